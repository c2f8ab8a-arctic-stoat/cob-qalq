      * MIT License
      * Copyright (c) 2018 Christer Stig Åke Landstedt
      *
      * Permission is hereby granted, free of charge, to any person obtaining a copy
      * of this software and associated documentation files (the "Software"), to deal
      * in the Software without restriction, including without limitation the rights
      * to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
      * copies of the Software, and to permit persons to whom the Software is
      * furnished to do so, subject to the following conditions:
      *
      * The above copyright notice and this permission notice shall be included in all
      * copies or substantial portions of the Software.
      *
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN THE
      * SOFTWARE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob-qalq13.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * Submission acknowledgement. Run after the nightly stream to
      * tell a department what became of every trans-id in the
      * submission it sent through the delimited intake. The
      * trans-ids come from the CALCSLST manifest written by
      * cob-qalq08 for the accepted submission; each is matched
      * against, in order of precedence:
      *   the batch results  CALCQOUT1-3 (CALCQOUT when the run
      *                      used the single queue) - CALCULATED,
      *                      with the result
      *   the held results   CALCHOLD - HELD, with the result held
      *                      for release as outside its limits
      *   the edit rejects   CALCREJ - REJECTED, with the reason
      *   the duplicates     CALCDUP - DUPLICATE
      * and a trans-id found in none of them is MISSING. A trans-id
      * sent twice is matched occurrence by occurrence, so the copy
      * the batch pass skipped shows as DUPLICATE.
      *
      * The acknowledgement CALCACK is semicolon-delimited in the
      * CALCEXP style: a header line, one detail line per trans-id
      * TRANSID;STATUS;RESULT;RUNDATE (RESULT is the calculated
      * value, or the reason code of a reject) and a trailer line
      * TRAILER;date;count;calculated;rejected;duplicate;missing;
      * held the sender can balance against what was sent. The run date
      * is the date of the last batch run recorded in CALCSTAT.
      *
      * Return code: 0 every trans-id calculated, 4 some did not,
      * 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-SLST-FILE ASSIGN TO "CALCSLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SLST-STATUS.
           SELECT CALC-RESULT-FILE ASSIGN TO DYNAMIC RESULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RESULT-STATUS.
           SELECT CALC-REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-REJECT-STATUS.
           SELECT CALC-DUP-FILE ASSIGN TO "CALCDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-DUP-STATUS.
           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-HOLD-STATUS.
           SELECT CALC-STAT-FILE ASSIGN TO "CALCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-STAT-STATUS.
           SELECT CALC-ACK-FILE ASSIGN TO "CALCACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-ACK-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CALC-SLST-FILE.
         01 CALC-SLST-RECORD.
            05 SL-TRANS-ID PIC X(12).
            05 FILLER PIC X(1).
            05 SL-BATCH-ID PIC X(8).

         FD CALC-RESULT-FILE.
         01 CALC-RESULT-RECORD.
            05 CR-TRANS-ID PIC X(12).
            05 CR-BATCH-ID PIC X(8).
            05 CR-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 CR-CALCJOB PIC X(1).
            05 CR-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 CR-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.

         FD CALC-REJECT-FILE.
         01 CALC-REJECT-RECORD.
            05 RJ-RECORD-NBR PIC 9(7).
            05 FILLER PIC X(1).
            05 RJ-REASON PIC X(2).
            05 FILLER PIC X(1).
            05 RJ-QUEUE-NAME PIC X(9).
            05 FILLER PIC X(1).
            05 RJ-QUEUE-DATA.
               10 RJ-TRANS-ID PIC X(12).
               10 FILLER PIC X(34).

         FD CALC-DUP-FILE.
         01 CALC-DUP-RECORD.
            05 DP-TRANS-ID PIC X(12).
            05 FILLER PIC X(1).
            05 DP-BATCH-ID PIC X(8).
            05 FILLER PIC X(1).
            05 DP-QUEUE-NAME PIC X(9).
            05 FILLER PIC X(1).
            05 DP-RECORD-NBR PIC 9(7).

         FD CALC-HOLD-FILE.
         01 CALC-HOLD-RECORD.
            05 HD-TRANS-ID PIC X(12).
            05 FILLER PIC X(66).
            05 HD-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(20).

         FD CALC-STAT-FILE.
         01 CALC-STAT-RECORD.
            05 ST-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 ST-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 ST-MODE PIC X(8).

         FD CALC-ACK-FILE.
         01 CALC-ACK-RECORD PIC X(80).

         LOCAL-STORAGE SECTION.
         01 CALC-SLST-STATUS PIC X(2) VALUE "00".
         01 CALC-RESULT-STATUS PIC X(2) VALUE "00".
         01 CALC-REJECT-STATUS PIC X(2) VALUE "00".
         01 CALC-DUP-STATUS PIC X(2) VALUE "00".
         01 CALC-HOLD-STATUS PIC X(2) VALUE "00".
         01 CALC-STAT-STATUS PIC X(2) VALUE "00".
         01 CALC-ACK-STATUS PIC X(2) VALUE "00".
         01 CALC-SLST-SWITCH PIC X(1) VALUE "N".
            88 CALC-SLST-EOF VALUE "Y".
         01 CALC-RESULT-SWITCH PIC X(1) VALUE "N".
            88 CALC-RESULT-EOF VALUE "Y".
         01 CALC-REJECT-SWITCH PIC X(1) VALUE "N".
            88 CALC-REJECT-EOF VALUE "Y".
         01 CALC-DUP-SWITCH PIC X(1) VALUE "N".
            88 CALC-DUP-EOF VALUE "Y".
         01 CALC-HOLD-SWITCH PIC X(1) VALUE "N".
            88 CALC-HOLD-EOF VALUE "Y".
         01 RESULT-FILE-NAME PIC X(9) VALUE "CALCQOUT".
         01 QUEUE-NBR PIC 9(1) VALUE ZERO.
         01 RESULT-FILES-READ PIC 9(1) VALUE ZERO.
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 ACK-TABLE.
            05 ACK-ENTRY OCCURS 10000 TIMES.
               10 ACK-TRANS-ID PIC X(12).
               10 ACK-STATUS PIC X(10).
               10 ACK-CALCSUM PIC S9(10)V9(2).
               10 ACK-REASON PIC X(2).
         01 ACK-COUNT PIC 9(5) VALUE ZERO.
         01 ACK-SUB PIC 9(5) COMP VALUE ZERO.
         01 MATCH-TRANS-ID PIC X(12) VALUE SPACES.
         01 MATCH-SUB PIC 9(5) COMP VALUE ZERO.
         01 CALCULATED-COUNT PIC 9(7) VALUE ZERO.
         01 REJECTED-COUNT PIC 9(7) VALUE ZERO.
         01 DUPLICATE-COUNT PIC 9(7) VALUE ZERO.
         01 MISSING-COUNT PIC 9(7) VALUE ZERO.
         01 HELD-COUNT PIC 9(7) VALUE ZERO.
         01 ACK-HEADER-LINE PIC X(29) VALUE
             "TRANSID;STATUS;RESULT;RUNDATE".
         01 ACK-DETAIL-LINE.
            05 AK-TRANS-ID PIC X(12).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-STATUS PIC X(10).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-RESULT PIC X(14).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-RUN-DATE PIC 9(8).
         01 AK-CALCSUM PIC ----------9.99.
         01 ACK-TRAILER-LINE.
            05 FILLER PIC X(8) VALUE "TRAILER;".
            05 AK-TRAILER-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-TRAILER-COUNT PIC 9(7).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-TRAILER-CALC PIC 9(7).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-TRAILER-REJ PIC 9(7).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-TRAILER-DUP PIC 9(7).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-TRAILER-MISS PIC 9(7).
            05 FILLER PIC X(1) VALUE ";".
            05 AK-TRAILER-HELD PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "--------------------------".
       DISPLAY "Submission acknowledgement".
       DISPLAY "--------------------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       OPEN INPUT CALC-STAT-FILE.
       IF CALC-STAT-STATUS = "00"
           READ CALC-STAT-FILE
             NOT AT END
               IF ST-MODE = "BATCH" AND ST-DATE IS NUMERIC
                   MOVE ST-DATE TO RUN-DATE
               END-IF
           END-READ
           CLOSE CALC-STAT-FILE
       END-IF.

       OPEN INPUT CALC-SLST-FILE.
       IF CALC-SLST-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCSLST, acknowledgement aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL CALC-SLST-EOF
         READ CALC-SLST-FILE
           AT END
             MOVE "Y" TO CALC-SLST-SWITCH
           NOT AT END
             IF ACK-COUNT NOT < 10000
                 DISPLAY "!!!Submission larger than 10000 trans-ids,"
                     " acknowledgement aborted"
                 CLOSE CALC-SLST-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             ADD 1 TO ACK-COUNT
             MOVE SL-TRANS-ID TO ACK-TRANS-ID(ACK-COUNT)
             MOVE SPACES TO ACK-STATUS(ACK-COUNT)
             MOVE ZERO TO ACK-CALCSUM(ACK-COUNT)
             MOVE SPACES TO ACK-REASON(ACK-COUNT)
         END-READ
       END-PERFORM.
       CLOSE CALC-SLST-FILE.
       DISPLAY "Trans-ids in submission: " ACK-COUNT.

       MOVE 1 TO QUEUE-NBR.
       PERFORM 999-READ-RESULTS THRU 999-READ-RESULTS-EXIT
           UNTIL QUEUE-NBR > 3.
       IF RESULT-FILES-READ = 0
           MOVE 0 TO QUEUE-NBR
           PERFORM 999-READ-RESULTS THRU 999-READ-RESULTS-EXIT
       END-IF.
       IF RESULT-FILES-READ = 0
           DISPLAY "!!!No result file found, nothing shows as "
               "calculated"
       END-IF.

       OPEN INPUT CALC-HOLD-FILE.
       IF CALC-HOLD-STATUS = "00"
           PERFORM UNTIL CALC-HOLD-EOF
             READ CALC-HOLD-FILE
               AT END
                 MOVE "Y" TO CALC-HOLD-SWITCH
               NOT AT END
                 MOVE HD-TRANS-ID TO MATCH-TRANS-ID
                 PERFORM 999-MATCH-ENTRY THRU 999-MATCH-ENTRY-EXIT
                 IF MATCH-SUB > 0
                     MOVE "HELD" TO ACK-STATUS(MATCH-SUB)
                     MOVE HD-CALCSUM TO ACK-CALCSUM(MATCH-SUB)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-HOLD-FILE
       END-IF.

       OPEN INPUT CALC-REJECT-FILE.
       IF CALC-REJECT-STATUS = "00"
           PERFORM UNTIL CALC-REJECT-EOF
             READ CALC-REJECT-FILE
               AT END
                 MOVE "Y" TO CALC-REJECT-SWITCH
               NOT AT END
                 MOVE RJ-TRANS-ID TO MATCH-TRANS-ID
                 PERFORM 999-MATCH-ENTRY THRU 999-MATCH-ENTRY-EXIT
                 IF MATCH-SUB > 0
                     MOVE "REJECTED" TO ACK-STATUS(MATCH-SUB)
                     MOVE RJ-REASON TO ACK-REASON(MATCH-SUB)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-REJECT-FILE
       ELSE
           DISPLAY "No CALCREJ reject file, no rejects matched"
       END-IF.

       OPEN INPUT CALC-DUP-FILE.
       IF CALC-DUP-STATUS = "00"
           PERFORM UNTIL CALC-DUP-EOF
             READ CALC-DUP-FILE
               AT END
                 MOVE "Y" TO CALC-DUP-SWITCH
               NOT AT END
                 MOVE DP-TRANS-ID TO MATCH-TRANS-ID
                 PERFORM 999-MATCH-ENTRY THRU 999-MATCH-ENTRY-EXIT
                 IF MATCH-SUB > 0
                     MOVE "DUPLICATE" TO ACK-STATUS(MATCH-SUB)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-DUP-FILE
       ELSE
           DISPLAY "No CALCDUP duplicate file, no duplicates matched"
       END-IF.

       OPEN OUTPUT CALC-ACK-FILE.
       IF CALC-ACK-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCACK, acknowledgement aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE ACK-HEADER-LINE TO CALC-ACK-RECORD.
       WRITE CALC-ACK-RECORD.
       MOVE 1 TO ACK-SUB.
       PERFORM UNTIL ACK-SUB > ACK-COUNT
         MOVE SPACES TO AK-RESULT
         EVALUATE ACK-STATUS(ACK-SUB)
           WHEN "CALCULATED"
             ADD 1 TO CALCULATED-COUNT
             MOVE ACK-CALCSUM(ACK-SUB) TO AK-CALCSUM
             MOVE AK-CALCSUM TO AK-RESULT
           WHEN "REJECTED"
             ADD 1 TO REJECTED-COUNT
             MOVE ACK-REASON(ACK-SUB) TO AK-RESULT
           WHEN "DUPLICATE"
             ADD 1 TO DUPLICATE-COUNT
           WHEN "HELD"
             ADD 1 TO HELD-COUNT
             MOVE ACK-CALCSUM(ACK-SUB) TO AK-CALCSUM
             MOVE AK-CALCSUM TO AK-RESULT
           WHEN OTHER
             ADD 1 TO MISSING-COUNT
             MOVE "MISSING" TO ACK-STATUS(ACK-SUB)
         END-EVALUATE
         MOVE ACK-TRANS-ID(ACK-SUB) TO AK-TRANS-ID
         MOVE ACK-STATUS(ACK-SUB) TO AK-STATUS
         MOVE RUN-DATE TO AK-RUN-DATE
         MOVE ACK-DETAIL-LINE TO CALC-ACK-RECORD
         WRITE CALC-ACK-RECORD
         ADD 1 TO ACK-SUB
       END-PERFORM.
       MOVE RUN-DATE TO AK-TRAILER-DATE.
       MOVE ACK-COUNT TO AK-TRAILER-COUNT.
       MOVE CALCULATED-COUNT TO AK-TRAILER-CALC.
       MOVE REJECTED-COUNT TO AK-TRAILER-REJ.
       MOVE DUPLICATE-COUNT TO AK-TRAILER-DUP.
       MOVE MISSING-COUNT TO AK-TRAILER-MISS.
       MOVE HELD-COUNT TO AK-TRAILER-HELD.
       MOVE ACK-TRAILER-LINE TO CALC-ACK-RECORD.
       WRITE CALC-ACK-RECORD.
       CLOSE CALC-ACK-FILE.

       DISPLAY "Calculated        : " CALCULATED-COUNT.
       DISPLAY "Rejected          : " REJECTED-COUNT.
       DISPLAY "Duplicate         : " DUPLICATE-COUNT.
       DISPLAY "Missing           : " MISSING-COUNT.
       DISPLAY "Held              : " HELD-COUNT.
       DISPLAY "Acknowledgement written to CALCACK.".
       IF CALCULATED-COUNT NOT = ACK-COUNT
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      * Match one result file against the submission; QUEUE-NBR 1-3
      * picks CALCQOUT1-3, 0 the single-queue CALCQOUT. A result
      * file that is not there is skipped.
       999-READ-RESULTS.
       EVALUATE QUEUE-NBR
         WHEN 1 MOVE "CALCQOUT1" TO RESULT-FILE-NAME
         WHEN 2 MOVE "CALCQOUT2" TO RESULT-FILE-NAME
         WHEN 3 MOVE "CALCQOUT3" TO RESULT-FILE-NAME
         WHEN OTHER MOVE "CALCQOUT" TO RESULT-FILE-NAME
       END-EVALUATE.
       ADD 1 TO QUEUE-NBR.
       MOVE "N" TO CALC-RESULT-SWITCH.
       OPEN INPUT CALC-RESULT-FILE.
       IF CALC-RESULT-STATUS NOT = "00"
           GO TO 999-READ-RESULTS-EXIT
       END-IF.
       ADD 1 TO RESULT-FILES-READ.
       PERFORM UNTIL CALC-RESULT-EOF
         READ CALC-RESULT-FILE
           AT END
             MOVE "Y" TO CALC-RESULT-SWITCH
           NOT AT END
             IF CALC-RESULT-RECORD(1:9) NOT = "SUBTOTAL "
                 AND CALC-RESULT-RECORD(1:9) NOT = "TOTAL    "
                 MOVE CR-TRANS-ID TO MATCH-TRANS-ID
                 PERFORM 999-MATCH-ENTRY THRU 999-MATCH-ENTRY-EXIT
                 IF MATCH-SUB > 0
                     MOVE "CALCULATED" TO ACK-STATUS(MATCH-SUB)
                     MOVE CR-CALCSUM TO ACK-CALCSUM(MATCH-SUB)
                 END-IF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-RESULT-FILE.

       999-READ-RESULTS-EXIT.
       EXIT.

      * Find the first submission entry for MATCH-TRANS-ID not yet
      * given a status; MATCH-SUB is zero when there is none.
       999-MATCH-ENTRY.
       MOVE ZERO TO MATCH-SUB.
       IF MATCH-TRANS-ID = SPACES
           GO TO 999-MATCH-ENTRY-EXIT
       END-IF.
       MOVE 1 TO ACK-SUB.
       PERFORM UNTIL ACK-SUB > ACK-COUNT
         IF ACK-TRANS-ID(ACK-SUB) = MATCH-TRANS-ID
             AND ACK-STATUS(ACK-SUB) = SPACES
             MOVE ACK-SUB TO MATCH-SUB
             COMPUTE ACK-SUB = ACK-COUNT + 1
         ELSE
             ADD 1 TO ACK-SUB
         END-IF
       END-PERFORM.

       999-MATCH-ENTRY-EXIT.
       EXIT.
