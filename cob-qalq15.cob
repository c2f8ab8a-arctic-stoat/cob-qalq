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
       PROGRAM-ID. cob-qalq15.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * General-ledger posting. Run in the nightly stream after the
      * batch pass; posts only when CALCSTAT shows the last run was
      * a batch run that ended CLEAN or WARNINGS (in balance).
      * The SUBTOTAL lines of CALCQOUT1-3 (CALCQOUT when the run
      * used the single queue) are summed per batch-id, each
      * batch-id is looked up in the CALCGLMP account-mapping
      * master, and a balanced debit/credit pair is written to the
      * CALCGLJ journal interface file. A negative batch total
      * posts with the accounts swapped. A batch-id with no mapping
      * is held back and posts on a later run once it is mapped.
      *
      * Every batch-id/run is recorded in the indexed posting
      * register CALCGLPR (key batch-id + run date + run time) so
      * it cannot post twice. Register status:
      *   H  held, no account mapping yet
      *   P  posted
      *   B  backed out by cob-qalq09 after posting, reversal due
      *   R  reversed
      *   X  backed out by cob-qalq09 while still held
      * Each run first writes the reversing pair for every B row
      * and posts any H row that has since been mapped, then posts
      * the last run. The CALCGLRP control report lists what was
      * posted, reversed and held, with the debit/credit totals.
      *
      * CALCGLJ is semicolon-delimited in the CALCEXP style:
      * a header line, one line per debit or credit
      * TYPE;BATCHID;RUNDATE;RUNTIME;ACCOUNT;DC;AMOUNT;DESCRIPTION
      * (TYPE POSTING or REVERSAL) and a trailer line
      * TRAILER;date;lines;debit total;credit total.
      *
      * Return code: 0 all posted, 4 items held or the last run
      * not postable, 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-STAT-FILE ASSIGN TO "CALCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-STAT-STATUS.
           SELECT CALC-GLMP-FILE ASSIGN TO "CALCGLMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-GLMP-STATUS.
           SELECT CALC-RESULT-FILE ASSIGN TO DYNAMIC RESULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RESULT-STATUS.
           SELECT CALC-GLPR-FILE ASSIGN TO "CALCGLPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-KEY
               FILE STATUS IS CALC-GLPR-STATUS.
           SELECT CALC-GLJ-FILE ASSIGN TO "CALCGLJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-GLJ-STATUS.
           SELECT CALC-GLRP-FILE ASSIGN TO "CALCGLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-GLRP-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CALC-STAT-FILE.
         01 CALC-STAT-RECORD.
            05 ST-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 ST-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 ST-MODE PIC X(8).
            05 FILLER PIC X(1).
            05 ST-RECORDS PIC 9(7).
            05 FILLER PIC X(1).
            05 ST-ERRORS PIC 9(7).
            05 FILLER PIC X(1).
            05 ST-STATUS PIC X(10).
            05 FILLER PIC X(1).
            05 ST-RETURN-CODE PIC 9(2).

      * Account mapping master, one row per batch-id.
         FD CALC-GLMP-FILE.
         01 CALC-GLMP-RECORD.
            05 GM-BATCH-ID PIC X(8).
            05 FILLER PIC X(1).
            05 GM-DEBIT-ACCT PIC X(10).
            05 FILLER PIC X(1).
            05 GM-CREDIT-ACCT PIC X(10).
            05 FILLER PIC X(1).
            05 GM-DESCRIPTION PIC X(30).

         FD CALC-RESULT-FILE.
         01 CALC-RESULT-RECORD.
            05 CR-TRANS-ID PIC X(12).
            05 CR-BATCH-ID PIC X(8).
            05 CR-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 CR-CALCJOB PIC X(1).
            05 CR-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 CR-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
         01 CALC-SUBTOTAL-RECORD.
            05 CS-LABEL PIC X(9).
            05 CS-BATCH-ID PIC X(8).
            05 FILLER PIC X(1).
            05 CS-COUNT PIC 9(7).
            05 FILLER PIC X(1).
            05 CS-CALCSUM PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.

      * Posting register, one row per batch-id and batch run.
         FD CALC-GLPR-FILE.
         01 CALC-GLPR-RECORD.
            05 GP-KEY.
               10 GP-BATCH-ID PIC X(8).
               10 GP-RUN-DATE PIC 9(8).
               10 GP-RUN-TIME PIC 9(6).
            05 GP-STATUS PIC X(1).
            05 GP-COUNT PIC 9(7).
            05 GP-AMOUNT PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.
            05 GP-DEBIT-ACCT PIC X(10).
            05 GP-CREDIT-ACCT PIC X(10).
            05 GP-DESCRIPTION PIC X(30).
            05 GP-POST-DATE PIC 9(8).
            05 GP-BACKOUT-DATE PIC 9(8).
            05 GP-REVERSE-DATE PIC 9(8).

         FD CALC-GLJ-FILE.
         01 CALC-GLJ-RECORD PIC X(120).

         FD CALC-GLRP-FILE.
         01 CALC-GLRP-RECORD PIC X(80).

         LOCAL-STORAGE SECTION.
         01 CALC-STAT-STATUS PIC X(2) VALUE "00".
         01 CALC-GLMP-STATUS PIC X(2) VALUE "00".
         01 CALC-RESULT-STATUS PIC X(2) VALUE "00".
         01 CALC-GLPR-STATUS PIC X(2) VALUE "00".
         01 CALC-GLJ-STATUS PIC X(2) VALUE "00".
         01 CALC-GLRP-STATUS PIC X(2) VALUE "00".
         01 CALC-GLMP-SWITCH PIC X(1) VALUE "N".
            88 CALC-GLMP-EOF VALUE "Y".
         01 CALC-RESULT-SWITCH PIC X(1) VALUE "N".
            88 CALC-RESULT-EOF VALUE "Y".
         01 CALC-GLPR-SWITCH PIC X(1) VALUE "N".
            88 CALC-GLPR-EOF VALUE "Y".
         01 POSTABLE-SWITCH PIC X(1) VALUE "N".
         01 RESULT-FILE-NAME PIC X(9) VALUE "CALCQOUT".
         01 QUEUE-NBR PIC 9(1) VALUE ZERO.
         01 RESULT-FILES-READ PIC 9(1) VALUE ZERO.
         01 POST-DATE PIC 9(8) VALUE ZERO.
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 RUN-TIME PIC 9(6) VALUE ZERO.
         01 RUN-STATUS PIC X(10) VALUE SPACES.
         01 MAP-TABLE.
            05 MAP-ENTRY OCCURS 1000 TIMES.
               10 MAP-BATCH-ID PIC X(8).
               10 MAP-DEBIT-ACCT PIC X(10).
               10 MAP-CREDIT-ACCT PIC X(10).
               10 MAP-DESCRIPTION PIC X(30).
         01 MAP-COUNT PIC 9(5) VALUE ZERO.
         01 MAP-SUB PIC 9(5) COMP VALUE ZERO.
         01 MAP-FOUND-SUB PIC 9(5) COMP VALUE ZERO.
         01 MAP-LOOKUP-ID PIC X(8) VALUE SPACES.
         01 BATCH-TABLE.
            05 BATCH-ENTRY OCCURS 1000 TIMES.
               10 BATCH-ID PIC X(8).
               10 BATCH-COUNT PIC 9(7).
               10 BATCH-SUM PIC S9(12)V9(2).
         01 BATCH-COUNT-TOTAL PIC 9(5) VALUE ZERO.
         01 BATCH-SUB PIC 9(5) COMP VALUE ZERO.
         01 BATCH-FOUND-SUB PIC 9(5) COMP VALUE ZERO.
         01 PAIR-TYPE PIC X(8) VALUE SPACES.
         01 PAIR-DEBIT-ACCT PIC X(10) VALUE SPACES.
         01 PAIR-CREDIT-ACCT PIC X(10) VALUE SPACES.
         01 PAIR-SWAP-ACCT PIC X(10) VALUE SPACES.
         01 PAIR-AMOUNT PIC S9(12)V9(2) VALUE ZERO.
         01 POSTED-COUNT PIC 9(7) VALUE ZERO.
         01 HELD-COUNT PIC 9(7) VALUE ZERO.
         01 ALREADY-COUNT PIC 9(7) VALUE ZERO.
         01 REVERSED-COUNT PIC 9(7) VALUE ZERO.
         01 JOURNAL-COUNT PIC 9(7) VALUE ZERO.
         01 DEBIT-TOTAL PIC S9(14)V9(2) VALUE ZERO.
         01 CREDIT-TOTAL PIC S9(14)V9(2) VALUE ZERO.
         01 GLJ-HEADER-LINE.
            05 FILLER PIC X(29) VALUE
                "TYPE;BATCHID;RUNDATE;RUNTIME;".
            05 FILLER PIC X(29) VALUE
                "ACCOUNT;DC;AMOUNT;DESCRIPTION".
         01 GLJ-DETAIL-LINE.
            05 GJ-TYPE PIC X(8).
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-BATCH-ID PIC X(8).
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-RUN-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-RUN-TIME PIC 9(6).
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-ACCOUNT PIC X(10).
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-DC PIC X(1).
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-AMOUNT PIC ZZZZZZZZZZZ9.99.
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-DESCRIPTION PIC X(30).
         01 GLJ-TRAILER-LINE.
            05 FILLER PIC X(8) VALUE "TRAILER;".
            05 GJ-TRAILER-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-TRAILER-COUNT PIC 9(7).
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-TRAILER-DEBIT PIC ZZZZZZZZZZZZZ9.99.
            05 FILLER PIC X(1) VALUE ";".
            05 GJ-TRAILER-CREDIT PIC ZZZZZZZZZZZZZ9.99.
         01 GLRP-TEXT-LINE.
            05 GR-LABEL PIC X(19).
            05 GR-TEXT PIC X(30).
         01 GLRP-DETAIL-LINE.
            05 GR-ACTION PIC X(14).
            05 FILLER PIC X(1) VALUE SPACE.
            05 GR-BATCH-ID PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 GR-RUN-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 GR-DEBIT-ACCT PIC X(10).
            05 FILLER PIC X(1) VALUE SPACE.
            05 GR-CREDIT-ACCT PIC X(10).
            05 FILLER PIC X(1) VALUE SPACE.
            05 GR-AMOUNT PIC -----------9.99.
         01 GLRP-HEADING-LINE.
            05 FILLER PIC X(33) VALUE
                "ACTION         BATCH-ID RUN-DATE ".
            05 FILLER PIC X(37) VALUE
                "DEBIT      CREDIT              AMOUNT".
         01 GLRP-COUNT-LINE.
            05 GR-COUNT-LABEL PIC X(19).
            05 GR-COUNT PIC ZZZZZZ9.
         01 GLRP-AMOUNT-LINE.
            05 GR-AMOUNT-LABEL PIC X(19).
            05 GR-AMOUNT-TOTAL PIC -------------9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "----------".
       DISPLAY "GL posting".
       DISPLAY "----------".

       ACCEPT POST-DATE FROM DATE YYYYMMDD.
       OPEN INPUT CALC-STAT-FILE.
       IF CALC-STAT-STATUS = "00"
           READ CALC-STAT-FILE
             NOT AT END
               MOVE ST-STATUS TO RUN-STATUS
               IF ST-MODE = "BATCH" AND ST-DATE IS NUMERIC
                   AND ST-TIME IS NUMERIC
                   AND (ST-STATUS = "CLEAN" OR ST-STATUS = "WARNINGS")
                   MOVE "Y" TO POSTABLE-SWITCH
                   MOVE ST-DATE TO RUN-DATE
                   MOVE ST-TIME TO RUN-TIME
               END-IF
           END-READ
           CLOSE CALC-STAT-FILE
       END-IF.

       OPEN INPUT CALC-GLMP-FILE.
       IF CALC-GLMP-STATUS = "00"
           PERFORM UNTIL CALC-GLMP-EOF
             READ CALC-GLMP-FILE
               AT END
                 MOVE "Y" TO CALC-GLMP-SWITCH
               NOT AT END
                 IF GM-BATCH-ID NOT = SPACES
                     IF MAP-COUNT < 1000
                         ADD 1 TO MAP-COUNT
                         MOVE GM-BATCH-ID TO MAP-BATCH-ID(MAP-COUNT)
                         MOVE GM-DEBIT-ACCT
                             TO MAP-DEBIT-ACCT(MAP-COUNT)
                         MOVE GM-CREDIT-ACCT
                             TO MAP-CREDIT-ACCT(MAP-COUNT)
                         MOVE GM-DESCRIPTION
                             TO MAP-DESCRIPTION(MAP-COUNT)
                     ELSE
                         DISPLAY "!!!Mapping table full, "
                             GM-BATCH-ID " ignored"
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-GLMP-FILE
       ELSE
           DISPLAY "!!!No CALCGLMP mapping master, every batch-id "
               "is held"
       END-IF.

      * Create the register on first use only (status 35), as for
      * the rate master.
       OPEN I-O CALC-GLPR-FILE.
       IF CALC-GLPR-STATUS = "35"
           OPEN OUTPUT CALC-GLPR-FILE
           IF CALC-GLPR-STATUS = "00"
               CLOSE CALC-GLPR-FILE
               OPEN I-O CALC-GLPR-FILE
           END-IF
       END-IF.
       IF CALC-GLPR-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCGLPR, status "
               CALC-GLPR-STATUS ", posting aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-GLJ-FILE.
       IF CALC-GLJ-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCGLJ, posting aborted"
           CLOSE CALC-GLPR-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-GLRP-FILE.
       IF CALC-GLRP-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCGLRP, posting aborted"
           CLOSE CALC-GLPR-FILE
           CLOSE CALC-GLJ-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE GLJ-HEADER-LINE TO CALC-GLJ-RECORD.
       WRITE CALC-GLJ-RECORD.
       MOVE "GL POSTING CONTROL REPORT" TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "POSTING DATE     : " TO GR-LABEL.
       MOVE SPACES TO GR-TEXT.
       MOVE POST-DATE TO GR-TEXT(1:8).
       MOVE GLRP-TEXT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "LAST RUN STATUS  : " TO GR-LABEL.
       MOVE SPACES TO GR-TEXT.
       MOVE RUN-STATUS TO GR-TEXT(1:10).
       IF POSTABLE-SWITCH = "Y"
           MOVE RUN-DATE TO GR-TEXT(12:8)
           MOVE RUN-TIME TO GR-TEXT(21:6)
       ELSE
           MOVE "NOT POSTABLE" TO GR-TEXT(12:12)
       END-IF.
       MOVE GLRP-TEXT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE SPACES TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE GLRP-HEADING-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.

       PERFORM 999-REGISTER-PASS THRU 999-REGISTER-PASS-EXIT.

       IF POSTABLE-SWITCH = "Y"
           MOVE 1 TO QUEUE-NBR
           PERFORM 999-READ-RESULTS THRU 999-READ-RESULTS-EXIT
               UNTIL QUEUE-NBR > 3
           IF RESULT-FILES-READ = 0
               MOVE 0 TO QUEUE-NBR
               PERFORM 999-READ-RESULTS THRU 999-READ-RESULTS-EXIT
           END-IF
           IF RESULT-FILES-READ = 0
               DISPLAY "!!!No result file found, nothing to post"
           END-IF
           MOVE 1 TO BATCH-SUB
           PERFORM UNTIL BATCH-SUB > BATCH-COUNT-TOTAL
             PERFORM 999-POST-BATCH THRU 999-POST-BATCH-EXIT
             ADD 1 TO BATCH-SUB
           END-PERFORM
       ELSE
           DISPLAY "!!!Last run was not an in-balance batch run, "
               "no new postings"
       END-IF.
       CLOSE CALC-GLPR-FILE.

       MOVE POST-DATE TO GJ-TRAILER-DATE.
       MOVE JOURNAL-COUNT TO GJ-TRAILER-COUNT.
       MOVE DEBIT-TOTAL TO GJ-TRAILER-DEBIT.
       MOVE CREDIT-TOTAL TO GJ-TRAILER-CREDIT.
       MOVE GLJ-TRAILER-LINE TO CALC-GLJ-RECORD.
       WRITE CALC-GLJ-RECORD.
       CLOSE CALC-GLJ-FILE.

       MOVE SPACES TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "BATCHES POSTED   : " TO GR-COUNT-LABEL.
       MOVE POSTED-COUNT TO GR-COUNT.
       MOVE GLRP-COUNT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "HELD, NO MAPPING : " TO GR-COUNT-LABEL.
       MOVE HELD-COUNT TO GR-COUNT.
       MOVE GLRP-COUNT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "ALREADY POSTED   : " TO GR-COUNT-LABEL.
       MOVE ALREADY-COUNT TO GR-COUNT.
       MOVE GLRP-COUNT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "BATCHES REVERSED : " TO GR-COUNT-LABEL.
       MOVE REVERSED-COUNT TO GR-COUNT.
       MOVE GLRP-COUNT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "JOURNAL LINES    : " TO GR-COUNT-LABEL.
       MOVE JOURNAL-COUNT TO GR-COUNT.
       MOVE GLRP-COUNT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "DEBIT TOTAL      : " TO GR-AMOUNT-LABEL.
       MOVE DEBIT-TOTAL TO GR-AMOUNT-TOTAL.
       MOVE GLRP-AMOUNT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       MOVE "CREDIT TOTAL     : " TO GR-AMOUNT-LABEL.
       MOVE CREDIT-TOTAL TO GR-AMOUNT-TOTAL.
       MOVE GLRP-AMOUNT-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.
       IF DEBIT-TOTAL = CREDIT-TOTAL
           MOVE "*** JOURNAL IN BALANCE ***" TO CALC-GLRP-RECORD
       ELSE
           MOVE "!!! JOURNAL OUT OF BALANCE !!!" TO CALC-GLRP-RECORD
       END-IF.
       WRITE CALC-GLRP-RECORD.
       CLOSE CALC-GLRP-FILE.

       DISPLAY "Batches posted   : " POSTED-COUNT.
       DISPLAY "Held, no mapping : " HELD-COUNT.
       DISPLAY "Already posted   : " ALREADY-COUNT.
       DISPLAY "Batches reversed : " REVERSED-COUNT.
       DISPLAY "Journal written to CALCGLJ, report to CALCGLRP.".
       IF HELD-COUNT > 0 OR POSTABLE-SWITCH = "N"
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      * Walk the whole posting register: write the reversing pair
      * for every backed-out posting (B) and post every held row
      * (H) whose batch-id has been mapped since.
       999-REGISTER-PASS.
       MOVE LOW-VALUES TO GP-KEY.
       START CALC-GLPR-FILE KEY NOT < GP-KEY
         INVALID KEY
           MOVE "Y" TO CALC-GLPR-SWITCH
       END-START.
       PERFORM UNTIL CALC-GLPR-EOF
         READ CALC-GLPR-FILE NEXT RECORD
           AT END
             MOVE "Y" TO CALC-GLPR-SWITCH
           NOT AT END
             EVALUATE GP-STATUS
               WHEN "B"
                 PERFORM 999-REVERSE-ROW THRU 999-REVERSE-ROW-EXIT
               WHEN "H"
                 PERFORM 999-RETRY-HELD THRU 999-RETRY-HELD-EXIT
             END-EVALUATE
         END-READ
       END-PERFORM.

       999-REGISTER-PASS-EXIT.
       EXIT.

      * Reverse a backed-out posting: the original pair with debit
      * and credit exchanged, against the accounts it posted to.
       999-REVERSE-ROW.
       MOVE "REVERSAL" TO PAIR-TYPE.
       MOVE GP-CREDIT-ACCT TO PAIR-DEBIT-ACCT.
       MOVE GP-DEBIT-ACCT TO PAIR-CREDIT-ACCT.
       MOVE GP-AMOUNT TO PAIR-AMOUNT.
       PERFORM 999-WRITE-PAIR THRU 999-WRITE-PAIR-EXIT.
       MOVE "R" TO GP-STATUS.
       MOVE POST-DATE TO GP-REVERSE-DATE.
       REWRITE CALC-GLPR-RECORD
         INVALID KEY
           DISPLAY "!!!Cannot mark " GP-BATCH-ID " reversed, status "
               CALC-GLPR-STATUS
       END-REWRITE.
       ADD 1 TO REVERSED-COUNT.
       MOVE "REVERSED" TO GR-ACTION.
       PERFORM 999-REPORT-ROW THRU 999-REPORT-ROW-EXIT.

       999-REVERSE-ROW-EXIT.
       EXIT.

       999-RETRY-HELD.
       MOVE GP-BATCH-ID TO MAP-LOOKUP-ID.
       PERFORM 999-FIND-MAPPING THRU 999-FIND-MAPPING-EXIT.
       IF MAP-FOUND-SUB = 0
           ADD 1 TO HELD-COUNT
           MOVE "HELD, NO MAP" TO GR-ACTION
           PERFORM 999-REPORT-ROW THRU 999-REPORT-ROW-EXIT
           GO TO 999-RETRY-HELD-EXIT
       END-IF.
       MOVE MAP-DEBIT-ACCT(MAP-FOUND-SUB) TO GP-DEBIT-ACCT.
       MOVE MAP-CREDIT-ACCT(MAP-FOUND-SUB) TO GP-CREDIT-ACCT.
       MOVE MAP-DESCRIPTION(MAP-FOUND-SUB) TO GP-DESCRIPTION.
       MOVE "POSTING" TO PAIR-TYPE.
       MOVE GP-DEBIT-ACCT TO PAIR-DEBIT-ACCT.
       MOVE GP-CREDIT-ACCT TO PAIR-CREDIT-ACCT.
       MOVE GP-AMOUNT TO PAIR-AMOUNT.
       PERFORM 999-WRITE-PAIR THRU 999-WRITE-PAIR-EXIT.
       MOVE "P" TO GP-STATUS.
       MOVE POST-DATE TO GP-POST-DATE.
       REWRITE CALC-GLPR-RECORD
         INVALID KEY
           DISPLAY "!!!Cannot mark " GP-BATCH-ID " posted, status "
               CALC-GLPR-STATUS
       END-REWRITE.
       ADD 1 TO POSTED-COUNT.
       MOVE "POSTED (HELD)" TO GR-ACTION.
       PERFORM 999-REPORT-ROW THRU 999-REPORT-ROW-EXIT.

       999-RETRY-HELD-EXIT.
       EXIT.

      * Post one batch-id of the last run, or hold it when it has no
      * mapping; a batch-id/run already in the register is skipped.
       999-POST-BATCH.
       MOVE SPACES TO CALC-GLPR-RECORD.
       MOVE BATCH-ID(BATCH-SUB) TO GP-BATCH-ID.
       MOVE RUN-DATE TO GP-RUN-DATE.
       MOVE RUN-TIME TO GP-RUN-TIME.
       READ CALC-GLPR-FILE
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
      * A held row was reported by the register pass already.
           IF GP-STATUS NOT = "H"
               ADD 1 TO ALREADY-COUNT
               MOVE "ALREADY POSTED" TO GR-ACTION
               PERFORM 999-REPORT-ROW THRU 999-REPORT-ROW-EXIT
           END-IF
           GO TO 999-POST-BATCH-EXIT
       END-READ.

       MOVE SPACES TO CALC-GLPR-RECORD.
       MOVE BATCH-ID(BATCH-SUB) TO GP-BATCH-ID.
       MOVE RUN-DATE TO GP-RUN-DATE.
       MOVE RUN-TIME TO GP-RUN-TIME.
       MOVE BATCH-COUNT(BATCH-SUB) TO GP-COUNT.
       MOVE BATCH-SUM(BATCH-SUB) TO GP-AMOUNT.
       MOVE ZERO TO GP-POST-DATE.
       MOVE ZERO TO GP-BACKOUT-DATE.
       MOVE ZERO TO GP-REVERSE-DATE.
       MOVE GP-BATCH-ID TO MAP-LOOKUP-ID.
       PERFORM 999-FIND-MAPPING THRU 999-FIND-MAPPING-EXIT.
       IF MAP-FOUND-SUB = 0
           MOVE "H" TO GP-STATUS
           ADD 1 TO HELD-COUNT
           MOVE "HELD, NO MAP" TO GR-ACTION
       ELSE
           MOVE MAP-DEBIT-ACCT(MAP-FOUND-SUB) TO GP-DEBIT-ACCT
           MOVE MAP-CREDIT-ACCT(MAP-FOUND-SUB) TO GP-CREDIT-ACCT
           MOVE MAP-DESCRIPTION(MAP-FOUND-SUB) TO GP-DESCRIPTION
           MOVE "POSTING" TO PAIR-TYPE
           MOVE GP-DEBIT-ACCT TO PAIR-DEBIT-ACCT
           MOVE GP-CREDIT-ACCT TO PAIR-CREDIT-ACCT
           MOVE GP-AMOUNT TO PAIR-AMOUNT
           PERFORM 999-WRITE-PAIR THRU 999-WRITE-PAIR-EXIT
           MOVE "P" TO GP-STATUS
           MOVE POST-DATE TO GP-POST-DATE
           ADD 1 TO POSTED-COUNT
           MOVE "POSTED" TO GR-ACTION
       END-IF.
       WRITE CALC-GLPR-RECORD
         INVALID KEY
           DISPLAY "!!!Cannot register " GP-BATCH-ID
               " in CALCGLPR, status " CALC-GLPR-STATUS
       END-WRITE.
       PERFORM 999-REPORT-ROW THRU 999-REPORT-ROW-EXIT.

       999-POST-BATCH-EXIT.
       EXIT.

      * Write one debit line and one credit line of PAIR-AMOUNT for
      * the register row in CALC-GLPR-RECORD. A negative amount
      * posts as its absolute value with the accounts exchanged.
       999-WRITE-PAIR.
       IF PAIR-AMOUNT < 0
           MOVE PAIR-DEBIT-ACCT TO PAIR-SWAP-ACCT
           MOVE PAIR-CREDIT-ACCT TO PAIR-DEBIT-ACCT
           MOVE PAIR-SWAP-ACCT TO PAIR-CREDIT-ACCT
           COMPUTE PAIR-AMOUNT = 0 - PAIR-AMOUNT
       END-IF.
       MOVE PAIR-TYPE TO GJ-TYPE.
       MOVE GP-BATCH-ID TO GJ-BATCH-ID.
       MOVE GP-RUN-DATE TO GJ-RUN-DATE.
       MOVE GP-RUN-TIME TO GJ-RUN-TIME.
       MOVE PAIR-AMOUNT TO GJ-AMOUNT.
       MOVE GP-DESCRIPTION TO GJ-DESCRIPTION.
       MOVE PAIR-DEBIT-ACCT TO GJ-ACCOUNT.
       MOVE "D" TO GJ-DC.
       MOVE GLJ-DETAIL-LINE TO CALC-GLJ-RECORD.
       WRITE CALC-GLJ-RECORD.
       MOVE PAIR-CREDIT-ACCT TO GJ-ACCOUNT.
       MOVE "C" TO GJ-DC.
       MOVE GLJ-DETAIL-LINE TO CALC-GLJ-RECORD.
       WRITE CALC-GLJ-RECORD.
       ADD 2 TO JOURNAL-COUNT.
       ADD PAIR-AMOUNT TO DEBIT-TOTAL.
       ADD PAIR-AMOUNT TO CREDIT-TOTAL.

       999-WRITE-PAIR-EXIT.
       EXIT.

       999-REPORT-ROW.
       MOVE GP-BATCH-ID TO GR-BATCH-ID.
       MOVE GP-RUN-DATE TO GR-RUN-DATE.
       MOVE GP-DEBIT-ACCT TO GR-DEBIT-ACCT.
       MOVE GP-CREDIT-ACCT TO GR-CREDIT-ACCT.
       MOVE GP-AMOUNT TO GR-AMOUNT.
       MOVE GLRP-DETAIL-LINE TO CALC-GLRP-RECORD.
       WRITE CALC-GLRP-RECORD.

       999-REPORT-ROW-EXIT.
       EXIT.

       999-FIND-MAPPING.
       MOVE ZERO TO MAP-FOUND-SUB.
       MOVE 1 TO MAP-SUB.
       PERFORM UNTIL MAP-SUB > MAP-COUNT
         IF MAP-BATCH-ID(MAP-SUB) = MAP-LOOKUP-ID
             MOVE MAP-SUB TO MAP-FOUND-SUB
             COMPUTE MAP-SUB = MAP-COUNT + 1
         ELSE
             ADD 1 TO MAP-SUB
         END-IF
       END-PERFORM.

       999-FIND-MAPPING-EXIT.
       EXIT.

      * Sum the SUBTOTAL lines of one result file per batch-id;
      * QUEUE-NBR 1-3 picks CALCQOUT1-3, 0 the single-queue
      * CALCQOUT. A result file that is not there is skipped.
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
             IF CALC-RESULT-RECORD(1:9) = "SUBTOTAL "
                 PERFORM 999-ADD-SUBTOTAL THRU 999-ADD-SUBTOTAL-EXIT
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-RESULT-FILE.

       999-READ-RESULTS-EXIT.
       EXIT.

       999-ADD-SUBTOTAL.
       MOVE ZERO TO BATCH-FOUND-SUB.
       MOVE 1 TO BATCH-SUB.
       PERFORM UNTIL BATCH-SUB > BATCH-COUNT-TOTAL
         IF BATCH-ID(BATCH-SUB) = CS-BATCH-ID
             MOVE BATCH-SUB TO BATCH-FOUND-SUB
             COMPUTE BATCH-SUB = BATCH-COUNT-TOTAL + 1
         ELSE
             ADD 1 TO BATCH-SUB
         END-IF
       END-PERFORM.
       IF BATCH-FOUND-SUB = 0
           IF BATCH-COUNT-TOTAL NOT < 1000
               DISPLAY "!!!Batch table full, " CS-BATCH-ID
                   " not posted"
               GO TO 999-ADD-SUBTOTAL-EXIT
           END-IF
           ADD 1 TO BATCH-COUNT-TOTAL
           MOVE BATCH-COUNT-TOTAL TO BATCH-FOUND-SUB
           MOVE CS-BATCH-ID TO BATCH-ID(BATCH-FOUND-SUB)
           MOVE ZERO TO BATCH-COUNT(BATCH-FOUND-SUB)
           MOVE ZERO TO BATCH-SUM(BATCH-FOUND-SUB)
       END-IF.
       ADD CS-COUNT TO BATCH-COUNT(BATCH-FOUND-SUB).
       ADD CS-CALCSUM TO BATCH-SUM(BATCH-FOUND-SUB).

       999-ADD-SUBTOTAL-EXIT.
       EXIT.
