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
       PROGRAM-ID. cob-qalq19.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * CALCLOG integrity verification. Every log record the batch
      * pass writes carries a running sequence number (CL-SEQ) and a
      * check value (CL-CHECK) chained from the previous record's,
      * and housekeeping records the last sequence and check value
      * of each archive in the CALCARCC catalog. This program walks
      * the archives in catalog order and then the live CALCLOG,
      * recomputes every check value and writes CALCVFRP listing:
      *   sequence gaps (records deleted),
      *   records out of order (moved or duplicated),
      *   records whose check value does not match (edited),
      *   sequenced records followed by unsequenced ones (inserted),
      *   archives missing or not ending where the catalog says.
      * Records written before sequencing was introduced come first
      * and carry no sequence; they are counted but cannot be
      * verified. Intended to be scheduled weekly.
      *
      * Return code: 0 verified, 8 integrity exceptions found,
      * 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LOG-FILE ASSIGN TO DYNAMIC VERIFY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-LOG-STATUS.
           SELECT CALC-ARCC-FILE ASSIGN TO "CALCARCC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-ARCC-STATUS.
           SELECT CALC-VFRP-FILE ASSIGN TO "CALCVFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-VFRP-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CALC-LOG-FILE.
         01 CALC-LOG-RECORD.
            05 CL-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 CL-TIME PIC 9(8).
            05 FILLER PIC X(1).
            05 CL-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 CL-CALCJOB PIC X(3).
            05 FILLER PIC X(1).
            05 CL-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 CL-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 CL-OPERATOR PIC X(8).
            05 FILLER PIC X(1).
            05 CL-SEQ PIC 9(9).
            05 FILLER PIC X(1).
            05 CL-CHECK PIC 9(9).

         FD CALC-ARCC-FILE.
         01 CALC-ARCC-RECORD.
            05 AC-FILE-NAME PIC X(17).
            05 FILLER PIC X(1).
            05 AC-LAST-SEQ PIC 9(9).
            05 FILLER PIC X(1).
            05 AC-LAST-CHECK PIC 9(9).

         FD CALC-VFRP-FILE.
         01 CALC-VFRP-RECORD PIC X(80).

         LOCAL-STORAGE SECTION.
         01 CALC-LOG-STATUS PIC X(2) VALUE "00".
         01 CALC-ARCC-STATUS PIC X(2) VALUE "00".
         01 CALC-VFRP-STATUS PIC X(2) VALUE "00".
         01 CALC-LOG-SWITCH PIC X(1) VALUE "N".
            88 CALC-LOG-EOF VALUE "Y".
         01 ARCC-EOF-SWITCH PIC X(1) VALUE "N".
            88 ARCC-EOF VALUE "Y".
         01 VERIFY-FILE-NAME PIC X(17) VALUE "CALCLOG".
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 ARCH-TABLE.
            05 ARCH-ENTRY OCCURS 1000 TIMES.
               10 AE-FILE-NAME PIC X(17).
               10 AE-LAST-SEQ PIC 9(9).
               10 AE-LAST-CHECK PIC 9(9).
               10 AE-CATALOG-SWITCH PIC X(1).
         01 ARCH-COUNT PIC 9(4) VALUE ZERO.
         01 ARCH-SUB PIC 9(4) COMP VALUE ZERO.
         01 ARCH-SCAN-SUB PIC 9(4) COMP VALUE ZERO.
         01 ARCH-DUP-SWITCH PIC X(1) VALUE "N".
         01 ARCH-FULL-SWITCH PIC X(1) VALUE "N".
         01 CHAIN-STARTED-SWITCH PIC X(1) VALUE "N".
         01 EXPECT-SEQ PIC 9(9) VALUE 1.
         01 PREV-CHECK PIC 9(9) VALUE ZERO.
         01 FILE-LAST-SEQ PIC 9(9) VALUE ZERO.
         01 FILE-LAST-CHECK PIC 9(9) VALUE ZERO.
         01 FILE-RECORD-NBR PIC 9(7) VALUE ZERO.
         01 LOG-CHECK PIC 9(9) VALUE ZERO.
         01 CHECK-WORK PIC 9(12) VALUE ZERO.
         01 CHECK-QUOT PIC 9(12) VALUE ZERO.
         01 CHECK-SUB PIC 9(3) COMP VALUE ZERO.
         01 CHECK-BYTE-WORK.
            05 FILLER PIC X(1) VALUE LOW-VALUE.
            05 CHECK-BYTE PIC X(1).
         01 CHECK-BYTE-VALUE REDEFINES CHECK-BYTE-WORK PIC 9(4) COMP.
         01 FILES-VERIFIED PIC 9(7) VALUE ZERO.
         01 READ-COUNT PIC 9(7) VALUE ZERO.
         01 VERIFIED-COUNT PIC 9(7) VALUE ZERO.
         01 LEGACY-COUNT PIC 9(7) VALUE ZERO.
         01 GAP-COUNT PIC 9(7) VALUE ZERO.
         01 ORDER-COUNT PIC 9(7) VALUE ZERO.
         01 MISMATCH-COUNT PIC 9(7) VALUE ZERO.
         01 UNSEQ-COUNT PIC 9(7) VALUE ZERO.
         01 ARCHIVE-ERROR-COUNT PIC 9(7) VALUE ZERO.
         01 EXCEPTION-TEXT PIC X(40) VALUE SPACES.
         01 EXPECT-TEXT.
            05 FILLER PIC X(9) VALUE "EXPECTED ".
            05 ET-SEQ PIC 9(9).
         01 VFRP-TEXT-LINE.
            05 VF-LABEL PIC X(19).
            05 VF-TEXT PIC X(30).
         01 VFRP-HEADING-LINE.
            05 FILLER PIC X(36) VALUE
                "FILE               RECORD  SEQUENCE ".
            05 FILLER PIC X(9) VALUE "EXCEPTION".
         01 VFRP-EXCEPTION-LINE.
            05 VF-FILE-NAME PIC X(17).
            05 FILLER PIC X(1) VALUE SPACE.
            05 VF-RECORD-NBR PIC ZZZZZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 VF-SEQ PIC ZZZZZZZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 VF-EXCEPTION PIC X(40).
         01 VFRP-COUNT-LINE.
            05 VF-COUNT-LABEL PIC X(19).
            05 VF-COUNT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "--------------------".
       DISPLAY "CALCLOG verification".
       DISPLAY "--------------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.

      * Build the list of files to verify: every distinct archive
      * in catalog order, then the live log. A name cataloged more
      * than once (archive appended to) takes the last row's values.
       OPEN INPUT CALC-ARCC-FILE.
       IF CALC-ARCC-STATUS = "00"
           PERFORM UNTIL ARCC-EOF
             READ CALC-ARCC-FILE
               AT END
                 MOVE "Y" TO ARCC-EOF-SWITCH
               NOT AT END
                 PERFORM 999-CATALOG-ARCHIVE
                     THRU 999-CATALOG-ARCHIVE-EXIT
             END-READ
           END-PERFORM
           CLOSE CALC-ARCC-FILE
       ELSE
           DISPLAY "No archive catalog (CALCARCC), verifying the "
               "live log only"
       END-IF.
       IF ARCH-FULL-SWITCH = "Y"
           DISPLAY "!!!Archive list full, verification aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO ARCH-COUNT.
       MOVE "CALCLOG" TO AE-FILE-NAME(ARCH-COUNT).
       MOVE ZERO TO AE-LAST-SEQ(ARCH-COUNT).
       MOVE ZERO TO AE-LAST-CHECK(ARCH-COUNT).
       MOVE "N" TO AE-CATALOG-SWITCH(ARCH-COUNT).

       OPEN OUTPUT CALC-VFRP-FILE.
       IF CALC-VFRP-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCVFRP, verification aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "CALCLOG INTEGRITY VERIFICATION" TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "RUN DATE         : " TO VF-LABEL.
       MOVE SPACES TO VF-TEXT.
       MOVE RUN-DATE TO VF-TEXT(1:8).
       MOVE VFRP-TEXT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE SPACES TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE VFRP-HEADING-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.

       MOVE 1 TO ARCH-SUB.
       PERFORM 999-VERIFY-FILE THRU 999-VERIFY-FILE-EXIT
           UNTIL ARCH-SUB > ARCH-COUNT.

       MOVE SPACES TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "FILES VERIFIED   : " TO VF-COUNT-LABEL.
       MOVE FILES-VERIFIED TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "RECORDS READ     : " TO VF-COUNT-LABEL.
       MOVE READ-COUNT TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "RECORDS VERIFIED : " TO VF-COUNT-LABEL.
       MOVE VERIFIED-COUNT TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "UNSEQUENCED OLD  : " TO VF-COUNT-LABEL.
       MOVE LEGACY-COUNT TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "SEQUENCE GAPS    : " TO VF-COUNT-LABEL.
       MOVE GAP-COUNT TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "OUT OF ORDER     : " TO VF-COUNT-LABEL.
       MOVE ORDER-COUNT TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "CHECK MISMATCHES : " TO VF-COUNT-LABEL.
       MOVE MISMATCH-COUNT TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "UNSEQUENCED NEW  : " TO VF-COUNT-LABEL.
       MOVE UNSEQ-COUNT TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "ARCHIVE ERRORS   : " TO VF-COUNT-LABEL.
       MOVE ARCHIVE-ERROR-COUNT TO VF-COUNT.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "LAST SEQUENCE    : " TO VF-COUNT-LABEL.
       COMPUTE VF-COUNT = EXPECT-SEQ - 1.
       MOVE VFRP-COUNT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       MOVE "RESULT           : " TO VF-LABEL.
       IF GAP-COUNT > 0 OR ORDER-COUNT > 0 OR MISMATCH-COUNT > 0
           OR UNSEQ-COUNT > 0 OR ARCHIVE-ERROR-COUNT > 0
           MOVE "FAILED" TO VF-TEXT
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE "VERIFIED" TO VF-TEXT
       END-IF.
       MOVE VFRP-TEXT-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.
       CLOSE CALC-VFRP-FILE.

       DISPLAY "Files verified : " FILES-VERIFIED.
       DISPLAY "Records read   : " READ-COUNT.
       DISPLAY "Verified       : " VERIFIED-COUNT.
       IF RETURN-CODE = 8
           DISPLAY "!!!Integrity exceptions found, see CALCVFRP"
       ELSE
           DISPLAY "CALCLOG chain verified."
       END-IF.
       STOP RUN.

      * One CALCARCC row into ARCH-TABLE.
       999-CATALOG-ARCHIVE.
       IF AC-FILE-NAME = SPACES
           GO TO 999-CATALOG-ARCHIVE-EXIT
       END-IF.
       MOVE "N" TO ARCH-DUP-SWITCH.
       MOVE 1 TO ARCH-SCAN-SUB.
       PERFORM UNTIL ARCH-SCAN-SUB > ARCH-COUNT
         IF AE-FILE-NAME(ARCH-SCAN-SUB) = AC-FILE-NAME
             MOVE "Y" TO ARCH-DUP-SWITCH
             MOVE ARCH-SCAN-SUB TO ARCH-SUB
             COMPUTE ARCH-SCAN-SUB = ARCH-COUNT + 1
         ELSE
             ADD 1 TO ARCH-SCAN-SUB
         END-IF
       END-PERFORM.
       IF ARCH-DUP-SWITCH = "N"
           IF ARCH-COUNT > 998
               MOVE "Y" TO ARCH-FULL-SWITCH
               GO TO 999-CATALOG-ARCHIVE-EXIT
           END-IF
           ADD 1 TO ARCH-COUNT
           MOVE ARCH-COUNT TO ARCH-SUB
           MOVE AC-FILE-NAME TO AE-FILE-NAME(ARCH-SUB)
       END-IF.
       IF AC-LAST-SEQ IS NUMERIC AND AC-LAST-CHECK IS NUMERIC
           MOVE AC-LAST-SEQ TO AE-LAST-SEQ(ARCH-SUB)
           MOVE AC-LAST-CHECK TO AE-LAST-CHECK(ARCH-SUB)
           MOVE "Y" TO AE-CATALOG-SWITCH(ARCH-SUB)
       ELSE
           MOVE ZERO TO AE-LAST-SEQ(ARCH-SUB)
           MOVE ZERO TO AE-LAST-CHECK(ARCH-SUB)
           MOVE "N" TO AE-CATALOG-SWITCH(ARCH-SUB)
       END-IF.

       999-CATALOG-ARCHIVE-EXIT.
       EXIT.

       999-VERIFY-FILE.
       MOVE AE-FILE-NAME(ARCH-SUB) TO VERIFY-FILE-NAME.
       MOVE "N" TO CALC-LOG-SWITCH.
       MOVE ZERO TO FILE-RECORD-NBR.
       MOVE ZERO TO FILE-LAST-SEQ.
       MOVE ZERO TO FILE-LAST-CHECK.
       OPEN INPUT CALC-LOG-FILE.
       IF CALC-LOG-STATUS NOT = "00"
           ADD 1 TO ARCHIVE-ERROR-COUNT
           MOVE ZERO TO VF-SEQ
           MOVE "FILE MISSING OR UNREADABLE" TO EXCEPTION-TEXT
           PERFORM 999-WRITE-EXCEPTION THRU 999-WRITE-EXCEPTION-EXIT
           GO TO 999-VERIFY-FILE-NEXT
       END-IF.
       ADD 1 TO FILES-VERIFIED.
       PERFORM UNTIL CALC-LOG-EOF
         READ CALC-LOG-FILE
           AT END
             MOVE "Y" TO CALC-LOG-SWITCH
           NOT AT END
             ADD 1 TO READ-COUNT
             ADD 1 TO FILE-RECORD-NBR
             PERFORM 999-VERIFY-RECORD THRU 999-VERIFY-RECORD-EXIT
         END-READ
       END-PERFORM.
       CLOSE CALC-LOG-FILE.

      * An archive must end on the record the catalog recorded.
       IF AE-CATALOG-SWITCH(ARCH-SUB) = "Y"
           AND AE-LAST-SEQ(ARCH-SUB) > ZERO
           IF FILE-LAST-SEQ NOT = AE-LAST-SEQ(ARCH-SUB)
               OR FILE-LAST-CHECK NOT = AE-LAST-CHECK(ARCH-SUB)
               ADD 1 TO ARCHIVE-ERROR-COUNT
               MOVE FILE-LAST-SEQ TO VF-SEQ
               MOVE AE-LAST-SEQ(ARCH-SUB) TO ET-SEQ
               MOVE SPACES TO EXCEPTION-TEXT
               STRING "END NOT AS CATALOGED, " DELIMITED BY SIZE
                   EXPECT-TEXT DELIMITED BY SIZE
                   INTO EXCEPTION-TEXT
               PERFORM 999-WRITE-EXCEPTION
                   THRU 999-WRITE-EXCEPTION-EXIT
           END-IF
       END-IF.
       DISPLAY "Verified " VERIFY-FILE-NAME " records "
           FILE-RECORD-NBR.

       999-VERIFY-FILE-NEXT.
       ADD 1 TO ARCH-SUB.

       999-VERIFY-FILE-EXIT.
       EXIT.

      * Check one log record against the chain so far. After any
      * exception the chain is picked up again from the record's own
      * sequence and check value, so each break is reported once.
       999-VERIFY-RECORD.
       IF CL-SEQ IS NOT NUMERIC OR CL-CHECK IS NOT NUMERIC
           IF CHAIN-STARTED-SWITCH = "N"
               ADD 1 TO LEGACY-COUNT
           ELSE
               ADD 1 TO UNSEQ-COUNT
               MOVE ZERO TO VF-SEQ
               MOVE "RECORD HAS NO SEQUENCE" TO EXCEPTION-TEXT
               PERFORM 999-WRITE-EXCEPTION
                   THRU 999-WRITE-EXCEPTION-EXIT
           END-IF
           GO TO 999-VERIFY-RECORD-EXIT
       END-IF.
       MOVE CL-SEQ TO VF-SEQ.
       MOVE EXPECT-SEQ TO ET-SEQ.
       IF CL-SEQ < EXPECT-SEQ
           ADD 1 TO ORDER-COUNT
           MOVE SPACES TO EXCEPTION-TEXT
           STRING "OUT OF ORDER, " DELIMITED BY SIZE
               EXPECT-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-TEXT
           PERFORM 999-WRITE-EXCEPTION THRU 999-WRITE-EXCEPTION-EXIT
           GO TO 999-VERIFY-RECORD-EXIT
       END-IF.
       MOVE "Y" TO CHAIN-STARTED-SWITCH.
       IF CL-SEQ > EXPECT-SEQ
           ADD 1 TO GAP-COUNT
           MOVE SPACES TO EXCEPTION-TEXT
           STRING "SEQUENCE GAP, " DELIMITED BY SIZE
               EXPECT-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-TEXT
           PERFORM 999-WRITE-EXCEPTION THRU 999-WRITE-EXCEPTION-EXIT
       ELSE
           MOVE PREV-CHECK TO LOG-CHECK
           PERFORM 999-COMPUTE-CHECK THRU 999-COMPUTE-CHECK-EXIT
           IF LOG-CHECK = CL-CHECK
               ADD 1 TO VERIFIED-COUNT
           ELSE
               ADD 1 TO MISMATCH-COUNT
               MOVE "CHECK VALUE DOES NOT MATCH" TO EXCEPTION-TEXT
               PERFORM 999-WRITE-EXCEPTION
                   THRU 999-WRITE-EXCEPTION-EXIT
           END-IF
       END-IF.
       MOVE CL-CHECK TO PREV-CHECK.
       COMPUTE EXPECT-SEQ = CL-SEQ + 1.
       MOVE CL-SEQ TO FILE-LAST-SEQ.
       MOVE CL-CHECK TO FILE-LAST-CHECK.

       999-VERIFY-RECORD-EXIT.
       EXIT.

      * Same check value the batch pass computes when it writes the
      * record: the first 72 bytes folded into LOG-CHECK as
      * (check * 257 + byte value + 1) modulo 999999937.
       999-COMPUTE-CHECK.
       MOVE 1 TO CHECK-SUB.
       PERFORM UNTIL CHECK-SUB > 72
         MOVE CALC-LOG-RECORD(CHECK-SUB:1) TO CHECK-BYTE
         COMPUTE CHECK-WORK = LOG-CHECK * 257 + CHECK-BYTE-VALUE + 1
         DIVIDE CHECK-WORK BY 999999937 GIVING CHECK-QUOT
             REMAINDER LOG-CHECK
         ADD 1 TO CHECK-SUB
       END-PERFORM.

       999-COMPUTE-CHECK-EXIT.
       EXIT.

       999-WRITE-EXCEPTION.
       MOVE VERIFY-FILE-NAME TO VF-FILE-NAME.
       MOVE FILE-RECORD-NBR TO VF-RECORD-NBR.
       MOVE EXCEPTION-TEXT TO VF-EXCEPTION.
       MOVE VFRP-EXCEPTION-LINE TO CALC-VFRP-RECORD.
       WRITE CALC-VFRP-RECORD.

       999-WRITE-EXCEPTION-EXIT.
       EXIT.
