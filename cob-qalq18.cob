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
       PROGRAM-ID. cob-qalq18.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * Result comparison. Compares two result files in the CALCQOUT
      * layout, for example yesterday's saved copy against today's
      * rerun after a cob-qalq09 backout, a CALCRATE change or a
      * program change, and prints what changed (CALCCMRP).
      *
      * QALQ_CMP_FILE1 names the first (old) file and must be set;
      * QALQ_CMP_FILE2 names the second (new) file, default CALCQOUT.
      * Detail records are sorted on trans-id (work files CALCCMW1
      * and CALCCMW2) and matched; the report lists records only in
      * file 1, records only in file 2, and records whose operands,
      * operator or CALCSUM differ, with the difference amount. The
      * SUBTOTAL and TOTAL lines are compared batch-id by batch-id.
      * The net difference control total is file 2 CALCSUM total less
      * file 1 CALCSUM total, and must equal the sum of the listed
      * differences.
      *
      * Return code: 0 files match, 4 files differ, 8 parameter or
      * input file missing, 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-CMP1-FILE ASSIGN TO DYNAMIC CMP1-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-CMP1-STATUS.
           SELECT CALC-CMP2-FILE ASSIGN TO DYNAMIC CMP2-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-CMP2-STATUS.
           SELECT CALC-WORK1-FILE ASSIGN TO "CALCCMW1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-WORK1-STATUS.
           SELECT CALC-WORK2-FILE ASSIGN TO "CALCCMW2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-WORK2-STATUS.
           SELECT CALC-CMRP-FILE ASSIGN TO "CALCCMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-CMRP-STATUS.
           SELECT CALC-SORT-FILE ASSIGN TO "CALCSRTW".

       DATA DIVISION.
         FILE SECTION.
      * Both inputs are in the CALCQOUT layout of cob-qalq02.
         FD CALC-CMP1-FILE.
         01 CALC-CMP1-RECORD.
            05 C1-TRANS-ID PIC X(12).
            05 C1-BATCH-ID PIC X(8).
            05 C1-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 C1-CALCJOB PIC X(1).
            05 C1-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 C1-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
         01 CALC-CMP1-SUBTOTAL.
            05 S1-LABEL PIC X(9).
            05 S1-BATCH-ID PIC X(8).
            05 FILLER PIC X(1).
            05 S1-COUNT PIC 9(7).
            05 FILLER PIC X(1).
            05 S1-CALCSUM PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.

         FD CALC-CMP2-FILE.
         01 CALC-CMP2-RECORD.
            05 C2-TRANS-ID PIC X(12).
            05 C2-BATCH-ID PIC X(8).
            05 C2-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 C2-CALCJOB PIC X(1).
            05 C2-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 C2-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
         01 CALC-CMP2-SUBTOTAL.
            05 S2-LABEL PIC X(9).
            05 S2-BATCH-ID PIC X(8).
            05 FILLER PIC X(1).
            05 S2-COUNT PIC 9(7).
            05 FILLER PIC X(1).
            05 S2-CALCSUM PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.

      * Detail records of each file in trans-id order.
         FD CALC-WORK1-FILE.
         01 CALC-WORK1-RECORD.
            05 W1-TRANS-ID PIC X(12).
            05 W1-BATCH-ID PIC X(8).
            05 W1-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 W1-CALCJOB PIC X(1).
            05 W1-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 W1-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.

         FD CALC-WORK2-FILE.
         01 CALC-WORK2-RECORD.
            05 W2-TRANS-ID PIC X(12).
            05 W2-BATCH-ID PIC X(8).
            05 W2-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 W2-CALCJOB PIC X(1).
            05 W2-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 W2-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.

         FD CALC-CMRP-FILE.
         01 CALC-CMRP-RECORD PIC X(80).

         SD CALC-SORT-FILE.
         01 CALC-SORT-RECORD.
            05 SR-TRANS-ID PIC X(12).
            05 SR-DATA PIC X(38).

         LOCAL-STORAGE SECTION.
         01 CALC-CMP1-STATUS PIC X(2) VALUE "00".
         01 CALC-CMP2-STATUS PIC X(2) VALUE "00".
         01 CALC-WORK1-STATUS PIC X(2) VALUE "00".
         01 CALC-WORK2-STATUS PIC X(2) VALUE "00".
         01 CALC-CMRP-STATUS PIC X(2) VALUE "00".
         01 CMP1-FILE-NAME PIC X(40) VALUE SPACES.
         01 CMP2-FILE-NAME PIC X(40) VALUE SPACES.
         01 CMP1-EOF-SWITCH PIC X(1) VALUE "N".
            88 CMP1-EOF VALUE "Y".
         01 CMP2-EOF-SWITCH PIC X(1) VALUE "N".
            88 CMP2-EOF VALUE "Y".
         01 WORK1-EOF-SWITCH PIC X(1) VALUE "N".
            88 WORK1-EOF VALUE "Y".
         01 WORK2-EOF-SWITCH PIC X(1) VALUE "N".
            88 WORK2-EOF VALUE "Y".
         01 WORK1-KEY PIC X(12) VALUE SPACES.
         01 WORK2-KEY PIC X(12) VALUE SPACES.
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 CMP-SIDE PIC 9(1) VALUE ZERO.
         01 SUBT-IN-BATCH PIC X(8) VALUE SPACES.
         01 SUBT-IN-COUNT PIC 9(7) VALUE ZERO.
         01 SUBT-IN-SUM PIC S9(12)V9(2) VALUE ZERO.
         01 SUBT-TABLE.
            05 SUBT-ENTRY OCCURS 1000 TIMES.
               10 SUBT-BATCH-ID PIC X(8).
               10 SUBT-SEEN1 PIC X(1).
               10 SUBT-COUNT1 PIC 9(7).
               10 SUBT-SUM1 PIC S9(12)V9(2).
               10 SUBT-SEEN2 PIC X(1).
               10 SUBT-COUNT2 PIC 9(7).
               10 SUBT-SUM2 PIC S9(12)V9(2).
         01 SUBT-COUNT PIC 9(5) COMP VALUE ZERO.
         01 SUBT-SUB PIC 9(5) COMP VALUE ZERO.
         01 SHIFT-SUB PIC 9(5) COMP VALUE ZERO.
         01 SUBT-FULL-SWITCH PIC X(1) VALUE "N".
         01 FILE1-COUNT PIC 9(7) VALUE ZERO.
         01 FILE2-COUNT PIC 9(7) VALUE ZERO.
         01 MATCHED-COUNT PIC 9(7) VALUE ZERO.
         01 CHANGED-COUNT PIC 9(7) VALUE ZERO.
         01 ONLY1-COUNT PIC 9(7) VALUE ZERO.
         01 ONLY2-COUNT PIC 9(7) VALUE ZERO.
         01 SUBT-DIFF-COUNT PIC 9(7) VALUE ZERO.
         01 FILE1-SUM PIC S9(12)V9(2) VALUE ZERO.
         01 FILE2-SUM PIC S9(12)V9(2) VALUE ZERO.
         01 NET-DIFF PIC S9(12)V9(2) VALUE ZERO.
         01 LISTED-DIFF PIC S9(12)V9(2) VALUE ZERO.
         01 RECORD-DIFF PIC S9(12)V9(2) VALUE ZERO.
         01 SUBT-DIFF PIC S9(12)V9(2) VALUE ZERO.
         01 CMRP-TEXT-LINE.
            05 CM-LABEL PIC X(19).
            05 CM-TEXT PIC X(61).
         01 CMRP-DETAIL-HEADING.
            05 FILLER PIC X(30) VALUE
                "STATUS TRANS-ID     BATCH-ID  ".
            05 FILLER PIC X(24) VALUE
                "   CALC1 J     CALC2    ".
            05 FILLER PIC X(26) VALUE
                "    CALCSUM     DIFFERENCE".
         01 CMRP-DETAIL-LINE.
            05 CM-STATUS PIC X(6).
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-TRANS-ID PIC X(12).
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-BATCH-ID PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-CALC1 PIC -ZZZZ9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-CALCJOB PIC X(1).
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-CALC2 PIC -ZZZZ9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-CALCSUM PIC -ZZZZZZZZZ9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-DIFF PIC -ZZZZZZZZZ9.99.
            05 CM-DIFF-X REDEFINES CM-DIFF PIC X(14).
         01 CMRP-SUBT-HEADING.
            05 FILLER PIC X(28) VALUE
                "FLAG BATCH-ID COUNT 1       ".
            05 FILLER PIC X(25) VALUE
                "SUBTOTAL 1 COUNT 2       ".
            05 FILLER PIC X(27) VALUE
                "SUBTOTAL 2       DIFFERENCE".
         01 CMRP-SUBT-LINE.
            05 CM-FLAG PIC X(4).
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-SUBT-BATCH PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-COUNT1 PIC ZZZZZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-SUM1 PIC ------------9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-COUNT2 PIC ZZZZZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-SUM2 PIC ------------9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 CM-SUBT-DIFF PIC ------------9.99.
         01 CMRP-COUNT-LINE.
            05 CM-COUNT-LABEL PIC X(19).
            05 CM-COUNT PIC ZZZZZZ9.
         01 CMRP-AMOUNT-LINE.
            05 CM-AMOUNT-LABEL PIC X(19).
            05 CM-AMOUNT PIC ------------9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "-----------------".
       DISPLAY "Result comparison".
       DISPLAY "-----------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT CMP1-FILE-NAME FROM ENVIRONMENT "QALQ_CMP_FILE1".
       ACCEPT CMP2-FILE-NAME FROM ENVIRONMENT "QALQ_CMP_FILE2".
       IF CMP1-FILE-NAME = SPACES
           DISPLAY "!!!QALQ_CMP_FILE1 not set, nothing to compare"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF CMP2-FILE-NAME = SPACES
           MOVE "CALCQOUT" TO CMP2-FILE-NAME
       END-IF.
       OPEN INPUT CALC-CMP1-FILE.
       IF CALC-CMP1-STATUS NOT = "00"
           DISPLAY "!!!Cannot open " CMP1-FILE-NAME
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT CALC-CMP2-FILE.
       IF CALC-CMP2-STATUS NOT = "00"
           CLOSE CALC-CMP1-FILE
           DISPLAY "!!!Cannot open " CMP2-FILE-NAME
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "File 1            : " CMP1-FILE-NAME.
       DISPLAY "File 2            : " CMP2-FILE-NAME.

       SORT CALC-SORT-FILE
           ON ASCENDING KEY SR-TRANS-ID
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE IS 999-RELEASE-FILE1
               THRU 999-RELEASE-FILE1-EXIT
           GIVING CALC-WORK1-FILE.
       SORT CALC-SORT-FILE
           ON ASCENDING KEY SR-TRANS-ID
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE IS 999-RELEASE-FILE2
               THRU 999-RELEASE-FILE2-EXIT
           GIVING CALC-WORK2-FILE.
       CLOSE CALC-CMP1-FILE.
       CLOSE CALC-CMP2-FILE.

       OPEN INPUT CALC-WORK1-FILE.
       IF CALC-WORK1-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCCMW1, compare aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT CALC-WORK2-FILE.
       IF CALC-WORK2-STATUS NOT = "00"
           CLOSE CALC-WORK1-FILE
           DISPLAY "!!!Cannot open CALCCMW2, compare aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-CMRP-FILE.
       IF CALC-CMRP-STATUS NOT = "00"
           CLOSE CALC-WORK1-FILE
           CLOSE CALC-WORK2-FILE
           DISPLAY "!!!Cannot open CALCCMRP, compare aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "RESULT COMPARISON REPORT" TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "RUN DATE         : " TO CM-LABEL.
       MOVE SPACES TO CM-TEXT.
       MOVE RUN-DATE TO CM-TEXT(1:8).
       MOVE CMRP-TEXT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "FILE 1           : " TO CM-LABEL.
       MOVE CMP1-FILE-NAME TO CM-TEXT.
       MOVE CMRP-TEXT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "FILE 2           : " TO CM-LABEL.
       MOVE CMP2-FILE-NAME TO CM-TEXT.
       MOVE CMRP-TEXT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE SPACES TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "DETAIL RECORD DIFFERENCES" TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE CMRP-DETAIL-HEADING TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.

      * Match the two sorted detail files on trans-id.
       PERFORM 999-READ-WORK1 THRU 999-READ-WORK1-EXIT.
       PERFORM 999-READ-WORK2 THRU 999-READ-WORK2-EXIT.
       PERFORM UNTIL WORK1-EOF AND WORK2-EOF
         EVALUATE TRUE
           WHEN WORK1-KEY < WORK2-KEY
             PERFORM 999-ONLY-FILE1 THRU 999-ONLY-FILE1-EXIT
             PERFORM 999-READ-WORK1 THRU 999-READ-WORK1-EXIT
           WHEN WORK1-KEY > WORK2-KEY
             PERFORM 999-ONLY-FILE2 THRU 999-ONLY-FILE2-EXIT
             PERFORM 999-READ-WORK2 THRU 999-READ-WORK2-EXIT
           WHEN OTHER
             PERFORM 999-MATCH-RECORD THRU 999-MATCH-RECORD-EXIT
             PERFORM 999-READ-WORK1 THRU 999-READ-WORK1-EXIT
             PERFORM 999-READ-WORK2 THRU 999-READ-WORK2-EXIT
         END-EVALUATE
       END-PERFORM.
       CLOSE CALC-WORK1-FILE.
       CLOSE CALC-WORK2-FILE.

       PERFORM 999-COMPARE-SUBTOTALS THRU 999-COMPARE-SUBTOTALS-EXIT.
       PERFORM 999-WRITE-TOTALS THRU 999-WRITE-TOTALS-EXIT.
       CLOSE CALC-CMRP-FILE.

       DISPLAY "Matched           : " MATCHED-COUNT.
       DISPLAY "Changed           : " CHANGED-COUNT.
       DISPLAY "Only in file 1    : " ONLY1-COUNT.
       DISPLAY "Only in file 2    : " ONLY2-COUNT.
       DISPLAY "Subtotals differ  : " SUBT-DIFF-COUNT.
       IF SUBT-FULL-SWITCH = "Y"
           DISPLAY "!!!More than 1000 batch-ids, subtotal compare "
               "incomplete"
       END-IF.
       IF CHANGED-COUNT > 0 OR ONLY1-COUNT > 0 OR ONLY2-COUNT > 0
           OR SUBT-DIFF-COUNT > 0 OR SUBT-FULL-SWITCH = "Y"
           DISPLAY "Files differ, see CALCCMRP."
           MOVE 4 TO RETURN-CODE
       ELSE
           DISPLAY "Files match."
       END-IF.
       STOP RUN.

      * Sort input: detail records of file 1; its SUBTOTAL and TOTAL
      * lines go to the subtotal table instead.
       999-RELEASE-FILE1.
       MOVE 1 TO CMP-SIDE.
       PERFORM UNTIL CMP1-EOF
         READ CALC-CMP1-FILE
           AT END
             MOVE "Y" TO CMP1-EOF-SWITCH
           NOT AT END
             IF S1-LABEL = "SUBTOTAL " OR S1-LABEL = "TOTAL    "
                 MOVE S1-BATCH-ID TO SUBT-IN-BATCH
                 MOVE S1-COUNT TO SUBT-IN-COUNT
                 MOVE S1-CALCSUM TO SUBT-IN-SUM
                 PERFORM 999-ADD-SUBTOTAL THRU 999-ADD-SUBTOTAL-EXIT
             ELSE
                 ADD 1 TO FILE1-COUNT
                 ADD C1-CALCSUM TO FILE1-SUM
                 MOVE CALC-CMP1-RECORD TO CALC-SORT-RECORD
                 RELEASE CALC-SORT-RECORD
             END-IF
         END-READ
       END-PERFORM.

       999-RELEASE-FILE1-EXIT.
       EXIT.

       999-RELEASE-FILE2.
       MOVE 2 TO CMP-SIDE.
       PERFORM UNTIL CMP2-EOF
         READ CALC-CMP2-FILE
           AT END
             MOVE "Y" TO CMP2-EOF-SWITCH
           NOT AT END
             IF S2-LABEL = "SUBTOTAL " OR S2-LABEL = "TOTAL    "
                 MOVE S2-BATCH-ID TO SUBT-IN-BATCH
                 MOVE S2-COUNT TO SUBT-IN-COUNT
                 MOVE S2-CALCSUM TO SUBT-IN-SUM
                 PERFORM 999-ADD-SUBTOTAL THRU 999-ADD-SUBTOTAL-EXIT
             ELSE
                 ADD 1 TO FILE2-COUNT
                 ADD C2-CALCSUM TO FILE2-SUM
                 MOVE CALC-CMP2-RECORD TO CALC-SORT-RECORD
                 RELEASE CALC-SORT-RECORD
             END-IF
         END-READ
       END-PERFORM.

       999-RELEASE-FILE2-EXIT.
       EXIT.

      * Enter SUBT-IN-BATCH for side CMP-SIDE in SUBT-TABLE, kept in
      * batch-id order. The TOTAL line files under *ALL*.
       999-ADD-SUBTOTAL.
       MOVE 1 TO SUBT-SUB.
       PERFORM UNTIL SUBT-SUB > SUBT-COUNT
           OR SUBT-BATCH-ID(SUBT-SUB) NOT < SUBT-IN-BATCH
         ADD 1 TO SUBT-SUB
       END-PERFORM.
       IF SUBT-SUB > SUBT-COUNT
           OR SUBT-BATCH-ID(SUBT-SUB) NOT = SUBT-IN-BATCH
           IF SUBT-COUNT NOT < 1000
               MOVE "Y" TO SUBT-FULL-SWITCH
               GO TO 999-ADD-SUBTOTAL-EXIT
           END-IF
           MOVE SUBT-COUNT TO SHIFT-SUB
           PERFORM UNTIL SHIFT-SUB < SUBT-SUB
             MOVE SUBT-ENTRY(SHIFT-SUB) TO SUBT-ENTRY(SHIFT-SUB + 1)
             SUBTRACT 1 FROM SHIFT-SUB
           END-PERFORM
           ADD 1 TO SUBT-COUNT
           MOVE SUBT-IN-BATCH TO SUBT-BATCH-ID(SUBT-SUB)
           MOVE "N" TO SUBT-SEEN1(SUBT-SUB)
           MOVE ZERO TO SUBT-COUNT1(SUBT-SUB)
           MOVE ZERO TO SUBT-SUM1(SUBT-SUB)
           MOVE "N" TO SUBT-SEEN2(SUBT-SUB)
           MOVE ZERO TO SUBT-COUNT2(SUBT-SUB)
           MOVE ZERO TO SUBT-SUM2(SUBT-SUB)
       END-IF.
       IF CMP-SIDE = 1
           MOVE "Y" TO SUBT-SEEN1(SUBT-SUB)
           ADD SUBT-IN-COUNT TO SUBT-COUNT1(SUBT-SUB)
           ADD SUBT-IN-SUM TO SUBT-SUM1(SUBT-SUB)
       ELSE
           MOVE "Y" TO SUBT-SEEN2(SUBT-SUB)
           ADD SUBT-IN-COUNT TO SUBT-COUNT2(SUBT-SUB)
           ADD SUBT-IN-SUM TO SUBT-SUM2(SUBT-SUB)
       END-IF.

       999-ADD-SUBTOTAL-EXIT.
       EXIT.

       999-READ-WORK1.
       READ CALC-WORK1-FILE
         AT END
           MOVE "Y" TO WORK1-EOF-SWITCH
           MOVE HIGH-VALUES TO WORK1-KEY
         NOT AT END
           MOVE W1-TRANS-ID TO WORK1-KEY
       END-READ.

       999-READ-WORK1-EXIT.
       EXIT.

       999-READ-WORK2.
       READ CALC-WORK2-FILE
         AT END
           MOVE "Y" TO WORK2-EOF-SWITCH
           MOVE HIGH-VALUES TO WORK2-KEY
         NOT AT END
           MOVE W2-TRANS-ID TO WORK2-KEY
       END-READ.

       999-READ-WORK2-EXIT.
       EXIT.

       999-ONLY-FILE1.
       ADD 1 TO ONLY1-COUNT.
       COMPUTE RECORD-DIFF = ZERO - W1-CALCSUM.
       ADD RECORD-DIFF TO LISTED-DIFF.
       MOVE "ONLY 1" TO CM-STATUS.
       PERFORM 999-MOVE-WORK1 THRU 999-MOVE-WORK1-EXIT.
       MOVE RECORD-DIFF TO CM-DIFF.
       MOVE CMRP-DETAIL-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.

       999-ONLY-FILE1-EXIT.
       EXIT.

       999-ONLY-FILE2.
       ADD 1 TO ONLY2-COUNT.
       MOVE W2-CALCSUM TO RECORD-DIFF.
       ADD RECORD-DIFF TO LISTED-DIFF.
       MOVE "ONLY 2" TO CM-STATUS.
       PERFORM 999-MOVE-WORK2 THRU 999-MOVE-WORK2-EXIT.
       MOVE RECORD-DIFF TO CM-DIFF.
       MOVE CMRP-DETAIL-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.

       999-ONLY-FILE2-EXIT.
       EXIT.

      * Same trans-id in both files: list it as WAS/NOW when the
      * operands, operator or CALCSUM differ.
       999-MATCH-RECORD.
       IF W1-CALC1 = W2-CALC1 AND W1-CALCJOB = W2-CALCJOB
           AND W1-CALC2 = W2-CALC2 AND W1-CALCSUM = W2-CALCSUM
           ADD 1 TO MATCHED-COUNT
           GO TO 999-MATCH-RECORD-EXIT
       END-IF.
       ADD 1 TO CHANGED-COUNT.
       COMPUTE RECORD-DIFF = W2-CALCSUM - W1-CALCSUM.
       ADD RECORD-DIFF TO LISTED-DIFF.
       MOVE "WAS" TO CM-STATUS.
       PERFORM 999-MOVE-WORK1 THRU 999-MOVE-WORK1-EXIT.
       MOVE SPACES TO CM-DIFF-X.
       MOVE CMRP-DETAIL-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "NOW" TO CM-STATUS.
       PERFORM 999-MOVE-WORK2 THRU 999-MOVE-WORK2-EXIT.
       MOVE RECORD-DIFF TO CM-DIFF.
       MOVE CMRP-DETAIL-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.

       999-MATCH-RECORD-EXIT.
       EXIT.

       999-MOVE-WORK1.
       MOVE W1-TRANS-ID TO CM-TRANS-ID.
       MOVE W1-BATCH-ID TO CM-BATCH-ID.
       MOVE W1-CALC1 TO CM-CALC1.
       MOVE W1-CALCJOB TO CM-CALCJOB.
       MOVE W1-CALC2 TO CM-CALC2.
       MOVE W1-CALCSUM TO CM-CALCSUM.

       999-MOVE-WORK1-EXIT.
       EXIT.

       999-MOVE-WORK2.
       MOVE W2-TRANS-ID TO CM-TRANS-ID.
       MOVE W2-BATCH-ID TO CM-BATCH-ID.
       MOVE W2-CALC1 TO CM-CALC1.
       MOVE W2-CALCJOB TO CM-CALCJOB.
       MOVE W2-CALC2 TO CM-CALC2.
       MOVE W2-CALCSUM TO CM-CALCSUM.

       999-MOVE-WORK2-EXIT.
       EXIT.

      * SUBTOTAL and TOTAL lines batch-id by batch-id; only those
      * that differ or are in one file only are listed.
       999-COMPARE-SUBTOTALS.
       MOVE SPACES TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "SUBTOTAL DIFFERENCES" TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE CMRP-SUBT-HEADING TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE 1 TO SUBT-SUB.
       PERFORM UNTIL SUBT-SUB > SUBT-COUNT
         EVALUATE TRUE
           WHEN SUBT-SEEN2(SUBT-SUB) = "N"
             MOVE "1ST" TO CM-FLAG
           WHEN SUBT-SEEN1(SUBT-SUB) = "N"
             MOVE "2ND" TO CM-FLAG
           WHEN SUBT-COUNT1(SUBT-SUB) NOT = SUBT-COUNT2(SUBT-SUB)
             OR SUBT-SUM1(SUBT-SUB) NOT = SUBT-SUM2(SUBT-SUB)
             MOVE "DIFF" TO CM-FLAG
           WHEN OTHER
             MOVE SPACES TO CM-FLAG
         END-EVALUATE
         IF CM-FLAG NOT = SPACES
             ADD 1 TO SUBT-DIFF-COUNT
             COMPUTE SUBT-DIFF =
                 SUBT-SUM2(SUBT-SUB) - SUBT-SUM1(SUBT-SUB)
             MOVE SUBT-BATCH-ID(SUBT-SUB) TO CM-SUBT-BATCH
             MOVE SUBT-COUNT1(SUBT-SUB) TO CM-COUNT1
             MOVE SUBT-SUM1(SUBT-SUB) TO CM-SUM1
             MOVE SUBT-COUNT2(SUBT-SUB) TO CM-COUNT2
             MOVE SUBT-SUM2(SUBT-SUB) TO CM-SUM2
             MOVE SUBT-DIFF TO CM-SUBT-DIFF
             MOVE CMRP-SUBT-LINE TO CALC-CMRP-RECORD
             WRITE CALC-CMRP-RECORD
         END-IF
         ADD 1 TO SUBT-SUB
       END-PERFORM.

       999-COMPARE-SUBTOTALS-EXIT.
       EXIT.

       999-WRITE-TOTALS.
       COMPUTE NET-DIFF = FILE2-SUM - FILE1-SUM.
       MOVE SPACES TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "FILE 1 RECORDS   : " TO CM-COUNT-LABEL.
       MOVE FILE1-COUNT TO CM-COUNT.
       MOVE CMRP-COUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "FILE 2 RECORDS   : " TO CM-COUNT-LABEL.
       MOVE FILE2-COUNT TO CM-COUNT.
       MOVE CMRP-COUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "MATCHED          : " TO CM-COUNT-LABEL.
       MOVE MATCHED-COUNT TO CM-COUNT.
       MOVE CMRP-COUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "CHANGED          : " TO CM-COUNT-LABEL.
       MOVE CHANGED-COUNT TO CM-COUNT.
       MOVE CMRP-COUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "ONLY IN FILE 1   : " TO CM-COUNT-LABEL.
       MOVE ONLY1-COUNT TO CM-COUNT.
       MOVE CMRP-COUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "ONLY IN FILE 2   : " TO CM-COUNT-LABEL.
       MOVE ONLY2-COUNT TO CM-COUNT.
       MOVE CMRP-COUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "SUBTOTALS DIFFER : " TO CM-COUNT-LABEL.
       MOVE SUBT-DIFF-COUNT TO CM-COUNT.
       MOVE CMRP-COUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "FILE 1 TOTAL     : " TO CM-AMOUNT-LABEL.
       MOVE FILE1-SUM TO CM-AMOUNT.
       MOVE CMRP-AMOUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "FILE 2 TOTAL     : " TO CM-AMOUNT-LABEL.
       MOVE FILE2-SUM TO CM-AMOUNT.
       MOVE CMRP-AMOUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "NET DIFFERENCE   : " TO CM-AMOUNT-LABEL.
       MOVE NET-DIFF TO CM-AMOUNT.
       MOVE CMRP-AMOUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "LISTED DIFFERENCE: " TO CM-AMOUNT-LABEL.
       MOVE LISTED-DIFF TO CM-AMOUNT.
       MOVE CMRP-AMOUNT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       MOVE "RESULT           : " TO CM-LABEL.
       IF CHANGED-COUNT > 0 OR ONLY1-COUNT > 0 OR ONLY2-COUNT > 0
           OR SUBT-DIFF-COUNT > 0 OR SUBT-FULL-SWITCH = "Y"
           MOVE "FILES DIFFER" TO CM-TEXT
       ELSE
           MOVE "FILES MATCH" TO CM-TEXT
       END-IF.
       MOVE CMRP-TEXT-LINE TO CALC-CMRP-RECORD.
       WRITE CALC-CMRP-RECORD.
       DISPLAY "Net difference    : " NET-DIFF.

       999-WRITE-TOTALS-EXIT.
       EXIT.
