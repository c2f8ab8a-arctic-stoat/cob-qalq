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
       PROGRAM-ID. cob-qalq17.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * Month-end period report and period close. Every batch run
      * posts each SUBTOTAL it writes into the indexed period
      * accumulation CALCPERD (key run month YYYYMM + batch-id:
      * runs, records, CALCSUM total, backouts), and cob-qalq09 takes
      * a backed-out batch back out of it. This program reads it.
      *
      * QALQ_PERIOD_MODE=REPORT (or unset) writes the month-end
      * report CALCMERP for the month in QALQ_PERIOD (YYYYMM,
      * default the current month): month-to-date and year-to-date
      * runs, records and totals by batch-id, with grand totals and
      * whether the month is open or closed.
      *
      * QALQ_PERIOD_MODE=CLOSE locks the month in QALQ_PERIOD once
      * it is signed off: a row is added to the closed-period
      * control file CALCPCTL (period, date, time, supervisor), and
      * the report is written for the closed month. Only an active
      * supervisor (OP-SUPV-AUTH = "Y" in CALCOPER) may close, from
      * QALQ_OPERATOR or prompted, three tries. The current and
      * future months cannot be closed. Once closed, the batch pass
      * refuses queue records with an effective date in the month
      * and cob-qalq09 refuses to back out a batch calculated in it.
      *
      * Return code: 0 clean, 4 nothing accumulated for the month or
      * month already closed, 8 parameter or sign-on refused,
      * 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-OPER-STATUS.
           SELECT CALC-PERD-FILE ASSIGN TO "CALCPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS CALC-PERD-STATUS.
           SELECT CALC-PCTL-FILE ASSIGN TO "CALCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PCTL-STATUS.
           SELECT CALC-MERP-FILE ASSIGN TO "CALCMERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-MERP-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CALC-OPER-FILE.
         01 CALC-OPER-RECORD.
            05 OP-ID PIC X(8).
            05 FILLER PIC X(1).
            05 OP-NAME PIC X(20).
            05 FILLER PIC X(1).
            05 OP-ACTIVE PIC X(1).
            05 FILLER PIC X(1).
            05 OP-RATE-AUTH PIC X(1).
            05 FILLER PIC X(1).
            05 OP-SUPV-AUTH PIC X(1).

      * Period accumulation, same layout as cob-qalq02.
         FD CALC-PERD-FILE.
         01 CALC-PERD-RECORD.
            05 PA-KEY.
               10 PA-PERIOD PIC 9(6).
               10 PA-BATCH-ID PIC X(8).
            05 PA-RUN-COUNT PIC 9(5).
            05 PA-RECORD-COUNT PIC 9(9).
            05 PA-CALCSUM PIC S9(13)V9(2) SIGN IS LEADING SEPARATE.
            05 PA-BACKOUT-COUNT PIC 9(5).
            05 PA-LAST-RUN-DATE PIC 9(8).

      * Closed periods, one row per month signed off.
         FD CALC-PCTL-FILE.
         01 CALC-PCTL-RECORD.
            05 PC-PERIOD PIC 9(6).
            05 FILLER PIC X(1).
            05 PC-CLOSE-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 PC-CLOSE-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 PC-OPERATOR PIC X(8).

         FD CALC-MERP-FILE.
         01 CALC-MERP-RECORD PIC X(80).

         LOCAL-STORAGE SECTION.
         01 CALC-OPER-STATUS PIC X(2) VALUE "00".
         01 CALC-PERD-STATUS PIC X(2) VALUE "00".
         01 CALC-PCTL-STATUS PIC X(2) VALUE "00".
         01 CALC-MERP-STATUS PIC X(2) VALUE "00".
         01 OPER-EOF-SWITCH PIC X(1) VALUE "N".
            88 OPER-EOF VALUE "Y".
         01 PERD-EOF-SWITCH PIC X(1) VALUE "N".
            88 PERD-EOF VALUE "Y".
         01 PCTL-EOF-SWITCH PIC X(1) VALUE "N".
            88 PCTL-EOF VALUE "Y".
         01 PERIOD-MODE PIC X(8) VALUE SPACES.
         01 PERIOD-X PIC X(6) VALUE SPACES.
         01 REPORT-PERIOD PIC 9(6) VALUE ZERO.
         01 CURRENT-PERIOD PIC 9(6) VALUE ZERO.
         01 YEAR-START PIC 9(6) VALUE ZERO.
         01 PERIOD-YEAR PIC 9(4) VALUE ZERO.
         01 PERIOD-MONTH PIC 9(2) VALUE ZERO.
         01 PERIOD-CLOSED-SWITCH PIC X(1) VALUE "N".
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 RUN-TIME PIC 9(8) VALUE ZERO.
         01 OPERATOR-ID PIC X(8) VALUE SPACES.
         01 OPERATOR-INPUT PIC X(8) VALUE SPACES.
         01 SIGNON-OK-SWITCH PIC X(1) VALUE "N".
         01 SIGNON-NOT-SUPV-SWITCH PIC X(1) VALUE "N".
         01 SIGNON-TRIES PIC 9(1) VALUE ZERO.
         01 SUMM-TABLE.
            05 SUMM-ENTRY OCCURS 1000 TIMES.
               10 SUMM-BATCH-ID PIC X(8).
               10 SUMM-MTD-RUNS PIC 9(5).
               10 SUMM-MTD-COUNT PIC 9(9).
               10 SUMM-MTD-SUM PIC S9(13)V9(2).
               10 SUMM-YTD-RUNS PIC 9(5).
               10 SUMM-YTD-COUNT PIC 9(9).
               10 SUMM-YTD-SUM PIC S9(13)V9(2).
         01 SUMM-COUNT PIC 9(5) COMP VALUE ZERO.
         01 SUMM-SUB PIC 9(5) COMP VALUE ZERO.
         01 SHIFT-SUB PIC 9(5) COMP VALUE ZERO.
         01 SUMM-FULL-SWITCH PIC X(1) VALUE "N".
         01 MTD-RUNS PIC 9(7) VALUE ZERO.
         01 MTD-COUNT PIC 9(9) VALUE ZERO.
         01 MTD-SUM PIC S9(13)V9(2) VALUE ZERO.
         01 MTD-BACKOUTS PIC 9(7) VALUE ZERO.
         01 YTD-RUNS PIC 9(7) VALUE ZERO.
         01 YTD-COUNT PIC 9(9) VALUE ZERO.
         01 YTD-SUM PIC S9(13)V9(2) VALUE ZERO.
         01 YTD-BACKOUTS PIC 9(7) VALUE ZERO.
         01 MERP-TEXT-LINE.
            05 ME-LABEL PIC X(19).
            05 ME-TEXT PIC X(30).
         01 MERP-HEADING-LINE.
            05 FILLER PIC X(25) VALUE "BATCH-ID MRUNS MTD-COUNT ".
            05 FILLER PIC X(17) VALUE "        MTD-TOTAL".
            05 FILLER PIC X(17) VALUE " YRUNS YTD-COUNT ".
            05 FILLER PIC X(17) VALUE "        YTD-TOTAL".
         01 MERP-DETAIL-LINE.
            05 ME-BATCH-ID PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 ME-MTD-RUNS PIC ZZZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 ME-MTD-COUNT PIC ZZZZZZZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 ME-MTD-SUM PIC -------------9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 ME-YTD-RUNS PIC ZZZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 ME-YTD-COUNT PIC ZZZZZZZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 ME-YTD-SUM PIC -------------9.99.
         01 MERP-COUNT-LINE.
            05 ME-COUNT-LABEL PIC X(19).
            05 ME-COUNT PIC ZZZZZZZZ9.
         01 MERP-AMOUNT-LINE.
            05 ME-AMOUNT-LABEL PIC X(19).
            05 ME-AMOUNT PIC -------------9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "------------------".
       DISPLAY "Month-end period".
       DISPLAY "------------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME FROM TIME.
       MOVE RUN-DATE(1:6) TO CURRENT-PERIOD.
       ACCEPT PERIOD-MODE FROM ENVIRONMENT "QALQ_PERIOD_MODE".
       IF PERIOD-MODE = SPACES
           MOVE "REPORT" TO PERIOD-MODE
       END-IF.
       IF PERIOD-MODE NOT = "REPORT" AND PERIOD-MODE NOT = "CLOSE"
           DISPLAY "!!!QALQ_PERIOD_MODE " PERIOD-MODE " not known, "
               "use REPORT or CLOSE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       ACCEPT PERIOD-X FROM ENVIRONMENT "QALQ_PERIOD".
       IF PERIOD-X = SPACES
           IF PERIOD-MODE = "CLOSE"
               DISPLAY "!!!QALQ_PERIOD not set, close refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CURRENT-PERIOD TO REPORT-PERIOD
       ELSE
           IF PERIOD-X IS NOT NUMERIC
               DISPLAY "!!!QALQ_PERIOD " PERIOD-X " not YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PERIOD-X TO REPORT-PERIOD
       END-IF.
       DIVIDE REPORT-PERIOD BY 100 GIVING PERIOD-YEAR
           REMAINDER PERIOD-MONTH.
       IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
           DISPLAY "!!!QALQ_PERIOD " REPORT-PERIOD " not YYYYMM"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       COMPUTE YEAR-START = PERIOD-YEAR * 100 + 1.

       PERFORM 999-CHECK-CLOSED THRU 999-CHECK-CLOSED-EXIT.
       IF PERIOD-MODE = "CLOSE"
           PERFORM 999-CLOSE-PERIOD THRU 999-CLOSE-PERIOD-EXIT
       END-IF.

       PERFORM 999-MONTH-REPORT THRU 999-MONTH-REPORT-EXIT.
       STOP RUN.

      * Sets PERIOD-CLOSED-SWITCH when CALCPCTL holds REPORT-PERIOD.
       999-CHECK-CLOSED.
       MOVE "N" TO PERIOD-CLOSED-SWITCH.
       MOVE "N" TO PCTL-EOF-SWITCH.
       OPEN INPUT CALC-PCTL-FILE.
       IF CALC-PCTL-STATUS NOT = "00"
           GO TO 999-CHECK-CLOSED-EXIT
       END-IF.
       PERFORM UNTIL PCTL-EOF
         READ CALC-PCTL-FILE
           AT END
             MOVE "Y" TO PCTL-EOF-SWITCH
           NOT AT END
             IF PC-PERIOD = REPORT-PERIOD
                 MOVE "Y" TO PERIOD-CLOSED-SWITCH
                 MOVE "Y" TO PCTL-EOF-SWITCH
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-PCTL-FILE.

       999-CHECK-CLOSED-EXIT.
       EXIT.

      * Close REPORT-PERIOD: supervisor sign-on, then add the month
      * to CALCPCTL. A month already closed is left as it is.
       999-CLOSE-PERIOD.
       IF REPORT-PERIOD NOT < CURRENT-PERIOD
           DISPLAY "!!!Period " REPORT-PERIOD " is not over yet, "
               "close refused"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF PERIOD-CLOSED-SWITCH = "Y"
           DISPLAY "!!!Period " REPORT-PERIOD " already closed"
           MOVE 4 TO RETURN-CODE
           GO TO 999-CLOSE-PERIOD-EXIT
       END-IF.

      * Sign-on: supervisors only.
       ACCEPT OPERATOR-INPUT FROM ENVIRONMENT "QALQ_OPERATOR".
       IF OPERATOR-INPUT NOT = SPACES
           PERFORM 999-VALIDATE-SUPERVISOR
               THRU 999-VALIDATE-SUPERVISOR-EXIT
           IF SIGNON-OK-SWITCH NOT = "Y"
               DISPLAY "!!!Operator " OPERATOR-INPUT
                   " not an active supervisor, close refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       ELSE
           DISPLAY "--------------"
           DISPLAY "Sign on"
           DISPLAY "--------------"
           PERFORM UNTIL SIGNON-OK-SWITCH = "Y"
               OR SIGNON-TRIES > 2
             DISPLAY "Enter supervisor id"
             MOVE SPACES TO OPERATOR-INPUT
             ACCEPT OPERATOR-INPUT
             PERFORM 999-VALIDATE-SUPERVISOR
                 THRU 999-VALIDATE-SUPERVISOR-EXIT
             IF SIGNON-OK-SWITCH NOT = "Y"
                 IF SIGNON-NOT-SUPV-SWITCH = "Y"
                     DISPLAY "!!!Operator is not a supervisor"
                 ELSE
                     DISPLAY "!!!Unknown or inactive operator"
                 END-IF
                 ADD 1 TO SIGNON-TRIES
             END-IF
           END-PERFORM
           IF SIGNON-OK-SWITCH NOT = "Y"
               DISPLAY "!!!Sign-on failed, close refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       DISPLAY "Signed on as " OPERATOR-ID.

       OPEN EXTEND CALC-PCTL-FILE.
       IF CALC-PCTL-STATUS NOT = "00"
           OPEN OUTPUT CALC-PCTL-FILE
       END-IF.
       IF CALC-PCTL-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCPCTL, period not closed"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO CALC-PCTL-RECORD.
       MOVE REPORT-PERIOD TO PC-PERIOD.
       MOVE RUN-DATE TO PC-CLOSE-DATE.
       MOVE RUN-TIME(1:6) TO PC-CLOSE-TIME.
       MOVE OPERATOR-ID TO PC-OPERATOR.
       WRITE CALC-PCTL-RECORD.
       CLOSE CALC-PCTL-FILE.
       MOVE "Y" TO PERIOD-CLOSED-SWITCH.
       DISPLAY "Period " REPORT-PERIOD " closed by " OPERATOR-ID.

       999-CLOSE-PERIOD-EXIT.
       EXIT.

      * Validate OPERATOR-INPUT against the CALCOPER master; sets
      * SIGNON-OK-SWITCH and OPERATOR-ID for an active supervisor,
      * SIGNON-NOT-SUPV-SWITCH for an active operator who is not.
       999-VALIDATE-SUPERVISOR.
       MOVE "N" TO SIGNON-OK-SWITCH.
       MOVE "N" TO SIGNON-NOT-SUPV-SWITCH.
       MOVE "N" TO OPER-EOF-SWITCH.
       OPEN INPUT CALC-OPER-FILE.
       IF CALC-OPER-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCOPER, sign-on not possible"
           GO TO 999-VALIDATE-SUPERVISOR-EXIT
       END-IF.
       PERFORM UNTIL OPER-EOF
         READ CALC-OPER-FILE
           AT END
             MOVE "Y" TO OPER-EOF-SWITCH
           NOT AT END
             IF OP-ID = OPERATOR-INPUT AND OP-ACTIVE = "Y"
                 IF OP-SUPV-AUTH = "Y"
                     MOVE "Y" TO SIGNON-OK-SWITCH
                     MOVE OP-ID TO OPERATOR-ID
                 ELSE
                     MOVE "Y" TO SIGNON-NOT-SUPV-SWITCH
                 END-IF
                 MOVE "Y" TO OPER-EOF-SWITCH
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-OPER-FILE.

       999-VALIDATE-SUPERVISOR-EXIT.
       EXIT.

      * Month-end report: CALCPERD from the first month of the year
      * to REPORT-PERIOD, summed by batch-id.
       999-MONTH-REPORT.
       OPEN INPUT CALC-PERD-FILE.
       IF CALC-PERD-STATUS = "00"
           MOVE YEAR-START TO PA-PERIOD
           MOVE LOW-VALUES TO PA-BATCH-ID
           START CALC-PERD-FILE KEY NOT < PA-KEY
             INVALID KEY
               MOVE "Y" TO PERD-EOF-SWITCH
           END-START
           PERFORM UNTIL PERD-EOF
             READ CALC-PERD-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO PERD-EOF-SWITCH
               NOT AT END
                 IF PA-PERIOD > REPORT-PERIOD
                     MOVE "Y" TO PERD-EOF-SWITCH
                 ELSE
                     PERFORM 999-ADD-PERIOD THRU 999-ADD-PERIOD-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-PERD-FILE
       ELSE
           DISPLAY "No CALCPERD period accumulation, nothing to "
               "report"
       END-IF.
       IF SUMM-FULL-SWITCH = "Y"
           DISPLAY "!!!More than 1000 batch-ids in the year, report "
               "incomplete"
       END-IF.

       OPEN OUTPUT CALC-MERP-FILE.
       IF CALC-MERP-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCMERP, report aborted"
           MOVE 12 TO RETURN-CODE
           GO TO 999-MONTH-REPORT-EXIT
       END-IF.
       MOVE "MONTH-END PERIOD REPORT" TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "RUN DATE         : " TO ME-LABEL.
       MOVE SPACES TO ME-TEXT.
       MOVE RUN-DATE TO ME-TEXT(1:8).
       MOVE MERP-TEXT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "PERIOD           : " TO ME-LABEL.
       MOVE SPACES TO ME-TEXT.
       MOVE REPORT-PERIOD TO ME-TEXT(1:6).
       IF PERIOD-CLOSED-SWITCH = "Y"
           MOVE "CLOSED" TO ME-TEXT(8:6)
       ELSE
           MOVE "OPEN" TO ME-TEXT(8:4)
       END-IF.
       MOVE MERP-TEXT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "YEAR TO DATE FROM: " TO ME-LABEL.
       MOVE SPACES TO ME-TEXT.
       MOVE YEAR-START TO ME-TEXT(1:6).
       MOVE MERP-TEXT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE SPACES TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE MERP-HEADING-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.

       MOVE 1 TO SUMM-SUB.
       PERFORM UNTIL SUMM-SUB > SUMM-COUNT
         MOVE SUMM-BATCH-ID(SUMM-SUB) TO ME-BATCH-ID
         MOVE SUMM-MTD-RUNS(SUMM-SUB) TO ME-MTD-RUNS
         MOVE SUMM-MTD-COUNT(SUMM-SUB) TO ME-MTD-COUNT
         MOVE SUMM-MTD-SUM(SUMM-SUB) TO ME-MTD-SUM
         MOVE SUMM-YTD-RUNS(SUMM-SUB) TO ME-YTD-RUNS
         MOVE SUMM-YTD-COUNT(SUMM-SUB) TO ME-YTD-COUNT
         MOVE SUMM-YTD-SUM(SUMM-SUB) TO ME-YTD-SUM
         MOVE MERP-DETAIL-LINE TO CALC-MERP-RECORD
         WRITE CALC-MERP-RECORD
         ADD 1 TO SUMM-SUB
       END-PERFORM.

       MOVE SPACES TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "BATCH-IDS        : " TO ME-COUNT-LABEL.
       MOVE SUMM-COUNT TO ME-COUNT.
       MOVE MERP-COUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "MTD RUNS         : " TO ME-COUNT-LABEL.
       MOVE MTD-RUNS TO ME-COUNT.
       MOVE MERP-COUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "MTD RECORDS      : " TO ME-COUNT-LABEL.
       MOVE MTD-COUNT TO ME-COUNT.
       MOVE MERP-COUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "MTD BACKOUTS     : " TO ME-COUNT-LABEL.
       MOVE MTD-BACKOUTS TO ME-COUNT.
       MOVE MERP-COUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "MTD TOTAL        : " TO ME-AMOUNT-LABEL.
       MOVE MTD-SUM TO ME-AMOUNT.
       MOVE MERP-AMOUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "YTD RUNS         : " TO ME-COUNT-LABEL.
       MOVE YTD-RUNS TO ME-COUNT.
       MOVE MERP-COUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "YTD RECORDS      : " TO ME-COUNT-LABEL.
       MOVE YTD-COUNT TO ME-COUNT.
       MOVE MERP-COUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "YTD BACKOUTS     : " TO ME-COUNT-LABEL.
       MOVE YTD-BACKOUTS TO ME-COUNT.
       MOVE MERP-COUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       MOVE "YTD TOTAL        : " TO ME-AMOUNT-LABEL.
       MOVE YTD-SUM TO ME-AMOUNT.
       MOVE MERP-AMOUNT-LINE TO CALC-MERP-RECORD.
       WRITE CALC-MERP-RECORD.
       CLOSE CALC-MERP-FILE.

       DISPLAY "Period            : " REPORT-PERIOD.
       DISPLAY "Batch-ids         : " SUMM-COUNT.
       DISPLAY "MTD records       : " MTD-COUNT.
       DISPLAY "YTD records       : " YTD-COUNT.
       DISPLAY "Month-end report written to CALCMERP.".
       IF MTD-RUNS = 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
       END-IF.

       999-MONTH-REPORT-EXIT.
       EXIT.

      * Add one CALCPERD row into SUMM-TABLE, kept in batch-id
      * order; the month-to-date columns take REPORT-PERIOD only.
       999-ADD-PERIOD.
       MOVE 1 TO SUMM-SUB.
       PERFORM UNTIL SUMM-SUB > SUMM-COUNT
           OR SUMM-BATCH-ID(SUMM-SUB) NOT < PA-BATCH-ID
         ADD 1 TO SUMM-SUB
       END-PERFORM.
       IF SUMM-SUB > SUMM-COUNT
           OR SUMM-BATCH-ID(SUMM-SUB) NOT = PA-BATCH-ID
           IF SUMM-COUNT NOT < 1000
               MOVE "Y" TO SUMM-FULL-SWITCH
               GO TO 999-ADD-PERIOD-EXIT
           END-IF
           MOVE SUMM-COUNT TO SHIFT-SUB
           PERFORM UNTIL SHIFT-SUB < SUMM-SUB
             MOVE SUMM-ENTRY(SHIFT-SUB) TO SUMM-ENTRY(SHIFT-SUB + 1)
             SUBTRACT 1 FROM SHIFT-SUB
           END-PERFORM
           ADD 1 TO SUMM-COUNT
           MOVE PA-BATCH-ID TO SUMM-BATCH-ID(SUMM-SUB)
           MOVE ZERO TO SUMM-MTD-RUNS(SUMM-SUB)
           MOVE ZERO TO SUMM-MTD-COUNT(SUMM-SUB)
           MOVE ZERO TO SUMM-MTD-SUM(SUMM-SUB)
           MOVE ZERO TO SUMM-YTD-RUNS(SUMM-SUB)
           MOVE ZERO TO SUMM-YTD-COUNT(SUMM-SUB)
           MOVE ZERO TO SUMM-YTD-SUM(SUMM-SUB)
       END-IF.
       ADD PA-RUN-COUNT TO SUMM-YTD-RUNS(SUMM-SUB).
       ADD PA-RECORD-COUNT TO SUMM-YTD-COUNT(SUMM-SUB).
       ADD PA-CALCSUM TO SUMM-YTD-SUM(SUMM-SUB).
       ADD PA-RUN-COUNT TO YTD-RUNS.
       ADD PA-RECORD-COUNT TO YTD-COUNT.
       ADD PA-CALCSUM TO YTD-SUM.
       ADD PA-BACKOUT-COUNT TO YTD-BACKOUTS.
       IF PA-PERIOD = REPORT-PERIOD
           ADD PA-RUN-COUNT TO SUMM-MTD-RUNS(SUMM-SUB)
           ADD PA-RECORD-COUNT TO SUMM-MTD-COUNT(SUMM-SUB)
           ADD PA-CALCSUM TO SUMM-MTD-SUM(SUMM-SUB)
           ADD PA-RUN-COUNT TO MTD-RUNS
           ADD PA-RECORD-COUNT TO MTD-COUNT
           ADD PA-CALCSUM TO MTD-SUM
           ADD PA-BACKOUT-COUNT TO MTD-BACKOUTS
       END-IF.

       999-ADD-PERIOD-EXIT.
       EXIT.
