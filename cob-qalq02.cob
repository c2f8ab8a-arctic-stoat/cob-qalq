           SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-LOG-STATUS.
           SELECT CALC-ARCC-FILE ASSIGN TO "CALCARCC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-ARCC-STATUS.
           SELECT CALC-RPT-FILE ASSIGN TO "CALCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RPT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PARM-STATUS.
           SELECT CALC-IDREG-FILE ASSIGN TO "CALCIDRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-BATCH-ID WITH DUPLICATES
               FILE STATUS IS CALC-IDREG-STATUS.
           SELECT CALC-DUP-FILE ASSIGN TO "CALCDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS CALC-RATE-STATUS.
           SELECT CALC-RPND-FILE ASSIGN TO "CALCRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-KEY
               FILE STATUS IS CALC-RPND-STATUS.
           SELECT CALC-RJRN-FILE ASSIGN TO "CALCRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RJRN-STATUS.
           SELECT CALC-LIMT-FILE ASSIGN TO "CALCLIMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-LIMT-STATUS.
           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-HOLD-STATUS.
           SELECT CALC-PERD-FILE ASSIGN TO "CALCPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS CALC-PERD-STATUS.
           SELECT CALC-PCTL-FILE ASSIGN TO "CALCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PCTL-STATUS.
           SELECT CALC-REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-REJECT-STATUS.

       DATA DIVISION.
         FILE SECTION.
            05 CQ-EFF-DATE PIC X(8).
            05 CQ-EFF-DATE-N REDEFINES CQ-EFF-DATE PIC 9(8).
            05 CQ-ROUND PIC X(1).
            05 CQ-LIMIT-FLAG PIC X(1).

         FD CALC-RESULT-FILE.
         01 CALC-RESULT-RECORD.
            05 CL-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 CL-OPERATOR PIC X(8).
            05 FILLER PIC X(1).
            05 CL-SEQ PIC 9(9).
            05 FILLER PIC X(1).
            05 CL-CHECK PIC 9(9).

      * Archive catalog written by housekeeping (cob-qalq05); read
      * only to carry the log chain on when CALCLOG has been emptied.
         FD CALC-ARCC-FILE.
         01 CALC-ARCC-RECORD.
            05 AC-FILE-NAME PIC X(17).
            05 FILLER PIC X(1).
            05 AC-LAST-SEQ PIC 9(9).
            05 FILLER PIC X(1).
            05 AC-LAST-CHECK PIC 9(9).

         FD CALC-RPT-FILE.
         01 CALC-RPT-RECORD PIC X(80).
            05 CP-CALCJOB PIC X(3).
            05 CP-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.

      * Processed-transaction register, one row each time a
      * trans-id is processed by the batch pass (IR-SEQ counts them
      * from 1). IR-STATUS is P while the result stands and B once
      * cob-qalq09 has backed it out; only a P row makes a later
      * occurrence of the trans-id a duplicate.
         FD CALC-IDREG-FILE.
         01 CALC-IDREG-RECORD.
            05 IR-KEY.
               10 IR-TRANS-ID PIC X(12).
               10 IR-SEQ PIC 9(3).
            05 IR-BATCH-ID PIC X(8).
            05 IR-QUEUE-NBR PIC 9(1).
            05 IR-RUN-DATE PIC 9(8).
            05 IR-RUN-TIME PIC 9(6).
            05 IR-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 IR-CALCJOB PIC X(1).
            05 IR-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 IR-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
            05 IR-OPERATOR PIC X(8).
            05 IR-STATUS PIC X(1).
            05 IR-BACKOUT-DATE PIC 9(8).

         FD CALC-DUP-FILE.
         01 CALC-DUP-RECORD.
            05 ST-RETURN-CODE PIC 9(2).

      * Operator master, one row per operator id; OP-ACTIVE gates
      * sign-on and OP-RATE-AUTH gates rate maintenance (keying a
      * rate change, and approving one keyed by another operator).
      * OP-SUPV-AUTH marks supervisors (used by the supervisor
      * programs).
         FD CALC-OPER-FILE.
         01 CALC-OPER-RECORD.
            05 OP-ID PIC X(8).
            05 OP-ACTIVE PIC X(1).
            05 FILLER PIC X(1).
            05 OP-RATE-AUTH PIC X(1).
            05 FILLER PIC X(1).
            05 OP-SUPV-AUTH PIC X(1).

      * One row per rate name and effective date; the value in force
      * for a date is the row with the highest effective date not
            05 RT-RATE-VALUE PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 RT-ACTIVE PIC X(1).

      * Rate changes keyed but not yet approved, at most one per rate
      * name and effective date. CALCRATE is only written when a
      * second rate-authorized operator approves the change, so
      * 999-RATE-ASOF never sees a pending value.
         FD CALC-RPND-FILE.
         01 CALC-RPND-RECORD.
            05 PN-KEY.
               10 PN-RATE-NAME PIC X(8).
               10 PN-EFF-DATE PIC 9(8).
            05 PN-ACTION PIC X(1).
            05 PN-OLD-VALUE PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 PN-OLD-ACTIVE PIC X(1).
            05 PN-NEW-VALUE PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 PN-NEW-ACTIVE PIC X(1).
            05 PN-MAKER PIC X(8).
            05 PN-MADE-DATE PIC 9(8).
            05 PN-MADE-TIME PIC 9(6).

      * Rate change journal: one line for every change keyed
      * (PENDING), approved (APPROVED) or rejected (REJECTED), with
      * the before and after values, maker and checker. Action is
      * A add, U update, D deactivate.
         FD CALC-RJRN-FILE.
         01 CALC-RJRN-RECORD.
            05 JR-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 JR-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 JR-EVENT PIC X(8).
            05 FILLER PIC X(1).
            05 JR-ACTION PIC X(1).
            05 FILLER PIC X(1).
            05 JR-RATE-NAME PIC X(8).
            05 FILLER PIC X(1).
            05 JR-EFF-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 JR-OLD-VALUE PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 JR-OLD-ACTIVE PIC X(1).
            05 FILLER PIC X(1).
            05 JR-NEW-VALUE PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 JR-NEW-ACTIVE PIC X(1).
            05 FILLER PIC X(1).
            05 JR-MAKER PIC X(8).
            05 FILLER PIC X(1).
            05 JR-CHECKER PIC X(8).

      * Result tolerances per batch-id, with an optional *DEFAULT row
      * for batches that have none. A blank amount means that limit
      * is not applied. With no minimum set, the maximum is applied
      * to the size of the result either side of zero.
         FD CALC-LIMT-FILE.
         01 CALC-LIMT-RECORD.
            05 LM-BATCH-ID PIC X(8).
            05 FILLER PIC X(1).
            05 LM-MAX-RESULT-X PIC X(13).
            05 LM-MAX-RESULT REDEFINES LM-MAX-RESULT-X
               PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 LM-MAX-SUBTOTAL-X PIC X(15).
            05 LM-MAX-SUBTOTAL REDEFINES LM-MAX-SUBTOTAL-X
               PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 LM-MIN-RESULT-X PIC X(13).
            05 LM-MIN-RESULT REDEFINES LM-MIN-RESULT-X
               PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.

      * Results outside tolerance, held for supervisor release. The
      * queue record is kept whole so a release can requeue it.
         FD CALC-HOLD-FILE.
         01 CALC-HOLD-RECORD.
            05 HD-QUEUE-DATA PIC X(46).
            05 FILLER PIC X(1).
            05 HD-RUN-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 HD-QUEUE-NBR PIC 9(1).
            05 FILLER PIC X(1).
            05 HD-CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 HD-CALCJOB PIC X(1).
            05 FILLER PIC X(1).
            05 HD-CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 HD-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 HD-LIMIT-CODE PIC X(3).
            05 FILLER PIC X(1).
            05 HD-LIMIT-VALUE PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.

      * Period accumulation, one row per run month and batch-id,
      * posted from every SUBTOTAL the batch pass writes.
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

      * Closed periods, one row per month signed off at month-end.
         FD CALC-PCTL-FILE.
         01 CALC-PCTL-RECORD.
            05 PC-PERIOD PIC 9(6).
            05 FILLER PIC X(1).
            05 PC-CLOSE-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 PC-CLOSE-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 PC-OPERATOR PIC X(8).

      * Edit reject file, same layout as cob-qalq03; the batch pass
      * adds the records it refuses for a closed period (reason 07).
         FD CALC-REJECT-FILE.
         01 CALC-REJECT-RECORD.
            05 RJ-RECORD-NBR PIC 9(7).
            05 FILLER PIC X(1).
            05 RJ-REASON PIC X(2).
            05 FILLER PIC X(1).
            05 RJ-QUEUE-NAME PIC X(9).
            05 FILLER PIC X(1).
            05 RJ-QUEUE-DATA PIC X(46).

         LOCAL-STORAGE SECTION.
         01 CALC1 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE VALUE ZERO.
         01 CALC2 PIC S9(5)V9(2) SIGN IS LEADING SEPARATE VALUE ZERO.
         01 LOG-DATE PIC 9(8) VALUE ZERO.
         01 LOG-TIME PIC 9(8) VALUE ZERO.
         01 CALC-LOG-STATUS PIC X(2) VALUE "00".
         01 CALC-ARCC-STATUS PIC X(2) VALUE "00".
         01 LOG-EOF-SWITCH PIC X(1) VALUE "N".
            88 LOG-EOF VALUE "Y".
         01 ARCC-EOF-SWITCH PIC X(1) VALUE "N".
            88 ARCC-EOF VALUE "Y".
         01 LOG-SEQ PIC 9(9) VALUE ZERO.
         01 LOG-CHECK PIC 9(9) VALUE ZERO.
         01 CHECK-WORK PIC 9(12) VALUE ZERO.
         01 CHECK-QUOT PIC 9(12) VALUE ZERO.
         01 CHECK-SUB PIC 9(3) COMP VALUE ZERO.
         01 CHECK-BYTE-WORK.
            05 FILLER PIC X(1) VALUE LOW-VALUE.
            05 CHECK-BYTE PIC X(1).
         01 CHECK-BYTE-VALUE REDEFINES CHECK-BYTE-WORK PIC 9(4) COMP.
         01 CALC-RPT-STATUS PIC X(2) VALUE "00".
         01 SESSION-CALC-COUNT PIC 9(5) VALUE ZERO.
         01 RPT-LINE.
            05 RECON-HASH-VALUE PIC -ZZZZZZZZZZZ9.99.
         01 CALC-IDREG-STATUS PIC X(2) VALUE "00".
         01 CALC-DUP-STATUS PIC X(2) VALUE "00".
         01 REGISTER-NEXT-SEQ PIC 9(3) VALUE 1.
         01 REGISTER-SCAN-SWITCH PIC X(1) VALUE "N".
            88 REGISTER-SCAN-END VALUE "Y".
         01 IDREG-OPEN-SWITCH PIC X(1) VALUE "N".
         01 DUP-OPEN-SWITCH PIC X(1) VALUE "N".
         01 DUP-SWITCH PIC X(1) VALUE "N".
         01 RATE-ASOF-EOF-SWITCH PIC X(1) VALUE "N".
         01 RATE-LAST-ACTIVE PIC X(1) VALUE "N".
         01 RATE-EFF-INPUT PIC X(8) VALUE SPACES.
         01 CALC-RPND-STATUS PIC X(2) VALUE "00".
         01 CALC-RJRN-STATUS PIC X(2) VALUE "00".
         01 RATE-NEW-VALUE PIC S9(5)V9(2) SIGN IS LEADING SEPARATE
             VALUE ZERO.
         01 RATE-JRN-EVENT PIC X(8) VALUE SPACES.
         01 RATE-CHECKER PIC X(8) VALUE SPACES.
         01 PEND-EOF-SWITCH PIC X(1) VALUE "N".
            88 PEND-EOF VALUE "Y".
         01 PEND-LAST-KEY PIC X(16) VALUE LOW-VALUES.
         01 PEND-DECISION PIC X(1) VALUE SPACE.
         01 BATCH-RUN-DATE PIC 9(8) VALUE ZERO.
         01 CALC-RAW PIC S9(10)V9(4) VALUE ZERO.
         01 ROUND-RULE PIC X(1) VALUE "T".
         01 BATCH-SUB-SUM PIC S9(12)V9(2) VALUE ZERO.
         01 GRAND-COUNT PIC 9(7) VALUE ZERO.
         01 GRAND-SUM PIC S9(12)V9(2) VALUE ZERO.
         01 CALC-LIMT-STATUS PIC X(2) VALUE "00".
         01 CALC-HOLD-STATUS PIC X(2) VALUE "00".
         01 LIMIT-LOAD-SWITCH PIC X(1) VALUE "N".
            88 LIMIT-LOAD-EOF VALUE "Y".
         01 HOLD-OPEN-SWITCH PIC X(1) VALUE "N".
         01 HOLD-COUNT PIC 9(7) VALUE ZERO.
         01 LIMIT-COUNT PIC 9(5) COMP VALUE ZERO.
         01 LIMIT-SUB PIC 9(5) COMP VALUE ZERO.
         01 LIMIT-FOUND-SUB PIC 9(5) COMP VALUE ZERO.
         01 LIMIT-DEFAULT-SUB PIC 9(5) COMP VALUE ZERO.
         01 LIMIT-CODE PIC X(3) VALUE SPACES.
         01 LIMIT-VALUE PIC S9(12)V9(2) VALUE ZERO.
         01 LIMIT-CHECK-SUM PIC S9(12)V9(2) VALUE ZERO.
         01 LIMIT-TABLE.
            05 LIMIT-ENTRY OCCURS 1000 TIMES.
               10 LIMIT-BATCH-ID PIC X(8).
               10 LIMIT-MAX-SWITCH PIC X(1).
               10 LIMIT-MAX PIC S9(10)V9(2).
               10 LIMIT-SUBT-SWITCH PIC X(1).
               10 LIMIT-SUBT PIC S9(12)V9(2).
               10 LIMIT-MIN-SWITCH PIC X(1).
               10 LIMIT-MIN PIC S9(10)V9(2).
         01 CALC-PERD-STATUS PIC X(2) VALUE "00".
         01 CALC-PCTL-STATUS PIC X(2) VALUE "00".
         01 CALC-REJECT-STATUS PIC X(2) VALUE "00".
         01 PERD-OPEN-SWITCH PIC X(1) VALUE "N".
         01 PERD-FOUND-SWITCH PIC X(1) VALUE "N".
         01 REJECT-OPEN-SWITCH PIC X(1) VALUE "N".
         01 PCTL-EOF-SWITCH PIC X(1) VALUE "N".
            88 PCTL-EOF VALUE "Y".
         01 RUN-PERIOD PIC 9(6) VALUE ZERO.
         01 RECORD-PERIOD PIC 9(6) VALUE ZERO.
         01 CLOSED-SWITCH PIC X(1) VALUE "N".
         01 REFUSED-COUNT PIC 9(7) VALUE ZERO.
         01 CLOSED-COUNT PIC 9(5) COMP VALUE ZERO.
         01 CLOSED-SUB PIC 9(5) COMP VALUE ZERO.
         01 CLOSED-TABLE.
            05 CLOSED-PERIOD PIC 9(6) OCCURS 600 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       END-IF.
       DISPLAY "Signed on as " OPERATOR-ID.

       PERFORM 999-LOG-CHAIN-START THRU 999-LOG-CHAIN-START-EXIT.
       OPEN EXTEND CALC-LOG-FILE.
       IF CALC-LOG-STATUS NOT = "00"
           OPEN OUTPUT CALC-LOG-FILE
           MOVE CALCSUM TO CL-CALCSUM
       END-IF.
       MOVE OPERATOR-ID TO CL-OPERATOR.
       PERFORM 999-LOG-CHAIN THRU 999-LOG-CHAIN-EXIT.
       WRITE CALC-LOG-RECORD.

       ADD 1 TO SESSION-CALC-COUNT.

       MOVE ZERO TO CHAIN-COUNT.
       MOVE "N" TO CHAIN-FULL-SWITCH.
       MOVE "N" TO IDREG-OPEN-SWITCH.
       MOVE "N" TO DUP-OPEN-SWITCH.
      * The register is the duplicate check, so the batch cannot run
      * without it. Create it only when it truly is not there
      * (status 35), as for the rate master.
       OPEN I-O CALC-IDREG-FILE.
       IF CALC-IDREG-STATUS = "35"
           OPEN OUTPUT CALC-IDREG-FILE
           IF CALC-IDREG-STATUS = "00"
               CLOSE CALC-IDREG-FILE
               OPEN I-O CALC-IDREG-FILE
           END-IF
       END-IF.
       IF CALC-IDREG-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCIDRG, status "
               CALC-IDREG-STATUS ", batch run aborted"
           IF RATE-FILE-SWITCH = "Y"
               CLOSE CALC-RATE-FILE
           END-IF
           MOVE "ABORTED" TO STAT-STATUS
           MOVE 12 TO STAT-RC
           GO TO 999-SELECTION0
       END-IF.
       MOVE "Y" TO IDREG-OPEN-SWITCH.
      * Month-end figures are built from this file, so a run that
      * cannot post to it does not run at all.
       MOVE BATCH-RUN-DATE(1:6) TO RUN-PERIOD.
       MOVE "N" TO PERD-OPEN-SWITCH.
       OPEN I-O CALC-PERD-FILE.
       IF CALC-PERD-STATUS = "35"
           OPEN OUTPUT CALC-PERD-FILE
           IF CALC-PERD-STATUS = "00"
               CLOSE CALC-PERD-FILE
               OPEN I-O CALC-PERD-FILE
           END-IF
       END-IF.
       IF CALC-PERD-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCPERD, status "
               CALC-PERD-STATUS ", batch run aborted"
           IF RATE-FILE-SWITCH = "Y"
               CLOSE CALC-RATE-FILE
           END-IF
           CLOSE CALC-IDREG-FILE
           MOVE "ABORTED" TO STAT-STATUS
           MOVE 12 TO STAT-RC
           GO TO 999-SELECTION0
       END-IF.
       MOVE "Y" TO PERD-OPEN-SWITCH.
       OPEN OUTPUT CALC-DUP-FILE.
       IF CALC-DUP-STATUS = "00"
           MOVE "Y" TO DUP-OPEN-SWITCH
           DISPLAY "!!!Cannot open CALCDUP, duplicates not reported"
       END-IF.

       PERFORM 999-SELECTION4-PCTLLOAD
           THRU 999-SELECTION4-PCTLLOAD-EXIT.
       MOVE "N" TO REJECT-OPEN-SWITCH.
       IF CLOSED-COUNT > 0
           OPEN EXTEND CALC-REJECT-FILE
           IF CALC-REJECT-STATUS NOT = "00"
               OPEN OUTPUT CALC-REJECT-FILE
           END-IF
           IF CALC-REJECT-STATUS = "00"
               MOVE "Y" TO REJECT-OPEN-SWITCH
           ELSE
               DISPLAY "!!!Cannot open CALCREJ, closed-period "
                   "refusals not written for repair"
           END-IF
       END-IF.

       PERFORM 999-SELECTION4-LIMITLOAD
           THRU 999-SELECTION4-LIMITLOAD-EXIT.
       MOVE "N" TO HOLD-OPEN-SWITCH.
       IF LIMIT-COUNT > 0
           OPEN EXTEND CALC-HOLD-FILE
           IF CALC-HOLD-STATUS NOT = "00"
               OPEN OUTPUT CALC-HOLD-FILE
           END-IF
           IF CALC-HOLD-STATUS NOT = "00"
               DISPLAY "!!!Cannot open CALCHOLD, status "
                   CALC-HOLD-STATUS ", batch run aborted"
               IF RATE-FILE-SWITCH = "Y"
                   CLOSE CALC-RATE-FILE
               END-IF
               CLOSE CALC-IDREG-FILE
               CLOSE CALC-PERD-FILE
               IF DUP-OPEN-SWITCH = "Y"
                   CLOSE CALC-DUP-FILE
               END-IF
               IF REJECT-OPEN-SWITCH = "Y"
                   CLOSE CALC-REJECT-FILE
               END-IF
               MOVE "ABORTED" TO STAT-STATUS
               MOVE 12 TO STAT-RC
               GO TO 999-SELECTION0
           END-IF
           MOVE "Y" TO HOLD-OPEN-SWITCH
       END-IF.

       MOVE 1 TO QUEUE-NBR.

       999-SELECTION4-QUEUE.
       MOVE ZERO TO GRAND-SUM.
       MOVE ZERO TO QUEUE-INPUT-COUNT.
       MOVE ZERO TO DUP-COUNT.
       MOVE ZERO TO HOLD-COUNT.
       MOVE ZERO TO REFUSED-COUNT.

       OPEN INPUT CALC-QUEUE-FILE.
       IF CALC-QUEUE-STATUS NOT = "00"
               IF DUP-OPEN-SWITCH = "Y"
                   CLOSE CALC-DUP-FILE
               END-IF
               IF HOLD-OPEN-SWITCH = "Y"
                   CLOSE CALC-HOLD-FILE
               END-IF
               IF PERD-OPEN-SWITCH = "Y"
                   CLOSE CALC-PERD-FILE
               END-IF
               IF REJECT-OPEN-SWITCH = "Y"
                   CLOSE CALC-REJECT-FILE
               END-IF
               MOVE "ABORTED" TO STAT-STATUS
               MOVE 12 TO STAT-RC
               GO TO 999-SELECTION0
               IF DUP-OPEN-SWITCH = "Y"
                   CLOSE CALC-DUP-FILE
               END-IF
               IF HOLD-OPEN-SWITCH = "Y"
                   CLOSE CALC-HOLD-FILE
               END-IF
               IF PERD-OPEN-SWITCH = "Y"
                   CLOSE CALC-PERD-FILE
               END-IF
               IF REJECT-OPEN-SWITCH = "Y"
                   CLOSE CALC-REJECT-FILE
               END-IF
               MOVE "ABORTED" TO STAT-STATUS
               MOVE 12 TO STAT-RC
               GO TO 999-SELECTION0
           IF DUP-OPEN-SWITCH = "Y"
               CLOSE CALC-DUP-FILE
           END-IF
           IF HOLD-OPEN-SWITCH = "Y"
               CLOSE CALC-HOLD-FILE
           END-IF
           IF PERD-OPEN-SWITCH = "Y"
               CLOSE CALC-PERD-FILE
           END-IF
           IF REJECT-OPEN-SWITCH = "Y"
               CLOSE CALC-REJECT-FILE
           END-IF
           MOVE "ABORTED" TO STAT-STATUS
           MOVE 12 TO STAT-RC
           GO TO 999-SELECTION0
           MOVE BATCH-SUB-COUNT TO CS-COUNT
           MOVE BATCH-SUB-SUM TO CS-CALCSUM
           WRITE CALC-SUBTOTAL-RECORD
           PERFORM 999-SELECTION4-PERIOD
               THRU 999-SELECTION4-PERIOD-EXIT
       END-IF.
       IF GRAND-COUNT > 0
           MOVE SPACES TO CALC-SUBTOTAL-RECORD
       MOVE DUP-COUNT TO RECON-COUNT.
       MOVE RECON-LINE TO CALC-RPT-RECORD.
       WRITE CALC-RPT-RECORD.
       MOVE "RECORDS HELD     :" TO RECON-LABEL.
       MOVE HOLD-COUNT TO RECON-COUNT.
       MOVE RECON-LINE TO CALC-RPT-RECORD.
       WRITE CALC-RPT-RECORD.
       MOVE "RECORDS REFUSED  :" TO RECON-LABEL.
       MOVE REFUSED-COUNT TO RECON-COUNT.
       MOVE RECON-LINE TO CALC-RPT-RECORD.
       WRITE CALC-RPT-RECORD.
       MOVE "PRIOR CHECKPOINT :" TO RECON-LABEL.
       MOVE BATCH-PRIOR-COUNT TO RECON-COUNT.
       MOVE RECON-LINE TO CALC-RPT-RECORD.
           MOVE "*** BATCH IN BALANCE ***" TO CALC-RPT-RECORD
           WRITE CALC-RPT-RECORD
           DISPLAY "Batch reconciliation in balance: " QUEUE-FILE-NAME
           IF (BATCH-ERROR-COUNT > 0 OR DUP-COUNT > 0
               OR HOLD-COUNT > 0 OR REFUSED-COUNT > 0)
               AND STAT-RC < 4
               MOVE "WARNINGS" TO STAT-STATUS
               MOVE 4 TO STAT-RC
       IF DUP-OPEN-SWITCH = "Y"
           CLOSE CALC-DUP-FILE
       END-IF.
       IF HOLD-OPEN-SWITCH = "Y"
           CLOSE CALC-HOLD-FILE
       END-IF.
       IF PERD-OPEN-SWITCH = "Y"
           CLOSE CALC-PERD-FILE
       END-IF.
       IF REJECT-OPEN-SWITCH = "Y"
           CLOSE CALC-REJECT-FILE
       END-IF.
       DISPLAY "Batch run complete, see result files for results.".
       GO TO 999-SELECTION0.

       IF DUP-OPEN-SWITCH = "Y"
           CLOSE CALC-DUP-FILE
       END-IF.
       IF HOLD-OPEN-SWITCH = "Y"
           CLOSE CALC-HOLD-FILE
       END-IF.
       IF PERD-OPEN-SWITCH = "Y"
           CLOSE CALC-PERD-FILE
       END-IF.
       IF REJECT-OPEN-SWITCH = "Y"
           CLOSE CALC-REJECT-FILE
       END-IF.
       DISPLAY "!!!Batch window cutoff reached in " QUEUE-FILE-NAME
           " after record " QUEUE-INPUT-COUNT.
       DISPLAY "Checkpoint taken, remaining work resumes next window.".
       999-SELECTION4-RECORD.
       ADD 1 TO QUEUE-INPUT-COUNT.
       MOVE "N" TO DUP-SWITCH.
       MOVE 1 TO REGISTER-NEXT-SEQ.
       IF CQ-TRANS-ID NOT = SPACES
           PERFORM 999-SELECTION4-REGCHECK
               THRU 999-SELECTION4-REGCHECK-EXIT
       END-IF.
       IF DUP-SWITCH = "Y"
           ADD 1 TO DUP-COUNT
           END-IF
           GO TO 999-SELECTION4-RECORD-EXIT
       END-IF.
      * An effective date in a closed period is refused: the month
      * is signed off, so the record goes back to CALCREJ (reason
      * 07) for a new date instead of calculating.
       IF CLOSED-COUNT > 0
           AND CQ-EFF-DATE IS NUMERIC AND CQ-EFF-DATE-N > 0
           MOVE CQ-EFF-DATE(1:6) TO RECORD-PERIOD
           MOVE "N" TO CLOSED-SWITCH
           MOVE 1 TO CLOSED-SUB
           PERFORM UNTIL CLOSED-SUB > CLOSED-COUNT
               OR CLOSED-SWITCH = "Y"
             IF CLOSED-PERIOD(CLOSED-SUB) = RECORD-PERIOD
                 MOVE "Y" TO CLOSED-SWITCH
             END-IF
             ADD 1 TO CLOSED-SUB
           END-PERFORM
           IF CLOSED-SWITCH = "Y"
               ADD 1 TO REFUSED-COUNT
               DISPLAY "!!!Effective date " CQ-EFF-DATE " of "
                   CQ-TRANS-ID " in closed period, refused"
               IF REJECT-OPEN-SWITCH = "Y"
                   MOVE SPACES TO CALC-REJECT-RECORD
                   MOVE QUEUE-INPUT-COUNT TO RJ-RECORD-NBR
                   MOVE "07" TO RJ-REASON
                   MOVE QUEUE-FILE-NAME TO RJ-QUEUE-NAME
                   MOVE CALC-QUEUE-RECORD TO RJ-QUEUE-DATA
                   WRITE CALC-REJECT-RECORD
               END-IF
               GO TO 999-SELECTION4-CKPT
           END-IF
       END-IF.
       IF QUEUE-FIRST-SWITCH = "Y"
           MOVE CQ-BATCH-ID TO PREV-BATCH-ID
           MOVE "N" TO QUEUE-FIRST-SWITCH
               MOVE BATCH-SUB-COUNT TO CS-COUNT
               MOVE BATCH-SUB-SUM TO CS-CALCSUM
               WRITE CALC-SUBTOTAL-RECORD
               PERFORM 999-SELECTION4-PERIOD
                   THRU 999-SELECTION4-PERIOD-EXIT
           END-IF
           MOVE CQ-BATCH-ID TO PREV-BATCH-ID
           MOVE ZERO TO BATCH-SUB-COUNT
       END-IF
       END-IF

      * A result outside its batch tolerance is held, not written;
      * a record the supervisor has already released (flag L) is not
      * checked again.
       IF LIMIT-COUNT > 0
           AND RATE-LOOKUP-SWITCH = "Y"
           AND CHAIN-LOOKUP-SWITCH = "Y"
           AND CQ-LIMIT-FLAG NOT = "L"
           PERFORM 999-SELECTION4-LIMIT
               THRU 999-SELECTION4-LIMIT-EXIT
           IF LIMIT-CODE NOT = SPACES
               PERFORM 999-SELECTION4-HOLD
                   THRU 999-SELECTION4-HOLD-EXIT
               GO TO 999-SELECTION4-CKPT
           END-IF
       END-IF

       IF CQ-TRANS-ID NOT = SPACES
           IF CHAIN-COUNT < 10000
               ADD 1 TO CHAIN-COUNT
       ADD CALCSUM TO GRAND-SUM

       IF CQ-TRANS-ID NOT = SPACES
           MOVE SPACES TO CALC-IDREG-RECORD
           MOVE CQ-TRANS-ID TO IR-TRANS-ID
           MOVE REGISTER-NEXT-SEQ TO IR-SEQ
           MOVE CQ-BATCH-ID TO IR-BATCH-ID
           MOVE QUEUE-NBR TO IR-QUEUE-NBR
           MOVE BATCH-RUN-DATE TO IR-RUN-DATE
           ACCEPT CURRENT-TIME-RAW FROM TIME
           MOVE CURRENT-TIME-RAW(1:6) TO IR-RUN-TIME
           MOVE CALC1 TO IR-CALC1
           MOVE CALCJOB TO IR-CALCJOB
           MOVE CALC2 TO IR-CALC2
           MOVE CALCSUM TO IR-CALCSUM
           MOVE OPERATOR-ID TO IR-OPERATOR
           MOVE "P" TO IR-STATUS
           MOVE ZERO TO IR-BACKOUT-DATE
           WRITE CALC-IDREG-RECORD
             INVALID KEY
               DISPLAY "!!!Cannot register " CQ-TRANS-ID
                   ", status " CALC-IDREG-STATUS
           END-WRITE
       END-IF.

       999-SELECTION4-CKPT.
       DIVIDE QUEUE-INPUT-COUNT BY CKPT-INTERVAL
         GIVING CKPT-QUOTIENT
         REMAINDER CKPT-REMAINDER
       999-SELECTION4-RECORD-EXIT.
       EXIT.

      * Post the SUBTOTAL just written for PREV-BATCH-ID into its
      * CALCPERD row for the run month, adding the row on first use.
       999-SELECTION4-PERIOD.
       MOVE RUN-PERIOD TO PA-PERIOD.
       MOVE PREV-BATCH-ID TO PA-BATCH-ID.
       MOVE "Y" TO PERD-FOUND-SWITCH.
       READ CALC-PERD-FILE
         INVALID KEY
           MOVE "N" TO PERD-FOUND-SWITCH
       END-READ.
       IF PERD-FOUND-SWITCH = "N"
           MOVE SPACES TO CALC-PERD-RECORD
           MOVE RUN-PERIOD TO PA-PERIOD
           MOVE PREV-BATCH-ID TO PA-BATCH-ID
           MOVE ZERO TO PA-RUN-COUNT
           MOVE ZERO TO PA-RECORD-COUNT
           MOVE ZERO TO PA-CALCSUM
           MOVE ZERO TO PA-BACKOUT-COUNT
       END-IF.
       ADD 1 TO PA-RUN-COUNT.
       ADD BATCH-SUB-COUNT TO PA-RECORD-COUNT.
       ADD BATCH-SUB-SUM TO PA-CALCSUM.
       MOVE BATCH-RUN-DATE TO PA-LAST-RUN-DATE.
       IF PERD-FOUND-SWITCH = "Y"
           REWRITE CALC-PERD-RECORD
             INVALID KEY
               DISPLAY "!!!Cannot post " PREV-BATCH-ID
                   " to CALCPERD, status " CALC-PERD-STATUS
           END-REWRITE
       ELSE
           WRITE CALC-PERD-RECORD
             INVALID KEY
               DISPLAY "!!!Cannot post " PREV-BATCH-ID
                   " to CALCPERD, status " CALC-PERD-STATUS
           END-WRITE
       END-IF.

       999-SELECTION4-PERIOD-EXIT.
       EXIT.

      * Load the closed periods from CALCPCTL into CLOSED-TABLE. No
      * control file, no closed periods.
       999-SELECTION4-PCTLLOAD.
       MOVE ZERO TO CLOSED-COUNT.
       MOVE "N" TO PCTL-EOF-SWITCH.
       OPEN INPUT CALC-PCTL-FILE.
       IF CALC-PCTL-STATUS NOT = "00"
           GO TO 999-SELECTION4-PCTLLOAD-EXIT
       END-IF.
       PERFORM UNTIL PCTL-EOF
         READ CALC-PCTL-FILE
           AT END
             MOVE "Y" TO PCTL-EOF-SWITCH
           NOT AT END
             IF PC-PERIOD IS NUMERIC AND CLOSED-COUNT < 600
                 ADD 1 TO CLOSED-COUNT
                 MOVE PC-PERIOD TO CLOSED-PERIOD(CLOSED-COUNT)
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-PCTL-FILE.

       999-SELECTION4-PCTLLOAD-EXIT.
       EXIT.

      * Load the CALCLIMT tolerances into LIMIT-TABLE. No master, no
      * limits: LIMIT-COUNT stays zero and nothing is held.
       999-SELECTION4-LIMITLOAD.
       MOVE ZERO TO LIMIT-COUNT.
       MOVE ZERO TO LIMIT-DEFAULT-SUB.
       MOVE "N" TO LIMIT-LOAD-SWITCH.
       OPEN INPUT CALC-LIMT-FILE.
       IF CALC-LIMT-STATUS NOT = "00"
           GO TO 999-SELECTION4-LIMITLOAD-EXIT
       END-IF.
       PERFORM UNTIL LIMIT-LOAD-EOF
         READ CALC-LIMT-FILE
           AT END
             MOVE "Y" TO LIMIT-LOAD-SWITCH
           NOT AT END
             IF LIMIT-COUNT < 1000
                 ADD 1 TO LIMIT-COUNT
                 MOVE LM-BATCH-ID TO LIMIT-BATCH-ID(LIMIT-COUNT)
                 MOVE "N" TO LIMIT-MAX-SWITCH(LIMIT-COUNT)
                 MOVE ZERO TO LIMIT-MAX(LIMIT-COUNT)
                 MOVE "N" TO LIMIT-SUBT-SWITCH(LIMIT-COUNT)
                 MOVE ZERO TO LIMIT-SUBT(LIMIT-COUNT)
                 MOVE "N" TO LIMIT-MIN-SWITCH(LIMIT-COUNT)
                 MOVE ZERO TO LIMIT-MIN(LIMIT-COUNT)
                 IF LM-MAX-RESULT-X NOT = SPACES
                     AND LM-MAX-RESULT IS NUMERIC
                     MOVE "Y" TO LIMIT-MAX-SWITCH(LIMIT-COUNT)
                     MOVE LM-MAX-RESULT TO LIMIT-MAX(LIMIT-COUNT)
                 END-IF
                 IF LM-MAX-SUBTOTAL-X NOT = SPACES
                     AND LM-MAX-SUBTOTAL IS NUMERIC
                     MOVE "Y" TO LIMIT-SUBT-SWITCH(LIMIT-COUNT)
                     MOVE LM-MAX-SUBTOTAL TO LIMIT-SUBT(LIMIT-COUNT)
                 END-IF
                 IF LM-MIN-RESULT-X NOT = SPACES
                     AND LM-MIN-RESULT IS NUMERIC
                     MOVE "Y" TO LIMIT-MIN-SWITCH(LIMIT-COUNT)
                     MOVE LM-MIN-RESULT TO LIMIT-MIN(LIMIT-COUNT)
                 END-IF
                 IF LM-BATCH-ID = "*DEFAULT"
                     MOVE LIMIT-COUNT TO LIMIT-DEFAULT-SUB
                 END-IF
             ELSE
                 DISPLAY "!!!CALCLIMT holds more than 1000 rows, "
                     "batch " LM-BATCH-ID " ignored"
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-LIMT-FILE.
       IF LIMIT-COUNT > 0
           DISPLAY "Result limits loaded: " LIMIT-COUNT
       END-IF.

       999-SELECTION4-LIMITLOAD-EXIT.
       EXIT.

      * Check CALCSUM against the tolerances for CQ-BATCH-ID. Sets
      * LIMIT-CODE to MAX, MIN or SUB (subtotal) and LIMIT-VALUE to
      * the limit breached; LIMIT-CODE stays blank when in tolerance.
       999-SELECTION4-LIMIT.
       MOVE SPACES TO LIMIT-CODE.
       MOVE ZERO TO LIMIT-VALUE.
       MOVE ZERO TO LIMIT-FOUND-SUB.
       MOVE 1 TO LIMIT-SUB.
       PERFORM UNTIL LIMIT-SUB > LIMIT-COUNT
           OR LIMIT-FOUND-SUB > 0
         IF LIMIT-BATCH-ID(LIMIT-SUB) = CQ-BATCH-ID
             MOVE LIMIT-SUB TO LIMIT-FOUND-SUB
         END-IF
         ADD 1 TO LIMIT-SUB
       END-PERFORM.
       IF LIMIT-FOUND-SUB = 0
           MOVE LIMIT-DEFAULT-SUB TO LIMIT-FOUND-SUB
       END-IF.
       IF LIMIT-FOUND-SUB = 0
           GO TO 999-SELECTION4-LIMIT-EXIT
       END-IF.

       IF LIMIT-MIN-SWITCH(LIMIT-FOUND-SUB) = "Y"
           IF CALCSUM < LIMIT-MIN(LIMIT-FOUND-SUB)
               MOVE "MIN" TO LIMIT-CODE
               MOVE LIMIT-MIN(LIMIT-FOUND-SUB) TO LIMIT-VALUE
               GO TO 999-SELECTION4-LIMIT-EXIT
           END-IF
       END-IF.
       IF LIMIT-MAX-SWITCH(LIMIT-FOUND-SUB) = "Y"
           IF CALCSUM > LIMIT-MAX(LIMIT-FOUND-SUB)
               OR (LIMIT-MIN-SWITCH(LIMIT-FOUND-SUB) = "N"
               AND CALCSUM < 0 - LIMIT-MAX(LIMIT-FOUND-SUB))
               MOVE "MAX" TO LIMIT-CODE
               MOVE LIMIT-MAX(LIMIT-FOUND-SUB) TO LIMIT-VALUE
               GO TO 999-SELECTION4-LIMIT-EXIT
           END-IF
       END-IF.
       IF LIMIT-SUBT-SWITCH(LIMIT-FOUND-SUB) = "Y"
           COMPUTE LIMIT-CHECK-SUM = BATCH-SUB-SUM + CALCSUM
             ON SIZE ERROR
               MOVE "SUB" TO LIMIT-CODE
           END-COMPUTE
           IF LIMIT-CHECK-SUM > LIMIT-SUBT(LIMIT-FOUND-SUB)
               OR LIMIT-CHECK-SUM < 0 - LIMIT-SUBT(LIMIT-FOUND-SUB)
               MOVE "SUB" TO LIMIT-CODE
           END-IF
           IF LIMIT-CODE = "SUB"
               MOVE LIMIT-SUBT(LIMIT-FOUND-SUB) TO LIMIT-VALUE
           END-IF
       END-IF.

       999-SELECTION4-LIMIT-EXIT.
       EXIT.

      * Hold the current record: write it to CALCHOLD and take it back
      * out of the read count, hash totals and rounding difference so
      * the queue still reconciles on what was written.
       999-SELECTION4-HOLD.
       ADD 1 TO HOLD-COUNT.
       SUBTRACT 1 FROM BATCH-READ-COUNT.
       SUBTRACT CALC1 FROM HASH-CALC1.
       SUBTRACT CALC2 FROM HASH-CALC2.
       COMPUTE ROUND-DIFF-TOTAL =
           ROUND-DIFF-TOTAL - CALC-RAW + CALCSUM.
       DISPLAY "!!!Result " CALCSUM " for " CQ-TRANS-ID
           " outside " LIMIT-CODE " limit, held".
       MOVE SPACES TO CALC-HOLD-RECORD.
       MOVE CALC-QUEUE-RECORD TO HD-QUEUE-DATA.
       MOVE BATCH-RUN-DATE TO HD-RUN-DATE.
       MOVE QUEUE-NBR TO HD-QUEUE-NBR.
       MOVE CALC1 TO HD-CALC1.
       MOVE CALCJOB TO HD-CALCJOB.
       MOVE CALC2 TO HD-CALC2.
       MOVE CALCSUM TO HD-CALCSUM.
       MOVE LIMIT-CODE TO HD-LIMIT-CODE.
       MOVE LIMIT-VALUE TO HD-LIMIT-VALUE.
       WRITE CALC-HOLD-RECORD.
       IF CALC-HOLD-STATUS NOT = "00"
           DISPLAY "!!!Cannot write CALCHOLD, status "
               CALC-HOLD-STATUS
       END-IF.

       999-SELECTION4-HOLD-EXIT.
       EXIT.

      * Look CQ-TRANS-ID up in the processed-transaction register:
      * sets DUP-SWITCH when a row still standing (status P) exists,
      * and REGISTER-NEXT-SEQ to the sequence the new row will take.
       999-SELECTION4-REGCHECK.
       MOVE "N" TO REGISTER-SCAN-SWITCH.
       MOVE CQ-TRANS-ID TO IR-TRANS-ID.
       MOVE ZERO TO IR-SEQ.
       START CALC-IDREG-FILE KEY NOT < IR-KEY
         INVALID KEY
           MOVE "Y" TO REGISTER-SCAN-SWITCH
       END-START.
       PERFORM UNTIL REGISTER-SCAN-END
         READ CALC-IDREG-FILE NEXT RECORD
           AT END
             MOVE "Y" TO REGISTER-SCAN-SWITCH
           NOT AT END
             IF IR-TRANS-ID NOT = CQ-TRANS-ID
                 MOVE "Y" TO REGISTER-SCAN-SWITCH
             ELSE
                 IF IR-STATUS = "P"
                     MOVE "Y" TO DUP-SWITCH
                 END-IF
                 IF IR-SEQ < 999
                     COMPUTE REGISTER-NEXT-SEQ = IR-SEQ + 1
                 END-IF
             END-IF
         END-READ
       END-PERFORM.

       999-SELECTION4-REGCHECK-EXIT.
       EXIT.

      * Resolve a chain reference ("=" plus the trans-id of an
      * earlier record in this run) against the in-run result table.
       999-SELECTION4-CHAIN.
               CALC-RATE-STATUS
           GO TO 999-SELECTION0
       END-IF.
       OPEN I-O CALC-RPND-FILE.
       IF CALC-RPND-STATUS = "35"
           OPEN OUTPUT CALC-RPND-FILE
           IF CALC-RPND-STATUS NOT = "00"
               DISPLAY "!!!Cannot create CALCRPND, status "
                   CALC-RPND-STATUS
               CLOSE CALC-RATE-FILE
               GO TO 999-SELECTION0
           END-IF
           CLOSE CALC-RPND-FILE
           OPEN I-O CALC-RPND-FILE
       END-IF.
       IF CALC-RPND-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCRPND, status "
               CALC-RPND-STATUS
           CLOSE CALC-RATE-FILE
           GO TO 999-SELECTION0
       END-IF.
      * No rate change may be made without its journal line.
       OPEN EXTEND CALC-RJRN-FILE.
       IF CALC-RJRN-STATUS NOT = "00"
           OPEN OUTPUT CALC-RJRN-FILE
       END-IF.
       IF CALC-RJRN-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCRJRN, rate maintenance "
               "not possible"
           CLOSE CALC-RATE-FILE
           CLOSE CALC-RPND-FILE
           GO TO 999-SELECTION0
       END-IF.

       999-SELECTION6-MENU.
       MOVE 0 TO USER-SELECTION.
         DISPLAY "    3 : Update rate"
         DISPLAY "    4 : Deactivate rate"
         DISPLAY "    5 : Return to main menu"
         DISPLAY "    6 : Approve pending changes"
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 3 GO TO 999-SELECTION6-UPDATE
           WHEN 4 GO TO 999-SELECTION6-DEACT
           WHEN 5 GO TO 999-SELECTION6-EXIT
           WHEN 6 GO TO 999-SELECTION6-APPROVE
           WHEN OTHER GO TO 999-SELECTION6ERROR
         END-EVALUATE
       END-PERFORM.
       START CALC-RATE-FILE KEY NOT < RT-RATE-KEY
         INVALID KEY
           DISPLAY "No rates on file"
           MOVE "Y" TO RATE-LIST-SWITCH
       END-START.
       PERFORM UNTIL RATE-LIST-EOF
         READ CALC-RATE-FILE NEXT RECORD
                 RT-RATE-VALUE " " RT-ACTIVE
         END-READ
       END-PERFORM.
       DISPLAY "PENDING  EFF DATE A OLD VALUE NEW VALUE ACTIVE MAKER".
       MOVE "N" TO PEND-EOF-SWITCH.
       MOVE LOW-VALUES TO PN-KEY.
       START CALC-RPND-FILE KEY NOT < PN-KEY
         INVALID KEY
           DISPLAY "No changes pending"
           GO TO 999-SELECTION6-MENU
       END-START.
       PERFORM UNTIL PEND-EOF
         READ CALC-RPND-FILE NEXT RECORD
           AT END
             MOVE "Y" TO PEND-EOF-SWITCH
           NOT AT END
             DISPLAY PN-RATE-NAME " " PN-EFF-DATE " " PN-ACTION " "
                 PN-OLD-VALUE " " PN-NEW-VALUE " " PN-NEW-ACTIVE
                 "      " PN-MAKER
         END-READ
       END-PERFORM.
       GO TO 999-SELECTION6-MENU.

       999-SELECTION6-ADD.
       IF RATE-EFF-INPUT = "X"
           GO TO 999-SELECTION6-MENU
       END-IF.
       READ CALC-RATE-FILE
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           DISPLAY "!!!Rate already on file for that date: "
               RATE-NAME-INPUT " " RT-EFF-DATE
           GO TO 999-SELECTION6-MENU
       END-READ.
       DISPLAY "Enter rate value".
       ACCEPT RATE-NEW-VALUE.
       MOVE "A" TO PN-ACTION.
       MOVE ZERO TO PN-OLD-VALUE.
       MOVE SPACE TO PN-OLD-ACTIVE.
       MOVE RATE-NEW-VALUE TO PN-NEW-VALUE.
       MOVE "Y" TO PN-NEW-ACTIVE.
       PERFORM 999-SELECTION6-PEND THRU 999-SELECTION6-PEND-EXIT.
       GO TO 999-SELECTION6-MENU.

       999-SELECTION6-UPDATE.
       END-READ.
       DISPLAY "Current value: " RT-RATE-VALUE.
       DISPLAY "Enter new rate value".
       ACCEPT RATE-NEW-VALUE.
       MOVE "U" TO PN-ACTION.
       MOVE RT-RATE-VALUE TO PN-OLD-VALUE.
       MOVE RT-ACTIVE TO PN-OLD-ACTIVE.
       MOVE RATE-NEW-VALUE TO PN-NEW-VALUE.
       MOVE "Y" TO PN-NEW-ACTIVE.
       PERFORM 999-SELECTION6-PEND THRU 999-SELECTION6-PEND-EXIT.
       GO TO 999-SELECTION6-MENU.

       999-SELECTION6-DEACT.
               " effective " RT-EFF-DATE
           GO TO 999-SELECTION6-MENU
       END-READ.
       MOVE "D" TO PN-ACTION.
       MOVE RT-RATE-VALUE TO PN-OLD-VALUE.
       MOVE RT-ACTIVE TO PN-OLD-ACTIVE.
       MOVE RT-RATE-VALUE TO PN-NEW-VALUE.
       MOVE "N" TO PN-NEW-ACTIVE.
       PERFORM 999-SELECTION6-PEND THRU 999-SELECTION6-PEND-EXIT.
       GO TO 999-SELECTION6-MENU.

      * Accept an effective date into RT-EFF-DATE; blank means
           END-IF
       END-IF.

      * Record the change built in PN-ACTION and the PN- values for
      * RT-RATE-KEY as pending, keyed by the signed-on operator.
       999-SELECTION6-PEND.
       MOVE RT-RATE-NAME TO PN-RATE-NAME.
       MOVE RT-EFF-DATE TO PN-EFF-DATE.
       MOVE OPERATOR-ID TO PN-MAKER.
       ACCEPT PN-MADE-DATE FROM DATE YYYYMMDD.
       ACCEPT LOG-TIME FROM TIME.
       MOVE LOG-TIME(1:6) TO PN-MADE-TIME.
       WRITE CALC-RPND-RECORD
         INVALID KEY
           DISPLAY "!!!A change is already pending for "
               PN-RATE-NAME " effective " PN-EFF-DATE
           GO TO 999-SELECTION6-PEND-EXIT
       END-WRITE.
       MOVE "PENDING" TO RATE-JRN-EVENT.
       MOVE SPACES TO RATE-CHECKER.
       PERFORM 999-SELECTION6-JOURNAL THRU 999-SELECTION6-JOURNAL-EXIT.
       DISPLAY "Change to " PN-RATE-NAME " effective " PN-EFF-DATE
           " pending approval by another operator".

       999-SELECTION6-PEND-EXIT.
       EXIT.

      * Journal the pending change in CALC-RPND-RECORD as
      * RATE-JRN-EVENT, checked by RATE-CHECKER.
       999-SELECTION6-JOURNAL.
       MOVE SPACES TO CALC-RJRN-RECORD.
       ACCEPT JR-DATE FROM DATE YYYYMMDD.
       ACCEPT LOG-TIME FROM TIME.
       MOVE LOG-TIME(1:6) TO JR-TIME.
       MOVE RATE-JRN-EVENT TO JR-EVENT.
       MOVE PN-ACTION TO JR-ACTION.
       MOVE PN-RATE-NAME TO JR-RATE-NAME.
       MOVE PN-EFF-DATE TO JR-EFF-DATE.
       MOVE PN-OLD-VALUE TO JR-OLD-VALUE.
       MOVE PN-OLD-ACTIVE TO JR-OLD-ACTIVE.
       MOVE PN-NEW-VALUE TO JR-NEW-VALUE.
       MOVE PN-NEW-ACTIVE TO JR-NEW-ACTIVE.
       MOVE PN-MAKER TO JR-MAKER.
       MOVE RATE-CHECKER TO JR-CHECKER.
       WRITE CALC-RJRN-RECORD.

       999-SELECTION6-JOURNAL-EXIT.
       EXIT.

      * Approval screen: every pending change keyed by someone else
      * is shown for approval or rejection. The maker's own changes
      * are listed but cannot be decided here.
       999-SELECTION6-APPROVE.
       MOVE "N" TO PEND-EOF-SWITCH.
       MOVE LOW-VALUES TO PN-KEY.
       START CALC-RPND-FILE KEY NOT < PN-KEY
         INVALID KEY
           DISPLAY "No changes pending"
           GO TO 999-SELECTION6-MENU
       END-START.
       PERFORM UNTIL PEND-EOF
         READ CALC-RPND-FILE NEXT RECORD
           AT END
             MOVE "Y" TO PEND-EOF-SWITCH
           NOT AT END
             MOVE PN-KEY TO PEND-LAST-KEY
             PERFORM 999-SELECTION6-DECIDE
                 THRU 999-SELECTION6-DECIDE-EXIT
             IF PEND-EOF-SWITCH = "N"
                 MOVE PEND-LAST-KEY TO PN-KEY
                 START CALC-RPND-FILE KEY > PN-KEY
                   INVALID KEY
                     MOVE "Y" TO PEND-EOF-SWITCH
                 END-START
             END-IF
         END-READ
       END-PERFORM.
       GO TO 999-SELECTION6-MENU.

       999-SELECTION6-DECIDE.
       DISPLAY " ".
       DISPLAY "Rate     : " PN-RATE-NAME " effective " PN-EFF-DATE.
       EVALUATE PN-ACTION
         WHEN "A"
           DISPLAY "Change   : add, value " PN-NEW-VALUE
         WHEN "U"
           DISPLAY "Change   : update, value " PN-OLD-VALUE
               " to " PN-NEW-VALUE
         WHEN OTHER
           DISPLAY "Change   : deactivate, value " PN-OLD-VALUE
       END-EVALUATE.
       DISPLAY "Keyed by : " PN-MAKER " on " PN-MADE-DATE.
       IF PN-MAKER = OPERATOR-ID
           DISPLAY "Keyed by you, another operator must approve it"
           GO TO 999-SELECTION6-DECIDE-EXIT
       END-IF.
       DISPLAY "A approve, R reject, S skip, X stop".
       MOVE SPACE TO PEND-DECISION.
       ACCEPT PEND-DECISION.
       EVALUATE PEND-DECISION
         WHEN "A"
         WHEN "a"
           PERFORM 999-SELECTION6-APPLY THRU 999-SELECTION6-APPLY-EXIT
         WHEN "R"
         WHEN "r"
           DELETE CALC-RPND-FILE RECORD
             INVALID KEY
               DISPLAY "!!!Cannot remove pending change, status "
                   CALC-RPND-STATUS
               GO TO 999-SELECTION6-DECIDE-EXIT
           END-DELETE
           MOVE "REJECTED" TO RATE-JRN-EVENT
           MOVE OPERATOR-ID TO RATE-CHECKER
           PERFORM 999-SELECTION6-JOURNAL
               THRU 999-SELECTION6-JOURNAL-EXIT
           DISPLAY "Change rejected"
         WHEN "X"
         WHEN "x"
           MOVE "Y" TO PEND-EOF-SWITCH
         WHEN OTHER
           DISPLAY "Change left pending"
       END-EVALUATE.

       999-SELECTION6-DECIDE-EXIT.
       EXIT.

      * Apply an approved change to CALCRATE. An update or
      * deactivation is only applied while the rate still holds the
      * value it had when the change was keyed.
       999-SELECTION6-APPLY.
       MOVE PN-RATE-NAME TO RT-RATE-NAME.
       MOVE PN-EFF-DATE TO RT-EFF-DATE.
       IF PN-ACTION = "A"
           MOVE PN-NEW-VALUE TO RT-RATE-VALUE
           MOVE PN-NEW-ACTIVE TO RT-ACTIVE
           WRITE CALC-RATE-RECORD
             INVALID KEY
               DISPLAY "!!!Rate already on file for that date, "
                   "change left pending"
               GO TO 999-SELECTION6-APPLY-EXIT
           END-WRITE
       ELSE
           READ CALC-RATE-FILE
             INVALID KEY
               DISPLAY "!!!Rate no longer on file, change left "
                   "pending"
               GO TO 999-SELECTION6-APPLY-EXIT
           END-READ
           IF RT-RATE-VALUE NOT = PN-OLD-VALUE
               OR RT-ACTIVE NOT = PN-OLD-ACTIVE
               DISPLAY "!!!Rate has changed since this was keyed, "
                   "reject it and key it again"
               GO TO 999-SELECTION6-APPLY-EXIT
           END-IF
           MOVE PN-NEW-VALUE TO RT-RATE-VALUE
           MOVE PN-NEW-ACTIVE TO RT-ACTIVE
           REWRITE CALC-RATE-RECORD
             INVALID KEY
               DISPLAY "!!!Cannot rewrite CALCRATE, status "
                   CALC-RATE-STATUS
               GO TO 999-SELECTION6-APPLY-EXIT
           END-REWRITE
       END-IF.
       DELETE CALC-RPND-FILE RECORD
         INVALID KEY
           DISPLAY "!!!Cannot remove pending change, status "
               CALC-RPND-STATUS
       END-DELETE.
       MOVE "APPROVED" TO RATE-JRN-EVENT.
       MOVE OPERATOR-ID TO RATE-CHECKER.
       PERFORM 999-SELECTION6-JOURNAL THRU 999-SELECTION6-JOURNAL-EXIT.
       DISPLAY "Change approved: " PN-RATE-NAME " effective "
           PN-EFF-DATE.

       999-SELECTION6-APPLY-EXIT.
       EXIT.

       999-SELECTION6-EXIT.
       CLOSE CALC-RATE-FILE.
       CLOSE CALC-RPND-FILE.
       CLOSE CALC-RJRN-FILE.
       GO TO 999-SELECTION0.

      * Adding-machine tape: operator and number keyed repeatedly

       MOVE TAPE-TOTAL TO CL-CALCSUM.
       MOVE OPERATOR-ID TO CL-OPERATOR.
       PERFORM 999-LOG-CHAIN THRU 999-LOG-CHAIN-EXIT.
       WRITE CALC-LOG-RECORD.
       ADD 1 TO SESSION-CALC-COUNT.
       ADD 1 TO TAPE-ENTRY-COUNT.
       MOVE CALC2 TO CL-CALC2.
       MOVE CALCSUM TO CL-CALCSUM.
       MOVE OPERATOR-ID TO CL-OPERATOR.
       PERFORM 999-LOG-CHAIN THRU 999-LOG-CHAIN-EXIT.
       WRITE CALC-LOG-RECORD.

       ADD 1 TO SESSION-CALC-COUNT.
       IF CALC-OPER-STATUS = "00" OR CALC-OPER-STATUS = "10"
           CLOSE CALC-OPER-FILE
       END-IF.

      * Pick up the CALCLOG chain where it stands: the sequence and
      * check value of the last sequenced log record, or, when the
      * live log holds none (all archived by housekeeping), those
      * recorded for the last archive in CALCARCC.
       999-LOG-CHAIN-START.
       MOVE ZERO TO LOG-SEQ.
       MOVE ZERO TO LOG-CHECK.
       OPEN INPUT CALC-LOG-FILE.
       IF CALC-LOG-STATUS = "00"
           PERFORM UNTIL LOG-EOF
             READ CALC-LOG-FILE
               AT END
                 MOVE "Y" TO LOG-EOF-SWITCH
               NOT AT END
                 IF CL-SEQ IS NUMERIC AND CL-CHECK IS NUMERIC
                     MOVE CL-SEQ TO LOG-SEQ
                     MOVE CL-CHECK TO LOG-CHECK
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-LOG-FILE
       END-IF.
       IF LOG-SEQ > ZERO
           GO TO 999-LOG-CHAIN-START-EXIT
       END-IF.
       OPEN INPUT CALC-ARCC-FILE.
       IF CALC-ARCC-STATUS NOT = "00"
           GO TO 999-LOG-CHAIN-START-EXIT
       END-IF.
       PERFORM UNTIL ARCC-EOF
         READ CALC-ARCC-FILE
           AT END
             MOVE "Y" TO ARCC-EOF-SWITCH
           NOT AT END
             IF AC-LAST-SEQ IS NUMERIC AND AC-LAST-CHECK IS NUMERIC
                 AND AC-LAST-SEQ > ZERO
                 MOVE AC-LAST-SEQ TO LOG-SEQ
                 MOVE AC-LAST-CHECK TO LOG-CHECK
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-ARCC-FILE.

       999-LOG-CHAIN-START-EXIT.
       EXIT.

      * Number the log record about to be written and chain its
      * check value from the previous record's: each of the first
      * 72 bytes (the record up to and including CL-SEQ) is folded
      * in as check = (check * 257 + byte value + 1) modulo
      * 999999937. cob-qalq19 recomputes it the same way.
       999-LOG-CHAIN.
       ADD 1 TO LOG-SEQ.
       MOVE LOG-SEQ TO CL-SEQ.
       MOVE 1 TO CHECK-SUB.
       PERFORM UNTIL CHECK-SUB > 72
         MOVE CALC-LOG-RECORD(CHECK-SUB:1) TO CHECK-BYTE
         COMPUTE CHECK-WORK = LOG-CHECK * 257 + CHECK-BYTE-VALUE + 1
         DIVIDE CHECK-WORK BY 999999937 GIVING CHECK-QUOT
             REMAINDER LOG-CHECK
         ADD 1 TO CHECK-SUB
       END-PERFORM.
       MOVE LOG-CHECK TO CL-CHECK.

       999-LOG-CHAIN-EXIT.
       EXIT.
