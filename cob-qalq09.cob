      * QALQ_BACKOUT_BATCH (and the result file name from
      * QALQ_BACKOUT_QUEUE, default CALCQOUT), removes that batch's
      * detail records and its SUBTOTAL line from the result file,
      * recomputes the grand TOTAL line over what remains, marks
      * the removed trans-ids backed out (status B) in the CALCIDRG
      * register so a corrected resubmission is not thrown out as
      * duplicates while their history is kept, flags the batch's
      * latest CALCGLPR posting so the GL posting run (cob-qalq15)
      * writes reversing entries for it, takes the batch's counts
      * and total back out of its CALCPERD period accumulation, and
      * writes a backout audit report (CALCBKRP) listing exactly
      * which trans-ids were reversed.
      *
      * The batch's period is the run month of its standing CALCIDRG
      * rows (the last batch run in CALCSTAT when none are found). A
      * batch from a period closed in CALCPCTL is refused and
      * nothing is changed.
      *
      * Return code: 0 reversed, 4 batch not found (nothing done),
      * 8 period closed (nothing done), 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-WORK-STATUS.
           SELECT CALC-IDREG-FILE ASSIGN TO "CALCIDRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-BATCH-ID WITH DUPLICATES
               FILE STATUS IS CALC-IDREG-STATUS.
           SELECT CALC-GLPR-FILE ASSIGN TO "CALCGLPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-KEY
               FILE STATUS IS CALC-GLPR-STATUS.
           SELECT CALC-BKRP-FILE ASSIGN TO "CALCBKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-BKRP-STATUS.
           SELECT CALC-PERD-FILE ASSIGN TO "CALCPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS CALC-PERD-STATUS.
           SELECT CALC-PCTL-FILE ASSIGN TO "CALCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PCTL-STATUS.
           SELECT CALC-STAT-FILE ASSIGN TO "CALCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-STAT-STATUS.

       DATA DIVISION.
         FILE SECTION.
         01 CALC-WORK-RECORD PIC X(51).

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

      * GL posting register, same layout as cob-qalq15.
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

         FD CALC-BKRP-FILE.
         01 CALC-BKRP-RECORD PIC X(80).

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

         FD CALC-PCTL-FILE.
         01 CALC-PCTL-RECORD.
            05 PC-PERIOD PIC 9(6).
            05 FILLER PIC X(1).
            05 PC-CLOSE-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 PC-CLOSE-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 PC-OPERATOR PIC X(8).

         FD CALC-STAT-FILE.
         01 CALC-STAT-RECORD.
            05 ST-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 ST-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 ST-MODE PIC X(8).

         LOCAL-STORAGE SECTION.
         01 CALC-RESULT-STATUS PIC X(2) VALUE "00".
         01 CALC-WORK-STATUS PIC X(2) VALUE "00".
         01 CALC-IDREG-STATUS PIC X(2) VALUE "00".
         01 CALC-GLPR-STATUS PIC X(2) VALUE "00".
         01 CALC-BKRP-STATUS PIC X(2) VALUE "00".
         01 CALC-PERD-STATUS PIC X(2) VALUE "00".
         01 CALC-PCTL-STATUS PIC X(2) VALUE "00".
         01 CALC-STAT-STATUS PIC X(2) VALUE "00".
         01 PCTL-EOF-SWITCH PIC X(1) VALUE "N".
            88 PCTL-EOF VALUE "Y".
         01 PERIOD-CLOSED-SWITCH PIC X(1) VALUE "N".
         01 BATCH-RUN-DATE PIC 9(8) VALUE ZERO.
         01 BACKOUT-PERIOD PIC 9(6) VALUE ZERO.
         01 PERIOD-TEXT PIC X(12) VALUE "NOT FOUND".
         01 REMOVED-SUM PIC S9(12)V9(2) VALUE ZERO.
         01 CALC-RESULT-SWITCH PIC X(1) VALUE "N".
            88 CALC-RESULT-EOF VALUE "Y".
         01 CALC-WORK-SWITCH PIC X(1) VALUE "N".
            88 CALC-WORK-EOF VALUE "Y".
         01 IDREG-EOF-SWITCH PIC X(1) VALUE "N".
            88 IDREG-EOF VALUE "Y".
         01 GLPR-EOF-SWITCH PIC X(1) VALUE "N".
            88 GLPR-EOF VALUE "Y".
         01 GLPR-LAST-KEY PIC X(22) VALUE SPACES.
         01 GL-POSTING-TEXT PIC X(12) VALUE "NOT POSTED".
         01 RESULT-FILE-NAME PIC X(9) VALUE "CALCQOUT".
         01 BACKOUT-QUEUE-X PIC X(9) VALUE SPACES.
         01 BACKOUT-BATCH-ID PIC X(8) VALUE SPACES.
         01 REMOVED-DETAIL-COUNT PIC 9(7) VALUE ZERO.
         01 KEPT-COUNT PIC 9(7) VALUE ZERO.
         01 KEPT-SUM PIC S9(12)V9(2) VALUE ZERO.
         01 UNREG-COUNT PIC 9(7) VALUE ZERO.
         01 BKRP-TEXT-LINE.
            05 BK-LABEL PIC X(19).
            05 BK-TEXT PIC X(12).
           STOP RUN
       END-IF.

       PERFORM 999-FIND-PERIOD THRU 999-FIND-PERIOD-EXIT.
       IF PERIOD-CLOSED-SWITCH = "Y"
           DISPLAY "!!!Batch " BACKOUT-BATCH-ID " belongs to closed "
               "period " BACKOUT-PERIOD ", backout refused"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT CALC-WORK-FILE.
       IF CALC-WORK-STATUS NOT = "00"
           DISPLAY "!!!Cannot reread CALCQOTB, " RESULT-FILE-NAME
       CLOSE CALC-RESULT-FILE.

       PERFORM 999-UNREGISTER-IDS THRU 999-UNREGISTER-IDS-EXIT.
       PERFORM 999-FLAG-POSTING THRU 999-FLAG-POSTING-EXIT.
       PERFORM 999-ADJUST-PERIOD THRU 999-ADJUST-PERIOD-EXIT.
       PERFORM 999-WRITE-AUDIT THRU 999-WRITE-AUDIT-EXIT.

       DISPLAY "Details removed  : " REMOVED-DETAIL-COUNT.
       DISPLAY "Ids unregistered : " UNREG-COUNT.
       DISPLAY "Details retained : " KEPT-COUNT.
       DISPLAY "GL posting       : " GL-POSTING-TEXT.
       DISPLAY "Period " BACKOUT-PERIOD "    : " PERIOD-TEXT.
       DISPLAY "Backout audit written to CALCBKRP.".
       STOP RUN.

       END-IF.
       IF CR-BATCH-ID = BACKOUT-BATCH-ID
           ADD 1 TO REMOVED-DETAIL-COUNT
           ADD CR-CALCSUM TO REMOVED-SUM
           IF CR-TRANS-ID NOT = SPACES
               IF REMOVED-COUNT < 10000
                   ADD 1 TO REMOVED-COUNT
       999-BACKOUT-RECORD-EXIT.
       EXIT.

      * Mark the standing (status P) register rows of the reversed
      * trans-ids for this batch as backed out, so the corrected
      * resubmission is not rejected as duplicates.
       999-UNREGISTER-IDS.
       OPEN I-O CALC-IDREG-FILE.
       IF CALC-IDREG-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCIDRG, status "
               CALC-IDREG-STATUS ", ids not unregistered"
           GO TO 999-UNREGISTER-IDS-EXIT
       END-IF.
       MOVE 1 TO REMOVED-SUB.
       PERFORM UNTIL REMOVED-SUB > REMOVED-COUNT
         MOVE "N" TO IDREG-EOF-SWITCH
         MOVE REMOVED-ENTRY(REMOVED-SUB) TO IR-TRANS-ID
         MOVE ZERO TO IR-SEQ
         START CALC-IDREG-FILE KEY NOT < IR-KEY
           INVALID KEY
             MOVE "Y" TO IDREG-EOF-SWITCH
         END-START
         PERFORM UNTIL IDREG-EOF
           READ CALC-IDREG-FILE NEXT RECORD
             AT END
               MOVE "Y" TO IDREG-EOF-SWITCH
             NOT AT END
               IF IR-TRANS-ID NOT = REMOVED-ENTRY(REMOVED-SUB)
                   MOVE "Y" TO IDREG-EOF-SWITCH
               ELSE
                   IF IR-STATUS = "P"
                       AND IR-BATCH-ID = BACKOUT-BATCH-ID
                       MOVE "B" TO IR-STATUS
                       MOVE RUN-DATE TO IR-BACKOUT-DATE
                       REWRITE CALC-IDREG-RECORD
                         INVALID KEY
                           DISPLAY "!!!Cannot mark " IR-TRANS-ID
                               " backed out, status "
                               CALC-IDREG-STATUS
                         NOT INVALID KEY
                           ADD 1 TO UNREG-COUNT
                       END-REWRITE
                   END-IF
               END-IF
           END-READ
         END-PERFORM
         ADD 1 TO REMOVED-SUB
       END-PERFORM.
       CLOSE CALC-IDREG-FILE.

       999-UNREGISTER-IDS-EXIT.
       EXIT.

      * Flag the latest GL posting of the batch: a posted row (P)
      * becomes B so the next posting run reverses it, a row still
      * held for want of a mapping (H) becomes X so it never posts.
       999-FLAG-POSTING.
       OPEN I-O CALC-GLPR-FILE.
       IF CALC-GLPR-STATUS = "35"
           GO TO 999-FLAG-POSTING-EXIT
       END-IF.
       IF CALC-GLPR-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCGLPR, status "
               CALC-GLPR-STATUS ", GL posting not flagged"
           MOVE "NOT FLAGGED" TO GL-POSTING-TEXT
           GO TO 999-FLAG-POSTING-EXIT
       END-IF.
       MOVE SPACES TO GLPR-LAST-KEY.
       MOVE BACKOUT-BATCH-ID TO GP-BATCH-ID.
       MOVE ZERO TO GP-RUN-DATE.
       MOVE ZERO TO GP-RUN-TIME.
       START CALC-GLPR-FILE KEY NOT < GP-KEY
         INVALID KEY
           MOVE "Y" TO GLPR-EOF-SWITCH
       END-START.
       PERFORM UNTIL GLPR-EOF
         READ CALC-GLPR-FILE NEXT RECORD
           AT END
             MOVE "Y" TO GLPR-EOF-SWITCH
           NOT AT END
             IF GP-BATCH-ID NOT = BACKOUT-BATCH-ID
                 MOVE "Y" TO GLPR-EOF-SWITCH
             ELSE
                 MOVE GP-KEY TO GLPR-LAST-KEY
             END-IF
         END-READ
       END-PERFORM.
       IF GLPR-LAST-KEY = SPACES
           CLOSE CALC-GLPR-FILE
           GO TO 999-FLAG-POSTING-EXIT
       END-IF.
       MOVE GLPR-LAST-KEY TO GP-KEY.
       READ CALC-GLPR-FILE
         INVALID KEY
           MOVE SPACES TO GP-STATUS
       END-READ.
       EVALUATE GP-STATUS
         WHEN "P"
           MOVE "B" TO GP-STATUS
           MOVE "REVERSAL DUE" TO GL-POSTING-TEXT
         WHEN "H"
           MOVE "X" TO GP-STATUS
           MOVE "HELD, VOIDED" TO GL-POSTING-TEXT
         WHEN OTHER
           MOVE "NO CHANGE" TO GL-POSTING-TEXT
           CLOSE CALC-GLPR-FILE
           GO TO 999-FLAG-POSTING-EXIT
       END-EVALUATE.
       MOVE RUN-DATE TO GP-BACKOUT-DATE.
       REWRITE CALC-GLPR-RECORD
         INVALID KEY
           DISPLAY "!!!Cannot flag " GP-BATCH-ID " in CALCGLPR, "
               "status " CALC-GLPR-STATUS
           MOVE "NOT FLAGGED" TO GL-POSTING-TEXT
       END-REWRITE.
       CLOSE CALC-GLPR-FILE.

       999-FLAG-POSTING-EXIT.
       EXIT.

      * Work out the period the batch was calculated in: the run
      * date of its standing register rows, else the last batch run
      * in CALCSTAT, else today. Then see whether CALCPCTL has it
      * closed.
       999-FIND-PERIOD.
       MOVE ZERO TO BATCH-RUN-DATE.
       OPEN INPUT CALC-IDREG-FILE.
       IF CALC-IDREG-STATUS = "00"
           MOVE 1 TO REMOVED-SUB
           PERFORM UNTIL REMOVED-SUB > REMOVED-COUNT
               OR BATCH-RUN-DATE > 0
             MOVE "N" TO IDREG-EOF-SWITCH
             MOVE REMOVED-ENTRY(REMOVED-SUB) TO IR-TRANS-ID
             MOVE ZERO TO IR-SEQ
             START CALC-IDREG-FILE KEY NOT < IR-KEY
               INVALID KEY
                 MOVE "Y" TO IDREG-EOF-SWITCH
             END-START
             PERFORM UNTIL IDREG-EOF
               READ CALC-IDREG-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO IDREG-EOF-SWITCH
                 NOT AT END
                   IF IR-TRANS-ID NOT = REMOVED-ENTRY(REMOVED-SUB)
                       MOVE "Y" TO IDREG-EOF-SWITCH
                   ELSE
                       IF IR-STATUS = "P"
                           AND IR-BATCH-ID = BACKOUT-BATCH-ID
                           AND IR-RUN-DATE > BATCH-RUN-DATE
                           MOVE IR-RUN-DATE TO BATCH-RUN-DATE
                       END-IF
                   END-IF
               END-READ
             END-PERFORM
             ADD 1 TO REMOVED-SUB
           END-PERFORM
           CLOSE CALC-IDREG-FILE
       END-IF.
       IF BATCH-RUN-DATE = 0
           OPEN INPUT CALC-STAT-FILE
           IF CALC-STAT-STATUS = "00"
               READ CALC-STAT-FILE
                 NOT AT END
                   IF ST-MODE = "BATCH" AND ST-DATE IS NUMERIC
                       MOVE ST-DATE TO BATCH-RUN-DATE
                   END-IF
               END-READ
               CLOSE CALC-STAT-FILE
           END-IF
       END-IF.
       IF BATCH-RUN-DATE = 0
           MOVE RUN-DATE TO BATCH-RUN-DATE
       END-IF.
       MOVE BATCH-RUN-DATE(1:6) TO BACKOUT-PERIOD.

       MOVE "N" TO PERIOD-CLOSED-SWITCH.
       OPEN INPUT CALC-PCTL-FILE.
       IF CALC-PCTL-STATUS NOT = "00"
           GO TO 999-FIND-PERIOD-EXIT
       END-IF.
       PERFORM UNTIL PCTL-EOF
         READ CALC-PCTL-FILE
           AT END
             MOVE "Y" TO PCTL-EOF-SWITCH
           NOT AT END
             IF PC-PERIOD = BACKOUT-PERIOD
                 MOVE "Y" TO PERIOD-CLOSED-SWITCH
                 MOVE "Y" TO PCTL-EOF-SWITCH
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-PCTL-FILE.

       999-FIND-PERIOD-EXIT.
       EXIT.

      * Take the removed details back out of the batch's CALCPERD
      * row for the period and count the backout against it.
       999-ADJUST-PERIOD.
       OPEN I-O CALC-PERD-FILE.
       IF CALC-PERD-STATUS = "35"
           GO TO 999-ADJUST-PERIOD-EXIT
       END-IF.
       IF CALC-PERD-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCPERD, status "
               CALC-PERD-STATUS ", period totals not adjusted"
           MOVE "NOT ADJUSTED" TO PERIOD-TEXT
           GO TO 999-ADJUST-PERIOD-EXIT
       END-IF.
       MOVE BACKOUT-PERIOD TO PA-PERIOD.
       MOVE BACKOUT-BATCH-ID TO PA-BATCH-ID.
       READ CALC-PERD-FILE
         INVALID KEY
           CLOSE CALC-PERD-FILE
           GO TO 999-ADJUST-PERIOD-EXIT
       END-READ.
       IF PA-RECORD-COUNT > REMOVED-DETAIL-COUNT
           SUBTRACT REMOVED-DETAIL-COUNT FROM PA-RECORD-COUNT
       ELSE
           MOVE ZERO TO PA-RECORD-COUNT
       END-IF.
       SUBTRACT REMOVED-SUM FROM PA-CALCSUM.
       ADD 1 TO PA-BACKOUT-COUNT.
       MOVE "ADJUSTED" TO PERIOD-TEXT.
       REWRITE CALC-PERD-RECORD
         INVALID KEY
           DISPLAY "!!!Cannot adjust " PA-BATCH-ID " in CALCPERD, "
               "status " CALC-PERD-STATUS
           MOVE "NOT ADJUSTED" TO PERIOD-TEXT
       END-REWRITE.
       CLOSE CALC-PERD-FILE.

       999-ADJUST-PERIOD-EXIT.
       EXIT.

       999-WRITE-AUDIT.
       MOVE KEPT-COUNT TO BK-COUNT.
       MOVE BKRP-COUNT-LINE TO CALC-BKRP-RECORD.
       WRITE CALC-BKRP-RECORD.
       MOVE "GL POSTING       : " TO BK-LABEL.
       MOVE GL-POSTING-TEXT TO BK-TEXT.
       MOVE BKRP-TEXT-LINE TO CALC-BKRP-RECORD.
       WRITE CALC-BKRP-RECORD.
       MOVE "PERIOD           : " TO BK-LABEL.
       MOVE SPACES TO BK-TEXT.
       MOVE BACKOUT-PERIOD TO BK-TEXT(1:6).
       MOVE BKRP-TEXT-LINE TO CALC-BKRP-RECORD.
       WRITE CALC-BKRP-RECORD.
       MOVE "PERIOD TOTALS    : " TO BK-LABEL.
       MOVE PERIOD-TEXT TO BK-TEXT.
       MOVE BKRP-TEXT-LINE TO CALC-BKRP-RECORD.
       WRITE CALC-BKRP-RECORD.
       CLOSE CALC-BKRP-FILE.

       999-WRITE-AUDIT-EXIT.
