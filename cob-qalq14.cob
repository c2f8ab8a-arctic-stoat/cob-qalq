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
       PROGRAM-ID. cob-qalq14.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * Processed-transaction register inquiry and extract. Lists
      * every CALCIDRG row (one per time the batch pass processed
      * the trans-id) for a requested trans-id, or for a requested
      * batch-id through the alternate key, to the CALCRGIQ report:
      * batch-id, queue, run date, operands, result, operator and
      * status (P standing, B backed out by cob-qalq09, with the
      * backout date). Batch work never reaches CALCLOG, so this is
      * the history of a batch trans-id that cob-qalq10 cannot show.
      *
      * With QALQ_RGIQ_MODE=LOAD the program instead loads the
      * trans-ids of an old sequential register (one 12-character
      * trans-id per line, renamed to CALCIDRS) into CALCIDRG as
      * standing rows, so they keep counting as duplicates. Rows
      * loaded this way carry no batch, date or result and the
      * operator *LOAD*. A trans-id already in CALCIDRG is skipped.
      *
      * Parameters (environment):
      *   QALQ_INQ_TRANS  trans-id to list
      *   QALQ_INQ_BATCH  batch-id to list (when no trans-id)
      *   QALQ_RGIQ_MODE  LOAD to convert CALCIDRS, else blank
      *
      * Return code: 0 rows listed (or loaded), 4 nothing found,
      * 8 no trans-id or batch-id given, 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-IDREG-FILE ASSIGN TO "CALCIDRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-BATCH-ID WITH DUPLICATES
               FILE STATUS IS CALC-IDREG-STATUS.
           SELECT CALC-IDRS-FILE ASSIGN TO "CALCIDRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-IDRS-STATUS.
           SELECT CALC-RGIQ-FILE ASSIGN TO "CALCRGIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RGIQ-STATUS.

       DATA DIVISION.
         FILE SECTION.
      * Processed-transaction register, same layout as cob-qalq02.
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

         FD CALC-IDRS-FILE.
         01 CALC-IDRS-RECORD.
            05 RS-TRANS-ID PIC X(12).

         FD CALC-RGIQ-FILE.
         01 CALC-RGIQ-RECORD PIC X(80).

         LOCAL-STORAGE SECTION.
         01 CALC-IDREG-STATUS PIC X(2) VALUE "00".
         01 CALC-IDRS-STATUS PIC X(2) VALUE "00".
         01 CALC-RGIQ-STATUS PIC X(2) VALUE "00".
         01 CALC-IDRS-SWITCH PIC X(1) VALUE "N".
            88 CALC-IDRS-EOF VALUE "Y".
         01 REGISTER-SCAN-SWITCH PIC X(1) VALUE "N".
            88 REGISTER-SCAN-END VALUE "Y".
         01 REGISTER-FOUND-SWITCH PIC X(1) VALUE "N".
         01 RGIQ-MODE PIC X(8) VALUE SPACES.
         01 INQ-TRANS-ID PIC X(12) VALUE SPACES.
         01 INQ-BATCH-ID PIC X(8) VALUE SPACES.
         01 LISTED-COUNT PIC 9(7) VALUE ZERO.
         01 STANDING-COUNT PIC 9(7) VALUE ZERO.
         01 BACKED-OUT-COUNT PIC 9(7) VALUE ZERO.
         01 LOAD-READ-COUNT PIC 9(7) VALUE ZERO.
         01 LOAD-ADDED-COUNT PIC 9(7) VALUE ZERO.
         01 LOAD-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
         01 RGIQ-SELECT-LINE.
            05 RGIQ-SELECT-LABEL PIC X(19).
            05 RGIQ-SELECT-VALUE PIC X(12).
         01 RGIQ-HEADING-LINE.
            05 FILLER PIC X(33) VALUE
                "TRANS-ID     BATCH-ID Q RUN-DATE ".
            05 FILLER PIC X(22) VALUE
                " OPERAND1 J  OPERAND2 ".
            05 FILLER PIC X(25) VALUE
                "        RESULT OPERATOR S".
         01 RGIQ-DETAIL-LINE.
            05 RQ-TRANS-ID PIC X(12).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-BATCH-ID PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-QUEUE-NBR PIC 9(1).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-RUN-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-CALC1 PIC -----9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-CALCJOB PIC X(1).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-CALC2 PIC -----9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-CALCSUM PIC ----------9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-OPERATOR PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RQ-STATUS PIC X(1).
         01 RGIQ-BACKOUT-LINE.
            05 FILLER PIC X(13) VALUE SPACES.
            05 FILLER PIC X(15) VALUE "BACKED OUT ON  ".
            05 RQ-BACKOUT-DATE PIC 9(8).
         01 RGIQ-COUNT-LINE.
            05 RGIQ-COUNT-LABEL PIC X(19).
            05 RGIQ-COUNT-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "--------------------------".
       DISPLAY "Processed register inquiry".
       DISPLAY "--------------------------".

       ACCEPT RGIQ-MODE FROM ENVIRONMENT "QALQ_RGIQ_MODE".
       IF RGIQ-MODE = "LOAD"
           PERFORM 999-LOAD-REGISTER THRU 999-LOAD-REGISTER-EXIT
           STOP RUN
       END-IF.

       ACCEPT INQ-TRANS-ID FROM ENVIRONMENT "QALQ_INQ_TRANS".
       ACCEPT INQ-BATCH-ID FROM ENVIRONMENT "QALQ_INQ_BATCH".
       IF INQ-TRANS-ID = SPACES AND INQ-BATCH-ID = SPACES
           DISPLAY "!!!QALQ_INQ_TRANS or QALQ_INQ_BATCH must be set, "
               "inquiry aborted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT CALC-IDREG-FILE.
       IF CALC-IDREG-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCIDRG, status "
               CALC-IDREG-STATUS ", inquiry aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-RGIQ-FILE.
       IF CALC-RGIQ-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCRGIQ, inquiry aborted"
           CLOSE CALC-IDREG-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "PROCESSED-TRANSACTION REGISTER INQUIRY"
           TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.
       MOVE SPACES TO RGIQ-SELECT-LINE.
       IF INQ-TRANS-ID NOT = SPACES
           MOVE "TRANS-ID         : " TO RGIQ-SELECT-LABEL
           MOVE INQ-TRANS-ID TO RGIQ-SELECT-VALUE
           DISPLAY "Trans-id : " INQ-TRANS-ID
       ELSE
           MOVE "BATCH-ID         : " TO RGIQ-SELECT-LABEL
           MOVE INQ-BATCH-ID TO RGIQ-SELECT-VALUE
           DISPLAY "Batch-id : " INQ-BATCH-ID
       END-IF.
       MOVE RGIQ-SELECT-LINE TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.
       MOVE SPACES TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.
       MOVE RGIQ-HEADING-LINE TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.

       IF INQ-TRANS-ID NOT = SPACES
           PERFORM 999-LIST-TRANS THRU 999-LIST-TRANS-EXIT
       ELSE
           PERFORM 999-LIST-BATCH THRU 999-LIST-BATCH-EXIT
       END-IF.
       CLOSE CALC-IDREG-FILE.

       MOVE SPACES TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.
       MOVE "ROWS LISTED      : " TO RGIQ-COUNT-LABEL.
       MOVE LISTED-COUNT TO RGIQ-COUNT-VALUE.
       MOVE RGIQ-COUNT-LINE TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.
       MOVE "STANDING (P)     : " TO RGIQ-COUNT-LABEL.
       MOVE STANDING-COUNT TO RGIQ-COUNT-VALUE.
       MOVE RGIQ-COUNT-LINE TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.
       MOVE "BACKED OUT (B)   : " TO RGIQ-COUNT-LABEL.
       MOVE BACKED-OUT-COUNT TO RGIQ-COUNT-VALUE.
       MOVE RGIQ-COUNT-LINE TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.
       CLOSE CALC-RGIQ-FILE.

       DISPLAY "Rows listed    : " LISTED-COUNT.
       DISPLAY "Standing       : " STANDING-COUNT.
       DISPLAY "Backed out     : " BACKED-OUT-COUNT.
       DISPLAY "Report written to CALCRGIQ.".
       IF LISTED-COUNT = ZERO
           DISPLAY "No register rows found"
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      * Every row of one trans-id, in sequence order, from the
      * primary key.
       999-LIST-TRANS.
       MOVE "N" TO REGISTER-SCAN-SWITCH.
       MOVE INQ-TRANS-ID TO IR-TRANS-ID.
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
             IF IR-TRANS-ID NOT = INQ-TRANS-ID
                 MOVE "Y" TO REGISTER-SCAN-SWITCH
             ELSE
                 PERFORM 999-LIST-ROW THRU 999-LIST-ROW-EXIT
             END-IF
         END-READ
       END-PERFORM.

       999-LIST-TRANS-EXIT.
       EXIT.

      * Every row of one batch-id, from the alternate key.
       999-LIST-BATCH.
       MOVE "N" TO REGISTER-SCAN-SWITCH.
       MOVE INQ-BATCH-ID TO IR-BATCH-ID.
       START CALC-IDREG-FILE KEY = IR-BATCH-ID
         INVALID KEY
           MOVE "Y" TO REGISTER-SCAN-SWITCH
       END-START.
       PERFORM UNTIL REGISTER-SCAN-END
         READ CALC-IDREG-FILE NEXT RECORD
           AT END
             MOVE "Y" TO REGISTER-SCAN-SWITCH
           NOT AT END
             IF IR-BATCH-ID NOT = INQ-BATCH-ID
                 MOVE "Y" TO REGISTER-SCAN-SWITCH
             ELSE
                 PERFORM 999-LIST-ROW THRU 999-LIST-ROW-EXIT
             END-IF
         END-READ
       END-PERFORM.

       999-LIST-BATCH-EXIT.
       EXIT.

       999-LIST-ROW.
       MOVE IR-TRANS-ID TO RQ-TRANS-ID.
       MOVE IR-BATCH-ID TO RQ-BATCH-ID.
       MOVE IR-QUEUE-NBR TO RQ-QUEUE-NBR.
       MOVE IR-RUN-DATE TO RQ-RUN-DATE.
       MOVE IR-CALC1 TO RQ-CALC1.
       MOVE IR-CALCJOB TO RQ-CALCJOB.
       MOVE IR-CALC2 TO RQ-CALC2.
       MOVE IR-CALCSUM TO RQ-CALCSUM.
       MOVE IR-OPERATOR TO RQ-OPERATOR.
       MOVE IR-STATUS TO RQ-STATUS.
       MOVE RGIQ-DETAIL-LINE TO CALC-RGIQ-RECORD.
       WRITE CALC-RGIQ-RECORD.
       ADD 1 TO LISTED-COUNT.
       IF IR-STATUS = "B"
           MOVE IR-BACKOUT-DATE TO RQ-BACKOUT-DATE
           MOVE RGIQ-BACKOUT-LINE TO CALC-RGIQ-RECORD
           WRITE CALC-RGIQ-RECORD
           ADD 1 TO BACKED-OUT-COUNT
       ELSE
           ADD 1 TO STANDING-COUNT
       END-IF.

       999-LIST-ROW-EXIT.
       EXIT.

      * Convert an old sequential register into CALCIDRG.
       999-LOAD-REGISTER.
       DISPLAY "Loading CALCIDRS into CALCIDRG".
       OPEN INPUT CALC-IDRS-FILE.
       IF CALC-IDRS-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCIDRS, load aborted"
           MOVE 12 TO RETURN-CODE
           GO TO 999-LOAD-REGISTER-EXIT
       END-IF.
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
               CALC-IDREG-STATUS ", load aborted"
           CLOSE CALC-IDRS-FILE
           MOVE 12 TO RETURN-CODE
           GO TO 999-LOAD-REGISTER-EXIT
       END-IF.

       PERFORM UNTIL CALC-IDRS-EOF
         READ CALC-IDRS-FILE
           AT END
             MOVE "Y" TO CALC-IDRS-SWITCH
           NOT AT END
             IF RS-TRANS-ID NOT = SPACES
                 ADD 1 TO LOAD-READ-COUNT
                 PERFORM 999-LOAD-ONE THRU 999-LOAD-ONE-EXIT
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-IDRS-FILE.
       CLOSE CALC-IDREG-FILE.

       DISPLAY "Trans-ids read : " LOAD-READ-COUNT.
       DISPLAY "Rows added     : " LOAD-ADDED-COUNT.
       DISPLAY "Already present: " LOAD-SKIPPED-COUNT.
       IF LOAD-ADDED-COUNT = ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.

       999-LOAD-REGISTER-EXIT.
       EXIT.

       999-LOAD-ONE.
       MOVE "N" TO REGISTER-FOUND-SWITCH.
       MOVE RS-TRANS-ID TO IR-TRANS-ID.
       MOVE ZERO TO IR-SEQ.
       START CALC-IDREG-FILE KEY NOT < IR-KEY
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           READ CALC-IDREG-FILE NEXT RECORD
             NOT AT END
               IF IR-TRANS-ID = RS-TRANS-ID
                   MOVE "Y" TO REGISTER-FOUND-SWITCH
               END-IF
           END-READ
       END-START.
       IF REGISTER-FOUND-SWITCH = "Y"
           ADD 1 TO LOAD-SKIPPED-COUNT
           GO TO 999-LOAD-ONE-EXIT
       END-IF.

       MOVE SPACES TO CALC-IDREG-RECORD.
       MOVE RS-TRANS-ID TO IR-TRANS-ID.
       MOVE 1 TO IR-SEQ.
       MOVE ZERO TO IR-QUEUE-NBR.
       MOVE ZERO TO IR-RUN-DATE.
       MOVE ZERO TO IR-RUN-TIME.
       MOVE ZERO TO IR-CALC1.
       MOVE ZERO TO IR-CALC2.
       MOVE ZERO TO IR-CALCSUM.
       MOVE "*LOAD*" TO IR-OPERATOR.
       MOVE "P" TO IR-STATUS.
       MOVE ZERO TO IR-BACKOUT-DATE.
       WRITE CALC-IDREG-RECORD
         INVALID KEY
           DISPLAY "!!!Cannot add " RS-TRANS-ID " to CALCIDRG, "
               "status " CALC-IDREG-STATUS
         NOT INVALID KEY
           ADD 1 TO LOAD-ADDED-COUNT
       END-WRITE.

       999-LOAD-ONE-EXIT.
       EXIT.
