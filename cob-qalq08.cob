      * read, when the trailer or header is missing, or when any
      * detail line cannot be converted; the sender must fix and
      * resend, we never take a partial submission.
      *
      * The trans-ids of an accepted submission (including the ones
      * assigned here) are listed in the manifest CALCSLST, which
      * the acknowledgement program matches against the results
      * after the stream; a refused file leaves CALCSLST empty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALC-QIMP-FILE ASSIGN TO "CALCQIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-QIMP-STATUS.
           SELECT CALC-SLST-FILE ASSIGN TO "CALCSLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SLST-STATUS.

       DATA DIVISION.
         FILE SECTION.
            05 CQ-EFF-DATE PIC X(8).
            05 CQ-ROUND PIC X(1).

         FD CALC-SLST-FILE.
         01 CALC-SLST-RECORD.
            05 SL-TRANS-ID PIC X(12).
            05 FILLER PIC X(1).
            05 SL-BATCH-ID PIC X(8).

         LOCAL-STORAGE SECTION.
         01 CALC-SUBM-STATUS PIC X(2) VALUE "00".
         01 CALC-QIMP-STATUS PIC X(2) VALUE "00".
         01 CALC-SLST-STATUS PIC X(2) VALUE "00".
         01 CALC-SUBM-SWITCH PIC X(1) VALUE "N".
            88 CALC-SUBM-EOF VALUE "Y".
         01 LINE-COUNT PIC 9(7) VALUE ZERO.
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-SLST-FILE.
       IF CALC-SLST-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCSLST, intake aborted"
           CLOSE CALC-SUBM-FILE
           CLOSE CALC-QIMP-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL CALC-SUBM-EOF
         READ CALC-SUBM-FILE

       CLOSE CALC-SUBM-FILE.
       CLOSE CALC-QIMP-FILE.
       CLOSE CALC-SLST-FILE.

       IF REFUSE-SWITCH = "N" AND HEADER-SEEN-SWITCH = "N"
           MOVE "Y" TO REFUSE-SWITCH
       IF REFUSE-SWITCH = "Y"
           OPEN OUTPUT CALC-QIMP-FILE
           CLOSE CALC-QIMP-FILE
           OPEN OUTPUT CALC-SLST-FILE
           CLOSE CALC-SLST-FILE
           DISPLAY "!!!SUBMISSION REFUSED: " REFUSE-REASON
           DISPLAY "!!!Details read " DETAIL-COUNT
               ", trailer said " TRAILER-COUNT
               ", conversion errors " ERROR-COUNT
           DISPLAY "!!!CALCQIMP and CALCSLST emptied, nothing "
               "taken from this file"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       ADD 1 TO DETAIL-COUNT.
       WRITE CALC-QIMP-RECORD.
       MOVE SPACES TO CALC-SLST-RECORD.
       MOVE CQ-TRANS-ID TO SL-TRANS-ID.
       MOVE CQ-BATCH-ID TO SL-BATCH-ID.
       WRITE CALC-SLST-RECORD.

       999-INTAKE-LINE-EXIT.
       EXIT.
