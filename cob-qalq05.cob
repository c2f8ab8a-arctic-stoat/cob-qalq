      * records archived, retained, and the date range kept. Each
      * archive file written is recorded in the CALCARCC catalog so
      * the history inquiry can find the archives; the inquiry
      * tolerates a name appearing more than once. Log records keep
      * the sequence number and chained check value the batch pass
      * gave them, and the catalog row carries the sequence and
      * check value of the last record in the archive, so the
      * integrity verification (cob-qalq19) can prove nothing was
      * removed from it and the live log can go on from it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         01 CALC-LOG-RECORD.
            05 CL-DATE PIC 9(8).
            05 CL-LOG-BODY PIC X(54).
            05 FILLER PIC X(1).
            05 CL-SEQ PIC 9(9).
            05 FILLER PIC X(1).
            05 CL-CHECK PIC 9(9).

         FD CALC-ARCH-FILE.
         01 CALC-ARCH-RECORD PIC X(82).

         FD CALC-WORK-FILE.
         01 CALC-WORK-RECORD PIC X(82).

         FD CALC-HKRP-FILE.
         01 CALC-HKRP-RECORD PIC X(80).

         FD CALC-ARCC-FILE.
         01 CALC-ARCC-RECORD.
            05 AC-FILE-NAME PIC X(17).
            05 FILLER PIC X(1).
            05 AC-LAST-SEQ PIC 9(9).
            05 FILLER PIC X(1).
            05 AC-LAST-CHECK PIC 9(9).

         LOCAL-STORAGE SECTION.
         01 CALC-LOG-STATUS PIC X(2) VALUE "00".
         01 RETAIN-COUNT PIC 9(7) VALUE ZERO.
         01 KEPT-FROM-DATE PIC 9(8) VALUE ZERO.
         01 KEPT-TO-DATE PIC 9(8) VALUE ZERO.
         01 ARCH-LAST-SEQ PIC 9(9) VALUE ZERO.
         01 ARCH-LAST-CHECK PIC 9(9) VALUE ZERO.
         01 HKRP-DATE-LINE.
            05 HK-DATE-LABEL PIC X(19).
            05 HK-DATE PIC 9(8).
         01 HKRP-COUNT-LINE.
            05 HK-COUNT-LABEL PIC X(19).
            05 HK-COUNT PIC ZZZZZZ9.
         01 HKRP-CHAIN-LINE.
            05 HK-CHAIN-LABEL PIC X(19).
            05 HK-CHAIN PIC 9(9).
         01 HKRP-FILE-LINE.
            05 FILLER PIC X(19) VALUE "ARCHIVE FILE     : ".
            05 HK-FILE-NAME PIC X(17).
                 ADD 1 TO ARCHIVE-COUNT
                 MOVE CALC-LOG-RECORD TO CALC-ARCH-RECORD
                 WRITE CALC-ARCH-RECORD
                 IF CL-SEQ IS NUMERIC AND CL-CHECK IS NUMERIC
                     MOVE CL-SEQ TO ARCH-LAST-SEQ
                     MOVE CL-CHECK TO ARCH-LAST-CHECK
                 END-IF
             ELSE
                 ADD 1 TO RETAIN-COUNT
                 IF KEPT-FROM-DATE = ZERO
               OPEN OUTPUT CALC-ARCC-FILE
           END-IF
           IF CALC-ARCC-STATUS = "00"
               MOVE SPACES TO CALC-ARCC-RECORD
               MOVE ARCHIVE-FILE-NAME TO AC-FILE-NAME
               MOVE ARCH-LAST-SEQ TO AC-LAST-SEQ
               MOVE ARCH-LAST-CHECK TO AC-LAST-CHECK
               WRITE CALC-ARCC-RECORD
               CLOSE CALC-ARCC-FILE
           ELSE
           MOVE ARCHIVE-FILE-NAME TO HK-FILE-NAME
           MOVE HKRP-FILE-LINE TO CALC-HKRP-RECORD
           WRITE CALC-HKRP-RECORD
           MOVE "LAST SEQUENCE    : " TO HK-CHAIN-LABEL
           MOVE ARCH-LAST-SEQ TO HK-CHAIN
           MOVE HKRP-CHAIN-LINE TO CALC-HKRP-RECORD
           WRITE CALC-HKRP-RECORD
           MOVE "LAST CHECK VALUE : " TO HK-CHAIN-LABEL
           MOVE ARCH-LAST-CHECK TO HK-CHAIN
           MOVE HKRP-CHAIN-LINE TO CALC-HKRP-RECORD
           WRITE CALC-HKRP-RECORD
           CLOSE CALC-HKRP-FILE
       END-IF.

