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
       PROGRAM-ID. cob-qalq20.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * Rate audit report. Lists the rate change journal (CALCRJRN,
      * written by rate maintenance in cob-qalq02) to CALCRAUD: every
      * change keyed (PENDING), approved (APPROVED) and rejected
      * (REJECTED), with the rate name and effective date, the
      * before and after values and active flags, the maker who
      * keyed it and the checker who decided it. Action A is add,
      * U update, D deactivate.
      *
      * Parameters (environment):
      *   QALQ_RAUD_FROM  YYYYMMDD, first journal date, optional
      *   QALQ_RAUD_TO    YYYYMMDD, last journal date, optional
      *   QALQ_RAUD_RATE  rate name, optional (all rates)
      *
      * Return code: 0 changes listed, 4 none in the range,
      * 8 parameter in error, 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-RJRN-FILE ASSIGN TO "CALCRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RJRN-STATUS.
           SELECT CALC-RAUD-FILE ASSIGN TO "CALCRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RAUD-STATUS.

       DATA DIVISION.
         FILE SECTION.
      * Rate change journal, same layout as cob-qalq02.
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

         FD CALC-RAUD-FILE.
         01 CALC-RAUD-RECORD PIC X(80).

         LOCAL-STORAGE SECTION.
         01 CALC-RJRN-STATUS PIC X(2) VALUE "00".
         01 CALC-RAUD-STATUS PIC X(2) VALUE "00".
         01 RJRN-EOF-SWITCH PIC X(1) VALUE "N".
            88 RJRN-EOF VALUE "Y".
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 AUD-FROM-X PIC X(8) VALUE SPACES.
         01 AUD-TO-X PIC X(8) VALUE SPACES.
         01 AUD-FROM-DATE PIC 9(8) VALUE ZERO.
         01 AUD-TO-DATE PIC 9(8) VALUE 99999999.
         01 AUD-RATE-NAME PIC X(8) VALUE SPACES.
         01 READ-COUNT PIC 9(7) VALUE ZERO.
         01 LISTED-COUNT PIC 9(7) VALUE ZERO.
         01 PENDING-COUNT PIC 9(7) VALUE ZERO.
         01 APPROVED-COUNT PIC 9(7) VALUE ZERO.
         01 REJECTED-COUNT PIC 9(7) VALUE ZERO.
         01 RAUD-TEXT-LINE.
            05 RA-LABEL PIC X(19).
            05 RA-TEXT PIC X(30).
         01 RAUD-HEADING-LINE.
            05 FILLER PIC X(40) VALUE
                "DATE     EVENT    A RATE     EFF DATE   ".
            05 FILLER PIC X(38) VALUE
                " BEFORE A     AFTER A MAKER    CHECKER".
         01 RAUD-DETAIL-LINE.
            05 RA-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-EVENT PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-ACTION PIC X(1).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-RATE-NAME PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-EFF-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-OLD-VALUE PIC -ZZZZ9.99.
            05 RA-OLD-VALUE-X REDEFINES RA-OLD-VALUE PIC X(9).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-OLD-ACTIVE PIC X(1).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-NEW-VALUE PIC -ZZZZ9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-NEW-ACTIVE PIC X(1).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-MAKER PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 RA-CHECKER PIC X(8).
         01 RAUD-COUNT-LINE.
            05 RA-COUNT-LABEL PIC X(19).
            05 RA-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "-----------------".
       DISPLAY "Rate audit report".
       DISPLAY "-----------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT AUD-FROM-X FROM ENVIRONMENT "QALQ_RAUD_FROM".
       ACCEPT AUD-TO-X FROM ENVIRONMENT "QALQ_RAUD_TO".
       ACCEPT AUD-RATE-NAME FROM ENVIRONMENT "QALQ_RAUD_RATE".
       IF AUD-FROM-X NOT = SPACES
           IF AUD-FROM-X IS NOT NUMERIC
               DISPLAY "!!!QALQ_RAUD_FROM not YYYYMMDD, report "
                   "aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AUD-FROM-X TO AUD-FROM-DATE
       END-IF.
       IF AUD-TO-X NOT = SPACES
           IF AUD-TO-X IS NOT NUMERIC
               DISPLAY "!!!QALQ_RAUD_TO not YYYYMMDD, report aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AUD-TO-X TO AUD-TO-DATE
       END-IF.
       IF AUD-FROM-DATE > AUD-TO-DATE
           DISPLAY "!!!QALQ_RAUD_FROM is after QALQ_RAUD_TO, report "
               "aborted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT CALC-RAUD-FILE.
       IF CALC-RAUD-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCRAUD, report aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "RATE CHANGE AUDIT REPORT" TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "RUN DATE         : " TO RA-LABEL.
       MOVE SPACES TO RA-TEXT.
       MOVE RUN-DATE TO RA-TEXT(1:8).
       MOVE RAUD-TEXT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "FROM DATE        : " TO RA-LABEL.
       MOVE SPACES TO RA-TEXT.
       MOVE AUD-FROM-DATE TO RA-TEXT(1:8).
       MOVE RAUD-TEXT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "TO DATE          : " TO RA-LABEL.
       MOVE SPACES TO RA-TEXT.
       MOVE AUD-TO-DATE TO RA-TEXT(1:8).
       MOVE RAUD-TEXT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "RATE NAME        : " TO RA-LABEL.
       IF AUD-RATE-NAME = SPACES
           MOVE "ALL" TO RA-TEXT
       ELSE
           MOVE AUD-RATE-NAME TO RA-TEXT
       END-IF.
       MOVE RAUD-TEXT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE SPACES TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE RAUD-HEADING-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.

       OPEN INPUT CALC-RJRN-FILE.
       IF CALC-RJRN-STATUS = "00"
           PERFORM UNTIL RJRN-EOF
             READ CALC-RJRN-FILE
               AT END
                 MOVE "Y" TO RJRN-EOF-SWITCH
               NOT AT END
                 ADD 1 TO READ-COUNT
                 IF JR-DATE NOT < AUD-FROM-DATE
                     AND JR-DATE NOT > AUD-TO-DATE
                     AND (AUD-RATE-NAME = SPACES
                         OR JR-RATE-NAME = AUD-RATE-NAME)
                     PERFORM 999-LIST-CHANGE THRU 999-LIST-CHANGE-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-RJRN-FILE
       ELSE
           DISPLAY "No rate change journal (CALCRJRN), nothing to "
               "report"
       END-IF.

       MOVE SPACES TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "JOURNAL READ     : " TO RA-COUNT-LABEL.
       MOVE READ-COUNT TO RA-COUNT.
       MOVE RAUD-COUNT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "LINES LISTED     : " TO RA-COUNT-LABEL.
       MOVE LISTED-COUNT TO RA-COUNT.
       MOVE RAUD-COUNT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "CHANGES KEYED    : " TO RA-COUNT-LABEL.
       MOVE PENDING-COUNT TO RA-COUNT.
       MOVE RAUD-COUNT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "APPROVED         : " TO RA-COUNT-LABEL.
       MOVE APPROVED-COUNT TO RA-COUNT.
       MOVE RAUD-COUNT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       MOVE "REJECTED         : " TO RA-COUNT-LABEL.
       MOVE REJECTED-COUNT TO RA-COUNT.
       MOVE RAUD-COUNT-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.
       CLOSE CALC-RAUD-FILE.

       DISPLAY "Journal read   : " READ-COUNT.
       DISPLAY "Lines listed   : " LISTED-COUNT.
       DISPLAY "Report written to CALCRAUD.".
       IF LISTED-COUNT = 0
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       999-LIST-CHANGE.
       ADD 1 TO LISTED-COUNT.
       EVALUATE JR-EVENT
         WHEN "PENDING"
           ADD 1 TO PENDING-COUNT
         WHEN "APPROVED"
           ADD 1 TO APPROVED-COUNT
         WHEN "REJECTED"
           ADD 1 TO REJECTED-COUNT
       END-EVALUATE.
       MOVE JR-DATE TO RA-DATE.
       MOVE JR-EVENT TO RA-EVENT.
       MOVE JR-ACTION TO RA-ACTION.
       MOVE JR-RATE-NAME TO RA-RATE-NAME.
       MOVE JR-EFF-DATE TO RA-EFF-DATE.
      * An added rate had no value before.
       IF JR-ACTION = "A"
           MOVE SPACES TO RA-OLD-VALUE-X
       ELSE
           MOVE JR-OLD-VALUE TO RA-OLD-VALUE
       END-IF.
       MOVE JR-OLD-ACTIVE TO RA-OLD-ACTIVE.
       MOVE JR-NEW-VALUE TO RA-NEW-VALUE.
       MOVE JR-NEW-ACTIVE TO RA-NEW-ACTIVE.
       MOVE JR-MAKER TO RA-MAKER.
       MOVE JR-CHECKER TO RA-CHECKER.
       MOVE RAUD-DETAIL-LINE TO CALC-RAUD-RECORD.
       WRITE CALC-RAUD-RECORD.

       999-LIST-CHANGE-EXIT.
       EXIT.
