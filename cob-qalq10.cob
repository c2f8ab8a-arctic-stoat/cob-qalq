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

         FD CALC-HIST-FILE.
         01 CALC-HIST-RECORD PIC X(82).

         LOCAL-STORAGE SECTION.
         01 CALC-LOG-STATUS PIC X(2) VALUE "00".
                 MOVE "N" TO ARCH-DUP-SWITCH
                 MOVE 1 TO ARCH-SCAN-SUB
                 PERFORM UNTIL ARCH-SCAN-SUB > ARCH-COUNT
                   IF ARCH-ENTRY(ARCH-SCAN-SUB) = AC-FILE-NAME
                       MOVE "Y" TO ARCH-DUP-SWITCH
                       COMPUTE ARCH-SCAN-SUB = ARCH-COUNT + 1
                   ELSE
                   END-IF
                 END-PERFORM
                 IF ARCH-DUP-SWITCH = "N"
                     AND AC-FILE-NAME NOT = SPACES
                     IF ARCH-COUNT < 1000
                         ADD 1 TO ARCH-COUNT
                         MOVE AC-FILE-NAME TO
                             ARCH-ENTRY(ARCH-COUNT)
                     ELSE
                         DISPLAY "!!!Archive list full, "
                             AC-FILE-NAME " not searched"
                     END-IF
                 END-IF
             END-READ
