            05 CL-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 CL-OPERATOR PIC X(8).
            05 FILLER PIC X(1).
            05 CL-SEQ PIC 9(9).
            05 FILLER PIC X(1).
            05 CL-CHECK PIC 9(9).

         FD CALC-OPS-FILE.
         01 CALC-OPS-RECORD PIC X(80).
