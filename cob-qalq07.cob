      * (CALCRCYC) carries how many times each trans-id has been
      * through repair; a record bouncing more than three times is
      * forced to the CALCSUPV supervisor queue instead of looping
      * forever (dated, so the supervisor program can age it).
      * Skipped records stay unrepaired and can be worked in a later
      * pass of the same CALCREJ file.
      *
      * Corrections are keyed in queue format: operands as a sign
      * (+ or -) followed by seven digits with two implied decimals,
            05 SV-COUNT PIC 9(2).
            05 FILLER PIC X(1).
            05 SV-QUEUE-DATA PIC X(46).
            05 FILLER PIC X(1).
            05 SV-DATE PIC 9(8).

         LOCAL-STORAGE SECTION.
         01 CALC-REJECT-STATUS PIC X(2) VALUE "00".
         01 SKIP-COUNT PIC 9(7) VALUE ZERO.
         01 SUPV-COUNT PIC 9(7) VALUE ZERO.
         01 SUPV-LIMIT PIC 9(2) VALUE 3.
         01 RUN-DATE PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "Reject repair".
       DISPLAY "-------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       OPEN INPUT CALC-REJECT-FILE.
       IF CALC-REJECT-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCREJ, repair run aborted"
         WHEN "05"
           DISPLAY "Reason 05: effective date not a valid YYYYMMDD"
           DISPLAY "Eff date is : " RJ-EFF-DATE
         WHEN "07"
           DISPLAY "Reason 07: effective date in a closed period"
           DISPLAY "Eff date is : " RJ-EFF-DATE
         WHEN "06"
           DISPLAY "Reason 06: rounding rule not blank, H, T or D"
           DISPLAY "Rule is     : " RJ-ROUND
           DISPLAY "Enter corrected operand 1 (S to skip, X to stop)"
         WHEN "03"
           DISPLAY "Enter corrected operator (S to skip, X to stop)"
         WHEN "05" WHEN "07"
           DISPLAY "Enter corrected effective date YYYYMMDD, or "
               "0 for none (S to skip, X to stop)"
         WHEN "06"
               MOVE FIX-SIGN TO RJ-CALCJOB
               MOVE "Y" TO FIX-OK-SWITCH
           END-IF
         WHEN "05" WHEN "07"
           IF FIX-INPUT = "0"
               MOVE SPACES TO RJ-EFF-DATE
               MOVE "Y" TO FIX-OK-SWITCH
           MOVE RJ-REASON TO SV-REASON
           MOVE RECYCLE-CYCLES TO SV-COUNT
           MOVE RJ-QUEUE-DATA TO SV-QUEUE-DATA
           MOVE RUN-DATE TO SV-DATE
           WRITE CALC-SUPV-RECORD
           DISPLAY "!!!Record has bounced " RECYCLE-CYCLES
               " times, forced to supervisor queue CALCSUPV"
