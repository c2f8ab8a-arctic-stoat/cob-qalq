      *   04 divide record carries a zero operand 2
      *   05 effective date is present but not a valid YYYYMMDD
      *   06 rounding rule is not blank, H, T or D
      *   07 effective date falls in a closed period (added to
      *      CALCREJ by the batch pass, not by this edit)
      *
      * Bytes 38-45 of the queue record may carry an effective date
      * (YYYYMMDD) for as-of rate resolution; blank means the run
      * date. Byte 46 may carry a rounding rule (H = half up,
      * T = truncate, D = round down); blank means truncate. Short
      * records read from older 37-byte queues arrive space-filled
      * and pass as blank. Byte 47 is the limit release flag set by
      * queue assembly on released held results; it is passed to
      * the CALCQVAL files as it stands and not carried to CALCREJ.
      *
      * Operand 2 may carry a CALCRATE rate name (first character
      * alphabetic) in place of a signed numeric; the batch pass
            05 CQ-RATE-NAME REDEFINES CQ-CALC2 PIC X(8).
            05 CQ-EFF-DATE PIC X(8).
            05 CQ-ROUND PIC X(1).
            05 CQ-LIMIT-FLAG PIC X(1).

         FD CALC-VALID-FILE.
         01 CALC-VALID-RECORD PIC X(47).

         FD CALC-REJECT-FILE.
         01 CALC-REJECT-RECORD.
