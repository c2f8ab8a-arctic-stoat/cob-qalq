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
       PROGRAM-ID. cob-qalq16.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * Release of held results. The batch pass holds any result
      * outside the CALCLIMT tolerances for its batch-id in CALCHOLD
      * instead of writing it; this program is how those results are
      * let through or stopped. Only an active operator flagged as a
      * supervisor in CALCOPER (OP-SUPV-AUTH = "Y") may sign on.
      * Scheduled runs take the id from QALQ_OPERATOR; interactive
      * sessions are prompted, three tries.
      *
      * Each CALCHOLD record is shown with its result and the limit
      * it breached (MAX, MIN or SUB for the batch subtotal), and the
      * supervisor keys one of:
      *   R - release to the next run (see below)
      *   C - cancel: the record is dropped and never calculated
      *   P - leave pending in CALCHOLD
      *   X - stop; this and the remaining records stay pending
      * A released record is written to CALCRLSE with the limit
      * release flag (byte 47, "L") set; the next queue assembly
      * picks it up and the batch pass adds it to that run's results
      * without checking its limits again. Every R, C and P action is
      * appended to the hold log CALCHLOG with the date, time and
      * supervisor id. CALCHOLD is rewritten (through work file
      * CALCHOLT) holding only the records still pending.
      *
      * Return code: 0 clean, 8 sign-on refused, 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-OPER-STATUS.
           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-HOLD-STATUS.
           SELECT CALC-WORK-FILE ASSIGN TO "CALCHOLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-WORK-STATUS.
           SELECT CALC-RLSE-FILE ASSIGN TO "CALCRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RLSE-STATUS.
           SELECT CALC-HLOG-FILE ASSIGN TO "CALCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-HLOG-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CALC-OPER-FILE.
         01 CALC-OPER-RECORD.
            05 OP-ID PIC X(8).
            05 FILLER PIC X(1).
            05 OP-NAME PIC X(20).
            05 FILLER PIC X(1).
            05 OP-ACTIVE PIC X(1).
            05 FILLER PIC X(1).
            05 OP-RATE-AUTH PIC X(1).
            05 FILLER PIC X(1).
            05 OP-SUPV-AUTH PIC X(1).

         FD CALC-HOLD-FILE.
         01 CALC-HOLD-RECORD.
            05 HD-QUEUE-DATA.
               10 HD-TRANS-ID PIC X(12).
               10 HD-BATCH-ID PIC X(8).
               10 FILLER PIC X(26).
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

         FD CALC-WORK-FILE.
         01 CALC-WORK-RECORD PIC X(111).

         FD CALC-RLSE-FILE.
         01 CALC-RLSE-RECORD.
            05 RL-QUEUE-DATA PIC X(46).
            05 RL-LIMIT-FLAG PIC X(1).

      * Hold log, one row per supervisor action on a held result.
         FD CALC-HLOG-FILE.
         01 CALC-HLOG-RECORD.
            05 HL-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 HL-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 HL-SUPERVISOR PIC X(8).
            05 FILLER PIC X(1).
            05 HL-ACTION PIC X(1).
            05 FILLER PIC X(1).
            05 HL-HOLD-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 HL-LIMIT-CODE PIC X(3).
            05 FILLER PIC X(1).
            05 HL-CALCSUM PIC S9(10)V9(2) SIGN IS LEADING SEPARATE.
            05 FILLER PIC X(1).
            05 HL-QUEUE-DATA PIC X(46).

         LOCAL-STORAGE SECTION.
         01 CALC-OPER-STATUS PIC X(2) VALUE "00".
         01 CALC-HOLD-STATUS PIC X(2) VALUE "00".
         01 CALC-WORK-STATUS PIC X(2) VALUE "00".
         01 CALC-RLSE-STATUS PIC X(2) VALUE "00".
         01 CALC-HLOG-STATUS PIC X(2) VALUE "00".
         01 OPER-EOF-SWITCH PIC X(1) VALUE "N".
            88 OPER-EOF VALUE "Y".
         01 CALC-HOLD-SWITCH PIC X(1) VALUE "N".
            88 CALC-HOLD-EOF VALUE "Y".
         01 CALC-WORK-SWITCH PIC X(1) VALUE "N".
            88 CALC-WORK-EOF VALUE "Y".
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 RUN-TIME PIC 9(8) VALUE ZERO.
         01 OPERATOR-ID PIC X(8) VALUE SPACES.
         01 OPERATOR-INPUT PIC X(8) VALUE SPACES.
         01 SIGNON-OK-SWITCH PIC X(1) VALUE "N".
         01 SIGNON-NOT-SUPV-SWITCH PIC X(1) VALUE "N".
         01 SIGNON-TRIES PIC 9(1) VALUE ZERO.
         01 ACTION-INPUT PIC X(1) VALUE SPACES.
         01 STOP-SWITCH PIC X(1) VALUE "N".
         01 READ-COUNT PIC 9(7) VALUE ZERO.
         01 RELEASE-COUNT PIC 9(7) VALUE ZERO.
         01 CANCEL-COUNT PIC 9(7) VALUE ZERO.
         01 PENDING-COUNT PIC 9(7) VALUE ZERO.
         01 HOLD-SUM-EDIT PIC -ZZZZZZZZZ9.99.
         01 HOLD-LIMIT-EDIT PIC -ZZZZZZZZZZZ9.99.
         01 HOLD-CALC1-EDIT PIC -ZZZZ9.99.
         01 HOLD-CALC2-EDIT PIC -ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "--------------------".
       DISPLAY "Held results release".
       DISPLAY "--------------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME FROM TIME.

      * Sign-on: supervisors only.
       ACCEPT OPERATOR-INPUT FROM ENVIRONMENT "QALQ_OPERATOR".
       IF OPERATOR-INPUT NOT = SPACES
           PERFORM 999-VALIDATE-SUPERVISOR
               THRU 999-VALIDATE-SUPERVISOR-EXIT
           IF SIGNON-OK-SWITCH NOT = "Y"
               DISPLAY "!!!Operator " OPERATOR-INPUT
                   " not an active supervisor, run aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       ELSE
           DISPLAY "--------------"
           DISPLAY "Sign on"
           DISPLAY "--------------"
           PERFORM UNTIL SIGNON-OK-SWITCH = "Y"
               OR SIGNON-TRIES > 2
             DISPLAY "Enter supervisor id"
             MOVE SPACES TO OPERATOR-INPUT
             ACCEPT OPERATOR-INPUT
             PERFORM 999-VALIDATE-SUPERVISOR
                 THRU 999-VALIDATE-SUPERVISOR-EXIT
             IF SIGNON-OK-SWITCH NOT = "Y"
                 IF SIGNON-NOT-SUPV-SWITCH = "Y"
                     DISPLAY "!!!Operator is not a supervisor"
                 ELSE
                     DISPLAY "!!!Unknown or inactive operator"
                 END-IF
                 ADD 1 TO SIGNON-TRIES
             END-IF
           END-PERFORM
           IF SIGNON-OK-SWITCH NOT = "Y"
               DISPLAY "!!!Sign-on failed, run aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       DISPLAY "Signed on as " OPERATOR-ID.

       OPEN INPUT CALC-HOLD-FILE.
       IF CALC-HOLD-STATUS NOT = "00"
           DISPLAY "No CALCHOLD held results, nothing to review"
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-WORK-FILE.
       IF CALC-WORK-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCHOLT, release run aborted"
           CLOSE CALC-HOLD-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND CALC-RLSE-FILE.
       IF CALC-RLSE-STATUS NOT = "00"
           OPEN OUTPUT CALC-RLSE-FILE
       END-IF.
       IF CALC-RLSE-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCRLSE, release run aborted"
           CLOSE CALC-HOLD-FILE
           CLOSE CALC-WORK-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND CALC-HLOG-FILE.
       IF CALC-HLOG-STATUS NOT = "00"
           OPEN OUTPUT CALC-HLOG-FILE
       END-IF.
       IF CALC-HLOG-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCHLOG, release run aborted"
           CLOSE CALC-HOLD-FILE
           CLOSE CALC-WORK-FILE
           CLOSE CALC-RLSE-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL CALC-HOLD-EOF
         READ CALC-HOLD-FILE
           AT END
             MOVE "Y" TO CALC-HOLD-SWITCH
           NOT AT END
             ADD 1 TO READ-COUNT
             IF STOP-SWITCH = "Y"
                 ADD 1 TO PENDING-COUNT
                 MOVE CALC-HOLD-RECORD TO CALC-WORK-RECORD
                 WRITE CALC-WORK-RECORD
             ELSE
                 PERFORM 999-RELEASE-RECORD
                     THRU 999-RELEASE-RECORD-EXIT
             END-IF
         END-READ
       END-PERFORM.

       CLOSE CALC-HOLD-FILE.
       CLOSE CALC-WORK-FILE.
       CLOSE CALC-RLSE-FILE.
       CLOSE CALC-HLOG-FILE.

       OPEN INPUT CALC-WORK-FILE.
       IF CALC-WORK-STATUS NOT = "00"
           DISPLAY "!!!Cannot reread CALCHOLT, CALCHOLD left "
               "unchanged"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-HOLD-FILE.
       IF CALC-HOLD-STATUS NOT = "00"
           DISPLAY "!!!Cannot rewrite CALCHOLD, see CALCHOLT for "
               "pending records"
           CLOSE CALC-WORK-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL CALC-WORK-EOF
         READ CALC-WORK-FILE
           AT END
             MOVE "Y" TO CALC-WORK-SWITCH
           NOT AT END
             MOVE CALC-WORK-RECORD TO CALC-HOLD-RECORD
             WRITE CALC-HOLD-RECORD
         END-READ
       END-PERFORM.
       CLOSE CALC-WORK-FILE.
       CLOSE CALC-HOLD-FILE.

       DISPLAY "Records reviewed  : " READ-COUNT.
       DISPLAY "Released          : " RELEASE-COUNT.
       DISPLAY "Cancelled         : " CANCEL-COUNT.
       DISPLAY "Left pending      : " PENDING-COUNT.
       DISPLAY "Actions recorded in CALCHLOG, released records "
           "written to CALCRLSE.".
       STOP RUN.

      * Validate OPERATOR-INPUT against the CALCOPER master; sets
      * SIGNON-OK-SWITCH and OPERATOR-ID for an active supervisor,
      * SIGNON-NOT-SUPV-SWITCH for an active operator who is not.
       999-VALIDATE-SUPERVISOR.
       MOVE "N" TO SIGNON-OK-SWITCH.
       MOVE "N" TO SIGNON-NOT-SUPV-SWITCH.
       MOVE "N" TO OPER-EOF-SWITCH.
       OPEN INPUT CALC-OPER-FILE.
       IF CALC-OPER-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCOPER, sign-on not possible"
           GO TO 999-VALIDATE-SUPERVISOR-EXIT
       END-IF.
       PERFORM UNTIL OPER-EOF
         READ CALC-OPER-FILE
           AT END
             MOVE "Y" TO OPER-EOF-SWITCH
           NOT AT END
             IF OP-ID = OPERATOR-INPUT AND OP-ACTIVE = "Y"
                 IF OP-SUPV-AUTH = "Y"
                     MOVE "Y" TO SIGNON-OK-SWITCH
                     MOVE OP-ID TO OPERATOR-ID
                 ELSE
                     MOVE "Y" TO SIGNON-NOT-SUPV-SWITCH
                 END-IF
                 MOVE "Y" TO OPER-EOF-SWITCH
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-OPER-FILE.

       999-VALIDATE-SUPERVISOR-EXIT.
       EXIT.

       999-RELEASE-RECORD.
       MOVE HD-CALCSUM TO HOLD-SUM-EDIT.
       MOVE HD-LIMIT-VALUE TO HOLD-LIMIT-EDIT.
       MOVE HD-CALC1 TO HOLD-CALC1-EDIT.
       MOVE HD-CALC2 TO HOLD-CALC2-EDIT.
       DISPLAY " ".
       DISPLAY "Held record " READ-COUNT "  held " HD-RUN-DATE
           "  queue " HD-QUEUE-NBR.
       DISPLAY "Trans-id: " HD-TRANS-ID "  Batch: " HD-BATCH-ID.
       DISPLAY "Result  : " HOLD-CALC1-EDIT " " HD-CALCJOB " "
           HOLD-CALC2-EDIT " = " HOLD-SUM-EDIT.
       DISPLAY "Limit   : " HD-LIMIT-CODE " " HOLD-LIMIT-EDIT.
       DISPLAY "Record  : " HD-QUEUE-DATA.

       999-RELEASE-PROMPT.
       DISPLAY "R release, C cancel, P leave pending, X stop".
       MOVE SPACES TO ACTION-INPUT.
       ACCEPT ACTION-INPUT.
       EVALUATE ACTION-INPUT
         WHEN "R" WHEN "r"
           MOVE "R" TO ACTION-INPUT
         WHEN "C" WHEN "c"
           MOVE "C" TO ACTION-INPUT
         WHEN "P" WHEN "p"
           MOVE "P" TO ACTION-INPUT
         WHEN "X" WHEN "x"
           MOVE "Y" TO STOP-SWITCH
           ADD 1 TO PENDING-COUNT
           MOVE CALC-HOLD-RECORD TO CALC-WORK-RECORD
           WRITE CALC-WORK-RECORD
           GO TO 999-RELEASE-RECORD-EXIT
         WHEN OTHER
           DISPLAY "!!!Choose R, C, P or X"
           GO TO 999-RELEASE-PROMPT
       END-EVALUATE.

       EVALUATE ACTION-INPUT
         WHEN "R"
           ADD 1 TO RELEASE-COUNT
           MOVE HD-QUEUE-DATA TO RL-QUEUE-DATA
           MOVE "L" TO RL-LIMIT-FLAG
           WRITE CALC-RLSE-RECORD
           DISPLAY "Released to CALCRLSE for the next run"
         WHEN "C"
           ADD 1 TO CANCEL-COUNT
           DISPLAY "Cancelled, result not calculated"
         WHEN "P"
           ADD 1 TO PENDING-COUNT
           MOVE CALC-HOLD-RECORD TO CALC-WORK-RECORD
           WRITE CALC-WORK-RECORD
           DISPLAY "Left pending in CALCHOLD"
       END-EVALUATE.

       MOVE SPACES TO CALC-HLOG-RECORD.
       MOVE RUN-DATE TO HL-DATE.
       ACCEPT RUN-TIME FROM TIME.
       MOVE RUN-TIME(1:6) TO HL-TIME.
       MOVE OPERATOR-ID TO HL-SUPERVISOR.
       MOVE ACTION-INPUT TO HL-ACTION.
       MOVE HD-RUN-DATE TO HL-HOLD-DATE.
       MOVE HD-LIMIT-CODE TO HL-LIMIT-CODE.
       MOVE HD-CALCSUM TO HL-CALCSUM.
       MOVE HD-QUEUE-DATA TO HL-QUEUE-DATA.
       WRITE CALC-HLOG-RECORD.

       999-RELEASE-RECORD-EXIT.
       EXIT.
