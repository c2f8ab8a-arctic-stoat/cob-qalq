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
       PROGRAM-ID. cob-qalq12.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * Supervisor disposition of the CALCSUPV forced-review queue.
      * cob-qalq07 forces a record there once it has bounced through
      * repair more than three times; this program is how those
      * records get an owner. Only an active operator flagged as a
      * supervisor in CALCOPER (OP-SUPV-AUTH = "Y") may sign on.
      * Scheduled runs take the id from QALQ_OPERATOR; interactive
      * sessions are prompted, three tries.
      *
      * Each CALCSUPV record is shown in turn and the supervisor
      * keys one of:
      *   R - release: the record goes to CALCRSUB for the next
      *       assembly and its CALCRCYC count is reset to zero, so
      *       it gets a fresh run through repair if it bounces again
      *   W - write off, with a reason code:
      *       WD withdrawn by submitter, DP duplicate of another
      *       transaction, UR unrecoverable, OT other (text needed)
      *   P - leave pending in CALCSUPV
      *   X - stop; this and the remaining records stay pending
      * Every R, W and P decision is appended to the disposition
      * register CALCDISP with the date, time and supervisor id.
      * CALCSUPV is rewritten (through work file CALCSUPT) holding
      * only the records still pending.
      *
      * With QALQ_SUPV_MODE=AGED the program signs no one on and
      * changes nothing: it writes the aged-items report CALCSUAG
      * listing every CALCSUPV record forced more than QALQ_AGE_DAYS
      * days ago (default 5). Records forced before CALCSUPV carried
      * a date are listed as undated.
      *
      * Return code: 0 clean, 4 aged items listed, 8 sign-on
      * refused, 12 aborted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-OPER-STATUS.
           SELECT CALC-SUPV-FILE ASSIGN TO "CALCSUPV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SUPV-STATUS.
           SELECT CALC-WORK-FILE ASSIGN TO "CALCSUPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-WORK-STATUS.
           SELECT CALC-RESUB-FILE ASSIGN TO "CALCRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RESUB-STATUS.
           SELECT CALC-RCYC-FILE ASSIGN TO "CALCRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RCYC-STATUS.
           SELECT CALC-DISP-FILE ASSIGN TO "CALCDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-DISP-STATUS.
           SELECT CALC-SUAG-FILE ASSIGN TO "CALCSUAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SUAG-STATUS.

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

         FD CALC-SUPV-FILE.
         01 CALC-SUPV-RECORD.
            05 SV-REASON PIC X(2).
            05 FILLER PIC X(1).
            05 SV-COUNT PIC 9(2).
            05 FILLER PIC X(1).
            05 SV-QUEUE-DATA.
               10 SV-TRANS-ID PIC X(12).
               10 SV-BATCH-ID PIC X(8).
               10 FILLER PIC X(26).
            05 FILLER PIC X(1).
            05 SV-DATE PIC X(8).
            05 SV-DATE-N REDEFINES SV-DATE PIC 9(8).

         FD CALC-WORK-FILE.
         01 CALC-WORK-RECORD PIC X(61).

         FD CALC-RESUB-FILE.
         01 CALC-RESUB-RECORD PIC X(46).

         FD CALC-RCYC-FILE.
         01 CALC-RCYC-RECORD.
            05 RC-TRANS-ID PIC X(12).
            05 FILLER PIC X(1).
            05 RC-COUNT PIC 9(2).

      * Disposition register, one row per supervisor decision.
         FD CALC-DISP-FILE.
         01 CALC-DISP-RECORD.
            05 DS-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 DS-TIME PIC 9(6).
            05 FILLER PIC X(1).
            05 DS-SUPERVISOR PIC X(8).
            05 FILLER PIC X(1).
            05 DS-ACTION PIC X(1).
            05 FILLER PIC X(1).
            05 DS-WRITEOFF-CODE PIC X(2).
            05 FILLER PIC X(1).
            05 DS-WRITEOFF-TEXT PIC X(30).
            05 FILLER PIC X(1).
            05 DS-CYCLES PIC 9(2).
            05 FILLER PIC X(1).
            05 DS-EDIT-REASON PIC X(2).
            05 FILLER PIC X(1).
            05 DS-QUEUE-DATA PIC X(46).

         FD CALC-SUAG-FILE.
         01 CALC-SUAG-RECORD PIC X(80).

         LOCAL-STORAGE SECTION.
         01 CALC-OPER-STATUS PIC X(2) VALUE "00".
         01 CALC-SUPV-STATUS PIC X(2) VALUE "00".
         01 CALC-WORK-STATUS PIC X(2) VALUE "00".
         01 CALC-RESUB-STATUS PIC X(2) VALUE "00".
         01 CALC-RCYC-STATUS PIC X(2) VALUE "00".
         01 CALC-DISP-STATUS PIC X(2) VALUE "00".
         01 CALC-SUAG-STATUS PIC X(2) VALUE "00".
         01 OPER-EOF-SWITCH PIC X(1) VALUE "N".
            88 OPER-EOF VALUE "Y".
         01 CALC-SUPV-SWITCH PIC X(1) VALUE "N".
            88 CALC-SUPV-EOF VALUE "Y".
         01 CALC-WORK-SWITCH PIC X(1) VALUE "N".
            88 CALC-WORK-EOF VALUE "Y".
         01 RCYC-EOF-SWITCH PIC X(1) VALUE "N".
            88 RCYC-EOF VALUE "Y".
         01 SUPV-MODE PIC X(8) VALUE SPACES.
         01 AGE-DAYS-X PIC X(3) VALUE SPACES.
         01 AGE-LIMIT PIC 9(3) VALUE 5.
         01 AGE-DAYS PIC S9(7) VALUE ZERO.
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 RUN-TIME PIC 9(8) VALUE ZERO.
         01 RUN-DAY-NBR PIC 9(7) VALUE ZERO.
         01 SUPV-DAY-NBR PIC 9(7) VALUE ZERO.
         01 OPERATOR-ID PIC X(8) VALUE SPACES.
         01 OPERATOR-INPUT PIC X(8) VALUE SPACES.
         01 SIGNON-OK-SWITCH PIC X(1) VALUE "N".
         01 SIGNON-NOT-SUPV-SWITCH PIC X(1) VALUE "N".
         01 SIGNON-TRIES PIC 9(1) VALUE ZERO.
         01 RCYC-TABLE.
            05 RCYC-ENTRY OCCURS 10000 TIMES.
               10 RCYC-TRANS-ID PIC X(12).
               10 RCYC-CYCLES PIC 9(2).
         01 RCYC-COUNT PIC 9(5) VALUE ZERO.
         01 RCYC-SUB PIC 9(5) COMP VALUE ZERO.
         01 RCYC-FULL-SWITCH PIC X(1) VALUE "N".
         01 RCYC-CHANGED-SWITCH PIC X(1) VALUE "N".
         01 ACTION-INPUT PIC X(1) VALUE SPACES.
         01 WRITEOFF-INPUT PIC X(2) VALUE SPACES.
         01 WRITEOFF-TEXT PIC X(30) VALUE SPACES.
         01 STOP-SWITCH PIC X(1) VALUE "N".
         01 READ-COUNT PIC 9(7) VALUE ZERO.
         01 RELEASE-COUNT PIC 9(7) VALUE ZERO.
         01 WRITEOFF-COUNT PIC 9(7) VALUE ZERO.
         01 PENDING-COUNT PIC 9(7) VALUE ZERO.
         01 AGED-COUNT PIC 9(7) VALUE ZERO.
         01 SUAG-HEAD-LINE.
            05 FILLER PIC X(19) VALUE "SUPERVISOR QUEUE AG".
            05 FILLER PIC X(19) VALUE "ED ITEMS, RUN DATE ".
            05 SA-RUN-DATE PIC 9(8).
            05 FILLER PIC X(14) VALUE ", OLDER THAN  ".
            05 SA-AGE-LIMIT PIC ZZ9.
            05 FILLER PIC X(5) VALUE " DAYS".
         01 SUAG-COLUMN-LINE.
            05 FILLER PIC X(13) VALUE "TRANS-ID".
            05 FILLER PIC X(9) VALUE "BATCH".
            05 FILLER PIC X(7) VALUE "REASON".
            05 FILLER PIC X(7) VALUE "CYCLES".
            05 FILLER PIC X(9) VALUE "FORCED".
            05 FILLER PIC X(8) VALUE "AGE DAYS".
         01 SUAG-DETAIL-LINE.
            05 SA-TRANS-ID PIC X(12).
            05 FILLER PIC X(1) VALUE " ".
            05 SA-BATCH-ID PIC X(8).
            05 FILLER PIC X(3) VALUE " ".
            05 SA-REASON PIC X(2).
            05 FILLER PIC X(5) VALUE " ".
            05 SA-CYCLES PIC Z9.
            05 FILLER PIC X(3) VALUE " ".
            05 SA-DATE PIC X(8).
            05 FILLER PIC X(1) VALUE " ".
            05 SA-AGE PIC X(8).
         01 SUAG-AGE-EDIT PIC ZZZZZZZ9.
         01 SUAG-COUNT-LINE.
            05 SA-COUNT-LABEL PIC X(19).
            05 SA-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "----------------------".
       DISPLAY "Supervisor disposition".
       DISPLAY "----------------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME FROM TIME.
       ACCEPT SUPV-MODE FROM ENVIRONMENT "QALQ_SUPV_MODE".
       IF SUPV-MODE = "AGED"
           PERFORM 999-AGED-REPORT THRU 999-AGED-REPORT-EXIT
           STOP RUN
       END-IF.
       IF SUPV-MODE NOT = SPACES
           DISPLAY "!!!QALQ_SUPV_MODE " SUPV-MODE " not known, "
               "use AGED or leave unset"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

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

       OPEN INPUT CALC-SUPV-FILE.
       IF CALC-SUPV-STATUS NOT = "00"
           DISPLAY "No CALCSUPV supervisor queue, nothing to review"
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-WORK-FILE.
       IF CALC-WORK-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCSUPT, disposition run aborted"
           CLOSE CALC-SUPV-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND CALC-RESUB-FILE.
       IF CALC-RESUB-STATUS NOT = "00"
           OPEN OUTPUT CALC-RESUB-FILE
       END-IF.
       IF CALC-RESUB-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCRSUB, disposition run aborted"
           CLOSE CALC-SUPV-FILE
           CLOSE CALC-WORK-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND CALC-DISP-FILE.
       IF CALC-DISP-STATUS NOT = "00"
           OPEN OUTPUT CALC-DISP-FILE
       END-IF.
       IF CALC-DISP-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCDISP, disposition run aborted"
           CLOSE CALC-SUPV-FILE
           CLOSE CALC-WORK-FILE
           CLOSE CALC-RESUB-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE ZERO TO RCYC-COUNT.
       OPEN INPUT CALC-RCYC-FILE.
       IF CALC-RCYC-STATUS = "00"
           PERFORM UNTIL RCYC-EOF
             READ CALC-RCYC-FILE
               AT END
                 MOVE "Y" TO RCYC-EOF-SWITCH
               NOT AT END
                 IF RCYC-COUNT < 10000
                     ADD 1 TO RCYC-COUNT
                     MOVE RC-TRANS-ID TO RCYC-TRANS-ID(RCYC-COUNT)
                     MOVE RC-COUNT TO RCYC-CYCLES(RCYC-COUNT)
                 ELSE
                     MOVE "Y" TO RCYC-FULL-SWITCH
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-RCYC-FILE
       END-IF.
       IF RCYC-FULL-SWITCH = "Y"
           DISPLAY "!!!Recycle register larger than 10000 IDs, "
               "releases will not rewrite CALCRCYC"
       END-IF.

       PERFORM UNTIL CALC-SUPV-EOF
         READ CALC-SUPV-FILE
           AT END
             MOVE "Y" TO CALC-SUPV-SWITCH
           NOT AT END
             ADD 1 TO READ-COUNT
             IF STOP-SWITCH = "Y"
                 ADD 1 TO PENDING-COUNT
                 MOVE CALC-SUPV-RECORD TO CALC-WORK-RECORD
                 WRITE CALC-WORK-RECORD
             ELSE
                 PERFORM 999-DISPOSE-RECORD
                     THRU 999-DISPOSE-RECORD-EXIT
             END-IF
         END-READ
       END-PERFORM.

       CLOSE CALC-SUPV-FILE.
       CLOSE CALC-WORK-FILE.
       CLOSE CALC-RESUB-FILE.
       CLOSE CALC-DISP-FILE.

       OPEN INPUT CALC-WORK-FILE.
       IF CALC-WORK-STATUS NOT = "00"
           DISPLAY "!!!Cannot reread CALCSUPT, CALCSUPV left "
               "unchanged"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT CALC-SUPV-FILE.
       IF CALC-SUPV-STATUS NOT = "00"
           DISPLAY "!!!Cannot rewrite CALCSUPV, see CALCSUPT for "
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
             MOVE CALC-WORK-RECORD TO CALC-SUPV-RECORD
             WRITE CALC-SUPV-RECORD
         END-READ
       END-PERFORM.
       CLOSE CALC-WORK-FILE.
       CLOSE CALC-SUPV-FILE.

       IF RCYC-CHANGED-SWITCH = "Y"
           OPEN OUTPUT CALC-RCYC-FILE
           IF CALC-RCYC-STATUS NOT = "00"
               DISPLAY "!!!Cannot rewrite CALCRCYC, recycle counts "
                   "not reset"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 1 TO RCYC-SUB
               PERFORM UNTIL RCYC-SUB > RCYC-COUNT
                 MOVE SPACES TO CALC-RCYC-RECORD
                 MOVE RCYC-TRANS-ID(RCYC-SUB) TO RC-TRANS-ID
                 MOVE RCYC-CYCLES(RCYC-SUB) TO RC-COUNT
                 WRITE CALC-RCYC-RECORD
                 ADD 1 TO RCYC-SUB
               END-PERFORM
               CLOSE CALC-RCYC-FILE
           END-IF
       END-IF.

       DISPLAY "Records reviewed  : " READ-COUNT.
       DISPLAY "Released          : " RELEASE-COUNT.
       DISPLAY "Written off       : " WRITEOFF-COUNT.
       DISPLAY "Left pending      : " PENDING-COUNT.
       DISPLAY "Decisions recorded in CALCDISP, released records "
           "written to CALCRSUB.".
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

       999-DISPOSE-RECORD.
       DISPLAY " ".
       DISPLAY "Supervisor record " READ-COUNT
           "  forced " SV-DATE "  after " SV-COUNT " cycles".
       DISPLAY "Trans-id: " SV-TRANS-ID "  Batch: " SV-BATCH-ID
           "  Last edit reason: " SV-REASON.
       DISPLAY "Record  : " SV-QUEUE-DATA.

       999-DISPOSE-PROMPT.
       DISPLAY "R release, W write off, P leave pending, X stop".
       MOVE SPACES TO ACTION-INPUT.
       ACCEPT ACTION-INPUT.
       EVALUATE ACTION-INPUT
         WHEN "R" WHEN "r"
           MOVE "R" TO ACTION-INPUT
         WHEN "W" WHEN "w"
           MOVE "W" TO ACTION-INPUT
         WHEN "P" WHEN "p"
           MOVE "P" TO ACTION-INPUT
         WHEN "X" WHEN "x"
           MOVE "Y" TO STOP-SWITCH
           ADD 1 TO PENDING-COUNT
           MOVE CALC-SUPV-RECORD TO CALC-WORK-RECORD
           WRITE CALC-WORK-RECORD
           GO TO 999-DISPOSE-RECORD-EXIT
         WHEN OTHER
           DISPLAY "!!!Choose R, W, P or X"
           GO TO 999-DISPOSE-PROMPT
       END-EVALUATE.

       MOVE SPACES TO WRITEOFF-INPUT.
       MOVE SPACES TO WRITEOFF-TEXT.
       IF ACTION-INPUT = "W"
           PERFORM 999-WRITEOFF-REASON THRU 999-WRITEOFF-REASON-EXIT
       END-IF.

       EVALUATE ACTION-INPUT
         WHEN "R"
           ADD 1 TO RELEASE-COUNT
           MOVE SV-QUEUE-DATA TO CALC-RESUB-RECORD
           WRITE CALC-RESUB-RECORD
           MOVE 1 TO RCYC-SUB
           PERFORM UNTIL RCYC-SUB > RCYC-COUNT
             IF RCYC-TRANS-ID(RCYC-SUB) = SV-TRANS-ID
                 AND SV-TRANS-ID NOT = SPACES
                 MOVE ZERO TO RCYC-CYCLES(RCYC-SUB)
                 IF RCYC-FULL-SWITCH = "N"
                     MOVE "Y" TO RCYC-CHANGED-SWITCH
                 END-IF
             END-IF
             ADD 1 TO RCYC-SUB
           END-PERFORM
           DISPLAY "Released to CALCRSUB, recycle count reset"
         WHEN "W"
           ADD 1 TO WRITEOFF-COUNT
           DISPLAY "Written off, reason " WRITEOFF-INPUT
         WHEN "P"
           ADD 1 TO PENDING-COUNT
           MOVE CALC-SUPV-RECORD TO CALC-WORK-RECORD
           WRITE CALC-WORK-RECORD
           DISPLAY "Left pending in CALCSUPV"
       END-EVALUATE.

       MOVE SPACES TO CALC-DISP-RECORD.
       MOVE RUN-DATE TO DS-DATE.
       ACCEPT RUN-TIME FROM TIME.
       MOVE RUN-TIME(1:6) TO DS-TIME.
       MOVE OPERATOR-ID TO DS-SUPERVISOR.
       MOVE ACTION-INPUT TO DS-ACTION.
       MOVE WRITEOFF-INPUT TO DS-WRITEOFF-CODE.
       MOVE WRITEOFF-TEXT TO DS-WRITEOFF-TEXT.
       MOVE SV-COUNT TO DS-CYCLES.
       MOVE SV-REASON TO DS-EDIT-REASON.
       MOVE SV-QUEUE-DATA TO DS-QUEUE-DATA.
       WRITE CALC-DISP-RECORD.

       999-DISPOSE-RECORD-EXIT.
       EXIT.

       999-WRITEOFF-REASON.
       DISPLAY "Write-off reason: WD withdrawn, DP duplicate, "
           "UR unrecoverable, OT other".
       MOVE SPACES TO WRITEOFF-INPUT.
       ACCEPT WRITEOFF-INPUT.
       IF WRITEOFF-INPUT NOT = "WD" AND WRITEOFF-INPUT NOT = "DP"
           AND WRITEOFF-INPUT NOT = "UR" AND WRITEOFF-INPUT NOT = "OT"
           DISPLAY "!!!Reason must be WD, DP, UR or OT"
           GO TO 999-WRITEOFF-REASON
       END-IF.

       999-WRITEOFF-TEXT.
       IF WRITEOFF-INPUT = "OT"
           DISPLAY "Enter write-off text (required)"
       ELSE
           DISPLAY "Enter write-off text (optional)"
       END-IF.
       MOVE SPACES TO WRITEOFF-TEXT.
       ACCEPT WRITEOFF-TEXT.
       IF WRITEOFF-INPUT = "OT" AND WRITEOFF-TEXT = SPACES
           DISPLAY "!!!Reason OT needs a text"
           GO TO 999-WRITEOFF-TEXT
       END-IF.

       999-WRITEOFF-REASON-EXIT.
       EXIT.

      * Aged-items report: every CALCSUPV record forced more than
      * AGE-LIMIT days before today, or carrying no forced date.
       999-AGED-REPORT.
       ACCEPT AGE-DAYS-X FROM ENVIRONMENT "QALQ_AGE_DAYS".
       IF AGE-DAYS-X NOT = SPACES
           IF AGE-DAYS-X IS NUMERIC
               MOVE AGE-DAYS-X TO AGE-LIMIT
           ELSE
               DISPLAY "!!!QALQ_AGE_DAYS not numeric, report aborted"
               MOVE 8 TO RETURN-CODE
               GO TO 999-AGED-REPORT-EXIT
           END-IF
       END-IF.
       DISPLAY "Aged-items report, older than " AGE-LIMIT " days".
       COMPUTE RUN-DAY-NBR = FUNCTION INTEGER-OF-DATE(RUN-DATE).

       OPEN OUTPUT CALC-SUAG-FILE.
       IF CALC-SUAG-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCSUAG, report aborted"
           MOVE 12 TO RETURN-CODE
           GO TO 999-AGED-REPORT-EXIT
       END-IF.
       MOVE RUN-DATE TO SA-RUN-DATE.
       MOVE AGE-LIMIT TO SA-AGE-LIMIT.
       MOVE SUAG-HEAD-LINE TO CALC-SUAG-RECORD.
       WRITE CALC-SUAG-RECORD.
       MOVE SPACES TO CALC-SUAG-RECORD.
       WRITE CALC-SUAG-RECORD.
       MOVE SUAG-COLUMN-LINE TO CALC-SUAG-RECORD.
       WRITE CALC-SUAG-RECORD.

       OPEN INPUT CALC-SUPV-FILE.
       IF CALC-SUPV-STATUS = "00"
           PERFORM UNTIL CALC-SUPV-EOF
             READ CALC-SUPV-FILE
               AT END
                 MOVE "Y" TO CALC-SUPV-SWITCH
               NOT AT END
                 ADD 1 TO READ-COUNT
                 PERFORM 999-AGE-RECORD THRU 999-AGE-RECORD-EXIT
             END-READ
           END-PERFORM
           CLOSE CALC-SUPV-FILE
       ELSE
           DISPLAY "No CALCSUPV supervisor queue, nothing aged"
       END-IF.

       MOVE SPACES TO CALC-SUAG-RECORD.
       WRITE CALC-SUAG-RECORD.
       MOVE "RECORDS IN QUEUE : " TO SA-COUNT-LABEL.
       MOVE READ-COUNT TO SA-COUNT.
       MOVE SUAG-COUNT-LINE TO CALC-SUAG-RECORD.
       WRITE CALC-SUAG-RECORD.
       MOVE "AGED RECORDS     : " TO SA-COUNT-LABEL.
       MOVE AGED-COUNT TO SA-COUNT.
       MOVE SUAG-COUNT-LINE TO CALC-SUAG-RECORD.
       WRITE CALC-SUAG-RECORD.
       CLOSE CALC-SUAG-FILE.

       DISPLAY "Records in queue  : " READ-COUNT.
       DISPLAY "Aged records      : " AGED-COUNT.
       DISPLAY "Aged-items report written to CALCSUAG.".
       IF AGED-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF.

       999-AGED-REPORT-EXIT.
       EXIT.

       999-AGE-RECORD.
       MOVE ZERO TO SUPV-DAY-NBR.
       IF SV-DATE IS NUMERIC AND SV-DATE-N > 16010101
           AND SV-DATE-N NOT > RUN-DATE
           COMPUTE SUPV-DAY-NBR = FUNCTION INTEGER-OF-DATE(SV-DATE-N)
       END-IF.
       IF SUPV-DAY-NBR = 0
           MOVE "UNDATED" TO SA-AGE
       ELSE
           COMPUTE AGE-DAYS = RUN-DAY-NBR - SUPV-DAY-NBR
           IF AGE-DAYS NOT > AGE-LIMIT
               GO TO 999-AGE-RECORD-EXIT
           END-IF
           MOVE AGE-DAYS TO SUAG-AGE-EDIT
           MOVE SUAG-AGE-EDIT TO SA-AGE
       END-IF.
       ADD 1 TO AGED-COUNT.
       MOVE SV-TRANS-ID TO SA-TRANS-ID.
       MOVE SV-BATCH-ID TO SA-BATCH-ID.
       MOVE SV-REASON TO SA-REASON.
       MOVE SV-COUNT TO SA-CYCLES.
       MOVE SV-DATE TO SA-DATE.
       MOVE SUAG-DETAIL-LINE TO CALC-SUAG-RECORD.
       WRITE CALC-SUAG-RECORD.

       999-AGE-RECORD-EXIT.
       EXIT.
