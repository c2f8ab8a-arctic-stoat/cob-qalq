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
       PROGRAM-ID. cob-qalq11.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * Queue assembly, first step of the nightly stream. Merges the
      * places work is left during the day - CALCQIN keyed by data
      * entry, CALCQIMP from the delimited intake, CALCRSUB from
      * reject repair and CALCRLSE from the release of held results
      * - into the numbered queues CALCQIN1-3 read by the edit pass.
      * Byte 47 of a queue record is the limit release flag ("L",
      * result limits not applied by the batch pass); it is kept
      * only on records from CALCRLSE and cleared on all others.
      * Each batch-id is routed to queue 1, 2 or 3 by its priority
      * in the CALCPRTY master (one row per batch-id: batch-id, a
      * space, priority 1-3); a batch-id with no row takes the
      * *DEFAULT row, or priority 3 when there is none. Within a
      * queue the records are sorted so every batch is one
      * contiguous group and the batch pass writes a single
      * SUBTOTAL line for it.
      *
      * Chain references ("=" plus a trans-id in either operand)
      * must resolve to a record calculated earlier in the same run,
      * so the sort also orders by chain dependency:
      *   - a batch feeding a chained record in a higher-priority
      *     queue is promoted to that queue;
      *   - within a queue a batch feeding another batch is placed
      *     ahead of it;
      *   - within a batch a referenced record is placed ahead of
      *     the record that references it.
      * A reference to a trans-id not present in this assembly, or
      * a circular chain, is reported and left for the batch pass
      * to surface as an error record.
      *
      * CALCQIN1-3 are rewritten on every run; a source that was
      * read is emptied once the queues are written, so the same
      * work is never assembled twice. The assembly report CALCASRP
      * shows how many records came from each source into each
      * queue.
      *
      * Return code: 0 clean, 4 chain warnings, 12 aborted (the
      * sources are left untouched).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SOURCE-STATUS.
           SELECT CALC-QUEUE-FILE ASSIGN TO DYNAMIC QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-QUEUE-STATUS.
           SELECT CALC-PRTY-FILE ASSIGN TO "CALCPRTY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PRTY-STATUS.
           SELECT CALC-ASRP-FILE ASSIGN TO "CALCASRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-ASRP-STATUS.
           SELECT CALC-SORT-FILE ASSIGN TO "CALCSRTW".

       DATA DIVISION.
         FILE SECTION.
         FD CALC-SOURCE-FILE.
         01 CALC-SOURCE-RECORD.
            05 CQ-TRANS-ID PIC X(12).
            05 CQ-BATCH-ID PIC X(8).
            05 CQ-CALC1 PIC X(8).
            05 CQ-CALCJOB PIC X(1).
            05 CQ-CALC2 PIC X(8).
            05 CQ-EFF-DATE PIC X(8).
            05 CQ-ROUND PIC X(1).
            05 CQ-LIMIT-FLAG PIC X(1).

         FD CALC-QUEUE-FILE.
         01 CALC-QUEUE-RECORD PIC X(47).

      * Priority master, one row per batch-id; *DEFAULT covers any
      * batch-id not listed.
         FD CALC-PRTY-FILE.
         01 CALC-PRTY-RECORD.
            05 PY-BATCH-ID PIC X(8).
            05 FILLER PIC X(1).
            05 PY-PRIORITY PIC X(1).

         FD CALC-ASRP-FILE.
         01 CALC-ASRP-RECORD PIC X(80).

         SD CALC-SORT-FILE.
         01 CALC-SORT-RECORD.
            05 SR-QUEUE-NBR PIC 9(1).
            05 SR-BATCH-LEVEL PIC 9(3).
            05 SR-BATCH-ID PIC X(8).
            05 SR-DEPTH PIC 9(3).
            05 SR-SEQ PIC 9(5).
            05 SR-SOURCE PIC 9(1).
            05 SR-DATA PIC X(47).

         LOCAL-STORAGE SECTION.
         01 CALC-SOURCE-STATUS PIC X(2) VALUE "00".
         01 CALC-QUEUE-STATUS PIC X(2) VALUE "00".
         01 CALC-PRTY-STATUS PIC X(2) VALUE "00".
         01 CALC-ASRP-STATUS PIC X(2) VALUE "00".
         01 CALC-SOURCE-SWITCH PIC X(1) VALUE "N".
            88 CALC-SOURCE-EOF VALUE "Y".
         01 PRTY-EOF-SWITCH PIC X(1) VALUE "N".
            88 PRTY-EOF VALUE "Y".
         01 SORT-EOF-SWITCH PIC X(1) VALUE "N".
            88 SORT-EOF VALUE "Y".
         01 SOURCE-FILE-NAME PIC X(9) VALUE "CALCQIN".
         01 QUEUE-FILE-NAME PIC X(9) VALUE "CALCQIN1".
         01 SOURCE-NBR PIC 9(1) VALUE ZERO.
         01 QUEUE-NBR PIC 9(1) VALUE ZERO.
         01 QUEUE-OPEN-SWITCH PIC X(1) VALUE "N".
         01 ABORT-SWITCH PIC X(1) VALUE "N".
         01 RUN-DATE PIC 9(8) VALUE ZERO.
         01 SOURCE-TABLE.
            05 SOURCE-ENTRY OCCURS 4 TIMES.
               10 SOURCE-NAME PIC X(9).
               10 SOURCE-READ-SWITCH PIC X(1).
               10 SOURCE-COUNT PIC 9(7).
               10 SOURCE-QUEUE-COUNT PIC 9(7) OCCURS 3 TIMES.
         01 QUEUE-TOTAL-TABLE.
            05 QUEUE-TOTAL PIC 9(7) OCCURS 3 TIMES.
         01 PRTY-TABLE.
            05 PRTY-ENTRY OCCURS 1000 TIMES.
               10 PRTY-BATCH-ID PIC X(8).
               10 PRTY-QUEUE PIC 9(1).
         01 PRTY-COUNT PIC 9(4) VALUE ZERO.
         01 PRTY-SUB PIC 9(4) COMP VALUE ZERO.
         01 PRTY-DEFAULT PIC 9(1) VALUE 3.
         01 PRTY-BAD-COUNT PIC 9(4) VALUE ZERO.
         01 BATCH-TABLE.
            05 BATCH-ENTRY OCCURS 1000 TIMES.
               10 BATCH-ID PIC X(8).
               10 BATCH-PRIORITY PIC 9(1).
               10 BATCH-QUEUE PIC 9(1).
               10 BATCH-LEVEL PIC 9(3).
               10 BATCH-RECORDS PIC 9(7).
         01 BATCH-COUNT PIC 9(4) VALUE ZERO.
         01 BATCH-SUB PIC 9(4) COMP VALUE ZERO.
         01 BATCH-FOUND-SUB PIC 9(4) COMP VALUE ZERO.
         01 BATCH-REF-SUB PIC 9(4) COMP VALUE ZERO.
         01 ASSEMBLY-TABLE.
            05 ASSEMBLY-ENTRY OCCURS 10000 TIMES.
               10 AS-DATA.
                  15 AS-TRANS-ID PIC X(12).
                  15 AS-BATCH-ID PIC X(8).
                  15 AS-CALC1 PIC X(8).
                  15 AS-CALCJOB PIC X(1).
                  15 AS-CALC2 PIC X(8).
                  15 AS-EFF-DATE PIC X(8).
                  15 AS-ROUND PIC X(1).
                  15 AS-LIMIT-FLAG PIC X(1).
               10 AS-SOURCE PIC 9(1).
               10 AS-BATCH-SUB PIC 9(4) COMP.
               10 AS-REF1-SUB PIC 9(5) COMP.
               10 AS-REF2-SUB PIC 9(5) COMP.
               10 AS-DEPTH PIC 9(3).
         01 ASSEMBLY-COUNT PIC 9(5) VALUE ZERO.
         01 ASSEMBLY-SUB PIC 9(5) COMP VALUE ZERO.
         01 REF-SUB PIC 9(5) COMP VALUE ZERO.
         01 SCAN-SUB PIC 9(5) COMP VALUE ZERO.
         01 CHAIN-REF-ID PIC X(12) VALUE SPACES.
         01 CHAIN-REF-COUNT PIC 9(7) VALUE ZERO.
         01 CHAIN-OUT-COUNT PIC 9(7) VALUE ZERO.
         01 PROMOTE-COUNT PIC 9(4) VALUE ZERO.
         01 CYCLE-SWITCH PIC X(1) VALUE "N".
         01 CHANGED-SWITCH PIC X(1) VALUE "Y".
         01 PASS-COUNT PIC 9(5) VALUE ZERO.
         01 ASRP-TEXT-LINE.
            05 AR-LABEL PIC X(19).
            05 AR-TEXT PIC X(9).
         01 ASRP-COUNT-LINE.
            05 AR-COUNT-LABEL PIC X(19).
            05 AR-COUNT PIC ZZZZZZ9.
         01 ASRP-HEAD-LINE.
            05 FILLER PIC X(10) VALUE "SOURCE".
            05 FILLER PIC X(10) VALUE "   QUEUE 1".
            05 FILLER PIC X(10) VALUE "   QUEUE 2".
            05 FILLER PIC X(10) VALUE "   QUEUE 3".
            05 FILLER PIC X(10) VALUE "     TOTAL".
         01 ASRP-SOURCE-LINE.
            05 AS-NAME PIC X(10).
            05 AS-QUEUE-COUNT PIC ZZZZZZZZZ9 OCCURS 3 TIMES.
            05 AS-TOTAL PIC ZZZZZZZZZ9.
         01 ASRP-BATCH-LINE.
            05 FILLER PIC X(6) VALUE "BATCH ".
            05 AB-BATCH-ID PIC X(8).
            05 FILLER PIC X(11) VALUE " PRIORITY: ".
            05 AB-PRIORITY PIC 9(1).
            05 FILLER PIC X(8) VALUE " QUEUE: ".
            05 AB-QUEUE PIC 9(1).
            05 FILLER PIC X(10) VALUE " RECORDS: ".
            05 AB-RECORDS PIC ZZZZZZ9.
            05 AB-NOTE PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DISPLAY "--------------".
       DISPLAY "Queue assembly".
       DISPLAY "--------------".

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE ZEROES TO SOURCE-TABLE.
       MOVE ZEROES TO QUEUE-TOTAL-TABLE.
       MOVE "CALCQIN" TO SOURCE-NAME(1).
       MOVE "CALCQIMP" TO SOURCE-NAME(2).
       MOVE "CALCRSUB" TO SOURCE-NAME(3).
       MOVE "CALCRLSE" TO SOURCE-NAME(4).
       MOVE "N" TO SOURCE-READ-SWITCH(1).
       MOVE "N" TO SOURCE-READ-SWITCH(2).
       MOVE "N" TO SOURCE-READ-SWITCH(3).
       MOVE "N" TO SOURCE-READ-SWITCH(4).

       OPEN OUTPUT CALC-ASRP-FILE.
       IF CALC-ASRP-STATUS NOT = "00"
           DISPLAY "!!!Cannot open CALCASRP, assembly aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT CALC-PRTY-FILE.
       IF CALC-PRTY-STATUS = "00"
           PERFORM UNTIL PRTY-EOF
             READ CALC-PRTY-FILE
               AT END
                 MOVE "Y" TO PRTY-EOF-SWITCH
               NOT AT END
                 IF PY-PRIORITY NOT = "1" AND PY-PRIORITY NOT = "2"
                     AND PY-PRIORITY NOT = "3"
                     ADD 1 TO PRTY-BAD-COUNT
                     DISPLAY "!!!Priority row for " PY-BATCH-ID
                         " not 1-3, ignored"
                 ELSE
                 IF PY-BATCH-ID = "*DEFAULT"
                     MOVE PY-PRIORITY TO PRTY-DEFAULT
                 ELSE
                     IF PRTY-COUNT < 1000
                         ADD 1 TO PRTY-COUNT
                         MOVE PY-BATCH-ID TO PRTY-BATCH-ID(PRTY-COUNT)
                         MOVE PY-PRIORITY TO PRTY-QUEUE(PRTY-COUNT)
                     ELSE
                         DISPLAY "!!!Priority table full, "
                             PY-BATCH-ID " takes the default"
                     END-IF
                 END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALC-PRTY-FILE
       ELSE
           DISPLAY "No priority master (CALCPRTY), every batch "
               "takes priority " PRTY-DEFAULT
       END-IF.

       MOVE 1 TO SOURCE-NBR.
       PERFORM 999-LOAD-SOURCE THRU 999-LOAD-SOURCE-EXIT
           UNTIL SOURCE-NBR > 4 OR ABORT-SWITCH = "Y".
       IF ABORT-SWITCH = "Y"
           CLOSE CALC-ASRP-FILE
           DISPLAY "!!!Assembly aborted, sources left untouched"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM 999-RESOLVE-CHAINS THRU 999-RESOLVE-CHAINS-EXIT.
       PERFORM 999-ORDER-BATCHES THRU 999-ORDER-BATCHES-EXIT.
       PERFORM 999-ORDER-RECORDS THRU 999-ORDER-RECORDS-EXIT.

       SORT CALC-SORT-FILE
           ON ASCENDING KEY SR-QUEUE-NBR SR-BATCH-LEVEL
               SR-BATCH-ID SR-DEPTH SR-SEQ
           INPUT PROCEDURE IS 999-SORT-RELEASE
               THRU 999-SORT-RELEASE-EXIT
           OUTPUT PROCEDURE IS 999-SORT-RETURN
               THRU 999-SORT-RETURN-EXIT.
       IF ABORT-SWITCH = "Y"
           CLOSE CALC-ASRP-FILE
           DISPLAY "!!!Assembly aborted, sources left untouched"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

      * The queues are written: empty every source that was read so
      * the same work is not assembled again tomorrow night.
       MOVE 1 TO SOURCE-NBR.
       PERFORM UNTIL SOURCE-NBR > 4
         IF SOURCE-READ-SWITCH(SOURCE-NBR) = "Y"
             MOVE SOURCE-NAME(SOURCE-NBR) TO SOURCE-FILE-NAME
             OPEN OUTPUT CALC-SOURCE-FILE
             IF CALC-SOURCE-STATUS = "00"
                 CLOSE CALC-SOURCE-FILE
             ELSE
                 DISPLAY "!!!Cannot empty " SOURCE-FILE-NAME
                     ", remove it before the next assembly"
                 IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF
         END-IF
         ADD 1 TO SOURCE-NBR
       END-PERFORM.

       PERFORM 999-WRITE-REPORT THRU 999-WRITE-REPORT-EXIT.

       DISPLAY "Records assembled : " ASSEMBLY-COUNT.
       DISPLAY "Batches assembled : " BATCH-COUNT.
       DISPLAY "Batches promoted  : " PROMOTE-COUNT.
       DISPLAY "Chain refs outside: " CHAIN-OUT-COUNT.
       DISPLAY "Queues written to CALCQIN1-3, report in CALCASRP.".
       IF CHAIN-OUT-COUNT > 0 OR CYCLE-SWITCH = "Y"
           OR PRTY-BAD-COUNT > 0
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.
       STOP RUN.

      * Read one source file into the assembly table. A source that
      * is not there is skipped; running out of table room aborts
      * the assembly rather than dropping work.
       999-LOAD-SOURCE.
       MOVE SOURCE-NAME(SOURCE-NBR) TO SOURCE-FILE-NAME.
       MOVE "N" TO CALC-SOURCE-SWITCH.
       OPEN INPUT CALC-SOURCE-FILE.
       IF CALC-SOURCE-STATUS NOT = "00"
           DISPLAY "Source " SOURCE-FILE-NAME " not present, skipped"
           GO TO 999-LOAD-SOURCE-NEXT
       END-IF.
       MOVE "Y" TO SOURCE-READ-SWITCH(SOURCE-NBR).
       PERFORM UNTIL CALC-SOURCE-EOF OR ABORT-SWITCH = "Y"
         READ CALC-SOURCE-FILE
           AT END
             MOVE "Y" TO CALC-SOURCE-SWITCH
           NOT AT END
             IF CALC-SOURCE-RECORD NOT = SPACES
                 PERFORM 999-ADD-RECORD THRU 999-ADD-RECORD-EXIT
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CALC-SOURCE-FILE.
       DISPLAY "Source " SOURCE-FILE-NAME " read "
           SOURCE-COUNT(SOURCE-NBR).

       999-LOAD-SOURCE-NEXT.
       ADD 1 TO SOURCE-NBR.

       999-LOAD-SOURCE-EXIT.
       EXIT.

       999-ADD-RECORD.
       IF ASSEMBLY-COUNT NOT < 10000
           DISPLAY "!!!Assembly table full at " SOURCE-FILE-NAME
               " record " SOURCE-COUNT(SOURCE-NBR)
           MOVE "Y" TO ABORT-SWITCH
           GO TO 999-ADD-RECORD-EXIT
       END-IF.
       MOVE ZERO TO BATCH-FOUND-SUB.
       MOVE 1 TO BATCH-SUB.
       PERFORM UNTIL BATCH-SUB > BATCH-COUNT
         IF BATCH-ID(BATCH-SUB) = CQ-BATCH-ID
             MOVE BATCH-SUB TO BATCH-FOUND-SUB
             COMPUTE BATCH-SUB = BATCH-COUNT + 1
         ELSE
             ADD 1 TO BATCH-SUB
         END-IF
       END-PERFORM.
       IF BATCH-FOUND-SUB = 0
           IF BATCH-COUNT NOT < 1000
               DISPLAY "!!!Batch table full at batch " CQ-BATCH-ID
               MOVE "Y" TO ABORT-SWITCH
               GO TO 999-ADD-RECORD-EXIT
           END-IF
           ADD 1 TO BATCH-COUNT
           MOVE BATCH-COUNT TO BATCH-FOUND-SUB
           MOVE CQ-BATCH-ID TO BATCH-ID(BATCH-COUNT)
           MOVE PRTY-DEFAULT TO BATCH-PRIORITY(BATCH-COUNT)
           MOVE 1 TO PRTY-SUB
           PERFORM UNTIL PRTY-SUB > PRTY-COUNT
             IF PRTY-BATCH-ID(PRTY-SUB) = CQ-BATCH-ID
                 MOVE PRTY-QUEUE(PRTY-SUB)
                     TO BATCH-PRIORITY(BATCH-COUNT)
                 COMPUTE PRTY-SUB = PRTY-COUNT + 1
             ELSE
                 ADD 1 TO PRTY-SUB
             END-IF
           END-PERFORM
           MOVE BATCH-PRIORITY(BATCH-COUNT) TO BATCH-QUEUE(BATCH-COUNT)
           MOVE ZERO TO BATCH-LEVEL(BATCH-COUNT)
           MOVE ZERO TO BATCH-RECORDS(BATCH-COUNT)
       END-IF.
       ADD 1 TO ASSEMBLY-COUNT.
       MOVE CALC-SOURCE-RECORD TO AS-DATA(ASSEMBLY-COUNT).
       IF SOURCE-NBR = 4
           MOVE "L" TO AS-LIMIT-FLAG(ASSEMBLY-COUNT)
       ELSE
           MOVE SPACE TO AS-LIMIT-FLAG(ASSEMBLY-COUNT)
       END-IF.
       MOVE SOURCE-NBR TO AS-SOURCE(ASSEMBLY-COUNT).
       MOVE BATCH-FOUND-SUB TO AS-BATCH-SUB(ASSEMBLY-COUNT).
       MOVE ZERO TO AS-REF1-SUB(ASSEMBLY-COUNT).
       MOVE ZERO TO AS-REF2-SUB(ASSEMBLY-COUNT).
       MOVE ZERO TO AS-DEPTH(ASSEMBLY-COUNT).
       ADD 1 TO BATCH-RECORDS(BATCH-FOUND-SUB).
       ADD 1 TO SOURCE-COUNT(SOURCE-NBR).

       999-ADD-RECORD-EXIT.
       EXIT.

      * Point every chain reference at the record it names. The
      * batch pass resolves a reference to the first record with
      * that trans-id, so the first occurrence is used here too.
       999-RESOLVE-CHAINS.
       MOVE 1 TO ASSEMBLY-SUB.
       PERFORM UNTIL ASSEMBLY-SUB > ASSEMBLY-COUNT
         IF AS-CALC1(ASSEMBLY-SUB)(1:1) = "="
             MOVE SPACES TO CHAIN-REF-ID
             MOVE AS-CALC1(ASSEMBLY-SUB)(2:7) TO CHAIN-REF-ID
             PERFORM 999-FIND-REFERENCE
                 THRU 999-FIND-REFERENCE-EXIT
             MOVE REF-SUB TO AS-REF1-SUB(ASSEMBLY-SUB)
         END-IF
         IF AS-CALC2(ASSEMBLY-SUB)(1:1) = "="
             MOVE SPACES TO CHAIN-REF-ID
             MOVE AS-CALC2(ASSEMBLY-SUB)(2:7) TO CHAIN-REF-ID
             PERFORM 999-FIND-REFERENCE
                 THRU 999-FIND-REFERENCE-EXIT
             MOVE REF-SUB TO AS-REF2-SUB(ASSEMBLY-SUB)
         END-IF
         ADD 1 TO ASSEMBLY-SUB
       END-PERFORM.

       999-RESOLVE-CHAINS-EXIT.
       EXIT.

       999-FIND-REFERENCE.
       ADD 1 TO CHAIN-REF-COUNT.
       MOVE ZERO TO REF-SUB.
       MOVE 1 TO SCAN-SUB.
       PERFORM UNTIL SCAN-SUB > ASSEMBLY-COUNT
         IF AS-TRANS-ID(SCAN-SUB) = CHAIN-REF-ID
             AND SCAN-SUB NOT = ASSEMBLY-SUB
             MOVE SCAN-SUB TO REF-SUB
             COMPUTE SCAN-SUB = ASSEMBLY-COUNT + 1
         ELSE
             ADD 1 TO SCAN-SUB
         END-IF
       END-PERFORM.
       IF REF-SUB = 0
           ADD 1 TO CHAIN-OUT-COUNT
           DISPLAY "!!!Trans-id " AS-TRANS-ID(ASSEMBLY-SUB)
               " references " CHAIN-REF-ID
               " which is not in this assembly"
       END-IF.

       999-FIND-REFERENCE-EXIT.
       EXIT.

      * Settle the queue and position of each batch. A referenced
      * batch sitting in a lower-priority queue than the record
      * that needs its result is promoted to that record's queue;
      * then, within a queue, a batch is levelled one above every
      * batch it references. Each pass can only lower a queue or
      * raise a level, so more passes than there are batches means
      * the batches reference each other in a circle.
       999-ORDER-BATCHES.
       MOVE "Y" TO CHANGED-SWITCH.
       PERFORM UNTIL CHANGED-SWITCH = "N"
         MOVE "N" TO CHANGED-SWITCH
         MOVE 1 TO ASSEMBLY-SUB
         PERFORM UNTIL ASSEMBLY-SUB > ASSEMBLY-COUNT
           MOVE AS-BATCH-SUB(ASSEMBLY-SUB) TO BATCH-SUB
           IF AS-REF1-SUB(ASSEMBLY-SUB) > 0
               MOVE AS-REF1-SUB(ASSEMBLY-SUB) TO REF-SUB
               MOVE AS-BATCH-SUB(REF-SUB) TO BATCH-REF-SUB
               IF BATCH-QUEUE(BATCH-REF-SUB) > BATCH-QUEUE(BATCH-SUB)
                   MOVE BATCH-QUEUE(BATCH-SUB)
                       TO BATCH-QUEUE(BATCH-REF-SUB)
                   MOVE "Y" TO CHANGED-SWITCH
               END-IF
           END-IF
           IF AS-REF2-SUB(ASSEMBLY-SUB) > 0
               MOVE AS-REF2-SUB(ASSEMBLY-SUB) TO REF-SUB
               MOVE AS-BATCH-SUB(REF-SUB) TO BATCH-REF-SUB
               IF BATCH-QUEUE(BATCH-REF-SUB) > BATCH-QUEUE(BATCH-SUB)
                   MOVE BATCH-QUEUE(BATCH-SUB)
                       TO BATCH-QUEUE(BATCH-REF-SUB)
                   MOVE "Y" TO CHANGED-SWITCH
               END-IF
           END-IF
           ADD 1 TO ASSEMBLY-SUB
         END-PERFORM
       END-PERFORM.
       MOVE 1 TO BATCH-SUB.
       PERFORM UNTIL BATCH-SUB > BATCH-COUNT
         IF BATCH-QUEUE(BATCH-SUB) NOT = BATCH-PRIORITY(BATCH-SUB)
             ADD 1 TO PROMOTE-COUNT
         END-IF
         ADD 1 TO BATCH-SUB
       END-PERFORM.

       MOVE "Y" TO CHANGED-SWITCH.
       MOVE ZERO TO PASS-COUNT.
       PERFORM UNTIL CHANGED-SWITCH = "N"
         IF PASS-COUNT > BATCH-COUNT
             MOVE "Y" TO CYCLE-SWITCH
             DISPLAY "!!!Batches chain to each other in a circle, "
                 "batch order left as it stands"
             GO TO 999-ORDER-BATCHES-EXIT
         END-IF
         ADD 1 TO PASS-COUNT
         MOVE "N" TO CHANGED-SWITCH
         MOVE 1 TO ASSEMBLY-SUB
         PERFORM UNTIL ASSEMBLY-SUB > ASSEMBLY-COUNT
           MOVE AS-BATCH-SUB(ASSEMBLY-SUB) TO BATCH-SUB
           IF AS-REF1-SUB(ASSEMBLY-SUB) > 0
               MOVE AS-REF1-SUB(ASSEMBLY-SUB) TO REF-SUB
               PERFORM 999-LEVEL-BATCH THRU 999-LEVEL-BATCH-EXIT
           END-IF
           IF AS-REF2-SUB(ASSEMBLY-SUB) > 0
               MOVE AS-REF2-SUB(ASSEMBLY-SUB) TO REF-SUB
               PERFORM 999-LEVEL-BATCH THRU 999-LEVEL-BATCH-EXIT
           END-IF
           ADD 1 TO ASSEMBLY-SUB
         END-PERFORM
       END-PERFORM.

       999-ORDER-BATCHES-EXIT.
       EXIT.

       999-LEVEL-BATCH.
       MOVE AS-BATCH-SUB(REF-SUB) TO BATCH-REF-SUB.
       IF BATCH-REF-SUB = BATCH-SUB
           OR BATCH-QUEUE(BATCH-REF-SUB) NOT = BATCH-QUEUE(BATCH-SUB)
           GO TO 999-LEVEL-BATCH-EXIT
       END-IF.
       IF BATCH-LEVEL(BATCH-SUB) NOT > BATCH-LEVEL(BATCH-REF-SUB)
           AND BATCH-LEVEL(BATCH-REF-SUB) < 999
           COMPUTE BATCH-LEVEL(BATCH-SUB) =
               BATCH-LEVEL(BATCH-REF-SUB) + 1
           MOVE "Y" TO CHANGED-SWITCH
       END-IF.

       999-LEVEL-BATCH-EXIT.
       EXIT.

      * Within a batch, give each record a depth one greater than
      * any record of the same batch it references, so the sort
      * puts referenced records first. Depth is capped at 999; a
      * chain still moving after 999 passes is circular.
       999-ORDER-RECORDS.
       MOVE "Y" TO CHANGED-SWITCH.
       MOVE ZERO TO PASS-COUNT.
       PERFORM UNTIL CHANGED-SWITCH = "N"
         IF PASS-COUNT > 999
             MOVE "Y" TO CYCLE-SWITCH
             DISPLAY "!!!Records chain to each other in a circle, "
                 "record order left as it stands"
             GO TO 999-ORDER-RECORDS-EXIT
         END-IF
         ADD 1 TO PASS-COUNT
         MOVE "N" TO CHANGED-SWITCH
         MOVE 1 TO ASSEMBLY-SUB
         PERFORM UNTIL ASSEMBLY-SUB > ASSEMBLY-COUNT
           IF AS-REF1-SUB(ASSEMBLY-SUB) > 0
               MOVE AS-REF1-SUB(ASSEMBLY-SUB) TO REF-SUB
               PERFORM 999-DEEPEN-RECORD THRU 999-DEEPEN-RECORD-EXIT
           END-IF
           IF AS-REF2-SUB(ASSEMBLY-SUB) > 0
               MOVE AS-REF2-SUB(ASSEMBLY-SUB) TO REF-SUB
               PERFORM 999-DEEPEN-RECORD THRU 999-DEEPEN-RECORD-EXIT
           END-IF
           ADD 1 TO ASSEMBLY-SUB
         END-PERFORM
       END-PERFORM.

       999-ORDER-RECORDS-EXIT.
       EXIT.

       999-DEEPEN-RECORD.
       IF AS-BATCH-SUB(REF-SUB) NOT = AS-BATCH-SUB(ASSEMBLY-SUB)
           GO TO 999-DEEPEN-RECORD-EXIT
       END-IF.
       IF AS-DEPTH(ASSEMBLY-SUB) NOT > AS-DEPTH(REF-SUB)
           AND AS-DEPTH(REF-SUB) < 999
           COMPUTE AS-DEPTH(ASSEMBLY-SUB) = AS-DEPTH(REF-SUB) + 1
           MOVE "Y" TO CHANGED-SWITCH
       END-IF.

       999-DEEPEN-RECORD-EXIT.
       EXIT.

       999-SORT-RELEASE.
       MOVE 1 TO ASSEMBLY-SUB.
       PERFORM UNTIL ASSEMBLY-SUB > ASSEMBLY-COUNT
         MOVE AS-BATCH-SUB(ASSEMBLY-SUB) TO BATCH-SUB
         MOVE BATCH-QUEUE(BATCH-SUB) TO SR-QUEUE-NBR
         MOVE BATCH-LEVEL(BATCH-SUB) TO SR-BATCH-LEVEL
         MOVE AS-BATCH-ID(ASSEMBLY-SUB) TO SR-BATCH-ID
         MOVE AS-DEPTH(ASSEMBLY-SUB) TO SR-DEPTH
         MOVE ASSEMBLY-SUB TO SR-SEQ
         MOVE AS-SOURCE(ASSEMBLY-SUB) TO SR-SOURCE
         MOVE AS-DATA(ASSEMBLY-SUB) TO SR-DATA
         RELEASE CALC-SORT-RECORD
         ADD 1 TO ASSEMBLY-SUB
       END-PERFORM.

       999-SORT-RELEASE-EXIT.
       EXIT.

      * Write the sorted records out queue by queue. Every one of
      * CALCQIN1-3 is opened in turn, so a queue with no work this
      * run is emptied rather than left holding last night's.
       999-SORT-RETURN.
       MOVE ZERO TO QUEUE-NBR.
       MOVE "N" TO QUEUE-OPEN-SWITCH.
       PERFORM UNTIL SORT-EOF OR ABORT-SWITCH = "Y"
         RETURN CALC-SORT-FILE
           AT END
             MOVE "Y" TO SORT-EOF-SWITCH
           NOT AT END
             PERFORM 999-NEXT-QUEUE THRU 999-NEXT-QUEUE-EXIT
                 UNTIL QUEUE-NBR = SR-QUEUE-NBR
                 OR ABORT-SWITCH = "Y"
             IF ABORT-SWITCH = "N"
                 MOVE SR-DATA TO CALC-QUEUE-RECORD
                 WRITE CALC-QUEUE-RECORD
                 ADD 1 TO SOURCE-QUEUE-COUNT(SR-SOURCE, SR-QUEUE-NBR)
                 ADD 1 TO QUEUE-TOTAL(SR-QUEUE-NBR)
             END-IF
         END-RETURN
       END-PERFORM.
       PERFORM 999-NEXT-QUEUE THRU 999-NEXT-QUEUE-EXIT
           UNTIL QUEUE-NBR > 3 OR ABORT-SWITCH = "Y".

       999-SORT-RETURN-EXIT.
       EXIT.

       999-NEXT-QUEUE.
       IF QUEUE-OPEN-SWITCH = "Y"
           CLOSE CALC-QUEUE-FILE
           MOVE "N" TO QUEUE-OPEN-SWITCH
       END-IF.
       ADD 1 TO QUEUE-NBR.
       IF QUEUE-NBR > 3
           GO TO 999-NEXT-QUEUE-EXIT
       END-IF.
       EVALUATE QUEUE-NBR
         WHEN 1 MOVE "CALCQIN1" TO QUEUE-FILE-NAME
         WHEN 2 MOVE "CALCQIN2" TO QUEUE-FILE-NAME
         WHEN 3 MOVE "CALCQIN3" TO QUEUE-FILE-NAME
       END-EVALUATE.
       OPEN OUTPUT CALC-QUEUE-FILE.
       IF CALC-QUEUE-STATUS NOT = "00"
           DISPLAY "!!!Cannot open " QUEUE-FILE-NAME
               ", assembly aborted"
           MOVE "Y" TO ABORT-SWITCH
           GO TO 999-NEXT-QUEUE-EXIT
       END-IF.
       MOVE "Y" TO QUEUE-OPEN-SWITCH.

       999-NEXT-QUEUE-EXIT.
       EXIT.

       999-WRITE-REPORT.
       MOVE "QUEUE ASSEMBLY REPORT" TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE "RUN DATE         : " TO AR-LABEL.
       MOVE SPACES TO AR-TEXT.
       MOVE RUN-DATE TO AR-TEXT(1:8).
       MOVE ASRP-TEXT-LINE TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE SPACES TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE ASRP-HEAD-LINE TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE 1 TO SOURCE-NBR.
       PERFORM UNTIL SOURCE-NBR > 4
         MOVE SOURCE-NAME(SOURCE-NBR) TO AS-NAME
         MOVE SOURCE-QUEUE-COUNT(SOURCE-NBR, 1) TO AS-QUEUE-COUNT(1)
         MOVE SOURCE-QUEUE-COUNT(SOURCE-NBR, 2) TO AS-QUEUE-COUNT(2)
         MOVE SOURCE-QUEUE-COUNT(SOURCE-NBR, 3) TO AS-QUEUE-COUNT(3)
         MOVE SOURCE-COUNT(SOURCE-NBR) TO AS-TOTAL
         MOVE ASRP-SOURCE-LINE TO CALC-ASRP-RECORD
         WRITE CALC-ASRP-RECORD
         ADD 1 TO SOURCE-NBR
       END-PERFORM.
       MOVE "TOTAL" TO AS-NAME.
       MOVE QUEUE-TOTAL(1) TO AS-QUEUE-COUNT(1).
       MOVE QUEUE-TOTAL(2) TO AS-QUEUE-COUNT(2).
       MOVE QUEUE-TOTAL(3) TO AS-QUEUE-COUNT(3).
       MOVE ASSEMBLY-COUNT TO AS-TOTAL.
       MOVE ASRP-SOURCE-LINE TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE SPACES TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.

       MOVE 1 TO BATCH-SUB.
       PERFORM UNTIL BATCH-SUB > BATCH-COUNT
         MOVE BATCH-ID(BATCH-SUB) TO AB-BATCH-ID
         MOVE BATCH-PRIORITY(BATCH-SUB) TO AB-PRIORITY
         MOVE BATCH-QUEUE(BATCH-SUB) TO AB-QUEUE
         MOVE BATCH-RECORDS(BATCH-SUB) TO AB-RECORDS
         IF BATCH-QUEUE(BATCH-SUB) NOT = BATCH-PRIORITY(BATCH-SUB)
             MOVE " PROMOTED" TO AB-NOTE
         ELSE
             MOVE SPACES TO AB-NOTE
         END-IF
         MOVE ASRP-BATCH-LINE TO CALC-ASRP-RECORD
         WRITE CALC-ASRP-RECORD
         ADD 1 TO BATCH-SUB
       END-PERFORM.
       MOVE SPACES TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.

       MOVE "BATCHES ASSEMBLED: " TO AR-COUNT-LABEL.
       MOVE BATCH-COUNT TO AR-COUNT.
       MOVE ASRP-COUNT-LINE TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE "BATCHES PROMOTED : " TO AR-COUNT-LABEL.
       MOVE PROMOTE-COUNT TO AR-COUNT.
       MOVE ASRP-COUNT-LINE TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE "CHAIN REFERENCES : " TO AR-COUNT-LABEL.
       MOVE CHAIN-REF-COUNT TO AR-COUNT.
       MOVE ASRP-COUNT-LINE TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE "REFS NOT ASSEMBLED:" TO AR-COUNT-LABEL.
       MOVE CHAIN-OUT-COUNT TO AR-COUNT.
       MOVE ASRP-COUNT-LINE TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       MOVE "BAD PRIORITY ROWS: " TO AR-COUNT-LABEL.
       MOVE PRTY-BAD-COUNT TO AR-COUNT.
       MOVE ASRP-COUNT-LINE TO CALC-ASRP-RECORD.
       WRITE CALC-ASRP-RECORD.
       IF CYCLE-SWITCH = "Y"
           MOVE "!!! CIRCULAR CHAIN REFERENCES, ORDER NOT ASSURED !!!"
               TO CALC-ASRP-RECORD
           WRITE CALC-ASRP-RECORD
       END-IF.
       CLOSE CALC-ASRP-FILE.

       999-WRITE-REPORT-EXIT.
       EXIT.
