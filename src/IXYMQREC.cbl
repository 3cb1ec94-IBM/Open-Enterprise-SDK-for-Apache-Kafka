       CBL PGMNAME(LONGMIXED) NODLL NOEXPORTALL
      ******************************************************************
      * Copyright IBM Corp. 2025
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      ******************************************************************
      * MAIN PROGRAM MQ BRIDGE END-TO-END RECONCILIATION
      ******************************************************************
      * IXYMQINB (MQ to Kafka) and IXYMQBRG (Kafka to MQ) keep only
      * their own restart checkpoints, which say where a bridge got
      * to but not that every message it picked up arrived on the
      * other side exactly once. Each bridge now appends one audit
      * record per message event to its bridge log, stamped with the
      * window run-id:
      *     MQILOG (IXYMQINB)  G - got from the queue
      *                        P - produce accepted by Kafka
      *                        B - unit of work backed out (the
      *                            message returns to the queue)
      *     MQOLOG (IXYMQBRG)  C - consumed from Kafka
      *                        P - put to the queue
      *                        W - withheld by the consent registry
      *                            (IXYCNSCK) -- deliberately not
      *                            put
      * Each record carries the message's tie id and a content hash
      * (the byte-sum modulo 999999999 over the exact body bytes,
      * the EVENTFIL trailer arithmetic). The get side has no in-band
      * header, so the inbound tie id is the queue manager's message
      * id (in hex), which a backed-out message keeps when it is got
      * again; the outbound tie id is the in-band header's
      * correlation id, or the partition and offset for a message
      * too short to carry a header.
      *
      * This job reads both logs for the window run-id in RUNCTL and
      * ties every source event to its target events by tie id AND
      * content hash, so a body that changed on the way shows up on
      * both sides as unmatched rather than quietly matching:
      *     IN-DOUBT   - got/consumed but never produced/put in the
      *                  window (a failed produce or put, or a bridge
      *                  that ended mid-message). A consumed message
      *                  the bridge logged as withheld is accounted
      *                  for -- counted as WITHHELD, not an exception
      *     UNMATCHED  - produced/put with no got/consumed message of
      *                  the same id and content
      *     DUPLICATED - produced/put more than once (a commit that
      *                  failed after the produce, or a put re-presented
      *                  after a restart) -- listed, not failed: the
      *                  downstream duplicate checks absorb these
      * a. RUNCTL   - the window run-id being reconciled.
      * b. MQILOG/MQOLOG - the bridge logs; either may be absent when
      *    that bridge has never run.
      * c. MQRCRPT  - the bridge runs seen, every exception, and the
      *    per-direction count reconciliation.
      * d. PROOFFIL - this job's PASS/FAIL verdict for the run-id.
      *    Each bridge run leaves a PEND verdict for IXYMQREC at
      *    start, so the window-close gate (IXYWCLOS) will not close
      *    a window a bridge ran in until this job has passed it
      *    after the bridge's last run.
      *
      * RETURN-CODE 0  - PASS, every message tied exactly once.
      * RETURN-CODE 4  - PASS, with duplicates listed.
      * RETURN-CODE 8  - FAIL, in-doubt or unmatched messages.
      * RETURN-CODE 16 - FAIL, no run-id, report not writable, or
      *                  more messages than the tie table holds.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      * 2026-10-15 : MQOLOG event W -- a message the consent registry
      *              withheld from MQ is counted, not in doubt.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYMQREC'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT MQILOG ASSIGN TO MQILOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MQILOG-STATUS.

           SELECT MQOLOG ASSIGN TO MQOLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MQOLOG-STATUS.

           SELECT MQRCRPT ASSIGN TO MQRCRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MQRCRPT-STATUS.

           SELECT PROOFFIL ASSIGN TO PROOFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PROOF-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 FILLER             PIC X(64).

         FD MQILOG
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  INBOUND-LOG-RECORD.

         01 INBOUND-LOG-RECORD    PIC X(160).

         FD MQOLOG
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  OUTBOUND-LOG-RECORD.

         01 OUTBOUND-LOG-RECORD   PIC X(160).

         FD MQRCRPT
           RECORD CONTAINS 132  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MQRCRPT-LINE.

         01 MQRCRPT-LINE          PIC X(132).

      * One verdict record per completed run -- the proof the
      * window-close gate verifies.
         FD PROOFFIL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PROOF-RECORD.

         01 PROOF-RECORD.
            05 PROOF-NAME         PIC X(08).
            05 PROOF-RUN-ID       PIC X(16).
            05 PROOF-VERDICT      PIC X(04).
            05 PROOF-TS           PIC X(21).
            05 FILLER             PIC X(31).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-MQILOG-STATUS    PIC X(02).
         01 WS-MQOLOG-STATUS    PIC X(02).
         01 WS-MQRCRPT-STATUS   PIC X(02).
         01 WS-PROOF-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-RUN-ID           PIC X(16) VALUE SPACES.

      * The bridge log record, as IXYMQINB and IXYMQBRG write it.
         01 WS-LOG-RECORD.
            05 WS-LOG-RUN-ID        PIC X(16).
            05 WS-LOG-BRIDGE-START  PIC X(21).
            05 WS-LOG-EVENT         PIC X(01).
            05 WS-LOG-MSG-ID        PIC X(48).
            05 WS-LOG-CONTENT-HASH  PIC 9(09).
            05 WS-LOG-CONTENT-LEN   PIC 9(09).
            05 WS-LOG-PARTITION     PIC S9(09) SIGN LEADING SEPARATE.
            05 WS-LOG-OFFSET        PIC S9(18) SIGN LEADING SEPARATE.
            05 WS-LOG-TS            PIC X(21).
            05 FILLER               PIC X(06).

      * 'I' while MQILOG is being read, 'O' while MQOLOG is.
         01 WS-LOG-DIR          PIC X(01) VALUE SPACES.
             88 WS-LOG-INBOUND  VALUE 'I'.
             88 WS-LOG-OUTBOUND VALUE 'O'.

      * One entry per distinct message (direction, tie id, content
      * hash) with its source and target event counts. A message's
      * events sit close together in its log, so the tie search runs
      * backwards from the newest entry.
         01 WS-MSG-MAX          PIC S9(9) BINARY VALUE 20000.
         01 WS-MSG-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-MSG-TABLE.
            05 WS-MSG-ENTRY OCCURS 20000 TIMES.
              10 WS-MSG-DIR          PIC X(01).
              10 WS-MSG-ID           PIC X(48).
              10 WS-MSG-HASH         PIC 9(09).
              10 WS-MSG-LEN          PIC 9(09).
              10 WS-MSG-SRC-CNT      PIC S9(4) BINARY.
              10 WS-MSG-TGT-CNT      PIC S9(4) BINARY.
              10 WS-MSG-BACK-CNT     PIC S9(4) BINARY.
              10 WS-MSG-HELD-CNT     PIC S9(4) BINARY.
              10 WS-MSG-FIRST-TS     PIC X(21).
         01 WS-MSG-IDX          PIC S9(9) BINARY VALUE 0.
         01 WS-MSG-FOUND-IDX    PIC S9(9) BINARY VALUE 0.
         01 WS-MSG-OVERFLOW-SW  PIC X(01) VALUE 'N'.
             88 WS-MSG-OVERFLOW VALUE 'Y'.

      * One entry per bridge run (direction and start time) seen in
      * the logs for this run-id.
         01 WS-BRUN-MAX         PIC S9(4) BINARY VALUE 100.
         01 WS-BRUN-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-BRUN-TABLE.
            05 WS-BRUN-ENTRY OCCURS 100 TIMES.
              10 WS-BRUN-DIR         PIC X(01).
              10 WS-BRUN-START       PIC X(21).
              10 WS-BRUN-SRC-CNT     PIC S9(9) BINARY.
              10 WS-BRUN-TGT-CNT     PIC S9(9) BINARY.
              10 WS-BRUN-BACK-CNT    PIC S9(9) BINARY.
         01 WS-BRUN-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-BRUN-FOUND-IDX   PIC S9(4) BINARY VALUE 0.
         01 WS-BRUN-UNLISTED    PIC S9(9) BINARY VALUE 0.

      * Per-direction totals -- entry 1 inbound, entry 2 outbound.
         01 WS-DIR-TOTALS.
            05 WS-DIR-ENTRY OCCURS 2 TIMES.
              10 WS-DIR-LOG-CNT      PIC S9(9) BINARY.
              10 WS-DIR-SRC-CNT      PIC S9(9) BINARY.
              10 WS-DIR-TGT-CNT      PIC S9(9) BINARY.
              10 WS-DIR-BACK-CNT     PIC S9(9) BINARY.
              10 WS-DIR-MSG-CNT      PIC S9(9) BINARY.
              10 WS-DIR-ONCE-CNT     PIC S9(9) BINARY.
              10 WS-DIR-DUP-CNT      PIC S9(9) BINARY.
              10 WS-DIR-DOUBT-CNT    PIC S9(9) BINARY.
              10 WS-DIR-UNMATCH-CNT  PIC S9(9) BINARY.
              10 WS-DIR-HELD-CNT     PIC S9(9) BINARY.
         01 WS-DIR-IDX          PIC S9(4) BINARY VALUE 0.

         01 WS-LOG-READ-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-OTHER-RUN-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-BAD-EVENT-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-EXCEPTION-CNT    PIC S9(9) BINARY VALUE 0.

         01 WS-MSG-CLASS        PIC X(10).
         01 WS-DIR-LABEL        PIC X(08).
         01 WS-SRC-LABEL        PIC X(08).
         01 WS-TGT-LABEL        PIC X(08).
         01 WS-VERDICT          PIC X(04) VALUE SPACES.
      * Held apart from RETURN-CODE, which every CALL resets.
         01 WS-RETURN-CODE      PIC S9(4) BINARY VALUE 0.

      * Edited fields for the report.
         01 WS-EDIT-CNT         PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT2        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT3        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-LEN         PIC ZZZZZZZZ9.
         01 WS-EDIT-SMALL       PIC ZZ9.
         01 WS-EDIT-SMALL2      PIC ZZ9.
         01 WS-EDIT-SMALL3      PIC ZZ9.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYMQREC'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "MQ BRIDGE END-TO-END RECONCILIATION"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           INITIALIZE WS-DIR-TOTALS

           PERFORM READ-RUN-CONTROL
           IF WS-RUN-ID = SPACES
             DISPLAY "ERROR : NO WINDOW RUN-ID IN RUNCTL - NOTHING "
                     "TO RECONCILE"
             MOVE 9839 TO ERRLOG-CODE
             MOVE "IXYMQREC: NO WINDOW RUN-ID IN RUNCTL" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             MOVE 'FAIL' TO WS-VERDICT
             PERFORM WRITE-PROOF-VERDICT
             PERFORM DISPLAY-JOB-SUMMARY
             GOBACK
           END-IF
           DISPLAY "RECONCILING WINDOW RUN-ID : " WS-RUN-ID

           OPEN OUTPUT MQRCRPT
           IF WS-MQRCRPT-STATUS NOT = '00'
             DISPLAY "ERROR : OPEN MQRCRPT FAILED. STATUS: "
                     WS-MQRCRPT-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE 'FAIL' TO WS-VERDICT
             PERFORM WRITE-PROOF-VERDICT
             PERFORM DISPLAY-JOB-SUMMARY
             GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING

           SET WS-LOG-INBOUND TO TRUE
           PERFORM LOAD-INBOUND-LOG
           SET WS-LOG-OUTBOUND TO TRUE
           PERFORM LOAD-OUTBOUND-LOG

           PERFORM REPORT-BRIDGE-RUNS
           PERFORM CLASSIFY-MESSAGES
           PERFORM REPORT-DIRECTION-TOTALS

           EVALUATE TRUE
             WHEN WS-MSG-OVERFLOW
               MOVE 16 TO WS-RETURN-CODE
             WHEN WS-DIR-DOUBT-CNT(1) + WS-DIR-DOUBT-CNT(2) +
                  WS-DIR-UNMATCH-CNT(1) + WS-DIR-UNMATCH-CNT(2) > 0
               MOVE 8 TO WS-RETURN-CODE
             WHEN WS-DIR-DUP-CNT(1) + WS-DIR-DUP-CNT(2) > 0
               MOVE 4 TO WS-RETURN-CODE
             WHEN OTHER
               MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-RETURN-CODE > 4
             MOVE 'FAIL' TO WS-VERDICT
             MOVE 9840 TO ERRLOG-CODE
             MOVE "IXYMQREC: MQ BRIDGE MESSAGES IN DOUBT OR UNMATCHED"
                  TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
           ELSE
             MOVE 'PASS' TO WS-VERDICT
           END-IF

           MOVE SPACES TO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE SPACES TO MQRCRPT-LINE
           STRING "VERDICT FOR RUN-ID " WS-RUN-ID " : " WS-VERDICT
                  DELIMITED BY SIZE INTO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           CLOSE MQRCRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM WRITE-PROOF-VERDICT
           PERFORM DISPLAY-JOB-SUMMARY
           GOBACK
           .

       READ-RUN-CONTROL.
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL
               AT END CONTINUE
               NOT AT END MOVE RUNCTL-RUN-ID TO WS-RUN-ID
             END-READ
             CLOSE RUNCTL
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO MQRCRPT-LINE
           STRING "MQ BRIDGE END-TO-END RECONCILIATION  RUN-ID "
                  WS-RUN-ID "  PRODUCED " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE ALL "-" TO MQRCRPT-LINE
           WRITE MQRCRPT-LINE.

       LOAD-INBOUND-LOG.
      *****************************************************************
      * An absent MQILOG means the inbound bridge never ran here --
      * nothing to tie, which is not a failure.
      *****************************************************************
           OPEN INPUT MQILOG
           IF WS-MQILOG-STATUS NOT = '00'
             MOVE SPACES TO MQRCRPT-LINE
             STRING "MQILOG NOT PRESENT (STATUS " WS-MQILOG-STATUS
                    ") - NO INBOUND BRIDGE ACTIVITY TO RECONCILE"
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ MQILOG INTO WS-LOG-RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM TALLY-LOG-RECORD
               END-READ
             END-PERFORM
             CLOSE MQILOG
           END-IF.

       LOAD-OUTBOUND-LOG.
           OPEN INPUT MQOLOG
           IF WS-MQOLOG-STATUS NOT = '00'
             MOVE SPACES TO MQRCRPT-LINE
             STRING "MQOLOG NOT PRESENT (STATUS " WS-MQOLOG-STATUS
                    ") - NO OUTBOUND BRIDGE ACTIVITY TO RECONCILE"
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ MQOLOG INTO WS-LOG-RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM TALLY-LOG-RECORD
               END-READ
             END-PERFORM
             CLOSE MQOLOG
           END-IF.

       TALLY-LOG-RECORD.
      *****************************************************************
      * Counts one log record for this run-id against its bridge run
      * and its message entry. Records for other windows are passed
      * over; an event code the direction does not use is counted
      * and otherwise ignored.
      *****************************************************************
           ADD 1 TO WS-LOG-READ-CNT
           IF WS-LOG-RUN-ID NOT = WS-RUN-ID
             ADD 1 TO WS-OTHER-RUN-CNT
           ELSE
             IF WS-LOG-INBOUND
               MOVE 1 TO WS-DIR-IDX
             ELSE
               MOVE 2 TO WS-DIR-IDX
             END-IF
             ADD 1 TO WS-DIR-LOG-CNT(WS-DIR-IDX)
             PERFORM FIND-BRIDGE-RUN
             PERFORM FIND-MESSAGE-ENTRY
             IF WS-MSG-FOUND-IDX > 0
               EVALUATE TRUE
                 WHEN WS-LOG-INBOUND AND WS-LOG-EVENT = 'G'
                 WHEN WS-LOG-OUTBOUND AND WS-LOG-EVENT = 'C'
                   ADD 1 TO WS-MSG-SRC-CNT(WS-MSG-FOUND-IDX)
                   ADD 1 TO WS-DIR-SRC-CNT(WS-DIR-IDX)
                   IF WS-BRUN-FOUND-IDX > 0
                     ADD 1 TO WS-BRUN-SRC-CNT(WS-BRUN-FOUND-IDX)
                   END-IF
                 WHEN WS-LOG-EVENT = 'P'
                   ADD 1 TO WS-MSG-TGT-CNT(WS-MSG-FOUND-IDX)
                   ADD 1 TO WS-DIR-TGT-CNT(WS-DIR-IDX)
                   IF WS-BRUN-FOUND-IDX > 0
                     ADD 1 TO WS-BRUN-TGT-CNT(WS-BRUN-FOUND-IDX)
                   END-IF
                 WHEN WS-LOG-OUTBOUND AND WS-LOG-EVENT = 'W'
                   ADD 1 TO WS-MSG-HELD-CNT(WS-MSG-FOUND-IDX)
                 WHEN WS-LOG-INBOUND AND WS-LOG-EVENT = 'B'
                   ADD 1 TO WS-MSG-BACK-CNT(WS-MSG-FOUND-IDX)
                   ADD 1 TO WS-DIR-BACK-CNT(WS-DIR-IDX)
                   IF WS-BRUN-FOUND-IDX > 0
                     ADD 1 TO WS-BRUN-BACK-CNT(WS-BRUN-FOUND-IDX)
                   END-IF
                 WHEN OTHER
                   ADD 1 TO WS-BAD-EVENT-CNT
               END-EVALUATE
             END-IF
           END-IF.

       FIND-BRIDGE-RUN.
           MOVE 0 TO WS-BRUN-FOUND-IDX
           MOVE WS-BRUN-CNT TO WS-BRUN-IDX
           PERFORM UNTIL WS-BRUN-IDX < 1 OR WS-BRUN-FOUND-IDX > 0
             IF WS-BRUN-DIR(WS-BRUN-IDX) = WS-LOG-DIR AND
                WS-BRUN-START(WS-BRUN-IDX) = WS-LOG-BRIDGE-START
               MOVE WS-BRUN-IDX TO WS-BRUN-FOUND-IDX
             END-IF
             SUBTRACT 1 FROM WS-BRUN-IDX
           END-PERFORM
           IF WS-BRUN-FOUND-IDX = 0
             IF WS-BRUN-CNT < WS-BRUN-MAX
               ADD 1 TO WS-BRUN-CNT
               MOVE WS-BRUN-CNT TO WS-BRUN-FOUND-IDX
               MOVE WS-LOG-DIR TO WS-BRUN-DIR(WS-BRUN-CNT)
               MOVE WS-LOG-BRIDGE-START TO WS-BRUN-START(WS-BRUN-CNT)
               MOVE 0 TO WS-BRUN-SRC-CNT(WS-BRUN-CNT)
               MOVE 0 TO WS-BRUN-TGT-CNT(WS-BRUN-CNT)
               MOVE 0 TO WS-BRUN-BACK-CNT(WS-BRUN-CNT)
             ELSE
               ADD 1 TO WS-BRUN-UNLISTED
             END-IF
           END-IF.

       FIND-MESSAGE-ENTRY.
           MOVE 0 TO WS-MSG-FOUND-IDX
           MOVE WS-MSG-CNT TO WS-MSG-IDX
           PERFORM UNTIL WS-MSG-IDX < 1 OR WS-MSG-FOUND-IDX > 0
             IF WS-MSG-DIR(WS-MSG-IDX) = WS-LOG-DIR AND
                WS-MSG-ID(WS-MSG-IDX) = WS-LOG-MSG-ID AND
                WS-MSG-HASH(WS-MSG-IDX) = WS-LOG-CONTENT-HASH
               MOVE WS-MSG-IDX TO WS-MSG-FOUND-IDX
             END-IF
             SUBTRACT 1 FROM WS-MSG-IDX
           END-PERFORM
           IF WS-MSG-FOUND-IDX = 0
             IF WS-MSG-CNT < WS-MSG-MAX
               ADD 1 TO WS-MSG-CNT
               MOVE WS-MSG-CNT TO WS-MSG-FOUND-IDX
               MOVE WS-LOG-DIR TO WS-MSG-DIR(WS-MSG-CNT)
               MOVE WS-LOG-MSG-ID TO WS-MSG-ID(WS-MSG-CNT)
               MOVE WS-LOG-CONTENT-HASH TO WS-MSG-HASH(WS-MSG-CNT)
               MOVE WS-LOG-CONTENT-LEN TO WS-MSG-LEN(WS-MSG-CNT)
               MOVE 0 TO WS-MSG-SRC-CNT(WS-MSG-CNT)
               MOVE 0 TO WS-MSG-TGT-CNT(WS-MSG-CNT)
               MOVE 0 TO WS-MSG-BACK-CNT(WS-MSG-CNT)
               MOVE 0 TO WS-MSG-HELD-CNT(WS-MSG-CNT)
               MOVE WS-LOG-TS TO WS-MSG-FIRST-TS(WS-MSG-CNT)
             ELSE
               IF NOT WS-MSG-OVERFLOW
                 DISPLAY "ERROR : MORE THAN " WS-MSG-MAX
                         " DISTINCT MESSAGES - RECONCILIATION "
                         "INCOMPLETE"
                 MOVE 9839 TO ERRLOG-CODE
                 MOVE "IXYMQREC: MESSAGE TIE TABLE FULL" TO
                          ERRLOG-MSG
                 CALL "IXYERRLG" USING ERRLOG-INPUT
                 SET WS-MSG-OVERFLOW TO TRUE
               END-IF
             END-IF
           END-IF.

       REPORT-BRIDGE-RUNS.
           MOVE SPACES TO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE "BRIDGE RUNS IN THIS WINDOW" TO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE SPACES TO MQRCRPT-LINE
           STRING "DIRECTION BRIDGE RUN STARTED      "
                  "   SOURCE EVENTS   TARGET EVENTS       BACKOUTS"
                  DELIMITED BY SIZE INTO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           IF WS-BRUN-CNT = 0
             MOVE "  NONE - NO BRIDGE ACTIVITY LOGGED FOR THIS RUN-ID"
                  TO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
           END-IF
           MOVE 1 TO WS-BRUN-IDX
           PERFORM UNTIL WS-BRUN-IDX > WS-BRUN-CNT
             IF WS-BRUN-DIR(WS-BRUN-IDX) = 'I'
               MOVE 'MQ>KAFKA' TO WS-DIR-LABEL
             ELSE
               MOVE 'KAFKA>MQ' TO WS-DIR-LABEL
             END-IF
             MOVE WS-BRUN-SRC-CNT(WS-BRUN-IDX) TO WS-EDIT-CNT
             MOVE WS-BRUN-TGT-CNT(WS-BRUN-IDX) TO WS-EDIT-CNT2
             MOVE WS-BRUN-BACK-CNT(WS-BRUN-IDX) TO WS-EDIT-CNT3
             MOVE SPACES TO MQRCRPT-LINE
             STRING WS-DIR-LABEL "  " WS-BRUN-START(WS-BRUN-IDX)
                    "     " WS-EDIT-CNT "     " WS-EDIT-CNT2
                    "    " WS-EDIT-CNT3
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
             ADD 1 TO WS-BRUN-IDX
           END-PERFORM
           IF WS-BRUN-UNLISTED > 0
             MOVE WS-BRUN-UNLISTED TO WS-EDIT-CNT
             MOVE SPACES TO MQRCRPT-LINE
             STRING "  (" WS-EDIT-CNT " LOG RECORDS FROM FURTHER "
                    "BRIDGE RUNS NOT LISTED - COUNTED IN THE TOTALS)"
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
           END-IF.

       CLASSIFY-MESSAGES.
      *****************************************************************
      * Judges every distinct message and lists the exceptions. A
      * message counts as delivered when it has at least one target
      * event; its backouts are shown but do not count against it.
      *****************************************************************
           MOVE SPACES TO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE "EXCEPTIONS" TO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE SPACES TO MQRCRPT-LINE
           STRING "DIRECTION CLASS      TIE ID"
                  "                                           "
                  "CONTENT-HASH    LENGTH SRC TGT BCK FIRST SEEN"
                  DELIMITED BY SIZE INTO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE 1 TO WS-MSG-IDX
           PERFORM UNTIL WS-MSG-IDX > WS-MSG-CNT
             IF WS-MSG-DIR(WS-MSG-IDX) = 'I'
               MOVE 1 TO WS-DIR-IDX
               MOVE 'MQ>KAFKA' TO WS-DIR-LABEL
             ELSE
               MOVE 2 TO WS-DIR-IDX
               MOVE 'KAFKA>MQ' TO WS-DIR-LABEL
             END-IF
             ADD 1 TO WS-DIR-MSG-CNT(WS-DIR-IDX)
             MOVE SPACES TO WS-MSG-CLASS
             EVALUATE TRUE
               WHEN WS-MSG-TGT-CNT(WS-MSG-IDX) = 0 AND
                    WS-MSG-HELD-CNT(WS-MSG-IDX) > 0
                 ADD 1 TO WS-DIR-HELD-CNT(WS-DIR-IDX)
               WHEN WS-MSG-TGT-CNT(WS-MSG-IDX) = 0
                 MOVE 'IN-DOUBT' TO WS-MSG-CLASS
                 ADD 1 TO WS-DIR-DOUBT-CNT(WS-DIR-IDX)
               WHEN WS-MSG-SRC-CNT(WS-MSG-IDX) = 0
                 MOVE 'UNMATCHED' TO WS-MSG-CLASS
                 ADD 1 TO WS-DIR-UNMATCH-CNT(WS-DIR-IDX)
               WHEN WS-MSG-TGT-CNT(WS-MSG-IDX) > 1
                 MOVE 'DUPLICATED' TO WS-MSG-CLASS
                 ADD 1 TO WS-DIR-DUP-CNT(WS-DIR-IDX)
               WHEN OTHER
                 ADD 1 TO WS-DIR-ONCE-CNT(WS-DIR-IDX)
             END-EVALUATE
             IF WS-MSG-CLASS NOT = SPACES
               ADD 1 TO WS-EXCEPTION-CNT
               MOVE WS-MSG-LEN(WS-MSG-IDX) TO WS-EDIT-LEN
               MOVE WS-MSG-SRC-CNT(WS-MSG-IDX) TO WS-EDIT-SMALL
               MOVE WS-MSG-TGT-CNT(WS-MSG-IDX) TO WS-EDIT-SMALL2
               MOVE WS-MSG-BACK-CNT(WS-MSG-IDX) TO WS-EDIT-SMALL3
               MOVE SPACES TO MQRCRPT-LINE
               STRING WS-DIR-LABEL "  " WS-MSG-CLASS " "
                      WS-MSG-ID(WS-MSG-IDX) " "
                      WS-MSG-HASH(WS-MSG-IDX) " " WS-EDIT-LEN " "
                      WS-EDIT-SMALL " " WS-EDIT-SMALL2 " "
                      WS-EDIT-SMALL3 " " WS-MSG-FIRST-TS(WS-MSG-IDX)
                      DELIMITED BY SIZE INTO MQRCRPT-LINE
               WRITE MQRCRPT-LINE
             END-IF
             ADD 1 TO WS-MSG-IDX
           END-PERFORM
           IF WS-EXCEPTION-CNT = 0
             MOVE "  NONE - EVERY MESSAGE TIED EXACTLY ONCE" TO
                  MQRCRPT-LINE
             WRITE MQRCRPT-LINE
           END-IF.

       REPORT-DIRECTION-TOTALS.
           MOVE SPACES TO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE "COUNT RECONCILIATION" TO MQRCRPT-LINE
           WRITE MQRCRPT-LINE
           MOVE 1 TO WS-DIR-IDX
           PERFORM UNTIL WS-DIR-IDX > 2
             IF WS-DIR-IDX = 1
               MOVE 'MQ>KAFKA' TO WS-DIR-LABEL
               MOVE 'GOT'      TO WS-SRC-LABEL
               MOVE 'PRODUCED' TO WS-TGT-LABEL
             ELSE
               MOVE 'KAFKA>MQ' TO WS-DIR-LABEL
               MOVE 'CONSUMED' TO WS-SRC-LABEL
               MOVE 'PUT'      TO WS-TGT-LABEL
             END-IF
             MOVE WS-DIR-SRC-CNT(WS-DIR-IDX) TO WS-EDIT-CNT
             MOVE WS-DIR-TGT-CNT(WS-DIR-IDX) TO WS-EDIT-CNT2
             MOVE WS-DIR-BACK-CNT(WS-DIR-IDX) TO WS-EDIT-CNT3
             MOVE SPACES TO MQRCRPT-LINE
             STRING WS-DIR-LABEL "  " WS-SRC-LABEL " EVENTS "
                    WS-EDIT-CNT "  " WS-TGT-LABEL " EVENTS "
                    WS-EDIT-CNT2 "  BACKOUTS " WS-EDIT-CNT3
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
             MOVE WS-DIR-MSG-CNT(WS-DIR-IDX) TO WS-EDIT-CNT
             MOVE WS-DIR-ONCE-CNT(WS-DIR-IDX) TO WS-EDIT-CNT2
             MOVE WS-DIR-DUP-CNT(WS-DIR-IDX) TO WS-EDIT-CNT3
             MOVE SPACES TO MQRCRPT-LINE
             STRING "          DISTINCT MESSAGES " WS-EDIT-CNT
                    "  TIED ONCE " WS-EDIT-CNT2
                    "  DUPLICATED " WS-EDIT-CNT3
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
             MOVE WS-DIR-DOUBT-CNT(WS-DIR-IDX) TO WS-EDIT-CNT
             MOVE WS-DIR-UNMATCH-CNT(WS-DIR-IDX) TO WS-EDIT-CNT2
             MOVE WS-DIR-HELD-CNT(WS-DIR-IDX) TO WS-EDIT-CNT3
             MOVE SPACES TO MQRCRPT-LINE
             STRING "          IN-DOUBT          " WS-EDIT-CNT
                    "  UNMATCHED " WS-EDIT-CNT2
                    "  WITHHELD   " WS-EDIT-CNT3
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
             ADD 1 TO WS-DIR-IDX
           END-PERFORM
           IF WS-BAD-EVENT-CNT > 0
             MOVE WS-BAD-EVENT-CNT TO WS-EDIT-CNT
             MOVE SPACES TO MQRCRPT-LINE
             STRING "LOG RECORDS WITH AN UNKNOWN EVENT CODE (IGNORED) "
                    WS-EDIT-CNT
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
           END-IF
           IF WS-MSG-OVERFLOW
             MOVE SPACES TO MQRCRPT-LINE
             STRING "TIE TABLE FULL - LATER MESSAGES WERE NOT "
                    "RECONCILED; THE VERDICT IS FAIL"
                    DELIMITED BY SIZE INTO MQRCRPT-LINE
             WRITE MQRCRPT-LINE
           END-IF.

       WRITE-PROOF-VERDICT.
      *****************************************************************
      * Appends this run's verdict for the window run-id. A PASS here
      * supersedes the PEND each bridge run left, as long as no
      * bridge ran again after it.
      *****************************************************************
           OPEN EXTEND PROOFFIL
           IF WS-PROOF-STATUS NOT = '00'
             OPEN OUTPUT PROOFFIL
           END-IF
           IF WS-PROOF-STATUS = '00'
             MOVE SPACES TO PROOF-RECORD
             MOVE 'IXYMQREC' TO PROOF-NAME
             MOVE WS-RUN-ID TO PROOF-RUN-ID
             MOVE WS-VERDICT TO PROOF-VERDICT
             MOVE FUNCTION CURRENT-DATE(1:21) TO PROOF-TS
             WRITE PROOF-RECORD
             CLOSE PROOFFIL
           ELSE
             DISPLAY "WARNING : PROOFFIL NOT USABLE. STATUS: "
                     WS-PROOF-STATUS
           END-IF.

       DISPLAY-JOB-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYMQREC JOB SUMMARY"
           DISPLAY "  RUN-ID           : " WS-RUN-ID
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  LOG RECORDS READ : " WS-LOG-READ-CNT
           DISPLAY "  OTHER WINDOWS    : " WS-OTHER-RUN-CNT
           DISPLAY "  BRIDGE RUNS      : " WS-BRUN-CNT
           DISPLAY "  MESSAGES         : " WS-MSG-CNT
           DISPLAY "  EXCEPTIONS       : " WS-EXCEPTION-CNT
           DISPLAY "  VERDICT          : " WS-VERDICT
           DISPLAY "==========================================".

       END PROGRAM 'IXYMQREC'.
