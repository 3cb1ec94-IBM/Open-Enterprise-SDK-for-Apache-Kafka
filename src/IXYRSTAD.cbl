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
      * MAIN PROGRAM WINDOW RESTART ADVISOR
      ******************************************************************
      * When a step of the night fails, the on-call used to piece
      * together from five datasets which steps of the window had
      * finished and how the rest should be resubmitted. This program
      * reads the same evidence and prints the verdict per step. It
      * changes nothing:
      * a. RUNCTL   - the window run-id being advised on.
      * b. WINDEF   - the window definition, one card per step in run
      *    order:
      *        cols 1-8   step name, as the step signs SUMRYFIL,
      *                   PROOFFIL and LOCKFIL (IXYPRD31, IXYCTCMP..)
      *        cols 10    role: P producer, C consumer, space other
      *        cols 12-19 completion evidence: SUMRYFIL, PROOFFIL or
      *                   WINCLOSE
      *        cols 21-28 checkpoint: PCHKPT, CHKPTFIL or spaces
      *        cols 30-45 lock resource the step takes through
      *                   IXYLOCK, or spaces
      *    '*' in column 1 is a comment; cols 47-80 are free for
      *    notes.
      * c. SUMRYFIL - the latest job summary for the step and run-id
      *    with no failed messages is a complete step.
      * d. PROOFFIL - the latest verdict for the proof and run-id;
      *    PASS is complete (the IXYWCLOS rule).
      * e. WINCLOSE - a sealed close record for the run-id.
      * f. PCHKPT / CHKPTFIL - the producer and consumer checkpoints,
      *    seal-verified the way IXYPRD31 and IXYCON64 verify them.
      * g. LOCKFIL  - locks held; a lock this step took under this
      *    run-id is the stale lock its failure left behind.
      * h. RSTADV   - the verdict report: per step COMPLETE (do not
      *    re-run), RESTART FROM CHECKPOINT, RERUN FROM SCRATCH or
      *    BLOCKED BY LOCK (BLOCKED when a checkpoint fails its
      *    seal), the reason, the first unfinished step it must wait
      *    for and the RUN-TYPE to submit producer and consumer
      *    steps with.
      * A step counts as started tonight only when it left a
      * SUMRYFIL record or its own lock for this run-id -- a
      * checkpoint alone may be last night's, so it never earns a
      * RESTART by itself. A proof that passed before an earlier
      * step still to be re-run is stale and is re-run too.
      *
      * Return codes: 00 every step complete; 04 steps to restart or
      * re-run; 08 a step blocked; 12 WINDEF missing or empty; 16 no
      * run-id in RUNCTL.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYRSTAD'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT WINDEF ASSIGN TO WINDEF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-WINDEF-STATUS.

           SELECT SUMRYFIL ASSIGN TO SUMRYFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SUMRYFIL-STATUS.

           SELECT PROOFFIL ASSIGN TO PROOFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PROOF-STATUS.

           SELECT WINCLOSE ASSIGN TO WINCLOSE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-WCLOSE-STATUS.

           SELECT PCHKPT ASSIGN TO PCHKPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PCHKPT-STATUS.

           SELECT CHKPTFIL ASSIGN TO CHKPTFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CHKPT-STATUS.

           SELECT LOCKFIL ASSIGN TO LOCKFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LOCK-STATUS.

           SELECT RSTADV ASSIGN TO RSTADV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RSTADV-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 RUNCTL-BUSINESS-DATE PIC X(08).
            05 FILLER             PIC X(56).

      * Example cards:
      *   IXYPRD31 P SUMRYFIL PCHKPT   PRODUCER-CHKPT
      *   IXYCON64 C SUMRYFIL CHKPTFIL CONSUMER-CHKPT
      *   IXYCTCMP   PROOFFIL
      *   IXYWCLOS   WINCLOSE
         FD WINDEF
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WINDOW-STEP-CARD.

         01 WINDOW-STEP-CARD.
            05 WDF-STEP           PIC X(08).
            05 FILLER             PIC X(01).
            05 WDF-ROLE           PIC X(01).
            05 FILLER             PIC X(01).
            05 WDF-EVIDENCE       PIC X(08).
            05 FILLER             PIC X(01).
            05 WDF-CHECKPOINT     PIC X(08).
            05 FILLER             PIC X(01).
            05 WDF-LOCK           PIC X(16).
            05 FILLER             PIC X(35).

         FD SUMRYFIL
           RECORD CONTAINS 380  CHARACTERS
           BLOCK  CONTAINS 3800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  JOB-SUMMARY-RECORD.

         01 JOB-SUMMARY-RECORD.
            05 SUM-TIMESTAMP      PIC X(21).
            05 SUM-JOB-NAME       PIC X(08).
            05 SUM-TOPIC-NAME     PIC X(256).
            05 SUM-RUN-ID         PIC X(16).
            05 SUM-START-TS       PIC X(21).
            05 SUM-END-TS         PIC X(21).
            05 SUM-MSG-COUNT      PIC 9(09).
            05 SUM-FAILED-COUNT   PIC 9(09).
            05 SUM-ELAPSED-SECS   PIC 9(09).
            05 SUM-BUSINESS-DATE  PIC 9(08).
            05 FILLER             PIC X(02).

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

         FD WINCLOSE
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WINDOW-CLOSE-RECORD.

         01 WINDOW-CLOSE-RECORD.
            05 WCL-RUN-ID         PIC X(16).
            05 WCL-CLOSED-TS      PIC X(21).
            05 WCL-PROOF-FLAGS    PIC X(03).
            05 WCL-SEAL           PIC X(16).
            05 FILLER             PIC X(24).

      * Record layout as written by IXYPRD31.
         FD PCHKPT
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PRODUCER-CHECKPOINT-FILE.

         01 PRODUCER-CHECKPOINT-FILE.
            05 PCHKPT-TOPIC-IDX   PIC S9(9) BINARY.
            05 PCHKPT-REC-NUM     PIC S9(9) BINARY.
            05 PCHKPT-SEAL-TAG    PIC X(04).
            05 PCHKPT-SEAL        PIC X(16).
            05 FILLER             PIC X(2021).

      * Record layout as written by IXYCON64. Only the current
      * (CHKV004) layout is sealed over the topic column; older tags
      * are migrated by the consumer itself and are taken as usable.
         FD CHKPTFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CHECK-POINT-FILE.

         01 CHECK-POINT-FILE.
            05 CHKPT-FORMAT-TAG   PIC X(08).
            05 CHKPT-GROUP-ID     PIC X(80).
            05 CHKPT-TOPIC        PIC X(256).
            05 CHKPT-PARTITION    PIC S9(9) BINARY.
            05 CHKPT-OFFSET       PIC S9(18) BINARY.
            05 CHKPT-SEAL         PIC X(16).
            05 FILLER             PIC X(1670).

      * Record layout as maintained by IXYLOCK.
         FD LOCKFIL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LOCK-FILE-RECORD.

         01 LOCK-FILE-RECORD.
            05 LCK-RESOURCE       PIC X(16).
            05 LCK-HOLDER         PIC X(08).
            05 LCK-TAKEN-TS       PIC X(21).
            05 LCK-RUN-ID         PIC X(16).
            05 FILLER             PIC X(19).

         FD RSTADV
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RSTADV-LINE.

         01 RSTADV-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-WINDEF-STATUS    PIC X(02).
         01 WS-SUMRYFIL-STATUS  PIC X(02).
         01 WS-PROOF-STATUS     PIC X(02).
         01 WS-WCLOSE-STATUS    PIC X(02).
         01 WS-PCHKPT-STATUS    PIC X(02).
         01 WS-CHKPT-STATUS     PIC X(02).
         01 WS-LOCK-STATUS      PIC X(02).
         01 WS-RSTADV-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-RUN-ID           PIC X(16) VALUE SPACES.

      * The window's steps in run order, with the evidence found for
      * each and the verdict reached.
         01 WS-STP-MAX          PIC S9(4) BINARY VALUE 50.
         01 WS-STP-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-STP-TABLE.
            05 WS-STP-ENTRY OCCURS 50 TIMES.
              10 WS-STP-NAME        PIC X(08).
              10 WS-STP-ROLE        PIC X(01).
                  88 WS-STP-PRODUCER VALUE 'P'.
                  88 WS-STP-CONSUMER VALUE 'C'.
              10 WS-STP-EVIDENCE    PIC X(08).
                  88 WS-STP-BY-SUMMARY VALUE 'SUMRYFIL'.
                  88 WS-STP-BY-PROOF   VALUE 'PROOFFIL'.
                  88 WS-STP-BY-CLOSE   VALUE 'WINCLOSE'.
              10 WS-STP-CHECKPOINT  PIC X(08).
              10 WS-STP-LOCK        PIC X(16).
              10 WS-STP-SUM-SW      PIC X(01).
                  88 WS-STP-SUM-FOUND VALUE 'Y'.
              10 WS-STP-SUM-FAILED  PIC 9(09).
              10 WS-STP-SUM-END-TS  PIC X(21).
              10 WS-STP-PRF-VERDICT PIC X(04).
              10 WS-STP-PRF-TS      PIC X(21).
              10 WS-STP-DONE-SW     PIC X(01).
                  88 WS-STP-DONE    VALUE 'Y'.
              10 WS-STP-VERDICT     PIC X(23).
              10 WS-STP-RUN-TYPE    PIC X(08).
              10 WS-STP-AFTER       PIC X(08).
              10 WS-STP-REASON      PIC X(70).
         01 WS-STP-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-FIRST-OPEN-IDX   PIC S9(4) BINARY VALUE 0.

         01 WS-LCK-MAX          PIC S9(4) BINARY VALUE 50.
         01 WS-LCK-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-LCK-TABLE.
            05 WS-LCK-ENTRY OCCURS 50 TIMES.
              10 WS-LCK-RESOURCE    PIC X(16).
              10 WS-LCK-HOLDER      PIC X(08).
              10 WS-LCK-TS          PIC X(21).
              10 WS-LCK-RUN         PIC X(16).
         01 WS-LCK-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-LCK-FOUND-IDX    PIC S9(4) BINARY VALUE 0.

      * Checkpoint evidence: ' ' none, 'Z' at the start, 'P' a
      * usable position, 'B' fails its seal.
         01 WS-PCHKPT-STATE     PIC X(01) VALUE SPACE.
         01 WS-PCHKPT-TOPIC-D   PIC 9(09) VALUE 0.
         01 WS-PCHKPT-REC-D     PIC 9(09) VALUE 0.
         01 WS-CCHK-STATE       PIC X(01) VALUE SPACE.
         01 WS-CCHK-GOOD-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-CCHK-BAD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-CHKPT-CURRENT-TAG PIC X(08) VALUE 'CHKV004 '.
         01 WS-CKPT-STATE       PIC X(01).
         01 WS-STARTED-SW       PIC X(01).
             88 WS-STARTED      VALUE 'Y'.

         01 WS-WCLOSE-SW        PIC X(01) VALUE 'N'.
             88 WS-WCLOSE-FOUND VALUE 'Y'.
         01 WS-WCLOSE-TS        PIC X(21) VALUE SPACES.

      * Seal verification -- see IXYSEAL; the images are built the
      * way IXYPRD31, IXYCON64 and IXYWCLOS build them.
         01 WS-SEAL-PARMS.
            05 WS-SEAL-DATA-LEN PIC S9(9) BINARY.
            05 WS-SEAL-DATA     PIC X(256).
            05 WS-SEAL-VALUE    PIC X(16).
         01 WS-SEAL-TOPIC-D     PIC 9(09).
         01 WS-SEAL-REC-D       PIC 9(09).
         01 WS-SEAL-PART-D      PIC 9(09).
         01 WS-SEAL-OFFSET-D    PIC 9(18).

         01 WS-EDIT-COUNT       PIC Z(8)9.
         01 WS-COMPLETE-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-RESTART-CNT      PIC S9(4) BINARY VALUE 0.
         01 WS-RERUN-CNT        PIC S9(4) BINARY VALUE 0.
         01 WS-BLOCKED-CNT      PIC S9(4) BINARY VALUE 0.
         01 WS-CARD-REJECT-CNT  PIC S9(4) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-STEP        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ROLE        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-VERDICT     PIC X(23).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RUN-TYPE    PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-AFTER       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-REASON      PIC X(70).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "BATCH WINDOW RESTART ADVISOR"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-RUN-CONTROL
           IF WS-RUN-ID = SPACES
             DISPLAY "ERROR : NO WINDOW RUN-ID IN RUNCTL - NOTHING "
                     "TO ADVISE ON"
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-ADVISOR-SUMMARY
             GOBACK
           END-IF
           DISPLAY "ADVISING ON WINDOW RUN-ID : " WS-RUN-ID

           PERFORM LOAD-WINDOW-DEFINITION
           IF WS-STP-CNT = 0
             DISPLAY "ERROR : WINDEF MISSING OR HOLDS NO STEPS"
             MOVE 12 TO RETURN-CODE
             PERFORM DISPLAY-ADVISOR-SUMMARY
             GOBACK
           END-IF

           PERFORM COLLECT-JOB-SUMMARIES
           PERFORM COLLECT-PROOF-VERDICTS
           PERFORM COLLECT-WINDOW-CLOSE
           PERFORM COLLECT-LOCKS
           PERFORM COLLECT-PRODUCER-CHKPT
           PERFORM COLLECT-CONSUMER-CHKPT

           MOVE 0 TO WS-FIRST-OPEN-IDX
           MOVE 1 TO WS-STP-IDX
           PERFORM UNTIL WS-STP-IDX > WS-STP-CNT
             PERFORM JUDGE-ONE-STEP
             ADD 1 TO WS-STP-IDX
           END-PERFORM

           OPEN OUTPUT RSTADV
           PERFORM PRINT-ADVICE
           CLOSE RSTADV

           EVALUATE TRUE
             WHEN WS-BLOCKED-CNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-RESTART-CNT > 0 OR WS-RERUN-CNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM DISPLAY-ADVISOR-SUMMARY
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

       LOAD-WINDOW-DEFINITION.
           OPEN INPUT WINDEF
           IF WS-WINDEF-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ WINDEF
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF WINDOW-STEP-CARD(1:1) = '*' OR
                    WINDOW-STEP-CARD = SPACES
                   CONTINUE
                 ELSE
                   PERFORM LOAD-ONE-STEP
                 END-IF
               END-READ
             END-PERFORM
             CLOSE WINDEF
           END-IF.

       LOAD-ONE-STEP.
           IF WDF-STEP = SPACES OR
              (WDF-ROLE NOT = 'P' AND NOT = 'C' AND NOT = SPACE) OR
              (WDF-EVIDENCE NOT = 'SUMRYFIL' AND NOT = 'PROOFFIL' AND
               NOT = 'WINCLOSE') OR
              (WDF-CHECKPOINT NOT = 'PCHKPT' AND NOT = 'CHKPTFIL' AND
               NOT = SPACES)
             DISPLAY "WARNING : WINDEF CARD IGNORED, "
                     WINDOW-STEP-CARD(1:45)
             ADD 1 TO WS-CARD-REJECT-CNT
           ELSE
             IF WS-STP-CNT >= WS-STP-MAX
               DISPLAY "WARNING : MORE THAN " WS-STP-MAX
                       " WINDEF STEPS -- IGNORING REMAINDER"
               ADD 1 TO WS-CARD-REJECT-CNT
             ELSE
               ADD 1 TO WS-STP-CNT
               INITIALIZE WS-STP-ENTRY(WS-STP-CNT)
               MOVE WDF-STEP       TO WS-STP-NAME(WS-STP-CNT)
               MOVE WDF-ROLE       TO WS-STP-ROLE(WS-STP-CNT)
               MOVE WDF-EVIDENCE   TO WS-STP-EVIDENCE(WS-STP-CNT)
               MOVE WDF-CHECKPOINT TO WS-STP-CHECKPOINT(WS-STP-CNT)
               MOVE WDF-LOCK       TO WS-STP-LOCK(WS-STP-CNT)
               MOVE 'N'            TO WS-STP-SUM-SW(WS-STP-CNT)
               MOVE 'N'            TO WS-STP-DONE-SW(WS-STP-CNT)
             END-IF
           END-IF.

       COLLECT-JOB-SUMMARIES.
      *****************************************************************
      * SUMRYFIL is appended in time order, so the last record read
      * for a step and run-id is its latest summary.
      *****************************************************************
           OPEN INPUT SUMRYFIL
           IF WS-SUMRYFIL-STATUS NOT = '00'
             DISPLAY "WARNING : SUMRYFIL NOT USABLE. STATUS: "
                     WS-SUMRYFIL-STATUS
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ SUMRYFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF SUM-RUN-ID = WS-RUN-ID
                   MOVE 1 TO WS-STP-IDX
                   PERFORM UNTIL WS-STP-IDX > WS-STP-CNT
                     IF WS-STP-NAME(WS-STP-IDX) = SUM-JOB-NAME
                       MOVE 'Y' TO WS-STP-SUM-SW(WS-STP-IDX)
                       MOVE SUM-FAILED-COUNT TO
                            WS-STP-SUM-FAILED(WS-STP-IDX)
                       MOVE SUM-END-TS TO WS-STP-SUM-END-TS(WS-STP-IDX)
                     END-IF
                     ADD 1 TO WS-STP-IDX
                   END-PERFORM
                 END-IF
               END-READ
             END-PERFORM
             CLOSE SUMRYFIL
           END-IF.

       COLLECT-PROOF-VERDICTS.
           OPEN INPUT PROOFFIL
           IF WS-PROOF-STATUS NOT = '00'
             DISPLAY "WARNING : PROOFFIL NOT USABLE. STATUS: "
                     WS-PROOF-STATUS
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PROOFFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PROOF-RUN-ID = WS-RUN-ID
                   MOVE 1 TO WS-STP-IDX
                   PERFORM UNTIL WS-STP-IDX > WS-STP-CNT
                     IF WS-STP-NAME(WS-STP-IDX) = PROOF-NAME
                       MOVE PROOF-VERDICT TO
                            WS-STP-PRF-VERDICT(WS-STP-IDX)
                       MOVE PROOF-TS TO WS-STP-PRF-TS(WS-STP-IDX)
                     END-IF
                     ADD 1 TO WS-STP-IDX
                   END-PERFORM
                 END-IF
               END-READ
             END-PERFORM
             CLOSE PROOFFIL
           END-IF.

       COLLECT-WINDOW-CLOSE.
           OPEN INPUT WINCLOSE
           IF WS-WCLOSE-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF OR WS-WCLOSE-FOUND
               READ WINCLOSE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF WCL-RUN-ID = WS-RUN-ID
                   MOVE SPACES TO WS-SEAL-DATA
                   STRING WCL-RUN-ID      DELIMITED BY SIZE
                          WCL-CLOSED-TS   DELIMITED BY SIZE
                          WCL-PROOF-FLAGS DELIMITED BY SIZE
                     INTO WS-SEAL-DATA
                   MOVE 40 TO WS-SEAL-DATA-LEN
                   CALL "IXYSEAL" USING WS-SEAL-PARMS
                   IF WS-SEAL-VALUE = WCL-SEAL
                     SET WS-WCLOSE-FOUND TO TRUE
                     MOVE WCL-CLOSED-TS TO WS-WCLOSE-TS
                   ELSE
                     DISPLAY "WARNING : WINDOW-CLOSE RECORD FOR RUN-ID "
                             WCL-RUN-ID " FAILS SEAL VERIFICATION"
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE WINCLOSE
           END-IF.

       COLLECT-LOCKS.
           OPEN INPUT LOCKFIL
           IF WS-LOCK-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ LOCKFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF LCK-RESOURCE NOT = SPACES AND
                    WS-LCK-CNT < WS-LCK-MAX
                   ADD 1 TO WS-LCK-CNT
                   MOVE LCK-RESOURCE TO WS-LCK-RESOURCE(WS-LCK-CNT)
                   MOVE LCK-HOLDER   TO WS-LCK-HOLDER(WS-LCK-CNT)
                   MOVE LCK-TAKEN-TS TO WS-LCK-TS(WS-LCK-CNT)
                   MOVE LCK-RUN-ID   TO WS-LCK-RUN(WS-LCK-CNT)
                 END-IF
               END-READ
             END-PERFORM
             CLOSE LOCKFIL
           END-IF.

       COLLECT-PRODUCER-CHKPT.
      *****************************************************************
      * A SEAL-tagged PCHKPT must verify, as IXYPRD31 insists before
      * it restarts from it; an untagged (pre-seal) record is
      * accepted the way IXYPRD31 accepts it.
      *****************************************************************
           OPEN INPUT PCHKPT
           IF WS-PCHKPT-STATUS = '00'
             READ PCHKPT
               AT END CONTINUE
               NOT AT END
                 MOVE PCHKPT-TOPIC-IDX TO WS-PCHKPT-TOPIC-D
                 MOVE PCHKPT-REC-NUM   TO WS-PCHKPT-REC-D
                 IF PCHKPT-REC-NUM > 0
                   MOVE 'P' TO WS-PCHKPT-STATE
                 ELSE
                   MOVE 'Z' TO WS-PCHKPT-STATE
                 END-IF
                 IF PCHKPT-SEAL-TAG = 'SEAL'
                   MOVE PCHKPT-TOPIC-IDX TO WS-SEAL-TOPIC-D
                   MOVE PCHKPT-REC-NUM   TO WS-SEAL-REC-D
                   MOVE SPACES TO WS-SEAL-DATA
                   STRING WS-SEAL-TOPIC-D DELIMITED BY SIZE
                          WS-SEAL-REC-D   DELIMITED BY SIZE
                     INTO WS-SEAL-DATA
                   MOVE 18 TO WS-SEAL-DATA-LEN
                   CALL "IXYSEAL" USING WS-SEAL-PARMS
                   IF WS-SEAL-VALUE NOT = PCHKPT-SEAL
                     MOVE 'B' TO WS-PCHKPT-STATE
                   END-IF
                 END-IF
             END-READ
             CLOSE PCHKPT
           END-IF.

       COLLECT-CONSUMER-CHKPT.
           OPEN INPUT CHKPTFIL
           IF WS-CHKPT-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ CHKPTFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF CHKPT-FORMAT-TAG = WS-CHKPT-CURRENT-TAG
                   MOVE CHKPT-PARTITION TO WS-SEAL-PART-D
                   MOVE CHKPT-OFFSET    TO WS-SEAL-OFFSET-D
                   MOVE SPACES TO WS-SEAL-DATA
                   STRING CHKPT-GROUP-ID     DELIMITED BY SIZE
                          CHKPT-TOPIC(1:120) DELIMITED BY SIZE
                          WS-SEAL-PART-D     DELIMITED BY SIZE
                          WS-SEAL-OFFSET-D   DELIMITED BY SIZE
                     INTO WS-SEAL-DATA
                   MOVE 227 TO WS-SEAL-DATA-LEN
                   CALL "IXYSEAL" USING WS-SEAL-PARMS
                   IF WS-SEAL-VALUE NOT = CHKPT-SEAL
                     ADD 1 TO WS-CCHK-BAD-CNT
                   ELSE
                     ADD 1 TO WS-CCHK-GOOD-CNT
                   END-IF
                 ELSE
                   ADD 1 TO WS-CCHK-GOOD-CNT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CHKPTFIL
           END-IF
           EVALUATE TRUE
             WHEN WS-CCHK-BAD-CNT > 0
               MOVE 'B' TO WS-CCHK-STATE
             WHEN WS-CCHK-GOOD-CNT > 0
               MOVE 'P' TO WS-CCHK-STATE
             WHEN OTHER
               MOVE SPACE TO WS-CCHK-STATE
           END-EVALUATE.

       JUDGE-ONE-STEP.
      *****************************************************************
      * Completion first -- a complete step is never re-run, whatever
      * else is true. Otherwise the restart point is settled, then a
      * lock the step needs overrides it: the RUN-TYPE shown is the
      * one to submit with once the lock is gone.
      *****************************************************************
           PERFORM JUDGE-COMPLETION
           PERFORM FIND-STEP-LOCK

           IF WS-STP-DONE(WS-STP-IDX)
             IF WS-STP-BY-PROOF(WS-STP-IDX) AND
                WS-FIRST-OPEN-IDX NOT = 0
               MOVE 'N' TO WS-STP-DONE-SW(WS-STP-IDX)
               MOVE 'RERUN FROM SCRATCH' TO WS-STP-VERDICT(WS-STP-IDX)
               MOVE SPACES TO WS-STP-REASON(WS-STP-IDX)
               STRING "PASS AT " WS-STP-PRF-TS(WS-STP-IDX)
                      " PREDATES THE RE-RUN OF "
                      WS-STP-NAME(WS-FIRST-OPEN-IDX)
                      DELIMITED BY SIZE INTO WS-STP-REASON(WS-STP-IDX)
             ELSE
               MOVE 'COMPLETE - DO NOT RERUN' TO
                    WS-STP-VERDICT(WS-STP-IDX)
             END-IF
           ELSE
             PERFORM JUDGE-RESTART-POINT
             IF WS-LCK-FOUND-IDX NOT = 0
               PERFORM JUDGE-LOCK-BLOCK
             END-IF
           END-IF

           IF WS-STP-DONE(WS-STP-IDX)
             ADD 1 TO WS-COMPLETE-CNT
             IF WS-STP-PRODUCER(WS-STP-IDX) OR
                WS-STP-CONSUMER(WS-STP-IDX)
               MOVE 'NONE' TO WS-STP-RUN-TYPE(WS-STP-IDX)
             END-IF
           ELSE
             IF WS-FIRST-OPEN-IDX = 0
               MOVE WS-STP-IDX TO WS-FIRST-OPEN-IDX
             ELSE
               MOVE WS-STP-NAME(WS-FIRST-OPEN-IDX) TO
                    WS-STP-AFTER(WS-STP-IDX)
             END-IF
             EVALUATE WS-STP-VERDICT(WS-STP-IDX)(1:7)
               WHEN 'BLOCKED'
                 ADD 1 TO WS-BLOCKED-CNT
               WHEN 'RESTART'
                 ADD 1 TO WS-RESTART-CNT
               WHEN OTHER
                 ADD 1 TO WS-RERUN-CNT
             END-EVALUATE
           END-IF
           IF NOT WS-STP-PRODUCER(WS-STP-IDX) AND
              NOT WS-STP-CONSUMER(WS-STP-IDX)
             MOVE 'N/A' TO WS-STP-RUN-TYPE(WS-STP-IDX)
           END-IF.

       JUDGE-COMPLETION.
           MOVE SPACES TO WS-STP-REASON(WS-STP-IDX)
           EVALUATE TRUE
             WHEN WS-STP-BY-SUMMARY(WS-STP-IDX)
               IF NOT WS-STP-SUM-FOUND(WS-STP-IDX)
                 STRING "NO SUMRYFIL RECORD FOR THIS RUN-ID - NOT RUN "
                        "OR ABENDED"
                        DELIMITED BY SIZE
                        INTO WS-STP-REASON(WS-STP-IDX)
               ELSE
                 IF WS-STP-SUM-FAILED(WS-STP-IDX) = 0
                   MOVE 'Y' TO WS-STP-DONE-SW(WS-STP-IDX)
                   STRING "SUMRYFIL CLEAN, ENDED "
                          WS-STP-SUM-END-TS(WS-STP-IDX)
                          DELIMITED BY SIZE
                          INTO WS-STP-REASON(WS-STP-IDX)
                 ELSE
                   MOVE WS-STP-SUM-FAILED(WS-STP-IDX) TO WS-EDIT-COUNT
                   STRING "SUMRYFIL SHOWS" WS-EDIT-COUNT
                          " FAILED, ENDED "
                          WS-STP-SUM-END-TS(WS-STP-IDX)
                          DELIMITED BY SIZE
                          INTO WS-STP-REASON(WS-STP-IDX)
                 END-IF
               END-IF
             WHEN WS-STP-BY-PROOF(WS-STP-IDX)
               EVALUATE WS-STP-PRF-VERDICT(WS-STP-IDX)
                 WHEN 'PASS'
                   MOVE 'Y' TO WS-STP-DONE-SW(WS-STP-IDX)
                   STRING "PROOF PASSED AT "
                          WS-STP-PRF-TS(WS-STP-IDX)
                          DELIMITED BY SIZE
                          INTO WS-STP-REASON(WS-STP-IDX)
                 WHEN SPACES
                   MOVE "NO PROOFFIL VERDICT FOR THIS RUN-ID" TO
                        WS-STP-REASON(WS-STP-IDX)
                 WHEN OTHER
                   STRING "LATEST PROOF VERDICT "
                          WS-STP-PRF-VERDICT(WS-STP-IDX) " AT "
                          WS-STP-PRF-TS(WS-STP-IDX)
                          DELIMITED BY SIZE
                          INTO WS-STP-REASON(WS-STP-IDX)
               END-EVALUATE
             WHEN OTHER
               IF WS-WCLOSE-FOUND
                 MOVE 'Y' TO WS-STP-DONE-SW(WS-STP-IDX)
                 STRING "SEALED CLOSE RECORD WRITTEN " WS-WCLOSE-TS
                        DELIMITED BY SIZE
                        INTO WS-STP-REASON(WS-STP-IDX)
               ELSE
                 MOVE "NO SEALED WINCLOSE RECORD FOR THIS RUN-ID" TO
                      WS-STP-REASON(WS-STP-IDX)
               END-IF
           END-EVALUATE.

       FIND-STEP-LOCK.
           MOVE 0 TO WS-LCK-FOUND-IDX
           IF WS-STP-LOCK(WS-STP-IDX) NOT = SPACES
             MOVE 1 TO WS-LCK-IDX
             PERFORM UNTIL WS-LCK-IDX > WS-LCK-CNT
                        OR WS-LCK-FOUND-IDX NOT = 0
               IF WS-LCK-RESOURCE(WS-LCK-IDX) = WS-STP-LOCK(WS-STP-IDX)
                 MOVE WS-LCK-IDX TO WS-LCK-FOUND-IDX
               ELSE
                 ADD 1 TO WS-LCK-IDX
               END-IF
             END-PERFORM
           END-IF.

       JUDGE-RESTART-POINT.
      *****************************************************************
      * A checkpoint position is only trusted for a step that started
      * tonight -- it left a summary, or its own lock, for this
      * run-id. A checkpoint failing its seal is refused by the step
      * itself on RESTART, so it blocks until IXYCKMNT repairs it.
      *****************************************************************
           MOVE 'N' TO WS-STARTED-SW
           IF WS-STP-SUM-FOUND(WS-STP-IDX)
             SET WS-STARTED TO TRUE
           END-IF
           IF WS-LCK-FOUND-IDX NOT = 0
             IF WS-LCK-HOLDER(WS-LCK-FOUND-IDX) =
                                          WS-STP-NAME(WS-STP-IDX) AND
                WS-LCK-RUN(WS-LCK-FOUND-IDX) = WS-RUN-ID
               SET WS-STARTED TO TRUE
             END-IF
           END-IF

           EVALUATE WS-STP-CHECKPOINT(WS-STP-IDX)
             WHEN 'PCHKPT'
               MOVE WS-PCHKPT-STATE TO WS-CKPT-STATE
             WHEN 'CHKPTFIL'
               MOVE WS-CCHK-STATE TO WS-CKPT-STATE
             WHEN OTHER
               MOVE SPACE TO WS-CKPT-STATE
           END-EVALUATE

           EVALUATE TRUE
             WHEN WS-CKPT-STATE = 'B'
               MOVE 'BLOCKED' TO WS-STP-VERDICT(WS-STP-IDX)
               MOVE 'RESTART' TO WS-STP-RUN-TYPE(WS-STP-IDX)
               MOVE SPACES TO WS-STP-REASON(WS-STP-IDX)
               STRING WS-STP-CHECKPOINT(WS-STP-IDX)
                      " FAILS SEAL VERIFICATION - REPAIR WITH IXYCKMNT"
                      DELIMITED BY SIZE INTO WS-STP-REASON(WS-STP-IDX)
             WHEN WS-CKPT-STATE = 'P' AND WS-STARTED
               MOVE 'RESTART FROM CHECKPOINT' TO
                    WS-STP-VERDICT(WS-STP-IDX)
               MOVE 'RESTART' TO WS-STP-RUN-TYPE(WS-STP-IDX)
               IF WS-STP-CHECKPOINT(WS-STP-IDX) = 'PCHKPT'
                 MOVE SPACES TO WS-STP-REASON(WS-STP-IDX)
                 STRING "FAILED AFTER PCHKPT TOPIC " WS-PCHKPT-TOPIC-D
                        " RECORD " WS-PCHKPT-REC-D
                        DELIMITED BY SIZE
                        INTO WS-STP-REASON(WS-STP-IDX)
               ELSE
                 MOVE WS-CCHK-GOOD-CNT TO WS-EDIT-COUNT
                 MOVE SPACES TO WS-STP-REASON(WS-STP-IDX)
                 STRING "FAILED WITH" WS-EDIT-COUNT
                        " CHKPTFIL OFFSET ENTRIES COMMITTED"
                        DELIMITED BY SIZE
                        INTO WS-STP-REASON(WS-STP-IDX)
               END-IF
             WHEN OTHER
               MOVE 'RERUN FROM SCRATCH' TO WS-STP-VERDICT(WS-STP-IDX)
               MOVE '(BLANK)' TO WS-STP-RUN-TYPE(WS-STP-IDX)
           END-EVALUATE.

       JUDGE-LOCK-BLOCK.
           MOVE 'BLOCKED BY LOCK' TO WS-STP-VERDICT(WS-STP-IDX)
           MOVE SPACES TO WS-STP-REASON(WS-STP-IDX)
           IF WS-LCK-HOLDER(WS-LCK-FOUND-IDX) =
                                          WS-STP-NAME(WS-STP-IDX) AND
              WS-LCK-RUN(WS-LCK-FOUND-IDX) = WS-RUN-ID
             STRING WS-LCK-RESOURCE(WS-LCK-FOUND-IDX)
                    " STALE FROM THIS STEP - BREAK WITH IXYLCKMN"
                    DELIMITED BY SIZE INTO WS-STP-REASON(WS-STP-IDX)
           ELSE
             STRING WS-LCK-RESOURCE(WS-LCK-FOUND-IDX) " HELD BY "
                    WS-LCK-HOLDER(WS-LCK-FOUND-IDX) " RUN "
                    WS-LCK-RUN(WS-LCK-FOUND-IDX) " - WAIT FOR IT"
                    DELIMITED BY SIZE INTO WS-STP-REASON(WS-STP-IDX)
           END-IF.

       PRINT-ADVICE.
           MOVE SPACES TO RSTADV-LINE
           STRING "  RESTART ADVICE FOR WINDOW RUN-ID " WS-RUN-ID
                  " AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO RSTADV-LINE
           WRITE RSTADV-LINE
           MOVE SPACES TO RSTADV-LINE
           STRING "  STEP     ROLE     VERDICT                 RUN-TYPE"
                  " AFTER    REASON"
                  DELIMITED BY SIZE INTO RSTADV-LINE
           WRITE RSTADV-LINE
           MOVE ALL "-" TO RSTADV-LINE
           WRITE RSTADV-LINE

           MOVE 1 TO WS-STP-IDX
           PERFORM UNTIL WS-STP-IDX > WS-STP-CNT
             MOVE WS-STP-NAME(WS-STP-IDX)     TO RPT-DET-STEP
             EVALUATE TRUE
               WHEN WS-STP-PRODUCER(WS-STP-IDX)
                 MOVE 'PRODUCER' TO RPT-DET-ROLE
               WHEN WS-STP-CONSUMER(WS-STP-IDX)
                 MOVE 'CONSUMER' TO RPT-DET-ROLE
               WHEN OTHER
                 MOVE SPACES TO RPT-DET-ROLE
             END-EVALUATE
             MOVE WS-STP-VERDICT(WS-STP-IDX)  TO RPT-DET-VERDICT
             MOVE WS-STP-RUN-TYPE(WS-STP-IDX) TO RPT-DET-RUN-TYPE
             MOVE WS-STP-AFTER(WS-STP-IDX)    TO RPT-DET-AFTER
             MOVE WS-STP-REASON(WS-STP-IDX)   TO RPT-DET-REASON
             MOVE WS-RPT-DETAIL TO RSTADV-LINE
             WRITE RSTADV-LINE
             DISPLAY WS-STP-NAME(WS-STP-IDX) " : "
                     WS-STP-VERDICT(WS-STP-IDX) " RUN-TYPE "
                     WS-STP-RUN-TYPE(WS-STP-IDX)
             ADD 1 TO WS-STP-IDX
           END-PERFORM

           MOVE SPACES TO RSTADV-LINE
           WRITE RSTADV-LINE
           IF WS-FIRST-OPEN-IDX = 0
             MOVE "  EVERY STEP OF THE WINDOW IS COMPLETE" TO
                  RSTADV-LINE
           ELSE
             MOVE SPACES TO RSTADV-LINE
             STRING "  RESUME THE WINDOW AT "
                    WS-STP-NAME(WS-FIRST-OPEN-IDX)
                    " - COMPLETE STEPS MUST NOT BE RESUBMITTED;"
                    " RUN-TYPE (BLANK) IS THE NORMAL PARM"
                    DELIMITED BY SIZE INTO RSTADV-LINE
           END-IF
           WRITE RSTADV-LINE.

       DISPLAY-ADVISOR-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYRSTAD JOB SUMMARY"
           DISPLAY "  RUN-ID           : " WS-RUN-ID
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  STEPS DEFINED    : " WS-STP-CNT
           DISPLAY "  CARDS IGNORED    : " WS-CARD-REJECT-CNT
           DISPLAY "  COMPLETE         : " WS-COMPLETE-CNT
           DISPLAY "  RESTART          : " WS-RESTART-CNT
           DISPLAY "  RERUN            : " WS-RERUN-CNT
           DISPLAY "  BLOCKED          : " WS-BLOCKED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYRSTAD'.
