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
      * MAIN PROGRAM TOPIC DECOMMISSIONING
      ******************************************************************
      * IXYTPROV brings topics into service; nothing took them out.
      * A retired topic was simply no longer produced to, and the
      * consumer decks, routing rules, demux rules and checkpoints
      * went on naming it. This utility retires one topic under
      * control, in two runs of the same step:
      *   PARM CHECK  (or no PARM) - the readiness check and the
      *               list of references to remove. Changes nothing.
      *   PARM DELETE - the same checks, then proof that what is
      *               still on the topic has been archived, then the
      *               delete request under dual authorization.
      * Between the two, the remainder is archived through the
      * replay path: an IXYCON64 run over the topic under a
      * throwaway group from the earliest offset with
      * replay.output.enabled=Y writes REPLAYFIL, and IXYARCLD loads
      * it into MSGARCH. The DELETE run reads that same REPLAYFIL.
      * a. DCMCARDS - keyword in cols 1-8, value from col 10:
      *      TOPIC    name          the topic to retire (required).
      *      IDLEDAYS n             days without a producer write
      *                             before it may go, 1-999
      *                             (default 30).
      *      CONSUMER job           a job whose SUMRYFIL/ACCTFIL
      *                             records are consumption, not
      *                             production (default IXYCAV64;
      *                             up to 20 cards).
      *    '*' in column 1 is a comment.
      * b. SUMRYFIL, ACCTFIL - the job summaries and usage
      *    accounting. The latest run of any other job that wrote
      *    messages to the topic is its last production; it must be
      *    IDLEDAYS or more days ago. With neither file readable
      *    idleness cannot be shown and the topic is not ready.
      * c. TOPICOFS - the topic's partitions with their log-start
      *    and log-end offsets, captured by the platform operator
      *    (the topic offsets query, reformatted to this layout) --
      *    the client SDK has no describe call, so the broker side
      *    arrives as a dataset handshake as BRKROFFS does for
      *    IXYOFDIV. Log-end less log-start is the remainder still
      *    on the topic.
      * d. BRKROFFS - every group's committed offsets, the IXYOFDIV
      *    capture. Each group position on the topic must have
      *    reached its partition's log-end offset; a position on a
      *    partition TOPICOFS does not show is not drained either.
      * e. CONFFILE, TOPICFIL, ROUTEFIL, DMXRULES, CHKPTFIL - every
      *    reference to the topic, listed for removal: CONFFILE
      *    lines naming it, TOPICFIL entries, routing rules that
      *    target it, checkpoint entries of any group, and the
      *    demux deck of its replay consumer (a DMXRULES deck has no
      *    topic column, so the whole deck supplied goes with the
      *    topic). A file not supplied is reported as such.
      * f. REPLAYFIL (DELETE) - every partition with a remainder
      *    must be replayed up to its last offset.
      * g. AUTHCARD (DELETE) - USER and APPROVER cards; both must
      *    hold DECOMM for IXYTDCOM in AUTHFIL (see IXYAUTHZ) and
      *    be different people. Deleting a topic cannot be undone.
      * h. TPDELREQ (DELETE) - the delete request for the platform
      *    operator, the reverse handshake: as IXYTPROV notes, this
      *    SDK exposes no admin call, so the topic is deleted from
      *    the request, not by this job.
      * i. DECOMLOG (DELETE) - the decommission record, appended on
      *    every DELETE run that reaches a decision -- requested,
      *    refused or denied -- with the evidence it was taken on.
      * j. DCMRPT - the checks, the lagging positions, the
      *    references and the verdict.
      *
      * Return codes: 00 ready (CHECK) or delete requested (DELETE);
      * 04 not ready (CHECK); 08 refused -- not ready or remainder
      * not archived (DELETE, ERRLOG 9868); 16 bad deck or PARM,
      * output unavailable (ERRLOG 9870) or not authorized (ERRLOG
      * 9869).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYTDCOM'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DCMCARDS ASSIGN TO DCMCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

      * AUTHCARD names the runner and the approver of the delete --
      * checked against AUTHFIL through the shared IXYAUTHZ module.
           SELECT AUTHCARD ASSIGN TO AUTHCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-AUTHCARD-STATUS.

           SELECT SUMRYFIL ASSIGN TO SUMRYFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT ACCTFIL ASSIGN TO ACCTFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT TOPICOFS ASSIGN TO TOPICOFS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT BRKROFFS ASSIGN TO BRKROFFS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT CONFFILE ASSIGN TO CONFFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT TOPICFIL ASSIGN TO TOPICFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT ROUTEFIL ASSIGN TO ROUTEFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT DMXRULES ASSIGN TO DMXRULES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT CHKPTFIL ASSIGN TO CHKPTFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT REPLAYFIL ASSIGN TO REPLAYFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT TPDELREQ ASSIGN TO TPDELREQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-TPDELREQ-STATUS.

           SELECT DECOMLOG ASSIGN TO DECOMLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DECOMLOG-STATUS.

           SELECT DCMRPT ASSIGN TO DCMRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DCMRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   TOPIC    LEGACY.EMPLOYEE.EVENTS
      *   IDLEDAYS 45
      *   CONSUMER IXYCAV64
         FD DCMCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DECOMMISSION-CONTROL-CARD.

         01 DECOMMISSION-CONTROL-CARD.
            05 DC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 DC-VALUE           PIC X(71).

      * Example cards:
      *   USER     OPSJANE
      *   APPROVER OPSRAVI
         FD AUTHCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  AUTH-CONTROL-CARD.

         01 AUTH-CONTROL-CARD.
            05 AC-KEYWORD         PIC X(09).
            05 AC-VALUE           PIC X(08).
            05 FILLER             PIC X(63).

      * Record layout as written by IXYPRD31, IXYPAV31 and IXYCAV64.
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

      * Record layout as written by IXYPRD31, IXYPAV31 and IXYCAV64.
         FD ACCTFIL
           RECORD CONTAINS 372  CHARACTERS
           BLOCK  CONTAINS 3720 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ACCOUNTING-RECORD.

         01 ACCOUNTING-RECORD.
            05 ACCT-TIMESTAMP     PIC X(21).
            05 ACCT-JOB-NAME      PIC X(08).
            05 ACCT-TOPIC-NAME    PIC X(256).
            05 ACCT-START-TS      PIC X(21).
            05 ACCT-END-TS        PIC X(21).
            05 ACCT-MSG-COUNT     PIC 9(09).
            05 ACCT-BYTE-COUNT    PIC 9(15).
            05 ACCT-ELAPSED-SECS  PIC 9(09).
            05 ACCT-BUSINESS-DATE PIC 9(08).
            05 FILLER             PIC X(04).

      * One record per partition of a topic -- topic, partition and
      * the log-start and log-end offsets in display form, so the
      * capture step can build it with ordinary text tooling.
         FD TOPICOFS
           RECORD CONTAINS 320  CHARACTERS
           BLOCK  CONTAINS 3200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TOPIC-OFFSET-RECORD.

         01 TOPIC-OFFSET-RECORD.
            05 TOF-TOPIC          PIC X(256).
            05 TOF-PARTITION      PIC 9(09).
            05 TOF-LOG-START      PIC S9(18) SIGN LEADING SEPARATE.
            05 TOF-LOG-END        PIC S9(18) SIGN LEADING SEPARATE.
            05 FILLER             PIC X(17).

      * Record layout as read by IXYOFDIV.
         FD BRKROFFS
           RECORD CONTAINS 368  CHARACTERS
           BLOCK  CONTAINS 3680 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BROKER-OFFSET-RECORD.

         01 BROKER-OFFSET-RECORD.
            05 BRK-GROUP-ID       PIC X(80).
            05 BRK-TOPIC          PIC X(256).
            05 BRK-PARTITION      PIC 9(09).
            05 BRK-OFFSET         PIC S9(18) SIGN LEADING SEPARATE.
            05 FILLER             PIC X(04).

         FD CONFFILE
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  KAFKA-CONFIG-REC.

         01 KAFKA-CONFIG-REC       PIC X(2049).

         FD TOPICFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TOPIC-DATA.

         01 TOPIC-DATA.
            05 TOPIC-DATA-REC     PIC X(2049).

      * Record layout as read by IXYPRD31.
         FD ROUTEFIL
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ROUTE-RULE-CARD.

         01 ROUTE-RULE-CARD.
            05 ROUTE-CARD-TYPE    PIC X(01).
            05 FILLER             PIC X(01).
            05 ROUTE-CARD-POS     PIC 9(04).
            05 FILLER             PIC X(01).
            05 ROUTE-CARD-VALUE   PIC X(20).
            05 FILLER             PIC X(01).
            05 ROUTE-CARD-TOPIC   PIC X(128).
            05 FILLER             PIC X(04).

      * Record layout as read by IXYCON64.
         FD DMXRULES
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DEMUX-RULE-CARD.

         01 DEMUX-RULE-CARD        PIC X(80).

      * Record layout as written by IXYCON64 (see IXYOFDIV).
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

      * Record layout as written by WRITE-REPLAY-RECORD in IXYCON64.
         FD REPLAYFIL
           RECORD CONTAINS 6285   CHARACTERS
           BLOCK  CONTAINS 62850  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  REPLAY-FILE-RECORD.

         01 REPLAY-FILE-RECORD.
            05 REPLAY-TIMESTAMP    PIC X(21).
            05 REPLAY-TOPIC-NAME   PIC X(2049).
            05 REPLAY-PARTITION    PIC S9(9)  SIGN LEADING SEPARATE.
            05 REPLAY-OFFSET       PIC S9(18) SIGN LEADING SEPARATE.
            05 REPLAY-PAYLOAD-LEN  PIC S9(9)  SIGN LEADING SEPARATE.
            05 REPLAY-PAYLOAD      PIC X(4176).

      * The delete request for the platform operator.
         FD TPDELREQ
           RECORD CONTAINS 320  CHARACTERS
           BLOCK  CONTAINS 3200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TOPIC-DELETE-REQUEST.

         01 TOPIC-DELETE-REQUEST.
            05 TDR-TIMESTAMP      PIC X(21).
            05 TDR-ACTION         PIC X(08).
            05 TDR-TOPIC          PIC X(256).
            05 TDR-USER           PIC X(08).
            05 TDR-APPROVER       PIC X(08).
            05 FILLER             PIC X(19).

      * The decommission record -- what was decided, by whom, and
      * on what evidence. Appended; never rewritten.
         FD DECOMLOG
           RECORD CONTAINS 400  CHARACTERS
           BLOCK  CONTAINS 4000 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DECOMMISSION-RECORD.

         01 DECOMMISSION-RECORD.
            05 DCL-TIMESTAMP      PIC X(21).
            05 DCL-TOPIC          PIC X(256).
            05 DCL-OUTCOME        PIC X(08).
               88 DCL-REQUESTED   VALUE 'REQUESTD'.
               88 DCL-REFUSED     VALUE 'REFUSED '.
               88 DCL-DENIED      VALUE 'DENIED  '.
            05 DCL-USER           PIC X(08).
            05 DCL-APPROVER       PIC X(08).
            05 DCL-LAST-PRODUCED  PIC 9(08).
            05 DCL-IDLE-DAYS      PIC 9(05).
            05 DCL-PARTITIONS     PIC 9(05).
            05 DCL-REMAINDER      PIC 9(15).
            05 DCL-ARCHIVED       PIC 9(15).
            05 DCL-LAGGING        PIC 9(05).
            05 DCL-REFERENCES     PIC 9(05).
            05 FILLER             PIC X(41).

         FD DCMRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DCMRPT-LINE.

         01 DCMRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC X(02).
         01 WS-AUTHCARD-STATUS  PIC X(02).
         01 WS-TPDELREQ-STATUS  PIC X(02).
         01 WS-DECOMLOG-STATUS  PIC X(02).
         01 WS-DCMRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-AUTH-EOF-SW      PIC X(01).
             88 WS-AUTH-EOF     VALUE 'Y'.

         01 WS-DELETE-RUN-SW    PIC X(01) VALUE 'N'.
             88 WS-DELETE-RUN   VALUE 'Y'.

      * The control deck, as loaded.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-TOPIC            PIC X(256) VALUE SPACES.
         01 WS-TOPIC-LEN        PIC S9(4) BINARY VALUE 0.
         01 WS-IDLE-DAYS        PIC S9(4) BINARY VALUE 30.
         01 WS-CONSUMER-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-CONSUMER-TABLE.
            05 WS-CONSUMER-JOB OCCURS 20 TIMES PIC X(08).
         01 WS-CONSUMER-IDX     PIC S9(4) BINARY VALUE 0.
         01 WS-CONSUMER-SW      PIC X(01).
             88 WS-CONSUMER-JOB-FOUND VALUE 'Y'.

      * A name from one of the files, compared to WS-TOPIC -- the
      * Kafka-side records carry it LOW-VALUE padded, the decks
      * SPACE padded; see MATCH-TOPIC-NAME.
         01 WS-MATCH-NAME       PIC X(256).
         01 WS-MATCH-SW         PIC X(01).
             88 WS-TOPIC-MATCHED VALUE 'Y'.
         01 WS-TALLY            PIC S9(9) BINARY VALUE 0.

      * The gates.
         01 WS-IDLE-SW          PIC X(01) VALUE 'N'.
             88 WS-IDLE-PROVEN  VALUE 'Y'.
         01 WS-DRAINED-SW       PIC X(01) VALUE 'N'.
             88 WS-DRAINED      VALUE 'Y'.
         01 WS-ARCHIVED-SW      PIC X(01) VALUE 'N'.
             88 WS-ARCHIVED     VALUE 'Y'.
         01 WS-ACTIVITY-READ-SW PIC X(01) VALUE 'N'.
             88 WS-ACTIVITY-READ VALUE 'Y'.
         01 WS-BRKROFFS-READ-SW PIC X(01) VALUE 'N'.
             88 WS-BRKROFFS-READ VALUE 'Y'.

      * Producer idleness.
         01 WS-TODAY            PIC 9(08) VALUE 0.
         01 WS-IDLE-CUTOFF      PIC 9(08) VALUE 0.
         01 WS-LAST-PRODUCED    PIC 9(08) VALUE 0.
         01 WS-LAST-PRODUCER    PIC X(08) VALUE SPACES.
         01 WS-WORK-DATE        PIC X(08).
         01 WS-WORK-JOB         PIC X(08).
         01 WS-DAYS-IDLE        PIC S9(9) BINARY VALUE 0.

      * The topic's partitions, from TOPICOFS.
         01 WS-PART-MAX         PIC S9(4) BINARY VALUE 500.
         01 WS-PART-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-PART-TABLE.
            05 WS-PART-ENTRY OCCURS 500 TIMES.
              10 WS-PART-NUMBER      PIC 9(09).
              10 WS-PART-LOG-START   PIC S9(18) BINARY.
              10 WS-PART-LOG-END     PIC S9(18) BINARY.
              10 WS-PART-REPLAY-HIGH PIC S9(18) BINARY.
              10 WS-PART-REPLAY-CNT  PIC S9(18) BINARY.
         01 WS-PART-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-PART-FOUND       PIC S9(4) BINARY VALUE 0.
         01 WS-PART-OVERFLOW-SW PIC X(01) VALUE 'N'.
             88 WS-PART-OVERFLOW VALUE 'Y'.
         01 WS-REMAINDER        PIC S9(18) BINARY VALUE 0.
         01 WS-ARCHIVED-CNT     PIC S9(18) BINARY VALUE 0.
         01 WS-LAG              PIC S9(18) BINARY VALUE 0.
         01 WS-POSITION-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-LAGGING-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-UNARCHIVED-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-REFERENCE-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-LINE-NO          PIC S9(9) BINARY VALUE 0.

      * Authorization.
         01 WS-AUTH-USER        PIC X(08) VALUE SPACES.
         01 WS-AUTH-APPROVER    PIC X(08) VALUE SPACES.
         01 WS-AUTH-OK-SW       PIC X(01) VALUE 'N'.
             88 WS-AUTH-OK      VALUE 'Y'.
         01 WS-REQUEST-SW       PIC X(01) VALUE 'N'.
             88 WS-REQUEST-WRITTEN VALUE 'Y'.
         01 WS-OUTCOME          PIC X(08) VALUE SPACES.

      * Parameter area for the shared authorization module IXYAUTHZ.
         01 WS-AUTHZ-PARMS.
            05 WS-AUTHZ-USER    PIC X(08).
            05 WS-AUTHZ-PROGRAM PIC X(08) VALUE 'IXYTDCOM'.
            05 WS-AUTHZ-ACTION  PIC X(08) VALUE 'DECOMM  '.
            05 WS-AUTHZ-RESULT  PIC X(01).
                88 WS-AUTHZ-ALLOWED VALUE '0'.

      * DCMRPT lines.
         01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-OFFSET      PIC -(17)9.
         01 WS-EDIT-PART        PIC Z(8)9.
         01 WS-EDIT-LINE        PIC Z(8)9.

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(40).
            05 RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(69) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYTDCOM'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-MODE              PIC X(06).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "TOPIC DECOMMISSIONING"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE WS-JOB-START-TS(1:8) TO WS-TODAY

           IF PARM-LENGTH > 0
             EVALUATE PARM-MODE
               WHEN 'CHECK '
                 CONTINUE
               WHEN 'DELETE'
                 SET WS-DELETE-RUN TO TRUE
               WHEN OTHER
                 DISPLAY "ERROR : PARM MUST BE CHECK OR DELETE"
                 MOVE "IXYTDCOM: INVALID PARM" TO ERRLOG-MSG
                 PERFORM ABANDON-DECOMMISSION-RUN
             END-EVALUATE
           END-IF

           PERFORM READ-DECOMMISSION-CARDS
           IF WS-DECK-BAD
             MOVE "IXYTDCOM: DCMCARDS CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-DECOMMISSION-RUN
           END-IF

           OPEN OUTPUT DCMRPT
           IF WS-DCMRPT-STATUS NOT = '00'
             DISPLAY "ERROR : DCMRPT NOT AVAILABLE, FILE STATUS "
                     WS-DCMRPT-STATUS
             MOVE "IXYTDCOM: DCMRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-DECOMMISSION-RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING

           PERFORM CHECK-PRODUCER-IDLE
           PERFORM LOAD-TOPIC-OFFSETS
           PERFORM CHECK-GROUPS-DRAINED
           PERFORM LIST-TOPIC-REFERENCES
           IF WS-DELETE-RUN
             PERFORM CHECK-REMAINDER-ARCHIVED
           END-IF

           IF WS-DELETE-RUN
             PERFORM DECIDE-TOPIC-DELETE
           ELSE
             IF WS-IDLE-PROVEN AND WS-DRAINED
               MOVE "  VERDICT : READY - ARCHIVE THE REMAINDER, REMOVE "
                    TO DCMRPT-LINE
               MOVE "THE REFERENCES ABOVE AND RUN PARM DELETE" TO
                    DCMRPT-LINE(52:)
             ELSE
               MOVE "  VERDICT : NOT READY - SEE THE CHECKS ABOVE" TO
                    DCMRPT-LINE
               MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM WRITE-VERDICT-LINE
           END-IF

           CLOSE DCMRPT
           PERFORM DISPLAY-DECOMMISSION-SUMMARY
           GOBACK
           .

       READ-DECOMMISSION-CARDS.
      *****************************************************************
      * The deck must name the topic; a card that cannot be read as
      * written stops the run.
      *****************************************************************
           OPEN INPUT DCMCARDS
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "ERROR : DCMCARDS NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
             SET WS-DECK-BAD TO TRUE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ DCMCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF DECOMMISSION-CONTROL-CARD(1:1) NOT = '*' AND
                    DECOMMISSION-CONTROL-CARD NOT = SPACES
                   DISPLAY "DCMCARDS : " DECOMMISSION-CONTROL-CARD
                   PERFORM LOAD-DECOMMISSION-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE DCMCARDS
           END-IF

           IF WS-TOPIC = SPACES AND NOT WS-DECK-BAD
             DISPLAY "ERROR : NO TOPIC CARD ON DCMCARDS"
             SET WS-DECK-BAD TO TRUE
           END-IF
           IF WS-CONSUMER-CNT = 0
             MOVE 1 TO WS-CONSUMER-CNT
             MOVE 'IXYCAV64' TO WS-CONSUMER-JOB(1)
           END-IF
           COMPUTE WS-IDLE-CUTOFF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-IDLE-DAYS)
           DISPLAY "TOPIC          : " FUNCTION TRIM(WS-TOPIC)
           DISPLAY "IDLE DAYS      : " WS-IDLE-DAYS
           DISPLAY "CONSUMER JOBS  : " WS-CONSUMER-CNT.

       LOAD-DECOMMISSION-CARD.
           EVALUATE DC-KEYWORD
             WHEN 'TOPIC   '
               MOVE FUNCTION TRIM(DC-VALUE) TO WS-TOPIC
               MOVE 0 TO WS-TOPIC-LEN
               INSPECT WS-TOPIC TALLYING WS-TOPIC-LEN
                       FOR CHARACTERS BEFORE ' '
               IF WS-TOPIC-LEN = 0
                 DISPLAY "ERROR : TOPIC CARD NAMES NO TOPIC"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             WHEN 'IDLEDAYS'
               IF FUNCTION TEST-NUMVAL(DC-VALUE) = 0 AND
                  FUNCTION NUMVAL(DC-VALUE) >= 1 AND
                  FUNCTION NUMVAL(DC-VALUE) <= 999
                 COMPUTE WS-IDLE-DAYS = FUNCTION NUMVAL(DC-VALUE)
               ELSE
                 DISPLAY "ERROR : IDLEDAYS MUST BE 1 TO 999"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             WHEN 'CONSUMER'
               IF WS-CONSUMER-CNT >= 20 OR DC-VALUE = SPACES
                 DISPLAY "ERROR : CONSUMER NEEDS A JOB NAME, UP TO 20"
                 SET WS-DECK-BAD TO TRUE
               ELSE
                 ADD 1 TO WS-CONSUMER-CNT
                 MOVE FUNCTION TRIM(DC-VALUE) TO
                      WS-CONSUMER-JOB(WS-CONSUMER-CNT)
               END-IF
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN DCMCARDS KEYWORD '"
                       DC-KEYWORD "'"
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO DCMRPT-LINE
           IF WS-DELETE-RUN
             STRING "  TOPIC DECOMMISSIONING - DELETE RUN AT "
                    WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO DCMRPT-LINE
           ELSE
             STRING "  TOPIC DECOMMISSIONING - READINESS CHECK AT "
                    WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO DCMRPT-LINE
           END-IF
           WRITE DCMRPT-LINE
           MOVE SPACES TO DCMRPT-LINE
           STRING "  TOPIC " WS-TOPIC(1:120)
                  DELIMITED BY SIZE INTO DCMRPT-LINE
           WRITE DCMRPT-LINE
           MOVE ALL "-" TO DCMRPT-LINE
           WRITE DCMRPT-LINE.

       MATCH-TOPIC-NAME.
      *****************************************************************
      * WS-MATCH-NAME is the topic when it holds the name followed by
      * a space, a LOW-VALUE or nothing more.
      *****************************************************************
           MOVE 'N' TO WS-MATCH-SW
           IF WS-MATCH-NAME(1:WS-TOPIC-LEN) = WS-TOPIC(1:WS-TOPIC-LEN)
             IF WS-TOPIC-LEN = LENGTH OF WS-MATCH-NAME
               SET WS-TOPIC-MATCHED TO TRUE
             ELSE
               IF WS-MATCH-NAME(WS-TOPIC-LEN + 1:1) = SPACE OR
                  WS-MATCH-NAME(WS-TOPIC-LEN + 1:1) = LOW-VALUE
                 SET WS-TOPIC-MATCHED TO TRUE
               END-IF
             END-IF
           END-IF.

       CHECK-PRODUCER-IDLE.
      *****************************************************************
      * The last production is the latest end date of any job not
      * named CONSUMER that wrote messages to the topic, on either
      * SUMRYFIL or ACCTFIL.
      *****************************************************************
           OPEN INPUT SUMRYFIL
           IF WS-FILE-STATUS = '00'
             SET WS-ACTIVITY-READ TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ SUMRYFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE SUM-TOPIC-NAME TO WS-MATCH-NAME
                 PERFORM MATCH-TOPIC-NAME
                 IF WS-TOPIC-MATCHED AND SUM-MSG-COUNT IS NUMERIC
                    AND SUM-MSG-COUNT > 0
                   MOVE SUM-JOB-NAME   TO WS-WORK-JOB
                   MOVE SUM-END-TS(1:8) TO WS-WORK-DATE
                   PERFORM NOTE-PRODUCTION
                 END-IF
               END-READ
             END-PERFORM
             CLOSE SUMRYFIL
           ELSE
             DISPLAY "SUMRYFIL NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           END-IF

           OPEN INPUT ACCTFIL
           IF WS-FILE-STATUS = '00'
             SET WS-ACTIVITY-READ TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ ACCTFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE ACCT-TOPIC-NAME TO WS-MATCH-NAME
                 PERFORM MATCH-TOPIC-NAME
                 IF WS-TOPIC-MATCHED AND ACCT-MSG-COUNT IS NUMERIC
                    AND ACCT-MSG-COUNT > 0
                   MOVE ACCT-JOB-NAME   TO WS-WORK-JOB
                   MOVE ACCT-END-TS(1:8) TO WS-WORK-DATE
                   PERFORM NOTE-PRODUCTION
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ACCTFIL
           ELSE
             DISPLAY "ACCTFIL NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           END-IF

           MOVE SPACES TO DCMRPT-LINE
           EVALUATE TRUE
             WHEN NOT WS-ACTIVITY-READ
               MOVE "  PRODUCERS : NOT SHOWN IDLE - NEITHER SUMRYFIL "
                    TO DCMRPT-LINE
               MOVE "NOR ACCTFIL COULD BE READ" TO DCMRPT-LINE(50:)
             WHEN WS-LAST-PRODUCED = 0
               SET WS-IDLE-PROVEN TO TRUE
               MOVE "  PRODUCERS : IDLE - NO PRODUCTION TO THE TOPIC "
                    TO DCMRPT-LINE
               MOVE "ON SUMRYFIL OR ACCTFIL" TO DCMRPT-LINE(49:)
             WHEN OTHER
               COMPUTE WS-DAYS-IDLE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE(WS-LAST-PRODUCED)
               MOVE WS-DAYS-IDLE TO WS-EDIT-LINE
               IF WS-LAST-PRODUCED <= WS-IDLE-CUTOFF
                 SET WS-IDLE-PROVEN TO TRUE
                 STRING "  PRODUCERS : IDLE - LAST WRITTEN "
                        WS-LAST-PRODUCED " BY " WS-LAST-PRODUCER
                        ", " FUNCTION TRIM(WS-EDIT-LINE) " DAYS AGO"
                        DELIMITED BY SIZE INTO DCMRPT-LINE
               ELSE
                 STRING "  PRODUCERS : NOT IDLE - LAST WRITTEN "
                        WS-LAST-PRODUCED " BY " WS-LAST-PRODUCER
                        ", " FUNCTION TRIM(WS-EDIT-LINE) " DAYS AGO"
                        DELIMITED BY SIZE INTO DCMRPT-LINE
               END-IF
           END-EVALUATE
           WRITE DCMRPT-LINE.

       NOTE-PRODUCTION.
           MOVE 'N' TO WS-CONSUMER-SW
           PERFORM VARYING WS-CONSUMER-IDX FROM 1 BY 1
                     UNTIL WS-CONSUMER-IDX > WS-CONSUMER-CNT
             IF WS-CONSUMER-JOB(WS-CONSUMER-IDX) = WS-WORK-JOB
               SET WS-CONSUMER-JOB-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT WS-CONSUMER-JOB-FOUND AND WS-WORK-DATE IS NUMERIC
             IF WS-WORK-DATE > WS-LAST-PRODUCED
               MOVE WS-WORK-DATE TO WS-LAST-PRODUCED
               MOVE WS-WORK-JOB  TO WS-LAST-PRODUCER
             END-IF
           END-IF.

       LOAD-TOPIC-OFFSETS.
      *****************************************************************
      * The topic's partitions and what is still on each.
      *****************************************************************
           OPEN INPUT TOPICOFS
           IF WS-FILE-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ TOPICOFS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE TOF-TOPIC TO WS-MATCH-NAME
                 PERFORM MATCH-TOPIC-NAME
                 IF WS-TOPIC-MATCHED
                   IF WS-PART-CNT < WS-PART-MAX
                     ADD 1 TO WS-PART-CNT
                     MOVE TOF-PARTITION TO WS-PART-NUMBER(WS-PART-CNT)
                     MOVE TOF-LOG-START TO
                          WS-PART-LOG-START(WS-PART-CNT)
                     MOVE TOF-LOG-END TO WS-PART-LOG-END(WS-PART-CNT)
                     MOVE -1 TO WS-PART-REPLAY-HIGH(WS-PART-CNT)
                     MOVE 0 TO WS-PART-REPLAY-CNT(WS-PART-CNT)
                     IF TOF-LOG-END > TOF-LOG-START
                       COMPUTE WS-REMAINDER = WS-REMAINDER
                               + TOF-LOG-END - TOF-LOG-START
                     END-IF
                   ELSE
                     SET WS-PART-OVERFLOW TO TRUE
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE TOPICOFS
           ELSE
             DISPLAY "TOPICOFS NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           END-IF

           MOVE SPACES TO DCMRPT-LINE
           EVALUATE TRUE
             WHEN WS-PART-OVERFLOW
               MOVE WS-PART-MAX TO WS-EDIT-PART
               STRING "  PARTITIONS : MORE THAN "
                      FUNCTION TRIM(WS-EDIT-PART)
                      " ON TOPICOFS - NOT CHECKED"
                      DELIMITED BY SIZE INTO DCMRPT-LINE
             WHEN WS-PART-CNT = 0
               MOVE "  PARTITIONS : NONE ON TOPICOFS - CAPTURE THE "
                    TO DCMRPT-LINE
               MOVE "TOPIC'S OFFSETS FIRST" TO DCMRPT-LINE(47:)
             WHEN OTHER
               MOVE WS-PART-CNT TO WS-EDIT-PART
               MOVE WS-REMAINDER TO WS-EDIT-COUNT
               STRING "  PARTITIONS : " FUNCTION TRIM(WS-EDIT-PART)
                      ", MESSAGES STILL ON THE TOPIC "
                      FUNCTION TRIM(WS-EDIT-COUNT)
                      DELIMITED BY SIZE INTO DCMRPT-LINE
           END-EVALUATE
           WRITE DCMRPT-LINE.

       FIND-TOPIC-PARTITION.
           MOVE 0 TO WS-PART-FOUND
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-PART-CNT
                        OR WS-PART-FOUND > 0
             IF WS-PART-NUMBER(WS-PART-IDX) = WS-LINE-NO
               MOVE WS-PART-IDX TO WS-PART-FOUND
             END-IF
           END-PERFORM.

       CHECK-GROUPS-DRAINED.
      *****************************************************************
      * Every group's committed position on the topic must be at its
      * partition's log-end offset. Without the partitions, or
      * without BRKROFFS, drainage cannot be shown.
      *****************************************************************
           OPEN INPUT BRKROFFS
           IF WS-FILE-STATUS = '00'
             SET WS-BRKROFFS-READ TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ BRKROFFS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE BRK-TOPIC TO WS-MATCH-NAME
                 PERFORM MATCH-TOPIC-NAME
                 IF WS-TOPIC-MATCHED
                   PERFORM CHECK-GROUP-POSITION
                 END-IF
               END-READ
             END-PERFORM
             CLOSE BRKROFFS
           ELSE
             DISPLAY "BRKROFFS NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           END-IF

           MOVE SPACES TO DCMRPT-LINE
           MOVE WS-POSITION-CNT TO WS-EDIT-COUNT
           EVALUATE TRUE
             WHEN NOT WS-BRKROFFS-READ
               MOVE "  CONSUMER GROUPS : NOT SHOWN DRAINED - BRKROFFS "
                    TO DCMRPT-LINE
               MOVE "COULD NOT BE READ" TO DCMRPT-LINE(51:)
             WHEN WS-PART-CNT = 0 OR WS-PART-OVERFLOW
               MOVE "  CONSUMER GROUPS : NOT SHOWN DRAINED - NO "
                    TO DCMRPT-LINE
               MOVE "PARTITION OFFSETS TO COMPARE WITH"
                    TO DCMRPT-LINE(44:)
             WHEN WS-LAGGING-CNT > 0
               MOVE WS-LAGGING-CNT TO WS-EDIT-LINE
               STRING "  CONSUMER GROUPS : NOT DRAINED - "
                      FUNCTION TRIM(WS-EDIT-LINE)
                      " OF " FUNCTION TRIM(WS-EDIT-COUNT)
                      " POSITIONS SHORT OF THE LOG END (LISTED ABOVE)"
                      DELIMITED BY SIZE INTO DCMRPT-LINE
             WHEN OTHER
               SET WS-DRAINED TO TRUE
               STRING "  CONSUMER GROUPS : DRAINED - "
                      FUNCTION TRIM(WS-EDIT-COUNT)
                      " POSITIONS AT THE LOG END"
                      DELIMITED BY SIZE INTO DCMRPT-LINE
           END-EVALUATE
           WRITE DCMRPT-LINE.

       CHECK-GROUP-POSITION.
           ADD 1 TO WS-POSITION-CNT
           MOVE BRK-PARTITION TO WS-LINE-NO
           PERFORM FIND-TOPIC-PARTITION
           MOVE SPACES TO DCMRPT-LINE
           MOVE BRK-PARTITION TO WS-EDIT-PART
           IF WS-PART-FOUND = 0
             ADD 1 TO WS-LAGGING-CNT
             STRING "    GROUP " BRK-GROUP-ID(1:40) " PARTITION "
                    FUNCTION TRIM(WS-EDIT-PART)
                    " - PARTITION NOT ON TOPICOFS"
                    DELIMITED BY SIZE INTO DCMRPT-LINE
             WRITE DCMRPT-LINE
           ELSE
             COMPUTE WS-LAG = WS-PART-LOG-END(WS-PART-FOUND)
                            - BRK-OFFSET
             IF WS-LAG > 0
               ADD 1 TO WS-LAGGING-CNT
               MOVE WS-LAG TO WS-EDIT-COUNT
               STRING "    GROUP " BRK-GROUP-ID(1:40) " PARTITION "
                      FUNCTION TRIM(WS-EDIT-PART) " - LAG "
                      FUNCTION TRIM(WS-EDIT-COUNT)
                      DELIMITED BY SIZE INTO DCMRPT-LINE
               WRITE DCMRPT-LINE
             END-IF
           END-IF.

       LIST-TOPIC-REFERENCES.
      *****************************************************************
      * Everything that still names the topic. The files are all
      * optional here -- whatever is supplied is searched.
      *****************************************************************
           MOVE SPACES TO DCMRPT-LINE
           WRITE DCMRPT-LINE
           MOVE "  REFERENCES TO REMOVE" TO DCMRPT-LINE
           WRITE DCMRPT-LINE

           OPEN INPUT CONFFILE
           IF WS-FILE-STATUS = '00'
             MOVE 0 TO WS-LINE-NO
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ CONFFILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE 0 TO WS-TALLY
                 INSPECT KAFKA-CONFIG-REC TALLYING WS-TALLY
                         FOR ALL WS-TOPIC(1:WS-TOPIC-LEN)
                 IF WS-TALLY > 0 AND KAFKA-CONFIG-REC(1:1) NOT = '#'
                   MOVE KAFKA-CONFIG-REC(1:100) TO WS-MATCH-NAME
                   MOVE "CONFFILE" TO WS-WORK-JOB
                   PERFORM WRITE-REFERENCE-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CONFFILE
           ELSE
             MOVE "CONFFILE" TO WS-WORK-JOB
             PERFORM WRITE-NOT-SUPPLIED-LINE
           END-IF

           OPEN INPUT TOPICFIL
           IF WS-FILE-STATUS = '00'
             MOVE 0 TO WS-LINE-NO
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ TOPICFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE FUNCTION TRIM(TOPIC-DATA-REC LEADING) TO
                      WS-MATCH-NAME
                 PERFORM MATCH-TOPIC-NAME
                 IF WS-TOPIC-MATCHED
                   MOVE TOPIC-DATA-REC(1:100) TO WS-MATCH-NAME
                   MOVE "TOPICFIL" TO WS-WORK-JOB
                   PERFORM WRITE-REFERENCE-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE TOPICFIL
           ELSE
             MOVE "TOPICFIL" TO WS-WORK-JOB
             PERFORM WRITE-NOT-SUPPLIED-LINE
           END-IF

           OPEN INPUT ROUTEFIL
           IF WS-FILE-STATUS = '00'
             MOVE 0 TO WS-LINE-NO
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ ROUTEFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE ROUTE-CARD-TOPIC TO WS-MATCH-NAME
                 PERFORM MATCH-TOPIC-NAME
                 IF WS-TOPIC-MATCHED AND ROUTE-CARD-TYPE NOT = '*'
                   MOVE ROUTE-RULE-CARD(1:100) TO WS-MATCH-NAME
                   MOVE "ROUTEFIL" TO WS-WORK-JOB
                   PERFORM WRITE-REFERENCE-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ROUTEFIL
           ELSE
             MOVE "ROUTEFIL" TO WS-WORK-JOB
             PERFORM WRITE-NOT-SUPPLIED-LINE
           END-IF

           OPEN INPUT DMXRULES
           IF WS-FILE-STATUS = '00'
             MOVE 0 TO WS-LINE-NO
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ DMXRULES
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF DEMUX-RULE-CARD(1:1) NOT = '*' AND
                    DEMUX-RULE-CARD NOT = SPACES
                   MOVE DEMUX-RULE-CARD TO WS-MATCH-NAME
                   MOVE "DMXRULES" TO WS-WORK-JOB
                   PERFORM WRITE-REFERENCE-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE DMXRULES
           ELSE
             MOVE "DMXRULES" TO WS-WORK-JOB
             PERFORM WRITE-NOT-SUPPLIED-LINE
           END-IF

           OPEN INPUT CHKPTFIL
           IF WS-FILE-STATUS = '00'
             MOVE 0 TO WS-LINE-NO
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ CHKPTFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE CHKPT-TOPIC TO WS-MATCH-NAME
                 PERFORM MATCH-TOPIC-NAME
                 IF WS-TOPIC-MATCHED
                   MOVE CHKPT-PARTITION TO WS-EDIT-PART
                   MOVE SPACES TO WS-MATCH-NAME
                   STRING "GROUP " CHKPT-GROUP-ID(1:40)
                          " PARTITION " FUNCTION TRIM(WS-EDIT-PART)
                          DELIMITED BY SIZE INTO WS-MATCH-NAME
                   MOVE "CHKPTFIL" TO WS-WORK-JOB
                   PERFORM WRITE-REFERENCE-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CHKPTFIL
           ELSE
             MOVE "CHKPTFIL" TO WS-WORK-JOB
             PERFORM WRITE-NOT-SUPPLIED-LINE
           END-IF

           MOVE SPACES TO DCMRPT-LINE
           MOVE WS-REFERENCE-CNT TO WS-EDIT-LINE
           STRING "    REFERENCES FOUND : " FUNCTION TRIM(WS-EDIT-LINE)
                  DELIMITED BY SIZE INTO DCMRPT-LINE
           WRITE DCMRPT-LINE
           MOVE SPACES TO DCMRPT-LINE
           WRITE DCMRPT-LINE.

       WRITE-REFERENCE-LINE.
           ADD 1 TO WS-REFERENCE-CNT
           MOVE WS-LINE-NO TO WS-EDIT-LINE
           MOVE SPACES TO DCMRPT-LINE
           STRING "    " WS-WORK-JOB " REC " WS-EDIT-LINE " : "
                  WS-MATCH-NAME(1:100)
                  DELIMITED BY SIZE INTO DCMRPT-LINE
           WRITE DCMRPT-LINE.

       WRITE-NOT-SUPPLIED-LINE.
           MOVE SPACES TO DCMRPT-LINE
           STRING "    " WS-WORK-JOB " NOT SUPPLIED - NOT SEARCHED"
                  DELIMITED BY SIZE INTO DCMRPT-LINE
           WRITE DCMRPT-LINE.

       CHECK-REMAINDER-ARCHIVED.
      *****************************************************************
      * The replay of the topic must reach the last offset of every
      * partition that still holds messages.
      *****************************************************************
           OPEN INPUT REPLAYFIL
           IF WS-FILE-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ REPLAYFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE REPLAY-TOPIC-NAME(1:256) TO WS-MATCH-NAME
                 PERFORM MATCH-TOPIC-NAME
                 IF WS-TOPIC-MATCHED
                   MOVE REPLAY-PARTITION TO WS-LINE-NO
                   PERFORM FIND-TOPIC-PARTITION
                   IF WS-PART-FOUND > 0
                     ADD 1 TO WS-ARCHIVED-CNT
                     ADD 1 TO WS-PART-REPLAY-CNT(WS-PART-FOUND)
                     IF REPLAY-OFFSET >
                        WS-PART-REPLAY-HIGH(WS-PART-FOUND)
                       MOVE REPLAY-OFFSET TO
                            WS-PART-REPLAY-HIGH(WS-PART-FOUND)
                     END-IF
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE REPLAYFIL
           ELSE
             DISPLAY "REPLAYFIL NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           END-IF

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-PART-CNT
             IF WS-PART-LOG-END(WS-PART-IDX) >
                WS-PART-LOG-START(WS-PART-IDX) AND
                WS-PART-REPLAY-HIGH(WS-PART-IDX) + 1 <
                WS-PART-LOG-END(WS-PART-IDX)
               ADD 1 TO WS-UNARCHIVED-CNT
               MOVE WS-PART-NUMBER(WS-PART-IDX) TO WS-EDIT-PART
               MOVE WS-PART-REPLAY-HIGH(WS-PART-IDX) TO WS-EDIT-OFFSET
               MOVE WS-PART-LOG-END(WS-PART-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO DCMRPT-LINE
               STRING "    PARTITION " FUNCTION TRIM(WS-EDIT-PART)
                      " - REPLAYED TO OFFSET "
                      FUNCTION TRIM(WS-EDIT-OFFSET)
                      ", LOG END " FUNCTION TRIM(WS-EDIT-COUNT)
                      DELIMITED BY SIZE INTO DCMRPT-LINE
               WRITE DCMRPT-LINE
             END-IF
           END-PERFORM

           MOVE SPACES TO DCMRPT-LINE
           MOVE WS-ARCHIVED-CNT TO WS-EDIT-COUNT
           IF WS-PART-CNT > 0 AND NOT WS-PART-OVERFLOW AND
              WS-UNARCHIVED-CNT = 0
             SET WS-ARCHIVED TO TRUE
             STRING "  REMAINDER : ARCHIVED - "
                    FUNCTION TRIM(WS-EDIT-COUNT)
                    " MESSAGES ON REPLAYFIL"
                    DELIMITED BY SIZE INTO DCMRPT-LINE
           ELSE
             STRING "  REMAINDER : NOT ARCHIVED - "
                    FUNCTION TRIM(WS-EDIT-COUNT)
                    " MESSAGES ON REPLAYFIL, PARTITIONS SHORT "
                    "LISTED ABOVE"
                    DELIMITED BY SIZE INTO DCMRPT-LINE
           END-IF
           WRITE DCMRPT-LINE.

       DECIDE-TOPIC-DELETE.
      *****************************************************************
      * Every gate first; only then is anybody asked for authority,
      * so a refusal is about the topic and a denial about people.
      *****************************************************************
           IF WS-IDLE-PROVEN AND WS-DRAINED AND WS-ARCHIVED
             PERFORM CHECK-DELETE-AUTHORITY
             IF WS-AUTH-OK
               PERFORM WRITE-DELETE-REQUEST
               IF WS-REQUEST-WRITTEN
                 MOVE 0 TO RETURN-CODE
                 MOVE 'REQUESTD' TO WS-OUTCOME
                 MOVE "  VERDICT : DELETE REQUESTED ON TPDELREQ - "
                      TO DCMRPT-LINE
                 MOVE "REMOVE THE REFERENCES ABOVE" TO
                      DCMRPT-LINE(44:)
               END-IF
             ELSE
               MOVE 'DENIED  ' TO WS-OUTCOME
               MOVE "  VERDICT : DENIED - RUNNER AND APPROVER MUST "
                    TO DCMRPT-LINE
               MOVE "BOTH HOLD DECOMM" TO DCMRPT-LINE(48:)
               MOVE 9869 TO ERRLOG-CODE
               MOVE "IXYTDCOM: TOPIC DELETE NOT AUTHORIZED" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
             END-IF
           ELSE
             MOVE 'REFUSED ' TO WS-OUTCOME
             MOVE "  VERDICT : REFUSED - THE TOPIC IS NOT READY TO "
                  TO DCMRPT-LINE
             MOVE "DELETE, SEE THE CHECKS ABOVE" TO DCMRPT-LINE(49:)
             MOVE 9868 TO ERRLOG-CODE
             MOVE "IXYTDCOM: TOPIC NOT READY FOR DECOMMISSION" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-VERDICT-LINE
           PERFORM WRITE-DECOMMISSION-RECORD.

       CHECK-DELETE-AUTHORITY.
      *****************************************************************
      * Deleting a topic cannot be undone, so it takes two people:
      * the runner and a different approver, both holding DECOMM.
      *****************************************************************
           MOVE 'N' TO WS-AUTH-OK-SW
           OPEN INPUT AUTHCARD
           IF WS-AUTHCARD-STATUS = '00'
             MOVE 'N' TO WS-AUTH-EOF-SW
             PERFORM UNTIL WS-AUTH-EOF
               READ AUTHCARD
               AT END SET WS-AUTH-EOF TO TRUE
               NOT AT END
                 EVALUATE AC-KEYWORD
                   WHEN 'USER     '
                     MOVE AC-VALUE TO WS-AUTH-USER
                   WHEN 'APPROVER '
                     MOVE AC-VALUE TO WS-AUTH-APPROVER
                   WHEN OTHER CONTINUE
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE AUTHCARD
           END-IF

           IF WS-AUTH-USER = SPACES OR WS-AUTH-APPROVER = SPACES OR
              WS-AUTH-APPROVER = WS-AUTH-USER
             DISPLAY "ERROR : DUAL CONTROL REQUIRED - USER AND A "
                     "DIFFERENT APPROVER MUST BE NAMED ON AUTHCARD"
           ELSE
             MOVE WS-AUTH-USER TO WS-AUTHZ-USER
             CALL "IXYAUTHZ" USING WS-AUTHZ-PARMS
             IF WS-AUTHZ-ALLOWED
               MOVE WS-AUTH-APPROVER TO WS-AUTHZ-USER
               CALL "IXYAUTHZ" USING WS-AUTHZ-PARMS
               IF WS-AUTHZ-ALLOWED
                 SET WS-AUTH-OK TO TRUE
               ELSE
                 DISPLAY "ERROR : APPROVER '" WS-AUTH-APPROVER
                         "' IS NOT AUTHORIZED FOR IXYTDCOM DECOMM"
               END-IF
             ELSE
               DISPLAY "ERROR : USER '" WS-AUTH-USER
                       "' IS NOT AUTHORIZED FOR IXYTDCOM DECOMM"
             END-IF
           END-IF.

       WRITE-DELETE-REQUEST.
           OPEN EXTEND TPDELREQ
           IF WS-TPDELREQ-STATUS NOT = '00'
             OPEN OUTPUT TPDELREQ
           END-IF
           IF WS-TPDELREQ-STATUS = '00'
             MOVE SPACES TO TOPIC-DELETE-REQUEST
             MOVE WS-JOB-START-TS(1:21) TO TDR-TIMESTAMP
             MOVE 'DELETE  '       TO TDR-ACTION
             MOVE WS-TOPIC         TO TDR-TOPIC
             MOVE WS-AUTH-USER     TO TDR-USER
             MOVE WS-AUTH-APPROVER TO TDR-APPROVER
             WRITE TOPIC-DELETE-REQUEST
             CLOSE TPDELREQ
             SET WS-REQUEST-WRITTEN TO TRUE
           ELSE
             DISPLAY "ERROR : TPDELREQ NOT AVAILABLE, FILE STATUS "
                     WS-TPDELREQ-STATUS
             MOVE 'REFUSED ' TO WS-OUTCOME
             MOVE "  VERDICT : NOT REQUESTED - TPDELREQ COULD NOT BE "
                  TO DCMRPT-LINE
             MOVE "WRITTEN" TO DCMRPT-LINE(52:)
             MOVE 9870 TO ERRLOG-CODE
             MOVE "IXYTDCOM: TPDELREQ NOT AVAILABLE" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-DECOMMISSION-RECORD.
      *****************************************************************
      * The audit record of the decision, whichever way it went.
      *****************************************************************
           MOVE SPACES            TO DECOMMISSION-RECORD
           MOVE WS-JOB-START-TS(1:21) TO DCL-TIMESTAMP
           MOVE WS-OUTCOME        TO DCL-OUTCOME
           MOVE WS-TOPIC          TO DCL-TOPIC
           MOVE WS-AUTH-USER      TO DCL-USER
           MOVE WS-AUTH-APPROVER  TO DCL-APPROVER
           MOVE WS-LAST-PRODUCED  TO DCL-LAST-PRODUCED
           MOVE WS-IDLE-DAYS      TO DCL-IDLE-DAYS
           MOVE WS-PART-CNT       TO DCL-PARTITIONS
           MOVE WS-REMAINDER      TO DCL-REMAINDER
           MOVE WS-ARCHIVED-CNT   TO DCL-ARCHIVED
           MOVE WS-LAGGING-CNT    TO DCL-LAGGING
           MOVE WS-REFERENCE-CNT  TO DCL-REFERENCES
           OPEN EXTEND DECOMLOG
           IF WS-DECOMLOG-STATUS NOT = '00'
             OPEN OUTPUT DECOMLOG
           END-IF
           IF WS-DECOMLOG-STATUS = '00'
             WRITE DECOMMISSION-RECORD
             CLOSE DECOMLOG
           ELSE
             DISPLAY "ERROR : DECOMLOG NOT AVAILABLE, FILE STATUS "
                     WS-DECOMLOG-STATUS
             MOVE 9870 TO ERRLOG-CODE
             MOVE "IXYTDCOM: DECOMLOG NOT AVAILABLE" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-VERDICT-LINE.
           MOVE DCMRPT-LINE TO WS-MATCH-NAME
           MOVE SPACES TO DCMRPT-LINE
           WRITE DCMRPT-LINE
           MOVE WS-MATCH-NAME(1:132) TO DCMRPT-LINE
           WRITE DCMRPT-LINE
           DISPLAY FUNCTION TRIM(WS-MATCH-NAME(1:132)).

       ABANDON-DECOMMISSION-RUN.
           MOVE 9870 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-DECOMMISSION-SUMMARY
           GOBACK.

       DISPLAY-DECOMMISSION-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYTDCOM JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  LAST PRODUCED    : " WS-LAST-PRODUCED
           DISPLAY "  PARTITIONS       : " WS-PART-CNT
           DISPLAY "  ON THE TOPIC     : " WS-REMAINDER
           DISPLAY "  GROUP POSITIONS  : " WS-POSITION-CNT
           DISPLAY "    NOT DRAINED    : " WS-LAGGING-CNT
           DISPLAY "  REFERENCES       : " WS-REFERENCE-CNT
           IF WS-DELETE-RUN
             DISPLAY "  ARCHIVED         : " WS-ARCHIVED-CNT
             DISPLAY "  OUTCOME          : " WS-OUTCOME
           END-IF
           DISPLAY "==========================================".

       END PROGRAM 'IXYTDCOM'.
