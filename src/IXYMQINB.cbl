      *    run cleanly.
      * c. MQMD-APPLIDENTITYDATA, when the putter filled it, becomes
      *    the Kafka message key. The body produces through IXYSPRDS
      *    on the standard conversion path. A branch new hire comes
      *    with APPLIDENTITYDATA 'NEWHIRE' and the company code at
      *    bytes 9-11: the next employeeId is reserved from the
      *    allocator IXYIDALC (source from the TGTCONF key
      *    idalloc.source, default BRANCHMQ), written over every
      *    NEWHIREID placeholder in the body, and the key becomes
      *    company + ID (the ID alone for the legacy stream). An
      *    allocation failure backs the message out and ends the run.
      * d. MQICHKPT keeps the running bridged count across runs, the
      *    bridge's restart bookkeeping, rewritten every
      *    checkpoint.interval messages (TGTCONF key, default 50).
      * e. MQILOG - the bridge log: one record per message event
      *    (G got, P produce accepted, B backed out) with the message
      *    id and a content hash, stamped with the window run-id from
      *    RUNCTL, appended for the end-to-end reconciliation
      *    IXYMQREC. Each run also appends a PEND verdict for
      *    IXYMQREC to PROOFFIL, so the window it ran in cannot close
      *    until the reconciliation has passed it.
      * SHUTDNFL ends the loop cleanly after the in-flight message.
      * The MQ structures and constants come from the standard
      * CMQODV/CMQMDV/CMQGMOV/CMQV copybooks in the MQ system
      ******************************************************************
      * Modification history
      * 2026-09-02 : new program.
      * 2026-10-15 : bridge log MQILOG for the end-to-end
      *              reconciliation (IXYMQREC); PEND verdict to
      *              PROOFFIL at start of run.
      * 2026-10-15 : branch new hires take their employeeId from
      *              IXYIDALC (NEWHIRE identity, NEWHIREID
      *              placeholder in the body).
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYMQINB'.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT PROOFFIL ASSIGN TO PROOFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PROOF-STATUS.

           SELECT MQILOG ASSIGN TO MQILOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MQILOG-STATUS.

           SELECT SHUTDNFL ASSIGN TO SHUTDNFL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
            05 MQICHK-LAST-TS     PIC X(21).
            05 FILLER             PIC X(47).

         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 FILLER             PIC X(64).

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

      * One record per message event, appended across runs -- see
      * IXYMQREC for the reconciliation that reads it.
         FD MQILOG
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BRIDGE-LOG-RECORD.

         01 BRIDGE-LOG-RECORD.
            05 BLG-RUN-ID         PIC X(16).
            05 BLG-BRIDGE-START   PIC X(21).
            05 BLG-EVENT          PIC X(01).
            05 BLG-MSG-ID         PIC X(48).
            05 BLG-CONTENT-HASH   PIC 9(09).
            05 BLG-CONTENT-LEN    PIC 9(09).
            05 BLG-PARTITION      PIC S9(09) SIGN LEADING SEPARATE.
            05 BLG-OFFSET         PIC S9(18) SIGN LEADING SEPARATE.
            05 BLG-TS             PIC X(21).
            05 FILLER             PIC X(06).

         FD SHUTDNFL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS

         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-SHUTDNFL-STATUS  PIC X(02).
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-PROOF-STATUS     PIC X(02).
         01 WS-MQILOG-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
            05 WS-CRYPT-KEY-NAME      PIC X(80).

         01 WS-CHECKPOINT-INTERVAL PIC 9(9) BINARY VALUE 50.
         01 WS-IDALC-SOURCE-CONF PIC X(08) VALUE 'BRANCHMQ'.

         01 WS-TARGET-TOPIC     PIC X(1024).
         01 WS-TARGET-TOPIC-LEN PIC S9(4) BINARY VALUE 0.
      * The message body pulled off the queue and pushed to Kafka.
         01 WS-MQ-BUFFER        PIC X(32768).
         01 WS-KEYLEN           PIC S9(9) BINARY VALUE 0.
         01 WS-MSG-KEY          PIC X(32) VALUE SPACES.

      * Branch new hires -- the employeeId from the shared allocator
      * replaces the body's placeholder and keys the message.
         01 WS-NEWHIRE-PLACEHOLDER PIC X(09) VALUE 'NEWHIREID'.
         01 WS-PLACEHOLDER-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-NEWHIRE-ID-X     PIC X(09).
         01 WS-NEWHIRE-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-NEWHIRE-OK-SW    PIC X(01).
             88 WS-NEWHIRE-OK   VALUE 'Y'.
         01 WS-IDALC-PARMS.
            05 WS-IDALC-ACTION      PIC X(01) VALUE 'A'.
            05 WS-IDALC-COMPANY     PIC X(03).
            05 WS-IDALC-SOURCE      PIC X(08).
            05 WS-IDALC-CALLER      PIC X(08) VALUE 'IXYMQINB'.
            05 WS-IDALC-REFERENCE   PIC X(48).
            05 WS-IDALC-EMPLOYEE-ID PIC 9(09).
            05 WS-IDALC-RESULT      PIC X(01).
            05 WS-IDALC-REMAINING   PIC 9(08).
            05 WS-IDALC-ISSUED-SOURCE PIC X(08).
            05 WS-IDALC-ISSUED-TS   PIC X(21).

      * Bridge log fields -- the window run-id, this run's start time
      * (the bridge run's identity in the log), the message id in hex
      * and the body's content hash (the byte-sum modulo 999999999,
      * the EVENTFIL trailer arithmetic).
         01 WS-RUN-ID           PIC X(16) VALUE SPACES.
         01 WS-BRIDGE-START     PIC X(21) VALUE SPACES.
         01 WS-LOG-MSG-ID       PIC X(48) VALUE SPACES.
         01 WS-CONTENT-HASH     PIC 9(09) VALUE 0.
         01 WS-HASH-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-HASH-LEN         PIC S9(9) BINARY VALUE 0.
         01 WS-HEX-DIGITS       PIC X(16) VALUE '0123456789ABCDEF'.
         01 WS-HEX-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-HEX-BYTE         PIC S9(4) BINARY VALUE 0.
         01 WS-HEX-HIGH         PIC S9(4) BINARY VALUE 0.
         01 WS-HEX-LOW          PIC S9(4) BINARY VALUE 0.

         01 WS-JOB-START-TS     PIC X(26).
         01 WS-JOB-END-TS       PIC X(26).
           PERFORM READ-TARGET-CONFIG
           PERFORM READ-MQ-PARMS
           PERFORM READ-INBOUND-CHECKPOINT
           PERFORM OPEN-BRIDGE-LOG
           PERFORM CONNECT-TO-QUEUE-MANAGER
           PERFORM INIT-TARGET-PRODUCER

           PERFORM WRITE-INBOUND-CHECKPOINT
           PERFORM DESTROY-TARGET-PRODUCER
           PERFORM DISCONNECT-FROM-QUEUE-MANAGER
           CLOSE MQILOG
           PERFORM DISPLAY-BRIDGE-SUMMARY
           GOBACK
           .

      * CHECKPOINT.INTERVAL is a local job-tuning key, held back the
      * same way IXYMQBRG holds it back.
                 EVALUATE TRUE
                   WHEN FUNCTION TRIM(KAFKA-CONFIG-PARM) =
                                                'checkpoint.interval'
                     MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                                WS-CHECKPOINT-INTERVAL
      * So is IDALLOC.SOURCE -- the IDCTL source the branch new
      * hires are allocated under.
                   WHEN FUNCTION TRIM(KAFKA-CONFIG-PARM) =
                                                'idalloc.source'
                     MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                                WS-IDALC-SOURCE-CONF
                   WHEN OTHER
                     ADD 1 TO NUM-OF-PARMS
                     ADD 1 TO WS-CNT
                     COMPUTE WS-PARMLEN = FUNCTION LENGTH(
                                 FUNCTION TRIM(KAFKA-CONFIG-PARM))
                     COMPUTE WS-VALLEN = FUNCTION LENGTH(
                                 FUNCTION TRIM(KAFKA-CONFIG-VALUE))
                     MOVE FUNCTION TRIM(KAFKA-CONFIG-PARM) TO
                          CONFIG-NAME(WS-CNT)(1:WS-PARMLEN)
                     MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                          CONFIG-VALUE(WS-CNT)(1:WS-VALLEN)
                     MOVE LOW-VALUE TO
                          CONFIG-NAME(WS-CNT)(WS-PARMLEN + 1:)
                     MOVE LOW-VALUE TO
                          CONFIG-VALUE(WS-CNT)(WS-VALLEN + 1:)
                 END-EVALUATE
               END-IF
             END-READ
           END-PERFORM
                     WS-TOTAL-CNT
           END-IF.

       OPEN-BRIDGE-LOG.
      *****************************************************************
      * Picks up the window run-id, records a PEND verdict for the
      * reconciliation, and opens the bridge log for append. A bridge
      * that cannot log cannot be proven, so it does not start.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-BRIDGE-START
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL
               AT END CONTINUE
               NOT AT END MOVE RUNCTL-RUN-ID TO WS-RUN-ID
             END-READ
             CLOSE RUNCTL
           END-IF
           DISPLAY "WINDOW RUN-ID : " WS-RUN-ID

           OPEN EXTEND PROOFFIL
           IF WS-PROOF-STATUS NOT = '00'
             OPEN OUTPUT PROOFFIL
           END-IF
           IF WS-PROOF-STATUS = '00'
             MOVE SPACES TO PROOF-RECORD
             MOVE 'IXYMQREC' TO PROOF-NAME
             MOVE WS-RUN-ID TO PROOF-RUN-ID
             MOVE 'PEND' TO PROOF-VERDICT
             MOVE WS-BRIDGE-START TO PROOF-TS
             WRITE PROOF-RECORD
             CLOSE PROOFFIL
           ELSE
             DISPLAY "WARNING : PROOFFIL NOT USABLE. STATUS: "
                     WS-PROOF-STATUS
           END-IF

           OPEN EXTEND MQILOG
           IF WS-MQILOG-STATUS NOT = '00'
             OPEN OUTPUT MQILOG
           END-IF
           IF WS-MQILOG-STATUS NOT = '00'
             DISPLAY "ERROR : OPEN MQILOG FAILED. STATUS: "
                     WS-MQILOG-STATUS
             MOVE 9837 TO ERRLOG-CODE
             MOVE "IXYMQINB: BRIDGE LOG MQILOG NOT USABLE" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-BRIDGE-SUMMARY
             GOBACK
           END-IF.

       CONNECT-TO-QUEUE-MANAGER.
           CALL 'MQCONN' USING WS-QMGR-NAME WS-MQ-HCONN
                               WS-MQ-COMPCODE WS-MQ-REASON
             END-IF
           ELSE
             SET WS-MQ-UOW-OPEN TO TRUE
             PERFORM HASH-MESSAGE-CONTENT
             MOVE 'G' TO BLG-EVENT
             PERFORM WRITE-BRIDGE-LOG
             MOVE MQMD-APPLIDENTITYDATA TO WS-MSG-KEY
             SET WS-NEWHIRE-OK TO TRUE
             IF MQMD-APPLIDENTITYDATA(1:7) = 'NEWHIRE'
               PERFORM ASSIGN-NEW-HIRE-ID
             END-IF
             IF WS-NEWHIRE-OK
               PERFORM PRODUCE-MESSAGE-TO-TOPIC
             ELSE
               MOVE 16 TO RETURN-CODE
               ADD 1 TO WS-FAILED-CNT
               MOVE 'Y' TO WS-END-BRIDGE
               PERFORM BACK-OUT-UNIT-OF-WORK
               MOVE 'B' TO BLG-EVENT
               PERFORM WRITE-BRIDGE-LOG
             END-IF
           END-IF.

       ASSIGN-NEW-HIRE-ID.
      *****************************************************************
      * A branch new hire -- the next employeeId in the branch
      * source's range replaces the body's NEWHIREID placeholders and
      * keys the message. The content hash logged stays the as-got
      * hash. With no placeholder nothing is reserved and the message
      * bridges unchanged.
      *****************************************************************
           MOVE 0 TO WS-PLACEHOLDER-CNT
           IF WS-MQ-DATALEN >= 9
             INSPECT WS-MQ-BUFFER(1:WS-MQ-DATALEN) TALLYING
                     WS-PLACEHOLDER-CNT FOR ALL WS-NEWHIRE-PLACEHOLDER
           END-IF
           IF WS-PLACEHOLDER-CNT = 0
             DISPLAY "WARNING : NEWHIRE MESSAGE " WS-LOG-MSG-ID
                     " CARRIES NO NEWHIREID PLACEHOLDER - NO ID "
                     "RESERVED"
           ELSE
             MOVE MQMD-APPLIDENTITYDATA(9:3) TO WS-IDALC-COMPANY
             MOVE WS-IDALC-SOURCE-CONF       TO WS-IDALC-SOURCE
             MOVE WS-LOG-MSG-ID              TO WS-IDALC-REFERENCE
             CALL "IXYIDALC" USING WS-IDALC-PARMS
             IF WS-IDALC-RESULT = '0'
               ADD 1 TO WS-NEWHIRE-CNT
               MOVE WS-IDALC-EMPLOYEE-ID TO WS-NEWHIRE-ID-X
               INSPECT WS-MQ-BUFFER(1:WS-MQ-DATALEN) REPLACING
                       ALL WS-NEWHIRE-PLACEHOLDER BY WS-NEWHIRE-ID-X
               MOVE SPACES TO WS-MSG-KEY
               IF WS-IDALC-COMPANY = SPACES
                 MOVE WS-NEWHIRE-ID-X TO WS-MSG-KEY(1:9)
               ELSE
                 MOVE WS-IDALC-COMPANY TO WS-MSG-KEY(1:3)
                 MOVE WS-NEWHIRE-ID-X  TO WS-MSG-KEY(4:9)
               END-IF
             ELSE
               MOVE 'N' TO WS-NEWHIRE-OK-SW
               DISPLAY "ERROR : NO EMPLOYEE ID FOR NEWHIRE MESSAGE "
                       WS-LOG-MSG-ID " - ALLOCATOR RESULT "
                       WS-IDALC-RESULT
               MOVE 9854 TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MSG
               STRING "IXYMQINB: NEWHIRE ID ALLOCATION FAILED, RESULT "
                      WS-IDALC-RESULT " COMPANY " WS-IDALC-COMPANY
                      " SOURCE " WS-IDALC-SOURCE
                      DELIMITED BY SIZE INTO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
             END-IF
           END-IF.

       PRODUCE-MESSAGE-TO-TOPIC.
           MOVE 'Y' TO CALLER-31BIT
           MOVE WS-MQ-DATALEN TO KAFKA-PAYLOAD-LEN

      * The putter's MQMD-APPLIDENTITYDATA (a new hire's allocated
      * key), when filled, becomes the message key so the branch
      * feed partitions by employee like everything else.
           IF WS-MSG-KEY NOT = SPACES
             MOVE WS-MSG-KEY TO PROD-KEY-VALUE
             COMPUTE WS-KEYLEN = FUNCTION LENGTH(FUNCTION TRIM(
                        WS-MSG-KEY TRAILING))
             MOVE WS-KEYLEN TO PROD-KEY-LEN
           ELSE
             MOVE 0 TO PROD-KEY-LEN
             ADD 1 TO WS-FAILED-CNT
             MOVE 'Y' TO WS-END-BRIDGE
             PERFORM BACK-OUT-UNIT-OF-WORK
             MOVE 'B' TO BLG-EVENT
             PERFORM WRITE-BRIDGE-LOG
           ELSE
             MOVE 'P' TO BLG-EVENT
             PERFORM WRITE-BRIDGE-LOG
             PERFORM COMMIT-UNIT-OF-WORK
      * A failed commit backs the get out after Kafka took the
      * message -- logged so the redelivery shows as a duplicate.
             IF WS-END-BRIDGE = 'Y'
               MOVE 'B' TO BLG-EVENT
               PERFORM WRITE-BRIDGE-LOG
             ELSE
               ADD 1 TO WS-PUT-CNT
               ADD 1 TO WS-TOTAL-CNT

             END-IF
           END-IF.

       HASH-MESSAGE-CONTENT.
      *****************************************************************
      * The message id in hex (a backed-out message keeps it when it
      * is got again) and the byte-sum hash of the body as got -- the
      * same bytes the produce is handed.
      *****************************************************************
           MOVE SPACES TO WS-LOG-MSG-ID
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
                     UNTIL WS-HEX-IDX > 24
             COMPUTE WS-HEX-BYTE =
                     FUNCTION ORD(MQMD-MSGID(WS-HEX-IDX:1)) - 1
             DIVIDE WS-HEX-BYTE BY 16
                    GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW
             MOVE WS-HEX-DIGITS(WS-HEX-HIGH + 1:1) TO
                  WS-LOG-MSG-ID(WS-HEX-IDX * 2 - 1:1)
             MOVE WS-HEX-DIGITS(WS-HEX-LOW + 1:1) TO
                  WS-LOG-MSG-ID(WS-HEX-IDX * 2:1)
           END-PERFORM

           MOVE WS-MQ-DATALEN TO WS-HASH-LEN
           IF WS-HASH-LEN > LENGTH OF WS-MQ-BUFFER
             MOVE LENGTH OF WS-MQ-BUFFER TO WS-HASH-LEN
           END-IF
           MOVE 0 TO WS-CONTENT-HASH
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                     UNTIL WS-HASH-IDX > WS-HASH-LEN
             COMPUTE WS-CONTENT-HASH = FUNCTION MOD(
               WS-CONTENT-HASH +
                 FUNCTION ORD(WS-MQ-BUFFER(WS-HASH-IDX:1)),
               999999999)
           END-PERFORM.

       WRITE-BRIDGE-LOG.
      *****************************************************************
      * Appends one event for the in-flight message; BLG-EVENT is set
      * by the caller. The partition and offset are the outbound
      * bridge's and stay zero here.
      *****************************************************************
           MOVE WS-RUN-ID        TO BLG-RUN-ID
           MOVE WS-BRIDGE-START  TO BLG-BRIDGE-START
           MOVE WS-LOG-MSG-ID    TO BLG-MSG-ID
           MOVE WS-CONTENT-HASH  TO BLG-CONTENT-HASH
           MOVE WS-MQ-DATALEN    TO BLG-CONTENT-LEN
           MOVE 0                TO BLG-PARTITION
           MOVE 0                TO BLG-OFFSET
           MOVE FUNCTION CURRENT-DATE(1:21) TO BLG-TS
           WRITE BRIDGE-LOG-RECORD
           IF WS-MQILOG-STATUS NOT = '00'
             DISPLAY "WARNING : MQILOG WRITE FAILED. STATUS: "
                     WS-MQILOG-STATUS
           END-IF.

       WRITE-INBOUND-CHECKPOINT.
           OPEN OUTPUT MQICHKPT
           IF WS-FILE-STATUS = '00'
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  MESSAGES BRIDGED : " WS-PUT-CNT
           DISPLAY "  MESSAGES FAILED  : " WS-FAILED-CNT
           DISPLAY "  NEW HIRE IDS     : " WS-NEWHIRE-CNT
           DISPLAY "  LIFETIME BRIDGED : " WS-TOTAL-CNT
           DISPLAY "==========================================".

