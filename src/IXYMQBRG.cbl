      *    advanced only after a successful MQPUT and rewritten every
      *    checkpoint.interval messages, so a restart re-presents
      *    rather than skips.
      * d. MQOLOG - the bridge log: one record per message event
      *    (C consumed, P put, W withheld) with the tie id (the header's
      *    correlation id, or partition and offset when the message
      *    has no header), a content hash and the partition/offset,
      *    stamped with the window run-id from RUNCTL and appended
      *    for the end-to-end reconciliation IXYMQREC. Each run also
      *    appends a PEND verdict for IXYMQREC to PROOFFIL, so the
      *    window it ran in cannot close until the reconciliation
      *    has passed it.
      * e. CONSENT / CNSSUPRT - before the put, the employee the
      *    message key names is checked against the consent registry
      *    (destination MQBRIDGE) through IXYCNSCK. A message the
      *    registry withholds is not put: it is logged W (withheld)
      *    after its C, listed on the suppression report for the
      *    privacy office, and checkpointed past like a put. A key
      *    that names no employee (the 12-byte company+employeeId
      *    form or the legacy 9-digit employeeId, as IXYCAV64 reads
      *    tombstone keys) is not the registry's business and goes
      *    through. An unreadable registry stops the bridge before
      *    the put, RC 16, without advancing the checkpoint.
      * Mapping into the MQMD: the in-band header's correlation id
      * (first 24 bytes) becomes MQMD-CORRELID, the message key (as
      * returned on PAYLOAD-KEY) becomes MQMD-APPLIDENTITYDATA, and
      ******************************************************************
      * Modification history
      * 2026-08-22 : new program.
      * 2026-10-15 : bridge log MQOLOG for the end-to-end
      *              reconciliation (IXYMQREC); PEND verdict to
      *              PROOFFIL at start of run.
      * 2026-10-15 : consent registry -- a message whose employee is
      *              withheld from MQBRIDGE is not put; MQOLOG event
      *              W and a CNSSUPRT line instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYMQBRG'.
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

           SELECT MQOLOG ASSIGN TO MQOLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MQOLOG-STATUS.

           SELECT SHUTDNFL ASSIGN TO SHUTDNFL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
            05 MQCHKPT-OFFSET     PIC S9(18) BINARY.
            05 FILLER             PIC X(2037).

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
         FD MQOLOG
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
         01 WS-MQOLOG-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-PUT-CNT          PIC 9(9) VALUE 0.
         01 WS-FAILED-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-WITHHELD-CNT     PIC 9(9) VALUE 0.
         01 MC-REMAINDER        PIC 9(04) VALUE 0.
         01 MC-QUOTIENT         PIC 9(04) VALUE 0.

            05 HDR-RUN-ID          PIC X(16).
            05 FILLER              PIC X(01).

      * Bridge log fields -- the window run-id, this run's start time
      * (the bridge run's identity in the log), the tie id and the
      * payload's content hash (the byte-sum modulo 999999999, the
      * EVENTFIL trailer arithmetic).
         01 WS-RUN-ID           PIC X(16) VALUE SPACES.
         01 WS-BRIDGE-START     PIC X(21) VALUE SPACES.
         01 WS-LOG-MSG-ID       PIC X(48) VALUE SPACES.
         01 WS-CONTENT-HASH     PIC 9(09) VALUE 0.
         01 WS-HASH-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-HASH-LEN         PIC S9(9) BINARY VALUE 0.
         01 WS-HASH-MAX         PIC S9(9) BINARY VALUE 32768.
         01 WS-EDIT-PARTITION   PIC 9(09).
         01 WS-EDIT-OFFSET      PIC 9(18).

      * Parameter area for the consent check IXYCNSCK, laid out as
      * its LINKAGE SECTION.
         01 WS-CNSCK-PARMS.
            05 WS-CNSCK-ACTION       PIC X(01).
            05 WS-CNSCK-FEED         PIC X(08) VALUE 'MQBRIDGE'.
            05 WS-CNSCK-CALLER       PIC X(08) VALUE 'IXYMQBRG'.
            05 WS-CNSCK-COMPANY      PIC X(03).
            05 WS-CNSCK-EMPLOYEE-ID  PIC 9(09).
            05 WS-CNSCK-AS-OF-DATE   PIC 9(08) VALUE 0.
            05 WS-CNSCK-REFERENCE    PIC X(48) VALUE SPACES.
            05 WS-CNSCK-RESULT       PIC X(01).
                88 WS-CNSCK-RELEASED VALUE '0' 'M'.
                88 WS-CNSCK-WITHHELD VALUE 'W'.
                88 WS-CNSCK-ERROR    VALUE 'E'.
            05 WS-CNSCK-REASON       PIC X(08).
            05 WS-CNSCK-CHECKED-CNT  PIC S9(9) BINARY.
            05 WS-CNSCK-WITHHELD-CNT PIC S9(9) BINARY.
      * RETURN-CODE is held across the call, which resets it.
         01 WS-CNSCK-SAVE-RC    PIC S9(4) BINARY VALUE 0.

         01 WS-JOB-START-TS     PIC X(26).
         01 WS-JOB-END-TS       PIC X(26).

       LINKAGE SECTION.
         01 KAFKA-MSG-ASCII      PIC X(1024).
         01 MQ-PUT-BUFFER        PIC X(1024).
         01 MQ-HASH-AREA         PIC X(32768).

       PROCEDURE DIVISION.
           DISPLAY "KAFKA-TO-MQ BRIDGE"
           PERFORM READ-SOURCE-CONFIG
           PERFORM READ-MQ-PARMS
           PERFORM READ-MQ-CHECKPOINT
           PERFORM OPEN-BRIDGE-LOG
           MOVE 'O' TO WS-CNSCK-ACTION
           MOVE RETURN-CODE TO WS-CNSCK-SAVE-RC
           CALL "IXYCNSCK" USING WS-CNSCK-PARMS
           MOVE WS-CNSCK-SAVE-RC TO RETURN-CODE
           PERFORM CONNECT-TO-QUEUE-MANAGER
           PERFORM INIT-SOURCE-CONSUMER

           PERFORM WRITE-MQ-CHECKPOINT
           PERFORM DESTROY-SOURCE-CONSUMER
           PERFORM DISCONNECT-FROM-QUEUE-MANAGER
           CLOSE MQOLOG
           PERFORM CLOSE-CONSENT-CHECK
           PERFORM DISPLAY-BRIDGE-SUMMARY
           GOBACK
           .
                     " PARTITIONS"
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

           OPEN EXTEND MQOLOG
           IF WS-MQOLOG-STATUS NOT = '00'
             OPEN OUTPUT MQOLOG
           END-IF
           IF WS-MQOLOG-STATUS NOT = '00'
             DISPLAY "ERROR : OPEN MQOLOG FAILED. STATUS: "
                     WS-MQOLOG-STATUS
             MOVE 9838 TO ERRLOG-CODE
             MOVE "IXYMQBRG: BRIDGE LOG MQOLOG NOT USABLE" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-BRIDGE-SUMMARY
             GOBACK
           END-IF.

       CONNECT-TO-QUEUE-MANAGER.
           CALL 'MQCONN' USING WS-QMGR-NAME WS-MQ-HCONN
                               WS-MQ-COMPCODE WS-MQ-REASON
           MOVE LOW-VALUES TO MQMD-MSGID
           MOVE LOW-VALUES TO MQMD-CORRELID
           MOVE SPACES     TO MQMD-APPLIDENTITYDATA
           MOVE SPACES     TO WS-LOG-MSG-ID

           IF KAFKA-PAYLOAD-LEN >= WS-CONSUMER-HDRLEN
             SET ADDRESS OF KAFKA-MSG-ASCII TO KAFKA-PAYLOAD-64
                         TO KAFKA-MSG-TEMP
             MOVE KAFKA-MSG-TEMP(1:80) TO WS-KAFKA-HEADER
             MOVE HDR-CORRELATION-ID(1:24) TO MQMD-CORRELID
             MOVE HDR-CORRELATION-ID TO WS-LOG-MSG-ID
           END-IF
           IF PAYLOAD-KEY-LEN > 0
             MOVE PAYLOAD-KEY(1:32) TO MQMD-APPLIDENTITYDATA
           MOVE KAFKA-PAYLOAD-LEN TO WS-MQ-BUFFLEN
           SET ADDRESS OF MQ-PUT-BUFFER TO KAFKA-PAYLOAD-64

           PERFORM HASH-MESSAGE-CONTENT
           MOVE 'C' TO BLG-EVENT
           PERFORM WRITE-BRIDGE-LOG

           PERFORM CHECK-MESSAGE-CONSENT
           EVALUATE TRUE
             WHEN WS-CNSCK-ERROR
               DISPLAY "ERROR : CONSENT REGISTRY UNREADABLE - "
                       "BRIDGE STOPPED BEFORE THE PUT"
               MOVE 16 TO RETURN-CODE
               ADD 1 TO WS-FAILED-CNT
               MOVE 'Y' TO WS-END-BRIDGE
             WHEN WS-CNSCK-WITHHELD
               MOVE 'W' TO BLG-EVENT
               PERFORM WRITE-BRIDGE-LOG
               ADD 1 TO WS-WITHHELD-CNT
               PERFORM TRACK-PUT-OFFSET
             WHEN OTHER
               PERFORM PUT-RELEASED-MESSAGE
           END-EVALUATE.

       PUT-RELEASED-MESSAGE.
           CALL 'MQPUT' USING WS-MQ-HCONN WS-MQ-HOBJ MQMD MQPMO
                              WS-MQ-BUFFLEN MQ-PUT-BUFFER
                              WS-MQ-COMPCODE WS-MQ-REASON
             ADD 1 TO WS-FAILED-CNT
             MOVE 'Y' TO WS-END-BRIDGE
           ELSE
             MOVE 'P' TO BLG-EVENT
             PERFORM WRITE-BRIDGE-LOG
             ADD 1 TO WS-PUT-CNT
             PERFORM TRACK-PUT-OFFSET

             END-IF
           END-IF.

       CHECK-MESSAGE-CONSENT.
      *****************************************************************
      * Splits the message key into company and employeeId the way
      * IXYCAV64 reads tombstone keys and asks the consent registry
      * whether that employee may go to MQ. A key naming no
      * employee is released unchecked.
      *****************************************************************
           MOVE '0'    TO WS-CNSCK-RESULT
           MOVE SPACES TO WS-CNSCK-COMPANY
           MOVE 0      TO WS-CNSCK-EMPLOYEE-ID
           EVALUATE TRUE
             WHEN PAYLOAD-KEY-LEN OF CONSUMER-OUTPUT >= 12 AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(4:9) NUMERIC AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(1:3) NOT NUMERIC
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(1:3) TO
                        WS-CNSCK-COMPANY
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(4:9) TO
                        WS-CNSCK-EMPLOYEE-ID
             WHEN PAYLOAD-KEY-LEN OF CONSUMER-OUTPUT >= 9 AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(1:9) NUMERIC
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(1:9) TO
                        WS-CNSCK-EMPLOYEE-ID
           END-EVALUATE

           IF WS-CNSCK-EMPLOYEE-ID NOT = 0
             MOVE 'C'           TO WS-CNSCK-ACTION
             MOVE WS-LOG-MSG-ID TO WS-CNSCK-REFERENCE
             MOVE RETURN-CODE TO WS-CNSCK-SAVE-RC
             CALL "IXYCNSCK" USING WS-CNSCK-PARMS
             MOVE WS-CNSCK-SAVE-RC TO RETURN-CODE
           END-IF.

       CLOSE-CONSENT-CHECK.
           MOVE 'X' TO WS-CNSCK-ACTION
           MOVE RETURN-CODE TO WS-CNSCK-SAVE-RC
           CALL "IXYCNSCK" USING WS-CNSCK-PARMS
           MOVE WS-CNSCK-SAVE-RC TO RETURN-CODE.

       HASH-MESSAGE-CONTENT.
      *****************************************************************
      * The tie id (the header's correlation id, or the partition and
      * offset for a message too short to carry one) and the byte-sum
      * hash of the payload bytes handed to MQPUT.
      *****************************************************************
           IF WS-LOG-MSG-ID = SPACES
             MOVE PAYLOAD-PARTITION TO WS-EDIT-PARTITION
             MOVE PAYLOAD-OFFSET    TO WS-EDIT-OFFSET
             STRING "PARTITION " WS-EDIT-PARTITION
                    " OFFSET " WS-EDIT-OFFSET
                    DELIMITED BY SIZE INTO WS-LOG-MSG-ID
           END-IF

           MOVE KAFKA-PAYLOAD-LEN TO WS-HASH-LEN
           IF WS-HASH-LEN > WS-HASH-MAX
             MOVE WS-HASH-MAX TO WS-HASH-LEN
           END-IF
           MOVE 0 TO WS-CONTENT-HASH
           IF WS-HASH-LEN > 0
             SET ADDRESS OF MQ-HASH-AREA TO KAFKA-PAYLOAD-64
             PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-CONTENT-HASH = FUNCTION MOD(
                 WS-CONTENT-HASH +
                   FUNCTION ORD(MQ-HASH-AREA(WS-HASH-IDX:1)),
                 999999999)
             END-PERFORM
           END-IF.

       WRITE-BRIDGE-LOG.
      *****************************************************************
      * Appends one event for the in-flight message; BLG-EVENT is set
      * by the caller.
      *****************************************************************
           MOVE WS-RUN-ID          TO BLG-RUN-ID
           MOVE WS-BRIDGE-START    TO BLG-BRIDGE-START
           MOVE WS-LOG-MSG-ID      TO BLG-MSG-ID
           MOVE WS-CONTENT-HASH    TO BLG-CONTENT-HASH
           MOVE KAFKA-PAYLOAD-LEN  TO BLG-CONTENT-LEN
           MOVE PAYLOAD-PARTITION  TO BLG-PARTITION
           MOVE PAYLOAD-OFFSET     TO BLG-OFFSET
           MOVE FUNCTION CURRENT-DATE(1:21) TO BLG-TS
           WRITE BRIDGE-LOG-RECORD
           IF WS-MQOLOG-STATUS NOT = '00'
             DISPLAY "WARNING : MQOLOG WRITE FAILED. STATUS: "
                     WS-MQOLOG-STATUS
           END-IF.

       TRACK-PUT-OFFSET.
           MOVE 'Y' TO WS-NEW-PARTITION-FLAG
           IF WS-RCNT > 0
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  MESSAGES PUT     : " WS-PUT-CNT
           DISPLAY "  MESSAGES FAILED  : " WS-FAILED-CNT
           DISPLAY "  CONSENT WITHHELD : " WS-WITHHELD-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYMQBRG'.
