      * c. HLTHFIL  - the latest canary verdict and round-trip time.
      * d. HRTBTFIL - the latest consumer heartbeat and its age, the
      *    board's lag signal.
      * e. DELIVSTA - the outbound extract deliveries IXYACKOD found
      *    overdue, disputed or still awaiting a recipient receipt.
      * f. CREDSTA  - the certificates and credentials IXYCRDCK found
      *    expired, close to expiry or in use without an inventory
      *    card.
      * The merged picture is written to the STATBORD dataset (one
      * header record, one detail record per pipeline) and printed as
      * a one-page report, so the 06:00 health question takes one
      * 2026-09-02 : SUMRYFIL widened in step with the mainlines --
      *              each summary now carries the business processing
      *              date.
      * 2026-10-15 : outbound extract deliveries overdue, disputed or
      *              awaiting acknowledgement (DELIVSTA) added to the
      *              board.
      * 2026-10-15 : certificates and credentials expired, within 30
      *              days of expiry or not inventoried (CREDSTA) added
      *              to the board.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYSTBRD'.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-HRTBT-STATUS.

           SELECT DELIVSTA ASSIGN TO DELIVSTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DELIV-STATUS.

           SELECT CREDSTA ASSIGN TO CREDSTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CRED-STATUS.

           SELECT STATBORD ASSIGN TO STATBORD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
            05 HB-OFFSET          PIC 9(18).
            05 FILLER             PIC X(04).

      * Record layout as written by IXYACKOD.
         FD DELIVSTA
           RECORD CONTAINS 120  CHARACTERS
           BLOCK  CONTAINS 1200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DELIVERY-STATUS-RECORD.

         01 DELIVERY-STATUS-RECORD.
            05 DST-STATE          PIC X(08).
                88 DST-OVERDUE    VALUE 'OVERDUE '.
                88 DST-DISPUTED   VALUE 'DISPUTED'.
                88 DST-AWAITING   VALUE 'AWAITING'.
            05 DST-RUN-ID         PIC X(16).
            05 DST-DATASET        PIC X(09).
            05 DST-RECIPIENT      PIC X(08).
            05 DST-HANDOFF-TS     PIC X(21).
            05 DST-AGE-HOURS      PIC 9(05).
            05 DST-REPORTED-TS    PIC X(21).
            05 DST-RECORD-COUNT   PIC 9(09).
            05 FILLER             PIC X(23).

      * Record layout as written by IXYCRDCK.
         FD CREDSTA
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CREDENTIAL-STATUS-RECORD.

         01 CREDENTIAL-STATUS-RECORD.
            05 CST-STATE          PIC X(08).
                88 CST-EXPIRED    VALUE 'EXPIRED '.
                88 CST-DAYS-3     VALUE 'DAYS-3  '.
                88 CST-DAYS-14    VALUE 'DAYS-14 '.
                88 CST-DAYS-30    VALUE 'DAYS-30 '.
                88 CST-NO-INVENT  VALUE 'NOINVENT'.
            05 CST-TYPE           PIC X(08).
            05 CST-ENV            PIC X(08).
            05 CST-OWNER          PIC X(08).
            05 CST-EXPIRY         PIC X(08).
            05 CST-DAYS-LEFT      PIC 9(05).
            05 CST-REPORTED-TS    PIC X(21).
            05 CST-REFERENCE      PIC X(80).
            05 FILLER             PIC X(14).

      * The merged board -- one 'H' record for the cluster-level
      * signals, then one 'D' record per pipeline.
         FD STATBORD
              10 SB-HB-TS           PIC X(21).
              10 SB-HB-RATE         PIC 9(09).
              10 SB-HB-AGE-MINS     PIC 9(09).
              10 SB-DELIV-OVERDUE   PIC 9(05).
              10 SB-DELIV-DISPUTED  PIC 9(05).
              10 SB-DELIV-AWAITING  PIC 9(05).
              10 SB-DELIV-REPORT-TS PIC X(21).
              10 SB-CRED-EXPIRED    PIC 9(03).
              10 SB-CRED-DAYS-3     PIC 9(03).
              10 SB-CRED-DAYS-14    PIC 9(03).
              10 SB-CRED-DAYS-30    PIC 9(03).
              10 SB-CRED-NO-INVENT  PIC 9(03).
              10 SB-CRED-NEXT-EXPIRY PIC X(08).
              10 FILLER             PIC X(02).
            05 SB-DETAIL-AREA REDEFINES SB-HEADER-AREA.
              10 SB-JOB-NAME        PIC X(08).
              10 SB-LAST-END-TS     PIC X(21).
         01 WS-HLTH-STATUS      PIC X(02).
         01 WS-HRTBT-STATUS     PIC X(02).
         01 WS-BOARD-STATUS     PIC X(02).
         01 WS-DELIV-STATUS     PIC X(02).
         01 WS-CRED-STATUS      PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-HB-RATE          PIC 9(09) VALUE 0.
         01 WS-HB-AGE-MINS      PIC 9(09) VALUE 0.

      * Outbound extract deliveries not yet acknowledged, and the
      * oldest overdue one for the board line.
         01 WS-DELIV-OVERDUE    PIC 9(05) VALUE 0.
         01 WS-DELIV-DISPUTED   PIC 9(05) VALUE 0.
         01 WS-DELIV-AWAITING   PIC 9(05) VALUE 0.
         01 WS-DELIV-REPORT-TS  PIC X(21) VALUE SPACES.
         01 WS-DELIV-OLDEST-AGE PIC 9(05) VALUE 0.
         01 WS-DELIV-OLDEST     PIC X(60) VALUE SPACES.

      * Certificates and credentials needing attention, and the one
      * expiring soonest for the board line.
         01 WS-CRED-EXPIRED     PIC 9(03) VALUE 0.
         01 WS-CRED-DAYS-3      PIC 9(03) VALUE 0.
         01 WS-CRED-DAYS-14     PIC 9(03) VALUE 0.
         01 WS-CRED-DAYS-30     PIC 9(03) VALUE 0.
         01 WS-CRED-NO-INVENT   PIC 9(03) VALUE 0.
         01 WS-CRED-REPORT-TS   PIC X(21) VALUE SPACES.
         01 WS-CRED-NEXT-EXPIRY PIC X(08) VALUE SPACES.
         01 WS-CRED-NEXT        PIC X(60) VALUE SPACES.

      * The 24-hour error cutoff -- the board timestamp with its
      * date moved back one day, compared as text against the ERRLOG
      * timestamps (both are yyyymmddhhmmss-prefixed).
           PERFORM COLLECT-OVERNIGHT-ERRORS
           PERFORM COLLECT-CANARY-VERDICT
           PERFORM COLLECT-CONSUMER-HEARTBEAT
           PERFORM COLLECT-DELIVERY-STATUS
           PERFORM COLLECT-CREDENTIAL-EXPIRY

           PERFORM WRITE-STATUS-BOARD
           PERFORM PRINT-STATUS-BOARD
             END-IF
           END-IF.

       COLLECT-DELIVERY-STATUS.
      *****************************************************************
      * DELIVSTA is rewritten by each IXYACKOD run; every record is a
      * delivery still outstanding.
      *****************************************************************
           OPEN INPUT DELIVSTA
           IF WS-DELIV-STATUS NOT = '00'
             DISPLAY "NOTE : DELIVSTA NOT USABLE. STATUS: "
                     WS-DELIV-STATUS
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ DELIVSTA
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE DST-REPORTED-TS TO WS-DELIV-REPORT-TS
                 EVALUATE TRUE
                   WHEN DST-OVERDUE
                     ADD 1 TO WS-DELIV-OVERDUE
                     IF DST-AGE-HOURS >= WS-DELIV-OLDEST-AGE
                       MOVE DST-AGE-HOURS TO WS-DELIV-OLDEST-AGE
                       MOVE SPACES TO WS-DELIV-OLDEST
                       STRING DST-DATASET " TO " DST-RECIPIENT
                              " RUN-ID " DST-RUN-ID
                              DELIMITED BY SIZE INTO WS-DELIV-OLDEST
                     END-IF
                   WHEN DST-DISPUTED
                     ADD 1 TO WS-DELIV-DISPUTED
                   WHEN DST-AWAITING
                     ADD 1 TO WS-DELIV-AWAITING
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE DELIVSTA
           END-IF.

       COLLECT-CREDENTIAL-EXPIRY.
      *****************************************************************
      * CREDSTA is rewritten by each IXYCRDCK run; every record is a
      * credential needing attention. Expired ones are left out of
      * the soonest expiry -- it is the next one to go.
      *****************************************************************
           OPEN INPUT CREDSTA
           IF WS-CRED-STATUS NOT = '00'
             DISPLAY "NOTE : CREDSTA NOT USABLE. STATUS: "
                     WS-CRED-STATUS
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ CREDSTA
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE CST-REPORTED-TS TO WS-CRED-REPORT-TS
                 EVALUATE TRUE
                   WHEN CST-EXPIRED
                     ADD 1 TO WS-CRED-EXPIRED
                   WHEN CST-DAYS-3
                     ADD 1 TO WS-CRED-DAYS-3
                   WHEN CST-DAYS-14
                     ADD 1 TO WS-CRED-DAYS-14
                   WHEN CST-DAYS-30
                     ADD 1 TO WS-CRED-DAYS-30
                   WHEN CST-NO-INVENT
                     ADD 1 TO WS-CRED-NO-INVENT
                 END-EVALUATE
                 IF (CST-DAYS-3 OR CST-DAYS-14 OR CST-DAYS-30) AND
                    (WS-CRED-NEXT-EXPIRY = SPACES OR
                     CST-EXPIRY < WS-CRED-NEXT-EXPIRY)
                   MOVE CST-EXPIRY TO WS-CRED-NEXT-EXPIRY
                   MOVE SPACES TO WS-CRED-NEXT
                   STRING CST-TYPE " " CST-OWNER " "
                          CST-REFERENCE(1:42)
                          DELIMITED BY SIZE INTO WS-CRED-NEXT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CREDSTA
           END-IF.

       COMPUTE-HEARTBEAT-AGE.
           MOVE WS-NOW-TS(1:8) TO WS-DATE-WORK
           COMPUTE WS-NOW-DAYS =
             MOVE WS-HB-TS         TO SB-HB-TS
             MOVE WS-HB-RATE       TO SB-HB-RATE
             MOVE WS-HB-AGE-MINS   TO SB-HB-AGE-MINS
             MOVE WS-DELIV-OVERDUE   TO SB-DELIV-OVERDUE
             MOVE WS-DELIV-DISPUTED  TO SB-DELIV-DISPUTED
             MOVE WS-DELIV-AWAITING  TO SB-DELIV-AWAITING
             MOVE WS-DELIV-REPORT-TS TO SB-DELIV-REPORT-TS
             MOVE WS-CRED-EXPIRED     TO SB-CRED-EXPIRED
             MOVE WS-CRED-DAYS-3      TO SB-CRED-DAYS-3
             MOVE WS-CRED-DAYS-14     TO SB-CRED-DAYS-14
             MOVE WS-CRED-DAYS-30     TO SB-CRED-DAYS-30
             MOVE WS-CRED-NO-INVENT   TO SB-CRED-NO-INVENT
             MOVE WS-CRED-NEXT-EXPIRY TO SB-CRED-NEXT-EXPIRY
             WRITE STATUS-BOARD-RECORD
             MOVE 1 TO WS-PIPE-IDX
             PERFORM UNTIL WS-PIPE-IDX > WS-PIPE-CNT
             DISPLAY "HEARTBEAT: " WS-HB-TS " AGE" WS-AGE-D
                     " MINS, RATE " WS-HB-RATE "/SEC"
           END-IF
           IF WS-DELIV-REPORT-TS = SPACES
             DISPLAY "DELIVERY : NO OUTSTANDING DELIVERIES ON FILE"
           ELSE
             DISPLAY "DELIVERY : OVERDUE " WS-DELIV-OVERDUE
                     " DISPUTED " WS-DELIV-DISPUTED
                     " AWAITING " WS-DELIV-AWAITING
                     " AT " WS-DELIV-REPORT-TS
             IF WS-DELIV-OVERDUE > 0
               DISPLAY "           OLDEST OVERDUE "
                       WS-DELIV-OLDEST-AGE " HRS: " WS-DELIV-OLDEST
             END-IF
           END-IF
           IF WS-CRED-REPORT-TS = SPACES
             DISPLAY "CREDENTL : NONE EXPIRED OR WITHIN 30 DAYS ON FILE"
           ELSE
             DISPLAY "CREDENTL : EXPIRED " WS-CRED-EXPIRED
                     " 3-DAY " WS-CRED-DAYS-3
                     " 14-DAY " WS-CRED-DAYS-14
                     " 30-DAY " WS-CRED-DAYS-30
                     " NOT INVENTORIED " WS-CRED-NO-INVENT
             IF WS-CRED-NEXT-EXPIRY NOT = SPACES
               DISPLAY "           NEXT EXPIRY "
                       WS-CRED-NEXT-EXPIRY ": " WS-CRED-NEXT
             END-IF
           END-IF
           DISPLAY "------------------------------------------"
           DISPLAY "PIPELINE  LAST RUN END          MESSAGES"
                   "      FAILED   ERRORS-24H"
