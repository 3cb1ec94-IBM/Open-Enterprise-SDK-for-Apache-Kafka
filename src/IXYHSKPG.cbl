      *       REPLAYFIL  REPLAYFA    REPLAYFN
      * c. HSKRPT - the housekeeping report: per dataset, records kept
      *    and records moved to archive (or why it was skipped).
      * d. LEGALHLD - the legal hold registry, checked through the
      *    shared IXYLHCHK module. An aged record is scanned before
      *    it goes to the archive; one that falls under a hold (a
      *    held employee's id in it, or its date inside a
      *    company-wide hold's range) stays in NEW and is counted in
      *    the report's HELD column. DLQFIL payloads are scanned
      *    unprotected (IXYPPROT) in a work copy only. A registry that
      *    cannot be read ages nothing out (RETURN-CODE 8).
      *
      * A record whose timestamp field does not hold a valid date
      * (records written before their dataset carried a timestamp) is
      *              -- quarantined payloads are now protected at
      *              rest, with the protection flag and key
      *              generation on the record.
      * 2026-10-15 : legal holds -- an aged record covered by a hold
      *              in the LEGALHLD registry (checked through
      *              IXYLHCHK) is kept in NEW instead of archived,
      *              and reported in a new HELD column.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYHSKPG'.
           RECORDING MODE  IS  F
           DATA RECORD     IS  DLQFIL-REC.
         01 DLQFIL-REC            PIC X(100304).
      * The same record by field, as IXYCAV64 writes it -- for the
      * legal hold scan of the payload.
         01 DLQFIL-FIELDS.
            05 DLQ-STAGE            PIC X(01).
            05 DLQ-TOPIC            PIC X(256).
            05 DLQ-PARTITION        PIC S9(9) BINARY.
            05 DLQ-OFFSET           PIC S9(18) BINARY.
            05 DLQ-ERROR-CODE       PIC S9(9) BINARY.
            05 DLQ-PAYLOAD-LEN      PIC S9(9) BINARY.
            05 DLQ-TIMESTAMP        PIC X(21).
            05 DLQ-PAYLOAD          PIC X(100000).
            05 DLQ-PROT-SW          PIC X(01).
                88 DLQ-PROTECTED    VALUE 'Y'.
            05 DLQ-PROT-GEN         PIC X(01).
            05 FILLER               PIC X(04).
         FD DLQFILA
           RECORD CONTAINS 100304  CHARACTERS
           BLOCK  CONTAINS 100304 CHARACTERS
         01 WS-MOVED-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-TOTAL-KEPT       PIC S9(9) BINARY VALUE 0.
         01 WS-TOTAL-MOVED      PIC S9(9) BINARY VALUE 0.
         01 WS-HELD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-TOTAL-HELD       PIC S9(9) BINARY VALUE 0.

      * Legal hold check of aged records -- see CHECK-AGED-RECORD-HOLD.
      * The part of the record that can name an employee is copied
      * to the scan buffer first.
         01 WS-HOLDS-ACTIVE-SW  PIC X(01) VALUE 'N'.
             88 WS-HOLDS-ACTIVE VALUE 'Y'.
         01 WS-HOLD-ERROR-SW    PIC X(01) VALUE 'N'.
             88 WS-HOLD-ERROR   VALUE 'Y'.
         01 WS-HOLD-SAVE-RC     PIC S9(9) BINARY VALUE 0.
         01 WS-HOLD-SCAN-BUF    PIC X(100000).
         01 WS-HOLD-SCAN-LEN    PIC S9(9) BINARY VALUE 0.

      * Parameter area for the shared legal hold check IXYLHCHK,
      * laid out as its LINKAGE SECTION -- the scan buffer travels
      * as the second CALL argument.
         01 WS-LHCHK-PARMS.
            05 WS-LHCHK-ACTION       PIC X(01).
            05 WS-LHCHK-CALLER       PIC X(08) VALUE 'IXYHSKPG'.
            05 WS-LHCHK-COMPANY      PIC X(03) VALUE SPACES.
            05 WS-LHCHK-EMPLOYEE-ID  PIC 9(09) VALUE 0.
            05 WS-LHCHK-DATA-DATE    PIC 9(08).
            05 WS-LHCHK-SCAN-LEN     PIC S9(9) BINARY VALUE 0.
            05 WS-LHCHK-RESULT       PIC X(01).
                88 WS-LHCHK-HELD     VALUE 'H'.
                88 WS-LHCHK-MISSING  VALUE 'M'.
                88 WS-LHCHK-ERROR    VALUE 'E'.
            05 WS-LHCHK-MATTER       PIC X(16).
            05 WS-LHCHK-HOLD-CNT     PIC S9(9) BINARY.

      * Parameter area for the shared payload at-rest protector
      * IXYPPROT -- the payload buffer travels as the second CALL
      * argument.
         01 WS-PPROT-PARMS.
            05 WS-PPROT-ACTION  PIC X(01).
            05 WS-PPROT-KEY-GEN PIC X(01).
            05 WS-PPROT-CALLER  PIC X(08) VALUE 'IXYHSKPG'.
            05 WS-PPROT-DATASET PIC X(08).
            05 WS-PPROT-LEN     PIC S9(9) BINARY.

      * Report line build area.
         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MOVED       PIC Z,ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-HELD        PIC Z,ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-NOTE        PIC X(40).
            05 FILLER              PIC X(40) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).
           PERFORM HOUSEKEEP-REPLAYFIL

           PERFORM CLOSE-HOUSEKEEPING-REPORT
           IF WS-HOLD-ERROR AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-HOUSEKEEPING-SUMMARY
           GOBACK
           .
             END-IF
           END-IF.

       CHECK-AGED-RECORD-HOLD.
      *****************************************************************
      * An aged record under a legal hold is not aged out -- it goes
      * back to NEW as if inside retention. The record's own
      * timestamp date decides company-wide holds; a held id in
      * the scanned bytes decides the rest. A registry the module
      * could not read holds everything.
      *****************************************************************
           MOVE 0 TO WS-LHCHK-DATA-DATE
           IF WS-REC-TIMESTAMP(1:8) IS NUMERIC
             MOVE WS-REC-TIMESTAMP(1:8) TO WS-LHCHK-DATA-DATE
           END-IF
           MOVE WS-HOLD-SCAN-LEN TO WS-LHCHK-SCAN-LEN
           MOVE 'S' TO WS-LHCHK-ACTION
           MOVE RETURN-CODE TO WS-HOLD-SAVE-RC
           CALL "IXYLHCHK" USING WS-LHCHK-PARMS, WS-HOLD-SCAN-BUF
           MOVE WS-HOLD-SAVE-RC TO RETURN-CODE
           IF WS-LHCHK-HELD OR WS-LHCHK-ERROR
             MOVE 'Y' TO WS-RECORD-RETAINED
             ADD 1 TO WS-HELD-CNT
           END-IF.

       LOAD-DLQ-SCAN-COPY.
      * The record travels on protected; only the scan copy is
      * unprotected, the IXYPURGE way.
           IF DLQ-PAYLOAD-LEN > 0 AND DLQ-PAYLOAD-LEN <= 100000
             MOVE DLQ-PAYLOAD-LEN TO WS-HOLD-SCAN-LEN
           ELSE
             MOVE 100000 TO WS-HOLD-SCAN-LEN
           END-IF
           MOVE DLQ-PAYLOAD(1:WS-HOLD-SCAN-LEN) TO
                    WS-HOLD-SCAN-BUF(1:WS-HOLD-SCAN-LEN)
           IF DLQ-PROTECTED
             MOVE 'D' TO WS-PPROT-ACTION
             MOVE DLQ-PROT-GEN TO WS-PPROT-KEY-GEN
             MOVE 'DLQFIL  ' TO WS-PPROT-DATASET
             MOVE WS-HOLD-SCAN-LEN TO WS-PPROT-LEN
             MOVE RETURN-CODE TO WS-HOLD-SAVE-RC
             CALL "IXYPPROT" USING WS-PPROT-PARMS, WS-HOLD-SCAN-BUF
             MOVE WS-HOLD-SAVE-RC TO RETURN-CODE
           END-IF.

       LOAD-LEGAL-HOLDS.
      *****************************************************************
      * Loads the holds in force once for the run. With none, no
      * record needs scanning.
      *****************************************************************
           MOVE 'O' TO WS-LHCHK-ACTION
           MOVE 0   TO WS-LHCHK-SCAN-LEN
           CALL "IXYLHCHK" USING WS-LHCHK-PARMS, WS-HOLD-SCAN-BUF
           MOVE SPACES TO HSKRPT-LINE
           EVALUATE TRUE
             WHEN WS-LHCHK-ERROR
               SET WS-HOLD-ERROR   TO TRUE
               SET WS-HOLDS-ACTIVE TO TRUE
               STRING "  ** LEGAL HOLD REGISTRY UNREADABLE - NO "
                      "RECORD AGED OUT"
                      DELIMITED BY SIZE INTO HSKRPT-LINE
             WHEN WS-LHCHK-MISSING
               STRING "  LEGAL HOLD REGISTRY NOT PROVISIONED - "
                      "NOTHING HELD"
                      DELIMITED BY SIZE INTO HSKRPT-LINE
             WHEN OTHER
               IF WS-LHCHK-HOLD-CNT > 0
                 SET WS-HOLDS-ACTIVE TO TRUE
               END-IF
               MOVE WS-LHCHK-HOLD-CNT TO RPT-DET-HELD
               STRING "  LEGAL HOLDS IN FORCE : " RPT-DET-HELD
                      DELIMITED BY SIZE INTO HSKRPT-LINE
           END-EVALUATE
           WRITE HSKRPT-LINE.

       OPEN-HOUSEKEEPING-REPORT.
           OPEN OUTPUT HSKRPT
           MOVE "APPEND-FOREVER DATASET HOUSEKEEPING REPORT" TO
           STRING "  RUN AT : " WS-JOB-START-TS
                  DELIMITED BY SIZE INTO HSKRPT-LINE
           WRITE HSKRPT-LINE
           PERFORM LOAD-LEGAL-HOLDS
           MOVE SPACES TO HSKRPT-LINE
           STRING "  DATASET     DAYS       KEPT      MOVED       HELD"
                  "  NOTE"
                  DELIMITED BY SIZE INTO HSKRPT-LINE
           WRITE HSKRPT-LINE
           MOVE ALL "-" TO HSKRPT-LINE
           MOVE WS-CARD-DAYS(WS-CARD-FOUND-IDX) TO RPT-DET-DAYS
           MOVE WS-KEPT-CNT  TO RPT-DET-KEPT
           MOVE WS-MOVED-CNT TO RPT-DET-MOVED
           MOVE WS-HELD-CNT  TO RPT-DET-HELD
           MOVE SPACES       TO RPT-DET-NOTE
           IF WS-HELD-CNT > 0
             MOVE "AGED RECORDS KEPT UNDER LEGAL HOLD" TO RPT-DET-NOTE
           END-IF
           MOVE WS-RPT-DETAIL TO HSKRPT-LINE
           WRITE HSKRPT-LINE
           ADD WS-KEPT-CNT  TO WS-TOTAL-KEPT
           ADD WS-MOVED-CNT TO WS-TOTAL-MOVED
           ADD WS-HELD-CNT  TO WS-TOTAL-HELD.

       REPORT-DATASET-SKIPPED.
           MOVE WS-CUR-DDNAME TO RPT-DET-DDNAME
           MOVE 0 TO RPT-DET-DAYS
           MOVE 0 TO RPT-DET-KEPT
           MOVE 0 TO RPT-DET-MOVED
           MOVE 0 TO RPT-DET-HELD
           MOVE "NO RETENTION CARD - UNTOUCHED" TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL TO HSKRPT-LINE
           WRITE HSKRPT-LINE.
           MOVE WS-CARD-DAYS(WS-CARD-FOUND-IDX) TO RPT-DET-DAYS
           MOVE 0 TO RPT-DET-KEPT
           MOVE 0 TO RPT-DET-MOVED
           MOVE 0 TO RPT-DET-HELD
           MOVE "DATASET NOT AVAILABLE - SKIPPED" TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL TO HSKRPT-LINE
           WRITE HSKRPT-LINE
           MOVE 0 TO RPT-DET-DAYS
           MOVE WS-TOTAL-KEPT  TO RPT-DET-KEPT
           MOVE WS-TOTAL-MOVED TO RPT-DET-MOVED
           MOVE WS-TOTAL-HELD  TO RPT-DET-HELD
           MOVE WS-RPT-DETAIL TO HSKRPT-LINE
           WRITE HSKRPT-LINE
           MOVE SPACES TO HSKRPT-LINE
           WRITE HSKRPT-LINE
           MOVE SPACES TO HSKRPT-LINE
           STRING "  HELD = AGED RECORDS KEPT IN NEW BECAUSE A LEGAL "
                  "HOLD COVERS THEM (INCLUDED IN KEPT)"
                  DELIMITED BY SIZE INTO HSKRPT-LINE
           WRITE HSKRPT-LINE
           CLOSE HSKRPT.

       DISPLAY-HOUSEKEEPING-SUMMARY.
           DISPLAY "  JOB END         : " WS-JOB-END-TS
           DISPLAY "  RECORDS KEPT    : " WS-TOTAL-KEPT
           DISPLAY "  RECORDS ARCHIVED: " WS-TOTAL-MOVED
           DISPLAY "  HELD (LEGAL)    : " WS-TOTAL-HELD
           DISPLAY "==========================================".

       HOUSEKEEP-ERRLOG.
             PERFORM COMPUTE-CUTOFF-DATE
             MOVE 0 TO WS-KEPT-CNT
             MOVE 0 TO WS-MOVED-CNT
             MOVE 0 TO WS-HELD-CNT
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT ERRLOG
             IF WS-HSK-STATUS NOT = '00'
                 NOT AT END
                   MOVE ERRLOG-REC(1:21) TO WS-REC-TIMESTAMP
                   PERFORM AGE-ONE-RECORD
                   IF WS-RECORD-RETAINED = 'N' AND WS-HOLDS-ACTIVE
                     MOVE ERRLOG-REC(40:256) TO WS-HOLD-SCAN-BUF(1:256)
                     MOVE 256 TO WS-HOLD-SCAN-LEN
                     PERFORM CHECK-AGED-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-RETAINED = 'Y'
                     MOVE ERRLOG-REC TO ERRLOGN-REC
                     WRITE ERRLOGN-REC
             PERFORM COMPUTE-CUTOFF-DATE
             MOVE 0 TO WS-KEPT-CNT
             MOVE 0 TO WS-MOVED-CNT
             MOVE 0 TO WS-HELD-CNT
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT DLVRYLOG
             IF WS-HSK-STATUS NOT = '00'
                 NOT AT END
                   MOVE DLVRYLOG-REC(26:21) TO WS-REC-TIMESTAMP
                   PERFORM AGE-ONE-RECORD
                   IF WS-RECORD-RETAINED = 'N' AND WS-HOLDS-ACTIVE
                     MOVE DLVRYLOG-REC TO WS-HOLD-SCAN-BUF(1:2049)
                     MOVE 2049 TO WS-HOLD-SCAN-LEN
                     PERFORM CHECK-AGED-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-RETAINED = 'Y'
                     MOVE DLVRYLOG-REC TO DLVRLOGN-REC
                     WRITE DLVRLOGN-REC
             PERFORM COMPUTE-CUTOFF-DATE
             MOVE 0 TO WS-KEPT-CNT
             MOVE 0 TO WS-MOVED-CNT
             MOVE 0 TO WS-HELD-CNT
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT LOGDSN
             IF WS-HSK-STATUS NOT = '00'
                 NOT AT END
                   MOVE LOGDSN-REC(1:21) TO WS-REC-TIMESTAMP
                   PERFORM AGE-ONE-RECORD
                   IF WS-RECORD-RETAINED = 'N' AND WS-HOLDS-ACTIVE
                     MOVE LOGDSN-REC TO WS-HOLD-SCAN-BUF(1:2085)
                     MOVE 2085 TO WS-HOLD-SCAN-LEN
                     PERFORM CHECK-AGED-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-RETAINED = 'Y'
                     MOVE LOGDSN-REC TO LOGDSNN-REC
                     WRITE LOGDSNN-REC
             PERFORM COMPUTE-CUTOFF-DATE
             MOVE 0 TO WS-KEPT-CNT
             MOVE 0 TO WS-MOVED-CNT
             MOVE 0 TO WS-HELD-CNT
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT STATSDSN
             IF WS-HSK-STATUS NOT = '00'
                 NOT AT END
                   MOVE STATSDSN-REC(1:21) TO WS-REC-TIMESTAMP
                   PERFORM AGE-ONE-RECORD
                   IF WS-RECORD-RETAINED = 'N' AND WS-HOLDS-ACTIVE
                     MOVE STATSDSN-REC TO WS-HOLD-SCAN-BUF(1:8192)
                     MOVE 8192 TO WS-HOLD-SCAN-LEN
                     PERFORM CHECK-AGED-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-RETAINED = 'Y'
                     MOVE STATSDSN-REC TO STATDSNN-REC
                     WRITE STATDSNN-REC
             PERFORM COMPUTE-CUTOFF-DATE
             MOVE 0 TO WS-KEPT-CNT
             MOVE 0 TO WS-MOVED-CNT
             MOVE 0 TO WS-HELD-CNT
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT AUDITFIL
             IF WS-HSK-STATUS NOT = '00'
                 NOT AT END
                   MOVE AUDITFIL-REC(1:21) TO WS-REC-TIMESTAMP
                   PERFORM AGE-ONE-RECORD
                   IF WS-RECORD-RETAINED = 'N' AND WS-HOLDS-ACTIVE
                     MOVE AUDITFIL-REC TO WS-HOLD-SCAN-BUF(1:2168)
                     MOVE 2168 TO WS-HOLD-SCAN-LEN
                     PERFORM CHECK-AGED-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-RETAINED = 'Y'
                     MOVE AUDITFIL-REC TO AUDITFLN-REC
                     WRITE AUDITFLN-REC
             PERFORM COMPUTE-CUTOFF-DATE
             MOVE 0 TO WS-KEPT-CNT
             MOVE 0 TO WS-MOVED-CNT
             MOVE 0 TO WS-HELD-CNT
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT RECONFIL
             IF WS-HSK-STATUS NOT = '00'
                 NOT AT END
                   MOVE RECONFIL-REC(1:21) TO WS-REC-TIMESTAMP
                   PERFORM AGE-ONE-RECORD
                   IF WS-RECORD-RETAINED = 'N' AND WS-HOLDS-ACTIVE
                     MOVE RECONFIL-REC TO WS-HOLD-SCAN-BUF(1:2186)
                     MOVE 2186 TO WS-HOLD-SCAN-LEN
                     PERFORM CHECK-AGED-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-RETAINED = 'Y'
                     MOVE RECONFIL-REC TO RECONFLN-REC
                     WRITE RECONFLN-REC
             PERFORM COMPUTE-CUTOFF-DATE
             MOVE 0 TO WS-KEPT-CNT
             MOVE 0 TO WS-MOVED-CNT
             MOVE 0 TO WS-HELD-CNT
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT DLQFIL
             IF WS-HSK-STATUS NOT = '00'
                 NOT AT END
                   MOVE DLQFIL-REC(278:21) TO WS-REC-TIMESTAMP
                   PERFORM AGE-ONE-RECORD
                   IF WS-RECORD-RETAINED = 'N' AND WS-HOLDS-ACTIVE
                     PERFORM LOAD-DLQ-SCAN-COPY
                     PERFORM CHECK-AGED-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-RETAINED = 'Y'
                     MOVE DLQFIL-REC TO DLQFILN-REC
                     WRITE DLQFILN-REC
             PERFORM COMPUTE-CUTOFF-DATE
             MOVE 0 TO WS-KEPT-CNT
             MOVE 0 TO WS-MOVED-CNT
             MOVE 0 TO WS-HELD-CNT
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT REPLAYFIL
             IF WS-HSK-STATUS NOT = '00'
                 NOT AT END
                   MOVE REPLAYFIL-REC(1:21) TO WS-REC-TIMESTAMP
                   PERFORM AGE-ONE-RECORD
                   IF WS-RECORD-RETAINED = 'N' AND WS-HOLDS-ACTIVE
                     MOVE REPLAYFIL-REC(2110:4176) TO
                              WS-HOLD-SCAN-BUF(1:4176)
                     MOVE 4176 TO WS-HOLD-SCAN-LEN
                     PERFORM CHECK-AGED-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-RETAINED = 'Y'
                     MOVE REPLAYFIL-REC TO REPLAYFN-REC
                     WRITE REPLAYFN-REC
