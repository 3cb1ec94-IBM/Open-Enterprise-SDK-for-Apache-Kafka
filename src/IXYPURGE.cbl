      *    already produce) is produced through IXYSPRDS, so the
      *    compacted topics delete the employee's values. CONFFILE
      *    supplies the client config.
      * c. EMPMAST - a leaver's master record is deleted outright,
      *    and its EMPSRCH search entries with it through IXYSRIDX.
      *    The consumer keeps a leaver on the master after a
      *    tombstone; erasure happens only here. An employee still
      *    active is kept until the consumer has posted the
      *    tombstone (journal, AGGSTORE, leaver count) and listed
      *    as awaiting it; a later run erases them. The dependents
      *    and beneficiaries on the record go with it.
      * d. RTPRDSNP, RTCNSSNP (matched on their keyed employeeId)
      *    and REPLAYFIL, DLQFIL (matched on the id's 9 digits
      *    appearing in the record's payload) are each copied to
      *    their OUT companion -- RTPRDSNO, RTCNSSNO, REPLAYFO,
      *    DLQFILO -- with the purged employees' records dropped,
      *    the IXYCFMNT review-then-copy-back convention.
      * e. PURGRPT - the purge certificate: one line per id per
      *    dataset and topic touched, with the counts removed or
      *    tombstoned, so the privacy officer files one report.
      * f. LEGALHLD - the legal hold registry, checked through the
      *    shared IXYLHCHK module. An employee under a hold of their
      *    own is not purged at all -- no tombstone, no sweep -- and
      *    is listed on the certificate with the hold's matter. A
      *    REPLAYFIL/DLQFIL record of a purged employee dated inside
      *    a company-wide hold's range is kept, and counted in the
      *    certificate's HELD column.
      * RETURN-CODE 16 means a tombstone produce failed, or search
      * entries could not be erased (ERRLOG 9887), and the
      * purge is NOT complete. RETURN-CODE 4 means an id was held
      * back by a legal hold, or that an active employee's master
      * awaits its tombstone; 8 means the hold registry could not be
      * read, so every id was held back.
      ******************************************************************
      * Modification history
      * 2026-08-22 : new program.
      *              a company-qualified entry, so one company's
      *              erasure can no longer destroy the other
      *              company's same-numbered employee.
      * 2026-10-15 : EMPMAST erasure -- IXYCAV64 now keeps a leaver on
      *              the master after its tombstone instead of
      *              deleting the record, so this sweep deletes the
      *              purged employee's EMPMAST record (and EMPSRCH
      *              entries) itself; the certificate gains an
      *              EMPMAST column.
      * 2026-10-15 : legal holds -- each id is checked against the
      *              LEGALHLD registry through IXYLHCHK first; a held
      *              employee is not purged and is listed on the
      *              certificate with the matter, and swept records
      *              inside a company-wide hold's date range are kept.
      * 2026-10-15 : the dependents and beneficiaries on an erased
      *              master record go with it; the certificate gains
      *              a DEPENDENTS column counting them, so the privacy
      *              officer can show the people the employee named
      *              were erased too.
      * 2026-10-15 : only a leaver's EMPMAST record is erased; one
      *              still active waits for IXYCAV64 to post its
      *              tombstone (journal, AGGSTORE, leaver count) and
      *              is listed AWAITING TOMBSTONE (RC 4). A failed
      *              EMPSRCH erasure keeps the record, is logged
      *              (ERRLOG 9887) and marks the line INCOMPLETE.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPURGE'.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-AUTHCARD-STATUS.

      * The employee master IXYCAV64 maintains -- purged employees'
      * records are deleted by key.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT PURGRPT ASSIGN TO PURGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL

         01 DEAD-LETTER-OUT        PIC X(100304).

      * Record layout as written by UPDATE-EMPLOYEE-MASTER in
      * IXYCAV64.
         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-KEY.
               10 EMPMAST-COMPANY      PIC X(03).
               10 EMPMAST-EMPLOYEE-ID  PIC 9(09).
            05 EMPMAST-UPDATED-TS   PIC X(21).
            05 EMPMAST-EVENT-TS     PIC S9(18) BINARY.
            05 EMPMAST-DEPT-CODE    PIC X(06).
            05 EMPMAST-COST-CENTER  PIC X(08).
            05 EMPMAST-EVENT-DATA   PIC X(4000).
      * Only the lifecycle status is needed here -- a leaver's record
      * is erased; an active employee's waits for its tombstone.
            05 EMPMAST-LIFECYCLE.
               10 EMPMAST-STATUS    PIC X(01).
                   88 EMPMAST-TERMINATED VALUE 'T'.
               10 FILLER            PIC X(74).

         FD PURGRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-DS-STATUS        PIC X(02).
         01 WS-PURGRPT-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
              10 WS-ID-REPLAY-CNT   PIC S9(9) BINARY.
              10 WS-ID-DLQ-CNT      PIC S9(9) BINARY.
              10 WS-ID-TOMB-CNT     PIC S9(9) BINARY.
              10 WS-ID-MAST-CNT     PIC S9(9) BINARY.
              10 WS-ID-HELD-CNT     PIC S9(9) BINARY.
              10 WS-ID-DEPS-CNT     PIC S9(9) BINARY.
      * Why the EMPMAST record is still on file: A active, awaiting
      * its tombstone; I its EMPSRCH entries could not be removed.
              10 WS-ID-MAST-NOTE    PIC X(01).
                  88 WS-ID-MAST-AWAITING  VALUE 'A'.
                  88 WS-ID-MAST-INCOMPLETE VALUE 'I'.
         01 WS-ID-IDX           PIC S9(9) BINARY VALUE 0.
         01 WS-AWAIT-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-INCOMPLETE-CNT   PIC S9(9) BINARY VALUE 0.

      * Ids held back by a legal hold -- not purged, only reported.
         01 WS-HELD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-HELD-TABLE.
            05 WS-HELD-ENTRY OCCURS 200 TIMES.
              10 WS-HELD-TEXT       PIC X(09).
              10 WS-HELD-COMPANY    PIC X(03).
              10 WS-HELD-MATTER     PIC X(16).
         01 WS-HELD-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-HOLD-ERROR-SW    PIC X(01) VALUE 'N'.
             88 WS-HOLD-ERROR   VALUE 'Y'.
         01 WS-HOLD-SAVE-RC     PIC S9(9) BINARY VALUE 0.
         01 WS-HOLD-REC-DATE    PIC 9(08) VALUE 0.
         01 WS-MATCH-IDX        PIC S9(9) BINARY VALUE 0.
         01 WS-SCAN-HIT         PIC S9(9) BINARY VALUE 0.

                88 WS-AUTHZ-ALLOWED VALUE '0'.


      * Parameter area for the shared legal hold check IXYLHCHK,
      * laid out as its LINKAGE SECTION -- the scan buffer travels
      * as the second CALL argument.
         01 WS-LHCHK-PARMS.
            05 WS-LHCHK-ACTION       PIC X(01).
            05 WS-LHCHK-CALLER       PIC X(08) VALUE 'IXYPURGE'.
            05 WS-LHCHK-COMPANY      PIC X(03).
            05 WS-LHCHK-EMPLOYEE-ID  PIC 9(09).
            05 WS-LHCHK-DATA-DATE    PIC 9(08).
            05 WS-LHCHK-SCAN-LEN     PIC S9(9) BINARY VALUE 0.
            05 WS-LHCHK-RESULT       PIC X(01).
                88 WS-LHCHK-HELD     VALUE 'H'.
                88 WS-LHCHK-ERROR    VALUE 'E'.
            05 WS-LHCHK-MATTER       PIC X(16).
            05 WS-LHCHK-HOLD-CNT     PIC S9(9) BINARY.

      * Parameter area for the shared payload at-rest protector
      * IXYPPROT -- the payload buffer travels as the second CALL
      * argument.
         01 WS-RPT-CNS           PIC ZZZZZZZZ9.
         01 WS-RPT-RPL           PIC ZZZZZZZZ9.
         01 WS-RPT-DLQ           PIC ZZZZZZZZ9.
         01 WS-RPT-MST           PIC ZZZZZZZZ9.
         01 WS-RPT-HLD           PIC ZZZZZZZZ9.
         01 WS-RPT-DEP           PIC ZZZZZZZZ9.
         01 WS-DEP-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-DEP-ON-RECORD     PIC S9(9) BINARY VALUE 0.

      * Parameter area for the shared search-index maintainer
      * IXYSRIDX -- an after image of spaces takes the purged
      * employee's entries out.
         01 WS-SRIDX-PARMS.
            05 WS-SRIDX-ACTION       PIC X(01).
            05 WS-SRIDX-RESULT       PIC X(01).
            05 WS-SRIDX-COMPANY      PIC X(03).
            05 WS-SRIDX-EMPLOYEE-ID  PIC 9(09).
            05 WS-SRIDX-TERM         PIC X(40).
            05 WS-SRIDX-CODE         PIC X(04).
            05 WS-SRIDX-BEFORE-IMAGE PIC X(4000).
            05 WS-SRIDX-AFTER-IMAGE  PIC X(4000).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.

           PERFORM LOAD-PURGE-IDS
           IF WS-ID-CNT = 0
             IF WS-HELD-CNT = 0
               DISPLAY "PURGIDS IS EMPTY - NOTHING TO PURGE"
             ELSE
               DISPLAY "EVERY ID IS UNDER LEGAL HOLD - NOTHING PURGED"
               PERFORM WRITE-PURGE-CERTIFICATE
               PERFORM SET-HOLD-RETURN-CODE
               PERFORM DISPLAY-PURGE-SUMMARY
             END-IF
             GOBACK
           END-IF

           PERFORM READ-TOPIC-TABLE
           PERFORM PRODUCE-PURGE-TOMBSTONES

           PERFORM SWEEP-EMPLOYEE-MASTER
           PERFORM SWEEP-PRODUCED-SNAPSHOTS
           PERFORM SWEEP-CONSUMED-SNAPSHOTS
           PERFORM SWEEP-REPLAY-FILE
           PERFORM SWEEP-DLQ-FILE

           PERFORM WRITE-PURGE-CERTIFICATE
           PERFORM SET-HOLD-RETURN-CODE
           IF WS-AWAIT-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-PURGE-SUMMARY
           GOBACK
           .
                  PRG-EMPLOYEE-ID NOT NUMERIC
                 CONTINUE
               ELSE
                 PERFORM CHECK-ID-LEGAL-HOLD
                 IF WS-LHCHK-HELD OR WS-LHCHK-ERROR
                   PERFORM HOLD-BACK-PURGE-ID
                 ELSE
                 IF WS-ID-CNT >= WS-ID-MAX
                   DISPLAY "ERROR : MORE THAN " WS-ID-MAX
                           " IDS IN PURGIDS"
                   MOVE 0 TO WS-ID-REPLAY-CNT(WS-ID-CNT)
                   MOVE 0 TO WS-ID-DLQ-CNT(WS-ID-CNT)
                   MOVE 0 TO WS-ID-TOMB-CNT(WS-ID-CNT)
                   MOVE 0 TO WS-ID-MAST-CNT(WS-ID-CNT)
                   MOVE 0 TO WS-ID-HELD-CNT(WS-ID-CNT)
                   MOVE 0 TO WS-ID-DEPS-CNT(WS-ID-CNT)
                   MOVE SPACE TO WS-ID-MAST-NOTE(WS-ID-CNT)
                 END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE PURGIDS
           DISPLAY "EMPLOYEE IDS TO PURGE : " WS-ID-CNT
           IF WS-HELD-CNT > 0
             DISPLAY "IDS UNDER LEGAL HOLD  : " WS-HELD-CNT
                     " - NOT PURGED"
           END-IF.

       CHECK-ID-LEGAL-HOLD.
      *****************************************************************
      * An erasure takes all of the employee's data, so the check
      * goes with no data date -- any hold on the employee stops it.
      *****************************************************************
           MOVE PRG-COMPANY-CODE TO WS-LHCHK-COMPANY
           MOVE PRG-EMPLOYEE-ID  TO WS-LHCHK-EMPLOYEE-ID
           MOVE 0                TO WS-LHCHK-DATA-DATE
           PERFORM CALL-LEGAL-HOLD-CHECK.

       CALL-LEGAL-HOLD-CHECK.
      * The CALL must not wipe a RETURN-CODE an earlier step set.
           MOVE RETURN-CODE TO WS-HOLD-SAVE-RC
           MOVE 'C' TO WS-LHCHK-ACTION
           MOVE 0   TO WS-LHCHK-SCAN-LEN
           CALL "IXYLHCHK" USING WS-LHCHK-PARMS, WS-SCAN-BUF
           MOVE WS-HOLD-SAVE-RC TO RETURN-CODE
           IF WS-LHCHK-ERROR
             SET WS-HOLD-ERROR TO TRUE
           END-IF.

       HOLD-BACK-PURGE-ID.
           IF WS-HELD-CNT < WS-ID-MAX
             ADD 1 TO WS-HELD-CNT
             MOVE PURGE-ID-RECORD(1:9) TO WS-HELD-TEXT(WS-HELD-CNT)
             MOVE PRG-COMPANY-CODE     TO WS-HELD-COMPANY(WS-HELD-CNT)
             IF WS-LHCHK-ERROR
               MOVE 'REGISTRY UNREAD ' TO WS-HELD-MATTER(WS-HELD-CNT)
             ELSE
               MOVE WS-LHCHK-MATTER    TO WS-HELD-MATTER(WS-HELD-CNT)
             END-IF
           END-IF
           DISPLAY "LEGAL HOLD : " PURGE-ID-RECORD(1:9) " "
                   PRG-COMPANY-CODE " NOT PURGED - MATTER "
                   WS-LHCHK-MATTER.

       CHECK-SWEPT-RECORD-HOLD.
      *****************************************************************
      * A purged employee's record dated inside a company-wide
      * hold's range stays where it is. WS-HOLD-REC-DATE carries
      * the record's timestamp date (zero when it has none).
      *****************************************************************
           MOVE WS-ID-COMPANY(WS-MATCH-IDX) TO WS-LHCHK-COMPANY
           MOVE WS-ID-VALUE(WS-MATCH-IDX)   TO WS-LHCHK-EMPLOYEE-ID
           MOVE WS-HOLD-REC-DATE            TO WS-LHCHK-DATA-DATE
           PERFORM CALL-LEGAL-HOLD-CHECK.

       SET-HOLD-RETURN-CODE.
           IF WS-HOLD-ERROR AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-HELD-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

       READ-PRODUCER-CONFIG.
           SET WS-NOT-EOF TO TRUE
             PERFORM FIND-PURGE-ID
           END-IF.

       SWEEP-EMPLOYEE-MASTER.
      *****************************************************************
      * Deletes each purged leaver's EMPMAST record by its company +
      * employeeId key, after taking its EMPSRCH entries out. A key
      * not on file is nothing to erase. An employee still active
      * here is left alone: the tombstone this run produced is what
      * terminates them in IXYCAV64 -- journal 'D', AGGSTORE and the
      * leaver count -- and that posting needs the record. They are
      * listed as awaiting their tombstone, and a later run erases
      * them. A master that cannot be opened means the erasure is
      * NOT complete -- RC 16, as for a failed tombstone.
      *****************************************************************
           OPEN I-O EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9815 TO ERRLOG-CODE
             MOVE "IXYPURGE: UNABLE TO OPEN EMPMAST - NOT ERASED" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE 1 TO WS-ID-IDX
             PERFORM UNTIL WS-ID-IDX > WS-ID-CNT
               MOVE WS-ID-COMPANY(WS-ID-IDX) TO EMPMAST-COMPANY
               MOVE WS-ID-VALUE(WS-ID-IDX)   TO EMPMAST-EMPLOYEE-ID
               READ EMPMAST
               IF WS-EMPMAST-STATUS = '00'
                 IF EMPMAST-TERMINATED
                   PERFORM ERASE-LEAVER-MASTER
                 ELSE
                   DISPLAY "EMPMAST " WS-ID-TEXT(WS-ID-IDX) " "
                           WS-ID-COMPANY(WS-ID-IDX)
                           " STILL ACTIVE - AWAITING TOMBSTONE"
                   SET WS-ID-MAST-AWAITING(WS-ID-IDX) TO TRUE
                   ADD 1 TO WS-AWAIT-CNT
                 END-IF
               END-IF
               ADD 1 TO WS-ID-IDX
             END-PERFORM
             CLOSE EMPMAST
           END-IF.

       ERASE-LEAVER-MASTER.
      *****************************************************************
      * The search entries go first, from the record's own image. If
      * they cannot be removed the record is kept, so a re-run can
      * take them out from the same image, and the certificate line
      * says the erasure is incomplete.
      *****************************************************************
           MOVE 'P'                      TO WS-SRIDX-ACTION
           MOVE EMPMAST-COMPANY          TO WS-SRIDX-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID      TO WS-SRIDX-EMPLOYEE-ID
           MOVE EMPMAST-EVENT-DATA       TO WS-SRIDX-BEFORE-IMAGE
           MOVE SPACES                   TO WS-SRIDX-AFTER-IMAGE
           CALL "IXYSRIDX" USING WS-SRIDX-PARMS
           EVALUATE WS-SRIDX-RESULT
             WHEN '0'
               CONTINUE
             WHEN 'N'
               DISPLAY "EMPSRCH NOT PRESENT - NO SEARCH ENTRIES TO "
                       "ERASE FOR " WS-ID-TEXT(WS-ID-IDX)
             WHEN OTHER
               DISPLAY "ERROR : EMPSRCH ERASURE FAILED FOR "
                       WS-ID-TEXT(WS-ID-IDX) " "
                       WS-ID-COMPANY(WS-ID-IDX)
                       " - EMPMAST RECORD KEPT"
               MOVE 9887 TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MSG
               STRING "IXYPURGE: EMPSRCH ERASURE FAILED FOR "
                      WS-ID-TEXT(WS-ID-IDX) " "
                      WS-ID-COMPANY(WS-ID-IDX)
                      " - PURGE NOT COMPLETE"
                      DELIMITED BY SIZE INTO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
               SET WS-ID-MAST-INCOMPLETE(WS-ID-IDX) TO TRUE
               ADD 1 TO WS-INCOMPLETE-CNT
           END-EVALUATE
           IF NOT WS-ID-MAST-INCOMPLETE(WS-ID-IDX)
             PERFORM COUNT-RECORD-DEPENDENTS
             DELETE EMPMAST RECORD
             IF WS-EMPMAST-STATUS = '00'
               ADD 1 TO WS-ID-MAST-CNT(WS-ID-IDX)
               ADD WS-DEP-ON-RECORD TO WS-ID-DEPS-CNT(WS-ID-IDX)
             ELSE
               DISPLAY "ERROR : EMPMAST DELETE FAILED FOR "
                       WS-ID-TEXT(WS-ID-IDX) " FILE STATUS "
                       WS-EMPMAST-STATUS
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       COUNT-RECORD-DEPENDENTS.
      *****************************************************************
      * The dependents and beneficiaries named on the master record
      * about to be deleted -- an image from before the block
      * existed has none.
      *****************************************************************
           MOVE 0 TO WS-DEP-ON-RECORD
           MOVE EMPMAST-EVENT-DATA TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF dependentsIncluded = 'Y'
             PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > 24
               IF dependentRole(WS-DEP-IDX) NOT = SPACE
                 ADD 1 TO WS-DEP-ON-RECORD
               END-IF
             END-PERFORM
           END-IF.

       SWEEP-PRODUCED-SNAPSHOTS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT RTPRDSNP
                   MOVE 1 TO WS-SCAN-BASE
                 END-IF
                 PERFORM MATCH-PAYLOAD-EMPLOYEE-ID
                 IF WS-MATCH-IDX > 0
                   MOVE 0 TO WS-HOLD-REC-DATE
                   IF REPLAY-TIMESTAMP(1:8) IS NUMERIC
                     MOVE REPLAY-TIMESTAMP(1:8) TO WS-HOLD-REC-DATE
                   END-IF
                   PERFORM CHECK-SWEPT-RECORD-HOLD
                   IF WS-LHCHK-HELD OR WS-LHCHK-ERROR
                     ADD 1 TO WS-ID-HELD-CNT(WS-MATCH-IDX)
                     MOVE 0 TO WS-MATCH-IDX
                   END-IF
                 END-IF
                 IF WS-MATCH-IDX = 0
                   MOVE REPLAY-FILE-RECORD TO REPLAY-FILE-OUT
                   WRITE REPLAY-FILE-OUT
                 END-IF
                 MOVE 1 TO WS-SCAN-BASE
                 PERFORM MATCH-PAYLOAD-EMPLOYEE-ID
                 IF WS-MATCH-IDX > 0
                   MOVE 0 TO WS-HOLD-REC-DATE
                   IF DLQ-TIMESTAMP(1:8) IS NUMERIC
                     MOVE DLQ-TIMESTAMP(1:8) TO WS-HOLD-REC-DATE
                   END-IF
                   PERFORM CHECK-SWEPT-RECORD-HOLD
                   IF WS-LHCHK-HELD OR WS-LHCHK-ERROR
                     ADD 1 TO WS-ID-HELD-CNT(WS-MATCH-IDX)
                     MOVE 0 TO WS-MATCH-IDX
                   END-IF
                 END-IF
                 IF WS-MATCH-IDX = 0
                   MOVE DEAD-LETTER-FILE TO DEAD-LETTER-OUT
                   WRITE DEAD-LETTER-OUT
           WRITE PURGRPT-LINE
           MOVE SPACES TO PURGRPT-LINE
           STRING "  EMPLOYEE  CO   TOMBSTONES  RTPRDSNP  RTCNSSNP"
                  "  REPLAYFIL  DLQFIL   EMPMAST      HELD"
                  " DEPENDENTS"
                  DELIMITED BY SIZE INTO PURGRPT-LINE
           WRITE PURGRPT-LINE
           MOVE ALL "-" TO PURGRPT-LINE
             MOVE WS-ID-CNSSNP-CNT(WS-ID-IDX) TO WS-RPT-CNS
             MOVE WS-ID-REPLAY-CNT(WS-ID-IDX) TO WS-RPT-RPL
             MOVE WS-ID-DLQ-CNT(WS-ID-IDX)    TO WS-RPT-DLQ
             MOVE WS-ID-MAST-CNT(WS-ID-IDX)   TO WS-RPT-MST
             MOVE WS-ID-HELD-CNT(WS-ID-IDX)   TO WS-RPT-HLD
             MOVE WS-ID-DEPS-CNT(WS-ID-IDX)   TO WS-RPT-DEP
             MOVE SPACES TO PURGRPT-LINE
             STRING "  " WS-ID-TEXT(WS-ID-IDX)
                    " " WS-ID-COMPANY(WS-ID-IDX)
                    "   " WS-RPT-CNS
                    "   " WS-RPT-RPL
                    "   " WS-RPT-DLQ
                    " " WS-RPT-MST
                    " " WS-RPT-HLD
                    "  " WS-RPT-DEP
                    DELIMITED BY SIZE INTO PURGRPT-LINE
             EVALUATE TRUE
               WHEN WS-ID-MAST-AWAITING(WS-ID-IDX)
                 MOVE " AWAITING TOMBSTONE" TO PURGRPT-LINE(106:21)
               WHEN WS-ID-MAST-INCOMPLETE(WS-ID-IDX)
                 MOVE " INCOMPLETE-EMPSRCH" TO PURGRPT-LINE(106:21)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             WRITE PURGRPT-LINE
             ADD 1 TO WS-ID-IDX
           END-PERFORM
           IF WS-HELD-CNT > 0
             PERFORM WRITE-HELD-IDS
           END-IF
           IF WS-AWAIT-CNT > 0 OR WS-INCOMPLETE-CNT > 0
             PERFORM WRITE-MASTER-NOTES
           END-IF
           CLOSE PURGRPT.

       WRITE-MASTER-NOTES.
      *****************************************************************
      * What the EMPMAST column's notes mean, and what to do next.
      *****************************************************************
           MOVE SPACES TO PURGRPT-LINE
           WRITE PURGRPT-LINE
           IF WS-AWAIT-CNT > 0
             MOVE SPACES TO PURGRPT-LINE
             STRING "  AWAITING TOMBSTONE - STILL ACTIVE ON EMPMAST; "
                    "RE-RUN THE PURGE ONCE IXYCAV64 HAS POSTED THE "
                    "TOMBSTONE"
                    DELIMITED BY SIZE INTO PURGRPT-LINE
             WRITE PURGRPT-LINE
           END-IF
           IF WS-INCOMPLETE-CNT > 0
             MOVE SPACES TO PURGRPT-LINE
             STRING "  INCOMPLETE-EMPSRCH - SEARCH ENTRIES NOT ERASED, "
                    "EMPMAST RECORD KEPT; ERASURE NOT COMPLETE - RE-RUN"
                    DELIMITED BY SIZE INTO PURGRPT-LINE
             WRITE PURGRPT-LINE
           END-IF.

       WRITE-HELD-IDS.
      *****************************************************************
      * The ids the run was asked to erase but did not, because a
      * legal hold covers them -- nothing of theirs was touched.
      *****************************************************************
           MOVE SPACES TO PURGRPT-LINE
           WRITE PURGRPT-LINE
           MOVE SPACES TO PURGRPT-LINE
           STRING "  NOT PURGED - UNDER LEGAL HOLD"
                  DELIMITED BY SIZE INTO PURGRPT-LINE
           WRITE PURGRPT-LINE
           MOVE SPACES TO PURGRPT-LINE
           STRING "  EMPLOYEE  CO   MATTER"
                  DELIMITED BY SIZE INTO PURGRPT-LINE
           WRITE PURGRPT-LINE
           MOVE ALL "-" TO PURGRPT-LINE
           WRITE PURGRPT-LINE
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                     UNTIL WS-HELD-IDX > WS-HELD-CNT
             MOVE SPACES TO PURGRPT-LINE
             STRING "  " WS-HELD-TEXT(WS-HELD-IDX)
                    " " WS-HELD-COMPANY(WS-HELD-IDX)
                    "  " WS-HELD-MATTER(WS-HELD-IDX)
                    DELIMITED BY SIZE INTO PURGRPT-LINE
             WRITE PURGRPT-LINE
           END-PERFORM.

       DISPLAY-PURGE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "  JOB START     : " WS-JOB-START-TS
           DISPLAY "  JOB END       : " WS-JOB-END-TS
           DISPLAY "  IDS PURGED    : " WS-ID-CNT
           DISPLAY "  IDS HELD      : " WS-HELD-CNT
           DISPLAY "  AWAITING TOMB : " WS-AWAIT-CNT
           DISPLAY "  EMPSRCH FAILED: " WS-INCOMPLETE-CNT
           DISPLAY "==========================================".

       LOG-PURGE-ERROR.
