      *    producer, consumer or repair runs underneath. Flip the
      *    KEYRING's current SEAL card and run this phase in the
      *    same change window -- seals carry no generation tag.
      *    A period-end snapshot on PESNAP (see IXYPESNP) is re-sealed
      *    to PESNAPO in the same phase, one retained generation per
      *    run; its trailer is re-sealed only when the record count
      *    and checksum still agree with the frozen records.
      * c. FIELDS - re-protects the stored securityToken in EMPMAST
      *    (rewritten in place) and the RTPRDSNP/RTCNSSNP snapshots
      *    (OUT companions RTPRDSNO/RTCNSSNO), unprotecting under
      ******************************************************************
      * Modification history
      * 2026-09-02 : new program.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle -- leavers'
      *              tokens are rotated too; the lifecycle area is
      *              rewritten untouched.
      * 2026-10-15 : SEALS phase re-seals the period-end snapshot
      *              trailer (PESNAP -> PESNAPO) after checking it
      *              against the frozen records; the snapshot's master
      *              images are never rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYKROT'.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-OUT-STATUS.

           SELECT PESNAP ASSIGN TO PESNAP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IN-STATUS.

           SELECT PESNAPO ASSIGN TO PESNAPO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-OUT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD CONFFILE
            05 PCHKPTO-IMAGE      PIC X(2049).

         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-DEPT-CODE    PIC X(06).
            05 EMPMAST-COST-CENTER  PIC X(08).
            05 EMPMAST-EVENT-DATA   PIC X(4000).
            05 EMPMAST-LIFECYCLE    PIC X(75).

         FD RTPRDSNP
           RECORD CONTAINS 4009  CHARACTERS
            05 RTCO-EMPLOYEE-ID     PIC 9(09).
            05 RTCO-EVENT-SNAPSHOT  PIC X(4000).

      * Record layout as written by IXYPESNP -- header, frozen master
      * images, and the sealed control-totals trailer.
         FD PESNAP
           RECORD CONTAINS 4131  CHARACTERS
           BLOCK  CONTAINS 41310 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PERIOD-SNAPSHOT-RECORD.

         01 PERIOD-SNAPSHOT-RECORD.
            05 PES-RECORD-TYPE      PIC X(01).
               88 PES-IS-DETAIL     VALUE 'D'.
               88 PES-IS-TRAILER    VALUE 'T'.
            05 PES-RECORD-BODY      PIC X(4130).

         01 PES-DETAIL-RECORD.
            05 FILLER               PIC X(01).
            05 PESD-MASTER-IMAGE    PIC X(4130).

         01 PES-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 PEST-SEALED-AREA.
               10 PEST-PERIOD          PIC 9(06).
               10 PEST-BUSINESS-DATE   PIC 9(08).
               10 PEST-RUN-ID          PIC X(16).
               10 PEST-RECORD-COUNT    PIC 9(09).
               10 PEST-ACTIVE-COUNT    PIC 9(09).
               10 PEST-LEAVER-COUNT    PIC 9(09).
               10 PEST-SALARY-TOTAL    PIC 9(13)V9(02).
               10 PEST-INSURANCE-TOTAL PIC 9(13)V9(02).
               10 PEST-CHECKSUM        PIC 9(09).
            05 PEST-SEAL            PIC X(16).
            05 FILLER               PIC X(4018).

         FD PESNAPO
           RECORD CONTAINS 4131  CHARACTERS
           BLOCK  CONTAINS 41310 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PERIOD-SNAPSHOT-OUT.

         01 PERIOD-SNAPSHOT-OUT.
            05 PESO-IMAGE           PIC X(4131).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-IN-STATUS        PIC X(02).
         01 WS-SEAL-TOPIC-D     PIC 9(09).
         01 WS-SEAL-REC-D       PIC 9(09).
         01 WS-CHKPT-CURRENT-TAG PIC X(08) VALUE 'CHKV004 '.
         01 WS-SNAP-RECORD-CNT  PIC 9(09) VALUE 0.
         01 WS-SNAP-CHECKSUM    PIC 9(09) VALUE 0.
         01 WS-CKSUM-IDX        PIC S9(9) BINARY VALUE 0.

      * Parameter area for the shared field protector IXYFPROT.
         01 WS-FPROT-PARMS.
           ELSE
             PERFORM RESEAL-CONSUMER-CHECKPOINT
             PERFORM RESEAL-PRODUCER-CHECKPOINT
             PERFORM RESEAL-PERIOD-SNAPSHOT
             PERFORM RELEASE-SEAL-LOCKS
           END-IF.

             CLOSE PCHKPTO
           END-IF.

       RESEAL-PERIOD-SNAPSHOT.
      *****************************************************************
      * Copies the snapshot through, recomputing the record count and
      * byte-sum checksum exactly as IXYPESNP does. Only a trailer
      * that still agrees with the frozen records is re-sealed -- a
      * snapshot altered since it was frozen keeps its old seal and
      * goes on failing IXYPEVAR's verification.
      *****************************************************************
           OPEN INPUT PESNAP
           IF WS-IN-STATUS NOT = '00'
             DISPLAY "NOTE : PESNAP NOT USABLE. STATUS: "
                     WS-IN-STATUS " - SKIPPED"
           ELSE
             OPEN OUTPUT PESNAPO
             MOVE 0 TO WS-SNAP-RECORD-CNT
             MOVE 0 TO WS-SNAP-CHECKSUM
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PESNAP
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN PES-IS-DETAIL
                     ADD 1 TO WS-SNAP-RECORD-CNT
                     PERFORM VARYING WS-CKSUM-IDX FROM 1 BY 1
                       UNTIL WS-CKSUM-IDX > LENGTH OF PESD-MASTER-IMAGE
                       COMPUTE WS-SNAP-CHECKSUM = FUNCTION MOD(
                         WS-SNAP-CHECKSUM +
                           FUNCTION ORD(
                             PESD-MASTER-IMAGE(WS-CKSUM-IDX:1)),
                         999999999)
                     END-PERFORM
                   WHEN PES-IS-TRAILER
                     PERFORM RESEAL-SNAPSHOT-TRAILER
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
                 MOVE PERIOD-SNAPSHOT-RECORD TO PESO-IMAGE
                 WRITE PERIOD-SNAPSHOT-OUT
                 ADD 1 TO WS-RECORDS-COPIED
               END-READ
             END-PERFORM
             CLOSE PESNAP
             CLOSE PESNAPO
           END-IF.

       RESEAL-SNAPSHOT-TRAILER.
           IF PEST-RECORD-COUNT = WS-SNAP-RECORD-CNT AND
              PEST-CHECKSUM     = WS-SNAP-CHECKSUM
             MOVE SPACES TO WS-SEAL-DATA
             MOVE PEST-SEALED-AREA TO WS-SEAL-DATA
             MOVE LENGTH OF PEST-SEALED-AREA TO WS-SEAL-DATA-LEN
             CALL "IXYSEAL" USING WS-SEAL-PARMS
             MOVE WS-SEAL-VALUE TO PEST-SEAL
             ADD 1 TO WS-SEALS-ROTATED
           ELSE
             DISPLAY "WARNING : PESNAP PERIOD " PEST-PERIOD
                     " NO LONGER AGREES WITH ITS TRAILER - NOT "
                     "RE-SEALED"
             ADD 1 TO WS-SKIPPED-CNT
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       ROTATE-PROTECTED-FIELDS.
      *****************************************************************
      * Moves the stored protected securityToken from the PARM's old
