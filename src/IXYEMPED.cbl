      * at a time mid-produce and duplicate employeeIds double-
      * posting:
      * a. EMPFIL - the variable multi-record-type employee input
      *    ('E' base + S/C/H/A/T/D/L details tied by employeeId).
      * b. The PARM declares the duplicate policy:
      *        FIRST - keep each duplicate id's first group
      *        LAST  - keep its last group
      * d. EXCPFIL - one record per rejected input record with a
      *    reason code: DUPLICATE (a group dropped by the policy),
      *    ORPHAN-DETAIL (a detail with no open or matching base),
      *    BAD-RECORD-TYPE, and for a new hire BAD-CHECK-DIGIT or
      *    UNISSUED-ID (the whole group goes with its base record).
      *    A group whose 'D' dependent/beneficiary records are
      *    malformed (BAD-DEPENDENT) or whose beneficiary shares do
      *    not total 100% (BAD-BENEF-SHARE) is rejected whole too.
      * e. EMPMAST - a kept base record whose company + employeeId is
      *    not on the master is a new hire, and its ID must be one
      *    the allocator IXYIDALC issued (RESERV cards on IXYIDMNT
      *    hand the clerks theirs). Until the allocator's files are
      *    provisioned the check is skipped with a warning.
      * RETURN-CODE 4 means the new-hire check could not be made
      * (EMPMAST or the allocator unavailable); 8 means rejects were
      * written; 16 means the FAIL policy tripped (or the deck was
      * unusable) and CLEANEMP must not be fed onward.
      ******************************************************************
      * Modification history
      * 2026-08-22 : new program.
      *              their in-stream file headers, so every produced
      *              message's lineage can name the pre-edit run
      *              that certified its input.
      * 2026-10-15 : new-hire IDs checked against the allocator --
      *              a base record not on EMPMAST must carry an ID
      *              IXYIDALC issued, with a good check digit, or its
      *              group is rejected (BAD-CHECK-DIGIT, UNISSUED-ID).
      * 2026-10-15 : 'D' dependent/beneficiary detail records are
      *              accepted and edited -- each must carry a role (D
      *              dependent, B beneficiary, N none), a name,
      *              relationship and numeric birth date and a share
      *              of at most 100%, and a group's beneficiary
      *              shares must total exactly 100%, or the whole
      *              group is rejected (BAD-DEPENDENT,
      *              BAD-BENEF-SHARE).
      * 2026-10-15 : 'L' leave-of-absence detail records are accepted
      *              and passed through with their group; IXYPAV31
      *              edits their fields.
      * 2026-10-15 : the new-hire check takes the company code only
      *              from a base record IXYPAV31 takes it from (505
      *              bytes or more), so both look up the same
      *              EMPMAST key.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYEMPED'.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CERT-STATUS.

      * EMPMAST tells a new hire from an existing employee.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Same variable multi-record-type layout IXYPAV31 reads.
            05 EMPF-RECORD-TYPE            PIC X(01).
                88 EMPF-IS-BASE            VALUE 'E'.
                88 EMPF-IS-DETAIL          VALUE 'S' 'C' 'H' 'A'
                                                 'T' 'D' 'L'.
                88 EMPF-IS-DEPENDENT       VALUE 'D'.
            05 EMPF-EMPLOYEE-ID            PIC 9(09).
            05 EMPF-RECORD-BODY            PIC X(498).

            05 EMPF-FULL-TIME-FLAG         PIC X(01).
            05 EMPF-BASE-MIDDLE            PIC X(315).
            05 EMPF-NAME-ENCODING          PIC X(01).
            05 EMPF-EFFECTIVE-DATE         PIC 9(08).
            05 EMPF-COMPANY-CODE           PIC X(03).

      * The 'D' dependent/beneficiary record, as IXYPAV31 reads it.
         01 EMPF-DEPENDENT-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-DEP-ROLE               PIC X(01).
                88 EMPF-DEP-ROLE-VALID     VALUE 'D' 'B' 'N'.
                88 EMPF-DEP-IS-BENEFICIARY VALUE 'B'.
                88 EMPF-DEP-IS-NONE        VALUE 'N'.
            05 EMPF-DEP-NAME               PIC X(30).
            05 EMPF-DEP-RELATIONSHIP       PIC X(10).
            05 EMPF-DEP-BIRTH-DATE         PIC 9(08).
            05 EMPF-DEP-SHARE              PIC 9(03)V9(02).

         FD CLEANEMP
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
            05 CERT-REJECT-CNT    PIC 9(09).
            05 FILLER             PIC X(25).

      * Record layout as written by UPDATE-EMPLOYEE-MASTER in
      * IXYCAV64 -- only the key is needed here.
         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-KEY.
               10 EMPMAST-COMPANY      PIC X(03).
               10 EMPMAST-EMPLOYEE-ID  PIC 9(09).
            05 FILLER               PIC X(4118).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-EXCP-STATUS      PIC X(02).
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-CERT-STATUS      PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-RUN-ID           PIC X(16) VALUE SPACES.
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
         01 WS-ID-FOUND         PIC S9(9) BINARY VALUE 0.
         01 WS-DUP-ID-CNT       PIC S9(9) BINARY VALUE 0.

      * Pass 1 also edits each group's 'D' records, one entry per
      * group that has any, keyed by the group's ordinal (its base
      * record's position among the file's base records). Pass 2
      * walks the same ordinals in step and rejects a kept group
      * whose entry carries a reason.
         01 WS-GRP-ORDINAL      PIC S9(9) BINARY VALUE 0.
         01 WS-GRP-OPEN-ID      PIC 9(09) VALUE 0.
         01 WS-DEP-MAX          PIC S9(9) BINARY VALUE 5000.
         01 WS-DEP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-DEP-TABLE.
            05 WS-DEP-ENTRY OCCURS 5000 TIMES.
              10 WS-DEP-ORDINAL     PIC S9(9) BINARY.
              10 WS-DEP-BENEF-CNT   PIC S9(4) BINARY.
              10 WS-DEP-SHARE-TOT   PIC 9(05)V9(02).
              10 WS-DEP-BAD-SW      PIC X(01).
                  88 WS-DEP-BAD     VALUE 'Y'.
              10 WS-DEP-REASON      PIC X(16).
         01 WS-DEP-IDX          PIC S9(9) BINARY VALUE 0.
         01 WS-DEP-REJ-CNT      PIC S9(9) BINARY VALUE 0.

      * Pass-2 state: whether the group currently open is being kept.
         01 WS-GROUP-KEEP-SW    PIC X(01) VALUE 'N'.
             88 WS-GROUP-KEEP   VALUE 'Y'.
         01 WS-GROUP-OPEN-SW    PIC X(01) VALUE 'N'.
             88 WS-GROUP-OPEN   VALUE 'Y'.
         01 WS-GROUP-ID         PIC 9(09) VALUE 0.
         01 WS-GROUP-REJECT-REASON PIC X(16) VALUE SPACES.

      * The new-hire ID check -- EMPMAST and the shared allocator.
         01 WS-EMPMAST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPMAST-OPEN VALUE 'Y'.
         01 WS-IDCHECK-OFF-SW   PIC X(01) VALUE 'N'.
             88 WS-IDCHECK-OFF  VALUE 'Y'.
         01 WS-NEW-HIRE-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-IDCHECK-REJ-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-IDALC-PARMS.
            05 WS-IDALC-ACTION      PIC X(01) VALUE 'V'.
            05 WS-IDALC-COMPANY     PIC X(03).
            05 WS-IDALC-SOURCE      PIC X(08) VALUE 'EMPFIL'.
            05 WS-IDALC-CALLER      PIC X(08) VALUE 'IXYEMPED'.
            05 WS-IDALC-REFERENCE   PIC X(48) VALUE SPACES.
            05 WS-IDALC-EMPLOYEE-ID PIC 9(09).
            05 WS-IDALC-RESULT      PIC X(01).
            05 WS-IDALC-REMAINING   PIC 9(08).
            05 WS-IDALC-ISSUED-SOURCE PIC X(08).
            05 WS-IDALC-ISSUED-TS   PIC X(21).

         01 WS-RECORDS-READ     PIC S9(9) BINARY VALUE 0.
         01 WS-RECORDS-KEPT     PIC S9(9) BINARY VALUE 0.
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF EMPF-IS-BASE
                 ADD 1 TO WS-GRP-ORDINAL
                 MOVE EMPF-EMPLOYEE-ID TO WS-GRP-OPEN-ID
                 PERFORM TALLY-ONE-BASE-RECORD
               END-IF
               IF EMPF-IS-DEPENDENT AND WS-GRP-ORDINAL > 0 AND
                  EMPF-EMPLOYEE-ID = WS-GRP-OPEN-ID
                 PERFORM EDIT-DEPENDENT-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE EMPFIL
           PERFORM DECIDE-DEPENDENT-REASONS

           MOVE 1 TO WS-ID-IDX
           PERFORM UNTIL WS-ID-IDX > WS-ID-CNT
             ADD 1 TO WS-ID-OCCURS(WS-ID-FOUND)
           END-IF.

       EDIT-DEPENDENT-RECORD.
      *****************************************************************
      * Folds one 'D' record into its group's entry. A record too
      * short to carry every field, or with a field missing or out
      * of range, marks the group bad; a beneficiary's share counts
      * toward the total that must come to 100%.
      *****************************************************************
           IF WS-DEP-CNT = 0 OR
              WS-DEP-ORDINAL(WS-DEP-CNT) NOT = WS-GRP-ORDINAL
             IF WS-DEP-CNT >= WS-DEP-MAX
               DISPLAY "ERROR : MORE THAN " WS-DEP-MAX
                       " GROUPS WITH DEPENDENT RECORDS"
               MOVE 16 TO RETURN-CODE
             ELSE
               ADD 1 TO WS-DEP-CNT
               MOVE WS-GRP-ORDINAL TO WS-DEP-ORDINAL(WS-DEP-CNT)
               MOVE 0      TO WS-DEP-BENEF-CNT(WS-DEP-CNT)
               MOVE 0      TO WS-DEP-SHARE-TOT(WS-DEP-CNT)
               MOVE 'N'    TO WS-DEP-BAD-SW(WS-DEP-CNT)
               MOVE SPACES TO WS-DEP-REASON(WS-DEP-CNT)
             END-IF
           END-IF

           IF WS-DEP-CNT > 0 AND
              WS-DEP-ORDINAL(WS-DEP-CNT) = WS-GRP-ORDINAL
             EVALUATE TRUE
               WHEN WS-EMPFIL-REC-LEN < 11
                 SET WS-DEP-BAD(WS-DEP-CNT) TO TRUE
               WHEN NOT EMPF-DEP-ROLE-VALID
                 SET WS-DEP-BAD(WS-DEP-CNT) TO TRUE
               WHEN EMPF-DEP-IS-NONE
                 CONTINUE
               WHEN WS-EMPFIL-REC-LEN < 64
                 SET WS-DEP-BAD(WS-DEP-CNT) TO TRUE
               WHEN EMPF-DEP-NAME = SPACES OR
                    EMPF-DEP-RELATIONSHIP = SPACES OR
                    EMPF-DEP-BIRTH-DATE NOT NUMERIC OR
                    EMPF-DEP-SHARE NOT NUMERIC
                 SET WS-DEP-BAD(WS-DEP-CNT) TO TRUE
               WHEN EMPF-DEP-SHARE > 100
                 SET WS-DEP-BAD(WS-DEP-CNT) TO TRUE
               WHEN EMPF-DEP-IS-BENEFICIARY
                 ADD 1 TO WS-DEP-BENEF-CNT(WS-DEP-CNT)
                 ADD EMPF-DEP-SHARE TO WS-DEP-SHARE-TOT(WS-DEP-CNT)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       DECIDE-DEPENDENT-REASONS.
           MOVE 1 TO WS-DEP-IDX
           PERFORM UNTIL WS-DEP-IDX > WS-DEP-CNT
             EVALUATE TRUE
               WHEN WS-DEP-BAD(WS-DEP-IDX)
                 MOVE 'BAD-DEPENDENT   ' TO WS-DEP-REASON(WS-DEP-IDX)
               WHEN WS-DEP-BENEF-CNT(WS-DEP-IDX) > 0 AND
                    WS-DEP-SHARE-TOT(WS-DEP-IDX) NOT = 100
                 MOVE 'BAD-BENEF-SHARE ' TO WS-DEP-REASON(WS-DEP-IDX)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             ADD 1 TO WS-DEP-IDX
           END-PERFORM
           MOVE 0 TO WS-GRP-ORDINAL
           MOVE 1 TO WS-DEP-IDX.

       COPY-KEPT-GROUPS.
      *****************************************************************
      * Pass 2 -- copy each kept group to CLEANEMP (normalized);
           OPEN INPUT EMPFIL
           OPEN OUTPUT CLEANEMP
           OPEN OUTPUT EXCPFIL
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS = '00'
             SET WS-EMPMAST-OPEN TO TRUE
           ELSE
             DISPLAY "WARNING : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS " - NEW-HIRE IDS NOT CHECKED"
             SET WS-IDCHECK-OFF TO TRUE
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF

           PERFORM UNTIL WS-EOF
             READ EMPFIL
                     IF WS-GROUP-KEEP
                       PERFORM WRITE-CLEAN-RECORD
                     ELSE
                       MOVE WS-GROUP-REJECT-REASON TO EXC-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                     END-IF
                   ELSE
                     MOVE 'ORPHAN-DETAIL   ' TO EXC-REASON

           CLOSE EMPFIL
           CLOSE CLEANEMP
           CLOSE EXCPFIL
           IF WS-EMPMAST-OPEN
             CLOSE EMPMAST
           END-IF.

       OPEN-ONE-GROUP.
           SET WS-GROUP-OPEN TO TRUE
           ADD 1 TO WS-GRP-ORDINAL
           MOVE EMPF-EMPLOYEE-ID TO WS-GROUP-ID
           MOVE 'N' TO WS-GROUP-KEEP-SW
           MOVE 'DUPLICATE       ' TO WS-GROUP-REJECT-REASON

           MOVE 0 TO WS-ID-FOUND
           MOVE 1 TO WS-ID-IDX
             END-IF
           END-IF

           IF WS-GROUP-KEEP
             PERFORM CHECK-GROUP-DEPENDENTS
           END-IF

           IF WS-GROUP-KEEP AND NOT WS-IDCHECK-OFF
             PERFORM CHECK-NEW-HIRE-ID
           END-IF

           IF WS-GROUP-KEEP
             PERFORM NORMALIZE-BASE-RECORD
             PERFORM WRITE-CLEAN-RECORD
           ELSE
             MOVE WS-GROUP-REJECT-REASON TO EXC-REASON
             PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

       CHECK-GROUP-DEPENDENTS.
      *****************************************************************
      * Pass 2's ordinals run in step with pass 1's, so the entry for
      * this group (if it has one) is at or after WS-DEP-IDX.
      *****************************************************************
           PERFORM UNTIL WS-DEP-IDX > WS-DEP-CNT
                      OR WS-DEP-ORDINAL(WS-DEP-IDX) >= WS-GRP-ORDINAL
             ADD 1 TO WS-DEP-IDX
           END-PERFORM
           IF WS-DEP-IDX <= WS-DEP-CNT
             IF WS-DEP-ORDINAL(WS-DEP-IDX) = WS-GRP-ORDINAL AND
                WS-DEP-REASON(WS-DEP-IDX) NOT = SPACES
               MOVE 'N' TO WS-GROUP-KEEP-SW
               MOVE WS-DEP-REASON(WS-DEP-IDX) TO
                    WS-GROUP-REJECT-REASON
               ADD 1 TO WS-DEP-REJ-CNT
             END-IF
           END-IF.

       CHECK-NEW-HIRE-ID.
      *****************************************************************
      * A base record whose company + employeeId is not on EMPMAST
      * is a new hire; its ID must carry a good check digit and be
      * one IXYIDALC issued, or the whole group is rejected. The
      * company code is taken under IXYPAV31's length rule -- a
      * shorter record posts under company spaces.
      *****************************************************************
           IF WS-EMPFIL-REC-LEN >= 505
             MOVE EMPF-COMPANY-CODE TO EMPMAST-COMPANY
           ELSE
             MOVE SPACES TO EMPMAST-COMPANY
           END-IF
           MOVE EMPF-EMPLOYEE-ID TO EMPMAST-EMPLOYEE-ID
           READ EMPMAST
           EVALUATE TRUE
             WHEN WS-EMPMAST-STATUS = '00'
               CONTINUE
             WHEN WS-EMPMAST-STATUS NOT = '23'
               DISPLAY "WARNING : EMPMAST READ FAILED, FILE STATUS "
                       WS-EMPMAST-STATUS " - NEW-HIRE IDS NOT CHECKED"
               PERFORM STOP-NEW-HIRE-CHECK
             WHEN OTHER
               ADD 1 TO WS-NEW-HIRE-CNT
               MOVE EMPMAST-COMPANY  TO WS-IDALC-COMPANY
               MOVE EMPF-EMPLOYEE-ID TO WS-IDALC-EMPLOYEE-ID
               CALL "IXYIDALC" USING WS-IDALC-PARMS
               EVALUATE WS-IDALC-RESULT
                 WHEN '0'
                   CONTINUE
                 WHEN 'C'
                   MOVE 'N' TO WS-GROUP-KEEP-SW
                   MOVE 'BAD-CHECK-DIGIT ' TO WS-GROUP-REJECT-REASON
                   ADD 1 TO WS-IDCHECK-REJ-CNT
                 WHEN 'U'
                   MOVE 'N' TO WS-GROUP-KEEP-SW
                   MOVE 'UNISSUED-ID     ' TO WS-GROUP-REJECT-REASON
                   ADD 1 TO WS-IDCHECK-REJ-CNT
                 WHEN 'M'
      * The allocator's files are not provisioned yet -- new-hire
      * IDs are accepted as before.
                   DISPLAY "WARNING : ID ALLOCATOR NOT PROVISIONED"
                           " - NEW-HIRE IDS NOT CHECKED"
                   SET WS-IDCHECK-OFF TO TRUE
                 WHEN OTHER
                   DISPLAY "WARNING : ID ALLOCATOR FAILED, RESULT "
                           WS-IDALC-RESULT
                           " - NEW-HIRE IDS NOT CHECKED"
                   PERFORM STOP-NEW-HIRE-CHECK
               END-EVALUATE
           END-EVALUATE.

       STOP-NEW-HIRE-CHECK.
           SET WS-IDCHECK-OFF TO TRUE
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

       NORMALIZE-BASE-RECORD.
           WRITE CLEAN-EMPLOYEE-RECORD
           ADD 1 TO WS-RECORDS-KEPT.

       WRITE-EXCEPTION-RECORD.
           MOVE EMPF-EMPLOYEE-ID  TO EXC-EMPLOYEE-ID
           MOVE EMPF-RECORD-TYPE  TO EXC-RECORD-TYPE
           DISPLAY "  RECORDS KEPT     : " WS-RECORDS-KEPT
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED
           DISPLAY "  FIELDS NORMALIZED: " WS-NORMALIZED-CNT
           DISPLAY "  NEW HIRES        : " WS-NEW-HIRE-CNT
           DISPLAY "  NEW-HIRE ID REJ  : " WS-IDCHECK-REJ-CNT
           DISPLAY "  DEPENDENT REJ    : " WS-DEP-REJ-CNT
           DISPLAY "=========================================="

           IF WS-RECORDS-REJECTED > 0 AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

