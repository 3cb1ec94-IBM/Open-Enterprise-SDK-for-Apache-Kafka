      *              legacy bare id by its non-numeric prefix, so a
      *              numeric company would make every reader
      *              mis-parse the keys it was produced under.
      * 2026-10-15 : dependents and beneficiaries -- a 'D' detail
      *              record in EMPFIL names one dependent or
      *              beneficiary (role, name, relationship, date of
      *              birth, coverage share); the group's set travels
      *              in the event's dependents block with
      *              dependentsIncluded 'Y' (requires the
      *              regenerated IXYCASC/IXYVARSN/IXYPRJSN
      *              copybooks). A role 'N' record keys an empty set,
      *              clearing the designations on file. A base record
      *              with no explicit schema key serializes against
      *              the DEPENDENTS schema.name entry (a transfer
      *              keeps TRANSFER, whose regenerated version
      *              carries the block too) -- released through
      *              IXYSCHRL like any other. Beneficiary shares that
      *              do not total 100% skip the group (ERRLOG 9033),
      *              as does a malformed entry (9034).
      * 2026-10-15 : leave of absence -- an 'L' detail record in
      *              EMPFIL starts a leave (action S: leave type,
      *              start date, expected return date, paid/unpaid)
      *              or ends one (action R: the return date). The
      *              group goes out as eventType LEAVE or RETURN
      *              with the leave block filled (leaveStatus L or
      *              R; requires the regenerated IXYCASC/IXYVARSN/
      *              IXYPRJSN copybooks) and, with no explicit
      *              schema key, against the LEAVE schema.name entry
      *              (a transfer keeps TRANSFER). A base record with
      *              no effective date of its own takes the start or
      *              return date as effectiveDate, so IXYCAV64 holds
      *              a future-dated start or return for IXYPNDRL. A
      *              malformed leave record skips the group (ERRLOG
      *              9035).
      ******************************************************************

       IDENTIFICATION DIVISION.
            05 TOPIC-DATA-REC     PIC X(2049).

      * EMPFIL - variable-length, multi-record-type employee input.
      * A type 'E' base record opens an employee; 'S'/'C'/'H'/'A'/'D'
      * detail records that follow belong to it (their EMPF-EMPLOYEE-
      * ID must match). The multiple 01 layouts below share the
      * record area in the usual COBOL way.
                88 EMPF-IS-SALHIST         VALUE 'H'.
                88 EMPF-IS-ALLOWANCE       VALUE 'A'.
                88 EMPF-IS-TRANSFER        VALUE 'T'.
                88 EMPF-IS-DEPENDENT       VALUE 'D'.
                88 EMPF-IS-LEAVE           VALUE 'L'.
            05 EMPF-EMPLOYEE-ID            PIC 9(09).
            05 EMPF-RECORD-BODY            PIC X(498).

            05 EMPF-XFER-LOCATION          PIC X(20).
            05 EMPF-XFER-EFF-DATE          PIC 9(08).

      * A 'D' record names one dependent (covered under the
      * employee's insurance) or beneficiary (paid on a claim), with
      * the share of the coverage that person holds. Role 'N' names
      * nobody -- it keys an empty set, clearing the designations.
         01 EMPF-DEPENDENT-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-DEP-ROLE               PIC X(01).
                88 EMPF-DEP-IS-DEPENDENT   VALUE 'D'.
                88 EMPF-DEP-IS-BENEFICIARY VALUE 'B'.
                88 EMPF-DEP-IS-NONE        VALUE 'N'.
            05 EMPF-DEP-NAME               PIC X(30).
            05 EMPF-DEP-RELATIONSHIP       PIC X(10).
            05 EMPF-DEP-BIRTH-DATE         PIC 9(08).
            05 EMPF-DEP-SHARE              PIC 9(03)V9(02).

      * An 'L' record starts a leave of absence (action S) or ends
      * one (action R). A start carries the leave type (MATERNTY,
      * SABBATCL, UNPAID ...), the first day of leave, the expected
      * return date (zero when open-ended) and whether the leave is
      * paid; a return carries only the date the employee is back.
         01 EMPF-LEAVE-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-LEAVE-ACTION           PIC X(01).
                88 EMPF-LEAVE-IS-START     VALUE 'S'.
                88 EMPF-LEAVE-IS-RETURN    VALUE 'R'.
            05 EMPF-LEAVE-TYPE             PIC X(08).
            05 EMPF-LEAVE-START-DATE       PIC 9(08).
            05 EMPF-LEAVE-RETURN-DATE      PIC 9(08).
            05 EMPF-LEAVE-PAID             PIC X(01).
                88 EMPF-LEAVE-PAID-VALID   VALUE 'P' 'U'.

      * SCHMVER carries the schema name last used successfully for
      * each schema key, across runs, so a schema change for a key
      * that was not explicitly allowed can be caught before this run
            05 EMPIN-XFER-ORG-UNIT         PIC X(10).
            05 EMPIN-XFER-LOCATION         PIC X(20).
            05 EMPIN-XFER-EFF-DATE         PIC 9(08).
      * Filled from the group's 'D' records. EMPIN-HAS-DEPS is set by
      * any 'D' record, a role 'N' one included, so an empty set
      * still reaches the master as a deliberate clearing.
            05 EMPIN-HAS-DEPS-SW           PIC X(01).
                88 EMPIN-HAS-DEPS          VALUE 'Y'.
            05 EMPIN-DEP-CNT               PIC S9(4) BINARY.
            05 EMPIN-DEPENDENT OCCURS 24 TIMES.
               10 EMPIN-DEP-ROLE           PIC X(01).
               10 EMPIN-DEP-NAME           PIC X(30).
               10 EMPIN-DEP-RELATIONSHIP   PIC X(10).
               10 EMPIN-DEP-BIRTH-DATE     PIC 9(08).
               10 EMPIN-DEP-SHARE          PIC 9(03)V9(02).
      * Filled from the group's 'L' record -- as with 'T', a second
      * one in the same group overwrites the first.
            05 EMPIN-HAS-LEAVE-SW          PIC X(01).
                88 EMPIN-HAS-LEAVE         VALUE 'Y'.
            05 EMPIN-LEAVE-ACTION          PIC X(01).
            05 EMPIN-LEAVE-TYPE            PIC X(08).
            05 EMPIN-LEAVE-START-DATE      PIC 9(08).
            05 EMPIN-LEAVE-RETURN-DATE     PIC 9(08).
            05 EMPIN-LEAVE-PAID            PIC X(01).

      * Usage accounting -- see WRITE-ACCOUNTING-RECORD.
         01 WS-ACCTFIL-STATUS   PIC X(02).
      * POPULATE-EVENT-DATA and the job summary.
         01 WS-XFER-CNT         PIC S9(9) BINARY VALUE 0.

      * Groups produced with a dependents block, and the beneficiary
      * share check -- see VALIDATE-DEPENDENT-SET.
         01 WS-DEPS-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-BENEF-CNT        PIC S9(4) BINARY VALUE 0.
         01 WS-BENEF-SHARE-TOT  PIC 9(05)V9(02) VALUE 0.
         01 WS-DEP-BAD-SW       PIC X(01) VALUE 'N'.
             88 WS-DEP-BAD      VALUE 'Y'.

      * Leave starts and returns produced this run -- see
      * VALIDATE-LEAVE-RECORD and POPULATE-EVENT-DATA.
         01 WS-LEAVE-START-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVE-RETURN-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVE-BAD-SW     PIC X(01) VALUE 'N'.
             88 WS-LEAVE-BAD    VALUE 'Y'.

      * Configuration file
         01 WS-CNT              PIC S9(9) BINARY VALUE 0000.
         01 WS-PARMLEN          PIC S9(9) BINARY VALUE 0000.
                 PERFORM START-EMPLOYEE-GROUP
               WHEN EMPF-IS-SKILL OR EMPF-IS-CERT OR
                    EMPF-IS-SALHIST OR EMPF-IS-ALLOWANCE OR
                    EMPF-IS-TRANSFER OR EMPF-IS-DEPENDENT OR
                    EMPF-IS-LEAVE
                 PERFORM APPEND-DETAIL-RECORD
               WHEN OTHER
                 DISPLAY "ERROR : UNKNOWN EMPFIL RECORD TYPE : "
           MOVE 0 TO EMPIN-CERT-CNT
           MOVE 0 TO EMPIN-SALHIST-CNT
           MOVE 0 TO EMPIN-ALLOW-CNT
           MOVE 0 TO EMPIN-DEP-CNT
           SET WS-GROUP-PENDING TO TRUE.

       APPEND-DETAIL-RECORD.
                 MOVE EMPF-XFER-ORG-UNIT    TO EMPIN-XFER-ORG-UNIT
                 MOVE EMPF-XFER-LOCATION    TO EMPIN-XFER-LOCATION
                 MOVE EMPF-XFER-EFF-DATE    TO EMPIN-XFER-EFF-DATE
               WHEN EMPF-IS-DEPENDENT
                 SET EMPIN-HAS-DEPS TO TRUE
                 IF EMPF-DEP-IS-NONE
                   CONTINUE
                 ELSE
                   IF EMPIN-DEP-CNT < WS-MAX-DETAILS
                     ADD 1 TO EMPIN-DEP-CNT
                     MOVE EMPF-DEP-ROLE TO
                          EMPIN-DEP-ROLE(EMPIN-DEP-CNT)
                     MOVE EMPF-DEP-NAME TO
                          EMPIN-DEP-NAME(EMPIN-DEP-CNT)
                     MOVE EMPF-DEP-RELATIONSHIP TO
                          EMPIN-DEP-RELATIONSHIP(EMPIN-DEP-CNT)
                     MOVE EMPF-DEP-BIRTH-DATE TO
                          EMPIN-DEP-BIRTH-DATE(EMPIN-DEP-CNT)
                     MOVE EMPF-DEP-SHARE TO
                          EMPIN-DEP-SHARE(EMPIN-DEP-CNT)
                   ELSE
                     ADD 1 TO WS-DROPPED-DETAIL-CNT
                   END-IF
                 END-IF
               WHEN EMPF-IS-LEAVE
                 SET EMPIN-HAS-LEAVE TO TRUE
                 MOVE EMPF-LEAVE-ACTION      TO EMPIN-LEAVE-ACTION
                 MOVE EMPF-LEAVE-TYPE        TO EMPIN-LEAVE-TYPE
                 MOVE EMPF-LEAVE-START-DATE  TO EMPIN-LEAVE-START-DATE
                 MOVE EMPF-LEAVE-RETURN-DATE TO
                      EMPIN-LEAVE-RETURN-DATE
                 MOVE EMPF-LEAVE-PAID        TO EMPIN-LEAVE-PAID
             END-EVALUATE
           END-IF.

             MOVE "EMPFIL EMAIL MISSING @" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 'Y' TO WS-SKIP-EMP-REC-SW
           END-IF

           IF EMPIN-DEP-CNT > 0
             PERFORM VALIDATE-DEPENDENT-SET
           END-IF

           IF EMPIN-HAS-LEAVE
             PERFORM VALIDATE-LEAVE-RECORD
           END-IF.

       VALIDATE-DEPENDENT-SET.
      *****************************************************************
      * The same rules IXYEMPED edits the 'D' records by, applied
      * again here for a feed that bypassed the pre-edit: every entry
      * names a person with a role, relationship, numeric birth date
      * and a share of at most 100%, and where the group names any
      * beneficiaries their shares total exactly 100%.
      *****************************************************************
           MOVE 'N' TO WS-DEP-BAD-SW
           MOVE 0 TO WS-BENEF-CNT
           MOVE 0 TO WS-BENEF-SHARE-TOT
           PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
                     UNTIL WS-DETAIL-IDX > EMPIN-DEP-CNT
             IF (EMPIN-DEP-ROLE(WS-DETAIL-IDX) NOT = 'D' AND
                 EMPIN-DEP-ROLE(WS-DETAIL-IDX) NOT = 'B') OR
                EMPIN-DEP-NAME(WS-DETAIL-IDX) = SPACES OR
                EMPIN-DEP-RELATIONSHIP(WS-DETAIL-IDX) = SPACES OR
                EMPIN-DEP-BIRTH-DATE(WS-DETAIL-IDX) NOT NUMERIC OR
                EMPIN-DEP-SHARE(WS-DETAIL-IDX) NOT NUMERIC
               SET WS-DEP-BAD TO TRUE
             ELSE
               IF EMPIN-DEP-SHARE(WS-DETAIL-IDX) > 100
                 SET WS-DEP-BAD TO TRUE
               END-IF
               IF EMPIN-DEP-ROLE(WS-DETAIL-IDX) = 'B'
                 ADD 1 TO WS-BENEF-CNT
                 ADD EMPIN-DEP-SHARE(WS-DETAIL-IDX) TO
                     WS-BENEF-SHARE-TOT
               END-IF
             END-IF
           END-PERFORM

           IF WS-DEP-BAD
             DISPLAY "ERROR : INVALID DEPENDENT RECORD FOR EMPLOYEE "
                      EMPIN-EMPLOYEE-ID
             MOVE 9034 TO ERRLOG-CODE
             MOVE "EMPFIL DEPENDENT RECORD INVALID" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 'Y' TO WS-SKIP-EMP-REC-SW
           END-IF

           IF WS-BENEF-CNT > 0 AND WS-BENEF-SHARE-TOT NOT = 100
             DISPLAY "ERROR : BENEFICIARY SHARES TOTAL "
                      WS-BENEF-SHARE-TOT " NOT 100 FOR EMPLOYEE "
                      EMPIN-EMPLOYEE-ID
             MOVE 9033 TO ERRLOG-CODE
             MOVE "EMPFIL BENEFICIARY SHARES DO NOT TOTAL 100"
               TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 'Y' TO WS-SKIP-EMP-REC-SW
           END-IF.

       VALIDATE-LEAVE-RECORD.
      *****************************************************************
      * A start names the leave type, a real first day, an expected
      * return date no earlier than it (zero when open-ended) and
      * whether the leave is paid (P) or unpaid (U). A return needs
      * only a real return date -- the rest is on the master.
      *****************************************************************
           MOVE 'N' TO WS-LEAVE-BAD-SW
           EVALUATE TRUE
             WHEN EMPIN-LEAVE-ACTION = 'S'
               IF EMPIN-LEAVE-TYPE = SPACES OR
                  EMPIN-LEAVE-START-DATE NOT NUMERIC OR
                  EMPIN-LEAVE-RETURN-DATE NOT NUMERIC OR
                  (EMPIN-LEAVE-PAID NOT = 'P' AND
                   EMPIN-LEAVE-PAID NOT = 'U')
                 SET WS-LEAVE-BAD TO TRUE
               ELSE
                 IF EMPIN-LEAVE-START-DATE = 0 OR
                    (EMPIN-LEAVE-RETURN-DATE NOT = 0 AND
                     EMPIN-LEAVE-RETURN-DATE <
                                         EMPIN-LEAVE-START-DATE)
                   SET WS-LEAVE-BAD TO TRUE
                 END-IF
               END-IF
             WHEN EMPIN-LEAVE-ACTION = 'R'
               IF EMPIN-LEAVE-RETURN-DATE NOT NUMERIC
                 SET WS-LEAVE-BAD TO TRUE
               ELSE
                 IF EMPIN-LEAVE-RETURN-DATE = 0
                   SET WS-LEAVE-BAD TO TRUE
                 END-IF
               END-IF
             WHEN OTHER
               SET WS-LEAVE-BAD TO TRUE
           END-EVALUATE

           IF WS-LEAVE-BAD
             DISPLAY "ERROR : INVALID LEAVE RECORD FOR EMPLOYEE "
                      EMPIN-EMPLOYEE-ID
             MOVE 9035 TO ERRLOG-CODE
             MOVE "EMPFIL LEAVE RECORD INVALID" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 'Y' TO WS-SKIP-EMP-REC-SW
           END-IF.

       WRITE-ROUND-TRIP-SNAPSHOT.
             MOVE EMPIN-XFER-EFF-DATE     TO transferEffDate
             ADD 1 TO WS-XFER-CNT
           END-IF
      * A group that carried 'D' records sends its whole set --
      * dependentsIncluded tells IXYCAV64 to replace the designations
      * on file rather than keep them.
           IF EMPIN-HAS-DEPS
             MOVE 'Y'                     TO dependentsIncluded
             PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
                       UNTIL WS-DETAIL-IDX > EMPIN-DEP-CNT
               MOVE EMPIN-DEP-ROLE(WS-DETAIL-IDX) TO
                                    dependentRole(WS-DETAIL-IDX)
               MOVE EMPIN-DEP-NAME(WS-DETAIL-IDX) TO
                                    dependentName(WS-DETAIL-IDX)
               MOVE EMPIN-DEP-RELATIONSHIP(WS-DETAIL-IDX) TO
                                    dependentRelation(WS-DETAIL-IDX)
               MOVE EMPIN-DEP-BIRTH-DATE(WS-DETAIL-IDX) TO
                                    dependentBirthDate(WS-DETAIL-IDX)
               MOVE EMPIN-DEP-SHARE(WS-DETAIL-IDX) TO
                                    dependentShare(WS-DETAIL-IDX)
             END-PERFORM
             ADD 1 TO WS-DEPS-CNT
           END-IF
      * A group that carried an 'L' record goes out as a LEAVE or
      * RETURN event with the leave block filled. A transfer keyed
      * with it keeps eventType TRANSFER -- IXYCAV64 posts the leave
      * block from leaveStatus, whatever the event type. With no
      * effective date of its own the event takes effect on the
      * first day of leave, or the day back, so a future-dated one
      * waits in IXYCAV64's pending queue until then.
           IF EMPIN-HAS-LEAVE
             IF EMPIN-LEAVE-ACTION = 'S'
               IF NOT EMPIN-HAS-XFER
                 MOVE 'LEAVE'             TO eventType
               END-IF
               MOVE 'L'                   TO leaveStatus
               MOVE EMPIN-LEAVE-TYPE      TO leaveType
               MOVE EMPIN-LEAVE-START-DATE TO leaveStartDate
               MOVE EMPIN-LEAVE-RETURN-DATE TO leaveReturnDate
               MOVE EMPIN-LEAVE-PAID      TO leavePaid
               IF EMPIN-EFFECTIVE-DATE = 0
                 MOVE EMPIN-LEAVE-START-DATE TO effectiveDate
               END-IF
               ADD 1 TO WS-LEAVE-START-CNT
             ELSE
               IF NOT EMPIN-HAS-XFER
                 MOVE 'RETURN'            TO eventType
               END-IF
               MOVE 'R'                   TO leaveStatus
               MOVE SPACES                TO leaveType
               MOVE 0                     TO leaveStartDate
               MOVE EMPIN-LEAVE-RETURN-DATE TO leaveReturnDate
               MOVE SPACE                 TO leavePaid
               IF EMPIN-EFFECTIVE-DATE = 0
                 MOVE EMPIN-LEAVE-RETURN-DATE TO effectiveDate
               END-IF
               ADD 1 TO WS-LEAVE-RETURN-CNT
             END-IF
           END-IF
           PERFORM APPLY-FIELD-PROTECTION
           DISPLAY "EVENT DATA TO BE PRODUCED"
           DISPLAY "employeeId : " FUNCTION TRIM(employeeId)
           DISPLAY "certifications : " EMPIN-CERT-CNT
                                " ENTRIES, FIRST : "
                                FUNCTION TRIM(certificationName(1))
           DISPLAY "dependents : " EMPIN-DEP-CNT " ENTRIES"
           DISPLAY "email : " FUNCTION TRIM(email)
           DISPLAY "phoneNumber : " FUNCTION TRIM(phoneNumber)
           DISPLAY "street : " FUNCTION TRIM(street)
           IF EMPIN-HAS-XFER AND WS-SCHEMA-LOOKUP-KEY = SPACES
             MOVE 'TRANSFER' TO WS-SCHEMA-LOOKUP-KEY
           END-IF
      * Likewise a leave start or return against the LEAVE entry,
      * and a dependents update against the DEPENDENTS entry.
           IF EMPIN-HAS-LEAVE AND WS-SCHEMA-LOOKUP-KEY = SPACES
             MOVE 'LEAVE' TO WS-SCHEMA-LOOKUP-KEY
           END-IF
           IF EMPIN-HAS-DEPS AND WS-SCHEMA-LOOKUP-KEY = SPACES
             MOVE 'DEPENDENTS' TO WS-SCHEMA-LOOKUP-KEY
           END-IF
           PERFORM LOOKUP-SCHEMA-NAME
           PERFORM CHECK-SCHEMA-RELEASE
           PERFORM CHECK-SCHEMA-COMPATIBILITY
           DISPLAY "  WINDOW RUN-ID    : " WS-RUN-ID
           DISPLAY "  ENVIRONMENT      : " WS-CONFIG-ENV-NAME
           DISPLAY "  TRANSFER EVENTS  : " WS-XFER-CNT
           DISPLAY "  DEPENDENT SETS   : " WS-DEPS-CNT
           DISPLAY "  LEAVE STARTS     : " WS-LEAVE-START-CNT
           DISPLAY "  LEAVE RETURNS    : " WS-LEAVE-RETURN-CNT
           DISPLAY "  SCHEMA-CACHE FALLBACK : " WS-REG-FALLBACK-SW
           DISPLAY "  BLOBS CHECKED IN : " WS-BLOB-STORED-CNT
           IF WS-DELTA-MODE
