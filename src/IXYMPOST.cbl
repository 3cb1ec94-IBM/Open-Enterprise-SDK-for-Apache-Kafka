      *              (and a transfer overwrote) the other company's
      *              same-numbered assignment. The legacy stream
      *              runs under company spaces.
      * 2026-10-05 : EMPSRCH search index moved with each posted
      *              change (IXYSRIDX), as the consumer does.
      * 2026-10-12 : EMPJRNL record widened 8080 -> 8108 in step
      *              with IXYCAV64 -- the org assignment before and
      *              after each posted change is journaled.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle. An image
      *              posted over a terminated master is a rehire:
      *              journaled 'A', the closed period moved to the
      *              prior-service fields and counted on the
      *              AGGSTORE lifecycle row REHIRE.
      * 2026-10-15 : dependents carry-forward, as the consumer does --
      *              an image with dependentsIncluded not 'Y' takes
      *              the master's dependents set before it posts, and
      *              MPOST-EVENT-IMAGE comes back as posted.
      * 2026-10-15 : leave-of-absence carry-forward, as the consumer
      *              does -- an image with no leave block takes the
      *              master's leave status, a return takes the type,
      *              first day and pay of the leave it ends; employees
      *              on leave count into the AGGSTORE leave dimension
      *              (type V, leave type and PAID/UNPAID).
      * 2026-10-15 : reporting lines, as the consumer does -- a change
      *              parked on APPRFIL carries the employee's manager
      *              from ORGMAST, and a transfer that adds the
      *              employee to the reference adds them with no
      *              manager.
      * 2026-10-15 : a rehire with no usable dateOfJoining is dated
      *              the RUNCTL business date, as the consumer dates
      *              it, not the clock; a failed EMPSRCH update is
      *              logged to ERRLOG 9804 as the consumer logs it.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYMPOST'.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-APPR-STATUS.

      * RUNCTL carries the business date -- see READ-RUN-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Same layouts the consumer maintains -- see IXYCAV64.
         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-DEPT-CODE    PIC X(06).
            05 EMPMAST-COST-CENTER  PIC X(08).
            05 EMPMAST-EVENT-DATA   PIC X(4000).
            05 EMPMAST-LIFECYCLE.
               10 EMPMAST-STATUS            PIC X(01).
                   88 EMPMAST-TERMINATED    VALUE 'T'.
               10 EMPMAST-TERM-DATE         PIC 9(08).
               10 EMPMAST-TERM-REASON       PIC X(08).
               10 EMPMAST-FINAL-SALARY      PIC 9(07)V9(02).
               10 EMPMAST-REHIRE-DATE       PIC 9(08).
               10 EMPMAST-REHIRE-CNT        PIC 9(03).
               10 EMPMAST-PRIOR-SERVICE.
                  15 EMPMAST-PRIOR-HIRE-DATE    PIC 9(08).
                  15 EMPMAST-PRIOR-TERM-DATE    PIC 9(08).
                  15 EMPMAST-PRIOR-TERM-REASON  PIC X(08).
                  15 EMPMAST-PRIOR-FINAL-SALARY PIC 9(07)V9(02).
               10 FILLER                    PIC X(05).

         FD ORGMAST
           RECORD CONTAINS 120 CHARACTERS
            05 ORG-UNIT           PIC X(10).
            05 ORG-LOCATION       PIC X(20).
            05 ORG-UPDATED-TS     PIC X(21).
            05 ORG-MANAGER-ID     PIC 9(09) BINARY.
            05 ORG-MANAGER-EFF-DATE PIC 9(08).
            05 FILLER             PIC X(01).

         FD AGGSTORE
           RECORD CONTAINS 100 CHARACTERS
            05 APPR-OLD-INSUR     PIC 9(07)V9(02).
            05 APPR-NEW-INSUR     PIC 9(07)V9(02).
            05 APPR-EVENT-IMAGE   PIC X(4000).
            05 APPR-MANAGER-ID    PIC 9(09) BINARY.
            05 APPR-MANAGER-SW    PIC X(01).
                88 APPR-MANAGER-KNOWN VALUE 'Y'.
            05 FILLER             PIC X(01).

         FD EMPJRNL
           RECORD CONTAINS 8108  CHARACTERS
           BLOCK  CONTAINS 81080 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MASTER-JOURNAL-RECORD.

            05 JRN-BEFORE-TS        PIC X(21).
            05 JRN-BEFORE-IMAGE     PIC X(4000).
            05 JRN-AFTER-IMAGE      PIC X(4000).
            05 JRN-BEFORE-ORG.
               10 JRN-BEFORE-DEPT-CODE   PIC X(06).
               10 JRN-BEFORE-COST-CENTER PIC X(08).
            05 JRN-AFTER-ORG.
               10 JRN-AFTER-DEPT-CODE    PIC X(06).
               10 JRN-AFTER-COST-CENTER  PIC X(08).
            05 FILLER               PIC X(04).

         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 RUNCTL-BUSINESS-DATE PIC X(08).
            05 FILLER             PIC X(56).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-AGGSTORE-STATUS  PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-RUNCTL-STATUS    PIC X(02).

      * Business date off RUNCTL, read on the first call -- the date
      * IXYCAV64's READ-RUN-CONTROL sets for the same window.
         01 WS-BUSINESS-DATE    PIC 9(08) VALUE 0.
         01 WS-RUNCTL-READ-SW   PIC X(01) VALUE 'N'.
             88 WS-RUNCTL-READ  VALUE 'Y'.

         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYMPOST'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

         01 WS-ORG-DEPT-CODE    PIC X(06).
         01 WS-ORG-COST-CENTER  PIC X(08).
         01 WS-ORG-MANAGER-ID   PIC 9(09).

         01 WS-APPR-STATUS      PIC X(02).
      * Approval-threshold work fields -- the same compare
         01 WS-JRN-ACTION       PIC X(01).
         01 WS-JRN-BEFORE-TS    PIC X(21).
         01 WS-JRN-BEFORE-IMAGE PIC X(4000).
         01 WS-JRN-BEFORE-ORG.
            05 WS-JRN-BEFORE-DEPT  PIC X(06).
            05 WS-JRN-BEFORE-CC    PIC X(08).

      * Parameter area for the search-index module IXYSRIDX.
         01 WS-SRIDX-PARMS.
            05 WS-SRIDX-ACTION       PIC X(01).
            05 WS-SRIDX-RESULT       PIC X(01).
            05 WS-SRIDX-COMPANY      PIC X(03).
            05 WS-SRIDX-EMPLOYEE-ID  PIC 9(09).
            05 WS-SRIDX-TERM         PIC X(40).
            05 WS-SRIDX-CODE         PIC X(04).
            05 WS-SRIDX-BEFORE-IMAGE PIC X(4000).
            05 WS-SRIDX-AFTER-IMAGE  PIC X(4000).

      * Aggregates adjustment work fields -- the same scheme
      * UPDATE-BUSINESS-AGGREGATES uses in IXYCAV64.
         01 WS-AGG-BAND         PIC X(20).
         01 WS-AGG-BAND-IDX     PIC 9(02).
         01 WS-AGG-BAND-CALC    PIC S9(9) BINARY VALUE 0.
         01 WS-AGG-LEAVE        PIC X(20).
         01 WS-AGG-SAVE-EVENT   PIC X(4000).
      * Leaver/rehire lifecycle work fields -- the same layout and
      * rules as IXYCAV64's MARK-LIFECYCLE-REHIRED.
         01 WS-LIFE-WORK.
            05 WS-LIFE-STATUS          PIC X(01).
                88 WS-LIFE-TERMINATED  VALUE 'T'.
            05 WS-LIFE-TERM-DATE       PIC 9(08).
            05 WS-LIFE-TERM-REASON     PIC X(08).
            05 WS-LIFE-FINAL-SALARY    PIC 9(07)V9(02).
            05 WS-LIFE-REHIRE-DATE     PIC 9(08).
            05 WS-LIFE-REHIRE-CNT      PIC 9(03).
            05 WS-LIFE-PRIOR-HIRE-DATE PIC 9(08).
            05 WS-LIFE-PRIOR-TERM-DATE PIC 9(08).
            05 WS-LIFE-PRIOR-TERM-REASON  PIC X(08).
            05 WS-LIFE-PRIOR-FINAL-SALARY PIC 9(07)V9(02).
            05 FILLER                  PIC X(05) VALUE SPACES.
         01 WS-LIFE-DATE-IN     PIC 9(08) VALUE 0.
         01 WS-LIFE-HIRE-IN     PIC 9(08) VALUE 0.
         01 WS-LIFE-REHIRE-SW   PIC X(01) VALUE 'N'.
             88 WS-LIFE-REHIRE  VALUE 'Y'.
         01 WS-LIFE-OLD-IMAGE   PIC X(4000).
         01 WS-LIFE-SAVE-EVENT  PIC X(4000).
      * Dependents carry-forward -- the same scheme as IXYCAV64's
      * CARRY-DEPENDENTS-FORWARD.
         01 WS-DEPS-MAX         PIC S9(4) BINARY VALUE 24.
         01 WS-DEPS-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-DEPS-FOUND-SW    PIC X(01) VALUE 'N'.
             88 WS-DEPS-FOUND   VALUE 'Y'.
         01 WS-DEPS-SAVE-EVENT  PIC X(4000).
         01 WS-DEPS-HOLD.
            05 WS-DEPS-HOLD-ENTRY OCCURS 24 TIMES
                                  PIC X(54).
      * Leave-status carry-forward -- the same scheme as IXYCAV64's
      * CARRY-LEAVE-STATUS-FORWARD.
         01 WS-LEAVE-HOLD.
            05 WS-LEAVE-HOLD-STATUS    PIC X(01).
            05 WS-LEAVE-HOLD-TYPE      PIC X(08).
            05 WS-LEAVE-HOLD-START     PIC 9(08).
            05 WS-LEAVE-HOLD-RETURN    PIC 9(08).
            05 WS-LEAVE-HOLD-PAID      PIC X(01).

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY

       PROCEDURE DIVISION USING MPOST-PARMS.
           MOVE 'E' TO MPOST-RESULT
           IF NOT WS-RUNCTL-READ
             PERFORM READ-RUN-CONTROL
           END-IF
           MOVE MPOST-EVENT-IMAGE TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)

           GOBACK
           .

       READ-RUN-CONTROL.
      *****************************************************************
      * Picks up the business date the RUNCTL step assigned, as the
      * consumer's READ-RUN-CONTROL does; a missing or empty RUNCTL
      * leaves the run date.
      *****************************************************************
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL
               AT END CONTINUE
               NOT AT END
                 IF RUNCTL-BUSINESS-DATE IS NUMERIC AND
                    RUNCTL-BUSINESS-DATE NOT = '00000000'
                   MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                 END-IF
             END-READ
             CLOSE RUNCTL
           END-IF
           IF WS-BUSINESS-DATE = 0
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF
           SET WS-RUNCTL-READ TO TRUE.

       ENRICH-FROM-ORG-REFERENCE.
           MOVE SPACES TO WS-ORG-DEPT-CODE
           MOVE SPACES TO WS-ORG-COST-CENTER
           MOVE 0      TO WS-ORG-MANAGER-ID
           OPEN INPUT ORGMAST
           IF WS-ORGMAST-STATUS = '00'
             MOVE companyCode TO ORG-COMPANY
             IF WS-ORGMAST-STATUS = '00'
               MOVE ORG-DEPT-CODE   TO WS-ORG-DEPT-CODE
               MOVE ORG-COST-CENTER TO WS-ORG-COST-CENTER
               IF ORG-MANAGER-EFF-DATE NUMERIC
                 MOVE ORG-MANAGER-ID TO WS-ORG-MANAGER-ID
               END-IF
             END-IF
             CLOSE ORGMAST
           END-IF.
               MOVE companyCode TO ORG-COMPANY
               MOVE employeeId  TO ORG-EMPLOYEE-ID
               MOVE SPACES      TO ORG-DEPT-NAME
               MOVE 0           TO ORG-MANAGER-ID
               MOVE 0           TO ORG-MANAGER-EFF-DATE
               MOVE SPACE       TO ORG-REFERENCE-RECORD(120:1)
             END-IF
             MOVE transferDeptCode   TO ORG-DEPT-CODE
             MOVE transferCostCenter TO ORG-COST-CENTER

           MOVE companyCode TO EMPMAST-COMPANY
           MOVE employeeId TO EMPMAST-EMPLOYEE-ID
           MOVE 'N' TO WS-LIFE-REHIRE-SW
           READ EMPMAST
           IF WS-EMPMAST-STATUS = '00'
      * The stale-update guard -- same compare as the consumer's.
               MOVE 'R' TO MPOST-RESULT
               CLOSE EMPMAST
             ELSE
             IF EMPMAST-TERMINATED
               PERFORM REHIRE-EMPLOYEE-MASTER
               PERFORM FINISH-MASTER-POST
             ELSE
               IF dependentsIncluded NOT = 'Y'
                 PERFORM CARRY-DEPENDENTS-FORWARD
               END-IF
               PERFORM CARRY-LEAVE-STATUS-FORWARD
               PERFORM CHECK-APPROVAL-THRESHOLD
               IF WS-APPR-HOLD
      * 'H' first -- a failed park overrides it with 'E'.
               MOVE 'C'                   TO WS-JRN-ACTION
               MOVE EMPMAST-UPDATED-TS    TO WS-JRN-BEFORE-TS
               MOVE EMPMAST-EVENT-DATA    TO WS-JRN-BEFORE-IMAGE
               MOVE EMPMAST-DEPT-CODE     TO WS-JRN-BEFORE-DEPT
               MOVE EMPMAST-COST-CENTER   TO WS-JRN-BEFORE-CC
               MOVE FUNCTION CURRENT-DATE TO EMPMAST-UPDATED-TS
               MOVE MPOST-EVENT-TS        TO EMPMAST-EVENT-TS
               MOVE WS-ORG-DEPT-CODE      TO EMPMAST-DEPT-CODE
               PERFORM FINISH-MASTER-POST
               END-IF
             END-IF
             END-IF
           ELSE
             MOVE 'A'                   TO WS-JRN-ACTION
             MOVE SPACES                TO WS-JRN-BEFORE-TS
             MOVE SPACES                TO WS-JRN-BEFORE-IMAGE
             MOVE SPACES                TO WS-JRN-BEFORE-ORG
             MOVE companyCode           TO EMPMAST-COMPANY
             MOVE employeeId            TO EMPMAST-EMPLOYEE-ID
             MOVE FUNCTION CURRENT-DATE TO EMPMAST-UPDATED-TS
             MOVE WS-ORG-DEPT-CODE      TO EMPMAST-DEPT-CODE
             MOVE WS-ORG-COST-CENTER    TO EMPMAST-COST-CENTER
             MOVE MPOST-EVENT-IMAGE     TO EMPMAST-EVENT-DATA
             INITIALIZE WS-LIFE-WORK
             MOVE WS-LIFE-WORK          TO EMPMAST-LIFECYCLE
             WRITE EMPLOYEE-MASTER-RECORD
             PERFORM FINISH-MASTER-POST
           END-IF.

       CARRY-DEPENDENTS-FORWARD.
      *****************************************************************
      * An image that did not carry a dependents set must not erase
      * the designations on file -- the master's set, if it has one,
      * is carried onto EVENT-DATA and MPOST-EVENT-IMAGE before the
      * image posts, parks or journals. An image from before the
      * block existed reads as spaces there: no set.
      *****************************************************************
           MOVE 'N' TO WS-DEPS-FOUND-SW
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    WS-DEPS-SAVE-EVENT
           MOVE EMPMAST-EVENT-DATA TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF dependentsIncluded = 'Y'
             SET WS-DEPS-FOUND TO TRUE
             PERFORM VARYING WS-DEPS-IDX FROM 1 BY 1
                       UNTIL WS-DEPS-IDX > WS-DEPS-MAX
               MOVE dependents(WS-DEPS-IDX) TO
                    WS-DEPS-HOLD-ENTRY(WS-DEPS-IDX)
             END-PERFORM
           END-IF
           MOVE WS-DEPS-SAVE-EVENT TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF WS-DEPS-FOUND
             MOVE 'Y' TO dependentsIncluded
             PERFORM VARYING WS-DEPS-IDX FROM 1 BY 1
                       UNTIL WS-DEPS-IDX > WS-DEPS-MAX
               MOVE WS-DEPS-HOLD-ENTRY(WS-DEPS-IDX) TO
                    dependents(WS-DEPS-IDX)
             END-PERFORM
             MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    MPOST-EVENT-IMAGE(1:LENGTH OF EVENT-DATA)
           END-IF.

       CARRY-LEAVE-STATUS-FORWARD.
      *****************************************************************
      * The leave status is the master's until a LEAVE or RETURN
      * image changes it -- an image with no leave block takes the
      * master's, and a return takes the type, first day and pay of
      * the leave it ends. MPOST-EVENT-IMAGE comes back as posted.
      *****************************************************************
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    WS-DEPS-SAVE-EVENT
           MOVE EMPMAST-EVENT-DATA TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE leaveStatus     TO WS-LEAVE-HOLD-STATUS
           MOVE leaveType       TO WS-LEAVE-HOLD-TYPE
           MOVE leaveStartDate  TO WS-LEAVE-HOLD-START
           MOVE leaveReturnDate TO WS-LEAVE-HOLD-RETURN
           MOVE leavePaid       TO WS-LEAVE-HOLD-PAID
           MOVE WS-DEPS-SAVE-EVENT TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           EVALUATE TRUE
             WHEN leaveStatus = 'L'
               CONTINUE
             WHEN leaveStatus = 'R'
               IF WS-LEAVE-HOLD-STATUS = 'L' AND leaveType = SPACES
                 MOVE WS-LEAVE-HOLD-TYPE  TO leaveType
                 MOVE WS-LEAVE-HOLD-START TO leaveStartDate
                 MOVE WS-LEAVE-HOLD-PAID  TO leavePaid
               END-IF
             WHEN WS-LEAVE-HOLD-STATUS = 'L' OR
                  WS-LEAVE-HOLD-STATUS = 'R'
               MOVE WS-LEAVE-HOLD-STATUS TO leaveStatus
               MOVE WS-LEAVE-HOLD-TYPE   TO leaveType
               MOVE WS-LEAVE-HOLD-START  TO leaveStartDate
               MOVE WS-LEAVE-HOLD-RETURN TO leaveReturnDate
               MOVE WS-LEAVE-HOLD-PAID   TO leavePaid
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    MPOST-EVENT-IMAGE(1:LENGTH OF EVENT-DATA).

       FINISH-MASTER-POST.
           IF WS-EMPMAST-STATUS = '00'
             MOVE WS-JRN-ACTION TO MPOST-RESULT
             PERFORM WRITE-MASTER-JOURNAL
             PERFORM UPDATE-BUSINESS-AGGREGATES
             PERFORM UPDATE-SEARCH-INDEX
           ELSE
             DISPLAY "ERROR : IXYMPOST EMPMAST UPSERT FAILED, FILE "
                     "STATUS " WS-EMPMAST-STATUS
           END-IF
           CLOSE EMPMAST.

       REHIRE-EMPLOYEE-MASTER.
      *****************************************************************
      * Reactivates the leaver just read as a rehire, as the
      * consumer's REHIRE-EMPLOYEE-MASTER does: the closed period
      * moves to the prior-service fields and the image goes on the
      * master. The rehire date is the image's dateOfJoining when
      * that falls after the termination, else the RUNCTL business
      * date (see READ-RUN-CONTROL). No approval
      * hold -- there is no live salary to compare against. The
      * add journals the leaver's image as its before side.
      *****************************************************************
           MOVE 'A'                   TO WS-JRN-ACTION
           MOVE EMPMAST-UPDATED-TS    TO WS-JRN-BEFORE-TS
           MOVE EMPMAST-EVENT-DATA    TO WS-JRN-BEFORE-IMAGE
           MOVE EMPMAST-DEPT-CODE     TO WS-JRN-BEFORE-DEPT
           MOVE EMPMAST-COST-CENTER   TO WS-JRN-BEFORE-CC
           MOVE EMPMAST-EVENT-DATA    TO WS-LIFE-OLD-IMAGE
           MOVE EMPMAST-LIFECYCLE     TO WS-LIFE-WORK
           PERFORM CAPTURE-PRIOR-HIRE-DATE
           IF dateOfJoining NUMERIC AND
              dateOfJoining > WS-LIFE-TERM-DATE
             MOVE dateOfJoining TO WS-LIFE-DATE-IN
           ELSE
             MOVE WS-BUSINESS-DATE TO WS-LIFE-DATE-IN
           END-IF
           PERFORM MARK-LIFECYCLE-REHIRED
           SET WS-LIFE-REHIRE         TO TRUE
           MOVE WS-LIFE-WORK          TO EMPMAST-LIFECYCLE
           MOVE FUNCTION CURRENT-DATE TO EMPMAST-UPDATED-TS
           MOVE MPOST-EVENT-TS        TO EMPMAST-EVENT-TS
           MOVE WS-ORG-DEPT-CODE      TO EMPMAST-DEPT-CODE
           MOVE WS-ORG-COST-CENTER    TO EMPMAST-COST-CENTER
           MOVE MPOST-EVENT-IMAGE     TO EMPMAST-EVENT-DATA
           REWRITE EMPLOYEE-MASTER-RECORD.

       CAPTURE-PRIOR-HIRE-DATE.
      *****************************************************************
      * The hire date of the period being closed, off the leaver's
      * image in WS-LIFE-OLD-IMAGE -- overlaid on EVENT-DATA for the
      * read, then restored.
      *****************************************************************
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    WS-LIFE-SAVE-EVENT
           MOVE WS-LIFE-OLD-IMAGE TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF dateOfJoining NUMERIC
             MOVE dateOfJoining TO WS-LIFE-HIRE-IN
           ELSE
             MOVE 0 TO WS-LIFE-HIRE-IN
           END-IF
           MOVE WS-LIFE-SAVE-EVENT TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA).

       MARK-LIFECYCLE-REHIRED.
           IF WS-LIFE-WORK = SPACES
             INITIALIZE WS-LIFE-WORK
           END-IF
           MOVE WS-LIFE-HIRE-IN      TO WS-LIFE-PRIOR-HIRE-DATE
           MOVE WS-LIFE-TERM-DATE    TO WS-LIFE-PRIOR-TERM-DATE
           MOVE WS-LIFE-TERM-REASON  TO WS-LIFE-PRIOR-TERM-REASON
           MOVE WS-LIFE-FINAL-SALARY TO WS-LIFE-PRIOR-FINAL-SALARY
           MOVE 'A'                  TO WS-LIFE-STATUS
           MOVE 0                    TO WS-LIFE-TERM-DATE
           MOVE SPACES               TO WS-LIFE-TERM-REASON
           MOVE 0                    TO WS-LIFE-FINAL-SALARY
           MOVE WS-LIFE-DATE-IN      TO WS-LIFE-REHIRE-DATE
           IF WS-LIFE-REHIRE-CNT < 999
             ADD 1 TO WS-LIFE-REHIRE-CNT
           END-IF.

       UPDATE-SEARCH-INDEX.
      *****************************************************************
      * Moves the employee's EMPSRCH entries from the replaced image
      * to the posted one. A failed index update is logged but
      * does not fail the post -- IXYEMSRC's REBUILD run repairs it.
      *****************************************************************
           MOVE 'P'                 TO WS-SRIDX-ACTION
           MOVE EMPMAST-COMPANY     TO WS-SRIDX-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO WS-SRIDX-EMPLOYEE-ID
           MOVE WS-JRN-BEFORE-IMAGE TO WS-SRIDX-BEFORE-IMAGE
           MOVE MPOST-EVENT-IMAGE   TO WS-SRIDX-AFTER-IMAGE
           CALL "IXYSRIDX" USING WS-SRIDX-PARMS
           IF WS-SRIDX-RESULT = 'E'
             DISPLAY "WARNING : IXYMPOST EMPSRCH UPDATE FAILED FOR "
                     "EMPLOYEE : " EMPMAST-EMPLOYEE-ID
             MOVE 9804 TO ERRLOG-CODE
             MOVE "IXYMPOST: EMPSRCH SEARCH INDEX UPDATE FAILED"
                       TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
           END-IF.

       CHECK-APPROVAL-THRESHOLD.
      *****************************************************************
      * The same compare the consumer runs: |new - old| x 100 >
             MOVE WS-APPR-OLD-INSUR     TO APPR-OLD-INSUR
             MOVE WS-APPR-NEW-INSUR     TO APPR-NEW-INSUR
             MOVE MPOST-EVENT-IMAGE     TO APPR-EVENT-IMAGE
             MOVE WS-ORG-MANAGER-ID     TO APPR-MANAGER-ID
             IF WS-ORG-MANAGER-ID > 0
               SET APPR-MANAGER-KNOWN TO TRUE
             ELSE
               MOVE 'N'                 TO APPR-MANAGER-SW
             END-IF
             MOVE SPACE                 TO APPROVAL-QUEUE-RECORD(4100:1)
             WRITE APPROVAL-QUEUE-RECORD
             CLOSE APPRFIL
           ELSE
             MOVE WS-JRN-BEFORE-TS      TO JRN-BEFORE-TS
             MOVE WS-JRN-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE
             MOVE MPOST-EVENT-IMAGE     TO JRN-AFTER-IMAGE
             MOVE WS-JRN-BEFORE-ORG     TO JRN-BEFORE-ORG
             MOVE WS-ORG-DEPT-CODE      TO JRN-AFTER-DEPT-CODE
             MOVE WS-ORG-COST-CENTER    TO JRN-AFTER-COST-CENTER
             WRITE MASTER-JOURNAL-RECORD
             CLOSE EMPJRNL
           ELSE
             PERFORM CAPTURE-AGGREGATE-FIELDS
             MOVE +1 TO WS-AGG-DIR
             PERFORM ADJUST-AGGREGATE-SET
             IF WS-LIFE-REHIRE
               MOVE 'L'          TO WS-AGG-WORK-TYPE
               MOVE 'REHIRE'     TO WS-AGG-WORK-VALUE
               MOVE annualSalary TO WS-AGG-WORK-SALARY
               MOVE 0            TO WS-AGG-WORK-INSUR
               PERFORM ADJUST-ONE-AGGREGATE
             END-IF
             CLOSE AGGSTORE
           END-IF.

           MOVE WS-AGG-BAND-CALC TO WS-AGG-BAND-IDX
           MOVE SPACES TO WS-AGG-BAND
           STRING 'BAND-' WS-AGG-BAND-IDX DELIMITED BY SIZE
             INTO WS-AGG-BAND
           MOVE SPACES TO WS-AGG-LEAVE
           IF leaveStatus = 'L'
             IF leavePaid = 'U'
               STRING leaveType DELIMITED BY SPACE
                      ' UNPAID' DELIMITED BY SIZE
                 INTO WS-AGG-LEAVE
             ELSE
               STRING leaveType DELIMITED BY SPACE
                      ' PAID' DELIMITED BY SIZE
                 INTO WS-AGG-LEAVE
             END-IF
           END-IF.

       ADJUST-AGGREGATE-SET.
           MOVE 'C'            TO WS-AGG-WORK-TYPE
           PERFORM ADJUST-ONE-AGGREGATE
           MOVE 'B'            TO WS-AGG-WORK-TYPE
           MOVE WS-AGG-BAND    TO WS-AGG-WORK-VALUE
           PERFORM ADJUST-ONE-AGGREGATE
           IF WS-AGG-LEAVE NOT = SPACES
             MOVE 'V'          TO WS-AGG-WORK-TYPE
             MOVE WS-AGG-LEAVE TO WS-AGG-WORK-VALUE
             PERFORM ADJUST-ONE-AGGREGATE
           END-IF.

       ADJUST-ONE-AGGREGATE.
           MOVE WS-AGG-WORK-TYPE  TO AGG-TYPE
