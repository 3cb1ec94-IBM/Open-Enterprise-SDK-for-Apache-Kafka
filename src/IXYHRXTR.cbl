      *    front to back in key order.
      * b. HRXTRACT - the interface file: an 'H' header record
      *    (extract timestamp, mode, changed-since cutoff), one 'D'
      *    detail record per selected employee -- leavers included,
      *    flagged by status with their termination date and reason
      *    -- each followed by one 'B' record per dependent or
      *    beneficiary the master holds for the employee, and a 'T'
      *    trailer carrying the detail record count (with the
      *    leavers and rehires among them) and the 'B' record count,
      *    so the receiving system can prove it loaded the whole
      *    feed.
      * c. HRXSTAT - a one-record state file holding the timestamp of
      *    the last successful extract. CHANGED mode selects only
      *    employees whose EMPMAST-UPDATED-TS is later than it; the
      *    state is rewritten at end of a clean run in either mode.
      * d. CONSENT / CNSSUPRT - every selected employee is checked
      *    against the consent registry (destination HRXTRACT)
      *    through IXYCNSCK before the detail is written; one the
      *    registry withholds is left out of the feed and listed on
      *    the suppression report for the privacy office. The
      *    trailer counts only what was written.
      *
      * The run mode comes from the PARM -- 'FULL' (the default, and
      * the fallback when HRXSTAT is missing or empty) extracts every
      * 2026-09-02 : window-close gate -- refuses to start unless
      *              WINCLOSE holds a sealed close record (from
      *              IXYWCLOS) for the RUNCTL window run-id.
      * 2026-10-15 : EMPMAST record widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle. The detail
      *              carries status, termination date and reason,
      *              rehire date and the prior service period, and
      *              the trailer the leaver and rehire counts (record
      *              length grew 220 -> 260).
      * 2026-10-15 : consent registry -- an employee withheld from
      *              HRXTRACT is left out of the feed and listed on
      *              CNSSUPRT; an unreadable registry releases
      *              nothing and ends the run RC 8.
      * 2026-10-15 : dependents and beneficiaries -- each detail is
      *              followed by a 'B' record per dependent or
      *              beneficiary on the master (role, name,
      *              relationship, date of birth, coverage share), so
      *              the benefits system finally sees who the
      *              insurance coverage covers and who it pays. The
      *              trailer carries the 'B' record count. Record
      *              length unchanged.
      * 2026-10-15 : leave of absence -- an employee on leave goes
      *              out with status L and the leave type, first
      *              day, expected return and paid/unpaid flag, so
      *              benefits can suspend or continue cover; the
      *              trailer counts those on leave. Record length
      *              grew 260 -> 290.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYHRXTR'.
      * Record layout as written by UPDATE-EMPLOYEE-MASTER in
      * IXYCAV64.
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

      * The fixed-layout interface record the benefits and pension
      * systems load. The three record types share the area in the
      * usual COBOL way, discriminated by the leading type byte.
         FD HRXTRACT
           RECORD CONTAINS 290  CHARACTERS
           BLOCK  CONTAINS 2900 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  HR-INTERFACE-RECORD.

               88 HRX-IS-HEADER     VALUE 'H'.
               88 HRX-IS-DETAIL     VALUE 'D'.
               88 HRX-IS-TRAILER    VALUE 'T'.
               88 HRX-IS-DEPENDENT  VALUE 'B'.
            05 HRX-RECORD-BODY      PIC X(289).

         01 HR-HEADER-RECORD.
            05 FILLER               PIC X(01).
            05 HRXH-EXTRACT-TS      PIC X(21).
            05 HRXH-MODE            PIC X(07).
            05 HRXH-SINCE-TS        PIC X(21).
            05 FILLER               PIC X(240).

         01 HR-DETAIL-RECORD.
            05 FILLER               PIC X(01).
            05 HRXD-DEPT-CODE       PIC X(06).
            05 HRXD-COST-CENTER     PIC X(08).
            05 HRXD-UPDATED-TS      PIC X(18).
      * Lifecycle -- status A active, L on leave, T leaver; dates are
      * zero where they do not apply.
            05 HRXD-STATUS          PIC X(01).
            05 HRXD-TERM-DATE       PIC 9(08).
            05 HRXD-TERM-REASON     PIC X(08).
            05 HRXD-REHIRE-DATE     PIC 9(08).
            05 HRXD-PRIOR-HIRE-DATE PIC 9(08).
            05 HRXD-PRIOR-TERM-DATE PIC 9(08).
            05 FILLER               PIC X(02).
      * Leave of absence -- the current leave for status L, the last
      * one for an employee back from leave; spaces/zero if none.
      * Paid flag P paid, U unpaid; expected return zero if open.
            05 HRXD-LEAVE-TYPE      PIC X(08).
            05 HRXD-LEAVE-START     PIC 9(08).
            05 HRXD-LEAVE-RETURN    PIC 9(08).
            05 HRXD-LEAVE-PAID      PIC X(01).
            05 FILLER               PIC X(05).

      * One per dependent (role D, covered by the employee's
      * insurance) or beneficiary (role B, paid on a claim); the
      * share is the percentage of the coverage the person holds.
         01 HR-DEPENDENT-RECORD.
            05 FILLER               PIC X(01).
            05 HRXB-COMPANY-CODE    PIC X(03).
            05 HRXB-EMPLOYEE-ID     PIC 9(09).
            05 HRXB-SEQUENCE        PIC 9(02).
            05 HRXB-ROLE            PIC X(01).
            05 HRXB-NAME            PIC X(30).
            05 HRXB-RELATIONSHIP    PIC X(10).
            05 HRXB-BIRTH-DATE      PIC 9(08).
            05 HRXB-SHARE           PIC 9(03)V9(02).
            05 FILLER               PIC X(221).

         01 HR-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 HRXT-DETAIL-COUNT    PIC 9(09).
            05 HRXT-SALARY-TOTAL    PIC 9(13)V9(02).
            05 HRXT-LEAVER-COUNT    PIC 9(09).
            05 HRXT-REHIRE-COUNT    PIC 9(09).
            05 HRXT-DEPENDENT-COUNT PIC 9(09).
            05 HRXT-ON-LEAVE-COUNT  PIC 9(09).
            05 FILLER               PIC X(229).

         FD HRXSTAT
           RECORD CONTAINS 80  CHARACTERS
         01 WS-EXTRACTED-CNT    PIC 9(09) VALUE 0.
         01 WS-SKIPPED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-SALARY-TOTAL     PIC 9(13)V9(02) VALUE 0.
         01 WS-LEAVER-CNT       PIC 9(09) VALUE 0.
         01 WS-REHIRE-CNT       PIC 9(09) VALUE 0.
         01 WS-ON-LEAVE-CNT     PIC 9(09) VALUE 0.
         01 WS-DEPENDENT-CNT    PIC 9(09) VALUE 0.
         01 WS-DEP-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-WITHHELD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-CONSENT-FAILED-SW PIC X(01) VALUE 'N'.
             88 WS-CONSENT-FAILED VALUE 'Y'.

      * Parameter area for the consent check IXYCNSCK, laid out as
      * its LINKAGE SECTION.
         01 WS-CNSCK-PARMS.
            05 WS-CNSCK-ACTION       PIC X(01).
            05 WS-CNSCK-FEED         PIC X(08) VALUE 'HRXTRACT'.
            05 WS-CNSCK-CALLER       PIC X(08) VALUE 'IXYHRXTR'.
            05 WS-CNSCK-COMPANY      PIC X(03).
            05 WS-CNSCK-EMPLOYEE-ID  PIC 9(09).
            05 WS-CNSCK-AS-OF-DATE   PIC 9(08) VALUE 0.
            05 WS-CNSCK-REFERENCE    PIC X(48) VALUE SPACES.
            05 WS-CNSCK-RESULT       PIC X(01).
                88 WS-CNSCK-RELEASED VALUE '0' 'M'.
                88 WS-CNSCK-ERROR    VALUE 'E'.
            05 WS-CNSCK-REASON       PIC X(08).
            05 WS-CNSCK-CHECKED-CNT  PIC S9(9) BINARY.
            05 WS-CNSCK-WITHHELD-CNT PIC S9(9) BINARY.


         01 WS-RUNCTL-STATUS    PIC X(02).
           ELSE
             OPEN OUTPUT HRXTRACT
             PERFORM WRITE-EXTRACT-HEADER
             MOVE 'O' TO WS-CNSCK-ACTION
             CALL "IXYCNSCK" USING WS-CNSCK-PARMS

             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
                    EMPMAST-UPDATED-TS NOT > WS-SINCE-TS
                   ADD 1 TO WS-SKIPPED-CNT
                 ELSE
                   PERFORM CHECK-EXTRACT-CONSENT
                   IF WS-CNSCK-RELEASED
                     PERFORM WRITE-EXTRACT-DETAIL
                   ELSE
                     ADD 1 TO WS-WITHHELD-CNT
                   END-IF
                 END-IF
               END-READ
             END-PERFORM

             MOVE 'X' TO WS-CNSCK-ACTION
             CALL "IXYCNSCK" USING WS-CNSCK-PARMS
             IF WS-CONSENT-FAILED
               DISPLAY "ERROR : CONSENT REGISTRY UNREADABLE - "
                       WS-WITHHELD-CNT " EMPLOYEE(S) HELD BACK"
               MOVE 8 TO RETURN-CODE
             END-IF
             PERFORM WRITE-EXTRACT-TRAILER
             CLOSE HRXTRACT
             CLOSE EMPMAST
           END-IF.

       CHECK-EXTRACT-CONSENT.
      *****************************************************************
      * Asks the consent registry whether this employee may go to
      * the pension vendor. An unreadable registry withholds the
      * record -- and the run ends RC 8, so the state file is not
      * moved and the next CHANGED run picks the employee up again.
      *****************************************************************
           MOVE 'C'                 TO WS-CNSCK-ACTION
           MOVE EMPMAST-COMPANY     TO WS-CNSCK-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO WS-CNSCK-EMPLOYEE-ID
           MOVE SPACES              TO WS-CNSCK-REFERENCE
           STRING "HRXTRACT " WS-RUN-MODE " RUN "
                  WS-JOB-START-TS(1:14)
                  DELIMITED BY SIZE INTO WS-CNSCK-REFERENCE
           CALL "IXYCNSCK" USING WS-CNSCK-PARMS
           IF WS-CNSCK-ERROR
             SET WS-CONSENT-FAILED TO TRUE
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO HR-INTERFACE-RECORD
           MOVE 'H'                   TO HRX-RECORD-TYPE
           MOVE EMPMAST-DEPT-CODE   TO HRXD-DEPT-CODE
           MOVE EMPMAST-COST-CENTER TO HRXD-COST-CENTER
           MOVE EMPMAST-UPDATED-TS(1:18) TO HRXD-UPDATED-TS
           PERFORM MOVE-LIFECYCLE-FIELDS
           WRITE HR-INTERFACE-RECORD
           ADD 1 TO WS-EXTRACTED-CNT
           ADD annualSalary TO WS-SALARY-TOTAL
           IF dependentsIncluded = 'Y'
             PERFORM WRITE-EXTRACT-DEPENDENTS
           END-IF.

       WRITE-EXTRACT-DEPENDENTS.
      *****************************************************************
      * The employee's dependents and beneficiaries, straight after
      * the detail they belong to. A master image from before the
      * block existed has none.
      *****************************************************************
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > 24
             IF dependentRole(WS-DEP-IDX) NOT = SPACE
               MOVE SPACES TO HR-INTERFACE-RECORD
               MOVE 'B'                  TO HRX-RECORD-TYPE
               MOVE EMPMAST-COMPANY      TO HRXB-COMPANY-CODE
               MOVE EMPMAST-EMPLOYEE-ID  TO HRXB-EMPLOYEE-ID
               MOVE WS-DEP-IDX           TO HRXB-SEQUENCE
               MOVE dependentRole(WS-DEP-IDX)      TO HRXB-ROLE
               MOVE dependentName(WS-DEP-IDX)      TO HRXB-NAME
               MOVE dependentRelation(WS-DEP-IDX)  TO
                    HRXB-RELATIONSHIP
               MOVE dependentBirthDate(WS-DEP-IDX) TO
                    HRXB-BIRTH-DATE
               MOVE dependentShare(WS-DEP-IDX)     TO HRXB-SHARE
               WRITE HR-INTERFACE-RECORD
               ADD 1 TO WS-DEPENDENT-CNT
             END-IF
           END-PERFORM.

       MOVE-LIFECYCLE-FIELDS.
      *****************************************************************
      * A record written before the lifecycle area existed reads as
      * spaces -- an active employee with no history.
      *****************************************************************
           MOVE 0 TO HRXD-TERM-DATE
           MOVE 0 TO HRXD-REHIRE-DATE
           MOVE 0 TO HRXD-PRIOR-HIRE-DATE
           MOVE 0 TO HRXD-PRIOR-TERM-DATE
           IF EMPMAST-TERMINATED
             MOVE 'T'               TO HRXD-STATUS
             MOVE EMPMAST-TERM-DATE TO HRXD-TERM-DATE
             MOVE EMPMAST-TERM-REASON TO HRXD-TERM-REASON
             ADD 1 TO WS-LEAVER-CNT
           ELSE
             MOVE 'A'               TO HRXD-STATUS
           END-IF
           IF EMPMAST-REHIRE-CNT NUMERIC AND EMPMAST-REHIRE-CNT > 0
             MOVE EMPMAST-REHIRE-DATE     TO HRXD-REHIRE-DATE
             MOVE EMPMAST-PRIOR-HIRE-DATE TO HRXD-PRIOR-HIRE-DATE
             MOVE EMPMAST-PRIOR-TERM-DATE TO HRXD-PRIOR-TERM-DATE
             IF NOT EMPMAST-TERMINATED
               ADD 1 TO WS-REHIRE-CNT
             END-IF
           END-IF
           MOVE 0 TO HRXD-LEAVE-START
           MOVE 0 TO HRXD-LEAVE-RETURN
           IF leaveStatus = 'L' OR leaveStatus = 'R'
             MOVE leaveType         TO HRXD-LEAVE-TYPE
             MOVE leaveStartDate    TO HRXD-LEAVE-START
             MOVE leaveReturnDate   TO HRXD-LEAVE-RETURN
             MOVE leavePaid         TO HRXD-LEAVE-PAID
           END-IF
           IF leaveStatus = 'L' AND NOT EMPMAST-TERMINATED
             MOVE 'L'               TO HRXD-STATUS
             ADD 1 TO WS-ON-LEAVE-CNT
           END-IF.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO HR-INTERFACE-RECORD
           MOVE 'T'              TO HRX-RECORD-TYPE
           MOVE WS-EXTRACTED-CNT TO HRXT-DETAIL-COUNT
           MOVE WS-SALARY-TOTAL  TO HRXT-SALARY-TOTAL
           MOVE WS-LEAVER-CNT    TO HRXT-LEAVER-COUNT
           MOVE WS-REHIRE-CNT    TO HRXT-REHIRE-COUNT
           MOVE WS-DEPENDENT-CNT TO HRXT-DEPENDENT-COUNT
           MOVE WS-ON-LEAVE-CNT  TO HRXT-ON-LEAVE-COUNT
           WRITE HR-INTERFACE-RECORD.

       WRITE-EXTRACT-STATE.
           DISPLAY "  EXTRACT MODE     : " WS-RUN-MODE
           DISPLAY "  MASTER RECORDS   : " WS-READ-CNT
           DISPLAY "  EXTRACTED        : " WS-EXTRACTED-CNT
           DISPLAY "    OF WHICH LEAVERS: " WS-LEAVER-CNT
           DISPLAY "    OF WHICH REHIRES: " WS-REHIRE-CNT
           DISPLAY "    ON LEAVE        : " WS-ON-LEAVE-CNT
           DISPLAY "  DEPENDENT RECORDS: " WS-DEPENDENT-CNT
           DISPLAY "  UNCHANGED SKIPPED: " WS-SKIPPED-CNT
           DISPLAY "  CONSENT WITHHELD : " WS-WITHHELD-CNT
           DISPLAY "==========================================".


