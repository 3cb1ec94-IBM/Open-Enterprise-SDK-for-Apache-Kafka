      *    with the identifying fields, the annual salary and the
      *    monthly allowance amounts (the figures that arrive as
      *    EMPF-ALLOWANCE-RECORD types upstream, plus their sum),
      *    and a 'T' trailer carrying the record count (with the
      *    leavers and rehires among them) and the
      *    money control totals -- the same prove-the-totals-tie
      *    spirit as CNSTOTFL/PRDTOTFL -- so payroll can load the
      *    feed and reconcile it without a keystroke.
      * c. PAYREJ  - the payroll reject register IXYPRJLD loads from
      *    the return file. With PARM RESEND the run is a targeted
      *    resend instead of a full extract: only employees with an
      *    open reject whose master record was corrected since the
      *    rejected extract are sent, and those rejects are marked
      *    re-sent under this run-id. The header says which kind of
      *    extract it is and carries the run-id payroll echoes back.
      * d. PAYASGN - the pay-period assignments of the journaled
      *    master changes (IXYPPASN). With PARM 'PERIOD yyyynn' the
      *    run extracts the changes for that pay period instead: one
      *    detail per employee changed in it, as the latest change
      *    assigned to the period left the employee, flagged 'L'
      *    where a change missed an earlier period's cutoff and was
      *    deferred here. A termination (journal 'D') goes out as
      *    the full extract sends it -- status 'T' with the
      *    termination date and reason, from the master, where the
      *    leaver stays; only an employee no longer on EMPMAST at
      *    all (erased by IXYPURGE) goes out with status 'D'. The
      *    header carries type 'P' and the period, the trailer the
      *    count of late employees.
      * e. CONSENT / CNSSUPRT - in every kind of run each employee is
      *    checked against the consent registry (destination
      *    PAYXTRCT) through IXYCNSCK before the detail is written;
      *    one the registry withholds is left out of the feed and
      *    listed on the suppression report for the privacy office.
      *    The trailer counts and totals only what was written; a
      *    withheld reject stays open, awaiting.
      ******************************************************************
      * Modification history
      * 2026-09-02 : new program.
      * 2026-09-02 : window-close gate -- refuses to start unless
      *              WINCLOSE holds a sealed close record (from
      *              IXYWCLOS) for the RUNCTL window run-id.
      * 2026-10-15 : EMPMAST record widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle. Leavers stay
      *              on the feed, flagged: the detail carries status,
      *              termination date and reason and the rehire
      *              date, and the trailer the leaver and rehire
      *              counts (record length grew 260 -> 280). Their
      *              salary is the final salary, still in the money
      *              totals so the trailer ties to the details.
      * 2026-10-15 : header carries the window run-id and the extract
      *              type (F full, R resend); PARM RESEND re-sends
      *              only the corrected masters of open payroll
      *              rejects in PAYREJ.
      * 2026-10-15 : PARM PERIOD extracts the changes PAYASGN assigns
      *              to one pay period, flagging late changes (detail
      *              late flag, header period, trailer late count --
      *              carved from FILLER, record length unchanged).
      * 2026-10-15 : consent registry -- an employee withheld from
      *              PAYXTRCT is left out of the feed and listed on
      *              CNSSUPRT; an unreadable registry releases
      *              nothing and ends the run RC 8.
      * 2026-10-15 : leave of absence -- an employee on leave goes
      *              out with status L and the leave type, first
      *              day, expected return and paid/unpaid flag (the
      *              last leave's details stay on an employee back
      *              from leave, status A); the trailer counts those
      *              on leave and on unpaid leave. Record length grew
      *              280 -> 310. Salary stays the contractual salary:
      *              payroll applies the leave from the flags.
      * 2026-10-15 : a resent reject PAYREJ will not mark RESENT is
      *              logged (ERRLOG 9346) and ends the run RC 8, so
      *              it is not silently sent again on every resend.
      * 2026-10-15 : the period extract sends a termination as 'T'
      *              from the master, like the full extract; 'D' now
      *              means only an employee no longer on EMPMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPAYXT'.
         FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT PAYREJ ASSIGN TO PAYREJ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PRJ-KEY
           FILE STATUS  IS WS-PAYREJ-STATUS.

           SELECT PAYASGN ASSIGN TO PAYASGN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAS-KEY
           FILE STATUS  IS WS-PAYASGN-STATUS.


      * RUNCTL carries the window run-id; WINCLOSE carries the sealed
      * window-close record IXYWCLOS writes once the night's proofs
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

         FD PAYXTRCT
           RECORD CONTAINS 310  CHARACTERS
           BLOCK  CONTAINS 3100 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PAYROLL-INTERFACE-RECORD.

               88 PAYX-IS-HEADER    VALUE 'H'.
               88 PAYX-IS-DETAIL    VALUE 'D'.
               88 PAYX-IS-TRAILER   VALUE 'T'.
            05 PAYX-RECORD-BODY     PIC X(309).

         01 PAY-HEADER-RECORD.
            05 FILLER               PIC X(01).
            05 PAYH-EXTRACT-TS      PIC X(21).
            05 PAYH-RUN-ID          PIC X(16).
            05 PAYH-EXTRACT-TYPE    PIC X(01).
               88 PAYH-FULL-EXTRACT VALUE 'F'.
               88 PAYH-RESEND       VALUE 'R'.
               88 PAYH-PERIOD-EXTRACT VALUE 'P'.
            05 PAYH-PERIOD          PIC X(06).
            05 FILLER               PIC X(265).

         01 PAY-DETAIL-RECORD.
            05 FILLER               PIC X(01).
            05 PAYD-ALLOWANCE OCCURS 24 TIMES
                                    PIC 9(05)V9(02).
            05 PAYD-COMPANY-CODE    PIC X(03).
      * Lifecycle -- status A active, L on leave, T leaver (pay stops
      * after the termination date), D no longer on the master --
      * erased since the change (period extracts only); dates are
      * zero where they do not apply.
            05 PAYD-STATUS          PIC X(01).
            05 PAYD-TERM-DATE       PIC 9(08).
            05 PAYD-TERM-REASON     PIC X(08).
            05 PAYD-REHIRE-DATE     PIC 9(08).
      * Period extracts only -- 'L' a change missed its cutoff.
            05 PAYD-LATE-FLAG       PIC X(01).
            05 FILLER               PIC X(01).
      * Leave of absence -- the current leave for status L, the last
      * one for an employee back from leave; spaces/zero if none.
      * Paid flag P paid, U unpaid; expected return zero if open.
            05 PAYD-LEAVE-TYPE      PIC X(08).
            05 PAYD-LEAVE-START     PIC 9(08).
            05 PAYD-LEAVE-RETURN    PIC 9(08).
            05 PAYD-LEAVE-PAID      PIC X(01).
            05 FILLER               PIC X(05).

         01 PAY-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 PAYT-DETAIL-COUNT    PIC 9(09).
            05 PAYT-SALARY-TOTAL    PIC 9(13)V9(02).
            05 PAYT-ALLOW-TOTAL     PIC 9(13)V9(02).
            05 PAYT-LEAVER-COUNT    PIC 9(09).
            05 PAYT-REHIRE-COUNT    PIC 9(09).
            05 PAYT-LATE-COUNT      PIC 9(09).
            05 PAYT-ON-LEAVE-COUNT  PIC 9(09).
            05 PAYT-UNPAID-LEAVE-COUNT PIC 9(09).
            05 FILLER               PIC X(225).


      * Record layout as written by IXYPRJLD.
         FD PAYREJ
           RECORD CONTAINS 240 CHARACTERS
           DATA RECORD     IS  PAYROLL-REJECT-RECORD.

         01 PAYROLL-REJECT-RECORD.
            05 PRJ-KEY.
               10 PRJ-COMPANY          PIC X(03).
               10 PRJ-EMPLOYEE-ID      PIC 9(09).
               10 PRJ-RUN-ID           PIC X(16).
               10 PRJ-REASON-CODE      PIC X(04).
            05 PRJ-REASON-TEXT      PIC X(40).
            05 PRJ-FIELD-VALUE      PIC X(20).
            05 PRJ-EXTRACT-TS       PIC X(21).
            05 PRJ-LOADED-TS        PIC X(21).
            05 PRJ-FIRST-REJECT-TS  PIC X(21).
            05 PRJ-STATE            PIC X(01).
               88 PRJ-OPEN          VALUE 'O'.
               88 PRJ-RESENT        VALUE 'S'.
               88 PRJ-CLEARED       VALUE 'C'.
               88 PRJ-SUPERSEDED    VALUE 'X'.
            05 PRJ-RESEND-RUN-ID    PIC X(16).
            05 PRJ-RESEND-TS        PIC X(21).
            05 PRJ-CLOSED-RUN-ID    PIC X(16).
            05 PRJ-CLOSED-TS        PIC X(21).
            05 FILLER               PIC X(10).

      * Record layout as written by IXYPPASN.
         FD PAYASGN
           RECORD CONTAINS 4120 CHARACTERS
           DATA RECORD     IS  PAY-ASSIGNMENT-RECORD.

         01 PAY-ASSIGNMENT-RECORD.
            05 PAS-KEY.
               10 PAS-PERIOD           PIC 9(06).
               10 PAS-COMPANY          PIC X(03).
               10 PAS-EMPLOYEE-ID      PIC 9(09).
               10 PAS-JOURNAL-TS       PIC X(21).
            05 PAS-HOME-PERIOD      PIC 9(06).
            05 PAS-EFFECTIVE-DATE   PIC 9(08).
            05 PAS-POSTED-DATE      PIC 9(08).
            05 PAS-HOME-CUTOFF      PIC 9(08).
            05 PAS-ACTION           PIC X(01).
            05 PAS-PROGRAM          PIC X(08).
            05 PAS-LATE-FLAG        PIC X(01).
               88 PAS-LATE          VALUE 'L'.
            05 PAS-REASON           PIC X(08).
            05 PAS-DEPT-CODE        PIC X(06).
            05 PAS-COST-CENTER      PIC X(08).
            05 PAS-IMAGE            PIC X(4000).
            05 FILLER               PIC X(19).

         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
         01 WS-ALLOW-TOTAL      PIC 9(13)V9(02) VALUE 0.
         01 WS-EMP-ALLOW-TOTAL  PIC 9(07)V9(02) VALUE 0.
         01 WS-ALLOW-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC 9(09) VALUE 0.
         01 WS-REHIRE-CNT       PIC 9(09) VALUE 0.
         01 WS-ON-LEAVE-CNT     PIC 9(09) VALUE 0.
         01 WS-UNPAID-LEAVE-CNT PIC 9(09) VALUE 0.

      * Targeted resend of corrected payroll rejects.
         01 WS-PAYREJ-STATUS    PIC X(02).
         01 WS-RESEND-SW        PIC X(01) VALUE 'N'.
             88 WS-RESEND-RUN   VALUE 'Y'.
         01 WS-LAST-EMP-KEY     PIC X(12) VALUE SPACES.
         01 WS-LAST-SENT-SW     PIC X(01) VALUE 'N'.
             88 WS-LAST-SENT    VALUE 'Y'.
         01 WS-RESENT-REJ-CNT   PIC 9(09) VALUE 0.
         01 WS-AWAITING-REJ-CNT PIC 9(09) VALUE 0.
         01 WS-UNMARKED-REJ-CNT PIC 9(09) VALUE 0.

      * Extract of the changes assigned to one pay period. An
      * employee's assignments arrive together; the latest is held
      * until the next employee shows it was the last.
         01 WS-PAYASGN-STATUS   PIC X(02).
         01 WS-PERIOD-SW        PIC X(01) VALUE 'N'.
             88 WS-PERIOD-RUN   VALUE 'Y'.
         01 WS-PERIOD           PIC X(06) VALUE SPACES.
         01 WS-DETAIL-LATE-FLAG PIC X(01) VALUE SPACE.
         01 WS-DETAIL-DELETE-SW PIC X(01) VALUE 'N'.
             88 WS-DETAIL-DELETE VALUE 'Y'.
         01 WS-HELD-SW          PIC X(01) VALUE 'N'.
             88 WS-HELD         VALUE 'Y'.
         01 WS-HELD-LATE-SW     PIC X(01) VALUE 'N'.
             88 WS-HELD-LATE    VALUE 'Y'.
         01 WS-HELD-ASSIGNMENT.
            05 WS-HELD-KEY.
               10 WS-HELD-PERIOD       PIC 9(06).
               10 WS-HELD-EMP-KEY.
                  15 WS-HELD-COMPANY      PIC X(03).
                  15 WS-HELD-EMPLOYEE-ID  PIC 9(09).
               10 WS-HELD-JOURNAL-TS   PIC X(21).
            05 FILLER               PIC X(30).
            05 WS-HELD-ACTION       PIC X(01).
            05 FILLER               PIC X(17).
            05 WS-HELD-DEPT-CODE    PIC X(06).
            05 WS-HELD-COST-CENTER  PIC X(08).
            05 WS-HELD-IMAGE        PIC X(4000).
            05 FILLER               PIC X(19).
         01 WS-ASSIGNMENT-CNT   PIC 9(09) VALUE 0.
         01 WS-LATE-EMP-CNT     PIC 9(09) VALUE 0.

      * Parameter area for the consent check IXYCNSCK, laid out as
      * its LINKAGE SECTION.
         01 WS-CNSCK-PARMS.
            05 WS-CNSCK-ACTION       PIC X(01).
            05 WS-CNSCK-FEED         PIC X(08) VALUE 'PAYXTRCT'.
            05 WS-CNSCK-CALLER       PIC X(08) VALUE 'IXYPAYXT'.
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
         01 WS-WITHHELD-CNT     PIC 9(09) VALUE 0.
         01 WS-CONSENT-FAILED-SW PIC X(01) VALUE 'N'.
             88 WS-CONSENT-FAILED VALUE 'Y'.


         01 WS-RUNCTL-STATUS    PIC X(02).
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-MODE              PIC X(06).
           05 FILLER                 PIC X(01).
           05 PARM-PERIOD            PIC X(06).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "PAYROLL EXPORT EXTRACT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           IF PARM-LENGTH >= 6 AND PARM-MODE = 'RESEND'
             SET WS-RESEND-RUN TO TRUE
             DISPLAY "TARGETED RESEND OF CORRECTED PAYROLL REJECTS"
           END-IF
           IF PARM-LENGTH >= 6 AND PARM-MODE = 'PERIOD'
             IF PARM-LENGTH >= 13 AND PARM-PERIOD IS NUMERIC
               SET WS-PERIOD-RUN TO TRUE
               MOVE PARM-PERIOD TO WS-PERIOD
               DISPLAY "EXTRACT OF CHANGES FOR PAY PERIOD " WS-PERIOD
             ELSE
               DISPLAY "ERROR : PARM MUST BE 'PERIOD YYYYNN'"
               MOVE 9345 TO ERRLOG-CODE
               MOVE "IXYPAYXT: INVALID PERIOD PARM" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 12 TO RETURN-CODE
               PERFORM DISPLAY-EXTRACT-SUMMARY
               GOBACK
             END-IF
           END-IF

           PERFORM CHECK-WINDOW-CLOSE
           IF RETURN-CODE NOT = 0
             MOVE "IXYPAYXT: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-EXTRACT-SUMMARY
             GOBACK
           END-IF
           IF WS-RESEND-RUN
             OPEN I-O PAYREJ
             IF WS-PAYREJ-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN PAYREJ, FILE STATUS "
                       WS-PAYREJ-STATUS
               MOVE 9343 TO ERRLOG-CODE
               MOVE "IXYPAYXT: UNABLE TO OPEN PAYREJ FOR RESEND"
                 TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST
               PERFORM DISPLAY-EXTRACT-SUMMARY
               GOBACK
             END-IF
           END-IF
           IF WS-PERIOD-RUN
             OPEN INPUT PAYASGN
             IF WS-PAYASGN-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN PAYASGN, FILE STATUS "
                       WS-PAYASGN-STATUS
               MOVE 9344 TO ERRLOG-CODE
               MOVE "IXYPAYXT: UNABLE TO OPEN PAYASGN FOR PERIOD"
                 TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST
               PERFORM DISPLAY-EXTRACT-SUMMARY
               GOBACK
             END-IF
           END-IF

           OPEN OUTPUT PAYXTRCT
           MOVE 'O' TO WS-CNSCK-ACTION
           CALL "IXYCNSCK" USING WS-CNSCK-PARMS
           MOVE SPACES TO PAYROLL-INTERFACE-RECORD
           MOVE 'H' TO PAYX-RECORD-TYPE
           MOVE WS-JOB-START-TS(1:21) TO PAYH-EXTRACT-TS
           MOVE WS-RUN-ID TO PAYH-RUN-ID
           EVALUATE TRUE
             WHEN WS-RESEND-RUN
               SET PAYH-RESEND TO TRUE
             WHEN WS-PERIOD-RUN
               SET PAYH-PERIOD-EXTRACT TO TRUE
               MOVE WS-PERIOD TO PAYH-PERIOD
             WHEN OTHER
               SET PAYH-FULL-EXTRACT TO TRUE
           END-EVALUATE
           WRITE PAYROLL-INTERFACE-RECORD

           EVALUATE TRUE
             WHEN WS-RESEND-RUN
               PERFORM RESEND-CORRECTED-REJECTS
               CLOSE PAYREJ
             WHEN WS-PERIOD-RUN
               PERFORM EXTRACT-PERIOD-CHANGES
               CLOSE PAYASGN
             WHEN OTHER
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 READ EMPMAST NEXT
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                   PERFORM CHECK-PAYROLL-CONSENT
                   IF WS-CNSCK-RELEASED
                     PERFORM WRITE-PAYROLL-DETAIL
                   END-IF
                 END-READ
               END-PERFORM
           END-EVALUATE
           MOVE 'X' TO WS-CNSCK-ACTION
           CALL "IXYCNSCK" USING WS-CNSCK-PARMS

           MOVE SPACES TO PAYROLL-INTERFACE-RECORD
           MOVE 'T' TO PAYX-RECORD-TYPE
           MOVE WS-EXTRACTED-CNT TO PAYT-DETAIL-COUNT
           MOVE WS-SALARY-TOTAL  TO PAYT-SALARY-TOTAL
           MOVE WS-ALLOW-TOTAL   TO PAYT-ALLOW-TOTAL
           MOVE WS-LEAVER-CNT    TO PAYT-LEAVER-COUNT
           MOVE WS-REHIRE-CNT    TO PAYT-REHIRE-COUNT
           MOVE WS-LATE-EMP-CNT  TO PAYT-LATE-COUNT
           MOVE WS-ON-LEAVE-CNT  TO PAYT-ON-LEAVE-COUNT
           MOVE WS-UNPAID-LEAVE-CNT TO PAYT-UNPAID-LEAVE-COUNT
           WRITE PAYROLL-INTERFACE-RECORD

           CLOSE PAYXTRCT
           CLOSE EMPMAST
           IF WS-CONSENT-FAILED
             DISPLAY "ERROR : CONSENT REGISTRY UNREADABLE - "
                     WS-WITHHELD-CNT " EMPLOYEE(S) HELD BACK"
             MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-UNMARKED-REJ-CNT > 0
             DISPLAY "ERROR : " WS-UNMARKED-REJ-CNT " RESENT REJECT(S) "
                     "STILL OPEN ON PAYREJ - THEY WILL BE SENT AGAIN"
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-EXTRACT-SUMMARY
           GOBACK
           .

       CHECK-PAYROLL-CONSENT.
      *****************************************************************
      * Asks the consent registry whether the employee EMPMAST-KEY
      * names may go to payroll. Anything but a release -- withheld,
      * or an unreadable registry -- keeps the detail off the feed.
      *****************************************************************
           MOVE 'C'                 TO WS-CNSCK-ACTION
           MOVE EMPMAST-COMPANY     TO WS-CNSCK-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO WS-CNSCK-EMPLOYEE-ID
           MOVE SPACES              TO WS-CNSCK-REFERENCE
           STRING "PAYXTRCT RUN-ID " WS-RUN-ID
                  DELIMITED BY SIZE INTO WS-CNSCK-REFERENCE
           CALL "IXYCNSCK" USING WS-CNSCK-PARMS
           IF NOT WS-CNSCK-RELEASED
             ADD 1 TO WS-WITHHELD-CNT
           END-IF
           IF WS-CNSCK-ERROR
             SET WS-CONSENT-FAILED TO TRUE
           END-IF.

       WRITE-PAYROLL-DETAIL.
           MOVE EMPMAST-EVENT-DATA TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE EMPMAST-DEPT-CODE   TO PAYD-DEPT-CODE
           MOVE EMPMAST-COST-CENTER TO PAYD-COST-CENTER
           MOVE annualSalary        TO PAYD-ANNUAL-SALARY
           MOVE 0                   TO PAYD-TERM-DATE
           MOVE 0                   TO PAYD-REHIRE-DATE
           IF EMPMAST-TERMINATED
             MOVE 'T'                 TO PAYD-STATUS
             MOVE EMPMAST-TERM-DATE   TO PAYD-TERM-DATE
             MOVE EMPMAST-TERM-REASON TO PAYD-TERM-REASON
             ADD 1 TO WS-LEAVER-CNT
           ELSE
             MOVE 'A'                 TO PAYD-STATUS
             IF EMPMAST-REHIRE-CNT NUMERIC AND
                EMPMAST-REHIRE-CNT > 0
               MOVE EMPMAST-REHIRE-DATE TO PAYD-REHIRE-DATE
               ADD 1 TO WS-REHIRE-CNT
             END-IF
           END-IF
           MOVE 0                   TO PAYD-LEAVE-START
           MOVE 0                   TO PAYD-LEAVE-RETURN
           IF leaveStatus = 'L' OR leaveStatus = 'R'
             MOVE leaveType           TO PAYD-LEAVE-TYPE
             MOVE leaveStartDate      TO PAYD-LEAVE-START
             MOVE leaveReturnDate     TO PAYD-LEAVE-RETURN
             MOVE leavePaid           TO PAYD-LEAVE-PAID
           END-IF
           IF leaveStatus = 'L' AND NOT EMPMAST-TERMINATED
             MOVE 'L'                 TO PAYD-STATUS
             ADD 1 TO WS-ON-LEAVE-CNT
             IF leavePaid = 'U'
               ADD 1 TO WS-UNPAID-LEAVE-CNT
             END-IF
           END-IF

           MOVE 0 TO WS-EMP-ALLOW-TOTAL
           PERFORM VARYING WS-ALLOW-IDX FROM 1 BY 1
                 WS-EMP-ALLOW-TOTAL
           END-PERFORM
           MOVE WS-EMP-ALLOW-TOTAL TO PAYD-ALLOW-TOTAL
           MOVE WS-DETAIL-LATE-FLAG TO PAYD-LATE-FLAG
           IF WS-DETAIL-DELETE
             MOVE 'D'                 TO PAYD-STATUS
           END-IF

           WRITE PAYROLL-INTERFACE-RECORD
           ADD 1 TO WS-EXTRACTED-CNT
           ADD annualSalary       TO WS-SALARY-TOTAL
           ADD WS-EMP-ALLOW-TOTAL TO WS-ALLOW-TOTAL.

       RESEND-CORRECTED-REJECTS.
      *****************************************************************
      * PAYREJ is in company + employee order, so an employee's
      * rejects arrive together: the master is read once, sent once
      * if it changed after the extract payroll rejected, and every
      * open reject of that employee is then marked re-sent. The
      * rest wait for their correction.
      *****************************************************************
           MOVE LOW-VALUES TO PRJ-KEY
           START PAYREJ KEY NOT LESS THAN PRJ-KEY
           IF WS-PAYREJ-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYREJ NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PRJ-OPEN
                   IF PRJ-KEY(1:12) NOT = WS-LAST-EMP-KEY
                     MOVE PRJ-KEY(1:12) TO WS-LAST-EMP-KEY
                     PERFORM RESEND-ONE-EMPLOYEE
                   END-IF
                   IF WS-LAST-SENT
                     SET PRJ-RESENT TO TRUE
                     MOVE WS-RUN-ID             TO PRJ-RESEND-RUN-ID
                     MOVE WS-JOB-START-TS(1:21) TO PRJ-RESEND-TS
                     REWRITE PAYROLL-REJECT-RECORD
                     IF WS-PAYREJ-STATUS = '00'
                       ADD 1 TO WS-RESENT-REJ-CNT
                     ELSE
                       PERFORM REPORT-UNMARKED-REJECT
                     END-IF
                   ELSE
                     ADD 1 TO WS-AWAITING-REJ-CNT
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
           END-IF.

       REPORT-UNMARKED-REJECT.
      *****************************************************************
      * The master went out but its reject still reads OPEN, so the
      * next resend would send it again -- said loudly, and the run
      * ends RC 8.
      *****************************************************************
           ADD 1 TO WS-UNMARKED-REJ-CNT
           DISPLAY "ERROR : PAYREJ REWRITE FAILED, FILE STATUS "
                   WS-PAYREJ-STATUS " - REJECT " PRJ-COMPANY " "
                   PRJ-EMPLOYEE-ID " " PRJ-RUN-ID " NOT MARKED RESENT"
           MOVE 9346 TO ERRLOG-CODE
           MOVE SPACES TO ERRLOG-MSG
           STRING "IXYPAYXT: PAYREJ REWRITE FAILED, STATUS "
                  WS-PAYREJ-STATUS " - REJECT " PRJ-COMPANY " "
                  PRJ-EMPLOYEE-ID " " PRJ-RUN-ID " NOT MARKED RESENT"
                  DELIMITED BY SIZE INTO ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT.

       RESEND-ONE-EMPLOYEE.
           MOVE 'N' TO WS-LAST-SENT-SW
           MOVE PRJ-COMPANY     TO EMPMAST-COMPANY
           MOVE PRJ-EMPLOYEE-ID TO EMPMAST-EMPLOYEE-ID
           READ EMPMAST
           IF WS-EMPMAST-STATUS = '00'
             IF EMPMAST-UPDATED-TS > PRJ-EXTRACT-TS
               PERFORM CHECK-PAYROLL-CONSENT
               IF WS-CNSCK-RELEASED
                 SET WS-LAST-SENT TO TRUE
                 PERFORM WRITE-PAYROLL-DETAIL
               END-IF
             END-IF
           ELSE
             DISPLAY "WARNING : REJECTED EMPLOYEE " PRJ-COMPANY " "
                     PRJ-EMPLOYEE-ID " NOT ON EMPMAST - NOT RESENT"
           END-IF.

       EXTRACT-PERIOD-CHANGES.
      *****************************************************************
      * PAYASGN is in period + company + employee + journal order, so
      * the period's assignments arrive together and an employee's
      * in the order they were posted: the last one is what the
      * employee was left as in the period. Any late one flags the
      * employee.
      *****************************************************************
           MOVE LOW-VALUES TO PAS-KEY
           MOVE WS-PERIOD  TO PAS-PERIOD
           START PAYASGN KEY NOT LESS THAN PAS-KEY
           IF WS-PAYASGN-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYASGN NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PAS-PERIOD NOT = WS-PERIOD
                   SET WS-EOF TO TRUE
                 ELSE
                   ADD 1 TO WS-ASSIGNMENT-CNT
                   IF WS-HELD AND
                      PAS-KEY(7:12) NOT = WS-HELD-EMP-KEY
                     PERFORM WRITE-PERIOD-EMPLOYEE
                   END-IF
                   IF NOT WS-HELD
                     MOVE 'N' TO WS-HELD-LATE-SW
                   END-IF
                   MOVE PAY-ASSIGNMENT-RECORD TO WS-HELD-ASSIGNMENT
                   SET WS-HELD TO TRUE
                   IF PAS-LATE
                     SET WS-HELD-LATE TO TRUE
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
           END-IF
           IF WS-HELD
             PERFORM WRITE-PERIOD-EMPLOYEE
           END-IF
           MOVE SPACE TO WS-DETAIL-LATE-FLAG
           MOVE 'N'   TO WS-DETAIL-DELETE-SW.

       WRITE-PERIOD-EMPLOYEE.
      *****************************************************************
      * The figures come from the assigned image, the lifecycle from
      * the master as it stands. A termination leaves the leaver on
      * the master, so it goes out 'T' as in the full extract; only
      * an employee no longer on the master at all goes out 'D'.
      *****************************************************************
           MOVE 'N' TO WS-DETAIL-DELETE-SW
           MOVE WS-HELD-COMPANY     TO EMPMAST-COMPANY
           MOVE WS-HELD-EMPLOYEE-ID TO EMPMAST-EMPLOYEE-ID
           READ EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             INITIALIZE EMPMAST-LIFECYCLE
             SET WS-DETAIL-DELETE TO TRUE
           END-IF
           MOVE WS-HELD-IMAGE       TO EMPMAST-EVENT-DATA
           MOVE WS-HELD-DEPT-CODE   TO EMPMAST-DEPT-CODE
           MOVE WS-HELD-COST-CENTER TO EMPMAST-COST-CENTER
           MOVE SPACE TO WS-DETAIL-LATE-FLAG
           PERFORM CHECK-PAYROLL-CONSENT
           IF WS-CNSCK-RELEASED
             IF WS-HELD-LATE
               MOVE 'L' TO WS-DETAIL-LATE-FLAG
               ADD 1 TO WS-LATE-EMP-CNT
             END-IF
             PERFORM WRITE-PAYROLL-DETAIL
           END-IF
           MOVE 'N' TO WS-HELD-SW.

       DISPLAY-EXTRACT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  EMPLOYEES        : " WS-EXTRACTED-CNT
           DISPLAY "    OF WHICH LEAVERS: " WS-LEAVER-CNT
           DISPLAY "    OF WHICH REHIRES: " WS-REHIRE-CNT
           DISPLAY "    ON LEAVE        : " WS-ON-LEAVE-CNT
           DISPLAY "    ON UNPAID LEAVE : " WS-UNPAID-LEAVE-CNT
           DISPLAY "  SALARY TOTAL     : " WS-SALARY-TOTAL
           DISPLAY "  ALLOWANCE TOTAL  : " WS-ALLOW-TOTAL
           DISPLAY "  CONSENT WITHHELD : " WS-WITHHELD-CNT
           IF WS-RESEND-RUN
             DISPLAY "  REJECTS RESENT   : " WS-RESENT-REJ-CNT
             DISPLAY "  AWAITING FIX     : " WS-AWAITING-REJ-CNT
             DISPLAY "  NOT MARKED       : " WS-UNMARKED-REJ-CNT
           END-IF
           IF WS-PERIOD-RUN
             DISPLAY "  PAY PERIOD       : " WS-PERIOD
             DISPLAY "  ASSIGNED CHANGES : " WS-ASSIGNMENT-CNT
             DISPLAY "  LATE EMPLOYEES   : " WS-LATE-EMP-CNT
           END-IF
           DISPLAY "==========================================".


