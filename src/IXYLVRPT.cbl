       CBL PGMNAME(LONGMIXED) NODLL NOEXPORTALL
      ******************************************************************
      * Copyright IBM Corp. 2025
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      ******************************************************************
      * MAIN PROGRAM LEAVE OF ABSENCE RETURNS DUE
      ******************************************************************
      * IXYCAV64 holds each employee's leave of absence on the master
      * (the leave block of the event image: leaveStatus L on leave,
      * R back). Payroll and line managers need to know who is
      * coming back before the pay period they come back in, so this
      * job lists the returns due in the calendar month after the
      * business date:
      * a. RUNCTL  - the run-id and business date (the run date when
      *    absent), as IXYMILST reads them.
      * b. EMPMAST - read front to back; leavers are passed over.
      * c. ORGMAST - optional, for the department names on LVRPT.
      * d. LVRPT   - by department and expected return date, each
      *    employee on leave due back next month (leave type, paid
      *    or unpaid, first day of leave, expected return). An
      *    employee still on leave after the expected return date
      *    is listed too, starred OVERDUE, since the return was
      *    never posted. Open-ended leave (no expected return) is
      *    counted, not listed.
      *
      * Return codes: 00 listed; 16 EMPMAST or LVRPT unavailable
      * (ERRLOG 9867).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYLVRPT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT LVRPT ASSIGN TO LVRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LVRPT-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.
         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 RUNCTL-BUSINESS-DATE PIC X(08).
            05 FILLER             PIC X(56).

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
            05 EMPMAST-STATUS       PIC X(01).
                88 EMPMAST-TERMINATED VALUE 'T'.
            05 FILLER               PIC X(74).

      * Record layout as maintained by IXYORGMN.
         FD ORGMAST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  ORG-REFERENCE-RECORD.

         01 ORG-REFERENCE-RECORD.
            05 ORG-KEY.
               10 ORG-COMPANY        PIC X(03).
               10 ORG-EMPLOYEE-ID    PIC 9(09).
            05 ORG-DEPT-CODE      PIC X(06).
            05 ORG-DEPT-NAME      PIC X(30).
            05 ORG-COST-CENTER    PIC X(08).
            05 ORG-UNIT           PIC X(10).
            05 ORG-LOCATION       PIC X(20).
            05 ORG-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(13).

         FD LVRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LVRPT-LINE.

         01 LVRPT-LINE              PIC X(132).

      * The returns listed, in department / return date order.
         SD SORTWK
           DATA RECORD     IS  SORT-RETURN-RECORD.

         01 SORT-RETURN-RECORD.
            05 SR-DEPT-CODE       PIC X(06).
            05 SR-RETURN-DATE     PIC 9(08).
            05 SR-COMPANY         PIC X(03).
            05 SR-EMPLOYEE-ID     PIC 9(09).
            05 SR-FULL-NAME       PIC X(30).
            05 SR-DEPT-NAME       PIC X(30).
            05 SR-LEAVE-TYPE      PIC X(08).
            05 SR-LEAVE-START     PIC 9(08).
            05 SR-LEAVE-PAID      PIC X(01).
                88 SR-UNPAID      VALUE 'U'.
            05 SR-OVERDUE-SW      PIC X(01).
                88 SR-OVERDUE     VALUE 'Y'.

        WORKING-STORAGE SECTION.
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-LVRPT-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-ORGMAST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-ORGMAST-OPEN VALUE 'Y'.
         01 WS-RUN-ID           PIC X(16) VALUE SPACES.

      * The month listed -- the calendar month after the business
      * date, first day to last.
         01 WS-BUSINESS-DATE    PIC 9(08) VALUE 0.
         01 WS-MONTH-FROM       PIC 9(08) VALUE 0.
         01 WS-MONTH-FROM-X     REDEFINES WS-MONTH-FROM.
            05 WS-FROM-YYYY     PIC 9(04).
            05 WS-FROM-MM       PIC 9(02).
            05 WS-FROM-DD       PIC 9(02).
         01 WS-MONTH-TO         PIC 9(08) VALUE 0.

      * LVRPT lines.
         01 WS-PREV-DEPT        PIC X(06).
         01 WS-FIRST-ROW-SW     PIC X(01) VALUE 'Y'.
             88 WS-FIRST-ROW    VALUE 'Y'.
         01 WS-DEPT-CNT         PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-RETURN-DATE     PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-COMPANY         PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EMPLOYEE-ID     PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-FULL-NAME       PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-LEAVE-TYPE      PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-LEAVE-PAID      PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-LEAVE-START     PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-OVERDUE         PIC X(08).
            05 FILLER              PIC X(28) VALUE SPACES.

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(40).
            05 RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(79) VALUE SPACES.

         01 WS-EDIT-DATE        PIC X(10).
         01 WS-EDIT-DATE-IN     PIC 9(08).

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-ON-LEAVE-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-UNPAID-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-OPEN-ENDED-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-DUE-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-OVERDUE-CNT      PIC S9(9) BINARY VALUE 0.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYLVRPT'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at
      * the fields by name.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "LEAVE OF ABSENCE RETURNS DUE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM SET-RETURN-MONTH
           PERFORM OPEN-LEAVE-FILES

           SORT SORTWK
                ON ASCENDING KEY SR-DEPT-CODE SR-RETURN-DATE
                                 SR-COMPANY SR-EMPLOYEE-ID
                INPUT PROCEDURE IS FIND-RETURNS-DUE
                OUTPUT PROCEDURE IS REPORT-RETURNS-DUE

           CLOSE EMPMAST
           IF WS-ORGMAST-OPEN
             CLOSE ORGMAST
           END-IF
           CLOSE LVRPT

           PERFORM DISPLAY-LEAVE-SUMMARY
           GOBACK
           .

       SET-RETURN-MONTH.
      *****************************************************************
      * Next month runs from its first day to the day before the
      * first of the month after.
      *****************************************************************
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL
               AT END CONTINUE
               NOT AT END
                 MOVE RUNCTL-RUN-ID TO WS-RUN-ID
                 IF RUNCTL-BUSINESS-DATE IS NUMERIC AND
                    RUNCTL-BUSINESS-DATE NOT = '00000000'
                   MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                 END-IF
             END-READ
             CLOSE RUNCTL
           END-IF
           IF WS-BUSINESS-DATE = 0
             MOVE WS-JOB-START-TS(1:8) TO WS-BUSINESS-DATE
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-MONTH-FROM
           MOVE 01 TO WS-FROM-DD
           IF WS-FROM-MM = 12
             MOVE 01 TO WS-FROM-MM
             ADD 1 TO WS-FROM-YYYY
           ELSE
             ADD 1 TO WS-FROM-MM
           END-IF
           IF WS-FROM-MM = 12
             COMPUTE WS-MONTH-TO = (WS-FROM-YYYY + 1) * 10000 + 0101
           ELSE
             COMPUTE WS-MONTH-TO = WS-MONTH-FROM + 100
           END-IF
           COMPUTE WS-MONTH-TO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-TO) - 1)

           DISPLAY "BUSINESS DATE : " WS-BUSINESS-DATE
                   "  RETURNS FROM : " WS-MONTH-FROM
                   "  TO : " WS-MONTH-TO.

       OPEN-LEAVE-FILES.
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE "IXYLVRPT: EMPMAST NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-LEAVE-RUN
           END-IF
           OPEN INPUT ORGMAST
           IF WS-ORGMAST-STATUS = '00'
             SET WS-ORGMAST-OPEN TO TRUE
           ELSE
             DISPLAY "ORGMAST NOT AVAILABLE - DEPARTMENT NAMES LEFT "
                     "OFF, FILE STATUS " WS-ORGMAST-STATUS
           END-IF
           OPEN OUTPUT LVRPT
           IF WS-LVRPT-STATUS NOT = '00'
             DISPLAY "ERROR : LVRPT NOT AVAILABLE, FILE STATUS "
                     WS-LVRPT-STATUS
             MOVE "IXYLVRPT: LVRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-LEAVE-RUN
           END-IF

           MOVE SPACES TO LVRPT-LINE
           STRING "  LEAVE OF ABSENCE RETURNS DUE " WS-MONTH-FROM
                  " TO " WS-MONTH-TO " FOR BUSINESS DATE "
                  WS-BUSINESS-DATE " AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE SPACES TO LVRPT-LINE
           STRING "    RETURN      CO   EMPLOYEE   NAME             "
                  "               LEAVE     PAY     ON LEAVE FROM"
                  DELIMITED BY SIZE INTO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE ALL "-" TO LVRPT-LINE
           WRITE LVRPT-LINE.

       FIND-RETURNS-DUE.
      *****************************************************************
      * The SORT input side: every serving employee on leave whose
      * expected return falls next month, or has already passed.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT RECORD
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-CNT
               IF EMPMAST-TERMINATED
                 ADD 1 TO WS-LEAVER-CNT
               ELSE
                 MOVE EMPMAST-EVENT-DATA TO
                          EVENT-DATA(1:LENGTH OF EVENT-DATA)
                 IF leaveStatus = 'L'
                   PERFORM CHECK-LEAVE-RETURN
                 END-IF
               END-IF
             END-READ
           END-PERFORM.

       CHECK-LEAVE-RETURN.
           ADD 1 TO WS-ON-LEAVE-CNT
           IF leavePaid = 'U'
             ADD 1 TO WS-UNPAID-CNT
           END-IF
           EVALUATE TRUE
             WHEN leaveReturnDate IS NOT NUMERIC
               ADD 1 TO WS-OPEN-ENDED-CNT
             WHEN leaveReturnDate = 0
               ADD 1 TO WS-OPEN-ENDED-CNT
             WHEN leaveReturnDate < WS-BUSINESS-DATE
               ADD 1 TO WS-OVERDUE-CNT
               PERFORM RELEASE-LEAVE-RETURN
             WHEN leaveReturnDate >= WS-MONTH-FROM AND
                  leaveReturnDate <= WS-MONTH-TO
               ADD 1 TO WS-DUE-CNT
               PERFORM RELEASE-LEAVE-RETURN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       RELEASE-LEAVE-RETURN.
           INITIALIZE SORT-RETURN-RECORD
           MOVE EMPMAST-DEPT-CODE   TO SR-DEPT-CODE
           MOVE leaveReturnDate     TO SR-RETURN-DATE
           MOVE EMPMAST-COMPANY     TO SR-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO SR-EMPLOYEE-ID
           MOVE fullName            TO SR-FULL-NAME
           MOVE leaveType           TO SR-LEAVE-TYPE
           IF leaveStartDate IS NUMERIC
             MOVE leaveStartDate    TO SR-LEAVE-START
           END-IF
           MOVE leavePaid           TO SR-LEAVE-PAID
           MOVE 'N' TO SR-OVERDUE-SW
           IF leaveReturnDate < WS-BUSINESS-DATE
             SET SR-OVERDUE TO TRUE
           END-IF
           IF WS-ORGMAST-OPEN
             MOVE EMPMAST-KEY TO ORG-KEY
             READ ORGMAST
             IF WS-ORGMAST-STATUS = '00'
               MOVE ORG-DEPT-NAME TO SR-DEPT-NAME
             END-IF
           END-IF
           RELEASE SORT-RETURN-RECORD.

       REPORT-RETURNS-DUE.
      *****************************************************************
      * The SORT output side: LVRPT by department.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-FIRST-ROW OR SR-DEPT-CODE NOT = WS-PREV-DEPT
                 IF NOT WS-FIRST-ROW
                   PERFORM WRITE-DEPARTMENT-TOTAL
                 END-IF
                 PERFORM WRITE-DEPARTMENT-HEADING
               END-IF
               PERFORM WRITE-RETURN-LINE
             END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-ROW
             PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF
           PERFORM WRITE-LEAVE-TOTALS.

       WRITE-DEPARTMENT-HEADING.
           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE SR-DEPT-CODE TO WS-PREV-DEPT
           MOVE 0 TO WS-DEPT-CNT
           MOVE SPACES TO LVRPT-LINE
           WRITE LVRPT-LINE
           IF SR-DEPT-CODE = SPACES
             MOVE "  DEPARTMENT (NONE ON EMPMAST)" TO LVRPT-LINE
           ELSE
             STRING "  DEPARTMENT " SR-DEPT-CODE "  " SR-DEPT-NAME
                    DELIMITED BY SIZE INTO LVRPT-LINE
           END-IF
           WRITE LVRPT-LINE.

       WRITE-RETURN-LINE.
           ADD 1 TO WS-DEPT-CNT
           MOVE SR-RETURN-DATE TO WS-EDIT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE WS-EDIT-DATE   TO RPT-RETURN-DATE
           MOVE SR-COMPANY     TO RPT-COMPANY
           MOVE SR-EMPLOYEE-ID TO RPT-EMPLOYEE-ID
           MOVE SR-FULL-NAME   TO RPT-FULL-NAME
           MOVE SR-LEAVE-TYPE  TO RPT-LEAVE-TYPE
           IF SR-UNPAID
             MOVE 'UNPAID' TO RPT-LEAVE-PAID
           ELSE
             MOVE 'PAID'   TO RPT-LEAVE-PAID
           END-IF
           MOVE SPACES TO RPT-LEAVE-START
           IF SR-LEAVE-START > 0
             MOVE SR-LEAVE-START TO WS-EDIT-DATE-IN
             PERFORM EDIT-REPORT-DATE
             MOVE WS-EDIT-DATE TO RPT-LEAVE-START
           END-IF
           MOVE SPACES TO RPT-OVERDUE
           IF SR-OVERDUE
             MOVE '*OVERDUE' TO RPT-OVERDUE
           END-IF
           MOVE WS-RPT-DETAIL TO LVRPT-LINE
           WRITE LVRPT-LINE.

       WRITE-DEPARTMENT-TOTAL.
           MOVE "RETURNS IN DEPARTMENT" TO RPT-COUNT-TEXT
           MOVE WS-DEPT-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO LVRPT-LINE
           WRITE LVRPT-LINE.

       EDIT-REPORT-DATE.
           STRING WS-EDIT-DATE-IN(1:4) "-" WS-EDIT-DATE-IN(5:2) "-"
                  WS-EDIT-DATE-IN(7:2)
                  DELIMITED BY SIZE INTO WS-EDIT-DATE.

       WRITE-LEAVE-TOTALS.
           MOVE SPACES TO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE "EMPLOYEES READ" TO RPT-COUNT-TEXT
           MOVE WS-READ-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE "LEAVERS PASSED OVER" TO RPT-COUNT-TEXT
           MOVE WS-LEAVER-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE "ON LEAVE" TO RPT-COUNT-TEXT
           MOVE WS-ON-LEAVE-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE "  OF WHICH UNPAID" TO RPT-COUNT-TEXT
           MOVE WS-UNPAID-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE "  OPEN-ENDED (NO EXPECTED RETURN)" TO RPT-COUNT-TEXT
           MOVE WS-OPEN-ENDED-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE "RETURNS DUE NEXT MONTH" TO RPT-COUNT-TEXT
           MOVE WS-DUE-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO LVRPT-LINE
           WRITE LVRPT-LINE
           MOVE "RETURNS OVERDUE" TO RPT-COUNT-TEXT
           MOVE WS-OVERDUE-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO LVRPT-LINE
           WRITE LVRPT-LINE.

       ABANDON-LEAVE-RUN.
           MOVE 9867 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-LEAVE-SUMMARY
           GOBACK.

       DISPLAY-LEAVE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYLVRPT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  BUSINESS DATE    : " WS-BUSINESS-DATE
           DISPLAY "  RETURN MONTH     : " WS-MONTH-FROM
                   " - " WS-MONTH-TO
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  LEAVERS SKIPPED  : " WS-LEAVER-CNT
           DISPLAY "  ON LEAVE         : " WS-ON-LEAVE-CNT
           DISPLAY "    UNPAID         : " WS-UNPAID-CNT
           DISPLAY "    OPEN-ENDED     : " WS-OPEN-ENDED-CNT
           DISPLAY "  RETURNS DUE      : " WS-DUE-CNT
           DISPLAY "  RETURNS OVERDUE  : " WS-OVERDUE-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYLVRPT'.
