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
      * MAIN PROGRAM ANNUAL TOTAL-COMPENSATION STATEMENT
      ******************************************************************
      * What an employee costs in total is spread across the annual
      * salary, the 24 monthly allowances, the insurance cover and
      * the salary history. This job prints it as one statement page
      * per employee:
      * a. TCSELECT - the selection cards, fixed columns:
      *        cols 1-6   type - CO, DEPT or EMPID
      *        cols 8-10  company code (spaces = the legacy
      *                   single-company stream; on a DEPT card,
      *                   spaces = any company)
      *        cols 12-17 department code (DEPT cards)
      *        cols 19-27 employee id, 9 digits (EMPID cards)
      *    '*' in column 1 is a comment. An employee is printed when
      *    any card selects them; no cards (or no TCSELECT DD) prints
      *    the whole master.
      * b. EMPMAST  - read in key order; each image is overlaid onto
      *    EVENT-DATA to get at the pay fields. Leavers (status T)
      *    have no current compensation and are not printed.
      * c. FXRATES  - the rate table (maintained by IXYFXMNT). Every
      *    amount is shown in the employee's own currency and in the
      *    base reporting currency, converted the IXYEMRPT way:
      *    currencyCode spaces is the base currency; a currency with
      *    no rate converts at 1, is flagged on the statement and
      *    ends the job RETURN-CODE 8.
      * d. TCSTMT   - the statements: base salary, each allowance and
      *    the allowances annualized (monthly x 12), total cash
      *    compensation, insurance benefit cover, and the
      *    year-over-year change against the latest salary-history
      *    entry. Each statement is padded to WS-PAGE-LIMIT lines so
      *    every one starts a page. A control page at the end totals
      *    the run in the base currency and lists any EMPID card that
      *    printed nothing.
      *
      * Return codes: 04 an EMPID card matched no active employee;
      * 08 a currency without a rate, or an unusable selection card;
      * 16 EMPMAST unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYTCSTM'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TCSELECT ASSIGN TO TCSELECT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-TCSELECT-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT FXRATES ASSIGN TO FXRATES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FXRATES-STATUS.

           SELECT TCSTMT ASSIGN TO TCSTMT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-TCSTMT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD TCSELECT
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TC-SELECT-CARD.

         01 TC-SELECT-CARD.
            05 TCSEL-TYPE         PIC X(06).
                88 TCSEL-COMPANY-CARD  VALUE 'CO    '.
                88 TCSEL-DEPT-CARD     VALUE 'DEPT  '.
                88 TCSEL-EMPID-CARD    VALUE 'EMPID '.
            05 FILLER             PIC X(01).
            05 TCSEL-COMPANY      PIC X(03).
            05 FILLER             PIC X(01).
            05 TCSEL-DEPT-CODE    PIC X(06).
            05 FILLER             PIC X(01).
            05 TCSEL-EMPLOYEE-ID  PIC 9(09).
            05 FILLER             PIC X(53).

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

      * Record layout as maintained by IXYFXMNT.
         FD FXRATES
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  FX-RATE-RECORD.

         01 FX-RATE-RECORD.
            05 FX-CURRENCY        PIC X(03).
            05 FILLER             PIC X(01).
            05 FX-RATE            PIC 9(03)V9(06).
            05 FILLER             PIC X(01).
            05 FX-AS-OF-DATE      PIC 9(08).
            05 FILLER             PIC X(58).

         FD TCSTMT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TCSTMT-LINE.

         01 TCSTMT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-TCSELECT-STATUS  PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-FXRATES-STATUS   PIC X(02).
         01 WS-TCSTMT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * The selection cards, held for the master pass. An EMPID card
      * remembers whether it printed, for the control page.
         01 WS-SEL-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-SEL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-SEL-TABLE.
            05 WS-SEL-ENTRY OCCURS 500 TIMES.
              10 WS-SEL-TYPE        PIC X(06).
              10 WS-SEL-COMPANY     PIC X(03).
              10 WS-SEL-DEPT-CODE   PIC X(06).
              10 WS-SEL-EMPLOYEE-ID PIC 9(09).
              10 WS-SEL-RESULT      PIC X(01).
                  88 WS-SEL-PRINTED VALUE 'P'.
                  88 WS-SEL-LEAVER  VALUE 'L'.
                  88 WS-SEL-UNMET   VALUE ' '.
         01 WS-SEL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-SEL-BAD-CNT      PIC S9(4) BINARY VALUE 0.
         01 WS-SEL-UNMET-CNT    PIC S9(4) BINARY VALUE 0.
         01 WS-SELECTED-SW      PIC X(01).
             88 WS-SELECTED     VALUE 'Y'.

      * FXRATES lookup -- see LOCATE-EMPLOYEE-RATE.
         01 WS-FX-MAX           PIC S9(4) BINARY VALUE 20.
         01 WS-FX-CNT           PIC S9(4) BINARY VALUE 0.
         01 WS-FX-TABLE.
            05 WS-FX-ENTRY OCCURS 20 TIMES.
              10 WS-FX-CCY         PIC X(03).
              10 WS-FX-RATE        PIC 9(03)V9(06).
         01 WS-FX-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-FX-FOUND-SW      PIC X(01).
             88 WS-FX-FOUND     VALUE 'Y'.
         01 WS-FX-MISSING-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-RATE         PIC 9(03)V9(06).
         01 WS-EMP-RATE-SW      PIC X(01).
             88 WS-EMP-BASE-CCY    VALUE 'B'.
             88 WS-EMP-CONVERTED   VALUE 'C'.
             88 WS-EMP-NO-RATE     VALUE 'N'.

      * One employee's compensation, in their own currency (LCL) and
      * converted to the base reporting currency (BAS).
         01 WS-ALLOW-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-HIST-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-LCL-ALLOW-MONTHLY PIC 9(09)V9(02).
         01 WS-LCL-ALLOW-ANNUAL PIC 9(11)V9(02).
         01 WS-LCL-TOTAL-CASH   PIC 9(11)V9(02).
         01 WS-LCL-PRIOR-SALARY PIC 9(07)V9(02).
         01 WS-LCL-YOY-CHANGE   PIC S9(09)V9(02).
         01 WS-YOY-PCT          PIC S9(05)V9.
         01 WS-BAS-SALARY       PIC 9(11)V9(02).
         01 WS-BAS-ALLOW-ANNUAL PIC 9(11)V9(02).
         01 WS-BAS-TOTAL-CASH   PIC 9(11)V9(02).
         01 WS-BAS-INSURANCE    PIC 9(11)V9(02).
         01 WS-BAS-PRIOR-SALARY PIC 9(11)V9(02).
         01 WS-BAS-YOY-CHANGE   PIC S9(11)V9(02).
         01 WS-BAS-AMOUNT       PIC S9(11)V9(02).
         01 WS-LCL-AMOUNT       PIC S9(11)V9(02).

      * Run totals for the control page, in the base currency.
         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-NOT-SELECTED-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-PRINTED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-CONVERTED-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-NO-HISTORY-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-TOT-SALARY       PIC S9(13)V99 COMP-3 VALUE 0.
         01 WS-TOT-ALLOW-ANNUAL PIC S9(13)V99 COMP-3 VALUE 0.
         01 WS-TOT-TOTAL-CASH   PIC S9(13)V99 COMP-3 VALUE 0.
         01 WS-TOT-INSURANCE    PIC S9(13)V99 COMP-3 VALUE 0.
         01 WS-TOT-YOY-CHANGE   PIC S9(13)V99 COMP-3 VALUE 0.

      * Page control -- every statement fills WS-PAGE-LIMIT lines.
         01 WS-PAGE-NUMBER      PIC 9(05) VALUE 0.
         01 WS-LINE-COUNT       PIC 9(03) VALUE 0.
         01 WS-PAGE-LIMIT       PIC 9(03) VALUE 55.

      * Print lines.
         01 WS-HDR-LINE-1.
            05 FILLER              PIC X(45) VALUE SPACES.
            05 FILLER              PIC X(35) VALUE
                    'ANNUAL TOTAL-COMPENSATION STATEMENT'.
            05 FILLER              PIC X(36) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE 'PAGE '.
            05 HDR-PAGE-NUMBER     PIC ZZZZ9.
            05 FILLER              PIC X(06) VALUE SPACES.

         01 WS-HDR-LINE-2.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'PREPARED AT : '.
            05 HDR-TIMESTAMP       PIC X(21).
            05 FILLER              PIC X(95) VALUE SPACES.

         01 WS-ID-LINE-1.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'EMPLOYEE    : '.
            05 IDL-COMPANY         PIC X(03).
            05 FILLER              PIC X(03) VALUE ' / '.
            05 IDL-EMP-ID          PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 IDL-NAME            PIC X(30).
            05 FILLER              PIC X(69) VALUE SPACES.

         01 WS-ID-LINE-2.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'DEPARTMENT  : '.
            05 IDL-DEPT-CODE       PIC X(06).
            05 FILLER              PIC X(04) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'COST CENTER : '.
            05 IDL-COST-CENTER     PIC X(08).
            05 FILLER              PIC X(84) VALUE SPACES.

         01 WS-ID-LINE-3.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'LEVEL       : '.
            05 IDL-LEVEL           PIC ZZZZZZZZ9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'FULL-TIME : '.
            05 IDL-FULL-TIME       PIC X(01).
            05 FILLER              PIC X(04) VALUE SPACES.
            05 FILLER              PIC X(09) VALUE 'JOINED : '.
            05 IDL-JOINED          PIC 9(08).
            05 FILLER              PIC X(69) VALUE SPACES.

         01 WS-ID-LINE-4.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'CURRENCY    : '.
            05 IDL-CURRENCY        PIC X(04).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 IDL-RATE-TEXT       PIC X(22).
            05 IDL-RATE            PIC ZZ9.999999.
            05 FILLER              PIC X(78) VALUE SPACES.

         01 WS-COL-HEADER.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(40) VALUE 'COMPONENT'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(16) VALUE
                    '    LOCAL AMOUNT'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(16) VALUE
                    '     BASE AMOUNT'.
            05 FILLER              PIC X(54) VALUE SPACES.

         01 WS-AMOUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 AML-LABEL           PIC X(40).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 AML-LOCAL           PIC -,---,---,--9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 AML-BASE            PIC -,---,---,--9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 AML-NOTE            PIC X(30).
            05 FILLER              PIC X(22) VALUE SPACES.

         01 WS-ALLOW-LABEL.
            05 FILLER              PIC X(12) VALUE '  ALLOWANCE '.
            05 ALB-NUMBER          PIC 99.
            05 FILLER              PIC X(10) VALUE ' MONTHLY  '.
            05 ALB-MONTHLY         PIC ZZ,ZZ9.99.
            05 FILLER              PIC X(07) VALUE ' X 12'.

         01 WS-PCT-EDIT         PIC ----9.9.
         01 WS-COUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.

         01 WS-CTL-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-LABEL           PIC X(40).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-VALUE           PIC X(16).
            05 FILLER              PIC X(72) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at the
      * pay fields by name.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "ANNUAL TOTAL-COMPENSATION STATEMENT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-SELECTION-CARDS
           PERFORM LOAD-FX-RATES

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-STATEMENT-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT TCSTMT
           PERFORM PRINT-SELECTED-STATEMENTS
           CLOSE EMPMAST

           PERFORM PRINT-CONTROL-PAGE
           CLOSE TCSTMT

           IF RETURN-CODE < 4 AND WS-SEL-UNMET-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-STATEMENT-SUMMARY
           GOBACK
           .

       LOAD-SELECTION-CARDS.
      *****************************************************************
      * No TCSELECT DD, or no usable cards on it, selects the whole
      * master.
      *****************************************************************
           OPEN INPUT TCSELECT
           IF WS-TCSELECT-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ TCSELECT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF TC-SELECT-CARD(1:1) = '*' OR
                    TC-SELECT-CARD = SPACES
                   CONTINUE
                 ELSE
                   PERFORM LOAD-ONE-SELECTION-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE TCSELECT
           END-IF.

       LOAD-ONE-SELECTION-CARD.
           IF (NOT TCSEL-COMPANY-CARD AND NOT TCSEL-DEPT-CARD AND
               NOT TCSEL-EMPID-CARD) OR
              (TCSEL-DEPT-CARD AND TCSEL-DEPT-CODE = SPACES) OR
              (TCSEL-EMPID-CARD AND TCSEL-EMPLOYEE-ID NOT NUMERIC)
             DISPLAY "ERROR : UNUSABLE TCSELECT CARD IGNORED, "
                     TC-SELECT-CARD(1:27)
             ADD 1 TO WS-SEL-BAD-CNT
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-SEL-CNT >= WS-SEL-MAX
               DISPLAY "ERROR : MORE THAN " WS-SEL-MAX
                       " TCSELECT CARDS -- IGNORING REMAINDER"
               ADD 1 TO WS-SEL-BAD-CNT
               MOVE 8 TO RETURN-CODE
             ELSE
               ADD 1 TO WS-SEL-CNT
               MOVE TCSEL-TYPE     TO WS-SEL-TYPE(WS-SEL-CNT)
               MOVE TCSEL-COMPANY  TO WS-SEL-COMPANY(WS-SEL-CNT)
               MOVE TCSEL-DEPT-CODE TO WS-SEL-DEPT-CODE(WS-SEL-CNT)
               IF TCSEL-EMPID-CARD
                 MOVE TCSEL-EMPLOYEE-ID TO
                                 WS-SEL-EMPLOYEE-ID(WS-SEL-CNT)
               ELSE
                 MOVE 0 TO WS-SEL-EMPLOYEE-ID(WS-SEL-CNT)
               END-IF
               MOVE SPACE TO WS-SEL-RESULT(WS-SEL-CNT)
             END-IF
           END-IF.

       LOAD-FX-RATES.
      *****************************************************************
      * Loads the FXRATES table -- no DD leaves it empty, and only
      * base-currency (spaces) employees then convert cleanly.
      *****************************************************************
           OPEN INPUT FXRATES
           IF WS-FXRATES-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ FXRATES
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF FX-RATE-RECORD(1:1) = '*' OR
                    FX-RATE-RECORD = SPACES
                   CONTINUE
                 ELSE
                   IF WS-FX-CNT >= WS-FX-MAX
                     DISPLAY "ERROR : MORE THAN " WS-FX-MAX
                             " FXRATES ENTRIES -- IGNORING REMAINDER"
                   ELSE
                     ADD 1 TO WS-FX-CNT
                     MOVE FX-CURRENCY TO WS-FX-CCY(WS-FX-CNT)
                     MOVE FX-RATE     TO WS-FX-RATE(WS-FX-CNT)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE FXRATES
           END-IF.

       PRINT-SELECTED-STATEMENTS.
      *****************************************************************
      * One pass of the master in key order, one statement per
      * selected active employee.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-CNT
               PERFORM SELECT-EMPLOYEE
               EVALUATE TRUE
                 WHEN NOT WS-SELECTED
                   ADD 1 TO WS-NOT-SELECTED-CNT
                 WHEN EMPMAST-TERMINATED
                   ADD 1 TO WS-LEAVER-CNT
                 WHEN OTHER
                   MOVE EMPMAST-EVENT-DATA TO
                          EVENT-DATA(1:LENGTH OF EVENT-DATA)
                   PERFORM PRINT-ONE-STATEMENT
               END-EVALUATE
             END-READ
           END-PERFORM.

       SELECT-EMPLOYEE.
      *****************************************************************
      * Every card is tried, so each EMPID card learns whether its
      * employee was met (and whether as a leaver).
      *****************************************************************
           IF WS-SEL-CNT = 0
             MOVE 'Y' TO WS-SELECTED-SW
           ELSE
             MOVE 'N' TO WS-SELECTED-SW
             PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-CNT
               EVALUATE WS-SEL-TYPE(WS-SEL-IDX)
                 WHEN 'CO    '
                   IF WS-SEL-COMPANY(WS-SEL-IDX) = EMPMAST-COMPANY
                     MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
                 WHEN 'DEPT  '
                   IF WS-SEL-DEPT-CODE(WS-SEL-IDX) = EMPMAST-DEPT-CODE
                      AND (WS-SEL-COMPANY(WS-SEL-IDX) = SPACES OR
                           WS-SEL-COMPANY(WS-SEL-IDX) =
                                               EMPMAST-COMPANY)
                     MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
                 WHEN OTHER
                   IF WS-SEL-COMPANY(WS-SEL-IDX) = EMPMAST-COMPANY AND
                      WS-SEL-EMPLOYEE-ID(WS-SEL-IDX) =
                                               EMPMAST-EMPLOYEE-ID
                     MOVE 'Y' TO WS-SELECTED-SW
                     IF EMPMAST-TERMINATED
                       SET WS-SEL-LEAVER(WS-SEL-IDX) TO TRUE
                     ELSE
                       SET WS-SEL-PRINTED(WS-SEL-IDX) TO TRUE
                     END-IF
                   END-IF
               END-EVALUATE
             END-PERFORM
           END-IF.

       PRINT-ONE-STATEMENT.
           PERFORM COMPUTE-COMPENSATION
           PERFORM LOCATE-EMPLOYEE-RATE
           PERFORM CONVERT-COMPENSATION

           PERFORM PRINT-STATEMENT-HEADING
           PERFORM PRINT-STATEMENT-IDENTITY
           PERFORM PRINT-STATEMENT-AMOUNTS
           PERFORM FILL-STATEMENT-PAGE

           ADD 1 TO WS-PRINTED-CNT
           ADD WS-BAS-SALARY       TO WS-TOT-SALARY
           ADD WS-BAS-ALLOW-ANNUAL TO WS-TOT-ALLOW-ANNUAL
           ADD WS-BAS-TOTAL-CASH   TO WS-TOT-TOTAL-CASH
           ADD WS-BAS-INSURANCE    TO WS-TOT-INSURANCE
           ADD WS-BAS-YOY-CHANGE   TO WS-TOT-YOY-CHANGE.

       COMPUTE-COMPENSATION.
      *****************************************************************
      * Allowances are monthly amounts -- annualized at 12 months.
      * The prior salary is the latest salary-history entry (the
      * last non-zero occurrence, history being appended in date
      * order upstream); no history leaves the change at zero.
      *****************************************************************
           MOVE 0 TO WS-LCL-ALLOW-MONTHLY
           PERFORM VARYING WS-ALLOW-IDX FROM 1 BY 1
                     UNTIL WS-ALLOW-IDX > 24
             ADD monthlyAllowances(WS-ALLOW-IDX) TO
                 WS-LCL-ALLOW-MONTHLY
           END-PERFORM
           COMPUTE WS-LCL-ALLOW-ANNUAL = WS-LCL-ALLOW-MONTHLY * 12
           COMPUTE WS-LCL-TOTAL-CASH =
                   annualSalary + WS-LCL-ALLOW-ANNUAL

           MOVE 0 TO WS-LCL-PRIOR-SALARY
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                     UNTIL WS-HIST-IDX > 24
             IF salaryHistory(WS-HIST-IDX) NUMERIC AND
                salaryHistory(WS-HIST-IDX) > 0
               MOVE salaryHistory(WS-HIST-IDX) TO WS-LCL-PRIOR-SALARY
             END-IF
           END-PERFORM
           MOVE 0 TO WS-LCL-YOY-CHANGE
           MOVE 0 TO WS-YOY-PCT
           IF WS-LCL-PRIOR-SALARY > 0
             COMPUTE WS-LCL-YOY-CHANGE =
                     annualSalary - WS-LCL-PRIOR-SALARY
             COMPUTE WS-YOY-PCT ROUNDED =
                     WS-LCL-YOY-CHANGE * 100 / WS-LCL-PRIOR-SALARY
               ON SIZE ERROR MOVE 9999.9 TO WS-YOY-PCT
             END-COMPUTE
           ELSE
             ADD 1 TO WS-NO-HISTORY-CNT
           END-IF.

       LOCATE-EMPLOYEE-RATE.
      *****************************************************************
      * The rate into the base reporting currency. Spaces is the base
      * currency itself; a missing rate converts at 1 and fails the
      * run soft (RETURN-CODE 8) so a wrong total is never silent.
      *****************************************************************
           MOVE 1 TO WS-EMP-RATE
           IF currencyCode = SPACES
             SET WS-EMP-BASE-CCY TO TRUE
           ELSE
             MOVE 'N' TO WS-FX-FOUND-SW
             MOVE 1 TO WS-FX-IDX
             PERFORM UNTIL WS-FX-IDX > WS-FX-CNT OR WS-FX-FOUND
               IF WS-FX-CCY(WS-FX-IDX) = currencyCode
                 MOVE WS-FX-RATE(WS-FX-IDX) TO WS-EMP-RATE
                 SET WS-FX-FOUND TO TRUE
               ELSE
                 ADD 1 TO WS-FX-IDX
               END-IF
             END-PERFORM
             IF WS-FX-FOUND
               SET WS-EMP-CONVERTED TO TRUE
               ADD 1 TO WS-CONVERTED-CNT
             ELSE
               SET WS-EMP-NO-RATE TO TRUE
               ADD 1 TO WS-FX-MISSING-CNT
               DISPLAY "ERROR : NO FXRATES ENTRY FOR CURRENCY "
                       currencyCode " - EMPLOYEE " EMPMAST-EMPLOYEE-ID
                       " REPORTED UNCONVERTED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       CONVERT-COMPENSATION.
           COMPUTE WS-BAS-SALARY ROUNDED = annualSalary * WS-EMP-RATE
           COMPUTE WS-BAS-ALLOW-ANNUAL ROUNDED =
                   WS-LCL-ALLOW-ANNUAL * WS-EMP-RATE
           COMPUTE WS-BAS-TOTAL-CASH =
                   WS-BAS-SALARY + WS-BAS-ALLOW-ANNUAL
           COMPUTE WS-BAS-INSURANCE ROUNDED =
                   insuranceCoverage * WS-EMP-RATE
           COMPUTE WS-BAS-PRIOR-SALARY ROUNDED =
                   WS-LCL-PRIOR-SALARY * WS-EMP-RATE
           COMPUTE WS-BAS-YOY-CHANGE ROUNDED =
                   WS-LCL-YOY-CHANGE * WS-EMP-RATE.

       PRINT-STATEMENT-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUMBER
           MOVE WS-JOB-START-TS(1:21) TO HDR-TIMESTAMP
           MOVE WS-HDR-LINE-1 TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE WS-HDR-LINE-2 TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE SPACES TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-STATEMENT-IDENTITY.
           MOVE EMPMAST-COMPANY     TO IDL-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO IDL-EMP-ID
           MOVE fullName            TO IDL-NAME
           MOVE WS-ID-LINE-1 TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE EMPMAST-DEPT-CODE   TO IDL-DEPT-CODE
           MOVE EMPMAST-COST-CENTER TO IDL-COST-CENTER
           MOVE WS-ID-LINE-2 TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE employeeLevel       TO IDL-LEVEL
           MOVE isFullTime          TO IDL-FULL-TIME
           MOVE dateOfJoining       TO IDL-JOINED
           MOVE WS-ID-LINE-3 TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           EVALUATE TRUE
             WHEN WS-EMP-BASE-CCY
               MOVE 'BASE'                   TO IDL-CURRENCY
               MOVE 'REPORTING CURRENCY    ' TO IDL-RATE-TEXT
               MOVE 1 TO IDL-RATE
             WHEN WS-EMP-CONVERTED
               MOVE currencyCode             TO IDL-CURRENCY
               MOVE 'TO BASE AT FXRATES    ' TO IDL-RATE-TEXT
               MOVE WS-EMP-RATE TO IDL-RATE
             WHEN OTHER
               MOVE currencyCode             TO IDL-CURRENCY
               MOVE 'NO FXRATES ENTRY - AT ' TO IDL-RATE-TEXT
               MOVE WS-EMP-RATE TO IDL-RATE
           END-EVALUATE
           MOVE WS-ID-LINE-4 TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE SPACES TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE WS-COL-HEADER TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE ALL "-" TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           ADD 7 TO WS-LINE-COUNT.

       PRINT-STATEMENT-AMOUNTS.
           MOVE 'BASE ANNUAL SALARY' TO AML-LABEL
           MOVE annualSalary  TO WS-LCL-AMOUNT
           MOVE WS-BAS-SALARY TO WS-BAS-AMOUNT
           MOVE SPACES TO AML-NOTE
           PERFORM WRITE-AMOUNT-LINE

           PERFORM VARYING WS-ALLOW-IDX FROM 1 BY 1
                     UNTIL WS-ALLOW-IDX > 24
             IF monthlyAllowances(WS-ALLOW-IDX) > 0
               MOVE WS-ALLOW-IDX TO ALB-NUMBER
               MOVE monthlyAllowances(WS-ALLOW-IDX) TO ALB-MONTHLY
               MOVE WS-ALLOW-LABEL TO AML-LABEL
               COMPUTE WS-LCL-AMOUNT =
                       monthlyAllowances(WS-ALLOW-IDX) * 12
               COMPUTE WS-BAS-AMOUNT ROUNDED =
                       WS-LCL-AMOUNT * WS-EMP-RATE
               MOVE SPACES TO AML-NOTE
               PERFORM WRITE-AMOUNT-LINE
             END-IF
           END-PERFORM

           MOVE 'ALLOWANCES ANNUALIZED' TO AML-LABEL
           MOVE WS-LCL-ALLOW-ANNUAL TO WS-LCL-AMOUNT
           MOVE WS-BAS-ALLOW-ANNUAL TO WS-BAS-AMOUNT
           MOVE SPACES TO AML-NOTE
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO TCSTMT-LINE
           MOVE ALL "-" TO TCSTMT-LINE(45:34)
           WRITE TCSTMT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'TOTAL CASH COMPENSATION' TO AML-LABEL
           MOVE WS-LCL-TOTAL-CASH TO WS-LCL-AMOUNT
           MOVE WS-BAS-TOTAL-CASH TO WS-BAS-AMOUNT
           MOVE SPACES TO AML-NOTE
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'INSURANCE BENEFIT COVER' TO AML-LABEL
           MOVE insuranceCoverage TO WS-LCL-AMOUNT
           MOVE WS-BAS-INSURANCE  TO WS-BAS-AMOUNT
           MOVE SPACES TO AML-NOTE
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LCL-PRIOR-SALARY > 0
             MOVE 'PRIOR SALARY (SALARY HISTORY)' TO AML-LABEL
             MOVE WS-LCL-PRIOR-SALARY TO WS-LCL-AMOUNT
             MOVE WS-BAS-PRIOR-SALARY TO WS-BAS-AMOUNT
             MOVE SPACES TO AML-NOTE
             PERFORM WRITE-AMOUNT-LINE
             MOVE 'YEAR-OVER-YEAR SALARY CHANGE' TO AML-LABEL
             MOVE WS-LCL-YOY-CHANGE TO WS-LCL-AMOUNT
             MOVE WS-BAS-YOY-CHANGE TO WS-BAS-AMOUNT
             MOVE WS-YOY-PCT TO WS-PCT-EDIT
             MOVE SPACES TO AML-NOTE
             STRING WS-PCT-EDIT " PCT" DELIMITED BY SIZE
                    INTO AML-NOTE
             PERFORM WRITE-AMOUNT-LINE
           ELSE
             MOVE SPACES TO TCSTMT-LINE
             STRING "  NO SALARY HISTORY ON FILE -- NO YEAR-OVER-YEAR "
                    "CHANGE SHOWN"
                    DELIMITED BY SIZE INTO TCSTMT-LINE
             WRITE TCSTMT-LINE
             ADD 1 TO WS-LINE-COUNT
           END-IF

           IF WS-EMP-NO-RATE
             MOVE SPACES TO TCSTMT-LINE
             WRITE TCSTMT-LINE
             MOVE SPACES TO TCSTMT-LINE
             STRING "  *** NO FXRATES ENTRY FOR CURRENCY "
                    currencyCode
                    " -- BASE AMOUNTS SHOWN UNCONVERTED ***"
                    DELIMITED BY SIZE INTO TCSTMT-LINE
             WRITE TCSTMT-LINE
             ADD 2 TO WS-LINE-COUNT
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE WS-LCL-AMOUNT TO AML-LOCAL
           MOVE WS-BAS-AMOUNT TO AML-BASE
           MOVE WS-AMOUNT-LINE TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           ADD 1 TO WS-LINE-COUNT.

       FILL-STATEMENT-PAGE.
           MOVE SPACES TO TCSTMT-LINE
           PERFORM UNTIL WS-LINE-COUNT >= WS-PAGE-LIMIT
             WRITE TCSTMT-LINE
             ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       PRINT-CONTROL-PAGE.
      *****************************************************************
      * Totals the whole print run in the base reporting currency.
      *****************************************************************
           PERFORM PRINT-STATEMENT-HEADING
           MOVE SPACES TO TCSTMT-LINE
           STRING "  CONTROL PAGE -- TOTALS FOR THIS PRINT RUN IN THE "
                  "BASE REPORTING CURRENCY"
                  DELIMITED BY SIZE INTO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE ALL "-" TO TCSTMT-LINE
           WRITE TCSTMT-LINE

           MOVE 'EMPLOYEES READ'          TO CTL-LABEL
           MOVE WS-READ-CNT               TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT
           MOVE 'NOT SELECTED'            TO CTL-LABEL
           MOVE WS-NOT-SELECTED-CNT       TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT
           MOVE 'LEAVERS NOT PRINTED'     TO CTL-LABEL
           MOVE WS-LEAVER-CNT             TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT
           MOVE 'STATEMENTS PRINTED'      TO CTL-LABEL
           MOVE WS-PRINTED-CNT            TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT
           MOVE '  CONVERTED THROUGH FXRATES' TO CTL-LABEL
           MOVE WS-CONVERTED-CNT          TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT
           MOVE '  CURRENCY WITHOUT A RATE' TO CTL-LABEL
           MOVE WS-FX-MISSING-CNT         TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT
           MOVE '  WITHOUT SALARY HISTORY' TO CTL-LABEL
           MOVE WS-NO-HISTORY-CNT         TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT
           MOVE 'SELECTION CARDS USED'    TO CTL-LABEL
           MOVE WS-SEL-CNT                TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT
           MOVE 'SELECTION CARDS REFUSED' TO CTL-LABEL
           MOVE WS-SEL-BAD-CNT            TO WS-COUNT-EDIT
           PERFORM WRITE-CONTROL-COUNT

           MOVE SPACES TO TCSTMT-LINE
           WRITE TCSTMT-LINE
           MOVE SPACES TO AML-NOTE
           MOVE 0 TO WS-LCL-AMOUNT
           MOVE 'TOTAL BASE ANNUAL SALARY' TO AML-LABEL
           MOVE WS-TOT-SALARY TO WS-BAS-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE 'TOTAL ALLOWANCES ANNUALIZED' TO AML-LABEL
           MOVE WS-TOT-ALLOW-ANNUAL TO WS-BAS-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE 'TOTAL CASH COMPENSATION' TO AML-LABEL
           MOVE WS-TOT-TOTAL-CASH TO WS-BAS-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE 'TOTAL INSURANCE BENEFIT COVER' TO AML-LABEL
           MOVE WS-TOT-INSURANCE TO WS-BAS-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE 'TOTAL YEAR-OVER-YEAR SALARY CHANGE' TO AML-LABEL
           MOVE WS-TOT-YOY-CHANGE TO WS-BAS-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > WS-SEL-CNT
             IF WS-SEL-TYPE(WS-SEL-IDX) = 'EMPID ' AND
                NOT WS-SEL-PRINTED(WS-SEL-IDX)
               PERFORM WRITE-UNMET-EMPID-CARD
             END-IF
           END-PERFORM.

       WRITE-CONTROL-COUNT.
           MOVE WS-COUNT-EDIT TO CTL-VALUE
           MOVE WS-CTL-LINE TO TCSTMT-LINE
           WRITE TCSTMT-LINE.

       WRITE-CONTROL-AMOUNT.
           MOVE WS-BAS-AMOUNT TO AML-BASE
           MOVE WS-AMOUNT-LINE TO TCSTMT-LINE
           MOVE SPACES TO TCSTMT-LINE(45:16)
           WRITE TCSTMT-LINE.

       WRITE-UNMET-EMPID-CARD.
           IF WS-SEL-UNMET-CNT = 0
             MOVE SPACES TO TCSTMT-LINE
             WRITE TCSTMT-LINE
             MOVE SPACES TO TCSTMT-LINE
             STRING "  EMPID CARDS THAT PRINTED NO STATEMENT"
                    DELIMITED BY SIZE INTO TCSTMT-LINE
             WRITE TCSTMT-LINE
           END-IF
           ADD 1 TO WS-SEL-UNMET-CNT
           MOVE SPACES TO TCSTMT-LINE
           IF WS-SEL-LEAVER(WS-SEL-IDX)
             STRING "    " WS-SEL-COMPANY(WS-SEL-IDX) " / "
                    WS-SEL-EMPLOYEE-ID(WS-SEL-IDX)
                    "  LEAVER -- NO CURRENT COMPENSATION"
                    DELIMITED BY SIZE INTO TCSTMT-LINE
           ELSE
             STRING "    " WS-SEL-COMPANY(WS-SEL-IDX) " / "
                    WS-SEL-EMPLOYEE-ID(WS-SEL-IDX)
                    "  NOT ON EMPMAST"
                    DELIMITED BY SIZE INTO TCSTMT-LINE
           END-IF
           WRITE TCSTMT-LINE.

       DISPLAY-STATEMENT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYTCSTM JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  NOT SELECTED     : " WS-NOT-SELECTED-CNT
           DISPLAY "  LEAVERS SKIPPED  : " WS-LEAVER-CNT
           DISPLAY "  STATEMENTS       : " WS-PRINTED-CNT
           DISPLAY "  NO FX RATE       : " WS-FX-MISSING-CNT
           DISPLAY "  EMPID CARDS UNMET: " WS-SEL-UNMET-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYTCSTM'.
