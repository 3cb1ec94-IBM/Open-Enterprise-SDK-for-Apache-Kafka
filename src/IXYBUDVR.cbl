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
      * MAIN PROGRAM COST-CENTER BUDGET VERSUS ACTUAL
      ******************************************************************
      * Measures the heads and salary cost actually on the master
      * against the budget Finance set for each cost center:
      * a. BUDGMAST - the budget KSDS (maintained by IXYBUDMN); the
      *    records for the fiscal period asked for are loaded.
      * b. EMPMAST  - read in key order; every active employee counts
      *    as one filled head and their annual salary as actual cost
      *    against the budget for their company + EMPMAST-COST-CENTER.
      *    Leavers (status T) are skipped. A cost center with
      *    employees but no budget is reported as UNBUDGETED under
      *    the department of its first employee.
      * c. FXRATES  - the rate table (maintained by IXYFXMNT). Budget
      *    and actual amounts are both converted to the base
      *    reporting currency, the IXYEMRPT way: currency spaces is
      *    the base currency; a currency with no rate converts at 1
      *    and ends the job RETURN-CODE 8.
      * d. BUDVRPT  - the report in company, department and cost
      *    center order: budgeted versus filled heads, vacancies,
      *    over-hires, budgeted versus actual salary and the
      *    over (+) or under (-) spend, with subtotals by department
      *    and company and a grand total.
      *
      * PARM is the fiscal period YYYYMM; no PARM reports the period
      * of the job date.
      *
      * Return codes: 04 over-hires, overspend or unbudgeted cost
      * centers; 08 a currency without a rate, or more cost centers
      * than the table holds; 12 no budget for the period; 16
      * BUDGMAST or EMPMAST unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYBUDVR'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BUDGMAST ASSIGN TO BUDGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BUD-KEY
           FILE STATUS  IS WS-BUDGMAST-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT FXRATES ASSIGN TO FXRATES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FXRATES-STATUS.

           SELECT BUDVRPT ASSIGN TO BUDVRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-BUDVRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as maintained by IXYBUDMN.
         FD BUDGMAST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  BUDGET-RECORD.

         01 BUDGET-RECORD.
            05 BUD-KEY.
               10 BUD-COMPANY        PIC X(03).
               10 BUD-COST-CENTER    PIC X(08).
               10 BUD-PERIOD         PIC 9(06).
            05 BUD-DEPT-CODE      PIC X(06).
            05 BUD-CURRENCY       PIC X(03).
            05 BUD-HEADS          PIC 9(05).
            05 BUD-SALARY         PIC 9(11)V9(02).
            05 BUD-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(55).

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

         FD BUDVRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BUDVRPT-LINE.

         01 BUDVRPT-LINE            PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-BUDGMAST-STATUS  PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-FXRATES-STATUS   PIC X(02).
         01 WS-BUDVRPT-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-PERIOD           PIC 9(06) VALUE 0.
         01 WS-TODAY-TS         PIC X(26).

      * FXRATES lookup -- see CONVERT-TO-BASE.
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
         01 WS-CONV-CCY         PIC X(03).
         01 WS-CONV-LOCAL       PIC 9(11)V9(02).
         01 WS-CONV-BASE        PIC 9(11)V9(02).

      * One entry per company + cost center: the budget for the
      * period and the actuals found on the master, in the base
      * reporting currency.
         01 WS-CC-MAX           PIC S9(4) BINARY VALUE 2000.
         01 WS-CC-CNT           PIC S9(4) BINARY VALUE 0.
         01 WS-CC-TABLE.
            05 WS-CC-ENTRY OCCURS 2000 TIMES.
              10 WS-CC-KEY.
                15 WS-CC-COMPANY     PIC X(03).
                15 WS-CC-DEPT-CODE   PIC X(06).
                15 WS-CC-COST-CENTER PIC X(08).
              10 WS-CC-CURRENCY      PIC X(03).
              10 WS-CC-BUDGETED-SW   PIC X(01).
                  88 WS-CC-BUDGETED  VALUE 'Y'.
              10 WS-CC-BUD-HEADS     PIC S9(7) BINARY.
              10 WS-CC-BUD-SALARY    PIC S9(13)V99 COMP-3.
              10 WS-CC-ACT-HEADS     PIC S9(7) BINARY.
              10 WS-CC-ACT-SALARY    PIC S9(13)V99 COMP-3.
              10 WS-CC-PRINTED-SW    PIC X(01).
                  88 WS-CC-PRINTED   VALUE 'Y'.
         01 WS-CC-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-CC-FOUND-IDX     PIC S9(4) BINARY VALUE 0.
         01 WS-CC-NEXT-IDX      PIC S9(4) BINARY VALUE 0.
         01 WS-CC-PRINT-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-CC-FULL-SW       PIC X(01) VALUE 'N'.
             88 WS-CC-FULL      VALUE 'Y'.

      * Subtotal accumulators -- department within company, company,
      * grand.
         01 WS-TOTALS.
            05 WS-TOT-ENTRY OCCURS 3 TIMES.
              10 WS-TOT-BUD-HEADS    PIC S9(9) BINARY.
              10 WS-TOT-ACT-HEADS    PIC S9(9) BINARY.
              10 WS-TOT-VACANT       PIC S9(9) BINARY.
              10 WS-TOT-OVER         PIC S9(9) BINARY.
              10 WS-TOT-BUD-SALARY   PIC S9(13)V99 COMP-3.
              10 WS-TOT-ACT-SALARY   PIC S9(13)V99 COMP-3.
         01 WS-TOT-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-CURRENT-COMPANY  PIC X(03).
         01 WS-CURRENT-DEPT     PIC X(06).
         01 WS-GROUP-OPEN-SW    PIC X(01) VALUE 'N'.
             88 WS-GROUP-OPEN   VALUE 'Y'.

         01 WS-LINE-VACANT      PIC S9(7) BINARY.
         01 WS-LINE-OVER        PIC S9(7) BINARY.
         01 WS-LINE-VARIANCE    PIC S9(13)V99 COMP-3.
         01 WS-LINE-PCT         PIC S9(5)V9.
         01 WS-LINE-NOTE        PIC X(10).

         01 WS-BUDGET-LOADED    PIC S9(9) BINARY VALUE 0.
         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-COUNTED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-UNBUDGETED-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-OVERHIRE-CC-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-OVERSPEND-CC-CNT PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-DEPT        PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-CC          PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-CURRENCY    PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-BUD-HEADS   PIC ZZZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ACT-HEADS   PIC ZZZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-VACANT      PIC ZZZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-OVER        PIC ZZZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-BUD-SALARY  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ACT-SALARY  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-VARIANCE    PIC --,---,---,--9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-PCT         PIC ----9.9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NOTE        PIC X(10).
            05 FILLER              PIC X(01) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at the
      * salary and currency by name.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-PERIOD            PIC X(06).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "COST-CENTER BUDGET VERSUS ACTUAL"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 6 AND PARM-PERIOD IS NUMERIC
             MOVE PARM-PERIOD TO WS-PERIOD
           ELSE
             MOVE WS-JOB-START-TS(1:6) TO WS-PERIOD
           END-IF
           DISPLAY "FISCAL PERIOD    : " WS-PERIOD

           PERFORM LOAD-FX-RATES
           PERFORM LOAD-PERIOD-BUDGET
           IF RETURN-CODE >= 12
             PERFORM DISPLAY-VARIANCE-SUMMARY
             GOBACK
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-VARIANCE-SUMMARY
             GOBACK
           END-IF
           PERFORM COUNT-MASTER-ACTUALS
           CLOSE EMPMAST

           OPEN OUTPUT BUDVRPT
           PERFORM PRINT-VARIANCE-REPORT
           CLOSE BUDVRPT

           IF RETURN-CODE < 4 AND
              (WS-OVERHIRE-CC-CNT > 0 OR WS-OVERSPEND-CC-CNT > 0 OR
               WS-UNBUDGETED-CNT > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-VARIANCE-SUMMARY
           GOBACK
           .

       LOAD-FX-RATES.
      *****************************************************************
      * Loads the FXRATES table -- no DD leaves it empty, and only
      * base-currency (spaces) amounts then convert cleanly.
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

       LOAD-PERIOD-BUDGET.
      *****************************************************************
      * The whole budget is read in key order and the records for the
      * period kept -- the period is the low-order part of the key,
      * so there is no START that isolates it.
      *****************************************************************
           OPEN INPUT BUDGMAST
           IF WS-BUDGMAST-STATUS NOT = '00'
             DISPLAY "ERROR : BUDGMAST NOT AVAILABLE, FILE STATUS "
                     WS-BUDGMAST-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE LOW-VALUES TO BUD-KEY
             START BUDGMAST KEY NOT LESS THAN BUD-KEY
             IF WS-BUDGMAST-STATUS = '00'
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 READ BUDGMAST NEXT
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                   IF BUD-PERIOD = WS-PERIOD
                     PERFORM LOAD-ONE-BUDGET
                   END-IF
                 END-READ
               END-PERFORM
             END-IF
             CLOSE BUDGMAST
             IF WS-BUDGET-LOADED = 0
               DISPLAY "ERROR : BUDGMAST HOLDS NO BUDGET FOR PERIOD "
                       WS-PERIOD
               MOVE 12 TO RETURN-CODE
             END-IF
           END-IF.

       LOAD-ONE-BUDGET.
           IF WS-CC-CNT >= WS-CC-MAX
             PERFORM REPORT-TABLE-FULL
           ELSE
             ADD 1 TO WS-CC-CNT
             ADD 1 TO WS-BUDGET-LOADED
             INITIALIZE WS-CC-ENTRY(WS-CC-CNT)
             MOVE BUD-COMPANY     TO WS-CC-COMPANY(WS-CC-CNT)
             MOVE BUD-DEPT-CODE   TO WS-CC-DEPT-CODE(WS-CC-CNT)
             MOVE BUD-COST-CENTER TO WS-CC-COST-CENTER(WS-CC-CNT)
             MOVE BUD-CURRENCY    TO WS-CC-CURRENCY(WS-CC-CNT)
             MOVE 'Y'             TO WS-CC-BUDGETED-SW(WS-CC-CNT)
             MOVE 'N'             TO WS-CC-PRINTED-SW(WS-CC-CNT)
             MOVE BUD-HEADS       TO WS-CC-BUD-HEADS(WS-CC-CNT)
             MOVE BUD-CURRENCY    TO WS-CONV-CCY
             MOVE BUD-SALARY      TO WS-CONV-LOCAL
             PERFORM CONVERT-TO-BASE
             MOVE WS-CONV-BASE    TO WS-CC-BUD-SALARY(WS-CC-CNT)
           END-IF.

       REPORT-TABLE-FULL.
           IF NOT WS-CC-FULL
             DISPLAY "ERROR : MORE THAN " WS-CC-MAX
                     " COST CENTERS -- REPORT INCOMPLETE"
             SET WS-CC-FULL TO TRUE
             MOVE 8 TO RETURN-CODE
           END-IF.

       CONVERT-TO-BASE.
      *****************************************************************
      * WS-CONV-LOCAL in WS-CONV-CCY converted to the base reporting
      * currency in WS-CONV-BASE. Spaces converts at 1; a missing
      * rate converts at 1 and fails the run soft (RETURN-CODE 8) so
      * a wrong total is never silent.
      *****************************************************************
           MOVE WS-CONV-LOCAL TO WS-CONV-BASE
           IF WS-CONV-CCY NOT = SPACES
             MOVE 'N' TO WS-FX-FOUND-SW
             MOVE 1 TO WS-FX-IDX
             PERFORM UNTIL WS-FX-IDX > WS-FX-CNT OR WS-FX-FOUND
               IF WS-FX-CCY(WS-FX-IDX) = WS-CONV-CCY
                 COMPUTE WS-CONV-BASE ROUNDED =
                         WS-CONV-LOCAL * WS-FX-RATE(WS-FX-IDX)
                 SET WS-FX-FOUND TO TRUE
               ELSE
                 ADD 1 TO WS-FX-IDX
               END-IF
             END-PERFORM
             IF NOT WS-FX-FOUND
               ADD 1 TO WS-FX-MISSING-CNT
               DISPLAY "ERROR : NO FXRATES ENTRY FOR CURRENCY "
                       WS-CONV-CCY " - REPORTED UNCONVERTED"
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       COUNT-MASTER-ACTUALS.
      *****************************************************************
      * One pass of the master; each active employee is one filled
      * head and their annual salary actual cost for their cost
      * center.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-CNT
               IF EMPMAST-TERMINATED
                 ADD 1 TO WS-LEAVER-CNT
               ELSE
                 MOVE EMPMAST-EVENT-DATA TO
                        EVENT-DATA(1:LENGTH OF EVENT-DATA)
                 PERFORM COUNT-ONE-EMPLOYEE
               END-IF
             END-READ
           END-PERFORM.

       COUNT-ONE-EMPLOYEE.
           MOVE 0 TO WS-CC-FOUND-IDX
           MOVE 1 TO WS-CC-IDX
           PERFORM UNTIL WS-CC-IDX > WS-CC-CNT
                      OR WS-CC-FOUND-IDX NOT = 0
             IF WS-CC-COMPANY(WS-CC-IDX)     = EMPMAST-COMPANY AND
                WS-CC-COST-CENTER(WS-CC-IDX) = EMPMAST-COST-CENTER
               MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
             ELSE
               ADD 1 TO WS-CC-IDX
             END-IF
           END-PERFORM
           IF WS-CC-FOUND-IDX = 0
             IF WS-CC-CNT >= WS-CC-MAX
               PERFORM REPORT-TABLE-FULL
             ELSE
               ADD 1 TO WS-CC-CNT
               ADD 1 TO WS-UNBUDGETED-CNT
               MOVE WS-CC-CNT TO WS-CC-FOUND-IDX
               INITIALIZE WS-CC-ENTRY(WS-CC-FOUND-IDX)
               MOVE EMPMAST-COMPANY     TO
                                 WS-CC-COMPANY(WS-CC-FOUND-IDX)
               MOVE EMPMAST-DEPT-CODE   TO
                                 WS-CC-DEPT-CODE(WS-CC-FOUND-IDX)
               MOVE EMPMAST-COST-CENTER TO
                                 WS-CC-COST-CENTER(WS-CC-FOUND-IDX)
               MOVE SPACES TO WS-CC-CURRENCY(WS-CC-FOUND-IDX)
               MOVE 'N' TO WS-CC-BUDGETED-SW(WS-CC-FOUND-IDX)
               MOVE 'N' TO WS-CC-PRINTED-SW(WS-CC-FOUND-IDX)
             END-IF
           END-IF
           IF WS-CC-FOUND-IDX NOT = 0
             ADD 1 TO WS-COUNTED-CNT
             ADD 1 TO WS-CC-ACT-HEADS(WS-CC-FOUND-IDX)
             MOVE currencyCode TO WS-CONV-CCY
             MOVE annualSalary TO WS-CONV-LOCAL
             PERFORM CONVERT-TO-BASE
             ADD WS-CONV-BASE TO WS-CC-ACT-SALARY(WS-CC-FOUND-IDX)
           END-IF.

       PRINT-VARIANCE-REPORT.
      *****************************************************************
      * Cost centers in company, department and cost center order --
      * the smallest unprinted key is picked on each pass -- with a
      * department subtotal and a company subtotal on each break.
      *****************************************************************
           MOVE SPACES TO BUDVRPT-LINE
           STRING "  COST-CENTER BUDGET VERSUS ACTUAL FOR FISCAL "
                  "PERIOD " WS-PERIOD " AT " WS-JOB-START-TS(1:21)
                  " -- AMOUNTS IN BASE REPORTING CURRENCY"
                  DELIMITED BY SIZE INTO BUDVRPT-LINE
           WRITE BUDVRPT-LINE
           MOVE SPACES TO BUDVRPT-LINE
           STRING "  CO   DEPT    COST CTR  CCY  BUDGET  FILLED  VACANT"
                  "    OVER     BUDGET SALARY     ACTUAL SALARY"
                  "       OVER(-UNDER)    PCT NOTE"
                  DELIMITED BY SIZE INTO BUDVRPT-LINE
           WRITE BUDVRPT-LINE
           MOVE ALL "-" TO BUDVRPT-LINE
           WRITE BUDVRPT-LINE

           INITIALIZE WS-TOTALS
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 0 TO WS-CC-PRINT-CNT
           PERFORM UNTIL WS-CC-PRINT-CNT >= WS-CC-CNT
             MOVE 0 TO WS-CC-NEXT-IDX
             PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-CNT
               IF NOT WS-CC-PRINTED(WS-CC-IDX)
                 IF WS-CC-NEXT-IDX = 0
                   MOVE WS-CC-IDX TO WS-CC-NEXT-IDX
                 ELSE
                   IF WS-CC-KEY(WS-CC-IDX) < WS-CC-KEY(WS-CC-NEXT-IDX)
                     MOVE WS-CC-IDX TO WS-CC-NEXT-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             SET WS-CC-PRINTED(WS-CC-NEXT-IDX) TO TRUE
             ADD 1 TO WS-CC-PRINT-CNT

             IF WS-GROUP-OPEN AND
                (WS-CC-COMPANY(WS-CC-NEXT-IDX) NOT = WS-CURRENT-COMPANY
                 OR WS-CC-DEPT-CODE(WS-CC-NEXT-IDX) NOT =
                                                   WS-CURRENT-DEPT)
               PERFORM PRINT-DEPARTMENT-SUBTOTAL
               IF WS-CC-COMPANY(WS-CC-NEXT-IDX) NOT =
                                                 WS-CURRENT-COMPANY
                 PERFORM PRINT-COMPANY-SUBTOTAL
               END-IF
             END-IF
             MOVE WS-CC-COMPANY(WS-CC-NEXT-IDX)   TO WS-CURRENT-COMPANY
             MOVE WS-CC-DEPT-CODE(WS-CC-NEXT-IDX) TO WS-CURRENT-DEPT
             SET WS-GROUP-OPEN TO TRUE
             PERFORM WRITE-COST-CENTER-LINE
           END-PERFORM

           IF WS-GROUP-OPEN
             PERFORM PRINT-DEPARTMENT-SUBTOTAL
             PERFORM PRINT-COMPANY-SUBTOTAL
           END-IF
           MOVE ALL "=" TO BUDVRPT-LINE
           WRITE BUDVRPT-LINE
           MOVE 3 TO WS-TOT-IDX
           MOVE '***'    TO RPT-DET-COMPANY
           MOVE 'TOTAL ' TO RPT-DET-DEPT
           MOVE SPACES   TO RPT-DET-CC
           PERFORM WRITE-TOTAL-LINE

           MOVE SPACES TO BUDVRPT-LINE
           WRITE BUDVRPT-LINE
           MOVE SPACES TO BUDVRPT-LINE
           STRING "  VACANT = BUDGETED HEADS NOT FILLED; OVER = HEADS "
                  "FILLED BEYOND THE BUDGET; OVER(-UNDER) = ACTUAL "
                  "LESS BUDGET SALARY"
                  DELIMITED BY SIZE INTO BUDVRPT-LINE
           WRITE BUDVRPT-LINE.

       WRITE-COST-CENTER-LINE.
           MOVE 0 TO WS-LINE-VACANT
           MOVE 0 TO WS-LINE-OVER
           IF WS-CC-ACT-HEADS(WS-CC-NEXT-IDX) <
              WS-CC-BUD-HEADS(WS-CC-NEXT-IDX)
             COMPUTE WS-LINE-VACANT = WS-CC-BUD-HEADS(WS-CC-NEXT-IDX)
                                    - WS-CC-ACT-HEADS(WS-CC-NEXT-IDX)
           ELSE
             COMPUTE WS-LINE-OVER = WS-CC-ACT-HEADS(WS-CC-NEXT-IDX)
                                  - WS-CC-BUD-HEADS(WS-CC-NEXT-IDX)
           END-IF
           COMPUTE WS-LINE-VARIANCE = WS-CC-ACT-SALARY(WS-CC-NEXT-IDX)
                                    - WS-CC-BUD-SALARY(WS-CC-NEXT-IDX)

           MOVE SPACES TO WS-LINE-NOTE
           EVALUATE TRUE
             WHEN NOT WS-CC-BUDGETED(WS-CC-NEXT-IDX)
               MOVE 'UNBUDGETED' TO WS-LINE-NOTE
             WHEN WS-CC-ACT-HEADS(WS-CC-NEXT-IDX) = 0
               MOVE 'NO ACTUALS' TO WS-LINE-NOTE
             WHEN WS-LINE-OVER > 0
               MOVE 'OVER-HIRED' TO WS-LINE-NOTE
             WHEN WS-LINE-VARIANCE > 0
               MOVE 'OVERSPENT ' TO WS-LINE-NOTE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-CC-BUDGETED(WS-CC-NEXT-IDX)
             IF WS-LINE-OVER > 0
               ADD 1 TO WS-OVERHIRE-CC-CNT
             END-IF
             IF WS-LINE-VARIANCE > 0
               ADD 1 TO WS-OVERSPEND-CC-CNT
             END-IF
           END-IF

           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 3
             ADD WS-CC-BUD-HEADS(WS-CC-NEXT-IDX) TO
                 WS-TOT-BUD-HEADS(WS-TOT-IDX)
             ADD WS-CC-ACT-HEADS(WS-CC-NEXT-IDX) TO
                 WS-TOT-ACT-HEADS(WS-TOT-IDX)
             ADD WS-LINE-VACANT TO WS-TOT-VACANT(WS-TOT-IDX)
             ADD WS-LINE-OVER   TO WS-TOT-OVER(WS-TOT-IDX)
             ADD WS-CC-BUD-SALARY(WS-CC-NEXT-IDX) TO
                 WS-TOT-BUD-SALARY(WS-TOT-IDX)
             ADD WS-CC-ACT-SALARY(WS-CC-NEXT-IDX) TO
                 WS-TOT-ACT-SALARY(WS-TOT-IDX)
           END-PERFORM

           MOVE WS-CC-COMPANY(WS-CC-NEXT-IDX)     TO RPT-DET-COMPANY
           MOVE WS-CC-DEPT-CODE(WS-CC-NEXT-IDX)   TO RPT-DET-DEPT
           MOVE WS-CC-COST-CENTER(WS-CC-NEXT-IDX) TO RPT-DET-CC
           MOVE WS-CC-CURRENCY(WS-CC-NEXT-IDX)    TO RPT-DET-CURRENCY
           MOVE WS-CC-BUD-HEADS(WS-CC-NEXT-IDX)   TO RPT-DET-BUD-HEADS
           MOVE WS-CC-ACT-HEADS(WS-CC-NEXT-IDX)   TO RPT-DET-ACT-HEADS
           MOVE WS-LINE-VACANT                    TO RPT-DET-VACANT
           MOVE WS-LINE-OVER                      TO RPT-DET-OVER
           MOVE WS-CC-BUD-SALARY(WS-CC-NEXT-IDX)  TO RPT-DET-BUD-SALARY
           MOVE WS-CC-ACT-SALARY(WS-CC-NEXT-IDX)  TO RPT-DET-ACT-SALARY
           MOVE WS-LINE-VARIANCE                  TO RPT-DET-VARIANCE
           MOVE WS-CC-BUD-SALARY(WS-CC-NEXT-IDX)  TO WS-CONV-BASE
           PERFORM EDIT-VARIANCE-PCT
           MOVE WS-LINE-NOTE                      TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL TO BUDVRPT-LINE
           WRITE BUDVRPT-LINE.

       EDIT-VARIANCE-PCT.
      *****************************************************************
      * WS-LINE-VARIANCE as a percentage of the budget amount in
      * WS-CONV-BASE; no budget prints zero.
      *****************************************************************
           MOVE 0 TO WS-LINE-PCT
           IF WS-CONV-BASE > 0
             COMPUTE WS-LINE-PCT ROUNDED =
                     WS-LINE-VARIANCE * 100 / WS-CONV-BASE
               ON SIZE ERROR MOVE 9999.9 TO WS-LINE-PCT
             END-COMPUTE
           END-IF
           MOVE WS-LINE-PCT TO RPT-DET-PCT.

       PRINT-DEPARTMENT-SUBTOTAL.
           MOVE 1 TO WS-TOT-IDX
           MOVE WS-CURRENT-COMPANY TO RPT-DET-COMPANY
           MOVE WS-CURRENT-DEPT    TO RPT-DET-DEPT
           MOVE 'DEPT TOT' TO RPT-DET-CC
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO BUDVRPT-LINE
           WRITE BUDVRPT-LINE
           INITIALIZE WS-TOT-ENTRY(1).

       PRINT-COMPANY-SUBTOTAL.
           MOVE 2 TO WS-TOT-IDX
           MOVE WS-CURRENT-COMPANY TO RPT-DET-COMPANY
           MOVE SPACES     TO RPT-DET-DEPT
           MOVE 'CO TOTAL' TO RPT-DET-CC
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO BUDVRPT-LINE
           WRITE BUDVRPT-LINE
           INITIALIZE WS-TOT-ENTRY(2).

       WRITE-TOTAL-LINE.
           MOVE SPACES                          TO RPT-DET-CURRENCY
           MOVE WS-TOT-BUD-HEADS(WS-TOT-IDX)    TO RPT-DET-BUD-HEADS
           MOVE WS-TOT-ACT-HEADS(WS-TOT-IDX)    TO RPT-DET-ACT-HEADS
           MOVE WS-TOT-VACANT(WS-TOT-IDX)       TO RPT-DET-VACANT
           MOVE WS-TOT-OVER(WS-TOT-IDX)         TO RPT-DET-OVER
           MOVE WS-TOT-BUD-SALARY(WS-TOT-IDX)   TO RPT-DET-BUD-SALARY
           MOVE WS-TOT-ACT-SALARY(WS-TOT-IDX)   TO RPT-DET-ACT-SALARY
           COMPUTE WS-LINE-VARIANCE = WS-TOT-ACT-SALARY(WS-TOT-IDX)
                                    - WS-TOT-BUD-SALARY(WS-TOT-IDX)
           MOVE WS-LINE-VARIANCE                TO RPT-DET-VARIANCE
           MOVE WS-TOT-BUD-SALARY(WS-TOT-IDX)   TO WS-CONV-BASE
           PERFORM EDIT-VARIANCE-PCT
           MOVE SPACES                          TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL TO BUDVRPT-LINE
           WRITE BUDVRPT-LINE.

       DISPLAY-VARIANCE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYBUDVR JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  FISCAL PERIOD    : " WS-PERIOD
           DISPLAY "  BUDGETS LOADED   : " WS-BUDGET-LOADED
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  LEAVERS SKIPPED  : " WS-LEAVER-CNT
           DISPLAY "  HEADS COUNTED    : " WS-COUNTED-CNT
           DISPLAY "  UNBUDGETED CCS   : " WS-UNBUDGETED-CNT
           DISPLAY "  OVER-HIRED CCS   : " WS-OVERHIRE-CC-CNT
           DISPLAY "  OVERSPENT CCS    : " WS-OVERSPEND-CC-CNT
           DISPLAY "  NO FX RATE       : " WS-FX-MISSING-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYBUDVR'.
