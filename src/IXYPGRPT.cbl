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
      * MAIN PROGRAM OUT-OF-RANGE SALARY REPORT BY EMPLOYEE LEVEL
      ******************************************************************
      * Measures every employee on the master against the pay-grade
      * range for their company, level and currency (maintained by
      * IXYPGMNT):
      * a. PAYGRADE - the range table, loaded in full.
      * b. EMPMAST  - read in key order; each image is overlaid onto
      *    EVENT-DATA to get at the level, salary and currency.
      *    Leavers (status T) are no longer paid and are skipped.
      * c. PGRPTOUT - the report: first the employees below their
      *    range minimum or above its maximum, with the gap to the
      *    range, and those whose level has no range on the table;
      *    then a distribution summary per company, level and
      *    currency -- how many sit below the range, in its lower
      *    half, its upper half and above it, and the average
      *    compa-ratio.
      *
      * Compa-ratio is annual salary over the range midpoint, as a
      * percentage. Salaries are compared in the currency the event
      * carries; a range set for a different currency does not apply.
      *
      * PARM 'ALL' lists every graded employee with their compa-ratio,
      * not just the exceptions.
      *
      * Return codes: 04 employees out of range or without a range;
      * 12 PAYGRADE unavailable or empty; 16 master unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-12 : new program.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle; leavers are
      *              skipped and counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPGRPT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYGRADE ASSIGN TO PAYGRADE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PAYGRADE-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT PGRPTOUT ASSIGN TO PGRPTOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PGRPTOUT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYPGMNT.
         FD PAYGRADE
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PAY-GRADE-RECORD.

         01 PAY-GRADE-RECORD.
            05 PG-COMPANY         PIC X(03).
            05 FILLER             PIC X(01).
            05 PG-LEVEL           PIC 9(09).
            05 FILLER             PIC X(01).
            05 PG-CURRENCY        PIC X(03).
            05 FILLER             PIC X(01).
            05 PG-MINIMUM         PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PG-MIDPOINT        PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PG-MAXIMUM         PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PG-EFF-DATE        PIC 9(08).
            05 FILLER             PIC X(24).

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

         FD PGRPTOUT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PGRPTOUT-LINE.

         01 PGRPTOUT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-PAYGRADE-STATUS  PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-PGRPTOUT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-LIST-SW          PIC X(01) VALUE 'N'.
             88 WS-LIST-ALL     VALUE 'Y'.

      * One entry per range, carrying the distribution counts for the
      * summary page.
         01 WS-PG-MAX           PIC S9(4) BINARY VALUE 500.
         01 WS-PG-CNT           PIC S9(4) BINARY VALUE 0.
         01 WS-PG-TABLE.
            05 WS-PG-ENTRY OCCURS 500 TIMES.
              10 WS-PG-KEY.
                15 WS-PG-COMPANY   PIC X(03).
                15 WS-PG-LEVEL     PIC 9(09).
                15 WS-PG-CURRENCY  PIC X(03).
              10 WS-PG-MINIMUM     PIC 9(07)V9(02).
              10 WS-PG-MIDPOINT    PIC 9(07)V9(02).
              10 WS-PG-MAXIMUM     PIC 9(07)V9(02).
              10 WS-PG-EMP-CNT     PIC S9(9) BINARY.
              10 WS-PG-BELOW-CNT   PIC S9(9) BINARY.
              10 WS-PG-LOWER-CNT   PIC S9(9) BINARY.
              10 WS-PG-UPPER-CNT   PIC S9(9) BINARY.
              10 WS-PG-ABOVE-CNT   PIC S9(9) BINARY.
              10 WS-PG-COMPA-SUM   PIC S9(11)V9 COMP-3.
              10 WS-PG-PRINTED-SW  PIC X(01).
                  88 WS-PG-PRINTED VALUE 'Y'.
         01 WS-PG-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-PG-FOUND-IDX     PIC S9(4) BINARY VALUE 0.
         01 WS-PG-NEXT-IDX      PIC S9(4) BINARY VALUE 0.
         01 WS-PG-PRINT-CNT     PIC S9(4) BINARY VALUE 0.

         01 WS-EMP-CURRENCY     PIC X(03).
         01 WS-COMPA-RATIO      PIC 9(05)V9.
         01 WS-GAP-AMOUNT       PIC 9(07)V9(02).
         01 WS-AVG-COMPA        PIC 9(05)V9.
         01 WS-RANGE-STATUS     PIC X(10).
             88 WS-RANGE-BELOW     VALUE 'BELOW MIN '.
             88 WS-RANGE-ABOVE     VALUE 'ABOVE MAX '.
             88 WS-RANGE-NONE      VALUE 'NO RANGE  '.
             88 WS-RANGE-IN        VALUE 'IN RANGE  '.

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-GRADED-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-BELOW-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-ABOVE-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-NO-RANGE-CNT     PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-EMP-ID      PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-NAME        PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-LEVEL       PIC ZZZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-CURRENCY    PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-SALARY      PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MIDPOINT    PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPA       PIC ZZZZ9.9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-STATUS      PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-GAP         PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(03) VALUE SPACES.

         01 WS-RPT-SUMMARY.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-LEVEL       PIC ZZZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-CURRENCY    PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-COUNT       PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-BELOW       PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-LOWER       PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-UPPER       PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-ABOVE       PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-COMPA       PIC ZZZZ9.9.
            05 FILLER              PIC X(57) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at the
      * level, salary and currency by name.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-LIST-MODE         PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "OUT-OF-RANGE SALARY REPORT BY EMPLOYEE LEVEL"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 3 AND PARM-LIST-MODE = 'ALL'
             SET WS-LIST-ALL TO TRUE
           END-IF

           PERFORM LOAD-GRADE-TABLE
           IF RETURN-CODE = 12
             PERFORM DISPLAY-REPORT-SUMMARY
             GOBACK
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-REPORT-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT PGRPTOUT
           MOVE SPACES TO PGRPTOUT-LINE
           IF WS-LIST-ALL
             STRING "  SALARY AGAINST PAY-GRADE RANGE -- ALL GRADED "
                    "EMPLOYEES AT " WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO PGRPTOUT-LINE
           ELSE
             STRING "  SALARY OUTSIDE PAY-GRADE RANGE AT "
                    WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO PGRPTOUT-LINE
           END-IF
           WRITE PGRPTOUT-LINE
           MOVE SPACES TO PGRPTOUT-LINE
           STRING "  CO    EMPLOYEE  NAME                            "
                  "EMP LEVEL  CCY        SALARY      MIDPOINT    "
                  "COMPA  STATUS               GAP"
                  DELIMITED BY SIZE INTO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE
           MOVE ALL "-" TO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE

           PERFORM MEASURE-MASTER-SALARIES
           CLOSE EMPMAST

           PERFORM PRINT-DISTRIBUTION-SUMMARY
           CLOSE PGRPTOUT

           IF RETURN-CODE < 4 AND
              (WS-BELOW-CNT > 0 OR WS-ABOVE-CNT > 0 OR
               WS-NO-RANGE-CNT > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-REPORT-SUMMARY
           GOBACK
           .

       LOAD-GRADE-TABLE.
           OPEN INPUT PAYGRADE
           IF WS-PAYGRADE-STATUS NOT = '00'
             DISPLAY "ERROR : PAYGRADE NOT AVAILABLE, FILE STATUS "
                     WS-PAYGRADE-STATUS
             MOVE 12 TO RETURN-CODE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYGRADE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PAY-GRADE-RECORD(1:1) = '*' OR
                    PAY-GRADE-RECORD = SPACES
                   CONTINUE
                 ELSE
                   IF WS-PG-CNT >= WS-PG-MAX
                     DISPLAY "ERROR : MORE THAN " WS-PG-MAX
                             " PAYGRADE ENTRIES -- IGNORING REMAINDER"
                     MOVE 8 TO RETURN-CODE
                   ELSE
                     ADD 1 TO WS-PG-CNT
                     INITIALIZE WS-PG-ENTRY(WS-PG-CNT)
                     MOVE PG-COMPANY   TO WS-PG-COMPANY(WS-PG-CNT)
                     MOVE PG-LEVEL     TO WS-PG-LEVEL(WS-PG-CNT)
                     MOVE PG-CURRENCY  TO WS-PG-CURRENCY(WS-PG-CNT)
                     MOVE PG-MINIMUM   TO WS-PG-MINIMUM(WS-PG-CNT)
                     MOVE PG-MIDPOINT  TO WS-PG-MIDPOINT(WS-PG-CNT)
                     MOVE PG-MAXIMUM   TO WS-PG-MAXIMUM(WS-PG-CNT)
                     MOVE 'N' TO WS-PG-PRINTED-SW(WS-PG-CNT)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE PAYGRADE
             IF WS-PG-CNT = 0
               DISPLAY "ERROR : PAYGRADE HOLDS NO RANGES"
               MOVE 12 TO RETURN-CODE
             END-IF
           END-IF.

       MEASURE-MASTER-SALARIES.
      *****************************************************************
      * One pass of the master in key order. Each employee is placed
      * against their range; exceptions (and with PARM 'ALL' every
      * graded employee) are listed as they are met.
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
                 PERFORM MEASURE-ONE-EMPLOYEE
               END-IF
             END-READ
           END-PERFORM.

       MEASURE-ONE-EMPLOYEE.
           MOVE currencyCode TO WS-EMP-CURRENCY
           PERFORM LOCATE-GRADE-ENTRY
           MOVE 0 TO WS-COMPA-RATIO
           MOVE 0 TO WS-GAP-AMOUNT
           IF WS-PG-FOUND-IDX = 0
             SET WS-RANGE-NONE TO TRUE
             ADD 1 TO WS-NO-RANGE-CNT
           ELSE
             ADD 1 TO WS-GRADED-CNT
             ADD 1 TO WS-PG-EMP-CNT(WS-PG-FOUND-IDX)
             COMPUTE WS-COMPA-RATIO ROUNDED =
                     annualSalary * 100 /
                     WS-PG-MIDPOINT(WS-PG-FOUND-IDX)
               ON SIZE ERROR MOVE 99999.9 TO WS-COMPA-RATIO
             END-COMPUTE
             ADD WS-COMPA-RATIO TO WS-PG-COMPA-SUM(WS-PG-FOUND-IDX)
             EVALUATE TRUE
               WHEN annualSalary < WS-PG-MINIMUM(WS-PG-FOUND-IDX)
                 SET WS-RANGE-BELOW TO TRUE
                 COMPUTE WS-GAP-AMOUNT =
                         WS-PG-MINIMUM(WS-PG-FOUND-IDX) - annualSalary
                 ADD 1 TO WS-BELOW-CNT
                 ADD 1 TO WS-PG-BELOW-CNT(WS-PG-FOUND-IDX)
               WHEN annualSalary > WS-PG-MAXIMUM(WS-PG-FOUND-IDX)
                 SET WS-RANGE-ABOVE TO TRUE
                 COMPUTE WS-GAP-AMOUNT =
                         annualSalary - WS-PG-MAXIMUM(WS-PG-FOUND-IDX)
                 ADD 1 TO WS-ABOVE-CNT
                 ADD 1 TO WS-PG-ABOVE-CNT(WS-PG-FOUND-IDX)
               WHEN annualSalary < WS-PG-MIDPOINT(WS-PG-FOUND-IDX)
                 SET WS-RANGE-IN TO TRUE
                 ADD 1 TO WS-PG-LOWER-CNT(WS-PG-FOUND-IDX)
               WHEN OTHER
                 SET WS-RANGE-IN TO TRUE
                 ADD 1 TO WS-PG-UPPER-CNT(WS-PG-FOUND-IDX)
             END-EVALUATE
           END-IF

           IF NOT WS-RANGE-IN OR WS-LIST-ALL
             PERFORM WRITE-EMPLOYEE-DETAIL
           END-IF.

       LOCATE-GRADE-ENTRY.
           MOVE 0 TO WS-PG-FOUND-IDX
           MOVE 1 TO WS-PG-IDX
           PERFORM UNTIL WS-PG-IDX > WS-PG-CNT
                      OR WS-PG-FOUND-IDX NOT = 0
             IF WS-PG-COMPANY(WS-PG-IDX)  = EMPMAST-COMPANY AND
                WS-PG-LEVEL(WS-PG-IDX)    = employeeLevel   AND
                WS-PG-CURRENCY(WS-PG-IDX) = WS-EMP-CURRENCY
               MOVE WS-PG-IDX TO WS-PG-FOUND-IDX
             ELSE
               ADD 1 TO WS-PG-IDX
             END-IF
           END-PERFORM.

       WRITE-EMPLOYEE-DETAIL.
           MOVE EMPMAST-COMPANY     TO RPT-DET-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO RPT-DET-EMP-ID
           MOVE fullName            TO RPT-DET-NAME
           MOVE employeeLevel       TO RPT-DET-LEVEL
           MOVE WS-EMP-CURRENCY     TO RPT-DET-CURRENCY
           MOVE annualSalary        TO RPT-DET-SALARY
           MOVE WS-RANGE-STATUS     TO RPT-DET-STATUS
           IF WS-PG-FOUND-IDX = 0
             MOVE 0 TO RPT-DET-MIDPOINT
             MOVE 0 TO RPT-DET-COMPA
           ELSE
             MOVE WS-PG-MIDPOINT(WS-PG-FOUND-IDX) TO RPT-DET-MIDPOINT
             MOVE WS-COMPA-RATIO TO RPT-DET-COMPA
           END-IF
           MOVE WS-GAP-AMOUNT       TO RPT-DET-GAP
           MOVE WS-RPT-DETAIL TO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE.

       PRINT-DISTRIBUTION-SUMMARY.
      *****************************************************************
      * One line per range in company, level and currency order --
      * the smallest unprinted key is picked on each pass, the table
      * being small.
      *****************************************************************
           MOVE SPACES TO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE
           MOVE SPACES TO PGRPTOUT-LINE
           STRING "  DISTRIBUTION WITHIN PAY-GRADE RANGE BY COMPANY, "
                  "LEVEL AND CURRENCY"
                  DELIMITED BY SIZE INTO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE
           MOVE SPACES TO PGRPTOUT-LINE
           STRING "  CO   EMP LEVEL  CCY    COUNT    BELOW    LOWER  "
                  "  UPPER    ABOVE    COMPA"
                  DELIMITED BY SIZE INTO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE
           MOVE ALL "-" TO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE

           MOVE 0 TO WS-PG-PRINT-CNT
           PERFORM UNTIL WS-PG-PRINT-CNT >= WS-PG-CNT
             MOVE 0 TO WS-PG-NEXT-IDX
             PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                       UNTIL WS-PG-IDX > WS-PG-CNT
               IF NOT WS-PG-PRINTED(WS-PG-IDX)
                 IF WS-PG-NEXT-IDX = 0
                   MOVE WS-PG-IDX TO WS-PG-NEXT-IDX
                 ELSE
                   IF WS-PG-KEY(WS-PG-IDX) < WS-PG-KEY(WS-PG-NEXT-IDX)
                     MOVE WS-PG-IDX TO WS-PG-NEXT-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             SET WS-PG-PRINTED(WS-PG-NEXT-IDX) TO TRUE
             ADD 1 TO WS-PG-PRINT-CNT
             PERFORM WRITE-SUMMARY-LINE
           END-PERFORM

           MOVE SPACES TO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE
           MOVE SPACES TO PGRPTOUT-LINE
           STRING "  BELOW/ABOVE = OUTSIDE THE RANGE; LOWER/UPPER = "
                  "WITHIN IT, UNDER OR AT/OVER THE MIDPOINT; COMPA = "
                  "AVERAGE COMPA-RATIO"
                  DELIMITED BY SIZE INTO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-PG-COMPANY(WS-PG-NEXT-IDX)   TO RPT-SUM-COMPANY
           MOVE WS-PG-LEVEL(WS-PG-NEXT-IDX)     TO RPT-SUM-LEVEL
           MOVE WS-PG-CURRENCY(WS-PG-NEXT-IDX)  TO RPT-SUM-CURRENCY
           MOVE WS-PG-EMP-CNT(WS-PG-NEXT-IDX)   TO RPT-SUM-COUNT
           MOVE WS-PG-BELOW-CNT(WS-PG-NEXT-IDX) TO RPT-SUM-BELOW
           MOVE WS-PG-LOWER-CNT(WS-PG-NEXT-IDX) TO RPT-SUM-LOWER
           MOVE WS-PG-UPPER-CNT(WS-PG-NEXT-IDX) TO RPT-SUM-UPPER
           MOVE WS-PG-ABOVE-CNT(WS-PG-NEXT-IDX) TO RPT-SUM-ABOVE
           MOVE 0 TO WS-AVG-COMPA
           IF WS-PG-EMP-CNT(WS-PG-NEXT-IDX) > 0
             COMPUTE WS-AVG-COMPA ROUNDED =
                     WS-PG-COMPA-SUM(WS-PG-NEXT-IDX) /
                     WS-PG-EMP-CNT(WS-PG-NEXT-IDX)
           END-IF
           MOVE WS-AVG-COMPA TO RPT-SUM-COMPA
           MOVE WS-RPT-SUMMARY TO PGRPTOUT-LINE
           WRITE PGRPTOUT-LINE.

       DISPLAY-REPORT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPGRPT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RANGES LOADED    : " WS-PG-CNT
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  LEAVERS SKIPPED  : " WS-LEAVER-CNT
           DISPLAY "  GRADED           : " WS-GRADED-CNT
           DISPLAY "  BELOW MINIMUM    : " WS-BELOW-CNT
           DISPLAY "  ABOVE MAXIMUM    : " WS-ABOVE-CNT
           DISPLAY "  NO RANGE         : " WS-NO-RANGE-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPGRPT'.
