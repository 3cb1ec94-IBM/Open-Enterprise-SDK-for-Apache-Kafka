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
      * MAIN PROGRAM BENEFITS ELIGIBILITY SWEEP FOR ENROLLMENT REVIEW
      ******************************************************************
      * The pipeline measures coverage as each change arrives; the
      * annual enrollment review needs the whole population measured
      * at once against the current bands, including employees who
      * have not changed since the bands were last amended:
      * a. BENELIG  - the eligibility table, read by the shared rule
      *    module IXYBENCK -- the same bands IXYCAV64 and IXYRTRYP
      *    enforce, so the sweep can never disagree with them.
      * b. EMPMAST  - read in key order; each image is handed to
      *    IXYBENCK and overlaid onto EVENT-DATA for the report.
      *    Leavers (status T) carry no benefits and are skipped.
      * c. BESWRPT  - the report: first the employees below their
      *    band minimum or above its maximum, with the gap to the
      *    band, and those no band covers; then a summary per
      *    company, employee level and full-time flag -- how many sit
      *    in the band, below it, above it or outside any band, and
      *    the total coverage carried.
      *
      * PARM 'ALL' lists every employee swept, not just the
      * exceptions.
      *
      * Return codes: 04 employees outside their band or without one;
      * 08 more company/level/flag combinations than the summary
      * holds; 12 BENELIG unavailable or empty; 16 master
      * unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYBESWP'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT BESWRPT ASSIGN TO BESWRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-BESWRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
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

         FD BESWRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BESWRPT-LINE.

         01 BESWRPT-LINE            PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-BESWRPT-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-LIST-SW          PIC X(01) VALUE 'N'.
             88 WS-LIST-ALL     VALUE 'Y'.

      * Parameter area for the shared rule module IXYBENCK.
         01 WS-BENCK-PARMS.
            05 WS-BENCK-REASON  PIC S9(9) BINARY.
            05 WS-BENCK-EVENT   PIC X(4000).
            05 WS-BENCK-RULE-SW PIC X(01).
                88 WS-BENCK-RULE-FOUND VALUE 'Y'.
            05 WS-BENCK-MINIMUM PIC 9(07)V9(02).
            05 WS-BENCK-MAXIMUM PIC 9(07)V9(02).
            05 WS-BENCK-TABLE-SW PIC X(01).
                88 WS-BENCK-TABLE-MISSING VALUE 'M'.

      * One entry per company, level and full-time flag met on the
      * master, carrying the counts for the summary page.
         01 WS-SUM-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-SUM-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-SUM-TABLE.
            05 WS-SUM-ENTRY OCCURS 500 TIMES.
              10 WS-SUM-KEY.
                15 WS-SUM-COMPANY   PIC X(03).
                15 WS-SUM-LEVEL     PIC 9(09).
                15 WS-SUM-FULL-TIME PIC X(01).
              10 WS-SUM-EMP-CNT     PIC S9(9) BINARY.
              10 WS-SUM-IN-CNT      PIC S9(9) BINARY.
              10 WS-SUM-BELOW-CNT   PIC S9(9) BINARY.
              10 WS-SUM-ABOVE-CNT   PIC S9(9) BINARY.
              10 WS-SUM-NONE-CNT    PIC S9(9) BINARY.
              10 WS-SUM-COVERAGE    PIC S9(13)V99 COMP-3.
              10 WS-SUM-PRINTED-SW  PIC X(01).
                  88 WS-SUM-PRINTED VALUE 'Y'.
         01 WS-SUM-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-SUM-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-SUM-NEXT-IDX     PIC S9(4) BINARY VALUE 0.
         01 WS-SUM-PRINT-CNT    PIC S9(4) BINARY VALUE 0.
         01 WS-SUM-FULL-SW      PIC X(01) VALUE 'N'.
             88 WS-SUM-FULL     VALUE 'Y'.

         01 WS-EMP-FULL-TIME    PIC X(01).
         01 WS-GAP-AMOUNT       PIC 9(07)V9(02).
         01 WS-BAND-STATUS      PIC X(10).
             88 WS-BAND-BELOW      VALUE 'BELOW MIN '.
             88 WS-BAND-ABOVE      VALUE 'ABOVE MAX '.
             88 WS-BAND-NONE       VALUE 'NO BAND   '.
             88 WS-BAND-IN         VALUE 'IN BAND   '.

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-SWEPT-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-IN-BAND-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-BELOW-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-ABOVE-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-NO-BAND-CNT      PIC S9(9) BINARY VALUE 0.

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
            05 RPT-DET-FULL-TIME   PIC X(01).
            05 FILLER              PIC X(03) VALUE SPACES.
            05 RPT-DET-COVERAGE    PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MINIMUM     PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MAXIMUM     PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-STATUS      PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-GAP         PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACES.

         01 WS-RPT-SUMMARY.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-LEVEL       PIC ZZZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-FULL-TIME   PIC X(01).
            05 FILLER              PIC X(03) VALUE SPACES.
            05 RPT-SUM-COUNT       PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-IN          PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-BELOW       PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-ABOVE       PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-NONE        PIC ZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SUM-COVERAGE    PIC Z,ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(47) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at the
      * level, flag and coverage by name.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-LIST-MODE         PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "BENEFITS ELIGIBILITY SWEEP FOR ENROLLMENT REVIEW"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 3 AND PARM-LIST-MODE = 'ALL'
             SET WS-LIST-ALL TO TRUE
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-SWEEP-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT BESWRPT
           MOVE SPACES TO BESWRPT-LINE
           IF WS-LIST-ALL
             STRING "  INSURANCE COVERAGE AGAINST ELIGIBILITY BAND -- "
                    "ALL EMPLOYEES AT " WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO BESWRPT-LINE
           ELSE
             STRING "  INSURANCE COVERAGE OUTSIDE ELIGIBILITY BAND AT "
                    WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO BESWRPT-LINE
           END-IF
           WRITE BESWRPT-LINE
           MOVE SPACES TO BESWRPT-LINE
           STRING "  CO    EMPLOYEE  NAME                            "
                  "EMP LEVEL  FT      COVERAGE       MINIMUM       "
                  "MAXIMUM  STATUS               GAP"
                  DELIMITED BY SIZE INTO BESWRPT-LINE
           WRITE BESWRPT-LINE
           MOVE ALL "-" TO BESWRPT-LINE
           WRITE BESWRPT-LINE

           PERFORM SWEEP-MASTER-COVERAGE
           CLOSE EMPMAST

           IF WS-BENCK-TABLE-MISSING
             DISPLAY "ERROR : BENELIG NOT AVAILABLE OR HOLDS NO BANDS"
             MOVE SPACES TO BESWRPT-LINE
             STRING "  *** BENELIG NOT AVAILABLE OR EMPTY -- NOTHING "
                    "MEASURED ***"
                    DELIMITED BY SIZE INTO BESWRPT-LINE
             WRITE BESWRPT-LINE
             CLOSE BESWRPT
             MOVE 12 TO RETURN-CODE
             PERFORM DISPLAY-SWEEP-SUMMARY
             GOBACK
           END-IF

           PERFORM PRINT-ELIGIBILITY-SUMMARY
           CLOSE BESWRPT

           IF RETURN-CODE < 4 AND
              (WS-BELOW-CNT > 0 OR WS-ABOVE-CNT > 0 OR
               WS-NO-BAND-CNT > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-SWEEP-SUMMARY
           GOBACK
           .

       SWEEP-MASTER-COVERAGE.
      *****************************************************************
      * One pass of the master in key order. Each active employee is
      * measured by IXYBENCK; exceptions (and with PARM 'ALL' every
      * employee swept) are listed as they are met.
      *****************************************************************
           MOVE 'N' TO WS-BENCK-TABLE-SW
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
                 PERFORM SWEEP-ONE-EMPLOYEE
               END-IF
             END-READ
           END-PERFORM.

       SWEEP-ONE-EMPLOYEE.
           MOVE EMPMAST-EVENT-DATA TO WS-BENCK-EVENT
           CALL "IXYBENCK" USING WS-BENCK-PARMS
           IF WS-BENCK-TABLE-MISSING
             SET WS-EOF TO TRUE
           ELSE
             ADD 1 TO WS-SWEPT-CNT
             MOVE isFullTime TO WS-EMP-FULL-TIME
             IF WS-EMP-FULL-TIME = 'y'
               MOVE 'Y' TO WS-EMP-FULL-TIME
             END-IF
             IF WS-EMP-FULL-TIME = 'n'
               MOVE 'N' TO WS-EMP-FULL-TIME
             END-IF
             MOVE 0 TO WS-GAP-AMOUNT
             EVALUATE TRUE
               WHEN NOT WS-BENCK-RULE-FOUND
                 SET WS-BAND-NONE TO TRUE
                 ADD 1 TO WS-NO-BAND-CNT
               WHEN WS-BENCK-REASON = 9604
                 SET WS-BAND-BELOW TO TRUE
                 COMPUTE WS-GAP-AMOUNT =
                         WS-BENCK-MINIMUM - insuranceCoverage
                 ADD 1 TO WS-BELOW-CNT
               WHEN WS-BENCK-REASON = 9605
                 SET WS-BAND-ABOVE TO TRUE
                 COMPUTE WS-GAP-AMOUNT =
                         insuranceCoverage - WS-BENCK-MAXIMUM
                 ADD 1 TO WS-ABOVE-CNT
               WHEN OTHER
                 SET WS-BAND-IN TO TRUE
                 ADD 1 TO WS-IN-BAND-CNT
             END-EVALUATE
             PERFORM TALLY-SUMMARY-ENTRY
             IF NOT WS-BAND-IN OR WS-LIST-ALL
               PERFORM WRITE-EMPLOYEE-DETAIL
             END-IF
           END-IF.

       TALLY-SUMMARY-ENTRY.
           MOVE 0 TO WS-SUM-FOUND-IDX
           MOVE 1 TO WS-SUM-IDX
           PERFORM UNTIL WS-SUM-IDX > WS-SUM-CNT
                      OR WS-SUM-FOUND-IDX NOT = 0
             IF WS-SUM-COMPANY(WS-SUM-IDX)   = EMPMAST-COMPANY  AND
                WS-SUM-LEVEL(WS-SUM-IDX)     = employeeLevel    AND
                WS-SUM-FULL-TIME(WS-SUM-IDX) = WS-EMP-FULL-TIME
               MOVE WS-SUM-IDX TO WS-SUM-FOUND-IDX
             ELSE
               ADD 1 TO WS-SUM-IDX
             END-IF
           END-PERFORM
           IF WS-SUM-FOUND-IDX = 0
             IF WS-SUM-CNT >= WS-SUM-MAX
               IF NOT WS-SUM-FULL
                 DISPLAY "ERROR : MORE THAN " WS-SUM-MAX
                         " COMPANY/LEVEL/FLAG COMBINATIONS -- "
                         "SUMMARY INCOMPLETE"
                 SET WS-SUM-FULL TO TRUE
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               ADD 1 TO WS-SUM-CNT
               MOVE WS-SUM-CNT TO WS-SUM-FOUND-IDX
               INITIALIZE WS-SUM-ENTRY(WS-SUM-FOUND-IDX)
               MOVE EMPMAST-COMPANY  TO
                                 WS-SUM-COMPANY(WS-SUM-FOUND-IDX)
               MOVE employeeLevel    TO WS-SUM-LEVEL(WS-SUM-FOUND-IDX)
               MOVE WS-EMP-FULL-TIME TO
                                 WS-SUM-FULL-TIME(WS-SUM-FOUND-IDX)
               MOVE 'N' TO WS-SUM-PRINTED-SW(WS-SUM-FOUND-IDX)
             END-IF
           END-IF
           IF WS-SUM-FOUND-IDX NOT = 0
             ADD 1 TO WS-SUM-EMP-CNT(WS-SUM-FOUND-IDX)
             ADD insuranceCoverage TO
                                 WS-SUM-COVERAGE(WS-SUM-FOUND-IDX)
             EVALUATE TRUE
               WHEN WS-BAND-IN
                 ADD 1 TO WS-SUM-IN-CNT(WS-SUM-FOUND-IDX)
               WHEN WS-BAND-BELOW
                 ADD 1 TO WS-SUM-BELOW-CNT(WS-SUM-FOUND-IDX)
               WHEN WS-BAND-ABOVE
                 ADD 1 TO WS-SUM-ABOVE-CNT(WS-SUM-FOUND-IDX)
               WHEN OTHER
                 ADD 1 TO WS-SUM-NONE-CNT(WS-SUM-FOUND-IDX)
             END-EVALUATE
           END-IF.

       WRITE-EMPLOYEE-DETAIL.
           MOVE EMPMAST-COMPANY     TO RPT-DET-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO RPT-DET-EMP-ID
           MOVE fullName            TO RPT-DET-NAME
           MOVE employeeLevel       TO RPT-DET-LEVEL
           MOVE WS-EMP-FULL-TIME    TO RPT-DET-FULL-TIME
           MOVE insuranceCoverage   TO RPT-DET-COVERAGE
           MOVE WS-BENCK-MINIMUM    TO RPT-DET-MINIMUM
           MOVE WS-BENCK-MAXIMUM    TO RPT-DET-MAXIMUM
           MOVE WS-BAND-STATUS      TO RPT-DET-STATUS
           MOVE WS-GAP-AMOUNT       TO RPT-DET-GAP
           MOVE WS-RPT-DETAIL TO BESWRPT-LINE
           WRITE BESWRPT-LINE.

       PRINT-ELIGIBILITY-SUMMARY.
      *****************************************************************
      * One line per company, level and full-time flag in key order
      * -- the smallest unprinted key is picked on each pass, the
      * table being small.
      *****************************************************************
           MOVE SPACES TO BESWRPT-LINE
           WRITE BESWRPT-LINE
           MOVE SPACES TO BESWRPT-LINE
           STRING "  ELIGIBILITY BY COMPANY, LEVEL AND FULL-TIME FLAG"
                  DELIMITED BY SIZE INTO BESWRPT-LINE
           WRITE BESWRPT-LINE
           MOVE SPACES TO BESWRPT-LINE
           STRING "  CO   EMP LEVEL  FT    COUNT  IN BAND    BELOW  "
                  "  ABOVE  NO BAND    TOTAL COVERAGE"
                  DELIMITED BY SIZE INTO BESWRPT-LINE
           WRITE BESWRPT-LINE
           MOVE ALL "-" TO BESWRPT-LINE
           WRITE BESWRPT-LINE

           MOVE 0 TO WS-SUM-PRINT-CNT
           PERFORM UNTIL WS-SUM-PRINT-CNT >= WS-SUM-CNT
             MOVE 0 TO WS-SUM-NEXT-IDX
             PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                       UNTIL WS-SUM-IDX > WS-SUM-CNT
               IF NOT WS-SUM-PRINTED(WS-SUM-IDX)
                 IF WS-SUM-NEXT-IDX = 0
                   MOVE WS-SUM-IDX TO WS-SUM-NEXT-IDX
                 ELSE
                   IF WS-SUM-KEY(WS-SUM-IDX) <
                      WS-SUM-KEY(WS-SUM-NEXT-IDX)
                     MOVE WS-SUM-IDX TO WS-SUM-NEXT-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             SET WS-SUM-PRINTED(WS-SUM-NEXT-IDX) TO TRUE
             ADD 1 TO WS-SUM-PRINT-CNT
             PERFORM WRITE-SUMMARY-LINE
           END-PERFORM.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUM-COMPANY(WS-SUM-NEXT-IDX)   TO RPT-SUM-COMPANY
           MOVE WS-SUM-LEVEL(WS-SUM-NEXT-IDX)     TO RPT-SUM-LEVEL
           MOVE WS-SUM-FULL-TIME(WS-SUM-NEXT-IDX) TO RPT-SUM-FULL-TIME
           MOVE WS-SUM-EMP-CNT(WS-SUM-NEXT-IDX)   TO RPT-SUM-COUNT
           MOVE WS-SUM-IN-CNT(WS-SUM-NEXT-IDX)    TO RPT-SUM-IN
           MOVE WS-SUM-BELOW-CNT(WS-SUM-NEXT-IDX) TO RPT-SUM-BELOW
           MOVE WS-SUM-ABOVE-CNT(WS-SUM-NEXT-IDX) TO RPT-SUM-ABOVE
           MOVE WS-SUM-NONE-CNT(WS-SUM-NEXT-IDX)  TO RPT-SUM-NONE
           MOVE WS-SUM-COVERAGE(WS-SUM-NEXT-IDX)  TO RPT-SUM-COVERAGE
           MOVE WS-RPT-SUMMARY TO BESWRPT-LINE
           WRITE BESWRPT-LINE.

       DISPLAY-SWEEP-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYBESWP JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  LEAVERS SKIPPED  : " WS-LEAVER-CNT
           DISPLAY "  SWEPT            : " WS-SWEPT-CNT
           DISPLAY "  IN BAND          : " WS-IN-BAND-CNT
           DISPLAY "  BELOW MINIMUM    : " WS-BELOW-CNT
           DISPLAY "  ABOVE MAXIMUM    : " WS-ABOVE-CNT
           DISPLAY "  NO BAND          : " WS-NO-BAND-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYBESWP'.
