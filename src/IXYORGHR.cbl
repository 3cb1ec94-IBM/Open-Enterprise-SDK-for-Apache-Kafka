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
      * MAIN PROGRAM REPORTING-LINE HIERARCHY REPORT
      ******************************************************************
      * ORGMAST records who each employee reports to (IXYORGMN's
      * MANAGR card). This report draws the reporting lines, company
      * by company, so HR can see the shape of the organisation and
      * what is missing from it:
      * a. PARM    - 'ccc', one company to report; omitted, every
      *    company on the reference.
      * b. ORGMAST - read front to back. Each company is held whole
      *    (up to 10000 employees) while it is reported.
      * c. HRRPT   - per company:
      *      REPORTING TREE    - from the top of each reporting line
      *                          down, indented one step per level,
      *                          with each manager's direct and total
      *                          reports;
      *      SPAN OF CONTROL   - every manager: direct reports, all
      *                          reports below, and whom the manager
      *                          reports to; then the company's
      *                          managers, widest and average span
      *                          and deepest line;
      *      NO MANAGER        - the top of each reporting line, and
      *                          the employees nobody manages and who
      *                          manage nobody;
      *      MANAGER NOT FOUND - a manager id no longer on the
      *                          reference (the employee is drawn as
      *                          the top of a line of their own);
      *      REPORTING CYCLE   - employees whose line climbs back to
      *                          itself (IXYORGMN refuses these; only
      *                          a reference loaded around it holds
      *                          one).
      *    then the totals of the run.
      *
      * Return codes: 00 every employee has a manager or heads a
      * line; 04 employees with no manager and no reports, a manager
      * not found, or a cycle; 08 a company larger than the table
      * (only its first 10000 employees are reported); 12 invalid
      * PARM; 16 ORGMAST or HRRPT unavailable (ERRLOG 9879).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYORGHR'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT HRRPT ASSIGN TO HRRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-HRRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
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
            05 ORG-MANAGER-ID     PIC 9(09) BINARY.
            05 ORG-MANAGER-EFF-DATE PIC 9(08).
            05 FILLER             PIC X(01).

         FD HRRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  HRRPT-LINE.

         01 HRRPT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-HRRPT-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01) VALUE 'N'.
             88 WS-EOF          VALUE 'Y'.

         01 WS-SELECT-SW        PIC X(01) VALUE 'N'.
             88 WS-ONE-COMPANY  VALUE 'Y'.
         01 WS-SELECT-COMPANY   PIC X(03) VALUE SPACES.

      * The company in hand, held whole. Entries are in employee id
      * order (ORGMAST's key order), so a manager is found by a
      * binary search -- see FIND-EMPLOYEE-ENTRY.
         01 WS-CO-STARTED-SW    PIC X(01) VALUE 'N'.
             88 WS-CO-STARTED   VALUE 'Y'.
         01 WS-CUR-COMPANY      PIC X(03) VALUE SPACES.
         01 WS-HR-MAX           PIC S9(9) BINARY VALUE 10000.
         01 WS-HR-CNT           PIC S9(9) BINARY VALUE 0.
         01 WS-HR-LOST-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-HR-TABLE.
            05 WS-HR-ENTRY OCCURS 10000 TIMES.
               10 WS-HR-ID           PIC 9(09).
               10 WS-HR-DEPT         PIC X(06).
               10 WS-HR-UNIT         PIC X(10).
               10 WS-HR-MGR-ID       PIC 9(09).
               10 WS-HR-MGR-DATE     PIC 9(08).
               10 WS-HR-MGR-STATE    PIC X(01).
                   88 WS-HR-NO-MANAGER  VALUE 'N'.
                   88 WS-HR-MGR-FOUND   VALUE 'F'.
                   88 WS-HR-MGR-MISSING VALUE 'M'.
               10 WS-HR-MGR-IDX      PIC S9(9) BINARY.
               10 WS-HR-FIRST-CHILD  PIC S9(9) BINARY.
               10 WS-HR-LAST-CHILD   PIC S9(9) BINARY.
               10 WS-HR-NEXT-SIB     PIC S9(9) BINARY.
               10 WS-HR-DIRECT       PIC S9(9) BINARY.
               10 WS-HR-TOTAL        PIC S9(9) BINARY.
               10 WS-HR-LEVEL        PIC S9(9) BINARY.
               10 WS-HR-SEEN-SW      PIC X(01).
                   88 WS-HR-SEEN     VALUE 'Y'.
         01 WS-IDX              PIC S9(9) BINARY VALUE 0.
         01 WS-UP-IDX           PIC S9(9) BINARY VALUE 0.
         01 WS-ROOT-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-NODE-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-STEP-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-WALK-SW          PIC X(01).
             88 WS-WALK-DONE    VALUE 'Y'.

      * Binary search -- FIND-EMPLOYEE-ENTRY.
         01 WS-FIND-ID          PIC 9(09).
         01 WS-FIND-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-LOW              PIC S9(9) BINARY VALUE 0.
         01 WS-HIGH             PIC S9(9) BINARY VALUE 0.
         01 WS-MID              PIC S9(9) BINARY VALUE 0.

      * Company figures, then the run's.
         01 WS-CO-MANAGER-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-CO-MANAGED-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-CO-TOP-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-CO-ALONE-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-CO-MISSING-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-CO-CYCLE-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-CO-MAX-SPAN      PIC S9(9) BINARY VALUE 0.
         01 WS-CO-MAX-SPAN-ID   PIC 9(09) VALUE 0.
         01 WS-CO-MAX-LEVEL     PIC S9(9) BINARY VALUE 0.
         01 WS-CO-AVG-SPAN      PIC S9(7)V9(02) VALUE 0.
         01 WS-SECTION-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-COMPANY-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-TOT-MANAGER-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-TOT-TOP-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-TOT-ALONE-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-TOT-MISSING-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-TOT-CYCLE-CNT    PIC S9(9) BINARY VALUE 0.

      * HRRPT lines.
         01 WS-LINE-PTR         PIC S9(4) BINARY VALUE 0.
         01 WS-INDENT           PIC S9(4) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT2        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-SPAN        PIC ZZZ,ZZ9.99.
         01 WS-RPT-SPAN-LINE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-SPAN-ID         PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SPAN-DEPT       PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SPAN-UNIT       PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SPAN-DIRECT     PIC ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SPAN-TOTAL      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-SPAN-MANAGER    PIC X(09).
            05 FILLER              PIC X(69) VALUE SPACES.
         01 WS-RPT-ITEM-LINE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-ITEM-ID         PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-ITEM-DEPT       PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-ITEM-UNIT       PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-ITEM-TEXT       PIC X(97).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYORGHR'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-COMPANY           PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "REPORTING-LINE HIERARCHY REPORT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           EVALUATE PARM-LENGTH
             WHEN 0
               CONTINUE
             WHEN 3
               SET WS-ONE-COMPANY TO TRUE
               MOVE PARM-COMPANY TO WS-SELECT-COMPANY
               DISPLAY "COMPANY        : '" WS-SELECT-COMPANY "'"
             WHEN OTHER
               DISPLAY "ERROR : PARM MUST BE A 3-BYTE COMPANY CODE"
               MOVE 12 TO RETURN-CODE
               PERFORM DISPLAY-HIERARCHY-SUMMARY
               GOBACK
           END-EVALUATE

           OPEN INPUT ORGMAST
           IF WS-ORGMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN ORGMAST, FILE STATUS "
                     WS-ORGMAST-STATUS
             MOVE "IXYORGHR: UNABLE TO OPEN ORGMAST" TO ERRLOG-MSG
             PERFORM ABANDON-HIERARCHY-RUN
           END-IF
           OPEN OUTPUT HRRPT
           IF WS-HRRPT-STATUS NOT = '00'
             DISPLAY "ERROR : HRRPT NOT AVAILABLE, FILE STATUS "
                     WS-HRRPT-STATUS
             CLOSE ORGMAST
             MOVE "IXYORGHR: HRRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-HIERARCHY-RUN
           END-IF

           MOVE SPACES TO HRRPT-LINE
           STRING "  REPORTING-LINE HIERARCHY AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE SPACES TO HRRPT-LINE
           WRITE HRRPT-LINE

           PERFORM UNTIL WS-EOF
             READ ORGMAST
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CNT
                 IF NOT WS-ONE-COMPANY OR
                    ORG-COMPANY = WS-SELECT-COMPANY
                   PERFORM HOLD-ORG-RECORD
                 END-IF
             END-READ
           END-PERFORM
           IF WS-CO-STARTED
             PERFORM REPORT-COMPANY
           END-IF
           CLOSE ORGMAST

           PERFORM WRITE-RUN-TOTALS
           CLOSE HRRPT

           EVALUATE TRUE
             WHEN WS-HR-LOST-CNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-TOT-ALONE-CNT > 0 OR WS-TOT-MISSING-CNT > 0 OR
                  WS-TOT-CYCLE-CNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM DISPLAY-HIERARCHY-SUMMARY
           GOBACK
           .

       HOLD-ORG-RECORD.
           IF WS-CO-STARTED AND ORG-COMPANY NOT = WS-CUR-COMPANY
             PERFORM REPORT-COMPANY
           END-IF
           IF NOT WS-CO-STARTED
             SET WS-CO-STARTED TO TRUE
             MOVE ORG-COMPANY TO WS-CUR-COMPANY
             MOVE 0 TO WS-HR-CNT
           END-IF
           IF WS-HR-CNT < WS-HR-MAX
             ADD 1 TO WS-HR-CNT
             MOVE ORG-EMPLOYEE-ID TO WS-HR-ID(WS-HR-CNT)
             MOVE ORG-DEPT-CODE   TO WS-HR-DEPT(WS-HR-CNT)
             MOVE ORG-UNIT        TO WS-HR-UNIT(WS-HR-CNT)
             MOVE 0               TO WS-HR-MGR-ID(WS-HR-CNT)
             MOVE 0               TO WS-HR-MGR-DATE(WS-HR-CNT)
             SET WS-HR-NO-MANAGER(WS-HR-CNT) TO TRUE
      * Spaces in the manager fields -- a record from before
      * reporting lines were kept -- read as no manager.
             IF ORG-MANAGER-EFF-DATE NUMERIC AND ORG-MANAGER-ID > 0
               MOVE ORG-MANAGER-ID       TO WS-HR-MGR-ID(WS-HR-CNT)
               MOVE ORG-MANAGER-EFF-DATE TO WS-HR-MGR-DATE(WS-HR-CNT)
               SET WS-HR-MGR-MISSING(WS-HR-CNT) TO TRUE
             END-IF
             MOVE 0   TO WS-HR-MGR-IDX(WS-HR-CNT)
             MOVE 0   TO WS-HR-FIRST-CHILD(WS-HR-CNT)
             MOVE 0   TO WS-HR-LAST-CHILD(WS-HR-CNT)
             MOVE 0   TO WS-HR-NEXT-SIB(WS-HR-CNT)
             MOVE 0   TO WS-HR-DIRECT(WS-HR-CNT)
             MOVE 0   TO WS-HR-TOTAL(WS-HR-CNT)
             MOVE 0   TO WS-HR-LEVEL(WS-HR-CNT)
             MOVE 'N' TO WS-HR-SEEN-SW(WS-HR-CNT)
           ELSE
             ADD 1 TO WS-HR-LOST-CNT
           END-IF.

       REPORT-COMPANY.
           ADD 1 TO WS-COMPANY-CNT
           MOVE 0 TO WS-CO-MANAGER-CNT WS-CO-MANAGED-CNT WS-CO-TOP-CNT
                     WS-CO-ALONE-CNT WS-CO-MISSING-CNT WS-CO-CYCLE-CNT
                     WS-CO-MAX-SPAN WS-CO-MAX-SPAN-ID WS-CO-MAX-LEVEL
           PERFORM LINK-REPORTING-LINES
           PERFORM COUNT-ALL-REPORTS

           MOVE WS-HR-CNT TO WS-EDIT-CNT
           MOVE SPACES TO HRRPT-LINE
           STRING "  COMPANY '" WS-CUR-COMPANY "' - "
                  FUNCTION TRIM(WS-EDIT-CNT) " EMPLOYEES ON THE "
                  "REFERENCE" DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           IF WS-HR-CNT = WS-HR-MAX AND WS-HR-LOST-CNT > 0
             MOVE SPACES TO HRRPT-LINE
             STRING "  ** MORE THAN " FUNCTION TRIM(WS-EDIT-CNT)
                    " EMPLOYEES - ONLY THE FIRST ARE REPORTED"
                    DELIMITED BY SIZE INTO HRRPT-LINE
             WRITE HRRPT-LINE
           END-IF
           MOVE ALL "=" TO HRRPT-LINE
           WRITE HRRPT-LINE

           PERFORM WRITE-REPORTING-TREE
           PERFORM WRITE-SPAN-OF-CONTROL
           PERFORM WRITE-NO-MANAGER
           PERFORM WRITE-MANAGER-NOT-FOUND
           PERFORM WRITE-REPORTING-CYCLES

           ADD WS-CO-MANAGER-CNT TO WS-TOT-MANAGER-CNT
           ADD WS-CO-TOP-CNT     TO WS-TOT-TOP-CNT
           ADD WS-CO-ALONE-CNT   TO WS-TOT-ALONE-CNT
           ADD WS-CO-MISSING-CNT TO WS-TOT-MISSING-CNT
           ADD WS-CO-CYCLE-CNT   TO WS-TOT-CYCLE-CNT
           MOVE SPACES TO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE 'N' TO WS-CO-STARTED-SW
           MOVE 0 TO WS-HR-CNT.

       LINK-REPORTING-LINES.
      *****************************************************************
      * Hangs every employee under their manager. Children are
      * appended in employee id order, so each manager's reports
      * print in that order.
      *****************************************************************
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-HR-CNT
             IF WS-HR-MGR-MISSING(WS-IDX)
               MOVE WS-HR-MGR-ID(WS-IDX) TO WS-FIND-ID
               PERFORM FIND-EMPLOYEE-ENTRY
               IF WS-FIND-IDX > 0 AND WS-FIND-IDX NOT = WS-IDX
                 SET WS-HR-MGR-FOUND(WS-IDX) TO TRUE
                 MOVE WS-FIND-IDX TO WS-HR-MGR-IDX(WS-IDX)
                 ADD 1 TO WS-HR-DIRECT(WS-FIND-IDX)
                 ADD 1 TO WS-CO-MANAGED-CNT
                 IF WS-HR-FIRST-CHILD(WS-FIND-IDX) = 0
                   MOVE WS-IDX TO WS-HR-FIRST-CHILD(WS-FIND-IDX)
                 ELSE
                   MOVE WS-HR-LAST-CHILD(WS-FIND-IDX) TO WS-UP-IDX
                   MOVE WS-IDX TO WS-HR-NEXT-SIB(WS-UP-IDX)
                 END-IF
                 MOVE WS-IDX TO WS-HR-LAST-CHILD(WS-FIND-IDX)
               END-IF
             END-IF
           END-PERFORM.

       FIND-EMPLOYEE-ENTRY.
           MOVE 0 TO WS-FIND-IDX
           MOVE 1 TO WS-LOW
           MOVE WS-HR-CNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FIND-IDX > 0
             COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-HR-ID(WS-MID) = WS-FIND-ID
                 MOVE WS-MID TO WS-FIND-IDX
               WHEN WS-HR-ID(WS-MID) < WS-FIND-ID
                 COMPUTE WS-LOW = WS-MID + 1
               WHEN OTHER
                 COMPUTE WS-HIGH = WS-MID - 1
             END-EVALUATE
           END-PERFORM.

       COUNT-ALL-REPORTS.
      *****************************************************************
      * Each employee counts once toward every manager above them.
      * The climb is cut off after as many steps as the company has
      * employees, which only a cycle can reach.
      *****************************************************************
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-HR-CNT
             MOVE WS-IDX TO WS-UP-IDX
             MOVE 0 TO WS-STEP-CNT
             PERFORM UNTIL NOT WS-HR-MGR-FOUND(WS-UP-IDX)
                        OR WS-STEP-CNT > WS-HR-CNT
               MOVE WS-HR-MGR-IDX(WS-UP-IDX) TO WS-UP-IDX
               ADD 1 TO WS-HR-TOTAL(WS-UP-IDX)
               ADD 1 TO WS-STEP-CNT
             END-PERFORM
           END-PERFORM.

       WRITE-REPORTING-TREE.
      *****************************************************************
      * Walks down from the top of each line -- an employee with no
      * manager, or whose manager is not on the reference -- first
      * child, then the child's own reports, then the next sibling,
      * climbing back up through the manager links when a branch is
      * done. Employees in a cycle have no top and are never
      * reached; WRITE-REPORTING-CYCLES lists them.
      *****************************************************************
           MOVE "  REPORTING TREE (DIRECT / ALL REPORTS)" TO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE ALL "-" TO HRRPT-LINE
           WRITE HRRPT-LINE
           PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
                   UNTIL WS-ROOT-IDX > WS-HR-CNT
             IF NOT WS-HR-MGR-FOUND(WS-ROOT-IDX) AND
                WS-HR-DIRECT(WS-ROOT-IDX) > 0
               PERFORM WRITE-ONE-LINE-TREE
             END-IF
           END-PERFORM
           MOVE SPACES TO HRRPT-LINE
           WRITE HRRPT-LINE.

       WRITE-ONE-LINE-TREE.
           MOVE WS-ROOT-IDX TO WS-NODE-IDX
           MOVE 0 TO WS-HR-LEVEL(WS-NODE-IDX)
           PERFORM WRITE-TREE-NODE
           MOVE 'N' TO WS-WALK-SW
           PERFORM UNTIL WS-WALK-DONE
             IF WS-HR-FIRST-CHILD(WS-NODE-IDX) > 0
               MOVE WS-HR-LEVEL(WS-NODE-IDX) TO WS-STEP-CNT
               MOVE WS-HR-FIRST-CHILD(WS-NODE-IDX) TO WS-NODE-IDX
               COMPUTE WS-HR-LEVEL(WS-NODE-IDX) = WS-STEP-CNT + 1
               PERFORM WRITE-TREE-NODE
             ELSE
               PERFORM UNTIL WS-NODE-IDX = WS-ROOT-IDX
                          OR WS-HR-NEXT-SIB(WS-NODE-IDX) > 0
                 MOVE WS-HR-MGR-IDX(WS-NODE-IDX) TO WS-NODE-IDX
               END-PERFORM
               IF WS-NODE-IDX = WS-ROOT-IDX
                 SET WS-WALK-DONE TO TRUE
               ELSE
                 MOVE WS-HR-LEVEL(WS-NODE-IDX) TO WS-STEP-CNT
                 MOVE WS-HR-NEXT-SIB(WS-NODE-IDX) TO WS-NODE-IDX
                 MOVE WS-STEP-CNT TO WS-HR-LEVEL(WS-NODE-IDX)
                 PERFORM WRITE-TREE-NODE
               END-IF
             END-IF
           END-PERFORM.

       WRITE-TREE-NODE.
           SET WS-HR-SEEN(WS-NODE-IDX) TO TRUE
           IF WS-HR-LEVEL(WS-NODE-IDX) > WS-CO-MAX-LEVEL
             MOVE WS-HR-LEVEL(WS-NODE-IDX) TO WS-CO-MAX-LEVEL
           END-IF
      * Indented two columns a level, up to 30 levels.
           IF WS-HR-LEVEL(WS-NODE-IDX) > 30
             MOVE 30 TO WS-INDENT
           ELSE
             MOVE WS-HR-LEVEL(WS-NODE-IDX) TO WS-INDENT
           END-IF
           COMPUTE WS-LINE-PTR = 5 + (2 * WS-INDENT)
           MOVE SPACES TO HRRPT-LINE
           STRING WS-HR-ID(WS-NODE-IDX) " " WS-HR-DEPT(WS-NODE-IDX)
                  " " WS-HR-UNIT(WS-NODE-IDX)
                  DELIMITED BY SIZE INTO HRRPT-LINE
                  WITH POINTER WS-LINE-PTR
           IF WS-HR-DIRECT(WS-NODE-IDX) > 0
             MOVE WS-HR-DIRECT(WS-NODE-IDX) TO WS-EDIT-CNT
             MOVE WS-HR-TOTAL(WS-NODE-IDX) TO WS-EDIT-CNT2
             STRING "  (" FUNCTION TRIM(WS-EDIT-CNT) " / "
                    FUNCTION TRIM(WS-EDIT-CNT2) ")"
                    DELIMITED BY SIZE INTO HRRPT-LINE
                    WITH POINTER WS-LINE-PTR
           END-IF
           WRITE HRRPT-LINE.

       WRITE-SPAN-OF-CONTROL.
           MOVE "  SPAN OF CONTROL" TO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE ALL "-" TO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE SPACES TO HRRPT-LINE
           STRING "    EMPLOYEE   DEPT    ORG UNIT     DIRECT      ALL"
                  "  REPORTS TO"
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-HR-CNT
             IF WS-HR-DIRECT(WS-IDX) > 0
               ADD 1 TO WS-CO-MANAGER-CNT
               IF WS-HR-DIRECT(WS-IDX) > WS-CO-MAX-SPAN
                 MOVE WS-HR-DIRECT(WS-IDX) TO WS-CO-MAX-SPAN
                 MOVE WS-HR-ID(WS-IDX)     TO WS-CO-MAX-SPAN-ID
               END-IF
               MOVE WS-HR-ID(WS-IDX)     TO RPT-SPAN-ID
               MOVE WS-HR-DEPT(WS-IDX)   TO RPT-SPAN-DEPT
               MOVE WS-HR-UNIT(WS-IDX)   TO RPT-SPAN-UNIT
               MOVE WS-HR-DIRECT(WS-IDX) TO RPT-SPAN-DIRECT
               MOVE WS-HR-TOTAL(WS-IDX)  TO RPT-SPAN-TOTAL
               IF WS-HR-MGR-FOUND(WS-IDX)
                 MOVE WS-HR-MGR-ID(WS-IDX) TO RPT-SPAN-MANAGER
               ELSE
                 MOVE '(TOP)    ' TO RPT-SPAN-MANAGER
               END-IF
               MOVE WS-RPT-SPAN-LINE TO HRRPT-LINE
               WRITE HRRPT-LINE
             END-IF
           END-PERFORM
           MOVE 0 TO WS-CO-AVG-SPAN
           IF WS-CO-MANAGER-CNT > 0
             COMPUTE WS-CO-AVG-SPAN ROUNDED =
                     WS-CO-MANAGED-CNT / WS-CO-MANAGER-CNT
           END-IF
           MOVE WS-CO-MANAGER-CNT TO WS-EDIT-CNT
           MOVE WS-CO-AVG-SPAN TO WS-EDIT-SPAN
           MOVE SPACES TO HRRPT-LINE
           STRING "    MANAGERS : " FUNCTION TRIM(WS-EDIT-CNT)
                  "   AVERAGE SPAN : " FUNCTION TRIM(WS-EDIT-SPAN)
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           IF WS-CO-MANAGER-CNT > 0
             MOVE WS-CO-MAX-SPAN TO WS-EDIT-CNT
             MOVE WS-CO-MAX-LEVEL TO WS-EDIT-CNT2
             MOVE SPACES TO HRRPT-LINE
             STRING "    WIDEST SPAN : " FUNCTION TRIM(WS-EDIT-CNT)
                    " (" WS-CO-MAX-SPAN-ID ")   DEEPEST LINE : "
                    FUNCTION TRIM(WS-EDIT-CNT2) " LEVELS BELOW THE TOP"
                    DELIMITED BY SIZE INTO HRRPT-LINE
             WRITE HRRPT-LINE
           END-IF
           MOVE SPACES TO HRRPT-LINE
           WRITE HRRPT-LINE.

       WRITE-NO-MANAGER.
           MOVE "  NO MANAGER" TO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE ALL "-" TO HRRPT-LINE
           WRITE HRRPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-HR-CNT
             IF WS-HR-NO-MANAGER(WS-IDX)
               PERFORM FILL-ITEM-LINE
               IF WS-HR-DIRECT(WS-IDX) > 0
                 ADD 1 TO WS-CO-TOP-CNT
                 MOVE "TOP OF A REPORTING LINE" TO RPT-ITEM-TEXT
               ELSE
                 ADD 1 TO WS-CO-ALONE-CNT
                 MOVE "NO MANAGER AND NO REPORTS" TO RPT-ITEM-TEXT
               END-IF
               MOVE WS-RPT-ITEM-LINE TO HRRPT-LINE
               WRITE HRRPT-LINE
             END-IF
           END-PERFORM
           MOVE WS-CO-TOP-CNT TO WS-EDIT-CNT
           MOVE WS-CO-ALONE-CNT TO WS-EDIT-CNT2
           MOVE SPACES TO HRRPT-LINE
           STRING "    TOP OF A LINE : " FUNCTION TRIM(WS-EDIT-CNT)
                  "   NO MANAGER AND NO REPORTS : "
                  FUNCTION TRIM(WS-EDIT-CNT2)
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE SPACES TO HRRPT-LINE
           WRITE HRRPT-LINE.

       WRITE-MANAGER-NOT-FOUND.
           MOVE 0 TO WS-SECTION-CNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-HR-CNT
             IF WS-HR-MGR-MISSING(WS-IDX)
               IF WS-SECTION-CNT = 0
                 MOVE "  MANAGER NOT FOUND" TO HRRPT-LINE
                 WRITE HRRPT-LINE
                 MOVE ALL "-" TO HRRPT-LINE
                 WRITE HRRPT-LINE
               END-IF
               ADD 1 TO WS-SECTION-CNT
               ADD 1 TO WS-CO-MISSING-CNT
               PERFORM FILL-ITEM-LINE
               MOVE SPACES TO RPT-ITEM-TEXT
               STRING "MANAGER " WS-HR-MGR-ID(WS-IDX) " (FROM "
                      WS-HR-MGR-DATE(WS-IDX) ") IS NOT ON THE "
                      "REFERENCE" DELIMITED BY SIZE INTO RPT-ITEM-TEXT
               MOVE WS-RPT-ITEM-LINE TO HRRPT-LINE
               WRITE HRRPT-LINE
             END-IF
           END-PERFORM
           IF WS-SECTION-CNT > 0
             MOVE SPACES TO HRRPT-LINE
             WRITE HRRPT-LINE
           END-IF.

       WRITE-REPORTING-CYCLES.
           MOVE 0 TO WS-SECTION-CNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-HR-CNT
             IF WS-HR-MGR-FOUND(WS-IDX) AND NOT WS-HR-SEEN(WS-IDX)
               IF WS-SECTION-CNT = 0
                 MOVE "  REPORTING CYCLE" TO HRRPT-LINE
                 WRITE HRRPT-LINE
                 MOVE ALL "-" TO HRRPT-LINE
                 WRITE HRRPT-LINE
               END-IF
               ADD 1 TO WS-SECTION-CNT
               ADD 1 TO WS-CO-CYCLE-CNT
               PERFORM FILL-ITEM-LINE
               MOVE SPACES TO RPT-ITEM-TEXT
               STRING "REPORTS TO " WS-HR-MGR-ID(WS-IDX)
                      " - THE LINE ABOVE NEVER REACHES A TOP"
                      DELIMITED BY SIZE INTO RPT-ITEM-TEXT
               MOVE WS-RPT-ITEM-LINE TO HRRPT-LINE
               WRITE HRRPT-LINE
             END-IF
           END-PERFORM
           IF WS-SECTION-CNT > 0
             MOVE SPACES TO HRRPT-LINE
             WRITE HRRPT-LINE
           END-IF.

       FILL-ITEM-LINE.
           MOVE WS-HR-ID(WS-IDX)   TO RPT-ITEM-ID
           MOVE WS-HR-DEPT(WS-IDX) TO RPT-ITEM-DEPT
           MOVE WS-HR-UNIT(WS-IDX) TO RPT-ITEM-UNIT.

       WRITE-RUN-TOTALS.
           MOVE "  TOTALS" TO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE ALL "-" TO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE WS-READ-CNT TO WS-EDIT-CNT
           MOVE SPACES TO HRRPT-LINE
           STRING "  REFERENCE RECORDS READ        : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE WS-COMPANY-CNT TO WS-EDIT-CNT
           MOVE SPACES TO HRRPT-LINE
           STRING "  COMPANIES REPORTED            : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE WS-TOT-MANAGER-CNT TO WS-EDIT-CNT
           MOVE SPACES TO HRRPT-LINE
           STRING "  MANAGERS                      : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE WS-TOT-TOP-CNT TO WS-EDIT-CNT
           MOVE SPACES TO HRRPT-LINE
           STRING "  TOP OF A REPORTING LINE       : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE WS-TOT-ALONE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO HRRPT-LINE
           STRING "  NO MANAGER AND NO REPORTS     : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE WS-TOT-MISSING-CNT TO WS-EDIT-CNT
           MOVE SPACES TO HRRPT-LINE
           STRING "  MANAGER NOT FOUND             : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           MOVE WS-TOT-CYCLE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO HRRPT-LINE
           STRING "  IN A REPORTING CYCLE          : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO HRRPT-LINE
           WRITE HRRPT-LINE
           IF WS-HR-LOST-CNT > 0
             MOVE WS-HR-LOST-CNT TO WS-EDIT-CNT
             MOVE SPACES TO HRRPT-LINE
             STRING "  ** NOT REPORTED (OVER 10000)  : " WS-EDIT-CNT
                    " - RERUN WITH PARM FOR THE COMPANY"
                    DELIMITED BY SIZE INTO HRRPT-LINE
             WRITE HRRPT-LINE
           END-IF.

       ABANDON-HIERARCHY-RUN.
           MOVE 9879 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-HIERARCHY-SUMMARY
           GOBACK.

       DISPLAY-HIERARCHY-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYORGHR JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RECORDS READ     : " WS-READ-CNT
           DISPLAY "  COMPANIES        : " WS-COMPANY-CNT
           DISPLAY "  MANAGERS         : " WS-TOT-MANAGER-CNT
           DISPLAY "  NO MANAGER       : " WS-TOT-ALONE-CNT
           DISPLAY "  MANAGER NOT FOUND: " WS-TOT-MISSING-CNT
           DISPLAY "  IN A CYCLE       : " WS-TOT-CYCLE-CNT
           DISPLAY "  NOT REPORTED     : " WS-HR-LOST-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYORGHR'.
