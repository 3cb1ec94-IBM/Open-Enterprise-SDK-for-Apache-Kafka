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
      * MAIN PROGRAM TEAM-MEMBER REFERENCE INTEGRITY CHECK
      ******************************************************************
      * Every employee carries two teamMemberIds pointing at other
      * employees. Nothing on the posting side checks them -- an id
      * can be mistyped at source, point into another company, or be
      * left behind when the member leaves (the tombstone marks the
      * master record a leaver) or an IXYPURGE sweep erases them.
      * This job checks every link against the master as it stands:
      * a. EMPMAST - read in key order into a table, each image
      *    overlaid onto EVENT-DATA for the name and the two ids.
      *    A zero id is an empty slot. A leaver (status T) is held
      *    for the lookups only: their own links are not checked
      *    and they are left off the roster.
      * b. TEAMEXCP - one record per bad link, for a clerk to work:
      *        DANGLING       - the member is on no company's master
      *        CROSS-COMPANY  - the member exists only under another
      *                         company (that company is given)
      *        SELF-REFERENCE - the employee names themself
      *        MEMBER-LEFT    - the member is on the master but has
      *                         left the company
      *        ONE-WAY        - the member exists in the same company
      *                         but does not name the employee back
      *    A one-way link is still a good reference and still appears
      *    on the roster, flagged; the others are left off it.
      * c. TEAMRPT - the exceptions, then a team roster per company
      *    and department built from the good links: each employee
      *    with their team members' names and departments.
      *
      * Return codes: 04 exceptions written; 16 EMPMAST unavailable
      * or more employees than the table holds.
      ******************************************************************
      * Modification history
      * 2026-10-13 : new program.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle. Leavers now
      *              stay on the master, so a link to one is the
      *              new MEMBER-LEFT exception rather than good, and
      *              leavers are kept off the roster.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYTMCHK'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT TEAMEXCP ASSIGN TO TEAMEXCP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-TEAMEXCP-STATUS.

           SELECT TEAMRPT ASSIGN TO TEAMRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-TEAMRPT-STATUS.

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

         FD TEAMEXCP
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TEAM-EXCEPTION-RECORD.

         01 TEAM-EXCEPTION-RECORD.
            05 TMX-REASON         PIC X(16).
            05 TMX-COMPANY        PIC X(03).
            05 TMX-EMPLOYEE-ID    PIC 9(09).
            05 TMX-SLOT           PIC 9(01).
            05 TMX-MEMBER-ID      PIC 9(09).
            05 TMX-MEMBER-COMPANY PIC X(03).
            05 TMX-DEPT-CODE      PIC X(06).
            05 TMX-DETECTED-TS    PIC X(21).
            05 FILLER             PIC X(12).

         FD TEAMRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TEAMRPT-LINE.

         01 TEAMRPT-LINE            PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-TEAMEXCP-STATUS  PIC X(02).
         01 WS-TEAMRPT-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-TABLES-SW        PIC X(01) VALUE 'Y'.
             88 WS-TABLES-OK    VALUE 'Y'.

      * The master in key order -- company + employee id ascending,
      * so LOCATE-EMPLOYEE can halve its way in. Each slot's link
      * is classified by CHECK-TEAM-LINKS:
      *   'V' good, 'O' good but one-way, 'D' dangling,
      *   'X' cross-company, 'S' self-reference, 'L' member left,
      *   space empty.
         01 WS-EMP-MAX          PIC S9(8) BINARY VALUE 20000.
         01 WS-EMP-CNT          PIC S9(8) BINARY VALUE 0.
         01 WS-EMP-TABLE.
            05 WS-EMP-ENTRY OCCURS 20000 TIMES.
              10 WS-EMP-KEY.
                15 WS-EMP-COMPANY    PIC X(03).
                15 WS-EMP-ID         PIC 9(09).
              10 WS-EMP-DEPT         PIC X(06).
              10 WS-EMP-NAME         PIC X(30).
              10 WS-EMP-LEAVER-SW    PIC X(01).
                  88 WS-EMP-LEAVER   VALUE 'Y'.
              10 WS-EMP-SLOT OCCURS 2 TIMES.
                15 WS-EMP-MEMBER-ID  PIC 9(09).
                15 WS-EMP-MEMBER-IDX PIC S9(8) BINARY.
                15 WS-EMP-LINK       PIC X(01).
                    88 WS-LINK-GOOD  VALUE 'V' 'O'.
         01 WS-EMP-IDX          PIC S9(8) BINARY VALUE 0.
         01 WS-MBR-IDX          PIC S9(8) BINARY VALUE 0.
         01 WS-SLOT-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-BACK-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-BACK-SW          PIC X(01).
             88 WS-LINKED-BACK  VALUE 'Y'.

      * Binary search work fields.
         01 WS-LOC-KEY.
            05 WS-LOC-COMPANY   PIC X(03).
            05 WS-LOC-ID        PIC 9(09).
         01 WS-LOC-LOW          PIC S9(8) BINARY VALUE 0.
         01 WS-LOC-HIGH         PIC S9(8) BINARY VALUE 0.
         01 WS-LOC-MID          PIC S9(8) BINARY VALUE 0.
         01 WS-LOC-FOUND-IDX    PIC S9(8) BINARY VALUE 0.
         01 WS-OTHER-COMPANY    PIC X(03).

      * Company + department combinations, for the roster order.
         01 WS-DEPT-MAX         PIC S9(4) BINARY VALUE 500.
         01 WS-DEPT-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-DEPT-TABLE.
            05 WS-DEPT-ENTRY OCCURS 500 TIMES.
              10 WS-DEPT-KEY.
                15 WS-DEPT-COMPANY  PIC X(03).
                15 WS-DEPT-CODE     PIC X(06).
              10 WS-DEPT-PRINTED-SW PIC X(01).
                  88 WS-DEPT-PRINTED VALUE 'Y'.
         01 WS-DEPT-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-DEPT-FOUND-IDX   PIC S9(4) BINARY VALUE 0.
         01 WS-DEPT-NEXT-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-DEPT-PRINT-CNT   PIC S9(4) BINARY VALUE 0.
         01 WS-DEPT-LISTED-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-FIRST-LINE-SW    PIC X(01).
             88 WS-FIRST-LINE   VALUE 'Y'.

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LINK-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-GOOD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-DANGLING-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-CROSS-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-SELF-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEFT-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-ONE-WAY-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-EXCP-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-NO-TEAM-CNT      PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-EXCEPTION.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EXC-REASON      PIC X(16).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EXC-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EXC-EMP-ID      PIC 9(09).
            05 FILLER              PIC X(05) VALUE SPACES.
            05 RPT-EXC-SLOT        PIC 9(01).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EXC-MEMBER-ID   PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EXC-MEMBER-CO   PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EXC-DEPT        PIC X(06).
            05 FILLER              PIC X(68) VALUE SPACES.

         01 WS-RPT-DEPT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(08) VALUE 'COMPANY '.
            05 RPT-DEPT-COMPANY    PIC X(03).
            05 FILLER              PIC X(14) VALUE
                                   '   DEPARTMENT '.
            05 RPT-DEPT-CODE       PIC X(06).
            05 FILLER              PIC X(99) VALUE SPACES.

         01 WS-RPT-ROSTER.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-RST-EMP-ID      PIC X(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-RST-NAME        PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-RST-MEMBER-ID   PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-RST-MEMBER-NAME PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-RST-MEMBER-DEPT PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-RST-LINK        PIC X(08).
            05 FILLER              PIC X(26) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYTMCHK'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at
      * the name and team member ids by name.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "TEAM-MEMBER REFERENCE INTEGRITY CHECK"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-EMPLOYEE-TABLE
           IF RETURN-CODE = 16
             PERFORM DISPLAY-CHECK-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT TEAMEXCP
           OPEN OUTPUT TEAMRPT
           MOVE SPACES TO TEAMRPT-LINE
           STRING "  TEAM-MEMBER REFERENCE EXCEPTIONS AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO TEAMRPT-LINE
           WRITE TEAMRPT-LINE
           MOVE SPACES TO TEAMRPT-LINE
           STRING "  REASON            CO    EMPLOYEE  SLOT     MEMBER"
                  "  MCO  DEPT"
                  DELIMITED BY SIZE INTO TEAMRPT-LINE
           WRITE TEAMRPT-LINE
           MOVE ALL "-" TO TEAMRPT-LINE
           WRITE TEAMRPT-LINE

           PERFORM CHECK-TEAM-LINKS
           IF WS-EXCP-CNT = 0
             MOVE SPACES TO TEAMRPT-LINE
             STRING "  NO EXCEPTIONS"
                    DELIMITED BY SIZE INTO TEAMRPT-LINE
             WRITE TEAMRPT-LINE
           END-IF
           CLOSE TEAMEXCP

           PERFORM PRINT-TEAM-ROSTER
           CLOSE TEAMRPT

           IF WS-EXCP-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-CHECK-SUMMARY
           GOBACK
           .

       LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9809 TO ERRLOG-CODE
             MOVE "IXYTMCHK: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ EMPMAST NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CNT
                 IF WS-EMP-CNT >= WS-EMP-MAX
                   DISPLAY "ERROR : MORE THAN " WS-EMP-MAX
                           " EMPLOYEES - LINKS NOT CHECKED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-EOF TO TRUE
                 ELSE
                   MOVE EMPMAST-EVENT-DATA TO
                          EVENT-DATA(1:LENGTH OF EVENT-DATA)
                   ADD 1 TO WS-EMP-CNT
                   MOVE EMPMAST-COMPANY TO WS-EMP-COMPANY(WS-EMP-CNT)
                   MOVE EMPMAST-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-CNT)
                   MOVE EMPMAST-DEPT-CODE TO WS-EMP-DEPT(WS-EMP-CNT)
                   MOVE fullName TO WS-EMP-NAME(WS-EMP-CNT)
                   IF EMPMAST-TERMINATED
                     SET WS-EMP-LEAVER(WS-EMP-CNT) TO TRUE
                     ADD 1 TO WS-LEAVER-CNT
                   ELSE
                     MOVE 'N' TO WS-EMP-LEAVER-SW(WS-EMP-CNT)
                   END-IF
                   PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                             UNTIL WS-SLOT-IDX > 2
                     IF teamMemberIds(WS-SLOT-IDX) NUMERIC AND
                        NOT WS-EMP-LEAVER(WS-EMP-CNT)
                       MOVE teamMemberIds(WS-SLOT-IDX) TO
                            WS-EMP-MEMBER-ID(WS-EMP-CNT, WS-SLOT-IDX)
                     ELSE
                       MOVE 0 TO
                            WS-EMP-MEMBER-ID(WS-EMP-CNT, WS-SLOT-IDX)
                     END-IF
                     MOVE 0 TO
                          WS-EMP-MEMBER-IDX(WS-EMP-CNT, WS-SLOT-IDX)
                     MOVE SPACE TO
                          WS-EMP-LINK(WS-EMP-CNT, WS-SLOT-IDX)
                   END-PERFORM
                 END-IF
               END-READ
             END-PERFORM
             CLOSE EMPMAST
           END-IF.

       CHECK-TEAM-LINKS.
      *****************************************************************
      * Two passes: the first resolves every slot to its member (or
      * classifies it bad); the second, with every member resolved,
      * looks for the link back.
      *****************************************************************
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-CNT
             PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 2
               IF WS-EMP-MEMBER-ID(WS-EMP-IDX, WS-SLOT-IDX) NOT = 0
                 ADD 1 TO WS-LINK-CNT
                 PERFORM RESOLVE-ONE-LINK
               END-IF
             END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-CNT
             PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 2
               IF WS-EMP-LINK(WS-EMP-IDX, WS-SLOT-IDX) = 'V'
                 PERFORM CHECK-LINK-BACK
               END-IF
             END-PERFORM
           END-PERFORM.

       RESOLVE-ONE-LINK.
           MOVE SPACES TO WS-OTHER-COMPANY
           EVALUATE TRUE
             WHEN WS-EMP-MEMBER-ID(WS-EMP-IDX, WS-SLOT-IDX) =
                  WS-EMP-ID(WS-EMP-IDX)
               MOVE 'S' TO WS-EMP-LINK(WS-EMP-IDX, WS-SLOT-IDX)
               ADD 1 TO WS-SELF-CNT
               MOVE 'SELF-REFERENCE' TO TMX-REASON
               PERFORM WRITE-TEAM-EXCEPTION
             WHEN OTHER
               MOVE WS-EMP-COMPANY(WS-EMP-IDX) TO WS-LOC-COMPANY
               MOVE WS-EMP-MEMBER-ID(WS-EMP-IDX, WS-SLOT-IDX) TO
                    WS-LOC-ID
               PERFORM LOCATE-EMPLOYEE
               IF WS-LOC-FOUND-IDX NOT = 0
                 MOVE WS-LOC-FOUND-IDX TO
                      WS-EMP-MEMBER-IDX(WS-EMP-IDX, WS-SLOT-IDX)
                 IF WS-EMP-LEAVER(WS-LOC-FOUND-IDX)
                   MOVE 'L' TO WS-EMP-LINK(WS-EMP-IDX, WS-SLOT-IDX)
                   ADD 1 TO WS-LEFT-CNT
                   MOVE 'MEMBER-LEFT' TO TMX-REASON
                   PERFORM WRITE-TEAM-EXCEPTION
                 ELSE
                   MOVE 'V' TO WS-EMP-LINK(WS-EMP-IDX, WS-SLOT-IDX)
                   ADD 1 TO WS-GOOD-CNT
                 END-IF
               ELSE
                 PERFORM FIND-IN-OTHER-COMPANY
                 IF WS-OTHER-COMPANY NOT = SPACES
                   MOVE 'X' TO WS-EMP-LINK(WS-EMP-IDX, WS-SLOT-IDX)
                   ADD 1 TO WS-CROSS-CNT
                   MOVE 'CROSS-COMPANY' TO TMX-REASON
                 ELSE
                   MOVE 'D' TO WS-EMP-LINK(WS-EMP-IDX, WS-SLOT-IDX)
                   ADD 1 TO WS-DANGLING-CNT
                   MOVE 'DANGLING' TO TMX-REASON
                 END-IF
                 PERFORM WRITE-TEAM-EXCEPTION
               END-IF
           END-EVALUATE.

       LOCATE-EMPLOYEE.
      *****************************************************************
      * Binary search of the table on company + employee id.
      *****************************************************************
           MOVE 0 TO WS-LOC-FOUND-IDX
           MOVE 1 TO WS-LOC-LOW
           MOVE WS-EMP-CNT TO WS-LOC-HIGH
           PERFORM UNTIL WS-LOC-LOW > WS-LOC-HIGH
                      OR WS-LOC-FOUND-IDX NOT = 0
             COMPUTE WS-LOC-MID = (WS-LOC-LOW + WS-LOC-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-EMP-KEY(WS-LOC-MID) = WS-LOC-KEY
                 MOVE WS-LOC-MID TO WS-LOC-FOUND-IDX
               WHEN WS-EMP-KEY(WS-LOC-MID) < WS-LOC-KEY
                 COMPUTE WS-LOC-LOW = WS-LOC-MID + 1
               WHEN OTHER
                 COMPUTE WS-LOC-HIGH = WS-LOC-MID - 1
             END-EVALUATE
           END-PERFORM.

       FIND-IN-OTHER-COMPANY.
      *****************************************************************
      * Only reached for a link that missed in its own company -- a
      * straight pass for the id under any company.
      *****************************************************************
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                     UNTIL WS-MBR-IDX > WS-EMP-CNT
                        OR WS-OTHER-COMPANY NOT = SPACES
             IF WS-EMP-ID(WS-MBR-IDX) = WS-LOC-ID
               MOVE WS-EMP-COMPANY(WS-MBR-IDX) TO WS-OTHER-COMPANY
             END-IF
           END-PERFORM.

       CHECK-LINK-BACK.
           MOVE WS-EMP-MEMBER-IDX(WS-EMP-IDX, WS-SLOT-IDX) TO WS-MBR-IDX
           MOVE 'N' TO WS-BACK-SW
           PERFORM VARYING WS-BACK-IDX FROM 1 BY 1
                     UNTIL WS-BACK-IDX > 2
             IF WS-EMP-MEMBER-ID(WS-MBR-IDX, WS-BACK-IDX) =
                WS-EMP-ID(WS-EMP-IDX)
               SET WS-LINKED-BACK TO TRUE
             END-IF
           END-PERFORM
           IF NOT WS-LINKED-BACK
             MOVE 'O' TO WS-EMP-LINK(WS-EMP-IDX, WS-SLOT-IDX)
             ADD 1 TO WS-ONE-WAY-CNT
             MOVE SPACES TO WS-OTHER-COMPANY
             MOVE 'ONE-WAY' TO TMX-REASON
             PERFORM WRITE-TEAM-EXCEPTION
           END-IF.

       WRITE-TEAM-EXCEPTION.
           MOVE WS-EMP-COMPANY(WS-EMP-IDX) TO TMX-COMPANY
           MOVE WS-EMP-ID(WS-EMP-IDX)      TO TMX-EMPLOYEE-ID
           MOVE WS-SLOT-IDX                TO TMX-SLOT
           MOVE WS-EMP-MEMBER-ID(WS-EMP-IDX, WS-SLOT-IDX) TO
                TMX-MEMBER-ID
           MOVE WS-OTHER-COMPANY           TO TMX-MEMBER-COMPANY
           MOVE WS-EMP-DEPT(WS-EMP-IDX)    TO TMX-DEPT-CODE
           MOVE WS-JOB-START-TS(1:21)      TO TMX-DETECTED-TS
           WRITE TEAM-EXCEPTION-RECORD
           ADD 1 TO WS-EXCP-CNT

           MOVE TMX-REASON         TO RPT-EXC-REASON
           MOVE TMX-COMPANY        TO RPT-EXC-COMPANY
           MOVE TMX-EMPLOYEE-ID    TO RPT-EXC-EMP-ID
           MOVE TMX-SLOT           TO RPT-EXC-SLOT
           MOVE TMX-MEMBER-ID      TO RPT-EXC-MEMBER-ID
           MOVE TMX-MEMBER-COMPANY TO RPT-EXC-MEMBER-CO
           MOVE TMX-DEPT-CODE      TO RPT-EXC-DEPT
           MOVE WS-RPT-EXCEPTION TO TEAMRPT-LINE
           WRITE TEAMRPT-LINE.

       PRINT-TEAM-ROSTER.
      *****************************************************************
      * One block per company + department, smallest unprinted
      * first; within it the employees in id order, each with the
      * members their good links reach.
      *****************************************************************
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-CNT
             IF NOT WS-EMP-LEAVER(WS-EMP-IDX)
               PERFORM LOCATE-DEPARTMENT
             END-IF
           END-PERFORM

           MOVE SPACES TO TEAMRPT-LINE
           WRITE TEAMRPT-LINE
           MOVE SPACES TO TEAMRPT-LINE
           STRING "  TEAM ROSTER BY DEPARTMENT"
                  DELIMITED BY SIZE INTO TEAMRPT-LINE
           WRITE TEAMRPT-LINE
           MOVE 0 TO WS-DEPT-PRINT-CNT
           PERFORM UNTIL WS-DEPT-PRINT-CNT >= WS-DEPT-CNT
             MOVE 0 TO WS-DEPT-NEXT-IDX
             PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-CNT
               IF NOT WS-DEPT-PRINTED(WS-DEPT-IDX)
                 IF WS-DEPT-NEXT-IDX = 0
                   MOVE WS-DEPT-IDX TO WS-DEPT-NEXT-IDX
                 ELSE
                   IF WS-DEPT-KEY(WS-DEPT-IDX) <
                      WS-DEPT-KEY(WS-DEPT-NEXT-IDX)
                     MOVE WS-DEPT-IDX TO WS-DEPT-NEXT-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             SET WS-DEPT-PRINTED(WS-DEPT-NEXT-IDX) TO TRUE
             ADD 1 TO WS-DEPT-PRINT-CNT
             PERFORM PRINT-DEPARTMENT-ROSTER
           END-PERFORM.

       LOCATE-DEPARTMENT.
           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                     UNTIL WS-DEPT-IDX > WS-DEPT-CNT
                        OR WS-DEPT-FOUND-IDX NOT = 0
             IF WS-DEPT-COMPANY(WS-DEPT-IDX) =
                          WS-EMP-COMPANY(WS-EMP-IDX) AND
                WS-DEPT-CODE(WS-DEPT-IDX) = WS-EMP-DEPT(WS-EMP-IDX)
               MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-IDX = 0
             IF WS-DEPT-CNT >= WS-DEPT-MAX
               IF WS-TABLES-OK
                 DISPLAY "ERROR : MORE THAN " WS-DEPT-MAX
                         " DEPARTMENTS - ROSTER INCOMPLETE"
                 MOVE 'N' TO WS-TABLES-SW
                 MOVE 16 TO RETURN-CODE
               END-IF
             ELSE
               ADD 1 TO WS-DEPT-CNT
               MOVE WS-EMP-COMPANY(WS-EMP-IDX) TO
                    WS-DEPT-COMPANY(WS-DEPT-CNT)
               MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-DEPT-CODE(WS-DEPT-CNT)
               MOVE 'N' TO WS-DEPT-PRINTED-SW(WS-DEPT-CNT)
             END-IF
           END-IF.

       PRINT-DEPARTMENT-ROSTER.
           MOVE SPACES TO TEAMRPT-LINE
           WRITE TEAMRPT-LINE
           MOVE WS-DEPT-COMPANY(WS-DEPT-NEXT-IDX) TO RPT-DEPT-COMPANY
           IF WS-DEPT-CODE(WS-DEPT-NEXT-IDX) = SPACES
             MOVE '(NONE)' TO RPT-DEPT-CODE
           ELSE
             MOVE WS-DEPT-CODE(WS-DEPT-NEXT-IDX) TO RPT-DEPT-CODE
           END-IF
           MOVE WS-RPT-DEPT-LINE TO TEAMRPT-LINE
           WRITE TEAMRPT-LINE
           MOVE SPACES TO TEAMRPT-LINE
           STRING "     EMPLOYEE  NAME                               "
                  "MEMBER  MEMBER NAME                     DEPT    LINK"
                  DELIMITED BY SIZE INTO TEAMRPT-LINE
           WRITE TEAMRPT-LINE
           MOVE 0 TO WS-DEPT-LISTED-CNT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-CNT
             IF WS-EMP-COMPANY(WS-EMP-IDX) =
                          WS-DEPT-COMPANY(WS-DEPT-NEXT-IDX) AND
                WS-EMP-DEPT(WS-EMP-IDX) =
                          WS-DEPT-CODE(WS-DEPT-NEXT-IDX) AND
                NOT WS-EMP-LEAVER(WS-EMP-IDX)
               PERFORM PRINT-EMPLOYEE-TEAM
             END-IF
           END-PERFORM
           IF WS-DEPT-LISTED-CNT = 0
             MOVE SPACES TO TEAMRPT-LINE
             STRING "    NO GOOD TEAM LINKS IN THIS DEPARTMENT"
                    DELIMITED BY SIZE INTO TEAMRPT-LINE
             WRITE TEAMRPT-LINE
           END-IF.

       PRINT-EMPLOYEE-TEAM.
           SET WS-FIRST-LINE TO TRUE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                     UNTIL WS-SLOT-IDX > 2
             IF WS-LINK-GOOD(WS-EMP-IDX, WS-SLOT-IDX)
               IF WS-FIRST-LINE
                 MOVE WS-EMP-ID(WS-EMP-IDX)   TO RPT-RST-EMP-ID
                 MOVE WS-EMP-NAME(WS-EMP-IDX) TO RPT-RST-NAME
                 MOVE 'N' TO WS-FIRST-LINE-SW
                 ADD 1 TO WS-DEPT-LISTED-CNT
               ELSE
                 MOVE SPACES TO RPT-RST-EMP-ID
                 MOVE SPACES TO RPT-RST-NAME
               END-IF
               MOVE WS-EMP-MEMBER-IDX(WS-EMP-IDX, WS-SLOT-IDX) TO
                    WS-MBR-IDX
               MOVE WS-EMP-ID(WS-MBR-IDX)   TO RPT-RST-MEMBER-ID
               MOVE WS-EMP-NAME(WS-MBR-IDX) TO RPT-RST-MEMBER-NAME
               MOVE WS-EMP-DEPT(WS-MBR-IDX) TO RPT-RST-MEMBER-DEPT
               IF WS-EMP-LINK(WS-EMP-IDX, WS-SLOT-IDX) = 'O'
                 MOVE 'ONE-WAY ' TO RPT-RST-LINK
               ELSE
                 MOVE SPACES TO RPT-RST-LINK
               END-IF
               MOVE WS-RPT-ROSTER TO TEAMRPT-LINE
               WRITE TEAMRPT-LINE
             END-IF
           END-PERFORM
           IF WS-FIRST-LINE
             ADD 1 TO WS-NO-TEAM-CNT
           END-IF.

       DISPLAY-CHECK-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYTMCHK JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  LINKS CHECKED    : " WS-LINK-CNT
           DISPLAY "  GOOD LINKS       : " WS-GOOD-CNT
           DISPLAY "    ONE-WAY        : " WS-ONE-WAY-CNT
           DISPLAY "  DANGLING         : " WS-DANGLING-CNT
           DISPLAY "  CROSS-COMPANY    : " WS-CROSS-CNT
           DISPLAY "  SELF-REFERENCE   : " WS-SELF-CNT
           DISPLAY "  MEMBER-LEFT      : " WS-LEFT-CNT
           DISPLAY "  LEAVERS ON FILE  : " WS-LEAVER-CNT
           DISPLAY "  EXCEPTIONS       : " WS-EXCP-CNT
           DISPLAY "  WITHOUT A TEAM   : " WS-NO-TEAM-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYTMCHK'.
