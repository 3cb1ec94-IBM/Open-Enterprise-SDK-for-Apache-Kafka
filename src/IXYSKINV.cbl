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
      * MAIN PROGRAM SKILLS AND CERTIFICATION INVENTORY
      ******************************************************************
      * IXYPAV31 carries up to 24 skills and 24 certifications (with
      * their scores) per employee into the event, and they land in
      * the master image. This job turns them round into an inventory:
      * a. EMPMAST  - read in key order; each image is overlaid onto
      *    EVENT-DATA to get at the skills and certifications.
      *    Leavers (status T) are skipped -- the inventory is of the
      *    skills the company holds now.
      * b. SKILLXRF - the skill/certification-to-employee cross
      *    reference, rebuilt from scratch on every run. One KSDS
      *    entry per employee per skill or certification, keyed type
      *    ('S' skill, 'C' certification) + name (upper case) +
      *    company + employeeId, so everyone holding a skill sits
      *    side by side; the entry carries the score, department,
      *    country and name.
      * c. SKLCARDS - optional search cards, fixed columns:
      *        cols 1-6   SKILL or CERT
      *        cols 8-10  company code -- spaces means the legacy
      *                   single-company stream, '*' in col 8 every
      *                   company.
      *        cols 12-41 skill or certification name; a trailing
      *                   '*' matches every name starting with it
      *                   ("AWS*" finds every AWS certification)
      *        cols 43-45 CERT only: minimum score (blank = any)
      *        cols 47-66 country (blank = any)
      *    '*' in column one is a comment; blank cards are skipped.
      * d. SKILLRPT - the skills matrix by company and department
      *    (each skill and certification held there, how many hold
      *    it and, for certifications, the average score), then the
      *    answer to each search card.
      *
      * Return codes: 08 invalid search card; 16 EMPMAST or SKILLXRF
      * unavailable, or more departments or matrix entries than the
      * tables hold.
      ******************************************************************
      * Modification history
      * 2026-10-12 : new program.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle; leavers are
      *              left out of SKILLXRF and the matrix.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYSKINV'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT SKILLXRF ASSIGN TO SKILLXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SKX-KEY
           FILE STATUS  IS WS-SKILLXRF-STATUS.

           SELECT SKLCARDS ASSIGN TO SKLCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SKLCARDS-STATUS.

           SELECT SKILLRPT ASSIGN TO SKILLRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SKILLRPT-STATUS.

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

         FD SKILLXRF
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD     IS  SKILL-XREF-RECORD.

         01 SKILL-XREF-RECORD.
            05 SKX-KEY.
               10 SKX-TYPE           PIC X(01).
                  88 SKX-SKILL       VALUE 'S'.
                  88 SKX-CERT        VALUE 'C'.
               10 SKX-NAME           PIC X(30).
               10 SKX-COMPANY        PIC X(03).
               10 SKX-EMPLOYEE-ID    PIC 9(09).
            05 SKX-SCORE             PIC 9(03).
            05 SKX-DEPT-CODE         PIC X(06).
            05 SKX-COUNTRY           PIC X(20).
            05 SKX-FULL-NAME         PIC X(30).
            05 FILLER                PIC X(08).

         FD SKLCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SKILL-SEARCH-CARD.

         01 SKILL-SEARCH-CARD.
            05 SKC-TYPE           PIC X(06).
                88 SKC-SKILL      VALUE 'SKILL '.
                88 SKC-CERT       VALUE 'CERT  '.
            05 FILLER             PIC X(01).
            05 SKC-COMPANY        PIC X(03).
            05 FILLER             PIC X(01).
            05 SKC-NAME           PIC X(30).
            05 FILLER             PIC X(01).
            05 SKC-MIN-SCORE      PIC X(03).
            05 SKC-MIN-SCORE-N REDEFINES SKC-MIN-SCORE
                                  PIC 9(03).
            05 FILLER             PIC X(01).
            05 SKC-COUNTRY        PIC X(20).
            05 FILLER             PIC X(14).

         FD SKILLRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SKILLRPT-LINE.

         01 SKILLRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-SKILLXRF-STATUS  PIC X(02).
         01 WS-SKLCARDS-STATUS  PIC X(02).
         01 WS-SKILLRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-SCAN-EOF-SW      PIC X(01).
             88 WS-SCAN-EOF     VALUE 'Y'.
             88 WS-SCAN-NOT-EOF VALUE 'N'.
         01 WS-XREF-SW          PIC X(01) VALUE 'N'.
             88 WS-XREF-BUILT   VALUE 'Y'.
         01 WS-TABLES-SW        PIC X(01) VALUE 'Y'.
             88 WS-TABLES-OK    VALUE 'Y'.

         01 WS-ITEM-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-ITEM-NAME        PIC X(30).
         01 WS-EMP-COUNTRY      PIC X(20).

      * Company + department combinations seen, for the matrix
      * order.
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

      * One entry per company + department + skill or certification,
      * built from SKILLXRF read in key order -- so the entries of
      * one name sit together, in name order, and a department's
      * entries print alphabetically.
         01 WS-MTX-MAX          PIC S9(8) BINARY VALUE 20000.
         01 WS-MTX-CNT          PIC S9(8) BINARY VALUE 0.
         01 WS-MTX-TABLE.
            05 WS-MTX-ENTRY OCCURS 20000 TIMES.
              10 WS-MTX-COMPANY    PIC X(03).
              10 WS-MTX-DEPT       PIC X(06).
              10 WS-MTX-TYPE       PIC X(01).
              10 WS-MTX-NAME       PIC X(30).
              10 WS-MTX-HOLDERS    PIC S9(9) BINARY.
              10 WS-MTX-SCORE-SUM  PIC S9(11) BINARY.
         01 WS-MTX-IDX          PIC S9(8) BINARY VALUE 0.
         01 WS-MTX-FOUND-IDX    PIC S9(8) BINARY VALUE 0.
         01 WS-MTX-GROUP-START  PIC S9(8) BINARY VALUE 1.
         01 WS-PREV-XREF-NAME.
            05 WS-PREV-TYPE     PIC X(01).
            05 WS-PREV-NAME     PIC X(30).

      * The search card being answered.
         01 WS-SRCH-COMPANY     PIC X(03).
         01 WS-SRCH-ALL-CO-SW   PIC X(01).
             88 WS-SRCH-ALL-CO  VALUE 'Y'.
         01 WS-SRCH-TYPE        PIC X(01).
         01 WS-SRCH-NAME        PIC X(30).
         01 WS-SRCH-LEN         PIC S9(4) BINARY VALUE 0.
         01 WS-SRCH-PREFIX-SW   PIC X(01).
             88 WS-SRCH-PREFIX  VALUE 'Y'.
         01 WS-SRCH-MIN-SCORE   PIC 9(03).
         01 WS-SRCH-COUNTRY     PIC X(20).
         01 WS-SRCH-HIT-CNT     PIC S9(9) BINARY VALUE 0.

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-SKILL-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-CERT-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-DUP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-BAD-CARD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-AVG-SCORE        PIC 9(03).

         01 WS-RPT-DEPT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(08) VALUE 'COMPANY '.
            05 RPT-DEPT-COMPANY    PIC X(03).
            05 FILLER              PIC X(14) VALUE
                                   '   DEPARTMENT '.
            05 RPT-DEPT-CODE       PIC X(06).
            05 FILLER              PIC X(99) VALUE SPACES.

         01 WS-RPT-MATRIX.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-MTX-TYPE        PIC X(05).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-MTX-NAME        PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-MTX-HOLDERS     PIC ZZZZZZ9.
            05 FILLER              PIC X(08) VALUE SPACES.
            05 RPT-MTX-SCORE       PIC ZZ9 BLANK WHEN ZERO.
            05 FILLER              PIC X(71) VALUE SPACES.

         01 WS-RPT-HOLDER.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-HLD-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-HLD-EMP-ID      PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-HLD-NAME        PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-HLD-DEPT        PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-HLD-COUNTRY     PIC X(20).
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-HLD-SCORE       PIC ZZ9 BLANK WHEN ZERO.
            05 FILLER              PIC X(45) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYSKINV'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at
      * the skills and certifications by name.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "SKILLS AND CERTIFICATION INVENTORY"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM BUILD-SKILL-XREF
           OPEN OUTPUT SKILLRPT
           MOVE SPACES TO SKILLRPT-LINE
           STRING "  SKILLS AND CERTIFICATION INVENTORY AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO SKILLRPT-LINE
           WRITE SKILLRPT-LINE
           MOVE ALL "-" TO SKILLRPT-LINE
           WRITE SKILLRPT-LINE

           IF WS-XREF-BUILT
             PERFORM BUILD-SKILLS-MATRIX
             PERFORM PRINT-SKILLS-MATRIX
             PERFORM ANSWER-SEARCH-CARDS
           END-IF
           CLOSE SKILLRPT
           PERFORM DISPLAY-INVENTORY-SUMMARY
           GOBACK
           .

       BUILD-SKILL-XREF.
      *****************************************************************
      * OPEN OUTPUT empties SKILLXRF; one entry is written per skill
      * and certification of every master record. An employee who
      * lists the same name twice gets one entry (the first).
      *****************************************************************
           OPEN OUTPUT SKILLXRF
           IF WS-SKILLXRF-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN SKILLXRF, FILE STATUS "
                     WS-SKILLXRF-STATUS
             MOVE 9807 TO ERRLOG-CODE
             MOVE "IXYSKINV: UNABLE TO OPEN SKILLXRF" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT EMPMAST
             IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                       WS-EMPMAST-STATUS
               MOVE 9808 TO ERRLOG-CODE
               MOVE "IXYSKINV: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
             ELSE
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
                     PERFORM POST-EMPLOYEE-ITEMS
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE EMPMAST
               SET WS-XREF-BUILT TO TRUE
             END-IF
             CLOSE SKILLXRF
           END-IF.

       POST-EMPLOYEE-ITEMS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(country LEADING))
                                    TO WS-EMP-COUNTRY
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                     UNTIL WS-ITEM-IDX > 24
             IF skills(WS-ITEM-IDX) NOT = SPACES
               MOVE 'S' TO SKX-TYPE
               MOVE FUNCTION UPPER-CASE(
                      FUNCTION TRIM(skills(WS-ITEM-IDX) LEADING))
                                    TO WS-ITEM-NAME
               MOVE 0 TO SKX-SCORE
               PERFORM WRITE-XREF-ENTRY
             END-IF
             IF certificationName(WS-ITEM-IDX) NOT = SPACES
               MOVE 'C' TO SKX-TYPE
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(certificationName(WS-ITEM-IDX)
                                 LEADING))
                                    TO WS-ITEM-NAME
               IF certificationScore(WS-ITEM-IDX) NUMERIC
                 MOVE certificationScore(WS-ITEM-IDX) TO SKX-SCORE
               ELSE
                 MOVE 0 TO SKX-SCORE
               END-IF
               PERFORM WRITE-XREF-ENTRY
             END-IF
           END-PERFORM.

       WRITE-XREF-ENTRY.
           MOVE WS-ITEM-NAME        TO SKX-NAME
           MOVE EMPMAST-COMPANY     TO SKX-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO SKX-EMPLOYEE-ID
           MOVE EMPMAST-DEPT-CODE   TO SKX-DEPT-CODE
           MOVE WS-EMP-COUNTRY      TO SKX-COUNTRY
           MOVE fullName            TO SKX-FULL-NAME
           WRITE SKILL-XREF-RECORD
             INVALID KEY
               ADD 1 TO WS-DUP-CNT
             NOT INVALID KEY
               IF SKX-SKILL
                 ADD 1 TO WS-SKILL-CNT
               ELSE
                 ADD 1 TO WS-CERT-CNT
               END-IF
           END-WRITE.

       BUILD-SKILLS-MATRIX.
      *****************************************************************
      * SKILLXRF read front to back, in name order. A name's matrix
      * entries are all added after the previous name's, so only the
      * entries from the start of the current name need searching.
      *****************************************************************
           OPEN INPUT SKILLXRF
           SET WS-NOT-EOF TO TRUE
           MOVE SPACES TO WS-PREV-XREF-NAME
           PERFORM UNTIL WS-EOF
             READ SKILLXRF NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF SKX-TYPE NOT = WS-PREV-TYPE OR
                  SKX-NAME NOT = WS-PREV-NAME
                 MOVE SKX-TYPE TO WS-PREV-TYPE
                 MOVE SKX-NAME TO WS-PREV-NAME
                 COMPUTE WS-MTX-GROUP-START = WS-MTX-CNT + 1
               END-IF
               PERFORM LOCATE-DEPARTMENT
               PERFORM LOCATE-MATRIX-ENTRY
               IF WS-MTX-FOUND-IDX NOT = 0
                 ADD 1 TO WS-MTX-HOLDERS(WS-MTX-FOUND-IDX)
                 ADD SKX-SCORE TO WS-MTX-SCORE-SUM(WS-MTX-FOUND-IDX)
               END-IF
             END-READ
           END-PERFORM
           CLOSE SKILLXRF.

       LOCATE-DEPARTMENT.
           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                     UNTIL WS-DEPT-IDX > WS-DEPT-CNT
                        OR WS-DEPT-FOUND-IDX NOT = 0
             IF WS-DEPT-COMPANY(WS-DEPT-IDX) = SKX-COMPANY AND
                WS-DEPT-CODE(WS-DEPT-IDX) = SKX-DEPT-CODE
               MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-IDX = 0
             IF WS-DEPT-CNT >= WS-DEPT-MAX
               IF WS-TABLES-OK
                 DISPLAY "ERROR : MORE THAN " WS-DEPT-MAX
                         " DEPARTMENTS - MATRIX INCOMPLETE"
                 MOVE 'N' TO WS-TABLES-SW
                 MOVE 16 TO RETURN-CODE
               END-IF
             ELSE
               ADD 1 TO WS-DEPT-CNT
               MOVE SKX-COMPANY   TO WS-DEPT-COMPANY(WS-DEPT-CNT)
               MOVE SKX-DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-CNT)
               MOVE 'N' TO WS-DEPT-PRINTED-SW(WS-DEPT-CNT)
             END-IF
           END-IF.

       LOCATE-MATRIX-ENTRY.
           MOVE 0 TO WS-MTX-FOUND-IDX
           PERFORM VARYING WS-MTX-IDX FROM WS-MTX-GROUP-START BY 1
                     UNTIL WS-MTX-IDX > WS-MTX-CNT
                        OR WS-MTX-FOUND-IDX NOT = 0
             IF WS-MTX-COMPANY(WS-MTX-IDX) = SKX-COMPANY AND
                WS-MTX-DEPT(WS-MTX-IDX) = SKX-DEPT-CODE
               MOVE WS-MTX-IDX TO WS-MTX-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-MTX-FOUND-IDX = 0
             IF WS-MTX-CNT >= WS-MTX-MAX
               IF WS-TABLES-OK
                 DISPLAY "ERROR : MORE THAN " WS-MTX-MAX
                         " MATRIX ENTRIES - MATRIX INCOMPLETE"
                 MOVE 'N' TO WS-TABLES-SW
                 MOVE 16 TO RETURN-CODE
               END-IF
             ELSE
               ADD 1 TO WS-MTX-CNT
               MOVE WS-MTX-CNT    TO WS-MTX-FOUND-IDX
               MOVE SKX-COMPANY   TO WS-MTX-COMPANY(WS-MTX-CNT)
               MOVE SKX-DEPT-CODE TO WS-MTX-DEPT(WS-MTX-CNT)
               MOVE SKX-TYPE      TO WS-MTX-TYPE(WS-MTX-CNT)
               MOVE SKX-NAME      TO WS-MTX-NAME(WS-MTX-CNT)
               MOVE 0 TO WS-MTX-HOLDERS(WS-MTX-CNT)
               MOVE 0 TO WS-MTX-SCORE-SUM(WS-MTX-CNT)
             END-IF
           END-IF.

       PRINT-SKILLS-MATRIX.
      *****************************************************************
      * One block per company + department, smallest unprinted first;
      * within it the skills, then the certifications, by name.
      *****************************************************************
           MOVE SPACES TO SKILLRPT-LINE
           STRING "  SKILLS MATRIX BY DEPARTMENT"
                  DELIMITED BY SIZE INTO SKILLRPT-LINE
           WRITE SKILLRPT-LINE
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
             PERFORM PRINT-DEPARTMENT-BLOCK
           END-PERFORM.

       PRINT-DEPARTMENT-BLOCK.
           MOVE SPACES TO SKILLRPT-LINE
           WRITE SKILLRPT-LINE
           MOVE WS-DEPT-COMPANY(WS-DEPT-NEXT-IDX) TO RPT-DEPT-COMPANY
           IF WS-DEPT-CODE(WS-DEPT-NEXT-IDX) = SPACES
             MOVE '(NONE)' TO RPT-DEPT-CODE
           ELSE
             MOVE WS-DEPT-CODE(WS-DEPT-NEXT-IDX) TO RPT-DEPT-CODE
           END-IF
           MOVE WS-RPT-DEPT-LINE TO SKILLRPT-LINE
           WRITE SKILLRPT-LINE
           MOVE SPACES TO SKILLRPT-LINE
           STRING "    TYPE   NAME                          EMPLOYEES"
                  "  AVG SCORE"
                  DELIMITED BY SIZE INTO SKILLRPT-LINE
           WRITE SKILLRPT-LINE
           PERFORM VARYING WS-MTX-IDX FROM 1 BY 1
                     UNTIL WS-MTX-IDX > WS-MTX-CNT
             IF WS-MTX-COMPANY(WS-MTX-IDX) =
                         WS-DEPT-COMPANY(WS-DEPT-NEXT-IDX) AND
                WS-MTX-DEPT(WS-MTX-IDX) =
                         WS-DEPT-CODE(WS-DEPT-NEXT-IDX)
               IF WS-MTX-TYPE(WS-MTX-IDX) = 'S'
                 MOVE 'SKILL' TO RPT-MTX-TYPE
                 MOVE 0 TO WS-AVG-SCORE
               ELSE
                 MOVE 'CERT ' TO RPT-MTX-TYPE
                 COMPUTE WS-AVG-SCORE ROUNDED =
                         WS-MTX-SCORE-SUM(WS-MTX-IDX) /
                         WS-MTX-HOLDERS(WS-MTX-IDX)
               END-IF
               MOVE WS-MTX-NAME(WS-MTX-IDX)    TO RPT-MTX-NAME
               MOVE WS-MTX-HOLDERS(WS-MTX-IDX) TO RPT-MTX-HOLDERS
               MOVE WS-AVG-SCORE               TO RPT-MTX-SCORE
               MOVE WS-RPT-MATRIX TO SKILLRPT-LINE
               WRITE SKILLRPT-LINE
             END-IF
           END-PERFORM.

       ANSWER-SEARCH-CARDS.
      *****************************************************************
      * SKLCARDS is optional -- without it the run is the inventory
      * only.
      *****************************************************************
           OPEN INPUT SKLCARDS
           IF WS-SKLCARDS-STATUS = '00'
             OPEN INPUT SKILLXRF
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ SKLCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF SKILL-SEARCH-CARD(1:1) = '*' OR
                    SKILL-SEARCH-CARD = SPACES
                   CONTINUE
                 ELSE
                   PERFORM ANSWER-ONE-SEARCH
                 END-IF
               END-READ
             END-PERFORM
             CLOSE SKILLXRF
             CLOSE SKLCARDS
           END-IF.

       ANSWER-ONE-SEARCH.
           MOVE SPACES TO SKILLRPT-LINE
           WRITE SKILLRPT-LINE
           MOVE SPACES TO SKILLRPT-LINE
           STRING "  SEARCH : " SKILL-SEARCH-CARD(1:66)
                  DELIMITED BY SIZE INTO SKILLRPT-LINE
           WRITE SKILLRPT-LINE

           MOVE SPACE TO WS-SRCH-TYPE
           MOVE SKC-COMPANY TO WS-SRCH-COMPANY
           MOVE 'N' TO WS-SRCH-ALL-CO-SW
           IF SKC-COMPANY(1:1) = '*'
             SET WS-SRCH-ALL-CO TO TRUE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SKC-NAME LEADING))
                                    TO WS-SRCH-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SKC-COUNTRY LEADING))
                                    TO WS-SRCH-COUNTRY
           MOVE 0 TO WS-SRCH-LEN
           IF WS-SRCH-NAME NOT = SPACES
             COMPUTE WS-SRCH-LEN =
                     FUNCTION LENGTH(FUNCTION TRIM(WS-SRCH-NAME))
           END-IF
           MOVE 'N' TO WS-SRCH-PREFIX-SW
           IF WS-SRCH-LEN > 0
             IF WS-SRCH-NAME(WS-SRCH-LEN:1) = '*'
               SET WS-SRCH-PREFIX TO TRUE
               MOVE SPACE TO WS-SRCH-NAME(WS-SRCH-LEN:1)
               SUBTRACT 1 FROM WS-SRCH-LEN
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN NOT (SKC-SKILL OR SKC-CERT) OR WS-SRCH-LEN = 0
               MOVE 'N' TO WS-SRCH-TYPE
             WHEN SKC-MIN-SCORE = SPACES
               MOVE 0 TO WS-SRCH-MIN-SCORE
             WHEN SKC-MIN-SCORE-N NUMERIC AND SKC-CERT
               MOVE SKC-MIN-SCORE-N TO WS-SRCH-MIN-SCORE
             WHEN OTHER
               MOVE 'N' TO WS-SRCH-TYPE
           END-EVALUATE
           IF WS-SRCH-TYPE = 'N'
             DISPLAY "ERROR : INVALID SKILL SEARCH CARD : "
                     SKILL-SEARCH-CARD(1:66)
             ADD 1 TO WS-BAD-CARD-CNT
             MOVE 8 TO RETURN-CODE
             MOVE SPACES TO SKILLRPT-LINE
             STRING "    REFUSED - TYPE MUST BE SKILL OR CERT WITH A "
                    "NAME IN COLS 12-41; A MINIMUM SCORE (CERT ONLY) "
                    "MUST BE NUMERIC"
                    DELIMITED BY SIZE INTO SKILLRPT-LINE
             WRITE SKILLRPT-LINE
             MOVE SPACE TO WS-SRCH-TYPE
           ELSE
             ADD 1 TO WS-CARD-CNT
             IF SKC-SKILL
               MOVE 'S' TO WS-SRCH-TYPE
             ELSE
               MOVE 'C' TO WS-SRCH-TYPE
             END-IF
             PERFORM SCAN-SKILL-XREF
           END-IF.

       SCAN-SKILL-XREF.
           MOVE SPACES TO SKILLRPT-LINE
           STRING "    CO    EMPLOYEE  NAME                            "
                  "DEPT    COUNTRY               SCORE"
                  DELIMITED BY SIZE INTO SKILLRPT-LINE
           WRITE SKILLRPT-LINE
           MOVE 0 TO WS-SRCH-HIT-CNT
           MOVE SPACES TO WS-PREV-NAME
           MOVE LOW-VALUES   TO SKX-KEY
           MOVE WS-SRCH-TYPE TO SKX-TYPE
           MOVE WS-SRCH-NAME(1:WS-SRCH-LEN) TO SKX-NAME(1:WS-SRCH-LEN)
           SET WS-SCAN-NOT-EOF TO TRUE
           START SKILLXRF KEY IS NOT LESS THAN SKX-KEY
             INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
             READ SKILLXRF NEXT
             AT END SET WS-SCAN-EOF TO TRUE
             NOT AT END
               IF SKX-TYPE NOT = WS-SRCH-TYPE OR
                  SKX-NAME(1:WS-SRCH-LEN) NOT =
                           WS-SRCH-NAME(1:WS-SRCH-LEN)
                 SET WS-SCAN-EOF TO TRUE
               ELSE
                 IF (WS-SRCH-PREFIX OR SKX-NAME = WS-SRCH-NAME) AND
                    (WS-SRCH-ALL-CO OR
                     SKX-COMPANY = WS-SRCH-COMPANY) AND
                    SKX-SCORE >= WS-SRCH-MIN-SCORE AND
                    (WS-SRCH-COUNTRY = SPACES OR
                     SKX-COUNTRY = WS-SRCH-COUNTRY)
                   PERFORM WRITE-HOLDER-LINE
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           MOVE SPACES TO SKILLRPT-LINE
           IF WS-SRCH-HIT-CNT = 0
             STRING "    NO EMPLOYEES MATCH"
                    DELIMITED BY SIZE INTO SKILLRPT-LINE
           ELSE
             MOVE WS-SRCH-HIT-CNT TO RPT-MTX-HOLDERS
             STRING "    EMPLOYEES MATCHING : " RPT-MTX-HOLDERS
                    DELIMITED BY SIZE INTO SKILLRPT-LINE
           END-IF
           WRITE SKILLRPT-LINE.

       WRITE-HOLDER-LINE.
           ADD 1 TO WS-SRCH-HIT-CNT
           MOVE SKX-COMPANY     TO RPT-HLD-COMPANY
           MOVE SKX-EMPLOYEE-ID TO RPT-HLD-EMP-ID
           MOVE SKX-FULL-NAME   TO RPT-HLD-NAME
           MOVE SKX-DEPT-CODE   TO RPT-HLD-DEPT
           MOVE SKX-COUNTRY     TO RPT-HLD-COUNTRY
           MOVE SKX-SCORE       TO RPT-HLD-SCORE
           IF WS-SRCH-PREFIX AND SKX-NAME NOT = WS-PREV-NAME
             MOVE SKX-NAME TO WS-PREV-NAME
             MOVE SPACES TO SKILLRPT-LINE
             STRING "      " SKX-NAME
                    DELIMITED BY SIZE INTO SKILLRPT-LINE
             WRITE SKILLRPT-LINE
           END-IF
           MOVE WS-RPT-HOLDER TO SKILLRPT-LINE
           WRITE SKILLRPT-LINE.

       DISPLAY-INVENTORY-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYSKINV JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  LEAVERS SKIPPED  : " WS-LEAVER-CNT
           DISPLAY "  SKILL ENTRIES    : " WS-SKILL-CNT
           DISPLAY "  CERT ENTRIES     : " WS-CERT-CNT
           DISPLAY "  DUPLICATES       : " WS-DUP-CNT
           DISPLAY "  DEPARTMENTS      : " WS-DEPT-CNT
           DISPLAY "  SEARCH CARDS     : " WS-CARD-CNT
           DISPLAY "  INVALID CARDS    : " WS-BAD-CARD-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYSKINV'.
