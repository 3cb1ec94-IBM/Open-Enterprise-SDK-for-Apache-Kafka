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
      * MAIN PROGRAM PROMOTION AND COMPENSATION HISTORY
      ******************************************************************
      * Every promotion (employeeLevel change) and salary move is in
      * the before and after images IXYCAV64 journals, but nobody
      * could see a career path or spot people held in a level for
      * years. This report rebuilds it from the journal:
      * a. RUNCTL  - the business date (the run date when absent);
      *    time in the current level is measured to it.
      * b. CARCARD - optional control deck, keyword in cols 1-8,
      *    value from col 10:
      *      EMPLOYEE co id    one employee (co '*' any company).
      *      DEPT     code     the employees now in a department.
      *      COMPANY  code     the employees of a company.
      *      STAGNANT years    the threshold for the stagnation list,
      *                        1-40 years in one level (default 3).
      *    An employee is reported when any selection card matches;
      *    with none, everyone is. Department and company are the
      *    latest the journal holds for the employee. '*' in column
      *    1 is a comment.
      * c. EMPJRNL - the master journal, in any order: entries are
      *    sorted by employee and date. The date of a move is the
      *    after image's effectiveDate (the journal date when it has
      *    none); a hire is dated by dateOfJoining. IXYREKEY's
      *    company re-key entries are not career events and are
      *    passed over -- a re-keyed employee's history is reported
      *    under each company key.
      * d. CARRPT  - per employee, the sequence of hires, promotions,
      *    demotions, salary moves and leaving, with dates, old and
      *    new level and salary, the percentage move and the years
      *    spent in the level just left; then the current level and
      *    years held. After the employees, a summary by level:
      *    completed stints and their average years, promotions out
      *    and the promotion rate, holders now, and the stagnant --
      *    holders for at least STAGNANT years -- listed by name.
      * When the journal starts after an employee joined, the level
      * first seen is taken as held from dateOfJoining (marked '~').
      *
      * Return codes: 04 an employee had more history than the
      * report holds (the rest of it is left off, and said so); 16
      * bad control deck, EMPJRNL or CARRPT unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYCARHS'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT CARCARD ASSIGN TO CARCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CARCARD-STATUS.

           SELECT EMPJRNL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPJRNL-STATUS.

           SELECT CARRPT ASSIGN TO CARRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CARRPT-STATUS.

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

         FD CARCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CAREER-CONTROL-CARD.

         01 CAREER-CONTROL-CARD.
            05 CC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 CC-VALUE           PIC X(71).

         FD EMPJRNL
           RECORD CONTAINS 8108  CHARACTERS
           BLOCK  CONTAINS 81080 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MASTER-JOURNAL-RECORD.

         01 MASTER-JOURNAL-RECORD.
            05 JRN-TIMESTAMP        PIC X(21).
            05 JRN-RUN-ID           PIC X(16).
            05 JRN-PROGRAM          PIC X(08).
            05 JRN-ACTION           PIC X(01).
               88 JRN-ACTION-ADD    VALUE 'A'.
               88 JRN-ACTION-CHANGE VALUE 'C'.
               88 JRN-ACTION-DELETE VALUE 'D'.
            05 JRN-EMPLOYEE-ID      PIC 9(09).
            05 JRN-BEFORE-TS        PIC X(21).
            05 JRN-BEFORE-IMAGE     PIC X(4000).
            05 JRN-AFTER-IMAGE      PIC X(4000).
            05 JRN-BEFORE-ORG.
               10 JRN-BEFORE-DEPT-CODE   PIC X(06).
               10 JRN-BEFORE-COST-CENTER PIC X(08).
            05 JRN-AFTER-ORG.
               10 JRN-AFTER-DEPT-CODE    PIC X(06).
               10 JRN-AFTER-COST-CENTER  PIC X(08).
            05 FILLER               PIC X(04).

         FD CARRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CARRPT-LINE.

         01 CARRPT-LINE             PIC X(132).

      * One journal entry, reduced to what a career path needs.
         SD SORTWK
           DATA RECORD     IS  SORT-CAREER-RECORD.

         01 SORT-CAREER-RECORD.
            05 SC-COMPANY         PIC X(03).
            05 SC-EMPLOYEE-ID     PIC 9(09).
            05 SC-DATE            PIC 9(08).
            05 SC-JOURNAL-TS      PIC X(21).
            05 SC-SEQ             PIC 9(09).
            05 SC-ACTION          PIC X(01).
            05 SC-OLD-LEVEL       PIC 9(09).
            05 SC-NEW-LEVEL       PIC 9(09).
            05 SC-OLD-SALARY      PIC 9(07)V9(02).
            05 SC-NEW-SALARY      PIC 9(07)V9(02).
            05 SC-DEPT-CODE       PIC X(06).
            05 SC-FULL-NAME       PIC X(30).
            05 SC-JOIN-DATE       PIC 9(08).

        WORKING-STORAGE SECTION.
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-CARCARD-STATUS   PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-CARRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-BUSINESS-DATE    PIC 9(08) VALUE 0.

      * The control deck, as loaded.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-CARD-VALUE       PIC X(71).
         01 WS-ARG1             PIC X(10).
         01 WS-ARG2             PIC X(10).
         01 WS-STAGNANT-YEARS   PIC 9(02) VALUE 3.
         01 WS-SEL-MAX          PIC S9(4) BINARY VALUE 100.
         01 WS-SEL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-SEL-TABLE.
            05 WS-SEL-ENTRY OCCURS 100 TIMES.
              10 WS-SEL-TYPE         PIC X(01).
                  88 WS-SEL-BY-EMPLOYEE VALUE 'E'.
                  88 WS-SEL-BY-DEPT     VALUE 'D'.
                  88 WS-SEL-BY-COMPANY  VALUE 'C'.
              10 WS-SEL-COMPANY      PIC X(03).
              10 WS-SEL-EMPLOYEE-ID  PIC 9(09).
              10 WS-SEL-DEPT-CODE    PIC X(06).
         01 WS-SEL-IDX          PIC S9(4) BINARY VALUE 0.

      * Journal entry work fields.
         01 WS-DATE-CAND        PIC 9(08) VALUE 0.
         01 WS-IMAGE-LEVEL      PIC 9(09) VALUE 0.
         01 WS-IMAGE-SALARY     PIC 9(07)V9(02) VALUE 0.
         01 WS-RELEASE-CNT      PIC S9(9) BINARY VALUE 0.

      * The employee in hand on the SORT output side.
         01 WS-FIRST-ROW-SW     PIC X(01) VALUE 'Y'.
             88 WS-FIRST-ROW    VALUE 'Y'.
         01 WS-EMP-COMPANY      PIC X(03).
         01 WS-EMP-ID           PIC 9(09).
         01 WS-EMP-NAME         PIC X(30).
         01 WS-EMP-DEPT         PIC X(06).
         01 WS-EMP-JOIN-DATE    PIC 9(08).
         01 WS-EMP-FIRST-ACTION PIC X(01).
         01 WS-EMP-FIRST-LEVEL  PIC 9(09).
         01 WS-EMP-FIRST-DATE   PIC 9(08).
         01 WS-EMP-SW           PIC X(01).
             88 WS-EMP-SELECTED VALUE 'Y'.

      * The employee's history, in date order.
         01 WS-HIS-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-HIS-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-HIS-LOST-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-HIS-TABLE.
            05 WS-HIS-ENTRY OCCURS 500 TIMES.
              10 WS-HIS-DATE         PIC 9(08).
              10 WS-HIS-ACTION       PIC X(01).
              10 WS-HIS-OLD-LEVEL    PIC 9(09).
              10 WS-HIS-NEW-LEVEL    PIC 9(09).
              10 WS-HIS-OLD-SALARY   PIC 9(07)V9(02).
              10 WS-HIS-NEW-SALARY   PIC 9(07)V9(02).
         01 WS-HIS-IDX          PIC S9(4) BINARY VALUE 0.

      * Walking the history.
         01 WS-CUR-LEVEL        PIC 9(09) VALUE 0.
         01 WS-LEVEL-START      PIC 9(08) VALUE 0.
         01 WS-ASSUMED-SW       PIC X(01).
             88 WS-START-ASSUMED VALUE 'Y'.
         01 WS-LEFT-SW          PIC X(01).
             88 WS-EMP-LEFT     VALUE 'Y'.
         01 WS-STINT-DAYS       PIC S9(9) BINARY VALUE 0.
         01 WS-STINT-YEARS      PIC S9(3)V9(02) VALUE 0.
         01 WS-EVENT-TEXT       PIC X(10).
         01 WS-PCT-MOVE         PIC S9(5)V9(02) VALUE 0.
         01 WS-STAGNANT-SW      PIC X(01).
             88 WS-IS-STAGNANT  VALUE 'Y'.

      * The summary by level, in level order.
         01 WS-LVL-MAX          PIC S9(4) BINARY VALUE 100.
         01 WS-LVL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-LVL-TABLE.
            05 WS-LVL-ENTRY OCCURS 100 TIMES.
              10 WS-LVL-LEVEL        PIC 9(09).
              10 WS-LVL-STINTS       PIC S9(9) BINARY.
              10 WS-LVL-STINT-DAYS   PIC S9(13) COMP-3.
              10 WS-LVL-PROMOTED     PIC S9(9) BINARY.
              10 WS-LVL-DEMOTED      PIC S9(9) BINARY.
              10 WS-LVL-HOLDERS      PIC S9(9) BINARY.
              10 WS-LVL-STAGNANT     PIC S9(9) BINARY.
         01 WS-LVL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-LVL-FOUND        PIC S9(4) BINARY VALUE 0.
         01 WS-LVL-INSERT       PIC S9(4) BINARY VALUE 0.
         01 WS-LVL-SEARCH       PIC 9(09) VALUE 0.
         01 WS-LVL-LOST-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-AVG-YEARS        PIC S9(3)V9(02) VALUE 0.
         01 WS-PROMO-RATE       PIC S9(3)V9(01) VALUE 0.

      * The stagnant, listed after the summary.
         01 WS-STG-MAX          PIC S9(4) BINARY VALUE 2000.
         01 WS-STG-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-STG-LOST-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-STG-TABLE.
            05 WS-STG-ENTRY OCCURS 2000 TIMES.
              10 WS-STG-COMPANY      PIC X(03).
              10 WS-STG-EMPLOYEE-ID  PIC 9(09).
              10 WS-STG-NAME         PIC X(30).
              10 WS-STG-DEPT         PIC X(06).
              10 WS-STG-LEVEL        PIC 9(09).
              10 WS-STG-SINCE        PIC 9(08).
              10 WS-STG-YEARS        PIC S9(3)V9(02).
              10 WS-STG-ASSUMED      PIC X(01).
         01 WS-STG-IDX          PIC S9(4) BINARY VALUE 0.

      * CARRPT lines.
         01 WS-RPT-HISTORY.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-DATE            PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EVENT           PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-OLD-LEVEL       PIC Z(8)9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-NEW-LEVEL       PIC Z(8)9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-OLD-SALARY      PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-NEW-SALARY      PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PCT             PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-YEARS           PIC X(07).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-NOTE            PIC X(21).

         01 WS-RPT-LEVEL-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-LVL-LEVEL       PIC Z(8)9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-LVL-STINTS      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-LVL-AVG         PIC ZZ9.99.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-LVL-PROMOTED    PIC ZZZ,ZZ9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-LVL-RATE        PIC ZZ9.9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-LVL-DEMOTED     PIC ZZZ,ZZ9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-LVL-HOLDERS     PIC ZZZ,ZZ9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-LVL-STAGNANT    PIC ZZZ,ZZ9.
            05 FILLER              PIC X(44) VALUE SPACES.

         01 WS-RPT-STAGNANT-LINE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-STG-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-STG-EMPLOYEE-ID PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-STG-NAME        PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-STG-DEPT        PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-STG-LEVEL       PIC Z(8)9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-STG-SINCE       PIC X(10).
            05 RPT-STG-ASSUMED     PIC X(01).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-STG-YEARS       PIC ZZ9.99.
            05 FILLER              PIC X(42) VALUE SPACES.

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(40).
            05 RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(79) VALUE SPACES.

         01 WS-EDIT-DATE-IN     PIC 9(08).
         01 WS-EDIT-DATE        PIC X(10).
         01 WS-EDIT-PCT         PIC ----9.99.
         01 WS-EDIT-YEARS       PIC ZZ9.99.
         01 WS-EDIT-CNT         PIC Z(8)9.

         01 WS-JRNL-READ-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-REKEY-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-SEEN-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-REPORTED-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-PROMOTION-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-DEMOTION-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-SALARY-MOVE-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-TRUNCATED-CNT    PIC S9(9) BINARY VALUE 0.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYCARHS'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- the journal images are overlaid onto EVENT-DATA to get at
      * the level and salary by name.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "PROMOTION AND COMPENSATION HISTORY"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-BUSINESS-DATE
           PERFORM READ-CAREER-CARDS
           IF WS-DECK-BAD
             MOVE "IXYCARHS: CARCARD CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-CAREER-RUN
           END-IF

           OPEN INPUT EMPJRNL
           IF WS-EMPJRNL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPJRNL, FILE STATUS "
                     WS-EMPJRNL-STATUS
             MOVE "IXYCARHS: UNABLE TO OPEN EMPJRNL" TO ERRLOG-MSG
             PERFORM ABANDON-CAREER-RUN
           END-IF
           OPEN OUTPUT CARRPT
           IF WS-CARRPT-STATUS NOT = '00'
             DISPLAY "ERROR : CARRPT NOT AVAILABLE, FILE STATUS "
                     WS-CARRPT-STATUS
             MOVE "IXYCARHS: CARRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-CAREER-RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING

           SORT SORTWK
                ON ASCENDING KEY SC-COMPANY SC-EMPLOYEE-ID SC-DATE
                                 SC-JOURNAL-TS SC-SEQ
                INPUT PROCEDURE IS RELEASE-CAREER-EVENTS
                OUTPUT PROCEDURE IS REPORT-CAREER-PATHS

           CLOSE EMPJRNL
           PERFORM WRITE-LEVEL-SUMMARY
           PERFORM WRITE-STAGNATION-LIST
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE CARRPT

           IF WS-TRUNCATED-CNT > 0
             MOVE 9850 TO ERRLOG-CODE
             MOVE "IXYCARHS: CAREER HISTORY TRUNCATED - SEE CARRPT"
                      TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-CAREER-SUMMARY
           GOBACK
           .

       READ-BUSINESS-DATE.
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL
               AT END CONTINUE
               NOT AT END
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
           DISPLAY "TIME IN LEVEL MEASURED TO " WS-BUSINESS-DATE.

       READ-CAREER-CARDS.
           OPEN INPUT CARCARD
           IF WS-CARCARD-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ CARCARD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF CAREER-CONTROL-CARD(1:1) NOT = '*' AND
                    CAREER-CONTROL-CARD NOT = SPACES
                   DISPLAY "CARCARD : " CAREER-CONTROL-CARD
                   PERFORM LOAD-CAREER-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CARCARD
           END-IF
           IF WS-SEL-CNT = 0
             DISPLAY "NO SELECTION CARDS - EVERY EMPLOYEE REPORTED"
           END-IF
           DISPLAY "STAGNATION THRESHOLD (YEARS) : " WS-STAGNANT-YEARS.

       LOAD-CAREER-CARD.
           MOVE FUNCTION TRIM(CC-VALUE LEADING) TO WS-CARD-VALUE
           MOVE SPACES TO WS-ARG1 WS-ARG2
           UNSTRING WS-CARD-VALUE DELIMITED BY ALL SPACES
                    INTO WS-ARG1 WS-ARG2
           END-UNSTRING

           IF (CC-KEYWORD = 'EMPLOYEE' OR CC-KEYWORD = 'DEPT    ' OR
               CC-KEYWORD = 'COMPANY ') AND WS-SEL-CNT >= WS-SEL-MAX
             DISPLAY "ERROR : MORE THAN " WS-SEL-MAX
                     " SELECTION CARDS"
             SET WS-DECK-BAD TO TRUE
           ELSE
             EVALUATE CC-KEYWORD
               WHEN 'EMPLOYEE'
                 IF WS-ARG1 = SPACES OR WS-ARG1(4:) NOT = SPACES OR
                    FUNCTION TEST-NUMVAL(WS-ARG2) NOT = 0
                   DISPLAY "ERROR : EMPLOYEE NEEDS A COMPANY CODE (OR "
                           "*) AND AN EMPLOYEE ID"
                   SET WS-DECK-BAD TO TRUE
                 ELSE
                   ADD 1 TO WS-SEL-CNT
                   SET WS-SEL-BY-EMPLOYEE(WS-SEL-CNT) TO TRUE
                   MOVE WS-ARG1(1:3) TO WS-SEL-COMPANY(WS-SEL-CNT)
                   COMPUTE WS-SEL-EMPLOYEE-ID(WS-SEL-CNT) =
                           FUNCTION NUMVAL(WS-ARG2)
                 END-IF
               WHEN 'DEPT    '
                 IF WS-ARG1 = SPACES OR WS-ARG1(7:) NOT = SPACES
                   DISPLAY "ERROR : DEPT NEEDS A DEPARTMENT CODE"
                   SET WS-DECK-BAD TO TRUE
                 ELSE
                   ADD 1 TO WS-SEL-CNT
                   SET WS-SEL-BY-DEPT(WS-SEL-CNT) TO TRUE
                   MOVE WS-ARG1(1:6) TO WS-SEL-DEPT-CODE(WS-SEL-CNT)
                 END-IF
               WHEN 'COMPANY '
                 IF WS-ARG1 = SPACES OR WS-ARG1(4:) NOT = SPACES
                   DISPLAY "ERROR : COMPANY NEEDS A COMPANY CODE"
                   SET WS-DECK-BAD TO TRUE
                 ELSE
                   ADD 1 TO WS-SEL-CNT
                   SET WS-SEL-BY-COMPANY(WS-SEL-CNT) TO TRUE
                   MOVE WS-ARG1(1:3) TO WS-SEL-COMPANY(WS-SEL-CNT)
                 END-IF
               WHEN 'STAGNANT'
                 IF FUNCTION TEST-NUMVAL(WS-ARG1) = 0 AND
                    FUNCTION NUMVAL(WS-ARG1) >= 1 AND
                    FUNCTION NUMVAL(WS-ARG1) <= 40
                   COMPUTE WS-STAGNANT-YEARS = FUNCTION NUMVAL(WS-ARG1)
                 ELSE
                   DISPLAY "ERROR : STAGNANT MUST BE 1 TO 40 YEARS"
                   SET WS-DECK-BAD TO TRUE
                 END-IF
               WHEN OTHER
                 DISPLAY "ERROR : UNKNOWN CARCARD KEYWORD '"
                         CC-KEYWORD "'"
                 SET WS-DECK-BAD TO TRUE
             END-EVALUATE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO CARRPT-LINE
           STRING "  PROMOTION AND COMPENSATION HISTORY AT "
                  WS-JOB-START-TS(1:21) "  TIME IN LEVEL TO "
                  WS-BUSINESS-DATE "  STAGNANT AT "
                  WS-STAGNANT-YEARS " YEARS"
                  DELIMITED BY SIZE INTO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE SPACES TO CARRPT-LINE
           STRING "    DATE        EVENT       OLD LEVEL    NEW LEVEL"
                  "    OLD SALARY      NEW SALARY    MOVE %  "
                  "YEARS IN LEVEL"
                  DELIMITED BY SIZE INTO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE ALL "-" TO CARRPT-LINE
           WRITE CARRPT-LINE.

       RELEASE-CAREER-EVENTS.
      *****************************************************************
      * The SORT input side: every add, change and delete, with the
      * level and salary either side of it. The company and name
      * come from the after image (the before image for a delete),
      * the IXYMSTRB convention.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPJRNL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-JRNL-READ-CNT
               IF JRN-PROGRAM = 'IXYREKEY'
                 ADD 1 TO WS-REKEY-CNT
               ELSE
                 PERFORM RELEASE-ONE-EVENT
               END-IF
             END-READ
           END-PERFORM.

       RELEASE-ONE-EVENT.
           INITIALIZE SORT-CAREER-RECORD
           MOVE JRN-EMPLOYEE-ID TO SC-EMPLOYEE-ID
           MOVE JRN-TIMESTAMP   TO SC-JOURNAL-TS
           MOVE JRN-ACTION      TO SC-ACTION
           IF JRN-BEFORE-IMAGE NOT = SPACES AND
              NOT JRN-ACTION-ADD
             MOVE JRN-BEFORE-IMAGE TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
             PERFORM GET-IMAGE-LEVEL-SALARY
             MOVE WS-IMAGE-LEVEL  TO SC-OLD-LEVEL
             MOVE WS-IMAGE-SALARY TO SC-OLD-SALARY
           END-IF
           IF JRN-ACTION-DELETE
             MOVE companyCode          TO SC-COMPANY
             MOVE fullName             TO SC-FULL-NAME
             MOVE JRN-BEFORE-DEPT-CODE TO SC-DEPT-CODE
             MOVE SC-OLD-LEVEL         TO SC-NEW-LEVEL
             MOVE SC-OLD-SALARY        TO SC-NEW-SALARY
             MOVE 0 TO WS-DATE-CAND
           ELSE
             MOVE JRN-AFTER-IMAGE TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
             PERFORM GET-IMAGE-LEVEL-SALARY
             MOVE WS-IMAGE-LEVEL       TO SC-NEW-LEVEL
             MOVE WS-IMAGE-SALARY      TO SC-NEW-SALARY
             MOVE companyCode          TO SC-COMPANY
             MOVE fullName             TO SC-FULL-NAME
             MOVE JRN-AFTER-DEPT-CODE  TO SC-DEPT-CODE
             MOVE 0 TO WS-DATE-CAND
             IF JRN-ACTION-ADD
               IF dateOfJoining IS NUMERIC
                 MOVE dateOfJoining TO WS-DATE-CAND
               END-IF
             ELSE
               IF effectiveDate IS NUMERIC
                 MOVE effectiveDate TO WS-DATE-CAND
               END-IF
             END-IF
           END-IF
           IF dateOfJoining IS NUMERIC
             MOVE dateOfJoining TO SC-JOIN-DATE
             IF FUNCTION TEST-DATE-YYYYMMDD(SC-JOIN-DATE) NOT = 0
               MOVE 0 TO SC-JOIN-DATE
             END-IF
           END-IF

      * No usable effective date means the move took effect when it
      * was posted.
           IF WS-DATE-CAND = 0
             MOVE JRN-TIMESTAMP(1:8) TO WS-DATE-CAND
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CAND) NOT = 0
               MOVE JRN-TIMESTAMP(1:8) TO WS-DATE-CAND
             END-IF
           END-IF
           MOVE WS-DATE-CAND TO SC-DATE
           ADD 1 TO WS-RELEASE-CNT
           MOVE WS-RELEASE-CNT TO SC-SEQ
           RELEASE SORT-CAREER-RECORD.

       GET-IMAGE-LEVEL-SALARY.
           MOVE 0 TO WS-IMAGE-LEVEL WS-IMAGE-SALARY
           IF employeeLevel IS NUMERIC
             MOVE employeeLevel TO WS-IMAGE-LEVEL
           END-IF
           IF annualSalary IS NUMERIC
             MOVE annualSalary TO WS-IMAGE-SALARY
           END-IF.

       REPORT-CAREER-PATHS.
      *****************************************************************
      * The SORT output side: one employee's entries are gathered,
      * then reported (or not) once the latest department is known.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-FIRST-ROW OR
                  SC-COMPANY NOT = WS-EMP-COMPANY OR
                  SC-EMPLOYEE-ID NOT = WS-EMP-ID
                 IF NOT WS-FIRST-ROW
                   PERFORM FINISH-EMPLOYEE
                 END-IF
                 PERFORM START-EMPLOYEE
               END-IF
               PERFORM GATHER-CAREER-EVENT
             END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-ROW
             PERFORM FINISH-EMPLOYEE
           END-IF.

       START-EMPLOYEE.
           MOVE 'N' TO WS-FIRST-ROW-SW
           ADD 1 TO WS-EMP-SEEN-CNT
           MOVE SC-COMPANY     TO WS-EMP-COMPANY
           MOVE SC-EMPLOYEE-ID TO WS-EMP-ID
           MOVE SC-ACTION      TO WS-EMP-FIRST-ACTION
           MOVE SC-DATE        TO WS-EMP-FIRST-DATE
           MOVE SC-JOIN-DATE   TO WS-EMP-JOIN-DATE
           IF SC-ACTION = 'A'
             MOVE SC-NEW-LEVEL TO WS-EMP-FIRST-LEVEL
           ELSE
             MOVE SC-OLD-LEVEL TO WS-EMP-FIRST-LEVEL
           END-IF
           MOVE 0 TO WS-HIS-CNT WS-HIS-LOST-CNT.

       GATHER-CAREER-EVENT.
      *****************************************************************
      * Name and department follow the latest entry; only hires,
      * leavers and changes that moved the level or salary are kept.
      *****************************************************************
           MOVE SC-FULL-NAME TO WS-EMP-NAME
           MOVE SC-DEPT-CODE TO WS-EMP-DEPT
           IF WS-EMP-JOIN-DATE = 0
             MOVE SC-JOIN-DATE TO WS-EMP-JOIN-DATE
           END-IF
           IF SC-ACTION NOT = 'C' OR
              SC-OLD-LEVEL NOT = SC-NEW-LEVEL OR
              SC-OLD-SALARY NOT = SC-NEW-SALARY
             IF WS-HIS-CNT >= WS-HIS-MAX
               ADD 1 TO WS-HIS-LOST-CNT
             ELSE
               ADD 1 TO WS-HIS-CNT
               MOVE SC-DATE       TO WS-HIS-DATE(WS-HIS-CNT)
               MOVE SC-ACTION     TO WS-HIS-ACTION(WS-HIS-CNT)
               MOVE SC-OLD-LEVEL  TO WS-HIS-OLD-LEVEL(WS-HIS-CNT)
               MOVE SC-NEW-LEVEL  TO WS-HIS-NEW-LEVEL(WS-HIS-CNT)
               MOVE SC-OLD-SALARY TO WS-HIS-OLD-SALARY(WS-HIS-CNT)
               MOVE SC-NEW-SALARY TO WS-HIS-NEW-SALARY(WS-HIS-CNT)
             END-IF
           END-IF.

       FINISH-EMPLOYEE.
           MOVE 'N' TO WS-EMP-SW
           IF WS-SEL-CNT = 0
             SET WS-EMP-SELECTED TO TRUE
           END-IF
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > WS-SEL-CNT
                        OR WS-EMP-SELECTED
             EVALUATE TRUE
               WHEN WS-SEL-BY-EMPLOYEE(WS-SEL-IDX)
                 IF WS-SEL-EMPLOYEE-ID(WS-SEL-IDX) = WS-EMP-ID AND
                    (WS-SEL-COMPANY(WS-SEL-IDX) = '*' OR
                     WS-SEL-COMPANY(WS-SEL-IDX) = WS-EMP-COMPANY)
                   SET WS-EMP-SELECTED TO TRUE
                 END-IF
               WHEN WS-SEL-BY-DEPT(WS-SEL-IDX)
                 IF WS-SEL-DEPT-CODE(WS-SEL-IDX) = WS-EMP-DEPT
                   SET WS-EMP-SELECTED TO TRUE
                 END-IF
               WHEN WS-SEL-BY-COMPANY(WS-SEL-IDX)
                 IF WS-SEL-COMPANY(WS-SEL-IDX) = WS-EMP-COMPANY
                   SET WS-EMP-SELECTED TO TRUE
                 END-IF
             END-EVALUATE
           END-PERFORM
           IF WS-EMP-SELECTED
             ADD 1 TO WS-EMP-REPORTED-CNT
             PERFORM REPORT-ONE-CAREER
           END-IF.

       REPORT-ONE-CAREER.
      *****************************************************************
      * Walks the history: a level change closes a stint in the old
      * level (promotion when the new level is higher); whatever is
      * held at the end is the current level, stagnant when held
      * STAGNANT years or more.
      *****************************************************************
           MOVE SPACES TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE SPACES TO CARRPT-LINE
           STRING "  EMPLOYEE " WS-EMP-COMPANY " " WS-EMP-ID "  "
                  WS-EMP-NAME "  DEPT " WS-EMP-DEPT
                  DELIMITED BY SIZE INTO CARRPT-LINE
           WRITE CARRPT-LINE

           MOVE WS-EMP-FIRST-LEVEL TO WS-CUR-LEVEL
           MOVE 'N' TO WS-ASSUMED-SW
           MOVE 'N' TO WS-LEFT-SW
           IF WS-EMP-FIRST-ACTION = 'A'
             MOVE WS-EMP-FIRST-DATE TO WS-LEVEL-START
           ELSE
             SET WS-START-ASSUMED TO TRUE
             IF WS-EMP-JOIN-DATE NOT = 0 AND
                WS-EMP-JOIN-DATE <= WS-EMP-FIRST-DATE
               MOVE WS-EMP-JOIN-DATE TO WS-LEVEL-START
             ELSE
               MOVE WS-EMP-FIRST-DATE TO WS-LEVEL-START
             END-IF
           END-IF

           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                     UNTIL WS-HIS-IDX > WS-HIS-CNT
             PERFORM REPORT-HISTORY-ENTRY
           END-PERFORM
           IF WS-HIS-LOST-CNT > 0
             ADD 1 TO WS-TRUNCATED-CNT
             MOVE SPACES TO CARRPT-LINE
             MOVE WS-HIS-LOST-CNT TO WS-EDIT-CNT
             STRING "    ** " FUNCTION TRIM(WS-EDIT-CNT)
                    " LATER ENTRIES LEFT OFF - MORE THAN 500 IN THE "
                    "HISTORY"
                    DELIMITED BY SIZE INTO CARRPT-LINE
             WRITE CARRPT-LINE
           END-IF

           IF NOT WS-EMP-LEFT
             PERFORM REPORT-CURRENT-LEVEL
           END-IF.

       REPORT-HISTORY-ENTRY.
           MOVE SPACES TO RPT-PCT RPT-YEARS RPT-NOTE
           MOVE WS-HIS-DATE(WS-HIS-IDX) TO WS-EDIT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE WS-EDIT-DATE TO RPT-DATE
           MOVE WS-HIS-OLD-LEVEL(WS-HIS-IDX)  TO RPT-OLD-LEVEL
           MOVE WS-HIS-NEW-LEVEL(WS-HIS-IDX)  TO RPT-NEW-LEVEL
           MOVE WS-HIS-OLD-SALARY(WS-HIS-IDX) TO RPT-OLD-SALARY
           MOVE WS-HIS-NEW-SALARY(WS-HIS-IDX) TO RPT-NEW-SALARY

           EVALUATE WS-HIS-ACTION(WS-HIS-IDX)
             WHEN 'A'
               MOVE 'HIRED' TO WS-EVENT-TEXT
               MOVE WS-HIS-NEW-LEVEL(WS-HIS-IDX) TO WS-CUR-LEVEL
               MOVE WS-HIS-DATE(WS-HIS-IDX) TO WS-LEVEL-START
               MOVE 'N' TO WS-ASSUMED-SW
               MOVE 'N' TO WS-LEFT-SW
             WHEN 'D'
               MOVE 'LEFT' TO WS-EVENT-TEXT
               SET WS-EMP-LEFT TO TRUE
             WHEN OTHER
               EVALUATE TRUE
                 WHEN WS-HIS-NEW-LEVEL(WS-HIS-IDX) >
                      WS-HIS-OLD-LEVEL(WS-HIS-IDX)
                   MOVE 'PROMOTED' TO WS-EVENT-TEXT
                 WHEN WS-HIS-NEW-LEVEL(WS-HIS-IDX) <
                      WS-HIS-OLD-LEVEL(WS-HIS-IDX)
                   MOVE 'DEMOTED' TO WS-EVENT-TEXT
                 WHEN OTHER
                   MOVE 'SALARY' TO WS-EVENT-TEXT
               END-EVALUATE
               IF WS-HIS-NEW-LEVEL(WS-HIS-IDX) NOT =
                  WS-HIS-OLD-LEVEL(WS-HIS-IDX)
                 PERFORM CLOSE-LEVEL-STINT
               END-IF
               IF WS-HIS-NEW-SALARY(WS-HIS-IDX) NOT =
                  WS-HIS-OLD-SALARY(WS-HIS-IDX)
                 ADD 1 TO WS-SALARY-MOVE-CNT
                 IF WS-HIS-OLD-SALARY(WS-HIS-IDX) > 0
                   COMPUTE WS-PCT-MOVE ROUNDED =
                           (WS-HIS-NEW-SALARY(WS-HIS-IDX) -
                            WS-HIS-OLD-SALARY(WS-HIS-IDX)) * 100 /
                            WS-HIS-OLD-SALARY(WS-HIS-IDX)
                     ON SIZE ERROR MOVE 99999.99 TO WS-PCT-MOVE
                   END-COMPUTE
                   MOVE WS-PCT-MOVE TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO RPT-PCT
                 END-IF
               END-IF
           END-EVALUATE
           MOVE WS-EVENT-TEXT TO RPT-EVENT
           MOVE WS-RPT-HISTORY TO CARRPT-LINE
           WRITE CARRPT-LINE.

       CLOSE-LEVEL-STINT.
      *****************************************************************
      * The stint in the old level ends at this move: its years go
      * on the history line and into the old level's summary.
      *****************************************************************
           COMPUTE WS-STINT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-HIS-DATE(WS-HIS-IDX))
                 - FUNCTION INTEGER-OF-DATE(WS-LEVEL-START)
           IF WS-STINT-DAYS < 0
             MOVE 0 TO WS-STINT-DAYS
           END-IF
           COMPUTE WS-STINT-YEARS ROUNDED = WS-STINT-DAYS / 365.25
           MOVE WS-STINT-YEARS TO WS-EDIT-YEARS
           MOVE WS-EDIT-YEARS TO RPT-YEARS
           IF WS-START-ASSUMED
             MOVE '~' TO RPT-YEARS(7:1)
           END-IF

           MOVE WS-HIS-OLD-LEVEL(WS-HIS-IDX) TO WS-LVL-SEARCH
           PERFORM FIND-LEVEL-ENTRY
           IF WS-LVL-FOUND > 0
             ADD 1 TO WS-LVL-STINTS(WS-LVL-FOUND)
             ADD WS-STINT-DAYS TO WS-LVL-STINT-DAYS(WS-LVL-FOUND)
             IF WS-HIS-NEW-LEVEL(WS-HIS-IDX) >
                WS-HIS-OLD-LEVEL(WS-HIS-IDX)
               ADD 1 TO WS-LVL-PROMOTED(WS-LVL-FOUND)
             ELSE
               ADD 1 TO WS-LVL-DEMOTED(WS-LVL-FOUND)
             END-IF
           END-IF
           IF WS-HIS-NEW-LEVEL(WS-HIS-IDX) >
              WS-HIS-OLD-LEVEL(WS-HIS-IDX)
             ADD 1 TO WS-PROMOTION-CNT
           ELSE
             ADD 1 TO WS-DEMOTION-CNT
           END-IF

           MOVE WS-HIS-NEW-LEVEL(WS-HIS-IDX) TO WS-CUR-LEVEL
           MOVE WS-HIS-DATE(WS-HIS-IDX) TO WS-LEVEL-START
           MOVE 'N' TO WS-ASSUMED-SW.

       REPORT-CURRENT-LEVEL.
           COMPUTE WS-STINT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-LEVEL-START)
           IF WS-STINT-DAYS < 0
             MOVE 0 TO WS-STINT-DAYS
           END-IF
           COMPUTE WS-STINT-YEARS ROUNDED = WS-STINT-DAYS / 365.25
           MOVE 'N' TO WS-STAGNANT-SW
           IF WS-STINT-YEARS >= WS-STAGNANT-YEARS
             SET WS-IS-STAGNANT TO TRUE
           END-IF

           MOVE WS-CUR-LEVEL TO WS-LVL-SEARCH
           PERFORM FIND-LEVEL-ENTRY
           IF WS-LVL-FOUND > 0
             ADD 1 TO WS-LVL-HOLDERS(WS-LVL-FOUND)
             IF WS-IS-STAGNANT
               ADD 1 TO WS-LVL-STAGNANT(WS-LVL-FOUND)
             END-IF
           END-IF
           IF WS-IS-STAGNANT
             IF WS-STG-CNT >= WS-STG-MAX
               ADD 1 TO WS-STG-LOST-CNT
             ELSE
               ADD 1 TO WS-STG-CNT
               MOVE WS-EMP-COMPANY TO WS-STG-COMPANY(WS-STG-CNT)
               MOVE WS-EMP-ID      TO WS-STG-EMPLOYEE-ID(WS-STG-CNT)
               MOVE WS-EMP-NAME    TO WS-STG-NAME(WS-STG-CNT)
               MOVE WS-EMP-DEPT    TO WS-STG-DEPT(WS-STG-CNT)
               MOVE WS-CUR-LEVEL   TO WS-STG-LEVEL(WS-STG-CNT)
               MOVE WS-LEVEL-START TO WS-STG-SINCE(WS-STG-CNT)
               MOVE WS-STINT-YEARS TO WS-STG-YEARS(WS-STG-CNT)
               MOVE WS-ASSUMED-SW  TO WS-STG-ASSUMED(WS-STG-CNT)
             END-IF
           END-IF

           MOVE WS-LEVEL-START TO WS-EDIT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE WS-CUR-LEVEL TO RPT-NEW-LEVEL
           MOVE WS-STINT-YEARS TO WS-EDIT-YEARS
           MOVE SPACES TO CARRPT-LINE
           STRING "    CURRENT LEVEL " FUNCTION TRIM(RPT-NEW-LEVEL)
                  " SINCE " WS-EDIT-DATE
                  DELIMITED BY SIZE INTO CARRPT-LINE
           IF WS-START-ASSUMED
             MOVE '~' TO CARRPT-LINE(46:1)
           END-IF
           MOVE "YEARS IN LEVEL" TO CARRPT-LINE(50:14)
           MOVE WS-EDIT-YEARS TO CARRPT-LINE(65:6)
           IF WS-IS-STAGNANT
             MOVE "** STAGNANT" TO CARRPT-LINE(73:11)
           END-IF
           WRITE CARRPT-LINE.

       FIND-LEVEL-ENTRY.
      *****************************************************************
      * Finds WS-LVL-SEARCH in the level table, adding it in level
      * order when new. WS-LVL-FOUND is 0 only when the table is
      * full.
      *****************************************************************
           MOVE 0 TO WS-LVL-FOUND
           MOVE 0 TO WS-LVL-INSERT
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                     UNTIL WS-LVL-IDX > WS-LVL-CNT
                        OR WS-LVL-FOUND > 0
                        OR WS-LVL-INSERT > 0
             EVALUATE TRUE
               WHEN WS-LVL-LEVEL(WS-LVL-IDX) = WS-LVL-SEARCH
                 MOVE WS-LVL-IDX TO WS-LVL-FOUND
               WHEN WS-LVL-LEVEL(WS-LVL-IDX) > WS-LVL-SEARCH
                 MOVE WS-LVL-IDX TO WS-LVL-INSERT
             END-EVALUATE
           END-PERFORM
           IF WS-LVL-FOUND = 0
             IF WS-LVL-CNT >= WS-LVL-MAX
               ADD 1 TO WS-LVL-LOST-CNT
             ELSE
               IF WS-LVL-INSERT = 0
                 COMPUTE WS-LVL-INSERT = WS-LVL-CNT + 1
               END-IF
               PERFORM VARYING WS-LVL-IDX FROM WS-LVL-CNT BY -1
                         UNTIL WS-LVL-IDX < WS-LVL-INSERT
                 MOVE WS-LVL-ENTRY(WS-LVL-IDX) TO
                      WS-LVL-ENTRY(WS-LVL-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-LVL-CNT
               INITIALIZE WS-LVL-ENTRY(WS-LVL-INSERT)
               MOVE WS-LVL-SEARCH TO WS-LVL-LEVEL(WS-LVL-INSERT)
               MOVE WS-LVL-INSERT TO WS-LVL-FOUND
             END-IF
           END-IF.

       WRITE-LEVEL-SUMMARY.
      *****************************************************************
      * Average years is over the stints that ended in a level
      * change; the promotion rate is promotions out of the level per
      * hundred of those stints and the current holders.
      *****************************************************************
           MOVE SPACES TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "  TIME IN LEVEL AND PROMOTION RATE BY LEVEL" TO
                    CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE SPACES TO CARRPT-LINE
           STRING "      LEVEL   STINTS   AVG YRS   PROMOTED   RATE %"
                  "    DEMOTED    HOLDING   STAGNANT"
                  DELIMITED BY SIZE INTO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE ALL "-" TO CARRPT-LINE
           WRITE CARRPT-LINE
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                     UNTIL WS-LVL-IDX > WS-LVL-CNT
             MOVE 0 TO WS-AVG-YEARS WS-PROMO-RATE
             IF WS-LVL-STINTS(WS-LVL-IDX) > 0
               COMPUTE WS-AVG-YEARS ROUNDED =
                       WS-LVL-STINT-DAYS(WS-LVL-IDX) /
                       WS-LVL-STINTS(WS-LVL-IDX) / 365.25
             END-IF
             IF WS-LVL-STINTS(WS-LVL-IDX) +
                WS-LVL-HOLDERS(WS-LVL-IDX) > 0
               COMPUTE WS-PROMO-RATE ROUNDED =
                       WS-LVL-PROMOTED(WS-LVL-IDX) * 100 /
                       (WS-LVL-STINTS(WS-LVL-IDX) +
                        WS-LVL-HOLDERS(WS-LVL-IDX))
             END-IF
             MOVE WS-LVL-LEVEL(WS-LVL-IDX)    TO RPT-LVL-LEVEL
             MOVE WS-LVL-STINTS(WS-LVL-IDX)   TO RPT-LVL-STINTS
             MOVE WS-AVG-YEARS                TO RPT-LVL-AVG
             MOVE WS-LVL-PROMOTED(WS-LVL-IDX) TO RPT-LVL-PROMOTED
             MOVE WS-PROMO-RATE               TO RPT-LVL-RATE
             MOVE WS-LVL-DEMOTED(WS-LVL-IDX)  TO RPT-LVL-DEMOTED
             MOVE WS-LVL-HOLDERS(WS-LVL-IDX)  TO RPT-LVL-HOLDERS
             MOVE WS-LVL-STAGNANT(WS-LVL-IDX) TO RPT-LVL-STAGNANT
             MOVE WS-RPT-LEVEL-LINE TO CARRPT-LINE
             WRITE CARRPT-LINE
           END-PERFORM
           IF WS-LVL-LOST-CNT > 0
             MOVE SPACES TO CARRPT-LINE
             MOVE WS-LVL-LOST-CNT TO WS-EDIT-CNT
             STRING "  ** MORE THAN 100 LEVELS - "
                    FUNCTION TRIM(WS-EDIT-CNT)
                    " STINTS LEFT OUT OF THE SUMMARY"
                    DELIMITED BY SIZE INTO CARRPT-LINE
             WRITE CARRPT-LINE
           END-IF.

       WRITE-STAGNATION-LIST.
           MOVE SPACES TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE SPACES TO CARRPT-LINE
           STRING "  EMPLOYEES IN ONE LEVEL FOR " WS-STAGNANT-YEARS
                  " YEARS OR MORE"
                  DELIMITED BY SIZE INTO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE SPACES TO CARRPT-LINE
           STRING "    CO   EMPLOYEE   NAME                          "
                  "  DEPT        LEVEL  SINCE         YEARS"
                  DELIMITED BY SIZE INTO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE ALL "-" TO CARRPT-LINE
           WRITE CARRPT-LINE
           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
                     UNTIL WS-STG-IDX > WS-STG-CNT
             MOVE WS-STG-COMPANY(WS-STG-IDX)     TO RPT-STG-COMPANY
             MOVE WS-STG-EMPLOYEE-ID(WS-STG-IDX) TO RPT-STG-EMPLOYEE-ID
             MOVE WS-STG-NAME(WS-STG-IDX)        TO RPT-STG-NAME
             MOVE WS-STG-DEPT(WS-STG-IDX)        TO RPT-STG-DEPT
             MOVE WS-STG-LEVEL(WS-STG-IDX)       TO RPT-STG-LEVEL
             MOVE WS-STG-SINCE(WS-STG-IDX)       TO WS-EDIT-DATE-IN
             PERFORM EDIT-REPORT-DATE
             MOVE WS-EDIT-DATE                   TO RPT-STG-SINCE
             MOVE SPACE TO RPT-STG-ASSUMED
             IF WS-STG-ASSUMED(WS-STG-IDX) = 'Y'
               MOVE '~' TO RPT-STG-ASSUMED
             END-IF
             MOVE WS-STG-YEARS(WS-STG-IDX)       TO RPT-STG-YEARS
             MOVE WS-RPT-STAGNANT-LINE TO CARRPT-LINE
             WRITE CARRPT-LINE
           END-PERFORM
           IF WS-STG-LOST-CNT > 0
             MOVE SPACES TO CARRPT-LINE
             MOVE WS-STG-LOST-CNT TO WS-EDIT-CNT
             STRING "  ** " FUNCTION TRIM(WS-EDIT-CNT)
                    " MORE NOT LISTED - SEE "
                    "THE EMPLOYEE HISTORIES ABOVE"
                    DELIMITED BY SIZE INTO CARRPT-LINE
             WRITE CARRPT-LINE
           END-IF.

       EDIT-REPORT-DATE.
           STRING WS-EDIT-DATE-IN(1:4) "-" WS-EDIT-DATE-IN(5:2) "-"
                  WS-EDIT-DATE-IN(7:2)
                  DELIMITED BY SIZE INTO WS-EDIT-DATE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "JOURNAL ENTRIES READ" TO RPT-COUNT-TEXT
           MOVE WS-JRNL-READ-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "RE-KEY ENTRIES PASSED OVER" TO RPT-COUNT-TEXT
           MOVE WS-REKEY-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "EMPLOYEES IN THE JOURNAL" TO RPT-COUNT-TEXT
           MOVE WS-EMP-SEEN-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "EMPLOYEES REPORTED" TO RPT-COUNT-TEXT
           MOVE WS-EMP-REPORTED-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "PROMOTIONS" TO RPT-COUNT-TEXT
           MOVE WS-PROMOTION-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "DEMOTIONS" TO RPT-COUNT-TEXT
           MOVE WS-DEMOTION-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "SALARY MOVES" TO RPT-COUNT-TEXT
           MOVE WS-SALARY-MOVE-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "STAGNANT EMPLOYEES" TO RPT-COUNT-TEXT
           COMPUTE RPT-COUNT-VALUE = WS-STG-CNT + WS-STG-LOST-CNT
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE
           MOVE "HISTORIES TRUNCATED" TO RPT-COUNT-TEXT
           MOVE WS-TRUNCATED-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO CARRPT-LINE
           WRITE CARRPT-LINE.

       ABANDON-CAREER-RUN.
           MOVE 9849 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-CAREER-SUMMARY
           GOBACK.

       DISPLAY-CAREER-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYCARHS JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  JOURNAL READ     : " WS-JRNL-READ-CNT
           DISPLAY "  EMPLOYEES SEEN   : " WS-EMP-SEEN-CNT
           DISPLAY "  REPORTED         : " WS-EMP-REPORTED-CNT
           DISPLAY "  PROMOTIONS       : " WS-PROMOTION-CNT
           DISPLAY "  DEMOTIONS        : " WS-DEMOTION-CNT
           DISPLAY "  SALARY MOVES     : " WS-SALARY-MOVE-CNT
           DISPLAY "  STAGNANT         : " WS-STG-CNT
           DISPLAY "  TRUNCATED        : " WS-TRUNCATED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYCARHS'.
