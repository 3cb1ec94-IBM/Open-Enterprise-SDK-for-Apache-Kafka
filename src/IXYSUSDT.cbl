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
      * MAIN PROGRAM SUSPICIOUS CHANGE-PATTERN DETECTION
      ******************************************************************
      * The approval hold (IXYAPPRV) weighs one amount against a
      * threshold. What worries internal audit is combinations of
      * changes -- contact details changed around a pay rise, a pay
      * cut quietly reversed, a joining date or level edited
      * backwards, a burst of changes to one person. This job looks
      * for them in the master journal:
      * a. SUSRULES - the rules, maintained by IXYSRMNT: pattern,
      *    risk score, WINDOW and THRESHOLD per rule (see IXYSRMNT
      *    for what each pattern means). Only enabled rules apply.
      * b. PARM    - optional review period, 'YYYYMMDD YYYYMMDD': only
      *    entries posted in it are examined. Default all.
      * c. EMPJRNL - the master journal, in any order: entries are
      *    sorted by employee and posting time, and each employee's
      *    changes are weighed against every rule. Days are the
      *    posting days. IXYREKEY's company re-key entries change no
      *    data and are passed over.
      * d. SUSCASE - the case file for audit, rebuilt each run: one
      *    record per hit with the rule, its risk score and the
      *    journal evidence -- the timestamps of the first and last
      *    entries involved, how many entries, and what they did.
      * e. SUSRPT  - the same hits by employee, each employee's
      *    total risk score, the hits per rule and totals.
      *
      * Return codes: 04 suspicious patterns found (or an employee
      * had more history than is held -- the rest is left off, and
      * said so); 12 no enabled rule or an invalid PARM; 16
      * SUSRULES, EMPJRNL, SUSCASE or SUSRPT unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYSUSDT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SUSRULES ASSIGN TO SUSRULES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SUSRULES-STATUS.

           SELECT EMPJRNL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPJRNL-STATUS.

           SELECT SUSCASE ASSIGN TO SUSCASE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SUSCASE-STATUS.

           SELECT SUSRPT ASSIGN TO SUSRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SUSRPT-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYSRMNT.
         FD SUSRULES
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SUS-RULE-RECORD.

         01 SUS-RULE-RECORD.
            05 SR-RULE-ID         PIC X(08).
            05 FILLER             PIC X(01).
            05 SR-PATTERN         PIC X(08).
            05 FILLER             PIC X(01).
            05 SR-ENABLED         PIC X(01).
            05 FILLER             PIC X(01).
            05 SR-SCORE           PIC 9(03).
            05 FILLER             PIC X(01).
            05 SR-WINDOW          PIC 9(03).
            05 FILLER             PIC X(01).
            05 SR-THRESHOLD       PIC 9(05).
            05 FILLER             PIC X(01).
            05 SR-DESCRIPTION     PIC X(30).
            05 FILLER             PIC X(01).
            05 SR-CHANGED-DATE    PIC 9(08).
            05 FILLER             PIC X(07).

      * Record layout as written by IXYMPOST.
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

      * One record per hit. SUSC-STATUS is N (new) as written, for
      * audit's own review.
         FD SUSCASE
           RECORD CONTAINS 200  CHARACTERS
           BLOCK  CONTAINS 2000 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SUS-CASE-RECORD.

         01 SUS-CASE-RECORD.
            05 SUSC-DETECTED-TS     PIC X(21).
            05 SUSC-CASE-NO         PIC 9(07).
            05 SUSC-RULE-ID         PIC X(08).
            05 SUSC-PATTERN         PIC X(08).
            05 SUSC-SCORE           PIC 9(03).
            05 SUSC-COMPANY         PIC X(03).
            05 SUSC-EMPLOYEE-ID     PIC 9(09).
            05 SUSC-FULL-NAME       PIC X(30).
            05 SUSC-FIRST-TS        PIC X(21).
            05 SUSC-LAST-TS         PIC X(21).
            05 SUSC-EVIDENCE-CNT    PIC 9(05).
            05 SUSC-EVIDENCE        PIC X(60).
            05 SUSC-STATUS          PIC X(01).
            05 FILLER               PIC X(03).

         FD SUSRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SUSRPT-LINE.

         01 SUSRPT-LINE             PIC X(132).

      * One journal entry, reduced to what the patterns need.
         SD SORTWK
           DATA RECORD     IS  SORT-CHANGE-RECORD.

         01 SORT-CHANGE-RECORD.
            05 SS-COMPANY         PIC X(03).
            05 SS-EMPLOYEE-ID     PIC 9(09).
            05 SS-JOURNAL-TS      PIC X(21).
            05 SS-SEQ             PIC 9(09).
            05 SS-DAY-NUMBER      PIC 9(07).
            05 SS-ACTION          PIC X(01).
            05 SS-OLD-SALARY      PIC 9(07)V9(02).
            05 SS-NEW-SALARY      PIC 9(07)V9(02).
            05 SS-OLD-LEVEL       PIC 9(09).
            05 SS-NEW-LEVEL       PIC 9(09).
            05 SS-OLD-JOIN-DATE   PIC 9(08).
            05 SS-NEW-JOIN-DATE   PIC 9(08).
            05 SS-CONTACT-SW      PIC X(01).
            05 SS-FULL-NAME       PIC X(30).

        WORKING-STORAGE SECTION.
         01 WS-SUSRULES-STATUS  PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-SUSCASE-STATUS   PIC X(02).
         01 WS-SUSRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-FILES-OPEN-SW    PIC X(01) VALUE 'N'.
             88 WS-FILES-OPEN   VALUE 'Y'.

         01 WS-PERIOD-FROM      PIC X(08) VALUE '00000000'.
         01 WS-PERIOD-TO        PIC X(08) VALUE '99999999'.

      * The enabled rules.
         01 WS-RUL-MAX          PIC S9(4) BINARY VALUE 50.
         01 WS-RUL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-RUL-TABLE.
            05 WS-RUL-ENTRY OCCURS 50 TIMES.
              10 WS-RUL-ID           PIC X(08).
              10 WS-RUL-PATTERN      PIC X(08).
                  88 WS-RUL-CONTSAL  VALUE 'CONTSAL '.
                  88 WS-RUL-SALREV   VALUE 'SALREV  '.
                  88 WS-RUL-JOINBACK VALUE 'JOINBACK'.
                  88 WS-RUL-LEVELBCK VALUE 'LEVELBCK'.
                  88 WS-RUL-VOLUME   VALUE 'VOLUME  '.
              10 WS-RUL-SCORE        PIC 9(03).
              10 WS-RUL-WINDOW       PIC 9(03).
              10 WS-RUL-THRESHOLD    PIC 9(05).
              10 WS-RUL-DESCRIPTION  PIC X(30).
              10 WS-RUL-HIT-CNT      PIC S9(9) BINARY.
         01 WS-RUL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-RULES-ON-FILE    PIC S9(9) BINARY VALUE 0.

      * Journal entry work fields.
         01 WS-POSTED-DATE      PIC 9(08) VALUE 0.
         01 WS-RELEASE-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-OLD-EMAIL        PIC X(40).
         01 WS-OLD-PHONE        PIC X(10).

      * The employee in hand on the SORT output side.
         01 WS-FIRST-ROW-SW     PIC X(01) VALUE 'Y'.
             88 WS-FIRST-ROW    VALUE 'Y'.
         01 WS-EMP-COMPANY      PIC X(03).
         01 WS-EMP-ID           PIC 9(09).
         01 WS-EMP-NAME         PIC X(30).
         01 WS-EMP-SCORE        PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-HIT-CNT      PIC S9(9) BINARY VALUE 0.

      * The employee's changes, in posting order.
         01 WS-CHG-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-CHG-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-CHG-LOST-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-CHG-TABLE.
            05 WS-CHG-ENTRY OCCURS 500 TIMES.
              10 WS-CHG-TS           PIC X(21).
              10 WS-CHG-DAY          PIC 9(07).
              10 WS-CHG-ACTION       PIC X(01).
              10 WS-CHG-OLD-SALARY   PIC 9(07)V9(02).
              10 WS-CHG-NEW-SALARY   PIC 9(07)V9(02).
              10 WS-CHG-OLD-LEVEL    PIC 9(09).
              10 WS-CHG-NEW-LEVEL    PIC 9(09).
              10 WS-CHG-OLD-JOIN     PIC 9(08).
              10 WS-CHG-NEW-JOIN     PIC 9(08).
              10 WS-CHG-CONTACT-SW   PIC X(01).
         01 WS-CHG-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-CHG-IDX2         PIC S9(4) BINARY VALUE 0.
         01 WS-MATCH-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-BURST-CNT        PIC S9(4) BINARY VALUE 0.

      * Pattern arithmetic.
         01 WS-DAY-GAP          PIC S9(7) BINARY VALUE 0.
         01 WS-RAISE-PCT        PIC S9(5) BINARY VALUE 0.
         01 WS-DAYS-EARLIER     PIC S9(7) BINARY VALUE 0.
         01 WS-LEVELS-DOWN      PIC S9(9) BINARY VALUE 0.
         01 WS-MIN-STEP         PIC S9(7) BINARY VALUE 0.

      * The hit in hand.
         01 WS-HIT-FIRST-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-HIT-LAST-IDX     PIC S9(4) BINARY VALUE 0.
         01 WS-HIT-CNT-ENTRIES  PIC S9(4) BINARY VALUE 0.
         01 WS-HIT-EVIDENCE     PIC X(60).
         01 WS-ED-SALARY        PIC Z(6)9.99.
         01 WS-ED-SALARY2       PIC Z(6)9.99.
         01 WS-ED-SALARY3       PIC Z(6)9.99.
         01 WS-ED-PCT           PIC ZZZ9.
         01 WS-ED-LEVEL         PIC Z(8)9.
         01 WS-ED-LEVEL2        PIC Z(8)9.
         01 WS-ED-DAYS          PIC Z(6)9.
         01 WS-ED-SCORE         PIC ZZZ9.

         01 WS-JRNL-READ-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-OUT-PERIOD-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-REKEY-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-SEEN-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-FLAGGED-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-CASE-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-TRUNCATED-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC Z(8)9.

         01 WS-RPT-HIT.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-HIT-RULE-ID     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-HIT-PATTERN     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-HIT-SCORE       PIC ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-HIT-FIRST-TS    PIC X(21).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-HIT-LAST-TS     PIC X(21).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-HIT-EVIDENCE    PIC X(60).
            05 FILLER              PIC X(02) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYSUSDT'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-FROM              PIC X(08).
           05 FILLER                 PIC X(01).
           05 PARM-TO                PIC X(08).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "SUSPICIOUS CHANGE-PATTERN DETECTION"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM CHECK-PERIOD-PARM
           PERFORM LOAD-DETECTION-RULES

           OPEN INPUT EMPJRNL
           IF WS-EMPJRNL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPJRNL, FILE STATUS "
                     WS-EMPJRNL-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYSUSDT: UNABLE TO OPEN EMPJRNL" TO ERRLOG-MSG
             PERFORM ABANDON-DETECTION-RUN
           END-IF
           OPEN OUTPUT SUSCASE
           IF WS-SUSCASE-STATUS NOT = '00'
             DISPLAY "ERROR : SUSCASE NOT AVAILABLE, FILE STATUS "
                     WS-SUSCASE-STATUS
             CLOSE EMPJRNL
             MOVE 16 TO RETURN-CODE
             MOVE "IXYSUSDT: SUSCASE NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-DETECTION-RUN
           END-IF
           OPEN OUTPUT SUSRPT
           IF WS-SUSRPT-STATUS NOT = '00'
             DISPLAY "ERROR : SUSRPT NOT AVAILABLE, FILE STATUS "
                     WS-SUSRPT-STATUS
             CLOSE EMPJRNL
             CLOSE SUSCASE
             MOVE 16 TO RETURN-CODE
             MOVE "IXYSUSDT: SUSRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-DETECTION-RUN
           END-IF
           SET WS-FILES-OPEN TO TRUE
           PERFORM WRITE-REPORT-HEADING

           SORT SORTWK
                ON ASCENDING KEY SS-COMPANY SS-EMPLOYEE-ID
                                 SS-JOURNAL-TS SS-SEQ
                INPUT PROCEDURE IS RELEASE-JOURNAL-CHANGES
                OUTPUT PROCEDURE IS DETECT-EMPLOYEE-PATTERNS

           CLOSE EMPJRNL
           PERFORM WRITE-RULE-SUMMARY
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE SUSCASE
           CLOSE SUSRPT

           IF WS-CASE-CNT > 0 OR WS-TRUNCATED-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-DETECTION-SUMMARY
           GOBACK
           .

       CHECK-PERIOD-PARM.
           IF PARM-LENGTH >= 8
             MOVE PARM-FROM TO WS-PERIOD-FROM
           END-IF
           IF PARM-LENGTH >= 17
             MOVE PARM-TO TO WS-PERIOD-TO
           END-IF
           IF (PARM-LENGTH > 0 AND PARM-LENGTH < 8) OR
              (PARM-LENGTH > 9 AND PARM-LENGTH < 17) OR
              WS-PERIOD-FROM IS NOT NUMERIC OR
              WS-PERIOD-TO IS NOT NUMERIC OR
              WS-PERIOD-FROM > WS-PERIOD-TO
             DISPLAY "ERROR : PARM MUST BE YYYYMMDD YYYYMMDD (FIRST "
                     "AND LAST POSTING DAY TO EXAMINE)"
             MOVE 12 TO RETURN-CODE
             MOVE "IXYSUSDT: INVALID PARM" TO ERRLOG-MSG
             PERFORM ABANDON-DETECTION-RUN
           END-IF
           DISPLAY "POSTED FROM        : " WS-PERIOD-FROM " TO "
                   WS-PERIOD-TO.

       LOAD-DETECTION-RULES.
           OPEN INPUT SUSRULES
           IF WS-SUSRULES-STATUS NOT = '00'
             DISPLAY "ERROR : SUSRULES NOT AVAILABLE, FILE STATUS "
                     WS-SUSRULES-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYSUSDT: SUSRULES NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-DETECTION-RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ SUSRULES
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF SUS-RULE-RECORD(1:1) NOT = '*' AND
                  SUS-RULE-RECORD NOT = SPACES
                 ADD 1 TO WS-RULES-ON-FILE
                 IF SR-ENABLED = 'Y'
                   IF WS-RUL-CNT >= WS-RUL-MAX
                     DISPLAY "WARNING : MORE THAN " WS-RUL-MAX
                             " ENABLED RULES - RULE " SR-RULE-ID
                             " NOT APPLIED"
                   ELSE
                     ADD 1 TO WS-RUL-CNT
                     MOVE SR-RULE-ID     TO WS-RUL-ID(WS-RUL-CNT)
                     MOVE SR-PATTERN     TO WS-RUL-PATTERN(WS-RUL-CNT)
                     MOVE SR-SCORE       TO WS-RUL-SCORE(WS-RUL-CNT)
                     MOVE SR-WINDOW      TO WS-RUL-WINDOW(WS-RUL-CNT)
                     MOVE SR-THRESHOLD   TO
                              WS-RUL-THRESHOLD(WS-RUL-CNT)
                     MOVE SR-DESCRIPTION TO
                              WS-RUL-DESCRIPTION(WS-RUL-CNT)
                     MOVE 0 TO WS-RUL-HIT-CNT(WS-RUL-CNT)
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE SUSRULES
           IF WS-RUL-CNT = 0
             DISPLAY "ERROR : NO ENABLED RULE ON SUSRULES"
             MOVE 12 TO RETURN-CODE
             MOVE "IXYSUSDT: NO ENABLED RULE ON SUSRULES" TO
                      ERRLOG-MSG
             PERFORM ABANDON-DETECTION-RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SUSRPT-LINE
           STRING "  SUSPICIOUS CHANGE-PATTERN DETECTION AT "
                  WS-JOB-START-TS(1:21)
                  " - POSTED " WS-PERIOD-FROM " TO " WS-PERIOD-TO
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE SPACES TO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE SPACES TO SUSRPT-LINE
           STRING "    RULE     PATTERN  SCR FIRST JOURNAL ENTRY   "
                  "  LAST JOURNAL ENTRY     EVIDENCE"
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE ALL "-" TO SUSRPT-LINE
           WRITE SUSRPT-LINE.

       RELEASE-JOURNAL-CHANGES.
      *****************************************************************
      * The SORT input side: each entry posted in the review period,
      * with the fields the patterns weigh either side of it. The
      * company and name come from the after image (the before image
      * for a delete), the IXYMSTRB convention.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPJRNL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-JRNL-READ-CNT
               EVALUATE TRUE
                 WHEN JRN-PROGRAM = 'IXYREKEY'
                   ADD 1 TO WS-REKEY-CNT
                 WHEN JRN-TIMESTAMP(1:8) < WS-PERIOD-FROM OR
                      JRN-TIMESTAMP(1:8) > WS-PERIOD-TO
                   ADD 1 TO WS-OUT-PERIOD-CNT
                 WHEN OTHER
                   PERFORM RELEASE-ONE-CHANGE
               END-EVALUATE
             END-READ
           END-PERFORM.

       RELEASE-ONE-CHANGE.
           INITIALIZE SORT-CHANGE-RECORD
           MOVE JRN-EMPLOYEE-ID TO SS-EMPLOYEE-ID
           MOVE JRN-TIMESTAMP   TO SS-JOURNAL-TS
           MOVE JRN-ACTION      TO SS-ACTION
           MOVE 'N'             TO SS-CONTACT-SW
           MOVE 0 TO WS-POSTED-DATE
           IF JRN-TIMESTAMP(1:8) IS NUMERIC
             MOVE JRN-TIMESTAMP(1:8) TO WS-POSTED-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-POSTED-DATE) = 0
             COMPUTE SS-DAY-NUMBER =
                     FUNCTION INTEGER-OF-DATE(WS-POSTED-DATE)
           END-IF

           IF JRN-BEFORE-IMAGE NOT = SPACES AND
              NOT JRN-ACTION-ADD
             MOVE JRN-BEFORE-IMAGE TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
             IF annualSalary IS NUMERIC
               MOVE annualSalary  TO SS-OLD-SALARY
             END-IF
             IF employeeLevel IS NUMERIC
               MOVE employeeLevel TO SS-OLD-LEVEL
             END-IF
             IF dateOfJoining IS NUMERIC
               MOVE dateOfJoining TO SS-OLD-JOIN-DATE
             END-IF
             MOVE email       TO WS-OLD-EMAIL
             MOVE phoneNumber TO WS-OLD-PHONE
             MOVE companyCode TO SS-COMPANY
             MOVE fullName    TO SS-FULL-NAME
           END-IF
           IF JRN-ACTION-DELETE
             MOVE SS-OLD-SALARY    TO SS-NEW-SALARY
             MOVE SS-OLD-LEVEL     TO SS-NEW-LEVEL
             MOVE SS-OLD-JOIN-DATE TO SS-NEW-JOIN-DATE
           ELSE
             MOVE JRN-AFTER-IMAGE TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
             IF annualSalary IS NUMERIC
               MOVE annualSalary  TO SS-NEW-SALARY
             END-IF
             IF employeeLevel IS NUMERIC
               MOVE employeeLevel TO SS-NEW-LEVEL
             END-IF
             IF dateOfJoining IS NUMERIC
               MOVE dateOfJoining TO SS-NEW-JOIN-DATE
             END-IF
             MOVE companyCode TO SS-COMPANY
             MOVE fullName    TO SS-FULL-NAME
             IF JRN-ACTION-CHANGE AND
                JRN-BEFORE-IMAGE NOT = SPACES AND
                (email NOT = WS-OLD-EMAIL OR
                 phoneNumber NOT = WS-OLD-PHONE)
               MOVE 'Y' TO SS-CONTACT-SW
             END-IF
           END-IF
           ADD 1 TO WS-RELEASE-CNT
           MOVE WS-RELEASE-CNT TO SS-SEQ
           RELEASE SORT-CHANGE-RECORD.

       DETECT-EMPLOYEE-PATTERNS.
      *****************************************************************
      * The SORT output side: one employee's entries are gathered,
      * then weighed against every enabled rule.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-FIRST-ROW OR
                  SS-COMPANY NOT = WS-EMP-COMPANY OR
                  SS-EMPLOYEE-ID NOT = WS-EMP-ID
                 IF NOT WS-FIRST-ROW
                   PERFORM FINISH-EMPLOYEE
                 END-IF
                 PERFORM START-EMPLOYEE
               END-IF
               PERFORM GATHER-CHANGE
             END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-ROW
             PERFORM FINISH-EMPLOYEE
           END-IF.

       START-EMPLOYEE.
           MOVE 'N' TO WS-FIRST-ROW-SW
           ADD 1 TO WS-EMP-SEEN-CNT
           MOVE SS-COMPANY     TO WS-EMP-COMPANY
           MOVE SS-EMPLOYEE-ID TO WS-EMP-ID
           MOVE 0 TO WS-CHG-CNT WS-CHG-LOST-CNT
           MOVE 0 TO WS-EMP-SCORE WS-EMP-HIT-CNT.

       GATHER-CHANGE.
           MOVE SS-FULL-NAME TO WS-EMP-NAME
           IF WS-CHG-CNT >= WS-CHG-MAX
             ADD 1 TO WS-CHG-LOST-CNT
           ELSE
             ADD 1 TO WS-CHG-CNT
             MOVE SS-JOURNAL-TS    TO WS-CHG-TS(WS-CHG-CNT)
             MOVE SS-DAY-NUMBER    TO WS-CHG-DAY(WS-CHG-CNT)
             MOVE SS-ACTION        TO WS-CHG-ACTION(WS-CHG-CNT)
             MOVE SS-OLD-SALARY    TO WS-CHG-OLD-SALARY(WS-CHG-CNT)
             MOVE SS-NEW-SALARY    TO WS-CHG-NEW-SALARY(WS-CHG-CNT)
             MOVE SS-OLD-LEVEL     TO WS-CHG-OLD-LEVEL(WS-CHG-CNT)
             MOVE SS-NEW-LEVEL     TO WS-CHG-NEW-LEVEL(WS-CHG-CNT)
             MOVE SS-OLD-JOIN-DATE TO WS-CHG-OLD-JOIN(WS-CHG-CNT)
             MOVE SS-NEW-JOIN-DATE TO WS-CHG-NEW-JOIN(WS-CHG-CNT)
             MOVE SS-CONTACT-SW    TO WS-CHG-CONTACT-SW(WS-CHG-CNT)
           END-IF.

       FINISH-EMPLOYEE.
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                     UNTIL WS-RUL-IDX > WS-RUL-CNT
             EVALUATE TRUE
               WHEN WS-RUL-CONTSAL(WS-RUL-IDX)
                 PERFORM CHECK-CONTACT-WITH-RAISE
               WHEN WS-RUL-SALREV(WS-RUL-IDX)
                 PERFORM CHECK-SALARY-REVERSAL
               WHEN WS-RUL-JOINBACK(WS-RUL-IDX)
                 PERFORM CHECK-JOIN-DATE-BACKWARDS
               WHEN WS-RUL-LEVELBCK(WS-RUL-IDX)
                 PERFORM CHECK-LEVEL-BACKWARDS
               WHEN WS-RUL-VOLUME(WS-RUL-IDX)
                 PERFORM CHECK-CHANGE-VOLUME
             END-EVALUATE
           END-PERFORM
           IF WS-CHG-LOST-CNT > 0
             ADD 1 TO WS-TRUNCATED-CNT
             MOVE WS-CHG-LOST-CNT TO WS-EDIT-CNT
             MOVE SPACES TO SUSRPT-LINE
             STRING "  ** EMPLOYEE " WS-EMP-COMPANY " " WS-EMP-ID
                    " - " WS-EDIT-CNT " LATER JOURNAL ENTRIES NOT "
                    "EXAMINED (MORE THAN 500)"
                    DELIMITED BY SIZE INTO SUSRPT-LINE
             WRITE SUSRPT-LINE
           END-IF
           IF WS-EMP-HIT-CNT > 0
             ADD 1 TO WS-EMP-FLAGGED-CNT
             MOVE WS-EMP-SCORE TO WS-ED-SCORE
             MOVE SPACES TO SUSRPT-LINE
             STRING "      EMPLOYEE TOTAL RISK SCORE " WS-ED-SCORE
                    DELIMITED BY SIZE INTO SUSRPT-LINE
             WRITE SUSRPT-LINE
             MOVE SPACES TO SUSRPT-LINE
             WRITE SUSRPT-LINE
           END-IF.

       CHECK-CONTACT-WITH-RAISE.
      *****************************************************************
      * A raise of at least THRESHOLD percent, and an email or phone
      * change posted within WINDOW days of it either way (the same
      * entry counts).
      *****************************************************************
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                     UNTIL WS-CHG-IDX > WS-CHG-CNT
             IF WS-CHG-ACTION(WS-CHG-IDX) = 'C' AND
                WS-CHG-NEW-SALARY(WS-CHG-IDX) >
                        WS-CHG-OLD-SALARY(WS-CHG-IDX)
               IF WS-CHG-OLD-SALARY(WS-CHG-IDX) = 0
                 MOVE 9999 TO WS-RAISE-PCT
               ELSE
                 COMPUTE WS-RAISE-PCT =
                         (WS-CHG-NEW-SALARY(WS-CHG-IDX) -
                          WS-CHG-OLD-SALARY(WS-CHG-IDX)) * 100 /
                          WS-CHG-OLD-SALARY(WS-CHG-IDX)
               END-IF
               IF WS-RAISE-PCT >= WS-RUL-THRESHOLD(WS-RUL-IDX)
                 MOVE 0 TO WS-MATCH-IDX
                 PERFORM VARYING WS-CHG-IDX2 FROM 1 BY 1
                           UNTIL WS-CHG-IDX2 > WS-CHG-CNT
                              OR WS-MATCH-IDX NOT = 0
                   COMPUTE WS-DAY-GAP =
                           FUNCTION ABS(WS-CHG-DAY(WS-CHG-IDX2) -
                                        WS-CHG-DAY(WS-CHG-IDX))
                   IF WS-CHG-CONTACT-SW(WS-CHG-IDX2) = 'Y' AND
                      WS-DAY-GAP <= WS-RUL-WINDOW(WS-RUL-IDX)
                     MOVE WS-CHG-IDX2 TO WS-MATCH-IDX
                   END-IF
                 END-PERFORM
                 IF WS-MATCH-IDX NOT = 0
                   MOVE WS-CHG-OLD-SALARY(WS-CHG-IDX) TO WS-ED-SALARY
                   MOVE WS-CHG-NEW-SALARY(WS-CHG-IDX) TO
                            WS-ED-SALARY2
                   MOVE WS-RAISE-PCT TO WS-ED-PCT
                   MOVE SPACES TO WS-HIT-EVIDENCE
                   STRING "SALARY " FUNCTION TRIM(WS-ED-SALARY)
                          " -> " FUNCTION TRIM(WS-ED-SALARY2)
                          " (+" FUNCTION TRIM(WS-ED-PCT)
                          "%) AND EMAIL/PHONE CHANGED"
                          DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
                   IF WS-MATCH-IDX < WS-CHG-IDX
                     MOVE WS-MATCH-IDX TO WS-HIT-FIRST-IDX
                     MOVE WS-CHG-IDX   TO WS-HIT-LAST-IDX
                   ELSE
                     MOVE WS-CHG-IDX   TO WS-HIT-FIRST-IDX
                     MOVE WS-MATCH-IDX TO WS-HIT-LAST-IDX
                   END-IF
                   IF WS-MATCH-IDX = WS-CHG-IDX
                     MOVE 1 TO WS-HIT-CNT-ENTRIES
                   ELSE
                     MOVE 2 TO WS-HIT-CNT-ENTRIES
                   END-IF
                   PERFORM RECORD-PATTERN-HIT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       CHECK-SALARY-REVERSAL.
      *****************************************************************
      * A cut, then within WINDOW days a later change that puts the
      * salary back to at least where it was before the cut.
      *****************************************************************
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                     UNTIL WS-CHG-IDX > WS-CHG-CNT
             IF WS-CHG-ACTION(WS-CHG-IDX) = 'C' AND
                WS-CHG-NEW-SALARY(WS-CHG-IDX) <
                        WS-CHG-OLD-SALARY(WS-CHG-IDX)
               MOVE 0 TO WS-MATCH-IDX
               PERFORM VARYING WS-CHG-IDX2 FROM WS-CHG-IDX BY 1
                         UNTIL WS-CHG-IDX2 > WS-CHG-CNT
                            OR WS-MATCH-IDX NOT = 0
                 COMPUTE WS-DAY-GAP = WS-CHG-DAY(WS-CHG-IDX2) -
                                      WS-CHG-DAY(WS-CHG-IDX)
                 IF WS-CHG-IDX2 > WS-CHG-IDX AND
                    WS-CHG-ACTION(WS-CHG-IDX2) = 'C' AND
                    WS-DAY-GAP <= WS-RUL-WINDOW(WS-RUL-IDX) AND
                    WS-CHG-NEW-SALARY(WS-CHG-IDX2) >=
                            WS-CHG-OLD-SALARY(WS-CHG-IDX)
                   MOVE WS-CHG-IDX2 TO WS-MATCH-IDX
                 END-IF
               END-PERFORM
               IF WS-MATCH-IDX NOT = 0
                 MOVE WS-CHG-OLD-SALARY(WS-CHG-IDX) TO WS-ED-SALARY
                 MOVE WS-CHG-NEW-SALARY(WS-CHG-IDX) TO WS-ED-SALARY2
                 MOVE WS-CHG-NEW-SALARY(WS-MATCH-IDX) TO
                          WS-ED-SALARY3
                 COMPUTE WS-DAY-GAP = WS-CHG-DAY(WS-MATCH-IDX) -
                                      WS-CHG-DAY(WS-CHG-IDX)
                 MOVE WS-DAY-GAP TO WS-ED-DAYS
                 MOVE SPACES TO WS-HIT-EVIDENCE
                 STRING "SALARY " FUNCTION TRIM(WS-ED-SALARY)
                        " -> " FUNCTION TRIM(WS-ED-SALARY2)
                        " -> " FUNCTION TRIM(WS-ED-SALARY3)
                        " WITHIN " FUNCTION TRIM(WS-ED-DAYS) " DAY(S)"
                        DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
                 MOVE WS-CHG-IDX   TO WS-HIT-FIRST-IDX
                 MOVE WS-MATCH-IDX TO WS-HIT-LAST-IDX
                 MOVE 2 TO WS-HIT-CNT-ENTRIES
                 PERFORM RECORD-PATTERN-HIT
               END-IF
             END-IF
           END-PERFORM.

       CHECK-JOIN-DATE-BACKWARDS.
           MOVE WS-RUL-THRESHOLD(WS-RUL-IDX) TO WS-MIN-STEP
           IF WS-MIN-STEP = 0
             MOVE 1 TO WS-MIN-STEP
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                     UNTIL WS-CHG-IDX > WS-CHG-CNT
             IF WS-CHG-ACTION(WS-CHG-IDX) = 'C' AND
                WS-CHG-NEW-JOIN(WS-CHG-IDX) <
                        WS-CHG-OLD-JOIN(WS-CHG-IDX) AND
                FUNCTION TEST-DATE-YYYYMMDD(
                        WS-CHG-OLD-JOIN(WS-CHG-IDX)) = 0 AND
                FUNCTION TEST-DATE-YYYYMMDD(
                        WS-CHG-NEW-JOIN(WS-CHG-IDX)) = 0
               COMPUTE WS-DAYS-EARLIER =
                   FUNCTION INTEGER-OF-DATE(WS-CHG-OLD-JOIN(WS-CHG-IDX))
                 - FUNCTION INTEGER-OF-DATE(WS-CHG-NEW-JOIN(WS-CHG-IDX))
               IF WS-DAYS-EARLIER >= WS-MIN-STEP
                 MOVE WS-DAYS-EARLIER TO WS-ED-DAYS
                 MOVE SPACES TO WS-HIT-EVIDENCE
                 STRING "DATEOFJOINING " WS-CHG-OLD-JOIN(WS-CHG-IDX)
                        " -> " WS-CHG-NEW-JOIN(WS-CHG-IDX) " ("
                        FUNCTION TRIM(WS-ED-DAYS) " DAYS EARLIER)"
                        DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
                 MOVE WS-CHG-IDX TO WS-HIT-FIRST-IDX
                 MOVE WS-CHG-IDX TO WS-HIT-LAST-IDX
                 MOVE 1 TO WS-HIT-CNT-ENTRIES
                 PERFORM RECORD-PATTERN-HIT
               END-IF
             END-IF
           END-PERFORM.

       CHECK-LEVEL-BACKWARDS.
           MOVE WS-RUL-THRESHOLD(WS-RUL-IDX) TO WS-MIN-STEP
           IF WS-MIN-STEP = 0
             MOVE 1 TO WS-MIN-STEP
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                     UNTIL WS-CHG-IDX > WS-CHG-CNT
             IF WS-CHG-ACTION(WS-CHG-IDX) = 'C' AND
                WS-CHG-NEW-LEVEL(WS-CHG-IDX) <
                        WS-CHG-OLD-LEVEL(WS-CHG-IDX)
               COMPUTE WS-LEVELS-DOWN = WS-CHG-OLD-LEVEL(WS-CHG-IDX) -
                                        WS-CHG-NEW-LEVEL(WS-CHG-IDX)
               IF WS-LEVELS-DOWN >= WS-MIN-STEP
                 MOVE WS-CHG-OLD-LEVEL(WS-CHG-IDX) TO WS-ED-LEVEL
                 MOVE WS-CHG-NEW-LEVEL(WS-CHG-IDX) TO WS-ED-LEVEL2
                 MOVE SPACES TO WS-HIT-EVIDENCE
                 STRING "EMPLOYEELEVEL " FUNCTION TRIM(WS-ED-LEVEL)
                        " -> " FUNCTION TRIM(WS-ED-LEVEL2)
                        DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
                 MOVE WS-CHG-IDX TO WS-HIT-FIRST-IDX
                 MOVE WS-CHG-IDX TO WS-HIT-LAST-IDX
                 MOVE 1 TO WS-HIT-CNT-ENTRIES
                 PERFORM RECORD-PATTERN-HIT
               END-IF
             END-IF
           END-PERFORM.

       CHECK-CHANGE-VOLUME.
      *****************************************************************
      * More than THRESHOLD entries posted within WINDOW days of the
      * first of them. A burst is reported once and the search goes
      * on after it.
      *****************************************************************
           MOVE 1 TO WS-CHG-IDX
           PERFORM UNTIL WS-CHG-IDX > WS-CHG-CNT
             MOVE 0 TO WS-BURST-CNT
             PERFORM VARYING WS-CHG-IDX2 FROM WS-CHG-IDX BY 1
                       UNTIL WS-CHG-IDX2 > WS-CHG-CNT
                          OR WS-CHG-DAY(WS-CHG-IDX2) -
                             WS-CHG-DAY(WS-CHG-IDX) >
                             WS-RUL-WINDOW(WS-RUL-IDX)
               ADD 1 TO WS-BURST-CNT
             END-PERFORM
             IF WS-BURST-CNT > WS-RUL-THRESHOLD(WS-RUL-IDX)
               MOVE WS-BURST-CNT TO WS-EDIT-CNT
               MOVE WS-RUL-WINDOW(WS-RUL-IDX) TO WS-ED-DAYS
               MOVE SPACES TO WS-HIT-EVIDENCE
               STRING FUNCTION TRIM(WS-EDIT-CNT) " CHANGES WITHIN "
                      FUNCTION TRIM(WS-ED-DAYS) " DAY(S)"
                      DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
               MOVE WS-CHG-IDX TO WS-HIT-FIRST-IDX
               COMPUTE WS-HIT-LAST-IDX = WS-CHG-IDX2 - 1
               MOVE WS-BURST-CNT TO WS-HIT-CNT-ENTRIES
               PERFORM RECORD-PATTERN-HIT
               MOVE WS-CHG-IDX2 TO WS-CHG-IDX
             ELSE
               ADD 1 TO WS-CHG-IDX
             END-IF
           END-PERFORM.

       RECORD-PATTERN-HIT.
      *****************************************************************
      * One case record and one report line per hit; the employee's
      * heading is printed with the first.
      *****************************************************************
           IF WS-EMP-HIT-CNT = 0
             MOVE SPACES TO SUSRPT-LINE
             STRING "  EMPLOYEE " WS-EMP-COMPANY " " WS-EMP-ID "  "
                    WS-EMP-NAME
                    DELIMITED BY SIZE INTO SUSRPT-LINE
             WRITE SUSRPT-LINE
           END-IF
           ADD 1 TO WS-EMP-HIT-CNT
           ADD WS-RUL-SCORE(WS-RUL-IDX) TO WS-EMP-SCORE
           ADD 1 TO WS-RUL-HIT-CNT(WS-RUL-IDX)
           ADD 1 TO WS-CASE-CNT

           MOVE SPACES TO SUS-CASE-RECORD
           MOVE WS-JOB-START-TS(1:21)          TO SUSC-DETECTED-TS
           MOVE WS-CASE-CNT                    TO SUSC-CASE-NO
           MOVE WS-RUL-ID(WS-RUL-IDX)          TO SUSC-RULE-ID
           MOVE WS-RUL-PATTERN(WS-RUL-IDX)     TO SUSC-PATTERN
           MOVE WS-RUL-SCORE(WS-RUL-IDX)       TO SUSC-SCORE
           MOVE WS-EMP-COMPANY                 TO SUSC-COMPANY
           MOVE WS-EMP-ID                      TO SUSC-EMPLOYEE-ID
           MOVE WS-EMP-NAME                    TO SUSC-FULL-NAME
           MOVE WS-CHG-TS(WS-HIT-FIRST-IDX)    TO SUSC-FIRST-TS
           MOVE WS-CHG-TS(WS-HIT-LAST-IDX)     TO SUSC-LAST-TS
           MOVE WS-HIT-CNT-ENTRIES             TO SUSC-EVIDENCE-CNT
           MOVE WS-HIT-EVIDENCE                TO SUSC-EVIDENCE
           MOVE 'N'                            TO SUSC-STATUS
           WRITE SUS-CASE-RECORD

           MOVE WS-RUL-ID(WS-RUL-IDX)          TO RPT-HIT-RULE-ID
           MOVE WS-RUL-PATTERN(WS-RUL-IDX)     TO RPT-HIT-PATTERN
           MOVE WS-RUL-SCORE(WS-RUL-IDX)       TO RPT-HIT-SCORE
           MOVE WS-CHG-TS(WS-HIT-FIRST-IDX)    TO RPT-HIT-FIRST-TS
           MOVE WS-CHG-TS(WS-HIT-LAST-IDX)     TO RPT-HIT-LAST-TS
           MOVE WS-HIT-EVIDENCE                TO RPT-HIT-EVIDENCE
           MOVE WS-RPT-HIT TO SUSRPT-LINE
           WRITE SUSRPT-LINE.

       WRITE-RULE-SUMMARY.
           MOVE SPACES TO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE SPACES TO SUSRPT-LINE
           STRING "  HITS BY RULE"
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE SPACES TO SUSRPT-LINE
           STRING "  RULE     PATTERN  SCR WIN LIMIT      HITS  "
                  "DESCRIPTION"
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE ALL "-" TO SUSRPT-LINE
           WRITE SUSRPT-LINE
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                     UNTIL WS-RUL-IDX > WS-RUL-CNT
             MOVE WS-RUL-HIT-CNT(WS-RUL-IDX) TO WS-EDIT-CNT
             MOVE WS-RUL-SCORE(WS-RUL-IDX) TO WS-ED-SCORE
             MOVE SPACES TO SUSRPT-LINE
             STRING "  " WS-RUL-ID(WS-RUL-IDX) " "
                    WS-RUL-PATTERN(WS-RUL-IDX) " "
                    WS-ED-SCORE(2:3) " "
                    WS-RUL-WINDOW(WS-RUL-IDX) " "
                    WS-RUL-THRESHOLD(WS-RUL-IDX) " "
                    WS-EDIT-CNT "  "
                    WS-RUL-DESCRIPTION(WS-RUL-IDX)
                    DELIMITED BY SIZE INTO SUSRPT-LINE
             WRITE SUSRPT-LINE
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE SPACES TO SUSRPT-LINE
           MOVE "  TOTALS" TO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE ALL "-" TO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE WS-JRNL-READ-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SUSRPT-LINE
           STRING "  JOURNAL ENTRIES READ          : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE WS-RELEASE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SUSRPT-LINE
           STRING "  EXAMINED                      : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE WS-EMP-SEEN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SUSRPT-LINE
           STRING "  EMPLOYEES EXAMINED            : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE WS-EMP-FLAGGED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SUSRPT-LINE
           STRING "  EMPLOYEES WITH HITS           : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE
           MOVE WS-CASE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SUSRPT-LINE
           STRING "  CASES WRITTEN TO SUSCASE      : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SUSRPT-LINE
           WRITE SUSRPT-LINE.

       ABANDON-DETECTION-RUN.
           MOVE 9861 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           PERFORM DISPLAY-DETECTION-SUMMARY
           GOBACK.

       DISPLAY-DETECTION-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYSUSDT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RULES ENABLED    : " WS-RUL-CNT
           DISPLAY "  JOURNAL READ     : " WS-JRNL-READ-CNT
           DISPLAY "  OUTSIDE PERIOD   : " WS-OUT-PERIOD-CNT
           DISPLAY "  RE-KEY ENTRIES   : " WS-REKEY-CNT
           DISPLAY "  EMPLOYEES        : " WS-EMP-SEEN-CNT
           DISPLAY "  EMPLOYEES FLAGGED: " WS-EMP-FLAGGED-CNT
           DISPLAY "  CASES WRITTEN    : " WS-CASE-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYSUSDT'.
