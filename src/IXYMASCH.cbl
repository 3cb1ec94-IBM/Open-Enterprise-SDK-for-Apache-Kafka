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
      * MAIN PROGRAM MASS-CHANGE TRANSACTION GENERATOR
      ******************************************************************
      * Annual pay reviews, level re-mappings and country-wide
      * allowance changes used to be keyed into EMPFIL one employee
      * at a time. This utility selects the employees from EMPMAST
      * and builds the change transactions for all of them at once:
      * a. MCCARDS - the change deck, fixed columns:
      *        cols 1-7   card type - SELECT, ACTION or EFFDATE
      *        cols 9-18  keyword
      *        cols 20-39 first value
      *        cols 41-60 second value
      *    SELECT picks employees; the keyword is the field tested:
      *        COMPANY   value = company code
      *        LEVEL     value = employee level
      *        DEPT      value = department code
      *        COUNTRY   value = country, as held on the master
      *        FULLTIME  value = Y or N
      *        ALL       every active employee (no value)
      *    Several SELECT cards on the same field are alternatives
      *    (LEVEL 7 or LEVEL 8); cards on different fields must all
      *    hold (COMPANY ABC and COUNTRY INDIA). At least one SELECT
      *    card is required -- a deck with none is refused rather
      *    than taken to mean everyone; say ALL for that.
      *    ACTION says what to change; the keyword is the action:
      *        SALARY-PCT first value = percent, e.g. 3 or -1.5,
      *                   applied to annualSalary (one card)
      *        SET-LEVEL  first value = level from, second = level
      *                   to; selected employees at the from level
      *                   move to the to level (up to 20 cards)
      *        ADD-ALLOW  first value = monthly amount, added as a
      *                   new monthlyAllowances entry (one card)
      *    EFFDATE, keyword cols 9-16 = YYYYMMDD, the date the
      *    changes take effect; required to APPLY.
      *    '*' in column 1 is a comment.
      * b. EMPMAST - the employee master KSDS, read in key order.
      *    Terminated employees are never selected.
      * c. The PARM is the mode:
      *        PREVIEW - report only, nothing written (the default)
      *        APPLY   - report, and write EMPFIL
      * d. MASCHRPT - every affected employee with old and new
      *    level, salary and allowance, then the totals. An employee
      *    the change cannot be applied to (the salary overflows, or
      *    all 24 allowance entries are in use) is listed as refused
      *    and left out of EMPFIL.
      * e. EMPFIL - APPLY only: one complete group per affected
      *    employee ('E' base carrying the new values, the effective
      *    date, company and currency, then S/C/H/A details rebuilt
      *    from the master), in the layout IXYPAV31 reads, so it is
      *    pre-edited by IXYEMPED and produced like any other change.
      *
      * Return codes: 00 changes generated; 04 nothing selected or
      * nothing to change; 08 an employee was refused; 16 the deck is
      * unusable, APPLY without EFFDATE, or EMPMAST unavailable --
      * nothing is written.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYMASCH'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MCCARDS ASSIGN TO MCCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MCCARDS-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT MASCHRPT ASSIGN TO MASCHRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MASCHRPT-STATUS.

           SELECT EMPFIL ASSIGN TO EMPFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPFIL-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD MCCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MC-CHANGE-CARD.

         01 MC-CHANGE-CARD.
            05 MCARD-TYPE         PIC X(07).
                88 MCARD-SELECT   VALUE 'SELECT '.
                88 MCARD-ACTION   VALUE 'ACTION '.
                88 MCARD-EFFDATE  VALUE 'EFFDATE'.
            05 FILLER             PIC X(01).
            05 MCARD-KEYWORD      PIC X(10).
            05 FILLER             PIC X(01).
            05 MCARD-VALUE-1      PIC X(20).
            05 FILLER             PIC X(01).
            05 MCARD-VALUE-2      PIC X(20).
            05 FILLER             PIC X(20).

      * Record layout as written by IXYCAV64.
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
            05 EMPMAST-LIFECYCLE.
               10 EMPMAST-STATUS            PIC X(01).
                   88 EMPMAST-TERMINATED    VALUE 'T'.
               10 EMPMAST-TERM-DATE         PIC 9(08).
               10 EMPMAST-TERM-REASON       PIC X(08).
               10 EMPMAST-FINAL-SALARY      PIC 9(07)V9(02).
               10 EMPMAST-REHIRE-DATE       PIC 9(08).
               10 EMPMAST-REHIRE-CNT        PIC 9(03).
               10 EMPMAST-PRIOR-SERVICE.
                  15 EMPMAST-PRIOR-HIRE-DATE    PIC 9(08).
                  15 EMPMAST-PRIOR-TERM-DATE    PIC 9(08).
                  15 EMPMAST-PRIOR-TERM-REASON  PIC X(08).
                  15 EMPMAST-PRIOR-FINAL-SALARY PIC 9(07)V9(02).
               10 FILLER                    PIC X(05).

         FD MASCHRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MASCHRPT-LINE.

         01 MASCHRPT-LINE           PIC X(132).

      * EMPFIL - the variable multi-record-type employee input, as
      * IXYPAV31 reads it: a type 'E' base record opens an employee
      * and the 'S'/'C'/'H'/'A' detail records that follow belong
      * to it.
         FD EMPFIL
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-EMPFIL-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-FILE-RECORD.

         01 EMPLOYEE-FILE-RECORD.
            05 EMPF-RECORD-TYPE            PIC X(01).
            05 EMPF-EMPLOYEE-ID            PIC 9(09).
            05 EMPF-RECORD-BODY            PIC X(498).

         01 EMPF-BASE-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-FULL-NAME              PIC X(30).
            05 EMPF-FULL-TIME-FLAG         PIC X(01).
            05 EMPF-EMPLOYEE-LEVEL         PIC 9(09).
            05 EMPF-DATE-OF-JOINING        PIC 9(08).
            05 EMPF-INSURANCE-COVERAGE     PIC 9(07)V9(02).
            05 EMPF-ANNUAL-SALARY          PIC 9(07)V9(02).
            05 EMPF-DOCUMENT-DATA          PIC X(20).
            05 EMPF-SECURITY-TOKEN         PIC X(16).
            05 EMPF-TEAM-MEMBER-IDS OCCURS 2 TIMES
                                       PIC 9(09).
            05 EMPF-SESSION-HISTORY OCCURS 2 TIMES
                                       PIC 9(10).
            05 EMPF-PROFILE-PICTURE OCCURS 2 TIMES
                                       PIC X(20).
            05 EMPF-EMAIL                  PIC X(40).
            05 EMPF-PHONE-NUMBER           PIC X(10).
            05 EMPF-STREET                 PIC X(30).
            05 EMPF-CITY                   PIC X(20).
            05 EMPF-STATE                  PIC X(20).
            05 EMPF-COUNTRY                PIC X(20).
            05 EMPF-PINCODE                PIC X(06).
            05 EMPF-SCHEMA-KEY             PIC X(20).
            05 EMPF-NAME-ENCODING          PIC X(01).
            05 EMPF-EFFECTIVE-DATE         PIC 9(08).
            05 EMPF-COMPANY-CODE           PIC X(03).
            05 EMPF-CURRENCY-CODE          PIC X(03).

         01 EMPF-SKILL-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-SKILL                  PIC X(20).

         01 EMPF-CERT-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-CERT-NAME              PIC X(30).
            05 EMPF-CERT-SCORE             PIC 9(03).

         01 EMPF-SALHIST-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-SALARY-HISTORY         PIC 9(07)V9(02).

         01 EMPF-ALLOWANCE-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-MONTHLY-ALLOWANCE      PIC 9(05)V9(02).

        WORKING-STORAGE SECTION.
         01 WS-MCCARDS-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-MASCHRPT-STATUS  PIC X(02).
         01 WS-EMPFIL-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-EMPFIL-REC-LEN   PIC 9(04) BINARY.

         01 WS-MODE             PIC X(07) VALUE 'PREVIEW'.
             88 WS-MODE-PREVIEW VALUE 'PREVIEW'.
             88 WS-MODE-APPLY   VALUE 'APPLY  '.

         01 WS-DECK-SW          PIC X(01) VALUE 'Y'.
             88 WS-DECK-OK      VALUE 'Y'.
             88 WS-DECK-BAD     VALUE 'N'.
         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-EFF-DATE         PIC 9(08) VALUE 0.

      * Selection criteria from the SELECT cards. Each is tagged with
      * its field kind (1 COMPANY, 2 LEVEL, 3 DEPT, 4 COUNTRY,
      * 5 FULLTIME); an employee is selected when every kind that has
      * criteria is matched by at least one of them.
         01 WS-SELECT-ALL-SW    PIC X(01) VALUE 'N'.
             88 WS-SELECT-ALL   VALUE 'Y'.
         01 WS-SEL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-SEL-MAX          PIC S9(4) BINARY VALUE 50.
         01 WS-SEL-TABLE.
            05 WS-SEL-ENTRY OCCURS 50 TIMES.
               10 WS-SEL-KIND       PIC 9(01).
               10 WS-SEL-VALUE      PIC X(20).
               10 WS-SEL-LEVEL      PIC 9(09).
         01 WS-SEL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-KIND-TABLE.
            05 WS-KIND-ENTRY OCCURS 5 TIMES.
               10 WS-KIND-PRESENT   PIC X(01).
               10 WS-KIND-MATCHED   PIC X(01).
         01 WS-KIND-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-SELECTED-SW      PIC X(01).
             88 WS-SELECTED     VALUE 'Y'.

      * Actions from the ACTION cards.
         01 WS-PCT-SW           PIC X(01) VALUE 'N'.
             88 WS-PCT-GIVEN    VALUE 'Y'.
         01 WS-SALARY-PCT       PIC S9(03)V9(02) VALUE 0.
         01 WS-ALLOW-SW         PIC X(01) VALUE 'N'.
             88 WS-ALLOW-GIVEN  VALUE 'Y'.
         01 WS-ALLOW-AMOUNT     PIC 9(05)V9(02) VALUE 0.
         01 WS-MAP-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-MAP-MAX          PIC S9(4) BINARY VALUE 20.
         01 WS-MAP-TABLE.
            05 WS-MAP-ENTRY OCCURS 20 TIMES.
               10 WS-MAP-FROM       PIC 9(09).
               10 WS-MAP-TO         PIC 9(09).
         01 WS-MAP-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-CARD-NUM         PIC S9(9)V9(4) VALUE 0.

      * The employee in hand -- its new values and disposition.
         01 WS-NEW-LEVEL        PIC 9(09).
         01 WS-NEW-SALARY       PIC 9(07)V9(02).
         01 WS-ALLOW-USED       PIC S9(4) BINARY VALUE 0.
         01 WS-ALLOW-ADDED      PIC 9(05)V9(02).
         01 WS-DET-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-RESULT           PIC X(16).
         01 WS-EMP-DISP-SW      PIC X(01).
             88 WS-EMP-CHANGED  VALUE 'C'.
             88 WS-EMP-SAME     VALUE 'U'.
             88 WS-EMP-REFUSED  VALUE 'R'.

         01 WS-SHIFT-OUT        PIC X(01) VALUE X'0E'.

      * Run counts and totals.
         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-TERM-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-SELECT-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-CHANGED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-SAME-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-LEVEL-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-SALARY-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-ALLOW-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-REC-OUT-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-OLD-SALARY-TOT   PIC S9(13)V9(02) VALUE 0.
         01 WS-NEW-SALARY-TOT   PIC S9(13)V9(02) VALUE 0.
         01 WS-ALLOW-TOT        PIC S9(11)V9(02) VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NAME        PIC X(24).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-DEPT        PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-COUNTRY     PIC X(10).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-OLD-LEVEL   PIC Z(08)9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NEW-LEVEL   PIC Z(08)9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-OLD-SALARY  PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NEW-SALARY  PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ALLOWANCE   PIC ZZ,ZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(16).

         01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-AMOUNT      PIC -,---,---,---,--9.99.
         01 WS-EDIT-PCT         PIC -ZZ9.99.
         01 WS-EDIT-LEVEL       PIC Z(08)9.
         01 WS-EDIT-LEVEL-2     PIC Z(08)9.
         01 WS-EDIT-ALLOW       PIC ZZ,ZZ9.99.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-MODE              PIC X(07).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "MASS-CHANGE TRANSACTION GENERATOR"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           EVALUATE TRUE
             WHEN PARM-LENGTH = 0
               CONTINUE
             WHEN PARM-LENGTH = 7 AND PARM-MODE = 'PREVIEW'
               CONTINUE
             WHEN PARM-LENGTH = 5 AND PARM-MODE(1:5) = 'APPLY'
               SET WS-MODE-APPLY TO TRUE
             WHEN OTHER
               DISPLAY "ERROR : PARM MUST BE PREVIEW OR APPLY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           DISPLAY "MODE : " WS-MODE

           PERFORM READ-CHANGE-CARDS
           IF WS-DECK-OK AND WS-SEL-CNT = 0 AND NOT WS-SELECT-ALL
             DISPLAY "ERROR : NO SELECT CARD - CODE SELECT ALL TO "
                     "CHANGE EVERY EMPLOYEE"
             SET WS-DECK-BAD TO TRUE
           END-IF
           IF WS-DECK-OK AND NOT WS-PCT-GIVEN AND NOT WS-ALLOW-GIVEN
                         AND WS-MAP-CNT = 0
             DISPLAY "ERROR : NO ACTION CARD"
             SET WS-DECK-BAD TO TRUE
           END-IF
           IF WS-DECK-OK AND WS-MODE-APPLY AND WS-EFF-DATE = 0
             DISPLAY "ERROR : APPLY NEEDS AN EFFDATE CARD"
             SET WS-DECK-BAD TO TRUE
           END-IF
           IF WS-DECK-BAD
             DISPLAY "ERROR : CHANGE DECK REFUSED - NOTHING WRITTEN"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-MODE-APPLY
             OPEN OUTPUT EMPFIL
             IF WS-EMPFIL-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN EMPFIL, FILE STATUS "
                       WS-EMPFIL-STATUS
               CLOSE EMPMAST
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           OPEN OUTPUT MASCHRPT
           PERFORM WRITE-REPORT-HEADINGS

           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-CNT
               PERFORM PROCESS-EMPLOYEE
             END-READ
           END-PERFORM
           CLOSE EMPMAST

           IF WS-MODE-APPLY
             CLOSE EMPFIL
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE MASCHRPT

           IF WS-REFUSED-CNT > 0
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-CHANGED-CNT = 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF

           PERFORM DISPLAY-MASS-CHANGE-SUMMARY
           GOBACK
           .

       READ-CHANGE-CARDS.
           OPEN INPUT MCCARDS
           IF WS-MCCARDS-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN MCCARDS, FILE STATUS "
                     WS-MCCARDS-STATUS
             SET WS-DECK-BAD TO TRUE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ MCCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF MC-CHANGE-CARD(1:1) = '*' OR
                    MC-CHANGE-CARD = SPACES
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-CARD-CNT
                   EVALUATE TRUE
                     WHEN MCARD-SELECT
                       PERFORM LOAD-SELECT-CARD
                     WHEN MCARD-ACTION
                       PERFORM LOAD-ACTION-CARD
                     WHEN MCARD-EFFDATE
                       PERFORM LOAD-EFFDATE-CARD
                     WHEN OTHER
                       DISPLAY "ERROR : UNRECOGNIZED CHANGE CARD : "
                               MC-CHANGE-CARD(1:40)
                       SET WS-DECK-BAD TO TRUE
                   END-EVALUATE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE MCCARDS
           END-IF.

       LOAD-SELECT-CARD.
           IF MCARD-KEYWORD = 'ALL'
             SET WS-SELECT-ALL TO TRUE
           ELSE
             IF WS-SEL-CNT >= WS-SEL-MAX
               DISPLAY "ERROR : MORE THAN " WS-SEL-MAX
                       " SELECT CARDS"
               SET WS-DECK-BAD TO TRUE
             ELSE
               ADD 1 TO WS-SEL-CNT
               MOVE MCARD-VALUE-1 TO WS-SEL-VALUE(WS-SEL-CNT)
               MOVE 0 TO WS-SEL-LEVEL(WS-SEL-CNT)
               EVALUATE MCARD-KEYWORD
                 WHEN 'COMPANY'
                   MOVE 1 TO WS-SEL-KIND(WS-SEL-CNT)
                 WHEN 'LEVEL'
                   MOVE 2 TO WS-SEL-KIND(WS-SEL-CNT)
                   IF FUNCTION TEST-NUMVAL(MCARD-VALUE-1) = 0
                     COMPUTE WS-SEL-LEVEL(WS-SEL-CNT) =
                             FUNCTION NUMVAL(MCARD-VALUE-1)
                   ELSE
                     DISPLAY "ERROR : SELECT LEVEL NOT NUMERIC : "
                             MCARD-VALUE-1
                     SET WS-DECK-BAD TO TRUE
                   END-IF
                 WHEN 'DEPT'
                   MOVE 3 TO WS-SEL-KIND(WS-SEL-CNT)
                 WHEN 'COUNTRY'
                   MOVE 4 TO WS-SEL-KIND(WS-SEL-CNT)
                 WHEN 'FULLTIME'
                   MOVE 5 TO WS-SEL-KIND(WS-SEL-CNT)
                   IF MCARD-VALUE-1 NOT = 'Y' AND NOT = 'N'
                     DISPLAY "ERROR : SELECT FULLTIME MUST BE Y OR N"
                     SET WS-DECK-BAD TO TRUE
                   END-IF
                 WHEN OTHER
                   DISPLAY "ERROR : UNKNOWN SELECT FIELD : "
                           MCARD-KEYWORD
                   SET WS-DECK-BAD TO TRUE
               END-EVALUATE
               IF MCARD-VALUE-1 = SPACES
                 DISPLAY "ERROR : SELECT " MCARD-KEYWORD
                         " HAS NO VALUE"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             END-IF
           END-IF.

       LOAD-ACTION-CARD.
           EVALUATE MCARD-KEYWORD
             WHEN 'SALARY-PCT'
               IF WS-PCT-GIVEN
                 DISPLAY "ERROR : MORE THAN ONE SALARY-PCT ACTION"
                 SET WS-DECK-BAD TO TRUE
               END-IF
               COMPUTE WS-CARD-NUM = FUNCTION NUMVAL(MCARD-VALUE-1)
      * A pay cut is allowed, but not one that wipes the salary out.
               IF MCARD-VALUE-1 = SPACES OR WS-CARD-NUM = 0 OR
                  WS-CARD-NUM <= -100 OR WS-CARD-NUM > 999
                 DISPLAY "ERROR : SALARY-PCT OUT OF RANGE : "
                         MCARD-VALUE-1
                 SET WS-DECK-BAD TO TRUE
               ELSE
                 MOVE WS-CARD-NUM TO WS-SALARY-PCT
                 SET WS-PCT-GIVEN TO TRUE
               END-IF
             WHEN 'SET-LEVEL'
               IF WS-MAP-CNT >= WS-MAP-MAX
                 DISPLAY "ERROR : MORE THAN " WS-MAP-MAX
                         " SET-LEVEL ACTIONS"
                 SET WS-DECK-BAD TO TRUE
               ELSE
                 IF FUNCTION TEST-NUMVAL(MCARD-VALUE-1) = 0 AND
                    FUNCTION TEST-NUMVAL(MCARD-VALUE-2) = 0
                   ADD 1 TO WS-MAP-CNT
                   COMPUTE WS-MAP-FROM(WS-MAP-CNT) =
                           FUNCTION NUMVAL(MCARD-VALUE-1)
                   COMPUTE WS-MAP-TO(WS-MAP-CNT) =
                           FUNCTION NUMVAL(MCARD-VALUE-2)
                   IF WS-MAP-TO(WS-MAP-CNT) = 0
                     DISPLAY "ERROR : SET-LEVEL TO LEVEL ZERO"
                     SET WS-DECK-BAD TO TRUE
                   END-IF
                   PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                           UNTIL WS-MAP-IDX >= WS-MAP-CNT
                     IF WS-MAP-FROM(WS-MAP-IDX) =
                        WS-MAP-FROM(WS-MAP-CNT)
                       DISPLAY "ERROR : LEVEL " MCARD-VALUE-1
                               " MAPPED TWICE"
                       SET WS-DECK-BAD TO TRUE
                     END-IF
                   END-PERFORM
                 ELSE
                   DISPLAY "ERROR : SET-LEVEL LEVELS NOT NUMERIC"
                   SET WS-DECK-BAD TO TRUE
                 END-IF
               END-IF
             WHEN 'ADD-ALLOW'
               IF WS-ALLOW-GIVEN
                 DISPLAY "ERROR : MORE THAN ONE ADD-ALLOW ACTION"
                 SET WS-DECK-BAD TO TRUE
               END-IF
               COMPUTE WS-CARD-NUM = FUNCTION NUMVAL(MCARD-VALUE-1)
               IF MCARD-VALUE-1 = SPACES OR WS-CARD-NUM <= 0 OR
                  WS-CARD-NUM > 99999.99
                 DISPLAY "ERROR : ADD-ALLOW AMOUNT OUT OF RANGE : "
                         MCARD-VALUE-1
                 SET WS-DECK-BAD TO TRUE
               ELSE
                 MOVE WS-CARD-NUM TO WS-ALLOW-AMOUNT
                 SET WS-ALLOW-GIVEN TO TRUE
               END-IF
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN ACTION : " MCARD-KEYWORD
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       LOAD-EFFDATE-CARD.
           IF MCARD-KEYWORD(1:8) IS NUMERIC AND
              MCARD-KEYWORD(9:2) = SPACES
             MOVE MCARD-KEYWORD(1:8) TO WS-EFF-DATE
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
               DISPLAY "ERROR : EFFDATE NOT A VALID DATE : "
                       MCARD-KEYWORD
               MOVE 0 TO WS-EFF-DATE
               SET WS-DECK-BAD TO TRUE
             END-IF
           ELSE
             DISPLAY "ERROR : EFFDATE MUST BE YYYYMMDD : "
                     MCARD-KEYWORD
             SET WS-DECK-BAD TO TRUE
           END-IF.

       PROCESS-EMPLOYEE.
      *****************************************************************
      * Selection first, then the actions -- an employee the actions
      * leave exactly as they were (a SET-LEVEL for a level they are
      * not at, say) is counted but neither reported nor written.
      *****************************************************************
           IF EMPMAST-TERMINATED
             ADD 1 TO WS-TERM-CNT
           ELSE
             MOVE EMPMAST-EVENT-DATA
               TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
             PERFORM TEST-SELECTION
             IF WS-SELECTED
               ADD 1 TO WS-SELECT-CNT
               PERFORM COMPUTE-NEW-VALUES
               EVALUATE TRUE
                 WHEN WS-EMP-SAME
                   ADD 1 TO WS-SAME-CNT
                 WHEN WS-EMP-REFUSED
                   ADD 1 TO WS-REFUSED-CNT
                   PERFORM WRITE-REPORT-DETAIL
                 WHEN OTHER
                   ADD 1 TO WS-CHANGED-CNT
                   PERFORM ACCUMULATE-TOTALS
                   PERFORM WRITE-REPORT-DETAIL
                   IF WS-MODE-APPLY
                     PERFORM WRITE-EMPLOYEE-GROUP
                   END-IF
               END-EVALUATE
             END-IF
           END-IF.

       TEST-SELECTION.
           MOVE ALL 'N' TO WS-KIND-TABLE
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-CNT
             MOVE WS-SEL-KIND(WS-SEL-IDX) TO WS-KIND-IDX
             MOVE 'Y' TO WS-KIND-PRESENT(WS-KIND-IDX)
             EVALUATE WS-KIND-IDX
               WHEN 1
                 IF EMPMAST-COMPANY = WS-SEL-VALUE(WS-SEL-IDX)(1:3)
                   MOVE 'Y' TO WS-KIND-MATCHED(WS-KIND-IDX)
                 END-IF
               WHEN 2
                 IF employeeLevel = WS-SEL-LEVEL(WS-SEL-IDX)
                   MOVE 'Y' TO WS-KIND-MATCHED(WS-KIND-IDX)
                 END-IF
               WHEN 3
                 IF EMPMAST-DEPT-CODE = WS-SEL-VALUE(WS-SEL-IDX)(1:6)
                   MOVE 'Y' TO WS-KIND-MATCHED(WS-KIND-IDX)
                 END-IF
               WHEN 4
                 IF country = WS-SEL-VALUE(WS-SEL-IDX)
                   MOVE 'Y' TO WS-KIND-MATCHED(WS-KIND-IDX)
                 END-IF
               WHEN 5
                 IF isFullTime = WS-SEL-VALUE(WS-SEL-IDX)(1:1)
                   MOVE 'Y' TO WS-KIND-MATCHED(WS-KIND-IDX)
                 END-IF
             END-EVALUATE
           END-PERFORM

           MOVE 'Y' TO WS-SELECTED-SW
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                   UNTIL WS-KIND-IDX > 5
             IF WS-KIND-PRESENT(WS-KIND-IDX) = 'Y' AND
                WS-KIND-MATCHED(WS-KIND-IDX) = 'N'
               MOVE 'N' TO WS-SELECTED-SW
             END-IF
           END-PERFORM.

       COMPUTE-NEW-VALUES.
           MOVE 'U' TO WS-EMP-DISP-SW
           MOVE SPACES TO WS-RESULT
           MOVE employeeLevel TO WS-NEW-LEVEL
           MOVE annualSalary  TO WS-NEW-SALARY
           MOVE 0 TO WS-ALLOW-ADDED

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-CNT
             IF WS-MAP-FROM(WS-MAP-IDX) = employeeLevel
               MOVE WS-MAP-TO(WS-MAP-IDX) TO WS-NEW-LEVEL
             END-IF
           END-PERFORM
           IF WS-NEW-LEVEL NOT = employeeLevel
             MOVE 'C' TO WS-EMP-DISP-SW
           END-IF

           IF WS-PCT-GIVEN
             COMPUTE WS-NEW-SALARY ROUNDED =
                     annualSalary * (100 + WS-SALARY-PCT) / 100
               ON SIZE ERROR
                 MOVE 'R' TO WS-EMP-DISP-SW
                 MOVE 'SALARY OVERFLOW' TO WS-RESULT
             END-COMPUTE
             IF NOT WS-EMP-REFUSED AND
                WS-NEW-SALARY NOT = annualSalary
               MOVE 'C' TO WS-EMP-DISP-SW
             END-IF
           END-IF

           IF WS-ALLOW-GIVEN AND NOT WS-EMP-REFUSED
             PERFORM COUNT-ALLOWANCES-USED
             IF WS-ALLOW-USED >= 24
               MOVE 'R' TO WS-EMP-DISP-SW
               MOVE 'ALLOWANCES FULL' TO WS-RESULT
             ELSE
               MOVE WS-ALLOW-AMOUNT TO WS-ALLOW-ADDED
               MOVE 'C' TO WS-EMP-DISP-SW
             END-IF
           END-IF

           IF WS-EMP-CHANGED
             IF WS-MODE-APPLY
               MOVE 'GENERATED' TO WS-RESULT
             ELSE
               MOVE 'WOULD CHANGE' TO WS-RESULT
             END-IF
           END-IF.

       COUNT-ALLOWANCES-USED.
           MOVE 0 TO WS-ALLOW-USED
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > 24
             IF monthlyAllowances(WS-DET-IDX) IS NUMERIC
               IF monthlyAllowances(WS-DET-IDX) > 0
                 ADD 1 TO WS-ALLOW-USED
               END-IF
             END-IF
           END-PERFORM.

       ACCUMULATE-TOTALS.
           ADD annualSalary  TO WS-OLD-SALARY-TOT
           ADD WS-NEW-SALARY TO WS-NEW-SALARY-TOT
           IF WS-NEW-LEVEL NOT = employeeLevel
             ADD 1 TO WS-LEVEL-CNT
           END-IF
           IF WS-NEW-SALARY NOT = annualSalary
             ADD 1 TO WS-SALARY-CNT
           END-IF
           IF WS-ALLOW-ADDED > 0
             ADD 1 TO WS-ALLOW-CNT
             ADD WS-ALLOW-ADDED TO WS-ALLOW-TOT
           END-IF.

       WRITE-EMPLOYEE-GROUP.
      *****************************************************************
      * One complete EMPFIL group, rebuilt from the master image with
      * the new values in place. The details are the occupied table
      * entries in order, so the produced image matches the master's
      * apart from what this run changed; the new allowance follows
      * the existing ones. A full group is written because IXYPAV31
      * produces the whole employee image from what the group holds.
      *****************************************************************
           MOVE SPACES TO EMPLOYEE-FILE-RECORD
           MOVE 'E'                  TO EMPF-RECORD-TYPE
           MOVE EMPMAST-EMPLOYEE-ID  TO EMPF-EMPLOYEE-ID
           MOVE fullName             TO EMPF-FULL-NAME
           MOVE isFullTime           TO EMPF-FULL-TIME-FLAG
           MOVE WS-NEW-LEVEL         TO EMPF-EMPLOYEE-LEVEL
           MOVE dateOfJoining        TO EMPF-DATE-OF-JOINING
           MOVE insuranceCoverage    TO EMPF-INSURANCE-COVERAGE
           MOVE WS-NEW-SALARY        TO EMPF-ANNUAL-SALARY
           MOVE documentData         TO EMPF-DOCUMENT-DATA
           MOVE securityToken        TO EMPF-SECURITY-TOKEN
           MOVE teamMemberIds(1)     TO EMPF-TEAM-MEMBER-IDS(1)
           MOVE teamMemberIds(2)     TO EMPF-TEAM-MEMBER-IDS(2)
           MOVE sessionHistory(1)    TO EMPF-SESSION-HISTORY(1)
           MOVE sessionHistory(2)    TO EMPF-SESSION-HISTORY(2)
           MOVE profilePicture(1)    TO EMPF-PROFILE-PICTURE(1)
           MOVE profilePicture(2)    TO EMPF-PROFILE-PICTURE(2)
           MOVE email                TO EMPF-EMAIL
           MOVE phoneNumber          TO EMPF-PHONE-NUMBER
           MOVE street               TO EMPF-STREET
           MOVE city                 TO EMPF-CITY
           MOVE state                TO EMPF-STATE
           MOVE country              TO EMPF-COUNTRY
           MOVE pincode              TO EMPF-PINCODE
           MOVE SPACES               TO EMPF-SCHEMA-KEY
           IF fullName(1:1) = WS-SHIFT-OUT
             MOVE 'D' TO EMPF-NAME-ENCODING
           ELSE
             MOVE 'S' TO EMPF-NAME-ENCODING
           END-IF
           MOVE WS-EFF-DATE          TO EMPF-EFFECTIVE-DATE
           MOVE EMPMAST-COMPANY      TO EMPF-COMPANY-CODE
           MOVE currencyCode         TO EMPF-CURRENCY-CODE
           MOVE 508 TO WS-EMPFIL-REC-LEN
           PERFORM WRITE-EMPFIL-RECORD

           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > 24
             IF skills(WS-DET-IDX) NOT = SPACES AND
                skills(WS-DET-IDX) NOT = LOW-VALUES
               MOVE SPACES TO EMPLOYEE-FILE-RECORD
               MOVE 'S' TO EMPF-RECORD-TYPE
               MOVE EMPMAST-EMPLOYEE-ID TO EMPF-EMPLOYEE-ID
               MOVE skills(WS-DET-IDX) TO EMPF-SKILL
               MOVE 30 TO WS-EMPFIL-REC-LEN
               PERFORM WRITE-EMPFIL-RECORD
             END-IF
           END-PERFORM

           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > 24
             IF certificationName(WS-DET-IDX) NOT = SPACES AND
                certificationName(WS-DET-IDX) NOT = LOW-VALUES
               MOVE SPACES TO EMPLOYEE-FILE-RECORD
               MOVE 'C' TO EMPF-RECORD-TYPE
               MOVE EMPMAST-EMPLOYEE-ID TO EMPF-EMPLOYEE-ID
               MOVE certificationName(WS-DET-IDX) TO EMPF-CERT-NAME
               IF certificationScore(WS-DET-IDX) IS NUMERIC
                 MOVE certificationScore(WS-DET-IDX)
                   TO EMPF-CERT-SCORE
               ELSE
                 MOVE 0 TO EMPF-CERT-SCORE
               END-IF
               MOVE 43 TO WS-EMPFIL-REC-LEN
               PERFORM WRITE-EMPFIL-RECORD
             END-IF
           END-PERFORM

           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > 24
             IF salaryHistory(WS-DET-IDX) IS NUMERIC
               IF salaryHistory(WS-DET-IDX) > 0
                 MOVE SPACES TO EMPLOYEE-FILE-RECORD
                 MOVE 'H' TO EMPF-RECORD-TYPE
                 MOVE EMPMAST-EMPLOYEE-ID TO EMPF-EMPLOYEE-ID
                 MOVE salaryHistory(WS-DET-IDX)
                   TO EMPF-SALARY-HISTORY
                 MOVE 19 TO WS-EMPFIL-REC-LEN
                 PERFORM WRITE-EMPFIL-RECORD
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > 24
             IF monthlyAllowances(WS-DET-IDX) IS NUMERIC
               IF monthlyAllowances(WS-DET-IDX) > 0
                 MOVE SPACES TO EMPLOYEE-FILE-RECORD
                 MOVE 'A' TO EMPF-RECORD-TYPE
                 MOVE EMPMAST-EMPLOYEE-ID TO EMPF-EMPLOYEE-ID
                 MOVE monthlyAllowances(WS-DET-IDX)
                   TO EMPF-MONTHLY-ALLOWANCE
                 MOVE 17 TO WS-EMPFIL-REC-LEN
                 PERFORM WRITE-EMPFIL-RECORD
               END-IF
             END-IF
           END-PERFORM

           IF WS-ALLOW-ADDED > 0
             MOVE SPACES TO EMPLOYEE-FILE-RECORD
             MOVE 'A' TO EMPF-RECORD-TYPE
             MOVE EMPMAST-EMPLOYEE-ID TO EMPF-EMPLOYEE-ID
             MOVE WS-ALLOW-ADDED TO EMPF-MONTHLY-ALLOWANCE
             MOVE 17 TO WS-EMPFIL-REC-LEN
             PERFORM WRITE-EMPFIL-RECORD
           END-IF.

       WRITE-EMPFIL-RECORD.
           WRITE EMPLOYEE-FILE-RECORD
           IF WS-EMPFIL-STATUS = '00'
             ADD 1 TO WS-REC-OUT-CNT
           ELSE
             DISPLAY "ERROR : EMPFIL WRITE FAILED, FILE STATUS "
                     WS-EMPFIL-STATUS " FOR EMPLOYEE "
                     EMPMAST-EMPLOYEE-ID
             MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  MASS-CHANGE " WS-MODE " AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE SPACES TO MASCHRPT-LINE
           IF WS-EFF-DATE = 0
             MOVE "  EFFECTIVE DATE : NOT GIVEN" TO MASCHRPT-LINE
           ELSE
             STRING "  EFFECTIVE DATE : " WS-EFF-DATE
                    DELIMITED BY SIZE INTO MASCHRPT-LINE
           END-IF
           WRITE MASCHRPT-LINE
           IF WS-PCT-GIVEN
             MOVE WS-SALARY-PCT TO WS-EDIT-PCT
             MOVE SPACES TO MASCHRPT-LINE
             STRING "  ACTION : SALARY CHANGE "
                    FUNCTION TRIM(WS-EDIT-PCT) " PCT"
                    DELIMITED BY SIZE INTO MASCHRPT-LINE
             WRITE MASCHRPT-LINE
           END-IF
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-CNT
             MOVE WS-MAP-FROM(WS-MAP-IDX) TO WS-EDIT-LEVEL
             MOVE WS-MAP-TO(WS-MAP-IDX)   TO WS-EDIT-LEVEL-2
             MOVE SPACES TO MASCHRPT-LINE
             STRING "  ACTION : SET LEVEL "
                    FUNCTION TRIM(WS-EDIT-LEVEL) " TO "
                    FUNCTION TRIM(WS-EDIT-LEVEL-2)
                    DELIMITED BY SIZE INTO MASCHRPT-LINE
             WRITE MASCHRPT-LINE
           END-PERFORM
           IF WS-ALLOW-GIVEN
             MOVE WS-ALLOW-AMOUNT TO WS-EDIT-ALLOW
             MOVE SPACES TO MASCHRPT-LINE
             STRING "  ACTION : ADD MONTHLY ALLOWANCE "
                    FUNCTION TRIM(WS-EDIT-ALLOW)
                    DELIMITED BY SIZE INTO MASCHRPT-LINE
             WRITE MASCHRPT-LINE
           END-IF
           MOVE SPACES TO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  CO  EMPLOYEE  NAME                     DEPT   "
                  "COUNTRY     OLD LEVEL NEW LEVEL   OLD SALARY   "
                  "NEW SALARY ALLOWANCE RESULT"
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE ALL "-" TO MASCHRPT-LINE
           WRITE MASCHRPT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE EMPMAST-COMPANY     TO RPT-DET-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO RPT-DET-EMPLOYEE
           MOVE fullName            TO RPT-DET-NAME
           MOVE EMPMAST-DEPT-CODE   TO RPT-DET-DEPT
           MOVE country             TO RPT-DET-COUNTRY
           MOVE employeeLevel       TO RPT-DET-OLD-LEVEL
           MOVE WS-NEW-LEVEL        TO RPT-DET-NEW-LEVEL
           MOVE annualSalary        TO RPT-DET-OLD-SALARY
           MOVE WS-NEW-SALARY       TO RPT-DET-NEW-SALARY
           MOVE WS-ALLOW-ADDED      TO RPT-DET-ALLOWANCE
           MOVE WS-RESULT           TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO MASCHRPT-LINE
           WRITE MASCHRPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-READ-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  EMPLOYEES READ           : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-TERM-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  TERMINATED, NOT SELECTED : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-SELECT-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  SELECTED                 : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-CHANGED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  AFFECTED                 : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-SAME-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  SELECTED BUT UNCHANGED   : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-REFUSED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  REFUSED                  : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-LEVEL-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  LEVELS CHANGED           : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-SALARY-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  SALARIES CHANGED         : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-OLD-SALARY-TOT TO WS-EDIT-AMOUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  ANNUAL SALARY BEFORE     : " WS-EDIT-AMOUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-NEW-SALARY-TOT TO WS-EDIT-AMOUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  ANNUAL SALARY AFTER      : " WS-EDIT-AMOUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           COMPUTE WS-EDIT-AMOUNT =
                   WS-NEW-SALARY-TOT - WS-OLD-SALARY-TOT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  ANNUAL SALARY CHANGE     : " WS-EDIT-AMOUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-ALLOW-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  ALLOWANCES ADDED         : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           MOVE WS-ALLOW-TOT TO WS-EDIT-AMOUNT
           MOVE SPACES TO MASCHRPT-LINE
           STRING "  MONTHLY ALLOWANCE ADDED  : " WS-EDIT-AMOUNT
                  DELIMITED BY SIZE INTO MASCHRPT-LINE
           WRITE MASCHRPT-LINE
           IF WS-MODE-APPLY
             MOVE WS-REC-OUT-CNT TO WS-EDIT-COUNT
             MOVE SPACES TO MASCHRPT-LINE
             STRING "  EMPFIL RECORDS WRITTEN   : " WS-EDIT-COUNT
                    DELIMITED BY SIZE INTO MASCHRPT-LINE
             WRITE MASCHRPT-LINE
           ELSE
             MOVE "  PREVIEW ONLY - NO EMPFIL WRITTEN" TO MASCHRPT-LINE
             WRITE MASCHRPT-LINE
           END-IF.

       DISPLAY-MASS-CHANGE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYMASCH JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  MODE             : " WS-MODE
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  SELECTED         : " WS-SELECT-CNT
           DISPLAY "  AFFECTED         : " WS-CHANGED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           IF WS-MODE-APPLY
             DISPLAY "  EMPFIL RECORDS   : " WS-REC-OUT-CNT
           END-IF
           DISPLAY "==========================================".

       END PROGRAM 'IXYMASCH'.
