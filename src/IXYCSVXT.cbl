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
      * MAIN PROGRAM DELIMITED (CSV) EXTRACT OF EMPMAST
      ******************************************************************
      * IXYHRXTR and IXYPAYXT are fixed-layout feeds; an analyst who
      * wants "level, city and salary for company 002" should not
      * need a program change. This utility extracts whatever the
      * control cards name from the employee master and the org
      * reference into a delimited dataset:
      * a. CSVCARD - the control deck, keyword in cols 1-8, value
      *    from col 10:
      *      FIELD    name         a column, in card order. A
      *                            repeating field takes name(n) for
      *                            one occurrence, or name / name(*)
      *                            for a column per occurrence.
      *      SELECT   name op value  keep a record only if it holds;
      *                            op EQ NE GT GE LT LE. Text compares
      *                            case-blind, numbers and amounts by
      *                            value. A repeating field without
      *                            (n) holds if any occurrence does.
      *                            Every SELECT must hold.
      *      SORT     name [A|D]   up to 3 sort keys, major first
      *                            (default: EMPMAST key order).
      *      DELIM    c            the delimiter: one character, or
      *                            COMMA (default), SEMI, PIPE, TAB.
      *      HEADER   Y|N          a heading row of field names
      *                            (default Y).
      *      REQUESTR userid       the analyst the extract is for --
      *                            needed for sensitive fields.
      *    '*' in column 1 is a comment.
      * b. EMPMAST - read front to back; leavers included (SELECT
      *    status NE T leaves them out).
      * c. ORGMAST - read by the master key, only when an org field
      *    (deptName, orgUnit, location) is named.
      * d. CSVOUT  - variable-length rows: the heading row, one row
      *    per selected employee, and a trailer row
      *      TRAILER,<extract ts>,<read>,<selected>,<columns>
      *    so the receiver can prove it loaded the whole extract. A
      *    value holding the delimiter or a '"' is quoted, '"'
      *    doubled, as the CSV convention has it.
      * The fields are the employee event's, by their EVENT-DATA
      * names (employeeId, fullName, isFullTime, employeeLevel,
      * dateOfJoining, insuranceCoverage, annualSalary,
      * securityToken, skills(24), salaryHistory(24),
      * monthlyAllowances(24), certificationName(24),
      * certificationScore(24), email, phoneNumber, street, city,
      * state, country, pincode, effectiveDate, companyCode,
      * currencyCode), the master's (company, deptCode, costCenter,
      * status, updatedTs) and the reference's (deptName, orgUnit,
      * location). Names are case-blind on the cards.
      * The fields IXYFPROT protects in flight -- securityToken,
      * annualSalary, insuranceCoverage -- are refused, in a column,
      * a selection or a sort key alike, unless IXYAUTHZ grants the
      * REQUESTR user action SENSITIV on IXYCSVXT (every check lands
      * in AUTHAUD).
      *
      * Return codes: 16 bad control deck, sensitive field refused,
      * or EMPMAST/ORGMAST/CSVOUT unavailable -- nothing extracted.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYCSVXT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CSVCARD ASSIGN TO CSVCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CSVCARD-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT CSVOUT ASSIGN TO CSVOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CSVOUT-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.
         FD CSVCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CSV-CONTROL-CARD.

         01 CSV-CONTROL-CARD.
            05 XC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 XC-VALUE           PIC X(71).

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
            05 FILLER             PIC X(13).

         FD CSVOUT
           RECORD IS VARYING IN SIZE FROM 1 TO 4000 CHARACTERS
                  DEPENDING ON WS-CSV-REC-LEN
           BLOCK  CONTAINS 40000 CHARACTERS
           DATA RECORD     IS  CSV-RECORD.

         01 CSV-RECORD              PIC X(4000).

      * The rows in flight, with the sort keys ahead of them -- see
      * BUILD-SORT-KEYS for how a descending key is carried.
         SD SORTWK
           DATA RECORD     IS  SORT-ROW-RECORD.

         01 SORT-ROW-RECORD.
            05 SR-KEY1-NUM        PIC S9(11)V9(02) COMP-3.
            05 SR-KEY1-TEXT       PIC X(60).
            05 SR-KEY2-NUM        PIC S9(11)V9(02) COMP-3.
            05 SR-KEY2-TEXT       PIC X(60).
            05 SR-KEY3-NUM        PIC S9(11)V9(02) COMP-3.
            05 SR-KEY3-TEXT       PIC X(60).
            05 SR-SEQ             PIC 9(09).
            05 SR-ROW-LEN         PIC 9(04).
            05 SR-ROW             PIC X(4000).

        WORKING-STORAGE SECTION.
         01 WS-CSVCARD-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-CSVOUT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-CSV-REC-LEN      PIC 9(04) BINARY VALUE 0.

      * The fields the cards may name: name, occurrences (0 for a
      * single field), kind (C text, N whole number, A amount),
      * sensitive (IXYFPROT-protected) and source (E employee event,
      * M master, O org reference).
         01 WS-CATALOG-VALUES.
            05 FILLER PIC X(25) VALUE 'employeeId          00NNE'.
            05 FILLER PIC X(25) VALUE 'fullName            00CNE'.
            05 FILLER PIC X(25) VALUE 'isFullTime          00CNE'.
            05 FILLER PIC X(25) VALUE 'employeeLevel       00NNE'.
            05 FILLER PIC X(25) VALUE 'dateOfJoining       00NNE'.
            05 FILLER PIC X(25) VALUE 'insuranceCoverage   00AYE'.
            05 FILLER PIC X(25) VALUE 'annualSalary        00AYE'.
            05 FILLER PIC X(25) VALUE 'securityToken       00CYE'.
            05 FILLER PIC X(25) VALUE 'skills              24CNE'.
            05 FILLER PIC X(25) VALUE 'salaryHistory       24ANE'.
            05 FILLER PIC X(25) VALUE 'monthlyAllowances   24ANE'.
            05 FILLER PIC X(25) VALUE 'certificationName   24CNE'.
            05 FILLER PIC X(25) VALUE 'certificationScore  24NNE'.
            05 FILLER PIC X(25) VALUE 'email               00CNE'.
            05 FILLER PIC X(25) VALUE 'phoneNumber         00CNE'.
            05 FILLER PIC X(25) VALUE 'street              00CNE'.
            05 FILLER PIC X(25) VALUE 'city                00CNE'.
            05 FILLER PIC X(25) VALUE 'state               00CNE'.
            05 FILLER PIC X(25) VALUE 'country             00CNE'.
            05 FILLER PIC X(25) VALUE 'pincode             00CNE'.
            05 FILLER PIC X(25) VALUE 'effectiveDate       00NNE'.
            05 FILLER PIC X(25) VALUE 'companyCode         00CNE'.
            05 FILLER PIC X(25) VALUE 'currencyCode        00CNE'.
            05 FILLER PIC X(25) VALUE 'company             00CNM'.
            05 FILLER PIC X(25) VALUE 'deptCode            00CNM'.
            05 FILLER PIC X(25) VALUE 'costCenter          00CNM'.
            05 FILLER PIC X(25) VALUE 'status              00CNM'.
            05 FILLER PIC X(25) VALUE 'updatedTs           00CNM'.
            05 FILLER PIC X(25) VALUE 'deptName            00CNO'.
            05 FILLER PIC X(25) VALUE 'orgUnit             00CNO'.
            05 FILLER PIC X(25) VALUE 'location            00CNO'.
         01 WS-CATALOG REDEFINES WS-CATALOG-VALUES.
            05 WS-CAT-ENTRY OCCURS 31 TIMES.
              10 WS-CAT-NAME         PIC X(20).
              10 WS-CAT-OCCURS       PIC 9(02).
              10 WS-CAT-KIND         PIC X(01).
                  88 WS-CAT-TEXT     VALUE 'C'.
                  88 WS-CAT-WHOLE    VALUE 'N'.
                  88 WS-CAT-AMOUNT   VALUE 'A'.
              10 WS-CAT-SENSITIVE    PIC X(01).
                  88 WS-CAT-IS-SENSITIVE VALUE 'Y'.
              10 WS-CAT-SOURCE       PIC X(01).
                  88 WS-CAT-FROM-ORG VALUE 'O'.
         01 WS-CAT-CNT          PIC S9(4) BINARY VALUE 31.
         01 WS-CAT-IDX          PIC S9(4) BINARY VALUE 0.

      * The control deck, as loaded.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-CARD-VALUE       PIC X(71).
         01 WS-ARG1             PIC X(30).
         01 WS-ARG2             PIC X(30).
         01 WS-ARG-REST         PIC X(71).
         01 WS-ARG-PTR          PIC S9(4) BINARY VALUE 0.
         01 WS-DELIM            PIC X(01) VALUE ','.
         01 WS-HEADER-SW        PIC X(01) VALUE 'Y'.
             88 WS-HEADER-WANTED VALUE 'Y'.
         01 WS-REQUESTER        PIC X(08) VALUE SPACES.
         01 WS-SENSITIVE-SW     PIC X(01) VALUE 'N'.
             88 WS-SENSITIVE-USED VALUE 'Y'.
         01 WS-ORG-SW           PIC X(01) VALUE 'N'.
             88 WS-ORG-USED     VALUE 'Y'.

      * A field name as written on a card, parsed.
         01 WS-PARSE-NAME       PIC X(30).
         01 WS-PARSE-BASE       PIC X(30).
         01 WS-PARSE-OCC-X      PIC X(10).
         01 WS-PARSE-CAT        PIC S9(4) BINARY VALUE 0.
         01 WS-PARSE-OCC        PIC S9(4) BINARY VALUE 0.
         01 WS-PARSE-SW         PIC X(01).
             88 WS-PARSE-OK     VALUE 'Y'.

      * The columns, in card order.
         01 WS-COL-MAX          PIC S9(4) BINARY VALUE 60.
         01 WS-COL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-COL-TABLE.
            05 WS-COL-ENTRY OCCURS 60 TIMES.
              10 WS-COL-CAT          PIC S9(4) BINARY.
              10 WS-COL-OCC          PIC S9(4) BINARY.
              10 WS-COL-HEADING      PIC X(30).
         01 WS-COL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-OCC-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-OCC-EDIT         PIC Z9.

      * The selections -- all must hold.
         01 WS-SEL-MAX          PIC S9(4) BINARY VALUE 20.
         01 WS-SEL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-SEL-TABLE.
            05 WS-SEL-ENTRY OCCURS 20 TIMES.
              10 WS-SEL-CAT          PIC S9(4) BINARY.
              10 WS-SEL-OCC          PIC S9(4) BINARY.
              10 WS-SEL-OP           PIC X(02).
              10 WS-SEL-TEXT         PIC X(60).
              10 WS-SEL-NUM          PIC S9(11)V9(02).
         01 WS-SEL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-ROW-SW           PIC X(01).
             88 WS-ROW-SELECTED VALUE 'Y'.
         01 WS-CMP-RESULT       PIC S9(1) VALUE 0.
         01 WS-CMP-SW           PIC X(01).
             88 WS-CMP-HOLDS    VALUE 'Y'.
         01 WS-ANY-SW           PIC X(01).
             88 WS-ANY-HOLDS    VALUE 'Y'.

      * The sort keys, major first; an unused key stays zero/space.
         01 WS-SRT-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-SRT-DEF-TABLE.
            05 WS-SRT-DEF OCCURS 3 TIMES.
              10 WS-SRT-CAT          PIC S9(4) BINARY.
              10 WS-SRT-OCC          PIC S9(4) BINARY.
              10 WS-SRT-DIR          PIC X(01).
                  88 WS-SRT-DESCENDING VALUE 'D'.
         01 WS-SRT-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-SORT-KEYS.
            05 WS-SORT-KEY OCCURS 3 TIMES.
              10 WS-SORT-KEY-NUM     PIC S9(11)V9(02) COMP-3.
              10 WS-SORT-KEY-TEXT    PIC X(60).
         01 WS-CHR-IDX          PIC S9(4) BINARY VALUE 0.

      * One field's value, fetched by GET-FIELD-VALUE.
         01 WS-GET-CAT          PIC S9(4) BINARY VALUE 0.
         01 WS-GET-OCC          PIC S9(4) BINARY VALUE 0.
         01 WS-FIELD-TEXT       PIC X(60).
         01 WS-FIELD-NUM        PIC S9(11)V9(02).
         01 WS-FIELD-BAD-SW     PIC X(01).
             88 WS-FIELD-BAD    VALUE 'Y'.
         01 WS-EDIT-WHOLE       PIC -(11)9.
         01 WS-EDIT-AMOUNT      PIC -(11)9.99.
         01 WS-ORG-VALUES.
            05 WS-ORG-DEPT-NAME   PIC X(30).
            05 WS-ORG-UNIT        PIC X(10).
            05 WS-ORG-LOCATION    PIC X(20).

      * The row being built.
         01 WS-ROW              PIC X(4000).
         01 WS-ROW-PTR          PIC S9(4) BINARY VALUE 0.
         01 WS-ROW-TRUNC-SW     PIC X(01).
             88 WS-ROW-TRUNCATED VALUE 'Y'.
         01 WS-VAL              PIC X(60).
         01 WS-VAL-LEN          PIC S9(4) BINARY VALUE 0.
         01 WS-VAL-SPECIAL      PIC S9(4) BINARY VALUE 0.
         01 WS-VAL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-ROW-CHAR         PIC X(01).

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-SELECTED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-WRITTEN-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-TRUNC-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-NO-ORG-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC Z(8)9.
         01 WS-EDIT-CNT2        PIC Z(8)9.
         01 WS-EDIT-COLS        PIC ZZ9.

      * Parameter area for the shared authorization module IXYAUTHZ.
         01 WS-AUTHZ-PARMS.
            05 WS-AUTHZ-USER    PIC X(08).
            05 WS-AUTHZ-PROGRAM PIC X(08) VALUE 'IXYCSVXT'.
            05 WS-AUTHZ-ACTION  PIC X(08) VALUE 'SENSITIV'.
            05 WS-AUTHZ-RESULT  PIC X(01).
                88 WS-AUTHZ-ALLOWED VALUE '0'.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYCSVXT'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at
      * the fields by name.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "DELIMITED EXTRACT OF EMPMAST"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-EXTRACT-CARDS
           IF WS-DECK-BAD
             MOVE "IXYCSVXT: CSVCARD CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-EXTRACT
           END-IF
           IF WS-SENSITIVE-USED
             PERFORM CHECK-SENSITIVE-AUTHORITY
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE "IXYCSVXT: EMPMAST NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-EXTRACT
           END-IF
           IF WS-ORG-USED
             OPEN INPUT ORGMAST
             IF WS-ORGMAST-STATUS NOT = '00'
               DISPLAY "ERROR : ORGMAST NOT AVAILABLE, FILE STATUS "
                       WS-ORGMAST-STATUS
               MOVE "IXYCSVXT: ORGMAST NOT AVAILABLE" TO ERRLOG-MSG
               PERFORM ABANDON-EXTRACT
             END-IF
           END-IF
           OPEN OUTPUT CSVOUT
           IF WS-CSVOUT-STATUS NOT = '00'
             DISPLAY "ERROR : CSVOUT NOT AVAILABLE, FILE STATUS "
                     WS-CSVOUT-STATUS
             MOVE "IXYCSVXT: CSVOUT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-EXTRACT
           END-IF

           SORT SORTWK
                ON ASCENDING KEY SR-KEY1-NUM SR-KEY1-TEXT
                                 SR-KEY2-NUM SR-KEY2-TEXT
                                 SR-KEY3-NUM SR-KEY3-TEXT
                                 SR-SEQ
                INPUT PROCEDURE IS SELECT-EMPLOYEE-ROWS
                OUTPUT PROCEDURE IS WRITE-CSV-ROWS

           CLOSE EMPMAST
           IF WS-ORG-USED
             CLOSE ORGMAST
           END-IF
           CLOSE CSVOUT
           PERFORM DISPLAY-EXTRACT-SUMMARY
           GOBACK
           .

       READ-EXTRACT-CARDS.
           OPEN INPUT CSVCARD
           IF WS-CSVCARD-STATUS NOT = '00'
             DISPLAY "ERROR : CSVCARD NOT AVAILABLE, FILE STATUS "
                     WS-CSVCARD-STATUS
             SET WS-DECK-BAD TO TRUE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ CSVCARD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF CSV-CONTROL-CARD(1:1) NOT = '*' AND
                    CSV-CONTROL-CARD NOT = SPACES
                   DISPLAY "CSVCARD : " CSV-CONTROL-CARD
                   PERFORM LOAD-EXTRACT-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CSVCARD
           END-IF
           IF WS-COL-CNT = 0 AND NOT WS-DECK-BAD
             DISPLAY "ERROR : NO FIELD CARD - NOTHING TO EXTRACT"
             SET WS-DECK-BAD TO TRUE
           END-IF.

       LOAD-EXTRACT-CARD.
      *****************************************************************
      * The value splits into a first word, a second word and the
      * rest of the card (a SELECT value may hold blanks).
      *****************************************************************
           MOVE FUNCTION TRIM(XC-VALUE LEADING) TO WS-CARD-VALUE
           MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG-REST
           MOVE 1 TO WS-ARG-PTR
           UNSTRING WS-CARD-VALUE DELIMITED BY ALL SPACES
                    INTO WS-ARG1 WS-ARG2
                    WITH POINTER WS-ARG-PTR
           END-UNSTRING
           IF WS-ARG-PTR <= LENGTH OF WS-CARD-VALUE
             MOVE FUNCTION TRIM(WS-CARD-VALUE(WS-ARG-PTR:)) TO
                  WS-ARG-REST
           END-IF

           EVALUATE XC-KEYWORD
             WHEN 'FIELD   '
               MOVE WS-ARG1 TO WS-PARSE-NAME
               PERFORM PARSE-FIELD-NAME
               IF WS-PARSE-OK
                 PERFORM ADD-CSV-COLUMNS
               END-IF
             WHEN 'SELECT  '
               MOVE WS-ARG1 TO WS-PARSE-NAME
               PERFORM PARSE-FIELD-NAME
               IF WS-PARSE-OK
                 PERFORM ADD-SELECTION
               END-IF
             WHEN 'SORT    '
               MOVE WS-ARG1 TO WS-PARSE-NAME
               PERFORM PARSE-FIELD-NAME
               IF WS-PARSE-OK
                 PERFORM ADD-SORT-KEY
               END-IF
             WHEN 'DELIM   '
               EVALUATE WS-ARG1
                 WHEN 'COMMA' MOVE ','    TO WS-DELIM
                 WHEN 'SEMI'  MOVE ';'    TO WS-DELIM
                 WHEN 'PIPE'  MOVE '|'    TO WS-DELIM
      * The EBCDIC horizontal tab.
                 WHEN 'TAB'   MOVE X'05'  TO WS-DELIM
                 WHEN OTHER
                   IF WS-ARG1(2:) = SPACES AND WS-ARG1(1:1) NOT = '"'
                     MOVE WS-ARG1(1:1) TO WS-DELIM
                   ELSE
                     DISPLAY "ERROR : DELIM MUST BE ONE CHARACTER "
                             "(NOT '""') OR COMMA, SEMI, PIPE, TAB"
                     SET WS-DECK-BAD TO TRUE
                   END-IF
               END-EVALUATE
             WHEN 'HEADER  '
               IF WS-ARG1 = 'Y' OR WS-ARG1 = 'N'
                 MOVE WS-ARG1(1:1) TO WS-HEADER-SW
               ELSE
                 DISPLAY "ERROR : HEADER MUST BE Y OR N"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             WHEN 'REQUESTR'
               MOVE WS-ARG1 TO WS-REQUESTER
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN CSVCARD KEYWORD '"
                       XC-KEYWORD "'"
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       PARSE-FIELD-NAME.
      *****************************************************************
      * name, name(n) or name(*) -> catalog entry and occurrence
      * (0 for a single field, or every occurrence).
      *****************************************************************
           MOVE 'N' TO WS-PARSE-SW
           MOVE SPACES TO WS-PARSE-BASE WS-PARSE-OCC-X
           MOVE 0 TO WS-PARSE-CAT WS-PARSE-OCC
           UNSTRING WS-PARSE-NAME DELIMITED BY '(' OR ')'
                    INTO WS-PARSE-BASE WS-PARSE-OCC-X
           END-UNSTRING
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > WS-CAT-CNT
             IF FUNCTION UPPER-CASE(WS-CAT-NAME(WS-CAT-IDX)) =
                FUNCTION UPPER-CASE(WS-PARSE-BASE)
               MOVE WS-CAT-IDX TO WS-PARSE-CAT
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-PARSE-NAME = SPACES
               DISPLAY "ERROR : FIELD NAME MISSING"
             WHEN WS-PARSE-CAT = 0
               DISPLAY "ERROR : UNKNOWN FIELD '"
                       FUNCTION TRIM(WS-PARSE-NAME) "'"
             WHEN WS-PARSE-OCC-X = SPACES OR WS-PARSE-OCC-X = '*'
               SET WS-PARSE-OK TO TRUE
             WHEN WS-CAT-OCCURS(WS-PARSE-CAT) = 0
               DISPLAY "ERROR : '" FUNCTION TRIM(WS-PARSE-BASE)
                       "' DOES NOT REPEAT"
             WHEN FUNCTION TEST-NUMVAL(WS-PARSE-OCC-X) NOT = 0
               DISPLAY "ERROR : BAD OCCURRENCE '"
                       FUNCTION TRIM(WS-PARSE-NAME) "'"
             WHEN OTHER
               COMPUTE WS-PARSE-OCC = FUNCTION NUMVAL(WS-PARSE-OCC-X)
               IF WS-PARSE-OCC < 1 OR
                  WS-PARSE-OCC > WS-CAT-OCCURS(WS-PARSE-CAT)
                 DISPLAY "ERROR : OCCURRENCE OUT OF RANGE '"
                         FUNCTION TRIM(WS-PARSE-NAME) "'"
               ELSE
                 SET WS-PARSE-OK TO TRUE
               END-IF
           END-EVALUATE

           IF WS-PARSE-OK
             IF WS-CAT-IS-SENSITIVE(WS-PARSE-CAT)
               SET WS-SENSITIVE-USED TO TRUE
               DISPLAY "SENSITIVE FIELD NAMED : "
                       WS-CAT-NAME(WS-PARSE-CAT)
             END-IF
             IF WS-CAT-FROM-ORG(WS-PARSE-CAT)
               SET WS-ORG-USED TO TRUE
             END-IF
           ELSE
             SET WS-DECK-BAD TO TRUE
           END-IF.

       ADD-CSV-COLUMNS.
           IF WS-CAT-OCCURS(WS-PARSE-CAT) > 0 AND WS-PARSE-OCC = 0
             PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > WS-CAT-OCCURS(WS-PARSE-CAT)
               PERFORM ADD-ONE-COLUMN
             END-PERFORM
           ELSE
             MOVE WS-PARSE-OCC TO WS-OCC-IDX
             PERFORM ADD-ONE-COLUMN
           END-IF.

       ADD-ONE-COLUMN.
           IF WS-COL-CNT >= WS-COL-MAX
             IF NOT WS-DECK-BAD
               DISPLAY "ERROR : MORE THAN " WS-COL-MAX " COLUMNS"
             END-IF
             SET WS-DECK-BAD TO TRUE
           ELSE
             ADD 1 TO WS-COL-CNT
             MOVE WS-PARSE-CAT TO WS-COL-CAT(WS-COL-CNT)
             MOVE WS-OCC-IDX   TO WS-COL-OCC(WS-COL-CNT)
             MOVE SPACES TO WS-COL-HEADING(WS-COL-CNT)
             IF WS-OCC-IDX = 0
               MOVE WS-CAT-NAME(WS-PARSE-CAT) TO
                    WS-COL-HEADING(WS-COL-CNT)
             ELSE
               MOVE WS-OCC-IDX TO WS-OCC-EDIT
               STRING WS-CAT-NAME(WS-PARSE-CAT) DELIMITED BY SPACE
                      "(" FUNCTION TRIM(WS-OCC-EDIT) ")"
                      DELIMITED BY SIZE
                      INTO WS-COL-HEADING(WS-COL-CNT)
             END-IF
           END-IF.

       ADD-SELECTION.
           EVALUATE TRUE
             WHEN WS-SEL-CNT >= WS-SEL-MAX
               DISPLAY "ERROR : MORE THAN " WS-SEL-MAX " SELECT CARDS"
               SET WS-DECK-BAD TO TRUE
             WHEN WS-ARG2 NOT = 'EQ' AND WS-ARG2 NOT = 'NE' AND
                  WS-ARG2 NOT = 'GT' AND WS-ARG2 NOT = 'GE' AND
                  WS-ARG2 NOT = 'LT' AND WS-ARG2 NOT = 'LE'
               DISPLAY "ERROR : SELECT OPERATOR MUST BE EQ NE GT GE "
                       "LT OR LE"
               SET WS-DECK-BAD TO TRUE
             WHEN NOT WS-CAT-TEXT(WS-PARSE-CAT) AND
                  FUNCTION TEST-NUMVAL(WS-ARG-REST) NOT = 0
               DISPLAY "ERROR : SELECT VALUE FOR '"
                       FUNCTION TRIM(WS-PARSE-NAME)
                       "' MUST BE A NUMBER"
               SET WS-DECK-BAD TO TRUE
             WHEN OTHER
               ADD 1 TO WS-SEL-CNT
               MOVE WS-PARSE-CAT TO WS-SEL-CAT(WS-SEL-CNT)
               MOVE WS-PARSE-OCC TO WS-SEL-OCC(WS-SEL-CNT)
               MOVE WS-ARG2(1:2) TO WS-SEL-OP(WS-SEL-CNT)
               MOVE FUNCTION UPPER-CASE(WS-ARG-REST) TO
                    WS-SEL-TEXT(WS-SEL-CNT)
               MOVE 0 TO WS-SEL-NUM(WS-SEL-CNT)
               IF NOT WS-CAT-TEXT(WS-PARSE-CAT)
                 COMPUTE WS-SEL-NUM(WS-SEL-CNT) =
                         FUNCTION NUMVAL(WS-ARG-REST)
               END-IF
           END-EVALUATE.

       ADD-SORT-KEY.
           IF WS-SRT-CNT >= 3
             DISPLAY "ERROR : MORE THAN 3 SORT CARDS"
             SET WS-DECK-BAD TO TRUE
           ELSE
             IF WS-ARG2 NOT = SPACES AND WS-ARG2 NOT = 'A' AND
                WS-ARG2 NOT = 'D'
               DISPLAY "ERROR : SORT DIRECTION MUST BE A OR D"
               SET WS-DECK-BAD TO TRUE
             ELSE
               ADD 1 TO WS-SRT-CNT
               MOVE WS-PARSE-CAT TO WS-SRT-CAT(WS-SRT-CNT)
               MOVE WS-PARSE-OCC TO WS-SRT-OCC(WS-SRT-CNT)
               IF WS-CAT-OCCURS(WS-PARSE-CAT) > 0 AND
                  WS-PARSE-OCC = 0
                 MOVE 1 TO WS-SRT-OCC(WS-SRT-CNT)
               END-IF
               MOVE WS-ARG2(1:1) TO WS-SRT-DIR(WS-SRT-CNT)
             END-IF
           END-IF.

       CHECK-SENSITIVE-AUTHORITY.
      *****************************************************************
      * A protected field is released only to a requester IXYAUTHZ
      * grants SENSITIV on this program; the check, allowed or
      * denied, lands in the AUTHAUD trail.
      *****************************************************************
           MOVE WS-REQUESTER TO WS-AUTHZ-USER
           CALL "IXYAUTHZ" USING WS-AUTHZ-PARMS
           IF NOT WS-AUTHZ-ALLOWED
             DISPLAY "ERROR : SENSITIVE FIELDS REFUSED - REQUESTER '"
                     WS-REQUESTER "' IS NOT AUTHORIZED FOR "
                     "IXYCSVXT SENSITIV"
             MOVE 9846 TO ERRLOG-CODE
             MOVE "IXYCSVXT: SENSITIVE FIELD EXTRACT REFUSED" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-EXTRACT-SUMMARY
             GOBACK
           END-IF
           DISPLAY "SENSITIVE FIELDS RELEASED TO " WS-REQUESTER.

       SELECT-EMPLOYEE-ROWS.
      *****************************************************************
      * The SORT input side: every master record that passes the
      * selections is built into its row and released with its keys.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT RECORD
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-CNT
               MOVE EMPMAST-EVENT-DATA TO
                        EVENT-DATA(1:LENGTH OF EVENT-DATA)
               IF WS-ORG-USED
                 PERFORM READ-ORG-REFERENCE
               END-IF
               PERFORM APPLY-SELECTIONS
               IF WS-ROW-SELECTED
                 ADD 1 TO WS-SELECTED-CNT
                 PERFORM BUILD-SORT-KEYS
                 PERFORM BUILD-DATA-ROW
                 MOVE WS-SORT-KEYS TO SORT-ROW-RECORD(1:201)
                 MOVE WS-SELECTED-CNT TO SR-SEQ
                 COMPUTE SR-ROW-LEN = WS-ROW-PTR - 1
                 MOVE WS-ROW TO SR-ROW
                 RELEASE SORT-ROW-RECORD
               END-IF
             END-READ
           END-PERFORM.

       READ-ORG-REFERENCE.
           MOVE SPACES TO WS-ORG-VALUES
           MOVE EMPMAST-KEY TO ORG-KEY
           READ ORGMAST
           IF WS-ORGMAST-STATUS = '00'
             MOVE ORG-DEPT-NAME TO WS-ORG-DEPT-NAME
             MOVE ORG-UNIT      TO WS-ORG-UNIT
             MOVE ORG-LOCATION  TO WS-ORG-LOCATION
           ELSE
             ADD 1 TO WS-NO-ORG-CNT
           END-IF.

       APPLY-SELECTIONS.
           SET WS-ROW-SELECTED TO TRUE
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > WS-SEL-CNT
                        OR NOT WS-ROW-SELECTED
             MOVE WS-SEL-CAT(WS-SEL-IDX) TO WS-GET-CAT
             IF WS-CAT-OCCURS(WS-GET-CAT) > 0 AND
                WS-SEL-OCC(WS-SEL-IDX) = 0
               MOVE 'N' TO WS-ANY-SW
               PERFORM VARYING WS-GET-OCC FROM 1 BY 1
                         UNTIL WS-GET-OCC > WS-CAT-OCCURS(WS-GET-CAT)
                            OR WS-ANY-HOLDS
                 PERFORM TEST-ONE-SELECTION
                 IF WS-CMP-HOLDS
                   SET WS-ANY-HOLDS TO TRUE
                 END-IF
               END-PERFORM
               IF NOT WS-ANY-HOLDS
                 MOVE 'N' TO WS-ROW-SW
               END-IF
             ELSE
               MOVE WS-SEL-OCC(WS-SEL-IDX) TO WS-GET-OCC
               PERFORM TEST-ONE-SELECTION
               IF NOT WS-CMP-HOLDS
                 MOVE 'N' TO WS-ROW-SW
               END-IF
             END-IF
           END-PERFORM.

       TEST-ONE-SELECTION.
           PERFORM GET-FIELD-VALUE
           EVALUATE TRUE
             WHEN WS-CAT-TEXT(WS-GET-CAT)
               EVALUATE TRUE
                 WHEN FUNCTION UPPER-CASE(WS-FIELD-TEXT) <
                      WS-SEL-TEXT(WS-SEL-IDX)
                   MOVE -1 TO WS-CMP-RESULT
                 WHEN FUNCTION UPPER-CASE(WS-FIELD-TEXT) >
                      WS-SEL-TEXT(WS-SEL-IDX)
                   MOVE 1 TO WS-CMP-RESULT
                 WHEN OTHER
                   MOVE 0 TO WS-CMP-RESULT
               END-EVALUATE
             WHEN WS-FIELD-NUM < WS-SEL-NUM(WS-SEL-IDX)
               MOVE -1 TO WS-CMP-RESULT
             WHEN WS-FIELD-NUM > WS-SEL-NUM(WS-SEL-IDX)
               MOVE 1 TO WS-CMP-RESULT
             WHEN OTHER
               MOVE 0 TO WS-CMP-RESULT
           END-EVALUATE
           MOVE 'N' TO WS-CMP-SW
           EVALUATE WS-SEL-OP(WS-SEL-IDX)
             WHEN 'EQ'
               IF WS-CMP-RESULT = 0
                 SET WS-CMP-HOLDS TO TRUE
               END-IF
             WHEN 'NE'
               IF WS-CMP-RESULT NOT = 0
                 SET WS-CMP-HOLDS TO TRUE
               END-IF
             WHEN 'GT'
               IF WS-CMP-RESULT > 0
                 SET WS-CMP-HOLDS TO TRUE
               END-IF
             WHEN 'GE'
               IF WS-CMP-RESULT >= 0
                 SET WS-CMP-HOLDS TO TRUE
               END-IF
             WHEN 'LT'
               IF WS-CMP-RESULT < 0
                 SET WS-CMP-HOLDS TO TRUE
               END-IF
             WHEN 'LE'
               IF WS-CMP-RESULT <= 0
                 SET WS-CMP-HOLDS TO TRUE
               END-IF
           END-EVALUATE
           IF WS-FIELD-BAD
             MOVE 'N' TO WS-CMP-SW
           END-IF.

       BUILD-SORT-KEYS.
      *****************************************************************
      * SORT takes its directions at compile time, so every key sorts
      * ascending and a descending key is stored inverted: a number
      * negated, text with each byte complemented (X'FF' minus the
      * byte), which reverses its collating order.
      *****************************************************************
           INITIALIZE WS-SORT-KEYS
           PERFORM VARYING WS-SRT-IDX FROM 1 BY 1
                     UNTIL WS-SRT-IDX > WS-SRT-CNT
             MOVE WS-SRT-CAT(WS-SRT-IDX) TO WS-GET-CAT
             MOVE WS-SRT-OCC(WS-SRT-IDX) TO WS-GET-OCC
             PERFORM GET-FIELD-VALUE
             IF WS-CAT-TEXT(WS-GET-CAT)
               MOVE WS-FIELD-TEXT TO WS-SORT-KEY-TEXT(WS-SRT-IDX)
               IF WS-SRT-DESCENDING(WS-SRT-IDX)
                 PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                           UNTIL WS-CHR-IDX > 60
                   MOVE FUNCTION CHAR(257 - FUNCTION ORD(
                        WS-SORT-KEY-TEXT(WS-SRT-IDX)(WS-CHR-IDX:1)))
                     TO WS-SORT-KEY-TEXT(WS-SRT-IDX)(WS-CHR-IDX:1)
                 END-PERFORM
               END-IF
             ELSE
               MOVE WS-FIELD-NUM TO WS-SORT-KEY-NUM(WS-SRT-IDX)
               IF WS-SRT-DESCENDING(WS-SRT-IDX)
                 COMPUTE WS-SORT-KEY-NUM(WS-SRT-IDX) =
                         0 - WS-FIELD-NUM
               END-IF
             END-IF
           END-PERFORM.

       BUILD-DATA-ROW.
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           MOVE 'N' TO WS-ROW-TRUNC-SW
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > WS-COL-CNT
             IF WS-COL-IDX > 1
               MOVE WS-DELIM TO WS-ROW-CHAR
               PERFORM APPEND-ROW-CHAR
             END-IF
             MOVE WS-COL-CAT(WS-COL-IDX) TO WS-GET-CAT
             MOVE WS-COL-OCC(WS-COL-IDX) TO WS-GET-OCC
             PERFORM GET-FIELD-VALUE
             MOVE WS-FIELD-TEXT TO WS-VAL
             PERFORM APPEND-CSV-VALUE
           END-PERFORM
           PERFORM FINISH-ROW.

       BUILD-HEADING-ROW.
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           MOVE 'N' TO WS-ROW-TRUNC-SW
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > WS-COL-CNT
             IF WS-COL-IDX > 1
               MOVE WS-DELIM TO WS-ROW-CHAR
               PERFORM APPEND-ROW-CHAR
             END-IF
             MOVE WS-COL-HEADING(WS-COL-IDX) TO WS-VAL
             PERFORM APPEND-CSV-VALUE
           END-PERFORM
           PERFORM FINISH-ROW.

       APPEND-CSV-VALUE.
      *****************************************************************
      * Trailing blanks go; a value holding the delimiter or a '"'
      * is quoted with its '"' doubled.
      *****************************************************************
           MOVE 0 TO WS-VAL-LEN
           IF WS-VAL NOT = SPACES
             INSPECT FUNCTION REVERSE(WS-VAL) TALLYING WS-VAL-LEN
                     FOR LEADING SPACES
             COMPUTE WS-VAL-LEN = LENGTH OF WS-VAL - WS-VAL-LEN
           END-IF
           MOVE 0 TO WS-VAL-SPECIAL
           IF WS-VAL-LEN > 0
             INSPECT WS-VAL(1:WS-VAL-LEN) TALLYING WS-VAL-SPECIAL
                     FOR ALL '"'
             INSPECT WS-VAL(1:WS-VAL-LEN) TALLYING WS-VAL-SPECIAL
                     FOR ALL WS-DELIM
           END-IF
           IF WS-VAL-SPECIAL > 0
             MOVE '"' TO WS-ROW-CHAR
             PERFORM APPEND-ROW-CHAR
           END-IF
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                     UNTIL WS-VAL-IDX > WS-VAL-LEN
             MOVE WS-VAL(WS-VAL-IDX:1) TO WS-ROW-CHAR
             PERFORM APPEND-ROW-CHAR
             IF WS-ROW-CHAR = '"'
               PERFORM APPEND-ROW-CHAR
             END-IF
           END-PERFORM
           IF WS-VAL-SPECIAL > 0
             MOVE '"' TO WS-ROW-CHAR
             PERFORM APPEND-ROW-CHAR
           END-IF.

       APPEND-ROW-CHAR.
           IF WS-ROW-PTR > LENGTH OF WS-ROW
             SET WS-ROW-TRUNCATED TO TRUE
           ELSE
             MOVE WS-ROW-CHAR TO WS-ROW(WS-ROW-PTR:1)
             ADD 1 TO WS-ROW-PTR
           END-IF.

       FINISH-ROW.
      *****************************************************************
      * A record cannot be empty -- a row of one empty column is
      * written as one blank.
      *****************************************************************
           IF WS-ROW-PTR = 1
             MOVE 2 TO WS-ROW-PTR
           END-IF
           IF WS-ROW-TRUNCATED
             ADD 1 TO WS-TRUNC-CNT
           END-IF.

       GET-FIELD-VALUE.
      *****************************************************************
      * Fetches catalog field WS-GET-CAT (occurrence WS-GET-OCC) from
      * the record in hand: text into WS-FIELD-TEXT; a number or
      * amount into WS-FIELD-NUM and, edited, into WS-FIELD-TEXT. A
      * number holding non-digits comes back empty and flagged, and
      * never satisfies a selection.
      *****************************************************************
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE 0 TO WS-FIELD-NUM
           MOVE 'N' TO WS-FIELD-BAD-SW
           EVALUATE WS-GET-CAT
             WHEN 1
               IF employeeId IS NUMERIC
                 MOVE employeeId TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 2
               MOVE fullName TO WS-FIELD-TEXT
             WHEN 3
               MOVE isFullTime TO WS-FIELD-TEXT
             WHEN 4
               IF employeeLevel IS NUMERIC
                 MOVE employeeLevel TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 5
               IF dateOfJoining IS NUMERIC
                 MOVE dateOfJoining TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 6
               IF insuranceCoverage IS NUMERIC
                 MOVE insuranceCoverage TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 7
               IF annualSalary IS NUMERIC
                 MOVE annualSalary TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 8
               MOVE securityToken TO WS-FIELD-TEXT
             WHEN 9
               MOVE skills(WS-GET-OCC) TO WS-FIELD-TEXT
             WHEN 10
               IF salaryHistory(WS-GET-OCC) IS NUMERIC
                 MOVE salaryHistory(WS-GET-OCC) TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 11
               IF monthlyAllowances(WS-GET-OCC) IS NUMERIC
                 MOVE monthlyAllowances(WS-GET-OCC) TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 12
               MOVE certificationName(WS-GET-OCC) TO WS-FIELD-TEXT
             WHEN 13
               IF certificationScore(WS-GET-OCC) IS NUMERIC
                 MOVE certificationScore(WS-GET-OCC) TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 14
               MOVE email TO WS-FIELD-TEXT
             WHEN 15
               MOVE phoneNumber TO WS-FIELD-TEXT
             WHEN 16
               MOVE street TO WS-FIELD-TEXT
             WHEN 17
               MOVE city TO WS-FIELD-TEXT
             WHEN 18
               MOVE state TO WS-FIELD-TEXT
             WHEN 19
               MOVE country TO WS-FIELD-TEXT
             WHEN 20
               MOVE pincode TO WS-FIELD-TEXT
             WHEN 21
               IF effectiveDate IS NUMERIC
                 MOVE effectiveDate TO WS-FIELD-NUM
               ELSE
                 SET WS-FIELD-BAD TO TRUE
               END-IF
             WHEN 22
               MOVE companyCode TO WS-FIELD-TEXT
             WHEN 23
               MOVE currencyCode TO WS-FIELD-TEXT
             WHEN 24
               MOVE EMPMAST-COMPANY TO WS-FIELD-TEXT
             WHEN 25
               MOVE EMPMAST-DEPT-CODE TO WS-FIELD-TEXT
             WHEN 26
               MOVE EMPMAST-COST-CENTER TO WS-FIELD-TEXT
             WHEN 27
               MOVE EMPMAST-STATUS TO WS-FIELD-TEXT
             WHEN 28
               MOVE EMPMAST-UPDATED-TS TO WS-FIELD-TEXT
             WHEN 29
               MOVE WS-ORG-DEPT-NAME TO WS-FIELD-TEXT
             WHEN 30
               MOVE WS-ORG-UNIT TO WS-FIELD-TEXT
             WHEN 31
               MOVE WS-ORG-LOCATION TO WS-FIELD-TEXT
           END-EVALUATE

           IF NOT WS-CAT-TEXT(WS-GET-CAT) AND NOT WS-FIELD-BAD
             IF WS-CAT-AMOUNT(WS-GET-CAT)
               MOVE WS-FIELD-NUM TO WS-EDIT-AMOUNT
               MOVE FUNCTION TRIM(WS-EDIT-AMOUNT) TO WS-FIELD-TEXT
             ELSE
               MOVE WS-FIELD-NUM TO WS-EDIT-WHOLE
               MOVE FUNCTION TRIM(WS-EDIT-WHOLE) TO WS-FIELD-TEXT
             END-IF
           END-IF.

       WRITE-CSV-ROWS.
      *****************************************************************
      * The SORT output side: heading row, the rows in key order and
      * the trailer row.
      *****************************************************************
           IF WS-HEADER-WANTED
             PERFORM BUILD-HEADING-ROW
             COMPUTE WS-CSV-REC-LEN = WS-ROW-PTR - 1
             MOVE WS-ROW TO CSV-RECORD
             WRITE CSV-RECORD
           END-IF

           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               MOVE SR-ROW-LEN TO WS-CSV-REC-LEN
               MOVE SR-ROW TO CSV-RECORD
               WRITE CSV-RECORD
               ADD 1 TO WS-WRITTEN-CNT
             END-RETURN
           END-PERFORM

           MOVE WS-READ-CNT     TO WS-EDIT-CNT
           MOVE WS-WRITTEN-CNT  TO WS-EDIT-CNT2
           MOVE WS-COL-CNT      TO WS-EDIT-COLS
           MOVE SPACES TO WS-ROW
           STRING "TRAILER" WS-DELIM WS-JOB-START-TS(1:21) WS-DELIM
                  FUNCTION TRIM(WS-EDIT-CNT) WS-DELIM
                  FUNCTION TRIM(WS-EDIT-CNT2) WS-DELIM
                  FUNCTION TRIM(WS-EDIT-COLS)
                  DELIMITED BY SIZE INTO WS-ROW
           MOVE 0 TO WS-CSV-REC-LEN
           INSPECT FUNCTION REVERSE(WS-ROW) TALLYING WS-CSV-REC-LEN
                   FOR LEADING SPACES
           COMPUTE WS-CSV-REC-LEN = LENGTH OF WS-ROW - WS-CSV-REC-LEN
           MOVE WS-ROW TO CSV-RECORD
           WRITE CSV-RECORD.

       ABANDON-EXTRACT.
           MOVE 9845 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-EXTRACT-SUMMARY
           GOBACK.

       DISPLAY-EXTRACT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYCSVXT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  COLUMNS          : " WS-COL-CNT
           DISPLAY "  EMPMAST READ     : " WS-READ-CNT
           DISPLAY "  SELECTED         : " WS-SELECTED-CNT
           DISPLAY "  ROWS WRITTEN     : " WS-WRITTEN-CNT
           DISPLAY "  ROWS TRUNCATED   : " WS-TRUNC-CNT
           DISPLAY "  NOT ON ORGMAST   : " WS-NO-ORG-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYCSVXT'.
