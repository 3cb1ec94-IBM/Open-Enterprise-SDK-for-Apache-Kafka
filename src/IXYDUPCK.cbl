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
      * MAIN PROGRAM DUPLICATE-PERSON DETECTION ACROSS EMPLOYEE IDS
      ******************************************************************
      * IXYEMPED catches a duplicate employee id within one EMPFIL;
      * nothing catches one person held under two ids -- a rehire
      * keyed by a different clerk, or two companies in the
      * multi-company stream onboarding the same contractor. This job
      * looks for such pairs across the whole master:
      * a. EMPMAST - loaded into a table in key order, each image
      *    overlaid onto EVENT-DATA for the fields compared.
      * b. EMPSRCH - the search index (see IXYSRIDX) read front to
      *    back. Its entries are keyed type + value, so the employees
      *    sharing an email ('E'), a phone number ('P') or a name
      *    word ('N') arrive side by side; only employees that share
      *    at least one of those are ever compared. A value shared by
      *    more than WS-BLK-MAX employees (a common first name) is
      *    compared over its first WS-BLK-MAX only and counted.
      * c. Each candidate pair is scored on the evidence:
      *        same email                        50
      *        same phone number                 40
      *        same full name and date of joining 50
      *          (same full name alone           20)
      *        same street and pincode           30
      *    and kept for review at or above the threshold -- 50, or
      *    the three digits of the PARM.
      * d. DUPSUPP - the "confirmed not duplicate" pairs, one per
      *    record, which are never reported again (either order).
      * e. DUPRPT  - the review list, highest score first, with the
      *    evidence and both employees' details.
      * f. DUPCAND - the same pairs in the DUPSUPP layout, so a pair
      *    reviewed and found to be two people can be copied into
      *    DUPSUPP with the reviewer and reason filled in.
      * Leavers stay on EMPMAST and are compared like anyone else --
      * a leaver rehired under a new id is the case this job is for --
      * and are marked LEFT on the review list.
      *
      * Return codes: 04 pairs for review; 08 unusable DUPSUPP record
      * or PARM; 16 EMPMAST or EMPSRCH unavailable, or more employees,
      * suppressions or pairs than the tables hold.
      ******************************************************************
      * Modification history
      * 2026-10-13 : new program.
      * 2026-10-15 : EMPMAST carries the leaver/rehire lifecycle;
      *              leavers are compared and marked LEFT.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYDUPCK'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT EMPSRCH ASSIGN TO EMPSRCH
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SRX-KEY
           FILE STATUS  IS WS-EMPSRCH-STATUS.

           SELECT DUPSUPP ASSIGN TO DUPSUPP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DUPSUPP-STATUS.

           SELECT DUPRPT ASSIGN TO DUPRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DUPRPT-STATUS.

           SELECT DUPCAND ASSIGN TO DUPCAND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DUPCAND-STATUS.

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

      * Record layout as written by IXYSRIDX.
         FD EMPSRCH
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS  SEARCH-INDEX-RECORD.

         01 SEARCH-INDEX-RECORD.
            05 SRX-KEY.
               10 SRX-TYPE           PIC X(01).
               10 SRX-VALUE          PIC X(40).
               10 SRX-COMPANY        PIC X(03).
               10 SRX-EMPLOYEE-ID    PIC 9(09).
            05 SRX-UPDATED-TS        PIC X(21).
            05 FILLER                PIC X(06).

      * One confirmed-not-duplicate pair per record. DUPCAND is
      * written in the same layout.
         FD DUPSUPP
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DUP-SUPPRESS-RECORD.

         01 DUP-SUPPRESS-RECORD.
            05 DSUP-COMPANY-1     PIC X(03).
            05 FILLER             PIC X(01).
            05 DSUP-EMPLOYEE-ID-1 PIC 9(09).
            05 FILLER             PIC X(01).
            05 DSUP-COMPANY-2     PIC X(03).
            05 FILLER             PIC X(01).
            05 DSUP-EMPLOYEE-ID-2 PIC 9(09).
            05 FILLER             PIC X(01).
            05 DSUP-CONFIRMED-BY  PIC X(08).
            05 FILLER             PIC X(01).
            05 DSUP-CONFIRMED-ON  PIC X(08).
            05 FILLER             PIC X(01).
            05 DSUP-REASON        PIC X(34).

         FD DUPRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DUPRPT-LINE.

         01 DUPRPT-LINE             PIC X(132).

         FD DUPCAND
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DUP-CANDIDATE-RECORD.

         01 DUP-CANDIDATE-RECORD    PIC X(80).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-EMPSRCH-STATUS   PIC X(02).
         01 WS-DUPSUPP-STATUS   PIC X(02).
         01 WS-DUPRPT-STATUS    PIC X(02).
         01 WS-DUPCAND-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-TABLES-SW        PIC X(01) VALUE 'Y'.
             88 WS-TABLES-OK    VALUE 'Y'.

         01 WS-THRESHOLD        PIC 9(03) VALUE 50.

      * The master in key order, with the compared fields normalized
      * -- upper case, the phone number digits only.
         01 WS-EMP-MAX          PIC S9(8) BINARY VALUE 20000.
         01 WS-EMP-CNT          PIC S9(8) BINARY VALUE 0.
         01 WS-EMP-TABLE.
            05 WS-EMP-ENTRY OCCURS 20000 TIMES.
              10 WS-EMP-KEY.
                15 WS-EMP-COMPANY    PIC X(03).
                15 WS-EMP-ID         PIC 9(09).
              10 WS-EMP-NAME         PIC X(30).
              10 WS-EMP-DOJ          PIC 9(08).
              10 WS-EMP-EMAIL        PIC X(40).
              10 WS-EMP-PHONE        PIC X(10).
              10 WS-EMP-STREET       PIC X(30).
              10 WS-EMP-PINCODE      PIC X(06).
              10 WS-EMP-STATUS       PIC X(01).
         01 WS-EMP-IDX          PIC S9(8) BINARY VALUE 0.
         01 WS-CHAR-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-OUT-IDX          PIC S9(4) BINARY VALUE 0.

      * Binary search work fields.
         01 WS-LOC-KEY.
            05 WS-LOC-COMPANY   PIC X(03).
            05 WS-LOC-ID        PIC 9(09).
         01 WS-LOC-LOW          PIC S9(8) BINARY VALUE 0.
         01 WS-LOC-HIGH         PIC S9(8) BINARY VALUE 0.
         01 WS-LOC-MID          PIC S9(8) BINARY VALUE 0.
         01 WS-LOC-FOUND-IDX    PIC S9(8) BINARY VALUE 0.

      * The employees sharing one index value.
         01 WS-BLK-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-BLK-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-BLK-TABLE.
            05 WS-BLK-EMP-IDX OCCURS 500 TIMES
                                PIC S9(8) BINARY.
         01 WS-BLK-I            PIC S9(4) BINARY VALUE 0.
         01 WS-BLK-J            PIC S9(4) BINARY VALUE 0.
         01 WS-BLK-TYPE         PIC X(01).
         01 WS-BLK-VALUE        PIC X(40).
         01 WS-BLK-CAPPED-CNT   PIC S9(9) BINARY VALUE 0.

      * The pair being scored -- always the lower key first.
         01 WS-IDX-A            PIC S9(8) BINARY VALUE 0.
         01 WS-IDX-B            PIC S9(8) BINARY VALUE 0.
         01 WS-PAIR-SCORE       PIC 9(03).
         01 WS-EVIDENCE         PIC X(40).
         01 WS-EVID-PTR         PIC S9(4) BINARY VALUE 1.

      * Pairs at or above the threshold.
         01 WS-PAIR-MAX         PIC S9(4) BINARY VALUE 2000.
         01 WS-PAIR-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-PAIR-TABLE.
            05 WS-PAIR-ENTRY OCCURS 2000 TIMES.
              10 WS-PAIR-IDX-A     PIC S9(8) BINARY.
              10 WS-PAIR-IDX-B     PIC S9(8) BINARY.
              10 WS-PAIR-SCORE-T   PIC 9(03).
              10 WS-PAIR-EVIDENCE  PIC X(40).
              10 WS-PAIR-PRINTED-SW PIC X(01).
                  88 WS-PAIR-PRINTED VALUE 'Y'.
         01 WS-PAIR-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-PAIR-FOUND-IDX   PIC S9(4) BINARY VALUE 0.
         01 WS-PAIR-NEXT-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-PAIR-PRINT-CNT   PIC S9(4) BINARY VALUE 0.

      * Confirmed-not-duplicate pairs, lower key first.
         01 WS-SUP-MAX          PIC S9(4) BINARY VALUE 5000.
         01 WS-SUP-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-SUP-TABLE.
            05 WS-SUP-ENTRY OCCURS 5000 TIMES.
              10 WS-SUP-KEY-A      PIC X(12).
              10 WS-SUP-KEY-B      PIC X(12).
         01 WS-SUP-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-SUP-SW           PIC X(01).
             88 WS-SUPPRESSED   VALUE 'Y'.
         01 WS-SUP-KEY-1        PIC X(12).
         01 WS-SUP-KEY-2        PIC X(12).

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-INDEX-READ-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-STALE-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-COMPARED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-SUPPRESSED-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-BAD-SUPP-CNT     PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-PAIR-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(06) VALUE 'SCORE '.
            05 RPT-PAIR-SCORE      PIC ZZ9.
            05 FILLER              PIC X(12) VALUE
                                   '  EVIDENCE: '.
            05 RPT-PAIR-EVIDENCE   PIC X(40).
            05 FILLER              PIC X(69) VALUE SPACES.

         01 WS-RPT-EMP-LINE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-EMP-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EMP-ID          PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EMP-NAME        PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EMP-DOJ         PIC 9(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EMP-EMAIL       PIC X(40).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EMP-PHONE       PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EMP-STATUS      PIC X(06).
            05 FILLER              PIC X(10) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYDUPCK'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at
      * the compared fields by name.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-THRESHOLD         PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "DUPLICATE-PERSON DETECTION ACROSS EMPLOYEE IDS"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 3
             IF PARM-THRESHOLD IS NUMERIC AND PARM-THRESHOLD > '000'
               MOVE PARM-THRESHOLD TO WS-THRESHOLD
             ELSE
               DISPLAY "ERROR : PARM '" PARM-THRESHOLD "' IS NOT A "
                       "THREE-DIGIT SCORE - THRESHOLD " WS-THRESHOLD
                       " USED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF

           PERFORM LOAD-EMPLOYEE-TABLE
           IF RETURN-CODE NOT = 16
             PERFORM LOAD-SUPPRESSIONS
           END-IF
           IF RETURN-CODE NOT = 16
             PERFORM SCAN-SEARCH-INDEX
           END-IF
           IF RETURN-CODE = 16
             PERFORM DISPLAY-DUPLICATE-SUMMARY
             GOBACK
           END-IF

           PERFORM PRINT-REVIEW-LIST
           IF RETURN-CODE < 4 AND WS-PAIR-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-DUPLICATE-SUMMARY
           GOBACK
           .

       LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9812 TO ERRLOG-CODE
             MOVE "IXYDUPCK: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
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
                           " EMPLOYEES - NOT CHECKED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-EOF TO TRUE
                 ELSE
                   MOVE EMPMAST-EVENT-DATA TO
                          EVENT-DATA(1:LENGTH OF EVENT-DATA)
                   ADD 1 TO WS-EMP-CNT
                   PERFORM FILL-EMPLOYEE-ENTRY
                 END-IF
               END-READ
             END-PERFORM
             CLOSE EMPMAST
           END-IF.

       FILL-EMPLOYEE-ENTRY.
           MOVE EMPMAST-COMPANY     TO WS-EMP-COMPANY(WS-EMP-CNT)
           MOVE EMPMAST-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-CNT)
           MOVE EMPMAST-STATUS      TO WS-EMP-STATUS(WS-EMP-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(fullName LEADING))
                                    TO WS-EMP-NAME(WS-EMP-CNT)
           IF dateOfJoining NUMERIC
             MOVE dateOfJoining     TO WS-EMP-DOJ(WS-EMP-CNT)
           ELSE
             MOVE 0                 TO WS-EMP-DOJ(WS-EMP-CNT)
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(email LEADING))
                                    TO WS-EMP-EMAIL(WS-EMP-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(street LEADING))
                                    TO WS-EMP-STREET(WS-EMP-CNT)
           MOVE FUNCTION UPPER-CASE(pincode)
                                    TO WS-EMP-PINCODE(WS-EMP-CNT)
           MOVE SPACES TO WS-EMP-PHONE(WS-EMP-CNT)
           MOVE 0 TO WS-OUT-IDX
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > LENGTH OF phoneNumber
             IF phoneNumber(WS-CHAR-IDX:1) IS NUMERIC
               ADD 1 TO WS-OUT-IDX
               MOVE phoneNumber(WS-CHAR-IDX:1) TO
                        WS-EMP-PHONE(WS-EMP-CNT)(WS-OUT-IDX:1)
             END-IF
           END-PERFORM.

       LOAD-SUPPRESSIONS.
      *****************************************************************
      * DUPSUPP is optional -- the first run has none. Each pair is
      * held lower key first so either order on the record matches.
      *****************************************************************
           OPEN INPUT DUPSUPP
           IF WS-DUPSUPP-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ DUPSUPP
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN DUP-SUPPRESS-RECORD(1:1) = '*' OR
                        DUP-SUPPRESS-RECORD = SPACES
                     CONTINUE
                   WHEN DSUP-EMPLOYEE-ID-1 NOT NUMERIC OR
                        DSUP-EMPLOYEE-ID-2 NOT NUMERIC
                     DISPLAY "ERROR : INVALID DUPSUPP RECORD : "
                             DUP-SUPPRESS-RECORD(1:27)
                     ADD 1 TO WS-BAD-SUPP-CNT
                     IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                     END-IF
                   WHEN WS-SUP-CNT >= WS-SUP-MAX
                     IF WS-TABLES-OK
                       DISPLAY "ERROR : MORE THAN " WS-SUP-MAX
                               " DUPSUPP PAIRS"
                       MOVE 'N' TO WS-TABLES-SW
                       MOVE 16 TO RETURN-CODE
                     END-IF
                   WHEN OTHER
                     ADD 1 TO WS-SUP-CNT
                     MOVE DSUP-COMPANY-1            TO WS-SUP-KEY-1(1:3)
                     MOVE DSUP-EMPLOYEE-ID-1        TO WS-SUP-KEY-1(4:9)
                     MOVE DSUP-COMPANY-2            TO WS-SUP-KEY-2(1:3)
                     MOVE DSUP-EMPLOYEE-ID-2        TO WS-SUP-KEY-2(4:9)
                     IF WS-SUP-KEY-1 < WS-SUP-KEY-2
                       MOVE WS-SUP-KEY-1 TO WS-SUP-KEY-A(WS-SUP-CNT)
                       MOVE WS-SUP-KEY-2 TO WS-SUP-KEY-B(WS-SUP-CNT)
                     ELSE
                       MOVE WS-SUP-KEY-2 TO WS-SUP-KEY-A(WS-SUP-CNT)
                       MOVE WS-SUP-KEY-1 TO WS-SUP-KEY-B(WS-SUP-CNT)
                     END-IF
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE DUPSUPP
           END-IF.

       SCAN-SEARCH-INDEX.
      *****************************************************************
      * EMPSRCH front to back, one block per type + value. Soundex
      * entries are too coarse to pair on and are passed over.
      *****************************************************************
           OPEN INPUT EMPSRCH
           IF WS-EMPSRCH-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPSRCH, FILE STATUS "
                     WS-EMPSRCH-STATUS " - BUILD IT WITH IXYEMSRC "
                     "PARM 'REBUILD'"
             MOVE 9813 TO ERRLOG-CODE
             MOVE "IXYDUPCK: UNABLE TO OPEN EMPSRCH" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE 0 TO WS-BLK-CNT
             MOVE SPACES TO WS-BLK-TYPE
             MOVE SPACES TO WS-BLK-VALUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ EMPSRCH NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-INDEX-READ-CNT
                 IF SRX-TYPE NOT = WS-BLK-TYPE OR
                    SRX-VALUE NOT = WS-BLK-VALUE
                   PERFORM COMPARE-BLOCK
                   MOVE 0 TO WS-BLK-CNT
                   MOVE SRX-TYPE  TO WS-BLK-TYPE
                   MOVE SRX-VALUE TO WS-BLK-VALUE
                 END-IF
                 IF SRX-TYPE = 'E' OR SRX-TYPE = 'P' OR
                    SRX-TYPE = 'N'
                   PERFORM ADD-BLOCK-MEMBER
                 END-IF
               END-READ
             END-PERFORM
             PERFORM COMPARE-BLOCK
             CLOSE EMPSRCH
           END-IF.

       ADD-BLOCK-MEMBER.
           MOVE SRX-COMPANY     TO WS-LOC-COMPANY
           MOVE SRX-EMPLOYEE-ID TO WS-LOC-ID
           PERFORM LOCATE-EMPLOYEE
           EVALUATE TRUE
             WHEN WS-LOC-FOUND-IDX = 0
               ADD 1 TO WS-STALE-CNT
             WHEN WS-BLK-CNT >= WS-BLK-MAX
               IF WS-BLK-CNT = WS-BLK-MAX
                 ADD 1 TO WS-BLK-CAPPED-CNT
                 ADD 1 TO WS-BLK-CNT
               END-IF
             WHEN OTHER
               ADD 1 TO WS-BLK-CNT
               MOVE WS-LOC-FOUND-IDX TO WS-BLK-EMP-IDX(WS-BLK-CNT)
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

       COMPARE-BLOCK.
           IF WS-BLK-CNT > WS-BLK-MAX
             MOVE WS-BLK-MAX TO WS-BLK-CNT
           END-IF
           PERFORM VARYING WS-BLK-I FROM 1 BY 1
                     UNTIL WS-BLK-I >= WS-BLK-CNT
             PERFORM VARYING WS-BLK-J FROM WS-BLK-I BY 1
                       UNTIL WS-BLK-J >= WS-BLK-CNT
               IF WS-BLK-EMP-IDX(WS-BLK-I) <
                  WS-BLK-EMP-IDX(WS-BLK-J + 1)
                 MOVE WS-BLK-EMP-IDX(WS-BLK-I)     TO WS-IDX-A
                 MOVE WS-BLK-EMP-IDX(WS-BLK-J + 1) TO WS-IDX-B
               ELSE
                 MOVE WS-BLK-EMP-IDX(WS-BLK-J + 1) TO WS-IDX-A
                 MOVE WS-BLK-EMP-IDX(WS-BLK-I)     TO WS-IDX-B
               END-IF
               IF WS-IDX-A NOT = WS-IDX-B
                 PERFORM SCORE-CANDIDATE-PAIR
               END-IF
             END-PERFORM
           END-PERFORM.

       SCORE-CANDIDATE-PAIR.
           ADD 1 TO WS-COMPARED-CNT
           MOVE 0 TO WS-PAIR-SCORE
           MOVE SPACES TO WS-EVIDENCE
           MOVE 1 TO WS-EVID-PTR
           IF WS-EMP-EMAIL(WS-IDX-A) NOT = SPACES AND
              WS-EMP-EMAIL(WS-IDX-A) = WS-EMP-EMAIL(WS-IDX-B)
             ADD 50 TO WS-PAIR-SCORE
             STRING "EMAIL " DELIMITED BY SIZE
                    INTO WS-EVIDENCE WITH POINTER WS-EVID-PTR
           END-IF
           IF WS-EMP-PHONE(WS-IDX-A) NOT = SPACES AND
              WS-EMP-PHONE(WS-IDX-A) = WS-EMP-PHONE(WS-IDX-B)
             ADD 40 TO WS-PAIR-SCORE
             STRING "PHONE " DELIMITED BY SIZE
                    INTO WS-EVIDENCE WITH POINTER WS-EVID-PTR
           END-IF
           IF WS-EMP-NAME(WS-IDX-A) NOT = SPACES AND
              WS-EMP-NAME(WS-IDX-A) = WS-EMP-NAME(WS-IDX-B)
             IF WS-EMP-DOJ(WS-IDX-A) NOT = 0 AND
                WS-EMP-DOJ(WS-IDX-A) = WS-EMP-DOJ(WS-IDX-B)
               ADD 50 TO WS-PAIR-SCORE
               STRING "NAME+JOINED " DELIMITED BY SIZE
                      INTO WS-EVIDENCE WITH POINTER WS-EVID-PTR
             ELSE
               ADD 20 TO WS-PAIR-SCORE
               STRING "NAME " DELIMITED BY SIZE
                      INTO WS-EVIDENCE WITH POINTER WS-EVID-PTR
             END-IF
           END-IF
           IF WS-EMP-STREET(WS-IDX-A) NOT = SPACES AND
              WS-EMP-PINCODE(WS-IDX-A) NOT = SPACES AND
              WS-EMP-STREET(WS-IDX-A) = WS-EMP-STREET(WS-IDX-B) AND
              WS-EMP-PINCODE(WS-IDX-A) = WS-EMP-PINCODE(WS-IDX-B)
             ADD 30 TO WS-PAIR-SCORE
             STRING "STREET+PINCODE " DELIMITED BY SIZE
                    INTO WS-EVIDENCE WITH POINTER WS-EVID-PTR
           END-IF
           IF WS-PAIR-SCORE >= WS-THRESHOLD
             PERFORM KEEP-CANDIDATE-PAIR
           END-IF.

       KEEP-CANDIDATE-PAIR.
      *****************************************************************
      * A pair sharing several values is met once per shared value
      * and scores the same each time -- kept once. A confirmed
      * not-duplicate pair is counted and dropped.
      *****************************************************************
           MOVE 0 TO WS-PAIR-FOUND-IDX
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                     UNTIL WS-PAIR-IDX > WS-PAIR-CNT
                        OR WS-PAIR-FOUND-IDX NOT = 0
             IF WS-PAIR-IDX-A(WS-PAIR-IDX) = WS-IDX-A AND
                WS-PAIR-IDX-B(WS-PAIR-IDX) = WS-IDX-B
               MOVE WS-PAIR-IDX TO WS-PAIR-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-PAIR-FOUND-IDX = 0
             MOVE 'N' TO WS-SUP-SW
             PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                       UNTIL WS-SUP-IDX > WS-SUP-CNT
                          OR WS-SUPPRESSED
               IF WS-SUP-KEY-A(WS-SUP-IDX) = WS-EMP-KEY(WS-IDX-A) AND
                  WS-SUP-KEY-B(WS-SUP-IDX) = WS-EMP-KEY(WS-IDX-B)
                 SET WS-SUPPRESSED TO TRUE
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN WS-SUPPRESSED
      * Counted once per sharing value; the summary says pairs met.
                 ADD 1 TO WS-SUPPRESSED-CNT
               WHEN WS-PAIR-CNT >= WS-PAIR-MAX
                 IF WS-TABLES-OK
                   DISPLAY "ERROR : MORE THAN " WS-PAIR-MAX
                           " PAIRS FOR REVIEW - LIST INCOMPLETE"
                   MOVE 'N' TO WS-TABLES-SW
                   MOVE 16 TO RETURN-CODE
                 END-IF
               WHEN OTHER
                 ADD 1 TO WS-PAIR-CNT
                 MOVE WS-IDX-A TO WS-PAIR-IDX-A(WS-PAIR-CNT)
                 MOVE WS-IDX-B TO WS-PAIR-IDX-B(WS-PAIR-CNT)
                 MOVE WS-PAIR-SCORE TO WS-PAIR-SCORE-T(WS-PAIR-CNT)
                 MOVE WS-EVIDENCE TO WS-PAIR-EVIDENCE(WS-PAIR-CNT)
                 MOVE 'N' TO WS-PAIR-PRINTED-SW(WS-PAIR-CNT)
             END-EVALUATE
           END-IF.

       PRINT-REVIEW-LIST.
      *****************************************************************
      * Highest score first -- the largest unprinted score is picked
      * on each pass.
      *****************************************************************
           OPEN OUTPUT DUPRPT
           OPEN OUTPUT DUPCAND
           MOVE SPACES TO DUPRPT-LINE
           STRING "  POSSIBLE DUPLICATE PERSONS AT "
                  WS-JOB-START-TS(1:21) " -- THRESHOLD "
                  WS-THRESHOLD
                  DELIMITED BY SIZE INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           STRING "    CO    EMPLOYEE  NAME                            "
                  "JOINED    EMAIL                                     "
                  "PHONE       STATUS"
                  DELIMITED BY SIZE INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE ALL "-" TO DUPRPT-LINE
           WRITE DUPRPT-LINE

           MOVE 0 TO WS-PAIR-PRINT-CNT
           PERFORM UNTIL WS-PAIR-PRINT-CNT >= WS-PAIR-CNT
             MOVE 0 TO WS-PAIR-NEXT-IDX
             PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-CNT
               IF NOT WS-PAIR-PRINTED(WS-PAIR-IDX)
                 IF WS-PAIR-NEXT-IDX = 0
                   MOVE WS-PAIR-IDX TO WS-PAIR-NEXT-IDX
                 ELSE
                   IF WS-PAIR-SCORE-T(WS-PAIR-IDX) >
                      WS-PAIR-SCORE-T(WS-PAIR-NEXT-IDX)
                     MOVE WS-PAIR-IDX TO WS-PAIR-NEXT-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             SET WS-PAIR-PRINTED(WS-PAIR-NEXT-IDX) TO TRUE
             ADD 1 TO WS-PAIR-PRINT-CNT
             PERFORM WRITE-PAIR-ENTRY
           END-PERFORM

           IF WS-PAIR-CNT = 0
             MOVE SPACES TO DUPRPT-LINE
             STRING "  NO PAIRS AT OR ABOVE THE THRESHOLD"
                    DELIMITED BY SIZE INTO DUPRPT-LINE
             WRITE DUPRPT-LINE
           END-IF
           CLOSE DUPCAND
           CLOSE DUPRPT.

       WRITE-PAIR-ENTRY.
           MOVE SPACES TO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE WS-PAIR-SCORE-T(WS-PAIR-NEXT-IDX)  TO RPT-PAIR-SCORE
           MOVE WS-PAIR-EVIDENCE(WS-PAIR-NEXT-IDX) TO RPT-PAIR-EVIDENCE
           MOVE WS-RPT-PAIR-LINE TO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE WS-PAIR-IDX-A(WS-PAIR-NEXT-IDX) TO WS-EMP-IDX
           PERFORM WRITE-PAIR-EMPLOYEE
           MOVE WS-PAIR-IDX-B(WS-PAIR-NEXT-IDX) TO WS-EMP-IDX
           PERFORM WRITE-PAIR-EMPLOYEE

           MOVE SPACES TO DUP-SUPPRESS-RECORD
           MOVE WS-PAIR-IDX-A(WS-PAIR-NEXT-IDX) TO WS-IDX-A
           MOVE WS-PAIR-IDX-B(WS-PAIR-NEXT-IDX) TO WS-IDX-B
           MOVE WS-EMP-COMPANY(WS-IDX-A) TO DSUP-COMPANY-1
           MOVE WS-EMP-ID(WS-IDX-A)      TO DSUP-EMPLOYEE-ID-1
           MOVE WS-EMP-COMPANY(WS-IDX-B) TO DSUP-COMPANY-2
           MOVE WS-EMP-ID(WS-IDX-B)      TO DSUP-EMPLOYEE-ID-2
           MOVE DUP-SUPPRESS-RECORD TO DUP-CANDIDATE-RECORD
           WRITE DUP-CANDIDATE-RECORD.

       WRITE-PAIR-EMPLOYEE.
           MOVE WS-EMP-COMPANY(WS-EMP-IDX) TO RPT-EMP-COMPANY
           MOVE WS-EMP-ID(WS-EMP-IDX)      TO RPT-EMP-ID
           MOVE WS-EMP-NAME(WS-EMP-IDX)    TO RPT-EMP-NAME
           MOVE WS-EMP-DOJ(WS-EMP-IDX)     TO RPT-EMP-DOJ
           MOVE WS-EMP-EMAIL(WS-EMP-IDX)   TO RPT-EMP-EMAIL
           MOVE WS-EMP-PHONE(WS-EMP-IDX)   TO RPT-EMP-PHONE
           IF WS-EMP-STATUS(WS-EMP-IDX) = 'T'
             MOVE 'LEFT'                   TO RPT-EMP-STATUS
           ELSE
             MOVE SPACES                   TO RPT-EMP-STATUS
           END-IF
           MOVE WS-RPT-EMP-LINE TO DUPRPT-LINE
           WRITE DUPRPT-LINE.

       DISPLAY-DUPLICATE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYDUPCK JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  THRESHOLD        : " WS-THRESHOLD
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  INDEX ENTRIES    : " WS-INDEX-READ-CNT
           DISPLAY "  STALE ENTRIES    : " WS-STALE-CNT
           DISPLAY "  VALUES CAPPED    : " WS-BLK-CAPPED-CNT
           DISPLAY "  PAIRS COMPARED   : " WS-COMPARED-CNT
           DISPLAY "  SUPPRESSED MEETS : " WS-SUPPRESSED-CNT
           DISPLAY "  PAIRS FOR REVIEW : " WS-PAIR-CNT
           DISPLAY "  BAD DUPSUPP RECS : " WS-BAD-SUPP-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYDUPCK'.
