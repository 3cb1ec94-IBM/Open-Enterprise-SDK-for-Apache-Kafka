       CBL LP(64)
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
      * SUBPROGRAM BENEFITS ELIGIBILITY - INSURANCE COVERAGE RULES
      ******************************************************************
      * The benefits rule class that runs alongside IXYBIZCK: the
      * insurance coverage an employee carries must sit inside the
      * band the plan allows for their company, employee level and
      * full-time flag. Shared between IXYCAV64 (first presentation),
      * IXYRTRYP (re-presentation of the retry tier) and the annual
      * enrollment sweep IXYBESWP, so the three can never disagree:
      * a. BENELIG - the eligibility table, one card per band, read
      *    once on the first call and held for the rest of the run:
      *        cols 1-3   company code (spaces = the legacy
      *                   single-company stream)
      *        cols 5-13  employee level, 9 digits
      *        cols 15    full-time flag Y or N (space = either)
      *        cols 17-25 minimum coverage } 9(7)V9(2), the decimal
      *        cols 27-35 maximum coverage } point assumed
      *        cols 37-76 description
      *    '*' in column 1 is a comment. A card for the employee's
      *    exact full-time flag wins over an either-flag card.
      * b. The caller hands over the EVENT-DATA image; the result is
      *    a reason code:
      *     0    - passes, or no band covers the employee
      *     9604 - insurance coverage below the band minimum
      *     9605 - insurance coverage above the band maximum
      *    and the band applied (BENCK-RULE-SW 'Y' with its minimum
      *    and maximum) for the caller's messages.
      * A missing or empty BENELIG enforces nothing (BENCK-TABLE-SW
      * 'M'), so environments that have not provisioned one behave
      * exactly as before. A failure is a retry-tier citizen like the
      * IXYBIZCK reasons -- amending the card or the employee heals it.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new module.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYBENCK'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BENELIG ASSIGN TO BENELIG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-BENELIG-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   ABC 000000003 Y 000050000 000250000 LEVEL 3 FULL-TIME
      *   ABC 000000003 N 000000000 000050000 LEVEL 3 PART-TIME
         FD BENELIG
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BENEFIT-ELIGIBILITY-CARD.

         01 BENEFIT-ELIGIBILITY-CARD.
            05 BEN-CARD-COMPANY   PIC X(03).
            05 FILLER             PIC X(01).
            05 BEN-CARD-LEVEL     PIC 9(09).
            05 FILLER             PIC X(01).
            05 BEN-CARD-FULL-TIME PIC X(01).
            05 FILLER             PIC X(01).
            05 BEN-CARD-MINIMUM   PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 BEN-CARD-MAXIMUM   PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 BEN-CARD-DESC      PIC X(40).
            05 FILLER             PIC X(04).

        WORKING-STORAGE SECTION.
      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

         01 WS-BENELIG-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-LOADED-SW        PIC X(01) VALUE 'N'.
             88 WS-TABLE-LOADED VALUE 'Y'.

         01 WS-BEN-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-BEN-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-BEN-TABLE.
            05 WS-BEN-ENTRY OCCURS 500 TIMES.
              10 WS-BEN-COMPANY    PIC X(03).
              10 WS-BEN-LEVEL      PIC 9(09).
              10 WS-BEN-FULL-TIME  PIC X(01).
              10 WS-BEN-MINIMUM    PIC 9(07)V9(02).
              10 WS-BEN-MAXIMUM    PIC 9(07)V9(02).
         01 WS-BEN-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-BEN-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-BEN-EITHER-IDX   PIC S9(4) BINARY VALUE 0.
         01 WS-EMP-FULL-TIME    PIC X(01).

       LINKAGE SECTION.
         01 BENCK-PARMS.
            05 BENCK-REASON     PIC S9(9) BINARY.
            05 BENCK-EVENT      PIC X(4000).
            05 BENCK-RULE-SW    PIC X(01).
                88 BENCK-RULE-FOUND VALUE 'Y'.
            05 BENCK-MINIMUM    PIC 9(07)V9(02).
            05 BENCK-MAXIMUM    PIC 9(07)V9(02).
            05 BENCK-TABLE-SW   PIC X(01).
                88 BENCK-TABLE-OK      VALUE '0'.
                88 BENCK-TABLE-MISSING VALUE 'M'.

       PROCEDURE DIVISION USING BENCK-PARMS.
           MOVE 0   TO BENCK-REASON
           MOVE 'N' TO BENCK-RULE-SW
           MOVE 0   TO BENCK-MINIMUM
           MOVE 0   TO BENCK-MAXIMUM
           MOVE BENCK-EVENT TO EVENT-DATA(1:LENGTH OF EVENT-DATA)

           IF NOT WS-TABLE-LOADED
             PERFORM LOAD-ELIGIBILITY-TABLE
           END-IF
           IF WS-BEN-CNT = 0
             MOVE 'M' TO BENCK-TABLE-SW
             GOBACK
           END-IF
           MOVE '0' TO BENCK-TABLE-SW

           PERFORM LOCATE-ELIGIBILITY-BAND
           IF WS-BEN-FOUND-IDX = 0
             GOBACK
           END-IF

           MOVE 'Y' TO BENCK-RULE-SW
           MOVE WS-BEN-MINIMUM(WS-BEN-FOUND-IDX) TO BENCK-MINIMUM
           MOVE WS-BEN-MAXIMUM(WS-BEN-FOUND-IDX) TO BENCK-MAXIMUM
           IF insuranceCoverage < BENCK-MINIMUM
             MOVE 9604 TO BENCK-REASON
             GOBACK
           END-IF
           IF insuranceCoverage > BENCK-MAXIMUM
             MOVE 9605 TO BENCK-REASON
             GOBACK
           END-IF

           GOBACK.

       LOAD-ELIGIBILITY-TABLE.
           SET WS-TABLE-LOADED TO TRUE
           OPEN INPUT BENELIG
           IF WS-BENELIG-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ BENELIG
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM LOAD-ELIGIBILITY-CARD
               END-READ
             END-PERFORM
             CLOSE BENELIG
           END-IF.

       LOAD-ELIGIBILITY-CARD.
           IF BENEFIT-ELIGIBILITY-CARD(1:1) = '*' OR
              BENEFIT-ELIGIBILITY-CARD = SPACES
             CONTINUE
           ELSE
             IF BEN-CARD-LEVEL NOT NUMERIC OR
                BEN-CARD-MINIMUM NOT NUMERIC OR
                BEN-CARD-MAXIMUM NOT NUMERIC OR
                BEN-CARD-MINIMUM > BEN-CARD-MAXIMUM OR
                (BEN-CARD-FULL-TIME NOT = 'Y' AND NOT = 'N' AND
                 NOT = SPACE)
               DISPLAY "WARNING : BENELIG CARD IGNORED, "
                       BENEFIT-ELIGIBILITY-CARD(1:35)
             ELSE
               IF WS-BEN-CNT >= WS-BEN-MAX
                 DISPLAY "WARNING : MORE THAN " WS-BEN-MAX
                         " BENELIG CARDS -- IGNORING REMAINDER"
               ELSE
                 ADD 1 TO WS-BEN-CNT
                 MOVE BEN-CARD-COMPANY   TO WS-BEN-COMPANY(WS-BEN-CNT)
                 MOVE BEN-CARD-LEVEL     TO WS-BEN-LEVEL(WS-BEN-CNT)
                 MOVE BEN-CARD-FULL-TIME TO
                                         WS-BEN-FULL-TIME(WS-BEN-CNT)
                 MOVE BEN-CARD-MINIMUM   TO WS-BEN-MINIMUM(WS-BEN-CNT)
                 MOVE BEN-CARD-MAXIMUM   TO WS-BEN-MAXIMUM(WS-BEN-CNT)
               END-IF
             END-IF
           END-IF.

       LOCATE-ELIGIBILITY-BAND.
      *****************************************************************
      * The band for the exact flag wins; failing that the first
      * either-flag band for the company and level.
      *****************************************************************
           MOVE isFullTime TO WS-EMP-FULL-TIME
           IF WS-EMP-FULL-TIME = 'y'
             MOVE 'Y' TO WS-EMP-FULL-TIME
           END-IF
           IF WS-EMP-FULL-TIME = 'n'
             MOVE 'N' TO WS-EMP-FULL-TIME
           END-IF
           MOVE 0 TO WS-BEN-FOUND-IDX
           MOVE 0 TO WS-BEN-EITHER-IDX
           MOVE 1 TO WS-BEN-IDX
           PERFORM UNTIL WS-BEN-IDX > WS-BEN-CNT
                      OR WS-BEN-FOUND-IDX NOT = 0
             IF WS-BEN-COMPANY(WS-BEN-IDX) = companyCode AND
                WS-BEN-LEVEL(WS-BEN-IDX)   = employeeLevel
               IF WS-BEN-FULL-TIME(WS-BEN-IDX) = WS-EMP-FULL-TIME
                 MOVE WS-BEN-IDX TO WS-BEN-FOUND-IDX
               ELSE
                 IF WS-BEN-FULL-TIME(WS-BEN-IDX) = SPACE AND
                    WS-BEN-EITHER-IDX = 0
                   MOVE WS-BEN-IDX TO WS-BEN-EITHER-IDX
                 END-IF
               END-IF
             END-IF
             ADD 1 TO WS-BEN-IDX
           END-PERFORM
           IF WS-BEN-FOUND-IDX = 0
             MOVE WS-BEN-EITHER-IDX TO WS-BEN-FOUND-IDX
           END-IF.

       END PROGRAM 'IXYBENCK'.
