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
      * MAIN PROGRAM PAY-GRADE RANGE TABLE MAINTENANCE
      ******************************************************************
      * PAYGRADE carries the salary range each employee level allows
      * -- minimum, midpoint and maximum annual salary per company,
      * level and currency -- that IXYPGRPT measures the master
      * against. This utility maintains it, the IXYFXMNT way:
      * a. PGCARDS - one action card per change, fixed columns:
      *        cols 1-6   action - SET, DELETE or LIST
      *        cols 8-10  company code (spaces = the legacy
      *                   single-company stream)
      *        cols 12-20 employee level, 9 digits
      *        cols 22-24 currency code (spaces = the base
      *                   reporting currency, as on the events)
      *        cols 26-34 minimum  } annual salary, 9(7)V9(2) with
      *        cols 36-44 midpoint } the decimal point assumed
      *        cols 46-54 maximum  } (e.g. 004500000 for 45000.00)
      *        cols 56-63 effective date YYYYMMDD
      *    '*' in column 1 is a comment. SET adds or replaces the
      *    range for the company + level + currency; a midpoint of
      *    zero is set halfway between minimum and maximum. A range
      *    must read minimum <= midpoint <= maximum, minimum > 0.
      * b. PAYGRADE - read in full, the cards applied in storage, and
      *    written back (the whole table is small).
      * c. PGRPT - the maintenance report, one line per card and the
      *    final table listing.
      ******************************************************************
      * Modification history
      * 2026-10-12 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPGMNT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PGCARDS ASSIGN TO PGCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT PAYGRADE ASSIGN TO PAYGRADE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PAYGRADE-STATUS.

           SELECT PGRPT ASSIGN TO PGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PGRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD PGCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PG-ACTION-CARD.

         01 PG-ACTION-CARD.
            05 PGCARD-ACTION      PIC X(06).
                88 PGCARD-SET     VALUE 'SET   '.
                88 PGCARD-DELETE  VALUE 'DELETE'.
                88 PGCARD-LIST    VALUE 'LIST  '.
            05 FILLER             PIC X(01).
            05 PGCARD-COMPANY     PIC X(03).
            05 FILLER             PIC X(01).
            05 PGCARD-LEVEL       PIC 9(09).
            05 FILLER             PIC X(01).
            05 PGCARD-CURRENCY    PIC X(03).
            05 FILLER             PIC X(01).
            05 PGCARD-MINIMUM     PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PGCARD-MIDPOINT    PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PGCARD-MAXIMUM     PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PGCARD-EFF-DATE    PIC 9(08).
            05 FILLER             PIC X(17).

         FD PAYGRADE
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PAY-GRADE-RECORD.

         01 PAY-GRADE-RECORD.
            05 PG-COMPANY         PIC X(03).
            05 FILLER             PIC X(01).
            05 PG-LEVEL           PIC 9(09).
            05 FILLER             PIC X(01).
            05 PG-CURRENCY        PIC X(03).
            05 FILLER             PIC X(01).
            05 PG-MINIMUM         PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PG-MIDPOINT        PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PG-MAXIMUM         PIC 9(07)V9(02).
            05 FILLER             PIC X(01).
            05 PG-EFF-DATE        PIC 9(08).
            05 FILLER             PIC X(24).

         FD PGRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PGRPT-LINE.

         01 PGRPT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-PAYGRADE-STATUS  PIC X(02).
         01 WS-PGRPT-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-PG-MAX           PIC S9(4) BINARY VALUE 500.
         01 WS-PG-CNT           PIC S9(4) BINARY VALUE 0.
         01 WS-PG-TABLE.
            05 WS-PG-ENTRY OCCURS 500 TIMES.
              10 WS-PG-COMPANY     PIC X(03).
              10 WS-PG-LEVEL       PIC 9(09).
              10 WS-PG-CURRENCY    PIC X(03).
              10 WS-PG-MINIMUM     PIC 9(07)V9(02).
              10 WS-PG-MIDPOINT    PIC 9(07)V9(02).
              10 WS-PG-MAXIMUM     PIC 9(07)V9(02).
              10 WS-PG-EFF-DATE    PIC 9(08).
              10 WS-PG-DELETED-SW  PIC X(01).
                  88 WS-PG-DELETED VALUE 'Y'.
         01 WS-PG-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-PG-FOUND-IDX     PIC S9(4) BINARY VALUE 0.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).
         01 WS-CARD-MIDPOINT    PIC 9(07)V9(02).

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-LEVEL       PIC ZZZZZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-CURRENCY    PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MINIMUM     PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MIDPOINT    PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MAXIMUM     PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-EFF-DATE    PIC 9(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(20) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "PAY-GRADE RANGE TABLE MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-GRADE-TABLE
           OPEN OUTPUT PGRPT
           MOVE SPACES TO PGRPT-LINE
           STRING "  PAY-GRADE MAINTENANCE AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO PGRPT-LINE
           WRITE PGRPT-LINE
           MOVE SPACES TO PGRPT-LINE
           STRING "  ACTION  CO  EMP LEVEL  CCY       MINIMUM"
                  "      MIDPOINT       MAXIMUM  EFFECTIVE RESULT"
                  DELIMITED BY SIZE INTO PGRPT-LINE
           WRITE PGRPT-LINE
           MOVE ALL "-" TO PGRPT-LINE
           WRITE PGRPT-LINE
           PERFORM APPLY-GRADE-CARDS
           PERFORM WRITE-GRADE-TABLE
           PERFORM LIST-GRADE-TABLE
           CLOSE PGRPT
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       LOAD-GRADE-TABLE.
           OPEN INPUT PAYGRADE
           IF WS-PAYGRADE-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYGRADE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PAY-GRADE-RECORD(1:1) = '*' OR
                    PAY-GRADE-RECORD = SPACES
                   CONTINUE
                 ELSE
                   IF WS-PG-CNT >= WS-PG-MAX
                     DISPLAY "ERROR : MORE THAN " WS-PG-MAX
                             " PAYGRADE ENTRIES -- IGNORING REMAINDER"
                     MOVE 8 TO RETURN-CODE
                   ELSE
                     ADD 1 TO WS-PG-CNT
                     MOVE PG-COMPANY   TO WS-PG-COMPANY(WS-PG-CNT)
                     MOVE PG-LEVEL     TO WS-PG-LEVEL(WS-PG-CNT)
                     MOVE PG-CURRENCY  TO WS-PG-CURRENCY(WS-PG-CNT)
                     MOVE PG-MINIMUM   TO WS-PG-MINIMUM(WS-PG-CNT)
                     MOVE PG-MIDPOINT  TO WS-PG-MIDPOINT(WS-PG-CNT)
                     MOVE PG-MAXIMUM   TO WS-PG-MAXIMUM(WS-PG-CNT)
                     MOVE PG-EFF-DATE  TO WS-PG-EFF-DATE(WS-PG-CNT)
                     MOVE 'N' TO WS-PG-DELETED-SW(WS-PG-CNT)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE PAYGRADE
           END-IF.

       APPLY-GRADE-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT PGCARDS
           PERFORM UNTIL WS-EOF
             READ PGCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF PG-ACTION-CARD(1:1) = '*' OR
                  PG-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-GRADE-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE PGCARDS.

       APPLY-ONE-GRADE-CARD.
           MOVE SPACES TO WS-RESULT
           PERFORM FIND-GRADE-ENTRY
           EVALUATE TRUE
             WHEN PGCARD-LIST
               MOVE 'LISTED BELOW            ' TO WS-RESULT
             WHEN PGCARD-LEVEL NOT NUMERIC
               MOVE 'REFUSED - BAD LEVEL     ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PGCARD-SET AND
                  (PGCARD-MINIMUM NOT NUMERIC OR
                   PGCARD-MIDPOINT NOT NUMERIC OR
                   PGCARD-MAXIMUM NOT NUMERIC)
               MOVE 'REFUSED - BAD AMOUNT    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PGCARD-SET AND PGCARD-EFF-DATE NOT NUMERIC
               MOVE 'REFUSED - BAD DATE      ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PGCARD-SET
               MOVE PGCARD-MIDPOINT TO WS-CARD-MIDPOINT
               IF WS-CARD-MIDPOINT = 0
                 COMPUTE WS-CARD-MIDPOINT ROUNDED =
                         (PGCARD-MINIMUM + PGCARD-MAXIMUM) / 2
               END-IF
               IF PGCARD-MINIMUM = 0 OR
                  PGCARD-MINIMUM > WS-CARD-MIDPOINT OR
                  WS-CARD-MIDPOINT > PGCARD-MAXIMUM
                 MOVE 'REFUSED - RANGE ORDER   ' TO WS-RESULT
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE 8 TO RETURN-CODE
               ELSE
                 PERFORM SET-GRADE-RANGE
               END-IF
             WHEN PGCARD-DELETE
               IF WS-PG-FOUND-IDX = 0
                 MOVE 'REFUSED - NOT ON TABLE  ' TO WS-RESULT
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE 8 TO RETURN-CODE
               ELSE
                 SET WS-PG-DELETED(WS-PG-FOUND-IDX) TO TRUE
                 MOVE 'DELETED                 ' TO WS-RESULT
                 ADD 1 TO WS-APPLIED-CNT
               END-IF
             WHEN OTHER
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-MAINT-DETAIL.

       FIND-GRADE-ENTRY.
           MOVE 0 TO WS-PG-FOUND-IDX
           MOVE 1 TO WS-PG-IDX
           PERFORM UNTIL WS-PG-IDX > WS-PG-CNT
                      OR WS-PG-FOUND-IDX NOT = 0
             IF WS-PG-COMPANY(WS-PG-IDX)  = PGCARD-COMPANY  AND
                WS-PG-LEVEL(WS-PG-IDX)    = PGCARD-LEVEL    AND
                WS-PG-CURRENCY(WS-PG-IDX) = PGCARD-CURRENCY AND
                NOT WS-PG-DELETED(WS-PG-IDX)
               MOVE WS-PG-IDX TO WS-PG-FOUND-IDX
             ELSE
               ADD 1 TO WS-PG-IDX
             END-IF
           END-PERFORM.

       SET-GRADE-RANGE.
           IF WS-PG-FOUND-IDX = 0
             IF WS-PG-CNT >= WS-PG-MAX
               MOVE 'REFUSED - TABLE FULL    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             ELSE
               ADD 1 TO WS-PG-CNT
               MOVE WS-PG-CNT TO WS-PG-FOUND-IDX
               MOVE PGCARD-COMPANY  TO WS-PG-COMPANY(WS-PG-FOUND-IDX)
               MOVE PGCARD-LEVEL    TO WS-PG-LEVEL(WS-PG-FOUND-IDX)
               MOVE PGCARD-CURRENCY TO WS-PG-CURRENCY(WS-PG-FOUND-IDX)
               MOVE 'N' TO WS-PG-DELETED-SW(WS-PG-FOUND-IDX)
             END-IF
           END-IF
           IF WS-PG-FOUND-IDX NOT = 0
             MOVE PGCARD-MINIMUM   TO WS-PG-MINIMUM(WS-PG-FOUND-IDX)
             MOVE WS-CARD-MIDPOINT TO WS-PG-MIDPOINT(WS-PG-FOUND-IDX)
             MOVE PGCARD-MAXIMUM   TO WS-PG-MAXIMUM(WS-PG-FOUND-IDX)
             MOVE PGCARD-EFF-DATE  TO WS-PG-EFF-DATE(WS-PG-FOUND-IDX)
             MOVE 'SET                     ' TO WS-RESULT
             ADD 1 TO WS-APPLIED-CNT
           END-IF.

       WRITE-GRADE-TABLE.
           OPEN OUTPUT PAYGRADE
           IF WS-PAYGRADE-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO REWRITE PAYGRADE, FILE "
                     "STATUS " WS-PAYGRADE-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                       UNTIL WS-PG-IDX > WS-PG-CNT
               IF NOT WS-PG-DELETED(WS-PG-IDX)
                 MOVE SPACES TO PAY-GRADE-RECORD
                 MOVE WS-PG-COMPANY(WS-PG-IDX)  TO PG-COMPANY
                 MOVE WS-PG-LEVEL(WS-PG-IDX)    TO PG-LEVEL
                 MOVE WS-PG-CURRENCY(WS-PG-IDX) TO PG-CURRENCY
                 MOVE WS-PG-MINIMUM(WS-PG-IDX)  TO PG-MINIMUM
                 MOVE WS-PG-MIDPOINT(WS-PG-IDX) TO PG-MIDPOINT
                 MOVE WS-PG-MAXIMUM(WS-PG-IDX)  TO PG-MAXIMUM
                 MOVE WS-PG-EFF-DATE(WS-PG-IDX) TO PG-EFF-DATE
                 WRITE PAY-GRADE-RECORD
               END-IF
             END-PERFORM
             CLOSE PAYGRADE
           END-IF.

       LIST-GRADE-TABLE.
           MOVE SPACES TO PGRPT-LINE
           WRITE PGRPT-LINE
           MOVE SPACES TO PGRPT-LINE
           STRING "  PAY-GRADE TABLE AFTER MAINTENANCE"
                  DELIMITED BY SIZE INTO PGRPT-LINE
           WRITE PGRPT-LINE
           MOVE ALL "-" TO PGRPT-LINE
           WRITE PGRPT-LINE
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                     UNTIL WS-PG-IDX > WS-PG-CNT
             IF NOT WS-PG-DELETED(WS-PG-IDX)
               MOVE 'TABLE ' TO RPT-DET-ACTION
               MOVE WS-PG-COMPANY(WS-PG-IDX)  TO RPT-DET-COMPANY
               MOVE WS-PG-LEVEL(WS-PG-IDX)    TO RPT-DET-LEVEL
               MOVE WS-PG-CURRENCY(WS-PG-IDX) TO RPT-DET-CURRENCY
               MOVE WS-PG-MINIMUM(WS-PG-IDX)  TO RPT-DET-MINIMUM
               MOVE WS-PG-MIDPOINT(WS-PG-IDX) TO RPT-DET-MIDPOINT
               MOVE WS-PG-MAXIMUM(WS-PG-IDX)  TO RPT-DET-MAXIMUM
               MOVE WS-PG-EFF-DATE(WS-PG-IDX) TO RPT-DET-EFF-DATE
               MOVE SPACES TO RPT-DET-RESULT
               MOVE WS-RPT-DETAIL TO PGRPT-LINE
               WRITE PGRPT-LINE
             END-IF
           END-PERFORM.

       WRITE-MAINT-DETAIL.
           MOVE PGCARD-ACTION   TO RPT-DET-ACTION
           MOVE PGCARD-COMPANY  TO RPT-DET-COMPANY
           MOVE PGCARD-CURRENCY TO RPT-DET-CURRENCY
           IF PGCARD-LEVEL NUMERIC
             MOVE PGCARD-LEVEL  TO RPT-DET-LEVEL
           ELSE
             MOVE 0             TO RPT-DET-LEVEL
           END-IF
           IF PGCARD-MINIMUM NUMERIC
             MOVE PGCARD-MINIMUM TO RPT-DET-MINIMUM
           ELSE
             MOVE 0              TO RPT-DET-MINIMUM
           END-IF
           IF PGCARD-SET AND WS-PG-FOUND-IDX NOT = 0
             MOVE WS-CARD-MIDPOINT TO RPT-DET-MIDPOINT
           ELSE
             IF PGCARD-MIDPOINT NUMERIC
               MOVE PGCARD-MIDPOINT TO RPT-DET-MIDPOINT
             ELSE
               MOVE 0               TO RPT-DET-MIDPOINT
             END-IF
           END-IF
           IF PGCARD-MAXIMUM NUMERIC
             MOVE PGCARD-MAXIMUM TO RPT-DET-MAXIMUM
           ELSE
             MOVE 0              TO RPT-DET-MAXIMUM
           END-IF
           IF PGCARD-EFF-DATE NUMERIC
             MOVE PGCARD-EFF-DATE TO RPT-DET-EFF-DATE
           ELSE
             MOVE 0               TO RPT-DET-EFF-DATE
           END-IF
           MOVE WS-RESULT       TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO PGRPT-LINE
           WRITE PGRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPGMNT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPGMNT'.
