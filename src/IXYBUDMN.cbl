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
      * MAIN PROGRAM COST-CENTER BUDGET MAINTENANCE
      ******************************************************************
      * BUDGMAST is the budget KSDS Finance sets per cost center and
      * fiscal period -- the approved heads and the approved annual
      * salary spend -- that IXYBUDVR measures the master against.
      * This utility maintains it, the IXYORGMN way:
      * a. BUDCARDS - one action card per change, fixed columns:
      *        cols 1-6   action - ADD, UPDATE, DELETE or LIST
      *        cols 8-10  company code (spaces = the legacy stream)
      *        cols 12-19 cost center
      *        cols 21-26 fiscal period YYYYMM
      *        cols 28-33 department code the cost center reports
      *                   under (for the department subtotals)
      *        cols 35-37 budget currency (spaces = the base
      *                   reporting currency)
      *        cols 39-43 approved heads, 5 digits
      *        cols 45-57 approved annual salary spend, 9(11)V9(2)
      *                   with the decimal point assumed
      *    '*' in column 1 is a comment. LIST needs no other fields
      *    and prints the whole budget.
      * b. BUDGMAST - the budget KSDS, keyed by company + cost center
      *    + fiscal period.
      * c. BUDRPT   - the maintenance report, one line per card saying
      *    what was applied or why it was refused.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYBUDMN'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BUDCARDS ASSIGN TO BUDCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT BUDGMAST ASSIGN TO BUDGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BUD-KEY
           FILE STATUS  IS WS-BUDGMAST-STATUS.

           SELECT BUDRPT ASSIGN TO BUDRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-BUDRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD BUDCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BUD-ACTION-CARD.

         01 BUD-ACTION-CARD.
            05 BCARD-ACTION       PIC X(06).
                88 BCARD-ADD      VALUE 'ADD   '.
                88 BCARD-UPDATE   VALUE 'UPDATE'.
                88 BCARD-DELETE   VALUE 'DELETE'.
                88 BCARD-LIST     VALUE 'LIST  '.
            05 FILLER             PIC X(01).
            05 BCARD-COMPANY      PIC X(03).
            05 FILLER             PIC X(01).
            05 BCARD-COST-CENTER  PIC X(08).
            05 FILLER             PIC X(01).
            05 BCARD-PERIOD       PIC 9(06).
            05 BCARD-PERIOD-X REDEFINES BCARD-PERIOD.
               10 BCARD-PERIOD-YEAR  PIC 9(04).
               10 BCARD-PERIOD-MONTH PIC 9(02).
            05 FILLER             PIC X(01).
            05 BCARD-DEPT-CODE    PIC X(06).
            05 FILLER             PIC X(01).
            05 BCARD-CURRENCY     PIC X(03).
            05 FILLER             PIC X(01).
            05 BCARD-HEADS        PIC 9(05).
            05 FILLER             PIC X(01).
            05 BCARD-SALARY       PIC 9(11)V9(02).
            05 FILLER             PIC X(23).

      * The budget record -- see IXYBUDVR for the consumer half.
         FD BUDGMAST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  BUDGET-RECORD.

         01 BUDGET-RECORD.
            05 BUD-KEY.
               10 BUD-COMPANY        PIC X(03).
               10 BUD-COST-CENTER    PIC X(08).
               10 BUD-PERIOD         PIC 9(06).
            05 BUD-DEPT-CODE      PIC X(06).
            05 BUD-CURRENCY       PIC X(03).
            05 BUD-HEADS          PIC 9(05).
            05 BUD-SALARY         PIC 9(11)V9(02).
            05 BUD-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(55).

         FD BUDRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BUDRPT-LINE.

         01 BUDRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-BUDGMAST-STATUS  PIC X(02).
         01 WS-BUDRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-LIST-EOF-SW      PIC X(01).
             88 WS-LIST-EOF     VALUE 'Y'.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 FILLER              PIC X(04) VALUE ' CO '.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(04) VALUE ' CC '.
            05 RPT-DET-CC          PIC X(08).
            05 FILLER              PIC X(08) VALUE ' PERIOD '.
            05 RPT-DET-PERIOD      PIC X(06).
            05 FILLER              PIC X(06) VALUE ' DEPT '.
            05 RPT-DET-DEPT        PIC X(06).
            05 FILLER              PIC X(05) VALUE ' CCY '.
            05 RPT-DET-CURRENCY    PIC X(03).
            05 FILLER              PIC X(07) VALUE ' HEADS '.
            05 RPT-DET-HEADS       PIC ZZZZ9.
            05 FILLER              PIC X(08) VALUE ' SALARY '.
            05 RPT-DET-SALARY      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(08) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "COST-CENTER BUDGET MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           OPEN I-O BUDGMAST
           IF WS-BUDGMAST-STATUS NOT = '00'
      * First use loads the budget fresh, the same create-on-first-
      * use stance ORGMAST takes in IXYORGMN.
             OPEN OUTPUT BUDGMAST
             IF WS-BUDGMAST-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN BUDGMAST, FILE STATUS "
                       WS-BUDGMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           OPEN OUTPUT BUDRPT
           PERFORM APPLY-BUDGET-CARDS
           CLOSE BUDRPT
           CLOSE BUDGMAST
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       APPLY-BUDGET-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT BUDCARDS
           PERFORM UNTIL WS-EOF
             READ BUDCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF BUD-ACTION-CARD(1:1) = '*' OR
                  BUD-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE BUDCARDS.

       APPLY-ONE-CARD.
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
             WHEN BCARD-LIST
               PERFORM LIST-BUDGET
             WHEN BCARD-COST-CENTER = SPACES
               MOVE 'REFUSED - NO COST CENTER' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN BCARD-PERIOD NOT NUMERIC
               MOVE 'REFUSED - BAD PERIOD    ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN BCARD-PERIOD-MONTH < 1 OR BCARD-PERIOD-MONTH > 12
               MOVE 'REFUSED - BAD PERIOD    ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN (BCARD-ADD OR BCARD-UPDATE) AND
                  (BCARD-HEADS NOT NUMERIC OR
                   BCARD-SALARY NOT NUMERIC)
               MOVE 'REFUSED - BAD AMOUNT    ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN BCARD-ADD
               PERFORM ADD-BUDGET-RECORD
               PERFORM WRITE-MAINT-DETAIL
             WHEN BCARD-UPDATE
               PERFORM UPDATE-BUDGET-RECORD
               PERFORM WRITE-MAINT-DETAIL
             WHEN BCARD-DELETE
               PERFORM DELETE-BUDGET-RECORD
               PERFORM WRITE-MAINT-DETAIL
             WHEN OTHER
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               PERFORM REFUSE-CARD
           END-EVALUATE.

       REFUSE-CARD.
           ADD 1 TO WS-REFUSED-CNT
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-MAINT-DETAIL.

       ADD-BUDGET-RECORD.
           MOVE BCARD-COMPANY     TO BUD-COMPANY
           MOVE BCARD-COST-CENTER TO BUD-COST-CENTER
           MOVE BCARD-PERIOD      TO BUD-PERIOD
           READ BUDGMAST
           IF WS-BUDGMAST-STATUS = '00'
             MOVE 'REFUSED - ALREADY ON FILE' TO WS-RESULT
             ADD 1 TO WS-REFUSED-CNT
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM FILL-BUDGET-FIELDS
             WRITE BUDGET-RECORD
             IF WS-BUDGMAST-STATUS = '00'
               MOVE 'ADDED                   ' TO WS-RESULT
               ADD 1 TO WS-APPLIED-CNT
             ELSE
               MOVE 'FAILED                  ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       UPDATE-BUDGET-RECORD.
           MOVE BCARD-COMPANY     TO BUD-COMPANY
           MOVE BCARD-COST-CENTER TO BUD-COST-CENTER
           MOVE BCARD-PERIOD      TO BUD-PERIOD
           READ BUDGMAST
           IF WS-BUDGMAST-STATUS NOT = '00'
             MOVE 'REFUSED - NOT ON FILE   ' TO WS-RESULT
             ADD 1 TO WS-REFUSED-CNT
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM FILL-BUDGET-FIELDS
             REWRITE BUDGET-RECORD
             IF WS-BUDGMAST-STATUS = '00'
               MOVE 'UPDATED                 ' TO WS-RESULT
               ADD 1 TO WS-APPLIED-CNT
             ELSE
               MOVE 'FAILED                  ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       DELETE-BUDGET-RECORD.
           MOVE BCARD-COMPANY     TO BUD-COMPANY
           MOVE BCARD-COST-CENTER TO BUD-COST-CENTER
           MOVE BCARD-PERIOD      TO BUD-PERIOD
           DELETE BUDGMAST RECORD
           IF WS-BUDGMAST-STATUS = '00'
             MOVE 'DELETED                 ' TO WS-RESULT
             ADD 1 TO WS-APPLIED-CNT
           ELSE
             IF WS-BUDGMAST-STATUS = '23'
               MOVE 'REFUSED - NOT ON FILE   ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE 'FAILED                  ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       FILL-BUDGET-FIELDS.
           MOVE SPACES            TO BUDGET-RECORD
           MOVE BCARD-COMPANY     TO BUD-COMPANY
           MOVE BCARD-COST-CENTER TO BUD-COST-CENTER
           MOVE BCARD-PERIOD      TO BUD-PERIOD
           MOVE BCARD-DEPT-CODE   TO BUD-DEPT-CODE
           MOVE BCARD-CURRENCY    TO BUD-CURRENCY
           MOVE BCARD-HEADS       TO BUD-HEADS
           MOVE BCARD-SALARY      TO BUD-SALARY
           MOVE FUNCTION CURRENT-DATE TO BUD-UPDATED-TS.

       LIST-BUDGET.
      *****************************************************************
      * Prints the whole budget in key order -- START at the low key,
      * then READ NEXT to end of file.
      *****************************************************************
           MOVE SPACES TO BUDRPT-LINE
           STRING "  BUDGET LISTING AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO BUDRPT-LINE
           WRITE BUDRPT-LINE
           MOVE ALL "-" TO BUDRPT-LINE
           WRITE BUDRPT-LINE

           MOVE LOW-VALUES TO BUD-KEY
           START BUDGMAST KEY NOT LESS THAN BUD-KEY
           IF WS-BUDGMAST-STATUS NOT = '00'
             MOVE SPACES TO BUDRPT-LINE
             STRING "  (BUDGET IS EMPTY)"
                    DELIMITED BY SIZE INTO BUDRPT-LINE
             WRITE BUDRPT-LINE
           ELSE
             MOVE 'N' TO WS-LIST-EOF-SW
             PERFORM UNTIL WS-LIST-EOF
               READ BUDGMAST NEXT
               AT END SET WS-LIST-EOF TO TRUE
               NOT AT END
                 MOVE BCARD-ACTION       TO RPT-DET-ACTION
                 MOVE BUD-COMPANY        TO RPT-DET-COMPANY
                 MOVE BUD-COST-CENTER    TO RPT-DET-CC
                 MOVE BUD-PERIOD         TO RPT-DET-PERIOD
                 MOVE BUD-DEPT-CODE      TO RPT-DET-DEPT
                 MOVE BUD-CURRENCY       TO RPT-DET-CURRENCY
                 MOVE BUD-HEADS          TO RPT-DET-HEADS
                 MOVE BUD-SALARY         TO RPT-DET-SALARY
                 MOVE SPACES             TO RPT-DET-RESULT
                 MOVE WS-RPT-DETAIL TO BUDRPT-LINE
                 WRITE BUDRPT-LINE
               END-READ
             END-PERFORM
           END-IF.

       WRITE-MAINT-DETAIL.
           MOVE BCARD-ACTION      TO RPT-DET-ACTION
           MOVE BCARD-COMPANY     TO RPT-DET-COMPANY
           MOVE BCARD-COST-CENTER TO RPT-DET-CC
           MOVE BUD-ACTION-CARD(21:6) TO RPT-DET-PERIOD
           MOVE BCARD-DEPT-CODE   TO RPT-DET-DEPT
           MOVE BCARD-CURRENCY    TO RPT-DET-CURRENCY
           IF BCARD-HEADS NUMERIC
             MOVE BCARD-HEADS     TO RPT-DET-HEADS
           ELSE
             MOVE 0               TO RPT-DET-HEADS
           END-IF
           IF BCARD-SALARY NUMERIC
             MOVE BCARD-SALARY    TO RPT-DET-SALARY
           ELSE
             MOVE 0               TO RPT-DET-SALARY
           END-IF
           MOVE WS-RESULT         TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO BUDRPT-LINE
           WRITE BUDRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYBUDMN JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYBUDMN'.
