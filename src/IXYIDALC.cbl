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
      * SHARED MODULE - EMPLOYEE ID ALLOCATION
      ******************************************************************
      * Every feed that creates employees used to number them itself
      * -- IXYEVBLD sources, IXYMQINB branch messages, hand-keyed
      * EMPFIL -- and two of them handed out the same number in one
      * company. This module is the one place a new employeeId comes
      * from:
      * a. IDCTL - the control KSDS, one record per company + source
      *    system: the range of 8-digit base numbers the source may
      *    hand out and the next one due. Ranges are set with
      *    IXYIDMNT, which refuses one overlapping another source's
      *    range in the same company.
      * b. IDISSUE - the issued-ID KSDS, keyed like EMPMAST (company
      *    + employeeId): who was issued the number, when, and the
      *    caller's reference for it. IXYIDAUD reports the issued
      *    numbers that never reached EMPMAST.
      * c. An employeeId is the base number followed by a Luhn (mod
      *    10) check digit, so a mis-keyed digit in a hand-keyed ID
      *    is caught before anything looks it up.
      * Action 'A' allocates the next ID for IDALC-COMPANY +
      * IDALC-SOURCE and records it as issued to IDALC-CALLER --
      * result '0' with the ID and how many base numbers remain,
      * 'N' no range set for the company + source, 'X' the range is
      * used up. A number already on IDISSUE (a range moved back over
      * issued numbers) is stepped over, never handed out twice.
      * Action 'V' verifies an ID for IDALC-COMPANY -- '0' issued
      * (the issuing source and timestamp come back), 'C' the check
      * digit is wrong, 'U' not issued by this module. 'M' means
      * IDCTL/IDISSUE are not provisioned in this environment and
      * 'E' is an I/O problem.
      * Callers serialize through the datasets' share options; each
      * call opens, works and closes, the IXYLOCK discipline.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new module.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYIDALC'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IDCTL ASSIGN TO IDCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS IDC-KEY
           FILE STATUS  IS WS-IDCTL-STATUS.

           SELECT IDISSUE ASSIGN TO IDISSUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS IDI-KEY
           FILE STATUS  IS WS-IDISSUE-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * One range per company + source system -- maintained by
      * IXYIDMNT.
         FD IDCTL
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  ID-CONTROL-RECORD.

         01 ID-CONTROL-RECORD.
            05 IDC-KEY.
               10 IDC-COMPANY        PIC X(03).
               10 IDC-SOURCE         PIC X(08).
            05 IDC-RANGE-LOW      PIC 9(08).
            05 IDC-RANGE-HIGH     PIC 9(08).
            05 IDC-NEXT           PIC 9(08).
            05 IDC-ISSUED-CNT     PIC 9(09).
            05 IDC-LAST-ISSUED-TS PIC X(21).
            05 IDC-LAST-CALLER    PIC X(08).
            05 IDC-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(26).

      * One record per issued employeeId.
         FD IDISSUE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  ID-ISSUE-RECORD.

         01 ID-ISSUE-RECORD.
            05 IDI-KEY.
               10 IDI-COMPANY        PIC X(03).
               10 IDI-EMPLOYEE-ID    PIC 9(09).
            05 IDI-SOURCE         PIC X(08).
            05 IDI-CALLER         PIC X(08).
            05 IDI-REFERENCE      PIC X(48).
            05 IDI-ISSUED-TS      PIC X(21).
            05 FILLER             PIC X(23).

        WORKING-STORAGE SECTION.
         01 WS-IDCTL-STATUS     PIC X(02).
         01 WS-IDISSUE-STATUS   PIC X(02).
         01 WS-ALLOC-DONE-SW    PIC X(01) VALUE 'N'.
             88 WS-ALLOC-DONE   VALUE 'Y'.

      * The Luhn check digit over the 8-digit base, rightmost base
      * digit doubled.
         01 WS-BASE             PIC 9(08).
         01 WS-BASE-X REDEFINES WS-BASE.
            05 WS-BASE-DIGIT    PIC 9(01) OCCURS 8 TIMES.
         01 WS-EMP-ID           PIC 9(09).
         01 WS-EMP-ID-X REDEFINES WS-EMP-ID.
            05 WS-EMP-ID-BASE   PIC 9(08).
            05 WS-EMP-ID-CHECK  PIC 9(01).
         01 WS-DIGIT-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-DIGIT-VAL        PIC S9(4) BINARY VALUE 0.
         01 WS-LUHN-SUM         PIC S9(4) BINARY VALUE 0.
         01 WS-CHECK-DIGIT      PIC 9(01).

       LINKAGE SECTION.
         01 IDALC-PARMS.
            05 IDALC-ACTION       PIC X(01).
                88 IDALC-ALLOCATE VALUE 'A'.
                88 IDALC-VERIFY   VALUE 'V'.
            05 IDALC-COMPANY      PIC X(03).
            05 IDALC-SOURCE       PIC X(08).
            05 IDALC-CALLER       PIC X(08).
            05 IDALC-REFERENCE    PIC X(48).
            05 IDALC-EMPLOYEE-ID  PIC 9(09).
            05 IDALC-RESULT       PIC X(01).
                88 IDALC-OK           VALUE '0'.
                88 IDALC-NO-RANGE     VALUE 'N'.
                88 IDALC-EXHAUSTED    VALUE 'X'.
                88 IDALC-BAD-CHECK    VALUE 'C'.
                88 IDALC-NOT-ISSUED   VALUE 'U'.
                88 IDALC-MISSING      VALUE 'M'.
                88 IDALC-ERROR        VALUE 'E'.
            05 IDALC-REMAINING    PIC 9(08).
            05 IDALC-ISSUED-SOURCE PIC X(08).
            05 IDALC-ISSUED-TS    PIC X(21).

       PROCEDURE DIVISION USING IDALC-PARMS.
           MOVE '0'    TO IDALC-RESULT
           MOVE 0      TO IDALC-REMAINING
           MOVE SPACES TO IDALC-ISSUED-SOURCE
           MOVE SPACES TO IDALC-ISSUED-TS

           EVALUATE TRUE
             WHEN IDALC-ALLOCATE
               PERFORM ALLOCATE-EMPLOYEE-ID
             WHEN IDALC-VERIFY
               PERFORM VERIFY-EMPLOYEE-ID
             WHEN OTHER
               MOVE 'E' TO IDALC-RESULT
           END-EVALUATE
           GOBACK
           .

       ALLOCATE-EMPLOYEE-ID.
      *****************************************************************
      * Reads the company + source range for update, issues the next
      * base number not already on IDISSUE and moves the range on.
      *****************************************************************
           MOVE 0 TO IDALC-EMPLOYEE-ID
           OPEN I-O IDCTL
           IF WS-IDCTL-STATUS NOT = '00'
             IF WS-IDCTL-STATUS = '35'
               MOVE 'M' TO IDALC-RESULT
             ELSE
               MOVE 'E' TO IDALC-RESULT
             END-IF
           ELSE
             PERFORM OPEN-ISSUE-FOR-UPDATE
             IF IDALC-OK
               MOVE IDALC-COMPANY TO IDC-COMPANY
               MOVE IDALC-SOURCE  TO IDC-SOURCE
               READ IDCTL
               EVALUATE WS-IDCTL-STATUS
                 WHEN '00'
                   PERFORM ISSUE-NEXT-NUMBER
                 WHEN '23'
                   MOVE 'N' TO IDALC-RESULT
                 WHEN OTHER
                   MOVE 'E' TO IDALC-RESULT
               END-EVALUATE
               CLOSE IDISSUE
             END-IF
             CLOSE IDCTL
           END-IF.

       OPEN-ISSUE-FOR-UPDATE.
      * The first number ever issued creates IDISSUE -- only WRITE
      * is needed, so an output open serves.
           OPEN I-O IDISSUE
           IF WS-IDISSUE-STATUS = '35'
             OPEN OUTPUT IDISSUE
           END-IF
           IF WS-IDISSUE-STATUS NOT = '00'
             MOVE 'E' TO IDALC-RESULT
           END-IF.

       ISSUE-NEXT-NUMBER.
           MOVE 'N' TO WS-ALLOC-DONE-SW
           IF IDC-NEXT < IDC-RANGE-LOW
             MOVE IDC-RANGE-LOW TO IDC-NEXT
           END-IF
           PERFORM UNTIL WS-ALLOC-DONE
             IF IDC-NEXT > IDC-RANGE-HIGH
               MOVE 'X' TO IDALC-RESULT
               SET WS-ALLOC-DONE TO TRUE
             ELSE
               MOVE IDC-NEXT TO WS-BASE
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE WS-BASE        TO WS-EMP-ID-BASE
               MOVE WS-CHECK-DIGIT TO WS-EMP-ID-CHECK
               MOVE SPACES         TO ID-ISSUE-RECORD
               MOVE IDALC-COMPANY  TO IDI-COMPANY
               MOVE WS-EMP-ID      TO IDI-EMPLOYEE-ID
               MOVE IDALC-SOURCE   TO IDI-SOURCE
               MOVE IDALC-CALLER   TO IDI-CALLER
               MOVE IDALC-REFERENCE TO IDI-REFERENCE
               MOVE FUNCTION CURRENT-DATE(1:21) TO IDI-ISSUED-TS
               WRITE ID-ISSUE-RECORD
               EVALUATE WS-IDISSUE-STATUS
                 WHEN '00'
                   MOVE WS-EMP-ID TO IDALC-EMPLOYEE-ID
                   ADD 1 TO IDC-NEXT
                   ADD 1 TO IDC-ISSUED-CNT
                   MOVE IDI-ISSUED-TS TO IDC-LAST-ISSUED-TS
                   MOVE IDALC-CALLER  TO IDC-LAST-CALLER
                   SET WS-ALLOC-DONE TO TRUE
                 WHEN '22'
      * Already issued -- step over it.
                   ADD 1 TO IDC-NEXT
                 WHEN OTHER
                   MOVE 'E' TO IDALC-RESULT
                   SET WS-ALLOC-DONE TO TRUE
               END-EVALUATE
             END-IF
           END-PERFORM

           IF IDC-NEXT <= IDC-RANGE-HIGH
             COMPUTE IDALC-REMAINING = IDC-RANGE-HIGH - IDC-NEXT + 1
           END-IF
           REWRITE ID-CONTROL-RECORD
           IF WS-IDCTL-STATUS NOT = '00'
             MOVE 'E' TO IDALC-RESULT
           END-IF.

       VERIFY-EMPLOYEE-ID.
           MOVE IDALC-EMPLOYEE-ID TO WS-EMP-ID
           MOVE WS-EMP-ID-BASE TO WS-BASE
           PERFORM COMPUTE-CHECK-DIGIT
           IF WS-CHECK-DIGIT NOT = WS-EMP-ID-CHECK
             MOVE 'C' TO IDALC-RESULT
           ELSE
             OPEN INPUT IDISSUE
             IF WS-IDISSUE-STATUS NOT = '00'
               IF WS-IDISSUE-STATUS = '35'
                 MOVE 'M' TO IDALC-RESULT
               ELSE
                 MOVE 'E' TO IDALC-RESULT
               END-IF
             ELSE
               MOVE IDALC-COMPANY TO IDI-COMPANY
               MOVE WS-EMP-ID     TO IDI-EMPLOYEE-ID
               READ IDISSUE
               EVALUATE WS-IDISSUE-STATUS
                 WHEN '00'
                   MOVE IDI-SOURCE    TO IDALC-ISSUED-SOURCE
                   MOVE IDI-ISSUED-TS TO IDALC-ISSUED-TS
                 WHEN '23'
                   MOVE 'U' TO IDALC-RESULT
                 WHEN OTHER
                   MOVE 'E' TO IDALC-RESULT
               END-EVALUATE
               CLOSE IDISSUE
             END-IF
           END-IF.

       COMPUTE-CHECK-DIGIT.
      *****************************************************************
      * Luhn: from the rightmost base digit leftwards, every other
      * digit doubled (less 9 when that passes 9), the check digit
      * bringing the total to a multiple of 10.
      *****************************************************************
           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-DIGIT-IDX FROM 8 BY -1
                     UNTIL WS-DIGIT-IDX < 1
             MOVE WS-BASE-DIGIT(WS-DIGIT-IDX) TO WS-DIGIT-VAL
             IF FUNCTION MOD(8 - WS-DIGIT-IDX, 2) = 0
               COMPUTE WS-DIGIT-VAL = WS-DIGIT-VAL * 2
               IF WS-DIGIT-VAL > 9
                 SUBTRACT 9 FROM WS-DIGIT-VAL
               END-IF
             END-IF
             ADD WS-DIGIT-VAL TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-CHECK-DIGIT =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

       END PROGRAM 'IXYIDALC'.
