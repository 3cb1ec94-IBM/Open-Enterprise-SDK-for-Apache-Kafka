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
      * MAIN PROGRAM EMPLOYEE ID RANGE MAINTENANCE
      ******************************************************************
      * IDCTL is the control KSDS the shared allocator IXYIDALC hands
      * out new employeeIds from -- one range of 8-digit base
      * numbers per company + source system (the ID is the base
      * number and a check digit). This utility maintains it, the
      * IXYBUDMN way, and reserves IDs for the hand-keyed feed:
      * a. IDCARDS - one action card per change, fixed columns:
      *        cols 1-6   action - RANGE, DELETE, RESERV or LIST
      *        cols 8-10  company code (spaces = the legacy stream)
      *        cols 12-19 source system (e.g. EMPFIL, BRANCHMQ, or
      *                   the IXYEVBLD feed's IDSRC name)
      *    RANGE sets or alters the source's range:
      *        cols 21-28 low base number
      *        cols 30-37 high base number
      *    RESERV issues IDs to hand to the EMPFIL clerks:
      *        cols 21-24 how many, 1-9999
      *        cols 26-73 reference (the requester or ticket)
      *    '*' in column 1 is a comment. LIST needs no other fields
      *    and prints every range.
      * b. A RANGE is refused when it overlaps another source's range
      *    in the same company, when it would cut below numbers the
      *    source has already issued, or when EMPMAST already holds
      *    an employee inside it that the allocator did not issue --
      *    the numbers hand-assigned before the allocator existed
      *    must stay outside every range. DELETE is refused for a
      *    range anything was issued from.
      * c. IDMRPT - the maintenance report, one line per card saying
      *    what was applied or why it was refused, and one line per
      *    reserved ID.
      * Return codes: 08 a card was refused or a reservation fell
      * short; 16 IDCTL could not be opened or updated.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYIDMNT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IDCARDS ASSIGN TO IDCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT IDCTL ASSIGN TO IDCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS IDC-KEY
           FILE STATUS  IS WS-IDCTL-STATUS.

           SELECT IDISSUE ASSIGN TO IDISSUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS IDI-KEY
           FILE STATUS  IS WS-IDISSUE-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT IDMRPT ASSIGN TO IDMRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IDMRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD IDCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ID-ACTION-CARD.

         01 ID-ACTION-CARD.
            05 ICARD-ACTION       PIC X(06).
                88 ICARD-RANGE    VALUE 'RANGE '.
                88 ICARD-DELETE   VALUE 'DELETE'.
                88 ICARD-RESERVE  VALUE 'RESERV'.
                88 ICARD-LIST     VALUE 'LIST  '.
            05 FILLER             PIC X(01).
            05 ICARD-COMPANY      PIC X(03).
            05 FILLER             PIC X(01).
            05 ICARD-SOURCE       PIC X(08).
            05 FILLER             PIC X(01).
            05 ICARD-RANGE-LOW    PIC 9(08).
            05 FILLER             PIC X(01).
            05 ICARD-RANGE-HIGH   PIC 9(08).
            05 FILLER             PIC X(43).

         01 ID-RESERVE-CARD.
            05 FILLER             PIC X(20).
            05 ICARD-COUNT        PIC 9(04).
            05 FILLER             PIC X(01).
            05 ICARD-REFERENCE    PIC X(48).
            05 FILLER             PIC X(07).

      * Record layouts as IXYIDALC declares them.
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

      * Record layout as written by UPDATE-EMPLOYEE-MASTER in
      * IXYCAV64 -- only the key is needed here.
         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-KEY.
               10 EMPMAST-COMPANY      PIC X(03).
               10 EMPMAST-EMPLOYEE-ID  PIC 9(09).
            05 FILLER               PIC X(4118).

         FD IDMRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  IDMRPT-LINE.

         01 IDMRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-IDCTL-STATUS     PIC X(02).
         01 WS-IDISSUE-STATUS   PIC X(02).
         01 WS-IDISSUE-OPEN-STATUS PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-IDMRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-LIST-EOF-SW      PIC X(01).
             88 WS-LIST-EOF     VALUE 'Y'.
         01 WS-IDCTL-OPEN-SW    PIC X(01) VALUE 'N'.
             88 WS-IDCTL-OPEN   VALUE 'Y'.
         01 WS-EMPMAST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPMAST-OPEN VALUE 'Y'.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESERVED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).

      * The RANGE checks -- the other ranges in the company and the
      * master records inside the new range.
         01 WS-OVERLAP-SOURCE   PIC X(08).
         01 WS-CLASH-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-CLASH-CNT-ED     PIC Z(8)9.
         01 WS-CLASH-ID         PIC 9(09).
         01 WS-RANGE-FIRST-ID   PIC 9(09).
         01 WS-RANGE-LAST-ID    PIC 9(09).
         01 WS-SCAN-END-SW      PIC X(01).
             88 WS-SCAN-END     VALUE 'Y'.

      * Parameter area for the shared allocator IXYIDALC.
         01 WS-IDALC-PARMS.
            05 WS-IDALC-ACTION      PIC X(01).
            05 WS-IDALC-COMPANY     PIC X(03).
            05 WS-IDALC-SOURCE      PIC X(08).
            05 WS-IDALC-CALLER      PIC X(08) VALUE 'IXYIDMNT'.
            05 WS-IDALC-REFERENCE   PIC X(48).
            05 WS-IDALC-EMPLOYEE-ID PIC 9(09).
            05 WS-IDALC-RESULT      PIC X(01).
            05 WS-IDALC-REMAINING   PIC 9(08).
            05 WS-IDALC-ISSUED-SOURCE PIC X(08).
            05 WS-IDALC-ISSUED-TS   PIC X(21).
         01 WS-RESERVE-IDX      PIC S9(9) BINARY VALUE 0.
         01 WS-RESERVE-STOP-SW  PIC X(01).
             88 WS-RESERVE-STOP VALUE 'Y'.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 FILLER              PIC X(04) VALUE ' CO '.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(08) VALUE ' SOURCE '.
            05 RPT-DET-SOURCE      PIC X(08).
            05 FILLER              PIC X(05) VALUE ' LOW '.
            05 RPT-DET-LOW         PIC X(08).
            05 FILLER              PIC X(06) VALUE ' HIGH '.
            05 RPT-DET-HIGH        PIC X(08).
            05 FILLER              PIC X(06) VALUE ' NEXT '.
            05 RPT-DET-NEXT        PIC X(08).
            05 FILLER              PIC X(08) VALUE ' ISSUED '.
            05 RPT-DET-ISSUED      PIC Z(8)9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(19) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "EMPLOYEE ID RANGE MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM OPEN-ID-CONTROL
           IF NOT WS-IDCTL-OPEN
             DISPLAY "ERROR : UNABLE TO OPEN IDCTL, FILE STATUS "
                     WS-IDCTL-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS = '00'
             SET WS-EMPMAST-OPEN TO TRUE
           ELSE
             DISPLAY "EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
                     " - RANGES NOT CHECKED AGAINST THE MASTER"
           END-IF

           OPEN OUTPUT IDMRPT
           PERFORM APPLY-ID-CARDS
           CLOSE IDMRPT
           IF WS-IDCTL-OPEN
             CLOSE IDCTL
           END-IF
           IF WS-EMPMAST-OPEN
             CLOSE EMPMAST
           END-IF
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       OPEN-ID-CONTROL.
           OPEN I-O IDCTL
           IF WS-IDCTL-STATUS NOT = '00'
      * First use creates the control file, the create-on-first-use
      * stance BUDGMAST takes in IXYBUDMN.
             OPEN OUTPUT IDCTL
             IF WS-IDCTL-STATUS = '00'
               CLOSE IDCTL
               OPEN I-O IDCTL
             END-IF
           END-IF
           IF WS-IDCTL-STATUS = '00'
             SET WS-IDCTL-OPEN TO TRUE
           ELSE
             MOVE 'N' TO WS-IDCTL-OPEN-SW
           END-IF.

       APPLY-ID-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT IDCARDS
           PERFORM UNTIL WS-EOF
             READ IDCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF ID-ACTION-CARD(1:1) = '*' OR
                  ID-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE IDCARDS.

       APPLY-ONE-CARD.
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
             WHEN NOT WS-IDCTL-OPEN
               MOVE 'REFUSED - IDCTL CLOSED  ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN ICARD-LIST
               PERFORM LIST-ID-RANGES
             WHEN ICARD-SOURCE = SPACES
               MOVE 'REFUSED - NO SOURCE     ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN ICARD-RANGE AND
                  (ICARD-RANGE-LOW NOT NUMERIC OR
                   ICARD-RANGE-HIGH NOT NUMERIC)
               MOVE 'REFUSED - BAD RANGE     ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN ICARD-RANGE AND
                  (ICARD-RANGE-LOW = 0 OR
                   ICARD-RANGE-LOW > ICARD-RANGE-HIGH)
               MOVE 'REFUSED - BAD RANGE     ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN ICARD-RESERVE AND
                  (ICARD-COUNT NOT NUMERIC OR ICARD-COUNT = 0)
               MOVE 'REFUSED - BAD COUNT     ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN ICARD-RANGE
               PERFORM SET-ID-RANGE
               PERFORM WRITE-MAINT-DETAIL
             WHEN ICARD-DELETE
               PERFORM DELETE-ID-RANGE
               PERFORM WRITE-MAINT-DETAIL
             WHEN ICARD-RESERVE
               PERFORM RESERVE-EMPLOYEE-IDS
             WHEN OTHER
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               PERFORM REFUSE-CARD
           END-EVALUATE.

       REFUSE-CARD.
           ADD 1 TO WS-REFUSED-CNT
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-MAINT-DETAIL.

       REFUSE-APPLIED-CARD.
      * The checks below the EVALUATE refuse here; the detail line
      * is written by the caller.
           ADD 1 TO WS-REFUSED-CNT
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

       SET-ID-RANGE.
      *****************************************************************
      * Adds the range, or alters it in place keeping the next number
      * due -- after the overlap, issued-number and master checks.
      *****************************************************************
           PERFORM FIND-OVERLAPPING-RANGE
           IF WS-OVERLAP-SOURCE NOT = SPACES
             STRING 'REFUSED - OVERLAPS ' WS-OVERLAP-SOURCE
                    DELIMITED BY SIZE INTO WS-RESULT
             PERFORM REFUSE-APPLIED-CARD
           ELSE
             PERFORM FIND-MASTER-CLASH
             IF WS-CLASH-CNT > 0
               MOVE 'REFUSED - ON EMPMAST    ' TO WS-RESULT
               PERFORM REFUSE-APPLIED-CARD
               MOVE SPACES TO IDMRPT-LINE
               MOVE WS-CLASH-CNT TO WS-CLASH-CNT-ED
               STRING "    EMPMAST ALREADY HOLDS " WS-CLASH-CNT-ED
                      " EMPLOYEE(S) IN THE RANGE NOT ISSUED BY THE "
                      "ALLOCATOR, FIRST " WS-CLASH-ID
                      DELIMITED BY SIZE INTO IDMRPT-LINE
               WRITE IDMRPT-LINE
             ELSE
               MOVE ICARD-COMPANY TO IDC-COMPANY
               MOVE ICARD-SOURCE  TO IDC-SOURCE
               READ IDCTL
               EVALUATE TRUE
                 WHEN WS-IDCTL-STATUS = '23'
                   MOVE SPACES TO ID-CONTROL-RECORD
                   MOVE ICARD-COMPANY    TO IDC-COMPANY
                   MOVE ICARD-SOURCE     TO IDC-SOURCE
                   MOVE ICARD-RANGE-LOW  TO IDC-RANGE-LOW
                   MOVE ICARD-RANGE-HIGH TO IDC-RANGE-HIGH
                   MOVE ICARD-RANGE-LOW  TO IDC-NEXT
                   MOVE 0                TO IDC-ISSUED-CNT
                   MOVE FUNCTION CURRENT-DATE TO IDC-UPDATED-TS
                   WRITE ID-CONTROL-RECORD
                   IF WS-IDCTL-STATUS = '00'
                     MOVE 'ADDED                   ' TO WS-RESULT
                     ADD 1 TO WS-APPLIED-CNT
                   ELSE
                     PERFORM FAIL-CARD
                   END-IF
                 WHEN WS-IDCTL-STATUS NOT = '00'
                   PERFORM FAIL-CARD
                 WHEN IDC-ISSUED-CNT > 0 AND
                      (ICARD-RANGE-HIGH < IDC-NEXT - 1 OR
                       ICARD-RANGE-LOW > IDC-RANGE-LOW)
                   MOVE 'REFUSED - CUTS ISSUED   ' TO WS-RESULT
                   PERFORM REFUSE-APPLIED-CARD
                 WHEN OTHER
                   MOVE ICARD-RANGE-LOW  TO IDC-RANGE-LOW
                   MOVE ICARD-RANGE-HIGH TO IDC-RANGE-HIGH
                   IF IDC-NEXT < IDC-RANGE-LOW
                     MOVE IDC-RANGE-LOW TO IDC-NEXT
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO IDC-UPDATED-TS
                   REWRITE ID-CONTROL-RECORD
                   IF WS-IDCTL-STATUS = '00'
                     MOVE 'ALTERED                 ' TO WS-RESULT
                     ADD 1 TO WS-APPLIED-CNT
                   ELSE
                     PERFORM FAIL-CARD
                   END-IF
               END-EVALUATE
             END-IF
           END-IF.

       FAIL-CARD.
           MOVE 'FAILED                  ' TO WS-RESULT
           ADD 1 TO WS-REFUSED-CNT
           MOVE 16 TO RETURN-CODE.

       FIND-OVERLAPPING-RANGE.
      *****************************************************************
      * Every other source's range in the card's company, read in key
      * order from the company's first record.
      *****************************************************************
           MOVE SPACES TO WS-OVERLAP-SOURCE
           MOVE ICARD-COMPANY TO IDC-COMPANY
           MOVE LOW-VALUES    TO IDC-SOURCE
           START IDCTL KEY NOT LESS THAN IDC-KEY
           IF WS-IDCTL-STATUS = '00'
             MOVE 'N' TO WS-SCAN-END-SW
             PERFORM UNTIL WS-SCAN-END
               READ IDCTL NEXT
               AT END SET WS-SCAN-END TO TRUE
               NOT AT END
                 IF IDC-COMPANY NOT = ICARD-COMPANY
                   SET WS-SCAN-END TO TRUE
                 ELSE
                   IF IDC-SOURCE NOT = ICARD-SOURCE AND
                      ICARD-RANGE-LOW  <= IDC-RANGE-HIGH AND
                      ICARD-RANGE-HIGH >= IDC-RANGE-LOW
                     MOVE IDC-SOURCE TO WS-OVERLAP-SOURCE
                     SET WS-SCAN-END TO TRUE
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
           END-IF.

       FIND-MASTER-CLASH.
      *****************************************************************
      * The master employees whose IDs fall inside the range (base
      * number times ten through base number times ten plus nine)
      * and were not issued by the allocator.
      *****************************************************************
           MOVE 0 TO WS-CLASH-CNT
           MOVE 0 TO WS-CLASH-ID
           IF WS-EMPMAST-OPEN
             COMPUTE WS-RANGE-FIRST-ID = ICARD-RANGE-LOW * 10
             COMPUTE WS-RANGE-LAST-ID  = ICARD-RANGE-HIGH * 10 + 9
             MOVE ICARD-COMPANY     TO EMPMAST-COMPANY
             MOVE WS-RANGE-FIRST-ID TO EMPMAST-EMPLOYEE-ID
             START EMPMAST KEY NOT LESS THAN EMPMAST-KEY
             IF WS-EMPMAST-STATUS = '00'
               OPEN INPUT IDISSUE
               MOVE WS-IDISSUE-STATUS TO WS-IDISSUE-OPEN-STATUS
               MOVE 'N' TO WS-SCAN-END-SW
               PERFORM UNTIL WS-SCAN-END
                 READ EMPMAST NEXT
                 AT END SET WS-SCAN-END TO TRUE
                 NOT AT END
                   IF EMPMAST-COMPANY NOT = ICARD-COMPANY OR
                      EMPMAST-EMPLOYEE-ID > WS-RANGE-LAST-ID
                     SET WS-SCAN-END TO TRUE
                   ELSE
                     PERFORM CHECK-MASTER-ID-ISSUED
                   END-IF
                 END-READ
               END-PERFORM
               IF WS-IDISSUE-OPEN-STATUS = '00'
                 CLOSE IDISSUE
               END-IF
             END-IF
           END-IF.

       CHECK-MASTER-ID-ISSUED.
           MOVE '23' TO WS-IDISSUE-STATUS
           IF WS-IDISSUE-OPEN-STATUS = '00'
             MOVE EMPMAST-COMPANY     TO IDI-COMPANY
             MOVE EMPMAST-EMPLOYEE-ID TO IDI-EMPLOYEE-ID
             READ IDISSUE
           END-IF
           IF WS-IDISSUE-STATUS NOT = '00'
             ADD 1 TO WS-CLASH-CNT
             IF WS-CLASH-CNT = 1
               MOVE EMPMAST-EMPLOYEE-ID TO WS-CLASH-ID
             END-IF
           END-IF.

       DELETE-ID-RANGE.
           MOVE ICARD-COMPANY TO IDC-COMPANY
           MOVE ICARD-SOURCE  TO IDC-SOURCE
           READ IDCTL
           EVALUATE TRUE
             WHEN WS-IDCTL-STATUS = '23'
               MOVE 'REFUSED - NOT ON FILE   ' TO WS-RESULT
               PERFORM REFUSE-APPLIED-CARD
             WHEN WS-IDCTL-STATUS NOT = '00'
               PERFORM FAIL-CARD
             WHEN IDC-ISSUED-CNT > 0
               MOVE 'REFUSED - IDS ISSUED    ' TO WS-RESULT
               PERFORM REFUSE-APPLIED-CARD
             WHEN OTHER
               DELETE IDCTL RECORD
               IF WS-IDCTL-STATUS = '00'
                 MOVE 'DELETED                 ' TO WS-RESULT
                 ADD 1 TO WS-APPLIED-CNT
               ELSE
                 PERFORM FAIL-CARD
               END-IF
           END-EVALUATE.

       RESERVE-EMPLOYEE-IDS.
      *****************************************************************
      * Issues the IDs through IXYIDALC -- the same path every feed
      * takes -- with IDCTL closed here meanwhile so the allocator
      * has it to itself. Each ID is listed for the clerks.
      *****************************************************************
           CLOSE IDCTL
           MOVE 'N' TO WS-IDCTL-OPEN-SW
           MOVE 'N' TO WS-RESERVE-STOP-SW
           MOVE 'A'             TO WS-IDALC-ACTION
           MOVE ICARD-COMPANY   TO WS-IDALC-COMPANY
           MOVE ICARD-SOURCE    TO WS-IDALC-SOURCE
           MOVE ICARD-REFERENCE TO WS-IDALC-REFERENCE
           PERFORM VARYING WS-RESERVE-IDX FROM 1 BY 1
                     UNTIL WS-RESERVE-IDX > ICARD-COUNT
                        OR WS-RESERVE-STOP
             CALL "IXYIDALC" USING WS-IDALC-PARMS
             IF WS-IDALC-RESULT = '0'
               ADD 1 TO WS-RESERVED-CNT
               MOVE SPACES TO IDMRPT-LINE
               STRING "    RESERVED  CO " ICARD-COMPANY
                      "  SOURCE " ICARD-SOURCE
                      "  EMPLOYEE ID " WS-IDALC-EMPLOYEE-ID
                      "  " ICARD-REFERENCE
                      DELIMITED BY SIZE INTO IDMRPT-LINE
               WRITE IDMRPT-LINE
             ELSE
               SET WS-RESERVE-STOP TO TRUE
             END-IF
           END-PERFORM

           EVALUATE WS-IDALC-RESULT
             WHEN '0'
               MOVE 'RESERVED                ' TO WS-RESULT
               ADD 1 TO WS-APPLIED-CNT
             WHEN 'N'
               MOVE 'REFUSED - NO RANGE      ' TO WS-RESULT
               PERFORM REFUSE-APPLIED-CARD
             WHEN 'X'
               MOVE 'SHORT - RANGE USED UP   ' TO WS-RESULT
               PERFORM REFUSE-APPLIED-CARD
             WHEN OTHER
               PERFORM FAIL-CARD
           END-EVALUATE
           PERFORM WRITE-MAINT-DETAIL

           PERFORM OPEN-ID-CONTROL.

       LIST-ID-RANGES.
      *****************************************************************
      * Prints every range in key order -- START at the low key,
      * then READ NEXT to end of file.
      *****************************************************************
           MOVE SPACES TO IDMRPT-LINE
           STRING "  ID RANGE LISTING AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO IDMRPT-LINE
           WRITE IDMRPT-LINE
           MOVE ALL "-" TO IDMRPT-LINE
           WRITE IDMRPT-LINE

           MOVE LOW-VALUES TO IDC-KEY
           START IDCTL KEY NOT LESS THAN IDC-KEY
           IF WS-IDCTL-STATUS NOT = '00'
             MOVE SPACES TO IDMRPT-LINE
             STRING "  (NO RANGES SET)"
                    DELIMITED BY SIZE INTO IDMRPT-LINE
             WRITE IDMRPT-LINE
           ELSE
             MOVE 'N' TO WS-LIST-EOF-SW
             PERFORM UNTIL WS-LIST-EOF
               READ IDCTL NEXT
               AT END SET WS-LIST-EOF TO TRUE
               NOT AT END
                 MOVE ICARD-ACTION    TO RPT-DET-ACTION
                 MOVE IDC-COMPANY     TO RPT-DET-COMPANY
                 MOVE IDC-SOURCE      TO RPT-DET-SOURCE
                 MOVE IDC-RANGE-LOW   TO RPT-DET-LOW
                 MOVE IDC-RANGE-HIGH  TO RPT-DET-HIGH
                 MOVE IDC-NEXT        TO RPT-DET-NEXT
                 MOVE IDC-ISSUED-CNT  TO RPT-DET-ISSUED
                 IF IDC-NEXT > IDC-RANGE-HIGH
                   MOVE 'USED UP                 ' TO RPT-DET-RESULT
                 ELSE
                   MOVE SPACES TO RPT-DET-RESULT
                 END-IF
                 MOVE WS-RPT-DETAIL TO IDMRPT-LINE
                 WRITE IDMRPT-LINE
               END-READ
             END-PERFORM
           END-IF.

       WRITE-MAINT-DETAIL.
           MOVE ICARD-ACTION      TO RPT-DET-ACTION
           MOVE ICARD-COMPANY     TO RPT-DET-COMPANY
           MOVE ICARD-SOURCE      TO RPT-DET-SOURCE
           IF ICARD-RESERVE
             MOVE SPACES          TO RPT-DET-LOW
             MOVE SPACES          TO RPT-DET-HIGH
             MOVE SPACES          TO RPT-DET-NEXT
             IF WS-IDALC-RESULT = '0'
               SUBTRACT 1 FROM WS-RESERVE-IDX GIVING RPT-DET-ISSUED
             ELSE
               SUBTRACT 2 FROM WS-RESERVE-IDX GIVING RPT-DET-ISSUED
             END-IF
           ELSE
             MOVE ID-ACTION-CARD(21:8) TO RPT-DET-LOW
             MOVE ID-ACTION-CARD(30:8) TO RPT-DET-HIGH
             IF ICARD-RANGE AND WS-IDCTL-STATUS = '00'
               MOVE IDC-NEXT       TO RPT-DET-NEXT
               MOVE IDC-ISSUED-CNT TO RPT-DET-ISSUED
             ELSE
               MOVE SPACES         TO RPT-DET-NEXT
               MOVE 0              TO RPT-DET-ISSUED
             END-IF
           END-IF
           MOVE WS-RESULT         TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO IDMRPT-LINE
           WRITE IDMRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYIDMNT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "  IDS RESERVED     : " WS-RESERVED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYIDMNT'.
