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
      * MAIN PROGRAM CONSENT REGISTRY MAINTENANCE
      ******************************************************************
      * CONSENT is the registry of the employees who have not
      * consented to their data going to particular downstreams --
      * one record per company + employeeId, up to 8 destination
      * entries each -- that the outbound feeds check through
      * IXYCNSCK. This utility maintains it, the IXYORGMN way:
      * a. CNSCARDS - one action card per change, fixed columns:
      *        cols 1-6   action - SET, REMOVE, DELETE or LIST
      *        cols 8-10  company code (spaces = the legacy stream)
      *        cols 12-20 employee id
      *        cols 22-29 destination - PARTNRFL, MQBRIDGE,
      *                   HRXTRACT, PAYXTRCT or ALL
      *        col  31    flag - N withhold, Y consented
      *        cols 33-40 effective date yyyymmdd (blank = today)
      *        cols 42-49 end date yyyymmdd (blank = open-ended)
      *        cols 51-58 reason (e.g. the works-council rule)
      *    SET adds the destination entry, or replaces the one
      *    already held; REMOVE drops it (the record goes with its
      *    last entry); DELETE drops the employee's whole record.
      *    '*' in column 1 is a comment. LIST needs no other fields
      *    and prints the whole registry.
      * b. CONSENT - the registry KSDS, keyed by company +
      *    employee id (layout as IXYCNSCK declares it).
      * c. CNSRPT - the maintenance report, one line per card saying
      *    what was applied or why it was refused.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYCNSMN'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CNSCARDS ASSIGN TO CNSCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT CONSENT ASSIGN TO CONSENT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CNS-KEY
           FILE STATUS  IS WS-CONSENT-STATUS.

           SELECT CNSRPT ASSIGN TO CNSRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CNSRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD CNSCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CONSENT-ACTION-CARD.

         01 CONSENT-ACTION-CARD.
            05 CCARD-ACTION       PIC X(06).
                88 CCARD-SET      VALUE 'SET   '.
                88 CCARD-REMOVE   VALUE 'REMOVE'.
                88 CCARD-DELETE   VALUE 'DELETE'.
                88 CCARD-LIST     VALUE 'LIST  '.
            05 FILLER             PIC X(01).
            05 CCARD-COMPANY      PIC X(03).
            05 FILLER             PIC X(01).
            05 CCARD-EMPLOYEE-ID  PIC 9(09).
            05 FILLER             PIC X(01).
            05 CCARD-DEST         PIC X(08).
                88 CCARD-DEST-KNOWN VALUE 'PARTNRFL' 'MQBRIDGE'
                                          'HRXTRACT' 'PAYXTRCT'
                                          'ALL     '.
            05 FILLER             PIC X(01).
            05 CCARD-FLAG         PIC X(01).
                88 CCARD-FLAG-VALID VALUE 'N' 'Y'.
            05 FILLER             PIC X(01).
            05 CCARD-EFF-DATE     PIC X(08).
            05 FILLER             PIC X(01).
            05 CCARD-END-DATE     PIC X(08).
            05 FILLER             PIC X(01).
            05 CCARD-REASON       PIC X(08).
            05 FILLER             PIC X(22).

      * The consent registry record -- see IXYCNSCK for the feed
      * half.
         FD CONSENT
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS  CONSENT-RECORD.

         01 CONSENT-RECORD.
            05 CNS-KEY.
               10 CNS-COMPANY        PIC X(03).
               10 CNS-EMPLOYEE-ID    PIC 9(09).
            05 CNS-ENTRY OCCURS 8 TIMES.
               10 CNS-DEST           PIC X(08).
               10 CNS-FLAG           PIC X(01).
                   88 CNS-WITHHELD   VALUE 'N'.
                   88 CNS-CONSENTED  VALUE 'Y'.
               10 CNS-EFF-DATE       PIC 9(08).
               10 CNS-END-DATE       PIC 9(08).
               10 CNS-REASON         PIC X(08).
            05 CNS-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(03).

         FD CNSRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CNSRPT-LINE.

         01 CNSRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-CONSENT-STATUS   PIC X(02).
         01 WS-CNSRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-LIST-EOF-SW      PIC X(01).
             88 WS-LIST-EOF     VALUE 'Y'.
         01 WS-ON-FILE-SW       PIC X(01).
             88 WS-ON-FILE      VALUE 'Y'.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).

         01 WS-TODAY            PIC 9(08).
         01 WS-EFF-DATE         PIC 9(08).
         01 WS-END-DATE         PIC 9(08).
         01 WS-ENTRY-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-SLOT-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-FREE-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-ENTRY-CNT        PIC S9(4) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 FILLER              PIC X(04) VALUE ' CO '.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(10) VALUE ' EMPLOYEE '.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(07) VALUE ' DEST  '.
            05 RPT-DET-DEST        PIC X(08).
            05 FILLER              PIC X(06) VALUE ' FLAG '.
            05 RPT-DET-FLAG        PIC X(01).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EFF-DATE    PIC X(08).
            05 FILLER              PIC X(01) VALUE '-'.
            05 RPT-DET-END-DATE    PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-REASON      PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(15) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "CONSENT REGISTRY MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE WS-JOB-START-TS(1:8) TO WS-TODAY

           OPEN I-O CONSENT
           IF WS-CONSENT-STATUS NOT = '00'
      * First use loads the registry fresh, the same
      * create-on-first-use stance IXYORGMN takes with ORGMAST.
             OPEN OUTPUT CONSENT
             IF WS-CONSENT-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN CONSENT, FILE STATUS "
                       WS-CONSENT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           OPEN OUTPUT CNSRPT
           PERFORM APPLY-CONSENT-CARDS
           CLOSE CNSRPT
           CLOSE CONSENT
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       APPLY-CONSENT-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT CNSCARDS
           PERFORM UNTIL WS-EOF
             READ CNSCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF CONSENT-ACTION-CARD(1:1) = '*' OR
                  CONSENT-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE CNSCARDS.

       APPLY-ONE-CARD.
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
             WHEN CCARD-LIST
               PERFORM LIST-CONSENT-REGISTRY
             WHEN CCARD-EMPLOYEE-ID NOT NUMERIC OR
                  CCARD-EMPLOYEE-ID = 0
               MOVE 'REFUSED - BAD EMPLOYEE  ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN CCARD-SET
               PERFORM SET-CONSENT-ENTRY
               PERFORM WRITE-MAINT-DETAIL
             WHEN CCARD-REMOVE
               PERFORM REMOVE-CONSENT-ENTRY
               PERFORM WRITE-MAINT-DETAIL
             WHEN CCARD-DELETE
               PERFORM DELETE-CONSENT-RECORD
               PERFORM WRITE-MAINT-DETAIL
             WHEN OTHER
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               PERFORM REFUSE-CARD
           END-EVALUATE.

       REFUSE-CARD.
           ADD 1 TO WS-REFUSED-CNT
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-MAINT-DETAIL.

       SET-CONSENT-ENTRY.
      *****************************************************************
      * Checks the card, then adds the destination entry to the
      * employee's record (creating it) or replaces the entry the
      * record already holds for that destination.
      *****************************************************************
           PERFORM EDIT-SET-CARD
           IF WS-RESULT = SPACES
             PERFORM READ-CONSENT-RECORD
             PERFORM FIND-DEST-ENTRY
             IF WS-SLOT-IDX = 0
               MOVE WS-FREE-IDX TO WS-SLOT-IDX
             END-IF
             IF WS-SLOT-IDX = 0
               MOVE 'REFUSED - 8 ENTRIES HELD' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE CCARD-DEST   TO CNS-DEST(WS-SLOT-IDX)
               MOVE CCARD-FLAG   TO CNS-FLAG(WS-SLOT-IDX)
               MOVE WS-EFF-DATE  TO CNS-EFF-DATE(WS-SLOT-IDX)
               MOVE WS-END-DATE  TO CNS-END-DATE(WS-SLOT-IDX)
               MOVE CCARD-REASON TO CNS-REASON(WS-SLOT-IDX)
               MOVE FUNCTION CURRENT-DATE TO CNS-UPDATED-TS
               IF WS-ON-FILE
                 REWRITE CONSENT-RECORD
               ELSE
                 WRITE CONSENT-RECORD
               END-IF
               IF WS-CONSENT-STATUS = '00'
                 MOVE 'SET                     ' TO WS-RESULT
                 ADD 1 TO WS-APPLIED-CNT
               ELSE
                 MOVE 'FAILED                  ' TO WS-RESULT
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE 16 TO RETURN-CODE
               END-IF
             END-IF
           ELSE
             ADD 1 TO WS-REFUSED-CNT
             MOVE 8 TO RETURN-CODE
           END-IF.

       EDIT-SET-CARD.
           MOVE WS-TODAY TO WS-EFF-DATE
           MOVE 0        TO WS-END-DATE
           EVALUATE TRUE
             WHEN NOT CCARD-DEST-KNOWN
               MOVE 'REFUSED - BAD DEST      ' TO WS-RESULT
             WHEN NOT CCARD-FLAG-VALID
               MOVE 'REFUSED - FLAG NOT Y/N  ' TO WS-RESULT
             WHEN CCARD-EFF-DATE NOT = SPACES AND
                  (CCARD-EFF-DATE NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(CCARD-EFF-DATE)) NOT = 0)
               MOVE 'REFUSED - BAD EFF DATE  ' TO WS-RESULT
             WHEN CCARD-END-DATE NOT = SPACES AND
                  (CCARD-END-DATE NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(CCARD-END-DATE)) NOT = 0)
               MOVE 'REFUSED - BAD END DATE  ' TO WS-RESULT
           END-EVALUATE
           IF WS-RESULT = SPACES
             IF CCARD-EFF-DATE NOT = SPACES
               MOVE CCARD-EFF-DATE TO WS-EFF-DATE
             END-IF
             IF CCARD-END-DATE NOT = SPACES
               MOVE CCARD-END-DATE TO WS-END-DATE
               IF WS-END-DATE < WS-EFF-DATE
                 MOVE 'REFUSED - ENDS BEFORE EFF' TO WS-RESULT
               END-IF
             END-IF
           END-IF.

       READ-CONSENT-RECORD.
           MOVE CCARD-COMPANY     TO CNS-COMPANY
           MOVE CCARD-EMPLOYEE-ID TO CNS-EMPLOYEE-ID
           READ CONSENT
           IF WS-CONSENT-STATUS = '00'
             SET WS-ON-FILE TO TRUE
           ELSE
             MOVE 'N' TO WS-ON-FILE-SW
             MOVE SPACES TO CONSENT-RECORD
             MOVE CCARD-COMPANY     TO CNS-COMPANY
             MOVE CCARD-EMPLOYEE-ID TO CNS-EMPLOYEE-ID
             PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > 8
               MOVE 0 TO CNS-EFF-DATE(WS-ENTRY-IDX)
                         CNS-END-DATE(WS-ENTRY-IDX)
             END-PERFORM
           END-IF.

       FIND-DEST-ENTRY.
           MOVE 0 TO WS-SLOT-IDX WS-FREE-IDX WS-ENTRY-CNT
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                     UNTIL WS-ENTRY-IDX > 8
             EVALUATE TRUE
               WHEN CNS-DEST(WS-ENTRY-IDX) = SPACES
                 IF WS-FREE-IDX = 0
                   MOVE WS-ENTRY-IDX TO WS-FREE-IDX
                 END-IF
               WHEN CNS-DEST(WS-ENTRY-IDX) = CCARD-DEST
                 MOVE WS-ENTRY-IDX TO WS-SLOT-IDX
                 ADD 1 TO WS-ENTRY-CNT
               WHEN OTHER
                 ADD 1 TO WS-ENTRY-CNT
             END-EVALUATE
           END-PERFORM.

       REMOVE-CONSENT-ENTRY.
           PERFORM READ-CONSENT-RECORD
           IF NOT WS-ON-FILE
             MOVE 'REFUSED - NOT ON FILE   ' TO WS-RESULT
             ADD 1 TO WS-REFUSED-CNT
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM FIND-DEST-ENTRY
             IF WS-SLOT-IDX = 0
               MOVE 'REFUSED - NO SUCH DEST  ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE SPACES TO CNS-ENTRY(WS-SLOT-IDX)
               MOVE 0 TO CNS-EFF-DATE(WS-SLOT-IDX)
                         CNS-END-DATE(WS-SLOT-IDX)
               MOVE FUNCTION CURRENT-DATE TO CNS-UPDATED-TS
               IF WS-ENTRY-CNT > 1
                 REWRITE CONSENT-RECORD
               ELSE
                 DELETE CONSENT RECORD
               END-IF
               IF WS-CONSENT-STATUS = '00'
                 MOVE 'REMOVED                 ' TO WS-RESULT
                 ADD 1 TO WS-APPLIED-CNT
               ELSE
                 MOVE 'FAILED                  ' TO WS-RESULT
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE 16 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       DELETE-CONSENT-RECORD.
           MOVE CCARD-COMPANY     TO CNS-COMPANY
           MOVE CCARD-EMPLOYEE-ID TO CNS-EMPLOYEE-ID
           DELETE CONSENT RECORD
           IF WS-CONSENT-STATUS = '00'
             MOVE 'DELETED                 ' TO WS-RESULT
             ADD 1 TO WS-APPLIED-CNT
           ELSE
             IF WS-CONSENT-STATUS = '23'
               MOVE 'REFUSED - NOT ON FILE   ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE 'FAILED                  ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       LIST-CONSENT-REGISTRY.
      *****************************************************************
      * Prints the whole registry in key order, one line per
      * destination entry -- START at the low key, then READ NEXT
      * to end of file.
      *****************************************************************
           MOVE SPACES TO CNSRPT-LINE
           STRING "  CONSENT REGISTRY LISTING AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO CNSRPT-LINE
           WRITE CNSRPT-LINE
           MOVE ALL "-" TO CNSRPT-LINE
           WRITE CNSRPT-LINE

           MOVE SPACES TO CNS-COMPANY
           MOVE 0      TO CNS-EMPLOYEE-ID
           START CONSENT KEY NOT LESS THAN CNS-KEY
           IF WS-CONSENT-STATUS NOT = '00'
             MOVE SPACES TO CNSRPT-LINE
             STRING "  (REGISTRY IS EMPTY)"
                    DELIMITED BY SIZE INTO CNSRPT-LINE
             WRITE CNSRPT-LINE
           ELSE
             MOVE 'N' TO WS-LIST-EOF-SW
             PERFORM UNTIL WS-LIST-EOF
               READ CONSENT NEXT
               AT END SET WS-LIST-EOF TO TRUE
               NOT AT END
                 PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                           UNTIL WS-ENTRY-IDX > 8
                   IF CNS-DEST(WS-ENTRY-IDX) NOT = SPACES
                     PERFORM WRITE-LIST-LINE
                   END-IF
                 END-PERFORM
               END-READ
             END-PERFORM
           END-IF.

       WRITE-LIST-LINE.
           MOVE CCARD-ACTION                TO RPT-DET-ACTION
           MOVE CNS-COMPANY                 TO RPT-DET-COMPANY
           MOVE CNS-EMPLOYEE-ID             TO RPT-DET-EMPLOYEE
           MOVE CNS-DEST(WS-ENTRY-IDX)      TO RPT-DET-DEST
           MOVE CNS-FLAG(WS-ENTRY-IDX)      TO RPT-DET-FLAG
           MOVE CNS-EFF-DATE(WS-ENTRY-IDX)  TO RPT-DET-EFF-DATE
           IF CNS-END-DATE(WS-ENTRY-IDX) = 0
             MOVE 'OPEN    '                TO RPT-DET-END-DATE
           ELSE
             MOVE CNS-END-DATE(WS-ENTRY-IDX) TO RPT-DET-END-DATE
           END-IF
           MOVE CNS-REASON(WS-ENTRY-IDX)    TO RPT-DET-REASON
           MOVE CNS-UPDATED-TS              TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO CNSRPT-LINE
           WRITE CNSRPT-LINE.

       WRITE-MAINT-DETAIL.
           MOVE CCARD-ACTION      TO RPT-DET-ACTION
           MOVE CCARD-COMPANY     TO RPT-DET-COMPANY
           MOVE CCARD-EMPLOYEE-ID TO RPT-DET-EMPLOYEE
           MOVE CCARD-DEST        TO RPT-DET-DEST
           MOVE CCARD-FLAG        TO RPT-DET-FLAG
           MOVE CCARD-EFF-DATE    TO RPT-DET-EFF-DATE
           MOVE CCARD-END-DATE    TO RPT-DET-END-DATE
           MOVE CCARD-REASON      TO RPT-DET-REASON
           MOVE WS-RESULT         TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO CNSRPT-LINE
           WRITE CNSRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYCNSMN JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYCNSMN'.
