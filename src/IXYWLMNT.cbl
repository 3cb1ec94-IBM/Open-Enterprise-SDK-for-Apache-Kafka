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
      * MAIN PROGRAM EXCEPTION WORKLIST MAINTENANCE
      ******************************************************************
      * Works the cases IXYWLFED opens in the WRKLIST KSDS, the
      * IXYBUDMN way:
      * a. WLCARDS - one action card per change, fixed columns:
      *        cols 1-7   action - ASSIGN, COMMENT or CLOSE
      *        cols 9-17  case number, 9 digits
      *        cols 19-26 user ID of the person acting (required)
      *    ASSIGN:
      *        cols 28-35 new owner (required)
      *        cols 37-44 new team (spaces = the team stays)
      *    COMMENT and CLOSE:
      *        cols 28-67 the note (required for COMMENT, optional
      *                   for CLOSE)
      *    '*' in column 1 is a comment. ASSIGN makes a NEW case
      *    ASSIGNED; a case may be reassigned while it is open.
      *    COMMENT keeps the latest note with who wrote it and when,
      *    on open or closed cases alike. CLOSE closes an open case
      *    by hand -- the feed leaves it closed even while its item
      *    is still on the source.
      * b. WRKLIST - the worklist KSDS (see IXYWLFED).
      * c. WLMNTRPT - the maintenance report, one line per card
      *    saying what was applied or why it was refused; it is the
      *    audit trail of who did what to which case.
      *
      * Return codes: 00 every card applied; 08 a card refused; 16
      * WRKLIST unavailable or an update failed.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYWLMNT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT WLCARDS ASSIGN TO WLCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT WRKLIST ASSIGN TO WRKLIST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS WLS-KEY
           FILE STATUS  IS WS-WRKLIST-STATUS.

           SELECT WLMNTRPT ASSIGN TO WLMNTRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-WLMNTRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD WLCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WL-ACTION-CARD.

         01 WL-ACTION-CARD.
            05 WCARD-ACTION       PIC X(07).
                88 WCARD-ASSIGN   VALUE 'ASSIGN '.
                88 WCARD-COMMENT  VALUE 'COMMENT'.
                88 WCARD-CLOSE    VALUE 'CLOSE  '.
            05 FILLER             PIC X(01).
            05 WCARD-CASE-NO      PIC 9(09).
            05 FILLER             PIC X(01).
            05 WCARD-USER         PIC X(08).
            05 FILLER             PIC X(01).
            05 WCARD-OPERAND      PIC X(53).
            05 WCARD-ASSIGN-OPERAND REDEFINES WCARD-OPERAND.
               10 WCARD-OWNER        PIC X(08).
               10 FILLER             PIC X(01).
               10 WCARD-TEAM         PIC X(08).
               10 FILLER             PIC X(36).
            05 WCARD-NOTE-OPERAND REDEFINES WCARD-OPERAND.
               10 WCARD-NOTE         PIC X(40).
               10 FILLER             PIC X(13).

      * Record layout as written by IXYWLFED.
         FD WRKLIST
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS  WORKLIST-RECORD.

         01 WORKLIST-RECORD.
            05 WLS-KEY.
               10 WLS-REC-TYPE         PIC X(01).
                   88 WLS-IS-CASE      VALUE 'C'.
                   88 WLS-IS-CONTROL   VALUE 'H'.
                   88 WLS-IS-INDEX     VALUE 'I'.
               10 WLS-KEY-BODY         PIC X(56).
               10 WLS-CASE-KEY REDEFINES WLS-KEY-BODY.
                  15 WLS-CASE-NO          PIC 9(09).
                  15 FILLER               PIC X(47).
               10 WLS-INDEX-KEY REDEFINES WLS-KEY-BODY.
                  15 WLS-IDX-SOURCE       PIC X(08).
                  15 WLS-IDX-ITEM-ID      PIC X(48).
            05 WLS-BODY             PIC X(243).
            05 WLS-CASE-BODY REDEFINES WLS-BODY.
               10 WLC-SOURCE           PIC X(08).
               10 WLC-ITEM-ID          PIC X(48).
               10 WLC-EMPLOYEE-ID      PIC 9(09).
               10 WLC-REASON           PIC X(16).
               10 WLC-FIRST-SEEN-TS    PIC X(21).
               10 WLC-LAST-SEEN-TS     PIC X(21).
               10 WLC-TEAM             PIC X(08).
               10 WLC-OWNER            PIC X(08).
               10 WLC-STATUS           PIC X(01).
                   88 WLC-NEW          VALUE 'N'.
                   88 WLC-ASSIGNED     VALUE 'A'.
                   88 WLC-CLOSED       VALUE 'C'.
                   88 WLC-RESOLVED     VALUE 'R'.
                   88 WLC-OPEN         VALUE 'N' 'A'.
               10 WLC-CLOSED-TS        PIC X(21).
               10 WLC-CLOSED-BY        PIC X(08).
               10 WLC-COMMENT-TS       PIC X(21).
               10 WLC-COMMENT-BY       PIC X(08).
               10 WLC-COMMENT          PIC X(40).
               10 FILLER               PIC X(05).
            05 WLS-INDEX-BODY REDEFINES WLS-BODY.
               10 WLI-CASE-NO          PIC 9(09).
               10 FILLER               PIC X(234).
            05 WLS-CONTROL-BODY REDEFINES WLS-BODY.
               10 WLH-LAST-CASE-NO     PIC 9(09).
               10 WLH-LAST-FEED-TS     PIC X(21).
               10 FILLER               PIC X(213).

         FD WLMNTRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WLMNTRPT-LINE.

         01 WLMNTRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-WRKLIST-STATUS   PIC X(02).
         01 WS-WLMNTRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).
         01 WS-CASE-FOUND-SW    PIC X(01).
             88 WS-CASE-FOUND   VALUE 'Y'.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(07).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-CASE        PIC X(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-USER        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-SOURCE      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC X(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-OWNER       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-TEAM        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NOTE        PIC X(40).
            05 FILLER              PIC X(01) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "EXCEPTION WORKLIST MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           OPEN I-O WRKLIST
           IF WS-WRKLIST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN WRKLIST, FILE STATUS "
                     WS-WRKLIST-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT WLMNTRPT
           MOVE SPACES TO WLMNTRPT-LINE
           STRING "  WORKLIST MAINTENANCE AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO WLMNTRPT-LINE
           WRITE WLMNTRPT-LINE
           MOVE SPACES TO WLMNTRPT-LINE
           STRING "  ACTION  CASE      BY       SOURCE   EMPLOYEE  "
                  "OWNER    TEAM     RESULT                   NOTE"
                  DELIMITED BY SIZE INTO WLMNTRPT-LINE
           WRITE WLMNTRPT-LINE
           MOVE ALL "-" TO WLMNTRPT-LINE
           WRITE WLMNTRPT-LINE

           PERFORM APPLY-WORKLIST-CARDS
           CLOSE WLMNTRPT
           CLOSE WRKLIST
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       APPLY-WORKLIST-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT WLCARDS
           PERFORM UNTIL WS-EOF
             READ WLCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WL-ACTION-CARD(1:1) = '*' OR
                  WL-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE WLCARDS.

       APPLY-ONE-CARD.
           MOVE SPACES TO WS-RESULT
           MOVE 'N' TO WS-CASE-FOUND-SW
           EVALUATE TRUE
             WHEN NOT WCARD-ASSIGN AND NOT WCARD-COMMENT
                                   AND NOT WCARD-CLOSE
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN WCARD-CASE-NO NOT NUMERIC
               MOVE 'REFUSED - BAD CASE NO   ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN WCARD-USER = SPACES
               MOVE 'REFUSED - NO USER ID    ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN WCARD-ASSIGN AND WCARD-OWNER = SPACES
               MOVE 'REFUSED - NO OWNER      ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN WCARD-COMMENT AND WCARD-NOTE = SPACES
               MOVE 'REFUSED - NO NOTE       ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN OTHER
               PERFORM READ-CASE
               EVALUATE TRUE
                 WHEN NOT WS-CASE-FOUND
                   MOVE 'REFUSED - NO SUCH CASE  ' TO WS-RESULT
                   PERFORM REFUSE-CARD
                 WHEN (WCARD-ASSIGN OR WCARD-CLOSE) AND NOT WLC-OPEN
                   MOVE 'REFUSED - CASE CLOSED   ' TO WS-RESULT
                   PERFORM REFUSE-CARD
                 WHEN WCARD-ASSIGN
                   PERFORM ASSIGN-CASE
                 WHEN WCARD-COMMENT
                   PERFORM COMMENT-CASE
                 WHEN WCARD-CLOSE
                   PERFORM CLOSE-CASE
               END-EVALUATE
           END-EVALUATE.

       READ-CASE.
           MOVE SPACES        TO WLS-KEY
           MOVE 'C'           TO WLS-REC-TYPE
           MOVE WCARD-CASE-NO TO WLS-CASE-NO
           READ WRKLIST
           IF WS-WRKLIST-STATUS = '00'
             SET WS-CASE-FOUND TO TRUE
           END-IF.

       REFUSE-CARD.
           ADD 1 TO WS-REFUSED-CNT
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-MAINT-DETAIL.

       ASSIGN-CASE.
           MOVE WCARD-OWNER TO WLC-OWNER
           IF WCARD-TEAM NOT = SPACES
             MOVE WCARD-TEAM TO WLC-TEAM
           END-IF
           SET WLC-ASSIGNED TO TRUE
           MOVE 'ASSIGNED                ' TO WS-RESULT
           PERFORM REWRITE-CASE.

       COMMENT-CASE.
           MOVE WCARD-NOTE TO WLC-COMMENT
           MOVE WCARD-USER TO WLC-COMMENT-BY
           MOVE WS-JOB-START-TS(1:21) TO WLC-COMMENT-TS
           MOVE 'NOTED                   ' TO WS-RESULT
           PERFORM REWRITE-CASE.

       CLOSE-CASE.
           SET WLC-CLOSED TO TRUE
           MOVE WS-JOB-START-TS(1:21) TO WLC-CLOSED-TS
           MOVE WCARD-USER TO WLC-CLOSED-BY
           IF WCARD-NOTE NOT = SPACES
             MOVE WCARD-NOTE TO WLC-COMMENT
             MOVE WCARD-USER TO WLC-COMMENT-BY
             MOVE WS-JOB-START-TS(1:21) TO WLC-COMMENT-TS
           END-IF
           MOVE 'CLOSED                  ' TO WS-RESULT
           PERFORM REWRITE-CASE.

       REWRITE-CASE.
           REWRITE WORKLIST-RECORD
           IF WS-WRKLIST-STATUS = '00'
             ADD 1 TO WS-APPLIED-CNT
           ELSE
             MOVE 'FAILED                  ' TO WS-RESULT
             ADD 1 TO WS-REFUSED-CNT
             MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-MAINT-DETAIL.

       WRITE-MAINT-DETAIL.
           MOVE WCARD-ACTION          TO RPT-DET-ACTION
           MOVE WL-ACTION-CARD(9:9)   TO RPT-DET-CASE
           MOVE WCARD-USER            TO RPT-DET-USER
           IF WS-CASE-FOUND
             MOVE WLC-SOURCE          TO RPT-DET-SOURCE
             MOVE WLC-EMPLOYEE-ID     TO RPT-DET-EMPLOYEE
             MOVE WLC-OWNER           TO RPT-DET-OWNER
             MOVE WLC-TEAM            TO RPT-DET-TEAM
           ELSE
             MOVE SPACES              TO RPT-DET-SOURCE
             MOVE SPACES              TO RPT-DET-EMPLOYEE
             MOVE SPACES              TO RPT-DET-OWNER
             MOVE SPACES              TO RPT-DET-TEAM
           END-IF
           IF WCARD-ASSIGN
             MOVE SPACES              TO RPT-DET-NOTE
           ELSE
             MOVE WCARD-NOTE          TO RPT-DET-NOTE
           END-IF
           MOVE WS-RESULT             TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO WLMNTRPT-LINE
           WRITE WLMNTRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYWLMNT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYWLMNT'.
