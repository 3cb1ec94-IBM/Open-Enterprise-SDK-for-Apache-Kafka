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
      * MAIN PROGRAM LETTER TEMPLATE LIBRARY MAINTENANCE
      ******************************************************************
      * LTRTMPL is the template library IXYLETTR writes the employee
      * change-confirmation letters from. A template is known by the
      * 8-byte code the NTFRULES rule puts on each NOTIFFIL record
      * (NTF-TEMPLATE) and is held as numbered lines of text:
      *    line 000     - the email subject
      *    lines 001-999 - the letter body, in line-number order
      * Body text may carry substitution tokens, replaced when the
      * letter is written: &NAME, &EMPID, &COMPANY, &DEPT, &DEPTNAME,
      * &LOCATION, &OLD, &NEW, &CLASS and &DATE (see IXYLETTR). This
      * utility maintains it, the IXYFXMNT way:
      * a. LTCARDS - one action card per change, fixed columns:
      *        cols 1-6   action - SET, DELETE, DROP or LIST
      *        cols 8-15  template code
      *        cols 17-19 line number 000-999
      *        cols 21-80 the line's text (SET only; may be blank
      *                   for an empty line in the letter)
      *    '*' in column 1 is a comment. SET adds or replaces one
      *    line, DELETE removes one line, DROP removes every line of
      *    the template (line number ignored).
      * b. LTRTMPL - read in full, the cards applied in storage, and
      *    written back in key order (template code, line number).
      * c. LTRPT - the maintenance report, one line per card and the
      *    final library listing.
      * Return codes: 08 a card was refused; 16 LTRTMPL could not be
      * rewritten.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYLTMNT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LTCARDS ASSIGN TO LTCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT LTRTMPL ASSIGN TO LTRTMPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LTRTMPL-STATUS.

           SELECT LTRPT ASSIGN TO LTRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LTRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD LTCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LT-ACTION-CARD.

         01 LT-ACTION-CARD.
            05 LTCARD-ACTION      PIC X(06).
                88 LTCARD-SET     VALUE 'SET   '.
                88 LTCARD-DELETE  VALUE 'DELETE'.
                88 LTCARD-DROP    VALUE 'DROP  '.
                88 LTCARD-LIST    VALUE 'LIST  '.
            05 FILLER             PIC X(01).
            05 LTCARD-TEMPLATE    PIC X(08).
            05 FILLER             PIC X(01).
            05 LTCARD-LINE-NO     PIC X(03).
            05 FILLER             PIC X(01).
            05 LTCARD-TEXT        PIC X(60).

      * Record layout as read by IXYLETTR.
         FD LTRTMPL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LETTER-TEMPLATE-RECORD.

         01 LETTER-TEMPLATE-RECORD.
            05 LT-KEY.
               10 LT-TEMPLATE     PIC X(08).
               10 FILLER          PIC X(01).
               10 LT-LINE-NO      PIC 9(03).
            05 FILLER             PIC X(01).
            05 LT-TEXT            PIC X(60).
            05 FILLER             PIC X(07).

         FD LTRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LTRPT-LINE.

         01 LTRPT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-LTRTMPL-STATUS   PIC X(02).
         01 WS-LTRPT-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * The library in key order -- template code, line number, as
      * LT-KEY lays them out.
         01 WS-LT-MAX           PIC S9(8) BINARY VALUE 20000.
         01 WS-LT-CNT           PIC S9(8) BINARY VALUE 0.
         01 WS-LT-TABLE.
            05 WS-LT-ENTRY OCCURS 20000 TIMES.
              10 WS-LT-KEY         PIC X(12).
              10 WS-LT-TEXT        PIC X(60).
              10 WS-LT-DELETED-SW  PIC X(01).
                  88 WS-LT-DELETED VALUE 'Y'.
         01 WS-LT-IDX           PIC S9(8) BINARY VALUE 0.
         01 WS-LT-FOUND-IDX     PIC S9(8) BINARY VALUE 0.
         01 WS-LT-INSERT-IDX    PIC S9(8) BINARY VALUE 0.
         01 WS-LT-LOW           PIC S9(8) BINARY VALUE 0.
         01 WS-LT-HIGH          PIC S9(8) BINARY VALUE 0.
         01 WS-LT-MID           PIC S9(8) BINARY VALUE 0.
         01 WS-LT-SEARCH-KEY    PIC X(12).
         01 WS-LT-NEW-TEXT      PIC X(60).
         01 WS-LT-DUP-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-LT-DROP-CNT      PIC S9(9) BINARY VALUE 0.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-TEMPLATE    PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-LINE-NO     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-TEXT        PIC X(60).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(21) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "LETTER TEMPLATE LIBRARY MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-TEMPLATE-TABLE
           OPEN OUTPUT LTRPT
           MOVE SPACES TO LTRPT-LINE
           STRING "  LETTER TEMPLATE LIBRARY MAINTENANCE AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO LTRPT-LINE
           WRITE LTRPT-LINE
           MOVE SPACES TO LTRPT-LINE
           STRING "  ACTION  TEMPLATE  LIN  TEXT"
                  "                                                "
                  "          RESULT"
                  DELIMITED BY SIZE INTO LTRPT-LINE
           WRITE LTRPT-LINE
           MOVE ALL "-" TO LTRPT-LINE
           WRITE LTRPT-LINE
           PERFORM APPLY-TEMPLATE-CARDS
           PERFORM WRITE-TEMPLATE-TABLE
           PERFORM LIST-TEMPLATE-TABLE
           CLOSE LTRPT
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       LOAD-TEMPLATE-TABLE.
      *****************************************************************
      * Each entry is placed in key order as it is loaded, so a
      * LTRTMPL edited out of order by hand is put right on rewrite.
      *****************************************************************
           OPEN INPUT LTRTMPL
           IF WS-LTRTMPL-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ LTRTMPL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF LETTER-TEMPLATE-RECORD(1:1) = '*' OR
                    LETTER-TEMPLATE-RECORD = SPACES
                   CONTINUE
                 ELSE
                   MOVE LT-KEY TO WS-LT-SEARCH-KEY
                   PERFORM FIND-TEMPLATE-ENTRY
                   IF WS-LT-FOUND-IDX NOT = 0
                     DISPLAY "DUPLICATE LTRTMPL ENTRY DROPPED : "
                             LT-KEY
                     ADD 1 TO WS-LT-DUP-CNT
                   ELSE
                     MOVE LT-TEXT TO WS-LT-NEW-TEXT
                     PERFORM INSERT-TEMPLATE-ENTRY
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE LTRTMPL
           END-IF.

       APPLY-TEMPLATE-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT LTCARDS
           PERFORM UNTIL WS-EOF
             READ LTCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF LT-ACTION-CARD(1:1) = '*' OR
                  LT-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-TEMPLATE-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE LTCARDS.

       APPLY-ONE-TEMPLATE-CARD.
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
             WHEN LTCARD-LIST
               MOVE 'LISTED BELOW            ' TO WS-RESULT
             WHEN LTCARD-TEMPLATE = SPACES
               MOVE 'REFUSED - NO TEMPLATE   ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN LTCARD-DROP
               PERFORM DROP-TEMPLATE-ENTRIES
             WHEN LTCARD-LINE-NO IS NOT NUMERIC
               MOVE 'REFUSED - BAD LINE NO   ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN LTCARD-SET
               PERFORM BUILD-CARD-KEY
               PERFORM FIND-TEMPLATE-ENTRY
               PERFORM SET-TEMPLATE-ENTRY
             WHEN LTCARD-DELETE
               PERFORM BUILD-CARD-KEY
               PERFORM FIND-TEMPLATE-ENTRY
               IF WS-LT-FOUND-IDX = 0
                 MOVE 'REFUSED - NOT ON TABLE  ' TO WS-RESULT
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE 8 TO RETURN-CODE
               ELSE
                 IF WS-LT-DELETED(WS-LT-FOUND-IDX)
                   MOVE 'REFUSED - NOT ON TABLE  ' TO WS-RESULT
                   ADD 1 TO WS-REFUSED-CNT
                   MOVE 8 TO RETURN-CODE
                 ELSE
                   SET WS-LT-DELETED(WS-LT-FOUND-IDX) TO TRUE
                   MOVE 'DELETED                 ' TO WS-RESULT
                   ADD 1 TO WS-APPLIED-CNT
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-MAINT-DETAIL.

       BUILD-CARD-KEY.
           MOVE SPACES TO LETTER-TEMPLATE-RECORD
           MOVE LTCARD-TEMPLATE TO LT-TEMPLATE
           MOVE LTCARD-LINE-NO  TO LT-LINE-NO
           MOVE LTCARD-TEXT     TO LT-TEXT
           MOVE LT-KEY  TO WS-LT-SEARCH-KEY
           MOVE LT-TEXT TO WS-LT-NEW-TEXT.

       DROP-TEMPLATE-ENTRIES.
      *****************************************************************
      * Every live line of the template goes; a template with no
      * live line is refused, as DELETE refuses an absent line.
      *****************************************************************
           MOVE 0 TO WS-LT-DROP-CNT
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                     UNTIL WS-LT-IDX > WS-LT-CNT
             IF WS-LT-KEY(WS-LT-IDX)(1:8) = LTCARD-TEMPLATE AND
                NOT WS-LT-DELETED(WS-LT-IDX)
               SET WS-LT-DELETED(WS-LT-IDX) TO TRUE
               ADD 1 TO WS-LT-DROP-CNT
             END-IF
           END-PERFORM
           IF WS-LT-DROP-CNT = 0
             MOVE 'REFUSED - NOT ON TABLE  ' TO WS-RESULT
             ADD 1 TO WS-REFUSED-CNT
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE 'DROPPED                 ' TO WS-RESULT
             ADD 1 TO WS-APPLIED-CNT
           END-IF.

       FIND-TEMPLATE-ENTRY.
      *****************************************************************
      * Binary search on the key; WS-LT-INSERT-IDX is left at the
      * slot a new entry would take.
      *****************************************************************
           MOVE 0 TO WS-LT-FOUND-IDX
           MOVE 1 TO WS-LT-LOW
           MOVE WS-LT-CNT TO WS-LT-HIGH
           PERFORM UNTIL WS-LT-LOW > WS-LT-HIGH
                      OR WS-LT-FOUND-IDX NOT = 0
             COMPUTE WS-LT-MID = (WS-LT-LOW + WS-LT-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-LT-KEY(WS-LT-MID) = WS-LT-SEARCH-KEY
                 MOVE WS-LT-MID TO WS-LT-FOUND-IDX
               WHEN WS-LT-KEY(WS-LT-MID) < WS-LT-SEARCH-KEY
                 COMPUTE WS-LT-LOW = WS-LT-MID + 1
               WHEN OTHER
                 COMPUTE WS-LT-HIGH = WS-LT-MID - 1
             END-EVALUATE
           END-PERFORM
           MOVE WS-LT-LOW TO WS-LT-INSERT-IDX.

       INSERT-TEMPLATE-ENTRY.
           IF WS-LT-CNT >= WS-LT-MAX
             DISPLAY "ERROR : MORE THAN " WS-LT-MAX
                     " LTRTMPL ENTRIES -- IGNORING REMAINDER"
             MOVE 8 TO RETURN-CODE
             MOVE 0 TO WS-LT-FOUND-IDX
           ELSE
             PERFORM VARYING WS-LT-IDX FROM WS-LT-CNT BY -1
                       UNTIL WS-LT-IDX < WS-LT-INSERT-IDX
               MOVE WS-LT-ENTRY(WS-LT-IDX) TO
                    WS-LT-ENTRY(WS-LT-IDX + 1)
             END-PERFORM
             ADD 1 TO WS-LT-CNT
             MOVE WS-LT-INSERT-IDX TO WS-LT-FOUND-IDX
             MOVE WS-LT-SEARCH-KEY TO WS-LT-KEY(WS-LT-FOUND-IDX)
             MOVE WS-LT-NEW-TEXT   TO WS-LT-TEXT(WS-LT-FOUND-IDX)
             MOVE 'N' TO WS-LT-DELETED-SW(WS-LT-FOUND-IDX)
           END-IF.

       SET-TEMPLATE-ENTRY.
           IF WS-LT-FOUND-IDX = 0
             PERFORM INSERT-TEMPLATE-ENTRY
             IF WS-LT-FOUND-IDX = 0
               MOVE 'REFUSED - TABLE FULL    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
             END-IF
           END-IF
           IF WS-LT-FOUND-IDX NOT = 0
             MOVE WS-LT-NEW-TEXT TO WS-LT-TEXT(WS-LT-FOUND-IDX)
             MOVE 'N' TO WS-LT-DELETED-SW(WS-LT-FOUND-IDX)
             MOVE 'SET                     ' TO WS-RESULT
             ADD 1 TO WS-APPLIED-CNT
           END-IF.

       WRITE-TEMPLATE-TABLE.
           OPEN OUTPUT LTRTMPL
           IF WS-LTRTMPL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO REWRITE LTRTMPL, FILE "
                     "STATUS " WS-LTRTMPL-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-CNT
               IF NOT WS-LT-DELETED(WS-LT-IDX)
                 MOVE SPACES TO LETTER-TEMPLATE-RECORD
                 MOVE WS-LT-KEY(WS-LT-IDX)  TO LT-KEY
                 MOVE WS-LT-TEXT(WS-LT-IDX) TO LT-TEXT
                 WRITE LETTER-TEMPLATE-RECORD
               END-IF
             END-PERFORM
             CLOSE LTRTMPL
           END-IF.

       LIST-TEMPLATE-TABLE.
           MOVE SPACES TO LTRPT-LINE
           WRITE LTRPT-LINE
           MOVE SPACES TO LTRPT-LINE
           STRING "  TEMPLATE LIBRARY AFTER MAINTENANCE"
                  DELIMITED BY SIZE INTO LTRPT-LINE
           WRITE LTRPT-LINE
           MOVE ALL "-" TO LTRPT-LINE
           WRITE LTRPT-LINE
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                     UNTIL WS-LT-IDX > WS-LT-CNT
             IF NOT WS-LT-DELETED(WS-LT-IDX)
               MOVE WS-LT-KEY(WS-LT-IDX)  TO LT-KEY
               MOVE 'TABLE '    TO RPT-DET-ACTION
               MOVE LT-TEMPLATE TO RPT-DET-TEMPLATE
               MOVE LT-LINE-NO  TO RPT-DET-LINE-NO
               MOVE WS-LT-TEXT(WS-LT-IDX) TO RPT-DET-TEXT
               MOVE SPACES TO RPT-DET-RESULT
               MOVE WS-RPT-DETAIL TO LTRPT-LINE
               WRITE LTRPT-LINE
             END-IF
           END-PERFORM.

       WRITE-MAINT-DETAIL.
           MOVE LTCARD-ACTION   TO RPT-DET-ACTION
           MOVE LTCARD-TEMPLATE TO RPT-DET-TEMPLATE
           MOVE LTCARD-LINE-NO  TO RPT-DET-LINE-NO
           MOVE LTCARD-TEXT     TO RPT-DET-TEXT
           MOVE WS-RESULT       TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO LTRPT-LINE
           WRITE LTRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYLTMNT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  LINES HELD       : " WS-LT-CNT
           DISPLAY "  DUPLICATES       : " WS-LT-DUP-CNT
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYLTMNT'.
