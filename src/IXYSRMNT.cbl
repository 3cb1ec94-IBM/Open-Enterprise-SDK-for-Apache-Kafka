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
      * MAIN PROGRAM SUSPICIOUS-CHANGE RULE MAINTENANCE
      ******************************************************************
      * SUSRULES carries the rules IXYSUSDT looks for suspicious
      * change patterns in the master journal with. This utility
      * maintains it, the IXYFXMNT way:
      * a. SRCARDS - one action card per change, fixed columns:
      *        cols 1-6   action - SET, DELETE or LIST
      *        cols 8-15  rule id
      *        cols 17-24 pattern, one IXYSUSDT knows:
      *                   CONTSAL  email or phone changed within
      *                            WINDOW days of a salary increase
      *                            of at least THRESHOLD percent
      *                   SALREV   a salary decrease reversed (the
      *                            salary restored or bettered)
      *                            within WINDOW days (THRESHOLD
      *                            not used)
      *                   JOINBACK dateOfJoining moved earlier by at
      *                            least THRESHOLD days (WINDOW not
      *                            used)
      *                   LEVELBCK employeeLevel lowered by at least
      *                            THRESHOLD levels (WINDOW not used)
      *                   VOLUME   more than THRESHOLD changes to one
      *                            employee within WINDOW days
      *        col  26    Y enabled, N held on file but not applied
      *        cols 28-30 risk score, 001-100
      *        cols 32-34 WINDOW, days (000 = the same day)
      *        cols 36-40 THRESHOLD (00000 = any, except VOLUME)
      *        cols 42-71 description
      *    '*' in column 1 is a comment. SET adds or replaces the
      *    rule; a pattern may be used by several rules, e.g. two
      *    VOLUME rules with different windows and scores.
      * b. SUSRULES - read in full, the cards applied in storage, and
      *    written back, each rule stamped with the date it was last
      *    set.
      * c. SRRPT - the maintenance report, one line per card and the
      *    final rule listing.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYSRMNT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SRCARDS ASSIGN TO SRCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRCARDS-STATUS.

           SELECT SUSRULES ASSIGN TO SUSRULES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SUSRULES-STATUS.

           SELECT SRRPT ASSIGN TO SRRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD SRCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SR-ACTION-CARD.

         01 SR-ACTION-CARD.
            05 SRCARD-ACTION      PIC X(06).
                88 SRCARD-SET     VALUE 'SET   '.
                88 SRCARD-DELETE  VALUE 'DELETE'.
                88 SRCARD-LIST    VALUE 'LIST  '.
            05 FILLER             PIC X(01).
            05 SRCARD-RULE-ID     PIC X(08).
            05 FILLER             PIC X(01).
            05 SRCARD-PATTERN     PIC X(08).
                88 SRCARD-KNOWN-PATTERN VALUE 'CONTSAL ' 'SALREV  '
                                  'JOINBACK' 'LEVELBCK' 'VOLUME  '.
            05 FILLER             PIC X(01).
            05 SRCARD-ENABLED     PIC X(01).
                88 SRCARD-ENABLED-OK VALUE 'Y' 'N'.
            05 FILLER             PIC X(01).
            05 SRCARD-SCORE       PIC 9(03).
            05 FILLER             PIC X(01).
            05 SRCARD-WINDOW      PIC 9(03).
            05 FILLER             PIC X(01).
            05 SRCARD-THRESHOLD   PIC 9(05).
            05 FILLER             PIC X(01).
            05 SRCARD-DESCRIPTION PIC X(30).
            05 FILLER             PIC X(09).

         FD SUSRULES
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SUS-RULE-RECORD.

         01 SUS-RULE-RECORD.
            05 SR-RULE-ID         PIC X(08).
            05 FILLER             PIC X(01).
            05 SR-PATTERN         PIC X(08).
            05 FILLER             PIC X(01).
            05 SR-ENABLED         PIC X(01).
            05 FILLER             PIC X(01).
            05 SR-SCORE           PIC 9(03).
            05 FILLER             PIC X(01).
            05 SR-WINDOW          PIC 9(03).
            05 FILLER             PIC X(01).
            05 SR-THRESHOLD       PIC 9(05).
            05 FILLER             PIC X(01).
            05 SR-DESCRIPTION     PIC X(30).
            05 FILLER             PIC X(01).
            05 SR-CHANGED-DATE    PIC 9(08).
            05 FILLER             PIC X(07).

         FD SRRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SRRPT-LINE.

         01 SRRPT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-SRCARDS-STATUS   PIC X(02).
         01 WS-SUSRULES-STATUS  PIC X(02).
         01 WS-SRRPT-STATUS     PIC X(02).
         01 WS-SRCARDS-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-SRCARDS-OPEN VALUE 'Y'.
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-SR-MAX           PIC S9(4) BINARY VALUE 50.
         01 WS-SR-CNT           PIC S9(4) BINARY VALUE 0.
         01 WS-SR-TABLE.
            05 WS-SR-ENTRY OCCURS 50 TIMES.
              10 WS-SR-RULE-ID     PIC X(08).
              10 WS-SR-PATTERN     PIC X(08).
              10 WS-SR-ENABLED     PIC X(01).
              10 WS-SR-SCORE       PIC 9(03).
              10 WS-SR-WINDOW      PIC 9(03).
              10 WS-SR-THRESHOLD   PIC 9(05).
              10 WS-SR-DESCRIPTION PIC X(30).
              10 WS-SR-CHANGED     PIC 9(08).
              10 WS-SR-DELETED-SW  PIC X(01).
                  88 WS-SR-DELETED VALUE 'Y'.
         01 WS-SR-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-SR-FOUND-IDX     PIC S9(4) BINARY VALUE 0.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RULE-ID     PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-PATTERN     PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ENABLED     PIC X(01).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-SCORE       PIC ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-WINDOW      PIC ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-THRESHOLD   PIC ZZZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-DESCRIPTION PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-CHANGED     PIC 9(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(15) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "SUSPICIOUS-CHANGE RULE MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-RULE-TABLE
           OPEN OUTPUT SRRPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM APPLY-SR-CARDS
           PERFORM WRITE-RULE-TABLE
           PERFORM LIST-RULE-TABLE
           CLOSE SRRPT
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       LOAD-RULE-TABLE.
           OPEN INPUT SUSRULES
           IF WS-SUSRULES-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ SUSRULES
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF SUS-RULE-RECORD(1:1) = '*' OR
                    SUS-RULE-RECORD = SPACES
                   CONTINUE
                 ELSE
                   IF WS-SR-CNT >= WS-SR-MAX
                     DISPLAY "ERROR : MORE THAN " WS-SR-MAX
                             " SUSRULES ENTRIES -- IGNORING REMAINDER"
                     MOVE 8 TO RETURN-CODE
                   ELSE
                     ADD 1 TO WS-SR-CNT
                     MOVE SR-RULE-ID     TO WS-SR-RULE-ID(WS-SR-CNT)
                     MOVE SR-PATTERN     TO WS-SR-PATTERN(WS-SR-CNT)
                     MOVE SR-ENABLED     TO WS-SR-ENABLED(WS-SR-CNT)
                     MOVE SR-SCORE       TO WS-SR-SCORE(WS-SR-CNT)
                     MOVE SR-WINDOW      TO WS-SR-WINDOW(WS-SR-CNT)
                     MOVE SR-THRESHOLD   TO WS-SR-THRESHOLD(WS-SR-CNT)
                     MOVE SR-DESCRIPTION TO
                              WS-SR-DESCRIPTION(WS-SR-CNT)
                     MOVE SR-CHANGED-DATE TO WS-SR-CHANGED(WS-SR-CNT)
                     MOVE 'N' TO WS-SR-DELETED-SW(WS-SR-CNT)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE SUSRULES
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SRRPT-LINE
           STRING "  SUSPICIOUS-CHANGE RULE MAINTENANCE AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO SRRPT-LINE
           WRITE SRRPT-LINE
           MOVE SPACES TO SRRPT-LINE
           STRING "  ACTION  RULE      PATTERN   ON SCR  WIN  LIMIT"
                  "  DESCRIPTION                     SET ON    "
                  "RESULT"
                  DELIMITED BY SIZE INTO SRRPT-LINE
           WRITE SRRPT-LINE
           MOVE ALL "-" TO SRRPT-LINE
           WRITE SRRPT-LINE.

       APPLY-SR-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT SRCARDS
           IF WS-SRCARDS-STATUS NOT = '00'
             DISPLAY "ERROR : SRCARDS NOT AVAILABLE, FILE STATUS "
                     WS-SRCARDS-STATUS
             MOVE 16 TO RETURN-CODE
             SET WS-EOF TO TRUE
           ELSE
             SET WS-SRCARDS-OPEN TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
             READ SRCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF SR-ACTION-CARD(1:1) = '*' OR
                  SR-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-SR-CARD
               END-IF
             END-READ
           END-PERFORM
           IF WS-SRCARDS-OPEN
             CLOSE SRCARDS
           END-IF.

       APPLY-ONE-SR-CARD.
           MOVE SPACES TO WS-RESULT
           PERFORM FIND-RULE-ENTRY
           EVALUATE TRUE
             WHEN SRCARD-LIST
               MOVE 'LISTED BELOW            ' TO WS-RESULT
             WHEN SRCARD-RULE-ID = SPACES
               MOVE 'REFUSED - NO RULE ID    ' TO WS-RESULT
               PERFORM REFUSE-SR-CARD
             WHEN SRCARD-DELETE
               IF WS-SR-FOUND-IDX = 0
                 MOVE 'REFUSED - NOT ON TABLE  ' TO WS-RESULT
                 PERFORM REFUSE-SR-CARD
               ELSE
                 SET WS-SR-DELETED(WS-SR-FOUND-IDX) TO TRUE
                 MOVE 'DELETED                 ' TO WS-RESULT
                 ADD 1 TO WS-APPLIED-CNT
               END-IF
             WHEN NOT SRCARD-SET
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               PERFORM REFUSE-SR-CARD
             WHEN NOT SRCARD-KNOWN-PATTERN
               MOVE 'REFUSED - BAD PATTERN   ' TO WS-RESULT
               PERFORM REFUSE-SR-CARD
             WHEN NOT SRCARD-ENABLED-OK
               MOVE 'REFUSED - ENABLED Y OR N' TO WS-RESULT
               PERFORM REFUSE-SR-CARD
             WHEN SRCARD-SCORE NOT NUMERIC OR
                  SRCARD-WINDOW NOT NUMERIC OR
                  SRCARD-THRESHOLD NOT NUMERIC
               MOVE 'REFUSED - NOT NUMERIC   ' TO WS-RESULT
               PERFORM REFUSE-SR-CARD
             WHEN SRCARD-SCORE = 0 OR SRCARD-SCORE > 100
               MOVE 'REFUSED - SCORE 1-100   ' TO WS-RESULT
               PERFORM REFUSE-SR-CARD
             WHEN SRCARD-PATTERN = 'VOLUME' AND SRCARD-THRESHOLD = 0
               MOVE 'REFUSED - VOLUME NEEDS N' TO WS-RESULT
               PERFORM REFUSE-SR-CARD
             WHEN OTHER
               PERFORM SET-RULE-ENTRY
           END-EVALUATE
           PERFORM WRITE-MAINT-DETAIL.

       REFUSE-SR-CARD.
           ADD 1 TO WS-REFUSED-CNT
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

       FIND-RULE-ENTRY.
           MOVE 0 TO WS-SR-FOUND-IDX
           MOVE 1 TO WS-SR-IDX
           PERFORM UNTIL WS-SR-IDX > WS-SR-CNT
                      OR WS-SR-FOUND-IDX NOT = 0
             IF WS-SR-RULE-ID(WS-SR-IDX) = SRCARD-RULE-ID AND
                NOT WS-SR-DELETED(WS-SR-IDX)
               MOVE WS-SR-IDX TO WS-SR-FOUND-IDX
             ELSE
               ADD 1 TO WS-SR-IDX
             END-IF
           END-PERFORM.

       SET-RULE-ENTRY.
           IF WS-SR-FOUND-IDX = 0
             IF WS-SR-CNT >= WS-SR-MAX
               MOVE 'REFUSED - TABLE FULL    ' TO WS-RESULT
               PERFORM REFUSE-SR-CARD
             ELSE
               ADD 1 TO WS-SR-CNT
               MOVE WS-SR-CNT TO WS-SR-FOUND-IDX
               MOVE SRCARD-RULE-ID TO WS-SR-RULE-ID(WS-SR-FOUND-IDX)
               MOVE 'N' TO WS-SR-DELETED-SW(WS-SR-FOUND-IDX)
             END-IF
           END-IF
           IF WS-SR-FOUND-IDX NOT = 0
             MOVE SRCARD-PATTERN   TO WS-SR-PATTERN(WS-SR-FOUND-IDX)
             MOVE SRCARD-ENABLED   TO WS-SR-ENABLED(WS-SR-FOUND-IDX)
             MOVE SRCARD-SCORE     TO WS-SR-SCORE(WS-SR-FOUND-IDX)
             MOVE SRCARD-WINDOW    TO WS-SR-WINDOW(WS-SR-FOUND-IDX)
             MOVE SRCARD-THRESHOLD TO
                      WS-SR-THRESHOLD(WS-SR-FOUND-IDX)
             MOVE SRCARD-DESCRIPTION TO
                      WS-SR-DESCRIPTION(WS-SR-FOUND-IDX)
             MOVE WS-JOB-START-TS(1:8) TO
                      WS-SR-CHANGED(WS-SR-FOUND-IDX)
             MOVE 'SET                     ' TO WS-RESULT
             ADD 1 TO WS-APPLIED-CNT
           END-IF.

       WRITE-RULE-TABLE.
           OPEN OUTPUT SUSRULES
           IF WS-SUSRULES-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO REWRITE SUSRULES, FILE "
                     "STATUS " WS-SUSRULES-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                       UNTIL WS-SR-IDX > WS-SR-CNT
               IF NOT WS-SR-DELETED(WS-SR-IDX)
                 MOVE SPACES TO SUS-RULE-RECORD
                 MOVE WS-SR-RULE-ID(WS-SR-IDX)     TO SR-RULE-ID
                 MOVE WS-SR-PATTERN(WS-SR-IDX)     TO SR-PATTERN
                 MOVE WS-SR-ENABLED(WS-SR-IDX)     TO SR-ENABLED
                 MOVE WS-SR-SCORE(WS-SR-IDX)       TO SR-SCORE
                 MOVE WS-SR-WINDOW(WS-SR-IDX)      TO SR-WINDOW
                 MOVE WS-SR-THRESHOLD(WS-SR-IDX)   TO SR-THRESHOLD
                 MOVE WS-SR-DESCRIPTION(WS-SR-IDX) TO SR-DESCRIPTION
                 MOVE WS-SR-CHANGED(WS-SR-IDX)     TO SR-CHANGED-DATE
                 WRITE SUS-RULE-RECORD
               END-IF
             END-PERFORM
             CLOSE SUSRULES
           END-IF.

       LIST-RULE-TABLE.
           MOVE SPACES TO SRRPT-LINE
           WRITE SRRPT-LINE
           MOVE SPACES TO SRRPT-LINE
           STRING "  RULE TABLE AFTER MAINTENANCE"
                  DELIMITED BY SIZE INTO SRRPT-LINE
           WRITE SRRPT-LINE
           MOVE ALL "-" TO SRRPT-LINE
           WRITE SRRPT-LINE
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                     UNTIL WS-SR-IDX > WS-SR-CNT
             IF NOT WS-SR-DELETED(WS-SR-IDX)
               MOVE 'TABLE '                     TO RPT-DET-ACTION
               MOVE WS-SR-RULE-ID(WS-SR-IDX)     TO RPT-DET-RULE-ID
               MOVE WS-SR-PATTERN(WS-SR-IDX)     TO RPT-DET-PATTERN
               MOVE WS-SR-ENABLED(WS-SR-IDX)     TO RPT-DET-ENABLED
               MOVE WS-SR-SCORE(WS-SR-IDX)       TO RPT-DET-SCORE
               MOVE WS-SR-WINDOW(WS-SR-IDX)      TO RPT-DET-WINDOW
               MOVE WS-SR-THRESHOLD(WS-SR-IDX)   TO RPT-DET-THRESHOLD
               MOVE WS-SR-DESCRIPTION(WS-SR-IDX) TO
                        RPT-DET-DESCRIPTION
               MOVE WS-SR-CHANGED(WS-SR-IDX)     TO RPT-DET-CHANGED
               MOVE SPACES                       TO RPT-DET-RESULT
               MOVE WS-RPT-DETAIL TO SRRPT-LINE
               WRITE SRRPT-LINE
             END-IF
           END-PERFORM.

       WRITE-MAINT-DETAIL.
           MOVE SRCARD-ACTION      TO RPT-DET-ACTION
           MOVE SRCARD-RULE-ID     TO RPT-DET-RULE-ID
           MOVE SRCARD-PATTERN     TO RPT-DET-PATTERN
           MOVE SRCARD-ENABLED     TO RPT-DET-ENABLED
           MOVE SRCARD-DESCRIPTION TO RPT-DET-DESCRIPTION
           IF SRCARD-SCORE NUMERIC
             MOVE SRCARD-SCORE     TO RPT-DET-SCORE
           ELSE
             MOVE 0                TO RPT-DET-SCORE
           END-IF
           IF SRCARD-WINDOW NUMERIC
             MOVE SRCARD-WINDOW    TO RPT-DET-WINDOW
           ELSE
             MOVE 0                TO RPT-DET-WINDOW
           END-IF
           IF SRCARD-THRESHOLD NUMERIC
             MOVE SRCARD-THRESHOLD TO RPT-DET-THRESHOLD
           ELSE
             MOVE 0                TO RPT-DET-THRESHOLD
           END-IF
           MOVE 0                  TO RPT-DET-CHANGED
           MOVE WS-RESULT          TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO SRRPT-LINE
           WRITE SRRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYSRMNT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYSRMNT'.
