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
      * MAIN PROGRAM EMPLOYEE SEARCH BY NAME, EMAIL OR PHONE
      ******************************************************************
      * EMPMAST answers only "company + employee id". The help desk
      * hears a name, an email or a phone number, and needs the id
      * before IXYJRNIQ or IXYARCLK are any use. This utility
      * answers from the EMPSRCH alternate index (see IXYSRIDX):
      * a. SRCHCARD - one search per card, fixed columns:
      *        cols 1-6   search type:
      *                   NAME  - one or more name words, each
      *                           matched as a word or the start of
      *                           one ("KOWAL" finds KOWALSKI)
      *                   SOUND - sound-alike: each word matched on
      *                           its Soundex code ("KOVALSKY" finds
      *                           KOWALSKI)
      *                   EMAIL - the address, or its start
      *                   PHONE - the number, or its leading digits
      *                           (punctuation ignored)
      *        cols 8-10  company code -- spaces means the legacy
      *                   single-company stream, '*' in col 8 every
      *                   company.
      *        cols 12-51 the search value.
      *        cols 53-72 optional location -- only employees whose
      *                   city or state starts with it are returned
      *                   ("OH" or "OHIO" both find Ohio).
      *    '*' in column one is a comment; blank cards are skipped.
      * b. EMPSRCH - the search index, browsed by type and value.
      * c. EMPMAST - each candidate is read back from the master for
      *    the name, department and city shown, so the answer is the
      *    current position. An index entry whose employee is no
      *    longer on the master is counted as stale and not shown.
      *    A leaver stays on the master and the index, and is shown
      *    with status LEFT -- the help desk still has to find them.
      * d. SRCHRPT - the answer: per card, the candidates ranked by
      *    score (an exact word, address or number 100, a prefix 60,
      *    a sound-alike 50, summed over the words of the search) --
      *    company, employee id, name, department, city and state.
      *
      * PARM 'REBUILD' instead empties EMPSRCH and rebuilds it from
      * a front-to-back sweep of EMPMAST -- the first load, and the
      * repair after anything that changed the master without the
      * index (a restore, an IXYUOWBK backout).
      ******************************************************************
      * Modification history
      * 2026-10-05 : new program.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle; leavers are
      *              listed with status LEFT.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYEMSRC'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SRCHCARD ASSIGN TO SRCHCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRCHCARD-STATUS.

           SELECT EMPSRCH ASSIGN TO EMPSRCH
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SRX-KEY
           FILE STATUS  IS WS-EMPSRCH-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT SRCHRPT ASSIGN TO SRCHRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRCHRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD SRCHCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SEARCH-CARD.

         01 SEARCH-CARD.
            05 SC-TYPE            PIC X(06).
            05 FILLER             PIC X(01).
            05 SC-COMPANY         PIC X(03).
            05 FILLER             PIC X(01).
            05 SC-VALUE           PIC X(40).
            05 FILLER             PIC X(01).
            05 SC-LOCATION        PIC X(20).
            05 FILLER             PIC X(08).

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

         FD SRCHRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SRCHRPT-LINE.

         01 SRCHRPT-LINE            PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-SRCHCARD-STATUS  PIC X(02).
         01 WS-EMPSRCH-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-SRCHRPT-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
      * The index browse nests inside the card loop and runs on its
      * own switch.
         01 WS-SCAN-EOF-SW      PIC X(01).
             88 WS-SCAN-EOF     VALUE 'Y'.
             88 WS-SCAN-NOT-EOF VALUE 'N'.
         01 WS-INDEX-OPEN-SW    PIC X(01) VALUE 'N'.
             88 WS-INDEX-OPEN   VALUE 'Y'.
         01 WS-MASTER-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-MASTER-OPEN  VALUE 'Y'.

         01 WS-RUN-MODE         PIC X(07) VALUE 'SEARCH '.
             88 WS-MODE-SEARCH  VALUE 'SEARCH '.
             88 WS-MODE-REBUILD VALUE 'REBUILD'.

      * The search being answered.
         01 WS-SRCH-TYPE        PIC X(06).
             88 WS-SRCH-NAME    VALUE 'NAME  '.
             88 WS-SRCH-SOUND   VALUE 'SOUND '.
             88 WS-SRCH-EMAIL   VALUE 'EMAIL '.
             88 WS-SRCH-PHONE   VALUE 'PHONE '.
         01 WS-SRCH-COMPANY     PIC X(03).
         01 WS-SRCH-ALL-CO-SW   PIC X(01).
             88 WS-SRCH-ALL-CO  VALUE 'Y'.
         01 WS-SRCH-VALUE       PIC X(40).
         01 WS-SRCH-LOCATION    PIC X(20).
         01 WS-LOC-LEN          PIC S9(4) BINARY VALUE 0.

      * The search split into terms -- one per word for NAME and
      * SOUND, the whole value for EMAIL and PHONE.
         01 WS-TERM-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-TERM-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-TERMS.
            05 WS-TERM OCCURS 6 TIMES PIC X(40).
         01 WS-SCAN-TYPE        PIC X(01).
         01 WS-SCAN-VALUE       PIC X(40).
         01 WS-SCAN-LEN         PIC S9(4) BINARY VALUE 0.
         01 WS-SCAN-EXACT-PTS   PIC 9(03) VALUE 0.
         01 WS-SCAN-PREFIX-PTS  PIC 9(03) VALUE 0.
         01 WS-HIT-PTS          PIC 9(03) VALUE 0.
         01 WS-CHAR-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-OUT-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-WORK-VALUE       PIC X(40).

      * The candidates for one search. Each remembers its best score
      * per search term, so a name carrying two words that start
      * alike counts once per term.
         01 WS-CAND-MAX         PIC S9(4) BINARY VALUE 200.
         01 WS-CAND-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-CAND-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-BEST-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-CAND-FOUND-IDX   PIC S9(4) BINARY VALUE 0.
         01 WS-CAND-TABLE.
            05 WS-CAND-ENTRY OCCURS 200 TIMES.
               10 WS-CAND-COMPANY   PIC X(03).
               10 WS-CAND-EMP-ID    PIC 9(09).
               10 WS-CAND-TERM-PTS OCCURS 6 TIMES PIC 9(03).
               10 WS-CAND-SCORE     PIC 9(04).
               10 WS-CAND-MATCH     PIC X(12).
               10 WS-CAND-LISTED-SW PIC X(01).
                   88 WS-CAND-LISTED VALUE 'Y'.
         01 WS-CAND-OVERFLOW-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-RANK             PIC S9(4) BINARY VALUE 0.
         01 WS-RANK-MAX         PIC S9(4) BINARY VALUE 25.
         01 WS-LOC-MATCH-SW     PIC X(01).
             88 WS-LOC-MATCH    VALUE 'Y'.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-BAD-CARD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-FOUND-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-STALE-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-MASTER-READ-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-INDEXED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-INDEX-ERR-CNT    PIC S9(9) BINARY VALUE 0.

      * Parameter area for the shared search-index module IXYSRIDX.
         01 WS-SRIDX-PARMS.
            05 WS-SRIDX-ACTION       PIC X(01).
            05 WS-SRIDX-RESULT       PIC X(01).
            05 WS-SRIDX-COMPANY      PIC X(03).
            05 WS-SRIDX-EMPLOYEE-ID  PIC 9(09).
            05 WS-SRIDX-TERM         PIC X(40).
            05 WS-SRIDX-CODE         PIC X(04).
            05 WS-SRIDX-BEFORE-IMAGE PIC X(4000).
            05 WS-SRIDX-AFTER-IMAGE  PIC X(4000).

      * Print lines.
         01 WS-RPT-SEARCH-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(08) VALUE 'SEARCH  '.
            05 HDR-TYPE            PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 HDR-VALUE           PIC X(40).
            05 FILLER              PIC X(06) VALUE '  CO: '.
            05 HDR-COMPANY         PIC X(03).
            05 FILLER              PIC X(12) VALUE '  LOCATION: '.
            05 HDR-LOCATION        PIC X(20).
            05 FILLER              PIC X(33) VALUE SPACES.

         01 WS-RPT-COLUMN-LINE.
            05 FILLER              PIC X(14) VALUE '  RANK SCORE  '.
            05 FILLER              PIC X(15) VALUE 'CO  EMPLOYEE  '.
            05 FILLER              PIC X(32) VALUE 'FULL NAME'.
            05 FILLER              PIC X(08) VALUE 'DEPT'.
            05 FILLER              PIC X(22) VALUE 'CITY'.
            05 FILLER              PIC X(22) VALUE 'STATE'.
            05 FILLER              PIC X(13) VALUE 'MATCHED ON'.
            05 FILLER              PIC X(06) VALUE 'STATUS'.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-RANK            PIC ZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 DET-SCORE           PIC ZZZ9.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 DET-COMPANY         PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 DET-EMPLOYEE-ID     PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-FULL-NAME       PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-DEPT            PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-CITY            PIC X(20).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-STATE           PIC X(20).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-MATCH           PIC X(12).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 DET-STATUS          PIC X(06).

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(40).
            05 RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(79) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYEMSRC'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each candidate's master image is overlaid onto EVENT-DATA
      * to get at the name and address by name.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-RUN-MODE          PIC X(07).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "EMPLOYEE SEARCH BY NAME, EMAIL OR PHONE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 7 AND PARM-RUN-MODE = 'REBUILD'
             SET WS-MODE-REBUILD TO TRUE
           END-IF

           OPEN OUTPUT SRCHRPT
           MOVE SPACES TO SRCHRPT-LINE
           IF WS-MODE-REBUILD
             STRING "  EMPLOYEE SEARCH INDEX REBUILD AT "
                    WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO SRCHRPT-LINE
           ELSE
             STRING "  EMPLOYEE SEARCH AT " WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO SRCHRPT-LINE
           END-IF
           WRITE SRCHRPT-LINE
           MOVE ALL "-" TO SRCHRPT-LINE
           WRITE SRCHRPT-LINE

           IF WS-MODE-REBUILD
             PERFORM REBUILD-SEARCH-INDEX
           ELSE
             PERFORM ANSWER-SEARCH-CARDS
           END-IF
           CLOSE SRCHRPT
           PERFORM DISPLAY-SEARCH-SUMMARY
           GOBACK
           .

       REBUILD-SEARCH-INDEX.
      *****************************************************************
      * Empties EMPSRCH through IXYSRIDX and posts every master
      * record to it as an add -- the same module, and so the same
      * entries, the master-posting programs maintain it with.
      *****************************************************************
           MOVE 'R' TO WS-SRIDX-ACTION
           CALL "IXYSRIDX" USING WS-SRIDX-PARMS
           IF WS-SRIDX-RESULT NOT = '0'
             DISPLAY "ERROR : EMPSRCH NOT AVAILABLE FOR REBUILD"
             MOVE 9801 TO ERRLOG-CODE
             MOVE "IXYEMSRC: EMPSRCH NOT AVAILABLE FOR REBUILD" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT EMPMAST
             IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                       WS-EMPMAST-STATUS
               MOVE 9802 TO ERRLOG-CODE
               MOVE "IXYEMSRC: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
             ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 READ EMPMAST NEXT
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-MASTER-READ-CNT
                   MOVE 'P'                 TO WS-SRIDX-ACTION
                   MOVE EMPMAST-COMPANY     TO WS-SRIDX-COMPANY
                   MOVE EMPMAST-EMPLOYEE-ID TO WS-SRIDX-EMPLOYEE-ID
                   MOVE SPACES              TO WS-SRIDX-BEFORE-IMAGE
                   MOVE EMPMAST-EVENT-DATA  TO WS-SRIDX-AFTER-IMAGE
                   CALL "IXYSRIDX" USING WS-SRIDX-PARMS
                   IF WS-SRIDX-RESULT = '0'
                     ADD 1 TO WS-INDEXED-CNT
                   ELSE
                     ADD 1 TO WS-INDEX-ERR-CNT
                     MOVE 16 TO RETURN-CODE
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE EMPMAST
             END-IF
           END-IF

           MOVE 'MASTER RECORDS READ (EMPMAST)' TO RPT-COUNT-TEXT
           MOVE WS-MASTER-READ-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'EMPLOYEES INDEXED (EMPSRCH)' TO RPT-COUNT-TEXT
           MOVE WS-INDEXED-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'EMPLOYEES NOT INDEXED' TO RPT-COUNT-TEXT
           MOVE WS-INDEX-ERR-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO SRCHRPT-LINE
           WRITE SRCHRPT-LINE.

       ANSWER-SEARCH-CARDS.
           OPEN INPUT EMPSRCH
           IF WS-EMPSRCH-STATUS = '00'
             SET WS-INDEX-OPEN TO TRUE
           ELSE
             DISPLAY "ERROR : UNABLE TO OPEN EMPSRCH, FILE STATUS "
                     WS-EMPSRCH-STATUS " - RUN WITH PARM 'REBUILD' "
                     "TO BUILD IT"
             MOVE 9803 TO ERRLOG-CODE
             MOVE "IXYEMSRC: UNABLE TO OPEN EMPSRCH" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS = '00'
             SET WS-MASTER-OPEN TO TRUE
           ELSE
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9802 TO ERRLOG-CODE
             MOVE "IXYEMSRC: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-INDEX-OPEN AND WS-MASTER-OPEN
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT SRCHCARD
             IF WS-SRCHCARD-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN SRCHCARD, FILE STATUS "
                       WS-SRCHCARD-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
             END-IF
             PERFORM UNTIL WS-EOF
               READ SRCHCARD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF SEARCH-CARD(1:1) = '*' OR SEARCH-CARD = SPACES
                   CONTINUE
                 ELSE
                   PERFORM ANSWER-ONE-SEARCH
                 END-IF
               END-READ
             END-PERFORM
             IF WS-SRCHCARD-STATUS = '00' OR WS-SRCHCARD-STATUS = '10'
               CLOSE SRCHCARD
             END-IF
           END-IF

           IF WS-INDEX-OPEN
             CLOSE EMPSRCH
           END-IF
           IF WS-MASTER-OPEN
             CLOSE EMPMAST
           END-IF.

       ANSWER-ONE-SEARCH.
           MOVE SC-TYPE     TO WS-SRCH-TYPE
           MOVE SC-COMPANY  TO WS-SRCH-COMPANY
           MOVE FUNCTION UPPER-CASE(SC-VALUE)    TO WS-SRCH-VALUE
           MOVE FUNCTION UPPER-CASE(SC-LOCATION) TO WS-SRCH-LOCATION
           MOVE 'N' TO WS-SRCH-ALL-CO-SW
           IF SC-COMPANY(1:1) = '*'
             SET WS-SRCH-ALL-CO TO TRUE
           END-IF

           MOVE WS-SRCH-TYPE     TO HDR-TYPE
           MOVE WS-SRCH-VALUE    TO HDR-VALUE
           MOVE WS-SRCH-COMPANY  TO HDR-COMPANY
           MOVE WS-SRCH-LOCATION TO HDR-LOCATION
           MOVE SPACES TO SRCHRPT-LINE
           WRITE SRCHRPT-LINE
           MOVE WS-RPT-SEARCH-LINE TO SRCHRPT-LINE
           WRITE SRCHRPT-LINE

           IF NOT (WS-SRCH-NAME OR WS-SRCH-SOUND OR WS-SRCH-EMAIL OR
                   WS-SRCH-PHONE) OR WS-SRCH-VALUE = SPACES
             DISPLAY "ERROR : INVALID SEARCH CARD : "
                     SEARCH-CARD(1:52)
             ADD 1 TO WS-BAD-CARD-CNT
             MOVE 8 TO RETURN-CODE
             MOVE SPACES TO SRCHRPT-LINE
             STRING "    REFUSED - SEARCH TYPE MUST BE NAME, SOUND, "
                    "EMAIL OR PHONE, WITH A VALUE IN COLS 12-51"
                    DELIMITED BY SIZE INTO SRCHRPT-LINE
             WRITE SRCHRPT-LINE
           ELSE
             ADD 1 TO WS-CARD-CNT
             MOVE WS-RPT-COLUMN-LINE TO SRCHRPT-LINE
             WRITE SRCHRPT-LINE
             MOVE 0 TO WS-CAND-CNT
             MOVE 0 TO WS-CAND-OVERFLOW-CNT
             PERFORM SPLIT-SEARCH-TERMS
             PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX > WS-TERM-CNT
               PERFORM SCAN-ONE-TERM
             END-PERFORM
             PERFORM LIST-RANKED-CANDIDATES
           END-IF.

       SPLIT-SEARCH-TERMS.
      *****************************************************************
      * NAME and SOUND search word by word, normalized the way
      * IXYSRIDX normalizes the names it indexes (apostrophes
      * dropped, other punctuation a word break). PHONE keeps only
      * the digits. SOUND terms are coded through IXYSRIDX itself.
      *****************************************************************
           MOVE SPACES TO WS-TERMS
           MOVE 0 TO WS-TERM-CNT
           EVALUATE TRUE
             WHEN WS-SRCH-NAME OR WS-SRCH-SOUND
               MOVE SPACES TO WS-WORK-VALUE
               MOVE 0 TO WS-OUT-IDX
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                         UNTIL WS-CHAR-IDX > LENGTH OF WS-SRCH-VALUE
                 EVALUATE TRUE
                   WHEN WS-SRCH-VALUE(WS-CHAR-IDX:1) = SPACE
                     ADD 1 TO WS-OUT-IDX
                   WHEN WS-SRCH-VALUE(WS-CHAR-IDX:1)
                                          IS ALPHABETIC-UPPER
                     ADD 1 TO WS-OUT-IDX
                     MOVE WS-SRCH-VALUE(WS-CHAR-IDX:1) TO
                              WS-WORK-VALUE(WS-OUT-IDX:1)
                   WHEN WS-SRCH-VALUE(WS-CHAR-IDX:1) IS NUMERIC
                     ADD 1 TO WS-OUT-IDX
                     MOVE WS-SRCH-VALUE(WS-CHAR-IDX:1) TO
                              WS-WORK-VALUE(WS-OUT-IDX:1)
                   WHEN WS-SRCH-VALUE(WS-CHAR-IDX:1) = "'"
                     CONTINUE
                   WHEN OTHER
                     ADD 1 TO WS-OUT-IDX
                 END-EVALUATE
               END-PERFORM
               MOVE FUNCTION TRIM(WS-WORK-VALUE LEADING) TO
                        WS-WORK-VALUE
               UNSTRING WS-WORK-VALUE DELIMITED BY ALL SPACE
                 INTO WS-TERM(1) WS-TERM(2) WS-TERM(3)
                      WS-TERM(4) WS-TERM(5) WS-TERM(6)
                 TALLYING IN WS-TERM-CNT
               END-UNSTRING
               IF WS-SRCH-SOUND
                 PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                           UNTIL WS-TERM-IDX > WS-TERM-CNT
                   MOVE 'S' TO WS-SRIDX-ACTION
                   MOVE WS-TERM(WS-TERM-IDX) TO WS-SRIDX-TERM
                   CALL "IXYSRIDX" USING WS-SRIDX-PARMS
                   MOVE WS-SRIDX-CODE TO WS-TERM(WS-TERM-IDX)
                 END-PERFORM
               END-IF
             WHEN WS-SRCH-PHONE
               MOVE 0 TO WS-OUT-IDX
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                         UNTIL WS-CHAR-IDX > LENGTH OF WS-SRCH-VALUE
                 IF WS-SRCH-VALUE(WS-CHAR-IDX:1) IS NUMERIC
                   ADD 1 TO WS-OUT-IDX
                   MOVE WS-SRCH-VALUE(WS-CHAR-IDX:1) TO
                            WS-TERM(1)(WS-OUT-IDX:1)
                 END-IF
               END-PERFORM
               MOVE 1 TO WS-TERM-CNT
             WHEN OTHER
               MOVE FUNCTION TRIM(WS-SRCH-VALUE LEADING) TO
                        WS-TERM(1)
               MOVE 1 TO WS-TERM-CNT
           END-EVALUATE

           MOVE 0 TO WS-LOC-LEN
           PERFORM VARYING WS-CHAR-IDX FROM LENGTH OF WS-SRCH-LOCATION
                     BY -1 UNTIL WS-CHAR-IDX < 1 OR WS-LOC-LEN > 0
             IF WS-SRCH-LOCATION(WS-CHAR-IDX:1) NOT = SPACE
               MOVE WS-CHAR-IDX TO WS-LOC-LEN
             END-IF
           END-PERFORM.

       SCAN-ONE-TERM.
      *****************************************************************
      * Browses EMPSRCH from the first entry at or after type + term
      * for as long as the entry's value starts with the term. A
      * sound-alike must match the whole code; the other types score
      * an exact value above a value the term only starts.
      *****************************************************************
           MOVE WS-TERM(WS-TERM-IDX) TO WS-SCAN-VALUE
           MOVE 0 TO WS-SCAN-LEN
           PERFORM VARYING WS-CHAR-IDX FROM LENGTH OF WS-SCAN-VALUE
                     BY -1 UNTIL WS-CHAR-IDX < 1 OR WS-SCAN-LEN > 0
             IF WS-SCAN-VALUE(WS-CHAR-IDX:1) NOT = SPACE
               MOVE WS-CHAR-IDX TO WS-SCAN-LEN
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-SRCH-NAME
               MOVE 'N' TO WS-SCAN-TYPE
               MOVE 100 TO WS-SCAN-EXACT-PTS
               MOVE 60  TO WS-SCAN-PREFIX-PTS
             WHEN WS-SRCH-SOUND
               MOVE 'S' TO WS-SCAN-TYPE
               MOVE 50  TO WS-SCAN-EXACT-PTS
               MOVE 0   TO WS-SCAN-PREFIX-PTS
             WHEN WS-SRCH-EMAIL
               MOVE 'E' TO WS-SCAN-TYPE
               MOVE 100 TO WS-SCAN-EXACT-PTS
               MOVE 60  TO WS-SCAN-PREFIX-PTS
             WHEN OTHER
               MOVE 'P' TO WS-SCAN-TYPE
               MOVE 100 TO WS-SCAN-EXACT-PTS
               MOVE 60  TO WS-SCAN-PREFIX-PTS
           END-EVALUATE

           IF WS-SCAN-LEN > 0
             MOVE LOW-VALUES    TO SRX-KEY
             MOVE WS-SCAN-TYPE  TO SRX-TYPE
             MOVE WS-SCAN-VALUE(1:WS-SCAN-LEN) TO
                      SRX-VALUE(1:WS-SCAN-LEN)
             SET WS-SCAN-NOT-EOF TO TRUE
             START EMPSRCH KEY IS NOT LESS THAN SRX-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
             END-START
             PERFORM UNTIL WS-SCAN-EOF
               READ EMPSRCH NEXT
               AT END SET WS-SCAN-EOF TO TRUE
               NOT AT END
                 IF SRX-TYPE NOT = WS-SCAN-TYPE OR
                    SRX-VALUE(1:WS-SCAN-LEN) NOT =
                             WS-SCAN-VALUE(1:WS-SCAN-LEN)
                   SET WS-SCAN-EOF TO TRUE
                 ELSE
                   IF WS-SRCH-ALL-CO OR SRX-COMPANY = WS-SRCH-COMPANY
                     IF SRX-VALUE = WS-SCAN-VALUE
                       MOVE WS-SCAN-EXACT-PTS TO WS-HIT-PTS
                     ELSE
                       MOVE WS-SCAN-PREFIX-PTS TO WS-HIT-PTS
                     END-IF
                     IF WS-HIT-PTS > 0
                       PERFORM RECORD-CANDIDATE-HIT
                     END-IF
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
           END-IF.

       RECORD-CANDIDATE-HIT.
           MOVE 0 TO WS-CAND-FOUND-IDX
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                     UNTIL WS-CAND-IDX > WS-CAND-CNT
                        OR WS-CAND-FOUND-IDX > 0
             IF WS-CAND-COMPANY(WS-CAND-IDX) = SRX-COMPANY AND
                WS-CAND-EMP-ID(WS-CAND-IDX) = SRX-EMPLOYEE-ID
               MOVE WS-CAND-IDX TO WS-CAND-FOUND-IDX
             END-IF
           END-PERFORM

           IF WS-CAND-FOUND-IDX = 0
             IF WS-CAND-CNT >= WS-CAND-MAX
               ADD 1 TO WS-CAND-OVERFLOW-CNT
             ELSE
               ADD 1 TO WS-CAND-CNT
               MOVE WS-CAND-CNT TO WS-CAND-FOUND-IDX
               INITIALIZE WS-CAND-ENTRY(WS-CAND-FOUND-IDX)
               MOVE SRX-COMPANY     TO
                        WS-CAND-COMPANY(WS-CAND-FOUND-IDX)
               MOVE SRX-EMPLOYEE-ID TO
                        WS-CAND-EMP-ID(WS-CAND-FOUND-IDX)
               MOVE 'N' TO WS-CAND-LISTED-SW(WS-CAND-FOUND-IDX)
             END-IF
           END-IF

           IF WS-CAND-FOUND-IDX > 0
             IF WS-HIT-PTS >
                WS-CAND-TERM-PTS(WS-CAND-FOUND-IDX, WS-TERM-IDX)
               MOVE WS-HIT-PTS TO
                        WS-CAND-TERM-PTS(WS-CAND-FOUND-IDX, WS-TERM-IDX)
             END-IF
             EVALUATE TRUE
               WHEN WS-SRCH-SOUND
                 MOVE 'SOUNDS LIKE' TO
                          WS-CAND-MATCH(WS-CAND-FOUND-IDX)
               WHEN WS-HIT-PTS = WS-SCAN-EXACT-PTS
                 MOVE 'EXACT'       TO
                          WS-CAND-MATCH(WS-CAND-FOUND-IDX)
               WHEN WS-CAND-MATCH(WS-CAND-FOUND-IDX) = SPACES
                 MOVE 'PARTIAL'     TO
                          WS-CAND-MATCH(WS-CAND-FOUND-IDX)
             END-EVALUATE
           END-IF.

       LIST-RANKED-CANDIDATES.
      *****************************************************************
      * Totals each candidate's per-term scores, then lists the best
      * unlisted candidate repeatedly -- highest score first, ties in
      * index (company, employee id) order. Each listed candidate is
      * read back from EMPMAST; one no longer there is stale index
      * and skipped, as is one outside the location asked for.
      *****************************************************************
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                     UNTIL WS-CAND-IDX > WS-CAND-CNT
             MOVE 0 TO WS-CAND-SCORE(WS-CAND-IDX)
             PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX > WS-TERM-CNT
               ADD WS-CAND-TERM-PTS(WS-CAND-IDX, WS-TERM-IDX) TO
                        WS-CAND-SCORE(WS-CAND-IDX)
             END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-RANK
           MOVE 1 TO WS-BEST-IDX
           PERFORM UNTIL WS-BEST-IDX = 0 OR WS-RANK >= WS-RANK-MAX
             MOVE 0 TO WS-BEST-IDX
             PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-CNT
               IF NOT WS-CAND-LISTED(WS-CAND-IDX)
                 IF WS-BEST-IDX = 0
                   MOVE WS-CAND-IDX TO WS-BEST-IDX
                 ELSE
                   IF WS-CAND-SCORE(WS-CAND-IDX) >
                      WS-CAND-SCORE(WS-BEST-IDX)
                     MOVE WS-CAND-IDX TO WS-BEST-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF WS-BEST-IDX > 0
               SET WS-CAND-LISTED(WS-BEST-IDX) TO TRUE
               PERFORM LIST-ONE-CANDIDATE
             END-IF
           END-PERFORM

           MOVE SPACES TO SRCHRPT-LINE
           IF WS-RANK = 0
             STRING "    NO CANDIDATES FOUND"
                    DELIMITED BY SIZE INTO SRCHRPT-LINE
             WRITE SRCHRPT-LINE
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                     UNTIL WS-CAND-IDX > WS-CAND-CNT
             IF NOT WS-CAND-LISTED(WS-CAND-IDX)
               ADD 1 TO WS-CAND-OVERFLOW-CNT
             END-IF
           END-PERFORM
           IF WS-CAND-OVERFLOW-CNT > 0
             MOVE SPACES TO SRCHRPT-LINE
             MOVE WS-CAND-OVERFLOW-CNT TO RPT-COUNT-VALUE
             STRING "    " RPT-COUNT-VALUE
                    " FURTHER CANDIDATES NOT SHOWN - NARROW THE "
                    "SEARCH (ADD A WORD, COMPANY OR LOCATION)"
                    DELIMITED BY SIZE INTO SRCHRPT-LINE
             WRITE SRCHRPT-LINE
           END-IF.

       LIST-ONE-CANDIDATE.
           MOVE WS-CAND-COMPANY(WS-BEST-IDX) TO EMPMAST-COMPANY
           MOVE WS-CAND-EMP-ID(WS-BEST-IDX)  TO EMPMAST-EMPLOYEE-ID
           READ EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             ADD 1 TO WS-STALE-CNT
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             MOVE EMPMAST-EVENT-DATA TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
             SET WS-LOC-MATCH TO TRUE
             IF WS-LOC-LEN > 0
               MOVE 'N' TO WS-LOC-MATCH-SW
               MOVE FUNCTION UPPER-CASE(city) TO WS-WORK-VALUE
               IF WS-WORK-VALUE(1:WS-LOC-LEN) =
                  WS-SRCH-LOCATION(1:WS-LOC-LEN)
                 SET WS-LOC-MATCH TO TRUE
               END-IF
               MOVE FUNCTION UPPER-CASE(state) TO WS-WORK-VALUE
               IF WS-WORK-VALUE(1:WS-LOC-LEN) =
                  WS-SRCH-LOCATION(1:WS-LOC-LEN)
                 SET WS-LOC-MATCH TO TRUE
               END-IF
             END-IF
             IF WS-LOC-MATCH
               ADD 1 TO WS-RANK
               ADD 1 TO WS-FOUND-CNT
               MOVE WS-RANK                     TO DET-RANK
               MOVE WS-CAND-SCORE(WS-BEST-IDX)  TO DET-SCORE
               MOVE EMPMAST-COMPANY             TO DET-COMPANY
               MOVE EMPMAST-EMPLOYEE-ID         TO DET-EMPLOYEE-ID
               MOVE fullName                    TO DET-FULL-NAME
               MOVE EMPMAST-DEPT-CODE           TO DET-DEPT
               MOVE city                        TO DET-CITY
               MOVE state                       TO DET-STATE
               MOVE WS-CAND-MATCH(WS-BEST-IDX)  TO DET-MATCH
               IF EMPMAST-TERMINATED
                 MOVE 'LEFT'                    TO DET-STATUS
               ELSE
                 MOVE SPACES                    TO DET-STATUS
               END-IF
               MOVE WS-RPT-DETAIL TO SRCHRPT-LINE
               WRITE SRCHRPT-LINE
             END-IF
           END-IF.

       DISPLAY-SEARCH-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYEMSRC JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RUN MODE         : " WS-RUN-MODE
           IF WS-MODE-REBUILD
             DISPLAY "  MASTER RECORDS   : " WS-MASTER-READ-CNT
             DISPLAY "  INDEXED          : " WS-INDEXED-CNT
             DISPLAY "  NOT INDEXED      : " WS-INDEX-ERR-CNT
           ELSE
             DISPLAY "  SEARCHES         : " WS-CARD-CNT
             DISPLAY "  INVALID CARDS    : " WS-BAD-CARD-CNT
             DISPLAY "  CANDIDATES LISTED: " WS-FOUND-CNT
             DISPLAY "  STALE INDEX HITS : " WS-STALE-CNT
             IF WS-STALE-CNT > 0
               DISPLAY "  (EMPSRCH HAS DRIFTED FROM EMPMAST - RUN "
                       "IXYEMSRC WITH PARM 'REBUILD')"
             END-IF
           END-IF
           DISPLAY "==========================================".

       END PROGRAM 'IXYEMSRC'.
