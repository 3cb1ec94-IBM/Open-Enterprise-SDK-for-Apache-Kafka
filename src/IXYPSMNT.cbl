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
      * MAIN PROGRAM POSTAL REFERENCE MAINTENANCE
      ******************************************************************
      * POSTREF is the postal reference IXYADSTD standardizes EMPFIL
      * addresses against. It carries four kinds of entry, told
      * apart by the type byte:
      *    P - a pincode: country + pincode, with the canonical city
      *        and state the pincode belongs to
      *    S - a state spelling variant (e.g. "OH" or "OHIO") and the
      *        canonical spelling ("Ohio")
      *    C - a city spelling variant and its canonical spelling
      *    N - a country spelling variant and its canonical spelling
      * The country, pincode and variant are held in upper case --
      * every lookup is case-blind; canonical values are held as
      * keyed. This utility maintains it, the IXYFXMNT way:
      * a. PSCARDS - one action card per change, fixed columns:
      *        cols 1-6   action - SET, DELETE or LIST
      *        col  8     entry type P, S, C or N
      *        cols 10-29 country (canonical spelling); spaces on an
      *                   S or C card mean the variant holds for
      *                   every country, and must be spaces on an N
      *                   card
      *    for P:
      *        cols 31-36 pincode
      *        cols 38-57 canonical city
      *        cols 59-78 canonical state
      *    for S, C and N:
      *        cols 31-50 the variant spelling
      *        cols 52-71 the canonical spelling
      *    '*' in column 1 is a comment. SET adds or replaces the
      *    entry for the type + country + pincode or variant.
      * b. POSTREF - read in full, the cards applied in storage, and
      *    written back in key order (IXYADSTD binary-searches it).
      * c. PSRPT - the maintenance report, one line per card and the
      *    final reference listing.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPSMNT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PSCARDS ASSIGN TO PSCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT POSTREF ASSIGN TO POSTREF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-POSTREF-STATUS.

           SELECT PSRPT ASSIGN TO PSRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PSRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD PSCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PS-ACTION-CARD.

         01 PS-ACTION-CARD.
            05 PSCARD-ACTION      PIC X(06).
                88 PSCARD-SET     VALUE 'SET   '.
                88 PSCARD-DELETE  VALUE 'DELETE'.
                88 PSCARD-LIST    VALUE 'LIST  '.
            05 FILLER             PIC X(01).
            05 PSCARD-TYPE        PIC X(01).
                88 PSCARD-IS-PINCODE VALUE 'P'.
                88 PSCARD-IS-VARIANT VALUE 'S' 'C' 'N'.
                88 PSCARD-IS-COUNTRY-VAR VALUE 'N'.
            05 FILLER             PIC X(01).
            05 PSCARD-COUNTRY     PIC X(20).
            05 FILLER             PIC X(01).
            05 PSCARD-VARIANT-DATA.
               10 PSCARD-LOOKUP      PIC X(20).
               10 FILLER             PIC X(01).
               10 PSCARD-CANONICAL   PIC X(20).
               10 FILLER             PIC X(09).
            05 PSCARD-PINCODE-DATA REDEFINES PSCARD-VARIANT-DATA.
               10 PSCARD-PINCODE     PIC X(06).
               10 FILLER             PIC X(01).
               10 PSCARD-CITY        PIC X(20).
               10 FILLER             PIC X(01).
               10 PSCARD-STATE       PIC X(20).
               10 FILLER             PIC X(02).

      * Record layout as read by IXYADSTD.
         FD POSTREF
           RECORD CONTAINS 100  CHARACTERS
           BLOCK  CONTAINS 1000 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  POSTAL-REFERENCE-RECORD.

         01 POSTAL-REFERENCE-RECORD.
            05 PR-KEY.
               10 PR-TYPE         PIC X(01).
               10 FILLER          PIC X(01).
               10 PR-COUNTRY      PIC X(20).
               10 FILLER          PIC X(01).
               10 PR-LOOKUP       PIC X(20).
            05 FILLER             PIC X(01).
            05 PR-PINCODE-VALUES.
               10 PR-CITY         PIC X(20).
               10 FILLER          PIC X(01).
               10 PR-STATE        PIC X(20).
            05 PR-VARIANT-VALUES REDEFINES PR-PINCODE-VALUES.
               10 PR-CANONICAL    PIC X(20).
               10 FILLER          PIC X(21).
            05 FILLER             PIC X(15).

         FD PSRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PSRPT-LINE.

         01 PSRPT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-POSTREF-STATUS   PIC X(02).
         01 WS-PSRPT-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * The reference in key order -- type, country, pincode or
      * variant, as PR-KEY lays them out.
         01 WS-PR-MAX           PIC S9(8) BINARY VALUE 30000.
         01 WS-PR-CNT           PIC S9(8) BINARY VALUE 0.
         01 WS-PR-TABLE.
            05 WS-PR-ENTRY OCCURS 30000 TIMES.
              10 WS-PR-KEY         PIC X(43).
              10 WS-PR-VALUES      PIC X(41).
              10 WS-PR-DELETED-SW  PIC X(01).
                  88 WS-PR-DELETED VALUE 'Y'.
         01 WS-PR-IDX           PIC S9(8) BINARY VALUE 0.
         01 WS-PR-FOUND-IDX     PIC S9(8) BINARY VALUE 0.
         01 WS-PR-INSERT-IDX    PIC S9(8) BINARY VALUE 0.
         01 WS-PR-LOW           PIC S9(8) BINARY VALUE 0.
         01 WS-PR-HIGH          PIC S9(8) BINARY VALUE 0.
         01 WS-PR-MID           PIC S9(8) BINARY VALUE 0.
         01 WS-PR-SEARCH-KEY    PIC X(43).
         01 WS-PR-NEW-VALUES    PIC X(41).
         01 WS-PR-DUP-CNT       PIC S9(9) BINARY VALUE 0.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-TYPE        PIC X(01).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COUNTRY     PIC X(20).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-LOOKUP      PIC X(20).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-VALUE-1     PIC X(20).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-VALUE-2     PIC X(20).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(07) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "POSTAL REFERENCE MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-POSTAL-TABLE
           OPEN OUTPUT PSRPT
           MOVE SPACES TO PSRPT-LINE
           STRING "  POSTAL REFERENCE MAINTENANCE AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO PSRPT-LINE
           WRITE PSRPT-LINE
           MOVE SPACES TO PSRPT-LINE
           STRING "  ACTION  T  COUNTRY               PINCODE/VARIANT"
                  "       CITY/CANONICAL        STATE                "
                  " RESULT"
                  DELIMITED BY SIZE INTO PSRPT-LINE
           WRITE PSRPT-LINE
           MOVE ALL "-" TO PSRPT-LINE
           WRITE PSRPT-LINE
           PERFORM APPLY-POSTAL-CARDS
           PERFORM WRITE-POSTAL-TABLE
           PERFORM LIST-POSTAL-TABLE
           CLOSE PSRPT
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       LOAD-POSTAL-TABLE.
      *****************************************************************
      * Each entry is placed in key order as it is loaded, so a
      * POSTREF edited out of order by hand is put right on rewrite.
      *****************************************************************
           OPEN INPUT POSTREF
           IF WS-POSTREF-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ POSTREF
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF POSTAL-REFERENCE-RECORD(1:1) = '*' OR
                    POSTAL-REFERENCE-RECORD = SPACES
                   CONTINUE
                 ELSE
                   MOVE PR-KEY TO WS-PR-SEARCH-KEY
                   PERFORM FIND-POSTAL-ENTRY
                   IF WS-PR-FOUND-IDX NOT = 0
                     DISPLAY "DUPLICATE POSTREF ENTRY DROPPED : "
                             PR-KEY
                     ADD 1 TO WS-PR-DUP-CNT
                   ELSE
                     MOVE PR-PINCODE-VALUES TO WS-PR-NEW-VALUES
                     PERFORM INSERT-POSTAL-ENTRY
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE POSTREF
           END-IF.

       APPLY-POSTAL-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT PSCARDS
           PERFORM UNTIL WS-EOF
             READ PSCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF PS-ACTION-CARD(1:1) = '*' OR
                  PS-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-POSTAL-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE PSCARDS.

       APPLY-ONE-POSTAL-CARD.
           MOVE SPACES TO WS-RESULT
           PERFORM BUILD-CARD-KEY
           PERFORM FIND-POSTAL-ENTRY
           EVALUATE TRUE
             WHEN PSCARD-LIST
               MOVE 'LISTED BELOW            ' TO WS-RESULT
             WHEN NOT PSCARD-IS-PINCODE AND NOT PSCARD-IS-VARIANT
               MOVE 'REFUSED - BAD TYPE      ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PSCARD-IS-PINCODE AND
                  (PSCARD-COUNTRY = SPACES OR PSCARD-PINCODE = SPACES)
               MOVE 'REFUSED - NO PINCODE    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PSCARD-IS-VARIANT AND PSCARD-LOOKUP = SPACES
               MOVE 'REFUSED - NO VARIANT    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PSCARD-IS-COUNTRY-VAR AND PSCARD-COUNTRY NOT = SPACES
               MOVE 'REFUSED - COUNTRY ON N  ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PSCARD-SET AND PSCARD-IS-PINCODE AND
                  (PSCARD-CITY = SPACES OR PSCARD-STATE = SPACES)
               MOVE 'REFUSED - NO CITY/STATE ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PSCARD-SET AND PSCARD-IS-VARIANT AND
                  PSCARD-CANONICAL = SPACES
               MOVE 'REFUSED - NO CANONICAL  ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 8 TO RETURN-CODE
             WHEN PSCARD-SET
               PERFORM SET-POSTAL-ENTRY
             WHEN PSCARD-DELETE
               IF WS-PR-FOUND-IDX = 0
                 MOVE 'REFUSED - NOT ON TABLE  ' TO WS-RESULT
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE 8 TO RETURN-CODE
               ELSE
                 IF WS-PR-DELETED(WS-PR-FOUND-IDX)
                   MOVE 'REFUSED - NOT ON TABLE  ' TO WS-RESULT
                   ADD 1 TO WS-REFUSED-CNT
                   MOVE 8 TO RETURN-CODE
                 ELSE
                   SET WS-PR-DELETED(WS-PR-FOUND-IDX) TO TRUE
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
           MOVE SPACES TO POSTAL-REFERENCE-RECORD
           MOVE PSCARD-TYPE TO PR-TYPE
           MOVE FUNCTION UPPER-CASE(PSCARD-COUNTRY) TO PR-COUNTRY
           IF PSCARD-IS-PINCODE
             MOVE FUNCTION UPPER-CASE(PSCARD-PINCODE) TO PR-LOOKUP
             MOVE PSCARD-CITY  TO PR-CITY
             MOVE PSCARD-STATE TO PR-STATE
           ELSE
             MOVE FUNCTION UPPER-CASE(PSCARD-LOOKUP) TO PR-LOOKUP
             MOVE PSCARD-CANONICAL TO PR-CANONICAL
           END-IF
           MOVE PR-KEY TO WS-PR-SEARCH-KEY
           MOVE PR-PINCODE-VALUES TO WS-PR-NEW-VALUES.

       FIND-POSTAL-ENTRY.
      *****************************************************************
      * Binary search on the key; WS-PR-INSERT-IDX is left at the
      * slot a new entry would take.
      *****************************************************************
           MOVE 0 TO WS-PR-FOUND-IDX
           MOVE 1 TO WS-PR-LOW
           MOVE WS-PR-CNT TO WS-PR-HIGH
           PERFORM UNTIL WS-PR-LOW > WS-PR-HIGH
                      OR WS-PR-FOUND-IDX NOT = 0
             COMPUTE WS-PR-MID = (WS-PR-LOW + WS-PR-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-PR-KEY(WS-PR-MID) = WS-PR-SEARCH-KEY
                 MOVE WS-PR-MID TO WS-PR-FOUND-IDX
               WHEN WS-PR-KEY(WS-PR-MID) < WS-PR-SEARCH-KEY
                 COMPUTE WS-PR-LOW = WS-PR-MID + 1
               WHEN OTHER
                 COMPUTE WS-PR-HIGH = WS-PR-MID - 1
             END-EVALUATE
           END-PERFORM
           MOVE WS-PR-LOW TO WS-PR-INSERT-IDX.

       INSERT-POSTAL-ENTRY.
           IF WS-PR-CNT >= WS-PR-MAX
             DISPLAY "ERROR : MORE THAN " WS-PR-MAX
                     " POSTREF ENTRIES -- IGNORING REMAINDER"
             MOVE 8 TO RETURN-CODE
             MOVE 0 TO WS-PR-FOUND-IDX
           ELSE
             PERFORM VARYING WS-PR-IDX FROM WS-PR-CNT BY -1
                       UNTIL WS-PR-IDX < WS-PR-INSERT-IDX
               MOVE WS-PR-ENTRY(WS-PR-IDX) TO
                    WS-PR-ENTRY(WS-PR-IDX + 1)
             END-PERFORM
             ADD 1 TO WS-PR-CNT
             MOVE WS-PR-INSERT-IDX TO WS-PR-FOUND-IDX
             MOVE WS-PR-SEARCH-KEY TO WS-PR-KEY(WS-PR-FOUND-IDX)
             MOVE WS-PR-NEW-VALUES TO WS-PR-VALUES(WS-PR-FOUND-IDX)
             MOVE 'N' TO WS-PR-DELETED-SW(WS-PR-FOUND-IDX)
           END-IF.

       SET-POSTAL-ENTRY.
           IF WS-PR-FOUND-IDX = 0
             PERFORM INSERT-POSTAL-ENTRY
             IF WS-PR-FOUND-IDX = 0
               MOVE 'REFUSED - TABLE FULL    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
             END-IF
           END-IF
           IF WS-PR-FOUND-IDX NOT = 0
             MOVE WS-PR-NEW-VALUES TO WS-PR-VALUES(WS-PR-FOUND-IDX)
             MOVE 'N' TO WS-PR-DELETED-SW(WS-PR-FOUND-IDX)
             MOVE 'SET                     ' TO WS-RESULT
             ADD 1 TO WS-APPLIED-CNT
           END-IF.

       WRITE-POSTAL-TABLE.
           OPEN OUTPUT POSTREF
           IF WS-POSTREF-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO REWRITE POSTREF, FILE "
                     "STATUS " WS-POSTREF-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                       UNTIL WS-PR-IDX > WS-PR-CNT
               IF NOT WS-PR-DELETED(WS-PR-IDX)
                 MOVE SPACES TO POSTAL-REFERENCE-RECORD
                 MOVE WS-PR-KEY(WS-PR-IDX)    TO PR-KEY
                 MOVE WS-PR-VALUES(WS-PR-IDX) TO PR-PINCODE-VALUES
                 WRITE POSTAL-REFERENCE-RECORD
               END-IF
             END-PERFORM
             CLOSE POSTREF
           END-IF.

       LIST-POSTAL-TABLE.
           MOVE SPACES TO PSRPT-LINE
           WRITE PSRPT-LINE
           MOVE SPACES TO PSRPT-LINE
           STRING "  POSTAL REFERENCE AFTER MAINTENANCE"
                  DELIMITED BY SIZE INTO PSRPT-LINE
           WRITE PSRPT-LINE
           MOVE ALL "-" TO PSRPT-LINE
           WRITE PSRPT-LINE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                     UNTIL WS-PR-IDX > WS-PR-CNT
             IF NOT WS-PR-DELETED(WS-PR-IDX)
               MOVE WS-PR-KEY(WS-PR-IDX)    TO PR-KEY
               MOVE WS-PR-VALUES(WS-PR-IDX) TO PR-PINCODE-VALUES
               MOVE 'TABLE ' TO RPT-DET-ACTION
               MOVE PR-TYPE    TO RPT-DET-TYPE
               MOVE PR-COUNTRY TO RPT-DET-COUNTRY
               MOVE PR-LOOKUP  TO RPT-DET-LOOKUP
               IF PR-TYPE = 'P'
                 MOVE PR-CITY      TO RPT-DET-VALUE-1
                 MOVE PR-STATE     TO RPT-DET-VALUE-2
               ELSE
                 MOVE PR-CANONICAL TO RPT-DET-VALUE-1
                 MOVE SPACES       TO RPT-DET-VALUE-2
               END-IF
               MOVE SPACES TO RPT-DET-RESULT
               MOVE WS-RPT-DETAIL TO PSRPT-LINE
               WRITE PSRPT-LINE
             END-IF
           END-PERFORM.

       WRITE-MAINT-DETAIL.
           MOVE PSCARD-ACTION  TO RPT-DET-ACTION
           MOVE PSCARD-TYPE    TO RPT-DET-TYPE
           MOVE PSCARD-COUNTRY TO RPT-DET-COUNTRY
           IF PSCARD-IS-PINCODE
             MOVE PSCARD-PINCODE   TO RPT-DET-LOOKUP
             MOVE PSCARD-CITY      TO RPT-DET-VALUE-1
             MOVE PSCARD-STATE     TO RPT-DET-VALUE-2
           ELSE
             MOVE PSCARD-LOOKUP    TO RPT-DET-LOOKUP
             MOVE PSCARD-CANONICAL TO RPT-DET-VALUE-1
             MOVE SPACES           TO RPT-DET-VALUE-2
           END-IF
           MOVE WS-RESULT      TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO PSRPT-LINE
           WRITE PSRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPSMNT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  ENTRIES HELD     : " WS-PR-CNT
           DISPLAY "  DUPLICATES       : " WS-PR-DUP-CNT
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPSMNT'.
