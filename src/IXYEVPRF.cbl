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
      * MAIN PROGRAM NEW-FEED ONBOARDING PROFILER
      ******************************************************************
      * A new source feeding the pipeline through IXYEVBLD used to
      * find out about its data after go-live, in DLQFIL and EXCPFIL.
      * This job profiles a sample of the feed first, against the
      * schema it is meant to fill and the pipeline's own validation
      * rules, and says whether the feed is ready:
      * a. BLDCARDS - the feed's IXYEVBLD field map, read and checked
      *    exactly as IXYEVBLD reads it (KEYPOS, KEYLEN, PAYPOS,
      *    PAYLEN, SOURCE, SRCDSN, IDPOS, COPOS, IDSRC).
      * b. TGTSCHEM - the target schema, one card per payload field,
      *    fixed columns, '*' comments:
      *      cols  1-20  field name
      *      cols 22-25  position in the payload, 1-based
      *      cols 27-30  length (at most 256)
      *      col  32     type - A text, N unsigned digits, D date
      *                  YYYYMMDD (length 8)
      *      col  34     Y required; N or blank optional
      *      col  36     K candidate key - must be unique
      *      cols 38-45  validation rule, the pipeline's own checks:
      *                    EMPID    9 digits; the check digit is
      *                             verified (IXYIDALC) and a miss is
      *                             suspect; zero/blank is a new hire
      *                             only where IDPOS points
      *                    FLAG     Y or N (9022)
      *                    LEVEL    1 to 99 (9023, 9601)
      *                    JOINDATE a valid date, not in the future
      *                             (9024, 9602, 9603)
      *                    DATE     a valid date
      *                    AMOUNT   digits (9025)
      *                    COMPANY  not numeric (9032)
      *                    EMAIL    holds an '@' (9026)
      *      cols 47-80  allowed values, separated by spaces
      *    An empty value is spaces or low-values, or zeros for an N
      *    or D field -- the pipeline reads a zero as missing.
      * c. BLDIN    - the sample, read as IXYEVBLD reads it. Every
      *    schema field, and the event key (KEYPOS/KEYLEN), is
      *    profiled: fill rate, distinct values and the most common,
      *    min/max, length spread, pattern classes (numeric, alpha,
      *    alphanumeric, text), type and rule breaks, and suspect
      *    values (placeholders, one character repeated, leading
      *    spaces, unprintable bytes, sentinel dates). Distinct
      *    values and key uniqueness are counted exactly, through
      *    SORTWK.
      * d. PRFRPT   - the build map and sample figures, a profile per
      *    field with up to four example records, the schema
      *    comparison (fields beyond the payload, overlaps, payload
      *    bytes no field covers, records IXYEVBLD would skip) and
      *    the verdict: READY, READY WITH WARNINGS or NOT READY.
      *
      * Return codes: 00 ready; 04 ready with warnings; 08 not
      * ready; 16 a bad BLDCARDS or TGTSCHEM deck, or BLDCARDS,
      * TGTSCHEM, BLDIN or PRFRPT unavailable (ERRLOG 9886) --
      * nothing profiled.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYEVPRF'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BLDIN ASSIGN TO BLDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-BLDIN-STATUS.

           SELECT BLDCARDS ASSIGN TO BLDCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CARDS-STATUS.

           SELECT TGTSCHEM ASSIGN TO TGTSCHEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SCHEMA-STATUS.

           SELECT PRFRPT ASSIGN TO PRFRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PRFRPT-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.
      * Same layout IXYEVBLD reads.
         FD BLDIN
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
                  DEPENDING ON WS-BLDIN-REC-LEN
           BLOCK  CONTAINS 40960 CHARACTERS
           DATA RECORD     IS  BUILD-INPUT-RECORD.

         01 BUILD-INPUT-RECORD      PIC X(4096).

         FD BLDCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BUILD-CARD.

         01 BUILD-CARD.
            05 BLD-CARD-KEYWORD   PIC X(06).
            05 FILLER             PIC X(01).
            05 BLD-CARD-VALUE     PIC X(73).

         01 BUILD-NUM-CARD.
            05 FILLER             PIC X(07).
            05 BLD-CARD-NUM       PIC 9(04).
            05 FILLER             PIC X(69).

         FD TGTSCHEM
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SCHEMA-CARD.

         01 SCHEMA-CARD.
            05 SCH-NAME           PIC X(20).
            05 FILLER             PIC X(01).
            05 SCH-POS            PIC X(04).
            05 SCH-POS-N REDEFINES SCH-POS
                                  PIC 9(04).
            05 FILLER             PIC X(01).
            05 SCH-LEN            PIC X(04).
            05 SCH-LEN-N REDEFINES SCH-LEN
                                  PIC 9(04).
            05 FILLER             PIC X(01).
            05 SCH-TYPE           PIC X(01).
            05 FILLER             PIC X(01).
            05 SCH-REQUIRED       PIC X(01).
            05 FILLER             PIC X(01).
            05 SCH-KEY            PIC X(01).
            05 FILLER             PIC X(01).
            05 SCH-RULE           PIC X(08).
            05 FILLER             PIC X(01).
            05 SCH-ALLOWED        PIC X(34).

         FD PRFRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PRFRPT-LINE.

         01 PRFRPT-LINE             PIC X(132).

      * One record per non-empty field value, so the values of each
      * field arrive together and in order.
         SD SORTWK
           DATA RECORD     IS  SORT-VALUE-RECORD.

         01 SORT-VALUE-RECORD.
            05 SR-FIELD-NO        PIC 9(02).
            05 SR-VALUE           PIC X(256).
            05 SR-RECORD-NO       PIC 9(09).

        WORKING-STORAGE SECTION.
         01 WS-BLDIN-STATUS     PIC X(02).
         01 WS-CARDS-STATUS     PIC X(02).
         01 WS-SCHEMA-STATUS    PIC X(02).
         01 WS-PRFRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-BLDIN-REC-LEN    PIC 9(04) BINARY.
         01 WS-TODAY-DATE       PIC 9(08) VALUE 0.

      * The field map from BLDCARDS, as IXYEVBLD takes it.
         01 WS-KEY-POS          PIC S9(9) BINARY VALUE 0.
         01 WS-KEY-LEN          PIC S9(9) BINARY VALUE 0.
         01 WS-PAY-POS          PIC S9(9) BINARY VALUE 1.
         01 WS-PAY-LEN          PIC S9(9) BINARY VALUE 0.
         01 WS-SOURCE-ID        PIC X(06) VALUE SPACES.
         01 WS-SOURCE-DSN       PIC X(44) VALUE SPACES.
         01 WS-ID-POS           PIC S9(9) BINARY VALUE 0.
         01 WS-CO-POS           PIC S9(9) BINARY VALUE 0.
         01 WS-ID-SOURCE        PIC X(08) VALUE SPACES.
         01 WS-CARD-ERR-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-SCHEMA-CARD-CNT  PIC S9(4) BINARY VALUE 0.

      * The fields profiled: the event key first when the feed is
      * keyed (its position is in the record), then the schema's
      * (positions in the payload).
         01 WS-FLD-MAX          PIC S9(4) BINARY VALUE 40.
         01 WS-FLD-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-FLD-TABLE.
            05 WS-FLD-ENTRY OCCURS 40 TIMES.
               10 WS-FLD-NAME        PIC X(20).
               10 WS-FLD-POS         PIC S9(4) BINARY.
               10 WS-FLD-LEN         PIC S9(4) BINARY.
               10 WS-FLD-TYPE        PIC X(01).
               10 WS-FLD-REQUIRED    PIC X(01).
               10 WS-FLD-KEY         PIC X(01).
               10 WS-FLD-RULE        PIC X(08).
               10 WS-FLD-ALLOWED     PIC X(36).
               10 WS-FLD-EVENT-KEY-SW PIC X(01).
                   88 WS-FLD-EVENT-KEY VALUE 'Y'.
               10 WS-FLD-OUTSIDE-SW  PIC X(01).
                   88 WS-FLD-OUTSIDE VALUE 'Y'.
               10 WS-FLD-OVERLAP     PIC S9(4) BINARY.
               10 WS-FLD-FILLED      PIC S9(9) BINARY.
               10 WS-FLD-EMPTY       PIC S9(9) BINARY.
               10 WS-FLD-SHORT       PIC S9(9) BINARY.
               10 WS-FLD-LEN-MIN     PIC S9(9) BINARY.
               10 WS-FLD-LEN-MAX     PIC S9(9) BINARY.
               10 WS-FLD-LEN-SUM     PIC S9(18) BINARY.
               10 WS-FLD-FULL        PIC S9(9) BINARY.
               10 WS-FLD-PAT-NUM     PIC S9(9) BINARY.
               10 WS-FLD-PAT-ALPHA   PIC S9(9) BINARY.
               10 WS-FLD-PAT-ALNUM   PIC S9(9) BINARY.
               10 WS-FLD-PAT-TEXT    PIC S9(9) BINARY.
               10 WS-FLD-MIN-VAL     PIC X(30).
               10 WS-FLD-MAX-VAL     PIC X(30).
               10 WS-FLD-TYPE-ERR    PIC S9(9) BINARY.
               10 WS-FLD-RULE-ERR    PIC S9(9) BINARY.
               10 WS-FLD-REQ-MISS    PIC S9(9) BINARY.
               10 WS-FLD-SUSPECT     PIC S9(9) BINARY.
               10 WS-FLD-DISTINCT    PIC S9(9) BINARY.
               10 WS-FLD-TOP-VAL     PIC X(30).
               10 WS-FLD-TOP-CNT     PIC S9(9) BINARY.
               10 WS-FLD-DUP-VALUES  PIC S9(9) BINARY.
               10 WS-FLD-DUP-RECORDS PIC S9(9) BINARY.
               10 WS-FLD-VERDICT     PIC X(04).
               10 WS-FLD-REASON      PIC X(40).
               10 WS-FLD-EX-CNT      PIC S9(4) BINARY.
               10 WS-FLD-EXAMPLE OCCURS 4 TIMES.
                  15 WS-FLD-EX-RECORD  PIC 9(09).
                  15 WS-FLD-EX-REASON  PIC X(30).
                  15 WS-FLD-EX-VALUE   PIC X(40).
         01 WS-FLD-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-FLD-IDX2         PIC S9(4) BINARY VALUE 0.
         01 WS-SCHEMA-END       PIC S9(9) BINARY VALUE 0.

      * Which field covers each payload byte -- overlaps and bytes no
      * field covers.
         01 WS-COVER-TABLE.
            05 WS-COVER-OWNER OCCURS 4096 TIMES PIC S9(4) BINARY.
         01 WS-BYTE-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-GAP-START        PIC S9(9) BINARY VALUE 0.
         01 WS-PAY-EXTENT       PIC S9(9) BINARY VALUE 0.
         01 WS-GAP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-OVERLAP-CNT      PIC S9(9) BINARY VALUE 0.

      * The record and value in hand.
         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-REC-LEN-MIN      PIC S9(9) BINARY VALUE 0.
         01 WS-REC-LEN-MAX      PIC S9(9) BINARY VALUE 0.
         01 WS-REC-PAY-LEN      PIC S9(9) BINARY VALUE 0.
         01 WS-REC-PAY-END      PIC S9(9) BINARY VALUE 0.
         01 WS-PAY-LEN-MAX      PIC S9(9) BINARY VALUE 0.
         01 WS-SKIP-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-BUILT-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-SKIP-FIRST       PIC 9(09) VALUE 0.
         01 WS-NEW-HIRE-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-ABS-POS          PIC S9(9) BINARY VALUE 0.
         01 WS-AVAIL-END        PIC S9(9) BINARY VALUE 0.
         01 WS-VAL              PIC X(256).
         01 WS-VAL-UPPER        PIC X(256).
         01 WS-VAL-LEN          PIC S9(4) BINARY VALUE 0.
         01 WS-TRIM-LEN         PIC S9(4) BINARY VALUE 0.
         01 WS-CHR              PIC X(01).
         01 WS-CHR-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-DIGIT-CNT        PIC S9(4) BINARY VALUE 0.
         01 WS-LETTER-CNT       PIC S9(4) BINARY VALUE 0.
         01 WS-SPACE-CNT        PIC S9(4) BINARY VALUE 0.
         01 WS-CONTROL-CNT      PIC S9(4) BINARY VALUE 0.
         01 WS-OTHER-CNT        PIC S9(4) BINARY VALUE 0.
         01 WS-HIT-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-DATE-WORK        PIC 9(08) VALUE 0.
         01 WS-NUM-WORK         PIC S9(18) BINARY VALUE 0.
         01 WS-PROBE            PIC X(36).
         01 WS-PROBE-LEN        PIC S9(4) BINARY VALUE 0.
         01 WS-EX-REASON        PIC X(30).
         01 WS-SUSPECT-REASON   PIC X(30).

      * The employeeId check digit -- Luhn over the 8-digit base, as
      * IXYIDALC computes it.
         01 WS-LUHN-ID          PIC 9(09).
         01 WS-LUHN-DIGITS REDEFINES WS-LUHN-ID.
            05 WS-LUHN-DIGIT OCCURS 9 TIMES PIC 9(01).
         01 WS-LUHN-SUM         PIC S9(4) BINARY VALUE 0.
         01 WS-LUHN-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-LUHN-VAL         PIC S9(4) BINARY VALUE 0.
         01 WS-LUHN-CHECK       PIC 9(01).

      * Value groups on the SORT output side.
         01 WS-GRP-FIELD        PIC 9(02) VALUE 0.
         01 WS-GRP-VALUE        PIC X(256).
         01 WS-GRP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-GRP-FIRST-REC    PIC 9(09) VALUE 0.

      * The verdict.
         01 WS-OK-CNT           PIC S9(4) BINARY VALUE 0.
         01 WS-WARN-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-FAIL-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-VERDICT          PIC X(20) VALUE SPACES.

      * PRFRPT lines.
         01 WS-EDIT-CNT         PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT2        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT3        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT4        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-POS         PIC ZZZ9.
         01 WS-EDIT-LEN         PIC ZZZ9.
         01 WS-EDIT-NO          PIC Z9.
         01 WS-PCT              PIC 9(03)V9(01) VALUE 0.
         01 WS-EDIT-PCT         PIC ZZ9.9.
         01 WS-AVG-LEN          PIC 9(04)V9(01) VALUE 0.
         01 WS-EDIT-AVG         PIC ZZZ9.9.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYEVPRF'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "NEW-FEED ONBOARDING PROFILER"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE WS-JOB-START-TS(1:8) TO WS-TODAY-DATE

           PERFORM READ-BUILD-CARDS
           PERFORM READ-SCHEMA-CARDS
           IF WS-CARD-ERR-CNT > 0
             DISPLAY "ERROR : " WS-CARD-ERR-CNT " BAD BUILD OR SCHEMA "
                     "CARD(S) - NOTHING PROFILED"
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-PROFILE-SUMMARY
             GOBACK
           END-IF
           PERFORM MAP-SCHEMA-COVERAGE

           OPEN INPUT BLDIN
           IF WS-BLDIN-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN BLDIN, FILE STATUS "
                     WS-BLDIN-STATUS
             MOVE "IXYEVPRF: UNABLE TO OPEN BLDIN" TO ERRLOG-MSG
             PERFORM ABANDON-PROFILE-RUN
           END-IF
           OPEN OUTPUT PRFRPT
           IF WS-PRFRPT-STATUS NOT = '00'
             DISPLAY "ERROR : PRFRPT NOT AVAILABLE, FILE STATUS "
                     WS-PRFRPT-STATUS
             CLOSE BLDIN
             MOVE "IXYEVPRF: PRFRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-PROFILE-RUN
           END-IF

           SORT SORTWK
                ON ASCENDING KEY SR-FIELD-NO SR-VALUE SR-RECORD-NO
                INPUT PROCEDURE IS PROFILE-SAMPLE-RECORDS
                OUTPUT PROCEDURE IS COUNT-DISTINCT-VALUES
           CLOSE BLDIN

           PERFORM WRITE-BUILD-MAP
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-CNT
             PERFORM DETERMINE-FIELD-VERDICT
             PERFORM WRITE-FIELD-PROFILE
           END-PERFORM
           PERFORM WRITE-SCHEMA-COMPARISON
           PERFORM WRITE-READINESS-VERDICT
           CLOSE PRFRPT

           EVALUATE TRUE
             WHEN WS-VERDICT = 'NOT READY'
               MOVE 8 TO RETURN-CODE
             WHEN WS-VERDICT = 'READY WITH WARNINGS'
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM DISPLAY-PROFILE-SUMMARY
           GOBACK
           .

       READ-BUILD-CARDS.
      *****************************************************************
      * The same keywords and the same checks as IXYEVBLD -- a deck
      * the builder would refuse is refused here.
      *****************************************************************
           OPEN INPUT BLDCARDS
           IF WS-CARDS-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN BLDCARDS, FILE STATUS "
                     WS-CARDS-STATUS
             MOVE "IXYEVPRF: UNABLE TO OPEN BLDCARDS" TO ERRLOG-MSG
             PERFORM ABANDON-PROFILE-RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ BLDCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF BUILD-CARD(1:1) = '*' OR BUILD-CARD = SPACES
                 CONTINUE
               ELSE
                 EVALUATE BLD-CARD-KEYWORD
                   WHEN 'KEYPOS'
                     PERFORM TAKE-NUMERIC-CARD
                     MOVE BLD-CARD-NUM TO WS-KEY-POS
                   WHEN 'KEYLEN'
                     PERFORM TAKE-NUMERIC-CARD
                     MOVE BLD-CARD-NUM TO WS-KEY-LEN
                   WHEN 'PAYPOS'
                     PERFORM TAKE-NUMERIC-CARD
                     MOVE BLD-CARD-NUM TO WS-PAY-POS
                   WHEN 'PAYLEN'
                     PERFORM TAKE-NUMERIC-CARD
                     MOVE BLD-CARD-NUM TO WS-PAY-LEN
                   WHEN 'SOURCE'
                     MOVE BLD-CARD-VALUE(1:6) TO WS-SOURCE-ID
                   WHEN 'SRCDSN'
                     MOVE BLD-CARD-VALUE(1:44) TO WS-SOURCE-DSN
                   WHEN 'IDPOS '
                     PERFORM TAKE-NUMERIC-CARD
                     MOVE BLD-CARD-NUM TO WS-ID-POS
                   WHEN 'COPOS '
                     PERFORM TAKE-NUMERIC-CARD
                     MOVE BLD-CARD-NUM TO WS-CO-POS
                   WHEN 'IDSRC '
                     MOVE BLD-CARD-VALUE(1:8) TO WS-ID-SOURCE
                   WHEN OTHER
                     DISPLAY "ERROR : UNRECOGNIZED BUILD CARD : "
                             BUILD-CARD(1:20)
                     ADD 1 TO WS-CARD-ERR-CNT
                 END-EVALUATE
               END-IF
             END-READ
           END-PERFORM
           CLOSE BLDCARDS

           IF WS-KEY-POS > 0 AND WS-KEY-LEN = 0
             DISPLAY "ERROR : KEYPOS GIVEN WITHOUT KEYLEN"
             ADD 1 TO WS-CARD-ERR-CNT
           END-IF
           IF WS-KEY-LEN > 256
             DISPLAY "ERROR : KEYLEN EXCEEDS THE 256-BYTE KEY THE "
                     "PRODUCER INTERFACE CARRIES"
             ADD 1 TO WS-CARD-ERR-CNT
           END-IF
           IF WS-PAY-POS < 1
             DISPLAY "ERROR : PAYPOS MUST BE AT LEAST 1"
             ADD 1 TO WS-CARD-ERR-CNT
           END-IF
           IF WS-ID-POS > 0 AND WS-ID-SOURCE = SPACES
             DISPLAY "ERROR : IDPOS GIVEN WITHOUT IDSRC"
             ADD 1 TO WS-CARD-ERR-CNT
           END-IF

      * A keyed feed's event key is profiled as a field of its own.
           IF WS-KEY-POS > 0 AND WS-KEY-LEN > 0 AND WS-KEY-LEN <= 256
             ADD 1 TO WS-FLD-CNT
             PERFORM CLEAR-FIELD-ENTRY
             MOVE '(EVENT KEY)' TO WS-FLD-NAME(WS-FLD-CNT)
             MOVE WS-KEY-POS    TO WS-FLD-POS(WS-FLD-CNT)
             MOVE WS-KEY-LEN    TO WS-FLD-LEN(WS-FLD-CNT)
             MOVE 'A'           TO WS-FLD-TYPE(WS-FLD-CNT)
             MOVE 'N'           TO WS-FLD-REQUIRED(WS-FLD-CNT)
             MOVE 'K'           TO WS-FLD-KEY(WS-FLD-CNT)
             SET WS-FLD-EVENT-KEY(WS-FLD-CNT) TO TRUE
           END-IF.

       TAKE-NUMERIC-CARD.
           IF BLD-CARD-NUM NOT NUMERIC
             DISPLAY "ERROR : NON-NUMERIC VALUE ON BUILD CARD : "
                     BUILD-CARD(1:20)
             ADD 1 TO WS-CARD-ERR-CNT
             MOVE 0 TO BLD-CARD-NUM
           END-IF.

       READ-SCHEMA-CARDS.
           OPEN INPUT TGTSCHEM
           IF WS-SCHEMA-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN TGTSCHEM, FILE STATUS "
                     WS-SCHEMA-STATUS
             MOVE "IXYEVPRF: UNABLE TO OPEN TGTSCHEM" TO ERRLOG-MSG
             PERFORM ABANDON-PROFILE-RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ TGTSCHEM
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF SCHEMA-CARD(1:1) = '*' OR SCHEMA-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-SCHEMA-CARD-CNT
                 PERFORM TAKE-SCHEMA-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE TGTSCHEM
           IF WS-SCHEMA-CARD-CNT = 0
             DISPLAY "ERROR : TGTSCHEM HOLDS NO FIELD CARDS"
             ADD 1 TO WS-CARD-ERR-CNT
           END-IF.

       TAKE-SCHEMA-CARD.
           MOVE SPACES TO WS-EX-REASON
           EVALUATE TRUE
             WHEN SCH-NAME = SPACES
               MOVE "NO FIELD NAME" TO WS-EX-REASON
             WHEN SCH-POS NOT NUMERIC OR SCH-POS-N = 0
               MOVE "POSITION NOT 1-9999" TO WS-EX-REASON
             WHEN SCH-LEN NOT NUMERIC OR SCH-LEN-N = 0 OR
                  SCH-LEN-N > 256
               MOVE "LENGTH NOT 1-256" TO WS-EX-REASON
             WHEN SCH-TYPE NOT = 'A' AND NOT = 'N' AND NOT = 'D'
               MOVE "TYPE NOT A, N OR D" TO WS-EX-REASON
             WHEN SCH-TYPE = 'D' AND SCH-LEN-N NOT = 8
               MOVE "A DATE IS 8 LONG" TO WS-EX-REASON
             WHEN SCH-REQUIRED NOT = 'Y' AND NOT = 'N' AND
                  NOT = SPACE
               MOVE "REQUIRED NOT Y OR N" TO WS-EX-REASON
             WHEN SCH-KEY NOT = 'K' AND NOT = SPACE
               MOVE "KEY FLAG NOT K" TO WS-EX-REASON
             WHEN SCH-RULE NOT = SPACES AND
                  SCH-RULE NOT = 'EMPID   ' AND
                  SCH-RULE NOT = 'FLAG    ' AND
                  SCH-RULE NOT = 'LEVEL   ' AND
                  SCH-RULE NOT = 'JOINDATE' AND
                  SCH-RULE NOT = 'DATE    ' AND
                  SCH-RULE NOT = 'AMOUNT  ' AND
                  SCH-RULE NOT = 'COMPANY ' AND
                  SCH-RULE NOT = 'EMAIL   '
               MOVE "UNKNOWN RULE" TO WS-EX-REASON
             WHEN (SCH-RULE = 'JOINDATE' OR SCH-RULE = 'DATE    ')
                  AND SCH-LEN-N NOT = 8
               MOVE "A DATE IS 8 LONG" TO WS-EX-REASON
             WHEN SCH-RULE = 'EMPID   ' AND SCH-LEN-N NOT = 9
               MOVE "AN EMPLOYEE ID IS 9 LONG" TO WS-EX-REASON
             WHEN WS-FLD-CNT >= WS-FLD-MAX
               MOVE "MORE THAN 40 FIELDS" TO WS-EX-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-EX-REASON NOT = SPACES
             DISPLAY "ERROR : SCHEMA CARD " WS-SCHEMA-CARD-CNT " : "
                     WS-EX-REASON " : " SCHEMA-CARD(1:30)
             ADD 1 TO WS-CARD-ERR-CNT
           ELSE
             ADD 1 TO WS-FLD-CNT
             PERFORM CLEAR-FIELD-ENTRY
             MOVE SCH-NAME  TO WS-FLD-NAME(WS-FLD-CNT)
             MOVE SCH-POS-N TO WS-FLD-POS(WS-FLD-CNT)
             MOVE SCH-LEN-N TO WS-FLD-LEN(WS-FLD-CNT)
             MOVE SCH-TYPE  TO WS-FLD-TYPE(WS-FLD-CNT)
             IF SCH-REQUIRED = 'Y'
               MOVE 'Y' TO WS-FLD-REQUIRED(WS-FLD-CNT)
             END-IF
             MOVE SCH-KEY   TO WS-FLD-KEY(WS-FLD-CNT)
             MOVE SCH-RULE  TO WS-FLD-RULE(WS-FLD-CNT)
             IF SCH-ALLOWED NOT = SPACES
               MOVE SCH-ALLOWED TO WS-FLD-ALLOWED(WS-FLD-CNT)(2:34)
             END-IF
           END-IF.

       CLEAR-FIELD-ENTRY.
           MOVE SPACES TO WS-FLD-ENTRY(WS-FLD-CNT)
           MOVE 'N' TO WS-FLD-REQUIRED(WS-FLD-CNT)
           MOVE 'N' TO WS-FLD-EVENT-KEY-SW(WS-FLD-CNT)
           MOVE 'N' TO WS-FLD-OUTSIDE-SW(WS-FLD-CNT)
           MOVE 0 TO WS-FLD-POS(WS-FLD-CNT) WS-FLD-LEN(WS-FLD-CNT)
                     WS-FLD-OVERLAP(WS-FLD-CNT)
                     WS-FLD-FILLED(WS-FLD-CNT) WS-FLD-EMPTY(WS-FLD-CNT)
                     WS-FLD-SHORT(WS-FLD-CNT)
                     WS-FLD-LEN-MIN(WS-FLD-CNT)
                     WS-FLD-LEN-MAX(WS-FLD-CNT)
                     WS-FLD-LEN-SUM(WS-FLD-CNT) WS-FLD-FULL(WS-FLD-CNT)
                     WS-FLD-PAT-NUM(WS-FLD-CNT)
                     WS-FLD-PAT-ALPHA(WS-FLD-CNT)
                     WS-FLD-PAT-ALNUM(WS-FLD-CNT)
                     WS-FLD-PAT-TEXT(WS-FLD-CNT)
                     WS-FLD-TYPE-ERR(WS-FLD-CNT)
                     WS-FLD-RULE-ERR(WS-FLD-CNT)
                     WS-FLD-REQ-MISS(WS-FLD-CNT)
                     WS-FLD-SUSPECT(WS-FLD-CNT)
                     WS-FLD-DISTINCT(WS-FLD-CNT)
                     WS-FLD-TOP-CNT(WS-FLD-CNT)
                     WS-FLD-DUP-VALUES(WS-FLD-CNT)
                     WS-FLD-DUP-RECORDS(WS-FLD-CNT)
                     WS-FLD-EX-CNT(WS-FLD-CNT).

       MAP-SCHEMA-COVERAGE.
      *****************************************************************
      * Marks the payload bytes each schema field covers. A field
      * over bytes another already holds overlaps it; with a fixed
      * PAYLEN a field ending past it can never be filled.
      *****************************************************************
           INITIALIZE WS-COVER-TABLE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-CNT
             IF NOT WS-FLD-EVENT-KEY(WS-FLD-IDX)
               COMPUTE WS-BYTE-IDX = WS-FLD-POS(WS-FLD-IDX)
                                   + WS-FLD-LEN(WS-FLD-IDX) - 1
               IF WS-BYTE-IDX > WS-SCHEMA-END
                 MOVE WS-BYTE-IDX TO WS-SCHEMA-END
               END-IF
               IF WS-PAY-LEN > 0 AND WS-BYTE-IDX > WS-PAY-LEN
                 SET WS-FLD-OUTSIDE(WS-FLD-IDX) TO TRUE
               END-IF
               PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-POS(WS-FLD-IDX)
                       BY 1 UNTIL WS-BYTE-IDX > 4096 OR
                       WS-BYTE-IDX > WS-FLD-POS(WS-FLD-IDX)
                                   + WS-FLD-LEN(WS-FLD-IDX) - 1
                 IF WS-COVER-OWNER(WS-BYTE-IDX) > 0
                   IF WS-FLD-OVERLAP(WS-FLD-IDX) = 0
                     MOVE WS-COVER-OWNER(WS-BYTE-IDX) TO
                          WS-FLD-OVERLAP(WS-FLD-IDX)
                     ADD 1 TO WS-OVERLAP-CNT
                   END-IF
                 ELSE
                   MOVE WS-FLD-IDX TO WS-COVER-OWNER(WS-BYTE-IDX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       PROFILE-SAMPLE-RECORDS.
      *****************************************************************
      * The SORT input side: every sample record is profiled field
      * by field, and each non-empty value released for counting.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ BLDIN
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-CNT
               PERFORM PROFILE-ONE-RECORD
             END-READ
           END-PERFORM.

       PROFILE-ONE-RECORD.
           IF WS-READ-CNT = 1 OR WS-BLDIN-REC-LEN < WS-REC-LEN-MIN
             MOVE WS-BLDIN-REC-LEN TO WS-REC-LEN-MIN
           END-IF
           IF WS-BLDIN-REC-LEN > WS-REC-LEN-MAX
             MOVE WS-BLDIN-REC-LEN TO WS-REC-LEN-MAX
           END-IF

      * The payload IXYEVBLD would cut, and whether it would build
      * the record at all -- the same tests as BUILD-ONE-RECORD.
           IF WS-PAY-LEN > 0
             MOVE WS-PAY-LEN TO WS-REC-PAY-LEN
           ELSE
             COMPUTE WS-REC-PAY-LEN = WS-BLDIN-REC-LEN - WS-PAY-POS
                                    + 1
           END-IF
           IF WS-REC-PAY-LEN > WS-PAY-LEN-MAX
             MOVE WS-REC-PAY-LEN TO WS-PAY-LEN-MAX
           END-IF
           IF WS-PAY-POS + WS-REC-PAY-LEN - 1 > WS-BLDIN-REC-LEN
              OR WS-REC-PAY-LEN < 1
              OR WS-REC-PAY-LEN > 4096
              OR (WS-KEY-POS > 0 AND
                  WS-KEY-POS + WS-KEY-LEN - 1 > WS-BLDIN-REC-LEN)
              OR (WS-ID-POS > 0 AND
                  WS-ID-POS + 8 > WS-BLDIN-REC-LEN)
              OR (WS-ID-POS > 0 AND WS-CO-POS > 0 AND
                  WS-CO-POS + 2 > WS-BLDIN-REC-LEN)
      * A record the builder drops is reported as such, and kept
      * out of the field figures.
             ADD 1 TO WS-SKIP-CNT
             IF WS-SKIP-FIRST = 0
               MOVE WS-READ-CNT TO WS-SKIP-FIRST
             END-IF
           ELSE
             ADD 1 TO WS-BUILT-CNT
             IF WS-ID-POS > 0
               IF BUILD-INPUT-RECORD(WS-ID-POS:9) = ZEROS OR
                  BUILD-INPUT-RECORD(WS-ID-POS:9) = SPACES
                 ADD 1 TO WS-NEW-HIRE-CNT
               END-IF
             END-IF
             PERFORM PROFILE-RECORD-FIELDS
           END-IF.

       PROFILE-RECORD-FIELDS.
      * A field can only be read where the record and its payload
      * both reach.
           COMPUTE WS-REC-PAY-END = WS-PAY-POS + WS-REC-PAY-LEN - 1
           IF WS-REC-PAY-END > WS-BLDIN-REC-LEN
             MOVE WS-BLDIN-REC-LEN TO WS-REC-PAY-END
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-CNT
             IF WS-FLD-EVENT-KEY(WS-FLD-IDX)
               MOVE WS-FLD-POS(WS-FLD-IDX) TO WS-ABS-POS
               MOVE WS-BLDIN-REC-LEN TO WS-AVAIL-END
             ELSE
               COMPUTE WS-ABS-POS = WS-PAY-POS
                                  + WS-FLD-POS(WS-FLD-IDX) - 1
               MOVE WS-REC-PAY-END TO WS-AVAIL-END
             END-IF
             MOVE WS-FLD-LEN(WS-FLD-IDX) TO WS-VAL-LEN
             IF WS-ABS-POS + WS-VAL-LEN - 1 > WS-AVAIL-END
               ADD 1 TO WS-FLD-SHORT(WS-FLD-IDX)
               IF WS-FLD-REQUIRED(WS-FLD-IDX) = 'Y'
                 ADD 1 TO WS-FLD-REQ-MISS(WS-FLD-IDX)
                 MOVE SPACES TO WS-VAL
                 MOVE "REQUIRED - RECORD TOO SHORT" TO WS-EX-REASON
                 PERFORM ADD-FIELD-EXAMPLE
               END-IF
             ELSE
               MOVE SPACES TO WS-VAL
               MOVE BUILD-INPUT-RECORD(WS-ABS-POS:WS-VAL-LEN) TO
                    WS-VAL(1:WS-VAL-LEN)
               PERFORM PROFILE-FIELD-VALUE
             END-IF
           END-PERFORM.

       PROFILE-FIELD-VALUE.
           IF WS-VAL(1:WS-VAL-LEN) = SPACES OR
              WS-VAL(1:WS-VAL-LEN) = LOW-VALUES OR
              ((WS-FLD-TYPE(WS-FLD-IDX) = 'N' OR
                WS-FLD-TYPE(WS-FLD-IDX) = 'D') AND
               WS-VAL(1:WS-VAL-LEN) = ZEROS)
             ADD 1 TO WS-FLD-EMPTY(WS-FLD-IDX)
      * A new hire's blank or zero employeeId is filled in by the
      * allocator when IXYEVBLD builds the record.
             IF WS-FLD-REQUIRED(WS-FLD-IDX) = 'Y' AND
                NOT (WS-ID-POS > 0 AND WS-ABS-POS = WS-ID-POS AND
                     NOT WS-FLD-EVENT-KEY(WS-FLD-IDX))
               ADD 1 TO WS-FLD-REQ-MISS(WS-FLD-IDX)
               MOVE "REQUIRED - EMPTY" TO WS-EX-REASON
               PERFORM ADD-FIELD-EXAMPLE
             END-IF
           ELSE
             ADD 1 TO WS-FLD-FILLED(WS-FLD-IDX)
             PERFORM MEASURE-FIELD-VALUE
             MOVE WS-FLD-IDX  TO SR-FIELD-NO
             MOVE WS-VAL      TO SR-VALUE
             MOVE WS-READ-CNT TO SR-RECORD-NO
             RELEASE SORT-VALUE-RECORD
             PERFORM CHECK-DECLARED-TYPE
             IF WS-FLD-RULE(WS-FLD-IDX) NOT = SPACES
               PERFORM APPLY-FIELD-RULE
             END-IF
             IF WS-FLD-ALLOWED(WS-FLD-IDX) NOT = SPACES
               PERFORM CHECK-ALLOWED-VALUE
             END-IF
             PERFORM CHECK-SUSPECT-VALUE
           END-IF.

       MEASURE-FIELD-VALUE.
      *****************************************************************
      * Length to the last non-blank, the character classes in it,
      * and the value's place against the field's min and max.
      *****************************************************************
           PERFORM VARYING WS-TRIM-LEN FROM WS-VAL-LEN BY -1
                   UNTIL WS-TRIM-LEN < 1 OR
                         WS-VAL(WS-TRIM-LEN:1) NOT = SPACE
             CONTINUE
           END-PERFORM
           IF WS-TRIM-LEN < 1
             MOVE 1 TO WS-TRIM-LEN
           END-IF
           IF WS-FLD-FILLED(WS-FLD-IDX) = 1 OR
              WS-TRIM-LEN < WS-FLD-LEN-MIN(WS-FLD-IDX)
             MOVE WS-TRIM-LEN TO WS-FLD-LEN-MIN(WS-FLD-IDX)
           END-IF
           IF WS-TRIM-LEN > WS-FLD-LEN-MAX(WS-FLD-IDX)
             MOVE WS-TRIM-LEN TO WS-FLD-LEN-MAX(WS-FLD-IDX)
           END-IF
           ADD WS-TRIM-LEN TO WS-FLD-LEN-SUM(WS-FLD-IDX)
           IF WS-TRIM-LEN = WS-VAL-LEN
             ADD 1 TO WS-FLD-FULL(WS-FLD-IDX)
           END-IF

           MOVE 0 TO WS-DIGIT-CNT WS-LETTER-CNT WS-SPACE-CNT
                     WS-CONTROL-CNT WS-OTHER-CNT
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-TRIM-LEN
             MOVE WS-VAL(WS-CHR-IDX:1) TO WS-CHR
             EVALUATE TRUE
               WHEN WS-CHR IS NUMERIC
                 ADD 1 TO WS-DIGIT-CNT
               WHEN WS-CHR = SPACE
                 ADD 1 TO WS-SPACE-CNT
               WHEN WS-CHR IS ALPHABETIC
                 ADD 1 TO WS-LETTER-CNT
               WHEN WS-CHR < SPACE
                 ADD 1 TO WS-CONTROL-CNT
               WHEN OTHER
                 ADD 1 TO WS-OTHER-CNT
             END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-DIGIT-CNT = WS-TRIM-LEN
               ADD 1 TO WS-FLD-PAT-NUM(WS-FLD-IDX)
             WHEN WS-OTHER-CNT > 0 OR WS-CONTROL-CNT > 0
               ADD 1 TO WS-FLD-PAT-TEXT(WS-FLD-IDX)
             WHEN WS-DIGIT-CNT = 0
               ADD 1 TO WS-FLD-PAT-ALPHA(WS-FLD-IDX)
             WHEN OTHER
               ADD 1 TO WS-FLD-PAT-ALNUM(WS-FLD-IDX)
           END-EVALUATE

           IF WS-FLD-FILLED(WS-FLD-IDX) = 1
             MOVE WS-VAL(1:30) TO WS-FLD-MIN-VAL(WS-FLD-IDX)
             MOVE WS-VAL(1:30) TO WS-FLD-MAX-VAL(WS-FLD-IDX)
           ELSE
             IF WS-VAL(1:30) < WS-FLD-MIN-VAL(WS-FLD-IDX)
               MOVE WS-VAL(1:30) TO WS-FLD-MIN-VAL(WS-FLD-IDX)
             END-IF
             IF WS-VAL(1:30) > WS-FLD-MAX-VAL(WS-FLD-IDX)
               MOVE WS-VAL(1:30) TO WS-FLD-MAX-VAL(WS-FLD-IDX)
             END-IF
           END-IF.

       CHECK-DECLARED-TYPE.
           MOVE SPACES TO WS-EX-REASON
           EVALUATE WS-FLD-TYPE(WS-FLD-IDX)
             WHEN 'N'
               IF WS-VAL(1:WS-VAL-LEN) NOT NUMERIC
                 MOVE "TYPE N - NOT ALL DIGITS" TO WS-EX-REASON
               END-IF
             WHEN 'D'
               IF WS-VAL(1:8) NOT NUMERIC
                 MOVE "TYPE D - NOT YYYYMMDD" TO WS-EX-REASON
               ELSE
                 MOVE WS-VAL(1:8) TO WS-DATE-WORK
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                   MOVE "TYPE D - NOT A VALID DATE" TO WS-EX-REASON
                 END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-EX-REASON NOT = SPACES
             ADD 1 TO WS-FLD-TYPE-ERR(WS-FLD-IDX)
             PERFORM ADD-FIELD-EXAMPLE
           END-IF.

       APPLY-FIELD-RULE.
      *****************************************************************
      * The checks the pipeline itself makes -- IXYPAV31's
      * VALIDATE-EMPLOYEE-RECORD, the IXYBIZCK business checks and
      * the IXYIDALC check digit -- so a break found here is a record
      * the pipeline would refuse.
      *****************************************************************
           MOVE SPACES TO WS-EX-REASON
           EVALUATE WS-FLD-RULE(WS-FLD-IDX)
             WHEN 'EMPID   '
               IF WS-VAL(1:9) NOT NUMERIC
                 MOVE "EMPLOYEE ID NOT 9 DIGITS" TO WS-EX-REASON
               ELSE
                 PERFORM VERIFY-CHECK-DIGIT
               END-IF
             WHEN 'FLAG    '
               IF WS-VAL(1:WS-VAL-LEN) NOT = 'Y' AND
                  WS-VAL(1:WS-VAL-LEN) NOT = 'N'
                 MOVE "NOT Y OR N (9022)" TO WS-EX-REASON
               END-IF
             WHEN 'LEVEL   '
               IF WS-VAL(1:WS-VAL-LEN) NOT NUMERIC
                 MOVE "LEVEL NOT NUMERIC (9601)" TO WS-EX-REASON
               ELSE
                 COMPUTE WS-NUM-WORK =
                         FUNCTION NUMVAL(WS-VAL(1:WS-VAL-LEN))
                 IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 99
                   MOVE "LEVEL NOT 1-99 (9601)" TO WS-EX-REASON
                 END-IF
               END-IF
             WHEN 'JOINDATE'
               IF WS-VAL(1:8) NOT NUMERIC
                 MOVE "NOT A VALID DATE (9603)" TO WS-EX-REASON
               ELSE
                 MOVE WS-VAL(1:8) TO WS-DATE-WORK
                 EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK)
                        NOT = 0
                     MOVE "NOT A VALID DATE (9603)" TO WS-EX-REASON
                   WHEN WS-DATE-WORK > WS-TODAY-DATE
                     MOVE "DATE IN THE FUTURE (9602)" TO WS-EX-REASON
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
             WHEN 'DATE    '
               IF WS-VAL(1:8) NOT NUMERIC
                 MOVE "NOT A VALID DATE" TO WS-EX-REASON
               ELSE
                 MOVE WS-VAL(1:8) TO WS-DATE-WORK
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                   MOVE "NOT A VALID DATE" TO WS-EX-REASON
                 END-IF
               END-IF
             WHEN 'AMOUNT  '
               IF WS-VAL(1:WS-VAL-LEN) NOT NUMERIC
                 MOVE "AMOUNT NOT NUMERIC (9025)" TO WS-EX-REASON
               END-IF
             WHEN 'COMPANY '
               IF WS-VAL(1:WS-VAL-LEN) IS NUMERIC
                 MOVE "COMPANY CODE NUMERIC (9032)" TO WS-EX-REASON
               END-IF
             WHEN 'EMAIL   '
               MOVE 0 TO WS-HIT-CNT
               INSPECT WS-VAL(1:WS-VAL-LEN) TALLYING WS-HIT-CNT
                       FOR ALL '@'
               IF WS-HIT-CNT = 0
                 MOVE "EMAIL MISSING @ (9026)" TO WS-EX-REASON
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-EX-REASON NOT = SPACES
             ADD 1 TO WS-FLD-RULE-ERR(WS-FLD-IDX)
             PERFORM ADD-FIELD-EXAMPLE
           END-IF.

       VERIFY-CHECK-DIGIT.
      *****************************************************************
      * Employees numbered before the allocator carry no check digit,
      * so a miss is suspect, not a break.
      *****************************************************************
           MOVE WS-VAL(1:9) TO WS-LUHN-ID
           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-IDX FROM 8 BY -1
                   UNTIL WS-LUHN-IDX < 1
             MOVE WS-LUHN-DIGIT(WS-LUHN-IDX) TO WS-LUHN-VAL
             IF FUNCTION MOD(8 - WS-LUHN-IDX, 2) = 0
               COMPUTE WS-LUHN-VAL = WS-LUHN-VAL * 2
               IF WS-LUHN-VAL > 9
                 SUBTRACT 9 FROM WS-LUHN-VAL
               END-IF
             END-IF
             ADD WS-LUHN-VAL TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-LUHN-CHECK =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
           IF WS-LUHN-CHECK NOT = WS-LUHN-DIGIT(9)
             ADD 1 TO WS-FLD-SUSPECT(WS-FLD-IDX)
             MOVE "CHECK DIGIT DOES NOT VERIFY" TO WS-SUSPECT-REASON
             MOVE WS-SUSPECT-REASON TO WS-EX-REASON
             PERFORM ADD-FIELD-EXAMPLE
             MOVE SPACES TO WS-EX-REASON
           END-IF.

       CHECK-ALLOWED-VALUE.
           MOVE 0 TO WS-HIT-CNT
           IF WS-VAL(1:1) NOT = SPACE AND WS-TRIM-LEN <= 34
             MOVE SPACES TO WS-PROBE
             MOVE WS-VAL(1:WS-TRIM-LEN) TO WS-PROBE(2:WS-TRIM-LEN)
             COMPUTE WS-PROBE-LEN = WS-TRIM-LEN + 2
             INSPECT WS-FLD-ALLOWED(WS-FLD-IDX) TALLYING WS-HIT-CNT
                     FOR ALL WS-PROBE(1:WS-PROBE-LEN)
           END-IF
           IF WS-HIT-CNT = 0
             ADD 1 TO WS-FLD-RULE-ERR(WS-FLD-IDX)
             MOVE "NOT AN ALLOWED VALUE" TO WS-EX-REASON
             PERFORM ADD-FIELD-EXAMPLE
           END-IF.

       CHECK-SUSPECT-VALUE.
      *****************************************************************
      * Values that pass every check yet are unlikely to be real --
      * the first reason found is the one counted.
      *****************************************************************
           MOVE SPACES TO WS-SUSPECT-REASON
           MOVE FUNCTION UPPER-CASE(WS-VAL(1:WS-TRIM-LEN)) TO
                WS-VAL-UPPER
           MOVE WS-VAL(1:1) TO WS-CHR
           MOVE 0 TO WS-HIT-CNT
           INSPECT WS-VAL(1:WS-TRIM-LEN) TALLYING WS-HIT-CNT
                   FOR ALL WS-CHR
           EVALUATE TRUE
             WHEN WS-CONTROL-CNT > 0
               MOVE "UNPRINTABLE CHARACTERS" TO WS-SUSPECT-REASON
             WHEN WS-VAL(1:1) = SPACE
               MOVE "LEADING SPACES" TO WS-SUSPECT-REASON
             WHEN WS-VAL-UPPER = 'TEST' OR 'DUMMY' OR 'N/A' OR 'NA'
                  OR 'NULL' OR 'NONE' OR 'UNKNOWN' OR 'TBD' OR '?'
                  OR '-' OR '.'
               MOVE "PLACEHOLDER VALUE" TO WS-SUSPECT-REASON
             WHEN WS-TRIM-LEN >= 3 AND WS-HIT-CNT = WS-TRIM-LEN
               MOVE "ONE CHARACTER REPEATED" TO WS-SUSPECT-REASON
             WHEN (WS-FLD-TYPE(WS-FLD-IDX) = 'D' OR
                   WS-FLD-RULE(WS-FLD-IDX) = 'JOINDATE' OR
                   WS-FLD-RULE(WS-FLD-IDX) = 'DATE    ') AND
                  (WS-VAL(1:8) = '19000101' OR '18991231' OR
                   '00010101' OR '99991231')
               MOVE "SENTINEL DATE" TO WS-SUSPECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-SUSPECT-REASON NOT = SPACES
             ADD 1 TO WS-FLD-SUSPECT(WS-FLD-IDX)
             MOVE WS-SUSPECT-REASON TO WS-EX-REASON
             PERFORM ADD-FIELD-EXAMPLE
           END-IF.

       ADD-FIELD-EXAMPLE.
           IF WS-FLD-EX-CNT(WS-FLD-IDX) < 4
             ADD 1 TO WS-FLD-EX-CNT(WS-FLD-IDX)
             MOVE WS-FLD-EX-CNT(WS-FLD-IDX) TO WS-FLD-IDX2
             MOVE WS-READ-CNT  TO WS-FLD-EX-RECORD(WS-FLD-IDX,
                                                   WS-FLD-IDX2)
             MOVE WS-EX-REASON TO WS-FLD-EX-REASON(WS-FLD-IDX,
                                                   WS-FLD-IDX2)
             MOVE WS-VAL(1:40) TO WS-FLD-EX-VALUE(WS-FLD-IDX,
                                                  WS-FLD-IDX2)
           END-IF.

       COUNT-DISTINCT-VALUES.
      *****************************************************************
      * The SORT output side: each run of one value within a field is
      * one distinct value; on a candidate key, a run of more than one
      * is a key that is not unique.
      *****************************************************************
           MOVE 0 TO WS-GRP-CNT
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-GRP-CNT > 0 AND
                  SR-FIELD-NO = WS-GRP-FIELD AND
                  SR-VALUE = WS-GRP-VALUE
                 ADD 1 TO WS-GRP-CNT
               ELSE
                 IF WS-GRP-CNT > 0
                   PERFORM CLOSE-VALUE-GROUP
                 END-IF
                 MOVE SR-FIELD-NO  TO WS-GRP-FIELD
                 MOVE SR-VALUE     TO WS-GRP-VALUE
                 MOVE SR-RECORD-NO TO WS-GRP-FIRST-REC
                 MOVE 1 TO WS-GRP-CNT
               END-IF
             END-RETURN
           END-PERFORM
           IF WS-GRP-CNT > 0
             PERFORM CLOSE-VALUE-GROUP
           END-IF.

       CLOSE-VALUE-GROUP.
           MOVE WS-GRP-FIELD TO WS-FLD-IDX
           ADD 1 TO WS-FLD-DISTINCT(WS-FLD-IDX)
           IF WS-GRP-CNT > WS-FLD-TOP-CNT(WS-FLD-IDX)
             MOVE WS-GRP-CNT        TO WS-FLD-TOP-CNT(WS-FLD-IDX)
             MOVE WS-GRP-VALUE(1:30) TO WS-FLD-TOP-VAL(WS-FLD-IDX)
           END-IF
           IF WS-GRP-CNT > 1 AND WS-FLD-KEY(WS-FLD-IDX) = 'K'
             ADD 1 TO WS-FLD-DUP-VALUES(WS-FLD-IDX)
             ADD WS-GRP-CNT TO WS-FLD-DUP-RECORDS(WS-FLD-IDX)
             MOVE WS-GRP-CNT TO WS-EDIT-CNT
             MOVE SPACES TO WS-EX-REASON
             STRING "KEY REPEATS ON " FUNCTION TRIM(WS-EDIT-CNT)
                    " RECORDS" DELIMITED BY SIZE INTO WS-EX-REASON
             MOVE WS-GRP-VALUE TO WS-VAL
             MOVE WS-READ-CNT TO WS-NUM-WORK
             MOVE WS-GRP-FIRST-REC TO WS-READ-CNT
             PERFORM ADD-FIELD-EXAMPLE
             MOVE WS-NUM-WORK TO WS-READ-CNT
           END-IF.

       DETERMINE-FIELD-VERDICT.
           MOVE 'OK  ' TO WS-FLD-VERDICT(WS-FLD-IDX)
           MOVE SPACES TO WS-FLD-REASON(WS-FLD-IDX)
           EVALUATE TRUE
             WHEN WS-FLD-OUTSIDE(WS-FLD-IDX)
               MOVE 'FAIL' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "ENDS BEYOND THE PAYLOAD"
                                     TO WS-FLD-REASON(WS-FLD-IDX)
             WHEN WS-FLD-REQ-MISS(WS-FLD-IDX) > 0
               MOVE 'FAIL' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "REQUIRED BUT EMPTY OR MISSING"
                                     TO WS-FLD-REASON(WS-FLD-IDX)
             WHEN WS-FLD-TYPE-ERR(WS-FLD-IDX) > 0
               MOVE 'FAIL' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "VALUES DO NOT MATCH THE DECLARED TYPE"
                                     TO WS-FLD-REASON(WS-FLD-IDX)
             WHEN WS-FLD-RULE-ERR(WS-FLD-IDX) > 0
               MOVE 'FAIL' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "VALUES BREAK THE VALIDATION RULE"
                                     TO WS-FLD-REASON(WS-FLD-IDX)
             WHEN WS-FLD-DUP-VALUES(WS-FLD-IDX) > 0 AND
                  NOT WS-FLD-EVENT-KEY(WS-FLD-IDX)
               MOVE 'FAIL' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "CANDIDATE KEY IS NOT UNIQUE"
                                     TO WS-FLD-REASON(WS-FLD-IDX)
             WHEN WS-FLD-SUSPECT(WS-FLD-IDX) > 0
               MOVE 'WARN' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "SUSPECT VALUES" TO WS-FLD-REASON(WS-FLD-IDX)
      * Several events for one key is an ordinary change feed; it is
      * shown so the owner can confirm it.
             WHEN WS-FLD-DUP-VALUES(WS-FLD-IDX) > 0
               MOVE 'WARN' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "EVENT KEYS REPEAT IN THE SAMPLE"
                                     TO WS-FLD-REASON(WS-FLD-IDX)
             WHEN WS-FLD-KEY(WS-FLD-IDX) = 'K' AND
                  (WS-FLD-EMPTY(WS-FLD-IDX) > 0 OR
                   WS-FLD-SHORT(WS-FLD-IDX) > 0)
               MOVE 'WARN' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "EMPTY KEY VALUES" TO WS-FLD-REASON(WS-FLD-IDX)
             WHEN WS-FLD-FILLED(WS-FLD-IDX) * 2 < WS-BUILT-CNT
               MOVE 'WARN' TO WS-FLD-VERDICT(WS-FLD-IDX)
               MOVE "MOSTLY EMPTY" TO WS-FLD-REASON(WS-FLD-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           EVALUATE WS-FLD-VERDICT(WS-FLD-IDX)
             WHEN 'FAIL'
               ADD 1 TO WS-FAIL-CNT
             WHEN 'WARN'
               ADD 1 TO WS-WARN-CNT
             WHEN OTHER
               ADD 1 TO WS-OK-CNT
           END-EVALUATE.

       WRITE-BUILD-MAP.
           MOVE SPACES TO PRFRPT-LINE
           STRING "  NEW-FEED ONBOARDING PROFILE AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE SPACES TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE "  BUILD MAP AND SAMPLE" TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE ALL "-" TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE WS-KEY-POS TO WS-EDIT-CNT
           MOVE WS-KEY-LEN TO WS-EDIT-CNT2
           MOVE WS-PAY-POS TO WS-EDIT-CNT3
           MOVE WS-PAY-LEN TO WS-EDIT-CNT4
           MOVE SPACES TO PRFRPT-LINE
           STRING "  KEYPOS " FUNCTION TRIM(WS-EDIT-CNT)
                  "  KEYLEN " FUNCTION TRIM(WS-EDIT-CNT2)
                  "  PAYPOS " FUNCTION TRIM(WS-EDIT-CNT3)
                  "  PAYLEN " FUNCTION TRIM(WS-EDIT-CNT4)
                  "  SOURCE '" WS-SOURCE-ID "'"
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE
           IF WS-ID-POS > 0
             MOVE WS-ID-POS TO WS-EDIT-CNT
             MOVE WS-CO-POS TO WS-EDIT-CNT2
             MOVE SPACES TO PRFRPT-LINE
             STRING "  IDPOS " FUNCTION TRIM(WS-EDIT-CNT)
                    "  COPOS " FUNCTION TRIM(WS-EDIT-CNT2)
                    "  IDSRC '" WS-ID-SOURCE "'"
                    DELIMITED BY SIZE INTO PRFRPT-LINE
             WRITE PRFRPT-LINE
           END-IF
           MOVE WS-READ-CNT TO WS-EDIT-CNT
           MOVE WS-REC-LEN-MIN TO WS-EDIT-CNT2
           MOVE WS-REC-LEN-MAX TO WS-EDIT-CNT3
           MOVE SPACES TO PRFRPT-LINE
           STRING "  SAMPLE RECORDS " FUNCTION TRIM(WS-EDIT-CNT)
                  "  SHORTEST " FUNCTION TRIM(WS-EDIT-CNT2)
                  "  LONGEST " FUNCTION TRIM(WS-EDIT-CNT3)
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE WS-BUILT-CNT TO WS-EDIT-CNT
           MOVE WS-SKIP-CNT TO WS-EDIT-CNT2
           MOVE WS-NEW-HIRE-CNT TO WS-EDIT-CNT3
           MOVE SPACES TO PRFRPT-LINE
           STRING "  IXYEVBLD WOULD BUILD " FUNCTION TRIM(WS-EDIT-CNT)
                  "  SKIP " FUNCTION TRIM(WS-EDIT-CNT2)
                  "  NEW HIRES (ID TO BE ALLOCATED) "
                  FUNCTION TRIM(WS-EDIT-CNT3)
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE SPACES TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE "  FIELD PROFILE" TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE ALL "-" TO PRFRPT-LINE
           WRITE PRFRPT-LINE.

       WRITE-FIELD-PROFILE.
           MOVE WS-FLD-IDX TO WS-EDIT-NO
           MOVE WS-FLD-POS(WS-FLD-IDX) TO WS-EDIT-POS
           MOVE WS-FLD-LEN(WS-FLD-IDX) TO WS-EDIT-LEN
           MOVE SPACES TO PRFRPT-LINE
           IF WS-FLD-EVENT-KEY(WS-FLD-IDX)
             STRING "  " WS-EDIT-NO ". " WS-FLD-NAME(WS-FLD-IDX)
                    " RECORD POS " WS-EDIT-POS " LEN " WS-EDIT-LEN
                    "  CANDIDATE KEY"
                    DELIMITED BY SIZE INTO PRFRPT-LINE
           ELSE
             STRING "  " WS-EDIT-NO ". " WS-FLD-NAME(WS-FLD-IDX)
                    " POS " WS-EDIT-POS " LEN " WS-EDIT-LEN
                    "  TYPE " WS-FLD-TYPE(WS-FLD-IDX)
                    "  REQUIRED " WS-FLD-REQUIRED(WS-FLD-IDX)
                    "  KEY " WS-FLD-KEY(WS-FLD-IDX)
                    "  RULE " WS-FLD-RULE(WS-FLD-IDX)
                    "  ALLOWED" WS-FLD-ALLOWED(WS-FLD-IDX)
                    DELIMITED BY SIZE INTO PRFRPT-LINE
           END-IF
           WRITE PRFRPT-LINE

           MOVE 0 TO WS-PCT
           IF WS-BUILT-CNT > 0
             COMPUTE WS-PCT ROUNDED =
                     WS-FLD-FILLED(WS-FLD-IDX) * 100 / WS-BUILT-CNT
           END-IF
           MOVE WS-PCT TO WS-EDIT-PCT
           MOVE WS-FLD-FILLED(WS-FLD-IDX)   TO WS-EDIT-CNT
           MOVE WS-FLD-EMPTY(WS-FLD-IDX)    TO WS-EDIT-CNT2
           MOVE WS-FLD-SHORT(WS-FLD-IDX)    TO WS-EDIT-CNT3
           MOVE WS-FLD-DISTINCT(WS-FLD-IDX) TO WS-EDIT-CNT4
           MOVE SPACES TO PRFRPT-LINE
           STRING "      FILLED " FUNCTION TRIM(WS-EDIT-CNT)
                  " (" FUNCTION TRIM(WS-EDIT-PCT) "%)"
                  "  EMPTY " FUNCTION TRIM(WS-EDIT-CNT2)
                  "  RECORD TOO SHORT " FUNCTION TRIM(WS-EDIT-CNT3)
                  "  DISTINCT " FUNCTION TRIM(WS-EDIT-CNT4)
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE

           IF WS-FLD-FILLED(WS-FLD-IDX) > 0
             COMPUTE WS-AVG-LEN ROUNDED = WS-FLD-LEN-SUM(WS-FLD-IDX)
                                        / WS-FLD-FILLED(WS-FLD-IDX)
             MOVE WS-AVG-LEN TO WS-EDIT-AVG
             MOVE WS-FLD-LEN-MIN(WS-FLD-IDX) TO WS-EDIT-CNT
             MOVE WS-FLD-LEN-MAX(WS-FLD-IDX) TO WS-EDIT-CNT2
             MOVE WS-FLD-FULL(WS-FLD-IDX)    TO WS-EDIT-CNT3
             MOVE SPACES TO PRFRPT-LINE
             STRING "      LENGTH MIN " FUNCTION TRIM(WS-EDIT-CNT)
                    "  MAX " FUNCTION TRIM(WS-EDIT-CNT2)
                    "  AVERAGE " FUNCTION TRIM(WS-EDIT-AVG)
                    "  FULL WIDTH " FUNCTION TRIM(WS-EDIT-CNT3)
                    DELIMITED BY SIZE INTO PRFRPT-LINE
             WRITE PRFRPT-LINE

             MOVE WS-FLD-PAT-NUM(WS-FLD-IDX)   TO WS-EDIT-CNT
             MOVE WS-FLD-PAT-ALPHA(WS-FLD-IDX) TO WS-EDIT-CNT2
             MOVE WS-FLD-PAT-ALNUM(WS-FLD-IDX) TO WS-EDIT-CNT3
             MOVE WS-FLD-PAT-TEXT(WS-FLD-IDX)  TO WS-EDIT-CNT4
             MOVE SPACES TO PRFRPT-LINE
             STRING "      PATTERNS NUMERIC " FUNCTION TRIM(WS-EDIT-CNT)
                    "  ALPHA " FUNCTION TRIM(WS-EDIT-CNT2)
                    "  ALPHANUMERIC " FUNCTION TRIM(WS-EDIT-CNT3)
                    "  OTHER TEXT " FUNCTION TRIM(WS-EDIT-CNT4)
                    DELIMITED BY SIZE INTO PRFRPT-LINE
             WRITE PRFRPT-LINE

             MOVE SPACES TO PRFRPT-LINE
             STRING "      MIN '"
                    FUNCTION TRIM(WS-FLD-MIN-VAL(WS-FLD-IDX) TRAILING)
                    "'  MAX '"
                    FUNCTION TRIM(WS-FLD-MAX-VAL(WS-FLD-IDX) TRAILING)
                    "'"
                    DELIMITED BY SIZE INTO PRFRPT-LINE
             WRITE PRFRPT-LINE

             MOVE WS-FLD-TOP-CNT(WS-FLD-IDX) TO WS-EDIT-CNT
             MOVE SPACES TO PRFRPT-LINE
             STRING "      MOST COMMON '"
                    FUNCTION TRIM(WS-FLD-TOP-VAL(WS-FLD-IDX) TRAILING)
                    "' ON " FUNCTION TRIM(WS-EDIT-CNT) " RECORDS"
                    DELIMITED BY SIZE INTO PRFRPT-LINE
             WRITE PRFRPT-LINE
           END-IF

           MOVE WS-FLD-TYPE-ERR(WS-FLD-IDX) TO WS-EDIT-CNT
           MOVE WS-FLD-RULE-ERR(WS-FLD-IDX) TO WS-EDIT-CNT2
           MOVE WS-FLD-REQ-MISS(WS-FLD-IDX) TO WS-EDIT-CNT3
           MOVE WS-FLD-SUSPECT(WS-FLD-IDX)  TO WS-EDIT-CNT4
           MOVE SPACES TO PRFRPT-LINE
           STRING "      TYPE BREAKS " FUNCTION TRIM(WS-EDIT-CNT)
                  "  RULE BREAKS " FUNCTION TRIM(WS-EDIT-CNT2)
                  "  REQUIRED MISSING " FUNCTION TRIM(WS-EDIT-CNT3)
                  "  SUSPECT " FUNCTION TRIM(WS-EDIT-CNT4)
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE
           IF WS-FLD-KEY(WS-FLD-IDX) = 'K'
             MOVE WS-FLD-DUP-VALUES(WS-FLD-IDX)  TO WS-EDIT-CNT
             MOVE WS-FLD-DUP-RECORDS(WS-FLD-IDX) TO WS-EDIT-CNT2
             MOVE SPACES TO PRFRPT-LINE
             IF WS-FLD-DUP-VALUES(WS-FLD-IDX) = 0
               MOVE "      KEY UNIQUE IN THE SAMPLE" TO PRFRPT-LINE
             ELSE
               STRING "      KEY NOT UNIQUE - "
                      FUNCTION TRIM(WS-EDIT-CNT) " VALUES REPEAT, ON "
                      FUNCTION TRIM(WS-EDIT-CNT2) " RECORDS"
                      DELIMITED BY SIZE INTO PRFRPT-LINE
             END-IF
             WRITE PRFRPT-LINE
           END-IF

           PERFORM VARYING WS-FLD-IDX2 FROM 1 BY 1
                   UNTIL WS-FLD-IDX2 > WS-FLD-EX-CNT(WS-FLD-IDX)
             MOVE SPACES TO PRFRPT-LINE
             STRING "      RECORD "
                    WS-FLD-EX-RECORD(WS-FLD-IDX, WS-FLD-IDX2) "  "
                    WS-FLD-EX-REASON(WS-FLD-IDX, WS-FLD-IDX2) "  '"
                    FUNCTION TRIM(WS-FLD-EX-VALUE(WS-FLD-IDX,
                                  WS-FLD-IDX2) TRAILING) "'"
                    DELIMITED BY SIZE INTO PRFRPT-LINE
             WRITE PRFRPT-LINE
           END-PERFORM

           MOVE SPACES TO PRFRPT-LINE
           STRING "      FIELD VERDICT : " WS-FLD-VERDICT(WS-FLD-IDX)
                  "  " WS-FLD-REASON(WS-FLD-IDX)
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE SPACES TO PRFRPT-LINE
           WRITE PRFRPT-LINE.

       WRITE-SCHEMA-COMPARISON.
      *****************************************************************
      * The schema against the build map and the sample: fields the
      * payload cannot hold, fields sharing bytes, payload bytes no
      * field describes, and records the builder would drop.
      *****************************************************************
           MOVE "  SCHEMA COMPARISON" TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE ALL "-" TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-CNT
             IF WS-FLD-OUTSIDE(WS-FLD-IDX)
               COMPUTE WS-BYTE-IDX = WS-FLD-POS(WS-FLD-IDX)
                                   + WS-FLD-LEN(WS-FLD-IDX) - 1
               MOVE WS-BYTE-IDX TO WS-EDIT-CNT
               MOVE WS-PAY-LEN TO WS-EDIT-CNT2
               MOVE SPACES TO PRFRPT-LINE
               STRING "    FAIL : " WS-FLD-NAME(WS-FLD-IDX)
                      " ENDS AT BYTE " FUNCTION TRIM(WS-EDIT-CNT)
                      ", BEYOND THE " FUNCTION TRIM(WS-EDIT-CNT2)
                      "-BYTE PAYLOAD (PAYLEN)"
                      DELIMITED BY SIZE INTO PRFRPT-LINE
               WRITE PRFRPT-LINE
             END-IF
             IF WS-FLD-OVERLAP(WS-FLD-IDX) > 0
               MOVE WS-FLD-OVERLAP(WS-FLD-IDX) TO WS-FLD-IDX2
               MOVE SPACES TO PRFRPT-LINE
               STRING "    WARN : " WS-FLD-NAME(WS-FLD-IDX)
                      " OVERLAPS " WS-FLD-NAME(WS-FLD-IDX2)
                      DELIMITED BY SIZE INTO PRFRPT-LINE
               WRITE PRFRPT-LINE
             END-IF
           END-PERFORM

      * Bytes no field covers, up to the payload's length -- PAYLEN,
      * or the longest payload in the sample when PAYLEN is 0.
           IF WS-PAY-LEN > 0
             MOVE WS-PAY-LEN TO WS-PAY-EXTENT
           ELSE
             MOVE WS-PAY-LEN-MAX TO WS-PAY-EXTENT
           END-IF
           IF WS-PAY-EXTENT > 4096
             MOVE 4096 TO WS-PAY-EXTENT
           END-IF
           MOVE 0 TO WS-GAP-START
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-PAY-EXTENT
             IF WS-COVER-OWNER(WS-BYTE-IDX) = 0
               IF WS-GAP-START = 0
                 MOVE WS-BYTE-IDX TO WS-GAP-START
               END-IF
             ELSE
               IF WS-GAP-START > 0
                 PERFORM WRITE-PAYLOAD-GAP
               END-IF
             END-IF
           END-PERFORM
           IF WS-GAP-START > 0
             PERFORM WRITE-PAYLOAD-GAP
           END-IF

           IF WS-SKIP-CNT > 0
             MOVE WS-SKIP-CNT TO WS-EDIT-CNT
             MOVE WS-READ-CNT TO WS-EDIT-CNT2
             MOVE SPACES TO PRFRPT-LINE
             STRING "    FAIL : " FUNCTION TRIM(WS-EDIT-CNT) " OF "
                    FUNCTION TRIM(WS-EDIT-CNT2)
                    " RECORDS ARE TOO SHORT FOR THE BUILD MAP - "
                    "IXYEVBLD WOULD SKIP THEM (FIRST IS RECORD "
                    WS-SKIP-FIRST ")"
                    DELIMITED BY SIZE INTO PRFRPT-LINE
             WRITE PRFRPT-LINE
           END-IF
           IF WS-READ-CNT = 0
             MOVE "    FAIL : THE SAMPLE IS EMPTY" TO PRFRPT-LINE
             WRITE PRFRPT-LINE
           END-IF
           IF WS-SKIP-CNT = 0 AND WS-READ-CNT > 0 AND
              WS-GAP-CNT = 0 AND WS-OVERLAP-CNT = 0
             MOVE "    THE SCHEMA COVERS THE PAYLOAD EXACTLY"
                                                 TO PRFRPT-LINE
             WRITE PRFRPT-LINE
           END-IF
           MOVE SPACES TO PRFRPT-LINE
           WRITE PRFRPT-LINE.

       WRITE-PAYLOAD-GAP.
           ADD 1 TO WS-GAP-CNT
           MOVE WS-GAP-START TO WS-EDIT-CNT
           COMPUTE WS-NUM-WORK = WS-BYTE-IDX - 1
           MOVE WS-NUM-WORK TO WS-EDIT-CNT2
           MOVE SPACES TO PRFRPT-LINE
           STRING "    WARN : PAYLOAD BYTES " FUNCTION TRIM(WS-EDIT-CNT)
                  "-" FUNCTION TRIM(WS-EDIT-CNT2)
                  " ARE NOT IN THE SCHEMA"
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE 0 TO WS-GAP-START.

       WRITE-READINESS-VERDICT.
           EVALUATE TRUE
             WHEN WS-FAIL-CNT > 0 OR WS-SKIP-CNT > 0 OR
                  WS-READ-CNT = 0
               MOVE 'NOT READY' TO WS-VERDICT
             WHEN WS-WARN-CNT > 0 OR WS-GAP-CNT > 0 OR
                  WS-OVERLAP-CNT > 0
               MOVE 'READY WITH WARNINGS' TO WS-VERDICT
             WHEN OTHER
               MOVE 'READY' TO WS-VERDICT
           END-EVALUATE

           MOVE "  READINESS VERDICT" TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE ALL "-" TO PRFRPT-LINE
           WRITE PRFRPT-LINE
           MOVE WS-OK-CNT   TO WS-EDIT-CNT
           MOVE WS-WARN-CNT TO WS-EDIT-CNT2
           MOVE WS-FAIL-CNT TO WS-EDIT-CNT3
           MOVE SPACES TO PRFRPT-LINE
           STRING "    FIELDS OK " FUNCTION TRIM(WS-EDIT-CNT)
                  "  WARN " FUNCTION TRIM(WS-EDIT-CNT2)
                  "  FAIL " FUNCTION TRIM(WS-EDIT-CNT3)
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-CNT
             IF WS-FLD-VERDICT(WS-FLD-IDX) NOT = 'OK  '
               MOVE SPACES TO PRFRPT-LINE
               STRING "    " WS-FLD-VERDICT(WS-FLD-IDX) " : "
                      WS-FLD-NAME(WS-FLD-IDX) " "
                      WS-FLD-REASON(WS-FLD-IDX)
                      DELIMITED BY SIZE INTO PRFRPT-LINE
               WRITE PRFRPT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO PRFRPT-LINE
           STRING "    VERDICT : " WS-VERDICT
                  DELIMITED BY SIZE INTO PRFRPT-LINE
           WRITE PRFRPT-LINE.

       ABANDON-PROFILE-RUN.
           MOVE 9886 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-PROFILE-SUMMARY
           GOBACK.

       DISPLAY-PROFILE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYEVPRF JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  SAMPLE RECORDS   : " WS-READ-CNT
           DISPLAY "  FIELDS PROFILED  : " WS-FLD-CNT
           DISPLAY "  FIELDS OK        : " WS-OK-CNT
           DISPLAY "  FIELDS WARN      : " WS-WARN-CNT
           DISPLAY "  FIELDS FAIL      : " WS-FAIL-CNT
           DISPLAY "  WOULD BE BUILT   : " WS-BUILT-CNT
           DISPLAY "  WOULD BE SKIPPED : " WS-SKIP-CNT
           DISPLAY "  VERDICT          : " WS-VERDICT
           DISPLAY "==========================================".

       END PROGRAM 'IXYEVPRF'.
