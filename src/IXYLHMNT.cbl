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
      * MAIN PROGRAM LEGAL HOLD REGISTRY MAINTENANCE
      ******************************************************************
      * LEGALHLD is the registry of the data under legal hold that
      * IXYPURGE and IXYHSKPG check through IXYLHCHK before they
      * erase or age anything out. This utility maintains it, the
      * IXYCNSMN way, for authorized users only:
      * a. AUTHCARD - names the user running the step (USER card).
      *    Every action card is checked against AUTHFIL through the
      *    shared IXYAUTHZ module with the card's action (PLACE,
      *    RELEASE or LIST) as the action, so placing and releasing
      *    holds can be granted separately. The user is recorded on
      *    the hold as who placed or released it.
      * b. LHCARDS - one action card per change, fixed columns:
      *        cols 1-7   action - PLACE, RELEASE or LIST
      *        cols 9-24  matter reference
      *        cols 26-28 sequence within the matter (3 digits)
      *        cols 30-32 company code (spaces = the legacy stream)
      *        cols 34-42 employee id (zeros = everyone in the
      *                   company -- needs a date range)
      *        cols 44-51 data from date yyyymmdd (blank = unbounded)
      *        cols 53-60 data to date yyyymmdd (blank = unbounded)
      *        cols 62-80 PLACE: description
      *        cols 62-69 RELEASE: release date yyyymmdd
      *                   (blank = today; a future date keeps the
      *                   hold in force until then)
      *    RELEASE needs only the matter and sequence. '*' in column
      *    1 is a comment. LIST needs no other fields and prints the
      *    whole registry. Holds are never deleted -- a released hold
      *    stays on file as the record that it was honoured.
      * c. LEGALHLD - the registry KSDS, keyed by matter + sequence
      *    (layout as IXYLHCHK declares it).
      * d. LHRPT - the maintenance report, one line per card saying
      *    what was applied or why it was refused.
      * RETURN-CODE 8 means a card was refused; 16 means a card was
      * not authorized or the registry could not be updated.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYLHMNT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LHCARDS ASSIGN TO LHCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

      * AUTHCARD names the user running this privileged step --
      * checked against AUTHFIL through the shared IXYAUTHZ module.
           SELECT AUTHCARD ASSIGN TO AUTHCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-AUTHCARD-STATUS.

           SELECT LEGALHLD ASSIGN TO LEGALHLD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LHD-KEY
           FILE STATUS  IS WS-LEGALHLD-STATUS.

           SELECT LHRPT ASSIGN TO LHRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LHRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD LHCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  HOLD-ACTION-CARD.

         01 HOLD-ACTION-CARD.
            05 LCARD-ACTION       PIC X(07).
                88 LCARD-PLACE    VALUE 'PLACE  '.
                88 LCARD-RELEASE  VALUE 'RELEASE'.
                88 LCARD-LIST     VALUE 'LIST   '.
            05 FILLER             PIC X(01).
            05 LCARD-MATTER       PIC X(16).
            05 FILLER             PIC X(01).
            05 LCARD-SEQ          PIC X(03).
            05 FILLER             PIC X(01).
            05 LCARD-COMPANY      PIC X(03).
            05 FILLER             PIC X(01).
            05 LCARD-EMPLOYEE-ID  PIC X(09).
            05 FILLER             PIC X(01).
            05 LCARD-FROM-DATE    PIC X(08).
            05 FILLER             PIC X(01).
            05 LCARD-TO-DATE      PIC X(08).
            05 FILLER             PIC X(01).
            05 LCARD-DESCRIPTION  PIC X(19).
            05 LCARD-RELEASE-VIEW REDEFINES LCARD-DESCRIPTION.
               10 LCARD-RELEASE-DATE PIC X(08).
               10 FILLER             PIC X(11).

      * Example cards:
      *   USER     LEGALKIM
         FD AUTHCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  AUTH-CONTROL-CARD.

         01 AUTH-CONTROL-CARD.
            05 AC-KEYWORD         PIC X(09).
            05 AC-VALUE           PIC X(08).
            05 FILLER             PIC X(63).

      * The legal hold record -- see IXYLHCHK for the checking half.
         FD LEGALHLD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD     IS  LEGAL-HOLD-RECORD.

         01 LEGAL-HOLD-RECORD.
            05 LHD-KEY.
               10 LHD-MATTER         PIC X(16).
               10 LHD-SEQ            PIC 9(03).
            05 LHD-COMPANY        PIC X(03).
            05 LHD-EMPLOYEE-ID    PIC 9(09).
            05 LHD-FROM-DATE      PIC 9(08).
            05 LHD-TO-DATE        PIC 9(08).
            05 LHD-PLACED-DATE    PIC 9(08).
            05 LHD-PLACED-BY      PIC X(08).
            05 LHD-RELEASE-DATE   PIC 9(08).
            05 LHD-RELEASED-BY    PIC X(08).
            05 LHD-DESCRIPTION    PIC X(40).
            05 LHD-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(60).

         FD LHRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LHRPT-LINE.

         01 LHRPT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-AUTHCARD-STATUS  PIC X(02).
         01 WS-LEGALHLD-STATUS  PIC X(02).
         01 WS-LHRPT-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-AUTH-EOF-SW      PIC X(01).
             88 WS-AUTH-EOF     VALUE 'Y'.
         01 WS-LIST-EOF-SW      PIC X(01).
             88 WS-LIST-EOF     VALUE 'Y'.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-APPLIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).

         01 WS-TODAY            PIC 9(08).
         01 WS-FROM-DATE        PIC 9(08).
         01 WS-TO-DATE          PIC 9(08).
         01 WS-RELEASE-DATE     PIC 9(08).
         01 WS-AUTH-USER        PIC X(08) VALUE SPACES.

      * Parameter area for the shared authorization module IXYAUTHZ.
         01 WS-AUTHZ-PARMS.
            05 WS-AUTHZ-USER    PIC X(08).
            05 WS-AUTHZ-PROGRAM PIC X(08) VALUE 'IXYLHMNT'.
            05 WS-AUTHZ-ACTION  PIC X(08).
            05 WS-AUTHZ-RESULT  PIC X(01).
                88 WS-AUTHZ-ALLOWED VALUE '0'.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(07).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-MATTER      PIC X(16).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-SEQ         PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC X(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FROM-DATE   PIC X(08).
            05 FILLER              PIC X(01) VALUE '-'.
            05 RPT-DET-TO-DATE     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RELEASE     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-USER        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-TEXT        PIC X(19).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 FILLER              PIC X(08) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYLHMNT'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "LEGAL HOLD REGISTRY MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE WS-JOB-START-TS(1:8) TO WS-TODAY

           PERFORM READ-AUTH-CONTROL-CARDS
           IF WS-AUTH-USER = SPACES
             DISPLAY "ERROR : NO USER CARD ON AUTHCARD - NOTHING DONE"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O LEGALHLD
           IF WS-LEGALHLD-STATUS NOT = '00'
      * First use loads the registry fresh, the same
      * create-on-first-use stance IXYCNSMN takes with CONSENT.
             OPEN OUTPUT LEGALHLD
             IF WS-LEGALHLD-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN LEGALHLD, FILE STATUS "
                       WS-LEGALHLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           OPEN OUTPUT LHRPT
           PERFORM APPLY-HOLD-CARDS
           CLOSE LHRPT
           CLOSE LEGALHLD
           PERFORM DISPLAY-MAINT-SUMMARY
           GOBACK
           .

       READ-AUTH-CONTROL-CARDS.
           OPEN INPUT AUTHCARD
           IF WS-AUTHCARD-STATUS = '00'
             MOVE 'N' TO WS-AUTH-EOF-SW
             PERFORM UNTIL WS-AUTH-EOF
               READ AUTHCARD
               AT END SET WS-AUTH-EOF TO TRUE
               NOT AT END
                 IF AC-KEYWORD = 'USER     '
                   MOVE AC-VALUE TO WS-AUTH-USER
                 END-IF
               END-READ
             END-PERFORM
             CLOSE AUTHCARD
           END-IF.

       APPLY-HOLD-CARDS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT LHCARDS
           PERFORM UNTIL WS-EOF
             READ LHCARDS
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF HOLD-ACTION-CARD(1:1) = '*' OR
                  HOLD-ACTION-CARD = SPACES
                 CONTINUE
               ELSE
                 ADD 1 TO WS-CARD-CNT
                 PERFORM APPLY-ONE-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE LHCARDS.

       APPLY-ONE-CARD.
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
             WHEN NOT LCARD-PLACE AND NOT LCARD-RELEASE AND
                  NOT LCARD-LIST
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               PERFORM REFUSE-CARD
             WHEN OTHER
               PERFORM CHECK-CARD-AUTHORITY
           END-EVALUATE
           IF WS-RESULT = SPACES
             EVALUATE TRUE
               WHEN LCARD-LIST
                 PERFORM LIST-HOLD-REGISTRY
               WHEN LCARD-MATTER = SPACES OR
                    LCARD-SEQ NOT NUMERIC
                 MOVE 'REFUSED - BAD MATTER/SEQ' TO WS-RESULT
                 PERFORM REFUSE-CARD
               WHEN LCARD-PLACE
                 PERFORM PLACE-LEGAL-HOLD
                 PERFORM WRITE-MAINT-DETAIL
               WHEN LCARD-RELEASE
                 PERFORM RELEASE-LEGAL-HOLD
                 PERFORM WRITE-MAINT-DETAIL
             END-EVALUATE
           END-IF.

       CHECK-CARD-AUTHORITY.
      *****************************************************************
      * Each action is its own grant in AUTHFIL -- see IXYAUTHZ.
      * Every check, allowed or denied, lands in the AUTHAUD trail.
      *****************************************************************
           MOVE WS-AUTH-USER  TO WS-AUTHZ-USER
           MOVE LCARD-ACTION  TO WS-AUTHZ-ACTION
           CALL "IXYAUTHZ" USING WS-AUTHZ-PARMS
           IF NOT WS-AUTHZ-ALLOWED
             DISPLAY "ERROR : USER '" WS-AUTH-USER "' IS NOT "
                     "AUTHORIZED FOR IXYLHMNT " LCARD-ACTION
             MOVE 9866 TO ERRLOG-CODE
             MOVE "IXYLHMNT: PRIVILEGED ACTION DENIED" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 'REFUSED - NOT AUTHORIZED' TO WS-RESULT
             ADD 1 TO WS-REFUSED-CNT
             PERFORM WRITE-MAINT-DETAIL
             MOVE 16 TO RETURN-CODE
           END-IF.

       REFUSE-CARD.
           ADD 1 TO WS-REFUSED-CNT
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-MAINT-DETAIL.

       PLACE-LEGAL-HOLD.
      *****************************************************************
      * Checks the card, then adds the hold. A matter + sequence
      * already on file is refused -- a hold is never overwritten.
      *****************************************************************
           PERFORM EDIT-PLACE-CARD
           IF WS-RESULT = SPACES
             MOVE SPACES            TO LEGAL-HOLD-RECORD
             MOVE LCARD-MATTER      TO LHD-MATTER
             MOVE LCARD-SEQ         TO LHD-SEQ
             MOVE LCARD-COMPANY     TO LHD-COMPANY
             MOVE LCARD-EMPLOYEE-ID TO LHD-EMPLOYEE-ID
             MOVE WS-FROM-DATE      TO LHD-FROM-DATE
             MOVE WS-TO-DATE        TO LHD-TO-DATE
             MOVE WS-TODAY          TO LHD-PLACED-DATE
             MOVE WS-AUTH-USER      TO LHD-PLACED-BY
             MOVE 0                 TO LHD-RELEASE-DATE
             MOVE SPACES            TO LHD-RELEASED-BY
             MOVE LCARD-DESCRIPTION TO LHD-DESCRIPTION
             MOVE FUNCTION CURRENT-DATE TO LHD-UPDATED-TS
             WRITE LEGAL-HOLD-RECORD
             EVALUATE WS-LEGALHLD-STATUS
               WHEN '00'
                 MOVE 'PLACED                  ' TO WS-RESULT
                 ADD 1 TO WS-APPLIED-CNT
               WHEN '22'
                 MOVE 'REFUSED - ALREADY ON FILE' TO WS-RESULT
                 ADD 1 TO WS-REFUSED-CNT
                 IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
                 END-IF
               WHEN OTHER
                 MOVE 'FAILED                  ' TO WS-RESULT
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE 16 TO RETURN-CODE
             END-EVALUATE
           ELSE
             ADD 1 TO WS-REFUSED-CNT
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       EDIT-PLACE-CARD.
           MOVE 0 TO WS-FROM-DATE
           MOVE 0 TO WS-TO-DATE
           EVALUATE TRUE
             WHEN LCARD-EMPLOYEE-ID NOT NUMERIC
               MOVE 'REFUSED - BAD EMPLOYEE  ' TO WS-RESULT
             WHEN LCARD-FROM-DATE NOT = SPACES AND
                  (LCARD-FROM-DATE NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(LCARD-FROM-DATE)) NOT = 0)
               MOVE 'REFUSED - BAD FROM DATE ' TO WS-RESULT
             WHEN LCARD-TO-DATE NOT = SPACES AND
                  (LCARD-TO-DATE NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(LCARD-TO-DATE)) NOT = 0)
               MOVE 'REFUSED - BAD TO DATE   ' TO WS-RESULT
      * A company-wide hold without a date range would freeze every
      * dataset outright -- it must say which period it covers.
             WHEN LCARD-EMPLOYEE-ID = '000000000' AND
                  LCARD-FROM-DATE = SPACES AND
                  LCARD-TO-DATE = SPACES
               MOVE 'REFUSED - NEEDS DATES   ' TO WS-RESULT
           END-EVALUATE
           IF WS-RESULT = SPACES
             IF LCARD-FROM-DATE NOT = SPACES
               MOVE LCARD-FROM-DATE TO WS-FROM-DATE
             END-IF
             IF LCARD-TO-DATE NOT = SPACES
               MOVE LCARD-TO-DATE TO WS-TO-DATE
               IF WS-TO-DATE < WS-FROM-DATE
                 MOVE 'REFUSED - TO BEFORE FROM' TO WS-RESULT
               END-IF
             END-IF
           END-IF.

       RELEASE-LEGAL-HOLD.
      *****************************************************************
      * Stamps the release date and who released the hold. The hold
      * stays on file. A hold already released is refused; one with
      * a release date still in the future may be re-dated.
      *****************************************************************
           MOVE WS-TODAY TO WS-RELEASE-DATE
           IF LCARD-RELEASE-DATE NOT = SPACES
             IF LCARD-RELEASE-DATE NOT NUMERIC OR
                FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(LCARD-RELEASE-DATE)) NOT = 0
               MOVE 'REFUSED - BAD RELEASE DT' TO WS-RESULT
             ELSE
               MOVE LCARD-RELEASE-DATE TO WS-RELEASE-DATE
             END-IF
           END-IF
           IF WS-RESULT = SPACES
             MOVE LCARD-MATTER TO LHD-MATTER
             MOVE LCARD-SEQ    TO LHD-SEQ
             READ LEGALHLD
             EVALUATE TRUE
               WHEN WS-LEGALHLD-STATUS = '23'
                 MOVE 'REFUSED - NOT ON FILE   ' TO WS-RESULT
               WHEN WS-LEGALHLD-STATUS NOT = '00'
                 MOVE 'FAILED                  ' TO WS-RESULT
               WHEN LHD-RELEASE-DATE NOT = 0 AND
                    LHD-RELEASE-DATE <= WS-TODAY
                 MOVE 'REFUSED - ALREADY RELSD ' TO WS-RESULT
               WHEN WS-RELEASE-DATE < LHD-PLACED-DATE
                 MOVE 'REFUSED - BEFORE PLACED ' TO WS-RESULT
             END-EVALUATE
           END-IF
           IF WS-RESULT = SPACES
             MOVE WS-RELEASE-DATE TO LHD-RELEASE-DATE
             MOVE WS-AUTH-USER    TO LHD-RELEASED-BY
             MOVE FUNCTION CURRENT-DATE TO LHD-UPDATED-TS
             REWRITE LEGAL-HOLD-RECORD
             IF WS-LEGALHLD-STATUS = '00'
               MOVE 'RELEASED                ' TO WS-RESULT
               ADD 1 TO WS-APPLIED-CNT
             ELSE
               MOVE 'FAILED                  ' TO WS-RESULT
             END-IF
           END-IF
           IF WS-RESULT NOT = 'RELEASED                '
             ADD 1 TO WS-REFUSED-CNT
             IF WS-RESULT = 'FAILED                  '
               MOVE 16 TO RETURN-CODE
             ELSE
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       LIST-HOLD-REGISTRY.
      *****************************************************************
      * Prints the whole registry in key order, released holds
      * included -- START at the low key, then READ NEXT to end of
      * file.
      *****************************************************************
           MOVE SPACES TO LHRPT-LINE
           STRING "  LEGAL HOLD REGISTRY LISTING AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO LHRPT-LINE
           WRITE LHRPT-LINE
           MOVE ALL "-" TO LHRPT-LINE
           WRITE LHRPT-LINE

           MOVE LOW-VALUES TO LHD-KEY
           START LEGALHLD KEY NOT LESS THAN LHD-KEY
           IF WS-LEGALHLD-STATUS NOT = '00'
             MOVE SPACES TO LHRPT-LINE
             STRING "  (REGISTRY IS EMPTY)"
                    DELIMITED BY SIZE INTO LHRPT-LINE
             WRITE LHRPT-LINE
           ELSE
             MOVE 'N' TO WS-LIST-EOF-SW
             PERFORM UNTIL WS-LIST-EOF
               READ LEGALHLD NEXT
               AT END SET WS-LIST-EOF TO TRUE
               NOT AT END
                 PERFORM WRITE-LIST-LINE
               END-READ
             END-PERFORM
           END-IF.

       WRITE-LIST-LINE.
           MOVE LCARD-ACTION        TO RPT-DET-ACTION
           MOVE LHD-MATTER          TO RPT-DET-MATTER
           MOVE LHD-SEQ             TO RPT-DET-SEQ
           MOVE LHD-COMPANY         TO RPT-DET-COMPANY
           MOVE LHD-EMPLOYEE-ID     TO RPT-DET-EMPLOYEE
           MOVE LHD-FROM-DATE       TO RPT-DET-FROM-DATE
           MOVE LHD-TO-DATE         TO RPT-DET-TO-DATE
           MOVE LHD-DESCRIPTION     TO RPT-DET-TEXT
           EVALUATE TRUE
             WHEN LHD-RELEASE-DATE = 0
               MOVE 'OPEN    '        TO RPT-DET-RELEASE
               MOVE LHD-PLACED-BY     TO RPT-DET-USER
               MOVE 'IN FORCE SINCE' TO RPT-DET-RESULT
               MOVE LHD-PLACED-DATE   TO RPT-DET-RESULT(16:8)
             WHEN LHD-RELEASE-DATE > WS-TODAY
               MOVE LHD-RELEASE-DATE  TO RPT-DET-RELEASE
               MOVE LHD-RELEASED-BY   TO RPT-DET-USER
               MOVE 'IN FORCE - RELEASE DUE  ' TO RPT-DET-RESULT
             WHEN OTHER
               MOVE LHD-RELEASE-DATE  TO RPT-DET-RELEASE
               MOVE LHD-RELEASED-BY   TO RPT-DET-USER
               MOVE 'RELEASED                ' TO RPT-DET-RESULT
           END-EVALUATE
           MOVE WS-RPT-DETAIL TO LHRPT-LINE
           WRITE LHRPT-LINE.

       WRITE-MAINT-DETAIL.
           MOVE LCARD-ACTION      TO RPT-DET-ACTION
           MOVE LCARD-MATTER      TO RPT-DET-MATTER
           MOVE LCARD-SEQ         TO RPT-DET-SEQ
           MOVE LCARD-COMPANY     TO RPT-DET-COMPANY
           MOVE LCARD-EMPLOYEE-ID TO RPT-DET-EMPLOYEE
           MOVE LCARD-FROM-DATE   TO RPT-DET-FROM-DATE
           MOVE LCARD-TO-DATE     TO RPT-DET-TO-DATE
           MOVE WS-AUTH-USER      TO RPT-DET-USER
           IF LCARD-RELEASE
             MOVE LCARD-RELEASE-DATE TO RPT-DET-RELEASE
             MOVE SPACES             TO RPT-DET-TEXT
           ELSE
             MOVE SPACES             TO RPT-DET-RELEASE
             MOVE LCARD-DESCRIPTION  TO RPT-DET-TEXT
           END-IF
           MOVE WS-RESULT         TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO LHRPT-LINE
           WRITE LHRPT-LINE.

       DISPLAY-MAINT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYLHMNT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RUN BY           : " WS-AUTH-USER
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  APPLIED          : " WS-APPLIED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYLHMNT'.
