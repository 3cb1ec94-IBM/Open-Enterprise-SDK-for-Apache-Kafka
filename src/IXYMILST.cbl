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
      * MAIN PROGRAM SERVICE ANNIVERSARY AND PROBATION MILESTONES
      ******************************************************************
      * dateOfJoining is on every master record, yet managers heard
      * of probation ends and service anniversaries after the fact.
      * This job looks forward from the business processing date:
      * a. RUNCTL  - the run-id and business date (the run date when
      *    absent), as IXYPESNP reads them.
      * b. BIZCAL  - through IXYCALND. A business day is a weekday
      *    that is not a holiday; the window closes HORIZON business
      *    days after the business date.
      * c. MSTCARD - the control deck, keyword in cols 1-8, value
      *    from col 10:
      *      HORIZON  n             business days ahead, 1-60
      *                             (default 10).
      *      PROBATN  co lvl mm     probation of mm months (1-36)
      *                             for company co ('*' any) and
      *                             employee level lvl ('*' any). The
      *                             most specific card wins: company
      *                             and level, then company, then
      *                             level, then '* *'. Without any
      *                             card probation is 6 months.
      *      ANNIV    y y ...       the service years celebrated
      *                             (default 5 10 15 20 25 30 35 40).
      *      PROBTMPL code          LTRTMPL template for probation
      *                             ends (default PROBEND).
      *      ANNVTMPL code          template for anniversaries
      *                             (default SERVANNV).
      *    '*' in column 1 is a comment.
      * d. EMPMAST - read front to back; leavers are passed over.
      * e. ORGMAST - optional, for the department names on MSTRPT.
      * f. MSTRPT  - the milestones in the window, by department and
      *    date: probation end (dateOfJoining plus the probation
      *    months) and the service anniversaries. A milestone that
      *    entered the window today is starred NEW.
      * g. NOTIFFIL - one record per NEW milestone in IXYCAV64's
      *    notification layout (class PROBEND or ANNIVSRY, the
      *    milestone date and years in the amounts area), for the
      *    letters step IXYLETTR. A milestone is NEW when it lies
      *    beyond the window of the previous business day, so a
      *    nightly run tells each employee once.
      *
      * Return codes: 04 employees with an unusable dateOfJoining
      * (listed, passed over); 16 bad control deck, EMPMAST or an
      * output unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYMILST'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT MSTCARD ASSIGN TO MSTCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MSTCARD-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT MSTRPT ASSIGN TO MSTRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MSTRPT-STATUS.

           SELECT NOTIFFIL ASSIGN TO NOTIFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-NOTIF-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.
         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 RUNCTL-BUSINESS-DATE PIC X(08).
            05 FILLER             PIC X(56).

         FD MSTCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MILESTONE-CONTROL-CARD.

         01 MILESTONE-CONTROL-CARD.
            05 MC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 MC-VALUE           PIC X(71).

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

      * Record layout as maintained by IXYORGMN.
         FD ORGMAST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  ORG-REFERENCE-RECORD.

         01 ORG-REFERENCE-RECORD.
            05 ORG-KEY.
               10 ORG-COMPANY        PIC X(03).
               10 ORG-EMPLOYEE-ID    PIC 9(09).
            05 ORG-DEPT-CODE      PIC X(06).
            05 ORG-DEPT-NAME      PIC X(30).
            05 ORG-COST-CENTER    PIC X(08).
            05 ORG-UNIT           PIC X(10).
            05 ORG-LOCATION       PIC X(20).
            05 ORG-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(13).

         FD MSTRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MSTRPT-LINE.

         01 MSTRPT-LINE             PIC X(132).

      * Record layout as written by IXYCAV64; a milestone carries
      * its date and years of service in the amounts area.
         FD NOTIFFIL
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  NOTIFICATION-RECORD.

         01 NOTIFICATION-RECORD.
            05 NTF-TIMESTAMP      PIC X(21).
            05 NTF-RUN-ID         PIC X(16).
            05 NTF-CLASS          PIC X(08).
            05 NTF-TEMPLATE       PIC X(08).
            05 NTF-EMPLOYEE-ID    PIC 9(09).
            05 NTF-FULL-NAME      PIC X(30).
            05 NTF-EMAIL          PIC X(40).
            05 NTF-AMOUNTS.
               10 NTF-OLD-AMOUNT  PIC 9(07)V9(02).
               10 NTF-NEW-AMOUNT  PIC 9(07)V9(02).
            05 NTF-MILESTONE REDEFINES NTF-AMOUNTS.
               10 NTF-MILESTONE-DATE PIC 9(08).
               10 NTF-SERVICE-YEARS  PIC 9(02).
               10 FILLER          PIC X(08).
            05 NTF-COMPANY        PIC X(03).
            05 FILLER             PIC X(07).

      * The milestones in flight, in department / date order.
         SD SORTWK
           DATA RECORD     IS  SORT-MILESTONE-RECORD.

         01 SORT-MILESTONE-RECORD.
            05 SM-DEPT-CODE       PIC X(06).
            05 SM-DATE            PIC 9(08).
            05 SM-TYPE            PIC X(01).
                88 SM-PROBATION   VALUE 'P'.
                88 SM-ANNIVERSARY VALUE 'A'.
            05 SM-COMPANY         PIC X(03).
            05 SM-EMPLOYEE-ID     PIC 9(09).
            05 SM-FULL-NAME       PIC X(30).
            05 SM-EMAIL           PIC X(40).
            05 SM-DEPT-NAME       PIC X(30).
            05 SM-LEVEL           PIC 9(09).
            05 SM-JOIN-DATE       PIC 9(08).
            05 SM-YEARS           PIC 9(02).
            05 SM-MONTHS          PIC 9(02).
            05 SM-NEW-SW          PIC X(01).
                88 SM-NEW         VALUE 'Y'.

        WORKING-STORAGE SECTION.
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-MSTCARD-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-MSTRPT-STATUS    PIC X(02).
         01 WS-NOTIF-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-ORGMAST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-ORGMAST-OPEN VALUE 'Y'.
         01 WS-RUN-ID           PIC X(16) VALUE SPACES.

      * The control deck, as loaded.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-CARD-VALUE       PIC X(71).
         01 WS-ARG1             PIC X(10).
         01 WS-ARG2             PIC X(10).
         01 WS-ARG3             PIC X(10).
         01 WS-HORIZON          PIC S9(4) BINARY VALUE 10.
         01 WS-PROB-TEMPLATE    PIC X(08) VALUE 'PROBEND'.
         01 WS-ANNV-TEMPLATE    PIC X(08) VALUE 'SERVANNV'.

      * Probation lengths; company/level '*' is any.
         01 WS-PROB-MAX         PIC S9(4) BINARY VALUE 100.
         01 WS-PROB-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-PROB-TABLE.
            05 WS-PROB-ENTRY OCCURS 100 TIMES.
              10 WS-PROB-COMPANY     PIC X(03).
              10 WS-PROB-LEVEL-X     PIC X(09).
              10 WS-PROB-LEVEL       PIC 9(09).
              10 WS-PROB-MONTHS      PIC 9(02).
         01 WS-PROB-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-PROB-RANK        PIC S9(4) BINARY VALUE 0.
         01 WS-PROB-BEST-RANK   PIC S9(4) BINARY VALUE 0.
         01 WS-PROB-MONTHS-USED PIC 9(02) VALUE 0.

      * The service years celebrated.
         01 WS-ANNV-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-ANNV-TABLE.
            05 WS-ANNV-YEARS OCCURS 20 TIMES PIC 9(02).
         01 WS-ANNV-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-ANNV-PTR         PIC S9(4) BINARY VALUE 0.
         01 WS-ANNV-WORD        PIC X(10).
         01 WS-ANNV-SW          PIC X(01).
             88 WS-ANNV-CELEBRATED VALUE 'Y'.

      * The window -- today's, and the previous business day's.
         01 WS-BUSINESS-DATE    PIC 9(08) VALUE 0.
         01 WS-HORIZON-DATE     PIC 9(08) VALUE 0.
         01 WS-PREV-BIZ-DATE    PIC 9(08) VALUE 0.
         01 WS-PREV-HORIZON-DATE PIC 9(08) VALUE 0.

      * Business-day stepping -- see ADVANCE-BUSINESS-DAYS.
         01 WS-STEP-DATE        PIC 9(08) VALUE 0.
         01 WS-STEP-COUNT       PIC S9(4) BINARY VALUE 0.
         01 WS-STEP-DIR         PIC S9(4) BINARY VALUE 0.
         01 WS-STEP-DONE        PIC S9(4) BINARY VALUE 0.
         01 WS-STEP-INT         PIC S9(9) BINARY VALUE 0.
         01 WS-WEEKDAY          PIC S9(4) BINARY VALUE 0.
             88 WS-WEEKEND      VALUES 0 6.
         01 WS-BIZDAY-SW        PIC X(01).
             88 WS-BIZDAY       VALUE 'Y'.

      * Business calendar -- see IXYCALND.
         01 WS-CALENDAR-PARMS.
            05 WS-CAL-DATE        PIC 9(08).
            05 WS-CAL-HOLIDAY-SW  PIC X(01).
                88 WS-CAL-HOLIDAY VALUE 'Y'.
            05 WS-CAL-MONTHEND-SW PIC X(01).
                88 WS-CAL-MONTHEND VALUE 'Y'.
            05 WS-CAL-FREEZE-SW   PIC X(01).
                88 WS-CAL-FREEZE  VALUE 'Y'.
            05 WS-CAL-DESC        PIC X(40).
            05 WS-CAL-RESULT      PIC X(01).
                88 WS-CAL-OK      VALUE '0'.
                88 WS-CAL-MISSING VALUE 'M'.

      * Milestone date arithmetic.
         01 WS-JOIN-DATE        PIC 9(08) VALUE 0.
         01 WS-JOIN-DATE-X      REDEFINES WS-JOIN-DATE.
            05 WS-JOIN-YYYY     PIC 9(04).
            05 WS-JOIN-MM       PIC 9(02).
            05 WS-JOIN-DD       PIC 9(02).
         01 WS-CALC-DATE        PIC 9(08) VALUE 0.
         01 WS-CALC-DATE-X      REDEFINES WS-CALC-DATE.
            05 WS-CALC-YYYY     PIC 9(04).
            05 WS-CALC-MM       PIC 9(02).
            05 WS-CALC-DD       PIC 9(02).
         01 WS-MONTH-TOTAL      PIC S9(6) BINARY VALUE 0.
         01 WS-CALC-YEAR        PIC 9(04) VALUE 0.
         01 WS-SERVICE-YEARS    PIC S9(4) BINARY VALUE 0.

      * MSTRPT lines.
         01 WS-PREV-DEPT        PIC X(06).
         01 WS-FIRST-ROW-SW     PIC X(01) VALUE 'Y'.
             88 WS-FIRST-ROW    VALUE 'Y'.
         01 WS-DEPT-CNT         PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-DATE            PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-MILESTONE       PIC X(24).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-COMPANY         PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EMPLOYEE-ID     PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-FULL-NAME       PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-LEVEL           PIC Z(8)9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-JOIN-DATE       PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-NEW             PIC X(03).
            05 FILLER              PIC X(16) VALUE SPACES.

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(40).
            05 RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(79) VALUE SPACES.

         01 WS-EDIT-YEARS       PIC Z9.
         01 WS-EDIT-DATE        PIC X(10).
         01 WS-EDIT-DATE-IN     PIC 9(08).

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-BAD-DATE-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-PROBATION-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-ANNIVERSARY-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-NEW-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-NOTIF-CNT        PIC S9(9) BINARY VALUE 0.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYMILST'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each master image is overlaid onto EVENT-DATA to get at
      * the fields by name.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "SERVICE ANNIVERSARY AND PROBATION MILESTONES"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-MILESTONE-CARDS
           IF WS-DECK-BAD
             MOVE "IXYMILST: MSTCARD CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-MILESTONE-RUN
           END-IF
           PERFORM SET-MILESTONE-WINDOW
           PERFORM OPEN-MILESTONE-FILES

           SORT SORTWK
                ON ASCENDING KEY SM-DEPT-CODE SM-DATE SM-TYPE
                                 SM-COMPANY SM-EMPLOYEE-ID
                INPUT PROCEDURE IS FIND-MILESTONES
                OUTPUT PROCEDURE IS REPORT-MILESTONES

           CLOSE EMPMAST
           IF WS-ORGMAST-OPEN
             CLOSE ORGMAST
           END-IF
           CLOSE MSTRPT
           CLOSE NOTIFFIL

           IF WS-BAD-DATE-CNT > 0
             MOVE 9847 TO ERRLOG-CODE
             MOVE "IXYMILST: EMPLOYEES WITH AN UNUSABLE DATE OF JOINING"
                      TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-MILESTONE-SUMMARY
           GOBACK
           .

       READ-MILESTONE-CARDS.
      *****************************************************************
      * A missing MSTCARD runs on the defaults; a card that cannot
      * be read as written stops the run.
      *****************************************************************
           OPEN INPUT MSTCARD
           IF WS-MSTCARD-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ MSTCARD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF MILESTONE-CONTROL-CARD(1:1) NOT = '*' AND
                    MILESTONE-CONTROL-CARD NOT = SPACES
                   DISPLAY "MSTCARD : " MILESTONE-CONTROL-CARD
                   PERFORM LOAD-MILESTONE-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE MSTCARD
           ELSE
             DISPLAY "MSTCARD NOT AVAILABLE - DEFAULTS IN FORCE"
           END-IF

           IF WS-ANNV-CNT = 0
             PERFORM VARYING WS-ANNV-IDX FROM 1 BY 1
                       UNTIL WS-ANNV-IDX > 8
               COMPUTE WS-ANNV-YEARS(WS-ANNV-IDX) = WS-ANNV-IDX * 5
             END-PERFORM
             MOVE 8 TO WS-ANNV-CNT
           END-IF
           IF WS-PROB-CNT < WS-PROB-MAX
             ADD 1 TO WS-PROB-CNT
             MOVE '*'  TO WS-PROB-COMPANY(WS-PROB-CNT)
             MOVE '*'  TO WS-PROB-LEVEL-X(WS-PROB-CNT)
             MOVE 0    TO WS-PROB-LEVEL(WS-PROB-CNT)
             MOVE 6    TO WS-PROB-MONTHS(WS-PROB-CNT)
           END-IF
           DISPLAY "HORIZON (BUSINESS DAYS) : " WS-HORIZON
           DISPLAY "PROBATION RULES         : " WS-PROB-CNT
           DISPLAY "ANNIVERSARY YEARS       : " WS-ANNV-CNT.

       LOAD-MILESTONE-CARD.
           MOVE FUNCTION TRIM(MC-VALUE LEADING) TO WS-CARD-VALUE
           MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG3
           UNSTRING WS-CARD-VALUE DELIMITED BY ALL SPACES
                    INTO WS-ARG1 WS-ARG2 WS-ARG3
           END-UNSTRING

           EVALUATE MC-KEYWORD
             WHEN 'HORIZON '
               IF FUNCTION TEST-NUMVAL(WS-ARG1) = 0 AND
                  FUNCTION NUMVAL(WS-ARG1) >= 1 AND
                  FUNCTION NUMVAL(WS-ARG1) <= 60
                 COMPUTE WS-HORIZON = FUNCTION NUMVAL(WS-ARG1)
               ELSE
                 DISPLAY "ERROR : HORIZON MUST BE 1 TO 60 DAYS"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             WHEN 'PROBATN '
               PERFORM ADD-PROBATION-RULE
             WHEN 'ANNIV   '
               PERFORM LOAD-ANNIVERSARY-YEARS
             WHEN 'PROBTMPL'
               IF WS-ARG1 = SPACES
                 DISPLAY "ERROR : PROBTMPL NEEDS A TEMPLATE CODE"
                 SET WS-DECK-BAD TO TRUE
               ELSE
                 MOVE WS-ARG1 TO WS-PROB-TEMPLATE
               END-IF
             WHEN 'ANNVTMPL'
               IF WS-ARG1 = SPACES
                 DISPLAY "ERROR : ANNVTMPL NEEDS A TEMPLATE CODE"
                 SET WS-DECK-BAD TO TRUE
               ELSE
                 MOVE WS-ARG1 TO WS-ANNV-TEMPLATE
               END-IF
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN MSTCARD KEYWORD '"
                       MC-KEYWORD "'"
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       ADD-PROBATION-RULE.
           EVALUATE TRUE
             WHEN WS-PROB-CNT >= WS-PROB-MAX - 1
               DISPLAY "ERROR : MORE THAN " WS-PROB-MAX
                       " PROBATN CARDS"
               SET WS-DECK-BAD TO TRUE
             WHEN WS-ARG1 = SPACES OR WS-ARG1(4:) NOT = SPACES
               DISPLAY "ERROR : PROBATN COMPANY MUST BE A CODE OR *"
               SET WS-DECK-BAD TO TRUE
             WHEN WS-ARG2 NOT = '*' AND
                  FUNCTION TEST-NUMVAL(WS-ARG2) NOT = 0
               DISPLAY "ERROR : PROBATN LEVEL MUST BE A NUMBER OR *"
               SET WS-DECK-BAD TO TRUE
             WHEN FUNCTION TEST-NUMVAL(WS-ARG3) NOT = 0
               DISPLAY "ERROR : PROBATN MONTHS MUST BE 1 TO 36"
               SET WS-DECK-BAD TO TRUE
             WHEN FUNCTION NUMVAL(WS-ARG3) < 1 OR
                  FUNCTION NUMVAL(WS-ARG3) > 36
               DISPLAY "ERROR : PROBATN MONTHS MUST BE 1 TO 36"
               SET WS-DECK-BAD TO TRUE
             WHEN OTHER
               ADD 1 TO WS-PROB-CNT
               MOVE WS-ARG1(1:3) TO WS-PROB-COMPANY(WS-PROB-CNT)
               MOVE WS-ARG2      TO WS-PROB-LEVEL-X(WS-PROB-CNT)
               MOVE 0 TO WS-PROB-LEVEL(WS-PROB-CNT)
               IF WS-ARG2 NOT = '*'
                 COMPUTE WS-PROB-LEVEL(WS-PROB-CNT) =
                         FUNCTION NUMVAL(WS-ARG2)
               END-IF
               COMPUTE WS-PROB-MONTHS(WS-PROB-CNT) =
                       FUNCTION NUMVAL(WS-ARG3)
           END-EVALUATE.

       LOAD-ANNIVERSARY-YEARS.
           MOVE 1 TO WS-ANNV-PTR
           PERFORM UNTIL WS-ANNV-PTR > LENGTH OF WS-CARD-VALUE
                      OR WS-CARD-VALUE(WS-ANNV-PTR:) = SPACES
                      OR WS-DECK-BAD
             MOVE SPACES TO WS-ANNV-WORD
             UNSTRING WS-CARD-VALUE DELIMITED BY ALL SPACES
                      INTO WS-ANNV-WORD
                      WITH POINTER WS-ANNV-PTR
             END-UNSTRING
             EVALUATE TRUE
               WHEN WS-ANNV-WORD = SPACES
                 CONTINUE
               WHEN WS-ANNV-CNT >= 20
                 DISPLAY "ERROR : MORE THAN 20 ANNIVERSARY YEARS"
                 SET WS-DECK-BAD TO TRUE
               WHEN FUNCTION TEST-NUMVAL(WS-ANNV-WORD) NOT = 0
                 DISPLAY "ERROR : ANNIV YEARS MUST BE 1 TO 60"
                 SET WS-DECK-BAD TO TRUE
               WHEN FUNCTION NUMVAL(WS-ANNV-WORD) < 1 OR
                    FUNCTION NUMVAL(WS-ANNV-WORD) > 60
                 DISPLAY "ERROR : ANNIV YEARS MUST BE 1 TO 60"
                 SET WS-DECK-BAD TO TRUE
               WHEN OTHER
                 ADD 1 TO WS-ANNV-CNT
                 COMPUTE WS-ANNV-YEARS(WS-ANNV-CNT) =
                         FUNCTION NUMVAL(WS-ANNV-WORD)
             END-EVALUATE
           END-PERFORM.

       SET-MILESTONE-WINDOW.
      *****************************************************************
      * Today's window runs from the business date to HORIZON
      * business days on. The previous business day's window ended
      * at WS-PREV-HORIZON-DATE; what lies beyond it is NEW today.
      *****************************************************************
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL
               AT END CONTINUE
               NOT AT END
                 MOVE RUNCTL-RUN-ID TO WS-RUN-ID
                 IF RUNCTL-BUSINESS-DATE IS NUMERIC AND
                    RUNCTL-BUSINESS-DATE NOT = '00000000'
                   MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                 END-IF
             END-READ
             CLOSE RUNCTL
           END-IF
           IF WS-BUSINESS-DATE = 0
             MOVE WS-JOB-START-TS(1:8) TO WS-BUSINESS-DATE
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE WS-HORIZON TO WS-STEP-COUNT
           MOVE 1 TO WS-STEP-DIR
           PERFORM ADVANCE-BUSINESS-DAYS
           MOVE WS-STEP-DATE TO WS-HORIZON-DATE

           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE 1 TO WS-STEP-COUNT
           MOVE -1 TO WS-STEP-DIR
           PERFORM ADVANCE-BUSINESS-DAYS
           MOVE WS-STEP-DATE TO WS-PREV-BIZ-DATE
           MOVE WS-HORIZON TO WS-STEP-COUNT
           MOVE 1 TO WS-STEP-DIR
           PERFORM ADVANCE-BUSINESS-DAYS
           MOVE WS-STEP-DATE TO WS-PREV-HORIZON-DATE

           DISPLAY "BUSINESS DATE : " WS-BUSINESS-DATE
                   "  WINDOW TO : " WS-HORIZON-DATE
                   "  NEW AFTER : " WS-PREV-HORIZON-DATE.

       ADVANCE-BUSINESS-DAYS.
      *****************************************************************
      * Moves WS-STEP-DATE WS-STEP-COUNT business days in direction
      * WS-STEP-DIR (+1/-1). Day 1 of the integer calendar
      * (1601-01-01) was a Monday, so the integer date modulo 7
      * gives 6 for Saturday and 0 for Sunday.
      *****************************************************************
           COMPUTE WS-STEP-INT = FUNCTION INTEGER-OF-DATE(WS-STEP-DATE)
           MOVE 0 TO WS-STEP-DONE
           PERFORM UNTIL WS-STEP-DONE >= WS-STEP-COUNT
             ADD WS-STEP-DIR TO WS-STEP-INT
             MOVE 'N' TO WS-BIZDAY-SW
             COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-STEP-INT, 7)
             IF NOT WS-WEEKEND
               MOVE FUNCTION DATE-OF-INTEGER(WS-STEP-INT)
                                                   TO WS-CAL-DATE
               CALL "IXYCALND" USING WS-CALENDAR-PARMS
               IF NOT WS-CAL-HOLIDAY
                 SET WS-BIZDAY TO TRUE
               END-IF
             END-IF
             IF WS-BIZDAY
               ADD 1 TO WS-STEP-DONE
             END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-STEP-INT) TO WS-STEP-DATE.

       OPEN-MILESTONE-FILES.
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE "IXYMILST: EMPMAST NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-MILESTONE-RUN
           END-IF
           OPEN INPUT ORGMAST
           IF WS-ORGMAST-STATUS = '00'
             SET WS-ORGMAST-OPEN TO TRUE
           ELSE
             DISPLAY "ORGMAST NOT AVAILABLE - DEPARTMENT NAMES LEFT "
                     "OFF, FILE STATUS " WS-ORGMAST-STATUS
           END-IF
           OPEN OUTPUT MSTRPT
           OPEN OUTPUT NOTIFFIL
           IF WS-MSTRPT-STATUS NOT = '00' OR
              WS-NOTIF-STATUS NOT = '00'
             DISPLAY "ERROR : OUTPUT NOT AVAILABLE, MSTRPT "
                     WS-MSTRPT-STATUS " NOTIFFIL " WS-NOTIF-STATUS
             MOVE "IXYMILST: MILESTONE OUTPUT NOT AVAILABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-MILESTONE-RUN
           END-IF

           MOVE SPACES TO MSTRPT-LINE
           STRING "  SERVICE ANNIVERSARY AND PROBATION MILESTONES "
                  "FOR BUSINESS DATE " WS-BUSINESS-DATE
                  " TO " WS-HORIZON-DATE " AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO MSTRPT-LINE
           WRITE MSTRPT-LINE
           MOVE SPACES TO MSTRPT-LINE
           STRING "    DATE        MILESTONE                 CO   "
                  "EMPLOYEE   NAME                                "
                  "LEVEL  JOINED      NEW"
                  DELIMITED BY SIZE INTO MSTRPT-LINE
           WRITE MSTRPT-LINE
           MOVE ALL "-" TO MSTRPT-LINE
           WRITE MSTRPT-LINE.

       FIND-MILESTONES.
      *****************************************************************
      * The SORT input side: the probation end and the anniversaries
      * of every serving employee that fall in today's window.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT RECORD
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-CNT
               IF EMPMAST-TERMINATED
                 ADD 1 TO WS-LEAVER-CNT
               ELSE
                 MOVE EMPMAST-EVENT-DATA TO
                          EVENT-DATA(1:LENGTH OF EVENT-DATA)
                 PERFORM CHECK-EMPLOYEE-MILESTONES
               END-IF
             END-READ
           END-PERFORM.

       CHECK-EMPLOYEE-MILESTONES.
           IF dateOfJoining IS NOT NUMERIC
             ADD 1 TO WS-BAD-DATE-CNT
             DISPLAY "UNUSABLE DATE OF JOINING : " EMPMAST-COMPANY
                     " " EMPMAST-EMPLOYEE-ID
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD(dateOfJoining) NOT = 0
               ADD 1 TO WS-BAD-DATE-CNT
               DISPLAY "UNUSABLE DATE OF JOINING : " EMPMAST-COMPANY
                       " " EMPMAST-EMPLOYEE-ID " " dateOfJoining
             ELSE
               MOVE dateOfJoining TO WS-JOIN-DATE
               INITIALIZE SORT-MILESTONE-RECORD
               MOVE EMPMAST-DEPT-CODE   TO SM-DEPT-CODE
               MOVE EMPMAST-COMPANY     TO SM-COMPANY
               MOVE EMPMAST-EMPLOYEE-ID TO SM-EMPLOYEE-ID
               MOVE fullName            TO SM-FULL-NAME
               MOVE email               TO SM-EMAIL
               MOVE WS-JOIN-DATE        TO SM-JOIN-DATE
               IF employeeLevel IS NUMERIC
                 MOVE employeeLevel TO SM-LEVEL
               END-IF
               IF WS-ORGMAST-OPEN
                 MOVE EMPMAST-KEY TO ORG-KEY
                 READ ORGMAST
                 IF WS-ORGMAST-STATUS = '00'
                   MOVE ORG-DEPT-NAME TO SM-DEPT-NAME
                 END-IF
               END-IF
               PERFORM CHECK-PROBATION-END
               PERFORM CHECK-ANNIVERSARIES
             END-IF
           END-IF.

       CHECK-PROBATION-END.
      *****************************************************************
      * The most specific PROBATN rule gives the months; the end is
      * the same day that many months on (the month's last day when
      * the month is shorter).
      *****************************************************************
           MOVE 0 TO WS-PROB-BEST-RANK WS-PROB-MONTHS-USED
           PERFORM VARYING WS-PROB-IDX FROM 1 BY 1
                     UNTIL WS-PROB-IDX > WS-PROB-CNT
             MOVE 0 TO WS-PROB-RANK
             IF (WS-PROB-COMPANY(WS-PROB-IDX) = '*' OR
                 WS-PROB-COMPANY(WS-PROB-IDX) = EMPMAST-COMPANY) AND
                (WS-PROB-LEVEL-X(WS-PROB-IDX) = '*' OR
                 WS-PROB-LEVEL(WS-PROB-IDX) = SM-LEVEL)
               MOVE 1 TO WS-PROB-RANK
               IF WS-PROB-LEVEL-X(WS-PROB-IDX) NOT = '*'
                 ADD 1 TO WS-PROB-RANK
               END-IF
               IF WS-PROB-COMPANY(WS-PROB-IDX) NOT = '*'
                 ADD 2 TO WS-PROB-RANK
               END-IF
             END-IF
             IF WS-PROB-RANK > WS-PROB-BEST-RANK
               MOVE WS-PROB-RANK TO WS-PROB-BEST-RANK
               MOVE WS-PROB-MONTHS(WS-PROB-IDX) TO WS-PROB-MONTHS-USED
             END-IF
           END-PERFORM

           IF WS-PROB-MONTHS-USED > 0
             COMPUTE WS-MONTH-TOTAL = WS-JOIN-YYYY * 12 +
                     WS-JOIN-MM - 1 + WS-PROB-MONTHS-USED
             COMPUTE WS-CALC-YYYY = WS-MONTH-TOTAL / 12
             COMPUTE WS-CALC-MM =
                     FUNCTION MOD(WS-MONTH-TOTAL, 12) + 1
             MOVE WS-JOIN-DD TO WS-CALC-DD
             PERFORM CLIP-TO-MONTH-END
             IF WS-CALC-DATE >= WS-BUSINESS-DATE AND
                WS-CALC-DATE <= WS-HORIZON-DATE
               SET SM-PROBATION TO TRUE
               MOVE 0 TO SM-YEARS
               MOVE WS-PROB-MONTHS-USED TO SM-MONTHS
               PERFORM RELEASE-MILESTONE
               ADD 1 TO WS-PROBATION-CNT
             END-IF
           END-IF.

       CHECK-ANNIVERSARIES.
      *****************************************************************
      * The window is under a year long, so only the anniversaries
      * in the business date's year and the window end's year can
      * fall inside it. A 29 February joiner celebrates on the 28th
      * in other years.
      *****************************************************************
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CALC-YEAR
           PERFORM CHECK-ONE-ANNIVERSARY
           IF WS-HORIZON-DATE(1:4) NOT = WS-BUSINESS-DATE(1:4)
             MOVE WS-HORIZON-DATE(1:4) TO WS-CALC-YEAR
             PERFORM CHECK-ONE-ANNIVERSARY
           END-IF.

       CHECK-ONE-ANNIVERSARY.
           COMPUTE WS-SERVICE-YEARS = WS-CALC-YEAR - WS-JOIN-YYYY
           MOVE 'N' TO WS-ANNV-SW
           PERFORM VARYING WS-ANNV-IDX FROM 1 BY 1
                     UNTIL WS-ANNV-IDX > WS-ANNV-CNT
             IF WS-ANNV-YEARS(WS-ANNV-IDX) = WS-SERVICE-YEARS
               SET WS-ANNV-CELEBRATED TO TRUE
             END-IF
           END-PERFORM
           IF WS-ANNV-CELEBRATED
             MOVE WS-CALC-YEAR TO WS-CALC-YYYY
             MOVE WS-JOIN-MM   TO WS-CALC-MM
             MOVE WS-JOIN-DD   TO WS-CALC-DD
             PERFORM CLIP-TO-MONTH-END
             IF WS-CALC-DATE >= WS-BUSINESS-DATE AND
                WS-CALC-DATE <= WS-HORIZON-DATE
               SET SM-ANNIVERSARY TO TRUE
               MOVE WS-SERVICE-YEARS TO SM-YEARS
               MOVE 0 TO SM-MONTHS
               PERFORM RELEASE-MILESTONE
               ADD 1 TO WS-ANNIVERSARY-CNT
             END-IF
           END-IF.

       CLIP-TO-MONTH-END.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) = 0
                   OR WS-CALC-DD <= 28
             SUBTRACT 1 FROM WS-CALC-DD
           END-PERFORM.

       RELEASE-MILESTONE.
           MOVE WS-CALC-DATE TO SM-DATE
           MOVE 'N' TO SM-NEW-SW
           IF WS-CALC-DATE > WS-PREV-HORIZON-DATE
             SET SM-NEW TO TRUE
           END-IF
           RELEASE SORT-MILESTONE-RECORD.

       REPORT-MILESTONES.
      *****************************************************************
      * The SORT output side: MSTRPT by department, and a NOTIFFIL
      * record for every NEW milestone.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-FIRST-ROW OR SM-DEPT-CODE NOT = WS-PREV-DEPT
                 IF NOT WS-FIRST-ROW
                   PERFORM WRITE-DEPARTMENT-TOTAL
                 END-IF
                 PERFORM WRITE-DEPARTMENT-HEADING
               END-IF
               PERFORM WRITE-MILESTONE-LINE
               IF SM-NEW
                 ADD 1 TO WS-NEW-CNT
                 PERFORM WRITE-MILESTONE-NOTICE
               END-IF
             END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-ROW
             PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF
           PERFORM WRITE-MILESTONE-TOTALS.

       WRITE-DEPARTMENT-HEADING.
           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE SM-DEPT-CODE TO WS-PREV-DEPT
           MOVE 0 TO WS-DEPT-CNT
           MOVE SPACES TO MSTRPT-LINE
           WRITE MSTRPT-LINE
           IF SM-DEPT-CODE = SPACES
             MOVE "  DEPARTMENT (NONE ON EMPMAST)" TO MSTRPT-LINE
           ELSE
             STRING "  DEPARTMENT " SM-DEPT-CODE "  " SM-DEPT-NAME
                    DELIMITED BY SIZE INTO MSTRPT-LINE
           END-IF
           WRITE MSTRPT-LINE.

       WRITE-MILESTONE-LINE.
           ADD 1 TO WS-DEPT-CNT
           MOVE SM-DATE TO WS-EDIT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE WS-EDIT-DATE TO RPT-DATE
           MOVE SPACES TO RPT-MILESTONE
           IF SM-PROBATION
             MOVE SM-MONTHS TO WS-EDIT-YEARS
             STRING "PROBATION END (" FUNCTION TRIM(WS-EDIT-YEARS)
                    " MOS)" DELIMITED BY SIZE INTO RPT-MILESTONE
           ELSE
             MOVE SM-YEARS TO WS-EDIT-YEARS
             STRING FUNCTION TRIM(WS-EDIT-YEARS)
                    "-YEAR ANNIVERSARY" DELIMITED BY SIZE
                    INTO RPT-MILESTONE
           END-IF
           MOVE SM-COMPANY     TO RPT-COMPANY
           MOVE SM-EMPLOYEE-ID TO RPT-EMPLOYEE-ID
           MOVE SM-FULL-NAME   TO RPT-FULL-NAME
           MOVE SM-LEVEL       TO RPT-LEVEL
           MOVE SM-JOIN-DATE TO WS-EDIT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE WS-EDIT-DATE TO RPT-JOIN-DATE
           MOVE SPACES TO RPT-NEW
           IF SM-NEW
             MOVE '*' TO RPT-NEW
           END-IF
           MOVE WS-RPT-DETAIL TO MSTRPT-LINE
           WRITE MSTRPT-LINE.

       WRITE-DEPARTMENT-TOTAL.
           MOVE "MILESTONES IN DEPARTMENT" TO RPT-COUNT-TEXT
           MOVE WS-DEPT-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO MSTRPT-LINE
           WRITE MSTRPT-LINE.

       EDIT-REPORT-DATE.
           STRING WS-EDIT-DATE-IN(1:4) "-" WS-EDIT-DATE-IN(5:2) "-"
                  WS-EDIT-DATE-IN(7:2)
                  DELIMITED BY SIZE INTO WS-EDIT-DATE.

       WRITE-MILESTONE-NOTICE.
      *****************************************************************
      * The letters step takes the template from NTF-TEMPLATE and
      * the milestone date and years from the amounts area.
      *****************************************************************
           INITIALIZE NOTIFICATION-RECORD
           MOVE WS-JOB-START-TS(1:21) TO NTF-TIMESTAMP
           MOVE WS-RUN-ID      TO NTF-RUN-ID
           IF SM-PROBATION
             MOVE 'PROBEND ' TO NTF-CLASS
             MOVE WS-PROB-TEMPLATE TO NTF-TEMPLATE
           ELSE
             MOVE 'ANNIVSRY' TO NTF-CLASS
             MOVE WS-ANNV-TEMPLATE TO NTF-TEMPLATE
           END-IF
           MOVE SM-EMPLOYEE-ID TO NTF-EMPLOYEE-ID
           MOVE SM-FULL-NAME   TO NTF-FULL-NAME
           MOVE SM-EMAIL       TO NTF-EMAIL
           MOVE SM-DATE        TO NTF-MILESTONE-DATE
           MOVE SM-YEARS       TO NTF-SERVICE-YEARS
           MOVE SM-COMPANY     TO NTF-COMPANY
           WRITE NOTIFICATION-RECORD
           ADD 1 TO WS-NOTIF-CNT.

       WRITE-MILESTONE-TOTALS.
           MOVE SPACES TO MSTRPT-LINE
           WRITE MSTRPT-LINE
           MOVE "EMPLOYEES READ" TO RPT-COUNT-TEXT
           MOVE WS-READ-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO MSTRPT-LINE
           WRITE MSTRPT-LINE
           MOVE "LEAVERS PASSED OVER" TO RPT-COUNT-TEXT
           MOVE WS-LEAVER-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO MSTRPT-LINE
           WRITE MSTRPT-LINE
           MOVE "UNUSABLE DATE OF JOINING" TO RPT-COUNT-TEXT
           MOVE WS-BAD-DATE-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO MSTRPT-LINE
           WRITE MSTRPT-LINE
           MOVE "PROBATION ENDS IN WINDOW" TO RPT-COUNT-TEXT
           MOVE WS-PROBATION-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO MSTRPT-LINE
           WRITE MSTRPT-LINE
           MOVE "SERVICE ANNIVERSARIES IN WINDOW" TO RPT-COUNT-TEXT
           MOVE WS-ANNIVERSARY-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO MSTRPT-LINE
           WRITE MSTRPT-LINE
           MOVE "NEW TODAY - NOTIFICATIONS WRITTEN" TO RPT-COUNT-TEXT
           MOVE WS-NOTIF-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO MSTRPT-LINE
           WRITE MSTRPT-LINE.

       ABANDON-MILESTONE-RUN.
           MOVE 9848 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-MILESTONE-SUMMARY
           GOBACK.

       DISPLAY-MILESTONE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYMILST JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  BUSINESS DATE    : " WS-BUSINESS-DATE
           DISPLAY "  WINDOW END       : " WS-HORIZON-DATE
           DISPLAY "  EMPLOYEES READ   : " WS-READ-CNT
           DISPLAY "  LEAVERS SKIPPED  : " WS-LEAVER-CNT
           DISPLAY "  BAD JOIN DATES   : " WS-BAD-DATE-CNT
           DISPLAY "  PROBATION ENDS   : " WS-PROBATION-CNT
           DISPLAY "  ANNIVERSARIES    : " WS-ANNIVERSARY-CNT
           DISPLAY "  NOTIFICATIONS    : " WS-NOTIF-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYMILST'.
