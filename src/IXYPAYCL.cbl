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
      * MAIN PROGRAM PAY-PERIOD CALENDAR BUILD
      ******************************************************************
      * Payroll's cycle was nowhere on file, so nothing could say
      * which pay period a master change belonged to. This job
      * builds the pay-period calendar every company is paid on:
      * a. PAYRULES - one card per run of periods, fixed columns:
      *        cols 1-3   company (spaces = the legacy stream)
      *        col  5     frequency: W weekly, B bi-weekly,
      *                   S semi-monthly (1st-15th, 16th-month end),
      *                   M monthly (calendar month)
      *        cols 7-14  start of the first period, YYYYMMDD (the
      *                   1st for M; the 1st or 16th for S)
      *        cols 16-18 number of periods to build
      *        cols 20-21 cutoff: business days before the period
      *                   end (00 = the last business day of the
      *                   period)
      *        cols 23-24 pay date: business days after the period
      *                   end (00 = the last business day of the
      *                   period)
      *    '*' in column 1 is a comment. A company may have several
      *    cards -- a new year, a change of frequency -- but its
      *    periods may not overlap.
      * b. A business day is Monday to Friday and not a BIZCAL
      *    holiday, asked of IXYCALND as every other job asks it.
      *    Without BIZCAL only weekends are skipped.
      * c. PAYCAL - the calendar, rebuilt whole: per company and
      *    period (YYYYNN, NN counting the periods that start in
      *    year YYYY) the start, end, cutoff and pay date. IXYPPASN
      *    assigns the journaled master changes to these periods.
      *
      * Return codes: 04 BIZCAL unavailable (weekends only); 12 a
      * PAYRULES card is invalid or periods overlap -- no calendar
      * is written; 16 PAYRULES or PAYCAL unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPAYCL'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYRULES ASSIGN TO PAYRULES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PAYRULES-STATUS.

           SELECT PAYCAL ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PAYCAL-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   ABC M 20260101 012 03 00
      *   XYZ B 20260105 026 02 03
         FD PAYRULES
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PAY-RULE-CARD.

         01 PAY-RULE-CARD.
            05 PRC-COMPANY        PIC X(03).
            05 FILLER             PIC X(01).
            05 PRC-FREQUENCY      PIC X(01).
               88 PRC-WEEKLY       VALUE 'W'.
               88 PRC-BIWEEKLY     VALUE 'B'.
               88 PRC-SEMIMONTHLY  VALUE 'S'.
               88 PRC-MONTHLY      VALUE 'M'.
            05 FILLER             PIC X(01).
            05 PRC-FIRST-START    PIC X(08).
            05 FILLER             PIC X(01).
            05 PRC-PERIOD-CNT     PIC X(03).
            05 FILLER             PIC X(01).
            05 PRC-CUTOFF-DAYS    PIC X(02).
            05 FILLER             PIC X(01).
            05 PRC-PAY-DAYS       PIC X(02).
            05 FILLER             PIC X(56).

         FD PAYCAL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PAY-PERIOD-RECORD.

         01 PAY-PERIOD-RECORD.
            05 PCL-COMPANY        PIC X(03).
            05 PCL-PERIOD         PIC 9(06).
            05 PCL-START-DATE     PIC 9(08).
            05 PCL-END-DATE       PIC 9(08).
            05 PCL-CUTOFF-DATE    PIC 9(08).
            05 PCL-PAY-DATE       PIC 9(08).
            05 PCL-FREQUENCY      PIC X(01).
            05 PCL-BUILT-TS       PIC X(21).
            05 FILLER             PIC X(17).

        WORKING-STORAGE SECTION.
         01 WS-PAYRULES-STATUS  PIC X(02).
         01 WS-PAYCAL-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-CARD-OK-SW       PIC X(01).
             88 WS-CARD-OK      VALUE 'Y'.

      * The periods built, held until the deck is known to be good.
         01 WS-PRD-MAX          PIC S9(4) BINARY VALUE 3000.
         01 WS-PRD-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-PRD-TABLE.
            05 WS-PRD-ENTRY OCCURS 3000 TIMES.
              10 WS-PRD-COMPANY      PIC X(03).
              10 WS-PRD-PERIOD       PIC 9(06).
              10 WS-PRD-START        PIC 9(08).
              10 WS-PRD-END          PIC 9(08).
              10 WS-PRD-CUTOFF       PIC 9(08).
              10 WS-PRD-PAY-DATE     PIC 9(08).
              10 WS-PRD-FREQUENCY    PIC X(01).
         01 WS-PRD-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-PRD-IDX2         PIC S9(4) BINARY VALUE 0.

      * Periods numbered so far per company and year.
         01 WS-CYR-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-CYR-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-CYR-TABLE.
            05 WS-CYR-ENTRY OCCURS 500 TIMES.
              10 WS-CYR-COMPANY      PIC X(03).
              10 WS-CYR-YEAR         PIC 9(04).
              10 WS-CYR-LAST-SEQ     PIC 9(02).
         01 WS-CYR-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-CYR-FOUND-IDX    PIC S9(4) BINARY VALUE 0.

      * The card being expanded.
         01 WS-PERIOD-CNT       PIC 9(03).
         01 WS-CUTOFF-DAYS      PIC 9(02).
         01 WS-PAY-DAYS         PIC 9(02).
         01 WS-PERIOD-NO        PIC S9(4) BINARY VALUE 0.
         01 WS-START-DATE       PIC 9(08).
         01 WS-START-PARTS REDEFINES WS-START-DATE.
            05 WS-START-YYYY    PIC 9(04).
            05 WS-START-MM      PIC 9(02).
            05 WS-START-DD      PIC 9(02).
         01 WS-END-DATE         PIC 9(08).
         01 WS-NEXT-MONTH       PIC 9(08).
         01 WS-NEXT-PARTS REDEFINES WS-NEXT-MONTH.
            05 WS-NEXT-YYYY     PIC 9(04).
            05 WS-NEXT-MM       PIC 9(02).
            05 WS-NEXT-DD       PIC 9(02).
         01 WS-DAY-NUMBER       PIC S9(9) BINARY VALUE 0.

      * Business-day arithmetic.
         01 WS-BDAY-DATE        PIC 9(08).
         01 WS-BDAY-NUMBER      PIC S9(9) BINARY VALUE 0.
         01 WS-BDAY-STEPS       PIC S9(4) BINARY VALUE 0.
         01 WS-WEEKDAY          PIC S9(4) BINARY VALUE 0.
         01 WS-BUSINESS-DAY-SW  PIC X(01).
             88 WS-BUSINESS-DAY VALUE 'Y'.
         01 WS-BIZCAL-MISSING-SW PIC X(01) VALUE 'N'.
             88 WS-BIZCAL-MISSING VALUE 'Y'.

      * Parameter area for the shared business calendar IXYCALND.
         01 WS-CALENDAR-PARMS.
            05 WS-CAL-DATE         PIC 9(08).
            05 WS-CAL-HOLIDAY-SW   PIC X(01).
                88 WS-CAL-HOLIDAY  VALUE 'Y'.
            05 WS-CAL-MONTHEND-SW  PIC X(01).
            05 WS-CAL-FREEZE-SW    PIC X(01).
            05 WS-CAL-DESC         PIC X(40).
            05 WS-CAL-RESULT       PIC X(01).
                88 WS-CAL-MISSING  VALUE 'M'.

         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-WRITTEN-CNT      PIC S9(9) BINARY VALUE 0.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYPAYCL'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "PAY-PERIOD CALENDAR BUILD"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           OPEN INPUT PAYRULES
           IF WS-PAYRULES-STATUS NOT = '00'
             DISPLAY "ERROR : PAYRULES NOT AVAILABLE, FILE STATUS "
                     WS-PAYRULES-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYPAYCL: PAYRULES NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-CALENDAR-BUILD
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ PAYRULES
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF PAY-RULE-CARD(1:1) NOT = '*' AND
                  PAY-RULE-CARD NOT = SPACES
                 ADD 1 TO WS-CARD-CNT
                 PERFORM CHECK-PAY-RULE-CARD
                 IF WS-CARD-OK
                   PERFORM BUILD-CARD-PERIODS
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE PAYRULES

           PERFORM CHECK-PERIOD-OVERLAP
           IF WS-DECK-BAD OR WS-PRD-CNT = 0
             IF WS-PRD-CNT = 0
               DISPLAY "ERROR : PAYRULES BUILT NO PERIODS"
             END-IF
             MOVE 12 TO RETURN-CODE
             MOVE "IXYPAYCL: PAYRULES INVALID - NO CALENDAR WRITTEN"
                      TO ERRLOG-MSG
             PERFORM ABANDON-CALENDAR-BUILD
           END-IF

           PERFORM WRITE-PAY-CALENDAR
           IF WS-BIZCAL-MISSING
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-CALENDAR-SUMMARY
           GOBACK
           .

       CHECK-PAY-RULE-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW
           MOVE PRC-FIRST-START TO WS-START-DATE
           EVALUATE TRUE
             WHEN NOT (PRC-WEEKLY OR PRC-BIWEEKLY OR
                       PRC-SEMIMONTHLY OR PRC-MONTHLY)
               DISPLAY "ERROR : FREQUENCY MUST BE W, B, S OR M : "
                       PAY-RULE-CARD
               MOVE 'N' TO WS-CARD-OK-SW
             WHEN PRC-FIRST-START IS NOT NUMERIC OR
                  PRC-PERIOD-CNT IS NOT NUMERIC OR
                  PRC-CUTOFF-DAYS IS NOT NUMERIC OR
                  PRC-PAY-DAYS IS NOT NUMERIC
               DISPLAY "ERROR : START, COUNT, CUTOFF AND PAY DAYS "
                       "MUST BE NUMERIC : " PAY-RULE-CARD
               MOVE 'N' TO WS-CARD-OK-SW
             WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
               DISPLAY "ERROR : FIRST START IS NOT A DATE : "
                       PAY-RULE-CARD
               MOVE 'N' TO WS-CARD-OK-SW
             WHEN PRC-PERIOD-CNT = '000'
               DISPLAY "ERROR : NO PERIODS REQUESTED : " PAY-RULE-CARD
               MOVE 'N' TO WS-CARD-OK-SW
             WHEN OTHER
               IF (PRC-MONTHLY AND WS-START-DD NOT = 1) OR
                  (PRC-SEMIMONTHLY AND WS-START-DD NOT = 1 AND
                   WS-START-DD NOT = 16)
                 DISPLAY "ERROR : M PERIODS START ON THE 1ST, S ON "
                         "THE 1ST OR 16TH : " PAY-RULE-CARD
                 MOVE 'N' TO WS-CARD-OK-SW
               END-IF
           END-EVALUATE
           IF NOT WS-CARD-OK
             SET WS-DECK-BAD TO TRUE
           END-IF.

       BUILD-CARD-PERIODS.
      *****************************************************************
      * One period at a time from the card's first start: its end,
      * then its cutoff and pay date on business days.
      *****************************************************************
           MOVE PRC-PERIOD-CNT  TO WS-PERIOD-CNT
           MOVE PRC-CUTOFF-DAYS TO WS-CUTOFF-DAYS
           MOVE PRC-PAY-DAYS    TO WS-PAY-DAYS
           MOVE PRC-FIRST-START TO WS-START-DATE
           PERFORM VARYING WS-PERIOD-NO FROM 1 BY 1
                     UNTIL WS-PERIOD-NO > WS-PERIOD-CNT
                        OR WS-DECK-BAD
             PERFORM FIND-PERIOD-END
             IF WS-PRD-CNT >= WS-PRD-MAX
               DISPLAY "ERROR : MORE THAN " WS-PRD-MAX " PERIODS"
               SET WS-DECK-BAD TO TRUE
             ELSE
               ADD 1 TO WS-PRD-CNT
               MOVE PRC-COMPANY   TO WS-PRD-COMPANY(WS-PRD-CNT)
               MOVE PRC-FREQUENCY TO WS-PRD-FREQUENCY(WS-PRD-CNT)
               MOVE WS-START-DATE TO WS-PRD-START(WS-PRD-CNT)
               MOVE WS-END-DATE   TO WS-PRD-END(WS-PRD-CNT)
               PERFORM NUMBER-PERIOD
               PERFORM FIND-CUTOFF-DATE
               PERFORM FIND-PAY-DATE
               COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-END-DATE) + 1
               COMPUTE WS-START-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
             END-IF
           END-PERFORM.

       FIND-PERIOD-END.
           EVALUATE TRUE
             WHEN PRC-WEEKLY
               COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-START-DATE) + 6
               COMPUTE WS-END-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
             WHEN PRC-BIWEEKLY
               COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-START-DATE) + 13
               COMPUTE WS-END-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
             WHEN PRC-SEMIMONTHLY AND WS-START-DD = 1
               COMPUTE WS-END-DATE = WS-START-DATE + 14
             WHEN OTHER
      *        The day before the 1st of the next month.
               MOVE WS-START-DATE TO WS-NEXT-MONTH
               MOVE 1 TO WS-NEXT-DD
               IF WS-NEXT-MM = 12
                 MOVE 1 TO WS-NEXT-MM
                 ADD 1 TO WS-NEXT-YYYY
               ELSE
                 ADD 1 TO WS-NEXT-MM
               END-IF
               COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1
               COMPUTE WS-END-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           END-EVALUATE.

       NUMBER-PERIOD.
           MOVE 0 TO WS-CYR-FOUND-IDX
           PERFORM VARYING WS-CYR-IDX FROM 1 BY 1
                     UNTIL WS-CYR-IDX > WS-CYR-CNT
                        OR WS-CYR-FOUND-IDX NOT = 0
             IF WS-CYR-COMPANY(WS-CYR-IDX) = PRC-COMPANY AND
                WS-CYR-YEAR(WS-CYR-IDX) = WS-START-YYYY
               MOVE WS-CYR-IDX TO WS-CYR-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-CYR-FOUND-IDX = 0
             IF WS-CYR-CNT >= WS-CYR-MAX
               DISPLAY "ERROR : MORE THAN " WS-CYR-MAX
                       " COMPANY-YEARS"
               SET WS-DECK-BAD TO TRUE
               MOVE 1 TO WS-CYR-FOUND-IDX
             ELSE
               ADD 1 TO WS-CYR-CNT
               MOVE WS-CYR-CNT    TO WS-CYR-FOUND-IDX
               MOVE PRC-COMPANY   TO WS-CYR-COMPANY(WS-CYR-CNT)
               MOVE WS-START-YYYY TO WS-CYR-YEAR(WS-CYR-CNT)
               MOVE 0             TO WS-CYR-LAST-SEQ(WS-CYR-CNT)
             END-IF
           END-IF
           IF WS-CYR-LAST-SEQ(WS-CYR-FOUND-IDX) >= 99
             DISPLAY "ERROR : MORE THAN 99 PERIODS START IN "
                     WS-START-YYYY " FOR COMPANY '" PRC-COMPANY "'"
             SET WS-DECK-BAD TO TRUE
           ELSE
             ADD 1 TO WS-CYR-LAST-SEQ(WS-CYR-FOUND-IDX)
           END-IF
           COMPUTE WS-PRD-PERIOD(WS-PRD-CNT) =
                   WS-START-YYYY * 100 +
                   WS-CYR-LAST-SEQ(WS-CYR-FOUND-IDX).

       FIND-CUTOFF-DATE.
      *****************************************************************
      * The last business day of the period, then back the card's
      * number of business days.
      *****************************************************************
           MOVE WS-END-DATE TO WS-BDAY-DATE
           PERFORM ROLL-BACK-TO-BUSINESS-DAY
           PERFORM VARYING WS-BDAY-STEPS FROM 1 BY 1
                     UNTIL WS-BDAY-STEPS > WS-CUTOFF-DAYS
             PERFORM STEP-BACK-ONE-DAY
             PERFORM ROLL-BACK-TO-BUSINESS-DAY
           END-PERFORM
           MOVE WS-BDAY-DATE TO WS-PRD-CUTOFF(WS-PRD-CNT).

       FIND-PAY-DATE.
      *****************************************************************
      * 00 pays on the last business day of the period; otherwise
      * the card's number of business days after the period end.
      *****************************************************************
           MOVE WS-END-DATE TO WS-BDAY-DATE
           IF WS-PAY-DAYS = 0
             PERFORM ROLL-BACK-TO-BUSINESS-DAY
           ELSE
             PERFORM VARYING WS-BDAY-STEPS FROM 1 BY 1
                       UNTIL WS-BDAY-STEPS > WS-PAY-DAYS
               COMPUTE WS-BDAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-BDAY-DATE) + 1
               COMPUTE WS-BDAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-BDAY-NUMBER)
               PERFORM CHECK-BUSINESS-DAY
               PERFORM UNTIL WS-BUSINESS-DAY
                 COMPUTE WS-BDAY-NUMBER =
                         FUNCTION INTEGER-OF-DATE(WS-BDAY-DATE) + 1
                 COMPUTE WS-BDAY-DATE =
                         FUNCTION DATE-OF-INTEGER(WS-BDAY-NUMBER)
                 PERFORM CHECK-BUSINESS-DAY
               END-PERFORM
             END-PERFORM
           END-IF
           MOVE WS-BDAY-DATE TO WS-PRD-PAY-DATE(WS-PRD-CNT).

       ROLL-BACK-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY
             PERFORM STEP-BACK-ONE-DAY
             PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       STEP-BACK-ONE-DAY.
           COMPUTE WS-BDAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BDAY-DATE) - 1
           COMPUTE WS-BDAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BDAY-NUMBER).

       CHECK-BUSINESS-DAY.
      *****************************************************************
      * Day 1 of INTEGER-OF-DATE (1601-01-01) was a Monday, so the
      * remainder by 7 is 5 on a Saturday and 6 on a Sunday.
      *****************************************************************
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-BDAY-DATE) - 1, 7)
           IF WS-WEEKDAY < 5
             MOVE WS-BDAY-DATE TO WS-CAL-DATE
             CALL "IXYCALND" USING WS-CALENDAR-PARMS
             IF WS-CAL-MISSING AND NOT WS-BIZCAL-MISSING
               DISPLAY "WARNING : BIZCAL NOT AVAILABLE - ONLY "
                       "WEEKENDS ARE SKIPPED"
               SET WS-BIZCAL-MISSING TO TRUE
             END-IF
             IF NOT WS-CAL-HOLIDAY
               SET WS-BUSINESS-DAY TO TRUE
             END-IF
           END-IF.

       CHECK-PERIOD-OVERLAP.
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                     UNTIL WS-PRD-IDX > WS-PRD-CNT
             PERFORM VARYING WS-PRD-IDX2 FROM WS-PRD-IDX BY 1
                       UNTIL WS-PRD-IDX2 > WS-PRD-CNT
               IF WS-PRD-IDX2 NOT = WS-PRD-IDX AND
                  WS-PRD-COMPANY(WS-PRD-IDX2) =
                          WS-PRD-COMPANY(WS-PRD-IDX) AND
                  WS-PRD-START(WS-PRD-IDX2) <=
                          WS-PRD-END(WS-PRD-IDX) AND
                  WS-PRD-END(WS-PRD-IDX2) >=
                          WS-PRD-START(WS-PRD-IDX)
                 DISPLAY "ERROR : COMPANY '"
                         WS-PRD-COMPANY(WS-PRD-IDX) "' PERIODS "
                         WS-PRD-PERIOD(WS-PRD-IDX) " AND "
                         WS-PRD-PERIOD(WS-PRD-IDX2) " OVERLAP"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-PAY-CALENDAR.
           OPEN OUTPUT PAYCAL
           IF WS-PAYCAL-STATUS NOT = '00'
             DISPLAY "ERROR : PAYCAL NOT AVAILABLE, FILE STATUS "
                     WS-PAYCAL-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYPAYCL: PAYCAL NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-CALENDAR-BUILD
           END-IF
           DISPLAY "CO  PERIOD START    END      CUTOFF   PAY DATE"
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                     UNTIL WS-PRD-IDX > WS-PRD-CNT
             MOVE SPACES TO PAY-PERIOD-RECORD
             MOVE WS-PRD-COMPANY(WS-PRD-IDX)   TO PCL-COMPANY
             MOVE WS-PRD-PERIOD(WS-PRD-IDX)    TO PCL-PERIOD
             MOVE WS-PRD-START(WS-PRD-IDX)     TO PCL-START-DATE
             MOVE WS-PRD-END(WS-PRD-IDX)       TO PCL-END-DATE
             MOVE WS-PRD-CUTOFF(WS-PRD-IDX)    TO PCL-CUTOFF-DATE
             MOVE WS-PRD-PAY-DATE(WS-PRD-IDX)  TO PCL-PAY-DATE
             MOVE WS-PRD-FREQUENCY(WS-PRD-IDX) TO PCL-FREQUENCY
             MOVE WS-JOB-START-TS(1:21)        TO PCL-BUILT-TS
             WRITE PAY-PERIOD-RECORD
             ADD 1 TO WS-WRITTEN-CNT
             DISPLAY PCL-COMPANY " " PCL-PERIOD " " PCL-START-DATE
                     " " PCL-END-DATE " " PCL-CUTOFF-DATE " "
                     PCL-PAY-DATE
           END-PERFORM
           CLOSE PAYCAL.

       ABANDON-CALENDAR-BUILD.
           MOVE 9858 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           PERFORM DISPLAY-CALENDAR-SUMMARY
           GOBACK.

       DISPLAY-CALENDAR-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPAYCL JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  PAYRULES CARDS   : " WS-CARD-CNT
           DISPLAY "  PERIODS BUILT    : " WS-PRD-CNT
           DISPLAY "  PERIODS WRITTEN  : " WS-WRITTEN-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPAYCL'.
