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
      * MAIN PROGRAM RETROACTIVE PAY ARREARS
      ******************************************************************
      * With effective-dated events a salary or allowance change can
      * arrive dated months in the past. The master simply carries
      * the new figure from then on, so the pay periods payroll has
      * already been sent were paid at the old one. This job finds
      * those back-dated changes in the master journal and works out
      * the difference owed for every elapsed pay period:
      * a. RUNCTL / WINCLOSE - the window run-id and business date;
      *    like the payroll extract, the job refuses to run unless
      *    WINCLOSE holds a sealed close record for the run-id.
      * b. ARRCARD - optional control deck, fixed columns:
      *        cols 1-8   keyword PAIDTO
      *        cols 10-15 the last pay period (YYYYMM) payroll has
      *                   already been extracted and paid for.
      *    Without a PAIDTO card the periods before the business
      *    date's month are taken as paid. '*' in column 1 is a
      *    comment. Pay periods are calendar months.
      * c. ARRHWM - the journal high-water mark: the timestamp of the
      *    last journal entry an earlier run has examined. Only later
      *    entries are looked at, so a change is never paid twice.
      *    Absent or empty, the whole journal is examined. The new
      *    mark goes to ARRHWMO (the IXYRTRYP convention: the calling
      *    JCL copies ARRHWMO back over ARRHWM when the step ends
      *    RC 0 or 4).
      * d. EMPJRNL - a change ('C') is back-dated when the after
      *    image's effectiveDate falls in or before the PAIDTO
      *    period and annualSalary or the monthlyAllowances total
      *    moved. The difference is owed for every month from the
      *    effective month to PAIDTO: one twelfth of the salary
      *    change plus the allowance change, the effective month
      *    pro-rated by the days from the effective date to the end
      *    of the month. A back-dated reduction gives a negative
      *    amount -- a recovery. Re-key entries (IXYREKEY) move no
      *    money and are passed over.
      * e. ARRXTRCT - the arrears interface file for payroll: an 'H'
      *    header (extract timestamp, run-id, paid-to period), one
      *    'D' detail per back-dated change and a 'T' trailer with
      *    the detail count and the salary, allowance and total
      *    arrears control totals.
      * f. ARRRPT - the arrears working: each change with its old and
      *    new figures and a line per pay period, then the control
      *    totals.
      * Return codes: 00 arrears computed (or none due); 04 a
      * back-dated change was passed over for an invalid effective
      * date -- the report names it; 16 the window is not closed,
      * the deck is unusable or EMPJRNL unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYARRPY'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * RUNCTL carries the window run-id and business date; WINCLOSE
      * carries the sealed window-close record IXYWCLOS writes once
      * the night's proofs pass.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT WINCLOSE ASSIGN TO WINCLOSE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-WCLOSE-STATUS.

           SELECT ARRCARD ASSIGN TO ARRCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ARRCARD-STATUS.

           SELECT ARRHWM ASSIGN TO ARRHWM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ARRHWM-STATUS.

           SELECT ARRHWMO ASSIGN TO ARRHWMO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ARRHWMO-STATUS.

           SELECT EMPJRNL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPJRNL-STATUS.

           SELECT ARRXTRCT ASSIGN TO ARRXTRCT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ARRXTRCT-STATUS.

           SELECT ARRRPT ASSIGN TO ARRRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ARRRPT-STATUS.

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

         FD WINCLOSE
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WINDOW-CLOSE-RECORD.

         01 WINDOW-CLOSE-RECORD.
            05 WCL-RUN-ID         PIC X(16).
            05 WCL-CLOSED-TS      PIC X(21).
            05 WCL-PROOF-FLAGS    PIC X(03).
            05 WCL-SEAL           PIC X(16).
            05 FILLER             PIC X(24).

         FD ARRCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ARR-CONTROL-CARD.

         01 ARR-CONTROL-CARD.
            05 ARC-KEYWORD        PIC X(08).
            05 FILLER             PIC X(01).
            05 ARC-PERIOD         PIC X(06).
            05 FILLER             PIC X(65).

      * The high-water mark record, in and out.
         FD ARRHWM
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ARR-HWM-RECORD.

         01 ARR-HWM-RECORD.
            05 HWM-JOURNAL-TS     PIC X(21).
            05 HWM-RUN-ID         PIC X(16).
            05 HWM-WRITTEN-TS     PIC X(21).
            05 FILLER             PIC X(22).

         FD ARRHWMO
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ARR-HWM-OUT-RECORD.

         01 ARR-HWM-OUT-RECORD.
            05 HWO-JOURNAL-TS     PIC X(21).
            05 HWO-RUN-ID         PIC X(16).
            05 HWO-WRITTEN-TS     PIC X(21).
            05 FILLER             PIC X(22).

      * Record layout as written by IXYMPOST.
         FD EMPJRNL
           RECORD CONTAINS 8108  CHARACTERS
           BLOCK  CONTAINS 81080 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MASTER-JOURNAL-RECORD.

         01 MASTER-JOURNAL-RECORD.
            05 JRN-TIMESTAMP        PIC X(21).
            05 JRN-RUN-ID           PIC X(16).
            05 JRN-PROGRAM          PIC X(08).
            05 JRN-ACTION           PIC X(01).
               88 JRN-ACTION-ADD    VALUE 'A'.
               88 JRN-ACTION-CHANGE VALUE 'C'.
               88 JRN-ACTION-DELETE VALUE 'D'.
            05 JRN-EMPLOYEE-ID      PIC 9(09).
            05 JRN-BEFORE-TS        PIC X(21).
            05 JRN-BEFORE-IMAGE     PIC X(4000).
            05 JRN-AFTER-IMAGE      PIC X(4000).
            05 JRN-BEFORE-ORG.
               10 JRN-BEFORE-DEPT-CODE   PIC X(06).
               10 JRN-BEFORE-COST-CENTER PIC X(08).
            05 JRN-AFTER-ORG.
               10 JRN-AFTER-DEPT-CODE    PIC X(06).
               10 JRN-AFTER-COST-CENTER  PIC X(08).
            05 FILLER               PIC X(04).

      * The arrears interface file. Money is signed (sign leading
      * separate) -- a back-dated reduction is a recovery.
         FD ARRXTRCT
           RECORD CONTAINS 200  CHARACTERS
           BLOCK  CONTAINS 2000 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ARREARS-INTERFACE-RECORD.

         01 ARREARS-INTERFACE-RECORD.
            05 ARRX-RECORD-TYPE     PIC X(01).
               88 ARRX-IS-HEADER    VALUE 'H'.
               88 ARRX-IS-DETAIL    VALUE 'D'.
               88 ARRX-IS-TRAILER   VALUE 'T'.
            05 ARRX-RECORD-BODY     PIC X(199).

         01 ARR-HEADER-RECORD.
            05 FILLER               PIC X(01).
            05 ARRH-EXTRACT-TS      PIC X(21).
            05 ARRH-RUN-ID          PIC X(16).
            05 ARRH-PAID-TO-PERIOD  PIC 9(06).
            05 ARRH-BUSINESS-DATE   PIC 9(08).
            05 FILLER               PIC X(148).

         01 ARR-DETAIL-RECORD.
            05 FILLER               PIC X(01).
            05 ARRD-COMPANY-CODE    PIC X(03).
            05 ARRD-EMPLOYEE-ID     PIC 9(09).
            05 ARRD-FULL-NAME       PIC X(30).
            05 ARRD-DEPT-CODE       PIC X(06).
            05 ARRD-COST-CENTER     PIC X(08).
            05 ARRD-EFFECTIVE-DATE  PIC 9(08).
            05 ARRD-JOURNAL-TS      PIC X(21).
            05 ARRD-PERIOD-FROM     PIC 9(06).
            05 ARRD-PERIOD-TO       PIC 9(06).
            05 ARRD-PERIOD-COUNT    PIC 9(04).
            05 ARRD-OLD-SALARY      PIC 9(07)V9(02).
            05 ARRD-NEW-SALARY      PIC 9(07)V9(02).
            05 ARRD-OLD-ALLOW       PIC 9(07)V9(02).
            05 ARRD-NEW-ALLOW       PIC 9(07)V9(02).
            05 ARRD-SALARY-ARREARS  PIC S9(09)V9(02)
                                    SIGN LEADING SEPARATE.
            05 ARRD-ALLOW-ARREARS   PIC S9(09)V9(02)
                                    SIGN LEADING SEPARATE.
            05 ARRD-TOTAL-ARREARS   PIC S9(09)V9(02)
                                    SIGN LEADING SEPARATE.
            05 FILLER               PIC X(26).

         01 ARR-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 ARRT-DETAIL-COUNT    PIC 9(09).
            05 ARRT-SALARY-TOTAL    PIC S9(13)V9(02)
                                    SIGN LEADING SEPARATE.
            05 ARRT-ALLOW-TOTAL     PIC S9(13)V9(02)
                                    SIGN LEADING SEPARATE.
            05 ARRT-ARREARS-TOTAL   PIC S9(13)V9(02)
                                    SIGN LEADING SEPARATE.
            05 ARRT-RECOVERY-COUNT  PIC 9(09).
            05 FILLER               PIC X(133).

         FD ARRRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ARRRPT-LINE.

         01 ARRRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-WCLOSE-STATUS    PIC X(02).
         01 WS-ARRCARD-STATUS   PIC X(02).
         01 WS-ARRHWM-STATUS    PIC X(02).
         01 WS-ARRHWMO-STATUS   PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-ARRXTRCT-STATUS  PIC X(02).
         01 WS-ARRRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-RUN-ID           PIC X(16) VALUE SPACES.
         01 WS-BUSINESS-DATE    PIC 9(08) VALUE 0.
         01 WS-WCLOSE-EOF-SW    PIC X(01).
             88 WS-WCLOSE-EOF   VALUE 'Y'.
         01 WS-WCLOSE-FOUND-SW  PIC X(01) VALUE 'N'.
             88 WS-WCLOSE-FOUND VALUE 'Y'.

      * Close-record integrity seal -- see IXYSEAL/IXYWCLOS. The
      * image is rebuilt here exactly as IXYWCLOS sealed it.
         01 WS-SEAL-PARMS.
            05 WS-SEAL-DATA-LEN PIC S9(9) BINARY.
            05 WS-SEAL-DATA     PIC X(256).
            05 WS-SEAL-VALUE    PIC X(16).

      * Control deck.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-PAID-TO-PERIOD   PIC 9(06) VALUE 0.
         01 WS-PAID-TO-SOURCE   PIC X(08) VALUE SPACES.

      * Journal high-water mark.
         01 WS-HWM-IN-TS        PIC X(21) VALUE LOW-VALUES.
         01 WS-HWM-OUT-TS       PIC X(21) VALUE LOW-VALUES.

      * One back-dated change.
         01 WS-OLD-SALARY       PIC 9(07)V9(02) VALUE 0.
         01 WS-NEW-SALARY       PIC 9(07)V9(02) VALUE 0.
         01 WS-OLD-ALLOW        PIC 9(07)V9(02) VALUE 0.
         01 WS-NEW-ALLOW        PIC 9(07)V9(02) VALUE 0.
         01 WS-IMAGE-ALLOW      PIC 9(07)V9(02) VALUE 0.
         01 WS-ALLOW-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-SALARY-DIFF      PIC S9(09)V9(04) VALUE 0.
         01 WS-ALLOW-DIFF       PIC S9(09)V9(02) VALUE 0.
         01 WS-EFF-DATE         PIC 9(08) VALUE 0.
         01 WS-EFF-PERIOD       PIC 9(06) VALUE 0.
         01 WS-EFF-DAY          PIC 9(02) VALUE 0.
         01 WS-PERIOD           PIC 9(06) VALUE 0.
         01 WS-PERIOD-R         REDEFINES WS-PERIOD.
            05 WS-PERIOD-YYYY   PIC 9(04).
            05 WS-PERIOD-MM     PIC 9(02).
         01 WS-NEXT-PERIOD      PIC 9(06) VALUE 0.
         01 WS-NEXT-PERIOD-R    REDEFINES WS-NEXT-PERIOD.
            05 WS-NEXT-YYYY     PIC 9(04).
            05 WS-NEXT-MM       PIC 9(02).
         01 WS-MONTH-START      PIC 9(08) VALUE 0.
         01 WS-NEXT-MONTH-START PIC 9(08) VALUE 0.
         01 WS-DAYS-IN-MONTH    PIC S9(4) BINARY VALUE 0.
         01 WS-DAYS-OWED        PIC S9(4) BINARY VALUE 0.
         01 WS-PERIOD-CNT       PIC 9(04) VALUE 0.
         01 WS-PER-SALARY       PIC S9(09)V9(02) VALUE 0.
         01 WS-PER-ALLOW        PIC S9(09)V9(02) VALUE 0.
         01 WS-CHG-SALARY       PIC S9(09)V9(02) VALUE 0.
         01 WS-CHG-ALLOW        PIC S9(09)V9(02) VALUE 0.
         01 WS-CHG-TOTAL        PIC S9(09)V9(02) VALUE 0.

      * Counters and control totals.
         01 WS-JRNL-READ-CNT    PIC 9(09) VALUE 0.
         01 WS-JRNL-NEW-CNT     PIC 9(09) VALUE 0.
         01 WS-CHANGE-CNT       PIC 9(09) VALUE 0.
         01 WS-CURRENT-CNT      PIC 9(09) VALUE 0.
         01 WS-NO-MONEY-CNT     PIC 9(09) VALUE 0.
         01 WS-INVALID-CNT      PIC 9(09) VALUE 0.
         01 WS-DETAIL-CNT       PIC 9(09) VALUE 0.
         01 WS-RECOVERY-CNT     PIC 9(09) VALUE 0.
         01 WS-SALARY-TOTAL     PIC S9(13)V9(02) VALUE 0.
         01 WS-ALLOW-TOTAL      PIC S9(13)V9(02) VALUE 0.
         01 WS-ARREARS-TOTAL    PIC S9(13)V9(02) VALUE 0.

      * Report editing.
         01 WS-ED-COUNT         PIC Z(8)9.
         01 WS-ED-DAYS          PIC Z9.
         01 WS-ED-DIM           PIC 99.
         01 WS-ED-SALARY        PIC Z,ZZZ,ZZ9.99.
         01 WS-ED-SALARY2       PIC Z,ZZZ,ZZ9.99.
         01 WS-ED-ALLOW         PIC Z,ZZZ,ZZ9.99.
         01 WS-ED-ALLOW2        PIC Z,ZZZ,ZZ9.99.
         01 WS-ED-AMT1          PIC ----,---,--9.99.
         01 WS-ED-AMT2          PIC ----,---,--9.99.
         01 WS-ED-AMT3          PIC ----,---,--9.99.
         01 WS-ED-TOTAL         PIC --,---,---,---,--9.99.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYARRPY'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "RETROACTIVE PAY ARREARS"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM CHECK-WINDOW-CLOSE
           IF RETURN-CODE NOT = 0
             PERFORM DISPLAY-ARREARS-SUMMARY
             GOBACK
           END-IF

           PERFORM READ-ARREARS-CARDS
           IF WS-DECK-BAD
             MOVE 9831 TO ERRLOG-CODE
             MOVE "IXYARRPY: ARRCARD CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-ARREARS-SUMMARY
             GOBACK
           END-IF

           PERFORM READ-HIGH-WATER-MARK

           OPEN INPUT EMPJRNL
           IF WS-EMPJRNL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPJRNL, FILE STATUS "
                     WS-EMPJRNL-STATUS
             MOVE 9830 TO ERRLOG-CODE
             MOVE "IXYARRPY: UNABLE TO OPEN EMPJRNL" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-ARREARS-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT ARRXTRCT
           OPEN OUTPUT ARRRPT
           MOVE SPACES TO ARREARS-INTERFACE-RECORD
           MOVE 'H' TO ARRX-RECORD-TYPE
           MOVE WS-JOB-START-TS(1:21) TO ARRH-EXTRACT-TS
           MOVE WS-RUN-ID             TO ARRH-RUN-ID
           MOVE WS-PAID-TO-PERIOD     TO ARRH-PAID-TO-PERIOD
           MOVE WS-BUSINESS-DATE      TO ARRH-BUSINESS-DATE
           WRITE ARREARS-INTERFACE-RECORD
           PERFORM WRITE-REPORT-HEADING

           MOVE WS-HWM-IN-TS TO WS-HWM-OUT-TS
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPJRNL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-JRNL-READ-CNT
               IF JRN-TIMESTAMP > WS-HWM-IN-TS
                 ADD 1 TO WS-JRNL-NEW-CNT
                 IF JRN-TIMESTAMP > WS-HWM-OUT-TS
                   MOVE JRN-TIMESTAMP TO WS-HWM-OUT-TS
                 END-IF
                 IF JRN-ACTION-CHANGE AND
                    JRN-PROGRAM NOT = 'IXYREKEY'
                   PERFORM EXAMINE-JOURNAL-CHANGE
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE EMPJRNL

           MOVE SPACES TO ARREARS-INTERFACE-RECORD
           MOVE 'T' TO ARRX-RECORD-TYPE
           MOVE WS-DETAIL-CNT    TO ARRT-DETAIL-COUNT
           MOVE WS-SALARY-TOTAL  TO ARRT-SALARY-TOTAL
           MOVE WS-ALLOW-TOTAL   TO ARRT-ALLOW-TOTAL
           MOVE WS-ARREARS-TOTAL TO ARRT-ARREARS-TOTAL
           MOVE WS-RECOVERY-CNT  TO ARRT-RECOVERY-COUNT
           WRITE ARREARS-INTERFACE-RECORD
           CLOSE ARRXTRCT

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE ARRRPT
           PERFORM WRITE-HIGH-WATER-MARK

           IF WS-INVALID-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-ARREARS-SUMMARY
           GOBACK
           .

       READ-ARREARS-CARDS.
      *****************************************************************
      * PAIDTO names the last pay period already extracted. Without
      * one, every month before the business date's is taken as paid.
      *****************************************************************
           OPEN INPUT ARRCARD
           IF WS-ARRCARD-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ ARRCARD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF ARR-CONTROL-CARD(1:1) NOT = '*' AND
                    ARR-CONTROL-CARD NOT = SPACES
                   PERFORM LOAD-ARREARS-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ARRCARD
           END-IF
           IF WS-PAID-TO-PERIOD = 0 AND NOT WS-DECK-BAD
             MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
             IF WS-PERIOD-MM = 1
               SUBTRACT 1 FROM WS-PERIOD-YYYY
               MOVE 12 TO WS-PERIOD-MM
             ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
             END-IF
             MOVE WS-PERIOD  TO WS-PAID-TO-PERIOD
             MOVE 'DEFAULT ' TO WS-PAID-TO-SOURCE
           END-IF
           DISPLAY "PAY PERIODS PAID TO " WS-PAID-TO-PERIOD " ("
                   WS-PAID-TO-SOURCE ")".

       LOAD-ARREARS-CARD.
           EVALUATE ARC-KEYWORD
             WHEN 'PAIDTO  '
               IF ARC-PERIOD IS NUMERIC AND
                  ARC-PERIOD(5:2) >= '01' AND
                  ARC-PERIOD(5:2) <= '12'
                 MOVE ARC-PERIOD TO WS-PAID-TO-PERIOD
                 MOVE 'ARRCARD ' TO WS-PAID-TO-SOURCE
               ELSE
                 DISPLAY "ERROR : PAIDTO PERIOD '" ARC-PERIOD
                         "' IS NOT A VALID YYYYMM"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN ARRCARD KEYWORD '"
                       ARC-KEYWORD "'"
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       READ-HIGH-WATER-MARK.
           OPEN INPUT ARRHWM
           IF WS-ARRHWM-STATUS = '00'
             READ ARRHWM
               AT END CONTINUE
               NOT AT END
                 IF HWM-JOURNAL-TS NOT = SPACES
                   MOVE HWM-JOURNAL-TS TO WS-HWM-IN-TS
                 END-IF
             END-READ
             CLOSE ARRHWM
           END-IF
           IF WS-HWM-IN-TS = LOW-VALUES
             DISPLAY "NO JOURNAL HIGH-WATER MARK - EXAMINING THE WHOLE "
                     "JOURNAL"
           ELSE
             DISPLAY "JOURNAL ENTRIES AFTER " WS-HWM-IN-TS
           END-IF.

       WRITE-HIGH-WATER-MARK.
           OPEN OUTPUT ARRHWMO
           MOVE SPACES TO ARR-HWM-OUT-RECORD
           IF WS-HWM-OUT-TS NOT = LOW-VALUES
             MOVE WS-HWM-OUT-TS TO HWO-JOURNAL-TS
           END-IF
           MOVE WS-RUN-ID             TO HWO-RUN-ID
           MOVE WS-JOB-START-TS(1:21) TO HWO-WRITTEN-TS
           WRITE ARR-HWM-OUT-RECORD
           CLOSE ARRHWMO.

       EXAMINE-JOURNAL-CHANGE.
      *****************************************************************
      * A change is back-dated when it took effect in or before the
      * last period paid and it moved the salary or the allowances.
      *****************************************************************
           IF JRN-BEFORE-IMAGE NOT = SPACES AND
              JRN-AFTER-IMAGE NOT = SPACES
             MOVE JRN-BEFORE-IMAGE TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
             MOVE 0 TO WS-OLD-SALARY
             IF annualSalary IS NUMERIC
               MOVE annualSalary TO WS-OLD-SALARY
             END-IF
             PERFORM SUM-IMAGE-ALLOWANCES
             MOVE WS-IMAGE-ALLOW TO WS-OLD-ALLOW

             MOVE JRN-AFTER-IMAGE TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
             MOVE 0 TO WS-NEW-SALARY
             IF annualSalary IS NUMERIC
               MOVE annualSalary TO WS-NEW-SALARY
             END-IF
             PERFORM SUM-IMAGE-ALLOWANCES
             MOVE WS-IMAGE-ALLOW TO WS-NEW-ALLOW

             MOVE 0 TO WS-EFF-DATE
             IF effectiveDate IS NUMERIC
               MOVE effectiveDate TO WS-EFF-DATE
             END-IF
             COMPUTE WS-EFF-PERIOD = WS-EFF-DATE / 100

      * No effective date means the change took effect when posted --
      * it is in the current period and payroll already has it.
             EVALUATE TRUE
               WHEN WS-OLD-SALARY = WS-NEW-SALARY AND
                    WS-OLD-ALLOW = WS-NEW-ALLOW
                 ADD 1 TO WS-NO-MONEY-CNT
               WHEN WS-EFF-DATE = 0
               WHEN WS-EFF-PERIOD > WS-PAID-TO-PERIOD
                 ADD 1 TO WS-CURRENT-CNT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
                 ADD 1 TO WS-CHANGE-CNT
                 ADD 1 TO WS-INVALID-CNT
                 MOVE SPACES TO ARRRPT-LINE
                 STRING "  ** PASSED OVER - EMPLOYEE " companyCode " "
                        employeeId " JOURNAL " JRN-TIMESTAMP
                        " : EFFECTIVE DATE " WS-EFF-DATE
                        " IS NOT A DATE"
                        DELIMITED BY SIZE INTO ARRRPT-LINE
                 WRITE ARRRPT-LINE
                 DISPLAY "WARNING : BACK-DATED CHANGE FOR EMPLOYEE "
                         employeeId " HAS AN INVALID EFFECTIVE DATE "
                         WS-EFF-DATE " - PASSED OVER"
               WHEN OTHER
                 ADD 1 TO WS-CHANGE-CNT
                 PERFORM COMPUTE-CHANGE-ARREARS
             END-EVALUATE
           END-IF.

       SUM-IMAGE-ALLOWANCES.
           MOVE 0 TO WS-IMAGE-ALLOW
           PERFORM VARYING WS-ALLOW-IDX FROM 1 BY 1
                     UNTIL WS-ALLOW-IDX > 24
             IF monthlyAllowances(WS-ALLOW-IDX) IS NUMERIC
               ADD monthlyAllowances(WS-ALLOW-IDX) TO WS-IMAGE-ALLOW
             END-IF
           END-PERFORM.

       COMPUTE-CHANGE-ARREARS.
      *****************************************************************
      * The monthly difference is a twelfth of the salary change plus
      * the allowance change. It is owed for each month from the
      * effective month to the last paid one; the effective month
      * only for the days from the effective date to its end.
      *****************************************************************
           COMPUTE WS-SALARY-DIFF = (WS-NEW-SALARY - WS-OLD-SALARY)
                                    / 12
           COMPUTE WS-ALLOW-DIFF  = WS-NEW-ALLOW - WS-OLD-ALLOW
           MOVE WS-EFF-DATE(7:2) TO WS-EFF-DAY
           MOVE 0 TO WS-PERIOD-CNT
           MOVE 0 TO WS-CHG-SALARY
           MOVE 0 TO WS-CHG-ALLOW

           PERFORM WRITE-CHANGE-HEADING

           MOVE WS-EFF-PERIOD TO WS-PERIOD
           PERFORM UNTIL WS-PERIOD > WS-PAID-TO-PERIOD
             PERFORM COMPUTE-PERIOD-ARREARS
             MOVE WS-PERIOD TO WS-NEXT-PERIOD
             IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
             ELSE
               ADD 1 TO WS-NEXT-MM
             END-IF
             MOVE WS-NEXT-PERIOD TO WS-PERIOD
           END-PERFORM

           COMPUTE WS-CHG-TOTAL = WS-CHG-SALARY + WS-CHG-ALLOW
           PERFORM WRITE-ARREARS-DETAIL

           MOVE WS-CHG-SALARY TO WS-ED-AMT1
           MOVE WS-CHG-ALLOW  TO WS-ED-AMT2
           MOVE WS-CHG-TOTAL  TO WS-ED-AMT3
           MOVE WS-PERIOD-CNT TO WS-ED-COUNT
           MOVE SPACES TO ARRRPT-LINE
           STRING "      ARREARS OVER " WS-ED-COUNT " PERIOD(S)"
                  "      SALARY " WS-ED-AMT1
                  "  ALLOWANCES " WS-ED-AMT2
                  "  TOTAL " WS-ED-AMT3
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           IF WS-CHG-TOTAL < 0
             MOVE SPACES TO ARRRPT-LINE
             MOVE "      ** RECOVERY - THE CHANGE REDUCED PAY"
               TO ARRRPT-LINE
             WRITE ARRRPT-LINE
           END-IF
           MOVE SPACES TO ARRRPT-LINE
           WRITE ARRRPT-LINE.

       COMPUTE-PERIOD-ARREARS.
           ADD 1 TO WS-PERIOD-CNT
           MOVE WS-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MM = 12
             ADD 1 TO WS-NEXT-YYYY
             MOVE 1 TO WS-NEXT-MM
           ELSE
             ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-MONTH-START      = WS-PERIOD * 100 + 1
           COMPUTE WS-NEXT-MONTH-START = WS-NEXT-PERIOD * 100 + 1
           COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) -
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           IF WS-PERIOD = WS-EFF-PERIOD
             COMPUTE WS-DAYS-OWED = WS-DAYS-IN-MONTH - WS-EFF-DAY + 1
           ELSE
             MOVE WS-DAYS-IN-MONTH TO WS-DAYS-OWED
           END-IF
           COMPUTE WS-PER-SALARY ROUNDED =
                   WS-SALARY-DIFF * WS-DAYS-OWED / WS-DAYS-IN-MONTH
           COMPUTE WS-PER-ALLOW ROUNDED =
                   WS-ALLOW-DIFF * WS-DAYS-OWED / WS-DAYS-IN-MONTH
           ADD WS-PER-SALARY TO WS-CHG-SALARY
           ADD WS-PER-ALLOW  TO WS-CHG-ALLOW

           MOVE WS-DAYS-OWED     TO WS-ED-DAYS
           MOVE WS-DAYS-IN-MONTH TO WS-ED-DIM
           MOVE WS-PER-SALARY    TO WS-ED-AMT1
           MOVE WS-PER-ALLOW     TO WS-ED-AMT2
           COMPUTE WS-PER-SALARY = WS-PER-SALARY + WS-PER-ALLOW
           MOVE WS-PER-SALARY    TO WS-ED-AMT3
           MOVE SPACES TO ARRRPT-LINE
           STRING "      PERIOD " WS-PERIOD
                  "  DAYS " WS-ED-DAYS "/" WS-ED-DIM
                  "      SALARY " WS-ED-AMT1
                  "  ALLOWANCES " WS-ED-AMT2
                  "  OWED  " WS-ED-AMT3
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE.

       WRITE-ARREARS-DETAIL.
           MOVE SPACES TO ARREARS-INTERFACE-RECORD
           MOVE 'D'                TO ARRX-RECORD-TYPE
           MOVE companyCode        TO ARRD-COMPANY-CODE
           MOVE JRN-EMPLOYEE-ID    TO ARRD-EMPLOYEE-ID
           MOVE fullName           TO ARRD-FULL-NAME
           MOVE JRN-AFTER-DEPT-CODE    TO ARRD-DEPT-CODE
           MOVE JRN-AFTER-COST-CENTER  TO ARRD-COST-CENTER
           MOVE WS-EFF-DATE        TO ARRD-EFFECTIVE-DATE
           MOVE JRN-TIMESTAMP      TO ARRD-JOURNAL-TS
           MOVE WS-EFF-PERIOD      TO ARRD-PERIOD-FROM
           MOVE WS-PAID-TO-PERIOD  TO ARRD-PERIOD-TO
           MOVE WS-PERIOD-CNT      TO ARRD-PERIOD-COUNT
           MOVE WS-OLD-SALARY      TO ARRD-OLD-SALARY
           MOVE WS-NEW-SALARY      TO ARRD-NEW-SALARY
           MOVE WS-OLD-ALLOW       TO ARRD-OLD-ALLOW
           MOVE WS-NEW-ALLOW       TO ARRD-NEW-ALLOW
           MOVE WS-CHG-SALARY      TO ARRD-SALARY-ARREARS
           MOVE WS-CHG-ALLOW       TO ARRD-ALLOW-ARREARS
           MOVE WS-CHG-TOTAL       TO ARRD-TOTAL-ARREARS
           WRITE ARREARS-INTERFACE-RECORD
           ADD 1 TO WS-DETAIL-CNT
           ADD WS-CHG-SALARY TO WS-SALARY-TOTAL
           ADD WS-CHG-ALLOW  TO WS-ALLOW-TOTAL
           ADD WS-CHG-TOTAL  TO WS-ARREARS-TOTAL
           IF WS-CHG-TOTAL < 0
             ADD 1 TO WS-RECOVERY-CNT
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ARRRPT-LINE
           STRING "IXYARRPY  RETROACTIVE PAY ARREARS WORKING"
                  "          RUN " WS-JOB-START-TS(1:14)
                  "  WINDOW " WS-RUN-ID
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE SPACES TO ARRRPT-LINE
           STRING "PAY PERIODS PAID TO " WS-PAID-TO-PERIOD
                  " (" WS-PAID-TO-SOURCE ")"
                  "   JOURNAL ENTRIES AFTER "
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           IF WS-HWM-IN-TS = LOW-VALUES
             MOVE "(WHOLE JOURNAL)" TO ARRRPT-LINE(63:15)
           ELSE
             MOVE WS-HWM-IN-TS TO ARRRPT-LINE(63:21)
           END-IF
           WRITE ARRRPT-LINE
           MOVE SPACES TO ARRRPT-LINE
           WRITE ARRRPT-LINE.

       WRITE-CHANGE-HEADING.
           MOVE SPACES TO ARRRPT-LINE
           STRING "EMPLOYEE " companyCode " " JRN-EMPLOYEE-ID
                  "  " fullName
                  "  DEPT " JRN-AFTER-DEPT-CODE
                  "  CC " JRN-AFTER-COST-CENTER
                  "  EFFECTIVE " WS-EFF-DATE
                  "  POSTED " JRN-TIMESTAMP
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-OLD-SALARY TO WS-ED-SALARY
           MOVE WS-NEW-SALARY TO WS-ED-SALARY2
           MOVE WS-OLD-ALLOW  TO WS-ED-ALLOW
           MOVE WS-NEW-ALLOW  TO WS-ED-ALLOW2
           MOVE SPACES TO ARRRPT-LINE
           STRING "      ANNUAL SALARY " WS-ED-SALARY " -> "
                  WS-ED-SALARY2
                  "   MONTHLY ALLOWANCES " WS-ED-ALLOW " -> "
                  WS-ED-ALLOW2
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO ARRRPT-LINE
           MOVE "CONTROL TOTALS" TO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-JRNL-NEW-CNT TO WS-ED-COUNT
           MOVE SPACES TO ARRRPT-LINE
           STRING "  JOURNAL ENTRIES EXAMINED      : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-CHANGE-CNT TO WS-ED-COUNT
           MOVE SPACES TO ARRRPT-LINE
           STRING "  BACK-DATED PAY CHANGES        : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-INVALID-CNT TO WS-ED-COUNT
           MOVE SPACES TO ARRRPT-LINE
           STRING "    PASSED OVER (INVALID DATE)  : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-CURRENT-CNT TO WS-ED-COUNT
           MOVE SPACES TO ARRRPT-LINE
           STRING "  PAY CHANGES IN UNPAID PERIODS : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-DETAIL-CNT TO WS-ED-COUNT
           MOVE SPACES TO ARRRPT-LINE
           STRING "  ARREARS DETAILS WRITTEN       : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-RECOVERY-CNT TO WS-ED-COUNT
           MOVE SPACES TO ARRRPT-LINE
           STRING "    OF WHICH RECOVERIES         : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-SALARY-TOTAL TO WS-ED-TOTAL
           MOVE SPACES TO ARRRPT-LINE
           STRING "  SALARY ARREARS TOTAL          : " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-ALLOW-TOTAL TO WS-ED-TOTAL
           MOVE SPACES TO ARRRPT-LINE
           STRING "  ALLOWANCE ARREARS TOTAL       : " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE WS-ARREARS-TOTAL TO WS-ED-TOTAL
           MOVE SPACES TO ARRRPT-LINE
           STRING "  TOTAL ARREARS                 : " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO ARRRPT-LINE
           WRITE ARRRPT-LINE.

       DISPLAY-ARREARS-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYARRPY JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  PAID TO PERIOD   : " WS-PAID-TO-PERIOD
           DISPLAY "  JOURNAL READ     : " WS-JRNL-READ-CNT
           DISPLAY "  JOURNAL EXAMINED : " WS-JRNL-NEW-CNT
           DISPLAY "  BACK-DATED       : " WS-CHANGE-CNT
           DISPLAY "  PASSED OVER      : " WS-INVALID-CNT
           DISPLAY "  ARREARS DETAILS  : " WS-DETAIL-CNT
           DISPLAY "  TOTAL ARREARS    : " WS-ARREARS-TOTAL
           DISPLAY "==========================================".


       CHECK-WINDOW-CLOSE.
      *****************************************************************
      * The window-close gate -- see IXYWCLOS. Arrears are worked
      * only from a night whose proofs passed: WINCLOSE must hold a
      * sealed close record for the RUNCTL run-id. The RUNCTL
      * business date (the run date when absent) dates the run.
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
           IF WS-RUN-ID = SPACES
             DISPLAY "ERROR : NO WINDOW RUN-ID IN RUNCTL - REFUSING "
                     "TO WORK ARREARS FROM AN UNCLOSED WINDOW"
             MOVE 9832 TO ERRLOG-CODE
             MOVE "IXYARRPY: NO WINDOW RUN-ID IN RUNCTL" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT WINCLOSE
             IF WS-WCLOSE-STATUS = '00'
               MOVE 'N' TO WS-WCLOSE-EOF-SW
               PERFORM UNTIL WS-WCLOSE-EOF OR WS-WCLOSE-FOUND
                 READ WINCLOSE
                 AT END SET WS-WCLOSE-EOF TO TRUE
                 NOT AT END
                   IF WCL-RUN-ID = WS-RUN-ID
                     PERFORM VERIFY-WINDOW-CLOSE-SEAL
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE WINCLOSE
             END-IF
             IF NOT WS-WCLOSE-FOUND
               DISPLAY "ERROR : NO SEALED WINDOW-CLOSE RECORD FOR "
                       "RUN-ID " WS-RUN-ID " - RUN IXYWCLOS FIRST"
               MOVE 9832 TO ERRLOG-CODE
               MOVE "IXYARRPY: WINDOW NOT CLOSED - ARREARS REFUSED" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       VERIFY-WINDOW-CLOSE-SEAL.
           MOVE SPACES TO WS-SEAL-DATA
           STRING WCL-RUN-ID      DELIMITED BY SIZE
                  WCL-CLOSED-TS   DELIMITED BY SIZE
                  WCL-PROOF-FLAGS DELIMITED BY SIZE
             INTO WS-SEAL-DATA
           MOVE 40 TO WS-SEAL-DATA-LEN
           CALL "IXYSEAL" USING WS-SEAL-PARMS
           IF WS-SEAL-VALUE = WCL-SEAL
             SET WS-WCLOSE-FOUND TO TRUE
           ELSE
             DISPLAY "WARNING : WINDOW-CLOSE RECORD FOR RUN-ID "
                     WCL-RUN-ID " FAILS SEAL VERIFICATION - IGNORED"
           END-IF.

       END PROGRAM 'IXYARRPY'.
