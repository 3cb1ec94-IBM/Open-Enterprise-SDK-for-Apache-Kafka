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
      * MAIN PROGRAM PAY-PERIOD CLOSE REPORT
      ******************************************************************
      * What went into a pay period and what did not. Run at the
      * period's close, after IXYPPASN and the IXYPAYXT PERIOD
      * extract:
      * a. PARM    - the pay period, YYYYNN.
      * b. PAYCAL  - the pay-period calendar (IXYPAYCL); the period's
      *    dates are printed per company.
      * c. PAYASGN - the pay-period assignments (IXYPPASN).
      * d. PPCLSRPT - the close report:
      *    INCLUDED - every change paid in the period, late arrivals
      *               (posted after an earlier period's cutoff)
      *               flagged with the period they missed;
      *    DEFERRED - changes effective in the period but posted
      *               after its cutoff, with the period that pays
      *               them;
      *    UNASSIGNED - changes no calendar period can take yet,
      *               open items at every close until the calendar
      *               is extended and IXYPPASN rerun;
      *    then the totals.
      *
      * Return codes: 04 changes were deferred or are unassigned;
      * 12 the PARM is not a period on PAYCAL; 16 PAYCAL, PAYASGN or
      * PPCLSRPT unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPPCLS'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYCAL ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PAYCAL-STATUS.

           SELECT PAYASGN ASSIGN TO PAYASGN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAS-KEY
           FILE STATUS  IS WS-PAYASGN-STATUS.

           SELECT PPCLSRPT ASSIGN TO PPCLSRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PPCLSRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYPAYCL.
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

      * Record layout as written by IXYPPASN.
         FD PAYASGN
           RECORD CONTAINS 4120 CHARACTERS
           DATA RECORD     IS  PAY-ASSIGNMENT-RECORD.

         01 PAY-ASSIGNMENT-RECORD.
            05 PAS-KEY.
               10 PAS-PERIOD           PIC 9(06).
               10 PAS-COMPANY          PIC X(03).
               10 PAS-EMPLOYEE-ID      PIC 9(09).
               10 PAS-JOURNAL-TS       PIC X(21).
            05 PAS-HOME-PERIOD      PIC 9(06).
            05 PAS-EFFECTIVE-DATE   PIC 9(08).
            05 PAS-POSTED-DATE      PIC 9(08).
            05 PAS-HOME-CUTOFF      PIC 9(08).
            05 PAS-ACTION           PIC X(01).
               88 PAS-ACTION-ADD    VALUE 'A'.
               88 PAS-ACTION-CHANGE VALUE 'C'.
               88 PAS-ACTION-DELETE VALUE 'D'.
            05 PAS-PROGRAM          PIC X(08).
            05 PAS-LATE-FLAG        PIC X(01).
               88 PAS-LATE          VALUE 'L'.
            05 PAS-REASON           PIC X(08).
            05 PAS-DEPT-CODE        PIC X(06).
            05 PAS-COST-CENTER      PIC X(08).
            05 PAS-IMAGE            PIC X(4000).
            05 FILLER               PIC X(19).

         FD PPCLSRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PPCLSRPT-LINE.

         01 PPCLSRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-PAYCAL-STATUS    PIC X(02).
         01 WS-PAYASGN-STATUS   PIC X(02).
         01 WS-PPCLSRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-PPCLSRPT-OPEN-SW PIC X(01) VALUE 'N'.
             88 WS-PPCLSRPT-OPEN VALUE 'Y'.

         01 WS-PERIOD           PIC 9(06) VALUE 0.
         01 WS-NEXT-PERIOD      PIC 9(06) VALUE 0.
         01 WS-SECTION-CNT      PIC S9(9) BINARY VALUE 0.

         01 WS-CAL-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-INCLUDED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-LATE-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-DEFERRED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-UNASSIGNED-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC Z(8)9.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE-ID PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NAME        PIC X(30).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-PROGRAM     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EFFECTIVE   PIC 9(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-JOURNAL-TS  PIC X(21).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-HOME        PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-CUTOFF      PIC 9(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-PAID        PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NOTE        PIC X(12).
            05 FILLER              PIC X(03) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYPPCLS'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-PERIOD            PIC X(06).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "PAY-PERIOD CLOSE REPORT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           IF PARM-LENGTH < 6 OR PARM-PERIOD IS NOT NUMERIC
             DISPLAY "ERROR : PARM MUST BE THE PAY PERIOD, YYYYNN"
             MOVE 12 TO RETURN-CODE
             MOVE "IXYPPCLS: INVALID PERIOD PARM" TO ERRLOG-MSG
             PERFORM ABANDON-CLOSE-REPORT
           END-IF
           MOVE PARM-PERIOD TO WS-PERIOD
           COMPUTE WS-NEXT-PERIOD = WS-PERIOD + 1

           OPEN INPUT PAYCAL
           IF WS-PAYCAL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN PAYCAL, FILE STATUS "
                     WS-PAYCAL-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYPPCLS: UNABLE TO OPEN PAYCAL" TO ERRLOG-MSG
             PERFORM ABANDON-CLOSE-REPORT
           END-IF
           OPEN INPUT PAYASGN
           IF WS-PAYASGN-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN PAYASGN, FILE STATUS "
                     WS-PAYASGN-STATUS
             CLOSE PAYCAL
             MOVE 16 TO RETURN-CODE
             MOVE "IXYPPCLS: UNABLE TO OPEN PAYASGN" TO ERRLOG-MSG
             PERFORM ABANDON-CLOSE-REPORT
           END-IF
           OPEN OUTPUT PPCLSRPT
           IF WS-PPCLSRPT-STATUS NOT = '00'
             DISPLAY "ERROR : PPCLSRPT NOT AVAILABLE, FILE STATUS "
                     WS-PPCLSRPT-STATUS
             CLOSE PAYCAL
             CLOSE PAYASGN
             MOVE 16 TO RETURN-CODE
             MOVE "IXYPPCLS: PPCLSRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-CLOSE-REPORT
           END-IF
           SET WS-PPCLSRPT-OPEN TO TRUE

           PERFORM PRINT-REPORT-HEADINGS
           PERFORM PRINT-PERIOD-CALENDAR
           CLOSE PAYCAL
           IF WS-CAL-CNT = 0
             DISPLAY "ERROR : PERIOD " WS-PERIOD " IS NOT ON PAYCAL"
             CLOSE PAYASGN
             MOVE 12 TO RETURN-CODE
             MOVE "IXYPPCLS: PERIOD NOT ON PAYCAL" TO ERRLOG-MSG
             PERFORM ABANDON-CLOSE-REPORT
           END-IF

           PERFORM PRINT-INCLUDED-CHANGES
           PERFORM PRINT-DEFERRED-CHANGES
           PERFORM PRINT-UNASSIGNED-CHANGES
           PERFORM PRINT-CLOSE-TOTALS
           CLOSE PAYASGN
           CLOSE PPCLSRPT

           IF WS-DEFERRED-CNT > 0 OR WS-UNASSIGNED-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-CLOSE-SUMMARY
           GOBACK
           .

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  PAY-PERIOD CLOSE REPORT FOR PERIOD " WS-PERIOD
                  " AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE SPACES TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  CO  FREQ START    END      CUTOFF   PAY DATE"
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE ALL "-" TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE.

       PRINT-PERIOD-CALENDAR.
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ PAYCAL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF PCL-PERIOD = WS-PERIOD
                 ADD 1 TO WS-CAL-CNT
                 MOVE SPACES TO PPCLSRPT-LINE
                 STRING "  " PCL-COMPANY " " PCL-FREQUENCY "    "
                        PCL-START-DATE " " PCL-END-DATE " "
                        PCL-CUTOFF-DATE " " PCL-PAY-DATE
                        DELIMITED BY SIZE INTO PPCLSRPT-LINE
                 WRITE PPCLSRPT-LINE
               END-IF
             END-READ
           END-PERFORM.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  CO  EMPLOYEE  NAME                           "
                  "ACTION PROGRAM  EFFECTIV JOURNAL TIMESTAMP     "
                  "HOME   CUTOFF   PAID   NOTE"
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE ALL "-" TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE 0 TO WS-SECTION-CNT.

       PRINT-INCLUDED-CHANGES.
      *****************************************************************
      * Everything PAYASGN assigns to the period -- what the PERIOD
      * extract sent.
      *****************************************************************
           MOVE SPACES TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  INCLUDED - CHANGES PAID IN PERIOD " WS-PERIOD
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           PERFORM PRINT-SECTION-HEADING
           MOVE LOW-VALUES TO PAS-KEY
           MOVE WS-PERIOD  TO PAS-PERIOD
           START PAYASGN KEY NOT LESS THAN PAS-KEY
           IF WS-PAYASGN-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYASGN NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PAS-PERIOD NOT = WS-PERIOD
                   SET WS-EOF TO TRUE
                 ELSE
                   ADD 1 TO WS-INCLUDED-CNT
                   IF PAS-LATE
                     ADD 1 TO WS-LATE-CNT
                     MOVE "LATE" TO RPT-DET-NOTE
                   ELSE
                     MOVE "ON TIME" TO RPT-DET-NOTE
                   END-IF
                   PERFORM PRINT-ASSIGNMENT-LINE
                 END-IF
               END-READ
             END-PERFORM
           END-IF
           PERFORM PRINT-NONE-IF-EMPTY.

       PRINT-DEFERRED-CHANGES.
      *****************************************************************
      * Effective in the period but posted after its cutoff: they
      * sit under a later period, so read from the next one on.
      *****************************************************************
           MOVE SPACES TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  DEFERRED - EFFECTIVE IN PERIOD " WS-PERIOD
                  " BUT POSTED AFTER ITS CUTOFF"
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           PERFORM PRINT-SECTION-HEADING
           MOVE LOW-VALUES     TO PAS-KEY
           MOVE WS-NEXT-PERIOD TO PAS-PERIOD
           START PAYASGN KEY NOT LESS THAN PAS-KEY
           IF WS-PAYASGN-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYASGN NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PAS-HOME-PERIOD = WS-PERIOD
                   ADD 1 TO WS-DEFERRED-CNT
                   MOVE "DEFERRED" TO RPT-DET-NOTE
                   PERFORM PRINT-ASSIGNMENT-LINE
                 END-IF
               END-READ
             END-PERFORM
           END-IF
           PERFORM PRINT-NONE-IF-EMPTY.

       PRINT-UNASSIGNED-CHANGES.
      *****************************************************************
      * Period 000000 -- the changes no calendar period could take.
      *****************************************************************
           MOVE SPACES TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  UNASSIGNED - CHANGES NO PAY PERIOD CAN TAKE "
                  "(EXTEND PAYCAL AND RERUN IXYPPASN)"
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           PERFORM PRINT-SECTION-HEADING
           MOVE LOW-VALUES TO PAS-KEY
           MOVE 0          TO PAS-PERIOD
           START PAYASGN KEY NOT LESS THAN PAS-KEY
           IF WS-PAYASGN-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYASGN NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PAS-PERIOD NOT = 0
                   SET WS-EOF TO TRUE
                 ELSE
                   ADD 1 TO WS-UNASSIGNED-CNT
                   MOVE "NO PERIOD" TO RPT-DET-NOTE
                   PERFORM PRINT-ASSIGNMENT-LINE
                 END-IF
               END-READ
             END-PERFORM
           END-IF
           PERFORM PRINT-NONE-IF-EMPTY.

       PRINT-ASSIGNMENT-LINE.
           MOVE PAS-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           ADD 1 TO WS-SECTION-CNT
           MOVE PAS-COMPANY        TO RPT-DET-COMPANY
           MOVE PAS-EMPLOYEE-ID    TO RPT-DET-EMPLOYEE-ID
           MOVE fullName           TO RPT-DET-NAME
           EVALUATE TRUE
             WHEN PAS-ACTION-ADD
               MOVE "ADD"    TO RPT-DET-ACTION
             WHEN PAS-ACTION-CHANGE
               MOVE "CHANGE" TO RPT-DET-ACTION
             WHEN PAS-ACTION-DELETE
               MOVE "DELETE" TO RPT-DET-ACTION
             WHEN OTHER
               MOVE PAS-ACTION TO RPT-DET-ACTION
           END-EVALUATE
           MOVE PAS-PROGRAM        TO RPT-DET-PROGRAM
           MOVE PAS-EFFECTIVE-DATE TO RPT-DET-EFFECTIVE
           MOVE PAS-JOURNAL-TS     TO RPT-DET-JOURNAL-TS
           MOVE PAS-HOME-CUTOFF    TO RPT-DET-CUTOFF
           IF PAS-HOME-PERIOD = 0
             MOVE "NONE"           TO RPT-DET-HOME
           ELSE
             MOVE PAS-HOME-PERIOD  TO RPT-DET-HOME
           END-IF
           IF PAS-PERIOD = 0
             MOVE "NONE"           TO RPT-DET-PAID
           ELSE
             MOVE PAS-PERIOD       TO RPT-DET-PAID
           END-IF
           MOVE WS-RPT-DETAIL TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE.

       PRINT-NONE-IF-EMPTY.
           IF WS-SECTION-CNT = 0
             MOVE SPACES TO PPCLSRPT-LINE
             MOVE "  NONE" TO PPCLSRPT-LINE
             WRITE PPCLSRPT-LINE
           END-IF.

       PRINT-CLOSE-TOTALS.
           MOVE SPACES TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE SPACES TO PPCLSRPT-LINE
           MOVE "  TOTALS" TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE ALL "-" TO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE WS-INCLUDED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  CHANGES INCLUDED              : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE WS-LATE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "    OF WHICH LATE ARRIVALS      : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE WS-DEFERRED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  CHANGES DEFERRED              : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE
           MOVE WS-UNASSIGNED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO PPCLSRPT-LINE
           STRING "  CHANGES UNASSIGNED            : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO PPCLSRPT-LINE
           WRITE PPCLSRPT-LINE.

       ABANDON-CLOSE-REPORT.
           MOVE 9860 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           IF WS-PPCLSRPT-OPEN
             CLOSE PPCLSRPT
           END-IF
           PERFORM DISPLAY-CLOSE-SUMMARY
           GOBACK.

       DISPLAY-CLOSE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPPCLS JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  PAY PERIOD       : " WS-PERIOD
           DISPLAY "  CHANGES INCLUDED : " WS-INCLUDED-CNT
           DISPLAY "    OF WHICH LATE  : " WS-LATE-CNT
           DISPLAY "  CHANGES DEFERRED : " WS-DEFERRED-CNT
           DISPLAY "  UNASSIGNED       : " WS-UNASSIGNED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPPCLS'.
