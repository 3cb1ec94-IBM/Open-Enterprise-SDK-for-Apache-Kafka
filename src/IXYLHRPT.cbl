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
      * MAIN PROGRAM MONTHLY OPEN LEGAL HOLDS REPORT
      ******************************************************************
      * Run monthly for the legal department, so that every hold the
      * registry still enforces is confirmed or released by the
      * people who placed it:
      * a. LEGALHLD - the legal hold registry KSDS maintained by
      *    IXYLHMNT, read end to end in matter order.
      * b. LHOLDRPT - the report: every hold in force today (matter,
      *    company, employee or ALL for a company-wide hold, the data
      *    range it covers, who placed it and when, how many days it
      *    has been in force, and any release date still to come),
      *    then the holds released in the last 31 days, then the
      *    totals.
      * RETURN-CODE 4 means the registry is not provisioned (the
      * report says so); 16 means it could not be read.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYLHRPT'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LEGALHLD ASSIGN TO LEGALHLD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS LHD-KEY
           FILE STATUS  IS WS-LEGALHLD-STATUS.

           SELECT LHOLDRPT ASSIGN TO LHOLDRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LHOLDRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * The legal hold record -- see IXYLHCHK.
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

         FD LHOLDRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LHOLDRPT-LINE.

         01 LHOLDRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-LEGALHLD-STATUS  PIC X(02).
         01 WS-LHOLDRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-TODAY            PIC 9(08).
         01 WS-TODAY-INT        PIC S9(9) BINARY VALUE 0.
         01 WS-PERIOD-START     PIC 9(08).
         01 WS-DAYS-HELD        PIC S9(9) BINARY VALUE 0.
         01 WS-LAST-MATTER      PIC X(16) VALUE LOW-VALUES.

         01 WS-HOLD-READ-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-OPEN-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-OPEN-MATTER-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-COMPANY-WIDE-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-RELEASE-DUE-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-RELEASED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC Z(8)9.

      * The released holds are listed after the open ones; the
      * registry is read once and they are kept here meanwhile.
         01 WS-REL-MAX          PIC S9(9) BINARY VALUE 200.
         01 WS-REL-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-REL-TABLE.
            05 WS-REL-ENTRY OCCURS 200 TIMES.
              10 WS-REL-LINE        PIC X(132).
         01 WS-REL-IDX          PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MATTER      PIC X(16).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-SEQ         PIC 9(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC X(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FROM-DATE   PIC X(08).
            05 FILLER              PIC X(01) VALUE '-'.
            05 RPT-DET-TO-DATE     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-PLACED      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-PLACED-BY   PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-DAYS        PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RELEASE     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RELEASE-BY  PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-DESCRIPTION PIC X(26).
            05 FILLER              PIC X(01) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "MONTHLY OPEN LEGAL HOLDS REPORT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE WS-JOB-START-TS(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - 31)

           OPEN OUTPUT LHOLDRPT
           PERFORM WRITE-REPORT-HEADING

           OPEN INPUT LEGALHLD
           EVALUATE WS-LEGALHLD-STATUS
             WHEN '00'
               PERFORM REPORT-OPEN-HOLDS
               CLOSE LEGALHLD
               PERFORM REPORT-RELEASED-HOLDS
               PERFORM WRITE-REPORT-TOTALS
             WHEN '35'
               MOVE SPACES TO LHOLDRPT-LINE
               STRING "  ** LEGAL HOLD REGISTRY NOT PROVISIONED - "
                      "NO HOLDS ON FILE"
                      DELIMITED BY SIZE INTO LHOLDRPT-LINE
               WRITE LHOLDRPT-LINE
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               DISPLAY "ERROR : UNABLE TO OPEN LEGALHLD, FILE STATUS "
                       WS-LEGALHLD-STATUS
               MOVE SPACES TO LHOLDRPT-LINE
               STRING "  ** LEGAL HOLD REGISTRY UNREADABLE (FILE "
                      "STATUS " WS-LEGALHLD-STATUS ") - REPORT "
                      "INCOMPLETE"
                      DELIMITED BY SIZE INTO LHOLDRPT-LINE
               WRITE LHOLDRPT-LINE
               MOVE 16 TO RETURN-CODE
           END-EVALUATE

           CLOSE LHOLDRPT
           PERFORM DISPLAY-REPORT-SUMMARY
           GOBACK
           .

       WRITE-REPORT-HEADING.
           MOVE SPACES TO LHOLDRPT-LINE
           STRING "  OPEN LEGAL HOLDS AS AT " WS-TODAY
                  " - PRODUCED " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           MOVE SPACES TO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           PERFORM WRITE-COLUMN-HEADING.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO LHOLDRPT-LINE
           STRING "  MATTER           SEQ CMP EMPLOYEE  DATA FROM-TO   "
                  "   PLACED   BY        DAYS RELEASE  BY       "
                  "DESCRIPTION"
                  DELIMITED BY SIZE INTO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           MOVE ALL "-" TO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE.

       REPORT-OPEN-HOLDS.
      *****************************************************************
      * One line per hold in force today, in matter order. Holds
      * released in the last 31 days are kept aside for the second
      * section; older releases are history and not reported.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ LEGALHLD
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-HOLD-READ-CNT
               EVALUATE TRUE
                 WHEN LHD-RELEASE-DATE = 0 OR
                      LHD-RELEASE-DATE > WS-TODAY
                   PERFORM FORMAT-HOLD-LINE
                   MOVE WS-RPT-DETAIL TO LHOLDRPT-LINE
                   WRITE LHOLDRPT-LINE
                   ADD 1 TO WS-OPEN-CNT
                   IF LHD-MATTER NOT = WS-LAST-MATTER
                     ADD 1 TO WS-OPEN-MATTER-CNT
                     MOVE LHD-MATTER TO WS-LAST-MATTER
                   END-IF
                   IF LHD-EMPLOYEE-ID = 0
                     ADD 1 TO WS-COMPANY-WIDE-CNT
                   END-IF
                   IF LHD-RELEASE-DATE NOT = 0
                     ADD 1 TO WS-RELEASE-DUE-CNT
                   END-IF
                 WHEN LHD-RELEASE-DATE >= WS-PERIOD-START
                   ADD 1 TO WS-RELEASED-CNT
                   IF WS-REL-CNT < WS-REL-MAX
                     ADD 1 TO WS-REL-CNT
                     PERFORM FORMAT-HOLD-LINE
                     MOVE WS-RPT-DETAIL TO WS-REL-LINE(WS-REL-CNT)
                   END-IF
               END-EVALUATE
             END-READ
             IF WS-LEGALHLD-STATUS NOT = '00' AND
                WS-LEGALHLD-STATUS NOT = '10'
               DISPLAY "ERROR : LEGALHLD READ FAILED, FILE STATUS "
                       WS-LEGALHLD-STATUS
               MOVE SPACES TO LHOLDRPT-LINE
               STRING "  ** LEGALHLD READ FAILED (FILE STATUS "
                      WS-LEGALHLD-STATUS ") - REPORT INCOMPLETE"
                      DELIMITED BY SIZE INTO LHOLDRPT-LINE
               WRITE LHOLDRPT-LINE
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
             END-IF
           END-PERFORM
           IF WS-OPEN-CNT = 0
             MOVE SPACES TO LHOLDRPT-LINE
             STRING "  (NO HOLDS IN FORCE)"
                    DELIMITED BY SIZE INTO LHOLDRPT-LINE
             WRITE LHOLDRPT-LINE
           END-IF.

       FORMAT-HOLD-LINE.
           MOVE LHD-MATTER        TO RPT-DET-MATTER
           MOVE LHD-SEQ           TO RPT-DET-SEQ
           MOVE LHD-COMPANY       TO RPT-DET-COMPANY
           IF LHD-EMPLOYEE-ID = 0
             MOVE 'ALL      '     TO RPT-DET-EMPLOYEE
           ELSE
             MOVE LHD-EMPLOYEE-ID TO RPT-DET-EMPLOYEE
           END-IF
           IF LHD-FROM-DATE = 0
             MOVE 'ANY     '      TO RPT-DET-FROM-DATE
           ELSE
             MOVE LHD-FROM-DATE   TO RPT-DET-FROM-DATE
           END-IF
           IF LHD-TO-DATE = 0
             MOVE 'ANY     '      TO RPT-DET-TO-DATE
           ELSE
             MOVE LHD-TO-DATE     TO RPT-DET-TO-DATE
           END-IF
           MOVE LHD-PLACED-DATE   TO RPT-DET-PLACED
           MOVE LHD-PLACED-BY     TO RPT-DET-PLACED-BY
           MOVE 0 TO WS-DAYS-HELD
           IF LHD-PLACED-DATE IS NUMERIC AND LHD-PLACED-DATE > 0
             COMPUTE WS-DAYS-HELD = WS-TODAY-INT -
                     FUNCTION INTEGER-OF-DATE(LHD-PLACED-DATE)
                 ON SIZE ERROR
                   MOVE 0 TO WS-DAYS-HELD
             END-COMPUTE
           END-IF
           MOVE WS-DAYS-HELD      TO RPT-DET-DAYS
           IF LHD-RELEASE-DATE = 0
             MOVE 'OPEN    '      TO RPT-DET-RELEASE
           ELSE
             MOVE LHD-RELEASE-DATE TO RPT-DET-RELEASE
           END-IF
           MOVE LHD-RELEASED-BY   TO RPT-DET-RELEASE-BY
           MOVE LHD-DESCRIPTION   TO RPT-DET-DESCRIPTION.

       REPORT-RELEASED-HOLDS.
           MOVE SPACES TO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           MOVE SPACES TO LHOLDRPT-LINE
           STRING "  HOLDS RELEASED SINCE " WS-PERIOD-START
                  DELIMITED BY SIZE INTO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           PERFORM WRITE-COLUMN-HEADING
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                     UNTIL WS-REL-IDX > WS-REL-CNT
             MOVE WS-REL-LINE(WS-REL-IDX) TO LHOLDRPT-LINE
             WRITE LHOLDRPT-LINE
           END-PERFORM
           IF WS-RELEASED-CNT > WS-REL-CNT
             MOVE SPACES TO LHOLDRPT-LINE
             STRING "  ** FURTHER RELEASES NOT LISTED - SEE IXYLHMNT "
                    "LIST"
                    DELIMITED BY SIZE INTO LHOLDRPT-LINE
             WRITE LHOLDRPT-LINE
           END-IF
           IF WS-RELEASED-CNT = 0
             MOVE SPACES TO LHOLDRPT-LINE
             STRING "  (NONE)"
                    DELIMITED BY SIZE INTO LHOLDRPT-LINE
             WRITE LHOLDRPT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           MOVE WS-OPEN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO LHOLDRPT-LINE
           STRING "  HOLDS IN FORCE                : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           MOVE WS-OPEN-MATTER-CNT TO WS-EDIT-CNT
           MOVE SPACES TO LHOLDRPT-LINE
           STRING "  MATTERS WITH A HOLD IN FORCE  : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           MOVE WS-COMPANY-WIDE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO LHOLDRPT-LINE
           STRING "  COMPANY-WIDE HOLDS            : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           MOVE WS-RELEASE-DUE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO LHOLDRPT-LINE
           STRING "  IN FORCE WITH RELEASE DUE     : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE
           MOVE WS-RELEASED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO LHOLDRPT-LINE
           STRING "  RELEASED IN THE LAST 31 DAYS  : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO LHOLDRPT-LINE
           WRITE LHOLDRPT-LINE.

       DISPLAY-REPORT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYLHRPT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  HOLDS READ       : " WS-HOLD-READ-CNT
           DISPLAY "  HOLDS IN FORCE   : " WS-OPEN-CNT
           DISPLAY "  RELEASED 31 DAYS : " WS-RELEASED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYLHRPT'.
