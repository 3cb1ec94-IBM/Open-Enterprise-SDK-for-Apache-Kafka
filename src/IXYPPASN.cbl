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
      * MAIN PROGRAM PAY-PERIOD ASSIGNMENT OF MASTER CHANGES
      ******************************************************************
      * The payroll extract took whatever EMPMAST held when it ran, so
      * a change posted after payroll's cutoff could land in the
      * wrong pay cycle. This job assigns every journaled master
      * change to the pay period it is paid in:
      * a. PAYCAL  - the pay-period calendar IXYPAYCL builds.
      * b. EMPJRNL - the master journal IXYMPOST writes, read whole.
      *    The company is the image's (the after image for an add or
      *    change, the before image for a delete).
      * c. The home period is the company's period holding the
      *    change's effective date -- the date it was posted when the
      *    image carries none. A change posted on or before the home
      *    period's cutoff is paid in it; one posted after the cutoff
      *    is LATE and is deferred to the first period whose cutoff
      *    it still makes. A change no calendar period can take is
      *    kept under period 000000, reason NOPERIOD, until the
      *    calendar is extended and this job rerun.
      * d. PAYASGN - the assignments KSDS, rebuilt whole each run, in
      *    assigned period + company + employee + journal timestamp
      *    order, each carrying the image it assigns. IXYPAYXT PARM
      *    PERIOD extracts from it; IXYPPCLS reports a period's close
      *    from it.
      *
      * Return codes: 04 some changes fit no period; 12 PAYCAL is
      * empty; 16 PAYCAL, EMPJRNL or PAYASGN unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPPASN'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYCAL ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PAYCAL-STATUS.

           SELECT EMPJRNL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPJRNL-STATUS.

           SELECT PAYASGN ASSIGN TO PAYASGN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAS-KEY
           FILE STATUS  IS WS-PAYASGN-STATUS.

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

      * One record per journaled change. The image is the one the
      * change left (the before image of a delete).
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
            05 PAS-PROGRAM          PIC X(08).
            05 PAS-LATE-FLAG        PIC X(01).
               88 PAS-LATE          VALUE 'L'.
            05 PAS-REASON           PIC X(08).
            05 PAS-DEPT-CODE        PIC X(06).
            05 PAS-COST-CENTER      PIC X(08).
            05 PAS-IMAGE            PIC X(4000).
            05 FILLER               PIC X(19).

        WORKING-STORAGE SECTION.
         01 WS-PAYCAL-STATUS    PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-PAYASGN-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * The calendar, held whole.
         01 WS-CAL-MAX          PIC S9(4) BINARY VALUE 3000.
         01 WS-CAL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-CAL-TABLE.
            05 WS-CAL-ENTRY OCCURS 3000 TIMES.
              10 WS-CAL-COMPANY      PIC X(03).
              10 WS-CAL-PERIOD       PIC 9(06).
              10 WS-CAL-START        PIC 9(08).
              10 WS-CAL-END          PIC 9(08).
              10 WS-CAL-CUTOFF       PIC 9(08).
         01 WS-CAL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-HOME-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-ASSIGN-IDX       PIC S9(4) BINARY VALUE 0.

      * The change being assigned.
         01 WS-COMPANY          PIC X(03).
         01 WS-EFF-DATE         PIC 9(08).
         01 WS-POSTED-DATE      PIC 9(08).

         01 WS-JOURNAL-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-ON-TIME-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-LATE-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-NO-PERIOD-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-DUPLICATE-CNT    PIC S9(9) BINARY VALUE 0.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYPPASN'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "PAY-PERIOD ASSIGNMENT OF MASTER CHANGES"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-PAY-CALENDAR

           OPEN INPUT EMPJRNL
           IF WS-EMPJRNL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPJRNL, FILE STATUS "
                     WS-EMPJRNL-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYPPASN: UNABLE TO OPEN EMPJRNL" TO ERRLOG-MSG
             PERFORM ABANDON-ASSIGNMENT
           END-IF
           OPEN OUTPUT PAYASGN
           IF WS-PAYASGN-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN PAYASGN, FILE STATUS "
                     WS-PAYASGN-STATUS
             CLOSE EMPJRNL
             MOVE 16 TO RETURN-CODE
             MOVE "IXYPPASN: UNABLE TO OPEN PAYASGN" TO ERRLOG-MSG
             PERFORM ABANDON-ASSIGNMENT
           END-IF

           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPJRNL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-JOURNAL-CNT
               PERFORM ASSIGN-JOURNAL-CHANGE
             END-READ
           END-PERFORM
           CLOSE EMPJRNL
           CLOSE PAYASGN

           IF WS-NO-PERIOD-CNT > 0
             DISPLAY "WARNING : " WS-NO-PERIOD-CNT " CHANGES FIT NO "
                     "PAY PERIOD - EXTEND PAYCAL AND RERUN"
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-ASSIGNMENT-SUMMARY
           GOBACK
           .

       LOAD-PAY-CALENDAR.
           OPEN INPUT PAYCAL
           IF WS-PAYCAL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN PAYCAL, FILE STATUS "
                     WS-PAYCAL-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYPPASN: UNABLE TO OPEN PAYCAL" TO ERRLOG-MSG
             PERFORM ABANDON-ASSIGNMENT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ PAYCAL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-CAL-CNT >= WS-CAL-MAX
                 DISPLAY "WARNING : PAYCAL HOLDS MORE THAN "
                         WS-CAL-MAX " PERIODS - REST IGNORED"
                 SET WS-EOF TO TRUE
               ELSE
                 ADD 1 TO WS-CAL-CNT
                 MOVE PCL-COMPANY     TO WS-CAL-COMPANY(WS-CAL-CNT)
                 MOVE PCL-PERIOD      TO WS-CAL-PERIOD(WS-CAL-CNT)
                 MOVE PCL-START-DATE  TO WS-CAL-START(WS-CAL-CNT)
                 MOVE PCL-END-DATE    TO WS-CAL-END(WS-CAL-CNT)
                 MOVE PCL-CUTOFF-DATE TO WS-CAL-CUTOFF(WS-CAL-CNT)
               END-IF
             END-READ
           END-PERFORM
           CLOSE PAYCAL
           IF WS-CAL-CNT = 0
             DISPLAY "ERROR : PAYCAL IS EMPTY - RUN IXYPAYCL FIRST"
             MOVE 12 TO RETURN-CODE
             MOVE "IXYPPASN: PAYCAL IS EMPTY" TO ERRLOG-MSG
             PERFORM ABANDON-ASSIGNMENT
           END-IF.

       ASSIGN-JOURNAL-CHANGE.
      *****************************************************************
      * Home period from the effective date; paid in it if posted by
      * its cutoff, otherwise in the earliest period whose cutoff is
      * still ahead of the posting.
      *****************************************************************
           MOVE SPACES TO PAY-ASSIGNMENT-RECORD
           IF JRN-ACTION-DELETE
             MOVE JRN-BEFORE-IMAGE       TO PAS-IMAGE
             MOVE JRN-BEFORE-DEPT-CODE   TO PAS-DEPT-CODE
             MOVE JRN-BEFORE-COST-CENTER TO PAS-COST-CENTER
           ELSE
             MOVE JRN-AFTER-IMAGE        TO PAS-IMAGE
             MOVE JRN-AFTER-DEPT-CODE    TO PAS-DEPT-CODE
             MOVE JRN-AFTER-COST-CENTER  TO PAS-COST-CENTER
           END-IF
           MOVE PAS-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE companyCode TO WS-COMPANY

           MOVE 0 TO WS-POSTED-DATE
           IF JRN-TIMESTAMP(1:8) IS NUMERIC
             MOVE JRN-TIMESTAMP(1:8) TO WS-POSTED-DATE
           END-IF
           MOVE 0 TO WS-EFF-DATE
           IF effectiveDate IS NUMERIC
             MOVE effectiveDate TO WS-EFF-DATE
           END-IF
           IF WS-EFF-DATE = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
             MOVE WS-POSTED-DATE TO WS-EFF-DATE
           END-IF

           MOVE 0 TO WS-HOME-IDX
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL WS-CAL-IDX > WS-CAL-CNT
                        OR WS-HOME-IDX NOT = 0
             IF WS-CAL-COMPANY(WS-CAL-IDX) = WS-COMPANY AND
                WS-CAL-START(WS-CAL-IDX) <= WS-EFF-DATE AND
                WS-CAL-END(WS-CAL-IDX) >= WS-EFF-DATE
               MOVE WS-CAL-IDX TO WS-HOME-IDX
             END-IF
           END-PERFORM

           MOVE 0 TO WS-ASSIGN-IDX
           IF WS-HOME-IDX NOT = 0
             IF WS-POSTED-DATE <= WS-CAL-CUTOFF(WS-HOME-IDX)
               MOVE WS-HOME-IDX TO WS-ASSIGN-IDX
             ELSE
               PERFORM FIND-NEXT-OPEN-PERIOD
             END-IF
           END-IF

           MOVE WS-COMPANY       TO PAS-COMPANY
           MOVE JRN-EMPLOYEE-ID  TO PAS-EMPLOYEE-ID
           MOVE JRN-TIMESTAMP    TO PAS-JOURNAL-TS
           MOVE WS-EFF-DATE      TO PAS-EFFECTIVE-DATE
           MOVE WS-POSTED-DATE   TO PAS-POSTED-DATE
           MOVE JRN-ACTION       TO PAS-ACTION
           MOVE JRN-PROGRAM      TO PAS-PROGRAM
           MOVE 0                TO PAS-HOME-PERIOD
           MOVE 0                TO PAS-HOME-CUTOFF
           IF WS-HOME-IDX NOT = 0
             MOVE WS-CAL-PERIOD(WS-HOME-IDX) TO PAS-HOME-PERIOD
             MOVE WS-CAL-CUTOFF(WS-HOME-IDX) TO PAS-HOME-CUTOFF
           END-IF
           EVALUATE TRUE
             WHEN WS-ASSIGN-IDX = 0
               MOVE 0          TO PAS-PERIOD
               MOVE 'NOPERIOD' TO PAS-REASON
               ADD 1 TO WS-NO-PERIOD-CNT
               DISPLAY "WARNING : EMPLOYEE " WS-COMPANY " "
                       JRN-EMPLOYEE-ID " JOURNAL " JRN-TIMESTAMP
                       " EFFECTIVE " WS-EFF-DATE " FITS NO PERIOD"
             WHEN WS-ASSIGN-IDX = WS-HOME-IDX
               MOVE WS-CAL-PERIOD(WS-ASSIGN-IDX) TO PAS-PERIOD
               ADD 1 TO WS-ON-TIME-CNT
             WHEN OTHER
               MOVE WS-CAL-PERIOD(WS-ASSIGN-IDX) TO PAS-PERIOD
               SET PAS-LATE TO TRUE
               MOVE 'LATE'     TO PAS-REASON
               ADD 1 TO WS-LATE-CNT
           END-EVALUATE

           WRITE PAY-ASSIGNMENT-RECORD
           IF WS-PAYASGN-STATUS NOT = '00'
             ADD 1 TO WS-DUPLICATE-CNT
             DISPLAY "WARNING : EMPLOYEE " WS-COMPANY " "
                     JRN-EMPLOYEE-ID " JOURNAL " JRN-TIMESTAMP
                     " NOT ASSIGNED, FILE STATUS " WS-PAYASGN-STATUS
           END-IF.

       FIND-NEXT-OPEN-PERIOD.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL WS-CAL-IDX > WS-CAL-CNT
             IF WS-CAL-COMPANY(WS-CAL-IDX) = WS-COMPANY AND
                WS-CAL-CUTOFF(WS-CAL-IDX) >= WS-POSTED-DATE
               IF WS-ASSIGN-IDX = 0
                 MOVE WS-CAL-IDX TO WS-ASSIGN-IDX
               ELSE
                 IF WS-CAL-START(WS-CAL-IDX) <
                    WS-CAL-START(WS-ASSIGN-IDX)
                   MOVE WS-CAL-IDX TO WS-ASSIGN-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       ABANDON-ASSIGNMENT.
           MOVE 9859 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           PERFORM DISPLAY-ASSIGNMENT-SUMMARY
           GOBACK.

       DISPLAY-ASSIGNMENT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPPASN JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  PAY PERIODS      : " WS-CAL-CNT
           DISPLAY "  JOURNAL ENTRIES  : " WS-JOURNAL-CNT
           DISPLAY "  ON TIME          : " WS-ON-TIME-CNT
           DISPLAY "  LATE - DEFERRED  : " WS-LATE-CNT
           DISPLAY "  FIT NO PERIOD    : " WS-NO-PERIOD-CNT
           DISPLAY "  NOT ASSIGNED     : " WS-DUPLICATE-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPPASN'.
