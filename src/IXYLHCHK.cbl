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
      * SHARED MODULE - LEGAL HOLD CHECK FOR DESTRUCTIVE UTILITIES
      ******************************************************************
      * Data under legal hold must survive every purge and every
      * housekeeping pass until legal releases the hold. Each utility
      * that erases or ages out employee data asks this module first:
      * a. LEGALHLD - the legal hold registry KSDS, keyed by matter
      *    reference + sequence, maintained by IXYLHMNT. Each hold
      *    names the company and employeeId it covers (employeeId
      *    zero = everyone in that company), the date range of the
      *    data it covers (zeros = unbounded at that end), when and
      *    by whom it was placed, and its release date (zero = still
      *    open; a future release date keeps it in force until then).
      * Action 'O' loads the holds in force today into a table (the
      * registry is read once per run); 'C' and 'S' open it on first
      * use if the caller did not.
      * Action 'C' checks one employee: LHCHK-COMPANY +
      * LHCHK-EMPLOYEE-ID, and the date of the data about to be
      * destroyed in LHCHK-DATA-DATE. Date zero means ALL of the
      * employee's data (an erasure) -- any hold on the employee
      * covers it. A company-wide hold only covers dated data inside
      * its range.
      * Action 'S' scans one record for held data: the record bytes
      * travel as the second CALL argument (LHCHK-SCAN-LEN long) and
      * LHCHK-DATA-DATE carries the record's own date (zero when it
      * has none). The record is held when a company-wide hold's
      * range covers its date, or when a held employee's 9-digit id
      * appears in it as a digit run of its own inside the hold's
      * range. A record cannot be told apart by company from its
      * bytes, so the scan holds on the id alone -- keeping too
      * much is the safe side of a legal hold.
      * Results: '0' not held; 'H' held (the matter comes back in
      * LHCHK-MATTER); 'M' the registry is not provisioned in this
      * environment, nothing is held; 'E' the registry could not be
      * read -- the caller must treat the data as held.
      * Every caller passes both arguments; 'O' and 'C' ignore the
      * second.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new module.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYLHCHK'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LEGALHLD ASSIGN TO LEGALHLD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS LHD-KEY
           FILE STATUS  IS WS-LEGALHLD-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * One record per hold -- maintained by IXYLHMNT.
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

        WORKING-STORAGE SECTION.
         01 WS-LEGALHLD-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-STATE-SW         PIC X(01) VALUE 'C'.
             88 WS-STATE-CLOSED VALUE 'C'.
             88 WS-STATE-OPEN   VALUE 'O'.
             88 WS-STATE-MISSING VALUE 'M'.
             88 WS-STATE-ERROR  VALUE 'E'.

         01 WS-TODAY            PIC 9(08).
         01 WS-DATA-DATE        PIC 9(08).
         01 WS-IN-RANGE-SW      PIC X(01).
             88 WS-IN-RANGE     VALUE 'Y'.

      * The holds in force, loaded once per run.
         01 WS-HOLD-MAX         PIC S9(9) BINARY VALUE 500.
         01 WS-HOLD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-HOLD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-HOLD-TABLE.
            05 WS-HOLD-ENTRY OCCURS 500 TIMES.
              10 WS-HOLD-MATTER     PIC X(16).
              10 WS-HOLD-COMPANY    PIC X(03).
              10 WS-HOLD-EMP-ID     PIC 9(09).
              10 WS-HOLD-EMP-TEXT   REDEFINES WS-HOLD-EMP-ID
                                    PIC X(09).
              10 WS-HOLD-FROM-DATE  PIC 9(08).
              10 WS-HOLD-TO-DATE    PIC 9(08).
         01 WS-HOLD-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-HIT-IDX          PIC S9(9) BINARY VALUE 0.

      * Record scan positions for action 'S'.
         01 WS-SCAN-LEN         PIC S9(9) BINARY VALUE 0.
         01 WS-SCAN-POS         PIC S9(9) BINARY VALUE 0.
         01 WS-SCAN-LAST        PIC S9(9) BINARY VALUE 0.
         01 WS-SCAN-TEXT        PIC X(09).
         01 WS-RUN-SW           PIC X(01).
             88 WS-RUN-BOUNDED  VALUE 'Y'.

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYLHCHK'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 LHCHK-PARMS.
            05 LHCHK-ACTION       PIC X(01).
                88 LHCHK-OPEN     VALUE 'O'.
                88 LHCHK-CHECK    VALUE 'C'.
                88 LHCHK-SCAN     VALUE 'S'.
            05 LHCHK-CALLER       PIC X(08).
            05 LHCHK-COMPANY      PIC X(03).
            05 LHCHK-EMPLOYEE-ID  PIC 9(09).
            05 LHCHK-DATA-DATE    PIC 9(08).
            05 LHCHK-SCAN-LEN     PIC S9(9) BINARY.
            05 LHCHK-RESULT       PIC X(01).
                88 LHCHK-NOT-HELD     VALUE '0'.
                88 LHCHK-HELD         VALUE 'H'.
                88 LHCHK-MISSING      VALUE 'M'.
                88 LHCHK-ERROR        VALUE 'E'.
            05 LHCHK-MATTER       PIC X(16).
            05 LHCHK-HOLD-CNT     PIC S9(9) BINARY.
         01 LHCHK-SCAN-AREA       PIC X(100000).

       PROCEDURE DIVISION USING LHCHK-PARMS, LHCHK-SCAN-AREA.
           MOVE '0'    TO LHCHK-RESULT
           MOVE SPACES TO LHCHK-MATTER
           MOVE 0      TO WS-HIT-IDX
           IF WS-STATE-CLOSED
             PERFORM LOAD-HOLDS-IN-FORCE
           END-IF

           EVALUATE TRUE
             WHEN WS-STATE-ERROR
               MOVE 'E' TO LHCHK-RESULT
             WHEN WS-STATE-MISSING
               MOVE 'M' TO LHCHK-RESULT
             WHEN LHCHK-OPEN
               CONTINUE
             WHEN LHCHK-CHECK
               PERFORM CHECK-EMPLOYEE-HOLD
             WHEN LHCHK-SCAN
               PERFORM SCAN-RECORD-FOR-HOLDS
             WHEN OTHER
               MOVE 'E' TO LHCHK-RESULT
           END-EVALUATE
           IF WS-HIT-IDX > 0 AND LHCHK-NOT-HELD
             MOVE 'H' TO LHCHK-RESULT
             MOVE WS-HOLD-MATTER(WS-HIT-IDX) TO LHCHK-MATTER
           END-IF
           MOVE WS-HOLD-CNT TO LHCHK-HOLD-CNT
           GOBACK
           .

       LOAD-HOLDS-IN-FORCE.
      *****************************************************************
      * Reads the registry end to end and keeps every hold not yet
      * released as at today. A registry that is not there at all
      * is an environment without one; any other failure -- or more
      * holds than the table takes -- means nothing can be proven
      * free of a hold, and every check in the run answers 'E'.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-HOLD-CNT WS-EMP-HOLD-CNT WS-HIT-IDX
           OPEN INPUT LEGALHLD
           EVALUATE WS-LEGALHLD-STATUS
             WHEN '00'
               SET WS-STATE-OPEN TO TRUE
             WHEN '35'
               SET WS-STATE-MISSING TO TRUE
             WHEN OTHER
               SET WS-STATE-ERROR TO TRUE
               DISPLAY "ERROR : UNABLE TO OPEN LEGALHLD, FILE STATUS "
                       WS-LEGALHLD-STATUS " - ALL DATA TREATED AS HELD"
           END-EVALUATE

           IF WS-STATE-OPEN
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF OR WS-STATE-ERROR
               READ LEGALHLD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF LHD-RELEASE-DATE = 0 OR
                    LHD-RELEASE-DATE > WS-TODAY
                   PERFORM KEEP-HOLD-IN-FORCE
                 END-IF
               END-READ
               IF WS-LEGALHLD-STATUS NOT = '00' AND
                  WS-LEGALHLD-STATUS NOT = '10'
                 DISPLAY "ERROR : LEGALHLD READ FAILED, FILE STATUS "
                         WS-LEGALHLD-STATUS
                         " - ALL DATA TREATED AS HELD"
                 SET WS-STATE-ERROR TO TRUE
               END-IF
             END-PERFORM
             CLOSE LEGALHLD
           END-IF

           IF WS-STATE-ERROR
             MOVE 9865 TO ERRLOG-CODE
             MOVE "IXYLHCHK: LEGAL HOLD REGISTRY UNREADABLE" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
           ELSE
             DISPLAY "LEGAL HOLDS IN FORCE : " WS-HOLD-CNT
                     " (CHECKED FOR " LHCHK-CALLER ")"
           END-IF.

       KEEP-HOLD-IN-FORCE.
           IF WS-HOLD-CNT >= WS-HOLD-MAX
             DISPLAY "ERROR : MORE THAN " WS-HOLD-MAX
                     " LEGAL HOLDS IN FORCE - ALL DATA TREATED AS HELD"
             SET WS-STATE-ERROR TO TRUE
           ELSE
             ADD 1 TO WS-HOLD-CNT
             MOVE LHD-MATTER      TO WS-HOLD-MATTER(WS-HOLD-CNT)
             MOVE LHD-COMPANY     TO WS-HOLD-COMPANY(WS-HOLD-CNT)
             MOVE LHD-EMPLOYEE-ID TO WS-HOLD-EMP-ID(WS-HOLD-CNT)
             MOVE LHD-FROM-DATE   TO WS-HOLD-FROM-DATE(WS-HOLD-CNT)
             MOVE LHD-TO-DATE     TO WS-HOLD-TO-DATE(WS-HOLD-CNT)
             IF LHD-EMPLOYEE-ID NOT = 0
               ADD 1 TO WS-EMP-HOLD-CNT
             END-IF
           END-IF.

       CHECK-EMPLOYEE-HOLD.
      *****************************************************************
      * The employee's own hold covers all of their data when the
      * caller is erasing everything (date zero), otherwise the data
      * dated inside the hold's range. A company-wide hold covers
      * only dated data inside its range.
      *****************************************************************
           MOVE LHCHK-DATA-DATE TO WS-DATA-DATE
           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-CNT OR WS-HIT-IDX > 0
             IF WS-HOLD-COMPANY(WS-HOLD-IDX) = LHCHK-COMPANY
               PERFORM TEST-DATE-IN-RANGE
               EVALUATE TRUE
                 WHEN WS-HOLD-EMP-ID(WS-HOLD-IDX) = LHCHK-EMPLOYEE-ID
                      AND WS-IN-RANGE
                   MOVE WS-HOLD-IDX TO WS-HIT-IDX
                 WHEN WS-HOLD-EMP-ID(WS-HOLD-IDX) = 0 AND
                      WS-DATA-DATE NOT = 0 AND WS-IN-RANGE
                   MOVE WS-HOLD-IDX TO WS-HIT-IDX
               END-EVALUATE
             END-IF
           END-PERFORM.

       SCAN-RECORD-FOR-HOLDS.
      *****************************************************************
      * Company-wide holds first -- they decide on the record's date
      * alone. Then, only if any employee is held, the record is
      * walked for 9-digit runs standing on their own (no digit
      * either side), and each run is compared with the held ids.
      *****************************************************************
           MOVE LHCHK-DATA-DATE TO WS-DATA-DATE
           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-CNT OR WS-HIT-IDX > 0
             IF WS-HOLD-EMP-ID(WS-HOLD-IDX) = 0
               PERFORM TEST-DATE-IN-RANGE
               IF WS-IN-RANGE
                 MOVE WS-HOLD-IDX TO WS-HIT-IDX
               END-IF
             END-IF
           END-PERFORM

           MOVE LHCHK-SCAN-LEN TO WS-SCAN-LEN
           IF WS-SCAN-LEN > 100000
             MOVE 100000 TO WS-SCAN-LEN
           END-IF
           IF WS-HIT-IDX = 0 AND WS-EMP-HOLD-CNT > 0 AND
              WS-SCAN-LEN >= 9
             COMPUTE WS-SCAN-LAST = WS-SCAN-LEN - 8
             MOVE 1 TO WS-SCAN-POS
             PERFORM UNTIL WS-SCAN-POS > WS-SCAN-LAST OR
                           WS-HIT-IDX > 0
               IF LHCHK-SCAN-AREA(WS-SCAN-POS:9) IS NUMERIC
                 PERFORM TEST-RUN-BOUNDED
                 IF WS-RUN-BOUNDED
                   MOVE LHCHK-SCAN-AREA(WS-SCAN-POS:9) TO WS-SCAN-TEXT
                   PERFORM MATCH-SCANNED-ID
                 END-IF
                 ADD 9 TO WS-SCAN-POS
               ELSE
                 ADD 1 TO WS-SCAN-POS
               END-IF
             END-PERFORM
           END-IF.

       TEST-RUN-BOUNDED.
           MOVE 'Y' TO WS-RUN-SW
           IF WS-SCAN-POS > 1
             IF LHCHK-SCAN-AREA(WS-SCAN-POS - 1:1) IS NUMERIC
               MOVE 'N' TO WS-RUN-SW
             END-IF
           END-IF
           IF WS-SCAN-POS + 9 <= WS-SCAN-LEN
             IF LHCHK-SCAN-AREA(WS-SCAN-POS + 9:1) IS NUMERIC
               MOVE 'N' TO WS-RUN-SW
             END-IF
           END-IF.

       MATCH-SCANNED-ID.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-CNT OR WS-HIT-IDX > 0
             IF WS-HOLD-EMP-ID(WS-HOLD-IDX) NOT = 0 AND
                WS-HOLD-EMP-TEXT(WS-HOLD-IDX) = WS-SCAN-TEXT
               PERFORM TEST-DATE-IN-RANGE
               IF WS-IN-RANGE
                 MOVE WS-HOLD-IDX TO WS-HIT-IDX
               END-IF
             END-IF
           END-PERFORM.

       TEST-DATE-IN-RANGE.
      * Undated data cannot be shown to fall outside a hold's range,
      * so it counts as inside it.
           MOVE 'Y' TO WS-IN-RANGE-SW
           IF WS-DATA-DATE NOT = 0
             IF WS-HOLD-FROM-DATE(WS-HOLD-IDX) NOT = 0 AND
                WS-DATA-DATE < WS-HOLD-FROM-DATE(WS-HOLD-IDX)
               MOVE 'N' TO WS-IN-RANGE-SW
             END-IF
             IF WS-HOLD-TO-DATE(WS-HOLD-IDX) NOT = 0 AND
                WS-DATA-DATE > WS-HOLD-TO-DATE(WS-HOLD-IDX)
               MOVE 'N' TO WS-IN-RANGE-SW
             END-IF
           END-IF.

       END PROGRAM 'IXYLHCHK'.
