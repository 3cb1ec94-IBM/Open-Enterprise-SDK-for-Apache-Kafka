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
      * MAIN PROGRAM PERIOD-OVER-PERIOD VARIANCE REPORT
      ******************************************************************
      * Compares two frozen period-end snapshots written by IXYPESNP
      * (normally PESNAP generations -1 and 0):
      * a. PESNAPA - the earlier period; PESNAPB - the later one.
      *    Each is verified before anything is reported: header
      *    first, trailer last, the record count, active and leaver
      *    counts, salary and insurance totals and byte-sum checksum
      *    recomputed from the detail records must equal the
      *    trailer's, and the trailer seal must verify (IXYSEAL). A
      *    snapshot that fails, or a PESNAPA that is not the earlier
      *    period, stops the run with nothing reported.
      * b. PEVRPT - the report:
      *    1. the control totals of both periods;
      *    2. headcount, annual salary and insurance cover by company
      *       and department for both periods with the change, a
      *       subtotal per company and a grand total (active
      *       employees only; whole currency units);
      *    3. every employee active in both periods whose annual
      *       salary moved by more than the threshold percentage,
      *       with department and currency changes noted;
      *    4. the headcount movement between the periods -- joiners,
      *       leavers, rehires, department transfers and records no
      *       longer on the master.
      * c. The PARM is the threshold percentage, three digits
      *    (default 010).
      *
      * RETURN-CODE 4 - at least one pay movement listed.
      * RETURN-CODE 8 - unusable PARM, or more departments than the
      *                 table holds (the excess are not broken down).
      * RETURN-CODE 16 - a snapshot is missing, fails verification
      *                  or the periods are out of order.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPEVAR'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PESNAPA ASSIGN TO PESNAPA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PESNAPA-STATUS.

           SELECT PESNAPB ASSIGN TO PESNAPB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PESNAPB-STATUS.

           SELECT PEVRPT ASSIGN TO PEVRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PEVRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYPESNP -- read into
      * WS-SNAP-RECORD (or the merge areas) for the field views.
         FD PESNAPA
           RECORD CONTAINS 4131  CHARACTERS
           BLOCK  CONTAINS 41310 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PESNAPA-RECORD.

         01 PESNAPA-RECORD          PIC X(4131).

         FD PESNAPB
           RECORD CONTAINS 4131  CHARACTERS
           BLOCK  CONTAINS 41310 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PESNAPB-RECORD.

         01 PESNAPB-RECORD          PIC X(4131).

         FD PEVRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PEVRPT-LINE.

         01 PEVRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-PESNAPA-STATUS   PIC X(02).
         01 WS-PESNAPB-STATUS   PIC X(02).
         01 WS-PEVRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-THRESHOLD        PIC 9(03) VALUE 10.

      * The snapshot record views, as IXYPESNP lays them out.
         01 WS-SNAP-RECORD.
            05 SN-RECORD-TYPE       PIC X(01).
               88 SN-IS-HEADER      VALUE 'H'.
               88 SN-IS-DETAIL      VALUE 'D'.
               88 SN-IS-TRAILER     VALUE 'T'.
            05 SN-RECORD-BODY       PIC X(4130).

         01 WS-SNAP-HEADER REDEFINES WS-SNAP-RECORD.
            05 FILLER               PIC X(01).
            05 SNH-PERIOD           PIC 9(06).
            05 SNH-BUSINESS-DATE    PIC 9(08).
            05 SNH-RUN-ID           PIC X(16).
            05 SNH-FROZEN-TS        PIC X(21).
            05 SNH-FORCED-SW        PIC X(01).
            05 FILLER               PIC X(4078).

         01 WS-SNAP-DETAIL REDEFINES WS-SNAP-RECORD.
            05 FILLER               PIC X(01).
            05 SND-MASTER-IMAGE     PIC X(4130).

         01 WS-SNAP-TRAILER REDEFINES WS-SNAP-RECORD.
            05 FILLER               PIC X(01).
            05 SNT-SEALED-AREA.
               10 SNT-PERIOD           PIC 9(06).
               10 SNT-BUSINESS-DATE    PIC 9(08).
               10 SNT-RUN-ID           PIC X(16).
               10 SNT-RECORD-COUNT     PIC 9(09).
               10 SNT-ACTIVE-COUNT     PIC 9(09).
               10 SNT-LEAVER-COUNT     PIC 9(09).
               10 SNT-SALARY-TOTAL     PIC 9(13)V9(02).
               10 SNT-INSURANCE-TOTAL  PIC 9(13)V9(02).
               10 SNT-CHECKSUM         PIC 9(09).
            05 SNT-SEAL             PIC X(16).
            05 FILLER               PIC X(4018).

      * A frozen master image, laid out as IXYCAV64 writes EMPMAST.
         01 WS-SNAP-MASTER.
            05 SNM-KEY.
               10 SNM-COMPANY       PIC X(03).
               10 SNM-EMPLOYEE-ID   PIC 9(09).
            05 SNM-UPDATED-TS       PIC X(21).
            05 SNM-EVENT-TS         PIC S9(18) BINARY.
            05 SNM-DEPT-CODE        PIC X(06).
            05 SNM-COST-CENTER      PIC X(08).
            05 SNM-EVENT-DATA       PIC X(4000).
            05 SNM-STATUS           PIC X(01).
                88 SNM-TERMINATED   VALUE 'T'.
            05 FILLER               PIC X(74).

      * What each snapshot says of itself and what was recomputed
      * from it -- occurrence 1 is PESNAPA, 2 is PESNAPB.
         01 WS-SIDE-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-SIDE-TABLE.
            05 WS-SIDE OCCURS 2 TIMES.
              10 WS-SD-DDNAME        PIC X(08).
              10 WS-SD-HEADER-SW     PIC X(01).
                  88 WS-SD-HEADER-SEEN  VALUE 'Y'.
              10 WS-SD-TRAILER-SW    PIC X(01).
                  88 WS-SD-TRAILER-SEEN VALUE 'Y'.
              10 WS-SD-OK-SW         PIC X(01).
                  88 WS-SD-OK        VALUE 'Y'.
              10 WS-SD-PERIOD        PIC 9(06).
              10 WS-SD-BUSINESS-DATE PIC 9(08).
              10 WS-SD-RUN-ID        PIC X(16).
              10 WS-SD-FROZEN-TS     PIC X(21).
              10 WS-SD-FORCED-SW     PIC X(01).
                  88 WS-SD-FORCED    VALUE 'Y'.
              10 WS-SD-RECORD-CNT    PIC 9(09).
              10 WS-SD-ACTIVE-CNT    PIC 9(09).
              10 WS-SD-LEAVER-CNT    PIC 9(09).
              10 WS-SD-SALARY-TOTAL  PIC 9(13)V9(02).
              10 WS-SD-INSURANCE-TOTAL PIC 9(13)V9(02).
              10 WS-SD-CHECKSUM      PIC 9(09).
              10 WS-SD-REASON        PIC X(40).
         01 WS-CKSUM-IDX        PIC S9(9) BINARY VALUE 0.

      * Integrity seal -- see IXYSEAL; the trailer is rebuilt exactly
      * as IXYPESNP sealed it.
         01 WS-SEAL-PARMS.
            05 WS-SEAL-DATA-LEN PIC S9(9) BINARY.
            05 WS-SEAL-DATA     PIC X(256).
            05 WS-SEAL-VALUE    PIC X(16).

      * One entry per company and department, both periods side by
      * side. Records arrive in company/employee order, so the last
      * entry found is tried first.
         01 WS-AGG-MAX          PIC S9(4) BINARY VALUE 2000.
         01 WS-AGG-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-AGG-TABLE.
            05 WS-AGG-ENTRY OCCURS 2000 TIMES.
              10 WS-AGG-KEY.
                15 WS-AGG-COMPANY    PIC X(03).
                15 WS-AGG-DEPT       PIC X(06).
              10 WS-AGG-PRINTED-SW   PIC X(01).
                  88 WS-AGG-PRINTED  VALUE 'Y'.
              10 WS-AGG-SIDE OCCURS 2 TIMES.
                15 WS-AGG-HEADCOUNT  PIC S9(9) BINARY.
                15 WS-AGG-SALARY     PIC S9(13)V9(02) COMP-3.
                15 WS-AGG-INSURANCE  PIC S9(13)V9(02) COMP-3.
         01 WS-AGG-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-AGG-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-AGG-NEXT-IDX     PIC S9(4) BINARY VALUE 0.
         01 WS-AGG-PRINT-CNT    PIC S9(4) BINARY VALUE 0.
         01 WS-AGG-OVERFLOW-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-AGG-LAST-COMPANY PIC X(03) VALUE SPACES.

      * Company subtotal and grand total accumulators, same shape as
      * one table entry's two sides.
         01 WS-TOT-COMPANY.
            05 WS-TOT-CO-SIDE OCCURS 2 TIMES.
              10 WS-TOT-CO-HEADCOUNT PIC S9(9) BINARY.
              10 WS-TOT-CO-SALARY    PIC S9(13)V9(02) COMP-3.
              10 WS-TOT-CO-INSURANCE PIC S9(13)V9(02) COMP-3.
         01 WS-TOT-GRAND.
            05 WS-TOT-GR-SIDE OCCURS 2 TIMES.
              10 WS-TOT-GR-HEADCOUNT PIC S9(9) BINARY.
              10 WS-TOT-GR-SALARY    PIC S9(13)V9(02) COMP-3.
              10 WS-TOT-GR-INSURANCE PIC S9(13)V9(02) COMP-3.

      * The pay-movement merge: each side's current record and key;
      * HIGH-VALUES once a side reaches its trailer.
         01 WS-A-RECORD.
            05 WS-A-TYPE            PIC X(01).
            05 WS-A-IMAGE           PIC X(4130).
         01 WS-B-RECORD.
            05 WS-B-TYPE            PIC X(01).
            05 WS-B-IMAGE           PIC X(4130).
         01 WS-A-KEY            PIC X(12) VALUE SPACES.
         01 WS-B-KEY            PIC X(12) VALUE SPACES.
         01 WS-A-STATUS         PIC X(01).
         01 WS-A-DEPT           PIC X(06).
         01 WS-A-CURRENCY       PIC X(03).
         01 WS-A-SALARY         PIC 9(07)V9(02).
         01 WS-PAY-CHANGE       PIC S9(07)V9(02).
         01 WS-PAY-PCT          PIC S9(05)V9.
         01 WS-PAY-PCT-ABS      PIC 9(05)V9.

         01 WS-JOINER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-LEFT-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-REHIRE-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-TRANSFER-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-DROPPED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-PAY-CHANGED-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-PAY-MOVER-CNT    PIC S9(9) BINARY VALUE 0.

         01 WS-EDIT-COUNT       PIC ZZZZZZZZ9.
         01 WS-EDIT-COUNT-2     PIC ZZZZZZZZ9.
         01 WS-EDIT-COUNT-3     PIC ZZZZZZZZ9.
         01 WS-EDIT-MONEY       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         01 WS-EDIT-MONEY-2     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Company/department variance line. Money in whole units.
         01 WS-RPT-VAR-HEAD1.
            05 FILLER              PIC X(14) VALUE SPACES.
            05 FILLER              PIC X(23) VALUE
               '------ HEADCOUNT ------'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(45) VALUE
               '---------- ANNUAL SALARY (WHOLE UNITS) ------'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(45) VALUE
               '--------- INSURANCE COVER (WHOLE UNITS) -----'.
            05 FILLER              PIC X(01) VALUE SPACES.

         01 WS-RPT-VAR-HEAD2.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(03) VALUE 'CO '.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(06) VALUE 'DEPT  '.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 FILLER              PIC X(07) VALUE '  PRIOR'.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 FILLER              PIC X(07) VALUE '    NOW'.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 FILLER              PIC X(07) VALUE ' CHANGE'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE '         PRIOR'.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE '           NOW'.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 FILLER              PIC X(15) VALUE '         CHANGE'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE '         PRIOR'.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 FILLER              PIC X(14) VALUE '           NOW'.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 FILLER              PIC X(15) VALUE '         CHANGE'.
            05 FILLER              PIC X(01) VALUE SPACES.

         01 WS-RPT-VAR-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-VAR-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-VAR-DEPT        PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-VAR-HC-A        PIC ZZZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-VAR-HC-B        PIC ZZZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-VAR-HC-CHG      PIC ------9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-VAR-SAL-A       PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-VAR-SAL-B       PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-VAR-SAL-CHG     PIC ---,---,---,--9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-VAR-INS-A       PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-VAR-INS-B       PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-VAR-INS-CHG     PIC ---,---,---,--9.
            05 FILLER              PIC X(01) VALUE SPACES.

      * Pay-movement line.
         01 WS-RPT-PAY-HEAD.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(03) VALUE 'CO '.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(09) VALUE 'EMPLOYEE '.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'NAME'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(06) VALUE 'DEPT  '.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(03) VALUE 'CCY'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(12) VALUE '       PRIOR'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(12) VALUE '         NOW'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(13) VALUE '       CHANGE'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(08) VALUE '     PCT'.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 FILLER              PIC X(08) VALUE 'NOTE'.
            05 FILLER              PIC X(07) VALUE SPACES.

         01 WS-RPT-PAY-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-EMP-ID      PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-NAME        PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-DEPT        PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-CURRENCY    PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-SAL-A       PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-SAL-B       PIC Z,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-CHANGE      PIC --,---,--9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-PAY-PCT         PIC -----9.9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-PAY-NOTE        PIC X(08).
            05 FILLER              PIC X(07) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYPEVAR'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each frozen image is overlaid onto EVENT-DATA to get at
      * the name, salary, cover and currency by name.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-THRESHOLD         PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "PERIOD-OVER-PERIOD VARIANCE REPORT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 3
             IF PARM-THRESHOLD IS NUMERIC
               MOVE PARM-THRESHOLD TO WS-THRESHOLD
             ELSE
               DISPLAY "ERROR : PARM '" PARM-THRESHOLD "' IS NOT A "
                       "THREE-DIGIT PERCENTAGE - THRESHOLD "
                       WS-THRESHOLD " USED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF

           INITIALIZE WS-SIDE-TABLE
           MOVE 'PESNAPA' TO WS-SD-DDNAME(1)
           MOVE 'PESNAPB' TO WS-SD-DDNAME(2)
           PERFORM VERIFY-PRIOR-SNAPSHOT
           PERFORM VERIFY-CURRENT-SNAPSHOT
           IF WS-SD-OK(1) AND WS-SD-OK(2) AND
              WS-SD-PERIOD(1) NOT < WS-SD-PERIOD(2)
             MOVE 'N' TO WS-SD-OK-SW(2)
             MOVE 'NOT LATER THAN THE PESNAPA PERIOD' TO
                      WS-SD-REASON(2)
           END-IF
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                     UNTIL WS-SIDE-IDX > 2
             IF NOT WS-SD-OK(WS-SIDE-IDX)
               DISPLAY "ERROR : " WS-SD-DDNAME(WS-SIDE-IDX)
                       " UNUSABLE - " WS-SD-REASON(WS-SIDE-IDX)
             END-IF
           END-PERFORM
           IF NOT WS-SD-OK(1) OR NOT WS-SD-OK(2)
             MOVE 9819 TO ERRLOG-CODE
             MOVE "IXYPEVAR: SNAPSHOT FAILS VERIFICATION - NO REPORT"
                      TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-VARIANCE-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT PEVRPT
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM PRINT-DEPARTMENT-VARIANCE
           PERFORM PRINT-PAY-MOVEMENTS
           PERFORM PRINT-HEADCOUNT-MOVEMENT
           CLOSE PEVRPT

           IF WS-AGG-OVERFLOW-CNT > 0 AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PAY-MOVER-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-VARIANCE-SUMMARY
           GOBACK
           .

       VERIFY-PRIOR-SNAPSHOT.
           MOVE 1 TO WS-SIDE-IDX
           OPEN INPUT PESNAPA
           IF WS-PESNAPA-STATUS NOT = '00'
             MOVE 'NOT AVAILABLE' TO WS-SD-REASON(1)
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PESNAPA INTO WS-SNAP-RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM TAKE-SNAPSHOT-RECORD
               END-READ
             END-PERFORM
             CLOSE PESNAPA
             PERFORM FINISH-SNAPSHOT-VERIFY
           END-IF.

       VERIFY-CURRENT-SNAPSHOT.
           MOVE 2 TO WS-SIDE-IDX
           OPEN INPUT PESNAPB
           IF WS-PESNAPB-STATUS NOT = '00'
             MOVE 'NOT AVAILABLE' TO WS-SD-REASON(2)
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PESNAPB INTO WS-SNAP-RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM TAKE-SNAPSHOT-RECORD
               END-READ
             END-PERFORM
             CLOSE PESNAPB
             PERFORM FINISH-SNAPSHOT-VERIFY
           END-IF.

       TAKE-SNAPSHOT-RECORD.
      *****************************************************************
      * One record of the snapshot named by WS-SIDE-IDX. The first
      * fault found is kept as the reason; anything after the
      * trailer, or a detail ahead of the header, is a fault.
      *****************************************************************
           IF WS-SD-TRAILER-SEEN(WS-SIDE-IDX)
             IF WS-SD-REASON(WS-SIDE-IDX) = SPACES
               MOVE 'RECORDS FOLLOW THE TRAILER' TO
                        WS-SD-REASON(WS-SIDE-IDX)
             END-IF
           ELSE
             EVALUATE TRUE
               WHEN SN-IS-HEADER
                 IF WS-SD-HEADER-SEEN(WS-SIDE-IDX) OR
                    WS-SD-RECORD-CNT(WS-SIDE-IDX) > 0
                   IF WS-SD-REASON(WS-SIDE-IDX) = SPACES
                     MOVE 'HEADER OUT OF PLACE' TO
                              WS-SD-REASON(WS-SIDE-IDX)
                   END-IF
                 ELSE
                   SET WS-SD-HEADER-SEEN(WS-SIDE-IDX) TO TRUE
                   MOVE SNH-PERIOD   TO WS-SD-PERIOD(WS-SIDE-IDX)
                   MOVE SNH-BUSINESS-DATE TO
                            WS-SD-BUSINESS-DATE(WS-SIDE-IDX)
                   MOVE SNH-RUN-ID   TO WS-SD-RUN-ID(WS-SIDE-IDX)
                   MOVE SNH-FROZEN-TS TO WS-SD-FROZEN-TS(WS-SIDE-IDX)
                   MOVE SNH-FORCED-SW TO WS-SD-FORCED-SW(WS-SIDE-IDX)
                 END-IF
               WHEN SN-IS-DETAIL
                 IF NOT WS-SD-HEADER-SEEN(WS-SIDE-IDX) AND
                    WS-SD-REASON(WS-SIDE-IDX) = SPACES
                   MOVE 'NO HEADER RECORD' TO WS-SD-REASON(WS-SIDE-IDX)
                 END-IF
                 PERFORM TAKE-SNAPSHOT-DETAIL
               WHEN SN-IS-TRAILER
                 SET WS-SD-TRAILER-SEEN(WS-SIDE-IDX) TO TRUE
                 PERFORM CHECK-SNAPSHOT-TRAILER
               WHEN OTHER
                 IF WS-SD-REASON(WS-SIDE-IDX) = SPACES
                   MOVE 'UNKNOWN RECORD TYPE' TO
                            WS-SD-REASON(WS-SIDE-IDX)
                 END-IF
             END-EVALUATE
           END-IF.

       TAKE-SNAPSHOT-DETAIL.
           ADD 1 TO WS-SD-RECORD-CNT(WS-SIDE-IDX)
           PERFORM ACCUMULATE-CHECKSUM
           MOVE SND-MASTER-IMAGE TO WS-SNAP-MASTER
           IF SNM-TERMINATED
             ADD 1 TO WS-SD-LEAVER-CNT(WS-SIDE-IDX)
           ELSE
             MOVE SNM-EVENT-DATA TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
             ADD 1 TO WS-SD-ACTIVE-CNT(WS-SIDE-IDX)
             ADD annualSalary TO WS-SD-SALARY-TOTAL(WS-SIDE-IDX)
             ADD insuranceCoverage TO
                      WS-SD-INSURANCE-TOTAL(WS-SIDE-IDX)
             PERFORM LOCATE-AGG-ENTRY
             IF WS-AGG-FOUND-IDX NOT = 0
               ADD 1 TO WS-AGG-HEADCOUNT(WS-AGG-FOUND-IDX, WS-SIDE-IDX)
               ADD annualSalary TO
                        WS-AGG-SALARY(WS-AGG-FOUND-IDX, WS-SIDE-IDX)
               ADD insuranceCoverage TO
                        WS-AGG-INSURANCE(WS-AGG-FOUND-IDX, WS-SIDE-IDX)
             END-IF
           END-IF.

       ACCUMULATE-CHECKSUM.
      *****************************************************************
      * The byte-sum modulo 999999999 over the master image's exact
      * bytes, identical to ACCUMULATE-CHECKSUM in IXYPESNP.
      *****************************************************************
           PERFORM VARYING WS-CKSUM-IDX FROM 1 BY 1
                     UNTIL WS-CKSUM-IDX > LENGTH OF SND-MASTER-IMAGE
             COMPUTE WS-SD-CHECKSUM(WS-SIDE-IDX) = FUNCTION MOD(
               WS-SD-CHECKSUM(WS-SIDE-IDX) +
                 FUNCTION ORD(SND-MASTER-IMAGE(WS-CKSUM-IDX:1)),
               999999999)
           END-PERFORM.

       CHECK-SNAPSHOT-TRAILER.
      *****************************************************************
      * The recomputed totals against the trailer's, then the seal
      * over the trailer exactly as IXYPESNP built it.
      *****************************************************************
           IF WS-SD-REASON(WS-SIDE-IDX) NOT = SPACES
             CONTINUE
           ELSE
             EVALUATE TRUE
               WHEN NOT WS-SD-HEADER-SEEN(WS-SIDE-IDX)
                 MOVE 'NO HEADER RECORD' TO WS-SD-REASON(WS-SIDE-IDX)
               WHEN SNT-PERIOD NOT = WS-SD-PERIOD(WS-SIDE-IDX) OR
                    SNT-RUN-ID NOT = WS-SD-RUN-ID(WS-SIDE-IDX)
                 MOVE 'TRAILER DOES NOT MATCH HEADER' TO
                          WS-SD-REASON(WS-SIDE-IDX)
               WHEN SNT-RECORD-COUNT NOT = WS-SD-RECORD-CNT(WS-SIDE-IDX)
                 MOVE 'RECORD COUNT DOES NOT AGREE' TO
                          WS-SD-REASON(WS-SIDE-IDX)
               WHEN SNT-ACTIVE-COUNT NOT = WS-SD-ACTIVE-CNT(WS-SIDE-IDX)
                 OR SNT-LEAVER-COUNT NOT = WS-SD-LEAVER-CNT(WS-SIDE-IDX)
                 MOVE 'ACTIVE/LEAVER COUNTS DO NOT AGREE' TO
                          WS-SD-REASON(WS-SIDE-IDX)
               WHEN SNT-SALARY-TOTAL NOT =
                    WS-SD-SALARY-TOTAL(WS-SIDE-IDX) OR
                    SNT-INSURANCE-TOTAL NOT =
                    WS-SD-INSURANCE-TOTAL(WS-SIDE-IDX)
                 MOVE 'MONEY TOTALS DO NOT AGREE' TO
                          WS-SD-REASON(WS-SIDE-IDX)
               WHEN SNT-CHECKSUM NOT = WS-SD-CHECKSUM(WS-SIDE-IDX)
                 MOVE 'CHECKSUM DOES NOT AGREE' TO
                          WS-SD-REASON(WS-SIDE-IDX)
               WHEN OTHER
                 MOVE SPACES TO WS-SEAL-DATA
                 MOVE SNT-SEALED-AREA TO WS-SEAL-DATA
                 MOVE LENGTH OF SNT-SEALED-AREA TO WS-SEAL-DATA-LEN
                 CALL "IXYSEAL" USING WS-SEAL-PARMS
                 IF WS-SEAL-VALUE NOT = SNT-SEAL
                   MOVE 'TRAILER FAILS SEAL VERIFICATION' TO
                            WS-SD-REASON(WS-SIDE-IDX)
                 END-IF
             END-EVALUATE
           END-IF.

       FINISH-SNAPSHOT-VERIFY.
           IF WS-SD-REASON(WS-SIDE-IDX) = SPACES AND
              NOT WS-SD-TRAILER-SEEN(WS-SIDE-IDX)
             MOVE 'NO TRAILER RECORD - INCOMPLETE' TO
                      WS-SD-REASON(WS-SIDE-IDX)
           END-IF
           IF WS-SD-REASON(WS-SIDE-IDX) = SPACES
             SET WS-SD-OK(WS-SIDE-IDX) TO TRUE
             DISPLAY WS-SD-DDNAME(WS-SIDE-IDX) " PERIOD "
                     WS-SD-PERIOD(WS-SIDE-IDX) " VERIFIED, "
                     WS-SD-RECORD-CNT(WS-SIDE-IDX) " RECORDS"
           END-IF.

       LOCATE-AGG-ENTRY.
      *****************************************************************
      * Finds or adds the company/department entry for the image in
      * WS-SNAP-MASTER. A full table leaves WS-AGG-FOUND-IDX zero and
      * the employee out of the breakdown (the totals still hold).
      *****************************************************************
           IF WS-AGG-FOUND-IDX NOT = 0
             IF WS-AGG-COMPANY(WS-AGG-FOUND-IDX) NOT = SNM-COMPANY OR
                WS-AGG-DEPT(WS-AGG-FOUND-IDX) NOT = SNM-DEPT-CODE
               MOVE 0 TO WS-AGG-FOUND-IDX
             END-IF
           END-IF
           IF WS-AGG-FOUND-IDX = 0
             PERFORM SEARCH-AGG-TABLE
           END-IF.

       SEARCH-AGG-TABLE.
           MOVE 1 TO WS-AGG-IDX
           PERFORM UNTIL WS-AGG-IDX > WS-AGG-CNT
                      OR WS-AGG-FOUND-IDX NOT = 0
             IF WS-AGG-COMPANY(WS-AGG-IDX) = SNM-COMPANY AND
                WS-AGG-DEPT(WS-AGG-IDX) = SNM-DEPT-CODE
               MOVE WS-AGG-IDX TO WS-AGG-FOUND-IDX
             ELSE
               ADD 1 TO WS-AGG-IDX
             END-IF
           END-PERFORM
           IF WS-AGG-FOUND-IDX = 0
             IF WS-AGG-CNT >= WS-AGG-MAX
               IF WS-AGG-OVERFLOW-CNT = 0
                 DISPLAY "ERROR : MORE THAN " WS-AGG-MAX
                         " COMPANY/DEPARTMENT PAIRS - THE EXCESS ARE "
                         "NOT BROKEN DOWN"
               END-IF
               ADD 1 TO WS-AGG-OVERFLOW-CNT
             ELSE
               ADD 1 TO WS-AGG-CNT
               INITIALIZE WS-AGG-ENTRY(WS-AGG-CNT)
               MOVE SNM-COMPANY   TO WS-AGG-COMPANY(WS-AGG-CNT)
               MOVE SNM-DEPT-CODE TO WS-AGG-DEPT(WS-AGG-CNT)
               MOVE 'N' TO WS-AGG-PRINTED-SW(WS-AGG-CNT)
               MOVE WS-AGG-CNT TO WS-AGG-FOUND-IDX
             END-IF
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PEVRPT-LINE
           STRING "  PERIOD-OVER-PERIOD VARIANCE AT "
                  WS-JOB-START-TS(1:21) " -- PERIOD "
                  WS-SD-PERIOD(1) " AGAINST " WS-SD-PERIOD(2)
                  " -- PAY THRESHOLD " WS-THRESHOLD " PCT"
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE SPACES TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE SPACES TO PEVRPT-LINE
           STRING "  SNAPSHOT CONTROL TOTALS (VERIFIED AGAINST THE "
                  "SEALED TRAILERS)"
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE ALL "-" TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                     UNTIL WS-SIDE-IDX > 2
             PERFORM PRINT-ONE-CONTROL-TOTAL
           END-PERFORM.

       PRINT-ONE-CONTROL-TOTAL.
           MOVE SPACES TO PEVRPT-LINE
           STRING "  " WS-SD-DDNAME(WS-SIDE-IDX)
                  " PERIOD " WS-SD-PERIOD(WS-SIDE-IDX)
                  "  BUSINESS DATE " WS-SD-BUSINESS-DATE(WS-SIDE-IDX)
                  "  RUN-ID " WS-SD-RUN-ID(WS-SIDE-IDX)
                  "  FROZEN " WS-SD-FROZEN-TS(WS-SIDE-IDX)
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           IF WS-SD-FORCED(WS-SIDE-IDX)
             MOVE "(FORCED)" TO PEVRPT-LINE(105:8)
           END-IF
           WRITE PEVRPT-LINE
           MOVE WS-SD-RECORD-CNT(WS-SIDE-IDX) TO WS-EDIT-COUNT
           MOVE WS-SD-ACTIVE-CNT(WS-SIDE-IDX) TO WS-EDIT-COUNT-2
           MOVE WS-SD-LEAVER-CNT(WS-SIDE-IDX) TO WS-EDIT-COUNT-3
           MOVE WS-SD-SALARY-TOTAL(WS-SIDE-IDX) TO WS-EDIT-MONEY
           MOVE WS-SD-INSURANCE-TOTAL(WS-SIDE-IDX) TO WS-EDIT-MONEY-2
           MOVE SPACES TO PEVRPT-LINE
           STRING "    RECORDS " WS-EDIT-COUNT
                  "  ACTIVE " WS-EDIT-COUNT-2
                  "  LEAVERS " WS-EDIT-COUNT-3
                  "  SALARY " WS-EDIT-MONEY
                  "  INSURANCE " WS-EDIT-MONEY-2
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE.

       PRINT-DEPARTMENT-VARIANCE.
      *****************************************************************
      * One line per company/department in key order -- the smallest
      * unprinted key is picked on each pass -- with a subtotal as
      * each company ends and a grand total.
      *****************************************************************
           MOVE SPACES TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE SPACES TO PEVRPT-LINE
           STRING "  HEADCOUNT, SALARY AND INSURANCE BY COMPANY AND "
                  "DEPARTMENT (ACTIVE EMPLOYEES)"
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-RPT-VAR-HEAD1 TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-RPT-VAR-HEAD2 TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE ALL "-" TO PEVRPT-LINE
           WRITE PEVRPT-LINE

           INITIALIZE WS-TOT-COMPANY
           INITIALIZE WS-TOT-GRAND
           MOVE SPACES TO WS-AGG-LAST-COMPANY
           MOVE 0 TO WS-AGG-PRINT-CNT
           PERFORM UNTIL WS-AGG-PRINT-CNT >= WS-AGG-CNT
             MOVE 0 TO WS-AGG-NEXT-IDX
             PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                       UNTIL WS-AGG-IDX > WS-AGG-CNT
               IF NOT WS-AGG-PRINTED(WS-AGG-IDX)
                 IF WS-AGG-NEXT-IDX = 0
                   MOVE WS-AGG-IDX TO WS-AGG-NEXT-IDX
                 ELSE
                   IF WS-AGG-KEY(WS-AGG-IDX) <
                      WS-AGG-KEY(WS-AGG-NEXT-IDX)
                     MOVE WS-AGG-IDX TO WS-AGG-NEXT-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             SET WS-AGG-PRINTED(WS-AGG-NEXT-IDX) TO TRUE
             ADD 1 TO WS-AGG-PRINT-CNT
             IF WS-AGG-PRINT-CNT > 1 AND
                WS-AGG-COMPANY(WS-AGG-NEXT-IDX) NOT =
                WS-AGG-LAST-COMPANY
               PERFORM WRITE-COMPANY-SUBTOTAL
             END-IF
             MOVE WS-AGG-COMPANY(WS-AGG-NEXT-IDX) TO
                      WS-AGG-LAST-COMPANY
             PERFORM WRITE-DEPARTMENT-LINE
           END-PERFORM
           IF WS-AGG-PRINT-CNT > 0
             PERFORM WRITE-COMPANY-SUBTOTAL
           END-IF

           MOVE '***'   TO RPT-VAR-COMPANY
           MOVE 'TOTAL' TO RPT-VAR-DEPT
           MOVE WS-TOT-GR-HEADCOUNT(1) TO RPT-VAR-HC-A
           MOVE WS-TOT-GR-HEADCOUNT(2) TO RPT-VAR-HC-B
           COMPUTE RPT-VAR-HC-CHG =
                   WS-TOT-GR-HEADCOUNT(2) - WS-TOT-GR-HEADCOUNT(1)
           COMPUTE RPT-VAR-SAL-A ROUNDED = WS-TOT-GR-SALARY(1)
           COMPUTE RPT-VAR-SAL-B ROUNDED = WS-TOT-GR-SALARY(2)
           COMPUTE RPT-VAR-SAL-CHG ROUNDED =
                   WS-TOT-GR-SALARY(2) - WS-TOT-GR-SALARY(1)
           COMPUTE RPT-VAR-INS-A ROUNDED = WS-TOT-GR-INSURANCE(1)
           COMPUTE RPT-VAR-INS-B ROUNDED = WS-TOT-GR-INSURANCE(2)
           COMPUTE RPT-VAR-INS-CHG ROUNDED =
                   WS-TOT-GR-INSURANCE(2) - WS-TOT-GR-INSURANCE(1)
           MOVE WS-RPT-VAR-LINE TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           IF WS-AGG-OVERFLOW-CNT > 0
             MOVE SPACES TO PEVRPT-LINE
             MOVE WS-AGG-OVERFLOW-CNT TO WS-EDIT-COUNT
             STRING "  ** " WS-EDIT-COUNT
                    " EMPLOYEE RECORDS BEYOND THE DEPARTMENT TABLE "
                    "ARE IN THE CONTROL TOTALS ONLY"
                    DELIMITED BY SIZE INTO PEVRPT-LINE
             WRITE PEVRPT-LINE
           END-IF.

       WRITE-DEPARTMENT-LINE.
           MOVE WS-AGG-NEXT-IDX TO WS-AGG-IDX
           MOVE WS-AGG-COMPANY(WS-AGG-IDX) TO RPT-VAR-COMPANY
           MOVE WS-AGG-DEPT(WS-AGG-IDX)    TO RPT-VAR-DEPT
           MOVE WS-AGG-HEADCOUNT(WS-AGG-IDX, 1) TO RPT-VAR-HC-A
           MOVE WS-AGG-HEADCOUNT(WS-AGG-IDX, 2) TO RPT-VAR-HC-B
           COMPUTE RPT-VAR-HC-CHG = WS-AGG-HEADCOUNT(WS-AGG-IDX, 2)
                                  - WS-AGG-HEADCOUNT(WS-AGG-IDX, 1)
           COMPUTE RPT-VAR-SAL-A ROUNDED = WS-AGG-SALARY(WS-AGG-IDX, 1)
           COMPUTE RPT-VAR-SAL-B ROUNDED = WS-AGG-SALARY(WS-AGG-IDX, 2)
           COMPUTE RPT-VAR-SAL-CHG ROUNDED =
                   WS-AGG-SALARY(WS-AGG-IDX, 2)
                 - WS-AGG-SALARY(WS-AGG-IDX, 1)
           COMPUTE RPT-VAR-INS-A ROUNDED =
                   WS-AGG-INSURANCE(WS-AGG-IDX, 1)
           COMPUTE RPT-VAR-INS-B ROUNDED =
                   WS-AGG-INSURANCE(WS-AGG-IDX, 2)
           COMPUTE RPT-VAR-INS-CHG ROUNDED =
                   WS-AGG-INSURANCE(WS-AGG-IDX, 2)
                 - WS-AGG-INSURANCE(WS-AGG-IDX, 1)
           MOVE WS-RPT-VAR-LINE TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                     UNTIL WS-SIDE-IDX > 2
             ADD WS-AGG-HEADCOUNT(WS-AGG-IDX, WS-SIDE-IDX) TO
                      WS-TOT-CO-HEADCOUNT(WS-SIDE-IDX)
             ADD WS-AGG-SALARY(WS-AGG-IDX, WS-SIDE-IDX) TO
                      WS-TOT-CO-SALARY(WS-SIDE-IDX)
             ADD WS-AGG-INSURANCE(WS-AGG-IDX, WS-SIDE-IDX) TO
                      WS-TOT-CO-INSURANCE(WS-SIDE-IDX)
           END-PERFORM.

       WRITE-COMPANY-SUBTOTAL.
           MOVE WS-AGG-LAST-COMPANY TO RPT-VAR-COMPANY
           MOVE 'TOTAL' TO RPT-VAR-DEPT
           MOVE WS-TOT-CO-HEADCOUNT(1) TO RPT-VAR-HC-A
           MOVE WS-TOT-CO-HEADCOUNT(2) TO RPT-VAR-HC-B
           COMPUTE RPT-VAR-HC-CHG =
                   WS-TOT-CO-HEADCOUNT(2) - WS-TOT-CO-HEADCOUNT(1)
           COMPUTE RPT-VAR-SAL-A ROUNDED = WS-TOT-CO-SALARY(1)
           COMPUTE RPT-VAR-SAL-B ROUNDED = WS-TOT-CO-SALARY(2)
           COMPUTE RPT-VAR-SAL-CHG ROUNDED =
                   WS-TOT-CO-SALARY(2) - WS-TOT-CO-SALARY(1)
           COMPUTE RPT-VAR-INS-A ROUNDED = WS-TOT-CO-INSURANCE(1)
           COMPUTE RPT-VAR-INS-B ROUNDED = WS-TOT-CO-INSURANCE(2)
           COMPUTE RPT-VAR-INS-CHG ROUNDED =
                   WS-TOT-CO-INSURANCE(2) - WS-TOT-CO-INSURANCE(1)
           MOVE WS-RPT-VAR-LINE TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE SPACES TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                     UNTIL WS-SIDE-IDX > 2
             ADD WS-TOT-CO-HEADCOUNT(WS-SIDE-IDX) TO
                      WS-TOT-GR-HEADCOUNT(WS-SIDE-IDX)
             ADD WS-TOT-CO-SALARY(WS-SIDE-IDX) TO
                      WS-TOT-GR-SALARY(WS-SIDE-IDX)
             ADD WS-TOT-CO-INSURANCE(WS-SIDE-IDX) TO
                      WS-TOT-GR-INSURANCE(WS-SIDE-IDX)
           END-PERFORM
           INITIALIZE WS-TOT-COMPANY.

       PRINT-PAY-MOVEMENTS.
      *****************************************************************
      * A match of the two snapshots in key order (both were frozen
      * from EMPMAST in key order). The same pass counts the
      * headcount movement printed after the list.
      *****************************************************************
           MOVE SPACES TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE SPACES TO PEVRPT-LINE
           STRING "  ANNUAL SALARY MOVED BY MORE THAN "
                  WS-THRESHOLD " PCT (ACTIVE IN BOTH PERIODS)"
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-RPT-PAY-HEAD TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE ALL "-" TO PEVRPT-LINE
           WRITE PEVRPT-LINE

           OPEN INPUT PESNAPA
           OPEN INPUT PESNAPB
           PERFORM READ-PRIOR-DETAIL
           PERFORM READ-CURRENT-DETAIL
           PERFORM UNTIL WS-A-KEY = HIGH-VALUES AND
                         WS-B-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN WS-A-KEY < WS-B-KEY
                 MOVE WS-A-IMAGE TO WS-SNAP-MASTER
                 IF NOT SNM-TERMINATED
                   ADD 1 TO WS-DROPPED-CNT
                 END-IF
                 PERFORM READ-PRIOR-DETAIL
               WHEN WS-A-KEY > WS-B-KEY
                 MOVE WS-B-IMAGE TO WS-SNAP-MASTER
                 IF NOT SNM-TERMINATED
                   ADD 1 TO WS-JOINER-CNT
                 END-IF
                 PERFORM READ-CURRENT-DETAIL
               WHEN OTHER
                 PERFORM COMPARE-EMPLOYEE-PAIR
                 PERFORM READ-PRIOR-DETAIL
                 PERFORM READ-CURRENT-DETAIL
             END-EVALUATE
           END-PERFORM
           CLOSE PESNAPA
           CLOSE PESNAPB

           IF WS-PAY-MOVER-CNT = 0
             MOVE SPACES TO PEVRPT-LINE
             STRING "  NO EMPLOYEE'S PAY MOVED BEYOND THE THRESHOLD"
                    DELIMITED BY SIZE INTO PEVRPT-LINE
             WRITE PEVRPT-LINE
           END-IF.

       READ-PRIOR-DETAIL.
      *****************************************************************
      * The next detail of PESNAPA; the header is stepped over, and
      * the trailer (already verified) ends the side.
      *****************************************************************
           MOVE SPACES TO WS-A-TYPE
           PERFORM UNTIL WS-A-TYPE = 'D' OR WS-A-KEY = HIGH-VALUES
             READ PESNAPA INTO WS-A-RECORD
             AT END MOVE HIGH-VALUES TO WS-A-KEY
             NOT AT END
               EVALUATE WS-A-TYPE
                 WHEN 'D' MOVE WS-A-IMAGE(1:12) TO WS-A-KEY
                 WHEN 'T' MOVE HIGH-VALUES TO WS-A-KEY
                 WHEN OTHER CONTINUE
               END-EVALUATE
             END-READ
           END-PERFORM.

       READ-CURRENT-DETAIL.
           MOVE SPACES TO WS-B-TYPE
           PERFORM UNTIL WS-B-TYPE = 'D' OR WS-B-KEY = HIGH-VALUES
             READ PESNAPB INTO WS-B-RECORD
             AT END MOVE HIGH-VALUES TO WS-B-KEY
             NOT AT END
               EVALUATE WS-B-TYPE
                 WHEN 'D' MOVE WS-B-IMAGE(1:12) TO WS-B-KEY
                 WHEN 'T' MOVE HIGH-VALUES TO WS-B-KEY
                 WHEN OTHER CONTINUE
               END-EVALUATE
             END-READ
           END-PERFORM.

       COMPARE-EMPLOYEE-PAIR.
      *****************************************************************
      * The same employee in both periods. The prior side's fields
      * are kept aside, then the current image is overlaid for the
      * name and the current figures.
      *****************************************************************
           MOVE WS-A-IMAGE TO WS-SNAP-MASTER
           MOVE SNM-STATUS    TO WS-A-STATUS
           MOVE SNM-DEPT-CODE TO WS-A-DEPT
           MOVE SNM-EVENT-DATA TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE annualSalary  TO WS-A-SALARY
           MOVE currencyCode  TO WS-A-CURRENCY

           MOVE WS-B-IMAGE TO WS-SNAP-MASTER
           MOVE SNM-EVENT-DATA TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           EVALUATE TRUE
             WHEN WS-A-STATUS = 'T' AND SNM-TERMINATED
               CONTINUE
             WHEN WS-A-STATUS = 'T'
               ADD 1 TO WS-REHIRE-CNT
             WHEN SNM-TERMINATED
               ADD 1 TO WS-LEFT-CNT
             WHEN OTHER
               IF SNM-DEPT-CODE NOT = WS-A-DEPT
                 ADD 1 TO WS-TRANSFER-CNT
               END-IF
               IF annualSalary NOT = WS-A-SALARY
                 ADD 1 TO WS-PAY-CHANGED-CNT
                 PERFORM MEASURE-PAY-MOVEMENT
               END-IF
           END-EVALUATE.

       MEASURE-PAY-MOVEMENT.
      *****************************************************************
      * The change as a percentage of the prior salary; from a zero
      * salary any change is past every threshold.
      *****************************************************************
           COMPUTE WS-PAY-CHANGE = annualSalary - WS-A-SALARY
           IF WS-A-SALARY = 0
             MOVE 99999.9 TO WS-PAY-PCT
           ELSE
             COMPUTE WS-PAY-PCT ROUNDED =
                     WS-PAY-CHANGE * 100 / WS-A-SALARY
               ON SIZE ERROR MOVE 99999.9 TO WS-PAY-PCT
             END-COMPUTE
           END-IF
           IF WS-PAY-PCT < 0
             COMPUTE WS-PAY-PCT-ABS = 0 - WS-PAY-PCT
           ELSE
             MOVE WS-PAY-PCT TO WS-PAY-PCT-ABS
           END-IF
           IF WS-PAY-PCT-ABS > WS-THRESHOLD
             ADD 1 TO WS-PAY-MOVER-CNT
             MOVE SNM-COMPANY     TO RPT-PAY-COMPANY
             MOVE SNM-EMPLOYEE-ID TO RPT-PAY-EMP-ID
             MOVE fullName        TO RPT-PAY-NAME
             MOVE SNM-DEPT-CODE   TO RPT-PAY-DEPT
             MOVE currencyCode    TO RPT-PAY-CURRENCY
             MOVE WS-A-SALARY     TO RPT-PAY-SAL-A
             MOVE annualSalary    TO RPT-PAY-SAL-B
             MOVE WS-PAY-CHANGE   TO RPT-PAY-CHANGE
             MOVE WS-PAY-PCT      TO RPT-PAY-PCT
             EVALUATE TRUE
               WHEN currencyCode NOT = WS-A-CURRENCY
                 MOVE 'CCY CHG' TO RPT-PAY-NOTE
               WHEN SNM-DEPT-CODE NOT = WS-A-DEPT
                 MOVE 'DEPT CHG' TO RPT-PAY-NOTE
               WHEN OTHER
                 MOVE SPACES TO RPT-PAY-NOTE
             END-EVALUATE
             MOVE WS-RPT-PAY-LINE TO PEVRPT-LINE
             WRITE PEVRPT-LINE
           END-IF.

       PRINT-HEADCOUNT-MOVEMENT.
           MOVE SPACES TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE SPACES TO PEVRPT-LINE
           STRING "  HEADCOUNT MOVEMENT BETWEEN THE PERIODS"
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE ALL "-" TO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-SD-ACTIVE-CNT(1) TO WS-EDIT-COUNT
           MOVE SPACES TO PEVRPT-LINE
           STRING "  ACTIVE AT PRIOR PERIOD END        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-JOINER-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PEVRPT-LINE
           STRING "  + JOINERS                         " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-REHIRE-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PEVRPT-LINE
           STRING "  + REHIRES                         " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-LEFT-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PEVRPT-LINE
           STRING "  - LEAVERS                         " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-DROPPED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PEVRPT-LINE
           STRING "  - NO LONGER ON THE MASTER         " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-SD-ACTIVE-CNT(2) TO WS-EDIT-COUNT
           MOVE SPACES TO PEVRPT-LINE
           STRING "  ACTIVE AT CURRENT PERIOD END      " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-TRANSFER-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PEVRPT-LINE
           STRING "  DEPARTMENT TRANSFERS              " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE
           MOVE WS-PAY-CHANGED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PEVRPT-LINE
           STRING "  SALARY CHANGES (ANY AMOUNT)       " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PEVRPT-LINE
           WRITE PEVRPT-LINE.

       DISPLAY-VARIANCE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPEVAR JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  PRIOR PERIOD     : " WS-SD-PERIOD(1)
           DISPLAY "  CURRENT PERIOD   : " WS-SD-PERIOD(2)
           DISPLAY "  THRESHOLD PCT    : " WS-THRESHOLD
           DISPLAY "  DEPARTMENTS      : " WS-AGG-CNT
           DISPLAY "  JOINERS          : " WS-JOINER-CNT
           DISPLAY "  LEAVERS          : " WS-LEFT-CNT
           DISPLAY "  REHIRES          : " WS-REHIRE-CNT
           DISPLAY "  TRANSFERS        : " WS-TRANSFER-CNT
           DISPLAY "  SALARY CHANGES   : " WS-PAY-CHANGED-CNT
           DISPLAY "  PAY MOVERS LISTED: " WS-PAY-MOVER-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPEVAR'.
