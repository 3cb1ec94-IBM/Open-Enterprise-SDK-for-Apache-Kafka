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
      * MAIN PROGRAM EMPLOYEE ID ALLOCATION AUDIT REPORT
      ******************************************************************
      * Accounts for every employeeId the allocator IXYIDALC issued:
      * a. IDCTL - the ranges, loaded first so each issued ID can be
      *    counted against its company and source.
      * b. IDISSUE - every ID issued, read front to back; each one is
      *    looked up on EMPMAST by company + ID. An ID not on the
      *    master is reserved but unused -- a feed or a clerk took
      *    it and no hire ever posted.
      * c. IDAUDRPT - one line per reserved-but-unused ID with the
      *    source, the caller that reserved it, the reference it
      *    was reserved under, the date and its age in days; IDs
      *    older than the PARM age are starred as stale. Then one
      *    line per range: low, high, next number due, issued,
      *    remaining, and of the issued how many are used, unused
      *    and stale.
      *
      * PARM: the age in days beyond which an unused ID is stale, 1-3
      * digits (default 30).
      *
      * Return codes: 00 no stale reservations; 04 a stale
      * reservation; 08 more ranges than the summary holds; 16
      * IDCTL, IDISSUE or EMPMAST unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYIDAUD'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IDCTL ASSIGN TO IDCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS IDC-KEY
           FILE STATUS  IS WS-IDCTL-STATUS.

           SELECT IDISSUE ASSIGN TO IDISSUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS IDI-KEY
           FILE STATUS  IS WS-IDISSUE-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT IDAUDRPT ASSIGN TO IDAUDRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IDAUDRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layouts as IXYIDALC declares them.
         FD IDCTL
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  ID-CONTROL-RECORD.

         01 ID-CONTROL-RECORD.
            05 IDC-KEY.
               10 IDC-COMPANY        PIC X(03).
               10 IDC-SOURCE         PIC X(08).
            05 IDC-RANGE-LOW      PIC 9(08).
            05 IDC-RANGE-HIGH     PIC 9(08).
            05 IDC-NEXT           PIC 9(08).
            05 IDC-ISSUED-CNT     PIC 9(09).
            05 IDC-LAST-ISSUED-TS PIC X(21).
            05 IDC-LAST-CALLER    PIC X(08).
            05 IDC-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(26).

         FD IDISSUE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  ID-ISSUE-RECORD.

         01 ID-ISSUE-RECORD.
            05 IDI-KEY.
               10 IDI-COMPANY        PIC X(03).
               10 IDI-EMPLOYEE-ID    PIC 9(09).
            05 IDI-SOURCE         PIC X(08).
            05 IDI-CALLER         PIC X(08).
            05 IDI-REFERENCE      PIC X(48).
            05 IDI-ISSUED-TS      PIC X(21).
            05 FILLER             PIC X(23).

      * Record layout as written by UPDATE-EMPLOYEE-MASTER in
      * IXYCAV64 -- only the key is needed here.
         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-KEY.
               10 EMPMAST-COMPANY      PIC X(03).
               10 EMPMAST-EMPLOYEE-ID  PIC 9(09).
            05 FILLER               PIC X(4118).

         FD IDAUDRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  IDAUDRPT-LINE.

         01 IDAUDRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-IDCTL-STATUS     PIC X(02).
         01 WS-IDISSUE-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-IDAUDRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-STALE-DAYS       PIC 9(03) VALUE 30.

      * Age arithmetic -- whole days via INTEGER-OF-DATE.
         01 WS-DATE-WORK        PIC 9(08) VALUE 0.
         01 WS-TODAY-DAYS       PIC S9(9) BINARY VALUE 0.
         01 WS-ISSUED-DAYS      PIC S9(9) BINARY VALUE 0.
         01 WS-AGE-DAYS         PIC S9(9) BINARY VALUE 0.
         01 WS-STALE-SW         PIC X(01).
             88 WS-STALE        VALUE 'Y'.

      * The ranges from IDCTL with what became of their IDs.
         01 WS-RNG-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-RNG-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-RNG-TABLE.
            05 WS-RNG-ENTRY OCCURS 500 TIMES.
              10 WS-RNG-KEY.
                 15 WS-RNG-COMPANY      PIC X(03).
                 15 WS-RNG-SOURCE       PIC X(08).
              10 WS-RNG-LOW          PIC 9(08).
              10 WS-RNG-HIGH         PIC 9(08).
              10 WS-RNG-NEXT         PIC 9(08).
              10 WS-RNG-ISSUED       PIC 9(09).
              10 WS-RNG-USED         PIC 9(07).
              10 WS-RNG-UNUSED       PIC 9(07).
              10 WS-RNG-STALE        PIC 9(07).
         01 WS-RNG-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-RNG-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-RNG-FULL-SW      PIC X(01) VALUE 'N'.
             88 WS-RNG-FULL     VALUE 'Y'.
         01 WS-REMAINING        PIC S9(9) BINARY VALUE 0.

         01 WS-ISSUED-CNT       PIC 9(07) VALUE 0.
         01 WS-USED-CNT         PIC 9(07) VALUE 0.
         01 WS-UNUSED-CNT       PIC 9(07) VALUE 0.
         01 WS-STALE-CNT        PIC 9(07) VALUE 0.
         01 WS-NO-RANGE-CNT     PIC 9(07) VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FLAG        PIC X(01).
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-SOURCE      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-CALLER      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ISSUED      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-AGE         PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-REFERENCE   PIC X(48).
            05 FILLER              PIC X(35) VALUE SPACES.

         01 WS-RPT-RANGE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-RNG-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-SOURCE      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-LOW         PIC 9(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-HIGH        PIC 9(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-NEXT        PIC 9(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-ISSUED      PIC Z(8)9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-REMAINING   PIC Z(8)9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-USED        PIC ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-UNUSED      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RNG-STALE       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(38) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-DAYS              PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "EMPLOYEE ID ALLOCATION AUDIT REPORT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           EVALUATE TRUE
             WHEN PARM-LENGTH >= 3 AND PARM-DAYS IS NUMERIC
               MOVE PARM-DAYS TO WS-STALE-DAYS
             WHEN PARM-LENGTH = 2 AND PARM-DAYS(1:2) IS NUMERIC
               MOVE PARM-DAYS(1:2) TO WS-STALE-DAYS
             WHEN PARM-LENGTH = 1 AND PARM-DAYS(1:1) IS NUMERIC
               MOVE PARM-DAYS(1:1) TO WS-STALE-DAYS
           END-EVALUATE
           DISPLAY "STALE AFTER (DAYS): " WS-STALE-DAYS

           MOVE WS-JOB-START-TS(1:8) TO WS-DATE-WORK
           COMPUTE WS-TODAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)

           OPEN INPUT IDCTL
           IF WS-IDCTL-STATUS NOT = '00'
             DISPLAY "ERROR : IDCTL NOT AVAILABLE, FILE STATUS "
                     WS-IDCTL-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-AUDIT-SUMMARY
             GOBACK
           END-IF
           PERFORM LOAD-ID-RANGES
           CLOSE IDCTL

           OPEN INPUT IDISSUE
           IF WS-IDISSUE-STATUS NOT = '00'
             DISPLAY "ERROR : IDISSUE NOT AVAILABLE, FILE STATUS "
                     WS-IDISSUE-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-AUDIT-SUMMARY
             GOBACK
           END-IF
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             CLOSE IDISSUE
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-AUDIT-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT IDAUDRPT
           PERFORM PRINT-REPORT-HEADINGS

           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ IDISSUE NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               PERFORM AUDIT-ONE-ISSUED-ID
             END-READ
           END-PERFORM

           PERFORM PRINT-RANGE-SUMMARY
           CLOSE IDAUDRPT
           CLOSE IDISSUE
           CLOSE EMPMAST

           IF WS-STALE-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-AUDIT-SUMMARY
           GOBACK
           .

       LOAD-ID-RANGES.
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ IDCTL NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-RNG-CNT < WS-RNG-MAX
                 ADD 1 TO WS-RNG-CNT
                 MOVE IDC-KEY        TO WS-RNG-KEY(WS-RNG-CNT)
                 MOVE IDC-RANGE-LOW  TO WS-RNG-LOW(WS-RNG-CNT)
                 MOVE IDC-RANGE-HIGH TO WS-RNG-HIGH(WS-RNG-CNT)
                 MOVE IDC-NEXT       TO WS-RNG-NEXT(WS-RNG-CNT)
                 MOVE IDC-ISSUED-CNT TO WS-RNG-ISSUED(WS-RNG-CNT)
                 MOVE 0 TO WS-RNG-USED(WS-RNG-CNT)
                 MOVE 0 TO WS-RNG-UNUSED(WS-RNG-CNT)
                 MOVE 0 TO WS-RNG-STALE(WS-RNG-CNT)
               ELSE
                 IF NOT WS-RNG-FULL
                   SET WS-RNG-FULL TO TRUE
                   DISPLAY "WARNING : MORE THAN " WS-RNG-MAX
                           " RANGES - SUMMARY INCOMPLETE"
                   IF RETURN-CODE < 8
                     MOVE 8 TO RETURN-CODE
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM.

       AUDIT-ONE-ISSUED-ID.
      *****************************************************************
      * An issued ID on the master is used; one that is not is a
      * reservation nobody posted, aged from the day it was issued.
      *****************************************************************
           ADD 1 TO WS-ISSUED-CNT
           MOVE 0 TO WS-RNG-FOUND-IDX
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                     UNTIL WS-RNG-IDX > WS-RNG-CNT
                        OR WS-RNG-FOUND-IDX > 0
             IF WS-RNG-COMPANY(WS-RNG-IDX) = IDI-COMPANY AND
                WS-RNG-SOURCE(WS-RNG-IDX)  = IDI-SOURCE
               MOVE WS-RNG-IDX TO WS-RNG-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-RNG-FOUND-IDX = 0
             ADD 1 TO WS-NO-RANGE-CNT
           END-IF

           MOVE IDI-COMPANY     TO EMPMAST-COMPANY
           MOVE IDI-EMPLOYEE-ID TO EMPMAST-EMPLOYEE-ID
           READ EMPMAST
           IF WS-EMPMAST-STATUS = '00'
             ADD 1 TO WS-USED-CNT
             IF WS-RNG-FOUND-IDX > 0
               ADD 1 TO WS-RNG-USED(WS-RNG-FOUND-IDX)
             END-IF
           ELSE
             PERFORM REPORT-UNUSED-ID
           END-IF.

       REPORT-UNUSED-ID.
           ADD 1 TO WS-UNUSED-CNT
           MOVE 'N' TO WS-STALE-SW
           MOVE 0 TO WS-AGE-DAYS
           IF IDI-ISSUED-TS(1:8) IS NUMERIC
             MOVE IDI-ISSUED-TS(1:8) TO WS-DATE-WORK
             COMPUTE WS-ISSUED-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
             COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-ISSUED-DAYS
             IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
             END-IF
             IF WS-AGE-DAYS > 99999
               MOVE 99999 TO WS-AGE-DAYS
             END-IF
           END-IF
           IF WS-AGE-DAYS > WS-STALE-DAYS
             SET WS-STALE TO TRUE
             ADD 1 TO WS-STALE-CNT
           END-IF
           IF WS-RNG-FOUND-IDX > 0
             ADD 1 TO WS-RNG-UNUSED(WS-RNG-FOUND-IDX)
             IF WS-STALE
               ADD 1 TO WS-RNG-STALE(WS-RNG-FOUND-IDX)
             END-IF
           END-IF

           IF WS-STALE
             MOVE '*' TO RPT-DET-FLAG
           ELSE
             MOVE SPACE TO RPT-DET-FLAG
           END-IF
           MOVE IDI-COMPANY         TO RPT-DET-COMPANY
           MOVE IDI-EMPLOYEE-ID     TO RPT-DET-EMPLOYEE
           MOVE IDI-SOURCE          TO RPT-DET-SOURCE
           MOVE IDI-CALLER          TO RPT-DET-CALLER
           MOVE IDI-ISSUED-TS(1:8)  TO RPT-DET-ISSUED
           MOVE WS-AGE-DAYS         TO RPT-DET-AGE
           MOVE IDI-REFERENCE       TO RPT-DET-REFERENCE
           MOVE WS-RPT-DETAIL TO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO IDAUDRPT-LINE
           STRING "  EMPLOYEE ID ALLOCATION AUDIT AT "
                  WS-JOB-START-TS(1:21)
                  " - STALE AFTER " WS-STALE-DAYS " DAYS (*)"
                  DELIMITED BY SIZE INTO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE
           MOVE SPACES TO IDAUDRPT-LINE
           STRING "  RESERVED BUT UNUSED"
                  DELIMITED BY SIZE INTO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE
           MOVE SPACES TO IDAUDRPT-LINE
           STRING "  CO  EMPLOYEE  SOURCE   CALLER   ISSUED     AGE"
                  " REFERENCE"
                  DELIMITED BY SIZE INTO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE
           MOVE ALL "-" TO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE.

       PRINT-RANGE-SUMMARY.
           MOVE SPACES TO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE
           MOVE SPACES TO IDAUDRPT-LINE
           STRING "  RANGES"
                  DELIMITED BY SIZE INTO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE
           MOVE SPACES TO IDAUDRPT-LINE
           STRING "  CO  SOURCE   LOW      HIGH     NEXT        "
                  "ISSUED REMAINING    USED  UNUSED   STALE"
                  DELIMITED BY SIZE INTO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE
           MOVE ALL "-" TO IDAUDRPT-LINE
           WRITE IDAUDRPT-LINE

           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                     UNTIL WS-RNG-IDX > WS-RNG-CNT
             MOVE WS-RNG-COMPANY(WS-RNG-IDX) TO RPT-RNG-COMPANY
             MOVE WS-RNG-SOURCE(WS-RNG-IDX)  TO RPT-RNG-SOURCE
             MOVE WS-RNG-LOW(WS-RNG-IDX)     TO RPT-RNG-LOW
             MOVE WS-RNG-HIGH(WS-RNG-IDX)    TO RPT-RNG-HIGH
             MOVE WS-RNG-NEXT(WS-RNG-IDX)    TO RPT-RNG-NEXT
             MOVE WS-RNG-ISSUED(WS-RNG-IDX)  TO RPT-RNG-ISSUED
             COMPUTE WS-REMAINING = WS-RNG-HIGH(WS-RNG-IDX)
                                  - WS-RNG-NEXT(WS-RNG-IDX) + 1
             IF WS-REMAINING < 0
               MOVE 0 TO WS-REMAINING
             END-IF
             MOVE WS-REMAINING               TO RPT-RNG-REMAINING
             MOVE WS-RNG-USED(WS-RNG-IDX)    TO RPT-RNG-USED
             MOVE WS-RNG-UNUSED(WS-RNG-IDX)  TO RPT-RNG-UNUSED
             MOVE WS-RNG-STALE(WS-RNG-IDX)   TO RPT-RNG-STALE
             MOVE WS-RPT-RANGE TO IDAUDRPT-LINE
             WRITE IDAUDRPT-LINE
           END-PERFORM.

       DISPLAY-AUDIT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYIDAUD JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RANGES           : " WS-RNG-CNT
           DISPLAY "  IDS ISSUED       : " WS-ISSUED-CNT
           DISPLAY "  USED ON EMPMAST  : " WS-USED-CNT
           DISPLAY "  RESERVED UNUSED  : " WS-UNUSED-CNT
           DISPLAY "  STALE            : " WS-STALE-CNT
           DISPLAY "  NO RANGE ON FILE : " WS-NO-RANGE-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYIDAUD'.
