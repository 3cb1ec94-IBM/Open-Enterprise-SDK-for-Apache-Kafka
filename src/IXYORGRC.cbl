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
      * MAIN PROGRAM EMPMAST TO ORGMAST REFERENTIAL RECONCILIATION
      ******************************************************************
      * ENRICH-FROM-ORG-REFERENCE copies the department and cost
      * center from ORGMAST onto the master at posting time; IXYORGMN
      * maintains ORGMAST on its own. The two drift, and the payroll
      * extract takes its cost centers from the master. This job
      * matches the two KSDSes in key order (company + employee id)
      * and classifies every mismatch:
      *   NO-ORG-RECORD   - on the master, not on the reference
      *   ORPHAN-ORG      - on the reference, not on the master
      *   MASTER-BEHIND   - department or cost center differ and the
      *                     reference changed after the master was
      *                     last posted: the master catches up at the
      *                     employee's next posting or an IXYMSTRB
      *                     rebuild
      *   ORG-BEHIND      - they differ and the master was posted
      *                     after the reference last changed (a
      *                     transfer posted while ORGMAST was not
      *                     available): the reference is out of date
      * a. EMPMAST  - read front to back. A leaver (status T) is
      *    never posted again, so its assignment is not reconciled:
      *    it is counted, and its reference record, if any, is
      *    neither an orphan nor a mismatch.
      * b. ORGMAST  - read front to back.
      * c. ORGRCRPT - one line per mismatch, then the counts.
      * d. ORGFIXCD - with PARM 'CARDS', IXYORGMN action cards for
      *    the reference side of the clean-up: DELETE for an orphan,
      *    ADD from the master's department and cost center for a
      *    missing record (only where the master holds one), UPDATE
      *    to the master's department and cost center for ORG-BEHIND
      *    (department name, org unit and location carried from the
      *    reference as far as the card columns allow). The deck is
      *    for review before it is run; MASTER-BEHIND needs no card.
      *
      * Return codes: 04 mismatches found; 16 EMPMAST or ORGMAST
      * unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-13 : new program.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle; leavers are
      *              matched off without classification.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYORGRC'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT ORGRCRPT ASSIGN TO ORGRCRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ORGRCRPT-STATUS.

           SELECT ORGFIXCD ASSIGN TO ORGFIXCD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ORGFIXCD-STATUS.

       DATA DIVISION.
        FILE SECTION.
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

         FD ORGRCRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ORGRCRPT-LINE.

         01 ORGRCRPT-LINE           PIC X(132).

      * Card layout as read by IXYORGMN.
         FD ORGFIXCD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ORG-FIX-CARD.

         01 ORG-FIX-CARD.
            05 OFIX-ACTION        PIC X(06).
            05 FILLER             PIC X(01).
            05 OFIX-COMPANY       PIC X(03).
            05 FILLER             PIC X(01).
            05 OFIX-EMPLOYEE-ID   PIC 9(09).
            05 FILLER             PIC X(01).
            05 OFIX-DEPT-CODE     PIC X(06).
            05 FILLER             PIC X(01).
            05 OFIX-DEPT-NAME     PIC X(26).
            05 FILLER             PIC X(01).
            05 OFIX-COST-CENTER   PIC X(08).
            05 FILLER             PIC X(01).
            05 OFIX-ORG-UNIT      PIC X(10).
            05 FILLER             PIC X(01).
            05 OFIX-LOCATION      PIC X(05).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-ORGRCRPT-STATUS  PIC X(02).
         01 WS-ORGFIXCD-STATUS  PIC X(02).
         01 WS-CARDS-SW         PIC X(01) VALUE 'N'.
             88 WS-WRITE-CARDS  VALUE 'Y'.

      * Match keys -- HIGH-VALUES once a file is exhausted, so the
      * other file's remainder drains through the same compare.
         01 WS-MAST-KEY         PIC X(12).
         01 WS-ORG-KEY          PIC X(12).

         01 WS-MISMATCH         PIC X(18).
         01 WS-CARD-ACTION      PIC X(06).

         01 WS-MAST-READ-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-ORG-READ-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-MATCHED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-NO-ORG-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-ORPHAN-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-MAST-BEHIND-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-ORG-BEHIND-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MISMATCH    PIC X(18).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-MAST-DEPT   PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-MAST-CC     PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ORG-DEPT    PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ORG-CC      PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-CARD        PIC X(06).
            05 FILLER              PIC X(53) VALUE SPACES.

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(40).
            05 RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(79) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYORGRC'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-CARD-MODE         PIC X(05).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "EMPMAST TO ORGMAST REFERENTIAL RECONCILIATION"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 5 AND PARM-CARD-MODE = 'CARDS'
             SET WS-WRITE-CARDS TO TRUE
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9810 TO ERRLOG-CODE
             MOVE "IXYORGRC: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-RECON-SUMMARY
             GOBACK
           END-IF
           OPEN INPUT ORGMAST
           IF WS-ORGMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN ORGMAST, FILE STATUS "
                     WS-ORGMAST-STATUS
             MOVE 9811 TO ERRLOG-CODE
             MOVE "IXYORGRC: UNABLE TO OPEN ORGMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             CLOSE EMPMAST
             PERFORM DISPLAY-RECON-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT ORGRCRPT
           IF WS-WRITE-CARDS
             OPEN OUTPUT ORGFIXCD
           END-IF
           MOVE SPACES TO ORGRCRPT-LINE
           STRING "  EMPMAST TO ORGMAST RECONCILIATION AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO ORGRCRPT-LINE
           WRITE ORGRCRPT-LINE
           MOVE SPACES TO ORGRCRPT-LINE
           STRING "  MISMATCH            CO    EMPLOYEE  MASTER DEPT/CC"
                  "   ORGMAST DEPT/CC  CARD"
                  DELIMITED BY SIZE INTO ORGRCRPT-LINE
           WRITE ORGRCRPT-LINE
           MOVE ALL "-" TO ORGRCRPT-LINE
           WRITE ORGRCRPT-LINE

           PERFORM READ-NEXT-MASTER
           PERFORM READ-NEXT-ORG
           PERFORM UNTIL WS-MAST-KEY = HIGH-VALUES AND
                         WS-ORG-KEY  = HIGH-VALUES
             EVALUATE TRUE
               WHEN WS-MAST-KEY < WS-ORG-KEY
                 IF EMPMAST-TERMINATED
                   ADD 1 TO WS-LEAVER-CNT
                 ELSE
                   PERFORM REPORT-NO-ORG-RECORD
                 END-IF
                 PERFORM READ-NEXT-MASTER
               WHEN WS-MAST-KEY > WS-ORG-KEY
                 PERFORM REPORT-ORPHAN-ORG
                 PERFORM READ-NEXT-ORG
               WHEN OTHER
                 IF EMPMAST-TERMINATED
                   ADD 1 TO WS-LEAVER-CNT
                 ELSE
                   PERFORM COMPARE-ASSIGNMENT
                 END-IF
                 PERFORM READ-NEXT-MASTER
                 PERFORM READ-NEXT-ORG
             END-EVALUATE
           END-PERFORM

           CLOSE EMPMAST
           CLOSE ORGMAST
           IF WS-WRITE-CARDS
             CLOSE ORGFIXCD
           END-IF
           PERFORM PRINT-RECON-COUNTS
           CLOSE ORGRCRPT

           IF RETURN-CODE < 4 AND
              (WS-NO-ORG-CNT > 0 OR WS-ORPHAN-CNT > 0 OR
               WS-MAST-BEHIND-CNT > 0 OR WS-ORG-BEHIND-CNT > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-RECON-SUMMARY
           GOBACK
           .

       READ-NEXT-MASTER.
           READ EMPMAST NEXT
             AT END
               MOVE HIGH-VALUES TO WS-MAST-KEY
             NOT AT END
               ADD 1 TO WS-MAST-READ-CNT
               MOVE EMPMAST-KEY TO WS-MAST-KEY
           END-READ.

       READ-NEXT-ORG.
           READ ORGMAST NEXT
             AT END
               MOVE HIGH-VALUES TO WS-ORG-KEY
             NOT AT END
               ADD 1 TO WS-ORG-READ-CNT
               MOVE ORG-KEY TO WS-ORG-KEY
           END-READ.

       REPORT-NO-ORG-RECORD.
           ADD 1 TO WS-NO-ORG-CNT
           MOVE 'NO-ORG-RECORD     ' TO WS-MISMATCH
           MOVE SPACES TO WS-CARD-ACTION
           IF WS-WRITE-CARDS AND
              (EMPMAST-DEPT-CODE NOT = SPACES OR
               EMPMAST-COST-CENTER NOT = SPACES)
             MOVE 'ADD   ' TO WS-CARD-ACTION
             MOVE SPACES TO ORG-FIX-CARD
             MOVE WS-CARD-ACTION      TO OFIX-ACTION
             MOVE EMPMAST-COMPANY     TO OFIX-COMPANY
             MOVE EMPMAST-EMPLOYEE-ID TO OFIX-EMPLOYEE-ID
             MOVE EMPMAST-DEPT-CODE   TO OFIX-DEPT-CODE
             MOVE EMPMAST-COST-CENTER TO OFIX-COST-CENTER
             PERFORM WRITE-FIX-CARD
           END-IF
           MOVE EMPMAST-COMPANY     TO RPT-DET-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO RPT-DET-EMPLOYEE
           MOVE EMPMAST-DEPT-CODE   TO RPT-DET-MAST-DEPT
           MOVE EMPMAST-COST-CENTER TO RPT-DET-MAST-CC
           MOVE SPACES              TO RPT-DET-ORG-DEPT
           MOVE SPACES              TO RPT-DET-ORG-CC
           PERFORM WRITE-MISMATCH-LINE.

       REPORT-ORPHAN-ORG.
           ADD 1 TO WS-ORPHAN-CNT
           MOVE 'ORPHAN-ORG        ' TO WS-MISMATCH
           MOVE SPACES TO WS-CARD-ACTION
           IF WS-WRITE-CARDS
             MOVE 'DELETE' TO WS-CARD-ACTION
             MOVE SPACES TO ORG-FIX-CARD
             MOVE WS-CARD-ACTION  TO OFIX-ACTION
             MOVE ORG-COMPANY     TO OFIX-COMPANY
             MOVE ORG-EMPLOYEE-ID TO OFIX-EMPLOYEE-ID
             PERFORM WRITE-FIX-CARD
           END-IF
           MOVE ORG-COMPANY     TO RPT-DET-COMPANY
           MOVE ORG-EMPLOYEE-ID TO RPT-DET-EMPLOYEE
           MOVE SPACES          TO RPT-DET-MAST-DEPT
           MOVE SPACES          TO RPT-DET-MAST-CC
           MOVE ORG-DEPT-CODE   TO RPT-DET-ORG-DEPT
           MOVE ORG-COST-CENTER TO RPT-DET-ORG-CC
           PERFORM WRITE-MISMATCH-LINE.

       COMPARE-ASSIGNMENT.
      *****************************************************************
      * Same employee on both: the assignment must agree. When it
      * does not, the later of the two timestamps says which side
      * moved last and so which one is behind.
      *****************************************************************
           IF EMPMAST-DEPT-CODE = ORG-DEPT-CODE AND
              EMPMAST-COST-CENTER = ORG-COST-CENTER
             ADD 1 TO WS-MATCHED-CNT
           ELSE
             MOVE SPACES TO WS-CARD-ACTION
             IF ORG-UPDATED-TS > EMPMAST-UPDATED-TS
               ADD 1 TO WS-MAST-BEHIND-CNT
               MOVE 'MASTER-BEHIND     ' TO WS-MISMATCH
             ELSE
               ADD 1 TO WS-ORG-BEHIND-CNT
               MOVE 'ORG-BEHIND        ' TO WS-MISMATCH
               IF WS-WRITE-CARDS
                 MOVE 'UPDATE' TO WS-CARD-ACTION
                 MOVE SPACES TO ORG-FIX-CARD
                 MOVE WS-CARD-ACTION      TO OFIX-ACTION
                 MOVE EMPMAST-COMPANY     TO OFIX-COMPANY
                 MOVE EMPMAST-EMPLOYEE-ID TO OFIX-EMPLOYEE-ID
                 MOVE EMPMAST-DEPT-CODE   TO OFIX-DEPT-CODE
                 MOVE ORG-DEPT-NAME(1:26) TO OFIX-DEPT-NAME
                 MOVE EMPMAST-COST-CENTER TO OFIX-COST-CENTER
                 MOVE ORG-UNIT            TO OFIX-ORG-UNIT
                 MOVE ORG-LOCATION(1:5)   TO OFIX-LOCATION
                 PERFORM WRITE-FIX-CARD
               END-IF
             END-IF
             MOVE EMPMAST-COMPANY     TO RPT-DET-COMPANY
             MOVE EMPMAST-EMPLOYEE-ID TO RPT-DET-EMPLOYEE
             MOVE EMPMAST-DEPT-CODE   TO RPT-DET-MAST-DEPT
             MOVE EMPMAST-COST-CENTER TO RPT-DET-MAST-CC
             MOVE ORG-DEPT-CODE       TO RPT-DET-ORG-DEPT
             MOVE ORG-COST-CENTER     TO RPT-DET-ORG-CC
             PERFORM WRITE-MISMATCH-LINE
           END-IF.

       WRITE-FIX-CARD.
           WRITE ORG-FIX-CARD
           ADD 1 TO WS-CARD-CNT.

       WRITE-MISMATCH-LINE.
           MOVE WS-MISMATCH    TO RPT-DET-MISMATCH
           MOVE WS-CARD-ACTION TO RPT-DET-CARD
           MOVE WS-RPT-DETAIL TO ORGRCRPT-LINE
           WRITE ORGRCRPT-LINE.

       PRINT-RECON-COUNTS.
           MOVE SPACES TO ORGRCRPT-LINE
           WRITE ORGRCRPT-LINE
           MOVE 'MASTER RECORDS READ (EMPMAST)' TO RPT-COUNT-TEXT
           MOVE WS-MAST-READ-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'REFERENCE RECORDS READ (ORGMAST)' TO RPT-COUNT-TEXT
           MOVE WS-ORG-READ-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'LEAVERS (NOT RECONCILED)' TO RPT-COUNT-TEXT
           MOVE WS-LEAVER-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'IN AGREEMENT' TO RPT-COUNT-TEXT
           MOVE WS-MATCHED-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'NO-ORG-RECORD' TO RPT-COUNT-TEXT
           MOVE WS-NO-ORG-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ORPHAN-ORG' TO RPT-COUNT-TEXT
           MOVE WS-ORPHAN-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'MASTER-BEHIND' TO RPT-COUNT-TEXT
           MOVE WS-MAST-BEHIND-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ORG-BEHIND' TO RPT-COUNT-TEXT
           MOVE WS-ORG-BEHIND-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'IXYORGMN CARDS WRITTEN (ORGFIXCD)' TO RPT-COUNT-TEXT
           MOVE WS-CARD-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO ORGRCRPT-LINE
           WRITE ORGRCRPT-LINE.

       DISPLAY-RECON-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYORGRC JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  MASTER READ      : " WS-MAST-READ-CNT
           DISPLAY "  REFERENCE READ   : " WS-ORG-READ-CNT
           DISPLAY "  LEAVERS          : " WS-LEAVER-CNT
           DISPLAY "  IN AGREEMENT     : " WS-MATCHED-CNT
           DISPLAY "  NO-ORG-RECORD    : " WS-NO-ORG-CNT
           DISPLAY "  ORPHAN-ORG       : " WS-ORPHAN-CNT
           DISPLAY "  MASTER-BEHIND    : " WS-MAST-BEHIND-CNT
           DISPLAY "  ORG-BEHIND       : " WS-ORG-BEHIND-CNT
           DISPLAY "  CARDS WRITTEN    : " WS-CARD-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYORGRC'.
