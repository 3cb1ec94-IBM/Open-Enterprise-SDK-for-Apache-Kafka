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
      * MAIN PROGRAM HEADCOUNT MOVEMENT REPORT
      ******************************************************************
      * HR's monthly movement numbers, from the master change
      * journal: per company and per department / cost center, the
      * opening headcount, new hires, leavers, transfers in and out,
      * the closing headcount and the attrition rate for a period.
      * a. EMPMAST - the current master: who is on file now, and in
      *    which department and cost center. A leaver stays on the
      *    master (status T) but is off the headcount.
      * b. EMPJRNL - every add, change and delete applied to the
      *    master, with the org assignment before and after each.
      * c. MOVERPT - the report.
      *
      * The period comes from the PARM as 'YYYYMMDD-YYYYMMDD' (first
      * and last day, both included); no PARM means the
      * previous calendar month.
      *
      * Both ends of the period are derived from the master itself,
      * never counted independently: the journal entries from the
      * period start onward are held in storage and unwound newest
      * first against the current master. Unwinding the entries
      * after the period end gives the master as it stood at close
      * (the closing headcount); unwinding the period's own entries,
      * counting each as it goes, gives the master as it stood at
      * open. So opening + hires - leavers + transfers in - transfers
      * out = closing holds on every line by construction, and the
      * closing total ties to the master's active count less the
      * net adds after the period. An entry the master contradicts
      * (an add for an employee not on file at that point, a delete
      * for one who is) means the journal and master are out of step:
      * it is listed, left out of the movement counts and RC 8 is set.
      *
      * A hire is an add, a leaver a delete, a transfer a change whose
      * department or cost center differs before and after. A company
      * re-key (IXYREKEY's delete + add pair) is a transfer out of the
      * old company and into the new. Attrition
      * is leavers over the average of opening and closing headcount.
      *
      * Return codes: 08 journal and master out of step; 12 invalid
      * PARM; 16 master or journal unavailable, or more employees or
      * journal entries than the tables hold.
      ******************************************************************
      * Modification history
      * 2026-10-12 : new program.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle. A tombstone
      *              no longer removes the record, so leavers load
      *              as off file and the tie-out counts active
      *              records only; a rehire is an add, as before.
      * 2026-10-15 : IXYREKEY's company re-key pairs count as a
      *              transfer out of the old company's line and into
      *              the new one's, not as a leaver and a hire; a
      *              moved leaver is off the headcount on both sides
      *              and counts nowhere.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYHCMOV'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT EMPJRNL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPJRNL-STATUS.

           SELECT MOVERPT ASSIGN TO MOVERPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MOVERPT-STATUS.

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

      * Record layout as written by WRITE-MASTER-JOURNAL in IXYCAV64.
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

         FD MOVERPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MOVERPT-LINE.

         01 MOVERPT-LINE            PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-MOVERPT-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-TABLES-OK-SW     PIC X(01) VALUE 'Y'.
             88 WS-TABLES-OK    VALUE 'Y'.

      * The period, from the PARM or defaulted.
         01 WS-TODAY-TS         PIC X(21).
         01 WS-FROM-DATE        PIC X(08).
         01 WS-TO-DATE          PIC X(08).
         01 WS-WORK-DATE        PIC 9(08).
         01 WS-WORK-INT         PIC S9(9) BINARY VALUE 0.

      * Each employee's position as the unwinding reaches it --
      * on file or not, and the org assignment at that point.
         01 WS-EMP-MAX          PIC S9(9) BINARY VALUE 9999.
         01 WS-EMP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-TABLE.
            05 WS-EMP-ENTRY OCCURS 9999 TIMES.
              10 WS-EMP-COMPANY     PIC X(03).
              10 WS-EMP-ID          PIC 9(09).
              10 WS-EMP-ON-FILE-SW  PIC X(01).
                  88 WS-EMP-ON-FILE VALUE 'Y'.
              10 WS-EMP-ORG.
                 15 WS-EMP-DEPT     PIC X(06).
                 15 WS-EMP-CC       PIC X(08).
         01 WS-EMP-IDX          PIC S9(9) BINARY VALUE 0.
         01 WS-NEXT-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-WORK-EMP-ID      PIC 9(09).
         01 WS-WORK-EMP-CO      PIC X(03).

      * The journal entries from the period start onward, in journal
      * (application) order.
         01 WS-MOV-MAX          PIC S9(9) BINARY VALUE 20000.
         01 WS-MOV-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-MOV-TABLE.
            05 WS-MOV-ENTRY OCCURS 20000 TIMES.
              10 WS-MOV-DATE        PIC X(08).
              10 WS-MOV-ACTION      PIC X(01).
              10 WS-MOV-COMPANY     PIC X(03).
              10 WS-MOV-EMP-ID      PIC 9(09).
              10 WS-MOV-BEFORE-ORG  PIC X(14).
              10 WS-MOV-REKEY-SW    PIC X(01).
                  88 WS-MOV-REKEY   VALUE 'Y'.
         01 WS-MOV-IDX          PIC S9(9) BINARY VALUE 0.
      * IXYREKEY journals each move as a delete under the old key
      * followed directly by an add under the new, so unwinding meets
      * the add first. Whether the moved employee was on the
      * headcount is taken from the new key there and carried to
      * the old key's delete.
         01 WS-REKEY-ACTIVE-SW  PIC X(01) VALUE 'N'.
             88 WS-REKEY-ACTIVE VALUE 'Y'.

      * One line per company + department + cost center.
         01 WS-GRP-MAX          PIC S9(9) BINARY VALUE 2000.
         01 WS-GRP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-GRP-TABLE.
            05 WS-GRP-ENTRY OCCURS 2000 TIMES.
              10 WS-GRP-KEY.
                 15 WS-GRP-COMPANY  PIC X(03).
                 15 WS-GRP-DEPT     PIC X(06).
                 15 WS-GRP-CC       PIC X(08).
              10 WS-GRP-OPENING     PIC S9(9) BINARY.
              10 WS-GRP-HIRES       PIC S9(9) BINARY.
              10 WS-GRP-LEAVERS     PIC S9(9) BINARY.
              10 WS-GRP-XFER-IN     PIC S9(9) BINARY.
              10 WS-GRP-XFER-OUT    PIC S9(9) BINARY.
              10 WS-GRP-CLOSING     PIC S9(9) BINARY.
              10 WS-GRP-PRINTED-SW  PIC X(01).
                  88 WS-GRP-PRINTED VALUE 'Y'.
         01 WS-GRP-IDX          PIC S9(9) BINARY VALUE 0.
         01 WS-GRP-FOUND-IDX    PIC S9(9) BINARY VALUE 0.
         01 WS-WORK-GRP-KEY.
            05 WS-WORK-GRP-CO      PIC X(03).
            05 WS-WORK-GRP-ORG.
               10 WS-WORK-GRP-DEPT PIC X(06).
               10 WS-WORK-GRP-CC   PIC X(08).

      * Totals -- per company as the report breaks, and overall.
         01 WS-TOTALS.
            05 WS-TOT-ENTRY OCCURS 2 TIMES.
              10 WS-TOT-OPENING     PIC S9(9) BINARY.
              10 WS-TOT-HIRES       PIC S9(9) BINARY.
              10 WS-TOT-LEAVERS     PIC S9(9) BINARY.
              10 WS-TOT-XFER-IN     PIC S9(9) BINARY.
              10 WS-TOT-XFER-OUT    PIC S9(9) BINARY.
              10 WS-TOT-CLOSING     PIC S9(9) BINARY.
         01 WS-TOT-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-CURRENT-COMPANY  PIC X(03).
         01 WS-COMPANY-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-COMPANY-OPEN VALUE 'Y'.

      * Master tie-out.
         01 WS-MASTER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-LATER-ADD-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-LATER-DEL-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-TIE-CLOSING      PIC S9(9) BINARY VALUE 0.
         01 WS-TIE-OPENING      PIC S9(9) BINARY VALUE 0.

         01 WS-JRNL-READ-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-PERIOD-MOV-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-OUT-OF-STEP-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-UNBALANCED-CNT   PIC S9(9) BINARY VALUE 0.

      * Attrition: leavers x 100 / average headcount.
         01 WS-ATTR-AVERAGE     PIC S9(9)V9(1) VALUE 0.
         01 WS-ATTR-RATE        PIC S9(5)V9(1) VALUE 0.
         01 WS-LINE-BALANCE     PIC S9(9) BINARY VALUE 0.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Print lines.
         01 WS-RPT-COLUMN-LINE.
            05 FILLER              PIC X(44) VALUE
               '  CO  DEPT    COST CTR      OPENING  HIRES  '.
            05 FILLER              PIC X(44) VALUE
               ' LEAVERS   XFER IN  XFER OUT    CLOSING ATTR'.
            05 FILLER              PIC X(44) VALUE
               'ITION %                                     '.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-COMPANY         PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 DET-DEPT            PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-CC              PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 DET-OPENING         PIC ZZZ,ZZZ,ZZ9.
            05 DET-HIRES           PIC ZZZ,ZZ9.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 DET-LEAVERS         PIC ZZZ,ZZ9.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 DET-XFER-IN         PIC ZZZ,ZZ9.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 DET-XFER-OUT        PIC ZZZ,ZZ9.
            05 DET-CLOSING         PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(05) VALUE SPACES.
            05 DET-ATTRITION       PIC ZZZZ9.9.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 DET-FLAG            PIC X(14).
            05 FILLER              PIC X(20) VALUE SPACES.

         01 WS-RPT-OUT-OF-STEP.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 FILLER              PIC X(22) VALUE
               'OUT OF STEP - JOURNAL '.
            05 OOS-ACTION          PIC X(06).
            05 FILLER              PIC X(09) VALUE ' DATED   '.
            05 OOS-DATE            PIC X(08).
            05 FILLER              PIC X(06) VALUE '  CO  '.
            05 OOS-COMPANY         PIC X(03).
            05 FILLER              PIC X(11) VALUE '  EMPLOYEE '.
            05 OOS-EMPLOYEE-ID     PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 OOS-REASON          PIC X(40).
            05 FILLER              PIC X(12) VALUE SPACES.

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(50).
            05 RPT-COUNT-VALUE     PIC -ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(68) VALUE SPACES.

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYHCMOV'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- journal images are overlaid onto EVENT-DATA to pick the
      * company code out of them.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-PERIOD.
              10 PARM-FROM-DATE      PIC X(08).
              10 PARM-SEPARATOR      PIC X(01).
              10 PARM-TO-DATE        PIC X(08).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "HEADCOUNT MOVEMENT REPORT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TS

           PERFORM SET-REPORT-PERIOD
           IF RETURN-CODE = 0
             OPEN OUTPUT MOVERPT
             PERFORM WRITE-REPORT-HEADER
             PERFORM LOAD-CURRENT-MASTER
             IF RETURN-CODE = 0
               PERFORM COLLECT-PERIOD-JOURNAL
             END-IF
             IF RETURN-CODE = 0 AND WS-TABLES-OK
               PERFORM UNWIND-LATER-ENTRIES
               PERFORM TAKE-CLOSING-POSITION
               PERFORM UNWIND-PERIOD-ENTRIES
               PERFORM TAKE-OPENING-POSITION
               PERFORM PRINT-MOVEMENT-LINES
               PERFORM PRINT-MASTER-TIE-OUT
             ELSE
               MOVE SPACES TO MOVERPT-LINE
               STRING "  REPORT NOT PRODUCED - SEE THE JOB LOG"
                      DELIMITED BY SIZE INTO MOVERPT-LINE
               WRITE MOVERPT-LINE
             END-IF
             CLOSE MOVERPT
           END-IF
           PERFORM DISPLAY-MOVEMENT-SUMMARY
           GOBACK
           .

       SET-REPORT-PERIOD.
      *****************************************************************
      * 'YYYYMMDD-YYYYMMDD' from the PARM; no PARM gives the previous
      * calendar month -- the day before this month's first, back to
      * the first of its own month.
      *****************************************************************
           IF PARM-LENGTH = 0
             MOVE WS-TODAY-TS(1:6) TO WS-WORK-DATE(1:6)
             MOVE '01'             TO WS-WORK-DATE(7:2)
             COMPUTE WS-WORK-INT =
                     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
             COMPUTE WS-WORK-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
             MOVE WS-WORK-DATE      TO WS-TO-DATE
             MOVE WS-WORK-DATE(1:6) TO WS-FROM-DATE(1:6)
             MOVE '01'              TO WS-FROM-DATE(7:2)
           ELSE
             IF PARM-LENGTH < 17 OR
                PARM-FROM-DATE IS NOT NUMERIC OR
                PARM-TO-DATE IS NOT NUMERIC OR
                PARM-FROM-DATE > PARM-TO-DATE
               DISPLAY "ERROR : INVALID PARM - EXPECTED "
                       "'YYYYMMDD-YYYYMMDD', FROM NOT AFTER TO"
               MOVE 12 TO RETURN-CODE
             ELSE
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
               MOVE PARM-TO-DATE   TO WS-TO-DATE
             END-IF
           END-IF
           IF RETURN-CODE = 0
             DISPLAY "REPORT PERIOD : " WS-FROM-DATE " TO " WS-TO-DATE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO MOVERPT-LINE
           STRING "  HEADCOUNT MOVEMENT  " WS-FROM-DATE " TO "
                  WS-TO-DATE "  AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO MOVERPT-LINE
           WRITE MOVERPT-LINE
           MOVE ALL "-" TO MOVERPT-LINE
           WRITE MOVERPT-LINE.

       LOAD-CURRENT-MASTER.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9805 TO ERRLOG-CODE
             MOVE "IXYHCMOV: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF EMPMAST-TERMINATED
                 ADD 1 TO WS-LEAVER-CNT
               ELSE
                 ADD 1 TO WS-MASTER-CNT
               END-IF
               IF WS-EMP-CNT >= WS-EMP-MAX
                 IF WS-TABLES-OK
                   DISPLAY "ERROR : MORE THAN " WS-EMP-MAX
                           " EMPLOYEES - MOVEMENTS NOT REPORTED"
                   MOVE 16 TO RETURN-CODE
                 END-IF
                 MOVE 'N' TO WS-TABLES-OK-SW
               ELSE
                 ADD 1 TO WS-EMP-CNT
                 MOVE EMPMAST-COMPANY     TO WS-EMP-COMPANY(WS-EMP-CNT)
                 MOVE EMPMAST-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-CNT)
                 IF EMPMAST-TERMINATED
                   MOVE 'N' TO WS-EMP-ON-FILE-SW(WS-EMP-CNT)
                 ELSE
                   SET WS-EMP-ON-FILE(WS-EMP-CNT) TO TRUE
                 END-IF
                 MOVE EMPMAST-DEPT-CODE   TO WS-EMP-DEPT(WS-EMP-CNT)
                 MOVE EMPMAST-COST-CENTER TO WS-EMP-CC(WS-EMP-CNT)
               END-IF
             END-READ
           END-PERFORM
           IF WS-EMPMAST-STATUS = '00' OR WS-EMPMAST-STATUS = '10'
             CLOSE EMPMAST
           END-IF.

       COLLECT-PERIOD-JOURNAL.
      *****************************************************************
      * Keeps every journal entry dated on or after the period start.
      * The journal keys by employee id alone -- the company rides
      * inside the images, after image for an add or change, before
      * image for a delete (the IXYMSTRB convention).
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT EMPJRNL
           IF WS-EMPJRNL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPJRNL, FILE STATUS "
                     WS-EMPJRNL-STATUS
             MOVE 9806 TO ERRLOG-CODE
             MOVE "IXYHCMOV: UNABLE TO OPEN EMPJRNL" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
             READ EMPJRNL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-JRNL-READ-CNT
               IF JRN-TIMESTAMP(1:8) >= WS-FROM-DATE
                 IF WS-MOV-CNT >= WS-MOV-MAX
                   IF WS-TABLES-OK
                     DISPLAY "ERROR : MORE THAN " WS-MOV-MAX
                             " JOURNAL ENTRIES SINCE " WS-FROM-DATE
                             " - MOVEMENTS NOT REPORTED"
                     MOVE 16 TO RETURN-CODE
                   END-IF
                   MOVE 'N' TO WS-TABLES-OK-SW
                 ELSE
                   ADD 1 TO WS-MOV-CNT
                   MOVE JRN-TIMESTAMP(1:8) TO WS-MOV-DATE(WS-MOV-CNT)
                   MOVE JRN-ACTION      TO WS-MOV-ACTION(WS-MOV-CNT)
                   MOVE JRN-EMPLOYEE-ID TO WS-MOV-EMP-ID(WS-MOV-CNT)
                   MOVE JRN-BEFORE-ORG  TO
                            WS-MOV-BEFORE-ORG(WS-MOV-CNT)
                   IF JRN-PROGRAM = 'IXYREKEY'
                     SET WS-MOV-REKEY(WS-MOV-CNT) TO TRUE
                   ELSE
                     MOVE 'N' TO WS-MOV-REKEY-SW(WS-MOV-CNT)
                   END-IF
                   IF JRN-ACTION-DELETE
                     MOVE JRN-BEFORE-IMAGE TO
                              EVENT-DATA(1:LENGTH OF EVENT-DATA)
                   ELSE
                     MOVE JRN-AFTER-IMAGE TO
                              EVENT-DATA(1:LENGTH OF EVENT-DATA)
                   END-IF
                   MOVE companyCode TO WS-MOV-COMPANY(WS-MOV-CNT)
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           IF WS-EMPJRNL-STATUS = '00' OR WS-EMPJRNL-STATUS = '10'
             CLOSE EMPJRNL
           END-IF.

       UNWIND-LATER-ENTRIES.
      *****************************************************************
      * Unwinds, newest first, the entries dated after the period
      * end -- what is left is the master as it stood at close.
      *****************************************************************
           MOVE WS-MOV-CNT TO WS-MOV-IDX
           PERFORM UNTIL WS-MOV-IDX < 1
                      OR WS-MOV-DATE(WS-MOV-IDX) <= WS-TO-DATE
             EVALUATE WS-MOV-ACTION(WS-MOV-IDX)
               WHEN 'A'
                 ADD 1 TO WS-LATER-ADD-CNT
               WHEN 'D'
                 ADD 1 TO WS-LATER-DEL-CNT
             END-EVALUATE
             PERFORM UNWIND-ONE-ENTRY
             SUBTRACT 1 FROM WS-MOV-IDX
           END-PERFORM.

       UNWIND-PERIOD-ENTRIES.
      *****************************************************************
      * Carries on down through the period's own entries, counting
      * each movement against the line it touched as it is unwound.
      *****************************************************************
           PERFORM UNTIL WS-MOV-IDX < 1
             ADD 1 TO WS-PERIOD-MOV-CNT
             PERFORM COUNT-ONE-MOVEMENT
             PERFORM UNWIND-ONE-ENTRY
             SUBTRACT 1 FROM WS-MOV-IDX
           END-PERFORM.

       COUNT-ONE-MOVEMENT.
      *****************************************************************
      * Counts the entry at WS-MOV-IDX against the position the
      * unwinding has reached -- before that position is stepped
      * back. An entry the position contradicts is listed instead.
      *****************************************************************
           MOVE WS-MOV-COMPANY(WS-MOV-IDX) TO WS-WORK-EMP-CO
           MOVE WS-MOV-EMP-ID(WS-MOV-IDX)  TO WS-WORK-EMP-ID
           PERFORM LOCATE-EMPLOYEE-ENTRY
           IF WS-NEXT-IDX > 0
             MOVE WS-WORK-EMP-CO TO WS-WORK-GRP-CO
             EVALUATE TRUE ALSO WS-MOV-ACTION(WS-MOV-IDX)
               WHEN WS-MOV-REKEY(WS-MOV-IDX) ALSO 'A'
                 IF WS-EMP-ON-FILE(WS-NEXT-IDX)
                   MOVE WS-EMP-ORG(WS-NEXT-IDX) TO WS-WORK-GRP-ORG
                   PERFORM LOCATE-GROUP-ENTRY
                   IF WS-GRP-FOUND-IDX > 0
                     ADD 1 TO WS-GRP-XFER-IN(WS-GRP-FOUND-IDX)
                   END-IF
                 END-IF
               WHEN WS-MOV-REKEY(WS-MOV-IDX) ALSO 'D'
                 IF WS-REKEY-ACTIVE
                   IF NOT WS-EMP-ON-FILE(WS-NEXT-IDX)
                     MOVE WS-MOV-BEFORE-ORG(WS-MOV-IDX) TO
                              WS-WORK-GRP-ORG
                     PERFORM LOCATE-GROUP-ENTRY
                     IF WS-GRP-FOUND-IDX > 0
                       ADD 1 TO WS-GRP-XFER-OUT(WS-GRP-FOUND-IDX)
                     END-IF
                   ELSE
                     MOVE 'REKEY ' TO OOS-ACTION
                     MOVE 'MOVED BUT STILL ON FILE AFTERWARDS' TO
                              OOS-REASON
                     PERFORM REPORT-OUT-OF-STEP
                   END-IF
                 END-IF
               WHEN ANY ALSO 'A'
                 IF WS-EMP-ON-FILE(WS-NEXT-IDX)
                   MOVE WS-EMP-ORG(WS-NEXT-IDX) TO WS-WORK-GRP-ORG
                   PERFORM LOCATE-GROUP-ENTRY
                   IF WS-GRP-FOUND-IDX > 0
                     ADD 1 TO WS-GRP-HIRES(WS-GRP-FOUND-IDX)
                   END-IF
                 ELSE
                   MOVE 'HIRE  ' TO OOS-ACTION
                   MOVE 'ADDED BUT NOT ON FILE AFTERWARDS' TO
                            OOS-REASON
                   PERFORM REPORT-OUT-OF-STEP
                 END-IF
               WHEN ANY ALSO 'D'
                 IF NOT WS-EMP-ON-FILE(WS-NEXT-IDX)
                   MOVE WS-MOV-BEFORE-ORG(WS-MOV-IDX) TO
                            WS-WORK-GRP-ORG
                   PERFORM LOCATE-GROUP-ENTRY
                   IF WS-GRP-FOUND-IDX > 0
                     ADD 1 TO WS-GRP-LEAVERS(WS-GRP-FOUND-IDX)
                   END-IF
                 ELSE
                   MOVE 'LEAVER' TO OOS-ACTION
                   MOVE 'DELETED BUT STILL ON FILE AFTERWARDS' TO
                            OOS-REASON
                   PERFORM REPORT-OUT-OF-STEP
                 END-IF
               WHEN ANY ALSO 'C'
                 IF NOT WS-EMP-ON-FILE(WS-NEXT-IDX)
                   MOVE 'CHANGE' TO OOS-ACTION
                   MOVE 'CHANGED BUT NOT ON FILE AFTERWARDS' TO
                            OOS-REASON
                   PERFORM REPORT-OUT-OF-STEP
                 ELSE
                   IF WS-MOV-BEFORE-ORG(WS-MOV-IDX) NOT =
                      WS-EMP-ORG(WS-NEXT-IDX)
                     MOVE WS-MOV-BEFORE-ORG(WS-MOV-IDX) TO
                              WS-WORK-GRP-ORG
                     PERFORM LOCATE-GROUP-ENTRY
                     IF WS-GRP-FOUND-IDX > 0
                       ADD 1 TO WS-GRP-XFER-OUT(WS-GRP-FOUND-IDX)
                     END-IF
                     MOVE WS-EMP-ORG(WS-NEXT-IDX) TO WS-WORK-GRP-ORG
                     PERFORM LOCATE-GROUP-ENTRY
                     IF WS-GRP-FOUND-IDX > 0
                       ADD 1 TO WS-GRP-XFER-IN(WS-GRP-FOUND-IDX)
                     END-IF
                   END-IF
                 END-IF
             END-EVALUATE
           END-IF.

       UNWIND-ONE-ENTRY.
      *****************************************************************
      * Steps the employee's position back across the entry at
      * WS-MOV-IDX: an add takes the employee off file, a delete
      * puts them back with the assignment they left with, a change
      * restores the assignment they had before it. A re-key's delete
      * puts the old key back only when the add just unwound found
      * the employee on the headcount -- a moved leaver stays off.
      *****************************************************************
           MOVE WS-MOV-COMPANY(WS-MOV-IDX) TO WS-WORK-EMP-CO
           MOVE WS-MOV-EMP-ID(WS-MOV-IDX)  TO WS-WORK-EMP-ID
           PERFORM LOCATE-EMPLOYEE-ENTRY
           IF WS-NEXT-IDX > 0
             EVALUATE TRUE ALSO WS-MOV-ACTION(WS-MOV-IDX)
               WHEN WS-MOV-REKEY(WS-MOV-IDX) ALSO 'A'
                 MOVE WS-EMP-ON-FILE-SW(WS-NEXT-IDX) TO
                          WS-REKEY-ACTIVE-SW
                 MOVE 'N' TO WS-EMP-ON-FILE-SW(WS-NEXT-IDX)
               WHEN WS-MOV-REKEY(WS-MOV-IDX) ALSO 'D'
                 IF WS-REKEY-ACTIVE
                   SET WS-EMP-ON-FILE(WS-NEXT-IDX) TO TRUE
                   MOVE WS-MOV-BEFORE-ORG(WS-MOV-IDX) TO
                            WS-EMP-ORG(WS-NEXT-IDX)
                 END-IF
               WHEN ANY ALSO 'A'
                 MOVE 'N' TO WS-EMP-ON-FILE-SW(WS-NEXT-IDX)
               WHEN ANY ALSO 'D'
                 SET WS-EMP-ON-FILE(WS-NEXT-IDX) TO TRUE
                 MOVE WS-MOV-BEFORE-ORG(WS-MOV-IDX) TO
                          WS-EMP-ORG(WS-NEXT-IDX)
               WHEN ANY ALSO 'C'
                 MOVE WS-MOV-BEFORE-ORG(WS-MOV-IDX) TO
                          WS-EMP-ORG(WS-NEXT-IDX)
             END-EVALUATE
           END-IF.

       REPORT-OUT-OF-STEP.
           ADD 1 TO WS-OUT-OF-STEP-CNT
           MOVE 8 TO RETURN-CODE
           MOVE WS-MOV-DATE(WS-MOV-IDX)    TO OOS-DATE
           MOVE WS-MOV-COMPANY(WS-MOV-IDX) TO OOS-COMPANY
           MOVE WS-MOV-EMP-ID(WS-MOV-IDX)  TO OOS-EMPLOYEE-ID
           MOVE WS-RPT-OUT-OF-STEP TO MOVERPT-LINE
           WRITE MOVERPT-LINE.

       LOCATE-EMPLOYEE-ENTRY.
      *****************************************************************
      * Finds (or opens, as not on file) the table entry for
      * WS-WORK-EMP-CO/WS-WORK-EMP-ID, leaving its index in
      * WS-NEXT-IDX -- 0 only when the table is full.
      *****************************************************************
           MOVE 0 TO WS-NEXT-IDX
           MOVE 1 TO WS-EMP-IDX
           PERFORM UNTIL WS-EMP-IDX > WS-EMP-CNT
                      OR WS-NEXT-IDX NOT = 0
             IF WS-EMP-ID(WS-EMP-IDX) = WS-WORK-EMP-ID AND
                WS-EMP-COMPANY(WS-EMP-IDX) = WS-WORK-EMP-CO
               MOVE WS-EMP-IDX TO WS-NEXT-IDX
             ELSE
               ADD 1 TO WS-EMP-IDX
             END-IF
           END-PERFORM

           IF WS-NEXT-IDX = 0
             IF WS-EMP-CNT >= WS-EMP-MAX
               DISPLAY "ERROR : MORE THAN " WS-EMP-MAX
                       " EMPLOYEES - NOT TRACKING " WS-WORK-EMP-ID
               MOVE 16 TO RETURN-CODE
             ELSE
               ADD 1 TO WS-EMP-CNT
               MOVE WS-EMP-CNT TO WS-NEXT-IDX
               MOVE WS-WORK-EMP-CO TO WS-EMP-COMPANY(WS-NEXT-IDX)
               MOVE WS-WORK-EMP-ID TO WS-EMP-ID(WS-NEXT-IDX)
               MOVE 'N'    TO WS-EMP-ON-FILE-SW(WS-NEXT-IDX)
               MOVE SPACES TO WS-EMP-ORG(WS-NEXT-IDX)
             END-IF
           END-IF.

       LOCATE-GROUP-ENTRY.
      *****************************************************************
      * Finds (or opens) the report line for WS-WORK-GRP-KEY, leaving
      * its index in WS-GRP-FOUND-IDX -- 0 only when the table is
      * full.
      *****************************************************************
           MOVE 0 TO WS-GRP-FOUND-IDX
           MOVE 1 TO WS-GRP-IDX
           PERFORM UNTIL WS-GRP-IDX > WS-GRP-CNT
                      OR WS-GRP-FOUND-IDX NOT = 0
             IF WS-GRP-KEY(WS-GRP-IDX) = WS-WORK-GRP-KEY
               MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
             ELSE
               ADD 1 TO WS-GRP-IDX
             END-IF
           END-PERFORM

           IF WS-GRP-FOUND-IDX = 0
             IF WS-GRP-CNT >= WS-GRP-MAX
               DISPLAY "ERROR : MORE THAN " WS-GRP-MAX
                       " DEPARTMENT/COST CENTER LINES"
               MOVE 16 TO RETURN-CODE
             ELSE
               ADD 1 TO WS-GRP-CNT
               MOVE WS-GRP-CNT TO WS-GRP-FOUND-IDX
               MOVE WS-WORK-GRP-KEY TO WS-GRP-KEY(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-OPENING(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-HIRES(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-LEAVERS(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-XFER-IN(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-XFER-OUT(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-CLOSING(WS-GRP-FOUND-IDX)
               MOVE 'N' TO WS-GRP-PRINTED-SW(WS-GRP-FOUND-IDX)
             END-IF
           END-IF.

       TAKE-CLOSING-POSITION.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-CNT
             IF WS-EMP-ON-FILE(WS-EMP-IDX)
               ADD 1 TO WS-TIE-CLOSING
               MOVE WS-EMP-COMPANY(WS-EMP-IDX) TO WS-WORK-GRP-CO
               MOVE WS-EMP-ORG(WS-EMP-IDX)     TO WS-WORK-GRP-ORG
               PERFORM LOCATE-GROUP-ENTRY
               IF WS-GRP-FOUND-IDX > 0
                 ADD 1 TO WS-GRP-CLOSING(WS-GRP-FOUND-IDX)
               END-IF
             END-IF
           END-PERFORM.

       TAKE-OPENING-POSITION.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-CNT
             IF WS-EMP-ON-FILE(WS-EMP-IDX)
               ADD 1 TO WS-TIE-OPENING
               MOVE WS-EMP-COMPANY(WS-EMP-IDX) TO WS-WORK-GRP-CO
               MOVE WS-EMP-ORG(WS-EMP-IDX)     TO WS-WORK-GRP-ORG
               PERFORM LOCATE-GROUP-ENTRY
               IF WS-GRP-FOUND-IDX > 0
                 ADD 1 TO WS-GRP-OPENING(WS-GRP-FOUND-IDX)
               END-IF
             END-IF
           END-PERFORM.

       PRINT-MOVEMENT-LINES.
      *****************************************************************
      * One line per company + department + cost center in key order
      * (the smallest unprinted line each time), a subtotal as each
      * company ends and the grand total last.
      *****************************************************************
           MOVE SPACES TO MOVERPT-LINE
           WRITE MOVERPT-LINE
           MOVE WS-RPT-COLUMN-LINE TO MOVERPT-LINE
           WRITE MOVERPT-LINE
           INITIALIZE WS-TOTALS
           MOVE 'N' TO WS-COMPANY-OPEN-SW
           PERFORM SELECT-NEXT-GROUP
           PERFORM UNTIL WS-GRP-FOUND-IDX = 0
             IF WS-COMPANY-OPEN AND
                WS-GRP-COMPANY(WS-GRP-FOUND-IDX) NOT =
                         WS-CURRENT-COMPANY
               PERFORM PRINT-COMPANY-TOTAL
             END-IF
             IF NOT WS-COMPANY-OPEN
               MOVE WS-GRP-COMPANY(WS-GRP-FOUND-IDX) TO
                        WS-CURRENT-COMPANY
               SET WS-COMPANY-OPEN TO TRUE
             END-IF
             PERFORM PRINT-GROUP-LINE
             SET WS-GRP-PRINTED(WS-GRP-FOUND-IDX) TO TRUE
             PERFORM SELECT-NEXT-GROUP
           END-PERFORM
           IF WS-COMPANY-OPEN
             PERFORM PRINT-COMPANY-TOTAL
           END-IF

           MOVE 2 TO WS-TOT-IDX
           MOVE SPACES TO DET-COMPANY
           MOVE 'ALL   ' TO DET-DEPT
           MOVE 'COMPANIES' TO DET-CC
           PERFORM PRINT-TOTAL-LINE.

       SELECT-NEXT-GROUP.
           MOVE 0 TO WS-GRP-FOUND-IDX
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                     UNTIL WS-GRP-IDX > WS-GRP-CNT
             IF NOT WS-GRP-PRINTED(WS-GRP-IDX)
               IF WS-GRP-FOUND-IDX = 0
                 MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
               ELSE
                 IF WS-GRP-KEY(WS-GRP-IDX) <
                    WS-GRP-KEY(WS-GRP-FOUND-IDX)
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       PRINT-GROUP-LINE.
           MOVE WS-GRP-COMPANY(WS-GRP-FOUND-IDX)  TO DET-COMPANY
           MOVE WS-GRP-DEPT(WS-GRP-FOUND-IDX)     TO DET-DEPT
           MOVE WS-GRP-CC(WS-GRP-FOUND-IDX)       TO DET-CC
           IF WS-GRP-DEPT(WS-GRP-FOUND-IDX) = SPACES AND
              WS-GRP-CC(WS-GRP-FOUND-IDX) = SPACES
             MOVE '(NONE)' TO DET-DEPT
           END-IF
           MOVE WS-GRP-OPENING(WS-GRP-FOUND-IDX)  TO DET-OPENING
           MOVE WS-GRP-HIRES(WS-GRP-FOUND-IDX)    TO DET-HIRES
           MOVE WS-GRP-LEAVERS(WS-GRP-FOUND-IDX)  TO DET-LEAVERS
           MOVE WS-GRP-XFER-IN(WS-GRP-FOUND-IDX)  TO DET-XFER-IN
           MOVE WS-GRP-XFER-OUT(WS-GRP-FOUND-IDX) TO DET-XFER-OUT
           MOVE WS-GRP-CLOSING(WS-GRP-FOUND-IDX)  TO DET-CLOSING
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 2
             ADD WS-GRP-OPENING(WS-GRP-FOUND-IDX) TO
                      WS-TOT-OPENING(WS-TOT-IDX)
             ADD WS-GRP-HIRES(WS-GRP-FOUND-IDX) TO
                      WS-TOT-HIRES(WS-TOT-IDX)
             ADD WS-GRP-LEAVERS(WS-GRP-FOUND-IDX) TO
                      WS-TOT-LEAVERS(WS-TOT-IDX)
             ADD WS-GRP-XFER-IN(WS-GRP-FOUND-IDX) TO
                      WS-TOT-XFER-IN(WS-TOT-IDX)
             ADD WS-GRP-XFER-OUT(WS-GRP-FOUND-IDX) TO
                      WS-TOT-XFER-OUT(WS-TOT-IDX)
             ADD WS-GRP-CLOSING(WS-GRP-FOUND-IDX) TO
                      WS-TOT-CLOSING(WS-TOT-IDX)
           END-PERFORM
           COMPUTE WS-LINE-BALANCE =
                   WS-GRP-OPENING(WS-GRP-FOUND-IDX)
                 + WS-GRP-HIRES(WS-GRP-FOUND-IDX)
                 - WS-GRP-LEAVERS(WS-GRP-FOUND-IDX)
                 + WS-GRP-XFER-IN(WS-GRP-FOUND-IDX)
                 - WS-GRP-XFER-OUT(WS-GRP-FOUND-IDX)
                 - WS-GRP-CLOSING(WS-GRP-FOUND-IDX)
           COMPUTE WS-ATTR-AVERAGE =
                   (WS-GRP-OPENING(WS-GRP-FOUND-IDX)
                  + WS-GRP-CLOSING(WS-GRP-FOUND-IDX)) / 2
           MOVE 0 TO WS-ATTR-RATE
           IF WS-ATTR-AVERAGE > 0
             COMPUTE WS-ATTR-RATE ROUNDED =
                     WS-GRP-LEAVERS(WS-GRP-FOUND-IDX) * 100
                   / WS-ATTR-AVERAGE
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       PRINT-COMPANY-TOTAL.
           MOVE 1 TO WS-TOT-IDX
           MOVE WS-CURRENT-COMPANY TO DET-COMPANY
           MOVE 'TOTAL ' TO DET-DEPT
           MOVE SPACES   TO DET-CC
           PERFORM PRINT-TOTAL-LINE
           MOVE SPACES TO MOVERPT-LINE
           WRITE MOVERPT-LINE
           MOVE 0 TO WS-TOT-OPENING(1)
           MOVE 0 TO WS-TOT-HIRES(1)
           MOVE 0 TO WS-TOT-LEAVERS(1)
           MOVE 0 TO WS-TOT-XFER-IN(1)
           MOVE 0 TO WS-TOT-XFER-OUT(1)
           MOVE 0 TO WS-TOT-CLOSING(1)
           MOVE 'N' TO WS-COMPANY-OPEN-SW.

       PRINT-TOTAL-LINE.
           MOVE WS-TOT-OPENING(WS-TOT-IDX)  TO DET-OPENING
           MOVE WS-TOT-HIRES(WS-TOT-IDX)    TO DET-HIRES
           MOVE WS-TOT-LEAVERS(WS-TOT-IDX)  TO DET-LEAVERS
           MOVE WS-TOT-XFER-IN(WS-TOT-IDX)  TO DET-XFER-IN
           MOVE WS-TOT-XFER-OUT(WS-TOT-IDX) TO DET-XFER-OUT
           MOVE WS-TOT-CLOSING(WS-TOT-IDX)  TO DET-CLOSING
           COMPUTE WS-LINE-BALANCE =
                   WS-TOT-OPENING(WS-TOT-IDX)
                 + WS-TOT-HIRES(WS-TOT-IDX)
                 - WS-TOT-LEAVERS(WS-TOT-IDX)
                 + WS-TOT-XFER-IN(WS-TOT-IDX)
                 - WS-TOT-XFER-OUT(WS-TOT-IDX)
                 - WS-TOT-CLOSING(WS-TOT-IDX)
           COMPUTE WS-ATTR-AVERAGE =
                   (WS-TOT-OPENING(WS-TOT-IDX)
                  + WS-TOT-CLOSING(WS-TOT-IDX)) / 2
           MOVE 0 TO WS-ATTR-RATE
           IF WS-ATTR-AVERAGE > 0
             COMPUTE WS-ATTR-RATE ROUNDED =
                     WS-TOT-LEAVERS(WS-TOT-IDX) * 100
                   / WS-ATTR-AVERAGE
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-ATTR-RATE TO DET-ATTRITION
           IF WS-LINE-BALANCE = 0
             MOVE SPACES TO DET-FLAG
           ELSE
             MOVE 'OUT OF BALANCE' TO DET-FLAG
             ADD 1 TO WS-UNBALANCED-CNT
             MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-RPT-DETAIL TO MOVERPT-LINE
           WRITE MOVERPT-LINE.

       PRINT-MASTER-TIE-OUT.
      *****************************************************************
      * Ties both ends of the period back to the master: the closing
      * headcount is today's record count less the adds and plus the
      * deletes journaled since the period end; the opening is the
      * closing less the period's net hires.
      *****************************************************************
           MOVE SPACES TO MOVERPT-LINE
           WRITE MOVERPT-LINE
           MOVE SPACES TO MOVERPT-LINE
           STRING "  TIE-OUT TO THE MASTER"
                  DELIMITED BY SIZE INTO MOVERPT-LINE
           WRITE MOVERPT-LINE
           MOVE 'ACTIVE EMPMAST RECORDS NOW' TO RPT-COUNT-TEXT
           MOVE WS-MASTER-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '(LEAVERS ON EMPMAST, NOT COUNTED)' TO RPT-COUNT-TEXT
           MOVE WS-LEAVER-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'LESS ADDS JOURNALED AFTER THE PERIOD' TO
                    RPT-COUNT-TEXT
           MOVE WS-LATER-ADD-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'PLUS DELETES JOURNALED AFTER THE PERIOD' TO
                    RPT-COUNT-TEXT
           MOVE WS-LATER-DEL-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'CLOSING HEADCOUNT (MASTER AT PERIOD END)' TO
                    RPT-COUNT-TEXT
           MOVE WS-TIE-CLOSING TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'OPENING HEADCOUNT (MASTER AT PERIOD START)' TO
                    RPT-COUNT-TEXT
           MOVE WS-TIE-OPENING TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'JOURNAL ENTRIES IN THE PERIOD' TO RPT-COUNT-TEXT
           MOVE WS-PERIOD-MOV-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ENTRIES OUT OF STEP WITH THE MASTER' TO
                    RPT-COUNT-TEXT
           MOVE WS-OUT-OF-STEP-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE SPACES TO MOVERPT-LINE
           IF WS-MASTER-CNT - WS-LATER-ADD-CNT + WS-LATER-DEL-CNT =
              WS-TIE-CLOSING AND
              WS-TIE-CLOSING = WS-TOT-CLOSING(2) AND
              WS-TIE-OPENING = WS-TOT-OPENING(2) AND
              WS-OUT-OF-STEP-CNT = 0
             STRING "  COUNTS TIE : MASTER, OPENING, MOVEMENTS AND "
                    "CLOSING AGREE"
                    DELIMITED BY SIZE INTO MOVERPT-LINE
           ELSE
             STRING "  COUNTS DO NOT TIE - REVIEW THE OUT OF STEP "
                    "ENTRIES BEFORE RELEASING THE REPORT"
                    DELIMITED BY SIZE INTO MOVERPT-LINE
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE MOVERPT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO MOVERPT-LINE
           WRITE MOVERPT-LINE.

       DISPLAY-MOVEMENT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYHCMOV JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  PERIOD           : " WS-FROM-DATE " TO "
                   WS-TO-DATE
           DISPLAY "  MASTER RECORDS   : " WS-MASTER-CNT
           DISPLAY "  LEAVERS ON FILE  : " WS-LEAVER-CNT
           DISPLAY "  JOURNAL READ     : " WS-JRNL-READ-CNT
           DISPLAY "  PERIOD ENTRIES   : " WS-PERIOD-MOV-CNT
           DISPLAY "  OUT OF STEP      : " WS-OUT-OF-STEP-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYHCMOV'.
