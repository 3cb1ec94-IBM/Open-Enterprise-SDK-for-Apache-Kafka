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
      * MAIN PROGRAM EXCEPTION WORKLIST AGING REPORT
      ******************************************************************
      * Ages every open case on the WRKLIST KSDS IXYWLFED feeds:
      * a. WRKLIST - the case records are read front to back. NEW and
      *    ASSIGNED cases are open; closed and resolved cases are
      *    history and are only counted.
      * b. WLAGERPT - one line per open case with its owning team,
      *    owner, source, employee, reason, the date it was first
      *    seen, its age in days and the latest note; then, by team
      *    and source within team, the open cases by age band (0-7,
      *    8-14, 15-30, over 30 days), the escalated count and the
      *    oldest, with a subtotal per team.
      *
      * PARM: the age in days beyond which a case is escalated, 1-3
      * digits (default 14); escalated lines are starred.
      *
      * Return codes: 00 nothing older than the PARM age; 04 an
      * escalated case; 08 more team and source pairs than the
      * summary holds; 16 WRKLIST unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYWLAGE'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT WRKLIST ASSIGN TO WRKLIST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS WLS-KEY
           FILE STATUS  IS WS-WRKLIST-STATUS.

           SELECT WLAGERPT ASSIGN TO WLAGERPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-WLAGERPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYWLFED.
         FD WRKLIST
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS  WORKLIST-RECORD.

         01 WORKLIST-RECORD.
            05 WLS-KEY.
               10 WLS-REC-TYPE         PIC X(01).
                   88 WLS-IS-CASE      VALUE 'C'.
                   88 WLS-IS-CONTROL   VALUE 'H'.
                   88 WLS-IS-INDEX     VALUE 'I'.
               10 WLS-KEY-BODY         PIC X(56).
               10 WLS-CASE-KEY REDEFINES WLS-KEY-BODY.
                  15 WLS-CASE-NO          PIC 9(09).
                  15 FILLER               PIC X(47).
               10 WLS-INDEX-KEY REDEFINES WLS-KEY-BODY.
                  15 WLS-IDX-SOURCE       PIC X(08).
                  15 WLS-IDX-ITEM-ID      PIC X(48).
            05 WLS-BODY             PIC X(243).
            05 WLS-CASE-BODY REDEFINES WLS-BODY.
               10 WLC-SOURCE           PIC X(08).
               10 WLC-ITEM-ID          PIC X(48).
               10 WLC-EMPLOYEE-ID      PIC 9(09).
               10 WLC-REASON           PIC X(16).
               10 WLC-FIRST-SEEN-TS    PIC X(21).
               10 WLC-LAST-SEEN-TS     PIC X(21).
               10 WLC-TEAM             PIC X(08).
               10 WLC-OWNER            PIC X(08).
               10 WLC-STATUS           PIC X(01).
                   88 WLC-NEW          VALUE 'N'.
                   88 WLC-ASSIGNED     VALUE 'A'.
                   88 WLC-CLOSED       VALUE 'C'.
                   88 WLC-RESOLVED     VALUE 'R'.
                   88 WLC-OPEN         VALUE 'N' 'A'.
               10 WLC-CLOSED-TS        PIC X(21).
               10 WLC-CLOSED-BY        PIC X(08).
               10 WLC-COMMENT-TS       PIC X(21).
               10 WLC-COMMENT-BY       PIC X(08).
               10 WLC-COMMENT          PIC X(40).
               10 FILLER               PIC X(05).
            05 WLS-INDEX-BODY REDEFINES WLS-BODY.
               10 WLI-CASE-NO          PIC 9(09).
               10 FILLER               PIC X(234).
            05 WLS-CONTROL-BODY REDEFINES WLS-BODY.
               10 WLH-LAST-CASE-NO     PIC 9(09).
               10 WLH-LAST-FEED-TS     PIC X(21).
               10 FILLER               PIC X(213).

         FD WLAGERPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WLAGERPT-LINE.

         01 WLAGERPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-WRKLIST-STATUS   PIC X(02).
         01 WS-WLAGERPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-ESCALATE-DAYS    PIC 9(03) VALUE 14.

      * Age arithmetic -- whole days via INTEGER-OF-DATE.
         01 WS-DATE-WORK        PIC 9(08) VALUE 0.
         01 WS-TODAY-DAYS       PIC S9(9) BINARY VALUE 0.
         01 WS-SEEN-DAYS        PIC S9(9) BINARY VALUE 0.
         01 WS-AGE-DAYS         PIC S9(9) BINARY VALUE 0.
         01 WS-BAND-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-ESCALATED-SW     PIC X(01).
             88 WS-ESCALATED    VALUE 'Y'.

      * Open cases by team and source.
         01 WS-GRP-MAX          PIC S9(4) BINARY VALUE 200.
         01 WS-GRP-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-GRP-TABLE.
            05 WS-GRP-ENTRY OCCURS 200 TIMES.
              10 WS-GRP-KEY.
                 15 WS-GRP-TEAM         PIC X(08).
                 15 WS-GRP-SOURCE       PIC X(08).
              10 WS-GRP-BAND OCCURS 4 TIMES PIC 9(07).
              10 WS-GRP-ESCALATED    PIC 9(07).
              10 WS-GRP-OLDEST       PIC 9(05).
         01 WS-GRP-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-GRP-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-GRP-FULL-SW      PIC X(01) VALUE 'N'.
             88 WS-GRP-FULL     VALUE 'Y'.
         01 WS-SORT-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-SORT-MIN         PIC S9(4) BINARY VALUE 0.
         01 WS-SORT-HOLD        PIC X(56).

      * The team subtotal being accumulated.
         01 WS-TEAM-TOTAL.
            05 WS-TEAM-NAME          PIC X(08).
            05 WS-TEAM-BAND OCCURS 4 TIMES PIC 9(07).
            05 WS-TEAM-ESCALATED     PIC 9(07).
            05 WS-TEAM-OLDEST        PIC 9(05).

         01 WS-BAND-TABLE.
            05 WS-BAND-CNT OCCURS 4 TIMES PIC 9(07).

         01 WS-OPEN-CNT         PIC 9(07) VALUE 0.
         01 WS-UNOWNED-CNT      PIC 9(07) VALUE 0.
         01 WS-ESCALATED-CNT    PIC 9(07) VALUE 0.
         01 WS-CLOSED-CNT       PIC 9(07) VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FLAG        PIC X(01).
            05 RPT-DET-CASE        PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-TEAM        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-OWNER       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-SOURCE      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-REASON      PIC X(16).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FIRST       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-AGE         PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-STATUS      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NOTE        PIC X(40).
            05 FILLER              PIC X(02) VALUE SPACES.

         01 WS-RPT-GROUP.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-GRP-TEAM        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-GRP-SOURCE      PIC X(08).
            05 RPT-GRP-BAND OCCURS 4 TIMES.
               10 FILLER           PIC X(01).
               10 RPT-GRP-BAND-CNT PIC ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-GRP-TOTAL       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-GRP-ESCALATED   PIC ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-GRP-OLDEST      PIC ZZZZ9.
            05 FILLER              PIC X(59) VALUE SPACES.

         01 WS-GRP-TOTAL        PIC 9(07) VALUE 0.
         01 WS-EDIT-COUNT       PIC ZZZ,ZZ9.
         01 WS-BAND-LABEL       PIC X(16).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-DAYS              PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "EXCEPTION WORKLIST AGING REPORT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           EVALUATE TRUE
             WHEN PARM-LENGTH >= 3 AND PARM-DAYS IS NUMERIC
               MOVE PARM-DAYS TO WS-ESCALATE-DAYS
             WHEN PARM-LENGTH = 2 AND PARM-DAYS(1:2) IS NUMERIC
               MOVE PARM-DAYS(1:2) TO WS-ESCALATE-DAYS
             WHEN PARM-LENGTH = 1 AND PARM-DAYS(1:1) IS NUMERIC
               MOVE PARM-DAYS(1:1) TO WS-ESCALATE-DAYS
           END-EVALUATE
           DISPLAY "ESCALATE AFTER (DAYS): " WS-ESCALATE-DAYS

           MOVE ZEROS TO WS-BAND-TABLE
           MOVE WS-JOB-START-TS(1:8) TO WS-DATE-WORK
           COMPUTE WS-TODAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)

           OPEN INPUT WRKLIST
           IF WS-WRKLIST-STATUS NOT = '00'
             DISPLAY "ERROR : WRKLIST NOT AVAILABLE, FILE STATUS "
                     WS-WRKLIST-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-AGING-SUMMARY
             GOBACK
           END-IF
           OPEN OUTPUT WLAGERPT
           PERFORM PRINT-REPORT-HEADINGS

      * Case records key first ('C'); the control and index records
      * that follow are not cases.
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ WRKLIST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               EVALUATE TRUE
                 WHEN NOT WLS-IS-CASE
                   SET WS-EOF TO TRUE
                 WHEN WLC-OPEN
                   PERFORM AGE-ONE-CASE
                 WHEN OTHER
                   ADD 1 TO WS-CLOSED-CNT
               END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE WRKLIST

           PERFORM PRINT-AGING-SUMMARY
           CLOSE WLAGERPT

           IF RETURN-CODE < 4 AND WS-ESCALATED-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-AGING-SUMMARY
           GOBACK
           .

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO WLAGERPT-LINE
           STRING "  OPEN EXCEPTION CASES AT "
                  WS-JOB-START-TS(1:21) "   * = OLDER THAN "
                  WS-ESCALATE-DAYS " DAYS"
                  DELIMITED BY SIZE INTO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE SPACES TO WLAGERPT-LINE
           STRING "  CASE      TEAM     OWNER    SOURCE   EMPLOYEE  "
                  "REASON           FIRST    AGE-D STATUS   "
                  "LATEST NOTE"
                  DELIMITED BY SIZE INTO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE ALL "-" TO WLAGERPT-LINE
           WRITE WLAGERPT-LINE.

       AGE-ONE-CASE.
           IF WLC-FIRST-SEEN-TS(1:8) IS NUMERIC
             MOVE WLC-FIRST-SEEN-TS(1:8) TO WS-DATE-WORK
           ELSE
             MOVE WLC-LAST-SEEN-TS(1:8) TO WS-DATE-WORK
           END-IF
           COMPUTE WS-SEEN-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-SEEN-DAYS
           IF WS-AGE-DAYS < 0
             MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > 99999
             MOVE 99999 TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
             WHEN WS-AGE-DAYS <= 7
               MOVE 1 TO WS-BAND-IDX
             WHEN WS-AGE-DAYS <= 14
               MOVE 2 TO WS-BAND-IDX
             WHEN WS-AGE-DAYS <= 30
               MOVE 3 TO WS-BAND-IDX
             WHEN OTHER
               MOVE 4 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-BAND-CNT(WS-BAND-IDX)
           ADD 1 TO WS-OPEN-CNT

           MOVE 'N' TO WS-ESCALATED-SW
           MOVE SPACES TO RPT-DET-FLAG
           IF WS-AGE-DAYS > WS-ESCALATE-DAYS
             MOVE '*' TO RPT-DET-FLAG
             SET WS-ESCALATED TO TRUE
             ADD 1 TO WS-ESCALATED-CNT
           END-IF
           PERFORM COUNT-TEAM-SOURCE

           MOVE WLS-CASE-NO         TO RPT-DET-CASE
           MOVE WLC-TEAM            TO RPT-DET-TEAM
           IF WLC-OWNER = SPACES
             MOVE '(NONE)  '        TO RPT-DET-OWNER
             ADD 1 TO WS-UNOWNED-CNT
           ELSE
             MOVE WLC-OWNER         TO RPT-DET-OWNER
           END-IF
           MOVE WLC-SOURCE          TO RPT-DET-SOURCE
           MOVE WLC-EMPLOYEE-ID     TO RPT-DET-EMPLOYEE
           MOVE WLC-REASON          TO RPT-DET-REASON
           MOVE WS-DATE-WORK        TO RPT-DET-FIRST
           MOVE WS-AGE-DAYS         TO RPT-DET-AGE
           IF WLC-NEW
             MOVE 'NEW     '        TO RPT-DET-STATUS
           ELSE
             MOVE 'ASSIGNED'        TO RPT-DET-STATUS
           END-IF
           MOVE WLC-COMMENT         TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL TO WLAGERPT-LINE
           WRITE WLAGERPT-LINE.

       COUNT-TEAM-SOURCE.
           MOVE 0 TO WS-GRP-FOUND-IDX
           MOVE 1 TO WS-GRP-IDX
           PERFORM UNTIL WS-GRP-IDX > WS-GRP-CNT
                      OR WS-GRP-FOUND-IDX NOT = 0
             IF WS-GRP-TEAM(WS-GRP-IDX) = WLC-TEAM AND
                WS-GRP-SOURCE(WS-GRP-IDX) = WLC-SOURCE
               MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
             ELSE
               ADD 1 TO WS-GRP-IDX
             END-IF
           END-PERFORM
           IF WS-GRP-FOUND-IDX = 0
             IF WS-GRP-CNT >= WS-GRP-MAX
               IF NOT WS-GRP-FULL
                 DISPLAY "ERROR : MORE THAN " WS-GRP-MAX
                         " TEAM AND SOURCE PAIRS -- SUMMARY INCOMPLETE"
                 SET WS-GRP-FULL TO TRUE
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               ADD 1 TO WS-GRP-CNT
               MOVE WS-GRP-CNT TO WS-GRP-FOUND-IDX
               MOVE WLC-TEAM   TO WS-GRP-TEAM(WS-GRP-FOUND-IDX)
               MOVE WLC-SOURCE TO WS-GRP-SOURCE(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-BAND(WS-GRP-FOUND-IDX, 1)
               MOVE 0 TO WS-GRP-BAND(WS-GRP-FOUND-IDX, 2)
               MOVE 0 TO WS-GRP-BAND(WS-GRP-FOUND-IDX, 3)
               MOVE 0 TO WS-GRP-BAND(WS-GRP-FOUND-IDX, 4)
               MOVE 0 TO WS-GRP-ESCALATED(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-OLDEST(WS-GRP-FOUND-IDX)
             END-IF
           END-IF
           IF WS-GRP-FOUND-IDX NOT = 0
             ADD 1 TO WS-GRP-BAND(WS-GRP-FOUND-IDX, WS-BAND-IDX)
             IF WS-ESCALATED
               ADD 1 TO WS-GRP-ESCALATED(WS-GRP-FOUND-IDX)
             END-IF
             IF WS-AGE-DAYS > WS-GRP-OLDEST(WS-GRP-FOUND-IDX)
               MOVE WS-AGE-DAYS TO WS-GRP-OLDEST(WS-GRP-FOUND-IDX)
             END-IF
           END-IF.

       PRINT-AGING-SUMMARY.
      * Selection sort into team and source order for the breaks.
           MOVE 1 TO WS-GRP-IDX
           PERFORM UNTIL WS-GRP-IDX >= WS-GRP-CNT
             MOVE WS-GRP-IDX TO WS-SORT-MIN
             COMPUTE WS-SORT-IDX = WS-GRP-IDX + 1
             PERFORM UNTIL WS-SORT-IDX > WS-GRP-CNT
               IF WS-GRP-KEY(WS-SORT-IDX) < WS-GRP-KEY(WS-SORT-MIN)
                 MOVE WS-SORT-IDX TO WS-SORT-MIN
               END-IF
               ADD 1 TO WS-SORT-IDX
             END-PERFORM
             IF WS-SORT-MIN NOT = WS-GRP-IDX
               MOVE WS-GRP-ENTRY(WS-GRP-IDX) TO WS-SORT-HOLD
               MOVE WS-GRP-ENTRY(WS-SORT-MIN)
                 TO WS-GRP-ENTRY(WS-GRP-IDX)
               MOVE WS-SORT-HOLD TO WS-GRP-ENTRY(WS-SORT-MIN)
             END-IF
             ADD 1 TO WS-GRP-IDX
           END-PERFORM

           MOVE ALL "-" TO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE SPACES TO WLAGERPT-LINE
           STRING "  BY TEAM AND SOURCE"
                  DELIMITED BY SIZE INTO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE SPACES TO WLAGERPT-LINE
           STRING "  TEAM     SOURCE       0-7    8-14   15-30 OVER 30"
                  "    OPEN    ESC. OLDEST"
                  DELIMITED BY SIZE INTO WLAGERPT-LINE
           WRITE WLAGERPT-LINE

           MOVE SPACES TO WS-TEAM-NAME
           MOVE 1 TO WS-GRP-IDX
           PERFORM UNTIL WS-GRP-IDX > WS-GRP-CNT
             IF WS-GRP-TEAM(WS-GRP-IDX) NOT = WS-TEAM-NAME
               IF WS-GRP-IDX > 1
                 PERFORM PRINT-TEAM-SUBTOTAL
               END-IF
               MOVE ZEROS TO WS-TEAM-TOTAL
               MOVE WS-GRP-TEAM(WS-GRP-IDX) TO WS-TEAM-NAME
             END-IF
             PERFORM PRINT-GROUP-LINE
             ADD 1 TO WS-GRP-IDX
           END-PERFORM
           IF WS-GRP-CNT > 0
             PERFORM PRINT-TEAM-SUBTOTAL
           END-IF

           MOVE SPACES TO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE SPACES TO WLAGERPT-LINE
           STRING "  BY AGE" DELIMITED BY SIZE INTO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE 1 TO WS-BAND-IDX
           PERFORM UNTIL WS-BAND-IDX > 4
             EVALUATE WS-BAND-IDX
               WHEN 1 MOVE "    0-7 DAYS    " TO WS-BAND-LABEL
               WHEN 2 MOVE "    8-14 DAYS   " TO WS-BAND-LABEL
               WHEN 3 MOVE "    15-30 DAYS  " TO WS-BAND-LABEL
               WHEN 4 MOVE "    OVER 30 DAYS" TO WS-BAND-LABEL
             END-EVALUATE
             MOVE WS-BAND-CNT(WS-BAND-IDX) TO WS-EDIT-COUNT
             MOVE SPACES TO WLAGERPT-LINE
             STRING WS-BAND-LABEL " " WS-EDIT-COUNT
                    DELIMITED BY SIZE INTO WLAGERPT-LINE
             WRITE WLAGERPT-LINE
             ADD 1 TO WS-BAND-IDX
           END-PERFORM

           MOVE ALL "-" TO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE WS-OPEN-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO WLAGERPT-LINE
           STRING "  OPEN CASES          " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE WS-UNOWNED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO WLAGERPT-LINE
           STRING "  NOT YET OWNED       " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE WS-ESCALATED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO WLAGERPT-LINE
           STRING "  ESCALATED (*)       " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO WLAGERPT-LINE
           WRITE WLAGERPT-LINE.

       PRINT-GROUP-LINE.
           MOVE WS-GRP-TEAM(WS-GRP-IDX)   TO RPT-GRP-TEAM
           MOVE WS-GRP-SOURCE(WS-GRP-IDX) TO RPT-GRP-SOURCE
           MOVE 0 TO WS-GRP-TOTAL
           MOVE 1 TO WS-BAND-IDX
           PERFORM UNTIL WS-BAND-IDX > 4
             MOVE SPACES TO RPT-GRP-BAND(WS-BAND-IDX)
             MOVE WS-GRP-BAND(WS-GRP-IDX, WS-BAND-IDX)
               TO RPT-GRP-BAND-CNT(WS-BAND-IDX)
             ADD WS-GRP-BAND(WS-GRP-IDX, WS-BAND-IDX) TO WS-GRP-TOTAL
             ADD WS-GRP-BAND(WS-GRP-IDX, WS-BAND-IDX)
               TO WS-TEAM-BAND(WS-BAND-IDX)
             ADD 1 TO WS-BAND-IDX
           END-PERFORM
           MOVE WS-GRP-TOTAL                 TO RPT-GRP-TOTAL
           MOVE WS-GRP-ESCALATED(WS-GRP-IDX) TO RPT-GRP-ESCALATED
           MOVE WS-GRP-OLDEST(WS-GRP-IDX)    TO RPT-GRP-OLDEST
           ADD WS-GRP-ESCALATED(WS-GRP-IDX)  TO WS-TEAM-ESCALATED
           IF WS-GRP-OLDEST(WS-GRP-IDX) > WS-TEAM-OLDEST
             MOVE WS-GRP-OLDEST(WS-GRP-IDX)  TO WS-TEAM-OLDEST
           END-IF
           MOVE WS-RPT-GROUP TO WLAGERPT-LINE
           WRITE WLAGERPT-LINE.

       PRINT-TEAM-SUBTOTAL.
           MOVE SPACES         TO RPT-GRP-TEAM
           MOVE "*TEAM*  "     TO RPT-GRP-SOURCE
           MOVE 0 TO WS-GRP-TOTAL
           MOVE 1 TO WS-BAND-IDX
           PERFORM UNTIL WS-BAND-IDX > 4
             MOVE SPACES TO RPT-GRP-BAND(WS-BAND-IDX)
             MOVE WS-TEAM-BAND(WS-BAND-IDX)
               TO RPT-GRP-BAND-CNT(WS-BAND-IDX)
             ADD WS-TEAM-BAND(WS-BAND-IDX) TO WS-GRP-TOTAL
             ADD 1 TO WS-BAND-IDX
           END-PERFORM
           MOVE WS-GRP-TOTAL      TO RPT-GRP-TOTAL
           MOVE WS-TEAM-ESCALATED TO RPT-GRP-ESCALATED
           MOVE WS-TEAM-OLDEST    TO RPT-GRP-OLDEST
           MOVE WS-RPT-GROUP TO WLAGERPT-LINE
           WRITE WLAGERPT-LINE
           MOVE SPACES TO WLAGERPT-LINE
           WRITE WLAGERPT-LINE.

       DISPLAY-AGING-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYWLAGE JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  OPEN CASES       : " WS-OPEN-CNT
           DISPLAY "  NOT YET OWNED    : " WS-UNOWNED-CNT
           DISPLAY "  ESCALATED        : " WS-ESCALATED-CNT
           DISPLAY "  CLOSED (HISTORY) : " WS-CLOSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYWLAGE'.
