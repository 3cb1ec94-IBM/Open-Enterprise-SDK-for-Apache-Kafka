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
      * MAIN PROGRAM PAYROLL REJECT AGING REPORT
      ******************************************************************
      * Ages every payroll reject still outstanding in the PAYREJ
      * register IXYPRJLD maintains:
      * a. PAYREJ   - read front to back. OPEN rejects are waiting for
      *    the master to be corrected (IXYPAYXT PARM RESEND sends a
      *    corrected one); RESENT rejects are waiting for payroll's
      *    return on the resend. Cleared and superseded rejects are
      *    history and are not listed.
      * b. PRJAGRPT - one line per outstanding reject with its age in
      *    days since it was first rejected (a repeat keeps the
      *    original date), then the counts by age band (0-7, 8-14,
      *    15-30, over 30 days) and by payroll reason code.
      *
      * PARM: the age in days beyond which a reject is escalated,
      * 1-3 digits (default 14); escalated lines are starred.
      *
      * Return codes: 00 nothing older than the PARM age; 04 an
      * escalated reject; 08 more reason codes than the summary
      * holds; 16 PAYREJ unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPRJAG'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYREJ ASSIGN TO PAYREJ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PRJ-KEY
           FILE STATUS  IS WS-PAYREJ-STATUS.

           SELECT PRJAGRPT ASSIGN TO PRJAGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PRJAGRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYPRJLD.
         FD PAYREJ
           RECORD CONTAINS 240 CHARACTERS
           DATA RECORD     IS  PAYROLL-REJECT-RECORD.

         01 PAYROLL-REJECT-RECORD.
            05 PRJ-KEY.
               10 PRJ-COMPANY          PIC X(03).
               10 PRJ-EMPLOYEE-ID      PIC 9(09).
               10 PRJ-RUN-ID           PIC X(16).
               10 PRJ-REASON-CODE      PIC X(04).
            05 PRJ-REASON-TEXT      PIC X(40).
            05 PRJ-FIELD-VALUE      PIC X(20).
            05 PRJ-EXTRACT-TS       PIC X(21).
            05 PRJ-LOADED-TS        PIC X(21).
            05 PRJ-FIRST-REJECT-TS  PIC X(21).
            05 PRJ-STATE            PIC X(01).
               88 PRJ-OPEN          VALUE 'O'.
               88 PRJ-RESENT        VALUE 'S'.
               88 PRJ-CLEARED       VALUE 'C'.
               88 PRJ-SUPERSEDED    VALUE 'X'.
            05 PRJ-RESEND-RUN-ID    PIC X(16).
            05 PRJ-RESEND-TS        PIC X(21).
            05 PRJ-CLOSED-RUN-ID    PIC X(16).
            05 PRJ-CLOSED-TS        PIC X(21).
            05 FILLER               PIC X(10).

         FD PRJAGRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PRJAGRPT-LINE.

         01 PRJAGRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-PAYREJ-STATUS    PIC X(02).
         01 WS-PRJAGRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-ESCALATE-DAYS    PIC 9(03) VALUE 14.

      * Age arithmetic -- whole days via INTEGER-OF-DATE.
         01 WS-DATE-WORK        PIC 9(08) VALUE 0.
         01 WS-TODAY-DAYS       PIC S9(9) BINARY VALUE 0.
         01 WS-REJECT-DAYS      PIC S9(9) BINARY VALUE 0.
         01 WS-AGE-DAYS         PIC S9(9) BINARY VALUE 0.

      * Counts by age band: 0-7, 8-14, 15-30, over 30 days.
         01 WS-BAND-TABLE.
            05 WS-BAND-CNT OCCURS 4 TIMES PIC 9(07).
         01 WS-BAND-IDX         PIC S9(4) BINARY VALUE 0.

      * Counts by payroll reason code.
         01 WS-RSN-MAX          PIC S9(4) BINARY VALUE 50.
         01 WS-RSN-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-RSN-TABLE.
            05 WS-RSN-ENTRY OCCURS 50 TIMES.
              10 WS-RSN-CODE         PIC X(04).
              10 WS-RSN-TEXT         PIC X(40).
              10 WS-RSN-OPEN         PIC 9(07).
              10 WS-RSN-RESENT       PIC 9(07).
              10 WS-RSN-OLDEST       PIC 9(05).
         01 WS-RSN-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-RSN-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-RSN-FULL-SW      PIC X(01) VALUE 'N'.
             88 WS-RSN-FULL     VALUE 'Y'.

         01 WS-OPEN-CNT         PIC 9(07) VALUE 0.
         01 WS-RESENT-CNT       PIC 9(07) VALUE 0.
         01 WS-ESCALATED-CNT    PIC 9(07) VALUE 0.
         01 WS-CLOSED-CNT       PIC 9(07) VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FLAG        PIC X(01).
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RUN-ID      PIC X(16).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-REASON      PIC X(04).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-TEXT        PIC X(30).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-VALUE       PIC X(20).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FIRST       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-AGE         PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-STATE       PIC X(22).

         01 WS-RPT-REASON.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-RSN-CODE        PIC X(04).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RSN-TEXT        PIC X(40).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RSN-OPEN        PIC ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RSN-RESENT      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RSN-OLDEST      PIC ZZZZ9.
            05 FILLER              PIC X(63) VALUE SPACES.

         01 WS-EDIT-COUNT       PIC ZZZ,ZZ9.
         01 WS-BAND-LABEL       PIC X(16).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-DAYS              PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "PAYROLL REJECT AGING REPORT"
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

           OPEN INPUT PAYREJ
           IF WS-PAYREJ-STATUS NOT = '00'
             DISPLAY "ERROR : PAYREJ NOT AVAILABLE, FILE STATUS "
                     WS-PAYREJ-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-AGING-SUMMARY
             GOBACK
           END-IF
           OPEN OUTPUT PRJAGRPT
           PERFORM PRINT-REPORT-HEADINGS

           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ PAYREJ NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF PRJ-OPEN OR PRJ-RESENT
                 PERFORM AGE-ONE-REJECT
               ELSE
                 ADD 1 TO WS-CLOSED-CNT
               END-IF
             END-READ
           END-PERFORM
           CLOSE PAYREJ

           PERFORM PRINT-AGING-SUMMARY
           CLOSE PRJAGRPT

           IF RETURN-CODE < 4 AND WS-ESCALATED-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-AGING-SUMMARY
           GOBACK
           .

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO PRJAGRPT-LINE
           STRING "  OUTSTANDING PAYROLL REJECTS AT "
                  WS-JOB-START-TS(1:21) "   * = OLDER THAN "
                  WS-ESCALATE-DAYS " DAYS"
                  DELIMITED BY SIZE INTO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE SPACES TO PRJAGRPT-LINE
           STRING "  CO  EMPLOYEE  RUN-ID           RSN  REASON"
                  "                         VALUE                "
                  "FIRST    AGE-D STATE"
                  DELIMITED BY SIZE INTO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE ALL "-" TO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE.

       AGE-ONE-REJECT.
           IF PRJ-FIRST-REJECT-TS(1:8) IS NUMERIC
             MOVE PRJ-FIRST-REJECT-TS(1:8) TO WS-DATE-WORK
           ELSE
             MOVE PRJ-LOADED-TS(1:8) TO WS-DATE-WORK
           END-IF
           COMPUTE WS-REJECT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-REJECT-DAYS
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

           MOVE SPACES TO RPT-DET-FLAG
           IF WS-AGE-DAYS > WS-ESCALATE-DAYS
             MOVE '*' TO RPT-DET-FLAG
             ADD 1 TO WS-ESCALATED-CNT
           END-IF
           MOVE SPACES TO RPT-DET-STATE
           IF PRJ-OPEN
             ADD 1 TO WS-OPEN-CNT
             MOVE "AWAITING CORRECTION" TO RPT-DET-STATE
           ELSE
             ADD 1 TO WS-RESENT-CNT
             STRING "RESENT " PRJ-RESEND-RUN-ID
                    DELIMITED BY SIZE INTO RPT-DET-STATE
           END-IF
           PERFORM COUNT-REASON

           MOVE PRJ-COMPANY         TO RPT-DET-COMPANY
           MOVE PRJ-EMPLOYEE-ID     TO RPT-DET-EMPLOYEE
           MOVE PRJ-RUN-ID          TO RPT-DET-RUN-ID
           MOVE PRJ-REASON-CODE     TO RPT-DET-REASON
           MOVE PRJ-REASON-TEXT     TO RPT-DET-TEXT
           MOVE PRJ-FIELD-VALUE     TO RPT-DET-VALUE
           MOVE WS-DATE-WORK        TO RPT-DET-FIRST
           MOVE WS-AGE-DAYS         TO RPT-DET-AGE
           MOVE WS-RPT-DETAIL TO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE.

       COUNT-REASON.
           MOVE 0 TO WS-RSN-FOUND-IDX
           MOVE 1 TO WS-RSN-IDX
           PERFORM UNTIL WS-RSN-IDX > WS-RSN-CNT
                      OR WS-RSN-FOUND-IDX NOT = 0
             IF WS-RSN-CODE(WS-RSN-IDX) = PRJ-REASON-CODE
               MOVE WS-RSN-IDX TO WS-RSN-FOUND-IDX
             ELSE
               ADD 1 TO WS-RSN-IDX
             END-IF
           END-PERFORM
           IF WS-RSN-FOUND-IDX = 0
             IF WS-RSN-CNT >= WS-RSN-MAX
               IF NOT WS-RSN-FULL
                 DISPLAY "ERROR : MORE THAN " WS-RSN-MAX
                         " REASON CODES -- SUMMARY INCOMPLETE"
                 SET WS-RSN-FULL TO TRUE
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               ADD 1 TO WS-RSN-CNT
               MOVE WS-RSN-CNT TO WS-RSN-FOUND-IDX
               MOVE PRJ-REASON-CODE TO WS-RSN-CODE(WS-RSN-FOUND-IDX)
               MOVE PRJ-REASON-TEXT TO WS-RSN-TEXT(WS-RSN-FOUND-IDX)
               MOVE 0 TO WS-RSN-OPEN(WS-RSN-FOUND-IDX)
               MOVE 0 TO WS-RSN-RESENT(WS-RSN-FOUND-IDX)
               MOVE 0 TO WS-RSN-OLDEST(WS-RSN-FOUND-IDX)
             END-IF
           END-IF
           IF WS-RSN-FOUND-IDX NOT = 0
             IF PRJ-OPEN
               ADD 1 TO WS-RSN-OPEN(WS-RSN-FOUND-IDX)
             ELSE
               ADD 1 TO WS-RSN-RESENT(WS-RSN-FOUND-IDX)
             END-IF
             IF WS-AGE-DAYS > WS-RSN-OLDEST(WS-RSN-FOUND-IDX)
               MOVE WS-AGE-DAYS TO WS-RSN-OLDEST(WS-RSN-FOUND-IDX)
             END-IF
           END-IF.

       PRINT-AGING-SUMMARY.
           MOVE ALL "-" TO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE SPACES TO PRJAGRPT-LINE
           STRING "  BY AGE" DELIMITED BY SIZE INTO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE 1 TO WS-BAND-IDX
           PERFORM UNTIL WS-BAND-IDX > 4
             EVALUATE WS-BAND-IDX
               WHEN 1 MOVE "    0-7 DAYS    " TO WS-BAND-LABEL
               WHEN 2 MOVE "    8-14 DAYS   " TO WS-BAND-LABEL
               WHEN 3 MOVE "    15-30 DAYS  " TO WS-BAND-LABEL
               WHEN 4 MOVE "    OVER 30 DAYS" TO WS-BAND-LABEL
             END-EVALUATE
             MOVE WS-BAND-CNT(WS-BAND-IDX) TO WS-EDIT-COUNT
             MOVE SPACES TO PRJAGRPT-LINE
             STRING WS-BAND-LABEL " " WS-EDIT-COUNT
                    DELIMITED BY SIZE INTO PRJAGRPT-LINE
             WRITE PRJAGRPT-LINE
             ADD 1 TO WS-BAND-IDX
           END-PERFORM

           MOVE SPACES TO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE SPACES TO PRJAGRPT-LINE
           STRING "  BY REASON                                       "
                  "   OPEN  RESENT OLDEST"
                  DELIMITED BY SIZE INTO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE 1 TO WS-RSN-IDX
           PERFORM UNTIL WS-RSN-IDX > WS-RSN-CNT
             MOVE WS-RSN-CODE(WS-RSN-IDX)   TO RPT-RSN-CODE
             MOVE WS-RSN-TEXT(WS-RSN-IDX)   TO RPT-RSN-TEXT
             MOVE WS-RSN-OPEN(WS-RSN-IDX)   TO RPT-RSN-OPEN
             MOVE WS-RSN-RESENT(WS-RSN-IDX) TO RPT-RSN-RESENT
             MOVE WS-RSN-OLDEST(WS-RSN-IDX) TO RPT-RSN-OLDEST
             MOVE WS-RPT-REASON TO PRJAGRPT-LINE
             WRITE PRJAGRPT-LINE
             ADD 1 TO WS-RSN-IDX
           END-PERFORM

           MOVE ALL "-" TO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE WS-OPEN-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PRJAGRPT-LINE
           STRING "  AWAITING CORRECTION " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE WS-RESENT-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PRJAGRPT-LINE
           STRING "  RESENT, NO RETURN   " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE
           MOVE WS-ESCALATED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO PRJAGRPT-LINE
           STRING "  ESCALATED (*)       " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO PRJAGRPT-LINE
           WRITE PRJAGRPT-LINE.

       DISPLAY-AGING-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPRJAG JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  AWAITING FIX     : " WS-OPEN-CNT
           DISPLAY "  RESENT           : " WS-RESENT-CNT
           DISPLAY "  ESCALATED        : " WS-ESCALATED-CNT
           DISPLAY "  CLOSED (HISTORY) : " WS-CLOSED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPRJAG'.
