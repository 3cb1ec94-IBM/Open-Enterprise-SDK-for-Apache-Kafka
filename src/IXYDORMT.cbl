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
      * MAIN PROGRAM DORMANT MASTER RECORD HYGIENE REPORT
      ******************************************************************
      * A master record that has not changed in years still counts in
      * the AGGSTORE headcounts and still goes out on the HR and
      * payroll extracts. Nobody told the feed the employee left, or
      * the feed itself stopped. This job lists the master records
      * with no change in a given period, so that HR can confirm each
      * one as a leaver or as still-active staff:
      * a. PARM    - 'ddddd fff': ddddd days without a change to count
      *    as dormant (default 00365), fff days back to look at the
      *    feed volumes (default 030). Either may be omitted from
      *    the right.
      * b. EMPMAST - read front to back. A record whose
      *    EMPMAST-UPDATED-TS is older than the dormancy cut-off is a
      *    candidate; leavers (status T) already are what HR would
      *    confirm and are only counted.
      * c. EMPJRNL - the master journal. The program of a candidate's
      *    last journal entry is its source feed (IXYREKEY's re-key
      *    entries are not a feed and are passed over). A candidate
      *    whose history has been archived off the journal shows
      *    feed UNKNOWN.
      * d. SUMRYFIL - the job summaries of the feeds. A feed with
      *    runs and messages in the last fff days is FLOWING, one
      *    with none is QUIET, a program that writes no summaries
      *    (an online or maintenance program) is NOSUMRY.
      * e. ORGMAST - the organisation reference, read by key:
      *    MATCH, DIFFERS (department or cost center), NOORG, or
      *    ORGNEWER when the reference was changed after the master
      *    last was -- someone is still looking after the employee.
      * f. DORMCAND - the candidate list, one record per candidate
      *    with the checks above and a suggestion:
      *      ACTIVE?  - the reference is newer than the master
      *      FEEDCHK  - the source feed is QUIET; ask its owner first
      *      LEAVER?  - neither; likely a leaver nobody sent
      *    DC-HR-DECISION and DC-HR-DATE are left blank for HR.
      * g. DORMRPT - the feeds, then the candidates by company and
      *    department with subtotals, then totals.
      *
      * Return codes: 04 candidates found, or EMPJRNL, SUMRYFIL or
      * ORGMAST unavailable (the check shows UNCHKD), or more
      * candidates than are held; 12 invalid PARM; 16 EMPMAST,
      * DORMCAND or DORMRPT unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYDORMT'.
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

           SELECT SUMRYFIL ASSIGN TO SUMRYFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SUMRYFIL-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT DORMCAND ASSIGN TO DORMCAND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DORMCAND-STATUS.

           SELECT DORMRPT ASSIGN TO DORMRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DORMRPT-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

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
            05 JRN-EMPLOYEE-ID      PIC 9(09).
            05 JRN-BEFORE-TS        PIC X(21).
            05 JRN-BEFORE-IMAGE     PIC X(4000).
            05 JRN-AFTER-IMAGE      PIC X(4000).
            05 JRN-BEFORE-ORG       PIC X(14).
            05 JRN-AFTER-ORG        PIC X(14).
            05 FILLER               PIC X(04).

      * Record layout as written by WRITE-JOB-SUMMARY-RECORD in the
      * producer/consumer mainlines.
         FD SUMRYFIL
           RECORD CONTAINS 380  CHARACTERS
           BLOCK  CONTAINS 3800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  JOB-SUMMARY-RECORD.

         01 JOB-SUMMARY-RECORD.
            05 SUM-TIMESTAMP      PIC X(21).
            05 SUM-JOB-NAME       PIC X(08).
            05 SUM-TOPIC-NAME     PIC X(256).
            05 SUM-RUN-ID         PIC X(16).
            05 SUM-START-TS       PIC X(21).
            05 SUM-END-TS         PIC X(21).
            05 SUM-MSG-COUNT      PIC 9(09).
            05 SUM-FAILED-COUNT   PIC 9(09).
            05 SUM-ELAPSED-SECS   PIC 9(09).
            05 SUM-BUSINESS-DATE  PIC 9(08).
            05 FILLER             PIC X(02).

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

      * The candidate list for HR. DC-HR-DECISION (L leaver, A
      * still active) and DC-HR-DATE are spaces as written.
         FD DORMCAND
           RECORD CONTAINS 128  CHARACTERS
           BLOCK  CONTAINS 1280 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DORMANT-CANDIDATE-RECORD.

         01 DORMANT-CANDIDATE-RECORD.
            05 DC-COMPANY           PIC X(03).
            05 DC-EMPLOYEE-ID       PIC 9(09).
            05 DC-FULL-NAME         PIC X(30).
            05 DC-DEPT-CODE         PIC X(06).
            05 DC-COST-CENTER       PIC X(08).
            05 DC-LAST-UPDATED-TS   PIC X(21).
            05 DC-DAYS-DORMANT      PIC 9(05).
            05 DC-SOURCE-FEED       PIC X(08).
            05 DC-FEED-STATE        PIC X(08).
            05 DC-ORG-STATE         PIC X(08).
            05 DC-SUGGESTION        PIC X(08).
            05 DC-HR-DECISION       PIC X(01).
                88 DC-HR-LEAVER     VALUE 'L'.
                88 DC-HR-ACTIVE     VALUE 'A'.
            05 DC-HR-DATE           PIC X(08).
            05 FILLER               PIC X(05).

         FD DORMRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DORMRPT-LINE.

         01 DORMRPT-LINE            PIC X(132).

      * A candidate, re-ordered by company and department.
         SD SORTWK
           DATA RECORD     IS  SORT-CANDIDATE-RECORD.

         01 SORT-CANDIDATE-RECORD.
            05 SS-COMPANY         PIC X(03).
            05 SS-DEPT-CODE       PIC X(06).
            05 SS-EMPLOYEE-ID     PIC 9(09).
            05 SS-CAND-IDX        PIC 9(05).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-SUMRYFIL-STATUS  PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-DORMCAND-STATUS  PIC X(02).
         01 WS-DORMRPT-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-JOURNAL-SW       PIC X(01) VALUE 'N'.
             88 WS-JOURNAL-CHECKED VALUE 'Y'.
         01 WS-SUMMARY-SW       PIC X(01) VALUE 'N'.
             88 WS-SUMMARY-CHECKED VALUE 'Y'.
         01 WS-ORGMAST-SW       PIC X(01) VALUE 'N'.
             88 WS-ORGMAST-CHECKED VALUE 'Y'.

      * PARM values and the dates they give.
         01 WS-DORMANT-DAYS     PIC 9(05) VALUE 365.
         01 WS-FEED-DAYS        PIC 9(03) VALUE 30.
         01 WS-TODAY            PIC 9(08).
         01 WS-TODAY-DAY        PIC S9(9) BINARY.
         01 WS-CUTOFF-DAY       PIC S9(9) BINARY.
         01 WS-CUTOFF-DATE      PIC 9(08).
         01 WS-FEED-FROM-DATE   PIC 9(08).
         01 WS-WORK-DATE        PIC 9(08).
         01 WS-WORK-DAY         PIC S9(9) BINARY.

      * The candidates, in EMPMAST key order (company + employee) so
      * a journal entry finds its candidate by halving.
         01 WS-CAND-MAX         PIC S9(9) BINARY VALUE 5000.
         01 WS-CAND-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-CAND-TABLE.
            05 WS-CAND-ENTRY OCCURS 5000 TIMES.
              10 WS-CAND-KEY.
                 15 WS-CAND-COMPANY     PIC X(03).
                 15 WS-CAND-EMPLOYEE-ID PIC 9(09).
              10 WS-CAND-NAME         PIC X(30).
              10 WS-CAND-DEPT-CODE    PIC X(06).
              10 WS-CAND-COST-CENTER  PIC X(08).
              10 WS-CAND-UPDATED-TS   PIC X(21).
              10 WS-CAND-DAYS         PIC 9(05).
              10 WS-CAND-FEED         PIC X(08).
              10 WS-CAND-FEED-TS      PIC X(21).
              10 WS-CAND-FEED-STATE   PIC X(08).
              10 WS-CAND-ORG-STATE    PIC X(08).
              10 WS-CAND-SUGGESTION   PIC X(08).
         01 WS-CAND-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-CAND-LOST-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-LOW              PIC S9(9) BINARY VALUE 0.
         01 WS-HIGH             PIC S9(9) BINARY VALUE 0.
         01 WS-MID              PIC S9(9) BINARY VALUE 0.
         01 WS-FOUND-IDX        PIC S9(9) BINARY VALUE 0.
         01 WS-SEEK-KEY.
            05 WS-SEEK-COMPANY     PIC X(03).
            05 WS-SEEK-EMPLOYEE-ID PIC 9(09).

      * The feeds seen on SUMRYFIL.
         01 WS-FEED-MAX         PIC S9(4) BINARY VALUE 100.
         01 WS-FEED-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-FEED-TABLE.
            05 WS-FEED-ENTRY OCCURS 100 TIMES.
              10 WS-FEED-JOB          PIC X(08).
              10 WS-FEED-RUNS         PIC S9(9) BINARY.
              10 WS-FEED-MSGS         PIC S9(9) BINARY.
              10 WS-FEED-LAST-TS      PIC X(21).
              10 WS-FEED-CAND-CNT     PIC S9(9) BINARY.
         01 WS-FEED-IDX         PIC S9(4) BINARY VALUE 0.

      * Company and department breaks on the SORT output side.
         01 WS-FIRST-ROW-SW     PIC X(01) VALUE 'Y'.
             88 WS-FIRST-ROW    VALUE 'Y'.
         01 WS-BRK-COMPANY      PIC X(03).
         01 WS-BRK-DEPT-CODE    PIC X(06).
         01 WS-DEPT-CAND-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-COMP-CAND-CNT    PIC S9(9) BINARY VALUE 0.

         01 WS-MAST-READ-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-CURRENT-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-JRNL-READ-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-SUMRY-READ-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-SUGG-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-ACTIVE-SUGG-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-FEEDCHK-SUGG-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC Z(8)9.
         01 WS-EDIT-CNT2        PIC Z(8)9.

         01 WS-RPT-FEED.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-FEED-JOB        PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-FEED-RUNS       PIC Z(8)9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-FEED-MSGS       PIC Z(8)9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-FEED-LAST-TS    PIC X(21).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-FEED-STATE      PIC X(08).
            05 FILLER              PIC X(65) VALUE SPACES.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NAME        PIC X(30).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-CC          PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-UPDATED-TS  PIC X(21).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-DAYS        PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FEED        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FEED-STATE  PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ORG-STATE   PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-SUGGESTION  PIC X(08).
            05 FILLER              PIC X(14) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYDORMT'.
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
           05 PARM-DORMANT-DAYS      PIC X(05).
           05 FILLER                 PIC X(01).
           05 PARM-FEED-DAYS         PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "DORMANT MASTER RECORD HYGIENE REPORT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM CHECK-HYGIENE-PARM

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYDORMT: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             PERFORM ABANDON-HYGIENE-RUN
           END-IF
           OPEN OUTPUT DORMCAND
           IF WS-DORMCAND-STATUS NOT = '00'
             DISPLAY "ERROR : DORMCAND NOT AVAILABLE, FILE STATUS "
                     WS-DORMCAND-STATUS
             CLOSE EMPMAST
             MOVE 16 TO RETURN-CODE
             MOVE "IXYDORMT: DORMCAND NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-HYGIENE-RUN
           END-IF
           OPEN OUTPUT DORMRPT
           IF WS-DORMRPT-STATUS NOT = '00'
             DISPLAY "ERROR : DORMRPT NOT AVAILABLE, FILE STATUS "
                     WS-DORMRPT-STATUS
             CLOSE EMPMAST
             CLOSE DORMCAND
             MOVE 16 TO RETURN-CODE
             MOVE "IXYDORMT: DORMRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-HYGIENE-RUN
           END-IF

           PERFORM COLLECT-DORMANT-RECORDS
           CLOSE EMPMAST
           PERFORM FIND-SOURCE-FEEDS
           PERFORM LOAD-FEED-VOLUMES
           PERFORM CHECK-ORG-REFERENCE
           PERFORM ASSESS-CANDIDATES

           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-FEED-SECTION
           SORT SORTWK
                ON ASCENDING KEY SS-COMPANY SS-DEPT-CODE
                                 SS-EMPLOYEE-ID
                INPUT PROCEDURE IS RELEASE-CANDIDATES
                OUTPUT PROCEDURE IS LIST-CANDIDATES
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE DORMCAND
           CLOSE DORMRPT

           IF WS-CAND-CNT > 0 OR WS-CAND-LOST-CNT > 0 OR
              NOT WS-JOURNAL-CHECKED OR NOT WS-SUMMARY-CHECKED OR
              NOT WS-ORGMAST-CHECKED
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-HYGIENE-SUMMARY
           GOBACK
           .

       CHECK-HYGIENE-PARM.
           IF PARM-LENGTH >= 5
             IF PARM-DORMANT-DAYS IS NUMERIC AND
                PARM-DORMANT-DAYS > '00000'
               MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
             ELSE
               PERFORM REJECT-HYGIENE-PARM
             END-IF
           END-IF
           IF PARM-LENGTH >= 9
             IF PARM-FEED-DAYS IS NUMERIC AND
                PARM-FEED-DAYS > '000'
               MOVE PARM-FEED-DAYS TO WS-FEED-DAYS
             ELSE
               PERFORM REJECT-HYGIENE-PARM
             END-IF
           END-IF
           IF (PARM-LENGTH > 0 AND PARM-LENGTH < 5) OR
              (PARM-LENGTH > 6 AND PARM-LENGTH < 9)
             PERFORM REJECT-HYGIENE-PARM
           END-IF

           MOVE WS-JOB-START-TS(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-CUTOFF-DAY = WS-TODAY-DAY - WS-DORMANT-DAYS
           COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAY)
           COMPUTE WS-WORK-DAY = WS-TODAY-DAY - WS-FEED-DAYS
           COMPUTE WS-FEED-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DAY)
           DISPLAY "DORMANT IF UNCHANGED SINCE BEFORE : " WS-CUTOFF-DATE
           DISPLAY "FEED VOLUMES FROM                 : "
                   WS-FEED-FROM-DATE.

       REJECT-HYGIENE-PARM.
           DISPLAY "ERROR : PARM MUST BE 'ddddd fff' (DAYS WITHOUT A "
                   "CHANGE, DAYS OF FEED VOLUMES)"
           MOVE 12 TO RETURN-CODE
           MOVE "IXYDORMT: INVALID PARM" TO ERRLOG-MSG
           PERFORM ABANDON-HYGIENE-RUN.

       COLLECT-DORMANT-RECORDS.
      *****************************************************************
      * Every current master record unchanged since before the
      * cut-off. A record with no usable EMPMAST-UPDATED-TS has never
      * been dated and is a candidate too (99999 days).
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-MAST-READ-CNT
               EVALUATE TRUE
                 WHEN EMPMAST-TERMINATED
                   ADD 1 TO WS-LEAVER-CNT
                 WHEN EMPMAST-UPDATED-TS(1:8) IS NUMERIC AND
                      EMPMAST-UPDATED-TS(1:8) >= WS-CUTOFF-DATE
                   ADD 1 TO WS-CURRENT-CNT
                 WHEN WS-CAND-CNT >= WS-CAND-MAX
                   ADD 1 TO WS-CAND-LOST-CNT
                 WHEN OTHER
                   PERFORM HOLD-CANDIDATE
               END-EVALUATE
             END-READ
           END-PERFORM.

       HOLD-CANDIDATE.
           ADD 1 TO WS-CAND-CNT
           MOVE EMPMAST-KEY         TO WS-CAND-KEY(WS-CAND-CNT)
           MOVE EMPMAST-DEPT-CODE   TO WS-CAND-DEPT-CODE(WS-CAND-CNT)
           MOVE EMPMAST-COST-CENTER TO
                    WS-CAND-COST-CENTER(WS-CAND-CNT)
           MOVE EMPMAST-UPDATED-TS  TO WS-CAND-UPDATED-TS(WS-CAND-CNT)
           MOVE EMPMAST-EVENT-DATA  TO
                EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE fullName            TO WS-CAND-NAME(WS-CAND-CNT)
           MOVE 99999 TO WS-CAND-DAYS(WS-CAND-CNT)
           IF EMPMAST-UPDATED-TS(1:8) IS NUMERIC
             MOVE EMPMAST-UPDATED-TS(1:8) TO WS-WORK-DATE
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
               COMPUTE WS-WORK-DAY = WS-TODAY-DAY -
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               IF WS-WORK-DAY < 99999
                 MOVE WS-WORK-DAY TO WS-CAND-DAYS(WS-CAND-CNT)
               END-IF
             END-IF
           END-IF
           MOVE SPACES TO WS-CAND-FEED(WS-CAND-CNT)
                          WS-CAND-FEED-TS(WS-CAND-CNT).

       FIND-SOURCE-FEEDS.
      *****************************************************************
      * The journal in one pass: each entry for a candidate that is
      * later than the one held names the candidate's source feed.
      * The company comes from the after image (the before image for
      * a delete), the IXYMSTRB convention.
      *****************************************************************
           IF WS-CAND-CNT = 0
             SET WS-JOURNAL-CHECKED TO TRUE
           ELSE
             OPEN INPUT EMPJRNL
             IF WS-EMPJRNL-STATUS NOT = '00'
               DISPLAY "WARNING : EMPJRNL NOT AVAILABLE, FILE STATUS "
                       WS-EMPJRNL-STATUS " - SOURCE FEEDS NOT CHECKED"
             ELSE
               SET WS-JOURNAL-CHECKED TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 READ EMPJRNL
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-JRNL-READ-CNT
                   IF JRN-PROGRAM NOT = 'IXYREKEY'
                     PERFORM MATCH-JOURNAL-ENTRY
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE EMPJRNL
             END-IF
           END-IF.

       MATCH-JOURNAL-ENTRY.
           IF JRN-ACTION = 'D'
             MOVE JRN-BEFORE-IMAGE TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
           ELSE
             MOVE JRN-AFTER-IMAGE TO
                  EVENT-DATA(1:LENGTH OF EVENT-DATA)
           END-IF
           MOVE companyCode     TO WS-SEEK-COMPANY
           MOVE JRN-EMPLOYEE-ID TO WS-SEEK-EMPLOYEE-ID
           PERFORM FIND-CANDIDATE
           IF WS-FOUND-IDX > 0
             IF JRN-TIMESTAMP > WS-CAND-FEED-TS(WS-FOUND-IDX) OR
                WS-CAND-FEED-TS(WS-FOUND-IDX) = SPACES
               MOVE JRN-TIMESTAMP TO WS-CAND-FEED-TS(WS-FOUND-IDX)
               MOVE JRN-PROGRAM   TO WS-CAND-FEED(WS-FOUND-IDX)
             END-IF
           END-IF.

       FIND-CANDIDATE.
           MOVE 0 TO WS-FOUND-IDX
           MOVE 1 TO WS-LOW
           MOVE WS-CAND-CNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND-IDX > 0
             COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-CAND-KEY(WS-MID) = WS-SEEK-KEY
                 MOVE WS-MID TO WS-FOUND-IDX
               WHEN WS-CAND-KEY(WS-MID) < WS-SEEK-KEY
                 COMPUTE WS-LOW = WS-MID + 1
               WHEN OTHER
                 COMPUTE WS-HIGH = WS-MID - 1
             END-EVALUATE
           END-PERFORM.

       LOAD-FEED-VOLUMES.
      *****************************************************************
      * Runs and messages per job in the feed window, and each job's
      * last run at all.
      *****************************************************************
           OPEN INPUT SUMRYFIL
           IF WS-SUMRYFIL-STATUS NOT = '00'
             DISPLAY "WARNING : SUMRYFIL NOT AVAILABLE, FILE STATUS "
                     WS-SUMRYFIL-STATUS " - FEED VOLUMES NOT CHECKED"
           ELSE
             SET WS-SUMMARY-CHECKED TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ SUMRYFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-SUMRY-READ-CNT
                 PERFORM ADD-FEED-VOLUME
               END-READ
             END-PERFORM
             CLOSE SUMRYFIL
           END-IF.

       ADD-FEED-VOLUME.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                     UNTIL WS-FEED-IDX > WS-FEED-CNT
                        OR WS-FEED-JOB(WS-FEED-IDX) = SUM-JOB-NAME
             CONTINUE
           END-PERFORM
           IF WS-FEED-IDX > WS-FEED-CNT
             IF WS-FEED-CNT >= WS-FEED-MAX
               DISPLAY "WARNING : MORE THAN " WS-FEED-MAX
                       " JOBS ON SUMRYFIL - " SUM-JOB-NAME
                       " NOT HELD"
               MOVE 0 TO WS-FEED-IDX
             ELSE
               ADD 1 TO WS-FEED-CNT
               MOVE WS-FEED-CNT TO WS-FEED-IDX
               MOVE SUM-JOB-NAME TO WS-FEED-JOB(WS-FEED-IDX)
               MOVE 0 TO WS-FEED-RUNS(WS-FEED-IDX)
                         WS-FEED-MSGS(WS-FEED-IDX)
                         WS-FEED-CAND-CNT(WS-FEED-IDX)
               MOVE SPACES TO WS-FEED-LAST-TS(WS-FEED-IDX)
             END-IF
           END-IF
           IF WS-FEED-IDX > 0
             IF SUM-TIMESTAMP > WS-FEED-LAST-TS(WS-FEED-IDX) OR
                WS-FEED-LAST-TS(WS-FEED-IDX) = SPACES
               MOVE SUM-TIMESTAMP TO WS-FEED-LAST-TS(WS-FEED-IDX)
             END-IF
             IF SUM-TIMESTAMP(1:8) >= WS-FEED-FROM-DATE
               ADD 1 TO WS-FEED-RUNS(WS-FEED-IDX)
               IF SUM-MSG-COUNT IS NUMERIC
                 ADD SUM-MSG-COUNT TO WS-FEED-MSGS(WS-FEED-IDX)
               END-IF
             END-IF
           END-IF.

       CHECK-ORG-REFERENCE.
           IF WS-CAND-CNT = 0
             SET WS-ORGMAST-CHECKED TO TRUE
           ELSE
             OPEN INPUT ORGMAST
             IF WS-ORGMAST-STATUS NOT = '00'
               DISPLAY "WARNING : ORGMAST NOT AVAILABLE, FILE STATUS "
                       WS-ORGMAST-STATUS " - REFERENCE NOT CHECKED"
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                         UNTIL WS-CAND-IDX > WS-CAND-CNT
                 MOVE 'UNCHKD' TO WS-CAND-ORG-STATE(WS-CAND-IDX)
               END-PERFORM
             ELSE
               SET WS-ORGMAST-CHECKED TO TRUE
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                         UNTIL WS-CAND-IDX > WS-CAND-CNT
                 PERFORM CHECK-ONE-REFERENCE
               END-PERFORM
               CLOSE ORGMAST
             END-IF
           END-IF.

       CHECK-ONE-REFERENCE.
           MOVE WS-CAND-KEY(WS-CAND-IDX) TO ORG-KEY
           READ ORGMAST
           EVALUATE TRUE
             WHEN WS-ORGMAST-STATUS NOT = '00'
               MOVE 'NOORG' TO WS-CAND-ORG-STATE(WS-CAND-IDX)
             WHEN ORG-UPDATED-TS > WS-CAND-UPDATED-TS(WS-CAND-IDX)
               MOVE 'ORGNEWER' TO WS-CAND-ORG-STATE(WS-CAND-IDX)
             WHEN ORG-DEPT-CODE NOT =
                          WS-CAND-DEPT-CODE(WS-CAND-IDX) OR
                  ORG-COST-CENTER NOT =
                          WS-CAND-COST-CENTER(WS-CAND-IDX)
               MOVE 'DIFFERS' TO WS-CAND-ORG-STATE(WS-CAND-IDX)
             WHEN OTHER
               MOVE 'MATCH' TO WS-CAND-ORG-STATE(WS-CAND-IDX)
           END-EVALUATE.

       ASSESS-CANDIDATES.
      *****************************************************************
      * The feed state, then the suggestion for HR.
      *****************************************************************
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                     UNTIL WS-CAND-IDX > WS-CAND-CNT
             PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > WS-FEED-CNT
                          OR WS-FEED-JOB(WS-FEED-IDX) =
                             WS-CAND-FEED(WS-CAND-IDX)
               CONTINUE
             END-PERFORM
             EVALUATE TRUE
               WHEN NOT WS-JOURNAL-CHECKED OR NOT WS-SUMMARY-CHECKED
                 MOVE 'UNCHKD' TO WS-CAND-FEED-STATE(WS-CAND-IDX)
               WHEN WS-CAND-FEED(WS-CAND-IDX) = SPACES
                 MOVE 'UNKNOWN' TO WS-CAND-FEED-STATE(WS-CAND-IDX)
               WHEN WS-FEED-IDX > WS-FEED-CNT
                 MOVE 'NOSUMRY' TO WS-CAND-FEED-STATE(WS-CAND-IDX)
               WHEN WS-FEED-MSGS(WS-FEED-IDX) > 0
                 MOVE 'FLOWING' TO WS-CAND-FEED-STATE(WS-CAND-IDX)
                 ADD 1 TO WS-FEED-CAND-CNT(WS-FEED-IDX)
               WHEN OTHER
                 MOVE 'QUIET' TO WS-CAND-FEED-STATE(WS-CAND-IDX)
                 ADD 1 TO WS-FEED-CAND-CNT(WS-FEED-IDX)
             END-EVALUATE
             EVALUATE TRUE
               WHEN WS-CAND-ORG-STATE(WS-CAND-IDX) = 'ORGNEWER'
                 MOVE 'ACTIVE?' TO WS-CAND-SUGGESTION(WS-CAND-IDX)
                 ADD 1 TO WS-ACTIVE-SUGG-CNT
               WHEN WS-CAND-FEED-STATE(WS-CAND-IDX) = 'QUIET'
                 MOVE 'FEEDCHK' TO WS-CAND-SUGGESTION(WS-CAND-IDX)
                 ADD 1 TO WS-FEEDCHK-SUGG-CNT
               WHEN OTHER
                 MOVE 'LEAVER?' TO WS-CAND-SUGGESTION(WS-CAND-IDX)
                 ADD 1 TO WS-LEAVER-SUGG-CNT
             END-EVALUATE
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE WS-DORMANT-DAYS TO WS-EDIT-CNT
           MOVE WS-FEED-DAYS TO WS-EDIT-CNT2
           MOVE SPACES TO DORMRPT-LINE
           STRING "  DORMANT MASTER RECORD HYGIENE AT "
                  WS-JOB-START-TS(1:21) " - NO CHANGE FOR "
                  FUNCTION TRIM(WS-EDIT-CNT) " DAYS (BEFORE "
                  WS-CUTOFF-DATE "), FEEDS OVER THE LAST "
                  FUNCTION TRIM(WS-EDIT-CNT2) " DAYS"
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE SPACES TO DORMRPT-LINE
           WRITE DORMRPT-LINE.

       WRITE-FEED-SECTION.
           MOVE SPACES TO DORMRPT-LINE
           STRING "  SOURCE FEEDS ON SUMRYFIL"
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE SPACES TO DORMRPT-LINE
           STRING "    JOB            RUNS   MESSAGES  LAST RUN     "
                  "           STATE"
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE ALL "-" TO DORMRPT-LINE
           WRITE DORMRPT-LINE
           IF NOT WS-SUMMARY-CHECKED
             MOVE "    SUMRYFIL NOT AVAILABLE" TO DORMRPT-LINE
             WRITE DORMRPT-LINE
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                     UNTIL WS-FEED-IDX > WS-FEED-CNT
             MOVE WS-FEED-JOB(WS-FEED-IDX)     TO RPT-FEED-JOB
             MOVE WS-FEED-RUNS(WS-FEED-IDX)    TO RPT-FEED-RUNS
             MOVE WS-FEED-MSGS(WS-FEED-IDX)    TO RPT-FEED-MSGS
             MOVE WS-FEED-LAST-TS(WS-FEED-IDX) TO RPT-FEED-LAST-TS
             IF WS-FEED-MSGS(WS-FEED-IDX) > 0
               MOVE 'FLOWING' TO RPT-FEED-STATE
             ELSE
               MOVE 'QUIET' TO RPT-FEED-STATE
             END-IF
             MOVE WS-RPT-FEED TO DORMRPT-LINE
             WRITE DORMRPT-LINE
           END-PERFORM
           MOVE SPACES TO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE SPACES TO DORMRPT-LINE
           STRING "    EMPLOYEE  NAME                           COS"
                  "T CTR LAST UPDATED           DAYS FEED     FEED "
                  "    ORG      SUGGEST"
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE ALL "-" TO DORMRPT-LINE
           WRITE DORMRPT-LINE.

       RELEASE-CANDIDATES.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                     UNTIL WS-CAND-IDX > WS-CAND-CNT
             MOVE WS-CAND-COMPANY(WS-CAND-IDX)     TO SS-COMPANY
             MOVE WS-CAND-DEPT-CODE(WS-CAND-IDX)   TO SS-DEPT-CODE
             MOVE WS-CAND-EMPLOYEE-ID(WS-CAND-IDX) TO SS-EMPLOYEE-ID
             MOVE WS-CAND-IDX                      TO SS-CAND-IDX
             RELEASE SORT-CANDIDATE-RECORD
           END-PERFORM.

       LIST-CANDIDATES.
      *****************************************************************
      * The SORT output side: company and department breaks, one
      * report line and one DORMCAND record per candidate.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-FIRST-ROW OR SS-COMPANY NOT = WS-BRK-COMPANY
                 IF NOT WS-FIRST-ROW
                   PERFORM FINISH-DEPARTMENT
                   PERFORM FINISH-COMPANY
                 END-IF
                 PERFORM START-COMPANY
                 PERFORM START-DEPARTMENT
               ELSE
                 IF SS-DEPT-CODE NOT = WS-BRK-DEPT-CODE
                   PERFORM FINISH-DEPARTMENT
                   PERFORM START-DEPARTMENT
                 END-IF
               END-IF
               MOVE SS-CAND-IDX TO WS-CAND-IDX
               PERFORM WRITE-CANDIDATE
             END-RETURN
           END-PERFORM
           IF WS-FIRST-ROW
             MOVE "    NO DORMANT MASTER RECORDS" TO DORMRPT-LINE
             WRITE DORMRPT-LINE
           ELSE
             PERFORM FINISH-DEPARTMENT
             PERFORM FINISH-COMPANY
           END-IF.

       START-COMPANY.
           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE SS-COMPANY TO WS-BRK-COMPANY
           MOVE 0 TO WS-COMP-CAND-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "  COMPANY " WS-BRK-COMPANY
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE.

       START-DEPARTMENT.
           MOVE SS-DEPT-CODE TO WS-BRK-DEPT-CODE
           MOVE 0 TO WS-DEPT-CAND-CNT
           MOVE SPACES TO DORMRPT-LINE
           IF WS-BRK-DEPT-CODE = SPACES
             STRING "   DEPARTMENT (NONE)"
                    DELIMITED BY SIZE INTO DORMRPT-LINE
           ELSE
             STRING "   DEPARTMENT " WS-BRK-DEPT-CODE
                    DELIMITED BY SIZE INTO DORMRPT-LINE
           END-IF
           WRITE DORMRPT-LINE.

       WRITE-CANDIDATE.
           ADD 1 TO WS-DEPT-CAND-CNT
           ADD 1 TO WS-COMP-CAND-CNT

           MOVE SPACES TO DORMANT-CANDIDATE-RECORD
           MOVE WS-CAND-COMPANY(WS-CAND-IDX)     TO DC-COMPANY
           MOVE WS-CAND-EMPLOYEE-ID(WS-CAND-IDX) TO DC-EMPLOYEE-ID
           MOVE WS-CAND-NAME(WS-CAND-IDX)        TO DC-FULL-NAME
           MOVE WS-CAND-DEPT-CODE(WS-CAND-IDX)   TO DC-DEPT-CODE
           MOVE WS-CAND-COST-CENTER(WS-CAND-IDX) TO DC-COST-CENTER
           MOVE WS-CAND-UPDATED-TS(WS-CAND-IDX)  TO DC-LAST-UPDATED-TS
           MOVE WS-CAND-DAYS(WS-CAND-IDX)        TO DC-DAYS-DORMANT
           MOVE WS-CAND-FEED(WS-CAND-IDX)        TO DC-SOURCE-FEED
           MOVE WS-CAND-FEED-STATE(WS-CAND-IDX)  TO DC-FEED-STATE
           MOVE WS-CAND-ORG-STATE(WS-CAND-IDX)   TO DC-ORG-STATE
           MOVE WS-CAND-SUGGESTION(WS-CAND-IDX)  TO DC-SUGGESTION
           WRITE DORMANT-CANDIDATE-RECORD

           MOVE WS-CAND-EMPLOYEE-ID(WS-CAND-IDX) TO RPT-DET-EMPLOYEE
           MOVE WS-CAND-NAME(WS-CAND-IDX)        TO RPT-DET-NAME
           MOVE WS-CAND-COST-CENTER(WS-CAND-IDX) TO RPT-DET-CC
           MOVE WS-CAND-UPDATED-TS(WS-CAND-IDX)  TO RPT-DET-UPDATED-TS
           MOVE WS-CAND-DAYS(WS-CAND-IDX)        TO RPT-DET-DAYS
           MOVE WS-CAND-FEED(WS-CAND-IDX)        TO RPT-DET-FEED
           MOVE WS-CAND-FEED-STATE(WS-CAND-IDX)  TO RPT-DET-FEED-STATE
           MOVE WS-CAND-ORG-STATE(WS-CAND-IDX)   TO RPT-DET-ORG-STATE
           MOVE WS-CAND-SUGGESTION(WS-CAND-IDX)  TO RPT-DET-SUGGESTION
           MOVE WS-RPT-DETAIL TO DORMRPT-LINE
           WRITE DORMRPT-LINE.

       FINISH-DEPARTMENT.
           MOVE WS-DEPT-CAND-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "   DEPARTMENT " WS-BRK-DEPT-CODE " CANDIDATES : "
                  FUNCTION TRIM(WS-EDIT-CNT)
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE.

       FINISH-COMPANY.
           MOVE WS-COMP-CAND-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "  COMPANY " WS-BRK-COMPANY " CANDIDATES : "
                  FUNCTION TRIM(WS-EDIT-CNT)
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE SPACES TO DORMRPT-LINE
           WRITE DORMRPT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO DORMRPT-LINE
           MOVE "  TOTALS" TO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE ALL "-" TO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE WS-MAST-READ-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "  MASTER RECORDS READ           : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE WS-LEAVER-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "  LEAVERS (NOT LISTED)          : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE WS-CURRENT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "  CHANGED SINCE THE CUT-OFF     : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE WS-CAND-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "  DORMANT CANDIDATES            : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE WS-LEAVER-SUGG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "    SUGGESTED LEAVER?           : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE WS-ACTIVE-SUGG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "    SUGGESTED ACTIVE?           : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE WS-FEEDCHK-SUGG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO DORMRPT-LINE
           STRING "    SUGGESTED FEEDCHK           : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO DORMRPT-LINE
           WRITE DORMRPT-LINE
           IF WS-CAND-LOST-CNT > 0
             MOVE WS-CAND-LOST-CNT TO WS-EDIT-CNT
             MOVE SPACES TO DORMRPT-LINE
             STRING "  ** NOT LISTED (OVER 5000)     : " WS-EDIT-CNT
                    " - RERUN WITH A LONGER PERIOD"
                    DELIMITED BY SIZE INTO DORMRPT-LINE
             WRITE DORMRPT-LINE
           END-IF.

       ABANDON-HYGIENE-RUN.
           MOVE 9862 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           PERFORM DISPLAY-HYGIENE-SUMMARY
           GOBACK.

       DISPLAY-HYGIENE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYDORMT JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  MASTER READ      : " WS-MAST-READ-CNT
           DISPLAY "  LEAVERS          : " WS-LEAVER-CNT
           DISPLAY "  CANDIDATES       : " WS-CAND-CNT
           DISPLAY "  NOT HELD         : " WS-CAND-LOST-CNT
           DISPLAY "  JOURNAL READ     : " WS-JRNL-READ-CNT
           DISPLAY "  SUMMARIES READ   : " WS-SUMRY-READ-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYDORMT'.
