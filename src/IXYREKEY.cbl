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
      * MAIN PROGRAM COMPANY MERGER RE-KEY
      ******************************************************************
      * When one company is absorbed into another its employees have
      * to move to the surviving company code without losing their
      * history or leaving orphans behind. This job moves a list of
      * employees, or a whole company, to a new key across every
      * keyed store, as one controlled and auditable step:
      * a. AUTHCARD - the operator running the step and a second
      *    approver, both checked against AUTHFIL through the shared
      *    IXYAUTHZ module (program IXYREKEY, action REKEY) before
      *    anything is read.
      * b. RKCARDS - the re-key deck, fixed columns:
      *        cols 1-8   keyword - COMPANY or EMPLOYEE
      *        cols 10-12 old company code
      *        cols 14-22 old employeeId (EMPLOYEE only)
      *        cols 24-26 new company code
      *        cols 28-36 new employeeId (EMPLOYEE only, optional;
      *                   blank keeps the employee's own id)
      *    COMPANY moves every employee on the master under the old
      *    company; EMPLOYEE moves one. A company code of spaces is
      *    the legacy single-company stream. An EMPLOYEE card wins
      *    over a COMPANY card for the same employee, so a whole
      *    company can be moved with a few same-numbered employees
      *    given new ids. '*' in column 1 is a comment.
      *        COMPANY  BBB           AAA
      *        EMPLOYEE BBB 000001234 AAA 000091234
      * c. Each employee is moved only when the new key is free in
      *    EMPMAST, ORGMAST and PAYREJ -- an employee whose target
      *    is taken is refused and left exactly where it was, never
      *    merged over the other employee:
      *    EMPMAST  - the record (leaver or not, lifecycle intact)
      *               is written under the new key with companyCode
      *               (and employeeId) in its image changed, then
      *               deleted under the old. UPDATED-TS is stamped
      *               so the next CHANGED HR extract carries it.
      *    ORGMAST  - the org assignment moves with it. Then every
      *               reporting line naming a moved employee as
      *               manager follows: repointed to the new id when
      *               both ends are in the same company after the
      *               move, cleared when the move split them (a
      *               manager must be in the employee's company).
      *    PAYREJ   - the payroll rejects, open or closed, move with
      *               it (the PAYREJ key is the master key + run).
      *    EMPSRCH  - the search entries move through IXYSRIDX.
      *    AGGSTORE - an active employee's contribution is taken out
      *               under the old image and added back under the
      *               new, the scheme IXYMPOST applies to a change.
      *    EMPJRNL  - two entries linking the keys, both carrying
      *               the old image as before and the new image as
      *               after: 'D' under the old employeeId and 'A'
      *               under the new, journaled as program IXYREKEY so
      *               IXYMSTRB, IXYHCMOV and IXYUOWBK can tell a
      *               re-key from a leaver and a hire.
      * d. RKRPT - every employee with its old and new key and what
      *    moved, then the reconciliation: record counts per store
      *    and company before and after, each proven against the
      *    moves (before - out + in = after), the AGGSTORE totals
      *    before and after (a re-key moves no headcount or money)
      *    and a read-back of every moved key.
      * ORGMAST, PAYREJ, EMPSRCH and AGGSTORE are optional -- a store
      * not allocated is reported as not present. The consumer and
      * the offline posters must not run while this step runs.
      *
      * Return codes: 00 every employee moved and reconciled; 04
      * nothing to move; 08 an employee was refused; 12 a store
      * update failed or the reconciliation does not balance; 16
      * not authorized, the deck is unusable or EMPMAST unavailable
      * -- nothing is moved.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      * 2026-10-15 : reporting lines follow the move -- once the
      *              employees are moved, every ORGMAST manager
      *              reference to a moved employee is repointed to
      *              the new id when manager and employee are still
      *              in one company, and cleared when the move has
      *              split them across companies.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYREKEY'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * AUTHCARD names the operator running this privileged step and
      * the second person approving it -- checked against AUTHFIL
      * through the shared IXYAUTHZ module.
           SELECT AUTHCARD ASSIGN TO AUTHCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-AUTHCARD-STATUS.

           SELECT RKCARDS ASSIGN TO RKCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RKCARDS-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT PAYREJ ASSIGN TO PAYREJ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PRJ-KEY
           FILE STATUS  IS WS-PAYREJ-STATUS.

           SELECT AGGSTORE ASSIGN TO AGGSTORE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AGG-KEY
           FILE STATUS  IS WS-AGGSTORE-STATUS.

           SELECT EMPJRNL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPJRNL-STATUS.

           SELECT RKRPT ASSIGN TO RKRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RKRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   USER     OPSJANE
      *   APPROVER OPSRAVI
         FD AUTHCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  AUTH-CONTROL-CARD.

         01 AUTH-CONTROL-CARD.
            05 AC-KEYWORD         PIC X(09).
            05 AC-VALUE           PIC X(08).
            05 FILLER             PIC X(63).

         FD RKCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RK-REKEY-CARD.

         01 RK-REKEY-CARD.
            05 RK-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 RK-OLD-COMPANY     PIC X(03).
            05 FILLER             PIC X(01).
            05 RK-OLD-EMP-ID      PIC X(09).
            05 FILLER             PIC X(01).
            05 RK-NEW-COMPANY     PIC X(03).
            05 FILLER             PIC X(01).
            05 RK-NEW-EMP-ID      PIC X(09).
            05 FILLER             PIC X(44).

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
            05 EMPMAST-LIFECYCLE.
               10 EMPMAST-STATUS            PIC X(01).
                   88 EMPMAST-TERMINATED    VALUE 'T'.
               10 FILLER                    PIC X(74).

      * Same layout IXYCAV64 maintains.
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
            05 ORG-MANAGER-ID     PIC 9(09) BINARY.
            05 ORG-MANAGER-EFF-DATE PIC 9(08).
            05 FILLER             PIC X(01).

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
            05 FILLER               PIC X(208).

         FD AGGSTORE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS  AGGREGATE-STORE-RECORD.

         01 AGGREGATE-STORE-RECORD.
            05 AGG-KEY.
               10 AGG-TYPE          PIC X(01).
               10 AGG-VALUE         PIC X(20).
            05 AGG-COUNT            PIC S9(09)
                                    SIGN IS LEADING SEPARATE.
            05 AGG-SALARY-TOTAL     PIC S9(13)V9(02)
                                    SIGN IS LEADING SEPARATE.
            05 AGG-INSUR-TOTAL      PIC S9(13)V9(02)
                                    SIGN IS LEADING SEPARATE.
            05 AGG-UPDATED-TS       PIC X(21).
            05 FILLER               PIC X(16).

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
            05 JRN-BEFORE-ORG.
               10 JRN-BEFORE-DEPT-CODE   PIC X(06).
               10 JRN-BEFORE-COST-CENTER PIC X(08).
            05 JRN-AFTER-ORG.
               10 JRN-AFTER-DEPT-CODE    PIC X(06).
               10 JRN-AFTER-COST-CENTER  PIC X(08).
            05 FILLER               PIC X(04).

         FD RKRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RKRPT-LINE.

         01 RKRPT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-AUTHCARD-STATUS  PIC X(02).
         01 WS-RKCARDS-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-PAYREJ-STATUS    PIC X(02).
         01 WS-AGGSTORE-STATUS  PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-RKRPT-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-AUTH-EOF-SW      PIC X(01).
             88 WS-AUTH-EOF     VALUE 'Y'.
         01 WS-AUTH-USER        PIC X(08) VALUE SPACES.
         01 WS-AUTH-APPROVER    PIC X(08) VALUE SPACES.

      * Parameter area for the shared authorization module IXYAUTHZ.
         01 WS-AUTHZ-PARMS.
            05 WS-AUTHZ-USER    PIC X(08).
            05 WS-AUTHZ-PROGRAM PIC X(08) VALUE 'IXYREKEY'.
            05 WS-AUTHZ-ACTION  PIC X(08) VALUE 'REKEY   '.
            05 WS-AUTHZ-RESULT  PIC X(01).
                88 WS-AUTHZ-ALLOWED VALUE '0'.

      * Which optional stores are allocated to this run.
         01 WS-EMP-OPEN-SW      PIC X(01) VALUE 'N'.
             88 WS-EMP-OPEN     VALUE 'Y'.
         01 WS-ORG-PRESENT-SW   PIC X(01) VALUE 'N'.
             88 WS-ORG-PRESENT  VALUE 'Y'.
         01 WS-PRJ-PRESENT-SW   PIC X(01) VALUE 'N'.
             88 WS-PRJ-PRESENT  VALUE 'Y'.
         01 WS-AGG-PRESENT-SW   PIC X(01) VALUE 'N'.
             88 WS-AGG-PRESENT  VALUE 'Y'.
         01 WS-SRCH-PRESENT-SW  PIC X(01) VALUE 'Y'.
             88 WS-SRCH-PRESENT VALUE 'Y'.

         01 WS-DECK-SW          PIC X(01) VALUE 'Y'.
             88 WS-DECK-OK      VALUE 'Y'.
             88 WS-DECK-BAD     VALUE 'N'.
         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.

      * The re-key deck, held so EMPLOYEE cards can be expanded
      * before COMPANY cards.
         01 WS-CARD-MAX         PIC S9(4) BINARY VALUE 500.
         01 WS-CARD-TABLE.
            05 WS-CARD-ENTRY OCCURS 500 TIMES.
               10 WS-CARD-KIND      PIC X(01).
                   88 WS-CARD-COMPANY  VALUE 'C'.
                   88 WS-CARD-EMPLOYEE VALUE 'E'.
               10 WS-CARD-OLD-CO    PIC X(03).
               10 WS-CARD-OLD-ID    PIC 9(09).
               10 WS-CARD-NEW-CO    PIC X(03).
               10 WS-CARD-NEW-ID    PIC 9(09).
         01 WS-CARD-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-CARD-TOTAL       PIC S9(4) BINARY VALUE 0.

      * The employees to move: old key, new key and what became of
      * the move.
         01 WS-MOVE-MAX         PIC S9(9) BINARY VALUE 5000.
         01 WS-MOVE-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-MOVE-TABLE.
            05 WS-MOVE-ENTRY OCCURS 5000 TIMES.
               10 WS-MOVE-OLD-KEY.
                  15 WS-MOVE-OLD-CO     PIC X(03).
                  15 WS-MOVE-OLD-ID     PIC 9(09).
               10 WS-MOVE-NEW-KEY.
                  15 WS-MOVE-NEW-CO     PIC X(03).
                  15 WS-MOVE-NEW-ID     PIC 9(09).
               10 WS-MOVE-RESULT        PIC X(16).
               10 WS-MOVE-DONE-SW       PIC X(01).
                   88 WS-MOVE-DONE      VALUE 'Y'.
         01 WS-MOVE-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-MOVE-FIND        PIC S9(9) BINARY VALUE 0.
         01 WS-ADD-OLD-KEY.
            05 WS-ADD-OLD-CO    PIC X(03).
            05 WS-ADD-OLD-ID    PIC 9(09).
         01 WS-ADD-NEW-KEY.
            05 WS-ADD-NEW-CO    PIC X(03).
            05 WS-ADD-NEW-ID    PIC 9(09).

      * The employee in hand.
         01 WS-RESULT           PIC X(16).
         01 WS-OLD-MASTER       PIC X(4130).
         01 WS-OLD-UPDATED-TS   PIC X(21).
         01 WS-OLD-IMAGE        PIC X(4000).
         01 WS-NEW-IMAGE        PIC X(4000).
         01 WS-OLD-ORG.
            05 WS-OLD-DEPT      PIC X(06).
            05 WS-OLD-CC        PIC X(08).
         01 WS-OLD-TERM-SW      PIC X(01).
             88 WS-OLD-TERMINATED VALUE 'T'.
             88 WS-OLD-ACTIVE   VALUE 'A'.
         01 WS-ORG-MOVED-SW     PIC X(01).
             88 WS-ORG-MOVED    VALUE 'Y'.
         01 WS-PRJ-HOLD-MAX     PIC S9(4) BINARY VALUE 500.
         01 WS-PRJ-HOLD-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-PRJ-HOLD-TABLE.
            05 WS-PRJ-HOLD      PIC X(240) OCCURS 500 TIMES.
         01 WS-PRJ-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-PRJ-MOVED-CNT    PIC S9(4) BINARY VALUE 0.
         01 WS-STORE-FAIL-SW    PIC X(01) VALUE 'N'.
             88 WS-STORE-FAILED VALUE 'Y'.

         01 WS-RUN-ID           PIC X(16).
         01 WS-JRN-ACTION       PIC X(01).
         01 WS-JRN-EMPLOYEE-ID  PIC 9(09).

      * Parameter area for the shared search-index maintainer
      * IXYSRIDX -- an after image of spaces takes the old key's
      * entries out, a before image of spaces adds the new key's.
         01 WS-SRIDX-PARMS.
            05 WS-SRIDX-ACTION       PIC X(01).
            05 WS-SRIDX-RESULT       PIC X(01).
            05 WS-SRIDX-COMPANY      PIC X(03).
            05 WS-SRIDX-EMPLOYEE-ID  PIC 9(09).
            05 WS-SRIDX-TERM         PIC X(40).
            05 WS-SRIDX-CODE         PIC X(04).
            05 WS-SRIDX-BEFORE-IMAGE PIC X(4000).
            05 WS-SRIDX-AFTER-IMAGE  PIC X(4000).

      * Aggregates adjustment work fields -- the same scheme
      * UPDATE-BUSINESS-AGGREGATES uses in IXYCAV64.
         01 WS-AGG-DIR          PIC S9(1) VALUE +1.
         01 WS-AGG-WORK-TYPE    PIC X(01).
         01 WS-AGG-WORK-VALUE   PIC X(20).
         01 WS-AGG-WORK-SALARY  PIC 9(07)V9(02).
         01 WS-AGG-WORK-INSUR   PIC 9(07)V9(02).
         01 WS-AGG-COUNTRY      PIC X(20).
         01 WS-AGG-STATE        PIC X(20).
         01 WS-AGG-BAND         PIC X(20).
         01 WS-AGG-BAND-IDX     PIC 9(02).
         01 WS-AGG-BAND-CALC    PIC S9(9) BINARY VALUE 0.

      * Reconciliation counts. Stores 1 EMPMAST, 2 ORGMAST, 3 PAYREJ,
      * per company: records before, moved out, moved in, after.
         01 WS-STORE-NAMES.
            05 FILLER           PIC X(08) VALUE 'EMPMAST '.
            05 FILLER           PIC X(08) VALUE 'ORGMAST '.
            05 FILLER           PIC X(08) VALUE 'PAYREJ  '.
         01 WS-STORE-NAME-TABLE REDEFINES WS-STORE-NAMES.
            05 WS-STORE-NAME    PIC X(08) OCCURS 3 TIMES.
         01 WS-STORE-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-CO-MAX           PIC S9(4) BINARY VALUE 100.
         01 WS-CO-CNT           PIC S9(4) BINARY VALUE 0.
         01 WS-CO-TABLE.
            05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-CODE        PIC X(03).
               10 WS-CO-STORE OCCURS 3 TIMES.
                  15 WS-CO-BEFORE      PIC S9(9) BINARY.
                  15 WS-CO-OUT         PIC S9(9) BINARY.
                  15 WS-CO-IN          PIC S9(9) BINARY.
                  15 WS-CO-AFTER       PIC S9(9) BINARY.
         01 WS-CO-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-CO-SCAN          PIC S9(4) BINARY VALUE 0.
         01 WS-CO-FIND          PIC X(03).
         01 WS-CO-OVERFLOW-SW   PIC X(01) VALUE 'N'.
             88 WS-CO-OVERFLOW  VALUE 'Y'.
         01 WS-SNAP-PHASE       PIC X(01).
             88 WS-SNAP-BEFORE  VALUE 'B'.
             88 WS-SNAP-AFTER   VALUE 'A'.
         01 WS-STORE-TOTALS.
            05 WS-TOT-BEFORE    PIC S9(9) BINARY.
            05 WS-TOT-OUT       PIC S9(9) BINARY.
            05 WS-TOT-IN        PIC S9(9) BINARY.
            05 WS-TOT-AFTER     PIC S9(9) BINARY.
         01 WS-EXPECTED         PIC S9(9) BINARY.

      * AGGSTORE totals by aggregate type, before and after.
         01 WS-AGG-TYPES        PIC X(04) VALUE 'CSBL'.
         01 WS-AGGT-TABLE.
            05 WS-AGGT-ENTRY OCCURS 4 TIMES.
               10 WS-AGGT-COUNT-B   PIC S9(11).
               10 WS-AGGT-SALARY-B  PIC S9(15)V9(02).
               10 WS-AGGT-INSUR-B   PIC S9(15)V9(02).
               10 WS-AGGT-COUNT-A   PIC S9(11).
               10 WS-AGGT-SALARY-A  PIC S9(15)V9(02).
               10 WS-AGGT-INSUR-A   PIC S9(15)V9(02).
         01 WS-AGGT-IDX         PIC S9(4) BINARY VALUE 0.

      * Run counts.
         01 WS-SELECTED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-MOVED-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-FAILED-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-MOVED-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-SRCH-MOVED-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-AGG-MOVED-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-JRN-WRITTEN-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-VERIFY-FAIL-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-RL-REPOINT-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-RL-CLEAR-CNT     PIC S9(9) BINARY VALUE 0.

      * Reporting-line repoint -- see REPOINT-REPORTING-LINES.
         01 WS-RL-ORIGIN-CO     PIC X(03).
         01 WS-RL-MGR-KEY.
            05 WS-RL-MGR-CO     PIC X(03).
            05 WS-RL-MGR-ID     PIC 9(09).
         01 WS-RL-FIND          PIC S9(9) BINARY VALUE 0.
         01 WS-RL-CHANGE-SW     PIC X(01).
             88 WS-RL-CHANGED   VALUE 'Y'.
         01 WS-MISMATCH-CNT     PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-OLD-CO      PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-OLD-ID      PIC 9(09).
            05 FILLER              PIC X(04) VALUE ' -> '.
            05 RPT-DET-NEW-CO      PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NEW-ID      PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NAME        PIC X(24).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-STATUS      PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ORG         PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-PRJ         PIC ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-SRCH        PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-AGG         PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(16).

         01 WS-RPT-RECON.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-REC-STORE       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-REC-COMPANY     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-REC-BEFORE      PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-REC-OUT         PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-REC-IN          PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-REC-EXPECTED    PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-REC-AFTER       PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-REC-RESULT      PIC X(08).

         01 WS-RPT-AGG.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-AGG-TYPE        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-AGG-COUNT-B     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-AGG-COUNT-A     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-AGG-SALARY-B    PIC -,---,---,---,--9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-AGG-SALARY-A    PIC -,---,---,---,--9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-AGG-INSUR-B     PIC -,---,---,---,--9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-AGG-INSUR-A     PIC -,---,---,---,--9.99.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-AGG-RESULT      PIC X(08).

         01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZ9.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYREKEY'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- master images are overlaid onto EVENT-DATA to change the
      * company code and employeeId they carry.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "COMPANY MERGER RE-KEY"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE SPACES TO WS-RUN-ID
           STRING 'RK' WS-JOB-START-TS(1:14)
                  DELIMITED BY SIZE INTO WS-RUN-ID

           PERFORM CHECK-PRIVILEGED-AUTHORITY
           IF RETURN-CODE NOT = 0
             PERFORM DISPLAY-REKEY-SUMMARY
             GOBACK
           END-IF

           PERFORM READ-REKEY-CARDS
           IF WS-DECK-OK AND WS-CARD-TOTAL = 0
             DISPLAY "ERROR : RKCARDS HOLDS NO COMPANY OR EMPLOYEE "
                     "CARD"
             SET WS-DECK-BAD TO TRUE
           END-IF
           IF WS-DECK-BAD
             DISPLAY "ERROR : RE-KEY DECK REFUSED - NOTHING MOVED"
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-REKEY-SUMMARY
             GOBACK
           END-IF

           PERFORM OPEN-KEYED-STORES
           IF RETURN-CODE NOT = 0
             PERFORM DISPLAY-REKEY-SUMMARY
             GOBACK
           END-IF

           PERFORM BUILD-MOVE-LIST
           IF WS-MOVE-CNT > WS-MOVE-MAX
             DISPLAY "ERROR : MORE THAN " WS-MOVE-MAX
                     " EMPLOYEES TO MOVE - SPLIT THE DECK"
             PERFORM CLOSE-KEYED-STORES
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-REKEY-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT RKRPT
           PERFORM WRITE-REPORT-HEADINGS

           INITIALIZE WS-AGGT-TABLE
           SET WS-SNAP-BEFORE TO TRUE
           PERFORM SNAPSHOT-KEYED-STORES

           IF WS-MOVE-CNT > 0
             OPEN EXTEND EMPJRNL
             IF WS-EMPJRNL-STATUS NOT = '00'
               OPEN OUTPUT EMPJRNL
             END-IF
             IF WS-EMPJRNL-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN EMPJRNL, FILE STATUS "
                       WS-EMPJRNL-STATUS
               MOVE 9826 TO ERRLOG-CODE
               MOVE "IXYREKEY: EMPJRNL UNAVAILABLE - NOTHING MOVED"
                    TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               CLOSE RKRPT
               PERFORM CLOSE-KEYED-STORES
               MOVE 16 TO RETURN-CODE
               PERFORM DISPLAY-REKEY-SUMMARY
               GOBACK
             END-IF
             PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                     UNTIL WS-MOVE-IDX > WS-MOVE-CNT
               PERFORM MOVE-ONE-EMPLOYEE
             END-PERFORM
             CLOSE EMPJRNL
             IF WS-ORG-PRESENT AND WS-MOVED-CNT > 0
               PERFORM REPOINT-REPORTING-LINES
             END-IF
           END-IF

           SET WS-SNAP-AFTER TO TRUE
           PERFORM SNAPSHOT-KEYED-STORES
           PERFORM VERIFY-MOVED-KEYS
           PERFORM WRITE-RECONCILIATION
           CLOSE RKRPT
           PERFORM CLOSE-KEYED-STORES

           EVALUATE TRUE
             WHEN WS-FAILED-CNT > 0 OR WS-MISMATCH-CNT > 0
                  OR WS-VERIFY-FAIL-CNT > 0
               MOVE 12 TO RETURN-CODE
             WHEN WS-REFUSED-CNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-MOVED-CNT = 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM DISPLAY-REKEY-SUMMARY
           GOBACK
           .

       CHECK-PRIVILEGED-AUTHORITY.
      *****************************************************************
      * Authorization for this privileged action -- see IXYAUTHZ.
      * The runner and the approver both come from AUTHCARD, both
      * must hold the grant in AUTHFIL, and they must be two
      * different people. Every check, allowed or denied, lands in
      * the AUTHAUD trail.
      *****************************************************************
           PERFORM READ-AUTH-CONTROL-CARDS
           MOVE WS-AUTH-USER TO WS-AUTHZ-USER
           CALL "IXYAUTHZ" USING WS-AUTHZ-PARMS
           IF NOT WS-AUTHZ-ALLOWED
             DISPLAY "ERROR : USER '" WS-AUTH-USER "' IS NOT "
                     "AUTHORIZED FOR IXYREKEY REKEY"
             MOVE 9827 TO ERRLOG-CODE
             MOVE "IXYREKEY: PRIVILEGED ACTION DENIED" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
             IF WS-AUTH-APPROVER = SPACES OR
                WS-AUTH-APPROVER = WS-AUTH-USER
               DISPLAY "ERROR : DUAL CONTROL REQUIRED - A SECOND "
                       "APPROVER MUST BE NAMED ON AUTHCARD"
               MOVE 9828 TO ERRLOG-CODE
               MOVE "IXYREKEY: DUAL CONTROL NOT SATISFIED" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE WS-AUTH-APPROVER TO WS-AUTHZ-USER
               CALL "IXYAUTHZ" USING WS-AUTHZ-PARMS
               IF NOT WS-AUTHZ-ALLOWED
                 DISPLAY "ERROR : APPROVER '" WS-AUTH-APPROVER
                         "' IS NOT AUTHORIZED FOR IXYREKEY REKEY"
                 MOVE 9829 TO ERRLOG-CODE
                 MOVE "IXYREKEY: APPROVER NOT AUTHORIZED" TO ERRLOG-MSG
                 CALL "IXYERRLG" USING ERRLOG-INPUT
                 MOVE 16 TO RETURN-CODE
               END-IF
             END-IF
           END-IF
           .

       READ-AUTH-CONTROL-CARDS.
           OPEN INPUT AUTHCARD
           IF WS-AUTHCARD-STATUS = '00'
             MOVE 'N' TO WS-AUTH-EOF-SW
             PERFORM UNTIL WS-AUTH-EOF
               READ AUTHCARD
               AT END SET WS-AUTH-EOF TO TRUE
               NOT AT END
                 EVALUATE AC-KEYWORD
                   WHEN 'USER     '
                     MOVE AC-VALUE TO WS-AUTH-USER
                   WHEN 'APPROVER '
                     MOVE AC-VALUE TO WS-AUTH-APPROVER
                   WHEN OTHER CONTINUE
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE AUTHCARD
           END-IF.

       READ-REKEY-CARDS.
           OPEN INPUT RKCARDS
           IF WS-RKCARDS-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN RKCARDS, FILE STATUS "
                     WS-RKCARDS-STATUS
             SET WS-DECK-BAD TO TRUE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ RKCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-CARD-CNT
                 IF RK-REKEY-CARD(1:1) NOT = '*' AND
                    RK-REKEY-CARD NOT = SPACES
                   PERFORM LOAD-REKEY-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE RKCARDS
           END-IF.

       LOAD-REKEY-CARD.
           IF WS-CARD-TOTAL >= WS-CARD-MAX
             DISPLAY "ERROR : MORE THAN " WS-CARD-MAX
                     " CARDS IN RKCARDS"
             SET WS-DECK-BAD TO TRUE
           ELSE
             ADD 1 TO WS-CARD-TOTAL
             MOVE RK-OLD-COMPANY TO WS-CARD-OLD-CO(WS-CARD-TOTAL)
             MOVE RK-NEW-COMPANY TO WS-CARD-NEW-CO(WS-CARD-TOTAL)
             MOVE 0 TO WS-CARD-OLD-ID(WS-CARD-TOTAL)
             MOVE 0 TO WS-CARD-NEW-ID(WS-CARD-TOTAL)
             EVALUATE RK-KEYWORD
               WHEN 'COMPANY '
                 SET WS-CARD-COMPANY(WS-CARD-TOTAL) TO TRUE
                 IF RK-OLD-EMP-ID NOT = SPACES OR
                    RK-NEW-EMP-ID NOT = SPACES
                   DISPLAY "ERROR : COMPANY CARD CARRIES AN "
                           "EMPLOYEEID : " RK-REKEY-CARD(1:36)
                   SET WS-DECK-BAD TO TRUE
                 END-IF
                 IF RK-OLD-COMPANY = RK-NEW-COMPANY
                   DISPLAY "ERROR : COMPANY CARD MOVES A COMPANY ONTO "
                           "ITSELF : " RK-REKEY-CARD(1:36)
                   SET WS-DECK-BAD TO TRUE
                 END-IF
               WHEN 'EMPLOYEE'
                 SET WS-CARD-EMPLOYEE(WS-CARD-TOTAL) TO TRUE
                 IF RK-OLD-EMP-ID IS NUMERIC
                   MOVE RK-OLD-EMP-ID TO WS-CARD-OLD-ID(WS-CARD-TOTAL)
                 ELSE
                   DISPLAY "ERROR : EMPLOYEE CARD OLD EMPLOYEEID NOT "
                           "9 DIGITS : " RK-REKEY-CARD(1:36)
                   SET WS-DECK-BAD TO TRUE
                 END-IF
                 EVALUATE TRUE
                   WHEN RK-NEW-EMP-ID = SPACES
                     MOVE WS-CARD-OLD-ID(WS-CARD-TOTAL) TO
                          WS-CARD-NEW-ID(WS-CARD-TOTAL)
                   WHEN RK-NEW-EMP-ID IS NUMERIC
                     MOVE RK-NEW-EMP-ID TO
                          WS-CARD-NEW-ID(WS-CARD-TOTAL)
                   WHEN OTHER
                     DISPLAY "ERROR : EMPLOYEE CARD NEW EMPLOYEEID "
                             "NOT 9 DIGITS : " RK-REKEY-CARD(1:36)
                     SET WS-DECK-BAD TO TRUE
                 END-EVALUATE
                 IF RK-OLD-COMPANY = RK-NEW-COMPANY AND
                    WS-CARD-OLD-ID(WS-CARD-TOTAL) =
                    WS-CARD-NEW-ID(WS-CARD-TOTAL)
                   DISPLAY "ERROR : EMPLOYEE CARD MOVES AN EMPLOYEE "
                           "ONTO ITSELF : " RK-REKEY-CARD(1:36)
                   SET WS-DECK-BAD TO TRUE
                 END-IF
               WHEN OTHER
                 DISPLAY "ERROR : UNKNOWN CARD : " RK-REKEY-CARD(1:36)
                 SET WS-DECK-BAD TO TRUE
             END-EVALUATE
           END-IF.

       OPEN-KEYED-STORES.
      *****************************************************************
      * EMPMAST is required. ORGMAST, PAYREJ and AGGSTORE are taken
      * when allocated -- status 35 means the store is not part of
      * this installation and is reported as not present; any other
      * failure stops the job before anything moves.
      *****************************************************************
           OPEN I-O EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             SET WS-EMP-OPEN TO TRUE
           END-IF
           IF RETURN-CODE = 0
             OPEN I-O ORGMAST
             EVALUATE WS-ORGMAST-STATUS
               WHEN '00'
                 SET WS-ORG-PRESENT TO TRUE
               WHEN '35'
                 DISPLAY "ORGMAST NOT PRESENT - NOT RE-KEYED"
               WHEN OTHER
                 DISPLAY "ERROR : UNABLE TO OPEN ORGMAST, FILE STATUS "
                         WS-ORGMAST-STATUS
                 MOVE 16 TO RETURN-CODE
             END-EVALUATE
           END-IF
           IF RETURN-CODE = 0
             OPEN I-O PAYREJ
             EVALUATE WS-PAYREJ-STATUS
               WHEN '00'
                 SET WS-PRJ-PRESENT TO TRUE
               WHEN '35'
                 DISPLAY "PAYREJ NOT PRESENT - NOT RE-KEYED"
               WHEN OTHER
                 DISPLAY "ERROR : UNABLE TO OPEN PAYREJ, FILE STATUS "
                         WS-PAYREJ-STATUS
                 MOVE 16 TO RETURN-CODE
             END-EVALUATE
           END-IF
           IF RETURN-CODE = 0
             OPEN I-O AGGSTORE
             EVALUATE WS-AGGSTORE-STATUS
               WHEN '00'
                 SET WS-AGG-PRESENT TO TRUE
               WHEN '35'
                 DISPLAY "AGGSTORE NOT PRESENT - NOT ADJUSTED"
               WHEN OTHER
                 DISPLAY "ERROR : UNABLE TO OPEN AGGSTORE, FILE "
                         "STATUS " WS-AGGSTORE-STATUS
                 MOVE 16 TO RETURN-CODE
             END-EVALUATE
           END-IF
           IF RETURN-CODE NOT = 0
             MOVE 9826 TO ERRLOG-CODE
             MOVE "IXYREKEY: KEYED STORE UNAVAILABLE - NOTHING MOVED"
                  TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             PERFORM CLOSE-KEYED-STORES
           END-IF.

       CLOSE-KEYED-STORES.
           IF WS-EMP-OPEN
             CLOSE EMPMAST
           END-IF
           IF WS-ORG-PRESENT
             CLOSE ORGMAST
           END-IF
           IF WS-PRJ-PRESENT
             CLOSE PAYREJ
           END-IF
           IF WS-AGG-PRESENT
             CLOSE AGGSTORE
           END-IF.

       BUILD-MOVE-LIST.
      *****************************************************************
      * EMPLOYEE cards are expanded first so they win over a COMPANY
      * card naming the same employee; a COMPANY card then takes
      * every remaining employee of the old company in key order.
      *****************************************************************
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-TOTAL
             IF WS-CARD-EMPLOYEE(WS-CARD-IDX)
               MOVE WS-CARD-OLD-CO(WS-CARD-IDX) TO EMPMAST-COMPANY
               MOVE WS-CARD-OLD-ID(WS-CARD-IDX) TO EMPMAST-EMPLOYEE-ID
               READ EMPMAST
               MOVE WS-CARD-OLD-CO(WS-CARD-IDX) TO WS-ADD-OLD-CO
               MOVE WS-CARD-OLD-ID(WS-CARD-IDX) TO WS-ADD-OLD-ID
               MOVE WS-CARD-NEW-CO(WS-CARD-IDX) TO WS-ADD-NEW-CO
               MOVE WS-CARD-NEW-ID(WS-CARD-IDX) TO WS-ADD-NEW-ID
               PERFORM ADD-MOVE-ENTRY
               IF WS-EMPMAST-STATUS NOT = '00'
                 MOVE 'NOT ON FILE' TO WS-MOVE-RESULT(WS-MOVE-FIND)
               END-IF
             END-IF
           END-PERFORM
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-TOTAL
             IF WS-CARD-COMPANY(WS-CARD-IDX)
               PERFORM EXPAND-COMPANY-CARD
             END-IF
           END-PERFORM
           MOVE WS-MOVE-CNT TO WS-SELECTED-CNT
           DISPLAY "EMPLOYEES TO RE-KEY : " WS-MOVE-CNT.

       EXPAND-COMPANY-CARD.
           MOVE WS-CARD-OLD-CO(WS-CARD-IDX) TO EMPMAST-COMPANY
           MOVE 0 TO EMPMAST-EMPLOYEE-ID
           START EMPMAST KEY IS NOT LESS THAN EMPMAST-KEY
           IF WS-EMPMAST-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
           ELSE
             SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF EMPMAST-COMPANY NOT = WS-CARD-OLD-CO(WS-CARD-IDX)
                 SET WS-EOF TO TRUE
               ELSE
                 MOVE EMPMAST-COMPANY     TO WS-ADD-OLD-CO
                 MOVE EMPMAST-EMPLOYEE-ID TO WS-ADD-OLD-ID
                 MOVE WS-CARD-NEW-CO(WS-CARD-IDX) TO WS-ADD-NEW-CO
                 MOVE EMPMAST-EMPLOYEE-ID TO WS-ADD-NEW-ID
                 PERFORM ADD-MOVE-ENTRY
               END-IF
             END-READ
           END-PERFORM.

       ADD-MOVE-ENTRY.
      *****************************************************************
      * One employee onto the move list, unless an earlier card has
      * already placed it there. WS-MOVE-FIND comes back on the
      * employee's entry. A list past WS-MOVE-MAX is counted but not
      * held; the mainline refuses the run.
      *****************************************************************
           MOVE 0 TO WS-MOVE-FIND
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > WS-MOVE-CNT
                      OR WS-MOVE-IDX > WS-MOVE-MAX
                      OR WS-MOVE-FIND > 0
             IF WS-MOVE-OLD-KEY(WS-MOVE-IDX) = WS-ADD-OLD-KEY
               MOVE WS-MOVE-IDX TO WS-MOVE-FIND
             END-IF
           END-PERFORM
           IF WS-MOVE-FIND = 0
             ADD 1 TO WS-MOVE-CNT
             IF WS-MOVE-CNT <= WS-MOVE-MAX
               MOVE WS-MOVE-CNT    TO WS-MOVE-FIND
               MOVE WS-ADD-OLD-KEY TO WS-MOVE-OLD-KEY(WS-MOVE-FIND)
               MOVE WS-ADD-NEW-KEY TO WS-MOVE-NEW-KEY(WS-MOVE-FIND)
               MOVE SPACES         TO WS-MOVE-RESULT(WS-MOVE-FIND)
               MOVE 'N'            TO WS-MOVE-DONE-SW(WS-MOVE-FIND)
             ELSE
               MOVE WS-MOVE-MAX    TO WS-MOVE-FIND
             END-IF
           END-IF.

       MOVE-ONE-EMPLOYEE.
      *****************************************************************
      * Moves the employee in WS-MOVE-ENTRY(WS-MOVE-IDX) across every
      * keyed store. The target key is proven free everywhere before
      * anything is written, so a refused employee is left exactly
      * as it was.
      *****************************************************************
           MOVE WS-MOVE-RESULT(WS-MOVE-IDX) TO WS-RESULT
           MOVE 0   TO WS-PRJ-MOVED-CNT
           MOVE 'N' TO WS-ORG-MOVED-SW
           MOVE 'N' TO WS-STORE-FAIL-SW
           MOVE SPACES TO fullName
           MOVE SPACES TO WS-OLD-TERM-SW

           IF WS-RESULT = SPACES
             MOVE WS-MOVE-OLD-CO(WS-MOVE-IDX) TO EMPMAST-COMPANY
             MOVE WS-MOVE-OLD-ID(WS-MOVE-IDX) TO EMPMAST-EMPLOYEE-ID
             READ EMPMAST
             IF WS-EMPMAST-STATUS = '00'
               MOVE EMPLOYEE-MASTER-RECORD TO WS-OLD-MASTER
               MOVE EMPMAST-UPDATED-TS     TO WS-OLD-UPDATED-TS
               MOVE EMPMAST-EVENT-DATA     TO WS-OLD-IMAGE
               MOVE EMPMAST-DEPT-CODE      TO WS-OLD-DEPT
               MOVE EMPMAST-COST-CENTER    TO WS-OLD-CC
               IF EMPMAST-TERMINATED
                 SET WS-OLD-TERMINATED TO TRUE
               ELSE
                 SET WS-OLD-ACTIVE TO TRUE
               END-IF
               MOVE WS-OLD-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
             ELSE
               MOVE 'NOT ON FILE' TO WS-RESULT
             END-IF
           END-IF

           IF WS-RESULT = SPACES
             PERFORM CHECK-TARGET-KEY-FREE
           END-IF

           IF WS-RESULT = SPACES
             PERFORM REKEY-EMPLOYEE-MASTER
           END-IF
           IF WS-RESULT = SPACES
             PERFORM REKEY-ORG-REFERENCE
             PERFORM REKEY-PAYROLL-REJECTS
             PERFORM REKEY-SEARCH-INDEX
             PERFORM REKEY-BUSINESS-AGGREGATES
             MOVE 'D' TO WS-JRN-ACTION
             MOVE WS-MOVE-OLD-ID(WS-MOVE-IDX) TO WS-JRN-EMPLOYEE-ID
             PERFORM WRITE-REKEY-JOURNAL
             MOVE 'A' TO WS-JRN-ACTION
             MOVE WS-MOVE-NEW-ID(WS-MOVE-IDX) TO WS-JRN-EMPLOYEE-ID
             PERFORM WRITE-REKEY-JOURNAL
             IF WS-STORE-FAILED
               MOVE 'PARTLY MOVED' TO WS-RESULT
               ADD 1 TO WS-FAILED-CNT
             ELSE
               MOVE 'MOVED' TO WS-RESULT
             END-IF
             SET WS-MOVE-DONE(WS-MOVE-IDX) TO TRUE
             PERFORM POST-EMPLOYEE-MOVES
             ADD 1 TO WS-MOVED-CNT
             IF WS-OLD-TERMINATED
               ADD 1 TO WS-LEAVER-MOVED-CNT
             END-IF
           ELSE
             IF WS-RESULT NOT = 'WRITE FAILED' AND
                WS-RESULT NOT = 'DELETE FAILED'
               ADD 1 TO WS-REFUSED-CNT
             END-IF
           END-IF
           MOVE WS-RESULT TO WS-MOVE-RESULT(WS-MOVE-IDX)
           PERFORM WRITE-REPORT-DETAIL.

       CHECK-TARGET-KEY-FREE.
           MOVE WS-MOVE-NEW-CO(WS-MOVE-IDX) TO EMPMAST-COMPANY
           MOVE WS-MOVE-NEW-ID(WS-MOVE-IDX) TO EMPMAST-EMPLOYEE-ID
           READ EMPMAST
           IF WS-EMPMAST-STATUS = '00'
             MOVE 'TARGET ON FILE' TO WS-RESULT
           END-IF
           IF WS-RESULT = SPACES AND WS-ORG-PRESENT
             MOVE WS-MOVE-NEW-KEY(WS-MOVE-IDX) TO ORG-KEY
             READ ORGMAST
             IF WS-ORGMAST-STATUS = '00'
               MOVE 'TARGET ON ORGMST' TO WS-RESULT
             END-IF
           END-IF
           IF WS-RESULT = SPACES AND WS-PRJ-PRESENT
             MOVE WS-MOVE-NEW-CO(WS-MOVE-IDX) TO PRJ-COMPANY
             MOVE WS-MOVE-NEW-ID(WS-MOVE-IDX) TO PRJ-EMPLOYEE-ID
             MOVE LOW-VALUES TO PRJ-RUN-ID
             MOVE LOW-VALUES TO PRJ-REASON-CODE
             START PAYREJ KEY IS NOT LESS THAN PRJ-KEY
             IF WS-PAYREJ-STATUS = '00'
               READ PAYREJ NEXT
               IF WS-PAYREJ-STATUS = '00' AND
                  PRJ-COMPANY = WS-MOVE-NEW-CO(WS-MOVE-IDX) AND
                  PRJ-EMPLOYEE-ID = WS-MOVE-NEW-ID(WS-MOVE-IDX)
                 MOVE 'TARGET ON PAYREJ' TO WS-RESULT
               END-IF
             END-IF
           END-IF.

       REKEY-EMPLOYEE-MASTER.
      *****************************************************************
      * The master record is written under the new key first and the
      * old key deleted after, so at no point is the employee absent.
      * A delete that fails takes the new record back out again --
      * the employee is never left on file twice.
      *****************************************************************
           MOVE WS-MOVE-NEW-CO(WS-MOVE-IDX) TO companyCode
           MOVE WS-MOVE-NEW-ID(WS-MOVE-IDX) TO employeeId
           MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                WS-NEW-IMAGE(1:LENGTH OF EVENT-DATA)

           MOVE WS-OLD-MASTER TO EMPLOYEE-MASTER-RECORD
           MOVE WS-MOVE-NEW-KEY(WS-MOVE-IDX) TO EMPMAST-KEY
           MOVE WS-NEW-IMAGE TO EMPMAST-EVENT-DATA
           MOVE FUNCTION CURRENT-DATE TO EMPMAST-UPDATED-TS
           WRITE EMPLOYEE-MASTER-RECORD
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST WRITE FAILED FOR "
                     WS-MOVE-NEW-KEY(WS-MOVE-IDX) ", FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 'WRITE FAILED' TO WS-RESULT
             ADD 1 TO WS-FAILED-CNT
           ELSE
             MOVE WS-MOVE-OLD-KEY(WS-MOVE-IDX) TO EMPMAST-KEY
             DELETE EMPMAST RECORD
             IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY "ERROR : EMPMAST DELETE FAILED FOR "
                       WS-MOVE-OLD-KEY(WS-MOVE-IDX) ", FILE STATUS "
                       WS-EMPMAST-STATUS
               MOVE WS-MOVE-NEW-KEY(WS-MOVE-IDX) TO EMPMAST-KEY
               DELETE EMPMAST RECORD
               MOVE 'DELETE FAILED' TO WS-RESULT
               ADD 1 TO WS-FAILED-CNT
             END-IF
           END-IF
           IF WS-RESULT NOT = SPACES
             MOVE 9826 TO ERRLOG-CODE
             MOVE SPACES TO ERRLOG-MSG
             STRING "IXYREKEY: EMPMAST RE-KEY FAILED FOR "
                    WS-MOVE-OLD-KEY(WS-MOVE-IDX)
                    DELIMITED BY SIZE INTO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
           END-IF.

       REKEY-ORG-REFERENCE.
           IF WS-ORG-PRESENT
             MOVE WS-MOVE-OLD-KEY(WS-MOVE-IDX) TO ORG-KEY
             READ ORGMAST
             IF WS-ORGMAST-STATUS = '00'
               MOVE WS-MOVE-NEW-KEY(WS-MOVE-IDX) TO ORG-KEY
               MOVE FUNCTION CURRENT-DATE TO ORG-UPDATED-TS
               WRITE ORG-REFERENCE-RECORD
               IF WS-ORGMAST-STATUS = '00'
                 MOVE WS-MOVE-OLD-KEY(WS-MOVE-IDX) TO ORG-KEY
                 DELETE ORGMAST RECORD
               END-IF
               IF WS-ORGMAST-STATUS = '00'
                 SET WS-ORG-MOVED TO TRUE
               ELSE
                 DISPLAY "ERROR : ORGMAST RE-KEY FAILED FOR "
                         WS-MOVE-OLD-KEY(WS-MOVE-IDX) ", FILE STATUS "
                         WS-ORGMAST-STATUS
                 SET WS-STORE-FAILED TO TRUE
               END-IF
             END-IF
           END-IF.

       REPOINT-REPORTING-LINES.
      *****************************************************************
      * One pass of ORGMAST after the moves. A manager id is read in
      * the company the employee was in before the run (a moved
      * employee's record carries the manager id it had under the
      * old key). When that manager was moved, the reference takes
      * the manager's new id if the two still share a company, and
      * is cleared if not; when the employee moved company and the
      * manager stayed, it is cleared.
      *****************************************************************
           MOVE LOW-VALUES TO ORG-KEY
           START ORGMAST KEY IS NOT LESS THAN ORG-KEY
           IF WS-ORGMAST-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
           ELSE
             SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
             READ ORGMAST NEXT
             IF WS-ORGMAST-STATUS NOT = '00'
               SET WS-EOF TO TRUE
             ELSE
               IF ORG-MANAGER-EFF-DATE NUMERIC AND ORG-MANAGER-ID > 0
                 PERFORM REPOINT-ONE-REFERENCE
               END-IF
             END-IF
           END-PERFORM.

       REPOINT-ONE-REFERENCE.
           MOVE 'N' TO WS-RL-CHANGE-SW
           MOVE ORG-COMPANY TO WS-RL-ORIGIN-CO
           MOVE 0 TO WS-RL-FIND
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > WS-MOVE-CNT OR WS-RL-FIND > 0
             IF WS-MOVE-DONE(WS-MOVE-IDX) AND
                WS-MOVE-NEW-KEY(WS-MOVE-IDX) = ORG-KEY
               MOVE WS-MOVE-IDX TO WS-RL-FIND
               MOVE WS-MOVE-OLD-CO(WS-MOVE-IDX) TO WS-RL-ORIGIN-CO
             END-IF
           END-PERFORM

           MOVE WS-RL-ORIGIN-CO TO WS-RL-MGR-CO
           MOVE ORG-MANAGER-ID  TO WS-RL-MGR-ID
           MOVE 0 TO WS-RL-FIND
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > WS-MOVE-CNT OR WS-RL-FIND > 0
             IF WS-MOVE-DONE(WS-MOVE-IDX) AND
                WS-MOVE-OLD-KEY(WS-MOVE-IDX) = WS-RL-MGR-KEY
               MOVE WS-MOVE-IDX TO WS-RL-FIND
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-RL-FIND > 0 AND
                  WS-MOVE-NEW-CO(WS-RL-FIND) = ORG-COMPANY
               IF WS-MOVE-NEW-ID(WS-RL-FIND) NOT = ORG-MANAGER-ID
                 MOVE WS-MOVE-NEW-ID(WS-RL-FIND) TO ORG-MANAGER-ID
                 SET WS-RL-CHANGED TO TRUE
                 ADD 1 TO WS-RL-REPOINT-CNT
               END-IF
             WHEN WS-RL-FIND > 0
             WHEN WS-RL-ORIGIN-CO NOT = ORG-COMPANY
               MOVE 0 TO ORG-MANAGER-ID
               MOVE 0 TO ORG-MANAGER-EFF-DATE
               SET WS-RL-CHANGED TO TRUE
               ADD 1 TO WS-RL-CLEAR-CNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-RL-CHANGED
             MOVE FUNCTION CURRENT-DATE TO ORG-UPDATED-TS
             REWRITE ORG-REFERENCE-RECORD
             IF WS-ORGMAST-STATUS NOT = '00'
               DISPLAY "ERROR : ORGMAST REPORTING LINE NOT UPDATED "
                       "FOR " ORG-COMPANY " " ORG-EMPLOYEE-ID
                       ", FILE STATUS " WS-ORGMAST-STATUS
               ADD 1 TO WS-FAILED-CNT
             END-IF
           END-IF.

       REKEY-PAYROLL-REJECTS.
      *****************************************************************
      * The employee's rejects are collected first and moved after,
      * so the browse is never disturbed by its own writes.
      *****************************************************************
           MOVE 0 TO WS-PRJ-HOLD-CNT
           IF WS-PRJ-PRESENT
             MOVE WS-MOVE-OLD-CO(WS-MOVE-IDX) TO PRJ-COMPANY
             MOVE WS-MOVE-OLD-ID(WS-MOVE-IDX) TO PRJ-EMPLOYEE-ID
             MOVE LOW-VALUES TO PRJ-RUN-ID
             MOVE LOW-VALUES TO PRJ-REASON-CODE
             START PAYREJ KEY IS NOT LESS THAN PRJ-KEY
             IF WS-PAYREJ-STATUS = '00'
               SET WS-NOT-EOF TO TRUE
             ELSE
               SET WS-EOF TO TRUE
             END-IF
             PERFORM UNTIL WS-EOF
               READ PAYREJ NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PRJ-COMPANY NOT = WS-MOVE-OLD-CO(WS-MOVE-IDX) OR
                    PRJ-EMPLOYEE-ID NOT = WS-MOVE-OLD-ID(WS-MOVE-IDX)
                   SET WS-EOF TO TRUE
                 ELSE
                   IF WS-PRJ-HOLD-CNT < WS-PRJ-HOLD-MAX
                     ADD 1 TO WS-PRJ-HOLD-CNT
                     MOVE PAYROLL-REJECT-RECORD TO
                          WS-PRJ-HOLD(WS-PRJ-HOLD-CNT)
                   ELSE
                     DISPLAY "ERROR : MORE THAN " WS-PRJ-HOLD-MAX
                             " PAYREJ ENTRIES FOR "
                             WS-MOVE-OLD-KEY(WS-MOVE-IDX)
                     SET WS-STORE-FAILED TO TRUE
                     SET WS-EOF TO TRUE
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                     UNTIL WS-PRJ-IDX > WS-PRJ-HOLD-CNT
               MOVE WS-PRJ-HOLD(WS-PRJ-IDX) TO PAYROLL-REJECT-RECORD
               MOVE WS-MOVE-NEW-CO(WS-MOVE-IDX) TO PRJ-COMPANY
               MOVE WS-MOVE-NEW-ID(WS-MOVE-IDX) TO PRJ-EMPLOYEE-ID
               WRITE PAYROLL-REJECT-RECORD
               IF WS-PAYREJ-STATUS = '00'
                 MOVE WS-PRJ-HOLD(WS-PRJ-IDX) TO PAYROLL-REJECT-RECORD
                 DELETE PAYREJ RECORD
               END-IF
               IF WS-PAYREJ-STATUS = '00'
                 ADD 1 TO WS-PRJ-MOVED-CNT
               ELSE
                 DISPLAY "ERROR : PAYREJ RE-KEY FAILED FOR "
                         WS-MOVE-OLD-KEY(WS-MOVE-IDX) ", FILE STATUS "
                         WS-PAYREJ-STATUS
                 SET WS-STORE-FAILED TO TRUE
               END-IF
             END-PERFORM
           END-IF.

       REKEY-SEARCH-INDEX.
      *****************************************************************
      * The old key's EMPSRCH entries out, the new key's in. A run
      * with no EMPSRCH allocated is told once and not asked again.
      *****************************************************************
           IF WS-SRCH-PRESENT
             MOVE 'P'                         TO WS-SRIDX-ACTION
             MOVE WS-MOVE-OLD-CO(WS-MOVE-IDX) TO WS-SRIDX-COMPANY
             MOVE WS-MOVE-OLD-ID(WS-MOVE-IDX) TO WS-SRIDX-EMPLOYEE-ID
             MOVE WS-OLD-IMAGE                TO WS-SRIDX-BEFORE-IMAGE
             MOVE SPACES                      TO WS-SRIDX-AFTER-IMAGE
             CALL "IXYSRIDX" USING WS-SRIDX-PARMS
             IF WS-SRIDX-RESULT = '0'
               MOVE 'P'                         TO WS-SRIDX-ACTION
               MOVE WS-MOVE-NEW-CO(WS-MOVE-IDX) TO WS-SRIDX-COMPANY
               MOVE WS-MOVE-NEW-ID(WS-MOVE-IDX) TO WS-SRIDX-EMPLOYEE-ID
               MOVE SPACES                   TO WS-SRIDX-BEFORE-IMAGE
               MOVE WS-NEW-IMAGE             TO WS-SRIDX-AFTER-IMAGE
               CALL "IXYSRIDX" USING WS-SRIDX-PARMS
             END-IF
             EVALUATE WS-SRIDX-RESULT
               WHEN '0'
                 ADD 1 TO WS-SRCH-MOVED-CNT
               WHEN 'N'
                 DISPLAY "EMPSRCH NOT PRESENT - NOT RE-KEYED"
                 MOVE 'N' TO WS-SRCH-PRESENT-SW
               WHEN OTHER
                 DISPLAY "ERROR : EMPSRCH RE-KEY FAILED FOR "
                         WS-MOVE-OLD-KEY(WS-MOVE-IDX)
                 SET WS-STORE-FAILED TO TRUE
             END-EVALUATE
           END-IF.

       REKEY-BUSINESS-AGGREGATES.
      *****************************************************************
      * An active employee's contribution comes out under the old
      * image and goes back in under the new -- the old side out,
      * new side in scheme of IXYMPOST. A leaver's contribution
      * already left the country/state/band rows at termination and
      * its lifecycle row is not keyed by employee, so it is left
      * alone.
      *****************************************************************
           IF WS-AGG-PRESENT AND NOT WS-OLD-TERMINATED
             MOVE WS-OLD-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
             PERFORM CAPTURE-AGGREGATE-FIELDS
             MOVE -1 TO WS-AGG-DIR
             PERFORM ADJUST-AGGREGATE-SET
             MOVE WS-NEW-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
             PERFORM CAPTURE-AGGREGATE-FIELDS
             MOVE +1 TO WS-AGG-DIR
             PERFORM ADJUST-AGGREGATE-SET
             ADD 1 TO WS-AGG-MOVED-CNT
           END-IF.

       CAPTURE-AGGREGATE-FIELDS.
           MOVE country           TO WS-AGG-COUNTRY
           MOVE state             TO WS-AGG-STATE
           MOVE annualSalary      TO WS-AGG-WORK-SALARY
           MOVE insuranceCoverage TO WS-AGG-WORK-INSUR
           COMPUTE WS-AGG-BAND-CALC = WS-AGG-WORK-SALARY / 25000
           IF WS-AGG-BAND-CALC > 99
             MOVE 99 TO WS-AGG-BAND-CALC
           END-IF
           MOVE WS-AGG-BAND-CALC TO WS-AGG-BAND-IDX
           MOVE SPACES TO WS-AGG-BAND
           STRING 'BAND-' WS-AGG-BAND-IDX DELIMITED BY SIZE
             INTO WS-AGG-BAND.

       ADJUST-AGGREGATE-SET.
           MOVE 'C'            TO WS-AGG-WORK-TYPE
           MOVE WS-AGG-COUNTRY TO WS-AGG-WORK-VALUE
           PERFORM ADJUST-ONE-AGGREGATE
           MOVE 'S'            TO WS-AGG-WORK-TYPE
           MOVE WS-AGG-STATE   TO WS-AGG-WORK-VALUE
           PERFORM ADJUST-ONE-AGGREGATE
           MOVE 'B'            TO WS-AGG-WORK-TYPE
           MOVE WS-AGG-BAND    TO WS-AGG-WORK-VALUE
           PERFORM ADJUST-ONE-AGGREGATE.

       ADJUST-ONE-AGGREGATE.
           MOVE WS-AGG-WORK-TYPE  TO AGG-TYPE
           MOVE WS-AGG-WORK-VALUE TO AGG-VALUE
           READ AGGSTORE
           IF WS-AGGSTORE-STATUS = '00'
             COMPUTE AGG-COUNT = AGG-COUNT + WS-AGG-DIR
             COMPUTE AGG-SALARY-TOTAL = AGG-SALARY-TOTAL
                   + WS-AGG-DIR * WS-AGG-WORK-SALARY
             COMPUTE AGG-INSUR-TOTAL = AGG-INSUR-TOTAL
                   + WS-AGG-DIR * WS-AGG-WORK-INSUR
             MOVE FUNCTION CURRENT-DATE TO AGG-UPDATED-TS
             REWRITE AGGREGATE-STORE-RECORD
           ELSE
             MOVE WS-AGG-WORK-TYPE  TO AGG-TYPE
             MOVE WS-AGG-WORK-VALUE TO AGG-VALUE
             COMPUTE AGG-COUNT = WS-AGG-DIR
             COMPUTE AGG-SALARY-TOTAL =
                     WS-AGG-DIR * WS-AGG-WORK-SALARY
             COMPUTE AGG-INSUR-TOTAL =
                     WS-AGG-DIR * WS-AGG-WORK-INSUR
             MOVE FUNCTION CURRENT-DATE TO AGG-UPDATED-TS
             WRITE AGGREGATE-STORE-RECORD
           END-IF
           IF WS-AGGSTORE-STATUS NOT = '00'
             DISPLAY "ERROR : AGGSTORE UPDATE FAILED FOR "
                     WS-AGG-WORK-TYPE WS-AGG-WORK-VALUE
                     ", FILE STATUS " WS-AGGSTORE-STATUS
             SET WS-STORE-FAILED TO TRUE
           END-IF.

       WRITE-REKEY-JOURNAL.
      *****************************************************************
      * Both entries of a re-key carry the old image as before and
      * the new as after, so either one links the two keys; the
      * action and employeeId say which side of the move it is.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           MOVE WS-RUN-ID             TO JRN-RUN-ID
           MOVE 'IXYREKEY'            TO JRN-PROGRAM
           MOVE WS-JRN-ACTION         TO JRN-ACTION
           MOVE WS-JRN-EMPLOYEE-ID    TO JRN-EMPLOYEE-ID
           MOVE WS-OLD-UPDATED-TS     TO JRN-BEFORE-TS
           MOVE WS-OLD-IMAGE          TO JRN-BEFORE-IMAGE
           MOVE WS-NEW-IMAGE          TO JRN-AFTER-IMAGE
           MOVE WS-OLD-ORG            TO JRN-BEFORE-ORG
           MOVE WS-OLD-ORG            TO JRN-AFTER-ORG
           WRITE MASTER-JOURNAL-RECORD
           IF WS-EMPJRNL-STATUS = '00'
             ADD 1 TO WS-JRN-WRITTEN-CNT
           ELSE
             DISPLAY "ERROR : EMPJRNL WRITE FAILED, FILE STATUS "
                     WS-EMPJRNL-STATUS
             SET WS-STORE-FAILED TO TRUE
           END-IF.

       SNAPSHOT-KEYED-STORES.
      *****************************************************************
      * Counts every record of EMPMAST, ORGMAST and PAYREJ by company
      * and totals AGGSTORE by aggregate type, into the before or
      * the after columns as WS-SNAP-PHASE says.
      *****************************************************************
           MOVE 1 TO WS-STORE-IDX
           MOVE LOW-VALUES TO EMPMAST-KEY
           START EMPMAST KEY IS NOT LESS THAN EMPMAST-KEY
           IF WS-EMPMAST-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
           ELSE
             SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               MOVE EMPMAST-COMPANY TO WS-CO-FIND
               PERFORM COUNT-SNAPSHOT-RECORD
             END-READ
           END-PERFORM

           IF WS-ORG-PRESENT
             MOVE 2 TO WS-STORE-IDX
             MOVE LOW-VALUES TO ORG-KEY
             START ORGMAST KEY IS NOT LESS THAN ORG-KEY
             IF WS-ORGMAST-STATUS = '00'
               SET WS-NOT-EOF TO TRUE
             ELSE
               SET WS-EOF TO TRUE
             END-IF
             PERFORM UNTIL WS-EOF
               READ ORGMAST NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE ORG-COMPANY TO WS-CO-FIND
                 PERFORM COUNT-SNAPSHOT-RECORD
               END-READ
             END-PERFORM
           END-IF

           IF WS-PRJ-PRESENT
             MOVE 3 TO WS-STORE-IDX
             MOVE LOW-VALUES TO PRJ-KEY
             START PAYREJ KEY IS NOT LESS THAN PRJ-KEY
             IF WS-PAYREJ-STATUS = '00'
               SET WS-NOT-EOF TO TRUE
             ELSE
               SET WS-EOF TO TRUE
             END-IF
             PERFORM UNTIL WS-EOF
               READ PAYREJ NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE PRJ-COMPANY TO WS-CO-FIND
                 PERFORM COUNT-SNAPSHOT-RECORD
               END-READ
             END-PERFORM
           END-IF

           IF WS-AGG-PRESENT
             MOVE LOW-VALUES TO AGG-KEY
             START AGGSTORE KEY IS NOT LESS THAN AGG-KEY
             IF WS-AGGSTORE-STATUS = '00'
               SET WS-NOT-EOF TO TRUE
             ELSE
               SET WS-EOF TO TRUE
             END-IF
             PERFORM UNTIL WS-EOF
               READ AGGSTORE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM TOTAL-SNAPSHOT-AGGREGATE
               END-READ
             END-PERFORM
           END-IF.

       COUNT-SNAPSHOT-RECORD.
           PERFORM FIND-COMPANY-ENTRY
           IF WS-CO-IDX > 0
             IF WS-SNAP-BEFORE
               ADD 1 TO WS-CO-BEFORE(WS-CO-IDX, WS-STORE-IDX)
             ELSE
               ADD 1 TO WS-CO-AFTER(WS-CO-IDX, WS-STORE-IDX)
             END-IF
           END-IF.

       TOTAL-SNAPSHOT-AGGREGATE.
           MOVE 0 TO WS-AGGT-IDX
           PERFORM VARYING WS-CO-SCAN FROM 1 BY 1
                   UNTIL WS-CO-SCAN > 4
             IF AGG-TYPE = WS-AGG-TYPES(WS-CO-SCAN:1)
               MOVE WS-CO-SCAN TO WS-AGGT-IDX
             END-IF
           END-PERFORM
           IF WS-AGGT-IDX > 0
             IF WS-SNAP-BEFORE
               ADD AGG-COUNT TO WS-AGGT-COUNT-B(WS-AGGT-IDX)
               ADD AGG-SALARY-TOTAL TO WS-AGGT-SALARY-B(WS-AGGT-IDX)
               ADD AGG-INSUR-TOTAL TO WS-AGGT-INSUR-B(WS-AGGT-IDX)
             ELSE
               ADD AGG-COUNT TO WS-AGGT-COUNT-A(WS-AGGT-IDX)
               ADD AGG-SALARY-TOTAL TO WS-AGGT-SALARY-A(WS-AGGT-IDX)
               ADD AGG-INSUR-TOTAL TO WS-AGGT-INSUR-A(WS-AGGT-IDX)
             END-IF
           END-IF.

       FIND-COMPANY-ENTRY.
      *****************************************************************
      * WS-CO-IDX comes back on WS-CO-FIND's reconciliation entry,
      * added with zero counts when the company is new; 0 when the
      * table is full, which fails the reconciliation.
      *****************************************************************
           MOVE 0 TO WS-CO-IDX
           PERFORM VARYING WS-CO-SCAN FROM 1 BY 1
                   UNTIL WS-CO-SCAN > WS-CO-CNT
                      OR WS-CO-IDX > 0
             IF WS-CO-CODE(WS-CO-SCAN) = WS-CO-FIND
               MOVE WS-CO-SCAN TO WS-CO-IDX
             END-IF
           END-PERFORM
           IF WS-CO-IDX = 0
             IF WS-CO-CNT < WS-CO-MAX
               ADD 1 TO WS-CO-CNT
               MOVE WS-CO-CNT  TO WS-CO-IDX
               INITIALIZE WS-CO-ENTRY(WS-CO-IDX)
               MOVE WS-CO-FIND TO WS-CO-CODE(WS-CO-IDX)
             ELSE
               SET WS-CO-OVERFLOW TO TRUE
             END-IF
           END-IF.

       VERIFY-MOVED-KEYS.
      *****************************************************************
      * Reads every moved employee back: the new key must be on
      * EMPMAST and the old key gone.
      *****************************************************************
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > WS-MOVE-CNT
             IF WS-MOVE-DONE(WS-MOVE-IDX)
               MOVE WS-MOVE-NEW-KEY(WS-MOVE-IDX) TO EMPMAST-KEY
               READ EMPMAST
               IF WS-EMPMAST-STATUS NOT = '00'
                 DISPLAY "ERROR : RE-KEYED EMPLOYEE NOT FOUND UNDER "
                         WS-MOVE-NEW-KEY(WS-MOVE-IDX)
                 ADD 1 TO WS-VERIFY-FAIL-CNT
               END-IF
               MOVE WS-MOVE-OLD-KEY(WS-MOVE-IDX) TO EMPMAST-KEY
               READ EMPMAST
               IF WS-EMPMAST-STATUS = '00'
                 DISPLAY "ERROR : RE-KEYED EMPLOYEE STILL ON FILE "
                         "UNDER " WS-MOVE-OLD-KEY(WS-MOVE-IDX)
                 ADD 1 TO WS-VERIFY-FAIL-CNT
               END-IF
             END-IF
           END-PERFORM.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RKRPT-LINE
           STRING "  COMPANY RE-KEY RUN " WS-RUN-ID " AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE SPACES TO RKRPT-LINE
           STRING "  RUN BY " WS-AUTH-USER " APPROVED BY "
                  WS-AUTH-APPROVER
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE SPACES TO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE SPACES TO RKRPT-LINE
           STRING "  CO  OLD ID       CO  NEW ID    NAME          "
                  "           STATUS ORG REJ SRC AGG RESULT"
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE ALL "-" TO RKRPT-LINE
           WRITE RKRPT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE WS-MOVE-OLD-CO(WS-MOVE-IDX) TO RPT-DET-OLD-CO
           MOVE WS-MOVE-OLD-ID(WS-MOVE-IDX) TO RPT-DET-OLD-ID
           MOVE WS-MOVE-NEW-CO(WS-MOVE-IDX) TO RPT-DET-NEW-CO
           MOVE WS-MOVE-NEW-ID(WS-MOVE-IDX) TO RPT-DET-NEW-ID
           MOVE fullName                    TO RPT-DET-NAME
           EVALUATE TRUE
             WHEN WS-OLD-TERMINATED
               MOVE 'LEAVER' TO RPT-DET-STATUS
             WHEN WS-OLD-ACTIVE
               MOVE 'ACTIVE' TO RPT-DET-STATUS
             WHEN OTHER
               MOVE SPACES   TO RPT-DET-STATUS
           END-EVALUATE
           MOVE WS-PRJ-MOVED-CNT TO RPT-DET-PRJ
           IF WS-MOVE-DONE(WS-MOVE-IDX)
             IF WS-ORG-MOVED
               MOVE 'YES' TO RPT-DET-ORG
             ELSE
               MOVE 'NO ' TO RPT-DET-ORG
             END-IF
             IF WS-SRCH-PRESENT
               MOVE 'YES' TO RPT-DET-SRCH
             ELSE
               MOVE 'N/A' TO RPT-DET-SRCH
             END-IF
             IF WS-AGG-PRESENT AND NOT WS-OLD-TERMINATED
               MOVE 'YES' TO RPT-DET-AGG
             ELSE
               MOVE 'NO ' TO RPT-DET-AGG
             END-IF
           ELSE
             MOVE SPACES TO RPT-DET-ORG
             MOVE SPACES TO RPT-DET-SRCH
             MOVE SPACES TO RPT-DET-AGG
           END-IF
           MOVE WS-MOVE-RESULT(WS-MOVE-IDX) TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL TO RKRPT-LINE
           WRITE RKRPT-LINE.

       WRITE-RECONCILIATION.
      *****************************************************************
      * Per store and company, before - out + in must equal after,
      * and each store's grand total must not change. The out/in
      * columns are the records actually moved. The
      * AGGSTORE totals must be identical before and after: a
      * re-key changes who an employee belongs to, never headcount
      * or money.
      *****************************************************************
           MOVE ALL "-" TO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE "  RECONCILIATION" TO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE SPACES TO RKRPT-LINE
           STRING "  STORE    COMPANY       BEFORE         OUT      "
                  "    IN    EXPECTED       AFTER RESULT"
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           IF WS-CO-OVERFLOW
             MOVE "  MORE THAN 100 COMPANIES - COUNTS INCOMPLETE"
                  TO RKRPT-LINE
             WRITE RKRPT-LINE
             ADD 1 TO WS-MISMATCH-CNT
           END-IF
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > 3
             EVALUATE TRUE
               WHEN WS-STORE-IDX = 2 AND NOT WS-ORG-PRESENT
                 MOVE SPACES TO RKRPT-LINE
                 STRING "  ORGMAST  NOT PRESENT"
                        DELIMITED BY SIZE INTO RKRPT-LINE
                 WRITE RKRPT-LINE
               WHEN WS-STORE-IDX = 3 AND NOT WS-PRJ-PRESENT
                 MOVE SPACES TO RKRPT-LINE
                 STRING "  PAYREJ   NOT PRESENT"
                        DELIMITED BY SIZE INTO RKRPT-LINE
                 WRITE RKRPT-LINE
               WHEN OTHER
                 PERFORM WRITE-STORE-RECONCILIATION
             END-EVALUATE
           END-PERFORM

           MOVE SPACES TO RKRPT-LINE
           WRITE RKRPT-LINE
           IF WS-AGG-PRESENT
             MOVE SPACES TO RKRPT-LINE
             STRING "  AGGSTORE     COUNT-BEF   COUNT-AFT       "
                    "SALARY-BEFORE        SALARY-AFTER        "
                    "INSUR-BEFORE         INSUR-AFTER RESULT"
                    DELIMITED BY SIZE INTO RKRPT-LINE
             WRITE RKRPT-LINE
             PERFORM VARYING WS-AGGT-IDX FROM 1 BY 1
                     UNTIL WS-AGGT-IDX > 4
               PERFORM WRITE-AGGREGATE-RECONCILIATION
             END-PERFORM
           ELSE
             MOVE "  AGGSTORE NOT PRESENT" TO RKRPT-LINE
             WRITE RKRPT-LINE
           END-IF

           MOVE SPACES TO RKRPT-LINE
           WRITE RKRPT-LINE
           COMPUTE WS-EXPECTED = 2 * WS-MOVED-CNT
           MOVE WS-JRN-WRITTEN-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           IF WS-JRN-WRITTEN-CNT = WS-EXPECTED
             STRING "  EMPJRNL ENTRIES WRITTEN  : " WS-EDIT-COUNT
                    "  (2 PER EMPLOYEE MOVED) OK"
                    DELIMITED BY SIZE INTO RKRPT-LINE
           ELSE
             STRING "  EMPJRNL ENTRIES WRITTEN  : " WS-EDIT-COUNT
                    "  (2 PER EMPLOYEE MOVED) MISMATCH"
                    DELIMITED BY SIZE INTO RKRPT-LINE
             ADD 1 TO WS-MISMATCH-CNT
           END-IF
           WRITE RKRPT-LINE
           MOVE WS-VERIFY-FAIL-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           STRING "  MOVED KEYS NOT READ BACK : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE

           MOVE ALL "-" TO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE WS-SELECTED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           STRING "  EMPLOYEES SELECTED       : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE WS-MOVED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           STRING "  EMPLOYEES MOVED          : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE WS-LEAVER-MOVED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           STRING "    OF WHICH LEAVERS       : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE WS-REFUSED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           STRING "  EMPLOYEES REFUSED        : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE WS-RL-REPOINT-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           STRING "  REPORTING LINES REPOINTED: " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE WS-RL-CLEAR-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           STRING "  REPORTING LINES CLEARED  : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE WS-FAILED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO RKRPT-LINE
           STRING "  STORE UPDATES FAILED     : " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO RKRPT-LINE
           WRITE RKRPT-LINE
           MOVE SPACES TO RKRPT-LINE
           IF WS-MISMATCH-CNT = 0 AND WS-VERIFY-FAIL-CNT = 0
             MOVE "  RECONCILIATION BALANCES - NOTHING LOST OR DOUBLED"
                  TO RKRPT-LINE
           ELSE
             MOVE "  RECONCILIATION DOES NOT BALANCE - INVESTIGATE"
                  TO RKRPT-LINE
           END-IF
           WRITE RKRPT-LINE.

       POST-EMPLOYEE-MOVES.
      *****************************************************************
      * Posts what the employee in hand actually carried across to
      * the reconciliation's out (old company) and in (new company)
      * columns -- only records written under the new key AND
      * deleted under the old are counted, so a half-moved record
      * shows up as a mismatch.
      *****************************************************************
           MOVE WS-MOVE-OLD-CO(WS-MOVE-IDX) TO WS-CO-FIND
           PERFORM FIND-COMPANY-ENTRY
           IF WS-CO-IDX > 0
             ADD 1 TO WS-CO-OUT(WS-CO-IDX, 1)
             IF WS-ORG-MOVED
               ADD 1 TO WS-CO-OUT(WS-CO-IDX, 2)
             END-IF
             ADD WS-PRJ-MOVED-CNT TO WS-CO-OUT(WS-CO-IDX, 3)
           END-IF
           MOVE WS-MOVE-NEW-CO(WS-MOVE-IDX) TO WS-CO-FIND
           PERFORM FIND-COMPANY-ENTRY
           IF WS-CO-IDX > 0
             ADD 1 TO WS-CO-IN(WS-CO-IDX, 1)
             IF WS-ORG-MOVED
               ADD 1 TO WS-CO-IN(WS-CO-IDX, 2)
             END-IF
             ADD WS-PRJ-MOVED-CNT TO WS-CO-IN(WS-CO-IDX, 3)
           END-IF.

       WRITE-STORE-RECONCILIATION.
           INITIALIZE WS-STORE-TOTALS
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-CNT
             COMPUTE WS-EXPECTED =
                     WS-CO-BEFORE(WS-CO-IDX, WS-STORE-IDX)
                   - WS-CO-OUT(WS-CO-IDX, WS-STORE-IDX)
                   + WS-CO-IN(WS-CO-IDX, WS-STORE-IDX)
             MOVE WS-STORE-NAME(WS-STORE-IDX) TO RPT-REC-STORE
             IF WS-CO-CODE(WS-CO-IDX) = SPACES
               MOVE '(LEGACY)' TO RPT-REC-COMPANY
             ELSE
               MOVE WS-CO-CODE(WS-CO-IDX) TO RPT-REC-COMPANY
             END-IF
             MOVE WS-CO-BEFORE(WS-CO-IDX, WS-STORE-IDX)
                                    TO RPT-REC-BEFORE
             MOVE WS-CO-OUT(WS-CO-IDX, WS-STORE-IDX) TO RPT-REC-OUT
             MOVE WS-CO-IN(WS-CO-IDX, WS-STORE-IDX)  TO RPT-REC-IN
             MOVE WS-EXPECTED                        TO RPT-REC-EXPECTED
             MOVE WS-CO-AFTER(WS-CO-IDX, WS-STORE-IDX)
                                    TO RPT-REC-AFTER
             IF WS-EXPECTED = WS-CO-AFTER(WS-CO-IDX, WS-STORE-IDX)
               MOVE 'OK'       TO RPT-REC-RESULT
             ELSE
               MOVE 'MISMATCH' TO RPT-REC-RESULT
               ADD 1 TO WS-MISMATCH-CNT
             END-IF
             ADD WS-CO-BEFORE(WS-CO-IDX, WS-STORE-IDX) TO WS-TOT-BEFORE
             ADD WS-CO-OUT(WS-CO-IDX, WS-STORE-IDX)    TO WS-TOT-OUT
             ADD WS-CO-IN(WS-CO-IDX, WS-STORE-IDX)     TO WS-TOT-IN
             ADD WS-CO-AFTER(WS-CO-IDX, WS-STORE-IDX)  TO WS-TOT-AFTER
             IF WS-CO-BEFORE(WS-CO-IDX, WS-STORE-IDX) NOT = 0 OR
                WS-CO-AFTER(WS-CO-IDX, WS-STORE-IDX) NOT = 0
               MOVE WS-RPT-RECON TO RKRPT-LINE
               WRITE RKRPT-LINE
             END-IF
           END-PERFORM
           MOVE WS-STORE-NAME(WS-STORE-IDX) TO RPT-REC-STORE
           MOVE 'TOTAL'       TO RPT-REC-COMPANY
           MOVE WS-TOT-BEFORE TO RPT-REC-BEFORE
           MOVE WS-TOT-OUT    TO RPT-REC-OUT
           MOVE WS-TOT-IN     TO RPT-REC-IN
           MOVE WS-TOT-BEFORE TO RPT-REC-EXPECTED
           MOVE WS-TOT-AFTER  TO RPT-REC-AFTER
           IF WS-TOT-BEFORE = WS-TOT-AFTER AND WS-TOT-OUT = WS-TOT-IN
             MOVE 'OK'       TO RPT-REC-RESULT
           ELSE
             MOVE 'MISMATCH' TO RPT-REC-RESULT
             ADD 1 TO WS-MISMATCH-CNT
           END-IF
           MOVE WS-RPT-RECON TO RKRPT-LINE
           WRITE RKRPT-LINE.

       WRITE-AGGREGATE-RECONCILIATION.
           EVALUATE WS-AGG-TYPES(WS-AGGT-IDX:1)
             WHEN 'C' MOVE 'COUNTRY'   TO RPT-AGG-TYPE
             WHEN 'S' MOVE 'STATE'     TO RPT-AGG-TYPE
             WHEN 'B' MOVE 'BAND'      TO RPT-AGG-TYPE
             WHEN 'L' MOVE 'LIFECYCL'  TO RPT-AGG-TYPE
           END-EVALUATE
           MOVE WS-AGGT-COUNT-B(WS-AGGT-IDX)  TO RPT-AGG-COUNT-B
           MOVE WS-AGGT-COUNT-A(WS-AGGT-IDX)  TO RPT-AGG-COUNT-A
           MOVE WS-AGGT-SALARY-B(WS-AGGT-IDX) TO RPT-AGG-SALARY-B
           MOVE WS-AGGT-SALARY-A(WS-AGGT-IDX) TO RPT-AGG-SALARY-A
           MOVE WS-AGGT-INSUR-B(WS-AGGT-IDX)  TO RPT-AGG-INSUR-B
           MOVE WS-AGGT-INSUR-A(WS-AGGT-IDX)  TO RPT-AGG-INSUR-A
           IF WS-AGGT-COUNT-B(WS-AGGT-IDX) =
              WS-AGGT-COUNT-A(WS-AGGT-IDX) AND
              WS-AGGT-SALARY-B(WS-AGGT-IDX) =
              WS-AGGT-SALARY-A(WS-AGGT-IDX) AND
              WS-AGGT-INSUR-B(WS-AGGT-IDX) =
              WS-AGGT-INSUR-A(WS-AGGT-IDX)
             MOVE 'OK'       TO RPT-AGG-RESULT
           ELSE
             MOVE 'MISMATCH' TO RPT-AGG-RESULT
             ADD 1 TO WS-MISMATCH-CNT
           END-IF
           MOVE WS-RPT-AGG TO RKRPT-LINE
           WRITE RKRPT-LINE.

       DISPLAY-REKEY-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYREKEY JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RUN-ID           : " WS-RUN-ID
           DISPLAY "  CARDS READ       : " WS-CARD-CNT
           DISPLAY "  SELECTED         : " WS-SELECTED-CNT
           DISPLAY "  MOVED            : " WS-MOVED-CNT
           DISPLAY "  REFUSED          : " WS-REFUSED-CNT
           DISPLAY "  STORE FAILURES   : " WS-FAILED-CNT
           DISPLAY "  LINES REPOINTED  : " WS-RL-REPOINT-CNT
           DISPLAY "  LINES CLEARED    : " WS-RL-CLEAR-CNT
           DISPLAY "  JOURNAL ENTRIES  : " WS-JRN-WRITTEN-CNT
           DISPLAY "  RECON MISMATCHES : " WS-MISMATCH-CNT
           DISPLAY "=========================================="
           .

       END PROGRAM 'IXYREKEY'.
