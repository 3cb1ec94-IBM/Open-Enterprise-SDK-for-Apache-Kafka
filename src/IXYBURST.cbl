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
      * MAIN PROGRAM REPORT BURSTING BY DEPARTMENT OR COST CENTER
      ******************************************************************
      * The business reports print as one company-wide dataset. This
      * step, run after the report step, cuts one of them into a
      * slice per department (or cost center), routes each slice to
      * the recipients listed for it and logs what went to whom:
      * a. RPTIN   - the report dataset, as its program wrote it. The
      *    PARM says which report it is, and so how its lines read:
      *      EMPRPT    IXYEMRPT  detail lines carry the department;
      *                          the company comes from the COMPANY
      *                          heading above them.
      *      MOVERPT   IXYHCMOV  company, department, cost center.
      *      PGRPTOUT  IXYPGRPT  company and employee only.
      *      BUDVRPT   IXYBUDVR  company, department, cost center;
      *                          a DEPT TOT subtotal goes with its
      *                          department.
      *      ARRRPT    IXYARRPY  the EMPLOYEE line of each change
      *                          carries department and cost center;
      *                          the indented working under it goes
      *                          with it.
      *      AGGRPT    IXYAGRPT  no department or cost center on any
      *                          line -- the report goes whole.
      *    The heading at the top of the report (and on every page
      *    of EMPRPT) is repeated at the head of each slice that has
      *    lines under it.
      * b. ORGMAST - optional. A line that names an employee but not
      *    the department or cost center asked for is given the one
      *    the org reference holds for the company + employee.
      * c. A line owned by no department or cost center -- totals,
      *    summaries, an employee ORGMAST does not know -- goes to
      *    the *OTHER slice of the report.
      * d. DISTLIST - the distribution list, fixed columns:
      *        cols 1-8   report (as the PARM), or ALL
      *        cols 10-12 company, or *** for any
      *        cols 14-17 DEPT or CC
      *        cols 19-26 department or cost center code, or *OTHER
      *        cols 28-35 recipient id
      *        cols 37-80 recipient address
      *    Every card that matches a slice adds a recipient to it.
      *    '*' in column 1 is a comment.
      * e. RCPAPPR - the approved recipients (kept by HR security),
      *    fixed columns: cols 1-8 recipient id, cols 10-53 address,
      *    cols 55-62 approved by, cols 64-71 approval date. A
      *    recipient is approved only when its id and address both
      *    match a card.
      * f. BURSTOUT - the routed slices: per recipient and slice a
      *    banner record, then the slice's lines, each tagged with
      *    the recipient, address and slice key for the mailer.
      * g. BURSTHLD - the held slices, in the same layout with the
      *    hold reason: UNAPPRVD (recipient not on RCPAPPR) or
      *    NOROUTE (no DISTLIST card for the slice). Nothing held is
      *    sent; release is by correcting the lists and rerunning.
      * h. DISTLOG - one record appended per delivery, routed or
      *    held: burst time, report, slice, recipient, address,
      *    action, reason, pages and lines.
      *
      * PARM: cols 1-8 the report (above); cols 10-13 DEPT or CC,
      * the slicing (default DEPT).
      *
      * Return codes: 04 slices held; 08 RCPAPPR unavailable (every
      * slice held) or a table full; 12 invalid PARM or a list card
      * that cannot be read as written; 16 RPTIN, DISTLIST or an
      * output unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYBURST'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RPTIN ASSIGN TO RPTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RPTIN-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT DISTLIST ASSIGN TO DISTLIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DISTLIST-STATUS.

           SELECT RCPAPPR ASSIGN TO RCPAPPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RCPAPPR-STATUS.

           SELECT BURSTOUT ASSIGN TO BURSTOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-BURSTOUT-STATUS.

           SELECT BURSTHLD ASSIGN TO BURSTHLD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-BURSTHLD-STATUS.

           SELECT DISTLOG ASSIGN TO DISTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DISTLOG-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.
         FD RPTIN
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RPTIN-LINE.

         01 RPTIN-LINE              PIC X(132).

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

         FD DISTLIST
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DISTRIBUTION-CARD.

         01 DISTRIBUTION-CARD.
            05 DST-REPORT         PIC X(08).
            05 FILLER             PIC X(01).
            05 DST-COMPANY        PIC X(03).
            05 FILLER             PIC X(01).
            05 DST-KEY-TYPE       PIC X(04).
            05 FILLER             PIC X(01).
            05 DST-KEY            PIC X(08).
            05 FILLER             PIC X(01).
            05 DST-RECIPIENT      PIC X(08).
            05 FILLER             PIC X(01).
            05 DST-ADDRESS        PIC X(44).

         FD RCPAPPR
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  APPROVED-RECIPIENT-CARD.

         01 APPROVED-RECIPIENT-CARD.
            05 APR-RECIPIENT      PIC X(08).
            05 FILLER             PIC X(01).
            05 APR-ADDRESS        PIC X(44).
            05 FILLER             PIC X(01).
            05 APR-APPROVED-BY    PIC X(08).
            05 FILLER             PIC X(01).
            05 APR-APPROVED-DATE  PIC X(08).
            05 FILLER             PIC X(09).

      * One record per report line delivered, or per slice banner.
         FD BURSTOUT
           RECORD CONTAINS 220  CHARACTERS
           BLOCK  CONTAINS 2200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BURST-OUT-RECORD.

         01 BURST-OUT-RECORD        PIC X(220).

         FD BURSTHLD
           RECORD CONTAINS 220  CHARACTERS
           BLOCK  CONTAINS 2200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BURST-HELD-RECORD.

         01 BURST-HELD-RECORD       PIC X(220).

         FD DISTLOG
           RECORD CONTAINS 150  CHARACTERS
           BLOCK  CONTAINS 1500 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DISTRIBUTION-LOG-RECORD.

         01 DISTRIBUTION-LOG-RECORD.
            05 DLG-BURST-TS       PIC X(21).
            05 DLG-REPORT         PIC X(08).
            05 DLG-KEY-TYPE       PIC X(04).
            05 DLG-COMPANY        PIC X(03).
            05 DLG-KEY            PIC X(08).
            05 DLG-RECIPIENT      PIC X(08).
            05 DLG-ADDRESS        PIC X(44).
            05 DLG-ACTION         PIC X(08).
            05 DLG-REASON         PIC X(08).
            05 DLG-PAGES          PIC 9(05).
            05 DLG-LINES          PIC 9(07).
            05 FILLER             PIC X(26).

      * The report lines, once per recipient, in delivery order.
         SD SORTWK
           DATA RECORD     IS  SORT-BURST-RECORD.

         01 SORT-BURST-RECORD.
            05 SB-RECIPIENT       PIC X(08).
            05 SB-COMPANY         PIC X(03).
            05 SB-KEY             PIC X(08).
            05 SB-SEQ             PIC S9(9) BINARY.
            05 SB-SLICE-IDX       PIC S9(4) BINARY.
            05 SB-ROUTE-IDX       PIC S9(4) BINARY.
            05 SB-KIND            PIC X(01).
                88 SB-PAGE-TOP    VALUE 'T'.
            05 SB-LINE            PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-RPTIN-STATUS     PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-DISTLIST-STATUS  PIC X(02).
         01 WS-RCPAPPR-STATUS   PIC X(02).
         01 WS-BURSTOUT-STATUS  PIC X(02).
         01 WS-BURSTHLD-STATUS  PIC X(02).
         01 WS-DISTLOG-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-ORGMAST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-ORGMAST-OPEN VALUE 'Y'.
         01 WS-RCPAPPR-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-RCPAPPR-OPEN VALUE 'Y'.
         01 WS-DISTLOG-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-DISTLOG-OPEN VALUE 'Y'.

      * What is being burst, and how.
         01 WS-REPORT           PIC X(08) VALUE SPACES.
             88 WS-RPT-EMPRPT   VALUE 'EMPRPT  '.
             88 WS-RPT-MOVERPT  VALUE 'MOVERPT '.
             88 WS-RPT-PGRPTOUT VALUE 'PGRPTOUT'.
             88 WS-RPT-BUDVRPT  VALUE 'BUDVRPT '.
             88 WS-RPT-ARRRPT   VALUE 'ARRRPT  '.
             88 WS-RPT-AGGRPT   VALUE 'AGGRPT  '.
         01 WS-KEY-TYPE         PIC X(04) VALUE 'DEPT'.
             88 WS-BY-DEPT      VALUE 'DEPT'.
             88 WS-BY-CC        VALUE 'CC  '.

      * The distribution list, as loaded; an entry is approved when
      * its recipient and address are both on RCPAPPR.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-ROUTE-MAX        PIC S9(4) BINARY VALUE 500.
         01 WS-ROUTE-CNT        PIC S9(4) BINARY VALUE 0.
         01 WS-ROUTE-TABLE.
            05 WS-ROUTE-ENTRY OCCURS 500 TIMES.
              10 WS-RTE-REPORT       PIC X(08).
              10 WS-RTE-COMPANY      PIC X(03).
              10 WS-RTE-KEY-TYPE     PIC X(04).
              10 WS-RTE-KEY          PIC X(08).
              10 WS-RTE-RECIPIENT    PIC X(08).
              10 WS-RTE-ADDRESS      PIC X(44).
              10 WS-RTE-APPROVED-SW  PIC X(01).
                  88 WS-RTE-APPROVED VALUE 'Y'.
         01 WS-ROUTE-IDX        PIC S9(4) BINARY VALUE 0.

         01 WS-APL-MAX          PIC S9(4) BINARY VALUE 500.
         01 WS-APL-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-APL-TABLE.
            05 WS-APL-ENTRY OCCURS 500 TIMES.
              10 WS-APL-RECIPIENT    PIC X(08).
              10 WS-APL-ADDRESS      PIC X(44).
         01 WS-APL-IDX          PIC S9(4) BINARY VALUE 0.

      * The slices found, with the recipients routed to each, and
      * the heading last repeated into each.
         01 WS-SLICE-MAX        PIC S9(4) BINARY VALUE 2000.
         01 WS-SLICE-CNT        PIC S9(4) BINARY VALUE 0.
         01 WS-SLICE-TABLE.
            05 WS-SLICE-ENTRY OCCURS 2000 TIMES.
              10 WS-SLC-COMPANY      PIC X(03).
              10 WS-SLC-KEY          PIC X(08).
              10 WS-SLC-HDR-SEQ      PIC S9(9) BINARY.
              10 WS-SLC-RCP-CNT      PIC S9(4) BINARY.
              10 WS-SLC-RCP-ROUTE    PIC S9(4) BINARY
                                     OCCURS 10 TIMES.
         01 WS-SLICE-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-SLICE-FOUND-IDX  PIC S9(4) BINARY VALUE 0.
         01 WS-RCP-MAX          PIC S9(4) BINARY VALUE 10.
         01 WS-RCP-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-RCP-DUP-SW       PIC X(01).
             88 WS-RCP-DUP      VALUE 'Y'.
         01 WS-OTHER-COMPANY    PIC X(03) VALUE '***'.
         01 WS-OTHER-KEY        PIC X(08) VALUE '*OTHER'.
         01 WS-SLICE-FULL-SW    PIC X(01) VALUE 'N'.
             88 WS-SLICE-FULL   VALUE 'Y'.

      * The current report heading, repeated into each slice.
         01 WS-HDR-MAX          PIC S9(4) BINARY VALUE 10.
         01 WS-HDR-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-HDR-TABLE.
            05 WS-HDR-LINE OCCURS 10 TIMES PIC X(132).
         01 WS-HDR-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-HDR-SEQ          PIC S9(9) BINARY VALUE 0.
         01 WS-IN-HEADING-SW    PIC X(01) VALUE 'N'.
             88 WS-IN-HEADING   VALUE 'Y'.
         01 WS-DASH-LINE        PIC X(132) VALUE ALL '-'.

      * The line being classified.
         01 WS-LINE-NO          PIC S9(9) BINARY VALUE 0.
         01 WS-RELEASE-SEQ      PIC S9(9) BINARY VALUE 0.
         01 WS-LINE-CLASS       PIC X(01).
             88 WS-LINE-TITLE    VALUE 'T'.
             88 WS-LINE-HEADING  VALUE 'H'.
             88 WS-LINE-KEYED    VALUE 'K'.
             88 WS-LINE-RESIDUAL VALUE 'R'.
         01 WS-LINE-COMPANY     PIC X(03).
         01 WS-LINE-DEPT        PIC X(06).
         01 WS-LINE-CC          PIC X(08).
         01 WS-LINE-EMP-ID      PIC 9(09).
         01 WS-LINE-EMP-SW      PIC X(01).
             88 WS-LINE-HAS-EMP VALUE 'Y'.
         01 WS-LINE-KEY         PIC X(08).
         01 WS-CURRENT-COMPANY  PIC X(03) VALUE SPACES.

      * ARRRPT: the change a line of working belongs to.
         01 WS-BLOCK-SW         PIC X(01) VALUE 'N'.
             88 WS-IN-BLOCK     VALUE 'Y'.
         01 WS-BLOCK-COMPANY    PIC X(03).
         01 WS-BLOCK-KEY        PIC X(08).

      * The delivery in hand on the SORT output side.
         01 WS-DLV-OPEN-SW      PIC X(01) VALUE 'N'.
             88 WS-DLV-OPEN     VALUE 'Y'.
         01 WS-DLV-RECIPIENT    PIC X(08).
         01 WS-DLV-COMPANY      PIC X(03).
         01 WS-DLV-KEY          PIC X(08).
         01 WS-DLV-ADDRESS      PIC X(44).
         01 WS-DLV-REASON       PIC X(08).
         01 WS-DLV-HELD-SW      PIC X(01).
             88 WS-DLV-HELD     VALUE 'Y'.
         01 WS-DLV-PAGES        PIC S9(9) BINARY VALUE 0.
         01 WS-DLV-LINES        PIC S9(9) BINARY VALUE 0.

         01 WS-BURST-RECORD.
            05 BRS-RECIPIENT      PIC X(08).
            05 BRS-ADDRESS        PIC X(44).
            05 BRS-REPORT         PIC X(08).
            05 BRS-COMPANY        PIC X(03).
            05 BRS-KEY-TYPE       PIC X(04).
            05 BRS-KEY            PIC X(08).
            05 BRS-REC-TYPE       PIC X(01).
                88 BRS-BANNER     VALUE 'B'.
                88 BRS-REPORT-LINE VALUE 'L'.
            05 BRS-HOLD-REASON    PIC X(08).
            05 BRS-LINE           PIC X(132).
            05 FILLER             PIC X(04).

         01 WS-EDIT-LINES       PIC Z(6)9.
         01 WS-EDIT-PAGES       PIC Z(4)9.

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-KEYED-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-OTHER-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-ORG-LOOKUP-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-ORG-MISS-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-ROUTED-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-HELD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-NOROUTE-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-UNAPPROVED-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-OUT-LINE-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-HELD-LINE-CNT    PIC S9(9) BINARY VALUE 0.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYBURST'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-REPORT            PIC X(08).
           05 FILLER                 PIC X(01).
           05 PARM-KEY-TYPE          PIC X(04).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "REPORT BURSTING BY DEPARTMENT OR COST CENTER"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM CHECK-BURST-PARM
           PERFORM LOAD-DISTRIBUTION-LIST
           PERFORM LOAD-APPROVED-RECIPIENTS
           IF WS-DECK-BAD
             MOVE 12 TO RETURN-CODE
             MOVE "IXYBURST: DISTLIST OR RCPAPPR IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-BURST-RUN
           END-IF
           PERFORM APPROVE-ROUTES
           PERFORM OPEN-BURST-FILES

           SORT SORTWK
                ON ASCENDING KEY SB-RECIPIENT SB-COMPANY SB-KEY
                                 SB-SEQ
                INPUT PROCEDURE IS SPLIT-REPORT
                OUTPUT PROCEDURE IS DELIVER-SLICES

           CLOSE RPTIN
           IF WS-ORGMAST-OPEN
             CLOSE ORGMAST
           END-IF
           CLOSE BURSTOUT
           CLOSE BURSTHLD
           IF WS-DISTLOG-OPEN
             CLOSE DISTLOG
           END-IF

           IF WS-HELD-CNT > 0
             MOVE 9856 TO ERRLOG-CODE
             MOVE "IXYBURST: REPORT SLICES HELD BACK - SEE DISTLOG"
                      TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM DISPLAY-BURST-SUMMARY
           GOBACK
           .

       CHECK-BURST-PARM.
           EVALUATE TRUE
             WHEN PARM-LENGTH >= 8
               MOVE PARM-REPORT TO WS-REPORT
             WHEN PARM-LENGTH > 0
               MOVE PARM-REPORT(1:PARM-LENGTH) TO WS-REPORT
           END-EVALUATE
           EVALUATE TRUE
             WHEN PARM-LENGTH >= 13
               MOVE PARM-KEY-TYPE TO WS-KEY-TYPE
             WHEN PARM-LENGTH >= 10
               MOVE SPACES TO WS-KEY-TYPE
               MOVE PARM-KEY-TYPE(1:PARM-LENGTH - 9) TO WS-KEY-TYPE
           END-EVALUATE
           IF NOT (WS-RPT-EMPRPT OR WS-RPT-MOVERPT OR
                   WS-RPT-PGRPTOUT OR WS-RPT-BUDVRPT OR
                   WS-RPT-ARRRPT OR WS-RPT-AGGRPT)
             DISPLAY "ERROR : PARM MUST NAME EMPRPT, MOVERPT, "
                     "PGRPTOUT, BUDVRPT, ARRRPT OR AGGRPT - GOT '"
                     WS-REPORT "'"
             SET WS-DECK-BAD TO TRUE
           END-IF
           IF NOT (WS-BY-DEPT OR WS-BY-CC)
             DISPLAY "ERROR : PARM COLS 10-13 MUST BE DEPT OR CC - "
                     "GOT '" WS-KEY-TYPE "'"
             SET WS-DECK-BAD TO TRUE
           END-IF
           IF WS-DECK-BAD
             MOVE 12 TO RETURN-CODE
             MOVE "IXYBURST: INVALID PARM" TO ERRLOG-MSG
             PERFORM ABANDON-BURST-RUN
           END-IF
           DISPLAY "BURSTING " WS-REPORT " BY " WS-KEY-TYPE.

       LOAD-DISTRIBUTION-LIST.
      *****************************************************************
      * Without a distribution list nothing can be routed; a card
      * that cannot be read as written stops the run rather than
      * send a slice somewhere it was not meant to go.
      *****************************************************************
           OPEN INPUT DISTLIST
           IF WS-DISTLIST-STATUS NOT = '00'
             DISPLAY "ERROR : DISTLIST NOT AVAILABLE, FILE STATUS "
                     WS-DISTLIST-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYBURST: DISTLIST NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-BURST-RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ DISTLIST
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF DISTRIBUTION-CARD(1:1) NOT = '*' AND
                  DISTRIBUTION-CARD NOT = SPACES
                 PERFORM LOAD-DISTRIBUTION-CARD
               END-IF
             END-READ
           END-PERFORM
           CLOSE DISTLIST
           DISPLAY "DISTRIBUTION ROUTES     : " WS-ROUTE-CNT.

       LOAD-DISTRIBUTION-CARD.
           EVALUATE TRUE
             WHEN DST-RECIPIENT = SPACES OR DST-ADDRESS = SPACES
               DISPLAY "ERROR : DISTLIST CARD WITHOUT A RECIPIENT "
                       "AND ADDRESS : " DISTRIBUTION-CARD
               SET WS-DECK-BAD TO TRUE
             WHEN DST-KEY = SPACES
               DISPLAY "ERROR : DISTLIST CARD WITHOUT A DEPARTMENT "
                       "OR COST CENTER : " DISTRIBUTION-CARD
               SET WS-DECK-BAD TO TRUE
             WHEN DST-KEY NOT = WS-OTHER-KEY AND
                  DST-KEY-TYPE NOT = 'DEPT' AND
                  DST-KEY-TYPE NOT = 'CC  '
               DISPLAY "ERROR : DISTLIST CARD TYPE MUST BE DEPT OR "
                       "CC : " DISTRIBUTION-CARD
               SET WS-DECK-BAD TO TRUE
             WHEN DST-REPORT = SPACES
               DISPLAY "ERROR : DISTLIST CARD WITHOUT A REPORT : "
                       DISTRIBUTION-CARD
               SET WS-DECK-BAD TO TRUE
             WHEN WS-ROUTE-CNT >= WS-ROUTE-MAX
               DISPLAY "ERROR : MORE THAN " WS-ROUTE-MAX
                       " DISTLIST CARDS"
               SET WS-DECK-BAD TO TRUE
             WHEN OTHER
               ADD 1 TO WS-ROUTE-CNT
               MOVE DST-REPORT    TO WS-RTE-REPORT(WS-ROUTE-CNT)
               MOVE DST-COMPANY   TO WS-RTE-COMPANY(WS-ROUTE-CNT)
               MOVE DST-KEY-TYPE  TO WS-RTE-KEY-TYPE(WS-ROUTE-CNT)
               MOVE DST-KEY       TO WS-RTE-KEY(WS-ROUTE-CNT)
               MOVE DST-RECIPIENT TO WS-RTE-RECIPIENT(WS-ROUTE-CNT)
               MOVE DST-ADDRESS   TO WS-RTE-ADDRESS(WS-ROUTE-CNT)
               MOVE 'N' TO WS-RTE-APPROVED-SW(WS-ROUTE-CNT)
           END-EVALUATE.

       LOAD-APPROVED-RECIPIENTS.
      *****************************************************************
      * No RCPAPPR approves nobody: the burst still runs, and every
      * slice is held.
      *****************************************************************
           OPEN INPUT RCPAPPR
           IF WS-RCPAPPR-STATUS NOT = '00'
             DISPLAY "WARNING : RCPAPPR NOT AVAILABLE, FILE STATUS "
                     WS-RCPAPPR-STATUS " - EVERY SLICE WILL BE HELD"
             MOVE 8 TO RETURN-CODE
           ELSE
             SET WS-RCPAPPR-OPEN TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ RCPAPPR
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF APPROVED-RECIPIENT-CARD(1:1) NOT = '*' AND
                    APPROVED-RECIPIENT-CARD NOT = SPACES
                   PERFORM LOAD-APPROVED-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE RCPAPPR
           END-IF
           DISPLAY "APPROVED RECIPIENTS     : " WS-APL-CNT.

       LOAD-APPROVED-CARD.
           EVALUATE TRUE
             WHEN APR-RECIPIENT = SPACES OR APR-ADDRESS = SPACES
               DISPLAY "ERROR : RCPAPPR CARD WITHOUT A RECIPIENT "
                       "AND ADDRESS : " APPROVED-RECIPIENT-CARD
               SET WS-DECK-BAD TO TRUE
             WHEN WS-APL-CNT >= WS-APL-MAX
               DISPLAY "ERROR : MORE THAN " WS-APL-MAX
                       " RCPAPPR CARDS"
               SET WS-DECK-BAD TO TRUE
             WHEN OTHER
               ADD 1 TO WS-APL-CNT
               MOVE APR-RECIPIENT TO WS-APL-RECIPIENT(WS-APL-CNT)
               MOVE APR-ADDRESS   TO WS-APL-ADDRESS(WS-APL-CNT)
           END-EVALUATE.

       APPROVE-ROUTES.
      *****************************************************************
      * A route is approved when its recipient id and address are
      * both on the approved list -- the same id at another address
      * is not the same recipient.
      *****************************************************************
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                     UNTIL WS-ROUTE-IDX > WS-ROUTE-CNT
             PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                       UNTIL WS-APL-IDX > WS-APL-CNT
                          OR WS-RTE-APPROVED(WS-ROUTE-IDX)
               IF WS-APL-RECIPIENT(WS-APL-IDX) =
                           WS-RTE-RECIPIENT(WS-ROUTE-IDX) AND
                  WS-APL-ADDRESS(WS-APL-IDX) =
                           WS-RTE-ADDRESS(WS-ROUTE-IDX)
                 SET WS-RTE-APPROVED(WS-ROUTE-IDX) TO TRUE
               END-IF
             END-PERFORM
             IF NOT WS-RTE-APPROVED(WS-ROUTE-IDX)
               DISPLAY "WARNING : RECIPIENT "
                       WS-RTE-RECIPIENT(WS-ROUTE-IDX) " AT "
                       WS-RTE-ADDRESS(WS-ROUTE-IDX)
                       " IS NOT APPROVED"
             END-IF
           END-PERFORM.

       OPEN-BURST-FILES.
           OPEN INPUT RPTIN
           IF WS-RPTIN-STATUS NOT = '00'
             DISPLAY "ERROR : RPTIN NOT AVAILABLE, FILE STATUS "
                     WS-RPTIN-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYBURST: RPTIN NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-BURST-RUN
           END-IF
           OPEN INPUT ORGMAST
           IF WS-ORGMAST-STATUS = '00'
             SET WS-ORGMAST-OPEN TO TRUE
           ELSE
             DISPLAY "ORGMAST NOT AVAILABLE - LINES NAMING ONLY AN "
                     "EMPLOYEE GO TO *OTHER, FILE STATUS "
                     WS-ORGMAST-STATUS
           END-IF
           OPEN OUTPUT BURSTOUT
           OPEN OUTPUT BURSTHLD
           IF WS-BURSTOUT-STATUS NOT = '00' OR
              WS-BURSTHLD-STATUS NOT = '00'
             DISPLAY "ERROR : OUTPUT NOT AVAILABLE, BURSTOUT "
                     WS-BURSTOUT-STATUS " BURSTHLD "
                     WS-BURSTHLD-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYBURST: BURST OUTPUT NOT AVAILABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-BURST-RUN
           END-IF
           OPEN EXTEND DISTLOG
           IF WS-DISTLOG-STATUS NOT = '00'
             OPEN OUTPUT DISTLOG
           END-IF
           IF WS-DISTLOG-STATUS NOT = '00'
             DISPLAY "ERROR : OPEN DISTLOG FAILED. STATUS: "
                     WS-DISTLOG-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYBURST: DISTLOG NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-BURST-RUN
           END-IF
           SET WS-DISTLOG-OPEN TO TRUE.

       SPLIT-REPORT.
      *****************************************************************
      * The SORT input side: each report line is given to its slice,
      * and released once for every recipient of the slice (once,
      * unaddressed, when the slice has none). *OTHER is always the
      * first slice, so a full table still has somewhere to put a
      * line.
      *****************************************************************
           MOVE WS-OTHER-COMPANY TO WS-LINE-COMPANY
           MOVE WS-OTHER-KEY     TO WS-LINE-KEY
           PERFORM LOCATE-SLICE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ RPTIN
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-CNT
               ADD 1 TO WS-LINE-NO
               PERFORM CLASSIFY-REPORT-LINE
               EVALUATE TRUE
                 WHEN WS-LINE-TITLE
                   ADD 1 TO WS-HDR-SEQ
                   MOVE 1 TO WS-HDR-CNT
                   MOVE RPTIN-LINE TO WS-HDR-LINE(1)
                 WHEN WS-LINE-HEADING
                   IF WS-HDR-CNT < WS-HDR-MAX
                     ADD 1 TO WS-HDR-CNT
                     MOVE RPTIN-LINE TO WS-HDR-LINE(WS-HDR-CNT)
                   END-IF
                 WHEN OTHER
                   PERFORM ASSIGN-LINE-TO-SLICE
               END-EVALUATE
             END-READ
           END-PERFORM.

       CLASSIFY-REPORT-LINE.
      *****************************************************************
      * The first line of the report (and of every EMPRPT page)
      * opens a heading, which runs to its underline of dashes --
      * ARRRPT, which has none, to its third line. Below the heading
      * each report's own layout decides the line's owner.
      *****************************************************************
           SET WS-LINE-RESIDUAL TO TRUE
           MOVE SPACES TO WS-LINE-COMPANY
           MOVE SPACES TO WS-LINE-DEPT
           MOVE SPACES TO WS-LINE-CC
           MOVE 0      TO WS-LINE-EMP-ID
           MOVE 'N'    TO WS-LINE-EMP-SW
           EVALUATE TRUE
             WHEN WS-LINE-NO = 1
               SET WS-LINE-TITLE TO TRUE
               SET WS-IN-HEADING TO TRUE
             WHEN WS-RPT-EMPRPT AND
                  RPTIN-LINE(46:33) =
                           'DAILY EMPLOYEE POSITION STATEMENT'
               SET WS-LINE-TITLE TO TRUE
               SET WS-IN-HEADING TO TRUE
             WHEN WS-IN-HEADING
               SET WS-LINE-HEADING TO TRUE
               IF RPTIN-LINE = WS-DASH-LINE OR
                  (WS-RPT-ARRRPT AND WS-LINE-NO >= 3)
                 MOVE 'N' TO WS-IN-HEADING-SW
               END-IF
             WHEN WS-RPT-EMPRPT
               PERFORM CLASSIFY-EMPRPT-LINE
             WHEN WS-RPT-MOVERPT
               PERFORM CLASSIFY-MOVERPT-LINE
             WHEN WS-RPT-PGRPTOUT
               PERFORM CLASSIFY-PGRPTOUT-LINE
             WHEN WS-RPT-BUDVRPT
               PERFORM CLASSIFY-BUDVRPT-LINE
             WHEN WS-RPT-ARRRPT
               PERFORM CLASSIFY-ARRRPT-LINE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CLASSIFY-EMPRPT-LINE.
      *****************************************************************
      * IXYEMRPT: a COMPANY heading sets the company for the lines
      * under it; a detail line has the employee id in cols 3-11
      * and the department in cols 88-93.
      *****************************************************************
           EVALUATE TRUE
             WHEN RPTIN-LINE(3:10) = 'COMPANY : '
               IF RPTIN-LINE(13:1) = '('
                 MOVE SPACES TO WS-CURRENT-COMPANY
               ELSE
                 MOVE RPTIN-LINE(13:3) TO WS-CURRENT-COMPANY
               END-IF
             WHEN RPTIN-LINE(1:2) = SPACES AND
                  RPTIN-LINE(3:9) IS NUMERIC
               SET WS-LINE-KEYED TO TRUE
               MOVE WS-CURRENT-COMPANY TO WS-LINE-COMPANY
               MOVE RPTIN-LINE(3:9)    TO WS-LINE-EMP-ID
               SET WS-LINE-HAS-EMP TO TRUE
               MOVE RPTIN-LINE(88:6)   TO WS-LINE-DEPT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CLASSIFY-MOVERPT-LINE.
      *****************************************************************
      * IXYHCMOV: company cols 3-5, department 7-12, cost center
      * 15-22, the opening count ending in col 33. Its column
      * caption joins the heading; TOTAL, ALL and (NONE) lines are
      * not a department's.
      *****************************************************************
           EVALUATE TRUE
             WHEN RPTIN-LINE(1:12) = '  CO  DEPT  '
               SET WS-LINE-HEADING TO TRUE
             WHEN RPTIN-LINE(1:2) = SPACES AND
                  RPTIN-LINE(6:1) = SPACE AND
                  RPTIN-LINE(13:2) = SPACES AND
                  RPTIN-LINE(33:1) IS NUMERIC
               IF RPTIN-LINE(7:6) NOT = 'TOTAL ' AND
                  RPTIN-LINE(7:6) NOT = 'ALL   ' AND
                  RPTIN-LINE(7:6) NOT = '(NONE)'
                 SET WS-LINE-KEYED TO TRUE
                 MOVE RPTIN-LINE(3:3)  TO WS-LINE-COMPANY
                 MOVE RPTIN-LINE(7:6)  TO WS-LINE-DEPT
                 MOVE RPTIN-LINE(15:8) TO WS-LINE-CC
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CLASSIFY-PGRPTOUT-LINE.
      *****************************************************************
      * IXYPGRPT: company cols 3-5 and employee id 8-16 -- the
      * department and cost center come from ORGMAST.
      *****************************************************************
           IF RPTIN-LINE(1:2) = SPACES AND
              RPTIN-LINE(6:2) = SPACES AND
              RPTIN-LINE(8:9) IS NUMERIC AND
              RPTIN-LINE(17:2) = SPACES
             SET WS-LINE-KEYED TO TRUE
             MOVE RPTIN-LINE(3:3) TO WS-LINE-COMPANY
             MOVE RPTIN-LINE(8:9) TO WS-LINE-EMP-ID
             SET WS-LINE-HAS-EMP TO TRUE
           END-IF.

       CLASSIFY-BUDVRPT-LINE.
      *****************************************************************
      * IXYBUDVR: company cols 3-5, department 8-13, cost center
      * 16-23. A DEPT TOT subtotal belongs to its department; the
      * company (CO TOTAL) and grand (***) totals to no one.
      *****************************************************************
           IF RPTIN-LINE(1:2) = SPACES AND
              RPTIN-LINE(6:2) = SPACES AND
              RPTIN-LINE(14:2) = SPACES AND
              RPTIN-LINE(24:2) = SPACES AND
              RPTIN-LINE(3:3) NOT = '***' AND
              RPTIN-LINE(16:8) NOT = 'CO TOTAL'
             SET WS-LINE-KEYED TO TRUE
             MOVE RPTIN-LINE(3:3)  TO WS-LINE-COMPANY
             MOVE RPTIN-LINE(8:6)  TO WS-LINE-DEPT
             IF RPTIN-LINE(16:8) NOT = 'DEPT TOT'
               MOVE RPTIN-LINE(16:8) TO WS-LINE-CC
             END-IF
           END-IF.

       CLASSIFY-ARRRPT-LINE.
      *****************************************************************
      * IXYARRPY: each back-dated change opens with an EMPLOYEE line
      * (company cols 10-12, employee 14-22, department 62-67, cost
      * center 73-80). The indented working under it, and the blank
      * line that closes it, go with the change.
      *****************************************************************
           EVALUATE TRUE
             WHEN RPTIN-LINE(1:9) = 'EMPLOYEE '
               SET WS-LINE-KEYED TO TRUE
               MOVE RPTIN-LINE(10:3) TO WS-LINE-COMPANY
               IF RPTIN-LINE(14:9) IS NUMERIC
                 MOVE RPTIN-LINE(14:9) TO WS-LINE-EMP-ID
                 SET WS-LINE-HAS-EMP TO TRUE
               END-IF
               MOVE RPTIN-LINE(62:6) TO WS-LINE-DEPT
               MOVE RPTIN-LINE(73:8) TO WS-LINE-CC
               SET WS-IN-BLOCK TO TRUE
             WHEN WS-IN-BLOCK AND RPTIN-LINE = SPACES
               SET WS-LINE-KEYED TO TRUE
               MOVE 'N' TO WS-BLOCK-SW
             WHEN WS-IN-BLOCK AND RPTIN-LINE(1:6) = SPACES
               SET WS-LINE-KEYED TO TRUE
             WHEN OTHER
               MOVE 'N' TO WS-BLOCK-SW
           END-EVALUATE.

       ASSIGN-LINE-TO-SLICE.
      *****************************************************************
      * The slice key is the department or cost center asked for --
      * from the line, else from ORGMAST for the line's employee.
      * ARRRPT working lines take the key of their EMPLOYEE line.
      * Anything left without one goes to *OTHER.
      *****************************************************************
           MOVE SPACES TO WS-LINE-KEY
           IF WS-LINE-KEYED
             IF WS-RPT-ARRRPT AND RPTIN-LINE(1:9) NOT = 'EMPLOYEE '
               MOVE WS-BLOCK-COMPANY TO WS-LINE-COMPANY
               MOVE WS-BLOCK-KEY     TO WS-LINE-KEY
             ELSE
               IF WS-BY-DEPT
                 MOVE WS-LINE-DEPT TO WS-LINE-KEY
               ELSE
                 MOVE WS-LINE-CC   TO WS-LINE-KEY
               END-IF
               IF WS-LINE-KEY = SPACES AND WS-LINE-HAS-EMP
                 PERFORM LOOKUP-LINE-OWNER
               END-IF
               IF WS-RPT-ARRRPT
                 MOVE WS-LINE-COMPANY TO WS-BLOCK-COMPANY
                 MOVE WS-LINE-KEY     TO WS-BLOCK-KEY
               END-IF
             END-IF
           END-IF

           IF WS-LINE-KEY = SPACES
             ADD 1 TO WS-OTHER-CNT
             MOVE WS-OTHER-COMPANY TO WS-LINE-COMPANY
             MOVE WS-OTHER-KEY     TO WS-LINE-KEY
           ELSE
             ADD 1 TO WS-KEYED-CNT
           END-IF
           PERFORM LOCATE-SLICE
           IF WS-SLICE-FOUND-IDX = 0
             MOVE 1 TO WS-SLICE-FOUND-IDX
           END-IF

           IF WS-SLC-HDR-SEQ(WS-SLICE-FOUND-IDX) NOT = WS-HDR-SEQ
             MOVE WS-HDR-SEQ TO WS-SLC-HDR-SEQ(WS-SLICE-FOUND-IDX)
             PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                       UNTIL WS-HDR-IDX > WS-HDR-CNT
               MOVE WS-HDR-LINE(WS-HDR-IDX) TO SB-LINE
               IF WS-HDR-IDX = 1
                 MOVE 'T' TO SB-KIND
               ELSE
                 MOVE 'H' TO SB-KIND
               END-IF
               PERFORM RELEASE-SLICE-LINE
             END-PERFORM
           END-IF
           MOVE RPTIN-LINE TO SB-LINE
           MOVE 'L' TO SB-KIND
           PERFORM RELEASE-SLICE-LINE.

       LOOKUP-LINE-OWNER.
           IF WS-ORGMAST-OPEN
             ADD 1 TO WS-ORG-LOOKUP-CNT
             MOVE WS-LINE-COMPANY TO ORG-COMPANY
             MOVE WS-LINE-EMP-ID  TO ORG-EMPLOYEE-ID
             READ ORGMAST
             IF WS-ORGMAST-STATUS = '00'
               IF WS-BY-DEPT
                 MOVE ORG-DEPT-CODE   TO WS-LINE-KEY
               ELSE
                 MOVE ORG-COST-CENTER TO WS-LINE-KEY
               END-IF
             ELSE
               ADD 1 TO WS-ORG-MISS-CNT
             END-IF
           END-IF.

       LOCATE-SLICE.
      *****************************************************************
      * The slice for company + key, added on first sight with the
      * recipients the distribution list routes it to. When the
      * table is full the found index stays 0 and the caller uses
      * *OTHER.
      *****************************************************************
           MOVE 0 TO WS-SLICE-FOUND-IDX
           PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
                     UNTIL WS-SLICE-IDX > WS-SLICE-CNT
                        OR WS-SLICE-FOUND-IDX NOT = 0
             IF WS-SLC-COMPANY(WS-SLICE-IDX) = WS-LINE-COMPANY AND
                WS-SLC-KEY(WS-SLICE-IDX) = WS-LINE-KEY
               MOVE WS-SLICE-IDX TO WS-SLICE-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-SLICE-FOUND-IDX = 0
             IF WS-SLICE-CNT >= WS-SLICE-MAX
               IF NOT WS-SLICE-FULL
                 DISPLAY "ERROR : MORE THAN " WS-SLICE-MAX
                         " SLICES - THE REST GO TO *OTHER"
                 SET WS-SLICE-FULL TO TRUE
                 IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
                 END-IF
               END-IF
             ELSE
               ADD 1 TO WS-SLICE-CNT
               MOVE WS-SLICE-CNT TO WS-SLICE-FOUND-IDX
               MOVE WS-LINE-COMPANY TO
                        WS-SLC-COMPANY(WS-SLICE-FOUND-IDX)
               MOVE WS-LINE-KEY TO WS-SLC-KEY(WS-SLICE-FOUND-IDX)
               MOVE 0 TO WS-SLC-HDR-SEQ(WS-SLICE-FOUND-IDX)
               MOVE 0 TO WS-SLC-RCP-CNT(WS-SLICE-FOUND-IDX)
               PERFORM ROUTE-NEW-SLICE
             END-IF
           END-IF
           .

       ROUTE-NEW-SLICE.
      *****************************************************************
      * Every matching card adds its recipient once. *OTHER cards
      * match the *OTHER slice whatever their type.
      *****************************************************************
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                     UNTIL WS-ROUTE-IDX > WS-ROUTE-CNT
             IF (WS-RTE-REPORT(WS-ROUTE-IDX) = 'ALL     ' OR
                 WS-RTE-REPORT(WS-ROUTE-IDX) = WS-REPORT) AND
                (WS-RTE-COMPANY(WS-ROUTE-IDX) = '***' OR
                 WS-RTE-COMPANY(WS-ROUTE-IDX) =
                          WS-SLC-COMPANY(WS-SLICE-FOUND-IDX)) AND
                WS-RTE-KEY(WS-ROUTE-IDX) =
                          WS-SLC-KEY(WS-SLICE-FOUND-IDX) AND
                (WS-RTE-KEY-TYPE(WS-ROUTE-IDX) = WS-KEY-TYPE OR
                 WS-RTE-KEY(WS-ROUTE-IDX) = WS-OTHER-KEY)
               PERFORM ADD-SLICE-RECIPIENT
             END-IF
           END-PERFORM.

       ADD-SLICE-RECIPIENT.
           MOVE 'N' TO WS-RCP-DUP-SW
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                     UNTIL WS-RCP-IDX >
                              WS-SLC-RCP-CNT(WS-SLICE-FOUND-IDX)
                        OR WS-RCP-DUP
             IF WS-RTE-RECIPIENT(WS-SLC-RCP-ROUTE
                        (WS-SLICE-FOUND-IDX, WS-RCP-IDX)) =
                WS-RTE-RECIPIENT(WS-ROUTE-IDX)
               SET WS-RCP-DUP TO TRUE
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-RCP-DUP
               CONTINUE
             WHEN WS-SLC-RCP-CNT(WS-SLICE-FOUND-IDX) >= WS-RCP-MAX
               DISPLAY "ERROR : MORE THAN " WS-RCP-MAX
                       " RECIPIENTS FOR "
                       WS-SLC-COMPANY(WS-SLICE-FOUND-IDX) " "
                       WS-SLC-KEY(WS-SLICE-FOUND-IDX)
                       " - " WS-RTE-RECIPIENT(WS-ROUTE-IDX)
                       " LEFT OFF"
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN OTHER
               ADD 1 TO WS-SLC-RCP-CNT(WS-SLICE-FOUND-IDX)
               MOVE WS-ROUTE-IDX TO
                    WS-SLC-RCP-ROUTE(WS-SLICE-FOUND-IDX,
                        WS-SLC-RCP-CNT(WS-SLICE-FOUND-IDX))
           END-EVALUATE.

       RELEASE-SLICE-LINE.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SB-SEQ
           MOVE WS-SLC-COMPANY(WS-SLICE-FOUND-IDX) TO SB-COMPANY
           MOVE WS-SLC-KEY(WS-SLICE-FOUND-IDX)     TO SB-KEY
           MOVE WS-SLICE-FOUND-IDX TO SB-SLICE-IDX
           IF WS-SLC-RCP-CNT(WS-SLICE-FOUND-IDX) = 0
             MOVE SPACES TO SB-RECIPIENT
             MOVE 0      TO SB-ROUTE-IDX
             RELEASE SORT-BURST-RECORD
           ELSE
             PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX >
                                WS-SLC-RCP-CNT(WS-SLICE-FOUND-IDX)
               MOVE WS-SLC-RCP-ROUTE(WS-SLICE-FOUND-IDX, WS-RCP-IDX)
                                   TO SB-ROUTE-IDX
               MOVE WS-RTE-RECIPIENT(SB-ROUTE-IDX) TO SB-RECIPIENT
               RELEASE SORT-BURST-RECORD
             END-PERFORM
           END-IF.

       DELIVER-SLICES.
      *****************************************************************
      * The SORT output side: one delivery per recipient and slice,
      * to BURSTOUT when the recipient is approved and to BURSTHLD
      * when not (or when nobody is routed the slice), each logged.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-DLV-OPEN AND
                  (SB-RECIPIENT NOT = WS-DLV-RECIPIENT OR
                   SB-COMPANY NOT = WS-DLV-COMPANY OR
                   SB-KEY NOT = WS-DLV-KEY)
                 PERFORM END-DELIVERY
               END-IF
               IF NOT WS-DLV-OPEN
                 PERFORM START-DELIVERY
               END-IF
               IF SB-PAGE-TOP
                 ADD 1 TO WS-DLV-PAGES
               END-IF
               ADD 1 TO WS-DLV-LINES
               MOVE 'L'     TO BRS-REC-TYPE
               MOVE SB-LINE TO BRS-LINE
               PERFORM WRITE-BURST-RECORD
             END-RETURN
           END-PERFORM
           IF WS-DLV-OPEN
             PERFORM END-DELIVERY
           END-IF.

       START-DELIVERY.
           SET WS-DLV-OPEN TO TRUE
           MOVE SB-RECIPIENT TO WS-DLV-RECIPIENT
           MOVE SB-COMPANY   TO WS-DLV-COMPANY
           MOVE SB-KEY       TO WS-DLV-KEY
           MOVE 0 TO WS-DLV-PAGES
           MOVE 0 TO WS-DLV-LINES
           MOVE 'N' TO WS-DLV-HELD-SW
           MOVE SPACES TO WS-DLV-REASON
           EVALUATE TRUE
             WHEN SB-ROUTE-IDX = 0
               MOVE SPACES TO WS-DLV-ADDRESS
               MOVE 'NOROUTE ' TO WS-DLV-REASON
               SET WS-DLV-HELD TO TRUE
             WHEN WS-RTE-APPROVED(SB-ROUTE-IDX)
               MOVE WS-RTE-ADDRESS(SB-ROUTE-IDX) TO WS-DLV-ADDRESS
             WHEN OTHER
               MOVE WS-RTE-ADDRESS(SB-ROUTE-IDX) TO WS-DLV-ADDRESS
               MOVE 'UNAPPRVD' TO WS-DLV-REASON
               SET WS-DLV-HELD TO TRUE
           END-EVALUATE

           MOVE SPACES TO WS-BURST-RECORD
           MOVE WS-DLV-RECIPIENT TO BRS-RECIPIENT
           MOVE WS-DLV-ADDRESS   TO BRS-ADDRESS
           MOVE WS-REPORT        TO BRS-REPORT
           MOVE WS-DLV-COMPANY   TO BRS-COMPANY
           MOVE WS-KEY-TYPE      TO BRS-KEY-TYPE
           MOVE WS-DLV-KEY       TO BRS-KEY
           MOVE WS-DLV-REASON    TO BRS-HOLD-REASON
           SET BRS-BANNER TO TRUE
           IF WS-DLV-KEY = WS-OTHER-KEY
             STRING "*** " WS-REPORT " -- LINES OF NO "
                    WS-KEY-TYPE " -- FOR " WS-DLV-RECIPIENT
                    " " WS-DLV-ADDRESS
                    DELIMITED BY SIZE INTO BRS-LINE
           ELSE
             STRING "*** " WS-REPORT " -- COMPANY " WS-DLV-COMPANY
                    " " WS-KEY-TYPE " " WS-DLV-KEY
                    " -- FOR " WS-DLV-RECIPIENT " " WS-DLV-ADDRESS
                    DELIMITED BY SIZE INTO BRS-LINE
           END-IF
           PERFORM WRITE-BURST-RECORD.

       WRITE-BURST-RECORD.
           IF WS-DLV-HELD
             MOVE WS-BURST-RECORD TO BURST-HELD-RECORD
             WRITE BURST-HELD-RECORD
             ADD 1 TO WS-HELD-LINE-CNT
           ELSE
             MOVE WS-BURST-RECORD TO BURST-OUT-RECORD
             WRITE BURST-OUT-RECORD
             ADD 1 TO WS-OUT-LINE-CNT
           END-IF.

       END-DELIVERY.
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-JOB-START-TS(1:21) TO DLG-BURST-TS
           MOVE WS-REPORT        TO DLG-REPORT
           MOVE WS-KEY-TYPE      TO DLG-KEY-TYPE
           MOVE WS-DLV-COMPANY   TO DLG-COMPANY
           MOVE WS-DLV-KEY       TO DLG-KEY
           MOVE WS-DLV-RECIPIENT TO DLG-RECIPIENT
           MOVE WS-DLV-ADDRESS   TO DLG-ADDRESS
           MOVE WS-DLV-REASON    TO DLG-REASON
           MOVE WS-DLV-PAGES     TO DLG-PAGES
           MOVE WS-DLV-LINES     TO DLG-LINES
           IF WS-DLV-HELD
             MOVE 'HELD    ' TO DLG-ACTION
             ADD 1 TO WS-HELD-CNT
             IF WS-DLV-REASON = 'NOROUTE '
               ADD 1 TO WS-NOROUTE-CNT
             ELSE
               ADD 1 TO WS-UNAPPROVED-CNT
             END-IF
           ELSE
             MOVE 'ROUTED  ' TO DLG-ACTION
             ADD 1 TO WS-ROUTED-CNT
           END-IF
           WRITE DISTRIBUTION-LOG-RECORD

           MOVE WS-DLV-LINES TO WS-EDIT-LINES
           MOVE WS-DLV-PAGES TO WS-EDIT-PAGES
           DISPLAY DLG-ACTION " " WS-DLV-COMPANY " " WS-DLV-KEY
                   " TO " WS-DLV-RECIPIENT " " DLG-REASON
                   WS-EDIT-PAGES " PAGE(S)" WS-EDIT-LINES " LINES"
           MOVE 'N' TO WS-DLV-OPEN-SW.

       ABANDON-BURST-RUN.
           MOVE 9855 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           PERFORM DISPLAY-BURST-SUMMARY
           GOBACK.

       DISPLAY-BURST-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYBURST JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  REPORT / BY      : " WS-REPORT " " WS-KEY-TYPE
           DISPLAY "  LINES READ       : " WS-READ-CNT
           DISPLAY "  LINES WITH OWNER : " WS-KEYED-CNT
           DISPLAY "  LINES TO *OTHER  : " WS-OTHER-CNT
           DISPLAY "  ORGMAST LOOKUPS  : " WS-ORG-LOOKUP-CNT
           DISPLAY "  NOT ON ORGMAST   : " WS-ORG-MISS-CNT
           DISPLAY "  SLICES           : " WS-SLICE-CNT
           DISPLAY "  DELIVERIES SENT  : " WS-ROUTED-CNT
           DISPLAY "  DELIVERIES HELD  : " WS-HELD-CNT
           DISPLAY "    NO ROUTE       : " WS-NOROUTE-CNT
           DISPLAY "    UNAPPROVED     : " WS-UNAPPROVED-CNT
           DISPLAY "  BURSTOUT RECORDS : " WS-OUT-LINE-CNT
           DISPLAY "  BURSTHLD RECORDS : " WS-HELD-LINE-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYBURST'.
