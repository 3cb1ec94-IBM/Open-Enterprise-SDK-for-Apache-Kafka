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
      * MAIN PROGRAM EXCEPTION WORKLIST FEED
      ******************************************************************
      * The exceptions lie in six datasets with six lifecycles, and
      * IXYDQSCR can count them but not say who is working one or how
      * long it has waited. This job feeds every one of them into
      * the WRKLIST KSDS, one case per exception, and closes the
      * cases whose exception has gone away:
      * a. The sources, each optional -- one that cannot be opened is
      *    noted and skipped, and its cases are left as they stand:
      *        EXCPFIL  - IXYEMPED's pre-edit rejects
      *        STALERPT - IXYCAV64's refused stale updates
      *        APPRFIL  - changes held for approval (IXYAPPRV)
      *        PARKFIL  - business failures parked by IXYRTRYP
      *        SEQEXCP  - sequence exceptions (IXYSEQRS)
      *        DLQFIL   - poison messages (IXYDLQRP)
      *    Each exception is identified within its source by the
      *    fields that make it unique there (its timestamp and key
      *    for the queues, reason + employee + record type for the
      *    pre-edit rejects), so feeding the same dataset twice
      *    opens nothing twice.
      * b. WRKLIST - the worklist KSDS. It holds three record kinds
      *    under one key: 'C' + case number is the case itself,
      *    'I' + source + item is the index from an exception to
      *    its case, and the 'H' record carries the last case
      *    number given out. A new case is NEW, owned by no one,
      *    routed to the source's default team, first seen at the
      *    exception's own timestamp (the feed time for EXCPFIL,
      *    whose records carry none). IXYWLMNT assigns, comments
      *    and closes cases; IXYWLAGE ages them.
      * c. Auto-close, for sources read this run:
      *        APPRFIL, PARKFIL, SEQEXCP, DLQFIL - an open case whose
      *        item is no longer on the queue has been released,
      *        replayed or worked off, and is RESOLVED.
      *        EXCPFIL - written fresh by every pre-edit run, so a
      *        reject the latest run no longer raises is RESOLVED.
      *        STALERPT - only ever appended, so a refused update is
      *        RESOLVED once the employee's master record has been
      *        posted since the refusal (EMPMAST, read once through
      *        when there are stale cases open).
      *    A case a clerk has closed stays closed even while its item
      *    is still on the source.
      * d. WLROUTE - optional routing cards giving each source's
      *    default owning team: cols 1-8 source, cols 10-17 team.
      *    A source with no card routes to UNROUTED.
      * e. WLFEDRPT - per source: read or not usable, items seen, new
      *    cases, auto-closed cases.
      *
      * Return codes: 00 all sources read; 04 a source was not
      * usable; 08 more open stale cases than one run can check (the
      * rest wait for the next run); 16 WRKLIST unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYWLFED'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT WRKLIST ASSIGN TO WRKLIST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS WLS-KEY
           FILE STATUS  IS WS-WRKLIST-STATUS.

           SELECT WLROUTE ASSIGN TO WLROUTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IN-STATUS.

           SELECT EXCPFIL ASSIGN TO EXCPFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IN-STATUS.

           SELECT STALERPT ASSIGN TO STALERPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IN-STATUS.

           SELECT APPRFIL ASSIGN TO APPRFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IN-STATUS.

           SELECT PARKFIL ASSIGN TO PARKFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IN-STATUS.

           SELECT SEQEXCP ASSIGN TO SEQEXCP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IN-STATUS.

           SELECT DLQFIL ASSIGN TO DLQFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-IN-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT WLFEDRPT ASSIGN TO WLFEDRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-WLFEDRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * The worklist -- case, index and control records under one
      * key; IXYWLMNT and IXYWLAGE carry the same layout.
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

         FD WLROUTE
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WL-ROUTE-CARD.

         01 WL-ROUTE-CARD.
            05 WLR-SOURCE         PIC X(08).
            05 FILLER             PIC X(01).
            05 WLR-TEAM           PIC X(08).
            05 FILLER             PIC X(63).

      * Record layout as written by IXYEMPED.
         FD EXCPFIL
           RECORD CONTAINS 534  CHARACTERS
           BLOCK  CONTAINS 5340 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  EXCEPTION-RECORD.

         01 EXCEPTION-RECORD.
            05 EXC-REASON         PIC X(16).
            05 EXC-EMPLOYEE-ID    PIC 9(09).
            05 EXC-RECORD-TYPE    PIC X(01).
            05 EXC-RECORD-IMAGE   PIC X(508).

      * Record layout as written by WRITE-STALE-EXCEPTION in
      * IXYCAV64.
         FD STALERPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  STALE-REPORT-LINE.

         01 STALE-REPORT-LINE.
            05 STALE-TIMESTAMP     PIC X(21).
            05 FILLER              PIC X(02).
            05 STALE-LITERAL       PIC X(09).
            05 STALE-EMPLOYEE-ID   PIC 9(09).
            05 FILLER              PIC X(91).

      * Record layout as written by IXYCAV64 / IXYMPOST.
         FD APPRFIL
           RECORD CONTAINS 4100  CHARACTERS
           BLOCK  CONTAINS 41000 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  APPROVAL-QUEUE-RECORD.

         01 APPROVAL-QUEUE-RECORD.
            05 APPR-TIMESTAMP     PIC X(21).
            05 APPR-RUN-ID        PIC X(16).
            05 APPR-EMPLOYEE-ID   PIC 9(09).
            05 APPR-REASON        PIC X(12).
            05 APPR-OLD-SALARY    PIC 9(07)V9(02).
            05 APPR-NEW-SALARY    PIC 9(07)V9(02).
            05 APPR-OLD-INSUR     PIC 9(07)V9(02).
            05 APPR-NEW-INSUR     PIC 9(07)V9(02).
            05 APPR-EVENT-IMAGE   PIC X(4000).
            05 FILLER             PIC X(06).

      * Record layout as written by IXYRTRYP.
         FD PARKFIL
           RECORD CONTAINS 4033  CHARACTERS
           BLOCK  CONTAINS 40330 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PARKED-RECORD.

         01 PARKED-RECORD.
            05 PRK-TIMESTAMP      PIC X(21).
            05 PRK-REASON-CODE    PIC 9(09).
            05 PRK-ATTEMPTS       PIC 9(03).
            05 PRK-EVENT-IMAGE    PIC X(4000).

      * Record layout as written by IXYCON64.
         FD SEQEXCP
           RECORD CONTAINS 563  CHARACTERS
           BLOCK  CONTAINS 5630 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SEQUENCE-EXCEPTION-RECORD.

         01 SEQUENCE-EXCEPTION-RECORD.
            05 SEQX-TIMESTAMP     PIC X(21).
            05 SEQX-KIND          PIC X(12).
            05 SEQX-TOPIC         PIC X(256).
            05 SEQX-KEY           PIC X(256).
            05 SEQX-EXPECTED      PIC 9(09).
            05 SEQX-RECEIVED      PIC 9(09).

      * Record layout as written by IXYCAV64.
         FD DLQFIL
           RECORD CONTAINS 100304  CHARACTERS
           BLOCK  CONTAINS 1003040 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DEAD-LETTER-FILE.

         01 DEAD-LETTER-FILE.
            05 DLQ-STAGE            PIC X(01).
            05 DLQ-TOPIC            PIC X(256).
            05 DLQ-PARTITION        PIC S9(9) BINARY.
            05 DLQ-OFFSET           PIC S9(18) BINARY.
            05 DLQ-ERROR-CODE       PIC S9(9) BINARY.
            05 DLQ-PAYLOAD-LEN      PIC S9(9) BINARY.
            05 DLQ-TIMESTAMP        PIC X(21).
            05 DLQ-PAYLOAD          PIC X(100000).
            05 DLQ-PROT-SW          PIC X(01).
            05 DLQ-PROT-GEN         PIC X(01).
            05 FILLER               PIC X(04).

      * Record layout as written by IXYCAV64.
         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-KEY.
               10 EMPMAST-COMPANY      PIC X(03).
               10 EMPMAST-EMPLOYEE-ID  PIC 9(09).
            05 EMPMAST-UPDATED-TS   PIC X(21).
            05 FILLER               PIC X(4097).

         FD WLFEDRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WLFEDRPT-LINE.

         01 WLFEDRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-WRKLIST-STATUS   PIC X(02).
         01 WS-IN-STATUS        PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-WLFEDRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-FEED-TS          PIC X(21).
         01 WS-LAST-CASE-NO     PIC 9(09) VALUE 0.
         01 WS-WORK-CASE-NO     PIC 9(09) VALUE 0.

      * One slot per source, in the order they are fed.
         01 WS-SRC-TABLE.
            05 WS-SRC-ENTRY OCCURS 6 TIMES.
              10 WS-SRC-NAME          PIC X(08).
              10 WS-SRC-TEAM          PIC X(08).
              10 WS-SRC-USABLE-SW     PIC X(01).
                  88 WS-SRC-USABLE    VALUE 'Y'.
              10 WS-SRC-SEEN          PIC 9(07).
              10 WS-SRC-NEW           PIC 9(07).
              10 WS-SRC-CLOSED        PIC 9(07).
         01 WS-SRC-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-SRC-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-SRC-EXCPFIL      PIC S9(4) BINARY VALUE 1.
         01 WS-SRC-STALERPT     PIC S9(4) BINARY VALUE 2.
         01 WS-SRC-APPRFIL      PIC S9(4) BINARY VALUE 3.
         01 WS-SRC-PARKFIL      PIC S9(4) BINARY VALUE 4.
         01 WS-SRC-SEQEXCP      PIC S9(4) BINARY VALUE 5.
         01 WS-SRC-DLQFIL       PIC S9(4) BINARY VALUE 6.

      * The exception being fed.
         01 WS-ITEM.
            05 WS-ITEM-SOURCE       PIC X(08).
            05 WS-ITEM-ID           PIC X(48).
            05 WS-ITEM-EMPLOYEE-ID  PIC 9(09).
            05 WS-ITEM-REASON       PIC X(16).
            05 WS-ITEM-TS           PIC X(21).
         01 WS-EDIT-PARTITION   PIC 9(09).
         01 WS-EDIT-OFFSET      PIC 9(18).
         01 WS-EDIT-ERROR-CODE  PIC 9(05).
         01 WS-EDIT-REASON-CODE PIC 9(05).

      * Employees with a stale-update case open, with the latest
      * time their master record was posted.
         01 WS-STL-MAX          PIC S9(8) BINARY VALUE 5000.
         01 WS-STL-CNT          PIC S9(8) BINARY VALUE 0.
         01 WS-STL-TABLE.
            05 WS-STL-ENTRY OCCURS 5000 TIMES.
              10 WS-STL-EMPLOYEE-ID   PIC 9(09).
              10 WS-STL-MASTER-TS     PIC X(21).
         01 WS-STL-IDX          PIC S9(8) BINARY VALUE 0.
         01 WS-STL-FOUND-IDX    PIC S9(8) BINARY VALUE 0.
         01 WS-STL-LOW          PIC S9(8) BINARY VALUE 0.
         01 WS-STL-HIGH         PIC S9(8) BINARY VALUE 0.
         01 WS-STL-MID          PIC S9(8) BINARY VALUE 0.
         01 WS-SORT-IDX         PIC S9(8) BINARY VALUE 0.
         01 WS-SORT-MIN         PIC S9(8) BINARY VALUE 0.
         01 WS-SORT-HOLD        PIC X(30).
         01 WS-WORK-EMPLOYEE-ID PIC 9(09).
         01 WS-STL-FULL-SW      PIC X(01) VALUE 'N'.
             88 WS-STL-FULL     VALUE 'Y'.

         01 WS-TOTAL-SEEN       PIC 9(07) VALUE 0.
         01 WS-TOTAL-NEW        PIC 9(07) VALUE 0.
         01 WS-TOTAL-CLOSED     PIC 9(07) VALUE 0.
         01 WS-OPEN-CNT         PIC 9(07) VALUE 0.
         01 WS-EMPMAST-CNT      PIC 9(09) VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-SOURCE      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-TEAM        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-STATE       PIC X(10).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-SEEN        PIC ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-NEW         PIC ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-CLOSED      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(76) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "EXCEPTION WORKLIST FEED"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE WS-JOB-START-TS(1:21) TO WS-FEED-TS

           OPEN I-O WRKLIST
           IF WS-WRKLIST-STATUS NOT = '00'
      * First use builds the worklist fresh.
             OPEN OUTPUT WRKLIST
             CLOSE WRKLIST
             OPEN I-O WRKLIST
             IF WS-WRKLIST-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN WRKLIST, FILE STATUS "
                       WS-WRKLIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           PERFORM READ-CONTROL-RECORD
           PERFORM LOAD-SOURCE-ROUTES

           PERFORM FEED-EXCPFIL
           PERFORM FEED-STALERPT
           PERFORM FEED-APPRFIL
           PERFORM FEED-PARKFIL
           PERFORM FEED-SEQEXCP
           PERFORM FEED-DLQFIL

           PERFORM CLOSE-WORKED-OFF-CASES
           IF WS-STL-CNT > 0
             PERFORM CHECK-STALE-CASES
           END-IF

           PERFORM WRITE-CONTROL-RECORD
           CLOSE WRKLIST

           OPEN OUTPUT WLFEDRPT
           PERFORM PRINT-FEED-REPORT
           CLOSE WLFEDRPT
           PERFORM DISPLAY-FEED-SUMMARY
           GOBACK
           .

       READ-CONTROL-RECORD.
           MOVE SPACES TO WLS-KEY
           MOVE 'H' TO WLS-REC-TYPE
           READ WRKLIST
           IF WS-WRKLIST-STATUS = '00'
             MOVE WLH-LAST-CASE-NO TO WS-LAST-CASE-NO
           ELSE
             MOVE SPACES TO WORKLIST-RECORD
             MOVE 'H' TO WLS-REC-TYPE
             MOVE 0 TO WLH-LAST-CASE-NO
             MOVE SPACES TO WLH-LAST-FEED-TS
             WRITE WORKLIST-RECORD
             MOVE 0 TO WS-LAST-CASE-NO
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE SPACES TO WLS-KEY
           MOVE 'H' TO WLS-REC-TYPE
           READ WRKLIST
           IF WS-WRKLIST-STATUS = '00'
             MOVE WS-LAST-CASE-NO TO WLH-LAST-CASE-NO
             MOVE WS-FEED-TS      TO WLH-LAST-FEED-TS
             REWRITE WORKLIST-RECORD
           END-IF
           IF WS-WRKLIST-STATUS NOT = '00'
             DISPLAY "ERROR : WRKLIST CONTROL RECORD NOT UPDATED, "
                     "FILE STATUS " WS-WRKLIST-STATUS
             MOVE 16 TO RETURN-CODE
           END-IF.

       LOAD-SOURCE-ROUTES.
           MOVE 'EXCPFIL ' TO WS-SRC-NAME(WS-SRC-EXCPFIL)
           MOVE 'STALERPT' TO WS-SRC-NAME(WS-SRC-STALERPT)
           MOVE 'APPRFIL ' TO WS-SRC-NAME(WS-SRC-APPRFIL)
           MOVE 'PARKFIL ' TO WS-SRC-NAME(WS-SRC-PARKFIL)
           MOVE 'SEQEXCP ' TO WS-SRC-NAME(WS-SRC-SEQEXCP)
           MOVE 'DLQFIL  ' TO WS-SRC-NAME(WS-SRC-DLQFIL)
           MOVE 1 TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX > 6
             MOVE 'UNROUTED' TO WS-SRC-TEAM(WS-SRC-IDX)
             MOVE 'N'        TO WS-SRC-USABLE-SW(WS-SRC-IDX)
             MOVE 0          TO WS-SRC-SEEN(WS-SRC-IDX)
             MOVE 0          TO WS-SRC-NEW(WS-SRC-IDX)
             MOVE 0          TO WS-SRC-CLOSED(WS-SRC-IDX)
             ADD 1 TO WS-SRC-IDX
           END-PERFORM

           OPEN INPUT WLROUTE
           IF WS-IN-STATUS NOT = '00'
             DISPLAY "NOTE : NO WLROUTE CARDS, ALL SOURCES UNROUTED"
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ WLROUTE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF WL-ROUTE-CARD(1:1) NOT = '*' AND
                    WL-ROUTE-CARD NOT = SPACES
                   PERFORM APPLY-ROUTE-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE WLROUTE
           END-IF.

       APPLY-ROUTE-CARD.
           MOVE 0 TO WS-SRC-FOUND-IDX
           MOVE 1 TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX > 6 OR WS-SRC-FOUND-IDX NOT = 0
             IF WS-SRC-NAME(WS-SRC-IDX) = WLR-SOURCE
               MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
             ELSE
               ADD 1 TO WS-SRC-IDX
             END-IF
           END-PERFORM
           IF WS-SRC-FOUND-IDX = 0 OR WLR-TEAM = SPACES
             DISPLAY "WARNING : WLROUTE CARD IGNORED '"
                     WL-ROUTE-CARD(1:17) "'"
           ELSE
             MOVE WLR-TEAM TO WS-SRC-TEAM(WS-SRC-FOUND-IDX)
           END-IF.

       FEED-EXCPFIL.
      *****************************************************************
      * The pre-edit rejects carry no date of their own; a case is
      * first seen at the feed that first finds it.
      *****************************************************************
           MOVE WS-SRC-EXCPFIL TO WS-SRC-IDX
           OPEN INPUT EXCPFIL
           IF WS-IN-STATUS NOT = '00'
             PERFORM NOTE-SOURCE-NOT-USABLE
           ELSE
             SET WS-SRC-USABLE(WS-SRC-IDX) TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ EXCPFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE SPACES TO WS-ITEM-ID
                 STRING EXC-REASON EXC-EMPLOYEE-ID EXC-RECORD-TYPE
                        DELIMITED BY SIZE INTO WS-ITEM-ID
                 MOVE EXC-EMPLOYEE-ID TO WS-ITEM-EMPLOYEE-ID
                 MOVE EXC-REASON      TO WS-ITEM-REASON
                 MOVE WS-FEED-TS      TO WS-ITEM-TS
                 PERFORM REGISTER-ITEM
               END-READ
             END-PERFORM
             CLOSE EXCPFIL
           END-IF.

       FEED-STALERPT.
           MOVE WS-SRC-STALERPT TO WS-SRC-IDX
           OPEN INPUT STALERPT
           IF WS-IN-STATUS NOT = '00'
             PERFORM NOTE-SOURCE-NOT-USABLE
           ELSE
             SET WS-SRC-USABLE(WS-SRC-IDX) TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ STALERPT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF STALE-LITERAL = 'EMPLOYEE ' AND
                    STALE-EMPLOYEE-ID IS NUMERIC
                   MOVE SPACES TO WS-ITEM-ID
                   STRING STALE-TIMESTAMP STALE-EMPLOYEE-ID
                          DELIMITED BY SIZE INTO WS-ITEM-ID
                   MOVE STALE-EMPLOYEE-ID TO WS-ITEM-EMPLOYEE-ID
                   MOVE 'STALE-UPDATE'    TO WS-ITEM-REASON
                   MOVE STALE-TIMESTAMP   TO WS-ITEM-TS
                   PERFORM REGISTER-ITEM
                 END-IF
               END-READ
             END-PERFORM
             CLOSE STALERPT
           END-IF.

       FEED-APPRFIL.
           MOVE WS-SRC-APPRFIL TO WS-SRC-IDX
           OPEN INPUT APPRFIL
           IF WS-IN-STATUS NOT = '00'
             PERFORM NOTE-SOURCE-NOT-USABLE
           ELSE
             SET WS-SRC-USABLE(WS-SRC-IDX) TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ APPRFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE SPACES TO WS-ITEM-ID
                 STRING APPR-TIMESTAMP APPR-EMPLOYEE-ID APPR-REASON
                        DELIMITED BY SIZE INTO WS-ITEM-ID
                 MOVE APPR-EMPLOYEE-ID TO WS-ITEM-EMPLOYEE-ID
                 MOVE APPR-REASON      TO WS-ITEM-REASON
                 MOVE APPR-TIMESTAMP   TO WS-ITEM-TS
                 PERFORM REGISTER-ITEM
               END-READ
             END-PERFORM
             CLOSE APPRFIL
           END-IF.

       FEED-PARKFIL.
           MOVE WS-SRC-PARKFIL TO WS-SRC-IDX
           OPEN INPUT PARKFIL
           IF WS-IN-STATUS NOT = '00'
             PERFORM NOTE-SOURCE-NOT-USABLE
           ELSE
             SET WS-SRC-USABLE(WS-SRC-IDX) TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PARKFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE PRK-EVENT-IMAGE
                   TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
                 MOVE SPACES TO WS-ITEM-ID
                 STRING PRK-TIMESTAMP PRK-REASON-CODE employeeId
                        DELIMITED BY SIZE INTO WS-ITEM-ID
                 MOVE employeeId      TO WS-ITEM-EMPLOYEE-ID
                 MOVE PRK-REASON-CODE TO WS-EDIT-REASON-CODE
                 MOVE SPACES TO WS-ITEM-REASON
                 STRING "PARKED " WS-EDIT-REASON-CODE
                        DELIMITED BY SIZE INTO WS-ITEM-REASON
                 MOVE PRK-TIMESTAMP   TO WS-ITEM-TS
                 PERFORM REGISTER-ITEM
               END-READ
             END-PERFORM
             CLOSE PARKFIL
           END-IF.

       FEED-SEQEXCP.
      *****************************************************************
      * The message key is the employee ID when it is numeric.
      *****************************************************************
           MOVE WS-SRC-SEQEXCP TO WS-SRC-IDX
           OPEN INPUT SEQEXCP
           IF WS-IN-STATUS NOT = '00'
             PERFORM NOTE-SOURCE-NOT-USABLE
           ELSE
             SET WS-SRC-USABLE(WS-SRC-IDX) TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ SEQEXCP
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE SPACES TO WS-ITEM-ID
                 STRING SEQX-TIMESTAMP SEQX-KIND SEQX-KEY(1:15)
                        DELIMITED BY SIZE INTO WS-ITEM-ID
                 IF SEQX-KEY(1:9) IS NUMERIC
                   MOVE SEQX-KEY(1:9) TO WS-ITEM-EMPLOYEE-ID
                 ELSE
                   MOVE 0 TO WS-ITEM-EMPLOYEE-ID
                 END-IF
                 MOVE SEQX-KIND       TO WS-ITEM-REASON
                 MOVE SEQX-TIMESTAMP  TO WS-ITEM-TS
                 PERFORM REGISTER-ITEM
               END-READ
             END-PERFORM
             CLOSE SEQEXCP
           END-IF.

       FEED-DLQFIL.
      *****************************************************************
      * A poison message is named by its partition and offset; its
      * payload may not parse, so no employee is claimed for it.
      *****************************************************************
           MOVE WS-SRC-DLQFIL TO WS-SRC-IDX
           OPEN INPUT DLQFIL
           IF WS-IN-STATUS NOT = '00'
             PERFORM NOTE-SOURCE-NOT-USABLE
           ELSE
             SET WS-SRC-USABLE(WS-SRC-IDX) TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ DLQFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE DLQ-PARTITION  TO WS-EDIT-PARTITION
                 MOVE DLQ-OFFSET     TO WS-EDIT-OFFSET
                 MOVE DLQ-ERROR-CODE TO WS-EDIT-ERROR-CODE
                 MOVE SPACES TO WS-ITEM-ID
                 STRING DLQ-TIMESTAMP WS-EDIT-PARTITION WS-EDIT-OFFSET
                        DELIMITED BY SIZE INTO WS-ITEM-ID
                 MOVE 0 TO WS-ITEM-EMPLOYEE-ID
                 MOVE SPACES TO WS-ITEM-REASON
                 STRING "STAGE " DLQ-STAGE " RC " WS-EDIT-ERROR-CODE
                        DELIMITED BY SIZE INTO WS-ITEM-REASON
                 MOVE DLQ-TIMESTAMP  TO WS-ITEM-TS
                 PERFORM REGISTER-ITEM
               END-READ
             END-PERFORM
             CLOSE DLQFIL
           END-IF.

       NOTE-SOURCE-NOT-USABLE.
           DISPLAY "NOTE : " WS-SRC-NAME(WS-SRC-IDX)
                   " NOT USABLE, FILE STATUS " WS-IN-STATUS
                   " -- ITS CASES ARE LEFT AS THEY STAND"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.


       REGISTER-ITEM.
      *****************************************************************
      * Finds the exception's case through its index record. A case
      * already on file is marked seen by this feed; anything else
      * opens a new case under the next case number.
      *****************************************************************
           MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-ITEM-SOURCE
           ADD 1 TO WS-SRC-SEEN(WS-SRC-IDX)
           ADD 1 TO WS-TOTAL-SEEN
           MOVE SPACES         TO WLS-KEY
           MOVE 'I'            TO WLS-REC-TYPE
           MOVE WS-ITEM-SOURCE TO WLS-IDX-SOURCE
           MOVE WS-ITEM-ID     TO WLS-IDX-ITEM-ID
           READ WRKLIST
           IF WS-WRKLIST-STATUS = '00'
             PERFORM MARK-CASE-SEEN
           ELSE
             PERFORM OPEN-NEW-CASE
           END-IF.

       MARK-CASE-SEEN.
           MOVE WLI-CASE-NO TO WS-WORK-CASE-NO
           MOVE SPACES      TO WLS-KEY
           MOVE 'C'         TO WLS-REC-TYPE
           MOVE WS-WORK-CASE-NO TO WLS-CASE-NO
           READ WRKLIST
           IF WS-WRKLIST-STATUS = '00'
             MOVE WS-FEED-TS TO WLC-LAST-SEEN-TS
             REWRITE WORKLIST-RECORD
           END-IF
           IF WS-WRKLIST-STATUS NOT = '00'
             DISPLAY "ERROR : CASE " WS-WORK-CASE-NO
                     " NOT UPDATED, FILE STATUS " WS-WRKLIST-STATUS
             MOVE 16 TO RETURN-CODE
           END-IF.

       OPEN-NEW-CASE.
           ADD 1 TO WS-LAST-CASE-NO
           MOVE SPACES TO WORKLIST-RECORD
           MOVE 'C'                     TO WLS-REC-TYPE
           MOVE WS-LAST-CASE-NO         TO WLS-CASE-NO
           MOVE WS-ITEM-SOURCE          TO WLC-SOURCE
           MOVE WS-ITEM-ID              TO WLC-ITEM-ID
           MOVE WS-ITEM-EMPLOYEE-ID     TO WLC-EMPLOYEE-ID
           MOVE WS-ITEM-REASON          TO WLC-REASON
           MOVE WS-ITEM-TS              TO WLC-FIRST-SEEN-TS
           MOVE WS-FEED-TS              TO WLC-LAST-SEEN-TS
           MOVE WS-SRC-TEAM(WS-SRC-IDX) TO WLC-TEAM
           SET WLC-NEW TO TRUE
           WRITE WORKLIST-RECORD
           IF WS-WRKLIST-STATUS = '00'
             MOVE SPACES          TO WORKLIST-RECORD
             MOVE 'I'             TO WLS-REC-TYPE
             MOVE WS-ITEM-SOURCE  TO WLS-IDX-SOURCE
             MOVE WS-ITEM-ID      TO WLS-IDX-ITEM-ID
             MOVE WS-LAST-CASE-NO TO WLI-CASE-NO
             WRITE WORKLIST-RECORD
           END-IF
           IF WS-WRKLIST-STATUS = '00'
             ADD 1 TO WS-SRC-NEW(WS-SRC-IDX)
             ADD 1 TO WS-TOTAL-NEW
           ELSE
             DISPLAY "ERROR : CASE " WS-LAST-CASE-NO
                     " NOT WRITTEN, FILE STATUS " WS-WRKLIST-STATUS
             MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-WORKED-OFF-CASES.
      *****************************************************************
      * Walks the case records. An open case of a queue source (or
      * the pre-edit rejects) that this feed read but did not see
      * has gone from its source and is resolved; the employees of
      * open stale-update cases are gathered for the master check.
      *****************************************************************
           MOVE LOW-VALUES TO WLS-KEY
           MOVE 'C'        TO WLS-REC-TYPE
           START WRKLIST KEY NOT LESS THAN WLS-KEY
           IF WS-WRKLIST-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ WRKLIST NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF NOT WLS-IS-CASE
                   SET WS-EOF TO TRUE
                 ELSE
                   IF WLC-OPEN
                     PERFORM SETTLE-ONE-CASE
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
           END-IF.

       SETTLE-ONE-CASE.
           PERFORM FIND-CASE-SOURCE
           EVALUATE TRUE
             WHEN WS-SRC-FOUND-IDX = 0
               ADD 1 TO WS-OPEN-CNT
             WHEN WS-SRC-FOUND-IDX = WS-SRC-STALERPT
               ADD 1 TO WS-OPEN-CNT
               MOVE WLC-EMPLOYEE-ID TO WS-WORK-EMPLOYEE-ID
               PERFORM NOTE-STALE-EMPLOYEE
             WHEN NOT WS-SRC-USABLE(WS-SRC-FOUND-IDX)
               ADD 1 TO WS-OPEN-CNT
             WHEN WLC-LAST-SEEN-TS = WS-FEED-TS
               ADD 1 TO WS-OPEN-CNT
             WHEN OTHER
               PERFORM RESOLVE-CASE
           END-EVALUATE.

       FIND-CASE-SOURCE.
           MOVE 0 TO WS-SRC-FOUND-IDX
           MOVE 1 TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX > 6 OR WS-SRC-FOUND-IDX NOT = 0
             IF WS-SRC-NAME(WS-SRC-IDX) = WLC-SOURCE
               MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
             ELSE
               ADD 1 TO WS-SRC-IDX
             END-IF
           END-PERFORM.

       RESOLVE-CASE.
           SET WLC-RESOLVED TO TRUE
           MOVE WS-FEED-TS TO WLC-CLOSED-TS
           MOVE 'IXYWLFED' TO WLC-CLOSED-BY
           REWRITE WORKLIST-RECORD
           IF WS-WRKLIST-STATUS = '00'
             ADD 1 TO WS-SRC-CLOSED(WS-SRC-FOUND-IDX)
             ADD 1 TO WS-TOTAL-CLOSED
           ELSE
             DISPLAY "ERROR : CASE " WLS-CASE-NO
                     " NOT CLOSED, FILE STATUS " WS-WRKLIST-STATUS
             MOVE 16 TO RETURN-CODE
           END-IF.

       NOTE-STALE-EMPLOYEE.
           MOVE 0 TO WS-STL-FOUND-IDX
           MOVE 1 TO WS-STL-IDX
           PERFORM UNTIL WS-STL-IDX > WS-STL-CNT
                      OR WS-STL-FOUND-IDX NOT = 0
             IF WS-STL-EMPLOYEE-ID(WS-STL-IDX) = WS-WORK-EMPLOYEE-ID
               MOVE WS-STL-IDX TO WS-STL-FOUND-IDX
             ELSE
               ADD 1 TO WS-STL-IDX
             END-IF
           END-PERFORM
           IF WS-STL-FOUND-IDX = 0
             IF WS-STL-CNT >= WS-STL-MAX
               IF NOT WS-STL-FULL
                 DISPLAY "WARNING : MORE THAN " WS-STL-MAX
                         " EMPLOYEES WITH STALE CASES OPEN --"
                         " THE REST WAIT FOR THE NEXT FEED"
                 SET WS-STL-FULL TO TRUE
                 IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
                 END-IF
               END-IF
             ELSE
               ADD 1 TO WS-STL-CNT
               MOVE WS-WORK-EMPLOYEE-ID
                 TO WS-STL-EMPLOYEE-ID(WS-STL-CNT)
               MOVE SPACES TO WS-STL-MASTER-TS(WS-STL-CNT)
             END-IF
           END-IF.

       CHECK-STALE-CASES.
      *****************************************************************
      * EMPMAST is keyed by company and the stale report carries no
      * company, so the master is read through once and each gathered
      * employee keeps the latest time any of its records was posted.
      * A stale case is resolved when that is later than the refusal.
      *****************************************************************
      * Selection sort into employee order for the binary search.
           MOVE 1 TO WS-STL-IDX
           PERFORM UNTIL WS-STL-IDX >= WS-STL-CNT
             MOVE WS-STL-IDX TO WS-SORT-MIN
             COMPUTE WS-SORT-IDX = WS-STL-IDX + 1
             PERFORM UNTIL WS-SORT-IDX > WS-STL-CNT
               IF WS-STL-EMPLOYEE-ID(WS-SORT-IDX) <
                  WS-STL-EMPLOYEE-ID(WS-SORT-MIN)
                 MOVE WS-SORT-IDX TO WS-SORT-MIN
               END-IF
               ADD 1 TO WS-SORT-IDX
             END-PERFORM
             IF WS-SORT-MIN NOT = WS-STL-IDX
               MOVE WS-STL-ENTRY(WS-STL-IDX) TO WS-SORT-HOLD
               MOVE WS-STL-ENTRY(WS-SORT-MIN)
                 TO WS-STL-ENTRY(WS-STL-IDX)
               MOVE WS-SORT-HOLD TO WS-STL-ENTRY(WS-SORT-MIN)
             END-IF
             ADD 1 TO WS-STL-IDX
           END-PERFORM

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "NOTE : EMPMAST NOT USABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
                     " -- STALE-UPDATE CASES NOT CHECKED"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ EMPMAST NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-EMPMAST-CNT
                 MOVE EMPMAST-EMPLOYEE-ID TO WS-WORK-EMPLOYEE-ID
                 PERFORM FIND-STALE-EMPLOYEE
                 IF WS-STL-FOUND-IDX NOT = 0
                   IF EMPMAST-UPDATED-TS >
                      WS-STL-MASTER-TS(WS-STL-FOUND-IDX)
                     MOVE EMPMAST-UPDATED-TS
                       TO WS-STL-MASTER-TS(WS-STL-FOUND-IDX)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE EMPMAST
             PERFORM CLOSE-POSTED-STALE-CASES
           END-IF.

       CLOSE-POSTED-STALE-CASES.
           MOVE LOW-VALUES TO WLS-KEY
           MOVE 'C'        TO WLS-REC-TYPE
           START WRKLIST KEY NOT LESS THAN WLS-KEY
           IF WS-WRKLIST-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ WRKLIST NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF NOT WLS-IS-CASE
                   SET WS-EOF TO TRUE
                 ELSE
                   IF WLC-OPEN AND WLC-SOURCE = 'STALERPT'
                     MOVE WLC-EMPLOYEE-ID TO WS-WORK-EMPLOYEE-ID
                     PERFORM FIND-STALE-EMPLOYEE
                     IF WS-STL-FOUND-IDX NOT = 0
                       IF WS-STL-MASTER-TS(WS-STL-FOUND-IDX) >
                          WLC-FIRST-SEEN-TS
                         MOVE WS-SRC-STALERPT TO WS-SRC-FOUND-IDX
                         PERFORM RESOLVE-CASE
                         SUBTRACT 1 FROM WS-OPEN-CNT
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
           END-IF.

       FIND-STALE-EMPLOYEE.
           MOVE 0 TO WS-STL-FOUND-IDX
           MOVE 1 TO WS-STL-LOW
           MOVE WS-STL-CNT TO WS-STL-HIGH
           PERFORM UNTIL WS-STL-LOW > WS-STL-HIGH
                      OR WS-STL-FOUND-IDX NOT = 0
             COMPUTE WS-STL-MID = (WS-STL-LOW + WS-STL-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-STL-EMPLOYEE-ID(WS-STL-MID) =
                    WS-WORK-EMPLOYEE-ID
                 MOVE WS-STL-MID TO WS-STL-FOUND-IDX
               WHEN WS-STL-EMPLOYEE-ID(WS-STL-MID) <
                    WS-WORK-EMPLOYEE-ID
                 COMPUTE WS-STL-LOW = WS-STL-MID + 1
               WHEN OTHER
                 COMPUTE WS-STL-HIGH = WS-STL-MID - 1
             END-EVALUATE
           END-PERFORM.

       PRINT-FEED-REPORT.
           MOVE SPACES TO WLFEDRPT-LINE
           STRING "  EXCEPTION WORKLIST FEED AT " WS-FEED-TS
                  DELIMITED BY SIZE INTO WLFEDRPT-LINE
           WRITE WLFEDRPT-LINE
           MOVE SPACES TO WLFEDRPT-LINE
           STRING "  SOURCE   TEAM     STATE         SEEN      NEW"
                  "   CLOSED"
                  DELIMITED BY SIZE INTO WLFEDRPT-LINE
           WRITE WLFEDRPT-LINE
           MOVE ALL "-" TO WLFEDRPT-LINE
           WRITE WLFEDRPT-LINE
           MOVE 1 TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX > 6
             MOVE WS-SRC-NAME(WS-SRC-IDX)   TO RPT-DET-SOURCE
             MOVE WS-SRC-TEAM(WS-SRC-IDX)   TO RPT-DET-TEAM
             IF WS-SRC-USABLE(WS-SRC-IDX)
               MOVE "READ      "            TO RPT-DET-STATE
             ELSE
               MOVE "NOT USABLE"            TO RPT-DET-STATE
             END-IF
             MOVE WS-SRC-SEEN(WS-SRC-IDX)   TO RPT-DET-SEEN
             MOVE WS-SRC-NEW(WS-SRC-IDX)    TO RPT-DET-NEW
             MOVE WS-SRC-CLOSED(WS-SRC-IDX) TO RPT-DET-CLOSED
             MOVE WS-RPT-DETAIL TO WLFEDRPT-LINE
             WRITE WLFEDRPT-LINE
             ADD 1 TO WS-SRC-IDX
           END-PERFORM
           MOVE ALL "-" TO WLFEDRPT-LINE
           WRITE WLFEDRPT-LINE
           MOVE "TOTAL   "      TO RPT-DET-SOURCE
           MOVE SPACES          TO RPT-DET-TEAM
           MOVE SPACES          TO RPT-DET-STATE
           MOVE WS-TOTAL-SEEN   TO RPT-DET-SEEN
           MOVE WS-TOTAL-NEW    TO RPT-DET-NEW
           MOVE WS-TOTAL-CLOSED TO RPT-DET-CLOSED
           MOVE WS-RPT-DETAIL TO WLFEDRPT-LINE
           WRITE WLFEDRPT-LINE
           MOVE WS-OPEN-CNT TO RPT-DET-SEEN
           MOVE SPACES TO WLFEDRPT-LINE
           STRING "  CASES STILL OPEN           " RPT-DET-SEEN
                  DELIMITED BY SIZE INTO WLFEDRPT-LINE
           WRITE WLFEDRPT-LINE.

       DISPLAY-FEED-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYWLFED JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  ITEMS SEEN       : " WS-TOTAL-SEEN
           DISPLAY "  CASES OPENED     : " WS-TOTAL-NEW
           DISPLAY "  CASES RESOLVED   : " WS-TOTAL-CLOSED
           DISPLAY "  CASES STILL OPEN : " WS-OPEN-CNT
           DISPLAY "  LAST CASE NUMBER : " WS-LAST-CASE-NO
           DISPLAY "==========================================".

       END PROGRAM 'IXYWLFED'.
