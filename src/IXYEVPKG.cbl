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
      * MAIN PROGRAM AUDIT EVIDENCE PACKAGE
      ******************************************************************
      * Every audit sample asks for the same items for one business
      * date, and they have been pulled by hand from seven datasets.
      * This job collects them once into a sealed evidence package
      * and can later prove the package is as it was built.
      * PARM BUILD (or no PARM) collects; PARM VERIFY proves.
      * a. EVDCARDS - keyword in cols 1-8, value from col 10:
      *      BUSDATE  yyyymmdd      the business date (required).
      *      RUNID    run-id        the window run-id (default the
      *                             one on RUNCTL).
      * b. RUNCTL - the current window run-id, when no RUNID card.
      * c. The sources, each optional, collected in this order as
      *    the package's sections:
      *      01 PROOFFIL - every proof verdict for the run-id, the
      *         IXYRECON, IXYCTCMP and IXYRTCMP results among them.
      *      02 WINCLOSE - the window close record for the run-id,
      *         its IXYWCLOS seal checked as it is collected.
      *      03 RECONRPT - the IXYRECON report supplied for the run.
      *      04 SUMRYFIL - job summaries for the run-id or the
      *         business date.
      *      05 APPRAUD  - approval decisions taken on the date.
      *      06 CFAUD    - configuration changes made on the date.
      *      07 CRYPTAUD - decrypt activity under the run-id, or on
      *         the date when no run-id was recorded.
      * d. EVIDPKG - the package store, a KSDS keyed by business
      *    date, run-id, section and sequence, so each date's package
      *    is one key range and the store holds them all. Section 00
      *    is the header, 01-07 the items as they were recorded, 98
      *    the table of contents and 99 the trailer. Every record is
      *    sealed through IXYSEAL in a chain -- each seal covers the
      *    record's key and content and the seal of the record
      *    before it -- so altering, removing or reordering any
      *    record breaks every seal after it, and the trailer holds
      *    the last seal of the chain. A package is built once; a
      *    date and run-id already in the store is refused.
      * e. EVDRPT - the table of contents: per section its source,
      *    what was found and how many records, with each proof's
      *    verdict listed. VERIFY re-walks the chain and reports
      *    each section INTACT or ALTERED and the first record whose
      *    seal no longer holds.
      *
      * Return codes: BUILD 00 built; 04 built, but a source was not
      * supplied or the WINCLOSE seal did not hold; 16 the package
      * already exists, a bad deck or a file problem (ERRLOG 9871).
      * VERIFY 00 intact; 12 altered or incomplete (ERRLOG 9872);
      * 16 no such package or a file problem (ERRLOG 9871).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYEVPKG'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EVDCARDS ASSIGN TO EVDCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT PROOFFIL ASSIGN TO PROOFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT WINCLOSE ASSIGN TO WINCLOSE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT RECONRPT ASSIGN TO RECONRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT SUMRYFIL ASSIGN TO SUMRYFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT APPRAUD ASSIGN TO APPRAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT CFAUD ASSIGN TO CFAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT CRYPTAUD ASSIGN TO CRYPTAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT EVIDPKG ASSIGN TO EVIDPKG
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EVP-KEY
           FILE STATUS  IS WS-EVIDPKG-STATUS.

           SELECT EVDRPT ASSIGN TO EVDRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EVDRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   BUSDATE  20261014
      *   RUNID    W20261014A
         FD EVDCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  EVIDENCE-CONTROL-CARD.

         01 EVIDENCE-CONTROL-CARD.
            05 EC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 EC-VALUE           PIC X(71).

         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 FILLER             PIC X(64).

      * Record layout as written by IXYRECON, IXYCTCMP, IXYRTCMP and
      * IXYMQREC.
         FD PROOFFIL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PROOF-RECORD.

         01 PROOF-RECORD.
            05 PROOF-NAME         PIC X(08).
            05 PROOF-RUN-ID       PIC X(16).
            05 PROOF-VERDICT      PIC X(04).
            05 PROOF-TS           PIC X(21).
            05 FILLER             PIC X(31).

      * Record layout as written by IXYWCLOS.
         FD WINCLOSE
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  WINDOW-CLOSE-RECORD.

         01 WINDOW-CLOSE-RECORD.
            05 WCL-RUN-ID         PIC X(16).
            05 WCL-CLOSED-TS      PIC X(21).
            05 WCL-PROOF-FLAGS    PIC X(03).
            05 WCL-SEAL           PIC X(16).
            05 FILLER             PIC X(24).

      * Report lines as written by IXYRECON.
         FD RECONRPT
           RECORD CONTAINS 150   CHARACTERS
           BLOCK  CONTAINS 1500  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RECONRPT-LINE.

         01 RECONRPT-LINE           PIC X(150).

      * Record layout as written by IXYPRD31, IXYPAV31 and IXYCAV64.
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

      * Record layout as written by IXYAPPRV.
         FD APPRAUD
           RECORD CONTAINS 140  CHARACTERS
           BLOCK  CONTAINS 1400 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  APPROVAL-AUDIT-RECORD.

         01 APPROVAL-AUDIT-RECORD.
            05 AAUD-TIMESTAMP     PIC X(21).
            05 FILLER             PIC X(119).

      * Record layout as written by IXYCFMNT.
         FD CFAUD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CONFIG-AUDIT-RECORD.

         01 CONFIG-AUDIT-RECORD.
            05 CFA-TIMESTAMP      PIC X(21).
            05 FILLER             PIC X(59).

      * Record layout as written by IXYCRYPT.
         FD CRYPTAUD
           RECORD CONTAINS 130  CHARACTERS
           BLOCK  CONTAINS 1300 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CRYPT-AUDIT-RECORD.

         01 CRYPT-AUDIT-RECORD.
            05 CAUD-TIMESTAMP     PIC X(21).
            05 CAUD-CALLER        PIC X(08).
            05 CAUD-KEY-NAME      PIC X(80).
            05 CAUD-RUN-ID        PIC X(16).
            05 FILLER             PIC X(05).

      * The evidence package store. EVP-DATA holds an item exactly as
      * its source recorded it; the header, contents and trailer
      * records use the views below.
         FD EVIDPKG
           RECORD CONTAINS 480 CHARACTERS
           DATA RECORD     IS  EVIDENCE-PACKAGE-RECORD.

         01 EVIDENCE-PACKAGE-RECORD.
            05 EVP-KEY.
               10 EVP-BUSINESS-DATE  PIC 9(08).
               10 EVP-RUN-ID         PIC X(16).
               10 EVP-SECTION        PIC 9(02).
               10 EVP-SEQ            PIC 9(07).
            05 EVP-REC-TYPE          PIC X(01).
               88 EVP-IS-HEADER      VALUE 'H'.
               88 EVP-IS-ITEM        VALUE 'D'.
               88 EVP-IS-CONTENTS    VALUE 'C'.
               88 EVP-IS-TRAILER     VALUE 'T'.
            05 EVP-SOURCE            PIC X(08).
            05 EVP-DATA-LEN          PIC 9(05).
            05 EVP-CHAIN-SEAL        PIC X(16).
            05 EVP-DATA              PIC X(400).
            05 FILLER                PIC X(17).

         FD EVDRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  EVDRPT-LINE.

         01 EVDRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC X(02).
         01 WS-EVIDPKG-STATUS   PIC X(02).
         01 WS-EVDRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-VERIFY-RUN-SW    PIC X(01) VALUE 'N'.
             88 WS-VERIFY-RUN   VALUE 'Y'.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-BUSINESS-DATE    PIC 9(08) VALUE 0.
         01 WS-RUN-ID           PIC X(16) VALUE SPACES.

      * The package's sections, in collection order. Section 98 is
      * the table of contents, 99 the trailer.
         01 WS-SECT-CNT         PIC S9(4) BINARY VALUE 7.
         01 WS-SECT-TABLE.
            05 WS-SECT-ENTRY OCCURS 7 TIMES.
              10 WS-SECT-SOURCE     PIC X(08).
              10 WS-SECT-DESC       PIC X(40).
              10 WS-SECT-STATUS     PIC X(12).
              10 WS-SECT-COUNT      PIC S9(9) BINARY.
              10 WS-SECT-END-SEAL   PIC X(16).
              10 WS-SECT-SEEN       PIC S9(9) BINARY.
              10 WS-SECT-BAD        PIC S9(9) BINARY.
         01 WS-SECT-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-SECT-CONTENTS    PIC 9(02) VALUE 98.
         01 WS-SECT-TRAILER     PIC 9(02) VALUE 99.

      * The header, contents and trailer views of EVP-DATA.
         01 WS-EVD-HEADER.
            05 HDR-BUILT-TS       PIC X(21).
            05 HDR-BUSINESS-DATE  PIC 9(08).
            05 HDR-RUN-ID         PIC X(16).
            05 HDR-BUILT-BY       PIC X(08).
            05 HDR-SECTIONS       PIC 9(02).
         01 WS-EVD-CONTENTS.
            05 TOC-SECTION        PIC 9(02).
            05 TOC-SOURCE         PIC X(08).
            05 TOC-STATUS         PIC X(12).
            05 TOC-COUNT          PIC 9(09).
            05 TOC-END-SEAL       PIC X(16).
            05 TOC-DESC           PIC X(40).
         01 WS-EVD-TRAILER.
            05 TRL-RECORD-COUNT   PIC 9(09).
            05 TRL-ITEM-COUNT     PIC 9(09).
            05 TRL-SECTIONS       PIC 9(02).
            05 TRL-LAST-SEAL      PIC X(16).

      * The seal chain. WS-SEAL-IMAGE is the sealed view of one
      * record -- its key, type, source, length and content -- fed
      * to IXYSEAL 240 bytes at a time behind the running seal.
         01 WS-CHAIN-SEAL       PIC X(16) VALUE SPACES.
         01 WS-SEAL-IMAGE       PIC X(480).
         01 WS-SEAL-IMAGE-LEN   PIC S9(9) BINARY VALUE 0.
         01 WS-SEAL-POS         PIC S9(9) BINARY VALUE 0.
         01 WS-SEAL-CHUNK       PIC S9(9) BINARY VALUE 0.
         01 WS-SEAL-PARMS.
            05 WS-SEAL-DATA-LEN PIC S9(9) BINARY.
            05 WS-SEAL-DATA     PIC X(256).
            05 WS-SEAL-VALUE    PIC X(16).

      * One item on its way into the package.
         01 WS-ITEM-SOURCE      PIC X(08).
         01 WS-ITEM-DATA        PIC X(400).
         01 WS-ITEM-LEN         PIC S9(9) BINARY VALUE 0.
         01 WS-ITEM-SEQ         PIC S9(9) BINARY VALUE 0.
         01 WS-RECORD-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-ITEM-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-WRITE-FAIL-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-NOT-SUPPLIED-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-WCL-SEAL-BAD-CNT PIC S9(9) BINARY VALUE 0.

      * Verification.
         01 WS-VERIFY-SW        PIC X(01) VALUE 'N'.
             88 WS-PACKAGE-ALTERED VALUE 'Y'.
         01 WS-FOUND-HEADER-SW  PIC X(01) VALUE 'N'.
             88 WS-FOUND-HEADER VALUE 'Y'.
         01 WS-FOUND-TRAILER-SW PIC X(01) VALUE 'N'.
             88 WS-FOUND-TRAILER VALUE 'Y'.
         01 WS-FIRST-BAD-KEY    PIC X(33) VALUE SPACES.
         01 WS-BAD-SEAL-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-READ-ITEM-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-LAST-GOOD-SEAL   PIC X(16) VALUE SPACES.
         01 WS-CHECK-SEAL       PIC X(16).

         01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-SECT        PIC 99.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYEVPKG'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-MODE              PIC X(06).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "AUDIT EVIDENCE PACKAGE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH > 0
             EVALUATE PARM-MODE
               WHEN 'BUILD '
                 CONTINUE
               WHEN 'VERIFY'
                 SET WS-VERIFY-RUN TO TRUE
               WHEN OTHER
                 DISPLAY "ERROR : PARM MUST BE BUILD OR VERIFY"
                 MOVE "IXYEVPKG: INVALID PARM" TO ERRLOG-MSG
                 PERFORM ABANDON-EVIDENCE-RUN
             END-EVALUATE
           END-IF

           PERFORM READ-EVIDENCE-CARDS
           IF WS-DECK-BAD
             MOVE "IXYEVPKG: EVDCARDS CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-EVIDENCE-RUN
           END-IF
           PERFORM LOAD-SECTION-TABLE

           OPEN OUTPUT EVDRPT
           IF WS-EVDRPT-STATUS NOT = '00'
             DISPLAY "ERROR : EVDRPT NOT AVAILABLE, FILE STATUS "
                     WS-EVDRPT-STATUS
             MOVE "IXYEVPKG: EVDRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-EVIDENCE-RUN
           END-IF

           IF WS-VERIFY-RUN
             PERFORM VERIFY-EVIDENCE-PACKAGE
           ELSE
             PERFORM BUILD-EVIDENCE-PACKAGE
           END-IF

           CLOSE EVDRPT
           PERFORM DISPLAY-EVIDENCE-SUMMARY
           GOBACK
           .

       READ-EVIDENCE-CARDS.
      *****************************************************************
      * BUSDATE is required; the run-id comes from RUNCTL unless a
      * RUNID card names an earlier window.
      *****************************************************************
           OPEN INPUT EVDCARDS
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "ERROR : EVDCARDS NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
             SET WS-DECK-BAD TO TRUE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ EVDCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF EVIDENCE-CONTROL-CARD(1:1) NOT = '*' AND
                    EVIDENCE-CONTROL-CARD NOT = SPACES
                   DISPLAY "EVDCARDS : " EVIDENCE-CONTROL-CARD
                   EVALUATE EC-KEYWORD
                     WHEN 'BUSDATE '
                       IF EC-VALUE(1:8) IS NUMERIC AND
                          EC-VALUE(9:) = SPACES
                         MOVE EC-VALUE(1:8) TO WS-BUSINESS-DATE
                       END-IF
                       IF WS-BUSINESS-DATE = 0 OR
                          FUNCTION TEST-DATE-YYYYMMDD(
                                   WS-BUSINESS-DATE) NOT = 0
                         DISPLAY "ERROR : BUSDATE MUST BE A VALID "
                                 "YYYYMMDD DATE"
                         MOVE 0 TO WS-BUSINESS-DATE
                         SET WS-DECK-BAD TO TRUE
                       END-IF
                     WHEN 'RUNID   '
                       MOVE FUNCTION TRIM(EC-VALUE) TO WS-RUN-ID
                     WHEN OTHER
                       DISPLAY "ERROR : UNKNOWN EVDCARDS KEYWORD '"
                               EC-KEYWORD "'"
                       SET WS-DECK-BAD TO TRUE
                   END-EVALUATE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE EVDCARDS
           END-IF

           IF WS-RUN-ID = SPACES
             OPEN INPUT RUNCTL
             IF WS-FILE-STATUS = '00'
               READ RUNCTL
                 NOT AT END MOVE RUNCTL-RUN-ID TO WS-RUN-ID
               END-READ
               CLOSE RUNCTL
             END-IF
           END-IF
           IF WS-BUSINESS-DATE = 0 AND NOT WS-DECK-BAD
             DISPLAY "ERROR : NO BUSDATE CARD ON EVDCARDS"
             SET WS-DECK-BAD TO TRUE
           END-IF
           IF WS-RUN-ID = SPACES AND NOT WS-DECK-BAD
             DISPLAY "ERROR : NO RUNID CARD AND NO RUN-ID ON RUNCTL"
             SET WS-DECK-BAD TO TRUE
           END-IF
           DISPLAY "BUSINESS DATE : " WS-BUSINESS-DATE
           DISPLAY "RUN-ID        : " WS-RUN-ID.

       LOAD-SECTION-TABLE.
           MOVE 'PROOFFIL' TO WS-SECT-SOURCE(1)
           MOVE 'PROOF VERDICTS (RECON, CTCMP, RTCMP ...)' TO
                WS-SECT-DESC(1)
           MOVE 'WINCLOSE' TO WS-SECT-SOURCE(2)
           MOVE 'WINDOW CLOSE RECORD' TO WS-SECT-DESC(2)
           MOVE 'RECONRPT' TO WS-SECT-SOURCE(3)
           MOVE 'IXYRECON RECONCILIATION REPORT' TO WS-SECT-DESC(3)
           MOVE 'SUMRYFIL' TO WS-SECT-SOURCE(4)
           MOVE 'JOB SUMMARIES' TO WS-SECT-DESC(4)
           MOVE 'APPRAUD ' TO WS-SECT-SOURCE(5)
           MOVE 'APPROVAL DECISIONS' TO WS-SECT-DESC(5)
           MOVE 'CFAUD   ' TO WS-SECT-SOURCE(6)
           MOVE 'CONFIGURATION CHANGES' TO WS-SECT-DESC(6)
           MOVE 'CRYPTAUD' TO WS-SECT-SOURCE(7)
           MOVE 'DECRYPT ACTIVITY' TO WS-SECT-DESC(7)
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                     UNTIL WS-SECT-IDX > WS-SECT-CNT
             MOVE SPACES TO WS-SECT-STATUS(WS-SECT-IDX)
                            WS-SECT-END-SEAL(WS-SECT-IDX)
             MOVE 0 TO WS-SECT-COUNT(WS-SECT-IDX)
                       WS-SECT-SEEN(WS-SECT-IDX)
                       WS-SECT-BAD(WS-SECT-IDX)
           END-PERFORM.

       BUILD-EVIDENCE-PACKAGE.
      *****************************************************************
      * A package is written once. The header key already in the
      * store means this date and run-id were packaged before.
      *****************************************************************
           OPEN I-O EVIDPKG
           IF WS-EVIDPKG-STATUS NOT = '00'
      * First use creates the store, the create-on-first-use stance
      * ORGMAST and EMPMAST take.
             OPEN OUTPUT EVIDPKG
             IF WS-EVIDPKG-STATUS NOT = '00'
               DISPLAY "ERROR : EVIDPKG NOT AVAILABLE, FILE STATUS "
                       WS-EVIDPKG-STATUS
               MOVE "IXYEVPKG: EVIDPKG NOT AVAILABLE" TO ERRLOG-MSG
               PERFORM ABANDON-EVIDENCE-RUN
             END-IF
           ELSE
             MOVE WS-BUSINESS-DATE TO EVP-BUSINESS-DATE
             MOVE WS-RUN-ID        TO EVP-RUN-ID
             MOVE 0                TO EVP-SECTION EVP-SEQ
             READ EVIDPKG KEY IS EVP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 DISPLAY "ERROR : A PACKAGE FOR " WS-BUSINESS-DATE
                         " RUN-ID " WS-RUN-ID " ALREADY EXISTS"
                 CLOSE EVIDPKG
                 MOVE "IXYEVPKG: EVIDENCE PACKAGE ALREADY EXISTS" TO
                          ERRLOG-MSG
                 PERFORM ABANDON-EVIDENCE-RUN
             END-READ
           END-IF

           MOVE SPACES TO WS-CHAIN-SEAL
           MOVE SPACES TO WS-EVD-HEADER
           MOVE WS-JOB-START-TS(1:21) TO HDR-BUILT-TS
           MOVE WS-BUSINESS-DATE      TO HDR-BUSINESS-DATE
           MOVE WS-RUN-ID             TO HDR-RUN-ID
           MOVE 'IXYEVPKG'            TO HDR-BUILT-BY
           MOVE WS-SECT-CNT           TO HDR-SECTIONS
           MOVE 0 TO WS-ITEM-SEQ
           MOVE 'IXYEVPKG' TO WS-ITEM-SOURCE
           MOVE WS-EVD-HEADER TO WS-ITEM-DATA
           MOVE LENGTH OF WS-EVD-HEADER TO WS-ITEM-LEN
           MOVE 'H' TO EVP-REC-TYPE
           MOVE 0 TO EVP-SECTION
           PERFORM WRITE-PACKAGE-RECORD

           PERFORM COLLECT-PROOF-VERDICTS
           PERFORM COLLECT-WINDOW-CLOSE
           PERFORM COLLECT-RECON-REPORT
           PERFORM COLLECT-JOB-SUMMARIES
           PERFORM COLLECT-APPROVAL-DECISIONS
           PERFORM COLLECT-CONFIG-CHANGES
           PERFORM COLLECT-DECRYPT-ACTIVITY

      * The table of contents, one record per section.
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                     UNTIL WS-SECT-IDX > WS-SECT-CNT
             MOVE SPACES TO WS-EVD-CONTENTS
             MOVE WS-SECT-IDX                  TO TOC-SECTION
             MOVE WS-SECT-SOURCE(WS-SECT-IDX)  TO TOC-SOURCE
             MOVE WS-SECT-STATUS(WS-SECT-IDX)  TO TOC-STATUS
             MOVE WS-SECT-COUNT(WS-SECT-IDX)   TO TOC-COUNT
             MOVE WS-SECT-END-SEAL(WS-SECT-IDX) TO TOC-END-SEAL
             MOVE WS-SECT-DESC(WS-SECT-IDX)    TO TOC-DESC
             MOVE WS-SECT-IDX TO WS-ITEM-SEQ
             MOVE 'IXYEVPKG' TO WS-ITEM-SOURCE
             MOVE WS-EVD-CONTENTS TO WS-ITEM-DATA
             MOVE LENGTH OF WS-EVD-CONTENTS TO WS-ITEM-LEN
             MOVE 'C' TO EVP-REC-TYPE
             MOVE WS-SECT-CONTENTS TO EVP-SECTION
             PERFORM WRITE-PACKAGE-RECORD
           END-PERFORM

      * The trailer closes the chain with the seal before it.
           MOVE SPACES TO WS-EVD-TRAILER
           MOVE WS-RECORD-CNT TO TRL-RECORD-COUNT
           MOVE WS-ITEM-CNT   TO TRL-ITEM-COUNT
           MOVE WS-SECT-CNT   TO TRL-SECTIONS
           MOVE WS-CHAIN-SEAL TO TRL-LAST-SEAL
           MOVE 0 TO WS-ITEM-SEQ
           MOVE 'IXYEVPKG' TO WS-ITEM-SOURCE
           MOVE WS-EVD-TRAILER TO WS-ITEM-DATA
           MOVE LENGTH OF WS-EVD-TRAILER TO WS-ITEM-LEN
           MOVE 'T' TO EVP-REC-TYPE
           MOVE WS-SECT-TRAILER TO EVP-SECTION
           PERFORM WRITE-PACKAGE-RECORD
           CLOSE EVIDPKG

           PERFORM WRITE-CONTENTS-REPORT

           EVALUATE TRUE
             WHEN WS-WRITE-FAIL-CNT > 0
               DISPLAY "ERROR : " WS-WRITE-FAIL-CNT
                       " EVIDPKG WRITES FAILED - PACKAGE INCOMPLETE"
               MOVE 9871 TO ERRLOG-CODE
               MOVE "IXYEVPKG: EVIDENCE PACKAGE WRITE FAILED" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
             WHEN WS-NOT-SUPPLIED-CNT > 0 OR WS-WCL-SEAL-BAD-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       OPEN-SECTION-SOURCE.
      *****************************************************************
      * Called after each source's OPEN: a source that cannot be
      * read is recorded as such, not treated as empty.
      *****************************************************************
           MOVE WS-SECT-SOURCE(WS-SECT-IDX) TO WS-ITEM-SOURCE
           MOVE 0 TO WS-ITEM-SEQ
           IF WS-FILE-STATUS = '00'
             MOVE 'COLLECTED' TO WS-SECT-STATUS(WS-SECT-IDX)
             SET WS-NOT-EOF TO TRUE
           ELSE
             MOVE 'NOT SUPPLIED' TO WS-SECT-STATUS(WS-SECT-IDX)
             ADD 1 TO WS-NOT-SUPPLIED-CNT
             SET WS-EOF TO TRUE
             DISPLAY WS-SECT-SOURCE(WS-SECT-IDX)
                     " NOT AVAILABLE, FILE STATUS " WS-FILE-STATUS
           END-IF.

       CLOSE-SECTION-SOURCE.
           IF WS-SECT-STATUS(WS-SECT-IDX) = 'COLLECTED' AND
              WS-SECT-COUNT(WS-SECT-IDX) = 0
             MOVE 'NONE FOUND' TO WS-SECT-STATUS(WS-SECT-IDX)
           END-IF
           MOVE WS-CHAIN-SEAL TO WS-SECT-END-SEAL(WS-SECT-IDX).

       COLLECT-PROOF-VERDICTS.
           MOVE 1 TO WS-SECT-IDX
           OPEN INPUT PROOFFIL
           PERFORM OPEN-SECTION-SOURCE
           PERFORM UNTIL WS-EOF
             READ PROOFFIL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF PROOF-RUN-ID = WS-RUN-ID
                 MOVE PROOF-RECORD TO WS-ITEM-DATA
                 MOVE LENGTH OF PROOF-RECORD TO WS-ITEM-LEN
                 PERFORM WRITE-PACKAGE-ITEM
               END-IF
             END-READ
           END-PERFORM
           IF WS-SECT-STATUS(WS-SECT-IDX) NOT = 'NOT SUPPLIED'
             CLOSE PROOFFIL
           END-IF
           PERFORM CLOSE-SECTION-SOURCE.

       COLLECT-WINDOW-CLOSE.
      *****************************************************************
      * The close record's own IXYWCLOS seal is checked as it is
      * packaged -- the package records what it was given, and the
      * contents say whether that still held.
      *****************************************************************
           MOVE 2 TO WS-SECT-IDX
           OPEN INPUT WINCLOSE
           PERFORM OPEN-SECTION-SOURCE
           PERFORM UNTIL WS-EOF
             READ WINCLOSE
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WCL-RUN-ID = WS-RUN-ID
                 MOVE SPACES TO WS-SEAL-DATA
                 STRING WCL-RUN-ID      DELIMITED BY SIZE
                        WCL-CLOSED-TS   DELIMITED BY SIZE
                        WCL-PROOF-FLAGS DELIMITED BY SIZE
                   INTO WS-SEAL-DATA
                 MOVE 40 TO WS-SEAL-DATA-LEN
                 CALL "IXYSEAL" USING WS-SEAL-PARMS
                 IF WS-SEAL-VALUE NOT = WCL-SEAL
                   ADD 1 TO WS-WCL-SEAL-BAD-CNT
                   DISPLAY "WARNING : WINCLOSE RECORD FOR " WCL-RUN-ID
                           " FAILS ITS SEAL"
                 END-IF
                 MOVE WINDOW-CLOSE-RECORD TO WS-ITEM-DATA
                 MOVE LENGTH OF WINDOW-CLOSE-RECORD TO WS-ITEM-LEN
                 PERFORM WRITE-PACKAGE-ITEM
               END-IF
             END-READ
           END-PERFORM
           IF WS-SECT-STATUS(WS-SECT-IDX) NOT = 'NOT SUPPLIED'
             CLOSE WINCLOSE
           END-IF
           PERFORM CLOSE-SECTION-SOURCE
           IF WS-WCL-SEAL-BAD-CNT > 0
             MOVE 'SEAL FAILED' TO WS-SECT-STATUS(WS-SECT-IDX)
           END-IF.

       COLLECT-RECON-REPORT.
           MOVE 3 TO WS-SECT-IDX
           OPEN INPUT RECONRPT
           PERFORM OPEN-SECTION-SOURCE
           PERFORM UNTIL WS-EOF
             READ RECONRPT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               MOVE RECONRPT-LINE TO WS-ITEM-DATA
               MOVE LENGTH OF RECONRPT-LINE TO WS-ITEM-LEN
               PERFORM WRITE-PACKAGE-ITEM
             END-READ
           END-PERFORM
           IF WS-SECT-STATUS(WS-SECT-IDX) NOT = 'NOT SUPPLIED'
             CLOSE RECONRPT
           END-IF
           PERFORM CLOSE-SECTION-SOURCE.

       COLLECT-JOB-SUMMARIES.
           MOVE 4 TO WS-SECT-IDX
           OPEN INPUT SUMRYFIL
           PERFORM OPEN-SECTION-SOURCE
           PERFORM UNTIL WS-EOF
             READ SUMRYFIL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF SUM-RUN-ID = WS-RUN-ID OR
                  (SUM-BUSINESS-DATE IS NUMERIC AND
                   SUM-BUSINESS-DATE = WS-BUSINESS-DATE)
                 MOVE JOB-SUMMARY-RECORD TO WS-ITEM-DATA
                 MOVE LENGTH OF JOB-SUMMARY-RECORD TO WS-ITEM-LEN
                 PERFORM WRITE-PACKAGE-ITEM
               END-IF
             END-READ
           END-PERFORM
           IF WS-SECT-STATUS(WS-SECT-IDX) NOT = 'NOT SUPPLIED'
             CLOSE SUMRYFIL
           END-IF
           PERFORM CLOSE-SECTION-SOURCE.

       COLLECT-APPROVAL-DECISIONS.
           MOVE 5 TO WS-SECT-IDX
           OPEN INPUT APPRAUD
           PERFORM OPEN-SECTION-SOURCE
           PERFORM UNTIL WS-EOF
             READ APPRAUD
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF AAUD-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                 MOVE APPROVAL-AUDIT-RECORD TO WS-ITEM-DATA
                 MOVE LENGTH OF APPROVAL-AUDIT-RECORD TO WS-ITEM-LEN
                 PERFORM WRITE-PACKAGE-ITEM
               END-IF
             END-READ
           END-PERFORM
           IF WS-SECT-STATUS(WS-SECT-IDX) NOT = 'NOT SUPPLIED'
             CLOSE APPRAUD
           END-IF
           PERFORM CLOSE-SECTION-SOURCE.

       COLLECT-CONFIG-CHANGES.
           MOVE 6 TO WS-SECT-IDX
           OPEN INPUT CFAUD
           PERFORM OPEN-SECTION-SOURCE
           PERFORM UNTIL WS-EOF
             READ CFAUD
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF CFA-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                 MOVE CONFIG-AUDIT-RECORD TO WS-ITEM-DATA
                 MOVE LENGTH OF CONFIG-AUDIT-RECORD TO WS-ITEM-LEN
                 PERFORM WRITE-PACKAGE-ITEM
               END-IF
             END-READ
           END-PERFORM
           IF WS-SECT-STATUS(WS-SECT-IDX) NOT = 'NOT SUPPLIED'
             CLOSE CFAUD
           END-IF
           PERFORM CLOSE-SECTION-SOURCE.

       COLLECT-DECRYPT-ACTIVITY.
           MOVE 7 TO WS-SECT-IDX
           OPEN INPUT CRYPTAUD
           PERFORM OPEN-SECTION-SOURCE
           PERFORM UNTIL WS-EOF
             READ CRYPTAUD
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF CAUD-RUN-ID = WS-RUN-ID OR
                  (CAUD-RUN-ID = SPACES AND
                   CAUD-TIMESTAMP(1:8) = WS-BUSINESS-DATE)
                 MOVE CRYPT-AUDIT-RECORD TO WS-ITEM-DATA
                 MOVE LENGTH OF CRYPT-AUDIT-RECORD TO WS-ITEM-LEN
                 PERFORM WRITE-PACKAGE-ITEM
               END-IF
             END-READ
           END-PERFORM
           IF WS-SECT-STATUS(WS-SECT-IDX) NOT = 'NOT SUPPLIED'
             CLOSE CRYPTAUD
           END-IF
           PERFORM CLOSE-SECTION-SOURCE.

       WRITE-PACKAGE-ITEM.
           ADD 1 TO WS-ITEM-SEQ
           ADD 1 TO WS-SECT-COUNT(WS-SECT-IDX)
           ADD 1 TO WS-ITEM-CNT
           MOVE 'D' TO EVP-REC-TYPE
           MOVE WS-SECT-IDX TO EVP-SECTION
           PERFORM WRITE-PACKAGE-RECORD.

       WRITE-PACKAGE-RECORD.
      *****************************************************************
      * EVP-REC-TYPE and EVP-SECTION are set by the caller; the rest
      * of the record comes from WS-ITEM-*, and the chain seal is
      * taken over the finished record.
      *****************************************************************
           MOVE WS-BUSINESS-DATE TO EVP-BUSINESS-DATE
           MOVE WS-RUN-ID        TO EVP-RUN-ID
           MOVE WS-ITEM-SEQ      TO EVP-SEQ
           MOVE WS-ITEM-SOURCE   TO EVP-SOURCE
           MOVE WS-ITEM-LEN      TO EVP-DATA-LEN
           MOVE SPACES           TO EVP-DATA
           MOVE WS-ITEM-DATA(1:WS-ITEM-LEN) TO EVP-DATA
           PERFORM SEAL-PACKAGE-RECORD
           MOVE WS-CHAIN-SEAL TO EVP-CHAIN-SEAL
           WRITE EVIDENCE-PACKAGE-RECORD
             INVALID KEY
               ADD 1 TO WS-WRITE-FAIL-CNT
               DISPLAY "ERROR : EVIDPKG WRITE FAILED, FILE STATUS "
                       WS-EVIDPKG-STATUS " KEY " EVP-KEY
             NOT INVALID KEY
               ADD 1 TO WS-RECORD-CNT
           END-WRITE.

       SEAL-PACKAGE-RECORD.
      *****************************************************************
      * Extends WS-CHAIN-SEAL over the record in EVIDENCE-PACKAGE-
      * RECORD: key, type, source, length and content, 240 bytes per
      * IXYSEAL call behind the running seal.
      *****************************************************************
           MOVE SPACES TO WS-SEAL-IMAGE
           STRING EVP-KEY                     DELIMITED BY SIZE
                  EVP-REC-TYPE                DELIMITED BY SIZE
                  EVP-SOURCE                  DELIMITED BY SIZE
                  EVP-DATA-LEN                DELIMITED BY SIZE
                  EVP-DATA(1:EVP-DATA-LEN)    DELIMITED BY SIZE
             INTO WS-SEAL-IMAGE
           COMPUTE WS-SEAL-IMAGE-LEN = 47 + EVP-DATA-LEN
           MOVE 1 TO WS-SEAL-POS
           PERFORM UNTIL WS-SEAL-POS > WS-SEAL-IMAGE-LEN
             COMPUTE WS-SEAL-CHUNK =
                     WS-SEAL-IMAGE-LEN - WS-SEAL-POS + 1
             IF WS-SEAL-CHUNK > 240
               MOVE 240 TO WS-SEAL-CHUNK
             END-IF
             MOVE SPACES TO WS-SEAL-DATA
             STRING WS-CHAIN-SEAL DELIMITED BY SIZE
                    WS-SEAL-IMAGE(WS-SEAL-POS:WS-SEAL-CHUNK)
                                  DELIMITED BY SIZE
               INTO WS-SEAL-DATA
             COMPUTE WS-SEAL-DATA-LEN = 16 + WS-SEAL-CHUNK
             CALL "IXYSEAL" USING WS-SEAL-PARMS
             MOVE WS-SEAL-VALUE TO WS-CHAIN-SEAL
             ADD 240 TO WS-SEAL-POS
           END-PERFORM.

       WRITE-CONTENTS-REPORT.
      *****************************************************************
      * The table of contents as built (or, for VERIFY, as found
      * with each section's verdict).
      *****************************************************************
           MOVE SPACES TO EVDRPT-LINE
           IF WS-VERIFY-RUN
             STRING "  AUDIT EVIDENCE PACKAGE - VERIFICATION AT "
                    WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO EVDRPT-LINE
           ELSE
             STRING "  AUDIT EVIDENCE PACKAGE - BUILT AT "
                    WS-JOB-START-TS(1:21)
                    DELIMITED BY SIZE INTO EVDRPT-LINE
           END-IF
           WRITE EVDRPT-LINE
           MOVE SPACES TO EVDRPT-LINE
           STRING "  BUSINESS DATE " WS-BUSINESS-DATE
                  "   RUN-ID " WS-RUN-ID
                  DELIMITED BY SIZE INTO EVDRPT-LINE
           WRITE EVDRPT-LINE
           MOVE ALL "-" TO EVDRPT-LINE
           WRITE EVDRPT-LINE
           MOVE "  SECT SOURCE    CONTENT                              "
                TO EVDRPT-LINE
           MOVE "     STATUS           RECORDS" TO EVDRPT-LINE(56:)
           IF WS-VERIFY-RUN
             MOVE "VERDICT" TO EVDRPT-LINE(90:)
           END-IF
           WRITE EVDRPT-LINE
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                     UNTIL WS-SECT-IDX > WS-SECT-CNT
             MOVE SPACES TO EVDRPT-LINE
             MOVE WS-SECT-IDX TO WS-EDIT-SECT
             MOVE WS-SECT-COUNT(WS-SECT-IDX) TO WS-EDIT-COUNT
             STRING "  " WS-EDIT-SECT "   "
                    WS-SECT-SOURCE(WS-SECT-IDX) "  "
                    WS-SECT-DESC(WS-SECT-IDX) "   "
                    WS-SECT-STATUS(WS-SECT-IDX) "  "
                    WS-EDIT-COUNT
                    DELIMITED BY SIZE INTO EVDRPT-LINE
             IF WS-VERIFY-RUN
               IF WS-SECT-BAD(WS-SECT-IDX) > 0 OR
                  WS-SECT-SEEN(WS-SECT-IDX) NOT =
                  WS-SECT-COUNT(WS-SECT-IDX)
                 MOVE "ALTERED" TO EVDRPT-LINE(90:)
               ELSE
                 MOVE "INTACT" TO EVDRPT-LINE(90:)
               END-IF
             END-IF
             WRITE EVDRPT-LINE
             IF WS-SECT-IDX = 1 AND NOT WS-VERIFY-RUN
               PERFORM LIST-PROOF-VERDICTS
             END-IF
           END-PERFORM
           MOVE SPACES TO EVDRPT-LINE
           WRITE EVDRPT-LINE
           MOVE WS-ITEM-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO EVDRPT-LINE
           STRING "  ITEMS IN THE PACKAGE : "
                  FUNCTION TRIM(WS-EDIT-COUNT)
                  "   LAST SEAL OF THE CHAIN : " WS-CHAIN-SEAL
                  DELIMITED BY SIZE INTO EVDRPT-LINE
           WRITE EVDRPT-LINE.

       LIST-PROOF-VERDICTS.
      *****************************************************************
      * Each proof's verdict under its section line, read back from
      * the package just written.
      *****************************************************************
           OPEN INPUT EVIDPKG
           IF WS-EVIDPKG-STATUS = '00'
             MOVE WS-BUSINESS-DATE TO EVP-BUSINESS-DATE
             MOVE WS-RUN-ID        TO EVP-RUN-ID
             MOVE 1                TO EVP-SECTION
             MOVE 1                TO EVP-SEQ
             START EVIDPKG KEY IS NOT LESS THAN EVP-KEY
               INVALID KEY SET WS-EOF TO TRUE
               NOT INVALID KEY SET WS-NOT-EOF TO TRUE
             END-START
             PERFORM UNTIL WS-EOF
               READ EVIDPKG NEXT RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF EVP-BUSINESS-DATE NOT = WS-BUSINESS-DATE OR
                    EVP-RUN-ID NOT = WS-RUN-ID OR EVP-SECTION NOT = 1
                   SET WS-EOF TO TRUE
                 ELSE
                   MOVE EVP-DATA(1:80) TO PROOF-RECORD
                   MOVE SPACES TO EVDRPT-LINE
                   STRING "           " PROOF-NAME " : "
                          PROOF-VERDICT " AT " PROOF-TS
                          DELIMITED BY SIZE INTO EVDRPT-LINE
                   WRITE EVDRPT-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE EVIDPKG
           END-IF.

       VERIFY-EVIDENCE-PACKAGE.
      *****************************************************************
      * Re-walks the package in key order, recomputing the chain. The
      * first record whose stored seal differs is where the package
      * was changed; the sections found must agree with the table of
      * contents, and the trailer must close the chain.
      *****************************************************************
           OPEN INPUT EVIDPKG
           IF WS-EVIDPKG-STATUS NOT = '00'
             DISPLAY "ERROR : EVIDPKG NOT AVAILABLE, FILE STATUS "
                     WS-EVIDPKG-STATUS
             MOVE "IXYEVPKG: EVIDPKG NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-EVIDENCE-RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO EVP-BUSINESS-DATE
           MOVE WS-RUN-ID        TO EVP-RUN-ID
           MOVE 0                TO EVP-SECTION EVP-SEQ
           START EVIDPKG KEY IS NOT LESS THAN EVP-KEY
             INVALID KEY SET WS-EOF TO TRUE
             NOT INVALID KEY SET WS-NOT-EOF TO TRUE
           END-START
           MOVE SPACES TO WS-CHAIN-SEAL
           PERFORM UNTIL WS-EOF
             READ EVIDPKG NEXT RECORD
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF EVP-BUSINESS-DATE NOT = WS-BUSINESS-DATE OR
                  EVP-RUN-ID NOT = WS-RUN-ID
                 SET WS-EOF TO TRUE
               ELSE
                 PERFORM VERIFY-PACKAGE-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE EVIDPKG

           IF NOT WS-FOUND-HEADER AND WS-READ-CNT = 0
             DISPLAY "ERROR : NO PACKAGE FOR " WS-BUSINESS-DATE
                     " RUN-ID " WS-RUN-ID
             MOVE "IXYEVPKG: NO SUCH EVIDENCE PACKAGE" TO ERRLOG-MSG
             PERFORM ABANDON-EVIDENCE-RUN
           END-IF

           IF NOT WS-FOUND-HEADER OR NOT WS-FOUND-TRAILER OR
              WS-BAD-SEAL-CNT > 0
             SET WS-PACKAGE-ALTERED TO TRUE
           END-IF
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                     UNTIL WS-SECT-IDX > WS-SECT-CNT
             IF WS-SECT-BAD(WS-SECT-IDX) > 0 OR
                WS-SECT-SEEN(WS-SECT-IDX) NOT =
                WS-SECT-COUNT(WS-SECT-IDX)
               SET WS-PACKAGE-ALTERED TO TRUE
             END-IF
           END-PERFORM

           PERFORM WRITE-CONTENTS-REPORT
           MOVE SPACES TO EVDRPT-LINE
           IF WS-PACKAGE-ALTERED
             MOVE WS-BAD-SEAL-CNT TO WS-EDIT-COUNT
             STRING "  VERDICT : ALTERED - "
                    FUNCTION TRIM(WS-EDIT-COUNT)
                    " RECORDS FAIL THE CHAIN, FIRST AT KEY "
                    WS-FIRST-BAD-KEY
                    DELIMITED BY SIZE INTO EVDRPT-LINE
             WRITE EVDRPT-LINE
             IF NOT WS-FOUND-HEADER OR NOT WS-FOUND-TRAILER
               MOVE "            THE HEADER OR TRAILER IS MISSING"
                    TO EVDRPT-LINE
               WRITE EVDRPT-LINE
             END-IF
             MOVE 9872 TO ERRLOG-CODE
             MOVE "IXYEVPKG: EVIDENCE PACKAGE FAILS VERIFICATION" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE "  VERDICT : INTACT - EVERY SEAL IN THE CHAIN HOLDS"
                  TO EVDRPT-LINE
             WRITE EVDRPT-LINE
           END-IF.

       VERIFY-PACKAGE-RECORD.
           ADD 1 TO WS-READ-CNT
      * A length that cannot have been written fails without sealing.
           IF EVP-DATA-LEN IS NUMERIC AND EVP-DATA-LEN > 0 AND
              EVP-DATA-LEN NOT > LENGTH OF EVP-DATA
             PERFORM SEAL-PACKAGE-RECORD
           ELSE
             MOVE ALL '?' TO WS-CHAIN-SEAL
           END-IF
           IF WS-CHAIN-SEAL NOT = EVP-CHAIN-SEAL
             ADD 1 TO WS-BAD-SEAL-CNT
             IF WS-FIRST-BAD-KEY = SPACES
               MOVE EVP-KEY TO WS-FIRST-BAD-KEY
             END-IF
             IF EVP-SECTION >= 1 AND EVP-SECTION <= WS-SECT-CNT
               ADD 1 TO WS-SECT-BAD(EVP-SECTION)
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN EVP-IS-HEADER
               SET WS-FOUND-HEADER TO TRUE
             WHEN EVP-IS-ITEM
               ADD 1 TO WS-READ-ITEM-CNT
               IF EVP-SECTION >= 1 AND EVP-SECTION <= WS-SECT-CNT
                 ADD 1 TO WS-SECT-SEEN(EVP-SECTION)
               END-IF
             WHEN EVP-IS-CONTENTS
               MOVE EVP-DATA(1:LENGTH OF WS-EVD-CONTENTS) TO
                    WS-EVD-CONTENTS
               IF TOC-SECTION >= 1 AND TOC-SECTION <= WS-SECT-CNT
                 MOVE TOC-STATUS TO WS-SECT-STATUS(TOC-SECTION)
                 MOVE TOC-COUNT  TO WS-SECT-COUNT(TOC-SECTION)
               END-IF
             WHEN EVP-IS-TRAILER
               SET WS-FOUND-TRAILER TO TRUE
               MOVE EVP-DATA(1:LENGTH OF WS-EVD-TRAILER) TO
                    WS-EVD-TRAILER
               MOVE TRL-ITEM-COUNT TO WS-ITEM-CNT
               IF TRL-RECORD-COUNT NOT = WS-READ-CNT - 1 OR
                  TRL-ITEM-COUNT NOT = WS-READ-ITEM-CNT
                 ADD 1 TO WS-BAD-SEAL-CNT
                 IF WS-FIRST-BAD-KEY = SPACES
                   MOVE EVP-KEY TO WS-FIRST-BAD-KEY
                 END-IF
               END-IF
           END-EVALUATE.

       ABANDON-EVIDENCE-RUN.
           MOVE 9871 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-EVIDENCE-SUMMARY
           GOBACK.

       DISPLAY-EVIDENCE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYEVPKG JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  BUSINESS DATE    : " WS-BUSINESS-DATE
           DISPLAY "  RUN-ID           : " WS-RUN-ID
           IF WS-VERIFY-RUN
             DISPLAY "  RECORDS CHECKED  : " WS-READ-CNT
             DISPLAY "  SEALS FAILED     : " WS-BAD-SEAL-CNT
           ELSE
             DISPLAY "  RECORDS WRITTEN  : " WS-RECORD-CNT
             DISPLAY "  ITEMS PACKAGED   : " WS-ITEM-CNT
             DISPLAY "  NOT SUPPLIED     : " WS-NOT-SUPPLIED-CNT
             DISPLAY "  WRITES FAILED    : " WS-WRITE-FAIL-CNT
           END-IF
           DISPLAY "==========================================".

       END PROGRAM 'IXYEVPKG'.
