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
      * MAIN PROGRAM OVERDUE EXTRACT ACKNOWLEDGEMENT REPORT
      ******************************************************************
      * Sets every outbound extract hand-off against the receipts
      * loaded for it and reports the ones still outstanding:
      * a. ACKFIL   - the acknowledgement ledger IXYACKLD appends. A
      *    later receipt for the same run-id, dataset and recipient
      *    replaces an earlier one.
      * b. MANIFEST - the sealed hand-off records IXYMNFST writes
      *    (records failing their seal are left out; a re-sent
      *    extract replaces the earlier manifest).
      * Each delivery is then
      *      ACKNOWLEDGED - latest receipt MATCHED (not listed)
      *      DISPUTED     - latest receipt MISMATCH or REJECTED
      *      AWAITING     - no receipt yet, within the SLA
      *      OVERDUE      - no receipt and older than the SLA
      * c. DELIVRPT - the outstanding deliveries, oldest first as
      *    handed off.
      * d. DELIVSTA - one record per outstanding delivery, read by
      *    the status board IXYSTBRD.
      *
      * PARM: the acknowledgement SLA in whole hours, 1-3 digits
      * (default 24).
      *
      * Return codes: 00 nothing overdue or disputed; 04 a delivery
      * overdue or disputed; 08 more manifests or receipts than the
      * tables hold; 16 MANIFEST or DELIVSTA unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYACKOD'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ACKFIL ASSIGN TO ACKFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ACKFIL-STATUS.

           SELECT MANIFEST ASSIGN TO MANIFEST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MANIFEST-STATUS.

           SELECT DELIVRPT ASSIGN TO DELIVRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DELIVRPT-STATUS.

           SELECT DELIVSTA ASSIGN TO DELIVSTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DELIVSTA-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYACKLD.
         FD ACKFIL
           RECORD CONTAINS 120  CHARACTERS
           BLOCK  CONTAINS 1200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ACKNOWLEDGEMENT-RECORD.

         01 ACKNOWLEDGEMENT-RECORD.
            05 ACK-LOADED-TS      PIC X(21).
            05 ACK-RECIPIENT      PIC X(08).
            05 ACK-RUN-ID         PIC X(16).
            05 ACK-DATASET        PIC X(09).
            05 ACK-RECORD-COUNT   PIC 9(09).
            05 ACK-CONTENT-HASH   PIC 9(09).
            05 ACK-RCPT-STATUS    PIC X(04).
            05 ACK-RCPT-TS        PIC X(14).
            05 ACK-VERDICT        PIC X(08).
            05 FILLER             PIC X(22).

      * Record layout as written by IXYMNFST.
         FD MANIFEST
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MANIFEST-RECORD.

         01 MANIFEST-RECORD.
            05 MNF-SEALED-AREA.
              10 MNF-RUN-ID         PIC X(16).
              10 MNF-DATASET        PIC X(09).
              10 MNF-RECIPIENT      PIC X(08).
              10 MNF-HANDOFF-TS     PIC X(21).
              10 MNF-RECORD-COUNT   PIC 9(09).
              10 MNF-DETAIL-COUNT   PIC 9(09).
              10 MNF-TRAILER-SW     PIC X(01).
              10 MNF-AMOUNT-1       PIC 9(13)V9(02).
              10 MNF-AMOUNT-2       PIC 9(13)V9(02).
              10 MNF-COUNT-3        PIC 9(15).
              10 MNF-CONTENT-HASH   PIC 9(09).
            05 MNF-SEAL           PIC X(16).
            05 FILLER             PIC X(17).

         FD DELIVRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DELIVRPT-LINE.

         01 DELIVRPT-LINE           PIC X(132).

      * One record per delivery not yet acknowledged.
         FD DELIVSTA
           RECORD CONTAINS 120  CHARACTERS
           BLOCK  CONTAINS 1200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DELIVERY-STATUS-RECORD.

         01 DELIVERY-STATUS-RECORD.
            05 DST-STATE          PIC X(08).
                88 DST-OVERDUE    VALUE 'OVERDUE '.
                88 DST-DISPUTED   VALUE 'DISPUTED'.
                88 DST-AWAITING   VALUE 'AWAITING'.
            05 DST-RUN-ID         PIC X(16).
            05 DST-DATASET        PIC X(09).
            05 DST-RECIPIENT      PIC X(08).
            05 DST-HANDOFF-TS     PIC X(21).
            05 DST-AGE-HOURS      PIC 9(05).
            05 DST-REPORTED-TS    PIC X(21).
            05 DST-RECORD-COUNT   PIC 9(09).
            05 FILLER             PIC X(23).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-ACKFIL-STATUS    PIC X(02).
         01 WS-MANIFEST-STATUS  PIC X(02).
         01 WS-DELIVRPT-STATUS  PIC X(02).
         01 WS-DELIVSTA-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-SLA-HOURS        PIC 9(03) VALUE 24.

      * Latest receipt verdict per run-id, dataset and recipient.
         01 WS-ACK-MAX          PIC S9(4) BINARY VALUE 5000.
         01 WS-ACK-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-ACK-TABLE.
            05 WS-ACK-ENTRY OCCURS 5000 TIMES.
              10 WS-ACK-KEY         PIC X(33).
              10 WS-ACK-VERDICT     PIC X(08).
              10 WS-ACK-RCPT-TS     PIC X(14).
         01 WS-ACK-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-ACK-FOUND-IDX    PIC S9(4) BINARY VALUE 0.

      * Seal-verified manifests, latest per run-id, dataset and
      * recipient, in first hand-off order.
         01 WS-MNF-MAX          PIC S9(4) BINARY VALUE 5000.
         01 WS-MNF-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-MNF-TABLE.
            05 WS-MNF-ENTRY OCCURS 5000 TIMES.
              10 WS-MNF-KEY.
                15 WS-MNF-RUN-ID     PIC X(16).
                15 WS-MNF-DATASET    PIC X(09).
                15 WS-MNF-RECIPIENT  PIC X(08).
              10 WS-MNF-HANDOFF-TS   PIC X(21).
              10 WS-MNF-RECORDS      PIC 9(09).
         01 WS-MNF-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-MNF-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
             88 WS-TABLE-FULL   VALUE 'Y'.
         01 WS-WORK-KEY.
            05 WS-WORK-RUN-ID      PIC X(16).
            05 WS-WORK-DATASET     PIC X(09).
            05 WS-WORK-RECIPIENT   PIC X(08).

      * Manifest seal verification -- see IXYSEAL.
         01 WS-SEAL-PARMS.
            05 WS-SEAL-DATA-LEN PIC S9(9) BINARY.
            05 WS-SEAL-DATA     PIC X(256).
            05 WS-SEAL-VALUE    PIC X(16).

      * Delivery age arithmetic -- whole days via INTEGER-OF-DATE
      * plus the time-of-day split into minutes.
         01 WS-NOW-DAYS         PIC S9(9) BINARY VALUE 0.
         01 WS-HO-DAYS          PIC S9(9) BINARY VALUE 0.
         01 WS-NOW-MINS         PIC S9(9) BINARY VALUE 0.
         01 WS-HO-MINS          PIC S9(9) BINARY VALUE 0.
         01 WS-AGE-MINS         PIC S9(9) BINARY VALUE 0.
         01 WS-AGE-HOURS        PIC 9(05) VALUE 0.
         01 WS-DATE-WORK        PIC 9(08) VALUE 0.
         01 WS-HH               PIC 9(02) VALUE 0.
         01 WS-MM               PIC 9(02) VALUE 0.

         01 WS-STATE            PIC X(08).
         01 WS-NOTE             PIC X(30).

         01 WS-MANIFESTS-READ   PIC S9(9) BINARY VALUE 0.
         01 WS-SEAL-FAIL-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-RECEIPTS-READ    PIC S9(9) BINARY VALUE 0.
         01 WS-ACKNOWLEDGED-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-DISPUTED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-AWAITING-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-OVERDUE-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-OVERDUE      PIC Z(8)9.
         01 WS-EDIT-DISPUTED     PIC Z(8)9.
         01 WS-EDIT-AWAITING     PIC Z(8)9.
         01 WS-EDIT-ACKNOWLEDGED PIC Z(8)9.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-STATE       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RUN-ID      PIC X(16).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-DATASET     PIC X(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RECIPIENT   PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-HANDOFF-TS  PIC X(21).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-AGE         PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RECORDS     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-NOTE        PIC X(30).
            05 FILLER              PIC X(14) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-SLA-HOURS         PIC X(03).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "OVERDUE EXTRACT ACKNOWLEDGEMENTS"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           EVALUATE TRUE
             WHEN PARM-LENGTH >= 3 AND PARM-SLA-HOURS IS NUMERIC
               MOVE PARM-SLA-HOURS TO WS-SLA-HOURS
             WHEN PARM-LENGTH = 2 AND PARM-SLA-HOURS(1:2) IS NUMERIC
               MOVE PARM-SLA-HOURS(1:2) TO WS-SLA-HOURS
             WHEN PARM-LENGTH = 1 AND PARM-SLA-HOURS(1:1) IS NUMERIC
               MOVE PARM-SLA-HOURS(1:1) TO WS-SLA-HOURS
           END-EVALUATE
           IF WS-SLA-HOURS = 0
             MOVE 24 TO WS-SLA-HOURS
           END-IF
           DISPLAY "ACKNOWLEDGEMENT SLA (HOURS): " WS-SLA-HOURS

           PERFORM LOAD-ACKNOWLEDGEMENTS
           PERFORM LOAD-MANIFESTS
           IF RETURN-CODE >= 16
             PERFORM DISPLAY-OVERDUE-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT DELIVSTA
           IF WS-DELIVSTA-STATUS NOT = '00'
             DISPLAY "ERROR : OPEN DELIVSTA FAILED. STATUS: "
                     WS-DELIVSTA-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-OVERDUE-SUMMARY
             GOBACK
           END-IF
           OPEN OUTPUT DELIVRPT
           PERFORM PRINT-REPORT-HEADINGS

           MOVE 1 TO WS-MNF-IDX
           PERFORM UNTIL WS-MNF-IDX > WS-MNF-CNT
             PERFORM CLASSIFY-DELIVERY
             ADD 1 TO WS-MNF-IDX
           END-PERFORM

           MOVE ALL "-" TO DELIVRPT-LINE
           WRITE DELIVRPT-LINE
           MOVE SPACES TO DELIVRPT-LINE
           MOVE WS-OVERDUE-CNT      TO WS-EDIT-OVERDUE
           MOVE WS-DISPUTED-CNT     TO WS-EDIT-DISPUTED
           MOVE WS-AWAITING-CNT     TO WS-EDIT-AWAITING
           MOVE WS-ACKNOWLEDGED-CNT TO WS-EDIT-ACKNOWLEDGED
           STRING "  OVERDUE" WS-EDIT-OVERDUE
                  "  DISPUTED" WS-EDIT-DISPUTED
                  "  AWAITING" WS-EDIT-AWAITING
                  "  ACKNOWLEDGED" WS-EDIT-ACKNOWLEDGED
                  DELIMITED BY SIZE INTO DELIVRPT-LINE
           WRITE DELIVRPT-LINE
           CLOSE DELIVRPT
           CLOSE DELIVSTA

           IF RETURN-CODE < 4 AND
              (WS-OVERDUE-CNT > 0 OR WS-DISPUTED-CNT > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-OVERDUE-SUMMARY
           GOBACK
           .

       LOAD-ACKNOWLEDGEMENTS.
      *****************************************************************
      * No ledger yet simply means nothing has been acknowledged.
      *****************************************************************
           OPEN INPUT ACKFIL
           IF WS-ACKFIL-STATUS NOT = '00'
             DISPLAY "NOTE : ACKFIL NOT USABLE. STATUS: "
                     WS-ACKFIL-STATUS
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ ACKFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-RECEIPTS-READ
                 IF ACK-VERDICT NOT = 'UNKNOWN '
                   PERFORM LOAD-ONE-ACKNOWLEDGEMENT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ACKFIL
           END-IF.

       LOAD-ONE-ACKNOWLEDGEMENT.
           MOVE ACK-RUN-ID    TO WS-WORK-RUN-ID
           MOVE ACK-DATASET   TO WS-WORK-DATASET
           MOVE ACK-RECIPIENT TO WS-WORK-RECIPIENT
           MOVE 0 TO WS-ACK-FOUND-IDX
           MOVE 1 TO WS-ACK-IDX
           PERFORM UNTIL WS-ACK-IDX > WS-ACK-CNT
                      OR WS-ACK-FOUND-IDX NOT = 0
             IF WS-ACK-KEY(WS-ACK-IDX) = WS-WORK-KEY
               MOVE WS-ACK-IDX TO WS-ACK-FOUND-IDX
             ELSE
               ADD 1 TO WS-ACK-IDX
             END-IF
           END-PERFORM
           IF WS-ACK-FOUND-IDX = 0
             IF WS-ACK-CNT >= WS-ACK-MAX
               PERFORM REPORT-TABLE-FULL
             ELSE
               ADD 1 TO WS-ACK-CNT
               MOVE WS-ACK-CNT TO WS-ACK-FOUND-IDX
               MOVE WS-WORK-KEY TO WS-ACK-KEY(WS-ACK-FOUND-IDX)
             END-IF
           END-IF
           IF WS-ACK-FOUND-IDX NOT = 0
             MOVE ACK-VERDICT TO WS-ACK-VERDICT(WS-ACK-FOUND-IDX)
             MOVE ACK-RCPT-TS TO WS-ACK-RCPT-TS(WS-ACK-FOUND-IDX)
           END-IF.

       LOAD-MANIFESTS.
           OPEN INPUT MANIFEST
           IF WS-MANIFEST-STATUS NOT = '00'
             DISPLAY "ERROR : MANIFEST NOT AVAILABLE, FILE STATUS "
                     WS-MANIFEST-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ MANIFEST
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-MANIFESTS-READ
                 PERFORM LOAD-ONE-MANIFEST
               END-READ
             END-PERFORM
             CLOSE MANIFEST
           END-IF.

       LOAD-ONE-MANIFEST.
           MOVE SPACES TO WS-SEAL-DATA
           MOVE MNF-SEALED-AREA TO WS-SEAL-DATA
           MOVE LENGTH OF MNF-SEALED-AREA TO WS-SEAL-DATA-LEN
           CALL "IXYSEAL" USING WS-SEAL-PARMS
           IF WS-SEAL-VALUE NOT = MNF-SEAL
             ADD 1 TO WS-SEAL-FAIL-CNT
             DISPLAY "WARNING : MANIFEST FOR " MNF-DATASET " RUN-ID "
                     MNF-RUN-ID " FAILS SEAL VERIFICATION - IGNORED"
           ELSE
             MOVE MNF-RUN-ID    TO WS-WORK-RUN-ID
             MOVE MNF-DATASET   TO WS-WORK-DATASET
             MOVE MNF-RECIPIENT TO WS-WORK-RECIPIENT
             MOVE 0 TO WS-MNF-FOUND-IDX
             MOVE 1 TO WS-MNF-IDX
             PERFORM UNTIL WS-MNF-IDX > WS-MNF-CNT
                        OR WS-MNF-FOUND-IDX NOT = 0
               IF WS-MNF-KEY(WS-MNF-IDX) = WS-WORK-KEY
                 MOVE WS-MNF-IDX TO WS-MNF-FOUND-IDX
               ELSE
                 ADD 1 TO WS-MNF-IDX
               END-IF
             END-PERFORM
             IF WS-MNF-FOUND-IDX = 0
               IF WS-MNF-CNT >= WS-MNF-MAX
                 PERFORM REPORT-TABLE-FULL
               ELSE
                 ADD 1 TO WS-MNF-CNT
                 MOVE WS-MNF-CNT TO WS-MNF-FOUND-IDX
                 MOVE WS-WORK-KEY TO WS-MNF-KEY(WS-MNF-FOUND-IDX)
               END-IF
             END-IF
             IF WS-MNF-FOUND-IDX NOT = 0
               MOVE MNF-HANDOFF-TS
                 TO WS-MNF-HANDOFF-TS(WS-MNF-FOUND-IDX)
               MOVE MNF-RECORD-COUNT
                 TO WS-MNF-RECORDS(WS-MNF-FOUND-IDX)
             END-IF
           END-IF.

       REPORT-TABLE-FULL.
           IF NOT WS-TABLE-FULL
             DISPLAY "ERROR : MORE THAN 5000 DELIVERIES OR RECEIPTS"
                     " -- IGNORING REMAINDER"
             SET WS-TABLE-FULL TO TRUE
             MOVE 8 TO RETURN-CODE
           END-IF.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO DELIVRPT-LINE
           STRING "  OUTSTANDING EXTRACT DELIVERIES AT "
                  WS-JOB-START-TS(1:21) "   SLA " WS-SLA-HOURS
                  " HOURS"
                  DELIMITED BY SIZE INTO DELIVRPT-LINE
           WRITE DELIVRPT-LINE
           MOVE SPACES TO DELIVRPT-LINE
           STRING "  STATE    RUN-ID           DATASET   RECIPNT  "
                  "HANDED OFF            AGE-H     RECORDS  NOTE"
                  DELIMITED BY SIZE INTO DELIVRPT-LINE
           WRITE DELIVRPT-LINE
           MOVE ALL "-" TO DELIVRPT-LINE
           WRITE DELIVRPT-LINE.

       CLASSIFY-DELIVERY.
      *****************************************************************
      * The latest receipt decides; with none, the age of the hand-off
      * against the SLA does.
      *****************************************************************
           MOVE WS-MNF-KEY(WS-MNF-IDX) TO WS-WORK-KEY
           MOVE 0 TO WS-ACK-FOUND-IDX
           MOVE 1 TO WS-ACK-IDX
           PERFORM UNTIL WS-ACK-IDX > WS-ACK-CNT
                      OR WS-ACK-FOUND-IDX NOT = 0
             IF WS-ACK-KEY(WS-ACK-IDX) = WS-WORK-KEY
               MOVE WS-ACK-IDX TO WS-ACK-FOUND-IDX
             ELSE
               ADD 1 TO WS-ACK-IDX
             END-IF
           END-PERFORM
           PERFORM COMPUTE-DELIVERY-AGE
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
             WHEN WS-ACK-FOUND-IDX NOT = 0 AND
                  WS-ACK-VERDICT(WS-ACK-FOUND-IDX) = 'MATCHED '
               MOVE 'ACKED   ' TO WS-STATE
               ADD 1 TO WS-ACKNOWLEDGED-CNT
             WHEN WS-ACK-FOUND-IDX NOT = 0
               MOVE 'DISPUTED' TO WS-STATE
               ADD 1 TO WS-DISPUTED-CNT
               STRING WS-ACK-VERDICT(WS-ACK-FOUND-IDX) " RECEIPT "
                      WS-ACK-RCPT-TS(WS-ACK-FOUND-IDX)
                      DELIMITED BY SIZE INTO WS-NOTE
             WHEN WS-AGE-HOURS > WS-SLA-HOURS
               MOVE 'OVERDUE ' TO WS-STATE
               ADD 1 TO WS-OVERDUE-CNT
               MOVE "NO RECEIPT - CHASE RECIPIENT" TO WS-NOTE
             WHEN OTHER
               MOVE 'AWAITING' TO WS-STATE
               ADD 1 TO WS-AWAITING-CNT
               MOVE "WITHIN SLA" TO WS-NOTE
           END-EVALUATE
           IF WS-STATE NOT = 'ACKED   '
             PERFORM WRITE-OUTSTANDING-DELIVERY
           END-IF.

       COMPUTE-DELIVERY-AGE.
           MOVE WS-JOB-START-TS(1:8) TO WS-DATE-WORK
           COMPUTE WS-NOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           MOVE WS-MNF-HANDOFF-TS(WS-MNF-IDX)(1:8) TO WS-DATE-WORK
           COMPUTE WS-HO-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           MOVE WS-JOB-START-TS(9:2) TO WS-HH
           MOVE WS-JOB-START-TS(11:2) TO WS-MM
           COMPUTE WS-NOW-MINS = WS-HH * 60 + WS-MM
           MOVE WS-MNF-HANDOFF-TS(WS-MNF-IDX)(9:2) TO WS-HH
           MOVE WS-MNF-HANDOFF-TS(WS-MNF-IDX)(11:2) TO WS-MM
           COMPUTE WS-HO-MINS = WS-HH * 60 + WS-MM
           COMPUTE WS-AGE-MINS = (WS-NOW-DAYS - WS-HO-DAYS) * 1440
                               + WS-NOW-MINS - WS-HO-MINS
           IF WS-AGE-MINS < 0
             MOVE 0 TO WS-AGE-MINS
           END-IF
           IF WS-AGE-MINS > 5999940
             MOVE 99999 TO WS-AGE-HOURS
           ELSE
             COMPUTE WS-AGE-HOURS = WS-AGE-MINS / 60
           END-IF.

       WRITE-OUTSTANDING-DELIVERY.
           MOVE SPACES TO DELIVERY-STATUS-RECORD
           MOVE WS-STATE                    TO DST-STATE
           MOVE WS-MNF-RUN-ID(WS-MNF-IDX)    TO DST-RUN-ID
           MOVE WS-MNF-DATASET(WS-MNF-IDX)   TO DST-DATASET
           MOVE WS-MNF-RECIPIENT(WS-MNF-IDX) TO DST-RECIPIENT
           MOVE WS-MNF-HANDOFF-TS(WS-MNF-IDX) TO DST-HANDOFF-TS
           MOVE WS-AGE-HOURS                TO DST-AGE-HOURS
           MOVE WS-JOB-START-TS(1:21)       TO DST-REPORTED-TS
           MOVE WS-MNF-RECORDS(WS-MNF-IDX)   TO DST-RECORD-COUNT
           WRITE DELIVERY-STATUS-RECORD

           MOVE WS-STATE                    TO RPT-DET-STATE
           MOVE WS-MNF-RUN-ID(WS-MNF-IDX)    TO RPT-DET-RUN-ID
           MOVE WS-MNF-DATASET(WS-MNF-IDX)   TO RPT-DET-DATASET
           MOVE WS-MNF-RECIPIENT(WS-MNF-IDX) TO RPT-DET-RECIPIENT
           MOVE WS-MNF-HANDOFF-TS(WS-MNF-IDX) TO RPT-DET-HANDOFF-TS
           MOVE WS-AGE-HOURS                TO RPT-DET-AGE
           MOVE WS-MNF-RECORDS(WS-MNF-IDX)   TO RPT-DET-RECORDS
           MOVE WS-NOTE                     TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL TO DELIVRPT-LINE
           WRITE DELIVRPT-LINE.

       DISPLAY-OVERDUE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYACKOD JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RECEIPTS READ    : " WS-RECEIPTS-READ
           DISPLAY "  MANIFESTS READ   : " WS-MANIFESTS-READ
           DISPLAY "  FAILED SEAL      : " WS-SEAL-FAIL-CNT
           DISPLAY "  DELIVERIES       : " WS-MNF-CNT
           DISPLAY "  ACKNOWLEDGED     : " WS-ACKNOWLEDGED-CNT
           DISPLAY "  DISPUTED         : " WS-DISPUTED-CNT
           DISPLAY "  AWAITING         : " WS-AWAITING-CNT
           DISPLAY "  OVERDUE          : " WS-OVERDUE-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYACKOD'.
