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
      * MAIN PROGRAM EXTRACT RECEIPT (ACKNOWLEDGEMENT) LOADER
      ******************************************************************
      * Loads the receipt files the recipients of our outbound
      * extracts send back and checks each against what the manifest
      * says was sent:
      * a. MANIFEST - the sealed hand-off records IXYMNFST writes. A
      *    record failing its seal is not trusted and is left out; a
      *    later manifest for the same run-id, dataset and recipient
      *    (the extract re-sent) replaces an earlier one.
      * b. ACKIN    - the receipts, one 80-byte card each:
      *        cols 1-8   recipient
      *        cols 10-25 window run-id of the extract
      *        cols 27-35 dataset (HRXTRACT, PAYXTRCT, NOTIFFIL,
      *                   REPLAYFIL)
      *        cols 37-45 records received, 9 digits
      *        cols 47-55 content hash computed on receipt, 9 digits
      *                   (byte-sum modulo 999999999)
      *        cols 57-60 RCVD or LOAD (received / loaded), REJ
      *                   (rejected by the recipient)
      *        cols 62-75 receipt timestamp YYYYMMDDHHMMSS
      *    '*' in column 1 is a comment.
      * c. ACKFIL   - the acknowledgement ledger, appended with one
      *    record per receipt and the verdict reached:
      *      MATCHED  - count and hash agree with the manifest
      *      MISMATCH - count or hash differ (ERRLOG 9821)
      *      REJECTED - the recipient refused the file (ERRLOG 9821)
      *      UNKNOWN  - no manifest for it (ERRLOG 9822)
      * d. ACKRPT   - a line per receipt loaded.
      * IXYACKOD reads the ledger to report what is overdue.
      *
      * Return codes: 00 every receipt matched; 04 a receipt that did
      * not match; 08 unreadable receipt cards (skipped) or more
      * manifests than the table holds; 16 ACKFIL or MANIFEST
      * unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYACKLD'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MANIFEST ASSIGN TO MANIFEST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MANIFEST-STATUS.

           SELECT ACKIN ASSIGN TO ACKIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ACKIN-STATUS.

           SELECT ACKFIL ASSIGN TO ACKFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ACKFIL-STATUS.

           SELECT ACKRPT ASSIGN TO ACKRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ACKRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
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

      * Example card:
      *   PAYROLL  RUN20261015      PAYXTRCT  000001234 004711815 LOAD
         FD ACKIN
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RECEIPT-CARD.

         01 RECEIPT-CARD.
            05 RCP-RECIPIENT      PIC X(08).
            05 FILLER             PIC X(01).
            05 RCP-RUN-ID         PIC X(16).
            05 FILLER             PIC X(01).
            05 RCP-DATASET        PIC X(09).
            05 FILLER             PIC X(01).
            05 RCP-RECORD-COUNT   PIC 9(09).
            05 FILLER             PIC X(01).
            05 RCP-CONTENT-HASH   PIC 9(09).
            05 FILLER             PIC X(01).
            05 RCP-STATUS         PIC X(04).
                88 RCP-RECEIVED   VALUE 'RCVD'.
                88 RCP-LOADED     VALUE 'LOAD'.
                88 RCP-REJECTED   VALUE 'REJ '.
            05 FILLER             PIC X(01).
            05 RCP-RECEIPT-TS     PIC X(14).
            05 FILLER             PIC X(05).

      * The acknowledgement ledger -- appended, one record per
      * receipt loaded.
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

         FD ACKRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ACKRPT-LINE.

         01 ACKRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-MANIFEST-STATUS  PIC X(02).
         01 WS-ACKIN-STATUS     PIC X(02).
         01 WS-ACKFIL-STATUS    PIC X(02).
         01 WS-ACKRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * Seal-verified manifests, one per run-id, dataset and
      * recipient.
         01 WS-MNF-MAX          PIC S9(4) BINARY VALUE 5000.
         01 WS-MNF-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-MNF-TABLE.
            05 WS-MNF-ENTRY OCCURS 5000 TIMES.
              10 WS-MNF-KEY.
                15 WS-MNF-RUN-ID     PIC X(16).
                15 WS-MNF-DATASET    PIC X(09).
                15 WS-MNF-RECIPIENT  PIC X(08).
              10 WS-MNF-RECORDS      PIC 9(09).
              10 WS-MNF-HASH         PIC 9(09).
         01 WS-MNF-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-MNF-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-MNF-FULL-SW      PIC X(01) VALUE 'N'.
             88 WS-MNF-FULL     VALUE 'Y'.
         01 WS-WORK-KEY.
            05 WS-WORK-RUN-ID      PIC X(16).
            05 WS-WORK-DATASET     PIC X(09).
            05 WS-WORK-RECIPIENT   PIC X(08).

         01 WS-VERDICT          PIC X(08).
         01 WS-DETAIL-NOTE      PIC X(50).

      * Manifest seal verification -- see IXYSEAL.
         01 WS-SEAL-PARMS.
            05 WS-SEAL-DATA-LEN PIC S9(9) BINARY.
            05 WS-SEAL-DATA     PIC X(256).
            05 WS-SEAL-VALUE    PIC X(16).

         01 WS-MANIFESTS-READ   PIC S9(9) BINARY VALUE 0.
         01 WS-SEAL-FAIL-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-BAD-CARD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-MATCHED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-MISMATCH-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-REJECTED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-UNKNOWN-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-COUNT-1     PIC Z(8)9.
         01 WS-EDIT-COUNT-2     PIC Z(8)9.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RECIPIENT   PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RUN-ID      PIC X(16).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-DATASET     PIC X(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-STATUS      PIC X(04).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RECEIPT-TS  PIC X(14).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-VERDICT     PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NOTE        PIC X(50).
            05 FILLER              PIC X(15) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYACKLD'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "EXTRACT RECEIPT LOADER"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-MANIFESTS
           IF RETURN-CODE >= 16
             PERFORM DISPLAY-LOADER-SUMMARY
             GOBACK
           END-IF

           OPEN EXTEND ACKFIL
           IF WS-ACKFIL-STATUS NOT = '00'
             OPEN OUTPUT ACKFIL
           END-IF
           IF WS-ACKFIL-STATUS NOT = '00'
             DISPLAY "ERROR : OPEN ACKFIL FAILED. STATUS: "
                     WS-ACKFIL-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-LOADER-SUMMARY
             GOBACK
           END-IF
           OPEN OUTPUT ACKRPT
           MOVE SPACES TO ACKRPT-LINE
           STRING "  EXTRACT RECEIPTS LOADED AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE SPACES TO ACKRPT-LINE
           STRING "  RECIPIENT RUN-ID           DATASET   STAT "
                  "RECEIVED       VERDICT  NOTE"
                  DELIMITED BY SIZE INTO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE ALL "-" TO ACKRPT-LINE
           WRITE ACKRPT-LINE

           PERFORM LOAD-RECEIPTS

           CLOSE ACKFIL
           CLOSE ACKRPT

           IF RETURN-CODE < 4 AND
              (WS-MISMATCH-CNT > 0 OR WS-REJECTED-CNT > 0 OR
               WS-UNKNOWN-CNT > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-LOADER-SUMMARY
           GOBACK
           .

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
             PERFORM FIND-MANIFEST
             IF WS-MNF-FOUND-IDX = 0
               IF WS-MNF-CNT >= WS-MNF-MAX
                 IF NOT WS-MNF-FULL
                   DISPLAY "ERROR : MORE THAN " WS-MNF-MAX
                           " MANIFESTS -- IGNORING REMAINDER"
                   SET WS-MNF-FULL TO TRUE
                   MOVE 8 TO RETURN-CODE
                 END-IF
               ELSE
                 ADD 1 TO WS-MNF-CNT
                 MOVE WS-MNF-CNT TO WS-MNF-FOUND-IDX
                 MOVE WS-WORK-KEY TO WS-MNF-KEY(WS-MNF-FOUND-IDX)
               END-IF
             END-IF
             IF WS-MNF-FOUND-IDX NOT = 0
               MOVE MNF-RECORD-COUNT TO WS-MNF-RECORDS(WS-MNF-FOUND-IDX)
               MOVE MNF-CONTENT-HASH TO WS-MNF-HASH(WS-MNF-FOUND-IDX)
             END-IF
           END-IF.

       FIND-MANIFEST.
           MOVE 0 TO WS-MNF-FOUND-IDX
           MOVE 1 TO WS-MNF-IDX
           PERFORM UNTIL WS-MNF-IDX > WS-MNF-CNT
                      OR WS-MNF-FOUND-IDX NOT = 0
             IF WS-MNF-KEY(WS-MNF-IDX) = WS-WORK-KEY
               MOVE WS-MNF-IDX TO WS-MNF-FOUND-IDX
             ELSE
               ADD 1 TO WS-MNF-IDX
             END-IF
           END-PERFORM.

       LOAD-RECEIPTS.
           OPEN INPUT ACKIN
           IF WS-ACKIN-STATUS NOT = '00'
             DISPLAY "NOTE : NO ACKIN RECEIPTS TO LOAD. STATUS: "
                     WS-ACKIN-STATUS
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ ACKIN
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF RECEIPT-CARD(1:1) = '*' OR RECEIPT-CARD = SPACES
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-CARD-CNT
                   PERFORM LOAD-ONE-RECEIPT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ACKIN
           END-IF.

       LOAD-ONE-RECEIPT.
           IF RCP-RECIPIENT = SPACES OR RCP-RUN-ID = SPACES OR
              RCP-DATASET = SPACES OR
              RCP-RECORD-COUNT NOT NUMERIC OR
              RCP-CONTENT-HASH NOT NUMERIC OR
              (NOT RCP-RECEIVED AND NOT RCP-LOADED AND
               NOT RCP-REJECTED)
             ADD 1 TO WS-BAD-CARD-CNT
             DISPLAY "WARNING : ACKIN CARD IGNORED, "
                     RECEIPT-CARD(1:60)
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             MOVE RCP-RUN-ID    TO WS-WORK-RUN-ID
             MOVE RCP-DATASET   TO WS-WORK-DATASET
             MOVE RCP-RECIPIENT TO WS-WORK-RECIPIENT
             PERFORM FIND-MANIFEST
             PERFORM JUDGE-RECEIPT
             PERFORM WRITE-ACKNOWLEDGEMENT
           END-IF.

       JUDGE-RECEIPT.
           MOVE SPACES TO WS-DETAIL-NOTE
           EVALUATE TRUE
             WHEN WS-MNF-FOUND-IDX = 0
               MOVE 'UNKNOWN ' TO WS-VERDICT
               ADD 1 TO WS-UNKNOWN-CNT
               MOVE "NO MANIFEST FOR THIS RUN-ID, DATASET, RECIPIENT"
                 TO WS-DETAIL-NOTE
               MOVE 9822 TO ERRLOG-CODE
             WHEN RCP-REJECTED
               MOVE 'REJECTED' TO WS-VERDICT
               ADD 1 TO WS-REJECTED-CNT
               MOVE "RECIPIENT REJECTED THE FILE" TO WS-DETAIL-NOTE
               MOVE 9821 TO ERRLOG-CODE
             WHEN RCP-RECORD-COUNT NOT =
                  WS-MNF-RECORDS(WS-MNF-FOUND-IDX)
               MOVE 'MISMATCH' TO WS-VERDICT
               ADD 1 TO WS-MISMATCH-CNT
               MOVE WS-MNF-RECORDS(WS-MNF-FOUND-IDX) TO WS-EDIT-COUNT-1
               MOVE RCP-RECORD-COUNT TO WS-EDIT-COUNT-2
               STRING "SENT" WS-EDIT-COUNT-1 " RECORDS, RECEIVED"
                      WS-EDIT-COUNT-2
                      DELIMITED BY SIZE INTO WS-DETAIL-NOTE
               MOVE 9821 TO ERRLOG-CODE
             WHEN RCP-CONTENT-HASH NOT = WS-MNF-HASH(WS-MNF-FOUND-IDX)
               MOVE 'MISMATCH' TO WS-VERDICT
               ADD 1 TO WS-MISMATCH-CNT
               STRING "CONTENT HASH SENT "
                      WS-MNF-HASH(WS-MNF-FOUND-IDX)
                      " RECEIVED " RCP-CONTENT-HASH
                      DELIMITED BY SIZE INTO WS-DETAIL-NOTE
               MOVE 9821 TO ERRLOG-CODE
             WHEN OTHER
               MOVE 'MATCHED ' TO WS-VERDICT
               ADD 1 TO WS-MATCHED-CNT
           END-EVALUATE
           IF WS-VERDICT NOT = 'MATCHED '
             MOVE SPACES TO ERRLOG-MSG
             STRING "IXYACKLD: " RCP-DATASET " RECEIPT FROM "
                    RCP-RECIPIENT " RUN-ID " RCP-RUN-ID " "
                    WS-VERDICT " - " WS-DETAIL-NOTE
                    DELIMITED BY SIZE INTO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
           END-IF.

       WRITE-ACKNOWLEDGEMENT.
           MOVE SPACES TO ACKNOWLEDGEMENT-RECORD
           MOVE WS-JOB-START-TS(1:21) TO ACK-LOADED-TS
           MOVE RCP-RECIPIENT    TO ACK-RECIPIENT
           MOVE RCP-RUN-ID       TO ACK-RUN-ID
           MOVE RCP-DATASET      TO ACK-DATASET
           MOVE RCP-RECORD-COUNT TO ACK-RECORD-COUNT
           MOVE RCP-CONTENT-HASH TO ACK-CONTENT-HASH
           MOVE RCP-STATUS       TO ACK-RCPT-STATUS
           MOVE RCP-RECEIPT-TS   TO ACK-RCPT-TS
           MOVE WS-VERDICT       TO ACK-VERDICT
           WRITE ACKNOWLEDGEMENT-RECORD

           MOVE RCP-RECIPIENT  TO RPT-DET-RECIPIENT
           MOVE RCP-RUN-ID     TO RPT-DET-RUN-ID
           MOVE RCP-DATASET    TO RPT-DET-DATASET
           MOVE RCP-STATUS     TO RPT-DET-STATUS
           MOVE RCP-RECEIPT-TS TO RPT-DET-RECEIPT-TS
           MOVE WS-VERDICT     TO RPT-DET-VERDICT
           MOVE WS-DETAIL-NOTE TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL TO ACKRPT-LINE
           WRITE ACKRPT-LINE.

       DISPLAY-LOADER-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYACKLD JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  MANIFESTS READ   : " WS-MANIFESTS-READ
           DISPLAY "  FAILED SEAL      : " WS-SEAL-FAIL-CNT
           DISPLAY "  RECEIPTS READ    : " WS-CARD-CNT
           DISPLAY "  CARDS IGNORED    : " WS-BAD-CARD-CNT
           DISPLAY "  MATCHED          : " WS-MATCHED-CNT
           DISPLAY "  MISMATCHED       : " WS-MISMATCH-CNT
           DISPLAY "  REJECTED         : " WS-REJECTED-CNT
           DISPLAY "  NO MANIFEST      : " WS-UNKNOWN-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYACKLD'.
