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
      * MAIN PROGRAM OUTBOUND EXTRACT DELIVERY MANIFEST
      ******************************************************************
      * The hand-off step run after each outbound extract is built and
      * before it is transmitted, so there is a record of exactly what
      * left the shop:
      * a. RUNCTL   - the window run-id the extract belongs to.
      * b. The extract named by the PARM, read front to back:
      *      HRXTRACT  - benefits/pension feed (IXYHRXTR)
      *      PAYXTRCT  - payroll feed (IXYPAYXT)
      *      NOTIFFIL  - employee notifications (IXYCAV64)
      *      REPLAYFIL - replay extract (IXYCON64)
      *    HRXTRACT and PAYXTRCT must end in a trailer whose detail
      *    count agrees with the details read; the trailer totals are
      *    carried into the manifest. NOTIFFIL and REPLAYFIL have no
      *    trailer, so their totals are computed here.
      * c. MANIFEST - one record appended per hand-off: run-id,
      *    dataset, recipient, hand-off time, record and detail
      *    counts, the control totals, and the content hash -- the
      *    byte-sum modulo 999999999 over every byte of every record,
      *    the EVENTFIL trailer arithmetic, which a recipient can
      *    recompute from what it received. The record is sealed
      *    through IXYSEAL so a manifest cannot be edited after the
      *    fact. IXYACKLD checks recipient receipts against it.
      *
      * PARM: cols 1-9 the extract DD name; cols 11-18 the recipient
      * (default HRSYSTEM, PAYROLL, NOTIFY or REPLAY by extract).
      *
      * Manifest totals by extract:
      *   AMOUNT-1  salary total (HRXTRACT, PAYXTRCT), new-amount
      *             total (NOTIFFIL)
      *   AMOUNT-2  allowance total (PAYXTRCT)
      *   COUNT-3   leaver count (HRXTRACT, PAYXTRCT), payload bytes
      *             (REPLAYFIL)
      *
      * Return codes: 00 manifest written; 12 the trailer is missing
      * or disagrees with the details -- the extract must not be
      * sent, and nothing is written; 16 no run-id, an unknown PARM
      * or a file problem.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      * 2026-10-15 : HRXTRACT widened 260 -> 290 and PAYXTRCT 280 ->
      *              310 in step with the extracts' leave-of-absence
      *              fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYMNFST'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT HRXTRACT ASSIGN TO HRXTRACT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EXTRACT-STATUS.

           SELECT PAYXTRCT ASSIGN TO PAYXTRCT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EXTRACT-STATUS.

           SELECT NOTIFFIL ASSIGN TO NOTIFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EXTRACT-STATUS.

           SELECT REPLAYFIL ASSIGN TO REPLAYFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EXTRACT-STATUS.

           SELECT MANIFEST ASSIGN TO MANIFEST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MANIFEST-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 FILLER             PIC X(64).

      * Record layout as written by IXYHRXTR.
         FD HRXTRACT
           RECORD CONTAINS 290  CHARACTERS
           BLOCK  CONTAINS 2900 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  HR-INTERFACE-RECORD.

         01 HR-INTERFACE-RECORD.
            05 HRX-RECORD-TYPE      PIC X(01).
               88 HRX-IS-HEADER     VALUE 'H'.
               88 HRX-IS-DETAIL     VALUE 'D'.
               88 HRX-IS-TRAILER    VALUE 'T'.
            05 HRX-RECORD-BODY      PIC X(289).

         01 HR-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 HRXT-DETAIL-COUNT    PIC 9(09).
            05 HRXT-SALARY-TOTAL    PIC 9(13)V9(02).
            05 HRXT-LEAVER-COUNT    PIC 9(09).
            05 HRXT-REHIRE-COUNT    PIC 9(09).
            05 FILLER               PIC X(247).

      * Record layout as written by IXYPAYXT.
         FD PAYXTRCT
           RECORD CONTAINS 310  CHARACTERS
           BLOCK  CONTAINS 3100 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PAYROLL-INTERFACE-RECORD.

         01 PAYROLL-INTERFACE-RECORD.
            05 PAYX-RECORD-TYPE     PIC X(01).
               88 PAYX-IS-HEADER    VALUE 'H'.
               88 PAYX-IS-DETAIL    VALUE 'D'.
               88 PAYX-IS-TRAILER   VALUE 'T'.
            05 PAYX-RECORD-BODY     PIC X(309).

         01 PAY-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 PAYT-DETAIL-COUNT    PIC 9(09).
            05 PAYT-SALARY-TOTAL    PIC 9(13)V9(02).
            05 PAYT-ALLOW-TOTAL     PIC 9(13)V9(02).
            05 PAYT-LEAVER-COUNT    PIC 9(09).
            05 PAYT-REHIRE-COUNT    PIC 9(09).
            05 FILLER               PIC X(252).

      * Record layout as written by IXYCAV64.
         FD NOTIFFIL
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  NOTIFICATION-RECORD.

         01 NOTIFICATION-RECORD.
            05 NTF-TIMESTAMP      PIC X(21).
            05 NTF-RUN-ID         PIC X(16).
            05 NTF-CLASS          PIC X(08).
            05 NTF-TEMPLATE       PIC X(08).
            05 NTF-EMPLOYEE-ID    PIC 9(09).
            05 NTF-FULL-NAME      PIC X(30).
            05 NTF-EMAIL          PIC X(40).
            05 NTF-OLD-AMOUNT     PIC 9(07)V9(02).
            05 NTF-NEW-AMOUNT     PIC 9(07)V9(02).
            05 FILLER             PIC X(10).

      * Record layout as written by WRITE-REPLAY-RECORD in IXYCON64.
         FD REPLAYFIL
           RECORD CONTAINS 6285   CHARACTERS
           BLOCK  CONTAINS 62850  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  REPLAY-FILE-RECORD.

         01 REPLAY-FILE-RECORD.
            05 REPLAY-TIMESTAMP    PIC X(21).
            05 REPLAY-TOPIC-NAME   PIC X(2049).
            05 REPLAY-PARTITION    PIC S9(9)  SIGN LEADING SEPARATE.
            05 REPLAY-OFFSET       PIC S9(18) SIGN LEADING SEPARATE.
            05 REPLAY-PAYLOAD-LEN  PIC S9(9)  SIGN LEADING SEPARATE.
            05 REPLAY-PAYLOAD      PIC X(4176).

      * One sealed record per hand-off, appended so the dataset is
      * also the delivery history.
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

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-EXTRACT-STATUS   PIC X(02).
         01 WS-MANIFEST-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-RUN-ID           PIC X(16) VALUE SPACES.
         01 WS-DATASET          PIC X(09) VALUE SPACES.
             88 WS-DS-HRXTRACT  VALUE 'HRXTRACT '.
             88 WS-DS-PAYXTRCT  VALUE 'PAYXTRCT '.
             88 WS-DS-NOTIFFIL  VALUE 'NOTIFFIL '.
             88 WS-DS-REPLAYFIL VALUE 'REPLAYFIL'.
         01 WS-RECIPIENT        PIC X(08) VALUE SPACES.

      * Counts and totals accumulated while reading; the trailer's
      * own totals replace the computed ones where a trailer exists.
         01 WS-RECORD-CNT       PIC 9(09) VALUE 0.
         01 WS-DETAIL-CNT       PIC 9(09) VALUE 0.
         01 WS-TRAILER-CNT      PIC 9(09) VALUE 0.
         01 WS-TRAILER-DETAILS  PIC 9(09) VALUE 0.
         01 WS-AMOUNT-1         PIC 9(13)V9(02) VALUE 0.
         01 WS-AMOUNT-2         PIC 9(13)V9(02) VALUE 0.
         01 WS-COUNT-3          PIC 9(15) VALUE 0.
         01 WS-TRAILER-SW       PIC X(01) VALUE 'N'.

      * Content hash -- see ACCUMULATE-CONTENT-HASH.
         01 WS-CONTENT-HASH     PIC 9(09) VALUE 0.
         01 WS-HASH-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-HASH-LEN         PIC S9(9) BINARY VALUE 0.
         01 WS-HASH-AREA        PIC X(6285).

      * Manifest seal -- see IXYSEAL.
         01 WS-SEAL-PARMS.
            05 WS-SEAL-DATA-LEN PIC S9(9) BINARY.
            05 WS-SEAL-DATA     PIC X(256).
            05 WS-SEAL-VALUE    PIC X(16).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYMNFST'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-DATASET           PIC X(09).
           05 FILLER                 PIC X(01).
           05 PARM-RECIPIENT         PIC X(08).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "OUTBOUND EXTRACT DELIVERY MANIFEST"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 8
             MOVE PARM-DATASET TO WS-DATASET
           END-IF
           IF PARM-LENGTH >= 11
             MOVE PARM-RECIPIENT TO WS-RECIPIENT
           END-IF
           EVALUATE TRUE
             WHEN WS-DS-HRXTRACT
               IF WS-RECIPIENT = SPACES
                 MOVE 'HRSYSTEM' TO WS-RECIPIENT
               END-IF
             WHEN WS-DS-PAYXTRCT
               IF WS-RECIPIENT = SPACES
                 MOVE 'PAYROLL ' TO WS-RECIPIENT
               END-IF
             WHEN WS-DS-NOTIFFIL
               IF WS-RECIPIENT = SPACES
                 MOVE 'NOTIFY  ' TO WS-RECIPIENT
               END-IF
             WHEN WS-DS-REPLAYFIL
               IF WS-RECIPIENT = SPACES
                 MOVE 'REPLAY  ' TO WS-RECIPIENT
               END-IF
             WHEN OTHER
               DISPLAY "ERROR : PARM MUST NAME HRXTRACT, PAYXTRCT, "
                       "NOTIFFIL OR REPLAYFIL - GOT '" WS-DATASET "'"
               MOVE 16 TO RETURN-CODE
               PERFORM DISPLAY-MANIFEST-SUMMARY
               GOBACK
           END-EVALUATE

           PERFORM READ-RUN-CONTROL
           IF WS-RUN-ID = SPACES
             DISPLAY "ERROR : NO WINDOW RUN-ID IN RUNCTL - NO MANIFEST "
                     "WRITTEN"
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-MANIFEST-SUMMARY
             GOBACK
           END-IF
           DISPLAY "MANIFESTING " WS-DATASET " FOR " WS-RECIPIENT
                   " RUN-ID " WS-RUN-ID

           EVALUATE TRUE
             WHEN WS-DS-HRXTRACT
               PERFORM READ-HR-EXTRACT
             WHEN WS-DS-PAYXTRCT
               PERFORM READ-PAYROLL-EXTRACT
             WHEN WS-DS-NOTIFFIL
               PERFORM READ-NOTIFICATIONS
             WHEN OTHER
               PERFORM READ-REPLAY-EXTRACT
           END-EVALUATE
           IF RETURN-CODE >= 12
             PERFORM DISPLAY-MANIFEST-SUMMARY
             GOBACK
           END-IF

           PERFORM WRITE-MANIFEST-RECORD
           PERFORM DISPLAY-MANIFEST-SUMMARY
           GOBACK
           .

       READ-RUN-CONTROL.
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL
               AT END CONTINUE
               NOT AT END MOVE RUNCTL-RUN-ID TO WS-RUN-ID
             END-READ
             CLOSE RUNCTL
           END-IF.

       READ-HR-EXTRACT.
           OPEN INPUT HRXTRACT
           IF WS-EXTRACT-STATUS NOT = '00'
             PERFORM REPORT-EXTRACT-UNAVAILABLE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ HRXTRACT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-RECORD-CNT
                 MOVE HR-INTERFACE-RECORD TO WS-HASH-AREA
                 MOVE LENGTH OF HR-INTERFACE-RECORD TO WS-HASH-LEN
                 PERFORM ACCUMULATE-CONTENT-HASH
                 EVALUATE TRUE
                   WHEN HRX-IS-DETAIL
                     ADD 1 TO WS-DETAIL-CNT
                   WHEN HRX-IS-TRAILER
                     ADD 1 TO WS-TRAILER-CNT
                     MOVE HRXT-DETAIL-COUNT TO WS-TRAILER-DETAILS
                     MOVE HRXT-SALARY-TOTAL TO WS-AMOUNT-1
                     MOVE HRXT-LEAVER-COUNT TO WS-COUNT-3
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE HRXTRACT
             PERFORM CHECK-EXTRACT-TRAILER
           END-IF.

       READ-PAYROLL-EXTRACT.
           OPEN INPUT PAYXTRCT
           IF WS-EXTRACT-STATUS NOT = '00'
             PERFORM REPORT-EXTRACT-UNAVAILABLE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYXTRCT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-RECORD-CNT
                 MOVE PAYROLL-INTERFACE-RECORD TO WS-HASH-AREA
                 MOVE LENGTH OF PAYROLL-INTERFACE-RECORD TO WS-HASH-LEN
                 PERFORM ACCUMULATE-CONTENT-HASH
                 EVALUATE TRUE
                   WHEN PAYX-IS-DETAIL
                     ADD 1 TO WS-DETAIL-CNT
                   WHEN PAYX-IS-TRAILER
                     ADD 1 TO WS-TRAILER-CNT
                     MOVE PAYT-DETAIL-COUNT TO WS-TRAILER-DETAILS
                     MOVE PAYT-SALARY-TOTAL TO WS-AMOUNT-1
                     MOVE PAYT-ALLOW-TOTAL  TO WS-AMOUNT-2
                     MOVE PAYT-LEAVER-COUNT TO WS-COUNT-3
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE PAYXTRCT
             PERFORM CHECK-EXTRACT-TRAILER
           END-IF.

       READ-NOTIFICATIONS.
           OPEN INPUT NOTIFFIL
           IF WS-EXTRACT-STATUS NOT = '00'
             PERFORM REPORT-EXTRACT-UNAVAILABLE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ NOTIFFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-RECORD-CNT
                 ADD 1 TO WS-DETAIL-CNT
                 ADD NTF-NEW-AMOUNT TO WS-AMOUNT-1
                 MOVE NOTIFICATION-RECORD TO WS-HASH-AREA
                 MOVE LENGTH OF NOTIFICATION-RECORD TO WS-HASH-LEN
                 PERFORM ACCUMULATE-CONTENT-HASH
               END-READ
             END-PERFORM
             CLOSE NOTIFFIL
           END-IF.

       READ-REPLAY-EXTRACT.
           OPEN INPUT REPLAYFIL
           IF WS-EXTRACT-STATUS NOT = '00'
             PERFORM REPORT-EXTRACT-UNAVAILABLE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ REPLAYFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-RECORD-CNT
                 ADD 1 TO WS-DETAIL-CNT
                 IF REPLAY-PAYLOAD-LEN > 0
                   ADD REPLAY-PAYLOAD-LEN TO WS-COUNT-3
                 END-IF
                 MOVE REPLAY-FILE-RECORD TO WS-HASH-AREA
                 MOVE LENGTH OF REPLAY-FILE-RECORD TO WS-HASH-LEN
                 PERFORM ACCUMULATE-CONTENT-HASH
               END-READ
             END-PERFORM
             CLOSE REPLAYFIL
           END-IF.

       REPORT-EXTRACT-UNAVAILABLE.
           DISPLAY "ERROR : " WS-DATASET " NOT AVAILABLE, FILE STATUS "
                   WS-EXTRACT-STATUS
           MOVE 16 TO RETURN-CODE.

       CHECK-EXTRACT-TRAILER.
      *****************************************************************
      * Exactly one trailer, agreeing with the details read. A feed
      * that fails this was cut short or double-written and must not
      * leave the shop.
      *****************************************************************
           MOVE 'Y' TO WS-TRAILER-SW
           EVALUATE TRUE
             WHEN WS-TRAILER-CNT = 0
               DISPLAY "ERROR : " WS-DATASET " HAS NO TRAILER - "
                       "EXTRACT INCOMPLETE"
               MOVE "IXYMNFST: EXTRACT HAS NO TRAILER" TO ERRLOG-MSG
               PERFORM REFUSE-HANDOFF
             WHEN WS-TRAILER-CNT > 1
               DISPLAY "ERROR : " WS-DATASET " HAS " WS-TRAILER-CNT
                       " TRAILERS"
               MOVE "IXYMNFST: EXTRACT HAS MORE THAN ONE TRAILER" TO
                    ERRLOG-MSG
               PERFORM REFUSE-HANDOFF
             WHEN WS-TRAILER-DETAILS NOT = WS-DETAIL-CNT
               DISPLAY "ERROR : " WS-DATASET " TRAILER COUNT "
                       WS-TRAILER-DETAILS " BUT " WS-DETAIL-CNT
                       " DETAILS READ"
               MOVE "IXYMNFST: EXTRACT TRAILER COUNT DISAGREES" TO
                    ERRLOG-MSG
               PERFORM REFUSE-HANDOFF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       REFUSE-HANDOFF.
           MOVE 9820 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 12 TO RETURN-CODE.

       ACCUMULATE-CONTENT-HASH.
      *****************************************************************
      * The byte-sum modulo 999999999 over the record's exact bytes,
      * the EVENTFIL trailer arithmetic.
      *****************************************************************
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                     UNTIL WS-HASH-IDX > WS-HASH-LEN
             COMPUTE WS-CONTENT-HASH = FUNCTION MOD(
               WS-CONTENT-HASH +
                 FUNCTION ORD(WS-HASH-AREA(WS-HASH-IDX:1)),
               999999999)
           END-PERFORM.

       WRITE-MANIFEST-RECORD.
           OPEN EXTEND MANIFEST
           IF WS-MANIFEST-STATUS NOT = '00'
             OPEN OUTPUT MANIFEST
           END-IF
           IF WS-MANIFEST-STATUS NOT = '00'
             DISPLAY "ERROR : OPEN MANIFEST FAILED. STATUS: "
                     WS-MANIFEST-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES TO MANIFEST-RECORD
             MOVE WS-RUN-ID         TO MNF-RUN-ID
             MOVE WS-DATASET        TO MNF-DATASET
             MOVE WS-RECIPIENT      TO MNF-RECIPIENT
             MOVE FUNCTION CURRENT-DATE(1:21) TO MNF-HANDOFF-TS
             MOVE WS-RECORD-CNT     TO MNF-RECORD-COUNT
             MOVE WS-DETAIL-CNT     TO MNF-DETAIL-COUNT
             MOVE WS-TRAILER-SW     TO MNF-TRAILER-SW
             MOVE WS-AMOUNT-1       TO MNF-AMOUNT-1
             MOVE WS-AMOUNT-2       TO MNF-AMOUNT-2
             MOVE WS-COUNT-3        TO MNF-COUNT-3
             MOVE WS-CONTENT-HASH   TO MNF-CONTENT-HASH
             MOVE SPACES TO WS-SEAL-DATA
             MOVE MNF-SEALED-AREA TO WS-SEAL-DATA
             MOVE LENGTH OF MNF-SEALED-AREA TO WS-SEAL-DATA-LEN
             CALL "IXYSEAL" USING WS-SEAL-PARMS
             MOVE WS-SEAL-VALUE TO MNF-SEAL
             WRITE MANIFEST-RECORD
             CLOSE MANIFEST
             DISPLAY "MANIFEST WRITTEN AT " MNF-HANDOFF-TS
           END-IF.

       DISPLAY-MANIFEST-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYMNFST JOB SUMMARY"
           DISPLAY "  RUN-ID           : " WS-RUN-ID
           DISPLAY "  DATASET          : " WS-DATASET
           DISPLAY "  RECIPIENT        : " WS-RECIPIENT
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RECORDS          : " WS-RECORD-CNT
           DISPLAY "  DETAILS          : " WS-DETAIL-CNT
           DISPLAY "  CONTENT HASH     : " WS-CONTENT-HASH
           DISPLAY "==========================================".

       END PROGRAM 'IXYMNFST'.
