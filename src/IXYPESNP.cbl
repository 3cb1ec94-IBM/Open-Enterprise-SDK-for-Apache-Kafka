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
      * MAIN PROGRAM PERIOD-END FROZEN MASTER SNAPSHOT
      ******************************************************************
      * Auditors want the employee master as it stood at month end;
      * IXYJRNIQ answers that one employee at a time and EMPMAST
      * itself keeps moving. This job freezes a sealed copy once per
      * period:
      * a. RUNCTL   - the window run-id and business date.
      * b. WINCLOSE - the sealed close record IXYWCLOS writes for the
      *    run-id. Nothing is frozen from a half-reconciled night.
      * c. BIZCAL   - through IXYCALND. The business date must be the
      *    last business date of its month: a month-end ('M') card
      *    says so outright; otherwise every later day of the month
      *    must be a Saturday, a Sunday or a holiday. Any other night
      *    is a deliberate skip (RETURN-CODE 4, nothing written), so
      *    the job can sit in the nightly schedule. PARM 'FORCE'
      *    freezes off-cycle (a missed month end re-run the morning
      *    after); the header records that it was forced.
      * d. EMPMAST  - read front to back in key order, leavers
      *    included.
      * e. PESNAP   - the frozen copy (one GDG generation per
      *    period): an 'H' header (period, business date, run-id,
      *    frozen timestamp), one 'D' record per master image exactly
      *    as it stood, and a 'T' trailer with the control totals --
      *    record count, active and leaver counts, active salary and
      *    insurance totals and a byte-sum checksum over every image
      *    -- sealed through IXYSEAL. IXYPEVAR refuses a snapshot
      *    whose totals or seal do not verify; after a SEAL key
      *    rotation retained generations are re-sealed by IXYKROT.
      *
      * RETURN-CODE 0 - period frozen, PESNAP written.
      * RETURN-CODE 4 - not a period end; nothing written.
      * RETURN-CODE 16 - no run-id, window not closed, or a file
      *                  problem.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPESNP'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The same KSDS IXYCAV64 maintains, read here in key order.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT PESNAP ASSIGN TO PESNAP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PESNAP-STATUS.

      * RUNCTL carries the window run-id and business date; WINCLOSE
      * carries the sealed window-close record IXYWCLOS writes once
      * the night's proofs pass.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

           SELECT WINCLOSE ASSIGN TO WINCLOSE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-WCLOSE-STATUS.

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

      * The frozen period copy. The three record types share the area
      * in the usual COBOL way, discriminated by the leading type
      * byte; IXYPEVAR and IXYKROT carry the same layout.
         FD PESNAP
           RECORD CONTAINS 4131  CHARACTERS
           BLOCK  CONTAINS 41310 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PERIOD-SNAPSHOT-RECORD.

         01 PERIOD-SNAPSHOT-RECORD.
            05 PES-RECORD-TYPE      PIC X(01).
               88 PES-IS-HEADER     VALUE 'H'.
               88 PES-IS-DETAIL     VALUE 'D'.
               88 PES-IS-TRAILER    VALUE 'T'.
            05 PES-RECORD-BODY      PIC X(4130).

         01 PES-HEADER-RECORD.
            05 FILLER               PIC X(01).
            05 PESH-PERIOD          PIC 9(06).
            05 PESH-BUSINESS-DATE   PIC 9(08).
            05 PESH-RUN-ID          PIC X(16).
            05 PESH-FROZEN-TS       PIC X(21).
            05 PESH-FORCED-SW       PIC X(01).
               88 PESH-FORCED       VALUE 'Y'.
            05 FILLER               PIC X(4078).

         01 PES-DETAIL-RECORD.
            05 FILLER               PIC X(01).
            05 PESD-MASTER-IMAGE    PIC X(4130).

      * Everything from the period through the checksum is sealed.
         01 PES-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 PEST-SEALED-AREA.
               10 PEST-PERIOD          PIC 9(06).
               10 PEST-BUSINESS-DATE   PIC 9(08).
               10 PEST-RUN-ID          PIC X(16).
               10 PEST-RECORD-COUNT    PIC 9(09).
               10 PEST-ACTIVE-COUNT    PIC 9(09).
               10 PEST-LEAVER-COUNT    PIC 9(09).
               10 PEST-SALARY-TOTAL    PIC 9(13)V9(02).
               10 PEST-INSURANCE-TOTAL PIC 9(13)V9(02).
               10 PEST-CHECKSUM        PIC 9(09).
            05 PEST-SEAL            PIC X(16).
            05 FILLER               PIC X(4018).

         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 RUNCTL-BUSINESS-DATE PIC X(08).
            05 FILLER             PIC X(56).

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

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-PESNAP-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-FORCE-SW         PIC X(01) VALUE 'N'.
             88 WS-FORCE        VALUE 'Y'.
         01 WS-PERIOD-END-SW    PIC X(01) VALUE 'N'.
             88 WS-PERIOD-END   VALUE 'Y'.

         01 WS-BUSINESS-DATE    PIC 9(08) VALUE 0.
         01 WS-BUSINESS-DATE-X  REDEFINES WS-BUSINESS-DATE.
            05 WS-BUSINESS-YYYYMM PIC 9(06).
            05 WS-BUSINESS-DD   PIC 9(02).
         01 WS-PERIOD           PIC 9(06) VALUE 0.

      * The later days of the month, walked one at a time to prove
      * none of them is a business day.
         01 WS-NEXT-DATE        PIC 9(08) VALUE 0.
         01 WS-NEXT-DATE-X      REDEFINES WS-NEXT-DATE.
            05 WS-NEXT-YYYYMM   PIC 9(06).
            05 WS-NEXT-DD       PIC 9(02).
         01 WS-NEXT-DAY-INT     PIC S9(9) BINARY VALUE 0.
         01 WS-WEEKDAY          PIC S9(4) BINARY VALUE 0.
             88 WS-WEEKEND      VALUES 0 6.
         01 WS-LATER-BIZDAY-SW  PIC X(01) VALUE 'N'.
             88 WS-LATER-BIZDAY VALUE 'Y'.

      * Business calendar -- see IXYCALND.
         01 WS-CALENDAR-PARMS.
            05 WS-CAL-DATE        PIC 9(08).
            05 WS-CAL-HOLIDAY-SW  PIC X(01).
                88 WS-CAL-HOLIDAY VALUE 'Y'.
            05 WS-CAL-MONTHEND-SW PIC X(01).
                88 WS-CAL-MONTHEND VALUE 'Y'.
            05 WS-CAL-FREEZE-SW   PIC X(01).
                88 WS-CAL-FREEZE  VALUE 'Y'.
            05 WS-CAL-DESC        PIC X(40).
            05 WS-CAL-RESULT      PIC X(01).
                88 WS-CAL-OK      VALUE '0'.
                88 WS-CAL-MISSING VALUE 'M'.

      * Control totals, accumulated as the images are written.
         01 WS-RECORD-CNT       PIC 9(09) VALUE 0.
         01 WS-ACTIVE-CNT       PIC 9(09) VALUE 0.
         01 WS-LEAVER-CNT       PIC 9(09) VALUE 0.
         01 WS-SALARY-TOTAL     PIC 9(13)V9(02) VALUE 0.
         01 WS-INSURANCE-TOTAL  PIC 9(13)V9(02) VALUE 0.
         01 WS-CHECKSUM         PIC 9(09) VALUE 0.
         01 WS-CKSUM-IDX        PIC S9(9) BINARY VALUE 0.

         01 WS-RUNCTL-STATUS    PIC X(02).
         01 WS-WCLOSE-STATUS    PIC X(02).
         01 WS-RUN-ID           PIC X(16) VALUE SPACES.
         01 WS-WCLOSE-EOF-SW    PIC X(01).
             88 WS-WCLOSE-EOF   VALUE 'Y'.
         01 WS-WCLOSE-FOUND-SW  PIC X(01) VALUE 'N'.
             88 WS-WCLOSE-FOUND VALUE 'Y'.

      * Close-record integrity seal -- see IXYSEAL/IXYWCLOS. The
      * same module seals the snapshot trailer.
         01 WS-SEAL-PARMS.
            05 WS-SEAL-DATA-LEN PIC S9(9) BINARY.
            05 WS-SEAL-DATA     PIC X(256).
            05 WS-SEAL-VALUE    PIC X(16).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYPESNP'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each EMPMAST image is overlaid onto EVENT-DATA to get at
      * the salary and insurance cover by name.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-FORCE             PIC X(05).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "PERIOD-END FROZEN MASTER SNAPSHOT"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH >= 5 AND PARM-FORCE = 'FORCE'
             SET WS-FORCE TO TRUE
           END-IF

           PERFORM CHECK-WINDOW-CLOSE
           IF RETURN-CODE NOT = 0
             PERFORM DISPLAY-SNAPSHOT-SUMMARY
             GOBACK
           END-IF

           PERFORM CHECK-PERIOD-END
           IF NOT WS-PERIOD-END
             IF WS-FORCE
               DISPLAY "PARM FORCE : FREEZING PERIOD " WS-PERIOD
                       " OFF-CYCLE"
             ELSE
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                       " IS NOT THE LAST BUSINESS DATE OF ITS MONTH"
                       " - NOTHING FROZEN"
               MOVE 4 TO RETURN-CODE
               PERFORM DISPLAY-SNAPSHOT-SUMMARY
               GOBACK
             END-IF
           END-IF

           PERFORM FREEZE-EMPLOYEE-MASTER
           PERFORM DISPLAY-SNAPSHOT-SUMMARY
           GOBACK
           .

       CHECK-PERIOD-END.
      *****************************************************************
      * A month-end card on BIZCAL settles it. Without one, the date
      * is the period end when no later day of the same month is a
      * business day -- a weekday that is not a holiday. Day 1 of
      * the integer calendar (1601-01-01) was a Monday, so the
      * integer date modulo 7 gives 6 for Saturday and 0 for Sunday.
      *****************************************************************
           MOVE WS-BUSINESS-YYYYMM TO WS-PERIOD
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           CALL "IXYCALND" USING WS-CALENDAR-PARMS
           IF WS-CAL-MONTHEND
             DISPLAY "BUSINESS CALENDAR : MONTH-END ("
                     FUNCTION TRIM(WS-CAL-DESC) ")"
             SET WS-PERIOD-END TO TRUE
           ELSE
             MOVE 'N' TO WS-LATER-BIZDAY-SW
             COMPUTE WS-NEXT-DAY-INT =
                     FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
             MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-DAY-INT)
                                                   TO WS-NEXT-DATE
             PERFORM UNTIL WS-NEXT-YYYYMM NOT = WS-BUSINESS-YYYYMM
                        OR WS-LATER-BIZDAY
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-NEXT-DAY-INT, 7)
               IF NOT WS-WEEKEND
                 MOVE WS-NEXT-DATE TO WS-CAL-DATE
                 CALL "IXYCALND" USING WS-CALENDAR-PARMS
                 IF NOT WS-CAL-HOLIDAY
                   SET WS-LATER-BIZDAY TO TRUE
                 END-IF
               END-IF
               ADD 1 TO WS-NEXT-DAY-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-DAY-INT)
                                                   TO WS-NEXT-DATE
             END-PERFORM
             IF NOT WS-LATER-BIZDAY
               SET WS-PERIOD-END TO TRUE
             END-IF
           END-IF
           DISPLAY "BUSINESS DATE : " WS-BUSINESS-DATE
                   "  PERIOD : " WS-PERIOD.

       FREEZE-EMPLOYEE-MASTER.
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9818 TO ERRLOG-CODE
             MOVE "IXYPESNP: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN OUTPUT PESNAP
             IF WS-PESNAP-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN PESNAP, FILE STATUS "
                       WS-PESNAP-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               PERFORM WRITE-SNAPSHOT-HEADER

               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 READ EMPMAST NEXT
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                   PERFORM WRITE-SNAPSHOT-DETAIL
                 END-READ
               END-PERFORM

               PERFORM WRITE-SNAPSHOT-TRAILER
               CLOSE PESNAP
             END-IF
             CLOSE EMPMAST
           END-IF.

       WRITE-SNAPSHOT-HEADER.
           MOVE SPACES TO PERIOD-SNAPSHOT-RECORD
           MOVE 'H'                   TO PES-RECORD-TYPE
           MOVE WS-PERIOD             TO PESH-PERIOD
           MOVE WS-BUSINESS-DATE      TO PESH-BUSINESS-DATE
           MOVE WS-RUN-ID             TO PESH-RUN-ID
           MOVE WS-JOB-START-TS(1:21) TO PESH-FROZEN-TS
           IF WS-PERIOD-END
             MOVE 'N' TO PESH-FORCED-SW
           ELSE
             MOVE 'Y' TO PESH-FORCED-SW
           END-IF
           WRITE PERIOD-SNAPSHOT-RECORD.

       WRITE-SNAPSHOT-DETAIL.
      *****************************************************************
      * The image goes out exactly as it stands. The headcount, salary
      * and insurance totals cover active employees; leavers are
      * counted apart and their last salary left out of the totals.
      *****************************************************************
           MOVE SPACES TO PERIOD-SNAPSHOT-RECORD
           MOVE 'D'                    TO PES-RECORD-TYPE
           MOVE EMPLOYEE-MASTER-RECORD TO PESD-MASTER-IMAGE
           WRITE PERIOD-SNAPSHOT-RECORD
           ADD 1 TO WS-RECORD-CNT
           PERFORM ACCUMULATE-CHECKSUM
           IF EMPMAST-TERMINATED
             ADD 1 TO WS-LEAVER-CNT
           ELSE
             MOVE EMPMAST-EVENT-DATA TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
             ADD 1 TO WS-ACTIVE-CNT
             ADD annualSalary      TO WS-SALARY-TOTAL
             ADD insuranceCoverage TO WS-INSURANCE-TOTAL
           END-IF.

       ACCUMULATE-CHECKSUM.
      *****************************************************************
      * The byte-sum modulo 999999999 over the master image's exact
      * bytes, the EVENTFIL trailer arithmetic. IXYPEVAR and IXYKROT
      * recompute it the same way.
      *****************************************************************
           PERFORM VARYING WS-CKSUM-IDX FROM 1 BY 1
                     UNTIL WS-CKSUM-IDX > LENGTH OF PESD-MASTER-IMAGE
             COMPUTE WS-CHECKSUM = FUNCTION MOD(
               WS-CHECKSUM +
                 FUNCTION ORD(PESD-MASTER-IMAGE(WS-CKSUM-IDX:1)),
               999999999)
           END-PERFORM.

       WRITE-SNAPSHOT-TRAILER.
           MOVE SPACES TO PERIOD-SNAPSHOT-RECORD
           MOVE 'T'                TO PES-RECORD-TYPE
           MOVE WS-PERIOD          TO PEST-PERIOD
           MOVE WS-BUSINESS-DATE   TO PEST-BUSINESS-DATE
           MOVE WS-RUN-ID          TO PEST-RUN-ID
           MOVE WS-RECORD-CNT      TO PEST-RECORD-COUNT
           MOVE WS-ACTIVE-CNT      TO PEST-ACTIVE-COUNT
           MOVE WS-LEAVER-CNT      TO PEST-LEAVER-COUNT
           MOVE WS-SALARY-TOTAL    TO PEST-SALARY-TOTAL
           MOVE WS-INSURANCE-TOTAL TO PEST-INSURANCE-TOTAL
           MOVE WS-CHECKSUM        TO PEST-CHECKSUM
           MOVE SPACES TO WS-SEAL-DATA
           MOVE PEST-SEALED-AREA TO WS-SEAL-DATA
           MOVE LENGTH OF PEST-SEALED-AREA TO WS-SEAL-DATA-LEN
           CALL "IXYSEAL" USING WS-SEAL-PARMS
           MOVE WS-SEAL-VALUE      TO PEST-SEAL
           WRITE PERIOD-SNAPSHOT-RECORD.

       DISPLAY-SNAPSHOT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPESNP JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RUN-ID           : " WS-RUN-ID
           DISPLAY "  PERIOD           : " WS-PERIOD
           DISPLAY "  RECORDS FROZEN   : " WS-RECORD-CNT
           DISPLAY "    ACTIVE         : " WS-ACTIVE-CNT
           DISPLAY "    LEAVERS        : " WS-LEAVER-CNT
           DISPLAY "  SALARY TOTAL     : " WS-SALARY-TOTAL
           DISPLAY "  INSURANCE TOTAL  : " WS-INSURANCE-TOTAL
           DISPLAY "  CHECKSUM         : " WS-CHECKSUM
           DISPLAY "==========================================".

       CHECK-WINDOW-CLOSE.
      *****************************************************************
      * The window-close gate -- see IXYWCLOS. The period is frozen
      * only from a night whose proofs passed: WINCLOSE must hold a
      * sealed close record for the RUNCTL run-id. The RUNCTL
      * business date (the run date when absent) dates the period.
      *****************************************************************
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL
               AT END CONTINUE
               NOT AT END
                 MOVE RUNCTL-RUN-ID TO WS-RUN-ID
                 IF RUNCTL-BUSINESS-DATE IS NUMERIC AND
                    RUNCTL-BUSINESS-DATE NOT = '00000000'
                   MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                 END-IF
             END-READ
             CLOSE RUNCTL
           END-IF
           IF WS-BUSINESS-DATE = 0
             MOVE WS-JOB-START-TS(1:8) TO WS-BUSINESS-DATE
           END-IF
           IF WS-RUN-ID = SPACES
             DISPLAY "ERROR : NO WINDOW RUN-ID IN RUNCTL - REFUSING "
                     "TO FREEZE AN UNCLOSED WINDOW"
             MOVE 9816 TO ERRLOG-CODE
             MOVE "IXYPESNP: NO WINDOW RUN-ID IN RUNCTL" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT WINCLOSE
             IF WS-WCLOSE-STATUS = '00'
               MOVE 'N' TO WS-WCLOSE-EOF-SW
               PERFORM UNTIL WS-WCLOSE-EOF OR WS-WCLOSE-FOUND
                 READ WINCLOSE
                 AT END SET WS-WCLOSE-EOF TO TRUE
                 NOT AT END
                   IF WCL-RUN-ID = WS-RUN-ID
                     PERFORM VERIFY-WINDOW-CLOSE-SEAL
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE WINCLOSE
             END-IF
             IF NOT WS-WCLOSE-FOUND
               DISPLAY "ERROR : NO SEALED WINDOW-CLOSE RECORD FOR "
                       "RUN-ID " WS-RUN-ID " - RUN IXYWCLOS FIRST"
               MOVE 9817 TO ERRLOG-CODE
               MOVE "IXYPESNP: WINDOW NOT CLOSED - SNAPSHOT REFUSED" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       VERIFY-WINDOW-CLOSE-SEAL.
           MOVE SPACES TO WS-SEAL-DATA
           STRING WCL-RUN-ID      DELIMITED BY SIZE
                  WCL-CLOSED-TS   DELIMITED BY SIZE
                  WCL-PROOF-FLAGS DELIMITED BY SIZE
             INTO WS-SEAL-DATA
           MOVE 40 TO WS-SEAL-DATA-LEN
           CALL "IXYSEAL" USING WS-SEAL-PARMS
           IF WS-SEAL-VALUE = WCL-SEAL
             SET WS-WCLOSE-FOUND TO TRUE
           ELSE
             DISPLAY "WARNING : WINDOW-CLOSE RECORD FOR RUN-ID "
                     WCL-RUN-ID " FAILS SEAL VERIFICATION - IGNORED"
           END-IF.

       END PROGRAM 'IXYPESNP'.
