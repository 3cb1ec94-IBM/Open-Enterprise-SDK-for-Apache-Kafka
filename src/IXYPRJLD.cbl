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
      * MAIN PROGRAM PAYROLL REJECT-RETURN LOADER
      ******************************************************************
      * Payroll validates every PAYXTRCT detail and sends back the
      * ones it refuses (unknown cost center, salary over cap,
      * inactive employee, ...). The return used to arrive as a
      * printout someone re-keyed; this loader takes the return file
      * itself and records each reject against the employee:
      * a. PAYRTN   - the payroll return file: an 'H' header echoing
      *    the run-id and extract timestamp of the PAYXTRCT it
      *    answers, one 'R' record per reject (company, employee-id,
      *    payroll reason code and text, offending value) and a 'T'
      *    trailer with the reject count.
      * b. PAYXTRCT - the extract the return answers (full or a
      *    targeted resend). Its header run-id must be the return's;
      *    each reject must name an employee that was on it.
      * c. PAYREJ   - the reject register KSDS, keyed company +
      *    employee-id + run-id + reason code. A matched reject is
      *    recorded OPEN; loading the same return twice is harmless
      *    (the second copy is a duplicate). Outstanding rejects of
      *    earlier runs for an employee who was on this extract are
      *    settled: CLEARED when payroll took the record this time,
      *    SUPERSEDED when it refused it again for the same reason
      *    (the new reject inherits the first-rejected date, so its
      *    age keeps counting).
      * d. PRJRPT   - what was recorded, duplicated, unmatched,
      *    cleared or superseded.
      * IXYPAYXT PARM RESEND re-sends the corrected ones; IXYPRJAG
      * ages what is still outstanding.
      *
      * Return codes: 00 loaded; 04 a reject naming an employee not
      * on the extract (ERRLOG 9825); 08 more rejects or outstanding
      * entries than the tables hold; 12 return file incomplete
      * (ERRLOG 9823) or answering another extract (ERRLOG 9824) --
      * nothing is recorded; 16 PAYRTN, PAYXTRCT or PAYREJ
      * unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      * 2026-10-15 : PAYXTRCT record widened 280 -> 310 in step with
      *              IXYPAYXT's leave-of-absence fields.
      * 2026-10-15 : PAYXTRCT detail declared as IXYPAYXT writes it --
      *              the company code was read from the wrong bytes,
      *              so no reject ever matched its employee.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPRJLD'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYRTN ASSIGN TO PAYRTN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PAYRTN-STATUS.

           SELECT PAYXTRCT ASSIGN TO PAYXTRCT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PAYXTRCT-STATUS.

           SELECT PAYREJ ASSIGN TO PAYREJ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PRJ-KEY
           FILE STATUS  IS WS-PAYREJ-STATUS.

           SELECT PRJRPT ASSIGN TO PRJRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PRJRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * The return file as payroll sends it.
         FD PAYRTN
           RECORD CONTAINS 120  CHARACTERS
           BLOCK  CONTAINS 1200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PAYROLL-RETURN-RECORD.

         01 PAYROLL-RETURN-RECORD.
            05 RTN-RECORD-TYPE      PIC X(01).
               88 RTN-IS-HEADER     VALUE 'H'.
               88 RTN-IS-REJECT     VALUE 'R'.
               88 RTN-IS-TRAILER    VALUE 'T'.
            05 RTN-RECORD-BODY      PIC X(119).

         01 RETURN-HEADER-RECORD.
            05 FILLER               PIC X(01).
            05 RTNH-RUN-ID          PIC X(16).
            05 RTNH-EXTRACT-TS      PIC X(21).
            05 RTNH-RETURNED-TS     PIC X(14).
            05 FILLER               PIC X(68).

         01 RETURN-REJECT-RECORD.
            05 FILLER               PIC X(01).
            05 RTNR-COMPANY-CODE    PIC X(03).
            05 RTNR-EMPLOYEE-ID     PIC 9(09).
            05 RTNR-REASON-CODE     PIC X(04).
            05 RTNR-REASON-TEXT     PIC X(40).
            05 RTNR-FIELD-VALUE     PIC X(20).
            05 FILLER               PIC X(43).

         01 RETURN-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 RTNT-REJECT-COUNT    PIC 9(09).
            05 RTNT-ACCEPTED-COUNT  PIC 9(09).
            05 FILLER               PIC X(101).

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

         01 PAY-HEADER-RECORD.
            05 FILLER               PIC X(01).
            05 PAYH-EXTRACT-TS      PIC X(21).
            05 PAYH-RUN-ID          PIC X(16).
            05 PAYH-EXTRACT-TYPE    PIC X(01).
            05 FILLER               PIC X(271).

         01 PAY-DETAIL-RECORD.
            05 FILLER               PIC X(01).
            05 PAYD-EMPLOYEE-ID     PIC 9(09).
            05 PAYD-FULL-NAME       PIC X(30).
            05 PAYD-FULL-TIME-FLAG  PIC X(01).
            05 PAYD-EMPLOYEE-LEVEL  PIC 9(09).
            05 PAYD-DEPT-CODE       PIC X(06).
            05 PAYD-COST-CENTER     PIC X(08).
            05 PAYD-ANNUAL-SALARY   PIC 9(07)V9(02).
            05 PAYD-ALLOW-TOTAL     PIC 9(07)V9(02).
            05 PAYD-ALLOWANCE OCCURS 24 TIMES
                                    PIC 9(05)V9(02).
            05 PAYD-COMPANY-CODE    PIC X(03).
            05 PAYD-STATUS          PIC X(01).
            05 PAYD-TERM-DATE       PIC 9(08).
            05 PAYD-TERM-REASON     PIC X(08).
            05 PAYD-REHIRE-DATE     PIC 9(08).
            05 PAYD-LATE-FLAG       PIC X(01).
            05 FILLER               PIC X(01).
            05 PAYD-LEAVE-TYPE      PIC X(08).
            05 PAYD-LEAVE-START     PIC 9(08).
            05 PAYD-LEAVE-RETURN    PIC 9(08).
            05 PAYD-LEAVE-PAID      PIC X(01).
            05 FILLER               PIC X(05).

      * The reject register, one record per reject per run.
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
               88 PRJ-OUTSTANDING   VALUES 'O' 'S'.
            05 PRJ-RESEND-RUN-ID    PIC X(16).
            05 PRJ-RESEND-TS        PIC X(21).
            05 PRJ-CLOSED-RUN-ID    PIC X(16).
            05 PRJ-CLOSED-TS        PIC X(21).
            05 FILLER               PIC X(10).

         FD PRJRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PRJRPT-LINE.

         01 PRJRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-PAYRTN-STATUS    PIC X(02).
         01 WS-PAYXTRCT-STATUS  PIC X(02).
         01 WS-PAYREJ-STATUS    PIC X(02).
         01 WS-PRJRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * The return header and trailer.
         01 WS-RETURN-RUN-ID    PIC X(16) VALUE SPACES.
         01 WS-RETURN-EXTRACT-TS PIC X(21) VALUE SPACES.
         01 WS-TRAILER-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-TRAILER-REJECTS  PIC 9(09) VALUE 0.
         01 WS-EXTRACT-TYPE     PIC X(01) VALUE SPACES.
         01 WS-EXTRACT-DETAILS  PIC S9(9) BINARY VALUE 0.

      * This return's rejects.
         01 WS-RTN-MAX          PIC S9(4) BINARY VALUE 5000.
         01 WS-RTN-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-RTN-TABLE.
            05 WS-RTN-ENTRY OCCURS 5000 TIMES.
              10 WS-RTN-EMP-KEY.
                15 WS-RTN-COMPANY    PIC X(03).
                15 WS-RTN-EMPLOYEE   PIC 9(09).
              10 WS-RTN-REASON-CODE  PIC X(04).
              10 WS-RTN-REASON-TEXT  PIC X(40).
              10 WS-RTN-FIELD-VALUE  PIC X(20).
              10 WS-RTN-FIRST-TS     PIC X(21).
         01 WS-RTN-IDX          PIC S9(4) BINARY VALUE 0.

      * Rejects of earlier runs still outstanding in PAYREJ.
         01 WS-OUT-MAX          PIC S9(4) BINARY VALUE 5000.
         01 WS-OUT-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-OUT-TABLE.
            05 WS-OUT-ENTRY OCCURS 5000 TIMES.
              10 WS-OUT-KEY.
                15 WS-OUT-EMP-KEY.
                  20 WS-OUT-COMPANY   PIC X(03).
                  20 WS-OUT-EMPLOYEE  PIC 9(09).
                15 WS-OUT-RUN-ID      PIC X(16).
                15 WS-OUT-REASON-CODE PIC X(04).
              10 WS-OUT-FIRST-TS     PIC X(21).
         01 WS-OUT-IDX          PIC S9(4) BINARY VALUE 0.

      * Every employee either table names, ascending and unique,
      * with whether this extract carried them -- looked up by a
      * binary search per extract detail.
         01 WS-EMP-MAX          PIC S9(8) BINARY VALUE 10000.
         01 WS-EMP-CNT          PIC S9(8) BINARY VALUE 0.
         01 WS-EMP-TABLE.
            05 WS-EMP-ENTRY OCCURS 10000 TIMES.
              10 WS-EMP-KEY          PIC X(12).
              10 WS-EMP-ON-EXTRACT   PIC X(01).
         01 WS-EMP-IDX          PIC S9(8) BINARY VALUE 0.
         01 WS-EMP-FOUND-IDX    PIC S9(8) BINARY VALUE 0.
         01 WS-EMP-LOW          PIC S9(8) BINARY VALUE 0.
         01 WS-EMP-HIGH         PIC S9(8) BINARY VALUE 0.
         01 WS-EMP-MID          PIC S9(8) BINARY VALUE 0.
         01 WS-SORT-IDX         PIC S9(8) BINARY VALUE 0.
         01 WS-SORT-MIN         PIC S9(8) BINARY VALUE 0.
         01 WS-SORT-HOLD        PIC X(13).
         01 WS-WORK-EMP-KEY.
            05 WS-WORK-COMPANY     PIC X(03).
            05 WS-WORK-EMPLOYEE    PIC 9(09).
         01 WS-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
             88 WS-TABLE-FULL   VALUE 'Y'.
         01 WS-REREJECTED-SW    PIC X(01) VALUE 'N'.
             88 WS-REREJECTED   VALUE 'Y'.

         01 WS-RESULT           PIC X(10).
         01 WS-NOTE             PIC X(50).

         01 WS-RETURN-READ      PIC S9(9) BINARY VALUE 0.
         01 WS-RECORDED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-DUPLICATE-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-UNMATCHED-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-CLEARED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-SUPERSEDED-CNT   PIC S9(9) BINARY VALUE 0.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(10).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RUN-ID      PIC X(16).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-REASON      PIC X(04).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-TEXT        PIC X(40).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-NOTE        PIC X(40).
            05 FILLER              PIC X(01) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYPRJLD'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "PAYROLL REJECT-RETURN LOADER"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-PAYROLL-RETURN
           IF RETURN-CODE >= 12
             PERFORM DISPLAY-LOADER-SUMMARY
             GOBACK
           END-IF

           OPEN I-O PAYREJ
           IF WS-PAYREJ-STATUS NOT = '00'
      * First use creates the register, then reopens it for update.
             OPEN OUTPUT PAYREJ
             IF WS-PAYREJ-STATUS = '00'
               CLOSE PAYREJ
               OPEN I-O PAYREJ
             END-IF
           END-IF
           IF WS-PAYREJ-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN PAYREJ, FILE STATUS "
                     WS-PAYREJ-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-LOADER-SUMMARY
             GOBACK
           END-IF
           PERFORM LOAD-OUTSTANDING-REJECTS
           PERFORM BUILD-EMPLOYEE-TABLE

           PERFORM MATCH-EXTRACT-DETAILS
           IF RETURN-CODE >= 12
             CLOSE PAYREJ
             PERFORM DISPLAY-LOADER-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT PRJRPT
           MOVE SPACES TO PRJRPT-LINE
           STRING "  PAYROLL RETURN FOR RUN-ID " WS-RETURN-RUN-ID
                  " EXTRACT " WS-RETURN-EXTRACT-TS
                  " LOADED AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO PRJRPT-LINE
           WRITE PRJRPT-LINE
           MOVE SPACES TO PRJRPT-LINE
           STRING "  RESULT     CO  EMPLOYEE  RUN-ID           RSN  "
                  "REASON                                   NOTE"
                  DELIMITED BY SIZE INTO PRJRPT-LINE
           WRITE PRJRPT-LINE
           MOVE ALL "-" TO PRJRPT-LINE
           WRITE PRJRPT-LINE

           MOVE 1 TO WS-RTN-IDX
           PERFORM UNTIL WS-RTN-IDX > WS-RTN-CNT
             PERFORM RECORD-RETURN-REJECT
             ADD 1 TO WS-RTN-IDX
           END-PERFORM
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-CNT
             PERFORM SETTLE-OUTSTANDING-REJECT
             ADD 1 TO WS-OUT-IDX
           END-PERFORM

           CLOSE PAYREJ
           CLOSE PRJRPT
           IF RETURN-CODE < 4 AND WS-UNMATCHED-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-LOADER-SUMMARY
           GOBACK
           .

       READ-PAYROLL-RETURN.
      *****************************************************************
      * A return missing its header, or whose trailer does not count
      * the rejects sent, is incomplete and is not loaded at all.
      *****************************************************************
           OPEN INPUT PAYRTN
           IF WS-PAYRTN-STATUS NOT = '00'
             DISPLAY "ERROR : PAYRTN NOT AVAILABLE, FILE STATUS "
                     WS-PAYRTN-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYRTN
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-RETURN-READ
                 EVALUATE TRUE
                   WHEN RTN-IS-HEADER
                     MOVE RTNH-RUN-ID     TO WS-RETURN-RUN-ID
                     MOVE RTNH-EXTRACT-TS TO WS-RETURN-EXTRACT-TS
                   WHEN RTN-IS-REJECT
                     PERFORM KEEP-RETURN-REJECT
                   WHEN RTN-IS-TRAILER
                     ADD 1 TO WS-TRAILER-CNT
                     MOVE RTNT-REJECT-COUNT TO WS-TRAILER-REJECTS
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE PAYRTN
             EVALUATE TRUE
               WHEN WS-RETURN-RUN-ID = SPACES
                 MOVE "NO HEADER RUN-ID" TO WS-NOTE
                 PERFORM REFUSE-INCOMPLETE-RETURN
               WHEN WS-TRAILER-CNT NOT = 1
                 MOVE "NO SINGLE TRAILER" TO WS-NOTE
                 PERFORM REFUSE-INCOMPLETE-RETURN
               WHEN WS-TRAILER-REJECTS NOT = WS-RTN-CNT AND
                    NOT WS-TABLE-FULL
                 MOVE "TRAILER COUNT DISAGREES WITH REJECTS"
                   TO WS-NOTE
                 PERFORM REFUSE-INCOMPLETE-RETURN
             END-EVALUATE
           END-IF.

       KEEP-RETURN-REJECT.
           IF WS-RTN-CNT >= WS-RTN-MAX
             PERFORM REPORT-TABLE-FULL
           ELSE
             ADD 1 TO WS-RTN-CNT
             MOVE RTNR-COMPANY-CODE TO WS-RTN-COMPANY(WS-RTN-CNT)
             MOVE RTNR-EMPLOYEE-ID  TO WS-RTN-EMPLOYEE(WS-RTN-CNT)
             MOVE RTNR-REASON-CODE  TO WS-RTN-REASON-CODE(WS-RTN-CNT)
             MOVE RTNR-REASON-TEXT  TO WS-RTN-REASON-TEXT(WS-RTN-CNT)
             MOVE RTNR-FIELD-VALUE  TO WS-RTN-FIELD-VALUE(WS-RTN-CNT)
             MOVE WS-JOB-START-TS(1:21)
               TO WS-RTN-FIRST-TS(WS-RTN-CNT)
           END-IF.

       REFUSE-INCOMPLETE-RETURN.
           DISPLAY "ERROR : PAYROLL RETURN INCOMPLETE - " WS-NOTE
                   " - NOTHING LOADED"
           MOVE 9823 TO ERRLOG-CODE
           MOVE SPACES TO ERRLOG-MSG
           STRING "IXYPRJLD: PAYROLL RETURN FOR RUN-ID "
                  WS-RETURN-RUN-ID " INCOMPLETE - " WS-NOTE
                  DELIMITED BY SIZE INTO ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 12 TO RETURN-CODE.

       REPORT-TABLE-FULL.
           IF NOT WS-TABLE-FULL
             DISPLAY "ERROR : MORE REJECTS OR OUTSTANDING ENTRIES THAN "
                     "THE TABLES HOLD -- IGNORING REMAINDER"
             SET WS-TABLE-FULL TO TRUE
             MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-OUTSTANDING-REJECTS.
      *****************************************************************
      * Open and re-sent rejects of other runs; this run's own are
      * what a reload of the same return would duplicate.
      *****************************************************************
           MOVE LOW-VALUES TO PRJ-KEY
           START PAYREJ KEY NOT LESS THAN PRJ-KEY
           IF WS-PAYREJ-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PAYREJ NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PRJ-OUTSTANDING AND
                    PRJ-RUN-ID NOT = WS-RETURN-RUN-ID
                   IF WS-OUT-CNT >= WS-OUT-MAX
                     PERFORM REPORT-TABLE-FULL
                   ELSE
                     ADD 1 TO WS-OUT-CNT
                     MOVE PRJ-KEY TO WS-OUT-KEY(WS-OUT-CNT)
                     MOVE PRJ-FIRST-REJECT-TS
                       TO WS-OUT-FIRST-TS(WS-OUT-CNT)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
           END-IF.

       BUILD-EMPLOYEE-TABLE.
           MOVE 1 TO WS-RTN-IDX
           PERFORM UNTIL WS-RTN-IDX > WS-RTN-CNT
             MOVE WS-RTN-EMP-KEY(WS-RTN-IDX) TO WS-WORK-EMP-KEY
             PERFORM ADD-EMPLOYEE-ENTRY
             ADD 1 TO WS-RTN-IDX
           END-PERFORM
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-CNT
             MOVE WS-OUT-EMP-KEY(WS-OUT-IDX) TO WS-WORK-EMP-KEY
             PERFORM ADD-EMPLOYEE-ENTRY
             ADD 1 TO WS-OUT-IDX
           END-PERFORM
      * Selection sort into key order for the binary search.
           MOVE 1 TO WS-EMP-IDX
           PERFORM UNTIL WS-EMP-IDX >= WS-EMP-CNT
             MOVE WS-EMP-IDX TO WS-SORT-MIN
             COMPUTE WS-SORT-IDX = WS-EMP-IDX + 1
             PERFORM UNTIL WS-SORT-IDX > WS-EMP-CNT
               IF WS-EMP-KEY(WS-SORT-IDX) < WS-EMP-KEY(WS-SORT-MIN)
                 MOVE WS-SORT-IDX TO WS-SORT-MIN
               END-IF
               ADD 1 TO WS-SORT-IDX
             END-PERFORM
             IF WS-SORT-MIN NOT = WS-EMP-IDX
               MOVE WS-EMP-ENTRY(WS-EMP-IDX) TO WS-SORT-HOLD
               MOVE WS-EMP-ENTRY(WS-SORT-MIN)
                 TO WS-EMP-ENTRY(WS-EMP-IDX)
               MOVE WS-SORT-HOLD TO WS-EMP-ENTRY(WS-SORT-MIN)
             END-IF
             ADD 1 TO WS-EMP-IDX
           END-PERFORM.

       ADD-EMPLOYEE-ENTRY.
           MOVE 0 TO WS-EMP-FOUND-IDX
           MOVE 1 TO WS-EMP-IDX
           PERFORM UNTIL WS-EMP-IDX > WS-EMP-CNT
                      OR WS-EMP-FOUND-IDX NOT = 0
             IF WS-EMP-KEY(WS-EMP-IDX) = WS-WORK-EMP-KEY
               MOVE WS-EMP-IDX TO WS-EMP-FOUND-IDX
             ELSE
               ADD 1 TO WS-EMP-IDX
             END-IF
           END-PERFORM
           IF WS-EMP-FOUND-IDX = 0
             IF WS-EMP-CNT >= WS-EMP-MAX
               PERFORM REPORT-TABLE-FULL
             ELSE
               ADD 1 TO WS-EMP-CNT
               MOVE WS-WORK-EMP-KEY TO WS-EMP-KEY(WS-EMP-CNT)
               MOVE 'N' TO WS-EMP-ON-EXTRACT(WS-EMP-CNT)
             END-IF
           END-IF.

       FIND-EMPLOYEE-ENTRY.
           MOVE 0 TO WS-EMP-FOUND-IDX
           MOVE 1 TO WS-EMP-LOW
           MOVE WS-EMP-CNT TO WS-EMP-HIGH
           PERFORM UNTIL WS-EMP-LOW > WS-EMP-HIGH
                      OR WS-EMP-FOUND-IDX NOT = 0
             COMPUTE WS-EMP-MID = (WS-EMP-LOW + WS-EMP-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-EMP-KEY(WS-EMP-MID) = WS-WORK-EMP-KEY
                 MOVE WS-EMP-MID TO WS-EMP-FOUND-IDX
               WHEN WS-EMP-KEY(WS-EMP-MID) < WS-WORK-EMP-KEY
                 COMPUTE WS-EMP-LOW = WS-EMP-MID + 1
               WHEN OTHER
                 COMPUTE WS-EMP-HIGH = WS-EMP-MID - 1
             END-EVALUATE
           END-PERFORM.

       MATCH-EXTRACT-DETAILS.
      *****************************************************************
      * The extract must be the one the return answers; every detail
      * on it marks its employee as carried.
      *****************************************************************
           OPEN INPUT PAYXTRCT
           IF WS-PAYXTRCT-STATUS NOT = '00'
             DISPLAY "ERROR : PAYXTRCT NOT AVAILABLE, FILE STATUS "
                     WS-PAYXTRCT-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             READ PAYXTRCT
               AT END MOVE SPACES TO PAYROLL-INTERFACE-RECORD
             END-READ
             IF NOT PAYX-IS-HEADER OR
                PAYH-RUN-ID NOT = WS-RETURN-RUN-ID
               DISPLAY "ERROR : PAYXTRCT IS NOT THE EXTRACT RUN-ID "
                       WS-RETURN-RUN-ID " - NOTHING LOADED"
               MOVE 9824 TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MSG
               STRING "IXYPRJLD: PAYROLL RETURN FOR RUN-ID "
                      WS-RETURN-RUN-ID " DOES NOT ANSWER PAYXTRCT "
                      "RUN-ID " PAYH-RUN-ID
                      DELIMITED BY SIZE INTO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 12 TO RETURN-CODE
             ELSE
               MOVE PAYH-EXTRACT-TYPE TO WS-EXTRACT-TYPE
               MOVE PAYH-EXTRACT-TS   TO WS-RETURN-EXTRACT-TS
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 READ PAYXTRCT
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                   IF PAYX-IS-DETAIL
                     ADD 1 TO WS-EXTRACT-DETAILS
                     MOVE PAYD-COMPANY-CODE TO WS-WORK-COMPANY
                     MOVE PAYD-EMPLOYEE-ID  TO WS-WORK-EMPLOYEE
                     PERFORM FIND-EMPLOYEE-ENTRY
                     IF WS-EMP-FOUND-IDX NOT = 0
                       MOVE 'Y' TO WS-EMP-ON-EXTRACT(WS-EMP-FOUND-IDX)
                     END-IF
                   END-IF
                 END-READ
               END-PERFORM
             END-IF
             CLOSE PAYXTRCT
           END-IF.

       RECORD-RETURN-REJECT.
           MOVE WS-RTN-EMP-KEY(WS-RTN-IDX) TO WS-WORK-EMP-KEY
           PERFORM FIND-EMPLOYEE-ENTRY
           MOVE SPACES TO WS-NOTE
           IF WS-EMP-FOUND-IDX = 0 OR
              WS-EMP-ON-EXTRACT(WS-EMP-FOUND-IDX) NOT = 'Y'
             MOVE 'UNMATCHED ' TO WS-RESULT
             MOVE "EMPLOYEE NOT ON THIS EXTRACT" TO WS-NOTE
             ADD 1 TO WS-UNMATCHED-CNT
             MOVE 9825 TO ERRLOG-CODE
             MOVE SPACES TO ERRLOG-MSG
             STRING "IXYPRJLD: PAYROLL REJECT FOR EMPLOYEE "
                    WS-RTN-COMPANY(WS-RTN-IDX) " "
                    WS-RTN-EMPLOYEE(WS-RTN-IDX)
                    " NOT ON EXTRACT RUN-ID " WS-RETURN-RUN-ID
                    DELIMITED BY SIZE INTO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
           ELSE
             PERFORM INHERIT-FIRST-REJECT-DATE
             MOVE SPACES TO PAYROLL-REJECT-RECORD
             MOVE WS-RTN-COMPANY(WS-RTN-IDX)     TO PRJ-COMPANY
             MOVE WS-RTN-EMPLOYEE(WS-RTN-IDX)    TO PRJ-EMPLOYEE-ID
             MOVE WS-RETURN-RUN-ID               TO PRJ-RUN-ID
             MOVE WS-RTN-REASON-CODE(WS-RTN-IDX) TO PRJ-REASON-CODE
             MOVE WS-RTN-REASON-TEXT(WS-RTN-IDX) TO PRJ-REASON-TEXT
             MOVE WS-RTN-FIELD-VALUE(WS-RTN-IDX) TO PRJ-FIELD-VALUE
             MOVE WS-RETURN-EXTRACT-TS           TO PRJ-EXTRACT-TS
             MOVE WS-JOB-START-TS(1:21)          TO PRJ-LOADED-TS
             MOVE WS-RTN-FIRST-TS(WS-RTN-IDX) TO PRJ-FIRST-REJECT-TS
             SET PRJ-OPEN TO TRUE
             WRITE PAYROLL-REJECT-RECORD
             EVALUATE WS-PAYREJ-STATUS
               WHEN '00'
                 MOVE 'RECORDED  ' TO WS-RESULT
                 ADD 1 TO WS-RECORDED-CNT
                 IF WS-RTN-FIRST-TS(WS-RTN-IDX) NOT =
                    WS-JOB-START-TS(1:21)
                   STRING "FIRST REJECTED "
                          WS-RTN-FIRST-TS(WS-RTN-IDX)(1:8)
                          DELIMITED BY SIZE INTO WS-NOTE
                 END-IF
               WHEN '22'
                 MOVE 'DUPLICATE ' TO WS-RESULT
                 MOVE "ALREADY LOADED FROM THIS RETURN" TO WS-NOTE
                 ADD 1 TO WS-DUPLICATE-CNT
               WHEN OTHER
                 DISPLAY "ERROR : WRITE PAYREJ FAILED. STATUS: "
                         WS-PAYREJ-STATUS
                 MOVE 'FAILED    ' TO WS-RESULT
                 MOVE 16 TO RETURN-CODE
             END-EVALUATE
           END-IF
           MOVE WS-RESULT                      TO RPT-DET-RESULT
           MOVE WS-RTN-COMPANY(WS-RTN-IDX)     TO RPT-DET-COMPANY
           MOVE WS-RTN-EMPLOYEE(WS-RTN-IDX)    TO RPT-DET-EMPLOYEE
           MOVE WS-RETURN-RUN-ID               TO RPT-DET-RUN-ID
           MOVE WS-RTN-REASON-CODE(WS-RTN-IDX) TO RPT-DET-REASON
           MOVE WS-RTN-REASON-TEXT(WS-RTN-IDX) TO RPT-DET-TEXT
           MOVE WS-NOTE                        TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL TO PRJRPT-LINE
           WRITE PRJRPT-LINE.

       INHERIT-FIRST-REJECT-DATE.
      * A repeat of an outstanding reject keeps its original age.
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-CNT
             IF WS-OUT-EMP-KEY(WS-OUT-IDX) = WS-WORK-EMP-KEY AND
                WS-OUT-REASON-CODE(WS-OUT-IDX) =
                WS-RTN-REASON-CODE(WS-RTN-IDX) AND
                WS-OUT-FIRST-TS(WS-OUT-IDX) <
                WS-RTN-FIRST-TS(WS-RTN-IDX)
               MOVE WS-OUT-FIRST-TS(WS-OUT-IDX)
                 TO WS-RTN-FIRST-TS(WS-RTN-IDX)
             END-IF
             ADD 1 TO WS-OUT-IDX
           END-PERFORM.

       SETTLE-OUTSTANDING-REJECT.
      *****************************************************************
      * Only employees this extract carried are settled; the others
      * were not put to payroll this time.
      *****************************************************************
           MOVE WS-OUT-EMP-KEY(WS-OUT-IDX) TO WS-WORK-EMP-KEY
           PERFORM FIND-EMPLOYEE-ENTRY
           IF WS-EMP-FOUND-IDX NOT = 0 AND
              WS-EMP-ON-EXTRACT(WS-EMP-FOUND-IDX) = 'Y'
             MOVE 'N' TO WS-REREJECTED-SW
             MOVE 1 TO WS-RTN-IDX
             PERFORM UNTIL WS-RTN-IDX > WS-RTN-CNT OR WS-REREJECTED
               IF WS-RTN-EMP-KEY(WS-RTN-IDX) = WS-WORK-EMP-KEY AND
                  WS-RTN-REASON-CODE(WS-RTN-IDX) =
                  WS-OUT-REASON-CODE(WS-OUT-IDX)
                 SET WS-REREJECTED TO TRUE
               ELSE
                 ADD 1 TO WS-RTN-IDX
               END-IF
             END-PERFORM
             MOVE WS-OUT-KEY(WS-OUT-IDX) TO PRJ-KEY
             READ PAYREJ
             IF WS-PAYREJ-STATUS = '00'
               MOVE SPACES TO WS-NOTE
               IF WS-REREJECTED
                 SET PRJ-SUPERSEDED TO TRUE
                 MOVE 'SUPERSEDED' TO WS-RESULT
                 STRING "REJECTED AGAIN IN " WS-RETURN-RUN-ID
                        DELIMITED BY SIZE INTO WS-NOTE
                 ADD 1 TO WS-SUPERSEDED-CNT
               ELSE
                 SET PRJ-CLEARED TO TRUE
                 MOVE 'CLEARED   ' TO WS-RESULT
                 STRING "ACCEPTED IN " WS-RETURN-RUN-ID
                        DELIMITED BY SIZE INTO WS-NOTE
                 ADD 1 TO WS-CLEARED-CNT
               END-IF
               MOVE WS-RETURN-RUN-ID      TO PRJ-CLOSED-RUN-ID
               MOVE WS-JOB-START-TS(1:21) TO PRJ-CLOSED-TS
               REWRITE PAYROLL-REJECT-RECORD
               MOVE WS-RESULT        TO RPT-DET-RESULT
               MOVE PRJ-COMPANY      TO RPT-DET-COMPANY
               MOVE PRJ-EMPLOYEE-ID  TO RPT-DET-EMPLOYEE
               MOVE PRJ-RUN-ID       TO RPT-DET-RUN-ID
               MOVE PRJ-REASON-CODE  TO RPT-DET-REASON
               MOVE PRJ-REASON-TEXT  TO RPT-DET-TEXT
               MOVE WS-NOTE          TO RPT-DET-NOTE
               MOVE WS-RPT-DETAIL TO PRJRPT-LINE
               WRITE PRJRPT-LINE
             END-IF
           END-IF.

       DISPLAY-LOADER-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPRJLD JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RETURN RUN-ID    : " WS-RETURN-RUN-ID
           DISPLAY "  EXTRACT TYPE     : " WS-EXTRACT-TYPE
           DISPLAY "  EXTRACT DETAILS  : " WS-EXTRACT-DETAILS
           DISPLAY "  REJECTS RETURNED : " WS-RTN-CNT
           DISPLAY "  RECORDED         : " WS-RECORDED-CNT
           DISPLAY "  DUPLICATES       : " WS-DUPLICATE-CNT
           DISPLAY "  NOT ON EXTRACT   : " WS-UNMATCHED-CNT
           DISPLAY "  CLEARED          : " WS-CLEARED-CNT
           DISPLAY "  SUPERSEDED       : " WS-SUPERSEDED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPRJLD'.
