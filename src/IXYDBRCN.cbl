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
      * MAIN PROGRAM EMPMAST VERSUS DB2 EMPLOYEE_EVENTS RECONCILIATION
      ******************************************************************
      * IXYCAV64 posts the employee stream to the EMPMAST VSAM and
      * IXYCDB64 posts the same stream to the DB2 table
      * EMPLOYEE_EVENTS. Each keeps its own restart state, meets its
      * own failures and handles tombstones its own way (the master
      * keeps a leaver, the table deletes the row), so the two drift
      * and the analytics and HR reports disagree. This job proves
      * them against each other and repairs either side without
      * re-consuming the topic. The PARM is the mode:
      * a. COMPARE (the default) - EMPLOYEE_EVENTS is unloaded in key
      *    order (company, employee id) through a cursor and matched
      *    against EMPMAST read in the same order. Every difference
      *    goes to DBRCNRPT and, as one correction, to DBCORR:
      *        M  MISSING IN DB2 - an active master has no row
      *        X  EXTRA IN DB2   - a row with no master record
      *        L  LEAVER IN DB2  - a row for a terminated master (the
      *                            tombstone never reached the table)
      *        F  FIELD MISMATCH - both present, one or more of the
      *                            table's columns differ; each one
      *                            is listed with both values
      *    UPDATED_TS is the table's own posting time and is not
      *    compared. DBCORR holds an 'H' header, one 'D' per
      *    correction carrying the master image (and its
      *    UPDATED-TS), the DB2 row and the differing columns, and
      *    a 'T' trailer with the correction, master and row counts.
      * b. APPLYDB2 - brings EMPLOYEE_EVENTS into line with EMPMAST
      *    from DBCORR: M and F rows are upserted from the master
      *    as IXYCDB64 posts them, X and L rows deleted. Commits
      *    every 100 corrections and at the end.
      * c. APPLYMST - brings EMPMAST into line with EMPLOYEE_EVENTS
      *    from DBCORR through the shared master poster IXYMPOST (so
      *    the repair is journaled, moves the aggregates and honours
      *    approval.threshold.pct from CCONFFIL): an F correction
      *    posts the master image with the table's columns laid
      *    over it, an X correction adds the employee from the row.
      *    M and L are not applied this way -- it would take an
      *    employee off the master or bring a leaver back; repair
      *    DB2 for those.
      * Both apply modes re-read the master first: a correction
      * whose master changed (or appeared, or went) since the compare
      * is passed over as STALE -- run the compare again. Neither
      * consumer should be running while this job runs; a change
      * in flight shows up as a difference.
      * Return codes: 00 the two agree (COMPARE) or every correction
      * applied; 04 differences found (COMPARE) or a correction was
      * passed over (stale, not applicable, held for approval); 12
      * a correction failed to apply; 16 EMPMAST, the table or
      * DBCORR is unavailable, or the PARM is not a mode.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYDBRCN'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT DBCORR ASSIGN TO DBCORR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DBCORR-STATUS.

      * CCONFFIL supplies approval.threshold.pct -- the held-back key
      * the consumer reads, so a repair of the master is held under
      * the same rule (APPLYMST only).
           SELECT CCONFFIL ASSIGN TO CCONFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CCONF-STATUS.

           SELECT DBRCNRPT ASSIGN TO DBRCNRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DBRCNRPT-STATUS.

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
            05 EMPMAST-LIFECYCLE.
               10 EMPMAST-STATUS            PIC X(01).
                   88 EMPMAST-TERMINATED    VALUE 'T'.
               10 EMPMAST-TERM-DATE         PIC 9(08).
               10 EMPMAST-TERM-REASON       PIC X(08).
               10 EMPMAST-FINAL-SALARY      PIC 9(07)V9(02).
               10 EMPMAST-REHIRE-DATE       PIC 9(08).
               10 EMPMAST-REHIRE-CNT        PIC 9(03).
               10 EMPMAST-PRIOR-SERVICE.
                  15 EMPMAST-PRIOR-HIRE-DATE    PIC 9(08).
                  15 EMPMAST-PRIOR-TERM-DATE    PIC 9(08).
                  15 EMPMAST-PRIOR-TERM-REASON  PIC X(08).
                  15 EMPMAST-PRIOR-FINAL-SALARY PIC 9(07)V9(02).
               10 FILLER                    PIC X(05).

      * The correction file -- written by COMPARE, read by the apply
      * modes.
         FD DBCORR
           RECORD CONTAINS 4260  CHARACTERS
           BLOCK  CONTAINS 42600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DB-CORRECTION-RECORD.

         01 DB-CORRECTION-RECORD.
            05 COR-RECORD-TYPE      PIC X(01).
               88 COR-IS-HEADER     VALUE 'H'.
               88 COR-IS-DETAIL     VALUE 'D'.
               88 COR-IS-TRAILER    VALUE 'T'.
            05 COR-FINDING          PIC X(01).
               88 COR-MISSING-IN-DB2  VALUE 'M'.
               88 COR-EXTRA-IN-DB2    VALUE 'X'.
               88 COR-LEAVER-IN-DB2   VALUE 'L'.
               88 COR-FIELD-MISMATCH  VALUE 'F'.
            05 COR-KEY.
               10 COR-COMPANY       PIC X(03).
               10 COR-EMPLOYEE-ID   PIC 9(09).
      * One flag per compared column, in WS-COLUMN-NAMES order --
      * 'Y' where the column differs.
            05 COR-FIELD-FLAGS      PIC X(12).
            05 COR-MST-STATUS       PIC X(01).
            05 COR-MST-UPDATED-TS   PIC X(21).
            05 COR-DB2-ROW.
               10 COR-DB2-FULL-NAME    PIC X(30).
               10 COR-DB2-FULL-TIME    PIC X(01).
               10 COR-DB2-LEVEL        PIC 9(09).
               10 COR-DB2-JOIN-DATE    PIC X(08).
               10 COR-DB2-SALARY       PIC 9(07)V9(02).
               10 COR-DB2-INSURANCE    PIC 9(07)V9(02).
               10 COR-DB2-CURRENCY     PIC X(03).
               10 COR-DB2-EVENT-TYPE   PIC X(08).
               10 COR-DB2-EMAIL        PIC X(40).
               10 COR-DB2-CITY         PIC X(20).
               10 COR-DB2-STATE        PIC X(20).
               10 COR-DB2-COUNTRY      PIC X(20).
               10 COR-DB2-UPDATED-TS   PIC X(26).
            05 COR-MST-IMAGE        PIC X(4000).
            05 FILLER               PIC X(09).

         01 DB-CORRECTION-HEADER.
            05 FILLER               PIC X(01).
            05 CORH-COMPARE-TS      PIC X(21).
            05 FILLER               PIC X(4238).

         01 DB-CORRECTION-TRAILER.
            05 FILLER               PIC X(01).
            05 CORT-DETAIL-CNT      PIC 9(09).
            05 CORT-MASTER-CNT      PIC 9(09).
            05 CORT-DB2-ROW-CNT     PIC 9(09).
            05 FILLER               PIC X(4232).

         FD CCONFFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  KAFKA-CCONFIG-FILE.

         01 KAFKA-CCONFIG-FILE.
            05 KAFKA-CCONFIG-REC      PIC X(2049).

         FD DBRCNRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  DBRCNRPT-LINE.

         01 DBRCNRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-DBCORR-STATUS    PIC X(02).
         01 WS-DBRCNRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-MODE             PIC X(08) VALUE 'COMPARE '.
             88 WS-MODE-COMPARE  VALUE 'COMPARE '.
             88 WS-MODE-APPLYDB2 VALUE 'APPLYDB2'.
             88 WS-MODE-APPLYMST VALUE 'APPLYMST'.

      * The merge -- each side's current key, HIGH-VALUES at end.
         01 WS-MST-KEY          PIC X(12).
         01 WS-DB2-KEY.
            05 WS-DB2-KEY-COMPANY PIC X(03).
            05 WS-DB2-KEY-ID      PIC 9(09).
         01 WS-CURSOR-SW        PIC X(01) VALUE 'N'.
             88 WS-CURSOR-OPEN  VALUE 'Y'.
         01 WS-SQL-FAILED-SW    PIC X(01) VALUE 'N'.
             88 WS-SQL-FAILED   VALUE 'Y'.

      * Compared columns, in COR-FIELD-FLAGS order.
         01 WS-COLUMN-NAMES.
            05 FILLER PIC X(18) VALUE 'FULL_NAME'.
            05 FILLER PIC X(18) VALUE 'FULL_TIME_FLAG'.
            05 FILLER PIC X(18) VALUE 'EMPLOYEE_LEVEL'.
            05 FILLER PIC X(18) VALUE 'DATE_OF_JOINING'.
            05 FILLER PIC X(18) VALUE 'ANNUAL_SALARY'.
            05 FILLER PIC X(18) VALUE 'INSURANCE_COVERAGE'.
            05 FILLER PIC X(18) VALUE 'CURRENCY_CODE'.
            05 FILLER PIC X(18) VALUE 'EVENT_TYPE'.
            05 FILLER PIC X(18) VALUE 'EMAIL'.
            05 FILLER PIC X(18) VALUE 'CITY'.
            05 FILLER PIC X(18) VALUE 'STATE'.
            05 FILLER PIC X(18) VALUE 'COUNTRY'.
         01 WS-COLUMN-TABLE REDEFINES WS-COLUMN-NAMES.
            05 WS-COLUMN-NAME   PIC X(18) OCCURS 12 TIMES.
         01 WS-COLUMN-DIFF-TABLE.
            05 WS-COLUMN-DIFF-CNT PIC 9(09) OCCURS 12 TIMES.
         01 WS-COL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-FIELD-FLAGS      PIC X(12).
         01 WS-ROW-DIFF-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-MST-VALUE        PIC X(40).
         01 WS-DB2-VALUE        PIC X(40).
         01 WS-JOIN-DATE-X      PIC X(08).
         01 WS-ED-LEVEL         PIC Z(8)9.
         01 WS-ED-MONEY         PIC Z,ZZZ,ZZ9.99.

      * Counters.
         01 WS-MASTER-CNT       PIC 9(09) VALUE 0.
         01 WS-MASTER-LEAVER-CNT PIC 9(09) VALUE 0.
         01 WS-DB2-ROW-CNT      PIC 9(09) VALUE 0.
         01 WS-MATCHED-CNT      PIC 9(09) VALUE 0.
         01 WS-AGREE-CNT        PIC 9(09) VALUE 0.
         01 WS-MISSING-CNT      PIC 9(09) VALUE 0.
         01 WS-EXTRA-CNT        PIC 9(09) VALUE 0.
         01 WS-LEAVER-ROW-CNT   PIC 9(09) VALUE 0.
         01 WS-MISMATCH-CNT     PIC 9(09) VALUE 0.
         01 WS-CORR-CNT         PIC 9(09) VALUE 0.
         01 WS-CORR-READ-CNT    PIC 9(09) VALUE 0.
         01 WS-APPLIED-CNT      PIC 9(09) VALUE 0.
         01 WS-STALE-CNT        PIC 9(09) VALUE 0.
         01 WS-NOT-APPLIC-CNT   PIC 9(09) VALUE 0.
         01 WS-HELD-CNT         PIC 9(09) VALUE 0.
         01 WS-FAILED-CNT       PIC 9(09) VALUE 0.
         01 WS-TRAILER-CNT      PIC 9(09) VALUE 0.
         01 WS-TRAILER-SW       PIC X(01) VALUE 'N'.
             88 WS-TRAILER-SEEN VALUE 'Y'.
         01 WS-ED-COUNT         PIC Z(8)9.

      * The database commit scope of the DB2 repair.
         01 WS-COMMIT-INTERVAL  PIC 9(9) BINARY VALUE 100.
         01 WS-BATCH-CNT        PIC 9(9) BINARY VALUE 0.

      * One correction being applied.
         01 WS-DISPOSITION      PIC X(50).
      * The master as re-read for it -- kept here, the record area
      * is not addressable once EMPMAST is closed for the poster.
         01 WS-CUR-MST-IMAGE    PIC X(4000).
         01 WS-CUR-MST-DEPT     PIC X(06).
         01 WS-CUR-MST-CC       PIC X(08).
         01 WS-CORR-STATE-SW    PIC X(01).
             88 WS-CORR-CURRENT VALUE 'Y'.
             88 WS-CORR-STALE   VALUE 'N'.

         01 WS-CCONF-STATUS     PIC X(02).
         01 WS-CCONF-EOF-SW     PIC X(01).
             88 WS-CCONF-EOF    VALUE 'Y'.
         01 WS-CCONF-DELIM      PIC S9(9) BINARY VALUE 0.

      * Parameter area for the shared master poster IXYMPOST.
         01 WS-MPOST-PARMS.
            05 WS-MPOST-CALLER   PIC X(08) VALUE 'IXYDBRCN'.
            05 WS-MPOST-RUN-ID   PIC X(16) VALUE SPACES.
            05 WS-MPOST-EVENT-TS PIC S9(18) BINARY VALUE 0.
            05 WS-MPOST-APPR-PCT PIC 9(03) VALUE 0.
            05 WS-MPOST-RESULT   PIC X(01).
            05 WS-MPOST-EVENT    PIC X(4000).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYDBRCN'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * DB2 -- the SQL communication area and the host variables for
      * the EMPLOYEE_EVENTS table, as IXYCDB64 declares them.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

         01 DB2-HOST-VARIABLES.
            05 HV-EMPLOYEE-ID     PIC S9(09) COMP-3.
            05 HV-COMPANY-CODE    PIC X(03).
            05 HV-FULL-NAME       PIC X(30).
            05 HV-FULL-TIME-FLAG  PIC X(01).
            05 HV-EMPLOYEE-LEVEL  PIC S9(09) COMP-3.
            05 HV-DATE-OF-JOINING PIC X(08).
            05 HV-ANNUAL-SALARY   PIC S9(07)V9(02) COMP-3.
            05 HV-INSURANCE-COVER PIC S9(07)V9(02) COMP-3.
            05 HV-CURRENCY-CODE   PIC X(03).
            05 HV-EVENT-TYPE      PIC X(08).
            05 HV-EMAIL           PIC X(40).
            05 HV-CITY            PIC X(20).
            05 HV-STATE           PIC X(20).
            05 HV-COUNTRY         PIC X(20).
            05 HV-UPDATED-TS      PIC X(26).

      * The unload, in the master's key order.
           EXEC SQL
             DECLARE EMPEVTCSR CURSOR FOR
              SELECT EMPLOYEE_ID, COMPANY_CODE, FULL_NAME,
                     FULL_TIME_FLAG, EMPLOYEE_LEVEL,
                     DATE_OF_JOINING, ANNUAL_SALARY,
                     INSURANCE_COVERAGE, CURRENCY_CODE,
                     EVENT_TYPE, EMAIL, CITY, STATE, COUNTRY,
                     UPDATED_TS
                FROM EMPLOYEE_EVENTS
               ORDER BY COMPANY_CODE, EMPLOYEE_ID
                 FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-MODE              PIC X(08).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "EMPMAST VERSUS DB2 EMPLOYEE_EVENTS RECONCILIATION"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE 'DBRC' TO WS-MPOST-RUN-ID
           MOVE WS-JOB-START-TS(1:12) TO WS-MPOST-RUN-ID(5:12)
           IF PARM-LENGTH > 0
             MOVE SPACES TO WS-MODE
             IF PARM-LENGTH < 8
               MOVE PARM-MODE(1:PARM-LENGTH) TO WS-MODE
             ELSE
               MOVE PARM-MODE TO WS-MODE
             END-IF
           END-IF
           DISPLAY "MODE : " WS-MODE

           EVALUATE TRUE
             WHEN WS-MODE-COMPARE
               PERFORM RUN-COMPARE
             WHEN WS-MODE-APPLYDB2
             WHEN WS-MODE-APPLYMST
               PERFORM RUN-APPLY
             WHEN OTHER
               DISPLAY "ERROR : PARM '" WS-MODE "' IS NOT COMPARE, "
                       "APPLYDB2 OR APPLYMST"
               MOVE 16 TO RETURN-CODE
           END-EVALUATE

           PERFORM DISPLAY-RECON-SUMMARY
           GOBACK
           .

      *****************************************************************
      * COMPARE -- the key-order merge of the master and the table.
      *****************************************************************
       RUN-COMPARE.
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9833 TO ERRLOG-CODE
             MOVE "IXYDBRCN: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL OPEN EMPEVTCSR END-EXEC
             IF SQLCODE NOT = 0
               DISPLAY "ERROR : EMPLOYEE_EVENTS CURSOR OPEN FAILED, "
                       "SQLCODE " SQLCODE
               MOVE 9834 TO ERRLOG-CODE
               MOVE "IXYDBRCN: EMPLOYEE_EVENTS UNLOAD CURSOR FAILED"
                 TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST
             ELSE
               SET WS-CURSOR-OPEN TO TRUE
               PERFORM MERGE-MASTER-AND-TABLE
               EXEC SQL CLOSE EMPEVTCSR END-EXEC
               CLOSE EMPMAST
             END-IF
           END-IF.

       MERGE-MASTER-AND-TABLE.
           INITIALIZE WS-COLUMN-DIFF-TABLE
           OPEN OUTPUT DBCORR
           OPEN OUTPUT DBRCNRPT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "IXYDBRCN  EMPMAST VERSUS DB2 EMPLOYEE_EVENTS"
                  "          RUN " WS-JOB-START-TS(1:14)
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE ALL "-" TO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE

           MOVE SPACES TO DB-CORRECTION-RECORD
           MOVE 'H' TO COR-RECORD-TYPE
           MOVE WS-JOB-START-TS(1:21) TO CORH-COMPARE-TS
           WRITE DB-CORRECTION-RECORD

           MOVE LOW-VALUES TO WS-MST-KEY
           MOVE LOW-VALUES TO WS-DB2-KEY
           PERFORM READ-NEXT-MASTER
           PERFORM FETCH-NEXT-ROW
           PERFORM UNTIL WS-MST-KEY = HIGH-VALUES AND
                         WS-DB2-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN WS-MST-KEY < WS-DB2-KEY
                 PERFORM MASTER-WITHOUT-ROW
                 PERFORM READ-NEXT-MASTER
               WHEN WS-MST-KEY > WS-DB2-KEY
                 PERFORM ROW-WITHOUT-MASTER
                 PERFORM FETCH-NEXT-ROW
               WHEN OTHER
                 ADD 1 TO WS-MATCHED-CNT
                 PERFORM MASTER-AND-ROW
                 PERFORM READ-NEXT-MASTER
                 PERFORM FETCH-NEXT-ROW
             END-EVALUATE
           END-PERFORM

      * A failed fetch ends the merge early -- the rest of the table
      * was never seen, so the result cannot be called a clean one.
           IF WS-SQL-FAILED
             MOVE SPACES TO DBRCNRPT-LINE
             MOVE "** UNLOAD FAILED - THE COMPARISON IS INCOMPLETE"
               TO DBRCNRPT-LINE
             WRITE DBRCNRPT-LINE
           END-IF

           MOVE SPACES TO DB-CORRECTION-RECORD
           MOVE 'T' TO COR-RECORD-TYPE
           MOVE WS-CORR-CNT    TO CORT-DETAIL-CNT
           MOVE WS-MASTER-CNT  TO CORT-MASTER-CNT
           MOVE WS-DB2-ROW-CNT TO CORT-DB2-ROW-CNT
           WRITE DB-CORRECTION-RECORD
           CLOSE DBCORR

           PERFORM WRITE-COMPARE-TOTALS
           CLOSE DBRCNRPT

           EVALUATE TRUE
             WHEN WS-SQL-FAILED
               MOVE 16 TO RETURN-CODE
             WHEN WS-CORR-CNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       READ-NEXT-MASTER.
           IF WS-MST-KEY NOT = HIGH-VALUES
             READ EMPMAST NEXT
               AT END MOVE HIGH-VALUES TO WS-MST-KEY
               NOT AT END
                 MOVE EMPMAST-KEY TO WS-MST-KEY
                 ADD 1 TO WS-MASTER-CNT
                 IF EMPMAST-TERMINATED
                   ADD 1 TO WS-MASTER-LEAVER-CNT
                 END-IF
             END-READ
           END-IF.

       FETCH-NEXT-ROW.
           IF WS-DB2-KEY NOT = HIGH-VALUES
             EXEC SQL
               FETCH EMPEVTCSR
                INTO :HV-EMPLOYEE-ID, :HV-COMPANY-CODE,
                     :HV-FULL-NAME, :HV-FULL-TIME-FLAG,
                     :HV-EMPLOYEE-LEVEL, :HV-DATE-OF-JOINING,
                     :HV-ANNUAL-SALARY, :HV-INSURANCE-COVER,
                     :HV-CURRENCY-CODE, :HV-EVENT-TYPE,
                     :HV-EMAIL, :HV-CITY, :HV-STATE,
                     :HV-COUNTRY, :HV-UPDATED-TS
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE HV-COMPANY-CODE TO WS-DB2-KEY-COMPANY
                 MOVE HV-EMPLOYEE-ID  TO WS-DB2-KEY-ID
                 ADD 1 TO WS-DB2-ROW-CNT
               WHEN +100
                 MOVE HIGH-VALUES TO WS-DB2-KEY
               WHEN OTHER
                 DISPLAY "ERROR : EMPLOYEE_EVENTS FETCH FAILED, "
                         "SQLCODE " SQLCODE
                 MOVE 9834 TO ERRLOG-CODE
                 MOVE "IXYDBRCN: EMPLOYEE_EVENTS UNLOAD CURSOR FAILED"
                   TO ERRLOG-MSG
                 CALL "IXYERRLG" USING ERRLOG-INPUT
                 SET WS-SQL-FAILED TO TRUE
                 MOVE HIGH-VALUES TO WS-DB2-KEY
                 MOVE HIGH-VALUES TO WS-MST-KEY
             END-EVALUATE
           END-IF.

       MASTER-WITHOUT-ROW.
      * A leaver has no row by design -- the tombstone deleted it.
           IF NOT EMPMAST-TERMINATED
             MOVE EMPMAST-EVENT-DATA TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
             ADD 1 TO WS-MISSING-CNT
             MOVE SPACES TO DBRCNRPT-LINE
             STRING "MISSING IN DB2   EMPLOYEE " EMPMAST-COMPANY " "
                    EMPMAST-EMPLOYEE-ID "  " fullName
                    "  MASTER UPDATED " EMPMAST-UPDATED-TS
                    DELIMITED BY SIZE INTO DBRCNRPT-LINE
             WRITE DBRCNRPT-LINE
             MOVE SPACES TO DB-CORRECTION-RECORD
             MOVE 'M' TO COR-FINDING
             PERFORM WRITE-CORRECTION
           END-IF.

       ROW-WITHOUT-MASTER.
           ADD 1 TO WS-EXTRA-CNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "EXTRA IN DB2     EMPLOYEE " WS-DB2-KEY-COMPANY " "
                  WS-DB2-KEY-ID "  " HV-FULL-NAME
                  "  DB2 UPDATED " HV-UPDATED-TS
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE SPACES TO DB-CORRECTION-RECORD
           MOVE 'X' TO COR-FINDING
           PERFORM WRITE-CORRECTION.

       MASTER-AND-ROW.
           MOVE EMPMAST-EVENT-DATA TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF EMPMAST-TERMINATED
             ADD 1 TO WS-LEAVER-ROW-CNT
             MOVE SPACES TO DBRCNRPT-LINE
             STRING "LEAVER IN DB2    EMPLOYEE " EMPMAST-COMPANY " "
                    EMPMAST-EMPLOYEE-ID "  " fullName
                    "  TERMINATED " EMPMAST-TERM-DATE
                    "  DB2 UPDATED " HV-UPDATED-TS
                    DELIMITED BY SIZE INTO DBRCNRPT-LINE
             WRITE DBRCNRPT-LINE
             MOVE SPACES TO DB-CORRECTION-RECORD
             MOVE 'L' TO COR-FINDING
             PERFORM WRITE-CORRECTION
           ELSE
             PERFORM COMPARE-COLUMNS
             IF WS-ROW-DIFF-CNT > 0
               ADD 1 TO WS-MISMATCH-CNT
               MOVE SPACES TO DB-CORRECTION-RECORD
               MOVE 'F' TO COR-FINDING
               MOVE WS-FIELD-FLAGS TO COR-FIELD-FLAGS
               PERFORM WRITE-CORRECTION
             ELSE
               ADD 1 TO WS-AGREE-CNT
             END-IF
           END-IF.

       COMPARE-COLUMNS.
      *****************************************************************
      * The table's columns against the master image, mapped as
      * IXYCDB64's UPSERT-EMPLOYEE-ROW maps them.
      *****************************************************************
           MOVE 0 TO WS-ROW-DIFF-CNT
           MOVE ALL 'N' TO WS-FIELD-FLAGS

           IF fullName NOT = HV-FULL-NAME
             MOVE 1 TO WS-COL-IDX
             MOVE fullName     TO WS-MST-VALUE
             MOVE HV-FULL-NAME TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF isFullTime NOT = HV-FULL-TIME-FLAG
             MOVE 2 TO WS-COL-IDX
             MOVE isFullTime        TO WS-MST-VALUE
             MOVE HV-FULL-TIME-FLAG TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF employeeLevel NOT = HV-EMPLOYEE-LEVEL
             MOVE 3 TO WS-COL-IDX
             MOVE employeeLevel     TO WS-ED-LEVEL
             MOVE WS-ED-LEVEL       TO WS-MST-VALUE
             MOVE HV-EMPLOYEE-LEVEL TO WS-ED-LEVEL
             MOVE WS-ED-LEVEL       TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           MOVE dateOfJoining TO WS-JOIN-DATE-X
           IF WS-JOIN-DATE-X NOT = HV-DATE-OF-JOINING
             MOVE 4 TO WS-COL-IDX
             MOVE WS-JOIN-DATE-X     TO WS-MST-VALUE
             MOVE HV-DATE-OF-JOINING TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF annualSalary NOT = HV-ANNUAL-SALARY
             MOVE 5 TO WS-COL-IDX
             MOVE annualSalary     TO WS-ED-MONEY
             MOVE WS-ED-MONEY      TO WS-MST-VALUE
             MOVE HV-ANNUAL-SALARY TO WS-ED-MONEY
             MOVE WS-ED-MONEY      TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF insuranceCoverage NOT = HV-INSURANCE-COVER
             MOVE 6 TO WS-COL-IDX
             MOVE insuranceCoverage  TO WS-ED-MONEY
             MOVE WS-ED-MONEY        TO WS-MST-VALUE
             MOVE HV-INSURANCE-COVER TO WS-ED-MONEY
             MOVE WS-ED-MONEY        TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF currencyCode NOT = HV-CURRENCY-CODE
             MOVE 7 TO WS-COL-IDX
             MOVE currencyCode     TO WS-MST-VALUE
             MOVE HV-CURRENCY-CODE TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF eventType NOT = HV-EVENT-TYPE
             MOVE 8 TO WS-COL-IDX
             MOVE eventType     TO WS-MST-VALUE
             MOVE HV-EVENT-TYPE TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF email NOT = HV-EMAIL
             MOVE 9 TO WS-COL-IDX
             MOVE email    TO WS-MST-VALUE
             MOVE HV-EMAIL TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF city NOT = HV-CITY
             MOVE 10 TO WS-COL-IDX
             MOVE city    TO WS-MST-VALUE
             MOVE HV-CITY TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF state NOT = HV-STATE
             MOVE 11 TO WS-COL-IDX
             MOVE state    TO WS-MST-VALUE
             MOVE HV-STATE TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF
           IF country NOT = HV-COUNTRY
             MOVE 12 TO WS-COL-IDX
             MOVE country    TO WS-MST-VALUE
             MOVE HV-COUNTRY TO WS-DB2-VALUE
             PERFORM NOTE-COLUMN-MISMATCH
           END-IF.

       NOTE-COLUMN-MISMATCH.
           ADD 1 TO WS-ROW-DIFF-CNT
           ADD 1 TO WS-COLUMN-DIFF-CNT(WS-COL-IDX)
           MOVE 'Y' TO WS-FIELD-FLAGS(WS-COL-IDX:1)
           IF WS-ROW-DIFF-CNT = 1
             MOVE SPACES TO DBRCNRPT-LINE
             STRING "FIELD MISMATCH   EMPLOYEE " EMPMAST-COMPANY " "
                    EMPMAST-EMPLOYEE-ID "  " fullName
                    "  MASTER UPDATED " EMPMAST-UPDATED-TS
                    DELIMITED BY SIZE INTO DBRCNRPT-LINE
             WRITE DBRCNRPT-LINE
           END-IF
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "      " WS-COLUMN-NAME(WS-COL-IDX)
                  " EMPMAST '" WS-MST-VALUE "'"
                  " DB2 '" WS-DB2-VALUE "'"
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE.

       WRITE-CORRECTION.
      *****************************************************************
      * The caller has cleared the record and set the finding (and
      * the column flags); each side present rides along.
      *****************************************************************
           MOVE 'D' TO COR-RECORD-TYPE
           IF COR-EXTRA-IN-DB2
             MOVE WS-DB2-KEY TO COR-KEY
           ELSE
             MOVE EMPMAST-KEY            TO COR-KEY
             MOVE EMPMAST-STATUS         TO COR-MST-STATUS
             MOVE EMPMAST-UPDATED-TS     TO COR-MST-UPDATED-TS
             MOVE EMPMAST-EVENT-DATA     TO COR-MST-IMAGE
           END-IF
           IF COR-MISSING-IN-DB2
             MOVE 0 TO COR-DB2-LEVEL
             MOVE 0 TO COR-DB2-SALARY
             MOVE 0 TO COR-DB2-INSURANCE
           ELSE
             MOVE HV-FULL-NAME       TO COR-DB2-FULL-NAME
             MOVE HV-FULL-TIME-FLAG  TO COR-DB2-FULL-TIME
             MOVE HV-EMPLOYEE-LEVEL  TO COR-DB2-LEVEL
             MOVE HV-DATE-OF-JOINING TO COR-DB2-JOIN-DATE
             MOVE HV-ANNUAL-SALARY   TO COR-DB2-SALARY
             MOVE HV-INSURANCE-COVER TO COR-DB2-INSURANCE
             MOVE HV-CURRENCY-CODE   TO COR-DB2-CURRENCY
             MOVE HV-EVENT-TYPE      TO COR-DB2-EVENT-TYPE
             MOVE HV-EMAIL           TO COR-DB2-EMAIL
             MOVE HV-CITY            TO COR-DB2-CITY
             MOVE HV-STATE           TO COR-DB2-STATE
             MOVE HV-COUNTRY         TO COR-DB2-COUNTRY
             MOVE HV-UPDATED-TS      TO COR-DB2-UPDATED-TS
           END-IF
           WRITE DB-CORRECTION-RECORD
           ADD 1 TO WS-CORR-CNT.

       WRITE-COMPARE-TOTALS.
           MOVE SPACES TO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE "RECONCILIATION TOTALS" TO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-MASTER-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  EMPMAST RECORDS            : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-MASTER-LEAVER-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "    OF WHICH LEAVERS         : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-DB2-ROW-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  EMPLOYEE_EVENTS ROWS       : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-AGREE-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  IN AGREEMENT               : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-MISSING-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  MISSING IN DB2             : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-EXTRA-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  EXTRA IN DB2               : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-LEAVER-ROW-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  LEAVERS STILL IN DB2       : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-MISMATCH-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  WITH FIELD MISMATCHES      : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 12
             IF WS-COLUMN-DIFF-CNT(WS-COL-IDX) > 0
               MOVE WS-COLUMN-DIFF-CNT(WS-COL-IDX) TO WS-ED-COUNT
               MOVE SPACES TO DBRCNRPT-LINE
               STRING "    " WS-COLUMN-NAME(WS-COL-IDX) "       : "
                      WS-ED-COUNT
                      DELIMITED BY SIZE INTO DBRCNRPT-LINE
               WRITE DBRCNRPT-LINE
             END-IF
           END-PERFORM
           MOVE WS-CORR-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  CORRECTIONS WRITTEN        : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE.

      *****************************************************************
      * APPLYDB2 / APPLYMST -- one side repaired from DBCORR.
      *****************************************************************
       RUN-APPLY.
           OPEN INPUT DBCORR
           IF WS-DBCORR-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN DBCORR, FILE STATUS "
                     WS-DBCORR-STATUS
             MOVE 9835 TO ERRLOG-CODE
             MOVE "IXYDBRCN: UNABLE TO OPEN DBCORR" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-MODE-APPLYMST
               PERFORM READ-APPROVAL-THRESHOLD
             END-IF
             OPEN OUTPUT DBRCNRPT
             MOVE SPACES TO DBRCNRPT-LINE
             STRING "IXYDBRCN  " WS-MODE " - CORRECTIONS FROM DBCORR"
                    "          RUN " WS-JOB-START-TS(1:14)
                    DELIMITED BY SIZE INTO DBRCNRPT-LINE
             WRITE DBRCNRPT-LINE
             MOVE ALL "-" TO DBRCNRPT-LINE
             WRITE DBRCNRPT-LINE

             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF OR WS-SQL-FAILED
               READ DBCORR
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN COR-IS-DETAIL
                     ADD 1 TO WS-CORR-READ-CNT
                     PERFORM APPLY-ONE-CORRECTION
                   WHEN COR-IS-TRAILER
                     SET WS-TRAILER-SEEN TO TRUE
                     MOVE CORT-DETAIL-CNT TO WS-TRAILER-CNT
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE DBCORR

             IF WS-MODE-APPLYDB2
               IF WS-SQL-FAILED
                 EXEC SQL ROLLBACK END-EXEC
               ELSE
                 PERFORM COMMIT-REPAIR-BATCH
               END-IF
             END-IF

             IF NOT WS-SQL-FAILED AND
                (NOT WS-TRAILER-SEEN OR
                 WS-TRAILER-CNT NOT = WS-CORR-READ-CNT)
               MOVE SPACES TO DBRCNRPT-LINE
               MOVE WS-CORR-READ-CNT TO WS-ED-COUNT
               STRING "** DBCORR IS INCOMPLETE - " WS-ED-COUNT
                      " CORRECTIONS READ, TRAILER SAYS " WS-TRAILER-CNT
                      DELIMITED BY SIZE INTO DBRCNRPT-LINE
               WRITE DBRCNRPT-LINE
               DISPLAY "WARNING : DBCORR TRAILER DOES NOT MATCH THE "
                       "CORRECTIONS READ"
               ADD 1 TO WS-FAILED-CNT
             END-IF

             PERFORM WRITE-APPLY-TOTALS
             CLOSE DBRCNRPT

             EVALUATE TRUE
               WHEN WS-SQL-FAILED
                 MOVE 12 TO RETURN-CODE
               WHEN WS-FAILED-CNT > 0
                 MOVE 12 TO RETURN-CODE
               WHEN WS-STALE-CNT > 0 OR WS-NOT-APPLIC-CNT > 0 OR
                    WS-HELD-CNT > 0
                 MOVE 4 TO RETURN-CODE
               WHEN OTHER
                 MOVE 0 TO RETURN-CODE
             END-EVALUATE
           END-IF.

       APPLY-ONE-CORRECTION.
           PERFORM CHECK-CORRECTION-CURRENT
           EVALUATE TRUE
             WHEN WS-CORR-STALE
               ADD 1 TO WS-STALE-CNT
               MOVE "STALE - MASTER CHANGED SINCE THE COMPARE"
                 TO WS-DISPOSITION
             WHEN WS-MODE-APPLYDB2
               PERFORM REPAIR-DB2-ROW
             WHEN OTHER
               PERFORM REPAIR-MASTER-RECORD
           END-EVALUATE

           MOVE SPACES TO DBRCNRPT-LINE
           STRING "EMPLOYEE " COR-COMPANY " " COR-EMPLOYEE-ID
                  "  FINDING " COR-FINDING
                  "  " WS-DISPOSITION
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE.

       CHECK-CORRECTION-CURRENT.
      *****************************************************************
      * The master must still be as the compare saw it: the same
      * UPDATED-TS and lifecycle, or still absent for an extra row.
      *****************************************************************
           SET WS-CORR-CURRENT TO TRUE
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9833 TO ERRLOG-CODE
             MOVE "IXYDBRCN: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             SET WS-CORR-STALE TO TRUE
           ELSE
             MOVE COR-KEY TO EMPMAST-KEY
             READ EMPMAST
             IF WS-EMPMAST-STATUS = '00'
               MOVE EMPMAST-EVENT-DATA  TO WS-CUR-MST-IMAGE
               MOVE EMPMAST-DEPT-CODE   TO WS-CUR-MST-DEPT
               MOVE EMPMAST-COST-CENTER TO WS-CUR-MST-CC
             END-IF
             EVALUATE TRUE
               WHEN COR-EXTRA-IN-DB2
                 IF WS-EMPMAST-STATUS NOT = '23'
                   SET WS-CORR-STALE TO TRUE
                 END-IF
               WHEN WS-EMPMAST-STATUS NOT = '00'
                 SET WS-CORR-STALE TO TRUE
               WHEN EMPMAST-UPDATED-TS NOT = COR-MST-UPDATED-TS
                 SET WS-CORR-STALE TO TRUE
               WHEN EMPMAST-STATUS NOT = COR-MST-STATUS
                 SET WS-CORR-STALE TO TRUE
             END-EVALUATE
      * The poster opens the master itself -- it must not be held.
             CLOSE EMPMAST
           END-IF.

       REPAIR-DB2-ROW.
      *****************************************************************
      * The table is brought to the master: the row upserted from the
      * master image exactly as IXYCDB64 posts it, or deleted.
      *****************************************************************
           MOVE COR-EMPLOYEE-ID TO HV-EMPLOYEE-ID
           MOVE COR-COMPANY     TO HV-COMPANY-CODE
           IF COR-EXTRA-IN-DB2 OR COR-LEAVER-IN-DB2
             EXEC SQL
               DELETE FROM EMPLOYEE_EVENTS
                WHERE EMPLOYEE_ID  = :HV-EMPLOYEE-ID
                  AND COMPANY_CODE = :HV-COMPANY-CODE
             END-EXEC
             IF SQLCODE = 0 OR SQLCODE = +100
               MOVE "APPLIED - ROW DELETED" TO WS-DISPOSITION
             END-IF
           ELSE
             MOVE WS-CUR-MST-IMAGE TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
             MOVE fullName          TO HV-FULL-NAME
             MOVE isFullTime        TO HV-FULL-TIME-FLAG
             MOVE employeeLevel     TO HV-EMPLOYEE-LEVEL
             MOVE dateOfJoining     TO HV-DATE-OF-JOINING
             MOVE annualSalary      TO HV-ANNUAL-SALARY
             MOVE insuranceCoverage TO HV-INSURANCE-COVER
             MOVE currencyCode      TO HV-CURRENCY-CODE
             MOVE eventType         TO HV-EVENT-TYPE
             MOVE email             TO HV-EMAIL
             MOVE city              TO HV-CITY
             MOVE state             TO HV-STATE
             MOVE country           TO HV-COUNTRY
             MOVE FUNCTION CURRENT-DATE TO HV-UPDATED-TS

             EXEC SQL
               UPDATE EMPLOYEE_EVENTS
                  SET FULL_NAME          = :HV-FULL-NAME,
                      FULL_TIME_FLAG     = :HV-FULL-TIME-FLAG,
                      EMPLOYEE_LEVEL     = :HV-EMPLOYEE-LEVEL,
                      DATE_OF_JOINING    = :HV-DATE-OF-JOINING,
                      ANNUAL_SALARY      = :HV-ANNUAL-SALARY,
                      INSURANCE_COVERAGE = :HV-INSURANCE-COVER,
                      CURRENCY_CODE      = :HV-CURRENCY-CODE,
                      EVENT_TYPE         = :HV-EVENT-TYPE,
                      EMAIL              = :HV-EMAIL,
                      CITY               = :HV-CITY,
                      STATE              = :HV-STATE,
                      COUNTRY            = :HV-COUNTRY,
                      UPDATED_TS         = :HV-UPDATED-TS
                WHERE EMPLOYEE_ID  = :HV-EMPLOYEE-ID
                  AND COMPANY_CODE = :HV-COMPANY-CODE
             END-EXEC

             IF SQLCODE = +100
               EXEC SQL
                 INSERT INTO EMPLOYEE_EVENTS
                        (EMPLOYEE_ID, COMPANY_CODE, FULL_NAME,
                         FULL_TIME_FLAG, EMPLOYEE_LEVEL,
                         DATE_OF_JOINING, ANNUAL_SALARY,
                         INSURANCE_COVERAGE, CURRENCY_CODE,
                         EVENT_TYPE, EMAIL, CITY, STATE, COUNTRY,
                         UPDATED_TS)
                 VALUES (:HV-EMPLOYEE-ID, :HV-COMPANY-CODE,
                         :HV-FULL-NAME, :HV-FULL-TIME-FLAG,
                         :HV-EMPLOYEE-LEVEL, :HV-DATE-OF-JOINING,
                         :HV-ANNUAL-SALARY, :HV-INSURANCE-COVER,
                         :HV-CURRENCY-CODE, :HV-EVENT-TYPE,
                         :HV-EMAIL, :HV-CITY, :HV-STATE,
                         :HV-COUNTRY, :HV-UPDATED-TS)
               END-EXEC
             END-IF
             IF SQLCODE = 0
               MOVE "APPLIED - ROW UPSERTED FROM EMPMAST"
                 TO WS-DISPOSITION
             END-IF
           END-IF

           IF SQLCODE = 0 OR SQLCODE = +100
             ADD 1 TO WS-APPLIED-CNT
             ADD 1 TO WS-BATCH-CNT
             IF WS-BATCH-CNT >= WS-COMMIT-INTERVAL
               PERFORM COMMIT-REPAIR-BATCH
             END-IF
           ELSE
             DISPLAY "ERROR : EMPLOYEE_EVENTS REPAIR FAILED FOR "
                     COR-COMPANY " " COR-EMPLOYEE-ID ", SQLCODE "
                     SQLCODE
             MOVE 9836 TO ERRLOG-CODE
             MOVE "IXYDBRCN: EMPLOYEE_EVENTS REPAIR FAILED" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE "FAILED - SQL ERROR, BATCH ROLLED BACK"
               TO WS-DISPOSITION
             ADD 1 TO WS-FAILED-CNT
             SET WS-SQL-FAILED TO TRUE
           END-IF.

       COMMIT-REPAIR-BATCH.
           IF WS-BATCH-CNT > 0
             EXEC SQL COMMIT END-EXEC
             IF SQLCODE NOT = 0
               DISPLAY "ERROR : SQL COMMIT FAILED, SQLCODE " SQLCODE
               MOVE 9836 TO ERRLOG-CODE
               MOVE "IXYDBRCN: SQL COMMIT FAILED" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               ADD 1 TO WS-FAILED-CNT
               SET WS-SQL-FAILED TO TRUE
             END-IF
             MOVE 0 TO WS-BATCH-CNT
           END-IF.

       REPAIR-MASTER-RECORD.
      *****************************************************************
      * The master is brought to the table through IXYMPOST. A
      * TRANSFER event type from the table is posted with the
      * master's own current assignment as the transfer target, so
      * the repair re-asserts the org reference instead of moving
      * the employee.
      *****************************************************************
           EVALUATE TRUE
             WHEN COR-MISSING-IN-DB2
               ADD 1 TO WS-NOT-APPLIC-CNT
               MOVE "NOT APPLIED - WOULD REMOVE AN ACTIVE EMPLOYEE"
                 TO WS-DISPOSITION
             WHEN COR-LEAVER-IN-DB2
               ADD 1 TO WS-NOT-APPLIC-CNT
               MOVE "NOT APPLIED - WOULD REINSTATE A LEAVER"
                 TO WS-DISPOSITION
             WHEN OTHER
               IF COR-FIELD-MISMATCH
                 MOVE WS-CUR-MST-IMAGE TO
                        EVENT-DATA(1:LENGTH OF EVENT-DATA)
               ELSE
                 INITIALIZE EVENT-DATA
                 MOVE COR-EMPLOYEE-ID TO employeeId
                 MOVE COR-COMPANY     TO companyCode
               END-IF
               MOVE COR-DB2-FULL-NAME  TO fullName
               MOVE COR-DB2-FULL-TIME  TO isFullTime
               MOVE COR-DB2-LEVEL      TO employeeLevel
               IF COR-DB2-JOIN-DATE IS NUMERIC
                 MOVE COR-DB2-JOIN-DATE TO dateOfJoining
               END-IF
               MOVE COR-DB2-SALARY     TO annualSalary
               MOVE COR-DB2-INSURANCE  TO insuranceCoverage
               MOVE COR-DB2-CURRENCY   TO currencyCode
               MOVE COR-DB2-EVENT-TYPE TO eventType
               MOVE COR-DB2-EMAIL      TO email
               MOVE COR-DB2-CITY       TO city
               MOVE COR-DB2-STATE      TO state
               MOVE COR-DB2-COUNTRY    TO country
               IF eventType = 'TRANSFER'
                 IF COR-FIELD-MISMATCH
                   MOVE WS-CUR-MST-DEPT TO transferDeptCode
                   MOVE WS-CUR-MST-CC   TO transferCostCenter
                 ELSE
                   MOVE SPACES TO eventType
                 END-IF
               END-IF
               MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                      WS-MPOST-EVENT
               MOVE 0 TO WS-MPOST-EVENT-TS
               CALL "IXYMPOST" USING WS-MPOST-PARMS
               EVALUATE WS-MPOST-RESULT
                 WHEN 'A'
                   ADD 1 TO WS-APPLIED-CNT
                   MOVE "APPLIED - EMPLOYEE ADDED FROM THE DB2 ROW"
                     TO WS-DISPOSITION
                 WHEN 'C'
                   ADD 1 TO WS-APPLIED-CNT
                   MOVE "APPLIED - MASTER CHANGED TO THE DB2 ROW"
                     TO WS-DISPOSITION
                 WHEN 'H'
                   ADD 1 TO WS-HELD-CNT
                   MOVE "HELD FOR APPROVAL ON APPRFIL"
                     TO WS-DISPOSITION
                 WHEN 'R'
                   ADD 1 TO WS-STALE-CNT
                   MOVE "STALE - REFUSED BY THE STALE-UPDATE GUARD"
                     TO WS-DISPOSITION
                 WHEN OTHER
                   ADD 1 TO WS-FAILED-CNT
                   MOVE "FAILED - SEE ERRLOG" TO WS-DISPOSITION
               END-EVALUATE
           END-EVALUATE.

       READ-APPROVAL-THRESHOLD.
      *****************************************************************
      * Picks approval.threshold.pct out of CCONFFIL, as IXYPNDRL
      * does. A missing deck or key leaves 0 (no hold).
      *****************************************************************
           MOVE 'N' TO WS-CCONF-EOF-SW
           OPEN INPUT CCONFFIL
           IF WS-CCONF-STATUS = '00'
             PERFORM UNTIL WS-CCONF-EOF
               READ CCONFFIL
               AT END SET WS-CCONF-EOF TO TRUE
               NOT AT END
                 IF KAFKA-CCONFIG-REC(1:1) NOT = '#'
                   MOVE 0 TO WS-CCONF-DELIM
                   INSPECT KAFKA-CCONFIG-REC TALLYING WS-CCONF-DELIM
                     FOR CHARACTERS BEFORE '='
                   IF WS-CCONF-DELIM > 0 AND WS-CCONF-DELIM < 2049
                     IF FUNCTION TRIM(
                          KAFKA-CCONFIG-REC(1:WS-CCONF-DELIM)) =
                          'approval.threshold.pct'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                            KAFKA-CCONFIG-REC(WS-CCONF-DELIM + 2:)))
                            TO WS-MPOST-APPR-PCT
                     END-IF
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CCONFFIL
           END-IF
           DISPLAY "APPROVAL THRESHOLD PCT : " WS-MPOST-APPR-PCT.

       WRITE-APPLY-TOTALS.
           MOVE SPACES TO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE "APPLY TOTALS" TO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-CORR-READ-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  CORRECTIONS READ           : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-APPLIED-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  APPLIED                    : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-STALE-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  STALE                      : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-NOT-APPLIC-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  NOT APPLICABLE THIS SIDE   : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-HELD-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  HELD FOR APPROVAL          : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE
           MOVE WS-FAILED-CNT TO WS-ED-COUNT
           MOVE SPACES TO DBRCNRPT-LINE
           STRING "  FAILED                     : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO DBRCNRPT-LINE
           WRITE DBRCNRPT-LINE.

       DISPLAY-RECON-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYDBRCN JOB SUMMARY"
           DISPLAY "  MODE             : " WS-MODE
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           IF WS-MODE-COMPARE
             DISPLAY "  EMPMAST RECORDS  : " WS-MASTER-CNT
             DISPLAY "  DB2 ROWS         : " WS-DB2-ROW-CNT
             DISPLAY "  IN AGREEMENT     : " WS-AGREE-CNT
             DISPLAY "  MISSING IN DB2   : " WS-MISSING-CNT
             DISPLAY "  EXTRA IN DB2     : " WS-EXTRA-CNT
             DISPLAY "  LEAVERS IN DB2   : " WS-LEAVER-ROW-CNT
             DISPLAY "  FIELD MISMATCHES : " WS-MISMATCH-CNT
             DISPLAY "  CORRECTIONS      : " WS-CORR-CNT
           ELSE
             DISPLAY "  CORRECTIONS READ : " WS-CORR-READ-CNT
             DISPLAY "  APPLIED          : " WS-APPLIED-CNT
             DISPLAY "  STALE            : " WS-STALE-CNT
             DISPLAY "  NOT APPLICABLE   : " WS-NOT-APPLIC-CNT
             DISPLAY "  HELD             : " WS-HELD-CNT
             DISPLAY "  FAILED           : " WS-FAILED-CNT
           END-IF
           DISPLAY "==========================================".

       END PROGRAM 'IXYDBRCN'.
