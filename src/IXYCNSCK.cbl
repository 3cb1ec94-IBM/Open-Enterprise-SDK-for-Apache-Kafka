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
      * SHARED MODULE - CONSENT CHECK FOR OUTBOUND FEEDS
      ******************************************************************
      * Some employees (works-council rules in certain countries)
      * have not consented to their data going to particular
      * downstreams. Every outbound feed asks this module before it
      * releases an employee's record:
      * a. CONSENT - the consent registry KSDS, one record per
      *    company + employeeId, maintained by IXYCNSMN. Each record
      *    holds up to 8 destination entries -- the destination, the
      *    flag (N withheld, Y consented), the date the entry takes
      *    effect and the date it ends (zero = open-ended), and the
      *    reason. Destinations are the feeds' DD names:
      *        PARTNRFL  partner traffic filed by IXYCAV64
      *        MQBRIDGE  the Kafka-to-MQ bridge IXYMQBRG
      *        HRXTRACT  the benefits/pension extract IXYHRXTR
      *        PAYXTRCT  the payroll extract IXYPAYXT
      *    and ALL, which applies to every destination the record
      *    has no entry of its own for. An employee with no record,
      *    or no entry in force, is released -- consent is the
      *    default.
      * b. CNSSUPRT - the suppression report for the privacy office,
      *    written by each feed run: one line per record withheld
      *    (employee, destination, the entry that withheld it and
      *    the caller's reference) and the run's totals.
      * Action 'O' opens the registry and the report for the feed
      * named in CNSCK-FEED; 'C' checks one employee as at
      * CNSCK-AS-OF-DATE (zero = today) -- result '0' release, 'W'
      * withheld (the reason comes back); 'X' writes the totals and
      * closes. 'M' means CONSENT is not provisioned in this
      * environment -- nothing is withheld and the report says so.
      * 'E' is an I/O problem on the registry: the caller must not
      * release the record, and every later check in the run
      * answers 'E' too.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new module.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYCNSCK'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CONSENT ASSIGN TO CONSENT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CNS-KEY
           FILE STATUS  IS WS-CONSENT-STATUS.

           SELECT CNSSUPRT ASSIGN TO CNSSUPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CNSSUPRT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * One record per company + employeeId -- maintained by
      * IXYCNSMN.
         FD CONSENT
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS  CONSENT-RECORD.

         01 CONSENT-RECORD.
            05 CNS-KEY.
               10 CNS-COMPANY        PIC X(03).
               10 CNS-EMPLOYEE-ID    PIC 9(09).
            05 CNS-ENTRY OCCURS 8 TIMES.
               10 CNS-DEST           PIC X(08).
               10 CNS-FLAG           PIC X(01).
                   88 CNS-WITHHELD   VALUE 'N'.
                   88 CNS-CONSENTED  VALUE 'Y'.
               10 CNS-EFF-DATE       PIC 9(08).
               10 CNS-END-DATE       PIC 9(08).
               10 CNS-REASON         PIC X(08).
            05 CNS-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(03).

         FD CNSSUPRT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CNSSUPRT-LINE.

         01 CNSSUPRT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-CONSENT-STATUS   PIC X(02).
         01 WS-CNSSUPRT-STATUS  PIC X(02).
         01 WS-STATE-SW         PIC X(01) VALUE 'C'.
             88 WS-STATE-CLOSED VALUE 'C'.
             88 WS-STATE-OPEN   VALUE 'O'.
             88 WS-STATE-MISSING VALUE 'M'.
             88 WS-STATE-ERROR  VALUE 'E'.
         01 WS-REPORT-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-REPORT-OPEN  VALUE 'Y'.

         01 WS-FEED             PIC X(08).
         01 WS-CALLER           PIC X(08).
         01 WS-OPEN-TS          PIC X(21).
         01 WS-AS-OF-DATE       PIC 9(08).
         01 WS-ENTRY-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-OWN-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-ALL-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-HIT-IDX          PIC S9(4) BINARY VALUE 0.

         01 WS-CHECKED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RELEASED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-WITHHELD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-ERROR-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC Z(8)9.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-DEST        PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ENTRY       PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-EFF-DATE    PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-END-DATE    PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-REASON      PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-REFERENCE   PIC X(48).
            05 FILLER              PIC X(08) VALUE SPACES.

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYCNSCK'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 CNSCK-PARMS.
            05 CNSCK-ACTION       PIC X(01).
                88 CNSCK-OPEN     VALUE 'O'.
                88 CNSCK-CHECK    VALUE 'C'.
                88 CNSCK-CLOSE    VALUE 'X'.
            05 CNSCK-FEED         PIC X(08).
            05 CNSCK-CALLER       PIC X(08).
            05 CNSCK-COMPANY      PIC X(03).
            05 CNSCK-EMPLOYEE-ID  PIC 9(09).
            05 CNSCK-AS-OF-DATE   PIC 9(08).
            05 CNSCK-REFERENCE    PIC X(48).
            05 CNSCK-RESULT       PIC X(01).
                88 CNSCK-RELEASE      VALUE '0'.
                88 CNSCK-WITHHELD     VALUE 'W'.
                88 CNSCK-MISSING      VALUE 'M'.
                88 CNSCK-ERROR        VALUE 'E'.
            05 CNSCK-REASON       PIC X(08).
            05 CNSCK-CHECKED-CNT  PIC S9(9) BINARY.
            05 CNSCK-WITHHELD-CNT PIC S9(9) BINARY.

       PROCEDURE DIVISION USING CNSCK-PARMS.
           MOVE '0'    TO CNSCK-RESULT
           MOVE SPACES TO CNSCK-REASON

           EVALUATE TRUE
             WHEN CNSCK-OPEN
               PERFORM OPEN-CONSENT-CHECK
             WHEN CNSCK-CHECK
               PERFORM CHECK-EMPLOYEE-CONSENT
             WHEN CNSCK-CLOSE
               PERFORM CLOSE-CONSENT-CHECK
             WHEN OTHER
               MOVE 'E' TO CNSCK-RESULT
           END-EVALUATE
           MOVE WS-CHECKED-CNT  TO CNSCK-CHECKED-CNT
           MOVE WS-WITHHELD-CNT TO CNSCK-WITHHELD-CNT
           GOBACK
           .

       OPEN-CONSENT-CHECK.
      *****************************************************************
      * Opens the registry for the run and starts the feed's
      * suppression report. A registry that is not there at all is
      * an environment without one; any other open failure stops
      * every release for the run.
      *****************************************************************
           MOVE CNSCK-FEED   TO WS-FEED
           MOVE CNSCK-CALLER TO WS-CALLER
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-OPEN-TS
           MOVE 0 TO WS-CHECKED-CNT WS-RELEASED-CNT
                     WS-WITHHELD-CNT WS-ERROR-CNT

           OPEN INPUT CONSENT
           EVALUATE WS-CONSENT-STATUS
             WHEN '00'
               SET WS-STATE-OPEN TO TRUE
             WHEN '35'
               SET WS-STATE-MISSING TO TRUE
               MOVE 'M' TO CNSCK-RESULT
             WHEN OTHER
               SET WS-STATE-ERROR TO TRUE
               MOVE 'E' TO CNSCK-RESULT
               DISPLAY "ERROR : UNABLE TO OPEN CONSENT, FILE STATUS "
                       WS-CONSENT-STATUS " - NOTHING RELEASED TO "
                       WS-FEED
               MOVE 9864 TO ERRLOG-CODE
               MOVE "IXYCNSCK: CONSENT REGISTRY UNREADABLE" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
           END-EVALUATE

           OPEN OUTPUT CNSSUPRT
           IF WS-CNSSUPRT-STATUS = '00'
             SET WS-REPORT-OPEN TO TRUE
             PERFORM WRITE-REPORT-HEADING
           ELSE
             DISPLAY "WARNING : CNSSUPRT NOT AVAILABLE, FILE STATUS "
                     WS-CNSSUPRT-STATUS " - NO SUPPRESSION REPORT"
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO CNSSUPRT-LINE
           STRING "  CONSENT SUPPRESSION REPORT - DESTINATION "
                  WS-FEED " - FEED RUN " WS-CALLER " AT " WS-OPEN-TS
                  DELIMITED BY SIZE INTO CNSSUPRT-LINE
           WRITE CNSSUPRT-LINE
           MOVE SPACES TO CNSSUPRT-LINE
           EVALUATE TRUE
             WHEN WS-STATE-MISSING
               STRING "  ** CONSENT REGISTRY NOT PROVISIONED - "
                      "NOTHING WITHHELD"
                      DELIMITED BY SIZE INTO CNSSUPRT-LINE
             WHEN WS-STATE-ERROR
               STRING "  ** CONSENT REGISTRY UNREADABLE (FILE STATUS "
                      WS-CONSENT-STATUS ") - NOTHING RELEASED"
                      DELIMITED BY SIZE INTO CNSSUPRT-LINE
           END-EVALUATE
           WRITE CNSSUPRT-LINE
           MOVE SPACES TO CNSSUPRT-LINE
           STRING "  CMP EMPLOYEE   DEST      ENTRY     EFFECTIVE "
                  "UNTIL     REASON    REFERENCE"
                  DELIMITED BY SIZE INTO CNSSUPRT-LINE
           WRITE CNSSUPRT-LINE
           MOVE ALL "-" TO CNSSUPRT-LINE
           WRITE CNSSUPRT-LINE.

       CHECK-EMPLOYEE-CONSENT.
      *****************************************************************
      * The employee's own entry for the destination decides; with
      * none, an ALL entry does. An entry only counts while it is in
      * force on the as-of date.
      *****************************************************************
           ADD 1 TO WS-CHECKED-CNT
           MOVE CNSCK-AS-OF-DATE TO WS-AS-OF-DATE
           IF WS-AS-OF-DATE = 0
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           MOVE 0 TO WS-HIT-IDX

           EVALUATE TRUE
             WHEN WS-STATE-CLOSED
               MOVE 'E' TO CNSCK-RESULT
             WHEN WS-STATE-ERROR
               MOVE 'E' TO CNSCK-RESULT
             WHEN WS-STATE-MISSING
               MOVE 'M' TO CNSCK-RESULT
             WHEN OTHER
               MOVE CNSCK-COMPANY     TO CNS-COMPANY
               MOVE CNSCK-EMPLOYEE-ID TO CNS-EMPLOYEE-ID
               READ CONSENT
               EVALUATE WS-CONSENT-STATUS
                 WHEN '00'
                   PERFORM FIND-ENTRY-IN-FORCE
                 WHEN '23'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY "ERROR : CONSENT READ FAILED, FILE STATUS "
                           WS-CONSENT-STATUS
                   MOVE 'E' TO CNSCK-RESULT
               END-EVALUATE
           END-EVALUATE

           EVALUATE TRUE
             WHEN CNSCK-ERROR
               ADD 1 TO WS-ERROR-CNT
               MOVE 'UNREADBL' TO CNSCK-REASON
               PERFORM WRITE-SUPPRESSION-LINE
             WHEN WS-HIT-IDX > 0
               IF CNS-WITHHELD(WS-HIT-IDX)
                 MOVE 'W' TO CNSCK-RESULT
                 MOVE CNS-REASON(WS-HIT-IDX) TO CNSCK-REASON
                 ADD 1 TO WS-WITHHELD-CNT
                 PERFORM WRITE-SUPPRESSION-LINE
               ELSE
                 ADD 1 TO WS-RELEASED-CNT
               END-IF
             WHEN OTHER
               ADD 1 TO WS-RELEASED-CNT
           END-EVALUATE.

       FIND-ENTRY-IN-FORCE.
           MOVE 0 TO WS-OWN-IDX WS-ALL-IDX
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                     UNTIL WS-ENTRY-IDX > 8
             IF CNS-DEST(WS-ENTRY-IDX) NOT = SPACES AND
                CNS-EFF-DATE(WS-ENTRY-IDX) <= WS-AS-OF-DATE AND
                (CNS-END-DATE(WS-ENTRY-IDX) = 0 OR
                 CNS-END-DATE(WS-ENTRY-IDX) >= WS-AS-OF-DATE)
               EVALUATE CNS-DEST(WS-ENTRY-IDX)
                 WHEN CNSCK-FEED
                   MOVE WS-ENTRY-IDX TO WS-OWN-IDX
                 WHEN 'ALL     '
                   MOVE WS-ENTRY-IDX TO WS-ALL-IDX
               END-EVALUATE
             END-IF
           END-PERFORM
           IF WS-OWN-IDX > 0
             MOVE WS-OWN-IDX TO WS-HIT-IDX
           ELSE
             MOVE WS-ALL-IDX TO WS-HIT-IDX
           END-IF.

       WRITE-SUPPRESSION-LINE.
           IF WS-REPORT-OPEN
             MOVE CNSCK-COMPANY     TO RPT-DET-COMPANY
             MOVE CNSCK-EMPLOYEE-ID TO RPT-DET-EMPLOYEE
             MOVE CNSCK-FEED        TO RPT-DET-DEST
             MOVE CNSCK-REASON      TO RPT-DET-REASON
             MOVE CNSCK-REFERENCE   TO RPT-DET-REFERENCE
             IF WS-HIT-IDX > 0
               MOVE CNS-DEST(WS-HIT-IDX)     TO RPT-DET-ENTRY
               MOVE CNS-EFF-DATE(WS-HIT-IDX) TO RPT-DET-EFF-DATE
               IF CNS-END-DATE(WS-HIT-IDX) = 0
                 MOVE 'OPEN    ' TO RPT-DET-END-DATE
               ELSE
                 MOVE CNS-END-DATE(WS-HIT-IDX) TO RPT-DET-END-DATE
               END-IF
             ELSE
               MOVE SPACES TO RPT-DET-ENTRY RPT-DET-EFF-DATE
                              RPT-DET-END-DATE
             END-IF
             MOVE WS-RPT-DETAIL TO CNSSUPRT-LINE
             WRITE CNSSUPRT-LINE
           END-IF.

       CLOSE-CONSENT-CHECK.
           IF WS-REPORT-OPEN
             MOVE SPACES TO CNSSUPRT-LINE
             WRITE CNSSUPRT-LINE
             MOVE WS-CHECKED-CNT TO WS-EDIT-CNT
             MOVE SPACES TO CNSSUPRT-LINE
             STRING "  RECORDS CHECKED               : " WS-EDIT-CNT
                    DELIMITED BY SIZE INTO CNSSUPRT-LINE
             WRITE CNSSUPRT-LINE
             MOVE WS-RELEASED-CNT TO WS-EDIT-CNT
             MOVE SPACES TO CNSSUPRT-LINE
             STRING "  RELEASED                      : " WS-EDIT-CNT
                    DELIMITED BY SIZE INTO CNSSUPRT-LINE
             WRITE CNSSUPRT-LINE
             MOVE WS-WITHHELD-CNT TO WS-EDIT-CNT
             MOVE SPACES TO CNSSUPRT-LINE
             STRING "  WITHHELD - NO CONSENT         : " WS-EDIT-CNT
                    DELIMITED BY SIZE INTO CNSSUPRT-LINE
             WRITE CNSSUPRT-LINE
             IF WS-ERROR-CNT > 0
               MOVE WS-ERROR-CNT TO WS-EDIT-CNT
               MOVE SPACES TO CNSSUPRT-LINE
               STRING "  WITHHELD - REGISTRY UNREADABLE: " WS-EDIT-CNT
                      DELIMITED BY SIZE INTO CNSSUPRT-LINE
               WRITE CNSSUPRT-LINE
             END-IF
             CLOSE CNSSUPRT
             MOVE 'N' TO WS-REPORT-OPEN-SW
           END-IF
           IF WS-STATE-OPEN
             CLOSE CONSENT
           END-IF
           SET WS-STATE-CLOSED TO TRUE.

       END PROGRAM 'IXYCNSCK'.
