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
      * MAIN PROGRAM SERVICE-DESK INCIDENT FEED
      ******************************************************************
      * The console alerts ALERTRUL raises scroll away, and the
      * canary, heartbeat and SLA verdicts sit in their own datasets,
      * so incidents were typed into the service-desk tool by hand
      * each morning. This job turns them into the desk's import file
      * and keeps one open incident per condition until it clears:
      * a. INCCARDS - optional, keyword in cols 1-8, value from col 10:
      *      ERRALL   Y|N      Y raises every ERRLOG code, at
      *                        severity W where no ALERTRUL rule
      *                        matches; N (default) only the codes
      *                        ALERTRUL alerts on.
      *      QUIETHRS nnn      hours an ERRLOG condition must stay
      *                        quiet before it is resolved (default
      *                        24).
      *      HBSECS   nnnnn    heartbeat staleness threshold in
      *                        seconds (default 300, as IXYHBCHK).
      *      HBCI     name     configuration item the heartbeat
      *                        stands for (default IXYCON64).
      * b. ALERTRUL - the console alert rules IXYERRLG applies; a
      *    rule's severity becomes the incident's.
      * c. The signals, each optional:
      *      ERRLOG   - records written since the last run (the high-
      *                 water mark on INCSTATE). Configuration item
      *                 is the program, condition the error code.
      *      HLTHFIL  - the latest canary verdict per cluster: FAIL
      *                 (severity C) or SLA (W) raises, OK clears.
      *      HRTBTFIL - the consumer heartbeat header, judged as
      *                 IXYHBCHK judges it: stale or missing header
      *                 raises (E), fresh clears.
      *      SLAHIST  - the latest verdict per commitment: MISS (E)
      *                 or NORN (C) raises, MET clears.
      * d. INCSTATE - the open incidents and the ERRLOG high-water
      *    mark as the last run left them; the updated set is written
      *    to INCSTATO (the IXYRTRYP convention: the calling JCL
      *    copies INCSTATO back over INCSTATE when the step ends
      *    RC 0 or 4). A missing INCSTATE starts with nothing open.
      * e. INCFEED - the service-desk import file: 'H' header, one
      *    'D' record per action and a 'T' trailer of counts. A new
      *    condition is sent as OPEN; a repeat of an open one is
      *    sent as UPDATE with the new last occurrence and count, so
      *    the desk holds one incident however often it recurs; a
      *    condition that clears is sent as RESOLVE. Each carries the
      *    incident reference, priority 1-4 (C/E/W/I), the
      *    configuration item, first and last occurrence and count.
      * f. INCRPT - what was sent and what remains open.
      *
      * Return codes: 00 nothing open; 04 incidents open after the
      * run; 08 more open conditions than the table holds (the rest
      * are not raised until some clear); 16 INCFEED, INCSTATO or
      * INCRPT unavailable or a bad deck (ERRLOG 9873).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYINCFD'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT INCCARDS ASSIGN TO INCCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT ALERTRUL ASSIGN TO ALERTRUL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT ERRLOG ASSIGN TO ERRLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT HLTHFIL ASSIGN TO HLTHFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT HRTBTFIL ASSIGN TO HRTBTFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT SLAHIST ASSIGN TO SLAHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT INCSTATE ASSIGN TO INCSTATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT INCSTATO ASSIGN TO INCSTATO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-INCSTATO-STATUS.

           SELECT INCFEED ASSIGN TO INCFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-INCFEED-STATUS.

           SELECT INCRPT ASSIGN TO INCRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-INCRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   ERRALL   N
      *   QUIETHRS 024
      *   HBSECS   600
         FD INCCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  INCIDENT-CONTROL-CARD.

         01 INCIDENT-CONTROL-CARD.
            05 IC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 IC-VALUE           PIC X(71).

         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 FILLER             PIC X(64).

      * Record layout as read by IXYERRLG.
         FD ALERTRUL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ALERT-RULE-CARD.

         01 ALERT-RULE-CARD.
            05 ALERT-CODE-LOW     PIC S9(9) SIGN IS LEADING SEPARATE.
            05 FILLER             PIC X(01).
            05 ALERT-CODE-HIGH    PIC S9(9) SIGN IS LEADING SEPARATE.
            05 FILLER             PIC X(01).
            05 ALERT-SEVERITY     PIC X(01).
            05 FILLER             PIC X(01).
            05 ALERT-MSGID        PIC X(08).
            05 FILLER             PIC X(48).

      * Record layout as written by IXYERRLG.
         FD ERRLOG
           RECORD CONTAINS 330  CHARACTERS
           BLOCK  CONTAINS 3300 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ERRLOG-RECORD.

         01 ERRLOG-RECORD.
            05 ERRLOG-TIMESTAMP    PIC X(21).
            05 ERRLOG-PROGRAM      PIC X(08).
            05 ERRLOG-ERROR-CODE   PIC S9(9) SIGN IS LEADING SEPARATE.
            05 ERRLOG-ERROR-MSG    PIC X(256).
            05 ERRLOG-RUN-ID       PIC X(16).
            05 ERRLOG-ENVIRONMENT  PIC X(08).
            05 FILLER              PIC X(11).

      * Record layout as written by IXYCANRY.
         FD HLTHFIL
           RECORD CONTAINS 120  CHARACTERS
           BLOCK  CONTAINS 1200 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  HEALTH-RECORD.

         01 HEALTH-RECORD.
            05 HLTH-TIMESTAMP     PIC X(21).
            05 HLTH-CLUSTER       PIC X(64).
            05 HLTH-RTT-MS        PIC 9(09).
            05 HLTH-STATUS        PIC X(08).
            05 FILLER             PIC X(18).

      * Record layout as written by WRITE-HEARTBEAT-RECORDS in
      * IXYCON64.
         FD HRTBTFIL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  HEARTBEAT-RECORD.

         01 HEARTBEAT-RECORD.
            05 HB-RECORD-TYPE     PIC X(01).
                88 HB-IS-HEADER   VALUE 'H'.
                88 HB-IS-PARTITION VALUE 'P'.
            05 HB-TIMESTAMP       PIC X(21).
            05 HB-TOTAL-MSGS      PIC 9(09).
            05 HB-INTERVAL-MSGS   PIC 9(09).
            05 HB-RATE-PER-SEC    PIC 9(09).
            05 HB-PARTITION       PIC 9(09).
            05 HB-OFFSET          PIC 9(18).
            05 FILLER             PIC X(04).

      * Record layout as written by IXYSLATR.
         FD SLAHIST
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SLA-HISTORY-RECORD.

         01 SLA-HISTORY-RECORD.
            05 SLAH-NAME          PIC X(16).
            05 SLAH-DATE          PIC 9(08).
            05 SLAH-VERDICT       PIC X(04).
            05 SLAH-DELIVERED     PIC 9(06).
            05 SLAH-TARGET        PIC 9(04).
            05 FILLER             PIC X(42).

      * The carried state: one 'C' control record (the ERRLOG high-
      * water mark and the next incident number), then one 'I'
      * record per open incident.
         FD INCSTATE
           RECORD CONTAINS 250  CHARACTERS
           BLOCK  CONTAINS 2500 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  INCIDENT-STATE-RECORD.

         01 INCIDENT-STATE-RECORD.
            05 INCS-RECORD-TYPE   PIC X(01).
               88 INCS-IS-CONTROL VALUE 'C'.
               88 INCS-IS-INCIDENT VALUE 'I'.
            05 INCS-BODY          PIC X(249).

         FD INCSTATO
           RECORD CONTAINS 250  CHARACTERS
           BLOCK  CONTAINS 2500 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  INCIDENT-STATE-OUT-RECORD.

         01 INCIDENT-STATE-OUT-RECORD PIC X(250).

      * The service-desk import file.
         FD INCFEED
           RECORD CONTAINS 400  CHARACTERS
           BLOCK  CONTAINS 4000 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  INCIDENT-FEED-RECORD.

         01 INCIDENT-FEED-RECORD.
            05 INCF-RECORD-TYPE     PIC X(01).
               88 INCF-IS-HEADER    VALUE 'H'.
               88 INCF-IS-DETAIL    VALUE 'D'.
               88 INCF-IS-TRAILER   VALUE 'T'.
            05 INCF-RECORD-BODY     PIC X(399).

         01 INC-HEADER-RECORD.
            05 FILLER               PIC X(01).
            05 INCH-CREATED-TS      PIC X(21).
            05 INCH-RUN-ID          PIC X(16).
            05 INCH-SOURCE-SYSTEM   PIC X(08).
            05 FILLER               PIC X(354).

         01 INC-DETAIL-RECORD.
            05 FILLER               PIC X(01).
            05 INCD-ACTION          PIC X(08).
            05 INCD-INCIDENT-REF    PIC X(12).
            05 INCD-PRIORITY        PIC 9(01).
            05 INCD-SEVERITY        PIC X(01).
            05 INCD-CI-TYPE         PIC X(08).
            05 INCD-CI-NAME         PIC X(64).
            05 INCD-SOURCE          PIC X(08).
            05 INCD-CONDITION       PIC X(12).
            05 INCD-FIRST-TS        PIC X(21).
            05 INCD-LAST-TS         PIC X(21).
            05 INCD-COUNT           PIC 9(09).
            05 INCD-RUN-ID          PIC X(16).
            05 INCD-SUMMARY         PIC X(120).
            05 FILLER               PIC X(98).

         01 INC-TRAILER-RECORD.
            05 FILLER               PIC X(01).
            05 INCT-DETAIL-COUNT    PIC 9(09).
            05 INCT-OPEN-COUNT      PIC 9(09).
            05 INCT-UPDATE-COUNT    PIC 9(09).
            05 INCT-RESOLVE-COUNT   PIC 9(09).
            05 INCT-STILL-OPEN      PIC 9(09).
            05 FILLER               PIC X(354).

         FD INCRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  INCRPT-LINE.

         01 INCRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC X(02).
         01 WS-INCSTATO-STATUS  PIC X(02).
         01 WS-INCFEED-STATUS   PIC X(02).
         01 WS-INCRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.

         01 WS-RUN-ID           PIC X(16) VALUE SPACES.
         01 WS-ERRALL-SW        PIC X(01) VALUE 'N'.
             88 WS-ERRALL       VALUE 'Y'.
         01 WS-QUIET-HOURS      PIC S9(9) BINARY VALUE 24.
         01 WS-HB-THRESHOLD     PIC S9(9) BINARY VALUE 300.
         01 WS-HB-CI            PIC X(64) VALUE 'IXYCON64'.

      * The carried state and the state record views.
         01 WS-ERRLOG-HWM       PIC X(21) VALUE SPACES.
         01 WS-NEW-ERRLOG-HWM   PIC X(21) VALUE SPACES.
         01 WS-NEXT-INCIDENT    PIC 9(09) VALUE 1.
         01 WS-STATE-CONTROL.
            05 STC-RECORD-TYPE    PIC X(01).
            05 STC-ERRLOG-HWM     PIC X(21).
            05 STC-NEXT-INCIDENT  PIC 9(09).
            05 STC-WRITTEN-TS     PIC X(21).
            05 STC-RUN-ID         PIC X(16).
            05 FILLER             PIC X(182).
         01 WS-STATE-INCIDENT.
            05 STI-RECORD-TYPE    PIC X(01).
            05 STI-INCIDENT-REF   PIC X(12).
            05 STI-SOURCE         PIC X(08).
            05 STI-CI-TYPE        PIC X(08).
            05 STI-CI-NAME        PIC X(64).
            05 STI-CONDITION      PIC X(12).
            05 STI-SEVERITY       PIC X(01).
            05 STI-FIRST-TS       PIC X(21).
            05 STI-LAST-TS        PIC X(21).
            05 STI-COUNT          PIC 9(09).
            05 STI-SUMMARY        PIC X(80).
            05 FILLER             PIC X(13).

      * The incidents: those carried open plus those raised this run.
         01 WS-INC-MAX          PIC S9(9) BINARY VALUE 500.
         01 WS-INC-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-INC-TABLE.
            05 WS-INC-ENTRY OCCURS 500 TIMES.
              10 WS-INC-REF         PIC X(12).
              10 WS-INC-SOURCE      PIC X(08).
              10 WS-INC-CI-TYPE     PIC X(08).
              10 WS-INC-CI-NAME     PIC X(64).
              10 WS-INC-CONDITION   PIC X(12).
              10 WS-INC-SEVERITY    PIC X(01).
              10 WS-INC-FIRST-TS    PIC X(21).
              10 WS-INC-LAST-TS     PIC X(21).
              10 WS-INC-COUNT       PIC S9(9) BINARY.
              10 WS-INC-SENT-COUNT  PIC S9(9) BINARY.
              10 WS-INC-SENT-SEV    PIC X(01).
              10 WS-INC-SUMMARY     PIC X(80).
              10 WS-INC-NEW-SW      PIC X(01).
                 88 WS-INC-NEW      VALUE 'Y'.
              10 WS-INC-RESOLVED-SW PIC X(01).
                 88 WS-INC-RESOLVED VALUE 'Y'.
              10 WS-INC-SEEN-SW     PIC X(01).
                 88 WS-INC-SEEN     VALUE 'Y'.
         01 WS-INC-IDX          PIC S9(9) BINARY VALUE 0.
         01 WS-INC-FOUND-IDX    PIC S9(9) BINARY VALUE 0.
         01 WS-INC-FULL-CNT     PIC S9(9) BINARY VALUE 0.

      * The condition being raised or cleared.
         01 WS-COND-SOURCE      PIC X(08).
         01 WS-COND-CI-TYPE     PIC X(08).
         01 WS-COND-CI-NAME     PIC X(64).
         01 WS-COND-CODE        PIC X(12).
         01 WS-COND-SEVERITY    PIC X(01).
         01 WS-COND-TS          PIC X(21).
         01 WS-COND-SUMMARY     PIC X(80).

      * Alert rules, as IXYERRLG holds them.
         01 WS-RULE-MAX         PIC S9(9) BINARY VALUE 50.
         01 WS-RULE-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-RULE-TABLE.
            05 WS-RULE-ENTRY OCCURS 50 TIMES.
              10 WS-RULE-LOW        PIC S9(9) BINARY.
              10 WS-RULE-HIGH       PIC S9(9) BINARY.
              10 WS-RULE-SEVERITY   PIC X(01).
         01 WS-RULE-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-ERR-CODE         PIC S9(9) BINARY VALUE 0.

      * Latest canary verdict per cluster and latest SLA verdict per
      * commitment -- the last record read wins.
         01 WS-CLU-MAX          PIC S9(4) BINARY VALUE 20.
         01 WS-CLU-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-CLU-TABLE.
            05 WS-CLU-ENTRY OCCURS 20 TIMES.
              10 WS-CLU-NAME        PIC X(64).
              10 WS-CLU-TS          PIC X(21).
              10 WS-CLU-STATUS      PIC X(08).
              10 WS-CLU-RTT-MS      PIC 9(09).
         01 WS-CLU-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-FOUND-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-SLA-MAX          PIC S9(4) BINARY VALUE 50.
         01 WS-SLA-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-SLA-TABLE.
            05 WS-SLA-ENTRY OCCURS 50 TIMES.
              10 WS-SLA-NAME        PIC X(16).
              10 WS-SLA-DATE        PIC 9(08).
              10 WS-SLA-VERDICT     PIC X(04).
              10 WS-SLA-DELIVERED   PIC 9(06).
              10 WS-SLA-TARGET      PIC 9(04).
         01 WS-SLA-IDX          PIC S9(4) BINARY VALUE 0.

      * Heartbeat age and quiet-period arithmetic, in seconds since
      * the IXYHBCHK epoch.
         01 WS-HB-STALLED-SW    PIC X(01) VALUE 'N'.
             88 WS-HB-STALLED   VALUE 'Y'.
         01 WS-HB-HEADER-SW     PIC X(01) VALUE 'N'.
             88 WS-HB-HEADER-SEEN VALUE 'Y'.
         01 WS-HB-TS            PIC X(21) VALUE SPACES.
         01 WS-HB-AGE-SECS      PIC S9(9) BINARY VALUE 0.
         01 WS-WORK-TS          PIC X(26).
         01 WS-EPOCH-DAYS       PIC S9(9) BINARY VALUE 0.
         01 WS-EPOCH-SECS       PIC S9(18) BINARY VALUE 0.
         01 WS-NOW-SECS         PIC S9(18) BINARY VALUE 0.
         01 WS-LAST-SECS        PIC S9(18) BINARY VALUE 0.
         01 WS-QUIET-SECS       PIC S9(18) BINARY VALUE 0.

      * Source availability, for the report.
         01 WS-SRC-ERRLOG       PIC X(12) VALUE 'NOT SUPPLIED'.
         01 WS-SRC-HLTHFIL      PIC X(12) VALUE 'NOT SUPPLIED'.
         01 WS-SRC-HRTBTFIL     PIC X(12) VALUE 'NOT SUPPLIED'.
         01 WS-SRC-SLAHIST      PIC X(12) VALUE 'NOT SUPPLIED'.
         01 WS-SRC-INCSTATE     PIC X(12) VALUE 'NOT SUPPLIED'.

         01 WS-ERRLOG-READ-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-ERRLOG-NEW-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-ERRLOG-RAISE-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-FEED-DETAIL-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-FEED-OPEN-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-FEED-UPDATE-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-FEED-RESOLVE-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-STILL-OPEN-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-FEED-ACTION      PIC X(08).

         01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-RTT         PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-AGE         PIC ZZZ,ZZZ,ZZ9.
         01 WS-NUM-WORK         PIC S9(9) BINARY VALUE 0.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYINCFD'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "SERVICE-DESK INCIDENT FEED"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-INCIDENT-CARDS
           IF WS-DECK-BAD
             MOVE "IXYINCFD: INCCARDS CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-INCIDENT-RUN
           END-IF
           PERFORM LOAD-ALERT-RULES
           PERFORM LOAD-INCIDENT-STATE

      * The signals. ERRLOG is read before this run can add to it.
           PERFORM SCAN-ERROR-LOG
           PERFORM SCAN-CANARY-HEALTH
           PERFORM SCAN-CONSUMER-HEARTBEAT
           PERFORM SCAN-SLA-HISTORY
           PERFORM RESOLVE-QUIET-ERRORS

           OPEN OUTPUT INCFEED
           IF WS-INCFEED-STATUS NOT = '00'
             DISPLAY "ERROR : INCFEED NOT AVAILABLE, FILE STATUS "
                     WS-INCFEED-STATUS
             MOVE "IXYINCFD: INCFEED NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-INCIDENT-RUN
           END-IF
           OPEN OUTPUT INCRPT
           IF WS-INCRPT-STATUS NOT = '00'
             DISPLAY "ERROR : INCRPT NOT AVAILABLE, FILE STATUS "
                     WS-INCRPT-STATUS
             CLOSE INCFEED
             MOVE "IXYINCFD: INCRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-INCIDENT-RUN
           END-IF

           PERFORM WRITE-INCIDENT-FEED
           PERFORM WRITE-INCIDENT-REPORT
           CLOSE INCFEED
           CLOSE INCRPT

      * The new state is written last, so a run that fails above
      * leaves INCSTATE to be read again unchanged.
           PERFORM WRITE-INCIDENT-STATE

           EVALUATE TRUE
             WHEN WS-INC-FULL-CNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-STILL-OPEN-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM DISPLAY-INCIDENT-SUMMARY
           GOBACK
           .

       READ-INCIDENT-CARDS.
      *****************************************************************
      * Every card is optional; a missing INCCARDS runs on defaults.
      *****************************************************************
           OPEN INPUT INCCARDS
           IF WS-FILE-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ INCCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF INCIDENT-CONTROL-CARD(1:1) NOT = '*' AND
                    INCIDENT-CONTROL-CARD NOT = SPACES
                   DISPLAY "INCCARDS : " INCIDENT-CONTROL-CARD
                   PERFORM APPLY-INCIDENT-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE INCCARDS
           END-IF

           OPEN INPUT RUNCTL
           IF WS-FILE-STATUS = '00'
             READ RUNCTL
               NOT AT END MOVE RUNCTL-RUN-ID TO WS-RUN-ID
             END-READ
             CLOSE RUNCTL
           END-IF
           COMPUTE WS-QUIET-SECS = WS-QUIET-HOURS * 3600.

       APPLY-INCIDENT-CARD.
           EVALUATE IC-KEYWORD
             WHEN 'ERRALL  '
               EVALUATE IC-VALUE(1:1)
                 WHEN 'Y'
                   SET WS-ERRALL TO TRUE
                 WHEN 'N'
                   MOVE 'N' TO WS-ERRALL-SW
                 WHEN OTHER
                   DISPLAY "ERROR : ERRALL MUST BE Y OR N"
                   SET WS-DECK-BAD TO TRUE
               END-EVALUATE
             WHEN 'QUIETHRS'
               IF FUNCTION TEST-NUMVAL(IC-VALUE) = 0
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(IC-VALUE)
                 IF WS-NUM-WORK > 0
                   MOVE WS-NUM-WORK TO WS-QUIET-HOURS
                 ELSE
                   DISPLAY "ERROR : QUIETHRS MUST BE ABOVE ZERO"
                   SET WS-DECK-BAD TO TRUE
                 END-IF
               ELSE
                 DISPLAY "ERROR : QUIETHRS MUST BE A NUMBER OF HOURS"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             WHEN 'HBSECS  '
               IF FUNCTION TEST-NUMVAL(IC-VALUE) = 0
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(IC-VALUE)
                 IF WS-NUM-WORK > 0
                   MOVE WS-NUM-WORK TO WS-HB-THRESHOLD
                 ELSE
                   DISPLAY "ERROR : HBSECS MUST BE ABOVE ZERO"
                   SET WS-DECK-BAD TO TRUE
                 END-IF
               ELSE
                 DISPLAY "ERROR : HBSECS MUST BE A NUMBER OF SECONDS"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             WHEN 'HBCI    '
               IF IC-VALUE = SPACES
                 DISPLAY "ERROR : HBCI NEEDS A CONFIGURATION ITEM"
                 SET WS-DECK-BAD TO TRUE
               ELSE
                 MOVE IC-VALUE TO WS-HB-CI
               END-IF
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN INCCARDS KEYWORD '"
                       IC-KEYWORD "'"
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       LOAD-ALERT-RULES.
      *****************************************************************
      * The rules IXYERRLG alerts by. No ALERTRUL means only ERRALL
      * can raise ERRLOG incidents.
      *****************************************************************
           OPEN INPUT ALERTRUL
           IF WS-FILE-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ ALERTRUL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF ALERT-RULE-CARD(1:1) NOT = '*' AND
                    ALERT-RULE-CARD NOT = SPACES AND
                    WS-RULE-CNT < WS-RULE-MAX
                   ADD 1 TO WS-RULE-CNT
                   MOVE ALERT-CODE-LOW  TO WS-RULE-LOW(WS-RULE-CNT)
                   MOVE ALERT-CODE-HIGH TO WS-RULE-HIGH(WS-RULE-CNT)
                   MOVE ALERT-SEVERITY  TO
                            WS-RULE-SEVERITY(WS-RULE-CNT)
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ALERTRUL
           ELSE
             DISPLAY "NOTE : NO ALERTRUL - ERRLOG RAISES ONLY WITH "
                     "ERRALL Y"
           END-IF.

       LOAD-INCIDENT-STATE.
           OPEN INPUT INCSTATE
           IF WS-FILE-STATUS = '00'
             MOVE 'READ' TO WS-SRC-INCSTATE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ INCSTATE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN INCS-IS-CONTROL
                     MOVE INCIDENT-STATE-RECORD TO WS-STATE-CONTROL
                     MOVE STC-ERRLOG-HWM TO WS-ERRLOG-HWM
                     IF STC-NEXT-INCIDENT IS NUMERIC
                       MOVE STC-NEXT-INCIDENT TO WS-NEXT-INCIDENT
                     END-IF
                   WHEN INCS-IS-INCIDENT
                     PERFORM LOAD-OPEN-INCIDENT
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE INCSTATE
           ELSE
             DISPLAY "NOTE : NO INCSTATE - NOTHING CARRIED OPEN"
           END-IF
           MOVE WS-ERRLOG-HWM TO WS-NEW-ERRLOG-HWM.

       LOAD-OPEN-INCIDENT.
           IF WS-INC-CNT < WS-INC-MAX
             MOVE INCIDENT-STATE-RECORD TO WS-STATE-INCIDENT
             ADD 1 TO WS-INC-CNT
             MOVE WS-INC-CNT TO WS-INC-IDX
             MOVE STI-INCIDENT-REF TO WS-INC-REF(WS-INC-IDX)
             MOVE STI-SOURCE       TO WS-INC-SOURCE(WS-INC-IDX)
             MOVE STI-CI-TYPE      TO WS-INC-CI-TYPE(WS-INC-IDX)
             MOVE STI-CI-NAME      TO WS-INC-CI-NAME(WS-INC-IDX)
             MOVE STI-CONDITION    TO WS-INC-CONDITION(WS-INC-IDX)
             MOVE STI-SEVERITY     TO WS-INC-SEVERITY(WS-INC-IDX)
                                      WS-INC-SENT-SEV(WS-INC-IDX)
             MOVE STI-FIRST-TS     TO WS-INC-FIRST-TS(WS-INC-IDX)
             MOVE STI-LAST-TS      TO WS-INC-LAST-TS(WS-INC-IDX)
             MOVE STI-COUNT        TO WS-INC-COUNT(WS-INC-IDX)
                                      WS-INC-SENT-COUNT(WS-INC-IDX)
             MOVE STI-SUMMARY      TO WS-INC-SUMMARY(WS-INC-IDX)
             MOVE 'N' TO WS-INC-NEW-SW(WS-INC-IDX)
                         WS-INC-RESOLVED-SW(WS-INC-IDX)
                         WS-INC-SEEN-SW(WS-INC-IDX)
           ELSE
             ADD 1 TO WS-INC-FULL-CNT
             DISPLAY "WARNING : INCIDENT TABLE FULL - OPEN INCIDENT "
                     INCIDENT-STATE-RECORD(2:12) " NOT CARRIED"
           END-IF.

       SCAN-ERROR-LOG.
      *****************************************************************
      * Only records after the high-water mark are new; each one an
      * ALERTRUL rule (or ERRALL) takes is an occurrence of the
      * condition program + code.
      *****************************************************************
           OPEN INPUT ERRLOG
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "NOTE : ERRLOG NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           ELSE
             MOVE 'READ' TO WS-SRC-ERRLOG
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ ERRLOG
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-ERRLOG-READ-CNT
                 IF ERRLOG-TIMESTAMP(1:16) > WS-ERRLOG-HWM(1:16)
                   ADD 1 TO WS-ERRLOG-NEW-CNT
                   IF ERRLOG-TIMESTAMP(1:16) >
                      WS-NEW-ERRLOG-HWM(1:16)
                     MOVE ERRLOG-TIMESTAMP TO WS-NEW-ERRLOG-HWM
                   END-IF
                   PERFORM EXAMINE-ERROR-RECORD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ERRLOG
           END-IF.

       EXAMINE-ERROR-RECORD.
           MOVE SPACES TO WS-COND-SEVERITY
           IF ERRLOG-ERROR-CODE IS NUMERIC
             MOVE ERRLOG-ERROR-CODE TO WS-ERR-CODE
             MOVE 1 TO WS-RULE-IDX
             PERFORM UNTIL WS-RULE-IDX > WS-RULE-CNT
               IF WS-ERR-CODE >= WS-RULE-LOW(WS-RULE-IDX) AND
                  WS-ERR-CODE <= WS-RULE-HIGH(WS-RULE-IDX)
                 MOVE WS-RULE-SEVERITY(WS-RULE-IDX) TO
                      WS-COND-SEVERITY
                 MOVE WS-RULE-CNT TO WS-RULE-IDX
               END-IF
               ADD 1 TO WS-RULE-IDX
             END-PERFORM
           END-IF
           IF WS-COND-SEVERITY = SPACES AND WS-ERRALL
             MOVE 'W' TO WS-COND-SEVERITY
           END-IF
           IF WS-COND-SEVERITY NOT = SPACES
             ADD 1 TO WS-ERRLOG-RAISE-CNT
             MOVE 'ERRLOG  '        TO WS-COND-SOURCE
             MOVE 'JOB     '        TO WS-COND-CI-TYPE
             MOVE ERRLOG-PROGRAM    TO WS-COND-CI-NAME
             MOVE ERRLOG-RECORD(30:10) TO WS-COND-CODE
             MOVE ERRLOG-TIMESTAMP  TO WS-COND-TS
             MOVE ERRLOG-ERROR-MSG  TO WS-COND-SUMMARY
             PERFORM RAISE-CONDITION
           END-IF.

       SCAN-CANARY-HEALTH.
      *****************************************************************
      * The latest canary run per cluster is the cluster's condition
      * now: FAIL or SLA raises, OK clears.
      *****************************************************************
           OPEN INPUT HLTHFIL
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "NOTE : HLTHFIL NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           ELSE
             MOVE 'READ' TO WS-SRC-HLTHFIL
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ HLTHFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM STORE-CANARY-VERDICT
               END-READ
             END-PERFORM
             CLOSE HLTHFIL
           END-IF

           PERFORM VARYING WS-CLU-IDX FROM 1 BY 1
                     UNTIL WS-CLU-IDX > WS-CLU-CNT
             MOVE 'HLTHFIL '                 TO WS-COND-SOURCE
             MOVE 'CLUSTER '                 TO WS-COND-CI-TYPE
             MOVE WS-CLU-NAME(WS-CLU-IDX)    TO WS-COND-CI-NAME
             MOVE 'CANARY'                   TO WS-COND-CODE
             MOVE WS-CLU-TS(WS-CLU-IDX)      TO WS-COND-TS
             EVALUATE WS-CLU-STATUS(WS-CLU-IDX)
               WHEN 'OK      '
                 PERFORM CLEAR-CONDITION
               WHEN 'SLA     '
                 MOVE 'W' TO WS-COND-SEVERITY
                 PERFORM BUILD-CANARY-SUMMARY
                 PERFORM RAISE-CONDITION-ONCE
               WHEN OTHER
                 MOVE 'C' TO WS-COND-SEVERITY
                 PERFORM BUILD-CANARY-SUMMARY
                 PERFORM RAISE-CONDITION-ONCE
             END-EVALUATE
           END-PERFORM.

       STORE-CANARY-VERDICT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CLU-IDX FROM 1 BY 1
                     UNTIL WS-CLU-IDX > WS-CLU-CNT
                        OR WS-FOUND-IDX NOT = 0
             IF WS-CLU-NAME(WS-CLU-IDX) = HLTH-CLUSTER
               MOVE WS-CLU-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
             IF WS-CLU-CNT < WS-CLU-MAX
               ADD 1 TO WS-CLU-CNT
               MOVE WS-CLU-CNT TO WS-FOUND-IDX
               MOVE HLTH-CLUSTER TO WS-CLU-NAME(WS-FOUND-IDX)
             ELSE
               DISPLAY "WARNING : MORE CANARY CLUSTERS THAN THE "
                       "TABLE HOLDS - " HLTH-CLUSTER(1:40)
             END-IF
           END-IF
           IF WS-FOUND-IDX NOT = 0
             MOVE WS-FOUND-IDX TO WS-CLU-IDX
             PERFORM MOVE-CANARY-VERDICT
           END-IF.

       MOVE-CANARY-VERDICT.
           MOVE HLTH-TIMESTAMP TO WS-CLU-TS(WS-CLU-IDX)
           MOVE HLTH-STATUS    TO WS-CLU-STATUS(WS-CLU-IDX)
           IF HLTH-RTT-MS IS NUMERIC
             MOVE HLTH-RTT-MS TO WS-CLU-RTT-MS(WS-CLU-IDX)
           ELSE
             MOVE 0 TO WS-CLU-RTT-MS(WS-CLU-IDX)
           END-IF.

       BUILD-CANARY-SUMMARY.
           MOVE WS-CLU-RTT-MS(WS-CLU-IDX) TO WS-EDIT-RTT
           MOVE SPACES TO WS-COND-SUMMARY
           STRING "CANARY PROBE "
                  FUNCTION TRIM(WS-CLU-STATUS(WS-CLU-IDX))
                  " - ROUND TRIP "
                  FUNCTION TRIM(WS-EDIT-RTT) " MS"
                  DELIMITED BY SIZE INTO WS-COND-SUMMARY.

       SCAN-CONSUMER-HEARTBEAT.
      *****************************************************************
      * The heartbeat header judged as IXYHBCHK judges it. A missing
      * HRTBTFIL DD means the heartbeat is not watched by this run;
      * a dataset with no header is a stall.
      *****************************************************************
           OPEN INPUT HRTBTFIL
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "NOTE : HRTBTFIL NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           ELSE
             MOVE 'READ' TO WS-SRC-HRTBTFIL
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ HRTBTFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF HB-IS-HEADER
                   SET WS-HB-HEADER-SEEN TO TRUE
                   MOVE HB-TIMESTAMP TO WS-HB-TS
                 END-IF
               END-READ
             END-PERFORM
             CLOSE HRTBTFIL

             IF NOT WS-HB-HEADER-SEEN
               SET WS-HB-STALLED TO TRUE
             ELSE
               IF WS-HB-TS(1:14) IS NUMERIC
                 MOVE WS-HB-TS TO WS-WORK-TS
                 PERFORM COMPUTE-EPOCH-SECONDS
                 MOVE WS-EPOCH-SECS TO WS-LAST-SECS
                 MOVE WS-JOB-START-TS TO WS-WORK-TS
                 PERFORM COMPUTE-EPOCH-SECONDS
                 COMPUTE WS-HB-AGE-SECS = WS-EPOCH-SECS - WS-LAST-SECS
                 IF WS-HB-AGE-SECS > WS-HB-THRESHOLD
                   SET WS-HB-STALLED TO TRUE
                 END-IF
               ELSE
                 SET WS-HB-STALLED TO TRUE
               END-IF
             END-IF

             MOVE 'HRTBTFIL'  TO WS-COND-SOURCE
             MOVE 'CONSUMER'  TO WS-COND-CI-TYPE
             MOVE WS-HB-CI    TO WS-COND-CI-NAME
             MOVE 'HEARTBEAT' TO WS-COND-CODE
             MOVE WS-JOB-START-TS(1:21) TO WS-COND-TS
             IF WS-HB-STALLED
               MOVE 'E' TO WS-COND-SEVERITY
               MOVE SPACES TO WS-COND-SUMMARY
               IF WS-HB-HEADER-SEEN AND WS-HB-TS(1:14) IS NUMERIC
                 MOVE WS-HB-AGE-SECS TO WS-EDIT-AGE
                 STRING "CONSUMER HEARTBEAT STALLED - LAST BEAT "
                        WS-HB-TS(1:14) ", AGE "
                        FUNCTION TRIM(WS-EDIT-AGE) " SECS"
                        DELIMITED BY SIZE INTO WS-COND-SUMMARY
               ELSE
                 MOVE "CONSUMER HEARTBEAT STALLED - NO READABLE HEADER"
                      TO WS-COND-SUMMARY
               END-IF
               PERFORM RAISE-CONDITION
             ELSE
               PERFORM CLEAR-CONDITION
             END-IF
           END-IF.

       SCAN-SLA-HISTORY.
      *****************************************************************
      * The latest verdict per commitment (a rerun's later record
      * supersedes, as in IXYSLATR): MISS or NORN raises, MET clears.
      *****************************************************************
           OPEN INPUT SLAHIST
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "NOTE : SLAHIST NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           ELSE
             MOVE 'READ' TO WS-SRC-SLAHIST
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ SLAHIST
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF SLAH-DATE IS NUMERIC
                   PERFORM STORE-SLA-VERDICT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE SLAHIST
           END-IF

           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                     UNTIL WS-SLA-IDX > WS-SLA-CNT
             MOVE 'SLAHIST '               TO WS-COND-SOURCE
             MOVE 'SLA     '               TO WS-COND-CI-TYPE
             MOVE WS-SLA-NAME(WS-SLA-IDX)  TO WS-COND-CI-NAME
             MOVE 'SLA-BREACH'             TO WS-COND-CODE
             MOVE SPACES TO WS-COND-TS
             MOVE WS-SLA-DATE(WS-SLA-IDX)  TO WS-COND-TS(1:8)
             EVALUATE WS-SLA-VERDICT(WS-SLA-IDX)
               WHEN 'MET '
                 PERFORM CLEAR-CONDITION
               WHEN 'MISS'
                 MOVE 'E' TO WS-COND-SEVERITY
                 MOVE SPACES TO WS-COND-SUMMARY
                 STRING "SLA COMMITMENT MISSED - DELIVERED "
                        WS-SLA-DELIVERED(WS-SLA-IDX)
                        ", TARGET " WS-SLA-TARGET(WS-SLA-IDX)
                        DELIMITED BY SIZE INTO WS-COND-SUMMARY
                 PERFORM RAISE-CONDITION-ONCE
               WHEN OTHER
                 MOVE 'C' TO WS-COND-SEVERITY
                 MOVE SPACES TO WS-COND-SUMMARY
                 STRING "SLA COMMITMENT NOT DELIVERED - TARGET "
                        WS-SLA-TARGET(WS-SLA-IDX)
                        DELIMITED BY SIZE INTO WS-COND-SUMMARY
                 PERFORM RAISE-CONDITION-ONCE
             END-EVALUATE
           END-PERFORM.

       STORE-SLA-VERDICT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                     UNTIL WS-SLA-IDX > WS-SLA-CNT
                        OR WS-FOUND-IDX NOT = 0
             IF WS-SLA-NAME(WS-SLA-IDX) = SLAH-NAME
               MOVE WS-SLA-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
             IF WS-SLA-CNT < WS-SLA-MAX
               ADD 1 TO WS-SLA-CNT
               MOVE WS-SLA-CNT TO WS-FOUND-IDX
               MOVE SLAH-NAME TO WS-SLA-NAME(WS-FOUND-IDX)
               MOVE 0 TO WS-SLA-DATE(WS-FOUND-IDX)
             ELSE
               DISPLAY "WARNING : MORE SLA COMMITMENTS THAN THE "
                       "TABLE HOLDS - " SLAH-NAME
             END-IF
           END-IF
           IF WS-FOUND-IDX NOT = 0
             MOVE WS-FOUND-IDX TO WS-SLA-IDX
             IF SLAH-DATE >= WS-SLA-DATE(WS-SLA-IDX)
               PERFORM MOVE-SLA-VERDICT
             END-IF
           END-IF.

       MOVE-SLA-VERDICT.
           MOVE SLAH-DATE      TO WS-SLA-DATE(WS-SLA-IDX)
           MOVE SLAH-VERDICT   TO WS-SLA-VERDICT(WS-SLA-IDX)
           MOVE SLAH-DELIVERED TO WS-SLA-DELIVERED(WS-SLA-IDX)
           MOVE SLAH-TARGET    TO WS-SLA-TARGET(WS-SLA-IDX).

       RESOLVE-QUIET-ERRORS.
      *****************************************************************
      * An ERRLOG condition has no "all clear" record of its own: it
      * is resolved once it has not recurred for the quiet period.
      *****************************************************************
           MOVE WS-JOB-START-TS TO WS-WORK-TS
           PERFORM COMPUTE-EPOCH-SECONDS
           MOVE WS-EPOCH-SECS TO WS-NOW-SECS
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                     UNTIL WS-INC-IDX > WS-INC-CNT
             IF WS-INC-SOURCE(WS-INC-IDX) = 'ERRLOG  ' AND
                NOT WS-INC-RESOLVED(WS-INC-IDX) AND
                WS-INC-LAST-TS(WS-INC-IDX)(1:14) IS NUMERIC
               MOVE WS-INC-LAST-TS(WS-INC-IDX) TO WS-WORK-TS
               PERFORM COMPUTE-EPOCH-SECONDS
               IF WS-NOW-SECS - WS-EPOCH-SECS > WS-QUIET-SECS
                 SET WS-INC-RESOLVED(WS-INC-IDX) TO TRUE
               END-IF
             END-IF
           END-PERFORM.

       RAISE-CONDITION.
      *****************************************************************
      * One occurrence of the condition in WS-COND-*: the open
      * incident for it gains a count and a last occurrence, or a new
      * incident is opened. A higher severity raises the incident's.
      *****************************************************************
           PERFORM FIND-CONDITION
           IF WS-INC-FOUND-IDX = 0
             PERFORM OPEN-CONDITION
           END-IF
           IF WS-INC-FOUND-IDX NOT = 0
             MOVE WS-INC-FOUND-IDX TO WS-INC-IDX
             ADD 1 TO WS-INC-COUNT(WS-INC-IDX)
             IF WS-COND-TS > WS-INC-LAST-TS(WS-INC-IDX)
               MOVE WS-COND-TS      TO WS-INC-LAST-TS(WS-INC-IDX)
               MOVE WS-COND-SUMMARY TO WS-INC-SUMMARY(WS-INC-IDX)
             END-IF
             PERFORM TAKE-HIGHER-SEVERITY
           END-IF.

       RAISE-CONDITION-ONCE.
      *****************************************************************
      * For signals that restate a standing verdict (canary, SLA):
      * the same verdict read again on a later run is not a new
      * occurrence -- only a later verdict counts.
      *****************************************************************
           PERFORM FIND-CONDITION
           IF WS-INC-FOUND-IDX = 0
             PERFORM OPEN-CONDITION
             IF WS-INC-FOUND-IDX NOT = 0
               MOVE WS-INC-FOUND-IDX TO WS-INC-IDX
               MOVE 1 TO WS-INC-COUNT(WS-INC-IDX)
               MOVE WS-COND-TS TO WS-INC-LAST-TS(WS-INC-IDX)
             END-IF
           ELSE
             MOVE WS-INC-FOUND-IDX TO WS-INC-IDX
             IF WS-COND-TS > WS-INC-LAST-TS(WS-INC-IDX)
               ADD 1 TO WS-INC-COUNT(WS-INC-IDX)
               MOVE WS-COND-TS      TO WS-INC-LAST-TS(WS-INC-IDX)
               MOVE WS-COND-SUMMARY TO WS-INC-SUMMARY(WS-INC-IDX)
             END-IF
             PERFORM TAKE-HIGHER-SEVERITY
           END-IF.

       TAKE-HIGHER-SEVERITY.
           SET WS-INC-SEEN(WS-INC-IDX) TO TRUE
           EVALUATE TRUE
             WHEN WS-INC-SEVERITY(WS-INC-IDX) = 'C'
               CONTINUE
             WHEN WS-COND-SEVERITY = 'C'
               MOVE 'C' TO WS-INC-SEVERITY(WS-INC-IDX)
             WHEN WS-INC-SEVERITY(WS-INC-IDX) = 'E'
               CONTINUE
             WHEN WS-COND-SEVERITY = 'E'
               MOVE 'E' TO WS-INC-SEVERITY(WS-INC-IDX)
             WHEN WS-INC-SEVERITY(WS-INC-IDX) = 'W'
               CONTINUE
             WHEN WS-COND-SEVERITY = 'W'
               MOVE 'W' TO WS-INC-SEVERITY(WS-INC-IDX)
           END-EVALUATE.

       CLEAR-CONDITION.
           PERFORM FIND-CONDITION
           IF WS-INC-FOUND-IDX NOT = 0
             SET WS-INC-RESOLVED(WS-INC-FOUND-IDX) TO TRUE
             IF WS-COND-TS > WS-INC-LAST-TS(WS-INC-FOUND-IDX)
               MOVE WS-COND-TS TO WS-INC-LAST-TS(WS-INC-FOUND-IDX)
             END-IF
           END-IF.

       FIND-CONDITION.
      *****************************************************************
      * The one open (not yet resolved) incident for the condition.
      *****************************************************************
           MOVE 0 TO WS-INC-FOUND-IDX
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                     UNTIL WS-INC-IDX > WS-INC-CNT
                        OR WS-INC-FOUND-IDX NOT = 0
             IF WS-INC-SOURCE(WS-INC-IDX)    = WS-COND-SOURCE  AND
                WS-INC-CI-NAME(WS-INC-IDX)   = WS-COND-CI-NAME AND
                WS-INC-CONDITION(WS-INC-IDX) = WS-COND-CODE    AND
                NOT WS-INC-RESOLVED(WS-INC-IDX)
               MOVE WS-INC-IDX TO WS-INC-FOUND-IDX
             END-IF
           END-PERFORM.

       OPEN-CONDITION.
           IF WS-INC-CNT < WS-INC-MAX
             ADD 1 TO WS-INC-CNT
             MOVE WS-INC-CNT TO WS-INC-FOUND-IDX WS-INC-IDX
             MOVE SPACES TO WS-INC-REF(WS-INC-IDX)
             STRING "IXY" WS-NEXT-INCIDENT
                    DELIMITED BY SIZE INTO WS-INC-REF(WS-INC-IDX)
             ADD 1 TO WS-NEXT-INCIDENT
             MOVE WS-COND-SOURCE   TO WS-INC-SOURCE(WS-INC-IDX)
             MOVE WS-COND-CI-TYPE  TO WS-INC-CI-TYPE(WS-INC-IDX)
             MOVE WS-COND-CI-NAME  TO WS-INC-CI-NAME(WS-INC-IDX)
             MOVE WS-COND-CODE     TO WS-INC-CONDITION(WS-INC-IDX)
             MOVE WS-COND-SEVERITY TO WS-INC-SEVERITY(WS-INC-IDX)
             MOVE WS-COND-TS       TO WS-INC-FIRST-TS(WS-INC-IDX)
                                      WS-INC-LAST-TS(WS-INC-IDX)
             MOVE WS-COND-SUMMARY  TO WS-INC-SUMMARY(WS-INC-IDX)
             MOVE 0 TO WS-INC-COUNT(WS-INC-IDX)
                       WS-INC-SENT-COUNT(WS-INC-IDX)
             MOVE SPACES TO WS-INC-SENT-SEV(WS-INC-IDX)
             MOVE 'Y' TO WS-INC-NEW-SW(WS-INC-IDX)
             MOVE 'N' TO WS-INC-RESOLVED-SW(WS-INC-IDX)
             MOVE 'Y' TO WS-INC-SEEN-SW(WS-INC-IDX)
           ELSE
             ADD 1 TO WS-INC-FULL-CNT
             DISPLAY "WARNING : INCIDENT TABLE FULL - "
                     WS-COND-SOURCE " " WS-COND-CI-NAME(1:20) " "
                     WS-COND-CODE " NOT RAISED"
           END-IF.

       WRITE-INCIDENT-FEED.
      *****************************************************************
      * OPEN for an incident new this run, UPDATE for a carried one
      * that recurred or rose in severity, RESOLVE for one that
      * cleared. One raised and cleared in the same run is sent as
      * OPEN then RESOLVE, so the desk still has the record.
      *****************************************************************
           MOVE SPACES TO INC-HEADER-RECORD
           MOVE 'H'                   TO INC-HEADER-RECORD(1:1)
           MOVE WS-JOB-START-TS(1:21) TO INCH-CREATED-TS
           MOVE WS-RUN-ID             TO INCH-RUN-ID
           MOVE 'IXYKAFKA'            TO INCH-SOURCE-SYSTEM
           MOVE INC-HEADER-RECORD TO INCIDENT-FEED-RECORD
           WRITE INCIDENT-FEED-RECORD

           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                     UNTIL WS-INC-IDX > WS-INC-CNT
             IF WS-INC-NEW(WS-INC-IDX)
               MOVE 'OPEN    ' TO WS-FEED-ACTION
               PERFORM WRITE-FEED-DETAIL
               ADD 1 TO WS-FEED-OPEN-CNT
             ELSE
               IF NOT WS-INC-RESOLVED(WS-INC-IDX) AND
                  (WS-INC-COUNT(WS-INC-IDX) NOT =
                   WS-INC-SENT-COUNT(WS-INC-IDX) OR
                   WS-INC-SEVERITY(WS-INC-IDX) NOT =
                   WS-INC-SENT-SEV(WS-INC-IDX))
                 MOVE 'UPDATE  ' TO WS-FEED-ACTION
                 PERFORM WRITE-FEED-DETAIL
                 ADD 1 TO WS-FEED-UPDATE-CNT
               END-IF
             END-IF
             IF WS-INC-RESOLVED(WS-INC-IDX)
               MOVE 'RESOLVE ' TO WS-FEED-ACTION
               PERFORM WRITE-FEED-DETAIL
               ADD 1 TO WS-FEED-RESOLVE-CNT
             ELSE
               ADD 1 TO WS-STILL-OPEN-CNT
             END-IF
           END-PERFORM

           MOVE SPACES TO INC-TRAILER-RECORD
           MOVE 'T'                 TO INC-TRAILER-RECORD(1:1)
           MOVE WS-FEED-DETAIL-CNT  TO INCT-DETAIL-COUNT
           MOVE WS-FEED-OPEN-CNT    TO INCT-OPEN-COUNT
           MOVE WS-FEED-UPDATE-CNT  TO INCT-UPDATE-COUNT
           MOVE WS-FEED-RESOLVE-CNT TO INCT-RESOLVE-COUNT
           MOVE WS-STILL-OPEN-CNT   TO INCT-STILL-OPEN
           MOVE INC-TRAILER-RECORD TO INCIDENT-FEED-RECORD
           WRITE INCIDENT-FEED-RECORD.

       WRITE-FEED-DETAIL.
           MOVE SPACES TO INC-DETAIL-RECORD
           MOVE 'D'                         TO INC-DETAIL-RECORD(1:1)
           MOVE WS-FEED-ACTION              TO INCD-ACTION
           MOVE WS-INC-REF(WS-INC-IDX)      TO INCD-INCIDENT-REF
           MOVE WS-INC-SEVERITY(WS-INC-IDX) TO INCD-SEVERITY
           EVALUATE WS-INC-SEVERITY(WS-INC-IDX)
             WHEN 'C'   MOVE 1 TO INCD-PRIORITY
             WHEN 'E'   MOVE 2 TO INCD-PRIORITY
             WHEN 'W'   MOVE 3 TO INCD-PRIORITY
             WHEN OTHER MOVE 4 TO INCD-PRIORITY
           END-EVALUATE
           MOVE WS-INC-CI-TYPE(WS-INC-IDX)   TO INCD-CI-TYPE
           MOVE WS-INC-CI-NAME(WS-INC-IDX)   TO INCD-CI-NAME
           MOVE WS-INC-SOURCE(WS-INC-IDX)    TO INCD-SOURCE
           MOVE WS-INC-CONDITION(WS-INC-IDX) TO INCD-CONDITION
           MOVE WS-INC-FIRST-TS(WS-INC-IDX)  TO INCD-FIRST-TS
           MOVE WS-INC-LAST-TS(WS-INC-IDX)   TO INCD-LAST-TS
           MOVE WS-INC-COUNT(WS-INC-IDX)     TO INCD-COUNT
           MOVE WS-RUN-ID                    TO INCD-RUN-ID
           IF WS-FEED-ACTION = 'RESOLVE '
             STRING "CLEARED - " WS-INC-SUMMARY(WS-INC-IDX)
                    DELIMITED BY SIZE INTO INCD-SUMMARY
           ELSE
             MOVE WS-INC-SUMMARY(WS-INC-IDX) TO INCD-SUMMARY
           END-IF
           MOVE INC-DETAIL-RECORD TO INCIDENT-FEED-RECORD
           WRITE INCIDENT-FEED-RECORD
           ADD 1 TO WS-FEED-DETAIL-CNT.

       WRITE-INCIDENT-REPORT.
           MOVE SPACES TO INCRPT-LINE
           STRING "  SERVICE-DESK INCIDENT FEED - RUN AT "
                  WS-JOB-START-TS(1:21) "   RUN-ID " WS-RUN-ID
                  DELIMITED BY SIZE INTO INCRPT-LINE
           WRITE INCRPT-LINE
           MOVE ALL "-" TO INCRPT-LINE
           WRITE INCRPT-LINE
           MOVE SPACES TO INCRPT-LINE
           STRING "  SOURCES : ERRLOG " WS-SRC-ERRLOG
                  "  HLTHFIL " WS-SRC-HLTHFIL
                  "  HRTBTFIL " WS-SRC-HRTBTFIL
                  "  SLAHIST " WS-SRC-SLAHIST
                  "  INCSTATE " WS-SRC-INCSTATE
                  DELIMITED BY SIZE INTO INCRPT-LINE
           WRITE INCRPT-LINE
           MOVE WS-ERRLOG-NEW-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO INCRPT-LINE
           STRING "  ERRLOG RECORDS SINCE " WS-ERRLOG-HWM(1:16)
                  " : " FUNCTION TRIM(WS-EDIT-COUNT)
                  DELIMITED BY SIZE INTO INCRPT-LINE
           MOVE WS-ERRLOG-RAISE-CNT TO WS-EDIT-COUNT
           STRING "ALERTING : " FUNCTION TRIM(WS-EDIT-COUNT)
                  DELIMITED BY SIZE INTO INCRPT-LINE(61:)
           WRITE INCRPT-LINE
           MOVE SPACES TO INCRPT-LINE
           WRITE INCRPT-LINE
           MOVE "  ACTION   INCIDENT     P SOURCE   CONFIGURATION ITEM"
                TO INCRPT-LINE
           MOVE "CONDITION    FIRST          LAST            COUNT"
                TO INCRPT-LINE(60:)
           WRITE INCRPT-LINE

           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                     UNTIL WS-INC-IDX > WS-INC-CNT
             EVALUATE TRUE
               WHEN WS-INC-NEW(WS-INC-IDX) AND
                    WS-INC-RESOLVED(WS-INC-IDX)
                 MOVE 'OPEN+RES' TO WS-FEED-ACTION
               WHEN WS-INC-NEW(WS-INC-IDX)
                 MOVE 'OPEN    ' TO WS-FEED-ACTION
               WHEN WS-INC-RESOLVED(WS-INC-IDX)
                 MOVE 'RESOLVE ' TO WS-FEED-ACTION
               WHEN WS-INC-COUNT(WS-INC-IDX) NOT =
                    WS-INC-SENT-COUNT(WS-INC-IDX) OR
                    WS-INC-SEVERITY(WS-INC-IDX) NOT =
                    WS-INC-SENT-SEV(WS-INC-IDX)
                 MOVE 'UPDATE  ' TO WS-FEED-ACTION
               WHEN OTHER
                 MOVE 'STILL   ' TO WS-FEED-ACTION
             END-EVALUATE
             MOVE WS-INC-COUNT(WS-INC-IDX) TO WS-EDIT-COUNT
             MOVE SPACES TO INCRPT-LINE
             STRING "  " WS-FEED-ACTION " "
                    WS-INC-REF(WS-INC-IDX) " "
                    WS-INC-SEVERITY(WS-INC-IDX) " "
                    WS-INC-SOURCE(WS-INC-IDX) " "
                    WS-INC-CI-NAME(WS-INC-IDX)(1:26)
                    DELIMITED BY SIZE INTO INCRPT-LINE
             STRING WS-INC-CONDITION(WS-INC-IDX) " "
                    WS-INC-FIRST-TS(WS-INC-IDX)(1:14) " "
                    WS-INC-LAST-TS(WS-INC-IDX)(1:14) " "
                    WS-EDIT-COUNT
                    DELIMITED BY SIZE INTO INCRPT-LINE(60:)
             WRITE INCRPT-LINE
             MOVE SPACES TO INCRPT-LINE
             MOVE WS-INC-SUMMARY(WS-INC-IDX) TO INCRPT-LINE(14:)
             WRITE INCRPT-LINE
           END-PERFORM

           MOVE SPACES TO INCRPT-LINE
           WRITE INCRPT-LINE
           MOVE SPACES TO INCRPT-LINE
           MOVE WS-FEED-OPEN-CNT TO WS-EDIT-COUNT
           STRING "  OPENED : " FUNCTION TRIM(WS-EDIT-COUNT)
                  DELIMITED BY SIZE INTO INCRPT-LINE
           MOVE WS-FEED-UPDATE-CNT TO WS-EDIT-COUNT
           STRING "UPDATED : " FUNCTION TRIM(WS-EDIT-COUNT)
                  DELIMITED BY SIZE INTO INCRPT-LINE(25:)
           MOVE WS-FEED-RESOLVE-CNT TO WS-EDIT-COUNT
           STRING "RESOLVED : " FUNCTION TRIM(WS-EDIT-COUNT)
                  DELIMITED BY SIZE INTO INCRPT-LINE(50:)
           MOVE WS-STILL-OPEN-CNT TO WS-EDIT-COUNT
           STRING "STILL OPEN : " FUNCTION TRIM(WS-EDIT-COUNT)
                  DELIMITED BY SIZE INTO INCRPT-LINE(75:)
           WRITE INCRPT-LINE
           IF WS-INC-FULL-CNT > 0
             MOVE SPACES TO INCRPT-LINE
             MOVE WS-INC-FULL-CNT TO WS-EDIT-COUNT
             STRING "  NOT RAISED, INCIDENT TABLE FULL : "
                    FUNCTION TRIM(WS-EDIT-COUNT)
                    DELIMITED BY SIZE INTO INCRPT-LINE
             WRITE INCRPT-LINE
           END-IF.

       WRITE-INCIDENT-STATE.
      *****************************************************************
      * The control record, then every incident still open.
      *****************************************************************
           OPEN OUTPUT INCSTATO
           IF WS-INCSTATO-STATUS NOT = '00'
             DISPLAY "ERROR : INCSTATO NOT AVAILABLE, FILE STATUS "
                     WS-INCSTATO-STATUS
             MOVE "IXYINCFD: INCSTATO NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-INCIDENT-RUN
           END-IF
           MOVE SPACES TO WS-STATE-CONTROL
           MOVE 'C'                   TO STC-RECORD-TYPE
           MOVE WS-NEW-ERRLOG-HWM     TO STC-ERRLOG-HWM
           MOVE WS-NEXT-INCIDENT      TO STC-NEXT-INCIDENT
           MOVE WS-JOB-START-TS(1:21) TO STC-WRITTEN-TS
           MOVE WS-RUN-ID             TO STC-RUN-ID
           MOVE WS-STATE-CONTROL TO INCIDENT-STATE-OUT-RECORD
           WRITE INCIDENT-STATE-OUT-RECORD
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                     UNTIL WS-INC-IDX > WS-INC-CNT
             IF NOT WS-INC-RESOLVED(WS-INC-IDX)
               MOVE SPACES TO WS-STATE-INCIDENT
               MOVE 'I'                          TO STI-RECORD-TYPE
               MOVE WS-INC-REF(WS-INC-IDX)       TO STI-INCIDENT-REF
               MOVE WS-INC-SOURCE(WS-INC-IDX)    TO STI-SOURCE
               MOVE WS-INC-CI-TYPE(WS-INC-IDX)   TO STI-CI-TYPE
               MOVE WS-INC-CI-NAME(WS-INC-IDX)   TO STI-CI-NAME
               MOVE WS-INC-CONDITION(WS-INC-IDX) TO STI-CONDITION
               MOVE WS-INC-SEVERITY(WS-INC-IDX)  TO STI-SEVERITY
               MOVE WS-INC-FIRST-TS(WS-INC-IDX)  TO STI-FIRST-TS
               MOVE WS-INC-LAST-TS(WS-INC-IDX)   TO STI-LAST-TS
               MOVE WS-INC-COUNT(WS-INC-IDX)     TO STI-COUNT
               MOVE WS-INC-SUMMARY(WS-INC-IDX)   TO STI-SUMMARY
               MOVE WS-STATE-INCIDENT TO INCIDENT-STATE-OUT-RECORD
               WRITE INCIDENT-STATE-OUT-RECORD
             END-IF
           END-PERFORM
           CLOSE INCSTATO.

       COMPUTE-EPOCH-SECONDS.
           COMPUTE WS-EPOCH-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-WORK-TS(1:8)))
           COMPUTE WS-EPOCH-SECS =
                   WS-EPOCH-DAYS * 86400
                 + FUNCTION NUMVAL(WS-WORK-TS(9:2)) * 3600
                 + FUNCTION NUMVAL(WS-WORK-TS(11:2)) * 60
                 + FUNCTION NUMVAL(WS-WORK-TS(13:2)).

       ABANDON-INCIDENT-RUN.
           MOVE 9873 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-INCIDENT-SUMMARY
           GOBACK.

       DISPLAY-INCIDENT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYINCFD JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  RUN-ID           : " WS-RUN-ID
           DISPLAY "  ERRLOG NEW       : " WS-ERRLOG-NEW-CNT
           DISPLAY "  ERRLOG ALERTING  : " WS-ERRLOG-RAISE-CNT
           DISPLAY "  OPENED           : " WS-FEED-OPEN-CNT
           DISPLAY "  UPDATED          : " WS-FEED-UPDATE-CNT
           DISPLAY "  RESOLVED         : " WS-FEED-RESOLVE-CNT
           DISPLAY "  STILL OPEN       : " WS-STILL-OPEN-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYINCFD'.
