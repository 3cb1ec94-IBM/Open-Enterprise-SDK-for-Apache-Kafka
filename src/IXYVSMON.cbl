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
      * MAIN PROGRAM VSAM HEALTH MONITOR
      ******************************************************************
      * The pipeline's KSDSes -- EMPMAST, ORGMAST, MSGARCH, AGGSTORE,
      * BLOBSTOR and the rest -- take inserts every night and nobody
      * watched them degrade: CI and CA splits, free space used up,
      * extents piling on, until a posting run slowed or ran out of
      * space. This monitor samples each named cluster once a run,
      * keeps the samples as a history and warns before it hurts:
      * a. VSMCARDS - keyword in cols 1-8, value from col 10:
      *      DATASET  ddname   cluster   a KSDS to watch -- its DD
      *                                  name (cols 10-17) and its
      *                                  cluster name (from col 19).
      *                                  Up to 30 cards; at least
      *                                  one is required.
      *      CISPLIT  n        warn when CI splits reach n percent
      *                        of the records (default 5).
      *      CASPLIT  n        warn when CA splits reach n (default
      *                        10).
      *      FREEPCT  n        warn when the free space left falls
      *                        below n percent of the space
      *                        allocated (default 10).
      *      EXTENTS  n        warn when the data component reaches
      *                        n extents (default 50).
      *      GROWPCT  n        warn when the record count grew by
      *                        more than n percent since the last
      *                        sample (default 25).
      *    '*' in column 1 is a comment.
      * b. LISTCAT - an IDCAMS LISTCAT ENTRIES(...) ALL of the same
      *    clusters, run in the step before, read through the shared
      *    IXYLCSTA module. A named cluster missing from the listing
      *    is itself a warning.
      * c. RUNCTL - the window run-id and business date the samples
      *    are stamped with (today when absent).
      * d. VSMHIST - the sample history, one record per dataset per
      *    run: read for each dataset's previous sample (the trend),
      *    then appended to.
      * e. VSMRPT - the sample per dataset, its trend since the
      *    previous sample, each threshold crossed and the verdict:
      *    OK, WARN, or REORG where splits, free space or extents
      *    call for an IXYVREOR reorganization.
      * Every threshold crossed is also written to ERRLOG (9874), so
      * the alerting and incident feeds pick it up.
      *
      * Return codes: 00 all healthy; 04 a warning; 16 bad deck,
      * listing or report not available (ERRLOG 9875).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYVSMON'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT VSMCARDS ASSIGN TO VSMCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT VSMHIST ASSIGN TO VSMHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-VSMHIST-STATUS.

           SELECT VSMRPT ASSIGN TO VSMRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-VSMRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   DATASET  EMPMAST  IXYP.EMPMAST
      *   DATASET  MSGARCH  IXYP.MSGARCH
      *   CISPLIT  8
      *   FREEPCT  15
         FD VSMCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MONITOR-CONTROL-CARD.

         01 MONITOR-CONTROL-CARD.
            05 VC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 VC-VALUE           PIC X(71).
         01 MONITOR-DATASET-CARD.
            05 FILLER             PIC X(09).
            05 VC-DDNAME          PIC X(08).
            05 FILLER             PIC X(01).
            05 VC-CLUSTER         PIC X(44).
            05 FILLER             PIC X(18).

         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 RUNCTL-BUSINESS-DATE PIC X(08).
            05 FILLER             PIC X(56).

      * One sample of one dataset -- appended every run, never
      * rewritten, so the file is the dataset's health over time.
         FD VSMHIST
           RECORD CONTAINS 180  CHARACTERS
           BLOCK  CONTAINS 1800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  VSAM-HISTORY-RECORD.

         01 VSAM-HISTORY-RECORD.
            05 VSH-BUSINESS-DATE  PIC 9(08).
            05 VSH-TIMESTAMP      PIC X(21).
            05 VSH-RUN-ID         PIC X(16).
            05 VSH-DDNAME         PIC X(08).
            05 VSH-CLUSTER        PIC X(44).
            05 VSH-REC-TOTAL      PIC 9(15).
            05 VSH-SPLITS-CI      PIC 9(09).
            05 VSH-SPLITS-CA      PIC 9(09).
            05 VSH-FREESPC        PIC 9(15).
            05 VSH-HI-A-RBA       PIC 9(15).
            05 VSH-FREE-PCT       PIC 9(03).
            05 VSH-EXTENTS        PIC 9(05).
            05 VSH-WARNINGS       PIC 9(03).
            05 VSH-VERDICT        PIC X(05).
                88 VSH-OK         VALUE 'OK   '.
                88 VSH-WARN       VALUE 'WARN '.
                88 VSH-REORG      VALUE 'REORG'.
            05 FILLER             PIC X(04).

         FD VSMRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  VSMRPT-LINE.

         01 VSMRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC X(02).
         01 WS-VSMHIST-STATUS   PIC X(02).
         01 WS-VSMRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * The control deck, as loaded.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-CISPLIT-PCT      PIC S9(9) BINARY VALUE 5.
         01 WS-CASPLIT-MAX      PIC S9(9) BINARY VALUE 10.
         01 WS-FREE-MIN-PCT     PIC S9(9) BINARY VALUE 10.
         01 WS-EXTENTS-MAX      PIC S9(9) BINARY VALUE 50.
         01 WS-GROW-PCT         PIC S9(9) BINARY VALUE 25.
         01 WS-NUM-WORK         PIC S9(9) BINARY VALUE 0.

      * The datasets watched, each with its previous sample.
         01 WS-DS-MAX           PIC S9(4) BINARY VALUE 30.
         01 WS-DS-CNT           PIC S9(4) BINARY VALUE 0.
         01 WS-DS-TABLE.
            05 WS-DS-ENTRY OCCURS 30 TIMES.
              10 WS-DS-DDNAME       PIC X(08).
              10 WS-DS-CLUSTER      PIC X(44).
              10 WS-DS-LISTED-SW    PIC X(01).
                  88 WS-DS-LISTED   VALUE 'Y'.
              10 WS-DS-PREV-SW      PIC X(01).
                  88 WS-DS-HAS-PREV VALUE 'Y'.
              10 WS-DS-PREV-DATE    PIC 9(08).
              10 WS-DS-PREV-RECS    PIC S9(18) BINARY.
              10 WS-DS-PREV-SPL-CI  PIC S9(18) BINARY.
              10 WS-DS-PREV-SPL-CA  PIC S9(18) BINARY.
              10 WS-DS-PREV-EXTENTS PIC S9(18) BINARY.
         01 WS-DS-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-FOUND-IDX        PIC S9(4) BINARY VALUE 0.

      * Parameter area for the shared LISTCAT reader IXYLCSTA.
         01 WS-LCS-PARMS.
            05 WS-LCS-ACTION       PIC X(01).
            05 WS-LCS-RESULT       PIC X(01).
            05 WS-LCS-CLUSTER      PIC X(44).
            05 WS-LCS-DATA-NAME    PIC X(44).
            05 WS-LCS-INDEX-NAME   PIC X(44).
            05 WS-LCS-REC-TOTAL    PIC S9(18) BINARY.
            05 WS-LCS-SPLITS-CI    PIC S9(18) BINARY.
            05 WS-LCS-SPLITS-CA    PIC S9(18) BINARY.
            05 WS-LCS-FREE-CI-PCT  PIC S9(18) BINARY.
            05 WS-LCS-FREE-CA-PCT  PIC S9(18) BINARY.
            05 WS-LCS-FREESPC      PIC S9(18) BINARY.
            05 WS-LCS-EXTENTS      PIC S9(18) BINARY.
            05 WS-LCS-HI-A-RBA     PIC S9(18) BINARY.
            05 WS-LCS-HI-U-RBA     PIC S9(18) BINARY.
            05 WS-LCS-KEYLEN       PIC S9(18) BINARY.
            05 WS-LCS-RKP          PIC S9(18) BINARY.
            05 WS-LCS-AVGLRECL     PIC S9(18) BINARY.
            05 WS-LCS-MAXLRECL     PIC S9(18) BINARY.
            05 WS-LCS-CISIZE       PIC S9(18) BINARY.
            05 WS-LCS-SPACE-PRI    PIC S9(18) BINARY.
            05 WS-LCS-SPACE-SEC    PIC S9(18) BINARY.
            05 WS-LCS-SPACE-TYPE   PIC X(16).
            05 WS-LCS-VOLSER       PIC X(16).
            05 WS-LCS-SHROPTNS     PIC X(16).

      * The sample being judged.
         01 WS-FREE-PCT         PIC S9(9) BINARY VALUE 0.
         01 WS-CISPLIT-NOW-PCT  PIC S9(9) BINARY VALUE 0.
         01 WS-GROWTH-PCT       PIC S9(9) BINARY VALUE 0.
         01 WS-DELTA            PIC S9(18) BINARY VALUE 0.
         01 WS-DS-WARNINGS      PIC S9(4) BINARY VALUE 0.
         01 WS-REORG-SW         PIC X(01) VALUE 'N'.
             88 WS-REORG-DUE    VALUE 'Y'.
         01 WS-VERDICT          PIC X(05).
         01 WS-WARN-TEXT        PIC X(100).
         01 WS-DS-WARN-TABLE.
            05 WS-DS-WARN-TEXT OCCURS 6 TIMES PIC X(100).
         01 WS-WARN-IDX         PIC S9(4) BINARY VALUE 0.

      * Run totals.
         01 WS-RUN-ID           PIC X(16) VALUE SPACES.
         01 WS-BUSINESS-DATE    PIC 9(08) VALUE 0.
         01 WS-HIST-READ-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-SAMPLED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-UNLISTED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-WARNING-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-REORG-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-HIST-WRITTEN-CNT PIC S9(9) BINARY VALUE 0.

      * The samples of this run, appended to VSMHIST at the end.
         01 WS-SAMPLE-CNT       PIC S9(4) BINARY VALUE 0.
         01 WS-SAMPLE-TABLE.
            05 WS-SAMPLE-ENTRY OCCURS 30 TIMES PIC X(180).
         01 WS-SAMPLE-IDX       PIC S9(4) BINARY VALUE 0.

      * VSMRPT lines.
         01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-SMALL       PIC ZZZ,ZZ9.
         01 WS-EDIT-PCT         PIC ZZ9.
         01 WS-EDIT-DELTA       PIC +,+++,+++,++9.

         01 WS-RPT-SAMPLE-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DDNAME          PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-CLUSTER         PIC X(44).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RECORDS         PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-SPLITS-CI       PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-SPLITS-CA       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-FREE-PCT        PIC ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-EXTENTS         PIC ZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-VERDICT         PIC X(05).
            05 FILLER              PIC X(21) VALUE SPACES.

         01 WS-RPT-THRESHOLD-LINE.
            05 FILLER              PIC X(26)
                                   VALUE '  THRESHOLDS : CI SPLITS '.
            05 RPT-TH-CISPLIT      PIC ZZZZ9.
            05 FILLER              PIC X(25)
                                   VALUE '% OF RECORDS, CA SPLITS '.
            05 RPT-TH-CASPLIT      PIC ZZZZ9.
            05 FILLER              PIC X(13) VALUE ', FREE SPACE '.
            05 RPT-TH-FREE         PIC ZZZZ9.
            05 FILLER              PIC X(11) VALUE '%, EXTENTS '.
            05 RPT-TH-EXTENTS      PIC ZZZZ9.
            05 FILLER              PIC X(09) VALUE ', GROWTH '.
            05 RPT-TH-GROWTH       PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE '%'.
            05 FILLER              PIC X(22) VALUE SPACES.

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(40).
            05 RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(69) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYVSMON'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "VSAM HEALTH MONITOR"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-MONITOR-CARDS
           IF WS-DECK-BAD
             MOVE "IXYVSMON: VSMCARDS CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-MONITOR-RUN
           END-IF
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-PREVIOUS-SAMPLES

           OPEN OUTPUT VSMRPT
           IF WS-VSMRPT-STATUS NOT = '00'
             DISPLAY "ERROR : VSMRPT NOT AVAILABLE, FILE STATUS "
                     WS-VSMRPT-STATUS
             MOVE "IXYVSMON: VSMRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-MONITOR-RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING

           PERFORM SAMPLE-LISTED-CLUSTERS
           PERFORM REPORT-UNLISTED-DATASETS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE VSMRPT

           PERFORM APPEND-SAMPLE-HISTORY

           IF WS-WARNING-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-MONITOR-SUMMARY
           GOBACK
           .

       READ-MONITOR-CARDS.
      *****************************************************************
      * The deck must name at least one dataset; a card that cannot
      * be read as written stops the run.
      *****************************************************************
           OPEN INPUT VSMCARDS
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "ERROR : VSMCARDS NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
             SET WS-DECK-BAD TO TRUE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ VSMCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF MONITOR-CONTROL-CARD(1:1) NOT = '*' AND
                    MONITOR-CONTROL-CARD NOT = SPACES
                   DISPLAY "VSMCARDS : " MONITOR-CONTROL-CARD
                   PERFORM LOAD-MONITOR-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE VSMCARDS
           END-IF

           IF WS-DS-CNT = 0 AND NOT WS-DECK-BAD
             DISPLAY "ERROR : NO DATASET CARD ON VSMCARDS"
             SET WS-DECK-BAD TO TRUE
           END-IF
           DISPLAY "DATASETS       : " WS-DS-CNT
           DISPLAY "CI SPLIT PCT   : " WS-CISPLIT-PCT
           DISPLAY "CA SPLITS      : " WS-CASPLIT-MAX
           DISPLAY "FREE SPACE PCT : " WS-FREE-MIN-PCT
           DISPLAY "EXTENTS        : " WS-EXTENTS-MAX
           DISPLAY "GROWTH PCT     : " WS-GROW-PCT.

       LOAD-MONITOR-CARD.
           EVALUATE VC-KEYWORD
             WHEN 'DATASET '
               IF VC-DDNAME = SPACES OR VC-CLUSTER = SPACES
                 DISPLAY "ERROR : DATASET NEEDS A DD NAME AND A "
                         "CLUSTER NAME"
                 SET WS-DECK-BAD TO TRUE
               ELSE
                 IF WS-DS-CNT >= WS-DS-MAX
                   DISPLAY "ERROR : MORE THAN 30 DATASET CARDS"
                   SET WS-DECK-BAD TO TRUE
                 ELSE
                   ADD 1 TO WS-DS-CNT
                   INITIALIZE WS-DS-ENTRY(WS-DS-CNT)
                   MOVE VC-DDNAME  TO WS-DS-DDNAME(WS-DS-CNT)
                   MOVE VC-CLUSTER TO WS-DS-CLUSTER(WS-DS-CNT)
                   MOVE 'N' TO WS-DS-LISTED-SW(WS-DS-CNT)
                   MOVE 'N' TO WS-DS-PREV-SW(WS-DS-CNT)
                 END-IF
               END-IF
             WHEN 'CISPLIT '
               PERFORM CHECK-THRESHOLD-VALUE
               MOVE WS-NUM-WORK TO WS-CISPLIT-PCT
             WHEN 'CASPLIT '
               PERFORM CHECK-THRESHOLD-VALUE
               MOVE WS-NUM-WORK TO WS-CASPLIT-MAX
             WHEN 'FREEPCT '
               PERFORM CHECK-THRESHOLD-VALUE
               IF WS-NUM-WORK > 99
                 DISPLAY "ERROR : FREEPCT MUST BE 1 TO 99"
                 SET WS-DECK-BAD TO TRUE
               END-IF
               MOVE WS-NUM-WORK TO WS-FREE-MIN-PCT
             WHEN 'EXTENTS '
               PERFORM CHECK-THRESHOLD-VALUE
               MOVE WS-NUM-WORK TO WS-EXTENTS-MAX
             WHEN 'GROWPCT '
               PERFORM CHECK-THRESHOLD-VALUE
               MOVE WS-NUM-WORK TO WS-GROW-PCT
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN VSMCARDS KEYWORD '"
                       VC-KEYWORD "'"
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       CHECK-THRESHOLD-VALUE.
           MOVE 0 TO WS-NUM-WORK
           IF FUNCTION TEST-NUMVAL(VC-VALUE) = 0
             COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(VC-VALUE)
           END-IF
           IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 99999
             DISPLAY "ERROR : " FUNCTION TRIM(VC-KEYWORD)
                     " MUST BE A WHOLE NUMBER ABOVE ZERO"
             SET WS-DECK-BAD TO TRUE
             MOVE 1 TO WS-NUM-WORK
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT RUNCTL
           IF WS-FILE-STATUS = '00'
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
           DISPLAY "BUSINESS DATE  : " WS-BUSINESS-DATE.

       LOAD-PREVIOUS-SAMPLES.
      *****************************************************************
      * VSMHIST is in the order it was written, so the last sample
      * of a dataset read is its previous one. No VSMHIST is a first
      * run -- there is no trend yet.
      *****************************************************************
           OPEN INPUT VSMHIST
           IF WS-VSMHIST-STATUS NOT = '00'
             DISPLAY "VSMHIST NOT AVAILABLE - NO PREVIOUS SAMPLES"
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ VSMHIST
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-HIST-READ-CNT
                 PERFORM KEEP-PREVIOUS-SAMPLE
               END-READ
             END-PERFORM
             CLOSE VSMHIST
           END-IF.

       KEEP-PREVIOUS-SAMPLE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-CNT OR WS-FOUND-IDX > 0
             IF WS-DS-DDNAME(WS-DS-IDX) = VSH-DDNAME
               MOVE WS-DS-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
             MOVE 'Y' TO WS-DS-PREV-SW(WS-FOUND-IDX)
             MOVE VSH-BUSINESS-DATE TO WS-DS-PREV-DATE(WS-FOUND-IDX)
             MOVE VSH-REC-TOTAL TO WS-DS-PREV-RECS(WS-FOUND-IDX)
             MOVE VSH-SPLITS-CI TO WS-DS-PREV-SPL-CI(WS-FOUND-IDX)
             MOVE VSH-SPLITS-CA TO WS-DS-PREV-SPL-CA(WS-FOUND-IDX)
             MOVE VSH-EXTENTS TO WS-DS-PREV-EXTENTS(WS-FOUND-IDX)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO VSMRPT-LINE
           STRING "  VSAM HEALTH MONITOR - BUSINESS DATE "
                  WS-BUSINESS-DATE "  RUN-ID " WS-RUN-ID
                  "  AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO VSMRPT-LINE
           WRITE VSMRPT-LINE
           MOVE SPACES TO VSMRPT-LINE
           MOVE WS-CISPLIT-PCT  TO RPT-TH-CISPLIT
           MOVE WS-CASPLIT-MAX  TO RPT-TH-CASPLIT
           MOVE WS-FREE-MIN-PCT TO RPT-TH-FREE
           MOVE WS-EXTENTS-MAX  TO RPT-TH-EXTENTS
           MOVE WS-GROW-PCT     TO RPT-TH-GROWTH
           MOVE WS-RPT-THRESHOLD-LINE TO VSMRPT-LINE
           WRITE VSMRPT-LINE
           MOVE ALL "-" TO VSMRPT-LINE
           WRITE VSMRPT-LINE
           MOVE SPACES TO VSMRPT-LINE
           STRING "  DDNAME   CLUSTER" DELIMITED BY SIZE
                  INTO VSMRPT-LINE
           MOVE "RECORDS" TO VSMRPT-LINE(65:)
           MOVE "CI SPLITS" TO VSMRPT-LINE(75:)
           MOVE "CA SPL" TO VSMRPT-LINE(86:)
           MOVE "FREE%" TO VSMRPT-LINE(93:)
           MOVE "EXTNTS" TO VSMRPT-LINE(99:)
           MOVE "VERDICT" TO VSMRPT-LINE(107:)
           WRITE VSMRPT-LINE.

       SAMPLE-LISTED-CLUSTERS.
      *****************************************************************
      * Walks the listing one cluster at a time; a cluster the deck
      * does not name is passed over.
      *****************************************************************
           MOVE 'O' TO WS-LCS-ACTION
           CALL "IXYLCSTA" USING WS-LCS-PARMS
           IF WS-LCS-RESULT NOT = '0'
             DISPLAY "ERROR : LISTCAT NOT AVAILABLE"
             CLOSE VSMRPT
             MOVE "IXYVSMON: LISTCAT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-MONITOR-RUN
           END-IF
           MOVE 'N' TO WS-LCS-ACTION
           CALL "IXYLCSTA" USING WS-LCS-PARMS
           PERFORM UNTIL WS-LCS-RESULT NOT = '0'
             PERFORM FIND-LISTED-DATASET
             IF WS-FOUND-IDX > 0
               PERFORM JUDGE-DATASET-SAMPLE
             END-IF
             CALL "IXYLCSTA" USING WS-LCS-PARMS
           END-PERFORM
           IF WS-LCS-RESULT = 'F'
             DISPLAY "WARNING : LISTCAT COULD NOT BE READ TO THE END"
             ADD 1 TO WS-WARNING-CNT
           END-IF
           MOVE 'C' TO WS-LCS-ACTION
           CALL "IXYLCSTA" USING WS-LCS-PARMS.

       FIND-LISTED-DATASET.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-CNT OR WS-FOUND-IDX > 0
             IF WS-DS-CLUSTER(WS-DS-IDX) = WS-LCS-CLUSTER AND
                NOT WS-DS-LISTED(WS-DS-IDX)
               MOVE WS-DS-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       JUDGE-DATASET-SAMPLE.
      *****************************************************************
      * Splits, free space and extents are what a reorganization
      * puts right, so crossing any of them recommends one; growth
      * alone is a warning to review the allocation.
      *****************************************************************
           SET WS-DS-LISTED(WS-FOUND-IDX) TO TRUE
           ADD 1 TO WS-SAMPLED-CNT
           MOVE 0 TO WS-DS-WARNINGS
           MOVE 'N' TO WS-REORG-SW

           MOVE 0 TO WS-FREE-PCT
           IF WS-LCS-HI-A-RBA > 0
             COMPUTE WS-FREE-PCT =
                     WS-LCS-FREESPC * 100 / WS-LCS-HI-A-RBA
           END-IF
           MOVE 0 TO WS-CISPLIT-NOW-PCT
           IF WS-LCS-REC-TOTAL > 0
             COMPUTE WS-CISPLIT-NOW-PCT =
                     WS-LCS-SPLITS-CI * 100 / WS-LCS-REC-TOTAL
           END-IF

           IF WS-LCS-REC-TOTAL > 0 AND
              WS-CISPLIT-NOW-PCT >= WS-CISPLIT-PCT
             MOVE SPACES TO WS-WARN-TEXT
             MOVE WS-CISPLIT-NOW-PCT TO WS-EDIT-PCT
             STRING "CI SPLITS AT " FUNCTION TRIM(WS-EDIT-PCT)
                    "% OF RECORDS" DELIMITED BY SIZE
                    INTO WS-WARN-TEXT
             SET WS-REORG-DUE TO TRUE
             PERFORM RAISE-DATASET-WARNING
           END-IF
           IF WS-LCS-SPLITS-CA >= WS-CASPLIT-MAX
             MOVE SPACES TO WS-WARN-TEXT
             MOVE WS-LCS-SPLITS-CA TO WS-EDIT-SMALL
             STRING "CA SPLITS AT " FUNCTION TRIM(WS-EDIT-SMALL)
                    DELIMITED BY SIZE INTO WS-WARN-TEXT
             SET WS-REORG-DUE TO TRUE
             PERFORM RAISE-DATASET-WARNING
           END-IF
           IF WS-LCS-HI-A-RBA > 0 AND WS-FREE-PCT < WS-FREE-MIN-PCT
             MOVE SPACES TO WS-WARN-TEXT
             MOVE WS-FREE-PCT TO WS-EDIT-PCT
             STRING "FREE SPACE DOWN TO " FUNCTION TRIM(WS-EDIT-PCT)
                    "% OF ALLOCATED" DELIMITED BY SIZE
                    INTO WS-WARN-TEXT
             SET WS-REORG-DUE TO TRUE
             PERFORM RAISE-DATASET-WARNING
           END-IF
           IF WS-LCS-EXTENTS >= WS-EXTENTS-MAX
             MOVE SPACES TO WS-WARN-TEXT
             MOVE WS-LCS-EXTENTS TO WS-EDIT-SMALL
             STRING "DATA COMPONENT IN " FUNCTION TRIM(WS-EDIT-SMALL)
                    " EXTENTS" DELIMITED BY SIZE INTO WS-WARN-TEXT
             SET WS-REORG-DUE TO TRUE
             PERFORM RAISE-DATASET-WARNING
           END-IF
           MOVE 0 TO WS-GROWTH-PCT
           IF WS-DS-HAS-PREV(WS-FOUND-IDX) AND
              WS-DS-PREV-RECS(WS-FOUND-IDX) > 0
             COMPUTE WS-GROWTH-PCT =
                     (WS-LCS-REC-TOTAL - WS-DS-PREV-RECS(WS-FOUND-IDX))
                     * 100 / WS-DS-PREV-RECS(WS-FOUND-IDX)
             IF WS-GROWTH-PCT > WS-GROW-PCT
               MOVE SPACES TO WS-WARN-TEXT
               MOVE WS-GROWTH-PCT TO WS-EDIT-SMALL
               STRING "RECORDS GREW " FUNCTION TRIM(WS-EDIT-SMALL)
                      "% SINCE " WS-DS-PREV-DATE(WS-FOUND-IDX)
                      " - REVIEW THE ALLOCATION" DELIMITED BY SIZE
                      INTO WS-WARN-TEXT
               PERFORM RAISE-DATASET-WARNING
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN WS-REORG-DUE
               MOVE 'REORG' TO WS-VERDICT
               ADD 1 TO WS-REORG-CNT
             WHEN WS-DS-WARNINGS > 0
               MOVE 'WARN ' TO WS-VERDICT
             WHEN OTHER
               MOVE 'OK   ' TO WS-VERDICT
           END-EVALUATE

           PERFORM WRITE-SAMPLE-LINE
           IF WS-DS-HAS-PREV(WS-FOUND-IDX)
             PERFORM WRITE-TREND-LINE
           END-IF
           PERFORM WRITE-DATASET-WARNINGS
           IF WS-REORG-DUE
             MOVE SPACES TO VSMRPT-LINE
             STRING "      REORGANIZATION RECOMMENDED - SEE IXYVREOR"
                    DELIMITED BY SIZE INTO VSMRPT-LINE
             WRITE VSMRPT-LINE
           END-IF
           PERFORM KEEP-SAMPLE-RECORD.

       WRITE-SAMPLE-LINE.
           MOVE WS-DS-DDNAME(WS-FOUND-IDX) TO RPT-DDNAME
           MOVE WS-LCS-CLUSTER     TO RPT-CLUSTER
           MOVE WS-LCS-REC-TOTAL   TO RPT-RECORDS
           MOVE WS-LCS-SPLITS-CI   TO RPT-SPLITS-CI
           MOVE WS-LCS-SPLITS-CA   TO RPT-SPLITS-CA
           MOVE WS-FREE-PCT        TO RPT-FREE-PCT
           MOVE WS-LCS-EXTENTS     TO RPT-EXTENTS
           MOVE WS-VERDICT         TO RPT-VERDICT
           MOVE WS-RPT-SAMPLE-LINE TO VSMRPT-LINE
           WRITE VSMRPT-LINE.

       WRITE-TREND-LINE.
           MOVE SPACES TO VSMRPT-LINE
           STRING "      SINCE " WS-DS-PREV-DATE(WS-FOUND-IDX) " :"
                  DELIMITED BY SIZE INTO VSMRPT-LINE
           COMPUTE WS-DELTA =
                   WS-LCS-REC-TOTAL - WS-DS-PREV-RECS(WS-FOUND-IDX)
           MOVE WS-DELTA TO WS-EDIT-DELTA
           MOVE "RECORDS" TO VSMRPT-LINE(24:)
           MOVE WS-EDIT-DELTA TO VSMRPT-LINE(32:)
           COMPUTE WS-DELTA =
                   WS-LCS-SPLITS-CI - WS-DS-PREV-SPL-CI(WS-FOUND-IDX)
           MOVE WS-DELTA TO WS-EDIT-DELTA
           MOVE "CI SPLITS" TO VSMRPT-LINE(47:)
           MOVE WS-EDIT-DELTA TO VSMRPT-LINE(57:)
           COMPUTE WS-DELTA =
                   WS-LCS-SPLITS-CA - WS-DS-PREV-SPL-CA(WS-FOUND-IDX)
           MOVE WS-DELTA TO WS-EDIT-DELTA
           MOVE "CA SPLITS" TO VSMRPT-LINE(72:)
           MOVE WS-EDIT-DELTA TO VSMRPT-LINE(82:)
           COMPUTE WS-DELTA =
                   WS-LCS-EXTENTS - WS-DS-PREV-EXTENTS(WS-FOUND-IDX)
           MOVE WS-DELTA TO WS-EDIT-DELTA
           MOVE "EXTENTS" TO VSMRPT-LINE(97:)
           MOVE WS-EDIT-DELTA TO VSMRPT-LINE(105:)
           WRITE VSMRPT-LINE.

       RAISE-DATASET-WARNING.
      *****************************************************************
      * Held until the sample line, with its verdict, is written.
      *****************************************************************
           IF WS-DS-WARNINGS < 6
             ADD 1 TO WS-DS-WARNINGS
             MOVE WS-WARN-TEXT TO WS-DS-WARN-TEXT(WS-DS-WARNINGS)
           END-IF.

       WRITE-DATASET-WARNINGS.
           PERFORM VARYING WS-WARN-IDX FROM 1 BY 1
                   UNTIL WS-WARN-IDX > WS-DS-WARNINGS
             MOVE WS-DS-WARN-TEXT(WS-WARN-IDX) TO WS-WARN-TEXT
             PERFORM WRITE-WARNING-LINE
           END-PERFORM.

       WRITE-WARNING-LINE.
           ADD 1 TO WS-WARNING-CNT
           MOVE SPACES TO VSMRPT-LINE
           STRING "      WARNING : " WS-WARN-TEXT
                  DELIMITED BY SIZE INTO VSMRPT-LINE
           WRITE VSMRPT-LINE
           DISPLAY "WARNING : " WS-DS-DDNAME(WS-FOUND-IDX) " "
                   FUNCTION TRIM(WS-WARN-TEXT)
           MOVE 9874 TO ERRLOG-CODE
           MOVE SPACES TO ERRLOG-MSG
           STRING "IXYVSMON: " WS-DS-DDNAME(WS-FOUND-IDX) " "
                  WS-WARN-TEXT DELIMITED BY SIZE INTO ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT.

       KEEP-SAMPLE-RECORD.
           MOVE SPACES TO VSAM-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE   TO VSH-BUSINESS-DATE
           MOVE WS-JOB-START-TS(1:21) TO VSH-TIMESTAMP
           MOVE WS-RUN-ID          TO VSH-RUN-ID
           MOVE WS-DS-DDNAME(WS-FOUND-IDX) TO VSH-DDNAME
           MOVE WS-LCS-CLUSTER     TO VSH-CLUSTER
           MOVE WS-LCS-REC-TOTAL   TO VSH-REC-TOTAL
           MOVE WS-LCS-SPLITS-CI   TO VSH-SPLITS-CI
           MOVE WS-LCS-SPLITS-CA   TO VSH-SPLITS-CA
           MOVE WS-LCS-FREESPC     TO VSH-FREESPC
           MOVE WS-LCS-HI-A-RBA    TO VSH-HI-A-RBA
           MOVE WS-FREE-PCT        TO VSH-FREE-PCT
           MOVE WS-LCS-EXTENTS     TO VSH-EXTENTS
           MOVE WS-DS-WARNINGS     TO VSH-WARNINGS
           MOVE WS-VERDICT         TO VSH-VERDICT
           ADD 1 TO WS-SAMPLE-CNT
           MOVE VSAM-HISTORY-RECORD TO WS-SAMPLE-ENTRY(WS-SAMPLE-CNT).

       REPORT-UNLISTED-DATASETS.
      *****************************************************************
      * A dataset the deck names but the listing does not show was
      * not sampled -- the LISTCAT step missed it or the cluster is
      * gone. Either way nobody is watching it tonight.
      *****************************************************************
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > WS-DS-CNT
             IF NOT WS-DS-LISTED(WS-FOUND-IDX)
               ADD 1 TO WS-UNLISTED-CNT
               MOVE SPACES TO VSMRPT-LINE
               STRING "  " WS-DS-DDNAME(WS-FOUND-IDX) " "
                      WS-DS-CLUSTER(WS-FOUND-IDX)
                      DELIMITED BY SIZE INTO VSMRPT-LINE
               MOVE "NOT SAMPLED" TO VSMRPT-LINE(107:)
               WRITE VSMRPT-LINE
               MOVE SPACES TO WS-WARN-TEXT
               MOVE "CLUSTER NOT IN THE LISTCAT OUTPUT" TO
                    WS-WARN-TEXT
               PERFORM WRITE-WARNING-LINE
             END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO VSMRPT-LINE
           WRITE VSMRPT-LINE
           MOVE "DATASETS NAMED" TO RPT-COUNT-TEXT
           MOVE WS-DS-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO VSMRPT-LINE
           WRITE VSMRPT-LINE
           MOVE "DATASETS SAMPLED" TO RPT-COUNT-TEXT
           MOVE WS-SAMPLED-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO VSMRPT-LINE
           WRITE VSMRPT-LINE
           MOVE "NOT IN THE LISTING" TO RPT-COUNT-TEXT
           MOVE WS-UNLISTED-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO VSMRPT-LINE
           WRITE VSMRPT-LINE
           MOVE "WARNINGS" TO RPT-COUNT-TEXT
           MOVE WS-WARNING-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO VSMRPT-LINE
           WRITE VSMRPT-LINE
           MOVE "REORGANIZATIONS RECOMMENDED" TO RPT-COUNT-TEXT
           MOVE WS-REORG-CNT TO RPT-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO VSMRPT-LINE
           WRITE VSMRPT-LINE.

       APPEND-SAMPLE-HISTORY.
      *****************************************************************
      * The samples go on VSMHIST last, after the previous ones were
      * read for the trend.
      *****************************************************************
           IF WS-SAMPLE-CNT > 0
             OPEN EXTEND VSMHIST
             IF WS-VSMHIST-STATUS NOT = '00'
               OPEN OUTPUT VSMHIST
             END-IF
             IF WS-VSMHIST-STATUS = '00'
               PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
                       UNTIL WS-SAMPLE-IDX > WS-SAMPLE-CNT
                 MOVE WS-SAMPLE-ENTRY(WS-SAMPLE-IDX) TO
                      VSAM-HISTORY-RECORD
                 WRITE VSAM-HISTORY-RECORD
                 ADD 1 TO WS-HIST-WRITTEN-CNT
               END-PERFORM
               CLOSE VSMHIST
             ELSE
               DISPLAY "WARNING : VSMHIST NOT AVAILABLE, FILE STATUS "
                       WS-VSMHIST-STATUS " - SAMPLES NOT KEPT"
               ADD 1 TO WS-WARNING-CNT
             END-IF
           END-IF.

       ABANDON-MONITOR-RUN.
           MOVE 9875 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-MONITOR-SUMMARY
           GOBACK.

       DISPLAY-MONITOR-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYVSMON JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  BUSINESS DATE    : " WS-BUSINESS-DATE
           DISPLAY "  PREVIOUS SAMPLES : " WS-HIST-READ-CNT
           DISPLAY "  DATASETS NAMED   : " WS-DS-CNT
           DISPLAY "  DATASETS SAMPLED : " WS-SAMPLED-CNT
           DISPLAY "  NOT IN LISTING   : " WS-UNLISTED-CNT
           DISPLAY "  WARNINGS         : " WS-WARNING-CNT
           DISPLAY "  REORGS ADVISED   : " WS-REORG-CNT
           DISPLAY "  SAMPLES KEPT     : " WS-HIST-WRITTEN-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYVSMON'.
