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
      * MAIN PROGRAM VSAM KSDS REORGANIZATION
      ******************************************************************
      * When IXYVSMON recommends a reorganization, this utility runs
      * it under control -- an unload, a redefinition with new free
      * space and a reload, bracketed by two runs of the same step:
      *   PARM PREPARE - takes the dataset's interlock, reads the
      *               cluster's definition and statistics from the
      *               LISTCAT before, and writes the IDCAMS deck the
      *               next step runs: REPRO to the UNLOAD dataset,
      *               DELETE, DEFINE with the new FREESPACE and the
      *               rest of the definition as it was, REPRO back
      *               from UNLOAD, REPRO of the reloaded cluster to
      *               the RELOAD dataset and a LISTCAT after. Every
      *               command after the first runs only when the one
      *               before ended clean.
      *   PARM VERIFY  - proves the reload: the unloaded and reloaded
      *               copies must hold the same number of records as
      *               the LISTCAT before (and after, when supplied),
      *               the same low and high keys, in key order, and
      *               compare record for record. Verified, the
      *               interlock is released; otherwise it stays held
      *               so no posting run touches the dataset until it
      *               is restored from UNLOAD and verified again.
      * COBOL cannot DEFINE or REPRO a cluster itself, so the work is
      * done by IDCAMS from the generated deck, between the two runs.
      * a. RGCARDS - keyword in cols 1-8, value from col 10:
      *      DATASET  ddname   the dataset's DD name -- the interlock
      *                        is KSDS-<ddname> (required).
      *      CLUSTER  name     its cluster name (required).
      *      UNLOAD   name     the sequential unload dataset
      *                        (required).
      *      RELOAD   name     the sequential copy of the reloaded
      *                        cluster (required).
      *      FREECI   n        new CI free space, 0-99 (default: as
      *                        defined now).
      *      FREECA   n        new CA free space, 0-99 (default: as
      *                        defined now).
      *    '*' in column 1 is a comment.
      * b. LISTCAT - an IDCAMS LISTCAT ENTRIES(cluster) ALL, read
      *    through the shared IXYLCSTA module: before the unload for
      *    PREPARE (required), the deck's own after listing for
      *    VERIFY (optional).
      * c. LOCKFIL - the shared interlock (see IXYLOCK). PREPARE
      *    refuses while anyone holds KSDS-<ddname> -- IXYCAV64 holds
      *    the EMPMAST, ORGMAST, AGGSTORE and BLOBSTOR locks for its
      *    run, IXYARCLD the MSGARCH one -- and holds it itself from
      *    then until VERIFY succeeds.
      * d. RGCTL - the PREPARE run's picture of the cluster, handed
      *    to VERIFY: counts, key position and length, free space old
      *    and new, the unload and reload names.
      * e. RGDECK (PREPARE) - the IDCAMS deck.
      * f. UNLOADDS, RELOADDS (VERIFY) - the two sequential copies,
      *    allocated to the UNLOAD and RELOAD datasets.
      * g. RGLOG - every decision, appended: prepared, refused,
      *    verified or failed, with the counts it was taken on.
      * h. RGRPT - the cluster, the checks and the outcome.
      *
      * Return codes: 00 prepared or verified; 04 verified but the
      * interlock could not be released; 08 refused -- the dataset
      * is in use (ERRLOG 9876); 12 verification failed, interlock
      * kept (ERRLOG 9877); 16 bad PARM or deck, listing, control
      * record or copies unusable, or LOCKFIL not usable (ERRLOG
      * 9878).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYVREOR'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RGCARDS ASSIGN TO RGCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT RGCTL ASSIGN TO RGCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RGCTL-STATUS.

           SELECT RGDECK ASSIGN TO RGDECK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RGDECK-STATUS.

           SELECT UNLOADDS ASSIGN TO UNLOADDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-UNLOAD-STATUS.

           SELECT RELOADDS ASSIGN TO RELOADDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RELOAD-STATUS.

           SELECT RGLOG ASSIGN TO RGLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RGLOG-STATUS.

           SELECT RGRPT ASSIGN TO RGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RGRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   DATASET  EMPMAST
      *   CLUSTER  IXYP.EMPMAST
      *   UNLOAD   IXYP.EMPMAST.REORG.UNLOAD
      *   RELOAD   IXYP.EMPMAST.REORG.RELOAD
      *   FREECI   20
      *   FREECA   10
         FD RGCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  REORG-CONTROL-CARD.

         01 REORG-CONTROL-CARD.
            05 RC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 RC-VALUE           PIC X(71).

         FD RUNCTL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 80  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RUN-CONTROL-RECORD.

         01 RUN-CONTROL-RECORD.
            05 RUNCTL-RUN-ID      PIC X(16).
            05 FILLER             PIC X(64).

      * What PREPARE saw, for VERIFY to hold the reload to.
         FD RGCTL
           RECORD CONTAINS 250  CHARACTERS
           BLOCK  CONTAINS 2500 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  REORG-CONTROL-RECORD.

         01 REORG-CONTROL-RECORD.
            05 RGC-TIMESTAMP      PIC X(21).
            05 RGC-RUN-ID         PIC X(16).
            05 RGC-DDNAME         PIC X(08).
            05 RGC-CLUSTER        PIC X(44).
            05 RGC-REC-TOTAL      PIC 9(15).
            05 RGC-SPLITS-CI      PIC 9(09).
            05 RGC-SPLITS-CA      PIC 9(09).
            05 RGC-KEYLEN         PIC 9(03).
            05 RGC-RKP            PIC 9(05).
            05 RGC-MAXLRECL       PIC 9(05).
            05 RGC-OLD-FREE-CI    PIC 9(03).
            05 RGC-OLD-FREE-CA    PIC 9(03).
            05 RGC-NEW-FREE-CI    PIC 9(03).
            05 RGC-NEW-FREE-CA    PIC 9(03).
            05 RGC-UNLOAD         PIC X(44).
            05 RGC-RELOAD         PIC X(44).
            05 FILLER             PIC X(15).

         FD RGDECK
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  IDCAMS-CARD.

         01 IDCAMS-CARD            PIC X(80).

      * The two copies are whatever the cluster holds -- variable
      * length up to the largest record VSAM allows.
         FD UNLOADDS
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
                  DEPENDING ON WS-UNLOAD-LEN
           DATA RECORD     IS  UNLOAD-RECORD.

         01 UNLOAD-RECORD           PIC X(32760).

         FD RELOADDS
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
                  DEPENDING ON WS-RELOAD-LEN
           DATA RECORD     IS  RELOAD-RECORD.

         01 RELOAD-RECORD           PIC X(32760).

      * The reorganization record -- what was decided, and on what
      * counts. Appended; never rewritten.
         FD RGLOG
           RECORD CONTAINS 200  CHARACTERS
           BLOCK  CONTAINS 2000 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  REORG-LOG-RECORD.

         01 REORG-LOG-RECORD.
            05 RGL-TIMESTAMP      PIC X(21).
            05 RGL-RUN-ID         PIC X(16).
            05 RGL-PHASE          PIC X(08).
            05 RGL-DDNAME         PIC X(08).
            05 RGL-CLUSTER        PIC X(44).
            05 RGL-OUTCOME        PIC X(08).
               88 RGL-PREPARED    VALUE 'PREPARED'.
               88 RGL-REFUSED     VALUE 'REFUSED '.
               88 RGL-VERIFIED    VALUE 'VERIFIED'.
               88 RGL-FAILED      VALUE 'FAILED  '.
            05 RGL-BEFORE         PIC 9(15).
            05 RGL-UNLOADED       PIC 9(15).
            05 RGL-RELOADED       PIC 9(15).
            05 RGL-AFTER          PIC 9(15).
            05 RGL-MISMATCHES     PIC 9(09).
            05 RGL-FREE-CI        PIC 9(03).
            05 RGL-FREE-CA        PIC 9(03).
            05 FILLER             PIC X(20).

         FD RGRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  RGRPT-LINE.

         01 RGRPT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC X(02).
         01 WS-RGCTL-STATUS     PIC X(02).
         01 WS-RGDECK-STATUS    PIC X(02).
         01 WS-UNLOAD-STATUS    PIC X(02).
         01 WS-RELOAD-STATUS    PIC X(02).
         01 WS-RGLOG-STATUS     PIC X(02).
         01 WS-RGRPT-STATUS     PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-VERIFY-RUN-SW    PIC X(01) VALUE 'N'.
             88 WS-VERIFY-RUN   VALUE 'Y'.
         01 WS-PHASE            PIC X(08) VALUE 'PREPARE '.
         01 WS-RPT-OPEN-SW      PIC X(01) VALUE 'N'.
             88 WS-RPT-OPEN     VALUE 'Y'.

      * The control deck, as loaded.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-DDNAME           PIC X(08) VALUE SPACES.
         01 WS-CLUSTER          PIC X(44) VALUE SPACES.
         01 WS-UNLOAD-DSN       PIC X(44) VALUE SPACES.
         01 WS-RELOAD-DSN       PIC X(44) VALUE SPACES.
         01 WS-FREE-CI          PIC S9(4) BINARY VALUE -1.
         01 WS-FREE-CA          PIC S9(4) BINARY VALUE -1.
         01 WS-NUM-WORK         PIC S9(9) BINARY VALUE 0.

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
         01 WS-LISTED-SW        PIC X(01) VALUE 'N'.
             88 WS-CLUSTER-LISTED VALUE 'Y'.
         01 WS-LISTING-SW       PIC X(01) VALUE 'N'.
             88 WS-LISTING-READ VALUE 'Y'.

      * Cross-job dataset interlock -- see IXYLOCK. Taken by
      * PREPARE, released by a VERIFY that proves the reload.
         01 WS-LOCK-PARMS.
            05 WS-LOCK-ACTION   PIC X(01).
            05 WS-LOCK-RESOURCE PIC X(16).
            05 WS-LOCK-CALLER   PIC X(08) VALUE 'IXYVREOR'.
            05 WS-LOCK-RUN-ID   PIC X(16) VALUE SPACES.
            05 WS-LOCK-RESULT   PIC X(01).
            05 WS-LOCK-HOLDER   PIC X(08).
            05 WS-LOCK-HELD-TS  PIC X(21).
         01 WS-LOCK-ACQUIRED-SW PIC X(01) VALUE 'N'.
             88 WS-LOCK-ACQUIRED VALUE 'Y'.

      * The IDCAMS deck.
         01 WS-DECK-TEXT        PIC X(79).
         01 WS-DECK-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-SPACE-UNIT       PIC X(09).
         01 WS-SHR-REGION       PIC X(01).
         01 WS-SHR-SYSTEM       PIC X(01).
         01 WS-EDIT-A           PIC Z(8)9.
         01 WS-EDIT-B           PIC Z(8)9.

      * The comparison of the two copies.
         01 WS-UNLOAD-LEN       PIC 9(05) VALUE 0.
         01 WS-RELOAD-LEN       PIC 9(05) VALUE 0.
         01 WS-UNLOAD-EOF-SW    PIC X(01) VALUE 'N'.
             88 WS-UNLOAD-EOF   VALUE 'Y'.
         01 WS-RELOAD-EOF-SW    PIC X(01) VALUE 'N'.
             88 WS-RELOAD-EOF   VALUE 'Y'.
         01 WS-KEYLEN           PIC S9(4) BINARY VALUE 1.
         01 WS-RKP              PIC S9(9) BINARY VALUE 0.
         01 WS-KEY-END          PIC S9(9) BINARY VALUE 0.
         01 WS-UNLOAD-KEY       PIC X(255).
         01 WS-RELOAD-KEY       PIC X(255).
         01 WS-PREV-RELOAD-KEY  PIC X(255).
         01 WS-UNLOAD-LOW       PIC X(255) VALUE SPACES.
         01 WS-UNLOAD-HIGH      PIC X(255) VALUE SPACES.
         01 WS-RELOAD-LOW       PIC X(255) VALUE SPACES.
         01 WS-RELOAD-HIGH      PIC X(255) VALUE SPACES.
         01 WS-BEFORE-CNT       PIC S9(18) BINARY VALUE 0.
         01 WS-AFTER-CNT        PIC S9(18) BINARY VALUE 0.
         01 WS-UNLOAD-CNT       PIC S9(18) BINARY VALUE 0.
         01 WS-RELOAD-CNT       PIC S9(18) BINARY VALUE 0.
         01 WS-MISMATCH-CNT     PIC S9(18) BINARY VALUE 0.
         01 WS-SEQUENCE-CNT     PIC S9(18) BINARY VALUE 0.
         01 WS-SHORT-CNT        PIC S9(18) BINARY VALUE 0.
         01 WS-LISTED-MAX       PIC S9(4) BINARY VALUE 10.
         01 WS-LISTED-CNT       PIC S9(4) BINARY VALUE 0.
         01 WS-CHECK-FAIL-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-CHECK-TEXT       PIC X(60).
         01 WS-CHECK-OK-SW      PIC X(01).
             88 WS-CHECK-OK     VALUE 'Y'.
         01 WS-OUTCOME          PIC X(08) VALUE SPACES.

      * RGRPT lines.
         01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-COUNT-TEXT      PIC X(40).
            05 RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(69) VALUE SPACES.
         01 WS-RPT-CHECK-LINE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 RPT-CHECK-TEXT      PIC X(60).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-CHECK-RESULT    PIC X(04).
            05 FILLER              PIC X(62) VALUE SPACES.

         01 WS-RUN-ID            PIC X(16) VALUE SPACES.
         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYVREOR'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-MODE              PIC X(07).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "VSAM KSDS REORGANIZATION"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           IF PARM-LENGTH = 0
             DISPLAY "ERROR : PARM MUST BE PREPARE OR VERIFY"
             MOVE "IXYVREOR: NO PARM" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           EVALUATE PARM-MODE(1:PARM-LENGTH)
             WHEN 'PREPARE'
               CONTINUE
             WHEN 'VERIFY'
               SET WS-VERIFY-RUN TO TRUE
               MOVE 'VERIFY  ' TO WS-PHASE
             WHEN OTHER
               DISPLAY "ERROR : PARM MUST BE PREPARE OR VERIFY"
               MOVE "IXYVREOR: INVALID PARM" TO ERRLOG-MSG
               PERFORM ABANDON-REORG-RUN
           END-EVALUATE
           DISPLAY "PHASE          : " WS-PHASE

           PERFORM READ-REORG-CARDS
           IF WS-DECK-BAD
             MOVE "IXYVREOR: RGCARDS CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           PERFORM READ-RUN-CONTROL

           OPEN OUTPUT RGRPT
           IF WS-RGRPT-STATUS NOT = '00'
             DISPLAY "ERROR : RGRPT NOT AVAILABLE, FILE STATUS "
                     WS-RGRPT-STATUS
             MOVE "IXYVREOR: RGRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           SET WS-RPT-OPEN TO TRUE
           PERFORM WRITE-REPORT-HEADING

           IF WS-VERIFY-RUN
             PERFORM VERIFY-REORGANIZATION
           ELSE
             PERFORM PREPARE-REORGANIZATION
           END-IF

           CLOSE RGRPT
           PERFORM DISPLAY-REORG-SUMMARY
           GOBACK
           .

       READ-REORG-CARDS.
      *****************************************************************
      * DATASET and CLUSTER always; UNLOAD and RELOAD are what the
      * deck writes to, so PREPARE needs them too.
      *****************************************************************
           OPEN INPUT RGCARDS
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "ERROR : RGCARDS NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
             SET WS-DECK-BAD TO TRUE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ RGCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF REORG-CONTROL-CARD(1:1) NOT = '*' AND
                    REORG-CONTROL-CARD NOT = SPACES
                   DISPLAY "RGCARDS : " REORG-CONTROL-CARD
                   PERFORM LOAD-REORG-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE RGCARDS
           END-IF

           IF NOT WS-DECK-BAD
             IF WS-DDNAME = SPACES OR WS-CLUSTER = SPACES
               DISPLAY "ERROR : DATASET AND CLUSTER CARDS ARE REQUIRED"
               SET WS-DECK-BAD TO TRUE
             END-IF
             IF NOT WS-VERIFY-RUN AND
                (WS-UNLOAD-DSN = SPACES OR WS-RELOAD-DSN = SPACES)
               DISPLAY "ERROR : UNLOAD AND RELOAD CARDS ARE REQUIRED"
               SET WS-DECK-BAD TO TRUE
             END-IF
           END-IF
           MOVE SPACES TO WS-LOCK-RESOURCE
           STRING "KSDS-" WS-DDNAME DELIMITED BY SPACE
                  INTO WS-LOCK-RESOURCE
           DISPLAY "DATASET        : " WS-DDNAME
           DISPLAY "CLUSTER        : " FUNCTION TRIM(WS-CLUSTER)
           DISPLAY "INTERLOCK      : " WS-LOCK-RESOURCE.

       LOAD-REORG-CARD.
           EVALUATE RC-KEYWORD
             WHEN 'DATASET '
               MOVE FUNCTION TRIM(RC-VALUE) TO WS-DDNAME
             WHEN 'CLUSTER '
               MOVE FUNCTION TRIM(RC-VALUE) TO WS-CLUSTER
             WHEN 'UNLOAD  '
               MOVE FUNCTION TRIM(RC-VALUE) TO WS-UNLOAD-DSN
             WHEN 'RELOAD  '
               MOVE FUNCTION TRIM(RC-VALUE) TO WS-RELOAD-DSN
             WHEN 'FREECI  '
               PERFORM CHECK-FREE-SPACE-VALUE
               MOVE WS-NUM-WORK TO WS-FREE-CI
             WHEN 'FREECA  '
               PERFORM CHECK-FREE-SPACE-VALUE
               MOVE WS-NUM-WORK TO WS-FREE-CA
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN RGCARDS KEYWORD '"
                       RC-KEYWORD "'"
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       CHECK-FREE-SPACE-VALUE.
           MOVE -1 TO WS-NUM-WORK
           IF FUNCTION TEST-NUMVAL(RC-VALUE) = 0
             COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(RC-VALUE)
           END-IF
           IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 99
             DISPLAY "ERROR : " FUNCTION TRIM(RC-KEYWORD)
                     " MUST BE 0 TO 99"
             SET WS-DECK-BAD TO TRUE
             MOVE -1 TO WS-NUM-WORK
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT RUNCTL
           IF WS-FILE-STATUS = '00'
             READ RUNCTL
               NOT AT END MOVE RUNCTL-RUN-ID TO WS-RUN-ID
             END-READ
             CLOSE RUNCTL
           END-IF
           MOVE WS-RUN-ID TO WS-LOCK-RUN-ID.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RGRPT-LINE
           STRING "  VSAM KSDS REORGANIZATION - " DELIMITED BY SIZE
                  WS-PHASE
                  " RUN AT " WS-JOB-START-TS(1:21)
                  "  RUN-ID " WS-RUN-ID
                  DELIMITED BY SIZE INTO RGRPT-LINE
           WRITE RGRPT-LINE
           MOVE SPACES TO RGRPT-LINE
           STRING "  DATASET " WS-DDNAME "  CLUSTER " WS-CLUSTER
                  "  INTERLOCK " WS-LOCK-RESOURCE
                  DELIMITED BY SIZE INTO RGRPT-LINE
           WRITE RGRPT-LINE
           MOVE ALL "-" TO RGRPT-LINE
           WRITE RGRPT-LINE.

       FIND-CLUSTER-IN-LISTING.
      *****************************************************************
      * Leaves the cluster's figures in WS-LCS-PARMS when the
      * listing shows it. WS-LISTING-READ says whether there was a
      * listing to read at all.
      *****************************************************************
           MOVE 'N' TO WS-LISTED-SW
           MOVE 'N' TO WS-LISTING-SW
           MOVE 'O' TO WS-LCS-ACTION
           CALL "IXYLCSTA" USING WS-LCS-PARMS
           IF WS-LCS-RESULT = '0'
             SET WS-LISTING-READ TO TRUE
             MOVE 'N' TO WS-LCS-ACTION
             CALL "IXYLCSTA" USING WS-LCS-PARMS
             PERFORM UNTIL WS-LCS-RESULT NOT = '0'
                        OR WS-CLUSTER-LISTED
               IF WS-LCS-CLUSTER = WS-CLUSTER
                 SET WS-CLUSTER-LISTED TO TRUE
               ELSE
                 CALL "IXYLCSTA" USING WS-LCS-PARMS
               END-IF
             END-PERFORM
             MOVE 'C' TO WS-LCS-ACTION
             CALL "IXYLCSTA" USING WS-LCS-PARMS
           END-IF.

       PREPARE-REORGANIZATION.
      *****************************************************************
      * The definition is read before the lock is asked for, so a
      * deck naming the wrong cluster never holds anything up.
      *****************************************************************
           PERFORM FIND-CLUSTER-IN-LISTING
           IF NOT WS-CLUSTER-LISTED
             DISPLAY "ERROR : CLUSTER NOT IN THE LISTCAT OUTPUT"
             MOVE "  CLUSTER NOT IN THE LISTCAT OUTPUT - NOTHING DONE"
                  TO RGRPT-LINE
             WRITE RGRPT-LINE
             MOVE "IXYVREOR: CLUSTER NOT IN LISTCAT" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           IF WS-LCS-KEYLEN = 0 OR WS-LCS-KEYLEN > 255 OR
              WS-LCS-MAXLRECL = 0 OR WS-LCS-MAXLRECL > 32760
             DISPLAY "ERROR : CLUSTER IS NOT A KSDS THIS UTILITY CAN "
                     "REORGANIZE"
             MOVE "  CLUSTER IS NOT A KSDS (NO KEYS) - NOTHING DONE"
                  TO RGRPT-LINE
             WRITE RGRPT-LINE
             MOVE "IXYVREOR: CLUSTER IS NOT A KSDS" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           IF WS-FREE-CI < 0
             MOVE WS-LCS-FREE-CI-PCT TO WS-FREE-CI
           END-IF
           IF WS-FREE-CA < 0
             MOVE WS-LCS-FREE-CA-PCT TO WS-FREE-CA
           END-IF
           MOVE WS-LCS-REC-TOTAL TO WS-BEFORE-CNT
           PERFORM WRITE-BEFORE-PICTURE

           MOVE 'A' TO WS-LOCK-ACTION
           CALL "IXYLOCK" USING WS-LOCK-PARMS
           EVALUATE WS-LOCK-RESULT
             WHEN '0'
               SET WS-LOCK-ACQUIRED TO TRUE
             WHEN 'H'
               PERFORM REFUSE-DATASET-IN-USE
             WHEN OTHER
               DISPLAY "ERROR : LOCKFIL NOT USABLE - REFUSING TO "
                       "START UNLOCKED"
               MOVE "IXYVREOR: LOCKFIL NOT USABLE" TO ERRLOG-MSG
               PERFORM ABANDON-REORG-RUN
           END-EVALUATE

           IF WS-LOCK-ACQUIRED
             PERFORM WRITE-IDCAMS-DECK
             PERFORM WRITE-REORG-CONTROL
             MOVE 'PREPARED' TO WS-OUTCOME
             PERFORM WRITE-REORG-LOG
             MOVE SPACES TO RGRPT-LINE
             STRING "  PREPARED - " DELIMITED BY SIZE
                    WS-LOCK-RESOURCE
                    " HELD. RUN THE RGDECK IDCAMS STEP, THEN THIS "
                    "STEP WITH PARM VERIFY" DELIMITED BY SIZE
                    INTO RGRPT-LINE
             WRITE RGRPT-LINE
           END-IF.

       WRITE-BEFORE-PICTURE.
           MOVE SPACES TO RGRPT-LINE
           STRING "  BEFORE - DATA " DELIMITED BY SIZE
                  WS-LCS-DATA-NAME
                  "  INDEX " WS-LCS-INDEX-NAME
                  DELIMITED BY SIZE INTO RGRPT-LINE
           WRITE RGRPT-LINE
           MOVE "RECORDS" TO RPT-COUNT-TEXT
           MOVE WS-LCS-REC-TOTAL TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CI SPLITS" TO RPT-COUNT-TEXT
           MOVE WS-LCS-SPLITS-CI TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CA SPLITS" TO RPT-COUNT-TEXT
           MOVE WS-LCS-SPLITS-CA TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "EXTENTS" TO RPT-COUNT-TEXT
           MOVE WS-LCS-EXTENTS TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "FREE SPACE CI PERCENT - NOW" TO RPT-COUNT-TEXT
           MOVE WS-LCS-FREE-CI-PCT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "FREE SPACE CI PERCENT - NEW" TO RPT-COUNT-TEXT
           MOVE WS-FREE-CI TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "FREE SPACE CA PERCENT - NOW" TO RPT-COUNT-TEXT
           MOVE WS-LCS-FREE-CA-PCT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "FREE SPACE CA PERCENT - NEW" TO RPT-COUNT-TEXT
           MOVE WS-FREE-CA TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       REFUSE-DATASET-IN-USE.
      *****************************************************************
      * Somebody holds the dataset -- a posting run, or a
      * reorganization of it that was never verified. Nothing is
      * unloaded under them.
      *****************************************************************
           DISPLAY "ERROR : " FUNCTION TRIM(WS-LOCK-RESOURCE)
                   " LOCK HELD BY " WS-LOCK-HOLDER " SINCE "
                   WS-LOCK-HELD-TS " - REFUSING TO REORGANIZE A "
                   "DATASET IN USE"
           MOVE SPACES TO RGRPT-LINE
           STRING "  REFUSED - " WS-LOCK-RESOURCE " IS HELD BY "
                  WS-LOCK-HOLDER " SINCE " WS-LOCK-HELD-TS
                  ". RERUN WHEN RELEASED; IXYLCKMN BREAKS A STALE "
                  "LOCK" DELIMITED BY SIZE INTO RGRPT-LINE
           WRITE RGRPT-LINE
           MOVE 'REFUSED ' TO WS-OUTCOME
           PERFORM WRITE-REORG-LOG
           MOVE 9876 TO ERRLOG-CODE
           MOVE SPACES TO ERRLOG-MSG
           STRING "IXYVREOR: " DELIMITED BY SIZE
                  WS-LOCK-RESOURCE DELIMITED BY SPACE
                  " HELD BY " WS-LOCK-HOLDER " - REORG REFUSED"
                  DELIMITED BY SIZE INTO ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 8 TO RETURN-CODE.

       WRITE-IDCAMS-DECK.
      *****************************************************************
      * The cluster is redefined as LISTCAT shows it -- keys, record
      * sizes, share options, space and volume, CI size, component
      * names -- with only the free space changed. Each command runs
      * only if everything before it ended clean: an unload that
      * failed must never be followed by the DELETE.
      *****************************************************************
           OPEN OUTPUT RGDECK
           IF WS-RGDECK-STATUS NOT = '00'
             DISPLAY "ERROR : RGDECK NOT AVAILABLE, FILE STATUS "
                     WS-RGDECK-STATUS
             MOVE "IXYVREOR: RGDECK NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           EVALUATE WS-LCS-SPACE-TYPE
             WHEN 'CYLINDER'
               MOVE 'CYLINDERS' TO WS-SPACE-UNIT
             WHEN 'TRACK'
               MOVE 'TRACKS' TO WS-SPACE-UNIT
             WHEN OTHER
               MOVE 'RECORDS' TO WS-SPACE-UNIT
           END-EVALUATE
           MOVE WS-LCS-SHROPTNS(1:1) TO WS-SHR-REGION
           MOVE WS-LCS-SHROPTNS(3:1) TO WS-SHR-SYSTEM
           IF WS-SHR-REGION NOT NUMERIC OR WS-SHR-SYSTEM NOT NUMERIC
             MOVE '2' TO WS-SHR-REGION
             MOVE '3' TO WS-SHR-SYSTEM
           END-IF

           MOVE SPACES TO WS-DECK-TEXT
           STRING "/* REORGANIZATION OF " WS-DDNAME " - RUN-ID "
                  WS-RUN-ID " */" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD

           MOVE SPACES TO WS-DECK-TEXT
           STRING "REPRO INDATASET(" DELIMITED BY SIZE
                  WS-CLUSTER DELIMITED BY SPACE
                  ") -" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE SPACES TO WS-DECK-TEXT
           STRING "      OUTDATASET(" DELIMITED BY SIZE
                  WS-UNLOAD-DSN DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           PERFORM WRITE-DECK-CANCEL-CARD

           MOVE SPACES TO WS-DECK-TEXT
           STRING "DELETE " DELIMITED BY SIZE
                  WS-CLUSTER DELIMITED BY SPACE
                  " CLUSTER PURGE" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           PERFORM WRITE-DECK-CANCEL-CARD

           MOVE SPACES TO WS-DECK-TEXT
           STRING "DEFINE CLUSTER (NAME(" DELIMITED BY SIZE
                  WS-CLUSTER DELIMITED BY SPACE
                  ") -" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE "       INDEXED -" TO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE WS-LCS-KEYLEN TO WS-EDIT-A
           MOVE WS-LCS-RKP TO WS-EDIT-B
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       KEYS(" FUNCTION TRIM(WS-EDIT-A) " "
                  FUNCTION TRIM(WS-EDIT-B) ") -"
                  DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE WS-LCS-AVGLRECL TO WS-EDIT-A
           MOVE WS-LCS-MAXLRECL TO WS-EDIT-B
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       RECORDSIZE(" FUNCTION TRIM(WS-EDIT-A) " "
                  FUNCTION TRIM(WS-EDIT-B) ") -"
                  DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE WS-FREE-CI TO WS-EDIT-A
           MOVE WS-FREE-CA TO WS-EDIT-B
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       FREESPACE(" FUNCTION TRIM(WS-EDIT-A) " "
                  FUNCTION TRIM(WS-EDIT-B) ") -"
                  DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       SHAREOPTIONS(" WS-SHR-REGION " "
                  WS-SHR-SYSTEM ") -"
                  DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE WS-LCS-SPACE-PRI TO WS-EDIT-A
           MOVE WS-LCS-SPACE-SEC TO WS-EDIT-B
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       " DELIMITED BY SIZE
                  WS-SPACE-UNIT DELIMITED BY SPACE
                  "(" FUNCTION TRIM(WS-EDIT-A) " "
                  FUNCTION TRIM(WS-EDIT-B) ") -"
                  DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       VOLUMES(" DELIMITED BY SIZE
                  WS-LCS-VOLSER DELIMITED BY SPACE
                  ")) -" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       DATA (NAME(" DELIMITED BY SIZE
                  WS-LCS-DATA-NAME
                  DELIMITED BY SPACE ") -" DELIMITED BY SIZE
                  INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE WS-LCS-CISIZE TO WS-EDIT-A
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       CONTROLINTERVALSIZE(" FUNCTION TRIM(WS-EDIT-A)
                  ")) -" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE SPACES TO WS-DECK-TEXT
           STRING "       INDEX (NAME(" DELIMITED BY SIZE
                  WS-LCS-INDEX-NAME
                  DELIMITED BY SPACE "))" DELIMITED BY SIZE
                  INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           PERFORM WRITE-DECK-CANCEL-CARD

           MOVE SPACES TO WS-DECK-TEXT
           STRING "REPRO INDATASET(" DELIMITED BY SIZE
                  WS-UNLOAD-DSN DELIMITED BY SPACE
                  ") -" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE SPACES TO WS-DECK-TEXT
           STRING "      OUTDATASET(" DELIMITED BY SIZE
                  WS-CLUSTER DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           PERFORM WRITE-DECK-CANCEL-CARD

           MOVE SPACES TO WS-DECK-TEXT
           STRING "REPRO INDATASET(" DELIMITED BY SIZE
                  WS-CLUSTER DELIMITED BY SPACE
                  ") -" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           MOVE SPACES TO WS-DECK-TEXT
           STRING "      OUTDATASET(" DELIMITED BY SIZE
                  WS-RELOAD-DSN DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           PERFORM WRITE-DECK-CANCEL-CARD

           MOVE SPACES TO WS-DECK-TEXT
           STRING "LISTCAT ENTRIES(" DELIMITED BY SIZE
                  WS-CLUSTER DELIMITED BY SPACE
                  ") ALL" DELIMITED BY SIZE INTO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD
           CLOSE RGDECK

           MOVE "IDCAMS DECK CARDS WRITTEN" TO RPT-COUNT-TEXT
           MOVE WS-DECK-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-DECK-CANCEL-CARD.
           MOVE "IF LASTCC NE 0 THEN CANCEL" TO WS-DECK-TEXT
           PERFORM WRITE-DECK-CARD.

       WRITE-DECK-CARD.
      *****************************************************************
      * IDCAMS reads columns 2-72; column 1 stays blank.
      *****************************************************************
           MOVE SPACES TO IDCAMS-CARD
           MOVE WS-DECK-TEXT TO IDCAMS-CARD(2:71)
           WRITE IDCAMS-CARD
           ADD 1 TO WS-DECK-CNT.

       WRITE-REORG-CONTROL.
           OPEN OUTPUT RGCTL
           IF WS-RGCTL-STATUS NOT = '00'
             DISPLAY "ERROR : RGCTL NOT AVAILABLE, FILE STATUS "
                     WS-RGCTL-STATUS
             MOVE "IXYVREOR: RGCTL NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           MOVE SPACES TO REORG-CONTROL-RECORD
           MOVE WS-JOB-START-TS(1:21) TO RGC-TIMESTAMP
           MOVE WS-RUN-ID          TO RGC-RUN-ID
           MOVE WS-DDNAME          TO RGC-DDNAME
           MOVE WS-CLUSTER         TO RGC-CLUSTER
           MOVE WS-LCS-REC-TOTAL   TO RGC-REC-TOTAL
           MOVE WS-LCS-SPLITS-CI   TO RGC-SPLITS-CI
           MOVE WS-LCS-SPLITS-CA   TO RGC-SPLITS-CA
           MOVE WS-LCS-KEYLEN      TO RGC-KEYLEN
           MOVE WS-LCS-RKP         TO RGC-RKP
           MOVE WS-LCS-MAXLRECL    TO RGC-MAXLRECL
           MOVE WS-LCS-FREE-CI-PCT TO RGC-OLD-FREE-CI
           MOVE WS-LCS-FREE-CA-PCT TO RGC-OLD-FREE-CA
           MOVE WS-FREE-CI         TO RGC-NEW-FREE-CI
           MOVE WS-FREE-CA         TO RGC-NEW-FREE-CA
           MOVE WS-UNLOAD-DSN      TO RGC-UNLOAD
           MOVE WS-RELOAD-DSN      TO RGC-RELOAD
           WRITE REORG-CONTROL-RECORD
           CLOSE RGCTL.

       VERIFY-REORGANIZATION.
      *****************************************************************
      * Every check is made and reported, pass or fail, so one run
      * shows everything that is wrong.
      *****************************************************************
           PERFORM READ-REORG-CONTROL
           MOVE RGC-REC-TOTAL TO WS-BEFORE-CNT
           MOVE RGC-KEYLEN TO WS-KEYLEN
           MOVE RGC-RKP TO WS-RKP
           MOVE RGC-NEW-FREE-CI TO WS-FREE-CI
           MOVE RGC-NEW-FREE-CA TO WS-FREE-CA

           PERFORM FIND-CLUSTER-IN-LISTING
           IF WS-CLUSTER-LISTED
             MOVE WS-LCS-REC-TOTAL TO WS-AFTER-CNT
           END-IF

           PERFORM COMPARE-UNLOAD-RELOAD

           MOVE "RECORDS BEFORE (LISTCAT AT PREPARE)" TO RPT-COUNT-TEXT
           MOVE WS-BEFORE-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RECORDS UNLOADED" TO RPT-COUNT-TEXT
           MOVE WS-UNLOAD-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RECORDS RELOADED" TO RPT-COUNT-TEXT
           MOVE WS-RELOAD-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           IF WS-CLUSTER-LISTED
             MOVE "RECORDS AFTER (LISTCAT)" TO RPT-COUNT-TEXT
             MOVE WS-AFTER-CNT TO RPT-COUNT-VALUE
             PERFORM WRITE-COUNT-LINE
           END-IF
           MOVE SPACES TO RGRPT-LINE
           STRING "    KEY RANGE UNLOADED : "
                  WS-UNLOAD-LOW(1:WS-KEYLEN) " TO "
                  WS-UNLOAD-HIGH(1:WS-KEYLEN)
                  DELIMITED BY SIZE INTO RGRPT-LINE
           WRITE RGRPT-LINE
           MOVE SPACES TO RGRPT-LINE
           STRING "    KEY RANGE RELOADED : "
                  WS-RELOAD-LOW(1:WS-KEYLEN) " TO "
                  WS-RELOAD-HIGH(1:WS-KEYLEN)
                  DELIMITED BY SIZE INTO RGRPT-LINE
           WRITE RGRPT-LINE
           MOVE ALL "-" TO RGRPT-LINE
           WRITE RGRPT-LINE

           MOVE "UNLOAD HOLDS EVERY RECORD THE CLUSTER HELD" TO
                WS-CHECK-TEXT
           MOVE 'N' TO WS-CHECK-OK-SW
           IF WS-UNLOAD-CNT = WS-BEFORE-CNT
             SET WS-CHECK-OK TO TRUE
           END-IF
           PERFORM WRITE-CHECK-LINE
           MOVE "RELOAD HOLDS EVERY RECORD UNLOADED" TO WS-CHECK-TEXT
           MOVE 'N' TO WS-CHECK-OK-SW
           IF WS-RELOAD-CNT = WS-UNLOAD-CNT
             SET WS-CHECK-OK TO TRUE
           END-IF
           PERFORM WRITE-CHECK-LINE
           IF WS-CLUSTER-LISTED
             MOVE "LISTCAT AFTER AGREES WITH THE RELOAD" TO
                  WS-CHECK-TEXT
             MOVE 'N' TO WS-CHECK-OK-SW
             IF WS-AFTER-CNT = WS-RELOAD-CNT
               SET WS-CHECK-OK TO TRUE
             END-IF
             PERFORM WRITE-CHECK-LINE
           END-IF
           MOVE "LOW AND HIGH KEYS UNCHANGED" TO WS-CHECK-TEXT
           MOVE 'N' TO WS-CHECK-OK-SW
           IF WS-UNLOAD-LOW = WS-RELOAD-LOW AND
              WS-UNLOAD-HIGH = WS-RELOAD-HIGH
             SET WS-CHECK-OK TO TRUE
           END-IF
           PERFORM WRITE-CHECK-LINE
           MOVE "RELOAD IN ASCENDING KEY ORDER, NO DUPLICATES" TO
                WS-CHECK-TEXT
           MOVE 'N' TO WS-CHECK-OK-SW
           IF WS-SEQUENCE-CNT = 0
             SET WS-CHECK-OK TO TRUE
           END-IF
           PERFORM WRITE-CHECK-LINE
           MOVE "EVERY RECORD RELOADED AS UNLOADED" TO WS-CHECK-TEXT
           MOVE 'N' TO WS-CHECK-OK-SW
           IF WS-MISMATCH-CNT = 0 AND WS-SHORT-CNT = 0
             SET WS-CHECK-OK TO TRUE
           END-IF
           PERFORM WRITE-CHECK-LINE
           MOVE ALL "-" TO RGRPT-LINE
           WRITE RGRPT-LINE

           IF WS-CHECK-FAIL-CNT = 0
             PERFORM RELEASE-AFTER-VERIFY
           ELSE
             PERFORM FAIL-VERIFICATION
           END-IF.

       READ-REORG-CONTROL.
      *****************************************************************
      * VERIFY only checks the reorganization PREPARE set up -- the
      * control record must be for the same dataset and cluster.
      *****************************************************************
           OPEN INPUT RGCTL
           IF WS-RGCTL-STATUS NOT = '00'
             DISPLAY "ERROR : RGCTL NOT AVAILABLE, FILE STATUS "
                     WS-RGCTL-STATUS
             MOVE "IXYVREOR: RGCTL NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           READ RGCTL
             AT END
               MOVE SPACES TO REORG-CONTROL-RECORD
           END-READ
           CLOSE RGCTL
           IF RGC-DDNAME NOT = WS-DDNAME OR
              RGC-CLUSTER NOT = WS-CLUSTER OR
              RGC-KEYLEN NOT NUMERIC OR RGC-RKP NOT NUMERIC OR
              RGC-REC-TOTAL NOT NUMERIC OR RGC-KEYLEN = 0
             DISPLAY "ERROR : RGCTL IS NOT FROM A PREPARE OF THIS "
                     "DATASET"
             MOVE "  RGCTL IS NOT FROM A PREPARE OF THIS DATASET - "
                  TO RGRPT-LINE
             MOVE "NOTHING VERIFIED" TO RGRPT-LINE(50:)
             WRITE RGRPT-LINE
             MOVE "IXYVREOR: RGCTL DOES NOT MATCH RGCARDS" TO
                  ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           MOVE SPACES TO RGRPT-LINE
           STRING "  PREPARED AT " RGC-TIMESTAMP "  RUN-ID "
                  RGC-RUN-ID "  UNLOAD " RGC-UNLOAD
                  DELIMITED BY SIZE INTO RGRPT-LINE
           WRITE RGRPT-LINE.

       COMPARE-UNLOAD-RELOAD.
      *****************************************************************
      * REPRO writes a KSDS out in key order, so the two copies are
      * read side by side: record N of the reload must be record N
      * of the unload, byte for byte.
      *****************************************************************
           COMPUTE WS-KEY-END = WS-RKP + WS-KEYLEN
           OPEN INPUT UNLOADDS
           IF WS-UNLOAD-STATUS NOT = '00'
             DISPLAY "ERROR : UNLOADDS NOT AVAILABLE, FILE STATUS "
                     WS-UNLOAD-STATUS
             MOVE "IXYVREOR: UNLOADDS NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           OPEN INPUT RELOADDS
           IF WS-RELOAD-STATUS NOT = '00'
             DISPLAY "ERROR : RELOADDS NOT AVAILABLE, FILE STATUS "
                     WS-RELOAD-STATUS
             CLOSE UNLOADDS
             MOVE "IXYVREOR: RELOADDS NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REORG-RUN
           END-IF
           PERFORM READ-NEXT-UNLOAD
           PERFORM READ-NEXT-RELOAD
           PERFORM UNTIL WS-UNLOAD-EOF AND WS-RELOAD-EOF
             IF NOT WS-UNLOAD-EOF AND NOT WS-RELOAD-EOF
               IF WS-UNLOAD-LEN NOT = WS-RELOAD-LEN OR
                  UNLOAD-RECORD(1:WS-UNLOAD-LEN) NOT =
                  RELOAD-RECORD(1:WS-RELOAD-LEN)
                 ADD 1 TO WS-MISMATCH-CNT
                 PERFORM LIST-MISMATCH
               END-IF
             END-IF
             IF NOT WS-UNLOAD-EOF
               PERFORM READ-NEXT-UNLOAD
             END-IF
             IF NOT WS-RELOAD-EOF
               PERFORM READ-NEXT-RELOAD
             END-IF
           END-PERFORM
           CLOSE UNLOADDS
           CLOSE RELOADDS.

       READ-NEXT-UNLOAD.
           READ UNLOADDS
             AT END SET WS-UNLOAD-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-UNLOAD-CNT
               MOVE SPACES TO WS-UNLOAD-KEY
               IF WS-UNLOAD-LEN < WS-KEY-END
                 ADD 1 TO WS-SHORT-CNT
               ELSE
                 MOVE UNLOAD-RECORD(WS-RKP + 1:WS-KEYLEN) TO
                      WS-UNLOAD-KEY
               END-IF
               IF WS-UNLOAD-CNT = 1
                 MOVE WS-UNLOAD-KEY TO WS-UNLOAD-LOW
               END-IF
               MOVE WS-UNLOAD-KEY TO WS-UNLOAD-HIGH
           END-READ.

       READ-NEXT-RELOAD.
           READ RELOADDS
             AT END SET WS-RELOAD-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-RELOAD-CNT
               MOVE SPACES TO WS-RELOAD-KEY
               IF WS-RELOAD-LEN < WS-KEY-END
                 ADD 1 TO WS-SHORT-CNT
               ELSE
                 MOVE RELOAD-RECORD(WS-RKP + 1:WS-KEYLEN) TO
                      WS-RELOAD-KEY
               END-IF
               IF WS-RELOAD-CNT = 1
                 MOVE WS-RELOAD-KEY TO WS-RELOAD-LOW
               ELSE
                 IF WS-RELOAD-KEY NOT > WS-PREV-RELOAD-KEY
                   ADD 1 TO WS-SEQUENCE-CNT
                 END-IF
               END-IF
               MOVE WS-RELOAD-KEY TO WS-PREV-RELOAD-KEY
               MOVE WS-RELOAD-KEY TO WS-RELOAD-HIGH
           END-READ.

       LIST-MISMATCH.
           IF WS-LISTED-CNT < WS-LISTED-MAX
             ADD 1 TO WS-LISTED-CNT
             MOVE WS-UNLOAD-CNT TO WS-EDIT-COUNT
             MOVE SPACES TO RGRPT-LINE
             STRING "    RECORD " WS-EDIT-COUNT " DIFFERS - UNLOADED "
                    "KEY " WS-UNLOAD-KEY(1:WS-KEYLEN)
                    DELIMITED BY SIZE INTO RGRPT-LINE
             WRITE RGRPT-LINE
           END-IF.

       WRITE-CHECK-LINE.
           MOVE WS-CHECK-TEXT TO RPT-CHECK-TEXT
           IF WS-CHECK-OK
             MOVE "OK  " TO RPT-CHECK-RESULT
           ELSE
             MOVE "FAIL" TO RPT-CHECK-RESULT
             ADD 1 TO WS-CHECK-FAIL-CNT
           END-IF
           MOVE WS-RPT-CHECK-LINE TO RGRPT-LINE
           WRITE RGRPT-LINE.

       RELEASE-AFTER-VERIFY.
           MOVE 'VERIFIED' TO WS-OUTCOME
           PERFORM WRITE-REORG-LOG
           MOVE 'R' TO WS-LOCK-ACTION
           CALL "IXYLOCK" USING WS-LOCK-PARMS
           EVALUATE WS-LOCK-RESULT
             WHEN '0'
               MOVE SPACES TO RGRPT-LINE
               STRING "  VERIFIED - " DELIMITED BY SIZE
                      WS-LOCK-RESOURCE
                      " RELEASED. THE DATASET IS BACK IN SERVICE"
                      DELIMITED BY SIZE INTO RGRPT-LINE
               WRITE RGRPT-LINE
             WHEN 'H'
               MOVE SPACES TO RGRPT-LINE
               STRING "  VERIFIED - BUT " DELIMITED BY SIZE
                      WS-LOCK-RESOURCE
                      " IS HELD BY " WS-LOCK-HOLDER
                      ", NOT THIS UTILITY - LEFT AS IT IS"
                      DELIMITED BY SIZE INTO RGRPT-LINE
               WRITE RGRPT-LINE
               DISPLAY "WARNING : " FUNCTION TRIM(WS-LOCK-RESOURCE)
                       " HELD BY " WS-LOCK-HOLDER " - NOT RELEASED"
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE SPACES TO RGRPT-LINE
               STRING "  VERIFIED - BUT LOCKFIL IS NOT USABLE; "
                      "RELEASE " WS-LOCK-RESOURCE " WITH IXYLCKMN"
                      DELIMITED BY SIZE INTO RGRPT-LINE
               WRITE RGRPT-LINE
               DISPLAY "WARNING : LOCKFIL NOT USABLE - "
                       FUNCTION TRIM(WS-LOCK-RESOURCE)
                       " NOT RELEASED"
               MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       FAIL-VERIFICATION.
      *****************************************************************
      * The interlock stays held: the cluster as it stands is not
      * proven, and no posting run may open it until it is restored
      * from UNLOAD (the DEFINE and the reload REPRO of RGDECK) and
      * verified again.
      *****************************************************************
           MOVE 'FAILED  ' TO WS-OUTCOME
           PERFORM WRITE-REORG-LOG
           MOVE SPACES TO RGRPT-LINE
           STRING "  VERIFICATION FAILED - " DELIMITED BY SIZE
                  WS-LOCK-RESOURCE
                  " KEPT. RESTORE THE CLUSTER FROM UNLOAD AND RERUN "
                  "PARM VERIFY" DELIMITED BY SIZE INTO RGRPT-LINE
           WRITE RGRPT-LINE
           DISPLAY "ERROR : VERIFICATION FAILED - "
                   FUNCTION TRIM(WS-LOCK-RESOURCE) " KEPT"
           MOVE 9877 TO ERRLOG-CODE
           MOVE SPACES TO ERRLOG-MSG
           STRING "IXYVREOR: " DELIMITED BY SIZE
                  WS-DDNAME DELIMITED BY SPACE
                  " REORG VERIFICATION FAILED - LOCK KEPT"
                  DELIMITED BY SIZE INTO ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 12 TO RETURN-CODE.

       WRITE-REORG-LOG.
           MOVE SPACES TO REORG-LOG-RECORD
           MOVE WS-JOB-START-TS(1:21) TO RGL-TIMESTAMP
           MOVE WS-RUN-ID       TO RGL-RUN-ID
           MOVE WS-PHASE        TO RGL-PHASE
           MOVE WS-DDNAME       TO RGL-DDNAME
           MOVE WS-CLUSTER      TO RGL-CLUSTER
           MOVE WS-OUTCOME      TO RGL-OUTCOME
           MOVE WS-BEFORE-CNT   TO RGL-BEFORE
           MOVE WS-UNLOAD-CNT   TO RGL-UNLOADED
           MOVE WS-RELOAD-CNT   TO RGL-RELOADED
           MOVE WS-AFTER-CNT    TO RGL-AFTER
           MOVE WS-MISMATCH-CNT TO RGL-MISMATCHES
           MOVE WS-FREE-CI      TO RGL-FREE-CI
           MOVE WS-FREE-CA      TO RGL-FREE-CA
           OPEN EXTEND RGLOG
           IF WS-RGLOG-STATUS NOT = '00'
             OPEN OUTPUT RGLOG
           END-IF
           IF WS-RGLOG-STATUS = '00'
             WRITE REORG-LOG-RECORD
             CLOSE RGLOG
           ELSE
             DISPLAY "WARNING : RGLOG NOT AVAILABLE, FILE STATUS "
                     WS-RGLOG-STATUS " - " WS-OUTCOME " NOT LOGGED"
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RGRPT-LINE
           WRITE RGRPT-LINE.

       ABANDON-REORG-RUN.
      *****************************************************************
      * A PREPARE that took the interlock and then could not finish
      * lets it go -- nothing has been unloaded yet.
      *****************************************************************
           IF WS-LOCK-ACQUIRED
             MOVE 'R' TO WS-LOCK-ACTION
             CALL "IXYLOCK" USING WS-LOCK-PARMS
             MOVE 'N' TO WS-LOCK-ACQUIRED-SW
           END-IF
           IF WS-RPT-OPEN
             CLOSE RGRPT
           END-IF
           MOVE 9878 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-REORG-SUMMARY
           GOBACK.

       DISPLAY-REORG-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYVREOR JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  PHASE            : " WS-PHASE
           DISPLAY "  DATASET          : " WS-DDNAME
           DISPLAY "  OUTCOME          : " WS-OUTCOME
           DISPLAY "  RECORDS BEFORE   : " WS-BEFORE-CNT
           DISPLAY "  RECORDS UNLOADED : " WS-UNLOAD-CNT
           DISPLAY "  RECORDS RELOADED : " WS-RELOAD-CNT
           DISPLAY "  RECORD MISMATCHES: " WS-MISMATCH-CNT
           DISPLAY "  DECK CARDS       : " WS-DECK-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYVREOR'.
