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
      * MAIN PROGRAM PARTITION-INCREASE IMPACT PLANNER
      ******************************************************************
      * Raising a topic's partition count changes where IXYMURM2
      * places every key -- murmur2 modulo the count -- so a key's
      * messages before the change sit on one partition and after
      * it on another. Consumed while both are live, that breaks
      * per-key ordering and trips IXYCON64's sequence-gap check.
      * IXYSKEWA shows how a count would spread the load; this
      * utility plans the move from one count to another:
      * a. PLNCARDS - keyword in cols 1-8, value from col 10:
      *      CURRENT  n             the topic's partitions today.
      *      PROPOSED n             the count to move to; must be
      *                             larger (Kafka only adds).
      *                             Both 1-256.
      *      TOPIC    name          for the report and the
      *                             checkpoint TOPIC card.
      *      SOURCE   KEYSEQFL|EMPMAST  the key population (default
      *                             KEYSEQFL, falling back to
      *                             EMPMAST when it cannot be read).
      *      STEP     name first last [group]
      *                             one card per parallel consumer
      *                             step, with the partition.range
      *                             it owns today and its group.id.
      *                             No STEP cards means one step that
      *                             is not ranged.
      *    '*' in column 1 is a comment.
      * b. KEYSEQFL - IXYPRD31's per-key sequence counters; each
      *    counter is the key's lifetime message count, so the load
      *    is weighted as IXYSKEWA weights it.
      * c. EMPMAST - the live employees (leavers passed over), one
      *    message each, keyed as IXYPAV31 keys them: company and
      *    employee id, or the bare employee id when no company is
      *    stamped.
      * d. PLANRPT - per partition the keys and load before and after
      *    with the keys moving out and in; the keys that move; each
      *    step's range today and after, marked CHANGE where it
      *    differs; the checkpoint cards each step needs, in
      *    IXYCKMNT's CKCARDS columns; and the drain-then-expand
      *    cutover sequence.
      * Proposed step ranges split the new count evenly across the
      * same number of steps, in partition order, each at most the
      * 128 partitions IXYCON64 will take in one range.
      * RETURN-CODE 4 means the plan was produced with a warning --
      * a proposed partition HOT by IXYSKEWA's rule, or STEP ranges
      * that do not cover today's partitions exactly once; 16 means
      * a bad deck, no keys, or PLANRPT unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPTPLN'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PLNCARDS ASSIGN TO PLNCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT KEYSEQFL ASSIGN TO KEYSEQFL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT PLANRPT ASSIGN TO PLANRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example cards:
      *   TOPIC    EMPLOYEE.EVENTS
      *   CURRENT  6
      *   PROPOSED 12
      *   STEP     CONSA    0 2 EMPGRP
      *   STEP     CONSB    3 5 EMPGRP
         FD PLNCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PLAN-CONTROL-CARD.

         01 PLAN-CONTROL-CARD.
            05 PC-KEYWORD         PIC X(08).
            05 FILLER             PIC X(01).
            05 PC-VALUE           PIC X(71).

      * Record layout as written by WRITE-KEY-SEQUENCE-FILE in
      * IXYPRD31.
         FD KEYSEQFL
           RECORD CONTAINS 265  CHARACTERS
           BLOCK  CONTAINS 2650 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  KEY-SEQUENCE-RECORD.

         01 KEY-SEQUENCE-RECORD.
            05 KEYSEQ-KEY         PIC X(256).
            05 KEYSEQ-SEQ         PIC 9(09).

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

         FD PLANRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PLANRPT-LINE.

         01 PLANRPT-LINE            PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC X(02).
         01 WS-RPT-STATUS       PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * The control deck, as loaded.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.
         01 WS-TOPIC            PIC X(71) VALUE SPACES.
         01 WS-CURRENT-PARTS    PIC S9(9) BINARY VALUE 0.
         01 WS-PROPOSED-PARTS   PIC S9(9) BINARY VALUE 0.
         01 WS-PARTS-MAX        PIC S9(9) BINARY VALUE 256.
         01 WS-SOURCE           PIC X(08) VALUE 'KEYSEQFL'.
             88 WS-SOURCE-KEYSEQ  VALUE 'KEYSEQFL'.
             88 WS-SOURCE-EMPMAST VALUE 'EMPMAST '.
         01 WS-SOURCE-USED      PIC X(08) VALUE SPACES.
         01 WS-CARD-NUM         PIC S9(9) BINARY VALUE 0.

      * The parallel consumer steps -- today's range from the deck,
      * the proposed range worked out by PLAN-STEP-RANGES. Step 0 of
      * an undecked run is the one unranged step.
         01 WS-STEP-MAX         PIC S9(4) BINARY VALUE 20.
         01 WS-STEP-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-STEP-RANGED-SW   PIC X(01) VALUE 'Y'.
             88 WS-STEPS-RANGED VALUE 'Y'.
         01 WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 20 TIMES.
              10 WS-STEP-NAME        PIC X(08).
              10 WS-STEP-GROUP       PIC X(60).
              10 WS-STEP-CUR-FIRST   PIC S9(9) BINARY.
              10 WS-STEP-CUR-LAST    PIC S9(9) BINARY.
              10 WS-STEP-NEW-FIRST   PIC S9(9) BINARY.
              10 WS-STEP-NEW-LAST    PIC S9(9) BINARY.
              10 WS-STEP-NEW-LOAD    PIC S9(18) BINARY.
         01 WS-STEP-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-STEP-OWNER       PIC S9(4) BINARY VALUE 0.
         01 WS-STEP-WORK-NAME   PIC X(08).
         01 WS-STEP-WORK-FIRST  PIC X(09).
         01 WS-STEP-WORK-LAST   PIC X(09).
         01 WS-STEP-WORK-GROUP  PIC X(60).

      * One count per partition of the proposed topic, before and
      * after (before only uses the first CURRENT entries).
         01 WS-PART-TABLE.
            05 WS-PART-ENTRY OCCURS 256 TIMES.
              10 WS-PART-BEFORE-KEYS PIC S9(9) BINARY.
              10 WS-PART-BEFORE-LOAD PIC S9(18) BINARY.
              10 WS-PART-AFTER-KEYS  PIC S9(9) BINARY.
              10 WS-PART-AFTER-LOAD  PIC S9(18) BINARY.
              10 WS-PART-KEYS-OUT    PIC S9(9) BINARY.
              10 WS-PART-KEYS-IN     PIC S9(9) BINARY.
              10 WS-PART-COVER-CNT   PIC S9(4) BINARY.
         01 WS-PART-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-PART-NO          PIC S9(9) BINARY VALUE 0.
         01 WS-BEFORE-PART      PIC S9(9) BINARY VALUE 0.
         01 WS-AFTER-PART       PIC S9(9) BINARY VALUE 0.

      * The key population as it is read.
         01 WS-KEY-WORK         PIC X(256).
         01 WS-KEY-WORK-LEN     PIC S9(9) BINARY VALUE 0.
         01 WS-KEY-WORK-WEIGHT  PIC S9(9) BINARY VALUE 0.
         01 WS-KEY-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-KEY-MOVED-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-LOAD-TOTAL       PIC S9(18) BINARY VALUE 0.
         01 WS-LOAD-MOVED       PIC S9(18) BINARY VALUE 0.
         01 WS-LOAD-AVG         PIC S9(18) BINARY VALUE 0.
         01 WS-HOT-LIMIT        PIC S9(18) BINARY VALUE 0.
         01 WS-HOT-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVER-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-COVER-WARN-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-CHANGE-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-WARN-SW          PIC X(01) VALUE 'N'.
             88 WS-PLAN-WARNED  VALUE 'Y'.

      * Parameter area for the shared murmur2 partitioner.
         01 WS-MURM2-PARMS.
            05 WS-MURM2-CODEPAGE   PIC X(01) VALUE 'E'.
            05 WS-MURM2-KEY-LEN    PIC S9(9) BINARY.
            05 WS-MURM2-KEY        PIC X(256).
            05 WS-MURM2-PARTITIONS PIC S9(9) BINARY.
            05 WS-MURM2-PARTITION  PIC S9(9) BINARY.

      * A checkpoint card as IXYCKMNT reads it from CKCARDS, printed
      * behind the report's indent.
         01 WS-CKCARD.
            05 WS-CKC-VERB         PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WS-CKC-GROUP-ID     PIC X(60).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WS-CKC-PARTITION    PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WS-CKC-OFFSET       PIC 9(18).
         01 WS-CKCARD-TOPIC REDEFINES WS-CKCARD.
            05 FILLER              PIC X(07).
            05 WS-CKC-TOPIC-NAME   PIC X(89).

         01 WS-PART-D           PIC ZZZ9.
         01 WS-PART2-D          PIC ZZZ9.
         01 WS-CNT-D            PIC ZZZ,ZZZ,ZZ9.
         01 WS-CNT2-D           PIC ZZZ,ZZZ,ZZ9.
         01 WS-LOAD-D           PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-LOAD2-D          PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-PCT-D            PIC ZZ9.
         01 WS-STEP-MARK        PIC X(08).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "PARTITION-INCREASE IMPACT PLANNER"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-PLAN-CARDS
           IF WS-DECK-BAD
             DISPLAY "ERROR : PLNCARDS CONTROL DECK IS UNUSABLE"
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-PLANNER-SUMMARY
             GOBACK
           END-IF

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-PARTS-MAX
             INITIALIZE WS-PART-ENTRY(WS-PART-IDX)
           END-PERFORM
           PERFORM CHECK-CURRENT-COVERAGE

           IF WS-SOURCE-KEYSEQ
             PERFORM PLACE-KEYSEQFL-KEYS
           END-IF
           IF WS-SOURCE-USED = SPACES
             PERFORM PLACE-EMPMAST-KEYS
           END-IF
           IF WS-KEY-CNT = 0
             DISPLAY "ERROR : NO KEYS FOUND - NOTHING TO PLAN"
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-PLANNER-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT PLANRPT
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY "ERROR : PLANRPT NOT AVAILABLE, FILE STATUS "
                     WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-PLANNER-SUMMARY
             GOBACK
           END-IF
           PERFORM WRITE-PLAN-HEADING
           PERFORM WRITE-PARTITION-LOAD
           PERFORM WRITE-MOVED-KEYS
           PERFORM PLAN-STEP-RANGES
           PERFORM WRITE-STEP-RANGES
           PERFORM WRITE-CHECKPOINT-ACTIONS
           PERFORM WRITE-CUTOVER-SEQUENCE
           CLOSE PLANRPT

           IF WS-PLAN-WARNED
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-PLANNER-SUMMARY
           GOBACK
           .

       READ-PLAN-CARDS.
      *****************************************************************
      * CURRENT and PROPOSED are required; every card must read as
      * written.
      *****************************************************************
           OPEN INPUT PLNCARDS
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "ERROR : PLNCARDS NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
             SET WS-DECK-BAD TO TRUE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ PLNCARDS
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF PLAN-CONTROL-CARD(1:1) NOT = '*' AND
                    PLAN-CONTROL-CARD NOT = SPACES
                   DISPLAY "PLNCARDS : " PLAN-CONTROL-CARD
                   PERFORM LOAD-PLAN-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE PLNCARDS
           END-IF

           IF NOT WS-DECK-BAD
             IF WS-CURRENT-PARTS = 0 OR WS-PROPOSED-PARTS = 0
               DISPLAY "ERROR : CURRENT AND PROPOSED CARDS REQUIRED"
               SET WS-DECK-BAD TO TRUE
             ELSE
               IF WS-PROPOSED-PARTS NOT > WS-CURRENT-PARTS
                 DISPLAY "ERROR : PROPOSED MUST BE MORE THAN CURRENT"
                         " - PARTITIONS CAN ONLY BE ADDED"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             END-IF
           END-IF

      * No STEP cards: one consumer step, not ranged, that owns the
      * whole topic before and after.
           IF WS-STEP-CNT = 0 AND NOT WS-DECK-BAD
             MOVE 'N' TO WS-STEP-RANGED-SW
             MOVE 1 TO WS-STEP-CNT
             MOVE '(SINGLE)' TO WS-STEP-NAME(1)
             MOVE SPACES TO WS-STEP-GROUP(1)
             MOVE 0 TO WS-STEP-CUR-FIRST(1)
             COMPUTE WS-STEP-CUR-LAST(1) = WS-CURRENT-PARTS - 1
           END-IF

           DISPLAY "CURRENT PARTITIONS  : " WS-CURRENT-PARTS
           DISPLAY "PROPOSED PARTITIONS : " WS-PROPOSED-PARTS
           DISPLAY "CONSUMER STEPS      : " WS-STEP-CNT.

       LOAD-PLAN-CARD.
           EVALUATE PC-KEYWORD
             WHEN 'CURRENT '
               PERFORM EDIT-PARTITION-COUNT
               MOVE WS-CARD-NUM TO WS-CURRENT-PARTS
             WHEN 'PROPOSED'
               PERFORM EDIT-PARTITION-COUNT
               MOVE WS-CARD-NUM TO WS-PROPOSED-PARTS
             WHEN 'TOPIC   '
               MOVE FUNCTION TRIM(PC-VALUE) TO WS-TOPIC
             WHEN 'SOURCE  '
               MOVE FUNCTION TRIM(PC-VALUE) TO WS-SOURCE
               IF NOT WS-SOURCE-KEYSEQ AND NOT WS-SOURCE-EMPMAST
                 DISPLAY "ERROR : SOURCE MUST BE KEYSEQFL OR EMPMAST"
                 SET WS-DECK-BAD TO TRUE
               END-IF
             WHEN 'STEP    '
               PERFORM LOAD-STEP-CARD
             WHEN OTHER
               DISPLAY "ERROR : UNKNOWN PLNCARDS KEYWORD '"
                       PC-KEYWORD "'"
               SET WS-DECK-BAD TO TRUE
           END-EVALUATE.

       EDIT-PARTITION-COUNT.
           MOVE 0 TO WS-CARD-NUM
           IF FUNCTION TEST-NUMVAL(PC-VALUE) = 0
             COMPUTE WS-CARD-NUM = FUNCTION NUMVAL(PC-VALUE)
           END-IF
           IF WS-CARD-NUM < 1 OR WS-CARD-NUM > WS-PARTS-MAX
             DISPLAY "ERROR : PARTITION COUNT MUST BE 1 TO "
                     WS-PARTS-MAX
             SET WS-DECK-BAD TO TRUE
             MOVE 0 TO WS-CARD-NUM
           END-IF.

       LOAD-STEP-CARD.
           MOVE SPACES TO WS-STEP-WORK-NAME WS-STEP-WORK-FIRST
                          WS-STEP-WORK-LAST WS-STEP-WORK-GROUP
           UNSTRING PC-VALUE DELIMITED BY ALL SPACE
               INTO WS-STEP-WORK-NAME WS-STEP-WORK-FIRST
                    WS-STEP-WORK-LAST WS-STEP-WORK-GROUP
           END-UNSTRING
           IF WS-STEP-CNT >= WS-STEP-MAX
             DISPLAY "ERROR : MORE THAN " WS-STEP-MAX " STEP CARDS"
             SET WS-DECK-BAD TO TRUE
           ELSE
           IF WS-STEP-WORK-NAME = SPACES OR
              FUNCTION TEST-NUMVAL(WS-STEP-WORK-FIRST) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-STEP-WORK-LAST) NOT = 0
             DISPLAY "ERROR : STEP CARD NEEDS NAME, FIRST AND LAST "
                     "PARTITION"
             SET WS-DECK-BAD TO TRUE
           ELSE
             ADD 1 TO WS-STEP-CNT
             MOVE WS-STEP-WORK-NAME  TO WS-STEP-NAME(WS-STEP-CNT)
             MOVE WS-STEP-WORK-GROUP TO WS-STEP-GROUP(WS-STEP-CNT)
             COMPUTE WS-STEP-CUR-FIRST(WS-STEP-CNT) =
                     FUNCTION NUMVAL(WS-STEP-WORK-FIRST)
             COMPUTE WS-STEP-CUR-LAST(WS-STEP-CNT) =
                     FUNCTION NUMVAL(WS-STEP-WORK-LAST)
             IF WS-STEP-CUR-FIRST(WS-STEP-CNT) >
                WS-STEP-CUR-LAST(WS-STEP-CNT)
               DISPLAY "ERROR : STEP " WS-STEP-WORK-NAME
                       " FIRST PARTITION IS AFTER ITS LAST"
               SET WS-DECK-BAD TO TRUE
             END-IF
           END-IF
           END-IF.

       CHECK-CURRENT-COVERAGE.
      *****************************************************************
      * Today's ranges should own each current partition exactly
      * once; a gap or an overlap is already wrong before any
      * change, and is reported so the plan is not built on it.
      *****************************************************************
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-CNT
             PERFORM VARYING WS-PART-NO
                     FROM WS-STEP-CUR-FIRST(WS-STEP-IDX) BY 1
                     UNTIL WS-PART-NO > WS-STEP-CUR-LAST(WS-STEP-IDX)
                        OR WS-PART-NO >= WS-PARTS-MAX
               IF WS-PART-NO >= WS-CURRENT-PARTS
                 ADD 1 TO WS-COVER-WARN-CNT
               ELSE
                 ADD 1 TO WS-PART-COVER-CNT(WS-PART-NO + 1)
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-CURRENT-PARTS
             IF WS-PART-COVER-CNT(WS-PART-IDX) NOT = 1
               ADD 1 TO WS-COVER-WARN-CNT
             END-IF
           END-PERFORM
           IF WS-COVER-WARN-CNT > 0
             SET WS-PLAN-WARNED TO TRUE
           END-IF.

       PLACE-KEYSEQFL-KEYS.
      *****************************************************************
      * Each KEYSEQFL counter is the number of messages its key has
      * carried -- the same weights IXYSKEWA uses.
      *****************************************************************
           OPEN INPUT KEYSEQFL
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "KEYSEQFL NOT AVAILABLE - EMPMAST USED INSTEAD"
           ELSE
             MOVE 'KEYSEQFL' TO WS-SOURCE-USED
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ KEYSEQFL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF KEYSEQ-KEY NOT = SPACES AND KEYSEQ-SEQ IS NUMERIC
                   MOVE KEYSEQ-KEY TO WS-KEY-WORK
                   COMPUTE WS-KEY-WORK-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(KEYSEQ-KEY TRAILING))
                   MOVE KEYSEQ-SEQ TO WS-KEY-WORK-WEIGHT
                   PERFORM PLACE-ONE-KEY
                 END-IF
               END-READ
             END-PERFORM
             CLOSE KEYSEQFL
           END-IF.

       PLACE-EMPMAST-KEYS.
      *****************************************************************
      * The live employee population, one message per employee,
      * keyed exactly as IXYPAV31 keys the employee topic.
      *****************************************************************
           OPEN INPUT EMPMAST
           IF WS-FILE-STATUS NOT = '00'
             DISPLAY "EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-FILE-STATUS
           ELSE
             MOVE 'EMPMAST ' TO WS-SOURCE-USED
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ EMPMAST
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF EMPMAST-TERMINATED
                   ADD 1 TO WS-LEAVER-CNT
                 ELSE
                   MOVE SPACES TO WS-KEY-WORK
                   IF EMPMAST-COMPANY = SPACES
                     MOVE EMPMAST-EMPLOYEE-ID TO WS-KEY-WORK(1:9)
                     MOVE 9 TO WS-KEY-WORK-LEN
                   ELSE
                     MOVE EMPMAST-KEY TO WS-KEY-WORK(1:12)
                     MOVE 12 TO WS-KEY-WORK-LEN
                   END-IF
                   MOVE 1 TO WS-KEY-WORK-WEIGHT
                   PERFORM PLACE-ONE-KEY
                 END-IF
               END-READ
             END-PERFORM
             CLOSE EMPMAST
           END-IF.

       PLACE-ONE-KEY.
      *****************************************************************
      * The key through IXYMURM2 at both counts. Where the two
      * differ, the key's messages change partition at the cutover.
      *****************************************************************
           ADD 1 TO WS-KEY-CNT
           ADD WS-KEY-WORK-WEIGHT TO WS-LOAD-TOTAL
           MOVE WS-KEY-WORK     TO WS-MURM2-KEY
           MOVE WS-KEY-WORK-LEN TO WS-MURM2-KEY-LEN
           MOVE WS-CURRENT-PARTS TO WS-MURM2-PARTITIONS
           CALL "IXYMURM2" USING WS-MURM2-PARMS
           MOVE WS-MURM2-PARTITION TO WS-BEFORE-PART
           MOVE WS-PROPOSED-PARTS TO WS-MURM2-PARTITIONS
           CALL "IXYMURM2" USING WS-MURM2-PARMS
           MOVE WS-MURM2-PARTITION TO WS-AFTER-PART

           ADD 1 TO WS-PART-BEFORE-KEYS(WS-BEFORE-PART + 1)
           ADD WS-KEY-WORK-WEIGHT TO
               WS-PART-BEFORE-LOAD(WS-BEFORE-PART + 1)
           ADD 1 TO WS-PART-AFTER-KEYS(WS-AFTER-PART + 1)
           ADD WS-KEY-WORK-WEIGHT TO
               WS-PART-AFTER-LOAD(WS-AFTER-PART + 1)

           IF WS-AFTER-PART NOT = WS-BEFORE-PART
             ADD 1 TO WS-KEY-MOVED-CNT
             ADD WS-KEY-WORK-WEIGHT TO WS-LOAD-MOVED
             ADD 1 TO WS-PART-KEYS-OUT(WS-BEFORE-PART + 1)
             ADD 1 TO WS-PART-KEYS-IN(WS-AFTER-PART + 1)
           END-IF.

       WRITE-PLAN-HEADING.
           MOVE SPACES TO PLANRPT-LINE
           STRING "PARTITION-INCREASE IMPACT PLAN AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE WS-CURRENT-PARTS TO WS-PART-D
           MOVE WS-PROPOSED-PARTS TO WS-PART2-D
           MOVE SPACES TO PLANRPT-LINE
           STRING "  TOPIC " WS-TOPIC(1:60) " FROM "
                  FUNCTION TRIM(WS-PART-D) " TO "
                  FUNCTION TRIM(WS-PART2-D) " PARTITIONS, KEYS FROM "
                  WS-SOURCE-USED
                  DELIMITED BY SIZE INTO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE ALL "-" TO PLANRPT-LINE
           WRITE PLANRPT-LINE.

       WRITE-PARTITION-LOAD.
      *****************************************************************
      * IXYSKEWA's per-partition view at both counts side by side,
      * with the HOT rule applied to the proposed count.
      *****************************************************************
           COMPUTE WS-LOAD-AVG = WS-LOAD-TOTAL / WS-PROPOSED-PARTS
           COMPUTE WS-HOT-LIMIT = WS-LOAD-AVG + WS-LOAD-AVG / 2
           MOVE SPACES TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE "  PART    KEYS BEFORE    LOAD BEFORE     KEYS AFTER  "
                TO PLANRPT-LINE
           MOVE "    LOAD AFTER   KEYS OUT    KEYS IN" TO
                PLANRPT-LINE(54:)
           WRITE PLANRPT-LINE
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-PROPOSED-PARTS
             COMPUTE WS-PART-D = WS-PART-IDX - 1
             MOVE SPACES TO PLANRPT-LINE
             MOVE WS-PART-D TO PLANRPT-LINE(3:4)
             IF WS-PART-IDX <= WS-CURRENT-PARTS
               MOVE WS-PART-BEFORE-KEYS(WS-PART-IDX) TO WS-CNT-D
               MOVE WS-PART-BEFORE-LOAD(WS-PART-IDX) TO WS-LOAD-D
               MOVE WS-CNT-D  TO PLANRPT-LINE(8:11)
               MOVE WS-LOAD-D TO PLANRPT-LINE(20:15)
             ELSE
               MOVE "(NEW)" TO PLANRPT-LINE(14:5)
             END-IF
             MOVE WS-PART-AFTER-KEYS(WS-PART-IDX) TO WS-CNT-D
             MOVE WS-PART-AFTER-LOAD(WS-PART-IDX) TO WS-LOAD-D
             MOVE WS-CNT-D  TO PLANRPT-LINE(38:11)
             MOVE WS-LOAD-D TO PLANRPT-LINE(51:15)
             MOVE WS-PART-KEYS-OUT(WS-PART-IDX) TO WS-CNT-D
             MOVE WS-CNT-D  TO PLANRPT-LINE(67:11)
             MOVE WS-PART-KEYS-IN(WS-PART-IDX) TO WS-CNT-D
             MOVE WS-CNT-D  TO PLANRPT-LINE(79:11)
             IF WS-PART-AFTER-LOAD(WS-PART-IDX) > WS-HOT-LIMIT
               ADD 1 TO WS-HOT-CNT
               MOVE "*** HOT ***" TO PLANRPT-LINE(92:11)
             END-IF
             WRITE PLANRPT-LINE
           END-PERFORM
           IF WS-HOT-CNT > 0
             SET WS-PLAN-WARNED TO TRUE
           END-IF

           MOVE WS-LOAD-AVG TO WS-LOAD-D
           MOVE SPACES TO PLANRPT-LINE
           STRING "  EVEN SHARE AFTER : " FUNCTION TRIM(WS-LOAD-D)
                  DELIMITED BY SIZE INTO PLANRPT-LINE
           WRITE PLANRPT-LINE.

       WRITE-MOVED-KEYS.
      *****************************************************************
      * How much of the population changes partition -- every one of
      * these keys is an ordering hazard if both placements are
      * consumed at once.
      *****************************************************************
           MOVE SPACES TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE WS-KEY-MOVED-CNT TO WS-CNT-D
           MOVE WS-KEY-CNT TO WS-CNT2-D
           COMPUTE WS-PCT-D ROUNDED =
                   WS-KEY-MOVED-CNT * 100 / WS-KEY-CNT
           MOVE SPACES TO PLANRPT-LINE
           STRING "  KEYS THAT MOVE PARTITION : "
                  FUNCTION TRIM(WS-CNT-D) " OF "
                  FUNCTION TRIM(WS-CNT2-D) " ("
                  FUNCTION TRIM(WS-PCT-D) "%)"
                  DELIMITED BY SIZE INTO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE WS-LOAD-MOVED TO WS-LOAD-D
           MOVE WS-LOAD-TOTAL TO WS-LOAD2-D
           MOVE 0 TO WS-PCT-D
           IF WS-LOAD-TOTAL > 0
             COMPUTE WS-PCT-D ROUNDED =
                     WS-LOAD-MOVED * 100 / WS-LOAD-TOTAL
           END-IF
           MOVE SPACES TO PLANRPT-LINE
           STRING "  LOAD THAT MOVES PARTITION : "
                  FUNCTION TRIM(WS-LOAD-D) " OF "
                  FUNCTION TRIM(WS-LOAD2-D) " ("
                  FUNCTION TRIM(WS-PCT-D) "%)"
                  DELIMITED BY SIZE INTO PLANRPT-LINE
           WRITE PLANRPT-LINE.

       PLAN-STEP-RANGES.
      *****************************************************************
      * The new count split evenly across the same steps, in
      * partition order; the load each step will carry comes from
      * the proposed placement.
      *****************************************************************
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-CNT
             COMPUTE WS-STEP-NEW-FIRST(WS-STEP-IDX) =
                     ((WS-STEP-IDX - 1) * WS-PROPOSED-PARTS)
                     / WS-STEP-CNT
             COMPUTE WS-STEP-NEW-LAST(WS-STEP-IDX) =
                     (WS-STEP-IDX * WS-PROPOSED-PARTS)
                     / WS-STEP-CNT - 1
             MOVE 0 TO WS-STEP-NEW-LOAD(WS-STEP-IDX)
             PERFORM VARYING WS-PART-NO
                     FROM WS-STEP-NEW-FIRST(WS-STEP-IDX) BY 1
                     UNTIL WS-PART-NO > WS-STEP-NEW-LAST(WS-STEP-IDX)
               ADD WS-PART-AFTER-LOAD(WS-PART-NO + 1) TO
                   WS-STEP-NEW-LOAD(WS-STEP-IDX)
             END-PERFORM
             IF WS-STEP-NEW-LAST(WS-STEP-IDX) -
                WS-STEP-NEW-FIRST(WS-STEP-IDX) + 1 > 128
               DISPLAY "WARNING : STEP " WS-STEP-NAME(WS-STEP-IDX)
                       " WOULD OWN MORE THAN 128 PARTITIONS - ADD "
                       "STEPS"
               SET WS-PLAN-WARNED TO TRUE
             END-IF
           END-PERFORM.

       WRITE-STEP-RANGES.
           MOVE SPACES TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           IF WS-STEPS-RANGED
             MOVE "  CONSUMER STEP RANGES (PARTITION.RANGE.START/END)"
                  TO PLANRPT-LINE
           ELSE
             MOVE "  CONSUMER STEP - ONE STEP, NOT RANGED; NO RANGE "
                  TO PLANRPT-LINE
             MOVE "KEYS TO CHANGE" TO PLANRPT-LINE(50:)
           END-IF
           WRITE PLANRPT-LINE
           MOVE "    STEP       TODAY       AFTER      LOAD AFTER"
                TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-CNT
             IF WS-STEPS-RANGED AND
                (WS-STEP-NEW-FIRST(WS-STEP-IDX) NOT =
                 WS-STEP-CUR-FIRST(WS-STEP-IDX) OR
                 WS-STEP-NEW-LAST(WS-STEP-IDX) NOT =
                 WS-STEP-CUR-LAST(WS-STEP-IDX))
               MOVE "CHANGE" TO WS-STEP-MARK
               ADD 1 TO WS-CHANGE-CNT
             ELSE
               MOVE SPACES TO WS-STEP-MARK
             END-IF
             MOVE SPACES TO PLANRPT-LINE
             MOVE WS-STEP-NAME(WS-STEP-IDX) TO PLANRPT-LINE(5:8)
             MOVE WS-STEP-CUR-FIRST(WS-STEP-IDX) TO WS-PART-D
             MOVE WS-STEP-CUR-LAST(WS-STEP-IDX) TO WS-PART2-D
             STRING WS-PART-D "-" WS-PART2-D
                    DELIMITED BY SIZE INTO PLANRPT-LINE(15:9)
             MOVE WS-STEP-NEW-FIRST(WS-STEP-IDX) TO WS-PART-D
             MOVE WS-STEP-NEW-LAST(WS-STEP-IDX) TO WS-PART2-D
             STRING WS-PART-D "-" WS-PART2-D
                    DELIMITED BY SIZE INTO PLANRPT-LINE(27:9)
             MOVE WS-STEP-NEW-LOAD(WS-STEP-IDX) TO WS-LOAD-D
             MOVE WS-LOAD-D TO PLANRPT-LINE(37:15)
             MOVE WS-STEP-MARK TO PLANRPT-LINE(54:8)
             WRITE PLANRPT-LINE
           END-PERFORM
           IF WS-COVER-WARN-CNT > 0
             MOVE "    WARNING : TODAY'S STEP RANGES DO NOT COVER EACH "
                  TO PLANRPT-LINE
             MOVE "CURRENT PARTITION EXACTLY ONCE - CORRECT THE STEP "
                  TO PLANRPT-LINE(53:)
             MOVE "CARDS" TO PLANRPT-LINE(103:)
             WRITE PLANRPT-LINE
           END-IF.

       WRITE-CHECKPOINT-ACTIONS.
      *****************************************************************
      * A restarted IXYCON64 step manually assigns exactly what its
      * CHKPTFIL holds, so each step's checkpoint must be made to
      * match its new range before it runs again: partitions that
      * leave the range are deleted, brand-new partitions start at
      * offset 0 (they are empty at the cutover), and a current
      * partition arriving from another step takes the offset that
      * step drained it to. The cards are in IXYCKMNT's CKCARDS
      * columns, one deck per step's CHKPTFIL.
      *****************************************************************
           MOVE SPACES TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE "  CHECKPOINT ACTIONS (IXYCKMNT CKCARDS, ONE DECK PER "
                TO PLANRPT-LINE
           MOVE "STEP'S CHKPTFIL)" TO PLANRPT-LINE(54:)
           WRITE PLANRPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-CNT
             MOVE SPACES TO PLANRPT-LINE
             STRING "    STEP " WS-STEP-NAME(WS-STEP-IDX) " :"
                    DELIMITED BY SIZE INTO PLANRPT-LINE
             WRITE PLANRPT-LINE
             MOVE SPACES TO WS-CKCARD
             MOVE "TOPIC " TO WS-CKC-VERB
             MOVE WS-TOPIC TO WS-CKC-TOPIC-NAME
             PERFORM WRITE-CHECKPOINT-CARD

             PERFORM VARYING WS-PART-NO
                     FROM WS-STEP-CUR-FIRST(WS-STEP-IDX) BY 1
                     UNTIL WS-PART-NO > WS-STEP-CUR-LAST(WS-STEP-IDX)
               IF WS-PART-NO < WS-STEP-NEW-FIRST(WS-STEP-IDX) OR
                  WS-PART-NO > WS-STEP-NEW-LAST(WS-STEP-IDX)
                 MOVE "DELETE" TO WS-CKC-VERB
                 MOVE WS-STEP-GROUP(WS-STEP-IDX) TO WS-CKC-GROUP-ID
                 MOVE WS-PART-NO TO WS-CKC-PARTITION
                 MOVE 0 TO WS-CKC-OFFSET
                 PERFORM WRITE-CHECKPOINT-CARD
               END-IF
             END-PERFORM

             PERFORM VARYING WS-PART-NO
                     FROM WS-STEP-NEW-FIRST(WS-STEP-IDX) BY 1
                     UNTIL WS-PART-NO > WS-STEP-NEW-LAST(WS-STEP-IDX)
               IF WS-PART-NO < WS-STEP-CUR-FIRST(WS-STEP-IDX) OR
                  WS-PART-NO > WS-STEP-CUR-LAST(WS-STEP-IDX)
                 MOVE "SET   " TO WS-CKC-VERB
                 MOVE WS-STEP-GROUP(WS-STEP-IDX) TO WS-CKC-GROUP-ID
                 MOVE WS-PART-NO TO WS-CKC-PARTITION
                 MOVE 0 TO WS-CKC-OFFSET
                 PERFORM WRITE-CHECKPOINT-CARD
                 IF WS-PART-NO < WS-CURRENT-PARTS
                   PERFORM FIND-CURRENT-OWNER
                   MOVE SPACES TO PLANRPT-LINE
                   STRING "        ^ OFFSET: WHERE STEP "
                          WS-STEP-NAME(WS-STEP-OWNER)
                          " DRAINED THIS PARTITION (IXYCKMNT LIST OF "
                          "ITS CHKPTFIL)"
                          DELIMITED BY SIZE INTO PLANRPT-LINE
                   WRITE PLANRPT-LINE
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM.

       FIND-CURRENT-OWNER.
           MOVE 1 TO WS-STEP-OWNER
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-STEP-CNT
             IF WS-PART-NO >= WS-STEP-CUR-FIRST(WS-PART-IDX) AND
                WS-PART-NO <= WS-STEP-CUR-LAST(WS-PART-IDX)
               MOVE WS-PART-IDX TO WS-STEP-OWNER
             END-IF
           END-PERFORM.

       WRITE-CHECKPOINT-CARD.
           MOVE SPACES TO PLANRPT-LINE
           MOVE WS-CKCARD TO PLANRPT-LINE(7:96)
           WRITE PLANRPT-LINE.

       WRITE-CUTOVER-SEQUENCE.
      *****************************************************************
      * Drain, then expand: nothing placed by the old count may still
      * be unread when the first message placed by the new count is
      * produced, or a moved key is consumed out of order.
      *****************************************************************
           MOVE SPACES TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE "  CUTOVER SEQUENCE (DRAIN, THEN EXPAND)" TO
                PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE "    1. HOLD EVERY PRODUCER OF THE TOPIC (IXYPRD31, "
                TO PLANRPT-LINE
           MOVE "IXYPAV31 AND ANY JAVA PRODUCER) SO NOTHING MORE IS "
                TO PLANRPT-LINE(52:)
           MOVE "PLACED" TO PLANRPT-LINE(103:)
           WRITE PLANRPT-LINE
           MOVE "       BY THE OLD COUNT." TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE "    2. RUN EVERY CONSUMER STEP TO THE END OF THE "
                TO PLANRPT-LINE
           MOVE "TOPIC; CONFIRM ZERO LAG FOR EVERY GROUP WITH "
                TO PLANRPT-LINE(50:)
           MOVE "IXYOFDIV." TO PLANRPT-LINE(95:)
           WRITE PLANRPT-LINE
           MOVE "    3. BACK UP EACH STEP'S CHKPTFIL, THEN HAVE THE "
                TO PLANRPT-LINE
           MOVE "PLATFORM OPERATOR RAISE THE PARTITION COUNT (THE "
                TO PLANRPT-LINE(52:)
           MOVE "CLIENT" TO PLANRPT-LINE(101:)
           WRITE PLANRPT-LINE
           MOVE "       SDK HAS NO ADMIN CALL - SEE IXYTPROV)."
                TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           IF WS-CHANGE-CNT > 0
             MOVE "    4. SET PARTITION.RANGE.START/END IN THE "
                  TO PLANRPT-LINE
             MOVE "CONFFILE OF EACH STEP MARKED CHANGE ABOVE."
                  TO PLANRPT-LINE(45:)
           ELSE
             MOVE "    4. NO STEP'S PARTITION.RANGE KEYS CHANGE."
                  TO PLANRPT-LINE
           END-IF
           WRITE PLANRPT-LINE
           MOVE "    5. APPLY EACH STEP'S CHECKPOINT ACTIONS ABOVE "
                TO PLANRPT-LINE
           MOVE "WITH IXYCKMNT (REPAIR GRANT AND APPROVER), REVIEW "
                TO PLANRPT-LINE(51:)
           MOVE "CHKPTOUT," TO PLANRPT-LINE(101:)
           WRITE PLANRPT-LINE
           MOVE "       COPY IT BACK OVER CHKPTFIL." TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE "    6. RELEASE THE PRODUCERS WITH THE NEW COUNT. "
                TO PLANRPT-LINE
           MOVE "KEYSEQFL IS KEPT: A MOVED KEY'S SEQUENCE CONTINUES "
                TO PLANRPT-LINE(50:)
           MOVE "ON ITS NEW" TO PLANRPT-LINE(101:)
           WRITE PLANRPT-LINE
           MOVE "       PARTITION, READ BY ONE STEP, SO THE "
                TO PLANRPT-LINE
           MOVE "SEQUENCE-GAP CHECK SEES NO GAP." TO PLANRPT-LINE(44:)
           WRITE PLANRPT-LINE
           MOVE "    7. RESTART THE CONSUMER STEPS, THEN RERUN "
                TO PLANRPT-LINE
           MOVE "IXYSKEWA WITH THE NEW COUNT TO CONFIRM THE LIVE "
                TO PLANRPT-LINE(47:)
           MOVE "SPREAD." TO PLANRPT-LINE(95:)
           WRITE PLANRPT-LINE.

       DISPLAY-PLANNER-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYPTPLN JOB SUMMARY"
           DISPLAY "  JOB START       : " WS-JOB-START-TS
           DISPLAY "  JOB END         : " WS-JOB-END-TS
           DISPLAY "  KEY SOURCE      : " WS-SOURCE-USED
           DISPLAY "  KEYS PLACED     : " WS-KEY-CNT
           DISPLAY "  LEAVERS SKIPPED : " WS-LEAVER-CNT
           DISPLAY "  KEYS MOVING     : " WS-KEY-MOVED-CNT
           DISPLAY "  HOT PARTITIONS  : " WS-HOT-CNT
           DISPLAY "  STEPS CHANGING  : " WS-CHANGE-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYPTPLN'.
