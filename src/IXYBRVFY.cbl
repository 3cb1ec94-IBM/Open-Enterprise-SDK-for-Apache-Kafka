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
      * MAIN PROGRAM REPLICATED-TOPIC VERIFICATION
      ******************************************************************
      * IXYBRDG copies a topic to a second cluster and its BCHKPT says
      * how far it got, but nothing proves the standby copy matches
      * the source -- and that proof is wanted before the standby is
      * relied on in a failover. This job reads a partition range of
      * the source topic and the same partitions of the target topic,
      * each from the beginning, and compares them partition by
      * partition:
      * a. SRCCONF / TGTCONF - the bridge's own KEY=VALUE decks for
      *    the two clusters (ENC(...) values unmasked via IXYCRYPT).
      *    group.id and enable.auto.commit are overridden -- the job
      *    reads under its own group IXYBRVFY and never commits, so
      *    the bridge's position is left alone; checkpoint.interval
      *    is dropped.
      * b. TOPICFIL - record 1 the source topic, record 2 the target,
      *    exactly as IXYBRDG reads it.
      * c. VRFCARD - optional control deck, fixed columns:
      *        cols 1-8   keyword
      *        cols 10-18 value
      *      PARTFROM n  first partition to verify (default 0)
      *      PARTTO   n  last partition to verify (default PARTFROM)
      *      SAMPLE   n  verify 1 message in n (default 1, every one)
      *    '*' in column 1 is a comment. At most 128 partitions per
      *    run; a larger topic is verified in several partition
      *    ranges.
      * d. BRVRPT - the exceptions and a per-partition summary.
      * Each message is identified by its key and the in-band
      * header's correlation id (the first 40 payload bytes); a
      * message too short to carry a header is identified by its
      * key and payload. Keys and payloads are compared as content
      * hashes (the byte-sum modulo 999999999, the EVENTFIL trailer
      * arithmetic) over the wire bytes, which IXYBRDG passes through
      * untouched. Every target message is tied to the first untied
      * source message of the same identity in its partition:
      *     MISSING   - a source message with no target copy
      *     EXTRA     - a target message with no source original (a
      *                 duplicate re-bridged after a restart shows
      *                 here too)
      *     REORDERED - tied, but ahead of a source message that
      *                 preceded it
      *     ALTERED   - tied, but the payload hash differs
      * Both sides should have the same partition count -- IXYBRDG
      * produces keyed messages through the default partitioner, so
      * a key lands in the same partition only when the counts agree.
      * Messages already gone from the source by retention, or
      * produced to the target by anything but the bridge, show as
      * EXTRA or MISSING; the offsets on each line are what
      * IXYTPEEK needs to look at them.
      * The sampling mode exists for topics too large to hold in one
      * run: the sample is chosen from each message's identity hash,
      * so both clusters keep the same 1 in n and the comparison of
      * the sample stays exact; only the messages outside it are not
      * looked at.
      *
      * RETURN-CODE 0  - every verified partition matches.
      * RETURN-CODE 8  - differences found (see BRVRPT).
      * RETURN-CODE 16 - setup or consume failure, or more source
      *                  messages than the verify table holds (raise
      *                  SAMPLE or narrow the partition range).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYBRVFY'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SRCCONF ASSIGN TO SRCCONF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT TGTCONF ASSIGN TO TGTCONF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT TOPICFIL ASSIGN TO TOPICFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT VRFCARD ASSIGN TO VRFCARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-VRFCARD-STATUS.

           SELECT BRVRPT ASSIGN TO BRVRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-BRVRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD SRCCONF
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SOURCE-CONFIG-FILE.

         01 SOURCE-CONFIG-FILE.
            05 SOURCE-CONFIG-REC  PIC X(2049).

         FD TGTCONF
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TARGET-CONFIG-FILE.

         01 TARGET-CONFIG-FILE.
            05 TARGET-CONFIG-REC  PIC X(2049).

         FD TOPICFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TOPIC-DATA.

         01 TOPIC-DATA.
            05 TOPIC-DATA-REC     PIC X(2049).

         FD VRFCARD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  VRF-CONTROL-CARD.

         01 VRF-CONTROL-CARD.
            05 VRC-KEYWORD        PIC X(08).
            05 FILLER             PIC X(01).
            05 VRC-VALUE          PIC X(09).
            05 FILLER             PIC X(62).

         FD BRVRPT
           RECORD CONTAINS 132  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  BRVRPT-LINE.

         01 BRVRPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
         01 PART-LIST-SIZE      PIC S9(09) BINARY VALUE 1.
         01 PART-VAL            PIC S9(9)  BINARY VALUE -1.
         01 MSGFLGS-VAL         PIC X(01)  VALUE X'02'.
         01 TIMEOUT-MS          PIC S9(9)  BINARY VALUE 8000.
         01 WS-DISPLAY-ERR      PIC S9(9) SIGN IS LEADING SEPARATE.
      * The job's own return code -- CALLs reset RETURN-CODE.
         01 WS-RETURN-CODE      PIC S9(4) BINARY VALUE 0.

         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-VRFCARD-STATUS   PIC X(02).
         01 WS-BRVRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-END-READ         PIC X(01) VALUE 'N'.

      * Config parse work fields, shared by both deck readers.
         01 WS-CNT              PIC S9(9) BINARY VALUE 0.
         01 WS-PARMLEN          PIC S9(9) BINARY VALUE 0.
         01 WS-VALLEN           PIC S9(9) BINARY VALUE 0.
         01 WS-DELIMITER-POS    PIC S9(9) BINARY VALUE 0.
         01 KAFKA-CONFIG-DATA.
            05 KAFKA-CONFIG-PARM      PIC X(1024).
            05 WS-DELIMITER           PIC X VALUE '='.
            05 KAFKA-CONFIG-VALUE     PIC X(1024).
         01 WS-CRYPT-PARMS.
            05 WS-CRYPT-ACTION        PIC X(01).
            05 WS-CRYPT-VALUE         PIC X(1024).
            05 WS-CRYPT-CALLER        PIC X(08) VALUE 'IXYBRVFY'.
            05 WS-CRYPT-KEY-NAME      PIC X(80).

      * Source topic and target topic from TOPICFIL records 1 and 2.
         01 WS-SOURCE-TOPIC     PIC X(1024).
         01 WS-SOURCE-TOPIC-LEN PIC S9(4) BINARY VALUE 0.
         01 WS-TARGET-TOPIC     PIC X(1024).
         01 WS-TARGET-TOPIC-LEN PIC S9(4) BINARY VALUE 0.
         01 WS-TOPIC-LENGTH     PIC S9(4) BINARY VALUE 0.

      * The VRFCARD settings.
         01 WS-PART-FROM        PIC S9(9) BINARY VALUE 0.
         01 WS-PART-TO          PIC S9(9) BINARY VALUE -1.
         01 WS-SAMPLE-N         PIC S9(9) BINARY VALUE 1.
         01 WS-CARD-NUMBER      PIC S9(9) BINARY VALUE 0.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.

      * 'S' while the source cluster is read, 'T' while the target is.
         01 WS-PHASE            PIC X(01) VALUE SPACES.
             88 WS-PHASE-SOURCE VALUE 'S'.
             88 WS-PHASE-TARGET VALUE 'T'.

      * The message in hand -- its identity, content hashes and
      * place. The correlation id is kept as wire bytes; it is only
      * ever compared, never shown.
         01 WS-CUR-PARTITION    PIC S9(9) BINARY.
         01 WS-CUR-OFFSET       PIC S9(18) BINARY.
         01 WS-CUR-KEY-HASH     PIC 9(09).
         01 WS-CUR-CORREL       PIC X(40).
         01 WS-CUR-PAY-HASH     PIC 9(09).
         01 WS-CUR-PAY-LEN      PIC S9(9) BINARY.
         01 WS-CUR-ID-HASH      PIC 9(09).
         01 WS-CUR-PRT-IDX      PIC S9(4) BINARY.
         01 WS-HASH-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-HASH-LEN         PIC S9(9) BINARY VALUE 0.
         01 WS-HASH-MAX         PIC S9(9) BINARY VALUE 100000.
         01 WS-HDRLEN           PIC S9(9) BINARY VALUE 80.
         01 WS-SAMPLE-QUOT      PIC S9(9) BINARY VALUE 0.
         01 WS-SAMPLE-REM       PIC S9(9) BINARY VALUE 0.

      * The source side, one entry per sampled source message in the
      * order consumed (partition by partition, offset order within).
         01 WS-SRC-MAX          PIC S9(9) BINARY VALUE 50000.
         01 WS-SRC-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-SRC-TABLE.
            05 WS-SRC-ENTRY OCCURS 50000 TIMES.
              10 WS-SRC-PARTITION    PIC S9(9) BINARY.
              10 WS-SRC-OFFSET       PIC S9(18) BINARY.
              10 WS-SRC-KEY-HASH     PIC 9(09).
              10 WS-SRC-CORREL       PIC X(40).
              10 WS-SRC-PAY-HASH     PIC 9(09).
              10 WS-SRC-PAY-LEN      PIC S9(9) BINARY.
              10 WS-SRC-TIED-SW      PIC X(01).
                 88 WS-SRC-TIED      VALUE 'Y'.
         01 WS-SRC-IDX          PIC S9(9) BINARY VALUE 0.
         01 WS-SRC-FOUND-IDX    PIC S9(9) BINARY VALUE 0.
         01 WS-SRC-OVERFLOW-SW  PIC X(01) VALUE 'N'.
             88 WS-SRC-OVERFLOW VALUE 'Y'.

      * One entry per verified partition. The cursor is where the
      * last tie was made -- the next target message is looked for
      * just after it first. The last-tied offset is the highest
      * source offset tied so far, for the reorder check.
         01 WS-PRT-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-PRT-TABLE.
            05 WS-PRT-ENTRY OCCURS 128 TIMES.
              10 WS-PRT-PARTITION    PIC S9(9) BINARY.
              10 WS-PRT-CURSOR       PIC S9(9) BINARY.
              10 WS-PRT-LAST-TIED    PIC S9(18) BINARY.
              10 WS-PRT-SRC-CNT      PIC S9(9) BINARY.
              10 WS-PRT-TGT-CNT      PIC S9(9) BINARY.
              10 WS-PRT-TIED-CNT     PIC S9(9) BINARY.
              10 WS-PRT-MISSING-CNT  PIC S9(9) BINARY.
              10 WS-PRT-EXTRA-CNT    PIC S9(9) BINARY.
              10 WS-PRT-REORDER-CNT  PIC S9(9) BINARY.
              10 WS-PRT-ALTERED-CNT  PIC S9(9) BINARY.
              10 WS-PRT-SRC-KEY-SUM  PIC 9(09).
              10 WS-PRT-SRC-PAY-SUM  PIC 9(09).
              10 WS-PRT-TGT-KEY-SUM  PIC 9(09).
              10 WS-PRT-TGT-PAY-SUM  PIC 9(09).
         01 WS-PRT-IDX          PIC S9(4) BINARY VALUE 0.

         01 WS-READ-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-SKIPPED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-OUTSIDE-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-DIFF-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-TOTAL-SRC-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-TOTAL-TGT-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-SEARCH-DONE      PIC X(01) VALUE 'N'.

      * Report line work fields.
         01 WS-EXC-CLASS        PIC X(09).
         01 WS-EXC-SRC-OFFSET   PIC S9(18) BINARY.
         01 WS-EXC-TGT-OFFSET   PIC S9(18) BINARY.
         01 WS-EXC-KEY-HASH     PIC 9(09).
         01 WS-EXC-SRC-HASH     PIC 9(09).
         01 WS-EXC-TGT-HASH     PIC 9(09).
         01 WS-EDIT-PART        PIC ZZZZ9.
         01 WS-EDIT-OFFSET      PIC -(17)9.
         01 WS-EDIT-OFFSET2     PIC -(17)9.
         01 WS-EDIT-OFFSET-X    PIC X(18).
         01 WS-EDIT-OFFSET2-X   PIC X(18).
         01 WS-EDIT-HASH        PIC X(09).
         01 WS-EDIT-HASH2       PIC X(09).
         01 WS-EDIT-CNT         PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT2        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT3        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-CNT4        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-SMALL       PIC ZZZ,ZZ9.
         01 WS-EDIT-SMALL2      PIC ZZZ,ZZ9.
         01 WS-EDIT-SMALL3      PIC ZZZ,ZZ9.
         01 WS-EDIT-SMALL4      PIC ZZZ,ZZ9.
         01 WS-SUM-FLAG         PIC X(05).

         01 WS-JOB-START-TS     PIC X(26).
         01 WS-JOB-END-TS       PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYBRVFY'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      * Input/Output values for Consumer program
      * >>DATA 31 needs to be provided if the calling module is
      * compiled in 64 bit and is calling IXYSCONS. This is needed
      * in order to ensure that pointers contain the right data.
       >>DATA 31
         01 CONSUMER-INPUT.
            COPY IXYCONSI.
         01 CONSUMER-OUTPUT.
            COPY IXYCONSO.
         01 CONSUMER-PGM        PIC X(8) VALUE "IXYSCONS".

       LINKAGE SECTION.
         01 VERIFY-PAYLOAD       PIC X(100000).

       PROCEDURE DIVISION.
           DISPLAY "REPLICATED-TOPIC VERIFICATION"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-BRIDGE-TOPICS
           PERFORM READ-VERIFY-CARDS
           IF WS-DECK-BAD
             MOVE 9842 TO ERRLOG-CODE
             MOVE "IXYBRVFY: VRFCARD CONTROL DECK IS UNUSABLE" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-VERIFY-SUMMARY
             GOBACK
           END-IF

           OPEN OUTPUT BRVRPT
           IF WS-BRVRPT-STATUS NOT = '00'
             DISPLAY "ERROR : OPEN BRVRPT FAILED. STATUS: "
                     WS-BRVRPT-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-VERIFY-SUMMARY
             GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING

           SET WS-PHASE-SOURCE TO TRUE
           PERFORM READ-SOURCE-CONFIG
           PERFORM READ-CLUSTER-PARTITIONS
           IF WS-RETURN-CODE = 0 AND NOT WS-SRC-OVERFLOW
             SET WS-PHASE-TARGET TO TRUE
             PERFORM READ-TARGET-CONFIG
             PERFORM READ-CLUSTER-PARTITIONS
           END-IF

           IF WS-RETURN-CODE = 0 AND NOT WS-SRC-OVERFLOW
             PERFORM REPORT-MISSING-MESSAGES
             PERFORM REPORT-PARTITION-SUMMARY
             IF WS-DIFF-CNT > 0
               MOVE 9841 TO ERRLOG-CODE
               MOVE "IXYBRVFY: TARGET TOPIC DIFFERS FROM SOURCE" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 8 TO WS-RETURN-CODE
             END-IF
           ELSE
             MOVE SPACES TO BRVRPT-LINE
             WRITE BRVRPT-LINE
             MOVE "VERIFICATION INCOMPLETE - SEE THE JOB LOG" TO
                  BRVRPT-LINE
             WRITE BRVRPT-LINE
             MOVE 16 TO WS-RETURN-CODE
           END-IF
           CLOSE BRVRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM DISPLAY-VERIFY-SUMMARY
           GOBACK
           .

       READ-BRIDGE-TOPICS.
      *****************************************************************
      * TOPICFIL record 1 is the source topic, record 2 the target.
      *****************************************************************
           OPEN INPUT TOPICFIL

           READ TOPICFIL
             AT END
               DISPLAY "ERROR : TOPICFIL IS EMPTY"
               MOVE 16 TO RETURN-CODE
               CLOSE TOPICFIL
               PERFORM DISPLAY-VERIFY-SUMMARY
               GOBACK
           END-READ
           MOVE 0 TO WS-TOPIC-LENGTH
           INSPECT TOPIC-DATA-REC TALLYING WS-TOPIC-LENGTH
                   FOR CHARACTERS BEFORE ' '
           MOVE TOPIC-DATA-REC(1:WS-TOPIC-LENGTH) TO WS-SOURCE-TOPIC
           MOVE WS-TOPIC-LENGTH TO WS-SOURCE-TOPIC-LEN

           READ TOPICFIL
             AT END
               DISPLAY "ERROR : TOPICFIL HAS NO TARGET TOPIC RECORD"
               MOVE 16 TO RETURN-CODE
               CLOSE TOPICFIL
               PERFORM DISPLAY-VERIFY-SUMMARY
               GOBACK
           END-READ
           MOVE 0 TO WS-TOPIC-LENGTH
           INSPECT TOPIC-DATA-REC TALLYING WS-TOPIC-LENGTH
                   FOR CHARACTERS BEFORE ' '
           MOVE TOPIC-DATA-REC(1:WS-TOPIC-LENGTH) TO WS-TARGET-TOPIC
           MOVE WS-TOPIC-LENGTH TO WS-TARGET-TOPIC-LEN

           CLOSE TOPICFIL

           DISPLAY "SOURCE TOPIC : "
                   WS-SOURCE-TOPIC(1:WS-SOURCE-TOPIC-LEN)
           DISPLAY "TARGET TOPIC : "
                   WS-TARGET-TOPIC(1:WS-TARGET-TOPIC-LEN).

       READ-VERIFY-CARDS.
      *****************************************************************
      * PARTFROM/PARTTO bound the partitions verified, SAMPLE thins
      * the messages compared. No deck verifies partition 0 in full.
      *****************************************************************
           OPEN INPUT VRFCARD
           IF WS-VRFCARD-STATUS = '00'
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ VRFCARD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF VRF-CONTROL-CARD(1:1) NOT = '*' AND
                    VRF-CONTROL-CARD NOT = SPACES
                   PERFORM LOAD-VERIFY-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE VRFCARD
           END-IF
           IF WS-PART-TO < 0
             MOVE WS-PART-FROM TO WS-PART-TO
           END-IF
           IF NOT WS-DECK-BAD
             IF WS-PART-TO < WS-PART-FROM OR
                WS-PART-TO - WS-PART-FROM > 127
               DISPLAY "ERROR : PARTITION RANGE " WS-PART-FROM
                       " TO " WS-PART-TO " IS EMPTY OR WIDER THAN "
                       "128 PARTITIONS"
               SET WS-DECK-BAD TO TRUE
             END-IF
           END-IF
           DISPLAY "PARTITIONS " WS-PART-FROM " TO " WS-PART-TO
                   ", SAMPLE 1 IN " WS-SAMPLE-N.

       LOAD-VERIFY-CARD.
           IF FUNCTION TEST-NUMVAL(VRC-VALUE) NOT = 0
             DISPLAY "ERROR : VRFCARD VALUE '" VRC-VALUE
                     "' IS NOT A NUMBER"
             SET WS-DECK-BAD TO TRUE
           ELSE
             COMPUTE WS-CARD-NUMBER = FUNCTION NUMVAL(VRC-VALUE)
             EVALUATE VRC-KEYWORD
               WHEN 'PARTFROM'
                 MOVE WS-CARD-NUMBER TO WS-PART-FROM
               WHEN 'PARTTO  '
                 MOVE WS-CARD-NUMBER TO WS-PART-TO
               WHEN 'SAMPLE  '
                 IF WS-CARD-NUMBER < 1
                   DISPLAY "ERROR : SAMPLE MUST BE 1 OR MORE"
                   SET WS-DECK-BAD TO TRUE
                 ELSE
                   MOVE WS-CARD-NUMBER TO WS-SAMPLE-N
                 END-IF
               WHEN OTHER
                 DISPLAY "ERROR : UNKNOWN VRFCARD KEYWORD '"
                         VRC-KEYWORD "'"
                 SET WS-DECK-BAD TO TRUE
             END-EVALUATE
             IF WS-PART-FROM < 0
               DISPLAY "ERROR : PARTFROM MUST NOT BE NEGATIVE"
               SET WS-DECK-BAD TO TRUE
             END-IF
           END-IF.

       READ-SOURCE-CONFIG.
           SET WS-NOT-EOF TO TRUE
           MOVE 0 TO WS-CNT
           MOVE 0 TO NUM-OF-PARMS
           OPEN INPUT SRCCONF
           PERFORM UNTIL WS-EOF
             READ SRCCONF
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF SOURCE-CONFIG-REC(1:1) NOT = '#'
                 MOVE 0 TO WS-DELIMITER-POS
                 INSPECT SOURCE-CONFIG-REC TALLYING WS-DELIMITER-POS
                   FOR CHARACTERS BEFORE WS-DELIMITER
                 IF WS-DELIMITER-POS NOT = 0
                   MOVE SOURCE-CONFIG-REC(1:WS-DELIMITER-POS) TO
                                       KAFKA-CONFIG-PARM
                   MOVE SOURCE-CONFIG-REC(WS-DELIMITER-POS + 2:) TO
                                       KAFKA-CONFIG-VALUE
                   PERFORM ADD-CONSUMER-CONFIG
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE SRCCONF
           PERFORM ADD-VERIFIER-CONFIG.

       READ-TARGET-CONFIG.
           SET WS-NOT-EOF TO TRUE
           MOVE 0 TO WS-CNT
           MOVE 0 TO NUM-OF-PARMS
           OPEN INPUT TGTCONF
           PERFORM UNTIL WS-EOF
             READ TGTCONF
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF TARGET-CONFIG-REC(1:1) NOT = '#'
                 MOVE 0 TO WS-DELIMITER-POS
                 INSPECT TARGET-CONFIG-REC TALLYING WS-DELIMITER-POS
                   FOR CHARACTERS BEFORE WS-DELIMITER
                 IF WS-DELIMITER-POS NOT = 0
                   MOVE TARGET-CONFIG-REC(1:WS-DELIMITER-POS) TO
                                       KAFKA-CONFIG-PARM
                   MOVE TARGET-CONFIG-REC(WS-DELIMITER-POS + 2:) TO
                                       KAFKA-CONFIG-VALUE
                   PERFORM ADD-CONSUMER-CONFIG
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE TGTCONF
           PERFORM ADD-VERIFIER-CONFIG.

       ADD-CONSUMER-CONFIG.
      *****************************************************************
      * One deck entry into the consumer's config list. The group
      * and commit keys are replaced by ADD-VERIFIER-CONFIG, and the
      * bridge's own checkpoint.interval means nothing here.
      *****************************************************************
           PERFORM DECODE-CONFIG-VALUE
           IF FUNCTION TRIM(KAFKA-CONFIG-PARM) NOT = 'group.id' AND
              FUNCTION TRIM(KAFKA-CONFIG-PARM) NOT =
                                           'enable.auto.commit' AND
              FUNCTION TRIM(KAFKA-CONFIG-PARM) NOT =
                                           'checkpoint.interval'
             MOVE FUNCTION TRIM(KAFKA-CONFIG-PARM) TO
                                           KAFKA-CONFIG-PARM
             MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                           KAFKA-CONFIG-VALUE
             PERFORM STORE-CONSUMER-CONFIG
           END-IF.

       ADD-VERIFIER-CONFIG.
           MOVE 'group.id'           TO KAFKA-CONFIG-PARM
           MOVE 'IXYBRVFY'           TO KAFKA-CONFIG-VALUE
           PERFORM STORE-CONSUMER-CONFIG
           MOVE 'enable.auto.commit' TO KAFKA-CONFIG-PARM
           MOVE 'false'              TO KAFKA-CONFIG-VALUE
           PERFORM STORE-CONSUMER-CONFIG.

       STORE-CONSUMER-CONFIG.
           ADD 1 TO NUM-OF-PARMS
           ADD 1 TO WS-CNT
           COMPUTE WS-PARMLEN = FUNCTION LENGTH(
                       FUNCTION TRIM(KAFKA-CONFIG-PARM))
           COMPUTE WS-VALLEN = FUNCTION LENGTH(
                       FUNCTION TRIM(KAFKA-CONFIG-VALUE))
           MOVE FUNCTION TRIM(KAFKA-CONFIG-PARM) TO
                CONFIG-NAME(WS-CNT)(1:WS-PARMLEN)
           MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                CONFIG-VALUE(WS-CNT)(1:WS-VALLEN)
           MOVE LOW-VALUE TO CONFIG-NAME(WS-CNT)(WS-PARMLEN + 1:)
           MOVE LOW-VALUE TO CONFIG-VALUE(WS-CNT)(WS-VALLEN + 1:).

       DECODE-CONFIG-VALUE.
           IF FUNCTION TRIM(KAFKA-CONFIG-VALUE)(1:4) = 'ENC('
             MOVE 'D' TO WS-CRYPT-ACTION
             MOVE SPACES TO WS-CRYPT-VALUE
             MOVE KAFKA-CONFIG-PARM(1:80) TO WS-CRYPT-KEY-NAME
             COMPUTE WS-VALLEN = FUNCTION LENGTH(
                         FUNCTION TRIM(KAFKA-CONFIG-VALUE)) - 5
             MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE)(5:WS-VALLEN) TO
                                                       WS-CRYPT-VALUE
             CALL "IXYCRYPT" USING WS-CRYPT-PARMS
             MOVE FUNCTION TRIM(WS-CRYPT-VALUE) TO KAFKA-CONFIG-VALUE
           END-IF.

       READ-CLUSTER-PARTITIONS.
      *****************************************************************
      * Reads the partition range of one cluster's topic from the
      * beginning (offset -2, the client's "earliest"), through the
      * consumer's manual-assignment list: IXYSCONS reads the listed
      * partitions one after another and returns -191 once the last
      * one is exhausted.
      *****************************************************************
           MOVE 1               TO KAFKA-TYPE-PC
           MOVE PART-LIST-SIZE  TO KAFKA-PART-LIST-SIZE
           MOVE PART-VAL        TO PARTITION-VALUE
           MOVE MSGFLGS-VAL     TO MSGFLAGS-VALUE
           MOVE TIMEOUT-MS      TO TIMEOUT-MS-VALUE
           IF WS-PHASE-SOURCE
             MOVE WS-SOURCE-TOPIC(1:WS-SOURCE-TOPIC-LEN) TO
                  KAFKA-TOPIC-NAME(1:WS-SOURCE-TOPIC-LEN)
             MOVE LOW-VALUE TO
                  KAFKA-TOPIC-NAME(WS-SOURCE-TOPIC-LEN + 1:)
             DISPLAY "READING SOURCE CLUSTER"
           ELSE
             MOVE WS-TARGET-TOPIC(1:WS-TARGET-TOPIC-LEN) TO
                  KAFKA-TOPIC-NAME(1:WS-TARGET-TOPIC-LEN)
             MOVE LOW-VALUE TO
                  KAFKA-TOPIC-NAME(WS-TARGET-TOPIC-LEN + 1:)
             DISPLAY "READING TARGET CLUSTER"
           END-IF

           COMPUTE RESTART-PARTNOS = WS-PART-TO - WS-PART-FROM + 1
           MOVE 'Y' TO RESTART-IND
           MOVE 1 TO WS-PRT-IDX
           PERFORM UNTIL WS-PRT-IDX > RESTART-PARTNOS
             MOVE 'Y' TO RESTART-FLAG(WS-PRT-IDX)
             COMPUTE RESTART-PARTITION(WS-PRT-IDX) =
                     WS-PART-FROM + WS-PRT-IDX - 1
             MOVE -2 TO RESTART-OFFSET(WS-PRT-IDX)
             IF WS-PHASE-SOURCE
               INITIALIZE WS-PRT-ENTRY(WS-PRT-IDX)
               MOVE RESTART-PARTITION(WS-PRT-IDX) TO
                    WS-PRT-PARTITION(WS-PRT-IDX)
               MOVE -1 TO WS-PRT-LAST-TIED(WS-PRT-IDX)
             END-IF
             ADD 1 TO WS-PRT-IDX
           END-PERFORM
           MOVE RESTART-PARTNOS TO WS-PRT-CNT

           MOVE 'I' TO KAFKA-ACTION
           CALL CONSUMER-PGM USING CONSUMER-INPUT
                             RETURNING CONSUMER-OUTPUT
           IF KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT NOT = 0
             PERFORM LOG-CONSUMER-ERROR
           ELSE
             DISPLAY FUNCTION TRIM(KAFKA-MSG)
             MOVE 'N' TO WS-END-READ
             PERFORM UNTIL WS-END-READ = 'Y'
               PERFORM READ-ONE-MESSAGE
             END-PERFORM

             MOVE 'D' TO KAFKA-ACTION
             CALL CONSUMER-PGM USING CONSUMER-INPUT
                               RETURNING CONSUMER-OUTPUT
             IF KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT NOT = 0
               DISPLAY "ERROR : " FUNCTION TRIM(KAFKA-MSG)
               MOVE 16 TO WS-RETURN-CODE
             END-IF
           END-IF.

       READ-ONE-MESSAGE.
           MOVE 'C' TO KAFKA-ACTION
           CALL CONSUMER-PGM USING CONSUMER-INPUT
                             RETURNING CONSUMER-OUTPUT

           IF KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT NOT = 0
             MOVE 'Y' TO WS-END-READ
             IF KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT NOT = -191
               PERFORM LOG-CONSUMER-ERROR
             END-IF
           ELSE
             ADD 1 TO WS-READ-CNT
             PERFORM HASH-CURRENT-MESSAGE
             PERFORM FIND-CURRENT-PARTITION
             EVALUATE TRUE
               WHEN WS-CUR-PRT-IDX = 0
                 ADD 1 TO WS-OUTSIDE-CNT
               WHEN WS-SAMPLE-REM NOT = 0
                 ADD 1 TO WS-SKIPPED-CNT
               WHEN WS-PHASE-SOURCE
                 PERFORM STORE-SOURCE-MESSAGE
               WHEN OTHER
                 PERFORM TIE-TARGET-MESSAGE
             END-EVALUATE
           END-IF.

       HASH-CURRENT-MESSAGE.
      *****************************************************************
      * Key hash, payload hash and the correlation id from the wire
      * bytes, and the sample remainder from the identity hash (key
      * plus correlation id, or key plus payload without a header).
      *****************************************************************
           MOVE PAYLOAD-PARTITION TO WS-CUR-PARTITION
           MOVE PAYLOAD-OFFSET    TO WS-CUR-OFFSET
           MOVE KAFKA-PAYLOAD-LEN TO WS-CUR-PAY-LEN

           MOVE 0 TO WS-CUR-KEY-HASH
           MOVE PAYLOAD-KEY-LEN TO WS-HASH-LEN
           IF WS-HASH-LEN > LENGTH OF PAYLOAD-KEY
             MOVE LENGTH OF PAYLOAD-KEY TO WS-HASH-LEN
           END-IF
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                     UNTIL WS-HASH-IDX > WS-HASH-LEN
             COMPUTE WS-CUR-KEY-HASH = FUNCTION MOD(
               WS-CUR-KEY-HASH +
                 FUNCTION ORD(PAYLOAD-KEY(WS-HASH-IDX:1)),
               999999999)
           END-PERFORM

           MOVE 0 TO WS-CUR-PAY-HASH
           MOVE SPACES TO WS-CUR-CORREL
           MOVE WS-CUR-PAY-LEN TO WS-HASH-LEN
           IF WS-HASH-LEN > WS-HASH-MAX
             MOVE WS-HASH-MAX TO WS-HASH-LEN
           END-IF
           IF WS-HASH-LEN > 0
             SET ADDRESS OF VERIFY-PAYLOAD TO KAFKA-PAYLOAD-64
             PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-CUR-PAY-HASH = FUNCTION MOD(
                 WS-CUR-PAY-HASH +
                   FUNCTION ORD(VERIFY-PAYLOAD(WS-HASH-IDX:1)),
                 999999999)
             END-PERFORM
             IF WS-CUR-PAY-LEN >= WS-HDRLEN
               MOVE VERIFY-PAYLOAD(1:40) TO WS-CUR-CORREL
             END-IF
           END-IF

           IF WS-CUR-CORREL = SPACES
             COMPUTE WS-CUR-ID-HASH = FUNCTION MOD(
               WS-CUR-KEY-HASH + WS-CUR-PAY-HASH, 999999999)
           ELSE
             MOVE WS-CUR-KEY-HASH TO WS-CUR-ID-HASH
             PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > 40
               COMPUTE WS-CUR-ID-HASH = FUNCTION MOD(
                 WS-CUR-ID-HASH +
                   FUNCTION ORD(WS-CUR-CORREL(WS-HASH-IDX:1)),
                 999999999)
             END-PERFORM
           END-IF
           DIVIDE WS-CUR-ID-HASH BY WS-SAMPLE-N
                  GIVING WS-SAMPLE-QUOT REMAINDER WS-SAMPLE-REM.

       FIND-CURRENT-PARTITION.
           MOVE 0 TO WS-CUR-PRT-IDX
           MOVE 1 TO WS-PRT-IDX
           PERFORM UNTIL WS-PRT-IDX > WS-PRT-CNT OR
                         WS-CUR-PRT-IDX > 0
             IF WS-PRT-PARTITION(WS-PRT-IDX) = WS-CUR-PARTITION
               MOVE WS-PRT-IDX TO WS-CUR-PRT-IDX
             END-IF
             ADD 1 TO WS-PRT-IDX
           END-PERFORM.

       STORE-SOURCE-MESSAGE.
           IF WS-SRC-CNT < WS-SRC-MAX
             ADD 1 TO WS-SRC-CNT
             MOVE WS-CUR-PARTITION TO WS-SRC-PARTITION(WS-SRC-CNT)
             MOVE WS-CUR-OFFSET    TO WS-SRC-OFFSET(WS-SRC-CNT)
             MOVE WS-CUR-KEY-HASH  TO WS-SRC-KEY-HASH(WS-SRC-CNT)
             MOVE WS-CUR-CORREL    TO WS-SRC-CORREL(WS-SRC-CNT)
             MOVE WS-CUR-PAY-HASH  TO WS-SRC-PAY-HASH(WS-SRC-CNT)
             MOVE WS-CUR-PAY-LEN   TO WS-SRC-PAY-LEN(WS-SRC-CNT)
             MOVE 'N'              TO WS-SRC-TIED-SW(WS-SRC-CNT)
             ADD 1 TO WS-PRT-SRC-CNT(WS-CUR-PRT-IDX)
             ADD 1 TO WS-TOTAL-SRC-CNT
             COMPUTE WS-PRT-SRC-KEY-SUM(WS-CUR-PRT-IDX) = FUNCTION MOD(
                     WS-PRT-SRC-KEY-SUM(WS-CUR-PRT-IDX) +
                     WS-CUR-KEY-HASH, 999999999)
             COMPUTE WS-PRT-SRC-PAY-SUM(WS-CUR-PRT-IDX) = FUNCTION MOD(
                     WS-PRT-SRC-PAY-SUM(WS-CUR-PRT-IDX) +
                     WS-CUR-PAY-HASH, 999999999)
           ELSE
             IF NOT WS-SRC-OVERFLOW
               DISPLAY "ERROR : MORE THAN " WS-SRC-MAX
                       " SOURCE MESSAGES - RAISE SAMPLE OR NARROW "
                       "THE PARTITION RANGE"
               MOVE 9842 TO ERRLOG-CODE
               MOVE "IXYBRVFY: SOURCE MESSAGE TABLE FULL" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               SET WS-SRC-OVERFLOW TO TRUE
               MOVE 'Y' TO WS-END-READ
             END-IF
           END-IF.

       TIE-TARGET-MESSAGE.
      *****************************************************************
      * Ties a target message to the first untied source message of
      * the same partition and identity, searching on from the last
      * tie (a faithful copy ties at the very next entry) and then
      * from the top. Untied, it is EXTRA; tied behind a later
      * source message it is REORDERED; tied with a different payload
      * hash it is ALTERED.
      *****************************************************************
           ADD 1 TO WS-PRT-TGT-CNT(WS-CUR-PRT-IDX)
           ADD 1 TO WS-TOTAL-TGT-CNT
           COMPUTE WS-PRT-TGT-KEY-SUM(WS-CUR-PRT-IDX) = FUNCTION MOD(
                   WS-PRT-TGT-KEY-SUM(WS-CUR-PRT-IDX) +
                   WS-CUR-KEY-HASH, 999999999)
           COMPUTE WS-PRT-TGT-PAY-SUM(WS-CUR-PRT-IDX) = FUNCTION MOD(
                   WS-PRT-TGT-PAY-SUM(WS-CUR-PRT-IDX) +
                   WS-CUR-PAY-HASH, 999999999)

           MOVE 0 TO WS-SRC-FOUND-IDX
           COMPUTE WS-SRC-IDX = WS-PRT-CURSOR(WS-CUR-PRT-IDX) + 1
           PERFORM SEARCH-SOURCE-ENTRIES
           IF WS-SRC-FOUND-IDX = 0
             MOVE 1 TO WS-SRC-IDX
             PERFORM SEARCH-SOURCE-ENTRIES
           END-IF

           MOVE WS-CUR-OFFSET TO WS-EXC-TGT-OFFSET
           MOVE WS-CUR-KEY-HASH TO WS-EXC-KEY-HASH
           MOVE WS-CUR-PAY-HASH TO WS-EXC-TGT-HASH
           IF WS-SRC-FOUND-IDX = 0
             ADD 1 TO WS-PRT-EXTRA-CNT(WS-CUR-PRT-IDX)
             MOVE 'EXTRA' TO WS-EXC-CLASS
             MOVE -1 TO WS-EXC-SRC-OFFSET
             MOVE 0 TO WS-EXC-SRC-HASH
             PERFORM WRITE-EXCEPTION-LINE
           ELSE
             SET WS-SRC-TIED(WS-SRC-FOUND-IDX) TO TRUE
             MOVE WS-SRC-FOUND-IDX TO WS-PRT-CURSOR(WS-CUR-PRT-IDX)
             ADD 1 TO WS-PRT-TIED-CNT(WS-CUR-PRT-IDX)
             MOVE WS-SRC-OFFSET(WS-SRC-FOUND-IDX) TO WS-EXC-SRC-OFFSET
             MOVE WS-SRC-PAY-HASH(WS-SRC-FOUND-IDX) TO WS-EXC-SRC-HASH
             IF WS-SRC-OFFSET(WS-SRC-FOUND-IDX) <
                WS-PRT-LAST-TIED(WS-CUR-PRT-IDX)
               ADD 1 TO WS-PRT-REORDER-CNT(WS-CUR-PRT-IDX)
               MOVE 'REORDERED' TO WS-EXC-CLASS
               PERFORM WRITE-EXCEPTION-LINE
             ELSE
               MOVE WS-SRC-OFFSET(WS-SRC-FOUND-IDX) TO
                    WS-PRT-LAST-TIED(WS-CUR-PRT-IDX)
             END-IF
             IF WS-SRC-PAY-HASH(WS-SRC-FOUND-IDX) NOT =
                WS-CUR-PAY-HASH OR
                WS-SRC-PAY-LEN(WS-SRC-FOUND-IDX) NOT = WS-CUR-PAY-LEN
               ADD 1 TO WS-PRT-ALTERED-CNT(WS-CUR-PRT-IDX)
               MOVE 'ALTERED' TO WS-EXC-CLASS
               PERFORM WRITE-EXCEPTION-LINE
             END-IF
           END-IF.

       SEARCH-SOURCE-ENTRIES.
      *****************************************************************
      * From WS-SRC-IDX to the end of the source table. Without a
      * header the identity includes the payload, so an altered
      * header-less message can only show as MISSING plus EXTRA.
      *****************************************************************
           MOVE 'N' TO WS-SEARCH-DONE
           PERFORM UNTIL WS-SRC-IDX > WS-SRC-CNT OR
                         WS-SEARCH-DONE = 'Y'
             IF NOT WS-SRC-TIED(WS-SRC-IDX) AND
                WS-SRC-PARTITION(WS-SRC-IDX) = WS-CUR-PARTITION AND
                WS-SRC-KEY-HASH(WS-SRC-IDX) = WS-CUR-KEY-HASH AND
                WS-SRC-CORREL(WS-SRC-IDX) = WS-CUR-CORREL
               IF WS-CUR-CORREL NOT = SPACES OR
                  WS-SRC-PAY-HASH(WS-SRC-IDX) = WS-CUR-PAY-HASH
                 MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
                 MOVE 'Y' TO WS-SEARCH-DONE
               END-IF
             END-IF
             ADD 1 TO WS-SRC-IDX
           END-PERFORM.

       REPORT-MISSING-MESSAGES.
           MOVE 1 TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX > WS-SRC-CNT
             IF NOT WS-SRC-TIED(WS-SRC-IDX)
               MOVE WS-SRC-PARTITION(WS-SRC-IDX) TO WS-CUR-PARTITION
               PERFORM FIND-CURRENT-PARTITION
               ADD 1 TO WS-PRT-MISSING-CNT(WS-CUR-PRT-IDX)
               MOVE 'MISSING' TO WS-EXC-CLASS
               MOVE WS-SRC-OFFSET(WS-SRC-IDX) TO WS-EXC-SRC-OFFSET
               MOVE -1 TO WS-EXC-TGT-OFFSET
               MOVE WS-SRC-KEY-HASH(WS-SRC-IDX) TO WS-EXC-KEY-HASH
               MOVE WS-SRC-PAY-HASH(WS-SRC-IDX) TO WS-EXC-SRC-HASH
               MOVE 0 TO WS-EXC-TGT-HASH
               PERFORM WRITE-EXCEPTION-LINE
             END-IF
             ADD 1 TO WS-SRC-IDX
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO BRVRPT-LINE
           STRING "REPLICATED-TOPIC VERIFICATION  "
                  WS-SOURCE-TOPIC(1:WS-SOURCE-TOPIC-LEN)
                  " -> "
                  WS-TARGET-TOPIC(1:WS-TARGET-TOPIC-LEN)
                  "  PRODUCED " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO BRVRPT-LINE
           WRITE BRVRPT-LINE
           MOVE WS-PART-FROM TO WS-EDIT-SMALL
           MOVE WS-PART-TO   TO WS-EDIT-SMALL2
           MOVE WS-SAMPLE-N  TO WS-EDIT-SMALL3
           MOVE SPACES TO BRVRPT-LINE
           STRING "PARTITIONS " WS-EDIT-SMALL " TO " WS-EDIT-SMALL2
                  "   SAMPLE 1 IN " WS-EDIT-SMALL3
                  DELIMITED BY SIZE INTO BRVRPT-LINE
           WRITE BRVRPT-LINE
           MOVE ALL "-" TO BRVRPT-LINE
           WRITE BRVRPT-LINE
           MOVE SPACES TO BRVRPT-LINE
           STRING "CLASS     PARTITION      SOURCE OFFSET"
                  "      TARGET OFFSET  KEY-HASH  SRC-HASH  TGT-HASH"
                  DELIMITED BY SIZE INTO BRVRPT-LINE
           WRITE BRVRPT-LINE.

       WRITE-EXCEPTION-LINE.
      *****************************************************************
      * An offset of -1 or a hash of 0 is the side the message is
      * not on, and prints blank.
      *****************************************************************
           ADD 1 TO WS-DIFF-CNT
           MOVE WS-CUR-PARTITION TO WS-EDIT-PART
           IF WS-EXC-SRC-OFFSET < 0
             MOVE SPACES TO WS-EDIT-OFFSET-X
           ELSE
             MOVE WS-EXC-SRC-OFFSET TO WS-EDIT-OFFSET
             MOVE WS-EDIT-OFFSET TO WS-EDIT-OFFSET-X
           END-IF
           IF WS-EXC-TGT-OFFSET < 0
             MOVE SPACES TO WS-EDIT-OFFSET2-X
           ELSE
             MOVE WS-EXC-TGT-OFFSET TO WS-EDIT-OFFSET2
             MOVE WS-EDIT-OFFSET2 TO WS-EDIT-OFFSET2-X
           END-IF
           IF WS-EXC-SRC-OFFSET < 0
             MOVE SPACES TO WS-EDIT-HASH
           ELSE
             MOVE WS-EXC-SRC-HASH TO WS-EDIT-HASH
           END-IF
           IF WS-EXC-TGT-OFFSET < 0
             MOVE SPACES TO WS-EDIT-HASH2
           ELSE
             MOVE WS-EXC-TGT-HASH TO WS-EDIT-HASH2
           END-IF
           MOVE SPACES TO BRVRPT-LINE
           STRING WS-EXC-CLASS "    " WS-EDIT-PART " "
                  WS-EDIT-OFFSET-X " " WS-EDIT-OFFSET2-X " "
                  WS-EXC-KEY-HASH " " WS-EDIT-HASH " " WS-EDIT-HASH2
                  DELIMITED BY SIZE INTO BRVRPT-LINE
           WRITE BRVRPT-LINE.

       REPORT-PARTITION-SUMMARY.
      *****************************************************************
      * One line per partition: message counts on each side, the
      * exceptions, and whether the key and payload hash totals of
      * the two sides agree.
      *****************************************************************
           IF WS-DIFF-CNT = 0
             MOVE "  NONE - TARGET MATCHES SOURCE" TO BRVRPT-LINE
             WRITE BRVRPT-LINE
           END-IF
           MOVE SPACES TO BRVRPT-LINE
           WRITE BRVRPT-LINE
           MOVE "PARTITION SUMMARY" TO BRVRPT-LINE
           WRITE BRVRPT-LINE
           MOVE SPACES TO BRVRPT-LINE
           STRING "PARTITION      SOURCE      TARGET        TIED"
                  "  MISSING    EXTRA REORDERED ALTERED  HASHES"
                  DELIMITED BY SIZE INTO BRVRPT-LINE
           WRITE BRVRPT-LINE
           MOVE 1 TO WS-PRT-IDX
           PERFORM UNTIL WS-PRT-IDX > WS-PRT-CNT
             MOVE WS-PRT-PARTITION(WS-PRT-IDX) TO WS-EDIT-PART
             MOVE WS-PRT-SRC-CNT(WS-PRT-IDX) TO WS-EDIT-CNT
             MOVE WS-PRT-TGT-CNT(WS-PRT-IDX) TO WS-EDIT-CNT2
             MOVE WS-PRT-TIED-CNT(WS-PRT-IDX) TO WS-EDIT-CNT3
             MOVE WS-PRT-MISSING-CNT(WS-PRT-IDX) TO WS-EDIT-SMALL
             MOVE WS-PRT-EXTRA-CNT(WS-PRT-IDX) TO WS-EDIT-SMALL2
             MOVE WS-PRT-REORDER-CNT(WS-PRT-IDX) TO WS-EDIT-SMALL3
             MOVE WS-PRT-ALTERED-CNT(WS-PRT-IDX) TO WS-EDIT-SMALL4
             IF WS-PRT-SRC-KEY-SUM(WS-PRT-IDX) =
                WS-PRT-TGT-KEY-SUM(WS-PRT-IDX) AND
                WS-PRT-SRC-PAY-SUM(WS-PRT-IDX) =
                WS-PRT-TGT-PAY-SUM(WS-PRT-IDX)
               MOVE 'AGREE' TO WS-SUM-FLAG
             ELSE
               MOVE 'DIFF ' TO WS-SUM-FLAG
             END-IF
             MOVE SPACES TO BRVRPT-LINE
             STRING "    " WS-EDIT-PART WS-EDIT-CNT " " WS-EDIT-CNT2
                    " " WS-EDIT-CNT3 " " WS-EDIT-SMALL " "
                    WS-EDIT-SMALL2 "   " WS-EDIT-SMALL3 " "
                    WS-EDIT-SMALL4 "  " WS-SUM-FLAG
                    DELIMITED BY SIZE INTO BRVRPT-LINE
             WRITE BRVRPT-LINE
             ADD 1 TO WS-PRT-IDX
           END-PERFORM
           MOVE WS-TOTAL-SRC-CNT TO WS-EDIT-CNT
           MOVE WS-TOTAL-TGT-CNT TO WS-EDIT-CNT2
           MOVE WS-DIFF-CNT TO WS-EDIT-CNT3
           MOVE WS-SKIPPED-CNT TO WS-EDIT-CNT4
           MOVE SPACES TO BRVRPT-LINE
           STRING "TOTAL    " WS-EDIT-CNT " " WS-EDIT-CNT2
                  "   EXCEPTIONS " WS-EDIT-CNT3
                  "   OUTSIDE THE SAMPLE " WS-EDIT-CNT4
                  DELIMITED BY SIZE INTO BRVRPT-LINE
           WRITE BRVRPT-LINE.

       LOG-CONSUMER-ERROR.
           DISPLAY "ERROR : " FUNCTION TRIM(KAFKA-MSG)
           MOVE KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT TO
                                   WS-DISPLAY-ERR
           DISPLAY "ERROR CODE : " WS-DISPLAY-ERR
           MOVE WS-DISPLAY-ERR TO ERRLOG-CODE
           MOVE FUNCTION TRIM(KAFKA-MSG) TO ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO WS-RETURN-CODE.

       DISPLAY-VERIFY-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYBRVFY JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  MESSAGES READ    : " WS-READ-CNT
           DISPLAY "  SOURCE SAMPLED   : " WS-TOTAL-SRC-CNT
           DISPLAY "  TARGET SAMPLED   : " WS-TOTAL-TGT-CNT
           DISPLAY "  OUTSIDE SAMPLE   : " WS-SKIPPED-CNT
           DISPLAY "  OTHER PARTITIONS : " WS-OUTSIDE-CNT
           DISPLAY "  EXCEPTIONS       : " WS-DIFF-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYBRVFY'.
