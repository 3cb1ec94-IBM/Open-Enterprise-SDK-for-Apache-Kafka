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
      * MAIN PROGRAM COMPACTED TOPIC VERSUS EMPMAST RECONCILIATION
      ******************************************************************
      * The compacted employee topic is meant to hold, per key, the
      * same current state EMPMAST does -- a BOOTSTRAP load rebuilds
      * the master from it. A lost produce, a purge that missed one
      * side, or a master repaired by hand leaves the two saying
      * different things, and nothing showed it until a cold start
      * loaded the wrong picture. This job proves the topic against
      * the master and writes what is needed to heal the topic side:
      * a. TOPICFIL names the topic; CCONFFIL/SCONFFIL are read the
      *    way IXYTPEEK reads them (ENC(...) values unmasked through
      *    IXYCRYPT). group.id, enable.auto.commit and
      *    auto.offset.reset are overridden -- the job reads the
      *    topic end to end under its own group IXYTPRCN and never
      *    commits, so no consumer's position moves. The
      *    protect.authorized/protect.field.* keys are held back
      *    and used as IXYCAV64 uses them; carry the posting
      *    consumer's values, or protected fields compare unequal.
      * b. Every message is released to a SORT by key (company +
      *    employeeId) and arrival; the last message per key is the
      *    topic's state for it -- a value, a tombstone (deleted),
      *    or a value that does not deserialize (UNREADABLE, keyed
      *    from the message key). The sorted keys are merged with
      *    EMPMAST read in the same order:
      *        M  MISSING ON TOPIC - an active master has no value on
      *                              the topic (never produced, or
      *                              tombstoned)
      *        F  CONTENT DIFFERS  - both hold a value and the images
      *                              differ; the differing fields are
      *                              listed with both values
      *        U  UNREADABLE       - an active master whose latest
      *                              topic message does not
      *                              deserialize
      *        X  EXTRA ON TOPIC   - a value with no master record
      *        L  LEAVER ON TOPIC  - a value for a terminated master
      *    A leaver or an absent master with no value on the topic
      *    agrees. A claim-check pointer (CLM:) in documentData or
      *    profilePicture is not a difference -- the master may hold
      *    the resolved content. A change still parked for approval
      *    shows as F until IXYAPPRV releases it.
      * c. MSGARCH - for every M, F and U key the latest delivered
      *    archive entry under the key as produced (company +
      *    employeeId, or the bare employeeId for the legacy stream)
      *    is looked up; one with a stored wire image is the body to
      *    re-produce. A latest entry without a body (NO BODY) or a
      *    key never archived (NOT ARCHIVED) cannot be healed this
      *    way, nor can X and L keys -- those need a keyed
      *    tombstone.
      * d. ARPCARDS - the re-produce list as an IXYARCPR selection
      *    deck: the TOPIC card and one CORRID card per key healed
      *    from the archive, with '*' comment cards naming the keys
      *    that need a tombstone or have no body. Feed it to
      *    IXYARCPR unchanged when this job ends 04 or 08 with keys
      *    on the deck; a deck with no CORRID card selects nothing
      *    and IXYARCPR refuses it.
      * e. TPRCNRPT - one line per difference, the re-produce list
      *    and the totals.
      * Neither the posting consumer nor a producer should run while
      * this job runs; a change in flight shows up as a difference.
      * Return codes: 00 topic and master agree; 04 differences
      * found, every one on the re-produce deck; 08 differences
      * found and some cannot be healed from the archive; 16 setup,
      * consume, EMPMAST or sort failure.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYTPRCN'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CCONFFIL ASSIGN TO CCONFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT TOPICFIL ASSIGN TO TOPICFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT SCONFFIL ASSIGN TO SCONFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT MSGARCH ASSIGN TO MSGARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS MA-CORRELATION-ID
           FILE STATUS  IS WS-MSGARCH-STATUS.

           SELECT ARPCARDS ASSIGN TO ARPCARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ARPCARDS-STATUS.

           SELECT TPRCNRPT ASSIGN TO TPRCNRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-TPRCNRPT-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.
         FD CCONFFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  KAFKA-CCONFIG-FILE.

         01 KAFKA-CCONFIG-FILE.
            05 KAFKA-CCONFIG-REC      PIC X(2049).

         FD TOPICFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TOPIC-DATA.

         01 TOPIC-DATA.
            05 TOPIC-DATA-REC     PIC X(2049).

         FD SCONFFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SERDES-CONFIG-FILE.

         01 SERDES-CONFIG-FILE.
            05 SERDES-CONFIG-REC      PIC X(2049).

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
               10 FILLER                    PIC X(66).

      * Record layout as maintained by IXYARCLD.
         FD MSGARCH
           RECORD CONTAINS 4760 CHARACTERS
           DATA RECORD     IS  MESSAGE-ARCHIVE-RECORD.

         01 MESSAGE-ARCHIVE-RECORD.
            05 MA-CORRELATION-ID  PIC X(40).
            05 MA-TOPIC-NAME      PIC X(256).
            05 MA-PARTITION       PIC S9(9) SIGN IS LEADING SEPARATE.
            05 MA-OFFSET          PIC S9(18) SIGN IS LEADING SEPARATE.
            05 MA-MSG-KEY         PIC X(64).
            05 MA-SOURCE-JOB      PIC X(08).
            05 MA-SOURCE-FILE     PIC X(06).
            05 MA-RUN-ID          PIC X(16).
            05 MA-DELIVERY-STATUS PIC X(01).
                88 MA-DELIVERED   VALUE '0'.
            05 MA-DELIVERED-TS    PIC X(21).
            05 MA-CONSUMED-SW     PIC X(01).
            05 MA-CONSUMED-TS     PIC X(21).
            05 MA-KEY-SEQUENCE    PIC 9(09).
            05 MA-WIRE-LEN        PIC S9(9) SIGN IS LEADING SEPARATE.
            05 MA-WIRE            PIC X(4176).
            05 MA-RECORD-NUM      PIC 9(09).
            05 MA-SOURCE-DSN      PIC X(44).
            05 MA-PREEDIT-RUN     PIC X(16).
            05 MA-PROT-SW         PIC X(01).
            05 MA-PROT-GEN        PIC X(01).
            05 FILLER             PIC X(21).

      * The re-produce list, in the selection-deck layout IXYARCPR
      * reads.
         FD ARPCARDS
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  REPRODUCE-CARD.

         01 REPRODUCE-CARD.
            05 ARP-CARD-KEYWORD   PIC X(06).
            05 FILLER             PIC X(01).
            05 ARP-CARD-VALUE     PIC X(73).

         FD TPRCNRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  TPRCNRPT-LINE.

         01 TPRCNRPT-LINE           PIC X(132).

      * One consumed message, in key and arrival order.
         SD SORTWK
           DATA RECORD     IS  SORTED-MESSAGE-RECORD.

         01 SORTED-MESSAGE-RECORD.
            05 SRT-KEY.
               10 SRT-COMPANY       PIC X(03).
               10 SRT-EMPLOYEE-ID   PIC 9(09).
            05 SRT-SEQ              PIC 9(09).
            05 SRT-KIND             PIC X(01).
               88 SRT-VALUE         VALUE 'V'.
               88 SRT-TOMBSTONE     VALUE 'T'.
               88 SRT-UNREADABLE    VALUE 'U'.
            05 SRT-PARTITION        PIC S9(9) BINARY.
            05 SRT-OFFSET           PIC S9(18) BINARY.
            05 SRT-EVENT-IMAGE      PIC X(4000).
            05 FILLER               PIC X(06).

        WORKING-STORAGE SECTION.
      ******************************************************************
      *  CONSUMER Values
      ******************************************************************
         01 PART-VAL            PIC S9(9)  BINARY VALUE -1.
         01 PART-LIST-SIZE      PIC S9(09) BINARY VALUE 1.
         01 MSGFLGS-VAL         PIC X(01)  VALUE X'02'.
         01 TIMEOUT-MS          PIC S9(9)  BINARY VALUE 8000.
         01 TOPIC-LENGTH        PIC S9(4) BINARY VALUE 0000.
         01 WS-DISPLAY-ERR      PIC S9(9) SIGN IS LEADING SEPARATE.
         01 SER-MSG-ASC         PIC X(100000).
         01 WS-SCHEMA-NAME      PIC X(256) VALUE 'emp-schema'.
         01 WS-SCHEMALEN        PIC S9(9) BINARY VALUE 0.

         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-MSGARCH-STATUS   PIC X(02).
         01 WS-ARPCARDS-STATUS  PIC X(02).
         01 WS-TPRCNRPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-CNT              PIC S9(9) BINARY VALUE 0000.
         01 WS-PARMLEN          PIC S9(9) BINARY VALUE 0000.
         01 WS-VALLEN           PIC S9(9) BINARY VALUE 0000.
         01 WS-DELIMITER-POS    PIC S9(9) BINARY VALUE 0000.

         01 KAFKA-CONFIG-DATA.
            05 KAFKA-CONFIG-PARM      PIC X(1024).
            05 WS-DELIMITER           PIC X VALUE '='.
            05 KAFKA-CONFIG-VALUE     PIC X(1024).

         01 WS-CRYPT-PARMS.
            05 WS-CRYPT-ACTION        PIC X(01).
            05 WS-CRYPT-VALUE         PIC X(1024).
            05 WS-CRYPT-CALLER        PIC X(08) VALUE 'IXYTPRCN'.
            05 WS-CRYPT-KEY-NAME      PIC X(80).

         01 WS-TOPIC-NAME       PIC X(256) VALUE SPACES.

      * Field-level payload protection -- the consumer half, as
      * IXYCAV64's REVERSE-FIELD-PROTECTION applies it. Only
      * ENCRYPT rules reverse, and only when protect.authorized is
      * 'Y'.
         01 WS-PROT-AUTHORIZED-SW PIC X(01) VALUE 'N'.
             88 WS-PROT-AUTHORIZED VALUE 'Y'.
         01 WS-PROT-TOKEN-RULE  PIC X(08) VALUE SPACES.
         01 WS-PROT-SALARY-RULE PIC X(08) VALUE SPACES.
         01 WS-PROT-INSUR-RULE  PIC X(08) VALUE SPACES.
         01 WS-FPROT-PARMS.
            05 WS-FPROT-ACTION  PIC X(01).
            05 WS-FPROT-TYPE    PIC X(01).
            05 WS-FPROT-LEN     PIC S9(4) BINARY.
            05 WS-FPROT-VALUE   PIC X(64).
            05 WS-FPROT-KEY-GEN PIC X(01) VALUE SPACE.
         01 WS-PROT-AMOUNT      PIC 9(07)V9(02).
         01 WS-PROT-AMOUNT-X REDEFINES WS-PROT-AMOUNT PIC X(09).

      * The topic read -- released to the sort in arrival order.
         01 WS-DRAIN-END-SW     PIC X(01) VALUE 'N'.
             88 WS-DRAIN-END    VALUE 'Y'.
         01 WS-MSG-BAD-SW       PIC X(01) VALUE 'N'.
             88 WS-MSG-BAD      VALUE 'Y'.
         01 WS-CONSUMER-UP-SW   PIC X(01) VALUE 'N'.
             88 WS-CONSUMER-UP  VALUE 'Y'.
         01 WS-SERDES-UP-SW     PIC X(01) VALUE 'N'.
             88 WS-SERDES-UP    VALUE 'Y'.
         01 WS-RELEASE-SEQ      PIC 9(09) VALUE 0.
         01 WS-MSG-KEY-BAD-SW   PIC X(01) VALUE 'N'.
             88 WS-MSG-KEY-BAD  VALUE 'Y'.

      * The merge -- each side's current key, HIGH-VALUES at end.
         01 WS-MST-KEY          PIC X(12).
         01 WS-TOP-KEY.
            05 WS-TOP-COMPANY     PIC X(03).
            05 WS-TOP-EMPLOYEE-ID PIC 9(09).
         01 WS-SORT-END-SW      PIC X(01) VALUE 'N'.
             88 WS-SORT-END     VALUE 'Y'.
      * The topic's state for the key in hand -- its last message.
         01 WS-TOP-KIND         PIC X(01).
             88 WS-TOP-LIVE     VALUE 'V'.
             88 WS-TOP-DELETED  VALUE 'T'.
             88 WS-TOP-UNREADABLE VALUE 'U'.
         01 WS-TOP-PARTITION    PIC S9(9) BINARY.
         01 WS-TOP-OFFSET       PIC S9(18) BINARY.
         01 WS-TOP-IMAGE        PIC X(4000).
         01 WS-TOP-MSG-CNT      PIC 9(09).

      * The master's compared fields, held while EVENT-DATA carries
      * the topic image.
         01 WS-MST-FIELDS.
            05 WS-MF-FULL-NAME    PIC X(30).
            05 WS-MF-FULL-TIME    PIC X(01).
            05 WS-MF-LEVEL        PIC 9(09).
            05 WS-MF-JOIN-DATE    PIC 9(08).
            05 WS-MF-SALARY       PIC 9(07)V9(02).
            05 WS-MF-INSURANCE    PIC 9(07)V9(02).
            05 WS-MF-CURRENCY     PIC X(03).
            05 WS-MF-EVENT-TYPE   PIC X(08).
            05 WS-MF-EMAIL        PIC X(40).
            05 WS-MF-CITY         PIC X(20).
            05 WS-MF-STATE        PIC X(20).
            05 WS-MF-COUNTRY      PIC X(20).
            05 WS-MF-DOCUMENT     PIC X(20).
            05 WS-MF-PICTURE-1    PIC X(20).
            05 WS-MF-PICTURE-2    PIC X(20).

      * Compared fields, in WS-FIELD-DIFF-CNT order; the last entry
      * counts images that differ only outside the named fields.
         01 WS-FIELD-NAMES.
            05 FILLER PIC X(18) VALUE 'FULL NAME'.
            05 FILLER PIC X(18) VALUE 'FULL TIME FLAG'.
            05 FILLER PIC X(18) VALUE 'EMPLOYEE LEVEL'.
            05 FILLER PIC X(18) VALUE 'DATE OF JOINING'.
            05 FILLER PIC X(18) VALUE 'ANNUAL SALARY'.
            05 FILLER PIC X(18) VALUE 'INSURANCE COVERAGE'.
            05 FILLER PIC X(18) VALUE 'CURRENCY CODE'.
            05 FILLER PIC X(18) VALUE 'EVENT TYPE'.
            05 FILLER PIC X(18) VALUE 'EMAIL'.
            05 FILLER PIC X(18) VALUE 'CITY'.
            05 FILLER PIC X(18) VALUE 'STATE'.
            05 FILLER PIC X(18) VALUE 'COUNTRY'.
            05 FILLER PIC X(18) VALUE 'OTHER FIELDS'.
         01 WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
            05 WS-FIELD-NAME    PIC X(18) OCCURS 13 TIMES.
         01 WS-FIELD-DIFF-TABLE.
            05 WS-FIELD-DIFF-CNT PIC 9(09) OCCURS 13 TIMES.
         01 WS-FLD-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-KEY-DIFF-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-MST-VALUE        PIC X(40).
         01 WS-TOP-VALUE        PIC X(40).
         01 WS-ED-LEVEL         PIC Z(8)9.
         01 WS-ED-MONEY         PIC Z,ZZZ,ZZ9.99.
         01 WS-ED-PART          PIC Z(8)9.
         01 WS-ED-OFFSET        PIC Z(17)9.
         01 WS-FINDING          PIC X(01).
         01 WS-FINDING-TEXT     PIC X(17).

      * The keys to heal, in key order -- filled by the merge, the
      * re-produce keys resolved against MSGARCH afterwards.
         01 WS-HEAL-MAX         PIC S9(9) BINARY VALUE 9999.
         01 WS-HEAL-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-HEAL-TABLE.
            05 WS-HEAL-ENTRY OCCURS 9999 TIMES.
              10 WS-HEAL-KEY.
                 15 WS-HEAL-COMPANY     PIC X(03).
                 15 WS-HEAL-EMPLOYEE-ID PIC 9(09).
      * The key as the producers key it -- company + employeeId, or
      * the bare employeeId for the legacy stream.
              10 WS-HEAL-MSG-KEY      PIC X(12).
              10 WS-HEAL-FINDING      PIC X(01).
                  88 WS-HEAL-REPRODUCE VALUE 'M' 'F' 'U'.
                  88 WS-HEAL-TOMBSTONE VALUE 'X' 'L'.
              10 WS-HEAL-ARCH-SW      PIC X(01).
                  88 WS-HEAL-NOT-ARCHIVED VALUE 'N'.
                  88 WS-HEAL-HAS-BODY     VALUE 'B'.
                  88 WS-HEAL-NO-BODY      VALUE 'E'.
              10 WS-HEAL-CORREL       PIC X(40).
              10 WS-HEAL-DELIVERED-TS PIC X(21).
         01 WS-HEAL-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-HEAL-FOUND-IDX   PIC S9(9) BINARY VALUE 0.
         01 WS-ARCH-KEY         PIC X(12).

      * Counters.
         01 WS-CONSUMED-CNT     PIC 9(09) VALUE 0.
         01 WS-TOMB-MSG-CNT     PIC 9(09) VALUE 0.
         01 WS-BAD-MSG-CNT      PIC 9(09) VALUE 0.
         01 WS-BAD-KEY-CNT      PIC 9(09) VALUE 0.
         01 WS-TOPIC-KEY-CNT    PIC 9(09) VALUE 0.
         01 WS-TOPIC-LIVE-CNT   PIC 9(09) VALUE 0.
         01 WS-MASTER-CNT       PIC 9(09) VALUE 0.
         01 WS-MASTER-LEAVER-CNT PIC 9(09) VALUE 0.
         01 WS-AGREE-CNT        PIC 9(09) VALUE 0.
         01 WS-MISSING-CNT      PIC 9(09) VALUE 0.
         01 WS-DIFFER-CNT       PIC 9(09) VALUE 0.
         01 WS-UNREADABLE-CNT   PIC 9(09) VALUE 0.
         01 WS-EXTRA-CNT        PIC 9(09) VALUE 0.
         01 WS-LEAVER-CNT       PIC 9(09) VALUE 0.
         01 WS-CLAIM-EXCUSED-CNT PIC 9(09) VALUE 0.
         01 WS-ARCH-SCANNED-CNT PIC 9(09) VALUE 0.
         01 WS-REPRO-CNT        PIC 9(09) VALUE 0.
         01 WS-NOBODY-CNT       PIC 9(09) VALUE 0.
         01 WS-NOTARCH-CNT      PIC 9(09) VALUE 0.
         01 WS-TOMB-NEEDED-CNT  PIC 9(09) VALUE 0.
         01 WS-UNLISTED-CNT     PIC 9(09) VALUE 0.
         01 WS-ED-COUNT         PIC Z(8)9.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYTPRCN'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       >>DATA 31
      * Input/Output values for Consumer program
         01 CONSUMER-INPUT.
            COPY IXYCONSI.
         01 CONSUMER-OUTPUT.
            COPY IXYCONSO.
         01 CONSUMER-PGM        PIC X(8) VALUE "IXYSCONS".

      * Input/Output values for Serialization program
         01 DESERIAL-AVRO-INPUT.
            COPY IXYDSEAI.
         01 DESERIAL-AVRO-OUTPUT.
            COPY IXYDSEAO.
         01 DESERIAL-PGM        PIC X(8) VALUE "IXYSDSEA".

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

         COPY IXYVARSN.

         01 CJ2C-PGM            PIC X(8) VALUE "IXYJS2CP".

       LINKAGE SECTION.
         01 JSON-MSG-ASCII       PIC X(100000).
         01 KAFKA-SER-MSG-ASCII  PIC X(100000).

       PROCEDURE DIVISION.
           DISPLAY "COMPACTED TOPIC VERSUS EMPMAST RECONCILIATION"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM READ-CONSUMER-TOPIC
           PERFORM READ-CONSUMER-CONFIG
           PERFORM READ-SERDES-CONFIG
           PERFORM INIT-KAFKA-CONSUMER
           IF WS-CONSUMER-UP
             PERFORM INIT-SERDES-DSERIAL
           END-IF
           IF NOT WS-SERDES-UP
             PERFORM DESTROY-KAFKA-CONSUME
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-RECON-SUMMARY
             GOBACK
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 9851 TO ERRLOG-CODE
             MOVE "IXYTPRCN: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             PERFORM DESTROY-KAFKA-CONSUME
             PERFORM DESTROY-SERDES-DSERIAL
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-RECON-SUMMARY
             GOBACK
           END-IF

           INITIALIZE WS-FIELD-DIFF-TABLE
           OPEN OUTPUT TPRCNRPT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "IXYTPRCN  COMPACTED TOPIC VERSUS EMPMAST"
                  "          RUN " WS-JOB-START-TS(1:14)
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "TOPIC " WS-TOPIC-NAME
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE ALL "-" TO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE

           SORT SORTWK
                ON ASCENDING KEY SRT-KEY SRT-SEQ
                INPUT PROCEDURE IS DRAIN-TOPIC-TO-SORT
                OUTPUT PROCEDURE IS MERGE-TOPIC-AND-MASTER
           CLOSE EMPMAST
           PERFORM DESTROY-KAFKA-CONSUME
           PERFORM DESTROY-SERDES-DSERIAL

           IF SORT-RETURN NOT = 0
             DISPLAY "ERROR : TOPIC SORT FAILED, SORT-RETURN "
                     SORT-RETURN
             MOVE 9852 TO ERRLOG-CODE
             MOVE "IXYTPRCN: TOPIC KEY SORT FAILED" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE SPACES TO TPRCNRPT-LINE
             MOVE "** TOPIC SORT FAILED - THE COMPARISON IS INCOMPLETE"
               TO TPRCNRPT-LINE
             WRITE TPRCNRPT-LINE
             CLOSE TPRCNRPT
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-RECON-SUMMARY
             GOBACK
           END-IF

           PERFORM RESOLVE-ARCHIVE-BODIES
           PERFORM WRITE-REPRODUCE-DECK
           PERFORM WRITE-RECON-TOTALS
           CLOSE TPRCNRPT

           EVALUATE TRUE
             WHEN WS-TOMB-NEEDED-CNT > 0 OR WS-NOBODY-CNT > 0 OR
                  WS-NOTARCH-CNT > 0 OR WS-UNLISTED-CNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-REPRO-CNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM DISPLAY-RECON-SUMMARY
           GOBACK
           .

       READ-CONSUMER-TOPIC.
           OPEN INPUT TOPICFIL
           READ TOPICFIL
           INSPECT TOPIC-DATA-REC TALLYING TOPIC-LENGTH
                   FOR CHARACTERS BEFORE ' '
           MOVE FUNCTION TRIM(TOPIC-DATA-REC) TO
                      KAFKA-TOPIC-NAME OF
                        CONSUMER-INPUT(1:TOPIC-LENGTH)
           MOVE LOW-VALUE TO KAFKA-TOPIC-NAME OF
                        CONSUMER-INPUT(TOPIC-LENGTH + 1:)
           MOVE TOPIC-DATA-REC(1:TOPIC-LENGTH) TO WS-TOPIC-NAME
           DISPLAY "Reconcile Topic : " KAFKA-TOPIC-NAME OF
                              CONSUMER-INPUT(1:TOPIC-LENGTH)
           CLOSE TOPICFIL.

       READ-CONSUMER-CONFIG.
      *****************************************************************
      * CCONFFIL parsed the way IXYCAV64 parses it, except that the
      * keys deciding where the read starts and whether it commits
      * are this job's own -- see ADD-RECONCILE-CONFIG -- and the
      * protection keys are held back for REVERSE-FIELD-PROTECTION.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           MOVE 0 TO WS-CNT
           OPEN INPUT CCONFFIL
           PERFORM UNTIL WS-EOF
             READ CCONFFIL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF KAFKA-CCONFIG-REC(1:1) NOT = '#'
                 MOVE 0 TO WS-DELIMITER-POS
                 INSPECT KAFKA-CCONFIG-REC TALLYING WS-DELIMITER-POS
                   FOR CHARACTERS BEFORE WS-DELIMITER
                 IF WS-DELIMITER-POS NOT = 0
                   MOVE KAFKA-CCONFIG-REC(1:WS-DELIMITER-POS) TO
                     KAFKA-CONFIG-PARM
                   MOVE KAFKA-CCONFIG-REC(WS-DELIMITER-POS + 2:) TO
                     KAFKA-CONFIG-VALUE
                   PERFORM ADD-CONSUMER-CONFIG
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE CCONFFIL
           PERFORM ADD-RECONCILE-CONFIG.

       ADD-CONSUMER-CONFIG.
           PERFORM DECODE-CONFIG-VALUE
           EVALUATE FUNCTION TRIM(KAFKA-CONFIG-PARM)
             WHEN 'group.id'
             WHEN 'enable.auto.commit'
             WHEN 'auto.offset.reset'
               CONTINUE
             WHEN 'protect.authorized'
               MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                        WS-PROT-AUTHORIZED-SW
             WHEN 'protect.field.securityToken'
               MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                        WS-PROT-TOKEN-RULE
             WHEN 'protect.field.annualSalary'
               MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                        WS-PROT-SALARY-RULE
             WHEN 'protect.field.insuranceCoverage'
               MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                        WS-PROT-INSUR-RULE
             WHEN OTHER
               MOVE FUNCTION TRIM(KAFKA-CONFIG-PARM) TO
                                        KAFKA-CONFIG-PARM
               MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                        KAFKA-CONFIG-VALUE
               PERFORM STORE-CONSUMER-CONFIG
           END-EVALUATE.

       ADD-RECONCILE-CONFIG.
      *****************************************************************
      * The job's own group, never committed to, always starting at
      * the beginning of every partition -- the whole compacted
      * topic is read on every run and nobody's position moves.
      *****************************************************************
           MOVE 'group.id'           TO KAFKA-CONFIG-PARM
           MOVE 'IXYTPRCN'           TO KAFKA-CONFIG-VALUE
           PERFORM STORE-CONSUMER-CONFIG
           MOVE 'enable.auto.commit' TO KAFKA-CONFIG-PARM
           MOVE 'false'              TO KAFKA-CONFIG-VALUE
           PERFORM STORE-CONSUMER-CONFIG
           MOVE 'auto.offset.reset'  TO KAFKA-CONFIG-PARM
           MOVE 'earliest'           TO KAFKA-CONFIG-VALUE
           PERFORM STORE-CONSUMER-CONFIG.

       STORE-CONSUMER-CONFIG.
           ADD 1 TO NUM-OF-PARMS OF CONSUMER-INPUT
           ADD 1 TO WS-CNT
           COMPUTE WS-PARMLEN = FUNCTION LENGTH(
                       FUNCTION TRIM(KAFKA-CONFIG-PARM))
           COMPUTE WS-VALLEN = FUNCTION LENGTH(
                       FUNCTION TRIM(KAFKA-CONFIG-VALUE))
           MOVE FUNCTION TRIM(KAFKA-CONFIG-PARM) TO
                CONFIG-NAME OF CONSUMER-INPUT(WS-CNT)(1:WS-PARMLEN)
           MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                CONFIG-VALUE OF CONSUMER-INPUT(WS-CNT)(1:WS-VALLEN)
           MOVE LOW-VALUE TO CONFIG-NAME
                OF CONSUMER-INPUT(WS-CNT)(WS-PARMLEN + 1:)
           MOVE LOW-VALUE TO CONFIG-VALUE
                OF CONSUMER-INPUT(WS-CNT)(WS-VALLEN + 1:).

       READ-SERDES-CONFIG.
           OPEN INPUT SCONFFIL
           SET WS-NOT-EOF TO TRUE
           MOVE 0 TO WS-CNT
           PERFORM UNTIL WS-EOF
             READ SCONFFIL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF SERDES-CONFIG-REC(1:1) NOT = '#'
                 MOVE 0 TO WS-DELIMITER-POS
                 INSPECT SERDES-CONFIG-REC TALLYING WS-DELIMITER-POS
                   FOR CHARACTERS BEFORE WS-DELIMITER
                 IF WS-DELIMITER-POS NOT = 0
                   MOVE SERDES-CONFIG-REC(1:WS-DELIMITER-POS) TO
                                       KAFKA-CONFIG-PARM
                   MOVE SERDES-CONFIG-REC(WS-DELIMITER-POS + 2:) TO
                                       KAFKA-CONFIG-VALUE
                 END-IF

                 PERFORM DECODE-CONFIG-VALUE

                 IF FUNCTION TRIM(KAFKA-CONFIG-PARM) = 'schema.name'
                   MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                                       WS-SCHEMA-NAME
                 ELSE
                   ADD 1 TO NUM-OF-PARMS OF DESERIAL-AVRO-INPUT
                   ADD 1 TO WS-CNT
                   COMPUTE WS-PARMLEN = FUNCTION LENGTH(
                               FUNCTION TRIM(KAFKA-CONFIG-PARM))
                   COMPUTE WS-VALLEN = FUNCTION LENGTH(
                               FUNCTION TRIM(KAFKA-CONFIG-VALUE))
                   MOVE FUNCTION TRIM(KAFKA-CONFIG-PARM) TO
                             CONFIG-NAME OF
                             DESERIAL-AVRO-INPUT(WS-CNT)(1:WS-PARMLEN)
                   MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO
                             CONFIG-VALUE OF
                              DESERIAL-AVRO-INPUT(WS-CNT)(1:WS-VALLEN)
                   MOVE LOW-VALUE TO CONFIG-NAME
                      OF DESERIAL-AVRO-INPUT(WS-CNT)(WS-PARMLEN + 1:)
                   MOVE LOW-VALUE TO CONFIG-VALUE
                      OF DESERIAL-AVRO-INPUT(WS-CNT)(WS-VALLEN + 1:)
                 END-IF
               END-IF
              END-READ
           END-PERFORM
           CLOSE SCONFFIL.

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

       INIT-KAFKA-CONSUMER.
      *****************************************************************
      * A subscription with no restart list -- with the group's
      * offsets never committed, auto.offset.reset=earliest starts
      * every partition at its beginning.
      *****************************************************************
           MOVE 1               TO KAFKA-TYPE-PC OF CONSUMER-INPUT
           MOVE PART-LIST-SIZE  TO KAFKA-PART-LIST-SIZE
             OF CONSUMER-INPUT
           MOVE PART-VAL        TO PARTITION-VALUE OF CONSUMER-INPUT
           MOVE MSGFLGS-VAL     TO MSGFLAGS-VALUE OF CONSUMER-INPUT
           MOVE TIMEOUT-MS      TO TIMEOUT-MS-VALUE OF CONSUMER-INPUT
           MOVE 'N'             TO RESTART-IND OF CONSUMER-INPUT
           MOVE 'I'             TO KAFKA-ACTION OF CONSUMER-INPUT

           DISPLAY "KAFKA CONSUMER INIT BEGIN"

           CALL CONSUMER-PGM USING CONSUMER-INPUT
                             RETURNING CONSUMER-OUTPUT

           IF KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT NOT = 0
             DISPLAY "ERROR : " FUNCTION TRIM(KAFKA-MSG OF
                                            CONSUMER-OUTPUT)
             MOVE KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT TO
                                       WS-DISPLAY-ERR
             DISPLAY "ERROR CODE : " WS-DISPLAY-ERR
             MOVE 16 TO RETURN-CODE
             PERFORM DISPLAY-RECON-SUMMARY
             GOBACK
           ELSE
             SET WS-CONSUMER-UP TO TRUE
             DISPLAY FUNCTION TRIM(KAFKA-MSG OF CONSUMER-OUTPUT)
           END-IF.

       INIT-SERDES-DSERIAL.
           MOVE 'I'    TO SERDES-ACTION OF DESERIAL-AVRO-INPUT

           DISPLAY "KAFKA SERDES INIT BEGIN"

           CALL DESERIAL-PGM    USING DESERIAL-AVRO-INPUT
                   RETURNING DESERIAL-AVRO-OUTPUT

           IF SERDES-MSG-RESPONSE OF DESERIAL-AVRO-OUTPUT NOT = 0
             DISPLAY "ERROR : " FUNCTION TRIM(SERDES-MSG OF
                                           DESERIAL-AVRO-OUTPUT)
             MOVE SERDES-MSG-RESPONSE OF DESERIAL-AVRO-OUTPUT TO
                                       WS-DISPLAY-ERR
             DISPLAY "ERROR CODE : " WS-DISPLAY-ERR
           ELSE
             SET WS-SERDES-UP TO TRUE
             DISPLAY FUNCTION TRIM(SERDES-MSG OF DESERIAL-AVRO-OUTPUT)
           END-IF.

      *****************************************************************
      * The SORT input side -- the topic read end to end.
      *****************************************************************
       DRAIN-TOPIC-TO-SORT.
      *****************************************************************
      * Consumes until the first non-zero consume response -- the
      * poll timed out with nothing left, as IXYCAV64's bootstrap
      * scan ends. Every message is released in arrival order: a
      * key always lands in the same partition, so arrival order is
      * the key's offset order and the last one released per key
      * is the topic's state for it.
      *****************************************************************
           MOVE 'N' TO WS-DRAIN-END-SW
           PERFORM UNTIL WS-DRAIN-END
             MOVE 'C'  TO KAFKA-ACTION OF CONSUMER-INPUT
             CALL CONSUMER-PGM USING CONSUMER-INPUT
                               RETURNING CONSUMER-OUTPUT
             IF KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT NOT = 0
               SET WS-DRAIN-END TO TRUE
               DISPLAY "TOPIC READ COMPLETE AFTER " WS-CONSUMED-CNT
                       " MESSAGES : "
                       FUNCTION TRIM(KAFKA-MSG OF CONSUMER-OUTPUT)
             ELSE
               ADD 1 TO WS-CONSUMED-CNT
               PERFORM RELEASE-ONE-MESSAGE
             END-IF
           END-PERFORM.

       RELEASE-ONE-MESSAGE.
           MOVE SPACES TO SORTED-MESSAGE-RECORD
           MOVE PAYLOAD-PARTITION OF CONSUMER-OUTPUT TO SRT-PARTITION
           MOVE PAYLOAD-OFFSET OF CONSUMER-OUTPUT    TO SRT-OFFSET
           IF KAFKA-PAYLOAD-LEN OF CONSUMER-OUTPUT = 0
             ADD 1 TO WS-TOMB-MSG-CNT
             PERFORM PARSE-MESSAGE-KEY
             IF NOT WS-MSG-KEY-BAD
               SET SRT-TOMBSTONE TO TRUE
               PERFORM RELEASE-SORT-RECORD
             END-IF
           ELSE
             MOVE 'N' TO WS-MSG-BAD-SW
             SET ADDRESS OF KAFKA-SER-MSG-ASCII TO
                          KAFKA-PAYLOAD-64 OF CONSUMER-OUTPUT
             PERFORM DSERIAL-ONE-MESSAGE
             IF WS-MSG-BAD
               ADD 1 TO WS-BAD-MSG-CNT
               PERFORM PARSE-MESSAGE-KEY
               IF NOT WS-MSG-KEY-BAD
                 SET SRT-UNREADABLE TO TRUE
                 PERFORM RELEASE-SORT-RECORD
               END-IF
             ELSE
               PERFORM REVERSE-FIELD-PROTECTION
               MOVE companyCode TO SRT-COMPANY
               MOVE employeeId  TO SRT-EMPLOYEE-ID
               SET SRT-VALUE TO TRUE
               MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                        SRT-EVENT-IMAGE
               PERFORM RELEASE-SORT-RECORD
             END-IF
           END-IF.

       RELEASE-SORT-RECORD.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORTED-MESSAGE-RECORD.

       PARSE-MESSAGE-KEY.
      *****************************************************************
      * A message with no readable value is keyed from the message
      * key -- the 12-byte company+employeeId form or the legacy
      * 9-digit employeeId, as IXYCAV64's PARSE-TOMBSTONE-KEY reads
      * it. Anything else cannot be tied to an employee; it is
      * counted and left out.
      *****************************************************************
           MOVE 'N' TO WS-MSG-KEY-BAD-SW
           EVALUATE TRUE
             WHEN PAYLOAD-KEY-LEN OF CONSUMER-OUTPUT >= 12 AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(4:9) NUMERIC AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(1:3) NOT NUMERIC
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(1:3) TO
                        SRT-COMPANY
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(4:9) TO
                        SRT-EMPLOYEE-ID
             WHEN PAYLOAD-KEY-LEN OF CONSUMER-OUTPUT >= 9 AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(1:9) NUMERIC
               MOVE SPACES TO SRT-COMPANY
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(1:9) TO
                        SRT-EMPLOYEE-ID
             WHEN OTHER
               SET WS-MSG-KEY-BAD TO TRUE
               ADD 1 TO WS-BAD-KEY-CNT
               MOVE SRT-PARTITION TO WS-ED-PART
               MOVE SRT-OFFSET    TO WS-ED-OFFSET
               DISPLAY "MESSAGE KEY NOT AN EMPLOYEE KEY - PARTITION "
                       WS-ED-PART " OFFSET " WS-ED-OFFSET
           END-EVALUATE.

       DSERIAL-ONE-MESSAGE.
      *****************************************************************
      * The same serdes path IXYTPEEK walks -- IXYSDSEA to JSON, then
      * the Data Transformation Utility conversion to the copybook
      * -- with failures counted, not quarantined.
      *****************************************************************
           MOVE 'C'        TO SERDES-ACTION OF DESERIAL-AVRO-INPUT
           MOVE WS-SCHEMA-NAME TO SCHEMA-NAME OF DESERIAL-AVRO-INPUT
           COMPUTE WS-SCHEMALEN = FUNCTION LENGTH(FUNCTION TRIM
                                  (SCHEMA-NAME OF DESERIAL-AVRO-INPUT))
           MOVE LOW-VALUE TO SCHEMA-NAME OF
                             DESERIAL-AVRO-INPUT(WS-SCHEMALEN + 1:)

           MOVE KAFKA-SER-MSG-ASCII TO SER-MSG-ASC
           SET SER-PAYLOAD-64 OF DESERIAL-AVRO-INPUT TO
                            ADDRESS OF SER-MSG-ASC
           MOVE KAFKA-PAYLOAD-LEN OF CONSUMER-OUTPUT TO
                 SER-MESSAGE-LEN OF DESERIAL-AVRO-INPUT

           CALL DESERIAL-PGM    USING DESERIAL-AVRO-INPUT
                   RETURNING DESERIAL-AVRO-OUTPUT

           IF SERDES-MSG-RESPONSE OF DESERIAL-AVRO-OUTPUT NOT = 0
             DISPLAY "RECONCILE : DESERIALIZE FAILED : "
                     FUNCTION TRIM(SERDES-MSG OF
                                   DESERIAL-AVRO-OUTPUT)
             SET WS-MSG-BAD TO TRUE
           ELSE
             SET ADDRESS OF JSON-MSG-ASCII  TO
                 DSER-PAYLOAD-64 OF DESERIAL-AVRO-OUTPUT
             INITIALIZE JSON-LENGTH
             INSPECT JSON-MSG-ASCII TALLYING JSON-LENGTH
                   FOR CHARACTERS BEFORE X'00'
             MOVE JSON-MSG-ASCII (1:JSON-LENGTH) TO
               JTXT-1208(1:JSON-LENGTH)
             CALL CJ2C-PGM USING JSON-DATA
                           RETURNING EVENT-DATA
             IF JSON-CODE NOT = 0
               DISPLAY "RECONCILE : JSON CONVERSION FAILED, CODE "
                       JSON-CODE
               SET WS-MSG-BAD TO TRUE
             END-IF
           END-IF.

       REVERSE-FIELD-PROTECTION.
      *****************************************************************
      * Reverses the producer's ENCRYPT field rules through IXYFPROT
      * exactly as IXYCAV64 does before it posts, so the topic image
      * compares with what the consumer put on the master.
      *****************************************************************
           IF WS-PROT-AUTHORIZED
             IF WS-PROT-TOKEN-RULE = 'ENCRYPT'
               MOVE 'D' TO WS-FPROT-ACTION
               MOVE 'C' TO WS-FPROT-TYPE
               MOVE 16  TO WS-FPROT-LEN
               MOVE securityToken TO WS-FPROT-VALUE
               CALL "IXYFPROT" USING WS-FPROT-PARMS
               MOVE WS-FPROT-VALUE(1:16) TO securityToken
             END-IF

             IF WS-PROT-SALARY-RULE = 'ENCRYPT'
               MOVE annualSalary TO WS-PROT-AMOUNT
               PERFORM UNPROTECT-ONE-AMOUNT
               MOVE WS-PROT-AMOUNT TO annualSalary
             END-IF

             IF WS-PROT-INSUR-RULE = 'ENCRYPT'
               MOVE insuranceCoverage TO WS-PROT-AMOUNT
               PERFORM UNPROTECT-ONE-AMOUNT
               MOVE WS-PROT-AMOUNT TO insuranceCoverage
             END-IF
           END-IF.

       UNPROTECT-ONE-AMOUNT.
           MOVE 'D' TO WS-FPROT-ACTION
           MOVE 'N' TO WS-FPROT-TYPE
           MOVE 9   TO WS-FPROT-LEN
           MOVE WS-PROT-AMOUNT-X TO WS-FPROT-VALUE
           CALL "IXYFPROT" USING WS-FPROT-PARMS
           MOVE WS-FPROT-VALUE(1:9) TO WS-PROT-AMOUNT-X.

      *****************************************************************
      * The SORT output side -- the key-order merge of the topic's
      * state and the master.
      *****************************************************************
       MERGE-TOPIC-AND-MASTER.
           MOVE LOW-VALUES TO WS-MST-KEY
           MOVE LOW-VALUES TO WS-TOP-KEY
           MOVE 'N' TO WS-SORT-END-SW
           PERFORM RETURN-SORTED-MESSAGE
           PERFORM READ-NEXT-MASTER
           PERFORM NEXT-TOPIC-KEY
           PERFORM UNTIL WS-MST-KEY = HIGH-VALUES AND
                         WS-TOP-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN WS-MST-KEY < WS-TOP-KEY
                 PERFORM MASTER-WITHOUT-TOPIC
                 PERFORM READ-NEXT-MASTER
               WHEN WS-MST-KEY > WS-TOP-KEY
                 PERFORM TOPIC-WITHOUT-MASTER
                 PERFORM NEXT-TOPIC-KEY
               WHEN OTHER
                 PERFORM MASTER-AND-TOPIC
                 PERFORM READ-NEXT-MASTER
                 PERFORM NEXT-TOPIC-KEY
             END-EVALUATE
           END-PERFORM.

       RETURN-SORTED-MESSAGE.
           RETURN SORTWK
             AT END SET WS-SORT-END TO TRUE
           END-RETURN.

       NEXT-TOPIC-KEY.
      *****************************************************************
      * Folds one key's sorted messages -- the last one is the
      * topic's state -- leaving the next key's first message in the
      * sort record as the look-ahead.
      *****************************************************************
           IF WS-TOP-KEY NOT = HIGH-VALUES
             IF WS-SORT-END
               MOVE HIGH-VALUES TO WS-TOP-KEY
             ELSE
               MOVE SRT-KEY TO WS-TOP-KEY
               MOVE 0 TO WS-TOP-MSG-CNT
               ADD 1 TO WS-TOPIC-KEY-CNT
               PERFORM UNTIL WS-SORT-END OR SRT-KEY NOT = WS-TOP-KEY
                 ADD 1 TO WS-TOP-MSG-CNT
                 MOVE SRT-KIND      TO WS-TOP-KIND
                 MOVE SRT-PARTITION TO WS-TOP-PARTITION
                 MOVE SRT-OFFSET    TO WS-TOP-OFFSET
                 IF SRT-VALUE
                   MOVE SRT-EVENT-IMAGE TO WS-TOP-IMAGE
                 END-IF
                 PERFORM RETURN-SORTED-MESSAGE
               END-PERFORM
               IF WS-TOP-LIVE
                 ADD 1 TO WS-TOPIC-LIVE-CNT
               END-IF
             END-IF
           END-IF.

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

       MASTER-WITHOUT-TOPIC.
      * A leaver with nothing on the topic is what a tombstone plus
      * compaction leaves behind.
           IF EMPMAST-TERMINATED
             ADD 1 TO WS-AGREE-CNT
           ELSE
             MOVE EMPMAST-EVENT-DATA TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
             ADD 1 TO WS-MISSING-CNT
             MOVE 'M' TO WS-FINDING
             MOVE "MISSING ON TOPIC " TO WS-FINDING-TEXT
             PERFORM WRITE-MASTER-FINDING
             PERFORM NOTE-KEY-TO-HEAL
           END-IF.

       TOPIC-WITHOUT-MASTER.
           IF WS-TOP-DELETED
             ADD 1 TO WS-AGREE-CNT
           ELSE
             ADD 1 TO WS-EXTRA-CNT
             MOVE 'X' TO WS-FINDING
             MOVE "EXTRA ON TOPIC   " TO WS-FINDING-TEXT
             PERFORM WRITE-TOPIC-FINDING
             PERFORM NOTE-KEY-TO-HEAL
           END-IF.

       MASTER-AND-TOPIC.
           EVALUATE TRUE
             WHEN EMPMAST-TERMINATED AND WS-TOP-DELETED
               ADD 1 TO WS-AGREE-CNT
             WHEN EMPMAST-TERMINATED
               ADD 1 TO WS-LEAVER-CNT
               MOVE 'L' TO WS-FINDING
               MOVE "LEAVER ON TOPIC  " TO WS-FINDING-TEXT
               PERFORM WRITE-TOPIC-FINDING
               PERFORM NOTE-KEY-TO-HEAL
             WHEN WS-TOP-DELETED
               MOVE EMPMAST-EVENT-DATA TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
               ADD 1 TO WS-MISSING-CNT
               MOVE 'M' TO WS-FINDING
               MOVE "MISSING ON TOPIC " TO WS-FINDING-TEXT
               PERFORM WRITE-MASTER-FINDING
               PERFORM NOTE-KEY-TO-HEAL
             WHEN WS-TOP-UNREADABLE
               MOVE EMPMAST-EVENT-DATA TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
               ADD 1 TO WS-UNREADABLE-CNT
               MOVE 'U' TO WS-FINDING
               MOVE "UNREADABLE       " TO WS-FINDING-TEXT
               PERFORM WRITE-TOPIC-FINDING
               PERFORM NOTE-KEY-TO-HEAL
             WHEN OTHER
               PERFORM COMPARE-IMAGES
           END-EVALUATE.

       COMPARE-IMAGES.
      *****************************************************************
      * The topic image against the master image. The master's
      * compared fields are held first; a claim-check pointer on the
      * topic side takes the master's content for that field, since
      * a consumer configured to resolve claim checks posts the
      * blob, not the pointer.
      *****************************************************************
           MOVE EMPMAST-EVENT-DATA TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE fullName          TO WS-MF-FULL-NAME
           MOVE isFullTime        TO WS-MF-FULL-TIME
           MOVE employeeLevel     TO WS-MF-LEVEL
           MOVE dateOfJoining     TO WS-MF-JOIN-DATE
           MOVE annualSalary      TO WS-MF-SALARY
           MOVE insuranceCoverage TO WS-MF-INSURANCE
           MOVE currencyCode      TO WS-MF-CURRENCY
           MOVE eventType         TO WS-MF-EVENT-TYPE
           MOVE email             TO WS-MF-EMAIL
           MOVE city              TO WS-MF-CITY
           MOVE state             TO WS-MF-STATE
           MOVE country           TO WS-MF-COUNTRY
           MOVE documentData      TO WS-MF-DOCUMENT
           MOVE profilePicture(1) TO WS-MF-PICTURE-1
           MOVE profilePicture(2) TO WS-MF-PICTURE-2

           MOVE WS-TOP-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF documentData(1:4) = 'CLM:' AND
              documentData NOT = WS-MF-DOCUMENT
             MOVE WS-MF-DOCUMENT TO documentData
             ADD 1 TO WS-CLAIM-EXCUSED-CNT
           END-IF
           IF profilePicture(1)(1:4) = 'CLM:' AND
              profilePicture(1) NOT = WS-MF-PICTURE-1
             MOVE WS-MF-PICTURE-1 TO profilePicture(1)
             ADD 1 TO WS-CLAIM-EXCUSED-CNT
           END-IF
           IF profilePicture(2)(1:4) = 'CLM:' AND
              profilePicture(2) NOT = WS-MF-PICTURE-2
             MOVE WS-MF-PICTURE-2 TO profilePicture(2)
             ADD 1 TO WS-CLAIM-EXCUSED-CNT
           END-IF

           IF EVENT-DATA(1:LENGTH OF EVENT-DATA) =
              EMPMAST-EVENT-DATA(1:LENGTH OF EVENT-DATA)
             ADD 1 TO WS-AGREE-CNT
           ELSE
             ADD 1 TO WS-DIFFER-CNT
             MOVE 'F' TO WS-FINDING
             MOVE "CONTENT DIFFERS  " TO WS-FINDING-TEXT
             PERFORM WRITE-TOPIC-FINDING
             PERFORM COMPARE-FIELDS
             PERFORM NOTE-KEY-TO-HEAL
           END-IF.

       COMPARE-FIELDS.
           MOVE 0 TO WS-KEY-DIFF-CNT
           IF fullName NOT = WS-MF-FULL-NAME
             MOVE 1 TO WS-FLD-IDX
             MOVE WS-MF-FULL-NAME TO WS-MST-VALUE
             MOVE fullName        TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF isFullTime NOT = WS-MF-FULL-TIME
             MOVE 2 TO WS-FLD-IDX
             MOVE WS-MF-FULL-TIME TO WS-MST-VALUE
             MOVE isFullTime      TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF employeeLevel NOT = WS-MF-LEVEL
             MOVE 3 TO WS-FLD-IDX
             MOVE WS-MF-LEVEL   TO WS-ED-LEVEL
             MOVE WS-ED-LEVEL   TO WS-MST-VALUE
             MOVE employeeLevel TO WS-ED-LEVEL
             MOVE WS-ED-LEVEL   TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF dateOfJoining NOT = WS-MF-JOIN-DATE
             MOVE 4 TO WS-FLD-IDX
             MOVE WS-MF-JOIN-DATE TO WS-MST-VALUE
             MOVE dateOfJoining   TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF annualSalary NOT = WS-MF-SALARY
             MOVE 5 TO WS-FLD-IDX
             MOVE WS-MF-SALARY TO WS-ED-MONEY
             MOVE WS-ED-MONEY  TO WS-MST-VALUE
             MOVE annualSalary TO WS-ED-MONEY
             MOVE WS-ED-MONEY  TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF insuranceCoverage NOT = WS-MF-INSURANCE
             MOVE 6 TO WS-FLD-IDX
             MOVE WS-MF-INSURANCE   TO WS-ED-MONEY
             MOVE WS-ED-MONEY       TO WS-MST-VALUE
             MOVE insuranceCoverage TO WS-ED-MONEY
             MOVE WS-ED-MONEY       TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF currencyCode NOT = WS-MF-CURRENCY
             MOVE 7 TO WS-FLD-IDX
             MOVE WS-MF-CURRENCY TO WS-MST-VALUE
             MOVE currencyCode   TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF eventType NOT = WS-MF-EVENT-TYPE
             MOVE 8 TO WS-FLD-IDX
             MOVE WS-MF-EVENT-TYPE TO WS-MST-VALUE
             MOVE eventType        TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF email NOT = WS-MF-EMAIL
             MOVE 9 TO WS-FLD-IDX
             MOVE WS-MF-EMAIL TO WS-MST-VALUE
             MOVE email       TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF city NOT = WS-MF-CITY
             MOVE 10 TO WS-FLD-IDX
             MOVE WS-MF-CITY TO WS-MST-VALUE
             MOVE city       TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF state NOT = WS-MF-STATE
             MOVE 11 TO WS-FLD-IDX
             MOVE WS-MF-STATE TO WS-MST-VALUE
             MOVE state       TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF country NOT = WS-MF-COUNTRY
             MOVE 12 TO WS-FLD-IDX
             MOVE WS-MF-COUNTRY TO WS-MST-VALUE
             MOVE country       TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF
           IF WS-KEY-DIFF-CNT = 0
             MOVE 13 TO WS-FLD-IDX
             MOVE SPACES TO WS-MST-VALUE
             MOVE SPACES TO WS-TOP-VALUE
             PERFORM NOTE-FIELD-DIFFERENCE
           END-IF.

       NOTE-FIELD-DIFFERENCE.
           ADD 1 TO WS-KEY-DIFF-CNT
           ADD 1 TO WS-FIELD-DIFF-CNT(WS-FLD-IDX)
           MOVE SPACES TO TPRCNRPT-LINE
           IF WS-FLD-IDX = 13
             STRING "      " WS-FIELD-NAME(WS-FLD-IDX)
                    " THE IMAGES DIFFER OUTSIDE THE FIELDS LISTED"
                    DELIMITED BY SIZE INTO TPRCNRPT-LINE
           ELSE
             STRING "      " WS-FIELD-NAME(WS-FLD-IDX)
                    " EMPMAST '" WS-MST-VALUE "'"
                    " TOPIC '" WS-TOP-VALUE "'"
                    DELIMITED BY SIZE INTO TPRCNRPT-LINE
           END-IF
           WRITE TPRCNRPT-LINE.

       WRITE-MASTER-FINDING.
      * EVENT-DATA holds the master image.
           MOVE SPACES TO TPRCNRPT-LINE
           STRING WS-FINDING-TEXT " EMPLOYEE " EMPMAST-COMPANY " "
                  EMPMAST-EMPLOYEE-ID "  " fullName
                  "  MASTER UPDATED " EMPMAST-UPDATED-TS
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE.

       WRITE-TOPIC-FINDING.
      *****************************************************************
      * Keyed from the topic side, with where its last message sits
      * (IXYTPEEK shows it from there). A value's image names the
      * employee; an unreadable message or a leaver's tombstone-less
      * value is named from the master where there is one.
      *****************************************************************
           IF WS-TOP-LIVE
             MOVE WS-TOP-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           ELSE
             IF WS-MST-KEY = WS-TOP-KEY
               MOVE EMPMAST-EVENT-DATA TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
             ELSE
               MOVE SPACES TO fullName
             END-IF
           END-IF
           MOVE WS-TOP-PARTITION TO WS-ED-PART
           MOVE WS-TOP-OFFSET    TO WS-ED-OFFSET
           MOVE SPACES TO TPRCNRPT-LINE
           STRING WS-FINDING-TEXT " EMPLOYEE " WS-TOP-COMPANY " "
                  WS-TOP-EMPLOYEE-ID "  " fullName
                  "  PARTITION " WS-ED-PART
                  "  OFFSET " WS-ED-OFFSET
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE.

       NOTE-KEY-TO-HEAL.
      *****************************************************************
      * Every difference is remembered, in key order, for the
      * archive lookup and the re-produce deck.
      *****************************************************************
           IF WS-HEAL-CNT >= WS-HEAL-MAX
             ADD 1 TO WS-UNLISTED-CNT
             IF WS-UNLISTED-CNT = 1
               DISPLAY "ERROR : MORE THAN " WS-HEAL-MAX
                       " DIFFERENCES - LATER KEYS REPORTED, NOT LISTED"
             END-IF
           ELSE
             ADD 1 TO WS-HEAL-CNT
             IF WS-FINDING = 'X' OR WS-FINDING = 'L' OR
                WS-FINDING = 'U'
               MOVE WS-TOP-KEY  TO WS-HEAL-KEY(WS-HEAL-CNT)
             ELSE
               MOVE EMPMAST-KEY TO WS-HEAL-KEY(WS-HEAL-CNT)
             END-IF
             MOVE SPACES TO WS-HEAL-MSG-KEY(WS-HEAL-CNT)
             IF WS-HEAL-COMPANY(WS-HEAL-CNT) = SPACES
               MOVE WS-HEAL-EMPLOYEE-ID(WS-HEAL-CNT) TO
                        WS-HEAL-MSG-KEY(WS-HEAL-CNT)(1:9)
             ELSE
               MOVE WS-HEAL-KEY(WS-HEAL-CNT) TO
                        WS-HEAL-MSG-KEY(WS-HEAL-CNT)
             END-IF
             MOVE WS-FINDING TO WS-HEAL-FINDING(WS-HEAL-CNT)
             SET WS-HEAL-NOT-ARCHIVED(WS-HEAL-CNT) TO TRUE
             MOVE SPACES TO WS-HEAL-CORREL(WS-HEAL-CNT)
             MOVE LOW-VALUES TO WS-HEAL-DELIVERED-TS(WS-HEAL-CNT)
           END-IF.

      *****************************************************************
      * The archive lookup and the re-produce deck.
      *****************************************************************
       RESOLVE-ARCHIVE-BODIES.
      *****************************************************************
      * One pass over MSGARCH. Every delivered entry under a key to
      * re-produce (on this topic, or archived before the consumed
      * side named one) is weighed by its delivered timestamp; the
      * latest one wins, with or without a body -- an older body
      * would put an out-of-date value back on the topic.
      *****************************************************************
           IF WS-MISSING-CNT + WS-DIFFER-CNT + WS-UNREADABLE-CNT > 0
             SET WS-NOT-EOF TO TRUE
             OPEN INPUT MSGARCH
             IF WS-MSGARCH-STATUS NOT = '00'
               DISPLAY "MSGARCH NOT AVAILABLE, FILE STATUS "
                       WS-MSGARCH-STATUS
                       " - NO KEY CAN BE RE-PRODUCED"
               MOVE 9853 TO ERRLOG-CODE
               MOVE "IXYTPRCN: MSGARCH NOT AVAILABLE" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               SET WS-EOF TO TRUE
             END-IF
             PERFORM UNTIL WS-EOF
               READ MSGARCH NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-ARCH-SCANNED-CNT
                 IF MA-DELIVERED AND
                    MA-MSG-KEY(13:) = SPACES AND
                    (MA-TOPIC-NAME = SPACES OR
                     MA-TOPIC-NAME = WS-TOPIC-NAME)
                   PERFORM MATCH-ARCHIVE-ENTRY
                 END-IF
               END-READ
             END-PERFORM
             IF WS-MSGARCH-STATUS = '00' OR WS-MSGARCH-STATUS = '10'
               CLOSE MSGARCH
             END-IF
           END-IF.

       MATCH-ARCHIVE-ENTRY.
           MOVE MA-MSG-KEY(1:12) TO WS-ARCH-KEY
           MOVE 0 TO WS-HEAL-FOUND-IDX
           MOVE 1 TO WS-HEAL-IDX
           PERFORM UNTIL WS-HEAL-IDX > WS-HEAL-CNT
                      OR WS-HEAL-FOUND-IDX NOT = 0
             IF WS-HEAL-MSG-KEY(WS-HEAL-IDX) = WS-ARCH-KEY AND
                WS-HEAL-REPRODUCE(WS-HEAL-IDX)
               MOVE WS-HEAL-IDX TO WS-HEAL-FOUND-IDX
             ELSE
               ADD 1 TO WS-HEAL-IDX
             END-IF
           END-PERFORM
           IF WS-HEAL-FOUND-IDX NOT = 0
             IF MA-DELIVERED-TS >=
                      WS-HEAL-DELIVERED-TS(WS-HEAL-FOUND-IDX)
               MOVE MA-DELIVERED-TS TO
                        WS-HEAL-DELIVERED-TS(WS-HEAL-FOUND-IDX)
               MOVE MA-CORRELATION-ID TO
                        WS-HEAL-CORREL(WS-HEAL-FOUND-IDX)
               IF MA-WIRE-LEN > 0
                 SET WS-HEAL-HAS-BODY(WS-HEAL-FOUND-IDX) TO TRUE
               ELSE
                 SET WS-HEAL-NO-BODY(WS-HEAL-FOUND-IDX) TO TRUE
               END-IF
             END-IF
           END-IF.

       WRITE-REPRODUCE-DECK.
      *****************************************************************
      * The IXYARCPR selection deck -- TOPIC, then one CORRID card
      * per key with a body to re-produce; the keys it cannot heal
      * ride along as comments so the deck is the whole story. The
      * same list goes to the report.
      *****************************************************************
           OPEN OUTPUT ARPCARDS
           MOVE SPACES TO REPRODUCE-CARD
           STRING "* IXYTPRCN RE-PRODUCE LIST, RUN "
                  WS-JOB-START-TS(1:14)
                  DELIMITED BY SIZE INTO REPRODUCE-CARD
           WRITE REPRODUCE-CARD
           MOVE SPACES TO REPRODUCE-CARD
           MOVE 'TOPIC ' TO ARP-CARD-KEYWORD
           MOVE WS-TOPIC-NAME TO ARP-CARD-VALUE
           WRITE REPRODUCE-CARD

           MOVE SPACES TO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE "RE-PRODUCE LIST" TO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE

           MOVE 1 TO WS-HEAL-IDX
           PERFORM UNTIL WS-HEAL-IDX > WS-HEAL-CNT
             PERFORM WRITE-ONE-HEAL-ENTRY
             ADD 1 TO WS-HEAL-IDX
           END-PERFORM
           IF WS-HEAL-CNT = 0
             MOVE "  NOTHING TO RE-PRODUCE" TO TPRCNRPT-LINE
             WRITE TPRCNRPT-LINE
           END-IF
           CLOSE ARPCARDS.

       WRITE-ONE-HEAL-ENTRY.
           MOVE SPACES TO REPRODUCE-CARD
           MOVE SPACES TO TPRCNRPT-LINE
           EVALUATE TRUE
             WHEN WS-HEAL-TOMBSTONE(WS-HEAL-IDX)
               ADD 1 TO WS-TOMB-NEEDED-CNT
               STRING "* TOMBSTONE NEEDED  KEY "
                      WS-HEAL-MSG-KEY(WS-HEAL-IDX)
                      DELIMITED BY SIZE INTO REPRODUCE-CARD
               STRING "  TOMBSTONE NEEDED  KEY "
                      WS-HEAL-MSG-KEY(WS-HEAL-IDX)
                      DELIMITED BY SIZE INTO TPRCNRPT-LINE
             WHEN WS-HEAL-HAS-BODY(WS-HEAL-IDX)
               ADD 1 TO WS-REPRO-CNT
               MOVE 'CORRID' TO ARP-CARD-KEYWORD
               MOVE WS-HEAL-CORREL(WS-HEAL-IDX) TO ARP-CARD-VALUE
               STRING "  RE-PRODUCE        KEY "
                      WS-HEAL-MSG-KEY(WS-HEAL-IDX)
                      "  CORRELATION " WS-HEAL-CORREL(WS-HEAL-IDX)
                      "  DELIVERED "
                      WS-HEAL-DELIVERED-TS(WS-HEAL-IDX)
                      DELIMITED BY SIZE INTO TPRCNRPT-LINE
             WHEN WS-HEAL-NO-BODY(WS-HEAL-IDX)
               ADD 1 TO WS-NOBODY-CNT
               STRING "* NO BODY           KEY "
                      WS-HEAL-MSG-KEY(WS-HEAL-IDX)
                      DELIMITED BY SIZE INTO REPRODUCE-CARD
               STRING "  NO BODY           KEY "
                      WS-HEAL-MSG-KEY(WS-HEAL-IDX)
                      "  CORRELATION " WS-HEAL-CORREL(WS-HEAL-IDX)
                      "  DELIVERED "
                      WS-HEAL-DELIVERED-TS(WS-HEAL-IDX)
                      DELIMITED BY SIZE INTO TPRCNRPT-LINE
             WHEN OTHER
               ADD 1 TO WS-NOTARCH-CNT
               STRING "* NOT ARCHIVED      KEY "
                      WS-HEAL-MSG-KEY(WS-HEAL-IDX)
                      DELIMITED BY SIZE INTO REPRODUCE-CARD
               STRING "  NOT ARCHIVED      KEY "
                      WS-HEAL-MSG-KEY(WS-HEAL-IDX)
                      DELIMITED BY SIZE INTO TPRCNRPT-LINE
           END-EVALUATE
           WRITE REPRODUCE-CARD
           WRITE TPRCNRPT-LINE.

       WRITE-RECON-TOTALS.
           MOVE SPACES TO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE "RECONCILIATION TOTALS" TO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-CONSUMED-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  TOPIC MESSAGES READ        : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-TOMB-MSG-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "    OF WHICH TOMBSTONES      : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-BAD-MSG-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "    OF WHICH UNREADABLE      : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-BAD-KEY-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "    UNKEYED, LEFT OUT        : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-TOPIC-KEY-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  TOPIC KEYS                 : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-TOPIC-LIVE-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "    HOLDING A VALUE          : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-MASTER-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  EMPMAST RECORDS            : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-MASTER-LEAVER-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "    OF WHICH LEAVERS         : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-AGREE-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  IN AGREEMENT               : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-CLAIM-EXCUSED-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  CLAIM CHECKS NOT COMPARED  : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-MISSING-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  MISSING ON TOPIC           : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-DIFFER-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  CONTENT DIFFERS            : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1 UNTIL WS-FLD-IDX > 13
             IF WS-FIELD-DIFF-CNT(WS-FLD-IDX) > 0
               MOVE WS-FIELD-DIFF-CNT(WS-FLD-IDX) TO WS-ED-COUNT
               MOVE SPACES TO TPRCNRPT-LINE
               STRING "    " WS-FIELD-NAME(WS-FLD-IDX) "       : "
                      WS-ED-COUNT
                      DELIMITED BY SIZE INTO TPRCNRPT-LINE
               WRITE TPRCNRPT-LINE
             END-IF
           END-PERFORM
           MOVE WS-UNREADABLE-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  UNREADABLE ON TOPIC        : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-EXTRA-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  EXTRA ON TOPIC             : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-LEAVER-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  LEAVERS STILL ON TOPIC     : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-ARCH-SCANNED-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  MSGARCH ENTRIES SCANNED    : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-REPRO-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  KEYS ON THE RE-PRODUCE DECK: " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-NOBODY-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  NO ARCHIVED BODY           : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-NOTARCH-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  NOT ARCHIVED               : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           MOVE WS-TOMB-NEEDED-CNT TO WS-ED-COUNT
           MOVE SPACES TO TPRCNRPT-LINE
           STRING "  TOMBSTONES NEEDED          : " WS-ED-COUNT
                  DELIMITED BY SIZE INTO TPRCNRPT-LINE
           WRITE TPRCNRPT-LINE
           IF WS-UNLISTED-CNT > 0
             MOVE WS-UNLISTED-CNT TO WS-ED-COUNT
             MOVE SPACES TO TPRCNRPT-LINE
             STRING "  NOT LISTED - TABLE FULL    : " WS-ED-COUNT
                    DELIMITED BY SIZE INTO TPRCNRPT-LINE
             WRITE TPRCNRPT-LINE
           END-IF.

       DESTROY-KAFKA-CONSUME.
           IF WS-CONSUMER-UP
             MOVE 'D'             TO KAFKA-ACTION OF CONSUMER-INPUT
             DISPLAY "KAFKA CONSUMER DESTROY BEGIN"

             CALL CONSUMER-PGM USING CONSUMER-INPUT
                               RETURNING CONSUMER-OUTPUT

             IF KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT NOT = 0
               DISPLAY "ERROR : " FUNCTION TRIM(KAFKA-MSG OF
                                            CONSUMER-OUTPUT)
             ELSE
               DISPLAY FUNCTION TRIM(KAFKA-MSG OF CONSUMER-OUTPUT)
             END-IF
             MOVE 'N' TO WS-CONSUMER-UP-SW
           END-IF.

       DESTROY-SERDES-DSERIAL.
           IF WS-SERDES-UP
             MOVE 'D' TO SERDES-ACTION OF DESERIAL-AVRO-INPUT
             DISPLAY "KAFKA SERDES DESTROY BEGIN"

             CALL DESERIAL-PGM    USING DESERIAL-AVRO-INPUT
                     RETURNING DESERIAL-AVRO-OUTPUT

             IF SERDES-MSG-RESPONSE OF DESERIAL-AVRO-OUTPUT NOT = 0
               DISPLAY "ERROR : " FUNCTION TRIM(SERDES-MSG OF
                                                DESERIAL-AVRO-OUTPUT)
             ELSE
               DISPLAY FUNCTION TRIM(SERDES-MSG OF
                                     DESERIAL-AVRO-OUTPUT)
             END-IF
             MOVE 'N' TO WS-SERDES-UP-SW
           END-IF.

       DISPLAY-RECON-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYTPRCN JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  MESSAGES READ    : " WS-CONSUMED-CNT
           DISPLAY "  TOPIC KEYS       : " WS-TOPIC-KEY-CNT
           DISPLAY "  EMPMAST RECORDS  : " WS-MASTER-CNT
           DISPLAY "  IN AGREEMENT     : " WS-AGREE-CNT
           DISPLAY "  MISSING ON TOPIC : " WS-MISSING-CNT
           DISPLAY "  CONTENT DIFFERS  : " WS-DIFFER-CNT
           DISPLAY "  UNREADABLE       : " WS-UNREADABLE-CNT
           DISPLAY "  EXTRA ON TOPIC   : " WS-EXTRA-CNT
           DISPLAY "  LEAVERS ON TOPIC : " WS-LEAVER-CNT
           DISPLAY "  RE-PRODUCE DECK  : " WS-REPRO-CNT
           DISPLAY "  CANNOT HEAL      : "
                   WS-NOBODY-CNT " NO BODY, "
                   WS-NOTARCH-CNT " NOT ARCHIVED, "
                   WS-TOMB-NEEDED-CNT " NEED A TOMBSTONE"
           DISPLAY "==========================================".

       END PROGRAM 'IXYTPRCN'.
