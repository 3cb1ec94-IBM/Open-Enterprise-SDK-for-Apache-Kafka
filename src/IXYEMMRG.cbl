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
      * MAIN PROGRAM MULTI-SOURCE EMPFIL SURVIVORSHIP MERGE
      ******************************************************************
      * More than one HR system sends EMPFIL records for the same
      * people, and run one after the other the last EMPFIL would win
      * every field. This step runs ahead of IXYEMPED and merges the
      * sources' EMPFILs into one, field by field, by rule:
      * a. MRGRULES - the rules, 80-byte cards ('*' in column 1 is a
      *    comment):
      *      SOURCE   cols 10    source letter A-E
      *               cols 12-19 the source system's name
      *      The order of the SOURCE cards is the source priority.
      *      FIELD    cols 10-17 field (below)
      *               cols 19-24 PREFER - the first of the listed
      *                          sources that supplies the field
      *                          LATEST - the supplying source with
      *                          the latest effective date
      *               cols 26-30 source letters in preference order
      *                          (for LATEST, the order on a tie)
      *      Sources not listed follow in priority order; a field
      *      with no FIELD card is PREFER in priority order.
      *    Fields: NAME (with its encoding), FULLTIME, LEVEL,
      *    JOINDATE, INSURNCE, SALARY (with its currency), DOCUMENT,
      *    TOKEN, TEAM, SESSION, PICTURE, EMAIL, PHONE, ADDRESS
      *    (street to pincode), SCHEMA, EFFDATE, and the detail
      *    groups SKILLS, CERTS, SALHIST, ALLOWNCE, TRANSFER -- a
      *    group survives whole, from one source. A source supplies
      *    a field when it is not blank (not zero, for a number);
      *    it supplies a group when it sends at least one record of
      *    it. The effective date of a base record with none is
      *    today's.
      * b. EMPSRCA - EMPSRCE - the EMPFIL of each declared source,
      *    same layout IXYPAV31 reads. Employees are matched on
      *    company + employeeId.
      * c. MRGEMP - the merged EMPFIL, by company and employeeId,
      *    fed to IXYEMPED as its EMPFIL. The base record is the
      *    highest-priority source's with the surviving fields laid
      *    over it. Every record carries the source-attribution
      *    trailer in columns 372-508 (EMPF-SOURCE-TRAILER): the
      *    source the record came from, how many sources sent the
      *    employee, and on the base record the source letter of
      *    each field. A detail with no base before it in its own
      *    source is passed on as it was for IXYEMPED to reject.
      * d. MRGRPT - the rules, one line per field where the sources
      *    disagreed (the value kept and each value overruled),
      *    a second base record for an employee in one source (the
      *    later group is taken), and the counts per source.
      *
      * Return codes: 04 conflicts or in-source duplicates reported;
      * 08 a declared source was unavailable and the merge went on
      * without it; 12 MRGRULES invalid (nothing written); 16
      * MRGRULES, MRGEMP or MRGRPT unavailable, or no source at all.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYEMMRG'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MRGRULES ASSIGN TO MRGRULES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MRGRULES-STATUS.

           SELECT EMPSRCA ASSIGN TO EMPSRCA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRC-FILE-STATUS.

           SELECT EMPSRCB ASSIGN TO EMPSRCB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRC-FILE-STATUS.

           SELECT EMPSRCC ASSIGN TO EMPSRCC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRC-FILE-STATUS.

           SELECT EMPSRCD ASSIGN TO EMPSRCD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRC-FILE-STATUS.

           SELECT EMPSRCE ASSIGN TO EMPSRCE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SRC-FILE-STATUS.

           SELECT MRGEMP ASSIGN TO MRGEMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MRGEMP-STATUS.

           SELECT MRGRPT ASSIGN TO MRGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-MRGRPT-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.
         FD MRGRULES
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MERGE-RULE-CARD.

         01 MERGE-RULE-CARD.
            05 MRC-CARD-TYPE      PIC X(08).
               88 MRC-SOURCE-CARD VALUE 'SOURCE  '.
               88 MRC-FIELD-CARD  VALUE 'FIELD   '.
            05 FILLER             PIC X(01).
            05 MRC-BODY           PIC X(71).

         01 MERGE-SOURCE-CARD.
            05 FILLER             PIC X(09).
            05 MRC-SOURCE-LETTER  PIC X(01).
            05 FILLER             PIC X(01).
            05 MRC-SOURCE-NAME    PIC X(08).
            05 FILLER             PIC X(61).

         01 MERGE-FIELD-CARD.
            05 FILLER             PIC X(09).
            05 MRC-FIELD-NAME     PIC X(08).
            05 FILLER             PIC X(01).
            05 MRC-FIELD-RULE     PIC X(06).
               88 MRC-RULE-PREFER VALUE 'PREFER'.
               88 MRC-RULE-LATEST VALUE 'LATEST'.
            05 FILLER             PIC X(01).
            05 MRC-FIELD-ORDER    PIC X(05).
            05 FILLER             PIC X(50).

      * Same variable multi-record-type layout IXYPAV31 reads, one
      * file per source.
         FD EMPSRCA
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-SRCA-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  EMPSRCA-RECORD.

         01 EMPSRCA-RECORD          PIC X(508).

         FD EMPSRCB
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-SRCB-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  EMPSRCB-RECORD.

         01 EMPSRCB-RECORD          PIC X(508).

         FD EMPSRCC
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-SRCC-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  EMPSRCC-RECORD.

         01 EMPSRCC-RECORD          PIC X(508).

         FD EMPSRCD
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-SRCD-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  EMPSRCD-RECORD.

         01 EMPSRCD-RECORD          PIC X(508).

         FD EMPSRCE
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-SRCE-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  EMPSRCE-RECORD.

         01 EMPSRCE-RECORD          PIC X(508).

      * The merged EMPFIL. Columns 1-371 are the EMPFIL record as
      * IXYPAV31 reads it; the trailer takes the rest.
         FD MRGEMP
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-MRGEMP-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  MERGED-EMPLOYEE-RECORD.

         01 MERGED-EMPLOYEE-RECORD.
            05 EMPF-RECORD-DATA           PIC X(371).
            05 EMPF-SOURCE-TRAILER.
               10 EMPF-SRC-EYECATCHER     PIC X(04).
               10 EMPF-SRC-MERGED-TS      PIC X(21).
               10 EMPF-SRC-RECORD-SOURCE  PIC X(01).
               10 EMPF-SRC-RECORD-NAME    PIC X(08).
               10 EMPF-SRC-SOURCE-CNT     PIC 9(01).
      * Base record only: the source letter of each field, in the
      * MRGRULES field order; a space where no source supplied it.
               10 EMPF-SRC-FIELD-SOURCE OCCURS 24 TIMES
                                          PIC X(01).
               10 EMPF-SRC-NAMES OCCURS 5 TIMES
                                          PIC X(08).
               10 FILLER                  PIC X(38).

         FD MRGRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MRGRPT-LINE.

         01 MRGRPT-LINE             PIC X(132).

      * Every source record, keyed for matching. A detail with no
      * base before it in its source sorts first, on LOW-VALUES.
         SD SORTWK
           DATA RECORD     IS  SORT-SOURCE-RECORD.

         01 SORT-SOURCE-RECORD.
            05 SS-COMPANY         PIC X(03).
            05 SS-EMPLOYEE-ID     PIC 9(09).
            05 SS-SLOT            PIC 9(01).
            05 SS-SEQ             PIC 9(09).
            05 SS-REC-LEN         PIC 9(04).
            05 SS-RECORD          PIC X(508).

        WORKING-STORAGE SECTION.
         01 WS-MRGRULES-STATUS  PIC X(02).
         01 WS-SRC-FILE-STATUS  PIC X(02).
         01 WS-MRGEMP-STATUS    PIC X(02).
         01 WS-MRGRPT-STATUS    PIC X(02).
         01 WS-SRCA-REC-LEN     PIC 9(04) BINARY.
         01 WS-SRCB-REC-LEN     PIC 9(04) BINARY.
         01 WS-SRCC-REC-LEN     PIC 9(04) BINARY.
         01 WS-SRCD-REC-LEN     PIC 9(04) BINARY.
         01 WS-SRCE-REC-LEN     PIC 9(04) BINARY.
         01 WS-MRGEMP-REC-LEN   PIC 9(04) BINARY.
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-RULES-BAD-SW     PIC X(01) VALUE 'N'.
             88 WS-RULES-BAD    VALUE 'Y'.
         01 WS-SOURCE-MISSING-SW PIC X(01) VALUE 'N'.
             88 WS-SOURCE-MISSING VALUE 'Y'.

         01 WS-TODAY            PIC 9(08).
         01 WS-LETTERS          PIC X(05) VALUE 'ABCDE'.

      * The sources, by letter (slot 1 = A). WS-PRI-SLOT lists the
      * declared slots in priority order.
         01 WS-SRC-TABLE.
            05 WS-SRC-ENTRY OCCURS 5 TIMES.
              10 WS-SRC-DECLARED-SW  PIC X(01).
                  88 WS-SRC-DECLARED VALUE 'Y'.
              10 WS-SRC-OPEN-SW      PIC X(01).
                  88 WS-SRC-OPEN     VALUE 'Y'.
              10 WS-SRC-NAME         PIC X(08).
              10 WS-SRC-READ-CNT     PIC S9(9) BINARY.
              10 WS-SRC-BASE-CNT     PIC S9(9) BINARY.
              10 WS-SRC-PRIMARY-CNT  PIC S9(9) BINARY.
              10 WS-SRC-WON-CNT      PIC S9(9) BINARY.
              10 WS-SRC-DUP-CNT      PIC S9(9) BINARY.
         01 WS-PRI-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-PRI-TABLE.
            05 WS-PRI-SLOT OCCURS 5 TIMES PIC S9(4) BINARY.
         01 WS-SLOT             PIC S9(4) BINARY VALUE 0.
         01 WS-SLOT2            PIC S9(4) BINARY VALUE 0.
         01 WS-PRI-IDX          PIC S9(4) BINARY VALUE 0.

      * The survivorship fields: name, kind (A text, N number, G
      * detail group), the base-record columns (a second segment
      * travels with the first), and for a group its record type.
         01 WS-FLD-INIT.
            05 FILLER PIC X(22) VALUE 'NAME    A011030357001 '.
            05 FILLER PIC X(22) VALUE 'FULLTIMEA041001000000 '.
            05 FILLER PIC X(22) VALUE 'LEVEL   N042009000000 '.
            05 FILLER PIC X(22) VALUE 'JOINDATEN051008000000 '.
            05 FILLER PIC X(22) VALUE 'INSURNCEN059009000000 '.
            05 FILLER PIC X(22) VALUE 'SALARY  N068009369003 '.
            05 FILLER PIC X(22) VALUE 'DOCUMENTA077020000000 '.
            05 FILLER PIC X(22) VALUE 'TOKEN   A097016000000 '.
            05 FILLER PIC X(22) VALUE 'TEAM    N113018000000 '.
            05 FILLER PIC X(22) VALUE 'SESSION N131020000000 '.
            05 FILLER PIC X(22) VALUE 'PICTURE A151040000000 '.
            05 FILLER PIC X(22) VALUE 'EMAIL   A191040000000 '.
            05 FILLER PIC X(22) VALUE 'PHONE   A231010000000 '.
            05 FILLER PIC X(22) VALUE 'ADDRESS A241096000000 '.
            05 FILLER PIC X(22) VALUE 'SCHEMA  A337020000000 '.
            05 FILLER PIC X(22) VALUE 'EFFDATE N358008000000 '.
            05 FILLER PIC X(22) VALUE 'SKILLS  G000000000000S'.
            05 FILLER PIC X(22) VALUE 'CERTS   G000000000000C'.
            05 FILLER PIC X(22) VALUE 'SALHIST G000000000000H'.
            05 FILLER PIC X(22) VALUE 'ALLOWNCEG000000000000A'.
            05 FILLER PIC X(22) VALUE 'TRANSFERG000000000000T'.
         01 WS-FLD-DEFS REDEFINES WS-FLD-INIT.
            05 WS-FLD-DEF OCCURS 21 TIMES.
              10 WS-FLD-NAME         PIC X(08).
              10 WS-FLD-KIND         PIC X(01).
                  88 WS-FLD-TEXT     VALUE 'A'.
                  88 WS-FLD-NUMBER   VALUE 'N'.
                  88 WS-FLD-GROUP    VALUE 'G'.
              10 WS-FLD-OFF1         PIC 9(03).
              10 WS-FLD-LEN1         PIC 9(03).
              10 WS-FLD-OFF2         PIC 9(03).
              10 WS-FLD-LEN2         PIC 9(03).
              10 WS-FLD-REC-TYPE     PIC X(01).
         01 WS-FLD-CNT          PIC S9(4) BINARY VALUE 21.
         01 WS-FLD-RULES.
            05 WS-FLD-RULE-ENTRY OCCURS 21 TIMES.
              10 WS-FLD-RULE         PIC X(06).
                  88 WS-FLD-LATEST   VALUE 'LATEST'.
              10 WS-FLD-RULE-SET-SW  PIC X(01).
                  88 WS-FLD-RULE-SET VALUE 'Y'.
              10 WS-FLD-ORDER        PIC X(05).
              10 WS-FLD-CONFLICT-CNT PIC S9(9) BINARY.
         01 WS-FLD-IDX          PIC S9(4) BINARY VALUE 0.

      * The employee in hand on the SORT output side: each source's
      * base record and detail records.
         01 WS-FIRST-ROW-SW     PIC X(01) VALUE 'Y'.
             88 WS-FIRST-ROW    VALUE 'Y'.
         01 WS-EMP-COMPANY      PIC X(03).
         01 WS-EMP-ID           PIC 9(09).
         01 WS-EMP-SOURCE-CNT   PIC S9(4) BINARY VALUE 0.
         01 WS-PRIMARY-SLOT     PIC S9(4) BINARY VALUE 0.
         01 WS-EMP-BASES.
            05 WS-EB-ENTRY OCCURS 5 TIMES.
              10 WS-EB-PRESENT-SW    PIC X(01).
                  88 WS-EB-PRESENT   VALUE 'Y'.
              10 WS-EB-RECENCY       PIC 9(08).
              10 WS-EB-IMAGE         PIC X(508).
         01 WS-DET-MAX          PIC S9(4) BINARY VALUE 120.
         01 WS-EMP-DETAILS.
            05 WS-ED-SLOT OCCURS 5 TIMES.
              10 WS-ED-CNT           PIC S9(4) BINARY.
              10 WS-ED-DET OCCURS 120 TIMES.
                 15 WS-ED-LEN        PIC 9(04) BINARY.
                 15 WS-ED-IMAGE      PIC X(508).
         01 WS-DET-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-DET-IDX2         PIC S9(4) BINARY VALUE 0.
         01 WS-DET-LOST-CNT     PIC S9(9) BINARY VALUE 0.

      * Survivorship work fields.
         01 WS-WIN-TABLE.
            05 WS-WIN-SLOT OCCURS 21 TIMES PIC S9(4) BINARY.
         01 WS-ORDER-LIST       PIC X(05).
         01 WS-ORDER-LEN        PIC S9(4) BINARY VALUE 0.
         01 WS-ORDER-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-BEST-SLOT        PIC S9(4) BINARY VALUE 0.
         01 WS-SUPPLIES-SW      PIC X(01).
             88 WS-SUPPLIES     VALUE 'Y'.
         01 WS-SAME-SW          PIC X(01).
             88 WS-SAME-VALUE   VALUE 'Y'.
         01 WS-GRP-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-GRP-CNT2         PIC S9(4) BINARY VALUE 0.
         01 WS-OFF              PIC S9(4) BINARY VALUE 0.
         01 WS-LEN              PIC S9(4) BINARY VALUE 0.
         01 WS-TEST-SLOT        PIC S9(4) BINARY VALUE 0.
         01 WS-MERGED-IMAGE     PIC X(508).
         01 WS-FIELD-MAP        PIC X(24).
         01 WS-EMP-CONFLICT-SW  PIC X(01).
             88 WS-EMP-CONFLICT VALUE 'Y'.

      * Release side: the record in hand and its source's open base.
         01 WS-IN-LEN           PIC 9(04) BINARY.
         01 WS-IN-RECORD        PIC X(508).
         01 WS-OPEN-BASE-SW     PIC X(01).
             88 WS-OPEN-BASE    VALUE 'Y'.
         01 WS-OPEN-COMPANY     PIC X(03).
         01 WS-OPEN-ID          PIC 9(09).
         01 WS-RELEASE-CNT      PIC S9(9) BINARY VALUE 0.

         01 WS-EMP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-MULTI-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-CONFLICT-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-CONFLICT-EMP-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-DUP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-ORPHAN-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-WRITTEN-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC Z(8)9.
         01 WS-EDIT-CNT2        PIC Z(8)9.
         01 WS-EDIT-CNT3        PIC Z(8)9.
         01 WS-EDIT-CNT4        PIC Z(8)9.

         01 WS-RPT-CONFLICT.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-CON-COMPANY     PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-CON-EMPLOYEE    PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-CON-FIELD       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-CON-KEPT-SRC    PIC X(10).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-CON-KEPT-VALUE  PIC X(40).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-CON-LOST-SRC    PIC X(10).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-CON-LOST-VALUE  PIC X(40).
            05 FILLER              PIC X(04) VALUE SPACES.
         01 WS-VALUE-TEXT       PIC X(40).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYEMMRG'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "MULTI-SOURCE EMPFIL SURVIVORSHIP MERGE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE WS-JOB-START-TS(1:8) TO WS-TODAY

           PERFORM LOAD-MERGE-RULES
           PERFORM OPEN-SOURCE-FILES

           OPEN OUTPUT MRGEMP
           IF WS-MRGEMP-STATUS NOT = '00'
             DISPLAY "ERROR : MRGEMP NOT AVAILABLE, FILE STATUS "
                     WS-MRGEMP-STATUS
             PERFORM CLOSE-SOURCE-FILES
             MOVE 16 TO RETURN-CODE
             MOVE "IXYEMMRG: MRGEMP NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-MERGE-RUN
           END-IF
           OPEN OUTPUT MRGRPT
           IF WS-MRGRPT-STATUS NOT = '00'
             DISPLAY "ERROR : MRGRPT NOT AVAILABLE, FILE STATUS "
                     WS-MRGRPT-STATUS
             PERFORM CLOSE-SOURCE-FILES
             CLOSE MRGEMP
             MOVE 16 TO RETURN-CODE
             MOVE "IXYEMMRG: MRGRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-MERGE-RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING

           SORT SORTWK
                ON ASCENDING KEY SS-COMPANY SS-EMPLOYEE-ID
                                 SS-SLOT SS-SEQ
                INPUT PROCEDURE IS RELEASE-SOURCE-RECORDS
                OUTPUT PROCEDURE IS MERGE-EMPLOYEES

           PERFORM CLOSE-SOURCE-FILES
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE MRGEMP
           CLOSE MRGRPT

           EVALUATE TRUE
             WHEN WS-SOURCE-MISSING
               MOVE 8 TO RETURN-CODE
             WHEN WS-CONFLICT-CNT > 0 OR WS-DUP-CNT > 0 OR
                  WS-DET-LOST-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM DISPLAY-MERGE-SUMMARY
           GOBACK
           .

       LOAD-MERGE-RULES.
      *****************************************************************
      * The whole deck is checked before anything is merged; one bad
      * card stops the step.
      *****************************************************************
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
             MOVE 'N' TO WS-SRC-DECLARED-SW(WS-SLOT)
                         WS-SRC-OPEN-SW(WS-SLOT)
             MOVE SPACES TO WS-SRC-NAME(WS-SLOT)
             MOVE 0 TO WS-SRC-READ-CNT(WS-SLOT)
                       WS-SRC-BASE-CNT(WS-SLOT)
                       WS-SRC-PRIMARY-CNT(WS-SLOT)
                       WS-SRC-WON-CNT(WS-SLOT)
                       WS-SRC-DUP-CNT(WS-SLOT)
           END-PERFORM
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL WS-FLD-IDX > WS-FLD-CNT
             MOVE 'PREFER' TO WS-FLD-RULE(WS-FLD-IDX)
             MOVE 'N'      TO WS-FLD-RULE-SET-SW(WS-FLD-IDX)
             MOVE SPACES   TO WS-FLD-ORDER(WS-FLD-IDX)
             MOVE 0        TO WS-FLD-CONFLICT-CNT(WS-FLD-IDX)
           END-PERFORM

           OPEN INPUT MRGRULES
           IF WS-MRGRULES-STATUS NOT = '00'
             DISPLAY "ERROR : MRGRULES NOT AVAILABLE, FILE STATUS "
                     WS-MRGRULES-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYEMMRG: MRGRULES NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-MERGE-RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ MRGRULES
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF MERGE-RULE-CARD(1:1) NOT = '*' AND
                  MERGE-RULE-CARD NOT = SPACES
                 EVALUATE TRUE
                   WHEN MRC-SOURCE-CARD
                     PERFORM APPLY-SOURCE-CARD
                   WHEN MRC-FIELD-CARD
                     PERFORM APPLY-FIELD-CARD
                   WHEN OTHER
                     DISPLAY "ERROR : UNKNOWN CARD : "
                             MERGE-RULE-CARD(1:72)
                     SET WS-RULES-BAD TO TRUE
                 END-EVALUATE
               END-IF
             END-READ
           END-PERFORM
           CLOSE MRGRULES
           IF WS-PRI-CNT = 0
             DISPLAY "ERROR : NO SOURCE CARD ON MRGRULES"
             SET WS-RULES-BAD TO TRUE
           END-IF
           IF WS-RULES-BAD
             MOVE 12 TO RETURN-CODE
             MOVE "IXYEMMRG: MRGRULES INVALID - NOTHING MERGED" TO
                      ERRLOG-MSG
             PERFORM ABANDON-MERGE-RUN
           END-IF.

       APPLY-SOURCE-CARD.
           MOVE 0 TO WS-SLOT
           INSPECT WS-LETTERS TALLYING WS-SLOT
                   FOR CHARACTERS BEFORE INITIAL MRC-SOURCE-LETTER
           ADD 1 TO WS-SLOT
           EVALUATE TRUE
             WHEN MRC-SOURCE-LETTER = SPACE OR WS-SLOT > 5
               DISPLAY "ERROR : SOURCE LETTER MUST BE A-E : "
                       MERGE-RULE-CARD(1:72)
               SET WS-RULES-BAD TO TRUE
             WHEN WS-SRC-DECLARED(WS-SLOT)
               DISPLAY "ERROR : SOURCE DECLARED TWICE : "
                       MERGE-RULE-CARD(1:72)
               SET WS-RULES-BAD TO TRUE
             WHEN MRC-SOURCE-NAME = SPACES
               DISPLAY "ERROR : SOURCE NAME MISSING : "
                       MERGE-RULE-CARD(1:72)
               SET WS-RULES-BAD TO TRUE
             WHEN OTHER
               SET WS-SRC-DECLARED(WS-SLOT) TO TRUE
               MOVE MRC-SOURCE-NAME TO WS-SRC-NAME(WS-SLOT)
               ADD 1 TO WS-PRI-CNT
               MOVE WS-SLOT TO WS-PRI-SLOT(WS-PRI-CNT)
           END-EVALUATE.

       APPLY-FIELD-CARD.
      *****************************************************************
      * The letters are checked once the deck is read (a FIELD card
      * may come before the SOURCE cards it names) -- see
      * CHECK-FIELD-LETTERS.
      *****************************************************************
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL WS-FLD-IDX > WS-FLD-CNT
                        OR WS-FLD-NAME(WS-FLD-IDX) = MRC-FIELD-NAME
             CONTINUE
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-FLD-IDX > WS-FLD-CNT
               DISPLAY "ERROR : UNKNOWN FIELD : "
                       MERGE-RULE-CARD(1:72)
               SET WS-RULES-BAD TO TRUE
             WHEN WS-FLD-RULE-SET(WS-FLD-IDX)
               DISPLAY "ERROR : FIELD RULED TWICE : "
                       MERGE-RULE-CARD(1:72)
               SET WS-RULES-BAD TO TRUE
             WHEN NOT MRC-RULE-PREFER AND NOT MRC-RULE-LATEST
               DISPLAY "ERROR : RULE MUST BE PREFER OR LATEST : "
                       MERGE-RULE-CARD(1:72)
               SET WS-RULES-BAD TO TRUE
             WHEN MRC-RULE-PREFER AND MRC-FIELD-ORDER = SPACES
               DISPLAY "ERROR : PREFER NEEDS SOURCE LETTERS : "
                       MERGE-RULE-CARD(1:72)
               SET WS-RULES-BAD TO TRUE
             WHEN OTHER
               SET WS-FLD-RULE-SET(WS-FLD-IDX) TO TRUE
               MOVE MRC-FIELD-RULE  TO WS-FLD-RULE(WS-FLD-IDX)
               MOVE MRC-FIELD-ORDER TO WS-FLD-ORDER(WS-FLD-IDX)
               PERFORM CHECK-FIELD-LETTERS
           END-EVALUATE.

       CHECK-FIELD-LETTERS.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                     UNTIL WS-ORDER-IDX > 5
             IF WS-FLD-ORDER(WS-FLD-IDX)(WS-ORDER-IDX:1) NOT = SPACE
               MOVE 0 TO WS-SLOT
               INSPECT WS-LETTERS TALLYING WS-SLOT
                       FOR CHARACTERS BEFORE INITIAL
                       WS-FLD-ORDER(WS-FLD-IDX)(WS-ORDER-IDX:1)
               IF WS-SLOT >= 5
                 DISPLAY "ERROR : SOURCE LETTER MUST BE A-E : "
                         MERGE-RULE-CARD(1:72)
                 SET WS-RULES-BAD TO TRUE
               END-IF
             END-IF
           END-PERFORM.

       OPEN-SOURCE-FILES.
      *****************************************************************
      * Every declared source is opened. A FIELD card naming a letter
      * no SOURCE card declared is caught here, with the deck read.
      *****************************************************************
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL WS-FLD-IDX > WS-FLD-CNT
             PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-ORDER-IDX > 5
               IF WS-FLD-ORDER(WS-FLD-IDX)(WS-ORDER-IDX:1)
                                                    NOT = SPACE
                 MOVE 0 TO WS-SLOT
                 INSPECT WS-LETTERS TALLYING WS-SLOT
                         FOR CHARACTERS BEFORE INITIAL
                         WS-FLD-ORDER(WS-FLD-IDX)(WS-ORDER-IDX:1)
                 ADD 1 TO WS-SLOT
                 IF NOT WS-SRC-DECLARED(WS-SLOT)
                   DISPLAY "ERROR : FIELD " WS-FLD-NAME(WS-FLD-IDX)
                           " NAMES UNDECLARED SOURCE "
                           WS-FLD-ORDER(WS-FLD-IDX)(WS-ORDER-IDX:1)
                   SET WS-RULES-BAD TO TRUE
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           IF WS-RULES-BAD
             MOVE 12 TO RETURN-CODE
             MOVE "IXYEMMRG: MRGRULES INVALID - NOTHING MERGED" TO
                      ERRLOG-MSG
             PERFORM ABANDON-MERGE-RUN
           END-IF

           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
             IF WS-SRC-DECLARED(WS-SLOT)
               EVALUATE WS-SLOT
                 WHEN 1 OPEN INPUT EMPSRCA
                 WHEN 2 OPEN INPUT EMPSRCB
                 WHEN 3 OPEN INPUT EMPSRCC
                 WHEN 4 OPEN INPUT EMPSRCD
                 WHEN 5 OPEN INPUT EMPSRCE
               END-EVALUATE
               IF WS-SRC-FILE-STATUS = '00'
                 SET WS-SRC-OPEN(WS-SLOT) TO TRUE
               ELSE
                 DISPLAY "WARNING : SOURCE " WS-LETTERS(WS-SLOT:1)
                         " " WS-SRC-NAME(WS-SLOT)
                         " (EMPSRC" WS-LETTERS(WS-SLOT:1)
                         ") NOT AVAILABLE, FILE STATUS "
                         WS-SRC-FILE-STATUS " - MERGED WITHOUT IT"
                 SET WS-SOURCE-MISSING TO TRUE
               END-IF
             END-IF
           END-PERFORM
           MOVE 0 TO WS-SLOT2
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
             IF WS-SRC-OPEN(WS-SLOT)
               ADD 1 TO WS-SLOT2
             END-IF
           END-PERFORM
           IF WS-SLOT2 = 0
             DISPLAY "ERROR : NO SOURCE EMPFIL AVAILABLE"
             MOVE 16 TO RETURN-CODE
             MOVE "IXYEMMRG: NO SOURCE EMPFIL AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-MERGE-RUN
           END-IF.

       CLOSE-SOURCE-FILES.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
             IF WS-SRC-OPEN(WS-SLOT)
               EVALUATE WS-SLOT
                 WHEN 1 CLOSE EMPSRCA
                 WHEN 2 CLOSE EMPSRCB
                 WHEN 3 CLOSE EMPSRCC
                 WHEN 4 CLOSE EMPSRCD
                 WHEN 5 CLOSE EMPSRCE
               END-EVALUATE
               MOVE 'N' TO WS-SRC-OPEN-SW(WS-SLOT)
             END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO MRGRPT-LINE
           STRING "  MULTI-SOURCE EMPFIL MERGE AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE SPACES TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE SPACES TO MRGRPT-LINE
           STRING "  SOURCES IN PRIORITY ORDER"
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                     UNTIL WS-PRI-IDX > WS-PRI-CNT
             MOVE WS-PRI-SLOT(WS-PRI-IDX) TO WS-SLOT
             MOVE SPACES TO MRGRPT-LINE
             IF WS-SRC-OPEN(WS-SLOT)
               STRING "    " WS-LETTERS(WS-SLOT:1) " "
                      WS-SRC-NAME(WS-SLOT) "  EMPSRC"
                      WS-LETTERS(WS-SLOT:1)
                      DELIMITED BY SIZE INTO MRGRPT-LINE
             ELSE
               STRING "    " WS-LETTERS(WS-SLOT:1) " "
                      WS-SRC-NAME(WS-SLOT) "  EMPSRC"
                      WS-LETTERS(WS-SLOT:1) "  ** NOT AVAILABLE"
                      DELIMITED BY SIZE INTO MRGRPT-LINE
             END-IF
             WRITE MRGRPT-LINE
           END-PERFORM
           MOVE SPACES TO MRGRPT-LINE
           STRING "  FIELD RULES (OTHER FIELDS PREFER IN PRIORITY "
                  "ORDER)"
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL WS-FLD-IDX > WS-FLD-CNT
             IF WS-FLD-RULE-SET(WS-FLD-IDX)
               MOVE SPACES TO MRGRPT-LINE
               STRING "    " WS-FLD-NAME(WS-FLD-IDX) " "
                      WS-FLD-RULE(WS-FLD-IDX) " "
                      WS-FLD-ORDER(WS-FLD-IDX)
                      DELIMITED BY SIZE INTO MRGRPT-LINE
               WRITE MRGRPT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE SPACES TO MRGRPT-LINE
           STRING "  CMP EMPLOYEE  FIELD    KEPT FROM  VALUE KEPT     "
                  "                          OVERRULED  VALUE OVERRUL"
                  "ED"
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE ALL "-" TO MRGRPT-LINE
           WRITE MRGRPT-LINE.

       RELEASE-SOURCE-RECORDS.
      *****************************************************************
      * The SORT input side, one source after the other. A detail
      * takes the company of the base it follows in its own source.
      *****************************************************************
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
             IF WS-SRC-OPEN(WS-SLOT)
               MOVE 'N' TO WS-OPEN-BASE-SW
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 PERFORM READ-SOURCE-RECORD
                 IF NOT WS-EOF
                   ADD 1 TO WS-SRC-READ-CNT(WS-SLOT)
                   PERFORM RELEASE-ONE-RECORD
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       READ-SOURCE-RECORD.
           MOVE SPACES TO WS-IN-RECORD
           EVALUATE WS-SLOT
             WHEN 1
               READ EMPSRCA
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE WS-SRCA-REC-LEN TO WS-IN-LEN
                 MOVE EMPSRCA-RECORD(1:WS-IN-LEN) TO WS-IN-RECORD
               END-READ
             WHEN 2
               READ EMPSRCB
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE WS-SRCB-REC-LEN TO WS-IN-LEN
                 MOVE EMPSRCB-RECORD(1:WS-IN-LEN) TO WS-IN-RECORD
               END-READ
             WHEN 3
               READ EMPSRCC
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE WS-SRCC-REC-LEN TO WS-IN-LEN
                 MOVE EMPSRCC-RECORD(1:WS-IN-LEN) TO WS-IN-RECORD
               END-READ
             WHEN 4
               READ EMPSRCD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE WS-SRCD-REC-LEN TO WS-IN-LEN
                 MOVE EMPSRCD-RECORD(1:WS-IN-LEN) TO WS-IN-RECORD
               END-READ
             WHEN 5
               READ EMPSRCE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE WS-SRCE-REC-LEN TO WS-IN-LEN
                 MOVE EMPSRCE-RECORD(1:WS-IN-LEN) TO WS-IN-RECORD
               END-READ
           END-EVALUATE.

       RELEASE-ONE-RECORD.
           MOVE WS-SLOT      TO SS-SLOT
           MOVE WS-IN-LEN    TO SS-REC-LEN
           MOVE WS-IN-RECORD TO SS-RECORD
           MOVE 0            TO SS-EMPLOYEE-ID
           IF WS-IN-RECORD(2:9) IS NUMERIC
             MOVE WS-IN-RECORD(2:9) TO SS-EMPLOYEE-ID
           END-IF
           IF WS-IN-RECORD(1:1) = 'E'
             ADD 1 TO WS-SRC-BASE-CNT(WS-SLOT)
             SET WS-OPEN-BASE TO TRUE
             MOVE SPACES TO WS-OPEN-COMPANY
             IF WS-IN-LEN >= 368
               MOVE WS-IN-RECORD(366:3) TO WS-OPEN-COMPANY
             END-IF
             MOVE SS-EMPLOYEE-ID TO WS-OPEN-ID
             MOVE WS-OPEN-COMPANY TO SS-COMPANY
           ELSE
             IF WS-OPEN-BASE AND SS-EMPLOYEE-ID = WS-OPEN-ID
               MOVE WS-OPEN-COMPANY TO SS-COMPANY
             ELSE
               MOVE LOW-VALUES TO SS-COMPANY
             END-IF
           END-IF
           ADD 1 TO WS-RELEASE-CNT
           MOVE WS-RELEASE-CNT TO SS-SEQ
           RELEASE SORT-SOURCE-RECORD.

       MERGE-EMPLOYEES.
      *****************************************************************
      * The SORT output side: every source's records for one
      * employee are gathered, then merged.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             RETURN SORTWK
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF WS-FIRST-ROW OR
                  SS-COMPANY NOT = WS-EMP-COMPANY OR
                  SS-EMPLOYEE-ID NOT = WS-EMP-ID
                 IF NOT WS-FIRST-ROW
                   PERFORM FINISH-EMPLOYEE
                 END-IF
                 PERFORM START-EMPLOYEE
               END-IF
               PERFORM GATHER-SOURCE-RECORD
             END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-ROW
             PERFORM FINISH-EMPLOYEE
           END-IF.

       START-EMPLOYEE.
           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE SS-COMPANY     TO WS-EMP-COMPANY
           MOVE SS-EMPLOYEE-ID TO WS-EMP-ID
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
             MOVE 'N' TO WS-EB-PRESENT-SW(WS-SLOT)
             MOVE 0   TO WS-ED-CNT(WS-SLOT)
           END-PERFORM.

       GATHER-SOURCE-RECORD.
           MOVE SS-SLOT TO WS-SLOT
           IF SS-RECORD(1:1) = 'E' AND SS-COMPANY NOT = LOW-VALUES
             IF WS-EB-PRESENT(WS-SLOT)
               PERFORM REPORT-SOURCE-DUPLICATE
               MOVE 0 TO WS-ED-CNT(WS-SLOT)
             END-IF
             SET WS-EB-PRESENT(WS-SLOT) TO TRUE
             MOVE SS-RECORD TO WS-EB-IMAGE(WS-SLOT)
             MOVE WS-TODAY  TO WS-EB-RECENCY(WS-SLOT)
             IF SS-REC-LEN >= 365 AND SS-RECORD(358:8) IS NUMERIC
               IF SS-RECORD(358:8) NOT = '00000000'
                 MOVE SS-RECORD(358:8) TO WS-EB-RECENCY(WS-SLOT)
               END-IF
             END-IF
           ELSE
             IF WS-ED-CNT(WS-SLOT) >= WS-DET-MAX
               ADD 1 TO WS-DET-LOST-CNT
             ELSE
               ADD 1 TO WS-ED-CNT(WS-SLOT)
               MOVE WS-ED-CNT(WS-SLOT) TO WS-DET-IDX
               MOVE SS-REC-LEN TO WS-ED-LEN(WS-SLOT, WS-DET-IDX)
               MOVE SS-RECORD  TO WS-ED-IMAGE(WS-SLOT, WS-DET-IDX)
             END-IF
           END-IF.

       REPORT-SOURCE-DUPLICATE.
           ADD 1 TO WS-DUP-CNT
           ADD 1 TO WS-SRC-DUP-CNT(WS-SLOT)
           MOVE SPACES TO MRGRPT-LINE
           STRING "  " WS-EMP-COMPANY " " WS-EMP-ID
                  " DUPLICATE BASE RECORD IN SOURCE "
                  WS-LETTERS(WS-SLOT:1) " " WS-SRC-NAME(WS-SLOT)
                  " - THE LATER GROUP IS TAKEN"
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE.

       FINISH-EMPLOYEE.
      *****************************************************************
      * The base record of the highest-priority source carries the
      * record; each field is then taken from its surviving source,
      * and each detail group from the source its rule picks.
      *****************************************************************
           MOVE 0 TO WS-PRIMARY-SLOT WS-EMP-SOURCE-CNT
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                     UNTIL WS-PRI-IDX > WS-PRI-CNT
             MOVE WS-PRI-SLOT(WS-PRI-IDX) TO WS-SLOT
             IF WS-EB-PRESENT(WS-SLOT)
               ADD 1 TO WS-EMP-SOURCE-CNT
               IF WS-PRIMARY-SLOT = 0
                 MOVE WS-SLOT TO WS-PRIMARY-SLOT
               END-IF
             END-IF
           END-PERFORM

           IF WS-PRIMARY-SLOT = 0
             PERFORM PASS-ORPHAN-DETAILS
           ELSE
             ADD 1 TO WS-EMP-CNT
             IF WS-EMP-SOURCE-CNT > 1
               ADD 1 TO WS-MULTI-CNT
             END-IF
             ADD 1 TO WS-SRC-PRIMARY-CNT(WS-PRIMARY-SLOT)
             MOVE 'N' TO WS-EMP-CONFLICT-SW
             MOVE WS-EB-IMAGE(WS-PRIMARY-SLOT) TO WS-MERGED-IMAGE
             MOVE SPACES TO WS-FIELD-MAP
             PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > WS-FLD-CNT
               PERFORM CHOOSE-FIELD-SOURCE
               PERFORM REPORT-FIELD-CONFLICTS
               IF WS-WIN-SLOT(WS-FLD-IDX) > 0
                 MOVE WS-WIN-SLOT(WS-FLD-IDX) TO WS-SLOT
                 MOVE WS-LETTERS(WS-SLOT:1) TO
                          WS-FIELD-MAP(WS-FLD-IDX:1)
                 ADD 1 TO WS-SRC-WON-CNT(WS-SLOT)
                 IF NOT WS-FLD-GROUP(WS-FLD-IDX)
                    AND WS-SLOT NOT = WS-PRIMARY-SLOT
                   PERFORM TAKE-FIELD-FROM-SOURCE
                 END-IF
               END-IF
             END-PERFORM
             IF WS-EMP-CONFLICT
               ADD 1 TO WS-CONFLICT-EMP-CNT
             END-IF
             PERFORM WRITE-MERGED-GROUP
           END-IF.

       CHOOSE-FIELD-SOURCE.
      *****************************************************************
      * The candidate order is the rule's letters, then the other
      * sources in priority order. PREFER takes the first that
      * supplies the field; LATEST the latest effective date, the
      * earlier in the order on a tie.
      *****************************************************************
           MOVE WS-FLD-ORDER(WS-FLD-IDX) TO WS-ORDER-LIST
           MOVE 0 TO WS-ORDER-LEN
           INSPECT WS-ORDER-LIST TALLYING WS-ORDER-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                     UNTIL WS-PRI-IDX > WS-PRI-CNT
             MOVE WS-PRI-SLOT(WS-PRI-IDX) TO WS-SLOT
             MOVE 0 TO WS-SLOT2
             INSPECT WS-ORDER-LIST TALLYING WS-SLOT2
                     FOR ALL WS-LETTERS(WS-SLOT:1)
             IF WS-SLOT2 = 0 AND WS-ORDER-LEN < 5
               ADD 1 TO WS-ORDER-LEN
               MOVE WS-LETTERS(WS-SLOT:1) TO
                        WS-ORDER-LIST(WS-ORDER-LEN:1)
             END-IF
           END-PERFORM

           MOVE 0 TO WS-BEST-SLOT
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                     UNTIL WS-ORDER-IDX > WS-ORDER-LEN
             MOVE 0 TO WS-TEST-SLOT
             INSPECT WS-LETTERS TALLYING WS-TEST-SLOT
                     FOR CHARACTERS BEFORE INITIAL
                     WS-ORDER-LIST(WS-ORDER-IDX:1)
             ADD 1 TO WS-TEST-SLOT
             PERFORM TEST-SOURCE-SUPPLIES
             IF WS-SUPPLIES
               EVALUATE TRUE
                 WHEN WS-BEST-SLOT = 0
                   MOVE WS-TEST-SLOT TO WS-BEST-SLOT
                 WHEN WS-FLD-LATEST(WS-FLD-IDX) AND
                      WS-EB-RECENCY(WS-TEST-SLOT) >
                               WS-EB-RECENCY(WS-BEST-SLOT)
                   MOVE WS-TEST-SLOT TO WS-BEST-SLOT
               END-EVALUATE
             END-IF
           END-PERFORM
           MOVE WS-BEST-SLOT TO WS-WIN-SLOT(WS-FLD-IDX).

       TEST-SOURCE-SUPPLIES.
           MOVE 'N' TO WS-SUPPLIES-SW
           IF WS-EB-PRESENT(WS-TEST-SLOT)
             IF WS-FLD-GROUP(WS-FLD-IDX)
               MOVE WS-TEST-SLOT TO WS-SLOT2
               PERFORM COUNT-GROUP-RECORDS
               IF WS-GRP-CNT > 0
                 SET WS-SUPPLIES TO TRUE
               END-IF
             ELSE
               MOVE WS-FLD-OFF1(WS-FLD-IDX) TO WS-OFF
               MOVE WS-FLD-LEN1(WS-FLD-IDX) TO WS-LEN
               IF WS-EB-IMAGE(WS-TEST-SLOT)(WS-OFF:WS-LEN)
                                                NOT = SPACES
                 IF WS-FLD-TEXT(WS-FLD-IDX) OR
                    WS-EB-IMAGE(WS-TEST-SLOT)(WS-OFF:WS-LEN)
                                                NOT = ZEROS
                   SET WS-SUPPLIES TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.

       COUNT-GROUP-RECORDS.
           MOVE 0 TO WS-GRP-CNT
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                     UNTIL WS-DET-IDX > WS-ED-CNT(WS-SLOT2)
             IF WS-ED-IMAGE(WS-SLOT2, WS-DET-IDX)(1:1) =
                         WS-FLD-REC-TYPE(WS-FLD-IDX)
               ADD 1 TO WS-GRP-CNT
             END-IF
           END-PERFORM.

       REPORT-FIELD-CONFLICTS.
      *****************************************************************
      * One line for each supplying source whose value differs from
      * the one kept.
      *****************************************************************
           IF WS-WIN-SLOT(WS-FLD-IDX) > 0
             PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                       UNTIL WS-PRI-IDX > WS-PRI-CNT
               MOVE WS-PRI-SLOT(WS-PRI-IDX) TO WS-TEST-SLOT
               IF WS-TEST-SLOT NOT = WS-WIN-SLOT(WS-FLD-IDX)
                 PERFORM TEST-SOURCE-SUPPLIES
                 IF WS-SUPPLIES
                   PERFORM COMPARE-FIELD-VALUES
                   IF NOT WS-SAME-VALUE
                     PERFORM WRITE-CONFLICT-LINE
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

       COMPARE-FIELD-VALUES.
           MOVE WS-WIN-SLOT(WS-FLD-IDX) TO WS-SLOT
           SET WS-SAME-VALUE TO TRUE
           IF WS-FLD-GROUP(WS-FLD-IDX)
             PERFORM COMPARE-GROUP-RECORDS
           ELSE
             MOVE WS-FLD-OFF1(WS-FLD-IDX) TO WS-OFF
             MOVE WS-FLD-LEN1(WS-FLD-IDX) TO WS-LEN
             IF WS-EB-IMAGE(WS-SLOT)(WS-OFF:WS-LEN) NOT =
                WS-EB-IMAGE(WS-TEST-SLOT)(WS-OFF:WS-LEN)
               MOVE 'N' TO WS-SAME-SW
             END-IF
             IF WS-FLD-LEN2(WS-FLD-IDX) > 0
               MOVE WS-FLD-OFF2(WS-FLD-IDX) TO WS-OFF
               MOVE WS-FLD-LEN2(WS-FLD-IDX) TO WS-LEN
               IF WS-EB-IMAGE(WS-SLOT)(WS-OFF:WS-LEN) NOT =
                  WS-EB-IMAGE(WS-TEST-SLOT)(WS-OFF:WS-LEN)
                 MOVE 'N' TO WS-SAME-SW
               END-IF
             END-IF
           END-IF.

       COMPARE-GROUP-RECORDS.
      *****************************************************************
      * Two sources' groups are the same when they hold the same
      * records in the same order.
      *****************************************************************
           MOVE WS-SLOT TO WS-SLOT2
           PERFORM COUNT-GROUP-RECORDS
           MOVE WS-GRP-CNT TO WS-GRP-CNT2
           MOVE WS-TEST-SLOT TO WS-SLOT2
           PERFORM COUNT-GROUP-RECORDS
           IF WS-GRP-CNT NOT = WS-GRP-CNT2
             MOVE 'N' TO WS-SAME-SW
           ELSE
             MOVE 1 TO WS-DET-IDX2
             PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                       UNTIL WS-DET-IDX > WS-ED-CNT(WS-SLOT)
                          OR NOT WS-SAME-VALUE
               IF WS-ED-IMAGE(WS-SLOT, WS-DET-IDX)(1:1) =
                           WS-FLD-REC-TYPE(WS-FLD-IDX)
                 PERFORM UNTIL WS-DET-IDX2 > WS-ED-CNT(WS-TEST-SLOT)
                    OR WS-ED-IMAGE(WS-TEST-SLOT, WS-DET-IDX2)(1:1) =
                           WS-FLD-REC-TYPE(WS-FLD-IDX)
                   ADD 1 TO WS-DET-IDX2
                 END-PERFORM
                 IF WS-ED-IMAGE(WS-SLOT, WS-DET-IDX)(11:361) NOT =
                    WS-ED-IMAGE(WS-TEST-SLOT, WS-DET-IDX2)(11:361)
                   MOVE 'N' TO WS-SAME-SW
                 END-IF
                 ADD 1 TO WS-DET-IDX2
               END-IF
             END-PERFORM
           END-IF.

       WRITE-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-CNT
           ADD 1 TO WS-FLD-CONFLICT-CNT(WS-FLD-IDX)
           SET WS-EMP-CONFLICT TO TRUE
           MOVE WS-EMP-COMPANY          TO RPT-CON-COMPANY
           MOVE WS-EMP-ID               TO RPT-CON-EMPLOYEE
           MOVE WS-FLD-NAME(WS-FLD-IDX) TO RPT-CON-FIELD
           MOVE WS-WIN-SLOT(WS-FLD-IDX) TO WS-SLOT2
           MOVE SPACES TO RPT-CON-KEPT-SRC
           STRING WS-LETTERS(WS-SLOT2:1) " " WS-SRC-NAME(WS-SLOT2)
                  DELIMITED BY SIZE INTO RPT-CON-KEPT-SRC
           PERFORM FORMAT-FIELD-VALUE
           MOVE WS-VALUE-TEXT TO RPT-CON-KEPT-VALUE
           MOVE WS-TEST-SLOT TO WS-SLOT2
           MOVE SPACES TO RPT-CON-LOST-SRC
           STRING WS-LETTERS(WS-SLOT2:1) " " WS-SRC-NAME(WS-SLOT2)
                  DELIMITED BY SIZE INTO RPT-CON-LOST-SRC
           PERFORM FORMAT-FIELD-VALUE
           MOVE WS-VALUE-TEXT TO RPT-CON-LOST-VALUE
           MOVE WS-RPT-CONFLICT TO MRGRPT-LINE
           WRITE MRGRPT-LINE.

       FORMAT-FIELD-VALUE.
           MOVE SPACES TO WS-VALUE-TEXT
           IF WS-FLD-GROUP(WS-FLD-IDX)
             PERFORM COUNT-GROUP-RECORDS
             MOVE WS-GRP-CNT TO WS-EDIT-CNT
             STRING FUNCTION TRIM(WS-EDIT-CNT) " RECORD(S)"
                    DELIMITED BY SIZE INTO WS-VALUE-TEXT
           ELSE
             MOVE WS-FLD-OFF1(WS-FLD-IDX) TO WS-OFF
             MOVE WS-FLD-LEN1(WS-FLD-IDX) TO WS-LEN
             MOVE WS-EB-IMAGE(WS-SLOT2)(WS-OFF:WS-LEN) TO
                      WS-VALUE-TEXT
             IF WS-FLD-LEN2(WS-FLD-IDX) > 0 AND WS-LEN < 36
               MOVE WS-FLD-OFF2(WS-FLD-IDX) TO WS-OFF
               MOVE WS-EB-IMAGE(WS-SLOT2)(WS-OFF:
                                 WS-FLD-LEN2(WS-FLD-IDX))
                    TO WS-VALUE-TEXT(WS-LEN + 2:)
             END-IF
           END-IF.

       TAKE-FIELD-FROM-SOURCE.
           MOVE WS-FLD-OFF1(WS-FLD-IDX) TO WS-OFF
           MOVE WS-FLD-LEN1(WS-FLD-IDX) TO WS-LEN
           MOVE WS-EB-IMAGE(WS-SLOT)(WS-OFF:WS-LEN) TO
                    WS-MERGED-IMAGE(WS-OFF:WS-LEN)
           IF WS-FLD-LEN2(WS-FLD-IDX) > 0
             MOVE WS-FLD-OFF2(WS-FLD-IDX) TO WS-OFF
             MOVE WS-FLD-LEN2(WS-FLD-IDX) TO WS-LEN
             MOVE WS-EB-IMAGE(WS-SLOT)(WS-OFF:WS-LEN) TO
                      WS-MERGED-IMAGE(WS-OFF:WS-LEN)
           END-IF.

       WRITE-MERGED-GROUP.
      *****************************************************************
      * The base record, each group from its surviving source, and
      * any detail of another type from the primary source.
      *****************************************************************
           MOVE WS-MERGED-IMAGE(1:371) TO EMPF-RECORD-DATA
           MOVE WS-PRIMARY-SLOT TO WS-SLOT
           PERFORM SET-SOURCE-TRAILER
           MOVE WS-FIELD-MAP TO EMPF-SOURCE-TRAILER(36:24)
           PERFORM WRITE-MERGED-RECORD

           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL WS-FLD-IDX > WS-FLD-CNT
             IF WS-FLD-GROUP(WS-FLD-IDX) AND
                WS-WIN-SLOT(WS-FLD-IDX) > 0
               MOVE WS-WIN-SLOT(WS-FLD-IDX) TO WS-SLOT
               PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                         UNTIL WS-DET-IDX > WS-ED-CNT(WS-SLOT)
                 IF WS-ED-IMAGE(WS-SLOT, WS-DET-IDX)(1:1) =
                             WS-FLD-REC-TYPE(WS-FLD-IDX)
                   PERFORM WRITE-DETAIL-RECORD
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM

           MOVE WS-PRIMARY-SLOT TO WS-SLOT
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                     UNTIL WS-DET-IDX > WS-ED-CNT(WS-SLOT)
             IF WS-ED-IMAGE(WS-SLOT, WS-DET-IDX)(1:1) NOT = 'S' AND
                NOT = 'C' AND NOT = 'H' AND NOT = 'A' AND NOT = 'T'
               PERFORM WRITE-DETAIL-RECORD
             END-IF
           END-PERFORM.

       PASS-ORPHAN-DETAILS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
             PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                       UNTIL WS-DET-IDX > WS-ED-CNT(WS-SLOT)
               ADD 1 TO WS-ORPHAN-CNT
               PERFORM WRITE-DETAIL-RECORD
             END-PERFORM
           END-PERFORM.

       WRITE-DETAIL-RECORD.
           MOVE WS-ED-IMAGE(WS-SLOT, WS-DET-IDX)(1:371) TO
                    EMPF-RECORD-DATA
           PERFORM SET-SOURCE-TRAILER
           PERFORM WRITE-MERGED-RECORD.

       SET-SOURCE-TRAILER.
           MOVE SPACES TO EMPF-SOURCE-TRAILER
           MOVE 'SRC:'                   TO EMPF-SRC-EYECATCHER
           MOVE WS-JOB-START-TS(1:21)    TO EMPF-SRC-MERGED-TS
           MOVE WS-LETTERS(WS-SLOT:1)    TO EMPF-SRC-RECORD-SOURCE
           MOVE WS-SRC-NAME(WS-SLOT)     TO EMPF-SRC-RECORD-NAME
           MOVE WS-EMP-SOURCE-CNT        TO EMPF-SRC-SOURCE-CNT
           PERFORM VARYING WS-SLOT2 FROM 1 BY 1 UNTIL WS-SLOT2 > 5
             MOVE WS-SRC-NAME(WS-SLOT2) TO EMPF-SRC-NAMES(WS-SLOT2)
           END-PERFORM.

       WRITE-MERGED-RECORD.
           MOVE 508 TO WS-MRGEMP-REC-LEN
           WRITE MERGED-EMPLOYEE-RECORD
           IF WS-MRGEMP-STATUS NOT = '00'
             DISPLAY "ERROR : WRITE TO MRGEMP FAILED, FILE STATUS "
                     WS-MRGEMP-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYEMMRG: WRITE TO MRGEMP FAILED" TO ERRLOG-MSG
             PERFORM ABANDON-MERGE-RUN
           END-IF
           ADD 1 TO WS-WRITTEN-CNT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE SPACES TO MRGRPT-LINE
           STRING "  SOURCE           READ      BASE   PRIMARY  "
                  "FIELDS KEPT  DUPLICATES"
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE ALL "-" TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                     UNTIL WS-PRI-IDX > WS-PRI-CNT
             MOVE WS-PRI-SLOT(WS-PRI-IDX) TO WS-SLOT
             MOVE WS-SRC-READ-CNT(WS-SLOT)    TO WS-EDIT-CNT
             MOVE WS-SRC-BASE-CNT(WS-SLOT)    TO WS-EDIT-CNT2
             MOVE WS-SRC-PRIMARY-CNT(WS-SLOT) TO WS-EDIT-CNT3
             MOVE WS-SRC-WON-CNT(WS-SLOT)     TO WS-EDIT-CNT4
             MOVE SPACES TO MRGRPT-LINE
             STRING "  " WS-LETTERS(WS-SLOT:1) " "
                    WS-SRC-NAME(WS-SLOT) WS-EDIT-CNT " "
                    WS-EDIT-CNT2 " " WS-EDIT-CNT3 "    " WS-EDIT-CNT4
                    DELIMITED BY SIZE INTO MRGRPT-LINE
             MOVE WS-SRC-DUP-CNT(WS-SLOT) TO WS-EDIT-CNT
             MOVE WS-EDIT-CNT TO MRGRPT-LINE(63:9)
             WRITE MRGRPT-LINE
           END-PERFORM
           MOVE SPACES TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE SPACES TO MRGRPT-LINE
           STRING "  CONFLICTS BY FIELD"
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL WS-FLD-IDX > WS-FLD-CNT
             IF WS-FLD-CONFLICT-CNT(WS-FLD-IDX) > 0
               MOVE WS-FLD-CONFLICT-CNT(WS-FLD-IDX) TO WS-EDIT-CNT
               MOVE SPACES TO MRGRPT-LINE
               STRING "    " WS-FLD-NAME(WS-FLD-IDX) " " WS-EDIT-CNT
                      DELIMITED BY SIZE INTO MRGRPT-LINE
               WRITE MRGRPT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE WS-EMP-CNT TO WS-EDIT-CNT
           MOVE SPACES TO MRGRPT-LINE
           STRING "  EMPLOYEES MERGED              : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE WS-MULTI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO MRGRPT-LINE
           STRING "    SENT BY MORE THAN ONE SOURCE: " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE WS-CONFLICT-EMP-CNT TO WS-EDIT-CNT
           MOVE SPACES TO MRGRPT-LINE
           STRING "    WITH CONFLICTING FIELDS     : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE WS-CONFLICT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO MRGRPT-LINE
           STRING "  CONFLICTS                     : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE WS-DUP-CNT TO WS-EDIT-CNT
           MOVE SPACES TO MRGRPT-LINE
           STRING "  DUPLICATES WITHIN A SOURCE    : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE WS-ORPHAN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO MRGRPT-LINE
           STRING "  DETAILS WITH NO BASE (PASSED) : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE WS-WRITTEN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO MRGRPT-LINE
           STRING "  MRGEMP RECORDS WRITTEN        : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO MRGRPT-LINE
           WRITE MRGRPT-LINE
           IF WS-DET-LOST-CNT > 0
             MOVE WS-DET-LOST-CNT TO WS-EDIT-CNT
             MOVE SPACES TO MRGRPT-LINE
             STRING "  ** DETAILS DROPPED (OVER 120) : " WS-EDIT-CNT
                    DELIMITED BY SIZE INTO MRGRPT-LINE
             WRITE MRGRPT-LINE
           END-IF.

       ABANDON-MERGE-RUN.
           MOVE 9863 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           PERFORM DISPLAY-MERGE-SUMMARY
           GOBACK.

       DISPLAY-MERGE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYEMMRG JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  SOURCES DECLARED : " WS-PRI-CNT
           DISPLAY "  RECORDS RELEASED : " WS-RELEASE-CNT
           DISPLAY "  EMPLOYEES MERGED : " WS-EMP-CNT
           DISPLAY "  MULTI-SOURCE     : " WS-MULTI-CNT
           DISPLAY "  CONFLICTS        : " WS-CONFLICT-CNT
           DISPLAY "  DUPLICATES       : " WS-DUP-CNT
           DISPLAY "  RECORDS WRITTEN  : " WS-WRITTEN-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYEMMRG'.
