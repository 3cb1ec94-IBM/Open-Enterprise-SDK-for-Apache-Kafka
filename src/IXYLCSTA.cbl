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
      * SHARED MODULE - LISTCAT CLUSTER STATISTICS
      ******************************************************************
      * A COBOL program cannot ask the catalog for a KSDS's
      * statistics; IDCAMS LISTCAT can print them. This module reads
      * that print and hands its callers one cluster at a time, so
      * the VSAM health monitor (IXYVSMON) and the reorganization
      * utility (IXYVREOR) read the listing the same way:
      * a. LISTCAT - the SYSPRINT of an IDCAMS LISTCAT ... ALL step,
      *    allocated RECFM=FBA,LRECL=121 (column 1 is the carriage
      *    control). Any number of clusters, in any order.
      * b. Action 'O' opens the listing, 'N' returns the next
      *    cluster -- its name, its data and index component names
      *    and the data component's attributes, statistics and
      *    allocation -- and 'C' closes it. Result '0' a cluster
      *    came back, 'E' the listing is exhausted, 'F' the listing
      *    could not be opened or read.
      * Only the DATA component's figures are returned; the INDEX
      * component's statistics, AIX, PATH and non-VSAM entries are
      * passed over. Where a keyword repeats within the component
      * (HI-A-RBA in each VOLUME group) the first occurrence -- the
      * component total -- is the one kept.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new module.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYLCSTA'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LISTCAT ASSIGN TO LISTCAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LISTCAT-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD LISTCAT
           RECORD CONTAINS 121  CHARACTERS
           BLOCK  CONTAINS 1210 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LISTCAT-LINE.

         01 LISTCAT-LINE.
            05 LC-CARRIAGE        PIC X(01).
            05 LC-TEXT            PIC X(120).

        WORKING-STORAGE SECTION.
         01 WS-LISTCAT-STATUS   PIC X(02).
         01 WS-OPEN-SW          PIC X(01) VALUE 'N'.
             88 WS-LISTCAT-OPEN VALUE 'Y'.
         01 WS-EOF-SW           PIC X(01) VALUE 'N'.
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * A CLUSTER line read while the previous cluster was still
      * being gathered is held here for the next call.
         01 WS-PENDING-SW       PIC X(01) VALUE 'N'.
             88 WS-LINE-PENDING VALUE 'Y'.
         01 WS-IN-CLUSTER-SW    PIC X(01) VALUE 'N'.
             88 WS-IN-CLUSTER   VALUE 'Y'.
         01 WS-DONE-SW          PIC X(01) VALUE 'N'.
             88 WS-CLUSTER-DONE VALUE 'Y'.

      * The component the lines now being read belong to -- C the
      * cluster entry, D its data component, I its index, space an
      * entry of no interest.
         01 WS-COMPONENT        PIC X(01) VALUE SPACE.
             88 WS-IN-DATA      VALUE 'D'.

      * Entry header parse -- "CLUSTER ------- IXYP.EMPMAST".
         01 WS-TEXT             PIC X(120).
         01 WS-ENTRY-TYPE       PIC X(08).
         01 WS-ENTRY-REST       PIC X(112).
         01 WS-ENTRY-NAME       PIC X(44).
         01 WS-DASH-POS         PIC S9(4) BINARY VALUE 0.

      * The statistics keywords, in the order LCS-VALUE-TABLE below
      * receives them. Each carries its trailing dash (or paren) so
      * FREESPC cannot match inside FREESPACE-%CI and EXTENTS cannot
      * match EXTENT-NUMBER. Type N is numeric, A a word.
         01 WS-KEYWORD-LIST.
            05 FILLER PIC X(17) VALUE 'REC-TOTAL-      N'.
            05 FILLER PIC X(17) VALUE 'SPLITS-CI-      N'.
            05 FILLER PIC X(17) VALUE 'SPLITS-CA-      N'.
            05 FILLER PIC X(17) VALUE 'FREESPACE-%CI-  N'.
            05 FILLER PIC X(17) VALUE 'FREESPACE-%CA-  N'.
            05 FILLER PIC X(17) VALUE 'FREESPC-        N'.
            05 FILLER PIC X(17) VALUE 'EXTENTS-        N'.
            05 FILLER PIC X(17) VALUE 'HI-A-RBA-       N'.
            05 FILLER PIC X(17) VALUE 'HI-U-RBA-       N'.
            05 FILLER PIC X(17) VALUE 'KEYLEN-         N'.
            05 FILLER PIC X(17) VALUE 'RKP-            N'.
            05 FILLER PIC X(17) VALUE 'AVGLRECL-       N'.
            05 FILLER PIC X(17) VALUE 'MAXLRECL-       N'.
            05 FILLER PIC X(17) VALUE 'CISIZE-         N'.
            05 FILLER PIC X(17) VALUE 'SPACE-PRI-      N'.
            05 FILLER PIC X(17) VALUE 'SPACE-SEC-      N'.
            05 FILLER PIC X(17) VALUE 'SPACE-TYPE-     A'.
            05 FILLER PIC X(17) VALUE 'VOLSER-         A'.
            05 FILLER PIC X(17) VALUE 'SHROPTNS(       A'.
         01 WS-KEYWORD-TABLE REDEFINES WS-KEYWORD-LIST.
            05 WS-KEYWORD-ENTRY OCCURS 19 TIMES.
              10 WS-KW-TEXT         PIC X(16).
              10 WS-KW-TYPE         PIC X(01).
         01 WS-KW-CNT           PIC S9(4) BINARY VALUE 19.
         01 WS-KW-NUMERIC-CNT   PIC S9(4) BINARY VALUE 16.
         01 WS-KW-IDX           PIC S9(4) BINARY VALUE 0.
         01 WS-KW-LEN           PIC S9(4) BINARY VALUE 0.
         01 WS-KW-SEEN-TABLE.
            05 WS-KW-SEEN OCCURS 19 TIMES PIC X(01).
         01 WS-SCAN-POS         PIC S9(4) BINARY VALUE 0.
         01 WS-FOUND-POS        PIC S9(4) BINARY VALUE 0.
         01 WS-VALUE-POS        PIC S9(4) BINARY VALUE 0.
         01 WS-VALUE-LEN        PIC S9(4) BINARY VALUE 0.
         01 WS-NUMBER           PIC S9(18) BINARY VALUE 0.
         01 WS-WORD             PIC X(16).
         01 WS-DIGIT            PIC 9(01).

       LINKAGE SECTION.
         01 LCS-PARMS.
            05 LCS-ACTION       PIC X(01).
                88 LCS-OPEN     VALUE 'O'.
                88 LCS-NEXT     VALUE 'N'.
                88 LCS-CLOSE    VALUE 'C'.
            05 LCS-RESULT       PIC X(01).
                88 LCS-OK       VALUE '0'.
                88 LCS-END      VALUE 'E'.
                88 LCS-FAILED   VALUE 'F'.
            05 LCS-CLUSTER      PIC X(44).
            05 LCS-DATA-NAME    PIC X(44).
            05 LCS-INDEX-NAME   PIC X(44).
            05 LCS-VALUE-TABLE.
              10 LCS-REC-TOTAL    PIC S9(18) BINARY.
              10 LCS-SPLITS-CI    PIC S9(18) BINARY.
              10 LCS-SPLITS-CA    PIC S9(18) BINARY.
              10 LCS-FREE-CI-PCT  PIC S9(18) BINARY.
              10 LCS-FREE-CA-PCT  PIC S9(18) BINARY.
              10 LCS-FREESPC      PIC S9(18) BINARY.
              10 LCS-EXTENTS      PIC S9(18) BINARY.
              10 LCS-HI-A-RBA     PIC S9(18) BINARY.
              10 LCS-HI-U-RBA     PIC S9(18) BINARY.
              10 LCS-KEYLEN       PIC S9(18) BINARY.
              10 LCS-RKP          PIC S9(18) BINARY.
              10 LCS-AVGLRECL     PIC S9(18) BINARY.
              10 LCS-MAXLRECL     PIC S9(18) BINARY.
              10 LCS-CISIZE       PIC S9(18) BINARY.
              10 LCS-SPACE-PRI    PIC S9(18) BINARY.
              10 LCS-SPACE-SEC    PIC S9(18) BINARY.
            05 LCS-VALUES REDEFINES LCS-VALUE-TABLE.
              10 LCS-VALUE OCCURS 16 TIMES PIC S9(18) BINARY.
            05 LCS-WORD-TABLE.
              10 LCS-SPACE-TYPE   PIC X(16).
              10 LCS-VOLSER       PIC X(16).
              10 LCS-SHROPTNS     PIC X(16).
            05 LCS-WORDS REDEFINES LCS-WORD-TABLE.
              10 LCS-WORD OCCURS 3 TIMES PIC X(16).

       PROCEDURE DIVISION USING LCS-PARMS.
           MOVE '0' TO LCS-RESULT
           EVALUATE TRUE
             WHEN LCS-OPEN
               PERFORM OPEN-LISTING
             WHEN LCS-NEXT
               PERFORM RETURN-NEXT-CLUSTER
             WHEN LCS-CLOSE
               IF WS-LISTCAT-OPEN
                 CLOSE LISTCAT
                 MOVE 'N' TO WS-OPEN-SW
               END-IF
             WHEN OTHER
               MOVE 'F' TO LCS-RESULT
           END-EVALUATE
           GOBACK
           .

       OPEN-LISTING.
           MOVE 'N' TO WS-PENDING-SW
           MOVE 'N' TO WS-IN-CLUSTER-SW
           MOVE SPACE TO WS-COMPONENT
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT LISTCAT
           IF WS-LISTCAT-STATUS = '00'
             SET WS-LISTCAT-OPEN TO TRUE
           ELSE
             MOVE 'F' TO LCS-RESULT
           END-IF.

       RETURN-NEXT-CLUSTER.
      *****************************************************************
      * Gathers lines until the next CLUSTER entry (held back for the
      * following call) or the end of the listing closes this one.
      *****************************************************************
           IF NOT WS-LISTCAT-OPEN
             MOVE 'F' TO LCS-RESULT
             GOBACK
           END-IF
           MOVE 'N' TO WS-DONE-SW
           MOVE 'N' TO WS-IN-CLUSTER-SW
           IF WS-LINE-PENDING
             MOVE 'N' TO WS-PENDING-SW
             PERFORM START-CLUSTER
           END-IF
           PERFORM UNTIL WS-CLUSTER-DONE OR WS-EOF
             READ LISTCAT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM PROCESS-LISTING-LINE
             END-READ
             IF WS-LISTCAT-STATUS NOT = '00' AND
                WS-LISTCAT-STATUS NOT = '10'
               MOVE 'F' TO LCS-RESULT
               GOBACK
             END-IF
           END-PERFORM
           IF NOT WS-IN-CLUSTER
             MOVE 'E' TO LCS-RESULT
           END-IF.

       PROCESS-LISTING-LINE.
           MOVE LC-TEXT TO WS-TEXT
           PERFORM PARSE-ENTRY-HEADER
           EVALUATE TRUE
             WHEN WS-ENTRY-TYPE = 'CLUSTER ' AND WS-IN-CLUSTER
               SET WS-LINE-PENDING TO TRUE
               SET WS-CLUSTER-DONE TO TRUE
             WHEN WS-ENTRY-TYPE = 'CLUSTER '
               PERFORM START-CLUSTER
             WHEN WS-ENTRY-TYPE = 'DATA    ' AND WS-IN-CLUSTER
               MOVE 'D' TO WS-COMPONENT
               MOVE WS-ENTRY-NAME TO LCS-DATA-NAME
             WHEN WS-ENTRY-TYPE = 'INDEX   ' AND WS-IN-CLUSTER
               MOVE 'I' TO WS-COMPONENT
               MOVE WS-ENTRY-NAME TO LCS-INDEX-NAME
             WHEN WS-ENTRY-TYPE NOT = SPACES
               MOVE SPACE TO WS-COMPONENT
             WHEN WS-IN-DATA
               PERFORM SCAN-STATISTICS-LINE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       START-CLUSTER.
      *****************************************************************
      * WS-ENTRY-NAME still holds the CLUSTER line's name -- the
      * held-back line is never re-parsed.
      *****************************************************************
           SET WS-IN-CLUSTER TO TRUE
           MOVE 'C' TO WS-COMPONENT
           MOVE WS-ENTRY-NAME TO LCS-CLUSTER
           MOVE SPACES TO LCS-DATA-NAME
           MOVE SPACES TO LCS-INDEX-NAME
           MOVE SPACES TO LCS-WORD-TABLE
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-NUMERIC-CNT
             MOVE 0 TO LCS-VALUE(WS-KW-IDX)
           END-PERFORM
           MOVE ALL 'N' TO WS-KW-SEEN-TABLE.

       PARSE-ENTRY-HEADER.
      *****************************************************************
      * An entry header is a word, a run of dashes and the entry
      * name -- "CLUSTER ------- IXYP.EMPMAST". Anything else leaves
      * WS-ENTRY-TYPE spaces.
      *****************************************************************
           MOVE SPACES TO WS-ENTRY-TYPE
           MOVE SPACES TO WS-ENTRY-REST
           MOVE SPACES TO WS-ENTRY-NAME
           UNSTRING FUNCTION TRIM(WS-TEXT LEADING) DELIMITED BY ' '
               INTO WS-ENTRY-TYPE WS-ENTRY-REST
           END-UNSTRING
           IF WS-ENTRY-TYPE NOT = 'CLUSTER ' AND
              WS-ENTRY-TYPE NOT = 'DATA    ' AND
              WS-ENTRY-TYPE NOT = 'INDEX   ' AND
              WS-ENTRY-TYPE NOT = 'AIX     ' AND
              WS-ENTRY-TYPE NOT = 'PATH    ' AND
              WS-ENTRY-TYPE NOT = 'NONVSAM ' AND
              WS-ENTRY-TYPE NOT = 'GDG     ' AND
              WS-ENTRY-TYPE NOT = 'ALIAS   ' AND
              WS-ENTRY-TYPE NOT = 'USERCATA'
             MOVE SPACES TO WS-ENTRY-TYPE
           ELSE
             MOVE 0 TO WS-DASH-POS
             INSPECT WS-TEXT TALLYING WS-DASH-POS
                     FOR CHARACTERS BEFORE INITIAL '---'
             IF WS-DASH-POS >= LENGTH OF WS-TEXT
               MOVE SPACES TO WS-ENTRY-TYPE
             ELSE
               MOVE SPACES TO WS-ENTRY-REST
               MOVE WS-TEXT(WS-DASH-POS + 1:) TO WS-ENTRY-REST
               INSPECT WS-ENTRY-REST REPLACING LEADING '-' BY ' '
               MOVE FUNCTION TRIM(WS-ENTRY-REST LEADING) TO
                    WS-ENTRY-NAME
             END-IF
           END-IF.

       SCAN-STATISTICS-LINE.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-CNT
             IF WS-KW-SEEN(WS-KW-IDX) = 'N'
               PERFORM FIND-KEYWORD
               IF WS-FOUND-POS > 0
                 MOVE 'Y' TO WS-KW-SEEN(WS-KW-IDX)
                 PERFORM EXTRACT-KEYWORD-VALUE
               END-IF
             END-IF
           END-PERFORM.

       FIND-KEYWORD.
      *****************************************************************
      * WS-FOUND-POS is where the keyword starts on the line, zero
      * when it is not there. A keyword must start the line's text
      * or follow a space.
      *****************************************************************
           MOVE 0 TO WS-FOUND-POS
           MOVE 0 TO WS-KW-LEN
           INSPECT WS-KW-TEXT(WS-KW-IDX) TALLYING WS-KW-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > LENGTH OF WS-TEXT - WS-KW-LEN
                      OR WS-FOUND-POS > 0
             IF WS-TEXT(WS-SCAN-POS:WS-KW-LEN) =
                WS-KW-TEXT(WS-KW-IDX)(1:WS-KW-LEN)
               IF WS-SCAN-POS = 1
                 MOVE WS-SCAN-POS TO WS-FOUND-POS
               ELSE
                 IF WS-TEXT(WS-SCAN-POS - 1:1) = SPACE
                   MOVE WS-SCAN-POS TO WS-FOUND-POS
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       EXTRACT-KEYWORD-VALUE.
      *****************************************************************
      * The value follows the keyword's dash leader -- digits for a
      * numeric keyword, a word up to the next space otherwise. A
      * "(NULL)" or any non-numeric value leaves a number zero.
      *****************************************************************
           COMPUTE WS-VALUE-POS = WS-FOUND-POS + WS-KW-LEN
           PERFORM UNTIL WS-VALUE-POS > LENGTH OF WS-TEXT
                      OR WS-TEXT(WS-VALUE-POS:1) NOT = '-'
             ADD 1 TO WS-VALUE-POS
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-VALUE-POS > LENGTH OF WS-TEXT
               CONTINUE
             WHEN WS-KW-TYPE(WS-KW-IDX) = 'N'
               PERFORM EXTRACT-NUMERIC-VALUE
             WHEN OTHER
               PERFORM EXTRACT-WORD-VALUE
           END-EVALUATE.

       EXTRACT-NUMERIC-VALUE.
           MOVE 0 TO WS-NUMBER
           PERFORM UNTIL WS-VALUE-POS > LENGTH OF WS-TEXT
                      OR WS-TEXT(WS-VALUE-POS:1) NOT NUMERIC
             MOVE WS-TEXT(WS-VALUE-POS:1) TO WS-DIGIT
             COMPUTE WS-NUMBER = WS-NUMBER * 10 + WS-DIGIT
             ADD 1 TO WS-VALUE-POS
           END-PERFORM
           MOVE WS-NUMBER TO LCS-VALUE(WS-KW-IDX).

       EXTRACT-WORD-VALUE.
           MOVE SPACES TO WS-WORD
           MOVE 0 TO WS-VALUE-LEN
           INSPECT WS-TEXT(WS-VALUE-POS:) TALLYING WS-VALUE-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '
           IF WS-VALUE-LEN > LENGTH OF WS-WORD
             MOVE LENGTH OF WS-WORD TO WS-VALUE-LEN
           END-IF
           IF WS-VALUE-LEN > 0
             MOVE WS-TEXT(WS-VALUE-POS:WS-VALUE-LEN) TO WS-WORD
           END-IF
      * SHROPTNS(2,3) -- the closing paren is not part of the value.
           INSPECT WS-WORD REPLACING ALL ')' BY ' '
           MOVE WS-WORD TO
                LCS-WORD(WS-KW-IDX - WS-KW-NUMERIC-CNT).

       END PROGRAM 'IXYLCSTA'.
