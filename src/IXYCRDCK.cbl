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
      * MAIN PROGRAM CERTIFICATE AND CREDENTIAL EXPIRY CHECK
      ******************************************************************
      * An expired keystore, truststore or SASL credential first shows
      * itself as every producer and consumer step failing at INIT in
      * the middle of the window. Run daily, this check warns while
      * there is still time to renew:
      * a. CREDINV  - the credential inventory, one card per
      *    certificate or credential, kept by hand:
      *      cols   1-8    type (KEYSTORE, TRUSTSTR, CERT, KEY, CA,
      *                    CRL, KEYTAB, PASSWORD, SECRET, USERINFO,
      *                    JAAS)
      *      cols  10-17   environment (blank - every environment)
      *      cols  19-26   expiry date YYYYMMDD, the last day it works
      *      cols  28-35   owner
      *      cols  37-156  reference - the file path for a file
      *                    credential, DD name '/' key for a secret
      *                    held in a deck (e.g. PCONFFIL/sasl.password)
      *      cols 158-200  description
      *    A '*' in column 1 is a comment.
      * b. CONFFILE, PCONFFIL, CCONFFIL, SCONFFIL (each optional) -
      *    every line that refers to a credential, as IXYCRREF sees
      *    it, is looked up on the inventory. CONFFILE's
      *    environment.name picks the inventory cards that apply.
      * c. CRDRPT   - the inventory with days left, status and the
      *    decks using each entry; then the credentials in use that
      *    the inventory does not hold, and the totals.
      * d. CREDSTA  - rewritten each run, one record per credential
      *    expired, within 30 days or not inventoried, read by the
      *    status board IXYSTBRD.
      * Warnings go to ERRLOG at 30 days (9880), 14 days (9881) and
      * 3 days (9882) before expiry, on expiry (9883), and for a
      * credential in use but not on the inventory (9884). Secret
      * values are never read into a message -- only their names.
      *
      * Return codes: 00 nothing within 30 days; 04 an entry within
      * 30 or 14 days; 08 an entry within 3 days or expired, a
      * credential not inventoried, an invalid card or an inventory
      * larger than the table; 16 CREDINV, CRDRPT or CREDSTA
      * unavailable (ERRLOG 9885).
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYCRDCK'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CREDINV ASSIGN TO CREDINV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CREDINV-STATUS.

           SELECT CONFFILE ASSIGN TO CONFFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DECK-STATUS.

           SELECT PCONFFIL ASSIGN TO PCONFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DECK-STATUS.

           SELECT CCONFFIL ASSIGN TO CCONFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DECK-STATUS.

           SELECT SCONFFIL ASSIGN TO SCONFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DECK-STATUS.

           SELECT CRDRPT ASSIGN TO CRDRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CRDRPT-STATUS.

           SELECT CREDSTA ASSIGN TO CREDSTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CREDSTA-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD CREDINV
           RECORD CONTAINS 200   CHARACTERS
           BLOCK  CONTAINS 2000  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CREDINV-RECORD.

         01 CREDINV-RECORD.
            05 CRI-TYPE           PIC X(08).
            05 FILLER             PIC X(01).
            05 CRI-ENV            PIC X(08).
            05 FILLER             PIC X(01).
            05 CRI-EXPIRY         PIC X(08).
            05 CRI-EXPIRY-N REDEFINES CRI-EXPIRY
                                  PIC 9(08).
            05 FILLER             PIC X(01).
            05 CRI-OWNER          PIC X(08).
            05 FILLER             PIC X(01).
            05 CRI-REFERENCE      PIC X(120).
            05 FILLER             PIC X(01).
            05 CRI-DESCRIPTION    PIC X(43).

         FD CONFFILE
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  KAFKA-CONFIG-FILE.

         01 KAFKA-CONFIG-FILE.
            05 KAFKA-CONFIG-REC   PIC X(2049).

         FD PCONFFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  KAFKA-PCONFIG-FILE.

         01 KAFKA-PCONFIG-FILE.
            05 KAFKA-PCONFIG-REC  PIC X(2049).

         FD CCONFFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  KAFKA-CCONFIG-FILE.

         01 KAFKA-CCONFIG-FILE.
            05 KAFKA-CCONFIG-REC  PIC X(2049).

         FD SCONFFIL
           RECORD CONTAINS 2049  CHARACTERS
           BLOCK  CONTAINS 20490 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SERDES-CONFIG-FILE.

         01 SERDES-CONFIG-FILE.
            05 SERDES-CONFIG-REC  PIC X(2049).

         FD CRDRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CRDRPT-LINE.

         01 CRDRPT-LINE             PIC X(132).

      * One record per credential expired, within 30 days of expiry
      * or in use without an inventory card.
         FD CREDSTA
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CREDENTIAL-STATUS-RECORD.

         01 CREDENTIAL-STATUS-RECORD.
            05 CST-STATE          PIC X(08).
                88 CST-EXPIRED    VALUE 'EXPIRED '.
                88 CST-DAYS-3     VALUE 'DAYS-3  '.
                88 CST-DAYS-14    VALUE 'DAYS-14 '.
                88 CST-DAYS-30    VALUE 'DAYS-30 '.
                88 CST-NO-INVENT  VALUE 'NOINVENT'.
            05 CST-TYPE           PIC X(08).
            05 CST-ENV            PIC X(08).
            05 CST-OWNER          PIC X(08).
            05 CST-EXPIRY         PIC X(08).
            05 CST-DAYS-LEFT      PIC 9(05).
            05 CST-REPORTED-TS    PIC X(21).
            05 CST-REFERENCE      PIC X(80).
            05 FILLER             PIC X(14).

        WORKING-STORAGE SECTION.
         01 WS-CREDINV-STATUS   PIC X(02).
         01 WS-DECK-STATUS      PIC X(02).
         01 WS-CRDRPT-STATUS    PIC X(02).
         01 WS-CREDSTA-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-TODAY-DATE       PIC 9(08) VALUE 0.
         01 WS-TODAY-DAYS       PIC S9(9) BINARY VALUE 0.
         01 WS-ENV-NAME         PIC X(08) VALUE SPACES.

      * The inventory, held whole. WS-INV-USED-BY carries one five-
      * byte slot per deck, filled in when that deck uses the entry.
         01 WS-INV-MAX          PIC S9(9) BINARY VALUE 500.
         01 WS-INV-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-INV-LOST-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-INV-TABLE.
            05 WS-INV-ENTRY OCCURS 500 TIMES.
               10 WS-INV-TYPE        PIC X(08).
               10 WS-INV-ENV         PIC X(08).
               10 WS-INV-EXPIRY      PIC 9(08).
               10 WS-INV-OWNER       PIC X(08).
               10 WS-INV-REFERENCE   PIC X(120).
               10 WS-INV-DESCRIPTION PIC X(43).
               10 WS-INV-DAYS        PIC S9(9) BINARY.
               10 WS-INV-STATE       PIC X(08).
               10 WS-INV-USED-BY     PIC X(20).
               10 WS-INV-USED-SW     PIC X(01).
                   88 WS-INV-USED    VALUE 'Y'.
         01 WS-INV-IDX          PIC S9(9) BINARY VALUE 0.
         01 WS-CARD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-BAD-CARD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-BAD-CARD-REASON  PIC X(40).

      * Credentials the decks refer to, one per deck and reference.
         01 WS-USE-MAX          PIC S9(9) BINARY VALUE 200.
         01 WS-USE-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-USE-LOST-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-USE-TABLE.
            05 WS-USE-ENTRY OCCURS 200 TIMES.
               10 WS-USE-DD          PIC X(08).
               10 WS-USE-SLOT        PIC S9(4) BINARY.
               10 WS-USE-TYPE        PIC X(08).
               10 WS-USE-REFERENCE   PIC X(120).
               10 WS-USE-FOUND-SW    PIC X(01).
                   88 WS-USE-FOUND   VALUE 'Y'.
         01 WS-USE-IDX          PIC S9(9) BINARY VALUE 0.
         01 WS-SEEN-SW          PIC X(01).
             88 WS-SEEN         VALUE 'Y'.

      * The deck in hand.
         01 WS-DECK-DD          PIC X(08).
         01 WS-DECK-SLOT        PIC S9(4) BINARY VALUE 0.
         01 WS-DECK-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-DECK-LINE-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-SLOT-POS         PIC S9(4) BINARY VALUE 0.

      * Config-deck parse work fields, the same '='-delimiter
      * conventions every config reader in this repo applies.
         01 WS-CFG-LINE         PIC X(2049).
         01 WS-DELIMITER-POS    PIC S9(9) BINARY VALUE 0.
         01 KAFKA-CONFIG-DATA.
            05 KAFKA-CONFIG-PARM      PIC X(1024).
            05 WS-DELIMITER           PIC X VALUE '='.
            05 KAFKA-CONFIG-VALUE     PIC X(1024).

      * Parameter area for the credential classifier IXYCRREF.
         01 WS-CRREF-PARMS.
            05 WS-CRREF-DDNAME        PIC X(08).
            05 WS-CRREF-KEY           PIC X(1024).
            05 WS-CRREF-VALUE         PIC X(1024).
            05 WS-CRREF-RESULT        PIC X(01).
                88 WS-CRREF-FILE      VALUE 'F'.
                88 WS-CRREF-SECRET    VALUE 'S'.
                88 WS-CRREF-NONE      VALUE 'N'.
            05 WS-CRREF-TYPE          PIC X(08).
            05 WS-CRREF-REFERENCE     PIC X(120).

      * Expiry tiers, in days left.
         01 WS-TIER-30          PIC S9(4) BINARY VALUE 30.
         01 WS-TIER-14          PIC S9(4) BINARY VALUE 14.
         01 WS-TIER-3           PIC S9(4) BINARY VALUE 3.
         01 WS-OK-CNT           PIC S9(9) BINARY VALUE 0.
         01 WS-DAYS-30-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-DAYS-14-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-DAYS-3-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-EXPIRED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-OTHER-ENV-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-IN-USE-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-NO-INVENT-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-STATUS-CNT       PIC S9(9) BINARY VALUE 0.

      * CRDRPT lines.
         01 WS-EDIT-CNT         PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-DAYS        PIC -(5)9.
         01 WS-RPT-INV-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-INV-TYPE        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-INV-ENV         PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-INV-OWNER       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-INV-EXPIRY      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-INV-DAYS        PIC -(5)9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-INV-STATE       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-INV-USED-BY     PIC X(20).
            05 RPT-INV-DESCRIPTION PIC X(43).
            05 FILLER              PIC X(15) VALUE SPACES.
         01 WS-RPT-USE-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-USE-DD          PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-USE-TYPE        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-USE-REFERENCE   PIC X(112).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYCRDCK'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "CERTIFICATE AND CREDENTIAL EXPIRY CHECK"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           MOVE WS-JOB-START-TS(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           OPEN INPUT CREDINV
           IF WS-CREDINV-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN CREDINV, FILE STATUS "
                     WS-CREDINV-STATUS
             MOVE "IXYCRDCK: UNABLE TO OPEN CREDINV" TO ERRLOG-MSG
             PERFORM ABANDON-EXPIRY-CHECK
           END-IF
           OPEN OUTPUT CRDRPT
           IF WS-CRDRPT-STATUS NOT = '00'
             DISPLAY "ERROR : CRDRPT NOT AVAILABLE, FILE STATUS "
                     WS-CRDRPT-STATUS
             CLOSE CREDINV
             MOVE "IXYCRDCK: CRDRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-EXPIRY-CHECK
           END-IF
           OPEN OUTPUT CREDSTA
           IF WS-CREDSTA-STATUS NOT = '00'
             DISPLAY "ERROR : CREDSTA NOT AVAILABLE, FILE STATUS "
                     WS-CREDSTA-STATUS
             CLOSE CREDINV
             CLOSE CRDRPT
             MOVE "IXYCRDCK: CREDSTA NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-EXPIRY-CHECK
           END-IF

           PERFORM LOAD-CREDENTIAL-INVENTORY
           CLOSE CREDINV

           MOVE 'CONFFILE' TO WS-DECK-DD
           MOVE 1 TO WS-DECK-SLOT
           PERFORM SCAN-CONFFILE-DECK
           MOVE 'PCONFFIL' TO WS-DECK-DD
           MOVE 2 TO WS-DECK-SLOT
           PERFORM SCAN-PCONFFIL-DECK
           MOVE 'CCONFFIL' TO WS-DECK-DD
           MOVE 3 TO WS-DECK-SLOT
           PERFORM SCAN-CCONFFIL-DECK
           MOVE 'SCONFFIL' TO WS-DECK-DD
           MOVE 4 TO WS-DECK-SLOT
           PERFORM SCAN-SCONFFIL-DECK
           MOVE WS-ENV-NAME TO ERRLOG-ENV-NAME
           IF WS-ENV-NAME = SPACES
             DISPLAY "NOTE : NO ENVIRONMENT.NAME - EVERY INVENTORY "
                     "CARD APPLIES"
           ELSE
             DISPLAY "ENVIRONMENT    : " WS-ENV-NAME
           END-IF

           PERFORM MATCH-CREDENTIALS-IN-USE

           MOVE SPACES TO CRDRPT-LINE
           STRING "  CERTIFICATE AND CREDENTIAL EXPIRY AT "
                  WS-JOB-START-TS(1:21) "   ENVIRONMENT '"
                  WS-ENV-NAME "'"
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE SPACES TO CRDRPT-LINE
           WRITE CRDRPT-LINE

           PERFORM WRITE-INVENTORY-STATUS
           PERFORM WRITE-NOT-INVENTORIED
           PERFORM WRITE-CHECK-TOTALS
           CLOSE CRDRPT
           CLOSE CREDSTA

           EVALUATE TRUE
             WHEN WS-DAYS-3-CNT > 0 OR WS-EXPIRED-CNT > 0 OR
                  WS-NO-INVENT-CNT > 0 OR WS-BAD-CARD-CNT > 0 OR
                  WS-INV-LOST-CNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-DAYS-30-CNT > 0 OR WS-DAYS-14-CNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM DISPLAY-EXPIRY-SUMMARY
           GOBACK
           .

       LOAD-CREDENTIAL-INVENTORY.
      *****************************************************************
      * Cards with a blank reference or an expiry that is not a real
      * date are listed on the report as invalid and left out.
      *****************************************************************
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ CREDINV
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF CREDINV-RECORD(1:1) NOT = '*' AND
                    CREDINV-RECORD NOT = SPACES
                   ADD 1 TO WS-CARD-CNT
                   PERFORM HOLD-INVENTORY-CARD
                 END-IF
             END-READ
           END-PERFORM.

       HOLD-INVENTORY-CARD.
           MOVE SPACES TO WS-BAD-CARD-REASON
           EVALUATE TRUE
             WHEN CRI-TYPE = SPACES
               MOVE "NO CREDENTIAL TYPE" TO WS-BAD-CARD-REASON
             WHEN CRI-REFERENCE = SPACES
               MOVE "NO REFERENCE" TO WS-BAD-CARD-REASON
             WHEN CRI-EXPIRY NOT NUMERIC
               MOVE "EXPIRY IS NOT YYYYMMDD" TO WS-BAD-CARD-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD(CRI-EXPIRY-N) NOT = 0
               MOVE "EXPIRY IS NOT A VALID DATE" TO WS-BAD-CARD-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-BAD-CARD-REASON NOT = SPACES
             ADD 1 TO WS-BAD-CARD-CNT
             DISPLAY "  INVALID CREDINV CARD " WS-CARD-CNT " : "
                     WS-BAD-CARD-REASON
           ELSE
             IF WS-INV-CNT < WS-INV-MAX
               ADD 1 TO WS-INV-CNT
               MOVE CRI-TYPE        TO WS-INV-TYPE(WS-INV-CNT)
               MOVE CRI-ENV         TO WS-INV-ENV(WS-INV-CNT)
               MOVE CRI-EXPIRY-N    TO WS-INV-EXPIRY(WS-INV-CNT)
               MOVE CRI-OWNER       TO WS-INV-OWNER(WS-INV-CNT)
               MOVE FUNCTION TRIM(CRI-REFERENCE) TO
                                   WS-INV-REFERENCE(WS-INV-CNT)
               MOVE CRI-DESCRIPTION TO WS-INV-DESCRIPTION(WS-INV-CNT)
               COMPUTE WS-INV-DAYS(WS-INV-CNT) =
                       FUNCTION INTEGER-OF-DATE(CRI-EXPIRY-N)
                       - WS-TODAY-DAYS
               MOVE SPACES TO WS-INV-STATE(WS-INV-CNT)
               MOVE SPACES TO WS-INV-USED-BY(WS-INV-CNT)
               MOVE 'N' TO WS-INV-USED-SW(WS-INV-CNT)
             ELSE
               ADD 1 TO WS-INV-LOST-CNT
             END-IF
           END-IF.

      * The four config decks differ only in which file is read --
      * each hands its lines to the common line note.

       SCAN-CONFFILE-DECK.
           OPEN INPUT CONFFILE
           IF WS-DECK-STATUS NOT = '00'
             PERFORM REPORT-DECK-MISSING
           ELSE
             PERFORM START-DECK-SCAN
             PERFORM UNTIL WS-EOF
               READ CONFFILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE KAFKA-CONFIG-REC TO WS-CFG-LINE
                 PERFORM NOTE-CONFIG-LINE
               END-READ
             END-PERFORM
             CLOSE CONFFILE
             PERFORM REPORT-DECK-SCANNED
           END-IF.

       SCAN-PCONFFIL-DECK.
           OPEN INPUT PCONFFIL
           IF WS-DECK-STATUS NOT = '00'
             PERFORM REPORT-DECK-MISSING
           ELSE
             PERFORM START-DECK-SCAN
             PERFORM UNTIL WS-EOF
               READ PCONFFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE KAFKA-PCONFIG-REC TO WS-CFG-LINE
                 PERFORM NOTE-CONFIG-LINE
               END-READ
             END-PERFORM
             CLOSE PCONFFIL
             PERFORM REPORT-DECK-SCANNED
           END-IF.

       SCAN-CCONFFIL-DECK.
           OPEN INPUT CCONFFIL
           IF WS-DECK-STATUS NOT = '00'
             PERFORM REPORT-DECK-MISSING
           ELSE
             PERFORM START-DECK-SCAN
             PERFORM UNTIL WS-EOF
               READ CCONFFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE KAFKA-CCONFIG-REC TO WS-CFG-LINE
                 PERFORM NOTE-CONFIG-LINE
               END-READ
             END-PERFORM
             CLOSE CCONFFIL
             PERFORM REPORT-DECK-SCANNED
           END-IF.

       SCAN-SCONFFIL-DECK.
           OPEN INPUT SCONFFIL
           IF WS-DECK-STATUS NOT = '00'
             PERFORM REPORT-DECK-MISSING
           ELSE
             PERFORM START-DECK-SCAN
             PERFORM UNTIL WS-EOF
               READ SCONFFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE SERDES-CONFIG-REC TO WS-CFG-LINE
                 PERFORM NOTE-CONFIG-LINE
               END-READ
             END-PERFORM
             CLOSE SCONFFIL
             PERFORM REPORT-DECK-SCANNED
           END-IF.

       START-DECK-SCAN.
           ADD 1 TO WS-DECK-CNT
           MOVE 0 TO WS-DECK-LINE-CNT
           SET WS-NOT-EOF TO TRUE.

       REPORT-DECK-MISSING.
           DISPLAY "NOTE : " WS-DECK-DD " NOT ALLOCATED - NOT SCANNED".

       REPORT-DECK-SCANNED.
           DISPLAY "DECK SCANNED   : " WS-DECK-DD " "
                   WS-DECK-LINE-CNT " CREDENTIAL LINES".

       NOTE-CONFIG-LINE.
      *****************************************************************
      * Comments, blanks and lines without a key are passed over --
      * IXYPRFLT is where a malformed deck is failed.
      *****************************************************************
           IF WS-CFG-LINE(1:1) = '#' OR WS-CFG-LINE = SPACES
             CONTINUE
           ELSE
             MOVE 0 TO WS-DELIMITER-POS
             INSPECT WS-CFG-LINE TALLYING WS-DELIMITER-POS
               FOR CHARACTERS BEFORE WS-DELIMITER
             IF WS-DELIMITER-POS > 0 AND
                WS-DELIMITER-POS < FUNCTION LENGTH(WS-CFG-LINE) AND
                WS-CFG-LINE(1:WS-DELIMITER-POS) NOT = SPACES
               MOVE WS-CFG-LINE(1:WS-DELIMITER-POS) TO
                                   KAFKA-CONFIG-PARM
               MOVE WS-CFG-LINE(WS-DELIMITER-POS + 2:) TO
                                   KAFKA-CONFIG-VALUE
               IF WS-DECK-SLOT = 1 AND
                  FUNCTION TRIM(KAFKA-CONFIG-PARM) = 'environment.name'
                 MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO WS-ENV-NAME
               END-IF
               MOVE WS-DECK-DD         TO WS-CRREF-DDNAME
               MOVE KAFKA-CONFIG-PARM  TO WS-CRREF-KEY
               MOVE KAFKA-CONFIG-VALUE TO WS-CRREF-VALUE
               CALL "IXYCRREF" USING WS-CRREF-PARMS
               IF NOT WS-CRREF-NONE
                 ADD 1 TO WS-DECK-LINE-CNT
                 PERFORM HOLD-CREDENTIAL-IN-USE
               END-IF
             END-IF
           END-IF.

       HOLD-CREDENTIAL-IN-USE.
           MOVE 'N' TO WS-SEEN-SW
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-CNT OR WS-SEEN
             IF WS-USE-DD(WS-USE-IDX) = WS-DECK-DD AND
                WS-USE-REFERENCE(WS-USE-IDX) = WS-CRREF-REFERENCE
               SET WS-SEEN TO TRUE
             END-IF
           END-PERFORM
           IF NOT WS-SEEN
             IF WS-USE-CNT < WS-USE-MAX
               ADD 1 TO WS-USE-CNT
               MOVE WS-DECK-DD         TO WS-USE-DD(WS-USE-CNT)
               MOVE WS-DECK-SLOT       TO WS-USE-SLOT(WS-USE-CNT)
               MOVE WS-CRREF-TYPE      TO WS-USE-TYPE(WS-USE-CNT)
               MOVE WS-CRREF-REFERENCE TO WS-USE-REFERENCE(WS-USE-CNT)
               MOVE 'N'                TO WS-USE-FOUND-SW(WS-USE-CNT)
             ELSE
               ADD 1 TO WS-USE-LOST-CNT
             END-IF
           END-IF.

       MATCH-CREDENTIALS-IN-USE.
      *****************************************************************
      * A card matches a credential in use on its reference, for this
      * environment or every environment. Each deck using the card is
      * marked in its used-by slot.
      *****************************************************************
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-CNT
             PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                     UNTIL WS-INV-IDX > WS-INV-CNT
               IF WS-INV-REFERENCE(WS-INV-IDX) =
                  WS-USE-REFERENCE(WS-USE-IDX) AND
                  (WS-INV-ENV(WS-INV-IDX) = SPACES OR
                   WS-ENV-NAME = SPACES OR
                   WS-INV-ENV(WS-INV-IDX) = WS-ENV-NAME)
                 SET WS-USE-FOUND(WS-USE-IDX) TO TRUE
                 SET WS-INV-USED(WS-INV-IDX) TO TRUE
                 COMPUTE WS-SLOT-POS =
                         (WS-USE-SLOT(WS-USE-IDX) - 1) * 5 + 1
                 MOVE WS-USE-DD(WS-USE-IDX)(1:4) TO
                      WS-INV-USED-BY(WS-INV-IDX)(WS-SLOT-POS:4)
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-INVENTORY-STATUS.
           MOVE "  CREDENTIAL INVENTORY" TO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE ALL "-" TO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE SPACES TO CRDRPT-LINE
           STRING "  TYPE     ENV      OWNER    EXPIRES    DAYS "
                  "STATUS   USED BY             DESCRIPTION"
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-CNT
             PERFORM CLASSIFY-INVENTORY-ENTRY
             MOVE WS-INV-TYPE(WS-INV-IDX)    TO RPT-INV-TYPE
             MOVE WS-INV-ENV(WS-INV-IDX)     TO RPT-INV-ENV
             MOVE WS-INV-OWNER(WS-INV-IDX)   TO RPT-INV-OWNER
             MOVE WS-INV-EXPIRY(WS-INV-IDX)  TO RPT-INV-EXPIRY
             MOVE WS-INV-DAYS(WS-INV-IDX)    TO RPT-INV-DAYS
             MOVE WS-INV-STATE(WS-INV-IDX)   TO RPT-INV-STATE
             IF WS-INV-USED(WS-INV-IDX)
               MOVE WS-INV-USED-BY(WS-INV-IDX) TO RPT-INV-USED-BY
             ELSE
               MOVE "NOT IN A DECK" TO RPT-INV-USED-BY
             END-IF
             MOVE WS-INV-DESCRIPTION(WS-INV-IDX) TO RPT-INV-DESCRIPTION
             MOVE WS-RPT-INV-LINE TO CRDRPT-LINE
             WRITE CRDRPT-LINE
             MOVE SPACES TO CRDRPT-LINE
             STRING "           REF " DELIMITED BY SIZE
                    WS-INV-REFERENCE(WS-INV-IDX) DELIMITED BY SIZE
                    INTO CRDRPT-LINE
             WRITE CRDRPT-LINE
           END-PERFORM
           IF WS-BAD-CARD-CNT > 0
             MOVE WS-BAD-CARD-CNT TO WS-EDIT-CNT
             MOVE SPACES TO CRDRPT-LINE
             STRING "  ** " FUNCTION TRIM(WS-EDIT-CNT)
                    " INVALID CREDINV CARDS LEFT OUT - SEE THE JOB LOG"
                    DELIMITED BY SIZE INTO CRDRPT-LINE
             WRITE CRDRPT-LINE
           END-IF
           MOVE SPACES TO CRDRPT-LINE
           WRITE CRDRPT-LINE.

       CLASSIFY-INVENTORY-ENTRY.
      *****************************************************************
      * Cards for another environment are listed only. The rest are
      * placed in the nearest tier they have reached; anything at 30
      * days or less is logged and put on CREDSTA. The expiry date is
      * the last day a credential works, so it is expired from the
      * day after.
      *****************************************************************
           IF WS-INV-ENV(WS-INV-IDX) NOT = SPACES AND
              WS-ENV-NAME NOT = SPACES AND
              WS-INV-ENV(WS-INV-IDX) NOT = WS-ENV-NAME
             MOVE 'OTHERENV' TO WS-INV-STATE(WS-INV-IDX)
             ADD 1 TO WS-OTHER-ENV-CNT
           ELSE
             IF WS-INV-USED(WS-INV-IDX)
               ADD 1 TO WS-IN-USE-CNT
             END-IF
             EVALUATE TRUE
               WHEN WS-INV-DAYS(WS-INV-IDX) < 0
                 MOVE 'EXPIRED ' TO WS-INV-STATE(WS-INV-IDX)
                 ADD 1 TO WS-EXPIRED-CNT
                 MOVE 9883 TO ERRLOG-CODE
               WHEN WS-INV-DAYS(WS-INV-IDX) <= WS-TIER-3
                 MOVE 'DAYS-3  ' TO WS-INV-STATE(WS-INV-IDX)
                 ADD 1 TO WS-DAYS-3-CNT
                 MOVE 9882 TO ERRLOG-CODE
               WHEN WS-INV-DAYS(WS-INV-IDX) <= WS-TIER-14
                 MOVE 'DAYS-14 ' TO WS-INV-STATE(WS-INV-IDX)
                 ADD 1 TO WS-DAYS-14-CNT
                 MOVE 9881 TO ERRLOG-CODE
               WHEN WS-INV-DAYS(WS-INV-IDX) <= WS-TIER-30
                 MOVE 'DAYS-30 ' TO WS-INV-STATE(WS-INV-IDX)
                 ADD 1 TO WS-DAYS-30-CNT
                 MOVE 9880 TO ERRLOG-CODE
               WHEN OTHER
                 MOVE 'OK      ' TO WS-INV-STATE(WS-INV-IDX)
                 ADD 1 TO WS-OK-CNT
             END-EVALUATE
             IF WS-INV-STATE(WS-INV-IDX) NOT = 'OK      '
               PERFORM RAISE-EXPIRY-WARNING
             END-IF
           END-IF.

       RAISE-EXPIRY-WARNING.
           MOVE WS-INV-DAYS(WS-INV-IDX) TO WS-EDIT-DAYS
           MOVE SPACES TO ERRLOG-MSG
           STRING "IXYCRDCK: " DELIMITED BY SIZE
                  WS-INV-TYPE(WS-INV-IDX) DELIMITED BY SPACE
                  " EXPIRES " DELIMITED BY SIZE
                  WS-INV-EXPIRY(WS-INV-IDX) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                  " DAYS) OWNER " DELIMITED BY SIZE
                  WS-INV-OWNER(WS-INV-IDX) DELIMITED BY SPACE
                  " REF " DELIMITED BY SIZE
                  WS-INV-REFERENCE(WS-INV-IDX) DELIMITED BY SIZE
                  INTO ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT

           MOVE SPACES TO CREDENTIAL-STATUS-RECORD
           MOVE WS-INV-STATE(WS-INV-IDX)  TO CST-STATE
           MOVE WS-INV-TYPE(WS-INV-IDX)   TO CST-TYPE
           MOVE WS-INV-ENV(WS-INV-IDX)    TO CST-ENV
           MOVE WS-INV-OWNER(WS-INV-IDX)  TO CST-OWNER
           MOVE WS-INV-EXPIRY(WS-INV-IDX) TO CST-EXPIRY
           IF WS-INV-DAYS(WS-INV-IDX) > 0
             MOVE WS-INV-DAYS(WS-INV-IDX) TO CST-DAYS-LEFT
           ELSE
             MOVE 0 TO CST-DAYS-LEFT
           END-IF
           MOVE WS-JOB-START-TS(1:21)     TO CST-REPORTED-TS
           MOVE WS-INV-REFERENCE(WS-INV-IDX) TO CST-REFERENCE
           WRITE CREDENTIAL-STATUS-RECORD
           ADD 1 TO WS-STATUS-CNT.

       WRITE-NOT-INVENTORIED.
      *****************************************************************
      * A credential in use with no card has no known expiry -- it is
      * the one that will surprise the window.
      *****************************************************************
           MOVE "  IN USE, NOT IN INVENTORY" TO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE ALL "-" TO CRDRPT-LINE
           WRITE CRDRPT-LINE
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-CNT
             IF NOT WS-USE-FOUND(WS-USE-IDX)
               ADD 1 TO WS-NO-INVENT-CNT
               MOVE WS-USE-DD(WS-USE-IDX)        TO RPT-USE-DD
               MOVE WS-USE-TYPE(WS-USE-IDX)      TO RPT-USE-TYPE
               MOVE WS-USE-REFERENCE(WS-USE-IDX) TO RPT-USE-REFERENCE
               MOVE WS-RPT-USE-LINE TO CRDRPT-LINE
               WRITE CRDRPT-LINE

               MOVE 9884 TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MSG
               STRING "IXYCRDCK: " DELIMITED BY SIZE
                      WS-USE-TYPE(WS-USE-IDX) DELIMITED BY SPACE
                      " IN USE BY " DELIMITED BY SIZE
                      WS-USE-DD(WS-USE-IDX) DELIMITED BY SPACE
                      " IS NOT ON CREDINV - EXPIRY UNKNOWN. REF "
                      DELIMITED BY SIZE
                      WS-USE-REFERENCE(WS-USE-IDX) DELIMITED BY SIZE
                      INTO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT

               MOVE SPACES TO CREDENTIAL-STATUS-RECORD
               MOVE 'NOINVENT'                TO CST-STATE
               MOVE WS-USE-TYPE(WS-USE-IDX)   TO CST-TYPE
               MOVE WS-ENV-NAME               TO CST-ENV
               MOVE 0                         TO CST-DAYS-LEFT
               MOVE WS-JOB-START-TS(1:21)     TO CST-REPORTED-TS
               MOVE WS-USE-REFERENCE(WS-USE-IDX) TO CST-REFERENCE
               WRITE CREDENTIAL-STATUS-RECORD
               ADD 1 TO WS-STATUS-CNT
             END-IF
           END-PERFORM
           IF WS-NO-INVENT-CNT = 0
             MOVE "    NONE" TO CRDRPT-LINE
             WRITE CRDRPT-LINE
           END-IF
           IF WS-USE-LOST-CNT > 0
             MOVE WS-USE-LOST-CNT TO WS-EDIT-CNT
             MOVE SPACES TO CRDRPT-LINE
             STRING "  ** " FUNCTION TRIM(WS-EDIT-CNT)
                    " MORE CREDENTIAL LINES THAN THE TABLE HOLDS - "
                    "NOT CHECKED"
                    DELIMITED BY SIZE INTO CRDRPT-LINE
             WRITE CRDRPT-LINE
           END-IF
           MOVE SPACES TO CRDRPT-LINE
           WRITE CRDRPT-LINE.

       WRITE-CHECK-TOTALS.
           MOVE "  TOTALS" TO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE ALL "-" TO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-CARD-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  INVENTORY CARDS READ          : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-BAD-CARD-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  INVALID CARDS                 : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-OTHER-ENV-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  FOR ANOTHER ENVIRONMENT       : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-OK-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  MORE THAN 30 DAYS LEFT        : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-DAYS-30-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  WITHIN 30 DAYS                : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-DAYS-14-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  WITHIN 14 DAYS                : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-DAYS-3-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  WITHIN 3 DAYS                 : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-EXPIRED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  EXPIRED                       : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-IN-USE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  INVENTORIED AND IN USE        : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           MOVE WS-NO-INVENT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO CRDRPT-LINE
           STRING "  IN USE, NOT IN INVENTORY      : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO CRDRPT-LINE
           WRITE CRDRPT-LINE
           IF WS-INV-LOST-CNT > 0
             MOVE WS-INV-LOST-CNT TO WS-EDIT-CNT
             MOVE SPACES TO CRDRPT-LINE
             STRING "  ** NOT CHECKED (OVER 500)     : " WS-EDIT-CNT
                    DELIMITED BY SIZE INTO CRDRPT-LINE
             WRITE CRDRPT-LINE
           END-IF.

       ABANDON-EXPIRY-CHECK.
           MOVE 9885 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-EXPIRY-SUMMARY
           GOBACK.

       DISPLAY-EXPIRY-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYCRDCK JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  ENVIRONMENT      : " WS-ENV-NAME
           DISPLAY "  INVENTORY CARDS  : " WS-CARD-CNT
           DISPLAY "  INVALID CARDS    : " WS-BAD-CARD-CNT
           DISPLAY "  DECKS SCANNED    : " WS-DECK-CNT
           DISPLAY "  CREDENTIALS USED : " WS-USE-CNT
           DISPLAY "  WITHIN 30 DAYS   : " WS-DAYS-30-CNT
           DISPLAY "  WITHIN 14 DAYS   : " WS-DAYS-14-CNT
           DISPLAY "  WITHIN 3 DAYS    : " WS-DAYS-3-CNT
           DISPLAY "  EXPIRED          : " WS-EXPIRED-CNT
           DISPLAY "  NOT INVENTORIED  : " WS-NO-INVENT-CNT
           DISPLAY "  CREDSTA RECORDS  : " WS-STATUS-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYCRDCK'.
