      * e. A Kafka connection INIT/DESTROY round trip through
      *    IXYSPRDS succeeds against the brokers in CONFFILE, using
      *    the first topic in TOPICFIL.
      * f. CREDINV (when allocated) - no certificate or credential
      *    the four decks refer to (as IXYCRREF sees them) expires
      *    before the window ends. The window is taken to run into
      *    the next day; a credential whose last working day is
      *    today fails the check. One in use without an inventory
      *    card is noted, not failed -- IXYCRDCK reports those daily.
      * Checks against datasets the window does not use are skipped
      * by leaving their DD out of this step's JCL. Every check is
      * run regardless of earlier failures; RETURN-CODE 16 means at
      ******************************************************************
      * Modification history
      * 2026-08-22 : new program.
      * 2026-10-15 : credentials in use checked against the CREDINV
      *              inventory -- one expiring before the window ends
      *              fails the window up front.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYPRFLT'.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CHECK-STATUS.

           SELECT CREDINV ASSIGN TO CREDINV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CHECK-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD CONFFILE
            05 CFG-CCSID-ASC      PIC 9(5).
            05 CFG-CCSID-EBC      PIC 9(5).

      * Record layout as read by the expiry check IXYCRDCK.
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

        WORKING-STORAGE SECTION.
         01 PART-VAL            PIC S9(9) BINARY VALUE -1.
         01 MSGFLGS-VAL         PIC X(01) VALUE X'02'.
         01 WS-EPOCH-BASE-DAYS  PIC S9(9) BINARY VALUE 0.
         01 WS-NOW-EPOCH-MS     PIC S9(18) BINARY VALUE 0.

      * Credentials the decks refer to, collected by the deck checks
      * through IXYCRREF, and the date the window ends.
         01 WS-DECK-DD          PIC X(08) VALUE SPACES.
         01 WS-ENV-NAME         PIC X(08) VALUE SPACES.
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
         01 WS-USE-MAX          PIC S9(4) BINARY VALUE 200.
         01 WS-USE-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-USE-TABLE.
            05 WS-USE-ENTRY OCCURS 200 TIMES.
               10 WS-USE-DD          PIC X(08).
               10 WS-USE-TYPE        PIC X(08).
               10 WS-USE-REFERENCE   PIC X(120).
               10 WS-USE-FOUND-SW    PIC X(01).
                   88 WS-USE-FOUND   VALUE 'Y'.
         01 WS-USE-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-SEEN-SW          PIC X(01).
             88 WS-SEEN         VALUE 'Y'.
         01 WS-WINDOW-DAYS      PIC S9(4) BINARY VALUE 1.
         01 WS-WINDOW-END-DATE  PIC 9(08) VALUE 0.

      * Connection probe through IXYSPRDS.
         01 WS-TOPIC-LENGTH     PIC S9(4) BINARY VALUE 0.
         01 WS-PARMLEN          PIC S9(9) BINARY VALUE 0.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           MOVE 'CONFFILE PARSE/DECRYPT' TO WS-CHECK-NAME
           MOVE 'CONFFILE' TO WS-DECK-DD
           PERFORM CHECK-CONFFILE-DECK
           MOVE 'PCONFFIL PARSE/DECRYPT' TO WS-CHECK-NAME
           MOVE 'PCONFFIL' TO WS-DECK-DD
           PERFORM CHECK-PCONFFIL-DECK
           MOVE 'CCONFFIL PARSE/DECRYPT' TO WS-CHECK-NAME
           MOVE 'CCONFFIL' TO WS-DECK-DD
           PERFORM CHECK-CCONFFIL-DECK
           MOVE 'SCONFFIL PARSE/DECRYPT' TO WS-CHECK-NAME
           MOVE 'SCONFFIL' TO WS-DECK-DD
           PERFORM CHECK-SCONFFIL-DECK
           PERFORM CHECK-CREDENTIAL-EXPIRY
           PERFORM CHECK-TOKEN-FRESHNESS
           PERFORM CHECK-MINIMUM-VERSION
           PERFORM CHECK-CCSID-FILE
      * One KEY=VALUE line: comments and blanks pass; anything else
      * must carry an '=' with a non-blank key, and an ENC(...) value
      * must hold an even count of hex digits and unwrap through
      * IXYCRYPT. The failing key is named; its value never is. A
      * line naming a certificate or credential is noted for the
      * expiry check.
      *****************************************************************
           IF WS-CFG-LINE(1:1) = '#' OR WS-CFG-LINE = SPACES
             CONTINUE
               IF FUNCTION TRIM(KAFKA-CONFIG-VALUE)(1:4) = 'ENC('
                 PERFORM CHECK-MASKED-VALUE
               END-IF
               PERFORM NOTE-CREDENTIAL-IN-USE
             END-IF
           END-IF.

       NOTE-CREDENTIAL-IN-USE.
           IF WS-DECK-DD = 'CONFFILE' AND
              FUNCTION TRIM(KAFKA-CONFIG-PARM) = 'environment.name'
             MOVE FUNCTION TRIM(KAFKA-CONFIG-VALUE) TO WS-ENV-NAME
           END-IF
           MOVE WS-DECK-DD         TO WS-CRREF-DDNAME
           MOVE KAFKA-CONFIG-PARM  TO WS-CRREF-KEY
           MOVE KAFKA-CONFIG-VALUE TO WS-CRREF-VALUE
           CALL "IXYCRREF" USING WS-CRREF-PARMS
           IF NOT WS-CRREF-NONE
             MOVE 'N' TO WS-SEEN-SW
             PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                     UNTIL WS-USE-IDX > WS-USE-CNT OR WS-SEEN
               IF WS-USE-DD(WS-USE-IDX) = WS-DECK-DD AND
                  WS-USE-REFERENCE(WS-USE-IDX) = WS-CRREF-REFERENCE
                 SET WS-SEEN TO TRUE
               END-IF
             END-PERFORM
             IF NOT WS-SEEN AND WS-USE-CNT < WS-USE-MAX
               ADD 1 TO WS-USE-CNT
               MOVE WS-DECK-DD         TO WS-USE-DD(WS-USE-CNT)
               MOVE WS-CRREF-TYPE      TO WS-USE-TYPE(WS-USE-CNT)
               MOVE WS-CRREF-REFERENCE TO WS-USE-REFERENCE(WS-USE-CNT)
               MOVE 'N'                TO WS-USE-FOUND-SW(WS-USE-CNT)
             END-IF
           END-IF.

             PERFORM REPORT-CHECK-RESULT
           END-IF.

       CHECK-CREDENTIAL-EXPIRY.
      *****************************************************************
      * Every CREDINV card for this environment (or every
      * environment) whose reference is in use must still work on
      * the day the window ends. Invalid cards are IXYCRDCK's to
      * report and are passed over here.
      *****************************************************************
           ADD 1 TO WS-CHECKS-RUN
           MOVE 'CREDENTIAL EXPIRY' TO WS-CHECK-NAME
           MOVE 'N' TO WS-CHECK-FAILED-SW
           OPEN INPUT CREDINV
           IF WS-CHECK-STATUS NOT = '00'
             PERFORM REPORT-DATASET-MISSING
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
             COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-NOW-TS(1:8))) + WS-WINDOW-DAYS)
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ CREDINV
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF CREDINV-RECORD(1:1) NOT = '*' AND
                    CRI-REFERENCE NOT = SPACES AND
                    CRI-EXPIRY NUMERIC AND
                    (CRI-ENV = SPACES OR WS-ENV-NAME = SPACES OR
                     CRI-ENV = WS-ENV-NAME)
                   PERFORM CHECK-ONE-CREDENTIAL-CARD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CREDINV
             PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                     UNTIL WS-USE-IDX > WS-USE-CNT
               IF NOT WS-USE-FOUND(WS-USE-IDX)
                 DISPLAY "  NOTE : " WS-USE-TYPE(WS-USE-IDX) " IN "
                         WS-USE-DD(WS-USE-IDX) " NOT ON CREDINV : "
                         WS-USE-REFERENCE(WS-USE-IDX)(1:60)
               END-IF
             END-PERFORM
             PERFORM REPORT-CHECK-RESULT
           END-IF.

       CHECK-ONE-CREDENTIAL-CARD.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-CNT
             IF WS-USE-REFERENCE(WS-USE-IDX) =
                FUNCTION TRIM(CRI-REFERENCE)
               SET WS-USE-FOUND(WS-USE-IDX) TO TRUE
               IF CRI-EXPIRY-N < WS-WINDOW-END-DATE
                 DISPLAY "  " WS-USE-TYPE(WS-USE-IDX) " IN "
                         WS-USE-DD(WS-USE-IDX) " EXPIRES " CRI-EXPIRY
                         " BEFORE THE WINDOW ENDS - OWNER " CRI-OWNER
                 DISPLAY "    " WS-USE-REFERENCE(WS-USE-IDX)(1:100)
                 SET WS-CHECK-FAILED TO TRUE
               END-IF
             END-IF
           END-PERFORM.

       COMPUTE-NOW-EPOCH-MS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           COMPUTE WS-EPOCH-DAYS = FUNCTION INTEGER-OF-DATE(
