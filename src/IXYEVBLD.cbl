      *                      file header (optional)
      *        SRCDSN <name> source dataset name for the header's
      *                      lineage bytes (optional, 44)
      *        IDPOS  nnnn   1-based position of a 9-digit employeeId
      *                      the feed leaves zero or blank for a new
      *                      hire (optional)
      *        COPOS  nnnn   1-based position of the 3-byte company
      *                      code (0 = the legacy stream, spaces)
      *        IDSRC  xxxxxxxx the feed's source system name on the
      *                      IDCTL ranges (required with IDPOS)
      *    With SOURCE given, the output opens with the
      *    '*** FILE HEADER *** ' record IXYPRD31 reads -- the
      *    source id, dataset name and, when a CERTFIL DD from the
      *    '*** EOF TRAILER *** ' record with the count and byte-sum
      *    checksum exactly as VALIDATE-EVENTFIL-TRAILER recomputes
      *    them.
      * d. With IDPOS given, a record whose employeeId is zero or
      *    blank is given a new one by the allocator IXYIDALC before
      *    the key and payload are cut, so the built event carries
      *    it; a record the allocator cannot serve is skipped.
      ******************************************************************
      * Modification history
      * 2026-09-02 : new program.
      * 2026-10-15 : IDPOS, COPOS and IDSRC cards -- new-hire records
      *              are given their employeeId by IXYIDALC.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYEVBLD'.
         01 WS-SOURCE-DSN       PIC X(44) VALUE SPACES.
         01 WS-PREEDIT-RUN      PIC X(16) VALUE SPACES.
         01 WS-CARD-ERR-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-ID-POS           PIC S9(9) BINARY VALUE 0.
         01 WS-CO-POS           PIC S9(9) BINARY VALUE 0.
         01 WS-ID-SOURCE        PIC X(08) VALUE SPACES.

      * New-hire IDs from the shared allocator.
         01 WS-IDALC-PARMS.
            05 WS-IDALC-ACTION      PIC X(01) VALUE 'A'.
            05 WS-IDALC-COMPANY     PIC X(03).
            05 WS-IDALC-SOURCE      PIC X(08).
            05 WS-IDALC-CALLER      PIC X(08) VALUE 'IXYEVBLD'.
            05 WS-IDALC-REFERENCE   PIC X(48).
            05 WS-IDALC-EMPLOYEE-ID PIC 9(09).
            05 WS-IDALC-RESULT      PIC X(01).
            05 WS-IDALC-REMAINING   PIC 9(08).
            05 WS-IDALC-ISSUED-SOURCE PIC X(08).
            05 WS-IDALC-ISSUED-TS   PIC X(21).
         01 WS-INPUT-CNT        PIC 9(09) VALUE 0.
         01 WS-ID-ASSIGNED-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-ID-OK-SW         PIC X(01).
             88 WS-ID-OK        VALUE 'Y'.

      * The trailer figures -- computed exactly the way
      * VALIDATE-EVENTFIL-TRAILER recomputes them.
                     MOVE BLD-CARD-VALUE(1:6) TO WS-SOURCE-ID
                   WHEN 'SRCDSN'
                     MOVE BLD-CARD-VALUE(1:44) TO WS-SOURCE-DSN
                   WHEN 'IDPOS '
                     PERFORM TAKE-NUMERIC-CARD
                     MOVE BLD-CARD-NUM TO WS-ID-POS
                   WHEN 'COPOS '
                     PERFORM TAKE-NUMERIC-CARD
                     MOVE BLD-CARD-NUM TO WS-CO-POS
                   WHEN 'IDSRC '
                     MOVE BLD-CARD-VALUE(1:8) TO WS-ID-SOURCE
                   WHEN OTHER
                     DISPLAY "ERROR : UNRECOGNIZED BUILD CARD : "
                             BUILD-CARD(1:20)
           IF WS-PAY-POS < 1
             DISPLAY "ERROR : PAYPOS MUST BE AT LEAST 1"
             ADD 1 TO WS-CARD-ERR-CNT
           END-IF
           IF WS-ID-POS > 0 AND WS-ID-SOURCE = SPACES
             DISPLAY "ERROR : IDPOS GIVEN WITHOUT IDSRC"
             ADD 1 TO WS-CARD-ERR-CNT
           END-IF.

       TAKE-NUMERIC-CARD.
             READ BLDIN
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-INPUT-CNT
               PERFORM BUILD-ONE-RECORD
             END-READ
           END-PERFORM
              OR WS-REC-PAY-LEN > 4096
              OR (WS-KEY-POS > 0 AND
                  WS-KEY-POS + WS-KEY-LEN - 1 > WS-BLDIN-REC-LEN)
              OR (WS-ID-POS > 0 AND
                  WS-ID-POS + 8 > WS-BLDIN-REC-LEN)
              OR (WS-ID-POS > 0 AND WS-CO-POS > 0 AND
                  WS-CO-POS + 2 > WS-BLDIN-REC-LEN)
             ADD 1 TO WS-SKIPPED-CNT
             DISPLAY "INPUT RECORD TOO SHORT FOR THE FIELD MAP - "
                     "SKIPPED"
           ELSE
             PERFORM BUILD-MAPPED-RECORD
           END-IF.

       BUILD-MAPPED-RECORD.
           SET WS-ID-OK TO TRUE
           IF WS-ID-POS > 0
             PERFORM ASSIGN-NEW-HIRE-ID
           END-IF
           IF NOT WS-ID-OK
             ADD 1 TO WS-SKIPPED-CNT
           ELSE
             MOVE SPACES TO EVENT-DATA
             IF WS-KEY-POS > 0
             PERFORM ACCUMULATE-CHECKSUM
           END-IF.

       ASSIGN-NEW-HIRE-ID.
      *****************************************************************
      * A zero or blank employeeId is a new hire -- the allocator
      * issues the next ID in the feed's range and it is written
      * into the input record before the key and payload are cut.
      *****************************************************************
           IF BUILD-INPUT-RECORD(WS-ID-POS:9) = ZEROS OR
              BUILD-INPUT-RECORD(WS-ID-POS:9) = SPACES
             IF WS-CO-POS > 0
               MOVE BUILD-INPUT-RECORD(WS-CO-POS:3)
                                         TO WS-IDALC-COMPANY
             ELSE
               MOVE SPACES TO WS-IDALC-COMPANY
             END-IF
             MOVE WS-ID-SOURCE TO WS-IDALC-SOURCE
             MOVE SPACES TO WS-IDALC-REFERENCE
             STRING "BLDIN RECORD " WS-INPUT-CNT " " WS-SOURCE-ID
                    DELIMITED BY SIZE INTO WS-IDALC-REFERENCE
             CALL "IXYIDALC" USING WS-IDALC-PARMS
             IF WS-IDALC-RESULT = '0'
               MOVE WS-IDALC-EMPLOYEE-ID TO
                    BUILD-INPUT-RECORD(WS-ID-POS:9)
               ADD 1 TO WS-ID-ASSIGNED-CNT
             ELSE
               MOVE 'N' TO WS-ID-OK-SW
               DISPLAY "NO EMPLOYEE ID FOR INPUT RECORD " WS-INPUT-CNT
                       " - ALLOCATOR RESULT " WS-IDALC-RESULT
                       " - SKIPPED"
             END-IF
           END-IF.

       ACCUMULATE-CHECKSUM.
      *****************************************************************
      * The byte-sum modulo 999999999 over the payload's exact
           DISPLAY "  JOB END        : " WS-JOB-END-TS
           DISPLAY "  RECORDS BUILT  : " WS-RECORD-CNT
           DISPLAY "  RECORDS SKIPPED: " WS-SKIPPED-CNT
           DISPLAY "  IDS ASSIGNED   : " WS-ID-ASSIGNED-CNT
           DISPLAY "  TRAILER COUNT  : " WS-RECORD-CNT
           DISPLAY "  TRAILER CKSUM  : " WS-CHECKSUM
           DISPLAY "=========================================="
