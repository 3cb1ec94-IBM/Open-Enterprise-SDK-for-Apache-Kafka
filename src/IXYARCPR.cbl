      *        TIMEFR <delivered timestamp, low end>  (optional
      *        TIMETO <delivered timestamp, high end>  pair; a
      *               shorter prefix is padded the IXYJRNIQ way)
      *        CORRID <correlation id>  (optional, repeatable --
      *               up to 9999 named entries, as the IXYTPRCN
      *               re-produce list supplies them)
      *    An entry is selected when it falls inside every range
      *    given -- give one pair for one-dimension selection --
      *    and, when CORRID cards are given, is one of those named.
      * b. MSGARCH - the archive; entries with a stored wire image
      *    (MA-WIRE-LEN > 0) re-produce through IXYSPRDS with
      *    SKIP-CONV set, keyed as originally produced. Entries
      *              The wire image is unprotected into the working
      *              buffer before it is re-produced (IXYPPROT,
      *              audited to CRYPTAUD).
      * 2026-10-15 : CORRID cards name single entries to re-produce
      *              -- the re-produce list IXYTPRCN writes when the
      *              compacted topic has drifted from EMPMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYARCPR'.
         01 WS-PAD-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-RANGE-GIVEN-SW   PIC X(01) VALUE 'N'.
             88 WS-RANGE-GIVEN  VALUE 'Y'.
      * The CORRID list -- when given, only the entries named.
         01 WS-CORRID-MAX       PIC S9(9) BINARY VALUE 9999.
         01 WS-CORRID-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-CORRID-TABLE.
            05 WS-CORRID-ENTRY  PIC X(40) OCCURS 9999 TIMES.
         01 WS-CORRID-IDX       PIC S9(9) BINARY VALUE 0.
         01 WS-CORRID-HIT-SW    PIC X(01) VALUE 'N'.
             88 WS-CORRID-HIT   VALUE 'Y'.

         01 WS-WIRE-BUF         PIC X(4176).
         01 WS-WIRELEN          PIC S9(9) BINARY VALUE 0.
                     MOVE ARP-CARD-VALUE(1:21) TO WS-TIME-TO
                     PERFORM PAD-TIME-TO
                     SET WS-RANGE-GIVEN TO TRUE
                   WHEN 'CORRID'
                     IF WS-CORRID-CNT >= WS-CORRID-MAX
                       DISPLAY "ERROR : MORE THAN " WS-CORRID-MAX
                               " CORRID CARDS - SPLIT THE DECK"
                       MOVE 16 TO RETURN-CODE
                     ELSE
                       ADD 1 TO WS-CORRID-CNT
                       MOVE ARP-CARD-VALUE(1:40) TO
                                WS-CORRID-ENTRY(WS-CORRID-CNT)
                     END-IF
                     SET WS-RANGE-GIVEN TO TRUE
                   WHEN OTHER
                     DISPLAY "ERROR : UNRECOGNIZED SELECTION CARD : "
                             REPRODUCE-CARD(1:40)
                  MA-CORRELATION-ID <= WS-CORR-TO AND
                  MA-DELIVERED-TS >= WS-TIME-FROM AND
                  MA-DELIVERED-TS <= WS-TIME-TO
                 PERFORM CHECK-CORRID-LIST
                 IF WS-CORRID-HIT
                   ADD 1 TO WS-SELECTED-CNT
                   PERFORM REPRODUCE-ONE-ENTRY
                 END-IF
               END-IF
             END-READ
           END-PERFORM
             CLOSE MSGARCH
           END-IF.

       CHECK-CORRID-LIST.
      *****************************************************************
      * With no CORRID cards every entry in range is a hit.
      *****************************************************************
           IF WS-CORRID-CNT = 0
             SET WS-CORRID-HIT TO TRUE
           ELSE
             MOVE 'N' TO WS-CORRID-HIT-SW
             PERFORM VARYING WS-CORRID-IDX FROM 1 BY 1
                     UNTIL WS-CORRID-IDX > WS-CORRID-CNT
                        OR WS-CORRID-HIT
               IF WS-CORRID-ENTRY(WS-CORRID-IDX) = MA-CORRELATION-ID
                 SET WS-CORRID-HIT TO TRUE
               END-IF
             END-PERFORM
           END-IF.

       REPRODUCE-ONE-ENTRY.
           MOVE MA-CORRELATION-ID TO RPT-DET-CORREL
           MOVE MA-DELIVERED-TS   TO RPT-DET-TS
