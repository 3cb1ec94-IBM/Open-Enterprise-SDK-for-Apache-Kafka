      *      IXYCTCMP - the PRDTOTFL/CNSTOTFL control-totals match
      *      IXYRECON - the produced/consumed count reconciliation
      *      IXYRTCMP - the round-trip payload comparison
      *    A fourth proof is required only in a window an MQ bridge
      *    ran in -- every IXYMQINB/IXYMQBRG run leaves a PEND verdict
      *    for it, so it must end as a PASS like the others:
      *      IXYMQREC - the MQ bridge end-to-end reconciliation
      * c. WINCLOSE - on success, one sealed close record keyed by
      *    the run-id (sealed through IXYSEAL, the checkpoint-seal
      *    precedent). Downstream extract jobs refuse to start
      ******************************************************************
      * Modification history
      * 2026-09-02 : new program.
      * 2026-10-15 : IXYMQREC required for windows an MQ bridge ran
      *              in (the bridges leave a PEND verdict for it).
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYWCLOS'.

         01 WS-RUN-ID           PIC X(16) VALUE SPACES.

      * The proofs and the latest verdict seen for each. PROOFFIL
      * is appended in time order, so the last record read for a
      * proof/run-id pair is its latest verdict. A proof not marked
      * always-required is required once any verdict for it exists.
         01 WS-PRF-CNT          PIC S9(4) BINARY VALUE 4.
         01 WS-PRF-TABLE.
            05 WS-PRF-ENTRY OCCURS 4 TIMES.
              10 WS-PRF-NAME       PIC X(08).
              10 WS-PRF-VERDICT    PIC X(04).
              10 WS-PRF-TS         PIC X(21).
              10 WS-PRF-ALWAYS-SW  PIC X(01).
                 88 WS-PRF-ALWAYS  VALUE 'Y'.
         01 WS-PRF-IDX          PIC S9(4) BINARY VALUE 0.

         01 WS-PROOFS-READ      PIC S9(9) BINARY VALUE 0.
           MOVE 'IXYCTCMP' TO WS-PRF-NAME(1)
           MOVE 'IXYRECON' TO WS-PRF-NAME(2)
           MOVE 'IXYRTCMP' TO WS-PRF-NAME(3)
           MOVE 'IXYMQREC' TO WS-PRF-NAME(4)
           MOVE 1 TO WS-PRF-IDX
           PERFORM UNTIL WS-PRF-IDX > WS-PRF-CNT
             MOVE SPACES TO WS-PRF-VERDICT(WS-PRF-IDX)
             MOVE SPACES TO WS-PRF-TS(WS-PRF-IDX)
             MOVE 'Y' TO WS-PRF-ALWAYS-SW(WS-PRF-IDX)
             ADD 1 TO WS-PRF-IDX
           END-PERFORM
           MOVE 'N' TO WS-PRF-ALWAYS-SW(4)

           PERFORM READ-RUN-CONTROL
           IF WS-RUN-ID = SPACES
                 DISPLAY "PROOF " WS-PRF-NAME(WS-PRF-IDX)
                         " : PASS AT " WS-PRF-TS(WS-PRF-IDX)
               WHEN SPACES
                 IF WS-PRF-ALWAYS(WS-PRF-IDX)
                   ADD 1 TO WS-MISSING-CNT
                   DISPLAY "PROOF " WS-PRF-NAME(WS-PRF-IDX)
                           " : MISSING - RUN IT BEFORE CLOSING"
                 ELSE
                   DISPLAY "PROOF " WS-PRF-NAME(WS-PRF-IDX)
                           " : NOT REQUIRED FOR THIS WINDOW"
                 END-IF
               WHEN OTHER
                 ADD 1 TO WS-FAILED-CNT
                 DISPLAY "PROOF " WS-PRF-NAME(WS-PRF-IDX)
       WRITE-WINDOW-CLOSE.
      *****************************************************************
      * Appends the sealed close record. The proof flags record which
      * proofs backed this close -- always 'YYY', the three proofs
      * every window needs. The conditional IXYMQREC proof is not
      * flagged: widening the flags would move the seal image every
      * extract gate rebuilds and orphan the existing close history.
      *****************************************************************
           OPEN EXTEND WINCLOSE
           IF WS-WCLOSE-STATUS NOT = '00'
