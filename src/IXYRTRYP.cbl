      * the business checks to RETRYFIL; this step re-presents them:
      * a. RETRYFIL - the pending retry records (timestamp, reason,
      *    attempt counter, EVENT-DATA image).
      * b. A record that now passes the shared IXYBIZCK checks (and
      *    the IXYBENCK benefits eligibility band after them) is
      *    CURED: it is posted through the shared master-posting
      *    module IXYMPOST -- the same enrichment, stale-guard,
      *    journal and aggregates rules IXYCAV64 applies -- because
      *              and passed to IXYMPOST, so a cured outsized
      *              change parks on APPRFIL for the supervisor
      *              instead of auto-posting around the hold.
      * 2026-10-15 : a record passing IXYBIZCK must now also pass the
      *              IXYBENCK benefits eligibility rule class before
      *              it is cured, the same order IXYCAV64 applies.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYRTRYP'.
         01 WS-BIZCK-PARMS.
            05 WS-BIZCK-REASON  PIC S9(9) BINARY.
            05 WS-BIZCK-EVENT   PIC X(4000).
         01 WS-BENCK-PARMS.
            05 WS-BENCK-REASON  PIC S9(9) BINARY.
            05 WS-BENCK-EVENT   PIC X(4000).
            05 WS-BENCK-RULE-SW PIC X(01).
            05 WS-BENCK-MINIMUM PIC 9(07)V9(02).
            05 WS-BENCK-MAXIMUM PIC 9(07)V9(02).
            05 WS-BENCK-TABLE-SW PIC X(01).

      * Parameter area for the shared master poster IXYMPOST.
         01 WS-MPOST-PARMS.
       RE-PRESENT-ONE-RECORD.
           MOVE RTY-EVENT-IMAGE TO WS-BIZCK-EVENT
           CALL "IXYBIZCK" USING WS-BIZCK-PARMS
           IF WS-BIZCK-REASON = 0
             MOVE RTY-EVENT-IMAGE TO WS-BENCK-EVENT
             CALL "IXYBENCK" USING WS-BENCK-PARMS
             MOVE WS-BENCK-REASON TO WS-BIZCK-REASON
           END-IF

           MOVE RTY-EVENT-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE employeeId      TO RPT-DET-EMPID
