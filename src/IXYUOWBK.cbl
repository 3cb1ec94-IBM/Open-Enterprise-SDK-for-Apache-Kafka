      * a. EMPJRNL - the change journal. The entries stamped with
      *    the PARM run-id are collected and applied to EMPMAST in
      *    reverse order: a change puts the before image back, an
      *    add deletes the key, a delete (termination) reinstates
      *    the leaver as active. A rehire -- an add carrying the
      *    leaver's image as its before side -- puts the leaver
      *    back instead of deleting the key.
      * b. EMPMAST - the master being repaired.
      * c. BKOUTRPT - the backout report, one line per journal entry
      *    saying REVERSED, CONFLICT or FAILED.
      *              reversal, rebuild the aggregates with a
      *              consumer BOOTSTRAP pass before trusting
      *              IXYAGRPT.
      * 2026-10-12 : EMPJRNL record widened 8080 -> 8108 in step
      *              with IXYCAV64 -- the org assignment before and
      *              after each change rides along. A re-added record
      *              now comes back with the assignment the journal
      *              recorded for it rather than unassigned, and each
      *              compensating entry journals the assignment too.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle. A delete
      *              is now a termination the record survives, so
      *              its reversal reinstates the record in place; a
      *              rehire's reversal restores the leaver from the
      *              journaled before image and the prior-service
      *              fields, and journals a delete carrying that
      *              image as its after side.
      * 2026-10-15 : a company re-key run (IXYREKEY) is refused -- its
      *              journal pairs are a move, not consumer postings,
      *              and are reversed by re-keying the employees back.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYUOWBK'.
        FILE SECTION.
      * Record layout as written by WRITE-MASTER-JOURNAL in IXYCAV64.
         FD EMPJRNL
           RECORD CONTAINS 8108  CHARACTERS
           BLOCK  CONTAINS 81080 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MASTER-JOURNAL-RECORD.

            05 JRN-BEFORE-TS        PIC X(21).
            05 JRN-BEFORE-IMAGE     PIC X(4000).
            05 JRN-AFTER-IMAGE      PIC X(4000).
            05 JRN-BEFORE-ORG.
               10 JRN-BEFORE-DEPT-CODE   PIC X(06).
               10 JRN-BEFORE-COST-CENTER PIC X(08).
            05 JRN-AFTER-ORG.
               10 JRN-AFTER-DEPT-CODE    PIC X(06).
               10 JRN-AFTER-COST-CENTER  PIC X(08).
            05 FILLER               PIC X(04).

         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-DEPT-CODE    PIC X(06).
            05 EMPMAST-COST-CENTER  PIC X(08).
            05 EMPMAST-EVENT-DATA   PIC X(4000).
            05 EMPMAST-LIFECYCLE.
               10 EMPMAST-STATUS            PIC X(01).
                   88 EMPMAST-TERMINATED    VALUE 'T'.
               10 EMPMAST-TERM-DATE         PIC 9(08).
               10 EMPMAST-TERM-REASON       PIC X(08).
               10 EMPMAST-FINAL-SALARY      PIC 9(07)V9(02).
               10 EMPMAST-REHIRE-DATE       PIC 9(08).
               10 EMPMAST-REHIRE-CNT        PIC 9(03).
               10 EMPMAST-PRIOR-SERVICE.
                  15 EMPMAST-PRIOR-HIRE-DATE    PIC 9(08).
                  15 EMPMAST-PRIOR-TERM-DATE    PIC 9(08).
                  15 EMPMAST-PRIOR-TERM-REASON  PIC X(08).
                  15 EMPMAST-PRIOR-FINAL-SALARY PIC 9(07)V9(02).
               10 FILLER                    PIC X(05).

         FD BKOUTRPT
           RECORD CONTAINS 132   CHARACTERS
         01 WS-TARGET-RUN-ID    PIC X(16).
         01 WS-FORCE-SW         PIC X(01) VALUE 'N'.
             88 WS-FORCE-MODE   VALUE 'Y'.
         01 WS-REKEY-RUN-SW     PIC X(01) VALUE 'N'.
             88 WS-REKEY-RUN    VALUE 'Y'.

      * The unit of work's journal entries, collected in file order
      * and reversed newest-first.
              10 WS-UOW-BEFORE-TS   PIC X(21).
              10 WS-UOW-BEFORE      PIC X(4000).
              10 WS-UOW-AFTER       PIC X(4000).
              10 WS-UOW-BEFORE-ORG  PIC X(14).
              10 WS-UOW-AFTER-ORG   PIC X(14).
         01 WS-UOW-IDX          PIC S9(9) BINARY VALUE 0.

         01 WS-REVERSED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-JRN-BEFORE-TS    PIC X(21).
         01 WS-JRN-BEFORE-IMAGE PIC X(4000).
         01 WS-JRN-AFTER-IMAGE  PIC X(4000).
         01 WS-JRN-BEFORE-ORG.
            05 WS-JRN-BEFORE-DEPT  PIC X(06).
            05 WS-JRN-BEFORE-CC    PIC X(08).
         01 WS-JRN-AFTER-ORG.
            05 WS-JRN-AFTER-DEPT   PIC X(06).
            05 WS-JRN-AFTER-CC     PIC X(08).

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
           PERFORM COLLECT-UOW-ENTRIES
           OPEN OUTPUT BKOUTRPT
           PERFORM WRITE-BACKOUT-HEADER
           EVALUATE TRUE
             WHEN WS-REKEY-RUN
               DISPLAY "ERROR : RUN-ID IS A COMPANY RE-KEY - RE-KEY "
                       "THE EMPLOYEES BACK WITH IXYREKEY INSTEAD"
               MOVE SPACES TO BKOUTRPT-LINE
               STRING "  RUN-ID IS A COMPANY RE-KEY (IXYREKEY) - NOT "
                      "BACKED OUT" DELIMITED BY SIZE INTO BKOUTRPT-LINE
               WRITE BKOUTRPT-LINE
               MOVE 16 TO RETURN-CODE
             WHEN WS-UOW-CNT = 0
               DISPLAY "NO JOURNAL ENTRIES FOR THAT RUN-ID - NOTHING "
                       "TO BACK OUT"
             WHEN OTHER
               PERFORM REVERSE-UOW-ENTRIES
           END-EVALUATE
           PERFORM WRITE-AGGREGATE-WARNING
           CLOSE BKOUTRPT
           PERFORM DISPLAY-BACKOUT-SUMMARY
             NOT AT END
      * Only the consumer's own postings for the run are collected --
      * a prior backout's compensating entries must not themselves
      * be backed out, and a re-key run is not a unit of work.
               IF JRN-RUN-ID = WS-TARGET-RUN-ID AND
                  JRN-PROGRAM = 'IXYREKEY'
                 SET WS-REKEY-RUN TO TRUE
               END-IF
               IF JRN-RUN-ID = WS-TARGET-RUN-ID AND
                  JRN-PROGRAM NOT = 'IXYUOWBK' AND
                  JRN-PROGRAM NOT = 'IXYREKEY'
                 IF WS-UOW-CNT >= WS-UOW-MAX
                   DISPLAY "ERROR : MORE THAN " WS-UOW-MAX
                           " JOURNAL ENTRIES FOR THE RUN -- BACKOUT "
                            WS-UOW-BEFORE-TS(WS-UOW-CNT)
                   MOVE JRN-BEFORE-IMAGE TO WS-UOW-BEFORE(WS-UOW-CNT)
                   MOVE JRN-AFTER-IMAGE TO WS-UOW-AFTER(WS-UOW-CNT)
                   MOVE JRN-BEFORE-ORG  TO
                            WS-UOW-BEFORE-ORG(WS-UOW-CNT)
                   MOVE JRN-AFTER-ORG   TO
                            WS-UOW-AFTER-ORG(WS-UOW-CNT)
                 END-IF
               END-IF
             END-READ

           EVALUATE WS-UOW-ACTION(WS-UOW-IDX)
             WHEN 'A'
               IF WS-UOW-BEFORE(WS-UOW-IDX) = SPACES
                 PERFORM REVERSE-AN-ADD
               ELSE
                 PERFORM REVERSE-A-REHIRE
               END-IF
             WHEN 'C'
               PERFORM REVERSE-A-CHANGE
             WHEN 'D'
               MOVE WS-UOW-AFTER(WS-UOW-IDX) TO WS-JRN-BEFORE-IMAGE
               MOVE WS-UOW-TIMESTAMP(WS-UOW-IDX) TO WS-JRN-BEFORE-TS
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
               MOVE EMPMAST-DEPT-CODE   TO WS-JRN-BEFORE-DEPT
               MOVE EMPMAST-COST-CENTER TO WS-JRN-BEFORE-CC
               MOVE SPACES TO WS-JRN-AFTER-ORG
               PERFORM WRITE-COMPENSATING-ENTRY
             ELSE
               MOVE 'FAILED    ' TO WS-RESULT
               ADD 1 TO WS-FAILED-CNT
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF
           END-IF.

       REVERSE-A-REHIRE.
      *****************************************************************
      * The run rehired a leaver -- backing out puts the leaver's
      * image (the entry's before side) back and reopens the
      * termination from the prior-service fields. Only the latest
      * prior period is held, so the rehire date before this one is
      * not recoverable and clears to 0.
      *****************************************************************
           READ EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             MOVE 'CONFLICT  ' TO WS-RESULT
             ADD 1 TO WS-CONFLICT-CNT
           ELSE
           IF (EMPMAST-EVENT-DATA NOT = WS-UOW-AFTER(WS-UOW-IDX) OR
               EMPMAST-TERMINATED) AND NOT WS-FORCE-MODE
             MOVE 'CONFLICT  ' TO WS-RESULT
             ADD 1 TO WS-CONFLICT-CNT
           ELSE
             MOVE WS-UOW-AFTER(WS-UOW-IDX)  TO WS-JRN-BEFORE-IMAGE
             MOVE EMPMAST-UPDATED-TS        TO WS-JRN-BEFORE-TS
             MOVE EMPMAST-DEPT-CODE         TO WS-JRN-BEFORE-DEPT
             MOVE EMPMAST-COST-CENTER       TO WS-JRN-BEFORE-CC
             MOVE WS-UOW-BEFORE-TS(WS-UOW-IDX) TO EMPMAST-UPDATED-TS
             MOVE 0                         TO EMPMAST-EVENT-TS
             MOVE WS-UOW-BEFORE(WS-UOW-IDX) TO EMPMAST-EVENT-DATA
             MOVE WS-UOW-BEFORE-ORG(WS-UOW-IDX) TO WS-JRN-AFTER-ORG
             MOVE WS-JRN-AFTER-DEPT         TO EMPMAST-DEPT-CODE
             MOVE WS-JRN-AFTER-CC           TO EMPMAST-COST-CENTER
             MOVE 'T'                       TO EMPMAST-STATUS
             MOVE EMPMAST-PRIOR-TERM-DATE   TO EMPMAST-TERM-DATE
             MOVE EMPMAST-PRIOR-TERM-REASON TO EMPMAST-TERM-REASON
             MOVE EMPMAST-PRIOR-FINAL-SALARY TO EMPMAST-FINAL-SALARY
             MOVE 0                         TO EMPMAST-REHIRE-DATE
             IF EMPMAST-REHIRE-CNT > 0
               SUBTRACT 1 FROM EMPMAST-REHIRE-CNT
             END-IF
             MOVE 0      TO EMPMAST-PRIOR-HIRE-DATE
             MOVE 0      TO EMPMAST-PRIOR-TERM-DATE
             MOVE SPACES TO EMPMAST-PRIOR-TERM-REASON
             MOVE 0      TO EMPMAST-PRIOR-FINAL-SALARY
             REWRITE EMPLOYEE-MASTER-RECORD
             IF WS-EMPMAST-STATUS = '00'
               MOVE 'REVERSED  ' TO WS-RESULT
               ADD 1 TO WS-REVERSED-CNT
      * A delete whose after side is the restored leaver, so the
      * journal readers tell it from the reversal of a new hire.
               MOVE 'D' TO WS-JRN-ACTION
               MOVE WS-UOW-BEFORE(WS-UOW-IDX) TO WS-JRN-AFTER-IMAGE
               PERFORM WRITE-COMPENSATING-ENTRY
             ELSE
               MOVE 'FAILED    ' TO WS-RESULT
               ADD 1 TO WS-REVERSED-CNT
               MOVE 'C' TO WS-JRN-ACTION
               MOVE WS-UOW-BEFORE(WS-UOW-IDX) TO WS-JRN-AFTER-IMAGE
               MOVE EMPMAST-DEPT-CODE   TO WS-JRN-BEFORE-DEPT
               MOVE EMPMAST-COST-CENTER TO WS-JRN-BEFORE-CC
               MOVE WS-JRN-BEFORE-ORG   TO WS-JRN-AFTER-ORG
               PERFORM WRITE-COMPENSATING-ENTRY
             ELSE
               MOVE 'FAILED    ' TO WS-RESULT

       REVERSE-A-DELETE.
      *****************************************************************
      * The run tombstoned the record -- a termination the record
      * survived, so backing out reinstates it as active with the
      * before image. A record no longer terminated is a conflict;
      * one gone from file (erased since) is re-added.
      *****************************************************************
           READ EMPMAST
           IF WS-EMPMAST-STATUS = '00' AND NOT EMPMAST-TERMINATED
              AND NOT WS-FORCE-MODE
             MOVE 'CONFLICT  ' TO WS-RESULT
             ADD 1 TO WS-CONFLICT-CNT
           ELSE
             MOVE 0 TO EMPMAST-EVENT-TS
             MOVE WS-UOW-BEFORE(WS-UOW-IDX) TO EMPMAST-EVENT-DATA
             IF WS-EMPMAST-STATUS = '00'
               IF EMPMAST-TERMINATED
                 MOVE 'A'    TO EMPMAST-STATUS
                 MOVE 0      TO EMPMAST-TERM-DATE
                 MOVE SPACES TO EMPMAST-TERM-REASON
                 MOVE 0      TO EMPMAST-FINAL-SALARY
               END-IF
               REWRITE EMPLOYEE-MASTER-RECORD
             ELSE
               MOVE SPACES TO EMPMAST-LIFECYCLE
               INITIALIZE EMPMAST-LIFECYCLE
      * A re-added record comes back with the assignment the
      * journal recorded as it was deleted.
               MOVE WS-UOW-BEFORE-ORG(WS-UOW-IDX) TO WS-JRN-AFTER-ORG
               MOVE WS-JRN-AFTER-DEPT TO EMPMAST-DEPT-CODE
               MOVE WS-JRN-AFTER-CC   TO EMPMAST-COST-CENTER
               WRITE EMPLOYEE-MASTER-RECORD
             END-IF
             IF WS-EMPMAST-STATUS = '00'
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               MOVE SPACES TO WS-JRN-BEFORE-TS
               MOVE WS-UOW-BEFORE(WS-UOW-IDX) TO WS-JRN-AFTER-IMAGE
               MOVE SPACES TO WS-JRN-BEFORE-ORG
               MOVE EMPMAST-DEPT-CODE   TO WS-JRN-AFTER-DEPT
               MOVE EMPMAST-COST-CENTER TO WS-JRN-AFTER-CC
               PERFORM WRITE-COMPENSATING-ENTRY
             ELSE
               MOVE 'FAILED    ' TO WS-RESULT
             MOVE WS-JRN-BEFORE-TS      TO JRN-BEFORE-TS
             MOVE WS-JRN-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE
             MOVE WS-JRN-AFTER-IMAGE    TO JRN-AFTER-IMAGE
             MOVE WS-JRN-BEFORE-ORG     TO JRN-BEFORE-ORG
             MOVE WS-JRN-AFTER-ORG      TO JRN-AFTER-ORG
             WRITE MASTER-JOURNAL-RECORD
             CLOSE EMPJRNL
           ELSE
