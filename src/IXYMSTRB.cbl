      * b. EMPJRNL - the master change journal (see IXYCAV64 /
      *    IXYJRNIQ), applied on top of the snapshot base in journal
      *    order: adds and changes take the after image, deletes
      *    (tombstones) keep the last image and mark the employee a
      *    leaver, and an add over a leaver is folded as a rehire,
      *    exactly as the consumer posts them. A PARM timestamp
      *    (same shape as the journal stamps, a shorter prefix
      *    padded with '9') stops the journal at that point, so the
      *    master can be rebuilt to a chosen point in time; no PARM
      *    rebuilds to current.
      * c. EMPMAST - loaded fresh (OPEN OUTPUT) in ascending key
      *    order from the folded result.
      * d. RBLDRPT - the rebuild report: snapshots read, journal
      *              (and a transfer overwrote) the other company's
      *              same-numbered assignment. The legacy stream
      *              runs under company spaces.
      * 2026-10-05 : EMPSRCH search index emptied and reposted from
      *              the rebuilt master as it loads (IXYSRIDX), so
      *              the employee search answers from the restored
      *              position.
      * 2026-10-12 : EMPJRNL record widened 8080 -> 8108 in step
      *              with IXYCAV64 -- the org assignment before and
      *              after each change rides along.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle. A journal
      *              delete now folds as a termination (dated from
      *              the journal stamp) instead of dropping the
      *              employee, an add over a leaver as a rehire, and
      *              leavers load to EMPMAST and EMPSRCH. IXYUOWBK's
      *              compensating entries fold as the undo they are.
      * 2026-10-15 : IXYREKEY's company re-key entries fold as a move
      *              -- the 'D' drops the old key without making it a
      *              leaver and the 'A' opens the new key carrying
      *              the old key's lifecycle, leaver or not.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYMSTRB'.

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
            05 EMPMAST-LIFECYCLE    PIC X(75).

      * The org-structure reference record IXYORGMN maintains.
         FD ORGMAST

      * The folded master being rebuilt -- one live entry per
      * employee, same 9999 capacity the other RTCNSSNP readers
      * assume. An entry is marked deleted rather than compacted
      * out -- by a post-cutoff add or a backed-out new hire; a
      * journal delete makes it a leaver, carried in its lifecycle
      * area.
         01 WS-EMP-MAX          PIC S9(9) BINARY VALUE 9999.
         01 WS-EMP-CNT          PIC S9(9) BINARY VALUE 0.
         01 WS-EMP-TABLE.
              10 WS-EMP-COMPANY     PIC X(03).
              10 WS-EMP-UPDATED-TS  PIC X(21).
              10 WS-EMP-IMAGE       PIC X(4000).
              10 WS-EMP-LIFECYCLE   PIC X(75).
              10 WS-EMP-DELETED-SW  PIC X(01).
                  88 WS-EMP-DELETED VALUE 'Y'.
              10 WS-EMP-LOADED-SW   PIC X(01).
         01 WS-NEXT-IDX         PIC S9(9) BINARY VALUE 0.
         01 WS-WORK-EMP-ID      PIC 9(09).
         01 WS-WORK-EMP-CO      PIC X(03).
         01 WS-REKEY-NEW-IDX    PIC S9(9) BINARY VALUE 0.

      * Rebuild point from the PARM -- spaces means current.
         01 WS-AS-OF            PIC X(21) VALUE SPACES.
         01 WS-JRNL-CUTOFF-CNT  PIC 9(09) VALUE 0.
         01 WS-DELETED-CNT      PIC 9(09) VALUE 0.
         01 WS-LOADED-CNT       PIC 9(09) VALUE 0.
         01 WS-INDEXED-CNT      PIC 9(09) VALUE 0.
         01 WS-LEAVER-CNT       PIC 9(09) VALUE 0.

      * Leaver/rehire lifecycle work fields -- the same layout and
      * rules as IXYCAV64's MARK-LIFECYCLE-TERMINATED/-REHIRED.
         01 WS-LIFE-WORK.
            05 WS-LIFE-STATUS          PIC X(01).
                88 WS-LIFE-TERMINATED  VALUE 'T'.
            05 WS-LIFE-TERM-DATE       PIC 9(08).
            05 WS-LIFE-TERM-REASON     PIC X(08).
            05 WS-LIFE-FINAL-SALARY    PIC 9(07)V9(02).
            05 WS-LIFE-REHIRE-DATE     PIC 9(08).
            05 WS-LIFE-REHIRE-CNT      PIC 9(03).
            05 WS-LIFE-PRIOR-HIRE-DATE PIC 9(08).
            05 WS-LIFE-PRIOR-TERM-DATE PIC 9(08).
            05 WS-LIFE-PRIOR-TERM-REASON  PIC X(08).
            05 WS-LIFE-PRIOR-FINAL-SALARY PIC 9(07)V9(02).
            05 FILLER                  PIC X(05) VALUE SPACES.
         01 WS-LIFE-DATE-IN     PIC 9(08) VALUE 0.
         01 WS-LIFE-HIRE-IN     PIC 9(08) VALUE 0.

      * Parameter area for the search-index module IXYSRIDX.
         01 WS-SRIDX-PARMS.
            05 WS-SRIDX-ACTION       PIC X(01).
            05 WS-SRIDX-RESULT       PIC X(01).
            05 WS-SRIDX-COMPANY      PIC X(03).
            05 WS-SRIDX-EMPLOYEE-ID  PIC 9(09).
            05 WS-SRIDX-TERM         PIC X(40).
            05 WS-SRIDX-CODE         PIC X(04).
            05 WS-SRIDX-BEFORE-IMAGE PIC X(4000).
            05 WS-SRIDX-AFTER-IMAGE  PIC X(4000).
         01 WS-SRIDX-AVAIL-SW   PIC X(01) VALUE 'N'.
             88 WS-SRIDX-AVAIL  VALUE 'Y'.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).
           PERFORM LOCATE-EMPLOYEE-ENTRY
           IF WS-NEXT-IDX NOT = 0
             ADD 1 TO WS-JRNL-APPLIED-CNT
             MOVE WS-EMP-LIFECYCLE(WS-NEXT-IDX) TO WS-LIFE-WORK
             IF JRN-PROGRAM = 'IXYUOWBK' OR
                JRN-PROGRAM = 'IXYREKEY'
               IF JRN-PROGRAM = 'IXYUOWBK'
                 PERFORM FOLD-BACKOUT-ENTRY
               ELSE
                 PERFORM FOLD-REKEY-ENTRY
               END-IF
             ELSE
             EVALUATE TRUE
               WHEN JRN-ACTION-DELETE
                 IF NOT WS-LIFE-TERMINATED
                   PERFORM FOLD-JOURNAL-TERMINATION
                 END-IF
               WHEN JRN-ACTION-ADD AND WS-LIFE-TERMINATED
                 PERFORM FOLD-JOURNAL-REHIRE
               WHEN OTHER
                 MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX)
             END-EVALUATE
             IF NOT JRN-ACTION-DELETE
               MOVE JRN-TIMESTAMP   TO WS-EMP-UPDATED-TS(WS-NEXT-IDX)
               MOVE JRN-AFTER-IMAGE TO WS-EMP-IMAGE(WS-NEXT-IDX)
             END-IF
             END-IF
           END-IF.

       FOLD-BACKOUT-ENTRY.
      *****************************************************************
      * IXYUOWBK's compensating entries undo a posting rather than
      * being new lifecycle events: an add reinstates a leaver (or
      * re-adds an erased key), a delete with an after image puts a
      * backed-out rehire's leaver back from the prior service, and
      * a delete without one removed a backed-out new hire.
      *****************************************************************
           EVALUATE TRUE
             WHEN JRN-ACTION-ADD
               IF WS-LIFE-TERMINATED
                 MOVE 'A'    TO WS-LIFE-STATUS
                 MOVE 0      TO WS-LIFE-TERM-DATE
                 MOVE SPACES TO WS-LIFE-TERM-REASON
                 MOVE 0      TO WS-LIFE-FINAL-SALARY
               END-IF
               MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX)
               MOVE JRN-TIMESTAMP   TO WS-EMP-UPDATED-TS(WS-NEXT-IDX)
               MOVE JRN-AFTER-IMAGE TO WS-EMP-IMAGE(WS-NEXT-IDX)
             WHEN JRN-ACTION-DELETE AND JRN-AFTER-IMAGE NOT = SPACES
               IF WS-LIFE-WORK = SPACES
                 INITIALIZE WS-LIFE-WORK
               END-IF
               SET WS-LIFE-TERMINATED          TO TRUE
               MOVE WS-LIFE-PRIOR-TERM-DATE    TO WS-LIFE-TERM-DATE
               MOVE WS-LIFE-PRIOR-TERM-REASON  TO WS-LIFE-TERM-REASON
               MOVE WS-LIFE-PRIOR-FINAL-SALARY TO WS-LIFE-FINAL-SALARY
               MOVE 0                          TO WS-LIFE-REHIRE-DATE
               IF WS-LIFE-REHIRE-CNT > 0
                 SUBTRACT 1 FROM WS-LIFE-REHIRE-CNT
               END-IF
               MOVE 0      TO WS-LIFE-PRIOR-HIRE-DATE
               MOVE 0      TO WS-LIFE-PRIOR-TERM-DATE
               MOVE SPACES TO WS-LIFE-PRIOR-TERM-REASON
               MOVE 0      TO WS-LIFE-PRIOR-FINAL-SALARY
               MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX)
               MOVE JRN-TIMESTAMP   TO WS-EMP-UPDATED-TS(WS-NEXT-IDX)
               MOVE JRN-AFTER-IMAGE TO WS-EMP-IMAGE(WS-NEXT-IDX)
             WHEN JRN-ACTION-DELETE
               SET WS-EMP-DELETED(WS-NEXT-IDX) TO TRUE
             WHEN OTHER
               MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX)
               MOVE JRN-TIMESTAMP   TO WS-EMP-UPDATED-TS(WS-NEXT-IDX)
               MOVE JRN-AFTER-IMAGE TO WS-EMP-IMAGE(WS-NEXT-IDX)
           END-EVALUATE
           MOVE WS-LIFE-WORK TO WS-EMP-LIFECYCLE(WS-NEXT-IDX).

       FOLD-REKEY-ENTRY.
      *****************************************************************
      * IXYREKEY moves an employee to a new company code (and
      * possibly a new employeeId) as a pair of entries, both with
      * the old image before and the new image after. The 'D' takes
      * the old key off file -- it is not a departure. The 'A'
      * opens the new key with the old key's lifecycle, found
      * through the before image's company and employeeId, so a
      * moved leaver stays a leaver and a moved rehire keeps its
      * prior service.
      *****************************************************************
           IF JRN-ACTION-DELETE
             SET WS-EMP-DELETED(WS-NEXT-IDX) TO TRUE
           ELSE
             MOVE WS-NEXT-IDX TO WS-REKEY-NEW-IDX
             MOVE JRN-BEFORE-IMAGE TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
             MOVE employeeId  TO WS-WORK-EMP-ID
             MOVE companyCode TO WS-WORK-EMP-CO
             PERFORM LOCATE-EMPLOYEE-ENTRY
             IF WS-NEXT-IDX NOT = 0
               MOVE WS-EMP-LIFECYCLE(WS-NEXT-IDX) TO WS-LIFE-WORK
             END-IF
             MOVE WS-REKEY-NEW-IDX TO WS-NEXT-IDX
             MOVE WS-LIFE-WORK TO WS-EMP-LIFECYCLE(WS-NEXT-IDX)
             MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX)
             MOVE JRN-TIMESTAMP   TO WS-EMP-UPDATED-TS(WS-NEXT-IDX)
             MOVE JRN-AFTER-IMAGE TO WS-EMP-IMAGE(WS-NEXT-IDX)
           END-IF.

       FOLD-JOURNAL-TERMINATION.
      *****************************************************************
      * A journal delete is a tombstone the consumer posted as a
      * termination: the last image stays, booked DEPARTED on the
      * journal's date with the image's salary as the final salary.
      * EVENT-DATA holds the before image.
      *****************************************************************
           IF WS-LIFE-WORK = SPACES
             INITIALIZE WS-LIFE-WORK
           END-IF
           SET WS-LIFE-TERMINATED     TO TRUE
           MOVE JRN-TIMESTAMP(1:8)    TO WS-LIFE-TERM-DATE
           MOVE 'DEPARTED'            TO WS-LIFE-TERM-REASON
           MOVE annualSalary          TO WS-LIFE-FINAL-SALARY
           MOVE WS-LIFE-WORK TO WS-EMP-LIFECYCLE(WS-NEXT-IDX)
           MOVE JRN-TIMESTAMP TO WS-EMP-UPDATED-TS(WS-NEXT-IDX)
           IF WS-EMP-IMAGE(WS-NEXT-IDX) = SPACES
             MOVE JRN-BEFORE-IMAGE TO WS-EMP-IMAGE(WS-NEXT-IDX)
           END-IF
           MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX).

       FOLD-JOURNAL-REHIRE.
      *****************************************************************
      * An add over a leaver is the consumer's rehire: the closed
      * period moves to the prior service (hire date off the
      * leaver's image), the rehire date is the new dateOfJoining
      * when that falls after the termination, else the journal's
      * date. EVENT-DATA holds the after image.
      *****************************************************************
           IF dateOfJoining NUMERIC AND
              dateOfJoining > WS-LIFE-TERM-DATE
             MOVE dateOfJoining      TO WS-LIFE-DATE-IN
           ELSE
             MOVE JRN-TIMESTAMP(1:8) TO WS-LIFE-DATE-IN
           END-IF
           MOVE WS-EMP-IMAGE(WS-NEXT-IDX) TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF dateOfJoining NUMERIC
             MOVE dateOfJoining TO WS-LIFE-HIRE-IN
           ELSE
             MOVE 0 TO WS-LIFE-HIRE-IN
           END-IF
           MOVE WS-LIFE-HIRE-IN      TO WS-LIFE-PRIOR-HIRE-DATE
           MOVE WS-LIFE-TERM-DATE    TO WS-LIFE-PRIOR-TERM-DATE
           MOVE WS-LIFE-TERM-REASON  TO WS-LIFE-PRIOR-TERM-REASON
           MOVE WS-LIFE-FINAL-SALARY TO WS-LIFE-PRIOR-FINAL-SALARY
           MOVE 'A'                  TO WS-LIFE-STATUS
           MOVE 0                    TO WS-LIFE-TERM-DATE
           MOVE SPACES               TO WS-LIFE-TERM-REASON
           MOVE 0                    TO WS-LIFE-FINAL-SALARY
           MOVE WS-LIFE-DATE-IN      TO WS-LIFE-REHIRE-DATE
           IF WS-LIFE-REHIRE-CNT < 999
             ADD 1 TO WS-LIFE-REHIRE-CNT
           END-IF
           MOVE WS-LIFE-WORK TO WS-EMP-LIFECYCLE(WS-NEXT-IDX)
           MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX).

       RESET-FROM-CUTOFF-ENTRY.
      *****************************************************************
      * The snapshots carry no timestamp, so the fold alone cannot
      * after the cutoff says it exactly: its before image (and
      * before timestamp) is the state at the cutoff for a change
      * or delete, and an add means the employee was not on file at
      * all -- unless it is a rehire over an employee who was a
      * leaver at the cutoff, who stays a leaver. The before image
      * of a change or delete is an active employee -- except an
      * IXYREKEY delete, which moves leavers too and so keeps the
      * lifecycle folded to the cutoff. Later
      * post-cutoff entries for the same employee add nothing and
      * are left alone.
      *****************************************************************
           MOVE JRN-EMPLOYEE-ID TO WS-WORK-EMP-ID
           IF JRN-ACTION-DELETE OR JRN-ACTION-CHANGE
           IF WS-NEXT-IDX NOT = 0
             IF NOT WS-EMP-RESET(WS-NEXT-IDX)
               SET WS-EMP-RESET(WS-NEXT-IDX) TO TRUE
               MOVE WS-EMP-LIFECYCLE(WS-NEXT-IDX) TO WS-LIFE-WORK
               IF JRN-ACTION-ADD
                 IF NOT WS-LIFE-TERMINATED
                   SET WS-EMP-DELETED(WS-NEXT-IDX) TO TRUE
                 END-IF
               ELSE
                 MOVE JRN-BEFORE-TS TO
                          WS-EMP-UPDATED-TS(WS-NEXT-IDX)
                 MOVE JRN-BEFORE-IMAGE TO
                          WS-EMP-IMAGE(WS-NEXT-IDX)
                 MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX)
                 IF WS-LIFE-TERMINATED AND JRN-PROGRAM NOT = 'IXYREKEY'
                   MOVE 'A' TO WS-LIFE-STATUS
                   MOVE WS-LIFE-WORK TO WS-EMP-LIFECYCLE(WS-NEXT-IDX)
                 END-IF
               END-IF
             END-IF
           END-IF.
               MOVE WS-WORK-EMP-CO TO WS-EMP-COMPANY(WS-NEXT-IDX)
               MOVE SPACES TO WS-EMP-UPDATED-TS(WS-NEXT-IDX)
               MOVE SPACES TO WS-EMP-IMAGE(WS-NEXT-IDX)
               INITIALIZE WS-LIFE-WORK
               MOVE WS-LIFE-WORK TO WS-EMP-LIFECYCLE(WS-NEXT-IDX)
               MOVE 'N' TO WS-EMP-DELETED-SW(WS-NEXT-IDX)
               MOVE 'N' TO WS-EMP-LOADED-SW(WS-NEXT-IDX)
               MOVE 'N' TO WS-EMP-RESET-SW(WS-NEXT-IDX)
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 16 TO RETURN-CODE
           ELSE
      * The search index is rebuilt alongside -- emptied here, then
      * each record posted to it as an add as it loads.
             MOVE 'R' TO WS-SRIDX-ACTION
             CALL "IXYSRIDX" USING WS-SRIDX-PARMS
             IF WS-SRIDX-RESULT = '0'
               SET WS-SRIDX-AVAIL TO TRUE
               MOVE SPACES TO WS-SRIDX-BEFORE-IMAGE
             ELSE
               DISPLAY "EMPSRCH NOT AVAILABLE - SEARCH INDEX NOT "
                       "REBUILT"
             END-IF
             PERFORM SELECT-NEXT-UNLOADED
             PERFORM UNTIL WS-NEXT-IDX = 0
               MOVE WS-EMP-COMPANY(WS-NEXT-IDX) TO EMPMAST-COMPANY
               MOVE 0 TO EMPMAST-EVENT-TS
               PERFORM ENRICH-FROM-ORG-REFERENCE
               MOVE WS-EMP-IMAGE(WS-NEXT-IDX) TO EMPMAST-EVENT-DATA
               MOVE WS-EMP-LIFECYCLE(WS-NEXT-IDX) TO EMPMAST-LIFECYCLE
               WRITE EMPLOYEE-MASTER-RECORD
               IF WS-EMPMAST-STATUS = '00'
                 ADD 1 TO WS-LOADED-CNT
                 MOVE WS-EMP-LIFECYCLE(WS-NEXT-IDX) TO WS-LIFE-WORK
                 IF WS-LIFE-TERMINATED
                   ADD 1 TO WS-LEAVER-CNT
                 END-IF
                 IF WS-SRIDX-AVAIL
                   MOVE 'P'                 TO WS-SRIDX-ACTION
                   MOVE EMPMAST-COMPANY     TO WS-SRIDX-COMPANY
                   MOVE EMPMAST-EMPLOYEE-ID TO WS-SRIDX-EMPLOYEE-ID
                   MOVE EMPMAST-EVENT-DATA  TO WS-SRIDX-AFTER-IMAGE
                   CALL "IXYSRIDX" USING WS-SRIDX-PARMS
                   IF WS-SRIDX-RESULT = '0'
                     ADD 1 TO WS-INDEXED-CNT
                   END-IF
                 END-IF
               ELSE
                 DISPLAY "ERROR : EMPMAST LOAD FAILED FOR EMPLOYEE "
                         WS-EMP-ID(WS-NEXT-IDX) " FILE STATUS "
           MOVE 'RECORDS LOADED TO EMPMAST' TO RPT-COUNT-TEXT
           MOVE WS-LOADED-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '  OF WHICH LEAVERS' TO RPT-COUNT-TEXT
           MOVE WS-LEAVER-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'EMPLOYEES POSTED TO EMPSRCH' TO RPT-COUNT-TEXT
           MOVE WS-INDEXED-CNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE SPACES TO RBLDRPT-LINE
           IF WS-LOADED-CNT + WS-DELETED-CNT = WS-EMP-CNT
           DISPLAY "  SNAPSHOTS READ   : " WS-SNAP-READ-CNT
           DISPLAY "  JOURNAL APPLIED  : " WS-JRNL-APPLIED-CNT
           DISPLAY "  RECORDS LOADED   : " WS-LOADED-CNT
           DISPLAY "  OF WHICH LEAVERS : " WS-LEAVER-CNT
           DISPLAY "  SEARCH INDEXED   : " WS-INDEXED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYMSTRB'.
