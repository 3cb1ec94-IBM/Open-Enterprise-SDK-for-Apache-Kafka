      *              change, before image for a delete, the IXYMSTRB
      *              convention), so two companies' employees sharing
      *              an id no longer interleave histories.
      * 2026-10-12 : EMPJRNL record widened 8080 -> 8108 in step
      *              with IXYCAV64 -- the org assignment before and
      *              after each change rides along.
      * 2026-10-15 : IXYREKEY's company re-key entries are labelled
      *              MOVOUT (the old key) and MOVEIN (the new key), and
      *              an old key's position says where it moved to.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYJRNIQ'.
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

         FD INQCARDS
         01 WS-LAST-ACTION      PIC X(01).
         01 WS-LAST-TS          PIC X(21).
         01 WS-LAST-RUN-ID      PIC X(16).
         01 WS-LAST-PROGRAM     PIC X(08).
         01 WS-LAST-IMAGE       PIC X(4000).
         01 WS-HISTORY-CNT      PIC 9(09) VALUE 0.

                   MOVE JRN-ACTION      TO WS-LAST-ACTION
                   MOVE JRN-TIMESTAMP   TO WS-LAST-TS
                   MOVE JRN-RUN-ID      TO WS-LAST-RUN-ID
                   MOVE JRN-PROGRAM     TO WS-LAST-PROGRAM
                   MOVE JRN-AFTER-IMAGE TO WS-LAST-IMAGE
                   ADD 1 TO WS-HISTORY-CNT
                   PERFORM WRITE-HISTORY-LINE
       WRITE-HISTORY-LINE.
           MOVE JRN-TIMESTAMP TO HIS-TIMESTAMP
           EVALUATE TRUE
             WHEN JRN-PROGRAM = 'IXYREKEY' AND JRN-ACTION-ADD
                                    MOVE 'MOVEIN' TO HIS-ACTION
             WHEN JRN-PROGRAM = 'IXYREKEY' AND JRN-ACTION-DELETE
                                    MOVE 'MOVOUT' TO HIS-ACTION
             WHEN JRN-ACTION-ADD    MOVE 'ADD   ' TO HIS-ACTION
             WHEN JRN-ACTION-CHANGE MOVE 'CHANGE' TO HIS-ACTION
             WHEN JRN-ACTION-DELETE MOVE 'DELETE' TO HIS-ACTION
           ELSE
           IF WS-LAST-ACTION = 'D'
             MOVE SPACES TO INQRPT-LINE
             IF WS-LAST-PROGRAM = 'IXYREKEY'
      * A re-key's after image is the employee under the new key.
               MOVE WS-LAST-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
               STRING "    NOT ON FILE AT THE AS-OF POINT - RE-KEYED "
                      WS-LAST-TS " TO COMPANY '" companyCode
                      "' EMPLOYEE " employeeId
                      DELIMITED BY SIZE INTO INQRPT-LINE
             ELSE
               STRING "    NOT ON FILE AT THE AS-OF POINT - DELETED "
                      WS-LAST-TS
                      DELIMITED BY SIZE INTO INQRPT-LINE
             END-IF
             WRITE INQRPT-LINE
           ELSE
             MOVE WS-LAST-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
