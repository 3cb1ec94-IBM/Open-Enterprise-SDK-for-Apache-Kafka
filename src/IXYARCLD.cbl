      *              flag and key generation carved from the record's
      *              trailing filler. Readers that need the body
      *              unprotect it, audited to CRYPTAUD.
      * 2026-10-15 : the load now holds the IXYLOCK lock KSDS-MSGARCH
      *              for its whole run and refuses to start (RC 16)
      *              while an IXYVREOR reorganization of MSGARCH
      *              holds it.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYARCLD'.
            05 WS-PPROT-DATASET PIC X(08).
            05 WS-PPROT-LEN     PIC S9(9) BINARY.

      * Cross-job dataset interlock -- see IXYLOCK. The reorganization
      * utility IXYVREOR holds the same lock from unload to verify.
         01 WS-LOCK-PARMS.
            05 WS-LOCK-ACTION   PIC X(01).
            05 WS-LOCK-RESOURCE PIC X(16) VALUE 'KSDS-MSGARCH    '.
            05 WS-LOCK-CALLER   PIC X(08) VALUE 'IXYARCLD'.
            05 WS-LOCK-RUN-ID   PIC X(16) VALUE SPACES.
            05 WS-LOCK-RESULT   PIC X(01).
            05 WS-LOCK-HOLDER   PIC X(08).
            05 WS-LOCK-HELD-TS  PIC X(21).
         01 WS-LOCK-ACQUIRED-SW PIC X(01) VALUE 'N'.
             88 WS-LOCK-ACQUIRED VALUE 'Y'.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

       PROCEDURE DIVISION.
           DISPLAY "MESSAGE ARCHIVE LOADER"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           PERFORM ACQUIRE-ARCHIVE-LOCK

           OPEN I-O MSGARCH
           IF WS-MSGARCH-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN MSGARCH, FILE STATUS "
                       WS-MSGARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-ARCHIVE-LOCK
               GOBACK
             END-IF
             CLOSE MSGARCH
             MOVE 16 TO RETURN-CODE
           END-IF.

       ACQUIRE-ARCHIVE-LOCK.
      *****************************************************************
      * MSGARCH must not be unloaded and redefined under a running
      * load -- nor loaded while a reorganization holds it.
      *****************************************************************
           MOVE 'A' TO WS-LOCK-ACTION
           CALL "IXYLOCK" USING WS-LOCK-PARMS
           EVALUATE WS-LOCK-RESULT
             WHEN '0'
               SET WS-LOCK-ACQUIRED TO TRUE
             WHEN 'H'
               DISPLAY "ERROR : KSDS-MSGARCH LOCK HELD BY "
                       WS-LOCK-HOLDER " SINCE " WS-LOCK-HELD-TS
                       " - REFUSING TO START. BREAK A STALE LOCK "
                       "WITH IXYLCKMN"
               MOVE 16 TO RETURN-CODE
               PERFORM DISPLAY-LOADER-SUMMARY
               GOBACK
             WHEN OTHER
               DISPLAY "ERROR : LOCKFIL NOT USABLE - REFUSING TO "
                       "START UNLOCKED"
               MOVE 16 TO RETURN-CODE
               PERFORM DISPLAY-LOADER-SUMMARY
               GOBACK
           END-EVALUATE.

       RELEASE-ARCHIVE-LOCK.
           IF WS-LOCK-ACQUIRED
             MOVE 'R' TO WS-LOCK-ACTION
             CALL "IXYLOCK" USING WS-LOCK-PARMS
             MOVE 'N' TO WS-LOCK-ACQUIRED-SW
           END-IF.

       DISPLAY-LOADER-SUMMARY.
           PERFORM RELEASE-ARCHIVE-LOCK
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYARCLD JOB SUMMARY"
