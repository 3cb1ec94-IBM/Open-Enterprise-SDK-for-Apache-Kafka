      *              threshold -- this release passes 0, exempt by
      *              design: the supervisor's release IS the
      *              approval the threshold exists to obtain.
      * 2026-10-15 : each queue item carries the approving manager --
      *              the employee's manager on ORGMAST when the change
      *              was parked -- and the disposition report shows
      *              it ('NONE' when the employee had none).
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYAPPRV'.
            05 APPR-OLD-INSUR     PIC 9(07)V9(02).
            05 APPR-NEW-INSUR     PIC 9(07)V9(02).
            05 APPR-EVENT-IMAGE   PIC X(4000).
      * The approving manager; APPR-MANAGER-SW not 'Y' when none.
            05 APPR-MANAGER-ID    PIC 9(09) BINARY.
            05 APPR-MANAGER-SW    PIC X(01).
                88 APPR-MANAGER-KNOWN VALUE 'Y'.
            05 FILLER             PIC X(01).

         FD APPROUT
           RECORD CONTAINS 4100  CHARACTERS
         01 WS-CARRIED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-FAILED-CNT       PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(12).
         01 WS-APPR-MANAGER-ID  PIC 9(09).

      * Parameter area for the shared master poster IXYMPOST.
         01 WS-MPOST-PARMS.
            05 RPT-DET-USERID      PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(12).
            05 FILLER              PIC X(10) VALUE '  MANAGER '.
            05 RPT-DET-MANAGER     PIC X(09).
            05 FILLER              PIC X(45) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).
           MOVE APPR-EMPLOYEE-ID TO RPT-DET-EMPID
           MOVE APPR-REASON      TO RPT-DET-REASON
           MOVE SPACES           TO RPT-DET-USERID
           IF APPR-MANAGER-KNOWN
             MOVE APPR-MANAGER-ID  TO WS-APPR-MANAGER-ID
             MOVE WS-APPR-MANAGER-ID TO RPT-DET-MANAGER
           ELSE
             MOVE 'NONE'           TO RPT-DET-MANAGER
           END-IF

           EVALUATE TRUE
             WHEN WS-MATCH-IDX = 0
