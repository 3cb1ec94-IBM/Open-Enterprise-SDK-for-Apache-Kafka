      *        cols 65-74 org unit
      *        cols 76-80 location (first 5 bytes; the rest of the
      *                   20-byte field stays as held)
      *    MANAGR sets who the employee reports to, its own columns:
      *        cols 1-6   MANAGR
      *        cols 8-10  company code
      *        cols 12-20 employee id
      *        cols 22-30 manager's employee id, same company (zero:
      *                   the employee has no manager from the date)
      *        cols 32-39 effective date YYYYMMDD (spaces = today;
      *                   a future date is refused -- the card is
      *                   run on or after the day it takes effect)
      *    The manager must be on the reference, and the change must
      *    not close a reporting cycle (the employee managing, at any
      *    distance, their own manager). A DELETE of an employee
      *    still shown as someone's manager is refused.
      *    '*' in column 1 is a comment. LIST needs no other fields
      *    and prints the whole reference.
      * b. ORGMAST - the reference KSDS, keyed by company +
      *              ORGCARDS gained the company in cols 8-10 (the
      *              department name column gives up its last 4
      *              bytes); LIST shows it.
      * 2026-10-15 : reporting lines -- the manager's employee id and
      *              the date it took effect are carved from the
      *              record's trailing filler, set by the new MANAGR
      *              card (manager on file, no reporting cycle); a
      *              manager with reports cannot be deleted; LIST
      *              shows the manager.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYORGMN'.
                88 OCARD-UPDATE   VALUE 'UPDATE'.
                88 OCARD-DELETE   VALUE 'DELETE'.
                88 OCARD-LIST     VALUE 'LIST  '.
                88 OCARD-MANAGER  VALUE 'MANAGR'.
            05 FILLER             PIC X(01).
            05 OCARD-COMPANY      PIC X(03).
            05 FILLER             PIC X(01).
            05 FILLER             PIC X(01).
            05 OCARD-LOCATION     PIC X(05).

      * The MANAGR card's own columns.
         01 ORG-MANAGER-CARD.
            05 FILLER             PIC X(21).
            05 OCARD-MANAGER-ID   PIC 9(09).
            05 FILLER             PIC X(01).
            05 OCARD-MGR-EFF-DATE PIC X(08).
            05 FILLER             PIC X(41).

      * The org-structure reference record -- see IXYCAV64's
      * ENRICH-FROM-ORG-REFERENCE for the consumer half.
         FD ORGMAST
            05 ORG-UNIT           PIC X(10).
            05 ORG-LOCATION       PIC X(20).
            05 ORG-UPDATED-TS     PIC X(21).
      * Who the employee reports to, and since when. Records written
      * before reporting lines were kept hold spaces here -- the
      * effective date is then not numeric, which reads as no
      * manager, the same as a manager id of zero.
            05 ORG-MANAGER-ID     PIC 9(09) BINARY.
            05 ORG-MANAGER-EFF-DATE PIC 9(08).
            05 FILLER             PIC X(01).

         FD ORGRPT
           RECORD CONTAINS 132   CHARACTERS
         01 WS-REFUSED-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-RESULT           PIC X(24).

      * MANAGR checks -- see SET-ORG-MANAGER.
         01 WS-MGR-COMPANY      PIC X(03).
         01 WS-MGR-EMPLOYEE-ID  PIC 9(09).
         01 WS-MGR-MANAGER-ID   PIC 9(09).
         01 WS-MGR-EFF-DATE     PIC 9(08).
         01 WS-MGR-NEXT-ID      PIC 9(09).
         01 WS-MGR-DEPTH        PIC S9(4) BINARY VALUE 0.
         01 WS-MGR-DEPTH-MAX    PIC S9(4) BINARY VALUE 100.
         01 WS-MGR-WALK-SW      PIC X(01).
             88 WS-MGR-WALK-DONE VALUE 'Y'.
         01 WS-HAS-REPORTS-SW   PIC X(01).
             88 WS-HAS-REPORTS  VALUE 'Y'.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(06).
            05 RPT-DET-CC          PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-RESULT      PIC X(24).
            05 RPT-DET-MANAGER     PIC X(47).

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).
             WHEN OCARD-DELETE
               PERFORM DELETE-ORG-RECORD
               PERFORM WRITE-MAINT-DETAIL
             WHEN OCARD-MANAGER
               PERFORM SET-ORG-MANAGER
               PERFORM WRITE-MAINT-DETAIL
             WHEN OTHER
               MOVE 'REFUSED - BAD ACTION    ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM FILL-ORG-FIELDS
             MOVE 0 TO ORG-MANAGER-ID
             MOVE 0 TO ORG-MANAGER-EFF-DATE
             WRITE ORG-REFERENCE-RECORD
             IF WS-ORGMAST-STATUS = '00'
               MOVE 'ADDED                   ' TO WS-RESULT
           END-IF.

       DELETE-ORG-RECORD.
           MOVE OCARD-COMPANY     TO WS-MGR-COMPANY
           MOVE OCARD-EMPLOYEE-ID TO WS-MGR-EMPLOYEE-ID
           PERFORM FIND-DIRECT-REPORTS
           IF WS-HAS-REPORTS
             MOVE 'REFUSED - HAS REPORTS   ' TO WS-RESULT
             ADD 1 TO WS-REFUSED-CNT
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM DELETE-ORG-KEY
           END-IF.

       DELETE-ORG-KEY.
           MOVE OCARD-COMPANY     TO ORG-COMPANY
           MOVE OCARD-EMPLOYEE-ID TO ORG-EMPLOYEE-ID
           DELETE ORGMAST RECORD
             END-IF
           END-IF.

       FIND-DIRECT-REPORTS.
      *****************************************************************
      * Browses the company's records for anyone whose manager in
      * force is WS-MGR-EMPLOYEE-ID.
      *****************************************************************
           MOVE 'N' TO WS-HAS-REPORTS-SW
           MOVE WS-MGR-COMPANY TO ORG-COMPANY
           MOVE 0              TO ORG-EMPLOYEE-ID
           START ORGMAST KEY NOT LESS THAN ORG-KEY
           IF WS-ORGMAST-STATUS = '00'
             MOVE 'N' TO WS-LIST-EOF-SW
             PERFORM UNTIL WS-LIST-EOF OR WS-HAS-REPORTS
               READ ORGMAST NEXT
               AT END SET WS-LIST-EOF TO TRUE
               NOT AT END
                 IF ORG-COMPANY NOT = WS-MGR-COMPANY
                   SET WS-LIST-EOF TO TRUE
                 ELSE
                   IF ORG-MANAGER-EFF-DATE NUMERIC AND
                      ORG-MANAGER-ID = WS-MGR-EMPLOYEE-ID
                     SET WS-HAS-REPORTS TO TRUE
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
           END-IF.

       SET-ORG-MANAGER.
      *****************************************************************
      * Every check is made before the employee's record is read for
      * update: the chain walk reads other records into the same
      * record area.
      *****************************************************************
           MOVE OCARD-COMPANY     TO WS-MGR-COMPANY
           MOVE OCARD-EMPLOYEE-ID TO WS-MGR-EMPLOYEE-ID
           MOVE 0                 TO WS-MGR-MANAGER-ID
           MOVE 0                 TO WS-MGR-EFF-DATE
           IF OCARD-MANAGER-ID NUMERIC
             MOVE OCARD-MANAGER-ID TO WS-MGR-MANAGER-ID
           ELSE
             MOVE 'REFUSED - BAD MANAGER   ' TO WS-RESULT
           END-IF
           IF WS-RESULT = SPACES
             IF OCARD-MGR-EFF-DATE = SPACES
               MOVE WS-JOB-START-TS(1:8) TO WS-MGR-EFF-DATE
             ELSE
               IF OCARD-MGR-EFF-DATE NUMERIC
                 MOVE OCARD-MGR-EFF-DATE TO WS-MGR-EFF-DATE
               END-IF
               IF WS-MGR-EFF-DATE = 0 OR
                  FUNCTION TEST-DATE-YYYYMMDD(WS-MGR-EFF-DATE) NOT = 0
                 MOVE 'REFUSED - BAD EFF DATE  ' TO WS-RESULT
               ELSE
                 IF OCARD-MGR-EFF-DATE > WS-JOB-START-TS(1:8)
                   MOVE 'REFUSED - FUTURE DATED  ' TO WS-RESULT
                 END-IF
               END-IF
             END-IF
           END-IF
           IF WS-RESULT = SPACES
             MOVE WS-MGR-COMPANY     TO ORG-COMPANY
             MOVE WS-MGR-EMPLOYEE-ID TO ORG-EMPLOYEE-ID
             READ ORGMAST
             IF WS-ORGMAST-STATUS NOT = '00'
               MOVE 'REFUSED - NOT ON FILE   ' TO WS-RESULT
             END-IF
           END-IF
           IF WS-RESULT = SPACES AND WS-MGR-MANAGER-ID NOT = 0
             IF WS-MGR-MANAGER-ID = WS-MGR-EMPLOYEE-ID
               MOVE 'REFUSED - SELF-MANAGED  ' TO WS-RESULT
             ELSE
               MOVE WS-MGR-COMPANY    TO ORG-COMPANY
               MOVE WS-MGR-MANAGER-ID TO ORG-EMPLOYEE-ID
               READ ORGMAST
               IF WS-ORGMAST-STATUS NOT = '00'
                 MOVE 'REFUSED - MGR NOT FOUND ' TO WS-RESULT
               ELSE
                 PERFORM CHECK-REPORTING-CYCLE
               END-IF
             END-IF
           END-IF

           IF WS-RESULT NOT = SPACES
             ADD 1 TO WS-REFUSED-CNT
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE WS-MGR-COMPANY     TO ORG-COMPANY
             MOVE WS-MGR-EMPLOYEE-ID TO ORG-EMPLOYEE-ID
             READ ORGMAST
             IF WS-ORGMAST-STATUS = '00'
               MOVE WS-MGR-MANAGER-ID TO ORG-MANAGER-ID
               MOVE WS-MGR-EFF-DATE   TO ORG-MANAGER-EFF-DATE
               MOVE FUNCTION CURRENT-DATE TO ORG-UPDATED-TS
               REWRITE ORG-REFERENCE-RECORD
             END-IF
             IF WS-ORGMAST-STATUS = '00'
               IF WS-MGR-MANAGER-ID = 0
                 MOVE 'MANAGER CLEARED         ' TO WS-RESULT
               ELSE
                 MOVE 'MANAGER SET             ' TO WS-RESULT
               END-IF
               ADD 1 TO WS-APPLIED-CNT
             ELSE
               MOVE 'FAILED                  ' TO WS-RESULT
               ADD 1 TO WS-REFUSED-CNT
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       CHECK-REPORTING-CYCLE.
      *****************************************************************
      * Climbs from the proposed manager (in the record area) up
      * through each manager's manager. Reaching the employee means
      * the card would close a cycle. The climb ends at someone with
      * no manager, or a manager no longer on file; a chain deeper
      * than WS-MGR-DEPTH-MAX can only be an existing cycle
      * elsewhere, and is refused rather than walked for ever.
      *****************************************************************
           MOVE 0   TO WS-MGR-DEPTH
           MOVE 'N' TO WS-MGR-WALK-SW
           PERFORM UNTIL WS-MGR-WALK-DONE
             IF ORG-MANAGER-EFF-DATE NOT NUMERIC OR
                ORG-MANAGER-ID = 0
               SET WS-MGR-WALK-DONE TO TRUE
             ELSE
               MOVE ORG-MANAGER-ID TO WS-MGR-NEXT-ID
               ADD 1 TO WS-MGR-DEPTH
               EVALUATE TRUE
                 WHEN WS-MGR-NEXT-ID = WS-MGR-EMPLOYEE-ID
                   MOVE 'REFUSED - CYCLE FORMED  ' TO WS-RESULT
                   SET WS-MGR-WALK-DONE TO TRUE
                 WHEN WS-MGR-DEPTH > WS-MGR-DEPTH-MAX
                   MOVE 'REFUSED - CHAIN TOO DEEP' TO WS-RESULT
                   SET WS-MGR-WALK-DONE TO TRUE
                 WHEN OTHER
                   MOVE WS-MGR-COMPANY TO ORG-COMPANY
                   MOVE WS-MGR-NEXT-ID TO ORG-EMPLOYEE-ID
                   READ ORGMAST
                   IF WS-ORGMAST-STATUS NOT = '00'
                     SET WS-MGR-WALK-DONE TO TRUE
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM.

       FILL-ORG-FIELDS.
           MOVE OCARD-COMPANY     TO ORG-COMPANY
           MOVE OCARD-EMPLOYEE-ID TO ORG-EMPLOYEE-ID
                 MOVE ORG-DEPT-CODE      TO RPT-DET-DEPT
                 MOVE ORG-COST-CENTER    TO RPT-DET-CC
                 MOVE ORG-DEPT-NAME(1:24) TO RPT-DET-RESULT
                 MOVE SPACES TO RPT-DET-MANAGER
                 IF ORG-MANAGER-EFF-DATE NUMERIC AND
                    ORG-MANAGER-ID NOT = 0
                   MOVE ORG-MANAGER-ID       TO WS-MGR-MANAGER-ID
                   MOVE ORG-MANAGER-EFF-DATE TO WS-MGR-EFF-DATE
                   PERFORM FORMAT-MANAGER-TEXT
                 END-IF
                 MOVE WS-RPT-DETAIL TO ORGRPT-LINE
                 WRITE ORGRPT-LINE
               END-READ
             END-PERFORM
           END-IF.

       FORMAT-MANAGER-TEXT.
           MOVE SPACES TO RPT-DET-MANAGER
           IF WS-MGR-MANAGER-ID = 0
             STRING "  NO MANAGER FROM " WS-MGR-EFF-DATE
                    DELIMITED BY SIZE INTO RPT-DET-MANAGER
           ELSE
             STRING "  MANAGER " WS-MGR-MANAGER-ID " FROM "
                    WS-MGR-EFF-DATE
                    DELIMITED BY SIZE INTO RPT-DET-MANAGER
           END-IF.

       WRITE-MAINT-DETAIL.
           MOVE OCARD-ACTION      TO RPT-DET-ACTION
           MOVE OCARD-COMPANY     TO RPT-DET-COMPANY
           MOVE OCARD-DEPT-CODE   TO RPT-DET-DEPT
           MOVE OCARD-COST-CENTER TO RPT-DET-CC
           MOVE WS-RESULT         TO RPT-DET-RESULT
           MOVE SPACES            TO RPT-DET-MANAGER
           IF OCARD-MANAGER
             MOVE SPACES TO RPT-DET-DEPT
             MOVE SPACES TO RPT-DET-CC
             IF WS-RESULT(1:7) = 'MANAGER'
               PERFORM FORMAT-MANAGER-TEXT
             END-IF
           END-IF
           MOVE WS-RPT-DETAIL TO ORGRPT-LINE
           WRITE ORGRPT-LINE.

