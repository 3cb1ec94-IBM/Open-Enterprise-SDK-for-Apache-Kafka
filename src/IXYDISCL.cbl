      *    archive index (matched on the message key's anchored
      *    employeeId).
      * c. DSCLPKG - the formatted disclosure package: per request,
      *    the employee's current master position field by field
      *    (dependents and beneficiaries included),
      *    then one line per holding found in each dataset.
      * d. DSCLAUD - the audit trail: one record per request saying
      *    who asked (the legal reference), when it ran, and how
      *              the payload scans and the archive message key.
      *              A bare id must not disclose the same-numbered
      *              employee of another company.
      * 2026-10-15 : EMPMAST widened 4055 -> 4130 in step with
      *              IXYCAV64's leaver/rehire lifecycle. A leaver's
      *              record now survives the tombstone, so the
      *              employment status, termination and any prior
      *              service period are disclosed with the position.
      * 2026-10-15 : the dependents and beneficiaries the master holds
      *              for the employee (name, relationship, date of
      *              birth, coverage share) are disclosed with the
      *              position.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYDISCL'.

      * Same layouts their writing programs maintain.
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

         FD RTPRDSNP
           RECORD CONTAINS 4009  CHARACTERS
             88 WS-CO-LABEL-SEEN VALUE 'Y'.

         01 WS-FIELD-AMOUNT-D   PIC Z,ZZZ,ZZ9.99.
         01 WS-DEP-IDX          PIC 9(02) VALUE 0.
         01 WS-DEP-SHARE-D      PIC ZZ9.99.

         01 WS-RPT-FIELD.
            05 FILLER              PIC X(04) VALUE SPACES.
           PERFORM WRITE-FIELD-LINE
           MOVE 'COST CENTER'       TO FLD-NAME
           MOVE EMPMAST-COST-CENTER TO FLD-VALUE
           PERFORM WRITE-FIELD-LINE
           PERFORM WRITE-LIFECYCLE-FIELDS
           IF dependentsIncluded = 'Y'
             PERFORM WRITE-DEPENDENT-FIELDS
           END-IF.

       WRITE-DEPENDENT-FIELDS.
      *****************************************************************
      * One line per dependent or beneficiary on the master image --
      * the people the employee named are part of what we hold on
      * them. An image from before the block existed has none.
      *****************************************************************
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > 24
             IF dependentRole(WS-DEP-IDX) NOT = SPACE
               MOVE SPACES TO FLD-NAME
               IF dependentRole(WS-DEP-IDX) = 'B'
                 STRING 'BENEFICIARY ' WS-DEP-IDX
                        DELIMITED BY SIZE INTO FLD-NAME
               ELSE
                 STRING 'DEPENDENT ' WS-DEP-IDX
                        DELIMITED BY SIZE INTO FLD-NAME
               END-IF
               MOVE dependentShare(WS-DEP-IDX) TO WS-DEP-SHARE-D
               MOVE SPACES TO FLD-VALUE
               STRING dependentName(WS-DEP-IDX)
                      "  " dependentRelation(WS-DEP-IDX)
                      "  BORN " dependentBirthDate(WS-DEP-IDX)
                      "  SHARE " WS-DEP-SHARE-D "%"
                      DELIMITED BY SIZE INTO FLD-VALUE
               PERFORM WRITE-FIELD-LINE
             END-IF
           END-PERFORM.

       WRITE-LIFECYCLE-FIELDS.
      *****************************************************************
      * The employment status, and for a leaver or rehire the dates,
      * reasons and final salaries the master holds on them. A
      * record from before the lifecycle area existed reads as
      * spaces and is simply active.
      *****************************************************************
           MOVE 'EMPLOYMENT STATUS' TO FLD-NAME
           IF EMPMAST-TERMINATED
             MOVE 'LEFT'            TO FLD-VALUE
           ELSE
             MOVE 'ACTIVE'          TO FLD-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           IF EMPMAST-TERMINATED
             MOVE 'TERMINATION DATE'  TO FLD-NAME
             MOVE SPACES              TO FLD-VALUE
             MOVE EMPMAST-TERM-DATE   TO FLD-VALUE(1:8)
             PERFORM WRITE-FIELD-LINE
             MOVE 'TERMINATION REASON' TO FLD-NAME
             MOVE EMPMAST-TERM-REASON TO FLD-VALUE
             PERFORM WRITE-FIELD-LINE
             MOVE 'FINAL SALARY'      TO FLD-NAME
             MOVE EMPMAST-FINAL-SALARY TO WS-FIELD-AMOUNT-D
             MOVE WS-FIELD-AMOUNT-D   TO FLD-VALUE
             PERFORM WRITE-FIELD-LINE
           END-IF
           IF EMPMAST-REHIRE-CNT NUMERIC AND EMPMAST-REHIRE-CNT > 0
             MOVE 'REHIRE DATE'       TO FLD-NAME
             MOVE SPACES              TO FLD-VALUE
             MOVE EMPMAST-REHIRE-DATE TO FLD-VALUE(1:8)
             PERFORM WRITE-FIELD-LINE
             MOVE 'TIMES REHIRED'     TO FLD-NAME
             MOVE SPACES              TO FLD-VALUE
             MOVE EMPMAST-REHIRE-CNT  TO FLD-VALUE(1:3)
             PERFORM WRITE-FIELD-LINE
             MOVE 'PRIOR HIRE DATE'   TO FLD-NAME
             MOVE SPACES              TO FLD-VALUE
             MOVE EMPMAST-PRIOR-HIRE-DATE TO FLD-VALUE(1:8)
             PERFORM WRITE-FIELD-LINE
             MOVE 'PRIOR TERM DATE'   TO FLD-NAME
             MOVE SPACES              TO FLD-VALUE
             MOVE EMPMAST-PRIOR-TERM-DATE TO FLD-VALUE(1:8)
             PERFORM WRITE-FIELD-LINE
             MOVE 'PRIOR TERM REASON' TO FLD-NAME
             MOVE EMPMAST-PRIOR-TERM-REASON TO FLD-VALUE
             PERFORM WRITE-FIELD-LINE
             MOVE 'PRIOR FINAL SALARY' TO FLD-NAME
             MOVE EMPMAST-PRIOR-FINAL-SALARY TO WS-FIELD-AMOUNT-D
             MOVE WS-FIELD-AMOUNT-D   TO FLD-VALUE
             PERFORM WRITE-FIELD-LINE
           END-IF.

       WRITE-FIELD-LINE.
           MOVE WS-RPT-FIELD TO DSCLPKG-LINE
