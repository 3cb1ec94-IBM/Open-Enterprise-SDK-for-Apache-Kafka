      * the business gets same-morning aggregate answers without a
      * master sweep:
      * a. AGGSTORE - the aggregates KSDS, read in key order (bands,
      *    then countries, then leaver/rehire counts, then states,
      *    then employees on leave by leave type).
      * b. AGGRPT - the report: one section per dimension, one line
      *    per value, with section totals. A negative count or total
      *    is flagged -- the store has drifted and a BOOTSTRAP
      ******************************************************************
      * Modification history
      * 2026-09-02 : new program.
      * 2026-10-15 : prints the leaver/rehire lifecycle dimension
      *              (type L) IXYCAV64 now keeps -- running counts,
      *              so the section carries no total.
      * 2026-10-15 : prints the on-leave dimension (type V) -- one
      *              line per leave type, paid and unpaid apart, with
      *              the section total of employees on leave.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYAGRPT'.
                  88 AGG-BY-COUNTRY VALUE 'C'.
                  88 AGG-BY-STATE   VALUE 'S'.
                  88 AGG-BY-BAND    VALUE 'B'.
                  88 AGG-BY-LIFECYCLE VALUE 'L'.
                  88 AGG-BY-LEAVE   VALUE 'V'.
               10 AGG-VALUE         PIC X(20).
            05 AGG-COUNT            PIC S9(09)
                                    SIGN IS LEADING SEPARATE.
             WHEN AGG-BY-STATE
               STRING "  BY STATE"
                      DELIMITED BY SIZE INTO AGGRPT-LINE
             WHEN AGG-BY-LIFECYCLE
               STRING "  LEAVERS AND REHIRES (RUNNING COUNT, FINAL/"
                      "REHIRE SALARY)"
                      DELIMITED BY SIZE INTO AGGRPT-LINE
             WHEN AGG-BY-LEAVE
               STRING "  ON LEAVE BY LEAVE TYPE AND PAY"
                      DELIMITED BY SIZE INTO AGGRPT-LINE
             WHEN OTHER
               STRING "  UNRECOGNIZED DIMENSION TYPE " AGG-TYPE
                      DELIMITED BY SIZE INTO AGGRPT-LINE
           ADD AGG-SALARY-TOTAL TO WS-SECT-SALARY
           ADD AGG-INSUR-TOTAL  TO WS-SECT-INSUR.

      * Leavers and rehires are separate running counts -- adding
      * them together would mean nothing, so that section has no
      * total line.
       PRINT-SECTION-TOTAL.
           IF WS-CURRENT-TYPE = 'L'
             CONTINUE
           ELSE
             PERFORM PRINT-SECTION-TOTAL-LINE
           END-IF.

       PRINT-SECTION-TOTAL-LINE.
           MOVE WS-SECT-COUNT  TO TOT-COUNT
           MOVE WS-SECT-SALARY TO TOT-SALARY
           MOVE WS-SECT-INSUR  TO TOT-INSUR
