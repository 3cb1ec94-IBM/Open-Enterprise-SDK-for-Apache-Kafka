       CBL PGMNAME(LONGMIXED) NODLL NOEXPORTALL
      ******************************************************************
      * Copyright IBM Corp. 2025
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      ******************************************************************
      * MAIN PROGRAM SEGREGATION-OF-DUTIES CONFLICT REVIEW
      ******************************************************************
      * IXYAUTHZ answers one user, program and action at a time; it
      * cannot see that one person holds both halves of a control
      * meant for two. This review, run for the quarterly access
      * sign-off, looks at the grants as a whole:
      * a. SODRULES - the conflicting action pairs, one card each,
      *    fixed columns:
      *        cols 1-8   rule id
      *        cols 10-17 program, first side
      *        cols 19-26 action, first side
      *        cols 28-35 program, second side
      *        cols 37-44 action, second side
      *        cols 46-80 description
      *    '*' in column 1 is a comment. Sides name one program and
      *    one action each -- no wildcards.
      * b. AUTHFIL - the grants, exactly as IXYAUTHZ reads them. A
      *    '*' program or action is expanded: it holds every side
      *    it would be allowed by IXYAUTHZ, and the report says the
      *    side is held by WILDCARD rather than EXPLICIT grant.
      * c. Every user holding both sides of a pair is listed, with
      *    how often each side was actually used in the review
      *    period and when last, taken from the trails:
      *      AUTHAUD  IXYAUTHZ verdicts -- ALLOWED calls only;
      *      CFAUD    IXYCFMNT PROPOSE/APPROVE/DIRECT runs (optional)
      *               -- program IXYCFMNT, action as the event;
      *      APPRAUD  IXYAPPRV decisions (optional) -- an APPROVE is
      *               program IXYAPPRV action RELEASE, a REJECT is
      *               action REJECT.
      *    BOTH USED means the person has actually been both sides
      *    of the control; ONE USED and NOT USED are grants to
      *    remove or to accept with a reason.
      * d. SODRPT - the sign-off report: the pairs reviewed, the
      *    conflicts, the totals and the reviewer sign-off block.
      *
      * PARM: cols 1-8 first day of the review period, cols 10-17
      * last day, both YYYYMMDD (default: the whole trail).
      *
      * Return codes: 04 a user holds a conflicting pair, or a trail
      * was unavailable; 08 a user has used both sides, or the usage
      * table filled; 12 invalid PARM, SODRULES card or a table full
      * of grants, users or rules; 16 SODRULES, AUTHFIL or SODRPT
      * unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYSODRV'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SODRULES ASSIGN TO SODRULES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SODRULES-STATUS.

           SELECT AUTHFIL ASSIGN TO AUTHFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-AUTHFIL-STATUS.

           SELECT AUTHAUD ASSIGN TO AUTHAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-AUTHAUD-STATUS.

           SELECT CFAUD ASSIGN TO CFAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CFAUD-STATUS.

           SELECT APPRAUD ASSIGN TO APPRAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-APPRAUD-STATUS.

           SELECT SODRPT ASSIGN TO SODRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-SODRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Example card:
      *   SOD001   IXYCFMNT PROPOSE  IXYCFMNT APPROVE  CONFIG DUAL CTL
         FD SODRULES
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SOD-RULE-CARD.

         01 SOD-RULE-CARD.
            05 SOD-RULE-ID        PIC X(08).
            05 FILLER             PIC X(01).
            05 SOD-PROGRAM-A      PIC X(08).
            05 FILLER             PIC X(01).
            05 SOD-ACTION-A       PIC X(08).
            05 FILLER             PIC X(01).
            05 SOD-PROGRAM-B      PIC X(08).
            05 FILLER             PIC X(01).
            05 SOD-ACTION-B       PIC X(08).
            05 FILLER             PIC X(01).
            05 SOD-DESCRIPTION    PIC X(35).

      * Record layouts as IXYAUTHZ declares them.
         FD AUTHFIL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  AUTHORITY-CARD.

         01 AUTHORITY-CARD.
            05 AUTH-CARD-USER     PIC X(08).
            05 FILLER             PIC X(01).
            05 AUTH-CARD-PROGRAM  PIC X(08).
            05 FILLER             PIC X(01).
            05 AUTH-CARD-ACTION   PIC X(08).
            05 FILLER             PIC X(54).

         FD AUTHAUD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  AUTHORITY-AUDIT-RECORD.

         01 AUTHORITY-AUDIT-RECORD.
            05 AUD-TIMESTAMP      PIC X(21).
            05 AUD-USER           PIC X(08).
            05 AUD-PROGRAM        PIC X(08).
            05 AUD-ACTION         PIC X(08).
            05 AUD-VERDICT        PIC X(08).
            05 FILLER             PIC X(27).

      * Record layout as IXYCFMNT declares it.
         FD CFAUD
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CONFIG-AUDIT-RECORD.

         01 CONFIG-AUDIT-RECORD.
            05 CFA-TIMESTAMP      PIC X(21).
            05 CFA-EVENT          PIC X(08).
            05 CFA-TARGET         PIC X(08).
            05 CFA-USER           PIC X(08).
            05 CFA-OTHER-USER     PIC X(08).
            05 CFA-CARD-CNT       PIC 9(05).
            05 FILLER             PIC X(22).

      * Record layout as IXYAPPRV declares it -- only the leading
      * fields are needed here.
         FD APPRAUD
           RECORD CONTAINS 140  CHARACTERS
           BLOCK  CONTAINS 1400 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  APPROVAL-AUDIT-RECORD.

         01 APPROVAL-AUDIT-RECORD.
            05 AAUD-TIMESTAMP     PIC X(21).
            05 AAUD-USERID        PIC X(08).
            05 AAUD-ACTION        PIC X(07).
            05 FILLER             PIC X(104).

         FD SODRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  SODRPT-LINE.

         01 SODRPT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-SODRULES-STATUS  PIC X(02).
         01 WS-AUTHFIL-STATUS   PIC X(02).
         01 WS-AUTHAUD-STATUS   PIC X(02).
         01 WS-CFAUD-STATUS     PIC X(02).
         01 WS-APPRAUD-STATUS   PIC X(02).
         01 WS-SODRPT-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-SODRPT-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-SODRPT-OPEN  VALUE 'Y'.
         01 WS-DECK-SW          PIC X(01) VALUE 'N'.
             88 WS-DECK-BAD     VALUE 'Y'.

      * The review period, YYYYMMDD.
         01 WS-PERIOD-FROM      PIC X(08) VALUE '00000000'.
         01 WS-PERIOD-TO        PIC X(08) VALUE '99999999'.
         01 WS-EVENT-DATE       PIC X(08).

      * Which trails could be read.
         01 WS-TRAIL-NOTE       PIC X(60) VALUE SPACES.
         01 WS-AUTHAUD-READ-SW  PIC X(01) VALUE 'N'.
             88 WS-AUTHAUD-READ VALUE 'Y'.
         01 WS-CFAUD-READ-SW    PIC X(01) VALUE 'N'.
             88 WS-CFAUD-READ   VALUE 'Y'.
         01 WS-APPRAUD-READ-SW  PIC X(01) VALUE 'N'.
             88 WS-APPRAUD-READ VALUE 'Y'.

      * The conflicting pairs from SODRULES.
         01 WS-RULE-MAX         PIC S9(4) BINARY VALUE 200.
         01 WS-RULE-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-RULE-TABLE.
            05 WS-RULE-ENTRY OCCURS 200 TIMES.
              10 WS-RUL-ID           PIC X(08).
              10 WS-RUL-PROGRAM-A    PIC X(08).
              10 WS-RUL-ACTION-A     PIC X(08).
              10 WS-RUL-PROGRAM-B    PIC X(08).
              10 WS-RUL-ACTION-B     PIC X(08).
              10 WS-RUL-DESCRIPTION  PIC X(35).
              10 WS-RUL-HOLDERS      PIC S9(9) BINARY.
         01 WS-RULE-IDX         PIC S9(4) BINARY VALUE 0.

      * The grants from AUTHFIL, and the distinct users holding
      * them in user order.
         01 WS-GRANT-MAX        PIC S9(4) BINARY VALUE 2000.
         01 WS-GRANT-CNT        PIC S9(4) BINARY VALUE 0.
         01 WS-GRANT-TABLE.
            05 WS-GRANT-ENTRY OCCURS 2000 TIMES.
              10 WS-GRT-USER         PIC X(08).
              10 WS-GRT-PROGRAM      PIC X(08).
              10 WS-GRT-ACTION       PIC X(08).
         01 WS-GRANT-IDX        PIC S9(4) BINARY VALUE 0.

         01 WS-USER-MAX         PIC S9(4) BINARY VALUE 1000.
         01 WS-USER-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-USER-TABLE.
            05 WS-USR-ID OCCURS 1000 TIMES PIC X(08).
         01 WS-USER-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-USER-POS         PIC S9(4) BINARY VALUE 0.
         01 WS-USER-FOUND-SW    PIC X(01).
             88 WS-USER-FOUND   VALUE 'Y'.

      * Use of each rule side, per user, within the period.
         01 WS-USE-MAX          PIC S9(4) BINARY VALUE 5000.
         01 WS-USE-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-USE-TABLE.
            05 WS-USE-ENTRY OCCURS 5000 TIMES.
              10 WS-USE-USER         PIC X(08).
              10 WS-USE-PROGRAM      PIC X(08).
              10 WS-USE-ACTION       PIC X(08).
              10 WS-USE-TIMES        PIC S9(9) BINARY.
              10 WS-USE-LAST-DATE    PIC X(08).
         01 WS-USE-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-USE-FOUND-IDX    PIC S9(4) BINARY VALUE 0.
         01 WS-USE-FULL-SW      PIC X(01) VALUE 'N'.
             88 WS-USE-FULL     VALUE 'Y'.

      * One trail event, as the trails are read.
         01 WS-EVT-USER         PIC X(08).
         01 WS-EVT-PROGRAM      PIC X(08).
         01 WS-EVT-ACTION       PIC X(08).
         01 WS-EVT-TS           PIC X(21).
         01 WS-EVT-IN-RULE-SW   PIC X(01).
             88 WS-EVT-IN-RULE  VALUE 'Y'.

      * One side of a pair, as held by the user under review.
         01 WS-SIDE-PROGRAM     PIC X(08).
         01 WS-SIDE-ACTION      PIC X(08).
         01 WS-SIDE-HOW         PIC X(08).
         01 WS-SIDE-TIMES       PIC S9(9) BINARY.
         01 WS-SIDE-LAST        PIC X(08).
         01 WS-HOW-A            PIC X(08).
         01 WS-TIMES-A          PIC S9(9) BINARY.
         01 WS-LAST-A           PIC X(08).

         01 WS-CONFLICT-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-BOTH-USED-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-ONE-USED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-NOT-USED-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-WILDCARD-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-CONFLICT-USERS   PIC S9(9) BINARY VALUE 0.
         01 WS-USER-CONFLICT-SW PIC X(01).
             88 WS-USER-CONFLICT VALUE 'Y'.
         01 WS-AUTHAUD-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-CFAUD-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-APPRAUD-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-EDIT-CNT         PIC Z(8)9.

         01 WS-RPT-RULE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-RUL-ID          PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RUL-PROGRAM-A   PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RUL-ACTION-A    PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RUL-PROGRAM-B   PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RUL-ACTION-B    PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-RUL-HOLDERS     PIC ZZZZ9.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 RPT-RUL-DESCRIPTION PIC X(35).
            05 FILLER              PIC X(42) VALUE SPACES.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-USER        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-RULE        PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-PROGRAM-A   PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ACTION-A    PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-HOW-A       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-TIMES-A     PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-LAST-A      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-PROGRAM-B   PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-ACTION-B    PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-HOW-B       PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-TIMES-B     PIC ZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-LAST-B      PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 RPT-DET-FINDING     PIC X(09).
            05 FILLER              PIC X(19) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYSODRV'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 PARM-DATA.
           05 PARM-LENGTH            PIC S9(4) COMP.
           05 PARM-FROM              PIC X(08).
           05 FILLER                 PIC X(01).
           05 PARM-TO                PIC X(08).

       PROCEDURE DIVISION USING PARM-DATA.
           DISPLAY "SEGREGATION-OF-DUTIES CONFLICT REVIEW"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM CHECK-PERIOD-PARM
           PERFORM LOAD-CONFLICT-RULES
           PERFORM LOAD-GRANTS
           IF WS-DECK-BAD
             MOVE 12 TO RETURN-CODE
             MOVE "IXYSODRV: SODRULES OR AUTHFIL INCOMPLETE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-REVIEW-RUN
           END-IF

           PERFORM READ-AUTHORITY-TRAIL
           PERFORM READ-CONFIG-TRAIL
           PERFORM READ-APPROVAL-TRAIL

           OPEN OUTPUT SODRPT
           IF WS-SODRPT-STATUS NOT = '00'
             DISPLAY "ERROR : SODRPT NOT AVAILABLE, FILE STATUS "
                     WS-SODRPT-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYSODRV: SODRPT NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REVIEW-RUN
           END-IF
           SET WS-SODRPT-OPEN TO TRUE
           PERFORM PRINT-REPORT-HEADINGS
           PERFORM PRINT-CONFLICTS
           PERFORM PRINT-RULES-REVIEWED
           PERFORM PRINT-REVIEW-TOTALS
           PERFORM PRINT-SIGN-OFF
           CLOSE SODRPT

           EVALUATE TRUE
             WHEN WS-BOTH-USED-CNT > 0
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN WS-CONFLICT-CNT > 0
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
           END-EVALUATE
           PERFORM DISPLAY-REVIEW-SUMMARY
           GOBACK
           .

       CHECK-PERIOD-PARM.
           IF PARM-LENGTH >= 8
             MOVE PARM-FROM TO WS-PERIOD-FROM
           END-IF
           IF PARM-LENGTH >= 17
             MOVE PARM-TO TO WS-PERIOD-TO
           END-IF
           IF (PARM-LENGTH > 0 AND PARM-LENGTH < 8) OR
              (PARM-LENGTH > 9 AND PARM-LENGTH < 17) OR
              WS-PERIOD-FROM IS NOT NUMERIC OR
              WS-PERIOD-TO IS NOT NUMERIC OR
              WS-PERIOD-FROM > WS-PERIOD-TO
             DISPLAY "ERROR : PARM MUST BE YYYYMMDD YYYYMMDD (FIRST "
                     "AND LAST DAY OF THE REVIEW PERIOD)"
             MOVE 12 TO RETURN-CODE
             MOVE "IXYSODRV: INVALID PARM" TO ERRLOG-MSG
             PERFORM ABANDON-REVIEW-RUN
           END-IF
           DISPLAY "REVIEW PERIOD      : " WS-PERIOD-FROM " TO "
                   WS-PERIOD-TO.

       LOAD-CONFLICT-RULES.
      *****************************************************************
      * A review with a pair silently missing is worse than none --
      * an unreadable card or a full table stops the run.
      *****************************************************************
           OPEN INPUT SODRULES
           IF WS-SODRULES-STATUS NOT = '00'
             DISPLAY "ERROR : SODRULES NOT AVAILABLE, FILE STATUS "
                     WS-SODRULES-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYSODRV: SODRULES NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REVIEW-RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ SODRULES
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF SOD-RULE-CARD(1:1) NOT = '*' AND
                  SOD-RULE-CARD NOT = SPACES
                 PERFORM LOAD-CONFLICT-RULE
               END-IF
             END-READ
           END-PERFORM
           CLOSE SODRULES
           IF WS-RULE-CNT = 0
             DISPLAY "ERROR : SODRULES HOLDS NO CONFLICTING PAIRS"
             SET WS-DECK-BAD TO TRUE
           END-IF
           DISPLAY "CONFLICTING PAIRS  : " WS-RULE-CNT.

       LOAD-CONFLICT-RULE.
           EVALUATE TRUE
             WHEN SOD-RULE-ID = SPACES OR
                  SOD-PROGRAM-A = SPACES OR SOD-ACTION-A = SPACES OR
                  SOD-PROGRAM-B = SPACES OR SOD-ACTION-B = SPACES
               DISPLAY "ERROR : SODRULES CARD INCOMPLETE : "
                       SOD-RULE-CARD
               SET WS-DECK-BAD TO TRUE
             WHEN SOD-PROGRAM-A = '*       ' OR
                  SOD-ACTION-A  = '*       ' OR
                  SOD-PROGRAM-B = '*       ' OR
                  SOD-ACTION-B  = '*       '
               DISPLAY "ERROR : SODRULES SIDES NAME ONE PROGRAM AND "
                       "ONE ACTION : " SOD-RULE-CARD
               SET WS-DECK-BAD TO TRUE
             WHEN SOD-PROGRAM-A = SOD-PROGRAM-B AND
                  SOD-ACTION-A = SOD-ACTION-B
               DISPLAY "ERROR : SODRULES CARD PAIRS A SIDE WITH "
                       "ITSELF : " SOD-RULE-CARD
               SET WS-DECK-BAD TO TRUE
             WHEN WS-RULE-CNT >= WS-RULE-MAX
               DISPLAY "ERROR : MORE THAN " WS-RULE-MAX
                       " SODRULES CARDS"
               SET WS-DECK-BAD TO TRUE
             WHEN OTHER
               ADD 1 TO WS-RULE-CNT
               MOVE SOD-RULE-ID     TO WS-RUL-ID(WS-RULE-CNT)
               MOVE SOD-PROGRAM-A   TO WS-RUL-PROGRAM-A(WS-RULE-CNT)
               MOVE SOD-ACTION-A    TO WS-RUL-ACTION-A(WS-RULE-CNT)
               MOVE SOD-PROGRAM-B   TO WS-RUL-PROGRAM-B(WS-RULE-CNT)
               MOVE SOD-ACTION-B    TO WS-RUL-ACTION-B(WS-RULE-CNT)
               MOVE SOD-DESCRIPTION TO
                        WS-RUL-DESCRIPTION(WS-RULE-CNT)
               MOVE 0 TO WS-RUL-HOLDERS(WS-RULE-CNT)
           END-EVALUATE.

       LOAD-GRANTS.
      *****************************************************************
      * AUTHFIL is read the way IXYAUTHZ reads it: comments and
      * cards without a user grant nothing.
      *****************************************************************
           OPEN INPUT AUTHFIL
           IF WS-AUTHFIL-STATUS NOT = '00'
             DISPLAY "ERROR : AUTHFIL NOT AVAILABLE, FILE STATUS "
                     WS-AUTHFIL-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE "IXYSODRV: AUTHFIL NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-REVIEW-RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ AUTHFIL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF AUTH-CARD-USER(1:1) NOT = '*' AND
                  AUTH-CARD-USER NOT = SPACES
                 PERFORM LOAD-GRANT
               END-IF
             END-READ
           END-PERFORM
           CLOSE AUTHFIL
           DISPLAY "GRANTS             : " WS-GRANT-CNT
           DISPLAY "USERS              : " WS-USER-CNT.

       LOAD-GRANT.
           IF WS-GRANT-CNT >= WS-GRANT-MAX
             IF NOT WS-DECK-BAD
               DISPLAY "ERROR : MORE THAN " WS-GRANT-MAX
                       " AUTHFIL GRANTS"
             END-IF
             SET WS-DECK-BAD TO TRUE
           ELSE
             ADD 1 TO WS-GRANT-CNT
             MOVE AUTH-CARD-USER    TO WS-GRT-USER(WS-GRANT-CNT)
             MOVE AUTH-CARD-PROGRAM TO WS-GRT-PROGRAM(WS-GRANT-CNT)
             MOVE AUTH-CARD-ACTION  TO WS-GRT-ACTION(WS-GRANT-CNT)
             PERFORM ADD-GRANT-USER
           END-IF.

       ADD-GRANT-USER.
      *****************************************************************
      * The user list is kept in user order so the report reads as
      * an access list does.
      *****************************************************************
           MOVE 'N' TO WS-USER-FOUND-SW
           MOVE 0 TO WS-USER-POS
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                     UNTIL WS-USER-IDX > WS-USER-CNT
                        OR WS-USER-FOUND OR WS-USER-POS NOT = 0
             EVALUATE TRUE
               WHEN WS-USR-ID(WS-USER-IDX) = AUTH-CARD-USER
                 SET WS-USER-FOUND TO TRUE
               WHEN WS-USR-ID(WS-USER-IDX) > AUTH-CARD-USER
                 MOVE WS-USER-IDX TO WS-USER-POS
             END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-USER-FOUND
               CONTINUE
             WHEN WS-USER-CNT >= WS-USER-MAX
               IF NOT WS-DECK-BAD
                 DISPLAY "ERROR : MORE THAN " WS-USER-MAX
                         " AUTHFIL USERS"
               END-IF
               SET WS-DECK-BAD TO TRUE
             WHEN OTHER
               IF WS-USER-POS = 0
                 COMPUTE WS-USER-POS = WS-USER-CNT + 1
               END-IF
               PERFORM VARYING WS-USER-IDX FROM WS-USER-CNT BY -1
                         UNTIL WS-USER-IDX < WS-USER-POS
                 MOVE WS-USR-ID(WS-USER-IDX) TO
                          WS-USR-ID(WS-USER-IDX + 1)
               END-PERFORM
               MOVE AUTH-CARD-USER TO WS-USR-ID(WS-USER-POS)
               ADD 1 TO WS-USER-CNT
           END-EVALUATE.

       READ-AUTHORITY-TRAIL.
      *****************************************************************
      * Only ALLOWED verdicts are use; a denied attempt did nothing.
      *****************************************************************
           OPEN INPUT AUTHAUD
           IF WS-AUTHAUD-STATUS NOT = '00'
             DISPLAY "WARNING : AUTHAUD NOT AVAILABLE, FILE STATUS "
                     WS-AUTHAUD-STATUS " - USE NOT CHECKED"
             STRING "AUTHAUD NOT AVAILABLE - IXYAUTHZ USE NOT "
                    "CHECKED"
                    DELIMITED BY SIZE INTO WS-TRAIL-NOTE
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             SET WS-AUTHAUD-READ TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ AUTHAUD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF AUD-VERDICT = 'ALLOWED '
                   MOVE AUD-TIMESTAMP TO WS-EVT-TS
                   MOVE AUD-USER      TO WS-EVT-USER
                   MOVE AUD-PROGRAM   TO WS-EVT-PROGRAM
                   MOVE AUD-ACTION    TO WS-EVT-ACTION
                   PERFORM COUNT-TRAIL-EVENT
                   ADD 1 TO WS-AUTHAUD-CNT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE AUTHAUD
           END-IF.

       READ-CONFIG-TRAIL.
           OPEN INPUT CFAUD
           IF WS-CFAUD-STATUS NOT = '00'
             DISPLAY "CFAUD NOT AVAILABLE - IXYCFMNT USE FROM "
                     "AUTHAUD ONLY"
           ELSE
             SET WS-CFAUD-READ TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ CFAUD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE CFA-TIMESTAMP TO WS-EVT-TS
                 MOVE CFA-USER      TO WS-EVT-USER
                 MOVE 'IXYCFMNT'    TO WS-EVT-PROGRAM
                 MOVE CFA-EVENT     TO WS-EVT-ACTION
                 PERFORM COUNT-TRAIL-EVENT
                 ADD 1 TO WS-CFAUD-CNT
               END-READ
             END-PERFORM
             CLOSE CFAUD
           END-IF.

       READ-APPROVAL-TRAIL.
           OPEN INPUT APPRAUD
           IF WS-APPRAUD-STATUS NOT = '00'
             DISPLAY "APPRAUD NOT AVAILABLE - IXYAPPRV USE FROM "
                     "AUTHAUD ONLY"
           ELSE
             SET WS-APPRAUD-READ TO TRUE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ APPRAUD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 MOVE AAUD-TIMESTAMP TO WS-EVT-TS
                 MOVE AAUD-USERID    TO WS-EVT-USER
                 MOVE 'IXYAPPRV'     TO WS-EVT-PROGRAM
                 IF AAUD-ACTION = 'APPROVE'
                   MOVE 'RELEASE ' TO WS-EVT-ACTION
                 ELSE
                   MOVE AAUD-ACTION TO WS-EVT-ACTION
                 END-IF
                 PERFORM COUNT-TRAIL-EVENT
                 ADD 1 TO WS-APPRAUD-CNT
               END-READ
             END-PERFORM
             CLOSE APPRAUD
           END-IF.

       COUNT-TRAIL-EVENT.
      *****************************************************************
      * Use is kept only for the sides some pair names, and only
      * inside the review period.
      *****************************************************************
           MOVE WS-EVT-TS(1:8) TO WS-EVENT-DATE
           IF WS-EVENT-DATE < WS-PERIOD-FROM OR
              WS-EVENT-DATE > WS-PERIOD-TO OR
              WS-EVT-USER = SPACES
             CONTINUE
           ELSE
             MOVE 'N' TO WS-EVT-IN-RULE-SW
             PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-CNT
                          OR WS-EVT-IN-RULE
               IF (WS-RUL-PROGRAM-A(WS-RULE-IDX) = WS-EVT-PROGRAM AND
                   WS-RUL-ACTION-A(WS-RULE-IDX) = WS-EVT-ACTION) OR
                  (WS-RUL-PROGRAM-B(WS-RULE-IDX) = WS-EVT-PROGRAM AND
                   WS-RUL-ACTION-B(WS-RULE-IDX) = WS-EVT-ACTION)
                 SET WS-EVT-IN-RULE TO TRUE
               END-IF
             END-PERFORM
             IF WS-EVT-IN-RULE
               PERFORM RECORD-SIDE-USE
             END-IF
           END-IF.

       RECORD-SIDE-USE.
           MOVE 0 TO WS-USE-FOUND-IDX
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                     UNTIL WS-USE-IDX > WS-USE-CNT
                        OR WS-USE-FOUND-IDX NOT = 0
             IF WS-USE-USER(WS-USE-IDX) = WS-EVT-USER AND
                WS-USE-PROGRAM(WS-USE-IDX) = WS-EVT-PROGRAM AND
                WS-USE-ACTION(WS-USE-IDX) = WS-EVT-ACTION
               MOVE WS-USE-IDX TO WS-USE-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-USE-FOUND-IDX = 0
             IF WS-USE-CNT >= WS-USE-MAX
               IF NOT WS-USE-FULL
                 DISPLAY "ERROR : MORE THAN " WS-USE-MAX
                         " USER/SIDE USE ENTRIES - LATER USE NOT "
                         "COUNTED"
                 SET WS-USE-FULL TO TRUE
                 IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
                 END-IF
               END-IF
             ELSE
               ADD 1 TO WS-USE-CNT
               MOVE WS-USE-CNT TO WS-USE-FOUND-IDX
               MOVE WS-EVT-USER    TO WS-USE-USER(WS-USE-CNT)
               MOVE WS-EVT-PROGRAM TO WS-USE-PROGRAM(WS-USE-CNT)
               MOVE WS-EVT-ACTION  TO WS-USE-ACTION(WS-USE-CNT)
               MOVE 0              TO WS-USE-TIMES(WS-USE-CNT)
               MOVE SPACES         TO WS-USE-LAST-DATE(WS-USE-CNT)
             END-IF
           END-IF
           IF WS-USE-FOUND-IDX NOT = 0
             ADD 1 TO WS-USE-TIMES(WS-USE-FOUND-IDX)
             IF WS-EVENT-DATE > WS-USE-LAST-DATE(WS-USE-FOUND-IDX)
               MOVE WS-EVENT-DATE TO
                        WS-USE-LAST-DATE(WS-USE-FOUND-IDX)
             END-IF
           END-IF.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO SODRPT-LINE
           STRING "  SEGREGATION-OF-DUTIES CONFLICT REVIEW AT "
                  WS-JOB-START-TS(1:21)
                  " - PERIOD " WS-PERIOD-FROM " TO " WS-PERIOD-TO
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           IF WS-TRAIL-NOTE NOT = SPACES
             MOVE SPACES TO SODRPT-LINE
             STRING "  *** " WS-TRAIL-NOTE
                    DELIMITED BY SIZE INTO SODRPT-LINE
             WRITE SODRPT-LINE
           END-IF
           MOVE SPACES TO SODRPT-LINE
           STRING "  USERS HOLDING BOTH SIDES OF A CONFLICTING PAIR"
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  USER     RULE     FIRST SIDE        HELD BY  "
                  " USES LAST USE SECOND SIDE       HELD BY  "
                  " USES LAST USE FINDING"
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE ALL "-" TO SODRPT-LINE
           WRITE SODRPT-LINE.

       PRINT-CONFLICTS.
      *****************************************************************
      * Every user against every pair; a user holding both sides,
      * however granted, is a conflict.
      *****************************************************************
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                     UNTIL WS-USER-IDX > WS-USER-CNT
             MOVE 'N' TO WS-USER-CONFLICT-SW
             PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-CNT
               PERFORM CHECK-USER-AGAINST-RULE
             END-PERFORM
             IF WS-USER-CONFLICT
               ADD 1 TO WS-CONFLICT-USERS
             END-IF
           END-PERFORM
           IF WS-CONFLICT-CNT = 0
             MOVE SPACES TO SODRPT-LINE
             STRING "  NO USER HOLDS BOTH SIDES OF ANY PAIR"
                    DELIMITED BY SIZE INTO SODRPT-LINE
             WRITE SODRPT-LINE
           END-IF.

       CHECK-USER-AGAINST-RULE.
           MOVE WS-RUL-PROGRAM-A(WS-RULE-IDX) TO WS-SIDE-PROGRAM
           MOVE WS-RUL-ACTION-A(WS-RULE-IDX)  TO WS-SIDE-ACTION
           PERFORM FIND-SIDE-GRANT
           IF WS-SIDE-HOW NOT = SPACES
             MOVE WS-SIDE-HOW   TO WS-HOW-A
             MOVE WS-SIDE-TIMES TO WS-TIMES-A
             MOVE WS-SIDE-LAST  TO WS-LAST-A
             MOVE WS-RUL-PROGRAM-B(WS-RULE-IDX) TO WS-SIDE-PROGRAM
             MOVE WS-RUL-ACTION-B(WS-RULE-IDX)  TO WS-SIDE-ACTION
             PERFORM FIND-SIDE-GRANT
             IF WS-SIDE-HOW NOT = SPACES
               PERFORM PRINT-CONFLICT-LINE
             END-IF
           END-IF.

       FIND-SIDE-GRANT.
      *****************************************************************
      * The grant that gives the user this side, as IXYAUTHZ would
      * match it -- an exact card wins over a wildcard in the report
      * -- then the user's use of the side in the period.
      *****************************************************************
           MOVE SPACES TO WS-SIDE-HOW
           PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                     UNTIL WS-GRANT-IDX > WS-GRANT-CNT
                        OR WS-SIDE-HOW = 'EXPLICIT'
             IF WS-GRT-USER(WS-GRANT-IDX) = WS-USR-ID(WS-USER-IDX)
               EVALUATE TRUE
                 WHEN WS-GRT-PROGRAM(WS-GRANT-IDX) = WS-SIDE-PROGRAM
                  AND WS-GRT-ACTION(WS-GRANT-IDX) = WS-SIDE-ACTION
                   MOVE 'EXPLICIT' TO WS-SIDE-HOW
                 WHEN (WS-GRT-PROGRAM(WS-GRANT-IDX) = WS-SIDE-PROGRAM
                    OR WS-GRT-PROGRAM(WS-GRANT-IDX) = '*       ')
                  AND (WS-GRT-ACTION(WS-GRANT-IDX) = WS-SIDE-ACTION
                    OR WS-GRT-ACTION(WS-GRANT-IDX) = '*       ')
                   MOVE 'WILDCARD' TO WS-SIDE-HOW
               END-EVALUATE
             END-IF
           END-PERFORM

           MOVE 0 TO WS-SIDE-TIMES
           MOVE SPACES TO WS-SIDE-LAST
           IF WS-SIDE-HOW NOT = SPACES
             PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                       UNTIL WS-USE-IDX > WS-USE-CNT
               IF WS-USE-USER(WS-USE-IDX) = WS-USR-ID(WS-USER-IDX)
                  AND WS-USE-PROGRAM(WS-USE-IDX) = WS-SIDE-PROGRAM
                  AND WS-USE-ACTION(WS-USE-IDX) = WS-SIDE-ACTION
                 MOVE WS-USE-TIMES(WS-USE-IDX)     TO WS-SIDE-TIMES
                 MOVE WS-USE-LAST-DATE(WS-USE-IDX) TO WS-SIDE-LAST
               END-IF
             END-PERFORM
           END-IF.

       PRINT-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-CNT
           ADD 1 TO WS-RUL-HOLDERS(WS-RULE-IDX)
           SET WS-USER-CONFLICT TO TRUE
           IF WS-HOW-A = 'WILDCARD' OR WS-SIDE-HOW = 'WILDCARD'
             ADD 1 TO WS-WILDCARD-CNT
           END-IF
           MOVE WS-USR-ID(WS-USER-IDX)        TO RPT-DET-USER
           MOVE WS-RUL-ID(WS-RULE-IDX)        TO RPT-DET-RULE
           MOVE WS-RUL-PROGRAM-A(WS-RULE-IDX) TO RPT-DET-PROGRAM-A
           MOVE WS-RUL-ACTION-A(WS-RULE-IDX)  TO RPT-DET-ACTION-A
           MOVE WS-HOW-A                      TO RPT-DET-HOW-A
           MOVE WS-TIMES-A                    TO RPT-DET-TIMES-A
           MOVE WS-LAST-A                     TO RPT-DET-LAST-A
           MOVE WS-RUL-PROGRAM-B(WS-RULE-IDX) TO RPT-DET-PROGRAM-B
           MOVE WS-RUL-ACTION-B(WS-RULE-IDX)  TO RPT-DET-ACTION-B
           MOVE WS-SIDE-HOW                   TO RPT-DET-HOW-B
           MOVE WS-SIDE-TIMES                 TO RPT-DET-TIMES-B
           MOVE WS-SIDE-LAST                  TO RPT-DET-LAST-B
           EVALUATE TRUE
             WHEN WS-TIMES-A > 0 AND WS-SIDE-TIMES > 0
               MOVE 'BOTH USED' TO RPT-DET-FINDING
               ADD 1 TO WS-BOTH-USED-CNT
             WHEN WS-TIMES-A > 0 OR WS-SIDE-TIMES > 0
               MOVE 'ONE USED ' TO RPT-DET-FINDING
               ADD 1 TO WS-ONE-USED-CNT
             WHEN OTHER
               MOVE 'NOT USED ' TO RPT-DET-FINDING
               ADD 1 TO WS-NOT-USED-CNT
           END-EVALUATE
           MOVE WS-RPT-DETAIL TO SODRPT-LINE
           WRITE SODRPT-LINE.

       PRINT-RULES-REVIEWED.
           MOVE SPACES TO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  CONFLICTING PAIRS REVIEWED"
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  RULE     FIRST SIDE        SECOND SIDE       "
                  "HOLDERS DESCRIPTION"
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE ALL "-" TO SODRPT-LINE
           WRITE SODRPT-LINE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-CNT
             MOVE WS-RUL-ID(WS-RULE-IDX)        TO RPT-RUL-ID
             MOVE WS-RUL-PROGRAM-A(WS-RULE-IDX) TO RPT-RUL-PROGRAM-A
             MOVE WS-RUL-ACTION-A(WS-RULE-IDX)  TO RPT-RUL-ACTION-A
             MOVE WS-RUL-PROGRAM-B(WS-RULE-IDX) TO RPT-RUL-PROGRAM-B
             MOVE WS-RUL-ACTION-B(WS-RULE-IDX)  TO RPT-RUL-ACTION-B
             MOVE WS-RUL-HOLDERS(WS-RULE-IDX)   TO RPT-RUL-HOLDERS
             MOVE WS-RUL-DESCRIPTION(WS-RULE-IDX) TO
                      RPT-RUL-DESCRIPTION
             MOVE WS-RPT-RULE TO SODRPT-LINE
             WRITE SODRPT-LINE
           END-PERFORM.

       PRINT-REVIEW-TOTALS.
           MOVE SPACES TO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  TOTALS"
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE ALL "-" TO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE WS-USER-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SODRPT-LINE
           STRING "  USERS REVIEWED                : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE WS-CONFLICT-USERS TO WS-EDIT-CNT
           MOVE SPACES TO SODRPT-LINE
           STRING "  USERS WITH A CONFLICT         : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE WS-CONFLICT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SODRPT-LINE
           STRING "  CONFLICTS                     : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE WS-BOTH-USED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SODRPT-LINE
           STRING "    BOTH SIDES USED             : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE WS-ONE-USED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SODRPT-LINE
           STRING "    ONE SIDE USED               : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE WS-NOT-USED-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SODRPT-LINE
           STRING "    NEITHER SIDE USED           : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE WS-WILDCARD-CNT TO WS-EDIT-CNT
           MOVE SPACES TO SODRPT-LINE
           STRING "    HELD THROUGH A WILDCARD     : " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  TRAILS READ                   : AUTHAUD "
                  WS-AUTHAUD-READ-SW " CFAUD " WS-CFAUD-READ-SW
                  " APPRAUD " WS-APPRAUD-READ-SW
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE.

       PRINT-SIGN-OFF.
      *****************************************************************
      * The quarterly review is signed on the report itself.
      *****************************************************************
           MOVE SPACES TO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  REVIEWER SIGN-OFF"
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE ALL "-" TO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  EACH CONFLICT ABOVE IS TO BE REMOVED FROM "
                  "AUTHFIL, OR ACCEPTED WITH THE COMPENSATING "
                  "CONTROL NOTED AGAINST IT."
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  REVIEWED BY   : ______________________    "
                  "DATE : ____________    "
                  "SIGNATURE : ______________________"
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           WRITE SODRPT-LINE
           MOVE SPACES TO SODRPT-LINE
           STRING "  ACCESS OWNER  : ______________________    "
                  "DATE : ____________    "
                  "SIGNATURE : ______________________"
                  DELIMITED BY SIZE INTO SODRPT-LINE
           WRITE SODRPT-LINE.

       ABANDON-REVIEW-RUN.
           MOVE 9857 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           IF WS-SODRPT-OPEN
             CLOSE SODRPT
           END-IF
           PERFORM DISPLAY-REVIEW-SUMMARY
           GOBACK.

       DISPLAY-REVIEW-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYSODRV JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  PERIOD           : " WS-PERIOD-FROM " TO "
                                           WS-PERIOD-TO
           DISPLAY "  PAIRS            : " WS-RULE-CNT
           DISPLAY "  GRANTS           : " WS-GRANT-CNT
           DISPLAY "  USERS            : " WS-USER-CNT
           DISPLAY "  AUTHAUD USES     : " WS-AUTHAUD-CNT
           DISPLAY "  CFAUD EVENTS     : " WS-CFAUD-CNT
           DISPLAY "  APPRAUD EVENTS   : " WS-APPRAUD-CNT
           DISPLAY "  CONFLICTS        : " WS-CONFLICT-CNT
           DISPLAY "    BOTH USED      : " WS-BOTH-USED-CNT
           DISPLAY "    ONE USED       : " WS-ONE-USED-CNT
           DISPLAY "    NOT USED       : " WS-NOT-USED-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYSODRV'.
