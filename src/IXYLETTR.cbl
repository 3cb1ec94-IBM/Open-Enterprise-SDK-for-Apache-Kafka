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
      * MAIN PROGRAM EMPLOYEE CHANGE-CONFIRMATION LETTERS
      ******************************************************************
      * IXYCAV64's EMIT-NOTIFICATIONS leaves one NOTIFFIL record for
      * every posting the NTFRULES rules say the employee must hear
      * about (NEWEMP, DELETE, INSCHG), and IXYMILST one for every
      * probation end and service anniversary coming due (PROBEND,
      * ANNIVSRY). This job turns them into the written letter:
      * a. NOTIFFIL - the notifications of the cycle, read front to
      *    back; one letter per record.
      * b. LTRTMPL  - the template library maintained by IXYLTMNT,
      *    keyed by template code (NTF-TEMPLATE) + line number. Line
      *    000 is the email subject, lines 001-999 the body. In the
      *    body these tokens are replaced:
      *        &NAME     full name          &EMPID    employee id
      *        &COMPANY  company code       &CLASS    NEWEMP/...
      *        &DEPT     department code    &DEPTNAME department name
      *        &LOCATION work location      &DATE     letter date
      *        &OLD      old amount         &NEW      new amount
      *        &MSDATE   milestone date     &YEARS    years of
      *                                               service
      *    (&MSDATE and &YEARS only on IXYMILST's PROBEND and
      *    ANNIVSRY milestones.)
      *    An unknown token is left in the text as written.
      * c. EMPMAST  - read by company + employee id (NTF-COMPANY) for
      *    the postal address and department. A leaver's record is
      *    kept, so a DELETE letter still finds the address.
      * d. ORGMAST  - read by the same key for the department name
      *    and location; optional -- without it the letter carries
      *    the master's department code alone.
      * e. LTREMAIL - the email-ready output, per letter an H record
      *    (address, subject, employee), one B record per body line
      *    and an E record with the line count.
      * f. LTRPRINT - the print-ready letters, 133-byte lines with
      *    an ASA control byte, each letter on a new page: date,
      *    address block, employee reference, body.
      * g. LTRCTL   - the mailing control report: one line per
      *    notification with the channel taken, then the counts.
      * An employee whose NTF-EMAIL is a usable address (one '@', a
      * name before it, a dotted domain after it, no blanks) is
      * sent the email; anyone else falls back to print. A letter
      * with neither a usable email nor an address on EMPMAST, or
      * whose template is not in the library, is HELD -- listed on
      * LTRCTL and produced nowhere.
      *
      * Return codes: 04 letters held; 16 NOTIFFIL, LTRTMPL, EMPMAST
      * or an output dataset unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      * 2026-10-15 : &MSDATE and &YEARS tokens for the probation and
      *              service-anniversary milestones from IXYMILST.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYLETTR'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT NOTIFFIL ASSIGN TO NOTIFFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-NOTIF-STATUS.

           SELECT LTRTMPL ASSIGN TO LTRTMPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LTRTMPL-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT LTREMAIL ASSIGN TO LTREMAIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LTREMAIL-STATUS.

           SELECT LTRPRINT ASSIGN TO LTRPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LTRPRINT-STATUS.

           SELECT LTRCTL ASSIGN TO LTRCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-LTRCTL-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYCAV64 and IXYMILST.
         FD NOTIFFIL
           RECORD CONTAINS 160  CHARACTERS
           BLOCK  CONTAINS 1600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  NOTIFICATION-RECORD.

         01 NOTIFICATION-RECORD.
            05 NTF-TIMESTAMP      PIC X(21).
            05 NTF-RUN-ID         PIC X(16).
            05 NTF-CLASS          PIC X(08).
                88 NTF-MILESTONE-CLASS VALUES 'PROBEND ' 'ANNIVSRY'.
            05 NTF-TEMPLATE       PIC X(08).
            05 NTF-EMPLOYEE-ID    PIC 9(09).
            05 NTF-FULL-NAME      PIC X(30).
            05 NTF-EMAIL          PIC X(40).
            05 NTF-AMOUNTS.
               10 NTF-OLD-AMOUNT  PIC 9(07)V9(02).
               10 NTF-NEW-AMOUNT  PIC 9(07)V9(02).
      * IXYMILST's milestones carry date and years of service here.
            05 NTF-MILESTONE REDEFINES NTF-AMOUNTS.
               10 NTF-MILESTONE-DATE PIC 9(08).
               10 NTF-SERVICE-YEARS  PIC 9(02).
               10 FILLER          PIC X(08).
            05 NTF-COMPANY        PIC X(03).
            05 FILLER             PIC X(07).

      * Record layout as maintained by IXYLTMNT.
         FD LTRTMPL
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LETTER-TEMPLATE-RECORD.

         01 LETTER-TEMPLATE-RECORD.
            05 LT-KEY.
               10 LT-TEMPLATE     PIC X(08).
               10 FILLER          PIC X(01).
               10 LT-LINE-NO      PIC 9(03).
            05 FILLER             PIC X(01).
            05 LT-TEXT            PIC X(60).
            05 FILLER             PIC X(07).

      * Record layout as written by UPDATE-EMPLOYEE-MASTER in
      * IXYCAV64.
         FD EMPMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-MASTER-RECORD.

         01 EMPLOYEE-MASTER-RECORD.
            05 EMPMAST-KEY.
               10 EMPMAST-COMPANY      PIC X(03).
               10 EMPMAST-EMPLOYEE-ID  PIC 9(09).
            05 EMPMAST-UPDATED-TS   PIC X(21).
            05 EMPMAST-EVENT-TS     PIC S9(18) BINARY.
            05 EMPMAST-DEPT-CODE    PIC X(06).
            05 EMPMAST-COST-CENTER  PIC X(08).
            05 EMPMAST-EVENT-DATA   PIC X(4000).
            05 EMPMAST-STATUS       PIC X(01).
                88 EMPMAST-TERMINATED VALUE 'T'.
            05 FILLER               PIC X(74).

      * Record layout as maintained by IXYORGMN.
         FD ORGMAST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  ORG-REFERENCE-RECORD.

         01 ORG-REFERENCE-RECORD.
            05 ORG-KEY.
               10 ORG-COMPANY        PIC X(03).
               10 ORG-EMPLOYEE-ID    PIC 9(09).
            05 ORG-DEPT-CODE      PIC X(06).
            05 ORG-DEPT-NAME      PIC X(30).
            05 ORG-COST-CENTER    PIC X(08).
            05 ORG-UNIT           PIC X(10).
            05 ORG-LOCATION       PIC X(20).
            05 ORG-UPDATED-TS     PIC X(21).
            05 FILLER             PIC X(13).

      * The email-ready output -- H, B and E records per letter.
         FD LTREMAIL
           RECORD CONTAINS 250  CHARACTERS
           BLOCK  CONTAINS 2500 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  EMAIL-LETTER-RECORD.

         01 EMAIL-LETTER-RECORD.
            05 EML-TYPE           PIC X(01).
                88 EML-HEADER     VALUE 'H'.
                88 EML-BODY       VALUE 'B'.
                88 EML-END        VALUE 'E'.
            05 FILLER             PIC X(01).
            05 EML-LETTER-NO      PIC 9(07).
            05 FILLER             PIC X(01).
            05 EML-DATA           PIC X(240).
            05 EML-HEADER-DATA REDEFINES EML-DATA.
               10 EMLH-TO            PIC X(40).
               10 FILLER             PIC X(01).
               10 EMLH-COMPANY       PIC X(03).
               10 FILLER             PIC X(01).
               10 EMLH-EMPLOYEE-ID   PIC 9(09).
               10 FILLER             PIC X(01).
               10 EMLH-CLASS         PIC X(08).
               10 FILLER             PIC X(01).
               10 EMLH-TEMPLATE      PIC X(08).
               10 FILLER             PIC X(01).
               10 EMLH-SUBJECT       PIC X(132).
               10 FILLER             PIC X(35).
            05 EML-BODY-DATA REDEFINES EML-DATA.
               10 EMLB-TEXT          PIC X(132).
               10 FILLER             PIC X(108).
            05 EML-END-DATA REDEFINES EML-DATA.
               10 EMLE-LINE-CNT      PIC 9(05).
               10 FILLER             PIC X(235).

         FD LTRPRINT
           RECORD CONTAINS 133   CHARACTERS
           BLOCK  CONTAINS 1330  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  PRINT-LETTER-LINE.

         01 PRINT-LETTER-LINE.
            05 PRT-ASA            PIC X(01).
            05 PRT-TEXT           PIC X(132).

         FD LTRCTL
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  LTRCTL-LINE.

         01 LTRCTL-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-NOTIF-STATUS     PIC X(02).
         01 WS-LTRTMPL-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-LTREMAIL-STATUS  PIC X(02).
         01 WS-LTRPRINT-STATUS  PIC X(02).
         01 WS-LTRCTL-STATUS    PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.
         01 WS-ORGMAST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-ORGMAST-OPEN VALUE 'Y'.

      * The template library in key order, as IXYLTMNT writes it.
         01 WS-LT-MAX           PIC S9(8) BINARY VALUE 20000.
         01 WS-LT-CNT           PIC S9(8) BINARY VALUE 0.
         01 WS-LT-TABLE.
            05 WS-LT-ENTRY OCCURS 20000 TIMES.
              10 WS-LT-KEY         PIC X(12).
              10 WS-LT-TEXT        PIC X(60).
         01 WS-LT-IDX           PIC S9(8) BINARY VALUE 0.
         01 WS-LT-FOUND-IDX     PIC S9(8) BINARY VALUE 0.
         01 WS-LT-LOW           PIC S9(8) BINARY VALUE 0.
         01 WS-LT-HIGH          PIC S9(8) BINARY VALUE 0.
         01 WS-LT-MID           PIC S9(8) BINARY VALUE 0.
         01 WS-LT-SEARCH-KEY.
            05 WS-LT-SEARCH-TEMPLATE PIC X(08).
            05 FILLER                PIC X(01) VALUE SPACE.
            05 WS-LT-SEARCH-LINE     PIC X(03) VALUE '000'.
         01 WS-LT-BODY-START    PIC S9(8) BINARY VALUE 0.
         01 WS-LT-BODY-CNT      PIC S9(8) BINARY VALUE 0.

      * The letter in hand.
         01 WS-LETTER-NO        PIC 9(07) VALUE 0.
         01 WS-CHANNEL          PIC X(05).
             88 WS-CHANNEL-EMAIL VALUE 'EMAIL'.
             88 WS-CHANNEL-PRINT VALUE 'PRINT'.
             88 WS-CHANNEL-HELD  VALUE 'HELD '.
         01 WS-CHANNEL-NOTE     PIC X(40).
         01 WS-SUBJECT          PIC X(60).
         01 WS-HAVE-ADDRESS-SW  PIC X(01).
             88 WS-HAVE-ADDRESS VALUE 'Y'.
         01 WS-ADDR-STREET      PIC X(30).
         01 WS-ADDR-CITY-LINE   PIC X(60).
         01 WS-ADDR-COUNTRY     PIC X(20).
         01 WS-LTR-DEPT-CODE    PIC X(06).
         01 WS-LTR-DEPT-NAME    PIC X(30).
         01 WS-LTR-LOCATION     PIC X(20).
         01 WS-LTR-DATE         PIC X(10).
         01 WS-EDIT-AMOUNT      PIC Z,ZZZ,ZZ9.99.
         01 WS-EDIT-YEARS       PIC Z9.

      * Email address check work fields.
         01 WS-EMAIL-OK-SW      PIC X(01).
             88 WS-EMAIL-OK     VALUE 'Y'.
         01 WS-EMAIL-LEN        PIC S9(4) BINARY VALUE 0.
         01 WS-EMAIL-AT-CNT     PIC S9(4) BINARY VALUE 0.
         01 WS-EMAIL-AT-POS     PIC S9(4) BINARY VALUE 0.
         01 WS-EMAIL-DOT-CNT    PIC S9(4) BINARY VALUE 0.
         01 WS-EMAIL-BLANK-CNT  PIC S9(4) BINARY VALUE 0.

      * Token substitution -- one template line in, one letter line
      * out.
         01 WS-SUB-IN           PIC X(60).
         01 WS-SUB-OUT          PIC X(132).
         01 WS-SUB-POS          PIC S9(4) BINARY VALUE 0.
         01 WS-SUB-PTR          PIC S9(4) BINARY VALUE 0.
         01 WS-SUB-CHAR         PIC X(01).
         01 WS-TOKEN            PIC X(10).
         01 WS-TOKEN-LEN        PIC S9(4) BINARY VALUE 0.
         01 WS-TOKEN-END-SW     PIC X(01).
             88 WS-TOKEN-END    VALUE 'Y'.
         01 WS-TOKEN-VALUE      PIC X(60).
         01 WS-VALUE-LEN        PIC S9(4) BINARY VALUE 0.

      * Counts for LTRCTL and the job summary.
         01 WS-NOTIF-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-EMAIL-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-PRINT-CNT        PIC S9(9) BINARY VALUE 0.
         01 WS-FALLBACK-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-HELD-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-NO-MASTER-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-PRINT-LINE-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-EMAIL-REC-CNT    PIC S9(9) BINARY VALUE 0.

         01 WS-CTL-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-LETTER-NO       PIC 9(07).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-COMPANY         PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-EMPLOYEE-ID     PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-FULL-NAME       PIC X(30).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-CLASS           PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-TEMPLATE        PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-CHANNEL         PIC X(05).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-NOTE            PIC X(40).
            05 FILLER              PIC X(06) VALUE SPACES.

         01 WS-CTL-COUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CTL-COUNT-TEXT      PIC X(40).
            05 CTL-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(79) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      * Parameter area for the shared error logger IXYERRLG.
         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYLETTR'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- the master image is overlaid onto EVENT-DATA to get at the
      * address by name.
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "EMPLOYEE CHANGE-CONFIRMATION LETTERS"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS
           STRING WS-JOB-START-TS(1:4) "-" WS-JOB-START-TS(5:2) "-"
                  WS-JOB-START-TS(7:2)
                  DELIMITED BY SIZE INTO WS-LTR-DATE

           PERFORM LOAD-TEMPLATE-TABLE
           PERFORM OPEN-LETTER-FILES

           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ NOTIFFIL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-NOTIF-CNT
               PERFORM PRODUCE-ONE-LETTER
             END-READ
           END-PERFORM

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE NOTIFFIL
           CLOSE EMPMAST
           IF WS-ORGMAST-OPEN
             CLOSE ORGMAST
           END-IF
           CLOSE LTREMAIL
           CLOSE LTRPRINT
           CLOSE LTRCTL

           IF WS-HELD-CNT > 0
             MOVE 9843 TO ERRLOG-CODE
             MOVE "IXYLETTR: CONFIRMATION LETTERS HELD - SEE LTRCTL"
                      TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-LETTER-SUMMARY
           GOBACK
           .

       LOAD-TEMPLATE-TABLE.
      *****************************************************************
      * IXYLTMNT keeps LTRTMPL in key order; a record out of order
      * here means the library was edited by hand and not rewritten
      * by the utility, and is refused rather than searched wrongly.
      *****************************************************************
           OPEN INPUT LTRTMPL
           IF WS-LTRTMPL-STATUS NOT = '00'
             DISPLAY "ERROR : LTRTMPL NOT AVAILABLE, FILE STATUS "
                     WS-LTRTMPL-STATUS
             MOVE "IXYLETTR: LTRTMPL NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-LETTER-RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ LTRTMPL
             AT END SET WS-EOF TO TRUE
             NOT AT END
               IF LETTER-TEMPLATE-RECORD(1:1) = '*' OR
                  LETTER-TEMPLATE-RECORD = SPACES
                 CONTINUE
               ELSE
                 IF WS-LT-CNT >= WS-LT-MAX
                   DISPLAY "ERROR : MORE THAN " WS-LT-MAX
                           " LTRTMPL ENTRIES"
                   MOVE "IXYLETTR: LTRTMPL TABLE FULL" TO ERRLOG-MSG
                   PERFORM ABANDON-LETTER-RUN
                 END-IF
                 IF WS-LT-CNT > 0
                   IF LT-KEY NOT > WS-LT-KEY(WS-LT-CNT)
                     DISPLAY "ERROR : LTRTMPL OUT OF KEY ORDER AT "
                             LT-KEY " - REWRITE IT WITH IXYLTMNT"
                     MOVE "IXYLETTR: LTRTMPL OUT OF KEY ORDER" TO
                              ERRLOG-MSG
                     PERFORM ABANDON-LETTER-RUN
                   END-IF
                 END-IF
                 ADD 1 TO WS-LT-CNT
                 MOVE LT-KEY  TO WS-LT-KEY(WS-LT-CNT)
                 MOVE LT-TEXT TO WS-LT-TEXT(WS-LT-CNT)
               END-IF
             END-READ
           END-PERFORM
           CLOSE LTRTMPL
           DISPLAY "TEMPLATE LINES LOADED : " WS-LT-CNT.

       OPEN-LETTER-FILES.
           OPEN INPUT NOTIFFIL
           IF WS-NOTIF-STATUS NOT = '00'
             DISPLAY "ERROR : NOTIFFIL NOT AVAILABLE, FILE STATUS "
                     WS-NOTIF-STATUS
             MOVE "IXYLETTR: NOTIFFIL NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-LETTER-RUN
           END-IF
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : EMPMAST NOT AVAILABLE, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE "IXYLETTR: EMPMAST NOT AVAILABLE" TO ERRLOG-MSG
             PERFORM ABANDON-LETTER-RUN
           END-IF
           OPEN INPUT ORGMAST
           IF WS-ORGMAST-STATUS = '00'
             SET WS-ORGMAST-OPEN TO TRUE
           ELSE
             DISPLAY "ORGMAST NOT AVAILABLE - DEPARTMENT NAMES LEFT "
                     "OFF, FILE STATUS " WS-ORGMAST-STATUS
           END-IF
           OPEN OUTPUT LTREMAIL
           OPEN OUTPUT LTRPRINT
           OPEN OUTPUT LTRCTL
           IF WS-LTREMAIL-STATUS NOT = '00' OR
              WS-LTRPRINT-STATUS NOT = '00' OR
              WS-LTRCTL-STATUS NOT = '00'
             DISPLAY "ERROR : OUTPUT NOT AVAILABLE, LTREMAIL "
                     WS-LTREMAIL-STATUS " LTRPRINT "
                     WS-LTRPRINT-STATUS " LTRCTL " WS-LTRCTL-STATUS
             MOVE "IXYLETTR: LETTER OUTPUT NOT AVAILABLE" TO
                      ERRLOG-MSG
             PERFORM ABANDON-LETTER-RUN
           END-IF

           MOVE SPACES TO LTRCTL-LINE
           STRING "  CONFIRMATION LETTER MAILING CONTROL AT "
                  WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE SPACES TO LTRCTL-LINE
           STRING "  LETTER   CO   EMPLOYEE   NAME                    "
                  "        CLASS     TEMPLATE  CHANNEL  NOTE"
                  DELIMITED BY SIZE INTO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE ALL "-" TO LTRCTL-LINE
           WRITE LTRCTL-LINE.

       PRODUCE-ONE-LETTER.
      *****************************************************************
      * Template, address and department for one notification, then
      * the channel: email when the address is usable, print when
      * there is a postal address to print, otherwise held.
      *****************************************************************
           ADD 1 TO WS-LETTER-NO
           MOVE SPACES TO WS-CHANNEL-NOTE
           PERFORM FIND-LETTER-TEMPLATE
           PERFORM GATHER-EMPLOYEE-DETAILS
           PERFORM CHECK-EMAIL-ADDRESS

           EVALUATE TRUE
             WHEN WS-LT-BODY-CNT = 0
               SET WS-CHANNEL-HELD TO TRUE
               MOVE 'TEMPLATE NOT IN LTRTMPL' TO WS-CHANNEL-NOTE
             WHEN WS-EMAIL-OK
               SET WS-CHANNEL-EMAIL TO TRUE
               PERFORM WRITE-EMAIL-LETTER
               ADD 1 TO WS-EMAIL-CNT
             WHEN WS-HAVE-ADDRESS
               SET WS-CHANNEL-PRINT TO TRUE
               MOVE 'NO VALID EMAIL - PRINTED' TO WS-CHANNEL-NOTE
               PERFORM WRITE-PRINT-LETTER
               ADD 1 TO WS-PRINT-CNT
               ADD 1 TO WS-FALLBACK-CNT
             WHEN OTHER
               SET WS-CHANNEL-HELD TO TRUE
               MOVE 'NO VALID EMAIL AND NO ADDRESS' TO WS-CHANNEL-NOTE
           END-EVALUATE
           IF WS-CHANNEL-HELD
             ADD 1 TO WS-HELD-CNT
           END-IF

           MOVE WS-LETTER-NO    TO CTL-LETTER-NO
           MOVE NTF-COMPANY     TO CTL-COMPANY
           MOVE NTF-EMPLOYEE-ID TO CTL-EMPLOYEE-ID
           MOVE NTF-FULL-NAME   TO CTL-FULL-NAME
           MOVE NTF-CLASS       TO CTL-CLASS
           MOVE NTF-TEMPLATE    TO CTL-TEMPLATE
           MOVE WS-CHANNEL      TO CTL-CHANNEL
           MOVE WS-CHANNEL-NOTE TO CTL-NOTE
           MOVE WS-CTL-DETAIL TO LTRCTL-LINE
           WRITE LTRCTL-LINE.

       FIND-LETTER-TEMPLATE.
      *****************************************************************
      * Binary search for the template's line 000, or the slot it
      * would take; from there the template's lines run on in order.
      * A line 000 is the subject, the rest are the body.
      *****************************************************************
           MOVE NTF-TEMPLATE TO WS-LT-SEARCH-TEMPLATE
           MOVE 0 TO WS-LT-FOUND-IDX
           MOVE 1 TO WS-LT-LOW
           MOVE WS-LT-CNT TO WS-LT-HIGH
           PERFORM UNTIL WS-LT-LOW > WS-LT-HIGH
                      OR WS-LT-FOUND-IDX NOT = 0
             COMPUTE WS-LT-MID = (WS-LT-LOW + WS-LT-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-LT-KEY(WS-LT-MID) = WS-LT-SEARCH-KEY
                 MOVE WS-LT-MID TO WS-LT-FOUND-IDX
               WHEN WS-LT-KEY(WS-LT-MID) < WS-LT-SEARCH-KEY
                 COMPUTE WS-LT-LOW = WS-LT-MID + 1
               WHEN OTHER
                 COMPUTE WS-LT-HIGH = WS-LT-MID - 1
             END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-SUBJECT
           MOVE WS-LT-LOW TO WS-LT-BODY-START
           IF WS-LT-FOUND-IDX NOT = 0
             MOVE WS-LT-TEXT(WS-LT-FOUND-IDX) TO WS-SUBJECT
             COMPUTE WS-LT-BODY-START = WS-LT-FOUND-IDX + 1
           END-IF
           MOVE 0 TO WS-LT-BODY-CNT
           MOVE WS-LT-BODY-START TO WS-LT-IDX
           PERFORM UNTIL WS-LT-IDX > WS-LT-CNT
             IF WS-LT-KEY(WS-LT-IDX)(1:8) NOT = NTF-TEMPLATE
               MOVE WS-LT-CNT TO WS-LT-IDX
             ELSE
               ADD 1 TO WS-LT-BODY-CNT
             END-IF
             ADD 1 TO WS-LT-IDX
           END-PERFORM.

       GATHER-EMPLOYEE-DETAILS.
      *****************************************************************
      * Address from the master image, department code from the
      * master and its name and location from the reference. An
      * address needs at least a street or a city to be printable.
      *****************************************************************
           MOVE 'N' TO WS-HAVE-ADDRESS-SW
           MOVE SPACES TO WS-ADDR-STREET WS-ADDR-CITY-LINE
                          WS-ADDR-COUNTRY
           MOVE SPACES TO WS-LTR-DEPT-CODE WS-LTR-DEPT-NAME
                          WS-LTR-LOCATION

           MOVE NTF-COMPANY     TO EMPMAST-COMPANY
           MOVE NTF-EMPLOYEE-ID TO EMPMAST-EMPLOYEE-ID
           READ EMPMAST
           IF WS-EMPMAST-STATUS = '00'
             MOVE EMPMAST-EVENT-DATA TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
             MOVE EMPMAST-DEPT-CODE TO WS-LTR-DEPT-CODE
             MOVE street  TO WS-ADDR-STREET
             MOVE country TO WS-ADDR-COUNTRY
             STRING FUNCTION TRIM(city) DELIMITED BY SIZE
                    ", "                DELIMITED BY SIZE
                    FUNCTION TRIM(state) DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    FUNCTION TRIM(pincode) DELIMITED BY SIZE
                    INTO WS-ADDR-CITY-LINE
             IF street NOT = SPACES OR city NOT = SPACES
               SET WS-HAVE-ADDRESS TO TRUE
             END-IF
           ELSE
             ADD 1 TO WS-NO-MASTER-CNT
             MOVE 'NOT ON EMPMAST' TO WS-CHANNEL-NOTE
           END-IF

           IF WS-ORGMAST-OPEN
             MOVE NTF-COMPANY     TO ORG-COMPANY
             MOVE NTF-EMPLOYEE-ID TO ORG-EMPLOYEE-ID
             READ ORGMAST
             IF WS-ORGMAST-STATUS = '00'
               MOVE ORG-DEPT-CODE TO WS-LTR-DEPT-CODE
               MOVE ORG-DEPT-NAME TO WS-LTR-DEPT-NAME
               MOVE ORG-LOCATION  TO WS-LTR-LOCATION
             END-IF
           END-IF.

       CHECK-EMAIL-ADDRESS.
      *****************************************************************
      * Usable means: no embedded blank, exactly one '@' with
      * something before it, and a '.' in the domain that is neither
      * its first nor its last character.
      *****************************************************************
           MOVE 'N' TO WS-EMAIL-OK-SW
           MOVE 0 TO WS-EMAIL-LEN
           IF NTF-EMAIL NOT = SPACES
             INSPECT FUNCTION REVERSE(NTF-EMAIL) TALLYING WS-EMAIL-LEN
                     FOR LEADING SPACES
             COMPUTE WS-EMAIL-LEN = LENGTH OF NTF-EMAIL - WS-EMAIL-LEN
             MOVE 0 TO WS-EMAIL-AT-CNT WS-EMAIL-AT-POS
                       WS-EMAIL-BLANK-CNT WS-EMAIL-DOT-CNT
             INSPECT NTF-EMAIL(1:WS-EMAIL-LEN) TALLYING
                     WS-EMAIL-AT-CNT FOR ALL '@'
                     WS-EMAIL-BLANK-CNT FOR ALL SPACES
             INSPECT NTF-EMAIL TALLYING WS-EMAIL-AT-POS
                     FOR CHARACTERS BEFORE '@'
             ADD 1 TO WS-EMAIL-AT-POS
             IF WS-EMAIL-AT-CNT = 1 AND WS-EMAIL-BLANK-CNT = 0 AND
                WS-EMAIL-AT-POS > 1 AND
                WS-EMAIL-AT-POS + 3 <= WS-EMAIL-LEN
               INSPECT NTF-EMAIL(WS-EMAIL-AT-POS + 2:
                                 WS-EMAIL-LEN - WS-EMAIL-AT-POS - 2)
                       TALLYING WS-EMAIL-DOT-CNT FOR ALL '.'
               IF WS-EMAIL-DOT-CNT > 0 AND
                  NTF-EMAIL(WS-EMAIL-LEN:1) NOT = '.'
                 SET WS-EMAIL-OK TO TRUE
               END-IF
             END-IF
           END-IF.

       WRITE-EMAIL-LETTER.
           MOVE SPACES TO EMAIL-LETTER-RECORD
           SET EML-HEADER TO TRUE
           MOVE WS-LETTER-NO    TO EML-LETTER-NO
           MOVE NTF-EMAIL       TO EMLH-TO
           MOVE NTF-COMPANY     TO EMLH-COMPANY
           MOVE NTF-EMPLOYEE-ID TO EMLH-EMPLOYEE-ID
           MOVE NTF-CLASS       TO EMLH-CLASS
           MOVE NTF-TEMPLATE    TO EMLH-TEMPLATE
           MOVE WS-SUBJECT      TO WS-SUB-IN
           PERFORM SUBSTITUTE-TEMPLATE-LINE
           MOVE WS-SUB-OUT      TO EMLH-SUBJECT
           WRITE EMAIL-LETTER-RECORD
           ADD 1 TO WS-EMAIL-REC-CNT

           MOVE WS-LT-BODY-START TO WS-LT-IDX
           PERFORM WS-LT-BODY-CNT TIMES
             MOVE SPACES TO EMAIL-LETTER-RECORD
             SET EML-BODY TO TRUE
             MOVE WS-LETTER-NO TO EML-LETTER-NO
             MOVE WS-LT-TEXT(WS-LT-IDX) TO WS-SUB-IN
             PERFORM SUBSTITUTE-TEMPLATE-LINE
             MOVE WS-SUB-OUT TO EMLB-TEXT
             WRITE EMAIL-LETTER-RECORD
             ADD 1 TO WS-EMAIL-REC-CNT
             ADD 1 TO WS-LT-IDX
           END-PERFORM

           MOVE SPACES TO EMAIL-LETTER-RECORD
           SET EML-END TO TRUE
           MOVE WS-LETTER-NO   TO EML-LETTER-NO
           MOVE WS-LT-BODY-CNT TO EMLE-LINE-CNT
           WRITE EMAIL-LETTER-RECORD
           ADD 1 TO WS-EMAIL-REC-CNT.

       WRITE-PRINT-LETTER.
      *****************************************************************
      * ASA '1' starts the letter on a new page, '0' double-spaces,
      * ' ' single-spaces.
      *****************************************************************
           MOVE SPACES TO PRINT-LETTER-LINE
           MOVE '1' TO PRT-ASA
           MOVE WS-LTR-DATE TO PRT-TEXT(60:10)
           PERFORM WRITE-PRINT-LINE

           MOVE SPACES TO PRINT-LETTER-LINE
           MOVE '0' TO PRT-ASA
           MOVE NTF-FULL-NAME TO PRT-TEXT(5:)
           PERFORM WRITE-PRINT-LINE
           IF WS-ADDR-STREET NOT = SPACES
             MOVE SPACES TO PRINT-LETTER-LINE
             MOVE WS-ADDR-STREET TO PRT-TEXT(5:)
             PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LETTER-LINE
           MOVE WS-ADDR-CITY-LINE TO PRT-TEXT(5:)
           PERFORM WRITE-PRINT-LINE
           IF WS-ADDR-COUNTRY NOT = SPACES
             MOVE SPACES TO PRINT-LETTER-LINE
             MOVE WS-ADDR-COUNTRY TO PRT-TEXT(5:)
             PERFORM WRITE-PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LETTER-LINE
           MOVE '0' TO PRT-ASA
           STRING "    EMPLOYEE " NTF-COMPANY " " NTF-EMPLOYEE-ID
                  "   DEPARTMENT " WS-LTR-DEPT-CODE " "
                  WS-LTR-DEPT-NAME
                  DELIMITED BY SIZE INTO PRT-TEXT
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LETTER-LINE
           MOVE '0' TO PRT-ASA
           PERFORM WRITE-PRINT-LINE

           MOVE WS-LT-BODY-START TO WS-LT-IDX
           PERFORM WS-LT-BODY-CNT TIMES
             MOVE WS-LT-TEXT(WS-LT-IDX) TO WS-SUB-IN
             PERFORM SUBSTITUTE-TEMPLATE-LINE
             MOVE SPACES TO PRINT-LETTER-LINE
             MOVE WS-SUB-OUT TO PRT-TEXT(5:)
             PERFORM WRITE-PRINT-LINE
             ADD 1 TO WS-LT-IDX
           END-PERFORM.

       WRITE-PRINT-LINE.
           WRITE PRINT-LETTER-LINE
           ADD 1 TO WS-PRINT-LINE-CNT.

       SUBSTITUTE-TEMPLATE-LINE.
      *****************************************************************
      * Copies WS-SUB-IN to WS-SUB-OUT, replacing each '&' followed
      * by upper-case letters with the value of that token.
      *****************************************************************
           MOVE SPACES TO WS-SUB-OUT
           MOVE 1 TO WS-SUB-PTR
           MOVE 1 TO WS-SUB-POS
           PERFORM UNTIL WS-SUB-POS > LENGTH OF WS-SUB-IN
             MOVE WS-SUB-IN(WS-SUB-POS:1) TO WS-SUB-CHAR
             IF WS-SUB-CHAR = '&'
               MOVE SPACES TO WS-TOKEN
               MOVE 0 TO WS-TOKEN-LEN
               ADD 1 TO WS-SUB-POS
               MOVE 'N' TO WS-TOKEN-END-SW
               PERFORM UNTIL WS-SUB-POS > LENGTH OF WS-SUB-IN OR
                             WS-TOKEN-END
                 IF WS-SUB-IN(WS-SUB-POS:1) < 'A' OR
                    WS-SUB-IN(WS-SUB-POS:1) > 'Z' OR
                    WS-TOKEN-LEN >= LENGTH OF WS-TOKEN
                   SET WS-TOKEN-END TO TRUE
                 ELSE
                   ADD 1 TO WS-TOKEN-LEN
                   MOVE WS-SUB-IN(WS-SUB-POS:1) TO
                        WS-TOKEN(WS-TOKEN-LEN:1)
                   ADD 1 TO WS-SUB-POS
                 END-IF
               END-PERFORM
               PERFORM APPEND-TOKEN-VALUE
             ELSE
               IF WS-SUB-PTR <= LENGTH OF WS-SUB-OUT
                 MOVE WS-SUB-CHAR TO WS-SUB-OUT(WS-SUB-PTR:1)
                 ADD 1 TO WS-SUB-PTR
               END-IF
               ADD 1 TO WS-SUB-POS
             END-IF
           END-PERFORM.

       APPEND-TOKEN-VALUE.
           MOVE SPACES TO WS-TOKEN-VALUE
           EVALUATE WS-TOKEN
             WHEN 'NAME'
               MOVE NTF-FULL-NAME    TO WS-TOKEN-VALUE
             WHEN 'EMPID'
               MOVE NTF-EMPLOYEE-ID  TO WS-TOKEN-VALUE
             WHEN 'COMPANY'
               MOVE NTF-COMPANY      TO WS-TOKEN-VALUE
             WHEN 'CLASS'
               MOVE NTF-CLASS        TO WS-TOKEN-VALUE
             WHEN 'DEPT'
               MOVE WS-LTR-DEPT-CODE TO WS-TOKEN-VALUE
             WHEN 'DEPTNAME'
               MOVE WS-LTR-DEPT-NAME TO WS-TOKEN-VALUE
             WHEN 'LOCATION'
               MOVE WS-LTR-LOCATION  TO WS-TOKEN-VALUE
             WHEN 'DATE'
               MOVE WS-LTR-DATE      TO WS-TOKEN-VALUE
             WHEN 'OLD'
               MOVE NTF-OLD-AMOUNT   TO WS-EDIT-AMOUNT
               MOVE FUNCTION TRIM(WS-EDIT-AMOUNT) TO WS-TOKEN-VALUE
             WHEN 'NEW'
               MOVE NTF-NEW-AMOUNT   TO WS-EDIT-AMOUNT
               MOVE FUNCTION TRIM(WS-EDIT-AMOUNT) TO WS-TOKEN-VALUE
             WHEN 'MSDATE'
               IF NTF-MILESTONE-CLASS
                 STRING NTF-MILESTONE-DATE(1:4) "-"
                        NTF-MILESTONE-DATE(5:2) "-"
                        NTF-MILESTONE-DATE(7:2)
                        DELIMITED BY SIZE INTO WS-TOKEN-VALUE
               END-IF
             WHEN 'YEARS'
               IF NTF-MILESTONE-CLASS
                 MOVE NTF-SERVICE-YEARS TO WS-EDIT-YEARS
                 MOVE FUNCTION TRIM(WS-EDIT-YEARS) TO WS-TOKEN-VALUE
               END-IF
             WHEN OTHER
               STRING "&" WS-TOKEN(1:WS-TOKEN-LEN)
                      DELIMITED BY SIZE INTO WS-TOKEN-VALUE
           END-EVALUATE
           IF WS-TOKEN-LEN = 0
             MOVE '&' TO WS-TOKEN-VALUE
           END-IF
           IF WS-TOKEN-VALUE NOT = SPACES
             MOVE 0 TO WS-VALUE-LEN
             INSPECT FUNCTION REVERSE(WS-TOKEN-VALUE)
                     TALLYING WS-VALUE-LEN FOR LEADING SPACES
             COMPUTE WS-VALUE-LEN =
                     LENGTH OF WS-TOKEN-VALUE - WS-VALUE-LEN
             IF WS-SUB-PTR <= LENGTH OF WS-SUB-OUT
               STRING WS-TOKEN-VALUE(1:WS-VALUE-LEN)
                      DELIMITED BY SIZE INTO WS-SUB-OUT
                      WITH POINTER WS-SUB-PTR
               END-STRING
             END-IF
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE "NOTIFICATIONS READ"          TO CTL-COUNT-TEXT
           MOVE WS-NOTIF-CNT                  TO CTL-COUNT-VALUE
           MOVE WS-CTL-COUNT-LINE TO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE "LETTERS SENT BY EMAIL"       TO CTL-COUNT-TEXT
           MOVE WS-EMAIL-CNT                  TO CTL-COUNT-VALUE
           MOVE WS-CTL-COUNT-LINE TO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE "LETTERS PRINTED"             TO CTL-COUNT-TEXT
           MOVE WS-PRINT-CNT                  TO CTL-COUNT-VALUE
           MOVE WS-CTL-COUNT-LINE TO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE "  OF WHICH NO VALID EMAIL"   TO CTL-COUNT-TEXT
           MOVE WS-FALLBACK-CNT               TO CTL-COUNT-VALUE
           MOVE WS-CTL-COUNT-LINE TO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE "LETTERS HELD"                TO CTL-COUNT-TEXT
           MOVE WS-HELD-CNT                   TO CTL-COUNT-VALUE
           MOVE WS-CTL-COUNT-LINE TO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE "EMPLOYEES NOT ON EMPMAST"    TO CTL-COUNT-TEXT
           MOVE WS-NO-MASTER-CNT              TO CTL-COUNT-VALUE
           MOVE WS-CTL-COUNT-LINE TO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE "LTREMAIL RECORDS WRITTEN"    TO CTL-COUNT-TEXT
           MOVE WS-EMAIL-REC-CNT              TO CTL-COUNT-VALUE
           MOVE WS-CTL-COUNT-LINE TO LTRCTL-LINE
           WRITE LTRCTL-LINE
           MOVE "LTRPRINT LINES WRITTEN"      TO CTL-COUNT-TEXT
           MOVE WS-PRINT-LINE-CNT             TO CTL-COUNT-VALUE
           MOVE WS-CTL-COUNT-LINE TO LTRCTL-LINE
           WRITE LTRCTL-LINE.

       ABANDON-LETTER-RUN.
           MOVE 9844 TO ERRLOG-CODE
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 16 TO RETURN-CODE
           PERFORM DISPLAY-LETTER-SUMMARY
           GOBACK.

       DISPLAY-LETTER-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYLETTR JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  NOTIFICATIONS    : " WS-NOTIF-CNT
           DISPLAY "  EMAILED          : " WS-EMAIL-CNT
           DISPLAY "  PRINTED          : " WS-PRINT-CNT
           DISPLAY "  HELD             : " WS-HELD-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYLETTR'.
