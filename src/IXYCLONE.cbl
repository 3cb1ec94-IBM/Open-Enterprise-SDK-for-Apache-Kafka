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
      * MAIN PROGRAM MASKED PRODUCTION CLONE
      ******************************************************************
      * IXYSYNGN's synthetic volumes miss the shapes real data takes,
      * but a straight copy of the master to test exposes names,
      * contact details, pay and security tokens. This job runs in
      * production and writes test copies with every personal field
      * pseudonymized the same way wherever it appears:
      * a. KEYRING - the substitution key is the current CLONE-family
      *    card (see IXYCRYPT for the card format). There is no
      *    built-in key: without a current CLONE card the job clones
      *    nothing, so neither this load module nor anything it
      *    writes can rebuild the mapping outside production. The
      *    key is never written or displayed -- the report names the
      *    generation only. Rotating the card changes every
      *    pseudonym at the next refresh.
      * b. Every substitute is drawn from a keyed digest of the
      *    employee's company code and employeeId, so one employee
      *    gets the same fake name, email, phone, street, security
      *    token and document number in the master and in every
      *    journal image, run after run:
      *        fullName      - a first name and surname from the
      *                        tables below
      *        email         - first.surname.nnnn@example.test
      *        phoneNumber   - 555 and seven digits
      *        street        - house number and a street from the
      *                        table below
      *        securityToken - 16 hexadecimal digits
      *        documentData  - DOC- and 16 hexadecimal digits
      *    Salaries (annualSalary, salaryHistory, and the master's
      *    final and prior final salary) move by the employee's own
      *    keyed percentage, up to 5% either way, and are held inside
      *    the 25,000-wide salary band they started in -- the band
      *    the aggregates in IXYCAV64 report by. IDs, team-member
      *    links, department and cost-center codes, dates, city,
      *    state, country and the remaining fields are kept as they
      *    are.
      * c. EMPMAST -> EMPMCLN, the master KSDS, in key order.
      * d. ORGMAST -> ORGMCLN, the org-reference KSDS, copied as it
      *    stands -- it holds department structure, not people.
      * e. EMPJRNL -> EMPJCLN, the master journal, with the before
      *    and after images both pseudonymized.
      * f. CLONERPT - records read and written per dataset, images
      *    and salaries changed, and the key generation used.
      *
      * Return codes: 00 all three cloned; 04 ORGMAST or EMPJRNL not
      * available (that copy is skipped); 16 no CLONE key, EMPMAST
      * unavailable, or a clone dataset could not be written.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYCLONE'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT KEYRING ASSIGN TO KEYRING
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-KEYRING-STATUS.

           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPMAST-KEY
           FILE STATUS  IS WS-EMPMAST-STATUS.

           SELECT EMPMCLN ASSIGN TO EMPMCLN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CLNM-KEY
           FILE STATUS  IS WS-EMPMCLN-STATUS.

           SELECT ORGMAST ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ORG-KEY
           FILE STATUS  IS WS-ORGMAST-STATUS.

           SELECT ORGMCLN ASSIGN TO ORGMCLN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CLNO-KEY
           FILE STATUS  IS WS-ORGMCLN-STATUS.

           SELECT EMPJRNL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPJRNL-STATUS.

           SELECT EMPJCLN ASSIGN TO EMPJCLN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EMPJCLN-STATUS.

           SELECT CLONERPT ASSIGN TO CLONERPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CLONERPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * One card per key generation per family -- see IXYCRYPT for
      * the card format. This job reads the CLONE family.
         FD KEYRING
           RECORD CONTAINS 80  CHARACTERS
           BLOCK  CONTAINS 800 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  KEY-RING-CARD.

         01 KEY-RING-CARD.
            05 KR-FAMILY          PIC X(08).
            05 FILLER             PIC X(01).
            05 KR-GEN             PIC X(01).
            05 FILLER             PIC X(01).
            05 KR-KEY             PIC X(16).
            05 FILLER             PIC X(01).
            05 KR-CURRENT         PIC X(01).
            05 FILLER             PIC X(51).

      * Record layout as written by IXYCAV64.
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

      * The master clone -- the EMPMAST layout, keyed the same.
         FD EMPMCLN
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  CLONE-MASTER-RECORD.

         01 CLONE-MASTER-RECORD.
            05 CLNM-KEY             PIC X(12).
            05 FILLER               PIC X(4118).

      * Record layout as written by IXYORGMN.
         FD ORGMAST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  ORG-REFERENCE-RECORD.

         01 ORG-REFERENCE-RECORD.
            05 ORG-KEY.
               10 ORG-COMPANY        PIC X(03).
               10 ORG-EMPLOYEE-ID    PIC 9(09).
            05 FILLER             PIC X(108).

         FD ORGMCLN
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS  CLONE-ORG-RECORD.

         01 CLONE-ORG-RECORD.
            05 CLNO-KEY             PIC X(12).
            05 FILLER               PIC X(108).

      * Record layout as written by IXYCAV64 / IXYMPOST.
         FD EMPJRNL
           RECORD CONTAINS 8108  CHARACTERS
           BLOCK  CONTAINS 81080 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MASTER-JOURNAL-RECORD.

         01 MASTER-JOURNAL-RECORD.
            05 JRN-TIMESTAMP        PIC X(21).
            05 JRN-RUN-ID           PIC X(16).
            05 JRN-PROGRAM          PIC X(08).
            05 JRN-ACTION           PIC X(01).
               88 JRN-ACTION-ADD    VALUE 'A'.
               88 JRN-ACTION-CHANGE VALUE 'C'.
               88 JRN-ACTION-DELETE VALUE 'D'.
            05 JRN-EMPLOYEE-ID      PIC 9(09).
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

         FD EMPJCLN
           RECORD CONTAINS 8108  CHARACTERS
           BLOCK  CONTAINS 81080 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CLONE-JOURNAL-RECORD.

         01 CLONE-JOURNAL-RECORD    PIC X(8108).

         FD CLONERPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  CLONERPT-LINE.

         01 CLONERPT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.
      * File Status
         01 WS-KEYRING-STATUS   PIC X(02).
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-EMPMCLN-STATUS   PIC X(02).
         01 WS-ORGMAST-STATUS   PIC X(02).
         01 WS-ORGMCLN-STATUS   PIC X(02).
         01 WS-EMPJRNL-STATUS   PIC X(02).
         01 WS-EMPJCLN-STATUS   PIC X(02).
         01 WS-CLONERPT-STATUS  PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

      * The substitution key -- held here for the run only.
         01 WS-CLONE-KEY        PIC X(16) VALUE SPACES.
         01 WS-CLONE-GEN        PIC X(01) VALUE SPACES.
         01 WS-KEY-LEN          PIC S9(4) BINARY VALUE 16.

      * Keyed digest work -- the two-accumulator fold of IXYSEAL.
         01 WS-DIGEST-INPUT.
            05 WS-DIGEST-TAG       PIC X(08).
            05 WS-DIGEST-COMPANY   PIC X(03).
            05 WS-DIGEST-EMPLOYEE  PIC 9(09).
            05 WS-DIGEST-KEY-TAIL  PIC X(16).
         01 WS-DIGEST-LEN       PIC S9(4) BINARY VALUE 36.
         01 WS-DIGEST-HEX       PIC X(16).
         01 WS-H1               PIC S9(18) BINARY VALUE 0.
         01 WS-H2               PIC S9(18) BINARY VALUE 0.
         01 WS-IDX              PIC S9(9) BINARY VALUE 0.
         01 WS-KEY-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-BYTE-VAL         PIC S9(9) BINARY VALUE 0.
         01 WS-KEY-VAL          PIC S9(9) BINARY VALUE 0.
         01 WS-NIBBLE           PIC S9(4) BINARY VALUE 0.
         01 WS-HEX-POS          PIC S9(4) BINARY VALUE 0.
         01 WS-WORK             PIC S9(18) BINARY VALUE 0.

      * The subject whose pseudonyms are held below; consecutive
      * records of one employee reuse them.
         01 WS-SUBJECT.
            05 WS-SUBJECT-COMPANY  PIC X(03) VALUE LOW-VALUES.
            05 WS-SUBJECT-EMPLOYEE PIC 9(09) VALUE 0.
         01 WS-PSEUDO.
            05 WS-PSEUDO-NAME      PIC X(30).
            05 WS-PSEUDO-EMAIL     PIC X(40).
            05 WS-PSEUDO-PHONE.
               10 FILLER           PIC X(03) VALUE '555'.
               10 WS-PSEUDO-PHONE-NO PIC 9(07).
            05 WS-PSEUDO-STREET    PIC X(30).
            05 WS-PSEUDO-TOKEN     PIC X(16).
            05 WS-PSEUDO-DOCUMENT  PIC X(20).
            05 WS-PSEUDO-SHIFT-BP  PIC S9(4) BINARY.
         01 WS-FIRST-IDX        PIC S9(4) BINARY VALUE 0.
         01 WS-LAST-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-STREET-IDX       PIC S9(4) BINARY VALUE 0.
         01 WS-HOUSE-NO         PIC 9(04) VALUE 0.
         01 WS-HOUSE-EDIT       PIC Z(03)9.
         01 WS-LOWER-FIRST      PIC X(10).
         01 WS-LOWER-LAST       PIC X(12).

      * Salary perturbation -- in cents, held inside the
      * 25,000-wide band the amount started in.
         01 WS-AMOUNT           PIC 9(07)V9(02).
         01 WS-BAND-NO          PIC S9(4) BINARY VALUE 0.
         01 WS-BAND-FLOOR       PIC S9(9)V9(02) VALUE 0.
         01 WS-BAND-CEILING     PIC S9(9)V9(02) VALUE 0.
         01 WS-AMOUNT-NEW       PIC S9(9)V9(02) VALUE 0.
         01 WS-SAL-IDX          PIC S9(4) BINARY VALUE 0.

      * Substitute first names, surnames and streets.
         01 WS-FIRST-NAME-VALUES.
            05 FILLER PIC X(40) VALUE
               'Alex      Blair     Casey     Dana      '.
            05 FILLER PIC X(40) VALUE
               'Eden      Frankie   Glenn     Harper    '.
            05 FILLER PIC X(40) VALUE
               'Indy      Jordan    Kai       Logan     '.
            05 FILLER PIC X(40) VALUE
               'Morgan    Noel      Oakley    Parker    '.
            05 FILLER PIC X(40) VALUE
               'Quinn     Riley     Sage      Taylor    '.
            05 FILLER PIC X(40) VALUE
               'Umber     Val       Wren      Yael      '.
            05 FILLER PIC X(40) VALUE
               'Zion      Avery     Brook     Cameron   '.
            05 FILLER PIC X(40) VALUE
               'Drew      Ellis     Finley    Gray      '.
         01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
            05 WS-FIRST-NAME OCCURS 32 TIMES PIC X(10).

         01 WS-SURNAME-VALUES.
            05 FILLER PIC X(48) VALUE
               'Ashdown     Barlow      Carver      Dalton      '.
            05 FILLER PIC X(48) VALUE
               'Everett     Fairley     Garland     Hartley     '.
            05 FILLER PIC X(48) VALUE
               'Ingram      Jessop      Kendrick    Lowther     '.
            05 FILLER PIC X(48) VALUE
               'Marlow      Northam     Oldfield    Pemberton   '.
            05 FILLER PIC X(48) VALUE
               'Quarry      Radley      Stanton     Thorne      '.
            05 FILLER PIC X(48) VALUE
               'Upton       Vance       Whitlock    Yardley     '.
            05 FILLER PIC X(48) VALUE
               'Ainsley     Brampton    Colby       Denholm     '.
            05 FILLER PIC X(48) VALUE
               'Elmore      Fenwick     Gresham     Holloway    '.
         01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
            05 WS-SURNAME OCCURS 32 TIMES PIC X(12).

         01 WS-STREET-VALUES.
            05 FILLER PIC X(32) VALUE
               'ACORN LANE      BIRCH ROAD      '.
            05 FILLER PIC X(32) VALUE
               'CEDAR AVENUE    ELM CLOSE       '.
            05 FILLER PIC X(32) VALUE
               'HAZEL DRIVE     LARCH WAY       '.
            05 FILLER PIC X(32) VALUE
               'MAPLE STREET    OAK TERRACE     '.
            05 FILLER PIC X(32) VALUE
               'PINE GROVE      ROWAN PLACE     '.
            05 FILLER PIC X(32) VALUE
               'SPRUCE COURT    WILLOW WALK     '.
            05 FILLER PIC X(32) VALUE
               'ALDER ROW       BEECH HILL      '.
            05 FILLER PIC X(32) VALUE
               'HOLLY GARDENS   YEW CRESCENT    '.
         01 WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
            05 WS-STREET-NAME OCCURS 16 TIMES PIC X(16).

         01 WS-MASTER-READ-CNT   PIC 9(09) VALUE 0.
         01 WS-MASTER-WRITE-CNT  PIC 9(09) VALUE 0.
         01 WS-ORG-READ-CNT      PIC 9(09) VALUE 0.
         01 WS-ORG-WRITE-CNT     PIC 9(09) VALUE 0.
         01 WS-JRNL-READ-CNT     PIC 9(09) VALUE 0.
         01 WS-JRNL-WRITE-CNT    PIC 9(09) VALUE 0.
         01 WS-IMAGE-CNT         PIC 9(09) VALUE 0.
         01 WS-SALARY-CNT        PIC 9(09) VALUE 0.
         01 WS-SUBJECT-CNT       PIC 9(09) VALUE 0.
         01 WS-ORG-STATE         PIC X(24) VALUE SPACES.
         01 WS-JRNL-STATE        PIC X(24) VALUE SPACES.
         01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
         01 WS-EDIT-COUNT-2      PIC ZZZ,ZZZ,ZZ9.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      ******************************************************************
         COPY IXYCASC.

       PROCEDURE DIVISION.
           DISPLAY "MASKED PRODUCTION CLONE"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-CLONE-KEY
           IF WS-CLONE-GEN = SPACES
             DISPLAY "ERROR : NO CURRENT CLONE KEY ON KEYRING -- "
                     "NOTHING CLONED"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                     WS-EMPMAST-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT EMPMCLN
           IF WS-EMPMCLN-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN EMPMCLN, FILE STATUS "
                     WS-EMPMCLN-STATUS
             CLOSE EMPMAST
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM CLONE-MASTER
           CLOSE EMPMAST
           CLOSE EMPMCLN

           PERFORM CLONE-ORG-REFERENCE
           PERFORM CLONE-JOURNAL

           OPEN OUTPUT CLONERPT
           PERFORM PRINT-CLONE-REPORT
           CLOSE CLONERPT
           PERFORM DISPLAY-CLONE-SUMMARY
      * The key goes no further than this run.
           MOVE SPACES TO WS-CLONE-KEY
           MOVE SPACES TO WS-DIGEST-KEY-TAIL
           GOBACK
           .

       LOAD-CLONE-KEY.
      *****************************************************************
      * The current CLONE-family card, if there is one. There is
      * deliberately no default.
      *****************************************************************
           OPEN INPUT KEYRING
           IF WS-KEYRING-STATUS = '00'
             PERFORM UNTIL WS-KEYRING-STATUS NOT = '00'
               READ KEYRING
                 AT END MOVE '10' TO WS-KEYRING-STATUS
                 NOT AT END
                   IF KR-FAMILY = 'CLONE   ' AND KR-CURRENT = 'Y'
                      AND KR-KEY NOT = SPACES
                     MOVE KR-KEY TO WS-CLONE-KEY
                     MOVE KR-GEN TO WS-CLONE-GEN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE KEYRING
           END-IF.

       CLONE-MASTER.
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
             READ EMPMAST NEXT
             AT END SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-MASTER-READ-CNT
               MOVE EMPMAST-EVENT-DATA
                 TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
               PERFORM PSEUDONYMIZE-EVENT
               MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA)
                 TO EMPMAST-EVENT-DATA
               MOVE EMPMAST-FINAL-SALARY TO WS-AMOUNT
               PERFORM PERTURB-AMOUNT
               MOVE WS-AMOUNT TO EMPMAST-FINAL-SALARY
               MOVE EMPMAST-PRIOR-FINAL-SALARY TO WS-AMOUNT
               PERFORM PERTURB-AMOUNT
               MOVE WS-AMOUNT TO EMPMAST-PRIOR-FINAL-SALARY
               MOVE EMPLOYEE-MASTER-RECORD TO CLONE-MASTER-RECORD
               WRITE CLONE-MASTER-RECORD
               IF WS-EMPMCLN-STATUS = '00'
                 ADD 1 TO WS-MASTER-WRITE-CNT
               ELSE
                 DISPLAY "ERROR : EMPMCLN WRITE FAILED, FILE STATUS "
                         WS-EMPMCLN-STATUS
                 MOVE 16 TO RETURN-CODE
                 SET WS-EOF TO TRUE
               END-IF
             END-READ
           END-PERFORM.

       CLONE-ORG-REFERENCE.
           OPEN INPUT ORGMAST
           IF WS-ORGMAST-STATUS NOT = '00'
             DISPLAY "NOTE : ORGMAST NOT AVAILABLE, FILE STATUS "
                     WS-ORGMAST-STATUS " -- ORGMCLN NOT WRITTEN"
             MOVE 'NOT AVAILABLE - SKIPPED ' TO WS-ORG-STATE
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             OPEN OUTPUT ORGMCLN
             IF WS-ORGMCLN-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN ORGMCLN, FILE STATUS "
                       WS-ORGMCLN-STATUS
               MOVE 'CLONE NOT WRITTEN       ' TO WS-ORG-STATE
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE 'CLONED                  ' TO WS-ORG-STATE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 READ ORGMAST NEXT
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-ORG-READ-CNT
                   MOVE ORG-REFERENCE-RECORD TO CLONE-ORG-RECORD
                   WRITE CLONE-ORG-RECORD
                   IF WS-ORGMCLN-STATUS = '00'
                     ADD 1 TO WS-ORG-WRITE-CNT
                   ELSE
                     DISPLAY "ERROR : ORGMCLN WRITE FAILED, "
                             "FILE STATUS " WS-ORGMCLN-STATUS
                     MOVE 'CLONE INCOMPLETE        ' TO WS-ORG-STATE
                     MOVE 16 TO RETURN-CODE
                     SET WS-EOF TO TRUE
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE ORGMCLN
             END-IF
             CLOSE ORGMAST
           END-IF.

       CLONE-JOURNAL.
      *****************************************************************
      * An add has no before image and a delete may have no after
      * image; an empty image is copied as it is.
      *****************************************************************
           OPEN INPUT EMPJRNL
           IF WS-EMPJRNL-STATUS NOT = '00'
             DISPLAY "NOTE : EMPJRNL NOT AVAILABLE, FILE STATUS "
                     WS-EMPJRNL-STATUS " -- EMPJCLN NOT WRITTEN"
             MOVE 'NOT AVAILABLE - SKIPPED ' TO WS-JRNL-STATE
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             OPEN OUTPUT EMPJCLN
             IF WS-EMPJCLN-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN EMPJCLN, FILE STATUS "
                       WS-EMPJCLN-STATUS
               MOVE 'CLONE NOT WRITTEN       ' TO WS-JRNL-STATE
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE 'CLONED                  ' TO WS-JRNL-STATE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                 READ EMPJRNL
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-JRNL-READ-CNT
                   IF JRN-BEFORE-IMAGE NOT = SPACES AND
                      JRN-BEFORE-IMAGE NOT = LOW-VALUES
                     MOVE JRN-BEFORE-IMAGE
                       TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
                     PERFORM PSEUDONYMIZE-EVENT
                     MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA)
                       TO JRN-BEFORE-IMAGE
                   END-IF
                   IF JRN-AFTER-IMAGE NOT = SPACES AND
                      JRN-AFTER-IMAGE NOT = LOW-VALUES
                     MOVE JRN-AFTER-IMAGE
                       TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
                     PERFORM PSEUDONYMIZE-EVENT
                     MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA)
                       TO JRN-AFTER-IMAGE
                   END-IF
                   MOVE MASTER-JOURNAL-RECORD TO CLONE-JOURNAL-RECORD
                   WRITE CLONE-JOURNAL-RECORD
                   IF WS-EMPJCLN-STATUS = '00'
                     ADD 1 TO WS-JRNL-WRITE-CNT
                   ELSE
                     DISPLAY "ERROR : EMPJCLN WRITE FAILED, "
                             "FILE STATUS " WS-EMPJCLN-STATUS
                     MOVE 'CLONE INCOMPLETE        ' TO WS-JRNL-STATE
                     MOVE 16 TO RETURN-CODE
                     SET WS-EOF TO TRUE
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE EMPJCLN
             END-IF
             CLOSE EMPJRNL
           END-IF.

       PSEUDONYMIZE-EVENT.
      *****************************************************************
      * Replaces the personal fields of the image in EVENT-DATA with
      * the subject's pseudonyms and moves its salaries.
      *****************************************************************
           ADD 1 TO WS-IMAGE-CNT
           IF companyCode NOT = WS-SUBJECT-COMPANY OR
              employeeId  NOT = WS-SUBJECT-EMPLOYEE
             MOVE companyCode TO WS-SUBJECT-COMPANY
             MOVE employeeId  TO WS-SUBJECT-EMPLOYEE
             PERFORM DERIVE-PSEUDONYMS
           END-IF
           MOVE WS-PSEUDO-NAME     TO fullName
           MOVE WS-PSEUDO-EMAIL    TO email
           MOVE WS-PSEUDO-PHONE    TO phoneNumber
           MOVE WS-PSEUDO-STREET   TO street
           MOVE WS-PSEUDO-TOKEN    TO securityToken
           MOVE WS-PSEUDO-DOCUMENT TO documentData

           MOVE annualSalary TO WS-AMOUNT
           PERFORM PERTURB-AMOUNT
           MOVE WS-AMOUNT TO annualSalary
           MOVE 1 TO WS-SAL-IDX
           PERFORM UNTIL WS-SAL-IDX > 24
             MOVE salaryHistory(WS-SAL-IDX) TO WS-AMOUNT
             PERFORM PERTURB-AMOUNT
             MOVE WS-AMOUNT TO salaryHistory(WS-SAL-IDX)
             ADD 1 TO WS-SAL-IDX
           END-PERFORM.

       DERIVE-PSEUDONYMS.
           ADD 1 TO WS-SUBJECT-CNT
           MOVE WS-SUBJECT-COMPANY  TO WS-DIGEST-COMPANY
           MOVE WS-SUBJECT-EMPLOYEE TO WS-DIGEST-EMPLOYEE

           MOVE 'NAME    ' TO WS-DIGEST-TAG
           PERFORM COMPUTE-KEYED-DIGEST
           COMPUTE WS-FIRST-IDX = FUNCTION MOD(WS-H1, 32) + 1
           COMPUTE WS-LAST-IDX  = FUNCTION MOD(WS-H2, 32) + 1
           MOVE SPACES TO WS-PSEUDO-NAME
           STRING WS-FIRST-NAME(WS-FIRST-IDX) DELIMITED BY SPACE
                  " "                         DELIMITED BY SIZE
                  WS-SURNAME(WS-LAST-IDX)     DELIMITED BY SPACE
                  INTO WS-PSEUDO-NAME
           MOVE FUNCTION LOWER-CASE(WS-FIRST-NAME(WS-FIRST-IDX))
             TO WS-LOWER-FIRST
           MOVE FUNCTION LOWER-CASE(WS-SURNAME(WS-LAST-IDX))
             TO WS-LOWER-LAST
           MOVE SPACES TO WS-PSEUDO-EMAIL
           STRING WS-LOWER-FIRST     DELIMITED BY SPACE
                  "."                DELIMITED BY SIZE
                  WS-LOWER-LAST      DELIMITED BY SPACE
                  "."                DELIMITED BY SIZE
                  WS-DIGEST-HEX(1:4) DELIMITED BY SIZE
                  "@example.test"    DELIMITED BY SIZE
                  INTO WS-PSEUDO-EMAIL

           MOVE 'CONTACT ' TO WS-DIGEST-TAG
           PERFORM COMPUTE-KEYED-DIGEST
           COMPUTE WS-PSEUDO-PHONE-NO = FUNCTION MOD(WS-H1, 10000000)
           COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-H2, 9999) + 1
           COMPUTE WS-STREET-IDX = FUNCTION MOD(WS-H2 / 9999, 16) + 1
           MOVE WS-HOUSE-NO TO WS-HOUSE-EDIT
           MOVE SPACES TO WS-PSEUDO-STREET
           STRING FUNCTION TRIM(WS-HOUSE-EDIT) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-STREET-NAME(WS-STREET-IDX) DELIMITED BY SIZE
                  INTO WS-PSEUDO-STREET

           MOVE 'TOKEN   ' TO WS-DIGEST-TAG
           PERFORM COMPUTE-KEYED-DIGEST
           MOVE WS-DIGEST-HEX TO WS-PSEUDO-TOKEN

           MOVE 'DOCUMENT' TO WS-DIGEST-TAG
           PERFORM COMPUTE-KEYED-DIGEST
           MOVE SPACES TO WS-PSEUDO-DOCUMENT
           STRING "DOC-" WS-DIGEST-HEX
                  DELIMITED BY SIZE INTO WS-PSEUDO-DOCUMENT

      * -500 to +500 basis points: up to 5% either way.
           MOVE 'SALARY  ' TO WS-DIGEST-TAG
           PERFORM COMPUTE-KEYED-DIGEST
           COMPUTE WS-PSEUDO-SHIFT-BP =
                   FUNCTION MOD(WS-H1, 1001) - 500.

       PERTURB-AMOUNT.
      *****************************************************************
      * Moves WS-AMOUNT by the subject's percentage, then holds it in
      * the 25,000 band it began in. A zero amount stays zero.
      *****************************************************************
           IF WS-AMOUNT > 0
             COMPUTE WS-BAND-NO = WS-AMOUNT / 25000
             COMPUTE WS-BAND-FLOOR = WS-BAND-NO * 25000
             COMPUTE WS-BAND-CEILING = WS-BAND-FLOOR + 24999.99
             COMPUTE WS-AMOUNT-NEW ROUNDED =
                     WS-AMOUNT + WS-AMOUNT * WS-PSEUDO-SHIFT-BP / 10000
             IF WS-AMOUNT-NEW < WS-BAND-FLOOR
               MOVE WS-BAND-FLOOR TO WS-AMOUNT-NEW
             END-IF
             IF WS-AMOUNT-NEW > WS-BAND-CEILING
               MOVE WS-BAND-CEILING TO WS-AMOUNT-NEW
             END-IF
             IF WS-AMOUNT-NEW < 0.01
               MOVE 0.01 TO WS-AMOUNT-NEW
             END-IF
             MOVE WS-AMOUNT-NEW TO WS-AMOUNT
             ADD 1 TO WS-SALARY-CNT
           END-IF.

       COMPUTE-KEYED-DIGEST.
      *****************************************************************
      * Folds the tag, company and employeeId with the CLONE key into
      * two accumulators, the IXYSEAL fold, and renders them as 16
      * hexadecimal digits in WS-DIGEST-HEX. The key is folded in
      * once more behind the data so a change in the last digit of
      * an employeeId still carries through every digit -- adjacent
      * employees get unrelated pseudonyms.
      *****************************************************************
           MOVE WS-CLONE-KEY TO WS-DIGEST-KEY-TAIL
           MOVE 2166136261 TO WS-H1
           MOVE 1442695041 TO WS-H2
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-DIGEST-LEN
             COMPUTE WS-KEY-IDX = FUNCTION MOD(WS-IDX - 1, WS-KEY-LEN)
                                                                    + 1
             COMPUTE WS-BYTE-VAL =
                     FUNCTION ORD(WS-DIGEST-INPUT(WS-IDX:1))
             COMPUTE WS-KEY-VAL =
                     FUNCTION ORD(WS-CLONE-KEY(WS-KEY-IDX:1))
             COMPUTE WS-H1 = FUNCTION MOD(
                     WS-H1 * 131 + WS-BYTE-VAL + WS-KEY-VAL,
                     2147483647)
             COMPUTE WS-H2 = FUNCTION MOD(
                     WS-H2 * 257 + WS-BYTE-VAL * WS-KEY-VAL + 17,
                     2147483629)
             ADD 1 TO WS-IDX
           END-PERFORM

           MOVE WS-H1 TO WS-WORK
           MOVE 8 TO WS-HEX-POS
           PERFORM 8 TIMES
             COMPUTE WS-NIBBLE = FUNCTION MOD(WS-WORK, 16)
             PERFORM NIBBLE-TO-HEX
             SUBTRACT 1 FROM WS-HEX-POS
             COMPUTE WS-WORK = WS-WORK / 16
           END-PERFORM
           MOVE WS-H2 TO WS-WORK
           MOVE 16 TO WS-HEX-POS
           PERFORM 8 TIMES
             COMPUTE WS-NIBBLE = FUNCTION MOD(WS-WORK, 16)
             PERFORM NIBBLE-TO-HEX
             SUBTRACT 1 FROM WS-HEX-POS
             COMPUTE WS-WORK = WS-WORK / 16
           END-PERFORM.

       NIBBLE-TO-HEX.
           IF WS-NIBBLE < 10
             MOVE FUNCTION CHAR(FUNCTION ORD('0') + WS-NIBBLE) TO
                                       WS-DIGEST-HEX(WS-HEX-POS:1)
           ELSE
             MOVE FUNCTION CHAR(FUNCTION ORD('A') + WS-NIBBLE - 10)
                                    TO WS-DIGEST-HEX(WS-HEX-POS:1)
           END-IF.

       PRINT-CLONE-REPORT.
           MOVE SPACES TO CLONERPT-LINE
           STRING "  MASKED PRODUCTION CLONE AT " WS-JOB-START-TS(1:21)
                  "   CLONE KEY GENERATION " WS-CLONE-GEN
                  DELIMITED BY SIZE INTO CLONERPT-LINE
           WRITE CLONERPT-LINE
           MOVE SPACES TO CLONERPT-LINE
           STRING "  DATASET   CLONE             READ      WRITTEN"
                  "  STATE"
                  DELIMITED BY SIZE INTO CLONERPT-LINE
           WRITE CLONERPT-LINE
           MOVE ALL "-" TO CLONERPT-LINE
           WRITE CLONERPT-LINE

           MOVE WS-MASTER-READ-CNT  TO WS-EDIT-COUNT
           MOVE WS-MASTER-WRITE-CNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO CLONERPT-LINE
           STRING "  EMPMAST   EMPMCLN   " WS-EDIT-COUNT " "
                  WS-EDIT-COUNT-2 "  CLONED"
                  DELIMITED BY SIZE INTO CLONERPT-LINE
           WRITE CLONERPT-LINE
           MOVE WS-ORG-READ-CNT  TO WS-EDIT-COUNT
           MOVE WS-ORG-WRITE-CNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO CLONERPT-LINE
           STRING "  ORGMAST   ORGMCLN   " WS-EDIT-COUNT " "
                  WS-EDIT-COUNT-2 "  " WS-ORG-STATE
                  DELIMITED BY SIZE INTO CLONERPT-LINE
           WRITE CLONERPT-LINE
           MOVE WS-JRNL-READ-CNT  TO WS-EDIT-COUNT
           MOVE WS-JRNL-WRITE-CNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO CLONERPT-LINE
           STRING "  EMPJRNL   EMPJCLN   " WS-EDIT-COUNT " "
                  WS-EDIT-COUNT-2 "  " WS-JRNL-STATE
                  DELIMITED BY SIZE INTO CLONERPT-LINE
           WRITE CLONERPT-LINE

           MOVE ALL "-" TO CLONERPT-LINE
           WRITE CLONERPT-LINE
           MOVE WS-IMAGE-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO CLONERPT-LINE
           STRING "  EMPLOYEE IMAGES PSEUDONYMIZED " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO CLONERPT-LINE
           WRITE CLONERPT-LINE
           MOVE WS-SALARY-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO CLONERPT-LINE
           STRING "  SALARY AMOUNTS MOVED IN BAND  " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO CLONERPT-LINE
           WRITE CLONERPT-LINE.

       DISPLAY-CLONE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYCLONE JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  KEY GENERATION   : " WS-CLONE-GEN
           DISPLAY "  MASTER CLONED    : " WS-MASTER-WRITE-CNT
           DISPLAY "  ORG REF CLONED   : " WS-ORG-WRITE-CNT
           DISPLAY "  JOURNAL CLONED   : " WS-JRNL-WRITE-CNT
           DISPLAY "  IMAGES MASKED    : " WS-IMAGE-CNT
           DISPLAY "  SALARIES MOVED   : " WS-SALARY-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYCLONE'.
