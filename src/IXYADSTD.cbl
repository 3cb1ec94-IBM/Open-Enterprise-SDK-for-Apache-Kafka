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
      * MAIN PROGRAM POSTAL ADDRESS STANDARDIZATION
      ******************************************************************
      * STREET, CITY, STATE, COUNTRY and PINCODE arrive free-form, so
      * "OH", "Ohio" and "OHIO" reach the master as three places and
      * split every headcount by place. This step runs after the
      * IXYEMPED pre-edit and ahead of IXYPAV31, and puts each base
      * record's address into the one spelling POSTREF holds:
      * a. POSTREF - the postal reference maintained by IXYPSMNT, in
      *    key order: pincodes with their canonical city and state,
      *    and the known spelling variants of states, cities and
      *    countries. Every lookup is case-blind.
      * b. EMPFIL  - the pre-edited employee input (IXYEMPED's
      *    CLEANEMP). Detail records pass through untouched. On each
      *    base record, in this order:
      *        country - a known variant is replaced by the canonical
      *        state   - a known variant for the country (or for any
      *                  country) is replaced by the canonical
      *        city    - likewise
      *        pincode - looked up for the country. A blank state or
      *                  city is filled from the reference, and one
      *                  differing from it only in case is given the
      *                  reference spelling. A state that still
      *                  differs is left as keyed and flagged.
      * c. STDEMP  - the standardized input, fed to IXYPAV31 as its
      *    EMPFIL.
      * d. EXCPFIL - extended with one PINCODE-STATE record per base
      *    record whose state disagrees with its pincode's. The
      *    record still flows on -- the flag is for the clerk to
      *    work, not a reject.
      * e. ADDRRPT - every correction and flag, and the correction
      *    rate: base records corrected per hundred examined.
      * Return codes: 04 pincode/state mismatches flagged; 12 POSTREF
      * missing, empty or out of key order (nothing written); 16
      * EMPFIL unavailable.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYADSTD'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT POSTREF ASSIGN TO POSTREF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-POSTREF-STATUS.

           SELECT EMPFIL ASSIGN TO EMPFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

           SELECT STDEMP ASSIGN TO STDEMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-STDEMP-STATUS.

           SELECT EXCPFIL ASSIGN TO EXCPFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-EXCP-STATUS.

           SELECT ADDRRPT ASSIGN TO ADDRRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-ADDRRPT-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Record layout as written by IXYPSMNT.
         FD POSTREF
           RECORD CONTAINS 100  CHARACTERS
           BLOCK  CONTAINS 1000 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  POSTAL-REFERENCE-RECORD.

         01 POSTAL-REFERENCE-RECORD.
            05 PR-KEY.
               10 PR-TYPE         PIC X(01).
               10 FILLER          PIC X(01).
               10 PR-COUNTRY      PIC X(20).
               10 FILLER          PIC X(01).
               10 PR-LOOKUP       PIC X(20).
            05 FILLER             PIC X(01).
            05 PR-PINCODE-VALUES.
               10 PR-CITY         PIC X(20).
               10 FILLER          PIC X(01).
               10 PR-STATE        PIC X(20).
            05 PR-VARIANT-VALUES REDEFINES PR-PINCODE-VALUES.
               10 PR-CANONICAL    PIC X(20).
               10 FILLER          PIC X(21).
            05 FILLER             PIC X(15).

      * Same variable multi-record-type layout IXYPAV31 reads.
         FD EMPFIL
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-EMPFIL-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  EMPLOYEE-FILE-RECORD.

         01 EMPLOYEE-FILE-RECORD.
            05 EMPF-RECORD-TYPE            PIC X(01).
                88 EMPF-IS-BASE            VALUE 'E'.
            05 EMPF-EMPLOYEE-ID            PIC 9(09).
            05 EMPF-RECORD-BODY            PIC X(498).

         01 EMPF-BASE-RECORD.
            05 FILLER                      PIC X(10).
            05 EMPF-FULL-NAME              PIC X(30).
            05 EMPF-FULL-TIME-FLAG         PIC X(01).
            05 EMPF-EMPLOYEE-LEVEL         PIC 9(09).
            05 EMPF-DATE-OF-JOINING        PIC 9(08).
            05 EMPF-INSURANCE-COVERAGE     PIC 9(07)V9(02).
            05 EMPF-ANNUAL-SALARY          PIC 9(07)V9(02).
            05 EMPF-DOCUMENT-DATA          PIC X(20).
            05 EMPF-SECURITY-TOKEN         PIC X(16).
            05 EMPF-TEAM-MEMBER-IDS OCCURS 2 TIMES
                                       PIC 9(09).
            05 EMPF-SESSION-HISTORY OCCURS 2 TIMES
                                       PIC 9(10).
            05 EMPF-PROFILE-PICTURE OCCURS 2 TIMES
                                       PIC X(20).
            05 EMPF-EMAIL                  PIC X(40).
            05 EMPF-PHONE-NUMBER           PIC X(10).
            05 EMPF-STREET                 PIC X(30).
            05 EMPF-CITY                   PIC X(20).
            05 EMPF-STATE                  PIC X(20).
            05 EMPF-COUNTRY                PIC X(20).
            05 EMPF-PINCODE                PIC X(06).
            05 EMPF-SCHEMA-KEY             PIC X(20).
            05 EMPF-NAME-ENCODING          PIC X(01).
            05 EMPF-EFFECTIVE-DATE         PIC 9(08).
            05 EMPF-COMPANY-CODE           PIC X(03).
            05 EMPF-CURRENCY-CODE          PIC X(03).

         FD STDEMP
           RECORD IS VARYING IN SIZE FROM 17 TO 508 CHARACTERS
                  DEPENDING ON WS-STDEMP-REC-LEN
           BLOCK  CONTAINS 5080 CHARACTERS
           DATA RECORD     IS  STD-EMPLOYEE-RECORD.

         01 STD-EMPLOYEE-RECORD            PIC X(508).

      * Same layout IXYEMPED writes.
         FD EXCPFIL
           RECORD CONTAINS 534  CHARACTERS
           BLOCK  CONTAINS 5340 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  EXCEPTION-RECORD.

         01 EXCEPTION-RECORD.
            05 EXC-REASON         PIC X(16).
            05 EXC-EMPLOYEE-ID    PIC 9(09).
            05 EXC-RECORD-TYPE    PIC X(01).
            05 EXC-RECORD-IMAGE   PIC X(508).

         FD ADDRRPT
           RECORD CONTAINS 132   CHARACTERS
           BLOCK  CONTAINS 1320  CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  ADDRRPT-LINE.

         01 ADDRRPT-LINE            PIC X(132).

        WORKING-STORAGE SECTION.
         01 WS-FILE-STATUS      PIC 9(02).
         01 WS-POSTREF-STATUS   PIC X(02).
         01 WS-STDEMP-STATUS    PIC X(02).
         01 WS-EXCP-STATUS      PIC X(02).
         01 WS-ADDRRPT-STATUS   PIC X(02).
         01 WS-EOF-SW           PIC X(01).
             88 WS-EOF          VALUE 'Y'.
             88 WS-NOT-EOF      VALUE 'N'.

         01 WS-EMPFIL-REC-LEN   PIC 9(04) BINARY.
         01 WS-STDEMP-REC-LEN   PIC 9(04) BINARY.
      * A base record shorter than this ends before the pincode.
         01 WS-ADDRESS-END      PIC 9(04) BINARY VALUE 336.

      * POSTREF in key order, as IXYPSMNT writes it.
         01 WS-PR-MAX           PIC S9(8) BINARY VALUE 30000.
         01 WS-PR-CNT           PIC S9(8) BINARY VALUE 0.
         01 WS-PR-TABLE.
            05 WS-PR-ENTRY OCCURS 30000 TIMES.
              10 WS-PR-KEY         PIC X(43).
              10 WS-PR-VALUES      PIC X(41).
         01 WS-PR-FOUND-IDX     PIC S9(8) BINARY VALUE 0.
         01 WS-PR-LOW           PIC S9(8) BINARY VALUE 0.
         01 WS-PR-HIGH          PIC S9(8) BINARY VALUE 0.
         01 WS-PR-MID           PIC S9(8) BINARY VALUE 0.
         01 WS-PR-ORDER-SW      PIC X(01) VALUE 'Y'.
             88 WS-PR-IN-ORDER  VALUE 'Y'.

      * The key looked up -- laid out as PR-KEY.
         01 WS-LOOKUP-KEY.
            05 WS-LOOKUP-TYPE      PIC X(01).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WS-LOOKUP-COUNTRY   PIC X(20).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WS-LOOKUP-VALUE     PIC X(20).

         01 WS-STD-COUNTRY      PIC X(20).
         01 WS-REF-CITY         PIC X(20).
         01 WS-REF-STATE        PIC X(20).

      * One correction or flag, as reported.
         01 WS-CHG-FIELD        PIC X(10).
         01 WS-CHG-FROM         PIC X(20).
         01 WS-CHG-TO           PIC X(20).
         01 WS-CHG-ACTION       PIC X(09).
         01 WS-REC-CORRECTED-SW PIC X(01).
             88 WS-REC-CORRECTED VALUE 'Y'.

         01 WS-RECORDS-READ     PIC S9(9) BINARY VALUE 0.
         01 WS-RECORDS-WRITTEN  PIC S9(9) BINARY VALUE 0.
         01 WS-BASE-CNT         PIC S9(9) BINARY VALUE 0.
         01 WS-CORRECTED-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-COUNTRY-FIX-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-STATE-FIX-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-CITY-FIX-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-PIN-UNKNOWN-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-MISMATCH-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-CORRECTION-RATE  PIC 9(03)V9(02) VALUE 0.
         01 WS-RATE-DISPLAY     PIC ZZ9.99.

         01 WS-RPT-DETAIL.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-COMPANY     PIC X(03).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-EMPLOYEE-ID PIC 9(09).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-FIELD       PIC X(10).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-FROM        PIC X(20).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-TO          PIC X(20).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-DET-ACTION      PIC X(09).
            05 FILLER              PIC X(49) VALUE SPACES.

         01 WS-RPT-COUNT-LINE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 RPT-CNT-LABEL       PIC X(30).
            05 RPT-CNT-VALUE       PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(89) VALUE SPACES.

         01 WS-JOB-START-TS      PIC X(26).
         01 WS-JOB-END-TS        PIC X(26).

         01 ERRLOG-INPUT.
            05 ERRLOG-PGM-NAME     PIC X(08) VALUE 'IXYADSTD'.
            05 ERRLOG-CODE         PIC S9(9) BINARY.
            05 ERRLOG-MSG          PIC X(256).
            05 ERRLOG-ENV-NAME     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "POSTAL ADDRESS STANDARDIZATION"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-TS

           PERFORM LOAD-POSTAL-TABLE
           IF RETURN-CODE = 12
             PERFORM DISPLAY-STANDARDIZE-SUMMARY
             GOBACK
           END-IF

           PERFORM STANDARDIZE-EMPLOYEE-FILE
           PERFORM DISPLAY-STANDARDIZE-SUMMARY
           IF WS-MISMATCH-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-POSTAL-TABLE.
      *****************************************************************
      * The reference is binary-searched, so it must arrive in key
      * order -- IXYPSMNT always writes it so. Without it nothing is
      * standardized and IXYPAV31 must not run on an unstandardized
      * input by accident.
      *****************************************************************
           OPEN INPUT POSTREF
           IF WS-POSTREF-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN POSTREF, FILE STATUS "
                     WS-POSTREF-STATUS
             MOVE 9814 TO ERRLOG-CODE
             MOVE "IXYADSTD: UNABLE TO OPEN POSTREF" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 12 TO RETURN-CODE
           ELSE
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ POSTREF
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 IF POSTAL-REFERENCE-RECORD(1:1) = '*' OR
                    POSTAL-REFERENCE-RECORD = SPACES
                   CONTINUE
                 ELSE
                   IF WS-PR-CNT >= WS-PR-MAX
                     DISPLAY "ERROR : MORE THAN " WS-PR-MAX
                             " POSTREF ENTRIES"
                     MOVE 12 TO RETURN-CODE
                     SET WS-EOF TO TRUE
                   ELSE
                     IF WS-PR-CNT > 0
                       IF PR-KEY NOT > WS-PR-KEY(WS-PR-CNT)
                         MOVE 'N' TO WS-PR-ORDER-SW
                       END-IF
                     END-IF
                     ADD 1 TO WS-PR-CNT
                     MOVE PR-KEY            TO WS-PR-KEY(WS-PR-CNT)
                     MOVE PR-PINCODE-VALUES TO WS-PR-VALUES(WS-PR-CNT)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE POSTREF
             EVALUATE TRUE
               WHEN RETURN-CODE = 12
                 CONTINUE
               WHEN WS-PR-CNT = 0
                 DISPLAY "ERROR : POSTREF IS EMPTY"
                 MOVE 12 TO RETURN-CODE
               WHEN NOT WS-PR-IN-ORDER
                 DISPLAY "ERROR : POSTREF IS NOT IN KEY ORDER - "
                         "REWRITE IT WITH IXYPSMNT"
                 MOVE 12 TO RETURN-CODE
             END-EVALUATE
           END-IF.

       STANDARDIZE-EMPLOYEE-FILE.
           OPEN INPUT EMPFIL
           IF WS-FILE-STATUS NOT = 0
             DISPLAY "ERROR : UNABLE TO OPEN EMPFIL, FILE STATUS "
                     WS-FILE-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN OUTPUT STDEMP
      * EXCPFIL already holds this window's pre-edit rejects.
             OPEN EXTEND EXCPFIL
             IF WS-EXCP-STATUS NOT = '00'
               OPEN OUTPUT EXCPFIL
             END-IF
             OPEN OUTPUT ADDRRPT
             PERFORM WRITE-REPORT-HEADING
             SET WS-NOT-EOF TO TRUE
             PERFORM UNTIL WS-EOF
               READ EMPFIL
               AT END SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF EMPF-IS-BASE AND
                    WS-EMPFIL-REC-LEN >= WS-ADDRESS-END
                   PERFORM STANDARDIZE-BASE-RECORD
                 END-IF
                 MOVE EMPLOYEE-FILE-RECORD(1:WS-EMPFIL-REC-LEN) TO
                      STD-EMPLOYEE-RECORD(1:WS-EMPFIL-REC-LEN)
                 MOVE WS-EMPFIL-REC-LEN TO WS-STDEMP-REC-LEN
                 WRITE STD-EMPLOYEE-RECORD
                 ADD 1 TO WS-RECORDS-WRITTEN
               END-READ
             END-PERFORM
             PERFORM WRITE-REPORT-TOTALS
             CLOSE EMPFIL
             CLOSE STDEMP
             CLOSE EXCPFIL
             CLOSE ADDRRPT
           END-IF.

       STANDARDIZE-BASE-RECORD.
           ADD 1 TO WS-BASE-CNT
           MOVE 'N' TO WS-REC-CORRECTED-SW

           IF EMPF-COUNTRY NOT = SPACES
             MOVE 'N'    TO WS-LOOKUP-TYPE
             MOVE SPACES TO WS-LOOKUP-COUNTRY
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EMPF-COUNTRY
                  LEADING)) TO WS-LOOKUP-VALUE
             PERFORM FIND-REFERENCE-ENTRY
             IF WS-PR-FOUND-IDX NOT = 0
               MOVE WS-PR-VALUES(WS-PR-FOUND-IDX) TO PR-PINCODE-VALUES
               IF PR-CANONICAL NOT = EMPF-COUNTRY
                 MOVE 'COUNTRY'    TO WS-CHG-FIELD
                 MOVE EMPF-COUNTRY TO WS-CHG-FROM
                 MOVE PR-CANONICAL TO WS-CHG-TO
                 MOVE PR-CANONICAL TO EMPF-COUNTRY
                 ADD 1 TO WS-COUNTRY-FIX-CNT
                 PERFORM REPORT-CORRECTION
               END-IF
             END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EMPF-COUNTRY
                LEADING)) TO WS-STD-COUNTRY

           IF EMPF-STATE NOT = SPACES
             MOVE 'S' TO WS-LOOKUP-TYPE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EMPF-STATE
                  LEADING)) TO WS-LOOKUP-VALUE
             PERFORM FIND-VARIANT-ENTRY
             IF WS-PR-FOUND-IDX NOT = 0
               MOVE WS-PR-VALUES(WS-PR-FOUND-IDX) TO PR-PINCODE-VALUES
               IF PR-CANONICAL NOT = EMPF-STATE
                 MOVE 'STATE'      TO WS-CHG-FIELD
                 MOVE EMPF-STATE   TO WS-CHG-FROM
                 MOVE PR-CANONICAL TO WS-CHG-TO
                 MOVE PR-CANONICAL TO EMPF-STATE
                 ADD 1 TO WS-STATE-FIX-CNT
                 PERFORM REPORT-CORRECTION
               END-IF
             END-IF
           END-IF

           IF EMPF-CITY NOT = SPACES
             MOVE 'C' TO WS-LOOKUP-TYPE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EMPF-CITY
                  LEADING)) TO WS-LOOKUP-VALUE
             PERFORM FIND-VARIANT-ENTRY
             IF WS-PR-FOUND-IDX NOT = 0
               MOVE WS-PR-VALUES(WS-PR-FOUND-IDX) TO PR-PINCODE-VALUES
               IF PR-CANONICAL NOT = EMPF-CITY
                 MOVE 'CITY'       TO WS-CHG-FIELD
                 MOVE EMPF-CITY    TO WS-CHG-FROM
                 MOVE PR-CANONICAL TO WS-CHG-TO
                 MOVE PR-CANONICAL TO EMPF-CITY
                 ADD 1 TO WS-CITY-FIX-CNT
                 PERFORM REPORT-CORRECTION
               END-IF
             END-IF
           END-IF

           IF EMPF-PINCODE NOT = SPACES
             PERFORM CHECK-PINCODE
           END-IF

           IF WS-REC-CORRECTED
             ADD 1 TO WS-CORRECTED-CNT
           END-IF.

       CHECK-PINCODE.
      *****************************************************************
      * The pincode decides the place: a blank or differently-cased
      * city or state takes the reference spelling; a state that is
      * another place entirely is flagged and left as keyed.
      *****************************************************************
           MOVE 'P'            TO WS-LOOKUP-TYPE
           MOVE WS-STD-COUNTRY TO WS-LOOKUP-COUNTRY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EMPF-PINCODE
                LEADING)) TO WS-LOOKUP-VALUE
           PERFORM FIND-REFERENCE-ENTRY
           IF WS-PR-FOUND-IDX = 0
             ADD 1 TO WS-PIN-UNKNOWN-CNT
           ELSE
             MOVE WS-PR-VALUES(WS-PR-FOUND-IDX) TO PR-PINCODE-VALUES
             MOVE PR-CITY  TO WS-REF-CITY
             MOVE PR-STATE TO WS-REF-STATE
             EVALUATE TRUE
               WHEN EMPF-STATE = WS-REF-STATE
                 CONTINUE
               WHEN EMPF-STATE = SPACES OR
                    FUNCTION UPPER-CASE(EMPF-STATE) =
                    FUNCTION UPPER-CASE(WS-REF-STATE)
                 MOVE 'STATE'      TO WS-CHG-FIELD
                 MOVE EMPF-STATE   TO WS-CHG-FROM
                 MOVE WS-REF-STATE TO WS-CHG-TO
                 MOVE WS-REF-STATE TO EMPF-STATE
                 ADD 1 TO WS-STATE-FIX-CNT
                 PERFORM REPORT-CORRECTION
               WHEN OTHER
                 PERFORM FLAG-PINCODE-STATE
             END-EVALUATE
             IF EMPF-CITY NOT = WS-REF-CITY
               IF EMPF-CITY = SPACES OR
                  FUNCTION UPPER-CASE(EMPF-CITY) =
                  FUNCTION UPPER-CASE(WS-REF-CITY)
                 MOVE 'CITY'      TO WS-CHG-FIELD
                 MOVE EMPF-CITY   TO WS-CHG-FROM
                 MOVE WS-REF-CITY TO WS-CHG-TO
                 MOVE WS-REF-CITY TO EMPF-CITY
                 ADD 1 TO WS-CITY-FIX-CNT
                 PERFORM REPORT-CORRECTION
               END-IF
             END-IF
           END-IF.

       FIND-VARIANT-ENTRY.
      *****************************************************************
      * A variant entered for the record's country wins over one
      * entered for every country.
      *****************************************************************
           MOVE WS-STD-COUNTRY TO WS-LOOKUP-COUNTRY
           PERFORM FIND-REFERENCE-ENTRY
           IF WS-PR-FOUND-IDX = 0 AND WS-STD-COUNTRY NOT = SPACES
             MOVE SPACES TO WS-LOOKUP-COUNTRY
             PERFORM FIND-REFERENCE-ENTRY
           END-IF.

       FIND-REFERENCE-ENTRY.
           MOVE 0 TO WS-PR-FOUND-IDX
           MOVE 1 TO WS-PR-LOW
           MOVE WS-PR-CNT TO WS-PR-HIGH
           PERFORM UNTIL WS-PR-LOW > WS-PR-HIGH
                      OR WS-PR-FOUND-IDX NOT = 0
             COMPUTE WS-PR-MID = (WS-PR-LOW + WS-PR-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-PR-KEY(WS-PR-MID) = WS-LOOKUP-KEY
                 MOVE WS-PR-MID TO WS-PR-FOUND-IDX
               WHEN WS-PR-KEY(WS-PR-MID) < WS-LOOKUP-KEY
                 COMPUTE WS-PR-LOW = WS-PR-MID + 1
               WHEN OTHER
                 COMPUTE WS-PR-HIGH = WS-PR-MID - 1
             END-EVALUATE
           END-PERFORM.

       REPORT-CORRECTION.
           SET WS-REC-CORRECTED TO TRUE
           MOVE 'CORRECTED' TO WS-CHG-ACTION
           PERFORM WRITE-REPORT-DETAIL.

       FLAG-PINCODE-STATE.
           ADD 1 TO WS-MISMATCH-CNT
           MOVE 'PIN/STATE'  TO WS-CHG-FIELD
           MOVE EMPF-STATE   TO WS-CHG-FROM
           MOVE WS-REF-STATE TO WS-CHG-TO
           MOVE 'FLAGGED'    TO WS-CHG-ACTION
           PERFORM WRITE-REPORT-DETAIL

           MOVE 'PINCODE-STATE   ' TO EXC-REASON
           MOVE EMPF-EMPLOYEE-ID  TO EXC-EMPLOYEE-ID
           MOVE EMPF-RECORD-TYPE  TO EXC-RECORD-TYPE
           MOVE SPACES            TO EXC-RECORD-IMAGE
           MOVE EMPLOYEE-FILE-RECORD(1:WS-EMPFIL-REC-LEN) TO
                EXC-RECORD-IMAGE(1:WS-EMPFIL-REC-LEN)
           WRITE EXCEPTION-RECORD.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ADDRRPT-LINE
           STRING "  ADDRESS STANDARDIZATION AT " WS-JOB-START-TS(1:21)
                  DELIMITED BY SIZE INTO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE SPACES TO ADDRRPT-LINE
           STRING "  CO   EMPLOYEE   FIELD       FROM                  "
                  "TO / REFERENCE        ACTION"
                  DELIMITED BY SIZE INTO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE ALL "-" TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE EMPF-COMPANY-CODE TO RPT-DET-COMPANY
           IF WS-EMPFIL-REC-LEN < 505
             MOVE SPACES          TO RPT-DET-COMPANY
           END-IF
           MOVE EMPF-EMPLOYEE-ID  TO RPT-DET-EMPLOYEE-ID
           MOVE WS-CHG-FIELD      TO RPT-DET-FIELD
           MOVE WS-CHG-FROM       TO RPT-DET-FROM
           MOVE WS-CHG-TO         TO RPT-DET-TO
           MOVE WS-CHG-ACTION     TO RPT-DET-ACTION
           MOVE WS-RPT-DETAIL TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-BASE-CNT > 0
             COMPUTE WS-CORRECTION-RATE ROUNDED =
                     WS-CORRECTED-CNT * 100 / WS-BASE-CNT
           END-IF
           MOVE WS-CORRECTION-RATE TO WS-RATE-DISPLAY
           MOVE SPACES TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE 'BASE RECORDS EXAMINED' TO RPT-CNT-LABEL
           MOVE WS-BASE-CNT TO RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE 'BASE RECORDS CORRECTED' TO RPT-CNT-LABEL
           MOVE WS-CORRECTED-CNT TO RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE '  COUNTRY SPELLINGS CORRECTED' TO RPT-CNT-LABEL
           MOVE WS-COUNTRY-FIX-CNT TO RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE '  STATE SPELLINGS CORRECTED' TO RPT-CNT-LABEL
           MOVE WS-STATE-FIX-CNT TO RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE '  CITY SPELLINGS CORRECTED' TO RPT-CNT-LABEL
           MOVE WS-CITY-FIX-CNT TO RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE 'PINCODE/STATE MISMATCHES' TO RPT-CNT-LABEL
           MOVE WS-MISMATCH-CNT TO RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE 'PINCODES NOT ON POSTREF' TO RPT-CNT-LABEL
           MOVE WS-PIN-UNKNOWN-CNT TO RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO ADDRRPT-LINE
           WRITE ADDRRPT-LINE
           MOVE SPACES TO ADDRRPT-LINE
           STRING "  CORRECTION RATE               " WS-RATE-DISPLAY
                  " PER HUNDRED BASE RECORDS"
                  DELIMITED BY SIZE INTO ADDRRPT-LINE
           WRITE ADDRRPT-LINE.

       DISPLAY-STANDARDIZE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYADSTD JOB SUMMARY"
           DISPLAY "  JOB START        : " WS-JOB-START-TS
           DISPLAY "  JOB END          : " WS-JOB-END-TS
           DISPLAY "  POSTREF ENTRIES  : " WS-PR-CNT
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ
           DISPLAY "  RECORDS WRITTEN  : " WS-RECORDS-WRITTEN
           DISPLAY "  BASE RECORDS     : " WS-BASE-CNT
           DISPLAY "  CORRECTED        : " WS-CORRECTED-CNT
           DISPLAY "  CORRECTION RATE  : " WS-RATE-DISPLAY "%"
           DISPLAY "  PIN/STATE FLAGS  : " WS-MISMATCH-CNT
           DISPLAY "  PINCODES UNKNOWN : " WS-PIN-UNKNOWN-CNT
           DISPLAY "==========================================".

       END PROGRAM 'IXYADSTD'.
