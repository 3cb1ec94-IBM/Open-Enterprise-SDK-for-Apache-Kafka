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
      * SUBPROGRAM EMPLOYEE SEARCH INDEX MAINTENANCE
      ******************************************************************
      * EMPMAST is keyed on company + employeeId only. EMPSRCH is the
      * alternate index over it that the search utility IXYEMSRC
      * browses -- one KSDS holding four kinds of entry, each keyed
      * type + value + company + employeeId so equal values from
      * different employees sit side by side:
      *   'N' - one entry per word of fullName (upper case, letters
      *         and digits only, initials skipped)
      *   'S' - the Soundex code of each of those words
      *   'E' - the email address, upper case
      *   'P' - the phone number, digits only
      * Every program that rewrites the master -- the consumer
      * IXYCAV64, the shared poster IXYMPOST and the rebuild
      * IXYMSTRB -- calls this module with the before and after
      * images of the change it just made, so the index moves with
      * the master:
      * a. SRIDX-ACTION 'P' - post: the entries the before image
      *    implies are dropped and those the after image implies are
      *    written. An add passes a blank before image, a delete a
      *    blank after image.
      * b. SRIDX-ACTION 'R' - reset: empties the index ahead of a
      *    full reload (bootstrap, rebuild).
      * c. SRIDX-ACTION 'S' - Soundex: returns the code of the word
      *    in SRIDX-TERM, so the search side codes its terms with
      *    exactly the algorithm the index was built with.
      * SRIDX-RESULT comes back '0' (done), 'N' (no EMPSRCH DD --
      * an environment without the index posts exactly as before)
      * or 'E' (index update failed; the caller reports it). The
      * index is never the master: a lost or drifted EMPSRCH is
      * rebuilt from EMPMAST by IXYEMSRC's REBUILD run.
      ******************************************************************
      * Modification history
      * 2026-10-05 : new module.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYSRIDX'.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EMPSRCH ASSIGN TO EMPSRCH
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SRX-KEY
           FILE STATUS  IS WS-EMPSRCH-STATUS.

       DATA DIVISION.
        FILE SECTION.
         FD EMPSRCH
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS  SEARCH-INDEX-RECORD.

         01 SEARCH-INDEX-RECORD.
            05 SRX-KEY.
               10 SRX-TYPE           PIC X(01).
                  88 SRX-BY-NAME     VALUE 'N'.
                  88 SRX-BY-SOUNDEX  VALUE 'S'.
                  88 SRX-BY-EMAIL    VALUE 'E'.
                  88 SRX-BY-PHONE    VALUE 'P'.
               10 SRX-VALUE          PIC X(40).
               10 SRX-COMPANY        PIC X(03).
               10 SRX-EMPLOYEE-ID    PIC 9(09).
            05 SRX-UPDATED-TS        PIC X(21).
            05 FILLER                PIC X(06).

        WORKING-STORAGE SECTION.
         01 WS-EMPSRCH-STATUS   PIC X(02).

      * The entries one image implies -- built by
      * BUILD-INDEX-ENTRIES, then dropped or written.
         01 WS-ENT-MAX          PIC S9(4) BINARY VALUE 14.
         01 WS-ENT-CNT          PIC S9(4) BINARY VALUE 0.
         01 WS-ENT-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-ENT-TABLE.
            05 WS-ENT-ENTRY OCCURS 14 TIMES.
               10 WS-ENT-TYPE    PIC X(01).
               10 WS-ENT-VALUE   PIC X(40).

      * Name normalization and word split.
         01 WS-NAME-WORK        PIC X(40).
         01 WS-NAME-CLEAN       PIC X(40).
         01 WS-CHAR-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-OUT-IDX          PIC S9(4) BINARY VALUE 0.
         01 WS-ONE-CHAR         PIC X(01).
         01 WS-WORD-CNT         PIC S9(4) BINARY VALUE 0.
         01 WS-WORD-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-WORDS.
            05 WS-WORD OCCURS 6 TIMES PIC X(20).
         01 WS-PHONE-DIGITS     PIC X(40).
         01 WS-NEW-TYPE         PIC X(01).
         01 WS-NEW-VALUE        PIC X(40).

      * Soundex work fields -- the classic American Soundex: first
      * letter kept, B F P V = 1, C G J K Q S X Z = 2, D T = 3,
      * L = 4, M N = 5, R = 6; vowels (and Y) break a run of equal
      * codes, H and W do not; padded with zeros to four.
         01 WS-SDX-LETTERS      PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
         01 WS-SDX-CODES        PIC X(26)
                                 VALUE '01230127022455012623017202'.
         01 WS-SDX-WORD         PIC X(40).
         01 WS-SDX-RESULT       PIC X(04).
         01 WS-SDX-LEN          PIC S9(4) BINARY VALUE 0.
         01 WS-SDX-POS          PIC S9(4) BINARY VALUE 0.
         01 WS-SDX-CODE         PIC X(01).
         01 WS-SDX-LAST         PIC X(01).
         01 WS-SDX-LTR-IDX      PIC S9(4) BINARY VALUE 0.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- each image is overlaid onto EVENT-DATA to get at the
      * name, email and phone by name.
      ******************************************************************
         COPY IXYCASC.

       LINKAGE SECTION.
         01 SRIDX-PARMS.
            05 SRIDX-ACTION        PIC X(01).
                88 SRIDX-POST      VALUE 'P'.
                88 SRIDX-RESET     VALUE 'R'.
                88 SRIDX-SOUNDEX   VALUE 'S'.
            05 SRIDX-RESULT        PIC X(01).
                88 SRIDX-DONE      VALUE '0'.
                88 SRIDX-NO-INDEX  VALUE 'N'.
                88 SRIDX-ERROR     VALUE 'E'.
            05 SRIDX-COMPANY       PIC X(03).
            05 SRIDX-EMPLOYEE-ID   PIC 9(09).
            05 SRIDX-TERM          PIC X(40).
            05 SRIDX-CODE          PIC X(04).
            05 SRIDX-BEFORE-IMAGE  PIC X(4000).
            05 SRIDX-AFTER-IMAGE   PIC X(4000).

       PROCEDURE DIVISION USING SRIDX-PARMS.
           MOVE '0' TO SRIDX-RESULT
           EVALUATE TRUE
             WHEN SRIDX-SOUNDEX
               MOVE FUNCTION UPPER-CASE(SRIDX-TERM) TO WS-SDX-WORD
               PERFORM COMPUTE-SOUNDEX
               MOVE WS-SDX-RESULT TO SRIDX-CODE
             WHEN SRIDX-RESET
               PERFORM RESET-SEARCH-INDEX
             WHEN SRIDX-POST
               PERFORM POST-SEARCH-INDEX
             WHEN OTHER
               DISPLAY "ERROR : IXYSRIDX ACTION '" SRIDX-ACTION
                       "' NOT RECOGNIZED"
               MOVE 'E' TO SRIDX-RESULT
           END-EVALUATE
           GOBACK
           .

       RESET-SEARCH-INDEX.
           OPEN OUTPUT EMPSRCH
           IF WS-EMPSRCH-STATUS = '00'
             CLOSE EMPSRCH
           ELSE
             MOVE 'N' TO SRIDX-RESULT
           END-IF.

       POST-SEARCH-INDEX.
      *****************************************************************
      * Drops the before image's entries, then writes the after
      * image's. An entry both images imply is dropped and written
      * back, which also refreshes its timestamp. A drop of an entry
      * already gone (23) is the end state asked for; a write of one
      * already there (22) is likewise not an error.
      *****************************************************************
           OPEN I-O EMPSRCH
           IF WS-EMPSRCH-STATUS NOT = '00'
             OPEN OUTPUT EMPSRCH
           END-IF
           IF WS-EMPSRCH-STATUS NOT = '00'
             MOVE 'N' TO SRIDX-RESULT
           ELSE
             IF SRIDX-BEFORE-IMAGE NOT = SPACES
               MOVE SRIDX-BEFORE-IMAGE TO
                        EVENT-DATA(1:LENGTH OF EVENT-DATA)
               PERFORM BUILD-INDEX-ENTRIES
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                         UNTIL WS-ENT-IDX > WS-ENT-CNT
                 PERFORM MOVE-ENTRY-KEY
                 DELETE EMPSRCH RECORD
                 IF WS-EMPSRCH-STATUS NOT = '00' AND
                    WS-EMPSRCH-STATUS NOT = '23'
                   DISPLAY "ERROR : IXYSRIDX DROP FAILED FOR "
                           SRIDX-EMPLOYEE-ID ", FILE STATUS "
                           WS-EMPSRCH-STATUS
                   MOVE 'E' TO SRIDX-RESULT
                 END-IF
               END-PERFORM
             END-IF
             IF SRIDX-AFTER-IMAGE NOT = SPACES
               MOVE SRIDX-AFTER-IMAGE TO
                        EVENT-DATA(1:LENGTH OF EVENT-DATA)
               PERFORM BUILD-INDEX-ENTRIES
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                         UNTIL WS-ENT-IDX > WS-ENT-CNT
                 PERFORM MOVE-ENTRY-KEY
                 MOVE FUNCTION CURRENT-DATE TO SRX-UPDATED-TS
                 WRITE SEARCH-INDEX-RECORD
                 IF WS-EMPSRCH-STATUS NOT = '00' AND
                    WS-EMPSRCH-STATUS NOT = '22'
                   DISPLAY "ERROR : IXYSRIDX WRITE FAILED FOR "
                           SRIDX-EMPLOYEE-ID ", FILE STATUS "
                           WS-EMPSRCH-STATUS
                   MOVE 'E' TO SRIDX-RESULT
                 END-IF
               END-PERFORM
             END-IF
             CLOSE EMPSRCH
           END-IF.

       MOVE-ENTRY-KEY.
           MOVE SPACES                  TO SEARCH-INDEX-RECORD
           MOVE WS-ENT-TYPE(WS-ENT-IDX)  TO SRX-TYPE
           MOVE WS-ENT-VALUE(WS-ENT-IDX) TO SRX-VALUE
           MOVE SRIDX-COMPANY           TO SRX-COMPANY
           MOVE SRIDX-EMPLOYEE-ID       TO SRX-EMPLOYEE-ID.

       BUILD-INDEX-ENTRIES.
      *****************************************************************
      * Lists the entries the image now on EVENT-DATA implies: a
      * name word and its Soundex code per word of two characters
      * or more, the email and the phone digits when present.
      *****************************************************************
           MOVE 0 TO WS-ENT-CNT
           MOVE FUNCTION UPPER-CASE(fullName) TO WS-NAME-WORK
           PERFORM SPLIT-NAME-WORDS
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                     UNTIL WS-WORD-IDX > WS-WORD-CNT
             IF WS-WORD(WS-WORD-IDX)(2:1) NOT = SPACE
               MOVE 'N' TO WS-NEW-TYPE
               MOVE WS-WORD(WS-WORD-IDX) TO WS-NEW-VALUE
               PERFORM ADD-INDEX-ENTRY
               MOVE WS-WORD(WS-WORD-IDX) TO WS-SDX-WORD
               PERFORM COMPUTE-SOUNDEX
               IF WS-SDX-RESULT NOT = SPACES
                 MOVE 'S' TO WS-NEW-TYPE
                 MOVE WS-SDX-RESULT TO WS-NEW-VALUE
                 PERFORM ADD-INDEX-ENTRY
               END-IF
             END-IF
           END-PERFORM

           IF email NOT = SPACES
             MOVE 'E' TO WS-NEW-TYPE
             MOVE FUNCTION UPPER-CASE(email) TO WS-NEW-VALUE
             PERFORM ADD-INDEX-ENTRY
           END-IF

           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE 0 TO WS-OUT-IDX
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > LENGTH OF phoneNumber
             IF phoneNumber(WS-CHAR-IDX:1) IS NUMERIC
               ADD 1 TO WS-OUT-IDX
               MOVE phoneNumber(WS-CHAR-IDX:1) TO
                        WS-PHONE-DIGITS(WS-OUT-IDX:1)
             END-IF
           END-PERFORM
           IF WS-PHONE-DIGITS NOT = SPACES
             MOVE 'P' TO WS-NEW-TYPE
             MOVE WS-PHONE-DIGITS TO WS-NEW-VALUE
             PERFORM ADD-INDEX-ENTRY
           END-IF.

       ADD-INDEX-ENTRY.
           IF WS-ENT-CNT < WS-ENT-MAX
             ADD 1 TO WS-ENT-CNT
             MOVE WS-NEW-TYPE  TO WS-ENT-TYPE(WS-ENT-CNT)
             MOVE WS-NEW-VALUE TO WS-ENT-VALUE(WS-ENT-CNT)
           END-IF.

       SPLIT-NAME-WORDS.
      *****************************************************************
      * Keeps letters and digits, drops apostrophes (O'BRIEN indexes
      * as OBRIEN) and turns every other character into a word
      * break, then splits into at most six words.
      *****************************************************************
           MOVE SPACES TO WS-NAME-CLEAN
           MOVE 0 TO WS-OUT-IDX
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > LENGTH OF WS-NAME-WORK
             MOVE WS-NAME-WORK(WS-CHAR-IDX:1) TO WS-ONE-CHAR
             EVALUATE TRUE
               WHEN WS-ONE-CHAR IS ALPHABETIC-UPPER AND
                    WS-ONE-CHAR NOT = SPACE
                 ADD 1 TO WS-OUT-IDX
                 MOVE WS-ONE-CHAR TO WS-NAME-CLEAN(WS-OUT-IDX:1)
               WHEN WS-ONE-CHAR IS NUMERIC
                 ADD 1 TO WS-OUT-IDX
                 MOVE WS-ONE-CHAR TO WS-NAME-CLEAN(WS-OUT-IDX:1)
               WHEN WS-ONE-CHAR = QUOTE OR WS-ONE-CHAR = "'"
                 CONTINUE
               WHEN OTHER
                 ADD 1 TO WS-OUT-IDX
             END-EVALUATE
           END-PERFORM

           MOVE FUNCTION TRIM(WS-NAME-CLEAN LEADING) TO WS-NAME-WORK
           MOVE SPACES TO WS-WORDS
           MOVE 0 TO WS-WORD-CNT
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
             INTO WS-WORD(1) WS-WORD(2) WS-WORD(3)
                  WS-WORD(4) WS-WORD(5) WS-WORD(6)
             TALLYING IN WS-WORD-CNT
           END-UNSTRING.

       COMPUTE-SOUNDEX.
      *****************************************************************
      * Codes the upper-case word in WS-SDX-WORD into WS-SDX-RESULT
      * -- spaces when the word holds no letter to start from.
      *****************************************************************
           MOVE SPACES TO WS-SDX-RESULT
           MOVE 0 TO WS-SDX-LEN
           MOVE SPACE TO WS-SDX-LAST
           PERFORM VARYING WS-SDX-POS FROM 1 BY 1
                     UNTIL WS-SDX-POS > LENGTH OF WS-SDX-WORD
                        OR WS-SDX-LEN >= 4
             MOVE WS-SDX-WORD(WS-SDX-POS:1) TO WS-ONE-CHAR
             MOVE 0 TO WS-SDX-LTR-IDX
             IF WS-ONE-CHAR NOT = SPACE
               INSPECT WS-SDX-LETTERS TALLYING WS-SDX-LTR-IDX
                       FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR
               ADD 1 TO WS-SDX-LTR-IDX
             END-IF
             IF WS-SDX-LTR-IDX > 0 AND WS-SDX-LTR-IDX <= 26
               MOVE WS-SDX-CODES(WS-SDX-LTR-IDX:1) TO WS-SDX-CODE
               IF WS-SDX-LEN = 0
                 MOVE WS-ONE-CHAR TO WS-SDX-RESULT(1:1)
                 MOVE 1 TO WS-SDX-LEN
                 MOVE WS-SDX-CODE TO WS-SDX-LAST
               ELSE
                 EVALUATE WS-SDX-CODE
                   WHEN '0'
                     MOVE '0' TO WS-SDX-LAST
                   WHEN '7'
                     CONTINUE
                   WHEN OTHER
                     IF WS-SDX-CODE NOT = WS-SDX-LAST
                       ADD 1 TO WS-SDX-LEN
                       MOVE WS-SDX-CODE TO
                                WS-SDX-RESULT(WS-SDX-LEN:1)
                     END-IF
                     MOVE WS-SDX-CODE TO WS-SDX-LAST
                 END-EVALUATE
               END-IF
             END-IF
           END-PERFORM
           IF WS-SDX-LEN > 0
             INSPECT WS-SDX-RESULT REPLACING ALL SPACE BY '0'
           END-IF.

       END PROGRAM 'IXYSRIDX'.
