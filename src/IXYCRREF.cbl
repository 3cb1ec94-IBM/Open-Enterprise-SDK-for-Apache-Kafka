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
      * SUBPROGRAM CONFIG-DECK CREDENTIAL REFERENCE
      ******************************************************************
      * Says whether one KEY=VALUE line of CONFFILE, PCONFFIL, CCONFFIL
      * or SCONFFIL refers to a certificate or credential, and under
      * what name the credential inventory CREDINV knows it -- shared
      * by the daily expiry check IXYCRDCK and the pre-flight check
      * IXYPRFLT, so the two can never disagree about what is in use.
      * The caller hands over the deck's DD name and the line's key
      * and value (as parsed, value still masked if it is ENC(...));
      * the key is compared in lower case:
      *     F - a certificate or key held in a file: every ssl.*
      *         ...location key (keystore, truststore, certificate,
      *         private key, CA bundle, CRL) and ...keytab. The
      *         reference is the file path -- the value.
      *     S - a secret held in the deck itself: ...password,
      *         ...secret, basic.auth.user.info, sasl.jaas.config.
      *         The reference is DD name '/' key, e.g.
      *         PCONFFIL/sasl.password -- never the value.
      *     N - not a credential, or a location key with no value.
      * CRREF-TYPE names the kind of credential for the inventory:
      * KEYSTORE, TRUSTSTR, CERT, KEY, CA, CRL, KEYTAB, PASSWORD,
      * SECRET, USERINFO or JAAS.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYCRREF'.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
         01 WS-KEY              PIC X(1024).
         01 WS-KEY-LEN          PIC S9(9) BINARY VALUE 0.
         01 WS-HIT-CNT          PIC S9(9) BINARY VALUE 0.
      * The key's last 24 characters, right-aligned, so each suffix
      * is compared at a fixed offset whatever the key's length.
         01 WS-KEY-TAIL         PIC X(24) JUSTIFIED RIGHT.

       LINKAGE SECTION.
         01 CRREF-PARMS.
            05 CRREF-DDNAME     PIC X(08).
            05 CRREF-KEY        PIC X(1024).
            05 CRREF-VALUE      PIC X(1024).
            05 CRREF-RESULT     PIC X(01).
                88 CRREF-FILE   VALUE 'F'.
                88 CRREF-SECRET VALUE 'S'.
                88 CRREF-NONE   VALUE 'N'.
            05 CRREF-TYPE       PIC X(08).
            05 CRREF-REFERENCE  PIC X(120).

       PROCEDURE DIVISION USING CRREF-PARMS.
           SET CRREF-NONE TO TRUE
           MOVE SPACES TO CRREF-TYPE
           MOVE SPACES TO CRREF-REFERENCE
           IF CRREF-KEY = SPACES
             GOBACK
           END-IF
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CRREF-KEY)) TO WS-KEY
           COMPUTE WS-KEY-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-KEY))
           MOVE WS-KEY(1:WS-KEY-LEN) TO WS-KEY-TAIL

           EVALUATE TRUE
             WHEN WS-KEY-TAIL(16:9) = '.location'
               PERFORM CLASSIFY-LOCATION-KEY
             WHEN WS-KEY-TAIL(18:7) = '.keytab'
               MOVE 'KEYTAB  ' TO CRREF-TYPE
               PERFORM SET-FILE-REFERENCE
             WHEN WS-KEY-TAIL(16:9) = '.password'
               MOVE 'PASSWORD' TO CRREF-TYPE
               PERFORM SET-SECRET-REFERENCE
             WHEN WS-KEY-TAIL(18:7) = '.secret'
               MOVE 'SECRET  ' TO CRREF-TYPE
               PERFORM SET-SECRET-REFERENCE
             WHEN WS-KEY-TAIL(15:10) = '.user.info'
               MOVE 'USERINFO' TO CRREF-TYPE
               PERFORM SET-SECRET-REFERENCE
             WHEN WS-KEY(1:WS-KEY-LEN) = 'sasl.jaas.config'
               MOVE 'JAAS    ' TO CRREF-TYPE
               PERFORM SET-SECRET-REFERENCE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           GOBACK.

       CLASSIFY-LOCATION-KEY.
      *****************************************************************
      * Only the TLS material: ssl.keystore.location, ssl.ca.location,
      * schema.registry.ssl.key.location and the like. Any other
      * ...location key is not a credential.
      *****************************************************************
           MOVE 0 TO WS-HIT-CNT
           INSPECT WS-KEY(1:WS-KEY-LEN) TALLYING WS-HIT-CNT
                   FOR ALL 'ssl.'
           IF WS-HIT-CNT > 0
             EVALUATE TRUE
               WHEN WS-KEY-TAIL(7:18) = '.keystore.location'
                 MOVE 'KEYSTORE' TO CRREF-TYPE
               WHEN WS-KEY-TAIL(5:20) = '.truststore.location'
                 MOVE 'TRUSTSTR' TO CRREF-TYPE
               WHEN WS-KEY-TAIL(4:21) = '.certificate.location'
                 MOVE 'CERT    ' TO CRREF-TYPE
               WHEN WS-KEY-TAIL(12:13) = '.key.location'
                 MOVE 'KEY     ' TO CRREF-TYPE
               WHEN WS-KEY-TAIL(13:12) = '.ca.location'
                 MOVE 'CA      ' TO CRREF-TYPE
               WHEN WS-KEY-TAIL(12:13) = '.crl.location'
                 MOVE 'CRL     ' TO CRREF-TYPE
               WHEN OTHER
                 MOVE 'CERT    ' TO CRREF-TYPE
             END-EVALUATE
             PERFORM SET-FILE-REFERENCE
           END-IF.

       SET-FILE-REFERENCE.
           IF CRREF-VALUE = SPACES
             MOVE SPACES TO CRREF-TYPE
           ELSE
             SET CRREF-FILE TO TRUE
             MOVE FUNCTION TRIM(CRREF-VALUE) TO CRREF-REFERENCE
           END-IF.

       SET-SECRET-REFERENCE.
           SET CRREF-SECRET TO TRUE
           STRING CRREF-DDNAME DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-KEY(1:WS-KEY-LEN) DELIMITED BY SIZE
                  INTO CRREF-REFERENCE.

       END PROGRAM 'IXYCRREF'.
