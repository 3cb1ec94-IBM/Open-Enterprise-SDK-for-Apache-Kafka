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
      * CICS TRANSACTION EINQ - ONLINE EMPLOYEE INQUIRY
      ******************************************************************
      * Answers the support desk's "what do we hold on employee N"
      * on a 3270 instead of by an IXYARCLK, IXYJRNIQ or IXYTPEEK
      * job. Pseudo-conversational; screens from BMS mapset IXYEIQS:
      * a. EIQMAP1 - key the company (spaces = the legacy stream)
      *    and employee id, ENTER: the EMPMAST position with its
      *    EVENT-DATA decoded by name, the lifecycle, the ORGMAST
      *    assignment and a count of the employee's open queue
      *    items. The fields IXYFPROT protects in the payload --
      *    annualSalary, insuranceCoverage, securityToken -- show as
      *    asterisks unless the user holds READ to the RACF FACILITY
      *    profile IXY.EMPINQ.UNMASK (the online stand-in for an
      *    AUTHFIL grant, which only batch can read).
      * b. PF8 - EIQMAP2: the latest EMPJRNL changes for the
      *    employee, newest first, and the open APPRFIL, PENDFIL and
      *    RETRYFIL items, with the APPRFIL record number the
      *    IXYAPPRV decision cards name.
      * c. Every inquiry is logged, the way CRYPTAUD logs decrypts:
      *    one CRYPT-AUDIT-RECORD per screen shown, written to the
      *    extrapartition TD queue IQAU (DD INQAUD) -- timestamp,
      *    this program, what was shown to whom (company, employee,
      *    MASKED/UNMASKED/ACTIVITY/NOTFOUND, terminal) and the
      *    signed-on user in the run-id column. When the log cannot
      *    be written the protected fields stay masked.
      * Files (CICS file control):
      *    EMPMAST, ORGMAST - the KSDSs, read by key.
      *    EMPJRNL, APPRFIL, PENDFIL, RETRYFIL - browsed by RBA, so
      *    online they are VSAM ESDS clusters; the batch programs
      *    read and write them as sequential files unchanged.
      * The journal is browsed backwards from its end and the search
      * stops after WS-JRNL-SCAN-MAX records, so a long-quiet
      * employee shows OLDER CHANGES NOT SEARCHED rather than hold
      * the terminal. PF3 or CLEAR ends the transaction.
      ******************************************************************
      * Modification history
      * 2026-10-15 : new program.
      * 2026-10-15 : an APPRFIL item names the approving manager the
      *              change waits on, when the employee has one.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYEMINQ'.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
         01 WS-RESP             PIC S9(8) COMP VALUE 0.
         01 WS-RESP2            PIC S9(8) COMP VALUE 0.
         01 WS-RESP-D           PIC Z(7)9.
         01 WS-REC-LEN          PIC S9(4) COMP VALUE 0.
         01 WS-USERID           PIC X(08) VALUE SPACES.
         01 WS-MESSAGE          PIC X(78) VALUE SPACES.

      * The conversation state carried between screens.
         01 WS-COMMAREA.
            05 WS-CA-MAP           PIC X(01).
                88 WS-CA-ON-EMPLOYEE VALUE '1'.
                88 WS-CA-ON-ACTIVITY VALUE '2'.
            05 WS-CA-COMPANY       PIC X(03).
            05 WS-CA-EMPLOYEE-ID   PIC 9(09).
            05 WS-CA-HAVE-EMP-SW   PIC X(01).
                88 WS-CA-HAVE-EMP  VALUE 'Y'.

      * The key as keyed.
         01 WS-KEYED-ID         PIC X(09).
         01 WS-KEYED-DIGITS     PIC S9(4) COMP VALUE 0.
         01 WS-KEY-OK-SW        PIC X(01).
             88 WS-KEY-OK       VALUE 'Y'.

      * Unmask authority and the access log.
         01 WS-UNMASK-RESCLASS  PIC X(08) VALUE 'FACILITY'.
         01 WS-UNMASK-RESID     PIC X(17) VALUE 'IXY.EMPINQ.UNMASK'.
         01 WS-UNMASK-RESID-LEN PIC S9(8) COMP VALUE 17.
         01 WS-READ-CVDA        PIC S9(8) COMP VALUE 0.
         01 WS-UNMASK-SW        PIC X(01) VALUE 'N'.
             88 WS-UNMASK       VALUE 'Y'.
         01 WS-AUDIT-QUEUE      PIC X(04) VALUE 'IQAU'.
         01 WS-AUDIT-VIEW       PIC X(08).
         01 WS-AUDIT-OK-SW      PIC X(01).
             88 WS-AUDIT-OK     VALUE 'Y'.

      * Same layout IXYCRYPT writes to CRYPTAUD, so the inquiry log
      * reads with the decrypt log.
         01 CRYPT-AUDIT-RECORD.
            05 CAUD-TIMESTAMP     PIC X(21).
            05 CAUD-CALLER        PIC X(08).
            05 CAUD-KEY-NAME      PIC X(80).
            05 CAUD-RUN-ID        PIC X(16).
            05 FILLER             PIC X(05).

      * Record layout as written by UPDATE-EMPLOYEE-MASTER in
      * IXYCAV64.
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

      * The org-structure reference record IXYORGMN maintains.
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

      * Record layouts as IXYCAV64 writes them.
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

         01 APPROVAL-QUEUE-RECORD.
            05 APPR-TIMESTAMP     PIC X(21).
            05 APPR-RUN-ID        PIC X(16).
            05 APPR-EMPLOYEE-ID   PIC 9(09).
            05 APPR-REASON        PIC X(12).
            05 APPR-OLD-SALARY    PIC 9(07)V9(02).
            05 APPR-NEW-SALARY    PIC 9(07)V9(02).
            05 APPR-OLD-INSUR     PIC 9(07)V9(02).
            05 APPR-NEW-INSUR     PIC 9(07)V9(02).
            05 APPR-EVENT-IMAGE   PIC X(4000).
            05 APPR-MANAGER-ID    PIC 9(09) BINARY.
            05 APPR-MANAGER-SW    PIC X(01).
                88 APPR-MANAGER-KNOWN VALUE 'Y'.
            05 FILLER             PIC X(01).

         01 PENDING-EVENT-RECORD.
            05 PND-TIMESTAMP      PIC X(21).
            05 PND-RUN-ID         PIC X(16).
            05 PND-EFF-DATE       PIC 9(08).
            05 PND-EVENT-IMAGE    PIC X(4000).
            05 FILLER             PIC X(05).

         01 RETRY-TIER-RECORD.
            05 RTY-TIMESTAMP      PIC X(21).
            05 RTY-REASON-CODE    PIC 9(09).
            05 RTY-ATTEMPTS       PIC 9(03).
            05 RTY-EVENT-IMAGE    PIC X(4000).

      * ESDS browse position -- all ones starts a backward browse at
      * the last record.
         01 WS-RBA              PIC S9(8) COMP VALUE 0.
         01 WS-RBA-X REDEFINES WS-RBA PIC X(04).
         01 WS-BROWSE-END-SW    PIC X(01).
             88 WS-BROWSE-END   VALUE 'Y'.

      * The journal search.
         01 WS-JRNL-SCAN-MAX    PIC S9(8) COMP VALUE 20000.
         01 WS-JRNL-SCAN-CNT    PIC S9(8) COMP VALUE 0.
         01 WS-JRNL-CNT         PIC S9(4) COMP VALUE 0.
         01 WS-JRNL-MAX         PIC S9(4) COMP VALUE 8.
         01 WS-JRN-COMPANY      PIC X(03).
         01 WS-JRN-ACTION-LBL   PIC X(06).
         01 WS-JRNL-LINE.
            05 JLN-TIMESTAMP       PIC X(21).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 JLN-ACTION          PIC X(06).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 JLN-PROGRAM         PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 JLN-RUN-ID          PIC X(16).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 JLN-DEPT            PIC X(06).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 JLN-COST-CENTER     PIC X(08).
            05 FILLER              PIC X(08) VALUE SPACES.

      * The open queue items.
         01 WS-ITEM-SCAN-MAX    PIC S9(8) COMP VALUE 50000.
         01 WS-ITEM-SCAN-CNT    PIC S9(8) COMP VALUE 0.
         01 WS-ITEM-REC-NO      PIC 9(09) VALUE 0.
         01 WS-ITEM-LINE-CNT    PIC S9(4) COMP VALUE 0.
         01 WS-ITEM-LINE-MAX    PIC S9(4) COMP VALUE 5.
         01 WS-ITEM-FILL-SW     PIC X(01) VALUE 'N'.
             88 WS-ITEM-FILL    VALUE 'Y'.
         01 WS-APPR-CNT         PIC S9(8) COMP VALUE 0.
         01 WS-PEND-CNT         PIC S9(8) COMP VALUE 0.
         01 WS-RETRY-CNT        PIC S9(8) COMP VALUE 0.
         01 WS-APPR-STATE       PIC X(04).
         01 WS-PEND-STATE       PIC X(04).
         01 WS-RETRY-STATE      PIC X(04).
         01 WS-ITEM-LINE.
            05 ILN-FILE            PIC X(08).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 ILN-REC-NO          PIC Z(8)9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 ILN-TIMESTAMP       PIC X(21).
            05 FILLER              PIC X(01) VALUE SPACES.
            05 ILN-DETAIL          PIC X(38).
         01 WS-ITEM-CNT-D       PIC ZZZ9.
         01 WS-APPR-MANAGER-ID  PIC 9(09).
         01 WS-ITEM-CNT-D2      PIC ZZZ9.
         01 WS-ITEM-CNT-D3      PIC ZZZ9.
         01 WS-ATTEMPTS-D       PIC ZZ9.

         01 WS-AMOUNT-D         PIC Z,ZZZ,ZZ9.99.
         01 WS-MASK-AMOUNT      PIC X(12) VALUE '************'.
         01 WS-MASK-TOKEN       PIC X(16) VALUE '****************'.

         01 WS-END-TEXT         PIC X(30)
                                  VALUE 'EMPLOYEE INQUIRY ENDED'.

      ******************************************************************
      * COBOL DATA COPYBOOK GENERATED BY DATA TRANSFORMATION UTILITY
      * -- the EMPMAST and queue images are overlaid onto EVENT-DATA to
      * get at the business fields by name.
      ******************************************************************
         COPY IXYCASC.

      ******************************************************************
      * CICS ATTENTION IDENTIFIERS AND BMS ATTRIBUTE CONSTANTS
      ******************************************************************
         COPY DFHAID.
         COPY DFHBMSCA.

      ******************************************************************
      * SYMBOLIC MAPS FOR MAPSET IXYEIQS, IN THE SHAPE THE BMS
      * ASSEMBLY GENERATES THEM.
      ******************************************************************
         01 EIQMAP1I.
            02 FILLER             PIC X(12).
            02 USERID1L           PIC S9(4) COMP.
            02 USERID1F           PIC X(01).
            02 FILLER REDEFINES USERID1F.
               03 USERID1A        PIC X(01).
            02 USERID1I           PIC X(08).
            02 COMP1L             PIC S9(4) COMP.
            02 COMP1F             PIC X(01).
            02 FILLER REDEFINES COMP1F.
               03 COMP1A          PIC X(01).
            02 COMP1I             PIC X(03).
            02 EMPID1L            PIC S9(4) COMP.
            02 EMPID1F            PIC X(01).
            02 FILLER REDEFINES EMPID1F.
               03 EMPID1A         PIC X(01).
            02 EMPID1I            PIC X(09).
            02 VIEW1L             PIC S9(4) COMP.
            02 VIEW1F             PIC X(01).
            02 FILLER REDEFINES VIEW1F.
               03 VIEW1A          PIC X(01).
            02 VIEW1I             PIC X(08).
            02 NAME1L             PIC S9(4) COMP.
            02 NAME1F             PIC X(01).
            02 FILLER REDEFINES NAME1F.
               03 NAME1A          PIC X(01).
            02 NAME1I             PIC X(30).
            02 STAT1L             PIC S9(4) COMP.
            02 STAT1F             PIC X(01).
            02 FILLER REDEFINES STAT1F.
               03 STAT1A          PIC X(01).
            02 STAT1I             PIC X(12).
            02 LEVEL1L            PIC S9(4) COMP.
            02 LEVEL1F            PIC X(01).
            02 FILLER REDEFINES LEVEL1F.
               03 LEVEL1A         PIC X(01).
            02 LEVEL1I            PIC X(09).
            02 FTIME1L            PIC S9(4) COMP.
            02 FTIME1F            PIC X(01).
            02 FILLER REDEFINES FTIME1F.
               03 FTIME1A         PIC X(01).
            02 FTIME1I            PIC X(01).
            02 DOJ1L              PIC S9(4) COMP.
            02 DOJ1F              PIC X(01).
            02 FILLER REDEFINES DOJ1F.
               03 DOJ1A           PIC X(01).
            02 DOJ1I              PIC X(08).
            02 SAL1L              PIC S9(4) COMP.
            02 SAL1F              PIC X(01).
            02 FILLER REDEFINES SAL1F.
               03 SAL1A           PIC X(01).
            02 SAL1I              PIC X(12).
            02 INS1L              PIC S9(4) COMP.
            02 INS1F              PIC X(01).
            02 FILLER REDEFINES INS1F.
               03 INS1A           PIC X(01).
            02 INS1I              PIC X(12).
            02 CURR1L             PIC S9(4) COMP.
            02 CURR1F             PIC X(01).
            02 FILLER REDEFINES CURR1F.
               03 CURR1A          PIC X(01).
            02 CURR1I             PIC X(03).
            02 TOKEN1L            PIC S9(4) COMP.
            02 TOKEN1F            PIC X(01).
            02 FILLER REDEFINES TOKEN1F.
               03 TOKEN1A         PIC X(01).
            02 TOKEN1I            PIC X(16).
            02 EFFD1L             PIC S9(4) COMP.
            02 EFFD1F             PIC X(01).
            02 FILLER REDEFINES EFFD1F.
               03 EFFD1A          PIC X(01).
            02 EFFD1I             PIC X(08).
            02 EMAIL1L            PIC S9(4) COMP.
            02 EMAIL1F            PIC X(01).
            02 FILLER REDEFINES EMAIL1F.
               03 EMAIL1A         PIC X(01).
            02 EMAIL1I            PIC X(40).
            02 PHONE1L            PIC S9(4) COMP.
            02 PHONE1F            PIC X(01).
            02 FILLER REDEFINES PHONE1F.
               03 PHONE1A         PIC X(01).
            02 PHONE1I            PIC X(10).
            02 STRT1L             PIC S9(4) COMP.
            02 STRT1F             PIC X(01).
            02 FILLER REDEFINES STRT1F.
               03 STRT1A          PIC X(01).
            02 STRT1I             PIC X(30).
            02 PINC1L             PIC S9(4) COMP.
            02 PINC1F             PIC X(01).
            02 FILLER REDEFINES PINC1F.
               03 PINC1A          PIC X(01).
            02 PINC1I             PIC X(06).
            02 CITY1L             PIC S9(4) COMP.
            02 CITY1F             PIC X(01).
            02 FILLER REDEFINES CITY1F.
               03 CITY1A          PIC X(01).
            02 CITY1I             PIC X(20).
            02 STATE1L            PIC S9(4) COMP.
            02 STATE1F            PIC X(01).
            02 FILLER REDEFINES STATE1F.
               03 STATE1A         PIC X(01).
            02 STATE1I            PIC X(20).
            02 CNTRY1L            PIC S9(4) COMP.
            02 CNTRY1F            PIC X(01).
            02 FILLER REDEFINES CNTRY1F.
               03 CNTRY1A         PIC X(01).
            02 CNTRY1I            PIC X(20).
            02 TERMD1L            PIC S9(4) COMP.
            02 TERMD1F            PIC X(01).
            02 FILLER REDEFINES TERMD1F.
               03 TERMD1A         PIC X(01).
            02 TERMD1I            PIC X(08).
            02 TERMR1L            PIC S9(4) COMP.
            02 TERMR1F            PIC X(01).
            02 FILLER REDEFINES TERMR1F.
               03 TERMR1A         PIC X(01).
            02 TERMR1I            PIC X(08).
            02 REHD1L             PIC S9(4) COMP.
            02 REHD1F             PIC X(01).
            02 FILLER REDEFINES REHD1F.
               03 REHD1A          PIC X(01).
            02 REHD1I             PIC X(08).
            02 REHC1L             PIC S9(4) COMP.
            02 REHC1F             PIC X(01).
            02 FILLER REDEFINES REHC1F.
               03 REHC1A          PIC X(01).
            02 REHC1I             PIC X(03).
            02 UPDTS1L            PIC S9(4) COMP.
            02 UPDTS1F            PIC X(01).
            02 FILLER REDEFINES UPDTS1F.
               03 UPDTS1A         PIC X(01).
            02 UPDTS1I            PIC X(21).
            02 DEPT1L             PIC S9(4) COMP.
            02 DEPT1F             PIC X(01).
            02 FILLER REDEFINES DEPT1F.
               03 DEPT1A          PIC X(01).
            02 DEPT1I             PIC X(06).
            02 DNAME1L            PIC S9(4) COMP.
            02 DNAME1F            PIC X(01).
            02 FILLER REDEFINES DNAME1F.
               03 DNAME1A         PIC X(01).
            02 DNAME1I            PIC X(30).
            02 CCTR1L             PIC S9(4) COMP.
            02 CCTR1F             PIC X(01).
            02 FILLER REDEFINES CCTR1F.
               03 CCTR1A          PIC X(01).
            02 CCTR1I             PIC X(08).
            02 UNIT1L             PIC S9(4) COMP.
            02 UNIT1F             PIC X(01).
            02 FILLER REDEFINES UNIT1F.
               03 UNIT1A          PIC X(01).
            02 UNIT1I             PIC X(10).
            02 LOC1L              PIC S9(4) COMP.
            02 LOC1F              PIC X(01).
            02 FILLER REDEFINES LOC1F.
               03 LOC1A           PIC X(01).
            02 LOC1I              PIC X(20).
            02 OPEN1L             PIC S9(4) COMP.
            02 OPEN1F             PIC X(01).
            02 FILLER REDEFINES OPEN1F.
               03 OPEN1A          PIC X(01).
            02 OPEN1I             PIC X(60).
            02 MSG1L              PIC S9(4) COMP.
            02 MSG1F              PIC X(01).
            02 FILLER REDEFINES MSG1F.
               03 MSG1A           PIC X(01).
            02 MSG1I              PIC X(78).
         01 EIQMAP1O REDEFINES EIQMAP1I.
            02 FILLER             PIC X(12).
            02 FILLER             PIC X(03).
            02 USERID1O           PIC X(08).
            02 FILLER             PIC X(03).
            02 COMP1O             PIC X(03).
            02 FILLER             PIC X(03).
            02 EMPID1O            PIC X(09).
            02 FILLER             PIC X(03).
            02 VIEW1O             PIC X(08).
            02 FILLER             PIC X(03).
            02 NAME1O             PIC X(30).
            02 FILLER             PIC X(03).
            02 STAT1O             PIC X(12).
            02 FILLER             PIC X(03).
            02 LEVEL1O            PIC X(09).
            02 FILLER             PIC X(03).
            02 FTIME1O            PIC X(01).
            02 FILLER             PIC X(03).
            02 DOJ1O              PIC X(08).
            02 FILLER             PIC X(03).
            02 SAL1O              PIC X(12).
            02 FILLER             PIC X(03).
            02 INS1O              PIC X(12).
            02 FILLER             PIC X(03).
            02 CURR1O             PIC X(03).
            02 FILLER             PIC X(03).
            02 TOKEN1O            PIC X(16).
            02 FILLER             PIC X(03).
            02 EFFD1O             PIC X(08).
            02 FILLER             PIC X(03).
            02 EMAIL1O            PIC X(40).
            02 FILLER             PIC X(03).
            02 PHONE1O            PIC X(10).
            02 FILLER             PIC X(03).
            02 STRT1O             PIC X(30).
            02 FILLER             PIC X(03).
            02 PINC1O             PIC X(06).
            02 FILLER             PIC X(03).
            02 CITY1O             PIC X(20).
            02 FILLER             PIC X(03).
            02 STATE1O            PIC X(20).
            02 FILLER             PIC X(03).
            02 CNTRY1O            PIC X(20).
            02 FILLER             PIC X(03).
            02 TERMD1O            PIC X(08).
            02 FILLER             PIC X(03).
            02 TERMR1O            PIC X(08).
            02 FILLER             PIC X(03).
            02 REHD1O             PIC X(08).
            02 FILLER             PIC X(03).
            02 REHC1O             PIC X(03).
            02 FILLER             PIC X(03).
            02 UPDTS1O            PIC X(21).
            02 FILLER             PIC X(03).
            02 DEPT1O             PIC X(06).
            02 FILLER             PIC X(03).
            02 DNAME1O            PIC X(30).
            02 FILLER             PIC X(03).
            02 CCTR1O             PIC X(08).
            02 FILLER             PIC X(03).
            02 UNIT1O             PIC X(10).
            02 FILLER             PIC X(03).
            02 LOC1O              PIC X(20).
            02 FILLER             PIC X(03).
            02 OPEN1O             PIC X(60).
            02 FILLER             PIC X(03).
            02 MSG1O              PIC X(78).
         01 EIQMAP2I.
            02 FILLER             PIC X(12).
            02 USERID2L           PIC S9(4) COMP.
            02 USERID2F           PIC X(01).
            02 FILLER REDEFINES USERID2F.
               03 USERID2A        PIC X(01).
            02 USERID2I           PIC X(08).
            02 COMP2L             PIC S9(4) COMP.
            02 COMP2F             PIC X(01).
            02 FILLER REDEFINES COMP2F.
               03 COMP2A          PIC X(01).
            02 COMP2I             PIC X(03).
            02 EMPID2L            PIC S9(4) COMP.
            02 EMPID2F            PIC X(01).
            02 FILLER REDEFINES EMPID2F.
               03 EMPID2A         PIC X(01).
            02 EMPID2I            PIC X(09).
            02 NAME2L             PIC S9(4) COMP.
            02 NAME2F             PIC X(01).
            02 FILLER REDEFINES NAME2F.
               03 NAME2A          PIC X(01).
            02 NAME2I             PIC X(30).
            02 JLINE-ROW OCCURS 8 TIMES.
               03 JLINEL          PIC S9(4) COMP.
               03 JLINEF          PIC X(01).
               03 FILLER REDEFINES JLINEF.
                  04 JLINEA       PIC X(01).
               03 JLINEI          PIC X(79).
            02 OLINE-ROW OCCURS 5 TIMES.
               03 OLINEL          PIC S9(4) COMP.
               03 OLINEF          PIC X(01).
               03 FILLER REDEFINES OLINEF.
                  04 OLINEA       PIC X(01).
               03 OLINEI          PIC X(79).
            02 MSG2L              PIC S9(4) COMP.
            02 MSG2F              PIC X(01).
            02 FILLER REDEFINES MSG2F.
               03 MSG2A           PIC X(01).
            02 MSG2I              PIC X(78).
         01 EIQMAP2O REDEFINES EIQMAP2I.
            02 FILLER             PIC X(12).
            02 FILLER             PIC X(03).
            02 USERID2O           PIC X(08).
            02 FILLER             PIC X(03).
            02 COMP2O             PIC X(03).
            02 FILLER             PIC X(03).
            02 EMPID2O            PIC X(09).
            02 FILLER             PIC X(03).
            02 NAME2O             PIC X(30).
            02 JLINE-OROW OCCURS 8 TIMES.
               03 FILLER          PIC X(03).
               03 JLINEO          PIC X(79).
            02 OLINE-OROW OCCURS 5 TIMES.
               03 FILLER          PIC X(03).
               03 OLINEO          PIC X(79).
            02 FILLER             PIC X(03).
            02 MSG2O              PIC X(78).

        LINKAGE SECTION.
         01 DFHCOMMAREA            PIC X(14).

       PROCEDURE DIVISION.
           EXEC CICS ASSIGN USERID(WS-USERID)
                     RESP(WS-RESP)
           END-EXEC

           IF EIBCALEN = 0
             MOVE SPACES TO WS-COMMAREA
             SET WS-CA-ON-EMPLOYEE TO TRUE
             MOVE 0 TO WS-CA-EMPLOYEE-ID
             MOVE 'N' TO WS-CA-HAVE-EMP-SW
             MOVE SPACES TO WS-MESSAGE
             STRING "KEY A COMPANY (BLANK FOR THE LEGACY STREAM) AND "
                    "AN EMPLOYEE ID, PRESS ENTER"
                    DELIMITED BY SIZE INTO WS-MESSAGE
             PERFORM SEND-EMPTY-EMPLOYEE-MAP
           ELSE
             MOVE DFHCOMMAREA TO WS-COMMAREA
             EVALUATE TRUE
               WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 PERFORM END-INQUIRY
               WHEN WS-CA-ON-EMPLOYEE AND EIBAID = DFHENTER
                 PERFORM RECEIVE-EMPLOYEE-KEY
                 IF WS-KEY-OK
                   PERFORM SHOW-EMPLOYEE
                 ELSE
                   PERFORM SEND-EMPTY-EMPLOYEE-MAP
                 END-IF
               WHEN WS-CA-ON-EMPLOYEE AND EIBAID = DFHPF8
                 IF WS-CA-HAVE-EMP
                   PERFORM SHOW-ACTIVITY
                 ELSE
                   MOVE "INQUIRE ON AN EMPLOYEE FIRST" TO WS-MESSAGE
                   PERFORM SEND-EMPTY-EMPLOYEE-MAP
                 END-IF
               WHEN WS-CA-ON-ACTIVITY AND
                    (EIBAID = DFHPF7 OR EIBAID = DFHENTER)
                 PERFORM SHOW-EMPLOYEE
               WHEN OTHER
                 MOVE "THAT KEY IS NOT ACTIVE ON THIS SCREEN"
                                                     TO WS-MESSAGE
                 IF WS-CA-HAVE-EMP
                   IF WS-CA-ON-ACTIVITY
                     PERFORM SHOW-ACTIVITY
                   ELSE
                     PERFORM SHOW-EMPLOYEE
                   END-IF
                 ELSE
                   PERFORM SEND-EMPTY-EMPLOYEE-MAP
                 END-IF
             END-EVALUATE
           END-IF

           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           GOBACK
           .

       END-INQUIRY.
           EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                     LENGTH(LENGTH OF WS-END-TEXT)
                     ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       SEND-EMPTY-EMPLOYEE-MAP.
           MOVE LOW-VALUES TO EIQMAP1O
           MOVE WS-USERID  TO USERID1O
           MOVE WS-MESSAGE TO MSG1O
           SET WS-CA-ON-EMPLOYEE TO TRUE
           EXEC CICS SEND MAP('EIQMAP1') MAPSET('IXYEIQS')
                     FROM(EIQMAP1O) ERASE
                     RESP(WS-RESP)
           END-EXEC.

       RECEIVE-EMPLOYEE-KEY.
      *****************************************************************
      * The company may be blank (the legacy stream); the employee
      * id is the digits keyed from the left of the field.
      *****************************************************************
           MOVE 'N' TO WS-KEY-OK-SW
           MOVE SPACES TO WS-MESSAGE
           EXEC CICS RECEIVE MAP('EIQMAP1') MAPSET('IXYEIQS')
                     INTO(EIQMAP1I)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
             MOVE "KEY A COMPANY AND AN EMPLOYEE ID" TO WS-MESSAGE
           ELSE
             INSPECT COMP1I  REPLACING ALL LOW-VALUE BY SPACE
             INSPECT EMPID1I REPLACING ALL LOW-VALUE BY SPACE
             MOVE EMPID1I TO WS-KEYED-ID
             MOVE 0 TO WS-KEYED-DIGITS
             INSPECT WS-KEYED-ID TALLYING WS-KEYED-DIGITS
                     FOR CHARACTERS BEFORE INITIAL SPACE
             EVALUATE TRUE
               WHEN WS-KEYED-DIGITS = 0
                 MOVE "KEY AN EMPLOYEE ID" TO WS-MESSAGE
               WHEN WS-KEYED-ID(1:WS-KEYED-DIGITS) NOT NUMERIC
                 MOVE "THE EMPLOYEE ID MUST BE DIGITS" TO WS-MESSAGE
               WHEN WS-KEYED-DIGITS < 9 AND
                    WS-KEYED-ID(WS-KEYED-DIGITS + 1:) NOT = SPACES
                 MOVE "THE EMPLOYEE ID MUST BE DIGITS" TO WS-MESSAGE
               WHEN OTHER
                 MOVE COMP1I TO WS-CA-COMPANY
                 MOVE WS-KEYED-ID(1:WS-KEYED-DIGITS) TO
                                                 WS-CA-EMPLOYEE-ID
                 SET WS-KEY-OK TO TRUE
             END-EVALUATE
           END-IF.

       SHOW-EMPLOYEE.
      *****************************************************************
      * EIQMAP1 for the employee in the commarea -- the master
      * position, the org assignment and the open-item counts.
      *****************************************************************
           MOVE LOW-VALUES TO EIQMAP1O
           MOVE WS-USERID          TO USERID1O
           MOVE WS-CA-COMPANY      TO COMP1O
           MOVE WS-CA-EMPLOYEE-ID  TO EMPID1O
           SET WS-CA-ON-EMPLOYEE TO TRUE
           MOVE 'N' TO WS-CA-HAVE-EMP-SW

           PERFORM READ-EMPLOYEE-MASTER
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               SET WS-CA-HAVE-EMP TO TRUE
               PERFORM CHECK-UNMASK-AUTHORITY
               IF WS-UNMASK
                 MOVE 'UNMASKED' TO WS-AUDIT-VIEW
               ELSE
                 MOVE 'MASKED  ' TO WS-AUDIT-VIEW
               END-IF
               PERFORM WRITE-ACCESS-AUDIT
               IF NOT WS-AUDIT-OK
                 MOVE 'N' TO WS-UNMASK-SW
               END-IF
               PERFORM FILL-EMPLOYEE-FIELDS
               PERFORM FILL-ORG-ASSIGNMENT
               MOVE 'N' TO WS-ITEM-FILL-SW
               PERFORM SCAN-OPEN-ITEMS
               PERFORM FILL-OPEN-ITEM-COUNTS
               IF WS-MESSAGE = SPACES
                 IF WS-AUDIT-OK
                   MOVE "PF8 FOR THE CHANGE HISTORY AND OPEN ITEMS"
                                                     TO WS-MESSAGE
                 ELSE
                   STRING "ACCESS LOG UNAVAILABLE - PROTECTED "
                          "FIELDS STAY MASKED"
                          DELIMITED BY SIZE INTO WS-MESSAGE
                 END-IF
               END-IF
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE 'NOTFOUND' TO WS-AUDIT-VIEW
               PERFORM WRITE-ACCESS-AUDIT
               MOVE "EMPLOYEE NOT ON EMPMAST FOR THAT COMPANY"
                                                     TO WS-MESSAGE
             WHEN OTHER
               MOVE WS-RESP TO WS-RESP-D
               STRING "EMPMAST UNAVAILABLE, RESP " WS-RESP-D
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE

           MOVE WS-MESSAGE TO MSG1O
           EXEC CICS SEND MAP('EIQMAP1') MAPSET('IXYEIQS')
                     FROM(EIQMAP1O) ERASE
                     RESP(WS-RESP)
           END-EXEC.

       READ-EMPLOYEE-MASTER.
           MOVE WS-CA-COMPANY     TO EMPMAST-COMPANY
           MOVE WS-CA-EMPLOYEE-ID TO EMPMAST-EMPLOYEE-ID
           MOVE LENGTH OF EMPLOYEE-MASTER-RECORD TO WS-REC-LEN
           EXEC CICS READ FILE('EMPMAST')
                     INTO(EMPLOYEE-MASTER-RECORD)
                     LENGTH(WS-REC-LEN)
                     RIDFLD(EMPMAST-KEY)
                     RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.

       CHECK-UNMASK-AUTHORITY.
      *****************************************************************
      * READ access to the FACILITY profile lets the user see the
      * protected fields in the clear; anything else -- no profile,
      * no access, security inactive -- leaves them masked.
      *****************************************************************
           MOVE 'N' TO WS-UNMASK-SW
           EXEC CICS QUERY SECURITY
                     RESCLASS(WS-UNMASK-RESCLASS)
                     RESID(WS-UNMASK-RESID)
                     RESIDLENGTH(WS-UNMASK-RESID-LEN)
                     READ(WS-READ-CVDA)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND
              WS-READ-CVDA = DFHVALUE(READABLE)
             SET WS-UNMASK TO TRUE
           END-IF.

       WRITE-ACCESS-AUDIT.
      *****************************************************************
      * One CRYPTAUD-shaped record per screen shown -- what was shown
      * and to whom, never the values.
      *****************************************************************
           MOVE 'N' TO WS-AUDIT-OK-SW
           MOVE SPACES TO CRYPT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO CAUD-TIMESTAMP
           MOVE 'IXYEMINQ'            TO CAUD-CALLER
           STRING "EMPINQ " WS-CA-COMPANY " " WS-CA-EMPLOYEE-ID
                  " " WS-AUDIT-VIEW " TERM " EIBTRMID
                  " TRAN " EIBTRNID
                  DELIMITED BY SIZE INTO CAUD-KEY-NAME
           MOVE WS-USERID             TO CAUD-RUN-ID
           EXEC CICS WRITEQ TD QUEUE(WS-AUDIT-QUEUE)
                     FROM(CRYPT-AUDIT-RECORD)
                     LENGTH(LENGTH OF CRYPT-AUDIT-RECORD)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
             SET WS-AUDIT-OK TO TRUE
           END-IF.

       FILL-EMPLOYEE-FIELDS.
           MOVE EMPMAST-EVENT-DATA TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE fullName            TO NAME1O
           MOVE employeeLevel       TO LEVEL1O
           MOVE isFullTime          TO FTIME1O
           MOVE dateOfJoining       TO DOJ1O
           MOVE currencyCode        TO CURR1O
           MOVE effectiveDate       TO EFFD1O
           MOVE email               TO EMAIL1O
           MOVE phoneNumber         TO PHONE1O
           MOVE street              TO STRT1O
           MOVE pincode             TO PINC1O
           MOVE city                TO CITY1O
           MOVE state               TO STATE1O
           MOVE country             TO CNTRY1O
           MOVE EMPMAST-UPDATED-TS  TO UPDTS1O
           MOVE WS-AUDIT-VIEW       TO VIEW1O

           IF WS-UNMASK
             MOVE annualSalary      TO WS-AMOUNT-D
             MOVE WS-AMOUNT-D       TO SAL1O
             MOVE insuranceCoverage TO WS-AMOUNT-D
             MOVE WS-AMOUNT-D       TO INS1O
             MOVE securityToken     TO TOKEN1O
           ELSE
             MOVE WS-MASK-AMOUNT    TO SAL1O
             MOVE WS-MASK-AMOUNT    TO INS1O
             MOVE WS-MASK-TOKEN     TO TOKEN1O
             MOVE 'MASKED  '        TO VIEW1O
           END-IF

           EVALUATE TRUE
             WHEN EMPMAST-TERMINATED
               MOVE 'LEFT'          TO STAT1O
               MOVE EMPMAST-TERM-DATE   TO TERMD1O
               MOVE EMPMAST-TERM-REASON TO TERMR1O
             WHEN EMPMAST-REHIRE-CNT IS NUMERIC AND
                  EMPMAST-REHIRE-CNT > 0
               MOVE 'REHIRED'       TO STAT1O
               MOVE EMPMAST-PRIOR-TERM-DATE   TO TERMD1O
               MOVE EMPMAST-PRIOR-TERM-REASON TO TERMR1O
             WHEN OTHER
               MOVE 'ACTIVE'        TO STAT1O
           END-EVALUATE
           IF EMPMAST-REHIRE-CNT IS NUMERIC AND
              EMPMAST-REHIRE-CNT > 0
             MOVE EMPMAST-REHIRE-DATE TO REHD1O
             MOVE EMPMAST-REHIRE-CNT  TO REHC1O
           END-IF.

       FILL-ORG-ASSIGNMENT.
      *****************************************************************
      * The ORGMAST assignment; with none on file the master's own
      * department and cost center are shown.
      *****************************************************************
           MOVE EMPMAST-COMPANY     TO ORG-COMPANY
           MOVE EMPMAST-EMPLOYEE-ID TO ORG-EMPLOYEE-ID
           MOVE LENGTH OF ORG-REFERENCE-RECORD TO WS-REC-LEN
           EXEC CICS READ FILE('ORGMAST')
                     INTO(ORG-REFERENCE-RECORD)
                     LENGTH(WS-REC-LEN)
                     RIDFLD(ORG-KEY)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE ORG-DEPT-CODE       TO DEPT1O
               MOVE ORG-DEPT-NAME       TO DNAME1O
               MOVE ORG-COST-CENTER     TO CCTR1O
               MOVE ORG-UNIT            TO UNIT1O
               MOVE ORG-LOCATION        TO LOC1O
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE EMPMAST-DEPT-CODE   TO DEPT1O
               MOVE '(NO ORGMAST ASSIGNMENT)' TO DNAME1O
               MOVE EMPMAST-COST-CENTER TO CCTR1O
             WHEN OTHER
               MOVE EMPMAST-DEPT-CODE   TO DEPT1O
               MOVE '(ORGMAST UNAVAILABLE)' TO DNAME1O
               MOVE EMPMAST-COST-CENTER TO CCTR1O
           END-EVALUATE.

       FILL-OPEN-ITEM-COUNTS.
           MOVE WS-APPR-CNT  TO WS-ITEM-CNT-D
           MOVE WS-PEND-CNT  TO WS-ITEM-CNT-D2
           MOVE WS-RETRY-CNT TO WS-ITEM-CNT-D3
           STRING "APPROVAL " WS-ITEM-CNT-D  WS-APPR-STATE
                  "  PENDING " WS-ITEM-CNT-D2 WS-PEND-STATE
                  "  RETRY " WS-ITEM-CNT-D3 WS-RETRY-STATE
                  DELIMITED BY SIZE INTO OPEN1O.

       SHOW-ACTIVITY.
      *****************************************************************
      * EIQMAP2 -- the latest journal changes and the open items.
      * Nothing protected is shown here.
      *****************************************************************
           MOVE LOW-VALUES TO EIQMAP2O
           MOVE WS-USERID          TO USERID2O
           MOVE WS-CA-COMPANY      TO COMP2O
           MOVE WS-CA-EMPLOYEE-ID  TO EMPID2O
           SET WS-CA-ON-ACTIVITY TO TRUE

           PERFORM READ-EMPLOYEE-MASTER
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE EMPMAST-EVENT-DATA TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
             MOVE fullName TO NAME2O
           ELSE
             MOVE '(NOT ON EMPMAST)' TO NAME2O
           END-IF
           MOVE 'ACTIVITY' TO WS-AUDIT-VIEW
           PERFORM WRITE-ACCESS-AUDIT

           PERFORM SCAN-EMPLOYEE-JOURNAL
           SET WS-ITEM-FILL TO TRUE
           PERFORM SCAN-OPEN-ITEMS
           IF WS-ITEM-LINE-CNT = 0
             MOVE "NO OPEN APPROVAL, PENDING OR RETRY ITEMS"
                                                 TO OLINEO(1)
           END-IF
           IF WS-MESSAGE = SPACES
             COMPUTE WS-ITEM-SCAN-CNT =
                     WS-APPR-CNT + WS-PEND-CNT + WS-RETRY-CNT
             IF WS-ITEM-SCAN-CNT > WS-ITEM-LINE-CNT
               STRING "MORE OPEN ITEMS THAN THE SCREEN SHOWS - "
                      "PF7 FOR THE COUNTS"
                      DELIMITED BY SIZE INTO WS-MESSAGE
             END-IF
           END-IF

           MOVE WS-MESSAGE TO MSG2O
           EXEC CICS SEND MAP('EIQMAP2') MAPSET('IXYEIQS')
                     FROM(EIQMAP2O) ERASE
                     RESP(WS-RESP)
           END-EXEC.

       SCAN-EMPLOYEE-JOURNAL.
      *****************************************************************
      * Backwards from the end of EMPJRNL, newest first, until the
      * screen is full or the scan limit is reached. The company is
      * taken from the images -- after image for an add or change,
      * before image for a delete (the IXYJRNIQ convention).
      *****************************************************************
           MOVE 0 TO WS-JRNL-CNT
           MOVE 0 TO WS-JRNL-SCAN-CNT
           MOVE HIGH-VALUES TO WS-RBA-X
           EXEC CICS STARTBR FILE('EMPJRNL')
                     RIDFLD(WS-RBA) RBA
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE "EMPJRNL UNAVAILABLE - NO CHANGE HISTORY"
                                                 TO JLINEO(1)
           ELSE
             MOVE 'N' TO WS-BROWSE-END-SW
             PERFORM UNTIL WS-BROWSE-END
               MOVE LENGTH OF MASTER-JOURNAL-RECORD TO WS-REC-LEN
               EXEC CICS READPREV FILE('EMPJRNL')
                         INTO(MASTER-JOURNAL-RECORD)
                         LENGTH(WS-REC-LEN)
                         RIDFLD(WS-RBA) RBA
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET WS-BROWSE-END TO TRUE
               ELSE
                 ADD 1 TO WS-JRNL-SCAN-CNT
                 IF JRN-EMPLOYEE-ID = WS-CA-EMPLOYEE-ID
                   PERFORM TAKE-JOURNAL-ENTRY
                 END-IF
                 IF WS-JRNL-CNT >= WS-JRNL-MAX
                   SET WS-BROWSE-END TO TRUE
                 END-IF
                 IF WS-JRNL-SCAN-CNT >= WS-JRNL-SCAN-MAX AND
                    NOT WS-BROWSE-END
                   SET WS-BROWSE-END TO TRUE
                   STRING "OLDER CHANGES NOT SEARCHED - RUN "
                          "IXYJRNIQ FOR THE FULL HISTORY"
                          DELIMITED BY SIZE INTO WS-MESSAGE
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR FILE('EMPJRNL')
                       RESP(WS-RESP)
             END-EXEC
             IF WS-JRNL-CNT = 0 AND WS-MESSAGE = SPACES
               MOVE "NO CHANGES ON EMPJRNL" TO JLINEO(1)
             END-IF
           END-IF.

       TAKE-JOURNAL-ENTRY.
           IF JRN-ACTION-DELETE
             MOVE JRN-BEFORE-IMAGE TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
           ELSE
             MOVE JRN-AFTER-IMAGE TO
                      EVENT-DATA(1:LENGTH OF EVENT-DATA)
           END-IF
           MOVE companyCode TO WS-JRN-COMPANY
           IF WS-JRN-COMPANY = WS-CA-COMPANY
             ADD 1 TO WS-JRNL-CNT
             EVALUATE TRUE
               WHEN JRN-PROGRAM = 'IXYREKEY' AND JRN-ACTION-ADD
                                    MOVE 'MOVEIN' TO JLN-ACTION
               WHEN JRN-PROGRAM = 'IXYREKEY' AND JRN-ACTION-DELETE
                                    MOVE 'MOVOUT' TO JLN-ACTION
               WHEN JRN-ACTION-ADD    MOVE 'ADD   ' TO JLN-ACTION
               WHEN JRN-ACTION-CHANGE MOVE 'CHANGE' TO JLN-ACTION
               WHEN JRN-ACTION-DELETE MOVE 'DELETE' TO JLN-ACTION
               WHEN OTHER             MOVE JRN-ACTION TO JLN-ACTION
             END-EVALUATE
             MOVE JRN-TIMESTAMP TO JLN-TIMESTAMP
             MOVE JRN-PROGRAM   TO JLN-PROGRAM
             MOVE JRN-RUN-ID    TO JLN-RUN-ID
             IF JRN-ACTION-DELETE
               MOVE JRN-BEFORE-DEPT-CODE   TO JLN-DEPT
               MOVE JRN-BEFORE-COST-CENTER TO JLN-COST-CENTER
             ELSE
               MOVE JRN-AFTER-DEPT-CODE    TO JLN-DEPT
               MOVE JRN-AFTER-COST-CENTER  TO JLN-COST-CENTER
             END-IF
             MOVE WS-JRNL-LINE TO JLINEO(WS-JRNL-CNT)
           END-IF.

       SCAN-OPEN-ITEMS.
      *****************************************************************
      * Every record on the three queue files is open until its
      * processor (IXYAPPRV, IXYPNDRL, IXYRTRYP) carries it off. They
      * are counted; with WS-ITEM-FILL set the first ones found are
      * also listed for EIQMAP2.
      *****************************************************************
           MOVE 0 TO WS-APPR-CNT
           MOVE 0 TO WS-PEND-CNT
           MOVE 0 TO WS-RETRY-CNT
           MOVE 0 TO WS-ITEM-LINE-CNT
           MOVE SPACES TO WS-APPR-STATE
           MOVE SPACES TO WS-PEND-STATE
           MOVE SPACES TO WS-RETRY-STATE
           PERFORM SCAN-APPROVAL-QUEUE
           PERFORM SCAN-PENDING-EVENTS
           PERFORM SCAN-RETRY-TIER.

       SCAN-APPROVAL-QUEUE.
           MOVE 0 TO WS-ITEM-SCAN-CNT
           MOVE 0 TO WS-ITEM-REC-NO
           MOVE 0 TO WS-RBA
           EXEC CICS STARTBR FILE('APPRFIL')
                     RIDFLD(WS-RBA) RBA
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             IF WS-RESP NOT = DFHRESP(NOTFND)
               MOVE ' N/A' TO WS-APPR-STATE
             END-IF
           ELSE
             MOVE 'N' TO WS-BROWSE-END-SW
             PERFORM UNTIL WS-BROWSE-END
               MOVE LENGTH OF APPROVAL-QUEUE-RECORD TO WS-REC-LEN
               EXEC CICS READNEXT FILE('APPRFIL')
                         INTO(APPROVAL-QUEUE-RECORD)
                         LENGTH(WS-REC-LEN)
                         RIDFLD(WS-RBA) RBA
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET WS-BROWSE-END TO TRUE
               ELSE
                 ADD 1 TO WS-ITEM-REC-NO
                 ADD 1 TO WS-ITEM-SCAN-CNT
                 IF APPR-EMPLOYEE-ID = WS-CA-EMPLOYEE-ID
                   MOVE APPR-EVENT-IMAGE TO
                            EVENT-DATA(1:LENGTH OF EVENT-DATA)
                   IF companyCode = WS-CA-COMPANY
                     ADD 1 TO WS-APPR-CNT
                     MOVE 'APPRFIL '     TO ILN-FILE
                     MOVE APPR-TIMESTAMP TO ILN-TIMESTAMP
                     MOVE SPACES         TO ILN-DETAIL
                     IF APPR-MANAGER-KNOWN
                       MOVE APPR-MANAGER-ID TO WS-APPR-MANAGER-ID
                       STRING "AWAITING MGR " WS-APPR-MANAGER-ID
                              " - " APPR-REASON
                              DELIMITED BY SIZE INTO ILN-DETAIL
                     ELSE
                       STRING "AWAITING SUPERVISOR - " APPR-REASON
                              DELIMITED BY SIZE INTO ILN-DETAIL
                     END-IF
                     PERFORM LIST-OPEN-ITEM
                   END-IF
                 END-IF
                 IF WS-ITEM-SCAN-CNT >= WS-ITEM-SCAN-MAX
                   SET WS-BROWSE-END TO TRUE
                   MOVE '+   ' TO WS-APPR-STATE
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR FILE('APPRFIL')
                       RESP(WS-RESP)
             END-EXEC
           END-IF.

       SCAN-PENDING-EVENTS.
           MOVE 0 TO WS-ITEM-SCAN-CNT
           MOVE 0 TO WS-ITEM-REC-NO
           MOVE 0 TO WS-RBA
           EXEC CICS STARTBR FILE('PENDFIL')
                     RIDFLD(WS-RBA) RBA
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             IF WS-RESP NOT = DFHRESP(NOTFND)
               MOVE ' N/A' TO WS-PEND-STATE
             END-IF
           ELSE
             MOVE 'N' TO WS-BROWSE-END-SW
             PERFORM UNTIL WS-BROWSE-END
               MOVE LENGTH OF PENDING-EVENT-RECORD TO WS-REC-LEN
               EXEC CICS READNEXT FILE('PENDFIL')
                         INTO(PENDING-EVENT-RECORD)
                         LENGTH(WS-REC-LEN)
                         RIDFLD(WS-RBA) RBA
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET WS-BROWSE-END TO TRUE
               ELSE
                 ADD 1 TO WS-ITEM-REC-NO
                 ADD 1 TO WS-ITEM-SCAN-CNT
                 MOVE PND-EVENT-IMAGE TO
                          EVENT-DATA(1:LENGTH OF EVENT-DATA)
                 IF employeeId  = WS-CA-EMPLOYEE-ID AND
                    companyCode = WS-CA-COMPANY
                   ADD 1 TO WS-PEND-CNT
                   MOVE 'PENDFIL '     TO ILN-FILE
                   MOVE PND-TIMESTAMP  TO ILN-TIMESTAMP
                   MOVE SPACES         TO ILN-DETAIL
                   STRING "HELD UNTIL EFFECTIVE " PND-EFF-DATE
                          DELIMITED BY SIZE INTO ILN-DETAIL
                   PERFORM LIST-OPEN-ITEM
                 END-IF
                 IF WS-ITEM-SCAN-CNT >= WS-ITEM-SCAN-MAX
                   SET WS-BROWSE-END TO TRUE
                   MOVE '+   ' TO WS-PEND-STATE
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR FILE('PENDFIL')
                       RESP(WS-RESP)
             END-EXEC
           END-IF.

       SCAN-RETRY-TIER.
           MOVE 0 TO WS-ITEM-SCAN-CNT
           MOVE 0 TO WS-ITEM-REC-NO
           MOVE 0 TO WS-RBA
           EXEC CICS STARTBR FILE('RETRYFIL')
                     RIDFLD(WS-RBA) RBA
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             IF WS-RESP NOT = DFHRESP(NOTFND)
               MOVE ' N/A' TO WS-RETRY-STATE
             END-IF
           ELSE
             MOVE 'N' TO WS-BROWSE-END-SW
             PERFORM UNTIL WS-BROWSE-END
               MOVE LENGTH OF RETRY-TIER-RECORD TO WS-REC-LEN
               EXEC CICS READNEXT FILE('RETRYFIL')
                         INTO(RETRY-TIER-RECORD)
                         LENGTH(WS-REC-LEN)
                         RIDFLD(WS-RBA) RBA
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET WS-BROWSE-END TO TRUE
               ELSE
                 ADD 1 TO WS-ITEM-REC-NO
                 ADD 1 TO WS-ITEM-SCAN-CNT
                 MOVE RTY-EVENT-IMAGE TO
                          EVENT-DATA(1:LENGTH OF EVENT-DATA)
                 IF employeeId  = WS-CA-EMPLOYEE-ID AND
                    companyCode = WS-CA-COMPANY
                   ADD 1 TO WS-RETRY-CNT
                   MOVE 'RETRYFIL'     TO ILN-FILE
                   MOVE RTY-TIMESTAMP  TO ILN-TIMESTAMP
                   MOVE RTY-ATTEMPTS   TO WS-ATTEMPTS-D
                   MOVE SPACES         TO ILN-DETAIL
                   STRING "REASON " RTY-REASON-CODE
                          " ATTEMPTS " WS-ATTEMPTS-D
                          DELIMITED BY SIZE INTO ILN-DETAIL
                   PERFORM LIST-OPEN-ITEM
                 END-IF
                 IF WS-ITEM-SCAN-CNT >= WS-ITEM-SCAN-MAX
                   SET WS-BROWSE-END TO TRUE
                   MOVE '+   ' TO WS-RETRY-STATE
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR FILE('RETRYFIL')
                       RESP(WS-RESP)
             END-EXEC
           END-IF.

       LIST-OPEN-ITEM.
           IF WS-ITEM-FILL AND WS-ITEM-LINE-CNT < WS-ITEM-LINE-MAX
             ADD 1 TO WS-ITEM-LINE-CNT
             MOVE WS-ITEM-REC-NO TO ILN-REC-NO
             MOVE WS-ITEM-LINE TO OLINEO(WS-ITEM-LINE-CNT)
           END-IF.

       END PROGRAM 'IXYEMINQ'.
