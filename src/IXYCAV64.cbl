      *              (and a transfer overwrote) the other company's
      *              same-numbered assignment. The legacy stream
      *              runs under company spaces.
      * 2026-10-05 : EMPSRCH search index kept in step with every
      *              master add, change and delete, and rebuilt
      *              with the master on a BOOTSTRAP -- see IXYSRIDX
      *              and the IXYEMSRC search utility.
      * 2026-10-12 : EMPJRNL record widened 8080 -> 8108 -- each
      *              entry now carries the org assignment (department
      *              code, cost center) before and after the change,
      *              so movement reporting can place every add,
      *              delete and transfer without the ORGMAST history
      *              the reference does not keep.
      * 2026-10-15 : leaver/rehire lifecycle -- a tombstone no longer
      *              DELETEs the EMPMAST key; the record is kept as a
      *              leaver (status T) with termination date, reason
      *              and final salary in a new lifecycle area
      *              (EMPMAST and SHADMAST widened 4055 -> 4130). An
      *              event for a leaver reactivates the record as a
      *              rehire and links the prior service period.
      *              Leaver and rehire counts are kept as AGGSTORE
      *              dimension L; leavers stay on EMPSRCH. Physical
      *              erasure is left to IXYPURGE.
      * 2026-10-15 : benefits eligibility -- an employee that passes
      *              IXYBIZCK is now also measured by the IXYBENCK
      *              rule class (insurance coverage inside the BENELIG
      *              band for company, level and full-time flag). A
      *              9604/9605 failure routes to RETRYFIL exactly like
      *              the IXYBIZCK reasons.
      * 2026-10-15 : NOTIFFIL records now carry the employee's company
      *              code (from the spare bytes at the end), so the
      *              letters job IXYLETTR can read the master by its
      *              company + employee key.
      * 2026-10-15 : sorted batch posting mode for heavy nights -- a
      *              SORTPOST run-type PARM token drains the topic
      *              through the same validation path, stages every
      *              event that would post (and every tombstone) to
      *              its own stage CSTAGFIL (not the producer's
      *              STAGEFIL), sorts the stage by EMPMAST key and
      *              event timestamp, and applies it in one pass with
      *              EMPMAST, ORGMAST and AGGSTORE held open -- the
      *              same posting paragraphs, so the stale-update
      *              guard, journal, approval holds and notifications
      *              behave exactly as per message. CSTAGFIL is kept
      *              until a pass completes, so after an abend in the
      *              pass the operator backs the run-id out with
      *              IXYUOWBK and re-runs with SORTAPPLY, which sorts
      *              and applies the kept stage without consuming.
      *              A stage that cannot be opened or written is
      *              ERRLOG 9323; a failed stage sort is ERRLOG 9325.
      *              The job summary now reports elapsed time per
      *              phase (consume, sort, apply) in every mode.
      * 2026-10-15 : consent registry -- before partner traffic is
      *              filed on PARTNRFL the employee its message key
      *              names is checked through IXYCNSCK (destination
      *              PARTNRFL); a withheld message is not filed but
      *              listed on the run's CNSSUPRT suppression report.
      * 2026-10-15 : dependents and beneficiaries -- the event image
      *              now carries the dependents block IXYPAV31 fills
      *              from EMPFIL 'D' records, and it posts with the
      *              rest of the image. An event with
      *              dependentsIncluded not 'Y' (none keyed with it,
      *              or produced before the block existed) carries
      *              the master's set forward instead of erasing it;
      *              a rehire starts without one. The summary counts
      *              sets posted and sets carried forward.
      * 2026-10-15 : leave of absence -- the event image carries the
      *              leave block IXYPAV31 fills from EMPFIL 'L'
      *              records, and the master holds it as the
      *              employee's current leave status: leaveStatus L
      *              on leave, R back (the last leave's details
      *              kept). An event with no leave block carries the
      *              master's forward; a return takes the type, first
      *              day and pay of the leave it ends. A future-dated
      *              start or return is held on PENDFIL like any
      *              other. AGGSTORE counts employees on leave in a
      *              new dimension (type V, one row per leave type
      *              and PAID/UNPAID), and the summary counts starts,
      *              returns and statuses carried forward.
      * 2026-10-15 : KSDS interlock -- the run now holds the IXYLOCK
      *              locks KSDS-EMPMAST, KSDS-ORGMAST, KSDS-AGGSTORE
      *              and KSDS-BLOBSTOR from before INIT to the job
      *              summary, so an IXYVREOR reorganization cannot
      *              unload a master this run is posting, and this
      *              run refuses to start while a reorganization
      *              holds one (ERRLOG 9324, RC 16).
      * 2026-10-15 : reporting lines -- the org lookup also takes the
      *              employee's manager from ORGMAST, and a change
      *              parked on APPRFIL carries the manager who is to
      *              approve it. A transfer that adds the employee to
      *              the reference adds them with no manager.
      * 2026-10-15 : the dependent-set and leave start/return counts
      *              in the summary take only events that posted --
      *              a stale replay, a change parked for approval or
      *              a failed EMPMAST update is no longer counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. 'IXYCAV64'.

      * EMPMAST is the current-position employee master, a VSAM KSDS
      * keyed by employeeId -- every consumed message upserts its
      * employee's EVENT-DATA image, and a tombstone marks the
      * employee a leaver, so downstream jobs read current state here
      * instead of re-consuming topics. See UPDATE-EMPLOYEE-MASTER/
      * TERMINATE-EMPLOYEE-MASTER.
           SELECT EMPMAST ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM

      * EMPJRNL is the master change-history journal -- one record,
      * appended, for every add/change/delete UPDATE-EMPLOYEE-MASTER
      * and TERMINATE-EMPLOYEE-MASTER apply, carrying the before
      * and after EVENT-DATA images. IXYJRNIQ reconstructs an
      * employee's EMPMAST record as of any past point from it.
      * Opened EXTEND/OUTPUT the same way ERRLOG is.
           SELECT EMPJRNL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STATUS.

      * CSTAGFIL holds the events a SORTPOST run consumed and
      * validated but has not yet applied -- appended while the topic
      * drains, sorted into SORTWK for the apply pass, and emptied
      * only once a pass completes. See SORTED-BATCH-POSTING.
           SELECT CSTAGFIL ASSIGN TO CSTAGFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-CSTAGFIL-STATUS.

           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
        FILE SECTION.

      * EMPMAST-EVENT-TS is the create-time timestamp (milliseconds
      * since epoch) of the message that produced the current image,
      * 0 when that message carried none -- the stale-update guard's
      * comparator. EMPMAST-LIFECYCLE is the leaver/rehire state: a
      * status of T is a leaver kept on file after its tombstone,
      * spaces or A an active employee. Only the most recent prior
      * service period is carried; EMPJRNL holds the full history.
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

      * Record layout as written by STORE-ONE-BLOB in IXYPAV31.
         FD BLOBSTOR
            05 NTF-EMAIL          PIC X(40).
            05 NTF-OLD-AMOUNT     PIC 9(07)V9(02).
            05 NTF-NEW-AMOUNT     PIC 9(07)V9(02).
            05 NTF-COMPANY        PIC X(03).
            05 FILLER             PIC X(07).

         FD APPRFIL
           RECORD CONTAINS 4100  CHARACTERS
            05 APPR-OLD-INSUR     PIC 9(07)V9(02).
            05 APPR-NEW-INSUR     PIC 9(07)V9(02).
            05 APPR-EVENT-IMAGE   PIC X(4000).
      * The approving manager -- the employee's manager on ORGMAST
      * when the change was parked; APPR-MANAGER-SW not 'Y' (spaces
      * on items parked before managers were kept) when none.
            05 APPR-MANAGER-ID    PIC 9(09) BINARY.
            05 APPR-MANAGER-SW    PIC X(01).
                88 APPR-MANAGER-KNOWN VALUE 'Y'.
            05 FILLER             PIC X(01).

         FD PENDFIL
           RECORD CONTAINS 4050  CHARACTERS
            05 ORG-UNIT           PIC X(10).
            05 ORG-LOCATION       PIC X(20).
            05 ORG-UPDATED-TS     PIC X(21).
      * The employee's manager (IXYORGMN's MANAGR card). A non-numeric
      * date, or a manager id of 0, means no manager.
            05 ORG-MANAGER-ID     PIC 9(09) BINARY.
            05 ORG-MANAGER-EFF-DATE PIC 9(08).
            05 FILLER             PIC X(01).

         FD STALERPT
           RECORD CONTAINS 132   CHARACTERS
      * layout, under its own names so both files can be described
      * in one program.
         FD SHADMAST
           RECORD CONTAINS 4130 CHARACTERS
           DATA RECORD     IS  SHADOW-MASTER-RECORD.

         01 SHADOW-MASTER-RECORD.
            05 SHAD-DEPT-CODE       PIC X(06).
            05 SHAD-COST-CENTER     PIC X(08).
            05 SHAD-EVENT-DATA      PIC X(4000).
            05 SHAD-LIFECYCLE       PIC X(75).

         FD DIFFRPT
           RECORD CONTAINS 132   CHARACTERS
         01 DIFFRPT-LINE            PIC X(132).

      * Master change-history journal -- the before image is spaces
      * for an add ('A') or a rehire; the after image is spaces for
      * a tombstone termination ('D'). JRN-BEFORE-TS carries the
      * EMPMAST-UPDATED-TS the record held before this change, so a
      * dispute can cite exactly which image was current when.
         FD EMPJRNL
           RECORD CONTAINS 8108  CHARACTERS
           BLOCK  CONTAINS 81080 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  MASTER-JOURNAL-RECORD.

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

      * Round trip snapshot of EVENT-DATA as it was rebuilt for the
            05 RT-EMPLOYEE-ID       PIC 9(09).
            05 RT-EVENT-SNAPSHOT    PIC X(4000).

      * Staged event for the sorted posting pass -- the EMPMAST key,
      * the message create-time timestamp and the arrival order are
      * the sort keys; the image is EVENT-DATA as validated. A
      * tombstone ('T') carries its parsed key and no image.
         FD CSTAGFIL
           RECORD CONTAINS 4060  CHARACTERS
           BLOCK  CONTAINS 40600 CHARACTERS
           RECORDING MODE  IS  F
           DATA RECORD     IS  STAGED-EVENT-RECORD.

         01 STAGED-EVENT-RECORD.
            05 STG-KEY.
               10 STG-COMPANY       PIC X(03).
               10 STG-EMPLOYEE-ID   PIC 9(09).
            05 STG-EVENT-TS         PIC S9(18) BINARY.
            05 STG-STAGED-TS        PIC X(21).
            05 STG-SEQ              PIC 9(09).
            05 STG-KIND             PIC X(01).
               88 STG-EVENT         VALUE 'E'.
               88 STG-TOMBSTONE     VALUE 'T'.
            05 STG-EVENT-IMAGE      PIC X(4000).
            05 FILLER               PIC X(09).

         SD SORTWK
           DATA RECORD     IS  SORTED-EVENT-RECORD.

         01 SORTED-EVENT-RECORD.
            05 SRT-KEY.
               10 SRT-COMPANY       PIC X(03).
               10 SRT-EMPLOYEE-ID   PIC 9(09).
            05 SRT-EVENT-TS         PIC S9(18) BINARY.
            05 SRT-STAGED-TS        PIC X(21).
            05 SRT-SEQ              PIC 9(09).
            05 SRT-KIND             PIC X(01).
               88 SRT-EVENT         VALUE 'E'.
               88 SRT-TOMBSTONE     VALUE 'T'.
            05 SRT-EVENT-IMAGE      PIC X(4000).
            05 FILLER               PIC X(09).

        WORKING-STORAGE SECTION.
      ******************************************************************
      *  CONSUMER Values
      * before every GOBACK (success or error exit alike) so an
      * operator scanning the job log always finds a summary line.

      * Cross-job dataset interlock -- see IXYLOCK. One lock per
      * KSDS this run updates, acquired before INIT and released
      * from the summary paragraph so every exit path lets go; the
      * reorganization utility IXYVREOR takes the same names.
         01 WS-LOCK-PARMS.
            05 WS-LOCK-ACTION   PIC X(01).
            05 WS-LOCK-RESOURCE PIC X(16).
            05 WS-LOCK-CALLER   PIC X(08) VALUE 'IXYCAV64'.
            05 WS-LOCK-RUN-ID   PIC X(16) VALUE SPACES.
            05 WS-LOCK-RESULT   PIC X(01).
            05 WS-LOCK-HOLDER   PIC X(08).
            05 WS-LOCK-HELD-TS  PIC X(21).
         01 WS-KSDS-LOCK-NAMES.
            05 FILLER           PIC X(16) VALUE 'KSDS-EMPMAST    '.
            05 FILLER           PIC X(16) VALUE 'KSDS-ORGMAST    '.
            05 FILLER           PIC X(16) VALUE 'KSDS-AGGSTORE   '.
            05 FILLER           PIC X(16) VALUE 'KSDS-BLOBSTOR   '.
         01 WS-KSDS-LOCK-TABLE REDEFINES WS-KSDS-LOCK-NAMES.
            05 WS-KSDS-LOCK-NAME OCCURS 4 TIMES PIC X(16).
         01 WS-KSDS-LOCK-CNT    PIC S9(4) BINARY VALUE 4.
         01 WS-KSDS-LOCK-HELD   PIC S9(4) BINARY VALUE 0.
         01 WS-KSDS-LOCK-IDX    PIC S9(4) BINARY VALUE 0.

      * Business calendar -- see IXYCALND. A holiday on BIZCAL means
      * this run is deliberately skipped (recorded in the summary)
      * rather than looking like a missed feed.
         01 WS-BIZCK-PARMS.
            05 WS-BIZCK-REASON  PIC S9(9) BINARY.
            05 WS-BIZCK-EVENT   PIC X(4000).
      * Benefits eligibility rule class -- see IXYBENCK.
         01 WS-BENCK-PARMS.
            05 WS-BENCK-REASON  PIC S9(9) BINARY.
            05 WS-BENCK-EVENT   PIC X(4000).
            05 WS-BENCK-RULE-SW PIC X(01).
            05 WS-BENCK-MINIMUM PIC 9(07)V9(02).
            05 WS-BENCK-MAXIMUM PIC 9(07)V9(02).
            05 WS-BENCK-TABLE-SW PIC X(01).

      * Business control totals over the money fields, accumulated
      * per company so each payroll company reconciles its own
             88 WS-NOT-EOF      VALUE 'N'.

      * Employee master upkeep -- see UPDATE-EMPLOYEE-MASTER/
      * TERMINATE-EMPLOYEE-MASTER. Its own FILE STATUS field keeps VSAM
      * statuses (e.g. 23 = record not found) from disturbing
      * WS-FILE-STATUS, which the sequential files still rely on.
         01 WS-EMPMAST-STATUS   PIC X(02).
         01 WS-AGG-BAND         PIC X(20).
         01 WS-AGG-BAND-IDX     PIC 9(02).
         01 WS-AGG-BAND-CALC    PIC S9(9) BINARY VALUE 0.
         01 WS-AGG-LEAVE        PIC X(20).
         01 WS-AGG-SAVE-EVENT   PIC X(4000).

      * Leaver/rehire lifecycle -- see TERMINATE-EMPLOYEE-MASTER and
      * MARK-LIFECYCLE-TERMINATED/-REHIRED. WS-LIFE-WORK is the
      * EMPMAST-LIFECYCLE layout; the EMPMAST, SHADMAST and bootstrap
      * copies are moved through it so the rules live in one place.
      * WS-LIFE-DATE-IN is the termination or rehire date, WS-LIFE-
      * SALARY-IN the leaver's final salary and WS-LIFE-HIRE-IN the
      * hire date of the service period being closed.
         01 WS-LIFE-WORK.
            05 WS-LIFE-STATUS          PIC X(01).
                88 WS-LIFE-TERMINATED  VALUE 'T'.
            05 WS-LIFE-TERM-DATE       PIC 9(08).
            05 WS-LIFE-TERM-REASON     PIC X(08).
            05 WS-LIFE-FINAL-SALARY    PIC 9(07)V9(02).
            05 WS-LIFE-REHIRE-DATE     PIC 9(08).
            05 WS-LIFE-REHIRE-CNT      PIC 9(03).
            05 WS-LIFE-PRIOR-HIRE-DATE PIC 9(08).
            05 WS-LIFE-PRIOR-TERM-DATE PIC 9(08).
            05 WS-LIFE-PRIOR-TERM-REASON  PIC X(08).
            05 WS-LIFE-PRIOR-FINAL-SALARY PIC 9(07)V9(02).
            05 FILLER                  PIC X(05) VALUE SPACES.
         01 WS-LIFE-DATE-IN     PIC 9(08) VALUE 0.
         01 WS-LIFE-SALARY-IN   PIC 9(07)V9(02) VALUE 0.
         01 WS-LIFE-HIRE-IN     PIC 9(08) VALUE 0.
         01 WS-LIFE-EPOCH-DAYS  PIC S9(9) BINARY VALUE 0.
         01 WS-LIFE-EVENT-SW    PIC X(01) VALUE SPACE.
             88 WS-LIFE-LEAVER  VALUE 'L'.
             88 WS-LIFE-REHIRE  VALUE 'R'.
         01 WS-LIFE-LEAVER-TOT  PIC S9(9) BINARY VALUE 0.
         01 WS-LIFE-REHIRE-TOT  PIC S9(9) BINARY VALUE 0.
         01 WS-LIFE-OLD-IMAGE   PIC X(4000).
         01 WS-LIFE-SAVE-EVENT  PIC X(4000).

      * Org enrichment -- see ENRICH-FROM-ORG-REFERENCE. The looked-
      * up assignment for the employee being posted, spaces when the
      * reference has no record (or no DD).
         01 WS-ORG-LOOKUP-CO    PIC X(03) VALUE SPACES.
         01 WS-ORG-DEPT-CODE    PIC X(06) VALUE SPACES.
         01 WS-ORG-COST-CENTER  PIC X(08) VALUE SPACES.
         01 WS-ORG-MANAGER-ID   PIC 9(09) VALUE 0.

      * Department-transfer posting -- see APPLY-TRANSFER-EVENT.
         01 WS-XFER-POSTED-CNT  PIC S9(9) BINARY VALUE 0.

      * The master image an event is about to replace, and a save
      * area for EVENT-DATA while it is overlaid -- see CARRY-
      * DEPENDENTS-FORWARD and CARRY-LEAVE-STATUS-FORWARD.
         01 WS-CARRY-PRIOR-IMAGE PIC X(4000).
         01 WS-CARRY-SAVE-EVENT PIC X(4000).

      * Dependents posting -- see CARRY-DEPENDENTS-FORWARD.
         01 WS-DEPS-POSTED-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-DEPS-IN-EVENT    PIC X(01) VALUE SPACE.
         01 WS-DEPS-KEPT-CNT    PIC S9(9) BINARY VALUE 0.
         01 WS-DEPS-MAX         PIC S9(4) BINARY VALUE 24.
         01 WS-DEPS-IDX         PIC S9(4) BINARY VALUE 0.
         01 WS-DEPS-FOUND-SW    PIC X(01) VALUE 'N'.
             88 WS-DEPS-FOUND   VALUE 'Y'.
         01 WS-DEPS-HOLD.
            05 WS-DEPS-HOLD-ENTRY OCCURS 24 TIMES
                                  PIC X(54).

      * Leave-of-absence posting -- see CARRY-LEAVE-STATUS-FORWARD.
         01 WS-LEAVE-START-POSTED-CNT  PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVE-RETURN-POSTED-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVE-KEPT-CNT   PIC S9(9) BINARY VALUE 0.
         01 WS-LEAVE-IN-EVENT   PIC X(01) VALUE SPACE.
         01 WS-LEAVE-HOLD.
            05 WS-LEAVE-HOLD-STATUS    PIC X(01).
            05 WS-LEAVE-HOLD-TYPE      PIC X(08).
            05 WS-LEAVE-HOLD-START     PIC 9(08).
            05 WS-LEAVE-HOLD-RETURN    PIC 9(08).
            05 WS-LEAVE-HOLD-PAID      PIC X(01).

      * Claim-check resolution -- see RESOLVE-CLAIM-CHECKS. Off
      * unless claim.check.resolve is 'Y' in CCONFFIL.
         01 WS-BLOB-STATUS      PIC X(02).
         01 WS-PARTNER-MSG-SW   PIC X(01) VALUE 'N'.
             88 WS-PARTNER-MSG  VALUE 'Y'.
         01 WS-PARTNER-CNT      PIC S9(9) BINARY VALUE 0.
         01 WS-PARTNER-HELD-CNT PIC S9(9) BINARY VALUE 0.

      * Parameter area for the consent check IXYCNSCK, laid out as
      * its LINKAGE SECTION. Partner traffic is checked by the
      * employee its message key names.
         01 WS-CNSCK-PARMS.
            05 WS-CNSCK-ACTION       PIC X(01).
            05 WS-CNSCK-FEED         PIC X(08) VALUE 'PARTNRFL'.
            05 WS-CNSCK-CALLER       PIC X(08) VALUE 'IXYCAV64'.
            05 WS-CNSCK-COMPANY      PIC X(03).
            05 WS-CNSCK-EMPLOYEE-ID  PIC 9(09).
            05 WS-CNSCK-AS-OF-DATE   PIC 9(08) VALUE 0.
            05 WS-CNSCK-REFERENCE    PIC X(48) VALUE SPACES.
            05 WS-CNSCK-RESULT       PIC X(01).
                88 WS-CNSCK-RELEASED VALUE '0' 'M'.
            05 WS-CNSCK-REASON       PIC X(08).
            05 WS-CNSCK-CHECKED-CNT  PIC S9(9) BINARY.
            05 WS-CNSCK-WITHHELD-CNT PIC S9(9) BINARY.
      * RETURN-CODE is held across the call, which resets it.
         01 WS-CNSCK-SAVE-RC    PIC S9(4) BINARY VALUE 0.
         01 WS-CONSENT-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-CONSENT-OPEN VALUE 'Y'.
         01 WS-CNSCK-PARTITION  PIC 9(09).
         01 WS-CNSCK-OFFSET     PIC 9(18).
         01 WS-ALT-SCHEMA-USED  PIC X(64) VALUE SPACES.

      * Notifications interface -- see LOAD-NOTIFICATION-RULES /
         01 WS-TODAY-TS         PIC X(26).

      * Shadow-posting dry-run mode -- see UPDATE-SHADOW-MASTER /
      * TERMINATE-SHADOW-MASTER / WRITE-DIFF-LINE.
         01 WS-SHADMAST-STATUS  PIC X(02).
         01 WS-DIFFRPT-STATUS   PIC X(02).
         01 WS-DRYRUN-SW        PIC X(01) VALUE 'N'.
         01 WS-DIFF-CHG-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-DIFF-DEL-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-DIFF-REF-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-DIFF-RHR-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-DIFF-DETAIL.
            05 DIFF-TIMESTAMP      PIC X(21).
            05 FILLER              PIC X(02) VALUE SPACES.
      * Cold-start bootstrap mode -- see BOOTSTRAP-LOAD-MASTER. The
      * whole compacted topic is folded into this table (last image
      * per employee wins, a tombstone marks the entry deleted) and
      * the survivors are loaded to a fresh EMPMAST in key order --
      * a deleted entry whose image the scan still holds is loaded
      * as a leaver.
      * 9999 matches the capacity the RTCNSSNP readers assume.
         01 WS-BOOTRPT-STATUS   PIC X(02).
         01 WS-BOOTSTRAP-SW     PIC X(01) VALUE 'N'.
         01 WS-BOOT-SKIPPED-CNT PIC 9(09) VALUE 0.
         01 WS-BOOT-LOADED-CNT  PIC 9(09) VALUE 0.
         01 WS-BOOT-DELETED-CNT PIC 9(09) VALUE 0.
         01 WS-BOOT-LEAVER-CNT  PIC 9(09) VALUE 0.
         01 WS-BOOT-EMP-MAX     PIC S9(9) BINARY VALUE 9999.
         01 WS-BOOT-EMP-CNT     PIC S9(9) BINARY VALUE 0.
         01 WS-BOOT-EMP-TABLE.
                  88 WS-BOOT-DELETED VALUE 'Y'.
              10 WS-BOOT-LOADED-SW   PIC X(01).
                  88 WS-BOOT-LOADED  VALUE 'Y'.
              10 WS-BOOT-LIFECYCLE   PIC X(75).
         01 WS-BOOT-EMP-IDX     PIC S9(9) BINARY VALUE 0.
         01 WS-BOOT-NEXT-IDX    PIC S9(9) BINARY VALUE 0.
         01 WS-BOOT-WORK-ID     PIC 9(09).
            05 BOOT-COUNT-VALUE    PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(79) VALUE SPACES.

      * Sorted batch posting mode -- see SORTED-BATCH-POSTING. A
      * SORTAPPLY run is the restart form: it skips the drain and
      * applies what CSTAGFIL already holds. The -HELD switches say
      * the apply pass has the file open for the whole pass, so the
      * posting paragraphs skip their own OPEN/CLOSE.
         01 WS-CSTAGFIL-STATUS  PIC X(02).
         01 WS-SPOST-SW         PIC X(01) VALUE 'N'.
             88 WS-SORTPOST-MODE VALUE 'Y'.
         01 WS-SPOST-RESTART-SW PIC X(01) VALUE 'N'.
             88 WS-SPOST-RESTART VALUE 'Y'.
         01 WS-SPOST-DRAIN-END-SW PIC X(01) VALUE 'N'.
             88 WS-SPOST-DRAIN-END VALUE 'Y'.
         01 WS-SPOST-MSG-BAD-SW PIC X(01) VALUE 'N'.
             88 WS-SPOST-MSG-BAD VALUE 'Y'.
         01 WS-SPOST-SORT-END-SW PIC X(01) VALUE 'N'.
             88 WS-SPOST-SORT-END VALUE 'Y'.
         01 WS-SPOST-EMPMAST-SW PIC X(01) VALUE 'N'.
             88 WS-SPOST-EMPMAST-HELD VALUE 'Y'.
         01 WS-SPOST-ORGMAST-SW PIC X(01) VALUE 'N'.
             88 WS-SPOST-ORGMAST-HELD VALUE 'Y'.
         01 WS-SPOST-AGGSTORE-SW PIC X(01) VALUE 'N'.
             88 WS-SPOST-AGGSTORE-HELD VALUE 'Y'.
         01 WS-SPOST-STAGED-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-SPOST-APPLIED-CNT PIC S9(9) BINARY VALUE 0.
         01 WS-SPOST-SEQ        PIC 9(09) VALUE 0.
         01 WS-SPOST-DRAIN-RC   PIC S9(4) BINARY VALUE 0.
         01 WS-SPOST-PASS-RC    PIC S9(4) BINARY VALUE 0.

      * Elapsed time per phase for the job summary -- CONSUME is the
      * drain and validation, SORT the stage sort and APPLY the
      * master posting. A per-message run has no SORT phase; a phase
      * still open when the summary is taken ends at the job end.
         01 WS-PHASE-TIMES.
            05 WS-PH-CONSUME-START  PIC X(21) VALUE SPACES.
            05 WS-PH-CONSUME-END    PIC X(21) VALUE SPACES.
            05 WS-PH-SORT-START     PIC X(21) VALUE SPACES.
            05 WS-PH-SORT-END       PIC X(21) VALUE SPACES.
            05 WS-PH-APPLY-START    PIC X(21) VALUE SPACES.
            05 WS-PH-APPLY-END      PIC X(21) VALUE SPACES.
         01 WS-PH-LABEL         PIC X(19).
         01 WS-PH-FROM-TS       PIC X(21).
         01 WS-PH-TO-TS         PIC X(21).
         01 WS-PH-WORK-TS       PIC X(21).
         01 WS-PH-WORK-HS       PIC S9(18) BINARY VALUE 0.
         01 WS-PH-FROM-HS       PIC S9(18) BINARY VALUE 0.
         01 WS-PH-ELAPSED       PIC S9(9)V99 VALUE 0.
         01 WS-PH-ELAPSED-EDIT  PIC Z(6)9.99.

      * Stale-update guard -- see UPDATE-EMPLOYEE-MASTER. The guard
      * only arms when both the event and the master image carry a
      * usable (> 0) create-time timestamp.
         01 WS-JRN-BEFORE-TS    PIC X(21).
         01 WS-JRN-BEFORE-IMAGE PIC X(4000).
         01 WS-JRN-AFTER-IMAGE  PIC X(4000).
         01 WS-JRN-BEFORE-ORG.
            05 WS-JRN-BEFORE-DEPT  PIC X(06).
            05 WS-JRN-BEFORE-CC    PIC X(08).
         01 WS-JRN-AFTER-ORG.
            05 WS-JRN-AFTER-DEPT   PIC X(06).
            05 WS-JRN-AFTER-CC     PIC X(08).

      * Parameter area for the search-index module IXYSRIDX -- the
      * journal's before and after images drive the index entries.
         01 WS-SRIDX-PARMS.
            05 WS-SRIDX-ACTION       PIC X(01).
            05 WS-SRIDX-RESULT       PIC X(01).
            05 WS-SRIDX-COMPANY      PIC X(03).
            05 WS-SRIDX-EMPLOYEE-ID  PIC 9(09).
            05 WS-SRIDX-TERM         PIC X(40).
            05 WS-SRIDX-CODE         PIC X(04).
            05 WS-SRIDX-BEFORE-IMAGE PIC X(4000).
            05 WS-SRIDX-AFTER-IMAGE  PIC X(4000).

      * Configuration file
         01 WS-CNT              PIC S9(9) BINARY VALUE 0000.
             SET WS-DRYRUN-MODE TO TRUE
             DISPLAY "DRY-RUN MODE - POSTING TO SHADMAST ONLY"
           END-IF
           IF PARM-LENGTH >= 17 AND PARM-RUN-TYPE(1:8) = 'SORTPOST'
             SET WS-SORTPOST-MODE TO TRUE
             DISPLAY "SORTED BATCH POSTING MODE"
           END-IF
           IF PARM-LENGTH >= 18 AND PARM-RUN-TYPE = 'SORTAPPLY'
             SET WS-SORTPOST-MODE TO TRUE
             SET WS-SPOST-RESTART TO TRUE
             DISPLAY "SORTED BATCH POSTING MODE - APPLYING KEPT STAGE"
           END-IF
           PERFORM VALIDATE-ENVIRONMENT
           PERFORM ACQUIRE-KSDS-LOCKS
           PERFORM READ-SERDES-CONFIG
           PERFORM INIT-KAFKA-CONSUMER
           PERFORM INIT-SERDES-DSERIAL
           MOVE 'O' TO WS-CNSCK-ACTION
           MOVE RETURN-CODE TO WS-CNSCK-SAVE-RC
           CALL "IXYCNSCK" USING WS-CNSCK-PARMS
           MOVE WS-CNSCK-SAVE-RC TO RETURN-CODE
           SET WS-CONSENT-OPEN TO TRUE

      * A BOOTSTRAP run is a load, not a posting night -- it drains
      * the compacted topic, folds it in storage, loads EMPMAST
             GOBACK
           END-IF

      * A SORTPOST (or SORTAPPLY restart) run drains, stages, sorts
      * and applies the night's events in one pass and ends.
           IF WS-SORTPOST-MODE
             PERFORM SORTED-BATCH-POSTING
             PERFORM DESTROY-KAFKA-CONSUME
             PERFORM DESTROY-SERDES-DSERIAL
             PERFORM DISPLAY-JOB-SUMMARY
             GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-PH-CONSUME-START
           PERFORM KAFKA-CONSUME-MESSAGE
           PERFORM PROCESS-CONSUMED-MESSAGE
           PERFORM DESTROY-KAFKA-CONSUME
           PERFORM DESTROY-SERDES-DSERIAL
           PERFORM DISPLAY-JOB-SUMMARY
           GOBACK
           .


       PROCESS-CONSUMED-MESSAGE.
      *****************************************************************
      * Takes the message just consumed through de-serialization,
      * conversion and the validation chain to its outcome -- posted,
      * routed to the retry tier, held pending, refused or (on a
      * SORTPOST run) staged for the sorted apply pass. Shared by the
      * per-message run and the sorted drain so both validate alike.
      *****************************************************************
      * A zero-length payload is a tombstone -- the key names an
      * employee who has left, and there is nothing to de-serialize
      * or convert.
           IF KAFKA-PAYLOAD-LEN OF CONSUMER-OUTPUT = 0
             IF WS-DRYRUN-MODE
               PERFORM TERMINATE-SHADOW-MASTER
             ELSE
             IF WS-SORTPOST-MODE
               PERFORM STAGE-CONSUMED-TOMBSTONE
             ELSE
               PERFORM BEGIN-APPLY-PHASE
               PERFORM TERMINATE-EMPLOYEE-MASTER
             END-IF
             END-IF
             ADD 1 TO WS-MSG-CONSUMED-CNT
           ELSE
             MOVE 'N' TO WS-SPOST-MSG-BAD-SW
             PERFORM KAFKA-DSERIAL-MESSAGE
             IF NOT WS-SPOST-MSG-BAD
               PERFORM CONVERT-JSON-COPY
             END-IF
      * A message a sorted posting drain quarantined has nothing to
      * stage -- the drain stops at it (see KAFKA-DSERIAL-MESSAGE).
             IF WS-SPOST-MSG-BAD
               CONTINUE
             ELSE
             IF WS-PARTNER-MSG
      * Healthy partner traffic -- consumed, filed on PARTNRFL,
      * nothing of ours to post.
                 IF WS-DRYRUN-MODE
                   PERFORM UPDATE-SHADOW-MASTER
                 ELSE
                 IF WS-SORTPOST-MODE
                   PERFORM STAGE-CONSUMED-EVENT
                 ELSE
                   PERFORM BEGIN-APPLY-PHASE
                   PERFORM ACCUMULATE-CONTROL-TOTALS
                   PERFORM WRITE-ROUND-TRIP-SNAPSHOT
                   PERFORM UPDATE-EMPLOYEE-MASTER
                 END-IF
                 END-IF
                 PERFORM DISPLAY-COBOL-CONSUMED-DATA
                 ADD 1 TO WS-MSG-CONSUMED-CNT
               END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF.

       CHECK-BUSINESS-CALENDAR.
      *****************************************************************
             DISPLAY "ENVIRONMENT : " WS-CONFIG-ENV-NAME
           END-IF.

       ACQUIRE-KSDS-LOCKS.
      *****************************************************************
      * The masters this run posts belong to it alone while it runs
      * -- an IXYVREOR reorganization holds the same KSDS-<ddname>
      * lock from its unload to its verification, and this run
      * refuses to start while it does. The locks are taken in one
      * fixed order; on a refusal those already taken are let go.
      *****************************************************************
           MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
           MOVE '0' TO WS-LOCK-RESULT
           PERFORM VARYING WS-KSDS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-KSDS-LOCK-IDX > WS-KSDS-LOCK-CNT
                      OR WS-LOCK-RESULT NOT = '0'
             MOVE 'A' TO WS-LOCK-ACTION
             MOVE WS-KSDS-LOCK-NAME(WS-KSDS-LOCK-IDX) TO
                  WS-LOCK-RESOURCE
             CALL "IXYLOCK" USING WS-LOCK-PARMS
             IF WS-LOCK-RESULT = '0'
               MOVE WS-KSDS-LOCK-IDX TO WS-KSDS-LOCK-HELD
             END-IF
           END-PERFORM
           EVALUATE WS-LOCK-RESULT
             WHEN '0'
               CONTINUE
             WHEN 'H'
               DISPLAY "ERROR : " FUNCTION TRIM(WS-LOCK-RESOURCE)
                       " LOCK HELD BY " WS-LOCK-HOLDER " SINCE "
                       WS-LOCK-HELD-TS " - REFUSING TO START. BREAK "
                       "A STALE LOCK WITH IXYLCKMN"
               MOVE 9324 TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MSG
               STRING "IXYCAV64: " DELIMITED BY SIZE
                      WS-LOCK-RESOURCE DELIMITED BY SPACE
                      " LOCK HELD BY " DELIMITED BY SIZE
                      WS-LOCK-HOLDER DELIMITED BY SIZE
                      INTO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
               ADD 1 TO WS-MSG-FAILED-CNT
               PERFORM DISPLAY-JOB-SUMMARY
               GOBACK
             WHEN OTHER
               DISPLAY "ERROR : LOCKFIL NOT USABLE - REFUSING TO "
                       "START UNLOCKED"
               MOVE 9324 TO ERRLOG-CODE
               MOVE "IXYCAV64: LOCKFIL NOT USABLE" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 16 TO RETURN-CODE
               ADD 1 TO WS-MSG-FAILED-CNT
               PERFORM DISPLAY-JOB-SUMMARY
               GOBACK
           END-EVALUATE.

       RELEASE-KSDS-LOCKS.
           PERFORM VARYING WS-KSDS-LOCK-IDX FROM WS-KSDS-LOCK-HELD
                   BY -1 UNTIL WS-KSDS-LOCK-IDX < 1
             MOVE 'R' TO WS-LOCK-ACTION
             MOVE WS-KSDS-LOCK-NAME(WS-KSDS-LOCK-IDX) TO
                  WS-LOCK-RESOURCE
             CALL "IXYLOCK" USING WS-LOCK-PARMS
           END-PERFORM
           MOVE 0 TO WS-KSDS-LOCK-HELD.

       READ-CONSUMER-TOPIC.
      *****************************************************************
      * TOPICFIL is used to pass the Topic name to Kafka. Only
             PERFORM WRITE-DEAD-LETTER-MSG
      * A bootstrap load pass quarantines the poison message and
      * keeps scanning -- one bad historic message must not abend a
      * whole cold-start. A sorted posting drain stops at it but
      * still applies what it staged ahead of it, ending with the
      * condition code the per-message path would. The daily
      * incremental path keeps its quarantine-threshold abend
      * behavior unchanged.
             IF WS-BOOTSTRAP-MODE
               SET WS-BOOT-MSG-BAD TO TRUE
               ADD 1 TO WS-MSG-FAILED-CNT
             ELSE
             IF WS-SORTPOST-MODE
               PERFORM STOP-SORTED-DRAIN
             ELSE
               PERFORM CHECK-QUARANTINE-THRESHOLD
               PERFORM DESTROY-KAFKA-CONSUME
               GOBACK
             END-IF
             END-IF
             END-IF
           ELSE
             PERFORM EXTRACT-JSON-PAYLOAD
           END-IF.
      * counter stays honest.
      *****************************************************************
           SET WS-PARTNER-MSG TO TRUE
           PERFORM CHECK-PARTNER-CONSENT
           IF WS-CNSCK-RELEASED
             PERFORM FILE-PARTNER-RECORD
           ELSE
             ADD 1 TO WS-PARTNER-HELD-CNT
             DISPLAY "PARTNER-SCHEMA MESSAGE WITHHELD FROM PARTNRFL "
                     "BY THE CONSENT REGISTRY (EMPLOYEE "
                     WS-CNSCK-COMPANY " " WS-CNSCK-EMPLOYEE-ID ")"
           END-IF.

       CHECK-PARTNER-CONSENT.
      *****************************************************************
      * Splits the message key into company and employeeId the way
      * PARSE-TOMBSTONE-KEY does and asks the consent registry
      * whether that employee may go to the partner file. A key
      * naming no employee is released unchecked; an unreadable
      * registry withholds (the suppression report lists the
      * message's topic position so it can be re-driven).
      *****************************************************************
           MOVE '0'    TO WS-CNSCK-RESULT
           MOVE SPACES TO WS-CNSCK-COMPANY
           MOVE 0      TO WS-CNSCK-EMPLOYEE-ID
           EVALUATE TRUE
             WHEN PAYLOAD-KEY-LEN OF CONSUMER-OUTPUT >= 12 AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(4:9) NUMERIC AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(1:3) NOT NUMERIC
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(1:3) TO
                        WS-CNSCK-COMPANY
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(4:9) TO
                        WS-CNSCK-EMPLOYEE-ID
             WHEN PAYLOAD-KEY-LEN OF CONSUMER-OUTPUT >= 9 AND
                  PAYLOAD-KEY OF CONSUMER-OUTPUT(1:9) NUMERIC
               MOVE PAYLOAD-KEY OF CONSUMER-OUTPUT(1:9) TO
                        WS-CNSCK-EMPLOYEE-ID
           END-EVALUATE

           IF WS-CNSCK-EMPLOYEE-ID NOT = 0 AND WS-CONSENT-OPEN
             MOVE PAYLOAD-PARTITION OF CONSUMER-OUTPUT TO
                                           WS-CNSCK-PARTITION
             MOVE PAYLOAD-OFFSET OF CONSUMER-OUTPUT TO
                                           WS-CNSCK-OFFSET
             MOVE SPACES TO WS-CNSCK-REFERENCE
             STRING "PARTITION " WS-CNSCK-PARTITION
                    " OFFSET " WS-CNSCK-OFFSET
                    DELIMITED BY SIZE INTO WS-CNSCK-REFERENCE
             MOVE 'C' TO WS-CNSCK-ACTION
             MOVE RETURN-CODE TO WS-CNSCK-SAVE-RC
             CALL "IXYCNSCK" USING WS-CNSCK-PARMS
             MOVE WS-CNSCK-SAVE-RC TO RETURN-CODE
           END-IF.

       CLOSE-CONSENT-CHECK.
           IF WS-CONSENT-OPEN
             MOVE 'X' TO WS-CNSCK-ACTION
             MOVE RETURN-CODE TO WS-CNSCK-SAVE-RC
             CALL "IXYCNSCK" USING WS-CNSCK-PARMS
             MOVE WS-CNSCK-SAVE-RC TO RETURN-CODE
             MOVE 'N' TO WS-CONSENT-OPEN-SW
           END-IF.

       FILE-PARTNER-RECORD.
           ADD 1 TO WS-PARTNER-CNT
           DISPLAY "PARTNER-SCHEMA MESSAGE ROUTED TO PARTNRFL "
                   "(SCHEMA " FUNCTION TRIM(WS-ALT-SCHEMA-USED) ")"
             MOVE JSON-LENGTH      TO DLQ-PAYLOAD-LEN
             MOVE WS-JSON-MSG      TO DLQ-PAYLOAD
             PERFORM WRITE-DEAD-LETTER-MSG
      * Same bootstrap and sorted-drain stances as
      * KAFKA-DSERIAL-MESSAGE.
             IF WS-BOOTSTRAP-MODE
               SET WS-BOOT-MSG-BAD TO TRUE
               ADD 1 TO WS-MSG-FAILED-CNT
             ELSE
             IF WS-SORTPOST-MODE
               PERFORM STOP-SORTED-DRAIN
             ELSE
               PERFORM CHECK-QUARANTINE-THRESHOLD
               PERFORM DESTROY-KAFKA-CONSUME
               GOBACK
             END-IF
             END-IF
             END-IF
           END-IF.

       WRITE-DEAD-LETTER-MSG.
                 MOVE SHAD-UPDATED-TS  TO DIFF-PRIOR-TS
                 PERFORM WRITE-DIFF-LINE
               ELSE
                 MOVE SHAD-LIFECYCLE TO WS-LIFE-WORK
                 IF WS-LIFE-TERMINATED
                   ADD 1 TO WS-DIFF-RHR-CNT
                   MOVE 'WOULD-REHIRE  ' TO DIFF-ACTION
                   MOVE SHAD-EVENT-DATA  TO WS-LIFE-OLD-IMAGE
                   PERFORM CAPTURE-PRIOR-HIRE-DATE
                   IF dateOfJoining NUMERIC AND
                      dateOfJoining > WS-LIFE-TERM-DATE
                     MOVE dateOfJoining    TO WS-LIFE-DATE-IN
                   ELSE
                     MOVE WS-BUSINESS-DATE TO WS-LIFE-DATE-IN
                   END-IF
                   PERFORM MARK-LIFECYCLE-REHIRED
                   MOVE WS-LIFE-WORK     TO SHAD-LIFECYCLE
                 ELSE
                   MOVE SHAD-EVENT-DATA TO WS-CARRY-PRIOR-IMAGE
                   IF dependentsIncluded NOT = 'Y'
                     PERFORM CARRY-DEPENDENTS-FORWARD
                   END-IF
                   PERFORM CARRY-LEAVE-STATUS-FORWARD
                   ADD 1 TO WS-DIFF-CHG-CNT
                   MOVE 'WOULD-CHANGE  ' TO DIFF-ACTION
                 END-IF
                 MOVE SHAD-UPDATED-TS  TO DIFF-PRIOR-TS
                 MOVE FUNCTION CURRENT-DATE TO SHAD-UPDATED-TS
                 MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO
               MOVE WS-ORG-DEPT-CODE TO SHAD-DEPT-CODE
               MOVE WS-ORG-COST-CENTER TO SHAD-COST-CENTER
               MOVE EVENT-DATA       TO SHAD-EVENT-DATA
               INITIALIZE WS-LIFE-WORK
               MOVE WS-LIFE-WORK     TO SHAD-LIFECYCLE
               WRITE SHADOW-MASTER-RECORD
               PERFORM WRITE-DIFF-LINE
             END-IF
             CLOSE SHADMAST
           END-IF.

       TERMINATE-SHADOW-MASTER.
      *****************************************************************
      * The dry-run twin of TERMINATE-EMPLOYEE-MASTER -- the same key
      * checks and leaver rules, applied to SHADMAST and reported on
      * DIFFRPT.
      *****************************************************************
           PERFORM PARSE-TOMBSTONE-KEY
           IF WS-TOMBSTONE-BAD
               MOVE WS-TOMBSTONE-KEY-ID TO SHAD-EMPLOYEE-ID
               READ SHADMAST
               IF WS-SHADMAST-STATUS = '00'
                 MOVE SHAD-LIFECYCLE TO WS-LIFE-WORK
               END-IF
               EVALUATE TRUE
                 WHEN WS-SHADMAST-STATUS = '23'
                   DISPLAY "DRY-RUN : TOMBSTONE FOR ABSENT EMPLOYEE "
                           WS-TOMBSTONE-KEY-ID
                 WHEN WS-SHADMAST-STATUS NOT = '00'
                   DISPLAY "ERROR : SHADMAST TERMINATION FAILED, FILE "
                           "STATUS " WS-SHADMAST-STATUS
                   MOVE 18 TO RETURN-CODE
                 WHEN WS-LIFE-TERMINATED
                   DISPLAY "DRY-RUN : TOMBSTONE FOR LEAVER "
                           WS-TOMBSTONE-KEY-ID
                 WHEN OTHER
                   MOVE SHAD-UPDATED-TS TO DIFF-PRIOR-TS
                   MOVE SHAD-EVENT-DATA TO WS-LIFE-OLD-IMAGE
                   PERFORM CAPTURE-FINAL-SALARY
                   MOVE WS-BUSINESS-DATE TO WS-LIFE-DATE-IN
                   PERFORM MARK-LIFECYCLE-TERMINATED
                   MOVE WS-LIFE-WORK TO SHAD-LIFECYCLE
                   MOVE FUNCTION CURRENT-DATE TO SHAD-UPDATED-TS
                   IF PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT > 0
                     MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO
                                                 SHAD-EVENT-TS
                   END-IF
                   REWRITE SHADOW-MASTER-RECORD
                   IF WS-SHADMAST-STATUS = '00'
                     ADD 1 TO WS-DIFF-DEL-CNT
                     MOVE 'WOULD-LEAVE   ' TO DIFF-ACTION
                     MOVE WS-TOMBSTONE-KEY-ID TO DIFF-EMPLOYEE-ID
                     MOVE FUNCTION CURRENT-DATE TO DIFF-TIMESTAMP
                     PERFORM WRITE-DIFF-REPORT-LINE
                   ELSE
                     DISPLAY "ERROR : SHADMAST TERMINATION FAILED, "
                             "FILE STATUS " WS-SHADMAST-STATUS
                     MOVE 18 TO RETURN-CODE
                   END-IF
               END-EVALUATE
               CLOSE SHADMAST
             END-IF
           END-IF.
           END-PERFORM

           PERFORM LOAD-BOOTSTRAP-MASTER
           PERFORM REBUILD-AGGREGATES-FROM-LOAD
           PERFORM REBUILD-SEARCH-INDEX-FROM-LOAD.

       REBUILD-AGGREGATES-FROM-LOAD.
      *****************************************************************
           ELSE
             CLOSE AGGSTORE
             MOVE 'A' TO WS-JRN-ACTION
             MOVE SPACE TO WS-LIFE-EVENT-SW
             MOVE 1 TO WS-BOOT-EMP-IDX
             PERFORM UNTIL WS-BOOT-EMP-IDX > WS-BOOT-EMP-CNT
               IF NOT WS-BOOT-DELETED(WS-BOOT-EMP-IDX)
               END-IF
               ADD 1 TO WS-BOOT-EMP-IDX
             END-PERFORM
             PERFORM REBUILD-LIFECYCLE-AGGREGATES
           END-IF.

       REBUILD-LIFECYCLE-AGGREGATES.
      *****************************************************************
      * The lifecycle rows restart from what the scan could see: one
      * LEAVER per leaver loaded, one REHIRE per rehire the loaded
      * records carry. Leavers whose images compaction has already
      * removed are gone from the topic and cannot be counted.
      *****************************************************************
           OPEN I-O AGGSTORE
           IF WS-AGGSTORE-STATUS = '00'
             MOVE 1 TO WS-BOOT-EMP-IDX
             PERFORM UNTIL WS-BOOT-EMP-IDX > WS-BOOT-EMP-CNT
               IF WS-BOOT-IMAGE(WS-BOOT-EMP-IDX) NOT = SPACES
                 MOVE WS-BOOT-LIFECYCLE(WS-BOOT-EMP-IDX) TO
                          WS-LIFE-WORK
                 MOVE WS-BOOT-IMAGE(WS-BOOT-EMP-IDX) TO
                          EVENT-DATA(1:LENGTH OF EVENT-DATA)
                 IF WS-BOOT-DELETED(WS-BOOT-EMP-IDX)
                   SET WS-LIFE-LEAVER TO TRUE
                   MOVE WS-LIFE-FINAL-SALARY TO WS-LIFE-SALARY-IN
                   PERFORM ADJUST-LIFECYCLE-AGGREGATE
                 END-IF
                 IF WS-LIFE-REHIRE-CNT NUMERIC AND
                    WS-LIFE-REHIRE-CNT > 0
                   SET WS-LIFE-REHIRE TO TRUE
                   PERFORM ADJUST-LIFECYCLE-AGGREGATE
                           WS-LIFE-REHIRE-CNT TIMES
                 END-IF
               END-IF
               ADD 1 TO WS-BOOT-EMP-IDX
             END-PERFORM
             MOVE SPACE TO WS-LIFE-EVENT-SW
             CLOSE AGGSTORE
           END-IF.

       REBUILD-SEARCH-INDEX-FROM-LOAD.
      *****************************************************************
      * Likewise the search index -- emptied, then every surviving
      * employee posted to it as an add, leavers included (they stay
      * indexed so a rehire under a new ID can be matched).
      *****************************************************************
           MOVE 'R' TO WS-SRIDX-ACTION
           CALL "IXYSRIDX" USING WS-SRIDX-PARMS
           IF WS-SRIDX-RESULT NOT = '0'
             DISPLAY "BOOTSTRAP : EMPSRCH NOT AVAILABLE - NOT REBUILT"
           ELSE
             MOVE SPACES TO WS-JRN-BEFORE-IMAGE
             MOVE 1 TO WS-BOOT-EMP-IDX
             PERFORM UNTIL WS-BOOT-EMP-IDX > WS-BOOT-EMP-CNT
               IF WS-BOOT-IMAGE(WS-BOOT-EMP-IDX) NOT = SPACES
                 MOVE WS-BOOT-COMPANY(WS-BOOT-EMP-IDX) TO
                          WS-SRIDX-COMPANY
                 MOVE WS-BOOT-EMP-ID(WS-BOOT-EMP-IDX) TO
                          WS-SRIDX-EMPLOYEE-ID
                 MOVE WS-BOOT-IMAGE(WS-BOOT-EMP-IDX) TO
                          WS-JRN-AFTER-IMAGE
                 PERFORM UPDATE-SEARCH-INDEX
               END-IF
               ADD 1 TO WS-BOOT-EMP-IDX
             END-PERFORM
           END-IF.

       FOLD-BOOTSTRAP-TOMBSTONE.
      *****************************************************************
      * A tombstone during the scan marks whatever the fold holds for
      * its key deleted -- the same key handling TERMINATE-EMPLOYEE-
      * MASTER applies, without touching the master. An image still
      * held is closed as a leaver, dated from the tombstone's own
      * timestamp: the business date of a cold start is not the day
      * the employee left.
      *****************************************************************
           ADD 1 TO WS-BOOT-TOMB-CNT
           PERFORM PARSE-TOMBSTONE-KEY
             MOVE WS-TOMBSTONE-COMPANY TO WS-BOOT-WORK-CO
             PERFORM LOCATE-BOOTSTRAP-ENTRY
             IF WS-BOOT-NEXT-IDX NOT = 0
               IF WS-BOOT-IMAGE(WS-BOOT-NEXT-IDX) NOT = SPACES AND
                  NOT WS-BOOT-DELETED(WS-BOOT-NEXT-IDX)
                 MOVE WS-BOOT-LIFECYCLE(WS-BOOT-NEXT-IDX) TO
                          WS-LIFE-WORK
                 MOVE WS-BOOT-IMAGE(WS-BOOT-NEXT-IDX) TO
                          WS-LIFE-OLD-IMAGE
                 PERFORM CAPTURE-FINAL-SALARY
                 PERFORM DERIVE-MESSAGE-DATE
                 PERFORM MARK-LIFECYCLE-TERMINATED
                 MOVE WS-LIFE-WORK TO
                          WS-BOOT-LIFECYCLE(WS-BOOT-NEXT-IDX)
                 IF PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT > 0
                   MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO
                            WS-BOOT-EVENT-TS(WS-BOOT-NEXT-IDX)
                 END-IF
               END-IF
               SET WS-BOOT-DELETED(WS-BOOT-NEXT-IDX) TO TRUE
             END-IF
           END-IF.

       FOLD-BOOTSTRAP-EMPLOYEE.
      *****************************************************************
      * An image for an entry the scan already closed as a leaver is
      * a rehire -- reopened the way REHIRE-EMPLOYEE-MASTER does it.
      *****************************************************************
           MOVE employeeId TO WS-BOOT-WORK-ID
           MOVE companyCode TO WS-BOOT-WORK-CO
           PERFORM LOCATE-BOOTSTRAP-ENTRY
           IF WS-BOOT-NEXT-IDX NOT = 0
             IF WS-BOOT-DELETED(WS-BOOT-NEXT-IDX) AND
                WS-BOOT-IMAGE(WS-BOOT-NEXT-IDX) NOT = SPACES
               MOVE WS-BOOT-LIFECYCLE(WS-BOOT-NEXT-IDX) TO
                        WS-LIFE-WORK
               MOVE WS-BOOT-IMAGE(WS-BOOT-NEXT-IDX) TO
                        WS-LIFE-OLD-IMAGE
               PERFORM CAPTURE-PRIOR-HIRE-DATE
               IF dateOfJoining NUMERIC AND
                  dateOfJoining > WS-LIFE-TERM-DATE
                 MOVE dateOfJoining TO WS-LIFE-DATE-IN
               ELSE
                 PERFORM DERIVE-MESSAGE-DATE
               END-IF
               PERFORM MARK-LIFECYCLE-REHIRED
               MOVE WS-LIFE-WORK TO
                        WS-BOOT-LIFECYCLE(WS-BOOT-NEXT-IDX)
             END-IF
             MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                      WS-BOOT-IMAGE(WS-BOOT-NEXT-IDX)
             MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO
               MOVE SPACES TO WS-BOOT-IMAGE(WS-BOOT-NEXT-IDX)
               MOVE 'N' TO WS-BOOT-DELETED-SW(WS-BOOT-NEXT-IDX)
               MOVE 'N' TO WS-BOOT-LOADED-SW(WS-BOOT-NEXT-IDX)
               INITIALIZE WS-LIFE-WORK
               MOVE WS-LIFE-WORK TO
                        WS-BOOT-LIFECYCLE(WS-BOOT-NEXT-IDX)
             END-IF
           END-IF.

               MOVE WS-ORG-COST-CENTER TO EMPMAST-COST-CENTER
               MOVE WS-BOOT-IMAGE(WS-BOOT-NEXT-IDX) TO
                        EMPMAST-EVENT-DATA
               MOVE WS-BOOT-LIFECYCLE(WS-BOOT-NEXT-IDX) TO
                        EMPMAST-LIFECYCLE
               WRITE EMPLOYEE-MASTER-RECORD
               IF WS-EMPMAST-STATUS = '00'
                 ADD 1 TO WS-BOOT-LOADED-CNT
             CLOSE EMPMAST
           END-IF

      * A leaver is loaded and counted as loaded; DELETED is only the
      * tombstones whose images compaction had already removed.
           MOVE 0 TO WS-BOOT-DELETED-CNT
           MOVE 0 TO WS-BOOT-LEAVER-CNT
           MOVE 1 TO WS-BOOT-EMP-IDX
           PERFORM UNTIL WS-BOOT-EMP-IDX > WS-BOOT-EMP-CNT
             IF WS-BOOT-DELETED(WS-BOOT-EMP-IDX)
               IF WS-BOOT-IMAGE(WS-BOOT-EMP-IDX) = SPACES
                 ADD 1 TO WS-BOOT-DELETED-CNT
               ELSE
                 ADD 1 TO WS-BOOT-LEAVER-CNT
               END-IF
             END-IF
             ADD 1 TO WS-BOOT-EMP-IDX
           END-PERFORM.
           MOVE 1 TO WS-BOOT-EMP-IDX
           PERFORM UNTIL WS-BOOT-EMP-IDX > WS-BOOT-EMP-CNT
             IF NOT WS-BOOT-LOADED(WS-BOOT-EMP-IDX) AND
                WS-BOOT-IMAGE(WS-BOOT-EMP-IDX) NOT = SPACES
      * Ascending composite key order -- company first, the way the
      * VSAM load wants the records.
               IF WS-BOOT-NEXT-IDX = 0 OR
             MOVE 'RECORDS LOADED TO EMPMAST' TO BOOT-COUNT-TEXT
             MOVE WS-BOOT-LOADED-CNT TO BOOT-COUNT-VALUE
             PERFORM WRITE-BOOT-COUNT-LINE
             MOVE '  OF WHICH LEAVERS' TO BOOT-COUNT-TEXT
             MOVE WS-BOOT-LEAVER-CNT TO BOOT-COUNT-VALUE
             PERFORM WRITE-BOOT-COUNT-LINE

             MOVE SPACES TO BOOTRPT-LINE
             IF WS-BOOT-LOADED-CNT + WS-BOOT-DELETED-CNT =
           MOVE WS-BOOT-COUNT-LINE TO BOOTRPT-LINE
           WRITE BOOTRPT-LINE.

       SORTED-BATCH-POSTING.
      *****************************************************************
      * Heavy-night posting. Instead of a keyed read/rewrite of
      * EMPMAST, ORGMAST and AGGSTORE per message in arrival order,
      * the topic is drained through PROCESS-CONSUMED-MESSAGE with
      * every event that would post staged to CSTAGFIL; the stage is
      * sorted by EMPMAST key, event create-time timestamp and
      * arrival, and applied in one pass in master key order through
      * the same posting paragraphs -- stale-update guard, journal,
      * approval holds and notifications behave exactly as per
      * message.
      *
      * Restart: every applied change is journaled under this run-id
      * as per message, so IXYUOWBK backs a failed pass out. CSTAGFIL
      * is emptied only once a pass completes cleanly -- after an
      * abend, or a pass ending RETURN-CODE 18, it still holds the
      * staged events (whose offsets the drain has already moved
      * past), and a SORTAPPLY run applies them again without
      * consuming. A drain that abends leaves what it staged, and
      * the next SORTPOST run appends to it.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-PH-CONSUME-START
           IF WS-SPOST-RESTART
             OPEN INPUT CSTAGFIL
             IF WS-CSTAGFIL-STATUS = '00'
               CLOSE CSTAGFIL
             ELSE
               DISPLAY "ERROR : NO CSTAGFIL TO APPLY, FILE STATUS "
                       WS-CSTAGFIL-STATUS
               MOVE 9319 TO ERRLOG-CODE
               MOVE "IXYCAV64: SORTAPPLY FOUND NO CSTAGFIL" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 12 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM DRAIN-TO-STAGE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-PH-CONSUME-END

           IF WS-CSTAGFIL-STATUS = '00'
             MOVE RETURN-CODE TO WS-SPOST-DRAIN-RC
             MOVE 0 TO RETURN-CODE
             MOVE FUNCTION CURRENT-DATE TO WS-PH-SORT-START
             SORT SORTWK
                  ON ASCENDING KEY SRT-KEY SRT-EVENT-TS
                                   SRT-STAGED-TS SRT-SEQ
                  USING CSTAGFIL
                  OUTPUT PROCEDURE IS APPLY-SORTED-EVENTS
             MOVE FUNCTION CURRENT-DATE TO WS-PH-APPLY-END
             MOVE RETURN-CODE TO WS-SPOST-PASS-RC
             IF SORT-RETURN NOT = 0
               DISPLAY "ERROR : STAGE SORT FAILED, SORT-RETURN "
                       SORT-RETURN " - CSTAGFIL KEPT"
               MOVE 9325 TO ERRLOG-CODE
               MOVE "IXYCAV64: SORTED POSTING STAGE SORT FAILED" TO
                        ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 18 TO WS-SPOST-PASS-RC
             END-IF
             IF WS-SPOST-PASS-RC >= 18
               DISPLAY "CSTAGFIL KEPT FOR RESTART - BACK RUN-ID "
                       WS-RUN-ID " OUT WITH IXYUOWBK, THEN SORTAPPLY"
             ELSE
               PERFORM CLEAR-STAGE-FILE
             END-IF
             IF WS-SPOST-PASS-RC = 0
               MOVE WS-SPOST-DRAIN-RC TO RETURN-CODE
             ELSE
               MOVE WS-SPOST-PASS-RC TO RETURN-CODE
             END-IF
           END-IF.

       DRAIN-TO-STAGE.
      *****************************************************************
      * Consumes until the first non-zero consume response -- the
      * poll timed out with nothing left, as BOOTSTRAP-LOAD-MASTER
      * reads it -- taking each message through the shared
      * validation path, which stages what would post. A CSTAGFIL
      * that cannot be opened stops the run before anything is
      * consumed.
      *****************************************************************
           OPEN EXTEND CSTAGFIL
           IF WS-CSTAGFIL-STATUS NOT = '00'
             OPEN OUTPUT CSTAGFIL
           END-IF
           IF WS-CSTAGFIL-STATUS NOT = '00'
             DISPLAY "ERROR : UNABLE TO OPEN CSTAGFIL, FILE STATUS "
                     WS-CSTAGFIL-STATUS
             MOVE 9323 TO ERRLOG-CODE
             MOVE "IXYCAV64: UNABLE TO OPEN CSTAGFIL" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 18 TO RETURN-CODE
           ELSE
             MOVE 'N' TO WS-SPOST-DRAIN-END-SW
             PERFORM UNTIL WS-SPOST-DRAIN-END
               MOVE 'C'  TO KAFKA-ACTION OF CONSUMER-INPUT
               CALL CONSUMER-PGM USING CONSUMER-INPUT
                                 RETURNING CONSUMER-OUTPUT
               IF KAFKA-MSG-RESPONSE OF CONSUMER-OUTPUT NOT = 0
                 SET WS-SPOST-DRAIN-END TO TRUE
               ELSE
                 SET ADDRESS OF KAFKA-SER-MSG-ASCII TO
                              KAFKA-PAYLOAD-64 OF CONSUMER-OUTPUT
                 ADD KAFKA-PAYLOAD-LEN OF CONSUMER-OUTPUT TO
                                           WS-ACCT-BYTES
                 PERFORM PROCESS-CONSUMED-MESSAGE
               END-IF
             END-PERFORM
             DISPLAY "SORTED POSTING DRAIN COMPLETE AFTER "
                     WS-MSG-CONSUMED-CNT " MESSAGES, "
                     WS-SPOST-STAGED-CNT " STAGED"
             CLOSE CSTAGFIL
           END-IF.

       STOP-SORTED-DRAIN.
      *****************************************************************
      * A poison message on a sorted drain -- quarantined and counted
      * against the threshold as per message, with the same condition
      * code, but the events staged ahead of it are still applied.
      *****************************************************************
           PERFORM CHECK-QUARANTINE-THRESHOLD
           IF WS-QUARANTINE-EXCEEDED
             MOVE 20 TO RETURN-CODE
           ELSE
             MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-MSG-FAILED-CNT
           SET WS-SPOST-MSG-BAD   TO TRUE
           SET WS-SPOST-DRAIN-END TO TRUE
           DISPLAY "SORTED POSTING DRAIN STOPPED AT QUARANTINED "
                   "MESSAGE".

       STAGE-CONSUMED-EVENT.
           MOVE companyCode TO STG-COMPANY
           MOVE employeeId  TO STG-EMPLOYEE-ID
           MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO STG-EVENT-TS
           SET STG-EVENT TO TRUE
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO STG-EVENT-IMAGE
           PERFORM WRITE-STAGED-RECORD.

       STAGE-CONSUMED-TOMBSTONE.
      *****************************************************************
      * A tombstone's key is parsed (and the company guard applied)
      * as it is staged, so the apply pass posts it by key through
      * POST-TOMBSTONE-TO-MASTER. A refused key is refused here,
      * exactly as TERMINATE-EMPLOYEE-MASTER refuses it.
      *****************************************************************
           PERFORM PARSE-TOMBSTONE-KEY
           IF WS-TOMBSTONE-BAD
             PERFORM REFUSE-TOMBSTONE-KEY
           ELSE
             MOVE WS-TOMBSTONE-COMPANY TO STG-COMPANY
             MOVE WS-TOMBSTONE-KEY-ID  TO STG-EMPLOYEE-ID
             MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO
                                          STG-EVENT-TS
             SET STG-TOMBSTONE TO TRUE
             MOVE SPACES TO STG-EVENT-IMAGE
             PERFORM WRITE-STAGED-RECORD
           END-IF.

       WRITE-STAGED-RECORD.
      *****************************************************************
      * The arrival sequence breaks timestamp ties, so two events for
      * one employee with the same create time apply in the order
      * they were consumed. A failed stage write ends the drain --
      * an event the stage does not hold would be lost to the pass.
      *****************************************************************
           ADD 1 TO WS-SPOST-SEQ
           MOVE WS-SPOST-SEQ          TO STG-SEQ
           MOVE FUNCTION CURRENT-DATE TO STG-STAGED-TS
           WRITE STAGED-EVENT-RECORD
           IF WS-CSTAGFIL-STATUS = '00'
             ADD 1 TO WS-SPOST-STAGED-CNT
           ELSE
             DISPLAY "ERROR : CSTAGFIL WRITE FAILED, FILE STATUS "
                     WS-CSTAGFIL-STATUS
             MOVE 9323 TO ERRLOG-CODE
             MOVE "IXYCAV64: CSTAGFIL WRITE FAILED" TO ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
             MOVE 18 TO RETURN-CODE
             SET WS-SPOST-DRAIN-END TO TRUE
           END-IF.

       APPLY-SORTED-EVENTS.
      *****************************************************************
      * The SORT output side -- the apply pass. Each sorted event is
      * put back where the per-message posting paragraphs expect it
      * (EVENT-DATA, or the tombstone key, and the message timestamp
      * the stale-update guard compares) and posted through them.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-PH-SORT-END
           MOVE WS-PH-SORT-END TO WS-PH-APPLY-START
           PERFORM OPEN-APPLY-PASS-FILES
           MOVE 'N' TO WS-SPOST-SORT-END-SW
           PERFORM UNTIL WS-SPOST-SORT-END
             RETURN SORTWK
             AT END SET WS-SPOST-SORT-END TO TRUE
             NOT AT END
               PERFORM APPLY-ONE-STAGED-EVENT
             END-RETURN
           END-PERFORM
           PERFORM CLOSE-APPLY-PASS-FILES.

       APPLY-ONE-STAGED-EVENT.
           MOVE SRT-EVENT-TS TO PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT
           IF SRT-TOMBSTONE
             MOVE SRT-COMPANY     TO WS-TOMBSTONE-COMPANY
             MOVE SRT-EMPLOYEE-ID TO WS-TOMBSTONE-KEY-ID
             PERFORM POST-TOMBSTONE-TO-MASTER
           ELSE
             MOVE SRT-EVENT-IMAGE TO EVENT-DATA(1:LENGTH OF EVENT-DATA)
             PERFORM ACCUMULATE-CONTROL-TOTALS
             PERFORM WRITE-ROUND-TRIP-SNAPSHOT
             PERFORM UPDATE-EMPLOYEE-MASTER
           END-IF
           ADD 1 TO WS-SPOST-APPLIED-CNT.

       OPEN-APPLY-PASS-FILES.
      *****************************************************************
      * Opens the keyed datasets once for the whole pass -- with the
      * events in master key order the keyed reads walk each cluster
      * front to back. EMPMAST and AGGSTORE are created empty when
      * absent, as the per-message path would; a dataset that still
      * will not open is simply not held, and each posting then opens
      * it itself and reports the failure exactly as per message.
      *****************************************************************
           OPEN I-O EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             OPEN OUTPUT EMPMAST
             IF WS-EMPMAST-STATUS = '00'
               CLOSE EMPMAST
               OPEN I-O EMPMAST
             END-IF
           END-IF
           IF WS-EMPMAST-STATUS = '00'
             SET WS-SPOST-EMPMAST-HELD TO TRUE
           END-IF

           OPEN I-O ORGMAST
           IF WS-ORGMAST-STATUS = '00'
             SET WS-SPOST-ORGMAST-HELD TO TRUE
           END-IF

           OPEN I-O AGGSTORE
           IF WS-AGGSTORE-STATUS NOT = '00'
             OPEN OUTPUT AGGSTORE
             IF WS-AGGSTORE-STATUS = '00'
               CLOSE AGGSTORE
               OPEN I-O AGGSTORE
             END-IF
           END-IF
           IF WS-AGGSTORE-STATUS = '00'
             SET WS-SPOST-AGGSTORE-HELD TO TRUE
           END-IF.

       CLOSE-APPLY-PASS-FILES.
           IF WS-SPOST-EMPMAST-HELD
             CLOSE EMPMAST
             MOVE 'N' TO WS-SPOST-EMPMAST-SW
           END-IF
           IF WS-SPOST-ORGMAST-HELD
             CLOSE ORGMAST
             MOVE 'N' TO WS-SPOST-ORGMAST-SW
           END-IF
           IF WS-SPOST-AGGSTORE-HELD
             CLOSE AGGSTORE
             MOVE 'N' TO WS-SPOST-AGGSTORE-SW
           END-IF.

       CLEAR-STAGE-FILE.
           OPEN OUTPUT CSTAGFIL
           IF WS-CSTAGFIL-STATUS = '00'
             CLOSE CSTAGFIL
           END-IF.

       BEGIN-APPLY-PHASE.
      *****************************************************************
      * A per-message run's consume phase ends where its posting
      * starts, so the summary's phases compare with a sorted run's.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-PH-CONSUME-END
           MOVE WS-PH-CONSUME-END TO WS-PH-APPLY-START.

       UPDATE-BUSINESS-AGGREGATES.
      *****************************************************************
      * Adjusts the AGGSTORE rows the change just posted touches --
      * sides apply. A change whose country, state and band all held
      * still nets the same row -1 then +1, which keeps the code one
      * path instead of a diff. EVENT-DATA is borrowed to overlay
      * the before image and restored afterwards. A leaver or rehire
      * also counts into the lifecycle dimension (type L), and an
      * employee on leave into the leave dimension (type V).
      *****************************************************************
           IF WS-SPOST-AGGSTORE-HELD
             MOVE '00' TO WS-AGGSTORE-STATUS
           ELSE
             PERFORM OPEN-AGGSTORE-FOR-UPDATE
           END-IF

           IF WS-AGGSTORE-STATUS = '00'
               MOVE +1 TO WS-AGG-DIR
               PERFORM ADJUST-AGGREGATE-SET
             END-IF

             IF WS-LIFE-LEAVER OR WS-LIFE-REHIRE
               PERFORM ADJUST-LIFECYCLE-AGGREGATE
             END-IF
             IF NOT WS-SPOST-AGGSTORE-HELD
               CLOSE AGGSTORE
             END-IF
           END-IF.

       OPEN-AGGSTORE-FOR-UPDATE.
           OPEN I-O AGGSTORE
           IF WS-AGGSTORE-STATUS NOT = '00'
             OPEN OUTPUT AGGSTORE
             IF WS-AGGSTORE-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN AGGSTORE, FILE STATUS "
                       WS-AGGSTORE-STATUS
               MOVE 9310 TO ERRLOG-CODE
               MOVE "IXYCAV64: UNABLE TO OPEN AGGSTORE" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 18 TO RETURN-CODE
             END-IF
           END-IF.

       ADJUST-LIFECYCLE-AGGREGATE.
      *****************************************************************
      * The lifecycle dimension is a running count, never netted: row
      * LEAVER totals the leavers' final salaries, row REHIRE the
      * salaries the rehires came back on. Insurance is not carried.
      *****************************************************************
           MOVE 'L' TO WS-AGG-WORK-TYPE
           IF WS-LIFE-LEAVER
             MOVE 'LEAVER'          TO WS-AGG-WORK-VALUE
             MOVE WS-LIFE-SALARY-IN TO WS-AGG-WORK-SALARY
           ELSE
             MOVE 'REHIRE'          TO WS-AGG-WORK-VALUE
             MOVE annualSalary      TO WS-AGG-WORK-SALARY
           END-IF
           MOVE 0  TO WS-AGG-WORK-INSUR
           MOVE +1 TO WS-AGG-DIR
           PERFORM ADJUST-ONE-AGGREGATE.

       CAPTURE-AGGREGATE-FIELDS.
           MOVE country           TO WS-AGG-COUNTRY
           MOVE state             TO WS-AGG-STATE
           MOVE annualSalary      TO WS-AGG-WORK-SALARY
           MOVE insuranceCoverage TO WS-AGG-WORK-INSUR
           PERFORM COMPUTE-SALARY-BAND
           PERFORM COMPUTE-LEAVE-VALUE.

       COMPUTE-LEAVE-VALUE.
      *****************************************************************
      * The leave dimension -- one row per leave type, split paid
      * and unpaid since that is what moves payroll. Spaces when the
      * employee is not on leave: no row is touched.
      *****************************************************************
           MOVE SPACES TO WS-AGG-LEAVE
           IF leaveStatus = 'L'
             IF leavePaid = 'U'
               STRING leaveType DELIMITED BY SPACE
                      ' UNPAID' DELIMITED BY SIZE
                 INTO WS-AGG-LEAVE
             ELSE
               STRING leaveType DELIMITED BY SPACE
                      ' PAID' DELIMITED BY SIZE
                 INTO WS-AGG-LEAVE
             END-IF
           END-IF.

       COMPUTE-SALARY-BAND.
      *****************************************************************
           PERFORM ADJUST-ONE-AGGREGATE
           MOVE 'B'            TO WS-AGG-WORK-TYPE
           MOVE WS-AGG-BAND    TO WS-AGG-WORK-VALUE
           PERFORM ADJUST-ONE-AGGREGATE
           IF WS-AGG-LEAVE NOT = SPACES
             MOVE 'V'          TO WS-AGG-WORK-TYPE
             MOVE WS-AGG-LEAVE TO WS-AGG-WORK-VALUE
             PERFORM ADJUST-ONE-AGGREGATE
           END-IF.

       ADJUST-ONE-AGGREGATE.
           MOVE WS-AGG-WORK-TYPE  TO AGG-TYPE
               MOVE email                 TO NTF-EMAIL
               MOVE WS-NTF-OLD-AMOUNT     TO NTF-OLD-AMOUNT
               MOVE WS-NTF-NEW-AMOUNT     TO NTF-NEW-AMOUNT
               MOVE EMPMAST-COMPANY       TO NTF-COMPANY
               WRITE NOTIFICATION-RECORD
               CLOSE NOTIFFIL
               ADD 1 TO WS-NTF-EMITTED-CNT
             MOVE WS-APPR-NEW-INSUR     TO APPR-NEW-INSUR
             MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                                           APPR-EVENT-IMAGE
             MOVE WS-ORG-MANAGER-ID     TO APPR-MANAGER-ID
             IF WS-ORG-MANAGER-ID > 0
               SET APPR-MANAGER-KNOWN TO TRUE
             ELSE
               MOVE 'N'                 TO APPR-MANAGER-SW
             END-IF
             MOVE SPACE                 TO APPROVAL-QUEUE-RECORD(4100:1)
             WRITE APPROVAL-QUEUE-RECORD
             CLOSE APPRFIL
           ELSE
           MOVE transferDeptCode   TO WS-ORG-DEPT-CODE
           MOVE transferCostCenter TO WS-ORG-COST-CENTER

           IF WS-SPOST-ORGMAST-HELD
             MOVE '00' TO WS-ORGMAST-STATUS
           ELSE
             OPEN I-O ORGMAST
             IF WS-ORGMAST-STATUS NOT = '00'
               OPEN OUTPUT ORGMAST
             END-IF
           END-IF
           IF WS-ORGMAST-STATUS NOT = '00'
             DISPLAY "ORGMAST NOT AVAILABLE FOR TRANSFER, FILE "
               MOVE transferOrgUnit    TO ORG-UNIT
               MOVE transferLocation   TO ORG-LOCATION
               MOVE FUNCTION CURRENT-DATE TO ORG-UPDATED-TS
               MOVE 0                  TO ORG-MANAGER-ID
               MOVE 0                  TO ORG-MANAGER-EFF-DATE
               MOVE SPACE              TO ORG-REFERENCE-RECORD(120:1)
               WRITE ORG-REFERENCE-RECORD
             END-IF
             IF WS-ORGMAST-STATUS NOT = '00'
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 18 TO RETURN-CODE
             END-IF
             IF NOT WS-SPOST-ORGMAST-HELD
               CLOSE ORGMAST
             END-IF
           END-IF.

       ENRICH-FROM-ORG-REFERENCE.
      * WS-ORG-DEPT-CODE/WS-ORG-COST-CENTER -- spaces when the
      * reference has no record for the employee, or no ORGMAST DD
      * is allocated at all, so an environment without the reference
      * posts exactly as it did before the reference existed. The
      * employee's manager is left in WS-ORG-MANAGER-ID, 0 for none.
      *****************************************************************
           MOVE SPACES TO WS-ORG-DEPT-CODE
           MOVE SPACES TO WS-ORG-COST-CENTER
           MOVE 0      TO WS-ORG-MANAGER-ID
           IF WS-SPOST-ORGMAST-HELD
             MOVE '00' TO WS-ORGMAST-STATUS
           ELSE
             OPEN INPUT ORGMAST
           END-IF
           IF WS-ORGMAST-STATUS = '00'
             MOVE WS-ORG-LOOKUP-CO TO ORG-COMPANY
             MOVE WS-ORG-LOOKUP-ID TO ORG-EMPLOYEE-ID
             IF WS-ORGMAST-STATUS = '00'
               MOVE ORG-DEPT-CODE   TO WS-ORG-DEPT-CODE
               MOVE ORG-COST-CENTER TO WS-ORG-COST-CENTER
               IF ORG-MANAGER-EFF-DATE NUMERIC
                 MOVE ORG-MANAGER-ID TO WS-ORG-MANAGER-ID
               END-IF
             END-IF
             IF NOT WS-SPOST-ORGMAST-HELD
               CLOSE ORGMAST
             END-IF
           END-IF.

       UPDATE-EMPLOYEE-MASTER.
           IF eventType = 'TRANSFER'
             PERFORM APPLY-TRANSFER-EVENT
           END-IF
      * The event's own dependents and leave flags, taken before the
      * carry-forward can fill them from the master -- counted below
      * once the post succeeds.
           MOVE dependentsIncluded TO WS-DEPS-IN-EVENT
           MOVE leaveStatus        TO WS-LEAVE-IN-EVENT
      * The sorted apply pass holds the master open for the whole
      * pass -- see OPEN-APPLY-PASS-FILES.
           IF WS-SPOST-EMPMAST-HELD
             MOVE '00' TO WS-EMPMAST-STATUS
           ELSE
             PERFORM OPEN-EMPMAST-FOR-UPDATE
           END-IF

           IF WS-EMPMAST-STATUS = '00'
             MOVE 'N' TO WS-STALE-THIS-MSG-SW
             MOVE 'N' TO WS-APPR-HOLD-SW
             MOVE SPACE TO WS-LIFE-EVENT-SW
             MOVE companyCode TO EMPMAST-COMPANY
             MOVE employeeId TO EMPMAST-EMPLOYEE-ID
             READ EMPMAST
                 SET WS-STALE-THIS-MSG TO TRUE
                 PERFORM WRITE-STALE-EXCEPTION
               ELSE
      * An event for a leaver is a rehire under the same employeeId
      * -- posted as an add, outside the approval check a new hire
      * never goes through either.
               IF EMPMAST-TERMINATED
                 PERFORM REHIRE-EMPLOYEE-MASTER
               ELSE
                 MOVE EMPMAST-EVENT-DATA TO WS-CARRY-PRIOR-IMAGE
                 IF dependentsIncluded NOT = 'Y'
                   PERFORM CARRY-DEPENDENTS-FORWARD
                 END-IF
                 PERFORM CARRY-LEAVE-STATUS-FORWARD
                 PERFORM CHECK-APPROVAL-THRESHOLD
                 IF WS-APPR-HOLD
                   PERFORM PARK-FOR-APPROVAL
                   MOVE 'C'                   TO WS-JRN-ACTION
                   MOVE EMPMAST-UPDATED-TS    TO WS-JRN-BEFORE-TS
                   MOVE EMPMAST-EVENT-DATA    TO WS-JRN-BEFORE-IMAGE
                   MOVE EMPMAST-DEPT-CODE     TO WS-JRN-BEFORE-DEPT
                   MOVE EMPMAST-COST-CENTER   TO WS-JRN-BEFORE-CC
                   MOVE FUNCTION CURRENT-DATE TO EMPMAST-UPDATED-TS
                   MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO
                                                 EMPMAST-EVENT-TS
                           employeeId
                 END-IF
               END-IF
               END-IF
             ELSE
               MOVE 'A'                   TO WS-JRN-ACTION
               MOVE SPACES                TO WS-JRN-BEFORE-TS
               MOVE SPACES                TO WS-JRN-BEFORE-IMAGE
               MOVE SPACES                TO WS-JRN-BEFORE-ORG
               MOVE companyCode           TO EMPMAST-COMPANY
               MOVE employeeId            TO EMPMAST-EMPLOYEE-ID
               MOVE FUNCTION CURRENT-DATE TO EMPMAST-UPDATED-TS
               MOVE WS-ORG-DEPT-CODE      TO EMPMAST-DEPT-CODE
               MOVE WS-ORG-COST-CENTER    TO EMPMAST-COST-CENTER
               MOVE EVENT-DATA            TO EMPMAST-EVENT-DATA
               INITIALIZE WS-LIFE-WORK
               MOVE WS-LIFE-WORK          TO EMPMAST-LIFECYCLE
               WRITE EMPLOYEE-MASTER-RECORD
               DISPLAY "EMPMAST INSERTED FOR EMPLOYEE : " employeeId
             END-IF
             ELSE
               MOVE employeeId TO WS-JRN-EMPLOYEE-ID
               MOVE EVENT-DATA TO WS-JRN-AFTER-IMAGE
               MOVE WS-ORG-DEPT-CODE   TO WS-JRN-AFTER-DEPT
               MOVE WS-ORG-COST-CENTER TO WS-JRN-AFTER-CC
               PERFORM WRITE-MASTER-JOURNAL
               PERFORM UPDATE-BUSINESS-AGGREGATES
               IF WS-DEPS-IN-EVENT = 'Y'
                 ADD 1 TO WS-DEPS-POSTED-CNT
               END-IF
               IF WS-LEAVE-IN-EVENT = 'L'
                 ADD 1 TO WS-LEAVE-START-POSTED-CNT
               END-IF
               IF WS-LEAVE-IN-EVENT = 'R'
                 ADD 1 TO WS-LEAVE-RETURN-POSTED-CNT
               END-IF
               IF WS-LIFE-REHIRE
                 ADD 1 TO WS-LIFE-REHIRE-TOT
               END-IF
               MOVE companyCode TO WS-SRIDX-COMPANY
               MOVE employeeId  TO WS-SRIDX-EMPLOYEE-ID
               PERFORM UPDATE-SEARCH-INDEX
               PERFORM EMIT-NOTIFICATIONS
             END-IF
             END-IF
             IF NOT WS-SPOST-EMPMAST-HELD
               CLOSE EMPMAST
             END-IF
           END-IF.

       CARRY-DEPENDENTS-FORWARD.
      *****************************************************************
      * An event that did not carry a dependents set must not erase
      * the designations on file -- the set on the image about to be
      * replaced (in WS-CARRY-PRIOR-IMAGE), if it has one, is carried
      * onto EVENT-DATA before it posts. EVENT-DATA is borrowed to
      * overlay the old image and restored afterwards. An image from
      * before the block existed reads as spaces there: no set.
      *****************************************************************
           MOVE 'N' TO WS-DEPS-FOUND-SW
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    WS-CARRY-SAVE-EVENT
           MOVE WS-CARRY-PRIOR-IMAGE TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF dependentsIncluded = 'Y'
             SET WS-DEPS-FOUND TO TRUE
             PERFORM VARYING WS-DEPS-IDX FROM 1 BY 1
                       UNTIL WS-DEPS-IDX > WS-DEPS-MAX
               MOVE dependents(WS-DEPS-IDX) TO
                    WS-DEPS-HOLD-ENTRY(WS-DEPS-IDX)
             END-PERFORM
           END-IF
           MOVE WS-CARRY-SAVE-EVENT TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF WS-DEPS-FOUND
             MOVE 'Y' TO dependentsIncluded
             PERFORM VARYING WS-DEPS-IDX FROM 1 BY 1
                       UNTIL WS-DEPS-IDX > WS-DEPS-MAX
               MOVE WS-DEPS-HOLD-ENTRY(WS-DEPS-IDX) TO
                    dependents(WS-DEPS-IDX)
             END-PERFORM
             ADD 1 TO WS-DEPS-KEPT-CNT
           END-IF.

       CARRY-LEAVE-STATUS-FORWARD.
      *****************************************************************
      * The leave status is the master's until a LEAVE or RETURN
      * event changes it. An event with no leave block (leaveStatus
      * neither L nor R -- nothing keyed, or produced before the
      * block existed) takes the status on the image about to be
      * replaced, in WS-CARRY-PRIOR-IMAGE; a return takes the type,
      * first day and pay of the leave it ends, so the master still
      * shows which leave the employee came back from.
      *****************************************************************
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    WS-CARRY-SAVE-EVENT
           MOVE WS-CARRY-PRIOR-IMAGE TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE leaveStatus     TO WS-LEAVE-HOLD-STATUS
           MOVE leaveType       TO WS-LEAVE-HOLD-TYPE
           MOVE leaveStartDate  TO WS-LEAVE-HOLD-START
           MOVE leaveReturnDate TO WS-LEAVE-HOLD-RETURN
           MOVE leavePaid       TO WS-LEAVE-HOLD-PAID
           MOVE WS-CARRY-SAVE-EVENT TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           EVALUATE TRUE
             WHEN leaveStatus = 'L'
               CONTINUE
             WHEN leaveStatus = 'R'
               IF WS-LEAVE-HOLD-STATUS = 'L' AND leaveType = SPACES
                 MOVE WS-LEAVE-HOLD-TYPE  TO leaveType
                 MOVE WS-LEAVE-HOLD-START TO leaveStartDate
                 MOVE WS-LEAVE-HOLD-PAID  TO leavePaid
               END-IF
             WHEN WS-LEAVE-HOLD-STATUS = 'L' OR
                  WS-LEAVE-HOLD-STATUS = 'R'
               MOVE WS-LEAVE-HOLD-STATUS TO leaveStatus
               MOVE WS-LEAVE-HOLD-TYPE   TO leaveType
               MOVE WS-LEAVE-HOLD-START  TO leaveStartDate
               MOVE WS-LEAVE-HOLD-RETURN TO leaveReturnDate
               MOVE WS-LEAVE-HOLD-PAID   TO leavePaid
               ADD 1 TO WS-LEAVE-KEPT-CNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       OPEN-EMPMAST-FOR-UPDATE.
           OPEN I-O EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
             OPEN OUTPUT EMPMAST
             IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY "ERROR : UNABLE TO OPEN EMPMAST, FILE STATUS "
                       WS-EMPMAST-STATUS
               MOVE 9302 TO ERRLOG-CODE
               MOVE "IXYCAV64: UNABLE TO OPEN EMPMAST" TO ERRLOG-MSG
               CALL "IXYERRLG" USING ERRLOG-INPUT
               MOVE 18 TO RETURN-CODE
             END-IF
           END-IF.

       REHIRE-EMPLOYEE-MASTER.
      *****************************************************************
      * Reactivates the leaver just read as a rehire: the service
      * period the tombstone closed moves to the prior-service
      * fields, and the new image goes on the master. The rehire
      * date is the event's dateOfJoining when that falls after the
      * termination, else the business date. It journals as an add
      * that, unlike a new hire, carries the leaver's image as its
      * before side -- IXYUOWBK backs a rehire out from it, and the
      * leaver's EMPSRCH entries move from it.
      *****************************************************************
           MOVE 'A'                   TO WS-JRN-ACTION
           MOVE EMPMAST-UPDATED-TS    TO WS-JRN-BEFORE-TS
           MOVE EMPMAST-EVENT-DATA    TO WS-JRN-BEFORE-IMAGE
           MOVE EMPMAST-DEPT-CODE     TO WS-JRN-BEFORE-DEPT
           MOVE EMPMAST-COST-CENTER   TO WS-JRN-BEFORE-CC
           MOVE EMPMAST-EVENT-DATA    TO WS-LIFE-OLD-IMAGE
           MOVE EMPMAST-LIFECYCLE     TO WS-LIFE-WORK
           PERFORM CAPTURE-PRIOR-HIRE-DATE
           IF dateOfJoining NUMERIC AND
              dateOfJoining > WS-LIFE-TERM-DATE
             MOVE dateOfJoining    TO WS-LIFE-DATE-IN
           ELSE
             MOVE WS-BUSINESS-DATE TO WS-LIFE-DATE-IN
           END-IF
           PERFORM MARK-LIFECYCLE-REHIRED
           SET WS-LIFE-REHIRE         TO TRUE
           MOVE WS-LIFE-WORK          TO EMPMAST-LIFECYCLE
           MOVE FUNCTION CURRENT-DATE TO EMPMAST-UPDATED-TS
           MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO
                                         EMPMAST-EVENT-TS
           MOVE WS-ORG-DEPT-CODE      TO EMPMAST-DEPT-CODE
           MOVE WS-ORG-COST-CENTER    TO EMPMAST-COST-CENTER
           MOVE EVENT-DATA            TO EMPMAST-EVENT-DATA
           REWRITE EMPLOYEE-MASTER-RECORD
           DISPLAY "EMPMAST REHIRE FOR EMPLOYEE : " employeeId.

       CAPTURE-PRIOR-HIRE-DATE.
      *****************************************************************
      * The hire date of the period being closed is the dateOfJoining
      * on the leaver's image in WS-LIFE-OLD-IMAGE -- overlaid on
      * EVENT-DATA for the read, then restored.
      *****************************************************************
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    WS-LIFE-SAVE-EVENT
           MOVE WS-LIFE-OLD-IMAGE TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           IF dateOfJoining NUMERIC
             MOVE dateOfJoining TO WS-LIFE-HIRE-IN
           ELSE
             MOVE 0 TO WS-LIFE-HIRE-IN
           END-IF
           MOVE WS-LIFE-SAVE-EVENT TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA).

       CAPTURE-FINAL-SALARY.
      *****************************************************************
      * Likewise the leaver's final salary, off the image in WS-LIFE-
      * OLD-IMAGE.
      *****************************************************************
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO
                    WS-LIFE-SAVE-EVENT
           MOVE WS-LIFE-OLD-IMAGE TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA)
           MOVE annualSalary TO WS-LIFE-SALARY-IN
           MOVE WS-LIFE-SAVE-EVENT TO
                    EVENT-DATA(1:LENGTH OF EVENT-DATA).

       MARK-LIFECYCLE-TERMINATED.
      *****************************************************************
      * Closes the current service period in WS-LIFE-WORK. A
      * tombstone carries no payload, so no leaving reason reaches
      * this program -- every leaver is booked DEPARTED, and HR
      * refines the reason on the master if it needs one. A record
      * from before the lifecycle area existed reads as spaces and
      * is normalised first.
      *****************************************************************
           IF WS-LIFE-WORK = SPACES
             INITIALIZE WS-LIFE-WORK
           END-IF
           SET WS-LIFE-TERMINATED   TO TRUE
           MOVE WS-LIFE-DATE-IN     TO WS-LIFE-TERM-DATE
           MOVE 'DEPARTED'          TO WS-LIFE-TERM-REASON
           MOVE WS-LIFE-SALARY-IN   TO WS-LIFE-FINAL-SALARY.

       MARK-LIFECYCLE-REHIRED.
      *****************************************************************
      * Reopens a leaver in WS-LIFE-WORK: the closed period becomes
      * the prior service (hire date from WS-LIFE-HIRE-IN), the
      * termination fields clear and the rehire is counted.
      *****************************************************************
           IF WS-LIFE-WORK = SPACES
             INITIALIZE WS-LIFE-WORK
           END-IF
           MOVE WS-LIFE-HIRE-IN      TO WS-LIFE-PRIOR-HIRE-DATE
           MOVE WS-LIFE-TERM-DATE    TO WS-LIFE-PRIOR-TERM-DATE
           MOVE WS-LIFE-TERM-REASON  TO WS-LIFE-PRIOR-TERM-REASON
           MOVE WS-LIFE-FINAL-SALARY TO WS-LIFE-PRIOR-FINAL-SALARY
           MOVE 'A'                  TO WS-LIFE-STATUS
           MOVE 0                    TO WS-LIFE-TERM-DATE
           MOVE SPACES               TO WS-LIFE-TERM-REASON
           MOVE 0                    TO WS-LIFE-FINAL-SALARY
           MOVE WS-LIFE-DATE-IN      TO WS-LIFE-REHIRE-DATE
           IF WS-LIFE-REHIRE-CNT < 999
             ADD 1 TO WS-LIFE-REHIRE-CNT
           END-IF.

       DERIVE-MESSAGE-DATE.
      *****************************************************************
      * The calendar date (YYYYMMDD) of the message just consumed,
      * from its create-time timestamp (milliseconds since epoch),
      * into WS-LIFE-DATE-IN -- the business date when the message
      * carried no timestamp.
      *****************************************************************
           IF PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT > 0
             COMPUTE WS-LIFE-EPOCH-DAYS =
                     PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT / 86400000
             COMPUTE WS-LIFE-DATE-IN = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(19700101)
                      + WS-LIFE-EPOCH-DAYS)
           ELSE
             MOVE WS-BUSINESS-DATE TO WS-LIFE-DATE-IN
           END-IF.

       WRITE-STALE-EXCEPTION.
                    ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT.

       TERMINATE-EMPLOYEE-MASTER.
      *****************************************************************
      * A tombstone's key carries the employeeId who has left. The
      * EMPMAST record is kept as a leaver -- status T, termination
      * date (the business date), reason and final salary -- and
      * journaled as a delete ('D', after image spaces) so movement
      * reporting counts the leaver as before. The leaver stays on
      * EMPSRCH so a rehire under a new ID can still be matched.
      * Physical erasure is IXYPURGE's job, not this one. A tombstone
      * with no key, or a key that doesn't open with a 9-digit
      * employeeId, can't identify a record -- it is logged and
      * skipped, the same stance IXYPRD31 takes on an unkeyed
      * tombstone. A tombstone for an employee absent or already a
      * leaver is not an error: the end state it asked for holds.
      *****************************************************************
           PERFORM PARSE-TOMBSTONE-KEY
           IF WS-TOMBSTONE-BAD
             PERFORM REFUSE-TOMBSTONE-KEY
           ELSE
             PERFORM POST-TOMBSTONE-TO-MASTER
           END-IF.

       REFUSE-TOMBSTONE-KEY.
           DISPLAY "ERROR : TOMBSTONE KEY REFUSED - SKIPPED"
           MOVE 9304 TO ERRLOG-CODE
           MOVE "IXYCAV64: TOMBSTONE KEY REFUSED" TO
                    ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 18 TO RETURN-CODE
           ADD 1 TO WS-MSG-FAILED-CNT.

       POST-TOMBSTONE-TO-MASTER.
      *****************************************************************
      * Marks the employee in WS-TOMBSTONE-COMPANY/WS-TOMBSTONE-KEY-
      * ID a leaver, as TERMINATE-EMPLOYEE-MASTER describes. The
      * sorted apply pass performs it directly for a staged
      * tombstone, whose key was parsed when it was staged.
      *****************************************************************
           IF WS-SPOST-EMPMAST-HELD
             MOVE '00' TO WS-EMPMAST-STATUS
           ELSE
             OPEN I-O EMPMAST
           END-IF
           IF WS-EMPMAST-STATUS NOT = '00'
             DISPLAY "EMPMAST NOT AVAILABLE FOR TOMBSTONE, FILE "
                     "STATUS " WS-EMPMAST-STATUS
           ELSE
             MOVE SPACE TO WS-LIFE-EVENT-SW
             MOVE WS-TOMBSTONE-COMPANY TO EMPMAST-COMPANY
             MOVE WS-TOMBSTONE-KEY-ID TO EMPMAST-EMPLOYEE-ID
             MOVE SPACES TO WS-JRN-BEFORE-TS
             MOVE SPACES TO WS-JRN-BEFORE-IMAGE
             MOVE SPACES TO WS-JRN-BEFORE-ORG
             READ EMPMAST
             EVALUATE TRUE
               WHEN WS-EMPMAST-STATUS = '23'
                 DISPLAY "EMPMAST TOMBSTONE FOR ABSENT EMPLOYEE : "
                         WS-TOMBSTONE-KEY-ID
               WHEN WS-EMPMAST-STATUS NOT = '00'
                 PERFORM LOG-TERMINATION-FAILURE
               WHEN EMPMAST-TERMINATED
                 DISPLAY "EMPMAST TOMBSTONE FOR LEAVER : "
                         WS-TOMBSTONE-KEY-ID
               WHEN OTHER
                 MOVE EMPMAST-UPDATED-TS  TO WS-JRN-BEFORE-TS
                 MOVE EMPMAST-EVENT-DATA  TO WS-JRN-BEFORE-IMAGE
                 MOVE EMPMAST-DEPT-CODE   TO WS-JRN-BEFORE-DEPT
                 MOVE EMPMAST-COST-CENTER TO WS-JRN-BEFORE-CC
                 MOVE EMPMAST-EVENT-DATA  TO WS-LIFE-OLD-IMAGE
                 MOVE EMPMAST-LIFECYCLE   TO WS-LIFE-WORK
                 PERFORM CAPTURE-FINAL-SALARY
                 MOVE WS-BUSINESS-DATE    TO WS-LIFE-DATE-IN
                 PERFORM MARK-LIFECYCLE-TERMINATED
                 MOVE WS-LIFE-WORK        TO EMPMAST-LIFECYCLE
                 MOVE FUNCTION CURRENT-DATE TO EMPMAST-UPDATED-TS
      * The tombstone's own timestamp becomes the stale-guard
      * comparator, so a replayed event older than the departure
      * cannot reopen the record as a rehire.
                 IF PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT > 0
                   MOVE PAYLOAD-TIMESTAMP OF CONSUMER-OUTPUT TO
                                               EMPMAST-EVENT-TS
                 END-IF
                 REWRITE EMPLOYEE-MASTER-RECORD
                 IF WS-EMPMAST-STATUS NOT = '00'
                   PERFORM LOG-TERMINATION-FAILURE
                 ELSE
                   DISPLAY "EMPMAST LEAVER FOR EMPLOYEE : "
                           WS-TOMBSTONE-KEY-ID
                   ADD 1 TO WS-LIFE-LEAVER-TOT
                   SET WS-LIFE-LEAVER       TO TRUE
                   MOVE 'D'                 TO WS-JRN-ACTION
                   MOVE WS-TOMBSTONE-KEY-ID TO WS-JRN-EMPLOYEE-ID
                   MOVE SPACES              TO WS-JRN-AFTER-IMAGE
                   MOVE SPACES              TO WS-JRN-AFTER-ORG
                   PERFORM WRITE-MASTER-JOURNAL
                   PERFORM UPDATE-BUSINESS-AGGREGATES
                   PERFORM EMIT-NOTIFICATIONS
                 END-IF
             END-EVALUATE
             IF NOT WS-SPOST-EMPMAST-HELD
               CLOSE EMPMAST
             END-IF
           END-IF.

       LOG-TERMINATION-FAILURE.
           DISPLAY "ERROR : EMPMAST TERMINATION FAILED, FILE "
                   "STATUS " WS-EMPMAST-STATUS
           MOVE 9305 TO ERRLOG-CODE
           MOVE "IXYCAV64: EMPMAST TERMINATION FAILED" TO
                    ERRLOG-MSG
           CALL "IXYERRLG" USING ERRLOG-INPUT
           MOVE 18 TO RETURN-CODE.

       UPDATE-SEARCH-INDEX.
      *****************************************************************
      * Moves the EMPSRCH entries for the employee in WS-SRIDX-
      * COMPANY/WS-SRIDX-EMPLOYEE-ID from the journal's before image
      * to its after image. A failed index update is logged but not
      * a run error: the master posted, and IXYEMSRC's REBUILD run
      * brings the index back in line.
      *****************************************************************
           MOVE 'P'                 TO WS-SRIDX-ACTION
           MOVE WS-JRN-BEFORE-IMAGE TO WS-SRIDX-BEFORE-IMAGE
           MOVE WS-JRN-AFTER-IMAGE  TO WS-SRIDX-AFTER-IMAGE
           CALL "IXYSRIDX" USING WS-SRIDX-PARMS
           IF WS-SRIDX-RESULT = 'E'
             DISPLAY "WARNING : EMPSRCH UPDATE FAILED FOR EMPLOYEE : "
                     WS-SRIDX-EMPLOYEE-ID
             MOVE 9804 TO ERRLOG-CODE
             MOVE "IXYCAV64: EMPSRCH SEARCH INDEX UPDATE FAILED" TO
                      ERRLOG-MSG
             CALL "IXYERRLG" USING ERRLOG-INPUT
           END-IF.

       WRITE-MASTER-JOURNAL.
      *****************************************************************
      * Appends one change-history record to EMPJRNL for the master
             MOVE WS-JRN-BEFORE-TS      TO JRN-BEFORE-TS
             MOVE WS-JRN-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE
             MOVE WS-JRN-AFTER-IMAGE    TO JRN-AFTER-IMAGE
             MOVE WS-JRN-BEFORE-ORG     TO JRN-BEFORE-ORG
             MOVE WS-JRN-AFTER-ORG      TO JRN-AFTER-ORG
             WRITE MASTER-JOURNAL-RECORD
             CLOSE EMPJRNL
           ELSE
      * End-of-job run summary -- performed before every GOBACK in
      * this program, success or error alike, so an operator scanning
      * the job log always finds the start/end timestamps and how
      * many messages this run consumed versus failed. The consent
      * check's suppression report is closed off here for the same
      * reason, and the KSDS locks are let go.
      *****************************************************************
           PERFORM CLOSE-CONSENT-CHECK
           PERFORM RELEASE-KSDS-LOCKS
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TS
           DISPLAY "=========================================="
           DISPLAY "IXYCAV64 JOB SUMMARY"
           DISPLAY "  ROUTED TO RETRY  : " WS-RETRY-ROUTED-CNT
           DISPLAY "  STALE REFUSED    : " WS-STALE-REJECT-CNT
           DISPLAY "  TRANSFERS POSTED : " WS-XFER-POSTED-CNT
           DISPLAY "  DEPENDENT SETS   : " WS-DEPS-POSTED-CNT
           DISPLAY "    CARRIED FORWARD: " WS-DEPS-KEPT-CNT
           DISPLAY "  LEAVE STARTS     : " WS-LEAVE-START-POSTED-CNT
           DISPLAY "  LEAVE RETURNS    : " WS-LEAVE-RETURN-POSTED-CNT
           DISPLAY "    STATUS CARRIED : " WS-LEAVE-KEPT-CNT
           DISPLAY "  HELD PENDING     : " WS-PEND-HELD-CNT
           DISPLAY "  APPROVAL HOLDS   : " WS-APPR-HELD-CNT
           DISPLAY "  NOTIFICATIONS    : " WS-NTF-EMITTED-CNT
           DISPLAY "  LEAVERS POSTED   : " WS-LIFE-LEAVER-TOT
           DISPLAY "  REHIRES POSTED   : " WS-LIFE-REHIRE-TOT
           DISPLAY "  COMPANY REFUSED  : " WS-COMPANY-REJ-CNT
           DISPLAY "  PARTNER ROUTED   : " WS-PARTNER-CNT
           DISPLAY "  PARTNER WITHHELD : " WS-PARTNER-HELD-CNT
           DISPLAY "  SCHEMA-CACHE FALLBACK : " WS-REG-FALLBACK-SW
           DISPLAY "  CLAIMS RESOLVED  : " WS-BLOB-RESOLVED-CNT
           DISPLAY "  CLAIMS MISSING   : " WS-BLOB-MISSING-CNT
           PERFORM DISPLAY-PHASE-TIMINGS
           IF WS-QUARANTINE-EXCEEDED
             DISPLAY "  QUARANTINE COUNT : " DLQCNT-COUNT
             DISPLAY "  QUARANTINE THRESHOLD REACHED - REVIEW DLQFIL"
           IF WS-DRYRUN-MODE
             DISPLAY "  DRY-RUN WOULD ADD    : " WS-DIFF-ADD-CNT
             DISPLAY "  DRY-RUN WOULD CHANGE : " WS-DIFF-CHG-CNT
             DISPLAY "  DRY-RUN WOULD LEAVE  : " WS-DIFF-DEL-CNT
             DISPLAY "  DRY-RUN WOULD REHIRE : " WS-DIFF-RHR-CNT
             DISPLAY "  DRY-RUN WOULD REFUSE : " WS-DIFF-REF-CNT
           END-IF
           PERFORM WRITE-ACCOUNTING-RECORD
             PERFORM WRITE-CONTROL-TOTALS
           END-IF.

       DISPLAY-PHASE-TIMINGS.
      *****************************************************************
      * The posting mode and the elapsed time of each phase the run
      * reached, so a sorted night can be compared with a per-message
      * one.
      *****************************************************************
           IF WS-SORTPOST-MODE
             DISPLAY "  POSTING MODE     : SORTED BATCH"
             DISPLAY "  EVENTS STAGED    : " WS-SPOST-STAGED-CNT
             DISPLAY "  EVENTS APPLIED   : " WS-SPOST-APPLIED-CNT
           ELSE
             DISPLAY "  POSTING MODE     : PER MESSAGE"
           END-IF
           MOVE "  PHASE CONSUME    " TO WS-PH-LABEL
           MOVE WS-PH-CONSUME-START  TO WS-PH-FROM-TS
           MOVE WS-PH-CONSUME-END    TO WS-PH-TO-TS
           PERFORM DISPLAY-ONE-PHASE
           MOVE "  PHASE SORT       " TO WS-PH-LABEL
           MOVE WS-PH-SORT-START     TO WS-PH-FROM-TS
           MOVE WS-PH-SORT-END       TO WS-PH-TO-TS
           PERFORM DISPLAY-ONE-PHASE
           MOVE "  PHASE APPLY      " TO WS-PH-LABEL
           MOVE WS-PH-APPLY-START    TO WS-PH-FROM-TS
           MOVE WS-PH-APPLY-END      TO WS-PH-TO-TS
           PERFORM DISPLAY-ONE-PHASE.

       DISPLAY-ONE-PHASE.
           IF WS-PH-FROM-TS NOT = SPACES
             IF WS-PH-TO-TS = SPACES
               MOVE WS-JOB-END-TS(1:21) TO WS-PH-TO-TS
             END-IF
             MOVE WS-PH-FROM-TS TO WS-PH-WORK-TS
             PERFORM COMPUTE-PHASE-HUNDREDTHS
             MOVE WS-PH-WORK-HS TO WS-PH-FROM-HS
             MOVE WS-PH-TO-TS   TO WS-PH-WORK-TS
             PERFORM COMPUTE-PHASE-HUNDREDTHS
             COMPUTE WS-PH-ELAPSED =
                     (WS-PH-WORK-HS - WS-PH-FROM-HS) / 100
             MOVE WS-PH-ELAPSED TO WS-PH-ELAPSED-EDIT
             DISPLAY WS-PH-LABEL ": " WS-PH-ELAPSED-EDIT " SECONDS"
           END-IF.

       COMPUTE-PHASE-HUNDREDTHS.
           COMPUTE WS-PH-WORK-HS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PH-WORK-TS(1:8))) * 8640000
                 + FUNCTION NUMVAL(WS-PH-WORK-TS(9:2)) * 360000
                 + FUNCTION NUMVAL(WS-PH-WORK-TS(11:2)) * 6000
                 + FUNCTION NUMVAL(WS-PH-WORK-TS(13:2)) * 100
                 + FUNCTION NUMVAL(WS-PH-WORK-TS(15:2)).

       CHECK-BUSINESS-RULES.
      *****************************************************************
      * Runs the shared business checks (IXYBIZCK) over the employee
      * just rebuilt -- the same checks the retry reprocessor runs,
      * so the two tiers can never disagree. An employee that passes
      * them is measured against the benefits eligibility band
      * (IXYBENCK); its reason, if any, travels as the business
      * reason so the retry routing is the same for both classes.
      *****************************************************************
           MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO WS-BIZCK-EVENT
           CALL "IXYBIZCK" USING WS-BIZCK-PARMS
           IF WS-BIZCK-REASON = 0
             MOVE EVENT-DATA(1:LENGTH OF EVENT-DATA) TO WS-BENCK-EVENT
             CALL "IXYBENCK" USING WS-BENCK-PARMS
             MOVE WS-BENCK-REASON TO WS-BIZCK-REASON
           END-IF.

       ROUTE-TO-RETRY-TIER.
      *****************************************************************
