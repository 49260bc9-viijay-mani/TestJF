       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF27.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    RETENTION HOUSEKEEPING FOR THE EXTRACT'S HISTORY TABLES.
      *    THE RETPOLCY CONTROL TABLE HOLDS ONE ROW PER TABLE -
      *    TABLE_NAME, RETAIN_DAYS (CALENDAR DAYS) AND ARCHIVE_FLAG
      *    ('Y' UNLOAD BEFORE DELETE, 'N' DELETE ONLY). A TABLE WITH
      *    NO POLICY ROW IS NEVER TOUCHED. THE TABLES HANDLED, AND
      *    THE DATE EACH ROW AGES ON:
      *      CHGHIST   RUN_DATE
      *      RUNSTATS  RUN_DATE
      *      ACKLEDGR  LAST_AGED_DATE - CLOSED ('CL') ROWS ONLY; AN
      *                OPEN OR MISMATCHED ROW IS NEVER PURGED
      *      GATERLSE  RUN_DATE_TIME - NEVER A SUPPRESSED ('SU')
      *                SNAPSHOT, WHICH OWKB018 CAN STILL RELEASE
      *      PARKCKPT  CKPT_DATE - COMPLETED ('Y') ROWS ONLY, AND
      *                ONLY WHEN THE WHOLE CHECKPOINT SET IS PAST THE
      *                CUTOFF WITH NO IN-FLIGHT ROW, SO A PENDING
      *                RESTART IS NEVER BROKEN UP
      *    EXPIRED ROWS ARE DELETED ONE BY ONE OFF A WITH HOLD
      *    CURSOR AND COMMITTED EVERY WS-COMMIT-INTERVAL ROWS; A ROW
      *    IS ONLY ARCHIVED ONCE ITS DELETE HAS SUCCEEDED.
      *
      *    RESTART: EVERY COMMIT ALSO UPDATES THIS RUN'S RETCKPT ROW
      *    FOR THE TABLE (CUTOFF, ROWS ARCHIVED AND PURGED SO FAR,
      *    COMPLETE FLAG). RETCKPT ROWS LEFT AT START-UP MEAN THE
      *    LAST RUN FAILED: THE ARCHIVE RECORDS COVERED BY ITS
      *    COMMITS (THE SUM OF ARCHIVED_COUNT) ARE COPIED FROM THAT
      *    RUN'S ARCHIVE (DD ARCHIN) TO THE NEW ONE, AND THE
      *    UNCOMMITTED TAIL IS DROPPED - THOSE ROWS WERE ROLLED BACK
      *    AND ARE STILL ON THE TABLE, SO THEY ARE ARCHIVED AGAIN
      *    ONCE AND ONLY ONCE. COMPLETED TABLES ARE SKIPPED AND THE
      *    IN-PROGRESS TABLE RESUMES AT THE SAME CUTOFF. RETCKPT IS
      *    CLEARED AT NORMAL END OF JOB. ON A FIRST RUN ARCHIN IS
      *    NOT OPENED.
      *
      *    ARCHIVE RECORD (DD ARCH01, 300 BYTES FIXED):
      *      1-8     TABLE NAME
      *      9-18    ARCHIVE (RUN) DATE  CCYY-MM-DD
      *      19-28   CUTOFF DATE         CCYY-MM-DD
      *      29-300  ROW IMAGE - ONE LAYOUT PER TABLE, AS THE
      *              HOST-VARIABLES-xx GROUPS BELOW: COLUMNS IN
      *              TABLE ORDER, CHARACTER COLUMNS AT THEIR DB2
      *              LENGTH, COUNTS UNSIGNED ZONED, SPACE FILLED.
      *
      *    RUN AS A WEEKLY HOUSEKEEPING STEP, OUTSIDE THE EXTRACT'S
      *    NIGHTLY WINDOW.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVE-FILE ASSIGN TO ARCH01
                  FILE STATUS IS WS-ARC-STATUS.

           SELECT ARCHIN-FILE ASSIGN TO ARCHIN
                  FILE STATUS IS WS-ARCIN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPT01
                  FILE STATUS IS WS-RPT-STATUS.


       DATA DIVISION.

       FILE SECTION.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-ARCHIVE                 PIC X(300).


       FD  ARCHIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-ARCHIN                  PIC X(300).


       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-REPORT                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-ARC-STATUS            PIC X(02).
           05 WS-ARCIN-STATUS          PIC X(02).
           05 WS-RPT-STATUS            PIC X(02).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-RETPOLCY-SWITCH       PIC X(01) VALUE 'Y'.
              88 WS-MORE-RETPOLCY                VALUE 'Y'.
              88 WS-NO-MORE-RETPOLCY             VALUE 'N'.
           05 WS-ROWS-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-ROWS                    VALUE 'Y'.
              88 WS-NO-MORE-ROWS                 VALUE 'N'.
           05 WS-RESTART-SWITCH        PIC X(01) VALUE 'N'.
              88 WS-IS-RESTART                   VALUE 'Y'.
              88 WS-NOT-RESTART                  VALUE 'N'.
           05 WS-ARCHIVE-SWITCH        PIC X(01) VALUE 'N'.
              88 WS-ARCHIVE-ROWS                 VALUE 'Y'.
              88 WS-PURGE-ONLY                   VALUE 'N'.

       01  WS-DATE-AREAS.
           05 WS-TODAY-DATE            PIC X(08).
           05 WS-CCYYMMDD.
              10 WS-CCYY-DATE          PIC X(4).
              10 WS-MM-DATE            PIC X(2).
              10 WS-DD-DATE            PIC X(2).
           05 WS-WORK-DATE.
              10 WS-WORK-DATE-CCYY     PIC X(4).
              10 DASH-1                PIC X(1).
              10 WS-WORK-DATE-MM       PIC X(2).
              10 DASH-2                PIC X(1).
              10 WS-WORK-DATE-DD       PIC X(2).
           05 WS-CURRENT-DATE          PIC X(10) VALUE '0000-00-00'.
           05 WS-CUTOFF-DATE           PIC X(10) VALUE '0000-00-00'.
      *    GATERLSE.RUN_DATE_TIME IS THE 14-BYTE CCYYMMDDHHMMSS
      *    CONTROL-RECORD STAMP, SO ITS CUTOFF IS MIDNIGHT OF THE
      *    CUTOFF DATE IN THAT FORM.
           05 WS-CUTOFF-STAMP          PIC X(14) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-COMMIT-INTERVAL       PIC 9(05) VALUE 500.
           05 WS-COMMIT-COUNTER        PIC 9(05) VALUE 0.
           05 WS-RESTART-ARC-COUNT     PIC 9(08) VALUE 0.
           05 WS-COPIED-COUNT          PIC 9(08) VALUE 0.
           05 WS-TBL-ARCHIVED          PIC 9(08) VALUE 0.
           05 WS-TBL-PURGED            PIC 9(08) VALUE 0.
           05 WS-TBL-RETAINED          PIC 9(08) VALUE 0.
           05 WS-TBL-SKIPPED           PIC 9(08) VALUE 0.
           05 WS-TOT-ARCHIVED          PIC 9(08) VALUE 0.
           05 WS-TOT-PURGED            PIC 9(08) VALUE 0.
           05 WS-TOT-RETAINED          PIC 9(08) VALUE 0.
           05 WS-ARC-WRITTEN           PIC 9(08) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.

      *    THE TABLES THIS PROGRAM KNOWS HOW TO AGE. A POLICY ROW FOR
      *    ANY OTHER NAME IS REPORTED AND IGNORED; A KNOWN TABLE WITH
      *    NO POLICY ROW IS LISTED AS NOT PURGED.
       01  WS-KNOWN-TABLES.
           05 WS-KT-ENTRY              OCCURS 5 TIMES.
              10 WS-KT-NAME            PIC X(08).
              10 WS-KT-SEEN-SW         PIC X(01).
       01  WS-KT-SUB                   PIC 9(02) VALUE 0.
       01  WS-KT-FOUND                 PIC 9(02) VALUE 0.

       01  HOST-VARIABLES-RP.
           05 HV-RP-TABLE-NAME         PIC X(08).
           05 HV-RP-RETAIN-DAYS        PIC S9(4) COMP.
           05 HV-RP-ARCHIVE-FLAG       PIC X(01).
           05 HV-RP-DAYS-DSP           PIC 9(04).

       01  HOST-VARIABLES-RK.
           05 HV-RK-CUTOFF-DATE        PIC X(10).
           05 HV-RK-ARCHIVED           PIC 9(08).
           05 HV-RK-PURGED             PIC 9(08).
           05 HV-RK-COMPLETE-FLAG      PIC X(01).
           05 HV-RK-ROW-CNT            PIC S9(9) COMP.
           05 HV-RK-ARC-SUM            PIC S9(9) COMP.
           05 NI-RK-ARC-SUM            PIC S9(4) COMP.
           05 HV-RK-HELD-CNT           PIC S9(9) COMP.

      *    ARCHIVE RECORD. THE ROW IMAGE IS THE TABLE'S HOST-
      *    VARIABLE GROUP BELOW, MOVED WHOLE.
       01  ARC-RECORD.
           05 ARC-TABLE-NAME           PIC X(08).
           05 ARC-ARCHIVE-DATE         PIC X(10).
           05 ARC-CUTOFF-DATE          PIC X(10).
           05 ARC-ROW-IMAGE            PIC X(272).

      *    CHGHIST ROW IMAGE (272 BYTES).
       01  HOST-VARIABLES-CH.
           05 HV-CH-CUSTOMER-SUPP      PIC X(07).
           05 HV-CH-LOCATION           PIC X(12).
           05 HV-CH-ITEMID             PIC X(12).
           05 HV-CH-EFF-START          PIC X(10).
           05 HV-CH-KANBAN             PIC X(04).
           05 HV-CH-RUN-DATE           PIC X(10).
           05 HV-CH-RUN-TIME           PIC X(06).
           05 HV-CH-FIELD-NAME         PIC X(20).
           05 HV-CH-OLD-VALUE          PIC X(30).
           05 HV-CH-NEW-VALUE          PIC X(30).
           05 FILLER                   PIC X(131) VALUE SPACES.

      *    RUNSTATS ROW IMAGE (272 BYTES).
       01  HOST-VARIABLES-RS.
           05 HV-RS-PROGRAM-ID         PIC X(08).
           05 HV-RS-RUN-DATE           PIC X(10).
           05 HV-RS-RUN-TIME           PIC X(06).
           05 HV-RS-LOOKAHEAD          PIC 9(03).
           05 HV-RS-RESTART-FLAG       PIC X(01).
           05 HV-RS-RUN-MODE           PIC X(01).
           05 HV-RS-O1-CNT             PIC 9(08).
           05 HV-RS-O2-CNT             PIC 9(08).
           05 HV-RS-O3-CNT             PIC 9(08).
           05 HV-RS-O4-CNT             PIC 9(08).
           05 HV-RS-IK-CNT             PIC 9(08).
           05 HV-RS-ES-CNT             PIC 9(08).
           05 HV-RS-IS-CNT             PIC 9(08).
           05 HV-RS-DL-CNT             PIC 9(08).
           05 HV-RS-DP-CNT             PIC 9(08).
           05 HV-RS-EX-CNT             PIC 9(08).
           05 HV-RS-ALERT-FLAG         PIC X(01).
           05 FILLER                   PIC X(162) VALUE SPACES.

      *    ACKLEDGR ROW IMAGE (272 BYTES).
       01  HOST-VARIABLES-LG.
           05 HV-LG-BUS-ENT            PIC X(05).
           05 HV-LG-REL-TYPE           PIC X(02).
           05 HV-LG-DATE-TIME          PIC X(14).
           05 HV-LG-SENT               PIC 9(10).
           05 HV-LG-LOADED             PIC 9(10).
           05 HV-LG-STATUS             PIC X(02).
           05 HV-LG-FIRST-SEEN         PIC X(10).
           05 HV-LG-CYCLES             PIC 9(04).
           05 HV-LG-LAST-AGED          PIC X(10).
           05 FILLER                   PIC X(205) VALUE SPACES.

      *    GATERLSE ROW IMAGE (272 BYTES).
       01  HOST-VARIABLES-GR.
           05 HV-GR-DATE-TIME          PIC X(14).
           05 HV-GR-BUS-ENT            PIC X(05).
           05 HV-GR-REL-TYPE           PIC X(02).
           05 HV-GR-NUM-RECS           PIC 9(10).
           05 HV-GR-EXC-COUNT          PIC 9(08).
           05 HV-GR-EXTRACT-COUNT      PIC 9(08).
           05 HV-GR-STATUS             PIC X(02).
           05 HV-GR-RELEASED-BY        PIC X(08).
           05 HV-GR-RELEASED-DATE      PIC X(10).
           05 HV-GR-RELEASED-TIME      PIC X(06).
           05 FILLER                   PIC X(199) VALUE SPACES.

      *    PARKCKPT ROW IMAGE (272 BYTES). COMPLETED ROWS CARRY NO
      *    CURSOR POSITION, SO ONLY THE KEY, DATE, PHASE AND COUNTS
      *    ARE KEPT.
       01  HOST-VARIABLES-CK.
           05 HV-CK-PROGRAM-ID         PIC X(08).
           05 HV-CK-COMPLETE-FLAG      PIC X(01).
           05 HV-CK-BUSINESS-ENT       PIC X(05).
           05 HV-CK-CKPT-DATE          PIC X(10).
           05 HV-CK-PHASE              PIC X(02).
           05 HV-CK-OUT01-CNT          PIC 9(08).
           05 HV-CK-OUT02-CNT          PIC 9(08).
           05 HV-CK-OUT03-CNT          PIC 9(08).
           05 HV-CK-PRIOR-CNT          PIC 9(08).
           05 HV-CK-NEWPRIOR-CNT       PIC 9(08).
           05 HV-CK-IK-CNT             PIC 9(08).
           05 HV-CK-ES-CNT             PIC 9(08).
           05 HV-CK-IS-CNT             PIC 9(08).
           05 HV-CK-DL-CNT             PIC 9(08).
           05 HV-CK-DP-CNT             PIC 9(08).
           05 HV-CK-EX-CNT             PIC 9(08).
           05 HV-CK-ENT-OUT01-CNT      PIC 9(08).
           05 HV-CK-ENT-OUT02-CNT      PIC 9(08).
           05 FILLER                   PIC X(142) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    WITH HOLD ON EVERY CURSOR HERE - THE BATCH COMMITS IN
      *    2800-TAKE-RESTART-POINT WOULD OTHERWISE CLOSE THEM UNDER
      *    THE FETCH LOOPS.
           EXEC SQL
               DECLARE C1-RETPOLCY CURSOR WITH HOLD FOR
                 SELECT  TABLE_NAME,
                         RETAIN_DAYS,
                         ARCHIVE_FLAG
                 FROM    RETPOLCY
                 ORDER BY TABLE_NAME
           END-EXEC.

           EXEC SQL
               DECLARE C2-CHGHIST CURSOR WITH HOLD FOR
                 SELECT  CUSTOMER_SUPP,
                         LOCATION,
                         ITEMID,
                         EFF_START,
                         KANBAN,
                         RUN_DATE,
                         RUN_TIME,
                         FIELD_NAME,
                         OLD_VALUE,
                         NEW_VALUE
                 FROM    CHGHIST
                 WHERE   RUN_DATE < :WS-CUTOFF-DATE
                 ORDER BY RUN_DATE,
                          RUN_TIME,
                          CUSTOMER_SUPP,
                          LOCATION,
                          ITEMID,
                          EFF_START,
                          KANBAN,
                          FIELD_NAME
           END-EXEC.

           EXEC SQL
               DECLARE C3-RUNSTATS CURSOR WITH HOLD FOR
                 SELECT  PROGRAM_ID,
                         RUN_DATE,
                         RUN_TIME,
                         LOOKAHEAD_DAYS,
                         RESTART_FLAG,
                         RUN_MODE,
                         OUT01_COUNT,
                         OUT02_COUNT,
                         OUT03_COUNT,
                         OUT04_COUNT,
                         IK_COUNT,
                         ES_COUNT,
                         IS_COUNT,
                         DL_COUNT,
                         DP_COUNT,
                         EX_COUNT,
                         ALERT_FLAG
                 FROM    RUNSTATS
                 WHERE   RUN_DATE < :WS-CUTOFF-DATE
                 ORDER BY PROGRAM_ID,
                          RUN_DATE,
                          RUN_TIME
           END-EXEC.

      *    CLOSED LEDGER ROWS ONLY - 'OP' AND 'MM' ROWS STILL DRIVE
      *    OWKB013's ENTITY HOLDS AND LATE-ACKNOWLEDGMENT MATCHING.
           EXEC SQL
               DECLARE C4-ACKLEDGR CURSOR WITH HOLD FOR
                 SELECT  BUS_ENT,
                         REL_TYPE,
                         DATE_TIME,
                         SENT_COUNT,
                         LOADED_COUNT,
                         STATUS,
                         FIRST_SEEN_DATE,
                         CYCLES_OPEN,
                         LAST_AGED_DATE
                 FROM    ACKLEDGR
                 WHERE   STATUS = 'CL'
                 AND     LAST_AGED_DATE < :WS-CUTOFF-DATE
                 ORDER BY BUS_ENT,
                          REL_TYPE,
                          DATE_TIME
           END-EXEC.

      *    RELEASED ('RL') AND SUPERSEDED ('SP') SNAPSHOTS ONLY.
           EXEC SQL
               DECLARE C5-GATERLSE CURSOR WITH HOLD FOR
                 SELECT  RUN_DATE_TIME,
                         BUSINESS_ENT,
                         REL_TYPE,
                         NUM_RECS,
                         EXC_COUNT,
                         EXTRACT_COUNT,
                         STATUS,
                         RELEASED_BY,
                         RELEASED_DATE,
                         RELEASED_TIME
                 FROM    GATERLSE
                 WHERE   STATUS <> 'SU'
                 AND     RUN_DATE_TIME < :WS-CUTOFF-STAMP
                 ORDER BY RUN_DATE_TIME,
                          BUSINESS_ENT
           END-EXEC.

      *    COMPLETED CHECKPOINT ROWS OF A SET THAT IS WHOLLY PAST
      *    THE CUTOFF AND HAS NO IN-FLIGHT ROW - AN ABANDONED SET,
      *    E.G. A PARTITION KEY NO LONGER RUN. A SET OWKB010 COULD
      *    STILL RESTART FROM IS LEFT WHOLE.
           EXEC SQL
               DECLARE C6-PARKCKPT CURSOR WITH HOLD FOR
                 SELECT  P.PROGRAM_ID,
                         P.COMPLETE_FLAG,
                         P.BUSINESS_ENT,
                         P.CKPT_DATE,
                         P.PHASE,
                         P.OUT01_COUNT,
                         P.OUT02_COUNT,
                         P.OUT03_COUNT,
                         P.PRIOR_IN_COUNT,
                         P.NEWPRIOR_COUNT,
                         P.IK_COUNT,
                         P.ES_COUNT,
                         P.IS_COUNT,
                         P.DL_COUNT,
                         P.DP_COUNT,
                         P.EX_COUNT,
                         P.ENT_OUT01_COUNT,
                         P.ENT_OUT02_COUNT
                 FROM    PARKCKPT P
                 WHERE   P.COMPLETE_FLAG = 'Y'
                 AND     P.CKPT_DATE < :WS-CUTOFF-DATE
                 AND     NOT EXISTS
                        (SELECT 1
                           FROM PARKCKPT Q
                          WHERE Q.PROGRAM_ID = P.PROGRAM_ID
                            AND (Q.COMPLETE_FLAG = 'N' OR
                                 Q.CKPT_DATE >= :WS-CUTOFF-DATE))
                 ORDER BY P.PROGRAM_ID,
                          P.BUSINESS_ENT
           END-EXEC.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(60) VALUE
              'OWKB027 - HISTORY TABLE RETENTION / ARCHIVE / PURGE'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 RPT-H1-DATE              PIC X(10).
           05 FILLER                   PIC X(52) VALUE SPACES.

       01  RPT-HEADING-2.
           05 FILLER                   PIC X(08) VALUE 'TABLE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE '  DAYS'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'ARCH'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'CUTOFF'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE '  ARCHIVED'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE '    PURGED'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE '  RETAINED'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(60) VALUE 'NOTE'.

       01  RPT-DETAIL-LINE.
           05 RPT-D-TABLE              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-D-DAYS               PIC ZZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RPT-D-ARCHIVE            PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-D-CUTOFF             PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-D-ARCHIVED           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-D-PURGED             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-D-RETAINED           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-D-NOTE               PIC X(60).

       01  RPT-TOTAL-LINE.
           05 FILLER                   PIC X(36) VALUE
              'TOTAL ALL TABLES'.
           05 RPT-T-ARCHIVED           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-T-PURGED             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-T-RETAINED           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(62) VALUE SPACES.

       01  RPT-RESTART-LINE.
           05 FILLER                   PIC X(44) VALUE
              'RESTARTED - ARCHIVE RECORDS CARRIED FORWARD '.
           05 RPT-R-COPIED             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.

       01  RPT-LEGEND-LINE.
           05 FILLER                   PIC X(46) VALUE
              'RETAINED = ROWS PAST THE CUTOFF KEPT BY RULE ('.
           05 FILLER                   PIC X(86) VALUE
              'OPEN ACKLEDGR, SUPPRESSED GATERLSE, LIVE PARKCKPT SETS)'.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB027 START'.

           PERFORM 1000-INITIALIZATION THRU
                   1000-INITIALIZATION-EXIT.

           PERFORM 2000-MAINLINE THRU
                   2000-MAINLINE-EXIT.

           PERFORM 3000-CLOSE-FILES THRU
                   3000-CLOSE-FILES-EXIT.

           DISPLAY 'OWKB027 END'.

           GOBACK.

       0000-MAIN-MODULE-EXIT.  EXIT.


       1000-INITIALIZATION.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE  TO WS-CCYYMMDD.
           MOVE WS-CCYY-DATE   TO WS-WORK-DATE-CCYY.
           MOVE WS-MM-DATE     TO WS-WORK-DATE-MM.
           MOVE WS-DD-DATE     TO WS-WORK-DATE-DD.
           MOVE '-'            TO DASH-1 DASH-2.
           MOVE WS-WORK-DATE   TO WS-CURRENT-DATE.
           DISPLAY 'RETENTION RUN DATE = ' WS-CURRENT-DATE.

           MOVE 'ACKLEDGR' TO WS-KT-NAME (1).
           MOVE 'CHGHIST'  TO WS-KT-NAME (2).
           MOVE 'GATERLSE' TO WS-KT-NAME (3).
           MOVE 'PARKCKPT' TO WS-KT-NAME (4).
           MOVE 'RUNSTATS' TO WS-KT-NAME (5).
           MOVE 'N' TO WS-KT-SEEN-SW (1)
                       WS-KT-SEEN-SW (2)
                       WS-KT-SEEN-SW (3)
                       WS-KT-SEEN-SW (4)
                       WS-KT-SEEN-SW (5).

           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB027'
              DISPLAY 'OPEN ERROR FOR ARCHIVE FILE'
              DISPLAY 'FILE STATUS : ' WS-ARC-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB027'
              DISPLAY 'OPEN ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-CURRENT-DATE TO RPT-H1-DATE.
           WRITE REC-REPORT FROM RPT-HEADING-1.
           WRITE REC-REPORT FROM WS-BLANK-LINE.

           PERFORM 1050-CHECK-RESTART THRU
                   1050-CHECK-RESTART-EXIT.

           WRITE REC-REPORT FROM RPT-HEADING-2.

       1000-INITIALIZATION-EXIT. EXIT.


      *    ANY RETCKPT ROW MEANS THE LAST RUN DID NOT FINISH. ITS
      *    COMMITTED ARCHIVE RECORDS ARE CARRIED INTO THIS RUN'S
      *    ARCHIVE BEFORE ANYTHING NEW IS WRITTEN.
       1050-CHECK-RESTART.

           EXEC SQL
                SELECT COUNT(*), SUM(ARCHIVED_COUNT)
                  INTO :HV-RK-ROW-CNT,
                       :HV-RK-ARC-SUM :NI-RK-ARC-SUM
                  FROM RETCKPT
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON RETCKPT'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-RK-ROW-CNT = 0
              SET WS-NOT-RESTART TO TRUE
              GO TO 1050-CHECK-RESTART-EXIT
           END-IF.

           SET WS-IS-RESTART TO TRUE.
           IF NI-RK-ARC-SUM < 0
              MOVE 0 TO WS-RESTART-ARC-COUNT
           ELSE
              MOVE HV-RK-ARC-SUM TO WS-RESTART-ARC-COUNT
           END-IF.
           MOVE WS-RESTART-ARC-COUNT TO WS-COUNT-DSP.
           DISPLAY 'OWKB027 RESTARTING - COMMITTED ARCHIVE RECORDS = '
                    WS-COUNT-DSP.

           OPEN INPUT ARCHIN-FILE.
           IF WS-ARCIN-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB027'
              DISPLAY 'OPEN ERROR FOR ARCHIN FILE'
              DISPLAY 'FILE STATUS : ' WS-ARCIN-STATUS
              CALL 'ABENDME'
           END-IF.

           PERFORM 1055-COPY-ARCHIN THRU
                   1055-COPY-ARCHIN-EXIT
             UNTIL WS-COPIED-COUNT >= WS-RESTART-ARC-COUNT.

           CLOSE ARCHIN-FILE.

           MOVE WS-COPIED-COUNT TO RPT-R-COPIED.
           WRITE REC-REPORT FROM RPT-RESTART-LINE.
           WRITE REC-REPORT FROM WS-BLANK-LINE.

       1050-CHECK-RESTART-EXIT. EXIT.


      *    A SHORT ARCHIN IS NOT THE FAILED RUN'S ARCHIVE (OR LOST
      *    ITS LAST BUFFER) - THE COMMITTED ROWS ARE GONE FROM DB2,
      *    SO THE STEP STOPS RATHER THAN CATALOG AN INCOMPLETE COPY.
       1055-COPY-ARCHIN.

           READ ARCHIN-FILE INTO ARC-RECORD
               AT END
                    DISPLAY 'PROGRAM NAME : OWKB027'
                    DISPLAY 'ARCHIN HOLDS ' WS-COPIED-COUNT
                            ' RECORDS - RETCKPT SAYS '
                             WS-RESTART-ARC-COUNT ' WERE COMMITTED'
                    DISPLAY 'POINT ARCHIN AT THE FAILED RUN''S '
                            'ARCHIVE DATASET AND RESUBMIT'
                    CALL 'ABENDME'
           END-READ.

           IF WS-ARCIN-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB027'
              DISPLAY 'READ ERROR FOR ARCHIN FILE'
              DISPLAY 'FILE STATUS : ' WS-ARCIN-STATUS
              CALL 'ABENDME'
           END-IF.

           PERFORM 2900-WRITE-ARCHIVE THRU
                   2900-WRITE-ARCHIVE-EXIT.
           ADD 1 TO WS-COPIED-COUNT.

       1055-COPY-ARCHIN-EXIT. EXIT.


       2000-MAINLINE.

           EXEC SQL
                OPEN C1-RETPOLCY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C1-RETPOLCY'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2050-FETCH-POLICY THRU
                   2050-FETCH-POLICY-EXIT
             UNTIL WS-NO-MORE-RETPOLCY.

           EXEC SQL
                CLOSE C1-RETPOLCY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C1-RETPOLCY'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           MOVE 1 TO WS-KT-SUB.
           PERFORM 2060-REPORT-NO-POLICY THRU
                   2060-REPORT-NO-POLICY-EXIT
             UNTIL WS-KT-SUB > 5.

           WRITE REC-REPORT FROM WS-BLANK-LINE.
           MOVE WS-TOT-ARCHIVED TO RPT-T-ARCHIVED.
           MOVE WS-TOT-PURGED   TO RPT-T-PURGED.
           MOVE WS-TOT-RETAINED TO RPT-T-RETAINED.
           WRITE REC-REPORT FROM RPT-TOTAL-LINE.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-LEGEND-LINE.

       2000-MAINLINE-EXIT. EXIT.


       2050-FETCH-POLICY.

           EXEC SQL
                FETCH C1-RETPOLCY
                 INTO :HV-RP-TABLE-NAME,
                      :HV-RP-RETAIN-DAYS,
                      :HV-RP-ARCHIVE-FLAG
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 2100-PROCESS-POLICY THRU
                            2100-PROCESS-POLICY-EXIT
               WHEN 100
                    SET WS-NO-MORE-RETPOLCY TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C1-RETPOLCY'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2050-FETCH-POLICY-EXIT. EXIT.


       2060-REPORT-NO-POLICY.

           IF WS-KT-SEEN-SW (WS-KT-SUB) = 'N'
              MOVE SPACES                  TO RPT-D-ARCHIVE
                                              RPT-D-CUTOFF
              MOVE WS-KT-NAME (WS-KT-SUB)  TO RPT-D-TABLE
              MOVE 0                       TO RPT-D-DAYS
                                              RPT-D-ARCHIVED
                                              RPT-D-PURGED
                                              RPT-D-RETAINED
              MOVE 'NO RETPOLCY ROW - NOT PURGED' TO RPT-D-NOTE
              WRITE REC-REPORT FROM RPT-DETAIL-LINE
           END-IF.

           ADD 1 TO WS-KT-SUB.

       2060-REPORT-NO-POLICY-EXIT. EXIT.


      *    ONE POLICY ROW: VALIDATE IT, PICK UP OR OPEN ITS RESTART
      *    POINT, AGE THE TABLE, MARK IT COMPLETE, REPORT IT.
       2100-PROCESS-POLICY.

           MOVE 0 TO WS-TBL-ARCHIVED
                     WS-TBL-PURGED
                     WS-TBL-RETAINED
                     WS-TBL-SKIPPED.
           MOVE HV-RP-RETAIN-DAYS  TO HV-RP-DAYS-DSP.
           MOVE HV-RP-TABLE-NAME   TO RPT-D-TABLE.
           MOVE HV-RP-DAYS-DSP     TO RPT-D-DAYS.
           MOVE HV-RP-ARCHIVE-FLAG TO RPT-D-ARCHIVE.
           MOVE SPACES             TO RPT-D-CUTOFF
                                      RPT-D-NOTE.

           MOVE 0 TO WS-KT-FOUND.
           MOVE 1 TO WS-KT-SUB.
           PERFORM 2110-FIND-KNOWN-TABLE THRU
                   2110-FIND-KNOWN-TABLE-EXIT
             UNTIL WS-KT-SUB > 5.

           IF WS-KT-FOUND = 0
              MOVE 'TABLE NOT HANDLED BY OWKB027 - IGNORED'
                TO RPT-D-NOTE
              GO TO 2100-WRITE-LINE
           END-IF.
           MOVE 'Y' TO WS-KT-SEEN-SW (WS-KT-FOUND).

           IF HV-RP-RETAIN-DAYS < 1
              MOVE 'RETAIN_DAYS MUST BE 1 OR MORE - NOT PURGED'
                TO RPT-D-NOTE
              GO TO 2100-WRITE-LINE
           END-IF.

           EVALUATE HV-RP-ARCHIVE-FLAG
               WHEN 'Y'
                    SET WS-ARCHIVE-ROWS TO TRUE
               WHEN 'N'
                    SET WS-PURGE-ONLY TO TRUE
               WHEN OTHER
                    MOVE 'ARCHIVE_FLAG MUST BE Y OR N - NOT PURGED'
                      TO RPT-D-NOTE
                    GO TO 2100-WRITE-LINE
           END-EVALUATE.

           PERFORM 2150-GET-RESTART-POINT THRU
                   2150-GET-RESTART-POINT-EXIT.

           MOVE WS-CUTOFF-DATE TO RPT-D-CUTOFF.

           IF HV-RK-COMPLETE-FLAG = 'Y'
              MOVE 'COMPLETED BEFORE RESTART' TO RPT-D-NOTE
              PERFORM 2700-COUNT-RETAINED THRU
                      2700-COUNT-RETAINED-EXIT
              GO TO 2100-WRITE-LINE
           END-IF.

           MOVE 0 TO WS-COMMIT-COUNTER.
           SET WS-MORE-ROWS TO TRUE.

           EVALUATE HV-RP-TABLE-NAME
               WHEN 'CHGHIST'
                    PERFORM 2200-AGE-CHGHIST THRU
                            2200-AGE-CHGHIST-EXIT
               WHEN 'RUNSTATS'
                    PERFORM 2300-AGE-RUNSTATS THRU
                            2300-AGE-RUNSTATS-EXIT
               WHEN 'ACKLEDGR'
                    PERFORM 2400-AGE-ACKLEDGR THRU
                            2400-AGE-ACKLEDGR-EXIT
               WHEN 'GATERLSE'
                    PERFORM 2500-AGE-GATERLSE THRU
                            2500-AGE-GATERLSE-EXIT
               WHEN 'PARKCKPT'
                    PERFORM 2600-AGE-PARKCKPT THRU
                            2600-AGE-PARKCKPT-EXIT
           END-EVALUATE.

           MOVE 'Y' TO HV-RK-COMPLETE-FLAG.
           PERFORM 2800-TAKE-RESTART-POINT THRU
                   2800-TAKE-RESTART-POINT-EXIT.

           PERFORM 2700-COUNT-RETAINED THRU
                   2700-COUNT-RETAINED-EXIT.

           IF WS-TBL-SKIPPED > 0
              MOVE WS-TBL-SKIPPED TO WS-COUNT-DSP
              MOVE SPACES         TO RPT-D-NOTE
              STRING 'ROWS CHANGED DURING RUN, LEFT: ' WS-COUNT-DSP
                     DELIMITED BY SIZE INTO RPT-D-NOTE
              END-STRING
           END-IF.

       2100-WRITE-LINE.

           MOVE WS-TBL-ARCHIVED TO RPT-D-ARCHIVED.
           MOVE WS-TBL-PURGED   TO RPT-D-PURGED.
           MOVE WS-TBL-RETAINED TO RPT-D-RETAINED.
           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

           ADD WS-TBL-ARCHIVED TO WS-TOT-ARCHIVED.
           ADD WS-TBL-PURGED   TO WS-TOT-PURGED.
           ADD WS-TBL-RETAINED TO WS-TOT-RETAINED.

           DISPLAY 'OWKB027 ' HV-RP-TABLE-NAME
                   ' ARCHIVED ' WS-TBL-ARCHIVED
                   ' PURGED '   WS-TBL-PURGED.

       2100-PROCESS-POLICY-EXIT. EXIT.


       2110-FIND-KNOWN-TABLE.

           IF WS-KT-NAME (WS-KT-SUB) = HV-RP-TABLE-NAME
              MOVE WS-KT-SUB TO WS-KT-FOUND
           END-IF.

           ADD 1 TO WS-KT-SUB.

       2110-FIND-KNOWN-TABLE-EXIT. EXIT.


      *    A RETCKPT ROW FOR THE TABLE MEANS THE FAILED RUN GOT THIS
      *    FAR: ITS CUTOFF AND COUNTS CARRY ON SO THE RESTART AGES
      *    EXACTLY THE SAME ROWS. OTHERWISE THE CUTOFF IS WORKED OUT
      *    AND THE RESTART POINT OPENED BEFORE THE FIRST DELETE.
       2150-GET-RESTART-POINT.

           EXEC SQL
                SELECT CUTOFF_DATE, ARCHIVED_COUNT, PURGED_COUNT,
                       COMPLETE_FLAG
                  INTO :HV-RK-CUTOFF-DATE,
                       :HV-RK-ARCHIVED,
                       :HV-RK-PURGED,
                       :HV-RK-COMPLETE-FLAG
                  FROM RETCKPT
                 WHERE TABLE_NAME = :HV-RP-TABLE-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE HV-RK-CUTOFF-DATE TO WS-CUTOFF-DATE
                    MOVE HV-RK-ARCHIVED    TO WS-TBL-ARCHIVED
                    MOVE HV-RK-PURGED      TO WS-TBL-PURGED
                    IF HV-RK-COMPLETE-FLAG NOT = 'Y'
                       MOVE 'RESUMED AFTER RESTART' TO RPT-D-NOTE
                    END-IF
               WHEN 100
                    PERFORM 2160-OPEN-RESTART-POINT THRU
                            2160-OPEN-RESTART-POINT-EXIT
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON RETCKPT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           MOVE SPACES TO WS-CUTOFF-STAMP.
           STRING WS-CUTOFF-DATE (1:4)
                  WS-CUTOFF-DATE (6:2)
                  WS-CUTOFF-DATE (9:2)
                  '000000'
                  DELIMITED BY SIZE INTO WS-CUTOFF-STAMP
           END-STRING.

       2150-GET-RESTART-POINT-EXIT. EXIT.


       2160-OPEN-RESTART-POINT.

           EXEC SQL
                SELECT CHAR(DATE(:WS-CURRENT-DATE)
                            - :HV-RP-RETAIN-DAYS DAYS, ISO)
                  INTO :WS-CUTOFF-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD CUTOFF DATE SELECT FOR ' HV-RP-TABLE-NAME
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           MOVE 'N' TO HV-RK-COMPLETE-FLAG.

           EXEC SQL
                INSERT INTO RETCKPT
                       (TABLE_NAME, RUN_DATE, CUTOFF_DATE,
                        ARCHIVED_COUNT, PURGED_COUNT, COMPLETE_FLAG)
                VALUES (:HV-RP-TABLE-NAME, :WS-CURRENT-DATE,
                        :WS-CUTOFF-DATE, 0, 0, 'N')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD INSERT ON RETCKPT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

       2160-OPEN-RESTART-POINT-EXIT. EXIT.


      *    CHGHIST - ONE ROW PER CHANGED FIELD PER DELTA NIGHT.
       2200-AGE-CHGHIST.

           EXEC SQL
                OPEN C2-CHGHIST
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C2-CHGHIST'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2210-PURGE-CHGHIST-ROW THRU
                   2210-PURGE-CHGHIST-ROW-EXIT
             UNTIL WS-NO-MORE-ROWS.

           EXEC SQL
                CLOSE C2-CHGHIST
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C2-CHGHIST'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2200-AGE-CHGHIST-EXIT. EXIT.


       2210-PURGE-CHGHIST-ROW.

           EXEC SQL
                FETCH C2-CHGHIST
                 INTO :HV-CH-CUSTOMER-SUPP,
                      :HV-CH-LOCATION,
                      :HV-CH-ITEMID,
                      :HV-CH-EFF-START,
                      :HV-CH-KANBAN,
                      :HV-CH-RUN-DATE,
                      :HV-CH-RUN-TIME,
                      :HV-CH-FIELD-NAME,
                      :HV-CH-OLD-VALUE,
                      :HV-CH-NEW-VALUE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET WS-NO-MORE-ROWS TO TRUE
                    GO TO 2210-PURGE-CHGHIST-ROW-EXIT
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C2-CHGHIST'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                DELETE FROM CHGHIST
                 WHERE CUSTOMER_SUPP = :HV-CH-CUSTOMER-SUPP
                   AND LOCATION      = :HV-CH-LOCATION
                   AND ITEMID        = :HV-CH-ITEMID
                   AND EFF_START     = :HV-CH-EFF-START
                   AND KANBAN        = :HV-CH-KANBAN
                   AND RUN_DATE      = :HV-CH-RUN-DATE
                   AND RUN_TIME      = :HV-CH-RUN-TIME
                   AND FIELD_NAME    = :HV-CH-FIELD-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE HOST-VARIABLES-CH TO ARC-ROW-IMAGE
                    PERFORM 2850-ROW-PURGED THRU
                            2850-ROW-PURGED-EXIT
               WHEN 100
                    ADD 1 TO WS-TBL-SKIPPED
               WHEN OTHER
                    DISPLAY 'BAD DELETE ON CHGHIST'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2210-PURGE-CHGHIST-ROW-EXIT. EXIT.


      *    RUNSTATS - EVERY PROGRAM'S RUN ROWS. KEEP RETAIN_DAYS
      *    WELL ABOVE THE RUNSTATC TREND WINDOW OR THE TREND CHECK
      *    RUNS SHORT OF HISTORY.
       2300-AGE-RUNSTATS.

           EXEC SQL
                OPEN C3-RUNSTATS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C3-RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2310-PURGE-RUNSTATS-ROW THRU
                   2310-PURGE-RUNSTATS-ROW-EXIT
             UNTIL WS-NO-MORE-ROWS.

           EXEC SQL
                CLOSE C3-RUNSTATS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C3-RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2300-AGE-RUNSTATS-EXIT. EXIT.


       2310-PURGE-RUNSTATS-ROW.

           EXEC SQL
                FETCH C3-RUNSTATS
                 INTO :HV-RS-PROGRAM-ID,
                      :HV-RS-RUN-DATE,
                      :HV-RS-RUN-TIME,
                      :HV-RS-LOOKAHEAD,
                      :HV-RS-RESTART-FLAG,
                      :HV-RS-RUN-MODE,
                      :HV-RS-O1-CNT,
                      :HV-RS-O2-CNT,
                      :HV-RS-O3-CNT,
                      :HV-RS-O4-CNT,
                      :HV-RS-IK-CNT,
                      :HV-RS-ES-CNT,
                      :HV-RS-IS-CNT,
                      :HV-RS-DL-CNT,
                      :HV-RS-DP-CNT,
                      :HV-RS-EX-CNT,
                      :HV-RS-ALERT-FLAG
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET WS-NO-MORE-ROWS TO TRUE
                    GO TO 2310-PURGE-RUNSTATS-ROW-EXIT
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C3-RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                DELETE FROM RUNSTATS
                 WHERE PROGRAM_ID = :HV-RS-PROGRAM-ID
                   AND RUN_DATE   = :HV-RS-RUN-DATE
                   AND RUN_TIME   = :HV-RS-RUN-TIME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE HOST-VARIABLES-RS TO ARC-ROW-IMAGE
                    PERFORM 2850-ROW-PURGED THRU
                            2850-ROW-PURGED-EXIT
               WHEN 100
                    ADD 1 TO WS-TBL-SKIPPED
               WHEN OTHER
                    DISPLAY 'BAD DELETE ON RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2310-PURGE-RUNSTATS-ROW-EXIT. EXIT.


      *    ACKLEDGR - CLOSED ROWS ONLY. THE DELETE REPEATS THE
      *    STATUS TEST SO A ROW OWKB013 REOPENED SINCE THE FETCH IS
      *    LEFT ALONE (AND NOT ARCHIVED).
       2400-AGE-ACKLEDGR.

           EXEC SQL
                OPEN C4-ACKLEDGR
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C4-ACKLEDGR'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2410-PURGE-ACKLEDGR-ROW THRU
                   2410-PURGE-ACKLEDGR-ROW-EXIT
             UNTIL WS-NO-MORE-ROWS.

           EXEC SQL
                CLOSE C4-ACKLEDGR
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C4-ACKLEDGR'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2400-AGE-ACKLEDGR-EXIT. EXIT.


       2410-PURGE-ACKLEDGR-ROW.

           EXEC SQL
                FETCH C4-ACKLEDGR
                 INTO :HV-LG-BUS-ENT,
                      :HV-LG-REL-TYPE,
                      :HV-LG-DATE-TIME,
                      :HV-LG-SENT,
                      :HV-LG-LOADED,
                      :HV-LG-STATUS,
                      :HV-LG-FIRST-SEEN,
                      :HV-LG-CYCLES,
                      :HV-LG-LAST-AGED
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET WS-NO-MORE-ROWS TO TRUE
                    GO TO 2410-PURGE-ACKLEDGR-ROW-EXIT
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C4-ACKLEDGR'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                DELETE FROM ACKLEDGR
                 WHERE BUS_ENT   = :HV-LG-BUS-ENT
                   AND REL_TYPE  = :HV-LG-REL-TYPE
                   AND DATE_TIME = :HV-LG-DATE-TIME
                   AND STATUS    = 'CL'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE HOST-VARIABLES-LG TO ARC-ROW-IMAGE
                    PERFORM 2850-ROW-PURGED THRU
                            2850-ROW-PURGED-EXIT
               WHEN 100
                    ADD 1 TO WS-TBL-SKIPPED
               WHEN OTHER
                    DISPLAY 'BAD DELETE ON ACKLEDGR'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2410-PURGE-ACKLEDGR-ROW-EXIT. EXIT.


      *    GATERLSE - NEVER A SUPPRESSED SNAPSHOT. THE DELETE
      *    CARRIES THE FETCHED STATUS, SO A RERUN'S FRESH 'SU' ROW
      *    UNDER THE SAME ENTITY AND STAMP IS NEVER TAKEN WITH IT.
       2500-AGE-GATERLSE.

           EXEC SQL
                OPEN C5-GATERLSE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C5-GATERLSE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2510-PURGE-GATERLSE-ROW THRU
                   2510-PURGE-GATERLSE-ROW-EXIT
             UNTIL WS-NO-MORE-ROWS.

           EXEC SQL
                CLOSE C5-GATERLSE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C5-GATERLSE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2500-AGE-GATERLSE-EXIT. EXIT.


       2510-PURGE-GATERLSE-ROW.

           EXEC SQL
                FETCH C5-GATERLSE
                 INTO :HV-GR-DATE-TIME,
                      :HV-GR-BUS-ENT,
                      :HV-GR-REL-TYPE,
                      :HV-GR-NUM-RECS,
                      :HV-GR-EXC-COUNT,
                      :HV-GR-EXTRACT-COUNT,
                      :HV-GR-STATUS,
                      :HV-GR-RELEASED-BY,
                      :HV-GR-RELEASED-DATE,
                      :HV-GR-RELEASED-TIME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET WS-NO-MORE-ROWS TO TRUE
                    GO TO 2510-PURGE-GATERLSE-ROW-EXIT
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C5-GATERLSE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                DELETE FROM GATERLSE
                 WHERE RUN_DATE_TIME = :HV-GR-DATE-TIME
                   AND BUSINESS_ENT  = :HV-GR-BUS-ENT
                   AND STATUS        = :HV-GR-STATUS
                   AND STATUS       <> 'SU'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE HOST-VARIABLES-GR TO ARC-ROW-IMAGE
                    PERFORM 2850-ROW-PURGED THRU
                            2850-ROW-PURGED-EXIT
               WHEN 100
                    ADD 1 TO WS-TBL-SKIPPED
               WHEN OTHER
                    DISPLAY 'BAD DELETE ON GATERLSE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2510-PURGE-GATERLSE-ROW-EXIT. EXIT.


      *    PARKCKPT - COMPLETED ROWS OF AN ABANDONED SET ONLY.
       2600-AGE-PARKCKPT.

           EXEC SQL
                OPEN C6-PARKCKPT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C6-PARKCKPT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2610-PURGE-PARKCKPT-ROW THRU
                   2610-PURGE-PARKCKPT-ROW-EXIT
             UNTIL WS-NO-MORE-ROWS.

           EXEC SQL
                CLOSE C6-PARKCKPT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C6-PARKCKPT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2600-AGE-PARKCKPT-EXIT. EXIT.


       2610-PURGE-PARKCKPT-ROW.

           EXEC SQL
                FETCH C6-PARKCKPT
                 INTO :HV-CK-PROGRAM-ID,
                      :HV-CK-COMPLETE-FLAG,
                      :HV-CK-BUSINESS-ENT,
                      :HV-CK-CKPT-DATE,
                      :HV-CK-PHASE,
                      :HV-CK-OUT01-CNT,
                      :HV-CK-OUT02-CNT,
                      :HV-CK-OUT03-CNT,
                      :HV-CK-PRIOR-CNT,
                      :HV-CK-NEWPRIOR-CNT,
                      :HV-CK-IK-CNT,
                      :HV-CK-ES-CNT,
                      :HV-CK-IS-CNT,
                      :HV-CK-DL-CNT,
                      :HV-CK-DP-CNT,
                      :HV-CK-EX-CNT,
                      :HV-CK-ENT-OUT01-CNT,
                      :HV-CK-ENT-OUT02-CNT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET WS-NO-MORE-ROWS TO TRUE
                    GO TO 2610-PURGE-PARKCKPT-ROW-EXIT
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C6-PARKCKPT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                DELETE FROM PARKCKPT
                 WHERE PROGRAM_ID    = :HV-CK-PROGRAM-ID
                   AND COMPLETE_FLAG = 'Y'
                   AND BUSINESS_ENT  = :HV-CK-BUSINESS-ENT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE HOST-VARIABLES-CK TO ARC-ROW-IMAGE
                    PERFORM 2850-ROW-PURGED THRU
                            2850-ROW-PURGED-EXIT
               WHEN 100
                    ADD 1 TO WS-TBL-SKIPPED
               WHEN OTHER
                    DISPLAY 'BAD DELETE ON PARKCKPT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2610-PURGE-PARKCKPT-ROW-EXIT. EXIT.


      *    ROWS PAST THE CUTOFF THAT THE RULES KEPT - OPEN LEDGER
      *    ROWS, SUPPRESSED SNAPSHOTS, CHECKPOINT ROWS OF A SET THAT
      *    CAN STILL RESTART - SO THE REPORT SHOWS WHY A TABLE DID
      *    NOT SHRINK AS FAR AS ITS POLICY SUGGESTS.
       2700-COUNT-RETAINED.

           MOVE 0 TO HV-RK-HELD-CNT.

           EVALUATE HV-RP-TABLE-NAME
               WHEN 'ACKLEDGR'
                    EXEC SQL
                         SELECT COUNT(*)
                           INTO :HV-RK-HELD-CNT
                           FROM ACKLEDGR
                          WHERE STATUS <> 'CL'
                            AND LAST_AGED_DATE < :WS-CUTOFF-DATE
                    END-EXEC
               WHEN 'GATERLSE'
                    EXEC SQL
                         SELECT COUNT(*)
                           INTO :HV-RK-HELD-CNT
                           FROM GATERLSE
                          WHERE STATUS = 'SU'
                            AND RUN_DATE_TIME < :WS-CUTOFF-STAMP
                    END-EXEC
               WHEN 'PARKCKPT'
                    EXEC SQL
                         SELECT COUNT(*)
                           INTO :HV-RK-HELD-CNT
                           FROM PARKCKPT
                          WHERE CKPT_DATE < :WS-CUTOFF-DATE
                    END-EXEC
               WHEN OTHER
                    GO TO 2700-COUNT-RETAINED-EXIT
           END-EVALUATE.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON ' HV-RP-TABLE-NAME
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           MOVE HV-RK-HELD-CNT TO WS-TBL-RETAINED.

       2700-COUNT-RETAINED-EXIT. EXIT.


      *    RESTART POINT: THE TABLE'S RUNNING COUNTS GO ON RETCKPT
      *    IN THE SAME UNIT OF WORK AS THE DELETES THEY COUNT, SO
      *    ARCHIVED_COUNT ALWAYS MATCHES THE ARCHIVE RECORDS WHOSE
      *    ROWS ARE REALLY GONE.
       2800-TAKE-RESTART-POINT.

           MOVE WS-TBL-ARCHIVED TO HV-RK-ARCHIVED.
           MOVE WS-TBL-PURGED   TO HV-RK-PURGED.

           EXEC SQL
                UPDATE RETCKPT
                   SET ARCHIVED_COUNT = :HV-RK-ARCHIVED,
                       PURGED_COUNT   = :HV-RK-PURGED,
                       COMPLETE_FLAG  = :HV-RK-COMPLETE-FLAG
                 WHERE TABLE_NAME     = :HV-RP-TABLE-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD UPDATE ON RETCKPT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE 0 TO WS-COMMIT-COUNTER.

       2800-TAKE-RESTART-POINT-EXIT. EXIT.


      *    A ROW HAS BEEN DELETED: ARCHIVE IT IF THE POLICY SAYS SO,
      *    COUNT IT, AND COMMIT AT THE BATCH BOUNDARY.
       2850-ROW-PURGED.

           IF WS-ARCHIVE-ROWS
              MOVE HV-RP-TABLE-NAME TO ARC-TABLE-NAME
              MOVE WS-CURRENT-DATE  TO ARC-ARCHIVE-DATE
              MOVE WS-CUTOFF-DATE   TO ARC-CUTOFF-DATE
              PERFORM 2900-WRITE-ARCHIVE THRU
                      2900-WRITE-ARCHIVE-EXIT
              ADD 1 TO WS-TBL-ARCHIVED
           END-IF.

           ADD 1 TO WS-TBL-PURGED.
           ADD 1 TO WS-COMMIT-COUNTER.

           IF WS-COMMIT-COUNTER >= WS-COMMIT-INTERVAL
              PERFORM 2800-TAKE-RESTART-POINT THRU
                      2800-TAKE-RESTART-POINT-EXIT
           END-IF.

       2850-ROW-PURGED-EXIT. EXIT.


       2900-WRITE-ARCHIVE.

           WRITE REC-ARCHIVE FROM ARC-RECORD.

           IF WS-ARC-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB027'
              DISPLAY 'WRITE ERROR FOR ARCHIVE FILE'
              DISPLAY 'FILE STATUS : ' WS-ARC-STATUS
              CALL 'ABENDME'
           ELSE
              ADD 1 TO WS-ARC-WRITTEN
           END-IF.

       2900-WRITE-ARCHIVE-EXIT. EXIT.


      *    THE RESTART POINT IS ONLY CLEARED ONCE THE ARCHIVE IS
      *    SAFELY CLOSED.
       3000-CLOSE-FILES.

           CLOSE ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB027'
              DISPLAY 'CLOSE ERROR FOR ARCHIVE FILE'
              DISPLAY 'FILE STATUS : ' WS-ARC-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB027'
              DISPLAY 'CLOSE ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           EXEC SQL
                DELETE FROM RETCKPT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD DELETE ON RETCKPT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-ARC-WRITTEN TO WS-COUNT-DSP.
           DISPLAY 'OWKB027 ARCHIVE RECORDS WRITTEN = ' WS-COUNT-DSP.
           MOVE WS-TOT-PURGED TO WS-COUNT-DSP.
           DISPLAY 'OWKB027 ROWS PURGED             = ' WS-COUNT-DSP.

       3000-CLOSE-FILES-EXIT.  EXIT.
