       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF26.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    PARTITION CONSOLIDATION FOR OWKB010. WHEN THE EXTRACT RUNS
      *    AS SEVERAL CONCURRENT PARTITION STEPS (PARTITION NUMBER IN
      *    THE OWKB010 PARM, ENTITIES ASSIGNED BY BUSENT.PARTITION_NO)
      *    EACH PARTITION WRITES ITS OWN OUTPUT01-04 AND NEWPRIOR AND
      *    LEAVES A PARTCTL ROW - STATUS 'R' WHILE IT RUNS, 'C' WITH
      *    ITS FINAL COUNTS WHEN IT FINISHES. THIS STEP:
      *      - REFUSES TO RUN UNLESS EVERY PARTITION ON BUSENT HAS A
      *        COMPLETE PARTCTL ROW, ALL IN THE SAME RUN MODE AND
      *        LOOK-AHEAD. NOTHING IS OPENED OR WRITTEN BEFORE THAT
      *        CHECK, SO A FAILED PARTITION IS RERUN ON ITS OWN
      *        (OWKB016 TRIMS IT FIRST) AND THIS STEP RESUBMITTED.
      *      - COPIES THE PARTITIONS' FILES INTO THE SINGLE OUTPUT01,
      *        OUTPUT02, OUTPUT03 AND (DELTA MODE) NEWPRIOR THE
      *        DOWNSTREAM LOAD AND TOMORROW'S PRIOR01 EXPECT. THE JCL
      *        CONCATENATES EACH FILE TYPE IN PARTITION ORDER ON THE
      *        IN01 / IN02 / IN03 / IN04 / INNP DDS; PARTITIONS ARE
      *        CONTIGUOUS ENTITY RANGES, SO THE CONCATENATION IS IN
      *        ENTITY ORDER - CHECKED HERE RECORD BY RECORD - AND THE
      *        RECORDS COPIED MUST AGREE WITH THE PARTCTL COUNTS.
      *      - APPLIES THE OWKB010 EXCEPTION QUALITY GATE (QUALGATE)
      *        TO THE COMBINED TOTALS. CLEAR: THE PARTITIONS' CONTROL
      *        RECORDS GO OUT ON OUTPUT04. BREACHED: THEY ARE
      *        SNAPSHOTTED TO GATERLSE FOR OWKB018 AND THE STEP ENDS
      *        RETURN CODE 8, EXACTLY AS A SINGLE-STEP RUN WOULD.
      *      - WRITES ONE RUNSTATS ROW FOR THE COMBINED RUN UNDER
      *        OWKB010's PROGRAM ID AND RUNS THE SAME TRAILING-RUN
      *        TREND CHECK (RETURN CODE 4 ON AN ALERT), THEN CLEARS
      *        PARTCTL IN THE SAME UNIT OF WORK SO THE NIGHT CANNOT
      *        BE CONSOLIDATED TWICE.
      *    RUN AS A FOLLOW-ON STEP AFTER THE LAST OWKB010 PARTITION
      *    STEP, AHEAD OF EVERY STEP THAT READS THE EXTRACT FILES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IN01-FILE ASSIGN TO IN01
                  FILE STATUS IS WS-IN01-STATUS.

           SELECT IN02-FILE ASSIGN TO IN02
                  FILE STATUS IS WS-IN02-STATUS.

           SELECT IN03-FILE ASSIGN TO IN03
                  FILE STATUS IS WS-IN03-STATUS.

           SELECT IN04-FILE ASSIGN TO IN04
                  FILE STATUS IS WS-IN04-STATUS.

           SELECT INNP-FILE ASSIGN TO INNP
                  FILE STATUS IS WS-INNP-STATUS.

           SELECT OUTPUT01-FILE ASSIGN TO OUT01
                  FILE STATUS IS WS-OUT01-STATUS.

           SELECT OUTPUT02-FILE ASSIGN TO OUT02
                  FILE STATUS IS WS-OUT02-STATUS.

           SELECT OUTPUT03-FILE ASSIGN TO OUT03
                  FILE STATUS IS WS-OUT03-STATUS.

           SELECT OUTPUT04-FILE ASSIGN TO OUT04
                  FILE STATUS IS WS-OUT04-STATUS.

           SELECT NEWPRIOR-FILE ASSIGN TO NEWPRIOR
                  FILE STATUS IS WS-NEWPRIOR-STATUS.


       DATA DIVISION.

       FILE SECTION.

       FD  IN01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-IN01                    PIC X(896).


       FD  IN02-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-IN02                    PIC X(30).


       FD  IN03-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-IN03                    PIC X(80).


       FD  IN04-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-IN04                    PIC X(80).


       FD  INNP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-INNP                    PIC X(896).


       FD  OUTPUT01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT01                   PIC X(896).


       FD  OUTPUT02-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT02                   PIC X(30).


       FD  OUTPUT03-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT03                   PIC X(80).


       FD  OUTPUT04-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT04                   PIC X(80).


       FD  NEWPRIOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-NEWPRIOR                PIC X(896).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-IN01-STATUS           PIC X(02).
           05 WS-IN02-STATUS           PIC X(02).
           05 WS-IN03-STATUS           PIC X(02).
           05 WS-IN04-STATUS           PIC X(02).
           05 WS-INNP-STATUS           PIC X(02).
           05 WS-OUT01-STATUS          PIC X(02).
           05 WS-OUT02-STATUS          PIC X(02).
           05 WS-OUT03-STATUS          PIC X(02).
           05 WS-OUT04-STATUS          PIC X(02).
           05 WS-NEWPRIOR-STATUS       PIC X(02).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-IN01-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-IN01                    VALUE 'Y'.
              88 WS-NO-MORE-IN01                 VALUE 'N'.
           05 WS-IN02-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-IN02                    VALUE 'Y'.
              88 WS-NO-MORE-IN02                 VALUE 'N'.
           05 WS-IN03-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-IN03                    VALUE 'Y'.
              88 WS-NO-MORE-IN03                 VALUE 'N'.
           05 WS-IN04-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-IN04                    VALUE 'Y'.
              88 WS-NO-MORE-IN04                 VALUE 'N'.
           05 WS-INNP-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-INNP                    VALUE 'Y'.
              88 WS-NO-MORE-INNP                 VALUE 'N'.
           05 WS-PARTCTL-SWITCH        PIC X(01) VALUE 'Y'.
              88 WS-MORE-PARTCTL                 VALUE 'Y'.
              88 WS-NO-MORE-PARTCTL              VALUE 'N'.
           05 WS-FIRST-PART-SWITCH     PIC X(01) VALUE 'Y'.
              88 WS-FIRST-PARTITION              VALUE 'Y'.
              88 WS-LATER-PARTITION              VALUE 'N'.
           05 WS-RUN-MODE              PIC X(01) VALUE SPACES.
              88 WS-DELTA-MODE                   VALUE 'D'.
           05 WS-RESTART-SWITCH        PIC X(01) VALUE 'N'.

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
      *    THE NIGHT'S RUN DATE AND TIME - THE EARLIEST PARTITION
      *    START ON PARTCTL, SO THE RUNSTATS ROW CARRIES THE SAME RUN
      *    DATE A SINGLE-STEP RUN WOULD HAVE AND THE TREND CURSOR
      *    EXCLUDES IT THE SAME WAY.
           05 WS-CURRENT-DATE          PIC X(10) VALUE HIGH-VALUES.
           05 WS-TODAY-TIME            PIC X(06) VALUE HIGH-VALUES.

       01  WS-COUNTERS.
           05 WS-OUT01-COUNTER         PIC 9(08) VALUE 0.
           05 WS-OUT02-COUNTER         PIC 9(08) VALUE 0.
           05 WS-OUT03-COUNTER         PIC 9(08) VALUE 0.
           05 WS-OUT04-COUNTER         PIC 9(08) VALUE 0.
           05 WS-NEWPRIOR-COUNTER      PIC 9(08) VALUE 0.
           05 WS-IN04-COUNTER          PIC 9(08) VALUE 0.
           05 WS-SNAPSHOT-COUNTER      PIC 9(08) VALUE 0.
           05 WS-IK-COUNT              PIC 9(08) VALUE 0.
           05 WS-ES-COUNT              PIC 9(08) VALUE 0.
           05 WS-IS-COUNT              PIC 9(08) VALUE 0.
           05 WS-DL-COUNT              PIC 9(08) VALUE 0.
           05 WS-DP-COUNT              PIC 9(08) VALUE 0.
           05 WS-EX-COUNT              PIC 9(08) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.

      *    PARTITION BOOK-KEEPING: HOW MANY PARTITIONS BUSENT SAYS
      *    THERE ARE, THE NEXT ONE EXPECTED OFF THE ORDERED PARTCTL
      *    CURSOR (A GAP IS A PARTITION THAT NEVER STARTED), AND THE
      *    PARTCTL COUNTS SUMMED OVER THE COMPLETE PARTITIONS.
       01  WS-PARTITION-AREAS.
           05 WS-EXPECTED-PARTS        PIC 9(02) VALUE 0.
           05 WS-NEXT-PART             PIC 9(02) VALUE 1.
           05 WS-PART-DSP              PIC 9(02) VALUE 0.
           05 WS-COMPLETE-PARTS        PIC 9(02) VALUE 0.
           05 WS-PART-ERRORS           PIC 9(03) VALUE 0.
           05 WS-LOOKAHEAD-DAYS        PIC 9(03) VALUE 0.
           05 WS-PT-ENT-SUM            PIC 9(05) VALUE 0.
           05 WS-PT-HELD-SUM           PIC 9(05) VALUE 0.
           05 WS-PT-O1-SUM             PIC 9(08) VALUE 0.
           05 WS-PT-O2-SUM             PIC 9(08) VALUE 0.
           05 WS-PT-O3-SUM             PIC 9(08) VALUE 0.
           05 WS-PT-O4-SUM             PIC 9(08) VALUE 0.
           05 WS-PT-NP-SUM             PIC 9(08) VALUE 0.
           05 WS-PREV-ENT              PIC X(05) VALUE LOW-VALUES.
           05 WS-FILE-TAG              PIC X(08) VALUE SPACES.
           05 WS-FILE-COUNT            PIC 9(08) VALUE 0.
           05 WS-FILE-EXPECTED         PIC 9(08) VALUE 0.

       01  HOST-VARIABLES-PT.
           05 HV-PT-PART-CNT           PIC S9(9) COMP.
           05 HV-PT-MIN-PART           PIC S9(4) COMP.
           05 HV-PT-MAX-PART           PIC S9(4) COMP.
           05 NI-PT-MIN-PART           PIC S9(4) COMP.
           05 NI-PT-MAX-PART           PIC S9(4) COMP.
           05 HV-PT-PARTITION-NO       PIC S9(4) COMP.
           05 HV-PT-STATUS             PIC X(01).
           05 HV-PT-RUN-DATE           PIC X(10).
           05 HV-PT-RUN-TIME           PIC X(06).
           05 HV-PT-RUN-MODE           PIC X(01).
           05 HV-PT-LOOKAHEAD          PIC 9(03).
           05 HV-PT-RESTART-FLAG       PIC X(01).
           05 HV-PT-ENT-CNT            PIC 9(03).
           05 HV-PT-HELD-CNT           PIC 9(03).
           05 HV-PT-O1-CNT             PIC 9(08).
           05 HV-PT-O2-CNT             PIC 9(08).
           05 HV-PT-O3-CNT             PIC 9(08).
           05 HV-PT-O4-CNT             PIC 9(08).
           05 HV-PT-NP-CNT             PIC 9(08).
           05 HV-PT-IK-CNT             PIC 9(08).
           05 HV-PT-ES-CNT             PIC 9(08).
           05 HV-PT-IS-CNT             PIC 9(08).
           05 HV-PT-DL-CNT             PIC 9(08).
           05 HV-PT-DP-CNT             PIC 9(08).
           05 HV-PT-EX-CNT             PIC 9(08).

      *    QUALGATE, RUNSTATS, RUNSTATC AND PARTCTL ARE ALL KEYED ON
      *    THE EXTRACT'S OWN PROGRAM ID - THE CONSOLIDATED NIGHT IS
      *    ONE OWKB010 RUN AS FAR AS OPERATIONS AND OWKB011 SEE IT.
       01  HOST-VARIABLES-CK.
           05 HV-CK-PROGRAM-ID         PIC X(08) VALUE 'TESTJF10'.

      *    SAME TREND-CHECK AREAS AND DEFAULTS AS OWKB010's 8510.
       01  WS-RUN-STATS-AREAS.
           05 WS-TREND-RUNS            PIC 9(03) VALUE 10.
           05 WS-ALERT-PCT             PIC 9(03) VALUE 30.
           05 WS-TREND-COUNT           PIC 9(03) VALUE 0.
           05 WS-TR-O1-SUM             PIC 9(12) VALUE 0.
           05 WS-TR-O2-SUM             PIC 9(12) VALUE 0.
           05 WS-TR-O3-SUM             PIC 9(12) VALUE 0.
           05 WS-TR-IK-SUM             PIC 9(12) VALUE 0.
           05 WS-TR-ES-SUM             PIC 9(12) VALUE 0.
           05 WS-TR-IS-SUM             PIC 9(12) VALUE 0.
           05 WS-TR-DL-SUM             PIC 9(12) VALUE 0.
           05 WS-TR-DP-SUM             PIC 9(12) VALUE 0.
           05 WS-TR-EX-SUM             PIC 9(12) VALUE 0.
           05 WS-TRD-CURR              PIC 9(08) VALUE 0.
           05 WS-TRD-AVG               PIC 9(08) VALUE 0.
           05 WS-TRD-DIFF              PIC 9(08) VALUE 0.
           05 WS-TRD-PCT               PIC 9(10) VALUE 0.
           05 WS-TRD-NAME              PIC X(20) VALUE SPACES.
           05 WS-RUNSTATS-SWITCH       PIC X(01) VALUE 'Y'.
              88 WS-MORE-RUNSTATS               VALUE 'Y'.
              88 WS-NO-MORE-RUNSTATS            VALUE 'N'.
           05 WS-ALERT-SWITCH          PIC X(01) VALUE 'N'.
              88 WS-TREND-ALERT                 VALUE 'Y'.
              88 WS-NO-TREND-ALERT              VALUE 'N'.

       01  HOST-VARIABLES-RS.
           05 HV-RS-O1-CNT             PIC 9(08).
           05 HV-RS-O2-CNT             PIC 9(08).
           05 HV-RS-O3-CNT             PIC 9(08).
           05 HV-RS-IK-CNT             PIC 9(08).
           05 HV-RS-ES-CNT             PIC 9(08).
           05 HV-RS-IS-CNT             PIC 9(08).
           05 HV-RS-DL-CNT             PIC 9(08).
           05 HV-RS-DP-CNT             PIC 9(08).
           05 HV-RS-EX-CNT             PIC 9(08).
           05 HV-RS-TREND-RUNS         PIC S9(4) COMP.
           05 HV-RS-ALERT-PCT          PIC S9(4) COMP.
           05 HV-RS-RESTART-FLAG       PIC X(01).
           05 HV-RS-RUN-MODE           PIC X(01).

      *    SAME GATE AREAS AS OWKB010's 8600.
       01  WS-QUALITY-GATE-AREAS.
           05 WS-GATE-MAX-COUNT        PIC 9(08) VALUE 0.
           05 WS-GATE-MAX-PCT          PIC 9(03) VALUE 0.
           05 WS-GATE-PCT              PIC 9(10) VALUE 0.
           05 WS-GATE-SWITCH           PIC X(01) VALUE 'N'.
              88 WS-GATE-BREACHED               VALUE 'Y'.
              88 WS-GATE-CLEAR                  VALUE 'N'.

       01  HOST-VARIABLES-QG.
           05 HV-QG-MAX-COUNT          PIC S9(9) COMP.
           05 HV-QG-MAX-PCT            PIC S9(4) COMP.

       01  HOST-VARIABLES-GR.
           05 HV-GR-BUS-ENT            PIC X(05).
           05 HV-GR-DATE-TIME          PIC X(14).
           05 HV-GR-NUM-RECS           PIC 9(10).

      *    ONLY THE LEADING ENTITY CODE OF AN OUTPUT01 / NEWPRIOR
      *    RECORD IS LOOKED AT - FOR THE ENTITY-SEQUENCE CHECK. THE
      *    RECORD IS OTHERWISE COPIED AS IT STANDS.
       01  WS-01REC-LAYOUT.
           05 01-OWK-BUSINESS-ENTITY     PIC X(05).
           05 01-OWK-REST                PIC X(891).

      *    MATCHES OWKB010's 04-CNTREC LAYOUT (80 BYTES).
       01  04-CNTREC.
           05 04-OWK-BUS-ENT            PIC X(05).
           05 04-OWK-REL-TYPE           PIC X(02).
           05 04-OWK-DATE-TIME          PIC X(14).
           05 04-OWK-NUM-RECS           PIC 9(10).
           05 04-FILLER3                PIC X(49).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    ONE ROW PER PARTITION THAT HAS STARTED SINCE THE LAST
      *    CONSOLIDATION, IN PARTITION ORDER.
           EXEC SQL
               DECLARE C1-PARTCTL CURSOR FOR
                 SELECT  PARTITION_NO,
                         STATUS,
                         RUN_DATE,
                         RUN_TIME,
                         RUN_MODE,
                         LOOKAHEAD_DAYS,
                         RESTART_FLAG,
                         ENT_COUNT,
                         HELD_ENT_COUNT,
                         OUT01_COUNT,
                         OUT02_COUNT,
                         OUT03_COUNT,
                         OUT04_COUNT,
                         NEWPRIOR_COUNT,
                         IK_COUNT,
                         ES_COUNT,
                         IS_COUNT,
                         DL_COUNT,
                         DP_COUNT,
                         EX_COUNT
                 FROM    PARTCTL
                 WHERE   PROGRAM_ID = :HV-CK-PROGRAM-ID
                 ORDER BY PARTITION_NO
           END-EXEC.

      *    SAME TRAILING-RUN CURSOR AS OWKB010's C7-RUNSTATS.
           EXEC SQL
               DECLARE C7-RUNSTATS CURSOR FOR
                 SELECT  OUT01_COUNT,
                         OUT02_COUNT,
                         OUT03_COUNT,
                         IK_COUNT,
                         ES_COUNT,
                         IS_COUNT,
                         DL_COUNT,
                         DP_COUNT,
                         EX_COUNT
                 FROM    RUNSTATS
                 WHERE   PROGRAM_ID = :HV-CK-PROGRAM-ID
                 AND     RUN_MODE   = :HV-RS-RUN-MODE
                 AND     (RUN_DATE < :WS-CURRENT-DATE OR
                         (RUN_DATE = :WS-CURRENT-DATE AND
                          RUN_TIME < :WS-TODAY-TIME))
                 ORDER BY RUN_DATE DESC,
                          RUN_TIME DESC
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB026 START'.

           PERFORM 1000-INITIALIZATION THRU
                   1000-INITIALIZATION-EXIT.

           PERFORM 2000-MAINLINE THRU
                   2000-MAINLINE-EXIT.

           PERFORM 3000-CLOSE-FILES THRU
                   3000-CLOSE-FILES-EXIT.

           DISPLAY 'OWKB026 END'.

           GOBACK.

       0000-MAIN-MODULE-EXIT.  EXIT.


      *    THE PARTITION CHECK RUNS BEFORE ANY FILE IS OPENED - A
      *    NIGHT WITH AN UNFINISHED PARTITION STOPS HERE WITHOUT
      *    CATALOGING A HALF-MERGED EXTRACT.
       1000-INITIALIZATION.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE  TO WS-CCYYMMDD.
           MOVE WS-CCYY-DATE   TO WS-WORK-DATE-CCYY.
           MOVE WS-MM-DATE     TO WS-WORK-DATE-MM.
           MOVE WS-DD-DATE     TO WS-WORK-DATE-DD.
           MOVE '-'            TO DASH-1 DASH-2.
           DISPLAY 'CONSOLIDATION DATE = ' WS-WORK-DATE.

           PERFORM 1100-CHECK-PARTITIONS THRU
                   1100-CHECK-PARTITIONS-EXIT.

           OPEN INPUT IN01-FILE.
           IF WS-IN01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'OPEN ERROR FOR IN01 FILE'
              DISPLAY 'FILE STATUS : ' WS-IN01-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN INPUT IN02-FILE.
           IF WS-IN02-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'OPEN ERROR FOR IN02 FILE'
              DISPLAY 'FILE STATUS : ' WS-IN02-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN INPUT IN03-FILE.
           IF WS-IN03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'OPEN ERROR FOR IN03 FILE'
              DISPLAY 'FILE STATUS : ' WS-IN03-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN INPUT IN04-FILE.
           IF WS-IN04-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'OPEN ERROR FOR IN04 FILE'
              DISPLAY 'FILE STATUS : ' WS-IN04-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT OUTPUT01-FILE.
           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'OPEN ERROR FOR OUTPUT01 FILE'
              DISPLAY 'FILE STATUS : ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT OUTPUT02-FILE.
           IF WS-OUT02-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'OPEN ERROR FOR OUTPUT02 FILE'
              DISPLAY 'FILE STATUS : ' WS-OUT02-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT OUTPUT03-FILE.
           IF WS-OUT03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'OPEN ERROR FOR OUTPUT03 FILE'
              DISPLAY 'FILE STATUS : ' WS-OUT03-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT OUTPUT04-FILE.
           IF WS-OUT04-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'OPEN ERROR FOR OUTPUT04 FILE'
              DISPLAY 'FILE STATUS : ' WS-OUT04-STATUS
              CALL 'ABENDME'
           END-IF.

           IF WS-DELTA-MODE
              OPEN INPUT INNP-FILE
              IF WS-INNP-STATUS NOT = '00'
                 DISPLAY 'PROGRAM NAME : OWKB026'
                 DISPLAY 'OPEN ERROR FOR INNP FILE'
                 DISPLAY 'FILE STATUS : ' WS-INNP-STATUS
                 CALL 'ABENDME'
              END-IF
              OPEN OUTPUT NEWPRIOR-FILE
              IF WS-NEWPRIOR-STATUS NOT = '00'
                 DISPLAY 'PROGRAM NAME : OWKB026'
                 DISPLAY 'OPEN ERROR FOR NEWPRIOR FILE'
                 DISPLAY 'FILE STATUS : ' WS-NEWPRIOR-STATUS
                 CALL 'ABENDME'
              END-IF
           END-IF.

       1000-INITIALIZATION-EXIT. EXIT.


      *    BUSENT SAYS HOW MANY PARTITIONS THE NIGHT HAS (THEY MUST
      *    RUN 1 TO N WITH NO GAPS); PARTCTL SAYS WHICH OF THEM
      *    FINISHED. EVERY PROBLEM IS LISTED BEFORE THE STEP STOPS,
      *    SO ONE LOOK AT THE SYSOUT TELLS OPERATIONS EVERY
      *    PARTITION THAT NEEDS A RERUN.
       1100-CHECK-PARTITIONS.

           EXEC SQL
                SELECT COUNT(DISTINCT PARTITION_NO),
                       MIN(PARTITION_NO), MAX(PARTITION_NO)
                  INTO :HV-PT-PART-CNT,
                       :HV-PT-MIN-PART :NI-PT-MIN-PART,
                       :HV-PT-MAX-PART :NI-PT-MAX-PART
                  FROM BUSENT
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON BUSENT'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF NI-PT-MIN-PART < 0
           OR HV-PT-MIN-PART NOT = 1
           OR HV-PT-PART-CNT NOT = HV-PT-MAX-PART
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'BUSENT PARTITION_NO VALUES MUST RUN FROM 1 '
                      'WITH NO GAPS'
              CALL 'ABENDME'
           END-IF.

           MOVE HV-PT-MAX-PART TO WS-EXPECTED-PARTS.
           DISPLAY 'PARTITIONS EXPECTED = ' WS-EXPECTED-PARTS.

           SET WS-MORE-PARTCTL TO TRUE.

           EXEC SQL
                OPEN C1-PARTCTL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C1-PARTCTL'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 1110-FETCH-PARTITION THRU
                   1110-FETCH-PARTITION-EXIT
             UNTIL WS-NO-MORE-PARTCTL.

           EXEC SQL
                CLOSE C1-PARTCTL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C1-PARTCTL'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

      *    PARTITIONS PAST THE LAST PARTCTL ROW NEVER STARTED.
           PERFORM 1125-REPORT-MISSING THRU
                   1125-REPORT-MISSING-EXIT
             UNTIL WS-NEXT-PART > WS-EXPECTED-PARTS.

           IF WS-PART-ERRORS > 0
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'CONSOLIDATION STOPPED - ' WS-PART-ERRORS
                      ' PARTITION PROBLEM(S) LISTED ABOVE'
              DISPLAY 'RERUN THE FAILED PARTITION STEP(S) (OWKB016 '
                      'TRIM FIRST), THEN RESUBMIT FROM OWKB026'
              CALL 'ABENDME'
           END-IF.

           MOVE WS-RUN-MODE TO HV-RS-RUN-MODE.
           IF WS-DELTA-MODE
              DISPLAY 'RUN MODE = DELTA (NEWPRIOR ALSO MERGED)'
           ELSE
              DISPLAY 'RUN MODE = FULL EXTRACT'
           END-IF.
           DISPLAY 'RUN DATE / TIME OF RECORD = ' WS-CURRENT-DATE
                   ' ' WS-TODAY-TIME.

       1100-CHECK-PARTITIONS-EXIT. EXIT.


       1110-FETCH-PARTITION.

           EXEC SQL
                FETCH C1-PARTCTL
                 INTO :HV-PT-PARTITION-NO,
                      :HV-PT-STATUS,
                      :HV-PT-RUN-DATE,
                      :HV-PT-RUN-TIME,
                      :HV-PT-RUN-MODE,
                      :HV-PT-LOOKAHEAD,
                      :HV-PT-RESTART-FLAG,
                      :HV-PT-ENT-CNT,
                      :HV-PT-HELD-CNT,
                      :HV-PT-O1-CNT,
                      :HV-PT-O2-CNT,
                      :HV-PT-O3-CNT,
                      :HV-PT-O4-CNT,
                      :HV-PT-NP-CNT,
                      :HV-PT-IK-CNT,
                      :HV-PT-ES-CNT,
                      :HV-PT-IS-CNT,
                      :HV-PT-DL-CNT,
                      :HV-PT-DP-CNT,
                      :HV-PT-EX-CNT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 1120-CHECK-ONE-PARTITION THRU
                            1120-CHECK-ONE-PARTITION-EXIT
               WHEN 100
                    SET WS-NO-MORE-PARTCTL TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C1-PARTCTL'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       1110-FETCH-PARTITION-EXIT. EXIT.


       1120-CHECK-ONE-PARTITION.

           MOVE HV-PT-PARTITION-NO TO WS-PART-DSP.

      *    A ROW FOR A PARTITION NUMBER BUSENT NO LONGER USES IS LEFT
      *    FROM BEFORE THE ENTITIES WERE REASSIGNED - IT OWNS NO
      *    ENTITY TONIGHT, SO IT IS REPORTED AND LEFT OUT OF THE
      *    TOTALS (AND CLEARED WITH THE REST AT THE END).
           IF HV-PT-PARTITION-NO > WS-EXPECTED-PARTS
              DISPLAY 'OWKB026 PARTCTL ROW FOR PARTITION '
                       WS-PART-DSP ' IGNORED - NO BUSENT ENTITIES '
                      'ASSIGNED'
              GO TO 1120-CHECK-ONE-PARTITION-EXIT
           END-IF.

           PERFORM 1125-REPORT-MISSING THRU
                   1125-REPORT-MISSING-EXIT
             UNTIL WS-NEXT-PART >= HV-PT-PARTITION-NO.
           COMPUTE WS-NEXT-PART = HV-PT-PARTITION-NO + 1.

           IF HV-PT-STATUS NOT = 'C'
              DISPLAY 'OWKB026 PARTITION ' WS-PART-DSP
                      ' DID NOT FINISH - STARTED '
                       HV-PT-RUN-DATE ' ' HV-PT-RUN-TIME
              ADD 1 TO WS-PART-ERRORS
              GO TO 1120-CHECK-ONE-PARTITION-EXIT
           END-IF.

      *    EVERY PARTITION OF ONE NIGHT RUNS THE SAME PARM APART
      *    FROM ITS PARTITION NUMBER - A MIX OF DELTA AND FULL FILES
      *    (OR OF LOOK-AHEAD WINDOWS) CANNOT BE ONE EXTRACT.
           IF WS-FIRST-PARTITION
              SET WS-LATER-PARTITION TO TRUE
              MOVE HV-PT-RUN-MODE  TO WS-RUN-MODE
              MOVE HV-PT-LOOKAHEAD TO WS-LOOKAHEAD-DAYS
           ELSE
              IF HV-PT-RUN-MODE  NOT = WS-RUN-MODE
              OR HV-PT-LOOKAHEAD NOT = WS-LOOKAHEAD-DAYS
                 DISPLAY 'OWKB026 PARTITION ' WS-PART-DSP
                         ' RAN WITH RUN MODE ' HV-PT-RUN-MODE
                         ' LOOK-AHEAD ' HV-PT-LOOKAHEAD
                         ' - FIRST PARTITION RAN ' WS-RUN-MODE
                         ' / ' WS-LOOKAHEAD-DAYS
                 ADD 1 TO WS-PART-ERRORS
                 GO TO 1120-CHECK-ONE-PARTITION-EXIT
              END-IF
           END-IF.

           IF HV-PT-RUN-DATE < WS-CURRENT-DATE
           OR (HV-PT-RUN-DATE = WS-CURRENT-DATE
           AND HV-PT-RUN-TIME < WS-TODAY-TIME)
              MOVE HV-PT-RUN-DATE TO WS-CURRENT-DATE
              MOVE HV-PT-RUN-TIME TO WS-TODAY-TIME
           END-IF.

           IF HV-PT-RESTART-FLAG = 'Y'
              MOVE 'Y' TO WS-RESTART-SWITCH
           END-IF.

           ADD 1              TO WS-COMPLETE-PARTS.
           ADD HV-PT-ENT-CNT  TO WS-PT-ENT-SUM.
           ADD HV-PT-HELD-CNT TO WS-PT-HELD-SUM.
           ADD HV-PT-O1-CNT   TO WS-PT-O1-SUM.
           ADD HV-PT-O2-CNT   TO WS-PT-O2-SUM.
           ADD HV-PT-O3-CNT   TO WS-PT-O3-SUM.
           ADD HV-PT-O4-CNT   TO WS-PT-O4-SUM.
           ADD HV-PT-NP-CNT   TO WS-PT-NP-SUM.
           ADD HV-PT-IK-CNT   TO WS-IK-COUNT.
           ADD HV-PT-ES-CNT   TO WS-ES-COUNT.
           ADD HV-PT-IS-CNT   TO WS-IS-COUNT.
           ADD HV-PT-DL-CNT   TO WS-DL-COUNT.
           ADD HV-PT-DP-CNT   TO WS-DP-COUNT.
           ADD HV-PT-EX-CNT   TO WS-EX-COUNT.

           DISPLAY 'OWKB026 PARTITION ' WS-PART-DSP ' COMPLETE - '
                   'ENTITIES ' HV-PT-ENT-CNT
                   ' OUTPUT01 ' HV-PT-O1-CNT
                   ' OUTPUT03 ' HV-PT-O3-CNT
                   ' OUTPUT04 ' HV-PT-O4-CNT.

       1120-CHECK-ONE-PARTITION-EXIT. EXIT.


       1125-REPORT-MISSING.

           MOVE WS-NEXT-PART TO WS-PART-DSP.
           DISPLAY 'OWKB026 PARTITION ' WS-PART-DSP
                   ' NEVER STARTED - NO PARTCTL ROW'.
           ADD 1 TO WS-PART-ERRORS.
           ADD 1 TO WS-NEXT-PART.

       1125-REPORT-MISSING-EXIT. EXIT.


       2000-MAINLINE.

           MOVE LOW-VALUES TO WS-PREV-ENT.
           PERFORM 2110-READ-IN01 THRU
                   2110-READ-IN01-EXIT.
           PERFORM 2100-COPY-OUT01 THRU
                   2100-COPY-OUT01-EXIT
             UNTIL WS-NO-MORE-IN01.
           MOVE 'OUTPUT01'       TO WS-FILE-TAG.
           MOVE WS-OUT01-COUNTER TO WS-FILE-COUNT.
           MOVE WS-PT-O1-SUM     TO WS-FILE-EXPECTED.
           PERFORM 2900-CHECK-FILE-COUNT THRU
                   2900-CHECK-FILE-COUNT-EXIT.

           PERFORM 2210-READ-IN02 THRU
                   2210-READ-IN02-EXIT.
           PERFORM 2200-COPY-OUT02 THRU
                   2200-COPY-OUT02-EXIT
             UNTIL WS-NO-MORE-IN02.
           MOVE 'OUTPUT02'       TO WS-FILE-TAG.
           MOVE WS-OUT02-COUNTER TO WS-FILE-COUNT.
           MOVE WS-PT-O2-SUM     TO WS-FILE-EXPECTED.
           PERFORM 2900-CHECK-FILE-COUNT THRU
                   2900-CHECK-FILE-COUNT-EXIT.

           PERFORM 2310-READ-IN03 THRU
                   2310-READ-IN03-EXIT.
           PERFORM 2300-COPY-OUT03 THRU
                   2300-COPY-OUT03-EXIT
             UNTIL WS-NO-MORE-IN03.
           MOVE 'OUTPUT03'       TO WS-FILE-TAG.
           MOVE WS-OUT03-COUNTER TO WS-FILE-COUNT.
           MOVE WS-PT-O3-SUM     TO WS-FILE-EXPECTED.
           PERFORM 2900-CHECK-FILE-COUNT THRU
                   2900-CHECK-FILE-COUNT-EXIT.

           IF WS-DELTA-MODE
              MOVE LOW-VALUES TO WS-PREV-ENT
              PERFORM 2410-READ-INNP THRU
                      2410-READ-INNP-EXIT
              PERFORM 2400-COPY-NEWPRIOR THRU
                      2400-COPY-NEWPRIOR-EXIT
                UNTIL WS-NO-MORE-INNP
              MOVE 'NEWPRIOR'          TO WS-FILE-TAG
              MOVE WS-NEWPRIOR-COUNTER TO WS-FILE-COUNT
              MOVE WS-PT-NP-SUM        TO WS-FILE-EXPECTED
              PERFORM 2900-CHECK-FILE-COUNT THRU
                      2900-CHECK-FILE-COUNT-EXIT
           END-IF.

           PERFORM 8600-CHECK-QUALITY-GATE THRU
                   8600-CHECK-QUALITY-GATE-EXIT.

           PERFORM 2500-PROCESS-CNTRECS THRU
                   2500-PROCESS-CNTRECS-EXIT.

       2000-MAINLINE-EXIT. EXIT.


      *    OUTPUT01: COPIED AS IT STANDS. THE ENTITY CODE MUST NEVER
      *    GO BACKWARDS - IF IT DOES, THE IN01 CONCATENATION IS NOT IN
      *    PARTITION ORDER AND THE DOWNSTREAM LOAD (AND TOMORROW'S
      *    DELTA MATCH) WOULD SEE THE ENTITIES OUT OF SEQUENCE.
       2100-COPY-OUT01.

           IF 01-OWK-BUSINESS-ENTITY < WS-PREV-ENT
              MOVE 'OUTPUT01' TO WS-FILE-TAG
              PERFORM 2950-SEQUENCE-ERROR THRU
                      2950-SEQUENCE-ERROR-EXIT
           END-IF.
           MOVE 01-OWK-BUSINESS-ENTITY TO WS-PREV-ENT.

           WRITE REC-OUT01 FROM WS-01REC-LAYOUT.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'WRITE ERROR FOR OUTPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           ELSE
              ADD 1 TO WS-OUT01-COUNTER
           END-IF.

           PERFORM 2110-READ-IN01 THRU
                   2110-READ-IN01-EXIT.

       2100-COPY-OUT01-EXIT. EXIT.


       2110-READ-IN01.

           READ IN01-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-IN01 TO TRUE
           END-READ.

           IF  WS-MORE-IN01
           AND WS-IN01-STATUS NOT = '00'
               DISPLAY 'PROGRAM NAME : OWKB026'
               DISPLAY 'READ ERROR FOR IN01 FILE'
               DISPLAY 'FILE STATUS : ' WS-IN01-STATUS
               CALL 'ABENDME'
           END-IF.

       2110-READ-IN01-EXIT. EXIT.


      *    OUTPUT02 AND OUTPUT03 CARRY NO ENTITY - THE
      *    CONCATENATION ORDER IS ALREADY PROVEN ON OUTPUT01.
       2200-COPY-OUT02.

           WRITE REC-OUT02 FROM REC-IN02.

           IF WS-OUT02-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'WRITE ERROR FOR OUTPUT FILE 2 '
              DISPLAY 'FILE STATUS ' WS-OUT02-STATUS
              CALL 'ABENDME'
           ELSE
              ADD 1 TO WS-OUT02-COUNTER
           END-IF.

           PERFORM 2210-READ-IN02 THRU
                   2210-READ-IN02-EXIT.

       2200-COPY-OUT02-EXIT. EXIT.


       2210-READ-IN02.

           READ IN02-FILE
               AT END
                    SET WS-NO-MORE-IN02 TO TRUE
           END-READ.

           IF  WS-MORE-IN02
           AND WS-IN02-STATUS NOT = '00'
               DISPLAY 'PROGRAM NAME : OWKB026'
               DISPLAY 'READ ERROR FOR IN02 FILE'
               DISPLAY 'FILE STATUS : ' WS-IN02-STATUS
               CALL 'ABENDME'
           END-IF.

       2210-READ-IN02-EXIT. EXIT.


       2300-COPY-OUT03.

           WRITE REC-OUT03 FROM REC-IN03.

           IF WS-OUT03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'WRITE ERROR FOR OUTPUT FILE 3 '
              DISPLAY 'FILE STATUS ' WS-OUT03-STATUS
              CALL 'ABENDME'
           ELSE
              ADD 1 TO WS-OUT03-COUNTER
           END-IF.

           PERFORM 2310-READ-IN03 THRU
                   2310-READ-IN03-EXIT.

       2300-COPY-OUT03-EXIT. EXIT.


       2310-READ-IN03.

           READ IN03-FILE
               AT END
                    SET WS-NO-MORE-IN03 TO TRUE
           END-READ.

           IF  WS-MORE-IN03
           AND WS-IN03-STATUS NOT = '00'
               DISPLAY 'PROGRAM NAME : OWKB026'
               DISPLAY 'READ ERROR FOR IN03 FILE'
               DISPLAY 'FILE STATUS : ' WS-IN03-STATUS
               CALL 'ABENDME'
           END-IF.

       2310-READ-IN03-EXIT. EXIT.


      *    DELTA MODE: THE PARTITIONS' SNAPSHOTS BECOME THE ONE
      *    NEWPRIOR THAT EVERY PARTITION READS BACK AS TOMORROW'S
      *    PRIOR01 - IT MUST BE IN ENTITY ORDER FOR THEIR MATCH.
       2400-COPY-NEWPRIOR.

           IF 01-OWK-BUSINESS-ENTITY < WS-PREV-ENT
              MOVE 'NEWPRIOR' TO WS-FILE-TAG
              PERFORM 2950-SEQUENCE-ERROR THRU
                      2950-SEQUENCE-ERROR-EXIT
           END-IF.
           MOVE 01-OWK-BUSINESS-ENTITY TO WS-PREV-ENT.

           WRITE REC-NEWPRIOR FROM WS-01REC-LAYOUT.

           IF WS-NEWPRIOR-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'WRITE ERROR FOR NEWPRIOR FILE'
              DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
              CALL 'ABENDME'
           ELSE
              ADD 1 TO WS-NEWPRIOR-COUNTER
           END-IF.

           PERFORM 2410-READ-INNP THRU
                   2410-READ-INNP-EXIT.

       2400-COPY-NEWPRIOR-EXIT. EXIT.


       2410-READ-INNP.

           READ INNP-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-INNP TO TRUE
           END-READ.

           IF  WS-MORE-INNP
           AND WS-INNP-STATUS NOT = '00'
               DISPLAY 'PROGRAM NAME : OWKB026'
               DISPLAY 'READ ERROR FOR INNP FILE'
               DISPLAY 'FILE STATUS : ' WS-INNP-STATUS
               CALL 'ABENDME'
           END-IF.

       2410-READ-INNP-EXIT. EXIT.


      *    THE PARTITIONS' CONTROL RECORDS (ONE PER ENTITY THAT WAS
      *    EXTRACTED - HELD ENTITIES NEVER GET ONE). GATE CLEAR: ANY
      *    STALE SUPPRESSED SNAPSHOT IS RETIRED AND THE RECORDS GO
      *    OUT ON OUTPUT04. GATE BREACHED: THEY ARE SNAPSHOTTED TO
      *    GATERLSE INSTEAD, SAME ROWS OWKB010's 8320 WRITES. THE
      *    COUNT IS CHECKED BEFORE THE SNAPSHOT COMMITS.
       2500-PROCESS-CNTRECS.

           IF WS-GATE-BREACHED
              PERFORM 8320-SUPERSEDE-SNAPSHOT THRU
                      8320-SUPERSEDE-SNAPSHOT-EXIT
           ELSE
              PERFORM 8340-RETIRE-STALE-SNAPSHOT THRU
                      8340-RETIRE-STALE-SNAPSHOT-EXIT
           END-IF.

           MOVE LOW-VALUES TO WS-PREV-ENT.
           PERFORM 2520-READ-IN04 THRU
                   2520-READ-IN04-EXIT.
           PERFORM 2510-PROCESS-ONE-CNTREC THRU
                   2510-PROCESS-ONE-CNTREC-EXIT
             UNTIL WS-NO-MORE-IN04.

           MOVE 'OUTPUT04'       TO WS-FILE-TAG.
           MOVE WS-IN04-COUNTER  TO WS-FILE-COUNT.
           MOVE WS-PT-O4-SUM     TO WS-FILE-EXPECTED.
           PERFORM 2900-CHECK-FILE-COUNT THRU
                   2900-CHECK-FILE-COUNT-EXIT.

           IF WS-GATE-BREACHED
              EXEC SQL
                   COMMIT
              END-EXEC
              DISPLAY 'OWKB026 OUTPUT04 CONTROL RECORDS SUPPRESSED'
              DISPLAY 'DOWNSTREAM LOAD HELD - RETURN CODE 8'
              DISPLAY 'AFTER REVIEW, RUN OWKB018 TO RELEASE THE '
                      'SUPPRESSED CONTROL RECORDS WITHOUT A RERUN'
              MOVE 8 TO RETURN-CODE
           END-IF.

       2500-PROCESS-CNTRECS-EXIT. EXIT.


       2510-PROCESS-ONE-CNTREC.

           IF 04-OWK-BUS-ENT < WS-PREV-ENT
              MOVE 'OUTPUT04' TO WS-FILE-TAG
              PERFORM 2950-SEQUENCE-ERROR THRU
                      2950-SEQUENCE-ERROR-EXIT
           END-IF.
           MOVE 04-OWK-BUS-ENT TO WS-PREV-ENT.
           ADD 1 TO WS-IN04-COUNTER.

           IF WS-GATE-BREACHED
              PERFORM 8330-SNAPSHOT-ONE-ENTITY THRU
                      8330-SNAPSHOT-ONE-ENTITY-EXIT
           ELSE
              WRITE REC-OUT04 FROM 04-CNTREC
              IF WS-OUT04-STATUS NOT = '00'
                 DISPLAY 'PROGRAM NAME : OWKB026'
                 DISPLAY 'WRITE ERROR FOR OUTPUT FILE 4 '
                 DISPLAY 'FILE STATUS ' WS-OUT04-STATUS
                 CALL 'ABENDME'
              ELSE
                 ADD 1 TO WS-OUT04-COUNTER
              END-IF
           END-IF.

           PERFORM 2520-READ-IN04 THRU
                   2520-READ-IN04-EXIT.

       2510-PROCESS-ONE-CNTREC-EXIT. EXIT.


       2520-READ-IN04.

           READ IN04-FILE INTO 04-CNTREC
               AT END
                    SET WS-NO-MORE-IN04 TO TRUE
           END-READ.

           IF  WS-MORE-IN04
           AND WS-IN04-STATUS NOT = '00'
               DISPLAY 'PROGRAM NAME : OWKB026'
               DISPLAY 'READ ERROR FOR IN04 FILE'
               DISPLAY 'FILE STATUS : ' WS-IN04-STATUS
               CALL 'ABENDME'
           END-IF.

       2520-READ-IN04-EXIT. EXIT.


      *    THE RECORDS FOUND ON A CONCATENATION MUST BE EXACTLY WHAT
      *    THE COMPLETE PARTITIONS SAY THEY WROTE. A DIFFERENCE MEANS
      *    A PARTITION'S DATASET IS MISSING FROM THE CONCATENATION,
      *    LISTED TWICE, OR AN OLDER GENERATION.
       2900-CHECK-FILE-COUNT.

           IF WS-FILE-COUNT NOT = WS-FILE-EXPECTED
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'PARTITION FILES FOR ' WS-FILE-TAG ' HOLD '
                       WS-FILE-COUNT ' RECORDS - PARTCTL EXPECTS '
                       WS-FILE-EXPECTED
              DISPLAY 'CHECK THE PARTITION DATASETS CONCATENATED '
                      'FOR THIS FILE, THEN RESUBMIT'
              CALL 'ABENDME'
           END-IF.

           MOVE WS-FILE-COUNT TO WS-COUNT-DSP.
           DISPLAY 'OWKB026 ' WS-FILE-TAG ' RECORDS CONSOLIDATED = '
                    WS-COUNT-DSP.

       2900-CHECK-FILE-COUNT-EXIT. EXIT.


       2950-SEQUENCE-ERROR.

           DISPLAY 'PROGRAM NAME : OWKB026'
           DISPLAY 'PARTITION FILES FOR ' WS-FILE-TAG
                   ' OUT OF ENTITY SEQUENCE - ' WS-PREV-ENT
                   ' FOLLOWED BY A LOWER ENTITY'.
           DISPLAY 'CONCATENATE THE PARTITION DATASETS IN PARTITION '
                   'ORDER, THEN RESUBMIT'.
           CALL 'ABENDME'.

       2950-SEQUENCE-ERROR-EXIT. EXIT.


       3000-CLOSE-FILES.

           CLOSE IN01-FILE
                 IN02-FILE
                 IN03-FILE
                 IN04-FILE.

           CLOSE OUTPUT01-FILE.
           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'CLOSE ERROR FOR OUTPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE OUTPUT02-FILE.
           IF WS-OUT02-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'CLOSE ERROR FOR OUTPUT FILE 2 '
              DISPLAY 'FILE STATUS ' WS-OUT02-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE OUTPUT03-FILE.
           IF WS-OUT03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'CLOSE ERROR FOR OUTPUT FILE 3 '
              DISPLAY 'FILE STATUS ' WS-OUT03-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE OUTPUT04-FILE.
           IF WS-OUT04-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB026'
              DISPLAY 'CLOSE ERROR FOR OUTPUT FILE 4 '
              DISPLAY 'FILE STATUS ' WS-OUT04-STATUS
              CALL 'ABENDME'
           END-IF.

           IF WS-DELTA-MODE
              CLOSE INNP-FILE
              CLOSE NEWPRIOR-FILE
              IF WS-NEWPRIOR-STATUS NOT = '00'
                 DISPLAY 'PROGRAM NAME : OWKB026'
                 DISPLAY 'CLOSE ERROR FOR NEWPRIOR FILE'
                 DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
                 CALL 'ABENDME'
              END-IF
           END-IF.

           DISPLAY 'OWKB026 PARTITIONS CONSOLIDATED = '
                    WS-COMPLETE-PARTS.
           MOVE WS-PT-ENT-SUM  TO WS-COUNT-DSP.
           DISPLAY 'OWKB026 ENTITIES EXTRACTED      = ' WS-COUNT-DSP.
           MOVE WS-PT-HELD-SUM TO WS-COUNT-DSP.
           DISPLAY 'OWKB026 ENTITIES HELD           = ' WS-COUNT-DSP.
           MOVE WS-OUT04-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB026 CONTROL RECORDS WRITTEN = ' WS-COUNT-DSP.
           MOVE WS-SNAPSHOT-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB026 CONTROL RECORDS HELD ON GATERLSE = '
                    WS-COUNT-DSP.

           PERFORM 8500-WRITE-RUN-STATS THRU
                   8500-WRITE-RUN-STATS-EXIT.

           PERFORM 8510-CHECK-RUN-TRENDS THRU
                   8510-CHECK-RUN-TRENDS-EXIT.

       3000-CLOSE-FILES-EXIT.  EXIT.


      *    GATE BREACHED: ANY SUPPRESSED SET LEFT FROM AN EARLIER
      *    BREACH IS MARKED SUPERSEDED BEFORE TONIGHT'S IS WRITTEN -
      *    ONLY THE NEWEST SET IS EVER RELEASABLE. NO COMMIT HERE;
      *    2500 COMMITS ONCE THE NEW SNAPSHOT IS COMPLETE.
       8320-SUPERSEDE-SNAPSHOT.

           EXEC SQL
                UPDATE GATERLSE
                   SET STATUS = 'SP'
                 WHERE STATUS = 'SU'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SUPERSEDE UPDATE ON GATERLSE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       8320-SUPERSEDE-SNAPSHOT-EXIT. EXIT.


      *    ONE PARTITION CONTROL RECORD TO GATERLSE, CARRYING THE
      *    COMBINED EXCEPTION AND EXTRACT COUNTS THE GATE JUDGED.
       8330-SNAPSHOT-ONE-ENTITY.

           MOVE 04-OWK-BUS-ENT    TO HV-GR-BUS-ENT.
           MOVE 04-OWK-DATE-TIME  TO HV-GR-DATE-TIME.
           MOVE 04-OWK-NUM-RECS   TO HV-GR-NUM-RECS.

           EXEC SQL
                INSERT INTO GATERLSE
                       (RUN_DATE_TIME, BUSINESS_ENT, REL_TYPE,
                        NUM_RECS, EXC_COUNT, EXTRACT_COUNT,
                        STATUS, RELEASED_BY, RELEASED_DATE,
                        RELEASED_TIME)
                VALUES (:HV-GR-DATE-TIME, :HV-GR-BUS-ENT, 'DO',
                        :HV-GR-NUM-RECS, :WS-OUT03-COUNTER,
                        :WS-OUT01-COUNTER,
                        'SU', ' ', ' ', ' ')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    ADD 1 TO WS-SNAPSHOT-COUNTER
               WHEN OTHER
                    DISPLAY 'BAD SNAPSHOT INSERT ON GATERLSE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       8330-SNAPSHOT-ONE-ENTITY-EXIT. EXIT.


      *    GATE CLEAR: SAME STALE-SNAPSHOT RETIREMENT AS OWKB010's
      *    8340.
       8340-RETIRE-STALE-SNAPSHOT.

           EXEC SQL
                UPDATE GATERLSE
                   SET STATUS = 'SP'
                 WHERE STATUS = 'SU'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    DISPLAY 'OWKB026 STALE SUPPRESSED SNAPSHOT '
                            'RETIRED FROM GATERLSE'
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SUPERSEDE UPDATE ON GATERLSE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

       8340-RETIRE-STALE-SNAPSHOT-EXIT. EXIT.


      *    OWKB010's EXCEPTION-RATE QUALITY GATE, APPLIED TO THE
      *    COMBINED OUTPUT03 / OUTPUT01 TOTALS OF ALL PARTITIONS.
       8600-CHECK-QUALITY-GATE.

           SET WS-GATE-CLEAR TO TRUE.

           EXEC SQL
                SELECT MAX_EXC_COUNT, MAX_EXC_PCT
                  INTO :HV-QG-MAX-COUNT,
                       :HV-QG-MAX-PCT
                  FROM QUALGATE
                 WHERE PROGRAM_ID = :HV-CK-PROGRAM-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE HV-QG-MAX-COUNT TO WS-GATE-MAX-COUNT
                    MOVE HV-QG-MAX-PCT   TO WS-GATE-MAX-PCT
               WHEN 100
                    GO TO 8600-CHECK-QUALITY-GATE-EXIT
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON QUALGATE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           IF WS-OUT01-COUNTER > 0
              COMPUTE WS-GATE-PCT =
                      (WS-OUT03-COUNTER * 100) / WS-OUT01-COUNTER
           ELSE
              IF WS-OUT03-COUNTER > 0
                 MOVE 9999999999 TO WS-GATE-PCT
              ELSE
                 MOVE 0 TO WS-GATE-PCT
              END-IF
           END-IF.

           IF  WS-GATE-MAX-COUNT > 0
           AND WS-OUT03-COUNTER > WS-GATE-MAX-COUNT
               SET WS-GATE-BREACHED TO TRUE
           END-IF.

      *    SAME DELTA-MODE RULE AS OWKB010 - THE PERCENTAGE HAS NO
      *    MEANINGFUL BASE ON A NET-CHANGE OUTPUT01.
           IF  WS-GATE-MAX-PCT > 0
               IF WS-DELTA-MODE
                  DISPLAY 'OWKB026 QUALITY GATE PCT CHECK SKIPPED '
                          'IN DELTA MODE'
               ELSE
                  IF WS-GATE-PCT > WS-GATE-MAX-PCT
                     SET WS-GATE-BREACHED TO TRUE
                  END-IF
               END-IF
           END-IF.

           IF WS-GATE-BREACHED
              DISPLAY 'OWKB026 EXCEPTION QUALITY GATE BREACHED'
              DISPLAY '  OUTPUT03 EXCEPTIONS = ' WS-OUT03-COUNTER
              DISPLAY '  OUTPUT01 EXTRACTED  = ' WS-OUT01-COUNTER
              DISPLAY '  EXCEPTION PCT       = ' WS-GATE-PCT
              DISPLAY '  MAX COUNT ALLOWED   = ' WS-GATE-MAX-COUNT
              DISPLAY '  MAX PCT ALLOWED     = ' WS-GATE-MAX-PCT
           END-IF.

       8600-CHECK-QUALITY-GATE-EXIT. EXIT.


      *    ONE RUNSTATS ROW FOR THE WHOLE NIGHT, UNDER OWKB010's
      *    PROGRAM ID. PARTCTL IS CLEARED IN THE SAME UNIT OF WORK:
      *    ONCE THE ROW IS IN, A RESUBMIT OF THIS STEP FINDS NO
      *    COMPLETE PARTITIONS AND STOPS INSTEAD OF COUNTING THE
      *    NIGHT TWICE.
       8500-WRITE-RUN-STATS.

           MOVE WS-RESTART-SWITCH TO HV-RS-RESTART-FLAG.
           MOVE WS-RUN-MODE       TO HV-RS-RUN-MODE.

           EXEC SQL
                INSERT INTO RUNSTATS
                       (PROGRAM_ID, RUN_DATE, RUN_TIME,
                        LOOKAHEAD_DAYS, RESTART_FLAG, RUN_MODE,
                        OUT01_COUNT, OUT02_COUNT, OUT03_COUNT,
                        OUT04_COUNT, IK_COUNT, ES_COUNT, IS_COUNT,
                        DL_COUNT, DP_COUNT, EX_COUNT, ALERT_FLAG)
                VALUES (:HV-CK-PROGRAM-ID, :WS-CURRENT-DATE,
                        :WS-TODAY-TIME,
                        :WS-LOOKAHEAD-DAYS, :HV-RS-RESTART-FLAG,
                        :HV-RS-RUN-MODE,
                        :WS-OUT01-COUNTER, :WS-OUT02-COUNTER,
                        :WS-OUT03-COUNTER, :WS-OUT04-COUNTER,
                        :WS-IK-COUNT, :WS-ES-COUNT, :WS-IS-COUNT,
                        :WS-DL-COUNT, :WS-DP-COUNT, :WS-EX-COUNT,
                        'N')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD INSERT ON RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                DELETE FROM PARTCTL
                 WHERE PROGRAM_ID = :HV-CK-PROGRAM-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD DELETE ON PARTCTL'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

       8500-WRITE-RUN-STATS-EXIT. EXIT.


       8505-READ-TREND-CONTROL.

           EXEC SQL
                SELECT TREND_RUNS, ALERT_PCT
                  INTO :HV-RS-TREND-RUNS,
                       :HV-RS-ALERT-PCT
                  FROM RUNSTATC
                 WHERE PROGRAM_ID = :HV-CK-PROGRAM-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    IF HV-RS-TREND-RUNS > 0
                       MOVE HV-RS-TREND-RUNS TO WS-TREND-RUNS
                    END-IF
                    IF HV-RS-ALERT-PCT > 0
                       MOVE HV-RS-ALERT-PCT TO WS-ALERT-PCT
                    END-IF
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON RUNSTATC'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       8505-READ-TREND-CONTROL-EXIT. EXIT.


      *    OWKB010's TRAILING-RUN TREND CHECK ON THE COMBINED COUNTS.
      *    FEWER THAN THREE TRAILING RUNS IS NOT ENOUGH HISTORY TO
      *    JUDGE, SO THE CHECK IS SKIPPED SILENTLY.
       8510-CHECK-RUN-TRENDS.

           PERFORM 8505-READ-TREND-CONTROL THRU
                   8505-READ-TREND-CONTROL-EXIT.

           MOVE 0 TO WS-TREND-COUNT
                     WS-TR-O1-SUM
                     WS-TR-O2-SUM
                     WS-TR-O3-SUM
                     WS-TR-IK-SUM
                     WS-TR-ES-SUM
                     WS-TR-IS-SUM
                     WS-TR-DL-SUM
                     WS-TR-DP-SUM
                     WS-TR-EX-SUM.
           SET WS-MORE-RUNSTATS TO TRUE.

           EXEC SQL
                OPEN C7-RUNSTATS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C7-RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 8515-FETCH-TREND-RUN THRU
                   8515-FETCH-TREND-RUN-EXIT
             UNTIL WS-NO-MORE-RUNSTATS
                OR WS-TREND-COUNT >= WS-TREND-RUNS.

           EXEC SQL
                CLOSE C7-RUNSTATS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C7-RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           IF WS-TREND-COUNT < 3
              GO TO 8510-CHECK-RUN-TRENDS-EXIT
           END-IF.

           SET WS-NO-TREND-ALERT TO TRUE.

           MOVE 'OUTPUT01 EXTRACT'     TO WS-TRD-NAME.
           MOVE WS-OUT01-COUNTER      TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-O1-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           MOVE 'OUTPUT02 KANBAN CLN'  TO WS-TRD-NAME.
           MOVE WS-OUT02-COUNTER      TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-O2-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           MOVE 'OUTPUT03 EXCEPTIONS'  TO WS-TRD-NAME.
           MOVE WS-OUT03-COUNTER      TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-O3-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           MOVE 'IK TRANSACTIONS'      TO WS-TRD-NAME.
           MOVE WS-IK-COUNT           TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-IK-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           MOVE 'ES TRANSACTIONS'      TO WS-TRD-NAME.
           MOVE WS-ES-COUNT           TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-ES-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           MOVE 'IS TRANSACTIONS'      TO WS-TRD-NAME.
           MOVE WS-IS-COUNT           TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-IS-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           MOVE 'DL TRANSACTIONS'      TO WS-TRD-NAME.
           MOVE WS-DL-COUNT           TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-DL-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           MOVE 'DP TRANSACTIONS'      TO WS-TRD-NAME.
           MOVE WS-DP-COUNT           TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-DP-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           MOVE 'EX TRANSACTIONS'      TO WS-TRD-NAME.
           MOVE WS-EX-COUNT           TO WS-TRD-CURR.
           COMPUTE WS-TRD-AVG = WS-TR-EX-SUM / WS-TREND-COUNT.
           PERFORM 8520-CHECK-ONE-COUNT THRU
                   8520-CHECK-ONE-COUNT-EXIT.

           IF WS-TREND-ALERT
              PERFORM 8530-FLAG-ALERT-ROW THRU
                      8530-FLAG-ALERT-ROW-EXIT
              DISPLAY 'OWKB026 RUN VOLUME TREND WARNING ISSUED - '
                      'RETURN CODE 4'
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       8510-CHECK-RUN-TRENDS-EXIT. EXIT.


       8515-FETCH-TREND-RUN.

           EXEC SQL
                FETCH C7-RUNSTATS
                 INTO :HV-RS-O1-CNT,
                      :HV-RS-O2-CNT,
                      :HV-RS-O3-CNT,
                      :HV-RS-IK-CNT,
                      :HV-RS-ES-CNT,
                      :HV-RS-IS-CNT,
                      :HV-RS-DL-CNT,
                      :HV-RS-DP-CNT,
                      :HV-RS-EX-CNT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    ADD 1 TO WS-TREND-COUNT
                    ADD HV-RS-O1-CNT TO WS-TR-O1-SUM
                    ADD HV-RS-O2-CNT TO WS-TR-O2-SUM
                    ADD HV-RS-O3-CNT TO WS-TR-O3-SUM
                    ADD HV-RS-IK-CNT TO WS-TR-IK-SUM
                    ADD HV-RS-ES-CNT TO WS-TR-ES-SUM
                    ADD HV-RS-IS-CNT TO WS-TR-IS-SUM
                    ADD HV-RS-DL-CNT TO WS-TR-DL-SUM
                    ADD HV-RS-DP-CNT TO WS-TR-DP-SUM
                    ADD HV-RS-EX-CNT TO WS-TR-EX-SUM
               WHEN 100
                    SET WS-NO-MORE-RUNSTATS TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C7-RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       8515-FETCH-TREND-RUN-EXIT. EXIT.


       8520-CHECK-ONE-COUNT.

           IF WS-TRD-AVG = 0
              IF WS-TRD-CURR = 0
                 GO TO 8520-CHECK-ONE-COUNT-EXIT
              ELSE
                 MOVE 999 TO WS-TRD-PCT
              END-IF
           ELSE
              IF WS-TRD-CURR > WS-TRD-AVG
                 COMPUTE WS-TRD-DIFF = WS-TRD-CURR - WS-TRD-AVG
              ELSE
                 COMPUTE WS-TRD-DIFF = WS-TRD-AVG - WS-TRD-CURR
              END-IF
              COMPUTE WS-TRD-PCT =
                      (WS-TRD-DIFF * 100) / WS-TRD-AVG
           END-IF.

           IF WS-TRD-PCT > WS-ALERT-PCT
              SET WS-TREND-ALERT TO TRUE
              DISPLAY 'OWKB026 TREND WARNING: ' WS-TRD-NAME
              DISPLAY '  CURRENT COUNT   = ' WS-TRD-CURR
              DISPLAY '  TRAILING AVG    = ' WS-TRD-AVG
              DISPLAY '  MOVEMENT PCT    = ' WS-TRD-PCT
              DISPLAY '  ALERT THRESHOLD = ' WS-ALERT-PCT
           END-IF.

       8520-CHECK-ONE-COUNT-EXIT. EXIT.


       8530-FLAG-ALERT-ROW.

           EXEC SQL
                UPDATE RUNSTATS
                   SET ALERT_FLAG = 'Y'
                 WHERE PROGRAM_ID = :HV-CK-PROGRAM-ID
                   AND RUN_DATE   = :WS-CURRENT-DATE
                   AND RUN_TIME   = :WS-TODAY-TIME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD ALERT UPDATE ON RUNSTATS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

       8530-FLAG-ALERT-ROW-EXIT. EXIT.
