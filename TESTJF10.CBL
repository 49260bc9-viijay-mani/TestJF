              88 WS-NO-MORE-PRIOR01              VALUE 'N'.
           05 WS-RUN-MODE              PIC X(01) VALUE SPACES.
              88 WS-DELTA-MODE                   VALUE 'D'.
              88 WS-SIMULATION-MODE              VALUE 'S'.
           05 WS-REC-CHANGED-SWITCH    PIC X(01) VALUE 'N'.
              88 WS-REC-CHANGED                  VALUE 'Y'.
              88 WS-REC-UNCHANGED                VALUE 'N'.
           05 WS-EX-LAST-SWITCH        PIC X(01) VALUE 'N'.
              88 WS-EX-LAST-NIGHT                VALUE 'Y'.
              88 WS-EX-NOT-LAST                  VALUE 'N'.
      *    SIMULATION RUN ONLY: SET BY 2233/2244 WHEN A STAGED
      *    ROUTE OR DOCK ROW OVERRIDES THE PRODUCTION MASTER.
           05 WS-STAGED-SWITCH         PIC X(01) VALUE 'N'.
              88 WS-STAGED-FOUND                 VALUE 'Y'.
              88 WS-STAGED-NOT-FOUND             VALUE 'N'.

           05 WS-PARAMETER             PIC X(02) VALUE SPACES.
           05 WS-PARAMETER-NUM         PIC 9(02) VALUE 0.
      *    ENTHOLD - ITS EXTRACT IS SKIPPED AND ITS OUTPUT04 CONTROL
      *    RECORD SUPPRESSED UNTIL THE HOLD CLEARS.
              10 WS-ENT-HELD-SW        PIC X(01).
      *    'N' WHEN A PARTITIONED RUN LOADED THE ENTITY ONLY TO
      *    RECOGNISE IT - ANOTHER PARTITION EXTRACTS IT. ALWAYS 'Y'
      *    ON A SINGLE-STEP RUN.
              10 WS-ENT-OWNED-SW       PIC X(01).
              10 WS-ENT-O1-CNT         PIC 9(08).
              10 WS-ENT-O2-CNT         PIC 9(08).

       01  HOST-VARIABLES-DK.
           05 HV-DK-DOCK               PIC X(02).
           05 HV-DK-DESCRIPTION        PIC X(30).
           05 HV-DK-CHKSHT-LEAD        PIC S9(4) COMP.
           05 HV-DK-CHKSHT-TIME        PIC X(06).
           05 HV-DK-PICKLST-LEAD       PIC S9(4) COMP.
           05 HV-DK-PICKLST-TIME       PIC X(06).
           05 HV-DK-SKIDMFST-LEAD      PIC S9(4) COMP.
           05 HV-DK-SKIDMFST-TIME      PIC X(06).
           05 NI-DK-CHKSHT-LEAD        PIC S9(4) COMP.
           05 NI-DK-CHKSHT-TIME        PIC S9(4) COMP.
           05 NI-DK-PICKLST-LEAD       PIC S9(4) COMP.
           05 NI-DK-PICKLST-TIME       PIC S9(4) COMP.
           05 NI-DK-SKIDMFST-LEAD      PIC S9(4) COMP.
           05 NI-DK-SKIDMFST-TIME      PIC S9(4) COMP.

      *    OPEN-ORDER TOTALS FOR ONE PART/KANBAN, SUMMED FROM THE
      *    ORDER-HISTORY TABLE (SEE 2250-PROCESS-ORD-BALANCE).
              10 WS-PU-DEPART-STAMP    PIC X(14).
              10 WS-PU-ARRIVE-STAMP    PIC X(14).
              10 WS-PU-UNLOAD-STAMP    PIC X(14).
      *    PRINT STAMPS ARE FILLED ON FIRST USE BY 2224 (THEY NEED
      *    THE DOCK ROW, WHICH IS READ AFTER THE ROUTE) AND REUSED
      *    FOR EVERY LATER RECORD ON THE SAME PICKUP.
              10 WS-PU-CHKSHT-STAMP    PIC X(14).
              10 WS-PU-PICKLST-STAMP   PIC X(14).
              10 WS-PU-SKIDMFST-STAMP  PIC X(14).

      *    DAY-OF-WEEK WORK AREAS FOR 2238 - THE DAY IS DERIVED
      *    ARITHMETICALLY FROM THE WALK DATE (ZELLER'S RULE) RATHER
              88 WS-ENT-HELD                     VALUE 'Y'.
              88 WS-ENT-NOT-HELD                 VALUE 'N'.

      *    WHAT-IF SIMULATION RUN (RUN MODE 'S'): ONE ENTITY, RUN AS
      *    OF A PLANNER-CHOSEN DATE, WITH PROPOSED ROUTE, ROUTE-
      *    FREQUENCY, DOCK AND CL ROWS READ FROM THE STAGING TABLES
      *    RTEMSTRS, RTEFREQS, DOCKMSTS AND PARKANBS AHEAD OF THE
      *    PRODUCTION MASTERS. SEE 1040-SET-SIMULATION.
       01  WS-SIMULATION-AREAS.
           05 WS-SIM-ENTITY            PIC X(05) VALUE SPACES.
           05 WS-SIM-AS-OF-DATE        PIC X(10) VALUE SPACES.
           05 WS-SIM-RT-STAGED-CNT     PIC 9(08) VALUE 0.
           05 WS-SIM-DK-STAGED-CNT     PIC 9(08) VALUE 0.
           05 WS-SIM-COUNT-DSP         PIC ZZ,ZZZ,ZZ9.

       01  HOST-VARIABLES-SM.
           05 HV-SM-BUSENT-CNT         PIC S9(9) COMP.

      *    PARTITIONED RUN: THE EXTRACT RUNS AS SEVERAL CONCURRENT
      *    STEPS, EACH OWNING THE BUSENT ENTITIES WHOSE PARTITION_NO
      *    MATCHES ITS PARM. PARTITIONS ARE CONTIGUOUS RANGES IN
      *    ENTITY ORDER, SO THE PARTITIONS' FILES CONCATENATED IN
      *    PARTITION ORDER ARE STILL IN ENTITY ORDER FOR THE OWKB026
      *    CONSOLIDATION STEP. EACH PARTITION KEEPS ITS OWN PARKCKPT
      *    ROWS; ORDSERNO SERIES AND ENTHOLD ARE KEYED BY ENTITY, SO
      *    NO TWO PARTITIONS EVER TOUCH THE SAME ROW. THE QUALITY
      *    GATE, GATERLSE SNAPSHOT AND RUNSTATS ROW ARE JUDGED ON THE
      *    COMBINED TOTALS BY OWKB026; A PARTITION ONLY WRITES ITS
      *    OUTPUT04 CONTROL RECORDS AND ITS PARTCTL STATUS ROW.
       01  WS-PARTITION-AREAS.
           05 WS-PARTITION-NUM         PIC 9(02) VALUE 0.
           05 WS-PREV-PARTITION-NUM    PIC 9(02) VALUE 0.
           05 WS-OWNED-ENT-COUNT       PIC 9(03) VALUE 0.
           05 WS-PARTITION-SWITCH      PIC X(01) VALUE 'N'.
              88 WS-PARTITIONED-RUN              VALUE 'Y'.
              88 WS-SINGLE-STEP-RUN              VALUE 'N'.

       01  HOST-VARIABLES-PT.
           05 HV-PT-PARTITION-NO       PIC S9(4) COMP.
           05 NI-PT-PARTITION-NO       PIC S9(4) COMP.
           05 HV-PT-STATUS             PIC X(01).
           05 HV-PT-ENT-COUNT          PIC 9(03).

       01  WS-DOCK-LOOKUP-AREAS.
           05 WS-DK-LOADED-DOCK        PIC X(02) VALUE LOW-VALUES.
           05 WS-DK-FOUND-SWITCH       PIC X(01) VALUE 'N'.
              88 DK-FOUND                        VALUE 'Y'.
              88 DK-NOT-FOUND                    VALUE 'N'.
           05 WS-DK-DESC               PIC X(30).
      *    PER-DOCK PRINT LEAD TIMES FOR THE RECEIVING PAPERWORK -
      *    WORKDAYS BEFORE THE UNLOAD DATE AND THE CLOCK TIME TO
      *    PRINT. A DOCK WITH NO LEAD SET FOR A DOCUMENT CACHES A
      *    BLANK TIME AND THAT DOCUMENT'S 01REC STAMP STAYS BLANK.
           05 WS-DK-CHKSHT-LEAD        PIC S9(4) COMP VALUE 0.
           05 WS-DK-CHKSHT-TIME        PIC X(06) VALUE SPACES.
           05 WS-DK-PICKLST-LEAD       PIC S9(4) COMP VALUE 0.
           05 WS-DK-PICKLST-TIME       PIC X(06) VALUE SPACES.
           05 WS-DK-SKIDMFST-LEAD      PIC S9(4) COMP VALUE 0.
           05 WS-DK-SKIDMFST-TIME      PIC X(06) VALUE SPACES.

       01  01REC.
           05 01-OWK-BUSINESS-ENTITY     PIC X(05) VALUE SPACES.
      *    REPROCESS OF THE SUPPLIER FILE.
       01  HOST-VARIABLES-CK.
           05 HV-CK-PROGRAM-ID        PIC X(08) VALUE 'TESTJF10'.
      *    PARKCKPT KEY. THE PROGRAM ID ON A SINGLE-STEP RUN; A
      *    PARTITIONED RUN CHECKPOINTS UNDER 'TJF10Pnn' SO EACH
      *    PARTITION RESTARTS (AND IS TRIMMED BY OWKB016) ON ITS OWN.
      *    QUALGATE, RUNSTATS AND RUNSTATC STAY KEYED ON THE PROGRAM
      *    ID ABOVE.
           05 HV-CK-CKPT-ID           PIC X(08) VALUE 'TESTJF10'.
           05 HV-CK-CUSTOMER-SUPP     PIC X(07).
           05 HV-CK-LOCATION          PIC X(12).
           05 HV-CK-ITEMID            PIC X(12).
      *    FINISHED ENTITY LEAVES A COMPLETED ROW ('Y') HOLDING ITS
      *    FINAL PER-ENTITY OUTPUT COUNTS SO A RESTART SKIPS IT AND
      *    STILL WRITES ITS OUTPUT04 CONTROL RECORD AT END OF JOB.
      *    EVERY ROW WRITE STAMPS CKPT_DATE WITH THE RUN DATE SO
      *    OWKB027 CAN AGE OUT A COMPLETED SET NOBODY RESTARTED.
           05 HV-CK-BUSINESS-ENT      PIC X(05) VALUE SPACES.
           05 HV-CK-ENT-OUT01-CNT     PIC 9(08) VALUE 0.
           05 HV-CK-ENT-OUT02-CNT     PIC 9(08) VALUE 0.
           END-EXEC.


      *    SIMULATION RUN ONLY: C2-PARKANB WITH THE STAGED CL ROWS
      *    OVERLAID. A PART/DOCK SHARE GROUP THAT HAS ANY EFFECTIVE
      *    ROW ON PARKANBS IS TAKEN WHOLE FROM STAGING AND ITS
      *    PRODUCTION ROWS ARE LEFT OUT, SO A STAGED SHARE CHANGE
      *    NEVER MIXES WITH THE SPLIT IT REPLACES. SAME COLUMNS AND
      *    ORDER AS C2-PARKANB, SO 2219 STORES EITHER CURSOR'S ROWS
      *    THE SAME WAY.
           EXEC SQL
               DECLARE C11-PARKANB-CL-SIM CURSOR FOR
                 SELECT  ITEMID,
                         SUBSTR(LOCATION,1,2),
                         LOCATION,
                         STORE_ADDRESS_PRIM,
                         PACKING_STYLE,
                         SHARE
                 FROM  PARKANBS
                 WHERE TYPE = 'CL'
                  AND   CSI_TYPE             = 'SU'
                  AND   BUSINESS_ENT         = :WS-BUSINESS-ENT
                  AND   CUSTOMER_SUPP        = :WS-CUSTOMER-SUPP
                  AND   (EFF_START <= :WS-START-DATE AND
                        (EFF_STOP  >= :WS-CURRENT-DATE OR
                         EFF_STOP IS NULL))
                 UNION ALL
                 SELECT  P.ITEMID,
                         SUBSTR(P.LOCATION,1,2),
                         P.LOCATION,
                         P.STORE_ADDRESS_PRIM,
                         P.PACKING_STYLE,
                         P.SHARE
                 FROM  PARKANB P
                 WHERE P.TYPE = 'CL'
                  AND   P.CSI_TYPE           = 'SU'
                  AND   P.BUSINESS_ENT       = :WS-BUSINESS-ENT
                  AND   P.CUSTOMER_SUPP      = :WS-CUSTOMER-SUPP
                  AND   (P.EFF_START <= :WS-START-DATE AND
                        (P.EFF_STOP  >= :WS-CURRENT-DATE OR
                         P.EFF_STOP IS NULL))
                  AND   NOT EXISTS
                        (SELECT 1
                           FROM PARKANBS S
                          WHERE S.TYPE          = 'CL'
                            AND S.CSI_TYPE      = 'SU'
                            AND S.BUSINESS_ENT  = P.BUSINESS_ENT
                            AND S.CUSTOMER_SUPP = P.CUSTOMER_SUPP
                            AND S.ITEMID        = P.ITEMID
                            AND SUBSTR(S.LOCATION,1,2) =
                                SUBSTR(P.LOCATION,1,2)
                            AND (S.EFF_START <= :WS-START-DATE AND
                                (S.EFF_STOP  >= :WS-CURRENT-DATE OR
                                 S.EFF_STOP IS NULL)))
                 ORDER BY 1, 2, 6 DESC, 3 DESC
           END-EXEC.


           EXEC SQL
               DECLARE C3-SUPPCODE CURSOR FOR
                 SELECT  SUPP_CODE

      *    ENTITIES ARE PROCESSED IN ASCENDING BUSINESS_ENT ORDER -
      *    THE DELTA MATCH KEYS AND THE RESTART SKIP BOTH RELY ON
      *    THAT ORDER BEING STABLE RUN TO RUN. PARTITION_NO IS ONLY
      *    LOOKED AT ON A PARTITIONED RUN (SEE 4405).
           EXEC SQL
               DECLARE C5-BUSENT CURSOR FOR
                 SELECT  BUSINESS_ENT,
                         PARTITION_NO
                 FROM    BUSENT
                 ORDER BY BUSINESS_ENT
           END-EXEC.
                         ENT_OUT01_COUNT,
                         ENT_OUT02_COUNT
                 FROM    PARKCKPT
                 WHERE   PROGRAM_ID    = :HV-CK-CKPT-ID
                 AND     COMPLETE_FLAG = 'Y'
                 ORDER BY BUSINESS_ENT
           END-EXEC.
           END-EXEC.


      *    SIMULATION RUN ONLY: C10-RTEFREQ WITH THE STAGED PICKUP
      *    DAYS OVERLAID. A ROUTE WITH ANY ROWS ON RTEFREQS TAKES ITS
      *    WHOLE PICKUP WEEK FROM STAGING, SO A NEW ROUTE OR A
      *    CHANGED FREQUENCY CAN BE TRIED BEFORE IT GOES LIVE.
           EXEC SQL
               DECLARE C12-RTEFREQ-SIM CURSOR FOR
                 SELECT  PICKUP_DAY
                 FROM    RTEFREQS
                 WHERE   BUSINESS_ENT = :WS-BUSINESS-ENT
                 AND     ROUTE_CODE   = :HV-RT-ROUTE-CODE
                 UNION ALL
                 SELECT  F.PICKUP_DAY
                 FROM    RTEFREQ F
                 WHERE   F.BUSINESS_ENT = :WS-BUSINESS-ENT
                 AND     F.ROUTE_CODE   = :HV-RT-ROUTE-CODE
                 AND     NOT EXISTS
                         (SELECT 1
                            FROM RTEFREQS S
                           WHERE S.BUSINESS_ENT = F.BUSINESS_ENT
                             AND S.ROUTE_CODE   = F.ROUTE_CODE)
                 ORDER BY 1
           END-EXEC.


       LINKAGE SECTION.

       01  LS-JCL-PARM.
      *    CHANGE) MODE AGAINST THE PRIOR RUN'S OUTPUT01 ON PRIOR01;
      *    ANYTHING ELSE (OR A TWO-BYTE PARM) IS A FULL EXTRACT.
           05 LS-PARM-RUN-MODE          PIC X(01).
      *    RUN MODE 'S' (WHAT-IF SIMULATION) ALSO TAKES THE ENTITY TO
      *    SIMULATE AND THE AS-OF DATE (CCYY-MM-DD), E.G.
      *    PARM='20SBE0012026-11-02'. SEE 1040-SET-SIMULATION.
           05 LS-PARM-SIM-ENTITY        PIC X(05).
           05 LS-PARM-SIM-AS-OF         PIC X(10).
      *    OPTIONAL PARTITION NUMBER (01-99) IN BYTES 19-20 RUNS THE
      *    STEP AS ONE OF SEVERAL CONCURRENT PARTITIONS, EACH TAKING
      *    THE BUSENT ENTITIES WHOSE PARTITION_NO MATCHES, E.G.
      *    PARM='20D               02'. SEE 1030-SET-PARTITION.
           05 LS-PARM-PARTITION         PIC X(02).

       PROCEDURE DIVISION USING LS-JCL-PARM.

           IF LS-PARM-LEN > 2
              MOVE LS-PARM-RUN-MODE TO WS-RUN-MODE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DELTA-MODE
                    DISPLAY 'RUN MODE = DELTA (NET CHANGE)'
               WHEN WS-SIMULATION-MODE
                    DISPLAY 'RUN MODE = WHAT-IF SIMULATION'
                    PERFORM 1040-SET-SIMULATION THRU
                            1040-SET-SIMULATION-EXIT
               WHEN OTHER
                    DISPLAY 'RUN MODE = FULL EXTRACT'
           END-EVALUATE.

      *    THE PARTITION IS TWO BYTES - A PARM THAT STOPS AT BYTE 19
      *    WITH A DIGIT THERE IS A ONE-DIGIT PARTITION, AND BYTE 20
      *    WAS NEVER PASSED.
           IF  LS-PARM-LEN = 19
           AND NOT WS-SIMULATION-MODE
           AND LS-PARM-PARTITION (1:1) NOT = SPACE
               DISPLAY 'PROGRAM NAME : OWKB010'
               DISPLAY 'INVALID PARTITION NUMBER IN PARM - MUST BE '
                       'TWO DIGITS IN BYTES 19-20 : '
                       LS-PARM-PARTITION (1:1)
               CALL 'ABENDME'
           END-IF.

           IF  LS-PARM-LEN > 19
           AND NOT WS-SIMULATION-MODE
               PERFORM 1030-SET-PARTITION THRU
                       1030-SET-PARTITION-EXIT
           END-IF.

           MOVE 'BUMPWORK'             TO WS-ROUTINE.
           PERFORM 1050-CHECK-RESTART THRU
                   1050-CHECK-RESTART-EXIT.

           IF WS-PARTITIONED-RUN
              PERFORM 1070-REGISTER-PARTITION THRU
                      1070-REGISTER-PARTITION-EXIT
           END-IF.

      *    CONFIRM THE OUTPUT FILES ACTUALLY ON DISK AGREE WITH THE
      *    LAST CHECKPOINT BEFORE EXTENDING THEM — SEE THE NOTE ON
      *    WS-CHECKPOINT-AREAS.
       1000-INITIALIZATION-EXIT. EXIT.


      *    PARTITIONED RUN: THE PARTITION NUMBER PICKS THIS STEP'S
      *    SHARE OF THE BUSENT ENTITIES AND ITS OWN PARKCKPT KEY.
      *    BLANKS IN THE PARTITION BYTES LEAVE A SINGLE-STEP RUN.
       1030-SET-PARTITION.

           IF LS-PARM-PARTITION = SPACES
              GO TO 1030-SET-PARTITION-EXIT
           END-IF.

           IF LS-PARM-PARTITION NOT NUMERIC
           OR LS-PARM-PARTITION = '00'
              DISPLAY 'PROGRAM NAME : OWKB010'
              DISPLAY 'INVALID PARTITION NUMBER IN PARM : '
                      LS-PARM-PARTITION
              CALL 'ABENDME'
           END-IF.

           MOVE LS-PARM-PARTITION TO WS-PARTITION-NUM.
           SET WS-PARTITIONED-RUN TO TRUE.

           STRING 'TJF10P'          DELIMITED BY SIZE
                  WS-PARTITION-NUM  DELIMITED BY SIZE
             INTO HV-CK-CKPT-ID.

           DISPLAY 'PARTITIONED RUN - PARTITION ' WS-PARTITION-NUM
                   ' (CHECKPOINT KEY ' HV-CK-CKPT-ID ')'.
           DISPLAY 'QUALITY GATE AND RUN STATISTICS DEFERRED TO THE '
                   'OWKB026 CONSOLIDATION STEP'.

       1030-SET-PARTITION-EXIT. EXIT.


      *    PARTITIONED RUN: MARKS THIS PARTITION RUNNING ON PARTCTL
      *    (STATUS 'R', COUNTS ZEROED) BEFORE ANY OUTPUT IS WRITTEN.
      *    8470 FLIPS IT TO 'C' WITH THE FINAL COUNTS AT END OF JOB,
      *    SO OWKB026 REFUSES TO CONSOLIDATE WHILE ANY PARTITION IS
      *    STILL RUNNING, ABENDED OR NEVER STARTED.
       1070-REGISTER-PARTITION.

           MOVE WS-PARTITION-NUM TO HV-PT-PARTITION-NO.
           MOVE 'R'              TO HV-PT-STATUS.
           MOVE WS-RESTART-SWITCH TO HV-RS-RESTART-FLAG.
           MOVE WS-RUN-MODE       TO HV-RS-RUN-MODE.

           EXEC SQL
                UPDATE PARTCTL
                   SET STATUS         = :HV-PT-STATUS,
                       RUN_DATE       = :WS-CURRENT-DATE,
                       RUN_TIME       = :WS-TODAY-TIME,
                       RUN_MODE       = :HV-RS-RUN-MODE,
                       LOOKAHEAD_DAYS = :WS-LOOKAHEAD-DAYS,
                       RESTART_FLAG   = :HV-RS-RESTART-FLAG,
                       ENT_COUNT      = 0,
                       HELD_ENT_COUNT = 0,
                       OUT01_COUNT    = 0,
                       OUT02_COUNT    = 0,
                       OUT03_COUNT    = 0,
                       OUT04_COUNT    = 0,
                       NEWPRIOR_COUNT = 0,
                       IK_COUNT       = 0,
                       ES_COUNT       = 0,
                       IS_COUNT       = 0,
                       DL_COUNT       = 0,
                       DP_COUNT       = 0,
                       EX_COUNT       = 0
                 WHERE PROGRAM_ID   = :HV-CK-PROGRAM-ID
                   AND PARTITION_NO = :HV-PT-PARTITION-NO
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO PARTCTL
                          (PROGRAM_ID, PARTITION_NO, STATUS,
                           RUN_DATE, RUN_TIME, RUN_MODE,
                           LOOKAHEAD_DAYS, RESTART_FLAG,
                           ENT_COUNT, HELD_ENT_COUNT,
                           OUT01_COUNT, OUT02_COUNT, OUT03_COUNT,
                           OUT04_COUNT, NEWPRIOR_COUNT,
                           IK_COUNT, ES_COUNT, IS_COUNT,
                           DL_COUNT, DP_COUNT, EX_COUNT)
                   VALUES (:HV-CK-PROGRAM-ID, :HV-PT-PARTITION-NO,
                           :HV-PT-STATUS,
                           :WS-CURRENT-DATE, :WS-TODAY-TIME,
                           :HV-RS-RUN-MODE,
                           :WS-LOOKAHEAD-DAYS, :HV-RS-RESTART-FLAG,
                           0, 0,
                           0, 0, 0,
                           0, 0,
                           0, 0, 0,
                           0, 0, 0)
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD REGISTER WRITE ON PARTCTL'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

       1070-REGISTER-PARTITION-EXIT. EXIT.


      *    WHAT-IF SIMULATION: RUNS THE FULL EXTRACT LOGIC FOR ONE
      *    ENTITY AS OF THE PARM DATE WITHOUT TOUCHING ANYTHING A
      *    PRODUCTION RUN OWNS. THE AS-OF DATE REPLACES THE RUN DATE
      *    (EVERY CURSOR WINDOW, ROUTE STAMP AND THE LOOK-AHEAD BUMP
      *    KEY OFF WS-CURRENT-DATE), THE JCL POINTS OUT01-OUT04 AT
      *    THE SIMULATION DATASETS, AND ORDSERNO, PARKCKPT, PARKRCYL,
      *    DUPSTEWD, CHGHIST, RUNSTATS AND GATERLSE ARE READ AT MOST -
      *    EVERY PARAGRAPH THAT WRITES ONE OF THEM STEPS ASIDE ON
      *    WS-SIMULATION-MODE. ORDER NUMBERS ARE DRAWN IN STORAGE
      *    ONLY, ON FROM EACH SERIES' CURRENT LAST NUMBER. A
      *    SIMULATION IS ALWAYS A FULL EXTRACT, NEVER A DELTA, SO ITS
      *    OUTPUT01 LINES UP RECORD FOR RECORD WITH A REAL EXTRACT
      *    FOR THE OWKB025 COMPARE REPORT.
       1040-SET-SIMULATION.

           IF LS-PARM-LEN < 18
              DISPLAY 'PROGRAM NAME : OWKB010'
              DISPLAY 'SIMULATION RUN NEEDS THE ENTITY AND AS-OF '
                      'DATE IN THE PARM'
              CALL 'ABENDME'
           END-IF.

           MOVE LS-PARM-SIM-ENTITY TO WS-SIM-ENTITY.
           MOVE LS-PARM-SIM-AS-OF  TO WS-SIM-AS-OF-DATE.

           IF WS-SIM-ENTITY = SPACES
              DISPLAY 'PROGRAM NAME : OWKB010'
              DISPLAY 'SIMULATION ENTITY IS BLANK'
              CALL 'ABENDME'
           END-IF.

           MOVE WS-SIM-AS-OF-DATE TO WS-WORK-DATE.
           IF WS-WORK-DATE-CCYY NOT NUMERIC
           OR WS-WORK-DATE-MM   NOT NUMERIC
           OR WS-WORK-DATE-DD   NOT NUMERIC
           OR DASH-1            NOT = '-'
           OR DASH-2            NOT = '-'
           OR WS-WORK-DATE-MM   < '01'
           OR WS-WORK-DATE-MM   > '12'
           OR WS-WORK-DATE-DD   < '01'
           OR WS-WORK-DATE-DD   > '31'
              DISPLAY 'PROGRAM NAME : OWKB010'
              DISPLAY 'INVALID SIMULATION AS-OF DATE : '
                      WS-SIM-AS-OF-DATE
              CALL 'ABENDME'
           END-IF.

           MOVE WS-WORK-DATE      TO WS-CURRENT-DATE.
           MOVE WS-WORK-DATE-CCYY TO WS-CCYY-DATE.
           MOVE WS-WORK-DATE-MM   TO WS-MM-DATE.
           MOVE WS-WORK-DATE-DD   TO WS-DD-DATE.
           MOVE WS-CCYYMMDD       TO 02-PROCESS-DATE.
           MOVE 02-DATETIME       TO 01-OWK-ORD-REL-DT
                                     04-OWK-DATE-TIME.

           DISPLAY 'SIMULATED ENTITY      : ' WS-SIM-ENTITY.
           DISPLAY 'SIMULATION AS-OF DATE : ' WS-CURRENT-DATE.

       1040-SET-SIMULATION-EXIT. EXIT.


      *    DELTA MODE ONLY: OPENS THE PRIOR RUN'S OUTPUT01 AND PRIMES
      *    THE FIRST RECORD. ON A RESTART THE MATCH IS REPOSITIONED BY
      *    RE-CONSUMING THE CHECKPOINTED NUMBER OF PRIOR RECORDS -
      *    POSITIONING IS APPLIED IN 2055-EXTRACT-ENTITY.
       1050-CHECK-RESTART.

      *    A SIMULATION NEVER RESUMES ANYTHING - A PRODUCTION RUN'S
      *    CHECKPOINT ROWS BELONG TO THAT RUN AND ARE LEFT ALONE.
           IF WS-SIMULATION-MODE
              SET WS-NOT-RESTART TO TRUE
              GO TO 1050-CHECK-RESTART-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CK-ROW-CNT
                  FROM PARKCKPT
                 WHERE PROGRAM_ID = :HV-CK-CKPT-ID
           END-EXEC.

           IF SQLCODE NOT = 0
                       :HV-CK-ENT-OUT01-CNT,
                       :HV-CK-ENT-OUT02-CNT
                  FROM PARKCKPT
                 WHERE PROGRAM_ID    = :HV-CK-CKPT-ID
                   AND COMPLETE_FLAG = 'N'
           END-EXEC.

                       :HV-CK-DP-CNT,
                       :HV-CK-EX-CNT
                  FROM PARKCKPT
                 WHERE PROGRAM_ID    = :HV-CK-CKPT-ID
                   AND COMPLETE_FLAG = 'Y'
                 ORDER BY BUSINESS_ENT DESC
                 FETCH FIRST 1 ROW ONLY
           PERFORM 4200-LOAD-ORDER-METHODS THRU
                   4200-LOAD-ORDER-METHODS-EXIT.

           IF WS-SIMULATION-MODE
              PERFORM 4410-LOAD-SIM-ENTITY THRU
                      4410-LOAD-SIM-ENTITY-EXIT
           ELSE
              PERFORM 4400-LOAD-BUS-ENTITIES THRU
                      4400-LOAD-BUS-ENTITIES-EXIT
           END-IF.

           IF WS-IS-RESTART
              PERFORM 4450-RESTORE-ENT-COUNTS THRU

       2050-PROCESS-ENTITY.

      *    PARTITIONED RUN: ANOTHER PARTITION'S ENTITY IS LEFT TO
      *    THAT PARTITION'S STEP.
           IF WS-ENT-OWNED-SW (WS-ENT-SUB) = 'N'
              ADD 1 TO WS-ENT-SUB
              GO TO 2050-PROCESS-ENTITY-EXIT
           END-IF.

           IF WS-ENT-DONE-SW (WS-ENT-SUB) NOT = 'Y'
              PERFORM 2052-CHECK-ENT-HOLD THRU
                      2052-CHECK-ENT-HOLD-EXIT
      *    A SIMULATION SHOWS WHAT THE EXTRACT WOULD PRODUCE ONCE THE
      *    HOLD CLEARS - IT SAYS SO AND RUNS THE ENTITY ANYWAY.
              IF  WS-ENT-HELD
              AND WS-SIMULATION-MODE
                  DISPLAY 'OWKB010 ENTITY ' WS-ENT-CODE (WS-ENT-SUB)
                          ' IS ON ENTHOLD - SIMULATED REGARDLESS'
                  SET WS-ENT-NOT-HELD TO TRUE
              END-IF
              IF WS-ENT-HELD
                 MOVE 'Y' TO WS-ENT-HELD-SW (WS-ENT-SUB)
                 ADD 1 TO WS-HELD-ENT-COUNT
       2203-CHECK-TXN-CONSISTENCY-EXIT. EXIT.


      *    THE BOXES STILL TO ARRIVE ON THE OPEN ORDERS - WHAT WAS
      *    ORDERED LESS WHAT OWKB021 HAS POSTED AS RECEIVED. (THE 2250
      *    BOX CALCS WORK FROM THE ORIGINAL ORDERED_QTY INSTEAD.) A
      *    NULL KANBAN CANNOT BE QUERIED - THE TRANSACTION PASSES, AND
      *    2250'S OWN EXCEPTION COVERS THE MISSING HISTORY.
       2204-CHECK-OPEN-BALANCE.

           IF NI-KANBAN < 0
           END-IF.

           EXEC SQL
               SELECT SUM(ORDERED_QTY - RECEIVED_QTY)
                 INTO :HV-CC-ORDERED-QTY :NI-CC-ORDERED-QTY
                 FROM ORDHIST
                WHERE CUSTOMER_SUPP = :HV-PM-CUSTOMER-SUPP
           MOVE WS-PU-UNLOAD-STAMP (WS-PU-SUB)
             TO 01-OWK-BE-UNLOAD-DT.

           PERFORM 2224-SET-PRINT-STAMPS THRU
                   2224-SET-PRINT-STAMPS-EXIT.

           MOVE WS-PU-BOX-BASE TO WS-PU-BOX-THIS.
           IF WS-PU-SUB <= WS-PU-BOX-REM
              ADD 1 TO WS-PU-BOX-THIS
       2223-WRITE-ONE-PICKUP-EXIT. EXIT.


      *    DOCK PAPERWORK PRINT TIMES FOR THE CURRENT PICKUP: THE
      *    CHECKSHEET, PICK LIST AND SKID MANIFEST EACH PRINT SO MANY
      *    WORKDAYS BEFORE THE UNLOAD DATE AT THE DOCK'S CLOCK TIME
      *    (DOCKMSTR, CACHED BY 2242). COUNTED BACK THROUGH 2235 THE
      *    SAME WAY THE ROUTE LEGS ARE COUNTED FORWARD, AND KEPT ON
      *    THE WS-PU-TABLE ENTRY SO THE CALENDAR ROUTINE IS CALLED
      *    ONCE PER PICKUP, NOT ONCE PER RECORD.
       2224-SET-PRINT-STAMPS.

           IF WS-PU-UNLOAD-STAMP (WS-PU-SUB) = SPACES
           OR DK-NOT-FOUND
              GO TO 2224-SET-PRINT-STAMPS-EXIT
           END-IF.

           MOVE WS-PU-UNLOAD-STAMP (WS-PU-SUB) (1:4)
             TO WS-BUMP-BASE-DATE (1:4).
           MOVE '-' TO WS-BUMP-BASE-DATE (5:1).
           MOVE WS-PU-UNLOAD-STAMP (WS-PU-SUB) (5:2)
             TO WS-BUMP-BASE-DATE (6:2).
           MOVE '-' TO WS-BUMP-BASE-DATE (8:1).
           MOVE WS-PU-UNLOAD-STAMP (WS-PU-SUB) (7:2)
             TO WS-BUMP-BASE-DATE (9:2).

           IF  WS-PU-CHKSHT-STAMP (WS-PU-SUB) = SPACES
           AND WS-DK-CHKSHT-TIME NOT = SPACES
               COMPUTE WS-BUMP-DAYS = WS-DK-CHKSHT-LEAD * -1
               MOVE WS-DK-CHKSHT-TIME TO WS-BUMP-TIME
               PERFORM 2235-BUMP-ROUTE-DATE THRU
                       2235-BUMP-ROUTE-DATE-EXIT
               MOVE WS-BUMP-STAMP TO WS-PU-CHKSHT-STAMP (WS-PU-SUB)
           END-IF.

           IF  WS-PU-PICKLST-STAMP (WS-PU-SUB) = SPACES
           AND WS-DK-PICKLST-TIME NOT = SPACES
               COMPUTE WS-BUMP-DAYS = WS-DK-PICKLST-LEAD * -1
               MOVE WS-DK-PICKLST-TIME TO WS-BUMP-TIME
               PERFORM 2235-BUMP-ROUTE-DATE THRU
                       2235-BUMP-ROUTE-DATE-EXIT
               MOVE WS-BUMP-STAMP TO WS-PU-PICKLST-STAMP (WS-PU-SUB)
           END-IF.

           IF  WS-PU-SKIDMFST-STAMP (WS-PU-SUB) = SPACES
           AND WS-DK-SKIDMFST-TIME NOT = SPACES
               COMPUTE WS-BUMP-DAYS = WS-DK-SKIDMFST-LEAD * -1
               MOVE WS-DK-SKIDMFST-TIME TO WS-BUMP-TIME
               PERFORM 2235-BUMP-ROUTE-DATE THRU
                       2235-BUMP-ROUTE-DATE-EXIT
               MOVE WS-BUMP-STAMP TO WS-PU-SKIDMFST-STAMP (WS-PU-SUB)
           END-IF.

           MOVE WS-PU-CHKSHT-STAMP (WS-PU-SUB)
             TO 01-OWK-RP-CHECKSHEET-PRINT.
           MOVE WS-PU-PICKLST-STAMP (WS-PU-SUB)
             TO 01-OWK-RP-PICKLIST-PRINT.
           MOVE WS-PU-SKIDMFST-STAMP (WS-PU-SUB)
             TO 01-OWK-RP-SKIDMFST-PRINT.

       2224-SET-PRINT-STAMPS-EXIT. EXIT.


       2219-LOAD-CL-TABLE.

           MOVE 0 TO WS-CL-COUNT.
           MOVE WS-CUSTOMER-SUPP TO WS-CL-LOADED-SUPP.
           SET WS-MORE-PARKANB-CL TO TRUE.

      *    A SIMULATION READS THE SAME ROWS THROUGH THE STAGED
      *    OVERLAY CURSOR - SEE C11-PARKANB-CL-SIM.
           IF WS-SIMULATION-MODE
              EXEC SQL
                   OPEN C11-PARKANB-CL-SIM
              END-EXEC
           ELSE
              EXEC SQL
                   OPEN C2-PARKANB
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0

           PERFORM UNTIL WS-NO-MORE-PARKANB-CL

               IF WS-SIMULATION-MODE
                  EXEC SQL
                       FETCH C11-PARKANB-CL-SIM
                        INTO :HV-PK-ITEMID,
                             :HV-PK-DOCK,
                             :HV-PK-LOCATION :NI-PK-LOCATION,
                             :HV-PK-STORE-ADDR-PRIM
                                             :NI-PK-STORE-ADDR-PRIM,
                             :HV-PK-PACKING-STYLE
                                             :NI-PK-PACKING-STYLE,
                             :HV-PK-SHARE    :NI-PK-SHARE
                  END-EXEC
               ELSE
                  EXEC SQL
                       FETCH C2-PARKANB
                        INTO :HV-PK-ITEMID,
                             :HV-PK-DOCK,
                             :HV-PK-LOCATION :NI-PK-LOCATION,
                             :HV-PK-STORE-ADDR-PRIM
                                             :NI-PK-STORE-ADDR-PRIM,
                             :HV-PK-PACKING-STYLE
                                             :NI-PK-PACKING-STYLE,
                             :HV-PK-SHARE    :NI-PK-SHARE
                  END-EXEC
               END-IF

               EVALUATE SQLCODE
                   WHEN 0

           END-PERFORM.

           IF WS-SIMULATION-MODE
              EXEC SQL
                   CLOSE C11-PARKANB-CL-SIM
              END-EXEC
           ELSE
              EXEC SQL
                   CLOSE C2-PARKANB
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
           MOVE 0 TO WS-PU-COUNT.
           MOVE WS-CURRENT-DATE TO WS-BUMP-BASE-DATE.

           PERFORM 2233-ROUTE-READ-STAGED THRU
                   2233-ROUTE-READ-STAGED-EXIT.

           IF WS-STAGED-NOT-FOUND
              EXEC SQL
                  SELECT ROUTE_CODE,
                         PARTNER_CODE,
                         PARTNER_NAME,
                         PNT_CODE,
                         PNT_SHORT_NAME,
                         PNT_NAME,
                         RESP_LP_FLAG,
                         SUP_SHIP_DOCK,
                         PU_START_LEAD_DAYS,
                         PU_START_TIME,
                         SUP_ARV_LEAD_DAYS,
                         SUP_ARV_TIME,
                         DEPART_LEAD_DAYS,
                         DEPART_TIME,
                         ARRIVE_LEAD_DAYS,
                         ARRIVE_TIME,
                         UNLOAD_LEAD_DAYS,
                         UNLOAD_TIME
                    INTO :HV-RT-ROUTE-CODE,
                         :HV-RT-PARTNER-CODE,
                         :HV-RT-PARTNER-NAME,
                         :HV-RT-PNT-CODE,
                         :HV-RT-PNT-SHORT-NAME,
                         :HV-RT-PNT-NAME,
                         :HV-RT-RESP-LP-FLAG,
                         :HV-RT-SUP-SHIP-DOCK,
                         :HV-RT-PU-START-LEAD,
                         :HV-RT-PU-START-TIME,
                         :HV-RT-SUP-ARV-LEAD,
                         :HV-RT-SUP-ARV-TIME,
                         :HV-RT-DEPART-LEAD,
                         :HV-RT-DEPART-TIME,
                         :HV-RT-ARRIVE-LEAD,
                         :HV-RT-ARRIVE-TIME,
                         :HV-RT-UNLOAD-LEAD,
                         :HV-RT-UNLOAD-TIME
                    FROM RTEMSTR
                   WHERE BUSINESS_ENT  = :WS-BUSINESS-ENT
                     AND CUSTOMER_SUPP = :HV-RT-CUSTOMER-SUPP
                     AND DOCK          = :HV-RT-DOCK
                     AND (EFF_START <= :WS-CURRENT-DATE AND
                         (EFF_STOP  >= :WS-CURRENT-DATE OR
                          EFF_STOP IS NULL))
                   ORDER BY EFF_START DESC, ROUTE_CODE DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                    SET RT-FOUND TO TRUE
                    MOVE HV-RT-PU-START-LEAD TO WS-BUMP-DAYS
                    MOVE HV-RT-PU-START-TIME TO WS-BUMP-TIME
                    PERFORM 2235-BUMP-ROUTE-DATE THRU
                            2235-BUMP-ROUTE-DATE-EXIT
                    MOVE WS-BUMP-STAMP TO WS-RT-PU-START-STAMP
                    MOVE HV-RT-SUP-ARV-LEAD  TO WS-BUMP-DAYS
                    MOVE HV-RT-SUP-ARV-TIME  TO WS-BUMP-TIME
                    PERFORM 2235-BUMP-ROUTE-DATE THRU
                            2235-BUMP-ROUTE-DATE-EXIT
                    MOVE WS-BUMP-STAMP TO WS-RT-SUP-ARV-STAMP
                    MOVE HV-RT-DEPART-LEAD   TO WS-BUMP-DAYS
                    MOVE HV-RT-DEPART-TIME   TO WS-BUMP-TIME
                    PERFORM 2235-BUMP-ROUTE-DATE THRU
                            2235-BUMP-ROUTE-DATE-EXIT
                    MOVE WS-BUMP-STAMP TO WS-RT-DEPART-STAMP
                    MOVE HV-RT-ARRIVE-LEAD   TO WS-BUMP-DAYS
                    MOVE HV-RT-ARRIVE-TIME   TO WS-BUMP-TIME
                    PERFORM 2235-BUMP-ROUTE-DATE THRU
                            2235-BUMP-ROUTE-DATE-EXIT
                    MOVE WS-BUMP-STAMP TO WS-RT-ARRIVE-STAMP
                    MOVE HV-RT-UNLOAD-LEAD   TO WS-BUMP-DAYS
                    MOVE HV-RT-UNLOAD-TIME   TO WS-BUMP-TIME
                    PERFORM 2235-BUMP-ROUTE-DATE THRU
                            2235-BUMP-ROUTE-DATE-EXIT
                    MOVE WS-BUMP-STAMP TO WS-RT-UNLOAD-STAMP
                    PERFORM 2234-BUILD-PICKUP-TABLE THRU
                            2234-BUILD-PICKUP-TABLE-EXIT
               WHEN 100
                    SET RT-NOT-FOUND TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON RTEMSTR'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2232-ROUTE-READ-EXIT. EXIT.


      *    SIMULATION RUN ONLY: A STAGED RTEMSTRS ROW EFFECTIVE ON THE
      *    AS-OF DATE OVERRIDES THE PRODUCTION ROUTE FOR THE SUPPLIER
      *    PLANT/DOCK, SAME TIEBREAKER AS 2232. ON A HIT THE HOST
      *    VARIABLES ARE FILLED AND SQLCODE IS LEFT AT 0 FOR 2232'S
      *    EVALUATE; ON A MISS 2232 READS RTEMSTR AS USUAL.
       2233-ROUTE-READ-STAGED.

           SET WS-STAGED-NOT-FOUND TO TRUE.

           IF NOT WS-SIMULATION-MODE
              GO TO 2233-ROUTE-READ-STAGED-EXIT
           END-IF.

           EXEC SQL
               SELECT ROUTE_CODE,
                      PARTNER_CODE,
                      :HV-RT-ARRIVE-TIME,
                      :HV-RT-UNLOAD-LEAD,
                      :HV-RT-UNLOAD-TIME
                 FROM RTEMSTRS
                WHERE BUSINESS_ENT  = :WS-BUSINESS-ENT
                  AND CUSTOMER_SUPP = :HV-RT-CUSTOMER-SUPP
                  AND DOCK          = :HV-RT-DOCK

           EVALUATE SQLCODE
               WHEN 0
                    SET WS-STAGED-FOUND TO TRUE
                    ADD 1 TO WS-SIM-RT-STAGED-CNT
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON RTEMSTRS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2233-ROUTE-READ-STAGED-EXIT. EXIT.


      *    BUMPS WS-BUMP-BASE-DATE FORWARD WS-BUMP-DAYS WORKDAYS
       2234-BUILD-PICKUP-TABLE.

           MOVE 0 TO WS-PU-COUNT.
           MOVE SPACES TO WS-PU-TABLE.

           PERFORM 2236-LOAD-ROUTE-FREQ THRU
                   2236-LOAD-ROUTE-FREQ-EXIT.
              ADD 1 TO WS-PU-SUB
           END-PERFORM.

           IF WS-SIMULATION-MODE
              EXEC SQL
                   OPEN C12-RTEFREQ-SIM
              END-EXEC
           ELSE
              EXEC SQL
                   OPEN C10-RTEFREQ
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0

           PERFORM UNTIL WS-NO-MORE-RTEFREQ

               IF WS-SIMULATION-MODE
                  EXEC SQL
                       FETCH C12-RTEFREQ-SIM INTO :HV-RF-PICKUP-DAY
                  END-EXEC
               ELSE
                  EXEC SQL
                       FETCH C10-RTEFREQ INTO :HV-RF-PICKUP-DAY
                  END-EXEC
               END-IF

               EVALUATE SQLCODE
                   WHEN 0

           END-PERFORM.

           IF WS-SIMULATION-MODE
              EXEC SQL
                   CLOSE C12-RTEFREQ-SIM
              END-EXEC
           ELSE
              EXEC SQL
                   CLOSE C10-RTEFREQ
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0

           SET DK-NOT-FOUND TO TRUE.

           PERFORM 2244-DOCK-READ-STAGED THRU
                   2244-DOCK-READ-STAGED-EXIT.

           IF WS-STAGED-NOT-FOUND
              EXEC SQL
                  SELECT DESCRIPTION,
                         CHKSHT_LEAD_DAYS,
                         CHKSHT_TIME,
                         PICKLST_LEAD_DAYS,
                         PICKLST_TIME,
                         SKIDMFST_LEAD_DAYS,
                         SKIDMFST_TIME
                    INTO :HV-DK-DESCRIPTION,
                         :HV-DK-CHKSHT-LEAD   :NI-DK-CHKSHT-LEAD,
                         :HV-DK-CHKSHT-TIME   :NI-DK-CHKSHT-TIME,
                         :HV-DK-PICKLST-LEAD  :NI-DK-PICKLST-LEAD,
                         :HV-DK-PICKLST-TIME  :NI-DK-PICKLST-TIME,
                         :HV-DK-SKIDMFST-LEAD :NI-DK-SKIDMFST-LEAD,
                         :HV-DK-SKIDMFST-TIME :NI-DK-SKIDMFST-TIME
                    FROM DOCKMSTR
                   WHERE BUSINESS_ENT = :WS-BUSINESS-ENT
                     AND DOCK         = :HV-DK-DOCK
                     AND (EFF_START <= :WS-CURRENT-DATE AND
                         (EFF_STOP  >= :WS-CURRENT-DATE OR
                          EFF_STOP IS NULL))
                   ORDER BY EFF_START DESC, DESCRIPTION DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                    SET DK-FOUND TO TRUE
                    MOVE HV-DK-DESCRIPTION TO WS-DK-DESC
                    PERFORM 2243-CACHE-PRINT-LEADS THRU
                            2243-CACHE-PRINT-LEADS-EXIT
               WHEN 100
                    SET DK-NOT-FOUND TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON DOCKMSTR'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2242-DOCK-READ-EXIT. EXIT.


      *    SIMULATION RUN ONLY: DOCKMSTS OVERRIDES DOCKMSTR THE SAME
      *    WAY 2233 LETS RTEMSTRS OVERRIDE THE ROUTE MASTER.
       2244-DOCK-READ-STAGED.

           SET WS-STAGED-NOT-FOUND TO TRUE.

           IF NOT WS-SIMULATION-MODE
              GO TO 2244-DOCK-READ-STAGED-EXIT
           END-IF.

           EXEC SQL
               SELECT DESCRIPTION,
                      CHKSHT_LEAD_DAYS,
                      CHKSHT_TIME,
                      PICKLST_LEAD_DAYS,
                      PICKLST_TIME,
                      SKIDMFST_LEAD_DAYS,
                      SKIDMFST_TIME
                 INTO :HV-DK-DESCRIPTION,
                      :HV-DK-CHKSHT-LEAD   :NI-DK-CHKSHT-LEAD,
                      :HV-DK-CHKSHT-TIME   :NI-DK-CHKSHT-TIME,
                      :HV-DK-PICKLST-LEAD  :NI-DK-PICKLST-LEAD,
                      :HV-DK-PICKLST-TIME  :NI-DK-PICKLST-TIME,
                      :HV-DK-SKIDMFST-LEAD :NI-DK-SKIDMFST-LEAD,
                      :HV-DK-SKIDMFST-TIME :NI-DK-SKIDMFST-TIME
                 FROM DOCKMSTS
                WHERE BUSINESS_ENT = :WS-BUSINESS-ENT
                  AND DOCK         = :HV-DK-DOCK
                  AND (EFF_START <= :WS-CURRENT-DATE AND

           EVALUATE SQLCODE
               WHEN 0
                    SET WS-STAGED-FOUND TO TRUE
                    ADD 1 TO WS-SIM-DK-STAGED-CNT
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON DOCKMSTS'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2244-DOCK-READ-STAGED-EXIT. EXIT.


      *    A NULL LEAD OR TIME MEANS THE DOCK DOES NOT PRINT THAT
      *    DOCUMENT AHEAD - CACHE A BLANK TIME SO 2224 SKIPS IT.
       2243-CACHE-PRINT-LEADS.

           MOVE SPACES TO WS-DK-CHKSHT-TIME
                          WS-DK-PICKLST-TIME
                          WS-DK-SKIDMFST-TIME.
           MOVE 0      TO WS-DK-CHKSHT-LEAD
                          WS-DK-PICKLST-LEAD
                          WS-DK-SKIDMFST-LEAD.

           IF  NI-DK-CHKSHT-LEAD NOT < 0
           AND NI-DK-CHKSHT-TIME NOT < 0
               MOVE HV-DK-CHKSHT-LEAD TO WS-DK-CHKSHT-LEAD
               MOVE HV-DK-CHKSHT-TIME TO WS-DK-CHKSHT-TIME
           END-IF.

           IF  NI-DK-PICKLST-LEAD NOT < 0
           AND NI-DK-PICKLST-TIME NOT < 0
               MOVE HV-DK-PICKLST-LEAD TO WS-DK-PICKLST-LEAD
               MOVE HV-DK-PICKLST-TIME TO WS-DK-PICKLST-TIME
           END-IF.

           IF  NI-DK-SKIDMFST-LEAD NOT < 0
           AND NI-DK-SKIDMFST-TIME NOT < 0
               MOVE HV-DK-SKIDMFST-LEAD TO WS-DK-SKIDMFST-LEAD
               MOVE HV-DK-SKIDMFST-TIME TO WS-DK-SKIDMFST-TIME
           END-IF.

       2243-CACHE-PRINT-LEADS-EXIT. EXIT.


      *    SUMS THE OPEN ORDERS FOR THIS PART/KANBAN AND FILLS THE

       2225-CHECKPOINT.

      *    SIMULATION RUN: NO CHECKPOINT - SEE 1040.
           IF WS-SIMULATION-MODE
              GO TO 2225-CHECKPOINT-EXIT
           END-IF.

           ADD 1 TO WS-CHECKPOINT-COUNTER.

           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
           PERFORM UNTIL WS-NO-MORE-BUS-ENT

               EXEC SQL
                    FETCH C5-BUSENT
                     INTO :WS-BUSINESS-ENT,
                          :HV-PT-PARTITION-NO :NI-PT-PARTITION-NO
               END-EXEC

               EVALUATE SQLCODE
                                TO WS-ENT-CODE (WS-ENT-IDX)
                        MOVE 'N' TO WS-ENT-DONE-SW (WS-ENT-IDX)
                        MOVE 'N' TO WS-ENT-HELD-SW (WS-ENT-IDX)
                        MOVE 'Y' TO WS-ENT-OWNED-SW (WS-ENT-IDX)
                        MOVE 0   TO WS-ENT-O1-CNT (WS-ENT-IDX)
                        MOVE 0   TO WS-ENT-O2-CNT (WS-ENT-IDX)
                        IF WS-PARTITIONED-RUN
                           PERFORM 4405-CHECK-ENT-PARTITION THRU
                                   4405-CHECK-ENT-PARTITION-EXIT
                        END-IF
                   WHEN 100
                        SET WS-NO-MORE-BUS-ENT TO TRUE
                   WHEN OTHER
              CALL 'ABENDME'
           END-IF.

           IF  WS-PARTITIONED-RUN
           AND WS-OWNED-ENT-COUNT = 0
               DISPLAY 'PROGRAM NAME : OWKB010'
               DISPLAY 'NO BUSENT ENTITIES ASSIGNED TO PARTITION '
                        WS-PARTITION-NUM
               CALL 'ABENDME'
           END-IF.

       4400-LOAD-BUS-ENTITIES-EXIT. EXIT.


      *    PARTITIONED RUN: EVERY ENTITY IS STILL LOADED (7150 MUST
      *    TELL ANOTHER PARTITION'S PRIOR RECORDS FROM AN ENTITY
      *    THAT LEFT BUSENT), BUT ONLY THIS PARTITION'S ARE OWNED.
      *    AN ENTITY WITH NO PARTITION WOULD BE EXTRACTED BY NO STEP,
      *    AND A PARTITION NUMBER THAT GOES BACKWARDS IN ENTITY ORDER
      *    WOULD PUT THE CONSOLIDATED FILES OUT OF ENTITY SEQUENCE -
      *    BOTH ARE CONTROL-TABLE ERRORS THAT STOP THE RUN.
       4405-CHECK-ENT-PARTITION.

           IF NI-PT-PARTITION-NO < 0
           OR HV-PT-PARTITION-NO < 1
              DISPLAY 'PROGRAM NAME : OWKB010'
              DISPLAY 'ENTITY ' WS-BUSINESS-ENT
                      ' HAS NO PARTITION_NO ON BUSENT'
              CALL 'ABENDME'
           END-IF.

           IF HV-PT-PARTITION-NO < WS-PREV-PARTITION-NUM
              DISPLAY 'PROGRAM NAME : OWKB010'
              DISPLAY 'BUSENT PARTITIONS ARE NOT CONTIGUOUS IN '
                      'ENTITY ORDER AT ENTITY ' WS-BUSINESS-ENT
              CALL 'ABENDME'
           END-IF.

           MOVE HV-PT-PARTITION-NO TO WS-PREV-PARTITION-NUM.

           IF HV-PT-PARTITION-NO = WS-PARTITION-NUM
              ADD 1 TO WS-OWNED-ENT-COUNT
              DISPLAY 'PARTITION ' WS-PARTITION-NUM ' OWNS ENTITY '
                       WS-BUSINESS-ENT
           ELSE
              MOVE 'N' TO WS-ENT-OWNED-SW (WS-ENT-IDX)
           END-IF.

       4405-CHECK-ENT-PARTITION-EXIT. EXIT.


      *    SIMULATION RUN: THE ENTITY TABLE IS JUST THE PARM ENTITY.
      *    IT NEED NOT BE ON BUSENT YET - TRYING OUT A NEW ENTITY
      *    BEFORE ITS BUSENT ROW GOES IN IS ONE OF THE REASONS TO
      *    SIMULATE - SO A MISS IS REPORTED, NOT ABENDED.
       4410-LOAD-SIM-ENTITY.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-SM-BUSENT-CNT
                  FROM BUSENT
                 WHERE BUSINESS_ENT = :WS-SIM-ENTITY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    IF HV-SM-BUSENT-CNT = 0
                       DISPLAY 'OWKB010 ENTITY ' WS-SIM-ENTITY
                               ' NOT ON BUSENT - SIMULATED AS A '
                               'NEW ENTITY'
                    END-IF
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON BUSENT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           MOVE 1 TO WS-ENT-COUNT.
           SET WS-ENT-IDX TO 1.
           MOVE WS-SIM-ENTITY TO WS-ENT-CODE (WS-ENT-IDX).
           MOVE 'N' TO WS-ENT-DONE-SW (WS-ENT-IDX).
           MOVE 'N' TO WS-ENT-HELD-SW (WS-ENT-IDX).
           MOVE 'Y' TO WS-ENT-OWNED-SW (WS-ENT-IDX).
           MOVE 0   TO WS-ENT-O1-CNT (WS-ENT-IDX).
           MOVE 0   TO WS-ENT-O2-CNT (WS-ENT-IDX).

       4410-LOAD-SIM-ENTITY-EXIT. EXIT.


      *    RESTART ONLY: MARKS ENTITIES WHOSE COMPLETED CHECKPOINT
      *    ROW EXISTS AS DONE AND CARRIES THEIR FINAL PER-ENTITY
      *    COUNTS FORWARD SO THEIR OUTPUT04 CONTROL RECORDS STILL GO
           PERFORM 8600-CHECK-QUALITY-GATE THRU
                   8600-CHECK-QUALITY-GATE-EXIT.

      *    A SIMULATION THAT BREACHES ENDS ON A WARNING ONLY, SO THE
      *    COMPARE STEP BEHIND IT STILL RUNS - NOTHING IS HELD.
           IF WS-GATE-BREACHED
              DISPLAY 'OWKB010 OUTPUT04 CONTROL RECORDS SUPPRESSED'
              IF WS-SIMULATION-MODE
                 DISPLAY 'SIMULATION ONLY - THE CHANGE WOULD HOLD '
                         'THE DOWNSTREAM LOAD - RETURN CODE 4'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'DOWNSTREAM LOAD HELD - RETURN CODE 8'
                 DISPLAY 'AFTER REVIEW, RUN OWKB018 TO RELEASE THE '
                         'SUPPRESSED CONTROL RECORDS WITHOUT A RERUN'
                 PERFORM 8320-SNAPSHOT-SUPPRESSED THRU
                         8320-SNAPSHOT-SUPPRESSED-EXIT
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
      *    A CLEAN RUN RETIRES ANY SUPPRESSED SNAPSHOT A PRIOR
      *    BREACH LEFT BEHIND - TONIGHT'S CONTROL RECORDS GO OUT
                       WS-HELD-ENT-COUNT
           END-IF.

           IF WS-SIMULATION-MODE
              MOVE WS-SIM-RT-STAGED-CNT TO WS-SIM-COUNT-DSP
              DISPLAY 'OWKB010 SIMULATION STAGED ROUTES USED = '
                       WS-SIM-COUNT-DSP
              MOVE WS-SIM-DK-STAGED-CNT TO WS-SIM-COUNT-DSP
              DISPLAY 'OWKB010 SIMULATION STAGED DOCKS USED  = '
                       WS-SIM-COUNT-DSP
           END-IF.

           PERFORM 8500-WRITE-RUN-STATS THRU
                   8500-WRITE-RUN-STATS-EXIT.

           PERFORM 8510-CHECK-RUN-TRENDS THRU
                   8510-CHECK-RUN-TRENDS-EXIT.

           IF WS-PARTITIONED-RUN
              PERFORM 8470-MARK-PARTITION-DONE THRU
                      8470-MARK-PARTITION-DONE-EXIT
           END-IF.

       3000-CLOSE-FILES-EXIT.  EXIT.


      *    SEGMENT NEVER LEAVES PHANTOM HISTORY BEHIND.
       7145-INSERT-CHGHIST.

      *    A SIMULATION IS NEVER A DELTA RUN; BELT AND BRACES.
           IF WS-SIMULATION-MODE
              GO TO 7145-INSERT-CHGHIST-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO CHGHIST
                       (CUSTOMER_SUPP, LOCATION, ITEMID, EFF_START,
      *    IT IS SUPPRESSED AND REPORTED ON OUTPUT03 INSTEAD.
       7150-WRITE-PRIOR-DELETE.

      *    AN ENTITY OFF BUSENT IS OWNED BY NO PARTITION, AND EVERY
      *    PARTITION READS THE WHOLE PRIOR SNAPSHOT - ONLY PARTITION
      *    01 REPORTS IT, SO OWKB026'S CONCATENATED OUTPUT03 CARRIES
      *    ONE LINE PER RECORD, NOT ONE PER PARTITION.
           SET WS-ENT-IDX TO 1.
           SEARCH WS-ENT-ENTRY
               AT END
                    IF NOT WS-PARTITIONED-RUN
                    OR WS-PARTITION-NUM = 1
                       MOVE 'DELETE SUPPRESSED - ENTITY NOT ON BUSENT'
                         TO 03-ERROR-MESSAGE
                       PERFORM 7170-WRITE-PRIOR-ERROR THRU
                               7170-WRITE-PRIOR-ERROR-EXIT
                    END-IF
                    GO TO 7150-ADVANCE-PRIOR
               WHEN WS-ENT-CODE (WS-ENT-IDX) =
                    PR-OWK-BUSINESS-ENTITY
                    CONTINUE
           END-SEARCH.

      *    PARTITIONED RUN: EVERY PARTITION READS THE WHOLE PRIOR
      *    SNAPSHOT. ANOTHER PARTITION'S RECORDS ARE ITS OWN TO
      *    MATCH, DELETE OR CARRY - HERE THEY ARE ONLY STEPPED PAST.
           IF WS-ENT-OWNED-SW (WS-ENT-IDX) = 'N'
              GO TO 7150-ADVANCE-PRIOR
           END-IF.

      *    A HELD ENTITY'S EXTRACT WAS SKIPPED - ITS PRIOR RECORDS
      *    ARE NOT DELETIONS, AND NO CONTROL RECORD WOULD COVER THEM
      *    DOWNSTREAM, SO NO DELETE GOES OUT. THE RECORD IS CARRIED
           EXEC SQL
                UPDATE PARKCKPT
                   SET ENT_OUT01_COUNT = ENT_OUT01_COUNT + 1
                 WHERE PROGRAM_ID    = :HV-CK-CKPT-ID
                   AND COMPLETE_FLAG = 'Y'
                   AND BUSINESS_ENT  = :PR-OWK-BUSINESS-ENTITY
           END-EXEC.
      *    NEWEST SET IS EVER RELEASABLE.
       8320-SNAPSHOT-SUPPRESSED.

      *    SIMULATION RUN: GATERLSE IS LEFT ALONE.
           IF WS-SIMULATION-MODE
              GO TO 8320-SNAPSHOT-SUPPRESSED-EXIT
           END-IF.

           EXEC SQL
                UPDATE GATERLSE
                   SET STATUS = 'SP'
      *    SAME SUPPRESSION RULE AS 8300 - A HELD ENTITY SENT
      *    NOTHING, SO THERE IS NOTHING TO RELEASE FOR IT EITHER.
           IF WS-ENT-HELD-SW (WS-ENT-SUB) = 'Y'
           OR WS-ENT-OWNED-SW (WS-ENT-SUB) = 'N'
              ADD 1 TO WS-ENT-SUB
              GO TO 8330-SNAPSHOT-ONE-ENTITY-EXIT
           END-IF.
      *    BEFORE WRITING A FRESH SNAPSHOT.
       8340-RETIRE-STALE-SNAPSHOT.

      *    SIMULATION RUN: GATERLSE IS LEFT ALONE. PARTITIONED RUN:
      *    OWKB026 OWNS GATERLSE FOR THE COMBINED RUN.
           IF WS-SIMULATION-MODE
           OR WS-PARTITIONED-RUN
              GO TO 8340-RETIRE-STALE-SNAPSHOT-EXIT
           END-IF.

           EXEC SQL
                UPDATE GATERLSE
                   SET STATUS = 'SP'

      *    A HELD ENTITY SENT NOTHING THIS CYCLE - A CONTROL RECORD
      *    FOR IT WOULD SIT UNACKNOWLEDGED ON THE LEDGER FOREVER.
      *    ANOTHER PARTITION'S ENTITY GETS ITS RECORD FROM THAT STEP.
           IF WS-ENT-HELD-SW (WS-ENT-SUB) = 'Y'
           OR WS-ENT-OWNED-SW (WS-ENT-SUB) = 'N'
              ADD 1 TO WS-ENT-SUB
              GO TO 8300-WRITE-CNTREC-EXIT
           END-IF.
                       DP_COUNT      = :HV-CK-DP-CNT,
                       EX_COUNT      = :HV-CK-EX-CNT,
                       PHASE         = :HV-CK-PHASE,
                       CKPT_DATE     = :WS-CURRENT-DATE,
                       ENT_OUT01_COUNT = :HV-CK-ENT-OUT01-CNT,
                       ENT_OUT02_COUNT = :HV-CK-ENT-OUT02-CNT
                 WHERE PROGRAM_ID    = :HV-CK-CKPT-ID
                   AND COMPLETE_FLAG = 'N'
           END-EXEC.

                           IK_COUNT,
                           ES_COUNT, IS_COUNT, DL_COUNT, DP_COUNT,
                           EX_COUNT, PHASE,
                           ENT_OUT01_COUNT, ENT_OUT02_COUNT,
                           CKPT_DATE)
                   VALUES (:HV-CK-CKPT-ID, 'N',
                           :HV-CK-BUSINESS-ENT,
                           :HV-CK-CUSTOMER-SUPP,
                           :HV-CK-LOCATION, :HV-CK-ITEMID,
                           :HV-CK-DL-CNT, :HV-CK-DP-CNT,
                           :HV-CK-EX-CNT, :HV-CK-PHASE,
                           :HV-CK-ENT-OUT01-CNT,
                           :HV-CK-ENT-OUT02-CNT,
                           :WS-CURRENT-DATE)
              END-EXEC
           END-IF.

      *    SO A COMPLETED ROW IS INSERTED OUTRIGHT.
       8430-FINALIZE-ENT-CHECKPOINT.

      *    SIMULATION RUN: NO CHECKPOINT ROW, NO SERIES FLUSH.
           IF WS-SIMULATION-MODE
              GO TO 8430-FINALIZE-ENT-CHECKPOINT-EXIT
           END-IF.

           MOVE WS-BUSINESS-ENT     TO HV-CK-BUSINESS-ENT.
           MOVE WS-ENT-OUT01-CNT    TO HV-CK-ENT-OUT01-CNT.
           MOVE WS-ENT-OUT02-CNT    TO HV-CK-ENT-OUT02-CNT.
                       DP_COUNT      = :HV-CK-DP-CNT,
                       EX_COUNT      = :HV-CK-EX-CNT,
                       PHASE         = :HV-CK-PHASE,
                       CKPT_DATE     = :WS-CURRENT-DATE,
                       ENT_OUT01_COUNT = :HV-CK-ENT-OUT01-CNT,
                       ENT_OUT02_COUNT = :HV-CK-ENT-OUT02-CNT
                 WHERE PROGRAM_ID    = :HV-CK-CKPT-ID
                   AND COMPLETE_FLAG = 'N'
           END-EXEC.

                           IK_COUNT,
                           ES_COUNT, IS_COUNT, DL_COUNT, DP_COUNT,
                           EX_COUNT, PHASE,
                           ENT_OUT01_COUNT, ENT_OUT02_COUNT,
                           CKPT_DATE)
                   VALUES (:HV-CK-CKPT-ID, 'Y',
                           :HV-CK-BUSINESS-ENT,
                           ' ', ' ',
                           ' ', ' ', ' ',
                           :HV-CK-DL-CNT, :HV-CK-DP-CNT,
                           :HV-CK-EX-CNT, :HV-CK-PHASE,
                           :HV-CK-ENT-OUT01-CNT,
                           :HV-CK-ENT-OUT02-CNT,
                           :WS-CURRENT-DATE)
              END-EXEC
           END-IF.


       8410-CLEAR-CHECKPOINT.

      *    SIMULATION RUN: THE CHECKPOINT ROWS ARE NOT OURS.
           IF WS-SIMULATION-MODE
              GO TO 8410-CLEAR-CHECKPOINT-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM PARKCKPT
                 WHERE PROGRAM_ID = :HV-CK-CKPT-ID
           END-EXEC.

           EVALUATE SQLCODE
       8410-CLEAR-CHECKPOINT-EXIT. EXIT.


      *    PARTITIONED RUN: THE PARTITION FINISHED - FLIP ITS PARTCTL
      *    ROW TO 'C' WITH THE COUNTS OWKB026 SUMS FOR THE COMBINED
      *    GATE AND RUNSTATS ROW, AND CHECKS AGAINST THE RECORDS IT
      *    ACTUALLY FINDS ON THE PARTITION FILES.
       8470-MARK-PARTITION-DONE.

           MOVE WS-PARTITION-NUM   TO HV-PT-PARTITION-NO.
           MOVE 'C'                TO HV-PT-STATUS.
           MOVE WS-OWNED-ENT-COUNT TO HV-PT-ENT-COUNT.
           MOVE WS-RESTART-SWITCH  TO HV-RS-RESTART-FLAG.

           EXEC SQL
                UPDATE PARTCTL
                   SET STATUS         = :HV-PT-STATUS,
                       RESTART_FLAG   = :HV-RS-RESTART-FLAG,
                       ENT_COUNT      = :HV-PT-ENT-COUNT,
                       HELD_ENT_COUNT = :WS-HELD-ENT-COUNT,
                       OUT01_COUNT    = :WS-OUT01-COUNTER,
                       OUT02_COUNT    = :WS-OUT02-COUNTER,
                       OUT03_COUNT    = :WS-OUT03-COUNTER,
                       OUT04_COUNT    = :WS-OUT04-COUNTER,
                       NEWPRIOR_COUNT = :WS-NEWPRIOR-COUNTER,
                       IK_COUNT       = :WS-IK-COUNT,
                       ES_COUNT       = :WS-ES-COUNT,
                       IS_COUNT       = :WS-IS-COUNT,
                       DL_COUNT       = :WS-DL-COUNT,
                       DP_COUNT       = :WS-DP-COUNT,
                       EX_COUNT       = :WS-EX-COUNT
                 WHERE PROGRAM_ID   = :HV-CK-PROGRAM-ID
                   AND PARTITION_NO = :HV-PT-PARTITION-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD COMPLETE UPDATE ON PARTCTL'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

           DISPLAY 'OWKB010 PARTITION ' WS-PARTITION-NUM
                   ' COMPLETE - READY FOR OWKB026 CONSOLIDATION'.

       8470-MARK-PARTITION-DONE-EXIT. EXIT.


      *    EXCEPTION-RATE QUALITY GATE: COMPARES THE OUTPUT03
      *    EXCEPTION COUNT (ABSOLUTE, AND AS A PERCENTAGE OF THE
      *    OUTPUT01 EXTRACT) AGAINST THE QUALGATE THRESHOLDS. A BAD

           SET WS-GATE-CLEAR TO TRUE.

      *    PARTITIONED RUN: ONE PARTITION'S SHARE SAYS NOTHING ABOUT
      *    THE NIGHT - OWKB026 GATES THE COMBINED TOTALS. THE
      *    PARTITION'S CONTROL RECORDS GO TO ITS OWN OUTPUT04, WHICH
      *    ONLY OWKB026 READS.
           IF WS-PARTITIONED-RUN
              GO TO 8600-CHECK-QUALITY-GATE-EXIT
           END-IF.

           EXEC SQL
                SELECT MAX_EXC_COUNT, MAX_EXC_PCT
                  INTO :HV-QG-MAX-COUNT,
      *    'N' AND IS FLIPPED BY 8530 WHEN THE TREND CHECK TRIPS.
       8500-WRITE-RUN-STATS.

      *    SIMULATION RUN: NOT A RUN OF RECORD - NO RUNSTATS ROW.
      *    PARTITIONED RUN: OWKB026 WRITES ONE ROW FOR THE COMBINED
      *    RUN FROM THE PARTCTL COUNTS 8470 LEAVES.
           IF WS-SIMULATION-MODE
           OR WS-PARTITIONED-RUN
              GO TO 8500-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE WS-RESTART-SWITCH TO HV-RS-RESTART-FLAG.
           MOVE WS-RUN-MODE       TO HV-RS-RUN-MODE.

      *    THE CHECK IS SKIPPED SILENTLY.
       8510-CHECK-RUN-TRENDS.

      *    SIMULATION RUN: NO RUNSTATS ROW TO JUDGE OR FLAG.
           IF WS-SIMULATION-MODE
           OR WS-PARTITIONED-RUN
              GO TO 8510-CHECK-RUN-TRENDS-EXIT
           END-IF.

           PERFORM 8505-READ-TREND-CONTROL THRU
                   8505-READ-TREND-CONTROL-EXIT.

      *    8200-WRITE-ERROR'S CALLERS SET 03-ERROR-MESSAGE FIRST.
       8420-LOG-DUP-STEWARD.

      *    SIMULATION RUN: THE STEWARD WORKLIST IS LEFT ALONE.
           IF WS-SIMULATION-MODE
              GO TO 8420-LOG-DUP-STEWARD-EXIT
           END-IF.

           EXEC SQL
                UPDATE DUPSTEWD
                   SET HIT_COUNT      = HIT_COUNT + 1,
      *    8420-LOG-DUP-STEWARD WORKLIST UPSERT.
       8440-LOG-RECYCLE.

      *    SIMULATION RUN: THE RECYCLE QUEUE IS LEFT ALONE.
           IF WS-SIMULATION-MODE
              GO TO 8440-LOG-RECYCLE-EXIT
           END-IF.

           IF  SUPP-FOUND
           AND ORD-MTD-FOUND
               MOVE 'BOTH CODES' TO HV-RC-REASON
      *    OUTPUT RECORDS THE PROMOTION WROTE.
       8450-DELETE-RECYCLE-ROW.

      *    SIMULATION RUN: THE RECYCLE QUEUE IS LEFT ALONE.
           IF WS-SIMULATION-MODE
              GO TO 8450-DELETE-RECYCLE-ROW-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM PARKRCYL
                 WHERE BUSINESS_ENT  = :WS-BUSINESS-ENT
      *    THE CHECKPOINT UNIT OF WORK - NO COMMIT OF ITS OWN.
       8460-FLUSH-ORD-SERIES.

      *    SIMULATION RUN: NUMBERS ARE DRAWN IN STORAGE ONLY.
           IF WS-SIMULATION-MODE
              GO TO 8460-FLUSH-ORD-SERIES-EXIT
           END-IF.

           MOVE 1 TO WS-OSN-SUB.
           PERFORM 8461-FLUSH-ONE-SERIES THRU
                   8461-FLUSH-ONE-SERIES-EXIT
