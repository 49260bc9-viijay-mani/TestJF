       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF25.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    SIMULATION COMPARE. LINES A SIMULATED OWKB010 RUN (RUN
      *    MODE 'S' - ONE ENTITY, AN AS-OF DATE AND THE STAGED
      *    ROUTE / DOCK / CL OVERLAY) UP AGAINST LAST NIGHT'S REAL
      *    EXTRACT FOR THE SAME ENTITY, RECORD BY RECORD:
      *      - OUTPUT01 IS MATCHED ON THE SAME KEY THE DELTA MODE
      *        USES (ENTITY, PHASE, SUPPLIER, LOCATION, PART, CL
      *        EFFECTIVE START, TRANSACTION TYPE). A RECORD ONLY THE
      *        SIMULATION WROTE IS REPORTED AS ADDED, ONE ONLY THE
      *        REAL RUN WROTE AS DROPPED, AND A MATCHED PAIR GETS ONE
      *        CHANGED LINE PER FIELD THAT DIFFERS. THE RUN-STAMPED
      *        DATES ARE ONLY COMPARED WHEN BOTH RUNS ARE FOR THE SAME
      *        DATE - SIMULATE AS OF LAST NIGHT'S RUN DATE TO SEE THE
      *        TIMING EFFECT OF A ROUTE OR DOCK CHANGE. ORDER NUMBERS
      *        ARE NEVER COMPARED (A SIMULATION DRAWS THEM IN STORAGE
      *        ONLY).
      *      - OUTPUT03 HAS NO KEY, SO BOTH FILES ARE SORTED TOGETHER
      *        AND EACH DISTINCT EXCEPTION IS COUNTED PER SIDE: NEW
      *        (SIMULATION ONLY), CLEARED (REAL ONLY) OR COUNT CHANGED.
      *        THE REAL FILE CARRIES EVERY ENTITY, SO A REAL-ONLY
      *        EXCEPTION IS ONLY REPORTED WHEN ITS PART / PLANT / DOCK
      *        BELONGS TO THE SIMULATED ENTITY ON PARKANB.
      *    PRIOR01 IS LAST NIGHT'S OUTPUT01 WHERE THE EXTRACT RUNS
      *    FULL, OR LAST NIGHT'S NEWPRIOR WHERE IT RUNS IN DELTA MODE
      *    (OUTPUT01 ONLY CARRIES THE NET CHANGES THERE). PRIOR03 IS
      *    LAST NIGHT'S OUTPUT03. OUT01 / OUT03 ARE THE SIMULATION
      *    DATASETS. PARM IS THE SIMULATED ENTITY, PARM='SBE01'.
      *    NOTHING IS UPDATED. RETURN CODE 4 WHEN ANY DIFFERENCE IS
      *    FOUND. RUN AS A FOLLOW-ON STEP AFTER OWKB010 IN THE
      *    SIMULATION JOB.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OUTPUT01-FILE ASSIGN TO OUT01
                  FILE STATUS IS WS-OUT01-STATUS.

           SELECT PRIOR01-FILE ASSIGN TO PRIOR01
                  FILE STATUS IS WS-PRIOR01-STATUS.

           SELECT OUTPUT03-FILE ASSIGN TO OUT03
                  FILE STATUS IS WS-OUT03-STATUS.

           SELECT PRIOR03-FILE ASSIGN TO PRIOR03
                  FILE STATUS IS WS-PRIOR03-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPT01
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.


       DATA DIVISION.

       FILE SECTION.

       FD  OUTPUT01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT01                   PIC X(896).


       FD  PRIOR01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-PRIOR01                 PIC X(896).


       FD  OUTPUT03-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT03                   PIC X(80).


       FD  PRIOR03-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-PRIOR03                 PIC X(80).


       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-REPORT                  PIC X(132).


      *    ONE EXCEPTION RECORD TAGGED WITH ITS SIDE - 'P' FOR THE
      *    REAL (PRIOR) RUN, 'S' FOR THE SIMULATION.
       SD  SORT-WORK-FILE.

       01  SORT-REC.
           05 SRT-ERRREC               PIC X(80).
           05 SRT-SOURCE               PIC X(01).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-OUT01-STATUS          PIC X(02).
           05 WS-PRIOR01-STATUS        PIC X(02).
           05 WS-OUT03-STATUS          PIC X(02).
           05 WS-PRIOR03-STATUS        PIC X(02).
           05 WS-RPT-STATUS            PIC X(02).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-OUT01-SWITCH          PIC X(01) VALUE 'Y'.
              88 WS-MORE-OUT01                   VALUE 'Y'.
              88 WS-NO-MORE-OUT01                VALUE 'N'.
           05 WS-PRIOR01-SWITCH        PIC X(01) VALUE 'Y'.
              88 WS-MORE-PRIOR01                 VALUE 'Y'.
              88 WS-NO-MORE-PRIOR01              VALUE 'N'.
           05 WS-OUT03-SWITCH          PIC X(01) VALUE 'Y'.
              88 WS-MORE-OUT03                   VALUE 'Y'.
              88 WS-NO-MORE-OUT03                VALUE 'N'.
           05 WS-PRIOR03-SWITCH        PIC X(01) VALUE 'Y'.
              88 WS-MORE-PRIOR03                 VALUE 'Y'.
              88 WS-NO-MORE-PRIOR03              VALUE 'N'.
           05 WS-SORT-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-SORTED                  VALUE 'Y'.
              88 WS-NO-MORE-SORTED               VALUE 'N'.
           05 WS-REC-CHANGED-SWITCH    PIC X(01) VALUE 'N'.
              88 WS-REC-CHANGED                  VALUE 'Y'.
              88 WS-REC-NOT-CHANGED              VALUE 'N'.

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

       01  WS-COUNTERS.
           05 WS-SIM01-COUNTER         PIC 9(08) VALUE 0.
           05 WS-PRIOR01-COUNTER       PIC 9(08) VALUE 0.
           05 WS-PRIOR01-OTHER         PIC 9(08) VALUE 0.
           05 WS-UNCHANGED-COUNTER     PIC 9(08) VALUE 0.
           05 WS-CHANGED-COUNTER       PIC 9(08) VALUE 0.
           05 WS-FIELD-DIFF-COUNTER    PIC 9(08) VALUE 0.
           05 WS-ADDED-COUNTER         PIC 9(08) VALUE 0.
           05 WS-DROPPED-COUNTER       PIC 9(08) VALUE 0.
           05 WS-SIM03-COUNTER         PIC 9(08) VALUE 0.
           05 WS-PRIOR03-COUNTER       PIC 9(08) VALUE 0.
           05 WS-PRIOR03-OTHER         PIC 9(08) VALUE 0.
           05 WS-EXC-NEW-COUNTER       PIC 9(08) VALUE 0.
           05 WS-EXC-CLEARED-COUNTER   PIC 9(08) VALUE 0.
           05 WS-EXC-COUNT-CHANGED     PIC 9(08) VALUE 0.
           05 WS-GRP-PRIOR-CNT         PIC 9(08) VALUE 0.
           05 WS-GRP-SIM-CNT           PIC 9(08) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.

       01  WS-SIM-ENTITY               PIC X(05).

       01  WS-PREV-ERRREC              PIC X(80) VALUE LOW-VALUES.

      *    ONE FIELD OF A MATCHED PAIR, SET UP FOR 2350.
       01  WS-COMPARE-AREAS.
           05 WS-CMP-NAME              PIC X(17).
           05 WS-CMP-PRIOR             PIC X(30).
           05 WS-CMP-SIM               PIC X(30).

      *    SAME KEY OWKB010'S DELTA MODE MATCHES ON (SEE ITS 7000),
      *    SO BOTH FILES ARE ALREADY IN THIS ORDER. HIGH-VALUES AT
      *    END OF FILE LETS THE OTHER SIDE DRAIN.
       01  WS-COMPARE-KEYS.
           05 WS-SIM-KEY.
              10 WS-SIM-KEY-BUSENT      PIC X(05).
              10 WS-SIM-KEY-PHASE       PIC X(01).
              10 WS-SIM-KEY-SUPPLIER    PIC X(07).
              10 WS-SIM-KEY-LOCATION    PIC X(12).
              10 WS-SIM-KEY-PART        PIC X(12).
              10 WS-SIM-KEY-EFF-START   PIC X(10).
              10 WS-SIM-KEY-TXN         PIC X(02).
           05 WS-PRIOR-KEY.
              10 WS-PRIOR-KEY-BUSENT    PIC X(05).
              10 WS-PRIOR-KEY-PHASE     PIC X(01).
              10 WS-PRIOR-KEY-SUPPLIER  PIC X(07).
              10 WS-PRIOR-KEY-LOCATION  PIC X(12).
              10 WS-PRIOR-KEY-PART      PIC X(12).
              10 WS-PRIOR-KEY-EFF-START PIC X(10).
              10 WS-PRIOR-KEY-TXN       PIC X(02).

      *    MATCHES OWKB010's 01REC LAYOUT (896 BYTES) FIELD FOR FIELD
      *    SO READ ... INTO LINES UP ON THE SAME OFFSETS.
       01  WS-01REC-LAYOUT.
           05 01-OWK-BUSINESS-ENTITY     PIC X(05).
           05 01-OWK-ORD-REL-TYPE-CODE   PIC X(02).
           05 01-OWK-ORD-REL-STATUS      PIC X(02).
           05 01-OWK-ORD-REL-DT          PIC X(14).
           05 01-OWK-BE-DOCK             PIC X(02).
           05 01-OWK-DOCK-DESC           PIC X(30).
           05 01-OWK-ORD-NUM             PIC X(12).
           05 01-OWK-ORD-SERIES-NUM      PIC X(08).
           05 01-OWK-ORD-DEL-NUM         PIC X(04).
           05 01-OWK-SUP-PLANT-CODE      PIC X(05).
           05 01-OWK-SUP-PLANT-NAME      PIC X(30).
           05 01-OWK-ORD-SPECIALIST      PIC X(02).
           05 01-OWK-ORD-HDL-TYPE-CODE   PIC X(01).
           05 01-OWK-BE-UNLOAD-DT        PIC X(14).
           05 01-OWK-RP-CHECKSHEET-PRINT PIC X(14).
           05 01-OWK-RP-PICKLIST-PRINT   PIC X(14).
           05 01-OWK-RP-SKIDMFST-PRINT   PIC X(14).
           05 01-OWK-PU-ROUTE-START-DT   PIC X(14).
           05 01-OWK-SUP-ARV-DT          PIC X(14).
           05 01-OWK-SUP-SHIP-DOCK       PIC X(03).
           05 01-OWK-DATA.
              10 01-OWK-PARTNER-CODE     PIC X(05).
              10 01-OWK-PARTNER-NAME     PIC X(30).
              10 01-OWK-PNT-CODE         PIC X(05).
              10 01-OWK-PNT-SHORT-NAME   PIC X(03).
              10 01-OWK-PNT-NAME         PIC X(30).
              10 01-OWK-RESP-LP-FLAG     PIC X(01).
              10 01-OWK-RTE-CODE         PIC X(09).
              10 01-OWK-RTE-DEPART-DT    PIC X(14).
              10 01-OWK-RTE-ARRIVE-DT    PIC X(14).
           05 01-OWK-KANBAN-NUM          PIC X(04).
           05 01-OWK-PART-NUM            PIC X(12).
           05 01-OWK-PART-DESC           PIC X(30).
           05 01-OWK-QTY-PER-BOX         PIC X(07).
           05 01-OWK-LAST-BOX-QTY        PIC X(07).
           05 01-OWK-TTL-BOX-ORD         PIC X(07).
           05 01-OWK-BO-REMAIN-TO-ORD    PIC X(07).
           05 01-OWK-STORE-ADDRESS       PIC X(10).
           05 01-OWK-LINESIDE-ADDRESS    PIC X(10).
           05 01-OWK-NAMC-DATA           PIC X(10).
           05 01-OWK-TXN-TYPE            PIC X(02).
           05 01-OWK-NET-CHG-FLAG        PIC X(01).
           05 01-OWK-FILLER              PIC X(12).
           05 01-OWK-KEY-DATA.
              10 01-OWK-KEY-SUPPLIER     PIC X(07).
              10 01-OWK-KEY-LOCATION     PIC X(12).
              10 01-OWK-KEY-EFF-START    PIC X(10).

      *    THE REAL RUN'S RECORD - SAME LAYOUT AGAIN.
       01  WS-PRIOR-01REC.
           05 PR-OWK-BUSINESS-ENTITY     PIC X(05).
           05 PR-OWK-ORD-REL-TYPE-CODE   PIC X(02).
           05 PR-OWK-ORD-REL-STATUS      PIC X(02).
           05 PR-OWK-ORD-REL-DT          PIC X(14).
           05 PR-OWK-BE-DOCK             PIC X(02).
           05 PR-OWK-DOCK-DESC           PIC X(30).
           05 PR-OWK-ORD-NUM             PIC X(12).
           05 PR-OWK-ORD-SERIES-NUM      PIC X(08).
           05 PR-OWK-ORD-DEL-NUM         PIC X(04).
           05 PR-OWK-SUP-PLANT-CODE      PIC X(05).
           05 PR-OWK-SUP-PLANT-NAME      PIC X(30).
           05 PR-OWK-ORD-SPECIALIST      PIC X(02).
           05 PR-OWK-ORD-HDL-TYPE-CODE   PIC X(01).
           05 PR-OWK-BE-UNLOAD-DT        PIC X(14).
           05 PR-OWK-RP-CHECKSHEET-PRINT PIC X(14).
           05 PR-OWK-RP-PICKLIST-PRINT   PIC X(14).
           05 PR-OWK-RP-SKIDMFST-PRINT   PIC X(14).
           05 PR-OWK-PU-ROUTE-START-DT   PIC X(14).
           05 PR-OWK-SUP-ARV-DT          PIC X(14).
           05 PR-OWK-SUP-SHIP-DOCK       PIC X(03).
           05 PR-OWK-DATA.
              10 PR-OWK-PARTNER-CODE     PIC X(05).
              10 PR-OWK-PARTNER-NAME     PIC X(30).
              10 PR-OWK-PNT-CODE         PIC X(05).
              10 PR-OWK-PNT-SHORT-NAME   PIC X(03).
              10 PR-OWK-PNT-NAME         PIC X(30).
              10 PR-OWK-RESP-LP-FLAG     PIC X(01).
              10 PR-OWK-RTE-CODE         PIC X(09).
              10 PR-OWK-RTE-DEPART-DT    PIC X(14).
              10 PR-OWK-RTE-ARRIVE-DT    PIC X(14).
           05 PR-OWK-KANBAN-NUM          PIC X(04).
           05 PR-OWK-PART-NUM            PIC X(12).
           05 PR-OWK-PART-DESC           PIC X(30).
           05 PR-OWK-QTY-PER-BOX         PIC X(07).
           05 PR-OWK-LAST-BOX-QTY        PIC X(07).
           05 PR-OWK-TTL-BOX-ORD         PIC X(07).
           05 PR-OWK-BO-REMAIN-TO-ORD    PIC X(07).
           05 PR-OWK-STORE-ADDRESS       PIC X(10).
           05 PR-OWK-LINESIDE-ADDRESS    PIC X(10).
           05 PR-OWK-NAMC-DATA           PIC X(10).
           05 PR-OWK-TXN-TYPE            PIC X(02).
           05 PR-OWK-NET-CHG-FLAG        PIC X(01).
           05 PR-OWK-FILLER              PIC X(12).
           05 PR-OWK-KEY-DATA.
              10 PR-OWK-KEY-SUPPLIER     PIC X(07).
              10 PR-OWK-KEY-LOCATION     PIC X(12).
              10 PR-OWK-KEY-EFF-START    PIC X(10).

      *    SAME 80-BYTE SHAPE AS OWKB010's 03-ERRREC.
       01  03-ERRREC.
           05  03-OWK-PART-NUM          PIC X(12).
           05  03-FILLER1               PIC X(01).
           05  03-OWK-KANBAN-NUM        PIC X(04).
           05  03-FILLER2               PIC X(01).
           05  03-OWK-BE-DOCK           PIC X(02).
           05  03-FILLER3               PIC X(01).
           05  03-OWK-SUP-PLANT-CODE    PIC X(05).
           05  03-FILLER4               PIC X(01).
           05  03-ERROR-MESSAGE         PIC X(53).

       01  HOST-VARIABLES-SC.
           05 HV-SC-BUSENT             PIC X(05).
           05 HV-SC-PART-NUM           PIC X(12).
           05 HV-SC-SUP-PLANT          PIC X(05).
           05 HV-SC-BE-DOCK            PIC X(02).
           05 HV-SC-ROW-COUNT          PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(38) VALUE
              'OWKB025 - SIMULATION COMPARE ENTITY '.
           05 RPT-H1-ENTITY            PIC X(05).
           05 FILLER                   PIC X(17) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 RPT-H1-DATE              PIC X(10).
           05 FILLER                   PIC X(52) VALUE SPACES.

       01  RPT-EXTRACT-HEAD.
           05 FILLER                   PIC X(132) VALUE
              'OUTPUT01 EXTRACT DIFFERENCES (PRIOR = LAST REAL RUN)'.

       01  RPT-HEADING-2.
           05 FILLER                   PIC X(08) VALUE 'ACTION'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE 'TX'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'SUPPLR'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'LOCATION'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'PART NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'KANB'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE 'FIELD'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE 'PRIOR VALUE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
              'SIMULATED VALUE'.
           05 FILLER                   PIC X(02) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 RPT-D-ACTION             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-TXN-TYPE           PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-SUPPLIER           PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-LOCATION           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-PART-NUM           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-KANBAN             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-FIELD              PIC X(17).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-PRIOR              PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-SIM                PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.

      *    WHAT AN ADDED OR DROPPED RECORD SHOWS IN ITS VALUE COLUMN.
       01  WS-RECORD-RECAP.
           05 FILLER                   PIC X(04) VALUE 'RTE '.
           05 WS-RECAP-RTE-CODE        PIC X(09).
           05 FILLER                   PIC X(07) VALUE ' BOXES '.
           05 WS-RECAP-TTL-BOX         PIC X(07).
           05 FILLER                   PIC X(03) VALUE SPACES.

       01  RPT-EXCEPTION-HEAD.
           05 FILLER                   PIC X(132) VALUE
              'OUTPUT03 EXCEPTION DIFFERENCES (PRIOR = LAST REAL RUN)'.

       01  RPT-HEADING-3.
           05 FILLER                   PIC X(08) VALUE 'ACTION'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'PART NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'KANB'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE 'DK'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'PLANT'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(53) VALUE 'EXCEPTION'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE ' PRIOR'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE '   SIM'.
           05 FILLER                   PIC X(29) VALUE SPACES.

       01  RPT-EXC-DETAIL-LINE.
           05 RPT-E-ACTION             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-E-PART-NUM           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-E-KANBAN             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-E-BE-DOCK            PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-E-SUP-PLANT          PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-E-MESSAGE            PIC X(53).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-E-PRIOR-CNT          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-E-SIM-CNT            PIC ZZ,ZZ9.
           05 FILLER                   PIC X(29) VALUE SPACES.

       01  RPT-NO-DIFF-LINE.
           05 FILLER                   PIC X(132) VALUE
              'NO DIFFERENCES'.

       01  RPT-SUMMARY-HEAD.
           05 FILLER                   PIC X(132) VALUE
              'SIMULATION COMPARE SUMMARY'.

       01  RPT-SUMMARY-LINE.
           05 RPT-S-DESC               PIC X(30).
           05 FILLER                   PIC X(03) VALUE ' = '.
           05 RPT-S-COUNT              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(89) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-JCL-PARM.
           05 LS-PARM-LEN               PIC S9(4) COMP.
           05 LS-PARM-ENTITY            PIC X(05).

       PROCEDURE DIVISION USING LS-JCL-PARM.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB025 START'.

           PERFORM 1000-INITIALIZATION THRU
                   1000-INITIALIZATION-EXIT.

           PERFORM 2000-MAINLINE THRU
                   2000-MAINLINE-EXIT.

           PERFORM 3000-CLOSE-FILES THRU
                   3000-CLOSE-FILES-EXIT.

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

      *    THE ENTITY IS REQUIRED - WITHOUT IT EVERY OTHER ENTITY ON
      *    THE REAL FILE WOULD REPORT AS DROPPED.
           IF LS-PARM-LEN < 5
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'FORCED ABEND - PARM MUST CARRY THE ENTITY'
              CALL 'ABENDME'
           END-IF.
           MOVE LS-PARM-ENTITY TO WS-SIM-ENTITY.
           IF WS-SIM-ENTITY = SPACES
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'FORCED ABEND - PARM ENTITY IS BLANK'
              CALL 'ABENDME'
           END-IF.
           DISPLAY 'SIMULATED ENTITY = ' WS-SIM-ENTITY.

           OPEN INPUT OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'OPEN ERROR FOR INPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN INPUT PRIOR01-FILE.

           IF WS-PRIOR01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'OPEN ERROR FOR PRIOR FILE 1 '
              DISPLAY 'FILE STATUS ' WS-PRIOR01-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN INPUT OUTPUT03-FILE.

           IF WS-OUT03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'OPEN ERROR FOR INPUT FILE 3 '
              DISPLAY 'FILE STATUS ' WS-OUT03-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN INPUT PRIOR03-FILE.

           IF WS-PRIOR03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'OPEN ERROR FOR PRIOR FILE 3 '
              DISPLAY 'FILE STATUS ' WS-PRIOR03-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'OPEN ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

       1000-INITIALIZATION-EXIT. EXIT.


       2000-MAINLINE.

           MOVE WS-SIM-ENTITY   TO RPT-H1-ENTITY.
           MOVE WS-CURRENT-DATE TO RPT-H1-DATE.
           WRITE REC-REPORT FROM RPT-HEADING-1.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-EXTRACT-HEAD.
           WRITE REC-REPORT FROM RPT-HEADING-2.

           PERFORM 2110-READ-SIM01 THRU
                   2110-READ-SIM01-EXIT.

           PERFORM 2120-READ-PRIOR01 THRU
                   2120-READ-PRIOR01-EXIT.

           PERFORM 2200-MATCH-EXTRACT THRU
                   2200-MATCH-EXTRACT-EXIT
             UNTIL WS-NO-MORE-OUT01
               AND WS-NO-MORE-PRIOR01.

           IF WS-CHANGED-COUNTER = 0
           AND WS-ADDED-COUNTER = 0
           AND WS-DROPPED-COUNTER = 0
              WRITE REC-REPORT FROM RPT-NO-DIFF-LINE
           END-IF.

           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-EXCEPTION-HEAD.
           WRITE REC-REPORT FROM RPT-HEADING-3.

           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-ERRREC
                                 SRT-SOURCE
                INPUT PROCEDURE IS 2400-RELEASE-EXCEPTIONS THRU
                                   2400-RELEASE-EXCEPTIONS-EXIT
                OUTPUT PROCEDURE IS 2500-COMPARE-EXCEPTIONS THRU
                                    2500-COMPARE-EXCEPTIONS-EXIT.

           IF SORT-RETURN NOT = 0
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'SORT FAILED - SORT-RETURN ' SORT-RETURN
              CALL 'ABENDME'
           END-IF.

           IF WS-EXC-NEW-COUNTER = 0
           AND WS-EXC-CLEARED-COUNTER = 0
           AND WS-EXC-COUNT-CHANGED = 0
              WRITE REC-REPORT FROM RPT-NO-DIFF-LINE
           END-IF.

           PERFORM 2700-WRITE-SUMMARY THRU
                   2700-WRITE-SUMMARY-EXIT.

       2000-MAINLINE-EXIT. EXIT.


      *    NEXT SIMULATED EXTRACT RECORD AND ITS MATCH KEY. THE
      *    SIMULATION ONLY RAN THE ONE ENTITY, SO NO FILTER HERE.
       2110-READ-SIM01.

           READ OUTPUT01-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-OUT01 TO TRUE
                    MOVE HIGH-VALUES TO WS-SIM-KEY
                    GO TO 2110-READ-SIM01-EXIT
           END-READ.

           ADD 1 TO WS-SIM01-COUNTER.

           MOVE 01-OWK-BUSINESS-ENTITY TO WS-SIM-KEY-BUSENT.
           IF 01-OWK-TXN-TYPE = 'EX'
              MOVE '2' TO WS-SIM-KEY-PHASE
           ELSE
              MOVE '1' TO WS-SIM-KEY-PHASE
           END-IF.
           MOVE 01-OWK-KEY-SUPPLIER    TO WS-SIM-KEY-SUPPLIER.
           MOVE 01-OWK-KEY-LOCATION    TO WS-SIM-KEY-LOCATION.
           MOVE 01-OWK-PART-NUM        TO WS-SIM-KEY-PART.
           MOVE 01-OWK-KEY-EFF-START   TO WS-SIM-KEY-EFF-START.
           MOVE 01-OWK-TXN-TYPE        TO WS-SIM-KEY-TXN.

       2110-READ-SIM01-EXIT. EXIT.


      *    NEXT REAL EXTRACT RECORD FOR THE SIMULATED ENTITY. OTHER
      *    ENTITIES AND DELETE RECORDS (A DELTA-MODE OUTPUT01 HANDED
      *    IN BY MISTAKE) ARE SKIPPED - NEITHER IS PART OF LAST
      *    NIGHT'S POPULATION FOR THIS ENTITY.
       2120-READ-PRIOR01.

           READ PRIOR01-FILE INTO WS-PRIOR-01REC
               AT END
                    SET WS-NO-MORE-PRIOR01 TO TRUE
                    MOVE HIGH-VALUES TO WS-PRIOR-KEY
                    GO TO 2120-READ-PRIOR01-EXIT
           END-READ.

           IF PR-OWK-BUSINESS-ENTITY NOT = WS-SIM-ENTITY
           OR PR-OWK-NET-CHG-FLAG = 'D'
              ADD 1 TO WS-PRIOR01-OTHER
              GO TO 2120-READ-PRIOR01
           END-IF.

           ADD 1 TO WS-PRIOR01-COUNTER.

           MOVE PR-OWK-BUSINESS-ENTITY TO WS-PRIOR-KEY-BUSENT.
           IF PR-OWK-TXN-TYPE = 'EX'
              MOVE '2' TO WS-PRIOR-KEY-PHASE
           ELSE
              MOVE '1' TO WS-PRIOR-KEY-PHASE
           END-IF.
           MOVE PR-OWK-KEY-SUPPLIER    TO WS-PRIOR-KEY-SUPPLIER.
           MOVE PR-OWK-KEY-LOCATION    TO WS-PRIOR-KEY-LOCATION.
           MOVE PR-OWK-PART-NUM        TO WS-PRIOR-KEY-PART.
           MOVE PR-OWK-KEY-EFF-START   TO WS-PRIOR-KEY-EFF-START.
           MOVE PR-OWK-TXN-TYPE        TO WS-PRIOR-KEY-TXN.

       2120-READ-PRIOR01-EXIT. EXIT.


      *    ONE STEP OF THE TWO-FILE MATCH. DUPLICATE KEYS (SEVERAL
      *    PICKUPS OF ONE CL) PAIR OFF IN FILE ORDER, AS IN OWKB010.
       2200-MATCH-EXTRACT.

           IF WS-SIM-KEY < WS-PRIOR-KEY
              PERFORM 2210-WRITE-ADDED THRU
                      2210-WRITE-ADDED-EXIT
              PERFORM 2110-READ-SIM01 THRU
                      2110-READ-SIM01-EXIT
              GO TO 2200-MATCH-EXTRACT-EXIT
           END-IF.

           IF WS-SIM-KEY > WS-PRIOR-KEY
              PERFORM 2220-WRITE-DROPPED THRU
                      2220-WRITE-DROPPED-EXIT
              PERFORM 2120-READ-PRIOR01 THRU
                      2120-READ-PRIOR01-EXIT
              GO TO 2200-MATCH-EXTRACT-EXIT
           END-IF.

           SET WS-REC-NOT-CHANGED TO TRUE.
           PERFORM 2340-COMPARE-RECORDS THRU
                   2340-COMPARE-RECORDS-EXIT.
           IF WS-REC-CHANGED
              ADD 1 TO WS-CHANGED-COUNTER
           ELSE
              ADD 1 TO WS-UNCHANGED-COUNTER
           END-IF.

           PERFORM 2110-READ-SIM01 THRU
                   2110-READ-SIM01-EXIT.
           PERFORM 2120-READ-PRIOR01 THRU
                   2120-READ-PRIOR01-EXIT.

       2200-MATCH-EXTRACT-EXIT. EXIT.


       2210-WRITE-ADDED.

           ADD 1 TO WS-ADDED-COUNTER.
           MOVE 'ADDED'                TO RPT-D-ACTION.
           MOVE 01-OWK-TXN-TYPE        TO RPT-D-TXN-TYPE.
           MOVE 01-OWK-KEY-SUPPLIER    TO RPT-D-SUPPLIER.
           MOVE 01-OWK-KEY-LOCATION    TO RPT-D-LOCATION.
           MOVE 01-OWK-PART-NUM        TO RPT-D-PART-NUM.
           MOVE 01-OWK-KANBAN-NUM      TO RPT-D-KANBAN.
           MOVE 'RECORD'               TO RPT-D-FIELD.
           MOVE 01-OWK-RTE-CODE        TO WS-RECAP-RTE-CODE.
           MOVE 01-OWK-TTL-BOX-ORD     TO WS-RECAP-TTL-BOX.
           MOVE SPACES                 TO RPT-D-PRIOR.
           MOVE WS-RECORD-RECAP        TO RPT-D-SIM.
           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

       2210-WRITE-ADDED-EXIT. EXIT.


       2220-WRITE-DROPPED.

           ADD 1 TO WS-DROPPED-COUNTER.
           MOVE 'DROPPED'              TO RPT-D-ACTION.
           MOVE PR-OWK-TXN-TYPE        TO RPT-D-TXN-TYPE.
           MOVE PR-OWK-KEY-SUPPLIER    TO RPT-D-SUPPLIER.
           MOVE PR-OWK-KEY-LOCATION    TO RPT-D-LOCATION.
           MOVE PR-OWK-PART-NUM        TO RPT-D-PART-NUM.
           MOVE PR-OWK-KANBAN-NUM      TO RPT-D-KANBAN.
           MOVE 'RECORD'               TO RPT-D-FIELD.
           MOVE PR-OWK-RTE-CODE        TO WS-RECAP-RTE-CODE.
           MOVE PR-OWK-TTL-BOX-ORD     TO WS-RECAP-TTL-BOX.
           MOVE WS-RECORD-RECAP        TO RPT-D-PRIOR.
           MOVE SPACES                 TO RPT-D-SIM.
           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

       2220-WRITE-DROPPED-EXIT. EXIT.


      *    THE FIELDS OWKB010'S 7130 TREATS AS A REAL CHANGE, PLUS
      *    THE RUN-STAMPED DATES WHEN BOTH RUNS ARE FOR THE SAME DATE
      *    (OTHERWISE EVERY RECORD WOULD DIFFER ON THEM).
       2340-COMPARE-RECORDS.

           MOVE 'ORD-REL-TYPE-CODE'      TO WS-CMP-NAME.
           MOVE PR-OWK-ORD-REL-TYPE-CODE TO WS-CMP-PRIOR.
           MOVE 01-OWK-ORD-REL-TYPE-CODE TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'ORD-REL-STATUS'         TO WS-CMP-NAME.
           MOVE PR-OWK-ORD-REL-STATUS    TO WS-CMP-PRIOR.
           MOVE 01-OWK-ORD-REL-STATUS    TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'DOCK-DESC'              TO WS-CMP-NAME.
           MOVE PR-OWK-DOCK-DESC         TO WS-CMP-PRIOR.
           MOVE 01-OWK-DOCK-DESC         TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'SUP-PLANT-NAME'         TO WS-CMP-NAME.
           MOVE PR-OWK-SUP-PLANT-NAME    TO WS-CMP-PRIOR.
           MOVE 01-OWK-SUP-PLANT-NAME    TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'ORD-SPECIALIST'         TO WS-CMP-NAME.
           MOVE PR-OWK-ORD-SPECIALIST    TO WS-CMP-PRIOR.
           MOVE 01-OWK-ORD-SPECIALIST    TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'ORD-HDL-TYPE-CODE'      TO WS-CMP-NAME.
           MOVE PR-OWK-ORD-HDL-TYPE-CODE TO WS-CMP-PRIOR.
           MOVE 01-OWK-ORD-HDL-TYPE-CODE TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'SUP-SHIP-DOCK'          TO WS-CMP-NAME.
           MOVE PR-OWK-SUP-SHIP-DOCK     TO WS-CMP-PRIOR.
           MOVE 01-OWK-SUP-SHIP-DOCK     TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'PARTNER-CODE'           TO WS-CMP-NAME.
           MOVE PR-OWK-PARTNER-CODE      TO WS-CMP-PRIOR.
           MOVE 01-OWK-PARTNER-CODE      TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'PARTNER-NAME'           TO WS-CMP-NAME.
           MOVE PR-OWK-PARTNER-NAME      TO WS-CMP-PRIOR.
           MOVE 01-OWK-PARTNER-NAME      TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'PNT-CODE'               TO WS-CMP-NAME.
           MOVE PR-OWK-PNT-CODE          TO WS-CMP-PRIOR.
           MOVE 01-OWK-PNT-CODE          TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'PNT-SHORT-NAME'         TO WS-CMP-NAME.
           MOVE PR-OWK-PNT-SHORT-NAME    TO WS-CMP-PRIOR.
           MOVE 01-OWK-PNT-SHORT-NAME    TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'PNT-NAME'               TO WS-CMP-NAME.
           MOVE PR-OWK-PNT-NAME          TO WS-CMP-PRIOR.
           MOVE 01-OWK-PNT-NAME          TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'RESP-LP-FLAG'           TO WS-CMP-NAME.
           MOVE PR-OWK-RESP-LP-FLAG      TO WS-CMP-PRIOR.
           MOVE 01-OWK-RESP-LP-FLAG      TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'RTE-CODE'               TO WS-CMP-NAME.
           MOVE PR-OWK-RTE-CODE          TO WS-CMP-PRIOR.
           MOVE 01-OWK-RTE-CODE          TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'KANBAN-NUM'             TO WS-CMP-NAME.
           MOVE PR-OWK-KANBAN-NUM        TO WS-CMP-PRIOR.
           MOVE 01-OWK-KANBAN-NUM        TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'PART-DESC'              TO WS-CMP-NAME.
           MOVE PR-OWK-PART-DESC         TO WS-CMP-PRIOR.
           MOVE 01-OWK-PART-DESC         TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'QTY-PER-BOX'            TO WS-CMP-NAME.
           MOVE PR-OWK-QTY-PER-BOX       TO WS-CMP-PRIOR.
           MOVE 01-OWK-QTY-PER-BOX       TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'LAST-BOX-QTY'           TO WS-CMP-NAME.
           MOVE PR-OWK-LAST-BOX-QTY      TO WS-CMP-PRIOR.
           MOVE 01-OWK-LAST-BOX-QTY      TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'TTL-BOX-ORD'            TO WS-CMP-NAME.
           MOVE PR-OWK-TTL-BOX-ORD       TO WS-CMP-PRIOR.
           MOVE 01-OWK-TTL-BOX-ORD       TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'BO-REMAIN-TO-ORD'       TO WS-CMP-NAME.
           MOVE PR-OWK-BO-REMAIN-TO-ORD  TO WS-CMP-PRIOR.
           MOVE 01-OWK-BO-REMAIN-TO-ORD  TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'STORE-ADDRESS'          TO WS-CMP-NAME.
           MOVE PR-OWK-STORE-ADDRESS     TO WS-CMP-PRIOR.
           MOVE 01-OWK-STORE-ADDRESS     TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'LINESIDE-ADDRESS'       TO WS-CMP-NAME.
           MOVE PR-OWK-LINESIDE-ADDRESS  TO WS-CMP-PRIOR.
           MOVE 01-OWK-LINESIDE-ADDRESS  TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'NAMC-DATA'              TO WS-CMP-NAME.
           MOVE PR-OWK-NAMC-DATA         TO WS-CMP-PRIOR.
           MOVE 01-OWK-NAMC-DATA         TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           IF 01-OWK-ORD-REL-DT (1:8) NOT = PR-OWK-ORD-REL-DT (1:8)
              GO TO 2340-COMPARE-RECORDS-EXIT
           END-IF.

           MOVE 'BE-UNLOAD-DT'           TO WS-CMP-NAME.
           MOVE PR-OWK-BE-UNLOAD-DT      TO WS-CMP-PRIOR.
           MOVE 01-OWK-BE-UNLOAD-DT      TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'RP-CHECKSHEET-PRT'      TO WS-CMP-NAME.
           MOVE PR-OWK-RP-CHECKSHEET-PRINT TO WS-CMP-PRIOR.
           MOVE 01-OWK-RP-CHECKSHEET-PRINT TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'RP-PICKLIST-PRINT'      TO WS-CMP-NAME.
           MOVE PR-OWK-RP-PICKLIST-PRINT TO WS-CMP-PRIOR.
           MOVE 01-OWK-RP-PICKLIST-PRINT TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'RP-SKIDMFST-PRINT'      TO WS-CMP-NAME.
           MOVE PR-OWK-RP-SKIDMFST-PRINT TO WS-CMP-PRIOR.
           MOVE 01-OWK-RP-SKIDMFST-PRINT TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'PU-ROUTE-START-DT'      TO WS-CMP-NAME.
           MOVE PR-OWK-PU-ROUTE-START-DT TO WS-CMP-PRIOR.
           MOVE 01-OWK-PU-ROUTE-START-DT TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'SUP-ARV-DT'             TO WS-CMP-NAME.
           MOVE PR-OWK-SUP-ARV-DT        TO WS-CMP-PRIOR.
           MOVE 01-OWK-SUP-ARV-DT        TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'RTE-DEPART-DT'          TO WS-CMP-NAME.
           MOVE PR-OWK-RTE-DEPART-DT     TO WS-CMP-PRIOR.
           MOVE 01-OWK-RTE-DEPART-DT     TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

           MOVE 'RTE-ARRIVE-DT'          TO WS-CMP-NAME.
           MOVE PR-OWK-RTE-ARRIVE-DT     TO WS-CMP-PRIOR.
           MOVE 01-OWK-RTE-ARRIVE-DT     TO WS-CMP-SIM.
           PERFORM 2350-CHECK-FIELD THRU
                   2350-CHECK-FIELD-EXIT.

       2340-COMPARE-RECORDS-EXIT. EXIT.


       2350-CHECK-FIELD.

           IF WS-CMP-PRIOR = WS-CMP-SIM
              GO TO 2350-CHECK-FIELD-EXIT
           END-IF.

           SET WS-REC-CHANGED TO TRUE.
           ADD 1 TO WS-FIELD-DIFF-COUNTER.
           MOVE 'CHANGED'              TO RPT-D-ACTION.
           MOVE 01-OWK-TXN-TYPE        TO RPT-D-TXN-TYPE.
           MOVE 01-OWK-KEY-SUPPLIER    TO RPT-D-SUPPLIER.
           MOVE 01-OWK-KEY-LOCATION    TO RPT-D-LOCATION.
           MOVE 01-OWK-PART-NUM        TO RPT-D-PART-NUM.
           MOVE 01-OWK-KANBAN-NUM      TO RPT-D-KANBAN.
           MOVE WS-CMP-NAME            TO RPT-D-FIELD.
           MOVE WS-CMP-PRIOR           TO RPT-D-PRIOR.
           MOVE WS-CMP-SIM             TO RPT-D-SIM.
           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

       2350-CHECK-FIELD-EXIT. EXIT.


      *    SORT INPUT - EVERY EXCEPTION FROM BOTH RUNS, TAGGED WITH
      *    ITS SIDE.
       2400-RELEASE-EXCEPTIONS.

           PERFORM 2410-RELEASE-PRIOR03 THRU
                   2410-RELEASE-PRIOR03-EXIT
             UNTIL WS-NO-MORE-PRIOR03.

           PERFORM 2420-RELEASE-SIM03 THRU
                   2420-RELEASE-SIM03-EXIT
             UNTIL WS-NO-MORE-OUT03.

       2400-RELEASE-EXCEPTIONS-EXIT. EXIT.


       2410-RELEASE-PRIOR03.

           READ PRIOR03-FILE INTO SRT-ERRREC
               AT END
                    SET WS-NO-MORE-PRIOR03 TO TRUE
                    GO TO 2410-RELEASE-PRIOR03-EXIT
           END-READ.

           ADD 1 TO WS-PRIOR03-COUNTER.
           MOVE 'P' TO SRT-SOURCE.
           RELEASE SORT-REC.

       2410-RELEASE-PRIOR03-EXIT. EXIT.


       2420-RELEASE-SIM03.

           READ OUTPUT03-FILE INTO SRT-ERRREC
               AT END
                    SET WS-NO-MORE-OUT03 TO TRUE
                    GO TO 2420-RELEASE-SIM03-EXIT
           END-READ.

           ADD 1 TO WS-SIM03-COUNTER.
           MOVE 'S' TO SRT-SOURCE.
           RELEASE SORT-REC.

       2420-RELEASE-SIM03-EXIT. EXIT.


      *    SORT OUTPUT - IDENTICAL EXCEPTION RECORDS COME BACK
      *    TOGETHER; COUNT EACH SIDE AND CHECK THE GROUP ON A BREAK.
       2500-COMPARE-EXCEPTIONS.

           PERFORM 2510-RETURN-EXCEPTION THRU
                   2510-RETURN-EXCEPTION-EXIT
             UNTIL WS-NO-MORE-SORTED.

      *    FLUSH THE LAST GROUP - THERE IS NO BREAK AFTER THE FINAL
      *    RECORD TO POP IT.
           IF WS-PREV-ERRREC NOT = LOW-VALUES
              PERFORM 2520-CHECK-GROUP THRU
                      2520-CHECK-GROUP-EXIT
           END-IF.

       2500-COMPARE-EXCEPTIONS-EXIT. EXIT.


       2510-RETURN-EXCEPTION.

           RETURN SORT-WORK-FILE
               AT END
                    SET WS-NO-MORE-SORTED TO TRUE
                    GO TO 2510-RETURN-EXCEPTION-EXIT
           END-RETURN.

           IF SRT-ERRREC NOT = WS-PREV-ERRREC
              IF WS-PREV-ERRREC NOT = LOW-VALUES
                 PERFORM 2520-CHECK-GROUP THRU
                         2520-CHECK-GROUP-EXIT
              END-IF
              MOVE SRT-ERRREC TO WS-PREV-ERRREC
              MOVE 0 TO WS-GRP-PRIOR-CNT
              MOVE 0 TO WS-GRP-SIM-CNT
           END-IF.

           IF SRT-SOURCE = 'P'
              ADD 1 TO WS-GRP-PRIOR-CNT
           ELSE
              ADD 1 TO WS-GRP-SIM-CNT
           END-IF.

       2510-RETURN-EXCEPTION-EXIT. EXIT.


       2520-CHECK-GROUP.

           IF WS-GRP-PRIOR-CNT = WS-GRP-SIM-CNT
              GO TO 2520-CHECK-GROUP-EXIT
           END-IF.

           MOVE WS-PREV-ERRREC TO 03-ERRREC.

      *    A REAL-ONLY EXCEPTION MAY BELONG TO ANOTHER ENTITY - THE
      *    SIMULATION NEVER RAN THOSE, SO THEY ARE NOT A DIFFERENCE.
           IF WS-GRP-SIM-CNT = 0
              PERFORM 2530-CHECK-ENTITY THRU
                      2530-CHECK-ENTITY-EXIT
              IF HV-SC-ROW-COUNT = 0
                 ADD WS-GRP-PRIOR-CNT TO WS-PRIOR03-OTHER
                 GO TO 2520-CHECK-GROUP-EXIT
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-GRP-SIM-CNT = 0
                    MOVE 'CLEARED' TO RPT-E-ACTION
                    ADD 1 TO WS-EXC-CLEARED-COUNTER
               WHEN WS-GRP-PRIOR-CNT = 0
                    MOVE 'NEW'     TO RPT-E-ACTION
                    ADD 1 TO WS-EXC-NEW-COUNTER
               WHEN OTHER
                    MOVE 'COUNT'   TO RPT-E-ACTION
                    ADD 1 TO WS-EXC-COUNT-CHANGED
           END-EVALUATE.

           MOVE 03-OWK-PART-NUM       TO RPT-E-PART-NUM.
           MOVE 03-OWK-KANBAN-NUM     TO RPT-E-KANBAN.
           MOVE 03-OWK-BE-DOCK        TO RPT-E-BE-DOCK.
           MOVE 03-OWK-SUP-PLANT-CODE TO RPT-E-SUP-PLANT.
           MOVE 03-ERROR-MESSAGE      TO RPT-E-MESSAGE.
           MOVE WS-GRP-PRIOR-CNT      TO RPT-E-PRIOR-CNT.
           MOVE WS-GRP-SIM-CNT        TO RPT-E-SIM-CNT.
           WRITE REC-REPORT FROM RPT-EXC-DETAIL-LINE.

       2520-CHECK-GROUP-EXIT. EXIT.


      *    DOES THE EXCEPTION'S PART / PLANT / DOCK BELONG TO THE
      *    SIMULATED ENTITY - SAME PARKANB MATCH OWKB024 USES TO FIND
      *    AN EXCEPTION'S OWNER.
       2530-CHECK-ENTITY.

           MOVE WS-SIM-ENTITY         TO HV-SC-BUSENT.
           MOVE 03-OWK-PART-NUM       TO HV-SC-PART-NUM.
           MOVE 03-OWK-SUP-PLANT-CODE TO HV-SC-SUP-PLANT.
           MOVE 03-OWK-BE-DOCK        TO HV-SC-BE-DOCK.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-SC-ROW-COUNT
                 FROM PARKANB
                WHERE BUSINESS_ENT                = :HV-SC-BUSENT
                  AND ITEMID                      = :HV-SC-PART-NUM
                  AND SUBSTR(CUSTOMER_SUPP, 3, 5) = :HV-SC-SUP-PLANT
                  AND SUBSTR(LOCATION, 1, 2)      = :HV-SC-BE-DOCK
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON PARKANB'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2530-CHECK-ENTITY-EXIT. EXIT.


       2700-WRITE-SUMMARY.

           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-SUMMARY-HEAD.

           MOVE 'PRIOR EXTRACT RECORDS'  TO RPT-S-DESC.
           MOVE WS-PRIOR01-COUNTER       TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'SIMULATED EXTRACT RECORDS' TO RPT-S-DESC.
           MOVE WS-SIM01-COUNTER         TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'RECORDS UNCHANGED'      TO RPT-S-DESC.
           MOVE WS-UNCHANGED-COUNTER     TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'RECORDS CHANGED'        TO RPT-S-DESC.
           MOVE WS-CHANGED-COUNTER       TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'FIELD DIFFERENCES'      TO RPT-S-DESC.
           MOVE WS-FIELD-DIFF-COUNTER    TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'RECORDS ADDED'          TO RPT-S-DESC.
           MOVE WS-ADDED-COUNTER         TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'RECORDS DROPPED'        TO RPT-S-DESC.
           MOVE WS-DROPPED-COUNTER       TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'PRIOR EXCEPTION RECORDS' TO RPT-S-DESC.
           MOVE WS-PRIOR03-COUNTER       TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'SIMULATED EXCEPTION RECORDS' TO RPT-S-DESC.
           MOVE WS-SIM03-COUNTER         TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'EXCEPTIONS NEW'         TO RPT-S-DESC.
           MOVE WS-EXC-NEW-COUNTER       TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'EXCEPTIONS CLEARED'     TO RPT-S-DESC.
           MOVE WS-EXC-CLEARED-COUNTER   TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'EXCEPTION COUNTS CHANGED' TO RPT-S-DESC.
           MOVE WS-EXC-COUNT-CHANGED     TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'PRIOR EXCEPTIONS OTHER ENTITY' TO RPT-S-DESC.
           MOVE WS-PRIOR03-OTHER         TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

       2700-WRITE-SUMMARY-EXIT. EXIT.


       3000-CLOSE-FILES.

           CLOSE OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'CLOSE ERROR FOR INPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE PRIOR01-FILE.

           IF WS-PRIOR01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'CLOSE ERROR FOR PRIOR FILE 1 '
              DISPLAY 'FILE STATUS ' WS-PRIOR01-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE OUTPUT03-FILE.

           IF WS-OUT03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'CLOSE ERROR FOR INPUT FILE 3 '
              DISPLAY 'FILE STATUS ' WS-OUT03-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE PRIOR03-FILE.

           IF WS-PRIOR03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'CLOSE ERROR FOR PRIOR FILE 3 '
              DISPLAY 'FILE STATUS ' WS-PRIOR03-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB025'
              DISPLAY 'CLOSE ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-PRIOR01-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB025 PRIOR EXTRACT RECORDS    = ' WS-COUNT-DSP.
           MOVE WS-SIM01-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB025 SIMULATED EXTRACT RECS   = ' WS-COUNT-DSP.
           MOVE WS-CHANGED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB025 RECORDS CHANGED          = ' WS-COUNT-DSP.
           MOVE WS-ADDED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB025 RECORDS ADDED            = ' WS-COUNT-DSP.
           MOVE WS-DROPPED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB025 RECORDS DROPPED          = ' WS-COUNT-DSP.
           MOVE WS-EXC-NEW-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB025 EXCEPTIONS NEW           = ' WS-COUNT-DSP.
           MOVE WS-EXC-CLEARED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB025 EXCEPTIONS CLEARED       = ' WS-COUNT-DSP.
           MOVE WS-EXC-COUNT-CHANGED TO WS-COUNT-DSP.
           DISPLAY 'OWKB025 EXCEPTION COUNTS CHANGED = ' WS-COUNT-DSP.

           IF WS-CHANGED-COUNTER     > 0
           OR WS-ADDED-COUNTER       > 0
           OR WS-DROPPED-COUNTER     > 0
           OR WS-EXC-NEW-COUNTER     > 0
           OR WS-EXC-CLEARED-COUNTER > 0
           OR WS-EXC-COUNT-CHANGED   > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-CLOSE-FILES-EXIT. EXIT.
