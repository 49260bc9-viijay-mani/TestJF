       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF20.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    READS OWKB010's OUTPUT01 (01REC PART-MASTER EXTRACT) AND
      *    PRODUCES THE SUPPLIER SHIP SCHEDULES: ONE SECTION PER
      *    SUPPLIER PLANT AND SHIP DOCK, LISTING ORDER NUMBER,
      *    DELIVERY NUMBER, PART, KANBAN, BOX COUNT AND LAST-BOX
      *    QUANTITY IN PICKUP-TIME ORDER. EACH SECTION IS SPLIT INTO
      *    FIRM RELEASES (PICKUP ON OR BEFORE THE FIRM HORIZON),
      *    FORECAST RELEASES (THE REST OF THE LOOK-AHEAD WINDOW) AND
      *    CANCELLATIONS (DL/DP/EX TRANSACTIONS AND DELTA-MODE
      *    DELETES) SO THE PLANT STOPS BUILDING FOR THEM. EACH
      *    SECTION ENDS IN A CONTROL TRAILER THE PLANT RECONCILES
      *    AGAINST, THE SAME WAY OWKB015 TRAILS A PARTNER MANIFEST.
      *    NON-CANCEL RECORDS WITH NO PICKUP (NO ROUTE - ALREADY
      *    REPORTED ON OUTPUT03 BY OWKB010) ARE COUNTED AND SKIPPED.
      *    ON A DELTA NIGHT OUTPUT01 ONLY HOLDS THE NIGHT'S NET
      *    CHANGES, SO THE CANCELLATIONS STILL COME FROM OUT01 BUT
      *    THE FIRM AND FORECAST SECTIONS ARE BUILT FROM OWKB010'S
      *    FULL NEWPRIOR SNAPSHOT (NEWPRIOR DD - ONLY OPENED, AND
      *    ONLY NEEDED IN THE JCL, ON A DELTA RUN), SO THE PLANT
      *    STILL GETS ITS WHOLE SCHEDULE. THE RUN MODE COMES FROM THE
      *    PARM (SEE LS-JCL-PARM), NOT THE DATA: A DELTA NIGHT WITH NO
      *    NET CHANGES WRITES AN EMPTY OUTPUT01 AND STILL NEEDS ITS
      *    SCHEDULE. OUTPUT01'S NET-CHANGE FLAGS ARE ONLY CROSS-
      *    CHECKED AGAINST IT.
      *    RUN AS A FOLLOW-ON STEP AFTER OWKB010 IN THE SAME JOB.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OUTPUT01-FILE ASSIGN TO OUT01
                  FILE STATUS IS WS-OUT01-STATUS.

           SELECT NEWPRIOR-FILE ASSIGN TO NEWPRIOR
                  FILE STATUS IS WS-NEWPRIOR-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO SHPSCH01
                  FILE STATUS IS WS-SCHED-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.


       DATA DIVISION.

       FILE SECTION.

       FD  OUTPUT01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT01                   PIC X(896).


       FD  NEWPRIOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-NEWPRIOR                PIC X(896).


       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-SCHEDULE                PIC X(132).


      *    SRT-SECTION ORDERS EACH PLANT'S SCHEDULE: '1' FIRM,
      *    '2' FORECAST, '3' CANCELLATION.
       SD  SORT-WORK-FILE.

       01  SORT-REC.
           05 SRT-SUP-PLANT-CODE       PIC X(05).
           05 SRT-SUP-SHIP-DOCK        PIC X(03).
           05 SRT-SECTION              PIC X(01).
           05 SRT-PU-START-DT          PIC X(14).
           05 SRT-ORD-NUM              PIC X(12).
           05 SRT-ORD-DEL-NUM          PIC X(04).
           05 SRT-PART-NUM             PIC X(12).
           05 SRT-KANBAN-NUM           PIC X(04).
           05 SRT-SUP-PLANT-NAME       PIC X(30).
           05 SRT-TTL-BOX-ORD          PIC X(07).
           05 SRT-LAST-BOX-QTY         PIC X(07).
           05 SRT-TXN-TYPE             PIC X(02).
           05 SRT-NET-CHG-FLAG         PIC X(01).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-OUT01-STATUS          PIC X(02).
           05 WS-SCHED-STATUS          PIC X(02).
           05 WS-NEWPRIOR-STATUS       PIC X(02).
           05 ISMR121                  PIC X(7)
                                        VALUE 'ISMR121'.
           05 WS-ROUTINE               PIC X(10).
           05 WS-INPUT-DATE            PIC X(10).
           05 WS-PARM2-NUM             PIC 9(03).
           05 WS-PARM3                 PIC X(10).
           05 WS-PARM4                 PIC X(10).
           05 WS-PARM5                 PIC X(10).

       01  WS-SWITCHES.
           05 WS-OUT01-SWITCH          PIC X(01) VALUE 'Y'.
              88 WS-MORE-OUT01                   VALUE 'Y'.
              88 WS-NO-MORE-OUT01                VALUE 'N'.
           05 WS-SORT-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-SORTED                  VALUE 'Y'.
              88 WS-NO-MORE-SORTED               VALUE 'N'.
           05 WS-NEWPRIOR-SWITCH       PIC X(01) VALUE 'Y'.
              88 WS-MORE-NEWPRIOR                VALUE 'Y'.
              88 WS-NO-MORE-NEWPRIOR             VALUE 'N'.
           05 WS-RUN-MODE              PIC X(01) VALUE SPACES.
              88 WS-DELTA-MODE                   VALUE 'D'.
           05 WS-PARAMETER             PIC X(03) VALUE SPACES.
           05 WS-PARAMETER-NUM         PIC 9(03) VALUE 0.

       01  WS-COUNTERS.
           05 WS-IN01-COUNTER          PIC 9(08) VALUE 0.
           05 WS-NEWPRIOR-COUNTER      PIC 9(08) VALUE 0.
           05 WS-LINE-COUNTER          PIC 9(08) VALUE 0.
           05 WS-SKIP-NO-ROUTE         PIC 9(08) VALUE 0.
           05 WS-PLANT-COUNTER         PIC 9(05) VALUE 0.
           05 WS-FIRM-COUNTER          PIC 9(08) VALUE 0.
           05 WS-FCST-COUNTER          PIC 9(08) VALUE 0.
           05 WS-CNCL-COUNTER          PIC 9(08) VALUE 0.
           05 WS-PLT-FIRM-LINES        PIC 9(08) VALUE 0.
           05 WS-PLT-FIRM-BOXES        PIC 9(09) VALUE 0.
           05 WS-PLT-FCST-LINES        PIC 9(08) VALUE 0.
           05 WS-PLT-FCST-BOXES        PIC 9(09) VALUE 0.
           05 WS-PLT-CNCL-LINES        PIC 9(08) VALUE 0.
           05 WS-PLT-CNCL-BOXES        PIC 9(09) VALUE 0.
           05 WS-PLT-TOTAL-LINES       PIC 9(08) VALUE 0.
           05 WS-BOX-WORK              PIC 9(07) VALUE 0.
           05 WS-LAST-BOX-WORK         PIC 9(07) VALUE 0.
           05 WS-IN01-DSP              PIC ZZ,ZZZ,ZZ9.
           05 WS-NP-DSP                PIC ZZ,ZZZ,ZZ9.
           05 WS-LINE-DSP              PIC ZZ,ZZZ,ZZ9.
           05 WS-SKIP-RT-DSP           PIC ZZ,ZZZ,ZZ9.
           05 WS-FIRM-DSP              PIC ZZ,ZZZ,ZZ9.
           05 WS-FCST-DSP              PIC ZZ,ZZZ,ZZ9.
           05 WS-CNCL-DSP              PIC ZZ,ZZZ,ZZ9.

      *    PRIOR SORT KEYS FOR THE CONTROL BREAKS - LOW-VALUES UNTIL
      *    THE FIRST RETURNED RECORD SO THE FIRST PLANT ALWAYS
      *    BREAKS.
       01  WS-BREAK-KEYS.
           05 WS-PREV-PLANT            PIC X(05) VALUE LOW-VALUES.
           05 WS-PREV-SHIP-DOCK        PIC X(03) VALUE LOW-VALUES.
           05 WS-PREV-SECTION          PIC X(01) VALUE LOW-VALUES.

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
      *    LAST FIRM PICKUP DATE, CCYY-MM-DD FROM THE CALENDAR
      *    ROUTINE AND CCYYMMDD TO COMPARE AGAINST THE PICKUP STAMP.
           05 WS-FIRM-DATE             PIC X(10) VALUE '0000-00-00'.
           05 WS-FIRM-CCYYMMDD.
              10 WS-FIRM-CCYY          PIC X(4).
              10 WS-FIRM-MM            PIC X(2).
              10 WS-FIRM-DD            PIC X(2).

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

       01  SCH-PLANT-HEAD.
           05 FILLER                   PIC X(32) VALUE
              'OWKB020 SHIP SCHEDULE FOR PLANT '.
           05 SCH-PH-PLANT-CODE        PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SCH-PH-PLANT-NAME        PIC X(30).
           05 FILLER                   PIC X(11) VALUE ' SHIP DOCK '.
           05 SCH-PH-SHIP-DOCK         PIC X(03).
           05 FILLER                   PIC X(10) VALUE ' RUN DATE '.
           05 SCH-PH-DATE              PIC X(10).
           05 FILLER                   PIC X(30) VALUE SPACES.

       01  SCH-SECTION-HEAD.
           05 SCH-SH-TEXT              PIC X(50).
           05 SCH-SH-DATE              PIC X(10).
           05 FILLER                   PIC X(72) VALUE SPACES.

       01  SCH-COLUMN-HEAD.
           05 FILLER                   PIC X(14) VALUE 'PICKUP'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'ORDER NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'DEL'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'PART NUMBER'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'KANB'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE '  BOXES'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'LST BOX'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE 'TX'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(21) VALUE 'REMARK'.
           05 FILLER                   PIC X(34) VALUE SPACES.

       01  SCH-DETAIL-LINE.
           05 SCH-D-PU-START           PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SCH-D-ORD-NUM            PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SCH-D-DEL-NUM            PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SCH-D-PART-NUM           PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SCH-D-KANBAN             PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SCH-D-BOXES              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SCH-D-LAST-BOX           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SCH-D-TXN-TYPE           PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SCH-D-REMARK             PIC X(21).
           05 FILLER                   PIC X(34) VALUE SPACES.

      *    PER-PLANT CONTROL TRAILER - THE SUPPLIER RECONCILES ITS
      *    STAGING PLAN AGAINST THESE TOTALS.
       01  SCH-TRAILER-LINE-1.
           05 FILLER                   PIC X(14) VALUE
              'PLANT TRAILER '.
           05 SCH-T1-PLANT-CODE        PIC X(05).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 SCH-T1-SHIP-DOCK         PIC X(03).
           05 FILLER                   PIC X(13) VALUE
              ' FIRM LINES ='.
           05 SCH-T1-FIRM-LINES        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
              ' FIRM BOXES ='.
           05 SCH-T1-FIRM-BOXES        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
              ' FCST LINES ='.
           05 SCH-T1-FCST-LINES        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
              ' FCST BOXES ='.
           05 SCH-T1-FCST-BOXES        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(17) VALUE SPACES.

       01  SCH-TRAILER-LINE-2.
           05 FILLER                   PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE
              ' CNCL LINES ='.
           05 SCH-T2-CNCL-LINES        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
              ' CNCL BOXES ='.
           05 SCH-T2-CNCL-BOXES        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
              ' TOTAL LINES='.
           05 SCH-T2-TOTAL-LINES       PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.

      *    OPTIONAL PARM: FIRM HORIZON IN WORKDAYS. PICKUPS ON OR
      *    BEFORE RUN DATE PLUS THE HORIZON PRINT AS FIRM, LATER
      *    ONES AS FORECAST. DEFAULTS TO 1 WHEN ABSENT OR
      *    NON-NUMERIC. BYTE 4 IS OWKB010'S RUN MODE - 'D' FOR A
      *    DELTA NIGHT, ELSE FULL EXTRACT - SO A DELTA JOB CODES THE
      *    HORIZON IN THREE BYTES (PARM='001D', OR '   D' FOR THE
      *    DEFAULT).
       01  LS-JCL-PARM.
           05 LS-PARM-LEN               PIC S9(4) COMP.
           05 LS-PARM-FIRMDAYS          PIC X(03).
           05 LS-PARM-RUN-MODE          PIC X(01).


       PROCEDURE DIVISION USING LS-JCL-PARM.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB020 START'.

           PERFORM 1000-INITIALIZATION THRU
                   1000-INITIALIZATION-EXIT.

      *    OUTPUT01 ARRIVES IN C1-PARKANB KEY ORDER, NOT PLANT
      *    ORDER - THE SORT REGROUPS IT BY PLANT, SHIP DOCK, SECTION
      *    AND PICKUP TIMESTAMP SO EACH PLANT'S SCHEDULE READS IN
      *    STAGING ORDER.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-SUP-PLANT-CODE
                                 SRT-SUP-SHIP-DOCK
                                 SRT-SECTION
                                 SRT-PU-START-DT
                                 SRT-ORD-NUM
                                 SRT-ORD-DEL-NUM
                                 SRT-PART-NUM
                INPUT PROCEDURE IS 2000-RELEASE-EXTRACT THRU
                                   2000-RELEASE-EXTRACT-EXIT
                OUTPUT PROCEDURE IS 5000-WRITE-SCHEDULES THRU
                                    5000-WRITE-SCHEDULES-EXIT.

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

      *    RIGHT-ALIGN A 1- OR 2-DIGIT PARM INTO THE THREE-BYTE WORK
      *    FIELD, SAME AS THE OWKB012 CLOSE-OUT PARM.
           MOVE '000' TO WS-PARAMETER.
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 1
                    MOVE LS-PARM-FIRMDAYS (1:1)
                      TO WS-PARAMETER (3:1)
               WHEN LS-PARM-LEN = 2
                    MOVE LS-PARM-FIRMDAYS (1:2)
                      TO WS-PARAMETER (2:2)
               WHEN LS-PARM-LEN > 2
                    MOVE LS-PARM-FIRMDAYS TO WS-PARAMETER
               WHEN OTHER
                    MOVE SPACES TO WS-PARAMETER
           END-EVALUATE.
           IF WS-PARAMETER IS NUMERIC
              MOVE WS-PARAMETER TO WS-PARAMETER-NUM
           ELSE
              MOVE 0 TO WS-PARAMETER-NUM
           END-IF.
           IF WS-PARAMETER-NUM > 0
              MOVE WS-PARAMETER-NUM TO WS-PARM2-NUM
           ELSE
              MOVE 1 TO WS-PARM2-NUM
           END-IF.
           DISPLAY 'FIRM HORIZON WORKDAYS = ' WS-PARM2-NUM.

           MOVE SPACES TO WS-RUN-MODE.
           IF LS-PARM-LEN > 3
              MOVE LS-PARM-RUN-MODE TO WS-RUN-MODE
           END-IF.
           IF WS-DELTA-MODE
              DISPLAY 'RUN MODE = DELTA (RELEASES FROM NEWPRIOR)'
           ELSE
              DISPLAY 'RUN MODE = FULL EXTRACT'
           END-IF.

           MOVE 'BUMPWORK'             TO WS-ROUTINE.
           MOVE WS-CURRENT-DATE        TO WS-INPUT-DATE.
           MOVE '+'                    TO WS-PARM3.
           MOVE SPACES                 TO WS-PARM4.
           MOVE SPACES                 TO WS-PARM5.
           CALL ISMR121 USING WS-ROUTINE
                              WS-INPUT-DATE
                              WS-PARM2-NUM
                              WS-PARM3
                              WS-PARM4
                              WS-PARM5.
           IF WS-PARM5 = SPACES
              DISPLAY 'PROGRAM NAME : OWKB020'
              DISPLAY 'FORCED ABEND - CALENDAR ROUTINE ABEND'
              CALL 'ABENDME'
           END-IF.
           MOVE WS-PARM5 TO WS-FIRM-DATE.
           MOVE WS-FIRM-DATE (1:4) TO WS-FIRM-CCYY.
           MOVE WS-FIRM-DATE (6:2) TO WS-FIRM-MM.
           MOVE WS-FIRM-DATE (9:2) TO WS-FIRM-DD.
           DISPLAY 'FIRM THROUGH PICKUP DATE: ' WS-FIRM-DATE.

           OPEN INPUT OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB020'
              DISPLAY 'OPEN ERROR FOR INPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT SCHEDULE-FILE.

           IF WS-SCHED-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB020'
              DISPLAY 'OPEN ERROR FOR SCHEDULE FILE '
              DISPLAY 'FILE STATUS ' WS-SCHED-STATUS
              CALL 'ABENDME'
           END-IF.

       1000-INITIALIZATION-EXIT. EXIT.


       2000-RELEASE-EXTRACT.

           PERFORM 2100-READ-AND-RELEASE THRU
                   2100-READ-AND-RELEASE-EXIT
             UNTIL WS-NO-MORE-OUT01.

           IF WS-DELTA-MODE
              PERFORM 6000-RELEASE-NEWPRIOR THRU
                      6000-RELEASE-NEWPRIOR-EXIT
           END-IF.

       2000-RELEASE-EXTRACT-EXIT. EXIT.


      *    A DL/DP/EX TRANSACTION OR A DELTA-MODE DELETE IS A
      *    CANCELLATION WHETHER OR NOT IT STILL CARRIES A PICKUP -
      *    THE PLANT MUST SEE IT TO STOP BUILDING. ANY OTHER RECORD
      *    WITH NO PICKUP STAMP NEVER FOUND A ROUTE; OWKB010 ALREADY
      *    WROTE ITS OUTPUT03 EXCEPTION, SO IT IS ONLY COUNTED HERE.
      *    ON A DELTA RUN ANY OTHER OUT01 RECORD IS AN ADD OR CHANGE
      *    WHOSE RELEASE IS PRINTED FROM NEWPRIOR INSTEAD.
       2100-READ-AND-RELEASE.

           READ OUTPUT01-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-OUT01 TO TRUE
                    GO TO 2100-READ-AND-RELEASE-EXIT
           END-READ.

           ADD 1 TO WS-IN01-COUNTER.

           PERFORM 2110-CHECK-RUN-MODE THRU
                   2110-CHECK-RUN-MODE-EXIT.

           EVALUATE TRUE
               WHEN 01-OWK-TXN-TYPE = 'DL'
               WHEN 01-OWK-TXN-TYPE = 'DP'
               WHEN 01-OWK-TXN-TYPE = 'EX'
               WHEN 01-OWK-NET-CHG-FLAG = 'D'
                    MOVE '3' TO SRT-SECTION
                    PERFORM 2200-RELEASE-RECORD THRU
                            2200-RELEASE-RECORD-EXIT
               WHEN WS-DELTA-MODE
                    CONTINUE
               WHEN OTHER
                    PERFORM 2150-RELEASE-SCHEDULED THRU
                            2150-RELEASE-SCHEDULED-EXIT
           END-EVALUATE.

       2100-READ-AND-RELEASE-EXIT. EXIT.


      *    A DELTA OUTPUT01 CARRIES A NET-CHANGE FLAG ON EVERY RECORD
      *    AND A FULL ONE ON NONE - EITHER MISMATCH MEANS THE PARM
      *    AND THE EXTRACT STEP DISAGREE ABOUT THE NIGHT'S RUN MODE.
       2110-CHECK-RUN-MODE.

           IF  WS-DELTA-MODE
           AND 01-OWK-NET-CHG-FLAG = SPACES
               DISPLAY 'PROGRAM NAME : OWKB020'
               DISPLAY 'PARM RUN MODE IS DELTA BUT OUT01 IS A FULL '
                       'EXTRACT'
               CALL 'ABENDME'
           END-IF.

           IF  NOT WS-DELTA-MODE
           AND 01-OWK-NET-CHG-FLAG NOT = SPACES
               DISPLAY 'PROGRAM NAME : OWKB020'
               DISPLAY 'OUT01 IS A NET-CHANGE FILE BUT PARM RUN MODE '
                       'IS NOT D'
               CALL 'ABENDME'
           END-IF.

       2110-CHECK-RUN-MODE-EXIT. EXIT.


      *    A FIRM OR FORECAST RELEASE, FROM OUT01 ON A FULL-EXTRACT
      *    NIGHT OR FROM NEWPRIOR ON A DELTA NIGHT.
       2150-RELEASE-SCHEDULED.

           EVALUATE TRUE
               WHEN 01-OWK-PU-ROUTE-START-DT = SPACES
                    ADD 1 TO WS-SKIP-NO-ROUTE
                    GO TO 2150-RELEASE-SCHEDULED-EXIT
               WHEN 01-OWK-PU-ROUTE-START-DT (1:8) <= WS-FIRM-CCYYMMDD
                    MOVE '1' TO SRT-SECTION
               WHEN OTHER
                    MOVE '2' TO SRT-SECTION
           END-EVALUATE.

           PERFORM 2200-RELEASE-RECORD THRU
                   2200-RELEASE-RECORD-EXIT.

       2150-RELEASE-SCHEDULED-EXIT. EXIT.


      *    SRT-SECTION IS SET BY THE CALLER.
       2200-RELEASE-RECORD.

           MOVE 01-OWK-SUP-PLANT-CODE    TO SRT-SUP-PLANT-CODE.
           MOVE 01-OWK-SUP-SHIP-DOCK     TO SRT-SUP-SHIP-DOCK.
           MOVE 01-OWK-PU-ROUTE-START-DT TO SRT-PU-START-DT.
           MOVE 01-OWK-ORD-NUM           TO SRT-ORD-NUM.
           MOVE 01-OWK-ORD-DEL-NUM       TO SRT-ORD-DEL-NUM.
           MOVE 01-OWK-PART-NUM          TO SRT-PART-NUM.
           MOVE 01-OWK-KANBAN-NUM        TO SRT-KANBAN-NUM.
           MOVE 01-OWK-SUP-PLANT-NAME    TO SRT-SUP-PLANT-NAME.
           MOVE 01-OWK-TTL-BOX-ORD       TO SRT-TTL-BOX-ORD.
           MOVE 01-OWK-LAST-BOX-QTY      TO SRT-LAST-BOX-QTY.
           MOVE 01-OWK-TXN-TYPE          TO SRT-TXN-TYPE.
           MOVE 01-OWK-NET-CHG-FLAG      TO SRT-NET-CHG-FLAG.
           RELEASE SORT-REC.

       2200-RELEASE-RECORD-EXIT. EXIT.


       5000-WRITE-SCHEDULES.

           PERFORM 5100-RETURN-AND-PRINT THRU
                   5100-RETURN-AND-PRINT-EXIT
             UNTIL WS-NO-MORE-SORTED.

      *    FLUSH THE LAST PLANT'S TRAILER - THERE IS NO BREAK AFTER
      *    THE FINAL RECORD TO POP IT.
           IF WS-PREV-PLANT NOT = LOW-VALUES
              PERFORM 5300-WRITE-TRAILER THRU
                      5300-WRITE-TRAILER-EXIT
           END-IF.

       5000-WRITE-SCHEDULES-EXIT. EXIT.


       5100-RETURN-AND-PRINT.

           RETURN SORT-WORK-FILE
               AT END
                    SET WS-NO-MORE-SORTED TO TRUE
               NOT AT END
                    PERFORM 5200-PRINT-ONE-RELEASE THRU
                            5200-PRINT-ONE-RELEASE-EXIT
           END-RETURN.

       5100-RETURN-AND-PRINT-EXIT. EXIT.


       5200-PRINT-ONE-RELEASE.

           IF SRT-SUP-PLANT-CODE NOT = WS-PREV-PLANT
           OR SRT-SUP-SHIP-DOCK  NOT = WS-PREV-SHIP-DOCK
              IF WS-PREV-PLANT NOT = LOW-VALUES
                 PERFORM 5300-WRITE-TRAILER THRU
                         5300-WRITE-TRAILER-EXIT
              END-IF
              MOVE SRT-SUP-PLANT-CODE TO WS-PREV-PLANT
                                         SCH-PH-PLANT-CODE
              MOVE SRT-SUP-SHIP-DOCK  TO WS-PREV-SHIP-DOCK
                                         SCH-PH-SHIP-DOCK
              MOVE SRT-SUP-PLANT-NAME TO SCH-PH-PLANT-NAME
              MOVE WS-CURRENT-DATE    TO SCH-PH-DATE
              WRITE REC-SCHEDULE FROM SCH-PLANT-HEAD
              ADD 1 TO WS-PLANT-COUNTER
              MOVE 0 TO WS-PLT-FIRM-LINES
                        WS-PLT-FIRM-BOXES
                        WS-PLT-FCST-LINES
                        WS-PLT-FCST-BOXES
                        WS-PLT-CNCL-LINES
                        WS-PLT-CNCL-BOXES
                        WS-PLT-TOTAL-LINES
              MOVE LOW-VALUES TO WS-PREV-SECTION
           END-IF.

           IF SRT-SECTION NOT = WS-PREV-SECTION
              MOVE SRT-SECTION TO WS-PREV-SECTION
              PERFORM 5250-WRITE-SECTION-HEAD THRU
                      5250-WRITE-SECTION-HEAD-EXIT
           END-IF.

      *    THE BOX FIELDS ARE CHARACTER ON THE EXTRACT - GUARD THE
      *    MOVES SO A BAD BYTE CANNOT ABEND THE SCHEDULE STEP.
           IF SRT-TTL-BOX-ORD IS NUMERIC
              MOVE SRT-TTL-BOX-ORD TO WS-BOX-WORK
           ELSE
              MOVE 0 TO WS-BOX-WORK
           END-IF.
           IF SRT-LAST-BOX-QTY IS NUMERIC
              MOVE SRT-LAST-BOX-QTY TO WS-LAST-BOX-WORK
           ELSE
              MOVE 0 TO WS-LAST-BOX-WORK
           END-IF.

           MOVE SRT-PU-START-DT    TO SCH-D-PU-START.
           MOVE SRT-ORD-NUM        TO SCH-D-ORD-NUM.
           MOVE SRT-ORD-DEL-NUM    TO SCH-D-DEL-NUM.
           MOVE SRT-PART-NUM       TO SCH-D-PART-NUM.
           MOVE SRT-KANBAN-NUM     TO SCH-D-KANBAN.
           MOVE WS-BOX-WORK        TO SCH-D-BOXES.
           MOVE WS-LAST-BOX-WORK   TO SCH-D-LAST-BOX.
           MOVE SRT-TXN-TYPE       TO SCH-D-TXN-TYPE.

           EVALUATE TRUE
               WHEN SRT-SECTION = '1'
                    MOVE SPACES TO SCH-D-REMARK
                    ADD 1           TO WS-PLT-FIRM-LINES
                                       WS-FIRM-COUNTER
                    ADD WS-BOX-WORK TO WS-PLT-FIRM-BOXES
               WHEN SRT-SECTION = '2'
                    MOVE SPACES TO SCH-D-REMARK
                    ADD 1           TO WS-PLT-FCST-LINES
                                       WS-FCST-COUNTER
                    ADD WS-BOX-WORK TO WS-PLT-FCST-BOXES
               WHEN OTHER
                    PERFORM 5260-SET-CANCEL-REMARK THRU
                            5260-SET-CANCEL-REMARK-EXIT
                    ADD 1           TO WS-PLT-CNCL-LINES
                                       WS-CNCL-COUNTER
                    ADD WS-BOX-WORK TO WS-PLT-CNCL-BOXES
           END-EVALUATE.

           WRITE REC-SCHEDULE FROM SCH-DETAIL-LINE.

           ADD 1 TO WS-PLT-TOTAL-LINES.
           ADD 1 TO WS-LINE-COUNTER.

       5200-PRINT-ONE-RELEASE-EXIT. EXIT.


       5250-WRITE-SECTION-HEAD.

           EVALUATE SRT-SECTION
               WHEN '1'
                    MOVE 'FIRM RELEASES - PICKUP ON OR BEFORE'
                      TO SCH-SH-TEXT
                    MOVE WS-FIRM-DATE TO SCH-SH-DATE
               WHEN '2'
                    MOVE 'FORECAST RELEASES - PLANNING ONLY, NOT FIRM'
                      TO SCH-SH-TEXT
                    MOVE SPACES TO SCH-SH-DATE
               WHEN OTHER
                    MOVE 'CANCELLATIONS - STOP BUILDING FOR THESE'
                      TO SCH-SH-TEXT
                    MOVE SPACES TO SCH-SH-DATE
           END-EVALUATE.

           WRITE REC-SCHEDULE FROM WS-BLANK-LINE.
           WRITE REC-SCHEDULE FROM SCH-SECTION-HEAD.
           WRITE REC-SCHEDULE FROM SCH-COLUMN-HEAD.

       5250-WRITE-SECTION-HEAD-EXIT. EXIT.


      *    THE TRANSACTION TYPE TELLS THE PLANT WHY THE RELEASE WAS
      *    PULLED; A DELTA DELETE OF ANY OTHER TYPE MEANS THE RELEASE
      *    SENT ON AN EARLIER NIGHT NO LONGER EXISTS.
       5260-SET-CANCEL-REMARK.

           EVALUATE TRUE
               WHEN SRT-TXN-TYPE = 'DL'
                    MOVE 'CANCEL - LOCATION DEL' TO SCH-D-REMARK
               WHEN SRT-TXN-TYPE = 'DP'
                    MOVE 'CANCEL - PART DELETED' TO SCH-D-REMARK
               WHEN SRT-TXN-TYPE = 'EX'
                    MOVE 'CANCEL - KANBAN EXPRD' TO SCH-D-REMARK
               WHEN OTHER
                    MOVE 'CANCEL - WITHDRAWN'    TO SCH-D-REMARK
           END-EVALUATE.

       5260-SET-CANCEL-REMARK-EXIT. EXIT.


       5300-WRITE-TRAILER.

           MOVE WS-PREV-PLANT      TO SCH-T1-PLANT-CODE.
           MOVE WS-PREV-SHIP-DOCK  TO SCH-T1-SHIP-DOCK.
           MOVE WS-PLT-FIRM-LINES  TO SCH-T1-FIRM-LINES.
           MOVE WS-PLT-FIRM-BOXES  TO SCH-T1-FIRM-BOXES.
           MOVE WS-PLT-FCST-LINES  TO SCH-T1-FCST-LINES.
           MOVE WS-PLT-FCST-BOXES  TO SCH-T1-FCST-BOXES.
           MOVE WS-PLT-CNCL-LINES  TO SCH-T2-CNCL-LINES.
           MOVE WS-PLT-CNCL-BOXES  TO SCH-T2-CNCL-BOXES.
           MOVE WS-PLT-TOTAL-LINES TO SCH-T2-TOTAL-LINES.
           WRITE REC-SCHEDULE FROM WS-BLANK-LINE.
           WRITE REC-SCHEDULE FROM SCH-TRAILER-LINE-1.
           WRITE REC-SCHEDULE FROM SCH-TRAILER-LINE-2.
           WRITE REC-SCHEDULE FROM WS-BLANK-LINE.

       5300-WRITE-TRAILER-EXIT. EXIT.


      *    DELTA RUN ONLY: OPENS THE NEWPRIOR DD AND RELEASES THE
      *    WHOLE OF TONIGHT'S EXTRACT INTO THE SORT AS THE FIRM AND
      *    FORECAST SECTIONS.
       6000-RELEASE-NEWPRIOR.

           DISPLAY 'OWKB020 DELTA RUN - FIRM AND FORECAST RELEASES '
                   'TAKEN FROM NEWPRIOR'.

           OPEN INPUT NEWPRIOR-FILE.

           IF WS-NEWPRIOR-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB020'
              DISPLAY 'OPEN ERROR FOR NEWPRIOR FILE - REQUIRED ON A '
                      'DELTA RUN'
              DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
              CALL 'ABENDME'
           END-IF.

           PERFORM 6010-READ-AND-RELEASE-NP THRU
                   6010-READ-AND-RELEASE-NP-EXIT
             UNTIL WS-NO-MORE-NEWPRIOR.

           CLOSE NEWPRIOR-FILE.

           IF WS-NEWPRIOR-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB020'
              DISPLAY 'CLOSE ERROR FOR NEWPRIOR FILE '
              DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
              CALL 'ABENDME'
           END-IF.

       6000-RELEASE-NEWPRIOR-EXIT. EXIT.


      *    NEWPRIOR IS THE WHOLE OF TONIGHT'S EXTRACT WITH NO NET-
      *    CHANGE FLAGS. ITS DL/DP/EX RECORDS ARE SKIPPED - A
      *    CANCELLATION IS ONLY SENT THE NIGHT IT HAPPENS, FROM OUT01.
       6010-READ-AND-RELEASE-NP.

           READ NEWPRIOR-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-NEWPRIOR TO TRUE
                    GO TO 6010-READ-AND-RELEASE-NP-EXIT
           END-READ.

           IF WS-NEWPRIOR-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB020'
              DISPLAY 'READ ERROR FOR NEWPRIOR FILE '
              DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
              CALL 'ABENDME'
           END-IF.

           ADD 1 TO WS-NEWPRIOR-COUNTER.

           IF 01-OWK-TXN-TYPE = 'DL'
           OR 01-OWK-TXN-TYPE = 'DP'
           OR 01-OWK-TXN-TYPE = 'EX'
           OR 01-OWK-NET-CHG-FLAG = 'D'
              GO TO 6010-READ-AND-RELEASE-NP-EXIT
           END-IF.

           PERFORM 2150-RELEASE-SCHEDULED THRU
                   2150-RELEASE-SCHEDULED-EXIT.

       6010-READ-AND-RELEASE-NP-EXIT. EXIT.


       3000-CLOSE-FILES.

           CLOSE OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB020'
              DISPLAY 'CLOSE ERROR FOR INPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE SCHEDULE-FILE.

           IF WS-SCHED-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB020'
              DISPLAY 'CLOSE ERROR FOR SCHEDULE FILE '
              DISPLAY 'FILE STATUS ' WS-SCHED-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-IN01-COUNTER  TO WS-IN01-DSP.
           MOVE WS-LINE-COUNTER  TO WS-LINE-DSP.
           MOVE WS-SKIP-NO-ROUTE TO WS-SKIP-RT-DSP.
           MOVE WS-FIRM-COUNTER  TO WS-FIRM-DSP.
           MOVE WS-FCST-COUNTER  TO WS-FCST-DSP.
           MOVE WS-CNCL-COUNTER  TO WS-CNCL-DSP.

           DISPLAY 'OWKB020 EXTRACT RECORDS READ     = ' WS-IN01-DSP.
           DISPLAY 'OWKB020 SCHEDULE LINES WRITTEN   = ' WS-LINE-DSP.
           DISPLAY 'OWKB020   FIRM RELEASES          = ' WS-FIRM-DSP.
           DISPLAY 'OWKB020   FORECAST RELEASES      = ' WS-FCST-DSP.
           DISPLAY 'OWKB020   CANCELLATIONS          = ' WS-CNCL-DSP.
           DISPLAY 'OWKB020 SKIPPED - NO ROUTE       = '
                    WS-SKIP-RT-DSP.
           DISPLAY 'OWKB020 PLANT SECTIONS WRITTEN   = '
                    WS-PLANT-COUNTER.
           IF WS-DELTA-MODE
              MOVE WS-NEWPRIOR-COUNTER TO WS-NP-DSP
              DISPLAY 'OWKB020 NEWPRIOR RECORDS READ    = ' WS-NP-DSP
           END-IF.

       3000-CLOSE-FILES-EXIT. EXIT.
