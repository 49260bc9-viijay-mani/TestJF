       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF23.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    WEEKLY KANBAN SIZING ANALYSIS. FOR EVERY ACTIVE 'CD'
      *    KANBAN ON PARKANB (ALL BUSINESS ENTITIES) COMPARES THE
      *    TRAILING ORDHIST REQUIRED_QTY DEMAND (JCL PARM, WORKDAYS,
      *    DEFAULT 20) AGAINST THE KANBAN'S LOT_QUANTITY, THE SMALLEST
      *    LINESIDE SHARE ITS LOT IS SPLIT BY (PARKANB 'CL' ROWS AT
      *    THE SAME DOCK) AND THE PICKUP FREQUENCY OF ITS ROUTE
      *    (RTEMSTR/RTEFREQ), AND RECOMMENDS A LOT SIZE AND KANBAN
      *    COUNT:
      *      - DEMAND PER PICKUP = WINDOW DEMAND / PICKUPS IN WINDOW;
      *      - OVER-SIZED  - ONE BOX OUTLASTS TWO PICKUPS, OR ORDERS
      *        REPEATEDLY CAME IN A FULL BOX OR MORE OVER REQUIRED
      *        (EXCESS BOXES ON THE FLOOR) - LOT CUT TO ONE PICKUP'S
      *        DEMAND;
      *      - UNDER-SIZED - REPEATED REMAIN-TO-ORDER SHORTFALLS
      *        (REQUIRED OVER ORDERED) - LOT KEPT, CARDS ADDED;
      *      - THE LOT IS NEVER RECOMMENDED BELOW THE SIZE THAT GIVES
      *        THE SMALLEST-SHARE LOCATION A WHOLE PIECE PER BOX;
      *      - KANBAN COUNT = ONE PICKUP'S DEMAND PLUS SAFETY, IN
      *        BOXES, PLUS ONE CARD IN TRANSIT.
      *    OVER-SIZED, UNDER-SIZED, NO-DEMAND AND NO-LOT KANBANS PRINT
      *    ON RPT01 BY SUPPLIER PLANT. EVERY ANALYSED KANBAN - SIZED
      *    RIGHT OR NOT - IS INSERTED INTO KBSIZREC UNDER TODAY'S
      *    ANALYSIS_DATE SO AN ACCEPTED LOT/CARD CHANGE CAN BE TRACED
      *    BACK TO THE FIGURES THAT JUSTIFIED IT. A SAME-DAY RERUN
      *    REPLACES THAT DAY'S ROWS. RUN WEEKLY, OUTSIDE THE OWKB010
      *    WINDOW - IT ONLY READS THE EXTRACT'S TABLES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPORT-FILE ASSIGN TO RPT01
                  FILE STATUS IS WS-RPT-STATUS.


       DATA DIVISION.

       FILE SECTION.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-REPORT                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-RPT-STATUS            PIC X(02).
           05 ISMR121                  PIC X(7)
                                        VALUE 'ISMR121'.
           05 WS-ROUTINE               PIC X(10).
           05 WS-INPUT-DATE            PIC X(10).
           05 WS-PARM2-NUM             PIC 9(03).
           05 WS-PARM3                 PIC X(10).
           05 WS-PARM4                 PIC X(10).
           05 WS-PARM5                 PIC X(10).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-PARKANB-SWITCH        PIC X(01) VALUE 'Y'.
              88 WS-MORE-PARKANB                 VALUE 'Y'.
              88 WS-NO-MORE-PARKANB              VALUE 'N'.
           05 WS-PARAMETER             PIC X(03) VALUE SPACES.
           05 WS-PARAMETER-NUM         PIC 9(03) VALUE 0.

      *    SIZING RULES. A SHORTFALL OR EXCESS MUST RECUR THIS MANY
      *    TIMES IN THE WINDOW BEFORE IT COUNTS AS A SIZING PROBLEM
      *    RATHER THAN A ONE-OFF; SAFETY IS THE PERCENTAGE OF ONE
      *    PICKUP'S DEMAND CARRIED ON TOP OF IT. A ROUTE WITH NO
      *    RTEFREQ ROWS RELEASES ONCE PER RUN, I.E. EVERY WORKDAY.
       01  WS-SIZING-RULES.
           05 WS-REPEAT-MIN            PIC 9(03) VALUE 2.
           05 WS-SAFETY-PCT            PIC 9(03) VALUE 10.
           05 WS-LEGACY-PICKUPS        PIC 9(03) VALUE 5.

       01  WS-DATE-AREAS.
           05 WS-TODAY-DATE            PIC X(08).
           05 WS-TODAY-TIME            PIC X(06).
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

       01  WS-COUNTERS.
           05 WS-KANBAN-COUNT          PIC 9(08) VALUE 0.
           05 WS-OK-COUNT              PIC 9(08) VALUE 0.
           05 WS-OVER-COUNT            PIC 9(08) VALUE 0.
           05 WS-UNDER-COUNT           PIC 9(08) VALUE 0.
           05 WS-NO-DEMAND-COUNT       PIC 9(08) VALUE 0.
           05 WS-NO-LOT-COUNT          PIC 9(08) VALUE 0.
           05 WS-INSERT-COUNT          PIC 9(08) VALUE 0.
           05 WS-PLANT-LISTED          PIC 9(08) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.

      *    ONE KANBAN'S SIZING FIGURES, REBUILT BY 2200 PER ROW.
       01  WS-SIZING-WORK.
           05 WS-LOT-QTY               PIC 9(07) VALUE 0.
           05 WS-DOCK                  PIC X(02) VALUE SPACES.
           05 WS-DEMAND-QTY            PIC 9(09) VALUE 0.
           05 WS-SHORT-COUNT           PIC 9(05) VALUE 0.
           05 WS-EXCESS-COUNT          PIC 9(05) VALUE 0.
           05 WS-PICKUPS               PIC 9(05) VALUE 0.
           05 WS-PER-PICKUP            PIC 9(07) VALUE 0.
           05 WS-MIN-SHARE             PIC 9(03)V9(4) VALUE 0.
           05 WS-MIN-LOT               PIC 9(07) VALUE 0.
           05 WS-REC-LOT               PIC 9(07) VALUE 0.
           05 WS-REC-KANBANS           PIC 9(05) VALUE 0.
           05 WS-SIZE-STATUS           PIC X(02) VALUE SPACES.
              88 WS-SIZE-OK                      VALUE 'OK'.
              88 WS-SIZE-OVER                    VALUE 'OV'.
              88 WS-SIZE-UNDER                   VALUE 'UN'.
              88 WS-SIZE-NO-DEMAND               VALUE 'ND'.
              88 WS-SIZE-NO-LOT                  VALUE 'NL'.
           05 WS-CALC-WORK             PIC 9(11) VALUE 0.
           05 WS-CALC-DIVISOR          PIC 9(09) VALUE 0.
           05 WS-CALC-REMAINDER        PIC 9(09) VALUE 0.

      *    ROUTE FREQUENCY CACHE - C1 IS IN PLANT/ENTITY/PART ORDER,
      *    SO CONSECUTIVE KANBANS USUALLY SHARE A SUPPLIER AND DOCK
      *    AND THE RTEMSTR/RTEFREQ READS ARE SKIPPED.
       01  WS-ROUTE-CACHE.
           05 WS-RTE-LOADED-KEY.
              10 WS-RTE-LOADED-ENT     PIC X(05) VALUE LOW-VALUES.
              10 WS-RTE-LOADED-SUPP    PIC X(07) VALUE LOW-VALUES.
              10 WS-RTE-LOADED-DOCK    PIC X(02) VALUE LOW-VALUES.
           05 WS-RTE-CODE              PIC X(09) VALUE SPACES.
           05 WS-RTE-WEEKLY-PICKUPS    PIC 9(03) VALUE 0.

       01  WS-PREV-PLANT               PIC X(05) VALUE LOW-VALUES.

       01  HOST-VARIABLES-KB.
           05 HV-KB-BUS-ENT            PIC X(05).
           05 HV-KB-CUSTOMER-SUPP      PIC X(07).
           05 HV-KB-LOCATION           PIC X(12).
           05 HV-KB-ITEMID             PIC X(12).
           05 HV-KB-KANBAN             PIC X(04).
           05 HV-KB-LOT-QUANTITY       PIC S9(9) COMP.
           05 HV-KB-DOCK               PIC X(02).
           05 HV-KB-ROUTE-CODE         PIC X(09).
           05 HV-KB-PICKUP-DAYS        PIC S9(9) COMP.
           05 HV-KB-MIN-SHARE          PIC S9(3)V9(4) USAGE COMP-3.
           05 HV-KB-REQUIRED-QTY       PIC S9(9) COMP.
           05 HV-KB-SHORT-COUNT        PIC S9(9) COMP.
           05 HV-KB-EXCESS-COUNT       PIC S9(9) COMP.

       01  NULL-INDICATORS-KB.
           05 NI-KB-LOT-QUANTITY       PIC S9(4) COMP.
           05 NI-KB-MIN-SHARE          PIC S9(4) COMP.
           05 NI-KB-REQUIRED-QTY       PIC S9(4) COMP.
           05 NI-KB-SHORT-COUNT        PIC S9(4) COMP.
           05 NI-KB-EXCESS-COUNT       PIC S9(4) COMP.

       01  HOST-VARIABLES-SR.
           05 HV-SR-TRAIL-DAYS         PIC S9(4) COMP.
           05 HV-SR-DEMAND-QTY         PIC S9(9) COMP.
           05 HV-SR-PICKUPS            PIC S9(9) COMP.
           05 HV-SR-PER-PICKUP         PIC S9(9) COMP.
           05 HV-SR-CUR-LOT-QTY        PIC S9(9) COMP.
           05 HV-SR-MIN-SHARE          PIC S9(3)V9(4) USAGE COMP-3.
           05 HV-SR-SHORT-COUNT        PIC S9(9) COMP.
           05 HV-SR-EXCESS-COUNT       PIC S9(9) COMP.
           05 HV-SR-REC-LOT-QTY        PIC S9(9) COMP.
           05 HV-SR-REC-KANBANS        PIC S9(9) COMP.
           05 HV-SR-SIZE-STATUS        PIC X(02).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    ACTIVE CREATE-KANBAN ROWS, GROUPED BY SUPPLIER PLANT (THE
      *    LAST FIVE BYTES OF CUSTOMER_SUPP, AS OWKB010 DERIVES
      *    01-OWK-SUP-PLANT-CODE) SO THE REPORT BREAKS ON PLANT. A
      *    NULL KANBAN HAS NO ORDER HISTORY TO SIZE AGAINST.
           EXEC SQL
               DECLARE C1-PARKANB CURSOR FOR
                 SELECT  BUSINESS_ENT,
                         CUSTOMER_SUPP,
                         LOCATION,
                         ITEMID,
                         KANBAN,
                         LOT_QUANTITY
                 FROM    PARKANB
                 WHERE   TYPE     = 'CD'
                 AND     CSI_TYPE = 'SU'
                 AND     KANBAN IS NOT NULL
                 AND     (EFF_START <= :WS-CURRENT-DATE AND
                         (EFF_STOP  >= :WS-CURRENT-DATE OR
                          EFF_STOP IS NULL))
                 ORDER BY SUBSTR(CUSTOMER_SUPP,3,5),
                          BUSINESS_ENT,
                          CUSTOMER_SUPP,
                          ITEMID,
                          KANBAN
           END-EXEC.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(60) VALUE
              'OWKB023 - KANBAN SIZING RECOMMENDATIONS'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 RPT-H1-DATE              PIC X(10).
           05 FILLER                   PIC X(16) VALUE
              '  DEMAND SINCE '.
           05 RPT-H1-CUTOFF            PIC X(10).
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  RPT-PLANT-HEAD.
           05 FILLER                   PIC X(15) VALUE
              'SUPPLIER PLANT '.
           05 RPT-P-PLANT              PIC X(05).
           05 FILLER                   PIC X(112) VALUE SPACES.

       01  RPT-HEADING-2.
           05 FILLER                   PIC X(05) VALUE 'ENT'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'SUPPLR'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'PART NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'KANB'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE 'DK'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'ROUTE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'STATUS'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '     DEMAND'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE ' PU'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE ' PER PU'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE '    LOT'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE 'SHR'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE 'SHT'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE 'EXC'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'REC LOT'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE ' KB'.
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 RPT-D-BUS-ENT            PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-SUPPLIER           PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-ITEMID             PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-KANBAN             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-DOCK               PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-ROUTE              PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-STATUS             PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-DEMAND             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-PICKUPS            PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-PER-PICKUP         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-LOT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-MIN-SHARE          PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-SHORT              PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-EXCESS             PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-REC-LOT            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-REC-KANBANS        PIC ZZ9.
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  RPT-SUMMARY-HEAD.
           05 FILLER                   PIC X(132) VALUE
              'SIZING RUN SUMMARY'.

       01  RPT-SUMMARY-LINE.
           05 RPT-S-DESC               PIC X(30).
           05 FILLER                   PIC X(03) VALUE ' = '.
           05 RPT-S-COUNT              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(89) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.

      *    OPTIONAL PARM: TRAILING DEMAND WINDOW IN WORKDAYS.
      *    DEFAULTS TO 20 (FOUR WEEKS) WHEN ABSENT OR NON-NUMERIC.
       01  LS-JCL-PARM.
           05 LS-PARM-LEN               PIC S9(4) COMP.
           05 LS-PARM-WINDOW            PIC X(03).

       PROCEDURE DIVISION USING LS-JCL-PARM.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB023 START'.

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
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TODAY-DATE  TO WS-CCYYMMDD.
           MOVE WS-CCYY-DATE   TO WS-WORK-DATE-CCYY.
           MOVE WS-MM-DATE     TO WS-WORK-DATE-MM.
           MOVE WS-DD-DATE     TO WS-WORK-DATE-DD.
           MOVE '-'            TO DASH-1 DASH-2.
           MOVE WS-WORK-DATE   TO WS-CURRENT-DATE.

      *    RIGHT-ALIGN A 1- OR 2-DIGIT PARM INTO THE THREE-BYTE WORK
      *    FIELD SO PARM='10' MEANS 10 DAYS INSTEAD OF SILENTLY
      *    FAILING THE NUMERIC TEST AND TAKING THE DEFAULT.
           MOVE '000' TO WS-PARAMETER.
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 1
                    MOVE LS-PARM-WINDOW (1:1)
                      TO WS-PARAMETER (3:1)
               WHEN LS-PARM-LEN = 2
                    MOVE LS-PARM-WINDOW (1:2)
                      TO WS-PARAMETER (2:2)
               WHEN LS-PARM-LEN > 2
                    MOVE LS-PARM-WINDOW TO WS-PARAMETER
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
              MOVE 20 TO WS-PARM2-NUM
           END-IF.
           MOVE WS-PARM2-NUM TO HV-SR-TRAIL-DAYS.
           DISPLAY 'TRAILING DEMAND WINDOW WORKDAYS = ' WS-PARM2-NUM.

           MOVE 'BUMPWORK'             TO WS-ROUTINE.
           MOVE WS-CURRENT-DATE        TO WS-INPUT-DATE.
           MOVE '-'                    TO WS-PARM3.
           MOVE SPACES                 TO WS-PARM4.
           MOVE SPACES                 TO WS-PARM5.
           CALL ISMR121 USING WS-ROUTINE
                              WS-INPUT-DATE
                              WS-PARM2-NUM
                              WS-PARM3
                              WS-PARM4
                              WS-PARM5.
           IF WS-PARM5 = SPACES
              DISPLAY 'PROGRAM NAME : OWKB023'
              DISPLAY 'FORCED ABEND - CALENDAR ROUTINE ABEND'
              CALL 'ABENDME'
           END-IF.
           MOVE WS-PARM5 TO WS-CUTOFF-DATE.
           DISPLAY 'DEMAND WINDOW START DATE: ' WS-CUTOFF-DATE.

           OPEN OUTPUT REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB023'
              DISPLAY 'OPEN ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

       1000-INITIALIZATION-EXIT. EXIT.


       2000-MAINLINE.

           PERFORM 2050-CLEAR-TODAYS-ROWS THRU
                   2050-CLEAR-TODAYS-ROWS-EXIT.

           MOVE WS-CURRENT-DATE TO RPT-H1-DATE.
           MOVE WS-CUTOFF-DATE  TO RPT-H1-CUTOFF.
           WRITE REC-REPORT FROM RPT-HEADING-1.
           WRITE REC-REPORT FROM WS-BLANK-LINE.

           SET WS-MORE-PARKANB TO TRUE.

           EXEC SQL
                OPEN C1-PARKANB
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C1-PARKANB'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2100-SIZE-NEXT-KANBAN THRU
                   2100-SIZE-NEXT-KANBAN-EXIT
             UNTIL WS-NO-MORE-PARKANB.

           EXEC SQL
                CLOSE C1-PARKANB
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C1-PARKANB'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2600-WRITE-SUMMARY THRU
                   2600-WRITE-SUMMARY-EXIT.

           EXEC SQL
                COMMIT
           END-EXEC.

       2000-MAINLINE-EXIT. EXIT.


      *    A SAME-DAY RERUN REPLACES THE DAY'S RECOMMENDATIONS RATHER
      *    THAN DUPLICATING THEM. EARLIER ANALYSIS DATES ARE KEPT -
      *    THEY ARE THE TRAIL BACK FROM AN ACCEPTED CHANGE.
       2050-CLEAR-TODAYS-ROWS.

           EXEC SQL
                DELETE FROM KBSIZREC
                 WHERE ANALYSIS_DATE = :WS-CURRENT-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD DELETE ON KBSIZREC'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2050-CLEAR-TODAYS-ROWS-EXIT. EXIT.


       2100-SIZE-NEXT-KANBAN.

           EXEC SQL
                FETCH C1-PARKANB
                 INTO :HV-KB-BUS-ENT,
                      :HV-KB-CUSTOMER-SUPP,
                      :HV-KB-LOCATION,
                      :HV-KB-ITEMID,
                      :HV-KB-KANBAN,
                      :HV-KB-LOT-QUANTITY:NI-KB-LOT-QUANTITY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 2200-SIZE-ONE-KANBAN THRU
                            2200-SIZE-ONE-KANBAN-EXIT
               WHEN 100
                    SET WS-NO-MORE-PARKANB TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C1-PARKANB'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2100-SIZE-NEXT-KANBAN-EXIT. EXIT.


       2200-SIZE-ONE-KANBAN.

           ADD 1 TO WS-KANBAN-COUNT.

      *    A NULL OR NON-POSITIVE LOT_QUANTITY IS SIZED AS NO LOT -
      *    THE SAME ROWS OWKB010 REPORTS AS 'ZERO LOT QUANTITY'.
           IF NI-KB-LOT-QUANTITY < 0
           OR HV-KB-LOT-QUANTITY NOT > 0
              MOVE 0 TO WS-LOT-QTY
           ELSE
              MOVE HV-KB-LOT-QUANTITY TO WS-LOT-QTY
           END-IF.

           MOVE HV-KB-LOCATION (1:2) TO WS-DOCK.

           PERFORM 2210-ROUTE-FREQUENCY THRU
                   2210-ROUTE-FREQUENCY-EXIT.

           PERFORM 2220-MIN-LOCATION-SHARE THRU
                   2220-MIN-LOCATION-SHARE-EXIT.

           PERFORM 2230-TRAILING-DEMAND THRU
                   2230-TRAILING-DEMAND-EXIT.

           PERFORM 2240-CALC-RECOMMENDATION THRU
                   2240-CALC-RECOMMENDATION-EXIT.

           PERFORM 2250-INSERT-KBSIZREC THRU
                   2250-INSERT-KBSIZREC-EXIT.

           IF NOT WS-SIZE-OK
              PERFORM 2300-PRINT-KANBAN THRU
                      2300-PRINT-KANBAN-EXIT
           END-IF.

       2200-SIZE-ONE-KANBAN-EXIT. EXIT.


      *    PICKUPS PER WEEK FOR THE KANBAN'S SUPPLIER/DOCK ROUTE -
      *    THE SAME RTEMSTR ROW OWKB010'S 2232-ROUTE-READ PICKS
      *    (LATEST EFF_START) AND ITS RTEFREQ WORKDAY ROWS. NO ROUTE
      *    OR NO FREQUENCY ROWS MEANS ONE RELEASE PER RUN.
       2210-ROUTE-FREQUENCY.

           IF HV-KB-BUS-ENT       = WS-RTE-LOADED-ENT
           AND HV-KB-CUSTOMER-SUPP = WS-RTE-LOADED-SUPP
           AND WS-DOCK             = WS-RTE-LOADED-DOCK
              GO TO 2210-ROUTE-FREQUENCY-EXIT
           END-IF.

           MOVE HV-KB-BUS-ENT       TO WS-RTE-LOADED-ENT.
           MOVE HV-KB-CUSTOMER-SUPP TO WS-RTE-LOADED-SUPP.
           MOVE WS-DOCK             TO WS-RTE-LOADED-DOCK.
           MOVE WS-DOCK             TO HV-KB-DOCK.
           MOVE SPACES              TO WS-RTE-CODE.
           MOVE WS-LEGACY-PICKUPS   TO WS-RTE-WEEKLY-PICKUPS.

           EXEC SQL
               SELECT ROUTE_CODE
                 INTO :HV-KB-ROUTE-CODE
                 FROM RTEMSTR
                WHERE BUSINESS_ENT  = :HV-KB-BUS-ENT
                  AND CUSTOMER_SUPP = :HV-KB-CUSTOMER-SUPP
                  AND DOCK          = :HV-KB-DOCK
                  AND (EFF_START <= :WS-CURRENT-DATE AND
                      (EFF_STOP  >= :WS-CURRENT-DATE OR
                       EFF_STOP IS NULL))
                ORDER BY EFF_START DESC, ROUTE_CODE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE HV-KB-ROUTE-CODE TO WS-RTE-CODE
               WHEN 100
                    GO TO 2210-ROUTE-FREQUENCY-EXIT
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON RTEMSTR'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

      *    WEEKEND PICKUP DAYS NEVER RELEASE (OWKB010 ONLY APPLIES
      *    FREQUENCY DAYS ON WORKING DAYS), SO ONLY 1-5 COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-KB-PICKUP-DAYS
                 FROM RTEFREQ
                WHERE BUSINESS_ENT = :HV-KB-BUS-ENT
                  AND ROUTE_CODE   = :HV-KB-ROUTE-CODE
                  AND PICKUP_DAY BETWEEN 1 AND 5
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON RTEFREQ'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-KB-PICKUP-DAYS > 0
              MOVE HV-KB-PICKUP-DAYS TO WS-RTE-WEEKLY-PICKUPS
           END-IF.

       2210-ROUTE-FREQUENCY-EXIT. EXIT.


      *    THE SMALLEST SHARE ANY ACTIVE LINESIDE LOCATION AT THIS
      *    DOCK TAKES OF THE LOT (OWKB010 2218 SPLITS EACH BOX BY
      *    SHARE). NO CL ROWS OR A NULL SHARE IS A SINGLE-LOCATION
      *    PART, WHICH OWNS THE WHOLE BOX.
       2220-MIN-LOCATION-SHARE.

           MOVE 100 TO WS-MIN-SHARE.

           EXEC SQL
               SELECT MIN(SHARE)
                 INTO :HV-KB-MIN-SHARE :NI-KB-MIN-SHARE
                 FROM PARKANB
                WHERE TYPE                 = 'CL'
                  AND CSI_TYPE             = 'SU'
                  AND BUSINESS_ENT         = :HV-KB-BUS-ENT
                  AND CUSTOMER_SUPP        = :HV-KB-CUSTOMER-SUPP
                  AND ITEMID               = :HV-KB-ITEMID
                  AND SUBSTR(LOCATION,1,2) = :HV-KB-DOCK
                  AND (EFF_START <= :WS-CURRENT-DATE AND
                      (EFF_STOP  >= :WS-CURRENT-DATE OR
                       EFF_STOP IS NULL))
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND NI-KB-MIN-SHARE < 0
                    CONTINUE
               WHEN SQLCODE = 0
                    IF HV-KB-MIN-SHARE > 0
                    AND HV-KB-MIN-SHARE < 100
                       MOVE HV-KB-MIN-SHARE TO WS-MIN-SHARE
                    END-IF
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON PARKANB CL'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

      *    SMALLEST LOT THAT STILL GIVES THAT LOCATION ONE WHOLE
      *    PIECE PER BOX: 100 / SHARE, ROUNDED UP.
           COMPUTE WS-MIN-LOT = 100 / WS-MIN-SHARE.
           IF WS-MIN-LOT * WS-MIN-SHARE < 100
              ADD 1 TO WS-MIN-LOT
           END-IF.

       2220-MIN-LOCATION-SHARE-EXIT. EXIT.


      *    TRAILING DEMAND AND THE TWO SIZING SYMPTOMS, ALL ORDERS IN
      *    THE WINDOW WHATEVER THEIR STATUS: A SHORTFALL IS AN ORDER
      *    RAISED UNDER ITS REQUIRED QUANTITY (A REMAIN-TO-ORDER
      *    BALANCE), AN EXCESS IS ONE ORDERED A FULL BOX OR MORE OVER
      *    IT. BOTH COMPARE THE QUANTITIES AS RAISED - ORDERED_QTY
      *    STAYS PUT AS OWKB021 POSTS RECEIPTS TO RECEIVED_QTY, SO A
      *    RECEIVED OR CLOSED ORDER KEEPS ITS ORIGINAL FIGURES HERE.
      *    ORDER_DATE IS THE DATE THE ORDER WAS RAISED.
       2230-TRAILING-DEMAND.

           MOVE 0 TO WS-DEMAND-QTY
                     WS-SHORT-COUNT
                     WS-EXCESS-COUNT.

           MOVE WS-LOT-QTY TO HV-SR-CUR-LOT-QTY.

           EXEC SQL
               SELECT SUM(REQUIRED_QTY),
                      SUM(CASE WHEN REQUIRED_QTY > ORDERED_QTY
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN ORDERED_QTY - REQUIRED_QTY
                                    >= :HV-SR-CUR-LOT-QTY
                               THEN 1 ELSE 0 END)
                 INTO :HV-KB-REQUIRED-QTY :NI-KB-REQUIRED-QTY,
                      :HV-KB-SHORT-COUNT  :NI-KB-SHORT-COUNT,
                      :HV-KB-EXCESS-COUNT :NI-KB-EXCESS-COUNT
                 FROM ORDHIST
                WHERE CUSTOMER_SUPP = :HV-KB-CUSTOMER-SUPP
                  AND ITEMID        = :HV-KB-ITEMID
                  AND KANBAN        = :HV-KB-KANBAN
                  AND ORDER_DATE   >= :WS-CUTOFF-DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND NI-KB-REQUIRED-QTY < 0
                    CONTINUE
               WHEN SQLCODE = 0
                    IF HV-KB-REQUIRED-QTY > 0
                       MOVE HV-KB-REQUIRED-QTY TO WS-DEMAND-QTY
                    END-IF
                    IF NI-KB-SHORT-COUNT NOT < 0
                       MOVE HV-KB-SHORT-COUNT  TO WS-SHORT-COUNT
                    END-IF
                    IF NI-KB-EXCESS-COUNT NOT < 0
                       MOVE HV-KB-EXCESS-COUNT TO WS-EXCESS-COUNT
                    END-IF
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON ORDHIST'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2230-TRAILING-DEMAND-EXIT. EXIT.


      *    CLASSIFIES THE KANBAN AND WORKS OUT THE RECOMMENDED LOT
      *    SIZE AND CARD COUNT (SEE THE RULES IN THE PROLOGUE). ALL
      *    DIVISIONS ROUND UP - A PARTLY COVERED PICKUP IS SHORT.
       2240-CALC-RECOMMENDATION.

      *    PICKUPS IN THE WINDOW = WEEKLY PICKUPS * WORKDAYS / 5.
           COMPUTE WS-CALC-WORK = WS-RTE-WEEKLY-PICKUPS * WS-PARM2-NUM.
           DIVIDE WS-CALC-WORK BY 5
               GIVING WS-PICKUPS
               REMAINDER WS-CALC-REMAINDER.
           IF WS-CALC-REMAINDER > 0
              ADD 1 TO WS-PICKUPS
           END-IF.
           IF WS-PICKUPS = 0
              MOVE 1 TO WS-PICKUPS
           END-IF.

           DIVIDE WS-DEMAND-QTY BY WS-PICKUPS
               GIVING WS-PER-PICKUP
               REMAINDER WS-CALC-REMAINDER.
           IF WS-CALC-REMAINDER > 0
              ADD 1 TO WS-PER-PICKUP
           END-IF.

           EVALUATE TRUE
               WHEN WS-LOT-QTY = 0
                    SET WS-SIZE-NO-LOT TO TRUE
               WHEN WS-DEMAND-QTY = 0
                    SET WS-SIZE-NO-DEMAND TO TRUE
               WHEN WS-SHORT-COUNT NOT < WS-REPEAT-MIN
                    SET WS-SIZE-UNDER TO TRUE
               WHEN WS-EXCESS-COUNT NOT < WS-REPEAT-MIN
               WHEN WS-LOT-QTY NOT < WS-PER-PICKUP * 2
                    SET WS-SIZE-OVER TO TRUE
               WHEN OTHER
                    SET WS-SIZE-OK TO TRUE
           END-EVALUATE.

      *    OVER-SIZED AND LOT-LESS KANBANS GET ONE PICKUP'S DEMAND
      *    PER BOX; THE REST KEEP THEIR LOT AND ARE FIXED WITH CARDS.
           IF WS-SIZE-OVER
           OR WS-SIZE-NO-LOT
              MOVE WS-PER-PICKUP TO WS-REC-LOT
           ELSE
              MOVE WS-LOT-QTY    TO WS-REC-LOT
           END-IF.
           IF WS-REC-LOT < WS-MIN-LOT
              MOVE WS-MIN-LOT TO WS-REC-LOT
           END-IF.

      *    CARDS = ONE PICKUP'S DEMAND PLUS SAFETY, IN BOXES, PLUS
      *    ONE IN TRANSIT. NO DEMAND - NO CARDS NEEDED.
           IF WS-SIZE-NO-DEMAND
              MOVE 0 TO WS-REC-KANBANS
           ELSE
              COMPUTE WS-CALC-WORK =
                      WS-PER-PICKUP * (100 + WS-SAFETY-PCT)
              COMPUTE WS-CALC-DIVISOR = WS-REC-LOT * 100
              DIVIDE WS-CALC-WORK BY WS-CALC-DIVISOR
                  GIVING WS-REC-KANBANS
                  REMAINDER WS-CALC-REMAINDER
              IF WS-CALC-REMAINDER > 0
                 ADD 1 TO WS-REC-KANBANS
              END-IF
              ADD 1 TO WS-REC-KANBANS
           END-IF.

           EVALUATE TRUE
               WHEN WS-SIZE-OK
                    ADD 1 TO WS-OK-COUNT
               WHEN WS-SIZE-OVER
                    ADD 1 TO WS-OVER-COUNT
               WHEN WS-SIZE-UNDER
                    ADD 1 TO WS-UNDER-COUNT
               WHEN WS-SIZE-NO-DEMAND
                    ADD 1 TO WS-NO-DEMAND-COUNT
               WHEN OTHER
                    ADD 1 TO WS-NO-LOT-COUNT
           END-EVALUATE.

       2240-CALC-RECOMMENDATION-EXIT. EXIT.


       2250-INSERT-KBSIZREC.

           MOVE WS-DEMAND-QTY   TO HV-SR-DEMAND-QTY.
           MOVE WS-PICKUPS      TO HV-SR-PICKUPS.
           MOVE WS-PER-PICKUP   TO HV-SR-PER-PICKUP.
           MOVE WS-MIN-SHARE    TO HV-SR-MIN-SHARE.
           MOVE WS-SHORT-COUNT  TO HV-SR-SHORT-COUNT.
           MOVE WS-EXCESS-COUNT TO HV-SR-EXCESS-COUNT.
           MOVE WS-REC-LOT      TO HV-SR-REC-LOT-QTY.
           MOVE WS-REC-KANBANS  TO HV-SR-REC-KANBANS.
           MOVE WS-SIZE-STATUS  TO HV-SR-SIZE-STATUS.
           MOVE WS-RTE-CODE     TO HV-KB-ROUTE-CODE.

           EXEC SQL
                INSERT INTO KBSIZREC
                       (ANALYSIS_DATE, ANALYSIS_TIME, BUSINESS_ENT,
                        CUSTOMER_SUPP, LOCATION, ITEMID, KANBAN,
                        ROUTE_CODE, TRAIL_WORKDAYS, WINDOW_START,
                        DEMAND_QTY, PICKUPS, DEMAND_PER_PICKUP,
                        CUR_LOT_QTY, MIN_SHARE, SHORT_COUNT,
                        EXCESS_COUNT, REC_LOT_QTY, REC_KANBANS,
                        SIZE_STATUS)
                VALUES (:WS-CURRENT-DATE, :WS-TODAY-TIME,
                        :HV-KB-BUS-ENT, :HV-KB-CUSTOMER-SUPP,
                        :HV-KB-LOCATION, :HV-KB-ITEMID,
                        :HV-KB-KANBAN, :HV-KB-ROUTE-CODE,
                        :HV-SR-TRAIL-DAYS, :WS-CUTOFF-DATE,
                        :HV-SR-DEMAND-QTY, :HV-SR-PICKUPS,
                        :HV-SR-PER-PICKUP, :HV-SR-CUR-LOT-QTY,
                        :HV-SR-MIN-SHARE, :HV-SR-SHORT-COUNT,
                        :HV-SR-EXCESS-COUNT, :HV-SR-REC-LOT-QTY,
                        :HV-SR-REC-KANBANS, :HV-SR-SIZE-STATUS)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    ADD 1 TO WS-INSERT-COUNT
               WHEN OTHER
                    DISPLAY 'BAD INSERT ON KBSIZREC'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2250-INSERT-KBSIZREC-EXIT. EXIT.


      *    A PLANT'S HEADING PRINTS WITH ITS FIRST LISTED KANBAN, SO
      *    A PLANT WHOSE KANBANS ARE ALL SIZED RIGHT DOES NOT APPEAR.
       2300-PRINT-KANBAN.

           IF HV-KB-CUSTOMER-SUPP (3:5) NOT = WS-PREV-PLANT
              MOVE HV-KB-CUSTOMER-SUPP (3:5) TO WS-PREV-PLANT
              ADD 1 TO WS-PLANT-LISTED
              MOVE WS-PREV-PLANT TO RPT-P-PLANT
              WRITE REC-REPORT FROM WS-BLANK-LINE
              WRITE REC-REPORT FROM RPT-PLANT-HEAD
              WRITE REC-REPORT FROM RPT-HEADING-2
           END-IF.

           MOVE HV-KB-BUS-ENT       TO RPT-D-BUS-ENT.
           MOVE HV-KB-CUSTOMER-SUPP TO RPT-D-SUPPLIER.
           MOVE HV-KB-ITEMID        TO RPT-D-ITEMID.
           MOVE HV-KB-KANBAN        TO RPT-D-KANBAN.
           MOVE WS-DOCK             TO RPT-D-DOCK.
           MOVE WS-RTE-CODE         TO RPT-D-ROUTE.

           EVALUATE TRUE
               WHEN WS-SIZE-OVER
                    MOVE 'OVER'   TO RPT-D-STATUS
               WHEN WS-SIZE-UNDER
                    MOVE 'UNDER'  TO RPT-D-STATUS
               WHEN WS-SIZE-NO-DEMAND
                    MOVE 'NO DMD' TO RPT-D-STATUS
               WHEN OTHER
                    MOVE 'NO LOT' TO RPT-D-STATUS
           END-EVALUATE.

           MOVE WS-DEMAND-QTY       TO RPT-D-DEMAND.
           MOVE WS-PICKUPS          TO RPT-D-PICKUPS.
           MOVE WS-PER-PICKUP       TO RPT-D-PER-PICKUP.
           MOVE WS-LOT-QTY          TO RPT-D-LOT.
           MOVE WS-MIN-SHARE        TO RPT-D-MIN-SHARE.
           MOVE WS-SHORT-COUNT      TO RPT-D-SHORT.
           MOVE WS-EXCESS-COUNT     TO RPT-D-EXCESS.
           MOVE WS-REC-LOT          TO RPT-D-REC-LOT.
           MOVE WS-REC-KANBANS      TO RPT-D-REC-KANBANS.

           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

       2300-PRINT-KANBAN-EXIT. EXIT.


       2600-WRITE-SUMMARY.

           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-SUMMARY-HEAD.
           WRITE REC-REPORT FROM WS-BLANK-LINE.

           MOVE 'ACTIVE CD KANBANS ANALYSED'     TO RPT-S-DESC.
           MOVE WS-KANBAN-COUNT                  TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'SIZED RIGHT'                    TO RPT-S-DESC.
           MOVE WS-OK-COUNT                      TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'OVER-SIZED'                     TO RPT-S-DESC.
           MOVE WS-OVER-COUNT                    TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'UNDER-SIZED'                    TO RPT-S-DESC.
           MOVE WS-UNDER-COUNT                   TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'NO DEMAND IN WINDOW'            TO RPT-S-DESC.
           MOVE WS-NO-DEMAND-COUNT               TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'NO LOT QUANTITY'                TO RPT-S-DESC.
           MOVE WS-NO-LOT-COUNT                  TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'SUPPLIER PLANTS LISTED'         TO RPT-S-DESC.
           MOVE WS-PLANT-LISTED                  TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

       2600-WRITE-SUMMARY-EXIT. EXIT.


       3000-CLOSE-FILES.

           CLOSE REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB023'
              DISPLAY 'CLOSE ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-KANBAN-COUNT TO WS-COUNT-DSP.
           DISPLAY 'OWKB023 KANBANS ANALYSED         = ' WS-COUNT-DSP.
           MOVE WS-OVER-COUNT TO WS-COUNT-DSP.
           DISPLAY 'OWKB023 OVER-SIZED               = ' WS-COUNT-DSP.
           MOVE WS-UNDER-COUNT TO WS-COUNT-DSP.
           DISPLAY 'OWKB023 UNDER-SIZED              = ' WS-COUNT-DSP.
           MOVE WS-INSERT-COUNT TO WS-COUNT-DSP.
           DISPLAY 'OWKB023 KBSIZREC ROWS INSERTED   = ' WS-COUNT-DSP.

       3000-CLOSE-FILES-EXIT. EXIT.
