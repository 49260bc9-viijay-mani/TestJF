       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF28.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    AUDITED MAINTENANCE FOR THE EXTRACT'S CONTROL TABLES -
      *    SUPPCODE, ORDMETH, BUSENT, QUALGATE, RUNSTATC, RTEFREQ,
      *    ORDSERNO AND ENTHOLD. READS ADD / CHANGE / DELETE
      *    TRANSACTIONS FROM MNTIN, VALIDATES EACH ONE AGAINST THE
      *    TABLE'S CURRENT ROW AND ITS OWN RULES, AND APPLIES THE
      *    GOOD ONES ONE AT A TIME - THE TABLE CHANGE AND ITS
      *    CTLAUDIT ROW (BEFORE AND AFTER IMAGES, REQUESTER, REASON,
      *    DATE/TIME) COMMIT TOGETHER, SO THERE IS NEVER A CHANGE
      *    WITHOUT ITS AUDIT OR AN AUDIT WITHOUT ITS CHANGE. A
      *    REJECTED TRANSACTION CHANGES NOTHING. EVERY TRANSACTION IS
      *    LISTED ON RPT01 (APPLIED WITH ITS IMAGES, OR REJECTED WITH
      *    THE REASON) FOR SIGN-OFF. RETURN CODE 4 WHEN ANY
      *    TRANSACTION WAS REJECTED.
      *
      *    TRANSACTION RECORD (MNTIN, 120 BYTES FIXED):
      *      1-8     TABLE NAME
      *      9       ACTION  A ADD / C CHANGE / D DELETE
      *      10-17   REQUESTER (USER ID)
      *      18-47   REASON FOR THE CHANGE (FREE TEXT)
      *      48-120  ROW DATA - LAID OUT PER TABLE AS THE MT-xx-DATA
      *              GROUPS BELOW (KEY COLUMNS FIRST). A CHANGE
      *              CARRIES THE WHOLE NEW ROW; A DELETE NEEDS ONLY
      *              THE KEY. THE CTLAUDIT BEFORE/AFTER IMAGES USE
      *              THE SAME 73-BYTE LAYOUT.
      *
      *    RULES BEYOND ROW EXISTENCE:
      *      SUPPCODE, ORDMETH, RTEFREQ  KEY-ONLY - ADD OR DELETE
      *      BUSENT    PARTITION_NO BLANK (NONE) OR 01-99; NO ADD,
      *                CHANGE OR DELETE WHILE A PARTITIONED EXTRACT
      *                IS WAITING ON OWKB026 (PARTCTL ROWS); NO
      *                DELETE WHILE THE ENTITY HAS OPEN ACKLEDGR
      *                ROWS OR AN IN-FLIGHT PARKCKPT ROW. THE TABLE
      *                AS IT WOULD STAND AFTER AN ADD, CHANGE OR
      *                DELETE MUST STILL BE A PLAN OWKB010 CAN RUN:
      *                THE ROWS THAT HAVE A PARTITION_NO RUN 1 TO N
      *                WITH NO GAPS AND NEVER GO DOWN IN BUSINESS_ENT
      *                ORDER; ROWS WITHOUT ONE ARE SKIPPED BY THE
      *                TEST, SO PARTITIONING IS SWITCHED ON OR OFF ONE
      *                AUDITED ROW AT A TIME. WHILE SOME ROWS HAVE A
      *                PARTITION_NO AND OTHERS DO NOT, EACH APPLIED
      *                BUSENT CHANGE PRINTS A WARNING LINE ON RPT01
      *      QUALGATE  MAX_EXC_PCT 0 TO 100
      *      RUNSTATC  TREND_RUNS 3 OR MORE, ALERT_PCT ABOVE 0
      *      RTEFREQ   PICKUP_DAY 1-7; ENTITY MUST BE ON BUSENT
      *      ORDSERNO  LAST_ORD_NUM NEVER MOVES BACKWARDS - NOT BY A
      *                CHANGE, AND NOT BY RE-ADDING A DELETED SERIES
      *                BELOW ITS LAST AUDITED NUMBER; NO CHANGE OR
      *                DELETE WHILE THE ENTITY IS IN FLIGHT
      *      ENTHOLD   REASON REQUIRED; ENTITY MUST BE ON BUSENT.
      *                OWKB013 STILL RELEASES A HOLD THE CYCLE THE
      *                ENTITY'S LEDGER IS CLEAR.
      *    A CHANGE THAT MATCHES THE CURRENT ROW IS REJECTED AS
      *    HAVING NOTHING TO APPLY.
      *    RUN ON DEMAND, OUTSIDE THE EXTRACT'S NIGHTLY WINDOW.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MNTIN-FILE ASSIGN TO MNTIN
                  FILE STATUS IS WS-MNTIN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPT01
                  FILE STATUS IS WS-RPT-STATUS.


       DATA DIVISION.

       FILE SECTION.

       FD  MNTIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-MNTIN                   PIC X(120).


       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-REPORT                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-MNTIN-STATUS          PIC X(02).
           05 WS-RPT-STATUS            PIC X(02).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-MNTIN-SWITCH          PIC X(01) VALUE 'Y'.
              88 WS-MORE-MNTIN                   VALUE 'Y'.
              88 WS-NO-MORE-MNTIN                VALUE 'N'.
           05 WS-ROW-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-ROW-FOUND                    VALUE 'Y'.
              88 WS-ROW-NOT-FOUND                VALUE 'N'.
           05 WS-PLAN-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-PLAN-ENT                VALUE 'Y'.
              88 WS-NO-MORE-PLAN-ENT             VALUE 'N'.
           05 WS-PLAN-TRAN-SW          PIC X(01) VALUE 'N'.
              88 WS-PLAN-TRAN-PENDING            VALUE 'Y'.
              88 WS-PLAN-TRAN-PLACED             VALUE 'N'.
           05 WS-PLAN-NULL-SW          PIC X(01) VALUE 'N'.
              88 WS-PLAN-PART-NULL               VALUE 'Y'.
              88 WS-PLAN-PART-SET                VALUE 'N'.
           05 WS-PLAN-MIXED-SW         PIC X(01) VALUE 'N'.
              88 WS-PLAN-MIXED                   VALUE 'Y'.
              88 WS-PLAN-NOT-MIXED               VALUE 'N'.
      *    BLANK WHILE THE TRANSACTION IS GOOD; THE FIRST FAILED
      *    RULE MOVES ITS MESSAGE IN AND THE TRANSACTION IS REJECTED.
           05 WS-REJECT-MSG            PIC X(60) VALUE SPACES.
              88 WS-TRAN-OK                      VALUE SPACES.

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
           05 WS-TIME-NOW              PIC X(08).
           05 WS-TODAY-TIME            PIC X(06).

       01  WS-COUNTERS.
           05 WS-TRAN-SEQ              PIC 9(05) VALUE 0.
           05 WS-APPLIED-COUNT         PIC 9(05) VALUE 0.
           05 WS-REJECTED-COUNT        PIC 9(05) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.
           05 WS-PART-NUM              PIC 9(02) VALUE 0.
           05 WS-PLAN-NULL-COUNT       PIC 9(05) VALUE 0.
           05 WS-PLAN-SET-COUNT        PIC 9(05) VALUE 0.
           05 WS-PLAN-PREV-PART        PIC 9(02) VALUE 0.
           05 WS-PLAN-PART             PIC 9(02) VALUE 0.

      *    ONE ENTITY OF THE BUSENT PLAN BEING CHECKED.
       01  WS-PLAN-AREAS.
           05 WS-PLAN-ENT              PIC X(05) VALUE SPACES.

       01  WS-IMAGE-AREAS.
           05 WS-TRAN-KEY              PIC X(20) VALUE SPACES.
           05 WS-BEFORE-IMAGE          PIC X(73) VALUE SPACES.
           05 WS-AFTER-IMAGE           PIC X(73) VALUE SPACES.
           05 WS-SAVE-IMAGE            PIC X(73) VALUE SPACES.

      *    TRANSACTION RECORD.
       01  MT-TRAN-RECORD.
           05 MT-TABLE                 PIC X(08).
           05 MT-ACTION                PIC X(01).
              88 MT-ADD                          VALUE 'A'.
              88 MT-CHANGE                       VALUE 'C'.
              88 MT-DELETE                       VALUE 'D'.
           05 MT-REQUESTER             PIC X(08).
           05 MT-REASON                PIC X(30).
           05 MT-DATA                  PIC X(73).

      *    ROW DATA LAYOUTS, ONE PER TABLE (73 BYTES EACH).
       01  MT-SC-DATA.
           05 MT-SC-SUPP-CODE          PIC X(05).
           05 FILLER                   PIC X(68).

       01  MT-OM-DATA.
           05 MT-OM-ORDER-METHOD       PIC X(01).
           05 FILLER                   PIC X(72).

      *    PARTITION_NO: BLANK = NULL (NOT PARTITIONED), ELSE 01-99.
       01  MT-BE-DATA.
           05 MT-BE-BUSINESS-ENT       PIC X(05).
           05 MT-BE-PARTITION-NO       PIC X(02).
           05 FILLER                   PIC X(66).

       01  MT-QG-DATA.
           05 MT-QG-PROGRAM-ID         PIC X(08).
           05 MT-QG-MAX-COUNT          PIC 9(09).
           05 MT-QG-MAX-PCT            PIC 9(03).
           05 FILLER                   PIC X(53).

       01  MT-RC-DATA.
           05 MT-RC-PROGRAM-ID         PIC X(08).
           05 MT-RC-TREND-RUNS         PIC 9(03).
           05 MT-RC-ALERT-PCT          PIC 9(03).
           05 FILLER                   PIC X(59).

       01  MT-RF-DATA.
           05 MT-RF-BUSINESS-ENT       PIC X(05).
           05 MT-RF-ROUTE-CODE         PIC X(09).
           05 MT-RF-PICKUP-DAY         PIC 9(01).
           05 FILLER                   PIC X(58).

       01  MT-OS-DATA.
           05 MT-OS-BUSINESS-ENT       PIC X(05).
           05 MT-OS-DOCK               PIC X(02).
           05 MT-OS-SERIES-CODE        PIC X(08).
           05 MT-OS-LAST-ORD-NUM       PIC 9(12).
           05 FILLER                   PIC X(46).

      *    HOLD_DATE IS SET BY THE PROGRAM (TODAY ON AN ADD); ANY
      *    VALUE ON THE TRANSACTION IS IGNORED.
       01  MT-EH-DATA.
           05 MT-EH-BUSINESS-ENT       PIC X(05).
           05 MT-EH-HOLD-REASON        PIC X(40).
           05 MT-EH-HOLD-DATE          PIC X(10).
           05 FILLER                   PIC X(18).

       01  HOST-VARIABLES-MT.
           05 HV-ROW-CNT               PIC S9(9) COMP.
           05 HV-SUPP-CODE             PIC X(05).
           05 HV-ORDER-METHOD          PIC X(01).
           05 HV-BE-BUSINESS-ENT       PIC X(05).
           05 HV-BE-PARTITION-NO       PIC S9(4) COMP.
           05 NI-BE-PARTITION-NO       PIC S9(4) COMP.
           05 HV-PL-BUSINESS-ENT       PIC X(05).
           05 HV-PL-PARTITION-NO       PIC S9(4) COMP.
           05 NI-PL-PARTITION-NO       PIC S9(4) COMP.
           05 HV-QG-PROGRAM-ID         PIC X(08).
           05 HV-QG-MAX-COUNT          PIC S9(9) COMP.
           05 HV-QG-MAX-PCT            PIC S9(4) COMP.
           05 HV-RC-PROGRAM-ID         PIC X(08).
           05 HV-RC-TREND-RUNS         PIC S9(4) COMP.
           05 HV-RC-ALERT-PCT          PIC S9(4) COMP.
           05 HV-RF-ROUTE-CODE         PIC X(09).
           05 HV-RF-PICKUP-DAY         PIC S9(4) COMP.
           05 HV-OS-DOCK               PIC X(02).
           05 HV-OS-SERIES             PIC X(08).
           05 HV-OS-LAST-NUM           PIC 9(12).
           05 HV-EH-HOLD-REASON        PIC X(40).
           05 HV-EH-HOLD-DATE          PIC X(10).

       01  HOST-VARIABLES-AU.
           05 HV-AU-TABLE-KEY          PIC X(20).
           05 HV-AU-BEFORE-IMAGE       PIC X(73).
           05 HV-AU-AFTER-IMAGE        PIC X(73).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    EVERY BUSENT ROW BUT THE TRANSACTION'S OWN, IN ENTITY
      *    ORDER - 2860 MERGES THE TRANSACTION'S NEW ROW BACK IN.
           EXEC SQL
               DECLARE C1-BUSENT CURSOR FOR
                 SELECT  BUSINESS_ENT,
                         PARTITION_NO
                   FROM  BUSENT
                  WHERE  BUSINESS_ENT <> :HV-BE-BUSINESS-ENT
               ORDER BY  BUSINESS_ENT
           END-EXEC.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(60) VALUE
              'OWKB028 - CONTROL TABLE MAINTENANCE - APPLIED/REJECTED'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 RPT-H1-DATE              PIC X(10).
           05 FILLER                   PIC X(52) VALUE SPACES.

       01  RPT-HEADING-2.
           05 FILLER                   PIC X(05) VALUE '  SEQ'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'TABLE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE 'ACT'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'REQUESTR'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE 'KEY'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'RESULT'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(74) VALUE
              'REASON / REJECTION'.

       01  RPT-DETAIL-LINE.
           05 RPT-D-SEQ                PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-TABLE              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-D-ACTION             PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-D-REQUESTER          PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-KEY                PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-RESULT             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-MESSAGE            PIC X(60).
           05 FILLER                   PIC X(14) VALUE SPACES.

       01  RPT-IMAGE-LINE.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 RPT-I-LABEL              PIC X(09).
           05 RPT-I-IMAGE              PIC X(73).
           05 FILLER                   PIC X(44) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05 RPT-T-LABEL              PIC X(30).
           05 RPT-T-COUNT              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(92) VALUE SPACES.

       01  RPT-SIGNOFF-LINE.
           05 FILLER                   PIC X(66) VALUE
              'REVIEWED BY: ____________________   DATE: __________'.
           05 FILLER                   PIC X(66) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB028 START'.

           PERFORM 1000-INITIALIZATION THRU
                   1000-INITIALIZATION-EXIT.

           PERFORM 2000-MAINLINE THRU
                   2000-MAINLINE-EXIT.

           PERFORM 3000-CLOSE-FILES THRU
                   3000-CLOSE-FILES-EXIT.

           DISPLAY 'OWKB028 END'.

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
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO WS-TODAY-TIME.

           OPEN INPUT MNTIN-FILE.
           IF WS-MNTIN-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB028'
              DISPLAY 'OPEN ERROR FOR MNTIN FILE'
              DISPLAY 'FILE STATUS : ' WS-MNTIN-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB028'
              DISPLAY 'OPEN ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-CURRENT-DATE TO RPT-H1-DATE.
           WRITE REC-REPORT FROM RPT-HEADING-1.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-HEADING-2.

       1000-INITIALIZATION-EXIT. EXIT.


       2000-MAINLINE.

           PERFORM 2010-READ-MNTIN THRU
                   2010-READ-MNTIN-EXIT.

           PERFORM 2100-PROCESS-TRAN THRU
                   2100-PROCESS-TRAN-EXIT
             UNTIL WS-NO-MORE-MNTIN.

       2000-MAINLINE-EXIT. EXIT.


       2010-READ-MNTIN.

           READ MNTIN-FILE INTO MT-TRAN-RECORD
               AT END
                    SET WS-NO-MORE-MNTIN TO TRUE
           END-READ.

           IF  WS-MORE-MNTIN
           AND WS-MNTIN-STATUS NOT = '00'
               DISPLAY 'PROGRAM NAME : OWKB028'
               DISPLAY 'READ ERROR FOR MNTIN FILE'
               DISPLAY 'FILE STATUS : ' WS-MNTIN-STATUS
               CALL 'ABENDME'
           END-IF.

       2010-READ-MNTIN-EXIT. EXIT.


      *    ONE TRANSACTION: COMMON CHECKS, THEN THE TABLE'S OWN
      *    VALIDATE-AND-APPLY PARAGRAPH. AN APPLIED CHANGE IS
      *    AUDITED AND COMMITTED BEFORE THE NEXT IS READ.
       2100-PROCESS-TRAN.

           ADD 1 TO WS-TRAN-SEQ.
           MOVE SPACES TO WS-REJECT-MSG
                          WS-TRAN-KEY
                          WS-BEFORE-IMAGE
                          WS-AFTER-IMAGE.
           SET WS-ROW-NOT-FOUND TO TRUE.
           SET WS-PLAN-NOT-MIXED TO TRUE.

           IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
              MOVE 'ACTION MUST BE A (ADD), C (CHANGE) OR D (DELETE)'
                TO WS-REJECT-MSG
              GO TO 2100-FINISH-TRAN
           END-IF.

           IF MT-REQUESTER = SPACES
              MOVE 'REQUESTER IS REQUIRED' TO WS-REJECT-MSG
              GO TO 2100-FINISH-TRAN
           END-IF.

           EVALUATE MT-TABLE
               WHEN 'SUPPCODE'
                    PERFORM 2200-MAINT-SUPPCODE THRU
                            2200-MAINT-SUPPCODE-EXIT
               WHEN 'ORDMETH'
                    PERFORM 2250-MAINT-ORDMETH THRU
                            2250-MAINT-ORDMETH-EXIT
               WHEN 'BUSENT'
                    PERFORM 2300-MAINT-BUSENT THRU
                            2300-MAINT-BUSENT-EXIT
               WHEN 'QUALGATE'
                    PERFORM 2400-MAINT-QUALGATE THRU
                            2400-MAINT-QUALGATE-EXIT
               WHEN 'RUNSTATC'
                    PERFORM 2450-MAINT-RUNSTATC THRU
                            2450-MAINT-RUNSTATC-EXIT
               WHEN 'RTEFREQ'
                    PERFORM 2500-MAINT-RTEFREQ THRU
                            2500-MAINT-RTEFREQ-EXIT
               WHEN 'ORDSERNO'
                    PERFORM 2600-MAINT-ORDSERNO THRU
                            2600-MAINT-ORDSERNO-EXIT
               WHEN 'ENTHOLD'
                    PERFORM 2700-MAINT-ENTHOLD THRU
                            2700-MAINT-ENTHOLD-EXIT
               WHEN OTHER
                    MOVE 'TABLE NOT MAINTAINED BY OWKB028'
                      TO WS-REJECT-MSG
           END-EVALUATE.

       2100-FINISH-TRAN.

           IF WS-TRAN-OK
              PERFORM 2900-WRITE-AUDIT THRU
                      2900-WRITE-AUDIT-EXIT
              EXEC SQL
                   COMMIT
              END-EXEC
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
           END-IF.

           PERFORM 2950-LIST-TRAN THRU
                   2950-LIST-TRAN-EXIT.

           PERFORM 2010-READ-MNTIN THRU
                   2010-READ-MNTIN-EXIT.

       2100-PROCESS-TRAN-EXIT. EXIT.


      *    SUPPCODE - VALID SUPPLIER CODES. KEY-ONLY TABLE.
       2200-MAINT-SUPPCODE.

           MOVE MT-DATA TO MT-SC-DATA.
           MOVE MT-SC-SUPP-CODE TO WS-TRAN-KEY.

           IF MT-SC-SUPP-CODE = SPACES
              MOVE 'SUPP_CODE IS REQUIRED' TO WS-REJECT-MSG
              GO TO 2200-MAINT-SUPPCODE-EXIT
           END-IF.

           IF MT-CHANGE
              MOVE 'KEY-ONLY TABLE - USE DELETE AND ADD'
                TO WS-REJECT-MSG
              GO TO 2200-MAINT-SUPPCODE-EXIT
           END-IF.

           MOVE MT-SC-SUPP-CODE TO HV-SUPP-CODE.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ROW-CNT
                  FROM SUPPCODE
                 WHERE SUPP_CODE = :HV-SUPP-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON SUPPCODE'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-ROW-CNT > 0
              SET WS-ROW-FOUND TO TRUE
              MOVE MT-SC-DATA TO WS-BEFORE-IMAGE
           END-IF.

           PERFORM 2800-CHECK-EXISTENCE THRU
                   2800-CHECK-EXISTENCE-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2200-MAINT-SUPPCODE-EXIT
           END-IF.

           IF MT-ADD
              MOVE MT-SC-DATA TO WS-AFTER-IMAGE
              EXEC SQL
                   INSERT INTO SUPPCODE
                          (SUPP_CODE)
                   VALUES (:HV-SUPP-CODE)
              END-EXEC
           ELSE
              EXEC SQL
                   DELETE FROM SUPPCODE
                    WHERE SUPP_CODE = :HV-SUPP-CODE
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD MAINTENANCE WRITE ON SUPPCODE'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2200-MAINT-SUPPCODE-EXIT. EXIT.


      *    ORDMETH - VALID ORDER METHODS. KEY-ONLY TABLE.
       2250-MAINT-ORDMETH.

           MOVE MT-DATA TO MT-OM-DATA.
           MOVE MT-OM-ORDER-METHOD TO WS-TRAN-KEY.

           IF MT-OM-ORDER-METHOD = SPACES
              MOVE 'ORDER_METHOD IS REQUIRED' TO WS-REJECT-MSG
              GO TO 2250-MAINT-ORDMETH-EXIT
           END-IF.

           IF MT-CHANGE
              MOVE 'KEY-ONLY TABLE - USE DELETE AND ADD'
                TO WS-REJECT-MSG
              GO TO 2250-MAINT-ORDMETH-EXIT
           END-IF.

           MOVE MT-OM-ORDER-METHOD TO HV-ORDER-METHOD.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ROW-CNT
                  FROM ORDMETH
                 WHERE ORDER_METHOD = :HV-ORDER-METHOD
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON ORDMETH'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-ROW-CNT > 0
              SET WS-ROW-FOUND TO TRUE
              MOVE MT-OM-DATA TO WS-BEFORE-IMAGE
           END-IF.

           PERFORM 2800-CHECK-EXISTENCE THRU
                   2800-CHECK-EXISTENCE-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2250-MAINT-ORDMETH-EXIT
           END-IF.

           IF MT-ADD
              MOVE MT-OM-DATA TO WS-AFTER-IMAGE
              EXEC SQL
                   INSERT INTO ORDMETH
                          (ORDER_METHOD)
                   VALUES (:HV-ORDER-METHOD)
              END-EXEC
           ELSE
              EXEC SQL
                   DELETE FROM ORDMETH
                    WHERE ORDER_METHOD = :HV-ORDER-METHOD
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD MAINTENANCE WRITE ON ORDMETH'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2250-MAINT-ORDMETH-EXIT. EXIT.


      *    BUSENT - THE ENTITIES OWKB010 EXTRACTS, WITH THEIR
      *    PARTITION. A DELETED ENTITY SILENTLY DROPS OUT OF THE
      *    EXTRACT, SO A DELETE WAITS UNTIL NOTHING IS OUTSTANDING
      *    FOR IT; AND NO ENTITY MOVES WHILE A PARTITIONED NIGHT IS
      *    STILL WAITING TO BE CONSOLIDATED.
       2300-MAINT-BUSENT.

           MOVE MT-DATA TO MT-BE-DATA.
           MOVE MT-BE-BUSINESS-ENT TO WS-TRAN-KEY
                                      HV-BE-BUSINESS-ENT.

           IF MT-BE-BUSINESS-ENT = SPACES
              MOVE 'BUSINESS_ENT IS REQUIRED' TO WS-REJECT-MSG
              GO TO 2300-MAINT-BUSENT-EXIT
           END-IF.

           IF MT-DELETE
              MOVE SPACES TO MT-BE-PARTITION-NO
           ELSE
              IF MT-BE-PARTITION-NO NOT = SPACES
                 IF MT-BE-PARTITION-NO IS NOT NUMERIC
                 OR MT-BE-PARTITION-NO = '00'
                    MOVE 'PARTITION_NO MUST BE BLANK OR 01-99'
                      TO WS-REJECT-MSG
                    GO TO 2300-MAINT-BUSENT-EXIT
                 END-IF
              END-IF
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ROW-CNT
                  FROM PARTCTL
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON PARTCTL'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-ROW-CNT > 0
              MOVE 'PARTITIONED RUN AWAITING OWKB026 - RETRY LATER'
                TO WS-REJECT-MSG
              GO TO 2300-MAINT-BUSENT-EXIT
           END-IF.

           EXEC SQL
                SELECT PARTITION_NO
                  INTO :HV-BE-PARTITION-NO :NI-BE-PARTITION-NO
                  FROM BUSENT
                 WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    SET WS-ROW-FOUND TO TRUE
                    MOVE MT-BE-DATA TO WS-SAVE-IMAGE
                    IF NI-BE-PARTITION-NO < 0
                       MOVE SPACES TO MT-BE-PARTITION-NO
                    ELSE
                       MOVE HV-BE-PARTITION-NO TO WS-PART-NUM
                       MOVE WS-PART-NUM TO MT-BE-PARTITION-NO
                    END-IF
                    MOVE MT-BE-DATA TO WS-BEFORE-IMAGE
                    MOVE WS-SAVE-IMAGE TO MT-BE-DATA
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON BUSENT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2800-CHECK-EXISTENCE THRU
                   2800-CHECK-EXISTENCE-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2300-MAINT-BUSENT-EXIT
           END-IF.

           IF MT-DELETE
              PERFORM 2820-CHECK-OPEN-LEDGER THRU
                      2820-CHECK-OPEN-LEDGER-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2300-MAINT-BUSENT-EXIT
              END-IF
              PERFORM 2830-CHECK-IN-FLIGHT THRU
                      2830-CHECK-IN-FLIGHT-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2300-MAINT-BUSENT-EXIT
              END-IF
           ELSE
              MOVE MT-BE-DATA TO WS-AFTER-IMAGE
              PERFORM 2850-CHECK-NO-CHANGE THRU
                      2850-CHECK-NO-CHANGE-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2300-MAINT-BUSENT-EXIT
              END-IF
              IF MT-BE-PARTITION-NO = SPACES
                 MOVE 0  TO HV-BE-PARTITION-NO
                 MOVE -1 TO NI-BE-PARTITION-NO
              ELSE
                 MOVE MT-BE-PARTITION-NO TO WS-PART-NUM
                 MOVE WS-PART-NUM TO HV-BE-PARTITION-NO
                 MOVE 0  TO NI-BE-PARTITION-NO
              END-IF
           END-IF.

           PERFORM 2860-CHECK-PARTITION-PLAN THRU
                   2860-CHECK-PARTITION-PLAN-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2300-MAINT-BUSENT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN MT-ADD
                    EXEC SQL
                         INSERT INTO BUSENT
                                (BUSINESS_ENT, PARTITION_NO)
                         VALUES (:HV-BE-BUSINESS-ENT,
                                 :HV-BE-PARTITION-NO
                                 :NI-BE-PARTITION-NO)
                    END-EXEC
               WHEN MT-CHANGE
                    EXEC SQL
                         UPDATE BUSENT
                            SET PARTITION_NO =
                                :HV-BE-PARTITION-NO
                                :NI-BE-PARTITION-NO
                          WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                    END-EXEC
               WHEN MT-DELETE
                    EXEC SQL
                         DELETE FROM BUSENT
                          WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                    END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD MAINTENANCE WRITE ON BUSENT'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2300-MAINT-BUSENT-EXIT. EXIT.


      *    QUALGATE - THE EXCEPTION QUALITY GATE PER PROGRAM.
       2400-MAINT-QUALGATE.

           MOVE MT-DATA TO MT-QG-DATA.
           MOVE MT-QG-PROGRAM-ID TO WS-TRAN-KEY
                                    HV-QG-PROGRAM-ID.

           IF MT-QG-PROGRAM-ID = SPACES
              MOVE 'PROGRAM_ID IS REQUIRED' TO WS-REJECT-MSG
              GO TO 2400-MAINT-QUALGATE-EXIT
           END-IF.

           IF NOT MT-DELETE
              IF MT-QG-MAX-COUNT IS NOT NUMERIC
                 MOVE 'MAX_EXC_COUNT MUST BE NUMERIC'
                   TO WS-REJECT-MSG
                 GO TO 2400-MAINT-QUALGATE-EXIT
              END-IF
              IF MT-QG-MAX-PCT IS NOT NUMERIC
              OR MT-QG-MAX-PCT > 100
                 MOVE 'MAX_EXC_PCT MUST BE 0 TO 100'
                   TO WS-REJECT-MSG
                 GO TO 2400-MAINT-QUALGATE-EXIT
              END-IF
           END-IF.

           EXEC SQL
                SELECT MAX_EXC_COUNT, MAX_EXC_PCT
                  INTO :HV-QG-MAX-COUNT,
                       :HV-QG-MAX-PCT
                  FROM QUALGATE
                 WHERE PROGRAM_ID = :HV-QG-PROGRAM-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    SET WS-ROW-FOUND TO TRUE
                    MOVE MT-QG-DATA      TO WS-SAVE-IMAGE
                    MOVE HV-QG-MAX-COUNT TO MT-QG-MAX-COUNT
                    MOVE HV-QG-MAX-PCT   TO MT-QG-MAX-PCT
                    MOVE MT-QG-DATA      TO WS-BEFORE-IMAGE
                    MOVE WS-SAVE-IMAGE   TO MT-QG-DATA
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON QUALGATE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2800-CHECK-EXISTENCE THRU
                   2800-CHECK-EXISTENCE-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2400-MAINT-QUALGATE-EXIT
           END-IF.

           IF NOT MT-DELETE
              MOVE MT-QG-DATA TO WS-AFTER-IMAGE
              PERFORM 2850-CHECK-NO-CHANGE THRU
                      2850-CHECK-NO-CHANGE-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2400-MAINT-QUALGATE-EXIT
              END-IF
              MOVE MT-QG-MAX-COUNT TO HV-QG-MAX-COUNT
              MOVE MT-QG-MAX-PCT   TO HV-QG-MAX-PCT
           END-IF.

           EVALUATE TRUE
               WHEN MT-ADD
                    EXEC SQL
                         INSERT INTO QUALGATE
                                (PROGRAM_ID, MAX_EXC_COUNT,
                                 MAX_EXC_PCT)
                         VALUES (:HV-QG-PROGRAM-ID,
                                 :HV-QG-MAX-COUNT,
                                 :HV-QG-MAX-PCT)
                    END-EXEC
               WHEN MT-CHANGE
                    EXEC SQL
                         UPDATE QUALGATE
                            SET MAX_EXC_COUNT = :HV-QG-MAX-COUNT,
                                MAX_EXC_PCT   = :HV-QG-MAX-PCT
                          WHERE PROGRAM_ID    = :HV-QG-PROGRAM-ID
                    END-EXEC
               WHEN MT-DELETE
                    EXEC SQL
                         DELETE FROM QUALGATE
                          WHERE PROGRAM_ID = :HV-QG-PROGRAM-ID
                    END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD MAINTENANCE WRITE ON QUALGATE'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2400-MAINT-QUALGATE-EXIT. EXIT.


      *    RUNSTATC - THE RUN-VOLUME TREND CHECK PER PROGRAM. THE
      *    CHECK SKIPS ITSELF WITH FEWER THAN THREE TRAILING RUNS,
      *    SO A SMALLER WINDOW WOULD TURN IT OFF WITHOUT SAYING SO.
       2450-MAINT-RUNSTATC.

           MOVE MT-DATA TO MT-RC-DATA.
           MOVE MT-RC-PROGRAM-ID TO WS-TRAN-KEY
                                    HV-RC-PROGRAM-ID.

           IF MT-RC-PROGRAM-ID = SPACES
              MOVE 'PROGRAM_ID IS REQUIRED' TO WS-REJECT-MSG
              GO TO 2450-MAINT-RUNSTATC-EXIT
           END-IF.

           IF NOT MT-DELETE
              IF MT-RC-TREND-RUNS IS NOT NUMERIC
              OR MT-RC-TREND-RUNS < 3
                 MOVE 'TREND_RUNS MUST BE 3 OR MORE'
                   TO WS-REJECT-MSG
                 GO TO 2450-MAINT-RUNSTATC-EXIT
              END-IF
              IF MT-RC-ALERT-PCT IS NOT NUMERIC
              OR MT-RC-ALERT-PCT = 0
                 MOVE 'ALERT_PCT MUST BE 1 TO 999'
                   TO WS-REJECT-MSG
                 GO TO 2450-MAINT-RUNSTATC-EXIT
              END-IF
           END-IF.

           EXEC SQL
                SELECT TREND_RUNS, ALERT_PCT
                  INTO :HV-RC-TREND-RUNS,
                       :HV-RC-ALERT-PCT
                  FROM RUNSTATC
                 WHERE PROGRAM_ID = :HV-RC-PROGRAM-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    SET WS-ROW-FOUND TO TRUE
                    MOVE MT-RC-DATA       TO WS-SAVE-IMAGE
                    MOVE HV-RC-TREND-RUNS TO MT-RC-TREND-RUNS
                    MOVE HV-RC-ALERT-PCT  TO MT-RC-ALERT-PCT
                    MOVE MT-RC-DATA       TO WS-BEFORE-IMAGE
                    MOVE WS-SAVE-IMAGE    TO MT-RC-DATA
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON RUNSTATC'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2800-CHECK-EXISTENCE THRU
                   2800-CHECK-EXISTENCE-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2450-MAINT-RUNSTATC-EXIT
           END-IF.

           IF NOT MT-DELETE
              MOVE MT-RC-DATA TO WS-AFTER-IMAGE
              PERFORM 2850-CHECK-NO-CHANGE THRU
                      2850-CHECK-NO-CHANGE-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2450-MAINT-RUNSTATC-EXIT
              END-IF
              MOVE MT-RC-TREND-RUNS TO HV-RC-TREND-RUNS
              MOVE MT-RC-ALERT-PCT  TO HV-RC-ALERT-PCT
           END-IF.

           EVALUATE TRUE
               WHEN MT-ADD
                    EXEC SQL
                         INSERT INTO RUNSTATC
                                (PROGRAM_ID, TREND_RUNS, ALERT_PCT)
                         VALUES (:HV-RC-PROGRAM-ID,
                                 :HV-RC-TREND-RUNS,
                                 :HV-RC-ALERT-PCT)
                    END-EXEC
               WHEN MT-CHANGE
                    EXEC SQL
                         UPDATE RUNSTATC
                            SET TREND_RUNS = :HV-RC-TREND-RUNS,
                                ALERT_PCT  = :HV-RC-ALERT-PCT
                          WHERE PROGRAM_ID = :HV-RC-PROGRAM-ID
                    END-EXEC
               WHEN MT-DELETE
                    EXEC SQL
                         DELETE FROM RUNSTATC
                          WHERE PROGRAM_ID = :HV-RC-PROGRAM-ID
                    END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD MAINTENANCE WRITE ON RUNSTATC'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2450-MAINT-RUNSTATC-EXIT. EXIT.


      *    RTEFREQ - PICKUP DAYS PER ROUTE (1=MONDAY .. 7=SUNDAY).
      *    KEY-ONLY TABLE.
       2500-MAINT-RTEFREQ.

           MOVE MT-DATA TO MT-RF-DATA.
           STRING MT-RF-BUSINESS-ENT '/'
                  MT-RF-ROUTE-CODE   DELIMITED BY SPACE
                  '/'                DELIMITED BY SIZE
                  MT-RF-PICKUP-DAY   DELIMITED BY SIZE
                  INTO WS-TRAN-KEY
           END-STRING.

           IF MT-RF-BUSINESS-ENT = SPACES
           OR MT-RF-ROUTE-CODE   = SPACES
              MOVE 'BUSINESS_ENT AND ROUTE_CODE ARE REQUIRED'
                TO WS-REJECT-MSG
              GO TO 2500-MAINT-RTEFREQ-EXIT
           END-IF.

           IF MT-RF-PICKUP-DAY IS NOT NUMERIC
           OR MT-RF-PICKUP-DAY < 1
           OR MT-RF-PICKUP-DAY > 7
              MOVE 'PICKUP_DAY MUST BE 1 (MONDAY) TO 7 (SUNDAY)'
                TO WS-REJECT-MSG
              GO TO 2500-MAINT-RTEFREQ-EXIT
           END-IF.

           IF MT-CHANGE
              MOVE 'KEY-ONLY TABLE - USE DELETE AND ADD'
                TO WS-REJECT-MSG
              GO TO 2500-MAINT-RTEFREQ-EXIT
           END-IF.

           MOVE MT-RF-BUSINESS-ENT TO HV-BE-BUSINESS-ENT.
           MOVE MT-RF-ROUTE-CODE   TO HV-RF-ROUTE-CODE.
           MOVE MT-RF-PICKUP-DAY   TO HV-RF-PICKUP-DAY.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ROW-CNT
                  FROM RTEFREQ
                 WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                   AND ROUTE_CODE   = :HV-RF-ROUTE-CODE
                   AND PICKUP_DAY   = :HV-RF-PICKUP-DAY
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON RTEFREQ'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-ROW-CNT > 0
              SET WS-ROW-FOUND TO TRUE
              MOVE MT-RF-DATA TO WS-BEFORE-IMAGE
           END-IF.

           PERFORM 2800-CHECK-EXISTENCE THRU
                   2800-CHECK-EXISTENCE-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2500-MAINT-RTEFREQ-EXIT
           END-IF.

           IF MT-ADD
              PERFORM 2810-CHECK-BUSENT-EXISTS THRU
                      2810-CHECK-BUSENT-EXISTS-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2500-MAINT-RTEFREQ-EXIT
              END-IF
              MOVE MT-RF-DATA TO WS-AFTER-IMAGE
              EXEC SQL
                   INSERT INTO RTEFREQ
                          (BUSINESS_ENT, ROUTE_CODE, PICKUP_DAY)
                   VALUES (:HV-BE-BUSINESS-ENT, :HV-RF-ROUTE-CODE,
                           :HV-RF-PICKUP-DAY)
              END-EXEC
           ELSE
              EXEC SQL
                   DELETE FROM RTEFREQ
                    WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                      AND ROUTE_CODE   = :HV-RF-ROUTE-CODE
                      AND PICKUP_DAY   = :HV-RF-PICKUP-DAY
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD MAINTENANCE WRITE ON RTEFREQ'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2500-MAINT-RTEFREQ-EXIT. EXIT.


      *    ORDSERNO - THE ORDER-NUMBER SERIES PER ENTITY AND DOCK.
      *    LAST_ORD_NUM NEVER MOVES BACKWARDS OR ORDER NUMBERS
      *    ALREADY SENT DOWNSTREAM WOULD BE ISSUED AGAIN. A SERIES
      *    THAT WAS DELETED AND IS BEING ADDED BACK IS HELD TO THE
      *    LAST NUMBER ON ITS DELETE AUDIT. OWKB010 HOLDS THE SERIES
      *    IN STORAGE WHILE IT WORKS AN ENTITY AND WRITES IT BACK AT
      *    EACH CHECKPOINT, SO NO CHANGE OR DELETE WHILE IN FLIGHT.
       2600-MAINT-ORDSERNO.

           MOVE MT-DATA TO MT-OS-DATA.
           STRING MT-OS-BUSINESS-ENT '/' MT-OS-DOCK
                  DELIMITED BY SIZE INTO WS-TRAN-KEY
           END-STRING.
           MOVE MT-OS-BUSINESS-ENT TO HV-BE-BUSINESS-ENT.
           MOVE MT-OS-DOCK         TO HV-OS-DOCK.

           IF MT-OS-BUSINESS-ENT = SPACES
           OR MT-OS-DOCK         = SPACES
              MOVE 'BUSINESS_ENT AND DOCK ARE REQUIRED'
                TO WS-REJECT-MSG
              GO TO 2600-MAINT-ORDSERNO-EXIT
           END-IF.

           IF NOT MT-DELETE
              IF MT-OS-SERIES-CODE = SPACES
                 MOVE 'SERIES_CODE IS REQUIRED' TO WS-REJECT-MSG
                 GO TO 2600-MAINT-ORDSERNO-EXIT
              END-IF
              IF MT-OS-LAST-ORD-NUM IS NOT NUMERIC
                 MOVE 'LAST_ORD_NUM MUST BE NUMERIC' TO WS-REJECT-MSG
                 GO TO 2600-MAINT-ORDSERNO-EXIT
              END-IF
           END-IF.

           EXEC SQL
                SELECT SERIES_CODE, LAST_ORD_NUM
                  INTO :HV-OS-SERIES,
                       :HV-OS-LAST-NUM
                  FROM ORDSERNO
                 WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                   AND DOCK         = :HV-OS-DOCK
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    SET WS-ROW-FOUND TO TRUE
                    MOVE MT-OS-DATA     TO WS-SAVE-IMAGE
                    MOVE HV-OS-SERIES   TO MT-OS-SERIES-CODE
                    MOVE HV-OS-LAST-NUM TO MT-OS-LAST-ORD-NUM
                    MOVE MT-OS-DATA     TO WS-BEFORE-IMAGE
                    MOVE WS-SAVE-IMAGE  TO MT-OS-DATA
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON ORDSERNO'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2800-CHECK-EXISTENCE THRU
                   2800-CHECK-EXISTENCE-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2600-MAINT-ORDSERNO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN MT-ADD
                    PERFORM 2810-CHECK-BUSENT-EXISTS THRU
                            2810-CHECK-BUSENT-EXISTS-EXIT
                    IF WS-TRAN-OK
                       PERFORM 2610-CHECK-DELETED-SERIES THRU
                               2610-CHECK-DELETED-SERIES-EXIT
                    END-IF
               WHEN MT-CHANGE
                    IF MT-OS-LAST-ORD-NUM < HV-OS-LAST-NUM
                       MOVE 'LAST_ORD_NUM MAY NOT MOVE BACKWARDS'
                         TO WS-REJECT-MSG
                    ELSE
                       PERFORM 2830-CHECK-IN-FLIGHT THRU
                               2830-CHECK-IN-FLIGHT-EXIT
                    END-IF
               WHEN MT-DELETE
                    PERFORM 2830-CHECK-IN-FLIGHT THRU
                            2830-CHECK-IN-FLIGHT-EXIT
           END-EVALUATE.
           IF NOT WS-TRAN-OK
              GO TO 2600-MAINT-ORDSERNO-EXIT
           END-IF.

           IF NOT MT-DELETE
              MOVE MT-OS-DATA TO WS-AFTER-IMAGE
              PERFORM 2850-CHECK-NO-CHANGE THRU
                      2850-CHECK-NO-CHANGE-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2600-MAINT-ORDSERNO-EXIT
              END-IF
              MOVE MT-OS-SERIES-CODE  TO HV-OS-SERIES
              MOVE MT-OS-LAST-ORD-NUM TO HV-OS-LAST-NUM
           END-IF.

           EVALUATE TRUE
               WHEN MT-ADD
                    EXEC SQL
                         INSERT INTO ORDSERNO
                                (BUSINESS_ENT, DOCK, SERIES_CODE,
                                 LAST_ORD_NUM)
                         VALUES (:HV-BE-BUSINESS-ENT, :HV-OS-DOCK,
                                 :HV-OS-SERIES, :HV-OS-LAST-NUM)
                    END-EXEC
               WHEN MT-CHANGE
                    EXEC SQL
                         UPDATE ORDSERNO
                            SET SERIES_CODE  = :HV-OS-SERIES,
                                LAST_ORD_NUM = :HV-OS-LAST-NUM
                          WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                            AND DOCK         = :HV-OS-DOCK
                    END-EXEC
               WHEN MT-DELETE
                    EXEC SQL
                         DELETE FROM ORDSERNO
                          WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                            AND DOCK         = :HV-OS-DOCK
                    END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD MAINTENANCE WRITE ON ORDSERNO'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2600-MAINT-ORDSERNO-EXIT. EXIT.


      *    RE-ADDING A SERIES: THE NEWEST DELETE AUDIT FOR THE SAME
      *    ENTITY/DOCK CARRIES THE LAST NUMBER THE OLD ROW HAD
      *    REACHED; THE NEW ROW MAY NOT START BELOW IT.
       2610-CHECK-DELETED-SERIES.

           MOVE WS-TRAN-KEY TO HV-AU-TABLE-KEY.

           EXEC SQL
                SELECT BEFORE_IMAGE
                  INTO :HV-AU-BEFORE-IMAGE
                  FROM CTLAUDIT
                 WHERE TABLE_NAME = 'ORDSERNO'
                   AND ACTION     = 'D'
                   AND TABLE_KEY  = :HV-AU-TABLE-KEY
                 ORDER BY AUDIT_DATE DESC,
                          AUDIT_TIME DESC,
                          AUDIT_SEQ  DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE MT-OS-DATA         TO WS-SAVE-IMAGE
                    MOVE HV-AU-BEFORE-IMAGE TO MT-OS-DATA
                    MOVE MT-OS-LAST-ORD-NUM TO HV-OS-LAST-NUM
                    MOVE WS-SAVE-IMAGE      TO MT-OS-DATA
                    IF MT-OS-LAST-ORD-NUM < HV-OS-LAST-NUM
                       MOVE 'BELOW LAST NUMBER OF THE DELETED SERIES'
                         TO WS-REJECT-MSG
                    END-IF
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON CTLAUDIT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2610-CHECK-DELETED-SERIES-EXIT. EXIT.


      *    ENTHOLD - ENTITIES OWKB010 SKIPS. A MANUAL HOLD IS
      *    STAMPED WITH TODAY'S DATE, LIKE THE HOLDS OWKB013 SETS.
       2700-MAINT-ENTHOLD.

           MOVE MT-DATA TO MT-EH-DATA.
           MOVE MT-EH-BUSINESS-ENT TO WS-TRAN-KEY
                                      HV-BE-BUSINESS-ENT.

           IF MT-EH-BUSINESS-ENT = SPACES
              MOVE 'BUSINESS_ENT IS REQUIRED' TO WS-REJECT-MSG
              GO TO 2700-MAINT-ENTHOLD-EXIT
           END-IF.

           IF NOT MT-DELETE
           AND MT-EH-HOLD-REASON = SPACES
              MOVE 'HOLD_REASON IS REQUIRED' TO WS-REJECT-MSG
              GO TO 2700-MAINT-ENTHOLD-EXIT
           END-IF.

           MOVE WS-CURRENT-DATE TO MT-EH-HOLD-DATE.

           EXEC SQL
                SELECT HOLD_REASON, HOLD_DATE
                  INTO :HV-EH-HOLD-REASON,
                       :HV-EH-HOLD-DATE
                  FROM ENTHOLD
                 WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    SET WS-ROW-FOUND TO TRUE
                    MOVE HV-EH-HOLD-DATE   TO MT-EH-HOLD-DATE
                    MOVE MT-EH-DATA        TO WS-SAVE-IMAGE
                    MOVE HV-EH-HOLD-REASON TO MT-EH-HOLD-REASON
                    MOVE MT-EH-DATA        TO WS-BEFORE-IMAGE
                    MOVE WS-SAVE-IMAGE     TO MT-EH-DATA
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON ENTHOLD'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2800-CHECK-EXISTENCE THRU
                   2800-CHECK-EXISTENCE-EXIT.
           IF NOT WS-TRAN-OK
              GO TO 2700-MAINT-ENTHOLD-EXIT
           END-IF.

           IF MT-ADD
              PERFORM 2810-CHECK-BUSENT-EXISTS THRU
                      2810-CHECK-BUSENT-EXISTS-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2700-MAINT-ENTHOLD-EXIT
              END-IF
           END-IF.

           IF NOT MT-DELETE
              MOVE MT-EH-DATA TO WS-AFTER-IMAGE
              PERFORM 2850-CHECK-NO-CHANGE THRU
                      2850-CHECK-NO-CHANGE-EXIT
              IF NOT WS-TRAN-OK
                 GO TO 2700-MAINT-ENTHOLD-EXIT
              END-IF
              MOVE MT-EH-HOLD-REASON TO HV-EH-HOLD-REASON
              MOVE MT-EH-HOLD-DATE   TO HV-EH-HOLD-DATE
           END-IF.

           EVALUATE TRUE
               WHEN MT-ADD
                    EXEC SQL
                         INSERT INTO ENTHOLD
                                (BUSINESS_ENT, HOLD_REASON, HOLD_DATE)
                         VALUES (:HV-BE-BUSINESS-ENT,
                                 :HV-EH-HOLD-REASON,
                                 :HV-EH-HOLD-DATE)
                    END-EXEC
               WHEN MT-CHANGE
                    EXEC SQL
                         UPDATE ENTHOLD
                            SET HOLD_REASON  = :HV-EH-HOLD-REASON
                          WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                    END-EXEC
               WHEN MT-DELETE
                    EXEC SQL
                         DELETE FROM ENTHOLD
                          WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
                    END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD MAINTENANCE WRITE ON ENTHOLD'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       2700-MAINT-ENTHOLD-EXIT. EXIT.


      *    AN ADD NEEDS NO CURRENT ROW; A CHANGE OR DELETE NEEDS ONE.
       2800-CHECK-EXISTENCE.

           IF MT-ADD AND WS-ROW-FOUND
              MOVE 'ROW ALREADY EXISTS - USE CHANGE' TO WS-REJECT-MSG
           END-IF.

           IF NOT MT-ADD AND WS-ROW-NOT-FOUND
              MOVE 'ROW NOT FOUND' TO WS-REJECT-MSG
           END-IF.

       2800-CHECK-EXISTENCE-EXIT. EXIT.


      *    CALLER MOVES THE ENTITY TO HV-BE-BUSINESS-ENT.
       2810-CHECK-BUSENT-EXISTS.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ROW-CNT
                  FROM BUSENT
                 WHERE BUSINESS_ENT = :HV-BE-BUSINESS-ENT
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON BUSENT'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-ROW-CNT = 0
              MOVE 'BUSINESS_ENT IS NOT ON BUSENT' TO WS-REJECT-MSG
           END-IF.

       2810-CHECK-BUSENT-EXISTS-EXIT. EXIT.


      *    OPEN OR MISMATCHED LEDGER ROWS ARE LOADS OWKB013 IS STILL
      *    RECONCILING FOR THE ENTITY.
       2820-CHECK-OPEN-LEDGER.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ROW-CNT
                  FROM ACKLEDGR
                 WHERE BUS_ENT = :HV-BE-BUSINESS-ENT
                   AND STATUS <> 'CL'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON ACKLEDGR'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-ROW-CNT > 0
              MOVE 'ENTITY HAS OPEN ACKLEDGR ROWS - RECONCILE FIRST'
                TO WS-REJECT-MSG
           END-IF.

       2820-CHECK-OPEN-LEDGER-EXIT. EXIT.


      *    AN IN-FLIGHT CHECKPOINT ROW FOR THE ENTITY UNDER ANY
      *    CHECKPOINT KEY - 'TESTJF10' ON A SINGLE-STEP RUN OR
      *    'TJF10Pnn' ON A PARTITION - MEANS OWKB010 STOPPED (OR IS
      *    RUNNING) PART-WAY THROUGH IT.
       2830-CHECK-IN-FLIGHT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ROW-CNT
                  FROM PARKCKPT
                 WHERE BUSINESS_ENT  = :HV-BE-BUSINESS-ENT
                   AND COMPLETE_FLAG = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON PARKCKPT'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-ROW-CNT > 0
              MOVE 'ENTITY HAS AN IN-FLIGHT PARKCKPT ROW - RETRY LATER'
                TO WS-REJECT-MSG
           END-IF.

       2830-CHECK-IN-FLIGHT-EXIT. EXIT.


       2850-CHECK-NO-CHANGE.

           IF MT-CHANGE
           AND WS-AFTER-IMAGE = WS-BEFORE-IMAGE
              MOVE 'CHANGE MATCHES THE CURRENT ROW - NOTHING TO APPLY'
                TO WS-REJECT-MSG
           END-IF.

       2850-CHECK-NO-CHANGE-EXIT. EXIT.


      *    WALKS BUSENT AS IT WOULD STAND AFTER THIS TRANSACTION - THE
      *    TRANSACTION'S ENTITY DROPPED ON A DELETE, OR PUT IN AT ITS
      *    PLACE WITH ITS NEW PARTITION ON AN ADD OR CHANGE - AND
      *    REJECTS ANYTHING OWKB010 WOULD ABEND ON (4405) OR OWKB026
      *    COULD NOT CONSOLIDATE (1100). A TABLE LEFT WITH PARTITION_NO
      *    ON SOME ROWS ONLY IS ALLOWED BUT FLAGGED FOR A WARNING.
       2860-CHECK-PARTITION-PLAN.

           MOVE 0 TO WS-PLAN-NULL-COUNT
                     WS-PLAN-SET-COUNT
                     WS-PLAN-PREV-PART.
           SET WS-MORE-PLAN-ENT TO TRUE.
           IF MT-DELETE
              SET WS-PLAN-TRAN-PLACED TO TRUE
           ELSE
              SET WS-PLAN-TRAN-PENDING TO TRUE
           END-IF.

           EXEC SQL
                OPEN C1-BUSENT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C1-BUSENT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           PERFORM 2862-FETCH-PLAN-ENT THRU
                   2862-FETCH-PLAN-ENT-EXIT
             UNTIL WS-NO-MORE-PLAN-ENT.

           EXEC SQL
                CLOSE C1-BUSENT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C1-BUSENT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

      *    THE NEW ENTITY SORTS AFTER EVERY EXISTING ONE.
           IF WS-PLAN-TRAN-PENDING
              PERFORM 2866-PLACE-TRAN-ENT THRU
                      2866-PLACE-TRAN-ENT-EXIT
           END-IF.

           IF  WS-TRAN-OK
           AND WS-PLAN-NULL-COUNT > 0
           AND WS-PLAN-SET-COUNT > 0
               SET WS-PLAN-MIXED TO TRUE
           END-IF.

       2860-CHECK-PARTITION-PLAN-EXIT. EXIT.


       2862-FETCH-PLAN-ENT.

           EXEC SQL
                FETCH C1-BUSENT
                 INTO :HV-PL-BUSINESS-ENT,
                      :HV-PL-PARTITION-NO :NI-PL-PARTITION-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET WS-NO-MORE-PLAN-ENT TO TRUE
                    GO TO 2862-FETCH-PLAN-ENT-EXIT
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C1-BUSENT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           IF  WS-PLAN-TRAN-PENDING
           AND HV-PL-BUSINESS-ENT > HV-BE-BUSINESS-ENT
               PERFORM 2866-PLACE-TRAN-ENT THRU
                       2866-PLACE-TRAN-ENT-EXIT
           END-IF.

           MOVE HV-PL-BUSINESS-ENT TO WS-PLAN-ENT.
           IF NI-PL-PARTITION-NO < 0
              SET WS-PLAN-PART-NULL TO TRUE
              MOVE 0 TO WS-PLAN-PART
           ELSE
              SET WS-PLAN-PART-SET TO TRUE
              MOVE HV-PL-PARTITION-NO TO WS-PLAN-PART
           END-IF.
           PERFORM 2864-CHECK-PLAN-ENT THRU
                   2864-CHECK-PLAN-ENT-EXIT.

       2862-FETCH-PLAN-ENT-EXIT. EXIT.


      *    THE FIRST BROKEN RULE IS THE ONE REPORTED; THE REST OF THE
      *    WALK ONLY DRAINS THE CURSOR. A ROW WITH NO PARTITION_NO IS
      *    ONLY COUNTED - THE ORDER AND GAP RULES ARE FOR THE ROWS
      *    THAT HAVE ONE.
       2864-CHECK-PLAN-ENT.

           IF NOT WS-TRAN-OK
              GO TO 2864-CHECK-PLAN-ENT-EXIT
           END-IF.

           IF WS-PLAN-PART-NULL
              ADD 1 TO WS-PLAN-NULL-COUNT
           ELSE
              ADD 1 TO WS-PLAN-SET-COUNT
           END-IF.

           IF WS-PLAN-PART-NULL
              GO TO 2864-CHECK-PLAN-ENT-EXIT
           END-IF.

           IF WS-PLAN-PART < WS-PLAN-PREV-PART
              STRING 'PARTITION WOULD GO DOWN IN BUSINESS_ENT ORDER AT '
                     WS-PLAN-ENT
                     DELIMITED BY SIZE
                INTO WS-REJECT-MSG
              END-STRING
              GO TO 2864-CHECK-PLAN-ENT-EXIT
           END-IF.

      *    THE FIRST PARTITION IS 1 AND EACH STEP IS 0 OR 1.
           IF WS-PLAN-PART > WS-PLAN-PREV-PART + 1
              STRING 'PARTITIONS MUST RUN 1 TO N WITH NO GAPS - AT '
                     WS-PLAN-ENT
                     DELIMITED BY SIZE
                INTO WS-REJECT-MSG
              END-STRING
              GO TO 2864-CHECK-PLAN-ENT-EXIT
           END-IF.

           MOVE WS-PLAN-PART TO WS-PLAN-PREV-PART.

       2864-CHECK-PLAN-ENT-EXIT. EXIT.


      *    THE TRANSACTION'S OWN ENTITY WITH ITS NEW PARTITION.
       2866-PLACE-TRAN-ENT.

           MOVE HV-BE-BUSINESS-ENT TO WS-PLAN-ENT.
           IF NI-BE-PARTITION-NO < 0
              SET WS-PLAN-PART-NULL TO TRUE
              MOVE 0 TO WS-PLAN-PART
           ELSE
              SET WS-PLAN-PART-SET TO TRUE
              MOVE HV-BE-PARTITION-NO TO WS-PLAN-PART
           END-IF.
           SET WS-PLAN-TRAN-PLACED TO TRUE.
           PERFORM 2864-CHECK-PLAN-ENT THRU
                   2864-CHECK-PLAN-ENT-EXIT.

       2866-PLACE-TRAN-ENT-EXIT. EXIT.


      *    NO COMMIT HERE - 2100 COMMITS THE TABLE CHANGE AND ITS
      *    AUDIT ROW TOGETHER.
       2900-WRITE-AUDIT.

           MOVE WS-TRAN-KEY     TO HV-AU-TABLE-KEY.
           MOVE WS-BEFORE-IMAGE TO HV-AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO HV-AU-AFTER-IMAGE.

           EXEC SQL
                INSERT INTO CTLAUDIT
                       (AUDIT_DATE, AUDIT_TIME, AUDIT_SEQ,
                        TABLE_NAME, ACTION, TABLE_KEY,
                        BEFORE_IMAGE, AFTER_IMAGE,
                        REQUESTER, REASON)
                VALUES (:WS-CURRENT-DATE, :WS-TODAY-TIME,
                        :WS-TRAN-SEQ,
                        :MT-TABLE, :MT-ACTION, :HV-AU-TABLE-KEY,
                        :HV-AU-BEFORE-IMAGE, :HV-AU-AFTER-IMAGE,
                        :MT-REQUESTER, :MT-REASON)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD INSERT ON CTLAUDIT'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2900-WRITE-AUDIT-EXIT. EXIT.


       2950-LIST-TRAN.

           MOVE WS-TRAN-SEQ  TO RPT-D-SEQ.
           MOVE MT-TABLE     TO RPT-D-TABLE.
           MOVE MT-ACTION    TO RPT-D-ACTION.
           MOVE MT-REQUESTER TO RPT-D-REQUESTER.
           MOVE WS-TRAN-KEY  TO RPT-D-KEY.

           IF WS-TRAN-OK
              MOVE 'APPLIED'     TO RPT-D-RESULT
              MOVE MT-REASON     TO RPT-D-MESSAGE
           ELSE
              MOVE 'REJECTED'    TO RPT-D-RESULT
              MOVE WS-REJECT-MSG TO RPT-D-MESSAGE
           END-IF.

           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

           IF WS-TRAN-OK
              MOVE 'BEFORE : '     TO RPT-I-LABEL
              MOVE WS-BEFORE-IMAGE TO RPT-I-IMAGE
              WRITE REC-REPORT FROM RPT-IMAGE-LINE
              MOVE 'AFTER  : '     TO RPT-I-LABEL
              MOVE WS-AFTER-IMAGE  TO RPT-I-IMAGE
              WRITE REC-REPORT FROM RPT-IMAGE-LINE
           END-IF.

           IF WS-TRAN-OK AND WS-PLAN-MIXED
              MOVE 'WARNING: ' TO RPT-I-LABEL
              MOVE 'BUSENT PARTITION_NO IS NOW SET ON SOME ROWS ONLY'
                TO RPT-I-IMAGE
              WRITE REC-REPORT FROM RPT-IMAGE-LINE
           END-IF.

       2950-LIST-TRAN-EXIT. EXIT.


       3000-CLOSE-FILES.

           WRITE REC-REPORT FROM WS-BLANK-LINE.
           MOVE 'TRANSACTIONS READ'      TO RPT-T-LABEL.
           MOVE WS-TRAN-SEQ              TO RPT-T-COUNT.
           WRITE REC-REPORT FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS APPLIED'   TO RPT-T-LABEL.
           MOVE WS-APPLIED-COUNT         TO RPT-T-COUNT.
           WRITE REC-REPORT FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED'  TO RPT-T-LABEL.
           MOVE WS-REJECTED-COUNT        TO RPT-T-COUNT.
           WRITE REC-REPORT FROM RPT-TOTAL-LINE.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-SIGNOFF-LINE.

           CLOSE MNTIN-FILE.

           CLOSE REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB028'
              DISPLAY 'CLOSE ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           DISPLAY 'OWKB028 TRANSACTIONS READ     = ' WS-TRAN-SEQ.
           DISPLAY 'OWKB028 TRANSACTIONS APPLIED  = ' WS-APPLIED-COUNT.
           DISPLAY 'OWKB028 TRANSACTIONS REJECTED = '
                    WS-REJECTED-COUNT.

           IF WS-REJECTED-COUNT > 0
              DISPLAY 'OWKB028 REJECTED TRANSACTIONS LISTED ON RPT01 '
                      '- RETURN CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-CLOSE-FILES-EXIT.  EXIT.
