       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF29.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    MONTHLY LOGISTICS-PARTNER FREIGHT INVOICE AUDIT. READS THE
      *    PARTNERS' INVOICE LINES (INVC01, ONE LINE PER INVOICED
      *    STOP) AND THE STOPS OWKB015 SAVED ON SCHDSTOP FOR THE SAME
      *    MONTH, AND MATCHES THEM BY PARTNER, ROUTE AND PICKUP DATE.
      *    EACH PARTNER/ROUTE/DATE IS PRICED BOTH WAYS FROM THE
      *    PARTNER'S RATE ON PTNRATE (A RATE PER STOP PLUS A RATE PER
      *    BOX, EFFECTIVE-DATED) AND REPORTED WHEN IT DOES NOT AGREE:
      *      INVOICED - NOT SCHEDULED    NO STOP SCHEDULED AT ALL
      *      INVOICED - PICKUP CANCELLED ONLY CANCELLED STOPS ('X' -
      *                                  DL/DP/EX OR DROPPED FROM THE
      *                                  SCHEDULE) FOR THAT PICKUP
      *      SCHEDULED - NOT INVOICED    NO INVOICE LINE
      *      EXTRA / FEWER STOPS         STOP COUNTS DIFFER
      *      BOX COUNT VARIANCE          BOX TOTALS DIFFER
      *    THE DIFFERENCE IN PRICE (INVOICED LESS SCHEDULED) IS THE
      *    EXPOSURE WHEN THE PARTNER BILLED MORE THAN WE SCHEDULED,
      *    AND UNBILLED WHEN LESS. EACH PARTNER ENDS WITH ITS DOLLAR
      *    TOTALS, AND THE REPORT WITH THE SAME FOR ALL PARTNERS.
      *    RETURN CODE 4 WHEN ANYTHING WAS REPORTED, AN INVOICE LINE
      *    COULD NOT BE READ, OR A PARTNER HAD NO RATE.
      *
      *    PARM='CCYYMM' AUDITS THAT MONTH; NO PARM AUDITS LAST
      *    MONTH. INVOICE LINES FOR PICKUPS OUTSIDE THE MONTH ARE
      *    COUNTED AND LEFT FOR THAT MONTH'S RUN.
      *
      *    INVOICE LINE (INVC01, 80 BYTES FIXED):
      *      1-5     PARTNER CODE
      *      6-15    PARTNER'S INVOICE NUMBER
      *      16-24   ROUTE CODE
      *      25-32   PICKUP DATE CCYYMMDD
      *      33-37   SUPPLIER PLANT (INFORMATION ONLY)
      *      38-44   BOXES INVOICED, ZONED
      *      45-80   NOT USED

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVOICE-FILE ASSIGN TO INVC01
                  FILE STATUS IS WS-INVC-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPT01
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.


       DATA DIVISION.

       FILE SECTION.

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-INVOICE                 PIC X(80).


       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-REPORT                  PIC X(132).


      *    ONE STOP TAGGED WITH ITS SIDE - 'I' AN INVOICE LINE, 'S' A
      *    SCHDSTOP ROW (SRT-STATUS 'S' SCHEDULED, 'X' CANCELLED).
       SD  SORT-WORK-FILE.

       01  SORT-REC.
           05 SRT-GROUP-KEY.
              10 SRT-PARTNER-CODE      PIC X(05).
              10 SRT-RTE-CODE          PIC X(09).
              10 SRT-PU-DATE           PIC X(08).
           05 SRT-SOURCE               PIC X(01).
           05 SRT-STATUS               PIC X(01).
           05 SRT-INVOICE-NUM          PIC X(10).
           05 SRT-BOXES                PIC 9(09).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-INVC-STATUS           PIC X(02).
           05 WS-RPT-STATUS            PIC X(02).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-INVC-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-INVC                    VALUE 'Y'.
              88 WS-NO-MORE-INVC                 VALUE 'N'.
           05 WS-SCHED-SWITCH          PIC X(01) VALUE 'Y'.
              88 WS-MORE-SCHED                   VALUE 'Y'.
              88 WS-NO-MORE-SCHED                VALUE 'N'.
           05 WS-SORT-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-SORTED                  VALUE 'Y'.
              88 WS-NO-MORE-SORTED               VALUE 'N'.
           05 WS-RATE-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-RATE-FOUND                   VALUE 'Y'.
              88 WS-RATE-NOT-FOUND               VALUE 'N'.

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

      *    THE AUDIT MONTH AND THE SCHDSTOP PICKUP_TS RANGE FOR IT -
      *    FIRST OF THE MONTH UP TO (NOT INCLUDING) FIRST OF THE NEXT.
       01  WS-MONTH-AREAS.
           05 WS-PARAMETER             PIC X(06) VALUE SPACES.
           05 WS-AUDIT-MONTH.
              10 WS-AUD-CCYY           PIC 9(04).
              10 WS-AUD-MM             PIC 9(02).
           05 WS-AUDIT-MONTH-DSP.
              10 WS-AUD-DSP-CCYY       PIC 9(04).
              10 FILLER                PIC X(01) VALUE '-'.
              10 WS-AUD-DSP-MM         PIC 9(02).
           05 WS-START-STAMP.
              10 WS-START-CCYY         PIC 9(04).
              10 WS-START-MM           PIC 9(02).
              10 FILLER                PIC X(08) VALUE '01000000'.
           05 WS-END-STAMP.
              10 WS-END-CCYY           PIC 9(04).
              10 WS-END-MM             PIC 9(02).
              10 FILLER                PIC X(08) VALUE '01000000'.
           05 WS-RATE-DATE             PIC X(10) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-INVC-COUNTER          PIC 9(08) VALUE 0.
           05 WS-INVC-OUT-PERIOD       PIC 9(08) VALUE 0.
           05 WS-INVC-UNREADABLE       PIC 9(08) VALUE 0.
           05 WS-SCHED-COUNTER         PIC 9(08) VALUE 0.
           05 WS-GROUP-COUNTER         PIC 9(08) VALUE 0.
           05 WS-MATCHED-COUNTER       PIC 9(08) VALUE 0.
           05 WS-FINDING-COUNTER       PIC 9(08) VALUE 0.
           05 WS-NO-RATE-COUNTER       PIC 9(08) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.

      *    CURRENT PARTNER / ROUTE / PICKUP DATE GROUP.
       01  WS-GROUP-AREAS.
           05 WS-PREV-GROUP-KEY.
              10 WS-PREV-PARTNER       PIC X(05) VALUE LOW-VALUES.
              10 WS-PREV-RTE           PIC X(09) VALUE LOW-VALUES.
              10 WS-PREV-PU-DATE       PIC X(08) VALUE LOW-VALUES.
           05 WS-GRP-INVOICE-NUM       PIC X(10) VALUE SPACES.
           05 WS-GRP-SCH-STOPS         PIC 9(05) VALUE 0.
           05 WS-GRP-SCH-BOXES         PIC 9(09) VALUE 0.
           05 WS-GRP-CXL-STOPS         PIC 9(05) VALUE 0.
           05 WS-GRP-INV-STOPS         PIC 9(05) VALUE 0.
           05 WS-GRP-INV-BOXES         PIC 9(09) VALUE 0.
           05 WS-GRP-INV-VALUE         PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-GRP-SCH-VALUE         PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-GRP-DIFF              PIC S9(9)V99 COMP-3 VALUE 0.

      *    PARTNER TOTALS, ROLLED INTO THE ALL-PARTNER TOTALS AT EACH
      *    PARTNER BREAK.
       01  WS-PARTNER-TOTALS.
           05 WS-PTN-INV-VALUE         PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PTN-SCH-VALUE         PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PTN-EXPOSURE          PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PTN-UNBILLED          PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PTN-INV-NOT-SCH       PIC 9(07) VALUE 0.
           05 WS-PTN-SCH-NOT-INV       PIC 9(07) VALUE 0.
           05 WS-PTN-BOX-VARIANCE      PIC 9(07) VALUE 0.

       01  WS-GRAND-TOTALS.
           05 WS-ALL-INV-VALUE         PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ALL-SCH-VALUE         PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ALL-EXPOSURE          PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ALL-UNBILLED          PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ALL-INV-NOT-SCH       PIC 9(07) VALUE 0.
           05 WS-ALL-SCH-NOT-INV       PIC 9(07) VALUE 0.
           05 WS-ALL-BOX-VARIANCE      PIC 9(07) VALUE 0.

       01  IV-INVOICE-RECORD.
           05 IV-PARTNER-CODE          PIC X(05).
           05 IV-INVOICE-NUM           PIC X(10).
           05 IV-RTE-CODE              PIC X(09).
           05 IV-PU-DATE.
              10 IV-PU-CCYYMM          PIC X(06).
              10 IV-PU-DD              PIC X(02).
           05 IV-SUP-PLANT-CODE        PIC X(05).
           05 IV-BOXES                 PIC 9(07).
           05 FILLER                   PIC X(36).

       01  HOST-VARIABLES-SS.
           05 HV-SS-PARTNER-CODE       PIC X(05).
           05 HV-SS-ROUTE-CODE         PIC X(09).
           05 HV-SS-PICKUP-DATE        PIC X(08).
           05 HV-SS-STOP-STATUS        PIC X(01).
           05 HV-SS-BOX-COUNT          PIC S9(9) COMP.

       01  HOST-VARIABLES-PR.
           05 HV-PR-PARTNER-CODE       PIC X(05) VALUE LOW-VALUES.
           05 HV-PR-RATE-DATE          PIC X(10) VALUE LOW-VALUES.
           05 HV-PR-STOP-RATE          PIC S9(5)V99 USAGE COMP-3.
           05 HV-PR-BOX-RATE           PIC S9(3)V9(4) USAGE COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    EVERY STOP SAVED FOR A PICKUP IN THE AUDIT MONTH, LIVE OR
      *    CANCELLED - ORDER COMES FROM THE SORT.
           EXEC SQL
               DECLARE C1-SCHDSTOP CURSOR FOR
                SELECT PARTNER_CODE,
                       ROUTE_CODE,
                       SUBSTR(PICKUP_TS, 1, 8),
                       STOP_STATUS,
                       BOX_COUNT
                  FROM SCHDSTOP
                 WHERE PICKUP_TS >= :WS-START-STAMP
                   AND PICKUP_TS  < :WS-END-STAMP
           END-EXEC.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(38) VALUE
              'OWKB029 - FREIGHT INVOICE AUDIT MONTH '.
           05 RPT-H1-MONTH             PIC X(07).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 RPT-H1-DATE              PIC X(10).
           05 FILLER                   PIC X(62) VALUE SPACES.

       01  RPT-HEADING-2.
           05 FILLER                   PIC X(05) VALUE 'PTNR'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'ROUTE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'PICKUP'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'INVOICE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'STOPS S  I'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
              'BOXES SCH   INV'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
              '     EXPOSURE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE 'FINDING'.
           05 FILLER                   PIC X(24) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 RPT-D-PARTNER            PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-RTE-CODE           PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-PU-DATE            PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-INVOICE-NUM        PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-SCH-STOPS          PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-INV-STOPS          PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-SCH-BOXES          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-INV-BOXES          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-EXPOSURE           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-FINDING            PIC X(28).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-RATE-FLAG          PIC X(07).
           05 FILLER                   PIC X(16) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05 RPT-T-LABEL              PIC X(19).
           05 FILLER                   PIC X(12) VALUE
              '  INVOICED $'.
           05 RPT-T-INV-VALUE          PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(13) VALUE
              '  SCHEDULED $'.
           05 RPT-T-SCH-VALUE          PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(12) VALUE
              '  EXPOSURE $'.
           05 RPT-T-EXPOSURE           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(12) VALUE
              '  UNBILLED $'.
           05 RPT-T-UNBILLED           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(08) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER                   PIC X(19) VALUE SPACES.
           05 FILLER                   PIC X(29) VALUE
              '  INVOICED NOT SCHED STOPS '.
           05 RPT-C-INV-NOT-SCH        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(29) VALUE
              '  SCHED NOT INVOICED STOPS '.
           05 RPT-C-SCH-NOT-INV        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(17) VALUE
              '  BOX VARIANCES '.
           05 RPT-C-BOX-VARIANCE       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(20) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05 RPT-S-LABEL              PIC X(40).
           05 RPT-S-COUNT              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(82) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-JCL-PARM.
           05 LS-PARM-LEN               PIC S9(4) COMP.
           05 LS-PARM-MONTH             PIC X(06).

       PROCEDURE DIVISION USING LS-JCL-PARM.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB029 START'.

           PERFORM 1000-INITIALIZATION THRU
                   1000-INITIALIZATION-EXIT.

           PERFORM 2000-MAINLINE THRU
                   2000-MAINLINE-EXIT.

           PERFORM 3000-CLOSE-FILES THRU
                   3000-CLOSE-FILES-EXIT.

           DISPLAY 'OWKB029 END'.

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

      *    AUDIT MONTH FROM THE PARM, ELSE THE MONTH BEFORE TODAY.
           IF LS-PARM-LEN = 6
              MOVE LS-PARM-MONTH TO WS-PARAMETER
           END-IF.

           IF WS-PARAMETER IS NUMERIC
              MOVE WS-PARAMETER TO WS-AUDIT-MONTH
              IF WS-AUD-MM < 1 OR WS-AUD-MM > 12
                 DISPLAY 'PROGRAM NAME : OWKB029'
                 DISPLAY 'INVALID PARM - MONTH MUST BE CCYYMM : '
                         WS-PARAMETER
                 CALL 'ABENDME'
              END-IF
           ELSE
              IF WS-PARAMETER NOT = SPACES
                 DISPLAY 'PROGRAM NAME : OWKB029'
                 DISPLAY 'INVALID PARM - MONTH MUST BE CCYYMM : '
                         WS-PARAMETER
                 CALL 'ABENDME'
              END-IF
              MOVE WS-CCYY-DATE TO WS-AUD-CCYY
              MOVE WS-MM-DATE   TO WS-AUD-MM
              IF WS-AUD-MM = 1
                 MOVE 12 TO WS-AUD-MM
                 SUBTRACT 1 FROM WS-AUD-CCYY
              ELSE
                 SUBTRACT 1 FROM WS-AUD-MM
              END-IF
           END-IF.

           MOVE WS-AUD-CCYY TO WS-START-CCYY
                               WS-END-CCYY
                               WS-AUD-DSP-CCYY.
           MOVE WS-AUD-MM   TO WS-START-MM
                               WS-AUD-DSP-MM.
           IF WS-AUD-MM = 12
              MOVE 1 TO WS-END-MM
              ADD 1 TO WS-END-CCYY
           ELSE
              COMPUTE WS-END-MM = WS-AUD-MM + 1
           END-IF.

           DISPLAY 'OWKB029 AUDIT MONTH = ' WS-AUDIT-MONTH-DSP.

           OPEN INPUT INVOICE-FILE.
           IF WS-INVC-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB029'
              DISPLAY 'OPEN ERROR FOR INVOICE FILE'
              DISPLAY 'FILE STATUS : ' WS-INVC-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB029'
              DISPLAY 'OPEN ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

       1000-INITIALIZATION-EXIT. EXIT.


       2000-MAINLINE.

           MOVE WS-AUDIT-MONTH-DSP TO RPT-H1-MONTH.
           MOVE WS-CURRENT-DATE    TO RPT-H1-DATE.
           WRITE REC-REPORT FROM RPT-HEADING-1.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-HEADING-2.

      *    BOTH SIDES GO THROUGH ONE SORT SO EACH PARTNER / ROUTE /
      *    PICKUP DATE ARRIVES AS A SINGLE GROUP, WHICHEVER SIDE (OR
      *    BOTH) IT CAME FROM.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-GROUP-KEY
                                 SRT-SOURCE
                INPUT PROCEDURE IS 2100-RELEASE-STOPS THRU
                                   2100-RELEASE-STOPS-EXIT
                OUTPUT PROCEDURE IS 2500-AUDIT-STOPS THRU
                                    2500-AUDIT-STOPS-EXIT.

           IF SORT-RETURN NOT = 0
              DISPLAY 'PROGRAM NAME : OWKB029'
              DISPLAY 'SORT FAILED - SORT-RETURN ' SORT-RETURN
              CALL 'ABENDME'
           END-IF.

           PERFORM 2700-WRITE-SUMMARY THRU
                   2700-WRITE-SUMMARY-EXIT.

       2000-MAINLINE-EXIT. EXIT.


       2100-RELEASE-STOPS.

           PERFORM 2110-RELEASE-INVOICE THRU
                   2110-RELEASE-INVOICE-EXIT
             UNTIL WS-NO-MORE-INVC.

           EXEC SQL
                OPEN C1-SCHDSTOP
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD OPEN ON C1-SCHDSTOP'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           PERFORM 2120-RELEASE-SCHEDULED THRU
                   2120-RELEASE-SCHEDULED-EXIT
             UNTIL WS-NO-MORE-SCHED.

           EXEC SQL
                CLOSE C1-SCHDSTOP
           END-EXEC.

       2100-RELEASE-STOPS-EXIT. EXIT.


      *    ONE INVOICE LINE IS ONE INVOICED STOP. A LINE WITH NO
      *    PARTNER OR ROUTE, OR A BOX COUNT THAT IS NOT NUMERIC,
      *    CANNOT BE MATCHED - IT IS SHOWN ON SYSOUT FOR ACCOUNTS
      *    PAYABLE TO RAISE WITH THE PARTNER.
       2110-RELEASE-INVOICE.

           READ INVOICE-FILE INTO IV-INVOICE-RECORD
               AT END
                    SET WS-NO-MORE-INVC TO TRUE
                    GO TO 2110-RELEASE-INVOICE-EXIT
           END-READ.

           IF WS-INVC-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB029'
              DISPLAY 'READ ERROR FOR INVOICE FILE'
              DISPLAY 'FILE STATUS : ' WS-INVC-STATUS
              CALL 'ABENDME'
           END-IF.

           ADD 1 TO WS-INVC-COUNTER.

           IF IV-PARTNER-CODE = SPACES
           OR IV-RTE-CODE     = SPACES
           OR IV-PU-DATE  IS NOT NUMERIC
           OR IV-BOXES    IS NOT NUMERIC
              ADD 1 TO WS-INVC-UNREADABLE
              DISPLAY 'OWKB029 UNREADABLE INVOICE LINE : ' REC-INVOICE
              GO TO 2110-RELEASE-INVOICE-EXIT
           END-IF.

           IF IV-PU-CCYYMM NOT = WS-AUDIT-MONTH
              ADD 1 TO WS-INVC-OUT-PERIOD
              GO TO 2110-RELEASE-INVOICE-EXIT
           END-IF.

           MOVE IV-PARTNER-CODE TO SRT-PARTNER-CODE.
           MOVE IV-RTE-CODE     TO SRT-RTE-CODE.
           MOVE IV-PU-DATE      TO SRT-PU-DATE.
           MOVE 'I'             TO SRT-SOURCE.
           MOVE SPACES          TO SRT-STATUS.
           MOVE IV-INVOICE-NUM  TO SRT-INVOICE-NUM.
           MOVE IV-BOXES        TO SRT-BOXES.
           RELEASE SORT-REC.

       2110-RELEASE-INVOICE-EXIT. EXIT.


       2120-RELEASE-SCHEDULED.

           EXEC SQL
                FETCH C1-SCHDSTOP
                 INTO :HV-SS-PARTNER-CODE,
                      :HV-SS-ROUTE-CODE,
                      :HV-SS-PICKUP-DATE,
                      :HV-SS-STOP-STATUS,
                      :HV-SS-BOX-COUNT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    ADD 1 TO WS-SCHED-COUNTER
                    MOVE HV-SS-PARTNER-CODE TO SRT-PARTNER-CODE
                    MOVE HV-SS-ROUTE-CODE   TO SRT-RTE-CODE
                    MOVE HV-SS-PICKUP-DATE  TO SRT-PU-DATE
                    MOVE 'S'                TO SRT-SOURCE
                    MOVE HV-SS-STOP-STATUS  TO SRT-STATUS
                    MOVE SPACES             TO SRT-INVOICE-NUM
                    MOVE HV-SS-BOX-COUNT    TO SRT-BOXES
                    RELEASE SORT-REC
               WHEN 100
                    SET WS-NO-MORE-SCHED TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C1-SCHDSTOP'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2120-RELEASE-SCHEDULED-EXIT. EXIT.


       2500-AUDIT-STOPS.

           PERFORM 2510-RETURN-STOP THRU
                   2510-RETURN-STOP-EXIT
             UNTIL WS-NO-MORE-SORTED.

      *    FLUSH THE LAST GROUP AND PARTNER - THERE IS NO BREAK AFTER
      *    THE FINAL RECORD TO POP THEM.
           IF WS-PREV-GROUP-KEY NOT = LOW-VALUES
              PERFORM 2520-CHECK-GROUP THRU
                      2520-CHECK-GROUP-EXIT
              PERFORM 2600-WRITE-PARTNER-TOTALS THRU
                      2600-WRITE-PARTNER-TOTALS-EXIT
           END-IF.

       2500-AUDIT-STOPS-EXIT. EXIT.


       2510-RETURN-STOP.

           RETURN SORT-WORK-FILE
               AT END
                    SET WS-NO-MORE-SORTED TO TRUE
                    GO TO 2510-RETURN-STOP-EXIT
           END-RETURN.

           IF SRT-GROUP-KEY NOT = WS-PREV-GROUP-KEY
              IF WS-PREV-GROUP-KEY NOT = LOW-VALUES
                 PERFORM 2520-CHECK-GROUP THRU
                         2520-CHECK-GROUP-EXIT
                 IF SRT-PARTNER-CODE NOT = WS-PREV-PARTNER
                    PERFORM 2600-WRITE-PARTNER-TOTALS THRU
                            2600-WRITE-PARTNER-TOTALS-EXIT
                 END-IF
              END-IF
              MOVE SRT-GROUP-KEY TO WS-PREV-GROUP-KEY
              MOVE SPACES TO WS-GRP-INVOICE-NUM
              MOVE 0 TO WS-GRP-SCH-STOPS
                        WS-GRP-SCH-BOXES
                        WS-GRP-CXL-STOPS
                        WS-GRP-INV-STOPS
                        WS-GRP-INV-BOXES
           END-IF.

           EVALUATE TRUE
               WHEN SRT-SOURCE = 'I'
                    ADD 1         TO WS-GRP-INV-STOPS
                    ADD SRT-BOXES TO WS-GRP-INV-BOXES
                    IF WS-GRP-INVOICE-NUM = SPACES
                       MOVE SRT-INVOICE-NUM TO WS-GRP-INVOICE-NUM
                    END-IF
               WHEN SRT-STATUS = 'S'
                    ADD 1         TO WS-GRP-SCH-STOPS
                    ADD SRT-BOXES TO WS-GRP-SCH-BOXES
               WHEN OTHER
                    ADD 1         TO WS-GRP-CXL-STOPS
           END-EVALUATE.

       2510-RETURN-STOP-EXIT. EXIT.


      *    ONE PARTNER / ROUTE / PICKUP DATE. PRICED BOTH WAYS AT THE
      *    PARTNER'S RATE FOR THE PICKUP DATE; A GROUP THAT AGREES ON
      *    STOPS AND BOXES IS ONLY COUNTED.
       2520-CHECK-GROUP.

           ADD 1 TO WS-GROUP-COUNTER.

           IF WS-GRP-INV-STOPS = 0
           AND WS-GRP-SCH-STOPS = 0
              GO TO 2520-CHECK-GROUP-EXIT
           END-IF.

           PERFORM 2530-GET-RATE THRU
                   2530-GET-RATE-EXIT.

           COMPUTE WS-GRP-INV-VALUE ROUNDED =
                   WS-GRP-INV-STOPS * HV-PR-STOP-RATE
                 + WS-GRP-INV-BOXES * HV-PR-BOX-RATE.
           COMPUTE WS-GRP-SCH-VALUE ROUNDED =
                   WS-GRP-SCH-STOPS * HV-PR-STOP-RATE
                 + WS-GRP-SCH-BOXES * HV-PR-BOX-RATE.
           COMPUTE WS-GRP-DIFF = WS-GRP-INV-VALUE - WS-GRP-SCH-VALUE.

           ADD WS-GRP-INV-VALUE TO WS-PTN-INV-VALUE.
           ADD WS-GRP-SCH-VALUE TO WS-PTN-SCH-VALUE.
           IF WS-GRP-DIFF > 0
              ADD WS-GRP-DIFF TO WS-PTN-EXPOSURE
           ELSE
              SUBTRACT WS-GRP-DIFF FROM WS-PTN-UNBILLED
           END-IF.

           IF WS-GRP-INV-STOPS > WS-GRP-SCH-STOPS
              COMPUTE WS-PTN-INV-NOT-SCH = WS-PTN-INV-NOT-SCH
                    + WS-GRP-INV-STOPS - WS-GRP-SCH-STOPS
           END-IF.
           IF WS-GRP-SCH-STOPS > WS-GRP-INV-STOPS
              COMPUTE WS-PTN-SCH-NOT-INV = WS-PTN-SCH-NOT-INV
                    + WS-GRP-SCH-STOPS - WS-GRP-INV-STOPS
           END-IF.

           EVALUATE TRUE
               WHEN WS-GRP-SCH-STOPS = 0
               AND  WS-GRP-CXL-STOPS > 0
                    MOVE 'INVOICED - PICKUP CANCELLED' TO RPT-D-FINDING
               WHEN WS-GRP-SCH-STOPS = 0
                    MOVE 'INVOICED - NOT SCHEDULED'    TO RPT-D-FINDING
               WHEN WS-GRP-INV-STOPS = 0
                    MOVE 'SCHEDULED - NOT INVOICED'    TO RPT-D-FINDING
               WHEN WS-GRP-INV-STOPS > WS-GRP-SCH-STOPS
                    MOVE 'EXTRA STOPS INVOICED'        TO RPT-D-FINDING
               WHEN WS-GRP-INV-STOPS < WS-GRP-SCH-STOPS
                    MOVE 'FEWER STOPS INVOICED'        TO RPT-D-FINDING
               WHEN WS-GRP-INV-BOXES NOT = WS-GRP-SCH-BOXES
                    MOVE 'BOX COUNT VARIANCE'          TO RPT-D-FINDING
               WHEN OTHER
                    ADD 1 TO WS-MATCHED-COUNTER
                    GO TO 2520-CHECK-GROUP-EXIT
           END-EVALUATE.

           IF  WS-GRP-INV-STOPS > 0
           AND WS-GRP-SCH-STOPS > 0
           AND WS-GRP-INV-BOXES NOT = WS-GRP-SCH-BOXES
               ADD 1 TO WS-PTN-BOX-VARIANCE
           END-IF.

           ADD 1 TO WS-FINDING-COUNTER.

           MOVE WS-PREV-PARTNER          TO RPT-D-PARTNER.
           MOVE WS-PREV-RTE              TO RPT-D-RTE-CODE.
           MOVE WS-PREV-PU-DATE (1:4)    TO WS-WORK-DATE-CCYY.
           MOVE WS-PREV-PU-DATE (5:2)    TO WS-WORK-DATE-MM.
           MOVE WS-PREV-PU-DATE (7:2)    TO WS-WORK-DATE-DD.
           MOVE WS-WORK-DATE             TO RPT-D-PU-DATE.
           MOVE WS-GRP-INVOICE-NUM       TO RPT-D-INVOICE-NUM.
           MOVE WS-GRP-SCH-STOPS         TO RPT-D-SCH-STOPS.
           MOVE WS-GRP-INV-STOPS         TO RPT-D-INV-STOPS.
           MOVE WS-GRP-SCH-BOXES         TO RPT-D-SCH-BOXES.
           MOVE WS-GRP-INV-BOXES         TO RPT-D-INV-BOXES.
           MOVE WS-GRP-DIFF              TO RPT-D-EXPOSURE.
           IF WS-RATE-FOUND
              MOVE SPACES                TO RPT-D-RATE-FLAG
           ELSE
              MOVE 'NO RATE'             TO RPT-D-RATE-FLAG
           END-IF.
           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

       2520-CHECK-GROUP-EXIT. EXIT.


      *    PARTNER'S RATE IN EFFECT ON THE PICKUP DATE, KEPT UNTIL
      *    THE PARTNER OR DATE CHANGES. NO RATE PRICES THE GROUP AT
      *    ZERO AND FLAGS IT.
       2530-GET-RATE.

           MOVE WS-PREV-PU-DATE (1:4) TO WS-WORK-DATE-CCYY.
           MOVE WS-PREV-PU-DATE (5:2) TO WS-WORK-DATE-MM.
           MOVE WS-PREV-PU-DATE (7:2) TO WS-WORK-DATE-DD.
           MOVE WS-WORK-DATE          TO WS-RATE-DATE.

           IF  WS-PREV-PARTNER = HV-PR-PARTNER-CODE
           AND WS-RATE-DATE    = HV-PR-RATE-DATE
               GO TO 2530-GET-RATE-EXIT
           END-IF.

           MOVE WS-PREV-PARTNER TO HV-PR-PARTNER-CODE.
           MOVE WS-RATE-DATE    TO HV-PR-RATE-DATE.

           EXEC SQL
                SELECT STOP_RATE, BOX_RATE
                  INTO :HV-PR-STOP-RATE,
                       :HV-PR-BOX-RATE
                  FROM PTNRATE
                 WHERE PARTNER_CODE    = :HV-PR-PARTNER-CODE
                   AND EFF_START_DATE <= :HV-PR-RATE-DATE
                   AND EFF_END_DATE   >= :HV-PR-RATE-DATE
                 ORDER BY EFF_START_DATE DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    SET WS-RATE-FOUND TO TRUE
               WHEN 100
                    SET WS-RATE-NOT-FOUND TO TRUE
                    MOVE 0 TO HV-PR-STOP-RATE
                              HV-PR-BOX-RATE
                    ADD 1 TO WS-NO-RATE-COUNTER
                    DISPLAY 'OWKB029 NO PTNRATE ROW FOR PARTNER '
                            HV-PR-PARTNER-CODE ' ON ' HV-PR-RATE-DATE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON PTNRATE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2530-GET-RATE-EXIT. EXIT.


       2600-WRITE-PARTNER-TOTALS.

           MOVE SPACES TO RPT-T-LABEL.
           STRING 'PARTNER TOTAL ' WS-PREV-PARTNER
                  DELIMITED BY SIZE INTO RPT-T-LABEL
           END-STRING.
           MOVE WS-PTN-INV-VALUE    TO RPT-T-INV-VALUE.
           MOVE WS-PTN-SCH-VALUE    TO RPT-T-SCH-VALUE.
           MOVE WS-PTN-EXPOSURE     TO RPT-T-EXPOSURE.
           MOVE WS-PTN-UNBILLED     TO RPT-T-UNBILLED.
           MOVE WS-PTN-INV-NOT-SCH  TO RPT-C-INV-NOT-SCH.
           MOVE WS-PTN-SCH-NOT-INV  TO RPT-C-SCH-NOT-INV.
           MOVE WS-PTN-BOX-VARIANCE TO RPT-C-BOX-VARIANCE.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-TOTAL-LINE.
           WRITE REC-REPORT FROM RPT-COUNT-LINE.
           WRITE REC-REPORT FROM WS-BLANK-LINE.

           ADD WS-PTN-INV-VALUE    TO WS-ALL-INV-VALUE.
           ADD WS-PTN-SCH-VALUE    TO WS-ALL-SCH-VALUE.
           ADD WS-PTN-EXPOSURE     TO WS-ALL-EXPOSURE.
           ADD WS-PTN-UNBILLED     TO WS-ALL-UNBILLED.
           ADD WS-PTN-INV-NOT-SCH  TO WS-ALL-INV-NOT-SCH.
           ADD WS-PTN-SCH-NOT-INV  TO WS-ALL-SCH-NOT-INV.
           ADD WS-PTN-BOX-VARIANCE TO WS-ALL-BOX-VARIANCE.

           MOVE 0 TO WS-PTN-INV-VALUE
                     WS-PTN-SCH-VALUE
                     WS-PTN-EXPOSURE
                     WS-PTN-UNBILLED
                     WS-PTN-INV-NOT-SCH
                     WS-PTN-SCH-NOT-INV
                     WS-PTN-BOX-VARIANCE.

       2600-WRITE-PARTNER-TOTALS-EXIT. EXIT.


       2700-WRITE-SUMMARY.

           MOVE 'ALL PARTNERS'      TO RPT-T-LABEL.
           MOVE WS-ALL-INV-VALUE    TO RPT-T-INV-VALUE.
           MOVE WS-ALL-SCH-VALUE    TO RPT-T-SCH-VALUE.
           MOVE WS-ALL-EXPOSURE     TO RPT-T-EXPOSURE.
           MOVE WS-ALL-UNBILLED     TO RPT-T-UNBILLED.
           MOVE WS-ALL-INV-NOT-SCH  TO RPT-C-INV-NOT-SCH.
           MOVE WS-ALL-SCH-NOT-INV  TO RPT-C-SCH-NOT-INV.
           MOVE WS-ALL-BOX-VARIANCE TO RPT-C-BOX-VARIANCE.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-TOTAL-LINE.
           WRITE REC-REPORT FROM RPT-COUNT-LINE.
           WRITE REC-REPORT FROM WS-BLANK-LINE.

           MOVE 'INVOICE LINES READ'             TO RPT-S-LABEL.
           MOVE WS-INVC-COUNTER                  TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'INVOICE LINES OUTSIDE THE MONTH' TO RPT-S-LABEL.
           MOVE WS-INVC-OUT-PERIOD               TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'INVOICE LINES UNREADABLE'       TO RPT-S-LABEL.
           MOVE WS-INVC-UNREADABLE               TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'SCHEDULED STOPS READ'           TO RPT-S-LABEL.
           MOVE WS-SCHED-COUNTER                 TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'ROUTE / PICKUP DATES MATCHED'   TO RPT-S-LABEL.
           MOVE WS-MATCHED-COUNTER               TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'ROUTE / PICKUP DATES REPORTED'  TO RPT-S-LABEL.
           MOVE WS-FINDING-COUNTER               TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'PRICED WITH NO PTNRATE ROW'     TO RPT-S-LABEL.
           MOVE WS-NO-RATE-COUNTER               TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

       2700-WRITE-SUMMARY-EXIT. EXIT.


       3000-CLOSE-FILES.

           CLOSE INVOICE-FILE.

           IF WS-INVC-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB029'
              DISPLAY 'CLOSE ERROR FOR INVOICE FILE'
              DISPLAY 'FILE STATUS : ' WS-INVC-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB029'
              DISPLAY 'CLOSE ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-INVC-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB029 INVOICE LINES READ      = ' WS-COUNT-DSP.
           MOVE WS-SCHED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB029 SCHEDULED STOPS READ    = ' WS-COUNT-DSP.
           MOVE WS-FINDING-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB029 PICKUPS REPORTED        = ' WS-COUNT-DSP.

           IF WS-FINDING-COUNTER > 0
           OR WS-INVC-UNREADABLE > 0
           OR WS-NO-RATE-COUNTER > 0
              DISPLAY 'OWKB029 AUDIT FINDINGS ON RPT01 - RETURN CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-CLOSE-FILES-EXIT. EXIT.
