       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF24.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    EXCEPTION CASE MANAGEMENT OVER OWKB010's OUTPUT03. THE
      *    EXCEPTION FILE IS REWRITTEN FROM SCRATCH EVERY NIGHT, SO
      *    THIS STEP FOLDS EACH NIGHT'S 03-ERRREC RECORDS INTO THE
      *    EXCCASE TABLE, ONE CASE PER PART / KANBAN / DOCK /
      *    SUPPLIER PLANT / MESSAGE:
      *      - A RECORD WITH NO OPEN CASE OPENS ONE, ASSIGNED TO THE
      *        ORDER SPECIALIST ON THE PART'S PARKANB ROW (EMPLOYEE -
      *        THE SAME VALUE OWKB010 CARRIES INTO 01-OWK-ORD-
      *        SPECIALIST);
      *      - A RECORD MATCHING AN OPEN CASE BUMPS ITS OCCURRENCE
      *        COUNT AND LAST-SEEN DATE (ONCE PER DAY - THE SAME
      *        EXCEPTION WRITTEN FOR SEVERAL LOCATION OR PICKUP
      *        SPLITS, OR A SAME-DAY RERUN, IS NOT A RECURRENCE);
      *      - AN OPEN CASE NOT SEEN TONIGHT IS AUTO-RESOLVED ('RS').
      *    A RESOLVED CASE THAT COMES BACK OPENS A NEW CASE, SO THE
      *    HISTORY OF THE OLD ONE STAYS AS IT WAS. RPT01 CARRIES THE
      *    OPEN-CASE WORKLIST PER SPECIALIST (OLDEST FIRST, WITH AGE
      *    IN DAYS AND OCCURRENCE COUNT) AND A RESOLUTION SUMMARY -
      *    OPEN AT START, OPENED, RESOLVED, OPEN AT END - SO THE
      *    BACKLOG TREND IS VISIBLE RUN TO RUN. ALL CHANGES COMMIT
      *    TOGETHER AT END OF RUN. RUN AS A FOLLOW-ON STEP AFTER
      *    OWKB010 IN THE SAME JOB, AND ONLY AFTER A COMPLETE RUN -
      *    A SHORT OUTPUT03 WOULD RESOLVE CASES THAT ARE STILL LIVE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OUTPUT03-FILE ASSIGN TO OUT03
                  FILE STATUS IS WS-OUT03-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPT01
                  FILE STATUS IS WS-RPT-STATUS.


       DATA DIVISION.

       FILE SECTION.

       FD  OUTPUT03-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT03                   PIC X(80).


       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-REPORT                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-OUT03-STATUS          PIC X(02).
           05 WS-RPT-STATUS            PIC X(02).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-OUT03-SWITCH          PIC X(01) VALUE 'Y'.
              88 WS-MORE-OUT03                   VALUE 'Y'.
              88 WS-NO-MORE-OUT03                VALUE 'N'.
           05 WS-EXCCASE-SWITCH        PIC X(01) VALUE 'Y'.
              88 WS-MORE-EXCCASE                 VALUE 'Y'.
              88 WS-NO-MORE-EXCCASE              VALUE 'N'.

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
           05 WS-IN03-COUNTER          PIC 9(08) VALUE 0.
           05 WS-OPEN-AT-START         PIC 9(08) VALUE 0.
           05 WS-OPENED-COUNTER        PIC 9(08) VALUE 0.
           05 WS-RECUR-COUNTER         PIC 9(08) VALUE 0.
           05 WS-SAME-DAY-COUNTER      PIC 9(08) VALUE 0.
           05 WS-UNASSIGNED-COUNTER    PIC 9(08) VALUE 0.
           05 WS-RESOLVED-COUNTER      PIC 9(08) VALUE 0.
           05 WS-OPEN-AT-END           PIC 9(08) VALUE 0.
           05 WS-SPEC-CASES            PIC 9(08) VALUE 0.
           05 WS-SPEC-OLDEST           PIC 9(05) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.

       01  WS-PREV-SPECIALIST          PIC X(05) VALUE LOW-VALUES.

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

       01  HOST-VARIABLES-EC.
           05 HV-EC-PART-NUM           PIC X(12).
           05 HV-EC-KANBAN             PIC X(04).
           05 HV-EC-BE-DOCK            PIC X(02).
           05 HV-EC-SUP-PLANT          PIC X(05).
           05 HV-EC-MESSAGE            PIC X(53).
           05 HV-EC-SPECIALIST         PIC X(05).
           05 HV-EC-OPENED-DATE        PIC X(10).
           05 HV-EC-LAST-SEEN-DATE     PIC X(10).
           05 HV-EC-OCCUR-COUNT        PIC S9(9) COMP.
           05 HV-EC-AGE-DAYS           PIC S9(9) COMP.
           05 HV-EC-CASE-COUNT         PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    THE WORKLIST: OPEN CASES BY SPECIALIST (UNASSIGNED CASES -
      *    NO PARKANB ROW FOUND - SORT FIRST UNDER SPACES), OLDEST
      *    CASE FIRST, MOST FREQUENT FIRST WITHIN A DAY.
           EXEC SQL
               DECLARE C1-EXCCASE CURSOR FOR
                 SELECT  SPECIALIST,
                         PART_NUM,
                         KANBAN,
                         BE_DOCK,
                         SUP_PLANT,
                         MSG_TEXT,
                         OPENED_DATE,
                         OCCUR_COUNT,
                         DAYS(:WS-CURRENT-DATE) - DAYS(OPENED_DATE)
                 FROM    EXCCASE
                 WHERE   CASE_STATUS = 'OP'
                 ORDER BY SPECIALIST,
                          OPENED_DATE,
                          OCCUR_COUNT DESC,
                          SUP_PLANT,
                          PART_NUM,
                          KANBAN
           END-EXEC.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(60) VALUE
              'OWKB024 - EXCEPTION CASE WORKLIST'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 RPT-H1-DATE              PIC X(10).
           05 FILLER                   PIC X(52) VALUE SPACES.

       01  RPT-SPEC-HEAD.
           05 FILLER                   PIC X(11) VALUE 'SPECIALIST '.
           05 RPT-SP-SPECIALIST        PIC X(10).
           05 FILLER                   PIC X(111) VALUE SPACES.

       01  RPT-HEADING-2.
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
           05 FILLER                   PIC X(10) VALUE 'OPENED'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE '  AGE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'OCCURS'.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 RPT-D-PART-NUM           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-KANBAN             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-BE-DOCK            PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-SUP-PLANT          PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-MESSAGE            PIC X(53).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-OPENED             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-AGE                PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-OCCURS             PIC ZZ,ZZ9.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01  RPT-SPEC-TRAILER.
           05 FILLER                   PIC X(15) VALUE
              'OPEN CASES  = '.
           05 RPT-ST-CASES             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(18) VALUE
              '  OLDEST (DAYS) = '.
           05 RPT-ST-OLDEST            PIC ZZZZ9.
           05 FILLER                   PIC X(84) VALUE SPACES.

       01  RPT-SUMMARY-HEAD.
           05 FILLER                   PIC X(132) VALUE
              'CASE RESOLUTION SUMMARY'.

       01  RPT-SUMMARY-LINE.
           05 RPT-S-DESC               PIC X(30).
           05 FILLER                   PIC X(03) VALUE ' = '.
           05 RPT-S-COUNT              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(89) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB024 START'.

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

           OPEN INPUT OUTPUT03-FILE.

           IF WS-OUT03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB024'
              DISPLAY 'OPEN ERROR FOR INPUT FILE 3 '
              DISPLAY 'FILE STATUS ' WS-OUT03-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB024'
              DISPLAY 'OPEN ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

       1000-INITIALIZATION-EXIT. EXIT.


       2000-MAINLINE.

      *    OPEN CASES CARRIED IN - THE STARTING POINT OF THE
      *    BACKLOG TREND ON THE SUMMARY.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-EC-CASE-COUNT
                 FROM EXCCASE
                WHERE CASE_STATUS = 'OP'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON EXCCASE'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.
           MOVE HV-EC-CASE-COUNT TO WS-OPEN-AT-START.

           PERFORM 2100-FOLD-EXCEPTION THRU
                   2100-FOLD-EXCEPTION-EXIT
             UNTIL WS-NO-MORE-OUT03.

           PERFORM 2300-AUTO-RESOLVE THRU
                   2300-AUTO-RESOLVE-EXIT.

           MOVE WS-CURRENT-DATE TO RPT-H1-DATE.
           WRITE REC-REPORT FROM RPT-HEADING-1.

           PERFORM 2400-OPEN-EXCCASE THRU
                   2400-OPEN-EXCCASE-EXIT.

           PERFORM 2500-REPORT-WORKLIST THRU
                   2500-REPORT-WORKLIST-EXIT
             UNTIL WS-NO-MORE-EXCCASE.

      *    FLUSH THE LAST SPECIALIST'S TRAILER - THERE IS NO BREAK
      *    AFTER THE FINAL CASE TO POP IT.
           IF WS-PREV-SPECIALIST NOT = LOW-VALUES
              PERFORM 2520-WRITE-SPEC-TRAILER THRU
                      2520-WRITE-SPEC-TRAILER-EXIT
           END-IF.

           PERFORM 2600-CLOSE-EXCCASE THRU
                   2600-CLOSE-EXCCASE-EXIT.

           PERFORM 2700-WRITE-SUMMARY THRU
                   2700-WRITE-SUMMARY-EXIT.

           EXEC SQL
                COMMIT
           END-EXEC.

       2000-MAINLINE-EXIT. EXIT.


       2100-FOLD-EXCEPTION.

           READ OUTPUT03-FILE INTO 03-ERRREC
               AT END
                    SET WS-NO-MORE-OUT03 TO TRUE
                    GO TO 2100-FOLD-EXCEPTION-EXIT
           END-READ.

           ADD 1 TO WS-IN03-COUNTER.

           MOVE 03-OWK-PART-NUM       TO HV-EC-PART-NUM.
           MOVE 03-OWK-KANBAN-NUM     TO HV-EC-KANBAN.
           MOVE 03-OWK-BE-DOCK        TO HV-EC-BE-DOCK.
           MOVE 03-OWK-SUP-PLANT-CODE TO HV-EC-SUP-PLANT.
           MOVE 03-ERROR-MESSAGE      TO HV-EC-MESSAGE.

           EXEC SQL
               SELECT LAST_SEEN_DATE
                 INTO :HV-EC-LAST-SEEN-DATE
                 FROM EXCCASE
                WHERE PART_NUM    = :HV-EC-PART-NUM
                  AND KANBAN      = :HV-EC-KANBAN
                  AND BE_DOCK     = :HV-EC-BE-DOCK
                  AND SUP_PLANT   = :HV-EC-SUP-PLANT
                  AND MSG_TEXT    = :HV-EC-MESSAGE
                  AND CASE_STATUS = 'OP'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    IF HV-EC-LAST-SEEN-DATE = WS-CURRENT-DATE
                       ADD 1 TO WS-SAME-DAY-COUNTER
                    ELSE
                       PERFORM 2150-BUMP-CASE THRU
                               2150-BUMP-CASE-EXIT
                    END-IF
               WHEN 100
                    PERFORM 2200-OPEN-CASE THRU
                            2200-OPEN-CASE-EXIT
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON EXCCASE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2100-FOLD-EXCEPTION-EXIT. EXIT.


       2150-BUMP-CASE.

           EXEC SQL
                UPDATE EXCCASE
                   SET OCCUR_COUNT    = OCCUR_COUNT + 1,
                       LAST_SEEN_DATE = :WS-CURRENT-DATE
                 WHERE PART_NUM    = :HV-EC-PART-NUM
                   AND KANBAN      = :HV-EC-KANBAN
                   AND BE_DOCK     = :HV-EC-BE-DOCK
                   AND SUP_PLANT   = :HV-EC-SUP-PLANT
                   AND MSG_TEXT    = :HV-EC-MESSAGE
                   AND CASE_STATUS = 'OP'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    ADD 1 TO WS-RECUR-COUNTER
               WHEN OTHER
                    DISPLAY 'BAD UPDATE ON EXCCASE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2150-BUMP-CASE-EXIT. EXIT.


      *    NEW CASE. THE OWNER IS THE EMPLOYEE ON THE PART'S LATEST
      *    PARKANB ROW FOR THE SAME PLANT AND DOCK (AND KANBAN, WHEN
      *    THE EXCEPTION CARRIES ONE - SOME ARE RAISED BEFORE THE
      *    KANBAN IS KNOWN). NO ROW LEAVES THE CASE UNASSIGNED.
       2200-OPEN-CASE.

           EXEC SQL
               SELECT EMPLOYEE
                 INTO :HV-EC-SPECIALIST
                 FROM PARKANB
                WHERE CSI_TYPE                  = 'SU'
                  AND TYPE IN ('CD', 'IK', 'ES', 'IS', 'DL', 'DP')
                  AND ITEMID                    = :HV-EC-PART-NUM
                  AND SUBSTR(CUSTOMER_SUPP,3,5) = :HV-EC-SUP-PLANT
                  AND SUBSTR(LOCATION,1,2)      = :HV-EC-BE-DOCK
                  AND (KANBAN = :HV-EC-KANBAN OR
                       :HV-EC-KANBAN = '    ')
                ORDER BY EFF_START DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE SPACES TO HV-EC-SPECIALIST
                    ADD 1 TO WS-UNASSIGNED-COUNTER
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON PARKANB'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

           EXEC SQL
                INSERT INTO EXCCASE
                       (PART_NUM, KANBAN, BE_DOCK, SUP_PLANT,
                        MSG_TEXT, CASE_STATUS, SPECIALIST,
                        OPENED_DATE, LAST_SEEN_DATE, OCCUR_COUNT,
                        RESOLVED_DATE)
                VALUES (:HV-EC-PART-NUM, :HV-EC-KANBAN,
                        :HV-EC-BE-DOCK, :HV-EC-SUP-PLANT,
                        :HV-EC-MESSAGE, 'OP', :HV-EC-SPECIALIST,
                        :WS-CURRENT-DATE, :WS-CURRENT-DATE, 1,
                        ' ')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    ADD 1 TO WS-OPENED-COUNTER
               WHEN OTHER
                    DISPLAY 'BAD INSERT ON EXCCASE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2200-OPEN-CASE-EXIT. EXIT.


      *    EVERY OPEN CASE TONIGHT'S FILE DID NOT TOUCH HAS CLEARED.
      *    COUNT THEM FIRST - THE SUMMARY REPORTS THE RESOLUTIONS.
       2300-AUTO-RESOLVE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-EC-CASE-COUNT
                 FROM EXCCASE
                WHERE CASE_STATUS    = 'OP'
                  AND LAST_SEEN_DATE < :WS-CURRENT-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON EXCCASE'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.
           MOVE HV-EC-CASE-COUNT TO WS-RESOLVED-COUNTER.

           EXEC SQL
                UPDATE EXCCASE
                   SET CASE_STATUS   = 'RS',
                       RESOLVED_DATE = :WS-CURRENT-DATE
                 WHERE CASE_STATUS    = 'OP'
                   AND LAST_SEEN_DATE < :WS-CURRENT-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD RESOLVE UPDATE ON EXCCASE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2300-AUTO-RESOLVE-EXIT. EXIT.


       2400-OPEN-EXCCASE.

           EXEC SQL
                OPEN C1-EXCCASE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD OPEN ON C1-EXCCASE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2400-OPEN-EXCCASE-EXIT. EXIT.


       2500-REPORT-WORKLIST.

           EXEC SQL
                FETCH C1-EXCCASE
                 INTO :HV-EC-SPECIALIST,
                      :HV-EC-PART-NUM,
                      :HV-EC-KANBAN,
                      :HV-EC-BE-DOCK,
                      :HV-EC-SUP-PLANT,
                      :HV-EC-MESSAGE,
                      :HV-EC-OPENED-DATE,
                      :HV-EC-OCCUR-COUNT,
                      :HV-EC-AGE-DAYS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 2510-PRINT-CASE THRU
                            2510-PRINT-CASE-EXIT
               WHEN 100
                    SET WS-NO-MORE-EXCCASE TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD FETCH ON C1-EXCCASE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2500-REPORT-WORKLIST-EXIT. EXIT.


       2510-PRINT-CASE.

           IF HV-EC-SPECIALIST NOT = WS-PREV-SPECIALIST
              IF WS-PREV-SPECIALIST NOT = LOW-VALUES
                 PERFORM 2520-WRITE-SPEC-TRAILER THRU
                         2520-WRITE-SPEC-TRAILER-EXIT
              END-IF
              MOVE HV-EC-SPECIALIST TO WS-PREV-SPECIALIST
              MOVE 0 TO WS-SPEC-CASES
                        WS-SPEC-OLDEST
              IF HV-EC-SPECIALIST = SPACES
                 MOVE 'UNASSIGNED'     TO RPT-SP-SPECIALIST
              ELSE
                 MOVE HV-EC-SPECIALIST TO RPT-SP-SPECIALIST
              END-IF
              WRITE REC-REPORT FROM WS-BLANK-LINE
              WRITE REC-REPORT FROM RPT-SPEC-HEAD
              WRITE REC-REPORT FROM RPT-HEADING-2
           END-IF.

           ADD 1 TO WS-SPEC-CASES.
           ADD 1 TO WS-OPEN-AT-END.
           IF HV-EC-AGE-DAYS > WS-SPEC-OLDEST
              MOVE HV-EC-AGE-DAYS TO WS-SPEC-OLDEST
           END-IF.

           MOVE HV-EC-PART-NUM      TO RPT-D-PART-NUM.
           MOVE HV-EC-KANBAN        TO RPT-D-KANBAN.
           MOVE HV-EC-BE-DOCK       TO RPT-D-BE-DOCK.
           MOVE HV-EC-SUP-PLANT     TO RPT-D-SUP-PLANT.
           MOVE HV-EC-MESSAGE       TO RPT-D-MESSAGE.
           MOVE HV-EC-OPENED-DATE   TO RPT-D-OPENED.
           MOVE HV-EC-AGE-DAYS      TO RPT-D-AGE.
           MOVE HV-EC-OCCUR-COUNT   TO RPT-D-OCCURS.

           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

       2510-PRINT-CASE-EXIT. EXIT.


       2520-WRITE-SPEC-TRAILER.

           MOVE WS-SPEC-CASES  TO RPT-ST-CASES.
           MOVE WS-SPEC-OLDEST TO RPT-ST-OLDEST.
           WRITE REC-REPORT FROM RPT-SPEC-TRAILER.

       2520-WRITE-SPEC-TRAILER-EXIT. EXIT.


       2600-CLOSE-EXCCASE.

           EXEC SQL
                CLOSE C1-EXCCASE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD CLOSE ON C1-EXCCASE'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       2600-CLOSE-EXCCASE-EXIT. EXIT.


      *    OPEN AT START + OPENED - RESOLVED = OPEN AT END. RECURRING
      *    CASES ARE ALREADY IN THE OPENING FIGURE.
       2700-WRITE-SUMMARY.

           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-SUMMARY-HEAD.
           WRITE REC-REPORT FROM WS-BLANK-LINE.

           MOVE 'EXCEPTION RECORDS READ'         TO RPT-S-DESC.
           MOVE WS-IN03-COUNTER                  TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'OPEN CASES AT START'            TO RPT-S-DESC.
           MOVE WS-OPEN-AT-START                 TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'NEW CASES OPENED'               TO RPT-S-DESC.
           MOVE WS-OPENED-COUNTER                TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE '  OF WHICH UNASSIGNED'          TO RPT-S-DESC.
           MOVE WS-UNASSIGNED-COUNTER            TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'OPEN CASES RECURRING'           TO RPT-S-DESC.
           MOVE WS-RECUR-COUNTER                 TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'REPEATS SEEN SAME DAY'          TO RPT-S-DESC.
           MOVE WS-SAME-DAY-COUNTER              TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'CASES AUTO-RESOLVED'            TO RPT-S-DESC.
           MOVE WS-RESOLVED-COUNTER              TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           MOVE 'OPEN CASES AT END'              TO RPT-S-DESC.
           MOVE WS-OPEN-AT-END                   TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

       2700-WRITE-SUMMARY-EXIT. EXIT.


       3000-CLOSE-FILES.

           CLOSE OUTPUT03-FILE.

           IF WS-OUT03-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB024'
              DISPLAY 'CLOSE ERROR FOR INPUT FILE 3 '
              DISPLAY 'FILE STATUS ' WS-OUT03-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB024'
              DISPLAY 'CLOSE ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-IN03-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB024 EXCEPTION RECORDS READ   = ' WS-COUNT-DSP.
           MOVE WS-OPENED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB024 CASES OPENED             = ' WS-COUNT-DSP.
           MOVE WS-RECUR-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB024 CASES RECURRING          = ' WS-COUNT-DSP.
           MOVE WS-RESOLVED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB024 CASES AUTO-RESOLVED      = ' WS-COUNT-DSP.
           MOVE WS-OPEN-AT-END TO WS-COUNT-DSP.
           DISPLAY 'OWKB024 CASES OPEN AT END        = ' WS-COUNT-DSP.

       3000-CLOSE-FILES-EXIT. EXIT.
