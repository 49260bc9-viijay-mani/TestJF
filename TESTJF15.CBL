      *    AND DELTA-MODE DELETES ARE COUNTED AND SKIPPED - A DELETED
      *    KANBAN HAS NO PICKUP TO RUN. RUN AS A FOLLOW-ON STEP AFTER
      *    OWKB010 IN THE SAME JOB.
      *
      *    EVERY SCHEDULED STOP - PARTNER, ROUTE, PICKUP TIMESTAMP,
      *    SUPPLIER PLANT AND SHIP DOCK, WITH ITS BOX TOTAL - IS ALSO
      *    SAVED ON SCHDSTOP SO OWKB029 CAN AUDIT THE PARTNER'S
      *    MONTHLY FREIGHT INVOICE AGAINST IT. LINES FOR DELETE-
      *    LOCATION, DELETE-PART AND EXPIRE TRANSACTIONS (DL/DP/EX)
      *    STILL PRINT BUT CARRY NO BOXES INTO THE STOP; A STOP WITH
      *    NOTHING ELSE ON IT IS SAVED AS CANCELLED ('X'). A RERUN
      *    REPLACES THE NIGHT'S ROWS RATHER THAN ADDING TO THEM. A
      *    PICKUP SAVED ON AN EARLIER NIGHT THAT TONIGHT'S EXTRACT NO
      *    LONGER SCHEDULES (AT OR AFTER TONIGHT'S EARLIEST PICKUP)
      *    IS MARKED CANCELLED TOO. STOPS ARE ALWAYS SAVED FROM THE
      *    FULL POPULATION: ON A FULL-EXTRACT NIGHT THAT IS OUTPUT01
      *    ITSELF; ON A DELTA NIGHT OUTPUT01 ONLY HOLDS THE NET
      *    CHANGES, SO THE STOPS ARE BUILT FROM OWKB010'S NEWPRIOR
      *    SNAPSHOT INSTEAD (NEWPRIOR DD - ONLY OPENED, AND ONLY
      *    NEEDED IN THE JCL, ON A DELTA RUN). THE MANIFESTS ARE
      *    PRINTED FROM OUTPUT01 EITHER WAY.
      *
      *    PARM BYTE 1 IS OWKB010'S RUN MODE - 'D' FOR A DELTA NIGHT,
      *    ELSE FULL EXTRACT - THE SAME AS OWKB016'S. THE MODE COMES
      *    FROM THE JOB, NOT THE DATA: A DELTA NIGHT WITH NO NET
      *    CHANGES WRITES AN EMPTY OUTPUT01 AND STILL NEEDS ITS
      *    STOPS SAVED FROM NEWPRIOR. OUTPUT01'S NET-CHANGE FLAGS
      *    ARE ONLY CROSS-CHECKED AGAINST IT.

       ENVIRONMENT DIVISION.

           SELECT MANIFEST-FILE ASSIGN TO MANIF01
                  FILE STATUS IS WS-MANIF-STATUS.

           SELECT NEWPRIOR-FILE ASSIGN TO NEWPRIOR
                  FILE STATUS IS WS-NEWPRIOR-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT STOP-SORT-FILE ASSIGN TO SORTWK02.


       DATA DIVISION.

       01  REC-MANIFEST                PIC X(132).


       FD  NEWPRIOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-NEWPRIOR                PIC X(896).


       SD  SORT-WORK-FILE.

       01  SORT-REC.
           05 SRT-SUP-PLANT-NAME       PIC X(30).
           05 SRT-SUP-SHIP-DOCK        PIC X(03).
           05 SRT-TTL-BOX-ORD          PIC X(07).
           05 SRT-TXN-TYPE             PIC X(02).


      *    DELTA NIGHTS ONLY: NEWPRIOR'S STOP LINES IN STOP ORDER.
       SD  STOP-SORT-FILE.

       01  STOP-SORT-REC.
           05 STP-STOP-KEY.
              10 STP-PARTNER-CODE      PIC X(05).
              10 STP-RTE-CODE          PIC X(09).
              10 STP-PU-START-DT       PIC X(14).
              10 STP-SUP-PLANT-CODE    PIC X(05).
              10 STP-SUP-SHIP-DOCK     PIC X(03).
           05 STP-TTL-BOX-ORD          PIC X(07).
           05 STP-TXN-TYPE             PIC X(02).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-OUT01-STATUS          PIC X(02).
           05 WS-MANIF-STATUS          PIC X(02).
           05 WS-NEWPRIOR-STATUS       PIC X(02).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-OUT01-SWITCH          PIC X(01) VALUE 'Y'.
           05 WS-SORT-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-SORTED                  VALUE 'Y'.
              88 WS-NO-MORE-SORTED               VALUE 'N'.
           05 WS-RUN-MODE              PIC X(01) VALUE SPACES.
              88 WS-DELTA-MODE                   VALUE 'D'.
           05 WS-NEWPRIOR-SWITCH       PIC X(01) VALUE 'Y'.
              88 WS-MORE-NEWPRIOR                VALUE 'Y'.
              88 WS-NO-MORE-NEWPRIOR             VALUE 'N'.
           05 WS-STOP-SORT-SWITCH      PIC X(01) VALUE 'Y'.
              88 WS-MORE-STOP-SORTED             VALUE 'Y'.
              88 WS-NO-MORE-STOP-SORTED          VALUE 'N'.

       01  WS-COUNTERS.
           05 WS-IN01-COUNTER          PIC 9(08) VALUE 0.
           05 WS-STOP-DSP              PIC ZZ,ZZZ,ZZ9.
           05 WS-SKIP-RT-DSP           PIC ZZ,ZZZ,ZZ9.
           05 WS-SKIP-DL-DSP           PIC ZZ,ZZZ,ZZ9.
           05 WS-NEWPRIOR-COUNTER      PIC 9(08) VALUE 0.
           05 WS-STOPS-SAVED           PIC 9(08) VALUE 0.
           05 WS-STOPS-CANCELLED       PIC 9(08) VALUE 0.
           05 WS-STOP-LIVE-LINES       PIC 9(05) VALUE 0.
           05 WS-STOP-BOX-COUNT        PIC 9(09) VALUE 0.
           05 WS-SAVED-DSP             PIC ZZ,ZZZ,ZZ9.
           05 WS-NP-DSP                PIC ZZ,ZZZ,ZZ9.
           05 WS-CANCEL-DSP            PIC ZZ,ZZZ,ZZ9.

      *    PRIOR SORT KEYS FOR THE CONTROL BREAKS - LOW-VALUES UNTIL
      *    THE FIRST RETURNED RECORD SO THE FIRST PARTNER ALWAYS
           05 WS-PREV-RTE              PIC X(09) VALUE LOW-VALUES.
           05 WS-PREV-PU-START         PIC X(14) VALUE LOW-VALUES.

      *    STOP BEING TOTALLED FOR SCHDSTOP, AND TONIGHT'S EARLIEST
      *    PICKUP - THE START OF THE WINDOW THE EXTRACT RE-SCHEDULES.
       01  WS-STOP-KEYS.
           05 WS-STOP-KEY.
              10 WS-STOP-PARTNER       PIC X(05) VALUE LOW-VALUES.
              10 WS-STOP-RTE           PIC X(09) VALUE LOW-VALUES.
              10 WS-STOP-PU-START      PIC X(14) VALUE LOW-VALUES.
              10 WS-STOP-PLANT         PIC X(05) VALUE LOW-VALUES.
              10 WS-STOP-DOCK          PIC X(03) VALUE LOW-VALUES.
           05 WS-SORT-STOP-KEY.
              10 WS-SORT-STOP-PARTNER  PIC X(05).
              10 WS-SORT-STOP-RTE      PIC X(09).
              10 WS-SORT-STOP-PU-START PIC X(14).
              10 WS-SORT-STOP-PLANT    PIC X(05).
              10 WS-SORT-STOP-DOCK     PIC X(03).
           05 WS-MIN-PU-START          PIC X(14) VALUE HIGH-VALUES.
           05 WS-STOP-LINE-TXN         PIC X(02) VALUE SPACES.

       01  WS-DATE-AREAS.
           05 WS-TODAY-DATE            PIC X(08).
           05 WS-CCYYMMDD.
              10 01-OWK-KEY-LOCATION     PIC X(12).
              10 01-OWK-KEY-EFF-START    PIC X(10).

       01  HOST-VARIABLES-SS.
           05 HV-SS-PARTNER-CODE       PIC X(05).
           05 HV-SS-ROUTE-CODE         PIC X(09).
           05 HV-SS-PICKUP-TS          PIC X(14).
           05 HV-SS-SUP-PLANT          PIC X(05).
           05 HV-SS-SHIP-DOCK          PIC X(03).
           05 HV-SS-BOX-COUNT          PIC S9(9) COMP.
           05 HV-SS-STOP-STATUS        PIC X(01).
           05 HV-SS-CANCEL-CNT         PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  MFT-PARTNER-HEAD.
           05 FILLER                   PIC X(27) VALUE
              'OWKB015 ROUTE MANIFEST FOR '.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.


       LINKAGE SECTION.

       01  LS-JCL-PARM.
           05 LS-PARM-LEN               PIC S9(4) COMP.
           05 LS-PARM-RUN-MODE          PIC X(01).


       PROCEDURE DIVISION USING LS-JCL-PARM.

       0000-MAIN-MODULE.

      *    OUTPUT01 ARRIVES IN C1-PARKANB KEY ORDER, NOT PARTNER
      *    ORDER - THE SORT REGROUPS IT BY PARTNER, ROUTE AND PICKUP
      *    TIMESTAMP SO EACH PARTNER'S SHEET READS IN RUNNING ORDER.
      *    SHIP DOCK SITS UNDER PLANT SO EACH STOP'S LINES ARE
      *    TOGETHER FOR THE SCHDSTOP TOTALS.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-PARTNER-CODE
                                 SRT-RTE-CODE
                                 SRT-PU-START-DT
                                 SRT-SUP-PLANT-CODE
                                 SRT-SUP-SHIP-DOCK
                                 SRT-PART-NUM
                INPUT PROCEDURE IS 2000-RELEASE-EXTRACT THRU
                                   2000-RELEASE-EXTRACT-EXIT
                OUTPUT PROCEDURE IS 5000-WRITE-MANIFESTS THRU
                                    5000-WRITE-MANIFESTS-EXIT.

      *    DELTA NIGHT: THE MANIFESTS ABOVE CAME FROM THE NET CHANGES
      *    AS ALWAYS, BUT THE NIGHT'S STOPS ARE BUILT FROM THE FULL
      *    NEWPRIOR SNAPSHOT, SORTED INTO STOP ORDER.
           IF WS-DELTA-MODE
              SORT STOP-SORT-FILE
                   ON ASCENDING KEY STP-STOP-KEY
                   INPUT PROCEDURE IS 6000-RELEASE-NEWPRIOR THRU
                                      6000-RELEASE-NEWPRIOR-EXIT
                   OUTPUT PROCEDURE IS 6100-SAVE-NEWPRIOR-STOPS THRU
                                       6100-SAVE-NEWPRIOR-STOPS-EXIT
              IF SORT-RETURN NOT = 0
                 DISPLAY 'PROGRAM NAME : OWKB015'
                 DISPLAY 'SORT FAILED - SORT-RETURN ' SORT-RETURN
                 CALL 'ABENDME'
              END-IF
           END-IF.

           PERFORM 3000-CLOSE-FILES THRU
                   3000-CLOSE-FILES-EXIT.

           MOVE '-'            TO DASH-1 DASH-2.
           MOVE WS-WORK-DATE   TO WS-CURRENT-DATE.

           MOVE SPACES TO WS-RUN-MODE.
           IF LS-PARM-LEN > 0
              MOVE LS-PARM-RUN-MODE TO WS-RUN-MODE
           END-IF.
           IF WS-DELTA-MODE
              DISPLAY 'RUN MODE = DELTA (STOPS SAVED FROM NEWPRIOR)'
           ELSE
              DISPLAY 'RUN MODE = FULL EXTRACT'
           END-IF.

           OPEN INPUT OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
                    SET WS-NO-MORE-OUT01 TO TRUE
               NOT AT END
                    ADD 1 TO WS-IN01-COUNTER
                    PERFORM 2110-CHECK-RUN-MODE THRU
                            2110-CHECK-RUN-MODE-EXIT
                    EVALUATE TRUE
                        WHEN 01-OWK-NET-CHG-FLAG = 'D'
                             ADD 1 TO WS-SKIP-DELETES
                                     SRT-SUP-SHIP-DOCK
                             MOVE 01-OWK-TTL-BOX-ORD TO
                                     SRT-TTL-BOX-ORD
                             MOVE 01-OWK-TXN-TYPE TO
                                     SRT-TXN-TYPE
                             RELEASE SORT-REC
                    END-EVALUATE
           END-READ.
       2100-READ-AND-RELEASE-EXIT. EXIT.


      *    A DELTA OUTPUT01 CARRIES A NET-CHANGE FLAG ON EVERY RECORD
      *    AND A FULL ONE ON NONE - EITHER MISMATCH MEANS THE PARM
      *    AND THE EXTRACT STEP DISAGREE ABOUT THE NIGHT'S RUN MODE.
       2110-CHECK-RUN-MODE.

           IF  WS-DELTA-MODE
           AND 01-OWK-NET-CHG-FLAG = SPACES
               DISPLAY 'PROGRAM NAME : OWKB015'
               DISPLAY 'PARM RUN MODE IS DELTA BUT OUT01 IS A FULL '
                       'EXTRACT'
               CALL 'ABENDME'
           END-IF.

           IF  NOT WS-DELTA-MODE
           AND 01-OWK-NET-CHG-FLAG NOT = SPACES
               DISPLAY 'PROGRAM NAME : OWKB015'
               DISPLAY 'OUT01 IS A NET-CHANGE FILE BUT PARM RUN MODE '
                       'IS NOT D'
               CALL 'ABENDME'
           END-IF.

       2110-CHECK-RUN-MODE-EXIT. EXIT.


       5000-WRITE-MANIFESTS.

           PERFORM 5100-RETURN-AND-PRINT THRU
                      5300-WRITE-TRAILER-EXIT
           END-IF.

      *    A DELTA RUN SAVES ITS STOPS FROM NEWPRIOR INSTEAD (6100).
           IF NOT WS-DELTA-MODE
              PERFORM 5450-FINISH-STOPS THRU
                      5450-FINISH-STOPS-EXIT
           END-IF.

       5000-WRITE-MANIFESTS-EXIT. EXIT.



       5200-PRINT-ONE-STOP.

           IF NOT WS-DELTA-MODE
              MOVE SRT-PARTNER-CODE   TO WS-SORT-STOP-PARTNER
              MOVE SRT-RTE-CODE       TO WS-SORT-STOP-RTE
              MOVE SRT-PU-START-DT    TO WS-SORT-STOP-PU-START
              MOVE SRT-SUP-PLANT-CODE TO WS-SORT-STOP-PLANT
              MOVE SRT-SUP-SHIP-DOCK  TO WS-SORT-STOP-DOCK
              PERFORM 5350-CHECK-STOP-BREAK THRU
                      5350-CHECK-STOP-BREAK-EXIT
           END-IF.

           IF SRT-PARTNER-CODE NOT = WS-PREV-PARTNER
              IF WS-PREV-PARTNER NOT = LOW-VALUES
                 PERFORM 5300-WRITE-TRAILER THRU
           MOVE WS-BOX-WORK TO MFT-D-BOXES.
           ADD WS-BOX-WORK  TO WS-PTN-BOX-COUNT.

           IF NOT WS-DELTA-MODE
              MOVE SRT-TXN-TYPE TO WS-STOP-LINE-TXN
              PERFORM 5360-ADD-STOP-LINE THRU
                      5360-ADD-STOP-LINE-EXIT
           END-IF.

           WRITE REC-MANIFEST FROM MFT-DETAIL-LINE.

           ADD 1 TO WS-PTN-STOP-COUNT.
       5300-WRITE-TRAILER-EXIT. EXIT.


      *    A NEW PARTNER / ROUTE / PICKUP / PLANT / DOCK SAVES THE
      *    STOP JUST FINISHED AND STARTS THE NEXT ONE'S TOTALS. THE
      *    CALLER LOADS WS-SORT-STOP-KEY FROM WHICHEVER SORT IT IS
      *    RETURNING FROM.
       5350-CHECK-STOP-BREAK.

           IF WS-SORT-STOP-KEY = WS-STOP-KEY
              GO TO 5350-CHECK-STOP-BREAK-EXIT
           END-IF.

           IF WS-STOP-PARTNER NOT = LOW-VALUES
              PERFORM 5400-SAVE-STOP THRU
                      5400-SAVE-STOP-EXIT
           END-IF.

           MOVE WS-SORT-STOP-KEY TO WS-STOP-KEY.
           MOVE 0 TO WS-STOP-BOX-COUNT
                     WS-STOP-LIVE-LINES.

           IF WS-SORT-STOP-PU-START < WS-MIN-PU-START
              MOVE WS-SORT-STOP-PU-START TO WS-MIN-PU-START
           END-IF.

       5350-CHECK-STOP-BREAK-EXIT. EXIT.


      *    ONE LINE'S BOXES (WS-BOX-WORK) INTO THE CURRENT STOP.
       5360-ADD-STOP-LINE.

           IF  WS-STOP-LINE-TXN NOT = 'DL'
           AND WS-STOP-LINE-TXN NOT = 'DP'
           AND WS-STOP-LINE-TXN NOT = 'EX'
               ADD WS-BOX-WORK TO WS-STOP-BOX-COUNT
               ADD 1           TO WS-STOP-LIVE-LINES
           END-IF.

       5360-ADD-STOP-LINE-EXIT. EXIT.


      *    UPDATE-THEN-INSERT, SO A RERUN OF THE STEP REPLACES THE
      *    STOP'S BOX TOTAL INSTEAD OF DOUBLING IT, AND A PICKUP THAT
      *    COMES BACK AFTER A CANCEL IS SCHEDULED AGAIN.
       5400-SAVE-STOP.

           MOVE WS-STOP-PARTNER   TO HV-SS-PARTNER-CODE.
           MOVE WS-STOP-RTE       TO HV-SS-ROUTE-CODE.
           MOVE WS-STOP-PU-START  TO HV-SS-PICKUP-TS.
           MOVE WS-STOP-PLANT     TO HV-SS-SUP-PLANT.
           MOVE WS-STOP-DOCK      TO HV-SS-SHIP-DOCK.
           MOVE WS-STOP-BOX-COUNT TO HV-SS-BOX-COUNT.

           IF WS-STOP-LIVE-LINES = 0
              MOVE 'X' TO HV-SS-STOP-STATUS
              ADD 1 TO WS-STOPS-CANCELLED
           ELSE
              MOVE 'S' TO HV-SS-STOP-STATUS
              ADD 1 TO WS-STOPS-SAVED
           END-IF.

           EXEC SQL
                UPDATE SCHDSTOP
                   SET BOX_COUNT       = :HV-SS-BOX-COUNT,
                       STOP_STATUS     = :HV-SS-STOP-STATUS,
                       LAST_SCHED_DATE = :WS-CURRENT-DATE
                 WHERE PARTNER_CODE    = :HV-SS-PARTNER-CODE
                   AND ROUTE_CODE      = :HV-SS-ROUTE-CODE
                   AND PICKUP_TS       = :HV-SS-PICKUP-TS
                   AND SUP_PLANT_CODE  = :HV-SS-SUP-PLANT
                   AND SHIP_DOCK       = :HV-SS-SHIP-DOCK
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO SCHDSTOP
                          (PARTNER_CODE, ROUTE_CODE, PICKUP_TS,
                           SUP_PLANT_CODE, SHIP_DOCK, BOX_COUNT,
                           STOP_STATUS, LAST_SCHED_DATE)
                   VALUES (:HV-SS-PARTNER-CODE, :HV-SS-ROUTE-CODE,
                           :HV-SS-PICKUP-TS, :HV-SS-SUP-PLANT,
                           :HV-SS-SHIP-DOCK, :HV-SS-BOX-COUNT,
                           :HV-SS-STOP-STATUS, :WS-CURRENT-DATE)
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BAD WRITE ON SCHDSTOP'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       5400-SAVE-STOP-EXIT. EXIT.


      *    SAVES THE LAST STOP - THERE IS NO BREAK AFTER THE FINAL
      *    LINE TO POP IT - THEN CANCELS DROPPED PICKUPS AND COMMITS.
       5450-FINISH-STOPS.

           IF WS-STOP-PARTNER = LOW-VALUES
              GO TO 5450-FINISH-STOPS-EXIT
           END-IF.

           PERFORM 5400-SAVE-STOP THRU
                   5400-SAVE-STOP-EXIT.
           PERFORM 5500-CANCEL-DROPPED-STOPS THRU
                   5500-CANCEL-DROPPED-STOPS-EXIT.

           EXEC SQL
                COMMIT
           END-EXEC.

       5450-FINISH-STOPS-EXIT. EXIT.


      *    A STOP SAVED ON AN EARLIER NIGHT, STILL SCHEDULED, WHOSE
      *    PICKUP FALLS INSIDE THE WINDOW TONIGHT'S EXTRACT COVERS
      *    BUT WAS NOT SAVED AGAIN TONIGHT, HAS BEEN TAKEN OFF THE
      *    SCHEDULE.
       5500-CANCEL-DROPPED-STOPS.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-SS-CANCEL-CNT
                  FROM SCHDSTOP
                 WHERE STOP_STATUS      = 'S'
                   AND PICKUP_TS       >= :WS-MIN-PU-START
                   AND LAST_SCHED_DATE  < :WS-CURRENT-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SELECT ON SCHDSTOP'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           IF HV-SS-CANCEL-CNT = 0
              GO TO 5500-CANCEL-DROPPED-STOPS-EXIT
           END-IF.

           EXEC SQL
                UPDATE SCHDSTOP
                   SET STOP_STATUS      = 'X',
                       LAST_SCHED_DATE  = :WS-CURRENT-DATE
                 WHERE STOP_STATUS      = 'S'
                   AND PICKUP_TS       >= :WS-MIN-PU-START
                   AND LAST_SCHED_DATE  < :WS-CURRENT-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD UPDATE ON SCHDSTOP'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

           ADD HV-SS-CANCEL-CNT TO WS-STOPS-CANCELLED.

       5500-CANCEL-DROPPED-STOPS-EXIT. EXIT.


      *    DELTA RUN ONLY: OPENS THE NEWPRIOR DD AND RELEASES THE
      *    WHOLE OF TONIGHT'S EXTRACT INTO THE STOP SORT.
       6000-RELEASE-NEWPRIOR.

           DISPLAY 'OWKB015 DELTA RUN - SCHEDULED STOPS TAKEN FROM '
                   'NEWPRIOR'.

           OPEN INPUT NEWPRIOR-FILE.

           IF WS-NEWPRIOR-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB015'
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
              DISPLAY 'PROGRAM NAME : OWKB015'
              DISPLAY 'CLOSE ERROR FOR NEWPRIOR FILE '
              DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
              CALL 'ABENDME'
           END-IF.

       6000-RELEASE-NEWPRIOR-EXIT. EXIT.


      *    NEWPRIOR IS THE WHOLE OF TONIGHT'S EXTRACT WITH NO NET-
      *    CHANGE FLAGS; RECORDS WITH NO PARTNER ARE SKIPPED AS ON
      *    THE MANIFEST PASS.
       6010-READ-AND-RELEASE-NP.

           READ NEWPRIOR-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-NEWPRIOR TO TRUE
                    GO TO 6010-READ-AND-RELEASE-NP-EXIT
           END-READ.

           IF WS-NEWPRIOR-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB015'
              DISPLAY 'READ ERROR FOR NEWPRIOR FILE '
              DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
              CALL 'ABENDME'
           END-IF.

           ADD 1 TO WS-NEWPRIOR-COUNTER.

           IF 01-OWK-PARTNER-CODE = SPACES
           OR 01-OWK-NET-CHG-FLAG = 'D'
              GO TO 6010-READ-AND-RELEASE-NP-EXIT
           END-IF.

           MOVE 01-OWK-PARTNER-CODE      TO STP-PARTNER-CODE.
           MOVE 01-OWK-RTE-CODE          TO STP-RTE-CODE.
           MOVE 01-OWK-PU-ROUTE-START-DT TO STP-PU-START-DT.
           MOVE 01-OWK-SUP-PLANT-CODE    TO STP-SUP-PLANT-CODE.
           MOVE 01-OWK-SUP-SHIP-DOCK     TO STP-SUP-SHIP-DOCK.
           MOVE 01-OWK-TTL-BOX-ORD       TO STP-TTL-BOX-ORD.
           MOVE 01-OWK-TXN-TYPE          TO STP-TXN-TYPE.
           RELEASE STOP-SORT-REC.

       6010-READ-AND-RELEASE-NP-EXIT. EXIT.


       6100-SAVE-NEWPRIOR-STOPS.

           PERFORM 6110-RETURN-NP-STOP THRU
                   6110-RETURN-NP-STOP-EXIT
             UNTIL WS-NO-MORE-STOP-SORTED.

           PERFORM 5450-FINISH-STOPS THRU
                   5450-FINISH-STOPS-EXIT.

       6100-SAVE-NEWPRIOR-STOPS-EXIT. EXIT.


       6110-RETURN-NP-STOP.

           RETURN STOP-SORT-FILE
               AT END
                    SET WS-NO-MORE-STOP-SORTED TO TRUE
                    GO TO 6110-RETURN-NP-STOP-EXIT
           END-RETURN.

           MOVE STP-STOP-KEY TO WS-SORT-STOP-KEY.
           PERFORM 5350-CHECK-STOP-BREAK THRU
                   5350-CHECK-STOP-BREAK-EXIT.

      *    SAME GUARD ON THE CHARACTER BOX FIELD AS 5200.
           IF STP-TTL-BOX-ORD IS NUMERIC
              MOVE STP-TTL-BOX-ORD TO WS-BOX-WORK
           ELSE
              MOVE 0 TO WS-BOX-WORK
           END-IF.
           MOVE STP-TXN-TYPE TO WS-STOP-LINE-TXN.
           PERFORM 5360-ADD-STOP-LINE THRU
                   5360-ADD-STOP-LINE-EXIT.

       6110-RETURN-NP-STOP-EXIT. EXIT.


       3000-CLOSE-FILES.

           CLOSE OUTPUT01-FILE.
           DISPLAY 'OWKB015 PARTNERS MANIFESTED      = '
                    WS-PARTNER-COUNTER.

           MOVE WS-STOPS-SAVED     TO WS-SAVED-DSP.
           MOVE WS-STOPS-CANCELLED TO WS-CANCEL-DSP.
           DISPLAY 'OWKB015 SCHEDULED STOPS SAVED    = ' WS-SAVED-DSP.
           DISPLAY 'OWKB015 STOPS MARKED CANCELLED   = ' WS-CANCEL-DSP.

           IF WS-DELTA-MODE
              MOVE WS-NEWPRIOR-COUNTER TO WS-NP-DSP
              DISPLAY 'OWKB015 NEWPRIOR RECORDS READ    = ' WS-NP-DSP
           END-IF.

       3000-CLOSE-FILES-EXIT. EXIT.
