       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF21.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    POSTS DOCK RECEIPTS AGAINST ORDHIST SO THE OPEN BALANCE
      *    OWKB010'S 2204 CHECK READS (ORDERED_QTY LESS RECEIVED_QTY)
      *    COMES DOWN AS BOXES ARRIVE. READS THE DOCK RECEIVING FILE
      *    (ORDER NUMBER, PART, KANBAN, BOXES/QUANTITY RECEIVED,
      *    RECEIPT TIMESTAMP) AND THE OUTPUT01 RELEASES THAT CARRIED
      *    THOSE ORDER NUMBERS, SORTS BOTH TOGETHER BY ORDER/PART/
      *    KANBAN, AND ADDS EACH RECEIPT TO THE MATCHING 'OP' ORDHIST
      *    ROW'S RECEIVED_QTY - CLOSING IT ('CL') ONCE RECEIVED_QTY
      *    REACHES ORDERED_QTY. ORDERED_QTY AND REQUIRED_QTY ARE LEFT
      *    AS THE ORDER WAS RAISED: THE 2250/2255 BOX CALCS AND
      *    OWKB023'S DEMAND HISTORY WORK FROM THE ORIGINAL QUANTITIES.
      *    PRINTS A DISCREPANCY REPORT OF OVER-RECEIPTS, SHORT-
      *    RECEIPTS, RECEIPTS AGAINST UNKNOWN OR ALREADY-CLOSED ORDER
      *    NUMBERS AND RECEIPTS THAT CAME IN AFTER THE
      *    01-OWK-BE-UNLOAD-DT THE EXTRACT PROMISED.
      *    THE JCL CONCATENATES THE OUTPUT01 GENERATIONS STILL INSIDE
      *    THE DELIVERY HORIZON UNDER OUT01 (THE NEWPRIOR GENERATIONS
      *    WHEN THE EXTRACT RUNS IN DELTA MODE, SINCE A DELTA OUTPUT01
      *    ONLY HOLDS THE NIGHT'S CHANGES). ALL POSTINGS COMMIT
      *    TOGETHER AT END OF RUN, SO AN ABENDED RUN BACKS OUT AND IS
      *    SIMPLY RERUN AGAINST THE SAME RECEIVING FILE. RUN AFTER THE
      *    DOCK RECEIVING CUT-OFF AND BEFORE THE NEXT NIGHT'S OWKB010.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-9672.
       OBJECT-COMPUTER. IBM-9672.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECEIPT-FILE ASSIGN TO RCV01
                  FILE STATUS IS WS-RCV-STATUS.

           SELECT OUTPUT01-FILE ASSIGN TO OUT01
                  FILE STATUS IS WS-OUT01-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPT01
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.


       DATA DIVISION.

       FILE SECTION.

       FD  RECEIPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-RECEIPT                 PIC X(80).


       FD  OUTPUT01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-OUT01                   PIC X(896).


       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-REPORT                  PIC X(132).


      *    SRT-REC-TYPE '1' IS A PROMISED DELIVERY FROM OUTPUT01,
      *    '2' A DOCK RECEIPT - PROMISES SORT AHEAD OF THE RECEIPTS
      *    OF THE SAME ORDER/PART/KANBAN, EACH IN TIMESTAMP ORDER, SO
      *    THE NTH RECEIPT LINES UP WITH THE NTH PROMISED UNLOAD.
       SD  SORT-WORK-FILE.

       01  SORT-REC.
           05 SRT-ORD-NUM              PIC X(12).
           05 SRT-PART-NUM             PIC X(12).
           05 SRT-KANBAN-NUM           PIC X(04).
           05 SRT-REC-TYPE             PIC X(01).
           05 SRT-STAMP                PIC X(14).
           05 SRT-QTY-PER-BOX          PIC X(07).
           05 SRT-BOXES                PIC 9(05).
           05 SRT-QTY                  PIC 9(07).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-RCV-STATUS            PIC X(02).
           05 WS-OUT01-STATUS          PIC X(02).
           05 WS-RPT-STATUS            PIC X(02).

       01  DIS-SQL                     PIC -(5)9(3).

       01  WS-SWITCHES.
           05 WS-RCV-SWITCH            PIC X(01) VALUE 'Y'.
              88 WS-MORE-RCV                     VALUE 'Y'.
              88 WS-NO-MORE-RCV                  VALUE 'N'.
           05 WS-OUT01-SWITCH          PIC X(01) VALUE 'Y'.
              88 WS-MORE-OUT01                   VALUE 'Y'.
              88 WS-NO-MORE-OUT01                VALUE 'N'.
           05 WS-SORT-SWITCH           PIC X(01) VALUE 'Y'.
              88 WS-MORE-SORTED                  VALUE 'Y'.
              88 WS-NO-MORE-SORTED               VALUE 'N'.
      *    STATE OF THE CURRENT GROUP'S ORDHIST ROW: NOT YET READ,
      *    OPEN, CLOSED BEFORE THIS RUN, OR NOT ON FILE.
           05 WS-GRP-ROW-SW            PIC X(01) VALUE ' '.
              88 WS-GRP-ROW-UNREAD               VALUE ' '.
              88 WS-GRP-ROW-OPEN                 VALUE 'O'.
              88 WS-GRP-ROW-CLOSED               VALUE 'C'.
              88 WS-GRP-ROW-UNKNOWN              VALUE 'U'.

       01  WS-COUNTERS.
           05 WS-RCV-IN-COUNTER        PIC 9(08) VALUE 0.
           05 WS-OUT01-IN-COUNTER      PIC 9(08) VALUE 0.
           05 WS-PROMISE-COUNTER       PIC 9(08) VALUE 0.
           05 WS-POSTED-COUNTER        PIC 9(08) VALUE 0.
           05 WS-CLOSED-COUNTER        PIC 9(08) VALUE 0.
           05 WS-OVER-COUNTER          PIC 9(08) VALUE 0.
           05 WS-SHORT-COUNTER         PIC 9(08) VALUE 0.
           05 WS-UNKNOWN-COUNTER       PIC 9(08) VALUE 0.
           05 WS-ALREADY-CL-COUNTER    PIC 9(08) VALUE 0.
           05 WS-LATE-COUNTER          PIC 9(08) VALUE 0.
           05 WS-NO-QTY-COUNTER        PIC 9(08) VALUE 0.
           05 WS-DISCREP-COUNTER       PIC 9(08) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.

      *    WORK FIELDS FOR ONE RECEIPT POSTING.
       01  WS-POSTING-AREAS.
           05 WS-RCV-QTY               PIC S9(9) COMP VALUE 0.
           05 WS-OVER-QTY              PIC S9(9) COMP VALUE 0.
           05 WS-NEW-STATUS            PIC X(02) VALUE SPACES.

      *    CURRENT ORDER/PART/KANBAN GROUP - LOW-VALUES UNTIL THE
      *    FIRST RETURNED RECORD SO THE FIRST GROUP ALWAYS BREAKS.
       01  WS-BREAK-KEYS.
           05 WS-PREV-ORD-NUM          PIC X(12) VALUE LOW-VALUES.
           05 WS-PREV-PART-NUM         PIC X(12) VALUE LOW-VALUES.
           05 WS-PREV-KANBAN           PIC X(04) VALUE LOW-VALUES.

       01  WS-GROUP-AREAS.
           05 WS-GRP-OPEN-QTY          PIC S9(9) COMP VALUE 0.
           05 WS-GRP-RECEIVED-QTY      PIC S9(9) COMP VALUE 0.
           05 WS-GRP-QTY-PER-BOX       PIC 9(07) VALUE 0.
           05 WS-GRP-RCV-SEQ           PIC 9(05) COMP VALUE 0.
           05 WS-GRP-LAST-STAMP        PIC X(14) VALUE SPACES.

      *    PROMISED UNLOAD TIMESTAMPS OF THE CURRENT ORDER'S
      *    DELIVERIES, ASCENDING - ONE PER LOCATION/PICKUP SPLIT
      *    OWKB010 WROTE UNDER THE ORDER NUMBER.
       01  WS-PRM-TABLE.
           05 WS-PRM-MAX               PIC 9(05) COMP VALUE 500.
           05 WS-PRM-COUNT             PIC 9(05) COMP VALUE 0.
           05 WS-PRM-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-PRM-COUNT
                 INDEXED BY WS-PRM-IDX.
              10 WS-PRM-UNLOAD-DT      PIC X(14).

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

      *    DOCK RECEIVING RECORD (80 BYTES). QUANTITY IS IN PIECES;
      *    A DOCK THAT ONLY COUNTS BOXES SENDS ZERO QUANTITY AND THE
      *    BOXES ARE CONVERTED AT THE RELEASE'S QUANTITY PER BOX.
       01  WS-RCVREC-LAYOUT.
           05 RCV-ORD-NUM              PIC X(12).
           05 RCV-PART-NUM             PIC X(12).
           05 RCV-KANBAN-NUM           PIC X(04).
           05 RCV-BOXES                PIC 9(05).
           05 RCV-QTY                  PIC 9(07).
           05 RCV-TIMESTAMP            PIC X(14).
           05 RCV-DOCK                 PIC X(02).
           05 RCV-FILLER               PIC X(24).

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

       01  HOST-VARIABLES-OH.
           05 HV-OH-ORDER-NUM          PIC X(12).
           05 HV-OH-ITEMID             PIC X(12).
           05 HV-OH-KANBAN             PIC X(04).
           05 HV-OH-ORDER-STATUS       PIC X(02).
           05 HV-OH-ORDERED-QTY        PIC S9(9) COMP.
           05 NI-OH-ORDERED-QTY        PIC S9(4) COMP.
           05 HV-OH-RECEIVED-QTY       PIC S9(9) COMP.
           05 NI-OH-RECEIVED-QTY       PIC S9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(52) VALUE
              'OWKB021 - RECEIPT POSTING DISCREPANCY REPORT'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 RPT-H1-DATE              PIC X(10).
           05 FILLER                   PIC X(60) VALUE SPACES.

       01  RPT-HEADING-2.
           05 FILLER                   PIC X(12) VALUE 'ORDER NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'PART NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'KANB'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'RECEIVED'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'PROMISED'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '    RCV QTY'.
           05 FILLER                   PIC X(11) VALUE '   OPEN QTY'.
           05 FILLER                   PIC X(11) VALUE '   VARIANCE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE 'DISCREPANCY'.
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 RPT-D-ORD-NUM            PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-PART-NUM           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-KANBAN             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-RECEIVED           PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-PROMISED           PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-RCV-QTY            PIC ZZZ,ZZZ,ZZ9.
           05 RPT-D-OPEN-QTY           PIC ZZZ,ZZZ,ZZ9.
           05 RPT-D-VARIANCE           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-D-MESSAGE            PIC X(30).
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05 RPT-S-LABEL              PIC X(32).
           05 FILLER                   PIC X(02) VALUE '= '.
           05 RPT-S-COUNT              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(88) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.


       PROCEDURE DIVISION.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB021 START'.

           PERFORM 1000-INITIALIZATION THRU
                   1000-INITIALIZATION-EXIT.

      *    NEITHER FILE ARRIVES IN ORDER-NUMBER ORDER - THE SORT
      *    BRINGS EACH ORDER'S PROMISED DELIVERIES AND ITS RECEIPTS
      *    TOGETHER SO ONE PASS CAN POST AND JUDGE THEM.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-ORD-NUM
                                 SRT-PART-NUM
                                 SRT-KANBAN-NUM
                                 SRT-REC-TYPE
                                 SRT-STAMP
                INPUT PROCEDURE IS 2000-RELEASE-INPUT THRU
                                   2000-RELEASE-INPUT-EXIT
                OUTPUT PROCEDURE IS 5000-POST-RECEIPTS THRU
                                    5000-POST-RECEIPTS-EXIT.

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

           OPEN INPUT RECEIPT-FILE.

           IF WS-RCV-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB021'
              DISPLAY 'OPEN ERROR FOR RECEIVING FILE '
              DISPLAY 'FILE STATUS ' WS-RCV-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN INPUT OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB021'
              DISPLAY 'OPEN ERROR FOR INPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB021'
              DISPLAY 'OPEN ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-CURRENT-DATE TO RPT-H1-DATE.
           WRITE REC-REPORT FROM RPT-HEADING-1.
           WRITE REC-REPORT FROM WS-BLANK-LINE.
           WRITE REC-REPORT FROM RPT-HEADING-2.
           WRITE REC-REPORT FROM WS-BLANK-LINE.

       1000-INITIALIZATION-EXIT. EXIT.


       2000-RELEASE-INPUT.

           PERFORM 2100-RELEASE-PROMISE THRU
                   2100-RELEASE-PROMISE-EXIT
             UNTIL WS-NO-MORE-OUT01.

           PERFORM 2200-RELEASE-RECEIPT THRU
                   2200-RELEASE-RECEIPT-EXIT
             UNTIL WS-NO-MORE-RCV.

       2000-RELEASE-INPUT-EXIT. EXIT.


      *    ONLY A RELEASE THAT CARRIED AN ORDER NUMBER AND AN UNLOAD
      *    PROMISE CAN BE RECEIVED AGAINST; A DELTA-MODE DELETE
      *    PROMISED NOTHING.
       2100-RELEASE-PROMISE.

           READ OUTPUT01-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-OUT01 TO TRUE
                    GO TO 2100-RELEASE-PROMISE-EXIT
           END-READ.

           ADD 1 TO WS-OUT01-IN-COUNTER.

           IF 01-OWK-ORD-NUM      = SPACES
           OR 01-OWK-BE-UNLOAD-DT = SPACES
           OR 01-OWK-NET-CHG-FLAG = 'D'
              GO TO 2100-RELEASE-PROMISE-EXIT
           END-IF.

           MOVE 01-OWK-ORD-NUM       TO SRT-ORD-NUM.
           MOVE 01-OWK-PART-NUM      TO SRT-PART-NUM.
           MOVE 01-OWK-KANBAN-NUM    TO SRT-KANBAN-NUM.
           MOVE '1'                  TO SRT-REC-TYPE.
           MOVE 01-OWK-BE-UNLOAD-DT  TO SRT-STAMP.
           MOVE 01-OWK-QTY-PER-BOX   TO SRT-QTY-PER-BOX.
           MOVE 0                    TO SRT-BOXES
                                        SRT-QTY.
           RELEASE SORT-REC.
           ADD 1 TO WS-PROMISE-COUNTER.

       2100-RELEASE-PROMISE-EXIT. EXIT.


       2200-RELEASE-RECEIPT.

           READ RECEIPT-FILE INTO WS-RCVREC-LAYOUT
               AT END
                    SET WS-NO-MORE-RCV TO TRUE
                    GO TO 2200-RELEASE-RECEIPT-EXIT
           END-READ.

           ADD 1 TO WS-RCV-IN-COUNTER.

           MOVE RCV-ORD-NUM          TO SRT-ORD-NUM.
           MOVE RCV-PART-NUM         TO SRT-PART-NUM.
           MOVE RCV-KANBAN-NUM       TO SRT-KANBAN-NUM.
           MOVE '2'                  TO SRT-REC-TYPE.
           MOVE RCV-TIMESTAMP        TO SRT-STAMP.
           MOVE SPACES               TO SRT-QTY-PER-BOX.
           IF RCV-BOXES IS NUMERIC
              MOVE RCV-BOXES TO SRT-BOXES
           ELSE
              MOVE 0 TO SRT-BOXES
           END-IF.
           IF RCV-QTY IS NUMERIC
              MOVE RCV-QTY TO SRT-QTY
           ELSE
              MOVE 0 TO SRT-QTY
           END-IF.
           RELEASE SORT-REC.

       2200-RELEASE-RECEIPT-EXIT. EXIT.


       5000-POST-RECEIPTS.

           PERFORM 5100-RETURN-AND-POST THRU
                   5100-RETURN-AND-POST-EXIT
             UNTIL WS-NO-MORE-SORTED.

      *    CLOSE OUT THE LAST GROUP - THERE IS NO BREAK AFTER THE
      *    FINAL RECORD TO POP IT.
           IF WS-PREV-ORD-NUM NOT = LOW-VALUES
              PERFORM 5400-END-GROUP THRU
                      5400-END-GROUP-EXIT
           END-IF.

       5000-POST-RECEIPTS-EXIT. EXIT.


       5100-RETURN-AND-POST.

           RETURN SORT-WORK-FILE
               AT END
                    SET WS-NO-MORE-SORTED TO TRUE
               NOT AT END
                    PERFORM 5200-PROCESS-SORTED THRU
                            5200-PROCESS-SORTED-EXIT
           END-RETURN.

       5100-RETURN-AND-POST-EXIT. EXIT.


       5200-PROCESS-SORTED.

           IF SRT-ORD-NUM    NOT = WS-PREV-ORD-NUM
           OR SRT-PART-NUM   NOT = WS-PREV-PART-NUM
           OR SRT-KANBAN-NUM NOT = WS-PREV-KANBAN
              IF WS-PREV-ORD-NUM NOT = LOW-VALUES
                 PERFORM 5400-END-GROUP THRU
                         5400-END-GROUP-EXIT
              END-IF
              MOVE SRT-ORD-NUM    TO WS-PREV-ORD-NUM
              MOVE SRT-PART-NUM   TO WS-PREV-PART-NUM
              MOVE SRT-KANBAN-NUM TO WS-PREV-KANBAN
              MOVE 0              TO WS-PRM-COUNT
                                     WS-GRP-RCV-SEQ
                                     WS-GRP-OPEN-QTY
                                     WS-GRP-RECEIVED-QTY
                                     WS-GRP-QTY-PER-BOX
              MOVE SPACES         TO WS-GRP-LAST-STAMP
              SET WS-GRP-ROW-UNREAD TO TRUE
           END-IF.

           IF SRT-REC-TYPE = '1'
              IF WS-PRM-COUNT >= WS-PRM-MAX
                 DISPLAY 'PROGRAM NAME : OWKB021'
                 DISPLAY 'WS-PRM-TABLE IS FULL - RAISE WS-PRM-MAX'
                 CALL 'ABENDME'
              END-IF
              ADD 1 TO WS-PRM-COUNT
              MOVE SRT-STAMP TO WS-PRM-UNLOAD-DT (WS-PRM-COUNT)
              IF SRT-QTY-PER-BOX IS NUMERIC
                 MOVE SRT-QTY-PER-BOX TO WS-GRP-QTY-PER-BOX
              END-IF
           ELSE
              PERFORM 5300-POST-ONE-RECEIPT THRU
                      5300-POST-ONE-RECEIPT-EXIT
           END-IF.

       5200-PROCESS-SORTED-EXIT. EXIT.


      *    POSTS ONE RECEIPT. THE ORDHIST ROW IS READ ONCE PER GROUP
      *    AND ITS RECEIVED TOTAL AND BALANCE CARRIED IN STORAGE, SO
      *    SEVERAL DELIVERIES OF THE SAME ORDER RECEIVED TODAY DRAW
      *    IT DOWN IN TURN.
       5300-POST-ONE-RECEIPT.

           ADD 1 TO WS-GRP-RCV-SEQ.
           MOVE SRT-STAMP TO WS-GRP-LAST-STAMP.

           MOVE SRT-ORD-NUM    TO RPT-D-ORD-NUM.
           MOVE SRT-PART-NUM   TO RPT-D-PART-NUM.
           MOVE SRT-KANBAN-NUM TO RPT-D-KANBAN.
           MOVE SRT-STAMP      TO RPT-D-RECEIVED.

           MOVE SPACES TO RPT-D-PROMISED.
           IF WS-GRP-RCV-SEQ NOT > WS-PRM-COUNT
              MOVE WS-PRM-UNLOAD-DT (WS-GRP-RCV-SEQ) TO RPT-D-PROMISED
           END-IF.

           IF SRT-QTY > 0
              MOVE SRT-QTY TO WS-RCV-QTY
           ELSE
              COMPUTE WS-RCV-QTY = SRT-BOXES * WS-GRP-QTY-PER-BOX
           END-IF.
           IF WS-RCV-QTY = 0
              MOVE 0 TO WS-OVER-QTY
              MOVE 'NO QUANTITY ON RECEIPT' TO RPT-D-MESSAGE
              PERFORM 8100-WRITE-DISCREPANCY THRU
                      8100-WRITE-DISCREPANCY-EXIT
              ADD 1 TO WS-NO-QTY-COUNTER
              GO TO 5300-POST-ONE-RECEIPT-EXIT
           END-IF.

           IF WS-GRP-ROW-UNREAD
              PERFORM 5350-READ-ORDHIST THRU
                      5350-READ-ORDHIST-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-GRP-ROW-UNKNOWN
                    MOVE 0 TO WS-OVER-QTY
                    MOVE 'UNKNOWN ORDER NUMBER' TO RPT-D-MESSAGE
                    PERFORM 8100-WRITE-DISCREPANCY THRU
                            8100-WRITE-DISCREPANCY-EXIT
                    ADD 1 TO WS-UNKNOWN-COUNTER
                    GO TO 5300-POST-ONE-RECEIPT-EXIT
               WHEN WS-GRP-ROW-CLOSED
                    MOVE WS-RCV-QTY TO WS-OVER-QTY
                    MOVE 'ORDER ALREADY CLOSED' TO RPT-D-MESSAGE
                    PERFORM 8100-WRITE-DISCREPANCY THRU
                            8100-WRITE-DISCREPANCY-EXIT
                    ADD 1 TO WS-ALREADY-CL-COUNTER
                    GO TO 5300-POST-ONE-RECEIPT-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *    LATE AGAINST THE MATCHING PROMISED UNLOAD. A RECEIPT WITH
      *    NO PROMISE ON THE CONCATENATED OUTPUT01 GENERATIONS CANNOT
      *    BE JUDGED AND IS POSTED WITHOUT THE CHECK.
           IF  RPT-D-PROMISED NOT = SPACES
           AND SRT-STAMP > RPT-D-PROMISED
               MOVE 0 TO WS-OVER-QTY
               MOVE 'RECEIVED AFTER PROMISED UNLOAD' TO RPT-D-MESSAGE
               PERFORM 8100-WRITE-DISCREPANCY THRU
                       8100-WRITE-DISCREPANCY-EXIT
               ADD 1 TO WS-LATE-COUNTER
           END-IF.

           IF WS-RCV-QTY < WS-GRP-OPEN-QTY
              MOVE 0 TO WS-OVER-QTY
              SUBTRACT WS-RCV-QTY FROM WS-GRP-OPEN-QTY
              MOVE 'OP' TO WS-NEW-STATUS
           ELSE
              COMPUTE WS-OVER-QTY = WS-RCV-QTY - WS-GRP-OPEN-QTY
              IF WS-OVER-QTY > 0
                 MOVE 'OVER-RECEIPT - ORDER CLOSED' TO RPT-D-MESSAGE
                 PERFORM 8100-WRITE-DISCREPANCY THRU
                         8100-WRITE-DISCREPANCY-EXIT
                 ADD 1 TO WS-OVER-COUNTER
              END-IF
              MOVE 0    TO WS-GRP-OPEN-QTY
              MOVE 'CL' TO WS-NEW-STATUS
           END-IF.

      *    THE FULL QUANTITY IS RECORDED AS RECEIVED, OVER-RECEIPT
      *    INCLUDED - IT IS WHAT CAME THROUGH THE DOCK.
           ADD WS-RCV-QTY TO WS-GRP-RECEIVED-QTY.

           PERFORM 5360-UPDATE-ORDHIST THRU
                   5360-UPDATE-ORDHIST-EXIT.

           ADD 1 TO WS-POSTED-COUNTER.
           IF WS-NEW-STATUS = 'CL'
              ADD 1 TO WS-CLOSED-COUNTER
              SET WS-GRP-ROW-CLOSED TO TRUE
           END-IF.

       5300-POST-ONE-RECEIPT-EXIT. EXIT.


       5350-READ-ORDHIST.

           MOVE WS-PREV-ORD-NUM  TO HV-OH-ORDER-NUM.
           MOVE WS-PREV-PART-NUM TO HV-OH-ITEMID.
           MOVE WS-PREV-KANBAN   TO HV-OH-KANBAN.

           EXEC SQL
               SELECT ORDER_STATUS,
                      ORDERED_QTY,
                      RECEIVED_QTY
                 INTO :HV-OH-ORDER-STATUS,
                      :HV-OH-ORDERED-QTY  :NI-OH-ORDERED-QTY,
                      :HV-OH-RECEIVED-QTY :NI-OH-RECEIVED-QTY
                 FROM ORDHIST
                WHERE ORDER_NUM = :HV-OH-ORDER-NUM
                  AND ITEMID    = :HV-OH-ITEMID
                  AND KANBAN    = :HV-OH-KANBAN
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    IF NI-OH-ORDERED-QTY < 0
                       MOVE 0 TO HV-OH-ORDERED-QTY
                    END-IF
                    IF NI-OH-RECEIVED-QTY < 0
                       MOVE 0 TO HV-OH-RECEIVED-QTY
                    END-IF
                    MOVE HV-OH-RECEIVED-QTY TO WS-GRP-RECEIVED-QTY
                    IF HV-OH-ORDER-STATUS = 'OP'
                       SET WS-GRP-ROW-OPEN TO TRUE
                       COMPUTE WS-GRP-OPEN-QTY = HV-OH-ORDERED-QTY
                                               - HV-OH-RECEIVED-QTY
                       IF WS-GRP-OPEN-QTY < 0
                          MOVE 0 TO WS-GRP-OPEN-QTY
                       END-IF
                    ELSE
                       SET WS-GRP-ROW-CLOSED TO TRUE
                    END-IF
               WHEN 100
                    SET WS-GRP-ROW-UNKNOWN TO TRUE
               WHEN OTHER
                    DISPLAY 'BAD SELECT ON ORDHIST'
                    MOVE SQLCODE TO DIS-SQL
                    DISPLAY 'SQL CODE = ' DIS-SQL
                    CALL 'ABENDME'
           END-EVALUATE.

       5350-READ-ORDHIST-EXIT. EXIT.


       5360-UPDATE-ORDHIST.

           MOVE WS-GRP-RECEIVED-QTY TO HV-OH-RECEIVED-QTY.
           MOVE WS-NEW-STATUS       TO HV-OH-ORDER-STATUS.

           EXEC SQL
               UPDATE ORDHIST
                  SET RECEIVED_QTY = :HV-OH-RECEIVED-QTY,
                      ORDER_STATUS = :HV-OH-ORDER-STATUS
                WHERE ORDER_NUM    = :HV-OH-ORDER-NUM
                  AND ITEMID       = :HV-OH-ITEMID
                  AND KANBAN       = :HV-OH-KANBAN
                  AND ORDER_STATUS = 'OP'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BAD UPDATE ON ORDHIST'
              MOVE SQLCODE TO DIS-SQL
              DISPLAY 'SQL CODE = ' DIS-SQL
              CALL 'ABENDME'
           END-IF.

       5360-UPDATE-ORDHIST-EXIT. EXIT.


      *    A GROUP WHOSE ORDER IS STILL OPEN AFTER EVERY PROMISED
      *    DELIVERY HAS BEEN RECEIVED CAME IN SHORT. WHILE LATER
      *    DELIVERIES ARE STILL DUE THE BALANCE IS SIMPLY IN
      *    TRANSIT, AND AN ORDER WITH NO PROMISE ON FILE HAS NOTHING
      *    TO MEASURE AGAINST. ON A GROUP BREAK SORT-REC ALREADY
      *    HOLDS THE NEXT GROUP'S FIRST RECORD, SO THE REPORT KEY
      *    COMES FROM THE SAVED GROUP KEY AND SORT-REC IS NOT TOUCHED.
       5400-END-GROUP.

           IF  WS-GRP-ROW-OPEN
           AND WS-GRP-RCV-SEQ > 0
           AND WS-PRM-COUNT   > 0
           AND WS-GRP-RCV-SEQ NOT < WS-PRM-COUNT
               MOVE WS-PREV-ORD-NUM   TO RPT-D-ORD-NUM
               MOVE WS-PREV-PART-NUM  TO RPT-D-PART-NUM
               MOVE WS-PREV-KANBAN    TO RPT-D-KANBAN
               MOVE WS-GRP-LAST-STAMP TO RPT-D-RECEIVED
               MOVE WS-PRM-UNLOAD-DT (WS-PRM-COUNT) TO RPT-D-PROMISED
               MOVE 0                 TO WS-RCV-QTY
               MOVE WS-GRP-OPEN-QTY   TO WS-OVER-QTY
               MOVE 'SHORT-RECEIPT - BALANCE OPEN' TO RPT-D-MESSAGE
               PERFORM 8100-WRITE-DISCREPANCY THRU
                       8100-WRITE-DISCREPANCY-EXIT
               ADD 1 TO WS-SHORT-COUNTER
           END-IF.

       5400-END-GROUP-EXIT. EXIT.


      *    ONE DISCREPANCY LINE. VARIANCE IS THE EXCESS ON AN OVER-
      *    OR CLOSED-ORDER RECEIPT AND THE UNRECEIVED BALANCE ON A
      *    SHORT ONE; THE ORDER / PART / KANBAN / RECEIVED KEY,
      *    RPT-D-PROMISED AND RPT-D-MESSAGE ARE SET BY THE CALLER.
       8100-WRITE-DISCREPANCY.

           MOVE WS-RCV-QTY       TO RPT-D-RCV-QTY.
           MOVE WS-GRP-OPEN-QTY  TO RPT-D-OPEN-QTY.
           MOVE WS-OVER-QTY      TO RPT-D-VARIANCE.

           WRITE REC-REPORT FROM RPT-DETAIL-LINE.

           ADD 1 TO WS-DISCREP-COUNTER.

       8100-WRITE-DISCREPANCY-EXIT. EXIT.


       3000-CLOSE-FILES.

      *    ONE UNIT OF WORK FOR THE WHOLE RECEIVING FILE - SEE THE
      *    RERUN NOTE AT THE TOP.
           EXEC SQL
                COMMIT
           END-EXEC.

           WRITE REC-REPORT FROM WS-BLANK-LINE.
           MOVE 'RECEIPTS READ'            TO RPT-S-LABEL.
           MOVE WS-RCV-IN-COUNTER          TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'PROMISED DELIVERIES LOADED' TO RPT-S-LABEL.
           MOVE WS-PROMISE-COUNTER         TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'RECEIPTS POSTED'          TO RPT-S-LABEL.
           MOVE WS-POSTED-COUNTER          TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'ORDERS CLOSED'            TO RPT-S-LABEL.
           MOVE WS-CLOSED-COUNTER          TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'OVER-RECEIPTS'            TO RPT-S-LABEL.
           MOVE WS-OVER-COUNTER            TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'SHORT-RECEIPTS'           TO RPT-S-LABEL.
           MOVE WS-SHORT-COUNTER           TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'UNKNOWN ORDER NUMBERS'    TO RPT-S-LABEL.
           MOVE WS-UNKNOWN-COUNTER         TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'ALREADY-CLOSED ORDERS'    TO RPT-S-LABEL.
           MOVE WS-ALREADY-CL-COUNTER      TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'LATE RECEIPTS'            TO RPT-S-LABEL.
           MOVE WS-LATE-COUNTER            TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.
           MOVE 'RECEIPTS WITH NO QUANTITY' TO RPT-S-LABEL.
           MOVE WS-NO-QTY-COUNTER          TO RPT-S-COUNT.
           WRITE REC-REPORT FROM RPT-SUMMARY-LINE.

           CLOSE RECEIPT-FILE.

           IF WS-RCV-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB021'
              DISPLAY 'CLOSE ERROR FOR RECEIVING FILE '
              DISPLAY 'FILE STATUS ' WS-RCV-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB021'
              DISPLAY 'CLOSE ERROR FOR INPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE REPORT-FILE.

           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB021'
              DISPLAY 'CLOSE ERROR FOR REPORT FILE '
              DISPLAY 'FILE STATUS ' WS-RPT-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-RCV-IN-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB021 RECEIPTS READ          = ' WS-COUNT-DSP.
           MOVE WS-OUT01-IN-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB021 EXTRACT RECORDS READ   = ' WS-COUNT-DSP.
           MOVE WS-POSTED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB021 RECEIPTS POSTED        = ' WS-COUNT-DSP.
           MOVE WS-CLOSED-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB021 ORDERS CLOSED          = ' WS-COUNT-DSP.
           MOVE WS-DISCREP-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB021 DISCREPANCIES          = ' WS-COUNT-DSP.

           IF WS-DISCREP-COUNTER > 0
              DISPLAY 'OWKB021 RECEIPT DISCREPANCIES FOUND - '
                      'RETURN CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-CLOSE-FILES-EXIT. EXIT.
