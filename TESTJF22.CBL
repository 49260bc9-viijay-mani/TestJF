       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTJF22.
       AUTHOR.         SYSTEM.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

      *    READS OWKB010's OUTPUT01 (01REC PART-MASTER EXTRACT) AND
      *    PRINTS THE RECEIVING DOCK PAPERWORK FOR EACH BUSINESS
      *    ENTITY, DOCK AND UNLOAD WINDOW (01-OWK-BE-UNLOAD-DT):
      *      - THE RECEIVING CHECKSHEET (CHKSHT01) - EXPECTED ORDER
      *        NUMBERS, PARTS AND BOX COUNTS, IN ORDER-NUMBER ORDER,
      *        WITH A TICK COLUMN FOR THE RECEIVER;
      *      - THE LINESIDE PICK LIST (PICKLS01) - SORTED BY
      *        LINESIDE ADDRESS THEN STORE ADDRESS SO THE DRIVER
      *        WALKS THE LINE ONCE;
      *      - THE SKID MANIFEST (SKIDMF01) - BY SUPPLIER PLANT AND
      *        SHIP DOCK, ONE LINE PER ORDER DELIVERY.
      *    EACH DOCUMENT GOES TO ITS OWN DD SO IT CAN BE ROUTED TO
      *    THE DOCK PRINTER FOR RELEASE AT THE PRINT TIME OWKB010
      *    STAMPED (01-OWK-RP-CHECKSHEET-PRINT, -PICKLIST-PRINT,
      *    -SKIDMFST-PRINT), WHICH HEADS EVERY WINDOW. CANCELLED
      *    RELEASES (DL/DP/EX AND DELTA-MODE DELETES) AND RECORDS
      *    WITH NO UNLOAD WINDOW (NO ROUTE - ALREADY ON OUTPUT03)
      *    HAVE NOTHING TO RECEIVE AND ARE COUNTED AND SKIPPED.
      *    ON A DELTA NIGHT OUTPUT01 ONLY HOLDS THE NIGHT'S NET
      *    CHANGES, BUT THE DOCK MUST STILL RECEIVE EVERY ORDER DUE -
      *    CHANGED OR NOT - SO THE PAPERWORK IS PRINTED FROM
      *    OWKB010'S FULL NEWPRIOR SNAPSHOT INSTEAD (NEWPRIOR DD -
      *    ONLY OPENED, AND ONLY NEEDED IN THE JCL, ON A DELTA RUN).
      *    PARM BYTE 1 IS OWKB010'S RUN MODE - 'D' FOR A DELTA NIGHT,
      *    ELSE FULL EXTRACT - THE SAME AS OWKB016'S. THE MODE COMES
      *    FROM THE JOB, NOT THE DATA: A DELTA NIGHT WITH NO NET
      *    CHANGES WRITES AN EMPTY OUTPUT01 AND STILL NEEDS ITS DOCK
      *    PAPERWORK. OUTPUT01'S NET-CHANGE FLAGS ARE ONLY CROSS-
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

           SELECT CHECKSHEET-FILE ASSIGN TO CHKSHT01
                  FILE STATUS IS WS-CHKSHT-STATUS.

           SELECT PICKLIST-FILE ASSIGN TO PICKLS01
                  FILE STATUS IS WS-PICKLS-STATUS.

           SELECT SKIDMFST-FILE ASSIGN TO SKIDMF01
                  FILE STATUS IS WS-SKIDMF-STATUS.

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


       FD  CHECKSHEET-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-CHECKSHEET              PIC X(132).


       FD  PICKLIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-PICKLIST                PIC X(132).


       FD  SKIDMFST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REC-SKIDMFST                PIC X(132).


      *    EVERY RECEIVABLE RECORD IS RELEASED ONCE PER DOCUMENT:
      *    SRT-DOC-TYPE '1' CHECKSHEET, '2' PICK LIST, '3' SKID
      *    MANIFEST. SRT-KEY-1/2/3 CARRY THAT DOCUMENT'S OWN ORDER
      *    INSIDE THE DOCK/UNLOAD WINDOW (SEE 2200).
       SD  SORT-WORK-FILE.

       01  SORT-REC.
           05 SRT-DOC-TYPE             PIC X(01).
           05 SRT-BUS-ENT              PIC X(05).
           05 SRT-BE-DOCK              PIC X(02).
           05 SRT-UNLOAD-DT            PIC X(14).
           05 SRT-KEY-1                PIC X(12).
           05 SRT-KEY-2                PIC X(12).
           05 SRT-KEY-3                PIC X(12).
           05 SRT-PRINT-DT             PIC X(14).
           05 SRT-DOCK-DESC            PIC X(30).
           05 SRT-ORD-NUM              PIC X(12).
           05 SRT-ORD-DEL-NUM          PIC X(04).
           05 SRT-PART-NUM             PIC X(12).
           05 SRT-KANBAN-NUM           PIC X(04).
           05 SRT-PART-DESC            PIC X(30).
           05 SRT-SUP-PLANT-CODE       PIC X(05).
           05 SRT-SUP-SHIP-DOCK        PIC X(03).
           05 SRT-RTE-CODE             PIC X(09).
           05 SRT-QTY-PER-BOX          PIC X(07).
           05 SRT-LAST-BOX-QTY         PIC X(07).
           05 SRT-TTL-BOX-ORD          PIC X(07).
           05 SRT-STORE-ADDRESS        PIC X(10).
           05 SRT-LINESIDE-ADDRESS     PIC X(10).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-OUT01-STATUS          PIC X(02).
           05 WS-CHKSHT-STATUS         PIC X(02).
           05 WS-PICKLS-STATUS         PIC X(02).
           05 WS-SKIDMF-STATUS         PIC X(02).
           05 WS-NEWPRIOR-STATUS       PIC X(02).

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

       01  WS-COUNTERS.
           05 WS-IN01-COUNTER          PIC 9(08) VALUE 0.
           05 WS-NEWPRIOR-COUNTER      PIC 9(08) VALUE 0.
           05 WS-SKIP-CANCEL           PIC 9(08) VALUE 0.
           05 WS-SKIP-NO-WINDOW        PIC 9(08) VALUE 0.
           05 WS-CHK-WINDOWS           PIC 9(08) VALUE 0.
           05 WS-CHK-LINES             PIC 9(08) VALUE 0.
           05 WS-PCK-WINDOWS           PIC 9(08) VALUE 0.
           05 WS-PCK-LINES             PIC 9(08) VALUE 0.
           05 WS-SKD-WINDOWS           PIC 9(08) VALUE 0.
           05 WS-SKD-LINES             PIC 9(08) VALUE 0.
           05 WS-WIN-LINES             PIC 9(08) VALUE 0.
           05 WS-WIN-BOXES             PIC 9(09) VALUE 0.
           05 WS-BOX-WORK              PIC 9(07) VALUE 0.
           05 WS-QTY-WORK              PIC 9(07) VALUE 0.
           05 WS-COUNT-DSP             PIC ZZ,ZZZ,ZZ9.

      *    PRIOR SORT KEYS FOR THE CONTROL BREAKS - LOW-VALUES UNTIL
      *    THE FIRST RETURNED RECORD SO THE FIRST WINDOW ALWAYS
      *    BREAKS.
       01  WS-BREAK-KEYS.
           05 WS-PREV-DOC-TYPE         PIC X(01) VALUE LOW-VALUES.
           05 WS-PREV-BUS-ENT          PIC X(05) VALUE LOW-VALUES.
           05 WS-PREV-BE-DOCK          PIC X(02) VALUE LOW-VALUES.
           05 WS-PREV-UNLOAD-DT        PIC X(14) VALUE LOW-VALUES.

      *    ONE PRINT LINE, ROUTED TO THE CURRENT DOCUMENT'S DD BY
      *    8000-WRITE-DOC-LINE.
       01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.

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

      *    WINDOW HEADING, SHARED BY ALL THREE DOCUMENTS.
       01  DOC-WINDOW-HEAD.
           05 DOC-H-TITLE              PIC X(30).
           05 FILLER                   PIC X(08) VALUE 'ENTITY '.
           05 DOC-H-BUS-ENT            PIC X(05).
           05 FILLER                   PIC X(07) VALUE '  DOCK '.
           05 DOC-H-BE-DOCK            PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DOC-H-DOCK-DESC          PIC X(30).
           05 FILLER                   PIC X(09) VALUE '  UNLOAD '.
           05 DOC-H-UNLOAD-DT          PIC X(14).
           05 FILLER                   PIC X(08) VALUE '  PRINT '.
           05 DOC-H-PRINT-DT           PIC X(14).
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  CHK-COLUMN-HEAD.
           05 FILLER                   PIC X(12) VALUE 'ORDER NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'DEL'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'PART NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'KANB'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE 'DESCRIPTION'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'ROUTE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE '  BOXES'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'RECEIVED'.
           05 FILLER                   PIC X(36) VALUE SPACES.

       01  CHK-DETAIL-LINE.
           05 CHK-D-ORD-NUM            PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CHK-D-DEL-NUM            PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CHK-D-PART-NUM           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CHK-D-KANBAN             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CHK-D-PART-DESC          PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CHK-D-RTE-CODE           PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CHK-D-BOXES              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE '__________'.
           05 FILLER                   PIC X(36) VALUE SPACES.

       01  PCK-COLUMN-HEAD.
           05 FILLER                   PIC X(10) VALUE 'LINESIDE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'STORE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'PART NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'KANB'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE 'DESCRIPTION'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE '  BOXES'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'QTY/BOX'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'ORDER NUMBER'.
           05 FILLER                   PIC X(33) VALUE SPACES.

       01  PCK-DETAIL-LINE.
           05 PCK-D-LINESIDE           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PCK-D-STORE              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PCK-D-PART-NUM           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PCK-D-KANBAN             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PCK-D-PART-DESC          PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PCK-D-BOXES              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PCK-D-QTY-PER-BOX        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PCK-D-ORD-NUM            PIC X(12).
           05 FILLER                   PIC X(33) VALUE SPACES.

       01  SKD-COLUMN-HEAD.
           05 FILLER                   PIC X(05) VALUE 'PLANT'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE 'SHP'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'ORDER NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'DEL'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'PART NUMBER'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'KANB'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE '  BOXES'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'LST BOX'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'ROUTE'.
           05 FILLER                   PIC X(61) VALUE SPACES.

       01  SKD-DETAIL-LINE.
           05 SKD-D-PLANT-CODE         PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SKD-D-SHIP-DOCK          PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SKD-D-ORD-NUM            PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SKD-D-DEL-NUM            PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SKD-D-PART-NUM           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SKD-D-KANBAN             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SKD-D-BOXES              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SKD-D-LAST-BOX           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SKD-D-RTE-CODE           PIC X(09).
           05 FILLER                   PIC X(61) VALUE SPACES.

      *    PER-WINDOW CONTROL TRAILER, SHARED BY ALL THREE DOCUMENTS.
       01  DOC-WINDOW-TRAILER.
           05 FILLER                   PIC X(21) VALUE
              'WINDOW TOTAL LINES = '.
           05 DOC-T-LINES              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE
              '  BOXES = '.
           05 DOC-T-BOXES              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(81) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.


       LINKAGE SECTION.

       01  LS-JCL-PARM.
           05 LS-PARM-LEN               PIC S9(4) COMP.
           05 LS-PARM-RUN-MODE          PIC X(01).


       PROCEDURE DIVISION USING LS-JCL-PARM.

       0000-MAIN-MODULE.

           DISPLAY 'OWKB022 START'.

           PERFORM 1000-INITIALIZATION THRU
                   1000-INITIALIZATION-EXIT.

      *    OUTPUT01 ARRIVES IN C1-PARKANB KEY ORDER - THE SORT
      *    REGROUPS IT BY DOCUMENT, ENTITY, DOCK AND UNLOAD WINDOW,
      *    THEN INTO EACH DOCUMENT'S OWN READING ORDER.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-DOC-TYPE
                                 SRT-BUS-ENT
                                 SRT-BE-DOCK
                                 SRT-UNLOAD-DT
                                 SRT-KEY-1
                                 SRT-KEY-2
                                 SRT-KEY-3
                INPUT PROCEDURE IS 2000-RELEASE-EXTRACT THRU
                                   2000-RELEASE-EXTRACT-EXIT
                OUTPUT PROCEDURE IS 5000-PRINT-DOCUMENTS THRU
                                    5000-PRINT-DOCUMENTS-EXIT.

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

           MOVE SPACES TO WS-RUN-MODE.
           IF LS-PARM-LEN > 0
              MOVE LS-PARM-RUN-MODE TO WS-RUN-MODE
           END-IF.
           IF WS-DELTA-MODE
              DISPLAY 'RUN MODE = DELTA (PAPERWORK FROM NEWPRIOR)'
           ELSE
              DISPLAY 'RUN MODE = FULL EXTRACT'
           END-IF.

           OPEN INPUT OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'OPEN ERROR FOR INPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT CHECKSHEET-FILE.

           IF WS-CHKSHT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'OPEN ERROR FOR CHECKSHEET FILE '
              DISPLAY 'FILE STATUS ' WS-CHKSHT-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT PICKLIST-FILE.

           IF WS-PICKLS-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'OPEN ERROR FOR PICK LIST FILE '
              DISPLAY 'FILE STATUS ' WS-PICKLS-STATUS
              CALL 'ABENDME'
           END-IF.

           OPEN OUTPUT SKIDMFST-FILE.

           IF WS-SKIDMF-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'OPEN ERROR FOR SKID MANIFEST FILE '
              DISPLAY 'FILE STATUS ' WS-SKIDMF-STATUS
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


      *    ON A DELTA RUN THE NIGHT'S PAPERWORK COMES WHOLE FROM
      *    NEWPRIOR, SO NOTHING ON A DELTA OUT01 IS RELEASED HERE.
       2100-READ-AND-RELEASE.

           READ OUTPUT01-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-OUT01 TO TRUE
                    GO TO 2100-READ-AND-RELEASE-EXIT
           END-READ.

           ADD 1 TO WS-IN01-COUNTER.

           PERFORM 2110-CHECK-RUN-MODE THRU
                   2110-CHECK-RUN-MODE-EXIT.

           IF WS-DELTA-MODE
              GO TO 2100-READ-AND-RELEASE-EXIT
           END-IF.

           PERFORM 2150-CHECK-AND-RELEASE THRU
                   2150-CHECK-AND-RELEASE-EXIT.

       2100-READ-AND-RELEASE-EXIT. EXIT.


      *    A DELTA OUTPUT01 CARRIES A NET-CHANGE FLAG ON EVERY RECORD
      *    AND A FULL ONE ON NONE - EITHER MISMATCH MEANS THE PARM
      *    AND THE EXTRACT STEP DISAGREE ABOUT THE NIGHT'S RUN MODE.
       2110-CHECK-RUN-MODE.

           IF  WS-DELTA-MODE
           AND 01-OWK-NET-CHG-FLAG = SPACES
               DISPLAY 'PROGRAM NAME : OWKB022'
               DISPLAY 'PARM RUN MODE IS DELTA BUT OUT01 IS A FULL '
                       'EXTRACT'
               CALL 'ABENDME'
           END-IF.

           IF  NOT WS-DELTA-MODE
           AND 01-OWK-NET-CHG-FLAG NOT = SPACES
               DISPLAY 'PROGRAM NAME : OWKB022'
               DISPLAY 'OUT01 IS A NET-CHANGE FILE BUT PARM RUN MODE '
                       'IS NOT D'
               CALL 'ABENDME'
           END-IF.

       2110-CHECK-RUN-MODE-EXIT. EXIT.


      *    A CANCELLED RELEASE WILL NOT ARRIVE, AND A RECORD WITH NO
      *    UNLOAD WINDOW NEVER FOUND A ROUTE (OWKB010 ALREADY WROTE
      *    ITS OUTPUT03 EXCEPTION) - NEITHER BELONGS ON DOCK PAPER.
       2150-CHECK-AND-RELEASE.

           EVALUATE TRUE
               WHEN 01-OWK-TXN-TYPE = 'DL'
               WHEN 01-OWK-TXN-TYPE = 'DP'
               WHEN 01-OWK-TXN-TYPE = 'EX'
               WHEN 01-OWK-NET-CHG-FLAG = 'D'
                    ADD 1 TO WS-SKIP-CANCEL
                    GO TO 2150-CHECK-AND-RELEASE-EXIT
               WHEN 01-OWK-BE-UNLOAD-DT = SPACES
                    ADD 1 TO WS-SKIP-NO-WINDOW
                    GO TO 2150-CHECK-AND-RELEASE-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           PERFORM 2200-RELEASE-DOCUMENTS THRU
                   2200-RELEASE-DOCUMENTS-EXIT.

       2150-CHECK-AND-RELEASE-EXIT. EXIT.


      *    ONE RELEASE PER DOCUMENT. THE SHARED FIELDS ARE MOVED
      *    ONCE; ONLY THE DOCUMENT TYPE, ITS PRINT TIME AND ITS
      *    ORDERING KEYS CHANGE BETWEEN THE THREE RELEASES.
       2200-RELEASE-DOCUMENTS.

           MOVE 01-OWK-BUSINESS-ENTITY   TO SRT-BUS-ENT.
           MOVE 01-OWK-BE-DOCK           TO SRT-BE-DOCK.
           MOVE 01-OWK-BE-UNLOAD-DT      TO SRT-UNLOAD-DT.
           MOVE 01-OWK-DOCK-DESC         TO SRT-DOCK-DESC.
           MOVE 01-OWK-ORD-NUM           TO SRT-ORD-NUM.
           MOVE 01-OWK-ORD-DEL-NUM       TO SRT-ORD-DEL-NUM.
           MOVE 01-OWK-PART-NUM          TO SRT-PART-NUM.
           MOVE 01-OWK-KANBAN-NUM        TO SRT-KANBAN-NUM.
           MOVE 01-OWK-PART-DESC         TO SRT-PART-DESC.
           MOVE 01-OWK-SUP-PLANT-CODE    TO SRT-SUP-PLANT-CODE.
           MOVE 01-OWK-SUP-SHIP-DOCK     TO SRT-SUP-SHIP-DOCK.
           MOVE 01-OWK-RTE-CODE          TO SRT-RTE-CODE.
           MOVE 01-OWK-QTY-PER-BOX       TO SRT-QTY-PER-BOX.
           MOVE 01-OWK-LAST-BOX-QTY      TO SRT-LAST-BOX-QTY.
           MOVE 01-OWK-TTL-BOX-ORD       TO SRT-TTL-BOX-ORD.
           MOVE 01-OWK-STORE-ADDRESS     TO SRT-STORE-ADDRESS.
           MOVE 01-OWK-LINESIDE-ADDRESS  TO SRT-LINESIDE-ADDRESS.

      *    CHECKSHEET - ORDER NUMBER, DELIVERY, PART.
           MOVE '1'                        TO SRT-DOC-TYPE.
           MOVE 01-OWK-RP-CHECKSHEET-PRINT TO SRT-PRINT-DT.
           MOVE 01-OWK-ORD-NUM             TO SRT-KEY-1.
           MOVE 01-OWK-ORD-DEL-NUM         TO SRT-KEY-2.
           MOVE 01-OWK-PART-NUM            TO SRT-KEY-3.
           RELEASE SORT-REC.

      *    PICK LIST - LINESIDE ADDRESS, STORE ADDRESS, PART.
           MOVE '2'                        TO SRT-DOC-TYPE.
           MOVE 01-OWK-RP-PICKLIST-PRINT   TO SRT-PRINT-DT.
           MOVE 01-OWK-LINESIDE-ADDRESS    TO SRT-KEY-1.
           MOVE 01-OWK-STORE-ADDRESS       TO SRT-KEY-2.
           MOVE 01-OWK-PART-NUM            TO SRT-KEY-3.
           RELEASE SORT-REC.

      *    SKID MANIFEST - PLANT AND SHIP DOCK, ORDER, DELIVERY.
           MOVE '3'                        TO SRT-DOC-TYPE.
           MOVE 01-OWK-RP-SKIDMFST-PRINT   TO SRT-PRINT-DT.
           MOVE SPACES                     TO SRT-KEY-1.
           MOVE 01-OWK-SUP-PLANT-CODE      TO SRT-KEY-1 (1:5).
           MOVE 01-OWK-SUP-SHIP-DOCK       TO SRT-KEY-1 (6:3).
           MOVE 01-OWK-ORD-NUM             TO SRT-KEY-2.
           MOVE 01-OWK-ORD-DEL-NUM         TO SRT-KEY-3.
           RELEASE SORT-REC.

       2200-RELEASE-DOCUMENTS-EXIT. EXIT.


       5000-PRINT-DOCUMENTS.

           PERFORM 5100-RETURN-AND-PRINT THRU
                   5100-RETURN-AND-PRINT-EXIT
             UNTIL WS-NO-MORE-SORTED.

      *    FLUSH THE LAST WINDOW'S TRAILER - THERE IS NO BREAK AFTER
      *    THE FINAL RECORD TO POP IT.
           IF WS-PREV-DOC-TYPE NOT = LOW-VALUES
              PERFORM 5300-WRITE-TRAILER THRU
                      5300-WRITE-TRAILER-EXIT
           END-IF.

       5000-PRINT-DOCUMENTS-EXIT. EXIT.


       5100-RETURN-AND-PRINT.

           RETURN SORT-WORK-FILE
               AT END
                    SET WS-NO-MORE-SORTED TO TRUE
               NOT AT END
                    PERFORM 5200-PRINT-ONE-LINE THRU
                            5200-PRINT-ONE-LINE-EXIT
           END-RETURN.

       5100-RETURN-AND-PRINT-EXIT. EXIT.


       5200-PRINT-ONE-LINE.

           IF SRT-DOC-TYPE  NOT = WS-PREV-DOC-TYPE
           OR SRT-BUS-ENT   NOT = WS-PREV-BUS-ENT
           OR SRT-BE-DOCK   NOT = WS-PREV-BE-DOCK
           OR SRT-UNLOAD-DT NOT = WS-PREV-UNLOAD-DT
              IF WS-PREV-DOC-TYPE NOT = LOW-VALUES
                 PERFORM 5300-WRITE-TRAILER THRU
                         5300-WRITE-TRAILER-EXIT
              END-IF
              MOVE SRT-DOC-TYPE  TO WS-PREV-DOC-TYPE
              MOVE SRT-BUS-ENT   TO WS-PREV-BUS-ENT
              MOVE SRT-BE-DOCK   TO WS-PREV-BE-DOCK
              MOVE SRT-UNLOAD-DT TO WS-PREV-UNLOAD-DT
              PERFORM 5250-WRITE-WINDOW-HEAD THRU
                      5250-WRITE-WINDOW-HEAD-EXIT
           END-IF.

      *    THE QUANTITY FIELDS ARE CHARACTER ON THE EXTRACT - GUARD
      *    THE MOVES SO A BAD BYTE CANNOT ABEND THE PRINT STEP.
           IF SRT-TTL-BOX-ORD IS NUMERIC
              MOVE SRT-TTL-BOX-ORD TO WS-BOX-WORK
           ELSE
              MOVE 0 TO WS-BOX-WORK
           END-IF.

           EVALUATE SRT-DOC-TYPE
               WHEN '1'
                    MOVE SRT-ORD-NUM     TO CHK-D-ORD-NUM
                    MOVE SRT-ORD-DEL-NUM TO CHK-D-DEL-NUM
                    MOVE SRT-PART-NUM    TO CHK-D-PART-NUM
                    MOVE SRT-KANBAN-NUM  TO CHK-D-KANBAN
                    MOVE SRT-PART-DESC   TO CHK-D-PART-DESC
                    MOVE SRT-RTE-CODE    TO CHK-D-RTE-CODE
                    MOVE WS-BOX-WORK     TO CHK-D-BOXES
                    MOVE CHK-DETAIL-LINE TO WS-PRINT-LINE
                    ADD 1 TO WS-CHK-LINES
               WHEN '2'
                    IF SRT-QTY-PER-BOX IS NUMERIC
                       MOVE SRT-QTY-PER-BOX TO WS-QTY-WORK
                    ELSE
                       MOVE 0 TO WS-QTY-WORK
                    END-IF
                    MOVE SRT-LINESIDE-ADDRESS TO PCK-D-LINESIDE
                    MOVE SRT-STORE-ADDRESS    TO PCK-D-STORE
                    MOVE SRT-PART-NUM         TO PCK-D-PART-NUM
                    MOVE SRT-KANBAN-NUM       TO PCK-D-KANBAN
                    MOVE SRT-PART-DESC        TO PCK-D-PART-DESC
                    MOVE WS-BOX-WORK          TO PCK-D-BOXES
                    MOVE WS-QTY-WORK          TO PCK-D-QTY-PER-BOX
                    MOVE SRT-ORD-NUM          TO PCK-D-ORD-NUM
                    MOVE PCK-DETAIL-LINE      TO WS-PRINT-LINE
                    ADD 1 TO WS-PCK-LINES
               WHEN OTHER
                    IF SRT-LAST-BOX-QTY IS NUMERIC
                       MOVE SRT-LAST-BOX-QTY TO WS-QTY-WORK
                    ELSE
                       MOVE 0 TO WS-QTY-WORK
                    END-IF
                    MOVE SRT-SUP-PLANT-CODE TO SKD-D-PLANT-CODE
                    MOVE SRT-SUP-SHIP-DOCK  TO SKD-D-SHIP-DOCK
                    MOVE SRT-ORD-NUM        TO SKD-D-ORD-NUM
                    MOVE SRT-ORD-DEL-NUM    TO SKD-D-DEL-NUM
                    MOVE SRT-PART-NUM       TO SKD-D-PART-NUM
                    MOVE SRT-KANBAN-NUM     TO SKD-D-KANBAN
                    MOVE WS-BOX-WORK        TO SKD-D-BOXES
                    MOVE WS-QTY-WORK        TO SKD-D-LAST-BOX
                    MOVE SRT-RTE-CODE       TO SKD-D-RTE-CODE
                    MOVE SKD-DETAIL-LINE    TO WS-PRINT-LINE
                    ADD 1 TO WS-SKD-LINES
           END-EVALUATE.

           PERFORM 8000-WRITE-DOC-LINE THRU
                   8000-WRITE-DOC-LINE-EXIT.

           ADD 1           TO WS-WIN-LINES.
           ADD WS-BOX-WORK TO WS-WIN-BOXES.

       5200-PRINT-ONE-LINE-EXIT. EXIT.


       5250-WRITE-WINDOW-HEAD.

           MOVE 0 TO WS-WIN-LINES
                     WS-WIN-BOXES.

           EVALUATE SRT-DOC-TYPE
               WHEN '1'
                    MOVE 'OWKB022 RECEIVING CHECKSHEET' TO DOC-H-TITLE
                    ADD 1 TO WS-CHK-WINDOWS
               WHEN '2'
                    MOVE 'OWKB022 LINESIDE PICK LIST'   TO DOC-H-TITLE
                    ADD 1 TO WS-PCK-WINDOWS
               WHEN OTHER
                    MOVE 'OWKB022 SKID MANIFEST'        TO DOC-H-TITLE
                    ADD 1 TO WS-SKD-WINDOWS
           END-EVALUATE.

           MOVE SRT-BUS-ENT    TO DOC-H-BUS-ENT.
           MOVE SRT-BE-DOCK    TO DOC-H-BE-DOCK.
           MOVE SRT-DOCK-DESC  TO DOC-H-DOCK-DESC.
           MOVE SRT-UNLOAD-DT  TO DOC-H-UNLOAD-DT.
           MOVE SRT-PRINT-DT   TO DOC-H-PRINT-DT.

           MOVE DOC-WINDOW-HEAD TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-DOC-LINE THRU
                   8000-WRITE-DOC-LINE-EXIT.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-DOC-LINE THRU
                   8000-WRITE-DOC-LINE-EXIT.

           EVALUATE SRT-DOC-TYPE
               WHEN '1'
                    MOVE CHK-COLUMN-HEAD TO WS-PRINT-LINE
               WHEN '2'
                    MOVE PCK-COLUMN-HEAD TO WS-PRINT-LINE
               WHEN OTHER
                    MOVE SKD-COLUMN-HEAD TO WS-PRINT-LINE
           END-EVALUATE.
           PERFORM 8000-WRITE-DOC-LINE THRU
                   8000-WRITE-DOC-LINE-EXIT.

       5250-WRITE-WINDOW-HEAD-EXIT. EXIT.


       5300-WRITE-TRAILER.

           MOVE WS-WIN-LINES TO DOC-T-LINES.
           MOVE WS-WIN-BOXES TO DOC-T-BOXES.

           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-DOC-LINE THRU
                   8000-WRITE-DOC-LINE-EXIT.
           MOVE DOC-WINDOW-TRAILER TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-DOC-LINE THRU
                   8000-WRITE-DOC-LINE-EXIT.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-DOC-LINE THRU
                   8000-WRITE-DOC-LINE-EXIT.

       5300-WRITE-TRAILER-EXIT. EXIT.


      *    DELTA RUN ONLY: OPENS THE NEWPRIOR DD AND RELEASES THE
      *    WHOLE OF TONIGHT'S EXTRACT INTO THE SORT IN PLACE OF OUT01.
       6000-RELEASE-NEWPRIOR.

           DISPLAY 'OWKB022 DELTA RUN - DOCK PAPERWORK PRINTED FROM '
                   'NEWPRIOR'.

           OPEN INPUT NEWPRIOR-FILE.

           IF WS-NEWPRIOR-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
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
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'CLOSE ERROR FOR NEWPRIOR FILE '
              DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
              CALL 'ABENDME'
           END-IF.

       6000-RELEASE-NEWPRIOR-EXIT. EXIT.


      *    NEWPRIOR IS THE WHOLE OF TONIGHT'S EXTRACT WITH NO NET-
      *    CHANGE FLAGS, SO IT TAKES THE SAME CHECKS AS A FULL OUT01.
       6010-READ-AND-RELEASE-NP.

           READ NEWPRIOR-FILE INTO WS-01REC-LAYOUT
               AT END
                    SET WS-NO-MORE-NEWPRIOR TO TRUE
                    GO TO 6010-READ-AND-RELEASE-NP-EXIT
           END-READ.

           IF WS-NEWPRIOR-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'READ ERROR FOR NEWPRIOR FILE '
              DISPLAY 'FILE STATUS ' WS-NEWPRIOR-STATUS
              CALL 'ABENDME'
           END-IF.

           ADD 1 TO WS-NEWPRIOR-COUNTER.

           PERFORM 2150-CHECK-AND-RELEASE THRU
                   2150-CHECK-AND-RELEASE-EXIT.

       6010-READ-AND-RELEASE-NP-EXIT. EXIT.


      *    WRITES WS-PRINT-LINE TO THE DD OF THE DOCUMENT BEING
      *    PRINTED (WS-PREV-DOC-TYPE IS ALWAYS THE CURRENT ONE BY
      *    THE TIME A LINE IS BUILT).
       8000-WRITE-DOC-LINE.

           EVALUATE WS-PREV-DOC-TYPE
               WHEN '1'
                    WRITE REC-CHECKSHEET FROM WS-PRINT-LINE
               WHEN '2'
                    WRITE REC-PICKLIST   FROM WS-PRINT-LINE
               WHEN OTHER
                    WRITE REC-SKIDMFST   FROM WS-PRINT-LINE
           END-EVALUATE.

       8000-WRITE-DOC-LINE-EXIT. EXIT.


       3000-CLOSE-FILES.

           CLOSE OUTPUT01-FILE.

           IF WS-OUT01-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'CLOSE ERROR FOR INPUT FILE 1 '
              DISPLAY 'FILE STATUS ' WS-OUT01-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE CHECKSHEET-FILE.

           IF WS-CHKSHT-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'CLOSE ERROR FOR CHECKSHEET FILE '
              DISPLAY 'FILE STATUS ' WS-CHKSHT-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE PICKLIST-FILE.

           IF WS-PICKLS-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'CLOSE ERROR FOR PICK LIST FILE '
              DISPLAY 'FILE STATUS ' WS-PICKLS-STATUS
              CALL 'ABENDME'
           END-IF.

           CLOSE SKIDMFST-FILE.

           IF WS-SKIDMF-STATUS NOT = '00'
              DISPLAY 'PROGRAM NAME : OWKB022'
              DISPLAY 'CLOSE ERROR FOR SKID MANIFEST FILE '
              DISPLAY 'FILE STATUS ' WS-SKIDMF-STATUS
              CALL 'ABENDME'
           END-IF.

           MOVE WS-IN01-COUNTER TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 EXTRACT RECORDS READ     = ' WS-COUNT-DSP.
           IF WS-DELTA-MODE
              MOVE WS-NEWPRIOR-COUNTER TO WS-COUNT-DSP
              DISPLAY 'OWKB022 NEWPRIOR RECORDS READ    = '
                      WS-COUNT-DSP
           END-IF.
           MOVE WS-SKIP-CANCEL TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 SKIPPED - CANCELLED      = ' WS-COUNT-DSP.
           MOVE WS-SKIP-NO-WINDOW TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 SKIPPED - NO UNLOAD      = ' WS-COUNT-DSP.
           MOVE WS-CHK-WINDOWS TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 CHECKSHEET WINDOWS       = ' WS-COUNT-DSP.
           MOVE WS-CHK-LINES TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 CHECKSHEET LINES         = ' WS-COUNT-DSP.
           MOVE WS-PCK-WINDOWS TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 PICK LIST WINDOWS        = ' WS-COUNT-DSP.
           MOVE WS-PCK-LINES TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 PICK LIST LINES          = ' WS-COUNT-DSP.
           MOVE WS-SKD-WINDOWS TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 SKID MANIFEST WINDOWS    = ' WS-COUNT-DSP.
           MOVE WS-SKD-LINES TO WS-COUNT-DSP.
           DISPLAY 'OWKB022 SKID MANIFEST LINES      = ' WS-COUNT-DSP.

       3000-CLOSE-FILES-EXIT. EXIT.
