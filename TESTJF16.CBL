      *    A FILE SHORTER THAN ITS CHECKPOINTED COUNT MEANS THE WRONG
      *    GENERATION IS MOUNTED - THAT STILL ABENDS, LOUDLY.
      *    PARM BYTE 'D' ALSO TRIMS THE NEWPRIOR SNAPSHOT, MATCHING
      *    OWKB010's DELTA RUN MODE. WHEN OWKB010 RUNS PARTITIONED,
      *    EACH PARTITION HAS ITS OWN FILES AND ITS OWN PARKCKPT ROWS,
      *    SO THIS STEP RUNS ONCE PER PARTITION WITH THE PARTITION
      *    NUMBER IN PARM BYTES 2-3 (E.G. PARM='D02') AND TRIMS THAT
      *    PARTITION'S FILES TO THAT PARTITION'S CHECKPOINT.

       ENVIRONMENT DIVISION.

       01  WS-SWITCHES.
           05 WS-RUN-MODE              PIC X(01) VALUE SPACES.
              88 WS-DELTA-MODE                   VALUE 'D'.
           05 WS-PARTITION-NUM         PIC 9(02) VALUE 0.
           05 WS-RESTART-SWITCH        PIC X(01) VALUE 'N'.
              88 WS-IS-RESTART                   VALUE 'Y'.
              88 WS-NOT-RESTART                  VALUE 'N'.
      *    CHECKPOINTED WHOLE-JOB COUNTS, READ BACK FROM PARKCKPT
      *    WITH THE SAME IN-FLIGHT-ROW-FIRST RULE OWKB010's 1050/1052
      *    RESTART LOGIC USES, SO BOTH PROGRAMS ALWAYS AGREE ON WHAT
      *    THE FILES SHOULD HOLD. A PARTITION'S ROWS ARE KEYED
      *    'TJF10Pnn', THE SAME KEY OWKB010's 1030 BUILDS.
       01  HOST-VARIABLES-CK.
           05 HV-CK-PROGRAM-ID        PIC X(08) VALUE 'TESTJF10'.
           05 HV-CK-OUT01-CNT         PIC 9(08) VALUE 0.
       01  LS-JCL-PARM.
           05 LS-PARM-LEN               PIC S9(4) COMP.
           05 LS-PARM-RUN-MODE          PIC X(01).
           05 LS-PARM-PARTITION         PIC X(02).

       PROCEDURE DIVISION USING LS-JCL-PARM.

              DISPLAY 'RUN MODE = FULL EXTRACT'
           END-IF.

      *    THE PARTITION IS TWO BYTES, AS ON OWKB010'S PARM - A PARM
      *    THAT STOPS AFTER ONE PARTITION BYTE WOULD OTHERWISE FALL
      *    THROUGH TO THE UNPARTITIONED CHECKPOINT ROW.
           IF  LS-PARM-LEN = 2
           AND LS-PARM-PARTITION (1:1) NOT = SPACE
               DISPLAY 'PROGRAM NAME : OWKB016'
               DISPLAY 'INVALID PARTITION NUMBER IN PARM : '
                       LS-PARM-PARTITION (1:1)
               CALL 'ABENDME'
           END-IF.

           IF  LS-PARM-LEN > 2
           AND LS-PARM-PARTITION NOT = SPACES
               IF LS-PARM-PARTITION NOT NUMERIC
               OR LS-PARM-PARTITION = '00'
                  DISPLAY 'PROGRAM NAME : OWKB016'
                  DISPLAY 'INVALID PARTITION NUMBER IN PARM : '
                          LS-PARM-PARTITION
                  CALL 'ABENDME'
               END-IF
               MOVE LS-PARM-PARTITION TO WS-PARTITION-NUM
               STRING 'TJF10P'          DELIMITED BY SIZE
                      WS-PARTITION-NUM  DELIMITED BY SIZE
                 INTO HV-CK-PROGRAM-ID
               DISPLAY 'PARTITION ' WS-PARTITION-NUM
                       ' - CHECKPOINT KEY ' HV-CK-PROGRAM-ID
           END-IF.

           PERFORM 1050-READ-CHECKPOINT THRU
                   1050-READ-CHECKPOINT-EXIT.

