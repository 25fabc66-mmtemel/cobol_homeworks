       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW30.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program prints the nightly batch status board.
      *For the business date on BOARD-PARM it lists every program
      *the SEQ-DEF sequence file names - as a step or as another
      *step's prerequisite - with its RUN-CONTROL status for that
      *date, its start and end time, the elapsed minutes and the
      *record count it stamped.  A step left STARTED is flagged
      *STUCK; a step with no entry for the date whose every
      *prerequisite reads COMPLETE is flagged READY, since it could
      *run now; a step that ran with the RUN-PARM override flag is
      *flagged OVERRIDE.  A completed step's record count and
      *elapsed time are compared with its average over every
      *earlier completed run on RUN-CONTROL, and a step off its
      *average by more than the BOARD-PARM deviation percent is
      *flagged, with the averages printed under it.  No deviation
      *is judged against an average of zero.
      *SEQ-DEF itself is then checked: a program that is its own
      *prerequisite, directly or round a longer loop, is listed as
      *CIRCULAR, and a row whose prerequisite is blank, or names a
      *program that is neither a step on SEQ-DEF nor ever ran on
      *RUN-CONTROL, is listed as DANGLING.  The page ends with a
      *trailer counting each kind of highlight.
      *The board only reads the files, so it is not governed by
      *RUN-CONTROL and may be run at any time, as often as ops
      *need it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARD-PARM ASSIGN TO    BRDPARM
                             STATUS       BPM-ST.
           SELECT SEQ-DEF    ASSIGN TO    SEQDEF
                             STATUS       SDF-ST.
           SELECT RUN-CONTROL ASSIGN TO   RUNCTL
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       RC-KEY
                             STATUS       RCT-ST.
           SELECT BOARD-REPORT ASSIGN TO  BRDRPT
                             STATUS       BRP-ST.
       DATA DIVISION.
       FILE SECTION.
      *BUSINESS DATE TO BOARD AND DEVIATION PERCENT - WHEN THE
      *FILE IS ABSENT THE RUN DATE IS BOARDED AND A STEP IS
      *FLAGGED WHEN IT IS MORE THAN 50 PERCENT OFF ITS AVERAGE.
       FD  BOARD-PARM  RECORDING MODE F.
       01  BOARD-PARM-REC.
           05 BP-BUS-DATE    PIC X(08).
           05 BP-BUS-DATE-N REDEFINES BP-BUS-DATE
                             PIC 9(08).
      *    Blank keeps the default deviation percent.
           05 BP-DEV-PCT     PIC X(03).
           05 BP-DEV-PCT-N REDEFINES BP-DEV-PCT
                             PIC 9(03).
      *NIGHTLY SEQUENCE DEFINITION - ONE ROW PER PROGRAM AND
      *PREREQUISITE, THE SAME FILE EVERY STEP CHECKS AT START.
       FD  SEQ-DEF     RECORDING MODE F.
       01  SEQ-DEF-REC.
           05 SD-PROGRAM     PIC X(08).
           05 SD-PREREQ      PIC X(08).
      *RUN-CONTROL DATASET, SHARED WITH THE REST OF THE NIGHTLY
      *BATCH - READ ONLY HERE, BY KEY FOR THE BOARDED DATE AND
      *FORWARD FROM EACH PROGRAM'S FIRST KEY FOR ITS HISTORY.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           03 RC-KEY.
              05 RC-PROGRAM  PIC X(08).
              05 RC-DATE     PIC 9(08).
           03 RC-RUN-STATUS  PIC X(08).
           03 RC-START-TS    PIC X(21).
           03 RC-END-TS      PIC X(21).
           03 RC-REC-COUNT   PIC 9(07).
      *    Y when the step started with the RUN-PARM override
      *    flag set, so the batch status board can list it.
           03 RC-OVERRIDE    PIC X(01).
      *STATUS BOARD - ONE LAYOUT PER LINE TYPE, ALL LAID OVER THE
      *SAME 80-BYTE PRINT RECORD.
       FD  BOARD-REPORT RECORDING MODE F.
       01  BRP-REC            PIC X(80).
      *COLUMN HEADINGS, OVER THE STEP LINE'S COLUMNS.
       01  BRP-COL-REC REDEFINES BRP-REC.
           05 COL-PROGRAM     PIC X(08).
           05 FILLER          PIC X(01).
           05 COL-STATUS      PIC X(08).
           05 FILLER          PIC X(01).
           05 COL-START       PIC X(08).
           05 FILLER          PIC X(01).
           05 COL-END         PIC X(08).
           05 FILLER          PIC X(01).
           05 COL-ELAPSED     PIC X(06).
           05 FILLER          PIC X(01).
           05 COL-COUNT       PIC X(07).
           05 FILLER          PIC X(01).
           05 COL-FLAGS       PIC X(29).
      *ONE STEP.
       01  BRP-STEP-REC REDEFINES BRP-REC.
           05 STP-PROGRAM     PIC X(08).
           05 FILLER          PIC X(01).
           05 STP-STATUS      PIC X(08).
           05 FILLER          PIC X(01).
           05 STP-START       PIC X(08).
           05 FILLER          PIC X(01).
           05 STP-END         PIC X(08).
           05 FILLER          PIC X(01).
           05 STP-ELAPSED     PIC ZZZ9.9.
           05 FILLER          PIC X(01).
           05 STP-COUNT       PIC Z(06)9.
           05 FILLER          PIC X(01).
           05 STP-FLAG-RUN    PIC X(08).
           05 FILLER          PIC X(01).
           05 STP-FLAG-OVR    PIC X(08).
           05 FILLER          PIC X(01).
           05 STP-FLAG-DEV    PIC X(09).
           05 FILLER          PIC X(02).
      *THE AVERAGES A DEVIATING STEP WAS JUDGED AGAINST, UNDER ITS
      *ELAPSED AND COUNT COLUMNS.
       01  BRP-AVG-REC REDEFINES BRP-REC.
           05 FILLER          PIC X(09).
           05 AVG-LABEL       PIC X(07).
           05 AVG-RUNS        PIC ZZZ9.
           05 AVG-LABEL2      PIC X(06).
           05 FILLER          PIC X(10).
           05 AVG-ELAPSED     PIC ZZZ9.9.
           05 FILLER          PIC X(01).
           05 AVG-COUNT       PIC Z(06)9.
           05 FILLER          PIC X(30).
      *ONE SEQ-DEF PROBLEM.
       01  BRP-SEQ-REC REDEFINES BRP-REC.
           05 SEQ-LABEL       PIC X(09).
           05 SEQ-PROGRAM     PIC X(08).
           05 SEQ-ARROW       PIC X(04).
           05 SEQ-PREREQ      PIC X(08).
           05 FILLER          PIC X(01).
           05 SEQ-REASON      PIC X(14).
           05 FILLER          PIC X(36).
      *RUN TRAILER - STEPS BOARDED AND EACH KIND OF HIGHLIGHT.
       01  BRP-TRL-REC REDEFINES BRP-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-STEPS       PIC Z(06)9.
           05 TRL-STUCK       PIC Z(06)9.
           05 TRL-READY       PIC Z(06)9.
           05 TRL-OVERRIDE    PIC Z(06)9.
           05 TRL-DEVIANT     PIC Z(06)9.
           05 TRL-SEQ-ERRS    PIC Z(06)9.
           05 FILLER          PIC X(18).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 BPM-ST      PIC 9(02).
              88 BPM-SUCCESS  VALUE 00
                                    97.
              88 BPM-NOTFOUND VALUE 35.
           05 SDF-ST      PIC 9(02).
              88 SDF-EOF      VALUE 10.
              88 SDF-SUCCESS  VALUE 00
                                    97.
              88 SDF-NOTFOUND VALUE 35.
           05 RCT-ST      PIC 9(02).
              88 RCT-SUCCESS  VALUE 00
                                    97.
              88 RCT-NOTFOUND VALUE 35.
           05 BRP-ST      PIC 9(02).
              88 BRP-SUCCESS  VALUE 00
                                    97.
      *    Business date being boarded, from BOARD-PARM or the run
      *    date when BOARD-PARM is absent.
           05 WS-BUS-DATE      PIC 9(08).
      *    Percent a step may stray from its average unflagged.
           05 WS-DEV-PCT       PIC 9(03) VALUE 50.
      *    Set when SEQ-DEF or RUN-CONTROL does not exist - no
      *    sequence to board, or no step has ever run.
           05 WS-SDF-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-SDF-ABSENT             VALUE 'Y'.
           05 WS-RCT-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-RCT-ABSENT             VALUE 'Y'.
      *    Set once BOARD-REPORT actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.
           05 WS-BRP-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-BRP-IS-OPEN            VALUE 'Y'.
      *    Set when the history walk has passed the program's last
      *    key.
           05 WS-HIST-DONE-SW  PIC X(01).
              88 WS-HIST-DONE              VALUE 'Y'.
      *    Set while every prerequisite of the step in hand reads
      *    COMPLETE.
           05 WS-PRQ-OK-SW     PIC X(01).
              88 WS-PRQ-OK                 VALUE 'Y'.
      *    Set when a pass of the circular check reached a program
      *    it had not reached before.
           05 WS-CHANGED-SW    PIC X(01).
              88 WS-CHANGED                VALUE 'Y'.
      *    Set when the timestamps of the entry in hand both hold
      *    a usable date and time.
           05 WS-TS-OK-SW      PIC X(01).
              88 WS-TS-OK                  VALUE 'Y'.
      *    The program name being placed in the program table,
      *    whether it was already there, and the table position it
      *    was found or placed at.
           05 WS-PGM-NAME      PIC X(08).
           05 WS-PGM-FOUND-SW  PIC X(01).
              88 WS-PGM-FOUND              VALUE 'Y'.
           05 WS-PGM-POS       PIC 9(05) COMP.
      *    Subscripts for the table walks.
           05 WS-PX            PIC 9(05) COMP.
           05 WS-SX            PIC 9(05) COMP.
      *    A start or end timestamp broken into its parts, for the
      *    elapsed-time arithmetic and the HH:MM:SS columns.
           05 WS-TS-WORK       PIC X(21).
           05 WS-TS-WORK-R REDEFINES WS-TS-WORK.
              10 WS-TS-DATE    PIC 9(08).
              10 WS-TS-HH      PIC 9(02).
              10 WS-TS-MI      PIC 9(02).
              10 WS-TS-SS      PIC 9(02).
              10 FILLER        PIC X(07).
      *    The start and end stamps being timed.
           05 WS-ELP-START-TS  PIC X(21).
           05 WS-ELP-END-TS    PIC X(21).
           05 WS-TS-START-DATE PIC 9(08).
           05 WS-TS-START-SECS PIC 9(05).
           05 WS-TS-END-DATE   PIC 9(08).
           05 WS-TS-END-SECS   PIC 9(05).
      *    Elapsed seconds of the entry in hand.
           05 WS-ELAPSED-SECS  PIC S9(09) COMP-3.
      *    The deviation of the step in hand from its averages.
           05 WS-DEV-AMOUNT    PIC S9(11)V9 COMP-3.
           05 WS-DEV-LIMIT     PIC S9(11)V9 COMP-3.
           05 WS-CNT-DEV-SW    PIC X(01).
              88 WS-CNT-DEV                VALUE 'Y'.
           05 WS-TIME-DEV-SW   PIC X(01).
              88 WS-TIME-DEV               VALUE 'Y'.
      *    Highlight counts, for the trailer and the sysout tally.
           05 WS-STUCK-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-READY-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-OVR-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-DEV-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-SEQ-ERR-COUNT PIC 9(07) COMP VALUE 0.
      *    In-memory copy of SEQ-DEF, each row carrying the table
      *    positions of its program and its prerequisite.
       01  WS-SEQ-TABLE.
           05 WS-SEQ-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-SEQ-ENTRY OCCURS 200 TIMES.
              10 WS-SEQ-TBL-PROGRAM PIC X(08).
              10 WS-SEQ-TBL-PREREQ  PIC X(08).
              10 WS-SEQ-TBL-PGM-IX  PIC 9(05) COMP.
              10 WS-SEQ-TBL-PRQ-IX  PIC 9(05) COMP.
      *    Every program SEQ-DEF names, in the order first named,
      *    with what RUN-CONTROL holds for it.
       01  WS-PGM-TABLE.
           05 WS-PGM-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-PGM-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-PGM-IDX.
              10 WS-PGM-TBL-NAME    PIC X(08).
      *       Y when SEQ-DEF has rows for it as a step, not only
      *       as somebody's prerequisite.
              10 WS-PGM-TBL-STEP-SW PIC X(01).
                 88 WS-PGM-TBL-IS-STEP       VALUE 'Y'.
      *       Reached from the program under the circular check.
              10 WS-PGM-TBL-REACH-SW PIC X(01).
                 88 WS-PGM-TBL-REACHED       VALUE 'Y'.
      *       The boarded date's entry - status spaces when none.
              10 WS-PGM-TBL-STATUS  PIC X(08).
              10 WS-PGM-TBL-START   PIC X(21).
              10 WS-PGM-TBL-END     PIC X(21).
              10 WS-PGM-TBL-COUNT   PIC 9(07).
              10 WS-PGM-TBL-OVR     PIC X(01).
      *       Every entry on file, and the earlier completed runs
      *       with their count and elapsed-seconds sums.
              10 WS-PGM-TBL-ENTRIES PIC 9(05) COMP.
              10 WS-PGM-TBL-PRIOR   PIC 9(05) COMP.
              10 WS-PGM-TBL-CNT-SUM PIC 9(11) COMP-3.
              10 WS-PGM-TBL-SEC-SUM PIC 9(11) COMP-3.
              10 WS-PGM-TBL-CNT-AVG PIC 9(09)V9 COMP-3.
              10 WS-PGM-TBL-SEC-AVG PIC 9(09)V9 COMP-3.
       PROCEDURE DIVISION.
      *MAIN LOGIC - LOAD THE SEQUENCE, GATHER EVERY PROGRAM'S
      *RUN-CONTROL PICTURE, PRINT THE BOARD, THEN CHECK SEQ-DEF
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-SEQ-ROW UNTIL SDF-EOF.
           PERFORM H200-GATHER-PROGRAM
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PGM-COUNT-ENTRIES.
           PERFORM H230-BOARD-PROGRAM
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PGM-COUNT-ENTRIES.
           PERFORM H250-CHECK-CIRCULAR
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PGM-COUNT-ENTRIES.
           PERFORM H270-CHECK-DANGLING
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SEQ-COUNT-ENTRIES.
           DISPLAY 'STEPS: ' WS-PGM-COUNT-ENTRIES
                   ' STUCK: ' WS-STUCK-COUNT
                   ' READY: ' WS-READY-COUNT
                   ' OVERRIDE: ' WS-OVR-COUNT
                   ' DEVIANT: ' WS-DEV-COUNT
                   ' SEQDEF: ' WS-SEQ-ERR-COUNT.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS - AN ABSENT SEQ-DEF BOARDS
      *NOTHING, AND AN ABSENT RUN-CONTROL MEANS NOTHING HAS RUN
       H100-OPEN-FILES.
           PERFORM H105-READ-PARM.
           OPEN INPUT SEQ-DEF.
           IF SDF-NOTFOUND
              MOVE 'Y' TO WS-SDF-ABSENT-SW
           ELSE
              IF (SDF-ST NOT = 0) AND (SDF-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN1 FILE: ' SDF-ST
                 MOVE SDF-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT RUN-CONTROL.
           IF RCT-NOTFOUND
              MOVE 'Y' TO WS-RCT-ABSENT-SW
           ELSE
              IF (RCT-ST NOT = 0) AND (RCT-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN2 FILE: ' RCT-ST
                 MOVE RCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT BOARD-REPORT.
           IF (BRP-ST NOT = 0) AND (BRP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' BRP-ST
              MOVE BRP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-BRP-OPEN-SW.
           MOVE SPACES TO BRP-REC.
           STRING 'BATCH STATUS BOARD FOR ' DELIMITED BY SIZE
                  WS-BUS-DATE              DELIMITED BY SIZE
                  INTO BRP-REC
           END-STRING.
           WRITE BRP-REC AFTER ADVANCING PAGE.
           MOVE SPACES    TO BRP-REC.
           MOVE 'PROGRAM' TO COL-PROGRAM.
           MOVE 'STATUS'  TO COL-STATUS.
           MOVE 'START'   TO COL-START.
           MOVE 'END'     TO COL-END.
           MOVE '  MINS'  TO COL-ELAPSED.
           MOVE '  COUNT' TO COL-COUNT.
           MOVE 'FLAGS'   TO COL-FLAGS.
           WRITE BRP-REC AFTER ADVANCING 2 LINES.
           PERFORM H150-READ-SEQ-DEF.
           IF (NOT WS-SDF-ABSENT)
              AND (SDF-ST NOT = 0) AND (SDF-ST NOT = 97)
              AND (NOT SDF-EOF)
              DISPLAY 'UNABLE TO READ4 FILE: ' SDF-ST
              MOVE SDF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *PICK UP THE BUSINESS DATE AND DEVIATION PERCENT FROM
      *BOARD-PARM, IF PRESENT
       H105-READ-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT BOARD-PARM.
           IF BPM-NOTFOUND
              CONTINUE
           ELSE
              IF (BPM-ST NOT = 0) AND (BPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN5 FILE: ' BPM-ST
                 MOVE BPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ BOARD-PARM
              IF (BPM-ST NOT = 0) AND (BPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ6 FILE: ' BPM-ST
                 MOVE BPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF BP-BUS-DATE-N NOT NUMERIC
                 DISPLAY 'INVALID BUSINESS DATE: ' BP-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE BP-BUS-DATE-N TO WS-BUS-DATE
              IF BP-DEV-PCT NOT = SPACES
                 IF (BP-DEV-PCT-N NOT NUMERIC)
                    OR (BP-DEV-PCT-N = 0)
                    DISPLAY 'INVALID DEVIATION PERCENT: '
                            BP-DEV-PCT
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE BP-DEV-PCT-N TO WS-DEV-PCT
              END-IF
              CLOSE BOARD-PARM
           END-IF.
       H105-END. EXIT.
      *COPY ONE SEQ-DEF ROW INTO THE TABLE AND PLACE BOTH NAMES ON
      *IT IN THE PROGRAM TABLE - THE PREREQUISITE FIRST, SO THE
      *BOARD READS ROUGHLY IN RUNNING ORDER.  A SEQUENCE TOO BIG
      *FOR THE TABLES STOPS THE RUN RATHER THAN BOARDING HALF OF
      *IT AND MISSING A LOOP IN THE OTHER HALF.
       H110-LOAD-SEQ-ROW.
           IF WS-SEQ-COUNT-ENTRIES NOT < 200
              DISPLAY 'SEQDEF TABLE FULL AT 200'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-SEQ-COUNT-ENTRIES.
           MOVE WS-SEQ-COUNT-ENTRIES TO WS-SX.
           MOVE SD-PROGRAM TO WS-SEQ-TBL-PROGRAM(WS-SX).
           MOVE SD-PREREQ  TO WS-SEQ-TBL-PREREQ(WS-SX).
           MOVE 0 TO WS-SEQ-TBL-PRQ-IX(WS-SX)
                     WS-SEQ-TBL-PGM-IX(WS-SX).
      *    A blank name is not a program - the row is reported as
      *    dangling and kept off the program table.
           IF SD-PREREQ NOT = SPACES
              MOVE SD-PREREQ TO WS-PGM-NAME
              PERFORM H120-PLACE-PROGRAM
              MOVE WS-PGM-POS TO WS-SEQ-TBL-PRQ-IX(WS-SX)
           END-IF.
           IF SD-PROGRAM NOT = SPACES
              MOVE SD-PROGRAM TO WS-PGM-NAME
              PERFORM H120-PLACE-PROGRAM
              MOVE WS-PGM-POS TO WS-SEQ-TBL-PGM-IX(WS-SX)
              MOVE 'Y' TO WS-PGM-TBL-STEP-SW(WS-PGM-POS)
           END-IF.
           PERFORM H150-READ-SEQ-DEF.
       H110-END. EXIT.
      *FIND WS-PGM-NAME IN THE PROGRAM TABLE, ADDING IT AT THE END
      *THE FIRST TIME IT IS NAMED
       H120-PLACE-PROGRAM.
           MOVE 'N' TO WS-PGM-FOUND-SW.
           SET WS-PGM-IDX TO 1
           SEARCH WS-PGM-ENTRY
              AT END
                 CONTINUE
              WHEN WS-PGM-IDX > WS-PGM-COUNT-ENTRIES
                 CONTINUE
              WHEN WS-PGM-TBL-NAME(WS-PGM-IDX) = WS-PGM-NAME
                 SET WS-PGM-POS TO WS-PGM-IDX
                 MOVE 'Y' TO WS-PGM-FOUND-SW
           END-SEARCH.
           IF NOT WS-PGM-FOUND
              IF WS-PGM-COUNT-ENTRIES NOT < 100
                 DISPLAY 'PROGRAM TABLE FULL AT 100'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-PGM-COUNT-ENTRIES
              MOVE WS-PGM-COUNT-ENTRIES TO WS-PGM-POS
              INITIALIZE WS-PGM-ENTRY(WS-PGM-POS)
              MOVE WS-PGM-NAME TO WS-PGM-TBL-NAME(WS-PGM-POS)
              MOVE 'N' TO WS-PGM-TBL-STEP-SW(WS-PGM-POS)
                          WS-PGM-TBL-REACH-SW(WS-PGM-POS)
           END-IF.
       H120-END. EXIT.
      *READ THE NEXT SEQ-DEF ROW - EOF OUTRIGHT WHEN THE FILE IS
      *ABSENT
       H150-READ-SEQ-DEF.
           IF WS-SDF-ABSENT
              MOVE 10 TO SDF-ST
           ELSE
              READ SEQ-DEF
           END-IF.
       H150-END. EXIT.
      *GATHER ONE PROGRAM'S RUN-CONTROL PICTURE - ITS ENTRY FOR
      *THE BOARDED DATE, THEN A WALK FORWARD THROUGH EVERY ENTRY
      *IT HAS ON FILE FOR THE HISTORY AVERAGES
       H200-GATHER-PROGRAM.
           MOVE SPACES TO WS-PGM-TBL-STATUS(WS-PX).
           IF NOT WS-RCT-ABSENT
              MOVE WS-PGM-TBL-NAME(WS-PX) TO RC-PROGRAM
              MOVE WS-BUS-DATE            TO RC-DATE
              READ RUN-CONTROL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RC-RUN-STATUS TO WS-PGM-TBL-STATUS(WS-PX)
                    MOVE RC-START-TS   TO WS-PGM-TBL-START(WS-PX)
                    MOVE RC-END-TS     TO WS-PGM-TBL-END(WS-PX)
                    MOVE RC-REC-COUNT  TO WS-PGM-TBL-COUNT(WS-PX)
                    MOVE RC-OVERRIDE   TO WS-PGM-TBL-OVR(WS-PX)
              END-READ
              PERFORM H210-WALK-HISTORY
           END-IF.
           IF WS-PGM-TBL-PRIOR(WS-PX) > 0
              COMPUTE WS-PGM-TBL-CNT-AVG(WS-PX) ROUNDED =
                      WS-PGM-TBL-CNT-SUM(WS-PX)
                      / WS-PGM-TBL-PRIOR(WS-PX)
              COMPUTE WS-PGM-TBL-SEC-AVG(WS-PX) ROUNDED =
                      WS-PGM-TBL-SEC-SUM(WS-PX)
                      / WS-PGM-TBL-PRIOR(WS-PX)
           END-IF.
       H200-END. EXIT.
      *POSITION AT THE PROGRAM'S FIRST RUN-CONTROL KEY AND READ
      *FORWARD UNTIL THE PROGRAM NAME CHANGES
       H210-WALK-HISTORY.
           MOVE 'N' TO WS-HIST-DONE-SW.
           MOVE WS-PGM-TBL-NAME(WS-PX) TO RC-PROGRAM.
           MOVE 0 TO RC-DATE.
           START RUN-CONTROL KEY NOT < RC-KEY
              INVALID KEY MOVE 'Y' TO WS-HIST-DONE-SW
           END-START.
           PERFORM H215-TAKE-HISTORY-ROW UNTIL WS-HIST-DONE.
       H210-END. EXIT.
      *COUNT ONE HISTORY ENTRY - ONLY A COMPLETED RUN FROM BEFORE
      *THE BOARDED DATE, WITH BOTH ITS TIMES ON IT, GOES INTO THE
      *AVERAGES
       H215-TAKE-HISTORY-ROW.
           READ RUN-CONTROL NEXT
              AT END
                 MOVE 'Y' TO WS-HIST-DONE-SW
              NOT AT END
                 IF RC-PROGRAM NOT = WS-PGM-TBL-NAME(WS-PX)
                    MOVE 'Y' TO WS-HIST-DONE-SW
                 ELSE
                    ADD 1 TO WS-PGM-TBL-ENTRIES(WS-PX)
                    IF (RC-DATE < WS-BUS-DATE)
                       AND (RC-RUN-STATUS = 'COMPLETE')
                       MOVE RC-START-TS TO WS-ELP-START-TS
                       MOVE RC-END-TS   TO WS-ELP-END-TS
                       PERFORM H220-ELAPSED-SECS
                       IF WS-TS-OK
                          ADD 1 TO WS-PGM-TBL-PRIOR(WS-PX)
                          ADD RC-REC-COUNT
                              TO WS-PGM-TBL-CNT-SUM(WS-PX)
                          ADD WS-ELAPSED-SECS
                              TO WS-PGM-TBL-SEC-SUM(WS-PX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.
       H215-END. EXIT.
      *WORK OUT THE ELAPSED SECONDS BETWEEN WS-ELP-START-TS AND
      *WS-ELP-END-TS - WS-TS-OK COMES BACK OFF WHEN EITHER STAMP IS
      *MISSING OR UNREADABLE, AND A CLOCK SET BACK COUNTS AS ZERO
       H220-ELAPSED-SECS.
           MOVE 'N' TO WS-TS-OK-SW.
           MOVE 0 TO WS-ELAPSED-SECS.
           MOVE WS-ELP-START-TS TO WS-TS-WORK.
           IF (WS-TS-DATE NUMERIC) AND (WS-TS-HH NUMERIC)
              AND (WS-TS-MI NUMERIC) AND (WS-TS-SS NUMERIC)
              AND (WS-TS-DATE > 0)
              MOVE WS-TS-DATE TO WS-TS-START-DATE
              COMPUTE WS-TS-START-SECS =
                      WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
              MOVE WS-ELP-END-TS TO WS-TS-WORK
              IF (WS-TS-DATE NUMERIC) AND (WS-TS-HH NUMERIC)
                 AND (WS-TS-MI NUMERIC) AND (WS-TS-SS NUMERIC)
                 AND (WS-TS-DATE > 0)
                 MOVE WS-TS-DATE TO WS-TS-END-DATE
                 COMPUTE WS-TS-END-SECS =
                         WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
                 MOVE 'Y' TO WS-TS-OK-SW
              END-IF
           END-IF.
           IF WS-TS-OK
              COMPUTE WS-ELAPSED-SECS =
                      (FUNCTION INTEGER-OF-DATE(WS-TS-END-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-TS-START-DATE))
                      * 86400
                      + WS-TS-END-SECS - WS-TS-START-SECS
              IF WS-ELAPSED-SECS < 0
                 MOVE 0 TO WS-ELAPSED-SECS
              END-IF
           END-IF.
       H220-END. EXIT.
      *PRINT ONE PROGRAM'S LINE ON THE BOARD WITH ITS FLAGS, AND
      *THE AVERAGES UNDER IT WHEN IT STRAYED FROM THEM
       H230-BOARD-PROGRAM.
           MOVE SPACES TO BRP-REC.
           MOVE 'N' TO WS-CNT-DEV-SW
                       WS-TIME-DEV-SW
                       WS-TS-OK-SW.
           MOVE WS-PGM-TBL-NAME(WS-PX) TO STP-PROGRAM.
           IF WS-PGM-TBL-STATUS(WS-PX) = SPACES
              MOVE 'NOT RUN' TO STP-STATUS
              PERFORM H235-CHECK-READY
              IF WS-PRQ-OK
                 MOVE 'READY' TO STP-FLAG-RUN
                 ADD 1 TO WS-READY-COUNT
              END-IF
           ELSE
              MOVE WS-PGM-TBL-STATUS(WS-PX) TO STP-STATUS
              MOVE WS-PGM-TBL-START(WS-PX) TO WS-TS-WORK
              PERFORM H245-FORMAT-TIME
              MOVE WS-PGM-TBL-END(WS-PX) TO WS-TS-WORK
              IF WS-TS-WORK NOT = SPACES
                 MOVE WS-PGM-TBL-START(WS-PX) TO WS-ELP-START-TS
                 MOVE WS-PGM-TBL-END(WS-PX)   TO WS-ELP-END-TS
                 PERFORM H220-ELAPSED-SECS
                 MOVE WS-PGM-TBL-END(WS-PX) TO WS-TS-WORK
                 PERFORM H246-FORMAT-END-TIME
              END-IF
              MOVE WS-PGM-TBL-COUNT(WS-PX) TO STP-COUNT
              IF WS-PGM-TBL-STATUS(WS-PX) = 'STARTED'
                 MOVE 'STUCK' TO STP-FLAG-RUN
                 ADD 1 TO WS-STUCK-COUNT
              END-IF
              IF WS-PGM-TBL-OVR(WS-PX) = 'Y'
                 MOVE 'OVERRIDE' TO STP-FLAG-OVR
                 ADD 1 TO WS-OVR-COUNT
              END-IF
              IF (WS-PGM-TBL-STATUS(WS-PX) = 'COMPLETE')
                 AND (WS-PGM-TBL-PRIOR(WS-PX) > 0)
                 PERFORM H240-CHECK-DEVIATION
              END-IF
           END-IF.
           WRITE BRP-REC AFTER ADVANCING 1 LINE.
           IF WS-CNT-DEV OR WS-TIME-DEV
              ADD 1 TO WS-DEV-COUNT
              MOVE SPACES TO BRP-REC
              MOVE 'AVG OF '                 TO AVG-LABEL
              MOVE WS-PGM-TBL-PRIOR(WS-PX)   TO AVG-RUNS
              MOVE ' RUNS'                   TO AVG-LABEL2
              COMPUTE AVG-ELAPSED ROUNDED =
                      WS-PGM-TBL-SEC-AVG(WS-PX) / 60
              MOVE WS-PGM-TBL-CNT-AVG(WS-PX) TO AVG-COUNT
              WRITE BRP-REC AFTER ADVANCING 1 LINE
           END-IF.
       H230-END. EXIT.
      *A STEP THAT HAS NOT RUN IS READY WHEN EVERY PREREQUISITE
      *SEQ-DEF LISTS FOR IT READS COMPLETE FOR THE BOARDED DATE -
      *A PROGRAM WITH NO PREREQUISITES IS READY OUTRIGHT
       H235-CHECK-READY.
           MOVE 'Y' TO WS-PRQ-OK-SW.
           PERFORM H236-CHECK-ONE-PREREQ
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SEQ-COUNT-ENTRIES.
       H235-END. EXIT.
      *CHECK ONE SEQUENCE ROW - ONLY ROWS NAMING THIS PROGRAM
      *APPLY, AND A BLANK PREREQUISITE CAN NEVER BE COMPLETE
       H236-CHECK-ONE-PREREQ.
           IF WS-SEQ-TBL-PGM-IX(WS-SX) = WS-PX
              IF WS-SEQ-TBL-PRQ-IX(WS-SX) = 0
                 MOVE 'N' TO WS-PRQ-OK-SW
              ELSE
                 IF WS-PGM-TBL-STATUS(WS-SEQ-TBL-PRQ-IX(WS-SX))
                    NOT = 'COMPLETE'
                    MOVE 'N' TO WS-PRQ-OK-SW
                 END-IF
              END-IF
           END-IF.
       H236-END. EXIT.
      *COMPARE A COMPLETED STEP'S COUNT AND ELAPSED TIME WITH ITS
      *AVERAGES - OFF BY MORE THAN THE DEVIATION PERCENT OF A
      *NON-ZERO AVERAGE, EITHER WAY, IS FLAGGED
       H240-CHECK-DEVIATION.
           IF WS-PGM-TBL-CNT-AVG(WS-PX) > 0
              COMPUTE WS-DEV-AMOUNT =
                      WS-PGM-TBL-COUNT(WS-PX)
                      - WS-PGM-TBL-CNT-AVG(WS-PX)
              IF WS-DEV-AMOUNT < 0
                 COMPUTE WS-DEV-AMOUNT = 0 - WS-DEV-AMOUNT
              END-IF
              COMPUTE WS-DEV-LIMIT =
                      WS-PGM-TBL-CNT-AVG(WS-PX) * WS-DEV-PCT / 100
              IF WS-DEV-AMOUNT > WS-DEV-LIMIT
                 MOVE 'Y' TO WS-CNT-DEV-SW
              END-IF
           END-IF.
           IF WS-TS-OK AND (WS-PGM-TBL-SEC-AVG(WS-PX) > 0)
              COMPUTE WS-DEV-AMOUNT =
                      WS-ELAPSED-SECS - WS-PGM-TBL-SEC-AVG(WS-PX)
              IF WS-DEV-AMOUNT < 0
                 COMPUTE WS-DEV-AMOUNT = 0 - WS-DEV-AMOUNT
              END-IF
              COMPUTE WS-DEV-LIMIT =
                      WS-PGM-TBL-SEC-AVG(WS-PX) * WS-DEV-PCT / 100
              IF WS-DEV-AMOUNT > WS-DEV-LIMIT
                 MOVE 'Y' TO WS-TIME-DEV-SW
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-CNT-DEV AND WS-TIME-DEV
                 MOVE 'BOTH DEV'  TO STP-FLAG-DEV
              WHEN WS-CNT-DEV
                 MOVE 'COUNT DEV' TO STP-FLAG-DEV
              WHEN WS-TIME-DEV
                 MOVE 'TIME DEV'  TO STP-FLAG-DEV
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H240-END. EXIT.
      *PUT THE START TIME IN WS-TS-WORK ON THE LINE AS HH:MM:SS
       H245-FORMAT-TIME.
           IF (WS-TS-HH NUMERIC) AND (WS-TS-MI NUMERIC)
              AND (WS-TS-SS NUMERIC)
              STRING WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
                     DELIMITED BY SIZE INTO STP-START
              END-STRING
           END-IF.
       H245-END. EXIT.
      *PUT THE END TIME IN WS-TS-WORK ON THE LINE AS HH:MM:SS,
      *WITH THE ELAPSED MINUTES WHEN BOTH STAMPS COULD BE READ
       H246-FORMAT-END-TIME.
           IF (WS-TS-HH NUMERIC) AND (WS-TS-MI NUMERIC)
              AND (WS-TS-SS NUMERIC)
              STRING WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
                     DELIMITED BY SIZE INTO STP-END
              END-STRING
           END-IF.
           IF WS-TS-OK
              COMPUTE STP-ELAPSED ROUNDED = WS-ELAPSED-SECS / 60
           END-IF.
       H246-END. EXIT.
      *CHECK WHETHER ONE PROGRAM CAN REACH ITSELF THROUGH ITS
      *PREREQUISITES - MARK ITS DIRECT PREREQUISITES, THEN KEEP
      *MARKING THE PREREQUISITES OF EVERY MARKED PROGRAM UNTIL A
      *PASS MARKS NOTHING NEW.  IF THE PROGRAM ENDS UP MARKED IT
      *SITS ON A LOOP AND CAN NEVER START.
       H250-CHECK-CIRCULAR.
           IF WS-PGM-TBL-IS-STEP(WS-PX)
              PERFORM H255-CLEAR-REACH
                      VARYING WS-PGM-POS FROM 1 BY 1
                      UNTIL WS-PGM-POS > WS-PGM-COUNT-ENTRIES
              PERFORM H256-MARK-DIRECT
                      VARYING WS-SX FROM 1 BY 1
                      UNTIL WS-SX > WS-SEQ-COUNT-ENTRIES
              MOVE 'Y' TO WS-CHANGED-SW
              PERFORM H257-SPREAD-REACH UNTIL NOT WS-CHANGED
              IF WS-PGM-TBL-REACHED(WS-PX)
                 MOVE SPACES TO BRP-REC
                 MOVE 'SEQDEF'               TO SEQ-LABEL
                 MOVE WS-PGM-TBL-NAME(WS-PX) TO SEQ-PROGRAM
                 MOVE 'CIRCULAR'             TO SEQ-REASON
                 PERFORM H280-WRITE-SEQ-LINE
              END-IF
           END-IF.
       H250-END. EXIT.
      *CLEAR ONE PROGRAM'S REACHED MARK
       H255-CLEAR-REACH.
           MOVE 'N' TO WS-PGM-TBL-REACH-SW(WS-PGM-POS).
       H255-END. EXIT.
      *MARK THE PREREQUISITE OF ONE ROW BELONGING TO THE PROGRAM
      *UNDER CHECK
       H256-MARK-DIRECT.
           IF (WS-SEQ-TBL-PGM-IX(WS-SX) = WS-PX)
              AND (WS-SEQ-TBL-PRQ-IX(WS-SX) > 0)
              MOVE 'Y' TO
                   WS-PGM-TBL-REACH-SW(WS-SEQ-TBL-PRQ-IX(WS-SX))
           END-IF.
       H256-END. EXIT.
      *ONE PASS OVER THE SEQUENCE, MARKING THE PREREQUISITE OF
      *EVERY ROW WHOSE PROGRAM IS ALREADY MARKED
       H257-SPREAD-REACH.
           MOVE 'N' TO WS-CHANGED-SW.
           PERFORM H258-SPREAD-ONE-ROW
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SEQ-COUNT-ENTRIES.
       H257-END. EXIT.
      *MARK ONE ROW'S PREREQUISITE IF ITS PROGRAM IS MARKED AND
      *THE PREREQUISITE IS NOT YET
       H258-SPREAD-ONE-ROW.
           IF (WS-SEQ-TBL-PGM-IX(WS-SX) > 0)
              AND (WS-SEQ-TBL-PRQ-IX(WS-SX) > 0)
              IF WS-PGM-TBL-REACHED(WS-SEQ-TBL-PGM-IX(WS-SX))
                 AND NOT
                 WS-PGM-TBL-REACHED(WS-SEQ-TBL-PRQ-IX(WS-SX))
                 MOVE 'Y' TO
                      WS-PGM-TBL-REACH-SW(WS-SEQ-TBL-PRQ-IX(WS-SX))
                 MOVE 'Y' TO WS-CHANGED-SW
              END-IF
           END-IF.
       H258-END. EXIT.
      *CHECK ONE SEQ-DEF ROW FOR A BLANK NAME, OR A PREREQUISITE
      *THAT IS NO STEP OF THE BATCH AND HAS NEVER RUN - NOTHING
      *WILL EVER STAMP IT COMPLETE, SO ITS STEP WOULD WAIT FOREVER
       H270-CHECK-DANGLING.
           MOVE SPACES TO BRP-REC.
           MOVE 'SEQDEF'                   TO SEQ-LABEL.
           MOVE WS-SEQ-TBL-PROGRAM(WS-SX)  TO SEQ-PROGRAM.
           MOVE ' -> '                     TO SEQ-ARROW.
           MOVE WS-SEQ-TBL-PREREQ(WS-SX)   TO SEQ-PREREQ.
           EVALUATE TRUE
              WHEN WS-SEQ-TBL-PGM-IX(WS-SX) = 0
                 MOVE 'BLANK PROGRAM'  TO SEQ-REASON
                 PERFORM H280-WRITE-SEQ-LINE
              WHEN WS-SEQ-TBL-PRQ-IX(WS-SX) = 0
                 MOVE 'BLANK PREREQ'   TO SEQ-REASON
                 PERFORM H280-WRITE-SEQ-LINE
              WHEN (NOT
                    WS-PGM-TBL-IS-STEP(WS-SEQ-TBL-PRQ-IX(WS-SX)))
                   AND
                   (WS-PGM-TBL-ENTRIES(WS-SEQ-TBL-PRQ-IX(WS-SX))
                    = 0)
                 MOVE 'DANGLING'       TO SEQ-REASON
                 PERFORM H280-WRITE-SEQ-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H270-END. EXIT.
      *WRITE ONE SEQ-DEF PROBLEM LINE
       H280-WRITE-SEQ-LINE.
           ADD 1 TO WS-SEQ-ERR-COUNT.
           WRITE BRP-REC AFTER ADVANCING 1 LINE.
       H280-END. EXIT.
      *WRITE THE RUN TRAILER - STEPS BOARDED AND EACH KIND OF
      *HIGHLIGHT
       H290-WRITE-TRAILER.
           MOVE SPACES TO BRP-REC.
           MOVE 'BATCH STATUS BOARD'  TO TRL-LABEL.
           MOVE WS-PGM-COUNT-ENTRIES  TO TRL-STEPS.
           MOVE WS-STUCK-COUNT        TO TRL-STUCK.
           MOVE WS-READY-COUNT        TO TRL-READY.
           MOVE WS-OVR-COUNT          TO TRL-OVERRIDE.
           MOVE WS-DEV-COUNT          TO TRL-DEVIANT.
           MOVE WS-SEQ-ERR-COUNT      TO TRL-SEQ-ERRS.
           WRITE BRP-REC AFTER ADVANCING 2 LINES.
       H290-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer line if BOARD-REPORT actually got
      *    opened - an early abort out of H100-OPEN-FILES can reach
      *    here before that OPEN ever runs.
           IF WS-BRP-IS-OPEN
              PERFORM H290-WRITE-TRAILER
              CLOSE BOARD-REPORT
           END-IF.
           IF NOT WS-SDF-ABSENT
              CLOSE SEQ-DEF
           END-IF.
           IF NOT WS-RCT-ABSENT
              CLOSE RUN-CONTROL
           END-IF.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
