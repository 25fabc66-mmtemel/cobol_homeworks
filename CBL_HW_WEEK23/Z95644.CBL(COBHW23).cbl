       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW23.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program is the daily standing-order generator.
      *It walks the standing-order master COBHW22 maintains and
      *writes every order due on the business date as a 'T'
      *transfer into a batch on STORD-OUT - header source
      *STANDORD, computed trailer - which COBHW15 merges into the
      *posting input ahead of COBHW08.  A batch is closed and a
      *new one cut every 1000 transfers, the most COBHW08 holds
      *for one batch.  The batch number is the business date's
      *YYDDD followed by a one-digit batch sequence, so the
      *posting-control dataset refuses a double apply of any of
      *the day's batches.  Each generated order then has its next-due
      *date moved on past the business date: a week for a weekly
      *order, a month for a monthly one (back on the day of the
      *month it was keyed for, or the last day of a short month).
      *An order that fell due on a day the step did not run is
      *paid once, flagged CATCH-UP on the report, and moved on.
      *An order is not generated, and its date is not moved, when
      *its from-account is missing from the account master or is
      *suspended or closed there - it stays due and is paid the
      *day the account is open again.  An order whose next-due
      *date has passed its end date is reported once and marked
      *ended; it is never generated again unless a COBHW22 change
      *puts its dates right.  Every order generated or skipped is
      *listed on the SO-REPORT page with the reason.
      *The run is governed by the RUN-CONTROL dataset the same way
      *COBHW08's is: a business day whose generation already
      *completed is refused unless the RUN-PARM forced-rerun flag
      *is set, and every prerequisite the SEQ-DEF sequence file
      *lists for this program must read COMPLETE on RUN-CONTROL
      *for the same business date.  Any rerun of the day - forced
      *after a completed run, or after a run that abended part
      *way - re-emits the orders already generated for the day
      *without moving their dates a second time, so the rebuilt
      *batch is complete.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-MASTER  ASSIGN TO    STORDMST
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       SO-KEY
                             STATUS       SOM-ST.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT STORD-OUT  ASSIGN TO    STORDOUT
                             STATUS       SOT-ST.
           SELECT SO-REPORT  ASSIGN TO    SORPT
                             STATUS       SRP-ST.
           SELECT RUN-PARM   ASSIGN TO    RUNPARM
                             STATUS       RPM-ST.
           SELECT RUN-CONTROL ASSIGN TO   RUNCTL
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       RC-KEY
                             STATUS       RCT-ST.
           SELECT SEQ-DEF    ASSIGN TO    SEQDEF
                             STATUS       SDF-ST.
       DATA DIVISION.
       FILE SECTION.
      *STANDING-ORDER MASTER (VSAM) - THE LAYOUT MUST MATCH
      *COBHW22'S SO-MASTER BYTE FOR BYTE.
       FD  SO-MASTER.
       01  SO-FIELDS.
           03 SO-KEY.
              05 SO-FROM-ID     PIC 9(05).
              05 SO-FROM-CUR    PIC 9(03).
              05 SO-SEQ         PIC 9(02).
           03 SO-DATA.
              05 SO-TO-ID       PIC 9(05).
              05 SO-TO-CUR      PIC 9(03).
              05 SO-AMOUNT      PIC 9(09)V99.
              05 SO-FREQ        PIC X(01).
                 88 SO-WEEKLY      VALUE 'W'.
                 88 SO-MONTHLY     VALUE 'M'.
              05 SO-NEXT-DUE    PIC 9(08).
              05 SO-END-DATE    PIC 9(08).
              05 SO-DAY         PIC 9(02).
              05 SO-LAST-GEN    PIC 9(08).
              05 SO-LAST-DUE    PIC 9(08).
              05 SO-STATUS      PIC X(01).
                 88 SO-ACTIVE      VALUE 'A' ' '.
                 88 SO-ENDED       VALUE 'E'.
              05 FILLER         PIC X(05).
      *ACCOUNT MASTER (VSAM) - READ ONLY, FOR THE FROM-ACCOUNT'S
      *STATUS.  THE LAYOUT MUST MATCH COBHW04'S ACCT-REC.
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           03 ACCT-KEY.
              05 ACCT-ID     PIC S9(05) COMP-3.
              05 ACCT-CUR    PIC S9(03) COMP.
           03 ACCT-NAME      PIC X(15).
           03 ACCT-SURNAME   PIC X(15).
           03 ACCT-BALANCE   PIC S9(09)V99 COMP-3.
           03 ACCT-STATUS    PIC X(01).
              88 ACCT-ST-OPEN      VALUE 'O' ' '.
              88 ACCT-ST-SUSPENDED VALUE 'S'.
              88 ACCT-ST-CLOSED    VALUE 'C'.
           03 ACCT-LAST-ACT  PIC S9(08) COMP-3.
      *THE GENERATED TRANSFER BATCHES HANDED TO COBHW15 - THE
      *LAYOUTS MUST MATCH COBHW08'S POST-REC BYTE FOR BYTE.
       FD  STORD-OUT   RECORDING MODE F.
       01  POST-FIELDS.
           05 PST-TRANCD     PIC X(01).
           05 PST-ID         PIC X(05).
           05 PST-CUR        PIC X(03).
           05 PST-AMOUNT     PIC X(11).
           05 PST-AMOUNT-N REDEFINES PST-AMOUNT
                             PIC 9(09)V99.
           05 PST-TO-ID      PIC X(05).
           05 PST-TO-CUR     PIC X(03).
           05 FILLER         PIC X(07).
       01  POST-HDR-REC REDEFINES POST-FIELDS.
           05 HDR-TRANCD     PIC X(01).
           05 HDR-SOURCE     PIC X(08).
           05 HDR-DATE       PIC 9(08).
           05 HDR-BATCH-NO   PIC 9(06).
           05 FILLER         PIC X(12).
       01  POST-TRL-REC REDEFINES POST-FIELDS.
           05 BTR-TRANCD     PIC X(01).
           05 BTR-REC-COUNT  PIC 9(06).
           05 BTR-DEBIT-TOT  PIC 9(11)V99.
           05 BTR-CREDIT-TOT PIC 9(11)V99.
           05 FILLER         PIC X(02).
      *GENERATION REPORT - ONE LINE PER ORDER GENERATED OR
      *SKIPPED, LAID OVER THE SAME 80-BYTE PRINT RECORD AS THE
      *TRAILER.
       FD  SO-REPORT   RECORDING MODE F.
       01  SO-RPT-REC         PIC X(80).
       01  SO-DET-REC REDEFINES SO-RPT-REC.
           05 DET-FROM-ID     PIC 9(05).
           05 DET-SEP1        PIC X(01).
           05 DET-FROM-CUR    PIC 9(03).
           05 DET-SEP2        PIC X(01).
           05 DET-SEQ         PIC 9(02).
           05 FILLER          PIC X(01).
           05 DET-TO-ID       PIC 9(05).
           05 DET-SEP3        PIC X(01).
           05 DET-TO-CUR      PIC 9(03).
           05 FILLER          PIC X(01).
           05 DET-AMOUNT      PIC Z(08)9.99.
           05 FILLER          PIC X(01).
           05 DET-DUE         PIC 9(08).
           05 FILLER          PIC X(01).
           05 DET-ACTION      PIC X(09).
           05 FILLER          PIC X(01).
           05 DET-REASON      PIC X(15).
           05 FILLER          PIC X(10).
       01  SO-TRL-REC REDEFINES SO-RPT-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-GENERATED   PIC Z(06)9.
           05 TRL-SKIPPED     PIC Z(06)9.
           05 TRL-AMOUNT      PIC Z(12)9.99.
           05 FILLER          PIC X(30).
      *BUSINESS DATE, FORCED-RERUN FLAG AND PREREQUISITE-OVERRIDE
      *FLAG FOR THIS RUN - WHEN THE FILE IS ABSENT THE RUN DATE IS
      *USED AND A RERUN OF A COMPLETED DAY IS REFUSED.
       FD  RUN-PARM    RECORDING MODE F.
       01  RUN-PARM-REC.
           05 RP-BUS-DATE    PIC X(08).
           05 RP-BUS-DATE-N REDEFINES RP-BUS-DATE
                             PIC 9(08).
           05 RP-FORCE       PIC X(01).
      *    Set to Y on the nights ops must run a step out of
      *    order on purpose - a missing prerequisite is then
      *    displayed and waved through instead of refusing the run.
           05 RP-OVERRIDE    PIC X(01).
      *RUN-CONTROL DATASET, SHARED WITH THE REST OF THE NIGHTLY
      *BATCH - ONE ENTRY PER PROGRAM PER BUSINESS DAY, STAMPED AT
      *START AND COMPLETION.
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
      *NIGHTLY SEQUENCE DEFINITION - ONE ROW PER PROGRAM AND
      *PREREQUISITE: THE NAMED PREREQUISITE MUST READ COMPLETE ON
      *RUN-CONTROL FOR THE SAME BUSINESS DATE BEFORE THE NAMED
      *PROGRAM MAY START.  AN ABSENT FILE DEFINES NO CHAIN.
       FD  SEQ-DEF     RECORDING MODE F.
       01  SEQ-DEF-REC.
           05 SD-PROGRAM     PIC X(08).
           05 SD-PREREQ      PIC X(08).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 SOM-ST      PIC 9(02).
              88 SOM-EOF      VALUE 10.
              88 SOM-SUCCESS  VALUE 00
                                    97.
              88 SOM-NOTFOUND VALUE 35.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 SOT-ST      PIC 9(02).
              88 SOT-SUCCESS  VALUE 00
                                    97.
           05 SRP-ST      PIC 9(02).
              88 SRP-SUCCESS  VALUE 00
                                    97.
           05 RPM-ST      PIC 9(02).
              88 RPM-SUCCESS  VALUE 00
                                    97.
              88 RPM-NOTFOUND VALUE 35.
           05 RCT-ST      PIC 9(02).
              88 RCT-SUCCESS  VALUE 00
                                    97.
           05 SDF-ST      PIC 9(02).
              88 SDF-EOF      VALUE 10.
              88 SDF-SUCCESS  VALUE 00
                                    97.
              88 SDF-NOTFOUND VALUE 35.
      *    Business date governing this run, from RUN-PARM or the
      *    run date when RUN-PARM is absent.
           05 WS-BUS-DATE      PIC 9(08).
      *    Switch indicating a forced rerun of a completed day.
           05 WS-FORCE-SW      PIC X(01) VALUE 'N'.
              88 WS-FORCED                VALUE 'Y'.
      *    Switch indicating ops overrode the prerequisite chain.
           05 WS-OVERRIDE-SW   PIC X(01) VALUE 'N'.
              88 WS-OVERRIDDEN            VALUE 'Y'.
      *    Switch indicating whether this program/day already has a
      *    RUN-CONTROL entry.
           05 WS-RC-FOUND-SW   PIC X(01).
              88 WS-RC-FOUND              VALUE 'Y'.
      *    Switch indicating whether a prerequisite's RUN-CONTROL
      *    entry was found - kept apart from WS-RC-FOUND-SW, which
      *    the start stamp still needs afterwards.
           05 WS-PRQ-FOUND-SW  PIC X(01).
              88 WS-PRQ-FOUND             VALUE 'Y'.
      *    Set when the standing-order master does not exist yet -
      *    no order has ever been keyed, so there is nothing due.
           05 WS-SOM-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-SOM-ABSENT             VALUE 'Y'.
      *    Set once SO-REPORT actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.
           05 WS-SRP-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-SRP-IS-OPEN            VALUE 'Y'.
      *    Switch telling whether a batch header has been written
      *    and its trailer not yet - a header is only cut when
      *    there is an order to generate into it.
           05 WS-HDR-SW        PIC X(01) VALUE 'N'.
              88 WS-HDR-WRITTEN            VALUE 'Y'.
      *    Switch telling whether the order in hand was already
      *    generated for this business date by an earlier run.
           05 WS-REGEN-SW      PIC X(01).
              88 WS-REGEN                  VALUE 'Y'.
      *    The due date the order in hand is paying, and the
      *    report's action and reason for it.
           05 WS-DUE-DATE      PIC 9(08).
           05 WS-ACTION        PIC X(09).
           05 WS-REASON        PIC X(15).
      *    The date being moved on to the order's next due date,
      *    broken into its parts for the monthly step, and the
      *    integer form for the weekly one.
           05 WS-ADV-DATE      PIC 9(08).
           05 WS-ADV-DATE-R REDEFINES WS-ADV-DATE.
              10 WS-ADV-CCYY   PIC 9(04).
              10 WS-ADV-MM     PIC 9(02).
              10 WS-ADV-DD     PIC 9(02).
           05 WS-ADV-MAX-DAY   PIC 9(02).
      *    Quotient and remainders for the leap-year test in
      *    H266-SET-ADV-MAX-DAY - February has 29 days when the year
      *    divides by 4, and not by 100 unless also by 400.
           05 WS-LEAP-QUOT     PIC 9(04).
           05 WS-LEAP-REM-4    PIC 9(03).
           05 WS-LEAP-REM-100  PIC 9(03).
           05 WS-LEAP-REM-400  PIC 9(03).
           05 WS-INT-WORK      PIC 9(07).
      *    Count and debit/credit totals of the open batch, for
      *    the trailer COBHW08 will prove the batch against - a
      *    transfer counts on both sides - and the batch's
      *    sequence within the business day.
           05 WS-BCH-COUNT     PIC 9(06) VALUE 0.
           05 WS-BCH-DEBIT-TOT  PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-BCH-CREDIT-TOT PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-BCH-SEQ       PIC 9(01) VALUE 0.
      *    Count and total of every order generated this run, for
      *    the report trailer and the run-control stamp.
           05 WS-GEN-COUNT     PIC 9(06) VALUE 0.
           05 WS-GEN-DEBIT-TOT  PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GEN-CREDIT-TOT PIC S9(13)V99 COMP-3 VALUE 0.
      *    Orders skipped, for the trailer and the sysout tally.
           05 WS-SKIP-COUNT    PIC 9(07) COMP VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOGIC - ONE PASS OVER THE MASTER, THEN CLOSE THE LAST BATCH
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-TAKE-ORDER UNTIL SOM-EOF.
           PERFORM H250-CLOSE-BATCH.
           DISPLAY 'GENERATED: ' WS-GEN-COUNT
                   ' SKIPPED: ' WS-SKIP-COUNT
                   ' BATCHES: ' WS-BCH-SEQ.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS - A STANDING-ORDER MASTER THAT
      *DOES NOT EXIST YET READS AS EMPTY
       H100-OPEN-FILES.
      *    Check the run-control entry and the prerequisite chain
      *    first - a refused rerun must leave every order's
      *    next-due date exactly as it stands.
           PERFORM H105-CHECK-RUN-CONTROL.
           OPEN I-O SO-MASTER.
           IF SOM-NOTFOUND
              MOVE 'Y' TO WS-SOM-ABSENT-SW
           ELSE
              IF (SOM-ST NOT = 0) AND (SOM-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN1 FILE: ' SOM-ST
                 MOVE SOM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT STORD-OUT.
           IF (SOT-ST NOT = 0) AND (SOT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' SOT-ST
              MOVE SOT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SO-REPORT.
           IF (SRP-ST NOT = 0) AND (SRP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' SRP-ST
              MOVE SRP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-SRP-OPEN-SW.
           PERFORM H150-READ-ORDER.
           IF (NOT WS-SOM-ABSENT)
              AND (SOM-ST NOT = 0) AND (SOM-ST NOT = 97)
              AND (NOT SOM-EOF)
              DISPLAY 'UNABLE TO READ5 FILE: ' SOM-ST
              MOVE SOM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *PICK UP THE BUSINESS DATE AND FLAGS FROM RUN-PARM, REFUSE
      *THE RUN IF THIS DAY ALREADY COMPLETED OR A PREREQUISITE IS
      *MISSING, AND STAMP THE RUN-CONTROL ENTRY AS STARTED - THE
      *SAME SHAPE COBHW08'S H105 TAKES.
       H105-CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT RUN-PARM.
           IF RPM-NOTFOUND
              CONTINUE
           ELSE
              IF (RPM-ST NOT = 0) AND (RPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN RUNPARM: ' RPM-ST
                 MOVE RPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ RUN-PARM
              IF (RPM-ST NOT = 0) AND (RPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ RUNPARM: ' RPM-ST
                 MOVE RPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF RP-BUS-DATE-N NOT NUMERIC
                 DISPLAY 'INVALID BUSINESS DATE: ' RP-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
      *       Only a date whose month and day are in range may
      *       govern the run - INTEGER-OF-DATE silently returns
      *       zero for an impossible one.
              MOVE RP-BUS-DATE-N TO WS-ADV-DATE
              PERFORM H266-SET-ADV-MAX-DAY
              IF (WS-ADV-MM < 01) OR (WS-ADV-MM > 12)
                 OR (WS-ADV-DD < 01)
                 OR (WS-ADV-DD > WS-ADV-MAX-DAY)
                 DISPLAY 'INVALID BUSINESS DATE: ' RP-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE RP-BUS-DATE-N TO WS-BUS-DATE
              IF RP-FORCE = 'Y'
                 MOVE 'Y' TO WS-FORCE-SW
              END-IF
              IF RP-OVERRIDE = 'Y'
                 MOVE 'Y' TO WS-OVERRIDE-SW
              END-IF
              CLOSE RUN-PARM
           END-IF.
           OPEN I-O RUN-CONTROL.
           IF (RCT-ST NOT = 0) AND (RCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN RUNCTL: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'COBHW23' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'RUN ALREADY COMPLETE: COBHW23 ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-CHECK-PREREQS.
           MOVE 'COBHW23' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           MOVE 'STARTED' TO RC-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 0 TO RC-REC-COUNT.
           MOVE WS-OVERRIDE-SW TO RC-OVERRIDE.
           IF WS-RC-FOUND
              REWRITE RUN-CONTROL-REC
                 INVALID KEY
                    DISPLAY 'UNABLE TO STAMP RUNCTL START'
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           ELSE
              WRITE RUN-CONTROL-REC
                 INVALID KEY
                    DISPLAY 'UNABLE TO STAMP RUNCTL START'
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-WRITE
           END-IF.
       H105-END. EXIT.
      *CHECK EVERY PREREQUISITE THE SEQUENCE-DEFINITION FILE LISTS
      *FOR THIS PROGRAM - EACH MUST READ COMPLETE ON RUN-CONTROL
      *FOR THIS BUSINESS DATE BEFORE THE RUN MAY START.  AN ABSENT
      *FILE DEFINES NO CHAIN, AND THE RUN-PARM OVERRIDE FLAG LETS
      *OPS RUN A STEP OUT OF ORDER DELIBERATELY.
       H106-CHECK-PREREQS.
           OPEN INPUT SEQ-DEF.
           IF SDF-NOTFOUND
              CONTINUE
           ELSE
              IF (SDF-ST NOT = 0) AND (SDF-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN SEQDEF: ' SDF-ST
                 MOVE SDF-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ SEQ-DEF
              PERFORM H107-CHECK-ONE-PREREQ UNTIL SDF-EOF
              CLOSE SEQ-DEF
           END-IF.
       H106-END. EXIT.
      *CHECK ONE SEQUENCE ROW - ONLY ROWS NAMING THIS PROGRAM
      *APPLY, AND A MISSING PREREQUISITE SAYS WHICH ONE IT IS
       H107-CHECK-ONE-PREREQ.
           IF SD-PROGRAM = 'COBHW23'
              MOVE SD-PREREQ   TO RC-PROGRAM
              MOVE WS-BUS-DATE TO RC-DATE
              READ RUN-CONTROL
                 INVALID KEY MOVE 'N' TO WS-PRQ-FOUND-SW
                 NOT INVALID KEY MOVE 'Y' TO WS-PRQ-FOUND-SW
              END-READ
              IF (NOT WS-PRQ-FOUND)
                 OR (RC-RUN-STATUS NOT = 'COMPLETE')
                 IF WS-OVERRIDDEN
                    DISPLAY 'PREREQ OVERRIDDEN: ' SD-PREREQ
                            ' ' WS-BUS-DATE
                 ELSE
                    DISPLAY 'PREREQ NOT COMPLETE: ' SD-PREREQ
                            ' ' WS-BUS-DATE
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
           READ SEQ-DEF.
       H107-END. EXIT.
      *READ THE NEXT STANDING ORDER - EOF OUTRIGHT WHEN THE MASTER
      *DOES NOT EXIST YET
       H150-READ-ORDER.
           IF WS-SOM-ABSENT
              MOVE 10 TO SOM-ST
           ELSE
              READ SO-MASTER
           END-IF.
       H150-END. EXIT.
      *DECIDE WHAT TO DO WITH ONE ORDER - GENERATE IT, SKIP IT, OR
      *LEAVE IT ALONE BECAUSE IT IS NOT DUE
       H200-TAKE-ORDER.
           MOVE 'N' TO WS-REGEN-SW.
      *    STORD-OUT is rebuilt from empty on every run, so an order
      *    an earlier run of the same day already moved on - a
      *    forced rerun, or the rerun of a run that abended part
      *    way - goes back into the batch from its SO-LAST-DUE.
           IF SO-LAST-GEN = WS-BUS-DATE
              MOVE 'Y' TO WS-REGEN-SW
           END-IF.
           EVALUATE TRUE
              WHEN WS-REGEN
                 MOVE SO-LAST-DUE TO WS-DUE-DATE
                 MOVE 'RERUN'     TO WS-REASON
                 PERFORM H230-GENERATE-ORDER
              WHEN SO-ENDED
                 CONTINUE
              WHEN SO-NEXT-DUE > WS-BUS-DATE
                 CONTINUE
              WHEN SO-NEXT-DUE > SO-END-DATE
      *          Reported the once and marked ended, so the page
      *          does not carry it every day until it is cancelled.
                 MOVE SO-NEXT-DUE     TO WS-DUE-DATE
                 MOVE 'PAST END DATE' TO WS-REASON
                 PERFORM H220-SKIP-ORDER
                 MOVE 'E' TO SO-STATUS
                 PERFORM H240-REWRITE-ORDER
              WHEN OTHER
                 MOVE SO-NEXT-DUE TO WS-DUE-DATE
                 PERFORM H210-CHECK-FROM-ACCOUNT
                 IF WS-REASON = SPACES
                    IF SO-NEXT-DUE < WS-BUS-DATE
                       MOVE 'CATCH-UP' TO WS-REASON
                    END-IF
                    PERFORM H230-GENERATE-ORDER
                    MOVE WS-BUS-DATE TO SO-LAST-GEN
                    MOVE SO-NEXT-DUE TO SO-LAST-DUE
                    PERFORM H260-ADVANCE-DUE-DATE
                    PERFORM H240-REWRITE-ORDER
                 ELSE
                    PERFORM H220-SKIP-ORDER
                 END-IF
           END-EVALUATE.
           PERFORM H150-READ-ORDER.
       H200-END. EXIT.
      *LOOK UP THE ORDER'S FROM-ACCOUNT - WS-REASON COMES BACK
      *BLANK WHEN THE ACCOUNT IS THERE AND OPEN
       H210-CHECK-FROM-ACCOUNT.
           MOVE SPACES TO WS-REASON.
           MOVE SO-FROM-ID  TO ACCT-ID.
           MOVE SO-FROM-CUR TO ACCT-CUR.
           READ ACCT-REC
              INVALID KEY
                 MOVE 'NO ACCOUNT' TO WS-REASON
           END-READ.
           IF WS-REASON = SPACES
              IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ6 FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              EVALUATE TRUE
                 WHEN ACCT-ST-SUSPENDED
                    MOVE 'ACCT SUSPENDED' TO WS-REASON
                 WHEN ACCT-ST-CLOSED
                    MOVE 'ACCT CLOSED'    TO WS-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H210-END. EXIT.
      *REPORT AN ORDER THAT IS DUE BUT NOT GENERATED
       H220-SKIP-ORDER.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE 'SKIPPED' TO WS-ACTION.
           PERFORM H280-WRITE-DETAIL.
       H220-END. EXIT.
      *WRITE THE ORDER AS A TRANSFER INTO THE OPEN BATCH, AND
      *REPORT IT - A BATCH THAT ALREADY HOLDS 1000 TRANSFERS IS
      *CLOSED FIRST, AND A HEADER IS CUT AHEAD OF THE FIRST
      *TRANSFER OF EVERY BATCH
       H230-GENERATE-ORDER.
           IF WS-HDR-WRITTEN AND (WS-BCH-COUNT NOT < 1000)
              PERFORM H250-CLOSE-BATCH
           END-IF.
           IF NOT WS-HDR-WRITTEN
              PERFORM H235-WRITE-HEADER
           END-IF.
           MOVE SPACES TO POST-FIELDS.
           MOVE 'T'         TO PST-TRANCD.
           MOVE SO-FROM-ID  TO PST-ID.
           MOVE SO-FROM-CUR TO PST-CUR.
           MOVE SO-AMOUNT   TO PST-AMOUNT-N.
           MOVE SO-TO-ID    TO PST-TO-ID.
           MOVE SO-TO-CUR   TO PST-TO-CUR.
           WRITE POST-FIELDS.
           ADD 1 TO WS-BCH-COUNT
                    WS-GEN-COUNT.
           ADD SO-AMOUNT TO WS-BCH-DEBIT-TOT
                            WS-BCH-CREDIT-TOT
                            WS-GEN-DEBIT-TOT
                            WS-GEN-CREDIT-TOT.
           MOVE 'GENERATED' TO WS-ACTION.
           PERFORM H280-WRITE-DETAIL.
       H230-END. EXIT.
      *CUT THE NEXT BATCH HEADER - THE BATCH NUMBER IS THE
      *BUSINESS DATE'S YYDDD AND THE BATCH SEQUENCE, SO THE
      *POSTING-CONTROL DATASET STILL REFUSES A SECOND APPLY OF ANY
      *OF THE DAY'S BATCHES.  A DAY THAT NEEDS MORE THAN 9
      *BATCHES STOPS BEFORE THE 10TH IS CUT - EVERY BATCH WRITTEN
      *SO FAR IS CLOSED, THE ORDER IN HAND IS NOT MOVED ON, AND
      *THE RUN-CONTROL ENTRY IS LEFT STARTED.
       H235-WRITE-HEADER.
           IF WS-BCH-SEQ NOT < 9
              DISPLAY 'STANDING-ORDER BATCH SEQUENCE EXHAUSTED: '
                      WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-BCH-SEQ.
           MOVE 0 TO WS-BCH-COUNT.
           MOVE 0 TO WS-BCH-DEBIT-TOT.
           MOVE 0 TO WS-BCH-CREDIT-TOT.
           MOVE SPACES TO POST-FIELDS.
           MOVE 'H'         TO HDR-TRANCD.
           MOVE 'STANDORD'  TO HDR-SOURCE.
           MOVE WS-BUS-DATE TO HDR-DATE.
           COMPUTE HDR-BATCH-NO =
                   FUNCTION MOD(FUNCTION DAY-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(WS-BUS-DATE))
                                100000) * 10 + WS-BCH-SEQ.
           WRITE POST-FIELDS.
           MOVE 'Y' TO WS-HDR-SW.
       H235-END. EXIT.
      *PUT THE ORDER BACK WITH ITS NEW DATES OR STATUS
       H240-REWRITE-ORDER.
           REWRITE SO-FIELDS.
           IF (SOM-ST NOT = 0) AND (SOM-ST NOT = 97)
              DISPLAY 'UNABLE TO REWRITE7 FILE: ' SOM-ST
              MOVE SOM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H240-END. EXIT.
      *CLOSE THE OPEN BATCH WITH ITS COMPUTED TRAILER - ONLY WHEN
      *A HEADER WAS CUT AT ALL
       H250-CLOSE-BATCH.
           IF WS-HDR-WRITTEN
              MOVE SPACES TO POST-FIELDS
              MOVE 'Z'               TO BTR-TRANCD
              MOVE WS-BCH-COUNT      TO BTR-REC-COUNT
              MOVE WS-BCH-DEBIT-TOT  TO BTR-DEBIT-TOT
              MOVE WS-BCH-CREDIT-TOT TO BTR-CREDIT-TOT
              WRITE POST-FIELDS
              MOVE 'N' TO WS-HDR-SW
           END-IF.
       H250-END. EXIT.
      *MOVE THE ORDER'S NEXT-DUE DATE ON PAST THE BUSINESS DATE,
      *ONE PERIOD AT A TIME - A CATCH-UP ORDER IS PAID ONCE, NOT
      *ONCE FOR EVERY PERIOD IT MISSED
       H260-ADVANCE-DUE-DATE.
           MOVE SO-NEXT-DUE TO WS-ADV-DATE.
           PERFORM H265-ADVANCE-ONE-PERIOD
                   UNTIL WS-ADV-DATE > WS-BUS-DATE.
           MOVE WS-ADV-DATE TO SO-NEXT-DUE.
       H260-END. EXIT.
      *MOVE WS-ADV-DATE ON ONE PERIOD - SEVEN DAYS THROUGH THE
      *INTEGER DATE FORM FOR A WEEKLY ORDER, OR THE NEXT MONTH ON
      *THE ORDER'S OWN DAY (CAPPED AT THE MONTH'S LAST DAY)
       H265-ADVANCE-ONE-PERIOD.
           IF SO-WEEKLY
              COMPUTE WS-INT-WORK =
                      FUNCTION INTEGER-OF-DATE(WS-ADV-DATE) + 7
              COMPUTE WS-ADV-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-INT-WORK)
           ELSE
              IF WS-ADV-MM = 12
                 MOVE 01 TO WS-ADV-MM
                 ADD 1 TO WS-ADV-CCYY
              ELSE
                 ADD 1 TO WS-ADV-MM
              END-IF
              PERFORM H266-SET-ADV-MAX-DAY
              IF SO-DAY > WS-ADV-MAX-DAY
                 MOVE WS-ADV-MAX-DAY TO WS-ADV-DD
              ELSE
                 MOVE SO-DAY TO WS-ADV-DD
              END-IF
           END-IF.
       H265-END. EXIT.
      *SET WS-ADV-MAX-DAY FOR WS-ADV-MM, THE SAME WAY COBHW07'S
      *H116-SET-EFF-MAX-DAY DOES FOR ITS DATE EDITS,
      *EXCEPT THAT FEBRUARY RUNS TO THE 29TH IN A LEAP YEAR
       H266-SET-ADV-MAX-DAY.
           EVALUATE WS-ADV-MM
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-ADV-MAX-DAY
              WHEN 02
                 DIVIDE WS-ADV-CCYY BY 4   GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-ADV-CCYY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-ADV-CCYY BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-400
                 IF (WS-LEAP-REM-4 = 0)
                    AND ((WS-LEAP-REM-100 NOT = 0)
                         OR (WS-LEAP-REM-400 = 0))
                    MOVE 29 TO WS-ADV-MAX-DAY
                 ELSE
                    MOVE 28 TO WS-ADV-MAX-DAY
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-ADV-MAX-DAY
           END-EVALUATE.
       H266-END. EXIT.
      *WRITE ONE ORDER'S LINE TO THE GENERATION REPORT
       H280-WRITE-DETAIL.
           MOVE SPACES TO SO-RPT-REC.
           MOVE SO-FROM-ID  TO DET-FROM-ID.
           MOVE '/'         TO DET-SEP1.
           MOVE SO-FROM-CUR TO DET-FROM-CUR.
           MOVE '-'         TO DET-SEP2.
           MOVE SO-SEQ      TO DET-SEQ.
           MOVE SO-TO-ID    TO DET-TO-ID.
           MOVE '/'         TO DET-SEP3.
           MOVE SO-TO-CUR   TO DET-TO-CUR.
           MOVE SO-AMOUNT   TO DET-AMOUNT.
           MOVE WS-DUE-DATE TO DET-DUE.
           MOVE WS-ACTION   TO DET-ACTION.
           MOVE WS-REASON   TO DET-REASON.
           WRITE SO-RPT-REC.
       H280-END. EXIT.
      *WRITE THE RUN TRAILER - ORDERS GENERATED AND SKIPPED, AND
      *THE TOTAL AMOUNT GENERATED
       H290-WRITE-TRAILER.
           MOVE SPACES TO SO-RPT-REC.
           MOVE 'STANDING ORDERS'  TO TRL-LABEL.
           MOVE WS-GEN-COUNT       TO TRL-GENERATED.
           MOVE WS-SKIP-COUNT      TO TRL-SKIPPED.
           MOVE WS-GEN-DEBIT-TOT   TO TRL-AMOUNT.
           WRITE SO-RPT-REC.
       H290-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE ORDERS GENERATED - ONLY REACHED WHEN THE MASTER RAN TO
      *END OF FILE.
       H310-STAMP-RUN-END.
           MOVE 'COBHW23' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW23 ' WS-BUS-DATE
              NOT INVALID KEY
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 MOVE WS-GEN-COUNT TO RC-REC-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
                 END-REWRITE
           END-READ.
       H310-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer line if SO-REPORT actually got
      *    opened - an early abort out of H100-OPEN-FILES can reach
      *    here before that OPEN ever runs.
           IF WS-SRP-IS-OPEN
              PERFORM H290-WRITE-TRAILER
           END-IF.
           CLOSE ACCT-REC
                 STORD-OUT
                 SO-REPORT
                 RUN-CONTROL.
           IF NOT WS-SOM-ABSENT
              CLOSE SO-MASTER
           END-IF.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
