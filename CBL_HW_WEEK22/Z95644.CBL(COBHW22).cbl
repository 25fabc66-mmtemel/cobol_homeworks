       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW22.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program maintains the standing-order master
      *SO-MASTER, applying add/change/cancel transactions from
      *SO-MAINT and logging the before/after image of every
      *transaction to SO-LOG, the way COBHW04 logs account
      *maintenance to MAINT-LOG.  A standing order is keyed on the
      *account it pays from plus an order sequence number, so one
      *account may carry several orders (rent and a savings sweep,
      *say), and holds the account it pays to, the amount, the
      *frequency - W weekly or M monthly - the next date it falls
      *due and the date it ends.  COBHW23 generates the due orders
      *each business day as transfers for the posting run.
      *An add must name an existing from-account and to-account
      *(never the same one), an amount above zero, a frequency and
      *a next-due date no earlier than the business date; a blank
      *end date means the order runs until cancelled.  A change
      *replaces only the fields it carries - blank fields keep
      *their values - and the result is edited the same way as an
      *add.  A cancel deletes the order.  The day of the month the
      *next-due date falls on is kept on the order, so a monthly
      *order keyed for the 31st pays on the last day of a short
      *month and goes back to the 31st the month after.  SO-MASTER
      *is created on the very first run, the way COBHW04 cuts its
      *archive.
      *The run is governed by the RUN-CONTROL dataset: a business
      *day whose maintenance pass already completed is refused
      *unless the RUN-PARM forced-rerun flag is set, and every
      *prerequisite the SEQ-DEF sequence file lists for this
      *program must read COMPLETE on RUN-CONTROL for the same
      *business date, unless the RUN-PARM override flag says ops
      *is running the step out of order on purpose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-MASTER  ASSIGN TO    STORDMST
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       SO-KEY
                             STATUS       SOM-ST.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT SO-MAINT   ASSIGN TO    SOMAINT
                             STATUS       SMT-ST.
           SELECT SO-LOG     ASSIGN TO    SOLOG
                             STATUS       LOG-ST.
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
      *STANDING-ORDER MASTER (VSAM) - ONE ORDER PER FROM-ACCOUNT
      *AND SEQUENCE NUMBER.  THE LAYOUT MUST MATCH COBHW23'S
      *SO-MASTER BYTE FOR BYTE.
       FD  SO-MASTER.
       01  SO-FIELDS.
           03 SO-KEY.
              05 SO-FROM-ID     PIC 9(05).
              05 SO-FROM-CUR    PIC 9(03).
              05 SO-SEQ         PIC 9(02).
      *    Everything but the key, kept in display form so the
      *    log carries it as readable before/after images.
           03 SO-DATA.
              05 SO-TO-ID       PIC 9(05).
              05 SO-TO-CUR      PIC 9(03).
              05 SO-AMOUNT      PIC 9(09)V99.
              05 SO-FREQ        PIC X(01).
                 88 SO-WEEKLY      VALUE 'W'.
                 88 SO-MONTHLY     VALUE 'M'.
              05 SO-NEXT-DUE    PIC 9(08).
      *       99999999 when the order runs until cancelled.
              05 SO-END-DATE    PIC 9(08).
      *       Day of the month the order was keyed to fall on -
      *       the monthly advance returns to it after a short month.
              05 SO-DAY         PIC 9(02).
      *       Business date the order was last generated on, and
      *       the due date that generation paid, so a forced rerun
      *       of COBHW23 re-emits the day's orders without moving
      *       them on a second time.
              05 SO-LAST-GEN    PIC 9(08).
              05 SO-LAST-DUE    PIC 9(08).
      *       A (or blank) active, E ended - set by COBHW23 once an
      *       order has been reported past its end date.
              05 SO-STATUS      PIC X(01).
                 88 SO-ACTIVE      VALUE 'A' ' '.
                 88 SO-ENDED       VALUE 'E'.
              05 FILLER         PIC X(05).
      *ACCOUNT MASTER (VSAM) - READ ONLY, TO PROVE BOTH ACCOUNTS AN
      *ORDER NAMES EXIST.  THE LAYOUT MUST MATCH COBHW04'S ACCT-REC.
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
      *STANDING-ORDER MAINTENANCE - ONE TRANSACTION PER RECORD.
       FD  SO-MAINT    RECORDING MODE F.
       01  SO-MAINT-FIELDS.
           05 SOM-TRANCD     PIC X(01).
              88 SOM-ADD        VALUE 'A'.
              88 SOM-CHANGE     VALUE 'C'.
              88 SOM-CANCEL     VALUE 'X'.
           05 SOM-FROM-ID    PIC X(05).
           05 SOM-FROM-CUR   PIC X(03).
           05 SOM-SEQ        PIC X(02).
      *    On a change, any field left blank keeps its value.
           05 SOM-TO-ID      PIC X(05).
           05 SOM-TO-CUR     PIC X(03).
           05 SOM-AMOUNT     PIC X(11).
           05 SOM-AMOUNT-N REDEFINES SOM-AMOUNT
                             PIC 9(09)V99.
           05 SOM-FREQ       PIC X(01).
           05 SOM-NEXT-DUE   PIC X(08).
           05 SOM-NEXT-DUE-N REDEFINES SOM-NEXT-DUE
                             PIC 9(08).
           05 SOM-END-DATE   PIC X(08).
           05 SOM-END-DATE-N REDEFINES SOM-END-DATE
                             PIC 9(08).
      *TRANSACTION LOG - BEFORE/AFTER IMAGE OF THE ORDER FOR EVERY
      *TRANSACTION, THE WAY COBHW04'S MAINT-LOG CARRIES EVERY
      *ACCOUNT MAINTENANCE.
       FD  SO-LOG      RECORDING MODE F.
       01  SO-LOG-REC.
           05 LOG-TRANCD        PIC X(01).
           05 LOG-FROM-ID       PIC X(05).
           05 LOG-FROM-CUR      PIC X(03).
           05 LOG-SEQ           PIC X(02).
           05 LOG-BEFORE-IMAGE  PIC X(60).
           05 LOG-AFTER-IMAGE   PIC X(60).
           05 LOG-STATUS        PIC X(10).
           05 LOG-TIMESTAMP     PIC X(21).
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
              88 SOM-SUCCESS  VALUE 00
                                    97.
              88 SOM-NOTFOUND VALUE 35.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 SMT-ST      PIC 9(02).
              88 SMT-EOF      VALUE 10.
              88 SMT-SUCCESS  VALUE 00
                                    97.
           05 LOG-ST      PIC 9(02).
              88 LOG-SUCCESS  VALUE 00
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
           05 INVALID-KEY PIC X(01).
              88 INVL-KEY     VALUE 'Y'.
      *    Switch telling whether the order key passed the numeric
      *    edit, and whether the transaction passed its field edits.
           05 SOM-KEY-SW    PIC X(01).
              88 SOM-KEY-VALID      VALUE 'Y'.
           05 SOM-EDIT-SW   PIC X(01).
              88 SOM-EDIT-VALID     VALUE 'Y'.
      *    Switch telling whether an account looked up on the
      *    account master was found.
           05 WS-ACCT-FOUND-SW PIC X(01).
              88 WS-ACCT-FOUND             VALUE 'Y'.
      *    The order as it will stand once the transaction applies
      *    - built from the transaction on an add, from the stored
      *    order overlaid with the transaction on a change - laid
      *    out exactly as SO-DATA so it moves across whole.
           05 WS-SO-NEW.
              10 WS-NEW-TO-ID     PIC 9(05).
              10 WS-NEW-TO-CUR    PIC 9(03).
              10 WS-NEW-AMOUNT    PIC 9(09)V99.
              10 WS-NEW-FREQ      PIC X(01).
                 88 WS-NEW-WEEKLY    VALUE 'W'.
                 88 WS-NEW-MONTHLY   VALUE 'M'.
              10 WS-NEW-NEXT-DUE  PIC 9(08).
              10 WS-NEW-END-DATE  PIC 9(08).
              10 WS-NEW-DAY       PIC 9(02).
              10 WS-NEW-LAST-GEN  PIC 9(08).
              10 WS-NEW-LAST-DUE  PIC 9(08).
              10 WS-NEW-STATUS    PIC X(01).
              10 FILLER           PIC X(05).
      *    The order key in the master's form, held across the
      *    INITIALIZE SO-FIELDS on an add.
           05 WS-KEY-FROM-ID   PIC 9(05).
           05 WS-KEY-FROM-CUR  PIC 9(03).
           05 WS-KEY-SEQ       PIC 9(02).
      *    Working copies of the before/after images moved to
      *    SO-LOG-REC by H290-WRITE-LOG.
           05 WS-LOG-BEFORE    PIC X(60).
           05 WS-LOG-AFTER     PIC X(60).
           05 WS-LOG-STATUS    PIC X(10).
      *    A date broken into its parts for the range checks, the
      *    same day-for-month edit COBHW07's rate load applies.
           05 WS-DTE-EDIT      PIC 9(08).
           05 WS-DTE-EDIT-R REDEFINES WS-DTE-EDIT.
              10 WS-DTE-CCYY   PIC 9(04).
              10 WS-DTE-MM     PIC 9(02).
              10 WS-DTE-DD     PIC 9(02).
           05 WS-DTE-MAX-DAY   PIC 9(02).
      *    Quotient and remainders for the leap-year test in
      *    H176-SET-DTE-MAX-DAY - February has 29 days when the year
      *    divides by 4, and not by 100 unless also by 400.
           05 WS-LEAP-QUOT     PIC 9(04).
           05 WS-LEAP-REM-4    PIC 9(03).
           05 WS-LEAP-REM-100  PIC 9(03).
           05 WS-LEAP-REM-400  PIC 9(03).
           05 WS-DTE-SW        PIC X(01).
              88 WS-DTE-VALID              VALUE 'Y'.
      *    Business date governing this run, from RUN-PARM or the
      *    run date when RUN-PARM is absent.
           05 WS-BUS-DATE      PIC 9(08).
      *    Switch indicating a forced rerun of a completed day.
           05 WS-FORCE-SW      PIC X(01) VALUE 'N'.
              88 WS-FORCED                VALUE 'Y'.
      *    Switch indicating ops overrode the prerequisite chain.
           05 WS-OVERRIDE-SW   PIC X(01) VALUE 'N'.
              88 WS-OVERRIDDEN            VALUE 'Y'.
      *    Switch indicating whether a prerequisite's RUN-CONTROL
      *    entry was found - kept apart from WS-RC-FOUND-SW, which
      *    the start stamp still needs afterwards.
           05 WS-PRQ-FOUND-SW  PIC X(01).
              88 WS-PRQ-FOUND             VALUE 'Y'.
      *    Switch indicating whether this program/day already has a
      *    RUN-CONTROL entry.
           05 WS-RC-FOUND-SW   PIC X(01).
              88 WS-RC-FOUND              VALUE 'Y'.
      *    Transactions processed, applied and rejected - the first
      *    for the run-control completion stamp, all three for the
      *    sysout tally.
           05 WS-TRAN-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-APPLY-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REJ-COUNT     PIC 9(07) COMP VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOOP
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL SMT-EOF.
           DISPLAY 'APPLIED: ' WS-APPLY-COUNT
                   ' REJECTED: ' WS-REJ-COUNT.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
      *    Check the run-control entry first, before the master is
      *    opened for update - a refused rerun must not re-apply
      *    the SO-MAINT file to a day that already ran.
           PERFORM H105-CHECK-RUN-CONTROL.
      *    The master is created on the very first run ever, when
      *    the dataset does not yet exist - opened OUTPUT once to
      *    cut it, then reopened I-O for the run.
           OPEN I-O SO-MASTER.
           IF SOM-NOTFOUND
              OPEN OUTPUT SO-MASTER
              CLOSE SO-MASTER
              OPEN I-O SO-MASTER
           END-IF.
           IF (SOM-ST NOT = 0) AND (SOM-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' SOM-ST
              MOVE SOM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT SO-MAINT.
           IF (SMT-ST NOT = 0) AND (SMT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' SMT-ST
              MOVE SMT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SO-LOG.
           IF (LOG-ST NOT = 0) AND (LOG-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' LOG-ST
              MOVE LOG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ SO-MAINT.
           IF (SMT-ST NOT = 0) AND (SMT-ST NOT = 97)
              AND (NOT SMT-EOF)
              DISPLAY 'UNABLE TO READ5 FILE: ' SMT-ST
              MOVE SMT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *PICK UP THE BUSINESS DATE AND FLAGS FROM RUN-PARM, REFUSE
      *THE RUN IF THIS DAY ALREADY COMPLETED OR A PREREQUISITE IS
      *MISSING, AND STAMP THE RUN-CONTROL ENTRY AS STARTED.
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
           MOVE 'COBHW22' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'RUN ALREADY COMPLETE: COBHW22 ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-CHECK-PREREQS.
           MOVE 'COBHW22' TO RC-PROGRAM.
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
           IF SD-PROGRAM = 'COBHW22'
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
      *PROGRAM LOGIC - APPLY ONE STANDING-ORDER TRANSACTION
       H200-PROCESS.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-LOG-BEFORE
                          WS-LOG-AFTER.
           PERFORM H150-EDIT-SOM-KEY.
           IF SOM-KEY-VALID
              MOVE SOM-FROM-ID  TO WS-KEY-FROM-ID
              MOVE SOM-FROM-CUR TO WS-KEY-FROM-CUR
              MOVE SOM-SEQ      TO WS-KEY-SEQ
              MOVE WS-KEY-FROM-ID  TO SO-FROM-ID
              MOVE WS-KEY-FROM-CUR TO SO-FROM-CUR
              MOVE WS-KEY-SEQ      TO SO-SEQ
              EVALUATE TRUE
                 WHEN SOM-ADD
                    PERFORM H210-ADD-ORDER
                 WHEN SOM-CHANGE
                    PERFORM H220-CHANGE-ORDER
                 WHEN SOM-CANCEL
                    PERFORM H230-CANCEL-ORDER
                 WHEN OTHER
                    MOVE 'BAD-TRANCD' TO WS-LOG-STATUS
              END-EVALUATE
           ELSE
              MOVE 'BAD-KEY' TO WS-LOG-STATUS
           END-IF.
           IF (WS-LOG-STATUS = 'ADDED') OR (WS-LOG-STATUS = 'CHANGED')
              OR (WS-LOG-STATUS = 'CANCELLED')
              ADD 1 TO WS-APPLY-COUNT
           ELSE
              ADD 1 TO WS-REJ-COUNT
           END-IF.
           PERFORM H290-WRITE-LOG.
           READ SO-MAINT.
       H200-END. EXIT.
      *VALIDATE THE ORDER KEY IS NUMERIC BEFORE IT IS MOVED TO THE
      *MASTER'S NUMERIC KEY FIELDS
       H150-EDIT-SOM-KEY.
           MOVE 'Y' TO SOM-KEY-SW
           IF SOM-FROM-ID NOT NUMERIC
              MOVE 'N' TO SOM-KEY-SW
           END-IF.
           IF SOM-FROM-CUR NOT NUMERIC
              MOVE 'N' TO SOM-KEY-SW
           END-IF.
           IF SOM-SEQ NOT NUMERIC
              MOVE 'N' TO SOM-KEY-SW
           END-IF.
       H150-END. EXIT.
      *LAY EVERY FIELD THE TRANSACTION CARRIES OVER WS-SO-NEW - A
      *BLANK FIELD LEAVES WHAT IS ALREADY THERE, A NON-BLANK ONE
      *THAT IS NOT NUMERIC WHERE IT MUST BE REJECTS THE TRANSACTION
       H160-OVERLAY-FIELDS.
           IF SOM-EDIT-VALID AND (SOM-TO-ID NOT = SPACES)
              IF (SOM-TO-ID NOT NUMERIC)
                 OR (SOM-TO-CUR NOT NUMERIC)
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-TO-KEY' TO WS-LOG-STATUS
              ELSE
                 MOVE SOM-TO-ID  TO WS-NEW-TO-ID
                 MOVE SOM-TO-CUR TO WS-NEW-TO-CUR
              END-IF
           END-IF.
           IF SOM-EDIT-VALID AND (SOM-AMOUNT NOT = SPACES)
              IF SOM-AMOUNT-N NOT NUMERIC
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-AMOUNT' TO WS-LOG-STATUS
              ELSE
                 MOVE SOM-AMOUNT-N TO WS-NEW-AMOUNT
              END-IF
           END-IF.
           IF SOM-EDIT-VALID AND (SOM-FREQ NOT = SPACES)
              MOVE SOM-FREQ TO WS-NEW-FREQ
           END-IF.
      *    A new next-due date also re-anchors the day of the month
      *    the order falls on, and must not lie in the past.
           IF SOM-EDIT-VALID AND (SOM-NEXT-DUE NOT = SPACES)
              MOVE 'N' TO WS-DTE-SW
              IF SOM-NEXT-DUE-N NUMERIC
                 MOVE SOM-NEXT-DUE-N TO WS-DTE-EDIT
                 PERFORM H175-EDIT-DATE
              END-IF
              IF (NOT WS-DTE-VALID)
                 OR (SOM-NEXT-DUE-N < WS-BUS-DATE)
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-DATE' TO WS-LOG-STATUS
              ELSE
                 MOVE SOM-NEXT-DUE-N TO WS-NEW-NEXT-DUE
                 MOVE WS-DTE-DD      TO WS-NEW-DAY
              END-IF
           END-IF.
      *    99999999 is taken as keyed, so a change can lift an end
      *    date the order no longer needs.
           IF SOM-EDIT-VALID AND (SOM-END-DATE NOT = SPACES)
              MOVE 'N' TO WS-DTE-SW
              IF SOM-END-DATE-N NUMERIC
                 IF SOM-END-DATE-N = 99999999
                    MOVE 'Y' TO WS-DTE-SW
                 ELSE
                    MOVE SOM-END-DATE-N TO WS-DTE-EDIT
                    PERFORM H175-EDIT-DATE
                 END-IF
              END-IF
              IF NOT WS-DTE-VALID
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-END' TO WS-LOG-STATUS
              ELSE
                 MOVE SOM-END-DATE-N TO WS-NEW-END-DATE
              END-IF
           END-IF.
       H160-END. EXIT.
      *EDIT THE ORDER AS IT WILL STAND - EVERY FIELD MUST HOLD UP
      *WHETHER IT CAME FROM THIS TRANSACTION OR WAS ALREADY THERE
       H170-EDIT-NEW-ORDER.
           EVALUATE TRUE
              WHEN WS-NEW-AMOUNT = 0
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-AMOUNT' TO WS-LOG-STATUS
              WHEN (NOT WS-NEW-WEEKLY) AND (NOT WS-NEW-MONTHLY)
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-FREQ' TO WS-LOG-STATUS
              WHEN WS-NEW-NEXT-DUE = 0
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-DATE' TO WS-LOG-STATUS
              WHEN WS-NEW-END-DATE < WS-NEW-NEXT-DUE
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-END' TO WS-LOG-STATUS
              WHEN (WS-NEW-TO-ID = WS-KEY-FROM-ID)
                 AND (WS-NEW-TO-CUR = WS-KEY-FROM-CUR)
                 MOVE 'N' TO SOM-EDIT-SW
                 MOVE 'BAD-TO-KEY' TO WS-LOG-STATUS
              WHEN OTHER
                 MOVE WS-NEW-TO-ID  TO ACCT-ID
                 MOVE WS-NEW-TO-CUR TO ACCT-CUR
                 PERFORM H180-FIND-ACCOUNT
                 IF NOT WS-ACCT-FOUND
                    MOVE 'N' TO SOM-EDIT-SW
                    MOVE 'NF-TO-ACCT' TO WS-LOG-STATUS
                 END-IF
           END-EVALUATE.
       H170-END. EXIT.
      *EDIT THE DATE ALREADY MOVED TO WS-DTE-EDIT - MONTH IN
      *RANGE, DAY IN RANGE FOR THE MONTH
       H175-EDIT-DATE.
           MOVE 'N' TO WS-DTE-SW
           IF (WS-DTE-MM > 00) AND (WS-DTE-MM < 13)
              PERFORM H176-SET-DTE-MAX-DAY
              IF (WS-DTE-DD > 00)
                 AND (WS-DTE-DD NOT > WS-DTE-MAX-DAY)
                 MOVE 'Y' TO WS-DTE-SW
              END-IF
           END-IF.
       H175-END. EXIT.
      *SET WS-DTE-MAX-DAY FOR WS-DTE-MM, THE SAME WAY COBHW07'S
      *H116-SET-EFF-MAX-DAY DOES FOR ITS DATE EDITS,
      *EXCEPT THAT FEBRUARY RUNS TO THE 29TH IN A LEAP YEAR
       H176-SET-DTE-MAX-DAY.
           EVALUATE WS-DTE-MM
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-DTE-MAX-DAY
              WHEN 02
                 DIVIDE WS-DTE-CCYY BY 4   GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-DTE-CCYY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-DTE-CCYY BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-400
                 IF (WS-LEAP-REM-4 = 0)
                    AND ((WS-LEAP-REM-100 NOT = 0)
                         OR (WS-LEAP-REM-400 = 0))
                    MOVE 29 TO WS-DTE-MAX-DAY
                 ELSE
                    MOVE 28 TO WS-DTE-MAX-DAY
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-DTE-MAX-DAY
           END-EVALUATE.
       H176-END. EXIT.
      *LOOK UP THE ACCOUNT ALREADY MOVED TO ACCT-KEY ON THE MASTER
       H180-FIND-ACCOUNT.
           READ ACCT-REC
              INVALID KEY MOVE 'N' TO WS-ACCT-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ.
           IF WS-ACCT-FOUND
              IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ6 FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H180-END. EXIT.
      *ADD A NEW STANDING ORDER - THE FROM-ACCOUNT MUST EXIST AND
      *EVERY FIELD MUST BE KEYED, BAR THE END DATE
       H210-ADD-ORDER.
           MOVE 'Y' TO SOM-EDIT-SW.
           INITIALIZE WS-SO-NEW.
           MOVE 99999999 TO WS-NEW-END-DATE.
           MOVE 'A'      TO WS-NEW-STATUS.
           MOVE WS-KEY-FROM-ID  TO ACCT-ID.
           MOVE WS-KEY-FROM-CUR TO ACCT-CUR.
           PERFORM H180-FIND-ACCOUNT.
           IF NOT WS-ACCT-FOUND
              MOVE 'N' TO SOM-EDIT-SW
              MOVE 'NF-FROM' TO WS-LOG-STATUS
           END-IF.
           IF SOM-EDIT-VALID AND (SOM-TO-ID = SPACES)
              MOVE 'N' TO SOM-EDIT-SW
              MOVE 'BAD-TO-KEY' TO WS-LOG-STATUS
           END-IF.
           PERFORM H160-OVERLAY-FIELDS.
           IF SOM-EDIT-VALID
              PERFORM H170-EDIT-NEW-ORDER
           END-IF.
           IF SOM-EDIT-VALID
              INITIALIZE SO-FIELDS
              MOVE WS-KEY-FROM-ID  TO SO-FROM-ID
              MOVE WS-KEY-FROM-CUR TO SO-FROM-CUR
              MOVE WS-KEY-SEQ      TO SO-SEQ
              MOVE WS-SO-NEW       TO SO-DATA
              MOVE SO-DATA         TO WS-LOG-AFTER
              WRITE SO-FIELDS
                 INVALID KEY
                    MOVE 'DUP-REJECT' TO WS-LOG-STATUS
                 NOT INVALID KEY
                    MOVE 'ADDED' TO WS-LOG-STATUS
              END-WRITE
           END-IF.
       H210-END. EXIT.
      *CHANGE AN EXISTING STANDING ORDER - ONLY THE FIELDS THE
      *TRANSACTION CARRIES ARE REPLACED
       H220-CHANGE-ORDER.
           READ SO-MASTER
              INVALID KEY MOVE 'Y' TO INVALID-KEY
              NOT INVALID KEY MOVE 'N' TO INVALID-KEY
           END-READ.
           IF NOT INVL-KEY
              IF (SOM-ST NOT = 0) AND (SOM-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ7 FILE: ' SOM-ST
                 MOVE SOM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF INVL-KEY
              MOVE 'NF-REJECT' TO WS-LOG-STATUS
           ELSE
              MOVE SO-DATA TO WS-LOG-BEFORE
              MOVE SO-DATA TO WS-SO-NEW
              MOVE 'Y' TO SOM-EDIT-SW
              PERFORM H160-OVERLAY-FIELDS
              IF SOM-EDIT-VALID
                 PERFORM H170-EDIT-NEW-ORDER
              END-IF
              IF SOM-EDIT-VALID
      *          An ended order whose dates the change has put
      *          right again goes back to generating.
                 MOVE 'A' TO WS-NEW-STATUS
                 MOVE WS-SO-NEW TO SO-DATA
                 MOVE SO-DATA   TO WS-LOG-AFTER
                 REWRITE SO-FIELDS
                    INVALID KEY
                       MOVE 'RW-REJECT' TO WS-LOG-STATUS
                    NOT INVALID KEY
                       MOVE 'CHANGED' TO WS-LOG-STATUS
                 END-REWRITE
              END-IF
           END-IF.
       H220-END. EXIT.
      *CANCEL A STANDING ORDER - THE ORDER IS DELETED, ITS LAST
      *IMAGE KEPT ON THE LOG
       H230-CANCEL-ORDER.
           READ SO-MASTER
              INVALID KEY MOVE 'Y' TO INVALID-KEY
              NOT INVALID KEY MOVE 'N' TO INVALID-KEY
           END-READ.
           IF NOT INVL-KEY
              IF (SOM-ST NOT = 0) AND (SOM-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ7 FILE: ' SOM-ST
                 MOVE SOM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF INVL-KEY
              MOVE 'NF-REJECT' TO WS-LOG-STATUS
           ELSE
              MOVE SO-DATA TO WS-LOG-BEFORE
              DELETE SO-MASTER
                 INVALID KEY
                    MOVE 'DL-REJECT' TO WS-LOG-STATUS
                 NOT INVALID KEY
                    MOVE 'CANCELLED' TO WS-LOG-STATUS
              END-DELETE
           END-IF.
       H230-END. EXIT.
      *WRITE THE TRANSACTION'S BEFORE/AFTER IMAGES TO SO-LOG
       H290-WRITE-LOG.
           INITIALIZE SO-LOG-REC
           MOVE SOM-TRANCD        TO LOG-TRANCD
           MOVE SOM-FROM-ID       TO LOG-FROM-ID
           MOVE SOM-FROM-CUR      TO LOG-FROM-CUR
           MOVE SOM-SEQ           TO LOG-SEQ
           MOVE WS-LOG-BEFORE     TO LOG-BEFORE-IMAGE
           MOVE WS-LOG-AFTER      TO LOG-AFTER-IMAGE
           MOVE WS-LOG-STATUS     TO LOG-STATUS
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           WRITE SO-LOG-REC.
       H290-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
           CLOSE SO-MASTER
                 ACCT-REC
                 SO-MAINT
                 SO-LOG
                 RUN-CONTROL.
       H300-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE TRANSACTIONS PROCESSED - ONLY REACHED WHEN THE MAIN
      *LOOP RAN TO END OF FILE.
       H310-STAMP-RUN-END.
           MOVE 'COBHW22' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW22 ' WS-BUS-DATE
              NOT INVALID KEY
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 MOVE WS-TRAN-COUNT TO RC-REC-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
                 END-REWRITE
           END-READ.
       H310-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
