       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW28.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program keeps the pending-maintenance queue that
      *stands between the operators and COBHW04, so no account is
      *added, renamed, deleted, reinstated, suspended or
      *reactivated on one operator's word.  Every maintenance
      *transaction an operator keys lands on MAINT-ENTRY in
      *COBHW04's MAINT-FIELDS form carrying the entering
      *operator's ID as its maker, and is queued on the keyed
      *PEND-MAINT dataset as PENDING under the business date and
      *an entry number; an entry with no maker is refused.  A
      *second operator then approves or rejects each queued item
      *on MAINT-APPROVE by its queue key - a checker who is the
      *item's own maker is refused, as is a decision on an item
      *that is no longer pending.  Every approved item is released
      *to MAINT-REC for that night's COBHW04 run with both the
      *maker and the checker on it, and marked RELEASED.  A
      *pending item older than the QUEUE-PARM age in days - five
      *when the file is absent - expires instead and is never
      *applied; the maker has to key it again.  QUEUE-REPORT lists
      *every entry queued, every decision taken or refused, every
      *release and expiry, and every item still waiting for a
      *checker with the queue key a checker quotes back, with a
      *trailer counting each.
      *The run is governed by the RUN-CONTROL dataset the same way
      *COBHW08's is: a business day whose queue pass already
      *completed is refused unless the RUN-PARM forced-rerun flag
      *is set, and every prerequisite the SEQ-DEF sequence file
      *lists for this program must read COMPLETE on RUN-CONTROL
      *for the same business date.  A forced rerun lands on the
      *day's own queue entries rather than queueing them twice,
      *and releases the day's approved items to MAINT-REC again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-ENTRY ASSIGN TO   MAINTENT
                             STATUS       ENT-ST.
           SELECT MAINT-APPROVE ASSIGN TO MAINTAPV
                             STATUS       APV-ST.
           SELECT QUEUE-PARM ASSIGN TO    QUEPARM
                             STATUS       QPM-ST.
      *    Pending-maintenance queue, keyed on the business date an
      *    item was entered plus its entry number.  ACCESS DYNAMIC:
      *    entries and decisions go by key, the release and expiry
      *    sweep reads the whole queue forward.
           SELECT PEND-MAINT ASSIGN TO    PENDMNT
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       PND-KEY
                             STATUS       PND-ST.
           SELECT MAINT-REC  ASSIGN TO    MAINTREC
                             STATUS       MNT-ST.
           SELECT QUEUE-REPORT ASSIGN TO  QUERPT
                             STATUS       QRP-ST.
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
      *MAINTENANCE KEYED BY THE OPERATORS - THE LAYOUT MUST MATCH
      *COBHW04'S MAINT-FIELDS BYTE FOR BYTE.  THE CHECKER IS NOT
      *TAKEN FROM HERE; ONLY MAINT-APPROVE SETS IT.  AN ABSENT
      *FILE MEANS NOTHING WAS KEYED TODAY.
       FD  MAINT-ENTRY RECORDING MODE F.
       01  MAINT-ENTRY-REC.
           05 ENT-MAINT.
              10 ENT-TRANCD     PIC X(01).
              10 ENT-ID         PIC X(05).
              10 ENT-CUR        PIC X(03).
              10 ENT-NAME       PIC X(15).
              10 ENT-SURNAME    PIC X(15).
           05 ENT-MAKER         PIC X(08).
           05 ENT-CHECKER       PIC X(08).
      *CHECKER DECISIONS - ONE PER QUEUED ITEM, NAMING IT BY ITS
      *QUEUE KEY AS QUEUE-REPORT PRINTED IT.  AN ABSENT FILE MEANS
      *NO DECISIONS TODAY.
       FD  MAINT-APPROVE RECORDING MODE F.
       01  MAINT-APPROVE-REC.
           05 APV-DATE          PIC X(08).
           05 APV-DATE-N REDEFINES APV-DATE
                                PIC 9(08).
           05 APV-SEQ           PIC X(05).
           05 APV-SEQ-N REDEFINES APV-SEQ
                                PIC 9(05).
      *    A to approve the item, J to reject it.
           05 APV-ACTION        PIC X(01).
              88 APV-APPROVE           VALUE 'A'.
              88 APV-REJECT            VALUE 'J'.
           05 APV-CHECKER       PIC X(08).
      *QUEUE AGING - DAYS A PENDING ITEM MAY WAIT FOR A CHECKER
      *BEFORE IT EXPIRES.  ABSENT, OR NOT NUMERIC, MEANS FIVE.
       FD  QUEUE-PARM  RECORDING MODE F.
       01  QUEUE-PARM-REC.
           05 QP-EXPIRE-DAYS    PIC X(03).
           05 QP-EXPIRE-DAYS-N REDEFINES QP-EXPIRE-DAYS
                                PIC 9(03).
      *PENDING-MAINTENANCE QUEUE (VSAM) - ONE ROW PER ITEM EVER
      *QUEUED.  AN ITEM MOVES FROM PENDING TO APPROVED AND THEN
      *RELEASED, OR TO REJECTED OR EXPIRED, AND STAYS ON THE QUEUE
      *AS THE RECORD OF WHO KEYED IT AND WHO DECIDED IT.
       FD  PEND-MAINT.
       01  PEND-MAINT-REC.
           03 PND-KEY.
              05 PND-DATE       PIC 9(08).
              05 PND-SEQ        PIC 9(05).
           03 PND-STATUS        PIC X(08).
              88 PND-PENDING           VALUE 'PENDING'.
              88 PND-APPROVED          VALUE 'APPROVED'.
              88 PND-REJECTED          VALUE 'REJECTED'.
              88 PND-EXPIRED           VALUE 'EXPIRED'.
              88 PND-RELEASED          VALUE 'RELEASED'.
           03 PND-MAINT.
              05 PND-TRANCD     PIC X(01).
              05 PND-ID         PIC X(05).
              05 PND-CUR        PIC X(03).
              05 PND-NAME       PIC X(15).
              05 PND-SURNAME    PIC X(15).
           03 PND-MAKER         PIC X(08).
           03 PND-CHECKER       PIC X(08).
      *    Business date of the item's last move - the decision,
      *    release or expiry.
           03 PND-ACT-DATE      PIC 9(08).
           03 PND-TIMESTAMP     PIC X(21).
      *APPROVED MAINTENANCE RELEASED FOR TONIGHT'S COBHW04 RUN -
      *THE LAYOUT MUST MATCH COBHW04'S MAINT-FIELDS BYTE FOR BYTE.
       FD  MAINT-REC   RECORDING MODE F.
       01  MAINT-FIELDS.
           05 MAINT-TRANCD      PIC X(01).
           05 MAINT-ID          PIC X(05).
           05 MAINT-CUR         PIC X(03).
           05 MAINT-NAME        PIC X(15).
           05 MAINT-SURNAME     PIC X(15).
           05 MAINT-MAKER       PIC X(08).
           05 MAINT-CHECKER     PIC X(08).
      *QUEUE REPORT - ONE LAYOUT PER LINE TYPE, ALL LAID OVER THE
      *SAME 80-BYTE PRINT RECORD.
       FD  QUEUE-REPORT RECORDING MODE F.
       01  QRP-REC            PIC X(80).
      *ONE QUEUE ITEM AND WHAT BECAME OF IT TONIGHT.
       01  QRP-ITEM-REC REDEFINES QRP-REC.
           05 QIT-DATE        PIC X(08).
           05 QIT-DASH        PIC X(01).
           05 QIT-SEQ         PIC X(05).
           05 FILLER          PIC X(01).
           05 QIT-TRANCD      PIC X(01).
           05 FILLER          PIC X(01).
           05 QIT-ID          PIC X(05).
           05 QIT-SEP         PIC X(01).
           05 QIT-CUR         PIC X(03).
           05 FILLER          PIC X(01).
           05 QIT-NAME        PIC X(15).
           05 FILLER          PIC X(01).
           05 QIT-MAKER       PIC X(08).
           05 FILLER          PIC X(01).
           05 QIT-CHECKER     PIC X(08).
           05 FILLER          PIC X(01).
           05 QIT-RESULT      PIC X(12).
           05 FILLER          PIC X(07).
      *RUN TRAILER - ITEMS QUEUED, APPROVED, REJECTED OR REFUSED,
      *RELEASED, EXPIRED AND STILL PENDING.
       01  QRP-TRL-REC REDEFINES QRP-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-QUEUED      PIC Z(06)9.
           05 TRL-APPROVED    PIC Z(06)9.
           05 TRL-REJECTED    PIC Z(06)9.
           05 TRL-RELEASED    PIC Z(06)9.
           05 TRL-EXPIRED     PIC Z(06)9.
           05 TRL-PENDING     PIC Z(06)9.
           05 FILLER          PIC X(18).
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
           05 ENT-ST      PIC 9(02).
              88 ENT-EOF      VALUE 10.
              88 ENT-SUCCESS  VALUE 00
                                    97.
              88 ENT-NOTFOUND VALUE 35.
           05 APV-ST      PIC 9(02).
              88 APV-EOF      VALUE 10.
              88 APV-SUCCESS  VALUE 00
                                    97.
              88 APV-NOTFOUND VALUE 35.
           05 QPM-ST      PIC 9(02).
              88 QPM-SUCCESS  VALUE 00
                                    97.
              88 QPM-NOTFOUND VALUE 35.
           05 PND-ST      PIC 9(02).
              88 PND-EOF      VALUE 10.
              88 PND-SUCCESS  VALUE 00
                                    97.
              88 PND-NOTFOUND VALUE 35.
           05 MNT-ST      PIC 9(02).
              88 MNT-SUCCESS  VALUE 00
                                    97.
           05 QRP-ST      PIC 9(02).
              88 QRP-SUCCESS  VALUE 00
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
      *    A RUN-PARM business date broken into its parts for
      *    the range checks before INTEGER-OF-DATE.
           05 WS-BUS-EDIT      PIC 9(08).
           05 WS-BUS-EDIT-R REDEFINES WS-BUS-EDIT.
              10 WS-BUS-CCYY   PIC 9(04).
              10 WS-BUS-MM     PIC 9(02).
              10 WS-BUS-DD     PIC 9(02).
           05 WS-BUS-MAX-DAY   PIC 9(02).
      *    Quotient and remainders for the leap-year test in
      *    H116-SET-BUS-MAX-DAY - February has 29 days when the year
      *    divides by 4, and not by 100 unless also by 400.
           05 WS-LEAP-QUOT     PIC 9(04).
           05 WS-LEAP-REM-4    PIC 9(03).
           05 WS-LEAP-REM-100  PIC 9(03).
           05 WS-LEAP-REM-400  PIC 9(03).
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
      *    Switches set when an optional input is absent, so its
      *    read returns end of file and its close is skipped.
           05 WS-ENT-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-ENT-ABSENT             VALUE 'Y'.
           05 WS-APV-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-APV-ABSENT             VALUE 'Y'.
      *    Set once QUEUE-REPORT actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.
           05 WS-QRP-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-QRP-IS-OPEN            VALUE 'Y'.
      *    Switch telling the sweep it has read past the last item.
           05 WS-PND-DONE-SW   PIC X(01) VALUE 'N'.
              88 WS-PND-DONE               VALUE 'Y'.
      *    Days a pending item may wait, from QUEUE-PARM.
           05 WS-EXPIRE-DAYS   PIC 9(03) VALUE 5.
      *    Integer forms of the business date and an item's entry
      *    date, and the item's age in days.
           05 WS-INT-BUS       PIC 9(07).
           05 WS-INT-ENTRY     PIC 9(07).
           05 WS-ITEM-AGE      PIC S9(07).
      *    Entry number within today's queue entries.
           05 WS-ENT-SEQ       PIC 9(05) VALUE 0.
      *    What became of the item being reported.
           05 WS-RESULT        PIC X(12).
      *    Run totals for the trailer and the completion stamp.
           05 WS-QUEUED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-APPROVED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-REJECTED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-RELEASED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-EXPIRED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-PENDING-COUNT  PIC 9(07) COMP VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOOP - QUEUE TODAY'S ENTRIES, TAKE THE CHECKERS'
      *DECISIONS, THEN RELEASE AND EXPIRE ACROSS THE WHOLE QUEUE
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-QUEUE-ENTRY UNTIL ENT-EOF.
           PERFORM H220-TAKE-DECISION UNTIL APV-EOF.
           PERFORM H240-START-SWEEP.
           PERFORM H250-SWEEP-ONE-ITEM UNTIL WS-PND-DONE.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H115-READ-QUEUE-PARM.
           OPEN INPUT MAINT-ENTRY.
           IF ENT-NOTFOUND
              MOVE 'Y' TO WS-ENT-ABSENT-SW
           ELSE
              IF (ENT-ST NOT = 0) AND (ENT-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN1 FILE: ' ENT-ST
                 MOVE ENT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT MAINT-APPROVE.
           IF APV-NOTFOUND
              MOVE 'Y' TO WS-APV-ABSENT-SW
           ELSE
              IF (APV-ST NOT = 0) AND (APV-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN2 FILE: ' APV-ST
                 MOVE APV-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
      *    The queue is created on the very first run, when it does
      *    not yet exist - opened OUTPUT once to cut it, then
      *    reopened I-O for the run.
           OPEN I-O PEND-MAINT.
           IF PND-NOTFOUND
              OPEN OUTPUT PEND-MAINT
              CLOSE PEND-MAINT
              OPEN I-O PEND-MAINT
           END-IF.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' PND-ST
              MOVE PND-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT MAINT-REC.
           IF (MNT-ST NOT = 0) AND (MNT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' MNT-ST
              MOVE MNT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT QUEUE-REPORT.
           IF (QRP-ST NOT = 0) AND (QRP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' QRP-ST
              MOVE QRP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-QRP-OPEN-SW.
           MOVE SPACES TO QRP-REC.
           STRING 'MAINTENANCE QUEUE FOR ' DELIMITED BY SIZE
                  WS-BUS-DATE             DELIMITED BY SIZE
                  INTO QRP-REC
           END-STRING.
           WRITE QRP-REC AFTER ADVANCING PAGE.
           PERFORM H205-READ-ENTRY.
           PERFORM H225-READ-DECISION.
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
              MOVE RP-BUS-DATE-N TO WS-BUS-EDIT
              PERFORM H116-SET-BUS-MAX-DAY
              IF (WS-BUS-MM < 01) OR (WS-BUS-MM > 12)
                 OR (WS-BUS-DD < 01)
                 OR (WS-BUS-DD > WS-BUS-MAX-DAY)
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
           MOVE 'COBHW28' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'RUN ALREADY COMPLETE: COBHW28 ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-CHECK-PREREQS.
           MOVE 'COBHW28' TO RC-PROGRAM.
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
           COMPUTE WS-INT-BUS =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
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
           IF SD-PROGRAM = 'COBHW28'
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
      *PICK UP THE EXPIRY AGE FROM QUEUE-PARM, IF PRESENT
       H115-READ-QUEUE-PARM.
           OPEN INPUT QUEUE-PARM.
           IF QPM-NOTFOUND
              CONTINUE
           ELSE
              IF (QPM-ST NOT = 0) AND (QPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN6 FILE: ' QPM-ST
                 MOVE QPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ QUEUE-PARM
              IF (QPM-ST NOT = 0) AND (QPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ7 FILE: ' QPM-ST
                 MOVE QPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF QP-EXPIRE-DAYS-N NUMERIC
                 MOVE QP-EXPIRE-DAYS-N TO WS-EXPIRE-DAYS
              END-IF
              CLOSE QUEUE-PARM
           END-IF.
       H115-END. EXIT.
      *SET WS-BUS-MAX-DAY FOR WS-BUS-MM, THE SAME WAY COBHW07'S
      *H116-SET-EFF-MAX-DAY DOES FOR ITS DATE EDITS, EXCEPT THAT
      *FEBRUARY RUNS TO THE 29TH IN A LEAP YEAR
       H116-SET-BUS-MAX-DAY.
           EVALUATE WS-BUS-MM
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-BUS-MAX-DAY
              WHEN 02
                 DIVIDE WS-BUS-CCYY BY 4   GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-BUS-CCYY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-BUS-CCYY BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-400
                 IF (WS-LEAP-REM-4 = 0)
                    AND ((WS-LEAP-REM-100 NOT = 0)
                         OR (WS-LEAP-REM-400 = 0))
                    MOVE 29 TO WS-BUS-MAX-DAY
                 ELSE
                    MOVE 28 TO WS-BUS-MAX-DAY
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-BUS-MAX-DAY
           END-EVALUATE.
       H116-END. EXIT.
      *QUEUE ONE KEYED MAINTENANCE ENTRY AS PENDING - AN ENTRY
      *WITH NO MAKER IS REFUSED, AND ON A FORCED RERUN AN ENTRY
      *ALREADY QUEUED UNDER ITS NUMBER IS LEFT AS IT STANDS
       H200-QUEUE-ENTRY.
           ADD 1 TO WS-ENT-SEQ.
           INITIALIZE PEND-MAINT-REC.
           MOVE WS-BUS-DATE   TO PND-DATE.
           MOVE WS-ENT-SEQ    TO PND-SEQ.
           MOVE 'PENDING'     TO PND-STATUS.
           MOVE ENT-MAINT     TO PND-MAINT.
           MOVE ENT-MAKER     TO PND-MAKER.
           MOVE SPACES        TO PND-CHECKER.
           MOVE WS-BUS-DATE   TO PND-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE TO PND-TIMESTAMP.
           IF ENT-MAKER = SPACES
              MOVE 'NO-MAKER' TO WS-RESULT
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              WRITE PEND-MAINT-REC
                 INVALID KEY
                    MOVE 'DUP-QUEUED' TO WS-RESULT
                 NOT INVALID KEY
                    MOVE 'QUEUED' TO WS-RESULT
                    ADD 1 TO WS-QUEUED-COUNT
              END-WRITE
           END-IF.
           PERFORM H290-WRITE-ITEM.
           PERFORM H205-READ-ENTRY.
       H200-END. EXIT.
      *READ THE NEXT KEYED ENTRY - END OF FILE STRAIGHT AWAY WHEN
      *THE FILE IS ABSENT
       H205-READ-ENTRY.
           IF WS-ENT-ABSENT
              MOVE 10 TO ENT-ST
           ELSE
              READ MAINT-ENTRY
              IF (ENT-ST NOT = 0) AND (ENT-ST NOT = 97)
                 AND (NOT ENT-EOF)
                 DISPLAY 'UNABLE TO READ8 FILE: ' ENT-ST
                 MOVE ENT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H205-END. EXIT.
      *TAKE ONE CHECKER DECISION - THE ITEM MUST BE ON THE QUEUE,
      *STILL PENDING AND NOT PAST ITS AGE, AND THE CHECKER MUST
      *NOT BE THE OPERATOR WHO KEYED IT
       H220-TAKE-DECISION.
           INITIALIZE PEND-MAINT-REC.
           IF (APV-DATE-N NOT NUMERIC) OR (APV-SEQ-N NOT NUMERIC)
              MOVE 'BAD-KEY' TO WS-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM H295-WRITE-REFUSAL
           ELSE
              MOVE APV-DATE-N TO PND-DATE
              MOVE APV-SEQ-N  TO PND-SEQ
              READ PEND-MAINT
                 INVALID KEY
                    MOVE 'NF-QUEUE' TO WS-RESULT
                 NOT INVALID KEY
                    PERFORM H230-APPLY-DECISION
              END-READ
              IF WS-RESULT = 'NF-QUEUE'
                 ADD 1 TO WS-REJECTED-COUNT
                 PERFORM H295-WRITE-REFUSAL
              ELSE
                 PERFORM H290-WRITE-ITEM
              END-IF
           END-IF.
           PERFORM H225-READ-DECISION.
       H220-END. EXIT.
      *READ THE NEXT CHECKER DECISION - END OF FILE STRAIGHT AWAY
      *WHEN THE FILE IS ABSENT
       H225-READ-DECISION.
           IF WS-APV-ABSENT
              MOVE 10 TO APV-ST
           ELSE
              READ MAINT-APPROVE
              IF (APV-ST NOT = 0) AND (APV-ST NOT = 97)
                 AND (NOT APV-EOF)
                 DISPLAY 'UNABLE TO READ9 FILE: ' APV-ST
                 MOVE APV-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H225-END. EXIT.
      *APPLY ONE DECISION TO THE QUEUE ITEM JUST READ.  AN ITEM
      *ALREADY PAST ITS AGE EXPIRES HERE RATHER THAN BEING
      *APPROVED AT THE LAST MOMENT.
       H230-APPLY-DECISION.
           PERFORM H260-AGE-ITEM.
           EVALUATE TRUE
              WHEN NOT PND-PENDING
                 MOVE 'NOT-PENDING' TO WS-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN WS-ITEM-AGE > WS-EXPIRE-DAYS
                 PERFORM H265-EXPIRE-ITEM
              WHEN APV-CHECKER = SPACES
                 MOVE 'NO-CHECKER' TO WS-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN APV-CHECKER = PND-MAKER
                 MOVE 'SAME-OPER' TO WS-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN APV-APPROVE
                 MOVE 'APPROVED'  TO PND-STATUS
                 MOVE APV-CHECKER TO PND-CHECKER
                 MOVE WS-BUS-DATE TO PND-ACT-DATE
                 PERFORM H270-REWRITE-ITEM
                 MOVE 'APPROVED'  TO WS-RESULT
                 ADD 1 TO WS-APPROVED-COUNT
              WHEN APV-REJECT
                 MOVE 'REJECTED'  TO PND-STATUS
                 MOVE APV-CHECKER TO PND-CHECKER
                 MOVE WS-BUS-DATE TO PND-ACT-DATE
                 PERFORM H270-REWRITE-ITEM
                 MOVE 'REJECTED'  TO WS-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN OTHER
                 MOVE 'BAD-ACTION' TO WS-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.
       H230-END. EXIT.
      *POSITION AT THE FRONT OF THE QUEUE FOR THE SWEEP
       H240-START-SWEEP.
           MOVE 0 TO PND-DATE
                     PND-SEQ.
           START PEND-MAINT KEY NOT < PND-KEY
              INVALID KEY MOVE 'Y' TO WS-PND-DONE-SW
           END-START.
       H240-END. EXIT.
      *SWEEP ONE QUEUE ITEM - AN APPROVED ITEM IS RELEASED TO
      *TONIGHT'S MAINT-REC, ONE RELEASED TODAY ALREADY GOES OUT
      *AGAIN ON A FORCED RERUN, A PENDING ITEM PAST ITS AGE
      *EXPIRES, AND ONE STILL INSIDE IT IS LISTED FOR THE
      *CHECKERS.  DECIDED ITEMS FROM EARLIER DAYS ARE LEFT ALONE.
       H250-SWEEP-ONE-ITEM.
           READ PEND-MAINT NEXT
              AT END
                 MOVE 'Y' TO WS-PND-DONE-SW
           END-READ.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
              AND (NOT PND-EOF)
              DISPLAY 'UNABLE TO READ10 FILE: ' PND-ST
              MOVE PND-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT WS-PND-DONE
              EVALUATE TRUE
                 WHEN PND-APPROVED
                    MOVE 'RELEASED'  TO PND-STATUS
                    MOVE WS-BUS-DATE TO PND-ACT-DATE
                    PERFORM H270-REWRITE-ITEM
                    PERFORM H255-RELEASE-ITEM
                 WHEN PND-RELEASED AND PND-ACT-DATE = WS-BUS-DATE
                    PERFORM H255-RELEASE-ITEM
                 WHEN PND-PENDING
                    PERFORM H260-AGE-ITEM
                    IF WS-ITEM-AGE > WS-EXPIRE-DAYS
                       PERFORM H265-EXPIRE-ITEM
                    ELSE
                       MOVE 'PENDING' TO WS-RESULT
                       ADD 1 TO WS-PENDING-COUNT
                    END-IF
                    PERFORM H290-WRITE-ITEM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H250-END. EXIT.
      *WRITE ONE APPROVED ITEM TO MAINT-REC FOR COBHW04, MAKER
      *AND CHECKER WITH IT
       H255-RELEASE-ITEM.
           MOVE PND-MAINT   TO MAINT-FIELDS.
           MOVE PND-MAKER   TO MAINT-MAKER.
           MOVE PND-CHECKER TO MAINT-CHECKER.
           WRITE MAINT-FIELDS.
           IF (MNT-ST NOT = 0) AND (MNT-ST NOT = 97)
              DISPLAY 'UNABLE TO WRITE MAINTREC: ' MNT-ST
              MOVE MNT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'RELEASED' TO WS-RESULT.
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM H290-WRITE-ITEM.
       H255-END. EXIT.
      *AGE OF THE QUEUE ITEM IN DAYS SINCE IT WAS ENTERED
       H260-AGE-ITEM.
           COMPUTE WS-INT-ENTRY =
                   FUNCTION INTEGER-OF-DATE(PND-DATE).
           COMPUTE WS-ITEM-AGE = WS-INT-BUS - WS-INT-ENTRY.
       H260-END. EXIT.
      *EXPIRE A PENDING ITEM NOBODY CHECKED IN TIME
       H265-EXPIRE-ITEM.
           MOVE 'EXPIRED'   TO PND-STATUS.
           MOVE WS-BUS-DATE TO PND-ACT-DATE.
           PERFORM H270-REWRITE-ITEM.
           MOVE 'EXPIRED'   TO WS-RESULT.
           ADD 1 TO WS-EXPIRED-COUNT.
       H265-END. EXIT.
      *REWRITE THE QUEUE ITEM JUST CHANGED
       H270-REWRITE-ITEM.
           REWRITE PEND-MAINT-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO REWRITE PENDMNT: ' PND-ST
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
       H270-END. EXIT.
      *LIST ONE QUEUE ITEM AND WHAT BECAME OF IT
       H290-WRITE-ITEM.
           MOVE SPACES TO QRP-REC.
           MOVE PND-DATE      TO QIT-DATE.
           MOVE '-'           TO QIT-DASH.
           MOVE PND-SEQ       TO QIT-SEQ.
           MOVE PND-TRANCD    TO QIT-TRANCD.
           MOVE PND-ID        TO QIT-ID.
           MOVE '/'           TO QIT-SEP.
           MOVE PND-CUR       TO QIT-CUR.
           MOVE PND-NAME      TO QIT-NAME.
           MOVE PND-MAKER     TO QIT-MAKER.
           MOVE PND-CHECKER   TO QIT-CHECKER.
           MOVE WS-RESULT     TO QIT-RESULT.
           WRITE QRP-REC AFTER ADVANCING 1 LINE.
       H290-END. EXIT.
      *LIST ONE DECISION THAT NAMED NO USABLE QUEUE ITEM - THE KEY
      *AS KEYED AND THE CHECKER WHO SENT IT
       H295-WRITE-REFUSAL.
           MOVE SPACES TO QRP-REC.
           MOVE APV-DATE      TO QIT-DATE.
           MOVE '-'           TO QIT-DASH.
           MOVE APV-SEQ       TO QIT-SEQ.
           MOVE APV-CHECKER   TO QIT-CHECKER.
           MOVE WS-RESULT     TO QIT-RESULT.
           WRITE QRP-REC AFTER ADVANCING 1 LINE.
       H295-END. EXIT.
      *WRITE THE RUN TRAILER
       H298-WRITE-TRAILER.
           MOVE SPACES TO QRP-REC.
           MOVE 'QUEUE ITEMS'      TO TRL-LABEL.
           MOVE WS-QUEUED-COUNT    TO TRL-QUEUED.
           MOVE WS-APPROVED-COUNT  TO TRL-APPROVED.
           MOVE WS-REJECTED-COUNT  TO TRL-REJECTED.
           MOVE WS-RELEASED-COUNT  TO TRL-RELEASED.
           MOVE WS-EXPIRED-COUNT   TO TRL-EXPIRED.
           MOVE WS-PENDING-COUNT   TO TRL-PENDING.
           WRITE QRP-REC AFTER ADVANCING 2 LINES.
       H298-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE ITEMS RELEASED TO COBHW04 - ONLY REACHED WHEN THE SWEEP
      *RAN TO THE END OF THE QUEUE.
       H310-STAMP-RUN-END.
           MOVE 'COBHW28' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW28 ' WS-BUS-DATE
              NOT INVALID KEY
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 MOVE WS-RELEASED-COUNT TO RC-REC-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
                 END-REWRITE
           END-READ.
       H310-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer line if QUEUE-REPORT actually got
      *    opened - an early abort out of H100-OPEN-FILES can reach
      *    here before that OPEN ever runs.
           IF WS-QRP-IS-OPEN
              PERFORM H298-WRITE-TRAILER
           END-IF.
           IF NOT WS-ENT-ABSENT
              CLOSE MAINT-ENTRY
           END-IF.
           IF NOT WS-APV-ABSENT
              CLOSE MAINT-APPROVE
           END-IF.
           CLOSE PEND-MAINT
                 MAINT-REC
                 QUEUE-REPORT
                 RUN-CONTROL.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
