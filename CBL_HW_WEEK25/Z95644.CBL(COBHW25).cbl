       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW25.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program is the nightly customer-master exception
      *report.  It walks the indexed ACCT-REC and the customer
      *master COBHW24 maintains side by side, both in key order,
      *matching each account's ACCT-ID against a customer record.
      *An ACCT-ID on the account master with no customer record
      *is listed once - however many currency accounts it holds -
      *with the account name to trace it by, and a customer
      *record with no account left under its ACCT-ID is listed
      *with the customer's name, so the two files cannot drift
      *apart unnoticed.  The page ends with a trailer counting
      *both kinds of exception.  An absent customer master reads
      *as empty, so every account is reported until the first
      *customers are keyed.
      *The run is governed by the RUN-CONTROL dataset the same way
      *COBHW08's is: a business day whose report already completed
      *is refused unless the RUN-PARM forced-rerun flag is set,
      *and every prerequisite the SEQ-DEF sequence file lists for
      *this program must read COMPLETE on RUN-CONTROL for the same
      *business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSM-ACCT   ASSIGN TO    ACCTVSM
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       VSM-KEY
                             STATUS       VSM-ST.
           SELECT CUST-MASTER ASSIGN TO   CUSTMST
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       CUST-KEY
                             STATUS       CST-ST.
           SELECT CUST-EXCP  ASSIGN TO    CUSTEXC
                             STATUS       CXP-ST.
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
      *COBHW03'S INDEXED ACCT-REC (VSAM), READ HERE SEQUENTIALLY.
       FD  VSM-ACCT.
       01  VSM-FIELDS.
           03 VSM-KEY.
              05 VSM-ID       PIC S9(05) COMP-3.
              05 VSM-CUR      PIC S9(03) COMP.
           03 VSM-NAME        PIC X(15).
           03 VSM-SURNAME     PIC X(15).
           03 VSM-BALANCE     PIC S9(09)V99 COMP-3.
           03 VSM-STATUS      PIC X(01).
           03 VSM-LAST-ACT    PIC S9(08) COMP-3.
      *COBHW24'S CUSTOMER MASTER (VSAM), READ HERE SEQUENTIALLY -
      *THE LAYOUT MUST MATCH COBHW24'S CUST-MASTER BYTE FOR BYTE.
       FD  CUST-MASTER.
       01  CUST-FIELDS.
           03 CUST-KEY.
              05 CUST-ID        PIC 9(05).
           03 CUST-DATA.
              05 CUST-NAME      PIC X(15).
              05 CUST-SURNAME   PIC X(15).
              05 CUST-ADDRESS.
                 10 CUST-ADDR-LINE1 PIC X(30).
                 10 CUST-ADDR-LINE2 PIC X(30).
                 10 CUST-CITY       PIC X(20).
                 10 CUST-POSTCODE   PIC X(10).
                 10 CUST-COUNTRY    PIC X(15).
              05 CUST-PHONE     PIC X(15).
              05 CUST-EMAIL     PIC X(30).
              05 CUST-TAX-ID    PIC X(15).
              05 CUST-DOB       PIC 9(08).
              05 CUST-LAST-MAINT PIC 9(08).
              05 FILLER         PIC X(14).
      *EXCEPTION REPORT - ONE LAYOUT PER LINE TYPE, ALL LAID OVER
      *THE SAME 80-BYTE PRINT RECORD.
       FD  CUST-EXCP   RECORDING MODE F.
       01  CXP-REC            PIC X(80).
      *ONE ACCT-ID MISSING ITS CUSTOMER, OR ONE CUSTOMER MISSING
      *ITS ACCOUNTS.
       01  CXP-DET-REC REDEFINES CXP-REC.
           05 DET-ID          PIC 9(05).
           05 FILLER          PIC X(02).
           05 DET-REASON      PIC X(20).
           05 FILLER          PIC X(02).
           05 DET-NAME        PIC X(15).
           05 FILLER          PIC X(01).
           05 DET-SURNAME     PIC X(15).
           05 FILLER          PIC X(02).
      *    Currency accounts held under the ID - zero for a
      *    customer with none left.
           05 DET-ACCTS       PIC Z9.
           05 FILLER          PIC X(16).
      *RUN TRAILER - BOTH KINDS OF EXCEPTION COUNTED.
       01  CXP-TRL-REC REDEFINES CXP-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-NO-CUST     PIC Z(06)9.
           05 TRL-NO-ACCT     PIC Z(06)9.
           05 FILLER          PIC X(46).
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
           05 VSM-ST      PIC 9(02).
              88 VSM-EOF      VALUE 10.
              88 VSM-SUCCESS  VALUE 00
                                    97.
           05 CST-ST      PIC 9(02).
              88 CST-EOF      VALUE 10.
              88 CST-SUCCESS  VALUE 00
                                    97.
              88 CST-NOTFOUND VALUE 35.
           05 CXP-ST      PIC 9(02).
              88 CXP-SUCCESS  VALUE 00
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
      *    Set when the customer master does not exist yet.
           05 WS-CST-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-CST-ABSENT             VALUE 'Y'.
      *    Set once CUST-EXCP actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.
           05 WS-CXP-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-CXP-IS-OPEN            VALUE 'Y'.
      *    Account and customer IDs in display form, so the
      *    matched-key walk compares them as one field - each is
      *    HIGH-VALUES once its file is at end.
           05 WS-ACC-ID        PIC X(05).
           05 WS-ACC-ID-N REDEFINES WS-ACC-ID
                               PIC 9(05).
           05 WS-CST-ID        PIC X(05).
           05 WS-CST-ID-N REDEFINES WS-CST-ID
                               PIC 9(05).
      *    The ACCT-ID whose currency rows are being passed over,
      *    and how many rows it holds.
           05 WS-HOLD-ID       PIC X(05).
           05 WS-ROW-COUNT     PIC 9(02).
      *    Exceptions of each kind, for the trailer and the
      *    run-control completion stamp.
           05 WS-NO-CUST-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-NO-ACCT-COUNT PIC 9(07) COMP VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOOP - WALK BOTH MASTERS TO THE END OF BOTH
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-MATCH
                   UNTIL (WS-ACC-ID = HIGH-VALUES)
                   AND (WS-CST-ID = HIGH-VALUES).
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS - A CUSTOMER MASTER THAT DOES
      *NOT EXIST YET READS AS EMPTY
       H100-OPEN-FILES.
           PERFORM H105-CHECK-RUN-CONTROL.
           OPEN INPUT VSM-ACCT.
           IF (VSM-ST NOT = 0) AND (VSM-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' VSM-ST
              MOVE VSM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF CST-NOTFOUND
              MOVE 'Y' TO WS-CST-ABSENT-SW
           ELSE
              IF (CST-ST NOT = 0) AND (CST-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN2 FILE: ' CST-ST
                 MOVE CST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT CUST-EXCP.
           IF (CXP-ST NOT = 0) AND (CXP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' CXP-ST
              MOVE CXP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-CXP-OPEN-SW.
           MOVE SPACES TO CXP-REC.
           MOVE 'CUSTOMER MASTER EXCEPTIONS' TO CXP-REC.
           WRITE CXP-REC AFTER ADVANCING PAGE.
           PERFORM H150-READ-ACCOUNT.
           IF (VSM-ST NOT = 0) AND (VSM-ST NOT = 97)
              AND (NOT VSM-EOF)
              DISPLAY 'UNABLE TO READ4 FILE: ' VSM-ST
              MOVE VSM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H160-READ-CUSTOMER.
           IF (NOT WS-CST-ABSENT)
              AND (CST-ST NOT = 0) AND (CST-ST NOT = 97)
              AND (NOT CST-EOF)
              DISPLAY 'UNABLE TO READ5 FILE: ' CST-ST
              MOVE CST-ST TO RETURN-CODE
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
           MOVE 'COBHW25' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'RUN ALREADY COMPLETE: COBHW25 ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-CHECK-PREREQS.
           MOVE 'COBHW25' TO RC-PROGRAM.
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
           IF SD-PROGRAM = 'COBHW25'
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
      *READ THE NEXT ACCOUNT AND REFRESH ITS DISPLAY ID -
      *HIGH-VALUES AT END OF FILE
       H150-READ-ACCOUNT.
           READ VSM-ACCT.
           IF VSM-EOF
              MOVE HIGH-VALUES TO WS-ACC-ID
           ELSE
              MOVE VSM-ID TO WS-ACC-ID-N
           END-IF.
       H150-END. EXIT.
      *READ THE NEXT CUSTOMER AND REFRESH ITS DISPLAY ID -
      *HIGH-VALUES AT END OF FILE OR WHEN THE MASTER IS ABSENT
       H160-READ-CUSTOMER.
           IF WS-CST-ABSENT
              MOVE 10 TO CST-ST
           ELSE
              READ CUST-MASTER
           END-IF.
           IF CST-EOF
              MOVE HIGH-VALUES TO WS-CST-ID
           ELSE
              MOVE CUST-ID TO WS-CST-ID-N
           END-IF.
       H160-END. EXIT.
      *MATCH THE LOWER OF THE TWO KEYS - AN ACCOUNT ID BELOW THE
      *CUSTOMER HAS NO CUSTOMER, A CUSTOMER BELOW THE ACCOUNT ID
      *HAS NO ACCOUNT, AND A MATCH MOVES BOTH FILES ON
       H200-MATCH.
           EVALUATE TRUE
              WHEN WS-ACC-ID < WS-CST-ID
                 PERFORM H210-NO-CUSTOMER
              WHEN WS-ACC-ID > WS-CST-ID
                 PERFORM H220-NO-ACCOUNTS
              WHEN OTHER
                 PERFORM H230-PASS-ACCOUNT-ID
                 PERFORM H160-READ-CUSTOMER
           END-EVALUATE.
       H200-END. EXIT.
      *REPORT AN ACCT-ID WITH NO CUSTOMER RECORD - ONCE, WITH THE
      *FIRST CURRENCY ACCOUNT'S NAME AND THE NUMBER OF CURRENCY
      *ACCOUNTS IT HOLDS
       H210-NO-CUSTOMER.
           MOVE SPACES TO CXP-REC.
           MOVE WS-ACC-ID-N         TO DET-ID.
           MOVE 'NO CUSTOMER RECORD' TO DET-REASON.
           MOVE VSM-NAME            TO DET-NAME.
           MOVE VSM-SURNAME         TO DET-SURNAME.
           PERFORM H230-PASS-ACCOUNT-ID.
           MOVE WS-ROW-COUNT        TO DET-ACCTS.
           WRITE CXP-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-NO-CUST-COUNT.
       H210-END. EXIT.
      *REPORT A CUSTOMER WITH NO ACCOUNT LEFT ON THE MASTER
       H220-NO-ACCOUNTS.
           MOVE SPACES TO CXP-REC.
           MOVE CUST-ID             TO DET-ID.
           MOVE 'NO ACCOUNTS'       TO DET-REASON.
           MOVE CUST-NAME           TO DET-NAME.
           MOVE CUST-SURNAME        TO DET-SURNAME.
           MOVE 0                   TO DET-ACCTS.
           WRITE CXP-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-NO-ACCT-COUNT.
           PERFORM H160-READ-CUSTOMER.
       H220-END. EXIT.
      *PASS OVER EVERY CURRENCY ACCOUNT UNDER THE CURRENT ACCT-ID,
      *COUNTING THEM
       H230-PASS-ACCOUNT-ID.
           MOVE WS-ACC-ID TO WS-HOLD-ID.
           MOVE 0 TO WS-ROW-COUNT.
           PERFORM H235-PASS-ONE-ACCOUNT
                   UNTIL WS-ACC-ID NOT = WS-HOLD-ID.
       H230-END. EXIT.
      *COUNT ONE CURRENCY ACCOUNT AND READ THE NEXT
       H235-PASS-ONE-ACCOUNT.
           IF WS-ROW-COUNT < 99
              ADD 1 TO WS-ROW-COUNT
           END-IF.
           PERFORM H150-READ-ACCOUNT.
       H235-END. EXIT.
      *WRITE THE RUN TRAILER - EXCEPTIONS OF EACH KIND
       H290-WRITE-TRAILER.
           MOVE SPACES TO CXP-REC.
           MOVE 'CUSTOMER EXCEPTIONS' TO TRL-LABEL.
           MOVE WS-NO-CUST-COUNT TO TRL-NO-CUST.
           MOVE WS-NO-ACCT-COUNT TO TRL-NO-ACCT.
           WRITE CXP-REC AFTER ADVANCING 2 LINES.
       H290-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE EXCEPTIONS REPORTED - ONLY REACHED WHEN BOTH MASTERS
      *RAN TO END OF FILE.
       H310-STAMP-RUN-END.
           MOVE 'COBHW25' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW25 ' WS-BUS-DATE
              NOT INVALID KEY
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 COMPUTE RC-REC-COUNT =
                         WS-NO-CUST-COUNT + WS-NO-ACCT-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
                 END-REWRITE
           END-READ.
       H310-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer line if CUST-EXCP actually got
      *    opened - an early abort out of H100-OPEN-FILES can reach
      *    here before that OPEN ever runs.
           IF WS-CXP-IS-OPEN
              PERFORM H290-WRITE-TRAILER
           END-IF.
           CLOSE VSM-ACCT
                 CUST-EXCP
                 RUN-CONTROL.
           IF NOT WS-CST-ABSENT
              CLOSE CUST-MASTER
           END-IF.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
