       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW31.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program is the weekly master-file integrity
      *sweep.  It reads the indexed ACCT-REC end to end in key
      *sequence, changing nothing, and lists every problem it finds
      *on the INTEG-REPORT page by account key, reason code and the
      *offending value - one line per problem, so a record with
      *three faults is listed three times.  It catches:
      *  01 an ACCT-STATUS other than O, S, C or blank;
      *  02 an ACCT-BALANCE that is not valid packed data;
      *  03 an ACCT-LAST-ACT that is not valid packed data;
      *  04 an ACCT-LAST-ACT that is not a real date, checked the
      *     way COBHW13 edits it but with 29 February allowed in a
      *     leap year;
      *  05 an ACCT-LAST-ACT after the business date;
      *  06 a closed account still carrying a balance;
      *  07 a balance below the LIMIT-PARM floor COBHW08 enforces
      *     (zero when the file is absent);
      *  08 a blank ACCT-NAME, and 09 a blank ACCT-SURNAME;
      *  10 an ACCT-CUR with no row at all on RATE-MASTER.
      *A balance that is not valid packed data is not judged by
      *checks 06 and 07.  The page ends with a count for every
      *reason code, then the accounts read and the accounts found
      *with at least one problem.
      *The run is governed by the RUN-CONTROL dataset the same way
      *COBHW08's is: a business day whose sweep already completed
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
           SELECT RATE-MASTER ASSIGN TO   RATEMSTR
                             STATUS       RTE-ST.
           SELECT LIMIT-PARM ASSIGN TO    LIMITPRM
                             STATUS       LIM-ST.
           SELECT INTEG-REPORT ASSIGN TO  INTEGRPT
                             STATUS       IRP-ST.
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
      *COBHW03'S INDEXED ACCT-REC (VSAM), READ ONLY HERE IN KEY
      *SEQUENCE.
       FD  VSM-ACCT.
       01  VSM-FIELDS.
           03 VSM-KEY.
              05 VSM-ID       PIC S9(05) COMP-3.
              05 VSM-CUR      PIC S9(03) COMP.
           03 VSM-NAME        PIC X(15).
           03 VSM-SURNAME     PIC X(15).
           03 VSM-BALANCE     PIC S9(09)V99 COMP-3.
           03 VSM-STATUS      PIC X(01).
              88 VSM-ST-OPEN       VALUE 'O' ' '.
              88 VSM-ST-SUSPENDED  VALUE 'S'.
              88 VSM-ST-CLOSED     VALUE 'C'.
           03 VSM-LAST-ACT    PIC S9(08) COMP-3.
      *EXCHANGE-RATE MASTER - THE LAYOUT MUST MATCH COBHW07'S
      *RATE-FIELDS BYTE FOR BYTE.  ONLY THE CURRENCY CODES ARE
      *USED HERE: A CURRENCY WITH ANY ROW AT ALL IS KNOWN.
       FD  RATE-MASTER RECORDING MODE F.
       01  RATE-FIELDS.
           05 RT-CUR          PIC X(03).
           05 RT-RATE         PIC X(09).
           05 RT-RATE-N REDEFINES RT-RATE
                              PIC 9(03)V9(06).
           05 RT-EFF-DATE     PIC X(08).
           05 RT-EFF-DATE-N REDEFINES RT-EFF-DATE
                              PIC 9(08).
      *CONFIGURABLE BALANCE FLOOR - THE LAYOUT MUST MATCH COBHW08'S
      *LIMIT-REC.  WHEN THE FILE IS ABSENT THE FLOOR IS ZERO, THE
      *SAME DEFAULT COBHW08 POSTS UNDER.
       FD  LIMIT-PARM  RECORDING MODE F.
       01  LIMIT-REC.
           05 LIM-MIN-BAL    PIC S9(09)V99 SIGN LEADING SEPARATE.
      *INTEGRITY REPORT - ONE LAYOUT PER LINE TYPE, ALL LAID OVER
      *THE SAME 80-BYTE PRINT RECORD.
       FD  INTEG-REPORT RECORDING MODE F.
       01  IRP-REC            PIC X(80).
      *ONE PROBLEM ON ONE ACCOUNT.
       01  IRP-DET-REC REDEFINES IRP-REC.
           05 DET-ID          PIC X(05).
           05 DET-ID-N REDEFINES DET-ID
                              PIC 9(05).
           05 DET-SEP         PIC X(01).
           05 DET-CUR         PIC 9(03).
           05 FILLER          PIC X(02).
           05 DET-CODE        PIC 9(02).
           05 FILLER          PIC X(01).
           05 DET-REASON      PIC X(15).
           05 FILLER          PIC X(02).
           05 DET-VALUE       PIC X(20).
           05 FILLER          PIC X(29).
      *ONE REASON CODE'S COUNT.
       01  IRP-CNT-REC REDEFINES IRP-REC.
           05 CNT-LABEL       PIC X(07).
           05 CNT-CODE        PIC 9(02).
           05 FILLER          PIC X(01).
           05 CNT-REASON      PIC X(15).
           05 FILLER          PIC X(01).
           05 CNT-COUNT       PIC Z(06)9.
           05 FILLER          PIC X(47).
      *RUN TRAILER - ACCOUNTS READ, ACCOUNTS WITH A PROBLEM AND
      *PROBLEMS LISTED.
       01  IRP-TRL-REC REDEFINES IRP-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-READ        PIC Z(06)9.
           05 TRL-BAD-ACCTS   PIC Z(06)9.
           05 TRL-PROBLEMS    PIC Z(06)9.
           05 FILLER          PIC X(39).
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
           05 RTE-ST      PIC 9(02).
              88 RTE-EOF      VALUE 10.
              88 RTE-SUCCESS  VALUE 00
                                    97.
           05 LIM-ST      PIC 9(02).
              88 LIM-SUCCESS  VALUE 00
                                    97.
              88 LIM-NOTFOUND VALUE 35.
           05 IRP-ST      PIC 9(02).
              88 IRP-SUCCESS  VALUE 00
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
      *    Set once INTEG-REPORT actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.
           05 WS-IRP-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-IRP-IS-OPEN            VALUE 'Y'.
      *    Balance floor picked up from LIMIT-PARM (zero default).
           05 WS-MIN-BALANCE   PIC S9(09)V99 COMP-3 VALUE 0.
      *    The last-activity date broken into its parts for the
      *    same month and day edit COBHW13 applies.
           05 WS-ACT-EDIT      PIC 9(08).
           05 WS-ACT-EDIT-R REDEFINES WS-ACT-EDIT.
              10 WS-ACT-CCYY   PIC 9(04).
              10 WS-ACT-MM     PIC 9(02).
              10 WS-ACT-DD     PIC 9(02).
           05 WS-ACT-MAX-DAY   PIC 9(02).
      *    Quotient and remainders for the leap-year test in
      *    H216-SET-ACT-MAX-DAY - February has 29 days when the year
      *    divides by 4, and not by 100 unless also by 400.
           05 WS-LEAP-QUOT     PIC 9(04).
           05 WS-LEAP-REM-4    PIC 9(03).
           05 WS-LEAP-REM-100  PIC 9(03).
           05 WS-LEAP-REM-400  PIC 9(03).
           05 WS-ACT-SW        PIC X(01).
              88 WS-ACT-VALID              VALUE 'Y'.
      *    Set when the account in hand's balance is valid packed
      *    data and may be judged.
           05 WS-BAL-OK-SW     PIC X(01).
              88 WS-BAL-OK                 VALUE 'Y'.
      *    Switch telling whether a rate row was found for
      *    ACCT-CUR.
           05 WS-RATE-FOUND-SW PIC X(01).
              88 WS-RATE-FOUND             VALUE 'Y'.
      *    The rate row's currency code in comparable form.
           05 WS-RT-CUR        PIC S9(03).
      *    Reason code being listed, and the offending value.
           05 WS-CODE          PIC 9(02).
           05 WS-VALUE         PIC X(20).
      *    A balance, date or currency code edited for the value
      *    column.
           05 WS-EDIT-BAL      PIC -(09)9.99.
           05 WS-EDIT-DATE     PIC -(08)9.
           05 WS-EDIT-CUR      PIC -(03)9.
      *    Problems found on the account in hand.
           05 WS-ACCT-PROBLEMS PIC 9(03) COMP.
      *    Accounts read, accounts with a problem and problems
      *    listed, for the trailer, the sysout tally and the
      *    run-control stamp.
           05 WS-READ-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-BAD-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-PROBLEM-COUNT PIC 9(07) COMP VALUE 0.
      *    Subscript for the per-reason trailer lines.
           05 WS-CX            PIC 9(03) COMP.
      *    Reason text for each reason code, in code order.
       01  WS-REASON-VALUES.
           05 FILLER           PIC X(15) VALUE 'BAD STATUS'.
           05 FILLER           PIC X(15) VALUE 'BAL NOT PACKED'.
           05 FILLER           PIC X(15) VALUE 'ACT NOT PACKED'.
           05 FILLER           PIC X(15) VALUE 'ACT NOT A DATE'.
           05 FILLER           PIC X(15) VALUE 'ACT IN FUTURE'.
           05 FILLER           PIC X(15) VALUE 'CLOSED WITH BAL'.
           05 FILLER           PIC X(15) VALUE 'BELOW FLOOR'.
           05 FILLER           PIC X(15) VALUE 'BLANK NAME'.
           05 FILLER           PIC X(15) VALUE 'BLANK SURNAME'.
           05 FILLER           PIC X(15) VALUE 'NO RATE ROW'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-RSN-TEXT      PIC X(15) OCCURS 10 TIMES.
      *    Problems listed under each reason code.
       01  WS-REASON-COUNTS.
           05 WS-RSN-COUNT     PIC 9(07) COMP OCCURS 10 TIMES.
      *    The currency codes RATE-MASTER has any row for.
       01  WS-RATE-TABLE.
           05 WS-RATE-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-RATE-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-RATE-TBL-IDX.
              10 WS-RATE-TBL-USED  PIC X(01) VALUE 'N'.
                 88 WS-RATE-TBL-IN-USE       VALUE 'Y'.
              10 WS-RATE-TBL-CODE  PIC S9(03) VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOGIC - LOAD THE CURRENCY CODES, ONE PASS OVER THE
      *MASTER, THEN THE COUNTS
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-ONE-RATE UNTIL RTE-EOF.
           PERFORM H200-CHECK-ACCOUNT UNTIL VSM-EOF.
           DISPLAY 'READ: ' WS-READ-COUNT
                   ' BAD ACCOUNTS: ' WS-BAD-COUNT
                   ' PROBLEMS: ' WS-PROBLEM-COUNT.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H110-READ-LIMIT-PARM.
           INITIALIZE WS-REASON-COUNTS.
           OPEN INPUT VSM-ACCT.
           IF (VSM-ST NOT = 0) AND (VSM-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' VSM-ST
              MOVE VSM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT RATE-MASTER.
           IF (RTE-ST NOT = 0) AND (RTE-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' RTE-ST
              MOVE RTE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT INTEG-REPORT.
           IF (IRP-ST NOT = 0) AND (IRP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' IRP-ST
              MOVE IRP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-IRP-OPEN-SW.
           MOVE SPACES TO IRP-REC.
           STRING 'MASTER INTEGRITY SWEEP FOR ' DELIMITED BY SIZE
                  WS-BUS-DATE                  DELIMITED BY SIZE
                  INTO IRP-REC
           END-STRING.
           WRITE IRP-REC AFTER ADVANCING PAGE.
           READ RATE-MASTER.
           IF (RTE-ST NOT = 0) AND (RTE-ST NOT = 97)
              AND (NOT RTE-EOF)
              DISPLAY 'UNABLE TO READ4 FILE: ' RTE-ST
              MOVE RTE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ VSM-ACCT.
           IF (VSM-ST NOT = 0) AND (VSM-ST NOT = 97)
              AND (NOT VSM-EOF)
              DISPLAY 'UNABLE TO READ5 FILE: ' VSM-ST
              MOVE VSM-ST TO RETURN-CODE
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
           MOVE 'COBHW31' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'RUN ALREADY COMPLETE: COBHW31 ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-CHECK-PREREQS.
           MOVE 'COBHW31' TO RC-PROGRAM.
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
           IF SD-PROGRAM = 'COBHW31'
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
      *PICK UP THE BALANCE FLOOR FROM LIMIT-PARM, IF PRESENT - AN
      *ABSENT FILE LEAVES THE DEFAULT FLOOR OF ZERO IN PLACE, THE
      *SAME WAY COBHW08'S H110 READS IT.
       H110-READ-LIMIT-PARM.
           OPEN INPUT LIMIT-PARM.
           IF LIM-NOTFOUND
              MOVE 0 TO WS-MIN-BALANCE
           ELSE
              IF (LIM-ST NOT = 0) AND (LIM-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN6 FILE: ' LIM-ST
                 MOVE LIM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              ELSE
                 READ LIMIT-PARM
                 IF (LIM-ST NOT = 0) AND (LIM-ST NOT = 97)
                    DISPLAY 'UNABLE TO READ7 FILE: ' LIM-ST
                    MOVE LIM-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 IF LIM-MIN-BAL NOT NUMERIC
                    DISPLAY 'INVALID BALANCE FLOOR: ' LIM-MIN-BAL
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE LIM-MIN-BAL TO WS-MIN-BALANCE
                 CLOSE LIMIT-PARM
              END-IF
           END-IF.
       H110-END. EXIT.
      *NOTE ONE RATE ROW'S CURRENCY CODE - A ROW WHOSE CODE IS NOT
      *NUMERIC NAMES NO CURRENCY AND IS PASSED OVER, AND A SWEEP
      *THAT CANNOT HOLD EVERY CODE STOPS RATHER THAN REPORTING
      *KNOWN CURRENCIES AS MISSING.
       H120-LOAD-ONE-RATE.
           IF RT-CUR NUMERIC
              COMPUTE WS-RT-CUR = FUNCTION NUMVAL(RT-CUR)
              SET WS-RATE-TBL-IDX TO 1
              SEARCH WS-RATE-ENTRY
                 AT END
                    IF WS-RATE-COUNT-ENTRIES < 50
                       ADD 1 TO WS-RATE-COUNT-ENTRIES
                       MOVE 'Y' TO
                            WS-RATE-TBL-USED(WS-RATE-COUNT-ENTRIES)
                       MOVE WS-RT-CUR TO
                            WS-RATE-TBL-CODE(WS-RATE-COUNT-ENTRIES)
                    ELSE
                       DISPLAY 'RATE CODE TABLE FULL AT 50'
                       MOVE 8 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                 WHEN WS-RATE-TBL-IN-USE(WS-RATE-TBL-IDX)
                      AND WS-RATE-TBL-CODE(WS-RATE-TBL-IDX) =
                          WS-RT-CUR
                    CONTINUE
              END-SEARCH
           END-IF.
           READ RATE-MASTER.
       H120-END. EXIT.
      *RUN EVERY CHECK OVER ONE ACCOUNT, LISTING EACH PROBLEM
       H200-CHECK-ACCOUNT.
           ADD 1 TO WS-READ-COUNT.
           MOVE 0 TO WS-ACCT-PROBLEMS.
           IF NOT (VSM-ST-OPEN OR VSM-ST-SUSPENDED OR VSM-ST-CLOSED)
              MOVE 01         TO WS-CODE
              MOVE VSM-STATUS TO WS-VALUE
              PERFORM H280-WRITE-PROBLEM
           END-IF.
           MOVE 'N' TO WS-BAL-OK-SW.
           IF VSM-BALANCE NUMERIC
              MOVE 'Y' TO WS-BAL-OK-SW
           ELSE
              MOVE 02           TO WS-CODE
              MOVE 'NOT PACKED' TO WS-VALUE
              PERFORM H280-WRITE-PROBLEM
           END-IF.
           PERFORM H210-CHECK-LAST-ACT.
           IF WS-BAL-OK
              PERFORM H220-CHECK-BALANCE
           END-IF.
           IF VSM-NAME = SPACES
              MOVE 08     TO WS-CODE
              MOVE SPACES TO WS-VALUE
              PERFORM H280-WRITE-PROBLEM
           END-IF.
           IF VSM-SURNAME = SPACES
              MOVE 09     TO WS-CODE
              MOVE SPACES TO WS-VALUE
              PERFORM H280-WRITE-PROBLEM
           END-IF.
           PERFORM H230-CHECK-RATE.
           IF WS-ACCT-PROBLEMS > 0
              ADD 1 TO WS-BAD-COUNT
           END-IF.
           READ VSM-ACCT.
       H200-END. EXIT.
      *CHECK THE LAST-ACTIVITY DATE - VALID PACKED DATA, A REAL
      *DATE, AND NOT LATER THAN THE BUSINESS DATE
       H210-CHECK-LAST-ACT.
           IF VSM-LAST-ACT NOT NUMERIC
              MOVE 03           TO WS-CODE
              MOVE 'NOT PACKED' TO WS-VALUE
              PERFORM H280-WRITE-PROBLEM
           ELSE
              MOVE 'N' TO WS-ACT-SW
              IF VSM-LAST-ACT > 0
                 MOVE VSM-LAST-ACT TO WS-ACT-EDIT
                 PERFORM H215-EDIT-ACT-DATE
              END-IF
              IF NOT WS-ACT-VALID
                 MOVE 04           TO WS-CODE
                 MOVE VSM-LAST-ACT TO WS-EDIT-DATE
                 MOVE WS-EDIT-DATE TO WS-VALUE
                 PERFORM H280-WRITE-PROBLEM
              ELSE
                 IF VSM-LAST-ACT > WS-BUS-DATE
                    MOVE 05           TO WS-CODE
                    MOVE WS-ACT-EDIT  TO WS-VALUE
                    PERFORM H280-WRITE-PROBLEM
                 END-IF
              END-IF
           END-IF.
       H210-END. EXIT.
      *EDIT THE DATE ALREADY MOVED TO WS-ACT-EDIT - MONTH IN
      *RANGE AND DAY WITHIN THE MONTH, THE SAME WAY COBHW13'S
      *H115-EDIT-ACT-DATE DOES
       H215-EDIT-ACT-DATE.
           MOVE 'N' TO WS-ACT-SW.
           IF (WS-ACT-MM > 00) AND (WS-ACT-MM < 13)
              PERFORM H216-SET-ACT-MAX-DAY
              IF (WS-ACT-DD > 00)
                 AND (WS-ACT-DD NOT > WS-ACT-MAX-DAY)
                 MOVE 'Y' TO WS-ACT-SW
              END-IF
           END-IF.
       H215-END. EXIT.
      *SET WS-ACT-MAX-DAY FOR WS-ACT-MM, THE SAME WAY COBHW13'S
      *H116-SET-ACT-MAX-DAY DOES,
      *EXCEPT THAT FEBRUARY RUNS TO THE 29TH IN A LEAP YEAR
       H216-SET-ACT-MAX-DAY.
           EVALUATE WS-ACT-MM
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-ACT-MAX-DAY
              WHEN 02
                 DIVIDE WS-ACT-CCYY BY 4   GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-ACT-CCYY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-ACT-CCYY BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-400
                 IF (WS-LEAP-REM-4 = 0)
                    AND ((WS-LEAP-REM-100 NOT = 0)
                         OR (WS-LEAP-REM-400 = 0))
                    MOVE 29 TO WS-ACT-MAX-DAY
                 ELSE
                    MOVE 28 TO WS-ACT-MAX-DAY
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-ACT-MAX-DAY
           END-EVALUATE.
       H216-END. EXIT.
      *JUDGE A VALID BALANCE - A CLOSED ACCOUNT SHOULD HOLD
      *NOTHING, AND NO ACCOUNT SHOULD STAND BELOW THE FLOOR
      *COBHW08 POSTS UNDER
       H220-CHECK-BALANCE.
           IF VSM-ST-CLOSED AND (VSM-BALANCE NOT = 0)
              MOVE 06          TO WS-CODE
              MOVE VSM-BALANCE TO WS-EDIT-BAL
              MOVE WS-EDIT-BAL TO WS-VALUE
              PERFORM H280-WRITE-PROBLEM
           END-IF.
           IF VSM-BALANCE < WS-MIN-BALANCE
              MOVE 07          TO WS-CODE
              MOVE VSM-BALANCE TO WS-EDIT-BAL
              MOVE WS-EDIT-BAL TO WS-VALUE
              PERFORM H280-WRITE-PROBLEM
           END-IF.
       H220-END. EXIT.
      *LOOK FOR ACCT-CUR AMONG THE CODES RATE-MASTER CARRIES
       H230-CHECK-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           SET WS-RATE-TBL-IDX TO 1.
           SEARCH WS-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RATE-TBL-IN-USE(WS-RATE-TBL-IDX)
                   AND WS-RATE-TBL-CODE(WS-RATE-TBL-IDX) = VSM-CUR
                 MOVE 'Y' TO WS-RATE-FOUND-SW
           END-SEARCH.
           IF NOT WS-RATE-FOUND
              MOVE 10      TO WS-CODE
              MOVE VSM-CUR     TO WS-EDIT-CUR
              MOVE WS-EDIT-CUR TO WS-VALUE
              PERFORM H280-WRITE-PROBLEM
           END-IF.
       H230-END. EXIT.
      *LIST ONE PROBLEM ON THE ACCOUNT IN HAND AND COUNT IT UNDER
      *ITS REASON CODE - THE CALLER HAS SET THE CODE AND VALUE.  A
      *KEY THAT IS NOT VALID PACKED DATA IS PRINTED AS QUERIES.
       H280-WRITE-PROBLEM.
           ADD 1 TO WS-ACCT-PROBLEMS
                    WS-PROBLEM-COUNT
                    WS-RSN-COUNT(WS-CODE).
           MOVE SPACES TO IRP-REC.
           IF VSM-ID NUMERIC
              MOVE VSM-ID TO DET-ID-N
           ELSE
              MOVE '?????' TO DET-ID
           END-IF.
           MOVE '/'                  TO DET-SEP.
           MOVE VSM-CUR              TO DET-CUR.
           MOVE WS-CODE              TO DET-CODE.
           MOVE WS-RSN-TEXT(WS-CODE) TO DET-REASON.
           MOVE WS-VALUE             TO DET-VALUE.
           WRITE IRP-REC AFTER ADVANCING 1 LINE.
       H280-END. EXIT.
      *WRITE THE COUNT FOR ONE REASON CODE
       H285-WRITE-REASON-COUNT.
           MOVE SPACES TO IRP-REC.
           MOVE 'REASON'             TO CNT-LABEL.
           MOVE WS-CX                TO CNT-CODE.
           MOVE WS-RSN-TEXT(WS-CX)   TO CNT-REASON.
           MOVE WS-RSN-COUNT(WS-CX)  TO CNT-COUNT.
           WRITE IRP-REC AFTER ADVANCING 1 LINE.
       H285-END. EXIT.
      *WRITE THE RUN TRAILER - A COUNT FOR EVERY REASON CODE, THEN
      *ACCOUNTS READ, ACCOUNTS WITH A PROBLEM AND PROBLEMS LISTED
       H290-WRITE-TRAILER.
           MOVE SPACES TO IRP-REC.
           WRITE IRP-REC AFTER ADVANCING 1 LINE.
           PERFORM H285-WRITE-REASON-COUNT
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > 10.
           MOVE SPACES TO IRP-REC.
           MOVE 'INTEGRITY SWEEP'  TO TRL-LABEL.
           MOVE WS-READ-COUNT      TO TRL-READ.
           MOVE WS-BAD-COUNT       TO TRL-BAD-ACCTS.
           MOVE WS-PROBLEM-COUNT   TO TRL-PROBLEMS.
           WRITE IRP-REC AFTER ADVANCING 2 LINES.
       H290-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE ACCOUNTS READ - ONLY REACHED WHEN THE MASTER RAN TO END
      *OF FILE.
       H310-STAMP-RUN-END.
           MOVE 'COBHW31' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW31 ' WS-BUS-DATE
              NOT INVALID KEY
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 MOVE WS-READ-COUNT TO RC-REC-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
                 END-REWRITE
           END-READ.
       H310-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer lines if INTEG-REPORT actually
      *    got opened - an early abort out of H100-OPEN-FILES can
      *    reach here before that OPEN ever runs.
           IF WS-IRP-IS-OPEN
              PERFORM H290-WRITE-TRAILER
           END-IF.
           CLOSE VSM-ACCT
                 RATE-MASTER
                 INTEG-REPORT
                 RUN-CONTROL.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
