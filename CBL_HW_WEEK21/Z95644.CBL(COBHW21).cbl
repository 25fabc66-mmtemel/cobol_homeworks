       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW21.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program is the nightly general-ledger interface:
      *it reads COBHW08's posting journal and COBHW11's accrual
      *journal and turns the day's money movement into balanced
      *double-entry GL postings, summarized by GL account and
      *currency, so finance no longer adds the journals up by hand.
      *Every POSTED journal line and every ACCRUED accrual line
      *becomes one debit and one credit: the GL-MAP mapping file
      *names, per transaction type and currency, the customer-side
      *account the movement lands on and the offset account the
      *other side goes to.  Single-leg debits and credits map
      *under their own transaction code, both legs of a transfer
      *map under 'T' (each leg in its own currency, against the
      *transfer clearing offset), and accrued interest maps under
      *'A' - customer liability against interest expense.  A
      *journal line whose transaction type or currency has no
      *mapping row is not dropped: both sides go to the suspense
      *account and the line is listed on the exceptions page for
      *finance to reclass.
      *Nothing is written to the GL file until the summarized
      *postings have proved debits equal to credits currency by
      *currency - an out-of-balance day is refused whole with the
      *proof page showing which currency failed.
      *The run is governed by the RUN-CONTROL dataset the same way
      *COBHW08's is: a business day whose extract already
      *completed is refused unless the RUN-PARM forced-rerun flag
      *is set, and every prerequisite the SEQ-DEF sequence file
      *lists for this program must read COMPLETE on RUN-CONTROL
      *for the same business date - an extract cut before the
      *posting and accrual passes finished would misstate the GL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-IN    ASSIGN TO    POSTJRNL
                             STATUS       JRN-ST.
           SELECT ACRL-IN    ASSIGN TO    ACRLJRNL
                             STATUS       ACR-ST.
           SELECT GL-MAP     ASSIGN TO    GLMAP
                             STATUS       MAP-ST.
           SELECT GL-POST    ASSIGN TO    GLPOST
                             STATUS       GLP-ST.
           SELECT GL-REPORT  ASSIGN TO    GLRPT
                             STATUS       GLR-ST.
           SELECT GL-EXCEPT  ASSIGN TO    GLEXCP
                             STATUS       GLX-ST.
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
      *COBHW08'S POSTING JOURNAL - THE LAYOUT MUST MATCH COBHW08'S
      *POST-JOURNAL-REC BYTE FOR BYTE.  ONLY POSTED LINES REACH THE
      *GL; REJECT JOURNAL LINES MOVED NO MONEY.
       FD  JRNL-IN     RECORDING MODE F.
       01  JRNL-FIELDS.
           05 JRN-TRANCD        PIC X(01).
           05 JRN-ID            PIC X(05).
           05 JRN-CUR           PIC X(03).
           05 JRN-AMOUNT        PIC S9(09)V99 COMP-3.
           05 JRN-BEFORE-BAL    PIC S9(09)V99 COMP-3.
           05 JRN-AFTER-BAL     PIC S9(09)V99 COMP-3.
           05 JRN-STATUS        PIC X(10).
      *    The other leg's account key on a transfer journal line -
      *    spaces on single-leg debit/credit lines, which is how a
      *    transfer leg is told apart from a plain debit or credit.
           05 JRN-XREF.
              10 JRN-XREF-ID    PIC X(05).
              10 JRN-XREF-CUR   PIC X(03).
           05 JRN-TIMESTAMP     PIC X(21).
      *    Journal reference of a posted transaction, and on a
      *    reversal line the reference of the original it reverses.
           05 JRN-REF           PIC X(15).
           05 JRN-ORIG-REF      PIC X(15).
      *COBHW11'S ACCRUAL JOURNAL - THE LAYOUT MUST MATCH COBHW11'S
      *ACRL-JOURNAL-REC BYTE FOR BYTE.  ONLY ACCRUED LINES REACH
      *THE GL.
       FD  ACRL-IN     RECORDING MODE F.
       01  ACRL-FIELDS.
           05 AJR-ID            PIC 9(05).
           05 AJR-CUR           PIC 9(03).
           05 AJR-RATE          PIC 9(03)V9(06) COMP-3.
           05 AJR-INTEREST      PIC S9(09)V99 COMP-3.
           05 AJR-BEFORE-BAL    PIC S9(09)V99 COMP-3.
           05 AJR-AFTER-BAL     PIC S9(09)V99 COMP-3.
           05 AJR-STATUS        PIC X(10).
           05 AJR-TIMESTAMP     PIC X(21).
      *GL MAPPING FILE, MAINTAINED BY FINANCE - ONE ROW PER
      *TRANSACTION TYPE AND CURRENCY: D (DEBIT), C (CREDIT), T
      *(EITHER LEG OF A TRANSFER) OR A (ACCRUED INTEREST).  A
      *SINGLE ROW OF TYPE S NAMES THE SUSPENSE ACCOUNT IN ITS
      *CUSTOMER-SIDE FIELD; ITS CURRENCY IS NOT USED.
       FD  GL-MAP      RECORDING MODE F.
       01  GL-MAP-REC.
           05 GLM-TRANCD      PIC X(01).
              88 GLM-SUSPENSE    VALUE 'S'.
           05 GLM-CUR         PIC X(03).
      *    Account the customer's side of the movement lands on -
      *    customer liability for every type this extract maps.
           05 GLM-CUST-ACCT   PIC X(10).
      *    Account the other side of the movement goes to - cash
      *    or clearing for debits and credits, transfer clearing
      *    for transfer legs, interest expense for accruals.
           05 GLM-OFFSET-ACCT PIC X(10).
      *GL POSTING FILE HANDED TO THE LEDGER - ONE DEBIT AND/OR ONE
      *CREDIT TOTAL PER GL ACCOUNT AND CURRENCY FOR THE DAY.
       FD  GL-POST     RECORDING MODE F.
       01  GL-POST-REC.
           05 GLP-BUS-DATE    PIC 9(08).
           05 GLP-ACCOUNT     PIC X(10).
           05 GLP-CUR         PIC X(03).
           05 GLP-DC          PIC X(01).
           05 GLP-AMOUNT      PIC 9(13)V99.
      *DEBIT/CREDIT PROOF PAGE - ONE LAYOUT PER LINE TYPE, ALL LAID
      *OVER THE SAME 80-BYTE PRINT RECORD.
       FD  GL-REPORT   RECORDING MODE F.
       01  GL-RPT-REC         PIC X(80).
      *ONE CURRENCY'S DEBIT AND CREDIT TOTALS.
       01  GL-PRF-REC REDEFINES GL-RPT-REC.
           05 PRF-CUR         PIC X(03).
           05 FILLER          PIC X(02).
           05 PRF-DEBIT       PIC Z(12)9.99-.
           05 FILLER          PIC X(02).
           05 PRF-CREDIT      PIC Z(12)9.99-.
           05 FILLER          PIC X(02).
           05 PRF-FLAG        PIC X(10).
           05 FILLER          PIC X(27).
      *RUN TRAILER - JOURNAL LINES TAKEN, EXCEPTIONS AND GL
      *RECORDS WRITTEN.
       01  GL-TRL-REC REDEFINES GL-RPT-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-LINES       PIC Z(06)9.
           05 TRL-EXCEPTIONS  PIC Z(06)9.
           05 TRL-WRITTEN     PIC Z(06)9.
           05 FILLER          PIC X(39).
      *EXCEPTIONS PAGE - EVERY JOURNAL LINE THAT HAD TO GO TO THE
      *SUSPENSE ACCOUNT, WITH THE REASON.
       FD  GL-EXCEPT   RECORDING MODE F.
       01  GL-EXC-REC         PIC X(80).
       01  GL-EXC-DET-REC REDEFINES GL-EXC-REC.
      *    P for a posting-journal line, A for an accrual line.
           05 EXC-SOURCE      PIC X(01).
           05 FILLER          PIC X(01).
           05 EXC-TRANCD      PIC X(01).
           05 FILLER          PIC X(01).
           05 EXC-ID          PIC X(05).
           05 EXC-SEP         PIC X(01).
           05 EXC-CUR         PIC X(03).
           05 FILLER          PIC X(02).
           05 EXC-AMOUNT      PIC Z(10)9.99-.
           05 FILLER          PIC X(02).
           05 EXC-REASON      PIC X(20).
           05 FILLER          PIC X(28).
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
           05 JRN-ST      PIC 9(02).
              88 JRN-EOF      VALUE 10.
              88 JRN-SUCCESS  VALUE 00
                                    97.
              88 JRN-NOTFOUND VALUE 35.
           05 ACR-ST      PIC 9(02).
              88 ACR-EOF      VALUE 10.
              88 ACR-SUCCESS  VALUE 00
                                    97.
              88 ACR-NOTFOUND VALUE 35.
           05 MAP-ST      PIC 9(02).
              88 MAP-EOF      VALUE 10.
              88 MAP-SUCCESS  VALUE 00
                                    97.
           05 GLP-ST      PIC 9(02).
              88 GLP-SUCCESS  VALUE 00
                                    97.
           05 GLR-ST      PIC 9(02).
              88 GLR-SUCCESS  VALUE 00
                                    97.
           05 GLX-ST      PIC 9(02).
              88 GLX-SUCCESS  VALUE 00
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
      *    Set once GL-REPORT actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.  GL-POST is only opened once the
      *    proof has passed, so it carries its own switch.
           05 WS-GLR-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-GLR-IS-OPEN            VALUE 'Y'.
           05 WS-GLP-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-GLP-IS-OPEN            VALUE 'Y'.
      *    Set when a journal was absent - a day the posting or
      *    accrual pass never wrote a journal extracts as empty.
           05 WS-JRN-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-JRN-ABSENT             VALUE 'Y'.
           05 WS-ACR-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-ACR-ABSENT             VALUE 'Y'.
      *    Suspense account from the mapping file's S row - the
      *    default stands when finance has not named one.
           05 WS-SUSPENSE-ACCT PIC X(10) VALUE 'SUSPENSE'.
      *    The journal line being mapped, in one shape whichever
      *    journal it came from: its source (P or A), mapping
      *    type, account key, amount, and whether it moved money
      *    out of (D) or into (C) the customer's account.
           05 WS-LINE-SOURCE   PIC X(01).
           05 WS-LINE-TRANCD   PIC X(01).
           05 WS-LINE-ID       PIC X(05).
           05 WS-LINE-CUR      PIC X(03).
           05 WS-LINE-AMOUNT   PIC S9(09)V99 COMP-3.
           05 WS-LINE-DIRECTION PIC X(01).
              88 WS-LINE-OUT               VALUE 'D'.
      *    The two GL accounts the line maps to, and the account
      *    and side one summary entry is being added under.
           05 WS-CUST-ACCT     PIC X(10).
           05 WS-OFFSET-ACCT   PIC X(10).
           05 WS-ENTRY-ACCT    PIC X(10).
           05 WS-ENTRY-SIDE    PIC X(01).
              88 WS-ENTRY-DEBIT            VALUE 'D'.
      *    Switches for the mapping lookup - whether the exact
      *    type/currency row was found, and failing that whether
      *    the type is mapped under any currency at all.
           05 WS-MAP-FOUND-SW  PIC X(01).
              88 WS-MAP-FOUND              VALUE 'Y'.
           05 WS-TYPE-FOUND-SW PIC X(01).
              88 WS-TYPE-FOUND             VALUE 'Y'.
           05 WS-EXC-REASON    PIC X(20).
      *    Switch raised when any currency fails the proof.
           05 WS-OUT-OF-BAL-SW PIC X(01) VALUE 'N'.
              88 WS-OUT-OF-BALANCE         VALUE 'Y'.
      *    Journal lines taken, lines sent to suspense and GL
      *    records written, for the trailer and the run-control
      *    completion stamp.
           05 WS-LINE-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-EXC-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-WRITE-COUNT   PIC 9(07) COMP VALUE 0.
      *    In-memory copy of the GL mapping file.
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT     PIC 9(05) COMP VALUE 0.
           05 WS-MAP-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-MAP-IDX.
              10 WS-MAP-USED        PIC X(01) VALUE 'N'.
                 88 WS-MAP-IN-USE             VALUE 'Y'.
              10 WS-MAP-TRANCD      PIC X(01).
              10 WS-MAP-CUR         PIC X(03).
              10 WS-MAP-CUST-ACCT   PIC X(10).
              10 WS-MAP-OFFSET-ACCT PIC X(10).
      *    The day's postings summarized by GL account and
      *    currency - the totals are wide enough that a full day
      *    of the largest amounts still sums without truncation.
       01  WS-GL-TABLE.
           05 WS-GL-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-GL-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-GL-IDX.
              10 WS-GL-USED      PIC X(01) VALUE 'N'.
                 88 WS-GL-IN-USE           VALUE 'Y'.
              10 WS-GL-ACCT      PIC X(10).
              10 WS-GL-CUR       PIC X(03).
              10 WS-GL-DEBIT     PIC S9(13)V99 COMP-3 VALUE 0.
              10 WS-GL-CREDIT    PIC S9(13)V99 COMP-3 VALUE 0.
      *    Per-currency debit and credit totals, folded from the
      *    summary table itself so the proof checks exactly what
      *    is about to be written.
       01  WS-PROOF-TABLE.
           05 WS-PRF-COUNT     PIC 9(05) COMP VALUE 0.
           05 WS-PRF-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-PRF-IDX.
              10 WS-PRF-USED     PIC X(01) VALUE 'N'.
                 88 WS-PRF-IN-USE          VALUE 'Y'.
              10 WS-PRF-CUR      PIC X(03).
              10 WS-PRF-DEBIT    PIC S9(13)V99 COMP-3 VALUE 0.
              10 WS-PRF-CREDIT   PIC S9(13)V99 COMP-3 VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOGIC - MAP BOTH JOURNALS, PROVE, THEN WRITE THE GL
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-ONE-MAP UNTIL MAP-EOF.
           PERFORM H200-TAKE-POSTING UNTIL JRN-EOF.
           PERFORM H220-TAKE-ACCRUAL UNTIL ACR-EOF.
           PERFORM H260-PROVE-BALANCE.
           PERFORM H270-WRITE-GL-FILE.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS - A JOURNAL THAT DOES NOT EXIST
      *READS AS EMPTY, BUT THE MAPPING FILE MUST BE THERE
       H100-OPEN-FILES.
      *    Check the run-control entry and the prerequisite chain
      *    first - an extract run ahead of the journals it reads
      *    must refuse before anything is written.
           PERFORM H105-CHECK-RUN-CONTROL.
           OPEN INPUT GL-MAP.
           IF (MAP-ST NOT = 0) AND (MAP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' MAP-ST
              MOVE MAP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT JRNL-IN.
           IF JRN-NOTFOUND
              MOVE 'Y' TO WS-JRN-ABSENT-SW
           ELSE
              IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN2 FILE: ' JRN-ST
                 MOVE JRN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT ACRL-IN.
           IF ACR-NOTFOUND
              MOVE 'Y' TO WS-ACR-ABSENT-SW
           ELSE
              IF (ACR-ST NOT = 0) AND (ACR-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN3 FILE: ' ACR-ST
                 MOVE ACR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT GL-REPORT.
           IF (GLR-ST NOT = 0) AND (GLR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' GLR-ST
              MOVE GLR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-GLR-OPEN-SW.
           OPEN OUTPUT GL-EXCEPT.
           IF (GLX-ST NOT = 0) AND (GLX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' GLX-ST
              MOVE GLX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO GL-EXC-REC.
           MOVE 'GL EXCEPTIONS - POSTED TO SUSPENSE' TO GL-EXC-REC.
           WRITE GL-EXC-REC AFTER ADVANCING PAGE.
           READ GL-MAP.
           IF (MAP-ST NOT = 0) AND (MAP-ST NOT = 97)
              AND (NOT MAP-EOF)
              DISPLAY 'UNABLE TO READ6 FILE: ' MAP-ST
              MOVE MAP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H160-READ-JOURNAL.
           IF (NOT WS-JRN-ABSENT)
              AND (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              AND (NOT JRN-EOF)
              DISPLAY 'UNABLE TO READ7 FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H170-READ-ACCRUAL.
           IF (NOT WS-ACR-ABSENT)
              AND (ACR-ST NOT = 0) AND (ACR-ST NOT = 97)
              AND (NOT ACR-EOF)
              DISPLAY 'UNABLE TO READ8 FILE: ' ACR-ST
              MOVE ACR-ST TO RETURN-CODE
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
           MOVE 'COBHW21' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'RUN ALREADY COMPLETE: COBHW21 ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-CHECK-PREREQS.
           MOVE 'COBHW21' TO RC-PROGRAM.
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
           IF SD-PROGRAM = 'COBHW21'
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
      *LOAD ONE MAPPING ROW - THE S ROW NAMES THE SUSPENSE ACCOUNT,
      *A ROW WITH NO TYPE OR NO ACCOUNTS IS DISPLAYED AND PASSED
      *OVER, SO THE LINES IT WAS MEANT FOR SURFACE ON THE
      *EXCEPTIONS PAGE RATHER THAN POSTING TO A BLANK ACCOUNT
       H120-LOAD-ONE-MAP.
           EVALUATE TRUE
              WHEN GLM-SUSPENSE
                 IF GLM-CUST-ACCT NOT = SPACES
                    MOVE GLM-CUST-ACCT TO WS-SUSPENSE-ACCT
                 END-IF
              WHEN (GLM-TRANCD = SPACE)
                OR (GLM-CUR NOT NUMERIC)
                OR (GLM-CUST-ACCT = SPACES)
                OR (GLM-OFFSET-ACCT = SPACES)
                 DISPLAY 'BAD GL MAP ROW: ' GL-MAP-REC
              WHEN OTHER
                 IF WS-MAP-COUNT < 200
                    ADD 1 TO WS-MAP-COUNT
                    MOVE 'Y' TO WS-MAP-USED(WS-MAP-COUNT)
                    MOVE GLM-TRANCD TO WS-MAP-TRANCD(WS-MAP-COUNT)
                    MOVE GLM-CUR    TO WS-MAP-CUR(WS-MAP-COUNT)
                    MOVE GLM-CUST-ACCT TO
                         WS-MAP-CUST-ACCT(WS-MAP-COUNT)
                    MOVE GLM-OFFSET-ACCT TO
                         WS-MAP-OFFSET-ACCT(WS-MAP-COUNT)
                 ELSE
      *             A row left out of the table would send every
      *             line it maps to suspense - stop instead, the
      *             way COBHW19 treats a full rate table.
                    DISPLAY 'GL MAP TABLE FULL AT 200'
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-EVALUATE.
           READ GL-MAP.
       H120-END. EXIT.
      *READ THE NEXT POSTING-JOURNAL RECORD - EOF OUTRIGHT WHEN THE
      *JOURNAL IS ABSENT
       H160-READ-JOURNAL.
           IF WS-JRN-ABSENT
              MOVE 10 TO JRN-ST
           ELSE
              READ JRNL-IN
           END-IF.
       H160-END. EXIT.
      *READ THE NEXT ACCRUAL-JOURNAL RECORD - EOF OUTRIGHT WHEN THE
      *JOURNAL IS ABSENT
       H170-READ-ACCRUAL.
           IF WS-ACR-ABSENT
              MOVE 10 TO ACR-ST
           ELSE
              READ ACRL-IN
           END-IF.
       H170-END. EXIT.
      *TAKE ONE POSTING-JOURNAL LINE - A LINE CARRYING A CROSS-
      *REFERENCE IS ONE LEG OF A TRANSFER AND MAPS UNDER T; ITS
      *D OR C SAYS WHICH WAY THE MONEY MOVED ON THIS ACCOUNT
       H200-TAKE-POSTING.
           IF JRN-STATUS = 'POSTED'
              ADD 1 TO WS-LINE-COUNT
              MOVE 'P'        TO WS-LINE-SOURCE
              MOVE JRN-ID     TO WS-LINE-ID
              MOVE JRN-CUR    TO WS-LINE-CUR
              MOVE JRN-AMOUNT TO WS-LINE-AMOUNT
              IF JRN-XREF = SPACES
                 MOVE JRN-TRANCD TO WS-LINE-TRANCD
              ELSE
                 MOVE 'T' TO WS-LINE-TRANCD
              END-IF
              IF JRN-TRANCD = 'D'
                 MOVE 'D' TO WS-LINE-DIRECTION
              ELSE
                 MOVE 'C' TO WS-LINE-DIRECTION
              END-IF
              PERFORM H230-MAP-LINE
           END-IF.
           PERFORM H160-READ-JOURNAL.
       H200-END. EXIT.
      *TAKE ONE ACCRUAL-JOURNAL LINE - INTEREST CREDITED TO THE
      *CUSTOMER MAPS UNDER A; A NEGATIVE ACCRUAL MOVED MONEY THE
      *OTHER WAY AND POSTS REVERSED
       H220-TAKE-ACCRUAL.
           IF AJR-STATUS = 'ACCRUED'
              ADD 1 TO WS-LINE-COUNT
              MOVE 'A'     TO WS-LINE-SOURCE
              MOVE 'A'     TO WS-LINE-TRANCD
              MOVE AJR-ID  TO WS-LINE-ID
              MOVE AJR-CUR TO WS-LINE-CUR
              IF AJR-INTEREST < 0
                 COMPUTE WS-LINE-AMOUNT = 0 - AJR-INTEREST
                 MOVE 'D' TO WS-LINE-DIRECTION
              ELSE
                 MOVE AJR-INTEREST TO WS-LINE-AMOUNT
                 MOVE 'C' TO WS-LINE-DIRECTION
              END-IF
              PERFORM H230-MAP-LINE
           END-IF.
           PERFORM H170-READ-ACCRUAL.
       H220-END. EXIT.
      *MAP ONE LINE TO ITS TWO GL ACCOUNTS AND ADD BOTH SIDES TO
      *THE SUMMARY - MONEY OUT OF THE CUSTOMER'S ACCOUNT DEBITS
      *THE CUSTOMER SIDE, MONEY IN CREDITS IT.  AN UNMAPPED LINE
      *POSTS BOTH SIDES TO SUSPENSE AND IS LISTED ON THE
      *EXCEPTIONS PAGE.
       H230-MAP-LINE.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           SET WS-MAP-IDX TO 1.
           SEARCH WS-MAP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MAP-IN-USE(WS-MAP-IDX)
                   AND WS-MAP-TRANCD(WS-MAP-IDX) = WS-LINE-TRANCD
                   AND WS-MAP-CUR(WS-MAP-IDX) = WS-LINE-CUR
                 MOVE 'Y' TO WS-MAP-FOUND-SW
                 MOVE WS-MAP-CUST-ACCT(WS-MAP-IDX) TO WS-CUST-ACCT
                 MOVE WS-MAP-OFFSET-ACCT(WS-MAP-IDX) TO
                      WS-OFFSET-ACCT
           END-SEARCH.
           IF NOT WS-MAP-FOUND
              PERFORM H235-SEND-TO-SUSPENSE
           END-IF.
           IF WS-LINE-OUT
              MOVE WS-CUST-ACCT   TO WS-ENTRY-ACCT
              MOVE 'D'            TO WS-ENTRY-SIDE
              PERFORM H240-ADD-GL-ENTRY
              MOVE WS-OFFSET-ACCT TO WS-ENTRY-ACCT
              MOVE 'C'            TO WS-ENTRY-SIDE
              PERFORM H240-ADD-GL-ENTRY
           ELSE
              MOVE WS-OFFSET-ACCT TO WS-ENTRY-ACCT
              MOVE 'D'            TO WS-ENTRY-SIDE
              PERFORM H240-ADD-GL-ENTRY
              MOVE WS-CUST-ACCT   TO WS-ENTRY-ACCT
              MOVE 'C'            TO WS-ENTRY-SIDE
              PERFORM H240-ADD-GL-ENTRY
           END-IF.
       H230-END. EXIT.
      *ROUTE AN UNMAPPED LINE TO SUSPENSE AND LIST IT - THE REASON
      *SAYS WHETHER THE TYPE IS UNKNOWN ALTOGETHER OR ONLY UNMAPPED
      *FOR THIS CURRENCY, SO FINANCE KNOWS WHICH ROW TO ADD
       H235-SEND-TO-SUSPENSE.
           MOVE WS-SUSPENSE-ACCT TO WS-CUST-ACCT
                                    WS-OFFSET-ACCT.
           MOVE 'N' TO WS-TYPE-FOUND-SW.
           SET WS-MAP-IDX TO 1.
           SEARCH WS-MAP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MAP-IN-USE(WS-MAP-IDX)
                   AND WS-MAP-TRANCD(WS-MAP-IDX) = WS-LINE-TRANCD
                 MOVE 'Y' TO WS-TYPE-FOUND-SW
           END-SEARCH.
           IF WS-TYPE-FOUND
              MOVE 'CURRENCY NOT MAPPED' TO WS-EXC-REASON
           ELSE
              MOVE 'TRANCD NOT MAPPED'   TO WS-EXC-REASON
           END-IF.
           MOVE SPACES TO GL-EXC-REC.
           MOVE WS-LINE-SOURCE TO EXC-SOURCE.
           MOVE WS-LINE-TRANCD TO EXC-TRANCD.
           MOVE WS-LINE-ID     TO EXC-ID.
           MOVE '/'            TO EXC-SEP.
           MOVE WS-LINE-CUR    TO EXC-CUR.
           MOVE WS-LINE-AMOUNT TO EXC-AMOUNT.
           MOVE WS-EXC-REASON  TO EXC-REASON.
           WRITE GL-EXC-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXC-COUNT.
       H235-END. EXIT.
      *ADD ONE SIDE OF A LINE TO THE SUMMARY ENTRY FOR ITS GL
      *ACCOUNT AND CURRENCY, OPENING THE ENTRY ON FIRST SIGHT
       H240-ADD-GL-ENTRY.
           SET WS-GL-IDX TO 1.
           SEARCH WS-GL-ENTRY
              AT END
                 IF WS-GL-COUNT < 500
                    ADD 1 TO WS-GL-COUNT
                    SET WS-GL-IDX TO WS-GL-COUNT
                    MOVE 'Y'           TO WS-GL-USED(WS-GL-IDX)
                    MOVE WS-ENTRY-ACCT TO WS-GL-ACCT(WS-GL-IDX)
                    MOVE WS-LINE-CUR   TO WS-GL-CUR(WS-GL-IDX)
                    PERFORM H245-ADD-TO-ENTRY
                 ELSE
      *             An entry left out would unbalance the proof
      *             and short the ledger - stop for ops instead.
                    DISPLAY 'GL SUMMARY TABLE FULL AT 500'
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN WS-GL-IN-USE(WS-GL-IDX)
                   AND WS-GL-ACCT(WS-GL-IDX) = WS-ENTRY-ACCT
                   AND WS-GL-CUR(WS-GL-IDX) = WS-LINE-CUR
                 PERFORM H245-ADD-TO-ENTRY
           END-SEARCH.
       H240-END. EXIT.
      *ADD THE LINE AMOUNT TO THE DEBIT OR CREDIT TOTAL OF THE
      *SUMMARY ENTRY WS-GL-IDX POINTS AT
       H245-ADD-TO-ENTRY.
           IF WS-ENTRY-DEBIT
              ADD WS-LINE-AMOUNT TO WS-GL-DEBIT(WS-GL-IDX)
           ELSE
              ADD WS-LINE-AMOUNT TO WS-GL-CREDIT(WS-GL-IDX)
           END-IF.
       H245-END. EXIT.
      *PROVE DEBITS EQUAL CREDITS PER CURRENCY ACROSS THE WHOLE
      *SUMMARY, PRINTING ONE PROOF LINE PER CURRENCY - AN
      *OUT-OF-BALANCE DAY STOPS HERE, BEFORE THE GL FILE IS EVEN
      *OPENED, AND IS NOT STAMPED COMPLETE
       H260-PROVE-BALANCE.
           PERFORM H262-FOLD-GL-ENTRY
                   VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT.
           PERFORM H265-PROVE-CURRENCY
                   VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT.
           IF WS-OUT-OF-BALANCE
              DISPLAY 'GL EXTRACT OUT OF BALANCE: ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H260-END. EXIT.
      *FOLD ONE SUMMARY ENTRY INTO ITS CURRENCY'S PROOF TOTALS
       H262-FOLD-GL-ENTRY.
           SET WS-PRF-IDX TO 1.
           SEARCH WS-PRF-ENTRY
              AT END
                 IF WS-PRF-COUNT < 50
                    ADD 1 TO WS-PRF-COUNT
                    SET WS-PRF-IDX TO WS-PRF-COUNT
                    MOVE 'Y' TO WS-PRF-USED(WS-PRF-IDX)
                    MOVE WS-GL-CUR(WS-GL-IDX) TO
                         WS-PRF-CUR(WS-PRF-IDX)
                    PERFORM H263-ADD-TO-PROOF
                 ELSE
                    DISPLAY 'GL PROOF TABLE FULL AT 50'
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN WS-PRF-IN-USE(WS-PRF-IDX)
                   AND WS-PRF-CUR(WS-PRF-IDX) =
                       WS-GL-CUR(WS-GL-IDX)
                 PERFORM H263-ADD-TO-PROOF
           END-SEARCH.
       H262-END. EXIT.
      *ADD ONE SUMMARY ENTRY'S TOTALS TO THE CURRENCY WS-PRF-IDX
      *POINTS AT
       H263-ADD-TO-PROOF.
           ADD WS-GL-DEBIT(WS-GL-IDX)  TO WS-PRF-DEBIT(WS-PRF-IDX).
           ADD WS-GL-CREDIT(WS-GL-IDX) TO WS-PRF-CREDIT(WS-PRF-IDX).
       H263-END. EXIT.
      *PRINT ONE CURRENCY'S PROOF LINE AND RAISE THE SWITCH IF IT
      *DOES NOT BALANCE
       H265-PROVE-CURRENCY.
           MOVE SPACES TO GL-RPT-REC.
           MOVE WS-PRF-CUR(WS-PRF-IDX)    TO PRF-CUR.
           MOVE WS-PRF-DEBIT(WS-PRF-IDX)  TO PRF-DEBIT.
           MOVE WS-PRF-CREDIT(WS-PRF-IDX) TO PRF-CREDIT.
           IF WS-PRF-DEBIT(WS-PRF-IDX) = WS-PRF-CREDIT(WS-PRF-IDX)
              MOVE 'BALANCED'  TO PRF-FLAG
           ELSE
              MOVE 'OUT-OF-BAL' TO PRF-FLAG
              MOVE 'Y' TO WS-OUT-OF-BAL-SW
           END-IF.
           WRITE GL-RPT-REC.
       H265-END. EXIT.
      *WRITE THE PROVED SUMMARY TO THE GL FILE - ONE DEBIT AND ONE
      *CREDIT RECORD PER ACCOUNT AND CURRENCY, A ZERO SIDE LEFT OUT
       H270-WRITE-GL-FILE.
           OPEN OUTPUT GL-POST.
           IF (GLP-ST NOT = 0) AND (GLP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN9 FILE: ' GLP-ST
              MOVE GLP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-GLP-OPEN-SW.
           PERFORM H275-WRITE-GL-ENTRY
                   VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT.
       H270-END. EXIT.
      *WRITE ONE SUMMARY ENTRY'S DEBIT AND CREDIT RECORDS
       H275-WRITE-GL-ENTRY.
           IF WS-GL-DEBIT(WS-GL-IDX) NOT = 0
              INITIALIZE GL-POST-REC
              MOVE WS-BUS-DATE            TO GLP-BUS-DATE
              MOVE WS-GL-ACCT(WS-GL-IDX)  TO GLP-ACCOUNT
              MOVE WS-GL-CUR(WS-GL-IDX)   TO GLP-CUR
              MOVE 'D'                    TO GLP-DC
              MOVE WS-GL-DEBIT(WS-GL-IDX) TO GLP-AMOUNT
              WRITE GL-POST-REC
              ADD 1 TO WS-WRITE-COUNT
           END-IF.
           IF WS-GL-CREDIT(WS-GL-IDX) NOT = 0
              INITIALIZE GL-POST-REC
              MOVE WS-BUS-DATE             TO GLP-BUS-DATE
              MOVE WS-GL-ACCT(WS-GL-IDX)   TO GLP-ACCOUNT
              MOVE WS-GL-CUR(WS-GL-IDX)    TO GLP-CUR
              MOVE 'C'                     TO GLP-DC
              MOVE WS-GL-CREDIT(WS-GL-IDX) TO GLP-AMOUNT
              WRITE GL-POST-REC
              ADD 1 TO WS-WRITE-COUNT
           END-IF.
       H275-END. EXIT.
      *WRITE THE RUN TRAILER - LINES TAKEN, EXCEPTIONS, GL RECORDS
       H290-WRITE-TRAILER.
           MOVE SPACES TO GL-RPT-REC.
           MOVE 'GL EXTRACT' TO TRL-LABEL.
           MOVE WS-LINE-COUNT  TO TRL-LINES.
           MOVE WS-EXC-COUNT   TO TRL-EXCEPTIONS.
           MOVE WS-WRITE-COUNT TO TRL-WRITTEN.
           WRITE GL-RPT-REC.
       H290-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE JOURNAL LINES TAKEN - ONLY REACHED WHEN THE PROOF PASSED
      *AND THE GL FILE WAS WRITTEN.
       H310-STAMP-RUN-END.
           MOVE 'COBHW21' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW21 ' WS-BUS-DATE
              NOT INVALID KEY
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 MOVE WS-LINE-COUNT TO RC-REC-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
                 END-REWRITE
           END-READ.
       H310-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer line if GL-REPORT actually got
      *    opened - an early abort out of H100-OPEN-FILES can reach
      *    here before that OPEN ever runs.
           IF WS-GLR-IS-OPEN
              PERFORM H290-WRITE-TRAILER
           END-IF.
           CLOSE GL-MAP
                 GL-REPORT
                 GL-EXCEPT
                 RUN-CONTROL.
           IF WS-GLP-IS-OPEN
              CLOSE GL-POST
           END-IF.
           IF NOT WS-JRN-ABSENT
              CLOSE JRNL-IN
           END-IF.
           IF NOT WS-ACR-ABSENT
              CLOSE ACRL-IN
           END-IF.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
