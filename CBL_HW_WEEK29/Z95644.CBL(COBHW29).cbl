       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW29.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program is the monthly service-fee assessment.
      *It walks the indexed ACCT-REC in key sequence and prices
      *every account off the FEE-SCHED file, one row per currency:
      *a flat monthly maintenance fee, plus a low-balance fee when
      *ACCT-BALANCE stands below the row's minimum balance.  A
      *suspended or closed account is never charged.  A customer
      *who has reached the senior age by the first day of the fee
      *month - 65 unless FEE-PARM says otherwise - has the whole
      *fee waived.  The date of birth is ACCT-DTAR on COBHW02's
      *sequential ACCT-REC, walked in step with the master by ID
      *the way COBHW06 matches the two files; only an ID the
      *sequential file does not carry falls back to the date of
      *birth COBHW24 keeps on the customer master.  An ID with
      *neither gets no waiver.  Every fee charged is written as a
      *'D' debit into a batch on FEES-OUT - header source FEES,
      *computed trailer - which COBHW15 merges into the posting
      *input ahead of COBHW08.  A batch is closed and a new one
      *cut every 1000 debits, the most COBHW08 holds for one
      *batch.  The batch number is the fee month's YYMM followed
      *by a two-digit batch sequence (261001, 261002, ...), so the
      *posting-control dataset refuses a second apply of any of
      *the month's batches.  Every account charged,
      *waived or skipped is listed on the FEE-REPORT register with
      *the reason.
      *The run is governed by the RUN-CONTROL dataset keyed on the
      *fee month (CCYYMM00) the way COBHW11's accrual is: a month
      *whose assessment already completed is refused unless the
      *FEE-PARM forced-rerun flag is set.  A forced rerun rebuilds
      *the same batches under the same batch numbers, so COBHW08
      *still refuses any of them that was already posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSM-ACCT   ASSIGN TO    ACCTVSM
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       VSM-KEY
                             STATUS       VSM-ST.
           SELECT SEQ-ACCT   ASSIGN TO    ACCTSEQ
                             STATUS       SEQ-ST.
           SELECT CUST-MASTER ASSIGN TO   CUSTMST
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-KEY
                             STATUS       CST-ST.
           SELECT FEE-SCHED  ASSIGN TO    FEESCHED
                             STATUS       FSC-ST.
           SELECT FEE-PARM   ASSIGN TO    FEEPARM
                             STATUS       FPM-ST.
           SELECT FEES-OUT   ASSIGN TO    FEESOUT
                             STATUS       FOT-ST.
           SELECT FEE-REPORT ASSIGN TO    FEERPT
                             STATUS       FRP-ST.
           SELECT RUN-CONTROL ASSIGN TO   RUNCTL
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       RC-KEY
                             STATUS       RCT-ST.
       DATA DIVISION.
       FILE SECTION.
      *COBHW03'S INDEXED ACCT-REC (VSAM), READ ONLY HERE IN KEY
      *SEQUENCE - THE FEES THEMSELVES ARE POSTED BY COBHW08.
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
      *COBHW02'S SEQUENTIAL ACCT-REC, IN SEQ-SEQ ORDER - THE SOURCE
      *OF THE DATE OF BIRTH (ACCT-DTAR).  THE LAYOUT MUST MATCH
      *COBHW06'S SEQ-FIELDS BYTE FOR BYTE.
       FD  SEQ-ACCT    RECORDING MODE F.
       01  SEQ-FIELDS.
           05 SEQ-SEQ         PIC X(04).
           05 SEQ-AD          PIC X(15).
           05 SEQ-SOYAD       PIC X(15).
           05 SEQ-DTAR        PIC 9(08).
           05 SEQ-TODAY       PIC 9(08).
      *COBHW24'S CUSTOMER MASTER (VSAM), READ HERE BY ACCT-ID FOR
      *THE DATE OF BIRTH OF AN ID THE SEQUENTIAL ACCT-REC DOES NOT
      *CARRY - THE LAYOUT MUST MATCH COBHW24'S CUST-MASTER BYTE FOR
      *BYTE.
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
      *PER-CURRENCY FEE SCHEDULE - THE FLAT MONTHLY FEE, AND THE
      *LOW-BALANCE FEE CHARGED ON TOP OF IT WHEN THE BALANCE IS
      *BELOW THE MINIMUM.  ONE ROW PER CURRENCY.
       FD  FEE-SCHED   RECORDING MODE F.
       01  FEE-SCHED-FIELDS.
           05 FS-CUR          PIC X(03).
           05 FS-FLAT-FEE     PIC X(09).
           05 FS-FLAT-FEE-N REDEFINES FS-FLAT-FEE
                              PIC 9(07)V99.
           05 FS-MIN-BAL      PIC X(11).
           05 FS-MIN-BAL-N REDEFINES FS-MIN-BAL
                              PIC 9(09)V99.
           05 FS-LOW-FEE      PIC X(09).
           05 FS-LOW-FEE-N REDEFINES FS-LOW-FEE
                              PIC 9(07)V99.
      *FEE MONTH (CCYYMM), FORCED-RERUN FLAG AND SENIOR AGE FOR
      *THIS RUN - WHEN THE FILE IS ABSENT THE RUN DATE'S MONTH IS
      *ASSESSED, A RERUN OF A COMPLETED MONTH IS REFUSED AND THE
      *SENIOR AGE IS 65.
       FD  FEE-PARM    RECORDING MODE F.
       01  FEE-PARM-REC.
           05 FP-MONTH        PIC X(06).
           05 FP-MONTH-N REDEFINES FP-MONTH
                              PIC 9(06).
           05 FP-FORCE        PIC X(01).
      *    Blank keeps the default senior age.
           05 FP-SENIOR-AGE   PIC X(03).
           05 FP-SENIOR-AGE-N REDEFINES FP-SENIOR-AGE
                              PIC 9(03).
      *THE FEE DEBIT BATCHES HANDED TO COBHW15 - THE LAYOUTS MUST
      *MATCH COBHW08'S POST-REC BYTE FOR BYTE.
       FD  FEES-OUT    RECORDING MODE F.
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
      *FEE REGISTER - A HEADING LINE FOR THE MONTH, ONE LINE PER
      *ACCOUNT CHARGED, WAIVED OR SKIPPED, AND THE TRAILER, ALL
      *LAID OVER THE SAME 80-BYTE PRINT RECORD.
       FD  FEE-REPORT  RECORDING MODE F.
       01  FEE-RPT-REC        PIC X(80).
       01  FEE-HDG-REC REDEFINES FEE-RPT-REC.
           05 HDG-LABEL       PIC X(20).
           05 HDG-MONTH       PIC 9(06).
           05 FILLER          PIC X(54).
       01  FEE-DET-REC REDEFINES FEE-RPT-REC.
           05 DET-ID          PIC 9(05).
           05 DET-SEP1        PIC X(01).
           05 DET-CUR         PIC 9(03).
           05 FILLER          PIC X(01).
           05 DET-BALANCE     PIC -(09)9.99.
           05 FILLER          PIC X(01).
           05 DET-FEE         PIC Z(07)9.99.
           05 FILLER          PIC X(01).
           05 DET-ACTION      PIC X(09).
           05 FILLER          PIC X(01).
           05 DET-REASON      PIC X(15).
           05 FILLER          PIC X(18).
       01  FEE-TRL-REC REDEFINES FEE-RPT-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-CHARGED     PIC Z(06)9.
           05 TRL-WAIVED      PIC Z(06)9.
           05 TRL-SKIPPED     PIC Z(06)9.
           05 TRL-AMOUNT      PIC Z(12)9.99.
           05 FILLER          PIC X(23).
      *RUN-CONTROL DATASET, SHARED WITH THE DAILY BATCH - THIS
      *PROGRAM KEYS ITS ENTRY ON THE FEE MONTH (CCYYMM00), SO A
      *MONTH WHOSE ASSESSMENT COMPLETED CANNOT RUN AGAIN.
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
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 VSM-ST      PIC 9(02).
              88 VSM-EOF      VALUE 10.
              88 VSM-SUCCESS  VALUE 00
                                    97.
           05 SEQ-ST      PIC 9(02).
              88 SEQ-EOF      VALUE 10.
              88 SEQ-SUCCESS  VALUE 00
                                    97.
           05 CST-ST      PIC 9(02).
              88 CST-SUCCESS  VALUE 00
                                    97.
              88 CST-NOTFOUND VALUE 35.
           05 FSC-ST      PIC 9(02).
              88 FSC-EOF      VALUE 10.
              88 FSC-SUCCESS  VALUE 00
                                    97.
           05 FPM-ST      PIC 9(02).
              88 FPM-SUCCESS  VALUE 00
                                    97.
              88 FPM-NOTFOUND VALUE 35.
           05 FOT-ST      PIC 9(02).
              88 FOT-SUCCESS  VALUE 00
                                    97.
           05 FRP-ST      PIC 9(02).
              88 FRP-SUCCESS  VALUE 00
                                    97.
           05 RCT-ST      PIC 9(02).
              88 RCT-SUCCESS  VALUE 00
                                    97.
      *    Fee month governing this run, from FEE-PARM or the run
      *    date's month when FEE-PARM is absent.
           05 WS-MONTH         PIC 9(06).
           05 WS-MONTH-R REDEFINES WS-MONTH.
              10 WS-MONTH-CC   PIC 9(02).
              10 WS-MONTH-YYMM PIC 9(04).
      *    The month widened to the run-control key's date form.
           05 WS-MONTH-DATE    PIC 9(08).
      *    The first day of the fee month - the day a customer's
      *    age is taken on for the senior waiver.
           05 WS-MONTH-START   PIC 9(08).
      *    The run date, for the batch header.
           05 WS-RUN-DATE      PIC 9(08).
      *    Age from which a customer's fees are waived.
           05 WS-SENIOR-AGE    PIC 9(03) VALUE 65.
      *    The customer's date of birth, from ACCT-DTAR or the
      *    customer master - zero when neither has a usable one.
           05 WS-DOB           PIC 9(08).
      *    The customer's age in whole years on WS-MONTH-START.
           05 WS-AGE           PIC 9(03).
      *    Switch indicating whether SEQ-SEQ passed its numeric edit
      *    check before FUNCTION NUMVAL converts it to WS-SEQ-ID.
           05 WS-SEQ-SW        PIC X(01).
              88 WS-SEQ-VALID              VALUE 'Y'.
              88 WS-SEQ-INVALID            VALUE 'N'.
           05 WS-SEQ-ID        PIC S9(05).
      *    The previous sequential record's ID, for the ascending-
      *    sequence check the matched-key walk depends on.
           05 WS-SEQ-PREV-ID   PIC S9(05) VALUE -1.
      *    The schedule row's currency code in comparable form.
           05 WS-FS-CUR        PIC S9(03).
      *    Switch indicating a forced rerun of a completed month.
           05 WS-FORCE-SW      PIC X(01) VALUE 'N'.
              88 WS-FORCED                VALUE 'Y'.
      *    Switch indicating whether this program/month already
      *    has a RUN-CONTROL entry.
           05 WS-RC-FOUND-SW   PIC X(01).
              88 WS-RC-FOUND              VALUE 'Y'.
      *    Set when the customer master does not exist yet - no
      *    date of birth is on file, so no waiver can be given.
           05 WS-CST-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-CST-ABSENT             VALUE 'Y'.
      *    Switch telling whether the account's customer was found.
           05 WS-CST-FOUND-SW  PIC X(01).
              88 WS-CST-FOUND              VALUE 'Y'.
      *    Switch telling whether a schedule row was found for
      *    the account's currency.
           05 WS-FEE-FOUND-SW  PIC X(01).
              88 WS-FEE-FOUND              VALUE 'Y'.
      *    Set once FEE-REPORT actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.
           05 WS-FRP-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-FRP-IS-OPEN            VALUE 'Y'.
      *    Switch telling whether a batch header has been written
      *    and its trailer not yet - a header is only cut when
      *    there is a fee to charge into it.
           05 WS-HDR-SW        PIC X(01) VALUE 'N'.
              88 WS-HDR-WRITTEN            VALUE 'Y'.
      *    This account's schedule row, the fee worked out for it,
      *    and the register's action and reason.
           05 WS-FLAT-FEE      PIC 9(07)V99.
           05 WS-MIN-BAL       PIC 9(09)V99.
           05 WS-LOW-FEE       PIC 9(07)V99.
           05 WS-FEE           PIC 9(09)V99.
           05 WS-FEE-KIND      PIC X(15).
           05 WS-ACTION        PIC X(09).
           05 WS-REASON        PIC X(15).
      *    Count and debit total of the open batch, for the
      *    trailer COBHW08 will prove the batch against, and the
      *    batch's sequence within the fee month.
           05 WS-BCH-COUNT     PIC 9(06) VALUE 0.
           05 WS-BCH-DEBIT-TOT PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-BCH-SEQ       PIC 9(02) VALUE 0.
      *    Count and debit total of every fee charged this run, for
      *    the register trailer and the run-control stamp.
           05 WS-CHG-COUNT     PIC 9(06) VALUE 0.
           05 WS-CHG-DEBIT-TOT PIC S9(13)V99 COMP-3 VALUE 0.
      *    Accounts waived and skipped, for the trailer and the
      *    sysout tally.
           05 WS-WAIVE-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-SKIP-COUNT    PIC 9(07) COMP VALUE 0.
      *    In-memory table of per-currency fee rows loaded from
      *    FEE-SCHED.
       01  WS-FEE-TABLE.
           05 WS-FEE-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-FEE-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-FEE-TBL-IDX.
              10 WS-FEE-TBL-USED  PIC X(01) VALUE 'N'.
                 88 WS-FEE-TBL-IN-USE        VALUE 'Y'.
              10 WS-FEE-TBL-CODE  PIC S9(03) VALUE 0.
              10 WS-FEE-TBL-FLAT  PIC 9(07)V99 VALUE 0.
              10 WS-FEE-TBL-MIN   PIC 9(09)V99 VALUE 0.
              10 WS-FEE-TBL-LOW   PIC 9(07)V99 VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOGIC - LOAD THE SCHEDULE, ONE PASS OVER THE MASTER,
      *THEN CLOSE THE LAST BATCH
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-ONE-FEE UNTIL FSC-EOF.
           PERFORM H130-CHECK-FEES-LOADED.
           PERFORM H140-WRITE-HEADING.
           PERFORM H200-TAKE-ACCOUNT UNTIL VSM-EOF.
           PERFORM H250-CLOSE-BATCH.
           DISPLAY 'CHARGED: ' WS-CHG-COUNT
                   ' WAIVED: ' WS-WAIVE-COUNT
                   ' SKIPPED: ' WS-SKIP-COUNT
                   ' BATCHES: ' WS-BCH-SEQ.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS - A CUSTOMER MASTER THAT DOES
      *NOT EXIST YET LEAVES ACCT-DTAR AS THE ONLY DATE OF BIRTH
       H100-OPEN-FILES.
      *    Check the run-control entry first - a refused rerun of
      *    a completed month must not overwrite the batch already
      *    handed on to COBHW15.
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
           OPEN INPUT FEE-SCHED.
           IF (FSC-ST NOT = 0) AND (FSC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' FSC-ST
              MOVE FSC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT FEES-OUT.
           IF (FOT-ST NOT = 0) AND (FOT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' FOT-ST
              MOVE FOT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT FEE-REPORT.
           IF (FRP-ST NOT = 0) AND (FRP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' FRP-ST
              MOVE FRP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRP-OPEN-SW.
           READ FEE-SCHED.
           IF (FSC-ST NOT = 0) AND (FSC-ST NOT = 97)
              AND (NOT FSC-EOF)
              DISPLAY 'UNABLE TO READ6 FILE: ' FSC-ST
              MOVE FSC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ VSM-ACCT.
           IF (VSM-ST NOT = 0) AND (VSM-ST NOT = 97)
              AND (NOT VSM-EOF)
              DISPLAY 'UNABLE TO READ7 FILE: ' VSM-ST
              MOVE VSM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT SEQ-ACCT.
           IF (SEQ-ST NOT = 0) AND (SEQ-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN10 FILE: ' SEQ-ST
              MOVE SEQ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ SEQ-ACCT.
           IF (SEQ-ST NOT = 0) AND (SEQ-ST NOT = 97)
              AND (NOT SEQ-EOF)
              DISPLAY 'UNABLE TO READ11 FILE: ' SEQ-ST
              MOVE SEQ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT SEQ-EOF
              PERFORM H160-EDIT-SEQ-KEY
           END-IF.
       H100-END. EXIT.
      *PICK UP THE FEE MONTH, FORCED-RERUN FLAG AND SENIOR AGE
      *FROM FEE-PARM, REFUSE THE RUN IF THIS MONTH ALREADY
      *COMPLETED, AND STAMP THE RUN-CONTROL ENTRY AS STARTED - THE
      *SAME SHAPE COBHW11'S H105 TAKES.
       H105-CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH.
           OPEN INPUT FEE-PARM.
           IF FPM-NOTFOUND
              CONTINUE
           ELSE
              IF (FPM-ST NOT = 0) AND (FPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN8 FILE: ' FPM-ST
                 MOVE FPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ FEE-PARM
              IF (FPM-ST NOT = 0) AND (FPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ9 FILE: ' FPM-ST
                 MOVE FPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
      *       The month keys the run-control entry, so a typo'd
      *       month would dodge the double-charge check - refuse
      *       anything that is not a real CCYYMM.
              IF FP-MONTH-N NOT NUMERIC
                 DISPLAY 'INVALID FEE MONTH: ' FP-MONTH
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (FUNCTION MOD(FP-MONTH-N 100) < 01)
                 OR (FUNCTION MOD(FP-MONTH-N 100) > 12)
                 DISPLAY 'INVALID FEE MONTH: ' FP-MONTH
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE FP-MONTH-N TO WS-MONTH
              IF FP-FORCE = 'Y'
                 MOVE 'Y' TO WS-FORCE-SW
              END-IF
              IF FP-SENIOR-AGE NOT = SPACES
                 IF (FP-SENIOR-AGE-N NOT NUMERIC)
                    OR (FP-SENIOR-AGE-N = 0)
                    DISPLAY 'INVALID SENIOR AGE: ' FP-SENIOR-AGE
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE FP-SENIOR-AGE-N TO WS-SENIOR-AGE
              END-IF
              CLOSE FEE-PARM
           END-IF.
           COMPUTE WS-MONTH-DATE  = WS-MONTH * 100.
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 01.
           OPEN I-O RUN-CONTROL.
           IF (RCT-ST NOT = 0) AND (RCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN RUNCTL: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'COBHW29' TO RC-PROGRAM.
           MOVE WS-MONTH-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'FEES ALREADY COMPLETE: ' WS-MONTH
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'COBHW29' TO RC-PROGRAM.
           MOVE WS-MONTH-DATE TO RC-DATE.
           MOVE 'STARTED' TO RC-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 0 TO RC-REC-COUNT.
           MOVE 'N' TO RC-OVERRIDE.
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
      *LOAD ONE CURRENCY'S FEE ROW INTO THE TABLE - A FEE RUN THAT
      *CANNOT HOLD EVERY ROW, READS A ROW IT CANNOT USE, OR FINDS
      *A CURRENCY PRICED TWICE STOPS RATHER THAN CHARGING PART OF
      *THE BOOK AT THE WRONG PRICE.
       H120-LOAD-ONE-FEE.
           IF (FS-CUR NOT NUMERIC) OR (FS-FLAT-FEE-N NOT NUMERIC)
              OR (FS-MIN-BAL-N NOT NUMERIC)
              OR (FS-LOW-FEE-N NOT NUMERIC)
              DISPLAY 'BAD FEESCHED ROW: ' FS-CUR ' ' FS-FLAT-FEE
                      ' ' FS-MIN-BAL ' ' FS-LOW-FEE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-FS-CUR = FUNCTION NUMVAL(FS-CUR)
           SET WS-FEE-TBL-IDX TO 1
           SEARCH WS-FEE-ENTRY
              AT END
                 IF WS-FEE-COUNT-ENTRIES < 50
                    ADD 1 TO WS-FEE-COUNT-ENTRIES
                    MOVE 'Y' TO
                         WS-FEE-TBL-USED(WS-FEE-COUNT-ENTRIES)
                    MOVE WS-FS-CUR TO
                         WS-FEE-TBL-CODE(WS-FEE-COUNT-ENTRIES)
                    MOVE FS-FLAT-FEE-N TO
                         WS-FEE-TBL-FLAT(WS-FEE-COUNT-ENTRIES)
                    MOVE FS-MIN-BAL-N TO
                         WS-FEE-TBL-MIN(WS-FEE-COUNT-ENTRIES)
                    MOVE FS-LOW-FEE-N TO
                         WS-FEE-TBL-LOW(WS-FEE-COUNT-ENTRIES)
                 ELSE
                    DISPLAY 'FEE SCHEDULE TABLE FULL AT 50'
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN WS-FEE-TBL-IN-USE(WS-FEE-TBL-IDX)
                   AND WS-FEE-TBL-CODE(WS-FEE-TBL-IDX) = WS-FS-CUR
                 DISPLAY 'DUPLICATE FEESCHED ROW: ' FS-CUR
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-SEARCH.
           READ FEE-SCHED.
       H120-END. EXIT.
      *AN EMPTY FEE SCHEDULE PRICES NOTHING - REFUSE THE RUN BEFORE
      *ANY BATCH IS CUT, LEAVING THE RUN-CONTROL ENTRY STARTED SO
      *THE RERUN WITH THE REAL SCHEDULE COMES THROUGH WITHOUT
      *NEEDING THE FORCED-RERUN FLAG
       H130-CHECK-FEES-LOADED.
           IF WS-FEE-COUNT-ENTRIES = 0
              DISPLAY 'NO FEE SCHEDULE LOADED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END. EXIT.
      *VALIDATE SEQ-SEQ BEFORE FUNCTION NUMVAL IS CALLED, CONVERT
      *IT, AND ABORT ON AN OUT-OF-SEQUENCE RECORD THE SAME WAY
      *COBHW06'S H160 DOES - THE MATCHED-KEY WALK WOULD OTHERWISE
      *MISS THE DATE OF BIRTH OF EVERY ID FROM HERE ON.
       H160-EDIT-SEQ-KEY.
           IF SEQ-SEQ IS NUMERIC
              MOVE 'Y' TO WS-SEQ-SW
              COMPUTE WS-SEQ-ID = FUNCTION NUMVAL(SEQ-SEQ)
              IF WS-SEQ-ID < WS-SEQ-PREV-ID
                 DISPLAY 'ACCTSEQ OUT OF SEQUENCE AT ' SEQ-SEQ
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE WS-SEQ-ID TO WS-SEQ-PREV-ID
           ELSE
              MOVE 'N' TO WS-SEQ-SW
           END-IF.
       H160-END. EXIT.
      *READ THE NEXT SEQUENTIAL RECORD AND REFRESH ITS EDITED KEY
       H180-READ-SEQ.
           READ SEQ-ACCT.
           IF NOT SEQ-EOF
              PERFORM H160-EDIT-SEQ-KEY
           END-IF.
       H180-END. EXIT.
      *HEAD THE REGISTER WITH THE MONTH BEING ASSESSED
       H140-WRITE-HEADING.
           MOVE SPACES TO FEE-RPT-REC.
           MOVE 'FEE ASSESSMENT FOR' TO HDG-LABEL.
           MOVE WS-MONTH            TO HDG-MONTH.
           WRITE FEE-RPT-REC.
       H140-END. EXIT.
      *DECIDE WHAT TO DO WITH ONE ACCOUNT - CHARGE IT, WAIVE ITS
      *FEE, OR SKIP IT - AND LIST IT ON THE REGISTER
       H200-TAKE-ACCOUNT.
           MOVE 0      TO WS-FEE.
           MOVE SPACES TO WS-REASON.
           PERFORM H210-FIND-FEE.
           EVALUATE TRUE
              WHEN VSM-ST-SUSPENDED
                 MOVE 'ACCT SUSPENDED'  TO WS-REASON
              WHEN VSM-ST-CLOSED
                 MOVE 'ACCT CLOSED'     TO WS-REASON
              WHEN NOT WS-FEE-FOUND
                 MOVE 'NO FEE SCHEDULE' TO WS-REASON
              WHEN OTHER
                 PERFORM H220-PRICE-ACCOUNT
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-REASON NOT = SPACES
                 PERFORM H240-SKIP-ACCOUNT
              WHEN WS-FEE = 0
                 MOVE 'NO FEE DUE' TO WS-REASON
                 PERFORM H240-SKIP-ACCOUNT
              WHEN OTHER
                 PERFORM H225-CHECK-SENIOR
                 IF WS-AGE NOT < WS-SENIOR-AGE
                    ADD 1 TO WS-WAIVE-COUNT
                    MOVE 'WAIVED'        TO WS-ACTION
                    MOVE 'SENIOR WAIVER' TO WS-REASON
                    PERFORM H280-WRITE-DETAIL
                 ELSE
                    PERFORM H230-CHARGE-ACCOUNT
                 END-IF
           END-EVALUATE.
           READ VSM-ACCT.
       H200-END. EXIT.
      *LOCATE ACCT-CUR'S ROW IN THE FEE TABLE
       H210-FIND-FEE.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           SET WS-FEE-TBL-IDX TO 1
           SEARCH WS-FEE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FEE-TBL-IN-USE(WS-FEE-TBL-IDX)
                   AND WS-FEE-TBL-CODE(WS-FEE-TBL-IDX) = VSM-CUR
                 MOVE WS-FEE-TBL-FLAT(WS-FEE-TBL-IDX) TO WS-FLAT-FEE
                 MOVE WS-FEE-TBL-MIN(WS-FEE-TBL-IDX)  TO WS-MIN-BAL
                 MOVE WS-FEE-TBL-LOW(WS-FEE-TBL-IDX)  TO WS-LOW-FEE
                 MOVE 'Y' TO WS-FEE-FOUND-SW
           END-SEARCH.
       H210-END. EXIT.
      *WORK OUT AN OPEN ACCOUNT'S FEE - THE FLAT FEE ALWAYS, AND
      *THE LOW-BALANCE FEE ON TOP WHEN THE BALANCE IS BELOW THE
      *SCHEDULE'S MINIMUM.  THE REASON NAMES WHICH FEES MAKE IT UP.
       H220-PRICE-ACCOUNT.
           MOVE WS-FLAT-FEE TO WS-FEE.
           IF (VSM-BALANCE < WS-MIN-BAL) AND (WS-LOW-FEE > 0)
              ADD WS-LOW-FEE TO WS-FEE
              IF WS-FLAT-FEE > 0
                 MOVE 'MONTHLY+LOW BAL' TO WS-FEE-KIND
              ELSE
                 MOVE 'LOW BALANCE FEE' TO WS-FEE-KIND
              END-IF
           ELSE
              MOVE 'MONTHLY FEE' TO WS-FEE-KIND
           END-IF.
       H220-END. EXIT.
      *TAKE THE CUSTOMER'S AGE IN WHOLE YEARS ON THE FIRST DAY OF
      *THE FEE MONTH.  THE SEQUENTIAL ACCT-REC IS MOVED UP TO THIS
      *ACCOUNT'S ID - THE MASTER IS READ IN KEY ORDER, SO IT NEVER
      *HAS TO GO BACK, AND EVERY CURRENCY ACCOUNT OF ONE ID MEETS
      *THE SAME RECORD.  A MATCHING RECORD GIVES ACCT-DTAR; AN ID
      *IT DOES NOT CARRY FALLS BACK TO THE CUSTOMER MASTER.  THE
      *AGE IS ZERO, SO NO WAIVER IS GIVEN, WHEN NO USABLE DATE OF
      *BIRTH IS FOUND.
       H225-CHECK-SENIOR.
           MOVE 0   TO WS-AGE.
           MOVE 0   TO WS-DOB.
           PERFORM H180-READ-SEQ
                   UNTIL SEQ-EOF
                      OR (WS-SEQ-VALID AND WS-SEQ-ID NOT < VSM-ID).
           IF (NOT SEQ-EOF) AND WS-SEQ-VALID AND (WS-SEQ-ID = VSM-ID)
              IF SEQ-DTAR NUMERIC
                 MOVE SEQ-DTAR TO WS-DOB
              END-IF
           ELSE
              MOVE 'N' TO WS-CST-FOUND-SW
              IF NOT WS-CST-ABSENT
                 MOVE VSM-ID TO CUST-ID
                 READ CUST-MASTER
                    INVALID KEY MOVE 'N' TO WS-CST-FOUND-SW
                    NOT INVALID KEY MOVE 'Y' TO WS-CST-FOUND-SW
                 END-READ
              END-IF
              IF WS-CST-FOUND AND (CUST-DOB NUMERIC)
                 MOVE CUST-DOB TO WS-DOB
              END-IF
           END-IF.
           IF (WS-DOB > 0) AND (WS-DOB NOT > WS-MONTH-START)
      *       The year difference of the two CCYYMMDD dates,
      *       truncated, is the age in completed years.
              COMPUTE WS-AGE = (WS-MONTH-START - WS-DOB) / 10000
           END-IF.
       H225-END. EXIT.
      *WRITE THE FEE AS A DEBIT INTO THE OPEN BATCH, AND LIST IT ON
      *THE REGISTER - A BATCH THAT ALREADY HOLDS 1000 DEBITS IS
      *CLOSED FIRST, AND A HEADER IS CUT AHEAD OF THE FIRST DEBIT
      *OF EVERY BATCH
       H230-CHARGE-ACCOUNT.
           IF WS-HDR-WRITTEN AND (WS-BCH-COUNT NOT < 1000)
              PERFORM H250-CLOSE-BATCH
           END-IF.
           IF NOT WS-HDR-WRITTEN
              PERFORM H235-WRITE-HEADER
           END-IF.
           MOVE WS-FEE-KIND TO WS-REASON.
           MOVE SPACES TO POST-FIELDS.
           MOVE 'D'         TO PST-TRANCD.
           MOVE VSM-ID      TO PST-ID.
           MOVE VSM-CUR     TO PST-CUR.
           MOVE WS-FEE      TO PST-AMOUNT-N.
           WRITE POST-FIELDS.
           ADD 1 TO WS-BCH-COUNT
                    WS-CHG-COUNT.
           ADD WS-FEE TO WS-BCH-DEBIT-TOT
                         WS-CHG-DEBIT-TOT.
           MOVE 'CHARGED' TO WS-ACTION.
           PERFORM H280-WRITE-DETAIL.
       H230-END. EXIT.
      *CUT THE NEXT BATCH HEADER - THE BATCH NUMBER IS THE FEE
      *MONTH'S YYMM AND THE BATCH SEQUENCE, SO THE POSTING-CONTROL
      *DATASET REFUSES A SECOND APPLY EVEN OF A FORCED RERUN'S
      *BATCHES.  A MONTH THAT NEEDS MORE THAN 99 BATCHES STOPS
      *BEFORE THE 100TH IS CUT, EVERY BATCH WRITTEN SO FAR CLOSED
      *AND THE RUN-CONTROL ENTRY LEFT STARTED.
       H235-WRITE-HEADER.
           IF WS-BCH-SEQ NOT < 99
              DISPLAY 'FEE BATCH SEQUENCE EXHAUSTED: ' WS-MONTH
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-BCH-SEQ.
           MOVE 0 TO WS-BCH-COUNT.
           MOVE 0 TO WS-BCH-DEBIT-TOT.
           MOVE SPACES TO POST-FIELDS.
           MOVE 'H'         TO HDR-TRANCD.
           MOVE 'FEES'      TO HDR-SOURCE.
           MOVE WS-RUN-DATE TO HDR-DATE.
           COMPUTE HDR-BATCH-NO = WS-MONTH-YYMM * 100 + WS-BCH-SEQ.
           WRITE POST-FIELDS.
           MOVE 'Y' TO WS-HDR-SW.
       H235-END. EXIT.
      *LIST AN ACCOUNT THAT IS NOT CHARGED
       H240-SKIP-ACCOUNT.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE 'SKIPPED' TO WS-ACTION.
           PERFORM H280-WRITE-DETAIL.
       H240-END. EXIT.
      *CLOSE THE OPEN BATCH WITH ITS COMPUTED TRAILER - ONLY WHEN A
      *HEADER WAS CUT AT ALL.  A FEE BATCH CARRIES DEBITS ONLY.
       H250-CLOSE-BATCH.
           IF WS-HDR-WRITTEN
              MOVE SPACES TO POST-FIELDS
              MOVE 'Z'              TO BTR-TRANCD
              MOVE WS-BCH-COUNT     TO BTR-REC-COUNT
              MOVE WS-BCH-DEBIT-TOT TO BTR-DEBIT-TOT
              MOVE 0                TO BTR-CREDIT-TOT
              WRITE POST-FIELDS
              MOVE 'N' TO WS-HDR-SW
           END-IF.
       H250-END. EXIT.
      *WRITE ONE ACCOUNT'S LINE TO THE FEE REGISTER
       H280-WRITE-DETAIL.
           MOVE SPACES TO FEE-RPT-REC.
           MOVE VSM-ID      TO DET-ID.
           MOVE '/'         TO DET-SEP1.
           MOVE VSM-CUR     TO DET-CUR.
           MOVE VSM-BALANCE TO DET-BALANCE.
           MOVE WS-FEE      TO DET-FEE.
           MOVE WS-ACTION   TO DET-ACTION.
           MOVE WS-REASON   TO DET-REASON.
           WRITE FEE-RPT-REC.
       H280-END. EXIT.
      *WRITE THE RUN TRAILER - ACCOUNTS CHARGED, WAIVED AND
      *SKIPPED, AND THE TOTAL AMOUNT CHARGED
       H290-WRITE-TRAILER.
           MOVE SPACES TO FEE-RPT-REC.
           MOVE 'SERVICE FEES'     TO TRL-LABEL.
           MOVE WS-CHG-COUNT       TO TRL-CHARGED.
           MOVE WS-WAIVE-COUNT     TO TRL-WAIVED.
           MOVE WS-SKIP-COUNT      TO TRL-SKIPPED.
           MOVE WS-CHG-DEBIT-TOT   TO TRL-AMOUNT.
           WRITE FEE-RPT-REC.
       H290-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE ACCOUNTS CHARGED - ONLY REACHED WHEN THE MASTER RAN TO
      *END OF FILE.
       H310-STAMP-RUN-END.
           MOVE 'COBHW29' TO RC-PROGRAM.
           MOVE WS-MONTH-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW29 ' WS-MONTH
              NOT INVALID KEY
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 MOVE WS-CHG-COUNT TO RC-REC-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
                 END-REWRITE
           END-READ.
       H310-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer line if FEE-REPORT actually got
      *    opened - an early abort out of H100-OPEN-FILES can reach
      *    here before that OPEN ever runs.
           IF WS-FRP-IS-OPEN
              PERFORM H290-WRITE-TRAILER
           END-IF.
           CLOSE VSM-ACCT
                 SEQ-ACCT
                 FEE-SCHED
                 FEES-OUT
                 FEE-REPORT
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
