       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW24.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program maintains the indexed customer master
      *CUST-MASTER, applying add/change transactions from
      *CUST-MAINT and logging the before/after image of every
      *transaction to the CUST-LOG audit log, the way COBHW04 logs
      *account maintenance to MAINT-LOG.  The customer master is
      *keyed on ACCT-ID alone and holds what belongs to the
      *customer rather than to any one currency account: the name,
      *the postal address, the contact details, the tax ID and the
      *date of birth.  COBHW09 prints the mailing address on the
      *statement from it, and COBHW25 reports account IDs with no
      *customer record and customers with no accounts left.
      *An add must carry the name, surname and first address line;
      *a change replaces only the fields it carries - blank fields
      *keep their values.  A date of birth, when keyed, must be a
      *real date no later than the business date.  CUST-MASTER is
      *created on the very first run, the way COBHW04 cuts its
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
           SELECT CUST-MASTER ASSIGN TO   CUSTMST
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-KEY
                             STATUS       CST-ST.
           SELECT CUST-MAINT ASSIGN TO    CUSTMNT
                             STATUS       CMT-ST.
           SELECT CUST-LOG   ASSIGN TO    CUSTLOG
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
      *CUSTOMER MASTER (VSAM) - ONE RECORD PER ACCT-ID, WHATEVER
      *CURRENCIES THE CUSTOMER HOLDS.  EVERY PROGRAM READING IT
      *MUST CARRY THIS LAYOUT BYTE FOR BYTE.
       FD  CUST-MASTER.
       01  CUST-FIELDS.
           03 CUST-KEY.
              05 CUST-ID        PIC 9(05).
      *    Everything but the key, kept in display form so the
      *    audit log carries it as readable before/after images.
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
      *       CCYYMMDD, zero when not known.
              05 CUST-DOB       PIC 9(08).
      *       Business date of the last add or change applied.
              05 CUST-LAST-MAINT PIC 9(08).
              05 FILLER         PIC X(14).
      *CUSTOMER MAINTENANCE - ONE TRANSACTION PER RECORD.
       FD  CUST-MAINT  RECORDING MODE F.
       01  CUST-MAINT-FIELDS.
           05 CMT-TRANCD     PIC X(01).
              88 CMT-ADD        VALUE 'A'.
              88 CMT-CHANGE     VALUE 'C'.
           05 CMT-ID         PIC X(05).
      *    On a change, any field left blank keeps its value.
           05 CMT-NAME       PIC X(15).
           05 CMT-SURNAME    PIC X(15).
           05 CMT-ADDR-LINE1 PIC X(30).
           05 CMT-ADDR-LINE2 PIC X(30).
           05 CMT-CITY       PIC X(20).
           05 CMT-POSTCODE   PIC X(10).
           05 CMT-COUNTRY    PIC X(15).
           05 CMT-PHONE      PIC X(15).
           05 CMT-EMAIL      PIC X(30).
           05 CMT-TAX-ID     PIC X(15).
           05 CMT-DOB        PIC X(08).
           05 CMT-DOB-N REDEFINES CMT-DOB
                             PIC 9(08).
      *AUDIT LOG - BEFORE/AFTER IMAGE OF THE CUSTOMER FOR EVERY
      *TRANSACTION, THE WAY COBHW04'S MAINT-LOG CARRIES EVERY
      *ACCOUNT MAINTENANCE.
       FD  CUST-LOG    RECORDING MODE F.
       01  CUST-LOG-REC.
           05 LOG-TRANCD        PIC X(01).
           05 LOG-ID            PIC X(05).
           05 LOG-BEFORE-IMAGE  PIC X(225).
           05 LOG-AFTER-IMAGE   PIC X(225).
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
           05 CST-ST      PIC 9(02).
              88 CST-SUCCESS  VALUE 00
                                    97.
              88 CST-NOTFOUND VALUE 35.
           05 CMT-ST      PIC 9(02).
              88 CMT-EOF      VALUE 10.
              88 CMT-SUCCESS  VALUE 00
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
      *    Switch telling whether the transaction passed its edits.
           05 CMT-EDIT-SW   PIC X(01).
              88 CMT-EDIT-VALID     VALUE 'Y'.
      *    The customer key in the master's form, held across the
      *    INITIALIZE CUST-FIELDS on an add.
           05 WS-KEY-ID        PIC 9(05).
      *    Working copies of the before/after images moved to
      *    CUST-LOG-REC by H290-WRITE-LOG.
           05 WS-LOG-BEFORE    PIC X(225).
           05 WS-LOG-AFTER     PIC X(225).
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
           PERFORM H200-PROCESS UNTIL CMT-EOF.
           DISPLAY 'APPLIED: ' WS-APPLY-COUNT
                   ' REJECTED: ' WS-REJ-COUNT.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
      *    Check the run-control entry first, before the master is
      *    opened for update - a refused rerun must not re-apply
      *    the CUST-MAINT file to a day that already ran.
           PERFORM H105-CHECK-RUN-CONTROL.
      *    The master is created on the very first run ever, when
      *    the dataset does not yet exist - opened OUTPUT once to
      *    cut it, then reopened I-O for the run.
           OPEN I-O CUST-MASTER.
           IF CST-NOTFOUND
              OPEN OUTPUT CUST-MASTER
              CLOSE CUST-MASTER
              OPEN I-O CUST-MASTER
           END-IF.
           IF (CST-ST NOT = 0) AND (CST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' CST-ST
              MOVE CST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-MAINT.
           IF (CMT-ST NOT = 0) AND (CMT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' CMT-ST
              MOVE CMT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CUST-LOG.
           IF (LOG-ST NOT = 0) AND (LOG-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' LOG-ST
              MOVE LOG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CUST-MAINT.
           IF (CMT-ST NOT = 0) AND (CMT-ST NOT = 97)
              AND (NOT CMT-EOF)
              DISPLAY 'UNABLE TO READ4 FILE: ' CMT-ST
              MOVE CMT-ST TO RETURN-CODE
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
           MOVE 'COBHW24' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'RUN ALREADY COMPLETE: COBHW24 ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-CHECK-PREREQS.
           MOVE 'COBHW24' TO RC-PROGRAM.
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
           IF SD-PROGRAM = 'COBHW24'
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
      *PROGRAM LOGIC - APPLY ONE CUSTOMER TRANSACTION
       H200-PROCESS.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-LOG-BEFORE
                          WS-LOG-AFTER.
           IF CMT-ID NUMERIC
              MOVE CMT-ID    TO WS-KEY-ID
              MOVE WS-KEY-ID TO CUST-ID
              EVALUATE TRUE
                 WHEN CMT-ADD
                    PERFORM H210-ADD-CUSTOMER
                 WHEN CMT-CHANGE
                    PERFORM H220-CHANGE-CUSTOMER
                 WHEN OTHER
                    MOVE 'BAD-TRANCD' TO WS-LOG-STATUS
              END-EVALUATE
           ELSE
              MOVE 'BAD-KEY' TO WS-LOG-STATUS
           END-IF.
           IF (WS-LOG-STATUS = 'ADDED') OR (WS-LOG-STATUS = 'CHANGED')
              ADD 1 TO WS-APPLY-COUNT
           ELSE
              ADD 1 TO WS-REJ-COUNT
           END-IF.
           PERFORM H290-WRITE-LOG.
           READ CUST-MAINT.
       H200-END. EXIT.
      *LAY EVERY FIELD THE TRANSACTION CARRIES OVER CUST-DATA - A
      *BLANK FIELD LEAVES WHAT IS ALREADY THERE
       H160-OVERLAY-FIELDS.
           IF CMT-NAME NOT = SPACES
              MOVE CMT-NAME TO CUST-NAME
           END-IF.
           IF CMT-SURNAME NOT = SPACES
              MOVE CMT-SURNAME TO CUST-SURNAME
           END-IF.
           IF CMT-ADDR-LINE1 NOT = SPACES
              MOVE CMT-ADDR-LINE1 TO CUST-ADDR-LINE1
           END-IF.
           IF CMT-ADDR-LINE2 NOT = SPACES
              MOVE CMT-ADDR-LINE2 TO CUST-ADDR-LINE2
           END-IF.
           IF CMT-CITY NOT = SPACES
              MOVE CMT-CITY TO CUST-CITY
           END-IF.
           IF CMT-POSTCODE NOT = SPACES
              MOVE CMT-POSTCODE TO CUST-POSTCODE
           END-IF.
           IF CMT-COUNTRY NOT = SPACES
              MOVE CMT-COUNTRY TO CUST-COUNTRY
           END-IF.
           IF CMT-PHONE NOT = SPACES
              MOVE CMT-PHONE TO CUST-PHONE
           END-IF.
           IF CMT-EMAIL NOT = SPACES
              MOVE CMT-EMAIL TO CUST-EMAIL
           END-IF.
           IF CMT-TAX-ID NOT = SPACES
              MOVE CMT-TAX-ID TO CUST-TAX-ID
           END-IF.
      *    A date of birth is only taken once it has passed the
      *    date edit and is not in the future.
           IF CMT-DOB NOT = SPACES
              MOVE 'N' TO WS-DTE-SW
              IF CMT-DOB-N NUMERIC
                 MOVE CMT-DOB-N TO WS-DTE-EDIT
                 PERFORM H175-EDIT-DATE
              END-IF
              IF (NOT WS-DTE-VALID) OR (CMT-DOB-N > WS-BUS-DATE)
                 MOVE 'N' TO CMT-EDIT-SW
                 MOVE 'BAD-DOB' TO WS-LOG-STATUS
              ELSE
                 MOVE CMT-DOB-N TO CUST-DOB
              END-IF
           END-IF.
       H160-END. EXIT.
      *EDIT THE CUSTOMER AS IT WILL STAND - A NAME, A SURNAME AND A
      *FIRST ADDRESS LINE ARE THE LEAST A STATEMENT CAN GO OUT ON
       H170-EDIT-CUSTOMER.
           EVALUATE TRUE
              WHEN NOT CMT-EDIT-VALID
                 CONTINUE
              WHEN (CUST-NAME = SPACES) OR (CUST-SURNAME = SPACES)
                 MOVE 'N' TO CMT-EDIT-SW
                 MOVE 'BAD-NAME' TO WS-LOG-STATUS
              WHEN CUST-ADDR-LINE1 = SPACES
                 MOVE 'N' TO CMT-EDIT-SW
                 MOVE 'BAD-ADDR' TO WS-LOG-STATUS
              WHEN OTHER
                 CONTINUE
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
      *ADD A NEW CUSTOMER TO THE MASTER
       H210-ADD-CUSTOMER.
      *    CUST-MASTER is accessed I-O and its FD record area is
      *    reused across transactions, so clear it first - the
      *    overlay below must not inherit a prior customer's fields.
           INITIALIZE CUST-FIELDS.
           MOVE WS-KEY-ID TO CUST-ID.
           MOVE 'Y' TO CMT-EDIT-SW.
           PERFORM H160-OVERLAY-FIELDS.
           PERFORM H170-EDIT-CUSTOMER.
           IF CMT-EDIT-VALID
              MOVE WS-BUS-DATE TO CUST-LAST-MAINT
              MOVE CUST-DATA   TO WS-LOG-AFTER
              WRITE CUST-FIELDS
                 INVALID KEY
                    MOVE 'DUP-REJECT' TO WS-LOG-STATUS
                 NOT INVALID KEY
                    MOVE 'ADDED' TO WS-LOG-STATUS
              END-WRITE
           END-IF.
       H210-END. EXIT.
      *CHANGE AN EXISTING CUSTOMER - ONLY THE FIELDS THE
      *TRANSACTION CARRIES ARE REPLACED
       H220-CHANGE-CUSTOMER.
           READ CUST-MASTER
              INVALID KEY MOVE 'Y' TO INVALID-KEY
              NOT INVALID KEY MOVE 'N' TO INVALID-KEY
           END-READ.
           IF NOT INVL-KEY
              IF (CST-ST NOT = 0) AND (CST-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ5 FILE: ' CST-ST
                 MOVE CST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF INVL-KEY
              MOVE 'NF-REJECT' TO WS-LOG-STATUS
           ELSE
              MOVE CUST-DATA TO WS-LOG-BEFORE
              MOVE 'Y' TO CMT-EDIT-SW
              PERFORM H160-OVERLAY-FIELDS
              PERFORM H170-EDIT-CUSTOMER
              IF CMT-EDIT-VALID
                 MOVE WS-BUS-DATE TO CUST-LAST-MAINT
                 MOVE CUST-DATA   TO WS-LOG-AFTER
                 REWRITE CUST-FIELDS
                    INVALID KEY
                       MOVE 'RW-REJECT' TO WS-LOG-STATUS
                    NOT INVALID KEY
                       MOVE 'CHANGED' TO WS-LOG-STATUS
                 END-REWRITE
              END-IF
           END-IF.
       H220-END. EXIT.
      *WRITE THE TRANSACTION'S BEFORE/AFTER IMAGES TO CUST-LOG
       H290-WRITE-LOG.
           INITIALIZE CUST-LOG-REC
           MOVE CMT-TRANCD        TO LOG-TRANCD
           MOVE CMT-ID            TO LOG-ID
           MOVE WS-LOG-BEFORE     TO LOG-BEFORE-IMAGE
           MOVE WS-LOG-AFTER      TO LOG-AFTER-IMAGE
           MOVE WS-LOG-STATUS     TO LOG-STATUS
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           WRITE CUST-LOG-REC.
       H290-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
           CLOSE CUST-MASTER
                 CUST-MAINT
                 CUST-LOG
                 RUN-CONTROL.
       H300-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE TRANSACTIONS PROCESSED - ONLY REACHED WHEN THE MAIN
      *LOOP RAN TO END OF FILE.
       H310-STAMP-RUN-END.
           MOVE 'COBHW24' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW24 ' WS-BUS-DATE
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
