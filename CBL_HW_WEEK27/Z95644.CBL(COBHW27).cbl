       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW27.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program is the daily compliance monitor over
      *COBHW08's posting journal.  Every POSTED line of the day's
      *journal other than a reversal of an earlier posting is
      *converted to the base currency with the RATE-MASTER rate in
      *force on the business date - the latest row not effective
      *after it, refused as stale past the tolerance - the same
      *way COBHW07 values the master; a line whose currency has no
      *usable rate is listed as not converted rather than silently
      *passed.  Three patterns are then flagged:
      *  - a single posting over the reporting threshold;
      *  - structuring: an ACCT-ID with several postings the same
      *    day just under the threshold, in any of its currencies;
      *  - pass-through: money arriving on an account by a 'T'
      *    transfer and leaving it again later the same day.  The
      *    transfer legs are followed through JRN-XREF, so a chain
      *    of accounts the money hops through carries the account
      *    it started from and the hop count from one case to the
      *    next.
      *The threshold, the just-under band, the posting count that
      *makes structuring, the share of an incoming transfer that
      *must leave again and the stale-rate tolerance all come from
      *MON-PARM, with defaults when the file is absent.  Each
      *flagged item is written to the keyed MON-CASE dataset,
      *keyed on business date and case number, for compliance to
      *work through; a forced rerun of the same day lands on its
      *own case numbers and keeps the work status compliance has
      *set on a case only when the case under that number is still
      *the same flagged item (same kind, account and journal line)
      *- any other case starts OPEN.  A case number the earlier run
      *wrote beyond the rerun's last one is listed as WITHDRWN and
      *dropped from MON-CASE.  MON-REPORT lists the cases and the
      *unconverted lines with a trailer counting each.
      *The run is governed by the RUN-CONTROL dataset the same way
      *COBHW08's is: a business day whose monitor already
      *completed is refused unless the RUN-PARM forced-rerun flag
      *is set, and every prerequisite the SEQ-DEF sequence file
      *lists for this program must read COMPLETE on RUN-CONTROL
      *for the same business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-IN    ASSIGN TO    POSTJRNL
                             STATUS       JRN-ST.
           SELECT RATE-MASTER ASSIGN TO   RATEMSTR
                             STATUS       RTE-ST.
           SELECT MON-PARM   ASSIGN TO    MONPARM
                             STATUS       MPM-ST.
           SELECT MON-CASE   ASSIGN TO    MONCASE
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CASE-KEY
                             STATUS       CAS-ST.
           SELECT MON-REPORT ASSIGN TO    MONRPT
                             STATUS       MRP-ST.
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
      *COBHW08'S POSTING JOURNAL, AS THE POSTING PASS WROTE IT -
      *THE LAYOUT MUST MATCH COBHW08'S POST-JOURNAL-REC BYTE FOR
      *BYTE.
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
      *    spaces on single-leg debit/credit lines.  A transfer
      *    journals as a 'D' leg on the from-account and a 'C' leg
      *    on the to-account, each naming the other here.
           05 JRN-XREF.
              10 JRN-XREF-ID    PIC X(05).
              10 JRN-XREF-CUR   PIC X(03).
           05 JRN-TIMESTAMP     PIC X(21).
      *    Journal reference of a posted transaction, and on a
      *    reversal line the reference of the original it reverses.
           05 JRN-REF           PIC X(15).
           05 JRN-ORIG-REF      PIC X(15).
      *EXCHANGE-RATE MASTER - THE LAYOUT MUST MATCH COBHW07'S
      *RATE-FIELDS BYTE FOR BYTE.  ONE ROW PER CURRENCY PER
      *EFFECTIVE DATE; THE LATEST ROW IN FORCE ON THE BUSINESS
      *DATE IS THE ONE USED.
       FD  RATE-MASTER RECORDING MODE F.
       01  RATE-FIELDS.
           05 RT-CUR          PIC X(03).
           05 RT-RATE         PIC X(09).
           05 RT-RATE-N REDEFINES RT-RATE
                              PIC 9(03)V9(06).
           05 RT-EFF-DATE     PIC X(08).
           05 RT-EFF-DATE-N REDEFINES RT-EFF-DATE
                              PIC 9(08).
      *MONITORING THRESHOLDS - WHEN THE FILE IS ABSENT, OR A FIELD
      *IS NOT NUMERIC OR OUT OF RANGE, THAT FIELD'S DEFAULT STANDS.
       FD  MON-PARM    RECORDING MODE F.
       01  MON-PARM-REC.
      *    Reporting threshold, in the base currency.
           05 MP-THRESHOLD    PIC X(13).
           05 MP-THRESHOLD-N REDEFINES MP-THRESHOLD
                              PIC 9(11)V99.
      *    Percentage of the threshold a posting must reach to
      *    count as just under it.
           05 MP-NEAR-PCT     PIC X(03).
           05 MP-NEAR-PCT-N REDEFINES MP-NEAR-PCT
                              PIC 9(03).
      *    Just-under postings on one ACCT-ID in a day that make
      *    structuring.
           05 MP-STRUCT-COUNT PIC X(03).
           05 MP-STRUCT-COUNT-N REDEFINES MP-STRUCT-COUNT
                              PIC 9(03).
      *    Percentage of an incoming transfer that must leave the
      *    account again the same day to count as pass-through.
           05 MP-PASS-PCT     PIC X(03).
           05 MP-PASS-PCT-N REDEFINES MP-PASS-PCT
                              PIC 9(03).
      *    Days a rate may age before it is refused as stale.
           05 MP-STALE-DAYS   PIC X(03).
           05 MP-STALE-DAYS-N REDEFINES MP-STALE-DAYS
                              PIC 9(03).
      *COMPLIANCE CASE DATASET (VSAM) - ONE ROW PER FLAGGED ITEM,
      *KEYED ON THE BUSINESS DATE AND A CASE NUMBER WITHIN IT.
      *COMPLIANCE SETS THE WORK STATUS AS IT CLEARS EACH CASE.
       FD  MON-CASE.
       01  MON-CASE-REC.
           03 CASE-KEY.
              05 CASE-DATE      PIC 9(08).
              05 CASE-SEQ       PIC 9(05).
           03 CASE-TYPE         PIC X(12).
      *    The account the case is about, and the journal line's
      *    transaction code and timestamp - the outgoing leg's on a
      *    pass-through case.
           03 CASE-ID           PIC X(05).
           03 CASE-CUR          PIC X(03).
           03 CASE-TRANCD       PIC X(01).
           03 CASE-JRN-TS       PIC X(21).
      *    Amount in the account's currency and in the base
      *    currency - on a structuring case the base figure is the
      *    day's just-under total across the ACCT-ID and the
      *    account amount is zero.
           03 CASE-AMOUNT       PIC S9(09)V99 COMP-3.
           03 CASE-BASE-AMOUNT  PIC S9(13)V99 COMP-3.
           03 CASE-COUNT        PIC 9(05).
      *    Pass-through chain - where the money came from, where
      *    it went (spaces when it left by a plain debit), the
      *    account the chain started from and the hop count.
           03 CASE-FROM-ID      PIC X(05).
           03 CASE-FROM-CUR     PIC X(03).
           03 CASE-TO-ID        PIC X(05).
           03 CASE-TO-CUR       PIC X(03).
           03 CASE-ORIGIN-ID    PIC X(05).
           03 CASE-ORIGIN-CUR   PIC X(03).
           03 CASE-HOP          PIC 9(02).
      *    OPEN when written; compliance moves it on.
           03 CASE-WORK-STATUS  PIC X(08).
           03 CASE-TIMESTAMP    PIC X(21).
      *MONITORING REPORT - ONE LAYOUT PER LINE TYPE, ALL LAID OVER
      *THE SAME 80-BYTE PRINT RECORD.
       FD  MON-REPORT  RECORDING MODE F.
       01  MRP-REC            PIC X(80).
      *ONE CASE.
       01  MRP-CASE-REC REDEFINES MRP-REC.
           05 MCS-SEQ         PIC 9(05).
           05 FILLER          PIC X(01).
           05 MCS-TYPE        PIC X(12).
           05 MCS-ID          PIC X(05).
           05 MCS-SEP         PIC X(01).
           05 MCS-CUR         PIC X(03).
           05 FILLER          PIC X(01).
           05 MCS-BASE        PIC Z(12)9.99-.
           05 FILLER          PIC X(01).
           05 MCS-COUNT       PIC ZZ9.
           05 FILLER          PIC X(01).
           05 MCS-FROM        PIC X(09).
           05 FILLER          PIC X(01).
           05 MCS-TO          PIC X(09).
           05 FILLER          PIC X(01).
      *    The hop count is right-aligned with a blank lead, so the
      *    note can follow it directly.
           05 MCS-HOP         PIC Z9.
      *    WITHDRWN on a case an earlier run of the day wrote that
      *    this run no longer flags.
           05 MCS-NOTE        PIC X(08).
      *ONE POSTED LINE THAT COULD NOT BE CONVERTED, OR ONE RATE
      *ROW THAT COULD NOT BE LOADED.
       01  MRP-EXC-REC REDEFINES MRP-REC.
           05 MEX-LABEL       PIC X(14).
           05 MEX-ID          PIC X(05).
           05 MEX-SEP         PIC X(01).
           05 MEX-CUR         PIC X(03).
           05 FILLER          PIC X(01).
           05 MEX-TRANCD      PIC X(01).
           05 FILLER          PIC X(01).
           05 MEX-AMOUNT      PIC Z(09)9.99-.
           05 FILLER          PIC X(01).
           05 MEX-REASON      PIC X(14).
           05 FILLER          PIC X(25).
      *RUN TRAILER - CASES OF EACH KIND, LINES NOT CONVERTED AND
      *EARLIER CASES OF THE DAY WITHDRAWN.
       01  MRP-TRL-REC REDEFINES MRP-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-LARGE       PIC Z(06)9.
           05 TRL-STRUCT      PIC Z(06)9.
           05 TRL-PASS        PIC Z(06)9.
           05 TRL-UNCONV      PIC Z(06)9.
           05 TRL-WDRN        PIC Z(06)9.
           05 FILLER          PIC X(25).
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
           05 RTE-ST      PIC 9(02).
              88 RTE-EOF      VALUE 10.
              88 RTE-SUCCESS  VALUE 00
                                    97.
           05 MPM-ST      PIC 9(02).
              88 MPM-SUCCESS  VALUE 00
                                    97.
              88 MPM-NOTFOUND VALUE 35.
           05 CAS-ST      PIC 9(02).
              88 CAS-SUCCESS  VALUE 00
                                    97.
              88 CAS-NOTFOUND VALUE 35.
           05 MRP-ST      PIC 9(02).
              88 MRP-SUCCESS  VALUE 00
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
      *    Set once MON-REPORT actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.
           05 WS-MRP-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-MRP-IS-OPEN            VALUE 'Y'.
      *    Monitoring thresholds from MON-PARM, with their
      *    defaults.
           05 WS-THRESHOLD     PIC 9(11)V99 VALUE 10000.00.
           05 WS-NEAR-PCT      PIC 9(03) VALUE 90.
           05 WS-STRUCT-COUNT  PIC 9(03) VALUE 3.
           05 WS-PASS-PCT      PIC 9(03) VALUE 80.
           05 WS-STALE-DAYS    PIC 9(03) VALUE 30.
      *    Lowest base amount that counts as just under the
      *    threshold.
           05 WS-NEAR-FLOOR    PIC S9(13)V99 COMP-3.
      *    Smallest outgoing base amount that makes an incoming
      *    transfer pass-through.
           05 WS-PASS-FLOOR    PIC S9(13)V99 COMP-3.
      *    Integer forms of the business date and a rate's
      *    effective date, for the staleness check.
           05 WS-INT-BUS       PIC 9(07).
           05 WS-INT-EFF       PIC 9(07).
           05 WS-RATE-AGE      PIC S9(07).
      *    The rate row's currency code in comparable form, and
      *    the journal line's.
           05 WS-RT-CUR        PIC S9(03).
           05 WS-JRN-CUR-N     PIC S9(03).
      *    Effective date of a rate row broken into its parts for
      *    the range checks before INTEGER-OF-DATE.
           05 WS-EFF-EDIT      PIC 9(08).
           05 WS-EFF-EDIT-R REDEFINES WS-EFF-EDIT.
              10 WS-EFF-CCYY   PIC 9(04).
              10 WS-EFF-MM     PIC 9(02).
              10 WS-EFF-DD     PIC 9(02).
           05 WS-EFF-MAX-DAY   PIC 9(02).
      *    Quotient and remainders for the leap-year test in
      *    H116-SET-EFF-MAX-DAY - February has 29 days when the year
      *    divides by 4, and not by 100 unless also by 400.
           05 WS-LEAP-QUOT     PIC 9(04).
           05 WS-LEAP-REM-4    PIC 9(03).
           05 WS-LEAP-REM-100  PIC 9(03).
           05 WS-LEAP-REM-400  PIC 9(03).
      *    Conversion of the journal line being loaded - its base
      *    amount, and why it could not be converted.
           05 WS-BASE-AMOUNT   PIC S9(13)V99 COMP-3.
           05 WS-CONV-REASON   PIC X(14).
      *    Position of the outgoing line that makes an incoming
      *    transfer pass-through, and of the incoming leg the
      *    outgoing transfer created further down the chain - zero
      *    when none was found.
           05 WS-OUT-POS       PIC 9(05) COMP.
           05 WS-LEG-POS       PIC 9(05) COMP.
      *    A case saved across the reread a forced rerun needs to
      *    keep compliance's work status.
           05 WS-CASE-SAVE     PIC X(129).
           05 WS-CASE-WORK-STATUS PIC X(08).
           05 WS-CASE-SEQ      PIC 9(05) VALUE 0.
      *    What the case already on file under the number is
      *    about - its status is only kept when this matches the
      *    case being written.
           05 WS-OLD-CASE-TYPE   PIC X(12).
           05 WS-OLD-CASE-ID     PIC X(05).
           05 WS-OLD-CASE-CUR    PIC X(03).
           05 WS-OLD-CASE-JRN-TS PIC X(21).
      *    Note printed against a case line, and the walk over the
      *    case numbers an earlier run wrote beyond this run's last.
           05 WS-CASE-NOTE     PIC X(08) VALUE SPACES.
           05 WS-STALE-SEQ     PIC 9(05).
           05 WS-STALE-END-SW  PIC X(01).
              88 WS-STALE-END              VALUE 'Y'.
      *    Run totals for the trailer.
           05 WS-LARGE-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-STRUCT-CASES  PIC 9(07) COMP VALUE 0.
           05 WS-PASS-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-UNCONV-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-WDRN-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-LOST-COUNT    PIC 9(07) COMP VALUE 0.
      *    In-memory table of exchange rates loaded from
      *    RATE-MASTER, one entry per currency code.
       01  WS-RATE-TABLE.
           05 WS-RATE-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-RATE-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-RATE-TBL-IDX.
              10 WS-RATE-TBL-USED  PIC X(01) VALUE 'N'.
                 88 WS-RATE-TBL-IN-USE       VALUE 'Y'.
              10 WS-RATE-TBL-CODE  PIC S9(03) VALUE 0.
              10 WS-RATE-TBL-RATE  PIC 9(03)V9(06) COMP-3 VALUE 0.
              10 WS-RATE-TBL-EFF   PIC 9(08) VALUE 0.
      *    In-memory table of the day's converted POSTED lines, in
      *    journal order.  An incoming transfer leg starts as hop
      *    one of a chain begun by the account that sent it; a
      *    pass-through moves the chain on to the next account's
      *    incoming leg.  A line past the 5000-entry limit is
      *    counted and the run ends with a warning return code.
       01  WS-PST-TABLE.
           05 WS-PST-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-PST-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-PST-IDX
                                      WS-OUT-IDX
                                      WS-LEG-IDX.
              10 WS-PST-TBL-TRANCD PIC X(01).
              10 WS-PST-TBL-KEY.
                 15 WS-PST-TBL-ID  PIC X(05).
                 15 WS-PST-TBL-CUR PIC X(03).
              10 WS-PST-TBL-XREF.
                 15 WS-PST-TBL-XREF-ID  PIC X(05).
                 15 WS-PST-TBL-XREF-CUR PIC X(03).
              10 WS-PST-TBL-AMOUNT PIC S9(09)V99 COMP-3.
              10 WS-PST-TBL-BASE   PIC S9(13)V99 COMP-3.
              10 WS-PST-TBL-TS     PIC X(21).
              10 WS-PST-TBL-ORIGIN PIC X(08).
              10 WS-PST-TBL-HOP    PIC 9(02).
      *       Set once the line has been matched as the outgoing
      *       side of one pass-through, so it never answers two.
              10 WS-PST-TBL-OUT-SW PIC X(01).
                 88 WS-PST-TBL-OUT-USED      VALUE 'Y'.
      *       Set once the line's chain position has been carried
      *       forward from the account before it.
              10 WS-PST-TBL-LEG-SW PIC X(01).
                 88 WS-PST-TBL-LEG-CHAINED   VALUE 'Y'.
      *    In-memory table of ACCT-IDs with at least one
      *    just-under posting today, and how many and how much.
       01  WS-STR-TABLE.
           05 WS-STR-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-STR-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-STR-IDX.
              10 WS-STR-TBL-USED   PIC X(01) VALUE 'N'.
                 88 WS-STR-TBL-IN-USE        VALUE 'Y'.
              10 WS-STR-TBL-ID     PIC X(05) VALUE SPACES.
              10 WS-STR-TBL-COUNT  PIC 9(05) COMP VALUE 0.
              10 WS-STR-TBL-TOTAL  PIC S9(13)V99 COMP-3 VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOOP - LOAD THE RATES AND THE DAY'S POSTED LINES, THEN
      *LOOK FOR EACH PATTERN OVER THE WHOLE DAY
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-ONE-RATE UNTIL RTE-EOF.
           PERFORM H150-LOAD-POSTING UNTIL JRN-EOF.
           PERFORM H210-CHECK-LARGE
                   VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT-ENTRIES.
           PERFORM H220-CHECK-STRUCTURING
                   VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > WS-STR-COUNT-ENTRIES.
           PERFORM H230-CHECK-PASS-THROUGH
                   VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT-ENTRIES.
           PERFORM H295-DROP-STALE-CASES.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H115-READ-MON-PARM.
           OPEN INPUT JRNL-IN.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT RATE-MASTER.
           IF (RTE-ST NOT = 0) AND (RTE-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' RTE-ST
              MOVE RTE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    The case dataset is created on the very first run, when
      *    it does not yet exist - opened OUTPUT once to cut it,
      *    then reopened I-O for the run.
           OPEN I-O MON-CASE.
           IF CAS-NOTFOUND
              OPEN OUTPUT MON-CASE
              CLOSE MON-CASE
              OPEN I-O MON-CASE
           END-IF.
           IF (CAS-ST NOT = 0) AND (CAS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' CAS-ST
              MOVE CAS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT MON-REPORT.
           IF (MRP-ST NOT = 0) AND (MRP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' MRP-ST
              MOVE MRP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-MRP-OPEN-SW.
           MOVE SPACES TO MRP-REC.
           STRING 'COMPLIANCE MONITOR FOR ' DELIMITED BY SIZE
                  WS-BUS-DATE              DELIMITED BY SIZE
                  INTO MRP-REC
           END-STRING.
           WRITE MRP-REC AFTER ADVANCING PAGE.
           READ RATE-MASTER.
           IF (RTE-ST NOT = 0) AND (RTE-ST NOT = 97)
              AND (NOT RTE-EOF)
              DISPLAY 'UNABLE TO READ5 FILE: ' RTE-ST
              MOVE RTE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H155-READ-JOURNAL.
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
              MOVE RP-BUS-DATE-N TO WS-EFF-EDIT
              PERFORM H116-SET-EFF-MAX-DAY
              IF (WS-EFF-MM < 01) OR (WS-EFF-MM > 12)
                 OR (WS-EFF-DD < 01)
                 OR (WS-EFF-DD > WS-EFF-MAX-DAY)
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
           MOVE 'COBHW27' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY MOVE 'N' TO WS-RC-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ.
           IF WS-RC-FOUND AND RC-RUN-STATUS = 'COMPLETE'
              AND NOT WS-FORCED
              DISPLAY 'RUN ALREADY COMPLETE: COBHW27 ' WS-BUS-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-CHECK-PREREQS.
           MOVE 'COBHW27' TO RC-PROGRAM.
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
           IF SD-PROGRAM = 'COBHW27'
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
      *PICK UP THE MONITORING THRESHOLDS FROM MON-PARM, IF
      *PRESENT - A FIELD THAT IS NOT NUMERIC OR OUT OF RANGE
      *LEAVES ITS DEFAULT IN PLACE, THE SAME WAY COBHW07 TREATS
      *VAL-PARM
       H115-READ-MON-PARM.
           OPEN INPUT MON-PARM.
           IF MPM-NOTFOUND
              CONTINUE
           ELSE
              IF (MPM-ST NOT = 0) AND (MPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN6 FILE: ' MPM-ST
                 MOVE MPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ MON-PARM
              IF (MPM-ST NOT = 0) AND (MPM-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ7 FILE: ' MPM-ST
                 MOVE MPM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF MP-THRESHOLD-N NUMERIC
                 AND MP-THRESHOLD-N > 0
                 MOVE MP-THRESHOLD-N TO WS-THRESHOLD
              END-IF
              IF MP-NEAR-PCT-N NUMERIC
                 AND MP-NEAR-PCT-N > 0 AND MP-NEAR-PCT-N < 100
                 MOVE MP-NEAR-PCT-N TO WS-NEAR-PCT
              END-IF
              IF MP-STRUCT-COUNT-N NUMERIC
                 AND MP-STRUCT-COUNT-N > 1
                 MOVE MP-STRUCT-COUNT-N TO WS-STRUCT-COUNT
              END-IF
              IF MP-PASS-PCT-N NUMERIC
                 AND MP-PASS-PCT-N > 0 AND MP-PASS-PCT-N NOT > 100
                 MOVE MP-PASS-PCT-N TO WS-PASS-PCT
              END-IF
              IF MP-STALE-DAYS-N NUMERIC
                 MOVE MP-STALE-DAYS-N TO WS-STALE-DAYS
              END-IF
              CLOSE MON-PARM
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-THRESHOLD * WS-NEAR-PCT / 100.
       H115-END. EXIT.
      *SET WS-EFF-MAX-DAY FOR WS-EFF-MM, THE SAME WAY COBHW07'S
      *H116-SET-EFF-MAX-DAY DOES FOR ITS DATE EDITS, EXCEPT THAT
      *FEBRUARY RUNS TO THE 29TH IN A LEAP YEAR
       H116-SET-EFF-MAX-DAY.
           EVALUATE WS-EFF-MM
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-EFF-MAX-DAY
              WHEN 02
                 DIVIDE WS-EFF-CCYY BY 4   GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-EFF-CCYY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-EFF-CCYY BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-400
                 IF (WS-LEAP-REM-4 = 0)
                    AND ((WS-LEAP-REM-100 NOT = 0)
                         OR (WS-LEAP-REM-400 = 0))
                    MOVE 29 TO WS-EFF-MAX-DAY
                 ELSE
                    MOVE 28 TO WS-EFF-MAX-DAY
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-EFF-MAX-DAY
           END-EVALUATE.
       H116-END. EXIT.
      *LOAD ONE EXCHANGE RATE INTO THE TABLE THE WAY COBHW07'S
      *H120 DOES - A ROW THAT FAILS ITS EDITS IS LISTED ON THE
      *REPORT, AND A ROW NOT YET EFFECTIVE IS PASSED OVER
       H120-LOAD-ONE-RATE.
           EVALUATE TRUE
              WHEN (RT-CUR NOT NUMERIC)
                OR (RT-RATE-N NOT NUMERIC)
                 MOVE 'BAD-RATE-REC' TO WS-CONV-REASON
                 PERFORM H128-WRITE-RATE-REJECT
              WHEN RT-EFF-DATE-N NOT NUMERIC
                 MOVE 'BAD-EFF-DATE' TO WS-CONV-REASON
                 PERFORM H128-WRITE-RATE-REJECT
              WHEN OTHER
                 MOVE RT-EFF-DATE-N TO WS-EFF-EDIT
                 PERFORM H116-SET-EFF-MAX-DAY
                 IF (WS-EFF-MM < 01) OR (WS-EFF-MM > 12)
                    OR (WS-EFF-DD < 01)
                    OR (WS-EFF-DD > WS-EFF-MAX-DAY)
                    MOVE 'BAD-EFF-DATE' TO WS-CONV-REASON
                    PERFORM H128-WRITE-RATE-REJECT
                 ELSE
                    IF RT-EFF-DATE-N > WS-BUS-DATE
                       CONTINUE
                    ELSE
                       PERFORM H125-ADD-RATE-ENTRY
                    END-IF
                 END-IF
           END-EVALUATE.
           READ RATE-MASTER.
       H120-END. EXIT.
      *ADD ONE EDITED RATE ROW TO THE TABLE - OF A CURRENCY'S
      *HISTORY ROWS THE LATEST ONE IN FORCE ON THE BUSINESS DATE
      *WINS, SO AN OLDER ROW NEVER SHADOWS THE CURRENT RATE
       H125-ADD-RATE-ENTRY.
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
                    MOVE RT-RATE-N TO
                         WS-RATE-TBL-RATE(WS-RATE-COUNT-ENTRIES)
                    MOVE RT-EFF-DATE-N TO
                         WS-RATE-TBL-EFF(WS-RATE-COUNT-ENTRIES)
                 ELSE
                    MOVE 'RATE-TBL-FULL' TO WS-CONV-REASON
                    PERFORM H128-WRITE-RATE-REJECT
                 END-IF
              WHEN WS-RATE-TBL-IN-USE(WS-RATE-TBL-IDX)
                   AND WS-RATE-TBL-CODE(WS-RATE-TBL-IDX) =
                       WS-RT-CUR
                 IF RT-EFF-DATE-N >
                    WS-RATE-TBL-EFF(WS-RATE-TBL-IDX)
                    MOVE RT-RATE-N TO
                         WS-RATE-TBL-RATE(WS-RATE-TBL-IDX)
                    MOVE RT-EFF-DATE-N TO
                         WS-RATE-TBL-EFF(WS-RATE-TBL-IDX)
                 END-IF
           END-SEARCH.
       H125-END. EXIT.
      *LIST ONE RATE ROW THAT COULD NOT BE LOADED - THE CALLER HAS
      *ALREADY SET THE REASON
       H128-WRITE-RATE-REJECT.
           MOVE SPACES TO MRP-REC.
           MOVE 'RATE REJECTED' TO MEX-LABEL.
           MOVE RT-CUR          TO MEX-CUR.
           MOVE 0               TO MEX-AMOUNT.
           MOVE WS-CONV-REASON  TO MEX-REASON.
           WRITE MRP-REC AFTER ADVANCING 1 LINE.
       H128-END. EXIT.
      *CONVERT ONE POSTED JOURNAL LINE AND HOLD IT FOR THE PATTERN
      *CHECKS - REJECT LINES MOVED NO MONEY AND ARE PASSED OVER,
      *AS ARE REVERSAL LINES, WHICH ONLY PUT BACK A MOVEMENT
      *ALREADY MONITORED, AND A LINE WITH NO USABLE RATE IS LISTED
      *AS NOT CONVERTED
       H150-LOAD-POSTING.
           IF (JRN-STATUS = 'POSTED')
              AND (JRN-ORIG-REF = SPACES)
              PERFORM H160-CONVERT-POSTING
              IF WS-CONV-REASON = SPACES
                 PERFORM H165-HOLD-POSTING
              ELSE
                 MOVE SPACES TO MRP-REC
                 MOVE 'NOT CONVERTED' TO MEX-LABEL
                 MOVE JRN-ID          TO MEX-ID
                 MOVE '/'             TO MEX-SEP
                 MOVE JRN-CUR         TO MEX-CUR
                 MOVE JRN-TRANCD      TO MEX-TRANCD
                 MOVE JRN-AMOUNT      TO MEX-AMOUNT
                 MOVE WS-CONV-REASON  TO MEX-REASON
                 WRITE MRP-REC AFTER ADVANCING 1 LINE
                 ADD 1 TO WS-UNCONV-COUNT
              END-IF
           END-IF.
           PERFORM H155-READ-JOURNAL.
       H150-END. EXIT.
      *READ THE NEXT JOURNAL LINE
       H155-READ-JOURNAL.
           READ JRNL-IN.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              AND (NOT JRN-EOF)
              DISPLAY 'UNABLE TO READ8 FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H155-END. EXIT.
      *CONVERT THE JOURNAL AMOUNT TO THE BASE CURRENCY WITH THE
      *RATE IN FORCE - NO RATE, OR ONE OLDER THAN THE TOLERANCE,
      *LEAVES THE REASON SET INSTEAD
       H160-CONVERT-POSTING.
           MOVE SPACES TO WS-CONV-REASON.
           IF JRN-CUR NOT NUMERIC
              MOVE 'BAD-CUR' TO WS-CONV-REASON
           ELSE
              COMPUTE WS-JRN-CUR-N = FUNCTION NUMVAL(JRN-CUR)
              SET WS-RATE-TBL-IDX TO 1
              SEARCH WS-RATE-ENTRY
                 AT END
                    MOVE 'NO-RATE' TO WS-CONV-REASON
                 WHEN WS-RATE-TBL-IN-USE(WS-RATE-TBL-IDX)
                      AND WS-RATE-TBL-CODE(WS-RATE-TBL-IDX) =
                          WS-JRN-CUR-N
                    COMPUTE WS-INT-EFF = FUNCTION INTEGER-OF-DATE
                            (WS-RATE-TBL-EFF(WS-RATE-TBL-IDX))
                    COMPUTE WS-RATE-AGE = WS-INT-BUS - WS-INT-EFF
                    IF WS-RATE-AGE > WS-STALE-DAYS
                       MOVE 'STALE-RATE' TO WS-CONV-REASON
                    ELSE
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                               JRN-AMOUNT *
                               WS-RATE-TBL-RATE(WS-RATE-TBL-IDX)
                    END-IF
              END-SEARCH
           END-IF.
       H160-END. EXIT.
      *HOLD ONE CONVERTED LINE IN THE POSTING TABLE AND COUNT IT
      *TOWARD ITS ACCT-ID'S JUST-UNDER TOTAL WHEN IT FALLS IN THE
      *BAND BELOW THE THRESHOLD
       H165-HOLD-POSTING.
           IF WS-PST-COUNT-ENTRIES NOT < 5000
              ADD 1 TO WS-LOST-COUNT
           ELSE
              ADD 1 TO WS-PST-COUNT-ENTRIES
              SET WS-PST-IDX TO WS-PST-COUNT-ENTRIES
              MOVE JRN-TRANCD     TO WS-PST-TBL-TRANCD(WS-PST-IDX)
              MOVE JRN-ID         TO WS-PST-TBL-ID(WS-PST-IDX)
              MOVE JRN-CUR        TO WS-PST-TBL-CUR(WS-PST-IDX)
              MOVE JRN-XREF       TO WS-PST-TBL-XREF(WS-PST-IDX)
              MOVE JRN-AMOUNT     TO WS-PST-TBL-AMOUNT(WS-PST-IDX)
              MOVE WS-BASE-AMOUNT TO WS-PST-TBL-BASE(WS-PST-IDX)
              MOVE JRN-TIMESTAMP  TO WS-PST-TBL-TS(WS-PST-IDX)
              MOVE JRN-XREF       TO WS-PST-TBL-ORIGIN(WS-PST-IDX)
              MOVE 1              TO WS-PST-TBL-HOP(WS-PST-IDX)
              MOVE 'N'            TO WS-PST-TBL-OUT-SW(WS-PST-IDX)
              MOVE 'N'            TO WS-PST-TBL-LEG-SW(WS-PST-IDX)
              IF (WS-BASE-AMOUNT NOT < WS-NEAR-FLOOR)
                 AND (WS-BASE-AMOUNT NOT > WS-THRESHOLD)
                 PERFORM H170-ADD-NEAR-POSTING
              END-IF
           END-IF.
       H165-END. EXIT.
      *ADD ONE JUST-UNDER POSTING TO ITS ACCT-ID'S ENTRY, ADDING
      *THE ENTRY IF THIS IS THE ACCT-ID'S FIRST
       H170-ADD-NEAR-POSTING.
           SET WS-STR-IDX TO 1
           SEARCH WS-STR-ENTRY
              AT END
                 IF WS-STR-COUNT-ENTRIES < 2000
                    ADD 1 TO WS-STR-COUNT-ENTRIES
                    MOVE 'Y' TO
                         WS-STR-TBL-USED(WS-STR-COUNT-ENTRIES)
                    MOVE JRN-ID TO
                         WS-STR-TBL-ID(WS-STR-COUNT-ENTRIES)
                    MOVE 1 TO
                         WS-STR-TBL-COUNT(WS-STR-COUNT-ENTRIES)
                    MOVE WS-BASE-AMOUNT TO
                         WS-STR-TBL-TOTAL(WS-STR-COUNT-ENTRIES)
                 ELSE
                    ADD 1 TO WS-LOST-COUNT
                 END-IF
              WHEN WS-STR-TBL-IN-USE(WS-STR-IDX)
                   AND WS-STR-TBL-ID(WS-STR-IDX) = JRN-ID
                 ADD 1 TO WS-STR-TBL-COUNT(WS-STR-IDX)
                 ADD WS-BASE-AMOUNT TO WS-STR-TBL-TOTAL(WS-STR-IDX)
           END-SEARCH.
       H170-END. EXIT.
      *FLAG ONE POSTING OVER THE REPORTING THRESHOLD
       H210-CHECK-LARGE.
           IF WS-PST-TBL-BASE(WS-PST-IDX) > WS-THRESHOLD
              PERFORM H280-CLEAR-CASE
              MOVE 'LARGE'        TO CASE-TYPE
              MOVE WS-PST-TBL-ID(WS-PST-IDX)     TO CASE-ID
              MOVE WS-PST-TBL-CUR(WS-PST-IDX)    TO CASE-CUR
              MOVE WS-PST-TBL-TRANCD(WS-PST-IDX) TO CASE-TRANCD
              MOVE WS-PST-TBL-TS(WS-PST-IDX)     TO CASE-JRN-TS
              MOVE WS-PST-TBL-AMOUNT(WS-PST-IDX) TO CASE-AMOUNT
              MOVE WS-PST-TBL-BASE(WS-PST-IDX)   TO CASE-BASE-AMOUNT
              MOVE 1              TO CASE-COUNT
              MOVE WS-PST-TBL-XREF-ID(WS-PST-IDX)  TO CASE-TO-ID
              MOVE WS-PST-TBL-XREF-CUR(WS-PST-IDX) TO CASE-TO-CUR
              PERFORM H285-WRITE-CASE
              ADD 1 TO WS-LARGE-COUNT
           END-IF.
       H210-END. EXIT.
      *FLAG ONE ACCT-ID WHOSE JUST-UNDER POSTINGS TODAY REACH THE
      *STRUCTURING COUNT
       H220-CHECK-STRUCTURING.
           IF WS-STR-TBL-COUNT(WS-STR-IDX) NOT < WS-STRUCT-COUNT
              PERFORM H280-CLEAR-CASE
              MOVE 'STRUCTURING'  TO CASE-TYPE
              MOVE WS-STR-TBL-ID(WS-STR-IDX)    TO CASE-ID
              MOVE 0              TO CASE-AMOUNT
              MOVE WS-STR-TBL-TOTAL(WS-STR-IDX) TO CASE-BASE-AMOUNT
              MOVE WS-STR-TBL-COUNT(WS-STR-IDX) TO CASE-COUNT
              PERFORM H285-WRITE-CASE
              ADD 1 TO WS-STRUCT-CASES
           END-IF.
       H220-END. EXIT.
      *FOR AN INCOMING TRANSFER LEG, LOOK FOR MONEY LEAVING THE
      *SAME ACCT-ID LATER THE SAME DAY - THE FIRST UNMATCHED
      *OUTGOING LINE CARRYING AT LEAST THE PASS-THROUGH SHARE OF
      *IT MAKES THE CASE
       H230-CHECK-PASS-THROUGH.
           IF (WS-PST-TBL-TRANCD(WS-PST-IDX) = 'C')
              AND (WS-PST-TBL-XREF(WS-PST-IDX) NOT = SPACES)
              COMPUTE WS-PASS-FLOOR ROUNDED =
                      WS-PST-TBL-BASE(WS-PST-IDX) * WS-PASS-PCT / 100
              MOVE 0 TO WS-OUT-POS
              PERFORM H235-CHECK-ONE-OUT
                      VARYING WS-OUT-IDX FROM WS-PST-IDX BY 1
                      UNTIL (WS-OUT-IDX > WS-PST-COUNT-ENTRIES)
                         OR (WS-OUT-POS > 0)
              IF WS-OUT-POS > 0
                 PERFORM H240-WRITE-PASS-THROUGH
              END-IF
           END-IF.
       H230-END. EXIT.
      *TAKE ONE LATER LINE AS THE OUTGOING SIDE IF IT DEBITS THE
      *SAME ACCT-ID AFTER THE MONEY ARRIVED AND CARRIES ENOUGH OF
      *IT
       H235-CHECK-ONE-OUT.
           IF (WS-PST-TBL-TRANCD(WS-OUT-IDX) = 'D')
              AND (WS-PST-TBL-ID(WS-OUT-IDX) =
                   WS-PST-TBL-ID(WS-PST-IDX))
              AND (WS-PST-TBL-TS(WS-OUT-IDX) >
                   WS-PST-TBL-TS(WS-PST-IDX))
              AND (WS-PST-TBL-BASE(WS-OUT-IDX) NOT < WS-PASS-FLOOR)
              AND (NOT WS-PST-TBL-OUT-USED(WS-OUT-IDX))
              SET WS-OUT-POS TO WS-OUT-IDX
           END-IF.
       H235-END. EXIT.
      *WRITE THE PASS-THROUGH CASE AND, WHEN THE MONEY LEFT BY
      *ANOTHER TRANSFER, CARRY THE CHAIN ON TO THAT TRANSFER'S
      *INCOMING LEG
       H240-WRITE-PASS-THROUGH.
           MOVE 'Y' TO WS-PST-TBL-OUT-SW(WS-OUT-POS).
           PERFORM H280-CLEAR-CASE.
           MOVE 'PASS-THROUGH'  TO CASE-TYPE.
           MOVE WS-PST-TBL-ID(WS-OUT-POS)     TO CASE-ID.
           MOVE WS-PST-TBL-CUR(WS-OUT-POS)    TO CASE-CUR.
           MOVE WS-PST-TBL-TRANCD(WS-OUT-POS) TO CASE-TRANCD.
           MOVE WS-PST-TBL-TS(WS-OUT-POS)     TO CASE-JRN-TS.
           MOVE WS-PST-TBL-AMOUNT(WS-OUT-POS) TO CASE-AMOUNT.
           MOVE WS-PST-TBL-BASE(WS-OUT-POS)   TO CASE-BASE-AMOUNT.
           MOVE 1                             TO CASE-COUNT.
           MOVE WS-PST-TBL-XREF-ID(WS-PST-IDX)  TO CASE-FROM-ID.
           MOVE WS-PST-TBL-XREF-CUR(WS-PST-IDX) TO CASE-FROM-CUR.
           MOVE WS-PST-TBL-XREF-ID(WS-OUT-POS)  TO CASE-TO-ID.
           MOVE WS-PST-TBL-XREF-CUR(WS-OUT-POS) TO CASE-TO-CUR.
           MOVE WS-PST-TBL-ORIGIN(WS-PST-IDX)(1:5) TO CASE-ORIGIN-ID.
           MOVE WS-PST-TBL-ORIGIN(WS-PST-IDX)(6:3)
                                                TO CASE-ORIGIN-CUR.
           MOVE WS-PST-TBL-HOP(WS-PST-IDX)      TO CASE-HOP.
           PERFORM H285-WRITE-CASE.
           ADD 1 TO WS-PASS-COUNT.
           IF WS-PST-TBL-XREF(WS-OUT-POS) NOT = SPACES
              MOVE 0 TO WS-LEG-POS
              PERFORM H245-FIND-NEXT-LEG
                      VARYING WS-LEG-IDX FROM 1 BY 1
                      UNTIL (WS-LEG-IDX > WS-PST-COUNT-ENTRIES)
                         OR (WS-LEG-POS > 0)
              IF WS-LEG-POS > 0
                 MOVE 'Y' TO WS-PST-TBL-LEG-SW(WS-LEG-POS)
                 MOVE WS-PST-TBL-ORIGIN(WS-PST-IDX)
                   TO WS-PST-TBL-ORIGIN(WS-LEG-POS)
                 IF WS-PST-TBL-HOP(WS-PST-IDX) < 99
                    COMPUTE WS-PST-TBL-HOP(WS-LEG-POS) =
                            WS-PST-TBL-HOP(WS-PST-IDX) + 1
                 ELSE
                    MOVE 99 TO WS-PST-TBL-HOP(WS-LEG-POS)
                 END-IF
              END-IF
           END-IF.
       H240-END. EXIT.
      *FIND THE INCOMING LEG THE OUTGOING TRANSFER CREATED - THE
      *'C' LINE ON THE ACCOUNT IT NAMES, NAMING IT BACK, FOR THE
      *SAME AMOUNT, NOT YET CHAINED
       H245-FIND-NEXT-LEG.
           IF (WS-PST-TBL-TRANCD(WS-LEG-IDX) = 'C')
              AND (WS-PST-TBL-KEY(WS-LEG-IDX) =
                   WS-PST-TBL-XREF(WS-OUT-POS))
              AND (WS-PST-TBL-XREF(WS-LEG-IDX) =
                   WS-PST-TBL-KEY(WS-OUT-POS))
              AND (WS-PST-TBL-AMOUNT(WS-LEG-IDX) =
                   WS-PST-TBL-AMOUNT(WS-OUT-POS))
              AND (NOT WS-PST-TBL-LEG-CHAINED(WS-LEG-IDX))
              SET WS-LEG-POS TO WS-LEG-IDX
           END-IF.
       H245-END. EXIT.
      *CLEAR THE CASE RECORD AND STAMP THE PARTS EVERY CASE SHARES
       H280-CLEAR-CASE.
           INITIALIZE MON-CASE-REC.
           ADD 1 TO WS-CASE-SEQ.
           MOVE WS-BUS-DATE   TO CASE-DATE.
           MOVE WS-CASE-SEQ   TO CASE-SEQ.
           MOVE 'OPEN'        TO CASE-WORK-STATUS.
           MOVE FUNCTION CURRENT-DATE TO CASE-TIMESTAMP.
       H280-END. EXIT.
      *WRITE THE CASE TO THE CASE DATASET AND THE REPORT - A
      *FORCED RERUN LANDS ON THE DAY'S OWN CASE NUMBER AND
      *REWRITES IT, KEEPING THE WORK STATUS COMPLIANCE HAS ALREADY
      *SET ONLY WHEN THE CASE ON FILE IS THE SAME FLAGGED ITEM
       H285-WRITE-CASE.
           WRITE MON-CASE-REC
              INVALID KEY
                 MOVE MON-CASE-REC TO WS-CASE-SAVE
                 READ MON-CASE
                    INVALID KEY
                       DISPLAY 'UNABLE TO WRITE MONCASE: ' CAS-ST
                       MOVE 8 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                 END-READ
                 MOVE CASE-WORK-STATUS TO WS-CASE-WORK-STATUS
                 MOVE CASE-TYPE        TO WS-OLD-CASE-TYPE
                 MOVE CASE-ID          TO WS-OLD-CASE-ID
                 MOVE CASE-CUR         TO WS-OLD-CASE-CUR
                 MOVE CASE-JRN-TS      TO WS-OLD-CASE-JRN-TS
                 MOVE WS-CASE-SAVE TO MON-CASE-REC
                 IF  (CASE-TYPE   = WS-OLD-CASE-TYPE)
                 AND (CASE-ID     = WS-OLD-CASE-ID)
                 AND (CASE-CUR    = WS-OLD-CASE-CUR)
                 AND (CASE-JRN-TS = WS-OLD-CASE-JRN-TS)
                    MOVE WS-CASE-WORK-STATUS TO CASE-WORK-STATUS
                 END-IF
                 REWRITE MON-CASE-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO WRITE MONCASE: ' CAS-ST
                       MOVE 8 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                 END-REWRITE
           END-WRITE.
           PERFORM H287-LIST-CASE.
       H285-END. EXIT.
      *LIST THE CASE IN MON-CASE-REC ON THE REPORT
       H287-LIST-CASE.
           MOVE SPACES TO MRP-REC.
           MOVE CASE-SEQ         TO MCS-SEQ.
           MOVE CASE-TYPE        TO MCS-TYPE.
           MOVE CASE-ID          TO MCS-ID.
           IF CASE-CUR NOT = SPACES
              MOVE '/'           TO MCS-SEP
              MOVE CASE-CUR      TO MCS-CUR
           END-IF.
           MOVE CASE-BASE-AMOUNT TO MCS-BASE.
           MOVE CASE-COUNT       TO MCS-COUNT.
           IF CASE-FROM-ID NOT = SPACES
              STRING CASE-FROM-ID '/' CASE-FROM-CUR
                     DELIMITED BY SIZE INTO MCS-FROM
              END-STRING
           END-IF.
           IF CASE-TO-ID NOT = SPACES
              STRING CASE-TO-ID '/' CASE-TO-CUR
                     DELIMITED BY SIZE INTO MCS-TO
              END-STRING
           ELSE
              IF CASE-TYPE = 'PASS-THROUGH'
                 MOVE 'DEBIT' TO MCS-TO
              END-IF
           END-IF.
           IF CASE-HOP > 0
              MOVE CASE-HOP      TO MCS-HOP
           END-IF.
           MOVE WS-CASE-NOTE     TO MCS-NOTE.
           WRITE MRP-REC AFTER ADVANCING 1 LINE.
       H287-END. EXIT.
      *A RERUN THAT FLAGS FEWER CASES THAN THE EARLIER RUN OF THE
      *DAY LEAVES THAT RUN'S HIGHER CASE NUMBERS BEHIND - LIST
      *EACH ONE AS WITHDRAWN AND DROP IT, SO MON-CASE HOLDS ONLY
      *WHAT THIS RUN FLAGGED
       H295-DROP-STALE-CASES.
           MOVE WS-CASE-SEQ TO WS-STALE-SEQ.
           MOVE 'N' TO WS-STALE-END-SW.
           PERFORM H296-DROP-ONE-CASE UNTIL WS-STALE-END.
       H295-END. EXIT.
      *DROP THE NEXT CASE NUMBER, IF THE EARLIER RUN WROTE IT
       H296-DROP-ONE-CASE.
           ADD 1 TO WS-STALE-SEQ.
           MOVE WS-BUS-DATE  TO CASE-DATE.
           MOVE WS-STALE-SEQ TO CASE-SEQ.
           READ MON-CASE
              INVALID KEY
                 MOVE 'Y' TO WS-STALE-END-SW
              NOT INVALID KEY
                 MOVE 'WITHDRWN' TO WS-CASE-NOTE
                 PERFORM H287-LIST-CASE
                 MOVE SPACES TO WS-CASE-NOTE
                 DELETE MON-CASE
                    INVALID KEY
                       DISPLAY 'UNABLE TO DELETE MONCASE: ' CAS-ST
                       MOVE 8 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                 END-DELETE
                 ADD 1 TO WS-WDRN-COUNT
           END-READ.
       H296-END. EXIT.
      *WRITE THE RUN TRAILER - CASES OF EACH KIND AND LINES NOT
      *CONVERTED, AND WARN WHEN LINES DID NOT FIT THE TABLES
       H290-WRITE-TRAILER.
           MOVE SPACES TO MRP-REC.
           MOVE 'MONITOR CASES' TO TRL-LABEL.
           MOVE WS-LARGE-COUNT  TO TRL-LARGE.
           MOVE WS-STRUCT-CASES TO TRL-STRUCT.
           MOVE WS-PASS-COUNT   TO TRL-PASS.
           MOVE WS-UNCONV-COUNT TO TRL-UNCONV.
           MOVE WS-WDRN-COUNT   TO TRL-WDRN.
           WRITE MRP-REC AFTER ADVANCING 2 LINES.
           IF WS-LOST-COUNT > 0
              DISPLAY 'MONITOR TABLES FULL, LINES NOT CHECKED: '
                      WS-LOST-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       H290-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE CASES WRITTEN - ONLY REACHED WHEN EVERY CHECK RAN.
       H310-STAMP-RUN-END.
           MOVE 'COBHW27' TO RC-PROGRAM.
           MOVE WS-BUS-DATE TO RC-DATE.
           READ RUN-CONTROL
              INVALID KEY
                 DISPLAY 'RUNCTL ENTRY LOST: COBHW27 ' WS-BUS-DATE
              NOT INVALID KEY
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 MOVE WS-CASE-SEQ TO RC-REC-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
                 END-REWRITE
           END-READ.
       H310-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer line if MON-REPORT actually got
      *    opened - an early abort out of H100-OPEN-FILES can reach
      *    here before that OPEN ever runs.
           IF WS-MRP-IS-OPEN
              PERFORM H290-WRITE-TRAILER
           END-IF.
           CLOSE JRNL-IN
                 RATE-MASTER
                 MON-CASE
                 MON-REPORT
                 RUN-CONTROL.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
