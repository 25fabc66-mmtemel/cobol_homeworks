       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBHW26.
       AUTHOR.        Mert Musa TEMEL.
      *This COBOL program is the account-history inquiry the
      *branch runs when a customer calls about an account.  It
      *takes a list of ACCT-IDs from INQ-REQ, each with an
      *optional from/to date range, and prints one dossier per
      *request: the customer's name and address from COBHW24's
      *customer master, every currency account on the indexed
      *ACCT-REC with its current balance, status and last
      *activity, then every posting and transfer leg from
      *COBHW08's posting journal (with the other leg's account
      *from JRN-XREF, the journal reference a reversal would quote
      *and, on a reversal, the posting it reversed), every accrual
      *from COBHW11's accrual journal and every maintenance change
      *from COBHW04's MAINT-LOG with the maker and checker behind
      *it, merged into one list in timestamp order, and finally
      *every delete image held for the ACCT-ID on the ARCH-VSM
      *archive.  The journals and the log are read
      *front to back once, whatever generations the job hands
      *this step, and the lines belonging to any requested
      *account are held in a table until the dossiers print; a
      *dossier whose activity did not fit says so.  A date range
      *limits the activity and archive sections only - the
      *account section always shows the master as it stands.  A
      *source file that does not exist reads as empty, so the
      *inquiry still runs on a system where that file is not
      *kept.  The inquiry only reads, so it can be run as often
      *as the branch needs and does not stamp RUN-CONTROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQ-REQ    ASSIGN TO    INQREQ
                             STATUS       REQ-ST.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT CUST-MASTER ASSIGN TO   CUSTMST
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-KEY
                             STATUS       CST-ST.
           SELECT JRNL-IN    ASSIGN TO    POSTJRNL
                             STATUS       JRN-ST.
           SELECT ACRL-IN    ASSIGN TO    ACRLJRNL
                             STATUS       AJR-ST.
           SELECT MAINT-LOG  ASSIGN TO    MAINTLOG
                             STATUS       LOG-ST.
           SELECT ARCH-VSM   ASSIGN TO    ARCHVSM
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       ARCH-KEY
                             STATUS       ARV-ST.
           SELECT INQ-REPORT ASSIGN TO    INQRPT
                             STATUS       RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *INQUIRY REQUESTS - ONE ACCT-ID PER RECORD, WITH AN OPTIONAL
      *DATE RANGE.  A BLANK FROM DATE MEANS FROM THE BEGINNING, A
      *BLANK TO DATE MEANS UP TO TODAY.
       FD  INQ-REQ     RECORDING MODE F.
       01  INQ-REQ-REC.
           05 INQ-ID          PIC X(05).
           05 INQ-ID-N REDEFINES INQ-ID
                              PIC 9(05).
           05 INQ-FROM        PIC X(08).
           05 INQ-FROM-N REDEFINES INQ-FROM
                              PIC 9(08).
           05 INQ-TO          PIC X(08).
           05 INQ-TO-N REDEFINES INQ-TO
                              PIC 9(08).
      *VSAM FILE - READ FORWARD FROM THE FIRST CURRENCY OF EACH
      *REQUESTED ACCT-ID.
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           03 ACCT-KEY.
              05 ACCT-ID     PIC S9(05) COMP-3.
              05 ACCT-CUR    PIC S9(03) COMP.
           03 ACCT-NAME      PIC X(15).
           03 ACCT-SURNAME   PIC X(15).
           03 ACCT-BALANCE   PIC S9(09)V99 COMP-3.
           03 ACCT-STATUS    PIC X(01).
           03 ACCT-LAST-ACT  PIC S9(08) COMP-3.
      *COBHW24'S CUSTOMER MASTER (VSAM), READ HERE BY ACCT-ID -
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
      *COBHW08'S POSTING JOURNAL - THE LAYOUT MUST MATCH COBHW08'S
      *POST-JOURNAL-REC BYTE FOR BYTE.
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
      *    spaces on single-leg debit/credit lines.
           05 JRN-XREF.
              10 JRN-XREF-ID    PIC X(05).
              10 JRN-XREF-CUR   PIC X(03).
           05 JRN-TIMESTAMP     PIC X(21).
      *    Journal reference of a posted transaction, and on a
      *    reversal line the reference of the original it reverses.
           05 JRN-REF           PIC X(15).
           05 JRN-ORIG-REF      PIC X(15).
      *COBHW11'S ACCRUAL JOURNAL - THE LAYOUT MUST MATCH COBHW11'S
      *ACRL-JOURNAL-REC BYTE FOR BYTE.
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
      *COBHW04'S TRANSACTION LOG - THE LAYOUT MUST MATCH COBHW04'S
      *MAINT-LOG-REC BYTE FOR BYTE.
       FD  MAINT-LOG   RECORDING MODE F.
       01  MAINT-LOG-REC.
           05 LOG-TRANCD        PIC X(01).
           05 LOG-ID            PIC X(05).
           05 LOG-CUR           PIC X(03).
           05 LOG-BEFORE-NAME   PIC X(15).
           05 LOG-BEFORE-SURN   PIC X(15).
           05 LOG-AFTER-NAME    PIC X(15).
           05 LOG-AFTER-SURN    PIC X(15).
           05 LOG-STATUS        PIC X(10).
           05 LOG-TIMESTAMP     PIC X(21).
           05 LOG-MAKER         PIC X(08).
           05 LOG-CHECKER       PIC X(08).
      *COBHW04'S DELETED-ACCOUNT ARCHIVE (VSAM) - THE LAYOUT MUST
      *MATCH COBHW04'S ARCH-VSM-REC BYTE FOR BYTE.  READ FORWARD
      *FROM THE FIRST IMAGE OF EACH REQUESTED ACCT-ID.
       FD  ARCH-VSM.
       01  ARCH-VSM-REC.
           03 ARCH-KEY.
              05 ARCH-K-ID   PIC S9(05) COMP-3.
              05 ARCH-K-CUR  PIC S9(03) COMP.
              05 ARCH-K-TS   PIC X(21).
           03 ARCH-IMAGE     PIC X(47).
      *INQUIRY REPORT - ONE LAYOUT PER LINE TYPE, ALL LAID OVER
      *THE SAME 80-BYTE PRINT RECORD.
       FD  INQ-REPORT  RECORDING MODE F.
       01  INQ-REC            PIC X(80).
      *DOSSIER HEADING - THE ACCT-ID AND THE DATE RANGE ASKED FOR.
       01  INQ-HDG-REC REDEFINES INQ-REC.
           05 HDG-LABEL       PIC X(22).
           05 HDG-ID          PIC X(05).
           05 FILLER          PIC X(02).
           05 HDG-FROM-LBL    PIC X(05).
           05 HDG-FROM        PIC 9(08).
           05 FILLER          PIC X(01).
           05 HDG-TO-LBL      PIC X(03).
           05 HDG-TO          PIC 9(08).
           05 FILLER          PIC X(26).
      *CUSTOMER NAME LINE.
       01  INQ-NAME-REC REDEFINES INQ-REC.
           05 NAM-NAME        PIC X(15).
           05 FILLER          PIC X(01).
           05 NAM-SURNAME     PIC X(15).
           05 FILLER          PIC X(02).
           05 NAM-TAX-LBL     PIC X(07).
           05 NAM-TAX-ID      PIC X(15).
           05 FILLER          PIC X(25).
      *MAILING ADDRESS LINE.
       01  INQ-ADDR-REC REDEFINES INQ-REC.
           05 ADR-LINE        PIC X(30).
           05 FILLER          PIC X(50).
      *CITY AND POSTCODE LINE.
       01  INQ-CITY-REC REDEFINES INQ-REC.
           05 ADR-CITY        PIC X(20).
           05 FILLER          PIC X(01).
           05 ADR-POSTCODE    PIC X(10).
           05 FILLER          PIC X(49).
      *ONE CURRENCY ACCOUNT AS IT STANDS ON THE MASTER.
       01  INQ-ACCT-REC REDEFINES INQ-REC.
           05 ACC-CUR         PIC 9(03).
           05 FILLER          PIC X(02).
           05 ACC-BALANCE     PIC Z(10)9.99-.
           05 FILLER          PIC X(02).
           05 ACC-STATUS      PIC X(01).
           05 FILLER          PIC X(02).
           05 ACC-LAST-ACT    PIC 9(08).
           05 FILLER          PIC X(02).
           05 ACC-NAME        PIC X(15).
           05 FILLER          PIC X(01).
           05 ACC-SURNAME     PIC X(15).
           05 FILLER          PIC X(14).
      *ONE ARCHIVED DELETE IMAGE.
       01  INQ-ARCH-REC REDEFINES INQ-REC.
           05 ARC-DATE        PIC X(08).
           05 FILLER          PIC X(01).
           05 ARC-TIME        PIC X(06).
           05 FILLER          PIC X(01).
           05 ARC-CUR         PIC 9(03).
           05 FILLER          PIC X(02).
           05 ARC-BALANCE     PIC Z(10)9.99-.
           05 FILLER          PIC X(02).
           05 ARC-STATUS      PIC X(01).
           05 FILLER          PIC X(02).
           05 ARC-NAME        PIC X(15).
           05 FILLER          PIC X(01).
           05 ARC-SURNAME     PIC X(15).
           05 FILLER          PIC X(08).
      *RUN TRAILER - DOSSIERS PRODUCED AND ACTIVITY LINES PRINTED.
       01  INQ-TRL-REC REDEFINES INQ-REC.
           05 TRL-LABEL       PIC X(20).
           05 TRL-DOSSIERS    PIC Z(06)9.
           05 TRL-EVENTS      PIC Z(06)9.
           05 FILLER          PIC X(46).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 REQ-ST      PIC 9(02).
              88 REQ-EOF      VALUE 10.
              88 REQ-SUCCESS  VALUE 00
                                    97.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-EOF     VALUE 10.
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 CST-ST      PIC 9(02).
              88 CST-SUCCESS  VALUE 00
                                    97.
              88 CST-NOTFOUND VALUE 35.
           05 JRN-ST      PIC 9(02).
              88 JRN-EOF      VALUE 10.
              88 JRN-SUCCESS  VALUE 00
                                    97.
              88 JRN-NOTFOUND VALUE 35.
           05 AJR-ST      PIC 9(02).
              88 AJR-EOF      VALUE 10.
              88 AJR-SUCCESS  VALUE 00
                                    97.
              88 AJR-NOTFOUND VALUE 35.
           05 LOG-ST      PIC 9(02).
              88 LOG-EOF      VALUE 10.
              88 LOG-SUCCESS  VALUE 00
                                    97.
              88 LOG-NOTFOUND VALUE 35.
           05 ARV-ST      PIC 9(02).
              88 ARV-SUCCESS  VALUE 00
                                    97.
              88 ARV-NOTFOUND VALUE 35.
           05 RPT-ST      PIC 9(02).
              88 RPT-SUCCESS  VALUE 00
                                    97.
      *    Set for each source file that does not exist - it then
      *    reads as empty and is never closed.
           05 WS-CST-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-CST-ABSENT             VALUE 'Y'.
           05 WS-JRN-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-JRN-ABSENT             VALUE 'Y'.
           05 WS-AJR-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-AJR-ABSENT             VALUE 'Y'.
           05 WS-LOG-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-LOG-ABSENT             VALUE 'Y'.
           05 WS-ARV-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-ARV-ABSENT             VALUE 'Y'.
      *    Set once INQ-REPORT actually opens, so the trailer is
      *    never written against a file that never opened on an
      *    early-abort path.
           05 WS-RPT-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-RPT-IS-OPEN            VALUE 'Y'.
      *    Switches for the per-dossier walks of the account
      *    master, the archive and the held activity.
           05 WS-CST-FOUND-SW  PIC X(01).
              88 WS-CST-FOUND              VALUE 'Y'.
           05 WS-ACC-DONE-SW   PIC X(01).
              88 WS-ACC-DONE               VALUE 'Y'.
           05 WS-ARV-DONE-SW   PIC X(01).
              88 WS-ARV-DONE               VALUE 'Y'.
           05 WS-EVT-DONE-SW   PIC X(01).
              88 WS-EVT-ALL-DONE           VALUE 'Y'.
      *    Lines printed in the current dossier section, so an
      *    empty section says so.
           05 WS-SECT-COUNT    PIC 9(07) COMP.
      *    Date edit work area for the request's date range.
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
      *    The source line being matched against the request
      *    table - its ACCT-ID and the date part of its timestamp,
      *    zero when the timestamp is not a date.
           05 WS-SRC-ID        PIC X(05).
           05 WS-SRC-TS        PIC X(21).
           05 WS-SRC-DATE-X    PIC X(08).
           05 WS-SRC-DATE REDEFINES WS-SRC-DATE-X
                               PIC 9(08).
      *    Subscript of the lowest-timestamp activity line not yet
      *    printed for the current dossier - zero when none is left.
           05 WS-EVT-LOW       PIC 9(05) COMP.
      *    The request being printed.
           05 WS-CUR-REQ       PIC 9(05) COMP.
      *    Run totals for the trailer.
           05 WS-DOSSIER-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-EVENT-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REQ-IGNORED   PIC 9(07) COMP VALUE 0.
      *    An archived delete image laid out as the ACCT-FIELDS it
      *    was taken from.
       01  WS-ARCH-ACCT.
           03 WS-ARC-KEY.
              05 WS-ARC-ID      PIC S9(05) COMP-3.
              05 WS-ARC-CUR     PIC S9(03) COMP.
           03 WS-ARC-NAME       PIC X(15).
           03 WS-ARC-SURNAME    PIC X(15).
           03 WS-ARC-BALANCE    PIC S9(09)V99 COMP-3.
           03 WS-ARC-STATUS     PIC X(01).
           03 WS-ARC-LAST-ACT   PIC S9(08) COMP-3.
      *    One activity line as it will print, built once per
      *    source record before it is matched against the request
      *    table.  A maintenance change carries a second line for
      *    the surname and a posting one for its journal reference;
      *    the other sources leave it blank.
       01  WS-EVT-BUILD.
           05 WS-EVT-LINE-1    PIC X(80).
           05 WS-EVT-MONEY REDEFINES WS-EVT-LINE-1.
              10 EVM-DATE      PIC X(08).
              10 FILLER        PIC X(01).
              10 EVM-TIME      PIC X(06).
              10 FILLER        PIC X(01).
              10 EVM-SOURCE    PIC X(04).
              10 FILLER        PIC X(01).
              10 EVM-TRANCD    PIC X(01).
              10 FILLER        PIC X(01).
              10 EVM-CUR       PIC X(03).
              10 FILLER        PIC X(01).
              10 EVM-AMOUNT    PIC Z(09)9.99-.
              10 FILLER        PIC X(01).
              10 EVM-BALANCE   PIC Z(09)9.99-.
              10 FILLER        PIC X(01).
              10 EVM-STATUS    PIC X(10).
              10 FILLER        PIC X(01).
              10 EVM-XREF-ID   PIC X(05).
              10 EVM-XREF-SEP  PIC X(01).
              10 EVM-XREF-CUR  PIC X(03).
              10 FILLER        PIC X(03).
           05 WS-EVT-MAINT REDEFINES WS-EVT-LINE-1.
              10 EVN-DATE      PIC X(08).
              10 FILLER        PIC X(01).
              10 EVN-TIME      PIC X(06).
              10 FILLER        PIC X(01).
              10 EVN-SOURCE    PIC X(04).
              10 FILLER        PIC X(01).
              10 EVN-TRANCD    PIC X(01).
              10 FILLER        PIC X(01).
              10 EVN-CUR       PIC X(03).
              10 FILLER        PIC X(01).
              10 EVN-BEFORE    PIC X(15).
              10 EVN-ARROW     PIC X(03).
              10 EVN-AFTER     PIC X(15).
              10 FILLER        PIC X(01).
              10 EVN-STATUS    PIC X(10).
              10 FILLER        PIC X(09).
           05 WS-EVT-LINE-2    PIC X(80).
           05 WS-EVT-SURN REDEFINES WS-EVT-LINE-2.
              10 FILLER        PIC X(27).
              10 EVS-BEFORE    PIC X(15).
              10 EVS-ARROW     PIC X(03).
              10 EVS-AFTER     PIC X(15).
              10 FILLER        PIC X(01).
              10 EVS-MAKER     PIC X(08).
              10 EVS-OPER-SEP  PIC X(01).
              10 EVS-CHECKER   PIC X(08).
              10 FILLER        PIC X(02).
      *       A posting's journal reference, and on a reversal the
      *       reference of the posting it reversed.
           05 WS-EVT-REF REDEFINES WS-EVT-LINE-2.
              10 FILLER        PIC X(27).
              10 EVR-REF       PIC X(15).
              10 FILLER        PIC X(01).
              10 EVR-LABEL     PIC X(11).
              10 FILLER        PIC X(01).
              10 EVR-ORIG-REF  PIC X(15).
              10 FILLER        PIC X(10).
      *    In-memory table of the requests, in the order given.  A
      *    request whose ACCT-ID or dates fail the edit keeps its
      *    reason and prints as rejected instead of a dossier.
       01  WS-REQ-TABLE.
           05 WS-REQ-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-REQ-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-REQ-IDX.
              10 WS-REQ-TBL-ID     PIC X(05).
              10 WS-REQ-TBL-ID-N REDEFINES WS-REQ-TBL-ID
                                   PIC 9(05).
              10 WS-REQ-TBL-FROM   PIC 9(08).
              10 WS-REQ-TBL-TO     PIC 9(08).
              10 WS-REQ-TBL-REASON PIC X(20).
                 88 WS-REQ-TBL-OK            VALUE SPACES.
              10 WS-REQ-TBL-LOST   PIC 9(07) COMP.
      *    In-memory table of the activity lines belonging to a
      *    requested account, tagged with the request they answer
      *    and printed lowest timestamp first.  A line past the
      *    3000-entry limit is counted against its request, and
      *    that dossier says its activity is incomplete.
       01  WS-EVT-TABLE.
           05 WS-EVT-COUNT-ENTRIES PIC 9(05) COMP VALUE 0.
           05 WS-EVT-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-EVT-IDX.
              10 WS-EVT-TBL-REQ    PIC 9(05) COMP.
              10 WS-EVT-TBL-TS     PIC X(21).
              10 WS-EVT-TBL-USED   PIC X(01).
                 88 WS-EVT-TBL-PRINTED       VALUE 'Y'.
              10 WS-EVT-TBL-LINE-1 PIC X(80).
              10 WS-EVT-TBL-LINE-2 PIC X(80).
       PROCEDURE DIVISION.
      *MAIN LOOP - GATHER EVERY SOURCE'S LINES FOR THE REQUESTED
      *ACCOUNTS, THEN PRINT ONE DOSSIER PER REQUEST
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-REQUEST UNTIL REQ-EOF.
           PERFORM H130-TAKE-POSTING UNTIL JRN-EOF.
           PERFORM H135-TAKE-ACCRUAL UNTIL AJR-EOF.
           PERFORM H138-TAKE-MAINT UNTIL LOG-EOF.
           PERFORM H200-PRINT-DOSSIER
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT-ENTRIES.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS - A SOURCE FILE THAT DOES NOT
      *EXIST READS AS EMPTY
       H100-OPEN-FILES.
           OPEN INPUT INQ-REQ.
           IF (REQ-ST NOT = 0) AND (REQ-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' REQ-ST
              MOVE REQ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF CST-NOTFOUND
              MOVE 'Y' TO WS-CST-ABSENT-SW
           ELSE
              IF (CST-ST NOT = 0) AND (CST-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN3 FILE: ' CST-ST
                 MOVE CST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT JRNL-IN.
           IF JRN-NOTFOUND
              MOVE 'Y' TO WS-JRN-ABSENT-SW
           ELSE
              IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN4 FILE: ' JRN-ST
                 MOVE JRN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT ACRL-IN.
           IF AJR-NOTFOUND
              MOVE 'Y' TO WS-AJR-ABSENT-SW
           ELSE
              IF (AJR-ST NOT = 0) AND (AJR-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN5 FILE: ' AJR-ST
                 MOVE AJR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT MAINT-LOG.
           IF LOG-NOTFOUND
              MOVE 'Y' TO WS-LOG-ABSENT-SW
           ELSE
              IF (LOG-ST NOT = 0) AND (LOG-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN6 FILE: ' LOG-ST
                 MOVE LOG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT ARCH-VSM.
           IF ARV-NOTFOUND
              MOVE 'Y' TO WS-ARV-ABSENT-SW
           ELSE
              IF (ARV-ST NOT = 0) AND (ARV-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN7 FILE: ' ARV-ST
                 MOVE ARV-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT INQ-REPORT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN8 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPEN-SW.
           PERFORM H110-READ-REQUEST.
           PERFORM H111-READ-POSTING.
           PERFORM H112-READ-ACCRUAL.
           PERFORM H113-READ-MAINT.
       H100-END. EXIT.
      *READ THE NEXT INQUIRY REQUEST
       H110-READ-REQUEST.
           READ INQ-REQ.
           IF (REQ-ST NOT = 0) AND (REQ-ST NOT = 97)
              AND (NOT REQ-EOF)
              DISPLAY 'UNABLE TO READ9 FILE: ' REQ-ST
              MOVE REQ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *READ THE NEXT POSTING JOURNAL LINE - END OF FILE STRAIGHT
      *AWAY WHEN THE JOURNAL IS ABSENT
       H111-READ-POSTING.
           IF WS-JRN-ABSENT
              MOVE 10 TO JRN-ST
           ELSE
              READ JRNL-IN
              IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
                 AND (NOT JRN-EOF)
                 DISPLAY 'UNABLE TO READ10 FILE: ' JRN-ST
                 MOVE JRN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H111-END. EXIT.
      *READ THE NEXT ACCRUAL JOURNAL LINE - END OF FILE STRAIGHT
      *AWAY WHEN THE JOURNAL IS ABSENT
       H112-READ-ACCRUAL.
           IF WS-AJR-ABSENT
              MOVE 10 TO AJR-ST
           ELSE
              READ ACRL-IN
              IF (AJR-ST NOT = 0) AND (AJR-ST NOT = 97)
                 AND (NOT AJR-EOF)
                 DISPLAY 'UNABLE TO READ11 FILE: ' AJR-ST
                 MOVE AJR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H112-END. EXIT.
      *READ THE NEXT MAINTENANCE LOG LINE - END OF FILE STRAIGHT
      *AWAY WHEN THE LOG IS ABSENT
       H113-READ-MAINT.
           IF WS-LOG-ABSENT
              MOVE 10 TO LOG-ST
           ELSE
              READ MAINT-LOG
              IF (LOG-ST NOT = 0) AND (LOG-ST NOT = 97)
                 AND (NOT LOG-EOF)
                 DISPLAY 'UNABLE TO READ12 FILE: ' LOG-ST
                 MOVE LOG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H113-END. EXIT.
      *EDIT ONE REQUEST INTO THE REQUEST TABLE - A BLANK FROM DATE
      *OPENS THE RANGE AT THE BEGINNING AND A BLANK TO DATE AT THE
      *END; A FAILED EDIT KEEPS ITS REASON FOR THE REPORT
       H120-LOAD-REQUEST.
           IF WS-REQ-COUNT-ENTRIES NOT < 50
              DISPLAY 'INQUIRY TABLE FULL, REQUEST IGNORED: ' INQ-ID
              ADD 1 TO WS-REQ-IGNORED
           ELSE
              ADD 1 TO WS-REQ-COUNT-ENTRIES
              SET WS-REQ-IDX TO WS-REQ-COUNT-ENTRIES
              MOVE INQ-ID TO WS-REQ-TBL-ID(WS-REQ-IDX)
              MOVE 0 TO WS-REQ-TBL-FROM(WS-REQ-IDX)
              MOVE 99999999 TO WS-REQ-TBL-TO(WS-REQ-IDX)
              MOVE SPACES TO WS-REQ-TBL-REASON(WS-REQ-IDX)
              MOVE 0 TO WS-REQ-TBL-LOST(WS-REQ-IDX)
              IF INQ-ID-N NOT NUMERIC
                 MOVE 'BAD ACCT-ID' TO WS-REQ-TBL-REASON(WS-REQ-IDX)
              END-IF
              IF WS-REQ-TBL-OK(WS-REQ-IDX) AND INQ-FROM NOT = SPACES
                 MOVE 'N' TO WS-DTE-SW
                 IF INQ-FROM-N NUMERIC
                    MOVE INQ-FROM-N TO WS-DTE-EDIT
                    PERFORM H175-EDIT-DATE
                 END-IF
                 IF WS-DTE-VALID
                    MOVE INQ-FROM-N TO WS-REQ-TBL-FROM(WS-REQ-IDX)
                 ELSE
                    MOVE 'BAD FROM DATE'
                      TO WS-REQ-TBL-REASON(WS-REQ-IDX)
                 END-IF
              END-IF
              IF WS-REQ-TBL-OK(WS-REQ-IDX) AND INQ-TO NOT = SPACES
                 MOVE 'N' TO WS-DTE-SW
                 IF INQ-TO-N NUMERIC
                    MOVE INQ-TO-N TO WS-DTE-EDIT
                    PERFORM H175-EDIT-DATE
                 END-IF
                 IF WS-DTE-VALID
                    MOVE INQ-TO-N TO WS-REQ-TBL-TO(WS-REQ-IDX)
                 ELSE
                    MOVE 'BAD TO DATE' TO WS-REQ-TBL-REASON(WS-REQ-IDX)
                 END-IF
              END-IF
              IF WS-REQ-TBL-OK(WS-REQ-IDX)
                 AND (WS-REQ-TBL-FROM(WS-REQ-IDX)
                      > WS-REQ-TBL-TO(WS-REQ-IDX))
                 MOVE 'FROM AFTER TO DATE'
                   TO WS-REQ-TBL-REASON(WS-REQ-IDX)
              END-IF
           END-IF.
           PERFORM H110-READ-REQUEST.
       H120-END. EXIT.
      *HOLD ONE POSTING JOURNAL LINE FOR EVERY REQUEST IT ANSWERS -
      *A TRANSFER LEG CARRIES THE OTHER LEG'S ACCOUNT KEY, AND A
      *POSTED LINE ITS JOURNAL REFERENCE ON THE SECOND LINE, WITH
      *THE ORIGINAL'S WHEN IT IS A REVERSAL
       H130-TAKE-POSTING.
           MOVE SPACES TO WS-EVT-BUILD.
           MOVE JRN-TIMESTAMP(1:8)  TO EVM-DATE.
           MOVE JRN-TIMESTAMP(9:6)  TO EVM-TIME.
           MOVE 'POST'              TO EVM-SOURCE.
           MOVE JRN-TRANCD          TO EVM-TRANCD.
           MOVE JRN-CUR             TO EVM-CUR.
           MOVE JRN-AMOUNT          TO EVM-AMOUNT.
           MOVE JRN-AFTER-BAL       TO EVM-BALANCE.
           MOVE JRN-STATUS          TO EVM-STATUS.
           IF JRN-XREF NOT = SPACES
              MOVE JRN-XREF-ID      TO EVM-XREF-ID
              MOVE '/'              TO EVM-XREF-SEP
              MOVE JRN-XREF-CUR     TO EVM-XREF-CUR
           END-IF.
           IF (JRN-REF NOT = SPACES)
              OR (JRN-ORIG-REF NOT = SPACES)
              MOVE JRN-REF          TO EVR-REF
              IF JRN-ORIG-REF NOT = SPACES
                 MOVE 'REVERSAL OF' TO EVR-LABEL
                 MOVE JRN-ORIG-REF  TO EVR-ORIG-REF
              END-IF
           END-IF.
           MOVE JRN-ID              TO WS-SRC-ID.
           MOVE JRN-TIMESTAMP       TO WS-SRC-TS.
           PERFORM H140-MATCH-REQUESTS.
           PERFORM H111-READ-POSTING.
       H130-END. EXIT.
      *HOLD ONE ACCRUAL JOURNAL LINE FOR EVERY REQUEST IT ANSWERS
       H135-TAKE-ACCRUAL.
           MOVE SPACES TO WS-EVT-BUILD.
           MOVE AJR-TIMESTAMP(1:8)  TO EVM-DATE.
           MOVE AJR-TIMESTAMP(9:6)  TO EVM-TIME.
           MOVE 'ACRL'              TO EVM-SOURCE.
           MOVE 'I'                 TO EVM-TRANCD.
           MOVE AJR-CUR             TO EVM-CUR.
           MOVE AJR-INTEREST        TO EVM-AMOUNT.
           MOVE AJR-AFTER-BAL       TO EVM-BALANCE.
           MOVE AJR-STATUS          TO EVM-STATUS.
           MOVE AJR-ID              TO WS-SRC-ID.
           MOVE AJR-TIMESTAMP       TO WS-SRC-TS.
           PERFORM H140-MATCH-REQUESTS.
           PERFORM H112-READ-ACCRUAL.
       H135-END. EXIT.
      *HOLD ONE MAINTENANCE LOG LINE FOR EVERY REQUEST IT ANSWERS -
      *THE NAME CHANGE ON THE FIRST LINE, THE SURNAME ON THE
      *SECOND WHEN EITHER SIDE OF IT WAS KEYED, WITH THE MAKER AND
      *CHECKER WHO LET THE CHANGE THROUGH
       H138-TAKE-MAINT.
           MOVE SPACES TO WS-EVT-BUILD.
           MOVE LOG-TIMESTAMP(1:8)  TO EVN-DATE.
           MOVE LOG-TIMESTAMP(9:6)  TO EVN-TIME.
           MOVE 'MANT'              TO EVN-SOURCE.
           MOVE LOG-TRANCD          TO EVN-TRANCD.
           MOVE LOG-CUR             TO EVN-CUR.
           MOVE LOG-BEFORE-NAME     TO EVN-BEFORE.
           MOVE ' > '               TO EVN-ARROW.
           MOVE LOG-AFTER-NAME      TO EVN-AFTER.
           MOVE LOG-STATUS          TO EVN-STATUS.
           IF (LOG-BEFORE-SURN NOT = SPACES)
              OR (LOG-AFTER-SURN NOT = SPACES)
              MOVE LOG-BEFORE-SURN  TO EVS-BEFORE
              MOVE ' > '            TO EVS-ARROW
              MOVE LOG-AFTER-SURN   TO EVS-AFTER
           END-IF.
           IF (LOG-MAKER NOT = SPACES)
              OR (LOG-CHECKER NOT = SPACES)
              MOVE LOG-MAKER        TO EVS-MAKER
              MOVE '/'              TO EVS-OPER-SEP
              MOVE LOG-CHECKER      TO EVS-CHECKER
           END-IF.
           MOVE LOG-ID              TO WS-SRC-ID.
           MOVE LOG-TIMESTAMP       TO WS-SRC-TS.
           PERFORM H140-MATCH-REQUESTS.
           PERFORM H113-READ-MAINT.
       H138-END. EXIT.
      *MATCH THE SOURCE LINE JUST BUILT AGAINST EVERY REQUEST - A
      *TIMESTAMP THAT IS NOT A DATE ONLY FALLS IN AN OPEN RANGE
       H140-MATCH-REQUESTS.
           MOVE WS-SRC-TS(1:8) TO WS-SRC-DATE-X.
           IF WS-SRC-DATE NOT NUMERIC
              MOVE 0 TO WS-SRC-DATE
           END-IF.
           PERFORM H145-MATCH-ONE-REQUEST
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT-ENTRIES.
       H140-END. EXIT.
      *HOLD THE SOURCE LINE FOR ONE REQUEST IF THE ACCT-ID MATCHES
      *AND ITS DATE FALLS IN THE REQUEST'S RANGE
       H145-MATCH-ONE-REQUEST.
           IF WS-REQ-TBL-OK(WS-REQ-IDX)
              AND (WS-SRC-ID = WS-REQ-TBL-ID(WS-REQ-IDX))
              AND (WS-SRC-DATE NOT < WS-REQ-TBL-FROM(WS-REQ-IDX))
              AND (WS-SRC-DATE NOT > WS-REQ-TBL-TO(WS-REQ-IDX))
              IF WS-EVT-COUNT-ENTRIES NOT < 3000
                 ADD 1 TO WS-REQ-TBL-LOST(WS-REQ-IDX)
              ELSE
                 ADD 1 TO WS-EVT-COUNT-ENTRIES
                 SET WS-EVT-IDX TO WS-EVT-COUNT-ENTRIES
                 SET WS-EVT-TBL-REQ(WS-EVT-IDX) TO WS-REQ-IDX
                 MOVE WS-SRC-TS     TO WS-EVT-TBL-TS(WS-EVT-IDX)
                 MOVE 'N'           TO WS-EVT-TBL-USED(WS-EVT-IDX)
                 MOVE WS-EVT-LINE-1 TO WS-EVT-TBL-LINE-1(WS-EVT-IDX)
                 MOVE WS-EVT-LINE-2 TO WS-EVT-TBL-LINE-2(WS-EVT-IDX)
              END-IF
           END-IF.
       H145-END. EXIT.
      *CHECK THE DATE IN WS-DTE-EDIT - A REAL MONTH, AND A DAY NO
      *LATER THAN THAT MONTH'S LAST
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
      *PRINT ONE REQUEST'S DOSSIER ON A NEW PAGE - A REJECTED
      *REQUEST PRINTS ITS HEADING AND THE REASON ONLY
       H200-PRINT-DOSSIER.
           SET WS-CUR-REQ TO WS-REQ-IDX.
           MOVE SPACES TO INQ-REC.
           MOVE 'ACCOUNT HISTORY FOR' TO HDG-LABEL.
           MOVE WS-REQ-TBL-ID(WS-REQ-IDX) TO HDG-ID.
           MOVE 'FROM '               TO HDG-FROM-LBL.
           MOVE WS-REQ-TBL-FROM(WS-REQ-IDX) TO HDG-FROM.
           MOVE 'TO '                 TO HDG-TO-LBL.
           MOVE WS-REQ-TBL-TO(WS-REQ-IDX) TO HDG-TO.
           WRITE INQ-REC AFTER ADVANCING PAGE.
           IF WS-REQ-TBL-OK(WS-REQ-IDX)
              ADD 1 TO WS-DOSSIER-COUNT
              PERFORM H210-WRITE-CUSTOMER
              PERFORM H220-WRITE-ACCOUNTS
              PERFORM H230-WRITE-ACTIVITY
              PERFORM H240-WRITE-ARCHIVE
           ELSE
              MOVE SPACES TO INQ-REC
              STRING 'REQUEST REJECTED - ' DELIMITED BY SIZE
                     WS-REQ-TBL-REASON(WS-REQ-IDX)
                                           DELIMITED BY SIZE
                     INTO INQ-REC
              END-STRING
              WRITE INQ-REC AFTER ADVANCING 2 LINES
           END-IF.
       H200-END. EXIT.
      *PRINT THE CUSTOMER'S NAME, TAX ID AND MAILING ADDRESS FROM
      *THE CUSTOMER MASTER - OR SAY THERE IS NO CUSTOMER RECORD
       H210-WRITE-CUSTOMER.
           MOVE 'N' TO WS-CST-FOUND-SW.
           IF NOT WS-CST-ABSENT
              MOVE WS-REQ-TBL-ID-N(WS-REQ-IDX) TO CUST-ID
              READ CUST-MASTER
                 INVALID KEY MOVE 'N' TO WS-CST-FOUND-SW
                 NOT INVALID KEY MOVE 'Y' TO WS-CST-FOUND-SW
              END-READ
           END-IF.
           MOVE SPACES TO INQ-REC.
           IF NOT WS-CST-FOUND
              MOVE 'NO CUSTOMER RECORD' TO INQ-REC
              WRITE INQ-REC AFTER ADVANCING 2 LINES
           ELSE
              MOVE CUST-NAME     TO NAM-NAME
              MOVE CUST-SURNAME  TO NAM-SURNAME
              MOVE 'TAX ID '     TO NAM-TAX-LBL
              MOVE CUST-TAX-ID   TO NAM-TAX-ID
              WRITE INQ-REC AFTER ADVANCING 2 LINES
              MOVE SPACES TO INQ-REC
              MOVE CUST-ADDR-LINE1 TO ADR-LINE
              WRITE INQ-REC AFTER ADVANCING 1 LINE
              IF CUST-ADDR-LINE2 NOT = SPACES
                 MOVE SPACES TO INQ-REC
                 MOVE CUST-ADDR-LINE2 TO ADR-LINE
                 WRITE INQ-REC AFTER ADVANCING 1 LINE
              END-IF
              MOVE SPACES TO INQ-REC
              MOVE CUST-CITY       TO ADR-CITY
              MOVE CUST-POSTCODE   TO ADR-POSTCODE
              WRITE INQ-REC AFTER ADVANCING 1 LINE
              IF CUST-COUNTRY NOT = SPACES
                 MOVE SPACES TO INQ-REC
                 MOVE CUST-COUNTRY TO ADR-LINE
                 WRITE INQ-REC AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
       H210-END. EXIT.
      *PRINT EVERY CURRENCY ACCOUNT THE ACCT-ID HOLDS ON THE
      *MASTER - POSITION AT ITS FIRST CURRENCY AND READ FORWARD
      *UNTIL THE ACCT-ID CHANGES
       H220-WRITE-ACCOUNTS.
           MOVE SPACES TO INQ-REC.
           MOVE 'ACCOUNTS' TO INQ-REC.
           WRITE INQ-REC AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-SECT-COUNT.
           MOVE 'N' TO WS-ACC-DONE-SW.
           MOVE WS-REQ-TBL-ID-N(WS-REQ-IDX) TO ACCT-ID.
           MOVE 0 TO ACCT-CUR.
           START ACCT-REC KEY NOT < ACCT-KEY
              INVALID KEY MOVE 'Y' TO WS-ACC-DONE-SW
           END-START.
           PERFORM H225-WRITE-ONE-ACCOUNT UNTIL WS-ACC-DONE.
           IF WS-SECT-COUNT = 0
              MOVE SPACES TO INQ-REC
              MOVE '  NO ACCOUNT ON MASTER' TO INQ-REC
              WRITE INQ-REC AFTER ADVANCING 1 LINE
           END-IF.
       H220-END. EXIT.
      *PRINT ONE CURRENCY ACCOUNT - THE FIRST KEY PAST THE
      *ACCT-ID, OR END OF FILE, ENDS THE WALK
       H225-WRITE-ONE-ACCOUNT.
           READ ACCT-REC NEXT
              AT END
                 MOVE 'Y' TO WS-ACC-DONE-SW
              NOT AT END
                 IF ACCT-ID = WS-REQ-TBL-ID-N(WS-REQ-IDX)
                    MOVE SPACES TO INQ-REC
                    MOVE ACCT-CUR      TO ACC-CUR
                    MOVE ACCT-BALANCE  TO ACC-BALANCE
                    MOVE ACCT-STATUS   TO ACC-STATUS
                    MOVE ACCT-LAST-ACT TO ACC-LAST-ACT
                    MOVE ACCT-NAME     TO ACC-NAME
                    MOVE ACCT-SURNAME  TO ACC-SURNAME
                    WRITE INQ-REC AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-SECT-COUNT
                 ELSE
                    MOVE 'Y' TO WS-ACC-DONE-SW
                 END-IF
           END-READ.
       H225-END. EXIT.
      *PRINT THE REQUEST'S HELD ACTIVITY LINES, LOWEST TIMESTAMP
      *FIRST, AND SAY SO WHEN SOME DID NOT FIT THE TABLE
       H230-WRITE-ACTIVITY.
           MOVE SPACES TO INQ-REC.
           MOVE 'ACTIVITY' TO INQ-REC.
           WRITE INQ-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO INQ-REC.
           STRING 'DATE     TIME   SRC  C CUR         AMOUNT'
                                           DELIMITED BY SIZE
                  '        BALANCE STATUS     XREF'
                                           DELIMITED BY SIZE
                  INTO INQ-REC
           END-STRING.
           WRITE INQ-REC AFTER ADVANCING 1 LINE.
           MOVE 0 TO WS-SECT-COUNT.
           MOVE 'N' TO WS-EVT-DONE-SW.
           PERFORM H235-WRITE-NEXT-EVENT UNTIL WS-EVT-ALL-DONE.
           IF WS-SECT-COUNT = 0
              MOVE SPACES TO INQ-REC
              MOVE '  NO ACTIVITY IN RANGE' TO INQ-REC
              WRITE INQ-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-REQ-TBL-LOST(WS-REQ-IDX) > 0
              MOVE SPACES TO INQ-REC
              MOVE '  ACTIVITY INCOMPLETE - TABLE FULL' TO INQ-REC
              WRITE INQ-REC AFTER ADVANCING 1 LINE
              DISPLAY 'INQUIRY ACTIVITY INCOMPLETE: '
                      WS-REQ-TBL-ID(WS-REQ-IDX)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H230-END. EXIT.
      *FIND AND PRINT THE REQUEST'S LOWEST-TIMESTAMP ACTIVITY LINE
      *NOT PRINTED YET - EQUAL TIMESTAMPS KEEP FILE ORDER
       H235-WRITE-NEXT-EVENT.
           MOVE 0 TO WS-EVT-LOW.
           PERFORM H236-CHECK-ONE-EVENT
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT-ENTRIES.
           IF WS-EVT-LOW = 0
              MOVE 'Y' TO WS-EVT-DONE-SW
           ELSE
              MOVE SPACES TO INQ-REC
              MOVE WS-EVT-TBL-LINE-1(WS-EVT-LOW) TO INQ-REC
              WRITE INQ-REC AFTER ADVANCING 1 LINE
              IF WS-EVT-TBL-LINE-2(WS-EVT-LOW) NOT = SPACES
                 MOVE WS-EVT-TBL-LINE-2(WS-EVT-LOW) TO INQ-REC
                 WRITE INQ-REC AFTER ADVANCING 1 LINE
              END-IF
              MOVE 'Y' TO WS-EVT-TBL-USED(WS-EVT-LOW)
              ADD 1 TO WS-SECT-COUNT
              ADD 1 TO WS-EVENT-COUNT
           END-IF.
       H235-END. EXIT.
      *KEEP THE ENTRY IF IT BELONGS TO THIS REQUEST, IS NOT
      *PRINTED YET AND IS EARLIER THAN THE LOWEST SO FAR
       H236-CHECK-ONE-EVENT.
           IF (WS-EVT-TBL-REQ(WS-EVT-IDX) = WS-CUR-REQ)
              AND (NOT WS-EVT-TBL-PRINTED(WS-EVT-IDX))
              IF WS-EVT-LOW = 0
                 SET WS-EVT-LOW TO WS-EVT-IDX
              ELSE
                 IF WS-EVT-TBL-TS(WS-EVT-IDX)
                    < WS-EVT-TBL-TS(WS-EVT-LOW)
                    SET WS-EVT-LOW TO WS-EVT-IDX
                 END-IF
              END-IF
           END-IF.
       H236-END. EXIT.
      *PRINT EVERY DELETE IMAGE THE ARCHIVE HOLDS FOR THE ACCT-ID
      *INSIDE THE REQUEST'S DATE RANGE - POSITION AT ITS FIRST
      *IMAGE AND READ FORWARD UNTIL THE ACCT-ID CHANGES
       H240-WRITE-ARCHIVE.
           MOVE SPACES TO INQ-REC.
           MOVE 'ARCHIVED DELETE IMAGES' TO INQ-REC.
           WRITE INQ-REC AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-SECT-COUNT.
           IF WS-ARV-ABSENT
              MOVE 'Y' TO WS-ARV-DONE-SW
           ELSE
              MOVE 'N' TO WS-ARV-DONE-SW
              MOVE WS-REQ-TBL-ID-N(WS-REQ-IDX) TO ARCH-K-ID
              MOVE 0 TO ARCH-K-CUR
              MOVE LOW-VALUES TO ARCH-K-TS
              START ARCH-VSM KEY NOT < ARCH-KEY
                 INVALID KEY MOVE 'Y' TO WS-ARV-DONE-SW
              END-START
           END-IF.
           PERFORM H245-WRITE-ONE-IMAGE UNTIL WS-ARV-DONE.
           IF WS-SECT-COUNT = 0
              MOVE SPACES TO INQ-REC
              MOVE '  NONE' TO INQ-REC
              WRITE INQ-REC AFTER ADVANCING 1 LINE
           END-IF.
       H240-END. EXIT.
      *PRINT ONE DELETE IMAGE IF IT FALLS IN THE DATE RANGE - THE
      *FIRST KEY PAST THE ACCT-ID, OR END OF FILE, ENDS THE WALK
       H245-WRITE-ONE-IMAGE.
           READ ARCH-VSM NEXT
              AT END
                 MOVE 'Y' TO WS-ARV-DONE-SW
              NOT AT END
                 IF ARCH-K-ID = WS-REQ-TBL-ID-N(WS-REQ-IDX)
                    MOVE ARCH-K-TS TO WS-SRC-TS
                    MOVE WS-SRC-TS(1:8) TO WS-SRC-DATE-X
                    IF WS-SRC-DATE NOT NUMERIC
                       MOVE 0 TO WS-SRC-DATE
                    END-IF
                    IF (WS-SRC-DATE NOT < WS-REQ-TBL-FROM(WS-REQ-IDX))
                       AND (WS-SRC-DATE
                            NOT > WS-REQ-TBL-TO(WS-REQ-IDX))
                       PERFORM H246-FORMAT-IMAGE
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-ARV-DONE-SW
                 END-IF
           END-READ.
       H245-END. EXIT.
      *PRINT THE IMAGE JUST READ, LAID OUT AS THE ACCOUNT IT WAS
       H246-FORMAT-IMAGE.
           MOVE ARCH-IMAGE TO WS-ARCH-ACCT.
           MOVE SPACES TO INQ-REC.
           MOVE ARCH-K-TS(1:8)    TO ARC-DATE.
           MOVE ARCH-K-TS(9:6)    TO ARC-TIME.
           MOVE WS-ARC-CUR        TO ARC-CUR.
           MOVE WS-ARC-BALANCE    TO ARC-BALANCE.
           MOVE WS-ARC-STATUS     TO ARC-STATUS.
           MOVE WS-ARC-NAME       TO ARC-NAME.
           MOVE WS-ARC-SURNAME    TO ARC-SURNAME.
           WRITE INQ-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SECT-COUNT.
       H246-END. EXIT.
      *WRITE THE RUN TRAILER - DOSSIERS AND ACTIVITY LINES
       H290-WRITE-TRAILER.
           MOVE SPACES TO INQ-REC.
           MOVE 'DOSSIERS PRODUCED' TO TRL-LABEL.
           MOVE WS-DOSSIER-COUNT TO TRL-DOSSIERS.
           MOVE WS-EVENT-COUNT   TO TRL-EVENTS.
           WRITE INQ-REC AFTER ADVANCING 2 LINES.
           IF WS-REQ-IGNORED > 0
              DISPLAY 'INQUIRY REQUESTS IGNORED: ' WS-REQ-IGNORED
              MOVE 4 TO RETURN-CODE
           END-IF.
       H290-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
      *    Only write the trailer line if INQ-REPORT actually got
      *    opened - an early abort out of H100-OPEN-FILES can reach
      *    here before that OPEN ever runs.
           IF WS-RPT-IS-OPEN
              PERFORM H290-WRITE-TRAILER
           END-IF.
           CLOSE INQ-REQ
                 ACCT-REC
                 INQ-REPORT.
           IF NOT WS-CST-ABSENT
              CLOSE CUST-MASTER
           END-IF.
           IF NOT WS-JRN-ABSENT
              CLOSE JRNL-IN
           END-IF.
           IF NOT WS-AJR-ABSENT
              CLOSE ACRL-IN
           END-IF.
           IF NOT WS-LOG-ABSENT
              CLOSE MAINT-LOG
           END-IF.
           IF NOT WS-ARV-ABSENT
              CLOSE ARCH-VSM
           END-IF.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
