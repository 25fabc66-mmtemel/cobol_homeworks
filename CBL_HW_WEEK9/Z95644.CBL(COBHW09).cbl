      *movement in date order and the closing balance, with a page
      *break between accounts and a run-level trailer counting the
      *statements produced.
      *The name and mailing address under the heading come from
      *COBHW24's customer master, read by the account's ACCT-ID,
      *so every currency account of one customer goes out to the
      *same address.  An ACCT-ID with no customer record yet - or
      *a run with no customer master at all - falls back to the
      *account's own name with no address, and COBHW25 reports
      *the missing customer.
      *Each movement line carries the journal reference COBHW08
      *stamped it with.  A reversal prints under it the reference
      *of the posting it reverses, and a posting that has since
      *been reversed prints the reference of the reversal, looked
      *up on COBHW08's JRN-INDEX dataset - so the two read as a
      *matched pair whichever statement they fall on.  A run with
      *no JRN-INDEX yet prints the references alone.
      *The run is governed by the RUN-CONTROL dataset the same way
      *COBHW08's is: a business day whose statement pass already
      *completed is refused unless the RUN-PARM forced-rerun flag
                             ACCESS       SEQUENTIAL
                             RECORD       VSM-KEY
                             STATUS       VSM-ST.
           SELECT CUST-MASTER ASSIGN TO   CUSTMST
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-KEY
                             STATUS       CST-ST.
           SELECT JRNL-IN    ASSIGN TO    POSTJRNL
                             STATUS       JRN-ST.
           SELECT JRN-INDEX  ASSIGN TO    JRNIDX
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       JX-KEY
                             STATUS       JDX-ST.
           SELECT STMT-LINE  ASSIGN TO    STMTLINE
                             STATUS       STM-ST.
           SELECT JRNL-SKIP  ASSIGN TO    JRNLSKIP
      *    last six FILLER bytes of the master record.
           03 VSM-STATUS      PIC X(01).
           03 VSM-LAST-ACT    PIC S9(08) COMP-3.
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
              10 JRN-XREF-ID    PIC X(05).
              10 JRN-XREF-CUR   PIC X(03).
           05 JRN-TIMESTAMP     PIC X(21).
      *    Journal reference of a posted transaction, and on a
      *    reversal line the reference of the original it reverses.
           05 JRN-REF           PIC X(15).
           05 JRN-ORIG-REF      PIC X(15).
      *COBHW08'S JOURNAL-REFERENCE DATASET (VSAM), READ HERE BY
      *REFERENCE TO FIND THE REVERSAL OF A POSTED MOVEMENT - THE
      *LAYOUT MUST MATCH COBHW08'S JRN-INDEX-REC BYTE FOR BYTE.
       FD  JRN-INDEX.
       01  JRN-INDEX-REC.
           03 JX-KEY.
              05 JX-REF-DATE PIC 9(08).
              05 JX-REF-SEQ  PIC 9(07).
           03 JX-TRANCD      PIC X(01).
           03 JX-ID          PIC X(05).
           03 JX-CUR         PIC X(03).
           03 JX-TO-ID       PIC X(05).
           03 JX-TO-CUR      PIC X(03).
           03 JX-AMOUNT      PIC S9(09)V99 COMP-3.
           03 JX-ORIG-REF    PIC X(15).
           03 JX-REVERSED-BY PIC X(15).
           03 JX-TIMESTAMP   PIC X(21).
      *STATEMENT PRINT FILE - ONE LAYOUT PER LINE TYPE, ALL LAID
      *OVER THE SAME 80-BYTE PRINT RECORD.
       FD  STMT-LINE   RECORDING MODE F.
           05 FILLER          PIC X(01).
           05 NAM-SURNAME     PIC X(15).
           05 FILLER          PIC X(49).
      *MAILING ADDRESS LINE - ONE PER NON-BLANK ADDRESS LINE.
       01  STMT-ADDR-REC REDEFINES STMT-REC.
           05 ADR-LINE        PIC X(30).
           05 FILLER          PIC X(50).
      *CITY AND POSTCODE LINE.
       01  STMT-CITY-REC REDEFINES STMT-REC.
           05 ADR-CITY        PIC X(20).
           05 FILLER          PIC X(01).
           05 ADR-POSTCODE    PIC X(10).
           05 FILLER          PIC X(49).
      *OPENING/CLOSING BALANCE LINE.
       01  STMT-BAL-REC REDEFINES STMT-REC.
           05 BAL-LABEL       PIC X(20).
           05 DET-AMOUNT      PIC Z(10)9.99-.
           05 FILLER          PIC X(02).
           05 DET-BALANCE     PIC Z(10)9.99-.
           05 FILLER          PIC X(02).
           05 DET-REF         PIC X(15).
           05 FILLER          PIC X(18).
      *REVERSAL PAIRING LINE UNDER A MOVEMENT - THE POSTING IT
      *REVERSES, OR THE REVERSAL THAT UNDID IT.
       01  STMT-PAIR-REC REDEFINES STMT-REC.
           05 FILLER          PIC X(13).
           05 PAIR-LABEL      PIC X(12).
           05 PAIR-REF        PIC X(15).
           05 FILLER          PIC X(40).
      *RUN-LEVEL TRAILER - STATEMENTS PRODUCED THIS RUN.
       01  STMT-TRL-REC REDEFINES STMT-REC.
           05 TRL-LABEL       PIC X(20).
           03 RC-START-TS    PIC X(21).
           03 RC-END-TS      PIC X(21).
           03 RC-REC-COUNT   PIC 9(07).
      *    Y when the step started with the RUN-PARM override
      *    flag set, so the batch status board can list it.
           03 RC-OVERRIDE    PIC X(01).
      *NIGHTLY SEQUENCE DEFINITION - ONE ROW PER PROGRAM AND
      *PREREQUISITE: THE NAMED PREREQUISITE MUST READ COMPLETE ON
      *RUN-CONTROL FOR THE SAME BUSINESS DATE BEFORE THE NAMED
              88 VSM-EOF      VALUE 10.
              88 VSM-SUCCESS  VALUE 00
                                    97.
           05 CST-ST      PIC 9(02).
              88 CST-SUCCESS  VALUE 00
                                    97.
              88 CST-NOTFOUND VALUE 35.
           05 JDX-ST      PIC 9(02).
              88 JDX-SUCCESS  VALUE 00
                                    97.
              88 JDX-NOTFOUND VALUE 35.
           05 JRN-ST      PIC 9(02).
              88 JRN-EOF      VALUE 10.
              88 JRN-SUCCESS  VALUE 00
      *    opened on an early-abort path.
           05 WS-STM-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-STM-IS-OPEN            VALUE 'Y'.
      *    Set when the customer master does not exist yet - every
      *    statement then carries the account's own name only.
           05 WS-CST-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-CST-ABSENT             VALUE 'Y'.
      *    Switch telling whether this account's customer record
      *    was found on the customer master.
           05 WS-CST-FOUND-SW  PIC X(01).
              88 WS-CST-FOUND              VALUE 'Y'.
      *    Set when the journal-reference dataset does not exist
      *    yet - movements then print without reversal pairing.
           05 WS-JDX-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-JDX-ABSENT             VALUE 'Y'.
      *    Master and journal keys in display form, so the matched-
      *    key walk can compare them as one field.  The journal key
      *    is HIGH-VALUES at end of file and LOW-VALUES for a record
              MOVE SKP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF CST-NOTFOUND
              MOVE 'Y' TO WS-CST-ABSENT-SW
           ELSE
              IF (CST-ST NOT = 0) AND (CST-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN7 FILE: ' CST-ST
                 MOVE CST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT JRN-INDEX.
           IF JDX-NOTFOUND
              MOVE 'Y' TO WS-JDX-ABSENT-SW
           ELSE
              IF (JDX-ST NOT = 0) AND (JDX-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN8 FILE: ' JDX-ST
                 MOVE JDX-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           PERFORM H150-READ-MASTER.
           IF (VSM-ST NOT = 0) AND (VSM-ST NOT = 97)
              AND (NOT VSM-EOF)
           MOVE FUNCTION CURRENT-DATE TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 0 TO RC-REC-COUNT.
           MOVE WS-OVERRIDE-SW TO RC-OVERRIDE.
           IF WS-RC-FOUND
              REWRITE RUN-CONTROL-REC
                 INVALID KEY
           MOVE '/'        TO HDG-SEP.
           MOVE WS-MST-CUR TO HDG-CUR.
           WRITE STMT-REC AFTER ADVANCING PAGE.
           PERFORM H215-FIND-CUSTOMER.
           MOVE SPACES TO STMT-REC.
           IF WS-CST-FOUND
              MOVE CUST-NAME    TO NAM-NAME
              MOVE CUST-SURNAME TO NAM-SURNAME
              WRITE STMT-REC AFTER ADVANCING 1 LINE
              PERFORM H220-WRITE-ADDRESS
           ELSE
              MOVE VSM-NAME     TO NAM-NAME
              MOVE VSM-SURNAME  TO NAM-SURNAME
              WRITE STMT-REC AFTER ADVANCING 1 LINE
           END-IF.
       H210-END. EXIT.
      *LOOK UP THIS ACCOUNT'S CUSTOMER BY ACCT-ID - NOT FOUND WHEN
      *THE CUSTOMER MASTER IS ABSENT
       H215-FIND-CUSTOMER.
           MOVE 'N' TO WS-CST-FOUND-SW.
           IF NOT WS-CST-ABSENT
              MOVE WS-MST-ID TO CUST-ID
              READ CUST-MASTER
                 INVALID KEY MOVE 'N' TO WS-CST-FOUND-SW
                 NOT INVALID KEY MOVE 'Y' TO WS-CST-FOUND-SW
              END-READ
           END-IF.
       H215-END. EXIT.
      *PRINT THE CUSTOMER'S MAILING ADDRESS UNDER THE NAME - BLANK
      *SECOND ADDRESS LINE AND COUNTRY ARE LEFT OUT
       H220-WRITE-ADDRESS.
           MOVE SPACES TO STMT-REC.
           MOVE CUST-ADDR-LINE1 TO ADR-LINE.
           WRITE STMT-REC AFTER ADVANCING 1 LINE.
           IF CUST-ADDR-LINE2 NOT = SPACES
              MOVE SPACES TO STMT-REC
              MOVE CUST-ADDR-LINE2 TO ADR-LINE
              WRITE STMT-REC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO STMT-REC.
           MOVE CUST-CITY       TO ADR-CITY.
           MOVE CUST-POSTCODE   TO ADR-POSTCODE.
           WRITE STMT-REC AFTER ADVANCING 1 LINE.
           IF CUST-COUNTRY NOT = SPACES
              MOVE SPACES TO STMT-REC
              MOVE CUST-COUNTRY TO ADR-LINE
              WRITE STMT-REC AFTER ADVANCING 1 LINE
           END-IF.
       H220-END. EXIT.
      *TAKE ONE JOURNAL RECORD FOR THIS ACCOUNT - ONLY POSTED
      *MOVEMENTS PRINT; REJECT JOURNAL LINES ARE PASSED OVER.
       H230-TAKE-MOVEMENT.
              MOVE JRN-TRANCD         TO DET-TRANCD
              MOVE JRN-AMOUNT         TO DET-AMOUNT
              MOVE JRN-AFTER-BAL      TO DET-BALANCE
              MOVE JRN-REF            TO DET-REF
              WRITE STMT-REC AFTER ADVANCING 1 LINE
              PERFORM H235-WRITE-PAIR-LINE
           END-IF.
           PERFORM H160-READ-JOURNAL.
       H230-END. EXIT.
      *PAIR A MOVEMENT WITH ITS REVERSAL - A REVERSAL LINE NAMES
      *THE POSTING IT REVERSES, AND A POSTING SINCE REVERSED NAMES
      *THE REVERSAL FROM THE JOURNAL-REFERENCE DATASET.  NOTHING
      *PRINTS FOR A MOVEMENT THAT STANDS.
       H235-WRITE-PAIR-LINE.
           MOVE SPACES TO STMT-REC.
           IF JRN-ORIG-REF NOT = SPACES
              MOVE 'REVERSAL OF' TO PAIR-LABEL
              MOVE JRN-ORIG-REF  TO PAIR-REF
           ELSE
              IF (JRN-REF NOT = SPACES) AND (NOT WS-JDX-ABSENT)
                 MOVE JRN-REF TO JX-KEY
                 READ JRN-INDEX
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF JX-REVERSED-BY NOT = SPACES
                          MOVE 'REVERSED BY'  TO PAIR-LABEL
                          MOVE JX-REVERSED-BY TO PAIR-REF
                       END-IF
                 END-READ
              END-IF
           END-IF.
           IF PAIR-REF NOT = SPACES
              WRITE STMT-REC AFTER ADVANCING 1 LINE
           END-IF.
       H235-END. EXIT.
      *WRITE THE OPENING-BALANCE LINE AND REMEMBER IT WAS WRITTEN
       H260-WRITE-BAL-LINE.
           WRITE STMT-REC AFTER ADVANCING 1 LINE.
                 STMT-LINE
                 JRNL-SKIP
                 RUN-CONTROL.
           IF NOT WS-CST-ABSENT
              CLOSE CUST-MASTER
           END-IF.
           IF NOT WS-JDX-ABSENT
              CLOSE JRN-INDEX
           END-IF.
       H300-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
