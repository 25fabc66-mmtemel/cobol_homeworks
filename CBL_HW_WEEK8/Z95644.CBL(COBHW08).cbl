      *program must read COMPLETE on RUN-CONTROL for the same
      *business date, unless the RUN-PARM override flag says ops
      *is running the step out of order on purpose.
      *Every posted transaction is stamped with a journal reference
      *- the business date and a sequence within it, shared by both
      *legs of a transfer - and recorded on the indexed JRN-INDEX
      *dataset.  A reversal ('R') transaction names an original by
      *that reference and re-applies the opposite movement: a debit
      *is credited back, a credit debited back, and a transfer has
      *both legs unwound together as one unit.  A reversal is
      *refused when the reference is not on JRN-INDEX, names a
      *reversal, was already reversed, does not match the account
      *and amount it names, or belongs to an account no longer
      *open.  The reversal journals as ordinary posted debit/credit
      *lines carrying the original's reference, and JRN-INDEX marks
      *the original as reversed by it, so the statement run can
      *print the two as a pair and the balance proof still ties.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS       JRN-ST.
           SELECT POST-REJECT ASSIGN TO   POSTREJ
                             STATUS       REJ-ST.
           SELECT JRN-INDEX  ASSIGN TO    JRNIDX
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       JX-KEY
                             STATUS       JDX-ST.
           SELECT LIMIT-PARM ASSIGN TO    LIMITPRM
                             STATUS       LIM-ST.
           SELECT RUN-PARM   ASSIGN TO    RUNPARM
              88 PST-DEBIT      VALUE 'D'.
              88 PST-CREDIT     VALUE 'C'.
              88 PST-TRANSFER   VALUE 'T'.
              88 PST-REVERSAL   VALUE 'R'.
              88 PST-HEADER     VALUE 'H'.
              88 PST-TRAILER    VALUE 'Z'.
           05 PST-ID         PIC X(05).
           05 PST-TO-ID      PIC X(05).
           05 PST-TO-CUR     PIC X(03).
           05 FILLER         PIC X(07).
      *REVERSAL - THE ACCOUNT KEY AND AMOUNT OF THE ORIGINAL
      *POSTING (THE FROM-ACCOUNT OF A TRANSFER) AND THE JOURNAL
      *REFERENCE IT WAS STAMPED WITH, OVER THE TO-KEY AND FILLER.
       01  POST-REV-REC REDEFINES POST-FIELDS.
           05 REV-TRANCD     PIC X(01).
           05 REV-ID         PIC X(05).
           05 REV-CUR        PIC X(03).
           05 REV-AMOUNT     PIC X(11).
           05 REV-ORIG-REF   PIC X(15).
           05 REV-ORIG-REF-N REDEFINES REV-ORIG-REF
                             PIC 9(15).
      *BATCH HEADER - WHO SENT THE BATCH, WHEN IT WAS CUT AND ITS
      *NUMBER IN THE SOURCE'S SEQUENCE.
       01  POST-HDR-REC REDEFINES POST-FIELDS.
      *BATCH TRAILER - THE TRANSACTION COUNT AND THE DEBIT/CREDIT
      *AMOUNT TOTALS THE BATCH MUST PROVE TO BEFORE IT IS APPLIED.
      *A TRANSFER'S AMOUNT COUNTS INTO BOTH TOTALS, ONE PER LEG.
      *A REVERSAL COUNTS INTO THE RECORD COUNT ONLY - ITS
      *DIRECTION IS NOT KNOWN UNTIL THE ORIGINAL IS LOOKED UP.
       01  POST-TRL-REC REDEFINES POST-FIELDS.
           05 BTR-TRANCD     PIC X(01).
           05 BTR-REC-COUNT  PIC X(06).
              10 JRN-XREF-ID    PIC X(05).
              10 JRN-XREF-CUR   PIC X(03).
           05 JRN-TIMESTAMP     PIC X(21).
      *    Journal reference of a posted transaction - business
      *    date and sequence, the same on both legs of a transfer,
      *    spaces on a line that did not post.
           05 JRN-REF           PIC X(15).
      *    On a reversal line, the reference of the original it
      *    reverses - spaces on every other line.
           05 JRN-ORIG-REF      PIC X(15).
      *REJECT FILE - EVERY POSTING NOT APPLIED TO THE MASTER, WITH
      *THE ORIGINAL TRANSACTION IMAGE AND THE REASON IT WAS REJECTED.
       FD  POST-REJECT RECORDING MODE F.
           05 REJ-TO-CUR        PIC X(03).
           05 REJ-REASON        PIC X(20).
           05 REJ-TIMESTAMP     PIC X(21).
      *JOURNAL-REFERENCE DATASET - ONE ENTRY PER POSTED
      *TRANSACTION, KEYED ON ITS JOURNAL REFERENCE, SAYING WHAT IT
      *DID AND WHICH REVERSAL, IF ANY, HAS UNDONE IT.  CREATED ON
      *THE FIRST RUN THAT FINDS IT MISSING.
       FD  JRN-INDEX.
       01  JRN-INDEX-REC.
           03 JX-KEY.
              05 JX-REF-DATE PIC 9(08).
              05 JX-REF-SEQ  PIC 9(07).
      *    D, C or T as posted, R for a reversal.
           03 JX-TRANCD      PIC X(01).
           03 JX-ID          PIC X(05).
           03 JX-CUR         PIC X(03).
           03 JX-TO-ID       PIC X(05).
           03 JX-TO-CUR      PIC X(03).
           03 JX-AMOUNT      PIC S9(09)V99 COMP-3.
      *    On a reversal, the reference it reversed.
           03 JX-ORIG-REF    PIC X(15).
      *    On an original, the reversal that undid it - spaces
      *    while it stands.
           03 JX-REVERSED-BY PIC X(15).
           03 JX-TIMESTAMP   PIC X(21).
      *    Sequence zero of each business date is the control
      *    entry holding the last sequence handed out that day, so
      *    a forced rerun carries on from it instead of reusing a
      *    reference.
       01  JRN-INDEX-CTL-REC.
           03 JXC-KEY.
              05 JXC-REF-DATE PIC 9(08).
              05 JXC-REF-SEQ  PIC 9(07).
           03 JXC-LAST-SEQ   PIC 9(07).
           03 FILLER         PIC X(67).
      *CONFIGURABLE BALANCE FLOOR - THE LOWEST BALANCE A POSTING IS
      *ALLOWED TO LEAVE ON AN ACCOUNT.  WHEN THE FILE IS ABSENT THE
      *FLOOR DEFAULTS TO ZERO, SO NO POSTING MAY TAKE AN ACCOUNT
           03 RC-START-TS    PIC X(21).
           03 RC-END-TS      PIC X(21).
           03 RC-REC-COUNT   PIC 9(07).
      *    Y when the step started with the RUN-PARM override
      *    flag set, so the batch status board can list it.
           03 RC-OVERRIDE    PIC X(01).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      *    check and the legs may be rewritten.
           05 WS-XFR-OK-SW        PIC X(01).
              88 WS-XFR-OK                 VALUE 'Y'.
      *    The two transfer keys as they journal - taken from the
      *    transaction for a transfer, swapped over from the
      *    original for a reversed transfer.
           05 WS-XFR-FROM-KEY.
              10 WS-XFR-FROM-KEY-ID  PIC X(05).
              10 WS-XFR-FROM-KEY-CUR PIC X(03).
           05 WS-XFR-TO-KEY.
              10 WS-XFR-TO-KEY-ID    PIC X(05).
              10 WS-XFR-TO-KEY-CUR   PIC X(03).
      *    Direction a single-leg posting moves the balance - the
      *    transaction code for a debit or credit, the opposite of
      *    the original's for a reversal.
           05 WS-POST-DIR         PIC X(01).
              88 WS-POST-DIR-DEBIT         VALUE 'D'.
           05 JDX-ST      PIC 9(02).
              88 JDX-SUCCESS  VALUE 00
                                    97.
              88 JDX-NOTFOUND VALUE 35.
      *    Last journal-reference sequence handed out for the
      *    business date, kept on JRN-INDEX's control entry.
           05 WS-LAST-REF-SEQ     PIC 9(07).
      *    Journal reference handed to the transaction just posted
      *    - the business date and the next sequence within it.
           05 WS-JRN-REF.
              10 WS-REF-DATE      PIC 9(08).
              10 WS-REF-SEQ       PIC 9(07).
      *    Reference of the original a reversal names - spaces for
      *    every other transaction.
           05 WS-ORIG-REF         PIC X(15).
      *    The original's entry as JRN-INDEX holds it, kept while
      *    the reversal reads and rewrites through the same area.
           05 WS-ORIG-TRANCD      PIC X(01).
           05 WS-ORIG-TO-ID       PIC X(05).
           05 WS-ORIG-TO-CUR      PIC X(03).
           05 RPM-ST      PIC 9(02).
              88 RPM-SUCCESS  VALUE 00
                                    97.
              MOVE PCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O JRN-INDEX.
           IF JDX-NOTFOUND
              OPEN OUTPUT JRN-INDEX
              CLOSE JRN-INDEX
              OPEN I-O JRN-INDEX
           END-IF.
           IF (JDX-ST NOT = 0) AND (JDX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN JRNIDX: ' JDX-ST
              MOVE JDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H115-LOAD-REF-SEQ.
           PERFORM H110-READ-LIMIT-PARM.
      *    An empty posting file is a quiet day, not an error -
      *    the run still stamps its run-control entry complete.
           MOVE FUNCTION CURRENT-DATE TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 0 TO RC-REC-COUNT.
           MOVE WS-OVERRIDE-SW TO RC-OVERRIDE.
           IF WS-RC-FOUND
              REWRITE RUN-CONTROL-REC
                 INVALID KEY
              END-IF
           END-IF.
       H110-END. EXIT.
      *PICK UP THE LAST JOURNAL-REFERENCE SEQUENCE HANDED OUT FOR
      *THIS BUSINESS DATE - A DAY'S FIRST RUN WRITES THE DAY'S
      *CONTROL ENTRY AND STARTS FROM ZERO.
       H115-LOAD-REF-SEQ.
           MOVE 0 TO WS-LAST-REF-SEQ.
           MOVE WS-BUS-DATE TO JXC-REF-DATE.
           MOVE 0 TO JXC-REF-SEQ.
           READ JRN-INDEX
              INVALID KEY MOVE 'Y' TO INVALID-KEY
              NOT INVALID KEY MOVE 'N' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              MOVE SPACES TO JRN-INDEX-CTL-REC
              MOVE WS-BUS-DATE TO JXC-REF-DATE
              MOVE 0 TO JXC-REF-SEQ
                        JXC-LAST-SEQ
              WRITE JRN-INDEX-CTL-REC
                 INVALID KEY
                    DISPLAY 'UNABLE TO WRITE JRNIDX: ' JDX-ST
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-WRITE
           ELSE
              MOVE JXC-LAST-SEQ TO WS-LAST-REF-SEQ
           END-IF.
       H115-END. EXIT.
      *PROGRAM LOGIC - ROUTE ONE POST-REC RECORD BY ITS TYPE.  A
      *TRANSACTION ONLY EVER REACHES THE MASTER THROUGH AN
      *ACCEPTED BATCH.
           MOVE 0 TO WS-BEFORE-BAL
                     WS-AFTER-BAL
                     WS-POST-AMOUNT.
           MOVE PST-TRANCD TO WS-POST-DIR.
           MOVE SPACES     TO WS-JRN-REF
                              WS-ORIG-REF.
           IF PST-REVERSAL
              MOVE REV-ORIG-REF TO WS-ORIG-REF
           END-IF.
           IF POST-EDIT-VALID
              COMPUTE ACCT-ID = FUNCTION NUMVAL (PST-ID)
              COMPUTE ACCT-CUR = FUNCTION NUMVAL (PST-CUR)
              MOVE PST-AMOUNT-N TO WS-POST-AMOUNT
              EVALUATE TRUE
                 WHEN PST-TRANSFER
                    PERFORM H250-APPLY-TRANSFER
                 WHEN PST-REVERSAL
                    PERFORM H260-APPLY-REVERSAL
                 WHEN OTHER
                    PERFORM H210-APPLY-POSTING
              END-EVALUATE
           ELSE
              PERFORM H290-WRITE-JOURNAL
              PERFORM H295-WRITE-REJECT
              PERFORM H175-REJECT-BATCH
           END-IF.
       H205-END. EXIT.
      *VALIDATE PST-TRANCD/PST-ID/PST-CUR/PST-AMOUNT, AND THE
      *REFERENCE A REVERSAL NAMES, BEFORE THE KEY IS BUILT AND THE
      *AMOUNT IS USED, SO ONE CORRUPTED TRANSACTION CANNOT KILL THE
      *RUN.
       H150-EDIT-POST-FIELDS.
           MOVE 'Y' TO POST-EDIT-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF (NOT PST-DEBIT) AND (NOT PST-CREDIT)
              AND (NOT PST-TRANSFER) AND (NOT PST-REVERSAL)
              MOVE 'N' TO POST-EDIT-SW
              MOVE 'BAD-TRANCD' TO WS-POST-STATUS
              MOVE 'PST-TRANCD INVALID' TO WS-REJECT-REASON
                 MOVE 'N' TO POST-EDIT-SW
                 MOVE 'BAD-KEY' TO WS-POST-STATUS
                 MOVE 'PST TO-KEY BAD' TO WS-REJECT-REASON
              ELSE
              IF PST-REVERSAL
                 AND (REV-ORIG-REF-N NOT NUMERIC)
                 MOVE 'N' TO POST-EDIT-SW
                 MOVE 'BAD-REF' TO WS-POST-STATUS
                 MOVE 'REVERSAL REF BAD' TO WS-REJECT-REASON
              ELSE
                 IF PST-AMOUNT-N NOT NUMERIC
                    MOVE 'N' TO POST-EDIT-SW
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
       H150-END. EXIT.
      *LOOK UP THE ACCOUNT, CHECK THE BALANCE FLOOR AND REWRITE THE
      *UPDATED BALANCE, JOURNALING THE OUTCOME EITHER WAY.  THE
      *BALANCE MOVES THE WAY WS-POST-DIR SAYS, SO A REVERSAL RUNS
      *THROUGH HERE WITH THE ORIGINAL'S DIRECTION TURNED ROUND.
       H210-APPLY-POSTING.
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
              PERFORM H295-WRITE-REJECT
           ELSE
              MOVE ACCT-BALANCE TO WS-BEFORE-BAL
              IF WS-POST-DIR-DEBIT
                 COMPUTE WS-AFTER-BAL =
                         WS-BEFORE-BAL - WS-POST-AMOUNT
              ELSE
                    NOT INVALID KEY
                       MOVE 'POSTED' TO WS-POST-STATUS
                 END-REWRITE
                 IF WS-POST-STATUS = 'POSTED'
                    PERFORM H270-RECORD-REFERENCE
                 END-IF
                 PERFORM H290-WRITE-JOURNAL
                 IF WS-POST-STATUS NOT = 'POSTED'
                    MOVE 'MASTER REWRITE FAIL' TO WS-REJECT-REASON
           MOVE ACCT-CUR TO WS-XFR-FROM-CUR.
           COMPUTE WS-XFR-TO-ID  = FUNCTION NUMVAL (PST-TO-ID).
           COMPUTE WS-XFR-TO-CUR = FUNCTION NUMVAL (PST-TO-CUR).
           MOVE PST-ID     TO WS-XFR-FROM-KEY-ID.
           MOVE PST-CUR    TO WS-XFR-FROM-KEY-CUR.
           MOVE PST-TO-ID  TO WS-XFR-TO-KEY-ID.
           MOVE PST-TO-CUR TO WS-XFR-TO-KEY-CUR.
           PERFORM H252-MOVE-FUNDS.
       H250-END. EXIT.
      *MOVE THE AMOUNT FROM THE WS-XFR-FROM ACCOUNT TO THE
      *WS-XFR-TO ACCOUNT - THE BODY OF A TRANSFER, AND OF THE
      *REVERSAL OF ONE WITH THE TWO ACCOUNTS SWAPPED OVER.
       H252-MOVE-FUNDS.
           MOVE 0 TO WS-XFR-FROM-BEFORE
                     WS-XFR-FROM-AFTER
                     WS-XFR-TO-BEFORE
           IF WS-XFR-OK
              PERFORM H257-REWRITE-LEGS
           END-IF.
           IF WS-POST-STATUS = 'POSTED'
              PERFORM H270-RECORD-REFERENCE
           END-IF.
           PERFORM H280-JOURNAL-XFR-LEGS.
           IF WS-POST-STATUS NOT = 'POSTED'
              PERFORM H295-WRITE-REJECT
           END-IF.
       H252-END. EXIT.
      *LOOK UP THE FROM-ACCOUNT AND CHECK THE DEBIT LEG AGAINST
      *THE BALANCE FLOOR - NOTHING IS REWRITTEN HERE.
       H255-CHECK-FROM-LEG.
              NOT INVALID KEY MOVE 'N' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              DISPLAY 'TRANSFER BACKOUT FAILED: ' WS-XFR-TO-KEY-ID
                      '/' WS-XFR-TO-KEY-CUR
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-XFR-TO-BEFORE TO ACCT-BALANCE
              REWRITE ACCT-FIELDS
                 INVALID KEY
                    DISPLAY 'TRANSFER BACKOUT FAILED: '
                            WS-XFR-TO-KEY-ID '/' WS-XFR-TO-KEY-CUR
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
           END-IF.
           MOVE WS-XFR-TO-BEFORE TO WS-XFR-TO-AFTER.
       H258-END. EXIT.
      *REVERSE THE POSTING A REVERSAL NAMES - THE ORIGINAL MUST BE
      *ON JRN-INDEX, MUST NOT ITSELF BE A REVERSAL OR ALREADY
      *REVERSED, AND MUST BE THE ACCOUNT AND AMOUNT THE REVERSAL
      *SAYS IT IS.  ANYTHING ELSE JOURNALS AND REJECTS UNTOUCHED.
       H260-APPLY-REVERSAL.
           MOVE REV-ORIG-REF TO JX-KEY.
           READ JRN-INDEX
              INVALID KEY MOVE 'Y' TO INVALID-KEY
              NOT INVALID KEY MOVE 'N' TO INVALID-KEY
           END-READ.
           IF NOT INVL-KEY
              IF (JDX-ST NOT = 0) AND (JDX-ST NOT = 97)
                 DISPLAY 'UNABLE TO READ JRNIDX: ' JDX-ST
                 MOVE JDX-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO WS-POST-STATUS.
           EVALUATE TRUE
      *       Sequence zero is the day's control entry, not a
      *       posting.
              WHEN INVL-KEY
                OR (JX-REF-SEQ = 0)
                 MOVE 'NF-REJECT' TO WS-POST-STATUS
                 MOVE 'ORIG NOT FOUND' TO WS-REJECT-REASON
              WHEN JX-TRANCD = 'R'
                 MOVE 'REV-REJECT' TO WS-POST-STATUS
                 MOVE 'ORIG IS A REVERSAL' TO WS-REJECT-REASON
              WHEN JX-REVERSED-BY NOT = SPACES
                 MOVE 'REV-REJECT' TO WS-POST-STATUS
                 MOVE 'ALREADY REVERSED' TO WS-REJECT-REASON
              WHEN (JX-ID NOT = PST-ID)
                OR (JX-CUR NOT = PST-CUR)
                OR (JX-AMOUNT NOT = WS-POST-AMOUNT)
                 MOVE 'REV-REJECT' TO WS-POST-STATUS
                 MOVE 'REVERSAL MISMATCH' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE JX-TRANCD TO WS-ORIG-TRANCD
                 MOVE JX-TO-ID  TO WS-ORIG-TO-ID
                 MOVE JX-TO-CUR TO WS-ORIG-TO-CUR
           END-EVALUATE.
           IF WS-POST-STATUS NOT = SPACES
              PERFORM H290-WRITE-JOURNAL
              PERFORM H295-WRITE-REJECT
           ELSE
              PERFORM H265-REVERSE-ORIGINAL
           END-IF.
       H260-END. EXIT.
      *APPLY THE OPPOSITE OF THE ORIGINAL MOVEMENT - A DEBIT IS
      *CREDITED BACK AND A CREDIT DEBITED BACK THROUGH H210, AND A
      *TRANSFER RUNS BACK THROUGH THE TRANSFER BODY FROM ITS
      *TO-ACCOUNT TO ITS FROM-ACCOUNT, SO BOTH LEGS UNWIND
      *TOGETHER OR NOT AT ALL.  AN ACCOUNT NO LONGER OPEN REFUSES
      *THE REVERSAL THE SAME WAY IT REFUSES ANY OTHER POSTING.
       H265-REVERSE-ORIGINAL.
           EVALUATE WS-ORIG-TRANCD
              WHEN 'T'
                 COMPUTE WS-XFR-FROM-ID =
                         FUNCTION NUMVAL (WS-ORIG-TO-ID)
                 COMPUTE WS-XFR-FROM-CUR =
                         FUNCTION NUMVAL (WS-ORIG-TO-CUR)
                 MOVE ACCT-ID        TO WS-XFR-TO-ID
                 MOVE ACCT-CUR       TO WS-XFR-TO-CUR
                 MOVE WS-ORIG-TO-ID  TO WS-XFR-FROM-KEY-ID
                 MOVE WS-ORIG-TO-CUR TO WS-XFR-FROM-KEY-CUR
                 MOVE PST-ID         TO WS-XFR-TO-KEY-ID
                 MOVE PST-CUR        TO WS-XFR-TO-KEY-CUR
                 PERFORM H252-MOVE-FUNDS
              WHEN 'D'
                 MOVE 'C' TO WS-POST-DIR
                 PERFORM H210-APPLY-POSTING
              WHEN OTHER
                 MOVE 'D' TO WS-POST-DIR
                 PERFORM H210-APPLY-POSTING
           END-EVALUATE.
       H265-END. EXIT.
      *HAND THE TRANSACTION JUST POSTED THE NEXT JOURNAL REFERENCE
      *AND RECORD IT ON JRN-INDEX - THE DAY'S CONTROL ENTRY IS
      *ADVANCED FIRST, SO A REFERENCE IS NEVER HANDED OUT TWICE.  A
      *REVERSAL ALSO MARKS ITS ORIGINAL AS REVERSED BY IT.  THE
      *MASTER IS ALREADY REWRITTEN BY NOW, SO A FAILED WRITE HERE
      *STOPS THE RUN FOR OPS THE WAY H245 DOES.
       H270-RECORD-REFERENCE.
           ADD 1 TO WS-LAST-REF-SEQ.
           MOVE WS-BUS-DATE     TO WS-REF-DATE.
           MOVE WS-LAST-REF-SEQ TO WS-REF-SEQ.
           MOVE SPACES TO JRN-INDEX-CTL-REC.
           MOVE WS-BUS-DATE     TO JXC-REF-DATE.
           MOVE 0               TO JXC-REF-SEQ.
           MOVE WS-LAST-REF-SEQ TO JXC-LAST-SEQ.
           REWRITE JRN-INDEX-CTL-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO REWRITE JRNIDX: ' JDX-ST
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           MOVE SPACES TO JRN-INDEX-REC.
           MOVE WS-JRN-REF      TO JX-KEY.
           MOVE PST-TRANCD      TO JX-TRANCD.
           MOVE PST-ID          TO JX-ID.
           MOVE PST-CUR         TO JX-CUR.
           IF PST-TRANSFER
              MOVE PST-TO-ID    TO JX-TO-ID
              MOVE PST-TO-CUR   TO JX-TO-CUR
           END-IF.
           MOVE WS-POST-AMOUNT  TO JX-AMOUNT.
           MOVE WS-ORIG-REF     TO JX-ORIG-REF.
           MOVE FUNCTION CURRENT-DATE TO JX-TIMESTAMP.
           WRITE JRN-INDEX-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO WRITE JRNIDX: ' WS-JRN-REF
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-WRITE.
           IF WS-ORIG-REF NOT = SPACES
              MOVE WS-ORIG-REF TO JX-KEY
              READ JRN-INDEX
                 INVALID KEY
                    DISPLAY 'REVERSED ORIGINAL LOST: ' WS-ORIG-REF
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-READ
              MOVE WS-JRN-REF TO JX-REVERSED-BY
              REWRITE JRN-INDEX-REC
                 INVALID KEY
                    DISPLAY 'UNABLE TO REWRITE JRNIDX: ' WS-ORIG-REF
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           END-IF.
       H270-END. EXIT.
      *JOURNAL BOTH TRANSFER LEGS, EACH CARRYING THE OTHER LEG'S
      *KEY AS ITS CROSS-REFERENCE - A REJECTED TRANSFER JOURNALS
      *BOTH LEGS TOO, WITH THE BALANCES LEFT AS THEY STOOD.
       H280-JOURNAL-XFR-LEGS.
           INITIALIZE POST-JOURNAL-REC
           MOVE 'D'                TO JRN-TRANCD
           MOVE WS-XFR-FROM-KEY-ID  TO JRN-ID
           MOVE WS-XFR-FROM-KEY-CUR TO JRN-CUR
           MOVE WS-POST-AMOUNT     TO JRN-AMOUNT
           MOVE WS-XFR-FROM-BEFORE TO JRN-BEFORE-BAL
           IF WS-POST-STATUS = 'POSTED'
              MOVE WS-XFR-FROM-BEFORE TO JRN-AFTER-BAL
           END-IF
           MOVE WS-POST-STATUS     TO JRN-STATUS
           MOVE WS-XFR-TO-KEY      TO JRN-XREF
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           MOVE WS-JRN-REF         TO JRN-REF
           MOVE WS-ORIG-REF        TO JRN-ORIG-REF
           WRITE POST-JOURNAL-REC.
           INITIALIZE POST-JOURNAL-REC
           MOVE 'C'                TO JRN-TRANCD
           MOVE WS-XFR-TO-KEY-ID   TO JRN-ID
           MOVE WS-XFR-TO-KEY-CUR  TO JRN-CUR
           MOVE WS-POST-AMOUNT     TO JRN-AMOUNT
           MOVE WS-XFR-TO-BEFORE   TO JRN-BEFORE-BAL
           IF WS-POST-STATUS = 'POSTED'
              MOVE WS-XFR-TO-BEFORE TO JRN-AFTER-BAL
           END-IF
           MOVE WS-POST-STATUS     TO JRN-STATUS
           MOVE WS-XFR-FROM-KEY    TO JRN-XREF
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           MOVE WS-JRN-REF         TO JRN-REF
           MOVE WS-ORIG-REF        TO JRN-ORIG-REF
           WRITE POST-JOURNAL-REC.
       H280-END. EXIT.
      *WRITE THE POSTING'S BEFORE/AFTER BALANCES TO POST-JOURNAL -
      *A REVERSAL REFUSED BEFORE ITS DIRECTION WAS KNOWN JOURNALS
      *UNDER ITS OWN 'R' CODE.
       H290-WRITE-JOURNAL.
           INITIALIZE POST-JOURNAL-REC
           MOVE WS-POST-DIR       TO JRN-TRANCD
           MOVE PST-ID            TO JRN-ID
           MOVE PST-CUR           TO JRN-CUR
           MOVE WS-POST-AMOUNT    TO JRN-AMOUNT
           MOVE WS-AFTER-BAL      TO JRN-AFTER-BAL
           MOVE WS-POST-STATUS    TO JRN-STATUS
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           MOVE WS-JRN-REF        TO JRN-REF
           MOVE WS-ORIG-REF       TO JRN-ORIG-REF
           WRITE POST-JOURNAL-REC.
       H290-END. EXIT.
      *WRITE THE REJECTED TRANSACTION IMAGE TO THE REJECT FILE
                 POST-JOURNAL
                 POST-REJECT
                 POST-CONTROL
                 JRN-INDEX
                 RUN-CONTROL.
       H300-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
