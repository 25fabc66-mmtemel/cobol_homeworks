      *lists for this program must read COMPLETE on RUN-CONTROL
      *for the same business date, unless the RUN-PARM override
      *flag says ops is running the step out of order on purpose.
      *Maintenance no longer reaches this program on one operator's
      *word: every MAINT-REC transaction is released by the COBHW28
      *pending-maintenance queue only after a second operator has
      *approved it, and carries the maker who keyed it and the
      *checker who approved it.  A transaction without both, or
      *whose checker is its own maker, is not applied and is logged
      *UNAPPROVED; every MAINT-LOG line records the maker and the
      *checker alongside the before/after values.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 MAINT-CUR      PIC X(03).
           05 MAINT-NAME     PIC X(15).
           05 MAINT-SURNAME  PIC X(15).
      *    The operator who keyed the transaction and the second
      *    operator who approved it on the COBHW28 queue.
           05 MAINT-MAKER    PIC X(08).
           05 MAINT-CHECKER  PIC X(08).
      *TRANSACTION LOG - BEFORE/AFTER VALUES FOR EVERY TRANSACTION.
       FD  MAINT-LOG   RECORDING MODE F.
       01  MAINT-LOG-REC.
           05 LOG-AFTER-SURN    PIC X(15).
           05 LOG-STATUS        PIC X(10).
           05 LOG-TIMESTAMP     PIC X(21).
      *    Maker and checker of the transaction, as MAINT-REC
      *    carried them.
           05 LOG-MAKER         PIC X(08).
           05 LOG-CHECKER       PIC X(08).
      *DELETED-ACCOUNT ARCHIVE (VSAM) - THE COMPLETE BEFORE-IMAGE
      *OF ACCT-FIELDS AS IT STOOD WHEN THE DELETE WAS APPLIED,
      *KEYED ON THE ACCOUNT KEY PLUS THE ARCHIVE TIMESTAMP.  A
           03 RC-START-TS    PIC X(21).
           03 RC-END-TS      PIC X(21).
           03 RC-REC-COUNT   PIC 9(07).
      *    Y when the step started with the RUN-PARM override
      *    flag set, so the batch status board can list it.
           03 RC-OVERRIDE    PIC X(01).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 MAINT-KEY-SW  PIC X(01).
              88 MAINT-KEY-VALID    VALUE 'Y'.
              88 MAINT-KEY-INVALID  VALUE 'N'.
      *    Switch telling whether the transaction carries a maker
      *    and a different checker, so it may be applied at all.
           05 MAINT-APPROVAL-SW PIC X(01).
              88 MAINT-APPROVED     VALUE 'Y'.
      *    Working copies of the before/after values moved to
      *    MAINT-LOG-REC by H290-WRITE-LOG.
           05 WS-LOG-BEFORE-NAME  PIC X(15).
           MOVE FUNCTION CURRENT-DATE TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 0 TO RC-REC-COUNT.
           MOVE WS-OVERRIDE-SW TO RC-OVERRIDE.
           IF WS-RC-FOUND
              REWRITE RUN-CONTROL-REC
                 INVALID KEY
       H200-PROCESS.
           ADD 1 TO WS-TRAN-COUNT.
           PERFORM H150-EDIT-MAINT-KEY.
           PERFORM H155-EDIT-APPROVAL.
           IF NOT MAINT-APPROVED
              MOVE SPACES TO WS-LOG-BEFORE-NAME
                              WS-LOG-BEFORE-SURN
                              WS-LOG-AFTER-NAME
                              WS-LOG-AFTER-SURN
              MOVE 'UNAPPROVED' TO WS-LOG-STATUS
              PERFORM H290-WRITE-LOG
           ELSE
              IF MAINT-KEY-VALID
                 COMPUTE ACCT-ID = FUNCTION NUMVAL (MAINT-ID)
                 COMPUTE ACCT-CUR = FUNCTION NUMVAL (MAINT-CUR)
                 EVALUATE TRUE
                    WHEN MAINT-ADD
                       PERFORM H210-ADD-ACCOUNT
                    WHEN MAINT-CHANGE
                       PERFORM H220-CHANGE-ACCOUNT
                    WHEN MAINT-DELETE
                       PERFORM H230-DELETE-ACCOUNT
                    WHEN MAINT-REINSTATE
                       PERFORM H240-REINSTATE-ACCOUNT
                    WHEN MAINT-SUSPEND
                       PERFORM H250-SUSPEND-ACCOUNT
                    WHEN MAINT-REACTIVATE
                       PERFORM H260-REACTIVATE-ACCOUNT
                    WHEN OTHER
                       MOVE SPACES TO WS-LOG-BEFORE-NAME
                                       WS-LOG-BEFORE-SURN
                                       WS-LOG-AFTER-NAME
                                       WS-LOG-AFTER-SURN
                       MOVE 'BAD-TRANCD' TO WS-LOG-STATUS
                       PERFORM H290-WRITE-LOG
                 END-EVALUATE
              ELSE
                 MOVE SPACES TO WS-LOG-BEFORE-NAME
                                 WS-LOG-BEFORE-SURN
                                 WS-LOG-AFTER-NAME
                                 WS-LOG-AFTER-SURN
                 MOVE 'BAD-KEY' TO WS-LOG-STATUS
                 PERFORM H290-WRITE-LOG
              END-IF
           END-IF.
           READ MAINT-REC.
       H200-END. EXIT.
              MOVE 'N' TO MAINT-KEY-SW
           END-IF.
       H150-END. EXIT.
      *A TRANSACTION IS ONLY APPLIED WITH A MAKER AND A CHECKER
      *WHO ARE TWO DIFFERENT OPERATORS
       H155-EDIT-APPROVAL.
           MOVE 'Y' TO MAINT-APPROVAL-SW
           IF (MAINT-MAKER = SPACES) OR (MAINT-CHECKER = SPACES)
              MOVE 'N' TO MAINT-APPROVAL-SW
           END-IF.
           IF MAINT-MAKER = MAINT-CHECKER
              MOVE 'N' TO MAINT-APPROVAL-SW
           END-IF.
       H155-END. EXIT.
      *ADD A NEW ACCOUNT TO THE MASTER
       H210-ADD-ACCOUNT.
           MOVE SPACES TO WS-LOG-BEFORE-NAME WS-LOG-BEFORE-SURN
           MOVE WS-LOG-AFTER-SURN  TO LOG-AFTER-SURN
           MOVE WS-LOG-STATUS      TO LOG-STATUS
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE MAINT-MAKER        TO LOG-MAKER
           MOVE MAINT-CHECKER      TO LOG-CHECKER
           WRITE MAINT-LOG-REC.
       H290-END. EXIT.
      *CLOSE I/O FILES
