              10 JRN-XREF-ID    PIC X(05).
              10 JRN-XREF-CUR   PIC X(03).
           05 JRN-TIMESTAMP     PIC X(21).
      *    Journal reference of a posted transaction, and on a
      *    reversal line the reference of the original it reverses.
           05 JRN-REF           PIC X(15).
           05 JRN-ORIG-REF      PIC X(15).
      *COBHW11'S ACCRUAL JOURNAL - THE LAYOUT MUST MATCH COBHW11'S
      *ACRL-JOURNAL-REC BYTE FOR BYTE.  IT IS WRITTEN OFF THE
      *MASTER IN KEY SEQUENCE, SO NO SORT IS NEEDED AHEAD OF THIS
           03 RC-START-TS    PIC X(21).
           03 RC-END-TS      PIC X(21).
           03 RC-REC-COUNT   PIC 9(07).
      *    Y when the step started with the RUN-PARM override
      *    flag set, so the batch status board can list it.
           03 RC-OVERRIDE    PIC X(01).
      *NIGHTLY SEQUENCE DEFINITION - ONE ROW PER PROGRAM AND
      *PREREQUISITE: THE NAMED PREREQUISITE MUST READ COMPLETE ON
      *RUN-CONTROL FOR THE SAME BUSINESS DATE BEFORE THE NAMED
           MOVE FUNCTION CURRENT-DATE TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 0 TO RC-REC-COUNT.
           MOVE WS-OVERRIDE-SW TO RC-OVERRIDE.
           IF WS-RC-FOUND
              REWRITE RUN-CONTROL-REC
                 INVALID KEY
