      *first rejected, so COBHW15 can prepend it to tomorrow's
      *posting input instead of a clerk re-keying it.  A reject
      *whose edits can never pass goes straight to the dead-letter
      *report, and so does a refused reversal, whose reject image
      *is too short to carry its journal reference and which is
      *re-keyed deliberately rather than retried.  A reject
      *belonging to a refused batch is left for the source to
      *resend whole, and a transaction that has been
      *recycling longer than the RCYC-PARM age allows is dropped
      *to the dead-letter report instead of looping forever.  The
      *retry count and first-seen date come from tonight's
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
      *ROUTE ONE REJECT - BATCH-CONTROL REJECTS STAY WITH THEIR
      *SOURCE BATCH (RECYCLING THEM ONE BY ONE WOULD DOUBLE-APPLY
      *THE DAY THE FIXED BATCH IS RESENT), EDIT REJECTS CAN NEVER
      *PASS AND DIE NOW, AS DO REFUSED REVERSALS, AND EVERYTHING
      *ELSE CARRIES FORWARD UNLESS IT HAS ALREADY AGED OUT
       H200-PROCESS.
           EVALUATE REJ-REASON
              WHEN 'NO BATCH HEADER'
                 PERFORM H260-WRITE-DEAD-LETTER
              WHEN OTHER
                 PERFORM H240-FIND-RETRY-HISTORY
                 IF REJ-TRANCD = 'R'
                    PERFORM H260-WRITE-DEAD-LETTER
                 ELSE
                    PERFORM H250-AGE-OR-CARRY
                 END-IF
           END-EVALUATE.
           PERFORM H160-READ-REJECT.
       H200-END. EXIT.
