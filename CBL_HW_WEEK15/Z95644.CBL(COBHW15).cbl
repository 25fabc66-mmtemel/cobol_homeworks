      *empty recycle file prepends nothing, and an absent POST-IN
      *is a quiet day, so the step always leaves COBHW08 a
      *complete input.
      *The standing-order batch COBHW23 generates for the day -
      *already headed and trailered under source STANDORD - is
      *copied through unchanged between the recycle batch and the
      *raw POST-IN batches.  An absent standing-order file means
      *no order fell due.
      *The monthly service-fee batch COBHW29 cuts - headed and
      *trailered under source FEES - is copied through unchanged
      *the same way, after the standing-order batch.  It is only
      *present on the night after the month's fee assessment, so
      *an absent fee file is the normal case.
      *The run is governed by the RUN-CONTROL dataset the same way
      *COBHW08's is: a business day whose merge already completed
      *is refused unless the RUN-PARM forced-rerun flag is set,
       FILE-CONTROL.
           SELECT RCYC-IN    ASSIGN TO    RCYCIN
                             STATUS       RCY-ST.
           SELECT STORD-IN   ASSIGN TO    STORDIN
                             STATUS       SOI-ST.
           SELECT FEES-IN    ASSIGN TO    FEESIN
                             STATUS       FEI-ST.
           SELECT POST-IN    ASSIGN TO    POSTIN
                             STATUS       PIN-ST.
           SELECT POST-OUT   ASSIGN TO    POSTOUT
              10 RCY-TO-CUR     PIC X(03).
           05 RCY-RETRY         PIC 9(03).
           05 RCY-FIRST-DATE    PIC 9(08).
      *COBHW23'S STANDING-ORDER BATCH, ALREADY IN COBHW08'S
      *BATCHED 35-BYTE FORM - COPIED THROUGH UNTOUCHED.
       FD  STORD-IN    RECORDING MODE F.
       01  STORD-IN-REC         PIC X(35).
      *COBHW29'S SERVICE-FEE BATCH, ALREADY IN COBHW08'S BATCHED
      *35-BYTE FORM - COPIED THROUGH UNTOUCHED.
       FD  FEES-IN     RECORDING MODE F.
       01  FEES-IN-REC          PIC X(35).
      *THE DAY'S RAW POSTING FILE, ALREADY IN COBHW08'S BATCHED
      *35-BYTE FORM - COPIED THROUGH UNTOUCHED.
       FD  POST-IN     RECORDING MODE F.
           03 RC-START-TS    PIC X(21).
           03 RC-END-TS      PIC X(21).
           03 RC-REC-COUNT   PIC 9(07).
      *    Y when the step started with the RUN-PARM override
      *    flag set, so the batch status board can list it.
           03 RC-OVERRIDE    PIC X(01).
      *NIGHTLY SEQUENCE DEFINITION - ONE ROW PER PROGRAM AND
      *PREREQUISITE: THE NAMED PREREQUISITE MUST READ COMPLETE ON
      *RUN-CONTROL FOR THE SAME BUSINESS DATE BEFORE THE NAMED
              88 RCY-SUCCESS  VALUE 00
                                    97.
              88 RCY-NOTFOUND VALUE 35.
           05 SOI-ST      PIC 9(02).
              88 SOI-EOF      VALUE 10.
              88 SOI-SUCCESS  VALUE 00
                                    97.
              88 SOI-NOTFOUND VALUE 35.
           05 FEI-ST      PIC 9(02).
              88 FEI-EOF      VALUE 10.
              88 FEI-SUCCESS  VALUE 00
                                    97.
              88 FEI-NOTFOUND VALUE 35.
           05 PIN-ST      PIC 9(02).
              88 PIN-EOF      VALUE 10.
              88 PIN-SUCCESS  VALUE 00
              88 WS-RCY-ABSENT             VALUE 'Y'.
           05 WS-PIN-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-PIN-ABSENT             VALUE 'Y'.
      *    Set when the standing-order batch was absent - a day
      *    with no order due.
           05 WS-SOI-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-SOI-ABSENT             VALUE 'Y'.
      *    Set when the service-fee batch was absent - any night
      *    but the one after the month's fee assessment.
           05 WS-FEI-ABSENT-SW PIC X(01) VALUE 'N'.
              88 WS-FEI-ABSENT             VALUE 'Y'.
      *    Switch telling whether the recycle batch header has
      *    been written - it is only cut when there is at least
      *    one recycled transaction to carry.
           05 WS-RCY-CREDIT-TOT PIC S9(13)V99 COMP-3 VALUE 0.
      *    Raw posting records copied through, for the sysout tally.
           05 WS-COPY-COUNT    PIC 9(07) COMP VALUE 0.
      *    Standing-order batch records copied through, likewise.
           05 WS-SOI-COUNT     PIC 9(07) COMP VALUE 0.
      *    Service-fee batch records copied through, likewise.
           05 WS-FEI-COUNT     PIC 9(07) COMP VALUE 0.
       PROCEDURE DIVISION.
      *MAIN LOGIC - RECYCLE BATCH FIRST, THEN THE STANDING-ORDER
      *BATCH, THEN THE SERVICE-FEE BATCH, THEN THE RAW FILE
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-TAKE-RECYCLE UNTIL RCY-EOF.
           PERFORM H250-CLOSE-RECYCLE-BATCH.
           PERFORM H255-COPY-STANDING-ORDER UNTIL SOI-EOF.
           PERFORM H257-COPY-FEE UNTIL FEI-EOF.
           PERFORM H260-COPY-POSTING UNTIL PIN-EOF.
           DISPLAY 'RECYCLED: ' WS-RCY-COUNT
                   ' STANDING: ' WS-SOI-COUNT
                   ' FEES: ' WS-FEI-COUNT
                   ' COPIED: ' WS-COPY-COUNT.
           PERFORM H310-STAMP-RUN-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS - AN ABSENT RECYCLE FILE,
      *STANDING-ORDER BATCH, SERVICE-FEE BATCH OR RAW POSTING FILE
      *READS AS EMPTY
       H100-OPEN-FILES.
      *    Check the run-control entry and the prerequisite chain
      *    first - a merge rerun mid-night must refuse before the
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT STORD-IN.
           IF SOI-NOTFOUND
              MOVE 'Y' TO WS-SOI-ABSENT-SW
           ELSE
              IF (SOI-ST NOT = 0) AND (SOI-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN6 FILE: ' SOI-ST
                 MOVE SOI-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT FEES-IN.
           IF FEI-NOTFOUND
              MOVE 'Y' TO WS-FEI-ABSENT-SW
           ELSE
              IF (FEI-ST NOT = 0) AND (FEI-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN8 FILE: ' FEI-ST
                 MOVE FEI-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT POST-IN.
           IF PIN-NOTFOUND
              MOVE 'Y' TO WS-PIN-ABSENT-SW
              MOVE RCY-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H155-READ-STANDING-ORDER.
           IF (NOT WS-SOI-ABSENT)
              AND (SOI-ST NOT = 0) AND (SOI-ST NOT = 97)
              AND (NOT SOI-EOF)
              DISPLAY 'UNABLE TO READ7 FILE: ' SOI-ST
              MOVE SOI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H157-READ-FEE.
           IF (NOT WS-FEI-ABSENT)
              AND (FEI-ST NOT = 0) AND (FEI-ST NOT = 97)
              AND (NOT FEI-EOF)
              DISPLAY 'UNABLE TO READ9 FILE: ' FEI-ST
              MOVE FEI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H160-READ-POSTING.
           IF (NOT WS-PIN-ABSENT)
              AND (PIN-ST NOT = 0) AND (PIN-ST NOT = 97)
           MOVE FUNCTION CURRENT-DATE TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 0 TO RC-REC-COUNT.
           MOVE WS-OVERRIDE-SW TO RC-OVERRIDE.
           IF WS-RC-FOUND
              REWRITE RUN-CONTROL-REC
                 INVALID KEY
              READ RCYC-IN
           END-IF.
       H150-END. EXIT.
      *READ THE NEXT STANDING-ORDER BATCH RECORD - EOF OUTRIGHT
      *WHEN THE FILE IS ABSENT
       H155-READ-STANDING-ORDER.
           IF WS-SOI-ABSENT
              MOVE 10 TO SOI-ST
           ELSE
              READ STORD-IN
           END-IF.
       H155-END. EXIT.
      *READ THE NEXT SERVICE-FEE BATCH RECORD - EOF OUTRIGHT WHEN
      *THE FILE IS ABSENT
       H157-READ-FEE.
           IF WS-FEI-ABSENT
              MOVE 10 TO FEI-ST
           ELSE
              READ FEES-IN
           END-IF.
       H157-END. EXIT.
      *READ THE NEXT RAW POSTING RECORD - EOF OUTRIGHT WHEN THE
      *FILE IS ABSENT
       H160-READ-POSTING.
              WRITE POST-FIELDS
           END-IF.
       H250-END. EXIT.
      *COPY ONE STANDING-ORDER BATCH RECORD THROUGH UNCHANGED -
      *COBHW23 ALREADY CUT ITS HEADER AND TRAILER
       H255-COPY-STANDING-ORDER.
           MOVE STORD-IN-REC TO POST-FIELDS.
           WRITE POST-FIELDS.
           ADD 1 TO WS-SOI-COUNT.
           PERFORM H155-READ-STANDING-ORDER.
       H255-END. EXIT.
      *COPY ONE SERVICE-FEE BATCH RECORD THROUGH UNCHANGED -
      *COBHW29 ALREADY CUT ITS HEADER AND TRAILER
       H257-COPY-FEE.
           MOVE FEES-IN-REC TO POST-FIELDS.
           WRITE POST-FIELDS.
           ADD 1 TO WS-FEI-COUNT.
           PERFORM H157-READ-FEE.
       H257-END. EXIT.
      *COPY ONE RAW POSTING RECORD THROUGH UNCHANGED
       H260-COPY-POSTING.
           MOVE POST-IN-REC TO POST-FIELDS.
           PERFORM H160-READ-POSTING.
       H260-END. EXIT.
      *STAMP THE RUN-CONTROL ENTRY COMPLETE, WITH THE END TIME AND
      *THE RECORDS WRITTEN - ONLY REACHED WHEN EVERY INPUT RAN TO
      *END OF FILE.
       H310-STAMP-RUN-END.
           MOVE 'COBHW15' TO RC-PROGRAM.
                 MOVE 'COMPLETE' TO RC-RUN-STATUS
                 MOVE FUNCTION CURRENT-DATE TO RC-END-TS
                 COMPUTE RC-REC-COUNT =
                         WS-RCY-COUNT + WS-SOI-COUNT
                         + WS-FEI-COUNT + WS-COPY-COUNT
                 REWRITE RUN-CONTROL-REC
                    INVALID KEY
                       DISPLAY 'UNABLE TO STAMP RUNCTL END'
           IF NOT WS-RCY-ABSENT
              CLOSE RCYC-IN
           END-IF.
           IF NOT WS-SOI-ABSENT
              CLOSE STORD-IN
           END-IF.
           IF NOT WS-FEI-ABSENT
              CLOSE FEES-IN
           END-IF.
           IF NOT WS-PIN-ABSENT
              CLOSE POST-IN
           END-IF.
