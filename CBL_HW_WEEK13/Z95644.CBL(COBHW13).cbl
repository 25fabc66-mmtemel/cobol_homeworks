      *pipeline: CAND-IN is the reviewed copy of the prior review's
      *candidate file, and every line the branch marked approved is
      *written to SUSP-FEED in MAINT-FIELDS form - trancd 'S' plus
      *the account key, with this program named as its maker - for
      *ops to append to the next day's maintenance entries, so
      *nobody re-keys a flagged key by hand.  The suspend still
      *waits on the COBHW28 queue for an operator to check it like
      *any keyed maintenance.
      *Every account flagged tonight goes out on CAND-OUT as the
      *next review's candidate file: one matched to an unapproved
      *CAND-IN line carries that line's first-flagged date forward
           05 CNO-DAYS-IDLE     PIC 9(06).
           05 CNO-FIRST-DATE    PIC 9(08).
      *APPROVED SUSPEND TRANSACTIONS, IN COBHW04'S MAINT-FIELDS
      *FORM BYTE FOR BYTE - OPS APPENDS THIS FILE TO THE NEXT DAY'S
      *MAINTENANCE ENTRIES FOR THE COBHW28 QUEUE.
       FD  SUSP-FEED   RECORDING MODE F.
       01  SUSP-FEED-REC.
           05 SUS-TRANCD     PIC X(01).
           05 SUS-CUR        PIC X(03).
           05 SUS-NAME       PIC X(15).
           05 SUS-SURNAME    PIC X(15).
      *    Maker is this program; the checker is set on the queue.
           05 SUS-MAKER      PIC X(08).
           05 SUS-CHECKER    PIC X(08).
      *BUSINESS DATE, FORCED-RERUN FLAG AND PREREQUISITE-OVERRIDE
      *FLAG FOR THIS RUN - WHEN THE FILE IS ABSENT THE RUN DATE IS
      *USED AND A RERUN OF A COMPLETED DAY IS REFUSED.
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
           ELSE
              IF CNI-APPROVED = 'Y'
                 MOVE CNI-MAINT TO SUSP-FEED-REC
                 MOVE 'COBHW13' TO SUS-MAKER
                 WRITE SUSP-FEED-REC
                 ADD 1 TO WS-APPR-COUNT
              END-IF
