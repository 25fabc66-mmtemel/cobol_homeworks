           03 RC-START-TS    PIC X(21).
           03 RC-END-TS      PIC X(21).
           03 RC-REC-COUNT   PIC 9(07).
      *    Y when the step started with the RUN-PARM override
      *    flag set, so the batch status board can list it.
           03 RC-OVERRIDE    PIC X(01).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           MOVE FUNCTION CURRENT-DATE TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 0 TO RC-REC-COUNT.
           MOVE 'N' TO RC-OVERRIDE.
           IF WS-RC-FOUND
              REWRITE RUN-CONTROL-REC
                 INVALID KEY
