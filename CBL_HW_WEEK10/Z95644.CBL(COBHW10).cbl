           05 LOG-AFTER-SURN    PIC X(15).
           05 LOG-STATUS        PIC X(10).
           05 LOG-TIMESTAMP     PIC X(21).
           05 LOG-MAKER         PIC X(08).
           05 LOG-CHECKER       PIC X(08).
      *AUDIT ACTIVITY REPORT - ONE LAYOUT PER LINE TYPE, ALL LAID
      *OVER THE SAME 80-BYTE PRINT RECORD.
       FD  AUDIT-REPORT RECORDING MODE F.
