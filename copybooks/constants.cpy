           05  WS-MAX-LIVE-VALUES    PIC 9(4) VALUE 800.
           05  WS-MAX-HISTORY        PIC 9(4) VALUE 500.
           05  WS-MAX-REPORTS        PIC 9(2) VALUE 10.
      *> Compiled ceilings no control file changes - each equals
      *> the OCCURS of the table it names, so whatever checks or
      *> reports that table's room reads it from here.
           05  WS-MAX-AUTH-USERS     PIC 9(4) VALUE 20.

      *> ---- Node type codes ----
           05  WS-NODE-TYPES.
                                     PIC 9(1) VALUE 3.
               10  WS-ACCEPT-ENVIRONMENT
                                     PIC 9(1) VALUE 4.
               10  WS-ACCEPT-ROLE    PIC 9(1) VALUE 5.

      *> ---- Color codes (ANSI terminal, 0-7) ----
           05  WS-COLORS.
