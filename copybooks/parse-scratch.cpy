       01  WS-SOURCE-LINES.
           05  WS-SRC-LINE-COUNT     PIC 9(4) VALUE 0.
           05  WS-SRC-LINE-ENTRY OCCURS 3000 TIMES.
      *> Wider than a source line's 73 columns - the lines a
      *> MAINTENANCE SECTION generates are stored here too, and a
      *> generated screen field carries its declared clauses on the
      *> one line the screen parser reads.
               10  SRC-LINE-TEXT     PIC X(160).
               10  SRC-LINE-INDENT   PIC 9(3).

       01  WS-PARSE-STATE.
               88  PARSE-MODE-PROCEDURE  VALUE 3.
               88  PARSE-MODE-REPORT     VALUE 4.
               88  PARSE-MODE-LAYOUT     VALUE 5.
               88  PARSE-MODE-MAINTENANCE
                                         VALUE 6.
           05  WS-PARSE-LINE-IDX     PIC 9(4) VALUE 0.
           05  WS-CUR-SCREEN-ROOT-IDX
                                     PIC 9(4) VALUE 0.
           05  WS-CUR-STATE-IDX      PIC 9(4) VALUE 0.
           05  WS-CUR-REPORT-IDX     PIC 9(2) VALUE 0.
           05  WS-CUR-LAYDEF-IDX     PIC 9(2) VALUE 0.
           05  WS-LINE-TRIMMED       PIC X(160).
           05  WS-LINE-LEN           PIC 9(3).

       01  WS-TOKEN-STATE.
