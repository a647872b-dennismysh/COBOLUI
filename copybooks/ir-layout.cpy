               10  LAYDEF-NAME       PIC X(30).
               10  LAYDEF-FIELD-COUNT
                                     PIC 9(2) VALUE 0.
               10  LAYDEF-FIELD OCCURS 20 TIMES.
                   15  LAYDEF-FIELD-NAME
                                     PIC X(30).
                   15  LAYDEF-FIELD-POS
