       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-RATES-MAINT.

      *> Exchange-rate maintenance - inquire, browse, add, change and
      *> delete over calc-rates.dat, the keyed store the calculator's
      *> currency conversion reads, so a rate is corrected on a
      *> screen rather than by hand in the file.
      *>
      *> Nothing here is written out: the screen and its paragraphs
      *> are generated from RATE-REC by the MAINTENANCE SECTION. A
      *> record is keyed pair and date ("USDEUR260115") with the
      *> value "pair|rate|date|operator", the pair being the
      *> ALTERNATE 1 key the calculator reads by. Add, Change and
      *> Delete are grader-only and leave the usual audit pair.
      *> The store is a field - RATE-MAINT-FILE=... on the command
      *> line keeps another copy.

       DATA DIVISION.
       LAYOUT SECTION.
       01  RATE-REC.
           05  FIELD RM-KEY POSITION 1 WIDTH 12.
           05  FIELD RM-PAIR POSITION 13 WIDTH 6.
           05  FIELD RM-RATE POSITION 19 WIDTH 10.
           05  FIELD RM-DATE POSITION 29 WIDTH 6.
           05  FIELD RM-BY POSITION 35 WIDTH 20.

       MAINTENANCE SECTION.
       01  RATE-MAINT RECORD RATE-REC
               FILE "calc-rates.dat" ALTERNATE 1 ROLE "grader".
           05  FIELD RM-KEY HELP "Pair then yymmdd - USDEUR260115".
           05  FIELD RM-PAIR REQUIRED.
           05  FIELD RM-RATE REQUIRED RANGE 0.0001 99999.
           05  FIELD RM-DATE REQUIRED NUMERIC.
           05  FIELD RM-BY REQUIRED.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.
