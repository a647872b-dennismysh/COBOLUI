               88  IS-DIVIDING  VALUE "DIV".
           05  STATUS-MSG      PIC X(60) VALUE "Ready".
           05  LOG-OP          PIC X(10) OCCURS 20 TIMES VALUE SPACES.
           05  LOG-A           PIC 9(8)V99 OCCURS 20 TIMES VALUE 0.
           05  LOG-B           PIC 9(8) OCCURS 20 TIMES VALUE 0.
           05  LOG-RESULT      PIC 9(8)V99 OCCURS 20 TIMES VALUE 0.
      *> What stands behind an entry beyond plain arithmetic, so it
      *> can be worked again later: "rate|date" for a conversion,
      *> "NAME@version" for a library formula, blank otherwise.
           05  LOG-REF         PIC X(20) OCCURS 20 TIMES VALUE SPACES.
           05  LOG-COUNT       PIC 9(2) VALUE 0.
           05  LOG-IDX         PIC 9(2) VALUE 0.
           05  LOG-LINE        PIC X(80) VALUE SPACES.
      *> One LOG-REF taken apart into its export columns.
           05  LX-RATE         PIC X(12) VALUE SPACES.
           05  LX-DATE         PIC X(6) VALUE SPACES.
           05  LX-FORM         PIC X(20) VALUE SPACES.
           05  LX-AT           PIC 9(2) VALUE 0.
      *> Free-form expression typed by the operator, evaluated at
      *> runtime by the Expr button - parse errors come back in the
      *> reserved EVAL-STATUS value and land in STATUS-MSG.
           05  EXPR-TEXT       PIC X(40) VALUE SPACES.
      *> Loan amortization - the quote's terms as keyed on the loan
      *> screen, the level payment worked from them, what the last
      *> payment came to once it cleared the balance, and the
      *> loan's totals.
           05  LN-PRIN         PIC 9(7)V99 VALUE 0.
           05  LN-RATE         PIC 9(2)V99 VALUE 0.
           05  LN-TERM         PIC 9(3) VALUE 0.
           05  LN-START        PIC X(6) VALUE SPACES.
           05  LN-PAY          PIC 9(7)V99 VALUE 0.
           05  LN-LAST-PAY     PIC 9(7)V99 VALUE 0.
           05  LN-ADJ          PIC S9(5)V99 VALUE 0.
           05  LN-TOT-INT      PIC 9(9)V99 VALUE 0.
           05  LN-TOT-PAID     PIC 9(9)V99 VALUE 0.
           05  LN-NOTE         PIC X(60) VALUE SPACES.
      *> Working values for the payment in hand. LN-FACT is the
      *> growth factor (1 + monthly rate) to the term, carried scaled
      *> by 100000 so four decimal places of arithmetic hold it to
      *> well under a cent on the payment. LN-MON counts months from
      *> year 00, so stepping a payment date is one ADD.
           05  LN-BAL          PIC S9(9)V99 VALUE 0.
           05  LN-INT          PIC 9(7)V99 VALUE 0.
           05  LN-PRN          PIC S9(9)V99 VALUE 0.
           05  LN-THIS-PAY     PIC 9(7)V99 VALUE 0.
           05  LN-WORK         PIC 9(12)V9(4) VALUE 0.
           05  LN-FACT         PIC 9(11)V9(4) VALUE 0.
           05  LN-K            PIC 9(3) VALUE 0.
           05  LN-NUM          PIC 9(6) VALUE 0.
           05  LN-MON          PIC 9(5) VALUE 0.
           05  LN-YRS          PIC 9(3) VALUE 0.
           05  LN-YY           PIC 9(2) VALUE 0.
           05  LN-MM           PIC 9(2) VALUE 0.
           05  LN-DD           PIC 9(2) VALUE 0.
           05  LN-SD           PIC 9(2) VALUE 0.
           05  LN-DATE         PIC X(6) VALUE SPACES.
           05  LN-DATE-OK      PIC X(1) VALUE "0".
           05  LN-OK           PIC X(1) VALUE "Y".
      *> The schedule, one row per payment: the list line, the
      *> calendar year the report breaks on, and the interest it
      *> totals per year. 180 rows - fifteen years of monthly
      *> payments - keeps the three tables inside the engine's
      *> live-value store beside everything above.
           05  SCH-ROW         PIC X(70) OCCURS 180 TIMES VALUE SPACES.
           05  SCH-YR          PIC X(4) OCCURS 180 TIMES VALUE SPACES.
           05  SCH-INT         PIC 9(7)V99 OCCURS 180 TIMES VALUE 0.
           05  SCH-COUNT       PIC 9(3) VALUE 0.
           05  SCH-SEL         PIC 9(3) VALUE 0.
      *> Currency conversion. calc-rates.dat is keyed by pair and
      *> effective date ("USDEUR260115") with the value
      *> "pair|rate|date|operator", the pair its ALTERNATE 1 key. A
      *> rate holds from its date until the pair's next one; when
      *> the newest on or before the conversion date is more than
      *> FX-MAX-AGE days old - a field, so a run may set it on the
      *> command line - the conversion is refused as stale.
           05  FX-MAX-AGE      PIC 9(3) VALUE 7.
           05  CV-AMT          PIC 9(9)V99 VALUE 0.
           05  CV-PAIR         PIC X(6) VALUE SPACES.
           05  CV-DATE         PIC X(6) VALUE SPACES.
           05  CV-RESULT       PIC 9(9)V99 VALUE 0.
           05  CV-NOTE         PIC X(60) VALUE SPACES.
           05  FX-RATE         PIC 9(5)V9(4) VALUE 0.
           05  FX-PROBE        PIC X(6) VALUE SPACES.
           05  FX-BACK-N       PIC 9(3) VALUE 0.
           05  FX-STEP         PIC S9(1) VALUE -1.
           05  FX-KEY          PIC X(12) VALUE SPACES.
           05  FX-VAL          PIC X(60) VALUE SPACES.
           05  FX-NEW-VAL      PIC X(60) VALUE SPACES.
           05  FW-PR           PIC X(6) VALUE SPACES.
           05  FW-RT           PIC X(12) VALUE SPACES.
           05  FW-DT           PIC X(6) VALUE SPACES.
           05  FW-BY           PIC X(20) VALUE SPACES.
           05  FX-LEN          PIC 9(3) VALUE 0.
           05  FX-OK           PIC X(1) VALUE "Y".
           05  FX-NOTE         PIC X(80) VALUE SPACES.
      *> Sign-in for the gated upkeep - rates, grader or supervisor;
      *> library formulas, supervisor only - and the pair's rates on
      *> file, one list row per record as stored.
           05  OP-NAME         PIC X(20) VALUE SPACES.
           05  OP-PASS         PIC X(20) VALUE SPACES.
           05  AUTH-R          PIC X(1) VALUE " ".
           05  FX-OPER         PIC X(20) VALUE SPACES.
           05  RT-PAIR         PIC X(6) VALUE SPACES.
           05  RT-DATE         PIC X(6) VALUE SPACES.
           05  RT-RATE         PIC 9(5)V9(4) VALUE 0.
           05  RT-KEY          PIC X(12) OCCURS 12 TIMES VALUE SPACES.
           05  RT-VAL          PIC X(60) OCCURS 12 TIMES VALUE SPACES.
           05  RT-COUNT        PIC 9(3) VALUE 0.
           05  RT-IDX          PIC 9(3) VALUE 0.
           05  RT-SEL          PIC X(60) VALUE SPACES.
      *> Formula library. calc-formulas.dat holds each formula's
      *> current definition keyed by name, the value
      *> "version|description|parameters|expression|by|date"; the
      *> definition a save replaces goes to calc-formula-hist.dat
      *> under "NAME@version", so the formula behind any tape entry
      *> can still be read as it stood. Up to four parameter names,
      *> comma-separated; the expression uses them by name with its
      *> words - names, numbers, operators, parentheses - spaced.
           05  FM-NAME         PIC X(12) VALUE SPACES.
           05  FM-DESC         PIC X(40) VALUE SPACES.
           05  FM-PARMS        PIC X(40) VALUE SPACES.
           05  FM-EXPR         PIC X(60) VALUE SPACES.
           05  FM-VER          PIC 9(3) VALUE 0.
           05  FM-DATE         PIC X(6) VALUE SPACES.
      *> The definition last loaded - what Run works, whatever has
      *> been typed over the fields above since.
           05  FM-CUR-NAME     PIC X(12) VALUE SPACES.
           05  FM-CUR-VER      PIC 9(3) VALUE 0.
           05  FM-CUR-PARMS    PIC X(40) VALUE SPACES.
           05  FM-CUR-EXPR     PIC X(60) VALUE SPACES.
           05  FM-V1           PIC 9(7)V99 VALUE 0.
           05  FM-V2           PIC 9(7)V99 VALUE 0.
           05  FM-V3           PIC 9(7)V99 VALUE 0.
           05  FM-V4           PIC 9(7)V99 VALUE 0.
           05  FM-RESULT       PIC S9(9)V99 VALUE 0.
      *> Working the expression: its parameter names, the words not
      *> yet looked at, the one in hand, and the text EVAL is given
      *> with each name replaced by its value. FM-TRIAL = "Y" puts 1
      *> in for every name - the check a save makes that the
      *> expression will evaluate at all.
           05  FM-PN1          PIC X(12) VALUE SPACES.
           05  FM-PN2          PIC X(12) VALUE SPACES.
           05  FM-PN3          PIC X(12) VALUE SPACES.
           05  FM-PN4          PIC X(12) VALUE SPACES.
           05  FM-REST         PIC X(60) VALUE SPACES.
           05  FM-TOK          PIC X(20) VALUE SPACES.
           05  FM-TEXT         PIC X(80) VALUE SPACES.
           05  FM-N            PIC 9(3) VALUE 0.
           05  FM-WORK         PIC S9(9)V9(4) VALUE 0.
           05  FM-TRIAL        PIC X(1) VALUE "N".
           05  FM-HKEY         PIC X(20) VALUE SPACES.
           05  FM-VAL          PIC X(160) VALUE SPACES.
           05  FM-NEW-VAL      PIC X(160) VALUE SPACES.

       SCREEN SECTION.
       01  MAIN-SCREEN.
      *> everything above it is undisturbed.
           05  EXPR-AREA.
               10  EXPR-INPUT  PIC X(40) USING EXPR-TEXT.
           05  LOAN-AREA.
               10  LOAN-NAV    VALUE "Loan" GO-TO-SCREEN LOAN-SCREEN.
           05  FX-AREA.
               10  FX-NAV      VALUE "Currency" GO-TO-SCREEN FX-SCREEN.
           05  FM-AREA.
               10  FM-NAV      VALUE "Formulas" GO-TO-SCREEN FORMULA-SCREEN.

      *> A loan quote's full amortization schedule - the terms keyed
      *> at the top, the level payment and the final payment's
      *> rounding adjustment beneath, then one list row per payment:
      *> number, date, payment, interest, principal, balance left.
      *> The first payment falls a month after the start date.
       01  LOAN-SCREEN.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Loan Schedule".
           05  TERMS-AREA.
               10  PRIN-INPUT  PIC 9(7)V99 USING LN-PRIN.
               10  RATE-INPUT  PIC 9(2)V99 USING LN-RATE.
               10  TERM-INPUT  PIC 9(3) USING LN-TERM.
               10  START-INPUT PIC X(6) USING LN-START.
           05  ACTIONS.
               10  SCHED-BTN   VALUE "Schedule" ON-ACTION PERFORM SCHEDULE.
               10  PRINT-BTN   VALUE "Print" ON-ACTION PERFORM PRINT-SCHED.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN MAIN-SCREEN.
           05  QUOTE-AREA.
               10  PAY-DISP    PIC 9(7)V99 USING LN-PAY.
               10  NOTE-DISP   PIC X(60) USING LN-NOTE.
           05  SCHED-ROWS.
               10  SCHED-LIST USING SCH-ROW LIST ROWS 10 SELECTED SCH-SEL.
           05  STATUS-BAR.
               10  MSG-TEXT    PIC X(60) USING STATUS-MSG.

      *> Conversion at the rate in effect on a chosen date (today
      *> when none is keyed), and upkeep of the rate file itself.
       01  FX-SCREEN.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Currency".
           05  CONVERT-AREA.
               10  CV-AMT-IN   PIC 9(9)V99 USING CV-AMT.
               10  CV-PAIR-IN  PIC X(6) USING CV-PAIR.
               10  CV-DATE-IN  PIC X(6) USING CV-DATE.
               10  CONV-BTN    VALUE "Convert" ON-ACTION PERFORM CONVERT.
               10  CV-RES-DISP PIC 9(9)V99 USING CV-RESULT.
               10  CV-NOTE-DISP PIC X(60) USING CV-NOTE.
      *> As on the other maintenance screens, the gated names run
      *> short only so the definition fits one source line.
           05  RATE-AREA.
               10  RT-PAIR-IN  PIC X(6) USING RT-PAIR.
               10  RT-DATE-IN  PIC X(6) USING RT-DATE.
               10  RT-RATE-IN  PIC 9(5)V9(4) USING RT-RATE.
               10 S VALUE "Save" ON-ACTION PERFORM PUT ROLE "grader,supervisor".
               10  RATES-BTN   VALUE "Rates" ON-ACTION PERFORM LIST-RATES.
           05  RATE-ROWS.
               10  RATE-LIST USING RT-VAL LIST ROWS 6 SELECTED RT-SEL.
           05  SIGN-AREA.
               10  OP-INPUT    PIC X(20) USING OP-NAME.
               10  PW-INPUT    PIC X(20) USING OP-PASS PASSWORD.
               10  SIGN-BTN    VALUE "Sign-In" ON-ACTION PERFORM DO-SIGNIN.
           05  ACTIONS.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN MAIN-SCREEN.
           05  STATUS-BAR.
               10  MSG-TEXT    PIC X(60) USING STATUS-MSG.

      *> The shared formula library. Pick a formula by name - the
      *> LOOKUP key on the name lists what is on file - Load it, key
      *> its parameters in order and Run; the result goes on the tape
      *> under the formula's name and version. A supervisor signed in
      *> here saves a new formula, or a new version of a loaded one
      *> from the edited fields.
       01  FORMULA-SCREEN.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Formulas".
           05  PICK-AREA.
               10 FM-PICK PIC X(12) USING FM-NAME LOOKUP "calc-formulas.dat".
               10  LOAD-BTN    VALUE "Load" ON-ACTION PERFORM LOAD-FORMULA.
               10  FM-VER-DISP PIC 9(3) USING FM-VER.
           05  DEFINE-AREA.
               10  FM-DESC-IN  PIC X(40) USING FM-DESC.
               10  FM-PARMS-IN PIC X(40) USING FM-PARMS.
               10  FM-EXPR-IN  PIC X(60) USING FM-EXPR.
           05  RUN-AREA.
               10  FM-V1-IN    PIC 9(7)V99 USING FM-V1.
               10  FM-V2-IN    PIC 9(7)V99 USING FM-V2.
               10  FM-V3-IN    PIC 9(7)V99 USING FM-V3.
               10  FM-V4-IN    PIC 9(7)V99 USING FM-V4.
               10  RUN-BTN     VALUE "Run" ON-ACTION PERFORM RUN-FORMULA.
               10  FM-RES-DISP PIC S9(9)V99 USING FM-RESULT.
           05  SAVE-AREA.
               10 FM-SV VALUE "Save" ON-ACTION PERFORM PUT-FM ROLE "supervisor".
           05  SIGN-AREA.
               10  OP-INPUT    PIC X(20) USING OP-NAME.
               10  PW-INPUT    PIC X(20) USING OP-PASS PASSWORD.
               10  SIGN-BTN    VALUE "Sign-In" ON-ACTION PERFORM DO-SIGNIN.
           05  ACTIONS.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN MAIN-SCREEN.
           05  STATUS-BAR.
               10  MSG-TEXT    PIC X(60) USING STATUS-MSG.

       REPORT SECTION.
      *> The printed schedule - a line per payment, broken at each
      *> calendar year with the interest paid in it, and the loan's
      *> terms and totals under the last line.
       01  SCHED-REPORT.
           05  PAGE-LENGTH 60.
           05  HEADING "=== Loan Amortization Schedule ===".
           05  HEADING "no|date|payment|interest|principal|balance".
           05  DETAIL USING SCH-ROW COUNT SCH-COUNT.
           05  CONTROL USING SCH-YR SUM SCH-INT.
           05  SUMMARY USING LN-PRIN LN-RATE LN-TERM LN-PAY.
           05  SUMMARY USING LN-LAST-PAY LN-ADJ LN-TOT-INT LN-TOT-PAID.

       PROCEDURE DIVISION.
       MAIN-LOOP.
               MOVE OPERAND-A TO LOG-A(LOG-COUNT)
               MOVE OPERAND-B TO LOG-B(LOG-COUNT)
               MOVE RESULT-VAL TO LOG-RESULT(LOG-COUNT)
               MOVE "" TO LOG-REF(LOG-COUNT)
           END-IF.

      *> Writes the operation log to a CSV file, one row per recorded
       EXPORT-LOG.
           MOVE 0 TO LOG-IDX
           OPEN OUTPUT "calc-log.csv".
           WRITE "operation,operand_a,operand_b,result,rate,rate_date,formula".
           PERFORM WRITE-LOG-ROW UNTIL LOG-IDX >= LOG-COUNT.
           CLOSE.
           MOVE "Log exported to calc-log.csv" TO STATUS-MSG.

       WRITE-LOG-ROW.
           ADD 1 TO LOG-IDX
           MOVE "" TO LX-RATE
           MOVE "" TO LX-DATE
           MOVE "" TO LX-FORM
           MOVE 0 TO LX-AT
           INSPECT LOG-REF(LOG-IDX) TALLYING LX-AT FOR ALL "@"
           IF LX-AT > 0
               MOVE LOG-REF(LOG-IDX) TO LX-FORM
           ELSE
               UNSTRING LOG-REF(LOG-IDX) DELIMITED BY "|" INTO LX-RATE LX-DATE.
           END-IF
           STRING LOG-OP(LOG-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LOG-A(LOG-IDX) DELIMITED BY SIZE
               LOG-B(LOG-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LOG-RESULT(LOG-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LX-RATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LX-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LX-FORM DELIMITED BY SIZE
               INTO LOG-LINE.
           WRITE LOG-LINE.

                       MOVE "Result is modest" TO STATUS-MSG
                   END-IF
           END-EVALUATE.

      *> Works the level payment from the keyed terms, then walks the
      *> loan a month at a time into the schedule table until the
      *> balance is gone.
       SCHEDULE.
           MOVE "Y" TO LN-OK
           PERFORM CHECK-LOAN-TERMS
           IF LN-OK = "Y"
               PERFORM CLEAR-ONE-SCHED-ROW
                   VARYING LN-K FROM 1 BY 1 UNTIL LN-K > 180
               MOVE 0 TO SCH-COUNT
               MOVE 0 TO SCH-SEL
               MOVE 0 TO LN-ADJ
               MOVE 0 TO LN-TOT-INT
               MOVE 0 TO LN-TOT-PAID
               PERFORM FIND-LEVEL-PAYMENT
               MOVE LN-PRIN TO LN-BAL
               PERFORM ADD-ONE-SCHED-ROW
                   VARYING LN-K FROM 1 BY 1 UNTIL LN-K > LN-TERM OR LN-BAL = 0
               MOVE "" TO LN-NOTE
               STRING "Final|payment|" DELIMITED BY SIZE
                   LN-LAST-PAY DELIMITED BY SIZE
                   "|adjusted|by|" DELIMITED BY SIZE
                   LN-ADJ DELIMITED BY SIZE
                   INTO LN-NOTE.
               MOVE "" TO STATUS-MSG
               STRING "Payments:" DELIMITED BY SIZE
                   SCH-COUNT DELIMITED BY SIZE
                   "|interest:" DELIMITED BY SIZE
                   LN-TOT-INT DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

      *> Terms the schedule can be worked from - a rate past 30% or a
      *> term past the table's 180 rows is refused, not truncated.
       CHECK-LOAN-TERMS.
           IF LN-PRIN = 0
               MOVE "N" TO LN-OK
               MOVE "Principal is required" TO STATUS-MSG
           END-IF
           IF LN-RATE > 30 AND LN-OK = "Y"
               MOVE "N" TO LN-OK
               MOVE "Annual rate may not exceed 30%" TO STATUS-MSG
           END-IF
           IF LN-OK = "Y"
               IF LN-TERM < 1 OR LN-TERM > 180
                   MOVE "N" TO LN-OK
                   MOVE "Term is 1 to 180 months" TO STATUS-MSG
               END-IF
           END-IF
           MOVE "0" TO LN-DATE-OK
           VALID-DATE LN-START LN-DATE-OK
           IF LN-DATE-OK NOT = "1" AND LN-OK = "Y"
               MOVE "N" TO LN-OK
               MOVE "Bad start date, use YYMMDD" TO STATUS-MSG
           END-IF
           IF LN-OK = "Y"
               MOVE NUMVAL(LN-START) TO LN-NUM
               COMPUTE LN-SD = MOD(LN-NUM, 100)
               COMPUTE LN-MON = LN-NUM / 100
               COMPUTE LN-MM = MOD(LN-MON, 100)
               COMPUTE LN-YY = LN-MON / 100
               COMPUTE LN-MON = LN-YY * 12 + LN-MM - 1
           END-IF.

       CLEAR-ONE-SCHED-ROW.
           MOVE "" TO SCH-ROW(LN-K)
           MOVE "" TO SCH-YR(LN-K)
           MOVE 0 TO SCH-INT(LN-K).

      *> The level payment P * r / (1 - (1 + r) ** -n), r the monthly
      *> rate, with (1 + r) ** n built up one month at a time.
       FIND-LEVEL-PAYMENT.
           IF LN-RATE = 0
               COMPUTE LN-PAY ROUNDED = LN-PRIN / LN-TERM
           ELSE
               MOVE 100000 TO LN-FACT
               PERFORM GROW-LOAN-FACTOR
                   VARYING LN-K FROM 1 BY 1 UNTIL LN-K > LN-TERM
               COMPUTE LN-WORK = LN-PRIN * LN-RATE / 1200 * LN-FACT
               SUBTRACT 100000 FROM LN-FACT
               COMPUTE LN-PAY ROUNDED = LN-WORK / LN-FACT
           END-IF.

       GROW-LOAN-FACTOR.
           COMPUTE LN-FACT = LN-FACT + LN-FACT * LN-RATE / 1200.

      *> One payment. The last one takes whatever the level payment's
      *> rounding has left - a few cents more or less than the rest -
      *> so the balance ends at exactly zero, and LN-ADJ keeps the
      *> difference for the screen and the printed totals.
       ADD-ONE-SCHED-ROW.
           PERFORM NEXT-PAYMENT-DATE
           COMPUTE LN-INT ROUNDED = LN-BAL * LN-RATE / 1200
           MOVE LN-PAY TO LN-THIS-PAY
           COMPUTE LN-PRN = LN-PAY - LN-INT
           IF LN-K = LN-TERM OR LN-PRN > LN-BAL
               COMPUTE LN-THIS-PAY = LN-BAL + LN-INT
               COMPUTE LN-ADJ = LN-THIS-PAY - LN-PAY
               MOVE LN-BAL TO LN-PRN
           END-IF
           SUBTRACT LN-PRN FROM LN-BAL
           MOVE LN-THIS-PAY TO LN-LAST-PAY
           ADD LN-INT TO LN-TOT-INT
           ADD LN-THIS-PAY TO LN-TOT-PAID
           ADD 1 TO SCH-COUNT
           MOVE LN-INT TO SCH-INT(SCH-COUNT)
           STRING "20" DELIMITED BY SIZE
               LN-YY DELIMITED BY SIZE
               INTO SCH-YR(SCH-COUNT).
           STRING LN-K DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LN-THIS-PAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LN-INT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LN-PRN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LN-BAL DELIMITED BY SIZE
               INTO SCH-ROW(SCH-COUNT).
           IF LN-BAL = 0
               STRING SCH-ROW(SCH-COUNT) DELIMITED BY SIZE
                   "|final,adj:" DELIMITED BY SIZE
                   LN-ADJ DELIMITED BY SIZE
                   INTO SCH-ROW(SCH-COUNT).
           END-IF.

      *> Steps LN-MON a month and builds its YYMMDD payment date on
      *> the start date's day - pulled back to the month's last day
      *> where the month is short of it (the 31st, or February).
       NEXT-PAYMENT-DATE.
           ADD 1 TO LN-MON
           COMPUTE LN-YRS = LN-MON / 12
           COMPUTE LN-YY = MOD(LN-YRS, 100)
           COMPUTE LN-MM = MOD(LN-MON, 12)
           ADD 1 TO LN-MM
           MOVE LN-SD TO LN-DD
           MOVE "0" TO LN-DATE-OK
           PERFORM TRY-PAYMENT-DAY UNTIL LN-DATE-OK = "1".

      *> The date is put together as a number, so only the year can
      *> come out short of its leading zeros.
       TRY-PAYMENT-DAY.
           COMPUTE LN-NUM = LN-YY * 10000 + LN-MM * 100 + LN-DD
           MOVE LN-NUM TO LN-DATE
           IF LN-NUM < 10000
               MOVE "" TO LN-DATE
               STRING "00" DELIMITED BY SIZE
                   LN-NUM DELIMITED BY SIZE
                   INTO LN-DATE
           ELSE
               IF LN-NUM < 100000
                   MOVE "" TO LN-DATE
                   STRING "0" DELIMITED BY SIZE
                       LN-NUM DELIMITED BY SIZE
                       INTO LN-DATE
               END-IF
           END-IF
           VALID-DATE LN-DATE LN-DATE-OK
           SUBTRACT 1 FROM LN-DD.

       PRINT-SCHED.
           IF SCH-COUNT = 0
               MOVE "Run the schedule first" TO STATUS-MSG
           ELSE
               GENERATE SCHED-REPORT TO "calc-schedule.rpt".
               MOVE "Schedule printed to calc-schedule.rpt" TO STATUS-MSG
           END-IF.

       DO-SIGNIN.
           AUTHENTICATE OP-NAME OP-PASS AUTH-R.
           IF AUTH-R = "1"
               MOVE OP-NAME TO FX-OPER
               MOVE "Signed in" TO STATUS-MSG
           ELSE
               MOVE "" TO FX-OPER
               MOVE "Sign-in failed" TO STATUS-MSG
           END-IF
           MOVE "" TO OP-PASS.

      *> Amount times the rate in effect on the conversion date,
      *> rounded to the cent, onto the tape with the rate and its
      *> date, and into the audit trail the same way.
       CONVERT.
           MOVE "Y" TO FX-OK
           MOVE 0 TO CV-RESULT
           MOVE "" TO CV-NOTE
           MOVE UPPER-CASE(CV-PAIR) TO CV-PAIR
           IF CV-DATE = ""
               ACCEPT CV-DATE FROM DATE.
           END-IF
           IF CV-AMT = 0
               MOVE "N" TO FX-OK
               MOVE "Type an amount to convert" TO STATUS-MSG
           END-IF
           MOVE LENGTH(CV-PAIR) TO FX-LEN
           IF FX-LEN NOT = 6 AND FX-OK = "Y"
               MOVE "N" TO FX-OK
               MOVE "Pair is two currency codes, e.g. USDEUR" TO STATUS-MSG
           END-IF
           MOVE "0" TO AUTH-R
           VALID-DATE CV-DATE AUTH-R
           IF AUTH-R NOT = "1" AND FX-OK = "Y"
               MOVE "N" TO FX-OK
               MOVE "Bad conversion date, use YYMMDD" TO STATUS-MSG
           END-IF
           IF FX-OK = "Y"
               PERFORM FIND-RATE-IN-EFFECT
           END-IF
           IF FX-OK = "Y"
               COMPUTE CV-RESULT ROUNDED = CV-AMT * FX-RATE
               STRING CV-PAIR DELIMITED BY SIZE
                   "|at|" DELIMITED BY SIZE
                   FW-RT DELIMITED BY SIZE
                   "|rate|of|" DELIMITED BY SIZE
                   FW-DT DELIMITED BY SIZE
                   INTO CV-NOTE.
               PERFORM RECORD-CONVERSION
               MOVE "Converted" TO STATUS-MSG
           END-IF.

      *> The newest rate on or before the conversion date, looked for
      *> a day at a time back to FX-MAX-AGE days - none in that
      *> window is a stale rate if the pair has any on file at all,
      *> a missing one if it has none.
       FIND-RATE-IN-EFFECT.
           MOVE CV-DATE TO FX-PROBE
           MOVE "" TO FX-VAL
           MOVE 0 TO FX-BACK-N
           OPEN I-O KEYED "calc-rates.dat" ALTERNATE 1.
           PERFORM PROBE-RATE UNTIL FX-VAL NOT = "" OR FX-BACK-N > FX-MAX-AGE
           CLOSE.
           IF FX-VAL = ""
               MOVE "N" TO FX-OK
               PERFORM READ-PAIR-RATES
               MOVE "" TO STATUS-MSG
               IF RT-COUNT = 0
                   STRING "No|rate|on|file|for|" DELIMITED BY SIZE
                       CV-PAIR DELIMITED BY SIZE
                       INTO STATUS-MSG.
               ELSE
                   STRING CV-PAIR DELIMITED BY SIZE
                       "|rate|is|stale|-|none|in|the|" DELIMITED BY SIZE
                       FX-MAX-AGE DELIMITED BY SIZE
                       "|days|to|" DELIMITED BY SIZE
                       CV-DATE DELIMITED BY SIZE
                       INTO STATUS-MSG.
               END-IF
           ELSE
               MOVE "" TO FW-PR
               MOVE "" TO FW-RT
               MOVE "" TO FW-DT
               MOVE "" TO FW-BY
               UNSTRING FX-VAL DELIMITED BY "|" INTO FW-PR FW-RT FW-DT FW-BY.
               MOVE NUMVAL(FW-RT) TO FX-RATE
           END-IF.

       PROBE-RATE.
           MOVE "" TO FX-KEY
           STRING CV-PAIR DELIMITED BY SIZE
               FX-PROBE DELIMITED BY SIZE
               INTO FX-KEY.
           READ KEY FX-KEY FX-VAL.
           IF FX-VAL = ""
               ADD-DAYS FX-PROBE FX-STEP
               ADD 1 TO FX-BACK-N
           END-IF.

      *> The conversion on the tape - the pair in the operation
      *> column - and the whole quote in the audit trail.
       RECORD-CONVERSION.
           IF LOG-COUNT < 20
               ADD 1 TO LOG-COUNT
               MOVE "" TO LOG-OP(LOG-COUNT)
               STRING "CV-" DELIMITED BY SIZE
                   CV-PAIR DELIMITED BY SIZE
                   INTO LOG-OP(LOG-COUNT).
               MOVE CV-AMT TO LOG-A(LOG-COUNT)
               MOVE 0 TO LOG-B(LOG-COUNT)
               MOVE CV-RESULT TO LOG-RESULT(LOG-COUNT)
               MOVE "" TO LOG-REF(LOG-COUNT)
               STRING FW-RT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FW-DT DELIMITED BY SIZE
                   INTO LOG-REF(LOG-COUNT).
           END-IF
           MOVE "" TO FX-NOTE
           STRING "CONVERT|" DELIMITED BY SIZE
               CV-PAIR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CV-AMT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FW-RT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FW-DT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CV-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CV-RESULT DELIMITED BY SIZE
               INTO FX-NOTE.
           LOG FX-NOTE.

      *> Adds the pair's rate for the date, or corrects it when one
      *> is already on file - the audit trail keeps the old record.
       PUT.
           MOVE "Y" TO FX-OK
           MOVE UPPER-CASE(RT-PAIR) TO RT-PAIR
           MOVE LENGTH(RT-PAIR) TO FX-LEN
           IF FX-LEN NOT = 6
               MOVE "N" TO FX-OK
               MOVE "Pair is two currency codes, e.g. USDEUR" TO STATUS-MSG
           END-IF
           MOVE "0" TO AUTH-R
           VALID-DATE RT-DATE AUTH-R
           IF AUTH-R NOT = "1" AND FX-OK = "Y"
               MOVE "N" TO FX-OK
               MOVE "Bad effective date, use YYMMDD" TO STATUS-MSG
           END-IF
           IF RT-RATE = 0 AND FX-OK = "Y"
               MOVE "N" TO FX-OK
               MOVE "Type the rate" TO STATUS-MSG
           END-IF
           IF FX-OK = "Y"
               MOVE "" TO FX-KEY
               STRING RT-PAIR DELIMITED BY SIZE
                   RT-DATE DELIMITED BY SIZE
                   INTO FX-KEY.
               MOVE "" TO FX-NEW-VAL
               STRING RT-PAIR DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RT-RATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RT-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FX-OPER DELIMITED BY SIZE
                   INTO FX-NEW-VAL.
               MOVE "" TO FX-VAL
               OPEN I-O KEYED "calc-rates.dat" ALTERNATE 1.
               READ KEY FX-KEY FX-VAL.
               IF FX-VAL = ""
                   WRITE KEY FX-KEY FX-NEW-VAL.
               ELSE
                   REWRITE KEY FX-KEY FX-NEW-VAL.
               END-IF
               CLOSE.
               MOVE "" TO FX-NOTE
               STRING "RATE|" DELIMITED BY SIZE
                   FX-KEY DELIMITED BY SIZE
                   "|was|" DELIMITED BY SIZE
                   FX-VAL DELIMITED BY SIZE
                   INTO FX-NOTE.
               LOG FX-NOTE.
               LOG FX-NEW-VAL.
               PERFORM LIST-RATES
               MOVE "Rate saved" TO STATUS-MSG
           END-IF.

      *> The typed pair's rates, oldest first.
       LIST-RATES.
           MOVE UPPER-CASE(RT-PAIR) TO RT-PAIR
           MOVE RT-PAIR TO CV-PAIR
           PERFORM READ-PAIR-RATES
           MOVE "" TO STATUS-MSG
           STRING "Rates|on|file:" DELIMITED BY SIZE
               RT-COUNT DELIMITED BY SIZE
               INTO STATUS-MSG.

       READ-PAIR-RATES.
           PERFORM CLEAR-ONE-RATE-ROW
               VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > 12
           MOVE "" TO RT-SEL
           MOVE 0 TO RT-COUNT
           OPEN I-O KEYED "calc-rates.dat" ALTERNATE 1.
           READ KEYS RT-KEY RT-VAL RT-COUNT VIA CV-PAIR.
           CLOSE.

       CLEAR-ONE-RATE-ROW.
           MOVE "" TO RT-KEY(RT-IDX)
           MOVE "" TO RT-VAL(RT-IDX).

      *> The named formula's definition as it now stands, taken up as
      *> the one Run works.
       LOAD-FORMULA.
           MOVE UPPER-CASE(FM-NAME) TO FM-NAME
           MOVE "" TO FM-VAL
           OPEN I-O KEYED "calc-formulas.dat".
           READ KEY FM-NAME FM-VAL.
           CLOSE.
           MOVE "" TO STATUS-MSG
           IF FM-VAL = ""
               MOVE "" TO FM-CUR-NAME
               STRING "No|formula|named|" DELIMITED BY SIZE
                   FM-NAME DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               PERFORM TAKE-UP-FORMULA
               STRING "Loaded|" DELIMITED BY SIZE
                   FM-NAME DELIMITED BY SIZE
                   "|version|" DELIMITED BY SIZE
                   FM-VER DELIMITED BY SIZE
                   "|-|key|" DELIMITED BY SIZE
                   FM-PARMS DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

       TAKE-UP-FORMULA.
           MOVE 0 TO FM-VER
           MOVE "" TO FM-DESC
           MOVE "" TO FM-PARMS
           MOVE "" TO FM-EXPR
           UNSTRING FM-VAL DELIMITED BY "|"
               INTO FM-VER FM-DESC FM-PARMS FM-EXPR.
           MOVE FM-NAME TO FM-CUR-NAME
           MOVE FM-VER TO FM-CUR-VER
           MOVE FM-PARMS TO FM-CUR-PARMS
           MOVE FM-EXPR TO FM-CUR-EXPR.

      *> The loaded formula worked with the keyed values through the
      *> same EVAL the Expr button uses, rounded to the cent, onto
      *> the tape as "NAME@version" and into the audit trail.
       RUN-FORMULA.
           MOVE "Y" TO FX-OK
           MOVE 0 TO FM-RESULT
           IF FM-CUR-NAME = ""
               MOVE "N" TO FX-OK
               MOVE "Load a formula first" TO STATUS-MSG
           ELSE
               MOVE FM-CUR-PARMS TO FM-TEXT
               PERFORM SPLIT-PARM-NAMES
               MOVE FM-CUR-EXPR TO FM-REST
               MOVE "N" TO FM-TRIAL
               PERFORM BUILD-FORMULA-TEXT
           END-IF
           IF FX-OK = "Y"
               EVAL FM-WORK FM-TEXT
               IF EVAL-STATUS = "OK"
                   COMPUTE FM-RESULT ROUNDED = FM-WORK
                   PERFORM RECORD-FORMULA
                   MOVE "" TO STATUS-MSG
                   STRING FM-CUR-NAME DELIMITED BY SIZE
                       "|version|" DELIMITED BY SIZE
                       FM-CUR-VER DELIMITED BY SIZE
                       "|worked" DELIMITED BY SIZE
                       INTO STATUS-MSG.
               ELSE
                   MOVE EVAL-STATUS TO STATUS-MSG
               END-IF
           END-IF.

      *> The comma-separated parameter names in FM-TEXT, one to a
      *> field.
       SPLIT-PARM-NAMES.
           MOVE "" TO FM-PN1
           MOVE "" TO FM-PN2
           MOVE "" TO FM-PN3
           MOVE "" TO FM-PN4
           UNSTRING FM-TEXT DELIMITED BY "," INTO FM-PN1 FM-PN2 FM-PN3 FM-PN4.

      *> FM-REST's words one at a time into FM-TEXT, each parameter
      *> name replaced by its value. Any other word with a letter in
      *> it names nothing the formula has and stops the build.
       BUILD-FORMULA-TEXT.
           MOVE "" TO FM-TEXT
           PERFORM TAKE-FORMULA-WORD UNTIL FM-REST = "" OR FX-OK = "N"
           MOVE LENGTH(FM-TEXT) TO FM-N
           IF FM-N > 78 AND FX-OK = "Y"
               MOVE "N" TO FX-OK
               MOVE "Expression too long with its values in" TO STATUS-MSG
           END-IF.

       TAKE-FORMULA-WORD.
           MOVE "" TO FM-TOK
           UNSTRING FM-REST DELIMITED BY " " INTO FM-TOK.
           MOVE LENGTH(FM-TOK) TO FM-N
           ADD 2 TO FM-N
           MOVE FM-REST(FM-N:60) TO FM-REST
           IF FM-TOK NOT = ""
               PERFORM PLACE-FORMULA-WORD
           END-IF.

       PLACE-FORMULA-WORD.
           IF FM-TRIAL = "Y"
               IF FM-TOK = FM-PN1 OR FM-TOK = FM-PN2
                   OR FM-TOK = FM-PN3 OR FM-TOK = FM-PN4
                   MOVE "1" TO FM-TOK
               END-IF
           ELSE
               IF FM-TOK = FM-PN1
                   MOVE FM-V1 TO FM-TOK
               END-IF
               IF FM-TOK = FM-PN2
                   MOVE FM-V2 TO FM-TOK
               END-IF
               IF FM-TOK = FM-PN3
                   MOVE FM-V3 TO FM-TOK
               END-IF
               IF FM-TOK = FM-PN4
                   MOVE FM-V4 TO FM-TOK
               END-IF
           END-IF
           IF UPPER-CASE(FM-TOK) NOT = LOWER-CASE(FM-TOK)
               MOVE "N" TO FX-OK
               MOVE "" TO STATUS-MSG
               STRING "Unknown|word|in|formula:|" DELIMITED BY SIZE
                   FM-TOK DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               STRING FM-TEXT DELIMITED BY SIZE
                   FM-TOK DELIMITED BY SIZE
                   INTO FM-TEXT.
           END-IF.

      *> The formula's first value in operand A's column, the rest
      *> of the run in the audit trail.
       RECORD-FORMULA.
           IF LOG-COUNT < 20
               ADD 1 TO LOG-COUNT
               MOVE "FORMULA" TO LOG-OP(LOG-COUNT)
               MOVE FM-V1 TO LOG-A(LOG-COUNT)
               MOVE 0 TO LOG-B(LOG-COUNT)
               MOVE FM-RESULT TO LOG-RESULT(LOG-COUNT)
               MOVE "" TO LOG-REF(LOG-COUNT)
               STRING FM-CUR-NAME DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   FM-CUR-VER DELIMITED BY SIZE
                   INTO LOG-REF(LOG-COUNT).
           END-IF
           MOVE "" TO FX-NOTE
           STRING "FORMULA|" DELIMITED BY SIZE
               FM-CUR-NAME DELIMITED BY SIZE
               "@" DELIMITED BY SIZE
               FM-CUR-VER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-V1 DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-V2 DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-V3 DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-V4 DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-RESULT DELIMITED BY SIZE
               INTO FX-NOTE.
           LOG FX-NOTE.

      *> Saves the edited definition under its name - version 1 when
      *> new, else the next version, the one it replaces kept in the
      *> history file first. Refused unless the expression evaluates
      *> with every parameter at 1.
       PUT-FM.
           MOVE "Y" TO FX-OK
           MOVE UPPER-CASE(FM-NAME) TO FM-NAME
           MOVE UPPER-CASE(FM-PARMS) TO FM-PARMS
           MOVE UPPER-CASE(FM-EXPR) TO FM-EXPR
           IF FM-NAME = "" OR FM-EXPR = ""
               MOVE "N" TO FX-OK
               MOVE "A formula needs a name and an expression" TO STATUS-MSG
           END-IF
           MOVE 0 TO FM-N
           INSPECT FM-NAME TALLYING FM-N FOR ALL " "
           INSPECT FM-NAME TALLYING FM-N FOR ALL "@"
           IF FM-N > 0 AND FX-OK = "Y"
               MOVE "N" TO FX-OK
               MOVE "Name is one word, no @" TO STATUS-MSG
           END-IF
           MOVE 0 TO FM-N
           INSPECT FM-NAME TALLYING FM-N FOR ALL "|"
           INSPECT FM-DESC TALLYING FM-N FOR ALL "|"
           INSPECT FM-PARMS TALLYING FM-N FOR ALL "|"
           INSPECT FM-EXPR TALLYING FM-N FOR ALL "|"
           IF FM-N > 0 AND FX-OK = "Y"
               MOVE "N" TO FX-OK
               MOVE "No | in a formula's fields" TO STATUS-MSG
           END-IF
           MOVE 0 TO FM-N
           INSPECT FM-PARMS TALLYING FM-N FOR ALL ","
           IF FM-N > 3 AND FX-OK = "Y"
               MOVE "N" TO FX-OK
               MOVE "At most four parameters" TO STATUS-MSG
           END-IF
           IF FX-OK = "Y"
               MOVE FM-PARMS TO FM-TEXT
               PERFORM SPLIT-PARM-NAMES
               MOVE FM-EXPR TO FM-REST
               MOVE "Y" TO FM-TRIAL
               PERFORM BUILD-FORMULA-TEXT
           END-IF
           IF FX-OK = "Y"
               EVAL FM-WORK FM-TEXT
               IF EVAL-STATUS NOT = "OK"
                   MOVE "N" TO FX-OK
                   MOVE EVAL-STATUS TO STATUS-MSG
               END-IF
           END-IF
           IF FX-OK = "Y"
               PERFORM STORE-FORMULA
           END-IF.

       STORE-FORMULA.
           MOVE "" TO FM-VAL
           OPEN I-O KEYED "calc-formulas.dat".
           READ KEY FM-NAME FM-VAL.
           CLOSE.
           MOVE 1 TO FM-VER
           IF FM-VAL NOT = ""
               UNSTRING FM-VAL DELIMITED BY "|" INTO FM-VER.
               PERFORM KEEP-OLD-FORMULA
               ADD 1 TO FM-VER
           END-IF
           ACCEPT FM-DATE FROM DATE.
           MOVE "" TO FM-NEW-VAL
           STRING FM-VER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-DESC DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-PARMS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-EXPR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FX-OPER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FM-DATE DELIMITED BY SIZE
               INTO FM-NEW-VAL.
           OPEN I-O KEYED "calc-formulas.dat".
           IF FM-VAL = ""
               WRITE KEY FM-NAME FM-NEW-VAL.
           ELSE
               REWRITE KEY FM-NAME FM-NEW-VAL.
           END-IF
           CLOSE.
           MOVE "" TO FX-NOTE
           STRING "FORMULA|" DELIMITED BY SIZE
               FM-NAME DELIMITED BY SIZE
               "|saved|version|" DELIMITED BY SIZE
               FM-VER DELIMITED BY SIZE
               INTO FX-NOTE.
           LOG FX-NOTE.
           LOG FM-NEW-VAL.
           MOVE FM-NEW-VAL TO FM-VAL
           PERFORM TAKE-UP-FORMULA
           MOVE "" TO STATUS-MSG
           STRING "Saved|" DELIMITED BY SIZE
               FM-NAME DELIMITED BY SIZE
               "|version|" DELIMITED BY SIZE
               FM-VER DELIMITED BY SIZE
               INTO STATUS-MSG.

      *> The definition being replaced, under "NAME@version".
       KEEP-OLD-FORMULA.
           MOVE "" TO FM-HKEY
           STRING FM-NAME DELIMITED BY SIZE
               "@" DELIMITED BY SIZE
               FM-VER DELIMITED BY SIZE
               INTO FM-HKEY.
           OPEN I-O KEYED "calc-formula-hist.dat".
           WRITE KEY FM-HKEY FM-VAL.
           CLOSE.
