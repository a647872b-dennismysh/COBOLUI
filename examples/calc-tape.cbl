       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-TAPE.

      *> The calculator's adding-machine tape - what the cashiers
      *> foot a batch of slips on. Each slip is keyed as an Add or a
      *> Less and goes onto the tape with the running total beside
      *> it; Subtotal rules a marker line under the entries so far.
      *>
      *> Prove compares the tape with the batch header's control
      *> total. It shows IN BALANCE, or the difference; a
      *> difference that divides by 9 is the mark of two digits
      *> keyed the wrong way round, and every entry for which
      *> swapping one adjacent pair of digits would account for the
      *> whole difference is flagged "<-check" on the tape.
      *>
      *> Print spools the tape as calc-tape.rpt under the batch
      *> number and the signed-in operator's name. A tape printed
      *> with no batch number keyed is given the next one from the
      *> BATCH series of cobalt-numbers.dat; if that tape never
      *> reaches the archive, New-Tape voids the number, so the
      *> series' gap proof still accounts for it. A tape that
      *> proves in balance is also archived to calc-batches.dat,
      *> keyed by batch number: a header record
      *> "batch|H|date|operator|entries|total|control", then the
      *> entries ten to a record under "<batch>#<n>" as
      *> "batch|T|+125.40|S|-12.00|...", S marking a subtotal.
      *> The batch number is each record's ALTERNATE 1 key. A
      *> batch number archived once is never archived over.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
      *> The batch as its header slip gives it, and who footed it.
           05  TP-BATCH        PIC X(10) VALUE SPACES.
           05  TP-CONTROL      PIC 9(9)V99 VALUE 0.
           05  TP-DATE         PIC X(6) VALUE SPACES.
           05  TP-OPER         PIC X(20) VALUE SPACES.
      *> A batch number taken from the series for this tape and not
      *> yet archived, and the TAKE-NUMBER or VOID-NUMBER verdict.
           05  TP-ISSUED-NO    PIC X(10) VALUE SPACES.
           05  TP-NUM-R        PIC X(1) VALUE " ".
           05  OP-NAME         PIC X(20) VALUE SPACES.
           05  OP-PASS         PIC X(20) VALUE SPACES.
           05  AUTH-R          PIC X(1) VALUE " ".
      *> The slip being keyed, and the tape so far. TP-KIND is "+"
      *> for an Add, "-" for a Less and "S" for a subtotal marker.
           05  TP-AMT          PIC 9(7)V99 VALUE 0.
           05  TP-SIGN         PIC X(1) VALUE "+".
           05  TP-ROW          PIC X(60) OCCURS 80 TIMES VALUE SPACES.
           05  TP-VAL          PIC 9(7)V99 OCCURS 80 TIMES VALUE 0.
           05  TP-KIND         PIC X(1) OCCURS 80 TIMES VALUE SPACES.
           05  TP-COUNT        PIC 9(3) VALUE 0.
           05  TP-ENTRIES      PIC 9(3) VALUE 0.
           05  TP-IDX          PIC 9(3) VALUE 0.
           05  TP-NUM          PIC 9(3) VALUE 0.
           05  TP-SEL          PIC X(60) VALUE SPACES.
           05  TP-LINE         PIC X(60) VALUE SPACES.
           05  TP-TOTAL        PIC S9(9)V99 VALUE 0.
           05  TP-RUN          PIC S9(9)V99 VALUE 0.
      *> The proof. Differences are worked in whole cents, and an
      *> entry's digits are taken off one place at a time: TP-PW is
      *> the place value of the lower digit of the pair in hand.
           05  TP-DIFF         PIC S9(9)V99 VALUE 0.
           05  TP-PROOF        PIC X(40) VALUE SPACES.
           05  TP-HINT         PIC X(60) VALUE SPACES.
           05  TP-PROVED       PIC X(1) VALUE "N".
           05  TP-NINES        PIC X(1) VALUE "N".
           05  TP-DCENTS       PIC S9(11) VALUE 0.
           05  TP-ABS          PIC 9(11) VALUE 0.
           05  TP-REM          PIC 9(1) VALUE 0.
           05  TP-WANT         PIC S9(11) VALUE 0.
           05  TP-CENTS        PIC 9(11) VALUE 0.
           05  TP-Q            PIC 9(11) VALUE 0.
           05  TP-D1           PIC 9(1) VALUE 0.
           05  TP-D2           PIC 9(1) VALUE 0.
           05  TP-PW           PIC 9(11) VALUE 0.
           05  TP-POS          PIC 9(2) VALUE 0.
           05  TP-CHK          PIC S9(11) VALUE 0.
           05  TP-HIT          PIC X(1) VALUE "N".
           05  TP-HITS         PIC 9(3) VALUE 0.
           05  TP-HIT-LIST     PIC X(40) VALUE SPACES.
      *> The archive records being built.
           05  AR-KEY          PIC X(14) VALUE SPACES.
           05  AR-VAL          PIC X(160) VALUE SPACES.
           05  AR-LINE         PIC X(160) VALUE SPACES.
           05  AR-ITEM         PIC X(12) VALUE SPACES.
           05  AR-N            PIC 9(2) VALUE 0.
           05  AR-CHUNK        PIC 9(2) VALUE 0.
           05  AR-NOTE         PIC X(80) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Key the batch and its slips".

       SCREEN SECTION.
       01  TAPE-SCREEN.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Adding Machine Tape".
           05  BATCH-AREA.
               10  BATCH-INPUT PIC X(10) USING TP-BATCH.
               10  CTL-INPUT   PIC 9(9)V99 USING TP-CONTROL.
           05  ENTRY-AREA.
               10  AMT-INPUT   PIC 9(7)V99 USING TP-AMT.
               10  PLUS-BTN    VALUE "Add" ON-ACTION PERFORM ADD-ENTRY.
               10  LESS-BTN    VALUE "Less" ON-ACTION PERFORM LESS-ENTRY.
               10  SUBT-BTN    VALUE "Subtotal" ON-ACTION PERFORM MARK-SUBTOTAL.
           05  PROOF-AREA.
               10  TOT-DISP    PIC S9(9)V99 USING TP-TOTAL.
               10  PROVE-BTN   VALUE "Prove" ON-ACTION PERFORM PROVE-TAPE.
               10  PROOF-DISP  PIC X(40) USING TP-PROOF.
               10  HINT-DISP   PIC X(60) USING TP-HINT.
           05  TAPE-ROWS.
               10  TAPE-LIST USING TP-ROW LIST ROWS 6 SELECTED TP-SEL.
           05  SIGN-AREA.
               10  OP-INPUT    PIC X(20) USING OP-NAME.
               10  PW-INPUT    PIC X(20) USING OP-PASS PASSWORD.
               10  SIGN-BTN    VALUE "Sign-In" ON-ACTION PERFORM DO-SIGNIN.
           05  ACTIONS.
               10  PRINT-BTN   VALUE "Print" ON-ACTION PERFORM PRINT-TAPE.
               10  NEW-BTN     VALUE "New-Tape" ON-ACTION PERFORM NEW-TAPE.
       COPY "examples/status-bar.inc".

      *> The tape as footed, then who footed which batch and how it
      *> proved.
       REPORT SECTION.
       01  TAPE-REPORT.
           05  PAGE-LENGTH 60.
           05  HEADING "=== Adding Machine Tape ===".
           05  HEADING "no|key|amount|=|running-total".
           05  DETAIL USING TP-ROW COUNT TP-COUNT.
           05  SUMMARY USING TP-BATCH TP-DATE TP-OPER TP-ENTRIES.
           05  SUMMARY USING TP-TOTAL TP-CONTROL TP-DIFF TP-PROOF.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

       DO-SIGNIN.
           AUTHENTICATE OP-NAME OP-PASS AUTH-R.
           IF AUTH-R = "1"
               MOVE OP-NAME TO TP-OPER
               MOVE "Signed in" TO STATUS-MSG
           ELSE
               MOVE "" TO TP-OPER
               MOVE "Sign-in failed" TO STATUS-MSG
           END-IF
           MOVE "" TO OP-PASS.

       ADD-ENTRY.
           MOVE "+" TO TP-SIGN
           PERFORM POST-ENTRY.

       LESS-ENTRY.
           MOVE "-" TO TP-SIGN
           PERFORM POST-ENTRY.

      *> Any new line on the tape undoes the last proof - it has to
      *> be proved again before it can be archived.
       POST-ENTRY.
           IF TP-AMT = 0
               MOVE "Key an amount" TO STATUS-MSG
           ELSE
               IF TP-COUNT >= 80
                   MOVE "Tape full - 80 lines" TO STATUS-MSG
               ELSE
                   ADD 1 TO TP-COUNT
                   ADD 1 TO TP-ENTRIES
                   MOVE TP-AMT TO TP-VAL(TP-COUNT)
                   MOVE TP-SIGN TO TP-KIND(TP-COUNT)
                   IF TP-SIGN = "+"
                       ADD TP-AMT TO TP-TOTAL
                   ELSE
                       SUBTRACT TP-AMT FROM TP-TOTAL
                   END-IF
                   MOVE TP-COUNT TO TP-IDX
                   MOVE TP-ENTRIES TO TP-NUM
                   MOVE TP-TOTAL TO TP-RUN
                   MOVE "N" TO TP-HIT
                   PERFORM BUILD-TAPE-ROW
                   MOVE 0 TO TP-AMT
                   PERFORM CLEAR-PROOF
                   MOVE "Entered" TO STATUS-MSG
               END-IF
           END-IF.

      *> A marker under the entries so far - never two in a row, and
      *> never on an empty tape.
       MARK-SUBTOTAL.
           IF TP-COUNT = 0
               MOVE "Nothing to subtotal" TO STATUS-MSG
           ELSE
               IF TP-KIND(TP-COUNT) = "S"
                   MOVE "Nothing to subtotal" TO STATUS-MSG
               ELSE
                   IF TP-COUNT >= 80
                       MOVE "Tape full - 80 lines" TO STATUS-MSG
                   ELSE
                       ADD 1 TO TP-COUNT
                       MOVE 0 TO TP-VAL(TP-COUNT)
                       MOVE "S" TO TP-KIND(TP-COUNT)
                       MOVE TP-COUNT TO TP-IDX
                       MOVE TP-TOTAL TO TP-RUN
                       MOVE "N" TO TP-HIT
                       PERFORM BUILD-TAPE-ROW
                       MOVE "Subtotal taken" TO STATUS-MSG
                   END-IF
               END-IF
           END-IF.

      *> One tape line from TP-IDX's entry, numbered TP-NUM, with
      *> TP-RUN as the running total after it.
       BUILD-TAPE-ROW.
           MOVE "" TO TP-ROW(TP-IDX)
           IF TP-KIND(TP-IDX) = "S"
               STRING "S|subtotal|=|" DELIMITED BY SIZE
                   TP-RUN DELIMITED BY SIZE
                   INTO TP-ROW(TP-IDX).
           ELSE
               STRING TP-NUM DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TP-KIND(TP-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TP-VAL(TP-IDX) DELIMITED BY SIZE
                   "|=|" DELIMITED BY SIZE
                   TP-RUN DELIMITED BY SIZE
                   INTO TP-ROW(TP-IDX).
           END-IF
           IF TP-HIT = "Y"
               MOVE "" TO TP-LINE
               STRING TP-ROW(TP-IDX) DELIMITED BY SIZE
                   "|<-check" DELIMITED BY SIZE
                   INTO TP-LINE.
               MOVE TP-LINE TO TP-ROW(TP-IDX)
           END-IF.

       CLEAR-PROOF.
           MOVE "N" TO TP-PROVED
           MOVE 0 TO TP-DIFF
           MOVE "" TO TP-PROOF
           MOVE "" TO TP-HINT.

       PROVE-TAPE.
           IF TP-ENTRIES = 0
               MOVE "Tape is empty" TO STATUS-MSG
           ELSE
               IF TP-CONTROL = 0
                   MOVE "Key the batch control total" TO STATUS-MSG
               ELSE
                   PERFORM RUN-PROOF
                   MOVE "Proof run" TO STATUS-MSG
               END-IF
           END-IF.

      *> The difference is what the slips say less what was keyed,
      *> so an entry keyed with two digits swapped is one whose
      *> swap-back moves the tape by exactly that much - the other
      *> way for a Less.
       RUN-PROOF.
           COMPUTE TP-DIFF = TP-CONTROL - TP-TOTAL
           COMPUTE TP-DCENTS = TP-DIFF * 100
           MOVE 0 TO TP-HITS
           MOVE "" TO TP-HIT-LIST
           MOVE "" TO TP-HINT
           MOVE "N" TO TP-NINES
           MOVE "" TO TP-PROOF
           IF TP-DIFF = 0
               MOVE "Y" TO TP-PROVED
               MOVE "IN BALANCE" TO TP-PROOF
           ELSE
               MOVE "N" TO TP-PROVED
               STRING "OUT|OF|BALANCE|by|" DELIMITED BY SIZE
                   TP-DIFF DELIMITED BY SIZE
                   INTO TP-PROOF.
               IF TP-DCENTS < 0
                   COMPUTE TP-ABS = 0 - TP-DCENTS
               ELSE
                   MOVE TP-DCENTS TO TP-ABS
               END-IF
               COMPUTE TP-REM = MOD(TP-ABS, 9)
               IF TP-REM = 0
                   MOVE "Y" TO TP-NINES
               END-IF
           END-IF
           MOVE 0 TO TP-RUN
           MOVE 0 TO TP-NUM
           PERFORM REBUILD-ONE-ROW
               VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > TP-COUNT
           IF TP-DIFF NOT = 0
               IF TP-NINES = "N"
                   MOVE "Not divisible by 9 - a missed slip?" TO TP-HINT
               ELSE
                   IF TP-HITS = 0
                       MOVE "Divisible by 9 - no single entry fits" TO TP-HINT
                   ELSE
                       STRING "Transposition?|check|entry" DELIMITED BY SIZE
                           TP-HIT-LIST DELIMITED BY SIZE
                           INTO TP-HINT.
                   END-IF
               END-IF
           END-IF.

      *> Every line is rebuilt, so flags from an earlier proof go
      *> once the tape is right.
       REBUILD-ONE-ROW.
           MOVE "N" TO TP-HIT
           IF TP-KIND(TP-IDX) NOT = "S"
               ADD 1 TO TP-NUM
               IF TP-KIND(TP-IDX) = "+"
                   ADD TP-VAL(TP-IDX) TO TP-RUN
               ELSE
                   SUBTRACT TP-VAL(TP-IDX) FROM TP-RUN
               END-IF
               IF TP-NINES = "Y"
                   PERFORM CHECK-TRANSPOSITION
               END-IF
           END-IF
           PERFORM BUILD-TAPE-ROW.

       CHECK-TRANSPOSITION.
           COMPUTE TP-CENTS = TP-VAL(TP-IDX) * 100
           IF TP-KIND(TP-IDX) = "+"
               MOVE TP-DCENTS TO TP-WANT
           ELSE
               COMPUTE TP-WANT = 0 - TP-DCENTS
           END-IF
           MOVE 1 TO TP-PW
           PERFORM CHECK-ONE-DIGIT-PAIR
               VARYING TP-POS FROM 1 BY 1 UNTIL TP-POS > 8
           IF TP-HIT = "Y"
               ADD 1 TO TP-HITS
               MOVE "" TO TP-LINE
               STRING TP-HIT-LIST DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TP-NUM DELIMITED BY SIZE
                   INTO TP-LINE.
               MOVE TP-LINE TO TP-HIT-LIST
           END-IF.

      *> Swapping the digits at TP-PW and ten times TP-PW moves the
      *> amount by 9 x TP-PW x their difference. The pair only
      *> counts when the upper digit was actually keyed.
       CHECK-ONE-DIGIT-PAIR.
           COMPUTE TP-Q = TP-CENTS / TP-PW
           COMPUTE TP-D1 = MOD(TP-Q, 10)
           COMPUTE TP-Q = TP-Q / 10
           COMPUTE TP-D2 = MOD(TP-Q, 10)
           IF TP-Q > 0
               COMPUTE TP-CHK = TP-D1 - TP-D2
               COMPUTE TP-CHK = TP-CHK * TP-PW * 9
               IF TP-CHK = TP-WANT
                   MOVE "Y" TO TP-HIT
               END-IF
           END-IF
           COMPUTE TP-PW = TP-PW * 10.

      *> The tape prints whatever its proof says; only one in
      *> balance goes to the archive.
       PRINT-TAPE.
           MOVE UPPER-CASE(TP-BATCH) TO TP-BATCH
           IF TP-OPER = ""
               MOVE "Sign in to print the tape" TO STATUS-MSG
           ELSE
               IF TP-ENTRIES = 0
                   MOVE "Tape is empty" TO STATUS-MSG
               ELSE
                   IF TP-BATCH = ""
                       PERFORM ISSUE-BATCH-NUMBER
                   END-IF
                   IF TP-BATCH NOT = ""
                       PERFORM PRINT-AND-ARCHIVE
                   END-IF
               END-IF
           END-IF.

      *> Taken only once a tape is ready to print, so an empty or
      *> unsigned tape never spends a number; a tape reprinted with
      *> its number cleared gets the one it was given back.
       ISSUE-BATCH-NUMBER.
           IF TP-ISSUED-NO NOT = ""
               MOVE TP-ISSUED-NO TO TP-BATCH
           ELSE
               TAKE-NUMBER "BATCH" TP-BATCH TP-NUM-R.
               IF TP-NUM-R = "1"
                   MOVE TP-BATCH TO TP-ISSUED-NO
               ELSE
                   MOVE "" TO TP-BATCH
                   MOVE "No batch number free - key one in" TO STATUS-MSG
               END-IF
           END-IF.

      *> The tape is dated the day it prints.
       PRINT-AND-ARCHIVE.
           ACCEPT TP-DATE FROM DATE
           IF TP-CONTROL = 0
               PERFORM CLEAR-PROOF
               MOVE "NOT PROVED" TO TP-PROOF
           ELSE
               PERFORM RUN-PROOF
           END-IF
           GENERATE TAPE-REPORT TO "calc-tape.rpt".
           IF TP-PROVED = "Y"
               PERFORM ARCHIVE-TAPE
           ELSE
               MOVE "Tape printed - not in balance, not archived" TO STATUS-MSG
           END-IF.

       ARCHIVE-TAPE.
           MOVE "" TO AR-VAL
           OPEN I-O KEYED "calc-batches.dat" ALTERNATE 1.
           READ KEY TP-BATCH AR-VAL.
           CLOSE.
           IF AR-VAL NOT = ""
               MOVE "" TO STATUS-MSG
               STRING "Tape|printed|-|batch|" DELIMITED BY SIZE
                   TP-BATCH DELIMITED BY SIZE
                   "|already|archived" DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               PERFORM WRITE-BATCH-ARCHIVE
               IF TP-BATCH = TP-ISSUED-NO
                   MOVE "" TO TP-ISSUED-NO
               END-IF
               MOVE "Tape printed and archived" TO STATUS-MSG
           END-IF.

       WRITE-BATCH-ARCHIVE.
           OPEN I-O KEYED "calc-batches.dat" ALTERNATE 1.
           MOVE "" TO AR-VAL
           STRING TP-BATCH DELIMITED BY SIZE
               "|H|" DELIMITED BY SIZE
               TP-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TP-OPER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TP-ENTRIES DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TP-TOTAL DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TP-CONTROL DELIMITED BY SIZE
               INTO AR-VAL.
           WRITE KEY TP-BATCH AR-VAL.
           MOVE AR-VAL TO AR-NOTE
           MOVE 0 TO AR-CHUNK
           MOVE 0 TO AR-N
           MOVE "" TO AR-VAL
           PERFORM PACK-ONE-ENTRY
               VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > TP-COUNT
           IF AR-N > 0
               PERFORM WRITE-TAPE-CHUNK
           END-IF
           CLOSE.
           MOVE "" TO AR-LINE
           STRING "TAPE|" DELIMITED BY SIZE
               AR-NOTE DELIMITED BY SIZE
               INTO AR-LINE.
           LOG AR-LINE.

       PACK-ONE-ENTRY.
           MOVE "" TO AR-ITEM
           IF TP-KIND(TP-IDX) = "S"
               MOVE "S" TO AR-ITEM
           ELSE
               STRING TP-KIND(TP-IDX) DELIMITED BY SIZE
                   TP-VAL(TP-IDX) DELIMITED BY SIZE
                   INTO AR-ITEM.
           END-IF
           MOVE "" TO AR-LINE
           IF AR-N = 0
               STRING TP-BATCH DELIMITED BY SIZE
                   "|T|" DELIMITED BY SIZE
                   AR-ITEM DELIMITED BY SIZE
                   INTO AR-LINE.
           ELSE
               STRING AR-VAL DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   AR-ITEM DELIMITED BY SIZE
                   INTO AR-LINE.
           END-IF
           MOVE AR-LINE TO AR-VAL
           ADD 1 TO AR-N
           IF AR-N = 10
               PERFORM WRITE-TAPE-CHUNK
           END-IF.

       WRITE-TAPE-CHUNK.
           ADD 1 TO AR-CHUNK
           MOVE "" TO AR-KEY
           STRING TP-BATCH DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               AR-CHUNK DELIMITED BY SIZE
               INTO AR-KEY.
           WRITE KEY AR-KEY AR-VAL.
           MOVE 0 TO AR-N
           MOVE "" TO AR-VAL.

      *> A fresh tape for the next batch; whoever is signed in stays
      *> signed in. A number the series gave the old tape that never
      *> reached the archive is voided - nothing will carry it.
       NEW-TAPE.
           IF TP-ISSUED-NO NOT = ""
               VOID-NUMBER "BATCH" TP-ISSUED-NO "TAPE NOT ARCHIVED" TP-NUM-R.
               MOVE "" TO TP-ISSUED-NO
           END-IF
           PERFORM CLEAR-ONE-TAPE-ROW
               VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > 80
           MOVE 0 TO TP-COUNT
           MOVE 0 TO TP-ENTRIES
           MOVE 0 TO TP-TOTAL
           MOVE 0 TO TP-AMT
           MOVE 0 TO TP-CONTROL
           MOVE "" TO TP-BATCH
           PERFORM CLEAR-PROOF
           MOVE "New tape" TO STATUS-MSG.

       CLEAR-ONE-TAPE-ROW.
           MOVE "" TO TP-ROW(TP-IDX)
           MOVE 0 TO TP-VAL(TP-IDX)
           MOVE "" TO TP-KIND(TP-IDX).
