       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-STATEMENTS.

      *> Month-end statement run for the student accounts kept by
      *> reg-ledger.cbl in reg-ledger.dat.
      *>
      *> Runs headless like reg-honors.cbl - from the scheduler or
      *> as
      *>   cobalt examples/reg-statements.cbl <events-file> AS-OF=yymmdd
      *> - and does its whole pass on arrival. AS-OF is the
      *> statement date, today when not given.
      *>
      *> Every student of reg-students.dat with a transaction on
      *> file gets a statement - its own spool job,
      *> "statement-<key>.rpt" - listing the transactions in date
      *> order with the running balance, then the balance aged into
      *> buckets by days before AS-OF: CURRENT (30 or fewer),
      *> OVER-30 (31-60), OVER-60 (61-90) and OVER-90. Payments and
      *> credits settle the oldest charges first, so what is left
      *> open is always the newest; a credit left over after every
      *> charge is settled shows as a negative CURRENT.
      *>
      *> The receivables summary, reg-receivables.rpt, lists each
      *> student's balance and buckets, then ties the total of the
      *> balances and the transactions read back to the ledger's
      *> "#CONTROL" total and count. Anything else - a transaction
      *> whose student has left the file, an account too long to
      *> read whole - leaves the two apart and the run says OUT OF
      *> BALANCE.
      *>
      *> No table here holds the term: the student store is walked
      *> once with START / READ NEXT into the work file
      *> reg-statements.stu, then the ledger is opened and the
      *> students are taken back from that file one at a time, each
      *> account read through the ALTERNATE key (only one keyed file
      *> is open at a time). The summary's rows go to
      *> reg-statements.rcv as the statements are made and feed the
      *> RECEIVABLES report once the ledger is closed, so a term of
      *> any size is stated the same way. STUDENT-FILE and
      *> LEDGER-FILE name the two stores, for a copy of the term
      *> kept with reg-maint.cbl's STUDENT-FILE=....

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  AS-OF           PIC X(6) VALUE SPACES.
           05  STUDENT-FILE    PIC X(60) VALUE "reg-students.dat".
           05  LEDGER-FILE     PIC X(60) VALUE "reg-ledger.dat".
      *> One student, as the browse delivers it and as it comes back
      *> from the work file.
           05  SK              PIC X(20) VALUE SPACES.
           05  SV              PIC X(60) VALUE SPACES.
           05  S-EOF           PIC X(1) VALUE "N".
           05  NM-W            PIC X(30) VALUE SPACES.
      *> One student's transactions as read, and one taken apart.
           05  LG-KEY          PIC X(10) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  LG-VAL          PIC X(70) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  LG-CNT          PIC 9(3) VALUE 0.
           05  LG-IDX          PIC 9(3) VALUE 0.
           05  LG-W            PIC X(70) VALUE SPACES.
           05  L-SID           PIC X(20) VALUE SPACES.
           05  L-DATE          PIC X(6) VALUE SPACES.
           05  L-TYPE          PIC X(8) VALUE SPACES.
           05  L-AMT           PIC X(12) VALUE SPACES.
           05  L-REF           PIC X(20) VALUE SPACES.
      *> One statement: a heading row naming the student, then a
      *> row per transaction sorted by date (posting order within a
      *> day). SUMMARY prints the ageing under these names.
           05  SM-SORT         PIC X(20) OCCURS 41 TIMES
                                         VALUE SPACES.
           05  SM-DATE         PIC X(8) OCCURS 41 TIMES
                                         VALUE SPACES.
           05  SM-TYPE         PIC X(20) OCCURS 41 TIMES
                                         VALUE SPACES.
           05  SM-AMT          PIC X(30) OCCURS 41 TIMES
                                         VALUE SPACES.
           05  SM-REF          PIC X(20) OCCURS 41 TIMES
                                         VALUE SPACES.
           05  SM-BAL          PIC X(12) OCCURS 41 TIMES
                                         VALUE SPACES.
           05  SM-CNT          PIC 9(3) VALUE 0.
           05  SM-IDX          PIC 9(3) VALUE 0.
           05  AMT-N           PIC S9(6)V99 VALUE 0.
           05  RUN-BAL         PIC S9(7)V99 VALUE 0.
           05  CREDIT-LEFT     PIC S9(7)V99 VALUE 0.
           05  OPEN-AMT        PIC S9(7)V99 VALUE 0.
           05  AGE-N           PIC S9(5) VALUE 0.
           05  BALANCE         PIC S9(7)V99 VALUE 0.
           05  CURRENT         PIC S9(7)V99 VALUE 0.
           05  OVER-30         PIC S9(7)V99 VALUE 0.
           05  OVER-60         PIC S9(7)V99 VALUE 0.
           05  OVER-90         PIC S9(7)V99 VALUE 0.
           05  JOB-NAME        PIC X(40) VALUE SPACES.
           05  STMT-CNT        PIC 9(3) VALUE 0.
      *> One receivables row as the report reads it back - student,
      *> balance, current, 31-60, 61-90 and over-90 - and the control
      *> totals the summary is proved against.
           05  RC-KEY          PIC X(20) VALUE SPACES.
           05  RC-BAL          PIC X(14) VALUE SPACES.
           05  RC-CUR          PIC X(14) VALUE SPACES.
           05  RC-30           PIC X(14) VALUE SPACES.
           05  RC-60           PIC X(14) VALUE SPACES.
           05  RC-90           PIC X(14) VALUE SPACES.
           05  TOTAL-DUE       PIC S9(9)V99 VALUE 0.
           05  TXNS            PIC 9(7) VALUE 0.
           05  CTL-VAL         PIC X(40) VALUE SPACES.
           05  CTL-NET-X       PIC X(16) VALUE SPACES.
           05  CTL-CNT-X       PIC X(8) VALUE SPACES.
           05  CONTROL-TOTAL   PIC S9(9)V99 VALUE 0.
           05  CONTROL-TXNS    PIC 9(7) VALUE 0.
           05  TIE-OUT         PIC X(14) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE SPACES.

       SCREEN SECTION.
       01  STMT-SCREEN ON-ENTRY PERFORM RUN-STATEMENTS.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Month-End Statements".
           05  TOTALS-AREA.
               10  STMT-DISP   PIC 9(3) USING STMT-CNT.
               10  DUE-DISP    PIC X(14) USING TOTAL-DUE.
               10  CTL-DISP    PIC X(14) USING CONTROL-TOTAL.
               10  TIE-DISP    PIC X(14) USING TIE-OUT.
       COPY "examples/status-bar.inc".

      *> One job per student; the summary that proves them is fed
      *> from its work file (PRINT-RECEIVABLES).
       REPORT SECTION.
       01  STATEMENT.
           05  PAGE-LENGTH 40.
           05  HEADING "=== Student Account Statement ===".
           05  HEADING "date  type  amount  reference  balance".
           05  DETAIL USING SM-DATE SM-TYPE SM-AMT SM-REF SM-BAL COUNT SM-CNT.
           05  SUMMARY USING AS-OF BALANCE CURRENT OVER-30 OVER-60 OVER-90.
       01  RECEIVABLES.
           05  PAGE-LENGTH 60.
           05  HEADING "=== Receivables Summary ===".
           05  HEADING "student  balance  current  31-60  61-90  over-90".
           05  DETAIL USING RC-KEY RC-BAL RC-CUR RC-30 RC-60 RC-90.
           05  SUMMARY USING TOTAL-DUE CONTROL-TOTAL TXNS CONTROL-TXNS TIE-OUT.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The whole job. The ledger stays open across the students
      *> so the control record is read from the same copy the
      *> accounts are.
       RUN-STATEMENTS.
           IF AS-OF = ""
               ACCEPT AS-OF FROM DATE.
           END-IF
           PERFORM LIST-STUDENTS
           MOVE 0 TO STMT-CNT
           MOVE 0 TO TOTAL-DUE
           MOVE 0 TO TXNS
           OPEN INPUT H1 "reg-statements.stu".
           OPEN OUTPUT H2 "reg-statements.rcv".
           OPEN I-O KEYED LEDGER-FILE ALTERNATE 1.
           MOVE "0|0" TO CTL-VAL
           READ KEY "#CONTROL" CTL-VAL.
           MOVE "N" TO S-EOF
           PERFORM STATE-ONE-ACCOUNT UNTIL S-EOF = "Y".
           CLOSE.
           CLOSE H1.
           CLOSE H2.
           MOVE "" TO CTL-NET-X
           MOVE "" TO CTL-CNT-X
           UNSTRING CTL-VAL DELIMITED BY "|" INTO CTL-NET-X CTL-CNT-X.
           MOVE NUMVAL(CTL-NET-X) TO CONTROL-TOTAL
           MOVE NUMVAL(CTL-CNT-X) TO CONTROL-TXNS
           MOVE "OUT OF BALANCE" TO TIE-OUT
           IF TOTAL-DUE = CONTROL-TOTAL AND TXNS = CONTROL-TXNS
               MOVE "IN BALANCE" TO TIE-OUT
           END-IF
           PERFORM PRINT-RECEIVABLES
           IF TIE-OUT = "IN BALANCE"
               MOVE "" TO STATUS-MSG
               STRING "Statements spooled:" DELIMITED BY SIZE
                   STMT-CNT DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               MOVE "Ledger OUT OF BALANCE - see the summary" TO STATUS-MSG
               LOG STATUS-MSG.
           END-IF.

      *> Every student, in key order, into the work file - the key
      *> and the record, a line each.
       LIST-STUDENTS.
           OPEN OUTPUT H1 "reg-statements.stu".
           MOVE "N" TO S-EOF
           OPEN I-O KEYED STUDENT-FILE.
           START "0" AT END PERFORM MARK-S-EOF.
           PERFORM LIST-ONE-STUDENT UNTIL S-EOF = "Y".
           CLOSE.
           CLOSE H1.

       LIST-ONE-STUDENT.
           MOVE "" TO SK
           MOVE "" TO SV
           READ NEXT SK SV AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               WRITE H1 SK SV.
           END-IF.

       MARK-S-EOF.
           MOVE "Y" TO S-EOF.

      *> A student with no transactions gets no statement. Only the
      *> rows an account reads are ever looked at (LG-CNT, SM-CNT),
      *> so nothing is cleared between students.
       STATE-ONE-ACCOUNT.
           MOVE "" TO SK
           MOVE "" TO SV
           READ H1 SK SV AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               MOVE 0 TO LG-CNT
               READ KEYS LG-KEY LG-VAL LG-CNT VIA SK.
               IF LG-CNT > 0
                   PERFORM BUILD-STATEMENT
                   PERFORM AGE-BALANCE
                   MOVE "" TO JOB-NAME
                   STRING "statement-" DELIMITED BY SIZE
                       SK DELIMITED BY SIZE
                       ".rpt" DELIMITED BY SIZE
                       INTO JOB-NAME.
                   GENERATE STATEMENT TO JOB-NAME.
                   ADD 1 TO STMT-CNT
                   PERFORM ADD-RECEIVABLE
               END-IF
           END-IF.

      *> Row 1 names the student; the "#" sort key keeps it ahead
      *> of every date.
       BUILD-STATEMENT.
           MOVE "" TO NM-W
           UNSTRING SV DELIMITED BY "|" INTO NM-W.
           MOVE 1 TO SM-CNT
           MOVE "#" TO SM-SORT(1)
           MOVE "STUDENT" TO SM-DATE(1)
           MOVE SK TO SM-TYPE(1)
           MOVE NM-W TO SM-AMT(1)
           MOVE "" TO SM-REF(1)
           MOVE "" TO SM-BAL(1)
           PERFORM TAKE-ONE-TRANSACTION
               VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-CNT
           SORT SM-SORT WITH SM-DATE SM-TYPE SM-AMT SM-REF COUNT SM-CNT.
           ADD LG-CNT TO TXNS.

       TAKE-ONE-TRANSACTION.
           MOVE LG-VAL(LG-IDX) TO LG-W
           MOVE "" TO L-SID
           MOVE "" TO L-DATE
           MOVE "" TO L-TYPE
           MOVE "" TO L-AMT
           MOVE "" TO L-REF
           UNSTRING LG-W DELIMITED BY "|" INTO L-SID L-DATE L-TYPE L-AMT L-REF.
           ADD 1 TO SM-CNT
           MOVE "" TO SM-SORT(SM-CNT)
           STRING L-DATE DELIMITED BY SIZE
               LG-KEY(LG-IDX) DELIMITED BY SIZE
               INTO SM-SORT(SM-CNT).
           MOVE L-DATE TO SM-DATE(SM-CNT)
           MOVE L-TYPE TO SM-TYPE(SM-CNT)
           MOVE L-AMT TO SM-AMT(SM-CNT)
           MOVE L-REF TO SM-REF(SM-CNT).

      *> First pass: the running balance, and every payment and
      *> credit pooled. Second pass: the pool settles the charges
      *> oldest first, and what each leaves open is aged.
       AGE-BALANCE.
           MOVE 0 TO RUN-BAL
           MOVE 0 TO CREDIT-LEFT
           MOVE 0 TO CURRENT
           MOVE 0 TO OVER-30
           MOVE 0 TO OVER-60
           MOVE 0 TO OVER-90
           PERFORM RUN-ONE-BALANCE
               VARYING SM-IDX FROM 2 BY 1 UNTIL SM-IDX > SM-CNT
           MOVE RUN-BAL TO BALANCE
           PERFORM AGE-ONE-CHARGE
               VARYING SM-IDX FROM 2 BY 1 UNTIL SM-IDX > SM-CNT
           SUBTRACT CREDIT-LEFT FROM CURRENT.

       RUN-ONE-BALANCE.
           MOVE NUMVAL(SM-AMT(SM-IDX)) TO AMT-N
           ADD AMT-N TO RUN-BAL
           MOVE RUN-BAL TO SM-BAL(SM-IDX)
           IF AMT-N < 0
               SUBTRACT AMT-N FROM CREDIT-LEFT
           END-IF.

       AGE-ONE-CHARGE.
           MOVE NUMVAL(SM-AMT(SM-IDX)) TO AMT-N
           IF AMT-N > 0
               MOVE AMT-N TO OPEN-AMT
               IF CREDIT-LEFT >= OPEN-AMT
                   SUBTRACT OPEN-AMT FROM CREDIT-LEFT
                   MOVE 0 TO OPEN-AMT
               ELSE
                   SUBTRACT CREDIT-LEFT FROM OPEN-AMT
                   MOVE 0 TO CREDIT-LEFT
               END-IF
               IF OPEN-AMT > 0
                   PERFORM BUCKET-OPEN-AMOUNT
               END-IF
           END-IF.

       BUCKET-OPEN-AMOUNT.
           DATE-DIFF SM-DATE(SM-IDX) AS-OF AGE-N
           IF AGE-N > 90
               ADD OPEN-AMT TO OVER-90
           ELSE
               IF AGE-N > 60
                   ADD OPEN-AMT TO OVER-60
               ELSE
                   IF AGE-N > 30
                       ADD OPEN-AMT TO OVER-30
                   ELSE
                       ADD OPEN-AMT TO CURRENT
                   END-IF
               END-IF
           END-IF.

      *> A line per DETAIL field of RECEIVABLES, in their order.
       ADD-RECEIVABLE.
           WRITE H2 SK BALANCE CURRENT OVER-30 OVER-60 OVER-90.
           ADD BALANCE TO TOTAL-DUE.

      *> The summary - a line per statement, then the control totals
      *> the balances are proved against.
       PRINT-RECEIVABLES.
           OPEN INPUT H2 "reg-statements.rcv".
           GENERATE RECEIVABLES TO "reg-receivables.rpt" FROM H2.
           CLOSE H2.
