       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-LEDGER.

      *> Student accounts for the registrar - charges, fees,
      *> payments and adjustments posted against the students of
      *> reg-students.dat, so fees are kept beside the student list
      *> they belong to instead of in a spreadsheet of their own.
      *>
      *> reg-ledger.dat holds one record per transaction, keyed "T"
      *> and a six-digit number from its "#SEQ" counter, with the
      *> value "student|date|type|amount|reference" - date YYMMDD,
      *> type CHARGE (tuition), FEE, PAYMENT or ADJUST. The amount
      *> is stored as its effect on the balance: a payment is typed
      *> as what was paid and stored negative, an adjustment is
      *> typed with its sign (a credit is negative). The student is
      *> the ALTERNATE 1 key an account is read through. A payment
      *> also carries its receipt number as a sixth part, taken from
      *> the RECEIPT series of cobalt-numbers.dat when it posts -
      *> no receipt number free, no payment posted.
      *>
      *> A balance is never typed and never stored per student: it
      *> is the sum of the student's transactions, worked out each
      *> time it is shown. What the file does keep is its control
      *> total, "#CONTROL" = "net|count", moved by every posting in
      *> the same open, so reg-statements.cbl can prove the sum of
      *> the balances against it. Transactions are never changed or
      *> deleted - a mistake is put right with an ADJUST.
      *>
      *> Posting is grader-only and every posting is LOGged with the
      *> record it wrote. The amount is VERIFY: it is keyed twice,
      *> blind, and two keyings that differ post nothing.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  OP-NAME         PIC X(20) VALUE SPACES.
           05  OP-PASS         PIC X(20) VALUE SPACES.
           05  AUTH-R          PIC X(1) VALUE " ".
      *> The account on screen. LOADED-ID is the key it was read
      *> for, so a posting never lands on a key typed after the
      *> Inquire.
           05  SID-IN          PIC X(20) VALUE SPACES.
           05  LOADED-ID       PIC X(20) VALUE SPACES.
           05  NAME-TEXT       PIC X(30) VALUE SPACES.
           05  BALANCE         PIC S9(7)V99 VALUE 0.
           05  STU-VAL         PIC X(60) VALUE SPACES.
           05  NM-W            PIC X(30) VALUE SPACES.
           05  GR-W            PIC X(2) VALUE SPACES.
           05  PT-W            PIC X(4) VALUE SPACES.
           05  ST-W            PIC X(1) VALUE SPACES.
      *> The account's transactions in posting order, one list row
      *> each as "date|type|amount|reference".
           05  LG-KEY          PIC X(10) OCCURS 60 TIMES
                                         VALUE SPACES.
           05  LG-VAL          PIC X(70) OCCURS 60 TIMES
                                         VALUE SPACES.
           05  LG-CNT          PIC 9(3) VALUE 0.
           05  LG-IDX          PIC 9(3) VALUE 0.
           05  TX-ROW          PIC X(70) OCCURS 60 TIMES
                                         VALUE SPACES.
           05  TX-SEL          PIC X(70) VALUE SPACES.
           05  LG-W            PIC X(70) VALUE SPACES.
           05  L-SID           PIC X(20) VALUE SPACES.
           05  L-DATE          PIC X(6) VALUE SPACES.
           05  L-TYPE          PIC X(8) VALUE SPACES.
           05  L-AMT           PIC X(12) VALUE SPACES.
           05  L-REF           PIC X(20) VALUE SPACES.
           05  L-RCPT          PIC X(10) VALUE SPACES.
      *> The posting form.
           05  TYPE-IN         PIC X(8) VALUE SPACES.
           05  AMT-IN          PIC X(12) VALUE SPACES.
           05  DATE-IN         PIC X(6) VALUE SPACES.
           05  REF-IN          PIC X(20) VALUE SPACES.
           05  AMT-RAW         PIC S9(7)V9(4) VALUE 0.
           05  CENTS-RAW       PIC S9(9)V9(4) VALUE 0.
           05  AMT-N           PIC S9(6)V99 VALUE 0.
           05  TODAY-D         PIC X(6) VALUE SPACES.
           05  DATE-OK         PIC X(1) VALUE SPACES.
           05  DAYS-N          PIC S9(5) VALUE 0.
           05  PIPE-CNT        PIC 9(3) VALUE 0.
           05  VAL-OK          PIC X(1) VALUE "N".
      *> The new record, its number, and the control total.
           05  TX-KEY          PIC X(10) VALUE SPACES.
           05  NEW-VAL         PIC X(70) VALUE SPACES.
           05  SEQ-VAL         PIC X(10) VALUE SPACES.
           05  SEQ-N           PIC 9(7) VALUE 0.
           05  SEQ-X           PIC X(7) VALUE SPACES.
           05  CTL-VAL         PIC X(40) VALUE SPACES.
           05  CTL-NET-X       PIC X(16) VALUE SPACES.
           05  CTL-CNT-X       PIC X(8) VALUE SPACES.
           05  CTL-NET         PIC S9(9)V99 VALUE 0.
           05  CTL-CNT         PIC 9(7) VALUE 0.
      *> A payment's receipt number and the TAKE-NUMBER verdict.
           05  RCPT-NO         PIC X(10) VALUE SPACES.
           05  RCPT-R          PIC X(1) VALUE " ".
           05  EDIT-NOTE       PIC X(40) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Type a student key".

       SCREEN SECTION.
      *> The key and Inquire first, then the account as it stands,
      *> then the form a transaction is posted from.
       01  LEDGER-SCREEN ON-ENTRY PERFORM LOCK-ACCOUNT.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Student Account Ledger".
           05  KEY-AREA.
               10  SID-INPUT   PIC X(20) USING SID-IN.
               10  INQ-BTN     VALUE "Inquire" ON-ACTION PERFORM DO-INQUIRE.
           05  ACCOUNT-AREA.
               10  NAME-DISP   PIC X(30) USING NAME-TEXT.
               10  BAL-DISP    PIC X(12) USING BALANCE.
               10 TX-LIST USING TX-ROW LIST ROWS 8 SELECTED TX-SEL.
           05  POST-AREA.
               10  TYPE-INPUT  PIC X(8) USING TYPE-IN.
               10  AMT-INPUT   PIC X(12) USING AMT-IN VERIFY.
               10  DATE-INPUT  PIC X(6) USING DATE-IN.
               10  REF-INPUT   PIC X(20) USING REF-IN.
               10 PST VALUE "Post" ON-ACTION PERFORM DO-POST ROLE "grader".
           05  SIGN-AREA.
               10  OP-INPUT    PIC X(20) USING OP-NAME.
               10  PW-INPUT    PIC X(20) USING OP-PASS PASSWORD.
               10  SIGN-BTN    VALUE "Sign-In" ON-ACTION PERFORM DO-SIGNIN.
       COPY "examples/status-bar.inc".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The name and balance come from the files, never from the
      *> keyboard.
       LOCK-ACCOUNT.
           DISABLE NAME-DISP.
           DISABLE BAL-DISP.

       DO-SIGNIN.
           AUTHENTICATE OP-NAME OP-PASS AUTH-R.
           IF AUTH-R = "1"
               MOVE "Signed in" TO STATUS-MSG
           ELSE
               MOVE "Sign-in failed" TO STATUS-MSG
           END-IF
           MOVE "" TO OP-PASS.

      *> Withdrawn students keep their accounts - a refund or a
      *> last payment still has to be posted against them.
       DO-INQUIRE.
           MOVE LOWER-CASE(SID-IN) TO SID-IN
           PERFORM CLEAR-ACCOUNT
           IF SID-IN = ""
               MOVE "Type a student key" TO STATUS-MSG
           ELSE
               PERFORM READ-STUDENT
               IF STU-VAL = ""
                   MOVE "No such student" TO STATUS-MSG
               ELSE
                   MOVE SID-IN TO LOADED-ID
                   MOVE NM-W TO NAME-TEXT
                   PERFORM LOAD-ACCOUNT
                   IF LG-CNT = 0
                       MOVE "No transactions on this account" TO STATUS-MSG
                   ELSE
                       MOVE "Account found" TO STATUS-MSG
                   END-IF
               END-IF
           END-IF.

       CLEAR-ACCOUNT.
           MOVE "" TO LOADED-ID
           MOVE "" TO NAME-TEXT
           MOVE 0 TO BALANCE
           PERFORM CLEAR-ONE-ROW
               VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > 60
           MOVE 0 TO LG-CNT
           MOVE "" TO TX-SEL.

       CLEAR-ONE-ROW.
           MOVE "" TO LG-KEY(LG-IDX)
           MOVE "" TO LG-VAL(LG-IDX)
           MOVE "" TO TX-ROW(LG-IDX).

       READ-STUDENT.
           MOVE "" TO STU-VAL
           OPEN I-O KEYED "reg-students.dat" ALTERNATE 2.
           READ KEY SID-IN STU-VAL.
           CLOSE.
           MOVE "" TO NM-W
           MOVE "" TO GR-W
           MOVE "" TO PT-W
           MOVE "" TO ST-W
           UNSTRING STU-VAL DELIMITED BY "|" INTO NM-W GR-W PT-W ST-W.

      *> The balance is the sum of what is on file - nothing else.
       LOAD-ACCOUNT.
           PERFORM CLEAR-ONE-ROW
               VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > 60
           MOVE 0 TO LG-CNT
           MOVE 0 TO BALANCE
           OPEN I-O KEYED "reg-ledger.dat" ALTERNATE 1.
           READ KEYS LG-KEY LG-VAL LG-CNT VIA LOADED-ID.
           CLOSE.
           PERFORM SHOW-ONE-TRANSACTION
               VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-CNT.

       SHOW-ONE-TRANSACTION.
           MOVE "" TO L-SID
           MOVE "" TO L-DATE
           MOVE "" TO L-TYPE
           MOVE "" TO L-AMT
           MOVE "" TO L-REF
           MOVE "" TO L-RCPT
           MOVE LG-VAL(LG-IDX) TO LG-W
           UNSTRING LG-W DELIMITED BY "|"
               INTO L-SID L-DATE L-TYPE L-AMT L-REF L-RCPT.
           ADD NUMVAL(L-AMT) TO BALANCE
           STRING L-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               L-TYPE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               L-AMT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               L-REF DELIMITED BY SIZE
               INTO TX-ROW(LG-IDX).
           IF L-RCPT NOT = ""
               MOVE TX-ROW(LG-IDX) TO LG-W
               MOVE "" TO TX-ROW(LG-IDX)
               STRING LG-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   L-RCPT DELIMITED BY SIZE
                   INTO TX-ROW(LG-IDX).
           END-IF.

      *> Only to the account just looked up. The record, its number
      *> and the control total are written in one open, so the
      *> control total never misses a posting, and in one
      *> transaction with the receipt number a payment takes, so a
      *> posting that does not land voids its receipt.
       DO-POST.
           MOVE "Y" TO VAL-OK
           MOVE LOWER-CASE(SID-IN) TO SID-IN
           IF LOADED-ID = "" OR LOADED-ID NOT = SID-IN
               MOVE "N" TO VAL-OK
               MOVE "Inquire on the student first" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               PERFORM VALIDATE-POSTING
           END-IF
           IF VAL-OK = "Y"
               BEGIN-TRANSACTION.
               PERFORM TAKE-RECEIPT
           END-IF
           IF VAL-OK = "Y"
               PERFORM WRITE-POSTING
               COMMIT.
               MOVE "" TO EDIT-NOTE
               STRING "POST:" DELIMITED BY SIZE
                   TX-KEY DELIMITED BY SIZE
                   INTO EDIT-NOTE.
               LOG EDIT-NOTE.
               LOG NEW-VAL.
               PERFORM LOAD-ACCOUNT
               MOVE "" TO AMT-IN
               MOVE "" TO REF-IN
               MOVE "" TO STATUS-MSG
               IF RCPT-NO = ""
                   STRING "Posted:" DELIMITED BY SIZE
                       TX-KEY DELIMITED BY SIZE
                       INTO STATUS-MSG.
               ELSE
                   STRING "Posted:" DELIMITED BY SIZE
                       TX-KEY DELIMITED BY SIZE
                       "/Receipt:" DELIMITED BY SIZE
                       RCPT-NO DELIMITED BY SIZE
                       INTO STATUS-MSG.
               END-IF
           END-IF.

      *> Payments only. With no number free the transaction is
      *> rolled back and nothing posts.
       TAKE-RECEIPT.
           MOVE "" TO RCPT-NO
           MOVE " " TO RCPT-R
           IF TYPE-IN = "PAYMENT"
               TAKE-NUMBER "RECEIPT" RCPT-NO RCPT-R.
               IF RCPT-R NOT = "1"
                   ROLLBACK.
                   MOVE "" TO RCPT-NO
                   MOVE "N" TO VAL-OK
                   MOVE "No receipt number - payment not posted" TO STATUS-MSG
               END-IF
           END-IF.

      *> A known type; an amount in money - positive, except that an
      *> adjustment carries its own sign and only may not be zero;
      *> a real date no later than today, blank meaning today; and
      *> a reference to trace the transaction by. The first failure
      *> wins and says what to fix.
       VALIDATE-POSTING.
           MOVE UPPER-CASE(TYPE-IN) TO TYPE-IN
           ACCEPT TODAY-D FROM DATE.
           IF DATE-IN = ""
               MOVE TODAY-D TO DATE-IN
           END-IF
           EVALUATE TYPE-IN
               WHEN "CHARGE"
                   CONTINUE
               WHEN "FEE"
                   CONTINUE
               WHEN "PAYMENT"
                   CONTINUE
               WHEN "ADJUST"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO VAL-OK
                   MOVE "Type is CHARGE, FEE, PAYMENT or ADJUST" TO STATUS-MSG
           END-EVALUATE
           IF VAL-OK = "Y"
               PERFORM VALIDATE-AMOUNT
           END-IF
           IF VAL-OK = "Y"
               PERFORM VALIDATE-POST-DATE
           END-IF
           MOVE 0 TO PIPE-CNT
           INSPECT REF-IN TALLYING PIPE-CNT FOR ALL "|"
           IF VAL-OK = "Y" AND REF-IN = ""
               MOVE "N" TO VAL-OK
               MOVE "Reference is required" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND PIPE-CNT > 0
               MOVE "N" TO VAL-OK
               MOVE "No | characters in the reference" TO STATUS-MSG
           END-IF
           MOVE "" TO TODAY-D.

       VALIDATE-AMOUNT.
           MOVE NUMVAL(AMT-IN) TO AMT-RAW
           COMPUTE CENTS-RAW = AMT-RAW * 100
           IF AMT-IN = ""
               MOVE "N" TO VAL-OK
               MOVE "Amount is required" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND NUMVAL(AMT-IN) NOT = AMT-IN
               MOVE "N" TO VAL-OK
               MOVE "Amount must be a number" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND INTEGER-PART(CENTS-RAW) NOT = CENTS-RAW
               MOVE "N" TO VAL-OK
               MOVE "Amount is to the cent - two decimals at most" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND TYPE-IN NOT = "ADJUST" AND AMT-RAW <= 0
               MOVE "N" TO VAL-OK
               MOVE "Amount must be more than zero" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND AMT-RAW = 0
               MOVE "N" TO VAL-OK
               MOVE "An adjustment may not be zero" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               IF AMT-RAW > 99999.99 OR AMT-RAW < -99999.99
                   MOVE "N" TO VAL-OK
                   MOVE "Amount is too large" TO STATUS-MSG
               END-IF
           END-IF
           MOVE AMT-RAW TO AMT-N
           IF TYPE-IN = "PAYMENT"
               COMPUTE AMT-N = 0 - AMT-N
           END-IF.

       VALIDATE-POST-DATE.
           MOVE "0" TO DATE-OK
           VALID-DATE DATE-IN DATE-OK
           IF DATE-OK NOT = "1"
               MOVE "N" TO VAL-OK
               MOVE "Bad date, use YYMMDD" TO STATUS-MSG
           ELSE
               DATE-DIFF TODAY-D DATE-IN DAYS-N
               IF DAYS-N > 0
                   MOVE "N" TO VAL-OK
                   MOVE "Date may not be after today" TO STATUS-MSG
               END-IF
           END-IF.

      *> "#CONTROL" reads "0|0" on a ledger that has none yet.
       WRITE-POSTING.
           MOVE "" TO NEW-VAL
           STRING SID-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DATE-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TYPE-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AMT-N DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               REF-IN DELIMITED BY SIZE
               INTO NEW-VAL.
           IF RCPT-NO NOT = ""
               MOVE NEW-VAL TO LG-W
               MOVE "" TO NEW-VAL
               STRING LG-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RCPT-NO DELIMITED BY SIZE
                   INTO NEW-VAL.
           END-IF
           OPEN I-O KEYED "reg-ledger.dat" ALTERNATE 1.
           MOVE "0" TO SEQ-VAL
           READ KEY "#SEQ" SEQ-VAL.
           MOVE NUMVAL(SEQ-VAL) TO SEQ-N
           ADD 1 TO SEQ-N
           WRITE KEY "#SEQ" SEQ-N.
           ADD 1000000 TO SEQ-N
           MOVE SEQ-N TO SEQ-X
           MOVE "" TO TX-KEY
           STRING "T" DELIMITED BY SIZE
               SEQ-X(2:6) DELIMITED BY SIZE
               INTO TX-KEY.
           WRITE KEY TX-KEY NEW-VAL.
           MOVE "0|0" TO CTL-VAL
           READ KEY "#CONTROL" CTL-VAL.
           MOVE "" TO CTL-NET-X
           MOVE "" TO CTL-CNT-X
           UNSTRING CTL-VAL DELIMITED BY "|" INTO CTL-NET-X CTL-CNT-X.
           MOVE NUMVAL(CTL-NET-X) TO CTL-NET
           MOVE NUMVAL(CTL-CNT-X) TO CTL-CNT
           ADD AMT-N TO CTL-NET
           ADD 1 TO CTL-CNT
           MOVE "" TO CTL-VAL
           STRING CTL-NET DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CTL-CNT DELIMITED BY SIZE
               INTO CTL-VAL.
           WRITE KEY "#CONTROL" CTL-VAL.
           CLOSE.
