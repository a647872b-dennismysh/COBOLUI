       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZ-BANK-MAINT.

      *> Question-bank maintenance for the quiz - the grader's screen
      *> for adding, changing, retiring and reordering questions
      *> instead of hand-editing quiz-bank.dat, where one stray "|"
      *> or a bad type code only surfaced when LOAD-ONE-QUESTION
      *> mis-loaded the line in front of students.
      *>
      *> A question's number is its position among the bank's
      *> question lines, and quiz-responses.dat keys every stored
      *> answer by that number ("user#q") - so a question is never
      *> physically moved or removed. Two control lines at the top
      *> of the bank carry the rest:
      *>   #ORDER=03,01,02,...  - the order the quiz presents them
      *>   #RETIRED=05,07       - questions the quiz no longer asks
      *> A third, "#DRAW=" (how many questions an attempt draws,
      *> and the minimums per type or points), belongs to the quiz;
      *> this screen carries it through a save unchanged.
      *> Both hold two-digit question numbers at fixed three-column
      *> steps, so the quiz reads them by position. A bank with no
      *> control lines loads in file order with nothing retired.
      *> A last one, "#VERSION=n", counts the saves - every Save
      *> writes the next number, and the quiz prints it on each
      *> certificate, so a certificate names the bank it was earned
      *> against.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
      *> The bank being maintained - a field, not a literal, so a
      *> grader can work on next term's copy beside the live one.
           05  BANK-FILE       PIC X(40) VALUE "examples/quiz-bank.dat".
           05  OP-NAME         PIC X(20) VALUE SPACES.
           05  OP-PASS         PIC X(20) VALUE SPACES.
           05  AUTH-R          PIC X(1) VALUE " ".
      *> Bank lines by question number, the retired flag beside
      *> each, and the presentation order as question numbers.
           05  BK-LINE         PIC X(80) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  BK-RET          PIC X(1) OCCURS 20 TIMES VALUE "N".
           05  ORD-TAB         PIC 9(2) OCCURS 20 TIMES VALUE 0.
           05  BK-COUNT        PIC 9(2) VALUE 0.
           05  ORD-COUNT       PIC 9(2) VALUE 0.
      *> One list row per question in presentation order -
      *> "n:line", or "n:RETIRED:line" for a retired question.
           05  BK-ROW          PIC X(80) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  ROW-SEL         PIC X(80) VALUE SPACES.
           05  IN-LINE         PIC X(80) VALUE SPACES.
           05  IN-EOF          PIC X(1) VALUE "N".
           05  ORDER-LINE      PIC X(80) VALUE SPACES.
           05  RET-LINE        PIC X(80) VALUE SPACES.
           05  DRAW-LINE       PIC X(80) VALUE SPACES.
           05  VER-LINE        PIC X(80) VALUE SPACES.
           05  VER-NO          PIC 9(4) VALUE 0.
      *> The question being edited, field by field. ED-NO names an
      *> existing question; zero (or past the end) makes Apply add
      *> a new one.
           05  ED-NO           PIC 9(2) VALUE 0.
           05  ED-TYPE         PIC X(4) VALUE "TEXT".
           05  ED-PTS          PIC X(4) VALUE SPACES.
           05  ED-ANS          PIC X(40) VALUE SPACES.
           05  ED-TEXT         PIC X(60) VALUE SPACES.
           05  ED-OPT          PIC X(60) VALUE SPACES.
           05  TY-W            PIC X(4) VALUE SPACES.
           05  TY-OK           PIC X(1) VALUE "N".
           05  NT-W            PIC X(12) VALUE SPACES.
           05  TL-W            PIC X(12) VALUE SPACES.
           05  PTS-N           PIC 9(2) VALUE 0.
           05  PIPE-CNT        PIC 9(3) VALUE 0.
           05  LBL-CNT         PIC 9(3) VALUE 0.
           05  L1-W            PIC 9(3) VALUE 0.
           05  L2-W            PIC 9(3) VALUE 0.
           05  L3-W            PIC 9(3) VALUE 0.
           05  L4-W            PIC 9(3) VALUE 0.
           05  LEN-W           PIC 9(3) VALUE 0.
           05  VAL-OK          PIC X(1) VALUE "N".
           05  NEW-LINE        PIC X(80) VALUE SPACES.
      *> The audit pair every edit leaves - the note naming the
      *> action and question, then the line before and after (for
      *> a retire or restore, the question's status). An edit is
      *> only queued here; the queue is written to the audit trail
      *> when Save has written the bank, so an edit never saved is
      *> never audited as made.
           05  EDIT-ACT        PIC X(12) VALUE SPACES.
           05  EDIT-NOTE       PIC X(40) VALUE SPACES.
           05  LINE-BEFORE     PIC X(80) VALUE SPACES.
           05  LINE-AFTER      PIC X(80) VALUE SPACES.
           05  AQ-NOTE         PIC X(40) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  AQ-BEFORE       PIC X(80) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  AQ-AFTER        PIC X(80) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  AQ-COUNT        PIC 9(2) VALUE 0.
           05  AQ-IDX          PIC 9(2) VALUE 0.
           05  VER-WAS         PIC X(80) VALUE SPACES.
      *> Reserved - every OPEN leaves OK, LOCKED or E and the file
      *> status here.
           05  IO-STATUS       PIC X(8) VALUE SPACES.
           05  I-W             PIC 9(2) VALUE 0.
           05  J-W             PIC 9(2) VALUE 0.
           05  K-W             PIC 9(2) VALUE 0.
           05  N-W             PIC 9(2) VALUE 0.
           05  HIT-W           PIC 9(2) VALUE 0.
           05  POS-W           PIC 9(3) VALUE 0.
           05  NN-W            PIC X(2) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Sign in to edit".

       SCREEN SECTION.
       01  BANK-SCREEN ON-ENTRY PERFORM LOAD-BANK.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Quiz Bank Maintenance".
           05  FILE-AREA.
               10  FILE-INPUT  PIC X(40) USING BANK-FILE.
               10  LOAD-BTN    VALUE "Load" ON-ACTION PERFORM LOAD-BANK.
           05  BANK-AREA.
               10 BANK-LIST USING BK-ROW LIST ROWS 10 SELECTED ROW-SEL.
      *> Question number first, then its fields - Fetch fills them
      *> from the bank, New clears them for an addition.
           05  PICK-AREA.
               10  NO-INPUT    PIC 9(2) USING ED-NO.
               10  FETCH-BTN   VALUE "Fetch" ON-ACTION PERFORM DO-FETCH.
               10  NEW-BTN     VALUE "New" ON-ACTION PERFORM DO-NEW.
           05  EDIT-AREA.
               10  TYPE-INPUT  PIC X(4) USING ED-TYPE.
               10  PTS-INPUT   PIC X(4) USING ED-PTS.
               10  ANS-INPUT   PIC X(40) USING ED-ANS.
               10  TEXT-INPUT  PIC X(60) USING ED-TEXT.
               10  OPT-INPUT   PIC X(60) USING ED-OPT.
      *> Every change to the bank is grader-only. As on the quiz's
      *> CONTROLS, the gated names drop the -BTN suffix and the
      *> retire pair run short paragraph names, only so each
      *> definition fits one source line.
           05  ACTIONS.
               10 APPLY VALUE "Apply" ON-ACTION PERFORM DO-APPLY ROLE "grader".
               10 RETIRE VALUE "Retire" ON-ACTION PERFORM RET-Q ROLE "grader".
               10 UNRET VALUE "Restore" ON-ACTION PERFORM UNRET-Q ROLE "grader".
               10 UP VALUE "Up" ON-ACTION PERFORM DO-UP ROLE "grader".
               10 DOWN VALUE "Down" ON-ACTION PERFORM DO-DOWN ROLE "grader".
               10 SAVE VALUE "Save" ON-ACTION PERFORM DO-SAVE ROLE "grader".
           05  SIGN-AREA.
               10  OP-INPUT    PIC X(20) USING OP-NAME.
               10  PW-INPUT    PIC X(20) USING OP-PASS PASSWORD.
               10  SIGN-BTN    VALUE "Sign-In" ON-ACTION PERFORM DO-SIGNIN.
       COPY "examples/status-bar.inc".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> Question lines load by number; the control lines are
      *> picked off wherever they sit and applied once the whole
      *> bank is in.
       LOAD-BANK.
           MOVE 0 TO BK-COUNT
           MOVE 0 TO AQ-COUNT
           MOVE 0 TO ORD-COUNT
           MOVE "" TO ORDER-LINE
           MOVE "" TO RET-LINE
           MOVE "" TO DRAW-LINE
           MOVE "" TO VER-LINE
           PERFORM CLEAR-ONE-SLOT
               VARYING I-W FROM 1 BY 1 UNTIL I-W > 20
           PERFORM CLEAR-ONE-QUEUED-EDIT
               VARYING AQ-IDX FROM 1 BY 1 UNTIL AQ-IDX > 40
           MOVE "N" TO IN-EOF
           OPEN INPUT SHARED BANK-FILE.
           PERFORM LOAD-ONE-LINE UNTIL IN-EOF = "Y".
           CLOSE.
           PERFORM MARK-ONE-RETIRED
               VARYING I-W FROM 1 BY 1 UNTIL I-W > 20
           PERFORM TAKE-ONE-ORDER-ENTRY
               VARYING I-W FROM 1 BY 1 UNTIL I-W > 20
           PERFORM ADD-MISSING-TO-ORDER
               VARYING J-W FROM 1 BY 1 UNTIL J-W > BK-COUNT
           PERFORM BUILD-BANK-ROWS
           LOG BANK-FILE.
           MOVE "Bank loaded" TO STATUS-MSG.

       CLEAR-ONE-SLOT.
           MOVE "" TO BK-LINE(I-W)
           MOVE "N" TO BK-RET(I-W)
           MOVE 0 TO ORD-TAB(I-W)
           MOVE "" TO BK-ROW(I-W).

      *> A reload drops whatever was edited and not saved, and the
      *> queued audit records of those edits with it.
       CLEAR-ONE-QUEUED-EDIT.
           MOVE "" TO AQ-NOTE(AQ-IDX)
           MOVE "" TO AQ-BEFORE(AQ-IDX)
           MOVE "" TO AQ-AFTER(AQ-IDX).

       LOAD-ONE-LINE.
           READ IN-LINE AT END PERFORM MARK-IN-EOF.
           IF IN-EOF = "N"
               IF IN-LINE(1:7) = "#ORDER="
                   MOVE IN-LINE TO ORDER-LINE
               ELSE
                   IF IN-LINE(1:9) = "#RETIRED="
                       MOVE IN-LINE TO RET-LINE
                   ELSE
                       IF IN-LINE(1:6) = "#DRAW="
                           MOVE IN-LINE TO DRAW-LINE
                       ELSE
                           IF IN-LINE(1:9) = "#VERSION="
                               MOVE IN-LINE TO VER-LINE
                           ELSE
                               IF IN-LINE NOT = "" AND BK-COUNT < 20
                                   ADD 1 TO BK-COUNT
                                   MOVE IN-LINE TO BK-LINE(BK-COUNT)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MARK-IN-EOF.
           MOVE "Y" TO IN-EOF.

      *> "#RETIRED=" is nine columns, so entry n starts at 3n+7.
       MARK-ONE-RETIRED.
           COMPUTE POS-W = I-W * 3 + 7
           MOVE RET-LINE(POS-W:2) TO NN-W
           IF NN-W NOT = ""
               MOVE NN-W TO N-W
               IF N-W > 0 AND N-W <= BK-COUNT
                   MOVE "Y" TO BK-RET(N-W)
               END-IF
           END-IF.

      *> "#ORDER=" is seven columns, so entry n starts at 3n+5. A
      *> number past the end of the bank, or listed twice, is
      *> dropped rather than trusted.
       TAKE-ONE-ORDER-ENTRY.
           COMPUTE POS-W = I-W * 3 + 5
           MOVE ORDER-LINE(POS-W:2) TO NN-W
           IF NN-W NOT = ""
               MOVE NN-W TO N-W
               PERFORM FIND-IN-ORDER
               IF N-W > 0 AND N-W <= BK-COUNT AND HIT-W = 0
                   ADD 1 TO ORD-COUNT
                   MOVE N-W TO ORD-TAB(ORD-COUNT)
               END-IF
           END-IF.

      *> Questions the order line never mentions (a hand-added line,
      *> or no order line at all) follow in file order.
       ADD-MISSING-TO-ORDER.
           MOVE J-W TO N-W
           PERFORM FIND-IN-ORDER
           IF HIT-W = 0
               ADD 1 TO ORD-COUNT
               MOVE J-W TO ORD-TAB(ORD-COUNT)
           END-IF.

      *> HIT-W comes back as N-W's place in the order, zero if absent.
       FIND-IN-ORDER.
           MOVE 0 TO HIT-W
           PERFORM MATCH-ONE-ORDER
               VARYING K-W FROM 1 BY 1 UNTIL K-W > ORD-COUNT.

       MATCH-ONE-ORDER.
           IF ORD-TAB(K-W) = N-W
               MOVE K-W TO HIT-W
           END-IF.

       BUILD-BANK-ROWS.
           PERFORM CLEAR-ONE-ROW
               VARYING I-W FROM 1 BY 1 UNTIL I-W > 20
           PERFORM BUILD-ONE-ROW
               VARYING I-W FROM 1 BY 1 UNTIL I-W > ORD-COUNT.

       CLEAR-ONE-ROW.
           MOVE "" TO BK-ROW(I-W).

       BUILD-ONE-ROW.
           MOVE ORD-TAB(I-W) TO N-W
           IF BK-RET(N-W) = "Y"
               STRING N-W DELIMITED BY SIZE
                   ":RETIRED:" DELIMITED BY SIZE
                   BK-LINE(N-W) DELIMITED BY SIZE
                   INTO BK-ROW(I-W)
           ELSE
               STRING N-W DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   BK-LINE(N-W) DELIMITED BY SIZE
                   INTO BK-ROW(I-W)
           END-IF.

       DO-SIGNIN.
           AUTHENTICATE OP-NAME OP-PASS AUTH-R.
           IF AUTH-R = "1"
               MOVE "Signed in" TO STATUS-MSG
           ELSE
               MOVE "Sign-in failed" TO STATUS-MSG
           END-IF
           MOVE "" TO OP-PASS.

      *> Splits the numbered question's line back into the edit
      *> fields - the same shapes LOAD-ONE-QUESTION reads.
       DO-FETCH.
           IF ED-NO < 1 OR ED-NO > BK-COUNT
               MOVE "No such question number" TO STATUS-MSG
           ELSE
               PERFORM CLEAR-EDIT-FIELDS
               MOVE "" TO TY-W
               MOVE BK-LINE(ED-NO) TO IN-LINE
               UNSTRING IN-LINE DELIMITED BY "|" INTO TY-W.
               IF TY-W = "MC" OR TY-W = "TF" OR TY-W = "NUM"
                   MOVE TY-W TO ED-TYPE
                   PERFORM DROP-TYPE-CODE
                   UNSTRING IN-LINE DELIMITED BY "|"
                       INTO ED-PTS ED-ANS ED-TEXT ED-OPT.
               ELSE
                   UNSTRING IN-LINE DELIMITED BY "|" INTO ED-PTS ED-ANS ED-TEXT.
               END-IF
               MOVE "Question fetched" TO STATUS-MSG
           END-IF.

      *> The type code and its "|" drop off the front, leaving the
      *> classic shape plus the choices field.
       DROP-TYPE-CODE.
           IF TY-W = "NUM"
               MOVE IN-LINE(5:80) TO IN-LINE
           ELSE
               MOVE IN-LINE(4:80) TO IN-LINE
           END-IF.

       DO-NEW.
           MOVE 0 TO ED-NO
           PERFORM CLEAR-EDIT-FIELDS
           MOVE "Enter the new question, then Apply" TO STATUS-MSG.

       CLEAR-EDIT-FIELDS.
           MOVE "TEXT" TO ED-TYPE
           MOVE "" TO ED-PTS
           MOVE "" TO ED-ANS
           MOVE "" TO ED-TEXT
           MOVE "" TO ED-OPT.

      *> Each edit waits in the audit queue until Save; a full
      *> queue refuses the next edit until the bank is saved.
       DO-APPLY.
           IF AQ-COUNT >= 40
               MOVE "Too many unsaved edits - Save first" TO STATUS-MSG
           ELSE
               PERFORM APPLY-EDIT
           END-IF.

       RET-Q.
           IF AQ-COUNT >= 40
               MOVE "Too many unsaved edits - Save first" TO STATUS-MSG
           ELSE
               PERFORM RETIRE-QUESTION
           END-IF.

       UNRET-Q.
           IF AQ-COUNT >= 40
               MOVE "Too many unsaved edits - Save first" TO STATUS-MSG
           ELSE
               PERFORM RESTORE-QUESTION
           END-IF.

       DO-UP.
           IF AQ-COUNT >= 40
               MOVE "Too many unsaved edits - Save first" TO STATUS-MSG
           ELSE
               PERFORM MOVE-QUESTION-UP
           END-IF.

       DO-DOWN.
           IF AQ-COUNT >= 40
               MOVE "Too many unsaved edits - Save first" TO STATUS-MSG
           ELSE
               PERFORM MOVE-QUESTION-DOWN
           END-IF.

      *> A valid edit either replaces the numbered question's line
      *> or, with no number, joins the bank at the end of both the
      *> file and the presentation order.
       APPLY-EDIT.
           PERFORM VALIDATE-EDIT
           IF VAL-OK = "Y"
               PERFORM BUILD-NEW-LINE
               IF ED-NO > 0 AND ED-NO <= BK-COUNT
                   MOVE BK-LINE(ED-NO) TO LINE-BEFORE
                   MOVE NEW-LINE TO BK-LINE(ED-NO)
                   MOVE "CHANGE Q" TO EDIT-ACT
               ELSE
                   IF BK-COUNT < 20
                       ADD 1 TO BK-COUNT
                       MOVE BK-COUNT TO ED-NO
                       MOVE "" TO LINE-BEFORE
                       MOVE NEW-LINE TO BK-LINE(BK-COUNT)
                       MOVE "N" TO BK-RET(BK-COUNT)
                       ADD 1 TO ORD-COUNT
                       MOVE BK-COUNT TO ORD-TAB(ORD-COUNT)
                       MOVE "ADD Q" TO EDIT-ACT
                   ELSE
                       MOVE "N" TO VAL-OK
                       MOVE "Bank full - 20 questions" TO STATUS-MSG
                   END-IF
               END-IF
           END-IF
           IF VAL-OK = "Y"
               MOVE NEW-LINE TO LINE-AFTER
               PERFORM QUEUE-EDIT-AUDIT
               PERFORM BUILD-BANK-ROWS
               MOVE "Question applied - Save to keep it" TO STATUS-MSG
           END-IF.

      *> The checks SPLIT-TYPED-LINE and the CHECK-xxx-ANSWER
      *> paragraphs silently depend on, made up front: a known type
      *> code, whole-number points, question text, no field
      *> delimiter inside a field, an answer of the right shape for
      *> the type, and a line that still fits the bank record. The
      *> first failure wins and says what to fix.
       VALIDATE-EDIT.
           MOVE "Y" TO VAL-OK
           MOVE UPPER-CASE(ED-TYPE) TO ED-TYPE
           IF ED-TYPE = ""
               MOVE "TEXT" TO ED-TYPE
           END-IF
           MOVE "N" TO TY-OK
           IF ED-TYPE = "TEXT" OR ED-TYPE = "MC"
               MOVE "Y" TO TY-OK
           END-IF
           IF ED-TYPE = "TF" OR ED-TYPE = "NUM"
               MOVE "Y" TO TY-OK
           END-IF
           MOVE 0 TO PIPE-CNT
           INSPECT ED-PTS TALLYING PIPE-CNT FOR ALL "|"
           INSPECT ED-ANS TALLYING PIPE-CNT FOR ALL "|"
           INSPECT ED-TEXT TALLYING PIPE-CNT FOR ALL "|"
           INSPECT ED-OPT TALLYING PIPE-CNT FOR ALL "|"
           IF TY-OK = "N"
               MOVE "N" TO VAL-OK
               MOVE "Type must be TEXT, MC, TF or NUM" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND PIPE-CNT > 0
               MOVE "N" TO VAL-OK
               MOVE "No | characters inside a field" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND INTEGER-PART(ED-PTS) NOT = ED-PTS
               MOVE "N" TO VAL-OK
               MOVE "Points must be a whole number" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               IF ED-PTS < 1 OR ED-PTS > 99
                   MOVE "N" TO VAL-OK
                   MOVE "Points must be 1 to 99" TO STATUS-MSG
               END-IF
           END-IF
           IF VAL-OK = "Y" AND ED-TEXT = ""
               MOVE "N" TO VAL-OK
               MOVE "Question text is required" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               EVALUATE ED-TYPE
                   WHEN "MC"
                       PERFORM VALIDATE-MC-ANSWER
                   WHEN "TF"
                       PERFORM VALIDATE-TF-ANSWER
                   WHEN "NUM"
                       PERFORM VALIDATE-NUM-ANSWER
                   WHEN OTHER
                       PERFORM VALIDATE-TEXT-ANSWER
               END-EVALUATE
           END-IF
           IF VAL-OK = "Y"
               PERFORM CHECK-LINE-LENGTH
           END-IF.

       VALIDATE-TEXT-ANSWER.
           MOVE "" TO ED-OPT
           IF ED-ANS = ""
               MOVE "N" TO VAL-OK
               MOVE "Give at least one accepted answer" TO STATUS-MSG
           END-IF.

      *> One letter A-D - the quiz's answer dropdown offers no more -
      *> and choices that open with "A " and carry the answer's own
      *> letter label, so the student can actually see the answer.
       VALIDATE-MC-ANSWER.
           MOVE UPPER-CASE(ED-ANS) TO ED-ANS
           MOVE LENGTH(ED-ANS) TO L1-W
           IF L1-W NOT = 1 OR ED-ANS < "A" OR ED-ANS > "D"
               MOVE "N" TO VAL-OK
               MOVE "MC answer must be one letter A to D" TO STATUS-MSG
           END-IF
           MOVE 0 TO LBL-CNT
           EVALUATE ED-ANS
               WHEN "A"
                   INSPECT ED-OPT TALLYING LBL-CNT FOR LEADING "A "
               WHEN "B"
                   INSPECT ED-OPT TALLYING LBL-CNT FOR ALL "B "
               WHEN "C"
                   INSPECT ED-OPT TALLYING LBL-CNT FOR ALL "C "
               WHEN OTHER
                   INSPECT ED-OPT TALLYING LBL-CNT FOR ALL "D "
           END-EVALUATE
           IF VAL-OK = "Y" AND ED-OPT(1:2) NOT = "A "
               MOVE "N" TO VAL-OK
               MOVE "MC choices must be lettered, starting A" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND LBL-CNT = 0
               MOVE "N" TO VAL-OK
               MOVE "MC choices have no label for the answer" TO STATUS-MSG
           END-IF.

       VALIDATE-TF-ANSWER.
           MOVE "" TO ED-OPT
           MOVE UPPER-CASE(ED-ANS) TO ED-ANS
           IF ED-ANS NOT = "TRUE" AND ED-ANS NOT = "FALSE"
               MOVE "N" TO VAL-OK
               MOVE "TF answer must be TRUE or FALSE" TO STATUS-MSG
           END-IF.

      *> "target,tolerance" - both numbers, tolerance never negative.
       VALIDATE-NUM-ANSWER.
           MOVE "" TO ED-OPT
           MOVE "" TO NT-W
           MOVE "" TO TL-W
           UNSTRING ED-ANS DELIMITED BY "," INTO NT-W TL-W
           IF NUMVAL(NT-W) NOT = NT-W
               MOVE "N" TO VAL-OK
               MOVE "NUM needs a numeric target" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND NUMVAL(TL-W) NOT = TL-W
               MOVE "N" TO VAL-OK
               MOVE "NUM needs target,tolerance" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND TL-W < 0
               MOVE "N" TO VAL-OK
               MOVE "NUM tolerance cannot be negative" TO STATUS-MSG
           END-IF.

      *> A bank record is one 80-column line - the fields plus the
      *> type code and separators the type's shape adds.
       CHECK-LINE-LENGTH.
           MOVE LENGTH(ED-PTS) TO L1-W
           MOVE LENGTH(ED-ANS) TO L2-W
           MOVE LENGTH(ED-TEXT) TO L3-W
           MOVE 0 TO L4-W
           EVALUATE ED-TYPE
               WHEN "MC"
                   MOVE LENGTH(ED-OPT) TO L4-W
                   COMPUTE LEN-W = L1-W + L2-W + L3-W + L4-W + 7
               WHEN "TF"
                   COMPUTE LEN-W = L1-W + L2-W + L3-W + 6
               WHEN "NUM"
                   COMPUTE LEN-W = L1-W + L2-W + L3-W + 7
               WHEN OTHER
                   COMPUTE LEN-W = L1-W + L2-W + L3-W + 2
           END-EVALUATE
           IF LEN-W > 80
               MOVE "N" TO VAL-OK
               MOVE "Question too long for one bank line" TO STATUS-MSG
           END-IF.

      *> The same line shapes the quiz loads (see quiz.cbl).
       BUILD-NEW-LINE.
           MOVE ED-PTS TO PTS-N
           MOVE "" TO NEW-LINE
           EVALUATE ED-TYPE
               WHEN "MC"
                   STRING "MC|" DELIMITED BY SIZE
                       PTS-N DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-ANS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-TEXT DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-OPT DELIMITED BY SIZE
                       INTO NEW-LINE
               WHEN "TF"
                   STRING "TF|" DELIMITED BY SIZE
                       PTS-N DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-ANS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-TEXT DELIMITED BY SIZE
                       INTO NEW-LINE
               WHEN "NUM"
                   STRING "NUM|" DELIMITED BY SIZE
                       PTS-N DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-ANS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-TEXT DELIMITED BY SIZE
                       INTO NEW-LINE
               WHEN OTHER
                   STRING PTS-N DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-ANS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ED-TEXT DELIMITED BY SIZE
                       INTO NEW-LINE
           END-EVALUATE.

      *> Retiring keeps the line (and its number) in the bank - old
      *> responses still resolve to its text - and only stops the
      *> quiz asking it.
       RETIRE-QUESTION.
           IF ED-NO < 1 OR ED-NO > BK-COUNT
               MOVE "No such question number" TO STATUS-MSG
           ELSE
               IF BK-RET(ED-NO) = "Y"
                   MOVE "Question already retired" TO STATUS-MSG
               ELSE
                   MOVE "Y" TO BK-RET(ED-NO)
                   MOVE "RETIRE Q" TO EDIT-ACT
                   MOVE "ACTIVE" TO LINE-BEFORE
                   MOVE "RETIRED" TO LINE-AFTER
                   PERFORM QUEUE-EDIT-AUDIT
                   PERFORM BUILD-BANK-ROWS
                   MOVE "Question retired - Save to keep it" TO STATUS-MSG
               END-IF
           END-IF.

       RESTORE-QUESTION.
           IF ED-NO < 1 OR ED-NO > BK-COUNT
               MOVE "No such question number" TO STATUS-MSG
           ELSE
               IF BK-RET(ED-NO) NOT = "Y"
                   MOVE "Question is not retired" TO STATUS-MSG
               ELSE
                   MOVE "N" TO BK-RET(ED-NO)
                   MOVE "RESTORE Q" TO EDIT-ACT
                   MOVE "RETIRED" TO LINE-BEFORE
                   MOVE "ACTIVE" TO LINE-AFTER
                   PERFORM QUEUE-EDIT-AUDIT
                   PERFORM BUILD-BANK-ROWS
                   MOVE "Question restored - Save to keep it" TO STATUS-MSG
               END-IF
           END-IF.

      *> Reordering swaps two places in the presentation order; the
      *> audit pair is the order line before and after the swap.
       MOVE-QUESTION-UP.
           MOVE ED-NO TO N-W
           PERFORM FIND-IN-ORDER
           IF HIT-W < 2
               MOVE "Question cannot move up" TO STATUS-MSG
           ELSE
               COMPUTE J-W = HIT-W - 1
               PERFORM SWAP-ORDER-ENTRIES
               MOVE "MOVE UP Q" TO EDIT-ACT
               PERFORM QUEUE-EDIT-AUDIT
               MOVE "Question moved up - Save to keep it" TO STATUS-MSG
           END-IF.

       MOVE-QUESTION-DOWN.
           MOVE ED-NO TO N-W
           PERFORM FIND-IN-ORDER
           IF HIT-W = 0 OR HIT-W >= ORD-COUNT
               MOVE "Question cannot move down" TO STATUS-MSG
           ELSE
               COMPUTE J-W = HIT-W + 1
               PERFORM SWAP-ORDER-ENTRIES
               MOVE "MOVE DOWN Q" TO EDIT-ACT
               PERFORM QUEUE-EDIT-AUDIT
               MOVE "Question moved down - Save to keep it" TO STATUS-MSG
           END-IF.

      *> Exchanges order places HIT-W and J-W.
       SWAP-ORDER-ENTRIES.
           PERFORM BUILD-ORDER-LINE
           MOVE ORDER-LINE TO LINE-BEFORE
           MOVE ORD-TAB(J-W) TO K-W
           MOVE ORD-TAB(HIT-W) TO ORD-TAB(J-W)
           MOVE K-W TO ORD-TAB(HIT-W)
           PERFORM BUILD-ORDER-LINE
           MOVE ORDER-LINE TO LINE-AFTER
           PERFORM BUILD-BANK-ROWS.

       QUEUE-EDIT-AUDIT.
           MOVE "" TO EDIT-NOTE
           STRING EDIT-ACT DELIMITED BY SIZE
               ED-NO DELIMITED BY SIZE
               INTO EDIT-NOTE.
           ADD 1 TO AQ-COUNT
           MOVE EDIT-NOTE TO AQ-NOTE(AQ-COUNT)
           MOVE LINE-BEFORE TO AQ-BEFORE(AQ-COUNT)
           MOVE LINE-AFTER TO AQ-AFTER(AQ-COUNT)
           MOVE "" TO LINE-BEFORE
           MOVE "" TO LINE-AFTER.

       LOG-ONE-QUEUED-EDIT.
           LOG AQ-NOTE(AQ-IDX).
           LOG AQ-BEFORE(AQ-IDX).
           LOG AQ-AFTER(AQ-IDX).
           PERFORM CLEAR-ONE-QUEUED-EDIT.

      *> Control lines first, then every question line in number
      *> order - retired ones included. OPEN OUTPUT saves atomically,
      *> so a failed save leaves the previous bank intact - and the
      *> version number and queued edits as they were. Only once
      *> the bank is written do the queued edits reach the audit
      *> trail.
       DO-SAVE.
           PERFORM BUILD-ORDER-LINE
           PERFORM BUILD-RET-LINE
           MOVE VER-LINE TO VER-WAS
           PERFORM BUILD-VER-LINE
           OPEN OUTPUT BANK-FILE.
           IF IO-STATUS NOT = "OK"
               MOVE VER-WAS TO VER-LINE
               MOVE "Bank not saved - file in use or unwritable" TO
                   STATUS-MSG
           ELSE
               WRITE VER-LINE.
               WRITE ORDER-LINE.
               IF RET-LINE NOT = ""
                   WRITE RET-LINE
               END-IF
               IF DRAW-LINE NOT = ""
                   WRITE DRAW-LINE
               END-IF
               PERFORM SAVE-ONE-LINE
                   VARYING I-W FROM 1 BY 1 UNTIL I-W > BK-COUNT.
               CLOSE.
               PERFORM LOG-ONE-QUEUED-EDIT
                   VARYING AQ-IDX FROM 1 BY 1 UNTIL AQ-IDX > AQ-COUNT
               MOVE 0 TO AQ-COUNT
               LOG BANK-FILE.
               MOVE "Bank saved" TO STATUS-MSG
           END-IF.

       SAVE-ONE-LINE.
           WRITE BK-LINE(I-W).

      *> A bank with no "#VERSION=" line yet is version 0, so its
      *> first save through this screen makes it version 1.
       BUILD-VER-LINE.
           MOVE 0 TO VER-NO
           IF VER-LINE NOT = ""
               MOVE NUMVAL(VER-LINE(10:4)) TO VER-NO
           END-IF
           ADD 1 TO VER-NO
           MOVE "" TO VER-LINE
           STRING "#VERSION=" DELIMITED BY SIZE
               VER-NO DELIMITED BY SIZE
               INTO VER-LINE.

       BUILD-ORDER-LINE.
           MOVE "#ORDER=" TO ORDER-LINE
           PERFORM ADD-ONE-ORDER-ENTRY
               VARYING I-W FROM 1 BY 1 UNTIL I-W > ORD-COUNT.

       ADD-ONE-ORDER-ENTRY.
           MOVE ORD-TAB(I-W) TO N-W
           PERFORM FORMAT-NN
           IF I-W = 1
               STRING ORDER-LINE DELIMITED BY SIZE
                   NN-W DELIMITED BY SIZE
                   INTO ORDER-LINE
           ELSE
               STRING ORDER-LINE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   NN-W DELIMITED BY SIZE
                   INTO ORDER-LINE
           END-IF.

       BUILD-RET-LINE.
           MOVE "" TO RET-LINE
           PERFORM ADD-ONE-RET-ENTRY
               VARYING J-W FROM 1 BY 1 UNTIL J-W > BK-COUNT.

       ADD-ONE-RET-ENTRY.
           IF BK-RET(J-W) = "Y"
               MOVE J-W TO N-W
               PERFORM FORMAT-NN
               IF RET-LINE = ""
                   STRING "#RETIRED=" DELIMITED BY SIZE
                       NN-W DELIMITED BY SIZE
                       INTO RET-LINE
               ELSE
                   STRING RET-LINE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       NN-W DELIMITED BY SIZE
                       INTO RET-LINE
               END-IF
           END-IF.

      *> Two digits, so every entry sits at its fixed column step.
       FORMAT-NN.
           IF N-W < 10
               STRING "0" DELIMITED BY SIZE
                   N-W DELIMITED BY SIZE
                   INTO NN-W
           ELSE
               MOVE N-W TO NN-W
           END-IF.
