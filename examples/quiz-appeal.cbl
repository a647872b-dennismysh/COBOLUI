       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZ-APPEAL.

      *> Grade appeals for the quiz - where a grader settles a
      *> student's dispute over one verdict, most often a free-text
      *> answer CHECK-TEXT-ANSWER turned down for a spelling nobody
      *> put in the bank. The grader picks the student off the
      *> attempt roster, opens one answered question and overrides
      *> its verdict, giving a reason - no reason, no override.
      *>
      *> The override rewrites the response ("user#q" ->
      *> "answer|verdict|pos|was", the fourth part the verdict the
      *> quiz first gave, kept beside the override and left alone
      *> by the batch regrade) and moves the attempt's score by the
      *> question's points, regrading it if it had been graded. One
      *> record per override goes to quiz-overrides.dat, keyed
      *> "user#q#n" (n counts overrides of that answer), value
      *> "term|was>now|change|by|date|reason" - "by" the grader who
      *> made it, "/approver" after it when one was needed, and the
      *> term the period open in the calendar, which is what the
      *> Appeals report selects on.
      *>
      *> An override worth more than OVR-LIMIT points does not apply
      *> on the spot: it goes through the dual-control approval
      *> queue, and only a second grader approving it there (key
      *> APPROVALS) runs it. Every score an override moves leaves a
      *> "SCORE-ADJ" audit record, as the regrade's do, so
      *> --reconcile still balances.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  USERNAME-INPUT  PIC X(20) VALUE SPACES.
           05  PASSWORD-INPUT  PIC X(20) VALUE SPACES.
           05  AUTH-RESULT     PIC X(1) VALUE " ".
           05  LOGIN-MSG       PIC X(60) VALUE "Sign in as a grader".
      *> The bank, the period calendar and the approval threshold
      *> are fields, so each can be set from the command line.
           05  BANK-FILE       PIC X(40) VALUE "examples/quiz-bank.dat".
           05  PERIOD-FILE     PIC X(40) VALUE "cobalt-periods.dat".
           05  OVR-LIMIT       PIC 9(2) VALUE 2.
      *> The period open in the calendar ("-" with none open) and
      *> the term the Appeals report is run for.
           05  CUR-TERM        PIC X(8) VALUE "-".
           05  APPEAL-TERM     PIC X(8) VALUE SPACES.
           05  PERIOD-LINE     PIC X(80) VALUE SPACES.
           05  PERIOD-EOF      PIC X(1) VALUE "N".
           05  PW-ID           PIC X(20) VALUE SPACES.
           05  PW-STATUS       PIC X(10) VALUE SPACES.
      *> The bank by bank number, retired questions included, as
      *> the regrade loads it.
           05  BANK-LINE       PIC X(120) VALUE SPACES.
           05  BANK-EOF        PIC X(1) VALUE "N".
           05  BANK-NO         PIC 9(2) VALUE 0.
           05  BK-TEXT         PIC X(60) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  BK-PTS          PIC 9(2) OCCURS 20 TIMES VALUE 0.
           05  BK-TYPE         PIC X(4) OCCURS 20 TIMES
                                         VALUE "TEXT".
           05  QTY-WORK        PIC X(4) VALUE SPACES.
           05  QP-WORK         PIC X(4) VALUE SPACES.
           05  QA-WORK         PIC X(40) VALUE SPACES.
           05  QT-WORK         PIC X(60) VALUE SPACES.
           05  BL2-WORK        PIC X(120) VALUE SPACES.
      *> The attempt roster the grader picks a student from, browsed
      *> an attempt at a time; attempts past its twenty lines are
      *> counted, not listed.
           05  AT-USER         PIC X(20) VALUE SPACES.
           05  AT-INFO         PIC X(60) VALUE SPACES.
           05  AT-EOF          PIC X(1) VALUE "N".
           05  AT-COUNT        PIC 9(3) VALUE 0.
           05  AT-MORE         PIC 9(3) VALUE 0.
           05  ROSTER-LINE     PIC X(70) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  ROSTER-SEL      PIC X(70) VALUE SPACES.
           05  SEL-USER        PIC X(20) VALUE SPACES.
      *> One stored response, browsed from its student's "user#"
      *> key, and the chosen student's answered questions as
      *> "Qn|type|points|verdict|answer" lines.
           05  RS-START        PIC X(30) VALUE SPACES.
           05  RS-KEY          PIC X(30) VALUE SPACES.
           05  RS-VAL          PIC X(30) VALUE SPACES.
           05  RS-EOF          PIC X(1) VALUE "N".
           05  ANS-LINE        PIC X(70) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  ANS-COUNT       PIC 9(2) VALUE 0.
           05  ANS-IDX         PIC 9(2) VALUE 0.
           05  ANS-SEL         PIC X(70) VALUE SPACES.
      *> One response taken apart.
           05  RU-W            PIC X(20) VALUE SPACES.
           05  RQ-W            PIC X(4) VALUE SPACES.
           05  RQ-NO           PIC 9(2) VALUE 0.
           05  R-ANS           PIC X(20) VALUE SPACES.
           05  R-VERD          PIC X(1) VALUE SPACES.
           05  R-POS           PIC X(4) VALUE SPACES.
           05  R-WAS           PIC X(1) VALUE SPACES.
           05  VERD-WORD       PIC X(8) VALUE SPACES.
           05  AQ-W            PIC X(4) VALUE SPACES.
      *> The override in hand. OV-KEY, OV-NEWV, OV-BY and OV-REASON
      *> lead the override screen, so they head the summary the
      *> approval queue keeps - and that summary is what an approved
      *> override is replayed from.
           05  OV-KEY          PIC X(24) VALUE SPACES.
           05  OV-NEWV         PIC X(1) VALUE SPACES.
           05  OV-BY           PIC X(20) VALUE SPACES.
           05  OV-REASON       PIC X(30) VALUE SPACES.
           05  OV-QTEXT        PIC X(60) VALUE SPACES.
           05  OV-ANSWER       PIC X(20) VALUE SPACES.
           05  OV-NOW          PIC X(8) VALUE SPACES.
           05  OV-TO           PIC X(8) VALUE SPACES.
           05  OV-PTS          PIC 9(2) VALUE 0.
           05  OV-APPROVER     PIC X(20) VALUE SPACES.
           05  OV-Q            PIC 9(2) VALUE 0.
           05  OV-FOUND        PIC 9(3) VALUE 0.
           05  OV-DELTA        PIC X(4) VALUE SPACES.
           05  OV-WHO          PIC X(42) VALUE SPACES.
           05  OV-SEQ          PIC 9(2) VALUE 0.
           05  OV-REC-KEY      PIC X(30) VALUE SPACES.
           05  OV-REC-VAL      PIC X(80) VALUE SPACES.
           05  OV-NOTE         PIC X(60) VALUE SPACES.
      *> The attempt the override moves.
           05  AT-FOUND        PIC 9(3) VALUE 0.
           05  AD-W            PIC X(8) VALUE SPACES.
           05  AS-W            PIC X(4) VALUE SPACES.
           05  AG-W            PIC X(20) VALUE SPACES.
           05  ASEED-W         PIC X(6) VALUE SPACES.
           05  ASIT-W          PIC X(10) VALUE SPACES.
           05  OLD-SCORE       PIC 9(3) VALUE 0.
           05  NEW-SCORE       PIC 9(3) VALUE 0.
           05  NEW-MAX         PIC 9(3) VALUE 0.
           05  NEW-GRADE       PIC X(20) VALUE SPACES.
           05  TODAY-DATE      PIC X(8) VALUE SPACES.
           05  ATT-KEY         PIC X(20) VALUE SPACES.
           05  ATT-VALUE       PIC X(60) VALUE SPACES.
           05  RESP-KEY        PIC X(30) VALUE SPACES.
           05  RESP-VAL        PIC X(30) VALUE SPACES.
           05  SCORE-ADJ       PIC X(30) VALUE SPACES.
      *> One override on file as browsed, and the Appeals report
      *> row for the chosen term - what changed, by how much, on
      *> what date, who made it (and who approved it), and why -
      *> with the term's totals. The rows wait in quiz-appeals.rows
      *> for the report.
           05  OR-START        PIC X(30) VALUE SPACES.
           05  OR-KEY          PIC X(30) VALUE SPACES.
           05  OR-VAL          PIC X(80) VALUE SPACES.
           05  OR-EOF          PIC X(1) VALUE "N".
           05  OT-W            PIC X(8) VALUE SPACES.
           05  OC-W            PIC X(4) VALUE SPACES.
           05  ON-W            PIC X(4) VALUE SPACES.
           05  OB-W            PIC X(42) VALUE SPACES.
           05  OD-W            PIC X(8) VALUE SPACES.
           05  OR-W            PIC X(30) VALUE SPACES.
           05  OC-NUM          PIC S9(3) VALUE 0.
           05  AP-ITEM         PIC X(30) VALUE SPACES.
           05  AP-CHG          PIC X(4) VALUE SPACES.
           05  AP-PTS          PIC X(4) VALUE SPACES.
           05  AP-WHEN         PIC X(8) VALUE SPACES.
           05  AP-WHO          PIC X(42) VALUE SPACES.
           05  AP-WHY          PIC X(30) VALUE SPACES.
           05  OVERRIDES       PIC 9(3) VALUE 0.
           05  NET-CHANGE      PIC S9(4) VALUE 0.
           05  STATUS-MSG      PIC X(60) VALUE "Pick a student".

       SCREEN SECTION.
      *> The calendar and the bank load before the first render.
       01  LOGIN-SCREEN ON-ENTRY PERFORM LOAD-SETUP.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Quiz Appeals - Sign In".
           05  LOGIN-AREA.
               10  USER-INPUT  PIC X(20) USING USERNAME-INPUT.
               10  PASS-INPUT  PIC X(20) USING PASSWORD-INPUT PASSWORD.
               10  LOGIN-BTN   VALUE "Sign In" ON-ACTION PERFORM DO-LOGIN.
               10 ENTER VALUE "Appeals" GO-TO-SCREEN PICK-SCR ROLE "grader".
           05  LOGIN-BAR.
               10  LOGIN-TEXT  PIC X(60) USING LOGIN-MSG.

      *> The attempt roster, and the term the Appeals report runs
      *> for - the open period unless the grader types another.
       01  PICK-SCR ON-ENTRY PERFORM LOAD-APPEAL-ROSTER.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Grade Appeals".
           05  TERM-AREA.
               10  TERM-INPUT  PIC X(8) USING APPEAL-TERM.
           05  ROSTER-AREA.
               10 ROSTER-LIST USING ROSTER-LINE LIST ROWS 8 SELECTED ROSTER-SEL.
           05  CONTROLS.
               10 PICK VALUE "Open" ON-ACTION PERFORM DO-PICK ROLE "grader".
               10 RPT VALUE "Appeals" ON-ACTION PERFORM DO-REPORT ROLE "grader".
       COPY "examples/status-bar.inc".

       01  ANSWER-SCREEN ON-ENTRY PERFORM LIST-ANSWERS.
           05  HEADER.
               10  STU-DISP    PIC X(20) USING SEL-USER.
           05  ANSWER-AREA.
               10 ANS-LIST USING ANS-LINE LIST ROWS 8 SELECTED ANS-SEL.
           05  CONTROLS.
               10 CHOOSE VALUE "Open" ON-ACTION PERFORM DO-OPEN ROLE "grader".
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

      *> The four fields an approver must see come first - see
      *> OV-KEY above. Send is shown only once an override has been
      *> refused for being over the limit; clicking it parks the
      *> override for a second grader instead of running it.
       01  OVERRIDE-SCREEN.
           05  OVERRIDE-AREA.
               10  KEY-DISP    PIC X(24) USING OV-KEY.
               10  NEWV-DISP   PIC X(1) USING OV-NEWV.
               10  BY-DISP     PIC X(20) USING OV-BY.
               10  REASON-IN   PIC X(30) USING OV-REASON.
           05  ANSWER-AREA.
               10  QTEXT-DISP  PIC X(60) USING OV-QTEXT.
               10  ANS-DISP    PIC X(20) USING OV-ANSWER.
               10  NOW-DISP    PIC X(8) USING OV-NOW.
               10  TO-DISP     PIC X(8) USING OV-TO.
               10  PTS-DISP    PIC 9(2) USING OV-PTS.
           05  CONTROLS.
               10 OVERRIDE VALUE "Override" ON-ACTION PERFORM DO-OVERRIDE.
               10 SEND VALUE "Send" ON-ACTION PERFORM APPROVED APPROVE "grader".
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

      *> The per-term appeals listing - every override of the term,
      *> then the count and the net score change under it.
       REPORT SECTION.
       01  APPEALS-REPORT.
           05  PAGE-LENGTH 30.
           05  HEADING "=== Quiz Grade Appeals ===".
           05  HEADING "answer  was>now  points  date  by/approver  reason".
           05  DETAIL USING AP-ITEM AP-CHG AP-PTS AP-WHEN AP-WHO AP-WHY.
           05  SUMMARY USING APPEAL-TERM OVERRIDES NET-CHANGE.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

       LOAD-SETUP.
           PERFORM LOAD-TERM
           PERFORM LOAD-BANK.

      *> The calendar holds "<period-id> <status> [<closed-date>]"
      *> lines; the first OPEN one is the current term.
       LOAD-TERM.
           MOVE "-" TO CUR-TERM
           MOVE "N" TO PERIOD-EOF
           OPEN INPUT SHARED PERIOD-FILE.
           PERFORM READ-ONE-PERIOD UNTIL PERIOD-EOF = "Y".
           CLOSE.
           MOVE CUR-TERM TO APPEAL-TERM.

       READ-ONE-PERIOD.
           READ PERIOD-LINE AT END PERFORM MARK-PERIOD-EOF.
           IF PERIOD-EOF = "N" AND PERIOD-LINE(1:1) NOT = "*"
               MOVE "" TO PW-ID
               MOVE "" TO PW-STATUS
               UNSTRING PERIOD-LINE DELIMITED BY " " INTO PW-ID PW-STATUS.
               IF PW-STATUS = "OPEN" AND CUR-TERM = "-"
                   MOVE PW-ID TO CUR-TERM
               END-IF
           END-IF.

       MARK-PERIOD-EOF.
           MOVE "Y" TO PERIOD-EOF.

      *> The same line shapes the quiz reads; control lines are
      *> skipped and every other line takes the next bank number.
       LOAD-BANK.
           MOVE "N" TO BANK-EOF
           MOVE 0 TO BANK-NO
           OPEN INPUT SHARED BANK-FILE.
           PERFORM LOAD-ONE-QUESTION UNTIL BANK-EOF = "Y".
           CLOSE.

       LOAD-ONE-QUESTION.
           READ BANK-LINE AT END PERFORM MARK-BANK-EOF.
           IF BANK-EOF = "N" AND BANK-LINE(1:1) NOT = "#"
               IF BANK-NO < 20
                   ADD 1 TO BANK-NO
                   PERFORM STORE-ONE-QUESTION
               END-IF
           END-IF.

       STORE-ONE-QUESTION.
           MOVE "" TO QTY-WORK
           MOVE "" TO QP-WORK
           MOVE "" TO QA-WORK
           MOVE "" TO QT-WORK
           UNSTRING BANK-LINE DELIMITED BY "|" INTO QTY-WORK.
           MOVE "TEXT" TO BK-TYPE(BANK-NO)
           IF QTY-WORK = "MC" OR QTY-WORK = "TF" OR QTY-WORK = "NUM"
               MOVE QTY-WORK TO BK-TYPE(BANK-NO)
               PERFORM SPLIT-TYPED-LINE
           ELSE
           UNSTRING BANK-LINE DELIMITED BY "|" INTO QP-WORK QA-WORK QT-WORK.
           END-IF
           MOVE QP-WORK TO BK-PTS(BANK-NO)
           MOVE QT-WORK TO BK-TEXT(BANK-NO).

       SPLIT-TYPED-LINE.
           IF QTY-WORK = "NUM"
               MOVE BANK-LINE(5:100) TO BL2-WORK
           ELSE
               MOVE BANK-LINE(4:100) TO BL2-WORK
           END-IF
           UNSTRING BL2-WORK DELIMITED BY "|" INTO QP-WORK QA-WORK QT-WORK.

       MARK-BANK-EOF.
           MOVE "Y" TO BANK-EOF.

      *> Appeals are a grader's business - the way in is the
      *> grader-gated Appeals button, as the quiz's Roster is.
       DO-LOGIN.
           AUTHENTICATE USERNAME-INPUT PASSWORD-INPUT AUTH-RESULT.
           EVALUATE AUTH-RESULT
               WHEN "1"
                   MOVE "Signed in" TO LOGIN-MSG
               WHEN "L"
                   MOVE "Account locked - see the supervisor" TO LOGIN-MSG
               WHEN OTHER
                   MOVE "Invalid username or password" TO LOGIN-MSG
           END-EVALUATE.

      *> A roster too long for its lines says so rather than
      *> leaving students off without a word.
       LOAD-APPEAL-ROSTER.
           MOVE 0 TO AT-COUNT
           MOVE 0 TO AT-MORE
           OPEN I-O KEYED "quiz-attempts.dat".
           MOVE "N" TO AT-EOF
           START "" AT END PERFORM MARK-AT-EOF.
           PERFORM LIST-ONE-ATTEMPT UNTIL AT-EOF = "Y".
           CLOSE.
           IF AT-MORE > 0
               MOVE "" TO STATUS-MSG
               STRING "Roster full - " DELIMITED BY SIZE
                   AT-MORE DELIMITED BY SIZE
                   " more attempt(s) not listed" DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               MOVE "Pick a student" TO STATUS-MSG
           END-IF.

       LIST-ONE-ATTEMPT.
           MOVE "" TO AT-USER
           MOVE "" TO AT-INFO
           READ NEXT AT-USER AT-INFO AT END PERFORM MARK-AT-EOF.
           IF AT-EOF = "N"
               IF AT-COUNT < 20
                   ADD 1 TO AT-COUNT
                   MOVE "" TO ROSTER-LINE(AT-COUNT)
                   STRING AT-USER DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       AT-INFO DELIMITED BY SIZE
                       INTO ROSTER-LINE(AT-COUNT).
               ELSE
                   ADD 1 TO AT-MORE
               END-IF
           END-IF.

       MARK-AT-EOF.
           MOVE "Y" TO AT-EOF.

      *> The picked student's answered questions, one list line
      *> each; an overridden verdict is marked so the grader sees
      *> it has been ruled on before.
       DO-PICK.
           IF ROSTER-SEL = ""
               MOVE "Pick a student first" TO STATUS-MSG
           ELSE
               MOVE "" TO SEL-USER
               UNSTRING ROSTER-SEL DELIMITED BY "|" INTO SEL-USER.
               NAVIGATE ANSWER-SCREEN
           END-IF.

      *> Rebuilt on every arrival, so coming Back from an override
      *> shows the verdict as it now stands on file. Only the
      *> student's own responses are read, from their "user#" key.
       LIST-ANSWERS.
           MOVE 0 TO ANS-COUNT
           PERFORM CLEAR-ONE-ANSWER-LINE
               VARYING ANS-IDX FROM 1 BY 1 UNTIL ANS-IDX > 20
           OPEN I-O KEYED "quiz-responses.dat".
           MOVE "" TO RS-START
           STRING SEL-USER DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               INTO RS-START.
           MOVE "N" TO RS-EOF
           START RS-START AT END PERFORM MARK-RS-EOF.
           PERFORM LIST-ONE-RESPONSE UNTIL RS-EOF = "Y".
           CLOSE.
           MOVE "" TO ANS-SEL
           DISABLE STU-DISP
           MOVE "Pick an answer" TO STATUS-MSG.

       CLEAR-ONE-ANSWER-LINE.
           MOVE "" TO ANS-LINE(ANS-IDX).

      *> The browse stops at the first key of another student.
       LIST-ONE-RESPONSE.
           MOVE "" TO RS-KEY
           MOVE "" TO RS-VAL
           READ NEXT RS-KEY RS-VAL AT END PERFORM MARK-RS-EOF.
           IF RS-EOF = "N"
               PERFORM SPLIT-RESPONSE
               IF RU-W = SEL-USER
                   PERFORM LIST-USER-RESPONSE
               ELSE
                   MOVE "Y" TO RS-EOF
               END-IF
           END-IF.

       MARK-RS-EOF.
           MOVE "Y" TO RS-EOF.

       LIST-USER-RESPONSE.
           IF RQ-NO > 0 AND RQ-NO <= BANK-NO
               IF ANS-COUNT < 20
                   ADD 1 TO ANS-COUNT
                   PERFORM NAME-VERDICT
                   STRING "Q" DELIMITED BY SIZE
                       RQ-NO DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       BK-TYPE(RQ-NO) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       BK-PTS(RQ-NO) DELIMITED BY SIZE
                       "pt|" DELIMITED BY SIZE
                       VERD-WORD DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       R-ANS DELIMITED BY SIZE
                       INTO ANS-LINE(ANS-COUNT).
                   IF R-WAS NOT = ""
                       STRING ANS-LINE(ANS-COUNT) DELIMITED BY SIZE
                           "|overridden" DELIMITED BY SIZE
                           INTO ANS-LINE(ANS-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> "user#q" -> "answer|verdict|pos|was".
       SPLIT-RESPONSE.
           MOVE "" TO RU-W
           MOVE "" TO RQ-W
           UNSTRING RS-KEY DELIMITED BY "#" INTO RU-W RQ-W.
           MOVE 0 TO RQ-NO
           IF RQ-W NOT = ""
               MOVE RQ-W TO RQ-NO
           END-IF
           MOVE "" TO R-ANS
           MOVE "" TO R-VERD
           MOVE "" TO R-POS
           MOVE "" TO R-WAS
           UNSTRING RS-VAL DELIMITED BY "|" INTO R-ANS R-VERD R-POS R-WAS.

       NAME-VERDICT.
           IF R-VERD = "1"
               MOVE "Correct" TO VERD-WORD
           ELSE
               MOVE "Wrong" TO VERD-WORD
           END-IF.

      *> A verdict is right or wrong, so an override always turns it
      *> the other way; the screen shows both and the points at
      *> stake before anything is written.
       DO-OPEN.
           IF ANS-SEL = ""
               MOVE "Pick an answer first" TO STATUS-MSG
           ELSE
               MOVE "" TO AQ-W
               UNSTRING ANS-SEL DELIMITED BY "|" INTO AQ-W.
               MOVE AQ-W(2:3) TO OV-Q
               MOVE "" TO OV-KEY
               STRING SEL-USER DELIMITED BY SIZE
                   "#" DELIMITED BY SIZE
                   OV-Q DELIMITED BY SIZE
                   INTO OV-KEY.
               PERFORM FIND-OVERRIDE-RESPONSE
               IF OV-FOUND = 0
                   MOVE "That answer is no longer on file" TO STATUS-MSG
               ELSE
                   PERFORM SHOW-OVERRIDE
               END-IF
           END-IF.

       SHOW-OVERRIDE.
           PERFORM NAME-VERDICT
           MOVE VERD-WORD TO OV-NOW
           IF R-VERD = "1"
               MOVE "0" TO OV-NEWV
               MOVE "Wrong" TO OV-TO
           ELSE
               MOVE "1" TO OV-NEWV
               MOVE "Correct" TO OV-TO
           END-IF
           MOVE BK-TEXT(OV-Q) TO OV-QTEXT
           MOVE BK-PTS(OV-Q) TO OV-PTS
           MOVE R-ANS TO OV-ANSWER
           MOVE USERNAME-INPUT TO OV-BY
           MOVE "" TO OV-REASON
           HIDE SEND
           DISABLE KEY-DISP
           DISABLE NEWV-DISP
           DISABLE BY-DISP
           DISABLE QTEXT-DISP
           DISABLE ANS-DISP
           DISABLE NOW-DISP
           DISABLE TO-DISP
           DISABLE PTS-DISP
           MOVE "Give the reason, then Override" TO STATUS-MSG
           NAVIGATE OVERRIDE-SCREEN.

      *> OV-FOUND is 1 when OV-KEY's response record is on file (0
      *> when it has gone), split into R-ANS / R-VERD / R-POS / R-WAS.
       FIND-OVERRIDE-RESPONSE.
           OPEN I-O KEYED "quiz-responses.dat".
           MOVE "" TO RS-VAL
           READ KEY OV-KEY RS-VAL.
           CLOSE.
           MOVE 0 TO OV-FOUND
           IF RS-VAL NOT = ""
               MOVE 1 TO OV-FOUND
               MOVE OV-KEY TO RS-KEY
               PERFORM SPLIT-RESPONSE
           END-IF.

      *> The reason is mandatory. Within the limit the override
      *> applies now; over it, Send appears and parks it for a
      *> second grader.
       DO-OVERRIDE.
           IF OV-KEY = ""
               MOVE "Open an answer first" TO STATUS-MSG
           ELSE
               IF OV-REASON = ""
                   MOVE "A reason is required for every override" TO STATUS-MSG
               ELSE
                   PERFORM WEIGH-OVERRIDE-LIMIT
               END-IF
           END-IF.

      *> Past OVR-LIMIT the override waits for a second grader.
       WEIGH-OVERRIDE-LIMIT.
           IF OV-PTS > OVR-LIMIT
               SHOW SEND
               MOVE "Over the limit - Send it for approval" TO STATUS-MSG
           ELSE
               MOVE "-" TO OV-APPROVER
               PERFORM APPLY-OVERRIDE
           END-IF.

      *> Send's action - it runs only once a second grader approves
      *> the parked request, in the approver's session, with the
      *> override's fields replayed from the request.
       APPROVED.
           MOVE USERNAME-INPUT TO OV-APPROVER
           PERFORM APPLY-OVERRIDE
           HIDE SEND.

      *> Everything is read afresh, so an override approved hours
      *> after it was asked for works from the records as they are
      *> then; one that no longer changes anything is refused.
       APPLY-OVERRIDE.
           PERFORM FIND-OVERRIDE-RESPONSE
           IF OV-REASON = ""
               MOVE "A reason is required for every override" TO STATUS-MSG
           ELSE
               IF OV-FOUND = 0
                   MOVE "That answer is no longer on file" TO STATUS-MSG
               ELSE
                   IF R-VERD = OV-NEWV
                       MOVE "That verdict already stands" TO STATUS-MSG
                   ELSE
                       PERFORM BUILD-OVERRIDE
                       PERFORM SAVE-OVERRIDE
                   END-IF
               END-IF
           END-IF.

      *> The response keeps the quiz's first verdict as its fourth
      *> part - set on the first override, never moved after - and
      *> the attempt moves by the question's points.
       BUILD-OVERRIDE.
           UNSTRING OV-KEY DELIMITED BY "#" INTO RU-W RQ-W.
           MOVE RQ-W TO OV-Q
           MOVE BK-PTS(OV-Q) TO OV-PTS
           IF R-WAS = ""
               MOVE R-VERD TO R-WAS
           END-IF
           MOVE "" TO RESP-VAL
           STRING R-ANS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OV-NEWV DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               R-POS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               R-WAS DELIMITED BY SIZE
               INTO RESP-VAL.
           MOVE "" TO OV-DELTA
           IF OV-NEWV = "1"
               STRING "+" DELIMITED BY SIZE
                   OV-PTS DELIMITED BY SIZE
                   INTO OV-DELTA
           ELSE
               STRING "-" DELIMITED BY SIZE
                   OV-PTS DELIMITED BY SIZE
                   INTO OV-DELTA
           END-IF
           PERFORM BUILD-OVERRIDE-ATTEMPT
           PERFORM BUILD-OVERRIDE-RECORD.

      *> Attempt values are "date|score|grade|seed|sitting"; date,
      *> seed and sitting stay, the score moves, and a graded
      *> attempt is graded again against the points of the
      *> questions this student was asked.
       BUILD-OVERRIDE-ATTEMPT.
           OPEN I-O KEYED "quiz-attempts.dat".
           MOVE "" TO ATT-VALUE
           READ KEY RU-W ATT-VALUE.
           CLOSE.
           MOVE 0 TO AT-FOUND
           IF ATT-VALUE NOT = ""
               MOVE 1 TO AT-FOUND
           END-IF
           MOVE "" TO AD-W
           MOVE "" TO AS-W
           MOVE "" TO AG-W
           MOVE "" TO ASEED-W
           MOVE "" TO ASIT-W
           UNSTRING ATT-VALUE DELIMITED BY "|"
               INTO AD-W AS-W AG-W ASEED-W ASIT-W.
           MOVE 0 TO OLD-SCORE
           IF AS-W NOT = ""
               MOVE AS-W TO OLD-SCORE
           END-IF
           MOVE OLD-SCORE TO NEW-SCORE
           IF OV-NEWV = "1"
               ADD OV-PTS TO NEW-SCORE
           ELSE
               IF NEW-SCORE > OV-PTS
                   SUBTRACT OV-PTS FROM NEW-SCORE
               ELSE
                   MOVE 0 TO NEW-SCORE
               END-IF
           END-IF
           MOVE 0 TO NEW-MAX
           OPEN I-O KEYED "quiz-responses.dat".
           MOVE "" TO RS-START
           STRING RU-W DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               INTO RS-START.
           MOVE "N" TO RS-EOF
           START RS-START AT END PERFORM MARK-RS-EOF.
           PERFORM ADD-ONE-MAX-POINTS UNTIL RS-EOF = "Y".
           CLOSE.
           MOVE AG-W TO NEW-GRADE
           IF AG-W NOT = "not graded" AND AG-W NOT = ""
               PERFORM GRADE-NEW-SCORE
           END-IF
           MOVE "" TO ATT-VALUE
           STRING AD-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NEW-SCORE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NEW-GRADE DELIMITED BY SIZE
               INTO ATT-VALUE.
           IF ASEED-W NOT = ""
               STRING ATT-VALUE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ASEED-W DELIMITED BY SIZE
                   INTO ATT-VALUE
           END-IF
           IF ASIT-W NOT = ""
               STRING ATT-VALUE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ASIT-W DELIMITED BY SIZE
                   INTO ATT-VALUE
           END-IF.

      *> The student's own responses, from their "user#" key to the
      *> first key of another student.
       ADD-ONE-MAX-POINTS.
           MOVE "" TO RS-KEY
           MOVE "" TO RS-VAL
           READ NEXT RS-KEY RS-VAL AT END PERFORM MARK-RS-EOF.
           IF RS-EOF = "N"
               MOVE "" TO OB-W
               MOVE "" TO AQ-W
               UNSTRING RS-KEY DELIMITED BY "#" INTO OB-W AQ-W.
               IF OB-W = RU-W
                   PERFORM ADD-USER-MAX-POINTS
               ELSE
                   MOVE "Y" TO RS-EOF
               END-IF
           END-IF.

       ADD-USER-MAX-POINTS.
           IF AQ-W NOT = ""
               MOVE AQ-W TO RQ-NO
               IF RQ-NO > 0 AND RQ-NO <= BANK-NO
                   ADD BK-PTS(RQ-NO) TO NEW-MAX
               END-IF
           END-IF.

      *> The quiz's GRADE-IT rule.
       GRADE-NEW-SCORE.
           IF NEW-SCORE = NEW-MAX
               MOVE "Perfect! A+" TO NEW-GRADE
           ELSE
               IF NEW-SCORE = 0
                   MOVE "Study more! F" TO NEW-GRADE
               ELSE
                   MOVE "Partial credit" TO NEW-GRADE
               END-IF
           END-IF.

      *> "user#q#n" -> "term|was>now|change|by|date|reason", n one
      *> past the overrides this answer already has - counted by
      *> browsing from its "user#q#" key.
       BUILD-OVERRIDE-RECORD.
           MOVE 0 TO OV-SEQ
           OPEN I-O KEYED "quiz-overrides.dat".
           MOVE "" TO OR-START
           STRING OV-KEY DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               INTO OR-START.
           MOVE "N" TO OR-EOF
           START OR-START AT END PERFORM MARK-OR-EOF.
           PERFORM COUNT-ONE-OVERRIDE UNTIL OR-EOF = "Y".
           CLOSE.
           ADD 1 TO OV-SEQ
           MOVE "" TO OV-REC-KEY
           STRING OV-KEY DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               OV-SEQ DELIMITED BY SIZE
               INTO OV-REC-KEY.
           MOVE OV-BY TO OV-WHO
           IF OV-APPROVER NOT = "-"
               STRING OV-BY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   OV-APPROVER DELIMITED BY SIZE
                   INTO OV-WHO
           END-IF
           ACCEPT TODAY-DATE FROM DATE.
           MOVE "" TO OV-REC-VAL
           STRING CUR-TERM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               R-VERD DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               OV-NEWV DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OV-DELTA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OV-WHO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OV-REASON DELIMITED BY SIZE
               INTO OV-REC-VAL.

       COUNT-ONE-OVERRIDE.
           MOVE "" TO OR-KEY
           MOVE "" TO OR-VAL
           READ NEXT OR-KEY OR-VAL AT END PERFORM MARK-OR-EOF.
           IF OR-EOF = "N"
               MOVE "" TO OB-W
               MOVE "" TO AQ-W
               UNSTRING OR-KEY DELIMITED BY "#" INTO OB-W AQ-W.
               IF OB-W = RU-W AND AQ-W = RQ-W
                   ADD 1 TO OV-SEQ
               ELSE
                   MOVE "Y" TO OR-EOF
               END-IF
           END-IF.

       MARK-OR-EOF.
           MOVE "Y" TO OR-EOF.

      *> Response, attempt and override record land together or not
      *> at all; the audit records follow the commit - the score's
      *> restatement for --reconcile, and the override itself.
       SAVE-OVERRIDE.
           BEGIN-TRANSACTION.
           OPEN I-O KEYED "quiz-responses.dat".
           MOVE OV-KEY TO RESP-KEY
           WRITE KEY RESP-KEY RESP-VAL.
           CLOSE.
           OPEN I-O KEYED "quiz-attempts.dat".
           IF AT-FOUND > 0
               MOVE RU-W TO ATT-KEY
               WRITE KEY ATT-KEY ATT-VALUE
           END-IF
           CLOSE.
           OPEN I-O KEYED "quiz-overrides.dat".
           WRITE KEY OV-REC-KEY OV-REC-VAL.
           CLOSE.
           COMMIT.
           IF AT-FOUND > 0 AND NEW-SCORE NOT = OLD-SCORE
               MOVE "" TO SCORE-ADJ
               STRING AD-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   OLD-SCORE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   NEW-SCORE DELIMITED BY SIZE
                   INTO SCORE-ADJ
               LOG SCORE-ADJ
           END-IF
           MOVE "" TO OV-NOTE
           STRING OV-REC-KEY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OV-DELTA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OV-WHO DELIMITED BY SIZE
               INTO OV-NOTE.
           LOG OV-NOTE.
           MOVE OV-NEWV TO R-VERD
           PERFORM NAME-VERDICT
           MOVE VERD-WORD TO OV-NOW
           MOVE "" TO TODAY-DATE
           MOVE "Override recorded" TO STATUS-MSG.

      *> Every override of APPEAL-TERM, in key order, and the net
      *> change they made to the term's scores. The overrides are
      *> browsed once and the term's rows fed to the report from
      *> quiz-appeals.rows, rewritten every run.
       DO-REPORT.
           MOVE 0 TO OVERRIDES
           MOVE 0 TO NET-CHANGE
           OPEN OUTPUT H1 "quiz-appeals.rows".
           OPEN I-O KEYED "quiz-overrides.dat".
           MOVE "N" TO OR-EOF
           START "" AT END PERFORM MARK-OR-EOF.
           PERFORM REPORT-ONE-OVERRIDE UNTIL OR-EOF = "Y".
           CLOSE.
           CLOSE H1.
           OPEN INPUT H1 "quiz-appeals.rows".
           GENERATE APPEALS-REPORT TO "quiz-appeals.rpt" FROM H1.
           CLOSE H1.
           MOVE "Appeals report spooled" TO STATUS-MSG.

       REPORT-ONE-OVERRIDE.
           MOVE "" TO OR-KEY
           MOVE "" TO OV-REC-VAL
           READ NEXT OR-KEY OV-REC-VAL AT END PERFORM MARK-OR-EOF.
           IF OR-EOF = "N"
               PERFORM REPORT-LISTED-OVERRIDE
           END-IF.

       REPORT-LISTED-OVERRIDE.
           MOVE "" TO OT-W
           MOVE "" TO OC-W
           MOVE "" TO ON-W
           MOVE "" TO OB-W
           MOVE "" TO OD-W
           MOVE "" TO OR-W
           UNSTRING OV-REC-VAL DELIMITED BY "|"
               INTO OT-W OC-W ON-W OB-W OD-W OR-W.
           IF OT-W = APPEAL-TERM
               ADD 1 TO OVERRIDES
               MOVE ON-W TO OC-NUM
               ADD OC-NUM TO NET-CHANGE
               WRITE H1 OR-KEY OC-W ON-W OD-W OB-W OR-W.
           END-IF.
