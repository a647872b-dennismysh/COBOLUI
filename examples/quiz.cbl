           05  PASSWORD-INPUT  PIC X(20) VALUE SPACES.
           05  AUTH-RESULT     PIC X(1) VALUE " ".
           05  LOGIN-MSG       PIC X(60) VALUE "Sign in as student or grader".
      *> The bank file - a field, not a literal, so a trial bank runs
      *> from the command line (BANK-FILE=...) beside the live one.
           05  BANK-FILE       PIC X(40) VALUE "examples/quiz-bank.dat".
           05  SCORE           PIC 9(3) VALUE 0.
           05  TOTAL-QS        PIC 9(2) VALUE 0.
      *> Sum of every loaded question's point value - the perfect
      *>   TF|pts|TRUE or FALSE|text            - true/false
      *>   NUM|pts|target,tolerance|text        - numeric
      *> Changing quiz content each term is still a data-file edit,
      *> not a source change with a regression run attached - made
      *> through the grader's bank-maintenance screen
      *> (quiz-bank-maint.cbl), which also keeps the two optional
      *> control lines at the top of the bank:
      *>   #ORDER=03,01,02,...  - presentation order
      *>   #RETIRED=05          - questions no longer asked
      *>   #DRAW=5,MC:1,2:1     - per-attempt shuffled draw
      *> A question's bank number is its place among the question
      *> lines; retiring or reordering never changes it, so the
      *> "user#q" response records always mean the same question.
           05  Q-TEXT-TAB      PIC X(60) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  Q-ANS-TAB       PIC X(40) OCCURS 20 TIMES
           05  RESULT-TAB      PIC X(30) OCCURS 20 TIMES
                                         VALUE "unanswered".
           05  CORRECT-TAB     PIC X(1) OCCURS 20 TIMES VALUE "0".
      *> Each loaded slot's bank number, and the presentation rank
      *> the slots are sorted on once the whole bank is in.
           05  Q-ID-TAB        PIC 9(2) OCCURS 20 TIMES VALUE 0.
           05  Q-RANK-TAB      PIC 9(6) OCCURS 20 TIMES VALUE 0.
           05  ORDER-KEY-TAB   PIC 9(6) OCCURS 20 TIMES VALUE 0.
           05  BANK-NO         PIC 9(2) VALUE 0.
           05  ORDER-LINE      PIC X(80) VALUE SPACES.
           05  RETIRED-LINE    PIC X(80) VALUE SPACES.
           05  CTL-POS         PIC 9(3) VALUE 0.
           05  CTL-IDX         PIC 9(2) VALUE 0.
           05  CTL-NO          PIC 9(2) VALUE 0.
           05  CTL-WORK        PIC X(2) VALUE SPACES.
           05  RET-HIT         PIC X(1) VALUE "N".
      *> The per-attempt draw. A "#DRAW=" line shuffles the order
      *> each attempt from a seed taken off the clock, and when its
      *> first entry is a count N smaller than the bank, keeps only
      *> N questions - first satisfying up to four "key:minimum"
      *> rules, the key a type code or a point value, then filling
      *> in shuffled order. The seed goes on the attempt record and
      *> each response records the position it was shown at, so a
      *> grader can rebuild exactly what the student saw. BANK-QS
      *> keeps the whole loaded bank for item analysis.
           05  DRAW-LINE       PIC X(80) VALUE SPACES.
           05  DRAW-N          PIC 9(2) VALUE 0.
           05  DRAW-RULE       PIC X(12) OCCURS 4 TIMES VALUE SPACES.
           05  RULE-KEY        PIC X(4) OCCURS 4 TIMES VALUE SPACES.
           05  RULE-MIN        PIC 9(2) OCCURS 4 TIMES VALUE 0.
           05  RULE-GOT        PIC 9(2) OCCURS 4 TIMES VALUE 0.
           05  RULE-IDX        PIC 9(1) VALUE 0.
           05  RULE-HIT        PIC X(1) VALUE "N".
           05  RULE-MATCH      PIC X(1) VALUE "N".
           05  PICK-TAB        PIC X(1) OCCURS 20 TIMES VALUE "N".
           05  PICK-CNT        PIC 9(2) VALUE 0.
           05  DRAW-TIME       PIC 9(8) VALUE 0.
           05  DRAW-SEED       PIC 9(6) VALUE 0.
           05  DRAW-LAST       PIC 9(6) VALUE 0.
           05  RAND-STATE      PIC 9(6) VALUE 0.
           05  RAND-WORK       PIC 9(12) VALUE 0.
           05  DRAW-DONE       PIC X(1) VALUE "N".
           05  ATT-SEED        PIC X(6) VALUE "-".
           05  BANK-QS         PIC 9(2) VALUE 0.
           05  CUR-Q           PIC 9(2) VALUE 1.
           05  CUR-TEXT        PIC X(60) VALUE SPACES.
           05  CUR-ANSWER      PIC X(20) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Answer the questions".
      *> Per-student attempt records and the grader roster built from
      *> them - one keyed record per student in quiz-attempts.dat,
      *> value "date|score|grade|seed|sitting" - the seed of the
      *> attempt's draw, "-" when the bank has no #DRAW line, and
      *> the sitting it was taken in, "-" outside any sitting.
           05  TODAY-DATE      PIC X(8) VALUE SPACES.
           05  ATT-VALUE       PIC X(60) VALUE SPACES.
      *> Every attempt also lands in quiz-history.dat, which a
      *> re-submit never replaces: key "A" and a six-digit number
      *> from its "#SEQ" counter, value
      *> "user|date|score|max|seed|sitting", the user its alternate
      *> key. The registrar's grade posting (reg-post.cbl) picks
      *> each student's best, latest or sitting attempt from it.
           05  HIST-SEQ        PIC 9(7) VALUE 0.
           05  HIST-SEQ-X      PIC X(7) VALUE SPACES.
           05  HIST-KEY        PIC X(7) VALUE SPACES.
           05  HIST-VAL        PIC X(80) VALUE SPACES.
      *> Exam sittings. A student signs in only while a sitting is
      *> open for them: SITTING-FILE holds one line per sitting,
      *>   id|bank|opens|closes|group|max attempts
      *> opens and closes as yymmddhhmm, group a role the student
      *> holds (a makeup list is just a role on those accounts), and
      *> a blank bank meaning BANK-FILE. The first open sitting
      *> with attempts left is the one taken. Sign-in and each Retry
      *> start an attempt and spend one of the maximum, counted in
      *> quiz-tries.dat under "sitting#user", value "count|user" -
      *> the user its alternate key. Graders sit no exam and sign in
      *> whatever the calendar says.
           05  SITTING-FILE    PIC X(40) VALUE "examples/quiz-sittings.dat".
           05  SIT-LINE        PIC X(120) VALUE SPACES.
           05  SIT-EOF         PIC X(1) VALUE "N".
           05  SI-W            PIC X(10) VALUE SPACES.
           05  SB-W            PIC X(40) VALUE SPACES.
           05  SO-W            PIC X(10) VALUE SPACES.
           05  SC-W            PIC X(10) VALUE SPACES.
           05  SG-W            PIC X(20) VALUE SPACES.
           05  SM-W            PIC X(4) VALUE SPACES.
           05  SIT-FOUND       PIC X(1) VALUE "N".
      *> "sitting:attempt/maximum" for the sign-in screen.
           05  SIT-INFO        PIC X(20) VALUE SPACES.
           05  ATT-SIT         PIC X(10) VALUE "-".
           05  SIT-CLOSE       PIC X(10) VALUE SPACES.
           05  SIT-BANK        PIC X(40) VALUE SPACES.
           05  SIT-MAX         PIC 9(3) VALUE 0.
           05  SIT-USED        PIC 9(3) VALUE 0.
           05  USER-ROLES      PIC X(40) VALUE SPACES.
           05  ROLE-HIT        PIC X(1) VALUE "N".
           05  ROLE-WANT       PIC X(20) VALUE SPACES.
           05  NOW-TIME        PIC 9(9) VALUE 0.
           05  NOW-TIME-X      PIC X(9) VALUE SPACES.
           05  NOW-STAMP       PIC X(10) VALUE SPACES.
           05  TRY-KEY         PIC X(32) VALUE SPACES.
           05  TRY-VAL         PIC X(30) VALUE SPACES.
           05  TRY-N           PIC X(4) VALUE SPACES.
           05  TRY-U           PIC X(20) VALUE SPACES.
      *> What the proctor's exceptions report (quiz-proctor.cbl)
      *> reads back out of the audit trail: a question whose clock
      *> ran out, and a saved answer replaced by a different one,
      *> each logged as "user#bank number". ANS-WAS holds the answer
      *> on file while the new one is saved over it.
           05  ANS-WAS         PIC X(20) VALUE SPACES.
           05  TIMED-OUT       PIC X(24) VALUE SPACES.
           05  ANS-CHANGE      PIC X(24) VALUE SPACES.
      *> Completion certificates. A signed-in attempt recorded at
      *> PASS-PCT percent of the points or better earns one, unless
      *> the student already holds a valid one. Numbers are taken
      *> from the CERT series of cobalt-numbers.dat, which only ever
      *> counts up - a number is never issued twice, a revoked one
      *> included, and one taken for an attempt that does not land
      *> is voided with it. (A register started under its own
      *> "#SEQ" counter keeps that record; the CERT series is set
      *> up with its low end past it.) The keyed register is
      *> quiz-certs.dat, keyed by certificate number. Register value
      *> "user|date|score|max|bank version|V"; revoking it
      *> (quiz-certs.cbl) turns the V to "R|date|by". The letter
      *> itself is a form-letter MERGE to the CERTS print queue.
           05  PASS-PCT        PIC 9(3) VALUE 70.
           05  PASS-MARK       PIC 9(6) VALUE 0.
           05  SCORE-PCT       PIC 9(6) VALUE 0.
           05  BANK-VER        PIC X(4) VALUE "0".
           05  CERT-NO         PIC X(8) VALUE SPACES.
           05  CERT-ISSUED     PIC X(1) VALUE "N".
           05  CERT-HELD       PIC X(1) VALUE "N".
      *> The TAKE-NUMBER verdict - "1" a number was taken, any
      *> other the reason none was.
           05  CERT-R          PIC X(1) VALUE " ".
           05  CERT-VAL        PIC X(60) VALUE SPACES.
           05  CV-U            PIC X(20) VALUE SPACES.
           05  CV-D            PIC X(8) VALUE SPACES.
           05  CV-S            PIC X(4) VALUE SPACES.
           05  CV-M            PIC X(4) VALUE SPACES.
           05  CV-B            PIC X(4) VALUE SPACES.
      *> Scratch for a student's records read off an alternate key -
      *> the certificates they hold, or their sitting tries.
           05  CK-KEY          PIC X(32) OCCURS 10 TIMES
                                         VALUE SPACES.
           05  CK-VAL          PIC X(60) OCCURS 10 TIMES
                                         VALUE SPACES.
           05  CK-COUNT        PIC 9(3) VALUE 0.
           05  CK-IDX          PIC 9(3) VALUE 0.
           05  CK-ST           PIC X(1) VALUE SPACES.
           05  ROSTER-USER     PIC X(20) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  ROSTER-INFO     PIC X(60) OCCURS 20 TIMES
           05  RPT-LINE-GRADE  PIC X(80) VALUE SPACES.
      *> Per-question response records ("quiz-responses.dat", one
      *> keyed "user#q" record per answered question, value
      *> "answer|verdict|position" - q is the bank number, position
      *> where this attempt showed it; a verdict overridden on appeal
      *> carries the original verdict as a fourth part, which a
      *> re-submit drops with the rest) and the item-analysis working
      *> tables the Items report is generated from - percent
      *> correct, the most common wrong answer, and the
      *> high-half/low-half correct rates that show how a question
      *> discriminates.
           05  RESP-KEY-TAB    PIC X(30) OCCURS 100 TIMES
                                         VALUE SPACES.
           05  RESP-VAL-TAB    PIC X(30) OCCURS 100 TIMES
       SCREEN SECTION.
      *> The bank loads before the first render, so TOTAL-QS is
      *> already derived when the operator sees the sign-in screen.
       01  LOGIN-SCREEN ON-ENTRY PERFORM OPEN-SIGN-IN.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "COBALT Quiz - Sign In".
           05  LOGIN-AREA.
               10  PASS-INPUT  PIC X(20) USING PASSWORD-INPUT PASSWORD.
               10  LOGIN-BTN   VALUE "Sign In" ON-ACTION PERFORM DO-LOGIN.
               10  PREVIEW-BTN VALUE "Preview" GO-TO-SCREEN Q-SCREEN.
               10  SIT-DISP    PIC X(20) USING SIT-INFO.
           05  STATUS-BAR.
               10  MSG-TEXT    PIC X(60) USING LOGIN-MSG.

       MAIN-LOOP.
           STOP RUN.

      *> The sitting line is for reading, never for typing in.
       OPEN-SIGN-IN.
           DISABLE SIT-DISP
           PERFORM LOAD-BANK.

      *> Bank lines split into points / accepted answers / question
      *> text; TOTAL-QS is how many live (unretired) questions
      *> loaded. The slots then sort into the #ORDER= sequence.
       LOAD-BANK.
           IF TOTAL-QS = 0
               MOVE "N" TO BANK-EOF
               MOVE 0 TO BANK-NO
               MOVE "" TO ORDER-LINE
               MOVE "" TO RETIRED-LINE
               MOVE "" TO DRAW-LINE
               OPEN INPUT SHARED BANK-FILE.
               PERFORM LOAD-ONE-QUESTION UNTIL BANK-EOF = "Y".
               CLOSE.
               MOVE TOTAL-QS TO BANK-QS
               PERFORM RANK-ONE-QUESTION
                   VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > 20
               PERFORM APPLY-ORDER-KEYS
           END-IF.

      *> Puts the slots in ORDER-KEY-TAB sequence. SORT carries four
      *> tables along per pass, so the same keys drive two passes
      *> over the six slot tables.
       APPLY-ORDER-KEYS.
           PERFORM COPY-ONE-ORDER-KEY
               VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > 20
           SORT Q-RANK-TAB WITH Q-TEXT-TAB Q-ANS-TAB Q-PTS-TAB Q-TYPE-TAB.
           PERFORM COPY-ONE-ORDER-KEY
               VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > 20
           SORT Q-RANK-TAB WITH Q-OPT-TAB Q-ID-TAB.

       COPY-ONE-ORDER-KEY.
           MOVE ORDER-KEY-TAB(SUM-IDX) TO Q-RANK-TAB(SUM-IDX).

      *> Control lines are kept for the ordering pass; every other
      *> line is a question and takes the next bank number, whether
      *> or not it is retired.
       LOAD-ONE-QUESTION.
           READ BANK-LINE AT END PERFORM MARK-BANK-EOF.
           IF BANK-EOF = "N"
               IF BANK-LINE(1:7) = "#ORDER="
                   MOVE BANK-LINE TO ORDER-LINE
               ELSE
                   IF BANK-LINE(1:9) = "#RETIRED="
                       MOVE BANK-LINE TO RETIRED-LINE
                   ELSE
                       IF BANK-LINE(1:6) = "#DRAW="
                           MOVE BANK-LINE TO DRAW-LINE
                       ELSE
                           IF BANK-LINE(1:9) = "#VERSION="
                               MOVE BANK-LINE(10:4) TO BANK-VER
                           ELSE
                               ADD 1 TO BANK-NO
                               PERFORM CHECK-RETIRED
                               IF RET-HIT = "N" AND TOTAL-QS < 20
                                   PERFORM STORE-ONE-QUESTION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> "#RETIRED=" is nine columns, so entry n starts at 3n+7.
       CHECK-RETIRED.
           MOVE "N" TO RET-HIT
           PERFORM MATCH-ONE-RETIRED
               VARYING CTL-IDX FROM 1 BY 1 UNTIL CTL-IDX > 20.

       MATCH-ONE-RETIRED.
           COMPUTE CTL-POS = CTL-IDX * 3 + 7
           MOVE RETIRED-LINE(CTL-POS:2) TO CTL-WORK
           IF CTL-WORK NOT = ""
               MOVE CTL-WORK TO CTL-NO
               IF CTL-NO = BANK-NO
                   MOVE "Y" TO RET-HIT
               END-IF
           END-IF.

      *> A slot's rank is its bank number's place in "#ORDER="
      *> (seven columns, so entry n starts at 3n+5). Unlisted
      *> questions - or every question, in a bank with no order
      *> line - rank after the listed ones in file order, and the
      *> empty slots past TOTAL-QS stay at the back.
       RANK-ONE-QUESTION.
           IF SUM-IDX > TOTAL-QS
               MOVE 999999 TO ORDER-KEY-TAB(SUM-IDX)
           ELSE
               COMPUTE ORDER-KEY-TAB(SUM-IDX) = SUM-IDX + 20
               PERFORM MATCH-ONE-ORDER
                   VARYING CTL-IDX FROM 1 BY 1 UNTIL CTL-IDX > 20
           END-IF.

       MATCH-ONE-ORDER.
           COMPUTE CTL-POS = CTL-IDX * 3 + 5
           MOVE ORDER-LINE(CTL-POS:2) TO CTL-WORK
           IF CTL-WORK NOT = ""
               MOVE CTL-WORK TO CTL-NO
               IF CTL-NO = Q-ID-TAB(SUM-IDX)
                   MOVE CTL-IDX TO ORDER-KEY-TAB(SUM-IDX)
               END-IF
           END-IF.

      *> A first field of MC/TF/NUM is a type code; the classic
      *> numeric-first shape loads exactly as it always did.
       STORE-ONE-QUESTION.
           IF BANK-EOF = "N" AND TOTAL-QS < 20
               ADD 1 TO TOTAL-QS
               MOVE BANK-NO TO Q-ID-TAB(TOTAL-QS)
               MOVE "" TO QTY-WORK
               MOVE "" TO QO-WORK
           UNSTRING BANK-LINE DELIMITED BY "|" INTO QTY-WORK.
       MARK-BANK-EOF.
           MOVE "Y" TO BANK-EOF.

      *> Once per attempt, and only for a bank carrying a "#DRAW="
      *> line - without one the quiz keeps the #ORDER= sequence
      *> every attempt, exactly as before. A retry inside the same
      *> clock tick would take the last seed again, so a repeated
      *> seed is stepped once through the generator.
       DRAW-QUESTIONS.
           IF DRAW-DONE = "N" AND DRAW-LINE NOT = ""
               MOVE "Y" TO DRAW-DONE
               PERFORM PARSE-DRAW-LINE
               MOVE DRAW-SEED TO DRAW-LAST
               ACCEPT DRAW-TIME FROM TIME.
               COMPUTE DRAW-SEED = MOD(DRAW-TIME, 233280)
               IF DRAW-SEED = DRAW-LAST AND ATT-SEED NOT = "-"
                   COMPUTE RAND-WORK = DRAW-SEED * 9301 + 49297
                   COMPUTE DRAW-SEED = MOD(RAND-WORK, 233280)
               END-IF
               MOVE DRAW-SEED TO ATT-SEED
               MOVE DRAW-SEED TO RAND-STATE
               PERFORM SET-RANDOM-KEY
                   VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > 20
               PERFORM APPLY-ORDER-KEYS
               IF DRAW-N > 0 AND DRAW-N < TOTAL-QS
                   PERFORM PICK-DRAWN-QUESTIONS
               END-IF
           END-IF.

      *> "#DRAW=" is six columns; the count comes first, then the
      *> minimum rules.
       PARSE-DRAW-LINE.
           MOVE DRAW-LINE(7:74) TO BL2-WORK
           MOVE "" TO QP-WORK
           MOVE "" TO AW1
           MOVE "" TO AW2
           MOVE "" TO AW3
           MOVE "" TO AW4
           UNSTRING BL2-WORK DELIMITED BY "," INTO QP-WORK AW1 AW2 AW3 AW4
           MOVE NUMVAL(QP-WORK) TO DRAW-N
           MOVE AW1 TO DRAW-RULE(1)
           MOVE AW2 TO DRAW-RULE(2)
           MOVE AW3 TO DRAW-RULE(3)
           MOVE AW4 TO DRAW-RULE(4)
           PERFORM SPLIT-ONE-RULE
               VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 4.

       SPLIT-ONE-RULE.
           MOVE "" TO QTY-WORK
           MOVE "" TO QA-WORK
           UNSTRING DRAW-RULE(RULE-IDX) DELIMITED BY ":" INTO QTY-WORK QA-WORK
           MOVE UPPER-CASE(QTY-WORK) TO RULE-KEY(RULE-IDX)
           MOVE NUMVAL(QA-WORK) TO RULE-MIN(RULE-IDX)
           MOVE 0 TO RULE-GOT(RULE-IDX).

      *> One step of a small linear congruential generator per slot -
      *> the same seed always yields the same keys, so the seed alone
      *> reproduces the shuffle. Empty slots stay at the back.
       SET-RANDOM-KEY.
           IF SUM-IDX > TOTAL-QS
               MOVE 999999 TO ORDER-KEY-TAB(SUM-IDX)
           ELSE
               COMPUTE RAND-WORK = RAND-STATE * 9301 + 49297
               COMPUTE RAND-STATE = MOD(RAND-WORK, 233280)
               MOVE RAND-STATE TO ORDER-KEY-TAB(SUM-IDX)
           END-IF.

      *> Two passes over the shuffled slots: the first takes a
      *> question only when it meets a minimum still short, the
      *> second tops up to N in shuffled order. The kept questions
      *> then move to the front, in shuffled order, and TOTAL-QS and
      *> MAX-SCORE describe just the draw.
       PICK-DRAWN-QUESTIONS.
           MOVE 0 TO PICK-CNT
           PERFORM CLEAR-ONE-PICK
               VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > 20
           PERFORM PICK-FOR-MINIMUM
               VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > TOTAL-QS
           PERFORM PICK-TO-FILL
               VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > TOTAL-QS
           PERFORM KEY-ONE-PICK
               VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > 20
           PERFORM APPLY-ORDER-KEYS
           MOVE DRAW-N TO TOTAL-QS
           MOVE 0 TO MAX-SCORE
           PERFORM ADD-ONE-MAX-SCORE
               VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > TOTAL-QS.

       CLEAR-ONE-PICK.
           MOVE "N" TO PICK-TAB(SUM-IDX).

       PICK-FOR-MINIMUM.
           MOVE "N" TO RULE-HIT
           PERFORM MATCH-NEEDED-RULE
               VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 4
           IF RULE-HIT = "Y" AND PICK-CNT < DRAW-N
               PERFORM PICK-ONE-SLOT
           END-IF.

       MATCH-NEEDED-RULE.
           IF RULE-KEY(RULE-IDX) NOT = ""
               IF RULE-GOT(RULE-IDX) < RULE-MIN(RULE-IDX)
                   PERFORM TEST-RULE-MATCH
                   IF RULE-MATCH = "Y"
                       MOVE "Y" TO RULE-HIT
                   END-IF
               END-IF
           END-IF.

      *> A rule key names a type code or a point value.
       TEST-RULE-MATCH.
           MOVE "N" TO RULE-MATCH
           IF RULE-KEY(RULE-IDX) = Q-TYPE-TAB(SUM-IDX)
               MOVE "Y" TO RULE-MATCH
           END-IF
           IF RULE-KEY(RULE-IDX) = Q-PTS-TAB(SUM-IDX)
               MOVE "Y" TO RULE-MATCH
           END-IF.

       PICK-ONE-SLOT.
           MOVE "Y" TO PICK-TAB(SUM-IDX)
           ADD 1 TO PICK-CNT
           PERFORM COUNT-ONE-RULE
               VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 4.

       COUNT-ONE-RULE.
           IF RULE-KEY(RULE-IDX) NOT = ""
               PERFORM TEST-RULE-MATCH
               IF RULE-MATCH = "Y"
                   ADD 1 TO RULE-GOT(RULE-IDX)
               END-IF
           END-IF.

       PICK-TO-FILL.
           IF PICK-TAB(SUM-IDX) = "N" AND PICK-CNT < DRAW-N
               PERFORM PICK-ONE-SLOT
           END-IF.

       KEY-ONE-PICK.
           IF SUM-IDX > TOTAL-QS
               MOVE 999999 TO ORDER-KEY-TAB(SUM-IDX)
           ELSE
               IF PICK-TAB(SUM-IDX) = "Y"
                   MOVE SUM-IDX TO ORDER-KEY-TAB(SUM-IDX)
               ELSE
                   COMPUTE ORDER-KEY-TAB(SUM-IDX) = SUM-IDX + 50
               END-IF
           END-IF.

       ADD-ONE-MAX-SCORE.
           ADD Q-PTS-TAB(SUM-IDX) TO MAX-SCORE.

       DO-LOGIN.
           AUTHENTICATE USERNAME-INPUT PASSWORD-INPUT AUTH-RESULT.
           EVALUATE AUTH-RESULT
               WHEN "1"
                   MOVE "Signed in" TO LOGIN-MSG
                   PERFORM ADMIT-TO-SITTING
               WHEN "L"
                   MOVE "Account locked - see the supervisor" TO
                       LOGIN-MSG
                   MOVE "Invalid username or password" TO LOGIN-MSG
           END-EVALUATE.

      *> Graders pass straight through. A student is admitted to
      *> the first open sitting of theirs with an attempt left,
      *> which spends one and may bring its own bank; otherwise the
      *> sign-in is undone - result and role alike - so the answer
      *> controls and Retry stay shut to them. Only an admitted
      *> sign-in draws its questions.
       ADMIT-TO-SITTING.
           MOVE "-" TO ATT-SIT
           MOVE "" TO SIT-INFO
           ACCEPT USER-ROLES FROM ROLE.
           MOVE "grader" TO ROLE-WANT
           PERFORM TEST-USER-ROLE
           IF ROLE-HIT = "N"
               PERFORM FIND-SITTING
               EVALUATE SIT-FOUND
                   WHEN "Y"
                       PERFORM START-SITTING-ATTEMPT
                       PERFORM USE-SITTING-BANK
                   WHEN "F"
                       MOVE "All attempts used in this sitting" TO LOGIN-MSG
                       PERFORM REFUSE-SIGN-IN
                   WHEN OTHER
                       MOVE "No sitting is open for you now" TO LOGIN-MSG
                       PERFORM REFUSE-SIGN-IN
               END-EVALUATE
           END-IF
           IF AUTH-RESULT = "1"
               PERFORM DRAW-QUESTIONS
           END-IF.

       REFUSE-SIGN-IN.
           MOVE " " TO AUTH-RESULT
           SET-ROLE "".

      *> Is ROLE-WANT one of the signed-in user's roles? The list
      *> AUTHENTICATE stamps is comma-separated.
       TEST-USER-ROLE.
           MOVE "N" TO ROLE-HIT
           MOVE "" TO AW1
           MOVE "" TO AW2
           MOVE "" TO AW3
           MOVE "" TO AW4
           UNSTRING USER-ROLES DELIMITED BY "," INTO AW1 AW2 AW3 AW4
           IF ROLE-WANT NOT = ""
               IF AW1 = ROLE-WANT OR AW2 = ROLE-WANT
                   MOVE "Y" TO ROLE-HIT
               END-IF
               IF AW3 = ROLE-WANT OR AW4 = ROLE-WANT
                   MOVE "Y" TO ROLE-HIT
               END-IF
           END-IF.

      *> The calendar is read top to bottom and the first sitting
      *> that is open, names one of the student's roles and has an
      *> attempt left wins. One that is open but used up is kept
      *> only to name in the refusal.
       FIND-SITTING.
           PERFORM BUILD-NOW-STAMP
           OPEN I-O KEYED "quiz-tries.dat" ALTERNATE 2.
           READ KEYS CK-KEY CK-VAL CK-COUNT VIA USERNAME-INPUT.
           CLOSE.
           MOVE "N" TO SIT-FOUND
           MOVE "N" TO SIT-EOF
           OPEN INPUT SHARED SITTING-FILE.
           PERFORM CHECK-ONE-SITTING UNTIL SIT-EOF = "Y".
           CLOSE.
           PERFORM CLEAR-NOW-STAMP.

       CHECK-ONE-SITTING.
           READ SIT-LINE AT END PERFORM MARK-SIT-EOF.
           IF SIT-EOF = "N" AND SIT-FOUND NOT = "Y"
               IF SIT-LINE(1:1) NOT = "*" AND SIT-LINE NOT = ""
                   MOVE "" TO SI-W
                   MOVE "" TO SB-W
                   MOVE "" TO SO-W
                   MOVE "" TO SC-W
                   MOVE "" TO SG-W
                   MOVE "" TO SM-W
                   UNSTRING SIT-LINE DELIMITED BY "|"
                       INTO SI-W SB-W SO-W SC-W SG-W SM-W.
                   MOVE SG-W TO ROLE-WANT
                   PERFORM TEST-USER-ROLE
                   IF ROLE-HIT = "Y" AND SO-W <= NOW-STAMP AND SC-W >= NOW-STAMP
                       PERFORM WEIGH-SITTING
                   END-IF
               END-IF
           END-IF.

       MARK-SIT-EOF.
           MOVE "Y" TO SIT-EOF.

      *> A blank maximum allows the one attempt.
       WEIGH-SITTING.
           MOVE 0 TO SIT-USED
           MOVE "" TO TRY-KEY
           STRING SI-W DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               USERNAME-INPUT DELIMITED BY SIZE
               INTO TRY-KEY.
           PERFORM MATCH-ONE-TRY
               VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-COUNT
           MOVE 1 TO SIT-MAX
           IF SM-W NOT = ""
               MOVE NUMVAL(SM-W) TO SIT-MAX
           END-IF
           IF SIT-USED < SIT-MAX
               MOVE "Y" TO SIT-FOUND
               MOVE SI-W TO ATT-SIT
               MOVE SB-W TO SIT-BANK
               MOVE SC-W TO SIT-CLOSE
           ELSE
               IF SIT-FOUND = "N"
                   MOVE "F" TO SIT-FOUND
                   PERFORM SHOW-SITTING-INFO
               END-IF
           END-IF.

       MATCH-ONE-TRY.
           IF CK-KEY(CK-IDX) = TRY-KEY
               MOVE "" TO TRY-N
               MOVE "" TO TRY-U
               UNSTRING CK-VAL(CK-IDX) DELIMITED BY "|" INTO TRY-N TRY-U
               MOVE NUMVAL(TRY-N) TO SIT-USED
           END-IF.

      *> Today's date and the clock's hhmm, in the calendar's
      *> yymmddhhmm shape; cleared again once compared, so no
      *> wall-clock value lingers in a state snapshot.
       BUILD-NOW-STAMP.
           ACCEPT TODAY-DATE FROM DATE.
           ACCEPT NOW-TIME FROM TIME.
           ADD 100000000 TO NOW-TIME
           MOVE NOW-TIME TO NOW-TIME-X
           MOVE "" TO NOW-STAMP
           STRING TODAY-DATE DELIMITED BY SIZE
               NOW-TIME-X(2:4) DELIMITED BY SIZE
               INTO NOW-STAMP.

       CLEAR-NOW-STAMP.
           MOVE "" TO TODAY-DATE
           MOVE 0 TO NOW-TIME
           MOVE "" TO NOW-TIME-X
           MOVE "" TO NOW-STAMP.

      *> Spends one of the sitting's attempts.
       START-SITTING-ATTEMPT.
           ADD 1 TO SIT-USED
           MOVE "" TO TRY-KEY
           STRING ATT-SIT DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               USERNAME-INPUT DELIMITED BY SIZE
               INTO TRY-KEY.
           MOVE "" TO TRY-VAL
           STRING SIT-USED DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               USERNAME-INPUT DELIMITED BY SIZE
               INTO TRY-VAL.
           OPEN I-O KEYED "quiz-tries.dat" ALTERNATE 2.
           WRITE KEY TRY-KEY TRY-VAL.
           CLOSE.
           MOVE ATT-SIT TO SI-W
           PERFORM SHOW-SITTING-INFO.

       SHOW-SITTING-INFO.
           MOVE "" TO SIT-INFO
           STRING SI-W DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SIT-USED DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SIT-MAX DELIMITED BY SIZE
               INTO SIT-INFO.

      *> A sitting naming its own bank replaces the one loaded for
      *> the sign-in screen, before any draw is made from it.
       USE-SITTING-BANK.
           IF SIT-BANK NOT = "" AND SIT-BANK NOT = BANK-FILE
               MOVE SIT-BANK TO BANK-FILE
               MOVE 0 TO TOTAL-QS
               MOVE 0 TO MAX-SCORE
               MOVE "0" TO BANK-VER
               PERFORM LOAD-BANK
           END-IF.

      *> Pulls the current question's text, the answer the student
      *> already typed (if any), and its feedback into the bound
      *> scalar fields the screen shows.
           END-IF.

      *> The current answer control's value lands back in
      *> ANSWER-TAB whichever control it came from. Replacing an
      *> answer already given with a different one is logged.
       SAVE-CUR-ANSWER.
           MOVE ANSWER-TAB(CUR-Q) TO ANS-WAS
           EVALUATE CUR-TYPE
               WHEN "MC"
                   MOVE CUR-CHOICE TO ANSWER-TAB(CUR-Q)
                   MOVE CUR-TF TO ANSWER-TAB(CUR-Q)
               WHEN OTHER
                   MOVE CUR-ANSWER TO ANSWER-TAB(CUR-Q)
           END-EVALUATE
           IF ANS-WAS NOT = "" AND ANS-WAS NOT = ANSWER-TAB(CUR-Q)
               PERFORM LOG-ANSWER-CHANGE
           END-IF
           MOVE "" TO ANS-WAS.

       LOG-ANSWER-CHANGE.
           MOVE "" TO ANS-CHANGE
           STRING USERNAME-INPUT DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               Q-ID-TAB(CUR-Q) DELIMITED BY SIZE
               INTO ANS-CHANGE.
           LOG ANS-CHANGE.
           MOVE "" TO ANS-CHANGE.

      *> The typed answer matches any of the bank line's accepted
      *> spellings, case-blind; SCORE always recomputes from the
               PERFORM SHOW-QUESTION
           END-IF.

      *> The proctor's clock ran out - logged for the exceptions
      *> report; whatever is typed stands, and the quiz moves to the
      *> next question (or the results).
       TIME-UP.
           MOVE "" TO TIMED-OUT
           STRING USERNAME-INPUT DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               Q-ID-TAB(CUR-Q) DELIMITED BY SIZE
               INTO TIMED-OUT.
           LOG TIMED-OUT.
           MOVE "" TO TIMED-OUT
           PERFORM CHECK-ANSWER
           PERFORM NEXT-QUESTION.

      *> Inside a sitting a retry is a fresh attempt: it needs the
      *> sitting still open and an attempt left, and spends one.
       DO-RETRY.
           IF ATT-SIT = "-"
               MOVE 1 TO CUR-Q
               NAVIGATE Q-SCREEN
           ELSE
               PERFORM RETRY-IN-SITTING
           END-IF.

       RETRY-IN-SITTING.
           PERFORM BUILD-NOW-STAMP
           IF NOW-STAMP > SIT-CLOSE
               MOVE "The sitting has closed" TO STATUS-MSG
           ELSE
               IF SIT-USED >= SIT-MAX
                   MOVE "No attempts left in this sitting" TO STATUS-MSG
               ELSE
                   PERFORM START-SITTING-ATTEMPT
                   PERFORM RESTART-ATTEMPT
                   MOVE "New attempt started" TO STATUS-MSG
                   MOVE 1 TO CUR-Q
                   NAVIGATE Q-SCREEN
               END-IF
           END-IF
           PERFORM CLEAR-NOW-STAMP.

      *> The new attempt starts from the whole bank again - a draw
      *> has cut TOTAL-QS down to its N - under a new seed, with the
      *> last attempt's answers and verdicts cleared before the
      *> first question shows.
       RESTART-ATTEMPT.
           MOVE 0 TO TOTAL-QS
           MOVE 0 TO MAX-SCORE
           MOVE "0" TO BANK-VER
           PERFORM LOAD-BANK
           MOVE "N" TO DRAW-DONE
           PERFORM DRAW-QUESTIONS
           PERFORM CLEAR-ONE-ANSWER
               VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > 20
           MOVE 0 TO SCORE.

       CLEAR-ONE-ANSWER.
           MOVE "" TO ANSWER-TAB(SUM-IDX)
           MOVE "unanswered" TO RESULT-TAB(SUM-IDX)
           MOVE "0" TO CORRECT-TAB(SUM-IDX).

       GRADE-IT.
           IF SCORE = MAX-SCORE
               SCORE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FINAL-MSG DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ATT-SEED DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ATT-SIT DELIMITED BY SIZE
               INTO ATT-VALUE.
      *> Attempt total and its per-question records land together
      *> or not at all - both files' renames park until COMMIT, so
           OPEN I-O KEYED "quiz-attempts.dat".
           WRITE KEY USERNAME-INPUT ATT-VALUE.
           CLOSE.
           PERFORM SAVE-ATTEMPT-HISTORY
      *> The per-question story behind the total - one keyed record
      *> per question, replaced wholesale on a re-submit just as the
      *> attempt record is. A drawn attempt need not ask the same
      *> questions as the one before it, so every earlier record of
      *> this student's goes first - left behind, a batch regrade
      *> would score it as part of this attempt.
           OPEN I-O KEYED "quiz-responses.dat".
           PERFORM DROP-ONE-OLD-RESPONSE
               VARYING RESP-IDX FROM 1 BY 1 UNTIL RESP-IDX > 20.
           PERFORM SAVE-ONE-RESPONSE
               VARYING RESP-IDX FROM 1 BY 1
               UNTIL RESP-IDX > TOTAL-QS.
           CLOSE.
           MOVE "N" TO CERT-ISSUED
           MOVE " " TO CERT-R
           COMPUTE PASS-MARK = PASS-PCT * MAX-SCORE
           COMPUTE SCORE-PCT = SCORE * 100
           IF AUTH-RESULT = "1" AND MAX-SCORE > 0
               IF SCORE-PCT >= PASS-MARK
                   PERFORM ISSUE-CERTIFICATE
               END-IF
           END-IF
           COMMIT.
           MOVE "Attempt recorded" TO STATUS-MSG.
           IF CERT-ISSUED = "Y"
               PERFORM PRINT-CERTIFICATE
           END-IF
           IF CERT-R NOT = " " AND CERT-R NOT = "1"
               MOVE "Recorded - no certificate number free" TO STATUS-MSG
               LOG STATUS-MSG.
           END-IF
           MOVE "" TO TODAY-DATE.
           MOVE "" TO ATT-VALUE.

      *> Inside SAVE-ATTEMPT's transaction, so the history never
      *> holds an attempt the attempts file does not, or misses one.
       SAVE-ATTEMPT-HISTORY.
           OPEN I-O KEYED "quiz-history.dat" ALTERNATE 1.
           MOVE "0" TO HIST-VAL
           READ KEY "#SEQ" HIST-VAL.
           MOVE NUMVAL(HIST-VAL) TO HIST-SEQ
           ADD 1 TO HIST-SEQ
           WRITE KEY "#SEQ" HIST-SEQ.
           ADD 1000000 TO HIST-SEQ
           MOVE HIST-SEQ TO HIST-SEQ-X
           MOVE "" TO HIST-KEY
           STRING "A" DELIMITED BY SIZE
               HIST-SEQ-X(2:6) DELIMITED BY SIZE
               INTO HIST-KEY.
           MOVE "" TO HIST-VAL
           STRING USERNAME-INPUT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SCORE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MAX-SCORE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ATT-SEED DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ATT-SIT DELIMITED BY SIZE
               INTO HIST-VAL.
           WRITE KEY HIST-KEY HIST-VAL.
           CLOSE.
           MOVE 0 TO HIST-SEQ
           MOVE "" TO HIST-SEQ-X
           MOVE "" TO HIST-KEY
           MOVE "" TO HIST-VAL.

      *> Inside SAVE-ATTEMPT's transaction, so the certificate and
      *> the attempt it certifies land together or not at all - a
      *> transaction that does not commit voids the number it took.
      *> The register's alternate key is the student, which finds
      *> any certificate already held without paging the whole file.
      *> No number free (the series used up, missing or held too
      *> long by another session) issues no certificate; the
      *> attempt itself still stands.
       ISSUE-CERTIFICATE.
           OPEN I-O KEYED "quiz-certs.dat" ALTERNATE 1.
           READ KEYS CK-KEY CK-VAL CK-COUNT VIA USERNAME-INPUT.
           MOVE "N" TO CERT-HELD
           PERFORM CHECK-ONE-HELD-CERT
               VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-COUNT
           IF CERT-HELD = "N"
               MOVE "" TO CERT-NO
               TAKE-NUMBER "CERT" CERT-NO CERT-R.
           END-IF
           IF CERT-HELD = "N" AND CERT-R = "1"
               MOVE "" TO CERT-VAL
               STRING USERNAME-INPUT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   SCORE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   MAX-SCORE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   BANK-VER DELIMITED BY SIZE
                   "|V" DELIMITED BY SIZE
                   INTO CERT-VAL.
               WRITE KEY CERT-NO CERT-VAL.
               MOVE "Y" TO CERT-ISSUED
           END-IF
           CLOSE.

       PRINT-CERTIFICATE.
           MERGE "examples/quiz-cert.tpl" TO "CERTS".
           LOG CERT-NO.
           MOVE "Attempt recorded - certificate printed" TO STATUS-MSG.

      *> The status is the sixth part of the value.
       CHECK-ONE-HELD-CERT.
           MOVE "" TO CK-ST
           MOVE CK-VAL(CK-IDX) TO CERT-VAL
           UNSTRING CERT-VAL DELIMITED BY "|"
               INTO CV-U CV-D CV-S CV-M CV-B CK-ST.
           IF CK-ST = "V"
               MOVE "Y" TO CERT-HELD
           END-IF.

       DROP-ONE-OLD-RESPONSE.
           MOVE "" TO RESP-KEY
           STRING USERNAME-INPUT DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               RESP-IDX DELIMITED BY SIZE
               INTO RESP-KEY.
           DELETE KEY RESP-KEY.

       SAVE-ONE-RESPONSE.
           MOVE "" TO RESP-KEY
           STRING USERNAME-INPUT DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               Q-ID-TAB(RESP-IDX) DELIMITED BY SIZE
               INTO RESP-KEY.
           MOVE "" TO RESP-VAL
           STRING ANSWER-TAB(RESP-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CORRECT-TAB(RESP-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RESP-IDX DELIMITED BY SIZE
               INTO RESP-VAL.
           WRITE KEY RESP-KEY RESP-VAL.

           OPEN I-O KEYED "quiz-responses.dat".
           READ KEYS RESP-KEY-TAB RESP-VAL-TAB RESP-COUNT.
           CLOSE.
           MOVE BANK-QS TO IA-CNT
           PERFORM ANALYZE-ONE-ITEM
               VARYING Q-WORK FROM 1 BY 1 UNTIL Q-WORK > BANK-QS
           GENERATE ITEM-STATS TO "quiz-items.rpt".
           MOVE "Item analysis spooled" TO STATUS-MSG.

           ADD RS-W TO SCORE-SUM
           ADD 1 TO SCORE-N.

      *> Attempt values are "date|score|grade|seed|sitting"; only
      *> the score is needed here.
       SPLIT-ROSTER-INFO.
           MOVE "" TO RD-W
           MOVE "" TO RS-W
               UNTIL RESP-IDX > RESP-COUNT
           MOVE "" TO IA-QNUM(Q-WORK)
           STRING "Q" DELIMITED BY SIZE
               Q-ID-TAB(Q-WORK) DELIMITED BY SIZE
               INTO IA-QNUM(Q-WORK).
           MOVE 0 TO PCT-W
           IF TN-CNT > 0
           MOVE "" TO RQ-WORK
           UNSTRING RESP-KEY-TAB(RESP-IDX) DELIMITED BY "#" INTO RU-WORK RQ-WORK
           COMPUTE RQ-NUM = RQ-WORK + 0
           IF RQ-NUM = Q-ID-TAB(Q-WORK)
               MOVE "" TO RA-WORK
               MOVE "" TO RC-WORK
        UNSTRING RESP-VAL-TAB(RESP-IDX) DELIMITED BY "|" INTO RA-WORK RC-WORK
