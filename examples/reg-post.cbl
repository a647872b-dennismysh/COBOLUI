       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-POST.

      *> Grade posting from the quiz into the registrar - each
      *> student's qualifying quiz attempt becomes the grade and
      *> points of their "name|grade|points|status" record in
      *> reg-students.dat, so nobody re-types scores by hand.
      *>
      *> Runs headless like reg-honors.cbl - from the scheduler or
      *> as
      *>   cobalt examples/reg-post.cbl <events-file> POST-RULE=...
      *> - and does its whole pass on arrival. The attempts are the
      *> ones quiz.cbl keeps in quiz-history.dat
      *> ("user|date|score|max|seed|sitting", oldest first), and
      *> POST-RULE picks one per student:
      *>   BEST     the highest percentage, the earlier on a tie
      *>   LATEST   the last attempt
      *>   SITTING  the last attempt in sitting POST-SITTING
      *> A student's last attempt is scored as quiz-attempts.dat now
      *> has it, so a regrade or an upheld appeal counts. Points are
      *> the whole percentage of the maximum, and the grade the
      *> letter of the highest GRADE-CUTS floor they reach.
      *>
      *> reg-postings.dat registers every attempt posted, keyed by
      *> its history key ("student|points|grade|rule|date"), and an
      *> attempt found there is never posted again. An attempt
      *> whose student has no registrar record, or has withdrawn,
      *> is rejected to EXCEPT-FILE ("attempt|student|score|max|
      *> reason"); it is weighed again on the next run with the
      *> rest of that student's attempts, and posts once the record
      *> is put right. The posting report proves the run: every
      *> attempt read was passed over by the rule, already posted,
      *> posted or rejected, each counted as it happens, and the
      *> four must add back to the attempts read.
      *>
      *> Nothing here holds the students in a table, so a history
      *> of any length and any number of students posts the same
      *> way. Only one keyed file is open at a time, so each pass
      *> leaves what the next one needs in a work file, emptied at
      *> the start of the next run:
      *>   reg-post.att   every attempt, under "student#attempt"
      *>   reg-post.wrk   the same, keyed, so its browse delivers
      *>                  each student's attempts together, in the
      *>                  order they were made
      *>   reg-post.chs   per student, the rule's choice so far and
      *>                  the last attempt, held back for its
      *>                  restated score
      *>   reg-post.chc   per student, the qualifying attempt
      *>   reg-post.chk   the same, marked if already posted
      *>   reg-post.rows  the report rows, fed to POST-REPORT
      *> A history of several hundred attempts runs past the
      *> engine's default statement guard in the one arrival
      *> handler, so the program carries its own.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
      *> The rule and the files - fields, so a run names them on the
      *> command line.
           05  POST-RULE       PIC X(8) VALUE "BEST".
           05  POST-SITTING    PIC X(10) VALUE SPACES.
           05  HISTORY-FILE    PIC X(60) VALUE "quiz-history.dat".
           05  EXCEPT-FILE     PIC X(60) VALUE "reg-post-exceptions.dat".
      *> The statement guard for the one arrival handler - the engine
      *> takes it in place of its default; a longer history runs with
      *> MAX-LOOP-ITERATIONS=... on the command line.
           05  MAX-LOOP-ITERATIONS PIC 9(6) VALUE 200000.
      *> "<letter>:<floor>" pairs, comma-separated, at most five;
      *> points under every floor take the F.
           05  GRADE-CUTS      PIC X(40) VALUE "A:90,B:80,C:70,D:60".
           05  CUT-LTR         PIC X(2) OCCURS 5 TIMES VALUE SPACES.
           05  CUT-MIN         PIC 9(3) OCCURS 5 TIMES VALUE 0.
           05  CUT-CNT         PIC 9(2) VALUE 0.
           05  CUT-IDX         PIC 9(2) VALUE 0.
           05  CUT-BEST        PIC 9(3) VALUE 0.
           05  P1              PIC X(8) VALUE SPACES.
           05  P2              PIC X(8) VALUE SPACES.
           05  P3              PIC X(8) VALUE SPACES.
           05  P4              PIC X(8) VALUE SPACES.
           05  P5              PIC X(8) VALUE SPACES.
           05  PAIR-W          PIC X(8) VALUE SPACES.
           05  SL-W            PIC X(2) VALUE SPACES.
           05  SV-W            PIC X(4) VALUE SPACES.
           05  RULE-OK         PIC X(1) VALUE "N".
      *> One history record as read, and taken apart - user, date,
      *> score, max, seed and sitting.
           05  H-KEY           PIC X(8) VALUE SPACES.
           05  HV-W            PIC X(60) VALUE SPACES.
           05  H-EOF           PIC X(1) VALUE "N".
           05  NEXT-USER       PIC X(20) VALUE SPACES.
           05  NEXT-KEY        PIC X(8) VALUE SPACES.
           05  NEXT-VAL        PIC X(60) VALUE SPACES.
           05  H-U             PIC X(20) VALUE SPACES.
           05  H-D             PIC X(8) VALUE SPACES.
           05  H-S             PIC X(4) VALUE SPACES.
           05  H-M             PIC X(4) VALUE SPACES.
           05  H-E             PIC X(6) VALUE SPACES.
           05  H-T             PIC X(10) VALUE SPACES.
           05  H-SC-N          PIC 9(3) VALUE 0.
           05  H-MX-N          PIC 9(3) VALUE 0.
           05  H-PCT           PIC 9(3)V99 VALUE 0.
           05  CH-PCT-N        PIC 9(3)V99 VALUE 0.
      *> One work-file record - "student#attempt", and the history
      *> record as read.
           05  WK-KEY          PIC X(30) VALUE SPACES.
           05  WK-VAL          PIC X(60) VALUE SPACES.
           05  W-EOF           PIC X(1) VALUE "N".
      *> The student's latest attempt so far, held back from the
      *> rule until the next student turns up and it is known to be
      *> the last, and the attempts record it is checked against -
      *> date, score, grade, seed and sitting.
           05  LU-KEY          PIC X(8) VALUE SPACES.
           05  LU-VAL          PIC X(60) VALUE SPACES.
           05  AT-VAL          PIC X(60) VALUE SPACES.
           05  A-D             PIC X(8) VALUE SPACES.
           05  A-S             PIC X(4) VALUE SPACES.
           05  A-G             PIC X(20) VALUE SPACES.
           05  A-E             PIC X(6) VALUE SPACES.
           05  A-T             PIC X(10) VALUE SPACES.
      *> The student's qualifying attempt, as it passes from one work
      *> file to the next; CH-KEY stays blank until the rule takes
      *> one.
           05  CH-USER         PIC X(20) VALUE SPACES.
           05  CH-KEY          PIC X(8) VALUE SPACES.
           05  CH-SCORE        PIC 9(3) VALUE 0.
           05  CH-MAX          PIC 9(3) VALUE 0.
           05  CH-PTS          PIC 9(3) VALUE 0.
           05  CH-GRADE        PIC X(2) VALUE SPACES.
           05  CH-RESULT       PIC X(24) VALUE SPACES.
      *> One report row as the report reads it back from
      *> reg-post.rows.
           05  RW-USER         PIC X(20) VALUE SPACES.
           05  RW-KEY          PIC X(8) VALUE SPACES.
           05  RW-SCORE        PIC X(4) VALUE SPACES.
           05  RW-MAX          PIC X(4) VALUE SPACES.
           05  RW-PTS          PIC X(4) VALUE SPACES.
           05  RW-GRADE        PIC X(2) VALUE SPACES.
           05  RW-RESULT       PIC X(24) VALUE SPACES.
      *> One registrar record taken apart, and the one written.
           05  REG-VAL         PIC X(60) VALUE SPACES.
           05  REG-DONE        PIC X(60) VALUE SPACES.
           05  NM-W            PIC X(30) VALUE SPACES.
           05  GR-W            PIC X(2) VALUE SPACES.
           05  PT-W            PIC X(4) VALUE SPACES.
           05  ST-W            PIC X(1) VALUE SPACES.
           05  NEW-VAL         PIC X(60) VALUE SPACES.
           05  REC-BEFORE      PIC X(60) VALUE SPACES.
           05  REC-AFTER       PIC X(60) VALUE SPACES.
           05  EDIT-NOTE       PIC X(40) VALUE SPACES.
           05  TODAY-D         PIC X(6) VALUE SPACES.
           05  EX-LINE         PIC X(80) VALUE SPACES.
      *> Control totals.
           05  ATTEMPTS-READ   PIC 9(5) VALUE 0.
           05  PASSED-OVER     PIC 9(5) VALUE 0.
           05  ALREADY-POSTED  PIC 9(5) VALUE 0.
           05  POSTED          PIC 9(5) VALUE 0.
           05  REJECTED        PIC 9(5) VALUE 0.
           05  ACCOUNTED       PIC 9(5) VALUE 0.
           05  TIE-OUT         PIC X(14) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Posting not run".

       SCREEN SECTION.
       01  POST-SCREEN ON-ENTRY PERFORM RUN-POSTING.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Quiz Grade Posting".
           05  TOTALS-AREA.
               10  READ-DISP   PIC 9(5) USING ATTEMPTS-READ.
               10  POST-DISP   PIC 9(5) USING POSTED.
               10  REJ-DISP    PIC 9(5) USING REJECTED.
               10  TIE-DISP    PIC X(14) USING TIE-OUT.
       COPY "examples/status-bar.inc".

      *> Fed from reg-post.rows, a row per student with a qualifying
      *> attempt, in student order.
       REPORT SECTION.
       01  POST-REPORT.
           05  PAGE-LENGTH 60.
           05  HEADING "=== Quiz Grade Posting ===".
           05  HEADING "student  attempt  score  max  points  grade  result".
           05  DETAIL USING RW-USER RW-KEY RW-SCORE RW-MAX.
           05  DETAIL USING RW-PTS RW-GRADE RW-RESULT.
           05  SUMMARY USING POST-RULE ATTEMPTS-READ PASSED-OVER.
           05  SUMMARY USING ALREADY-POSTED POSTED REJECTED TIE-OUT.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The whole job. Each file is read or written in one open;
      *> the registrar records and the register of what was posted
      *> land together or not at all.
       RUN-POSTING.
           MOVE UPPER-CASE(POST-RULE) TO POST-RULE
           MOVE "Y" TO RULE-OK
           EVALUATE POST-RULE
               WHEN "BEST"
                   CONTINUE
               WHEN "LATEST"
                   CONTINUE
               WHEN "SITTING"
                   IF POST-SITTING = ""
                       MOVE "N" TO RULE-OK
                       MOVE "POST-RULE SITTING needs POST-SITTING" TO STATUS-MSG
                   END-IF
               WHEN OTHER
                   MOVE "N" TO RULE-OK
                   MOVE "POST-RULE is BEST, LATEST or SITTING" TO STATUS-MSG
           END-EVALUATE
           IF RULE-OK = "Y"
               PERFORM LOAD-CUTS
               OPEN OUTPUT H1 "reg-post.wrk".
               CLOSE H1.
               PERFORM READ-HISTORY
               PERFORM SORT-ATTEMPTS
               PERFORM CHOOSE-ATTEMPTS
               PERFORM RESTATE-LAST-ATTEMPTS
               PERFORM FIND-POSTED
               PERFORM POST-GRADES
               PERFORM WRITE-EXCEPTIONS
               PERFORM PROVE-TOTALS
               PERFORM PRINT-POSTING
           END-IF.

      *> "<letter>:<floor>" pairs, comma-separated, at most five.
       LOAD-CUTS.
           MOVE 0 TO CUT-CNT
           UNSTRING GRADE-CUTS DELIMITED BY "," INTO P1 P2 P3 P4 P5.
           MOVE P1 TO PAIR-W
           PERFORM TAKE-ONE-CUT
           MOVE P2 TO PAIR-W
           PERFORM TAKE-ONE-CUT
           MOVE P3 TO PAIR-W
           PERFORM TAKE-ONE-CUT
           MOVE P4 TO PAIR-W
           PERFORM TAKE-ONE-CUT
           MOVE P5 TO PAIR-W
           PERFORM TAKE-ONE-CUT.

       TAKE-ONE-CUT.
           IF PAIR-W NOT = ""
               MOVE "" TO SL-W
               MOVE "" TO SV-W
               UNSTRING PAIR-W DELIMITED BY ":" INTO SL-W SV-W.
               ADD 1 TO CUT-CNT
               MOVE UPPER-CASE(SL-W) TO CUT-LTR(CUT-CNT)
               MOVE NUMVAL(SV-W) TO CUT-MIN(CUT-CNT)
           END-IF.

      *> Pass one - the history in key order, which is the order the
      *> attempts were made. Each attempt is counted and written out
      *> under "student#attempt" for the work file.
       READ-HISTORY.
           MOVE 0 TO ATTEMPTS-READ
           OPEN OUTPUT H2 "reg-post.att".
           OPEN I-O KEYED HISTORY-FILE.
           MOVE "N" TO H-EOF
           START "0" AT END PERFORM MARK-H-EOF.
           PERFORM READ-ONE-ATTEMPT UNTIL H-EOF = "Y".
           CLOSE.
           CLOSE H2.

       READ-ONE-ATTEMPT.
           MOVE "" TO H-KEY
           MOVE "" TO HV-W
           READ NEXT H-KEY HV-W AT END PERFORM MARK-H-EOF.
           IF H-EOF = "N" AND H-KEY NOT = "#SEQ"
               ADD 1 TO ATTEMPTS-READ
               PERFORM TAKE-APART-ATTEMPT
               MOVE "" TO WK-KEY
               STRING H-U DELIMITED BY SIZE
                   "#" DELIMITED BY SIZE
                   H-KEY DELIMITED BY SIZE
                   INTO WK-KEY.
               WRITE H2 WK-KEY HV-W.
           END-IF.

       MARK-H-EOF.
           MOVE "Y" TO H-EOF.

       MARK-W-EOF.
           MOVE "Y" TO W-EOF.

      *> The attempts into the (emptied) keyed work file - browsed,
      *> it delivers each student's attempts together, oldest first.
       SORT-ATTEMPTS.
           OPEN INPUT H2 "reg-post.att".
           OPEN I-O KEYED "reg-post.wrk".
           MOVE "N" TO W-EOF
           PERFORM FILE-ONE-ATTEMPT UNTIL W-EOF = "Y".
           CLOSE.
           CLOSE H2.

       FILE-ONE-ATTEMPT.
           MOVE "" TO WK-KEY
           MOVE "" TO WK-VAL
           READ H2 WK-KEY WK-VAL AT END PERFORM MARK-W-EOF.
           IF W-EOF = "N"
               WRITE KEY WK-KEY WK-VAL
           END-IF.

      *> Pass two - each attempt read goes to the rule as soon as a
      *> later one of the same student turns up. When the next
      *> student starts, or the work file ends, the student's choice
      *> so far and the attempt still held - their last - are
      *> written out for the restatement.
       CHOOSE-ATTEMPTS.
           OPEN OUTPUT H3 "reg-post.chs".
           MOVE "" TO CH-USER
           MOVE "N" TO W-EOF
           OPEN I-O KEYED "reg-post.wrk".
           START "0" AT END PERFORM MARK-W-EOF.
           PERFORM CHOOSE-ONE-RECORD UNTIL W-EOF = "Y".
           CLOSE.
           IF CH-USER NOT = ""
               PERFORM HAND-ON-STUDENT
           END-IF
           CLOSE H3.

       CHOOSE-ONE-RECORD.
           MOVE "" TO WK-KEY
           MOVE "" TO WK-VAL
           READ NEXT WK-KEY WK-VAL AT END PERFORM MARK-W-EOF.
           IF W-EOF = "N"
               MOVE "" TO NEXT-USER
               MOVE "" TO NEXT-KEY
               UNSTRING WK-KEY DELIMITED BY "#" INTO NEXT-USER NEXT-KEY.
               MOVE WK-VAL TO NEXT-VAL
               IF NEXT-USER NOT = CH-USER
                   IF CH-USER NOT = ""
                       PERFORM HAND-ON-STUDENT
                   END-IF
                   MOVE NEXT-USER TO CH-USER
                   MOVE "" TO CH-KEY
                   MOVE "" TO LU-KEY
                   MOVE "" TO LU-VAL
               END-IF
               PERFORM HOLD-LAST-ATTEMPT
           END-IF.

      *> The attempt held before is not the last after all - it
      *> goes to the rule, and the one just read is held instead.
       HOLD-LAST-ATTEMPT.
           IF LU-KEY NOT = ""
               MOVE LU-KEY TO H-KEY
               MOVE LU-VAL TO HV-W
               PERFORM TAKE-APART-ATTEMPT
               PERFORM CHOOSE-ONE-ATTEMPT
           END-IF
           MOVE NEXT-KEY TO LU-KEY
           MOVE NEXT-VAL TO LU-VAL.

       HAND-ON-STUDENT.
           WRITE H3 CH-USER CH-KEY CH-SCORE CH-MAX LU-KEY LU-VAL.

       TAKE-APART-ATTEMPT.
           MOVE "" TO H-U
           MOVE "" TO H-D
           MOVE "" TO H-S
           MOVE "" TO H-M
           MOVE "" TO H-E
           MOVE "" TO H-T
           UNSTRING HV-W DELIMITED BY "|" INTO H-U H-D H-S H-M H-E H-T.
           MOVE NUMVAL(H-S) TO H-SC-N
           MOVE NUMVAL(H-M) TO H-MX-N.

      *> A regrade or an appeal restates only the attempt on file in
      *> quiz-attempts.dat - the student's last. When that record is
      *> the same sitting as the last attempt held (date, draw seed
      *> and sitting agree) its score replaces the one sat. Then the
      *> last attempt goes to the rule like the rest, and a student
      *> the rule found an attempt for goes on to be posted.
       RESTATE-LAST-ATTEMPTS.
           OPEN INPUT H3 "reg-post.chs".
           OPEN OUTPUT H4 "reg-post.chc".
           MOVE "N" TO W-EOF
           OPEN I-O KEYED "quiz-attempts.dat".
           PERFORM RESTATE-ONE-LAST UNTIL W-EOF = "Y".
           CLOSE.
           CLOSE H3.
           CLOSE H4.

       RESTATE-ONE-LAST.
           READ H3 CH-USER CH-KEY CH-SCORE CH-MAX AT END PERFORM MARK-W-EOF.
           IF W-EOF = "N"
               READ H3 LU-KEY LU-VAL.
               MOVE LU-KEY TO H-KEY
               MOVE LU-VAL TO HV-W
               PERFORM TAKE-APART-ATTEMPT
               MOVE "" TO AT-VAL
               READ KEY CH-USER AT-VAL.
               IF AT-VAL NOT = ""
                   MOVE "" TO A-D
                   MOVE "" TO A-S
                   MOVE "" TO A-G
                   MOVE "" TO A-E
                   MOVE "" TO A-T
                   UNSTRING AT-VAL DELIMITED BY "|" INTO A-D A-S A-G A-E A-T.
                   IF A-D = H-D AND A-E = H-E AND A-T = H-T
                       MOVE NUMVAL(A-S) TO H-SC-N
                   END-IF
               END-IF
               PERFORM CHOOSE-ONE-ATTEMPT
               IF CH-KEY NOT = ""
                   WRITE H4 CH-USER CH-KEY CH-SCORE CH-MAX.
               END-IF
           END-IF.

      *> The rule, applied one attempt at a time in the order they
      *> were made - the first attempt of the student the rule takes
      *> becomes the choice, a later one replaces it as the rule
      *> says. An attempt from another sitting is passed over.
       CHOOSE-ONE-ATTEMPT.
           IF POST-RULE = "SITTING" AND H-T NOT = POST-SITTING
               ADD 1 TO PASSED-OVER
           ELSE
               IF CH-KEY = ""
                   PERFORM TAKE-CHOICE
               ELSE
                   PERFORM WEIGH-CHOICE
               END-IF
           END-IF.

      *> LATEST and SITTING keep the later attempt; BEST only a
      *> strictly better percentage. Either way one of the two is
      *> passed over.
       WEIGH-CHOICE.
           ADD 1 TO PASSED-OVER
           IF POST-RULE = "BEST"
               MOVE 0 TO H-PCT
               IF H-MX-N > 0
                   COMPUTE H-PCT = H-SC-N * 100 / H-MX-N
               END-IF
               MOVE 0 TO CH-PCT-N
               IF CH-MAX > 0
                   COMPUTE CH-PCT-N = CH-SCORE * 100 / CH-MAX
               END-IF
               IF H-PCT > CH-PCT-N
                   PERFORM TAKE-CHOICE
               END-IF
           ELSE
               PERFORM TAKE-CHOICE
           END-IF.

       TAKE-CHOICE.
           MOVE H-KEY TO CH-KEY
           MOVE H-SC-N TO CH-SCORE
           MOVE H-MX-N TO CH-MAX.

      *> A chosen attempt already in the register is done with.
       FIND-POSTED.
           OPEN INPUT H4 "reg-post.chc".
           OPEN OUTPUT H3 "reg-post.chk".
           MOVE "N" TO W-EOF
           OPEN I-O KEYED "reg-postings.dat".
           PERFORM CHECK-ONE-POSTED UNTIL W-EOF = "Y".
           CLOSE.
           CLOSE H4.
           CLOSE H3.

       CHECK-ONE-POSTED.
           READ H4 CH-USER CH-KEY CH-SCORE CH-MAX AT END PERFORM MARK-W-EOF.
           IF W-EOF = "N"
               MOVE "" TO CH-RESULT
               MOVE "" TO REG-DONE
               READ KEY CH-KEY REG-DONE.
               IF REG-DONE NOT = ""
                   MOVE "ALREADY POSTED" TO CH-RESULT
                   ADD 1 TO ALREADY-POSTED
               END-IF
               WRITE H3 CH-USER CH-KEY CH-SCORE CH-MAX CH-RESULT.
           END-IF.

      *> Each student's grade is posted and the report row written
      *> in the one pass over the registrar; the postings are then
      *> registered from those rows.
       POST-GRADES.
           ACCEPT TODAY-D FROM DATE.
           BEGIN-TRANSACTION.
           OPEN INPUT H3 "reg-post.chk".
           OPEN OUTPUT H4 "reg-post.rows".
           MOVE "N" TO W-EOF
           OPEN I-O KEYED "reg-students.dat".
           PERFORM POST-ONE-GRADE UNTIL W-EOF = "Y".
           CLOSE.
           CLOSE H3.
           CLOSE H4.
           OPEN INPUT H4 "reg-post.rows".
           MOVE "N" TO W-EOF
           OPEN I-O KEYED "reg-postings.dat".
           PERFORM REGISTER-ONE-POSTING UNTIL W-EOF = "Y".
           CLOSE.
           CLOSE H4.
           COMMIT.

       POST-ONE-GRADE.
           READ H3 CH-USER CH-KEY CH-SCORE CH-MAX AT END PERFORM MARK-W-EOF.
           IF W-EOF = "N"
               READ H3 CH-RESULT.
               MOVE 0 TO CH-PTS
               MOVE "" TO CH-GRADE
               IF CH-RESULT = ""
                   PERFORM WEIGH-ONE-STUDENT
               END-IF
               WRITE H4 CH-USER CH-KEY CH-SCORE CH-MAX.
               WRITE H4 CH-PTS CH-GRADE CH-RESULT.
           END-IF.

       WEIGH-ONE-STUDENT.
           MOVE "" TO REG-VAL
           READ KEY CH-USER REG-VAL.
           MOVE "" TO NM-W
           MOVE "" TO GR-W
           MOVE "" TO PT-W
           MOVE "" TO ST-W
           UNSTRING REG-VAL DELIMITED BY "|" INTO NM-W GR-W PT-W ST-W.
           IF REG-VAL = ""
               MOVE "NO REGISTRAR RECORD" TO CH-RESULT
           ELSE
               IF ST-W = "W"
                   MOVE "STUDENT WITHDRAWN" TO CH-RESULT
               ELSE
                   IF CH-MAX = 0
                       MOVE "NO POINTS POSSIBLE" TO CH-RESULT
                   ELSE
                       PERFORM WRITE-GRADE
                   END-IF
               END-IF
           END-IF
           IF CH-RESULT NOT = "POSTED"
               ADD 1 TO REJECTED
           END-IF.

      *> A record kept before status was has none and reads as
      *> enrolled; it is written back with the A.
       WRITE-GRADE.
           COMPUTE CH-PTS = CH-SCORE * 100 / CH-MAX
           IF CH-PTS > 100
               MOVE 100 TO CH-PTS
           END-IF
           MOVE "F" TO CH-GRADE
           MOVE 0 TO CUT-BEST
           PERFORM WEIGH-ONE-CUT
               VARYING CUT-IDX FROM 1 BY 1 UNTIL CUT-IDX > CUT-CNT
           IF ST-W = ""
               MOVE "A" TO ST-W
           END-IF
           MOVE "" TO NEW-VAL
           STRING NM-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CH-GRADE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CH-PTS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ST-W DELIMITED BY SIZE
               INTO NEW-VAL.
           WRITE KEY CH-USER NEW-VAL.
           MOVE "POSTED" TO CH-RESULT
           ADD 1 TO POSTED
           MOVE REG-VAL TO REC-BEFORE
           MOVE NEW-VAL TO REC-AFTER
           PERFORM AUDIT-POSTING.

      *> The highest floor the points reach gives the letter.
       WEIGH-ONE-CUT.
           IF CH-PTS >= CUT-MIN(CUT-IDX)
               IF CUT-MIN(CUT-IDX) >= CUT-BEST
                   MOVE CUT-MIN(CUT-IDX) TO CUT-BEST
                   MOVE CUT-LTR(CUT-IDX) TO CH-GRADE
               END-IF
           END-IF.

       REGISTER-ONE-POSTING.
           READ H4 CH-USER CH-KEY CH-SCORE CH-MAX AT END PERFORM MARK-W-EOF.
           IF W-EOF = "N"
               READ H4 CH-PTS CH-GRADE CH-RESULT.
               IF CH-RESULT = "POSTED"
                   MOVE "" TO REG-DONE
                   STRING CH-USER DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       CH-PTS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       CH-GRADE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       POST-RULE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       TODAY-D DELIMITED BY SIZE
                       INTO REG-DONE.
                   WRITE KEY CH-KEY REG-DONE.
               END-IF
           END-IF.

      *> The same audit pair reg-maint.cbl leaves for a change.
       AUDIT-POSTING.
           MOVE "" TO EDIT-NOTE
           STRING "POST-GRADE:" DELIMITED BY SIZE
               CH-USER DELIMITED BY SIZE
               INTO EDIT-NOTE.
           LOG EDIT-NOTE.
           LOG REC-BEFORE.
           LOG REC-AFTER.
           MOVE "" TO REC-BEFORE
           MOVE "" TO REC-AFTER.

      *> Rewritten every run - it lists what this run could not
      *> post, and an empty file means nothing was rejected.
       WRITE-EXCEPTIONS.
           OPEN INPUT H4 "reg-post.rows".
           MOVE "N" TO W-EOF
           OPEN OUTPUT EXCEPT-FILE.
           PERFORM WRITE-ONE-EXCEPTION UNTIL W-EOF = "Y".
           CLOSE.
           CLOSE H4.

       WRITE-ONE-EXCEPTION.
           READ H4 CH-USER CH-KEY CH-SCORE CH-MAX AT END PERFORM MARK-W-EOF.
           IF W-EOF = "N"
               READ H4 CH-PTS CH-GRADE CH-RESULT.
               IF CH-RESULT NOT = "POSTED"
                   IF CH-RESULT NOT = "ALREADY POSTED"
                       MOVE "" TO EX-LINE
                       STRING CH-KEY DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           CH-USER DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           CH-SCORE DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           CH-MAX DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           CH-RESULT DELIMITED BY SIZE
                           INTO EX-LINE.
                       WRITE EX-LINE.
                   END-IF
               END-IF
           END-IF.

      *> Every attempt read is accounted for once: the rule passed
      *> it over, or it was the student's qualifying attempt and
      *> was already posted, posted now or rejected. Each total was
      *> counted where it happened, so a slip anywhere shows as OUT
      *> OF BALANCE.
       PROVE-TOTALS.
           COMPUTE ACCOUNTED = PASSED-OVER + ALREADY-POSTED + POSTED + REJECTED
           IF ACCOUNTED = ATTEMPTS-READ
               MOVE "IN BALANCE" TO TIE-OUT
               MOVE "" TO STATUS-MSG
               STRING "Posted:" DELIMITED BY SIZE
                   POSTED DELIMITED BY SIZE
                   "/Rejected:" DELIMITED BY SIZE
                   REJECTED DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               MOVE "OUT OF BALANCE" TO TIE-OUT
               MOVE "Posting OUT OF BALANCE - see the report" TO STATUS-MSG
               LOG STATUS-MSG.
           END-IF.

      *> The rows, a student each, with the control totals under
      *> them.
       PRINT-POSTING.
           OPEN INPUT H4 "reg-post.rows".
           GENERATE POST-REPORT TO "reg-post.rpt" FROM H4.
           CLOSE H4.
