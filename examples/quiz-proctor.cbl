       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZ-PROCTOR.

      *> The proctor's exceptions report - what the academic-
      *> integrity office asks for after every sitting, built from
      *> the audit trail instead of by hand. Four things count as
      *> an exception against a student:
      *>   SIGN-IN     a second sign-in on the same day
      *>   IDLE-LOCK   the session idle-locked (the "LOCKED" record
      *>               falls to whoever signed in last in that run)
      *>   TIME-UP     a question's clock ran out (quiz.cbl logs
      *>               TIMED-OUT "user#question")
      *>   ANS-CHANGE  one answer changed CHANGE-LIMIT times (quiz.cbl
      *>               logs ANS-CHANGE "user#question" each time)
      *> Only students with an attempt on file in quiz-attempts.dat
      *> are reported, each with that attempt's date, score and
      *> sitting. A sitting name narrows the trail to that sitting's
      *> window from the sittings file; left blank, the whole trail
      *> is read. The Run list ranks the students by exception
      *> count; the spooled report gives each one's events with
      *> their dates and times, the worst first.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  USERNAME-INPUT  PIC X(20) VALUE SPACES.
           05  PASSWORD-INPUT  PIC X(20) VALUE SPACES.
           05  AUTH-RESULT     PIC X(1) VALUE " ".
           05  LOGIN-MSG       PIC X(60) VALUE "Sign in as a grader".
      *> The sittings calendar quiz.cbl admits students from, and
      *> how many saved changes to one answer make an exception.
           05  SITTING-FILE    PIC X(40) VALUE "examples/quiz-sittings.dat".
           05  CHANGE-LIMIT    PIC 9(2) VALUE 3.
           05  SIT-IN          PIC X(10) VALUE SPACES.
           05  SIT-SHOWN       PIC X(10) VALUE SPACES.
           05  SIT-LINE        PIC X(120) VALUE SPACES.
           05  SIT-EOF         PIC X(1) VALUE "N".
           05  SIT-FOUND       PIC X(1) VALUE "N".
           05  SI-W            PIC X(10) VALUE SPACES.
           05  SB-W            PIC X(40) VALUE SPACES.
           05  SO-W            PIC X(10) VALUE SPACES.
           05  SC-W            PIC X(10) VALUE SPACES.
           05  SG-W            PIC X(20) VALUE SPACES.
           05  SM-W            PIC X(4) VALUE SPACES.
      *> One audit record taken apart - "<seq> <app> <date> <time>
      *> <tag> ..." as dashboard.cbl reads it - cleared as one group
      *> once the trail is read.
           05  PARSE-FIELDS.
               10  AUDIT-LINE  PIC X(120) VALUE SPACES.
               10  SEQ         PIC X(10)  VALUE SPACES.
               10  APP         PIC X(40)  VALUE SPACES.
               10  DT          PIC X(10)  VALUE SPACES.
               10  TM          PIC X(10)  VALUE SPACES.
               10  TAG         PIC X(12)  VALUE SPACES.
               10  F1          PIC X(30)  VALUE SPACES.
               10  F2          PIC X(30)  VALUE SPACES.
               10  F3          PIC X(30)  VALUE SPACES.
               10  TM4         PIC X(4)   VALUE SPACES.
               10  AUD-STAMP   PIC X(10)  VALUE SPACES.
               10  SEQ-N       PIC 9(6)   VALUE 0.
               10  LAST-SEQ    PIC 9(6)   VALUE 0.
               10  SESSION-USER PIC X(20) VALUE SPACES.
           05  AUDIT-EOF       PIC X(1) VALUE "N".
      *> A student's attempt on file, read by key as the trail
      *> first names them.
           05  AT-FOUND        PIC 9(3) VALUE 0.
           05  ATT-VALUE       PIC X(60) VALUE SPACES.
           05  AD-W            PIC X(8) VALUE SPACES.
           05  AS-W            PIC X(4) VALUE SPACES.
           05  AG-W            PIC X(20) VALUE SPACES.
           05  ASEED-W         PIC X(6) VALUE SPACES.
           05  ASIT-W          PIC X(10) VALUE SPACES.
      *> One row per student seen signing in, with the exception
      *> count, the day of the last sign-in and the attempt value.
      *> ST-KEY puts the most exceptions first for the ranking.
           05  ST-KEY          PIC X(30) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  ST-USER         PIC X(20) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  ST-HITS         PIC 9(3) OCCURS 20 TIMES VALUE 0.
           05  ST-DAY          PIC X(6) OCCURS 20 TIMES VALUE SPACES.
           05  ST-INFO         PIC X(60) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  ST-COUNT        PIC 9(3) VALUE 0.
           05  ST-IDX          PIC 9(3) VALUE 0.
           05  ST-FOUND        PIC 9(3) VALUE 0.
      *> Saved changes per "user#question".
           05  CH-KEY          PIC X(24) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  CH-N            PIC 9(3) OCCURS 40 TIMES VALUE 0.
           05  CH-COUNT        PIC 9(3) VALUE 0.
           05  CH-IDX          PIC 9(3) VALUE 0.
           05  CH-FOUND        PIC 9(3) VALUE 0.
      *> The report rows: a heading row per student (rank, count and
      *> attempt) followed by that student's events in trail order.
      *> EV-KEY sorts them into rank order.
           05  EV-KEY          PIC X(12) OCCURS 60 TIMES
                                         VALUE SPACES.
           05  EV-USER         PIC X(20) OCCURS 60 TIMES
                                         VALUE SPACES.
           05  EV-WHEN         PIC X(14) OCCURS 60 TIMES
                                         VALUE SPACES.
           05  EV-WHAT         PIC X(10) OCCURS 60 TIMES
                                         VALUE SPACES.
           05  EV-NOTE         PIC X(50) OCCURS 60 TIMES
                                         VALUE SPACES.
           05  EV-COUNT        PIC 9(3) VALUE 0.
           05  EV-IDX          PIC 9(3) VALUE 0.
           05  EV-U            PIC X(20) VALUE SPACES.
           05  EV-Q            PIC X(4) VALUE SPACES.
           05  WHAT-W          PIC X(10) VALUE SPACES.
           05  NOTE-W          PIC X(50) VALUE SPACES.
           05  KEY-N           PIC 9(4) VALUE 0.
           05  RANK-N          PIC 9(4) VALUE 0.
      *> The ranking on screen, "rank|student|exceptions|attempt
      *> date|score|sitting", and the report's totals.
           05  RANK-LINE       PIC X(70) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  RANK-SEL        PIC X(70) VALUE SPACES.
           05  FLAGGED         PIC 9(3) VALUE 0.
           05  TABLE-FULL      PIC X(1) VALUE "N".
           05  EXCEPTIONS      PIC 9(4) VALUE 0.
           05  STATUS-MSG      PIC X(60) VALUE "Type a sitting or leave blank".

       SCREEN SECTION.
       01  LOGIN-SCREEN.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Proctor Exceptions".
           05  LOGIN-AREA.
               10  USER-INPUT  PIC X(20) USING USERNAME-INPUT.
               10  PASS-INPUT  PIC X(20) USING PASSWORD-INPUT PASSWORD.
               10  LOGIN-BTN   VALUE "Sign In" ON-ACTION PERFORM DO-LOGIN.
               10 ENTER VALUE "Report" GO-TO-SCREEN PROCTOR-SCR ROLE "grader".
           05  LOGIN-BAR.
               10  LOGIN-TEXT  PIC X(60) USING LOGIN-MSG.

      *> The sitting asked about, then the ranking the Run builds.
       01  PROCTOR-SCR.
           05  SITTING-AREA.
               10  SIT-INPUT   PIC X(10) USING SIT-IN.
               10 RUN VALUE "Run" ON-ACTION PERFORM DO-PROCTOR ROLE "grader".
           05  RANK-AREA.
               10 RANK-LIST USING RANK-LINE LIST ROWS 8 SELECTED RANK-SEL.
           05  CONTROLS.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

      *> One group per student, worst first: the heading row, then
      *> each event with its date and time; the control break
      *> closes the group with its line count.
       REPORT SECTION.
       01  PROCTOR-REPORT.
           05  PAGE-LENGTH 40.
           05  HEADING "=== Quiz Proctor Exceptions ===".
           05  HEADING "student  date-time  exception  detail".
           05  DETAIL USING EV-USER EV-WHEN EV-WHAT EV-NOTE COUNT EV-COUNT.
           05  CONTROL USING EV-USER.
           05  SUMMARY USING SIT-SHOWN FLAGGED EXCEPTIONS.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

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

      *> A named sitting must be on the calendar; its window then
      *> bounds the trail. A name not found leaves the last ranking
      *> standing.
       DO-PROCTOR.
           MOVE UPPER-CASE(SIT-IN) TO SIT-IN
           MOVE "Y" TO SIT-FOUND
           MOVE "" TO SO-W
           MOVE "" TO SC-W
           IF SIT-IN NOT = ""
               PERFORM FIND-SITTING-WINDOW
           END-IF
           IF SIT-FOUND = "Y"
               PERFORM RUN-PROCTOR-REPORT
           ELSE
               MOVE "No such sitting" TO STATUS-MSG
           END-IF.

       CLEAR-TALLIES.
           MOVE 0 TO ST-COUNT
           MOVE 0 TO CH-COUNT
           MOVE 0 TO EV-COUNT
           MOVE 0 TO FLAGGED
           MOVE 0 TO EXCEPTIONS
           MOVE "N" TO TABLE-FULL
           MOVE "ALL" TO SIT-SHOWN
           IF SIT-IN NOT = ""
               MOVE SIT-IN TO SIT-SHOWN
           END-IF
           PERFORM CLEAR-ONE-RANK-LINE
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 20.

       CLEAR-ONE-RANK-LINE.
           MOVE "" TO RANK-LINE(ST-IDX)
           MOVE "" TO ST-KEY(ST-IDX)
           MOVE "" TO ST-USER(ST-IDX)
           MOVE 0 TO ST-HITS(ST-IDX)
           MOVE "" TO ST-INFO(ST-IDX).

       FIND-SITTING-WINDOW.
           MOVE "N" TO SIT-FOUND
           MOVE "N" TO SIT-EOF
           OPEN INPUT SHARED SITTING-FILE.
           PERFORM CHECK-ONE-SITTING UNTIL SIT-EOF = "Y".
           CLOSE.

       CHECK-ONE-SITTING.
           READ SIT-LINE AT END PERFORM MARK-SIT-EOF.
           IF SIT-EOF = "N" AND SIT-FOUND = "N"
               IF SIT-LINE(1:1) NOT = "*" AND SIT-LINE NOT = ""
                   PERFORM MATCH-ONE-SITTING
               END-IF
           END-IF.

       MATCH-ONE-SITTING.
           MOVE "" TO SI-W
           MOVE "" TO SB-W
           MOVE "" TO SO-W
           MOVE "" TO SC-W
           MOVE "" TO SG-W
           MOVE "" TO SM-W
           UNSTRING SIT-LINE DELIMITED BY "|"
               INTO SI-W SB-W SO-W SC-W SG-W SM-W.
           IF SI-W = SIT-IN
               MOVE "Y" TO SIT-FOUND
           END-IF.

       MARK-SIT-EOF.
           MOVE "Y" TO SIT-EOF.

      *> The trail is read whole and in order - a student's events
      *> only make sense against the sign-ins before them. The
      *> attempts stay open beside it for FIND-ATTEMPT; CLOSE takes
      *> the keyed store first, then the trail.
       RUN-PROCTOR-REPORT.
           PERFORM CLEAR-TALLIES
           OPEN I-O KEYED "quiz-attempts.dat".
           MOVE "N" TO AUDIT-EOF
           OPEN INPUT ENCRYPTED "audit.log".
           PERFORM READ-ONE-AUDIT-LINE UNTIL AUDIT-EOF = "Y".
           CLOSE.
           CLOSE.
           PERFORM CLEAR-PARSE-FIELDS
           PERFORM RANK-STUDENTS
           PERFORM KEY-ONE-EVENT
               VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
           PERFORM HEAD-ONE-STUDENT
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
           SORT EV-KEY WITH EV-USER EV-WHEN EV-WHAT EV-NOTE COUNT EV-COUNT.
           GENERATE PROCTOR-REPORT TO "quiz-proctor.rpt".
           PERFORM CLEAR-EVENT-ROWS
           IF FLAGGED = 0
               MOVE "No exceptions found" TO STATUS-MSG
           ELSE
               MOVE "Exceptions report spooled" TO STATUS-MSG
           END-IF
           IF TABLE-FULL = "Y"
               MOVE "Report incomplete - tables full" TO STATUS-MSG
               LOG STATUS-MSG.
           END-IF.

      *> Work fields hold whatever the last audit record happened to
      *> be - cleared once the trail is read, as the dashboard does.
       CLEAR-PARSE-FIELDS.
           MOVE "" TO PARSE-FIELDS.

      *> The event rows carry the trail's own clock times; they are
      *> spooled, so the rows go once the report is written.
       CLEAR-EVENT-ROWS.
           PERFORM CLEAR-ONE-EVENT-ROW
               VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > 60
           MOVE 0 TO EV-COUNT
           PERFORM CLEAR-ONE-SIGN-IN-DAY
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 20.

       CLEAR-ONE-EVENT-ROW.
           MOVE "" TO EV-KEY(EV-IDX)
           MOVE "" TO EV-USER(EV-IDX)
           MOVE "" TO EV-WHEN(EV-IDX)
           MOVE "" TO EV-WHAT(EV-IDX)
           MOVE "" TO EV-NOTE(EV-IDX).

       CLEAR-ONE-SIGN-IN-DAY.
           MOVE "" TO ST-DAY(ST-IDX).

       READ-ONE-AUDIT-LINE.
           READ AUDIT-LINE AT END PERFORM MARK-AUDIT-EOF.
           IF AUDIT-EOF = "N"
               PERFORM PARSE-AUDIT-LINE
               IF APP = "examples/quiz.cbl"
                   PERFORM WEIGH-AUDIT-LINE
               END-IF
           END-IF.

       MARK-AUDIT-EOF.
           MOVE "Y" TO AUDIT-EOF.

       PARSE-AUDIT-LINE.
           MOVE "" TO F1
           MOVE "" TO F2
           MOVE "" TO F3
           UNSTRING AUDIT-LINE DELIMITED BY " " INTO SEQ APP DT TM TAG F1 F2 F3.

      *> The sequence starts over with each run, so a drop means a
      *> new session that nobody has signed in to yet. Outside the
      *> chosen sitting's window a record counts for nothing.
       WEIGH-AUDIT-LINE.
           MOVE NUMVAL(SEQ) TO SEQ-N
           IF SEQ-N < LAST-SEQ
               MOVE "" TO SESSION-USER
           END-IF
           MOVE SEQ-N TO LAST-SEQ
           MOVE TM TO TM4
           MOVE "" TO AUD-STAMP
           STRING DT DELIMITED BY SIZE
               TM4 DELIMITED BY SIZE
               INTO AUD-STAMP.
           IF SO-W = ""
               PERFORM TALLY-AUDIT-LINE
           ELSE
               IF AUD-STAMP >= SO-W AND AUD-STAMP <= SC-W
                   PERFORM TALLY-AUDIT-LINE
               END-IF
           END-IF.

       TALLY-AUDIT-LINE.
           EVALUATE TAG
               WHEN "AUTH-OK"
                   PERFORM TALLY-SIGN-IN
               WHEN "LOCKED"
                   PERFORM TALLY-IDLE-LOCK
               WHEN "VALUE"
                   PERFORM TALLY-VALUE-LINE
           END-EVALUATE.

      *> The first sign-in of the day is expected; any after it is
      *> not.
       TALLY-SIGN-IN.
           MOVE F1 TO SESSION-USER
           MOVE F1 TO EV-U
           PERFORM FIND-STUDENT
           IF ST-FOUND > 0
               PERFORM WEIGH-SIGN-IN
           END-IF.

       WEIGH-SIGN-IN.
           IF ST-DAY(ST-FOUND) = DT
               MOVE "SIGN-IN" TO WHAT-W
               MOVE "again the same day" TO NOTE-W
               PERFORM ADD-EVENT
           END-IF
           MOVE DT TO ST-DAY(ST-FOUND).

       TALLY-IDLE-LOCK.
           IF F1 = "idle-timeout" AND SESSION-USER NOT = ""
               MOVE SESSION-USER TO EV-U
               PERFORM FIND-STUDENT
               IF ST-FOUND > 0
                   MOVE "IDLE-LOCK" TO WHAT-W
                   MOVE F3 TO NOTE-W
                   PERFORM ADD-EVENT
               END-IF
           END-IF.

       TALLY-VALUE-LINE.
           IF F1 = "TIMED-OUT"
               PERFORM TALLY-TIME-UP
           END-IF
           IF F1 = "ANS-CHANGE"
               PERFORM TALLY-ANSWER-CHANGE
           END-IF.

       TALLY-TIME-UP.
           PERFORM SPLIT-USER-QUESTION
           PERFORM FIND-STUDENT
           IF ST-FOUND > 0
               MOVE "TIME-UP" TO WHAT-W
               PERFORM NAME-QUESTION
               PERFORM ADD-EVENT
           END-IF.

      *> Counted per student and question; the change that reaches
      *> the limit is the exception, and later ones add nothing.
       TALLY-ANSWER-CHANGE.
           PERFORM SPLIT-USER-QUESTION
           PERFORM FIND-STUDENT
           IF ST-FOUND > 0
               PERFORM COUNT-ONE-CHANGE
           END-IF.

       COUNT-ONE-CHANGE.
           MOVE 0 TO CH-FOUND
           PERFORM MATCH-ONE-CHANGE
               VARYING CH-IDX FROM 1 BY 1 UNTIL CH-IDX > CH-COUNT
           IF CH-FOUND = 0 AND CH-COUNT < 40
               ADD 1 TO CH-COUNT
               MOVE CH-COUNT TO CH-FOUND
               MOVE F2 TO CH-KEY(CH-FOUND)
               MOVE 0 TO CH-N(CH-FOUND)
           END-IF
           IF CH-FOUND > 0
               ADD 1 TO CH-N(CH-FOUND)
               IF CH-N(CH-FOUND) = CHANGE-LIMIT
                   MOVE "ANS-CHANGE" TO WHAT-W
                   PERFORM NAME-QUESTION
                   PERFORM ADD-EVENT
               END-IF
           END-IF.

       MATCH-ONE-CHANGE.
           IF CH-KEY(CH-IDX) = F2
               MOVE CH-IDX TO CH-FOUND
           END-IF.

       SPLIT-USER-QUESTION.
           MOVE "" TO EV-U
           MOVE "" TO EV-Q
           UNSTRING F2 DELIMITED BY "#" INTO EV-U EV-Q.

       NAME-QUESTION.
           MOVE "" TO NOTE-W
           STRING "question:" DELIMITED BY SIZE
               EV-Q DELIMITED BY SIZE
               INTO NOTE-W.

      *> A student is only reported with an attempt on file; the row
      *> is made at the first record that names them. One with an
      *> attempt but no room left marks the report incomplete.
       FIND-STUDENT.
           MOVE 0 TO ST-FOUND
           PERFORM MATCH-ONE-STUDENT
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
           IF ST-FOUND = 0
               PERFORM FIND-ATTEMPT
               IF AT-FOUND > 0 AND ST-COUNT < 20
                   ADD 1 TO ST-COUNT
                   MOVE ST-COUNT TO ST-FOUND
                   MOVE EV-U TO ST-USER(ST-FOUND)
                   MOVE ATT-VALUE TO ST-INFO(ST-FOUND)
                   MOVE 0 TO ST-HITS(ST-FOUND)
                   MOVE "" TO ST-DAY(ST-FOUND)
               ELSE
                   IF AT-FOUND > 0
                       MOVE "Y" TO TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-STUDENT.
           IF ST-USER(ST-IDX) = EV-U
               MOVE ST-IDX TO ST-FOUND
           END-IF.

       FIND-ATTEMPT.
           MOVE 0 TO AT-FOUND
           MOVE "" TO ATT-VALUE
           READ KEY EV-U ATT-VALUE.
           IF ATT-VALUE NOT = ""
               MOVE 1 TO AT-FOUND
           END-IF.

       ADD-EVENT.
           ADD 1 TO ST-HITS(ST-FOUND)
           ADD 1 TO EXCEPTIONS
           IF EV-COUNT < 60
               ADD 1 TO EV-COUNT
               MOVE EV-U TO EV-USER(EV-COUNT)
               MOVE "" TO EV-WHEN(EV-COUNT)
               STRING DT DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TM DELIMITED BY SIZE
                   INTO EV-WHEN(EV-COUNT)
               MOVE WHAT-W TO EV-WHAT(EV-COUNT)
               MOVE NOTE-W TO EV-NOTE(EV-COUNT)
           ELSE
               MOVE "Y" TO TABLE-FULL
           END-IF
           MOVE "" TO NOTE-W.

      *> Most exceptions first; equal counts in name order. A
      *> student with none stays off the list.
       RANK-STUDENTS.
           PERFORM KEY-ONE-STUDENT
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
           SORT ST-KEY WITH ST-USER ST-HITS ST-DAY ST-INFO COUNT ST-COUNT.
           PERFORM LIST-ONE-STUDENT
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.

       KEY-ONE-STUDENT.
           COMPUTE KEY-N = 1999 - ST-HITS(ST-IDX)
           MOVE "" TO ST-KEY(ST-IDX)
           STRING "R" DELIMITED BY SIZE
               KEY-N DELIMITED BY SIZE
               ST-USER(ST-IDX) DELIMITED BY SIZE
               INTO ST-KEY(ST-IDX).

       LIST-ONE-STUDENT.
           IF ST-HITS(ST-IDX) > 0
               ADD 1 TO FLAGGED
               PERFORM SPLIT-ATTEMPT
               MOVE "" TO RANK-LINE(FLAGGED)
               STRING FLAGGED DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ST-USER(ST-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ST-HITS(ST-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   AD-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   AS-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ASIT-W DELIMITED BY SIZE
                   INTO RANK-LINE(FLAGGED)
           END-IF.

      *> The attempt value is "date|score|grade|seed|sitting"; one
      *> taken outside any sitting shows "-".
       SPLIT-ATTEMPT.
           MOVE ST-INFO(ST-IDX) TO ATT-VALUE
           MOVE "" TO AD-W
           MOVE "" TO AS-W
           MOVE "" TO AG-W
           MOVE "" TO ASEED-W
           MOVE "" TO ASIT-W
           UNSTRING ATT-VALUE DELIMITED BY "|"
               INTO AD-W AS-W AG-W ASEED-W ASIT-W.
           IF ASIT-W = ""
               MOVE "-" TO ASIT-W
           END-IF.

      *> An event's key is its student's rank, then its place in
      *> the trail; the heading row takes place 000 so it leads.
       KEY-ONE-EVENT.
           MOVE EV-USER(EV-IDX) TO EV-U
           PERFORM FIND-STUDENT
           MOVE ST-FOUND TO RANK-N
           MOVE EV-IDX TO KEY-N
           PERFORM BUILD-EVENT-KEY.

       BUILD-EVENT-KEY.
           ADD 1000 TO RANK-N
           ADD 1000 TO KEY-N
           MOVE "" TO EV-KEY(EV-IDX)
           STRING "R" DELIMITED BY SIZE
               RANK-N DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               KEY-N DELIMITED BY SIZE
               INTO EV-KEY(EV-IDX).

       HEAD-ONE-STUDENT.
           IF ST-HITS(ST-IDX) > 0 AND EV-COUNT >= 60
               MOVE "Y" TO TABLE-FULL
           END-IF
           IF ST-HITS(ST-IDX) > 0 AND EV-COUNT < 60
               ADD 1 TO EV-COUNT
               MOVE EV-COUNT TO EV-IDX
               PERFORM SPLIT-ATTEMPT
               MOVE ST-USER(ST-IDX) TO EV-USER(EV-IDX)
               MOVE "" TO EV-WHEN(EV-IDX)
               STRING "attempt:" DELIMITED BY SIZE
                   AD-W DELIMITED BY SIZE
                   INTO EV-WHEN(EV-IDX)
               MOVE "RANK" TO EV-WHAT(EV-IDX)
               MOVE "" TO EV-NOTE(EV-IDX)
               STRING "rank:" DELIMITED BY SIZE
                   ST-IDX DELIMITED BY SIZE
                   ",exceptions:" DELIMITED BY SIZE
                   ST-HITS(ST-IDX) DELIMITED BY SIZE
                   ",score:" DELIMITED BY SIZE
                   AS-W DELIMITED BY SIZE
                   ",sitting:" DELIMITED BY SIZE
                   ASIT-W DELIMITED BY SIZE
                   INTO EV-NOTE(EV-IDX)
               MOVE ST-IDX TO RANK-N
               MOVE 0 TO KEY-N
               PERFORM BUILD-EVENT-KEY
           END-IF.
