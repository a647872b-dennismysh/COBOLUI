       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODO-ESCALATE.

      *> Nightly escalation of overdue work on the todo list kept
      *> by todo-list.cbl in todo-tasks.dat.
      *>
      *> Runs headless like reg-statements.cbl - from the scheduler
      *> or as
      *>   cobalt examples/todo-escalate.cbl <events-file> AS-OF=yymmdd
      *> - and does its whole pass on arrival. AS-OF is the day the
      *> tasks are aged to, today when not given; TASK-FILE names
      *> the saved list, todo-tasks.dat when not given.
      *>
      *> Tasks are aged the way todo-list.cbl's COUNT-ONE-TASK-DONE
      *> buckets them. An open task in the 2-OVER-7D bucket goes to
      *> its owner's supervisor; one in 3-OVER-30D goes one level
      *> higher again, to the supervisor's supervisor (or as high as
      *> the chain reaches). Supervisors are the optional fourth
      *> part of each cobalt-users.dat account line. The chain is
      *> always walked from the task's original owner, which the
      *> task keeps in TASK-ORIG, so a task escalates at most twice
      *> however many nights it sits there.
      *>
      *> Every escalation is logged with its reason, as the audit
      *> record "ESCALATE|task|bucket|from|to|original owner", and
      *> each new owner gets one notice for the night - its own
      *> spool job, "escalation-<operator>.rpt" - listing the tasks
      *> that arrived. A task with no owner, or whose owner names
      *> no supervisor, stays where it is and is logged as
      *> "ESCALATE-SKIP|task|bucket|NO-OWNER" or
      *> "ESCALATE-SKIP|task|bucket|NO-SUPERVISOR|owner". A task
      *> already with the operator it would go to only has its
      *> level moved on.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  AS-OF           PIC X(6) VALUE SPACES.
           05  TASK-FILE       PIC X(60) VALUE "todo-tasks.dat".
      *> The saved list, as todo-list.cbl's TASK-REC lays it out.
           05  TASK-NAME       PIC X(40) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-STATUS     PIC X(10) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-DUE        PIC X(6) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-RECUR      PIC X(8) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-OWNER      PIC X(20) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-PRED1      PIC X(40) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-PRED2      PIC X(40) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-ORIG       PIC X(20) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-ESC        PIC X(1) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-ID         PIC X(7) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-REF        PIC X(6) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-HITS       PIC 9(2) OCCURS 10 TIMES VALUE 0.
           05  TASK-COUNT      PIC 9(2) VALUE 0.
           05  SAVE-IDX        PIC 9(2) VALUE 0.
      *> Each account and the supervisor it names.
           05  SV-USER         PIC X(20) OCCURS 20 TIMES VALUE SPACES.
           05  SV-BOSS         PIC X(20) OCCURS 20 TIMES VALUE SPACES.
           05  SV-CNT          PIC 9(2) VALUE 0.
           05  SV-IDX          PIC 9(2) VALUE 0.
           05  USR-LINE        PIC X(120) VALUE SPACES.
           05  USR-EOF         PIC X(1) VALUE "N".
           05  U-NAME          PIC X(20) VALUE SPACES.
           05  U-HASH          PIC X(12) VALUE SPACES.
           05  U-ROLE          PIC X(40) VALUE SPACES.
           05  U-BOSS          PIC X(20) VALUE SPACES.
      *> One task being weighed.
           05  DIFF-DAYS       PIC S9(5) VALUE 0.
           05  AGE-TXT         PIC X(12) VALUE SPACES.
           05  CUR-LVL         PIC 9(1) VALUE 0.
           05  WANT-LVL        PIC 9(1) VALUE 0.
           05  BASE-OWNER      PIC X(20) VALUE SPACES.
           05  LOOK-NAME       PIC X(20) VALUE SPACES.
           05  LOOK-BOSS       PIC X(20) VALUE SPACES.
           05  NEW-OWNER       PIC X(20) VALUE SPACES.
           05  ESC-NOTE        PIC X(120) VALUE SPACES.
      *> The night's escalations, then one notice's worth of them.
           05  EX-TO           PIC X(20) OCCURS 10 TIMES VALUE SPACES.
           05  EX-TASK         PIC X(40) OCCURS 10 TIMES VALUE SPACES.
           05  EX-DUE          PIC X(6) OCCURS 10 TIMES VALUE SPACES.
           05  EX-AGE          PIC X(12) OCCURS 10 TIMES VALUE SPACES.
           05  EX-FROM         PIC X(20) OCCURS 10 TIMES VALUE SPACES.
           05  EX-ORIG         PIC X(20) OCCURS 10 TIMES VALUE SPACES.
           05  EX-SENT         PIC X(1) OCCURS 10 TIMES VALUE SPACES.
           05  EX-CNT          PIC 9(2) VALUE 0.
           05  EX-IDX          PIC 9(2) VALUE 0.
           05  NT-TO           PIC X(20) VALUE SPACES.
           05  NT-TASK         PIC X(40) OCCURS 10 TIMES VALUE SPACES.
           05  NT-DUE          PIC X(6) OCCURS 10 TIMES VALUE SPACES.
           05  NT-AGE          PIC X(12) OCCURS 10 TIMES VALUE SPACES.
           05  NT-FROM         PIC X(20) OCCURS 10 TIMES VALUE SPACES.
           05  NT-ORIG         PIC X(20) OCCURS 10 TIMES VALUE SPACES.
           05  NT-CNT          PIC 9(2) VALUE 0.
           05  NT-IDX          PIC 9(2) VALUE 0.
           05  JOB-NAME        PIC X(40) VALUE SPACES.
           05  LIST-CHANGED    PIC X(1) VALUE "N".
           05  ESC-CNT         PIC 9(3) VALUE 0.
           05  SKIP-CNT        PIC 9(3) VALUE 0.
           05  NOTICE-CNT      PIC 9(3) VALUE 0.
           05  STATUS-MSG      PIC X(60) VALUE SPACES.

       SCREEN SECTION.
       01  ESC-SCREEN ON-ENTRY PERFORM RUN-ESCALATION.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Overdue Task Escalation".
           05  TOTALS-AREA.
               10  ASOF-DISP   PIC X(6) USING AS-OF.
               10  ESC-DISP    PIC 9(3) USING ESC-CNT.
               10  SKIP-DISP   PIC 9(3) USING SKIP-CNT.
               10  NOTE-DISP   PIC 9(3) USING NOTICE-CNT.
       COPY "examples/status-bar.inc".

      *> One notice per new owner - each task that arrived, how
      *> overdue it is, who had it and whose it was to begin with.
       REPORT SECTION.
       01  NOTICE.
           05  PAGE-LENGTH 40.
           05  HEADING "=== Overdue Tasks Escalated To You ===".
           05  HEADING "task  due  age  from  original-owner".
           05  DETAIL USING NT-TASK NT-DUE NT-AGE NT-FROM NT-ORIG COUNT NT-CNT.
           05  SUMMARY USING NT-TO AS-OF.

      *> Same columns todo-list.cbl writes and reads back.
       LAYOUT SECTION.
       01  TASK-REC.
           05  FIELD TASK-NAME(SAVE-IDX) POSITION 1 WIDTH 40.
           05  FIELD TASK-STATUS(SAVE-IDX) POSITION 41 WIDTH 10.
           05  FIELD TASK-DUE(SAVE-IDX) POSITION 51 WIDTH 6.
           05  FIELD TASK-RECUR(SAVE-IDX) POSITION 57 WIDTH 8.
           05  FIELD TASK-OWNER(SAVE-IDX) POSITION 65 WIDTH 20.
           05  FIELD TASK-PRED1(SAVE-IDX) POSITION 85 WIDTH 40.
           05  FIELD TASK-PRED2(SAVE-IDX) POSITION 125 WIDTH 40.
           05  FIELD TASK-ORIG(SAVE-IDX) POSITION 165 WIDTH 20.
           05  FIELD TASK-ESC(SAVE-IDX) POSITION 185 WIDTH 1.
           05  FIELD TASK-ID(SAVE-IDX) POSITION 186 WIDTH 7.
           05  FIELD TASK-REF(SAVE-IDX) POSITION 193 WIDTH 6.
           05  FIELD TASK-HITS(SAVE-IDX) POSITION 199 WIDTH 2.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The whole job. The list is read whole, escalated in place
      *> and written back whole, the way todo-list.cbl saves it.
       RUN-ESCALATION.
           IF AS-OF = ""
               ACCEPT AS-OF FROM DATE.
           END-IF
           PERFORM LOAD-SUPERVISORS
           OPEN INPUT ENCRYPTED TASK-FILE.
           READ TASK-COUNT.
           PERFORM LOAD-ONE-TASK
               VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT.
           CLOSE.
           MOVE 0 TO ESC-CNT
           MOVE 0 TO SKIP-CNT
           MOVE 0 TO EX-CNT
           MOVE "N" TO LIST-CHANGED
           PERFORM WEIGH-ONE-TASK
               VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT.
           IF LIST-CHANGED = "Y"
               OPEN OUTPUT ENCRYPTED TASK-FILE.
               WRITE TASK-COUNT.
               PERFORM SAVE-ONE-TASK
                   VARYING SAVE-IDX FROM 1 BY 1
                   UNTIL SAVE-IDX > TASK-COUNT
               CLOSE.
           END-IF
           MOVE 0 TO NOTICE-CNT
           PERFORM SEND-ONE-NOTICE
               VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-CNT
           MOVE "" TO STATUS-MSG
           STRING "Escalated:" DELIMITED BY SIZE
               ESC-CNT DELIMITED BY SIZE
               "/skipped:" DELIMITED BY SIZE
               SKIP-CNT DELIMITED BY SIZE
               INTO STATUS-MSG.

       LOAD-ONE-TASK.
           READ RECORD TASK-REC.

       SAVE-ONE-TASK.
           WRITE RECORD TASK-REC.

      *> Every account line, supervisor or not, so an operator with
      *> none is told apart from one who is not an account at all.
       LOAD-SUPERVISORS.
           MOVE 0 TO SV-CNT
           MOVE "N" TO USR-EOF
           OPEN INPUT SHARED "cobalt-users.dat".
           PERFORM LOAD-ONE-SUPERVISOR UNTIL USR-EOF = "Y".
           CLOSE.

       LOAD-ONE-SUPERVISOR.
           MOVE "" TO USR-LINE
           MOVE "" TO U-NAME
           MOVE "" TO U-BOSS
           READ USR-LINE AT END PERFORM MARK-USR-EOF.
           UNSTRING USR-LINE DELIMITED BY "|" INTO U-NAME U-HASH U-ROLE U-BOSS.
           IF U-NAME NOT = "" AND SV-CNT < 20
               ADD 1 TO SV-CNT
               MOVE U-NAME TO SV-USER(SV-CNT)
               MOVE U-BOSS TO SV-BOSS(SV-CNT)
           END-IF.

       MARK-USR-EOF.
           MOVE "Y" TO USR-EOF.

      *> LOOK-NAME's supervisor into LOOK-BOSS, blank when none.
       FIND-BOSS.
           MOVE "" TO LOOK-BOSS
           PERFORM MATCH-ONE-BOSS
               VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-CNT.

       MATCH-ONE-BOSS.
           IF SV-USER(SV-IDX) = LOOK-NAME
               MOVE SV-BOSS(SV-IDX) TO LOOK-BOSS
           END-IF.

      *> Only an open task with a due date can be overdue, and only
      *> one aged past the level it already reached moves again. Age
      *> counts working days, the same buckets the todo list shows.
       WEIGH-ONE-TASK.
           MOVE 0 TO WANT-LVL
           MOVE "" TO AGE-TXT
           IF TASK-STATUS(SAVE-IDX) NOT = "DONE"
               IF TASK-DUE(SAVE-IDX) NOT = ""
                   WORKDAY-DIFF AS-OF TASK-DUE(SAVE-IDX) DIFF-DAYS
                   IF DIFF-DAYS < -30
                       MOVE 2 TO WANT-LVL
                       MOVE "3-OVER-30D" TO AGE-TXT
                   ELSE
                       IF DIFF-DAYS < -7
                           MOVE 1 TO WANT-LVL
                           MOVE "2-OVER-7D" TO AGE-TXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE NUMVAL(TASK-ESC(SAVE-IDX)) TO CUR-LVL
           IF WANT-LVL > CUR-LVL
               PERFORM ESCALATE-ONE-TASK
           END-IF.

      *> Walks up from the original owner - one level for over 7
      *> days, two for over 30 - stopping where the chain ends.
       ESCALATE-ONE-TASK.
           MOVE TASK-ORIG(SAVE-IDX) TO BASE-OWNER
           IF BASE-OWNER = ""
               MOVE TASK-OWNER(SAVE-IDX) TO BASE-OWNER
           END-IF
           MOVE BASE-OWNER TO LOOK-NAME
           PERFORM FIND-BOSS
           MOVE LOOK-BOSS TO NEW-OWNER
           IF WANT-LVL = 2 AND NEW-OWNER NOT = ""
               MOVE NEW-OWNER TO LOOK-NAME
               PERFORM FIND-BOSS
               IF LOOK-BOSS NOT = ""
                   MOVE LOOK-BOSS TO NEW-OWNER
               END-IF
           END-IF
           IF NEW-OWNER = ""
               PERFORM SKIP-ONE-TASK
           ELSE
               IF NEW-OWNER = TASK-OWNER(SAVE-IDX)
                   MOVE WANT-LVL TO TASK-ESC(SAVE-IDX)
                   MOVE "Y" TO LIST-CHANGED
               ELSE
                   PERFORM MOVE-ONE-TASK
               END-IF
           END-IF.

       SKIP-ONE-TASK.
           ADD 1 TO SKIP-CNT
           MOVE "" TO ESC-NOTE
           IF BASE-OWNER = ""
               STRING "ESCALATE-SKIP|" DELIMITED BY SIZE
                   TASK-NAME(SAVE-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   AGE-TXT DELIMITED BY SIZE
                   "|NO-OWNER" DELIMITED BY SIZE
                   INTO ESC-NOTE.
           ELSE
               STRING "ESCALATE-SKIP|" DELIMITED BY SIZE
                   TASK-NAME(SAVE-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   AGE-TXT DELIMITED BY SIZE
                   "|NO-SUPERVISOR|" DELIMITED BY SIZE
                   BASE-OWNER DELIMITED BY SIZE
                   INTO ESC-NOTE.
           END-IF
           LOG ESC-NOTE.

      *> The original owner is set once, on the first escalation,
      *> and never overwritten after.
       MOVE-ONE-TASK.
           MOVE "" TO ESC-NOTE
           STRING "ESCALATE|" DELIMITED BY SIZE
               TASK-NAME(SAVE-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AGE-TXT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TASK-OWNER(SAVE-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NEW-OWNER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               BASE-OWNER DELIMITED BY SIZE
               INTO ESC-NOTE.
           LOG ESC-NOTE.
           IF EX-CNT < 10
               ADD 1 TO EX-CNT
               MOVE NEW-OWNER TO EX-TO(EX-CNT)
               MOVE TASK-NAME(SAVE-IDX) TO EX-TASK(EX-CNT)
               MOVE TASK-DUE(SAVE-IDX) TO EX-DUE(EX-CNT)
               MOVE AGE-TXT TO EX-AGE(EX-CNT)
               MOVE TASK-OWNER(SAVE-IDX) TO EX-FROM(EX-CNT)
               MOVE BASE-OWNER TO EX-ORIG(EX-CNT)
               MOVE "" TO EX-SENT(EX-CNT)
           END-IF
           MOVE BASE-OWNER TO TASK-ORIG(SAVE-IDX)
           MOVE NEW-OWNER TO TASK-OWNER(SAVE-IDX)
           MOVE WANT-LVL TO TASK-ESC(SAVE-IDX)
           MOVE "Y" TO LIST-CHANGED
           ADD 1 TO ESC-CNT.

      *> The first escalation not yet sent names the next notice;
      *> every escalation to the same operator goes on it.
       SEND-ONE-NOTICE.
           IF EX-SENT(EX-IDX) = ""
               MOVE EX-TO(EX-IDX) TO NT-TO
               MOVE 0 TO NT-CNT
               PERFORM CLEAR-ONE-NOTICE-ROW
                   VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > 10
               PERFORM TAKE-ONE-NOTICE-ROW
                   VARYING NT-IDX FROM EX-IDX BY 1 UNTIL NT-IDX > EX-CNT
               MOVE "" TO JOB-NAME
               STRING "escalation-" DELIMITED BY SIZE
                   NT-TO DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO JOB-NAME.
               GENERATE NOTICE TO JOB-NAME.
               ADD 1 TO NOTICE-CNT
           END-IF.

       CLEAR-ONE-NOTICE-ROW.
           MOVE "" TO NT-TASK(NT-IDX)
           MOVE "" TO NT-DUE(NT-IDX)
           MOVE "" TO NT-AGE(NT-IDX)
           MOVE "" TO NT-FROM(NT-IDX)
           MOVE "" TO NT-ORIG(NT-IDX).

       TAKE-ONE-NOTICE-ROW.
           IF EX-TO(NT-IDX) = NT-TO AND EX-SENT(NT-IDX) = ""
               ADD 1 TO NT-CNT
               MOVE EX-TASK(NT-IDX) TO NT-TASK(NT-CNT)
               MOVE EX-DUE(NT-IDX) TO NT-DUE(NT-CNT)
               MOVE EX-AGE(NT-IDX) TO NT-AGE(NT-CNT)
               MOVE EX-FROM(NT-IDX) TO NT-FROM(NT-CNT)
               MOVE EX-ORIG(NT-IDX) TO NT-ORIG(NT-CNT)
               MOVE "Y" TO EX-SENT(NT-IDX)
           END-IF.
