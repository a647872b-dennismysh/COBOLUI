           05  HN-W            PIC X(40) VALUE SPACES.
           05  HD-W            PIC X(8) VALUE SPACES.
      *> Task assignment. Each task may carry an assignee, checked
      *> against the user file's accounts; Sign-In establishes
      *> the operator identity (the same AUTHENTICATE the quiz app
      *> uses) that the Mine view filters by, Assign re-homes the
      *> selected task (logged to the audit trail), and By-Owner
           05  USR-LINE        PIC X(120) VALUE SPACES.
           05  USR-NAME        PIC X(20) VALUE SPACES.
           05  USR-EOF         PIC X(1) VALUE "N".
      *> The user file assignees are checked against - the engine's
      *> own, unless a USER-FILE startup parameter names another.
           05  USER-FILE       PIC X(60) VALUE "cobalt-users.dat".
           05  REAS-TXT        PIC X(70) VALUE SPACES.
           05  MY-LINE         PIC X(60) OCCURS 10 TIMES
                                         VALUE SPACES.
           05  OWN-AGE         PIC X(12) OCCURS 10 TIMES
                                         VALUE SPACES.
           05  SELECTED-TASK   PIC X(40) VALUE SPACES.
      *> Task dependencies. A task may name up to two predecessor
      *> tasks (by name, as the list shows them) that must be DONE
      *> before it can be completed; TASK-BLK carries the literal
      *> BLOCKED while any of them is still open, the way TASK-FLAG
      *> carries OVERDUE. A predecessor archived off the list was
      *> done, so it no longer holds anything up. TASK-CHAIN is how
      *> many open tasks deep the wait behind a task runs, and the
      *> BLK-* rows are the sorted shadow copy the blocked-work
      *> report prints, one row per task waiting on a predecessor.
           05  TASK-PRED1      PIC X(40) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-PRED2      PIC X(40) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-BLK        PIC X(8) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-CHAIN      PIC 9(2) OCCURS 10 TIMES VALUE 0.
           05  TASK-REACH      PIC X(1) OCCURS 10 TIMES VALUE SPACES.
           05  NEW-PRED        PIC X(40) VALUE SPACES.
           05  DEP-OK          PIC X(1) VALUE " ".
           05  FIND-NAME       PIC X(40) VALUE SPACES.
           05  FIND-IDX        PIC 9(2) VALUE 0.
           05  P-IDX           PIC 9(2) VALUE 0.
           05  Q-IDX           PIC 9(2) VALUE 0.
           05  PASS-IDX        PIC 9(2) VALUE 0.
           05  WAIT-NAME       PIC X(40) VALUE SPACES.
           05  PRED-IDX        PIC 9(2) VALUE 0.
           05  PRED-OPEN       PIC X(1) VALUE " ".
           05  CHAIN-W         PIC 9(2) VALUE 0.
           05  BLK-CHAIN       PIC 9(2) OCCURS 20 TIMES VALUE 0.
           05  BLK-TASK        PIC X(40) OCCURS 20 TIMES VALUE SPACES.
           05  BLK-WAIT        PIC X(40) OCCURS 20 TIMES VALUE SPACES.
           05  BLK-WHO         PIC X(20) OCCURS 20 TIMES VALUE SPACES.
           05  BLK-COUNT       PIC 9(2) VALUE 0.
      *> Escalation. The nightly todo-escalate.cbl job re-homes a
      *> task left in the over-7-day bucket to its owner's
      *> supervisor (TASK-ESC 1) and one left over 30 days to the
      *> supervisor's supervisor (TASK-ESC 2). TASK-ORIG keeps the
      *> owner it was escalated from, so the task still names who
      *> let it slip and it stays in that operator's Mine view.
           05  TASK-ORIG       PIC X(20) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-ESC        PIC X(1) OCCURS 10 TIMES VALUE SPACES.
           05  OWN-WAS         PIC X(20) OCCURS 10 TIMES VALUE SPACES.
      *> Time logging. Each entry is one record of the keyed
      *> "todo-time.dat", keyed "T" and a six-digit number from its
      *> "#SEQ" counter, valued "operator|date|minutes|task|recur|
      *> note" - the signed-in operator, the YYMMDD day worked, and
      *> the task's recurrence as it stood, so the file needs
      *> nothing from the live list and an archived task keeps its
      *> hours. Operator is the ALTERNATE 1 key.
           05  TL-DATE         PIC X(6) VALUE SPACES.
           05  TL-MINS         PIC 9(4) VALUE 0.
           05  TL-NOTE         PIC X(20) VALUE SPACES.
           05  TM-KEY          PIC X(10) VALUE SPACES.
           05  TM-VAL          PIC X(80) VALUE SPACES.
           05  TM-EOF          PIC X(1) VALUE "N".
           05  TM-SEQ-VAL      PIC X(10) VALUE SPACES.
           05  TM-SEQ-N        PIC 9(7) VALUE 0.
           05  TM-SEQ-X        PIC X(7) VALUE SPACES.
           05  T-OP            PIC X(20) VALUE SPACES.
           05  T-DATE          PIC X(6) VALUE SPACES.
           05  T-MIN           PIC X(4) VALUE SPACES.
           05  T-MINS          PIC 9(4) VALUE 0.
           05  T-TASK          PIC X(40) VALUE SPACES.
           05  T-REC           PIC X(8) VALUE SPACES.
      *> The weekly timesheet - one row per operator who logged time
      *> in the week (TSO), minutes per day Monday (TS1) to Sunday
      *> (TS7) and the week (TST), closed by a TOTAL row. TS-WEEK is
      *> any day of the week wanted, blank for this week; WEEK-OF is
      *> its Monday, found from a known Monday (5 Jan 1970).
           05  TS-WEEK         PIC X(6) VALUE SPACES.
           05  WEEK-OF         PIC X(6) VALUE SPACES.
           05  WEEK-MINS       PIC 9(5) VALUE 0.
           05  DAY-N           PIC S9(5) VALUE 0.
           05  TS-DOW          PIC 9(1) VALUE 0.
           05  TS-BACK         PIC S9(1) VALUE 0.
           05  TS-ROW          PIC 9(2) VALUE 0.
           05  TS-IDX          PIC 9(2) VALUE 0.
           05  TSO             PIC X(20) OCCURS 11 TIMES VALUE SPACES.
           05  TS1             PIC 9(4) OCCURS 11 TIMES VALUE 0.
           05  TS2             PIC 9(4) OCCURS 11 TIMES VALUE 0.
           05  TS3             PIC 9(4) OCCURS 11 TIMES VALUE 0.
           05  TS4             PIC 9(4) OCCURS 11 TIMES VALUE 0.
           05  TS5             PIC 9(4) OCCURS 11 TIMES VALUE 0.
           05  TS6             PIC 9(4) OCCURS 11 TIMES VALUE 0.
           05  TS7             PIC 9(4) OCCURS 11 TIMES VALUE 0.
           05  TST             PIC 9(5) OCCURS 11 TIMES VALUE 0.
           05  TSN             PIC 9(2) VALUE 0.
      *> The effort comparison - logged time per task over the whole
      *> file, grouped by recurrence (one-offs as ONE-OFF) so a
      *> weekly check is set against the other weekly checks, with
      *> the average minutes an entry took.
           05  EF-REC          PIC X(8) OCCURS 20 TIMES VALUE SPACES.
           05  EF-TASK         PIC X(40) OCCURS 20 TIMES VALUE SPACES.
           05  EF-LOGS         PIC 9(3) OCCURS 20 TIMES VALUE 0.
           05  EF-MINS         PIC 9(5) OCCURS 20 TIMES VALUE 0.
           05  EF-AVG          PIC 9(4) OCCURS 20 TIMES VALUE 0.
           05  EFN             PIC 9(2) VALUE 0.
           05  EF-IDX          PIC 9(2) VALUE 0.
           05  EF-ROW          PIC 9(2) VALUE 0.
           05  EF-SKIP         PIC 9(3) VALUE 0.
      *> Task notes. A task is given a TASK-ID - "K" and six digits
      *> from the "#TASK" counter of the keyed "todo-notes.dat" -
      *> the first time anyone writes a note on it, and each note
      *> is one record there keyed "N" and six digits from its
      *> "#SEQ", valued "task id|date|operator|text". Task id is the
      *> ALTERNATE 1 key. A thread is read by browsing the note keys
      *> and keeping the task's own, so it comes back in the order
      *> it was written; the screen shows its first 20 and counts
      *> the rest. Archiving a task moves its notes, keys
      *> unchanged, into todo-history.dat beside it ("name|date|task
      *> id" there now); the note keys sort after every dated task
      *> key, which is where the history browser stops reading.
           05  TASK-ID         PIC X(7) OCCURS 10 TIMES VALUE SPACES.
           05  NOTE-TASK       PIC X(40) VALUE SPACES.
           05  NOTE-ID         PIC X(7) VALUE SPACES.
           05  NOTE-IN         PIC X(44) VALUE SPACES.
           05  NOTE-KEY        PIC X(10) OCCURS 20 TIMES VALUE SPACES.
           05  NOTE-VAL        PIC X(80) OCCURS 20 TIMES VALUE SPACES.
           05  NOTE-CNT        PIC 9(3) VALUE 0.
           05  NOTE-LINE       PIC X(70) OCCURS 20 TIMES VALUE SPACES.
           05  NOTE-SEL        PIC X(70) VALUE SPACES.
           05  NOTE-IDX        PIC 9(3) VALUE 0.
           05  NK              PIC X(48) VALUE SPACES.
           05  NEW-NK          PIC X(10) VALUE SPACES.
           05  NV              PIC X(80) VALUE SPACES.
           05  NT-EOF          PIC X(1) VALUE "N".
           05  N-ID            PIC X(7) VALUE SPACES.
           05  N-DATE          PIC X(6) VALUE SPACES.
           05  N-OP            PIC X(20) VALUE SPACES.
           05  N-TEXT          PIC X(44) VALUE SPACES.
           05  N-NAME          PIC X(40) VALUE SPACES.
      *> Keyword search over every note, live and archived. AR-* maps
      *> each task id to its task name - the live list's first, then
      *> the archived tasks', which the history file holds ahead of
      *> their notes - so a hit can say which task it belongs to.
           05  FIND-TXT        PIC X(44) VALUE SPACES.
           05  FIND-UP         PIC X(44) VALUE SPACES.
           05  N-UP            PIC X(44) VALUE SPACES.
           05  HIT-N           PIC 9(3) VALUE 0.
           05  N-HITS          PIC 9(3) VALUE 0.
           05  AR-ID           PIC X(7) OCCURS 20 TIMES VALUE SPACES.
           05  AR-NAME         PIC X(40) OCCURS 20 TIMES VALUE SPACES.
           05  ARN             PIC 9(2) VALUE 0.
           05  AR-IDX          PIC 9(2) VALUE 0.
      *> Operations tasks. A failure the engine raises - I/O error,
      *> dead webhook, failed scheduled job, failed data sweep - is
      *> opened here by the todo-opsintake.cbl job as a one-off task
      *> carrying TASK-REF, the sequence number of the audit record
      *> that first reported it, and TASK-HITS, how many times it has
      *> been reported (99 at most). Completing it is logged against
      *> that first record.
           05  TASK-REF        PIC X(6) OCCURS 10 TIMES VALUE SPACES.
           05  TASK-HITS       PIC 9(2) OCCURS 10 TIMES VALUE 0.
           05  OPS-NOTE        PIC X(80) VALUE SPACES.
      *> Parameter field for PERFORM ... USING - the engine binds the
      *> passed value here for the duration of the called paragraph.
           05  ARG-1           PIC 9(2) VALUE 0.
               10  ASSIGN-BTN  VALUE "Assign" ON-ACTION PERFORM ASSIGN-SEL.
               10  MINE-NAV    VALUE "Mine" GO-TO-SCREEN MY-SCREEN.
               10  OWN-BTN     VALUE "By-Owner" ON-ACTION PERFORM PRINT-OWNERS.
      *> Dependencies - blocked flags beside the first three tasks,
      *> a predecessor for the list-selected task, and the blocked-
      *> work report. Last on the screen, like every addition here.
           05  BLOCK-AREA.
               10 BLK1 PIC X(7) USING TASK-BLK(1) ALERT-COLOR "BLOCKED" YELLOW.
               10 BLK2 PIC X(7) USING TASK-BLK(2) ALERT-COLOR "BLOCKED" YELLOW.
               10 BLK3 PIC X(7) USING TASK-BLK(3) ALERT-COLOR "BLOCKED" YELLOW.
           05  DEP-AREA.
               10  DEP-INPUT   PIC X(40) USING NEW-PRED.
               10  DEP-BTN     VALUE "Depends-On" ON-ACTION PERFORM ADD-PRED.
               10  BLK-BTN     VALUE "Blocked" ON-ACTION PERFORM PRINT-BLOCKED.
      *> Time logging against the list-selected task, and the two
      *> reports read back from the time file.
           05  TIME-AREA.
               10  TL-DATE-IN  PIC X(6) USING TL-DATE.
               10  TL-MINS-IN  PIC 9(4) USING TL-MINS.
               10  TL-NOTE-IN  PIC X(20) USING TL-NOTE.
               10  LOGT-BTN    VALUE "Log-Time" ON-ACTION PERFORM LOG-TIME.
               10  TS-WEEK-IN  PIC X(6) USING TS-WEEK.
               10  TS-BTN      VALUE "Timesheet" ON-ACTION PERFORM PRINT-WEEK.
               10  EF-BTN      VALUE "Effort" ON-ACTION PERFORM PRINT-EFFORT.
      *> The list-selected task's comment thread.
           05  NOTE-AREA.
               10  NOTES-NAV   VALUE "Notes" GO-TO-SCREEN NOTES-SCREEN.

       01  ADD-SCREEN.
           05  HEADER.
      *> Optional assignee, checked against the operator accounts.
           05  OWNER-ENTRY.
               10  OWNER-INPUT PIC X(20) USING NEW-OWNER.
      *> Optional predecessor - a task already on the list that must
      *> be done before this one can be.
           05  PRED-ENTRY.
               10  PRED-INPUT  PIC X(40) USING NEW-PRED.

      *> The signed-in operator's queue, filtered from the live
      *> table each time the screen opens.
           05  ACTIONS.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN LIST-SCREEN.
       COPY "examples/status-bar.inc".
      *> An archived task's notes, read-only - appended last so the
      *> history screen's tab path is undisturbed.
           05  THREAD-AREA.
               10  THREAD-NAV  VALUE "Thread" GO-TO-SCREEN THREAD-SCREEN.

      *> The list-selected task's notes, oldest first, with a box to
      *> add a signed note and a keyword search whose hits, from
      *> live and archived tasks alike, replace the thread in the
      *> list until the screen is next opened.
       01  NOTES-SCREEN ON-ENTRY PERFORM OPEN-TASK-NOTES.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Task Notes".
               10  TASK-DISP   PIC X(40) USING NOTE-TASK.
           05  NOTE-ROWS.
               10  NOTE-LIST USING NOTE-LINE LIST ROWS 8 SELECTED NOTE-SEL.
           05  NOTE-ENTRY.
               10  NOTE-INPUT  PIC X(44) USING NOTE-IN.
               10  ADDN-BTN    VALUE "Add-Note" ON-ACTION PERFORM ADD-NOTE.
           05  FIND-AREA.
               10  FIND-INPUT  PIC X(44) USING FIND-TXT.
               10  FIND-BTN    VALUE "Search" ON-ACTION PERFORM SEARCH-NOTES.
           05  ACTIONS.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN LIST-SCREEN.
       COPY "examples/status-bar.inc".

      *> The thread of the task selected on the history screen, as
      *> archived with it.
       01  THREAD-SCREEN ON-ENTRY PERFORM OPEN-HIST-THREAD.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Archived Thread".
               10  TASK-DISP   PIC X(40) USING NOTE-TASK.
           05  NOTE-ROWS.
               10  NOTE-LIST USING NOTE-LINE LIST ROWS 8 SELECTED NOTE-SEL.
           05  ACTIONS.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN HIST-SCREEN.
       COPY "examples/status-bar.inc".

      *> Declarative task listing - headings, page number, one detail
      *> line per live task (name + status side by side), a control

      *> The ageing picture broken per assignee - generated from the
      *> OWN-* shadow copy PRINT-OWNERS sorts, so the control break
      *> groups each operator's queue together. An escalated task
      *> carries the owner it was escalated from in the last column.
      *> Burst per assignee: each operator finds their own queue in
      *> their report inbox rather than a shared printout.
       01  OWNER-REPORT.
           05  PAGE-LENGTH 20.
           05  HEADING "=== Tasks By Assignee ===".
           05  DETAIL USING OWN-OWNER OWN-NAME OWN-AGE OWN-WAS COUNT TASK-COUNT.
           05  CONTROL USING OWN-OWNER.
           05  BURST USING OWN-OWNER.
           05  FOOTING "-- end of page --".

      *> Open tasks bucketed by days outstanding - the work-queue
           05  CONTROL USING TASK-AGE-TXT.
           05  FOOTING "-- end of page --".

      *> Blocked work - each waiting task, what it waits on and who
      *> owns that, longest chain first, broken per chain length.
       01  BLOCKED-REPORT.
           05  PAGE-LENGTH 20.
           05  HEADING "=== Blocked Work ===".
           05  DETAIL USING BLK-CHAIN BLK-TASK BLK-WAIT BLK-WHO COUNT BLK-COUNT.
           05  CONTROL USING BLK-CHAIN.
           05  FOOTING "-- end of page --".

      *> The week's minutes per operator per day, Monday first.
       01  TIMESHEET-REPORT.
           05  PAGE-LENGTH 20.
           05  HEADING "=== Weekly Timesheet (minutes) ===".
           05  HEADING "operator  mon  tue  wed  thu  fri  sat  sun  week".
           05  DETAIL USING TSO TS1 TS2 TS3 TS4 TS5 TS6 TS7 TST COUNT TSN.
           05  SUMMARY USING WEEK-OF WEEK-MINS.
           05  FOOTING "-- end of page --".

      *> Logged effort per task, broken per recurrence, most time
      *> first within each.
       01  EFFORT-REPORT.
           05  PAGE-LENGTH 20.
           05  HEADING "=== Task Effort (minutes) ===".
           05  HEADING "recurrence  task  entries  minutes  per-entry".
           05  DETAIL USING EF-REC EF-TASK EF-LOGS EF-MINS EF-AVG COUNT EFN.
           05  CONTROL USING EF-REC.
           05  FOOTING "-- end of page --".

      *> One positioned record per task in the save file - name,
      *> status, and due date each in their own columns, written and
      *> read back by one WRITE RECORD/READ RECORD pair instead of
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

      *> Completion goes one of two ways: a one-off goes DONE (and
      *> waits for the Archive sweep), a recurring task stays
      *> PENDING with its due date rolled one interval forward. A
      *> task with a predecessor still open goes neither way. An
      *> operations task closing is logged against the audit record
      *> that opened it, with the number of times it was reported.
       COMPLETE-ONE-TASK.
           MOVE R-IDX TO P-IDX
           PERFORM FIND-OPEN-PREDECESSOR
           IF WAIT-NAME NOT = ""
               MOVE "0" TO DEP-OK
               MOVE "" TO STATUS-MSG
               STRING "Waiting on:" DELIMITED BY SIZE
                   WAIT-NAME DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               IF TASK-RECUR(R-IDX) = ""
                   PERFORM FINISH-ONE-OFF-TASK
               ELSE
                   PERFORM ROLL-RECURRING-TASK
               END-IF
           END-IF.

       FINISH-ONE-OFF-TASK.
           IF TASK-REF(R-IDX) NOT = "" AND TASK-STATUS(R-IDX) NOT = "DONE"
               MOVE "" TO OPS-NOTE
               STRING "OPS-CLOSE|" DELIMITED BY SIZE
                   TASK-REF(R-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TASK-HITS(R-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CUR-OPER DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TASK-NAME(R-IDX) DELIMITED BY SIZE
                   INTO OPS-NOTE.
               LOG OPS-NOTE
           END-IF
           MOVE "DONE" TO TASK-STATUS(R-IDX)
           MOVE "Task marked done" TO STATUS-MSG.

      *> A daily task comes due the next working day. Weekly and
      *> monthly ones keep their calendar step, then a due date on a
      *> weekend or holiday moves: a weekly task to the working day
      *> after, a monthly one to the working day before, so month-end
      *> work is not pushed into the next month.
       ROLL-RECURRING-TASK.
           IF TASK-DUE(R-IDX) = ""
               ACCEPT TODAY-D FROM DATE
               MOVE TODAY-D TO TASK-DUE(R-IDX)
               MOVE "" TO TODAY-D
           END-IF
           EVALUATE TASK-RECUR(R-IDX)
               WHEN "DAILY"
                   ADD-WORKDAYS TASK-DUE(R-IDX) 1
               WHEN "MONTHLY"
                   MOVE 30 TO R-DAYS
                   ADD-DAYS TASK-DUE(R-IDX) R-DAYS
                   ROLL-WORKDAY TASK-DUE(R-IDX) BACK
               WHEN OTHER
                   MOVE 7 TO R-DAYS
                   ADD-DAYS TASK-DUE(R-IDX) R-DAYS
                   ROLL-WORKDAY TASK-DUE(R-IDX) FORWARD
           END-EVALUATE
           MOVE "PENDING" TO TASK-STATUS(R-IDX)
           MOVE "Recurring task rolled forward" TO STATUS-MSG.

           INTO SUMMARY-TEXT.

      *> Besides the DONE tally, each pass refreshes the task's
      *> overdue flag and its ageing bucket from its due date. The
      *> buckets count working days, so a weekend or holiday does
      *> not age a task against its owner.
       COUNT-ONE-TASK-DONE.
           MOVE "" TO TASK-BLK(SAVE-IDX)
           IF TASK-STATUS(SAVE-IDX) = "DONE"
               ADD 1 TO DONE-COUNT
               MOVE "" TO TASK-FLAG(SAVE-IDX)
               MOVE "4-DONE" TO TASK-AGE-TXT(SAVE-IDX)
           ELSE
               MOVE SAVE-IDX TO P-IDX
               PERFORM FIND-OPEN-PREDECESSOR
               IF WAIT-NAME NOT = ""
                   MOVE "BLOCKED" TO TASK-BLK(SAVE-IDX)
               END-IF
               MOVE "" TO TASK-FLAG(SAVE-IDX)
               MOVE "0-CURRENT" TO TASK-AGE-TXT(SAVE-IDX)
               IF TASK-DUE(SAVE-IDX) NOT = ""
                   WORKDAY-DIFF TODAY-D TASK-DUE(SAVE-IDX) DIFF-DAYS
                   IF DIFF-DAYS < 0
                       MOVE "OVERDUE" TO TASK-FLAG(SAVE-IDX)
                       IF DIFF-DAYS < -30
                   MOVE NEW-DUE TO TASK-DUE(TASK-COUNT)
                   MOVE NEW-RECUR TO TASK-RECUR(TASK-COUNT)
                   MOVE NEW-OWNER TO TASK-OWNER(TASK-COUNT)
                   MOVE NEW-PRED TO TASK-PRED1(TASK-COUNT)
                   PERFORM CHECK-NEW-TASK-PRED
               ELSE
                   MOVE "Task list full" TO STATUS-MSG
               END-IF
           END-IF
           END-IF.

      *> The new task is checked in place, already on the list - a
      *> task archived off the list may still be named by another
      *> as its predecessor, so even a brand-new task can close a
      *> cycle - and taken back off again if it fails.
       CHECK-NEW-TASK-PRED.
           MOVE TASK-COUNT TO R-IDX
           PERFORM CHECK-NEW-DEPENDENCY
           IF DEP-OK = "1"
               MOVE "" TO NEW-DUE
               MOVE "" TO NEW-RECUR
               MOVE "" TO NEW-OWNER
               MOVE "" TO NEW-PRED
               PERFORM COUNT-DONE
               MOVE "Task saved" TO STATUS-MSG
           ELSE
               MOVE TASK-COUNT TO SAVE-IDX
               PERFORM CLEAR-ONE-SLOT
               SUBTRACT 1 FROM TASK-COUNT
           END-IF.

      *> Bulk-loads IMPORT-FILE ("todo-import.csv" unless a startup
      *> parameter renamed it; one task description per line,
      *> current directory) through the engine's IMPORT statement -
      *> complete a task past slot 3, since DONE1-3-BTN only ever
      *> reach TASK-STATUS(1) thru (3).
       MARK-SEL-TASK.
           MOVE "1" TO DEP-OK.
           PERFORM MARK-ONE-IF-SELECTED
               VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT.
           PERFORM COUNT-DONE.
           IF DEP-OK = "1"
               MOVE "Selected task marked done" TO STATUS-MSG
           END-IF.

       MARK-ONE-IF-SELECTED.
           IF TASK-NAME(SAVE-IDX) = SELECTED-TASK

      *> Finished one-off tasks move to the keyed history file and
      *> the live table closes up over the freed slots - recurring
      *> and open tasks keep their relative order. Their notes go
      *> with them, every one: the notes file is browsed once and
      *> each note of a finished task copied to the work file
      *> todo-archive.nts (emptied every run), since only one keyed
      *> file is open at a time. The copies are then deleted from
      *> the notes file and written into the history file after the
      *> tasks themselves, all in one transaction, so a note is
      *> never lost or left in both.
       ARCHIVE-TASKS.
           ACCEPT TODAY-D FROM DATE.
           BEGIN-TRANSACTION.
           OPEN OUTPUT H1 "todo-archive.nts".
           MOVE "N" TO NT-EOF
           OPEN I-O KEYED "todo-notes.dat" ALTERNATE 1.
           START "N" AT END PERFORM MARK-NT-EOF.
           PERFORM CARRY-ONE-NOTE UNTIL NT-EOF = "Y".
           CLOSE H1.
           OPEN INPUT H1 "todo-archive.nts".
           MOVE "N" TO NT-EOF
           PERFORM DROP-ONE-CARRIED-NOTE UNTIL NT-EOF = "Y".
           CLOSE H1.
           CLOSE.
           OPEN I-O KEYED "todo-history.dat".
           MOVE 1 TO KEEP-IDX.
           PERFORM ARCHIVE-ONE-TASK
               VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT.
           OPEN INPUT H1 "todo-archive.nts".
           MOVE "N" TO NT-EOF
           PERFORM WRITE-ONE-CARRIED-NOTE UNTIL NT-EOF = "Y".
           CLOSE H1.
           CLOSE.
           COMMIT.
           PERFORM CLEAR-ONE-SLOT
               VARYING SAVE-IDX FROM KEEP-IDX BY 1
               UNTIL SAVE-IDX > TASK-COUNT.
               STRING TASK-NAME(SAVE-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TODAY-D DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TASK-ID(SAVE-IDX) DELIMITED BY SIZE
                   INTO HIST-VAL.
               WRITE KEY HIST-KEY HIST-VAL
           ELSE
                   MOVE TASK-FLAG(SAVE-IDX) TO TASK-FLAG(KEEP-IDX)
                   MOVE TASK-AGE-TXT(SAVE-IDX) TO TASK-AGE-TXT(KEEP-IDX)
                   MOVE TASK-OWNER(SAVE-IDX) TO TASK-OWNER(KEEP-IDX)
                   MOVE TASK-PRED1(SAVE-IDX) TO TASK-PRED1(KEEP-IDX)
                   MOVE TASK-PRED2(SAVE-IDX) TO TASK-PRED2(KEEP-IDX)
                   MOVE TASK-BLK(SAVE-IDX) TO TASK-BLK(KEEP-IDX)
                   MOVE TASK-ORIG(SAVE-IDX) TO TASK-ORIG(KEEP-IDX)
                   MOVE TASK-ESC(SAVE-IDX) TO TASK-ESC(KEEP-IDX)
                   MOVE TASK-ID(SAVE-IDX) TO TASK-ID(KEEP-IDX)
                   MOVE TASK-REF(SAVE-IDX) TO TASK-REF(KEEP-IDX)
                   MOVE TASK-HITS(SAVE-IDX) TO TASK-HITS(KEEP-IDX)
               END-IF
               ADD 1 TO KEEP-IDX
           END-IF.
           MOVE "" TO TASK-DUE(SAVE-IDX)
           MOVE "" TO TASK-RECUR(SAVE-IDX)
           MOVE "" TO TASK-FLAG(SAVE-IDX)
           MOVE "" TO TASK-AGE-TXT(SAVE-IDX)
           MOVE "" TO TASK-PRED1(SAVE-IDX)
           MOVE "" TO TASK-PRED2(SAVE-IDX)
           MOVE "" TO TASK-BLK(SAVE-IDX)
           MOVE "" TO TASK-ORIG(SAVE-IDX)
           MOVE "" TO TASK-ESC(SAVE-IDX)
           MOVE "" TO TASK-ID(SAVE-IDX)
           MOVE "" TO TASK-REF(SAVE-IDX)
           MOVE 0 TO TASK-HITS(SAVE-IDX).

      *> A note goes with its task when the task is one of the
      *> finished ones about to be archived.
       CARRY-ONE-NOTE.
           MOVE "" TO NK
           MOVE "" TO NV
           READ NEXT NK NV AT END PERFORM MARK-NT-EOF.
           IF NT-EOF = "N"
               MOVE "" TO N-ID
               UNSTRING NV DELIMITED BY "|" INTO N-ID.
               MOVE 0 TO FIND-IDX
               PERFORM MATCH-ONE-DONE-ID
                   VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT
               IF FIND-IDX NOT = 0
                   WRITE H1 NK NV.
               END-IF
           END-IF.

       MATCH-ONE-DONE-ID.
           IF TASK-STATUS(SAVE-IDX) = "DONE"
               IF TASK-ID(SAVE-IDX) NOT = "" AND TASK-ID(SAVE-IDX) = N-ID
                   MOVE SAVE-IDX TO FIND-IDX
               END-IF
           END-IF.

       DROP-ONE-CARRIED-NOTE.
           MOVE "" TO NK
           MOVE "" TO NV
           READ H1 NK NV AT END PERFORM MARK-NT-EOF.
           IF NT-EOF = "N"
               DELETE KEY NK
           END-IF.

       WRITE-ONE-CARRIED-NOTE.
           MOVE "" TO NK
           MOVE "" TO NV
           READ H1 NK NV AT END PERFORM MARK-NT-EOF.
           IF NT-EOF = "N"
               WRITE KEY NK NV
           END-IF.

      *> The dated task keys in key order, stopping at the first
      *> note key ("N...") - the notes that follow them are read
      *> only a thread at a time.
       LOAD-HISTORY.
           MOVE 0 TO HIST-COUNT
           MOVE "N" TO NT-EOF
           OPEN I-O KEYED "todo-history.dat".
           START "0" AT END PERFORM MARK-NT-EOF.
           PERFORM LOAD-ONE-HIST-ENTRY UNTIL NT-EOF = "Y".
           CLOSE.
           MOVE "History loaded" TO STATUS-MSG.

       LOAD-ONE-HIST-ENTRY.
           MOVE "" TO NK
           MOVE "" TO NV
           READ NEXT NK NV AT END PERFORM MARK-NT-EOF.
           IF NT-EOF = "N"
               IF NK < "N" AND HIST-COUNT < 10
                   ADD 1 TO HIST-COUNT
                   MOVE HIST-COUNT TO HIST-IDX
                   MOVE NK TO HIST-KEY-TAB(HIST-IDX)
                   MOVE NV TO HIST-VAL-TAB(HIST-IDX)
                   PERFORM BUILD-ONE-HIST-LINE
               ELSE
                   PERFORM MARK-NT-EOF
               END-IF
           END-IF.

       MARK-NT-EOF.
           MOVE "Y" TO NT-EOF.

       BUILD-ONE-HIST-LINE.
           MOVE "" TO HN-W
           MOVE "" TO HD-W
           MOVE "" TO OP-PASS.

      *> A blank assignee is simply an unassigned task; a named one
      *> must be a real account line in the user file.
       VALIDATE-OWNER.
           IF NEW-OWNER = ""
               MOVE "1" TO OWNER-OK
           ELSE
               MOVE "0" TO OWNER-OK
               MOVE "N" TO USR-EOF
               OPEN INPUT SHARED USER-FILE.
               PERFORM CHECK-ONE-USER-LINE UNTIL USR-EOF = "Y".
               CLOSE.
           END-IF.
           MOVE "Y" TO USR-EOF.

      *> Re-homes the list-selected task to NEW-OWNER; the change
      *> lands in the audit trail via LOG, old owner and all. A
      *> deliberate assignment starts the task afresh, so any
      *> escalation it carried is cleared with it.
       ASSIGN-SEL.
           PERFORM VALIDATE-OWNER
           IF OWNER-OK NOT = "1"
       ASSIGN-ONE-IF-SELECTED.
           IF TASK-NAME(SAVE-IDX) = SELECTED-TASK
               MOVE "" TO REAS-TXT
               STRING "ASSIGN|" DELIMITED BY SIZE
                   SELECTED-TASK DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TASK-OWNER(SAVE-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   NEW-OWNER DELIMITED BY SIZE
                   INTO REAS-TXT.
               MOVE NEW-OWNER TO TASK-OWNER(SAVE-IDX)
               MOVE "" TO TASK-ORIG(SAVE-IDX)
               MOVE "" TO TASK-ESC(SAVE-IDX)
               LOG REAS-TXT
           END-IF.

      *> Only the signed-in operator's open tasks - what the
      *> morning standup asks each person to read out. A task
      *> escalated away still shows to the operator it came from.
       BUILD-MY-VIEW.
           MOVE 0 TO MY-IDX.
           PERFORM CLEAR-ONE-MY-LINE
                   ": " DELIMITED BY SIZE
                   TASK-STATUS(SAVE-IDX) DELIMITED BY SIZE
                   INTO MY-LINE(MY-IDX)
           ELSE
               IF TASK-ORIG(SAVE-IDX) = CUR-OPER AND CUR-OPER NOT = ""
                   ADD 1 TO MY-IDX
                   STRING TASK-NAME(SAVE-IDX) DELIMITED BY SIZE
                       ": ESCALATED->" DELIMITED BY SIZE
                       TASK-OWNER(SAVE-IDX) DELIMITED BY SIZE
                       INTO MY-LINE(MY-IDX)
               END-IF
           END-IF.

      *> Sorted shadow copy, so the per-assignee control break
           PERFORM COUNT-DONE.
           PERFORM COPY-ONE-OWNER-ROW
               VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT.
           SORT OWN-OWNER WITH OWN-NAME OWN-AGE OWN-WAS COUNT TASK-COUNT.
           GENERATE OWNER-REPORT TO "todo-owner.rpt".
           MOVE "Assignee report spooled" TO STATUS-MSG.

               MOVE TASK-OWNER(SAVE-IDX) TO OWN-OWNER(SAVE-IDX)
           END-IF
           MOVE TASK-NAME(SAVE-IDX) TO OWN-NAME(SAVE-IDX)
           MOVE TASK-AGE-TXT(SAVE-IDX) TO OWN-AGE(SAVE-IDX)
           MOVE TASK-ORIG(SAVE-IDX) TO OWN-WAS(SAVE-IDX).

      *> The first of P-IDX's predecessors still open - on the list
      *> and not DONE - into WAIT-NAME, or blank when none is.
       FIND-OPEN-PREDECESSOR.
           MOVE "" TO WAIT-NAME
           MOVE TASK-PRED1(P-IDX) TO FIND-NAME
           PERFORM CHECK-PRED-OPEN
           IF PRED-OPEN = "Y"
               MOVE TASK-PRED1(P-IDX) TO WAIT-NAME
           ELSE
               MOVE TASK-PRED2(P-IDX) TO FIND-NAME
               PERFORM CHECK-PRED-OPEN
               IF PRED-OPEN = "Y"
                   MOVE TASK-PRED2(P-IDX) TO WAIT-NAME
               END-IF
           END-IF.

       CHECK-PRED-OPEN.
           MOVE "N" TO PRED-OPEN
           IF FIND-NAME NOT = ""
               PERFORM FIND-TASK-SLOT
               IF FIND-IDX NOT = 0
                   IF TASK-STATUS(FIND-IDX) NOT = "DONE"
                       MOVE "Y" TO PRED-OPEN
                   END-IF
               END-IF
           END-IF.

       FIND-TASK-SLOT.
           MOVE 0 TO FIND-IDX
           PERFORM MATCH-ONE-TASK-SLOT
               VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > TASK-COUNT.

       MATCH-ONE-TASK-SLOT.
           IF FIND-IDX = 0
               IF TASK-NAME(Q-IDX) = FIND-NAME
                   MOVE Q-IDX TO FIND-IDX
               END-IF
           END-IF.

      *> Makes the list-selected task wait on NEW-PRED (its first
      *> free predecessor slot); a blank NEW-PRED clears both, for
      *> a dependency entered in error.
       ADD-PRED.
           MOVE SELECTED-TASK TO FIND-NAME
           PERFORM FIND-TASK-SLOT
           IF FIND-IDX = 0
               MOVE "Select the waiting task in the list first" TO STATUS-MSG
           ELSE
               MOVE FIND-IDX TO R-IDX
               PERFORM APPLY-DEPENDENCY
           END-IF.

       APPLY-DEPENDENCY.
           IF NEW-PRED = ""
               MOVE "" TO TASK-PRED1(R-IDX)
               MOVE "" TO TASK-PRED2(R-IDX)
               PERFORM COUNT-DONE
               MOVE "Predecessors cleared" TO STATUS-MSG
           ELSE
               IF TASK-PRED1(R-IDX) = NEW-PRED OR TASK-PRED2(R-IDX) = NEW-PRED
                   MOVE "Already waiting on that task" TO STATUS-MSG
               ELSE
                   IF TASK-PRED1(R-IDX) NOT = "" AND TASK-PRED2(R-IDX) NOT = ""
                       MOVE "Already waits on two - the limit" TO STATUS-MSG
                   ELSE
                       PERFORM ADD-ONE-DEPENDENCY
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-DEPENDENCY.
           PERFORM CHECK-NEW-DEPENDENCY
           IF DEP-OK = "1"
               IF TASK-PRED1(R-IDX) = ""
                   MOVE NEW-PRED TO TASK-PRED1(R-IDX)
               ELSE
                   MOVE NEW-PRED TO TASK-PRED2(R-IDX)
               END-IF
               MOVE "" TO REAS-TXT
               STRING "DEPEND|" DELIMITED BY SIZE
                   TASK-NAME(R-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   NEW-PRED DELIMITED BY SIZE
                   INTO REAS-TXT.
               LOG REAS-TXT
               MOVE "" TO NEW-PRED
               PERFORM COUNT-DONE
               MOVE "Dependency added" TO STATUS-MSG
           END-IF.

      *> Would R-IDX waiting on NEW-PRED be allowed? The predecessor
      *> must be on the list, must not be R-IDX itself, must not be
      *> recurring (a recurring task is never DONE, so it would
      *> block for ever), and must not already wait - directly or
      *> down a chain - on R-IDX: that would be a cycle no task in
      *> it could ever finish.
       CHECK-NEW-DEPENDENCY.
           MOVE "1" TO DEP-OK
           IF NEW-PRED NOT = ""
               MOVE NEW-PRED TO FIND-NAME
               PERFORM FIND-TASK-SLOT
               MOVE FIND-IDX TO PRED-IDX
               IF PRED-IDX = 0
                   MOVE "0" TO DEP-OK
                   MOVE "Unknown predecessor - not on the list" TO STATUS-MSG
               ELSE
                   IF PRED-IDX = R-IDX
                       MOVE "0" TO DEP-OK
                       MOVE "A task cannot wait on itself" TO STATUS-MSG
                   ELSE
                       PERFORM CHECK-PRED-KIND
                   END-IF
               END-IF
           END-IF.

      *> A recurring predecessor, or one that would close a cycle.
       CHECK-PRED-KIND.
           IF TASK-RECUR(PRED-IDX) NOT = ""
               MOVE "0" TO DEP-OK
               MOVE "A recurring task cannot be a predecessor" TO STATUS-MSG
           ELSE
               PERFORM MARK-REACHABLE
               IF TASK-REACH(R-IDX) = "Y"
                   MOVE "0" TO DEP-OK
                   MOVE "Dependency cycle - rejected" TO STATUS-MSG
               END-IF
           END-IF.

      *> Every task PRED-IDX waits on, however far down the chain -
      *> one spreading pass per task on the list is always enough.
       MARK-REACHABLE.
           PERFORM CLEAR-ONE-REACH
               VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > 10.
           MOVE "Y" TO TASK-REACH(PRED-IDX)
           PERFORM SPREAD-REACH-PASS
               VARYING PASS-IDX FROM 1 BY 1 UNTIL PASS-IDX > TASK-COUNT.

       CLEAR-ONE-REACH.
           MOVE "" TO TASK-REACH(P-IDX).

       SPREAD-REACH-PASS.
           PERFORM SPREAD-ONE-REACH
               VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > TASK-COUNT.

       SPREAD-ONE-REACH.
           IF TASK-REACH(P-IDX) = "Y"
               MOVE TASK-PRED1(P-IDX) TO FIND-NAME
               PERFORM MARK-ONE-REACHED
               MOVE TASK-PRED2(P-IDX) TO FIND-NAME
               PERFORM MARK-ONE-REACHED
           END-IF.

       MARK-ONE-REACHED.
           IF FIND-NAME NOT = ""
               PERFORM FIND-TASK-SLOT
               IF FIND-IDX NOT = 0
                   MOVE "Y" TO TASK-REACH(FIND-IDX)
               END-IF
           END-IF.

      *> Chain lengths first - a blocked task is one deeper than the
      *> deepest open task it waits on - then one shadow row per
      *> open predecessor, sorted longest chain first so the report
      *> opens on the work that will take longest to come free.
       PRINT-BLOCKED.
           PERFORM COUNT-DONE.
           PERFORM CLEAR-ONE-CHAIN
               VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > 10.
           PERFORM CHAIN-PASS
               VARYING PASS-IDX FROM 1 BY 1 UNTIL PASS-IDX > TASK-COUNT.
           PERFORM CLEAR-ONE-BLK-ROW
               VARYING PASS-IDX FROM 1 BY 1 UNTIL PASS-IDX > 20.
           MOVE 0 TO BLK-COUNT.
           PERFORM ADD-BLOCKED-ROWS
               VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > TASK-COUNT.
           SORT BLK-CHAIN DESCENDING WITH BLK-TASK BLK-WAIT BLK-WHO
               COUNT BLK-COUNT.
           GENERATE BLOCKED-REPORT TO "todo-blocked.rpt".
           MOVE "Blocked-work report spooled" TO STATUS-MSG.

       CLEAR-ONE-CHAIN.
           MOVE 0 TO TASK-CHAIN(P-IDX).

       CHAIN-PASS.
           PERFORM CHAIN-ONE-TASK
               VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > TASK-COUNT.

       CHAIN-ONE-TASK.
           IF TASK-BLK(P-IDX) = "BLOCKED"
               MOVE TASK-PRED1(P-IDX) TO FIND-NAME
               PERFORM DEEPEN-ONE-CHAIN
               MOVE TASK-PRED2(P-IDX) TO FIND-NAME
               PERFORM DEEPEN-ONE-CHAIN
           END-IF.

       DEEPEN-ONE-CHAIN.
           PERFORM CHECK-PRED-OPEN
           IF PRED-OPEN = "Y"
               COMPUTE CHAIN-W = TASK-CHAIN(FIND-IDX) + 1
               IF CHAIN-W > TASK-CHAIN(P-IDX)
                   MOVE CHAIN-W TO TASK-CHAIN(P-IDX)
               END-IF
           END-IF.

       CLEAR-ONE-BLK-ROW.
           MOVE 0 TO BLK-CHAIN(PASS-IDX)
           MOVE "" TO BLK-TASK(PASS-IDX)
           MOVE "" TO BLK-WAIT(PASS-IDX)
           MOVE "" TO BLK-WHO(PASS-IDX).

       ADD-BLOCKED-ROWS.
           IF TASK-BLK(P-IDX) = "BLOCKED"
               MOVE TASK-PRED1(P-IDX) TO FIND-NAME
               PERFORM ADD-ONE-BLOCKED-ROW
               MOVE TASK-PRED2(P-IDX) TO FIND-NAME
               PERFORM ADD-ONE-BLOCKED-ROW
           END-IF.

       ADD-ONE-BLOCKED-ROW.
           PERFORM CHECK-PRED-OPEN
           IF PRED-OPEN = "Y"
               ADD 1 TO BLK-COUNT
               MOVE TASK-CHAIN(P-IDX) TO BLK-CHAIN(BLK-COUNT)
               MOVE TASK-NAME(P-IDX) TO BLK-TASK(BLK-COUNT)
               MOVE FIND-NAME TO BLK-WAIT(BLK-COUNT)
               IF TASK-OWNER(FIND-IDX) = ""
                   MOVE "(nobody)" TO BLK-WHO(BLK-COUNT)
               ELSE
                   MOVE TASK-OWNER(FIND-IDX) TO BLK-WHO(BLK-COUNT)
               END-IF
           END-IF.

      *> One entry against the list-selected task, signed by the
      *> operator signed in. A blank date is today; a date to come
      *> is refused - time is logged once it has been worked.
       LOG-TIME.
           MOVE SELECTED-TASK TO FIND-NAME
           PERFORM FIND-TASK-SLOT
           MOVE "1" TO DUE-OK
           IF TL-DATE NOT = ""
               VALID-DATE TL-DATE DUE-OK
           END-IF
           IF CUR-OPER = ""
               MOVE "Sign in to log time" TO STATUS-MSG
           ELSE
               IF FIND-IDX = 0
                   MOVE "Select the task in the list first" TO STATUS-MSG
               ELSE
                   PERFORM CHECK-TIME-ENTRY
               END-IF
           END-IF.

       CHECK-TIME-ENTRY.
           IF TL-MINS = 0
               MOVE "Minutes worked must be more than zero" TO STATUS-MSG
           ELSE
               IF DUE-OK NOT = "1"
                   MOVE "Bad work date, use YYMMDD" TO STATUS-MSG
               ELSE
                   PERFORM CHECK-WORK-DATE
               END-IF
           END-IF.

       CHECK-WORK-DATE.
           ACCEPT TODAY-D FROM DATE.
           IF TL-DATE = ""
               MOVE TODAY-D TO TL-DATE
           END-IF
           DATE-DIFF TODAY-D TL-DATE DIFF-DAYS
           MOVE "" TO TODAY-D
           IF DIFF-DAYS > 0
               MOVE "Work date is in the future" TO STATUS-MSG
           ELSE
               PERFORM WRITE-TIME-ENTRY
               MOVE "" TO REAS-TXT
               STRING "TIME|" DELIMITED BY SIZE
                   TM-KEY DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TASK-NAME(FIND-IDX) DELIMITED BY SIZE
                   INTO REAS-TXT.
               LOG REAS-TXT
               MOVE "" TO STATUS-MSG
               STRING "Time logged:" DELIMITED BY SIZE
                   TL-MINS DELIMITED BY SIZE
                   "min" DELIMITED BY SIZE
                   INTO STATUS-MSG.
               MOVE "" TO TL-DATE
               MOVE 0 TO TL-MINS
               MOVE "" TO TL-NOTE
           END-IF
           MOVE 0 TO DIFF-DAYS.

      *> The record and its number in one open, the way the ledger
      *> numbers its postings.
       WRITE-TIME-ENTRY.
           MOVE "" TO TM-VAL
           STRING CUR-OPER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TL-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TL-MINS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TASK-NAME(FIND-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TASK-RECUR(FIND-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TL-NOTE DELIMITED BY SIZE
               INTO TM-VAL.
           OPEN I-O KEYED "todo-time.dat" ALTERNATE 1.
           MOVE "0" TO TM-SEQ-VAL
           READ KEY "#SEQ" TM-SEQ-VAL.
           MOVE NUMVAL(TM-SEQ-VAL) TO TM-SEQ-N
           ADD 1 TO TM-SEQ-N
           WRITE KEY "#SEQ" TM-SEQ-N.
           ADD 1000000 TO TM-SEQ-N
           MOVE TM-SEQ-N TO TM-SEQ-X
           MOVE "" TO TM-KEY
           STRING "T" DELIMITED BY SIZE
               TM-SEQ-X(2:6) DELIMITED BY SIZE
               INTO TM-KEY.
           WRITE KEY TM-KEY TM-VAL.
           CLOSE.

      *> Walks every entry in key order - START then READ NEXT to the
      *> end - splitting each into the TM-* parts; the caller names
      *> the paragraph that takes one entry through TM-EOF's loop.
       START-TIME-BROWSE.
           MOVE "N" TO TM-EOF
           OPEN I-O KEYED "todo-time.dat" ALTERNATE 1.
           START "T" AT END PERFORM MARK-TM-EOF.

       READ-ONE-TIME-ENTRY.
           MOVE "" TO TM-VAL
           MOVE "" TO T-OP
           MOVE "" TO T-DATE
           MOVE "" TO T-MIN
           MOVE "" TO T-TASK
           MOVE "" TO T-REC
           READ NEXT TM-KEY TM-VAL AT END PERFORM MARK-TM-EOF.
           UNSTRING TM-VAL DELIMITED BY "|" INTO T-OP T-DATE T-MIN T-TASK T-REC.
           MOVE NUMVAL(T-MIN) TO T-MINS.

       MARK-TM-EOF.
           MOVE "Y" TO TM-EOF.

      *> The week runs Monday to Sunday around TS-WEEK (today when
      *> blank); days from the known Monday, mod 7, is how far back
      *> its Monday lies.
       PRINT-WEEK.
           MOVE "1" TO DUE-OK
           IF TS-WEEK = ""
               ACCEPT WEEK-OF FROM DATE
           ELSE
               VALID-DATE TS-WEEK DUE-OK
               MOVE TS-WEEK TO WEEK-OF
           END-IF
           IF DUE-OK NOT = "1"
               MOVE "Bad week date, use YYMMDD" TO STATUS-MSG
           ELSE
               DATE-DIFF "700105" WEEK-OF DAY-N
               COMPUTE TS-DOW = MOD(DAY-N, 7)
               COMPUTE TS-BACK = 0 - TS-DOW
               ADD-DAYS WEEK-OF TS-BACK
               PERFORM BUILD-TIMESHEET
               GENERATE TIMESHEET-REPORT TO "todo-timesheet.rpt".
               MOVE "Timesheet spooled" TO STATUS-MSG
           END-IF.

       BUILD-TIMESHEET.
           PERFORM CLEAR-ONE-TS-ROW
               VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > 11.
           MOVE 0 TO TSN.
           MOVE 0 TO WEEK-MINS.
           PERFORM START-TIME-BROWSE.
           PERFORM TAKE-ONE-WEEK-ENTRY UNTIL TM-EOF = "Y".
           CLOSE.
           ADD 1 TO TSN.
           MOVE "TOTAL" TO TSO(TSN).
           PERFORM ADD-ONE-TS-TOTAL
               VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX >= TSN.
           MOVE TST(TSN) TO WEEK-MINS.

       CLEAR-ONE-TS-ROW.
           MOVE "" TO TSO(TS-IDX)
           MOVE 0 TO TS1(TS-IDX)
           MOVE 0 TO TS2(TS-IDX)
           MOVE 0 TO TS3(TS-IDX)
           MOVE 0 TO TS4(TS-IDX)
           MOVE 0 TO TS5(TS-IDX)
           MOVE 0 TO TS6(TS-IDX)
           MOVE 0 TO TS7(TS-IDX)
           MOVE 0 TO TST(TS-IDX).

      *> Outside the week, or an eleventh operator with no row left
      *> for them before the TOTAL row, and the entry is passed by.
       TAKE-ONE-WEEK-ENTRY.
           PERFORM READ-ONE-TIME-ENTRY
           IF TM-EOF = "N"
               DATE-DIFF WEEK-OF T-DATE DAY-N
               IF DAY-N >= 0 AND DAY-N <= 6
                   PERFORM FIND-TS-ROW
                   IF TS-ROW NOT = 0
                       PERFORM ADD-TO-TS-DAY
                   END-IF
               END-IF
           END-IF.

       FIND-TS-ROW.
           MOVE 0 TO TS-ROW
           PERFORM MATCH-ONE-TS-ROW
               VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > TSN.
           IF TS-ROW = 0 AND TSN < 10
               ADD 1 TO TSN
               MOVE TSN TO TS-ROW
               MOVE T-OP TO TSO(TS-ROW)
           END-IF.

       MATCH-ONE-TS-ROW.
           IF TSO(TS-IDX) = T-OP
               MOVE TS-IDX TO TS-ROW
           END-IF.

       ADD-TO-TS-DAY.
           EVALUATE DAY-N
               WHEN 0
                   ADD T-MINS TO TS1(TS-ROW)
               WHEN 1
                   ADD T-MINS TO TS2(TS-ROW)
               WHEN 2
                   ADD T-MINS TO TS3(TS-ROW)
               WHEN 3
                   ADD T-MINS TO TS4(TS-ROW)
               WHEN 4
                   ADD T-MINS TO TS5(TS-ROW)
               WHEN 5
                   ADD T-MINS TO TS6(TS-ROW)
               WHEN OTHER
                   ADD T-MINS TO TS7(TS-ROW)
           END-EVALUATE
           ADD T-MINS TO TST(TS-ROW).

       ADD-ONE-TS-TOTAL.
           ADD TS1(TS-IDX) TO TS1(TSN)
           ADD TS2(TS-IDX) TO TS2(TSN)
           ADD TS3(TS-IDX) TO TS3(TSN)
           ADD TS4(TS-IDX) TO TS4(TSN)
           ADD TS5(TS-IDX) TO TS5(TSN)
           ADD TS6(TS-IDX) TO TS6(TSN)
           ADD TS7(TS-IDX) TO TS7(TSN)
           ADD TST(TS-IDX) TO TST(TSN).

      *> Totals per task over the whole file, then two sorts: most
      *> minutes first, then by recurrence - the sort keeps equal
      *> keys in the order it found them, so each recurrence group
      *> comes out heaviest first.
       PRINT-EFFORT.
           PERFORM CLEAR-ONE-EF-ROW
               VARYING EF-IDX FROM 1 BY 1 UNTIL EF-IDX > 20.
           MOVE 0 TO EFN.
           MOVE 0 TO EF-SKIP.
           PERFORM START-TIME-BROWSE.
           PERFORM TAKE-ONE-EFFORT-ENTRY UNTIL TM-EOF = "Y".
           CLOSE.
           PERFORM AVERAGE-ONE-EF-ROW
               VARYING EF-IDX FROM 1 BY 1 UNTIL EF-IDX > EFN.
           SORT EF-MINS DESCENDING WITH EF-REC EF-TASK EF-LOGS EF-AVG COUNT EFN.
           SORT EF-REC WITH EF-TASK EF-LOGS EF-MINS EF-AVG COUNT EFN.
           GENERATE EFFORT-REPORT TO "todo-effort.rpt".
           IF EF-SKIP = 0
               MOVE "Effort report spooled" TO STATUS-MSG
           ELSE
               MOVE "" TO STATUS-MSG
               STRING "Effort spooled - entries left out:" DELIMITED BY SIZE
                   EF-SKIP DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

       CLEAR-ONE-EF-ROW.
           MOVE "" TO EF-REC(EF-IDX)
           MOVE "" TO EF-TASK(EF-IDX)
           MOVE 0 TO EF-LOGS(EF-IDX)
           MOVE 0 TO EF-MINS(EF-IDX)
           MOVE 0 TO EF-AVG(EF-IDX).

       TAKE-ONE-EFFORT-ENTRY.
           PERFORM READ-ONE-TIME-ENTRY
           IF TM-EOF = "N"
               IF T-REC = ""
                   MOVE "ONE-OFF" TO T-REC
               END-IF
               MOVE 0 TO EF-ROW
               PERFORM MATCH-ONE-EF-ROW
                   VARYING EF-IDX FROM 1 BY 1 UNTIL EF-IDX > EFN
               IF EF-ROW = 0 AND EFN < 20
                   ADD 1 TO EFN
                   MOVE EFN TO EF-ROW
                   MOVE T-REC TO EF-REC(EF-ROW)
                   MOVE T-TASK TO EF-TASK(EF-ROW)
               END-IF
               IF EF-ROW = 0
                   ADD 1 TO EF-SKIP
               ELSE
                   ADD 1 TO EF-LOGS(EF-ROW)
                   ADD T-MINS TO EF-MINS(EF-ROW)
               END-IF
           END-IF.

       MATCH-ONE-EF-ROW.
           IF EF-TASK(EF-IDX) = T-TASK AND EF-REC(EF-IDX) = T-REC
               MOVE EF-IDX TO EF-ROW
           END-IF.

       AVERAGE-ONE-EF-ROW.
           COMPUTE EF-AVG(EF-IDX) = EF-MINS(EF-IDX) / EF-LOGS(EF-IDX).

      *> The list-selected task's thread - none yet for a task that
      *> has never had a note, and so has no id.
       OPEN-TASK-NOTES.
           MOVE SELECTED-TASK TO FIND-NAME
           PERFORM FIND-TASK-SLOT
           MOVE "" TO NOTE-TASK
           MOVE "" TO NOTE-ID
           MOVE 0 TO NOTE-CNT
           IF FIND-IDX NOT = 0
               MOVE TASK-NAME(FIND-IDX) TO NOTE-TASK
               MOVE TASK-ID(FIND-IDX) TO NOTE-ID
           END-IF
           IF NOTE-ID NOT = ""
               OPEN I-O KEYED "todo-notes.dat" ALTERNATE 1.
               PERFORM READ-NOTE-THREAD
               CLOSE.
           END-IF
           PERFORM SHOW-NOTE-THREAD.

      *> NOTE-ID's thread out of whichever file is open - its notes
      *> are the "N" keys, after the counters (and in the history
      *> file after the dated task keys). NOTE-CNT counts them all;
      *> the first 20 are kept for the screen.
       READ-NOTE-THREAD.
           MOVE 0 TO NOTE-CNT
           MOVE "N" TO NT-EOF
           START "N" AT END PERFORM MARK-NT-EOF.
           PERFORM TAKE-ONE-THREAD-NOTE UNTIL NT-EOF = "Y".

       TAKE-ONE-THREAD-NOTE.
           MOVE "" TO NK
           MOVE "" TO NV
           READ NEXT NK NV AT END PERFORM MARK-NT-EOF.
           IF NT-EOF = "N"
               MOVE "" TO N-ID
               UNSTRING NV DELIMITED BY "|" INTO N-ID.
               IF N-ID = NOTE-ID
                   ADD 1 TO NOTE-CNT
                   IF NOTE-CNT <= 20
                       MOVE NK TO NOTE-KEY(NOTE-CNT)
                       MOVE NV TO NOTE-VAL(NOTE-CNT)
                   END-IF
               END-IF
           END-IF.

      *> Lays NOTE-VAL out one line a note, clearing the rows past
      *> NOTE-CNT.
       SHOW-NOTE-THREAD.
           PERFORM BUILD-ONE-NOTE-LINE
               VARYING NOTE-IDX FROM 1 BY 1 UNTIL NOTE-IDX > 20.
           MOVE "" TO STATUS-MSG
           IF NOTE-TASK = ""
               MOVE "Select the task in the list first" TO STATUS-MSG
           ELSE
               STRING "Notes:" DELIMITED BY SIZE
                   NOTE-CNT DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

       BUILD-ONE-NOTE-LINE.
           MOVE "" TO NOTE-LINE(NOTE-IDX)
           IF NOTE-IDX <= NOTE-CNT
               MOVE "" TO N-ID
               MOVE "" TO N-DATE
               MOVE "" TO N-OP
               MOVE "" TO N-TEXT
               MOVE NOTE-VAL(NOTE-IDX) TO NV
               UNSTRING NV DELIMITED BY "|" INTO N-ID N-DATE N-OP N-TEXT.
               STRING N-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   N-OP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   N-TEXT DELIMITED BY SIZE
                   INTO NOTE-LINE(NOTE-IDX).
           END-IF.

      *> A note is signed with the signed-in operator and dated
      *> today, and cannot be changed once written.
       ADD-NOTE.
           MOVE NOTE-TASK TO FIND-NAME
           PERFORM FIND-TASK-SLOT
           IF CUR-OPER = ""
               MOVE "Sign in to add a note" TO STATUS-MSG
           ELSE
               IF FIND-IDX = 0
                   MOVE "Select the task in the list first" TO STATUS-MSG
               ELSE
                   IF NOTE-IN = ""
                       MOVE "Type the note first" TO STATUS-MSG
                   ELSE
                       PERFORM POST-ONE-NOTE
                   END-IF
               END-IF
           END-IF.

       POST-ONE-NOTE.
           PERFORM WRITE-NOTE
           MOVE "" TO REAS-TXT
           STRING "NOTE|" DELIMITED BY SIZE
               NEW-NK DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NOTE-TASK DELIMITED BY SIZE
               INTO REAS-TXT.
           LOG REAS-TXT
           MOVE "" TO NOTE-IN
           PERFORM SHOW-NOTE-THREAD
           MOVE "Note added" TO STATUS-MSG.

      *> The task's id (on its first note), the note and the thread
      *> read back in one open. A new id is held in the live list
      *> and goes to disk with the next Save.
       WRITE-NOTE.
           ACCEPT TODAY-D FROM DATE.
           OPEN I-O KEYED "todo-notes.dat" ALTERNATE 1.
           IF TASK-ID(FIND-IDX) = ""
               MOVE "0" TO TM-SEQ-VAL
               READ KEY "#TASK" TM-SEQ-VAL.
               MOVE NUMVAL(TM-SEQ-VAL) TO TM-SEQ-N
               ADD 1 TO TM-SEQ-N
               WRITE KEY "#TASK" TM-SEQ-N.
               ADD 1000000 TO TM-SEQ-N
               MOVE TM-SEQ-N TO TM-SEQ-X
               STRING "K" DELIMITED BY SIZE
                   TM-SEQ-X(2:6) DELIMITED BY SIZE
                   INTO TASK-ID(FIND-IDX).
           END-IF
           MOVE TASK-ID(FIND-IDX) TO NOTE-ID
           MOVE "0" TO TM-SEQ-VAL
           READ KEY "#SEQ" TM-SEQ-VAL.
           MOVE NUMVAL(TM-SEQ-VAL) TO TM-SEQ-N
           ADD 1 TO TM-SEQ-N
           WRITE KEY "#SEQ" TM-SEQ-N.
           ADD 1000000 TO TM-SEQ-N
           MOVE TM-SEQ-N TO TM-SEQ-X
           MOVE "" TO NK
           STRING "N" DELIMITED BY SIZE
               TM-SEQ-X(2:6) DELIMITED BY SIZE
               INTO NK.
           MOVE "" TO NV
           STRING NOTE-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TODAY-D DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CUR-OPER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NOTE-IN DELIMITED BY SIZE
               INTO NV.
           WRITE KEY NK NV.
           MOVE NK TO NEW-NK
           PERFORM READ-NOTE-THREAD
           CLOSE.
           MOVE "" TO TODAY-D.

      *> HIST-SEL is the line as the history list shows it; its row
      *> gives the archived task's name and id.
       OPEN-HIST-THREAD.
           MOVE "" TO NOTE-TASK
           MOVE "" TO NOTE-ID
           MOVE 0 TO NOTE-CNT
           PERFORM MATCH-ONE-HIST-LINE
               VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > HIST-COUNT.
           IF NOTE-ID NOT = ""
               OPEN I-O KEYED "todo-history.dat" ALTERNATE 1.
               PERFORM READ-NOTE-THREAD
               CLOSE.
           END-IF
           PERFORM SHOW-NOTE-THREAD.

       MATCH-ONE-HIST-LINE.
           IF HIST-SEL NOT = ""
               IF HIST-LINE(HIST-IDX) = HIST-SEL
                   MOVE HIST-VAL-TAB(HIST-IDX) TO NV
                   UNSTRING NV DELIMITED BY "|" INTO NOTE-TASK HD-W NOTE-ID.
               END-IF
           END-IF.

      *> Every note, live then archived, whose text holds the word in
      *> any case. The hits replace the thread in the list, each
      *> under its task's name (its bare id if the task is unknown).
       SEARCH-NOTES.
           MOVE 0 TO NOTE-CNT
           MOVE 0 TO HIT-N
           PERFORM BUILD-ONE-NOTE-LINE
               VARYING NOTE-IDX FROM 1 BY 1 UNTIL NOTE-IDX > 20.
           MOVE UPPER-CASE(FIND-TXT) TO FIND-UP
           IF FIND-UP = ""
               MOVE "Type a word to search for" TO STATUS-MSG
           ELSE
               MOVE 0 TO ARN
               PERFORM ADD-ONE-LIVE-ID
                   VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT
               MOVE "N" TO NT-EOF
               OPEN I-O KEYED "todo-notes.dat" ALTERNATE 1.
               START "N" AT END PERFORM MARK-NT-EOF.
               PERFORM SEARCH-ONE-NOTE UNTIL NT-EOF = "Y".
               CLOSE.
               MOVE "N" TO NT-EOF
               OPEN I-O KEYED "todo-history.dat".
               START "0" AT END PERFORM MARK-NT-EOF.
               PERFORM SEARCH-ONE-NOTE UNTIL NT-EOF = "Y".
               CLOSE.
               MOVE "" TO STATUS-MSG
               STRING "Notes found:" DELIMITED BY SIZE
                   HIT-N DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

       ADD-ONE-LIVE-ID.
           IF TASK-ID(SAVE-IDX) NOT = ""
               ADD 1 TO ARN
               MOVE TASK-ID(SAVE-IDX) TO AR-ID(ARN)
               MOVE TASK-NAME(SAVE-IDX) TO AR-NAME(ARN)
           END-IF.

      *> In the history file an archived task record (a dated key)
      *> only adds its id to the name map; a note is checked.
       SEARCH-ONE-NOTE.
           MOVE "" TO NK
           MOVE "" TO NV
           READ NEXT NK NV AT END PERFORM MARK-NT-EOF.
           IF NT-EOF = "N"
               IF NK < "N"
                   MOVE "" TO N-NAME
                   MOVE "" TO N-ID
                   UNSTRING NV DELIMITED BY "|" INTO N-NAME HD-W N-ID.
                   IF N-ID NOT = "" AND ARN < 20
                       ADD 1 TO ARN
                       MOVE N-ID TO AR-ID(ARN)
                       MOVE N-NAME TO AR-NAME(ARN)
                   END-IF
               ELSE
                   PERFORM CHECK-NOTE-HIT
               END-IF
           END-IF.

       CHECK-NOTE-HIT.
           MOVE "" TO N-ID
           MOVE "" TO N-DATE
           MOVE "" TO N-OP
           MOVE "" TO N-TEXT
           UNSTRING NV DELIMITED BY "|" INTO N-ID N-DATE N-OP N-TEXT.
           MOVE UPPER-CASE(N-TEXT) TO N-UP
           MOVE 0 TO N-HITS
           INSPECT N-UP TALLYING N-HITS FOR ALL FIND-UP
           IF N-HITS > 0
               ADD 1 TO HIT-N
               IF NOTE-CNT < 20
                   ADD 1 TO NOTE-CNT
                   MOVE N-ID TO N-NAME
                   PERFORM MATCH-ONE-AR-ID
                       VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > ARN
                   STRING N-NAME DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       N-DATE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       N-OP DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       N-TEXT DELIMITED BY SIZE
                       INTO NOTE-LINE(NOTE-CNT).
               END-IF
           END-IF.

       MATCH-ONE-AR-ID.
           IF AR-ID(AR-IDX) = N-ID
               MOVE AR-NAME(AR-IDX) TO N-NAME
           END-IF.
