       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODO-OPSINTAKE.

      *> Operations intake - turns the failures the engine reports
      *> into work on the todo list kept by todo-list.cbl in
      *> todo-tasks.dat.
      *>
      *> Runs headless like todo-escalate.cbl - from the scheduler
      *> or as
      *>   cobalt examples/todo-opsintake.cbl <events-file>
      *> - and does its whole pass on arrival. INBOX names the
      *> engine's operations inbox (cobalt.cfg OPS-INBOX), cobalt-
      *> ops-inbox.dat when not given; TASK-FILE names the saved
      *> list, todo-tasks.dat when not given.
      *>
      *> The engine appends one "seq|date|owner|days|event" line to
      *> the inbox for every I/O error, dead-lettered webhook,
      *> failed scheduled job and failed data-sweep file it records
      *> in the audit trail - seq and date are that audit record's,
      *> owner and days the OPS-OWNER and OPS-DUE-DAYS cobalt.cfg
      *> settings. The inbox is read RESUME, so each run takes only
      *> the lines that arrived since the last.
      *>
      *> An event opens a one-off task named for the event, owned by
      *> the configured owner, due that many days after the event,
      *> with TASK-REF set to the audit record's sequence number and
      *> TASK-HITS at 1 - logged "OPS-OPEN|seq|date|owner|due|event".
      *> The same event again while that task is still open only
      *> counts against it - "OPS-REPEAT|seq|new seq|new date|hits|
      *> event" - so a failure that repeats all night is one task,
      *> not a page of them. An event arriving with the list full is
      *> logged "OPS-FULL|seq|date|event"; it stays in the audit
      *> trail, but the intake does not come back to it.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  INBOX           PIC X(60) VALUE "cobalt-ops-inbox.dat".
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
      *> One inbox line, and its parts. The event is cut to the
      *> width of a task name, which is also what a repeat is
      *> matched on.
           05  EV              PIC X(80) VALUE SPACES.
           05  IN-EOF          PIC X(1) VALUE "N".
           05  I-SEQ           PIC X(6) VALUE SPACES.
           05  I-DATE          PIC X(6) VALUE SPACES.
           05  I-OWN           PIC X(20) VALUE SPACES.
           05  I-DAYS          PIC X(3) VALUE SPACES.
           05  I-EVT           PIC X(40) VALUE SPACES.
           05  DUE-DAYS        PIC 9(3) VALUE 0.
           05  HIT-IDX         PIC 9(2) VALUE 0.
           05  OPS-NOTE        PIC X(80) VALUE SPACES.
           05  LIST-CHANGED    PIC X(1) VALUE "N".
           05  OPEN-CNT        PIC 9(3) VALUE 0.
           05  REPEAT-CNT      PIC 9(3) VALUE 0.
           05  FULL-CNT        PIC 9(3) VALUE 0.
           05  STATUS-MSG      PIC X(60) VALUE SPACES.

       SCREEN SECTION.
       01  INTAKE-SCREEN ON-ENTRY PERFORM RUN-INTAKE.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Operations Task Intake".
           05  TOTALS-AREA.
               10  INBOX-DISP  PIC X(60) USING INBOX.
               10  OPEN-DISP   PIC 9(3) USING OPEN-CNT.
               10  REP-DISP    PIC 9(3) USING REPEAT-CNT.
               10  FULL-DISP   PIC 9(3) USING FULL-CNT.
       COPY "examples/status-bar.inc".

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

      *> The whole job. The list is read whole, the new inbox lines
      *> applied to it, and it is written back whole, the way
      *> todo-list.cbl saves it.
       RUN-INTAKE.
           OPEN INPUT ENCRYPTED TASK-FILE.
           READ TASK-COUNT.
           PERFORM LOAD-ONE-TASK
               VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT.
           CLOSE.
           MOVE 0 TO OPEN-CNT
           MOVE 0 TO REPEAT-CNT
           MOVE 0 TO FULL-CNT
           MOVE "N" TO LIST-CHANGED
           MOVE "N" TO IN-EOF
           OPEN INPUT RESUME INBOX.
           PERFORM TAKE-ONE-EVENT UNTIL IN-EOF = "Y".
           CLOSE.
           IF LIST-CHANGED = "Y"
               OPEN OUTPUT ENCRYPTED TASK-FILE.
               WRITE TASK-COUNT.
               PERFORM SAVE-ONE-TASK
                   VARYING SAVE-IDX FROM 1 BY 1
                   UNTIL SAVE-IDX > TASK-COUNT
               CLOSE.
           END-IF
           MOVE "" TO STATUS-MSG
           STRING "Opened:" DELIMITED BY SIZE
               OPEN-CNT DELIMITED BY SIZE
               "/repeats:" DELIMITED BY SIZE
               REPEAT-CNT DELIMITED BY SIZE
               "/list-full:" DELIMITED BY SIZE
               FULL-CNT DELIMITED BY SIZE
               INTO STATUS-MSG.

       LOAD-ONE-TASK.
           READ RECORD TASK-REC.

       SAVE-ONE-TASK.
           WRITE RECORD TASK-REC.

       TAKE-ONE-EVENT.
           MOVE "" TO EV
           READ EV AT END PERFORM MARK-IN-EOF.
           IF EV NOT = ""
               PERFORM APPLY-ONE-EVENT
           END-IF.

       APPLY-ONE-EVENT.
           MOVE "" TO I-SEQ
           MOVE "" TO I-DATE
           MOVE "" TO I-OWN
           MOVE "" TO I-DAYS
           MOVE "" TO I-EVT
           UNSTRING EV DELIMITED BY "|" INTO I-SEQ I-DATE I-OWN I-DAYS I-EVT.
           MOVE 0 TO HIT-IDX
           PERFORM MATCH-ONE-OPEN-TASK
               VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > TASK-COUNT
           IF HIT-IDX > 0
               PERFORM REPEAT-ONE-EVENT
           ELSE
               PERFORM OPEN-ONE-EVENT
           END-IF.

       MARK-IN-EOF.
           MOVE "Y" TO IN-EOF.

      *> Only a task this intake opened, and only while it is open -
      *> a failure back after its task was done is a new task.
       MATCH-ONE-OPEN-TASK.
           IF TASK-REF(SAVE-IDX) NOT = ""
               IF TASK-STATUS(SAVE-IDX) NOT = "DONE"
                   IF TASK-NAME(SAVE-IDX) = I-EVT
                       MOVE SAVE-IDX TO HIT-IDX
                   END-IF
               END-IF
           END-IF.

      *> The task keeps the reference of the record that opened it;
      *> the repeat's own record goes in the log beside it. The
      *> count stops at 99, the width the task file gives it.
       REPEAT-ONE-EVENT.
           IF TASK-HITS(HIT-IDX) < 99
               ADD 1 TO TASK-HITS(HIT-IDX)
           END-IF
           MOVE "" TO OPS-NOTE
           STRING "OPS-REPEAT|" DELIMITED BY SIZE
               TASK-REF(HIT-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               I-SEQ DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               I-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TASK-HITS(HIT-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               I-EVT DELIMITED BY SIZE
               INTO OPS-NOTE.
           LOG OPS-NOTE.
           ADD 1 TO REPEAT-CNT
           MOVE "Y" TO LIST-CHANGED.

      *> A one-off, never a recurring task - closing it must finish
      *> it, not roll it forward to fail again. The days to due are
      *> working days, so a failure on a Friday is not due Saturday.
       OPEN-ONE-EVENT.
           MOVE "" TO OPS-NOTE
           IF TASK-COUNT < 10
               ADD 1 TO TASK-COUNT
               MOVE NUMVAL(I-DAYS) TO DUE-DAYS
               MOVE I-EVT TO TASK-NAME(TASK-COUNT)
               MOVE "PENDING" TO TASK-STATUS(TASK-COUNT)
               MOVE I-DATE TO TASK-DUE(TASK-COUNT)
               ADD-WORKDAYS TASK-DUE(TASK-COUNT) DUE-DAYS
               MOVE "" TO TASK-RECUR(TASK-COUNT)
               MOVE I-OWN TO TASK-OWNER(TASK-COUNT)
               MOVE "" TO TASK-PRED1(TASK-COUNT)
               MOVE "" TO TASK-PRED2(TASK-COUNT)
               MOVE "" TO TASK-ORIG(TASK-COUNT)
               MOVE "" TO TASK-ESC(TASK-COUNT)
               MOVE "" TO TASK-ID(TASK-COUNT)
               MOVE I-SEQ TO TASK-REF(TASK-COUNT)
               MOVE 1 TO TASK-HITS(TASK-COUNT)
               STRING "OPS-OPEN|" DELIMITED BY SIZE
                   I-SEQ DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   I-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   I-OWN DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TASK-DUE(TASK-COUNT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   I-EVT DELIMITED BY SIZE
                   INTO OPS-NOTE.
               LOG OPS-NOTE.
               ADD 1 TO OPEN-CNT
               MOVE "Y" TO LIST-CHANGED
           ELSE
               STRING "OPS-FULL|" DELIMITED BY SIZE
                   I-SEQ DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   I-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   I-EVT DELIMITED BY SIZE
                   INTO OPS-NOTE.
               LOG OPS-NOTE.
               ADD 1 TO FULL-CNT
           END-IF.
