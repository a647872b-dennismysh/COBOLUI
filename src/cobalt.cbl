               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GATEWAY-OUT-STATUS.
      *> Schedule file for the long-running batch mode (--schedule) -
      *> one "<HHMM|NOW> <app-source> <events-file>" job per line
      *> (or "<HHMM|NOW> --job-stream <stream-file>" for a whole
      *> job stream, "<HHMM|NOW> --query <query-name>" for a saved
      *> query spooled, or "WATCH <dir>/<pattern> ..." for a job
      *> fired by each arriving file), plus an optional RUN-ONCE
      *> directive
      *> line; see SCHEDULER-RUN.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
               WS-SCHEDULE-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               WS-ALERT-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-RULES-STATUS.
      *> Outbound transmission log ("cobalt-transmissions.dat") -
      *> one "|"-separated line per partner delivery, wider than the
      *> general-purpose channels because each carries two paths;
      *> see TRANSFER-OUTBOUND-FILES.
           SELECT TRANSFER-LOG-FILE ASSIGN TO DYNAMIC WS-XMIT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-LOG-STATUS.
      *> Operations inbox (OPS-INBOX cobalt.cfg key, default
      *> "cobalt-ops-inbox.dat") - one "seq|date|owner|days|event"
      *> line per engine failure; see RAISE-OPS-TASK.
           SELECT OPS-INBOX-FILE ASSIGN TO DYNAMIC WS-OPS-INBOX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-INBOX-STATUS.
      *> Report inbox (REPORT-INBOX cobalt.cfg key, default
      *> "cobalt-report-inbox.dat") - one "date|time|operator|job|
      *> report|status|via" line per spool job delivered to an
      *> operator; see DELIVER-GENERATED-REPORT and --report-inbox.
           SELECT REPORT-INBOX-FILE ASSIGN TO DYNAMIC
               WS-RIB-INBOX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RIB-INBOX-STATUS.
      *> Legal-hold list (LEGAL-HOLD-FILE cobalt.cfg key, default
      *> "cobalt-legal-hold.dat") - one "keyed-file|key|date|time|
      *> user|reason" line per hold; a key ending "*" holds every
      *> key it prefixes. See --legal-hold and --retention-purge.
           SELECT LEGAL-HOLD-FILE ASSIGN TO DYNAMIC
               WS-RTN-HOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-HOLD-STATUS.
      *> --mask output - the masked copy of one data file, written
      *> under the output directory at the file's own relative path.
           SELECT MASK-OUT-FILE ASSIGN TO DYNAMIC WS-MSK-OUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-OUT-STATUS.
      *> --audit-query report output - plain matched records plus a
      *> count trailer; see AUDIT-QUERY-RUN. Also the --flowmap and
      *> --xref listings, the serve monitor file, and a --query CSV
      *> file, whose rows run to twelve quoted columns.
           SELECT QUERY-OUT-FILE ASSIGN TO DYNAMIC WS-QUERY-OUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUERY-OUT-STATUS.
      *> Engine-owned operator accounts ("cobalt-users.dat", or the
      *> USER-FILE cobalt.cfg key) - one "user|password-hash|roles"
      *> line per operator, written by the --adduser utility mode and
      *> read by the AUTHENTICATE statement. An optional fourth part
      *> names the operator's supervisor for the apps that escalate
      *> work. The fifth and sixth parts are the account status (A
      *> active, D disabled, L locked out; absent reads as A) and
      *> the yymmdd the password was last set (000000 forces a
      *> change at the next sign-in), kept by --account, the
      *> CHANGE-PASSWORD and ACCOUNT statements and the lockout.
           SELECT USERS-FILE ASSIGN TO DYNAMIC WS-USERS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-FILE-STATUS.
               FILE STATUS IS WS-MACRO-FILE-STATUS.
      *> Per-operator preference profiles ("cobalt-profiles.dat", or
      *> the PROFILE-FILE cobalt.cfg key) - one "user|language|fg|
      *> bg|home-screen|date-format|render-mode" line per operator
      *> (render mode LINEAR or STANDARD), applied the
      *> moment that operator authenticates, so one terminal install
      *> serves a French-speaking grader and an English-speaking
      *> student without anyone editing cobalt.cfg between shifts.
               WS-JRN-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
      *> Closed journal segments ("<file>.jrx") - one line per
      *> journal archived at --close-period or --rotate-journal.
           SELECT JOURNAL-SEG-FILE ASSIGN TO DYNAMIC
               WS-JSG-IDX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JSG-IDX-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-MANIFEST-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               WS-ACTUAL-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-FILE-STATUS.
      *> Indexed keyed organization (see WS-KIX-SCRATCH): the sorted
      *> key index, the delta / merge work file, a second reader of
      *> the data file itself, and the sort work file the index
      *> rebuild runs through.
           SELECT KEYED-INDEX-FILE ASSIGN TO DYNAMIC
               WS-KIX-INDEX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KIX-INDEX-STATUS.
           SELECT KEYED-WORK-FILE ASSIGN TO DYNAMIC
               WS-KIX-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KIX-WORK-STATUS.
           SELECT KEYED-SCAN-FILE ASSIGN TO DYNAMIC
               WS-KIX-SCAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KIX-SCAN-STATUS.
           SELECT KEYED-SORT-FILE ASSIGN TO DYNAMIC
               WS-KIX-SORT-PATH.
      *> Batch sort/merge step (--sort, see WS-SRT-SCRATCH): one
      *> input at a time, the ordered output and the duplicates it
      *> routes aside (both written under a .tmp name until the run
      *> succeeds), and the sort work file between them.
           SELECT SORT-IN-FILE ASSIGN TO DYNAMIC
               WS-SRT-IN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-IN-STATUS.
           SELECT SORT-OUT-FILE ASSIGN TO DYNAMIC
               WS-SRT-OUT-TMP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-OUT-STATUS.
           SELECT SORT-DUP-FILE ASSIGN TO DYNAMIC
               WS-SRT-DUP-TMP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-DUP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC
               WS-SRT-WORK-PATH.

       DATA DIVISION.
       FILE SECTION.
       01  PROFILE-RECORD             PIC X(120).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD             PIC X(260).

       FD  JOURNAL-SEG-FILE.
       01  JOURNAL-SEG-RECORD         PIC X(200).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD            PIC X(200).
       01  KEYMAT-RECORD              PIC X(80).

       FD  QUERY-OUT-FILE.
       01  QUERY-OUT-RECORD           PIC X(1000).

       FD  ALERT-RULES-FILE.
       01  ALERT-RULES-RECORD         PIC X(160).

       FD  TRANSFER-LOG-FILE.
       01  TRANSFER-LOG-RECORD        PIC X(400).

       FD  OPS-INBOX-FILE.
       01  OPS-INBOX-RECORD           PIC X(200).

       FD  REPORT-INBOX-FILE.
       01  REPORT-INBOX-RECORD        PIC X(200).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD          PIC X(200).

       FD  MASK-OUT-FILE.
       01  MASK-OUT-RECORD            PIC X(200).

       FD  POS-FILE.
       01  POS-RECORD                 PIC X(20).

       01  SERVE-OUT-RECORD           PIC X(120).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD            PIC X(512).

       FD  BASELINE-FILE.
       01  BASELINE-RECORD            PIC X(120).
       FD  ACTUAL-FILE.
       01  ACTUAL-RECORD              PIC X(120).

       FD  KEYED-INDEX-FILE.
       01  KEYED-INDEX-RECORD         PIC X(37).

       FD  KEYED-WORK-FILE.
       01  KEYED-WORK-RECORD          PIC X(220).

       FD  KEYED-SCAN-FILE.
       01  KEYED-SCAN-RECORD          PIC X(200).

       SD  KEYED-SORT-FILE.
       01  KEYED-SORT-RECORD.
           05  KSR-KEY                PIC X(30).
           05  KSR-SEQ                PIC 9(9).
           05  KSR-VERSION            PIC 9(6).
           05  KSR-VALUE              PIC X(160).

       FD  SORT-IN-FILE.
       01  SORT-IN-RECORD             PIC X(800).

       FD  SORT-OUT-FILE.
       01  SORT-OUT-RECORD            PIC X(800).

       FD  SORT-DUP-FILE.
       01  SORT-DUP-RECORD            PIC X(800).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SWR-KEY                PIC X(256).
           05  SWR-SEQ                PIC 9(9).
           05  SWR-DATA               PIC X(800).

       WORKING-STORAGE SECTION.
       COPY "constants.cpy".
       COPY "ir-node.cpy".
      *> so an event script's outcome - task stamps, attempt dates,
      *> ageing buckets - reads the same on any calendar day instead
      *> of locking the day the script was taped. 0 means live.
      *> "PINTIME <hhmmsscc>" does the same for ACCEPT ... FROM TIME;
      *> midnight is a legitimate pin, so a switch (not a zero value)
      *> says whether one is in force.
       01  WS-ACCEPT-SCRATCH.
           05  WS-SYS-DATE           PIC 9(6) VALUE 0.
           05  WS-SYS-TIME           PIC 9(8) VALUE 0.
           05  WS-SYS-DOW            PIC 9(1) VALUE 0.
           05  WS-PINNED-DATE        PIC 9(6) VALUE 0.
           05  WS-PINNED-DATE-TXT    PIC X(10) VALUE SPACES.
           05  WS-PINNED-TIME        PIC 9(8) VALUE 0.
           05  WS-PINNED-TIME-SW     PIC 9(1) VALUE 0.
               88  PINNED-TIME-ON    VALUE 1.

      *> EDIT-MASK scratch. Inserts thousands separators into an
      *> already-canonicalized numeric live value (sign and decimal
           05  WS-METRIC-ELAPSED     PIC S9(8)  VALUE 0.
           05  WS-METRIC-IDX         PIC 9(4)   VALUE 0.
           05  WS-METRIC-LINE        PIC X(120) VALUE SPACES.
      *> Table high-water marks - "TABLE <name> <used> <ceiling>"
      *> for each engine table, "OCCURS <field> <used> <declared>"
      *> for each of the app's own OCCURS fields, the highest slot
      *> holding anything past its declared default counting as
      *> used. --capacity-report trends these against the ceilings.
           05  WS-METRIC-TBL-NAME    PIC X(30)  VALUE SPACES.
           05  WS-METRIC-TBL-USED    PIC 9(6)   VALUE 0.
           05  WS-METRIC-TBL-CEIL    PIC 9(6)   VALUE 0.
           05  WS-METRIC-TBL-KEY     PIC X(6)   VALUE SPACES.
           05  WS-METRIC-SLOT        PIC 9(3)   VALUE 0.
           05  WS-METRIC-SLOT-EDIT   PIC ZZ9    VALUE ZERO.
      *> The marks the last run left, read back before the file is
      *> rewritten so a quiet run never lowers a peak - an engine
      *> table plus one row per possible state variable. A row
      *> whose ceiling has since changed is not carried.
           05  WS-METRIC-PEAK-COUNT  PIC 9(4)   VALUE 0.
           05  WS-METRIC-PEAK-IDX    PIC 9(4)   VALUE 0.
           05  WS-METRIC-PEAK-EOF    PIC 9(1)   VALUE 0.
           05  WS-METRIC-PK-KEY-TXT  PIC X(6)   VALUE SPACES.
           05  WS-METRIC-PK-NAME-TXT PIC X(30)  VALUE SPACES.
           05  WS-METRIC-PK-USED-TXT PIC X(6)   VALUE SPACES.
           05  WS-METRIC-PK-CEIL-TXT PIC X(6)   VALUE SPACES.
           05  WS-METRIC-PEAK-ENTRY OCCURS 210 TIMES.
               10  METRIC-PEAK-KEY   PIC X(6).
               10  METRIC-PEAK-NAME  PIC X(30).
               10  METRIC-PEAK-USED  PIC 9(6).
               10  METRIC-PEAK-CEIL  PIC 9(6).

      *> Interactive trace / step-debug (TRACE-PARA <name|*> and
      *> TRACE-LOG ON in cobalt.cfg). While the named paragraph (or
           05  WS-CRYPT-HEX-SCAN     PIC 9(2)  VALUE 0.

      *> Regression harness scratch (REGRESSION-RUN). One manifest
      *> line unstrings into the three ...-PATH fields below, plus up
      *> to three trailing NAME=VALUE startup parameters for the case;
      *> the snapshot/compare paragraphs share WS-REGRESS-LINE-A/B the
      *> way RESTORE-CHECKPOINT shares WS-CHECKPOINT-LINE.
       01  WS-REGRESS-SCRATCH.
           05  WS-REGRESS-EOF        PIC 9(1)   VALUE 0.
           05  WS-REGRESS-CMP-EOF    PIC 9(1)   VALUE 0.
           05  WS-REGRESS-LINE       PIC X(512) VALUE SPACES.
           05  WS-REGRESS-APP-PATH   PIC X(200) VALUE SPACES.
           05  WS-REGRESS-EVENTS-PATH
                                     PIC X(200) VALUE SPACES.
           05  WS-REGRESS-BASELINE-PATH
                                     PIC X(200) VALUE SPACES.
           05  WS-REGRESS-PARM-TXT   PIC X(80) OCCURS 4 TIMES.
           05  WS-REGRESS-PARM-IDX   PIC 9(1)   VALUE 0.
           05  WS-REGRESS-SCAN-IDX   PIC 9(4)   VALUE 0.
           05  WS-REGRESS-LINE-A     PIC X(120) VALUE SPACES.
           05  WS-REGRESS-LINE-B     PIC X(120) VALUE SPACES.
           05  WS-REGRESS-PASSED     PIC 9(4)   VALUE 0.
           05  WS-REGRESS-FAILED     PIC 9(4)   VALUE 0.
           05  WS-REGRESS-CREATED    PIC 9(4)   VALUE 0.
      *> "SEED <seed-file> <work-file>" manifest lines queue here
      *> and are copied in just before the next case runs, so a
      *> case that rewrites its fixture always starts from the
      *> shipped copy and never from a previous run's leftovers.
      *> A case's USER-FILE= and MAX-LOOP-ITERATIONS= parameters are
      *> held apart from the other startup parameters - the engine's
      *> own user file and runaway-statement guard take them for
      *> that case alone, and are put back afterward.
           05  WS-REGRESS-SEED-COUNT PIC 9(1)   VALUE 0.
           05  WS-REGRESS-SEED-IDX   PIC 9(1)   VALUE 0.
           05  WS-REGRESS-SEED-ENTRY OCCURS 4 TIMES.
               10  WS-REGRESS-SEED-FROM
                                     PIC X(200).
               10  WS-REGRESS-SEED-TO
                                     PIC X(200).
           05  WS-REGRESS-SIDECAR-PATH
                                     PIC X(210) VALUE SPACES.
           05  WS-REGRESS-USER-FILE  PIC X(200) VALUE SPACES.
           05  WS-REGRESS-USERS-SAVED
                                     PIC X(200) VALUE SPACES.
           05  WS-REGRESS-LOOP-MAX   PIC 9(6)   VALUE 0.
           05  WS-REGRESS-LOOP-SAVED PIC 9(6)   VALUE 0.
      *> "NUMBER-FILE <series-file>" points the control-number
      *> service at a suite's own series file (its log beside it)
      *> for the rest of the run; the shipped paths are put back
      *> when the manifest ends. "NUMBER-GAPS <series> <baseline>"
      *> proves one series the way --number-gaps does and compares
      *> its counts against the baseline as a case of its own.
           05  WS-REGRESS-NUM-SAVED  PIC X(40)  VALUE SPACES.
           05  WS-REGRESS-NLOG-SAVED PIC X(40)  VALUE SPACES.
           05  WS-REGRESS-NUM-LEN    PIC 9(3)   VALUE 0.
           05  WS-REGRESS-EXIT-SAVED PIC 9(2)   VALUE 0.

      *> SORT statement scratch (EXEC-SORT-STMT) - a plain exchange
      *> sort over the live "name(n)" elements, small enough for the
           05  WS-JRN-SPLIT-PTR      PIC 9(3)   VALUE 1.
           05  WS-JRN-OP-PART        PIC X(4)   VALUE SPACES.
           05  WS-JRN-KEY-PART       PIC X(30)  VALUE SPACES.
      *> Each record's op carries "@<yymmdd>@<hhmmss>@<session>@
      *> <operator>" after the op letter, and a REWRITE or DELETE
      *> (or a WRITE over an existing key) is preceded by a
      *> "B|<key>|<before-value>" line - replay reads only the op
      *> letter and passes the B lines by, so a journal written
      *> before the stamps still rolls forward the same way.
           05  WS-JRN-STAMP          PIC X(48)  VALUE SPACES.
           05  WS-JRN-BEFORE         PIC X(160) VALUE SPACES.
           05  WS-JRN-HAD-BEFORE     PIC 9(1)   VALUE 0.
      *> Journal segments. A closed journal is renamed to
      *> "<file>.jrn.<nnnn>" and listed in "<file>.jrx" as
      *>   <segment> <CLOSE|ROTATE> <yymmdd> <hhmmss> <records> <tag>
      *> - CLOSE when --close-period reset the file (tag = period),
      *> ROTATE when --rotate-journal cut it. --rollforward replays
      *> the ROTATE segments since the last CLOSE ahead of the live
      *> journal; the history inquiry reads every segment.
           05  WS-JSG-IDX-PATH       PIC X(220) VALUE SPACES.
           05  WS-JSG-IDX-STATUS     PIC X(2)   VALUE SPACES.
           05  WS-JSG-REASON         PIC X(8)   VALUE SPACES.
           05  WS-JSG-TAG            PIC X(20)  VALUE SPACES.
           05  WS-JSG-RECS           PIC 9(6)   VALUE 0.
           05  WS-JSG-EOF            PIC 9(1)   VALUE 0.
           05  WS-JSG-COUNT          PIC 9(4)   VALUE 0.
           05  WS-JSG-IDX            PIC 9(4)   VALUE 0.
           05  WS-JSG-FROM           PIC 9(4)   VALUE 0.
           05  WS-JSG-READ           PIC 9(4)   VALUE 0.
           05  WS-JSG-NUM-TXT        PIC 9(4)   VALUE 0.
           05  WS-JSG-SEG-PATH       PIC X(220) VALUE SPACES.
           05  WS-JSG-LIVE-PATH      PIC X(220) VALUE SPACES.
           05  WS-JSG-ENTRY OCCURS 999 TIMES.
               10  JSG-PATH          PIC X(120).
               10  JSG-REASON        PIC X(8).
               10  JSG-DATE          PIC X(6).
               10  JSG-TIME          PIC X(6).
               10  JSG-RECS          PIC X(6).
               10  JSG-TAG           PIC X(20).

      *> Durable webhook delivery queue. An outbound notification no
      *> longer fires (and silently dies) inline - it lands in
           05  WS-WHQ-DEAD           PIC 9(3)  VALUE 0.
           05  WS-WHQ-SKIPPED        PIC 9(3)  VALUE 0.

      *> Operations inbox. A failure nobody would otherwise be
      *> assigned to read - an I/O error, a dead-lettered webhook, a
      *> failed scheduler launch, a failed --verify-data sweep - is
      *> appended here as well as to the audit trail, for the todo
      *> list's intake job (examples/todo-opsintake.cbl) to open as
      *> a task. Owner and days-to-due come from the OPS-OWNER and
      *> OPS-DUE-DAYS cobalt.cfg keys; seq is the audit record's own
      *> sequence number, the task's reference back to the event.
       01  WS-OPS-SCRATCH.
           05  WS-OPS-INBOX-PATH     PIC X(200)
                                     VALUE "cobalt-ops-inbox.dat".
           05  WS-OPS-INBOX-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-OPS-OWNER          PIC X(20) VALUE SPACES.
           05  WS-OPS-DUE-DAYS       PIC 9(3)  VALUE 1.

      *> Quiesce switch for the batch window. The flag file is the
      *> cross-process signal: --quiesce raises it, --resume-ops
      *> clears it, and the long-running serve/gateway loops check
               10  SCHED-NAME        PIC X(20).
               10  SCHED-AFTER       PIC X(20).
               10  SCHED-EXIT        PIC 9(2).
      *> File-arrival entries ("WATCH <dir>/<pattern> <app-source>
      *> <events-file>" - see LOAD-ONE-SCHED-WATCH) carry the
      *> pattern in place of a clock time and fire once per file
      *> that lands there, not once a day. PARAM names the state
      *> field the arriving file's path is handed to (default
      *> ARRIVED-FILE); after the run the file moves to the
      *> PROCESSED folder, or the FAILED one when the run did not
      *> load or came back at or over FAIL-AT (default 4). BY
      *> <HHMM> is the time a file is expected by - a day on which
      *> none has landed by then raises an alert once.
               10  SCHED-WATCH       PIC X(200).
               10  SCHED-WATCH-DIR   PIC X(200).
               10  SCHED-PARAM       PIC X(30).
               10  SCHED-DONE-DIR    PIC X(200).
               10  SCHED-FAIL-DIR    PIC X(200).
               10  SCHED-FAIL-AT     PIC 9(2).
               10  SCHED-DEADLINE    PIC X(4).
               10  SCHED-ARRIVED     PIC 9(1).
               10  SCHED-LATE-FLAG   PIC 9(1).
      *> "DEPT <name>" on either kind of entry runs the job for that
      *> department (see WS-DEPT-SCRATCH) - a watch entry then
      *> watches the department's own copy of its folder.
               10  SCHED-DEPT        PIC X(20).
           05  WS-SCHED-RUN-ONCE    PIC 9(1)   VALUE 0.
      *> Run calendar and catch-up policy. SKIP-WEEKENDS and a
      *> CALENDAR file of YYMMDD holiday lines keep the whole
           05  WS-SCHED-DAY-OFF     PIC 9(1)   VALUE 0.
           05  WS-SCHED-DEP-IDX     PIC 9(2)   VALUE 0.
           05  WS-SCHED-DEP-FOUND   PIC 9(2)   VALUE 0.
      *> The CALENDAR schedule line names the file for the
      *> scheduler; the working-day statements read the same file,
      *> named by the CALENDAR-FILE cobalt.cfg key or defaulting
      *> here.
           05  WS-SCHED-CAL-PATH    PIC X(200)
                                    VALUE "cobalt-calendar.dat".
           05  WS-SCHED-TODAY       PIC X(6)   VALUE SPACES.
           05  WS-SCHED-DOW         PIC 9(1)   VALUE 0.
           05  WS-SCHED-EOF          PIC 9(1)   VALUE 0.
           05  WS-SCHED-ALL-RAN      PIC 9(1)   VALUE 0.
           05  WS-SCHED-NAP-SECS     PIC 9(4)   VALUE 30.
           05  WS-SCHED-TIME-TXT     PIC X(10)  VALUE SPACES.
      *> Files seen under a WATCH pattern and not yet handled. A
      *> file is only picked up once a later pass finds it the same
      *> size as the pass before - one still being written keeps
      *> growing between looks. HELD marks a file that ran but
      *> could not be moved out of the way, so it is not run again
      *> while it sits there.
           05  WS-SWT-FILE-COUNT     PIC 9(2)   VALUE 0.
           05  WS-SWT-FILE OCCURS 60 TIMES.
               10  SWT-PATH          PIC X(200).
               10  SWT-ENTRY         PIC 9(2).
               10  SWT-SIZE          PIC 9(12).
               10  SWT-SEEN          PIC 9(1).
               10  SWT-READY         PIC 9(1).
               10  SWT-HELD          PIC 9(1).
           05  WS-SWT-IDX            PIC 9(2)   VALUE 0.
           05  WS-SWT-FOUND          PIC 9(2)   VALUE 0.
           05  WS-SWT-FREE           PIC 9(2)   VALUE 0.
           05  WS-SWT-PENDING        PIC 9(2)   VALUE 0.
           05  WS-SWT-WORD           PIC X(200) OCCURS 16 TIMES.
           05  WS-SWT-WORD-IDX       PIC 9(2)   VALUE 0.
           05  WS-SWT-LIST-PATH      PIC X(210) VALUE SPACES.
           05  WS-SWT-EOF            PIC 9(1)   VALUE 0.
           05  WS-SWT-PATH           PIC X(200) VALUE SPACES.
           05  WS-SWT-SIZE           PIC 9(12)  VALUE 0.
           05  WS-SWT-SLASH          PIC 9(3)   VALUE 0.
           05  WS-SWT-PTR            PIC 9(3)   VALUE 0.
           05  WS-SWT-BASE           PIC X(200) VALUE SPACES.
           05  WS-SWT-TARGET         PIC X(210) VALUE SPACES.
           05  WS-SWT-TARGET-DIR     PIC X(200) VALUE SPACES.
           05  WS-SWT-ARRIVAL-PATH   PIC X(200) VALUE SPACES.
           05  WS-SWT-FAILED         PIC 9(1)   VALUE 0.

      *> I/O error surfacing scratch (HANDLE-OPEN-IO-ERROR and the
      *> WRITE/READ checks) - the failed file, its status code, and
      *> clear: the user file carries a salted position-weighted hash
      *> (obfuscation-grade, like the at-rest cipher - what a shop
      *> without a real crypto library has always done), and a user
      *> who fails five times in a row is locked out - status L on
      *> the user file, so it holds across sessions until an
      *> administrator unlocks it - with an audit record saying so.
       01  WS-AUTH-SCRATCH.
           05  WS-USERS-FILE-PATH    PIC X(200)
                                     VALUE "cobalt-users.dat".
           05  WS-USERS-FILE-STATUS  PIC X(2)   VALUE SPACES.
           05  WS-AUTH-LOADED        PIC 9(1)   VALUE 0.
           05  WS-AUTH-USER-COUNT    PIC 9(2)   VALUE 0.
      *> OCCURS kept equal to WS-MAX-AUTH-USERS (constants.cpy).
           05  WS-AUTH-USER-ENTRY OCCURS 20 TIMES.
               10  AUTH-USER-NAME    PIC X(20).
               10  AUTH-USER-HASH    PIC 9(9).
               10  AUTH-USER-ROLES   PIC X(40).
               10  AUTH-FAIL-COUNT   PIC 9(2).
               10  AUTH-LOCKED-FLAG  PIC 9(1).
               10  AUTH-USER-SUPER   PIC X(20).
               10  AUTH-USER-STATUS  PIC X(1).
               10  AUTH-USER-PWDATE  PIC X(6).
               10  AUTH-USER-DEPT    PIC X(20).
           05  WS-AUTH-EOF           PIC 9(1)   VALUE 0.
           05  WS-AUTH-SCAN-IDX      PIC 9(2)   VALUE 0.
           05  WS-AUTH-FOUND-IDX     PIC 9(2)   VALUE 0.
           05  WS-AUTH-NAME-PART     PIC X(20)  VALUE SPACES.
           05  WS-AUTH-HASH-PART     PIC X(12)  VALUE SPACES.
           05  WS-AUTH-ROLES-PART    PIC X(40)  VALUE SPACES.
           05  WS-AUTH-SUPER-PART    PIC X(20)  VALUE SPACES.
           05  WS-AUTH-STATUS-PART   PIC X(10)  VALUE SPACES.
           05  WS-AUTH-PWDATE-PART   PIC X(10)  VALUE SPACES.
           05  WS-AUTH-DEPT-PART     PIC X(20)  VALUE SPACES.
           05  WS-AUTH-USER-TXT      PIC X(20)  VALUE SPACES.
           05  WS-AUTH-PASS-TXT      PIC X(40)  VALUE SPACES.
           05  WS-AUTH-HASH          PIC 9(9)   VALUE 0.
           05  WS-AUTH-HASH-IDX      PIC 9(2)   VALUE 0.
           05  WS-AUTH-REC-PTR       PIC 9(3)   VALUE 0.
           05  WS-AUTH-HASH-LEN      PIC 9(2)   VALUE 0.
           05  WS-AUTH-SALTED        PIC X(48)  VALUE SPACES.
           05  WS-AUTH-RESULT        PIC X(1)   VALUE SPACE.
           05  WS-ROLE-LIST-IDX      PIC 9(1)   VALUE 0.
           05  WS-ROLE-WANTED        PIC X(20)  VALUE SPACES.
           05  WS-ROLE-MATCHED       PIC 9(1)   VALUE 0.
      *> A node's own ROLE list, split the same way.
           05  WS-ROLE-WANT-LIST     PIC X(20)  VALUE SPACES.
           05  WS-ROLE-WANT-PART OCCURS 3 TIMES
                                     PIC X(20).
           05  WS-ROLE-WANT-IDX      PIC 9(1)   VALUE 0.
           05  WS-ROLE-WANT-COMMAS   PIC 9(2)   VALUE 0.

      *> Account maintenance (--account utility, CHANGE-PASSWORD and
      *> ACCOUNT statements, --recert-report). PASSWORD-MAX-DAYS in
      *> cobalt.cfg turns on password expiry (0, the default, means
      *> a password never ages out; a reset to 000000 still forces
      *> a change); PASSWORD-MIN-LENGTH sets the shortest password a
      *> change or reset takes; ACCOUNT-ADMIN-ROLE names the role the
      *> ACCOUNT statement requires of the signed-in operator. A user
      *> line is changed by copying the file through a .tmp beside
      *> it with that one line rebuilt, so comment lines and accounts
      *> past the in-memory table ride through untouched.
       01  WS-ACCT-SCRATCH.
           05  WS-ACCT-MAX-DAYS      PIC 9(3)   VALUE 0.
           05  WS-ACCT-MIN-LEN       PIC 9(2)   VALUE 6.
           05  WS-ACCT-ADMIN-ROLE    PIC X(20)  VALUE "supervisor".
           05  WS-ACCT-TMP-PATH      PIC X(200) VALUE SPACES.
           05  WS-ACCT-VERB          PIC X(10)  VALUE SPACES.
           05  WS-ACCT-NEW-PASS      PIC X(40)  VALUE SPACES.
           05  WS-ACCT-BY            PIC X(20)  VALUE SPACES.
           05  WS-ACCT-RESULT        PIC X(1)   VALUE SPACE.
           05  WS-ACCT-TAG           PIC X(14)  VALUE SPACES.
           05  WS-ACCT-EXPIRED       PIC 9(1)   VALUE 0.
           05  WS-ACCT-TODAY         PIC 9(6)   VALUE 0.
           05  WS-ACCT-AGE           PIC S9(7)  VALUE 0.
           05  WS-ACCT-PASS-LEN      PIC 9(2)   VALUE 0.
           05  WS-ACCT-LEN-EDIT      PIC Z9     VALUE ZERO.
           05  WS-ACCT-OLD-HASH      PIC 9(9)   VALUE 0.
           05  WS-ACCT-IN-UTILITY    PIC 9(1)   VALUE 0.
           05  WS-ACCT-STATUS-WORD   PIC X(8)   VALUE SPACES.
           05  WS-ACCT-PWDATE-WORD   PIC X(11)  VALUE SPACES.
           05  WS-ACCT-ROLE-SAVE     PIC X(40)  VALUE SPACES.
      *> Access recertification (--recert-report [<yy>Q<n>]) - every
      *> account, manager by manager (the supervisor part of the
      *> user line), with its roles, status, password date and last
      *> AUTH-OK anywhere in the retained audit trail, and blank
      *> keep/remove/change columns and a signature line for the
      *> manager to complete.
           05  WS-RCT-QUARTER        PIC X(4)   VALUE SPACES.
           05  WS-RCT-LAST-ENTRY OCCURS 20 TIMES.
               10  RCT-LAST-DATE     PIC X(8).
               10  RCT-LAST-TIME     PIC X(8).
           05  WS-RCT-LIST-PATH      PIC X(200) VALUE SPACES.
           05  WS-RCT-AUDIT-BASE     PIC X(200) VALUE SPACES.
           05  WS-RCT-EOF            PIC 9(1)   VALUE 0.
           05  WS-RCT-IDX            PIC 9(2)   VALUE 0.
           05  WS-RCT-IDX2           PIC 9(2)   VALUE 0.
           05  WS-RCT-SEEN           PIC 9(1)   VALUE 0.
           05  WS-RCT-GROUP-SUPER    PIC X(20)  VALUE SPACES.
           05  WS-RCT-ARCHIVES       PIC 9(4)   VALUE 0.
           05  WS-RCT-NEVER          PIC 9(2)   VALUE 0.
           05  WS-RCT-SIGNIN-WORD    PIC X(15)  VALUE SPACES.
           05  WS-RCT-ROLES-COL      PIC X(30)  VALUE SPACES.
           05  WS-RCT-NAME-COL       PIC X(20)  VALUE SPACES.

      *> COPY-include scratch (see SPLICE-INCLUDE-FILE).
       01  WS-INCLUDE-SCRATCH.
           05  WS-DATE-EDIT-2A       PIC 9(2)  VALUE 0.
           05  WS-DATE-EDIT-2B       PIC 9(2)  VALUE 0.

      *> Working-day statements (ADD-WORKDAYS, WORKDAY-DIFF,
      *> VALID-WORKDAY, ROLL-WORKDAY). A working day is Monday to
      *> Friday and not on the holiday calendar; the calendar's
      *> YYMMDD lines are read once, on the first working-day
      *> statement a run executes, and kept as serial-day numbers
      *> so each test is a plain compare. Serial day mod 7 runs
      *> 0 = Monday through 6 = Sunday.
       01  WS-WORKDAY-SCRATCH.
           05  WS-WD-CAL-LOADED      PIC 9(1)  VALUE 0.
           05  WS-WD-HOL-COUNT       PIC 9(2)  VALUE 0.
           05  WS-WD-HOL-SERIAL OCCURS 50 TIMES
                                     PIC S9(8).
           05  WS-WD-HOL-IDX         PIC 9(2)  VALUE 0.
           05  WS-WD-HOL-DUP         PIC 9(1)  VALUE 0.
           05  WS-WD-SERIAL          PIC S9(8) VALUE 0.
           05  WS-WD-LO              PIC S9(8) VALUE 0.
           05  WS-WD-HI              PIC S9(8) VALUE 0.
           05  WS-WD-DOW             PIC 9(1)  VALUE 0.
           05  WS-WD-IS-WORK         PIC 9(1)  VALUE 0.
           05  WS-WD-STEP            PIC S9(1) VALUE 1.
           05  WS-WD-LEFT            PIC S9(8) VALUE 0.
           05  WS-WD-COUNT           PIC S9(8) VALUE 0.
           05  WS-WD-WEEKS           PIC S9(8) VALUE 0.

      *> Schema versioning and migration. WS-SCHEMA-VERSION is a hash
      *> folded over every state field's name, PIC shape, and OCCURS
      *> count right after PARSE-APP-SOURCE - rename or resize a
               10  TXN-FINAL-PATH    PIC X(200).
           05  WS-TXN-SCAN-IDX       PIC 9(2)   VALUE 0.
           05  WS-TXN-KEYED-WAS-OPEN PIC 9(1)   VALUE 0.
           05  WS-TXN-KEYED-SAVE     PIC X(46000) VALUE SPACES.
           05  WS-TXN-DEL-PATH       PIC X(200) VALUE SPACES.
      *> Forward-recovery journal records raised while a transaction
      *> is open are PARKED here the same way the renames are - a
               10  TXN-JRN-OP        PIC X(1).
               10  TXN-JRN-KEY       PIC X(30).
               10  TXN-JRN-VALUE     PIC X(160).
               10  TXN-JRN-STAMP     PIC X(48).
               10  TXN-JRN-BEFORE    PIC X(160).
               10  TXN-JRN-HAD-BEFORE PIC 9(1).

      *> Advisory file/record locking. A writer OPEN (OUTPUT or I-O)
      *> takes "<file>.lck" exclusively - stamped with this session's
      *> operator A walking away mid-edit no longer stomps the
      *> change operator B made meanwhile.
               10  KEYED-REC-VERSION PIC 9(6).
      *> Indexed organization only (WS-KIX-SCRATCH): the record's
      *> slot in the data file (0 for a key this session added) and
      *> whether CLOSE has a change of it to write back.
               10  KEYED-REC-SLOT    PIC 9(7).
               10  KEYED-REC-DIRTY   PIC 9(1).
           05  WS-KEYED-INDEXED-FLAG PIC 9(1)   VALUE 0.
               88  KEYED-STORE-IS-INDEXED  VALUE 1.
           05  WS-KEYED-SCAN-IDX     PIC 9(3)   VALUE 0.
           05  WS-KEYED-FOUND-IDX    PIC 9(3)   VALUE 0.
           05  WS-KEYED-LOOKUP-KEY   PIC X(30)  VALUE SPACES.
               88  KEYED-RECS-OVERFLOW-WARNED
                                     VALUE 1.

      *> Indexed keyed organization. A keyed file with more records
      *> than KEYED-INDEX-RECORDS (cobalt.cfg, default and ceiling
      *> the 200 the WS-KEYED-REC image holds; 0 indexes every keyed
      *> file) is worked on disk instead of in memory:
      *>   - the data file is laid out in fixed 256-byte slots, the
      *>     "key|value" line padded to 199 and its "#VER <key> <n>"
      *>     line padded to 55, so one record reads or rewrites where
      *>     it lies; a deleted record is a slot of two blank lines.
      *>     Every slot line is still an ordinary text line, so the
      *>     utilities that read keyed files sequentially read these
      *>     unchanged;
      *>   - "<file>.kix" is the key index, one "key slot" line per
      *>     record sorted by key behind a "#KIX" header that carries
      *>     the data file's size and modification stamp. A lookup is
      *>     a binary search over its fixed 38-byte lines; a deleted
      *>     key has its slot zeroed in place;
      *>   - "<file>.kox" is the overflow index - keys added since
      *>     the index was last sorted, searched in memory and merged
      *>     into .kix once there are more than KIX-MERGE-AT of them;
      *>   - WS-KEYED-REC holds only the records this session has
      *>     touched. CLOSE writes the changed ones as a redo delta
      *>     "<file>.dlt" (one "op|version|key|value" line each),
      *>     renames it into place and applies it slot by slot, so
      *>     neither memory nor CLOSE time grows with the file. OPEN
      *>     re-applies a delta a failed run left behind.
      *> A header whose stamp no longer matches the data file (reorg,
      *> restore, rollforward or an outside edit rewrote it) makes
      *> the next OPEN re-sort the file into slots and rebuild both
      *> indexes - the last copy of a repeated key wins, the way
      *> --reorg settles duplicates.
       01  WS-KIX-SCRATCH.
           05  WS-KEYED-INDEX-AT     PIC 9(3)   VALUE 200.
           05  WS-KIX-MERGE-AT       PIC 9(3)   VALUE 200.
      *> 0 no index, 1 index current, 2 index stale.
           05  WS-KIX-STATE          PIC 9(1)   VALUE 0.
           05  WS-KEYED-LOADING      PIC 9(1)   VALUE 0.
           05  WS-KEYED-LOAD-FULL    PIC 9(1)   VALUE 0.
           05  WS-KIX-INDEX-PATH     PIC X(200) VALUE SPACES.
           05  WS-KIX-INDEX-STATUS   PIC X(2)   VALUE SPACES.
           05  WS-KIX-WORK-PATH      PIC X(200) VALUE SPACES.
           05  WS-KIX-WORK-STATUS    PIC X(2)   VALUE SPACES.
           05  WS-KIX-SCAN-PATH      PIC X(200) VALUE SPACES.
           05  WS-KIX-SCAN-STATUS    PIC X(2)   VALUE SPACES.
           05  WS-KIX-SORT-PATH      PIC X(200) VALUE SPACES.
           05  WS-KIX-FILE-PATH      PIC X(200) VALUE SPACES.
           05  WS-KIX-KOX-PATH       PIC X(200) VALUE SPACES.
           05  WS-KIX-DLT-PATH       PIC X(200) VALUE SPACES.
           05  WS-KIX-DLT-TMP        PIC X(200) VALUE SPACES.
           05  WS-KIX-DATA-TMP       PIC X(200) VALUE SPACES.
           05  WS-KIX-INDEX-TMP      PIC X(200) VALUE SPACES.
           05  WS-KIX-SAVE-PATH      PIC X(200) VALUE SPACES.
      *> Byte-stream routine parameters.
           05  WS-KIX-ACCESS         PIC X      COMP-X VALUE 1.
           05  WS-KIX-DENY           PIC X      COMP-X VALUE 0.
           05  WS-KIX-DEVICE         PIC X      COMP-X VALUE 0.
           05  WS-KIX-FLAGS          PIC X      COMP-X VALUE 0.
           05  WS-KIX-HANDLE         PIC X(4)   COMP-X VALUE 0.
           05  WS-KIX-OFFSET         PIC X(8)   COMP-X VALUE 0.
           05  WS-KIX-COUNT          PIC X(4)   COMP-X VALUE 0.
           05  WS-KIX-DETAILS.
               10  KIXD-SIZE         PIC X(8)   COMP-X.
               10  KIXD-DAY          PIC X      COMP-X.
               10  KIXD-MONTH        PIC X      COMP-X.
               10  KIXD-YEAR         PIC X(2)   COMP-X.
               10  KIXD-HOUR         PIC X      COMP-X.
               10  KIXD-MINUTE       PIC X      COMP-X.
               10  KIXD-SECOND       PIC X      COMP-X.
               10  KIXD-HUNDREDTHS   PIC X      COMP-X.
           05  WS-KIX-SIZE           PIC 9(12)  VALUE 0.
           05  WS-KIX-STAMP          PIC 9(14)  VALUE 0.
           05  WS-KIX-HEADER.
               10  KIXH-TAG          PIC X(4).
               10  KIXH-SIZE         PIC 9(12).
               10  KIXH-STAMP        PIC 9(14).
               10  KIXH-ENTRIES      PIC 9(7).
               10  KIXH-LF           PIC X(1).
           05  WS-KIX-ENTRY.
               10  KIXE-KEY          PIC X(30).
               10  KIXE-SLOT         PIC 9(7).
               10  KIXE-LF           PIC X(1).
           05  WS-KIX-SLOT-BUF.
               10  KSB-LINE-A        PIC X(199).
               10  KSB-LF-A          PIC X(1).
               10  KSB-LINE-B        PIC X(55).
               10  KSB-LF-B          PIC X(1).
           05  WS-KIX-ENTRIES        PIC 9(7)   VALUE 0.
           05  WS-KIX-SLOTS          PIC 9(7)   VALUE 0.
           05  WS-KIX-LO             PIC 9(7)   VALUE 0.
           05  WS-KIX-HI             PIC 9(7)   VALUE 0.
           05  WS-KIX-MID            PIC 9(7)   VALUE 0.
           05  WS-KIX-POS            PIC 9(7)   VALUE 0.
           05  WS-KIX-DONE           PIC 9(1)   VALUE 0.
           05  WS-KIX-EOF            PIC 9(1)   VALUE 0.
           05  WS-KIX-WANT-KEY       PIC X(30)  VALUE SPACES.
           05  WS-KIX-FOUND-SLOT     PIC 9(7)   VALUE 0.
           05  WS-KIX-FOUND-WHERE    PIC X(1)   VALUE SPACE.
           05  WS-KIX-FOUND-POS      PIC 9(7)   VALUE 0.
           05  WS-KIX-KOX-HIT        PIC 9(3)   VALUE 0.
           05  WS-KIX-IN-CACHE       PIC 9(1)   VALUE 0.
           05  WS-KIX-HIT-IDX        PIC 9(3)   VALUE 0.
           05  WS-KIX-FETCH-KEY      PIC X(30)  VALUE SPACES.
           05  WS-KIX-ALT-SOURCE     PIC X(160) VALUE SPACES.
           05  WS-KIX-LIVE-IDX       PIC 9(3)   VALUE 0.
           05  WS-KIX-KEEP           PIC 9(3)   VALUE 0.
           05  WS-KIX-REC-KEY        PIC X(30)  VALUE SPACES.
           05  WS-KIX-REC-VALUE      PIC X(160) VALUE SPACES.
           05  WS-KIX-REC-VER        PIC 9(6)   VALUE 0.
           05  WS-KIX-VER-TXT        PIC X(8)   VALUE SPACES.
           05  WS-KIX-PTR            PIC 9(3)   VALUE 1.
           05  WS-KIX-OP             PIC X(1)   VALUE SPACE.
           05  WS-KIX-DLT-LINES      PIC 9(5)   VALUE 0.
           05  WS-KIX-CAND-KEY       PIC X(30)  VALUE SPACES.
           05  WS-KIX-SAVE-KEY       PIC X(30)  VALUE SPACES.
           05  WS-KIX-LEN            PIC 9(3)   VALUE 0.
      *> Index rebuild (SORT) - records read, records kept, and the
      *> record held back so a following #VER line can attach to it
      *> (reading) or a later copy of its key can replace it
      *> (writing).
           05  WS-KIX-RECS-IN        PIC 9(7)   VALUE 0.
           05  WS-KIX-RECS-OUT       PIC 9(7)   VALUE 0.
           05  WS-KIX-DUPS           PIC 9(7)   VALUE 0.
           05  WS-KIX-HELD           PIC 9(1)   VALUE 0.
           05  WS-KIX-HELD-REC.
               10  KHR-KEY           PIC X(30).
               10  KHR-SEQ           PIC 9(9).
               10  KHR-VERSION       PIC 9(6).
               10  KHR-VALUE         PIC X(160).
      *> Overflow index in memory.
           05  WS-KOX-COUNT          PIC 9(3)   VALUE 0.
           05  WS-KOX-ENTRY OCCURS 400 TIMES.
               10  KOX-KEY           PIC X(30).
               10  KOX-SLOT          PIC 9(7).
           05  WS-KOX-IDX            PIC 9(3)   VALUE 0.
           05  WS-KOX-IDX2           PIC 9(3)   VALUE 0.
           05  WS-KOX-SWAP           PIC X(37)  VALUE SPACES.

      *> Batch sort/merge (--sort <control-file>). The control file
      *> names the step's files and keys, one statement per line
      *> ("*" lines are comments):
      *>   INPUT <file>                 up to 8, read in this order
      *>   OUTPUT <file>
      *>   SORT <key> [<key> ...]       or MERGE <key> [<key> ...]
      *>   LAYOUT <app-source> <layout> field names as keys
      *>   DUPLICATES KEEP | DROP | ROUTE <file>
      *> A key is "<start>,<length>[,A|D]" - a column range - or,
      *> once a LAYOUT is named, "<field>[,A|D]" taking the field's
      *> position and width from that app's LAYOUT SECTION. Every
      *> key is copied into one composite sort key, a descending
      *> key byte-complemented on the way in, so a single ascending
      *> SORT orders mixed directions; the input sequence number
      *> behind it keeps records with equal keys in the order they
      *> were read (input files in the order named). MERGE takes
      *> inputs already in key order and refuses the step, writing
      *> nothing, if any one of them is not. Duplicates are records
      *> whose keys are equal: DROP keeps the first, ROUTE keeps the
      *> first and writes the rest to their own file. Blank lines
      *> are not records. The counts in and out are reported and
      *> audited so a scheduled chain can show nothing was lost.
       01  WS-SRT-SCRATCH.
           05  WS-SRT-CTL-PATH       PIC X(200) VALUE SPACES.
           05  WS-SRT-CTL-EOF        PIC 9(1)   VALUE 0.
           05  WS-SRT-LINE           PIC X(200) VALUE SPACES.
           05  WS-SRT-VERB           PIC X(12)  VALUE SPACES.
           05  WS-SRT-WORD           PIC X(80)  OCCURS 8 TIMES.
           05  WS-SRT-WORD-IDX       PIC 9(2)   VALUE 0.
           05  WS-SRT-MODE           PIC X(5)   VALUE SPACES.
               88  SRT-IS-MERGE                 VALUE "MERGE".
           05  WS-SRT-ERROR          PIC X(120) VALUE SPACES.
           05  WS-SRT-IN-COUNT       PIC 9(2)   VALUE 0.
           05  WS-SRT-IN-ENTRY OCCURS 8 TIMES.
               10  SRT-IN-NAME       PIC X(200).
               10  SRT-IN-RECS       PIC 9(9).
           05  WS-SRT-IN-IDX         PIC 9(2)   VALUE 0.
           05  WS-SRT-IN-PATH        PIC X(200) VALUE SPACES.
           05  WS-SRT-IN-STATUS      PIC X(2)   VALUE SPACES.
           05  WS-SRT-OUT-NAME       PIC X(200) VALUE SPACES.
           05  WS-SRT-OUT-TMP        PIC X(204) VALUE SPACES.
           05  WS-SRT-OUT-STATUS     PIC X(2)   VALUE SPACES.
           05  WS-SRT-DUP-RULE       PIC X(5)   VALUE "KEEP".
               88  SRT-DUPS-KEEP                VALUE "KEEP".
               88  SRT-DUPS-DROP                VALUE "DROP".
               88  SRT-DUPS-ROUTE               VALUE "ROUTE".
           05  WS-SRT-DUP-NAME       PIC X(200) VALUE SPACES.
           05  WS-SRT-DUP-TMP        PIC X(204) VALUE SPACES.
           05  WS-SRT-DUP-STATUS     PIC X(2)   VALUE SPACES.
           05  WS-SRT-WORK-PATH      PIC X(204) VALUE SPACES.
      *> The keys as written, then as resolved to columns.
           05  WS-SRT-KEY-COUNT      PIC 9(2)   VALUE 0.
           05  WS-SRT-KEY-ENTRY OCCURS 8 TIMES.
               10  SRT-KEY-TEXT      PIC X(80).
               10  SRT-KEY-POS       PIC 9(3).
               10  SRT-KEY-LEN       PIC 9(3).
               10  SRT-KEY-DIR       PIC X(1).
           05  WS-SRT-KEY-IDX        PIC 9(2)   VALUE 0.
           05  WS-SRT-KEY-AT         PIC 9(3)   VALUE 0.
           05  WS-SRT-KEY-TOTAL      PIC 9(4)   VALUE 0.
           05  WS-SRT-PART-1         PIC X(40)  VALUE SPACES.
           05  WS-SRT-PART-2         PIC X(40)  VALUE SPACES.
           05  WS-SRT-PART-3         PIC X(40)  VALUE SPACES.
           05  WS-SRT-LAY-APP        PIC X(200) VALUE SPACES.
           05  WS-SRT-LAY-NAME       PIC X(30)  VALUE SPACES.
           05  WS-SRT-LAY-IDX        PIC 9(2)   VALUE 0.
           05  WS-SRT-FLD-IDX        PIC 9(2)   VALUE 0.
           05  WS-SRT-FLD-NAME       PIC X(30)  VALUE SPACES.
           05  WS-SRT-FLD-FOUND      PIC 9(2)   VALUE 0.
      *> One record on its way in or out, and the keys compared for
      *> the merge sequence check and for duplicates.
           05  WS-SRT-EOF            PIC 9(1)   VALUE 0.
           05  WS-SRT-SEQ            PIC 9(9)   VALUE 0.
           05  WS-SRT-REC-NO         PIC 9(9)   VALUE 0.
           05  WS-SRT-LINE-TXT       PIC Z(8)9.
           05  WS-SRT-REC            PIC X(800) VALUE SPACES.
           05  WS-SRT-CUR-KEY        PIC X(256) VALUE SPACES.
           05  WS-SRT-PREV-KEY       PIC X(256) VALUE SPACES.
           05  WS-SRT-HAVE-PREV      PIC 9(1)   VALUE 0.
           05  WS-SRT-RECS-IN        PIC 9(9)   VALUE 0.
           05  WS-SRT-RECS-OUT       PIC 9(9)   VALUE 0.
           05  WS-SRT-DROPPED        PIC 9(9)   VALUE 0.
           05  WS-SRT-ROUTED         PIC 9(9)   VALUE 0.
           05  WS-SRT-ACCOUNTED      PIC 9(9)   VALUE 0.
      *> Every byte value in order and in reverse - the CONVERTING
      *> pair that complements a descending key.
           05  WS-SRT-ASC-CHARS      PIC X(256) VALUE SPACES.
           05  WS-SRT-DESC-CHARS     PIC X(256) VALUE SPACES.
           05  WS-SRT-CHAR-IDX       PIC 9(3)   VALUE 0.

      *> Job streams (--job-stream <stream-file> [RESTART [<step>]]).
      *> The stream file lists a night's steps in order, one
      *> statement per line ("*" lines are comments):
      *>   JOB <name>                   names the stream (default:
      *>                                the file's base name)
      *>   FAIL-AT <n>                  before any STEP - the exit
      *>                                code at which a step counts
      *>                                as failed (default 4)
      *>   DEPT <name>                  before any STEP - the whole
      *>                                stream, its job log too,
      *>                                runs for that department
      *>   STEP <name> <command ...>    an app and its events file,
      *>                                or an engine mode and its
      *>                                arguments, NAME=VALUE allowed
      *> and, under a STEP, applying to it:
      *>   WHEN <step> EQ|NE|LT|LE|GT|GE <n>
      *>   WHEN FAILED | WHEN ALWAYS
      *>   INPUT <file>                 must exist before it runs
      *>   OUTPUT <file>                must exist after it runs
      *>   FAIL-AT <n>                  this step's own threshold
      *>   DEPT <name>                  this step's own department,
      *>                                its INPUT/OUTPUT files too
      *>                                (a DEPT= argument in the
      *>                                command moves the run only)
      *> A step with no WHEN runs only while no earlier step has
      *> failed; one that does not run for that reason is FLUSHED.
      *> WHENs are ANDed and replace that default: a code test
      *> holds only against a step that ran (DONE or FAILED), WHEN
      *> FAILED only once some step has failed - a cleanup or
      *> notify step - and a step whose WHEN does not hold is
      *> SKIPPED. The outcome of every step is rewritten to
      *> "<stream-file>.state" as the stream goes, the step about
      *> to run marked RUNNING first, so an interrupted run leaves
      *> its place behind too. RESTART picks up from the first step
      *> that did not finish DONE or SKIPPED (or from the step
      *> named): the steps before it are not rerun and keep their
      *> recorded outcome and code for the WHENs after them, except
      *> that one the operator restarts past is BYPASSED rather
      *> than still counting as failed. The run's step-by-step
      *> outcome is spooled as one job log.
       01  WS-JST-SCRATCH.
           05  WS-JST-PATH           PIC X(200) VALUE SPACES.
           05  WS-JST-STATE-PATH     PIC X(206) VALUE SPACES.
           05  WS-JST-JOB-NAME       PIC X(30)  VALUE SPACES.
           05  WS-JST-RESTART-SW     PIC 9(1)   VALUE 0.
               88  JST-IS-RESTART              VALUE 1.
           05  WS-JST-RESTART-STEP   PIC X(30)  VALUE SPACES.
           05  WS-JST-FROM-IDX       PIC 9(2)   VALUE 0.
           05  WS-JST-ERROR          PIC X(120) VALUE SPACES.
           05  WS-JST-EOF            PIC 9(1)   VALUE 0.
           05  WS-JST-LINE           PIC X(200) VALUE SPACES.
           05  WS-JST-LINE-NO        PIC 9(4)   VALUE 0.
           05  WS-JST-LINE-TXT       PIC Z(3)9.
           05  WS-JST-VERB           PIC X(12)  VALUE SPACES.
           05  WS-JST-WORD           PIC X(80)  OCCURS 4 TIMES.
           05  WS-JST-WORD-IDX       PIC 9(1)   VALUE 0.
           05  WS-JST-PTR            PIC 9(3)   VALUE 0.
           05  WS-JST-FAIL-AT        PIC 9(2)   VALUE 4.
           05  WS-JST-SEEK-NAME      PIC X(30)  VALUE SPACES.
           05  WS-JST-TALLY          PIC 9(3)   VALUE 0.
           05  WS-JST-NUM-TXT        PIC X(10)  VALUE SPACES.
           05  WS-JST-DEPT           PIC X(20)  VALUE SPACES.
      *> The steps as the stream file lists them, and each one's
      *> outcome this run (or as recorded, ahead of a restart).
           05  WS-JST-STEP-COUNT     PIC 9(2)   VALUE 0.
           05  WS-JST-STEP OCCURS 20 TIMES.
               10  JST-NAME          PIC X(30).
               10  JST-CMD           PIC X(200).
               10  JST-FAIL-AT       PIC 9(2).
               10  JST-DEPT          PIC X(20).
               10  JST-COND-COUNT    PIC 9(1).
               10  JST-COND OCCURS 4 TIMES.
                   15  JST-COND-STEP PIC X(30).
                   15  JST-COND-OP   PIC X(6).
                   15  JST-COND-CODE PIC 9(2).
               10  JST-IN-COUNT      PIC 9(1).
               10  JST-INPUT         PIC X(200) OCCURS 4 TIMES.
               10  JST-OUT-COUNT     PIC 9(1).
               10  JST-OUTPUT        PIC X(200) OCCURS 4 TIMES.
               10  JST-STATUS        PIC X(8).
                   88  JST-RAN                  VALUE "DONE"
                                                      "FAILED".
                   88  JST-FINISHED             VALUE "DONE"
                                                      "SKIPPED".
               10  JST-CODE          PIC 9(2).
               10  JST-REASON        PIC X(40).
               10  JST-START         PIC X(6).
               10  JST-END           PIC X(6).
           05  WS-JST-IDX            PIC 9(2)   VALUE 0.
           05  WS-JST-SCAN-IDX       PIC 9(2)   VALUE 0.
           05  WS-JST-FOUND          PIC 9(2)   VALUE 0.
           05  WS-JST-COND-IDX       PIC 9(1)   VALUE 0.
           05  WS-JST-FILE-IDX       PIC 9(1)   VALUE 0.
           05  WS-JST-CHECK-PATH     PIC X(200) VALUE SPACES.
           05  WS-JST-MISSING-TAG    PIC X(16)  VALUE SPACES.
           05  WS-JST-RUN-SW         PIC 9(1)   VALUE 0.
               88  JST-STEP-RUNS               VALUE 1.
           05  WS-JST-FAILED-SW      PIC 9(1)   VALUE 0.
               88  JST-STREAM-FAILED           VALUE 1.
           05  WS-JST-MAX-CODE       PIC 9(2)   VALUE 0.
           05  WS-JST-END-STATUS     PIC X(8)   VALUE SPACES.
           05  WS-JST-SAVED-END      PIC X(8)   VALUE SPACES.
           05  WS-JST-RUN-DATE       PIC 9(6)   VALUE 0.
           05  WS-JST-RUN-START      PIC X(6)   VALUE SPACES.
           05  WS-JST-TIME-IN        PIC X(6)   VALUE SPACES.
           05  WS-JST-TIME-TXT       PIC X(8)   VALUE SPACES.
           05  WS-JST-STEP-TXT       PIC Z9.
           05  WS-JST-CODE-TXT       PIC Z9.

      *> Metrics rollup (--metrics-rollup). Every run leaves an
      *> "<app>.metrics.txt" behind; the rollup sweeps them all up
      *> into one performance report - renders, statements, and
      *> each site before WRITE-VALFAIL-AUDIT-RECORD runs.
           05  WS-SHR-VALFAIL-ELEM   PIC X(30)  VALUE SPACES.

      *> Segregation-of-duties review (--sod-report [<yymm>]) - the
      *> auditors' monthly check that dual control really had two
      *> people in it. Reads the month's audit trail (its per-day
      *> archives plus the live log) for APPROVED and AUTH-OK
      *> records, the pending queue in cobalt-approvals.dat, and
      *> the role lists in the user file, and reports four kinds of
      *> finding, each tied to the audit sequence numbers behind
      *> it: a request approved by the operator who raised it, two
      *> operators who only ever approve each other, a pending
      *> request nobody but its requester could approve, and an
      *> account holding two roles the conflict matrix forbids
      *> together ("SOD-CONFLICT <role>,<role>" lines in
      *> cobalt.cfg, student,grader when none is configured).
       01  WS-SOD-SCRATCH.
           05  WS-SOD-MONTH          PIC X(4)   VALUE SPACES.
           05  WS-SOD-CONF-COUNT     PIC 9(2)   VALUE 0.
           05  WS-SOD-CONF-ENTRY OCCURS 10 TIMES.
               10  SOD-CONF-ROLE-A   PIC X(20).
               10  SOD-CONF-ROLE-B   PIC X(20).
      *> Who approved whose requests in the month, one entry per
      *> distinct approver/requester pair.
           05  WS-SOD-PAIR-COUNT     PIC 9(3)   VALUE 0.
           05  WS-SOD-PAIR-ENTRY OCCURS 100 TIMES.
               10  SOD-PAIR-APPROVER PIC X(20).
               10  SOD-PAIR-REQUESTER
                                     PIC X(20).
               10  SOD-PAIR-TIMES    PIC 9(4).
               10  SOD-PAIR-FIRST    PIC 9(6).
               10  SOD-PAIR-LAST     PIC 9(6).
      *> Month sign-ins per account, in user-file order.
           05  WS-SOD-SIGNIN-ENTRY OCCURS 20 TIMES.
               10  SOD-SIGNIN-TIMES  PIC 9(4).
               10  SOD-SIGNIN-FIRST  PIC 9(6).
               10  SOD-SIGNIN-LAST   PIC 9(6).
           05  WS-SOD-FIND-COUNT     PIC 9(3)   VALUE 0.
           05  WS-SOD-FIND-ENTRY OCCURS 100 TIMES.
               10  SOD-FIND-CLASS    PIC X(14).
               10  SOD-FIND-TEXT     PIC X(110).
           05  WS-SOD-CLASS-TOTALS.
               10  WS-SOD-N-SELF     PIC 9(3)   VALUE 0.
               10  WS-SOD-N-MUTUAL   PIC 9(3)   VALUE 0.
               10  WS-SOD-N-SOLE     PIC 9(3)   VALUE 0.
               10  WS-SOD-N-ROLES    PIC 9(3)   VALUE 0.
           05  WS-SOD-APPROVED-N     PIC 9(5)   VALUE 0.
           05  WS-SOD-IDX            PIC 9(3)   VALUE 0.
           05  WS-SOD-IDX2           PIC 9(3)   VALUE 0.
           05  WS-SOD-HIT            PIC 9(3)   VALUE 0.
           05  WS-SOD-OTHERS         PIC 9(2)   VALUE 0.
           05  WS-SOD-A-SPREAD       PIC 9(3)   VALUE 0.
           05  WS-SOD-B-SPREAD       PIC 9(3)   VALUE 0.
           05  WS-SOD-SEQ-N          PIC 9(6)   VALUE 0.
           05  WS-SOD-REQUESTER      PIC X(20)  VALUE SPACES.
           05  WS-SOD-APPROVER       PIC X(20)  VALUE SPACES.
           05  WS-SOD-REST           PIC X(160) VALUE SPACES.
           05  WS-SOD-JUNK           PIC X(160) VALUE SPACES.
           05  WS-SOD-CLASS          PIC X(14)  VALUE SPACES.
           05  WS-SOD-TEXT           PIC X(110) VALUE SPACES.
           05  WS-SOD-ROLE-SAVE      PIC X(40)  VALUE SPACES.
           05  WS-SOD-HAS-A          PIC 9(1)   VALUE 0.
           05  WS-SOD-CLASS-IDX      PIC 9(1)   VALUE 0.
           05  WS-SOD-CNT-EDIT       PIC ZZZ9   VALUE ZERO.
           05  WS-SOD-CNT-EDIT2      PIC ZZZ9   VALUE ZERO.

      *> Print-release console (--spool-console). The spool index
      *> stays exactly as OPEN-SPOOL-PRINT-JOB writes it; each job's
      *> release state and routed destination live beside it in
           05  WS-SPC-PURGED        PIC 9(2)   VALUE 0.
           05  WS-SPC-KEEP-FLAG      PIC 9(1)   VALUE 0.

      *> Report bursting and the per-operator report inbox. A
      *> GENERATE whose report declares BURST renders one spool job
      *> per distinct value of the burst field (the TO name gains
      *> ".<value>" so reprints do not overwrite each other), and
      *> each job is delivered to the operator account of that name.
      *> Any other GENERATE - and a burst slice naming no account -
      *> is delivered by the distribution list: "REPORT-DIST
      *> <report-name> <role>[,<role>...]" cobalt.cfg lines, every
      *> enabled account holding one of the roles getting its own
      *> inbox line. --report-inbox is the operator's view of those
      *> lines; the shift report lists unread ones older than
      *> REPORT-UNREAD-DAYS (default 2).
       01  WS-RIB-SCRATCH.
           05  WS-RIB-INBOX-PATH     PIC X(200)
                                     VALUE "cobalt-report-inbox.dat".
           05  WS-RIB-INBOX-STATUS   PIC X(2)   VALUE SPACES.
           05  WS-RIB-UNREAD-DAYS    PIC 9(3)   VALUE 2.
           05  WS-RIB-DIST-COUNT     PIC 9(2)   VALUE 0.
           05  WS-RIB-DIST-ENTRY OCCURS 20 TIMES.
               10  RIB-DIST-REPORT   PIC X(30).
               10  RIB-DIST-ROLES    PIC X(40).
           05  WS-RIB-DIST-IDX       PIC 9(2)   VALUE 0.
           05  WS-RIB-F-REPORT       PIC X(30)  VALUE SPACES.
           05  WS-RIB-F-ROLES        PIC X(40)  VALUE SPACES.
      *> Distinct burst values of the GENERATE in hand, in first-
      *> seen order - a report SORTed on its burst field delivers
      *> in that order.
           05  WS-RBU-ON             PIC 9(1)   VALUE 0.
           05  WS-RBU-VALUE-COUNT    PIC 9(2)   VALUE 0.
           05  WS-RBU-VALUE OCCURS 50 TIMES
                                     PIC X(40).
           05  WS-RBU-IDX            PIC 9(2)   VALUE 0.
           05  WS-RBU-FOUND          PIC 9(2)   VALUE 0.
           05  WS-RBU-WARNED         PIC 9(1)   VALUE 0.
           05  WS-RBU-CUR-VALUE      PIC X(40)  VALUE SPACES.
           05  WS-RBU-ITEM-VALUE     PIC X(40)  VALUE SPACES.
           05  WS-RBU-FILE-WORD      PIC X(40)  VALUE SPACES.
           05  WS-RBU-LEN            PIC 9(2)   VALUE 0.
           05  WS-RBU-TO-NAME        PIC X(80)  VALUE SPACES.
      *> One delivery in the making - who, which job, and how it was
      *> routed ("BURST" or the REPORT-DIST roles that matched).
           05  WS-RIB-TO-OPER        PIC X(20)  VALUE SPACES.
           05  WS-RIB-VIA            PIC X(40)  VALUE SPACES.
           05  WS-RIB-DELIVERED      PIC 9(3)   VALUE 0.
           05  WS-RIB-ROLE-SAVE      PIC X(40)  VALUE SPACES.
           05  WS-RIB-ACCT-IDX       PIC 9(2)   VALUE 0.
           05  WS-RIB-HIT            PIC 9(1)   VALUE 0.
      *> The inbox file as --report-inbox and the shift report read
      *> it, and the signed-in operator's own items by number.
           05  WS-RIB-COUNT          PIC 9(3)   VALUE 0.
           05  WS-RIB-ENTRY OCCURS 200 TIMES.
               10  RIB-DATE          PIC X(6).
               10  RIB-TIME          PIC X(6).
               10  RIB-OPER          PIC X(20).
               10  RIB-JOB           PIC X(40).
               10  RIB-REPORT        PIC X(30).
               10  RIB-STATUS        PIC X(8).
               10  RIB-VIA           PIC X(40).
           05  WS-RIB-IDX            PIC 9(3)   VALUE 0.
           05  WS-RIB-EOF            PIC 9(1)   VALUE 0.
           05  WS-RIB-OPERATOR       PIC X(20)  VALUE SPACES.
           05  WS-RIB-VIEW-COUNT     PIC 9(3)   VALUE 0.
           05  WS-RIB-VIEW OCCURS 200 TIMES
                                     PIC 9(3).
           05  WS-RIB-VIEW-IDX       PIC 9(3)   VALUE 0.
           05  WS-RIB-NUM            PIC 9(3)   VALUE 0.
           05  WS-RIB-SEEK-JOB       PIC X(40)  VALUE SPACES.
           05  WS-RIB-NEW-STATUS     PIC X(8)   VALUE SPACES.
           05  WS-RIB-DONE           PIC 9(1)   VALUE 0.
           05  WS-RIB-UNREAD         PIC 9(3)   VALUE 0.
           05  WS-RIB-AGE            PIC 9(4)   VALUE 0.
           05  WS-RIB-TODAY-INT      PIC 9(8)   VALUE 0.
           05  WS-RIB-ITEM-INT       PIC 9(8)   VALUE 0.
           05  WS-RIB-AGE-EDIT       PIC ZZZ9   VALUE ZERO.
           05  WS-RIB-NUM-EDIT       PIC ZZ9    VALUE ZERO.
           05  WS-RIB-DEST           PIC X(80)  VALUE SPACES.

      *> Record-level retention for keyed stores. RETENTION lines in
      *> cobalt.cfg ("RETENTION <keyed-file> <days> [KEY|VALUE
      *> <part>]", default KEY 1) say how long a file's records are
      *> kept and where each record's date is - part <part> of the
      *> key split at "#" (todo-history.dat's "date#name") or of the
      *> value split at "|". Dates are YYMMDD or YYYYMMDD; a record
      *> without one is never purged, only counted. The legal-hold
      *> list overrides every rule until the hold is released.
       01  WS-RTN-SCRATCH.
           05  WS-RTN-HOLD-PATH      PIC X(200)
                                     VALUE "cobalt-legal-hold.dat".
           05  WS-RTN-HOLD-STATUS    PIC X(2)   VALUE SPACES.
           05  WS-RTN-RULE-COUNT     PIC 9(2)   VALUE 0.
           05  WS-RTN-RULE OCCURS 20 TIMES.
               10  RTN-RULE-FILE     PIC X(80).
               10  RTN-RULE-DAYS     PIC 9(5).
               10  RTN-RULE-FROM     PIC X(5).
               10  RTN-RULE-PART     PIC 9(2).
           05  WS-RTN-RULE-IDX       PIC 9(2)   VALUE 0.
           05  WS-RTN-HIT-IDX        PIC 9(2)   VALUE 0.
           05  WS-RTN-F-FILE         PIC X(80)  VALUE SPACES.
           05  WS-RTN-F-DAYS         PIC X(10)  VALUE SPACES.
           05  WS-RTN-F-FROM         PIC X(10)  VALUE SPACES.
           05  WS-RTN-F-PART         PIC X(10)  VALUE SPACES.
      *> The legal-hold list as loaded, and the one hold or release
      *> in hand.
           05  WS-RTN-HOLD-COUNT     PIC 9(3)   VALUE 0.
           05  WS-RTN-HOLD OCCURS 200 TIMES.
               10  RTN-HOLD-FILE     PIC X(80).
               10  RTN-HOLD-KEY      PIC X(31).
               10  RTN-HOLD-DATE     PIC X(6).
               10  RTN-HOLD-TIME     PIC X(6).
               10  RTN-HOLD-USER     PIC X(20).
               10  RTN-HOLD-REASON   PIC X(60).
           05  WS-RTN-HOLD-IDX       PIC 9(3)   VALUE 0.
           05  WS-RTN-FOUND-IDX      PIC 9(3)   VALUE 0.
           05  WS-RTN-EOF            PIC 9(1)   VALUE 0.
           05  WS-RTN-VERB           PIC X(10)  VALUE SPACES.
           05  WS-RTN-FILE           PIC X(80)  VALUE SPACES.
           05  WS-RTN-KEY            PIC X(31)  VALUE SPACES.
           05  WS-RTN-REASON         PIC X(60)  VALUE SPACES.
           05  WS-RTN-USER           PIC X(20)  VALUE SPACES.
      *> One purge run - the scratch key list between the scan and
      *> the delete passes, the certificate, and its counts.
           05  WS-RTN-LST-PATH       PIC X(60)
                                     VALUE "retention-purge.lst".
           05  WS-RTN-CERT-PATH      PIC X(60)  VALUE SPACES.
           05  WS-RTN-LOCKED         PIC 9(1)   VALUE 0.
           05  WS-RTN-FILES          PIC 9(2)   VALUE 0.
           05  WS-RTN-LISTED         PIC 9(6)   VALUE 0.
           05  WS-RTN-SCANNED        PIC 9(6)   VALUE 0.
           05  WS-RTN-PURGED         PIC 9(6)   VALUE 0.
           05  WS-RTN-HELD           PIC 9(6)   VALUE 0.
           05  WS-RTN-UNDATED        PIC 9(6)   VALUE 0.
           05  WS-RTN-TOT-PURGED     PIC 9(6)   VALUE 0.
           05  WS-RTN-TOT-HELD       PIC 9(6)   VALUE 0.
           05  WS-RTN-DAYS-EDIT      PIC ZZZZ9  VALUE ZERO.
           05  WS-RTN-PART-EDIT      PIC Z9     VALUE ZERO.
      *> One record's date - the part taken out, its day number, and
      *> whether a hold covers the key.
           05  WS-RTN-SOURCE         PIC X(160) VALUE SPACES.
           05  WS-RTN-DELIM          PIC X(1)   VALUE SPACES.
           05  WS-RTN-PART-TXT       PIC X(40)  VALUE SPACES.
           05  WS-RTN-PTR            PIC 9(3)   VALUE 0.
           05  WS-RTN-PART-NO        PIC 9(2)   VALUE 0.
           05  WS-RTN-DATE-TXT       PIC X(8)   VALUE SPACES.
           05  WS-RTN-DATE-LEN       PIC 9(2)   VALUE 0.
           05  WS-RTN-DATE-NUM       PIC 9(8)   VALUE 0.
           05  WS-RTN-REC-INT        PIC 9(8)   VALUE 0.
           05  WS-RTN-TODAY-INT      PIC 9(8)   VALUE 0.
           05  WS-RTN-AGE            PIC 9(6)   VALUE 0.
           05  WS-RTN-IS-HELD        PIC 9(1)   VALUE 0.
           05  WS-RTN-PFX-LEN        PIC 9(2)   VALUE 0.

      *> Masked copies of production data (--mask <rules-file>
      *> [<out-dir>], default out-dir "masked"). One rules-file line
      *> per masked field - "<data-file> <field> <method> [<arg>]":
      *>   field   KEY (the whole key), KEY.<n> (part n of the key
      *>           split at "#") or VALUE.<n> (part n of the value
      *>           split at "|")
      *>   method  FAKE [<prefix>]  - "<prefix>nnnn", one per distinct
      *>                              value, first seen first
      *>           HASH             - "H" and a salted 9-digit fold
      *>                              (MASK-SALT cobalt.cfg key)
      *>           SHIFT <+/-days>  - a YYMMDD/YYYYMMDD date moved by
      *>                              that many days, same width
      *>           BLANK            - emptied
      *> The fake map is shared by every file of the run, so one
      *> student key masks to one fake in quiz-attempts.dat and
      *> reg-students.dat alike and the copies still join; HASH is
      *> consistent by construction. Control records (keys starting
      *> "#") pass through, "#VER" lines carrying the masked key.
      *> TRAIN-SOURCE <dir> in cobalt.cfg makes --train seed its
      *> shadows from the masked copies.
       01  WS-MSK-SCRATCH.
           05  WS-MSK-RULES-PATH     PIC X(200) VALUE SPACES.
           05  WS-MSK-OUT-DIR        PIC X(80)  VALUE SPACES.
           05  WS-MSK-OUT-PATH       PIC X(200) VALUE SPACES.
           05  WS-MSK-OUT-STATUS     PIC X(2)   VALUE SPACES.
           05  WS-MSK-RPT-PATH       PIC X(60)
                                     VALUE "mask-report.rpt".
           05  WS-MSK-SALT           PIC X(20)
                                     VALUE "COBALT-MASK".
           05  WS-MSK-TRAIN-SOURCE   PIC X(80)  VALUE SPACES.
           05  WS-MSK-CMD            PIC X(400) VALUE SPACES.
           05  WS-MSK-EOF            PIC 9(1)   VALUE 0.
           05  WS-MSK-NO-COUNT       PIC 9(1)   VALUE 0.
           05  WS-MSK-RULE-COUNT     PIC 9(2)   VALUE 0.
           05  WS-MSK-RULE OCCURS 50 TIMES.
               10  MSK-RULE-FILE     PIC X(80).
               10  MSK-RULE-FIELD    PIC X(12).
               10  MSK-RULE-SIDE     PIC X(1).
               10  MSK-RULE-PART     PIC 9(2).
               10  MSK-RULE-METHOD   PIC X(6).
               10  MSK-RULE-ARG      PIC X(20).
               10  MSK-RULE-SHIFT    PIC S9(5).
               10  MSK-RULE-MASKED   PIC 9(6).
           05  WS-MSK-RULE-IDX       PIC 9(2)   VALUE 0.
           05  WS-MSK-BAD-RULES      PIC 9(3)   VALUE 0.
           05  WS-MSK-F-FILE         PIC X(80)  VALUE SPACES.
           05  WS-MSK-F-FIELD        PIC X(12)  VALUE SPACES.
           05  WS-MSK-F-METHOD       PIC X(10)  VALUE SPACES.
           05  WS-MSK-F-ARG          PIC X(20)  VALUE SPACES.
           05  WS-MSK-F-SIDE         PIC X(10)  VALUE SPACES.
           05  WS-MSK-F-PART         PIC X(10)  VALUE SPACES.
      *> Data files in first-named order, each copied once.
           05  WS-MSK-FILE-COUNT     PIC 9(2)   VALUE 0.
           05  WS-MSK-FILE OCCURS 20 TIMES
                                     PIC X(80).
           05  WS-MSK-FILE-IDX       PIC 9(2)   VALUE 0.
           05  WS-MSK-HIT            PIC 9(2)   VALUE 0.
           05  WS-MSK-CUR-FILE       PIC X(80)  VALUE SPACES.
      *> One line in the making - key and value, each cut into its
      *> parts and joined back after the rules have run.
           05  WS-MSK-LINE           PIC X(200) VALUE SPACES.
           05  WS-MSK-KEY            PIC X(80)  VALUE SPACES.
           05  WS-MSK-VALUE          PIC X(200) VALUE SPACES.
           05  WS-MSK-HAS-VALUE      PIC 9(1)   VALUE 0.
           05  WS-MSK-VER-TAG        PIC X(10)  VALUE SPACES.
           05  WS-MSK-VER-NUM        PIC X(20)  VALUE SPACES.
           05  WS-MSK-PTR            PIC 9(3)   VALUE 0.
           05  WS-MSK-SRC            PIC X(200) VALUE SPACES.
           05  WS-MSK-DELIM          PIC X(1)   VALUE SPACES.
           05  WS-MSK-PART-COUNT     PIC 9(2)   VALUE 0.
           05  WS-MSK-PART OCCURS 20 TIMES
                                     PIC X(80).
           05  WS-MSK-PART-IDX       PIC 9(2)   VALUE 0.
           05  WS-MSK-TALLY          PIC 9(3)   VALUE 0.
           05  WS-MSK-JOINED         PIC X(200) VALUE SPACES.
           05  WS-MSK-LEN            PIC 9(3)   VALUE 0.
           05  WS-MSK-RECORDS        PIC 9(6)   VALUE 0.
           05  WS-MSK-TOT-RECORDS    PIC 9(7)   VALUE 0.
           05  WS-MSK-TOT-MASKED     PIC 9(7)   VALUE 0.
           05  WS-MSK-FILES-DONE     PIC 9(2)   VALUE 0.
      *> One value through its method.
           05  WS-MSK-IN             PIC X(80)  VALUE SPACES.
           05  WS-MSK-OUT            PIC X(80)  VALUE SPACES.
           05  WS-MSK-CHANGED        PIC 9(1)   VALUE 0.
           05  WS-MSK-HASH           PIC 9(9)   VALUE 0.
           05  WS-MSK-SALTED         PIC X(110) VALUE SPACES.
           05  WS-MSK-HASH-IDX       PIC 9(3)   VALUE 0.
           05  WS-MSK-HASH-LEN       PIC 9(3)   VALUE 0.
           05  WS-MSK-DATE-NUM       PIC 9(8)   VALUE 0.
           05  WS-MSK-DATE-INT       PIC S9(9)  VALUE 0.
           05  WS-MSK-DATE-OUT       PIC 9(8)   VALUE 0.
           05  WS-MSK-SEQ-EDIT       PIC 9(4)   VALUE 0.
           05  WS-MSK-COUNT-EDIT     PIC Z(5)9  VALUE ZERO.
           05  WS-MSK-MAP-COUNT      PIC 9(4)   VALUE 0.
           05  WS-MSK-MAP OCCURS 500 TIMES.
               10  MSK-MAP-IN        PIC X(80).
               10  MSK-MAP-OUT       PIC X(30).
           05  WS-MSK-MAP-IDX        PIC 9(4)   VALUE 0.
           05  WS-MSK-MAP-HIT        PIC 9(4)   VALUE 0.
           05  WS-MSK-MAP-WARNED     PIC 9(1)   VALUE 0.

      *> Cross-file referential integrity check (--ref-check
      *> <rules-file> [<threshold>]). One rules-file line per
      *> relationship -
      *>   RULE <name> <child-file> <field> <parent-file> <field>
      *>   THRESHOLD <n>
      *> where a field is KEY (text before the first "|"), KEY.<n>
      *> (part n of that key split at "#"), VALUE.<n> (part n of the
      *> value split at "|"), COLS.<start>.<width> (fixed columns of
      *> a positioned record such as todo-tasks.dat's TASK-REC) or,
      *> on the parent side only, LINE (the record's position among
      *> the file's data lines - a question's bank number). Every
      *> child value must name a parent value; a blank child value
      *> refers to nothing and is not checked. A child KEY rule
      *> finds ORPHAN records, any other field DANGLING references.
      *> Encrypted files ("#KEY" header) are read through the at-
      *> rest cipher; "#" control lines and blank slots are skipped.
      *> Violations above the threshold (default 0) end the run with
      *> exit code 4, so a scheduled step shows on the board.
       01  WS-REF-SCRATCH.
           05  WS-REF-RULES-PATH     PIC X(200) VALUE SPACES.
           05  WS-REF-THRESHOLD      PIC 9(6)   VALUE 0.
           05  WS-REF-BAD-RULES      PIC 9(3)   VALUE 0.
           05  WS-REF-EOF            PIC 9(1)   VALUE 0.
           05  WS-REF-LINE           PIC X(200) VALUE SPACES.
           05  WS-REF-RULE-COUNT     PIC 9(2)   VALUE 0.
           05  WS-REF-RULE OCCURS 30 TIMES.
               10  REF-RULE-NAME     PIC X(20).
               10  REF-RULE-CHILD    PIC X(80).
               10  REF-RULE-C-SPEC   PIC X(16).
               10  REF-RULE-C-SIDE   PIC X(1).
               10  REF-RULE-C-PART   PIC 9(3).
               10  REF-RULE-C-WIDTH  PIC 9(3).
               10  REF-RULE-PARENT   PIC X(80).
               10  REF-RULE-P-SPEC   PIC X(16).
               10  REF-RULE-P-SIDE   PIC X(1).
               10  REF-RULE-P-PART   PIC 9(3).
               10  REF-RULE-P-WIDTH  PIC 9(3).
               10  REF-RULE-KIND     PIC X(8).
               10  REF-RULE-CHECKED  PIC 9(6).
               10  REF-RULE-BAD      PIC 9(6).
               10  REF-RULE-NOTE     PIC X(30).
           05  WS-REF-RULE-IDX       PIC 9(2)   VALUE 0.
           05  WS-REF-F-WORD         PIC X(10)  VALUE SPACES.
           05  WS-REF-F-NAME         PIC X(20)  VALUE SPACES.
           05  WS-REF-F-CHILD        PIC X(80)  VALUE SPACES.
           05  WS-REF-F-C-SPEC       PIC X(16)  VALUE SPACES.
           05  WS-REF-F-PARENT       PIC X(80)  VALUE SPACES.
           05  WS-REF-F-P-SPEC       PIC X(16)  VALUE SPACES.
           05  WS-REF-F-JUNK         PIC X(20)  VALUE SPACES.
      *> One field spec taken apart - side K/V/C/L, the part number
      *> (or starting column) and, for COLS, the width.
           05  WS-REF-SPEC           PIC X(16)  VALUE SPACES.
           05  WS-REF-SPEC-A         PIC X(8)   VALUE SPACES.
           05  WS-REF-SPEC-B         PIC X(8)   VALUE SPACES.
           05  WS-REF-SPEC-C         PIC X(8)   VALUE SPACES.
           05  WS-REF-SIDE           PIC X(1)   VALUE SPACES.
           05  WS-REF-PART           PIC 9(3)   VALUE 0.
           05  WS-REF-WIDTH          PIC 9(3)   VALUE 0.
           05  WS-REF-SPEC-OK        PIC 9(1)   VALUE 0.
      *> The parent's values for the rule in hand.
           05  WS-REF-PVAL-COUNT     PIC 9(4)   VALUE 0.
           05  WS-REF-PVAL OCCURS 3000 TIMES
                                     PIC X(40).
           05  WS-REF-PVAL-IDX       PIC 9(4)   VALUE 0.
           05  WS-REF-PVAL-FULL      PIC 9(1)   VALUE 0.
           05  WS-REF-HIT            PIC 9(1)   VALUE 0.
      *> One data file being read - plain or encrypted, the line
      *> number and data-line ordinal, and the value taken out.
           05  WS-REF-FILE           PIC X(80)  VALUE SPACES.
           05  WS-REF-FOUND          PIC 9(1)   VALUE 0.
           05  WS-REF-CRYPT          PIC 9(1)   VALUE 0.
           05  WS-REF-LINE-NO        PIC 9(6)   VALUE 0.
           05  WS-REF-DATA-NO        PIC 9(6)   VALUE 0.
           05  WS-REF-KEY            PIC X(80)  VALUE SPACES.
           05  WS-REF-VAL            PIC X(40)  VALUE SPACES.
           05  WS-REF-SRC            PIC X(200) VALUE SPACES.
           05  WS-REF-DELIM          PIC X(1)   VALUE SPACES.
           05  WS-REF-PTR            PIC 9(3)   VALUE 0.
           05  WS-REF-PART-IDX       PIC 9(3)   VALUE 0.
           05  WS-REF-NUM-EDIT       PIC Z(5)9  VALUE ZERO.
           05  WS-REF-TOTAL-BAD      PIC 9(7)   VALUE 0.
           05  WS-REF-TOTAL-CHECKED  PIC 9(7)   VALUE 0.
           05  WS-REF-CHK-EDIT       PIC Z(6)9  VALUE ZERO.
           05  WS-REF-BAD-EDIT       PIC Z(6)9  VALUE ZERO.

      *> Keyed-file compare (--compare <file> <other-file|gen>
      *> [SCREEN|SPOOL]). The second argument is another keyed file
      *> or, when no file of that name exists, a --backup generation
      *> whose stored copy of the first file (found through
      *> backup.idx) stands in as the old side. Both files' records
      *> go through one SORT on key, the old file's ahead of the
      *> new one's, so each key comes back with its pair - ADDED
      *> (only in the new), DELETED (only in the old) or CHANGED,
      *> the old and new values then listed side by side one "|"
      *> part per line with a "*" against each part that differs.
      *> "#" control lines and blank slots are not records; should
      *> a key repeat in one file its last record counts. Output
      *> goes to the console and to one spool job unless the third
      *> argument names just one; any difference ends the run with
      *> exit code 4.
       01  WS-CMP-SCRATCH.
           05  WS-CMP-FILE-A         PIC X(80)  VALUE SPACES.
           05  WS-CMP-FILE-B         PIC X(80)  VALUE SPACES.
           05  WS-CMP-GEN            PIC X(20)  VALUE SPACES.
           05  WS-CMP-STORED         PIC X(80)  VALUE SPACES.
           05  WS-CMP-LABEL-A        PIC X(80)  VALUE SPACES.
           05  WS-CMP-LABEL-B        PIC X(80)  VALUE SPACES.
           05  WS-CMP-ERROR          PIC X(80)  VALUE SPACES.
           05  WS-CMP-TO-SCREEN      PIC 9(1)   VALUE 1.
           05  WS-CMP-TO-SPOOL       PIC 9(1)   VALUE 1.
           05  WS-CMP-SIDE           PIC 9(1)   VALUE 0.
           05  WS-CMP-EOF            PIC 9(1)   VALUE 0.
           05  WS-CMP-HAVE-KEY       PIC 9(1)   VALUE 0.
           05  WS-CMP-CUR-KEY        PIC X(200) VALUE SPACES.
           05  WS-CMP-HAS-A          PIC 9(1)   VALUE 0.
           05  WS-CMP-HAS-B          PIC 9(1)   VALUE 0.
           05  WS-CMP-VAL-A          PIC X(200) VALUE SPACES.
           05  WS-CMP-VAL-B          PIC X(200) VALUE SPACES.
           05  WS-CMP-REC-KEY        PIC X(200) VALUE SPACES.
           05  WS-CMP-REC-VAL        PIC X(200) VALUE SPACES.
           05  WS-CMP-RECS-A         PIC 9(7)   VALUE 0.
           05  WS-CMP-RECS-B         PIC 9(7)   VALUE 0.
           05  WS-CMP-ADDED          PIC 9(7)   VALUE 0.
           05  WS-CMP-DELETED        PIC 9(7)   VALUE 0.
           05  WS-CMP-CHANGED        PIC 9(7)   VALUE 0.
           05  WS-CMP-SAME           PIC 9(7)   VALUE 0.
           05  WS-CMP-NUM-EDIT       PIC Z(6)9  VALUE ZERO.
           05  WS-CMP-SUM-LABEL      PIC X(20)  VALUE SPACES.
      *> A changed record's values taken apart at "|".
           05  WS-CMP-PART-A OCCURS 20 TIMES
                                     PIC X(60).
           05  WS-CMP-PART-B OCCURS 20 TIMES
                                     PIC X(60).
           05  WS-CMP-PARTS-A        PIC 9(2)   VALUE 0.
           05  WS-CMP-PARTS-B        PIC 9(2)   VALUE 0.
           05  WS-CMP-PARTS-MAX      PIC 9(2)   VALUE 0.
           05  WS-CMP-PART-IDX       PIC 9(2)   VALUE 0.
           05  WS-CMP-PART-NUM       PIC Z9     VALUE ZERO.
           05  WS-CMP-PTR            PIC 9(3)   VALUE 0.

      *> Record change history (--key-history <keyed-file>
      *> [<key|prefix*>], the console inquiry, and
      *> --key-history-report <keyed-file> <key|prefix*>, the same
      *> listing as a spool job for a batch step). Every journal of
      *> the file is read oldest first - the closed segments listed
      *> in "<file>.jrx", then the live "<file>.jrn" - and each
      *> change to a matching key is kept with its operation, the
      *> value before and after, session, operator and time. A key
      *> ending in "*" is a prefix ("*" alone takes every key). A
      *> journal written before records carried their stamps shows
      *> no time or operator, and its before values are taken from
      *> the previous change the history holds for the key. A CLOSE
      *> segment is marked in the listing where the period reset
      *> the file.
       01  WS-KHS-SCRATCH.
           05  WS-KHS-FILE           PIC X(200) VALUE SPACES.
           05  WS-KHS-WANT           PIC X(30)  VALUE SPACES.
           05  WS-KHS-WANT-LEN       PIC 9(2)   VALUE 0.
           05  WS-KHS-IS-PREFIX      PIC 9(1)   VALUE 0.
           05  WS-KHS-READ           PIC 9(4)   VALUE 0.
           05  WS-KHS-SOURCE         PIC X(8)   VALUE SPACES.
           05  WS-KHS-FULL           PIC 9(1)   VALUE 0.
           05  WS-KHS-COUNT          PIC 9(4)   VALUE 0.
           05  WS-KHS-ENTRY OCCURS 500 TIMES.
               10  KHS-OP            PIC X(1).
               10  KHS-DATE          PIC X(6).
               10  KHS-TIME          PIC X(6).
               10  KHS-SESSION       PIC X(8).
               10  KHS-OPERATOR      PIC X(20).
               10  KHS-KEY           PIC X(30).
               10  KHS-BEF-FLAG      PIC X(1).
               10  KHS-BEFORE        PIC X(160).
               10  KHS-AFTER         PIC X(160).
               10  KHS-SOURCE        PIC X(8).
           05  WS-KHS-IDX            PIC 9(4)   VALUE 0.
           05  WS-KHS-SCAN           PIC 9(4)   VALUE 0.
           05  WS-KHS-HIT            PIC 9(1)   VALUE 0.
           05  WS-KHS-PRIOR          PIC 9(4)   VALUE 0.
      *> One journal record taken apart, and the before-image line
      *> waiting for the record it belongs to.
           05  WS-KHS-OP-PART        PIC X(48)  VALUE SPACES.
           05  WS-KHS-KEY-PART       PIC X(30)  VALUE SPACES.
           05  WS-KHS-VAL            PIC X(160) VALUE SPACES.
           05  WS-KHS-PTR            PIC 9(3)   VALUE 0.
           05  WS-KHS-S-OP           PIC X(1)   VALUE SPACES.
           05  WS-KHS-S-DATE         PIC X(6)   VALUE SPACES.
           05  WS-KHS-S-TIME         PIC X(6)   VALUE SPACES.
           05  WS-KHS-S-SESSION      PIC X(8)   VALUE SPACES.
           05  WS-KHS-S-OPERATOR     PIC X(20)  VALUE SPACES.
           05  WS-KHS-B-HAVE         PIC 9(1)   VALUE 0.
           05  WS-KHS-B-KEY          PIC X(30)  VALUE SPACES.
           05  WS-KHS-B-VAL          PIC X(160) VALUE SPACES.
      *> Listing and console paging.
           05  WS-KHS-TO-SPOOL       PIC 9(1)   VALUE 0.
           05  WS-KHS-OP-NAME        PIC X(7)   VALUE SPACES.
           05  WS-KHS-SEQ-EDIT       PIC Z(3)9  VALUE ZERO.
           05  WS-KHS-TOP            PIC 9(4)   VALUE 0.
           05  WS-KHS-LAST           PIC 9(4)   VALUE 0.
           05  WS-KHS-PAGE-SIZE      PIC 9(2)   VALUE 5.
           05  WS-KHS-DONE           PIC 9(1)   VALUE 0.
           05  WS-KHS-CMD-LINE       PIC X(80)  VALUE SPACES.
           05  WS-KHS-VERB           PIC X(10)  VALUE SPACES.
           05  WS-KHS-ARG            PIC X(40)  VALUE SPACES.
           05  WS-KHS-TOP-EDIT       PIC Z(3)9  VALUE ZERO.
           05  WS-KHS-LAST-EDIT      PIC Z(3)9  VALUE ZERO.
           05  WS-KHS-COUNT-EDIT     PIC Z(3)9  VALUE ZERO.

      *> Standby replication by journal shipping. --ship-journals
      *> (the primary side, run on a cycle) cuts each STANDBY-FILES
      *> file's live journal as a ROTATE segment and copies every
      *> closed segment, and every audit archive, not yet shipped
      *> into STANDBY-DIR, seeding a standby copy of the file the
      *> first time round. --standby-apply replays the shipped
      *> segments onto those copies and reports how far behind the
      *> standby runs, in records and minutes; --switchover checks
      *> the standby is complete before operators are pointed at it.
      *> STANDBY-DIR holds
      *>   ship.idx   SEED <file> <yymmdd> <hhmmss>
      *>              SEG  <file> <segment> <reason> <records>
      *>                   <yymmdd> <hhmmss>
      *>              SKIP <file> <segment>   (already in the seed)
      *>              TRL  <file> <records> <checksum> <yymmdd>
      *>                   <hhmmss>          (primary, at the ship)
      *>              AUD  <archive>
      *>   apply.idx  one line per segment replayed on the standby
      *> and the copies themselves, named by the primary path with
      *> "/" turned to "_". Keyed files carry no #TRAILER of their
      *> own, so the TRL line is worked out the same way over the
      *> data records - summed record by record, as a replayed copy
      *> holds its records in a different order from the primary.
       01  WS-SBY-SCRATCH.
           05  WS-SBY-DIR            PIC X(60)  VALUE "standby".
           05  WS-SBY-FILES-TXT      PIC X(200) VALUE SPACES.
           05  WS-SBY-LAG-RECS-MAX   PIC 9(6)   VALUE 0.
           05  WS-SBY-LAG-MINS-MAX   PIC 9(6)   VALUE 0.
           05  WS-SBY-SHIP-PATH      PIC X(80)  VALUE SPACES.
           05  WS-SBY-APPLY-PATH     PIC X(80)  VALUE SPACES.
           05  WS-SBY-LIST-PATH      PIC X(80)  VALUE SPACES.
           05  WS-SBY-CMD            PIC X(400) VALUE SPACES.
           05  WS-SBY-FORCE          PIC 9(1)   VALUE 0.
           05  WS-SBY-EOF            PIC 9(1)   VALUE 0.
           05  WS-SBY-STOP           PIC 9(1)   VALUE 0.
           05  WS-SBY-FILE-COUNT     PIC 9(2)   VALUE 0.
           05  WS-SBY-FILE-ENTRY OCCURS 20 TIMES.
               10  SBY-FILE          PIC X(80).
               10  SBY-FLAT          PIC X(80).
               10  SBY-LISTED        PIC 9(1).
               10  SBY-SEEDED        PIC 9(1).
               10  SBY-SEED-DATE     PIC X(6).
               10  SBY-SEED-TIME     PIC X(6).
               10  SBY-TRL-COUNT     PIC X(9).
               10  SBY-TRL-SUM       PIC X(9).
               10  SBY-TRL-DATE      PIC X(6).
               10  SBY-TRL-TIME      PIC X(6).
               10  SBY-LAG-RECS      PIC 9(6).
               10  SBY-LAG-MINS      PIC 9(6).
           05  WS-SBY-FIDX           PIC 9(2)   VALUE 0.
           05  WS-SBY-FOUND-FIDX     PIC 9(2)   VALUE 0.
           05  WS-SBY-SHIP-COUNT     PIC 9(4)   VALUE 0.
           05  WS-SBY-SHIP-ENTRY OCCURS 999 TIMES.
               10  SHP-KIND          PIC X(4).
               10  SHP-FILE          PIC X(80).
               10  SHP-NAME          PIC X(100).
               10  SHP-REASON        PIC X(8).
               10  SHP-RECS          PIC 9(6).
               10  SHP-DATE          PIC X(6).
               10  SHP-TIME          PIC X(6).
               10  SHP-APPLIED       PIC 9(1).
           05  WS-SBY-SIDX           PIC 9(4)   VALUE 0.
           05  WS-SBY-FOUND-SIDX     PIC 9(4)   VALUE 0.
      *> One ship.idx line taken apart.
           05  WS-SBY-W1             PIC X(4)   VALUE SPACES.
           05  WS-SBY-W2             PIC X(80)  VALUE SPACES.
           05  WS-SBY-W3             PIC X(100) VALUE SPACES.
           05  WS-SBY-W4             PIC X(9)   VALUE SPACES.
           05  WS-SBY-W5             PIC X(9)   VALUE SPACES.
           05  WS-SBY-W6             PIC X(6)   VALUE SPACES.
           05  WS-SBY-W7             PIC X(6)   VALUE SPACES.
           05  WS-SBY-NAME           PIC X(100) VALUE SPACES.
           05  WS-SBY-PATH           PIC X(200) VALUE SPACES.
           05  WS-SBY-SRC            PIC X(200) VALUE SPACES.
      *> Run totals.
           05  WS-SBY-SEEDS          PIC 9(4)   VALUE 0.
           05  WS-SBY-SHIPPED        PIC 9(4)   VALUE 0.
           05  WS-SBY-ARCHIVES       PIC 9(4)   VALUE 0.
           05  WS-SBY-APPLIED-SEGS   PIC 9(4)   VALUE 0.
           05  WS-SBY-APPLIED-RECS   PIC 9(6)   VALUE 0.
           05  WS-SBY-PROBLEMS       PIC 9(4)   VALUE 0.
           05  WS-SBY-VERIFIED       PIC 9(4)   VALUE 0.
      *> Trailer arithmetic and lag.
           05  WS-SBY-COUNT          PIC 9(9)   VALUE 0.
           05  WS-SBY-SUM            PIC 9(9)   VALUE 0.
           05  WS-SBY-COUNT-TXT      PIC X(9)   VALUE SPACES.
           05  WS-SBY-SUM-TXT        PIC X(9)   VALUE SPACES.
           05  WS-SBY-PEND-RECS      PIC 9(6)   VALUE 0.
           05  WS-SBY-PEND-DATE      PIC X(6)   VALUE SPACES.
           05  WS-SBY-PEND-TIME      PIC X(6)   VALUE SPACES.
           05  WS-SBY-OLDEST         PIC X(12)  VALUE SPACES.
           05  WS-SBY-STAMP          PIC X(12)  VALUE SPACES.
           05  WS-SBY-NOW-MINS       PIC 9(9)   VALUE 0.
           05  WS-SBY-THEN-MINS      PIC 9(9)   VALUE 0.
           05  WS-SBY-LAG-RECS-TOT   PIC 9(6)   VALUE 0.
           05  WS-SBY-LAG-MINS-TOP   PIC 9(6)   VALUE 0.
           05  WS-SBY-UNSHIPPED      PIC 9(6)   VALUE 0.
           05  WS-SBY-OP-PART        PIC X(48)  VALUE SPACES.
           05  WS-SBY-S-OP           PIC X(1)   VALUE SPACES.
           05  WS-SBY-S-DATE         PIC X(6)   VALUE SPACES.
           05  WS-SBY-S-TIME         PIC X(6)   VALUE SPACES.
           05  WS-SBY-LEN            PIC 9(3)   VALUE 0.

      *> Generated maintenance programs. An app's MAINTENANCE
      *> SECTION names a LAYOUT SECTION record, the keyed file it
      *> is kept in and, field by field, how each is checked:
      *>   MAINTENANCE SECTION.
      *>   01  RATE-MAINT RECORD RATE-REC
      *>           FILE "calc-rates.dat" ALTERNATE 1 ROLE "grader".
      *>       05  FIELD RT-RATE REQUIRED RANGE 0.0001 99999.
      *>       05  FIELD RT-BY ROLE "supervisor" HELP "...".
      *> The layout's first field is the key and the rest are the
      *> "|" parts of the value, as --load reads a layout. At load
      *> EXPAND-MAINTENANCE-DEFS writes the whole program out as
      *> ordinary source lines after the app's own - the state, a
      *> screen named after the definition (key entry, a START/READ
      *> NEXT browse, the form, Add/Change/Delete gated by ROLE with
      *> a confirmation before a delete, a sign-in) and its
      *> paragraphs - so the parser, --check and the runtime treat
      *> it as hand-written source. REQUIRED, NUMERIC and RANGE are
      *> checked by the generated Add and Change; any other clause
      *> (ROLE, HELP, LOOKUP, EDIT-MASK ...) is carried onto the
      *> field's screen line. A layout field the app declares itself
      *> is used as declared. Generated lines are built from the
      *> templates in the GEN-MNT-* paragraphs: a leading digit sets
      *> the indent (4 columns a step) and these marks are filled in
      *>   @ definition name   % key field     & current field
      *>   * its width         ~ its clauses   { } its RANGE
      *>   $ file              ^ ROLE clause   ! ALTERNATE clause
       01  WS-MNT-SCRATCH.
           05  WS-MNT-SRC-COUNT      PIC 9(4)   VALUE 0.
           05  WS-MNT-SCAN-IDX       PIC 9(4)   VALUE 0.
           05  WS-MNT-MODE           PIC 9(1)   VALUE 0.
               88  MNT-SCAN-OTHER        VALUE 0.
               88  MNT-SCAN-WORKING      VALUE 1.
               88  MNT-SCAN-LAYOUT       VALUE 5.
               88  MNT-SCAN-MAINT        VALUE 6.
           05  WS-MNT-FULL           PIC 9(1)   VALUE 0.
           05  WS-MNT-BAD            PIC 9(1)   VALUE 0.
           05  WS-MNT-FOUND          PIC 9(1)   VALUE 0.
      *> Every name WORKING-STORAGE declares, so a layout field or
      *> STATUS-MSG the app already has is not declared twice.
           05  WS-MNT-DECL-COUNT     PIC 9(3)   VALUE 0.
           05  WS-MNT-DECL-NAME      PIC X(30) OCCURS 400 TIMES.
           05  WS-MNT-LEVEL          PIC X(10)  VALUE SPACES.
           05  WS-MNT-WORD           PIC X(30)  VALUE SPACES.
      *> The LAYOUT SECTION records, read ahead of the parse.
           05  WS-MNT-LAY-COUNT      PIC 9(2)   VALUE 0.
           05  WS-MNT-LAY-ENTRY OCCURS 10 TIMES.
               10  MNT-LAY-NAME      PIC X(30).
               10  MNT-LAY-FLD-COUNT PIC 9(2).
               10  MNT-LAY-FLD OCCURS 20 TIMES.
                   15  MNT-LAY-FLD-NAME  PIC X(30).
                   15  MNT-LAY-FLD-WIDTH PIC 9(3).
      *> The MAINTENANCE SECTION definitions and their FIELD lines.
           05  WS-MNT-DEF-COUNT      PIC 9(1)   VALUE 0.
           05  WS-MNT-DEF-ENTRY OCCURS 5 TIMES.
               10  MNT-NAME          PIC X(30).
               10  MNT-RECORD        PIC X(30).
               10  MNT-FILE          PIC X(73).
               10  MNT-ROLE          PIC X(20).
               10  MNT-ALT           PIC X(2).
               10  MNT-SPEC-COUNT    PIC 9(2).
               10  MNT-SPEC OCCURS 20 TIMES.
                   15  MNT-SPEC-NAME     PIC X(30).
                   15  MNT-SPEC-REQ      PIC 9(1).
                   15  MNT-SPEC-NUM      PIC 9(1).
                   15  MNT-SPEC-RANGE    PIC 9(1).
                   15  MNT-SPEC-LOW      PIC X(20).
                   15  MNT-SPEC-HIGH     PIC X(20).
                   15  MNT-SPEC-CLAUSES  PIC X(120).
           05  WS-MNT-D              PIC 9(1)   VALUE 0.
           05  WS-MNT-L              PIC 9(2)   VALUE 0.
           05  WS-MNT-F              PIC 9(2)   VALUE 0.
           05  WS-MNT-S              PIC 9(2)   VALUE 0.
           05  WS-MNT-I              PIC 9(3)   VALUE 0.
           05  WS-MNT-T              PIC 9(2)   VALUE 0.
      *> One template filled in.
           05  WS-MNT-TPL            PIC X(80)  VALUE SPACES.
           05  WS-MNT-TPL-LEN        PIC 9(3)   VALUE 0.
           05  WS-MNT-IND            PIC 9(1)   VALUE 0.
           05  WS-MNT-CH             PIC X(1)   VALUE SPACE.
           05  WS-MNT-OUT            PIC X(160) VALUE SPACES.
           05  WS-MNT-OUT-LEN        PIC 9(3)   VALUE 0.
           05  WS-MNT-PIECE          PIC X(120) VALUE SPACES.
           05  WS-MNT-PIECE-LEN      PIC 9(3)   VALUE 0.
           05  WS-MNT-WIDTH-TXT      PIC Z(2)9  VALUE ZERO.

      *> Ad-hoc query (--query <name|query-file> [SCREEN|SPOOL|CSV]
      *> [<operator> [<password>]]). A saved query is a file of
      *> statements, "*" lines being comments, found by name as
      *> "<QUERY-DIR>/<name>.qry" (cobalt.cfg QUERY-DIR, default
      *> "queries") when the argument is not itself a file:
      *>   FILE <data-file>              the keyed file to read
      *>   APP <app-source>              whose ALLOW list and field
      *>                                 ROLEs the query runs under
      *>   LAYOUT <app-source> <layout>  field names, and APP
      *>   WHERE <field> <op> <value>    EQ NE LT LE GT GE (or = <>
      *>                                 < <= > >=); all must hold
      *>   SORT <field>[,A|D] ...        up to 6 keys
      *>   COLUMNS <field>[,<width>] ... up to 12, in order shown
      *>   TOTAL <field> ...             summed columns
      *>   OUTPUT SCREEN|SPOOL|CSV [<csv-file>]
      *>   TITLE <text>
      *> A field is a layout field name or one of the --ref-check
      *> specs KEY, KEY.<n>, VALUE.<n>, COLS.<start>.<width> and
      *> LINE. A layout field reads a "key|value" record as the
      *> key then the value's "|" parts, as MAINTENANCE SECTION
      *> screens do, and a record with no "|" by its POSITION and
      *> WIDTH. Two numbers compare, and sort, by value; otherwise
      *> text compares as written, and an EQ/NE value ending "*" is
      *> a prefix. The file must pass the "--query" ALLOW entry
      *> and the APP's; any field the APP shows only to a ROLE -
      *> looked up by name, or for a part or column spec by the
      *> layout fields it covers - needs an operator signed in
      *> with that role, so an unattended run never sees one. The
      *> output on the command line overrides the query's; a
      *> scheduled or job-stream run spools what would have gone
      *> to the screen.
       01  WS-QRY-SCRATCH.
           05  WS-QRY-DIR            PIC X(60)  VALUE "queries".
           05  WS-QRY-UNATTENDED     PIC 9(1)   VALUE 0.
           05  WS-QRY-ARG            PIC X(80)  VALUE SPACES.
           05  WS-QRY-PATH           PIC X(200) VALUE SPACES.
           05  WS-QRY-LABEL          PIC X(40)  VALUE SPACES.
           05  WS-QRY-OUT-ARG        PIC X(10)  VALUE SPACES.
           05  WS-QRY-OPERATOR       PIC X(20)  VALUE SPACES.
           05  WS-QRY-ERROR          PIC X(120) VALUE SPACES.
           05  WS-QRY-DENIED-FILE    PIC 9(1)   VALUE 0.
      *> The query's statements.
           05  WS-QRY-EOF            PIC 9(1)   VALUE 0.
           05  WS-QRY-LINE           PIC X(200) VALUE SPACES.
           05  WS-QRY-VERB           PIC X(12)  VALUE SPACES.
           05  WS-QRY-WORD           PIC X(60)  OCCURS 12 TIMES.
           05  WS-QRY-WORD-IDX       PIC 9(2)   VALUE 0.
           05  WS-QRY-PTR            PIC 9(3)   VALUE 0.
           05  WS-QRY-FILE           PIC X(80)  VALUE SPACES.
           05  WS-QRY-APP            PIC X(200) VALUE SPACES.
           05  WS-QRY-LAY-NAME       PIC X(30)  VALUE SPACES.
           05  WS-QRY-LAY-IDX        PIC 9(2)   VALUE 0.
           05  WS-QRY-TITLE          PIC X(60)  VALUE SPACES.
           05  WS-QRY-OUTPUT         PIC X(6)   VALUE "SCREEN".
               88  QRY-TO-SCREEN                VALUE "SCREEN".
               88  QRY-TO-SPOOL                 VALUE "SPOOL".
               88  QRY-TO-CSV                   VALUE "CSV".
           05  WS-QRY-CSV-PATH       PIC X(200) VALUE SPACES.
      *> Every field the query names, once each - how its value is
      *> taken out of a record, its heading and its column width.
           05  WS-QRY-FLD-COUNT      PIC 9(2)   VALUE 0.
           05  WS-QRY-FLD OCCURS 24 TIMES.
               10  QRY-FLD-TEXT      PIC X(30).
               10  QRY-FLD-HEAD      PIC X(30).
               10  QRY-FLD-SIDE      PIC X(1).
               10  QRY-FLD-PART      PIC 9(3).
               10  QRY-FLD-WIDTH     PIC 9(3).
               10  QRY-FLD-LAY-F     PIC 9(2).
           05  WS-QRY-FLD-IDX        PIC 9(2)   VALUE 0.
           05  WS-QRY-FLD-FOUND      PIC 9(2)   VALUE 0.
           05  WS-QRY-FLD-SPEC       PIC X(30)  VALUE SPACES.
           05  WS-QRY-FLD-NAME       PIC X(30)  VALUE SPACES.
           05  WS-QRY-LF-IDX         PIC 9(2)   VALUE 0.
           05  WS-QRY-LF-NAME        PIC X(30)  VALUE SPACES.
           05  WS-QRY-VAL OCCURS 24 TIMES
                                     PIC X(40).
      *> WHERE conditions, SORT keys and COLUMNS, each pointing at
      *> its field.
           05  WS-QRY-WH-COUNT       PIC 9(2)   VALUE 0.
           05  WS-QRY-WH OCCURS 10 TIMES.
               10  QRY-WH-FLD        PIC 9(2).
               10  QRY-WH-OP         PIC X(2).
               10  QRY-WH-VALUE      PIC X(40).
           05  WS-QRY-WH-IDX         PIC 9(2)   VALUE 0.
           05  WS-QRY-OP-TXT         PIC X(4)   VALUE SPACES.
           05  WS-QRY-SK-COUNT       PIC 9(1)   VALUE 0.
           05  WS-QRY-SK OCCURS 6 TIMES.
               10  QRY-SK-FLD        PIC 9(2).
               10  QRY-SK-DIR        PIC X(1).
           05  WS-QRY-SK-IDX         PIC 9(1)   VALUE 0.
           05  WS-QRY-COL-COUNT      PIC 9(2)   VALUE 0.
           05  WS-QRY-COL OCCURS 12 TIMES.
               10  QRY-COL-FLD       PIC 9(2).
               10  QRY-COL-WIDTH     PIC 9(2).
               10  QRY-COL-TOTAL     PIC 9(1).
               10  QRY-COL-SUM       PIC S9(13)V9(4).
           05  WS-QRY-COL-IDX        PIC 9(2)   VALUE 0.
           05  WS-QRY-PART-1         PIC X(30)  VALUE SPACES.
           05  WS-QRY-PART-2         PIC X(30)  VALUE SPACES.
           05  WS-QRY-HAS-TOTALS     PIC 9(1)   VALUE 0.
           05  WS-QRY-TOT-COUNT      PIC 9(2)   VALUE 0.
           05  WS-QRY-TOT-FLD OCCURS 12 TIMES
                                     PIC 9(2).
           05  WS-QRY-TOT-IDX        PIC 9(2)   VALUE 0.
      *> Access - the roles checked against each field the query
      *> touches.
           05  WS-QRY-CHK-LAY        PIC 9(2)   VALUE 0.
           05  WS-QRY-CHK-FROM       PIC 9(2)   VALUE 0.
           05  WS-QRY-CHK-TO         PIC 9(2)   VALUE 0.
           05  WS-QRY-CHK-F          PIC 9(2)   VALUE 0.
           05  WS-QRY-CHK-HIT        PIC 9(1)   VALUE 0.
           05  WS-QRY-CHK-END        PIC 9(3)   VALUE 0.
      *> One record through the selection and the sort.
           05  WS-QRY-PASS           PIC 9(1)   VALUE 0.
           05  WS-QRY-HAS-BAR        PIC 9(2)   VALUE 0.
           05  WS-QRY-NUM-A          PIC S9(13)V9(6) VALUE 0.
           05  WS-QRY-NUM-B          PIC S9(13)V9(6) VALUE 0.
           05  WS-QRY-IS-NUM         PIC 9(1)   VALUE 0.
           05  WS-QRY-CMP            PIC S9(1)  VALUE 0.
           05  WS-QRY-WANT           PIC X(40)  VALUE SPACES.
           05  WS-QRY-WANT-LEN       PIC 9(2)   VALUE 0.
           05  WS-QRY-IS-PREFIX      PIC 9(1)   VALUE 0.
           05  WS-QRY-KEY-AT         PIC 9(3)   VALUE 0.
           05  WS-QRY-KEY-PART       PIC X(40)  VALUE SPACES.
           05  WS-QRY-NUM-KEY        PIC 9(13)V9(6) VALUE 0.
           05  WS-QRY-NUM-KEY-X REDEFINES WS-QRY-NUM-KEY
                                     PIC X(19).
           05  WS-QRY-SEQ            PIC 9(9)   VALUE 0.
           05  WS-QRY-READ           PIC 9(7)   VALUE 0.
           05  WS-QRY-ROWS           PIC 9(7)   VALUE 0.
           05  WS-QRY-SORT-EOF       PIC 9(1)   VALUE 0.
      *> One result row laid out, for the screen, the spool or the
      *> CSV file.
           05  WS-QRY-ROW-LINE       PIC X(132) VALUE SPACES.
           05  WS-QRY-AT             PIC 9(3)   VALUE 0.
           05  WS-QRY-W              PIC 9(2)   VALUE 0.
           05  WS-QRY-CELL           PIC X(40)  VALUE SPACES.
           05  WS-QRY-CELL-LEN       PIC 9(2)   VALUE 0.
           05  WS-QRY-CSV-LINE       PIC X(1000) VALUE SPACES.
           05  WS-QRY-CSV-AT         PIC 9(4)   VALUE 0.
           05  WS-QRY-CSV-CELL       PIC X(82)  VALUE SPACES.
           05  WS-QRY-CSV-CELL-LEN   PIC 9(2)   VALUE 0.
           05  WS-QRY-CH-IDX         PIC 9(2)   VALUE 0.
           05  WS-QRY-QUOTES         PIC 9(2)   VALUE 0.
           05  WS-QRY-SUM-EDIT       PIC -(13)9.9(4).
           05  WS-QRY-NUM-EDIT       PIC Z(6)9  VALUE ZERO.
           05  WS-QRY-NUM-EDIT-2     PIC Z(6)9  VALUE ZERO.
           05  WS-QRY-NUM-EDIT-3     PIC Z(6)9  VALUE ZERO.
      *> The screen's rows, and where the page stands.
           05  WS-QRY-HELD           PIC 9(4)   VALUE 0.
           05  WS-QRY-HELD-ROW OCCURS 500 TIMES
                                     PIC X(132).
           05  WS-QRY-FULL           PIC 9(1)   VALUE 0.
           05  WS-QRY-HEAD-LINE      PIC X(132) VALUE SPACES.
           05  WS-QRY-TOTAL-LINE     PIC X(132) VALUE SPACES.
           05  WS-QRY-IDX            PIC 9(4)   VALUE 0.
           05  WS-QRY-TOP            PIC 9(4)   VALUE 0.
           05  WS-QRY-LAST           PIC 9(4)   VALUE 0.
           05  WS-QRY-PAGE-SIZE      PIC 9(2)   VALUE 15.
           05  WS-QRY-DONE           PIC 9(1)   VALUE 0.
           05  WS-QRY-CMD-LINE       PIC X(80)  VALUE SPACES.

      *> Monthly management pack (--month-pack <yymm> [<gen>]). The
      *> month-end bundle the supervisor used to staple together by
      *> hand - dashboard figures, the shift report, the metrics
      *> rollup, the reconciliation and the spool's unprinted jobs -
      *> rendered as ONE spool job: a cover page, a one-page
      *> exceptions summary, a contents page with page numbers, then
      *> each source in its own section starting on a fresh page.
      *> Every source file is read through a --backup generation
      *> (the newest one unless the command names another) wherever
      *> that generation captured it, and the cover records the
      *> generation, each file's origin and the audit archive range
      *> scanned - the same command line rebuilds the same pack.
       01  WS-MPK-SCRATCH.
           05  WS-MPK-MONTH          PIC X(4)   VALUE SPACES.
           05  WS-MPK-GEN            PIC X(20)  VALUE SPACES.
           05  WS-MPK-GEN-ASKED      PIC 9(1)   VALUE 0.
           05  WS-MPK-TMP-PATH       PIC X(40)
                                     VALUE "month-pack.tmp".
           05  WS-MPK-SRC-ENTRY OCCURS 5 TIMES.
               10  MPK-TITLE         PIC X(30).
               10  MPK-PATH          PIC X(80).
               10  MPK-READ-PATH     PIC X(120).
               10  MPK-FROM          PIC X(30).
               10  MPK-FOUND         PIC 9(1).
               10  MPK-LINES         PIC 9(5).
               10  MPK-FIRST-PAGE    PIC 9(4).
      *> The chosen generation's "original path -> stored copy"
      *> pairs, straight from backup.idx.
           05  WS-MPK-GEN-COUNT      PIC 9(2)   VALUE 0.
           05  WS-MPK-GEN-ENTRY OCCURS 10 TIMES.
               10  MPK-GEN-ORIG      PIC X(80).
               10  MPK-GEN-STORED    PIC X(80).
           05  WS-MPK-WANT           PIC X(80)  VALUE SPACES.
           05  WS-MPK-GOT            PIC X(120) VALUE SPACES.
           05  WS-MPK-GOT-FROM       PIC X(30)  VALUE SPACES.
           05  WS-MPK-STS-FROM       PIC X(30)  VALUE SPACES.
           05  WS-MPK-IDX            PIC 9(2)   VALUE 0.
           05  WS-MPK-IDX2           PIC 9(2)   VALUE 0.
           05  WS-MPK-EOF            PIC 9(1)   VALUE 0.
           05  WS-MPK-LINE           PIC X(132) VALUE SPACES.
      *> Audit range actually found for the month - first and last
      *> archive day, how many, and the records counted from them
      *> and from the live log.
           05  WS-MPK-AUDIT-BASE     PIC X(200) VALUE SPACES.
           05  WS-MPK-DAY            PIC 9(2)   VALUE 0.
           05  WS-MPK-DAY-TXT        PIC X(6)   VALUE SPACES.
           05  WS-MPK-ARCH-FIRST     PIC X(6)   VALUE SPACES.
           05  WS-MPK-ARCH-LAST      PIC X(6)   VALUE SPACES.
           05  WS-MPK-ARCH-COUNT     PIC 9(2)   VALUE 0.
           05  WS-MPK-REC-COUNT      PIC 9(6)   VALUE 0.
           05  WS-MPK-LIVE-COUNT     PIC 9(6)   VALUE 0.
           05  WS-MPK-IN-LIVE        PIC 9(1)   VALUE 0.
      *> Exceptions summary tallies.
           05  WS-MPK-X-VALFAIL      PIC 9(6)   VALUE 0.
           05  WS-MPK-X-BLOCKED      PIC 9(6)   VALUE 0.
           05  WS-MPK-X-DENIED       PIC 9(6)   VALUE 0.
           05  WS-MPK-X-AUTHFAIL     PIC 9(6)   VALUE 0.
           05  WS-MPK-X-IOERR        PIC 9(6)   VALUE 0.
           05  WS-MPK-X-OPSFAIL      PIC 9(6)   VALUE 0.
           05  WS-MPK-X-UNMATCHED    PIC 9(6)   VALUE 0.
           05  WS-MPK-X-UNPRINTED    PIC 9(6)   VALUE 0.
           05  WS-MPK-X-MISSING      PIC 9(2)   VALUE 0.
           05  WS-MPK-X-LIVE         PIC 9(2)   VALUE 0.
           05  WS-MPK-X-TOTAL        PIC 9(7)   VALUE 0.
           05  WS-MPK-BODY-ROWS      PIC 9(3)   VALUE 0.
           05  WS-MPK-PAGES          PIC 9(4)   VALUE 0.
           05  WS-MPK-NEXT-PAGE      PIC 9(4)   VALUE 0.
           05  WS-MPK-CNT-EDIT       PIC ZZZZZ9 VALUE ZERO.
           05  WS-MPK-PAGE-EDIT      PIC ZZZ9   VALUE ZERO.
           05  WS-MPK-LABEL          PIC X(32)  VALUE SPACES.
           05  WS-MPK-COUNT-N        PIC 9(7)   VALUE 0.
      *> dash-stats.dat walk - the file is one value per line:
      *> format tag, KPI count, then per KPI its name and bucket
      *> count followed by label/count/sum/max per bucket.
           05  WS-MPK-DS-STEP        PIC 9(1)   VALUE 0.
           05  WS-MPK-DS-VAL         PIC X(40)  VALUE SPACES.
           05  WS-MPK-DS-NAME        PIC X(12)  VALUE SPACES.
           05  WS-MPK-DS-LEFT        PIC 9(3)   VALUE 0.
           05  WS-MPK-DS-LBL         PIC X(8)   VALUE SPACES.
           05  WS-MPK-DS-CNT         PIC X(12)  VALUE SPACES.
           05  WS-MPK-DS-SUM         PIC X(16)  VALUE SPACES.
           05  WS-MPK-DS-MAX         PIC X(16)  VALUE SPACES.

      *> GENERATE ... PREVIEW pager state. The formatted pages are
      *> rendered to a scratch file first and leafed through on
      *> screen; only a P at the pager turns them into a spool job
      *> the entries whose role they hold (a blank role is open to
      *> everyone, the same default a blank NODE-ROLE takes), and a
      *> chosen app runs through the same lifecycle a CALL statement
      *> gives a callee, returning to the menu when it stops. A 5th
      *> "|dept" part files an entry under one department: it is
      *> listed only while the session is in that department (see
      *> WS-DEPT-SCRATCH), and "D <dept>" at the menu switches for
      *> an operator holding DEPT-SWITCH-ROLE.
       01  WS-CAT-SCRATCH.
           05  WS-CAT-PATH           PIC X(40)
                                     VALUE "cobalt-catalog.dat".
           05  WS-CAT-COUNT          PIC 9(2)   VALUE 0.
           05  WS-CAT-ENTRY OCCURS 40 TIMES.
               10  CAT-NAME          PIC X(20).
               10  CAT-SOURCE        PIC X(80).
               10  CAT-ROLE          PIC X(20).
               10  CAT-DESC          PIC X(60).
               10  CAT-DEPT          PIC X(20).
           05  WS-CAT-VIS-COUNT      PIC 9(2)   VALUE 0.
           05  WS-CAT-VIS-ENTRY OCCURS 40 TIMES
                                     PIC 9(2).
           05  WS-CAT-IDX            PIC 9(2)   VALUE 0.
           05  WS-CAT-NUM            PIC 9(2)   VALUE 0.
           05  WS-XTR-RECS           PIC 9(9)   VALUE 0.
           05  WS-XTR-IDX-EDIT       PIC Z(3)9  VALUE ZERO.

      *> LOAD statement / --load scratch (LOAD-INBOUND-FILE) - the
      *> receiving half of EXTRACT. The held line lags the read by
      *> one record so the last record of the file (the trailer)
      *> is never folded into the hash it is checked against. The
      *> register ("cobalt-loads.dat", appended one line per load
      *> applied) is what refuses the same header ID and date twice.
       01  WS-LOAD-SCRATCH.
           05  WS-LOAD-LAYOUT-NAME   PIC X(30)  VALUE SPACES.
           05  WS-LOAD-IN-PATH       PIC X(200) VALUE SPACES.
           05  WS-LOAD-TO-PATH       PIC X(200) VALUE SPACES.
           05  WS-LOAD-REG-PATH      PIC X(200)
                   VALUE "cobalt-loads.dat".
           05  WS-LOAD-STATUS        PIC X(16)  VALUE SPACES.
           05  WS-LOAD-BATCH-FLAG    PIC 9(1)   VALUE 0.
               88  LOAD-IS-BATCH     VALUE 1.
           05  WS-LOAD-LAYDEF-IDX    PIC 9(2)   VALUE 0.
           05  WS-LOAD-FLD-IDX       PIC 9(2)   VALUE 0.
           05  WS-LOAD-EOF           PIC 9(1)   VALUE 0.
           05  WS-LOAD-LINES         PIC 9(9)   VALUE 0.
           05  WS-LOAD-DETAILS       PIC 9(9)   VALUE 0.
           05  WS-LOAD-HASH          PIC 9(9)   VALUE 0.
           05  WS-LOAD-HDR-LINE      PIC X(200) VALUE SPACES.
           05  WS-LOAD-HELD-LINE     PIC X(200) VALUE SPACES.
           05  WS-LOAD-HDR-ID        PIC X(30)  VALUE SPACES.
           05  WS-LOAD-HDR-DATE      PIC X(6)   VALUE SPACES.
           05  WS-LOAD-HDR-TIME      PIC X(6)   VALUE SPACES.
           05  WS-LOAD-TRL-COUNT     PIC 9(9)   VALUE 0.
           05  WS-LOAD-TRL-HASH      PIC 9(9)   VALUE 0.
           05  WS-LOAD-NEW-KEYS      PIC 9(4)   VALUE 0.
           05  WS-LOAD-ADDED         PIC 9(4)   VALUE 0.
           05  WS-LOAD-REPLACED      PIC 9(4)   VALUE 0.
           05  WS-LOAD-APPLIED       PIC 9(4)   VALUE 0.
           05  WS-LOAD-KEY           PIC X(30)  VALUE SPACES.
           05  WS-LOAD-VALUE         PIC X(160) VALUE SPACES.
           05  WS-LOAD-VAL-PTR       PIC 9(3)   VALUE 0.
           05  WS-LOAD-PART          PIC X(80)  VALUE SPACES.
           05  WS-LOAD-ACTION        PIC X(8)   VALUE SPACES.
           05  WS-LOAD-REG-ID        PIC X(30)  VALUE SPACES.
           05  WS-LOAD-REG-DATE      PIC X(6)   VALUE SPACES.
           05  WS-LOAD-DUP-FOUND     PIC 9(1)   VALUE 0.

      *> TRANSFER statement / --transfer scratch (TRANSFER-OUTBOUND-
      *> FILES) - the sending half of the partner interfaces. The
      *> partner table ("cobalt-partners.cfg", or the PARTNER-FILE
      *> cobalt.cfg key) holds one "PARTNER <name> <drop-dir>
      *> <file-pattern> <ack-pattern> <ack-minutes>" line per
      *> partner; the ack pattern's "*" stands for the delivered
      *> file's own name. The transmission log ("cobalt-
      *> transmissions.dat", rewritten whole like every queue here)
      *> keeps one line per send - what went where, its content
      *> hash, when it was sent, when its acknowledgment falls due
      *> (absolute seconds, day number * 86400 + second of day) and
      *> the state it has reached: SENT, CONFIRMED or OVERDUE.
       01  WS-XMIT-SCRATCH.
           05  WS-XMIT-PARTNER-DEFAULT
                                     PIC X(200)
                   VALUE "cobalt-partners.cfg".
           05  WS-XMIT-PARTNER-PATH  PIC X(200) VALUE SPACES.
           05  WS-XMIT-LOG-PATH      PIC X(200)
                   VALUE "cobalt-transmissions.dat".
           05  WS-XMIT-LOG-STATUS    PIC X(2)   VALUE SPACES.
           05  WS-XMIT-LST-PATH      PIC X(200)
                   VALUE "cobalt-transfer.lst".
           05  WS-XMIT-BATCH-FLAG    PIC 9(1)   VALUE 0.
               88  XMIT-IS-BATCH     VALUE 1.
           05  WS-XMIT-STATUS-ONLY   PIC 9(1)   VALUE 0.
               88  XMIT-IS-STATUS-ONLY
                                     VALUE 1.
           05  WS-XMIT-PTN-COUNT     PIC 9(2)   VALUE 0.
           05  WS-XMIT-PTN-ENTRY OCCURS 20 TIMES.
               10  XMIT-PTN-NAME     PIC X(16).
               10  XMIT-PTN-DIR      PIC X(100).
               10  XMIT-PTN-PATTERN  PIC X(60).
               10  XMIT-PTN-ACK      PIC X(40).
               10  XMIT-PTN-MINUTES  PIC 9(5).
           05  WS-XMIT-PTN-IDX       PIC 9(2)   VALUE 0.
           05  WS-XMIT-COUNT         PIC 9(3)   VALUE 0.
           05  WS-XMIT-ENTRY OCCURS 200 TIMES.
               10  XMIT-ID           PIC X(7).
               10  XMIT-PARTNER      PIC X(16).
               10  XMIT-SOURCE       PIC X(60).
               10  XMIT-DELIVERED    PIC X(100).
               10  XMIT-ACK-PATH     PIC X(100).
               10  XMIT-HASH         PIC 9(9).
               10  XMIT-SENT-DATE    PIC X(6).
               10  XMIT-SENT-TIME    PIC X(6).
               10  XMIT-DUE-SECS     PIC 9(11).
               10  XMIT-STATE        PIC X(9).
               10  XMIT-STATE-DATE   PIC X(6).
               10  XMIT-STATE-TIME   PIC X(6).
           05  WS-XMIT-IDX           PIC 9(3)   VALUE 0.
           05  WS-XMIT-FOUND-IDX     PIC 9(3)   VALUE 0.
           05  WS-XMIT-LAST-SEQ      PIC 9(6)   VALUE 0.
           05  WS-XMIT-SEQ-TXT       PIC X(6)   VALUE SPACES.
           05  WS-XMIT-EOF           PIC 9(1)   VALUE 0.
           05  WS-XMIT-LST-EOF       PIC 9(1)   VALUE 0.
           05  WS-XMIT-KEYWORD       PIC X(16)  VALUE SPACES.
           05  WS-XMIT-MINUTES-TXT   PIC X(10)  VALUE SPACES.
           05  WS-XMIT-NUM-TXT       PIC X(12)  VALUE SPACES.
           05  WS-XMIT-SOURCE        PIC X(60)  VALUE SPACES.
           05  WS-XMIT-BASE-NAME     PIC X(60)  VALUE SPACES.
           05  WS-XMIT-SLASH-POS     PIC 9(3)   VALUE 0.
           05  WS-XMIT-CHAR-IDX      PIC 9(3)   VALUE 0.
           05  WS-XMIT-ACK-PRE       PIC X(40)  VALUE SPACES.
           05  WS-XMIT-ACK-POST      PIC X(40)  VALUE SPACES.
           05  WS-XMIT-ACK-PATH      PIC X(100) VALUE SPACES.
           05  WS-XMIT-DELIVERED     PIC X(100) VALUE SPACES.
           05  WS-XMIT-SEEN-PATH     PIC X(120) VALUE SPACES.
           05  WS-XMIT-HASH          PIC 9(9)   VALUE 0.
           05  WS-XMIT-HAVE-FILE     PIC 9(1)   VALUE 0.
           05  WS-XMIT-CMD           PIC X(400) VALUE SPACES.
           05  WS-XMIT-NOW-SECS      PIC 9(11)  VALUE 0.
           05  WS-XMIT-DATE-8        PIC 9(8)   VALUE 0.
           05  WS-XMIT-ACTION        PIC X(9)   VALUE SPACES.
           05  WS-XMIT-SENT          PIC 9(4)   VALUE 0.
           05  WS-XMIT-UNCHANGED     PIC 9(4)   VALUE 0.
           05  WS-XMIT-FAILED        PIC 9(4)   VALUE 0.
           05  WS-XMIT-CONFIRMED     PIC 9(4)   VALUE 0.
           05  WS-XMIT-NEW-OVERDUE   PIC 9(4)   VALUE 0.
           05  WS-XMIT-PENDING       PIC 9(4)   VALUE 0.
           05  WS-XMIT-OVERDUE       PIC 9(4)   VALUE 0.
           05  WS-XMIT-DONE          PIC 9(4)   VALUE 0.
           05  WS-XMIT-LINE          PIC X(400) VALUE SPACES.
           05  WS-XMIT-STAR-COUNT    PIC 9(2)   VALUE 0.
           05  WS-XMIT-COPY-RC       PIC S9(9)  VALUE 0.

      *> Dual-control approval queue ("cobalt-approvals.dat",
      *> rewritten whole like every queue here). One entry per
      *> parked action: who asked, which paragraph, which approving
           05  WS-APPR-ARG           PIC X(10)  VALUE SPACES.
           05  WS-APPR-SUM-PTR       PIC 9(3)   VALUE 1.
           05  WS-APPR-NODE-IDX      PIC 9(4)   VALUE 0.
      *> One "NAME=value" pair of a summary being replayed.
           05  WS-APPR-PAIR          PIC X(120) VALUE SPACES.
           05  WS-APPR-PAIR-DELIM    PIC X(2)   VALUE SPACES.
           05  WS-APPR-PAIR-NAME     PIC X(30)  VALUE SPACES.
           05  WS-APPR-PAIR-NAME-LEN PIC 9(3)   VALUE 0.

      *> Key verification. A VERIFY (blind) field holds its first
      *> keying here until the operator keys it again; a field on
      *> the screen stays NOT VERIFIED while it is held. A VERIFY
      *> SECOND field marks the screen keyed, and the next action
      *> parks in "cobalt-keyverify.dat" (rewritten whole, like the
      *> approval queue): who keyed it, the app and paragraph, the
      *> verify fields as "NAME=value; " pairs and the rest of the
      *> screen's values the same way - what the verifier sees.
      *> The KEYVERIFY key is the verify pass, where a different
      *> signed-in operator re-keys each field blind; only a full
      *> match replays the values and runs the paragraph. Every
      *> comparison is a KEY-VERIFY audit record naming who keyed
      *> it, which --keyverify-report [<yymmdd>] totals by operator.
       01  WS-KV-SCRATCH.
           05  WS-KV-PATH            PIC X(40)
                                     VALUE "cobalt-keyverify.dat".
           05  WS-KV-HELD-NODE       PIC 9(4)   VALUE 0.
           05  WS-KV-HELD-VALUE      PIC X(80)  VALUE SPACES.
           05  WS-KV-SECOND-KEYED    PIC 9(1)   VALUE 0.
           05  WS-KV-NODE-IDX        PIC 9(4)   VALUE 0.
           05  WS-KV-COMMIT          PIC 9(1)   VALUE 1.
           05  WS-KV-RESULT          PIC X(8)   VALUE SPACES.
           05  WS-KV-FIELD-NAME      PIC X(30)  VALUE SPACES.
           05  WS-KV-KEYER           PIC X(20)  VALUE SPACES.
           05  WS-KV-COUNT           PIC 9(2)   VALUE 0.
           05  WS-KV-ENTRY OCCURS 20 TIMES.
               10  KV-REQUESTER      PIC X(20).
               10  KV-APP            PIC X(60).
               10  KV-ELEM           PIC X(30).
               10  KV-ACTION         PIC X(30).
               10  KV-MISSES         PIC 9(2).
               10  KV-FIELDS         PIC X(120).
               10  KV-SUMMARY        PIC X(200).
           05  WS-KV-IDX             PIC 9(2)   VALUE 0.
           05  WS-KV-NUM             PIC 9(2)   VALUE 0.
           05  WS-KV-HOLD-COUNT      PIC 9(2)   VALUE 0.
           05  WS-KV-SHOWN           PIC 9(2)   VALUE 0.
           05  WS-KV-EOF             PIC 9(1)   VALUE 0.
           05  WS-KV-VERB            PIC X(4)   VALUE SPACES.
           05  WS-KV-ARG             PIC X(10)  VALUE SPACES.
           05  WS-KV-MISSES-TXT      PIC X(2)   VALUE SPACES.
           05  WS-KV-ALL-MATCH       PIC 9(1)   VALUE 0.
           05  WS-KV-ABANDON         PIC 9(1)   VALUE 0.
           05  WS-KV-NODE-SCAN       PIC 9(4)   VALUE 0.
           05  WS-KV-FLD-PTR         PIC 9(3)   VALUE 1.
           05  WS-KV-SUM-PTR         PIC 9(3)   VALUE 1.
      *> One "NAME=value" pair being taken apart.
           05  WS-KV-SRC             PIC X(200) VALUE SPACES.
           05  WS-KV-SRC-PTR         PIC 9(3)   VALUE 1.
           05  WS-KV-PAIR            PIC X(200) VALUE SPACES.
           05  WS-KV-PAIR-DELIM      PIC X(2)   VALUE SPACES.
           05  WS-KV-PAIR-NAME       PIC X(30)  VALUE SPACES.
           05  WS-KV-PAIR-NAME-LEN   PIC 9(3)   VALUE 0.
           05  WS-KV-PAIR-VALUE      PIC X(120) VALUE SPACES.
           05  WS-KV-PAIR-OK         PIC 9(1)   VALUE 0.
      *> One entry's comparisons, audited once the pass through it
      *> is complete.
           05  WS-KV-CHK-COUNT       PIC 9(2)   VALUE 0.
           05  WS-KV-CHK-ENTRY OCCURS 10 TIMES.
               10  KV-CHK-NAME       PIC X(30).
               10  KV-CHK-RESULT     PIC X(8).
      *> --keyverify-report: the day, and its tally per operator
      *> (keyed = comparisons of values the operator keyed).
           05  WS-KV-DAY             PIC X(6)   VALUE SPACES.
           05  WS-KV-OP-COUNT        PIC 9(2)   VALUE 0.
           05  WS-KV-OP-ENTRY OCCURS 50 TIMES.
               10  KV-OP-NAME        PIC X(20).
               10  KV-OP-KEYED       PIC 9(5).
               10  KV-OP-MATCHED     PIC 9(5).
               10  KV-OP-MISSED      PIC 9(5).
               10  KV-OP-VERIFIED    PIC 9(5).
           05  WS-KV-OP-IDX          PIC 9(2)   VALUE 0.
           05  WS-KV-OP-HIT          PIC 9(2)   VALUE 0.
           05  WS-KV-OP-WANTED       PIC X(20)  VALUE SPACES.
           05  WS-KV-REC-RESULT      PIC X(20)  VALUE SPACES.
           05  WS-KV-REC-BY          PIC X(40)  VALUE SPACES.
           05  WS-KV-REC-VBY         PIC X(40)  VALUE SPACES.
           05  WS-KV-TOT-KEYED       PIC 9(6)   VALUE 0.
           05  WS-KV-TOT-MISSED      PIC 9(6)   VALUE 0.
           05  WS-KV-RATE            PIC 9(3)V9 VALUE 0.
           05  WS-KV-RATE-EDIT       PIC ZZ9.9  VALUE ZERO.
           05  WS-KV-N-EDIT-1        PIC ZZZZ9  VALUE ZERO.
           05  WS-KV-N-EDIT-2        PIC ZZZZ9  VALUE ZERO.
           05  WS-KV-N-EDIT-3        PIC ZZZZ9  VALUE ZERO.
           05  WS-KV-N-EDIT-4        PIC ZZZZ9  VALUE ZERO.

      *> Control-number service. "cobalt-numbers.dat" holds one line
      *> per named series, "name|prefix|low|high|current", and is
      *> read, stepped and rewritten whole under
      *> "cobalt-numbers.dat.lck" - unlike the spool counter a
      *> series never goes ahead without its lock, since a number
      *> handed out twice is worse than one not handed out. Every
      *> number taken appends "series|seq|number|TAKEN|date|time|
      *> operator|app|" to "cobalt-numbers.log", and every number
      *> voided the same with VOID and its reason - a number taken
      *> inside a transaction that rolls back is voided for it.
      *> --number-gaps proves each series against the log: every
      *> number from low to current taken once, or voided.
       01  WS-NUM-SCRATCH.
           05  WS-NUM-PATH           PIC X(40)
                                     VALUE "cobalt-numbers.dat".
           05  WS-NUM-LOG-PATH       PIC X(40)
                                     VALUE "cobalt-numbers.log".
           05  WS-NUM-LOCK-PATH      PIC X(60)  VALUE SPACES.
           05  WS-NUM-LOCK-HELD      PIC 9(1)   VALUE 0.
           05  WS-NUM-LOCK-TRIES     PIC 9(1)   VALUE 0.
           05  WS-NUM-COUNT          PIC 9(2)   VALUE 0.
           05  WS-NUM-ENTRY OCCURS 50 TIMES.
               10  NUM-NAME          PIC X(20).
               10  NUM-PREFIX        PIC X(10).
               10  NUM-LOW           PIC 9(9).
               10  NUM-HIGH          PIC 9(9).
               10  NUM-CURRENT       PIC 9(9).
           05  WS-NUM-IDX            PIC 9(2)   VALUE 0.
           05  WS-NUM-HIT            PIC 9(2)   VALUE 0.
           05  WS-NUM-EOF            PIC 9(1)   VALUE 0.
           05  WS-NUM-SERIES         PIC X(20)  VALUE SPACES.
           05  WS-NUM-RESULT         PIC X(1)   VALUE SPACE.
           05  WS-NUM-SEQ            PIC 9(9)   VALUE 0.
           05  WS-NUM-WIDTH          PIC 9(2)   VALUE 0.
           05  WS-NUM-TEXT           PIC X(30)  VALUE SPACES.
           05  WS-NUM-STATUS-TXT     PIC X(5)   VALUE SPACES.
           05  WS-NUM-REASON         PIC X(60)  VALUE SPACES.
           05  WS-NUM-PTR            PIC 9(3)   VALUE 1.
           05  WS-NUM-WORK           PIC X(30)  VALUE SPACES.
           05  WS-NUM-HIGH-TXT       PIC X(30)  VALUE SPACES.
           05  WS-NUM-RAW            PIC X(200) VALUE SPACES.
           05  WS-NUM-PFX-LEN        PIC 9(2)   VALUE 0.
           05  WS-NUM-SEQ-OK         PIC 9(1)   VALUE 0.
      *> 1 when a command-line utility is the caller, so its audit
      *> records open and close the trail themselves.
           05  WS-NUM-UTILITY        PIC 9(1)   VALUE 0.
      *> Fields of a series line, and of a log line, as read.
           05  WS-NUM-F-NAME         PIC X(20)  VALUE SPACES.
           05  WS-NUM-F-PREFIX       PIC X(10)  VALUE SPACES.
           05  WS-NUM-F-LOW          PIC X(10)  VALUE SPACES.
           05  WS-NUM-F-HIGH         PIC X(10)  VALUE SPACES.
           05  WS-NUM-F-CURRENT      PIC X(10)  VALUE SPACES.
           05  WS-NUM-L-SERIES       PIC X(20)  VALUE SPACES.
           05  WS-NUM-L-SEQ          PIC X(10)  VALUE SPACES.
           05  WS-NUM-L-NUMBER       PIC X(30)  VALUE SPACES.
           05  WS-NUM-L-STATUS       PIC X(5)   VALUE SPACES.
           05  WS-NUM-L-DATE         PIC X(6)   VALUE SPACES.
           05  WS-NUM-L-TIME         PIC X(6)   VALUE SPACES.
           05  WS-NUM-L-OPER         PIC X(20)  VALUE SPACES.
           05  WS-NUM-L-APP          PIC X(60)  VALUE SPACES.
           05  WS-NUM-L-REASON       PIC X(60)  VALUE SPACES.
           05  WS-NUM-L-SEQ-N        PIC 9(9)   VALUE 0.
           05  WS-NUM-VOIDED         PIC 9(1)   VALUE 0.
           05  WS-NUM-ISSUED         PIC 9(1)   VALUE 0.
      *> Numbers taken since BEGIN-TRANSACTION - voided with reason
      *> ROLLBACK if the transaction does not commit.
           05  WS-NUM-TXN-COUNT      PIC 9(2)   VALUE 0.
           05  WS-NUM-TXN-ENTRY OCCURS 20 TIMES.
               10  NUM-TXN-SERIES    PIC X(20).
               10  NUM-TXN-SEQ       PIC 9(9).
               10  NUM-TXN-TEXT      PIC X(30).
           05  WS-NUM-TXN-IDX        PIC 9(2)   VALUE 0.
      *> --number-series arguments.
           05  WS-NUM-ARG-LOW        PIC 9(9)   VALUE 0.
           05  WS-NUM-ARG-HIGH       PIC 9(9)   VALUE 0.
           05  WS-NUM-ARG-OK         PIC 9(1)   VALUE 0.
      *> --number-gaps: one status byte per number of the series
      *> being proved - "T" taken, "V" voided, "D" taken twice,
      *> space never seen. A series past the table's reach is
      *> proved over its newest 9999 numbers.
           05  WS-NUM-GAP-BASE       PIC 9(9)   VALUE 0.
           05  WS-NUM-GAP-SPAN       PIC 9(4)   VALUE 0.
           05  WS-NUM-GAP-POS        PIC 9(4)   VALUE 0.
           05  WS-NUM-GAP-STAT OCCURS 9999 TIMES
                                     PIC X(1).
           05  WS-NUM-GAP-ISSUED     PIC 9(7)   VALUE 0.
           05  WS-NUM-GAP-VOIDS      PIC 9(7)   VALUE 0.
           05  WS-NUM-GAP-MISSING    PIC 9(7)   VALUE 0.
           05  WS-NUM-GAP-DUPS       PIC 9(7)   VALUE 0.
           05  WS-NUM-GAP-ALL-BAD    PIC 9(7)   VALUE 0.
           05  WS-NUM-GAP-SHOWN      PIC 9(5)   VALUE 0.
           05  WS-NUM-GAP-WANTED     PIC X(20)  VALUE SPACES.
           05  WS-NUM-GAP-SERIES-N   PIC 9(2)   VALUE 0.
           05  WS-NUM-N-EDIT-1       PIC Z(8)9  VALUE ZERO.
           05  WS-NUM-N-EDIT-2       PIC Z(8)9  VALUE ZERO.
           05  WS-NUM-N-EDIT-3       PIC Z(8)9  VALUE ZERO.
           05  WS-NUM-C-EDIT-1       PIC ZZZZZ9 VALUE ZERO.
           05  WS-NUM-C-EDIT-2       PIC ZZZZZ9 VALUE ZERO.
           05  WS-NUM-C-EDIT-3       PIC ZZZZZ9 VALUE ZERO.
           05  WS-NUM-C-EDIT-4       PIC ZZZZZ9 VALUE ZERO.

      *> Capacity and growth forecast (--capacity-report). Each run
      *> measures what the fixed ceilings are being spent on - the
      *> records and bytes of each data file (CAPACITY-FILES, else
      *> BACKUP-FILES, plus the operator-account file), audit
      *> records per day and in the live log, the spool's job
      *> counter, job files and bytes, and every app's table
      *> high-water marks from the metrics files its runs left -
      *> and keeps one dated "yymmdd|item|used|ceiling" line per
      *> item in "cobalt-capacity.dat". The growth since the oldest
      *> sample inside CAPACITY-TREND-DAYS projects the day each
      *> item meets its ceiling (compiled, or a "CAPACITY-LIMIT
      *> <item> <n>" cobalt.cfg line, which also gives a ceiling to
      *> an item that has none); anything at its ceiling or due
      *> within CAPACITY-HORIZON days is starred on the report and
      *> written as a CAPACITY-ALERT audit record, which reaches the
      *> operations inbox and any ALERT rule watching for it. Meant
      *> to run weekly as a job-stream step; a second run on one
      *> day replaces that day's samples.
       01  WS-CAP-SCRATCH.
           05  WS-CAP-HIST-PATH      PIC X(40)
                                     VALUE "cobalt-capacity.dat".
           05  WS-CAP-HIST-TMP       PIC X(40)
                                     VALUE "cobalt-capacity.dat.tmp".
           05  WS-CAP-LST-PATH       PIC X(40)
                                     VALUE "cobalt-capacity.lst".
           05  WS-CAP-FILES-TXT      PIC X(200) VALUE SPACES.
           05  WS-CAP-HORIZON        PIC 9(4)   VALUE 90.
           05  WS-CAP-TREND-DAYS     PIC 9(4)   VALUE 56.
           05  WS-CAP-LIMIT-COUNT    PIC 9(2)   VALUE 0.
           05  WS-CAP-LIMIT-ENTRY OCCURS 30 TIMES.
               10  CAPL-ITEM         PIC X(60).
               10  CAPL-CEIL         PIC 9(12).
           05  WS-CAP-ITEM-COUNT     PIC 9(3)   VALUE 0.
           05  WS-CAP-ITEM OCCURS 400 TIMES.
               10  CAP-GROUP         PIC X(12).
               10  CAP-NAME          PIC X(60).
               10  CAP-USED          PIC 9(12).
               10  CAP-CEIL          PIC 9(12).
               10  CAP-SOURCE        PIC X(8).
               10  CAP-BASE-DATE     PIC 9(6).
               10  CAP-BASE-USED     PIC 9(12).
               10  CAP-RATE          PIC S9(10)V99.
               10  CAP-DAYS-LEFT     PIC 9(6).
               10  CAP-REACH-DATE    PIC 9(6).
      *> A at the ceiling, P projected to reach it, N no growth
      *> to project from, - no ceiling to reach.
               10  CAP-STATE         PIC X(1).
               10  CAP-FLAG          PIC X(1).
           05  WS-CAP-IDX            PIC 9(3)   VALUE 0.
           05  WS-CAP-HIT            PIC 9(3)   VALUE 0.
           05  WS-CAP-LIM-IDX        PIC 9(2)   VALUE 0.
           05  WS-CAP-W-GROUP        PIC X(12)  VALUE SPACES.
           05  WS-CAP-W-NAME         PIC X(60)  VALUE SPACES.
           05  WS-CAP-W-USED         PIC 9(12)  VALUE 0.
           05  WS-CAP-W-CEIL         PIC 9(12)  VALUE 0.
           05  WS-CAP-W-SOURCE       PIC X(8)   VALUE SPACES.
           05  WS-CAP-F-ITEM         PIC X(60)  VALUE SPACES.
           05  WS-CAP-F-CEIL         PIC X(20)  VALUE SPACES.
           05  WS-CAP-FILE-PATH      PIC X(200) VALUE SPACES.
           05  WS-CAP-RECORDS        PIC 9(12)  VALUE 0.
           05  WS-CAP-KEYED          PIC 9(1)   VALUE 0.
           05  WS-CAP-IN-LIVE        PIC 9(1)   VALUE 0.
           05  WS-CAP-EOF            PIC 9(1)   VALUE 0.
           05  WS-CAP-FILE-EOF       PIC 9(1)   VALUE 0.
           05  WS-CAP-HIST-ERR       PIC X(2)   VALUE "00".
           05  WS-CAP-TODAY          PIC 9(6)   VALUE 0.
           05  WS-CAP-TODAY-INT      PIC 9(8)   VALUE 0.
           05  WS-CAP-DATE-INT       PIC 9(8)   VALUE 0.
           05  WS-CAP-DATE-8         PIC 9(8)   VALUE 0.
           05  WS-CAP-AGE            PIC S9(8)  VALUE 0.
           05  WS-CAP-DAYS-CALC      PIC 9(15)  VALUE 0.
           05  WS-CAP-H-DATE         PIC X(6)   VALUE SPACES.
           05  WS-CAP-H-ITEM         PIC X(60)  VALUE SPACES.
           05  WS-CAP-H-USED         PIC X(14)  VALUE SPACES.
           05  WS-CAP-H-CEIL         PIC X(14)  VALUE SPACES.
           05  WS-CAP-H-KEPT         PIC 9(6)   VALUE 0.
           05  WS-CAP-DAY-IDX        PIC 9(1)   VALUE 0.
           05  WS-CAP-DAY-ENTRY OCCURS 7 TIMES.
               10  CAPD-DATE         PIC X(6).
               10  CAPD-RECS         PIC 9(9).
           05  WS-CAP-AUDIT-RECS     PIC 9(9)   VALUE 0.
           05  WS-CAP-PEAK-DAY       PIC 9(9)   VALUE 0.
           05  WS-CAP-AUDIT-BASE     PIC X(200) VALUE SPACES.
           05  WS-CAP-SPOOL-FILES    PIC 9(9)   VALUE 0.
           05  WS-CAP-SPOOL-BYTES    PIC 9(12)  VALUE 0.
           05  WS-CAP-APP            PIC X(200) VALUE SPACES.
           05  WS-CAP-APP-BASE       PIC X(40)  VALUE SPACES.
           05  WS-CAP-M-KEY          PIC X(20)  VALUE SPACES.
           05  WS-CAP-M-NAME         PIC X(30)  VALUE SPACES.
           05  WS-CAP-M-USED         PIC X(12)  VALUE SPACES.
           05  WS-CAP-M-CEIL         PIC X(12)  VALUE SPACES.
           05  WS-CAP-LEN            PIC 9(3)   VALUE 0.
           05  WS-CAP-SCAN           PIC 9(3)   VALUE 0.
           05  WS-CAP-SLASH          PIC 9(3)   VALUE 0.
           05  WS-CAP-ALERTS         PIC 9(3)   VALUE 0.
           05  WS-CAP-PCT            PIC 9(5)V9 VALUE 0.
           05  WS-CAP-PCT-EDIT       PIC ZZZZ9.9 VALUE ZERO.
           05  WS-CAP-RATE-EDIT      PIC -(9)9.99 VALUE ZERO.
           05  WS-CAP-N-EDIT-1       PIC Z(11)9 VALUE ZERO.
           05  WS-CAP-N-EDIT-2       PIC Z(11)9 VALUE ZERO.
           05  WS-CAP-D-EDIT         PIC Z(5)9  VALUE ZERO.
           05  WS-CAP-CEIL-TXT       PIC X(12)  VALUE SPACES.
           05  WS-CAP-REACH-TXT      PIC X(30)  VALUE SPACES.

      *> Control-file check (--check-config). Each control file is
      *> read the way its own loader reads it - the same record
      *> width, the same split and the same value fields - and every
      *> line the engine would quietly ignore, cut short or misread
      *> is reported with its line number: unknown keywords, values
      *> out of range or too long for the field that takes them,
      *> files and apps that are not there, schedule AFTER chains
      *> that loop, and lines that override or repeat an earlier
      *> one. The lines the engine would act on become "effective
      *> settings" (CCKS- entries, one per setting name - a scalar
      *> key, or a rule's identifying words), which is what a
      *> compare against a proposed file is made of. KIND is one of
      *> CONFIG, ALERTS, SCHEDULE, CATALOG or PERIODS.
       01  WS-CCK-SCRATCH.
           05  WS-CCK-KIND           PIC X(8)   VALUE SPACES.
           05  WS-CCK-FILE           PIC X(200) VALUE SPACES.
           05  WS-CCK-BASE           PIC X(80)  VALUE SPACES.
           05  WS-CCK-SIDE           PIC 9(1)   VALUE 1.
           05  WS-CCK-QUIET          PIC 9(1)   VALUE 0.
           05  WS-CCK-OPEN-OK        PIC 9(1)   VALUE 0.
           05  WS-CCK-EOF            PIC 9(1)   VALUE 0.
           05  WS-CCK-LINE           PIC X(800) VALUE SPACES.
           05  WS-CCK-LINE-NO        PIC 9(5)   VALUE 0.
           05  WS-CCK-LINE-LEN       PIC 9(3)   VALUE 0.
           05  WS-CCK-REC-MAX        PIC 9(3)   VALUE 0.
           05  WS-CCK-WORD           PIC X(200) OCCURS 16 TIMES.
           05  WS-CCK-WORD-IDX       PIC 9(2)   VALUE 0.
           05  WS-CCK-WORD-COUNT     PIC 9(2)   VALUE 0.
           05  WS-CCK-WORD-LEN       PIC 9(3)   VALUE 0.
           05  WS-CCK-KEY            PIC X(30)  VALUE SPACES.
           05  WS-CCK-CLASS          PIC X(1)   VALUE SPACE.
           05  WS-CCK-MIN            PIC 9(6)   VALUE 0.
           05  WS-CCK-MAX            PIC 9(6)   VALUE 0.
           05  WS-CCK-NUM            PIC S9(9)V99 VALUE 0.
           05  WS-CCK-PATH           PIC X(200) VALUE SPACES.
           05  WS-CCK-LIST           PIC X(200) VALUE SPACES.
           05  WS-CCK-LIST-ITEM      PIC X(200) OCCURS 12 TIMES.
           05  WS-CCK-LIST-IDX       PIC 9(2)   VALUE 0.
           05  WS-CCK-LIST-COUNT     PIC 9(2)   VALUE 0.
           05  WS-CCK-PTR            PIC 9(3)   VALUE 0.
           05  WS-CCK-SCAN           PIC 9(3)   VALUE 0.
           05  WS-CCK-FOUND          PIC 9(1)   VALUE 0.
           05  WS-CCK-VALID          PIC 9(1)   VALUE 0.
      *> What the engine does with a second line for the same
      *> setting - L the later line wins, F the first one found
      *> wins, B both are kept.
           05  WS-CCK-DUP-RULE       PIC X(1)   VALUE SPACE.
           05  WS-CCK-CUR-FILE       PIC X(200) VALUE SPACES.
           05  WS-CCK-MSG            PIC X(200) VALUE SPACES.
           05  WS-CCK-ERRORS         PIC 9(4)   VALUE 0.
           05  WS-CCK-WARNINGS       PIC 9(4)   VALUE 0.
           05  WS-CCK-FILE-ERRORS    PIC 9(4)   VALUE 0.
           05  WS-CCK-FILE-WARNINGS  PIC 9(4)   VALUE 0.
           05  WS-CCK-FILES          PIC 9(2)   VALUE 0.
           05  WS-CCK-LINE-EDIT      PIC Z(4)9  VALUE ZERO.
           05  WS-CCK-N-EDIT         PIC Z(5)9  VALUE ZERO.
           05  WS-CCK-N-EDIT-2       PIC Z(5)9  VALUE ZERO.
      *> Entries of each table-bound kind seen so far in the file -
      *> past its table's size the engine drops the line.
           05  WS-CCK-N-WEBHOOK      PIC 9(3)   VALUE 0.
           05  WS-CCK-N-ALLOW        PIC 9(3)   VALUE 0.
           05  WS-CCK-N-HKRULE       PIC 9(3)   VALUE 0.
           05  WS-CCK-N-SOD          PIC 9(3)   VALUE 0.
           05  WS-CCK-N-DIST         PIC 9(3)   VALUE 0.
           05  WS-CCK-N-RTN          PIC 9(3)   VALUE 0.
           05  WS-CCK-N-CAPL         PIC 9(3)   VALUE 0.
           05  WS-CCK-N-ENTRIES      PIC 9(3)   VALUE 0.
           05  WS-CCK-TABLE-MAX      PIC 9(3)   VALUE 0.
      *> Schedule entries, for the AFTER links - one slot past the
      *> engine's 20 for the entry that is checked, then dropped.
           05  WS-CCK-JOB-COUNT      PIC 9(2)   VALUE 0.
           05  WS-CCK-JOB OCCURS 21 TIMES.
               10  CCKJ-NAME         PIC X(20).
               10  CCKJ-AFTER        PIC X(20).
               10  CCKJ-LINE         PIC 9(5).
           05  WS-CCK-JOB-IDX        PIC 9(2)   VALUE 0.
           05  WS-CCK-JOB-HIT        PIC 9(2)   VALUE 0.
           05  WS-CCK-JOB-AT         PIC 9(2)   VALUE 0.
           05  WS-CCK-JOB-START      PIC 9(2)   VALUE 0.
           05  WS-CCK-HOPS           PIC 9(2)   VALUE 0.
           05  WS-CCK-CYCLE          PIC 9(1)   VALUE 0.
           05  WS-CCK-CHAIN          PIC X(200) VALUE SPACES.
           05  WS-CCK-CHAIN-PTR      PIC 9(3)   VALUE 0.
           05  WS-CCK-LINE-SAVE      PIC 9(5)   VALUE 0.
      *> Effective settings of the current (side 1) and proposed
      *> (side 2) file.
           05  WS-CCK-SET-COUNT      PIC 9(3)   VALUE 0.
           05  WS-CCK-SET OCCURS 300 TIMES.
               10  CCKS-SIDE         PIC 9(1).
               10  CCKS-KEY          PIC X(80).
               10  CCKS-VALUE        PIC X(200).
               10  CCKS-LINE         PIC 9(5).
               10  CCKS-MATCHED      PIC 9(1).
           05  WS-CCK-SET-IDX        PIC 9(3)   VALUE 0.
           05  WS-CCK-SET-HIT        PIC 9(3)   VALUE 0.
           05  WS-CCK-SET-KEY        PIC X(80)  VALUE SPACES.
           05  WS-CCK-SET-VALUE      PIC X(200) VALUE SPACES.
           05  WS-CCK-ADDED          PIC 9(3)   VALUE 0.
           05  WS-CCK-REMOVED        PIC 9(3)   VALUE 0.
           05  WS-CCK-CHANGED        PIC 9(3)   VALUE 0.

      *> Audit redaction (--redact). A privacy request collides
      *> head-on with the tamper-evident chain - editing a record
           05  WS-PER-IDX            PIC 9(2)   VALUE 0.
           05  WS-PER-FOUND          PIC 9(2)   VALUE 0.
           05  WS-PER-EOF            PIC 9(1)   VALUE 0.
           05  WS-PER-RECS           PIC 9(5)   VALUE 0.
           05  WS-PER-RPT-PATH       PIC X(60)  VALUE SPACES.
           05  WS-PER-DEL-PATH       PIC X(220) VALUE SPACES.

      *> records collect into the table below; each attempt
      *> consumes its match, and whatever is left unmatched on
      *> either side is exactly the discrepancy the end-of-term
      *> argument is about. A "VALUE <label>-ADJ <date>|<old>|<new>"
      *> record (a regrade job correcting a figure after the fact)
      *> restates the audited figure it names rather than standing
      *> on its own, so a corrected attempt still finds its match.
       01  WS-RCN-SCRATCH.
           05  WS-RCN-COUNT          PIC 9(3)   VALUE 0.
           05  WS-RCN-ENTRY OCCURS 100 TIMES.
           05  WS-RCN-IDX            PIC 9(3)   VALUE 0.
           05  WS-RCN-FOUND          PIC 9(3)   VALUE 0.
           05  WS-RCN-LABEL          PIC X(30)  VALUE SPACES.
           05  WS-RCN-ADJ-LABEL      PIC X(34)  VALUE SPACES.
           05  WS-RCN-ADJ-DATE       PIC X(10)  VALUE SPACES.
           05  WS-RCN-ADJ-OLD        PIC X(20)  VALUE SPACES.
           05  WS-RCN-ADJ-NEW        PIC X(20)  VALUE SPACES.
           05  WS-RCN-ADJUSTED       PIC 9(3)   VALUE 0.
           05  WS-RCN-PART-NO        PIC 9(1)   VALUE 2.
           05  WS-RCN-DATE-PART      PIC 9(1)   VALUE 1.
           05  WS-RCN-ATTEMPTS       PIC 9(5)   VALUE 0.
           05  WS-RCN-MATCHED        PIC 9(5)   VALUE 0.
           05  WS-RCN-A-ORPHANS      PIC 9(5)   VALUE 0.
           05  WS-RCN-V-ORPHANS      PIC 9(3)   VALUE 0.
           05  WS-RCN-DATE-TXT       PIC X(10)  VALUE SPACES.
           05  WS-RCN-VALUE-TXT      PIC X(20)  VALUE SPACES.
                                     VALUE "training".
           05  WS-TRAIN-ORIG         PIC X(200) VALUE SPACES.
           05  WS-TRAIN-SHADOW       PIC X(220) VALUE SPACES.
           05  WS-TRAIN-SEED         PIC X(290) VALUE SPACES.
           05  WS-TRAIN-SEED-LIVE    PIC 9(1)   VALUE 0.
           05  WS-TRAIN-CMD          PIC X(700) VALUE SPACES.

      *> Department partitioning. Admissions, the registrar, and
      *> the help desk run the same app sources, each against its
      *> own copies of the data: while a department is in force
      *> (WS-DEPT-CURRENT) every relative path an app OPENs or
      *> IMPORTs, the audit trail, the print spool, and the restart
      *> checkpoint all move under "<DEPT-ROOT>/<department>/". A
      *> SHARED open (a probe of somebody else's file) and any path
      *> named on the DEPT-SHARED cfg line stay on the one shared
      *> copy. The department comes from the operator's account at
      *> sign-in (a 7th "|dept" part of the users file line), from
      *> a DEPT=<name> argument or schedule/job-stream DEPT clause
      *> for batch work (WS-DEPT-RUN), or from an explicit switch by
      *> a holder of DEPT-SWITCH-ROLE - audited on both trails. No
      *> department in force is the historical single shared set.
       01  WS-DEPT-SCRATCH.
           05  WS-DEPT-ROOT          PIC X(60)  VALUE "depts".
           05  WS-DEPT-SWITCH-ROLE   PIC X(20)  VALUE "crossdept".
           05  WS-DEPT-SHARED-TXT    PIC X(200) VALUE SPACES.
           05  WS-DEPT-SHARED-ITEM   PIC X(80)  OCCURS 10 TIMES.
           05  WS-DEPT-SHARED-COUNT  PIC 9(2)   VALUE 0.
           05  WS-DEPT-SHARED-IDX    PIC 9(2)   VALUE 0.
           05  WS-DEPT-IS-SHARED     PIC 9(1)   VALUE 0.
           05  WS-DEPT-RUN           PIC X(20)  VALUE SPACES.
           05  WS-DEPT-CURRENT       PIC X(20)  VALUE SPACES.
           05  WS-DEPT-WANTED        PIC X(20)  VALUE SPACES.
           05  WS-DEPT-FROM          PIC X(20)  VALUE SPACES.
           05  WS-DEPT-FROM-SHOW     PIC X(20)  VALUE SPACES.
           05  WS-DEPT-TO-SHOW       PIC X(20)  VALUE SPACES.
           05  WS-DEPT-HOW           PIC X(10)  VALUE SPACES.
           05  WS-DEPT-RESULT        PIC X(1)   VALUE SPACES.
           05  WS-DEPT-VALID         PIC 9(1)   VALUE 0.
           05  WS-DEPT-BAD-ARG       PIC 9(1)   VALUE 0.
           05  WS-DEPT-ARG-TAKEN     PIC 9(1)   VALUE 0.
           05  WS-DEPT-AUDIT-OPEN    PIC 9(1)   VALUE 0.
           05  WS-DEPT-SAVED-RUN     PIC X(20)  VALUE SPACES.
           05  WS-DEPT-STREAM-IN     PIC X(20)  VALUE SPACES.
           05  WS-DEPT-STREAM-RUN    PIC X(20)  VALUE SPACES.
           05  WS-DEPT-HOLD          PIC X(20)  VALUE SPACES.
           05  WS-DEPT-CHAR-IDX      PIC 9(2)   VALUE 0.
           05  WS-DEPT-NAME-LEN      PIC 9(2)   VALUE 0.
           05  WS-DEPT-PFX-LEN       PIC 9(3)   VALUE 0.
           05  WS-DEPT-PREFIX        PIC X(82)  VALUE SPACES.
           05  WS-DEPT-DIR           PIC X(82)  VALUE SPACES.
           05  WS-DEPT-PATH-IN       PIC X(200) VALUE SPACES.
           05  WS-DEPT-PATH-OUT      PIC X(200) VALUE SPACES.
           05  WS-DEPT-CMD           PIC X(300) VALUE SPACES.

      *> App deployment bundles. --package gathers an app's loose
      *> pieces (source, COPY includes, layout, language file) into
      *> one versioned bundle directory with a content-checksummed
           05  WS-DRILL-CHDIR        PIC X(60)  VALUE SPACES.
           05  WS-DRILL-CHDIR-OK     PIC 9(1)   VALUE 0.
      *> --reorg working counters.
           05  WS-REORG-BEFORE       PIC 9(7)   VALUE 0.
           05  WS-REORG-AFTER        PIC 9(7)   VALUE 0.
           05  WS-REORG-DUPS         PIC 9(7)   VALUE 0.
           05  WS-REORG-SCAN2        PIC 9(3)   VALUE 0.

      *> Print-spool scratch. Every OPEN OUTPUT PRINT and every
           05  WS-RPT-ITEM-COUNT     PIC 9(3)  VALUE 0.
           05  WS-RPT-ITEM-IDX       PIC 9(3)  VALUE 0.
           05  WS-RPT-DETAIL-TOTAL   PIC 9(4)  VALUE 0.
           05  WS-RPT-FIELD-IDX      PIC 9(2)  VALUE 0.
           05  WS-RPT-HEAD-IDX       PIC 9(1)  VALUE 0.
           05  WS-RPT-FOOT-IDX       PIC 9(1)  VALUE 0.
           05  WS-RPT-LINE-BUILD     PIC X(132) VALUE SPACES.
           05  WS-RPT-CONTROL-PREV   PIC X(80) VALUE SPACES.
           05  WS-RPT-CONTROL-CUR    PIC X(80) VALUE SPACES.
           05  WS-RPT-CONTROL-COUNT  PIC 9(3)  VALUE 0.
      *> The running SUM-field total of the control group in hand.
           05  WS-RPT-CONTROL-SUM    PIC S9(13)V99 VALUE 0.
           05  WS-RPT-SUM-EDIT       PIC -(13)9.99.
           05  WS-RPT-PAGE-EDIT      PIC ZZZ9.
           05  WS-RPT-COUNT-EDIT     PIC ZZZ9.
      *> "GENERATE ... FROM H<n>": the handle the detail rows are
      *> read from, one line per DETAIL field per row, the way READ
      *> H<n> fills its targets. 0 means the rows are the live
      *> elements of the bound OCCURS fields, as before.
           05  WS-RPT-FEED-CHAN      PIC 9(1)  VALUE 0.
           05  WS-RPT-FEED-EOF       PIC 9(1)  VALUE 0.

      *> Deferred-work queue (PERFORM ... ASYNC). The engine is one
      *> process, so "background" here means cooperative: the queued
           05  WS-PROFILE-DATE-FMT   PIC X(8)   VALUE "YYMMDD".
           05  WS-PROFILE-YY         PIC 9(2)   VALUE 0.
           05  WS-PROFILE-DATE-TXT   PIC X(8)   VALUE SPACES.
           05  WS-PROFILE-RENDER     PIC X(8)   VALUE SPACES.

      *> Linear rendering (RENDER-MODE LINEAR in cobalt.cfg or the
      *> operator's profile) - for an operator on a screen reader,
      *> the screen goes out as plain labelled lines in tab order,
      *> never cleared and repainted: each leaf is one line ("NAME:
      *> value", "Save button", "Done checkbox, checked"), a failed
      *> check or an active ALERT-COLOR is said in words after it,
      *> a chart is read out as its values and a List as its rows.
      *> The first frame of a screen reads every line; after that
      *> only the lines that differ from the last frame are read,
      *> then the focused field with its HELP text whenever focus
      *> moved or its line changed. REREAD reads the whole screen
      *> again. Keys and actions are the ones every other frame
      *> takes - only the painting differs. A served session keeps
      *> its frame file, which its client renders.
       01  WS-LINEAR-SCRATCH.
           05  WS-RENDER-MODE        PIC X(8)   VALUE "STANDARD".
               88  LINEAR-RENDER-ON             VALUE "LINEAR".
           05  WS-LIN-COUNT          PIC 9(3)   VALUE 0.
           05  WS-LIN-LINE           PIC X(160) OCCURS 120 TIMES.
           05  WS-LIN-NODE           PIC 9(4)   OCCURS 120 TIMES.
           05  WS-LIN-PREV-COUNT     PIC 9(3)   VALUE 0.
           05  WS-LIN-PREV-LINE      PIC X(160) OCCURS 120 TIMES.
           05  WS-LIN-PREV-SCREEN    PIC 9(4)   VALUE 0.
           05  WS-LIN-PREV-FOCUS     PIC 9(4)   VALUE 0.
           05  WS-LIN-PREV-FOCUS-TXT PIC X(160) VALUE SPACES.
           05  WS-LIN-FULL           PIC 9(1)   VALUE 1.
           05  WS-LIN-CHANGED        PIC 9(3)   VALUE 0.
           05  WS-LIN-IDX            PIC 9(3)   VALUE 0.
           05  WS-LIN-TOP            PIC 9(3)   VALUE 0.
           05  WS-LIN-NODE-IDX       PIC 9(4)   VALUE 0.
           05  WS-LIN-FOCUS-IDX      PIC 9(4)   VALUE 0.
           05  WS-LIN-FOCUS-NODE     PIC 9(4)   VALUE 0.
           05  WS-LIN-FOCUS-TXT      PIC X(160) VALUE SPACES.
           05  WS-LIN-DONE           PIC 9(1)   OCCURS 500 TIMES.
           05  WS-LIN-IN-FOCUS       PIC 9(1)   OCCURS 500 TIMES.
           05  WS-LIN-TEXT           PIC X(160) VALUE SPACES.
           05  WS-LIN-BASE           PIC X(80)  VALUE SPACES.
           05  WS-LIN-WORD           PIC X(40)  VALUE SPACES.
           05  WS-LIN-WORD-LEN       PIC 9(2)   VALUE 0.
           05  WS-LIN-SAY            PIC X(200) VALUE SPACES.
           05  WS-LIN-COUNT-EDIT     PIC Z(2)9  VALUE ZERO.
           05  WS-LIN-COUNT-EDIT-2   PIC Z(2)9  VALUE ZERO.

      *> Operator keyboard macros. The whole per-operator macro file
      *> loads on first use and flushes back whole after any change,
      *> process (see REGRESSION-RUN).
       MAIN-PARA.
           ACCEPT WS-CMD-LINE-RAW FROM COMMAND-LINE
           PERFORM SPLIT-COMMAND-LINE
           PERFORM DISPATCH-COMMAND-LINE
           MOVE WS-RUN-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      *> The command line taken apart - also how a job-stream step
      *> or a scheduler entry naming an engine mode hands its own
      *> command to DISPATCH-COMMAND-LINE.
       SPLIT-COMMAND-LINE.
           MOVE SPACES TO WS-APP-FILE-PATH WS-EVENTS-FILE-PATH
               WS-ARG3-TXT WS-ARG4-TXT WS-ARG5-TXT WS-ARG6-TXT
           UNSTRING WS-CMD-LINE-RAW DELIMITED BY ALL SPACE
               INTO WS-APP-FILE-PATH WS-EVENTS-FILE-PATH
                   WS-ARG3-TXT WS-ARG4-TXT WS-ARG5-TXT WS-ARG6-TXT
           PERFORM COLLECT-STARTUP-PARAMS.

      *> One run of whatever the command line names - an engine
      *> mode, a session playback, or an app source.
       DISPATCH-COMMAND-LINE.
           IF FUNCTION TRIM(WS-APP-FILE-PATH) = SPACES
               DISPLAY "COBALT: usage: cobalt <app-source.cbl> "
                   "[<events-file>]"
           ELSE
      *> A run for a department whose name cannot be one is refused
      *> outright - falling back to the shared files would put one
      *> team's work into everybody's data.
           IF WS-DEPT-BAD-ARG = 1
               DISPLAY "COBALT: usage - DEPT=<name> takes letters, "
                   "digits, - and _ only; run refused"
               MOVE 0 TO WS-DEPT-BAD-ARG
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE FUNCTION TRIM(WS-APP-FILE-PATH) TO
                   WS-APP-PATH-TRIM
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-APP-FILE-PATH))
                   WHEN WS-APP-PATH-TRIM = "--adduser"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM ADD-USER-TO-FILE
                   WHEN WS-APP-PATH-TRIM = "--account"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM ACCOUNT-UTILITY-RUN
                   WHEN WS-APP-PATH-TRIM = "--schedule"
                       PERFORM SCHEDULER-RUN
                   WHEN WS-APP-PATH-TRIM = "--gateway"
                   WHEN WS-APP-PATH-TRIM = "--housekeep"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM HOUSEKEEP-RUN
                   WHEN WS-APP-PATH-TRIM = "--retention-purge"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM RETENTION-PURGE-RUN
                   WHEN WS-APP-PATH-TRIM = "--legal-hold"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM LEGAL-HOLD-RUN
                   WHEN WS-APP-PATH-TRIM = "--mask"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM MASK-RUN
                   WHEN WS-APP-PATH-TRIM = "--ref-check"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM REF-CHECK-RUN
                   WHEN WS-APP-PATH-TRIM = "--compare"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM COMPARE-RUN
                   WHEN WS-APP-PATH-TRIM = "--quiesce"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM QUIESCE-RUN
                   WHEN WS-APP-PATH-TRIM = "--rollforward"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM ROLLFORWARD-RUN
                   WHEN WS-APP-PATH-TRIM = "--rotate-journal"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM ROTATE-JOURNAL-RUN
                   WHEN WS-APP-PATH-TRIM = "--key-history"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM KEY-HISTORY-RUN
                   WHEN WS-APP-PATH-TRIM = "--key-history-report"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM KEY-HISTORY-REPORT-RUN
                   WHEN WS-APP-PATH-TRIM = "--ship-journals"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM SHIP-JOURNALS-RUN
                   WHEN WS-APP-PATH-TRIM = "--standby-apply"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM STANDBY-APPLY-RUN
                   WHEN WS-APP-PATH-TRIM = "--switchover"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM SWITCHOVER-RUN
                   WHEN WS-APP-PATH-TRIM = "--reorg"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM REORG-KEYED-RUN
                   WHEN WS-APP-PATH-TRIM = "--sort"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM SORT-UTILITY-RUN
                   WHEN WS-APP-PATH-TRIM = "--job-stream"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM JOB-STREAM-RUN
                   WHEN WS-APP-PATH-TRIM = "--query"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM QUERY-RUN
                   WHEN WS-APP-PATH-TRIM = "--drill"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM DRILL-RUN
                   WHEN WS-APP-PATH-TRIM = "--reconcile"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM RECONCILE-RUN
                   WHEN WS-APP-PATH-TRIM = "--load"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM LOAD-RUN
                   WHEN WS-APP-PATH-TRIM = "--transfer"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM TRANSFER-RUN
                   WHEN WS-APP-PATH-TRIM = "--transfer-status"
                       PERFORM LOAD-LIMITS-CONFIG
                       MOVE 1 TO WS-XMIT-STATUS-ONLY
                       PERFORM TRANSFER-RUN
                   WHEN WS-APP-PATH-TRIM = "--close-period"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM CLOSE-PERIOD-RUN
                   WHEN WS-APP-PATH-TRIM = "--shift-report"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM SHIFT-REPORT-RUN
                   WHEN WS-APP-PATH-TRIM = "--sod-report"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM SOD-REPORT-RUN
                   WHEN WS-APP-PATH-TRIM = "--keyverify-report"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM KEYVERIFY-REPORT-RUN
                   WHEN WS-APP-PATH-TRIM = "--number-series"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM NUMBER-SERIES-RUN
                   WHEN WS-APP-PATH-TRIM = "--number-void"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM NUMBER-VOID-RUN
                   WHEN WS-APP-PATH-TRIM = "--number-gaps"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM NUMBER-GAPS-RUN
                   WHEN WS-APP-PATH-TRIM = "--capacity-report"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM CAPACITY-REPORT-RUN
                   WHEN WS-APP-PATH-TRIM = "--check-config"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM CHECK-CONFIG-RUN
                   WHEN WS-APP-PATH-TRIM = "--recert-report"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM RECERT-REPORT-RUN
                   WHEN WS-APP-PATH-TRIM = "--month-pack"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM MONTH-PACK-RUN
                   WHEN WS-APP-PATH-TRIM = "--spool-console"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM SPOOL-CONSOLE-RUN
                   WHEN WS-APP-PATH-TRIM = "--report-inbox"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM REPORT-INBOX-RUN
                   WHEN WS-APP-PATH-TRIM = "--paint"
                       PERFORM LOAD-LIMITS-CONFIG
                       PERFORM SCREEN-PAINTER-RUN
                       PERFORM RUN-APP-FROM-FILES
               END-EVALUATE
           END-IF
           END-IF.

      *> Trailing NAME=VALUE arguments are startup parameters, not
      *> file paths - each is set aside here, and an events-file slot
      *> that turns out to be a parameter is cleared so the run stays
      *> interactive. SEED-STARTUP-PARAMS applies them once the live
      *> table is up; a name matching no state field is reported and
      *> dropped rather than silently invented. DEPT=<name> is the
      *> one parameter the engine keeps for itself - the department
      *> the whole run is for (WS-DEPT-RUN) - and its slot is
      *> cleared so no mode mistakes it for a positional argument.
       COLLECT-STARTUP-PARAMS.
           MOVE 0 TO WS-PARAM-COUNT
           MOVE 0 TO WS-DEPT-ARG-TAKEN
           MOVE WS-EVENTS-FILE-PATH TO WS-PARAM-ARG
           PERFORM COLLECT-ONE-STARTUP-PARAM
           IF WS-PARAM-COUNT > 0 OR WS-DEPT-ARG-TAKEN = 1
               MOVE SPACES TO WS-EVENTS-FILE-PATH
           END-IF
           MOVE 0 TO WS-DEPT-ARG-TAKEN
           MOVE WS-ARG3-TXT TO WS-PARAM-ARG
           PERFORM COLLECT-ONE-STARTUP-PARAM
           IF WS-DEPT-ARG-TAKEN = 1
               MOVE SPACES TO WS-ARG3-TXT
           END-IF
           MOVE 0 TO WS-DEPT-ARG-TAKEN
           MOVE WS-ARG4-TXT TO WS-PARAM-ARG
           PERFORM COLLECT-ONE-STARTUP-PARAM
           IF WS-DEPT-ARG-TAKEN = 1
               MOVE SPACES TO WS-ARG4-TXT
           END-IF
           MOVE 0 TO WS-DEPT-ARG-TAKEN
           MOVE WS-ARG5-TXT TO WS-PARAM-ARG
           PERFORM COLLECT-ONE-STARTUP-PARAM
           IF WS-DEPT-ARG-TAKEN = 1
               MOVE SPACES TO WS-ARG5-TXT
           END-IF
           MOVE 0 TO WS-DEPT-ARG-TAKEN
           MOVE WS-ARG6-TXT TO WS-PARAM-ARG
           PERFORM COLLECT-ONE-STARTUP-PARAM
           IF WS-DEPT-ARG-TAKEN = 1
               MOVE SPACES TO WS-ARG6-TXT
           END-IF.

       COLLECT-ONE-STARTUP-PARAM.
           MOVE 0 TO WS-PARAM-EQ-TALLY
           INSPECT WS-PARAM-ARG TALLYING WS-PARAM-EQ-TALLY
               FOR ALL "="
           IF WS-PARAM-ARG(1:5) = "DEPT="
               MOVE 1 TO WS-DEPT-ARG-TAKEN
               MOVE WS-PARAM-ARG(6:) TO WS-DEPT-WANTED
               PERFORM VALIDATE-DEPARTMENT-NAME
               IF WS-DEPT-VALID = 1
                   MOVE WS-DEPT-WANTED TO WS-DEPT-RUN
                   MOVE WS-DEPT-WANTED TO WS-DEPT-CURRENT
               ELSE
                   MOVE 1 TO WS-DEPT-BAD-ARG
               END-IF
           ELSE
           IF WS-PARAM-EQ-TALLY > 0
               AND WS-PARAM-ARG(1:2) NOT = "--"
               AND WS-PARAM-COUNT < 5
               UNSTRING WS-PARAM-ARG DELIMITED BY "="
                   INTO WS-PARAM-NAME(WS-PARAM-COUNT)
                       WS-PARAM-VALUE(WS-PARAM-COUNT)
           END-IF
           END-IF.

       SEED-STARTUP-PARAMS.
                   " matches no state field - ignored"
           END-IF.

      *> A batch program whose one pass walks a whole term declares
      *> its own statement guard - a MAX-LOOP-ITERATIONS state field
      *> (a startup parameter of that name seeds it like any other).
      *> It only ever raises the guard cobalt.cfg set, never lowers
      *> it, so a site's own higher figure still holds; the run's
      *> close puts the configured guard back for the next run.
       TAKE-APP-LOOP-GUARD.
           MOVE WS-MAX-LOOP-ITERATIONS TO WS-APP-LOOP-SAVED
           MOVE "MAX-LOOP-ITERATIONS" TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE 0 TO WS-APP-LOOP-MAX
           IF WS-FOUND-LIVE-IDX NOT = 0
               AND FUNCTION TRIM(WS-LIVE-VALUE-OUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-LIVE-VALUE-OUT) TO
                   WS-APP-LOOP-MAX
           END-IF
           IF WS-APP-LOOP-MAX > WS-MAX-LOOP-ITERATIONS
               MOVE WS-APP-LOOP-MAX TO WS-MAX-LOOP-ITERATIONS
           END-IF.

      *> Runs one app source against one (optional) events file to
      *> completion - the body MAIN-PARA itself used to run inline,
      *> factored out so REGRESSION-RUN can call it once per manifest
               MOVE "training/audit.log" TO WS-AUDIT-FILE-PATH
               MOVE "training/spool" TO WS-SPOOL-DIR
           END-IF
      *> A regression case's own user file and statement guard
      *> (USER-FILE= and MAX-LOOP-ITERATIONS= on its manifest line)
      *> hold over the reload the same way.
           IF WS-REGRESS-USER-FILE NOT = SPACES
               MOVE WS-REGRESS-USER-FILE TO WS-USERS-FILE-PATH
           END-IF
           IF WS-REGRESS-LOOP-MAX >= 1000
               MOVE WS-REGRESS-LOOP-MAX TO WS-MAX-LOOP-ITERATIONS
           END-IF
           PERFORM LOAD-LANG-MESSAGES
           PERFORM LOAD-APP-SOURCE
           PERFORM VERIFY-APP-BUNDLE
               PERFORM LOAD-MIGRATION-MAP
               PERFORM LOAD-SCREEN-LAYOUT
               PERFORM INIT-LIVE-VALUES
               IF WS-DEPT-CURRENT NOT = SPACES
                   PERFORM PUBLISH-DEPARTMENT-VALUE
               END-IF
               PERFORM SEED-STARTUP-PARAMS
               PERFORM TAKE-APP-LOOP-GUARD
               PERFORM INIT-SCREEN-REFRESH-TIMERS
               PERFORM BUILD-CHECKPOINT-FILE-PATH
               PERFORM RESTORE-CHECKPOINT
               END-IF
               PERFORM WRITE-METRICS-FILE
               PERFORM RELEASE-RUN-LOCKS
               MOVE WS-APP-LOOP-SAVED TO WS-MAX-LOOP-ITERATIONS
           END-IF.

      *> The run's measured shape, one KEY VALUE line per measure
           STRING FUNCTION TRIM(WS-APP-FILE-PATH) DELIMITED BY SIZE
               ".metrics.txt" DELIMITED BY SIZE
               INTO WS-METRICS-FILE-PATH
           MOVE 0 TO WS-METRIC-PEAK-COUNT
           OPEN INPUT METRICS-FILE
           IF WS-METRICS-FILE-STATUS = "00"
               MOVE 0 TO WS-METRIC-PEAK-EOF
               PERFORM READ-ONE-PEAK-METRIC
                   UNTIL WS-METRIC-PEAK-EOF = 1
               CLOSE METRICS-FILE
           END-IF
           OPEN OUTPUT METRICS-FILE
           MOVE SPACES TO WS-METRIC-LINE
           STRING "RENDERS " DELIMITED BY SIZE
           PERFORM WRITE-ONE-PARA-METRIC
               VARYING WS-METRIC-IDX FROM 1 BY 1
               UNTIL WS-METRIC-IDX > WS-PARA-COUNT
           PERFORM WRITE-TABLE-USAGE-METRICS
           CLOSE METRICS-FILE.

       WRITE-TABLE-USAGE-METRICS.
           MOVE "TABLE" TO WS-METRIC-TBL-KEY
           MOVE "NODES" TO WS-METRIC-TBL-NAME
           MOVE WS-NODE-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-NODES TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "STATEMENTS" TO WS-METRIC-TBL-NAME
           MOVE WS-STMT-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-STATEMENTS TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "EXPRESSIONS" TO WS-METRIC-TBL-NAME
           MOVE WS-EXPR-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-EXPRESSIONS TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "STATE-VARS" TO WS-METRIC-TBL-NAME
           MOVE WS-STATE-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-STATE-VARS TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "HANDLERS" TO WS-METRIC-TBL-NAME
           MOVE WS-HANDLER-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-HANDLERS TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "PARAGRAPHS" TO WS-METRIC-TBL-NAME
           MOVE WS-PARA-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-PARAGRAPHS TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "SCREENS" TO WS-METRIC-TBL-NAME
           MOVE WS-SCREEN-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-SCREENS TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "LIVE-VALUES" TO WS-METRIC-TBL-NAME
           MOVE WS-LIVE-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-LIVE-VALUES TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "HISTORY" TO WS-METRIC-TBL-NAME
           MOVE WS-HISTORY-COUNT TO WS-METRIC-TBL-USED
           MOVE WS-MAX-HISTORY TO WS-METRIC-TBL-CEIL
           PERFORM WRITE-ONE-TABLE-METRIC
           MOVE "OCCURS" TO WS-METRIC-TBL-KEY
           PERFORM WRITE-ONE-OCCURS-METRIC
               VARYING WS-METRIC-IDX FROM 1 BY 1
               UNTIL WS-METRIC-IDX > WS-STATE-COUNT.

      *> Only the TABLE and OCCURS lines carry a mark forward; the
      *> per-run counts above them start again every run.
       READ-ONE-PEAK-METRIC.
           READ METRICS-FILE
           IF WS-METRICS-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-METRIC-PEAK-EOF
           ELSE
               MOVE SPACES TO WS-METRIC-PK-KEY-TXT
                   WS-METRIC-PK-NAME-TXT WS-METRIC-PK-USED-TXT
                   WS-METRIC-PK-CEIL-TXT
               UNSTRING METRICS-RECORD DELIMITED BY ALL SPACE
                   INTO WS-METRIC-PK-KEY-TXT WS-METRIC-PK-NAME-TXT
                       WS-METRIC-PK-USED-TXT WS-METRIC-PK-CEIL-TXT
               IF WS-METRIC-PK-KEY-TXT = "TABLE"
                   OR WS-METRIC-PK-KEY-TXT = "OCCURS"
                   IF WS-METRIC-PK-USED-TXT IS NUMERIC
                       AND WS-METRIC-PK-CEIL-TXT IS NUMERIC
                       AND WS-METRIC-PEAK-COUNT < 210
                       ADD 1 TO WS-METRIC-PEAK-COUNT
                       MOVE WS-METRIC-PK-KEY-TXT TO
                           METRIC-PEAK-KEY(WS-METRIC-PEAK-COUNT)
                       MOVE WS-METRIC-PK-NAME-TXT TO
                           METRIC-PEAK-NAME(WS-METRIC-PEAK-COUNT)
                       MOVE WS-METRIC-PK-USED-TXT TO
                           METRIC-PEAK-USED(WS-METRIC-PEAK-COUNT)
                       MOVE WS-METRIC-PK-CEIL-TXT TO
                           METRIC-PEAK-CEIL(WS-METRIC-PEAK-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> Raises this run's figure to the carried mark when the same
      *> table, at the same ceiling, once went higher.
       TAKE-ONE-PEAK-METRIC.
           IF METRIC-PEAK-KEY(WS-METRIC-PEAK-IDX) = WS-METRIC-TBL-KEY
               AND METRIC-PEAK-NAME(WS-METRIC-PEAK-IDX) =
                   WS-METRIC-TBL-NAME
               AND METRIC-PEAK-CEIL(WS-METRIC-PEAK-IDX) =
                   WS-METRIC-TBL-CEIL
               IF METRIC-PEAK-USED(WS-METRIC-PEAK-IDX) >
                   WS-METRIC-TBL-USED
                   MOVE METRIC-PEAK-USED(WS-METRIC-PEAK-IDX) TO
                       WS-METRIC-TBL-USED
               END-IF
           END-IF.

       WRITE-ONE-TABLE-METRIC.
           PERFORM TAKE-ONE-PEAK-METRIC
               VARYING WS-METRIC-PEAK-IDX FROM 1 BY 1
               UNTIL WS-METRIC-PEAK-IDX > WS-METRIC-PEAK-COUNT
           MOVE SPACES TO WS-METRIC-LINE
           STRING FUNCTION TRIM(WS-METRIC-TBL-KEY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-METRIC-TBL-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-METRIC-TBL-USED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-METRIC-TBL-CEIL DELIMITED BY SIZE
               INTO WS-METRIC-LINE
           MOVE WS-METRIC-LINE TO METRICS-RECORD
           WRITE METRICS-RECORD.

      *> A matrix field counts its rows, judged by each row's first
      *> column.
       WRITE-ONE-OCCURS-METRIC.
           IF STATE-OCCURS-COUNT(WS-METRIC-IDX) > 1
               AND NOT STATE-IS-GROUP(WS-METRIC-IDX)
               MOVE STATE-NAME(WS-METRIC-IDX) TO WS-METRIC-TBL-NAME
               MOVE STATE-OCCURS-COUNT(WS-METRIC-IDX) TO
                   WS-METRIC-TBL-CEIL
               MOVE 0 TO WS-METRIC-TBL-USED
               PERFORM CHECK-ONE-OCCURS-SLOT
                   VARYING WS-METRIC-SLOT FROM
                       STATE-OCCURS-COUNT(WS-METRIC-IDX) BY -1
                   UNTIL WS-METRIC-SLOT < 1
                   OR WS-METRIC-TBL-USED > 0
               PERFORM WRITE-ONE-TABLE-METRIC
           END-IF.

       CHECK-ONE-OCCURS-SLOT.
           MOVE WS-METRIC-SLOT TO WS-METRIC-SLOT-EDIT
           MOVE SPACES TO WS-EXACT-LOOKUP-NAME
           IF STATE-OCCURS2-COUNT(WS-METRIC-IDX) > 1
               STRING FUNCTION TRIM(STATE-NAME(WS-METRIC-IDX))
                       DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-METRIC-SLOT-EDIT)
                       DELIMITED BY SIZE
                   ",1)" DELIMITED BY SIZE
                   INTO WS-EXACT-LOOKUP-NAME
           ELSE
               STRING FUNCTION TRIM(STATE-NAME(WS-METRIC-IDX))
                       DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-METRIC-SLOT-EDIT)
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-EXACT-LOOKUP-NAME
           END-IF
           PERFORM FIND-LIVE-EXACT
           IF WS-FOUND-LIVE-IDX NOT = 0
               AND FUNCTION TRIM(LIVE-VAR-VALUE(WS-FOUND-LIVE-IDX))
                   NOT = SPACES
               AND FUNCTION TRIM(LIVE-VAR-VALUE(WS-FOUND-LIVE-IDX))
                   NOT = FUNCTION TRIM(
                       STATE-DEFAULT-VALUE(WS-METRIC-IDX))
               IF STATE-PIC-KIND(WS-METRIC-IDX) = WS-PIC-KIND-NUMERIC
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       LIVE-VAR-VALUE(WS-FOUND-LIVE-IDX))) = 0
                   IF FUNCTION NUMVAL(LIVE-VAR-VALUE(
                       WS-FOUND-LIVE-IDX)) NOT = 0
                       MOVE WS-METRIC-SLOT TO WS-METRIC-TBL-USED
                   END-IF
               ELSE
                   MOVE WS-METRIC-SLOT TO WS-METRIC-TBL-USED
               END-IF
           END-IF.

       WRITE-ONE-PARA-METRIC.
           IF PARA-EXEC-COUNT(WS-METRIC-IDX) > 0
               MOVE SPACES TO WS-METRIC-LINE
                   WRITE SERVE-OUT-RECORD
               END-IF
           ELSE
               IF NOT LINEAR-RENDER-ON
                   DISPLAY WS-ESC-CHAR "[2J" WS-ESC-CHAR "[H"
                   IF WS-TRAINING-ON = 1
                       DISPLAY "*** TRAINING - practice data only ***"
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WS-CURRENT-LINE
      *> the logical height it measures tells the scroll keys how
      *> far down the screen really goes - emission itself is gated
      *> per line inside RENDER-ONE-NODE.
           IF LINEAR-RENDER-ON AND NOT SERVE-MODE-ON
               PERFORM RENDER-LINEAR-FRAME
           ELSE
               PERFORM RENDER-ONE-NODE
                   VARYING WS-RENDER-NODE-IDX
                   FROM WS-SCREEN-NODE-START BY 1
                   UNTIL WS-RENDER-NODE-IDX > WS-SCREEN-NODE-END
               IF SCREEN-KEY-COUNT(WS-CURRENT-SCREEN-IDX) > 0
                   PERFORM RENDER-KEY-FOOTER
               END-IF
               IF WS-PINNED-SCREEN-IDX NOT = 0
                   AND WS-PINNED-SCREEN-IDX NOT =
                       WS-CURRENT-SCREEN-IDX
                   PERFORM RENDER-PINNED-PANE
               END-IF
           END-IF
           COMPUTE WS-VIEW-TOTAL-LINES = WS-CURRENT-LINE - 1
           MOVE "FRAME-END" TO WS-SESSION-TAG-IN
           END-IF.

      *> ---------------------------------------------------------
      *> Linear frame (RENDER-MODE LINEAR) - see WS-LINEAR-SCRATCH.
      *> The lines are built in tab order: each focus stop in turn,
      *> preceded by whatever labels and display fields come before
      *> it on the screen and were not read yet, then the rest of
      *> the screen, the key line and any pinned pane. Only then is
      *> anything said, against the lines the last frame read.
      *> ---------------------------------------------------------
       RENDER-LINEAR-FRAME.
           MOVE 0 TO WS-LIN-COUNT
           PERFORM CLEAR-ONE-LINEAR-NODE-MARK
               VARYING WS-LIN-NODE-IDX FROM 1 BY 1
               UNTIL WS-LIN-NODE-IDX > 500
           PERFORM MARK-ONE-LINEAR-FOCUS-NODE
               VARYING WS-LIN-FOCUS-IDX FROM 1 BY 1
               UNTIL WS-LIN-FOCUS-IDX > WS-FOCUS-COUNT
           MOVE 0 TO WS-LIN-NODE-IDX
           IF WS-TRAINING-ON = 1
               MOVE "Training - practice data only" TO WS-LIN-TEXT
               PERFORM ADD-LINEAR-LINE
           END-IF
           PERFORM ADD-ONE-LINEAR-FOCUS-STOP
               VARYING WS-LIN-FOCUS-IDX FROM 1 BY 1
               UNTIL WS-LIN-FOCUS-IDX > WS-FOCUS-COUNT
           PERFORM ADD-LINEAR-UNREAD-NODE
               VARYING WS-RENDER-NODE-IDX FROM WS-SCREEN-NODE-START
               BY 1
               UNTIL WS-RENDER-NODE-IDX > WS-SCREEN-NODE-END
           IF SCREEN-KEY-COUNT(WS-CURRENT-SCREEN-IDX) > 0
               MOVE SPACES TO WS-FKEY-LINE
               MOVE 1 TO WS-FKEY-PTR
               PERFORM APPEND-ONE-KEY-FOOTER
                   VARYING WS-FKEY-IDX FROM 1 BY 1
                   UNTIL WS-FKEY-IDX >
                       SCREEN-KEY-COUNT(WS-CURRENT-SCREEN-IDX)
               MOVE SPACES TO WS-LIN-TEXT
               STRING "Keys: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FKEY-LINE) DELIMITED BY SIZE
                   INTO WS-LIN-TEXT
               MOVE 0 TO WS-LIN-NODE-IDX
               PERFORM ADD-LINEAR-LINE
           END-IF
           IF WS-PINNED-SCREEN-IDX NOT = 0
               AND WS-PINNED-SCREEN-IDX NOT = WS-CURRENT-SCREEN-IDX
               PERFORM FIND-PINNED-SCREEN-NODE-RANGE
               MOVE SPACES TO WS-LIN-TEXT
               STRING "Pinned screen " DELIMITED BY SIZE
                   FUNCTION TRIM(SCREEN-NAME(WS-PINNED-SCREEN-IDX))
                       DELIMITED BY SIZE
                   INTO WS-LIN-TEXT
               MOVE 0 TO WS-LIN-NODE-IDX
               PERFORM ADD-LINEAR-LINE
               PERFORM ADD-LINEAR-NODE
                   VARYING WS-RENDER-NODE-IDX FROM WS-PIN-NODE-START
                   BY 1
                   UNTIL WS-RENDER-NODE-IDX > WS-PIN-NODE-END
           END-IF
           PERFORM ANNOUNCE-LINEAR-FRAME
           ADD WS-LIN-COUNT TO WS-CURRENT-LINE.

       CLEAR-ONE-LINEAR-NODE-MARK.
           MOVE 0 TO WS-LIN-DONE(WS-LIN-NODE-IDX)
           MOVE 0 TO WS-LIN-IN-FOCUS(WS-LIN-NODE-IDX).

       MARK-ONE-LINEAR-FOCUS-NODE.
           MOVE 1 TO
               WS-LIN-IN-FOCUS(FOCUS-NODE-IDX(WS-LIN-FOCUS-IDX)).

      *> One focus stop, after the unread labels ahead of it.
       ADD-ONE-LINEAR-FOCUS-STOP.
           MOVE FOCUS-NODE-IDX(WS-LIN-FOCUS-IDX) TO WS-LIN-FOCUS-NODE
           PERFORM ADD-LINEAR-UNREAD-LABEL
               VARYING WS-RENDER-NODE-IDX FROM WS-SCREEN-NODE-START
               BY 1
               UNTIL WS-RENDER-NODE-IDX >= WS-LIN-FOCUS-NODE
           MOVE WS-LIN-FOCUS-NODE TO WS-RENDER-NODE-IDX
           IF WS-LIN-DONE(WS-RENDER-NODE-IDX) = 0
               PERFORM ADD-LINEAR-NODE
               MOVE 1 TO WS-LIN-DONE(WS-RENDER-NODE-IDX)
           END-IF.

       ADD-LINEAR-UNREAD-LABEL.
           IF WS-LIN-DONE(WS-RENDER-NODE-IDX) = 0
               AND WS-LIN-IN-FOCUS(WS-RENDER-NODE-IDX) = 0
               PERFORM ADD-LINEAR-NODE
               MOVE 1 TO WS-LIN-DONE(WS-RENDER-NODE-IDX)
           END-IF.

       ADD-LINEAR-UNREAD-NODE.
           IF WS-LIN-DONE(WS-RENDER-NODE-IDX) = 0
               PERFORM ADD-LINEAR-NODE
               MOVE 1 TO WS-LIN-DONE(WS-RENDER-NODE-IDX)
           END-IF.

       ADD-LINEAR-NODE.
           IF NOT NODE-IS-CONTAINER(WS-RENDER-NODE-IDX)
               AND NOT NODE-IS-HIDDEN(WS-RENDER-NODE-IDX)
               MOVE WS-RENDER-NODE-IDX TO WS-LIN-NODE-IDX
               EVALUATE TRUE
                   WHEN NODE-IS-CHART(WS-RENDER-NODE-IDX)
                       PERFORM ADD-LINEAR-CHART
                   WHEN NODE-IS-LIST(WS-RENDER-NODE-IDX)
                       PERFORM ADD-LINEAR-LIST
                   WHEN OTHER
                       PERFORM ADD-LINEAR-LEAF
               END-EVALUATE
           END-IF.

      *> The leaf's ordinary line, said in words: "[Save]" becomes
      *> "Save button", "[X] Done" "Done checkbox, checked", the
      *> "*** ... ***" markers an error and a denial get become
      *> ", error: ..." and "access denied", and an active ALERT-
      *> COLOR - on screen only a colour - is named after the value.
       ADD-LINEAR-LEAF.
           PERFORM BUILD-NODE-LINE-TEXT
           MOVE SPACES TO WS-LIN-BASE WS-LIN-TEXT
           MOVE 0 TO WS-LIN-WORD-LEN
           IF NOT NODE-FAILED-VALIDATION(WS-RENDER-NODE-IDX)
               INSPECT WS-DISPLAY-LINE-TEXT TALLYING WS-LIN-WORD-LEN
                   FOR ALL "*** ACCESS DENIED ***"
           END-IF
           UNSTRING WS-DISPLAY-LINE-TEXT DELIMITED BY " *** "
               INTO WS-LIN-BASE
           EVALUATE TRUE
               WHEN WS-LIN-WORD-LEN > 0
                   STRING FUNCTION TRIM(WS-LIN-BASE) DELIMITED BY SIZE
                       " access denied" DELIMITED BY SIZE
                       INTO WS-LIN-TEXT
               WHEN NODE-IS-BUTTON(WS-RENDER-NODE-IDX)
                   MOVE SPACES TO WS-LIN-WORD
                   UNSTRING WS-LIN-BASE(2:) DELIMITED BY "]"
                       INTO WS-LIN-WORD
                   STRING FUNCTION TRIM(WS-LIN-WORD) DELIMITED BY SIZE
                       " button" DELIMITED BY SIZE
                       INTO WS-LIN-TEXT
               WHEN NODE-IS-CHECKBOX(WS-RENDER-NODE-IDX)
                   STRING FUNCTION TRIM(WS-LIN-BASE(5:))
                           DELIMITED BY SIZE
                       " checkbox, " DELIMITED BY SIZE
                       INTO WS-LIN-TEXT
                   IF WS-LIN-BASE(2:1) = "X"
                       STRING FUNCTION TRIM(WS-LIN-TEXT)
                               DELIMITED BY SIZE
                           " checked" DELIMITED BY SIZE
                           INTO WS-LIN-SAY
                   ELSE
                       STRING FUNCTION TRIM(WS-LIN-TEXT)
                               DELIMITED BY SIZE
                           " not checked" DELIMITED BY SIZE
                           INTO WS-LIN-SAY
                   END-IF
                   MOVE WS-LIN-SAY TO WS-LIN-TEXT
               WHEN NODE-IS-DROPDOWN(WS-RENDER-NODE-IDX)
                   MOVE SPACES TO WS-LIN-WORD
                   UNSTRING WS-LIN-BASE DELIMITED BY ": < " OR " >"
                       INTO WS-LIN-SAY WS-LIN-WORD
                   IF WS-LIN-WORD = SPACES
                       MOVE "blank" TO WS-LIN-WORD
                   END-IF
                   STRING FUNCTION TRIM(NODE-NAME(WS-RENDER-NODE-IDX))
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIN-WORD) DELIMITED BY SIZE
                       ", choice" DELIMITED BY SIZE
                       INTO WS-LIN-TEXT
               WHEN OTHER
                   MOVE WS-LIN-BASE TO WS-LIN-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIN-BASE))
                       TO WS-LIN-WORD-LEN
                   IF FUNCTION TRIM(NODE-BINDING(WS-RENDER-NODE-IDX))
                       NOT = SPACES
                       AND WS-LIN-BASE(WS-LIN-WORD-LEN:1) = ":"
                       STRING FUNCTION TRIM(WS-LIN-BASE)
                               DELIMITED BY SIZE
                           " blank" DELIMITED BY SIZE
                           INTO WS-LIN-TEXT
                   END-IF
           END-EVALUATE
           IF NODE-IS-DISABLED(WS-RENDER-NODE-IDX)
               MOVE ", unavailable" TO WS-LIN-WORD
               PERFORM APPEND-LINEAR-WORDS
           END-IF
           IF NODE-FAILED-VALIDATION(WS-RENDER-NODE-IDX)
               MOVE SPACES TO WS-LIN-SAY
               STRING FUNCTION TRIM(WS-LIN-TEXT) DELIMITED BY SIZE
                   ", error: " DELIMITED BY SIZE
                   FUNCTION TRIM(NODE-VALID-MSG(WS-RENDER-NODE-IDX))
                       DELIMITED BY SIZE
                   INTO WS-LIN-SAY
               MOVE WS-LIN-SAY TO WS-LIN-TEXT
           END-IF
           IF NODE-ALERT-ACTIVE(WS-RENDER-NODE-IDX)
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                   NODE-ALERT-PATTERN(WS-RENDER-NODE-IDX))) TO
                   WS-LIN-WORD
               MOVE FUNCTION UPPER-CASE(WS-LIN-WORD(1:1)) TO
                   WS-LIN-WORD(1:1)
               MOVE SPACES TO WS-LIN-SAY
               STRING FUNCTION TRIM(WS-LIN-TEXT) DELIMITED BY SIZE
                   ", alert: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIN-WORD) DELIMITED BY SIZE
                   INTO WS-LIN-SAY
               MOVE WS-LIN-SAY TO WS-LIN-TEXT
           END-IF
           PERFORM ADD-LINEAR-LINE.

       APPEND-LINEAR-WORDS.
           MOVE SPACES TO WS-LIN-SAY
           STRING FUNCTION TRIM(WS-LIN-TEXT) DELIMITED BY SIZE
               WS-LIN-WORD DELIMITED BY "  "
               INTO WS-LIN-SAY
           MOVE WS-LIN-SAY TO WS-LIN-TEXT.

      *> A chart is read as its values, one line per element the
      *> bar chart would draw.
       ADD-LINEAR-CHART.
           MOVE NODE-BINDING(WS-RENDER-NODE-IDX) TO
               WS-STATE-LOOKUP-NAME
           PERFORM FIND-STATE-BY-NAME
           IF WS-FOUND-STATE-IDX NOT = 0
               MOVE STATE-OCCURS-COUNT(WS-FOUND-STATE-IDX) TO
                   WS-CHART-COUNT
               MOVE SPACES TO WS-LIN-TEXT
               STRING FUNCTION TRIM(NODE-NAME(WS-RENDER-NODE-IDX))
                       DELIMITED BY SIZE
                   " chart, values:" DELIMITED BY SIZE
                   INTO WS-LIN-TEXT
               PERFORM ADD-LINEAR-LINE
               PERFORM ADD-ONE-LINEAR-CHART-VALUE
                   VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
           END-IF.

       ADD-ONE-LINEAR-CHART-VALUE.
           PERFORM GET-ONE-CHART-VALUE
           PERFORM GET-ONE-CHART-LABEL
           IF WS-CHART-VAL NOT = 0 OR WS-CHART-LABEL NOT = SPACES
               IF WS-CHART-LABEL = SPACES
                   MOVE WS-CHART-IDX TO WS-LIN-COUNT-EDIT
                   STRING "item " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIN-COUNT-EDIT)
                           DELIMITED BY SIZE
                       INTO WS-CHART-LABEL
               END-IF
               MOVE WS-CHART-VAL TO WS-NUM-FMT-VALUE
               MOVE 0 TO WS-NUM-FMT-DEC
               PERFORM FORMAT-NUMERIC-CANONICAL
               MOVE SPACES TO WS-LIN-TEXT
               STRING FUNCTION TRIM(WS-CHART-LABEL) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-FMT-OUT) DELIMITED BY SIZE
                   INTO WS-LIN-TEXT
               PERFORM ADD-LINEAR-LINE
           END-IF.

      *> A List is read as its item count and the rows its viewport
      *> shows, the cursor row said as "selected".
       ADD-LINEAR-LIST.
           MOVE NODE-BINDING(WS-RENDER-NODE-IDX) TO WS-LIST-BASE-NAME
           MOVE WS-RENDER-NODE-IDX TO WS-LIST-NODE-IDX
           PERFORM FIND-LIST-ITEM-COUNT
           IF FUNCTION TRIM(NODE-LIST-FILTER(WS-LIST-NODE-IDX))
               NOT = SPACES
               PERFORM COUNT-FILTERED-LIST-ITEMS
               MOVE WS-LIST-FILT-COUNT TO WS-LIST-ITEM-COUNT
           END-IF
           MOVE WS-LIST-ITEM-COUNT TO WS-LIN-COUNT-EDIT-2
           MOVE SPACES TO WS-LIN-TEXT
           STRING FUNCTION TRIM(NODE-NAME(WS-RENDER-NODE-IDX))
                   DELIMITED BY SIZE
               " list, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIN-COUNT-EDIT-2) DELIMITED BY SIZE
               " items" DELIMITED BY SIZE
               INTO WS-LIN-TEXT
           PERFORM ADD-LINEAR-LINE
           COMPUTE WS-LIST-ITEM-IDX =
               NODE-LIST-SCROLL(WS-RENDER-NODE-IDX) + 1
           MOVE 0 TO WS-LIST-ROW-COUNT
           PERFORM ADD-ONE-LINEAR-LIST-ROW
               UNTIL WS-LIST-ROW-COUNT >=
                   NODE-LIST-ROWS(WS-RENDER-NODE-IDX).

       ADD-ONE-LINEAR-LIST-ROW.
           PERFORM BUILD-LIST-ROW-TEXT
           IF WS-DISPLAY-LINE-TEXT = "> "
               MOVE "> blank" TO WS-DISPLAY-LINE-TEXT
           END-IF
           IF WS-DISPLAY-LINE-TEXT NOT = SPACES
               MOVE WS-LIST-ITEM-IDX TO WS-LIN-COUNT-EDIT
               MOVE SPACES TO WS-LIN-TEXT
               IF WS-DISPLAY-LINE-TEXT(1:2) = "> "
                   STRING "item " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIN-COUNT-EDIT)
                           DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIN-COUNT-EDIT-2)
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-LINE-TEXT(3:))
                           DELIMITED BY SIZE
                       ", selected" DELIMITED BY SIZE
                       INTO WS-LIN-TEXT
               ELSE
                   STRING "item " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIN-COUNT-EDIT)
                           DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIN-COUNT-EDIT-2)
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-LINE-TEXT)
                           DELIMITED BY SIZE
                       INTO WS-LIN-TEXT
               END-IF
               PERFORM ADD-LINEAR-LINE
           END-IF
           ADD 1 TO WS-LIST-ROW-COUNT
           ADD 1 TO WS-LIST-ITEM-IDX.

      *> WS-LIN-TEXT as the frame's next line, owned by node
      *> WS-LIN-NODE-IDX (0 for the key line and the like).
       ADD-LINEAR-LINE.
           IF WS-LIN-COUNT < 120
               ADD 1 TO WS-LIN-COUNT
               MOVE WS-LIN-TEXT TO WS-LIN-LINE(WS-LIN-COUNT)
               MOVE WS-LIN-NODE-IDX TO WS-LIN-NODE(WS-LIN-COUNT)
           END-IF
           MOVE SPACES TO WS-LIN-TEXT.

      *> A new screen (or REREAD, or a changed render mode) reads
      *> every line under the screen's name; otherwise only the
      *> lines that changed, and "Removed:" for lines that went.
      *> Focus is said last, when it moved or its line changed.
       ANNOUNCE-LINEAR-FRAME.
           IF WS-CURRENT-SCREEN-IDX NOT = WS-LIN-PREV-SCREEN
               MOVE 1 TO WS-LIN-FULL
           END-IF
           MOVE SPACES TO WS-LIN-FOCUS-TXT
           IF WS-CURRENT-FOCUS-IDX > 0
               AND WS-CURRENT-FOCUS-IDX <= WS-FOCUS-COUNT
               MOVE FOCUS-NODE-IDX(WS-CURRENT-FOCUS-IDX) TO
                   WS-LIN-FOCUS-NODE
               PERFORM FIND-ONE-LINEAR-FOCUS-LINE
                   VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-COUNT
                   OR WS-LIN-FOCUS-TXT NOT = SPACES
           END-IF
           MOVE 0 TO WS-LIN-CHANGED
           IF WS-LIN-FULL = 1
               MOVE WS-LIN-COUNT TO WS-LIN-COUNT-EDIT
               MOVE SPACES TO WS-LIN-SAY
               STRING "Screen " DELIMITED BY SIZE
                   FUNCTION TRIM(SCREEN-NAME(WS-CURRENT-SCREEN-IDX))
                       DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIN-COUNT-EDIT) DELIMITED BY SIZE
                   " lines" DELIMITED BY SIZE
                   INTO WS-LIN-SAY
               PERFORM SAY-LINEAR-TEXT
               PERFORM SAY-ONE-LINEAR-LINE
                   VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-COUNT
           ELSE
               MOVE WS-LIN-COUNT TO WS-LIN-TOP
               IF WS-LIN-PREV-COUNT > WS-LIN-TOP
                   MOVE WS-LIN-PREV-COUNT TO WS-LIN-TOP
               END-IF
               PERFORM SAY-ONE-CHANGED-LINE
                   VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-TOP
           END-IF
           IF WS-LIN-FOCUS-TXT NOT = SPACES
               AND (WS-LIN-FULL = 1
                   OR WS-CURRENT-FOCUS-IDX NOT = WS-LIN-PREV-FOCUS
                   OR WS-LIN-FOCUS-TXT NOT = WS-LIN-PREV-FOCUS-TXT)
               MOVE SPACES TO WS-LIN-SAY
               STRING "Focus: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIN-FOCUS-TXT) DELIMITED BY SIZE
                   INTO WS-LIN-SAY
               IF FUNCTION TRIM(NODE-HELP-TEXT(WS-LIN-FOCUS-NODE))
                   NOT = SPACES
                   MOVE WS-LIN-SAY TO WS-LIN-TEXT
                   MOVE SPACES TO WS-LIN-SAY
                   STRING FUNCTION TRIM(WS-LIN-TEXT)
                           DELIMITED BY SIZE
                       ". Help: " DELIMITED BY SIZE
                       FUNCTION TRIM(
                           NODE-HELP-TEXT(WS-LIN-FOCUS-NODE))
                           DELIMITED BY SIZE
                       INTO WS-LIN-SAY
                   MOVE SPACES TO WS-LIN-TEXT
               END-IF
               PERFORM SAY-LINEAR-TEXT
           END-IF
           PERFORM KEEP-ONE-LINEAR-LINE
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-COUNT
           MOVE WS-LIN-COUNT TO WS-LIN-PREV-COUNT
           MOVE WS-CURRENT-SCREEN-IDX TO WS-LIN-PREV-SCREEN
           MOVE WS-CURRENT-FOCUS-IDX TO WS-LIN-PREV-FOCUS
           MOVE WS-LIN-FOCUS-TXT TO WS-LIN-PREV-FOCUS-TXT
           MOVE 0 TO WS-LIN-FULL.

       FIND-ONE-LINEAR-FOCUS-LINE.
           IF WS-LIN-NODE(WS-LIN-IDX) = WS-LIN-FOCUS-NODE
               MOVE WS-LIN-LINE(WS-LIN-IDX) TO WS-LIN-FOCUS-TXT
           END-IF.

       SAY-ONE-LINEAR-LINE.
           MOVE WS-LIN-LINE(WS-LIN-IDX) TO WS-LIN-SAY
           PERFORM SAY-LINEAR-TEXT.

       SAY-ONE-CHANGED-LINE.
           EVALUATE TRUE
               WHEN WS-LIN-IDX > WS-LIN-COUNT
                   MOVE SPACES TO WS-LIN-SAY
                   STRING "Removed: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIN-PREV-LINE(WS-LIN-IDX))
                           DELIMITED BY SIZE
                       INTO WS-LIN-SAY
                   PERFORM SAY-LINEAR-TEXT
               WHEN WS-LIN-IDX > WS-LIN-PREV-COUNT
                   OR WS-LIN-LINE(WS-LIN-IDX) NOT =
                       WS-LIN-PREV-LINE(WS-LIN-IDX)
                   PERFORM SAY-ONE-LINEAR-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Said lines go to the session recording as painted ones do.
       SAY-LINEAR-TEXT.
           DISPLAY FUNCTION TRIM(WS-LIN-SAY TRAILING)
           ADD 1 TO WS-LIN-CHANGED
           MOVE "LINE" TO WS-SESSION-TAG-IN
           MOVE WS-LIN-SAY TO WS-SESSION-TEXT-IN
           PERFORM WRITE-SESSION-LINE.

       KEEP-ONE-LINEAR-LINE.
           MOVE WS-LIN-LINE(WS-LIN-IDX) TO WS-LIN-PREV-LINE(WS-LIN-IDX).

      *> ---------------------------------------------------------
      *> Screen-dump for the DUMP key (DUMP-CURRENT-SCREEN) - writes
      *> the frame currently on display to DUMP-FILE, one line per
      *> rendered node, built through the exact same BUILD-NODE-LINE-
      *> TEXT/BUILD-LIST-ROW-TEXT paragraphs RENDER-ONE-NODE/RENDER-
      *> ONE-LIST-ROW use, so the dump can never drift from what the
      *> operator actually sees. Walks WS-SCREEN-NODE-START/END, left
      *> as-is by the RENDER-SCREEN call that preceded it, rather than
      *> re-deriving them, and counts its own WS-DUMP-LINE-COUNT
      *> instead of advancing WS-CURRENT-LINE, so dumping never
      *> disturbs the real render's line budget or click map.
      *> ---------------------------------------------------------
       DUMP-CURRENT-SCREEN.
           PERFORM BUILD-DUMP-FILE-PATH
           OPEN OUTPUT DUMP-FILE
           MOVE 0 TO WS-DUMP-LINE-COUNT
           PERFORM DUMP-ONE-NODE
               VARYING WS-RENDER-NODE-IDX FROM WS-SCREEN-NODE-START
               BY 1
               UNTIL WS-RENDER-NODE-IDX > WS-SCREEN-NODE-END
               OR WS-DUMP-LINE-COUNT > WS-TERM-LINES
           CLOSE DUMP-FILE.

      *> Named from the app source the same way BUILD-CHECKPOINT-FILE-
      *> PATH is, overwritten fresh on every DUMP key press.
       BUILD-DUMP-FILE-PATH.
           MOVE SPACES TO WS-DUMP-FILE-PATH
           STRING FUNCTION TRIM(WS-APP-FILE-PATH) DELIMITED BY SIZE
                   ".dump.txt" DELIMITED BY SIZE
               INTO WS-DUMP-FILE-PATH.

       DUMP-ONE-NODE.
           IF NOT NODE-IS-CONTAINER(WS-RENDER-NODE-IDX)
               AND NOT NODE-IS-HIDDEN(WS-RENDER-NODE-IDX)
               IF NODE-IS-CHART(WS-RENDER-NODE-IDX)
                   MOVE 1 TO WS-CHART-TO-DUMP
                   PERFORM RENDER-CHART-NODE
                   MOVE 0 TO WS-CHART-TO-DUMP
               ELSE
               IF NODE-IS-LIST(WS-RENDER-NODE-IDX)
                   PERFORM DUMP-LIST-NODE
               ELSE
                   PERFORM BUILD-NODE-LINE-TEXT
                   WRITE DUMP-RECORD FROM
                       WS-DISPLAY-LINE-TEXT(1:WS-DISPLAY-LINE-LEN)
                   ADD 1 TO WS-DUMP-LINE-COUNT
               END-IF
               END-IF
           END-IF.

       DUMP-LIST-NODE.
           MOVE NODE-BINDING(WS-RENDER-NODE-IDX) TO WS-LIST-BASE-NAME
           MOVE WS-RENDER-NODE-IDX TO WS-LIST-NODE-IDX
           COMPUTE WS-LIST-ITEM-IDX =
               NODE-LIST-SCROLL(WS-RENDER-NODE-IDX) + 1
           MOVE 0 TO WS-LIST-ROW-COUNT
           PERFORM DUMP-ONE-LIST-ROW
               UNTIL WS-LIST-ROW-COUNT >=
                   NODE-LIST-ROWS(WS-RENDER-NODE-IDX)
               OR WS-DUMP-LINE-COUNT > WS-TERM-LINES.

       DUMP-ONE-LIST-ROW.
                   WHEN WS-KEY-BUFFER(1:8) = "PINDATE "
                       AND HEADLESS-MODE-ON
                       PERFORM PIN-EVENT-SCRIPT-DATE
                   WHEN WS-KEY-BUFFER(1:8) = "PINTIME "
                       AND HEADLESS-MODE-ON
                       PERFORM PIN-EVENT-SCRIPT-TIME
                   WHEN WS-KEY-BUFFER = "APPROVALS"
                       PERFORM SHOW-APPROVAL-CONSOLE
                   WHEN WS-KEY-BUFFER = "KEYVERIFY"
                       PERFORM SHOW-KEY-VERIFY-CONSOLE
                   WHEN WS-KEY-BUFFER(1:7) = "RESUME "
                       AND SERVE-MODE-ON
                       PERFORM RESUME-SERVE-SESSION
                       PERFORM SCROLL-VIEW-DOWN
                   WHEN WS-KEY-BUFFER = "HELP"
                       PERFORM SHOW-FOCUSED-HELP
                   WHEN WS-KEY-BUFFER = "REREAD"
                       AND LINEAR-RENDER-ON
                       MOVE 1 TO WS-LIN-FULL
                       SET RENDER-NEEDS-REDRAW TO TRUE
                   WHEN WS-KEY-BUFFER = "LOOKUP"
                       PERFORM SHOW-FOCUSED-LOOKUP
                   WHEN WS-KEY-BUFFER = "PIN"
                               NOT = SPACES
                               PERFORM PARK-APPROVAL-REQUEST
                           ELSE
      *> So does an action over values keyed into VERIFY SECOND
      *> fields, until another operator has keyed them again.
                           IF WS-KV-SECOND-KEYED = 1
                               AND FUNCTION TRIM(FOCUS-ACTION(
                                   WS-CURRENT-FOCUS-IDX)) NOT = SPACES
                               PERFORM PARK-KEY-VERIFY-ENTRY
                           ELSE
                           SET EVT-IS-CLICK TO TRUE
                           MOVE FOCUS-ELEM-NAME(WS-CURRENT-FOCUS-IDX)
                               TO EVENT-TARGET-NAME
                           PERFORM RUN-HANDLER-FOR-FOCUS
                           PERFORM GO-TO-NAVIGATE-FOR-FOCUS
                           END-IF
                           END-IF
                       ELSE
                           ADD 1 TO WS-RUN-VALFAIL
                           MOVE FOCUS-ELEM-NAME(WS-CURRENT-FOCUS-IDX)
                   MOVE NODE-BINDING(WS-VALIDATE-NODE-IDX) TO
                       WS-LOOKUP-NAME
                   PERFORM GET-LIVE-VALUE
                   IF WS-KV-HELD-NODE = WS-VALIDATE-NODE-IDX
                       MOVE 0 TO NODE-VALID-FLAG(WS-VALIDATE-NODE-IDX)
                       MOVE "NOT VERIFIED" TO
                           NODE-VALID-MSG(WS-VALIDATE-NODE-IDX)
                       SET VALIDATION-FAILED TO TRUE
                   ELSE
                   IF NODE-IS-REQUIRED(WS-VALIDATE-NODE-IDX)
                       AND FUNCTION TRIM(WS-LIVE-VALUE-OUT) = SPACES
                       MOVE 0 TO NODE-VALID-FLAG(WS-VALIDATE-NODE-IDX)
                           PERFORM CHECK-NODE-RANGE
                       END-IF
                   END-IF
                   END-IF
      *> ROLE-CHECK-DENIED already left this node's NODE-VALID-FLAG/
      *> NODE-VALID-MSG marked ACCESS DENIED - a field the operator's
      *> role blocks from ever holding a value can't be judged against
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               PERFORM SNAPSHOT-LIVE-VALUES-FOR-UNDO
               PERFORM REPLAY-APPROVAL-SUMMARY
               MOVE 0 TO WS-LOOP-COUNTER
               MOVE 0 TO WS-EXEC-DEPTH
               MOVE APPR-ACTION(WS-APPR-NUM) TO WS-EXEC-PARA-NAME
           END-IF
           END-IF.

      *> The approved action commits what the approver reviewed, not
      *> whatever the approver's own session happens to hold: each
      *> "NAME=value; " pair of the summary goes back into the live
      *> value of that name before the paragraph runs. Only names
      *> this app already knows are set, and a last pair the summary
      *> cut short at its width is left alone.
       REPLAY-APPROVAL-SUMMARY.
           MOVE 1 TO WS-APPR-SUM-PTR
           PERFORM REPLAY-ONE-APPROVAL-PAIR
               UNTIL WS-APPR-SUM-PTR > 120.

       REPLAY-ONE-APPROVAL-PAIR.
           MOVE SPACES TO WS-APPR-PAIR WS-APPR-PAIR-DELIM
           UNSTRING APPR-SUMMARY(WS-APPR-NUM) DELIMITED BY "; "
               INTO WS-APPR-PAIR DELIMITER IN WS-APPR-PAIR-DELIM
               WITH POINTER WS-APPR-SUM-PTR
           END-UNSTRING
           IF WS-APPR-PAIR-DELIM = "; "
               AND FUNCTION TRIM(WS-APPR-PAIR) NOT = SPACES
               MOVE SPACES TO WS-APPR-PAIR-NAME
               MOVE 0 TO WS-APPR-PAIR-NAME-LEN
               UNSTRING WS-APPR-PAIR DELIMITED BY "="
                   INTO WS-APPR-PAIR-NAME
                       COUNT IN WS-APPR-PAIR-NAME-LEN
               END-UNSTRING
               MOVE WS-APPR-PAIR-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-LIVE-VALUE
               IF WS-FOUND-LIVE-IDX NOT = 0
                   AND WS-APPR-PAIR-NAME-LEN < 119
                   MOVE SPACES TO WS-LIVE-VALUE-OUT
                   MOVE WS-APPR-PAIR(WS-APPR-PAIR-NAME-LEN + 2:) TO
                       WS-LIVE-VALUE-OUT
                   PERFORM SET-LIVE-VALUE
               END-IF
           END-IF.

      *> Rejecting is as privileged as approving - dropping a parked
      *> action for good takes the same approving role, with one
      *> exception: the requester may withdraw their own entry.
           WRITE REJECT-RECORD.

      *> ---------------------------------------------------------
      *> Key verification - see WS-KV-SCRATCH. CHECK-FOCUSED-KEY-
      *> VERIFY runs on every keying into a Text/Numeric field and
      *> says whether it may reach the live value: a VERIFY field's
      *> first keying is held (and not shown), its second is
      *> compared with the first, and only a match commits. A
      *> VERIFY SECOND field commits to the screen as usual but
      *> marks it keyed, so the next action parks instead of
      *> running (PARK-KEY-VERIFY-ENTRY).
      *> ---------------------------------------------------------
       CHECK-FOCUSED-KEY-VERIFY.
           MOVE 1 TO WS-KV-COMMIT
           MOVE FOCUS-NODE-IDX(WS-CURRENT-FOCUS-IDX) TO WS-KV-NODE-IDX
           IF NODE-VERIFY-BLIND(WS-KV-NODE-IDX)
               MOVE FOCUS-BINDING(WS-CURRENT-FOCUS-IDX) TO
                   WS-KV-FIELD-NAME
               IF WS-KV-HELD-NODE = WS-KV-NODE-IDX
                   MOVE 0 TO WS-KV-HELD-NODE
                   MOVE WS-SESSION-OPERATOR TO WS-KV-KEYER
                   MOVE SPACES TO WS-KV-REC-VBY
                   IF FUNCTION TRIM(WS-KV-HELD-VALUE) =
                       FUNCTION TRIM(WS-KEY-BUFFER)
                       MOVE "MATCH" TO WS-KV-RESULT
                   ELSE
                       MOVE "MISMATCH" TO WS-KV-RESULT
                       MOVE 0 TO WS-KV-COMMIT
                       ADD 1 TO WS-RUN-VALFAIL
                       DISPLAY "VERIFY: the two keyings of "
                           FUNCTION TRIM(WS-KV-FIELD-NAME)
                           " differ - nothing committed; key it twice"
                           " again"
                   END-IF
                   MOVE SPACES TO WS-KV-HELD-VALUE
                   PERFORM WRITE-KEY-VERIFY-AUDIT
               ELSE
                   MOVE WS-KV-NODE-IDX TO WS-KV-HELD-NODE
                   MOVE WS-KEY-BUFFER TO WS-KV-HELD-VALUE
                   MOVE 0 TO WS-KV-COMMIT
                   DISPLAY "VERIFY: key "
                       FUNCTION TRIM(WS-KV-FIELD-NAME)
                       " again to verify it"
               END-IF
           ELSE
               IF NODE-VERIFY-SECOND(WS-KV-NODE-IDX)
                   MOVE 1 TO WS-KV-SECOND-KEYED
               END-IF
           END-IF.

      *> "KEY-VERIFY <field> MATCH|MISMATCH by=<keyed by>", plus
      *> " verified-by=<operator>" when a second operator re-keyed
      *> it. An operator not signed in shows as "-".
       WRITE-KEY-VERIFY-AUDIT.
           IF FUNCTION TRIM(WS-KV-KEYER) = SPACES
               MOVE "-" TO WS-KV-KEYER
           END-IF
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           MOVE 1 TO WS-KV-SUM-PTR
           STRING "KEY-VERIFY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KV-FIELD-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KV-RESULT) DELIMITED BY SIZE
               " by=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-KV-KEYER) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
               WITH POINTER WS-KV-SUM-PTR
           IF WS-KV-REC-VBY NOT = SPACES
               STRING " verified-by=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KV-REC-VBY) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
                   WITH POINTER WS-KV-SUM-PTR
           END-IF
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD.

      *> The entry carries the VERIFY SECOND fields' values apart
      *> from the rest of the screen's, so the verify pass can show
      *> the one and ask for the other. A screen whose verify
      *> fields will not fit the entry does not park - or run.
       PARK-KEY-VERIFY-ENTRY.
           PERFORM LOAD-KEY-VERIFY-QUEUE
           IF WS-KV-COUNT >= 20
               DISPLAY "VERIFY: queue full - a verify pass must work"
                   " it off first"
           ELSE
               ADD 1 TO WS-KV-COUNT
               MOVE WS-SESSION-OPERATOR TO
                   KV-REQUESTER(WS-KV-COUNT)
               MOVE WS-APP-FILE-PATH TO KV-APP(WS-KV-COUNT)
               MOVE FOCUS-ELEM-NAME(WS-CURRENT-FOCUS-IDX) TO
                   KV-ELEM(WS-KV-COUNT)
               MOVE FOCUS-ACTION(WS-CURRENT-FOCUS-IDX) TO
                   KV-ACTION(WS-KV-COUNT)
               MOVE 0 TO KV-MISSES(WS-KV-COUNT)
               MOVE SPACES TO KV-FIELDS(WS-KV-COUNT)
               MOVE SPACES TO KV-SUMMARY(WS-KV-COUNT)
               MOVE 1 TO WS-KV-FLD-PTR
               MOVE 1 TO WS-KV-SUM-PTR
               MOVE 0 TO WS-KV-ABANDON
               PERFORM APPEND-ONE-KEY-VERIFY-FIELD
                   VARYING WS-KV-NODE-SCAN FROM WS-SCREEN-NODE-START
                   BY 1
                   UNTIL WS-KV-NODE-SCAN > WS-SCREEN-NODE-END
               IF WS-KV-ABANDON = 1
                   SUBTRACT 1 FROM WS-KV-COUNT
                   DISPLAY "VERIFY: too many verify fields on this"
                       " screen to park - nothing committed"
                   ADD 1 TO WS-RUN-VALFAIL
               ELSE
                   PERFORM SAVE-KEY-VERIFY-QUEUE
                   MOVE 0 TO WS-KV-SECOND-KEYED
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "KEY-VERIFY-PARKED " DELIMITED BY SIZE
                       FUNCTION TRIM(KV-ELEM(WS-KV-COUNT))
                           DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(KV-ACTION(WS-KV-COUNT))
                           DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SESSION-OPERATOR)
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM STAMP-AND-WRITE-AUDIT-RECORD
                   DISPLAY "VERIFY: parked for a second operator to"
                       " key again (key KEYVERIFY)"
               END-IF
           END-IF
           SET RENDER-NEEDS-REDRAW TO TRUE.

       APPEND-ONE-KEY-VERIFY-FIELD.
           IF (NODE-IS-TEXT(WS-KV-NODE-SCAN)
               OR NODE-IS-NUMERIC(WS-KV-NODE-SCAN))
               AND FUNCTION TRIM(NODE-BINDING(WS-KV-NODE-SCAN))
                   NOT = SPACES
               AND NOT NODE-IS-PASSWORD(WS-KV-NODE-SCAN)
               MOVE NODE-BINDING(WS-KV-NODE-SCAN) TO WS-LOOKUP-NAME
               PERFORM GET-LIVE-VALUE
               IF NODE-VERIFY-SECOND(WS-KV-NODE-SCAN)
                   IF FUNCTION TRIM(WS-LIVE-VALUE-OUT) NOT = SPACES
                       STRING FUNCTION TRIM(
                               NODE-BINDING(WS-KV-NODE-SCAN))
                               DELIMITED BY SIZE
                           "=" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LIVE-VALUE-OUT)
                               DELIMITED BY SIZE
                           "; " DELIMITED BY SIZE
                           INTO KV-FIELDS(WS-KV-COUNT)
                           WITH POINTER WS-KV-FLD-PTR
                           ON OVERFLOW MOVE 1 TO WS-KV-ABANDON
                       END-STRING
                   END-IF
               ELSE
                   STRING FUNCTION TRIM(
                           NODE-BINDING(WS-KV-NODE-SCAN))
                           DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIVE-VALUE-OUT)
                           DELIMITED BY SIZE
                       "; " DELIMITED BY SIZE
                       INTO KV-SUMMARY(WS-KV-COUNT)
                       WITH POINTER WS-KV-SUM-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-IF.

      *> The verify pass (KEYVERIFY key): the entries parked from
      *> this app, each with the values the verifier may see. V
      *> walks every entry someone else keyed; V <n> takes one;
      *> R <n> drops one unverified. A served session skips the
      *> console, like the approval console.
       SHOW-KEY-VERIFY-CONSOLE.
           IF SERVE-MODE-ON
               CONTINUE
           ELSE
               PERFORM LOAD-KEY-VERIFY-QUEUE
               DISPLAY "+---- entries waiting for key verification"
                   " ----+"
               MOVE 0 TO WS-KV-SHOWN
               PERFORM SHOW-ONE-KEY-VERIFY-ROW
                   VARYING WS-KV-IDX FROM 1 BY 1
                   UNTIL WS-KV-IDX > WS-KV-COUNT
               IF WS-KV-SHOWN = 0
                   DISPLAY "| (none waiting)"
               END-IF
               DISPLAY "| V=verify all  V <n>=verify one  R <n>=reject"
                   "  Enter=close"
               DISPLAY "+-------------------------------------------"
                   "----+"
               PERFORM READ-NEXT-KEY
               PERFORM APPLY-ONE-KEY-VERIFY-COMMAND
                   UNTIL WS-KEY-BUFFER = SPACES
                   OR APP-IS-STOPPED
               SET RENDER-NEEDS-REDRAW TO TRUE
           END-IF.

       SHOW-ONE-KEY-VERIFY-ROW.
           IF KV-APP(WS-KV-IDX) = WS-APP-FILE-PATH
               ADD 1 TO WS-KV-SHOWN
               MOVE KV-REQUESTER(WS-KV-IDX) TO WS-KV-KEYER
               IF WS-KV-KEYER = SPACES
                   MOVE "-" TO WS-KV-KEYER
               END-IF
               MOVE KV-MISSES(WS-KV-IDX) TO WS-KV-MISSES-TXT
               DISPLAY "| " WS-KV-IDX ") "
                   FUNCTION TRIM(KV-ELEM(WS-KV-IDX)) " -> "
                   FUNCTION TRIM(KV-ACTION(WS-KV-IDX))
                   " keyed by " FUNCTION TRIM(WS-KV-KEYER)
                   " mismatches " WS-KV-MISSES-TXT
               DISPLAY "|    " FUNCTION TRIM(KV-SUMMARY(WS-KV-IDX))
           END-IF.

       APPLY-ONE-KEY-VERIFY-COMMAND.
           MOVE SPACES TO WS-KV-VERB WS-KV-ARG
           UNSTRING WS-KEY-BUFFER DELIMITED BY ALL SPACE
               INTO WS-KV-VERB WS-KV-ARG
           MOVE 0 TO WS-KV-NUM
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-KV-ARG)) = 0
               MOVE FUNCTION NUMVAL(WS-KV-ARG) TO WS-KV-NUM
           END-IF
           MOVE 0 TO WS-KV-ABANDON
           IF FUNCTION TRIM(WS-KV-VERB) = "V"
               AND FUNCTION TRIM(WS-KV-ARG) = SPACES
               MOVE 1 TO WS-KV-NUM
               PERFORM VERIFY-NEXT-KEY-VERIFY-ENTRY
                   UNTIL WS-KV-NUM > WS-KV-COUNT
                   OR WS-KV-ABANDON = 1
                   OR APP-IS-STOPPED
               DISPLAY "VERIFY: pass finished"
           ELSE
           IF WS-KV-NUM >= 1 AND WS-KV-NUM <= WS-KV-COUNT
               AND KV-APP(WS-KV-NUM) = WS-APP-FILE-PATH
               EVALUATE FUNCTION TRIM(WS-KV-VERB)
                   WHEN "V"
                       PERFORM VERIFY-ONE-KEY-VERIFY-ENTRY
                   WHEN "R"
                       PERFORM REJECT-KEY-VERIFY-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           END-IF
           IF NOT APP-IS-STOPPED
               PERFORM READ-NEXT-KEY
           END-IF.

      *> An entry verified and committed leaves the queue, so the
      *> next one has moved up into the same slot.
       VERIFY-NEXT-KEY-VERIFY-ENTRY.
           IF KV-APP(WS-KV-NUM) = WS-APP-FILE-PATH
               AND KV-REQUESTER(WS-KV-NUM) NOT = WS-SESSION-OPERATOR
               MOVE WS-KV-COUNT TO WS-KV-HOLD-COUNT
               PERFORM VERIFY-ONE-KEY-VERIFY-ENTRY
               IF WS-KV-COUNT = WS-KV-HOLD-COUNT
                   ADD 1 TO WS-KV-NUM
               END-IF
           ELSE
               ADD 1 TO WS-KV-NUM
           END-IF.

      *> The verifier sees the entry's other values and keys each
      *> verify field blind; a blank line stops the pass with the
      *> entry untouched. All fields matching replays the entry's
      *> values and runs its paragraph; any mismatch commits
      *> nothing and leaves the entry for another pass.
       VERIFY-ONE-KEY-VERIFY-ENTRY.
           IF FUNCTION TRIM(WS-SESSION-OPERATOR) = SPACES
               DISPLAY "VERIFY: sign in first - the pass records who"
                   " keyed each value again"
               ADD 1 TO WS-RUN-BLOCKED
               MOVE 1 TO WS-KV-ABANDON
           ELSE
           IF KV-REQUESTER(WS-KV-NUM) = WS-SESSION-OPERATOR
               DISPLAY "VERIFY: an entry cannot be verified by the"
                   " operator who keyed it"
               ADD 1 TO WS-RUN-BLOCKED
           ELSE
               DISPLAY "VERIFY: entry " WS-KV-NUM " "
                   FUNCTION TRIM(KV-ELEM(WS-KV-NUM)) " -> "
                   FUNCTION TRIM(KV-ACTION(WS-KV-NUM))
               DISPLAY "|    " FUNCTION TRIM(KV-SUMMARY(WS-KV-NUM))
               MOVE 1 TO WS-KV-ALL-MATCH
               MOVE 0 TO WS-KV-CHK-COUNT
               MOVE KV-FIELDS(WS-KV-NUM) TO WS-KV-SRC
               MOVE 1 TO WS-KV-SRC-PTR
               PERFORM VERIFY-ONE-KEY-VERIFY-FIELD
                   UNTIL WS-KV-SRC-PTR > 200
                   OR WS-KV-ABANDON = 1
                   OR APP-IS-STOPPED
               IF WS-KV-ABANDON = 0
                   AND NOT APP-IS-STOPPED
                   MOVE KV-REQUESTER(WS-KV-NUM) TO WS-KV-KEYER
                   MOVE WS-SESSION-OPERATOR TO WS-KV-REC-VBY
                   PERFORM WRITE-ONE-KV-CHECK-AUDIT
                       VARYING WS-KV-IDX FROM 1 BY 1
                       UNTIL WS-KV-IDX > WS-KV-CHK-COUNT
                   IF WS-KV-ALL-MATCH = 1
                       PERFORM COMMIT-KEY-VERIFY-ENTRY
                   ELSE
                       ADD 1 TO KV-MISSES(WS-KV-NUM)
                       ADD 1 TO WS-RUN-VALFAIL
                       PERFORM SAVE-KEY-VERIFY-QUEUE
                       DISPLAY "VERIFY: keyings differ - nothing"
                           " committed, entry left for another pass"
                   END-IF
               END-IF
           END-IF
           END-IF.

       VERIFY-ONE-KEY-VERIFY-FIELD.
           PERFORM NEXT-KEY-VERIFY-PAIR
           IF WS-KV-PAIR-OK = 1
               DISPLAY "VERIFY: key " FUNCTION TRIM(WS-KV-PAIR-NAME)
               PERFORM READ-NEXT-KEY
               IF WS-KEY-BUFFER = SPACES
                   MOVE 1 TO WS-KV-ABANDON
                   DISPLAY "VERIFY: pass stopped - entry left as it"
                       " was"
               ELSE
                   IF WS-KV-CHK-COUNT < 10
                       ADD 1 TO WS-KV-CHK-COUNT
                       MOVE WS-KV-PAIR-NAME TO
                           KV-CHK-NAME(WS-KV-CHK-COUNT)
                   END-IF
                   IF FUNCTION TRIM(WS-KEY-BUFFER) =
                       FUNCTION TRIM(WS-KV-PAIR-VALUE)
                       MOVE "MATCH" TO KV-CHK-RESULT(WS-KV-CHK-COUNT)
                   ELSE
                       MOVE "MISMATCH" TO
                           KV-CHK-RESULT(WS-KV-CHK-COUNT)
                       MOVE 0 TO WS-KV-ALL-MATCH
                   END-IF
               END-IF
           END-IF.

       WRITE-ONE-KV-CHECK-AUDIT.
           MOVE KV-CHK-NAME(WS-KV-IDX) TO WS-KV-FIELD-NAME
           MOVE KV-CHK-RESULT(WS-KV-IDX) TO WS-KV-RESULT
           PERFORM WRITE-KEY-VERIFY-AUDIT.

      *> Takes the next "NAME=value; " pair off WS-KV-SRC; a last
      *> pair cut short (no "; ") is not a pair.
       NEXT-KEY-VERIFY-PAIR.
           MOVE 0 TO WS-KV-PAIR-OK
           MOVE SPACES TO WS-KV-PAIR WS-KV-PAIR-DELIM
           UNSTRING WS-KV-SRC DELIMITED BY "; "
               INTO WS-KV-PAIR DELIMITER IN WS-KV-PAIR-DELIM
               WITH POINTER WS-KV-SRC-PTR
           END-UNSTRING
           IF WS-KV-PAIR-DELIM = "; "
               AND FUNCTION TRIM(WS-KV-PAIR) NOT = SPACES
               MOVE SPACES TO WS-KV-PAIR-NAME
               MOVE 0 TO WS-KV-PAIR-NAME-LEN
               UNSTRING WS-KV-PAIR DELIMITED BY "="
                   INTO WS-KV-PAIR-NAME
                       COUNT IN WS-KV-PAIR-NAME-LEN
               END-UNSTRING
               IF WS-KV-PAIR-NAME-LEN < 199
                   MOVE SPACES TO WS-KV-PAIR-VALUE
                   MOVE WS-KV-PAIR(WS-KV-PAIR-NAME-LEN + 2:) TO
                       WS-KV-PAIR-VALUE
                   MOVE 1 TO WS-KV-PAIR-OK
               END-IF
           ELSE
               MOVE 201 TO WS-KV-SRC-PTR
           END-IF.

      *> The committed values are the ones keyed and verified, not
      *> whatever the verifier's own screen holds - the same rule
      *> REPLAY-APPROVAL-SUMMARY follows.
       COMMIT-KEY-VERIFY-ENTRY.
           PERFORM SNAPSHOT-LIVE-VALUES-FOR-UNDO
           MOVE KV-SUMMARY(WS-KV-NUM) TO WS-KV-SRC
           MOVE 1 TO WS-KV-SRC-PTR
           PERFORM REPLAY-ONE-KEY-VERIFY-PAIR
               UNTIL WS-KV-SRC-PTR > 200
           MOVE KV-FIELDS(WS-KV-NUM) TO WS-KV-SRC
           MOVE 1 TO WS-KV-SRC-PTR
           PERFORM REPLAY-ONE-KEY-VERIFY-PAIR
               UNTIL WS-KV-SRC-PTR > 200
           MOVE 0 TO WS-LOOP-COUNTER
           MOVE 0 TO WS-EXEC-DEPTH
           MOVE KV-ACTION(WS-KV-NUM) TO WS-EXEC-PARA-NAME
           PERFORM RUN-PARAGRAPH-BY-NAME
           PERFORM DROP-ONE-KEY-VERIFY-ENTRY
           DISPLAY "VERIFY: verified and committed".

       REPLAY-ONE-KEY-VERIFY-PAIR.
           PERFORM NEXT-KEY-VERIFY-PAIR
           IF WS-KV-PAIR-OK = 1
               MOVE WS-KV-PAIR-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-LIVE-VALUE
               IF WS-FOUND-LIVE-IDX NOT = 0
                   MOVE SPACES TO WS-LIVE-VALUE-OUT
                   MOVE WS-KV-PAIR-VALUE TO WS-LIVE-VALUE-OUT
                   PERFORM SET-LIVE-VALUE
               END-IF
           END-IF.

      *> Dropping an entry unverified takes a signed-in operator,
      *> or the one who keyed it withdrawing their own.
       REJECT-KEY-VERIFY-ENTRY.
           IF FUNCTION TRIM(WS-SESSION-OPERATOR) = SPACES
               DISPLAY "VERIFY: sign in first to reject an entry"
               ADD 1 TO WS-RUN-BLOCKED
           ELSE
               MOVE KV-REQUESTER(WS-KV-NUM) TO WS-KV-KEYER
               IF WS-KV-KEYER = SPACES
                   MOVE "-" TO WS-KV-KEYER
               END-IF
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "KEY-VERIFY-REJECTED " DELIMITED BY SIZE
                   FUNCTION TRIM(KV-ELEM(WS-KV-NUM))
                       DELIMITED BY SIZE
                   " by=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KV-KEYER) DELIMITED BY SIZE
                   " rejected-by=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SESSION-OPERATOR)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               PERFORM DROP-ONE-KEY-VERIFY-ENTRY
               DISPLAY "VERIFY: rejected"
           END-IF.

       DROP-ONE-KEY-VERIFY-ENTRY.
           PERFORM SHIFT-ONE-KEY-VERIFY-DOWN
               VARYING WS-KV-IDX FROM WS-KV-NUM BY 1
               UNTIL WS-KV-IDX >= WS-KV-COUNT
           SUBTRACT 1 FROM WS-KV-COUNT
           PERFORM SAVE-KEY-VERIFY-QUEUE.

       SHIFT-ONE-KEY-VERIFY-DOWN.
           MOVE WS-KV-ENTRY(WS-KV-IDX + 1) TO WS-KV-ENTRY(WS-KV-IDX).

      *> An entry line outgrows the import/reject records, so the
      *> queue goes through the wide rekey channel.
       LOAD-KEY-VERIFY-QUEUE.
           MOVE 0 TO WS-KV-COUNT
           MOVE WS-KV-PATH TO WS-REKEY-IN-PATH
           OPEN INPUT REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS = "00"
               MOVE 0 TO WS-KV-EOF
               PERFORM LOAD-ONE-KEY-VERIFY-LINE
                   UNTIL WS-KV-EOF = 1
               CLOSE REKEY-IN-FILE
           END-IF.

       LOAD-ONE-KEY-VERIFY-LINE.
           READ REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               MOVE 1 TO WS-KV-EOF
           ELSE
               IF FUNCTION TRIM(REKEY-IN-RECORD) NOT = SPACES
                   AND WS-KV-COUNT < 20
                   ADD 1 TO WS-KV-COUNT
                   MOVE SPACES TO WS-KV-MISSES-TXT
                   UNSTRING REKEY-IN-RECORD DELIMITED BY "|"
                       INTO KV-REQUESTER(WS-KV-COUNT)
                           KV-APP(WS-KV-COUNT)
                           KV-ELEM(WS-KV-COUNT)
                           KV-ACTION(WS-KV-COUNT)
                           WS-KV-MISSES-TXT
                           KV-FIELDS(WS-KV-COUNT)
                           KV-SUMMARY(WS-KV-COUNT)
                   MOVE 0 TO KV-MISSES(WS-KV-COUNT)
                   IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-KV-MISSES-TXT)) = 0
                       MOVE FUNCTION NUMVAL(WS-KV-MISSES-TXT) TO
                           KV-MISSES(WS-KV-COUNT)
                   END-IF
               END-IF
           END-IF.

       SAVE-KEY-VERIFY-QUEUE.
           MOVE WS-KV-PATH TO WS-REKEY-OUT-PATH
           OPEN OUTPUT REKEY-OUT-FILE
           PERFORM SAVE-ONE-KEY-VERIFY-LINE
               VARYING WS-KV-IDX FROM 1 BY 1
               UNTIL WS-KV-IDX > WS-KV-COUNT
           CLOSE REKEY-OUT-FILE.

       SAVE-ONE-KEY-VERIFY-LINE.
           MOVE SPACES TO REKEY-OUT-RECORD
           STRING FUNCTION TRIM(KV-REQUESTER(WS-KV-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(KV-APP(WS-KV-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(KV-ELEM(WS-KV-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(KV-ACTION(WS-KV-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               KV-MISSES(WS-KV-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(KV-FIELDS(WS-KV-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(KV-SUMMARY(WS-KV-IDX))
                   DELIMITED BY SIZE
               INTO REKEY-OUT-RECORD
           WRITE REKEY-OUT-RECORD.

      *> ---------------------------------------------------------
      *> LOOKUP pick list - the LOOKUP key on a focused input node
      *> carrying a LOOKUP clause pops a numbered list of the named
      *> keyed file's records; the chosen record's key commits into
      *> the bound field through the same input-event path a typed
      *> value takes, so audit and ON-CHANGE both see it. A served
      *> session auto-cancels, like every other modal.
      *> ---------------------------------------------------------
       SHOW-FOCUSED-LOOKUP.
           IF WS-FOCUS-COUNT > 0
               AND NOT SERVE-MODE-ON
               AND FUNCTION TRIM(NODE-LOOKUP-FILE(
                   FOCUS-NODE-IDX(WS-CURRENT-FOCUS-IDX)))
                   NOT = SPACES
               PERFORM LOAD-LOOKUP-PICK-LIST
               IF WS-PICK-COUNT = 0
                   DISPLAY "LOOKUP: no records to pick from"
               ELSE
                   DISPLAY "+---- pick one (or Enter to cancel)"
                       " ----+"
                   PERFORM SHOW-ONE-PICK-ROW
                       VARYING WS-PICK-IDX FROM 1 BY 1
                       UNTIL WS-PICK-IDX > WS-PICK-COUNT
                   IF WS-PICK-MORE = 1
                       DISPLAY "| (first 20 of a longer file)"
                   END-IF
                   DISPLAY "+------------------------------------+"
                   PERFORM READ-NEXT-KEY
                   IF NOT APP-IS-STOPPED
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-KEY-BUFFER)) = 0
                       MOVE FUNCTION NUMVAL(WS-KEY-BUFFER) TO
                           WS-PICK-CHOICE
                       IF WS-PICK-CHOICE >= 1
                           AND WS-PICK-CHOICE <= WS-PICK-COUNT
                           PERFORM COMMIT-PICKED-KEY
                       END-IF
                   END-IF
                   SET RENDER-NEEDS-REDRAW TO TRUE
               END-IF
           END-IF.

       LOAD-LOOKUP-PICK-LIST.
           MOVE 0 TO WS-PICK-COUNT
           MOVE 0 TO WS-PICK-MORE
           MOVE FUNCTION TRIM(NODE-LOOKUP-FILE(
               FOCUS-NODE-IDX(WS-CURRENT-FOCUS-IDX))) TO
               WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-PICK-EOF
               PERFORM LOAD-ONE-PICK-ROW UNTIL WS-PICK-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       LOAD-ONE-PICK-ROW.
           READ IMPORT-FILE
               AT END
                   MOVE 1 TO WS-PICK-EOF
               NOT AT END
                   IF IMPORT-RECORD(1:1) = "#"
                       CONTINUE
                   ELSE
                   IF WS-PICK-COUNT >= 20
                       MOVE 1 TO WS-PICK-MORE
                       MOVE 1 TO WS-PICK-EOF
                   ELSE
                       MOVE SPACES TO WS-PICK-KEY-PART
                       MOVE 1 TO WS-PICK-SPLIT-PTR
               MOVE 0 TO WS-PINNED-DATE
           END-IF.

      *> "PINTIME <hhmmsscc>" - the ACCEPT ... FROM TIME counterpart,
      *> for scripts whose state derives from the clock (a seeded
      *> question draw, say). A malformed operand clears the pin.
       PIN-EVENT-SCRIPT-TIME.
           MOVE SPACES TO WS-PINNED-DATE-TXT
           MOVE WS-KEY-BUFFER(9:8) TO WS-PINNED-DATE-TXT
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-PINNED-DATE-TXT)) = 0
               MOVE FUNCTION NUMVAL(WS-PINNED-DATE-TXT) TO
                   WS-PINNED-TIME
               SET PINNED-TIME-ON TO TRUE
           ELSE
               MOVE 0 TO WS-PINNED-TIME
               MOVE 0 TO WS-PINNED-TIME-SW
           END-IF.

      *> ---------------------------------------------------------
      *> Operator keyboard macros - see WS-MACRO-SCRATCH for the
      *> model. MACREC <name> tapes, MACEND saves, MACRO <name>
           WRITE AUDIT-RECORD
           IF WS-ALERT-BUSY = 0
               PERFORM CHECK-ALERT-RULES
           END-IF
           IF WS-AUDIT-TAG-LINE(1:11) = "FILE-ERROR "
               OR WS-AUDIT-TAG-LINE(1:13) = "WEBHOOK-DEAD "
               OR WS-AUDIT-TAG-LINE(1:12) = "VERIFY-FAIL "
               OR WS-AUDIT-TAG-LINE(1:11) = "SCHED-FAIL "
               OR WS-AUDIT-TAG-LINE(1:12) = "STANDBY-LAG "
               OR WS-AUDIT-TAG-LINE(1:15) = "CAPACITY-ALERT "
               PERFORM RAISE-OPS-TASK
           END-IF.

      *> Hands a failure record on to the operations inbox as
      *> "seq|date|owner|days|event" - the event text is the audit
      *> tag itself, so a repeat of the same failure reads the same
      *> and the intake job can fold it into the task already open.
      *> No owner configured still queues the line; the task simply
      *> opens unassigned.
       RAISE-OPS-TASK.
           OPEN EXTEND OPS-INBOX-FILE
           IF WS-OPS-INBOX-STATUS NOT = "00"
               OPEN OUTPUT OPS-INBOX-FILE
           END-IF
           IF WS-OPS-INBOX-STATUS = "00"
               MOVE SPACES TO OPS-INBOX-RECORD
               STRING WS-AUDIT-SEQ DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-AUDIT-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPS-OWNER) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-OPS-DUE-DAYS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-TAG-LINE) DELIMITED BY SIZE
                   INTO OPS-INBOX-RECORD
               WRITE OPS-INBOX-RECORD
               CLOSE OPS-INBOX-FILE
           END-IF.

      *> ---------------------------------------------------------
                   PERFORM WRITE-ROLE-BLOCKED-AUDIT
                   SET RENDER-NEEDS-REDRAW TO TRUE
               ELSE
      *> A VERIFY field's keying may be held back (first of two) or
      *> refused (second differs) - neither reaches the live value.
               PERFORM CHECK-FOCUSED-KEY-VERIFY
               IF WS-KV-COMMIT = 0
                   SET RENDER-NEEDS-REDRAW TO TRUE
               ELSE
                   MOVE FOCUS-BINDING(WS-CURRENT-FOCUS-IDX) TO
                       WS-LOOKUP-NAME
                   PERFORM GET-LIVE-VALUE
                   END-IF
                   SET RENDER-NEEDS-REDRAW TO TRUE
               END-IF
               END-IF
           END-IF.

      *> COPY reads the focused Text/Numeric field's current live
               IF ROLE-CHECK-DENIED
                   SET RENDER-NEEDS-REDRAW TO TRUE
               ELSE
      *> Pasting the first keying back in would verify nothing.
               IF NODE-VERIFY-MODE(FOCUS-NODE-IDX(
                   WS-CURRENT-FOCUS-IDX)) NOT = SPACE
                   DISPLAY "VERIFY: this field must be keyed, not"
                       " pasted"
                   SET RENDER-NEEDS-REDRAW TO TRUE
               ELSE
                   MOVE FOCUS-BINDING(WS-CURRENT-FOCUS-IDX) TO
                       WS-LOOKUP-NAME
                   PERFORM GET-LIVE-VALUE
                   END-IF
                   SET RENDER-NEEDS-REDRAW TO TRUE
               END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
                       PERFORM EXEC-DATE-DIFF-STMT
                   WHEN STMT-IS-VALID-DATE(WS-STMT-CUR-IDX)
                       PERFORM EXEC-VALID-DATE-STMT
                   WHEN STMT-IS-ADD-WORKDAYS(WS-STMT-CUR-IDX)
                       PERFORM EXEC-ADD-WORKDAYS-STMT
                   WHEN STMT-IS-WORKDAY-DIFF(WS-STMT-CUR-IDX)
                       PERFORM EXEC-WORKDAY-DIFF-STMT
                   WHEN STMT-IS-VALID-WORKDAY(WS-STMT-CUR-IDX)
                       PERFORM EXEC-VALID-WORKDAY-STMT
                   WHEN STMT-IS-ROLL-WORKDAY(WS-STMT-CUR-IDX)
                       PERFORM EXEC-ROLL-WORKDAY-STMT
                   WHEN STMT-IS-CHANGE-PASSWORD(WS-STMT-CUR-IDX)
                       PERFORM EXEC-CHANGE-PASSWORD-STMT
                   WHEN STMT-IS-ACCOUNT(WS-STMT-CUR-IDX)
                       PERFORM EXEC-ACCOUNT-STMT
                   WHEN STMT-IS-SWITCH-DEPARTMENT(WS-STMT-CUR-IDX)
                       PERFORM EXEC-SWITCH-DEPARTMENT-STMT
                   WHEN STMT-IS-TAKE-NUMBER(WS-STMT-CUR-IDX)
                       PERFORM EXEC-TAKE-NUMBER-STMT
                   WHEN STMT-IS-VOID-NUMBER(WS-STMT-CUR-IDX)
                       PERFORM EXEC-VOID-NUMBER-STMT
                   WHEN STMT-IS-INSPECT(WS-STMT-CUR-IDX)
                       PERFORM EXEC-INSPECT-STMT
                   WHEN STMT-IS-SORT(WS-STMT-CUR-IDX)
                       PERFORM EXEC-MERGE-STMT
                   WHEN STMT-IS-EXTRACT(WS-STMT-CUR-IDX)
                       PERFORM EXEC-EXTRACT-STMT
                   WHEN STMT-IS-LOAD(WS-STMT-CUR-IDX)
                       PERFORM EXEC-LOAD-STMT
                   WHEN STMT-IS-TRANSFER(WS-STMT-CUR-IDX)
                       PERFORM EXEC-TRANSFER-STMT
                   WHEN STMT-IS-NAVIGATE(WS-STMT-CUR-IDX)
                       PERFORM EXEC-NAVIGATE-STMT
                   WHEN STMT-IS-MESSAGE(WS-STMT-CUR-IDX)
               WHEN STMT-ACCEPT-SOURCE(WS-STMT-CUR-IDX) =
                   WS-ACCEPT-TIME
                   PERFORM GET-LOCAL-DATE-TIME
                   IF PINNED-TIME-ON
                       MOVE WS-PINNED-TIME TO WS-LOCAL-TIME
                   END-IF
                   MOVE WS-LOCAL-TIME TO WS-LIVE-VALUE-OUT
               WHEN STMT-ACCEPT-SOURCE(WS-STMT-CUR-IDX) =
                   WS-ACCEPT-DAY-OF-WEEK
                   DISPLAY WS-ENV-NAME-BUF UPON ENVIRONMENT-NAME
                   ACCEPT WS-ENV-VALUE-BUF FROM ENVIRONMENT-VALUE
                   MOVE WS-ENV-VALUE-BUF TO WS-LIVE-VALUE-OUT
      *> The signed-in operator's role list, as AUTHENTICATE or
      *> SET-ROLE stamped it - blank when nobody is signed in.
               WHEN STMT-ACCEPT-SOURCE(WS-STMT-CUR-IDX) =
                   WS-ACCEPT-ROLE
                   MOVE WS-CURRENT-ROLE TO WS-LIVE-VALUE-OUT
           END-EVALUATE
           PERFORM SET-LIVE-VALUE.

      *> between detail lines, the footing lines closing each page,
      *> and a final control-total trailer - so an app declares what
      *> a report contains instead of hand-assembling it with STRING
      *> and WRITE statements one line at a time. With FROM H<n>
      *> the detail lines come off that open input handle instead,
      *> a row per DETAIL-field-count lines; such a report prints
      *> as one job (it is not burst - the handle reads once).
      *> ---------------------------------------------------------
       EXEC-GENERATE-STMT.
           MOVE 0 TO WS-RPT-IDX
      *> A preview renders to a scratch file instead of straight to
      *> the spool - the operator decides at the pager whether the
      *> pages become a job at all.
      *> A preview is never burst - the pages it prints on P are
      *> one job, delivered by the distribution list.
               MOVE 0 TO WS-RBU-ON
               MOVE STMT-FILE-HANDLE(WS-STMT-CUR-IDX) TO
                   WS-RPT-FEED-CHAN
               EVALUATE TRUE
                   WHEN STMT-GEN-IS-PREVIEW(WS-STMT-CUR-IDX)
                       MOVE WS-GPV-TMP-PATH TO WS-REPORT-FILE-PATH
                       OPEN OUTPUT REPORT-FILE
                       PERFORM RENDER-GENERATED-REPORT
                       CLOSE REPORT-FILE
                       PERFORM SHOW-GENERATE-PREVIEW
                   WHEN FUNCTION TRIM(REPORT-BURST-FIELD(WS-RPT-IDX))
                       NOT = SPACES
                       AND STMT-FILE-HANDLE(WS-STMT-CUR-IDX) = 0
                       PERFORM BURST-GENERATED-REPORT
                   WHEN OTHER
                       PERFORM OPEN-SPOOL-PRINT-JOB
                       MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
                       OPEN OUTPUT REPORT-FILE
                       WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
                       PERFORM RENDER-GENERATED-REPORT
                       CLOSE REPORT-FILE
                       PERFORM DELIVER-GENERATED-REPORT
               END-EVALUATE
               MOVE 0 TO WS-RPT-FEED-CHAN
           END-IF.

      *> The pages themselves, into whatever REPORT-FILE has open.
      *> Under a burst only the elements carrying the current burst
      *> value print, so each slice keeps its own page numbers,
      *> control breaks and control-total trailer.
       RENDER-GENERATED-REPORT.
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE 0 TO WS-RPT-CONTROL-SUM
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           IF WS-RPT-FEED-CHAN > 0
               MOVE 1 TO WS-RPT-ITEM-IDX
               PERFORM READ-REPORT-FEED-ROW
               PERFORM WRITE-ONE-FED-DETAIL
                   UNTIL WS-RPT-FEED-EOF = 1
           ELSE
               PERFORM FIND-REPORT-ITEM-COUNT
               PERFORM WRITE-ONE-GENERATED-DETAIL
                   VARYING WS-RPT-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-RPT-ITEM-IDX > WS-RPT-ITEM-COUNT
           END-IF
           IF FUNCTION TRIM(REPORT-CONTROL-FIELD(WS-RPT-IDX))
               NOT = SPACES
               AND WS-RPT-CONTROL-COUNT > 0
               PERFORM WRITE-REPORT-CONTROL-BREAK
           END-IF
           PERFORM FINISH-REPORT-FILE.

       WRITE-ONE-GENERATED-DETAIL.
           IF WS-RBU-ON = 1
               PERFORM GET-BURST-ITEM-VALUE
               IF WS-RBU-ITEM-VALUE = WS-RBU-CUR-VALUE
                   PERFORM WRITE-ONE-REPORT-DETAIL
               END-IF
           ELSE
               PERFORM WRITE-ONE-REPORT-DETAIL
           END-IF.

      *> A fed report's rows come off the app's own input handle -
      *> a work file of any length, written a row at a time, so the
      *> report is not bounded by what a table holds. A row cut
      *> short by end of file is not printed.
       WRITE-ONE-FED-DETAIL.
           PERFORM WRITE-ONE-REPORT-DETAIL
           PERFORM READ-REPORT-FEED-ROW.

       READ-REPORT-FEED-ROW.
           MOVE WS-RPT-FEED-CHAN TO WS-CHANNEL-IDX
           MOVE 0 TO WS-RPT-FEED-EOF
           IF CHAN-OPEN-FLAG(WS-CHANNEL-IDX) NOT = 1
               OR CHAN-EOF(WS-CHANNEL-IDX) = 1
               MOVE 1 TO WS-RPT-FEED-EOF
           END-IF
           PERFORM READ-ONE-FEED-FIELD
               VARYING WS-RPT-FIELD-IDX FROM 1 BY 1
               UNTIL WS-RPT-FIELD-IDX >
                   REPORT-DETAIL-FIELD-COUNT(WS-RPT-IDX)
               OR WS-RPT-FEED-EOF = 1.

       READ-ONE-FEED-FIELD.
           PERFORM CHANNEL-PHYS-READ
           IF WS-CHANNEL-OP-STATUS NOT = "00"
               MOVE 1 TO CHAN-EOF(WS-CHANNEL-IDX)
               MOVE 1 TO WS-RPT-FEED-EOF
           ELSE
               MOVE REPORT-DETAIL-FIELD(WS-RPT-IDX WS-RPT-FIELD-IDX)
                   TO WS-LOOKUP-NAME
               MOVE FUNCTION TRIM(WS-CHANNEL-LINE) TO
                   WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
           END-IF.

      *> A fed report's DETAIL fields are plain fields, reloaded for
      *> every row; a table-bound report's are element n of each.
       BUILD-REPORT-ITEM-LOOKUP-NAME.
           IF WS-RPT-FEED-CHAN > 0
               MOVE SPACES TO WS-LOOKUP-NAME
               MOVE WS-LIST-BASE-NAME TO WS-LOOKUP-NAME
           ELSE
               PERFORM BUILD-LIST-ITEM-LOOKUP-NAME
           END-IF.

       GET-BURST-ITEM-VALUE.
           MOVE REPORT-BURST-FIELD(WS-RPT-IDX) TO WS-LIST-BASE-NAME
           MOVE WS-RPT-ITEM-IDX TO WS-LIST-ITEM-IDX
           PERFORM BUILD-LIST-ITEM-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-RBU-ITEM-VALUE.

      *> One spool job per distinct burst value. Past 50 values the
      *> rest are warned about once and left out rather than
      *> lumped into some other operator's slice.
       BURST-GENERATED-REPORT.
           MOVE WS-SPOOL-LOGICAL-FILE TO WS-RBU-TO-NAME
           MOVE 0 TO WS-RBU-VALUE-COUNT
           MOVE 0 TO WS-RBU-WARNED
           PERFORM FIND-REPORT-ITEM-COUNT
           PERFORM NOTE-ONE-BURST-VALUE
               VARYING WS-RPT-ITEM-IDX FROM 1 BY 1
               UNTIL WS-RPT-ITEM-IDX > WS-RPT-ITEM-COUNT
           MOVE 1 TO WS-RBU-ON
           PERFORM WRITE-ONE-BURST-JOB
               VARYING WS-RBU-IDX FROM 1 BY 1
               UNTIL WS-RBU-IDX > WS-RBU-VALUE-COUNT
           MOVE 0 TO WS-RBU-ON
           MOVE WS-RBU-TO-NAME TO WS-SPOOL-LOGICAL-FILE.

       NOTE-ONE-BURST-VALUE.
           PERFORM GET-BURST-ITEM-VALUE
           MOVE 0 TO WS-RBU-FOUND
           PERFORM MATCH-ONE-BURST-VALUE
               VARYING WS-RBU-IDX FROM 1 BY 1
               UNTIL WS-RBU-IDX > WS-RBU-VALUE-COUNT
               OR WS-RBU-FOUND NOT = 0
           IF WS-RBU-FOUND = 0
               IF WS-RBU-VALUE-COUNT < 50
                   ADD 1 TO WS-RBU-VALUE-COUNT
                   MOVE WS-RBU-ITEM-VALUE TO
                       WS-RBU-VALUE(WS-RBU-VALUE-COUNT)
               ELSE
                   IF WS-RBU-WARNED = 0
                       DISPLAY "COBALT: warning - "
                           FUNCTION TRIM(REPORT-NAME(WS-RPT-IDX))
                           " bursts to more than 50 values; "
                           "the rest are not printed"
                       MOVE 1 TO WS-RBU-WARNED
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-BURST-VALUE.
           IF WS-RBU-VALUE(WS-RBU-IDX) = WS-RBU-ITEM-VALUE
               MOVE WS-RBU-IDX TO WS-RBU-FOUND
           END-IF.

      *> "<to-name>.<value>" as the job's logical file - blanks in
      *> the value become "-" so the banner still splits cleanly.
       WRITE-ONE-BURST-JOB.
           MOVE WS-RBU-VALUE(WS-RBU-IDX) TO WS-RBU-CUR-VALUE
           MOVE WS-RBU-CUR-VALUE TO WS-RBU-FILE-WORD
           IF WS-RBU-FILE-WORD = SPACES
               MOVE "-" TO WS-RBU-FILE-WORD
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RBU-FILE-WORD))
               TO WS-RBU-LEN
           INSPECT WS-RBU-FILE-WORD(1:WS-RBU-LEN)
               REPLACING ALL " " BY "-"
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING FUNCTION TRIM(WS-RBU-TO-NAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               FUNCTION TRIM(WS-RBU-FILE-WORD) DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           PERFORM RENDER-GENERATED-REPORT
           CLOSE REPORT-FILE
           PERFORM DELIVER-GENERATED-REPORT.

      *> ---------------------------------------------------------
      *> Report delivery - WS-SPOOL-JOB-NAME, just closed, into the
      *> report inbox. A burst slice goes to the account its value
      *> names; failing that (and for every unburst report) the
      *> REPORT-DIST lines for the report decide. A slice nobody
      *> receives is audited, so it can be chased from the spool.
      *> ---------------------------------------------------------
       DELIVER-GENERATED-REPORT.
           IF WS-AUTH-LOADED = 0
               PERFORM LOAD-USER-FILE
           END-IF
           MOVE 0 TO WS-RIB-DELIVERED
           IF WS-RBU-ON = 1
               MOVE 0 TO WS-AUTH-FOUND-IDX
               PERFORM MATCH-ONE-BURST-ACCOUNT
                   VARYING WS-RIB-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-RIB-ACCT-IDX > WS-AUTH-USER-COUNT
                   OR WS-AUTH-FOUND-IDX NOT = 0
               IF WS-AUTH-FOUND-IDX NOT = 0
                   MOVE AUTH-USER-NAME(WS-AUTH-FOUND-IDX) TO
                       WS-RIB-TO-OPER
                   MOVE "BURST" TO WS-RIB-VIA
                   PERFORM APPEND-REPORT-INBOX-ITEM
               END-IF
           END-IF
           IF WS-RIB-DELIVERED = 0
               MOVE WS-CURRENT-ROLE TO WS-RIB-ROLE-SAVE
               PERFORM DELIVER-ONE-BY-DIST-LIST
                   VARYING WS-RIB-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-RIB-ACCT-IDX > WS-AUTH-USER-COUNT
               MOVE WS-RIB-ROLE-SAVE TO WS-CURRENT-ROLE
           END-IF
           IF WS-RIB-DELIVERED = 0 AND WS-RBU-ON = 1
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "RPT-UNDELIVERED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(REPORT-NAME(WS-RPT-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RBU-FILE-WORD) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           END-IF.

       MATCH-ONE-BURST-ACCOUNT.
           IF FUNCTION UPPER-CASE(
               FUNCTION TRIM(AUTH-USER-NAME(WS-RIB-ACCT-IDX))) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBU-CUR-VALUE))
               AND AUTH-USER-STATUS(WS-RIB-ACCT-IDX) NOT = "D"
               MOVE WS-RIB-ACCT-IDX TO WS-AUTH-FOUND-IDX
           END-IF.

      *> One account against every REPORT-DIST line for the report -
      *> delivered once however many of its roles match.
       DELIVER-ONE-BY-DIST-LIST.
           IF AUTH-USER-STATUS(WS-RIB-ACCT-IDX) NOT = "D"
               MOVE AUTH-USER-ROLES(WS-RIB-ACCT-IDX) TO
                   WS-CURRENT-ROLE
               MOVE 0 TO WS-RIB-HIT
               PERFORM MATCH-ONE-DIST-LINE
                   VARYING WS-RIB-DIST-IDX FROM 1 BY 1
                   UNTIL WS-RIB-DIST-IDX > WS-RIB-DIST-COUNT
                   OR WS-RIB-HIT = 1
               IF WS-RIB-HIT = 1
                   MOVE AUTH-USER-NAME(WS-RIB-ACCT-IDX) TO
                       WS-RIB-TO-OPER
                   PERFORM APPEND-REPORT-INBOX-ITEM
               END-IF
           END-IF.

       MATCH-ONE-DIST-LINE.
           IF RIB-DIST-REPORT(WS-RIB-DIST-IDX) =
               REPORT-NAME(WS-RPT-IDX)
               MOVE RIB-DIST-ROLES(WS-RIB-DIST-IDX) TO WS-ROLE-WANTED
               PERFORM MATCH-ROLE-IN-LIST
               IF WS-ROLE-MATCHED = 1
                   MOVE 1 TO WS-RIB-HIT
                   MOVE RIB-DIST-ROLES(WS-RIB-DIST-IDX) TO WS-RIB-VIA
               END-IF
           END-IF.

       APPEND-REPORT-INBOX-ITEM.
           PERFORM GET-LOCAL-DATE-TIME
           OPEN EXTEND REPORT-INBOX-FILE
           IF WS-RIB-INBOX-STATUS NOT = "00"
               OPEN OUTPUT REPORT-INBOX-FILE
           END-IF
           IF WS-RIB-INBOX-STATUS = "00"
               MOVE SPACES TO REPORT-INBOX-RECORD
               STRING WS-LOCAL-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RIB-TO-OPER) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(REPORT-NAME(WS-RPT-IDX))
                       DELIMITED BY SIZE
                   "|UNREAD|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RIB-VIA) DELIMITED BY SIZE
                   INTO REPORT-INBOX-RECORD
               WRITE REPORT-INBOX-RECORD
               CLOSE REPORT-INBOX-FILE
               ADD 1 TO WS-RIB-DELIVERED
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "RPT-DELIVERED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RIB-TO-OPER) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           END-IF.

      *> The preview pager - a screenful at a time with print or
      *> discard at any stop. A served session has no console to
      *> answer, so its blank key discards, the same safe default
                   UNTIL WS-GPV-EOF = 1
               CLOSE IMPORT-FILE
           END-IF
           CLOSE REPORT-FILE
           PERFORM DELIVER-GENERATED-REPORT.

       COPY-ONE-PREVIEW-LINE.
           READ IMPORT-FILE
               + FUNCTION ORD(WS-LAYDEF-LINE(WS-XTR-CHAR-IDX:1))
                   * WS-XTR-CHAR-IDX, 999999999).

      *> ---------------------------------------------------------
      *> LOAD <layout> FROM <file> INTO <keyed-file> - the inbound
      *> half of EXTRACT, for the files upstream systems send us in
      *> the same H/detail/T shape. LOAD-INBOUND-FILE does the work
      *> the statement and --load share; the statement adds the
      *> reserved LOAD-STATUS / LOAD-COUNT values the app tests
      *> afterwards, the convention EXTRACT-COUNT already follows.
      *> ---------------------------------------------------------
       EXEC-LOAD-STMT.
           ADD 1 TO WS-METRIC-FILE-OPS
           MOVE STMT-LAYOUT-NAME(WS-STMT-CUR-IDX) TO
               WS-LOAD-LAYOUT-NAME
           MOVE STMT-FILE-EXPR-IDX(WS-STMT-CUR-IDX) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-LOAD-IN-PATH
           MOVE STMT-MERGE-TO-EXPR-IDX(WS-STMT-CUR-IDX) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-LOAD-TO-PATH
           MOVE 0 TO WS-LOAD-BATCH-FLAG
           PERFORM LOAD-INBOUND-FILE
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-LOAD-STATUS TO WS-LIVE-VALUE-OUT
           MOVE "LOAD-STATUS" TO WS-LOOKUP-NAME
           PERFORM SET-LIVE-VALUE
           MOVE "LOAD-COUNT" TO WS-LOOKUP-NAME
           MOVE WS-LOAD-APPLIED TO WS-NUM-FMT-VALUE
           MOVE 0 TO WS-NUM-FMT-DEC
           PERFORM STORE-FORMATTED-TO-TARGET.

      *> Every check runs before the first record is applied, in
      *> the order a receiving clerk would make them: is the file
      *> there, is it one of ours (header names the layout), is it
      *> whole (trailer present and both control totals agree), has
      *> it been loaded before, and will every record fit. Any "no"
      *> leaves the keyed file exactly as it was. Every attempt -
      *> refused or loaded - leaves a spooled load report and one
      *> audit record carrying the result.
       LOAD-INBOUND-FILE.
           MOVE SPACES TO WS-LOAD-STATUS
           MOVE SPACES TO WS-LOAD-HDR-ID WS-LOAD-HDR-DATE
               WS-LOAD-HDR-TIME
           MOVE 0 TO WS-LOAD-DETAILS WS-LOAD-HASH
           MOVE 0 TO WS-LOAD-TRL-COUNT WS-LOAD-TRL-HASH
           MOVE 0 TO WS-LOAD-ADDED WS-LOAD-REPLACED WS-LOAD-APPLIED
           PERFORM OPEN-LOAD-REPORT
           PERFORM FIND-LOAD-LAYDEF
           IF WS-LOAD-LAYDEF-IDX = 0
               MOVE "UNKNOWN-LAYOUT" TO WS-LOAD-STATUS
           ELSE
               PERFORM BALANCE-INBOUND-FILE
               PERFORM WRITE-LOAD-CONTROL-LINES
           END-IF
           IF WS-LOAD-STATUS = SPACES
               PERFORM CHECK-LOAD-REGISTER
           END-IF
           IF WS-LOAD-STATUS = SPACES
               PERFORM APPLY-INBOUND-FILE
           END-IF
           COMPUTE WS-LOAD-APPLIED = WS-LOAD-ADDED + WS-LOAD-REPLACED
           PERFORM CLOSE-LOAD-REPORT
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "LOAD " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-IN-PATH) DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-HDR-ID) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               WS-LOAD-HDR-DATE DELIMITED BY SIZE
               " RESULT=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-STATUS) DELIMITED BY SIZE
               " RECORDS=" DELIMITED BY SIZE
               WS-LOAD-APPLIED DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           IF LOAD-IS-BATCH
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           ELSE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           END-IF.

       FIND-LOAD-LAYDEF.
           MOVE 0 TO WS-LOAD-LAYDEF-IDX
           PERFORM SCAN-ONE-LOAD-LAYDEF
               VARYING WS-LAYDEF-SCAN-IDX FROM 1 BY 1
               UNTIL WS-LAYDEF-SCAN-IDX > WS-LAYDEF-COUNT
               OR WS-LOAD-LAYDEF-IDX NOT = 0.

       SCAN-ONE-LOAD-LAYDEF.
           IF LAYDEF-NAME(WS-LAYDEF-SCAN-IDX) =
               FUNCTION TRIM(WS-LOAD-LAYOUT-NAME)
               MOVE WS-LAYDEF-SCAN-IDX TO WS-LOAD-LAYDEF-IDX
           END-IF.

      *> Pass 1 - the balance. Blank lines are not records. The
      *> first record is the header; each later record is folded
      *> into the hash only once the next one has been read, so the
      *> record still held at end of file is the trailer.
       BALANCE-INBOUND-FILE.
           MOVE WS-LOAD-IN-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE "NOT-FOUND" TO WS-LOAD-STATUS
           ELSE
               MOVE 0 TO WS-LOAD-LINES
               MOVE 0 TO WS-LOAD-EOF
               MOVE 0 TO WS-XTR-HASH
               MOVE SPACES TO WS-LOAD-HDR-LINE WS-LOAD-HELD-LINE
               PERFORM BALANCE-ONE-INBOUND-LINE
                   UNTIL WS-LOAD-EOF = 1
               CLOSE IMPORT-FILE
               MOVE WS-XTR-HASH TO WS-LOAD-HASH
               PERFORM CHECK-INBOUND-CONTROLS
           END-IF.

       BALANCE-ONE-INBOUND-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-LOAD-EOF
           ELSE
               IF IMPORT-RECORD NOT = SPACES
                   ADD 1 TO WS-LOAD-LINES
                   IF WS-LOAD-LINES = 1
                       MOVE IMPORT-RECORD TO WS-LOAD-HDR-LINE
                   END-IF
                   IF WS-LOAD-LINES > 2
                       PERFORM FOLD-HELD-INBOUND-DETAIL
                   END-IF
                   MOVE IMPORT-RECORD TO WS-LOAD-HELD-LINE
               END-IF
           END-IF.

      *> Exactly the fold WRITE-EXTRACT-RECORD makes on the sending
      *> side, so a file EXTRACT wrote always balances here.
       FOLD-HELD-INBOUND-DETAIL.
           ADD 1 TO WS-LOAD-DETAILS
           MOVE WS-LOAD-HELD-LINE TO WS-LAYDEF-LINE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LAYDEF-LINE)) TO
               WS-XTR-LINE-LEN
           PERFORM ADD-ONE-EXTRACT-HASH
               VARYING WS-XTR-CHAR-IDX FROM 1 BY 1
               UNTIL WS-XTR-CHAR-IDX > WS-XTR-LINE-LEN.

       CHECK-INBOUND-CONTROLS.
           IF WS-LOAD-LINES = 0 OR WS-LOAD-HDR-LINE(1:1) NOT = "H"
               MOVE "NO-HEADER" TO WS-LOAD-STATUS
           ELSE
               MOVE WS-LOAD-HDR-LINE(2:30) TO WS-LOAD-HDR-ID
               MOVE WS-LOAD-HDR-LINE(32:6) TO WS-LOAD-HDR-DATE
               MOVE WS-LOAD-HDR-LINE(38:6) TO WS-LOAD-HDR-TIME
               IF WS-LOAD-LINES < 2
                   OR WS-LOAD-HELD-LINE(1:1) NOT = "T"
                   MOVE "NO-TRAILER" TO WS-LOAD-STATUS
               ELSE
                   IF WS-LOAD-HELD-LINE(2:9) IS NUMERIC
                       MOVE WS-LOAD-HELD-LINE(2:9) TO
                           WS-LOAD-TRL-COUNT
                   END-IF
                   IF WS-LOAD-HELD-LINE(11:9) IS NUMERIC
                       MOVE WS-LOAD-HELD-LINE(11:9) TO
                           WS-LOAD-TRL-HASH
                   END-IF
                   IF FUNCTION TRIM(WS-LOAD-HDR-ID) NOT =
                       FUNCTION TRIM(WS-LOAD-LAYOUT-NAME)
                       MOVE "WRONG-FEED" TO WS-LOAD-STATUS
                   ELSE
                       IF WS-LOAD-HELD-LINE(2:9) IS NOT NUMERIC
                           OR WS-LOAD-HELD-LINE(11:9) IS NOT NUMERIC
                           OR WS-LOAD-TRL-COUNT NOT = WS-LOAD-DETAILS
                           OR WS-LOAD-TRL-HASH NOT = WS-LOAD-HASH
                           MOVE "OUT-OF-BALANCE" TO WS-LOAD-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> One "id|date|time|file|keyed-file|count|hash|loaded" line
      *> per file ever applied; a header ID and date already there
      *> is the same file sent twice.
       CHECK-LOAD-REGISTER.
           MOVE 0 TO WS-LOAD-DUP-FOUND
           MOVE WS-LOAD-REG-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-LOAD-EOF
               PERFORM CHECK-ONE-LOAD-REGISTER-LINE
                   UNTIL WS-LOAD-EOF = 1
               CLOSE IMPORT-FILE
           END-IF
           IF WS-LOAD-DUP-FOUND = 1
               MOVE "DUPLICATE" TO WS-LOAD-STATUS
           END-IF.

       CHECK-ONE-LOAD-REGISTER-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-LOAD-EOF
           ELSE
               MOVE SPACES TO WS-LOAD-REG-ID WS-LOAD-REG-DATE
               UNSTRING IMPORT-RECORD DELIMITED BY "|"
                   INTO WS-LOAD-REG-ID WS-LOAD-REG-DATE
               IF WS-LOAD-REG-ID = FUNCTION TRIM(WS-LOAD-HDR-ID)
                   AND WS-LOAD-REG-DATE = WS-LOAD-HDR-DATE
                   MOVE 1 TO WS-LOAD-DUP-FOUND
               END-IF
           END-IF.

      *> The keyed file is taken the way OPEN I-O KEYED takes it -
      *> its ".lck" first, then the whole image into WS-KEYED-REC -
      *> and given back through the ordinary CLOSE-time flush, so
      *> the load is journalled and renamed into place like any
      *> other keyed write. An app with its own keyed store open, or
      *> mid-transaction, is refused: the load is a unit of work of
      *> its own and must not be folded into (or rolled back with)
      *> the app's.
       APPLY-INBOUND-FILE.
           IF KEYED-STORE-IS-OPEN
               MOVE "STORE-BUSY" TO WS-LOAD-STATUS
           ELSE
               IF TXN-IS-ACTIVE
                   MOVE "IN-TRANSACTION" TO WS-LOAD-STATUS
               ELSE
                   PERFORM TAKE-INBOUND-STORE
               END-IF
           END-IF.

       TAKE-INBOUND-STORE.
           PERFORM ENSURE-LOCK-SESSION-ID
           MOVE SPACES TO WS-LOCK-FILE-PATH
           STRING FUNCTION TRIM(WS-LOAD-TO-PATH) DELIMITED BY SIZE
               ".lck" DELIMITED BY SIZE
               INTO WS-LOCK-FILE-PATH
           MOVE 0 TO WS-LOCK-DENIED
           MOVE 1 TO WS-LOCK-TAKE-FLAG
           PERFORM CHECK-AND-TAKE-FILE-LOCK
           IF WS-LOCK-DENIED = 1
               MOVE "LOCKED" TO WS-LOAD-STATUS
           ELSE
               MOVE 1 TO WS-KEYED-LOCK-HELD
               MOVE WS-LOCK-FILE-PATH TO WS-KEYED-LOCK-PATH
               MOVE WS-LOAD-TO-PATH TO WS-KEYED-FILE-PATH
               MOVE 0 TO WS-KEYED-ALT-PART
               PERFORM RELOAD-KEYED-STORE-IMAGE
               PERFORM PROVE-INBOUND-CAPACITY
               IF WS-LOAD-STATUS = SPACES
                   PERFORM APPLY-INBOUND-DETAILS
                   PERFORM FLUSH-KEYED-STORE
                   PERFORM REGISTER-INBOUND-LOAD
                   MOVE "LOADED" TO WS-LOAD-STATUS
               ELSE
                   MOVE 0 TO WS-KEYED-REC-COUNT
                   MOVE 0 TO WS-KEYED-INDEXED-FLAG
                   MOVE WS-KEYED-LOCK-PATH TO WS-LOCK-FILE-PATH
                   PERFORM RELEASE-FILE-LOCK
                   MOVE 0 TO WS-KEYED-LOCK-HELD
               END-IF
           END-IF.

      *> Pass 2 - every detail must carry a key, and the keys not
      *> yet on file must fit the store. A key repeated inside the
      *> file counts once per repeat, so the proof errs on the safe
      *> side of the record limit.
       PROVE-INBOUND-CAPACITY.
           MOVE 0 TO WS-LOAD-NEW-KEYS
           MOVE WS-LOAD-IN-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           MOVE 0 TO WS-LOAD-LINES
           MOVE 0 TO WS-LOAD-EOF
           PERFORM PROVE-ONE-INBOUND-LINE UNTIL WS-LOAD-EOF = 1
           CLOSE IMPORT-FILE
      *> An indexed store keeps only touched records in the table,
      *> so it has no such ceiling.
           IF WS-LOAD-STATUS = SPACES
               AND NOT KEYED-STORE-IS-INDEXED
               AND WS-KEYED-REC-COUNT + WS-LOAD-NEW-KEYS >
                   WS-MAX-KEYED-RECORDS
               MOVE "CAPACITY" TO WS-LOAD-STATUS
           END-IF.

       PROVE-ONE-INBOUND-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-LOAD-EOF
           ELSE
               IF IMPORT-RECORD NOT = SPACES
                   ADD 1 TO WS-LOAD-LINES
                   IF WS-LOAD-LINES > 1
                       AND WS-LOAD-LINES <= WS-LOAD-DETAILS + 1
                       PERFORM BUILD-INBOUND-RECORD
                       IF WS-LOAD-KEY = SPACES
                           MOVE "NO-KEY" TO WS-LOAD-STATUS
                       ELSE
                           PERFORM FIND-INBOUND-KEY
                           IF WS-KEYED-FOUND-IDX = 0
                               ADD 1 TO WS-LOAD-NEW-KEYS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Pass 3 - the apply. Upsert exactly as WRITE KEY does, one
      *> journal record each, one report line each.
       APPLY-INBOUND-DETAILS.
           MOVE WS-LOAD-IN-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           MOVE 0 TO WS-LOAD-LINES
           MOVE 0 TO WS-LOAD-EOF
           PERFORM APPLY-ONE-INBOUND-LINE UNTIL WS-LOAD-EOF = 1
           CLOSE IMPORT-FILE.

       APPLY-ONE-INBOUND-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-LOAD-EOF
           ELSE
               IF IMPORT-RECORD NOT = SPACES
                   ADD 1 TO WS-LOAD-LINES
                   IF WS-LOAD-LINES > 1
                       AND WS-LOAD-LINES <= WS-LOAD-DETAILS + 1
                       PERFORM BUILD-INBOUND-RECORD
                       PERFORM FIND-INBOUND-KEY
                       PERFORM APPLY-INBOUND-RECORD
                   END-IF
               END-IF
           END-IF.

       APPLY-INBOUND-RECORD.
           PERFORM NOTE-JOURNAL-BEFORE
           IF WS-KEYED-FOUND-IDX NOT = 0
               MOVE WS-LOAD-VALUE TO
                   KEYED-REC-VALUE(WS-KEYED-FOUND-IDX)
               MOVE 1 TO KEYED-REC-DIRTY(WS-KEYED-FOUND-IDX)
               ADD 1 TO WS-LOAD-REPLACED
               MOVE "REPLACED" TO WS-LOAD-ACTION
           ELSE
               MOVE WS-LOAD-KEY TO WS-KEYED-KEY-PART
               MOVE WS-LOAD-VALUE TO WS-KEYED-VALUE-PART
               PERFORM APPEND-KEYED-RECORD
               ADD 1 TO WS-LOAD-ADDED
               MOVE "ADDED" TO WS-LOAD-ACTION
           END-IF
           MOVE "W" TO WS-JRN-OP
           MOVE WS-LOAD-KEY TO WS-JRN-KEY
           MOVE WS-LOAD-VALUE TO WS-JRN-VALUE
           PERFORM APPEND-KEYED-JOURNAL
           MOVE SPACES TO REPORT-RECORD
           STRING "DETAIL   " DELIMITED BY SIZE
               WS-LOAD-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-VALUE) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> The first layout field is the key; every later field, in
      *> layout order, is one "|" part of the value - the shape the
      *> keyed verbs' ALTERNATE parts and the MERGE {VALUEn} fields
      *> already read.
       BUILD-INBOUND-RECORD.
           MOVE WS-LOAD-LAYDEF-IDX TO WS-LAYDEF-IDX
           MOVE IMPORT-RECORD TO WS-LAYDEF-LINE
           MOVE 1 TO WS-LAYDEF-FLD-IDX
           PERFORM SLICE-LAYOUT-COLUMN-VALUE
           MOVE WS-LIVE-VALUE-OUT TO WS-LOAD-KEY
           MOVE SPACES TO WS-LOAD-VALUE
           MOVE 1 TO WS-LOAD-VAL-PTR
           PERFORM ADD-ONE-INBOUND-VALUE-PART
               VARYING WS-LAYDEF-FLD-IDX FROM 2 BY 1
               UNTIL WS-LAYDEF-FLD-IDX >
                   LAYDEF-FIELD-COUNT(WS-LAYDEF-IDX).

       ADD-ONE-INBOUND-VALUE-PART.
           PERFORM SLICE-LAYOUT-COLUMN-VALUE
           IF WS-LAYDEF-FLD-IDX > 2
               STRING "|" DELIMITED BY SIZE
                   INTO WS-LOAD-VALUE
                   WITH POINTER WS-LOAD-VAL-PTR
           END-IF
           IF WS-LIVE-VALUE-OUT NOT = SPACES
               STRING FUNCTION TRIM(WS-LIVE-VALUE-OUT)
                       DELIMITED BY SIZE
                   INTO WS-LOAD-VALUE
                   WITH POINTER WS-LOAD-VAL-PTR
           END-IF.

       FIND-INBOUND-KEY.
           MOVE WS-LOAD-KEY TO WS-KEYED-LOOKUP-KEY
           PERFORM LOCATE-KEYED-RECORD.

       REGISTER-INBOUND-LOAD.
           PERFORM GET-LOCAL-DATE-TIME
           MOVE WS-LOAD-REG-PATH TO WS-REJECT-FILE-PATH
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF
           MOVE SPACES TO REJECT-RECORD
           STRING FUNCTION TRIM(WS-LOAD-HDR-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LOAD-HDR-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LOAD-HDR-TIME DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-IN-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-TO-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LOAD-DETAILS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LOAD-HASH DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
               INTO REJECT-RECORD
           WRITE REJECT-RECORD
           CLOSE REJECT-FILE.

      *> The load report is an ordinary spool job (logical name
      *> LOAD-REPORT), so every attempt's report is kept and
      *> --spool-list / --spool-reprint bring back any past one - a
      *> refused second copy never overwrites the first load's.
       OPEN-LOAD-REPORT.
           MOVE "LOAD-REPORT" TO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE SPACES TO REPORT-RECORD
           STRING "LOAD     " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-LAYOUT-NAME) DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-IN-PATH) DELIMITED BY SIZE
               " INTO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-TO-PATH) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-LOAD-CONTROL-LINES.
           MOVE SPACES TO REPORT-RECORD
           STRING "HEADER   ID=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-HDR-ID) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               WS-LOAD-HDR-DATE DELIMITED BY SIZE
               " TIME=" DELIMITED BY SIZE
               WS-LOAD-HDR-TIME DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TRAILER  COUNT=" DELIMITED BY SIZE
               WS-LOAD-TRL-COUNT DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               WS-LOAD-TRL-HASH DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "COMPUTED COUNT=" DELIMITED BY SIZE
               WS-LOAD-DETAILS DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               WS-LOAD-HASH DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       CLOSE-LOAD-REPORT.
           MOVE SPACES TO REPORT-RECORD
           STRING "APPLIED  ADDED=" DELIMITED BY SIZE
               WS-LOAD-ADDED DELIMITED BY SIZE
               " REPLACED=" DELIMITED BY SIZE
               WS-LOAD-REPLACED DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RESULT   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOAD-STATUS) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      *> ---------------------------------------------------------
      *> --load <app-source> <layout> <inbound-file> <keyed-file> -
      *> the LOAD statement as a batch step, for a scheduler chain
      *> receiving an upstream feed with no operator at a screen.
      *> The app source supplies only its LAYOUT SECTION. Exit 0
      *> when the file loaded, 4 when it was refused (the load
      *> report says why), 8 on a usage error.
      *> ---------------------------------------------------------
       LOAD-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-APP-FILE-PATH
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-LOAD-LAYOUT-NAME
           MOVE FUNCTION TRIM(WS-ARG4-TXT) TO WS-LOAD-IN-PATH
           MOVE FUNCTION TRIM(WS-ARG5-TXT) TO WS-LOAD-TO-PATH
           IF WS-APP-FILE-PATH = SPACES
               OR WS-LOAD-LAYOUT-NAME = SPACES
               OR WS-LOAD-IN-PATH = SPACES
               OR WS-LOAD-TO-PATH = SPACES
               DISPLAY "COBALT: usage - --load <app-source> <layout>"
                   " <inbound-file> <keyed-file>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM LOAD-LANG-MESSAGES
               PERFORM LOAD-APP-SOURCE
               IF WS-SRC-LINE-COUNT = 0
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM PARSE-APP-SOURCE
                   MOVE 1 TO WS-LOAD-BATCH-FLAG
                   PERFORM LOAD-INBOUND-FILE
                   DISPLAY "COBALT: load "
                       FUNCTION TRIM(WS-LOAD-IN-PATH) " - "
                       FUNCTION TRIM(WS-LOAD-STATUS) ", "
                       WS-LOAD-APPLIED " record(s) applied"
                       " (report in "
                       FUNCTION TRIM(WS-SPOOL-JOB-PATH) ")"
                   IF WS-LOAD-STATUS NOT = "LOADED"
                       MOVE 4 TO WS-RUN-EXIT-CODE
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> TRANSFER [STATUS] [USING <partner-file>] - the outbound
      *> half of the partner interfaces, for the files EXTRACT
      *> leaves behind. TRANSFER-OUTBOUND-FILES does the work the
      *> statement and --transfer / --transfer-status share; the
      *> statement adds the reserved TRANSFER-SENT, TRANSFER-FAILED,
      *> TRANSFER-CONFIRMED, TRANSFER-PENDING and TRANSFER-OVERDUE
      *> values the app shows afterwards, as LOAD-STATUS does.
      *> ---------------------------------------------------------
       EXEC-TRANSFER-STMT.
           ADD 1 TO WS-METRIC-FILE-OPS
           MOVE WS-XMIT-PARTNER-DEFAULT TO WS-XMIT-PARTNER-PATH
           IF STMT-FILE-EXPR-IDX(WS-STMT-CUR-IDX) NOT = 0
               MOVE STMT-FILE-EXPR-IDX(WS-STMT-CUR-IDX) TO
                   WS-EVAL-EXPR-IDX
               PERFORM EVAL-EXPR
               MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                   WS-XMIT-PARTNER-PATH
           END-IF
           MOVE STMT-FILE-MODE(WS-STMT-CUR-IDX) TO WS-XMIT-STATUS-ONLY
           MOVE 0 TO WS-XMIT-BATCH-FLAG
           PERFORM TRANSFER-OUTBOUND-FILES
           MOVE 0 TO WS-NUM-FMT-DEC
           MOVE "TRANSFER-SENT" TO WS-LOOKUP-NAME
           MOVE WS-XMIT-SENT TO WS-NUM-FMT-VALUE
           PERFORM STORE-FORMATTED-TO-TARGET
           MOVE "TRANSFER-FAILED" TO WS-LOOKUP-NAME
           MOVE WS-XMIT-FAILED TO WS-NUM-FMT-VALUE
           PERFORM STORE-FORMATTED-TO-TARGET
           MOVE "TRANSFER-CONFIRMED" TO WS-LOOKUP-NAME
           MOVE WS-XMIT-CONFIRMED TO WS-NUM-FMT-VALUE
           PERFORM STORE-FORMATTED-TO-TARGET
           MOVE "TRANSFER-PENDING" TO WS-LOOKUP-NAME
           MOVE WS-XMIT-PENDING TO WS-NUM-FMT-VALUE
           PERFORM STORE-FORMATTED-TO-TARGET
           MOVE "TRANSFER-OVERDUE" TO WS-LOOKUP-NAME
           MOVE WS-XMIT-OVERDUE TO WS-NUM-FMT-VALUE
           PERFORM STORE-FORMATTED-TO-TARGET.

      *> One pass: deliver (unless STATUS), then walk the whole log
      *> for acknowledgments - a send made a moment ago is checked
      *> too, since a partner polling its drop directory may already
      *> have answered - then rewrite the log and finish the status
      *> report with every send on it. Each delivery, failure,
      *> confirmation and newly overdue send writes its own audit
      *> record ("XMIT-SENT", "XMIT-FAILED", "XMIT-CONFIRMED",
      *> "XMIT-OVERDUE"), so an ALERT rule in cobalt-alerts.cfg
      *> matching XMIT-OVERDUE is how an unanswered send reaches an
      *> operator.
       TRANSFER-OUTBOUND-FILES.
           MOVE 0 TO WS-XMIT-SENT WS-XMIT-UNCHANGED WS-XMIT-FAILED
           MOVE 0 TO WS-XMIT-CONFIRMED WS-XMIT-NEW-OVERDUE
           MOVE 0 TO WS-XMIT-PTN-COUNT
           PERFORM LOAD-TRANSMISSION-LOG
           PERFORM OPEN-TRANSFER-REPORT
           IF NOT XMIT-IS-STATUS-ONLY
               PERFORM LOAD-PARTNER-TABLE
               PERFORM DELIVER-ONE-PARTNER
                   VARYING WS-XMIT-PTN-IDX FROM 1 BY 1
                   UNTIL WS-XMIT-PTN-IDX > WS-XMIT-PTN-COUNT
           END-IF
           PERFORM CHECK-ONE-TRANSMISSION
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
           PERFORM SAVE-TRANSMISSION-LOG
           MOVE 0 TO WS-XMIT-PENDING WS-XMIT-OVERDUE WS-XMIT-DONE
           PERFORM COUNT-ONE-TRANSMISSION-STATE
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
           PERFORM CLOSE-TRANSFER-REPORT.

      *> Absolute seconds - day number times 86400 plus second of
      *> day - so an acknowledgment window may run past midnight.
       COMPUTE-XMIT-NOW-SECS.
           PERFORM GET-LOCAL-DATE-TIME
           COMPUTE WS-XMIT-DATE-8 = 20000000 + WS-LOCAL-DATE
           COMPUTE WS-XMIT-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-XMIT-DATE-8) * 86400
               + (WS-LOCAL-TIME / 1000000) * 3600
               + FUNCTION MOD(WS-LOCAL-TIME / 10000, 100) * 60
               + FUNCTION MOD(WS-LOCAL-TIME / 100, 100).

       LOAD-PARTNER-TABLE.
           MOVE WS-XMIT-PARTNER-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-XMIT-EOF
               PERFORM LOAD-ONE-PARTNER-LINE UNTIL WS-XMIT-EOF = 1
               CLOSE IMPORT-FILE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "PARTNERS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-XMIT-PARTNER-PATH) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-XMIT-PTN-COUNT DELIMITED BY SIZE
               " partner(s)" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> "PARTNER <name> <drop-dir> <file-pattern> <ack-pattern>
      *> <ack-minutes>"; "*" lines are comments, and a line without
      *> a whole-number window is ignored, as HOUSEKEEP-RULE is.
       LOAD-ONE-PARTNER-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-XMIT-EOF
           ELSE
               MOVE FUNCTION TRIM(IMPORT-RECORD) TO WS-XMIT-LINE
               IF WS-XMIT-LINE NOT = SPACES
                   AND WS-XMIT-LINE(1:1) NOT = "*"
                   AND WS-XMIT-PTN-COUNT < 20
                   ADD 1 TO WS-XMIT-PTN-COUNT
                   MOVE SPACES TO WS-XMIT-KEYWORD WS-XMIT-MINUTES-TXT
                   MOVE SPACES TO XMIT-PTN-NAME(WS-XMIT-PTN-COUNT)
                       XMIT-PTN-DIR(WS-XMIT-PTN-COUNT)
                       XMIT-PTN-PATTERN(WS-XMIT-PTN-COUNT)
                       XMIT-PTN-ACK(WS-XMIT-PTN-COUNT)
                   UNSTRING WS-XMIT-LINE DELIMITED BY ALL SPACE
                       INTO WS-XMIT-KEYWORD
                           XMIT-PTN-NAME(WS-XMIT-PTN-COUNT)
                           XMIT-PTN-DIR(WS-XMIT-PTN-COUNT)
                           XMIT-PTN-PATTERN(WS-XMIT-PTN-COUNT)
                           XMIT-PTN-ACK(WS-XMIT-PTN-COUNT)
                           WS-XMIT-MINUTES-TXT
                   IF WS-XMIT-KEYWORD = "PARTNER"
                       AND XMIT-PTN-ACK(WS-XMIT-PTN-COUNT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-XMIT-MINUTES-TXT)) = 0
                       MOVE FUNCTION NUMVAL(WS-XMIT-MINUTES-TXT) TO
                           XMIT-PTN-MINUTES(WS-XMIT-PTN-COUNT)
                   ELSE
                       SUBTRACT 1 FROM WS-XMIT-PTN-COUNT
                   END-IF
               END-IF
           END-IF.

      *> The pattern is handed to the shell exactly as written, so
      *> "out/reg-*.dat" picks up every extract of that shape; the
      *> matches come back one per line, as PRUNE-AUDIT-ARCHIVES
      *> reads its archive list.
       DELIVER-ONE-PARTNER.
           MOVE SPACES TO REPORT-RECORD
           STRING "PARTNER  " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PTN-NAME(WS-XMIT-PTN-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PTN-PATTERN(WS-XMIT-PTN-IDX))
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PTN-DIR(WS-XMIT-PTN-IDX))
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-XMIT-CMD
           STRING "ls -1d " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PTN-PATTERN(WS-XMIT-PTN-IDX))
                   DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-XMIT-LST-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-XMIT-CMD
           CALL "SYSTEM" USING WS-XMIT-CMD
           MOVE WS-XMIT-LST-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-XMIT-LST-EOF
               PERFORM DELIVER-ONE-LISTED-FILE
                   UNTIL WS-XMIT-LST-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-XMIT-LST-PATH.

      *> A file whose content already went to this partner (the
      *> partner's latest send of it carries the same hash) is not
      *> sent again - the extract job may well run more often than
      *> its data changes.
       DELIVER-ONE-LISTED-FILE.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-XMIT-LST-EOF
           ELSE
               IF GATEWAY-RECORD NOT = SPACES
                   MOVE FUNCTION TRIM(GATEWAY-RECORD) TO WS-XMIT-SOURCE
                   PERFORM HASH-OUTBOUND-FILE
                   PERFORM FIND-LAST-PARTNER-SEND
                   IF WS-XMIT-HAVE-FILE = 1
                       IF WS-XMIT-FOUND-IDX NOT = 0
                           AND XMIT-HASH(WS-XMIT-FOUND-IDX) =
                               WS-XMIT-HASH
                           ADD 1 TO WS-XMIT-UNCHANGED
                           MOVE "UNCHANGED" TO WS-XMIT-ACTION
                           MOVE WS-XMIT-FOUND-IDX TO WS-XMIT-IDX
                           PERFORM WRITE-TRANSFER-ACTION-LINE
                       ELSE
                           PERFORM SEND-OUTBOUND-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The same fold EXTRACT puts in its trailer, run over every
      *> line of the file, so any change to the content shows.
       HASH-OUTBOUND-FILE.
           MOVE 0 TO WS-XMIT-HAVE-FILE
           MOVE 0 TO WS-XTR-HASH
           MOVE WS-XMIT-SOURCE TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 1 TO WS-XMIT-HAVE-FILE
               MOVE 0 TO WS-XMIT-EOF
               PERFORM HASH-ONE-OUTBOUND-LINE UNTIL WS-XMIT-EOF = 1
               CLOSE IMPORT-FILE
           END-IF
           MOVE WS-XTR-HASH TO WS-XMIT-HASH.

       HASH-ONE-OUTBOUND-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-XMIT-EOF
           ELSE
               MOVE IMPORT-RECORD TO WS-LAYDEF-LINE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LAYDEF-LINE)) TO
                   WS-XTR-LINE-LEN
               PERFORM ADD-ONE-EXTRACT-HASH
                   VARYING WS-XTR-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-XTR-CHAR-IDX > WS-XTR-LINE-LEN
           END-IF.

       FIND-LAST-PARTNER-SEND.
           MOVE 0 TO WS-XMIT-FOUND-IDX
           PERFORM MATCH-ONE-PARTNER-SEND
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT.

       MATCH-ONE-PARTNER-SEND.
           IF XMIT-PARTNER(WS-XMIT-IDX) =
               XMIT-PTN-NAME(WS-XMIT-PTN-IDX)
               AND XMIT-SOURCE(WS-XMIT-IDX) = WS-XMIT-SOURCE
               MOVE WS-XMIT-IDX TO WS-XMIT-FOUND-IDX
           END-IF.

      *> Copied under a hidden ".part" name and renamed into place,
      *> so a partner polling the drop directory never collects half
      *> a file. A drop directory that is not there (or a copy that
      *> fails for any other reason) is a FAILED delivery - reported
      *> and audited, not logged, so the next run simply tries again.
       SEND-OUTBOUND-FILE.
           IF WS-XMIT-COUNT >= 200
               PERFORM RETIRE-OLDEST-CONFIRMED
           END-IF
           PERFORM BUILD-DELIVERY-PATHS
           MOVE SPACES TO WS-XMIT-CMD
           STRING "cp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-XMIT-SOURCE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PTN-DIR(WS-XMIT-PTN-IDX))
                   DELIMITED BY SIZE
               "/." DELIMITED BY SIZE
               FUNCTION TRIM(WS-XMIT-BASE-NAME) DELIMITED BY SIZE
               ".part 2>/dev/null && mv " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PTN-DIR(WS-XMIT-PTN-IDX))
                   DELIMITED BY SIZE
               "/." DELIMITED BY SIZE
               FUNCTION TRIM(WS-XMIT-BASE-NAME) DELIMITED BY SIZE
               ".part " DELIMITED BY SIZE
               FUNCTION TRIM(WS-XMIT-DELIVERED) DELIMITED BY SIZE
               INTO WS-XMIT-CMD
           MOVE 1 TO WS-XMIT-COPY-RC
           IF WS-XMIT-COUNT < 200
               CALL "SYSTEM" USING WS-XMIT-CMD
               MOVE RETURN-CODE TO WS-XMIT-COPY-RC
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-XMIT-COPY-RC NOT = 0
               ADD 1 TO WS-XMIT-FAILED
               MOVE SPACES TO REPORT-RECORD
               STRING "FAILED    " DELIMITED BY SIZE
                   FUNCTION TRIM(XMIT-PTN-NAME(WS-XMIT-PTN-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XMIT-SOURCE) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XMIT-DELIVERED) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "XMIT-FAILED " DELIMITED BY SIZE
                   FUNCTION TRIM(XMIT-PTN-NAME(WS-XMIT-PTN-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XMIT-SOURCE) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-TRANSFER-AUDIT-RECORD
           ELSE
               PERFORM LOG-OUTBOUND-SEND
           END-IF.

      *> Delivered under its own name; the ack pattern's "*" is
      *> that name ("*.ack" -> "reg-extract.dat.ack"), and a pattern
      *> without one names a fixed acknowledgment file.
       BUILD-DELIVERY-PATHS.
           MOVE 0 TO WS-XMIT-SLASH-POS
           PERFORM FIND-ONE-SOURCE-SLASH
               VARYING WS-XMIT-CHAR-IDX FROM 1 BY 1
               UNTIL WS-XMIT-CHAR-IDX > 60
           MOVE SPACES TO WS-XMIT-BASE-NAME
           MOVE WS-XMIT-SOURCE(WS-XMIT-SLASH-POS + 1:) TO
               WS-XMIT-BASE-NAME
           MOVE SPACES TO WS-XMIT-DELIVERED
           STRING FUNCTION TRIM(XMIT-PTN-DIR(WS-XMIT-PTN-IDX))
                   DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-XMIT-BASE-NAME) DELIMITED BY SIZE
               INTO WS-XMIT-DELIVERED
           MOVE 0 TO WS-XMIT-STAR-COUNT
           INSPECT XMIT-PTN-ACK(WS-XMIT-PTN-IDX)
               TALLYING WS-XMIT-STAR-COUNT FOR ALL "*"
           MOVE SPACES TO WS-XMIT-ACK-PRE WS-XMIT-ACK-POST
           UNSTRING XMIT-PTN-ACK(WS-XMIT-PTN-IDX) DELIMITED BY "*"
               INTO WS-XMIT-ACK-PRE WS-XMIT-ACK-POST
           MOVE SPACES TO WS-XMIT-ACK-PATH
           IF WS-XMIT-STAR-COUNT = 0
               STRING FUNCTION TRIM(XMIT-PTN-DIR(WS-XMIT-PTN-IDX))
                       DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(XMIT-PTN-ACK(WS-XMIT-PTN-IDX))
                       DELIMITED BY SIZE
                   INTO WS-XMIT-ACK-PATH
           ELSE
               STRING FUNCTION TRIM(XMIT-PTN-DIR(WS-XMIT-PTN-IDX))
                       DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-XMIT-ACK-PRE DELIMITED BY SPACE
                   FUNCTION TRIM(WS-XMIT-BASE-NAME) DELIMITED BY SIZE
                   WS-XMIT-ACK-POST DELIMITED BY SPACE
                   INTO WS-XMIT-ACK-PATH
           END-IF.

       FIND-ONE-SOURCE-SLASH.
           IF WS-XMIT-SOURCE(WS-XMIT-CHAR-IDX:1) = "/"
               MOVE WS-XMIT-CHAR-IDX TO WS-XMIT-SLASH-POS
           END-IF.

      *> A full log gives up its oldest confirmed send - the one
      *> least likely ever to be asked about again. A log full of
      *> sends still waiting on partners gives up nothing, and the
      *> delivery is refused instead.
       RETIRE-OLDEST-CONFIRMED.
           MOVE 0 TO WS-XMIT-FOUND-IDX
           PERFORM FIND-ONE-CONFIRMED-SEND
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
               OR WS-XMIT-FOUND-IDX NOT = 0
           IF WS-XMIT-FOUND-IDX NOT = 0
               PERFORM SHIFT-ONE-TRANSMISSION-DOWN
                   VARYING WS-XMIT-IDX FROM WS-XMIT-FOUND-IDX BY 1
                   UNTIL WS-XMIT-IDX >= WS-XMIT-COUNT
               SUBTRACT 1 FROM WS-XMIT-COUNT
           END-IF.

       FIND-ONE-CONFIRMED-SEND.
           IF XMIT-STATE(WS-XMIT-IDX) = "CONFIRMED"
               MOVE WS-XMIT-IDX TO WS-XMIT-FOUND-IDX
           END-IF.

       SHIFT-ONE-TRANSMISSION-DOWN.
           MOVE WS-XMIT-ENTRY(WS-XMIT-IDX + 1) TO
               WS-XMIT-ENTRY(WS-XMIT-IDX).

       LOG-OUTBOUND-SEND.
           PERFORM COMPUTE-XMIT-NOW-SECS
           ADD 1 TO WS-XMIT-COUNT
           ADD 1 TO WS-XMIT-LAST-SEQ
           MOVE WS-XMIT-COUNT TO WS-XMIT-IDX
           MOVE WS-XMIT-LAST-SEQ TO WS-XMIT-SEQ-TXT
           MOVE SPACES TO XMIT-ID(WS-XMIT-IDX)
           STRING "X" DELIMITED BY SIZE
               WS-XMIT-SEQ-TXT DELIMITED BY SIZE
               INTO XMIT-ID(WS-XMIT-IDX)
           MOVE XMIT-PTN-NAME(WS-XMIT-PTN-IDX) TO
               XMIT-PARTNER(WS-XMIT-IDX)
           MOVE WS-XMIT-SOURCE TO XMIT-SOURCE(WS-XMIT-IDX)
           MOVE WS-XMIT-DELIVERED TO XMIT-DELIVERED(WS-XMIT-IDX)
           MOVE WS-XMIT-ACK-PATH TO XMIT-ACK-PATH(WS-XMIT-IDX)
           MOVE WS-XMIT-HASH TO XMIT-HASH(WS-XMIT-IDX)
           MOVE WS-LOCAL-DATE TO XMIT-SENT-DATE(WS-XMIT-IDX)
           MOVE WS-LOCAL-TIME(1:6) TO XMIT-SENT-TIME(WS-XMIT-IDX)
           COMPUTE XMIT-DUE-SECS(WS-XMIT-IDX) = WS-XMIT-NOW-SECS
               + XMIT-PTN-MINUTES(WS-XMIT-PTN-IDX) * 60
           MOVE "SENT" TO XMIT-STATE(WS-XMIT-IDX)
           MOVE XMIT-SENT-DATE(WS-XMIT-IDX) TO
               XMIT-STATE-DATE(WS-XMIT-IDX)
           MOVE XMIT-SENT-TIME(WS-XMIT-IDX) TO
               XMIT-STATE-TIME(WS-XMIT-IDX)
           ADD 1 TO WS-XMIT-SENT
           MOVE "SENT" TO WS-XMIT-ACTION
           PERFORM WRITE-TRANSFER-ACTION-LINE
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "XMIT-SENT " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PARTNER(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               XMIT-ID(WS-XMIT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-XMIT-SOURCE) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-TRANSFER-AUDIT-RECORD.

      *> The acknowledgment pass. An ack found confirms the send -
      *> even one already marked OVERDUE, which is then simply late -
      *> and is renamed "<ack>.<id>" so it can never confirm a later
      *> send of the same file. No ack once the window has passed
      *> makes a SENT send OVERDUE, once.
       CHECK-ONE-TRANSMISSION.
           IF XMIT-STATE(WS-XMIT-IDX) = "SENT"
               OR XMIT-STATE(WS-XMIT-IDX) = "OVERDUE"
               PERFORM COMPUTE-XMIT-NOW-SECS
               MOVE XMIT-ACK-PATH(WS-XMIT-IDX) TO WS-IMPORT-FILE-PATH
               OPEN INPUT IMPORT-FILE
               IF WS-IMPORT-FILE-STATUS = "00"
                   CLOSE IMPORT-FILE
                   PERFORM CONFIRM-ONE-TRANSMISSION
               ELSE
                   IF XMIT-STATE(WS-XMIT-IDX) = "SENT"
                       AND WS-XMIT-NOW-SECS >=
                           XMIT-DUE-SECS(WS-XMIT-IDX)
                       PERFORM MARK-ONE-TRANSMISSION-OVERDUE
                   END-IF
               END-IF
           END-IF.

       CONFIRM-ONE-TRANSMISSION.
           MOVE SPACES TO WS-XMIT-SEEN-PATH
           STRING FUNCTION TRIM(XMIT-ACK-PATH(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               XMIT-ID(WS-XMIT-IDX) DELIMITED BY SIZE
               INTO WS-XMIT-SEEN-PATH
           CALL "CBL_RENAME_FILE" USING WS-IMPORT-FILE-PATH
               WS-XMIT-SEEN-PATH
           MOVE "CONFIRMED" TO XMIT-STATE(WS-XMIT-IDX)
           MOVE WS-LOCAL-DATE TO XMIT-STATE-DATE(WS-XMIT-IDX)
           MOVE WS-LOCAL-TIME(1:6) TO XMIT-STATE-TIME(WS-XMIT-IDX)
           ADD 1 TO WS-XMIT-CONFIRMED
           MOVE "CONFIRMED" TO WS-XMIT-ACTION
           PERFORM WRITE-TRANSFER-ACTION-LINE
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "XMIT-CONFIRMED " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PARTNER(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               XMIT-ID(WS-XMIT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-SOURCE(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-TRANSFER-AUDIT-RECORD.

       MARK-ONE-TRANSMISSION-OVERDUE.
           MOVE "OVERDUE" TO XMIT-STATE(WS-XMIT-IDX)
           MOVE WS-LOCAL-DATE TO XMIT-STATE-DATE(WS-XMIT-IDX)
           MOVE WS-LOCAL-TIME(1:6) TO XMIT-STATE-TIME(WS-XMIT-IDX)
           ADD 1 TO WS-XMIT-NEW-OVERDUE
           MOVE "OVERDUE" TO WS-XMIT-ACTION
           PERFORM WRITE-TRANSFER-ACTION-LINE
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "XMIT-OVERDUE " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PARTNER(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               XMIT-ID(WS-XMIT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-SOURCE(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-TRANSFER-AUDIT-RECORD.

       COUNT-ONE-TRANSMISSION-STATE.
           EVALUATE XMIT-STATE(WS-XMIT-IDX)
               WHEN "SENT"
                   ADD 1 TO WS-XMIT-PENDING
               WHEN "OVERDUE"
                   ADD 1 TO WS-XMIT-OVERDUE
               WHEN "CONFIRMED"
                   ADD 1 TO WS-XMIT-DONE
           END-EVALUATE.

       WRITE-TRANSFER-AUDIT-RECORD.
           IF XMIT-IS-BATCH
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           ELSE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           END-IF.

       WRITE-TRANSFER-ACTION-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING WS-XMIT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               XMIT-ID(WS-XMIT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PARTNER(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-SOURCE(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-DELIVERED(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> "id|partner|file|delivered-as|ack|hash|sent-date|sent-time|
      *> due-secs|state|state-date|state-time", one line per send.
       LOAD-TRANSMISSION-LOG.
           MOVE 0 TO WS-XMIT-COUNT
           MOVE 0 TO WS-XMIT-LAST-SEQ
           OPEN INPUT TRANSFER-LOG-FILE
           IF WS-XMIT-LOG-STATUS = "00"
               MOVE 0 TO WS-XMIT-EOF
               PERFORM LOAD-ONE-TRANSMISSION-LINE
                   UNTIL WS-XMIT-EOF = 1
               CLOSE TRANSFER-LOG-FILE
           END-IF.

       LOAD-ONE-TRANSMISSION-LINE.
           READ TRANSFER-LOG-FILE
           IF WS-XMIT-LOG-STATUS NOT = "00"
               MOVE 1 TO WS-XMIT-EOF
           ELSE
               IF TRANSFER-LOG-RECORD NOT = SPACES
                   AND WS-XMIT-COUNT < 200
                   ADD 1 TO WS-XMIT-COUNT
                   MOVE WS-XMIT-COUNT TO WS-XMIT-IDX
                   MOVE SPACES TO WS-XMIT-ENTRY(WS-XMIT-IDX)
                   MOVE SPACES TO WS-XMIT-NUM-TXT WS-XMIT-MINUTES-TXT
                   UNSTRING TRANSFER-LOG-RECORD DELIMITED BY "|"
                       INTO XMIT-ID(WS-XMIT-IDX)
                           XMIT-PARTNER(WS-XMIT-IDX)
                           XMIT-SOURCE(WS-XMIT-IDX)
                           XMIT-DELIVERED(WS-XMIT-IDX)
                           XMIT-ACK-PATH(WS-XMIT-IDX)
                           WS-XMIT-MINUTES-TXT
                           XMIT-SENT-DATE(WS-XMIT-IDX)
                           XMIT-SENT-TIME(WS-XMIT-IDX)
                           WS-XMIT-NUM-TXT
                           XMIT-STATE(WS-XMIT-IDX)
                           XMIT-STATE-DATE(WS-XMIT-IDX)
                           XMIT-STATE-TIME(WS-XMIT-IDX)
                   MOVE 0 TO XMIT-HASH(WS-XMIT-IDX)
                   MOVE 0 TO XMIT-DUE-SECS(WS-XMIT-IDX)
                   IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-XMIT-MINUTES-TXT)) = 0
                       MOVE FUNCTION NUMVAL(WS-XMIT-MINUTES-TXT) TO
                           XMIT-HASH(WS-XMIT-IDX)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-XMIT-NUM-TXT)) = 0
                       MOVE FUNCTION NUMVAL(WS-XMIT-NUM-TXT) TO
                           XMIT-DUE-SECS(WS-XMIT-IDX)
                   END-IF
                   IF XMIT-ID(WS-XMIT-IDX)(2:6) IS NUMERIC
                       AND XMIT-ID(WS-XMIT-IDX)(2:6) > WS-XMIT-LAST-SEQ
                       MOVE XMIT-ID(WS-XMIT-IDX)(2:6) TO
                           WS-XMIT-LAST-SEQ
                   END-IF
               END-IF
           END-IF.

       SAVE-TRANSMISSION-LOG.
           OPEN OUTPUT TRANSFER-LOG-FILE
           PERFORM SAVE-ONE-TRANSMISSION-LINE
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
           CLOSE TRANSFER-LOG-FILE.

       SAVE-ONE-TRANSMISSION-LINE.
           MOVE SPACES TO TRANSFER-LOG-RECORD
           STRING XMIT-ID(WS-XMIT-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-PARTNER(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-SOURCE(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-DELIVERED(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-ACK-PATH(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               XMIT-HASH(WS-XMIT-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               XMIT-SENT-DATE(WS-XMIT-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               XMIT-SENT-TIME(WS-XMIT-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               XMIT-DUE-SECS(WS-XMIT-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XMIT-STATE(WS-XMIT-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               XMIT-STATE-DATE(WS-XMIT-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               XMIT-STATE-TIME(WS-XMIT-IDX) DELIMITED BY SIZE
               INTO TRANSFER-LOG-RECORD
           WRITE TRANSFER-LOG-RECORD.

      *> The transmission status report is an ordinary spool job
      *> (logical name TRANSFER-STATUS): this run's activity first,
      *> then every send on the log with the state it stands in.
      *> The scheduler's daily --transfer-status run is the daily
      *> report; --spool-list / --spool-reprint bring back any day's.
       OPEN-TRANSFER-REPORT.
           MOVE "TRANSFER-STATUS" TO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE SPACES TO REPORT-RECORD
           IF XMIT-IS-STATUS-ONLY
               MOVE "TRANSFER STATUS - acknowledgments only"
                   TO REPORT-RECORD
           ELSE
               MOVE "TRANSFER - deliveries and acknowledgments"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       CLOSE-TRANSFER-REPORT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "ID       PARTNER          FILE" TO REPORT-RECORD
           MOVE "SENT          STATE" TO REPORT-RECORD(68:19)
           WRITE REPORT-RECORD
           PERFORM WRITE-ONE-TRANSMISSION-STATUS
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "THIS RUN SENT=" DELIMITED BY SIZE
               WS-XMIT-SENT DELIMITED BY SIZE
               " UNCHANGED=" DELIMITED BY SIZE
               WS-XMIT-UNCHANGED DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               WS-XMIT-FAILED DELIMITED BY SIZE
               " CONFIRMED=" DELIMITED BY SIZE
               WS-XMIT-CONFIRMED DELIMITED BY SIZE
               " NEWLY-OVERDUE=" DELIMITED BY SIZE
               WS-XMIT-NEW-OVERDUE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ON LOG   AWAITING=" DELIMITED BY SIZE
               WS-XMIT-PENDING DELIMITED BY SIZE
               " OVERDUE=" DELIMITED BY SIZE
               WS-XMIT-OVERDUE DELIMITED BY SIZE
               " CONFIRMED=" DELIMITED BY SIZE
               WS-XMIT-DONE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       WRITE-ONE-TRANSMISSION-STATUS.
           MOVE SPACES TO REPORT-RECORD
           MOVE XMIT-ID(WS-XMIT-IDX) TO REPORT-RECORD(1:7)
           MOVE XMIT-PARTNER(WS-XMIT-IDX) TO REPORT-RECORD(10:16)
           MOVE XMIT-SOURCE(WS-XMIT-IDX) TO REPORT-RECORD(27:40)
           MOVE XMIT-SENT-DATE(WS-XMIT-IDX) TO REPORT-RECORD(68:6)
           MOVE XMIT-SENT-TIME(WS-XMIT-IDX) TO REPORT-RECORD(75:6)
           MOVE XMIT-STATE(WS-XMIT-IDX) TO REPORT-RECORD(82:9)
           MOVE XMIT-STATE-DATE(WS-XMIT-IDX) TO REPORT-RECORD(92:6)
           MOVE XMIT-STATE-TIME(WS-XMIT-IDX) TO REPORT-RECORD(99:6)
           WRITE REPORT-RECORD.

      *> ---------------------------------------------------------
      *> --transfer [<partner-file>] / --transfer-status
      *> [<partner-file>] - the TRANSFER statement as a batch step:
      *> the scheduler runs --transfer after the extract job and
      *> --transfer-status once a day for the status report. Exit 0
      *> when every delivery went and nothing is overdue, 4 when a
      *> delivery failed or a send is overdue, 8 when --transfer
      *> finds no partners to deliver to.
      *> ---------------------------------------------------------
       TRANSFER-RUN.
           MOVE WS-XMIT-PARTNER-DEFAULT TO WS-XMIT-PARTNER-PATH
           IF WS-EVENTS-FILE-PATH NOT = SPACES
               MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
                   WS-XMIT-PARTNER-PATH
           END-IF
           MOVE 1 TO WS-XMIT-BATCH-FLAG
           PERFORM TRANSFER-OUTBOUND-FILES
           DISPLAY "COBALT: transfer - " WS-XMIT-SENT " sent, "
               WS-XMIT-UNCHANGED " unchanged, "
               WS-XMIT-FAILED " failed, "
               WS-XMIT-CONFIRMED " confirmed, "
               WS-XMIT-OVERDUE " overdue (report in "
               FUNCTION TRIM(WS-SPOOL-JOB-PATH) ")"
           IF WS-XMIT-FAILED > 0 OR WS-XMIT-OVERDUE > 0
               MOVE 4 TO WS-RUN-EXIT-CODE
           END-IF
           IF NOT XMIT-IS-STATUS-ONLY AND WS-XMIT-PTN-COUNT = 0
               DISPLAY "COBALT: no PARTNER lines in "
                   FUNCTION TRIM(WS-XMIT-PARTNER-PATH)
               MOVE 8 TO WS-RUN-EXIT-CODE
           END-IF.

       RESOLVE-MERGE-FIELD.
           MOVE SPACES TO WS-MRG-VAL
           EVALUATE FUNCTION TRIM(WS-MRG-NAME)
               WHEN "KEY"
                   IF WS-MRG-HAVE-REC = 1
                       MOVE WS-MRG-KEY TO WS-MRG-VAL
                   END-IF
               WHEN "VALUE"
                   IF WS-MRG-HAVE-REC = 1
                       MOVE WS-MRG-VALUE TO WS-MRG-VAL
                   END-IF
               WHEN "VALUE1"
                   MOVE WS-MRG-PART(1) TO WS-MRG-VAL
               WHEN "VALUE2"
                   MOVE WS-MRG-PART(2) TO WS-MRG-VAL
               WHEN "VALUE3"
                   MOVE WS-MRG-PART(3) TO WS-MRG-VAL
               WHEN "VALUE4"
                   MOVE WS-MRG-PART(4) TO WS-MRG-VAL
               WHEN "VALUE5"
                   MOVE WS-MRG-PART(5) TO WS-MRG-VAL
               WHEN OTHER
                   MOVE WS-MRG-NAME TO WS-LOOKUP-NAME
                   PERFORM GET-LIVE-VALUE
                   MOVE WS-LIVE-VALUE-OUT TO WS-MRG-VAL
           END-EVALUATE.

       SCAN-ONE-REPORT-ENTRY.
           IF REPORT-NAME(WS-RPT-SCAN-IDX) =
               FUNCTION TRIM(STMT-TARGET-NAME(WS-STMT-CUR-IDX))
               MOVE WS-RPT-SCAN-IDX TO WS-RPT-IDX
           END-IF.

      *> Element count: the COUNT field's live value when the report
      *> names one (clamped to the bound field's own OCCURS ceiling),
      *> otherwise every declared slot of the first detail field.
       FIND-REPORT-ITEM-COUNT.
           MOVE 0 TO WS-RPT-ITEM-COUNT
           IF REPORT-DETAIL-FIELD-COUNT(WS-RPT-IDX) > 0
               MOVE REPORT-DETAIL-FIELD(WS-RPT-IDX 1) TO
                   WS-STATE-LOOKUP-NAME
               PERFORM FIND-STATE-BY-NAME
               IF WS-FOUND-STATE-IDX NOT = 0
                   MOVE STATE-OCCURS-COUNT(WS-FOUND-STATE-IDX) TO
                       WS-RPT-ITEM-COUNT
               END-IF
               IF FUNCTION TRIM(REPORT-COUNT-FIELD(WS-RPT-IDX))
                   NOT = SPACES
                   MOVE REPORT-COUNT-FIELD(WS-RPT-IDX) TO
                       WS-LOOKUP-NAME
                   PERFORM GET-LIVE-VALUE
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-LIVE-VALUE-OUT)) = 0
                       AND FUNCTION NUMVAL(WS-LIVE-VALUE-OUT) <
                           WS-RPT-ITEM-COUNT
                       MOVE FUNCTION NUMVAL(WS-LIVE-VALUE-OUT) TO
                           WS-RPT-ITEM-COUNT
                   END-IF
               END-IF
           END-IF.

       START-NEW-REPORT-PAGE.
           ADD 1 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-LINE-ON-PAGE
           PERFORM WRITE-ONE-REPORT-HEADING
               VARYING WS-RPT-HEAD-IDX FROM 1 BY 1
               UNTIL WS-RPT-HEAD-IDX >
                   REPORT-HEADING-COUNT(WS-RPT-IDX)
           MOVE WS-RPT-PAGE-NUM TO WS-RPT-PAGE-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "PAGE " DELIMITED BY SIZE
               WS-RPT-PAGE-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           WRITE REPORT-RECORD FROM WS-RPT-LINE-BUILD
           ADD 1 TO WS-RPT-LINE-ON-PAGE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           WRITE REPORT-RECORD FROM WS-RPT-LINE-BUILD
           ADD 1 TO WS-RPT-LINE-ON-PAGE.

       WRITE-ONE-REPORT-HEADING.
           WRITE REPORT-RECORD FROM
               REPORT-HEADING(WS-RPT-IDX WS-RPT-HEAD-IDX)
           ADD 1 TO WS-RPT-LINE-ON-PAGE.

       WRITE-REPORT-PAGE-FOOTINGS.
           PERFORM WRITE-ONE-REPORT-FOOTING
               VARYING WS-RPT-FOOT-IDX FROM 1 BY 1
               UNTIL WS-RPT-FOOT-IDX >
                   REPORT-FOOTING-COUNT(WS-RPT-IDX).

       WRITE-ONE-REPORT-FOOTING.
           WRITE REPORT-RECORD FROM
               REPORT-FOOTING(WS-RPT-IDX WS-RPT-FOOT-IDX)
           ADD 1 TO WS-RPT-LINE-ON-PAGE.

      *> Writes WS-RPT-LINE-BUILD as the next body line, closing the
      *> page with its footings and opening a fresh one first when
      *> the line would not fit above the footing block.
       WRITE-REPORT-LINE.
           IF REPORT-PAGE-LENGTH(WS-RPT-IDX) > 0
               AND WS-RPT-LINE-ON-PAGE +
                   REPORT-FOOTING-COUNT(WS-RPT-IDX) + 1 >
                   REPORT-PAGE-LENGTH(WS-RPT-IDX)
               MOVE WS-RPT-LINE-BUILD TO WS-RPT-LINE-HOLD
               PERFORM WRITE-REPORT-PAGE-FOOTINGS
               PERFORM START-NEW-REPORT-PAGE
               MOVE WS-RPT-LINE-HOLD TO WS-RPT-LINE-BUILD
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE-BUILD
           ADD 1 TO WS-RPT-LINE-ON-PAGE.

       WRITE-ONE-REPORT-DETAIL.
           IF FUNCTION TRIM(REPORT-CONTROL-FIELD(WS-RPT-IDX))
               NOT = SPACES
               PERFORM CHECK-REPORT-CONTROL-BREAK
           END-IF
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE 1 TO WS-RPT-LINE-PTR
           PERFORM APPEND-ONE-DETAIL-FIELD
               VARYING WS-RPT-FIELD-IDX FROM 1 BY 1
               UNTIL WS-RPT-FIELD-IDX >
                   REPORT-DETAIL-FIELD-COUNT(WS-RPT-IDX)
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-RPT-DETAIL-TOTAL
           ADD 1 TO WS-RPT-CONTROL-COUNT
           IF FUNCTION TRIM(REPORT-CONTROL-SUM-FIELD(WS-RPT-IDX))
               NOT = SPACES
               PERFORM ADD-REPORT-CONTROL-SUM
           END-IF.

      *> This element's SUM-field value into the group total - a
      *> value that is not numeric adds nothing, the same way
      *> EVAL-ONE-ARITH-NODE reads one as zero.
       ADD-REPORT-CONTROL-SUM.
           MOVE REPORT-CONTROL-SUM-FIELD(WS-RPT-IDX) TO
               WS-LIST-BASE-NAME
           MOVE WS-RPT-ITEM-IDX TO WS-LIST-ITEM-IDX
           PERFORM BUILD-REPORT-ITEM-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           IF FUNCTION TEST-NUMVAL
               (FUNCTION TRIM(WS-LIVE-VALUE-OUT)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LIVE-VALUE-OUT))
                   TO WS-RPT-CONTROL-SUM
           END-IF.

       APPEND-ONE-DETAIL-FIELD.
           MOVE REPORT-DETAIL-FIELD(WS-RPT-IDX WS-RPT-FIELD-IDX) TO
               WS-LIST-BASE-NAME
           MOVE WS-RPT-ITEM-IDX TO WS-LIST-ITEM-IDX
           PERFORM BUILD-REPORT-ITEM-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           IF FUNCTION TRIM(WS-LIVE-VALUE-OUT) = SPACES
               STRING "-  " DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
                   WITH POINTER WS-RPT-LINE-PTR
           ELSE
               STRING FUNCTION TRIM(WS-LIVE-VALUE-OUT)
                       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
                   WITH POINTER WS-RPT-LINE-PTR
           END-IF.

      *> Compares this element's CONTROL-field value against the one
      *> the previous detail line carried; a change (past the very
      *> first line) emits the subtotal line for the group just
      *> ended before this line prints.
       CHECK-REPORT-CONTROL-BREAK.
           MOVE REPORT-CONTROL-FIELD(WS-RPT-IDX) TO WS-LIST-BASE-NAME
           MOVE WS-RPT-ITEM-IDX TO WS-LIST-ITEM-IDX
           PERFORM BUILD-REPORT-ITEM-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO
               WS-RPT-CONTROL-CUR
           IF WS-RPT-CONTROL-COUNT > 0
               AND WS-RPT-CONTROL-CUR NOT = WS-RPT-CONTROL-PREV
               PERFORM WRITE-REPORT-CONTROL-BREAK
           END-IF
           MOVE WS-RPT-CONTROL-CUR TO WS-RPT-CONTROL-PREV.

      *> A SUM field's group total follows the line count, named
      *> for the field it totals.
       WRITE-REPORT-CONTROL-BREAK.
           MOVE WS-RPT-CONTROL-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE 1 TO WS-RPT-LINE-PTR
           STRING "*  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-CONTROL-PREV) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               WS-RPT-COUNT-EDIT DELIMITED BY SIZE
               " LINE(S)" DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
               WITH POINTER WS-RPT-LINE-PTR
           IF FUNCTION TRIM(REPORT-CONTROL-SUM-FIELD(WS-RPT-IDX))
               NOT = SPACES
               MOVE WS-RPT-CONTROL-SUM TO WS-RPT-SUM-EDIT
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(REPORT-CONTROL-SUM-FIELD
                       (WS-RPT-IDX)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RPT-SUM-EDIT) DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
                   WITH POINTER WS-RPT-LINE-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE 0 TO WS-RPT-CONTROL-SUM.

      *> Control-total trailer plus the last page's footings - the
      *> detail-line total is what lets a reader (or a reconciliation
      *> job) prove the report covered everything it was given.
       FINISH-REPORT-FILE.
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RPT-DETAIL-TOTAL TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "TOTAL" DELIMITED BY SIZE
               WS-RPT-COUNT-EDIT DELIMITED BY SIZE
               " DETAIL LINE(S)" DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ONE-REPORT-SUMMARY
               VARYING WS-RPT-FIELD-IDX FROM 1 BY 1
               UNTIL WS-RPT-FIELD-IDX >
                   REPORT-SUMMARY-COUNT(WS-RPT-IDX)
           PERFORM WRITE-REPORT-PAGE-FOOTINGS.

      *> One SUMMARY field - its name, then its current value.
       WRITE-ONE-REPORT-SUMMARY.
           MOVE REPORT-SUMMARY-FIELD(WS-RPT-IDX WS-RPT-FIELD-IDX) TO
               WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING FUNCTION TRIM(REPORT-SUMMARY-FIELD(WS-RPT-IDX
                       WS-RPT-FIELD-IDX)) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIVE-VALUE-OUT) DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE.

      *> ---------------------------------------------------------
      *> Print spool. Every print job (OPEN OUTPUT PRINT and every
      *> GENERATE) is written to WS-SPOOL-DIR as "<app-base>-<seq>.spl"
      *> behind a one-line banner naming the job, the app, the date,
      *> the operator role, and the logical file the app asked for -
      *> runs never overwrite each other's output, and --spool-list /
      *> --spool-reprint bring any past job back. The sequence counter
      *> and the job index live in the spool directory itself so every
      *> engine instance sharing that directory shares the numbering.
      *> ---------------------------------------------------------
       OPEN-SPOOL-PRINT-JOB.
           PERFORM ENSURE-SPOOL-DIRECTORY
           PERFORM TAKE-NEXT-SPOOL-SEQ
           PERFORM BUILD-SPOOL-JOB-NAME
           MOVE SPACES TO WS-SPOOL-JOB-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO WS-SPOOL-JOB-PATH
      *> Site-local date, so the banner agrees with the audit
      *> records written for the same job at an offset site.
           PERFORM GET-LOCAL-DATE-TIME
           MOVE WS-LOCAL-DATE TO WS-AUDIT-DATE
           IF FUNCTION TRIM(WS-CURRENT-ROLE) = SPACES
               MOVE "-" TO WS-SPOOL-ROLE-TXT
           ELSE
               MOVE FUNCTION TRIM(WS-CURRENT-ROLE) TO
                   WS-SPOOL-ROLE-TXT
           END-IF
           MOVE SPACES TO WS-SPOOL-BANNER
           STRING "*SPOOL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-FILE-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-ROLE-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-LOGICAL-FILE) DELIMITED BY SIZE
               INTO WS-SPOOL-BANNER
           PERFORM APPEND-SPOOL-INDEX-ENTRY.

       ENSURE-SPOOL-DIRECTORY.
           MOVE SPACES TO WS-SPOOL-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               INTO WS-SPOOL-CMD
           CALL "SYSTEM" USING WS-SPOOL-CMD.

      *> Job numbering shared by every engine instance spooling into
      *> the same directory - read the counter file, step it, write
      *> it straight back.
      *> The read-step-write below is guarded by spool.seq.lck so
      *> two engines printing at once cannot both read the same
      *> value and emit the same job name. A lock another session
      *> holds is retried briefly, then - matching the audit trail's
      *> warn-rather-than-refuse posture - the job proceeds with a
      *> warning, since losing a printout outright is worse than a
      *> numbering race.
       TAKE-NEXT-SPOOL-SEQ.
           PERFORM ENSURE-LOCK-SESSION-ID
           MOVE SPACES TO WS-LOCK-FILE-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.seq.lck" DELIMITED BY SIZE
               INTO WS-LOCK-FILE-PATH
           MOVE WS-LOCK-FILE-PATH TO WS-SPOOL-LOCK-PATH
           MOVE 1 TO WS-LOCK-TAKE-FLAG
           MOVE 0 TO WS-LOCK-DENIED
           PERFORM CHECK-AND-TAKE-FILE-LOCK
           MOVE 0 TO WS-SPOOL-LOCK-TRIES
           PERFORM RETRY-SPOOL-SEQ-LOCK
               UNTIL WS-LOCK-DENIED = 0
                   OR WS-SPOOL-LOCK-TRIES >= 5
           IF WS-LOCK-DENIED = 1
               DISPLAY "COBALT: warning - spool counter in use by "
                   "another session; job numbering may collide"
               MOVE 0 TO WS-SPOOL-LOCK-HELD
           ELSE
               MOVE 1 TO WS-SPOOL-LOCK-HELD
           END-IF
           MOVE SPACES TO WS-SPOOL-CTL-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.seq" DELIMITED BY SIZE
               INTO WS-SPOOL-CTL-PATH
           MOVE 0 TO WS-SPOOL-SEQ
           OPEN INPUT SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS = "00"
               READ SPOOL-CTL-FILE
               IF WS-SPOOL-CTL-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(SPOOL-CTL-RECORD)) = 0
                   MOVE FUNCTION NUMVAL(SPOOL-CTL-RECORD) TO
                       WS-SPOOL-SEQ
               END-IF
               CLOSE SPOOL-CTL-FILE
           END-IF
           ADD 1 TO WS-SPOOL-SEQ
           OPEN OUTPUT SPOOL-CTL-FILE
           MOVE SPACES TO SPOOL-CTL-RECORD
           MOVE WS-SPOOL-SEQ TO SPOOL-CTL-RECORD(1:4)
           WRITE SPOOL-CTL-RECORD
           CLOSE SPOOL-CTL-FILE
           IF WS-SPOOL-LOCK-HELD = 1
               MOVE WS-SPOOL-LOCK-PATH TO WS-LOCK-FILE-PATH
               PERFORM RELEASE-FILE-LOCK
               MOVE 0 TO WS-SPOOL-LOCK-HELD
           END-IF.

       RETRY-SPOOL-SEQ-LOCK.
           ADD 1 TO WS-SPOOL-LOCK-TRIES
           CALL "C$SLEEP" USING WS-SPOOL-LOCK-NAP
           MOVE 0 TO WS-LOCK-DENIED
           PERFORM CHECK-AND-TAKE-FILE-LOCK.

      *> "<app-base>-<seq>" - the app source's own file name with any
      *> directory part and ".cbl" suffix stripped, so a spool
      *> directory full of jobs reads as which app printed each one.
       BUILD-SPOOL-JOB-NAME.
           MOVE FUNCTION TRIM(WS-APP-FILE-PATH) TO WS-SPOOL-PATH-WORK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-APP-FILE-PATH)) TO
               WS-SPOOL-BASE-LEN
           MOVE 0 TO WS-SPOOL-SLASH-POS
           PERFORM FIND-SPOOL-BASE-SLASH
               VARYING WS-SPOOL-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SPOOL-SCAN-IDX > WS-SPOOL-BASE-LEN
           MOVE SPACES TO WS-SPOOL-APP-BASE
           MOVE WS-SPOOL-PATH-WORK(WS-SPOOL-SLASH-POS + 1:
               WS-SPOOL-BASE-LEN - WS-SPOOL-SLASH-POS) TO
               WS-SPOOL-APP-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SPOOL-APP-BASE)) TO
               WS-SPOOL-BASE-LEN
           IF WS-SPOOL-BASE-LEN > 4 AND
               WS-SPOOL-APP-BASE(WS-SPOOL-BASE-LEN - 3:4) = ".cbl"
               SUBTRACT 4 FROM WS-SPOOL-BASE-LEN
           END-IF
           MOVE SPACES TO WS-SPOOL-JOB-NAME
           STRING WS-SPOOL-APP-BASE(1:WS-SPOOL-BASE-LEN)
                   DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SPOOL-SEQ DELIMITED BY SIZE
               INTO WS-SPOOL-JOB-NAME.

       FIND-SPOOL-BASE-SLASH.
           IF WS-SPOOL-PATH-WORK(WS-SPOOL-SCAN-IDX:1) = "/"
               MOVE WS-SPOOL-SCAN-IDX TO WS-SPOOL-SLASH-POS
           END-IF.

      *> One index line per job (the banner itself), appended so
      *> --spool-list never has to read every job file.
       APPEND-SPOOL-INDEX-ENTRY.
           MOVE SPACES TO WS-SPOOL-CTL-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.idx" DELIMITED BY SIZE
               INTO WS-SPOOL-CTL-PATH
           OPEN EXTEND SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               OPEN OUTPUT SPOOL-CTL-FILE
           END-IF
           MOVE SPACES TO SPOOL-CTL-RECORD
           MOVE WS-SPOOL-BANNER TO SPOOL-CTL-RECORD
           WRITE SPOOL-CTL-RECORD
           CLOSE SPOOL-CTL-FILE.

      *> --spool-list operator command - one line per spooled job,
      *> straight from the index.
       LIST-SPOOLED-JOBS.
           MOVE SPACES TO WS-SPOOL-CTL-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.idx" DELIMITED BY SIZE
               INTO WS-SPOOL-CTL-PATH
           OPEN INPUT SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               DISPLAY "COBALT: no spooled jobs"
           ELSE
               DISPLAY "COBALT: spooled jobs (job app date role file):"
               MOVE 0 TO WS-SPOOL-EOF
               PERFORM LIST-ONE-SPOOLED-JOB
                   UNTIL WS-SPOOL-EOF = 1
               CLOSE SPOOL-CTL-FILE
           END-IF.

       LIST-ONE-SPOOLED-JOB.
           READ SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               MOVE 1 TO WS-SPOOL-EOF
           ELSE
               DISPLAY "  "
                   FUNCTION TRIM(SPOOL-CTL-RECORD(8:193))
           END-IF.

      *> --spool-reprint <job> operator command - copies the job's
      *> lines (banner stripped) back out to the logical file its
      *> banner recorded, recreating the print exactly as the app
      *> first produced it.
       REPRINT-SPOOLED-JOB.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-SPOOL-JOB-NAME
           MOVE SPACES TO WS-SPOOL-CTL-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO WS-SPOOL-CTL-PATH
           OPEN INPUT SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               DISPLAY "COBALT: no spooled job named "
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME)
           ELSE
               READ SPOOL-CTL-FILE
               MOVE SPACES TO WS-SPOOL-TAG WS-SPOOL-LOGICAL-FILE
               UNSTRING SPOOL-CTL-RECORD DELIMITED BY ALL SPACE
                   INTO WS-SPOOL-TAG WS-SPOOL-JOB-NAME
                       WS-SPOOL-PATH-WORK WS-SPOOL-LINE
                       WS-SPOOL-ROLE-TXT WS-SPOOL-LOGICAL-FILE
               IF FUNCTION TRIM(WS-SPOOL-LOGICAL-FILE) = SPACES
                   DISPLAY "COBALT: spool job has no banner - "
                       "cannot reprint"
               ELSE
                   MOVE FUNCTION TRIM(WS-SPOOL-LOGICAL-FILE) TO
                       WS-DATA-FILE-PATH
                   OPEN OUTPUT APP-DATA-FILE
                   MOVE 0 TO WS-SPOOL-EOF
                   PERFORM COPY-ONE-SPOOL-LINE
                       UNTIL WS-SPOOL-EOF = 1
                   CLOSE APP-DATA-FILE
                   DISPLAY "COBALT: reprinted "
                       FUNCTION TRIM(WS-EVENTS-FILE-PATH) " to "
                       FUNCTION TRIM(WS-SPOOL-LOGICAL-FILE)
               END-IF
               CLOSE SPOOL-CTL-FILE
           END-IF.

       COPY-ONE-SPOOL-LINE.
           READ SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               MOVE 1 TO WS-SPOOL-EOF
           ELSE
               MOVE SPOOL-CTL-RECORD TO APP-DATA-RECORD
               WRITE APP-DATA-RECORD
           END-IF.

       EXEC-SET-STMT.
           MOVE STMT-SET-COND-NAME(WS-STMT-CUR-IDX) TO
               WS-LOOKUP-COND-NAME
           PERFORM FIND-STATE-COND-BY-NAME
           IF WS-FOUND-STATE-IDX NOT = 0
               MOVE STATE-NAME(WS-FOUND-STATE-IDX) TO WS-LOOKUP-NAME
               IF STMT-SET-VALUE(WS-STMT-CUR-IDX) = 1
                   MOVE STATE-COND-VALUE(WS-FOUND-STATE-IDX
                       WS-FOUND-COND-IDX) TO WS-LIVE-VALUE-OUT
               ELSE
                   MOVE STATE-DEFAULT-VALUE(WS-FOUND-STATE-IDX) TO
                       WS-LIVE-VALUE-OUT
               END-IF
               PERFORM SET-LIVE-VALUE
           END-IF.

      *> OPEN OUTPUT|INPUT [ENCRYPTED] <file> - the filename expr may
      *> be a string literal or a state field holding a path; either
      *> way EVAL-EXPR resolves it to WS-EXPR-EVAL-STR same as any
      *> other operand. Plain OPEN targets APP-DATA-FILE; ENCRYPTED
      *> targets ENCRYPTED-DATA-FILE instead - WS-DATA-FILE-IS-
      *> ENCRYPTED remembers which for the WRITE/READ/CLOSE that
      *> follow. OPEN INPUT on a file that does not exist is treated
      *> as an immediate end-of-file rather than left for the first
      *> READ to discover - the FILE STATUS comes back non-"00" and
      *> the file is never actually opened, so without this check the
      *> READ that follows would silently hit neither its AT END nor
      *> NOT AT END branch and the data fields/any AT END dispatch
      *> would never update at all.
       EXEC-OPEN-STMT.
           ADD 1 TO WS-METRIC-FILE-OPS
           MOVE STMT-FILE-EXPR-IDX(WS-STMT-CUR-IDX) TO WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
      *> The allow-list judges the path the app ASKED for, before
      *> training's shadow rewrite moves it.
           PERFORM CHECK-APP-FILE-ALLOWED
           IF WS-ACCESS-DENIED = 1
               PERFORM REFUSE-DENIED-OPEN
           ELSE
      *> A department's session works its own copy; a SHARED probe
      *> and a print job (spooled by name only) keep the path.
           IF NOT STMT-FILE-IS-SHARED(WS-STMT-CUR-IDX)
               AND NOT STMT-FILE-IS-PRINT(WS-STMT-CUR-IDX)
               PERFORM APPLY-DEPARTMENT-PATH
           END-IF
      *> Training mode shadows the file before anything else sees
      *> the path.
           IF WS-TRAINING-ON = 1
               PERFORM APPLY-TRAINING-SHADOW
           END-IF
      *> Whatever this session opens on the classic channel is the
      *> file the change notification watches for it. A SHARED open
      *> is a read-only probe of somebody else's file (an account
      *> check, a bank load) and must not steal the watch from the
      *> data file the session actually works.
           IF STMT-FILE-HANDLE(WS-STMT-CUR-IDX) = 0
               AND NOT STMT-FILE-IS-PRINT(WS-STMT-CUR-IDX)
               AND NOT STMT-FILE-IS-SHARED(WS-STMT-CUR-IDX)
               MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                   WS-WATCHED-FILE
           END-IF
           IF STMT-FILE-HANDLE(WS-STMT-CUR-IDX) > 0
               PERFORM OPEN-CHANNEL-HANDLE
           ELSE
               PERFORM EXEC-OPEN-SINGLE-CHANNEL
           END-IF
           END-IF.

      *> One attempt per pass - an interactive operator answering R to
      *> the error prompt sends the whole open around again (the lock
      *> step is re-entrant against this session's own lock).
       EXEC-OPEN-SINGLE-CHANNEL.
           MOVE 1 TO WS-IOERR-RETRY
           PERFORM ATTEMPT-SINGLE-CHANNEL-OPEN
               UNTIL WS-IOERR-RETRY = 0.

       ATTEMPT-SINGLE-CHANNEL-OPEN.
           MOVE 0 TO WS-IOERR-RETRY
      *> Any OPEN supersedes the single data channel, so a pending
      *> atomic save an app walked away from without CLOSE is
      *> abandoned here (its .tmp never replaces the real file).
           MOVE 0 TO WS-ATOMIC-OUT-ACTIVE
           PERFORM ACQUIRE-OPEN-FILE-LOCK
           IF WS-LOCK-DENIED = 1
      *> The file is in use by another session - leave IO-STATUS at
      *> "LOCKED" for the app to show, and treat the channel as an
      *> immediate end-of-file so any READ loop that follows ends
      *> cleanly instead of reading data a writer is mid-save on.
               MOVE 1 TO WS-DATA-EOF
           ELSE
           IF STMT-FILE-IS-KEYED(WS-STMT-CUR-IDX)
               PERFORM OPEN-KEYED-STORE
           ELSE
           MOVE STMT-FILE-ENCRYPTED(WS-STMT-CUR-IDX) TO
               WS-DATA-FILE-IS-ENCRYPTED
           IF DATA-FILE-IS-ENCRYPTED
               IF STMT-FILE-MODE(WS-STMT-CUR-IDX) = WS-FILE-MODE-OUTPUT
                   PERFORM START-ATOMIC-OUTPUT
                   MOVE WS-ATOMIC-TMP-PATH TO
                       WS-ENCRYPTED-DATA-FILE-PATH
                   OPEN OUTPUT ENCRYPTED-DATA-FILE
                   PERFORM BUILD-KEY-HEADER-LINE
                   MOVE SPACES TO ENCRYPTED-DATA-RECORD
                   MOVE WS-KEYHDR-LINE TO ENCRYPTED-DATA-RECORD
                   WRITE ENCRYPTED-DATA-RECORD
               ELSE
                   MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                       WS-ENCRYPTED-DATA-FILE-PATH
                   PERFORM VERIFY-INPUT-TRAILER
                   MOVE 0 TO WS-DATA-EOF
                   OPEN INPUT ENCRYPTED-DATA-FILE
                   IF WS-ENCRYPTED-DATA-FILE-STATUS NOT = "00"
                       MOVE 1 TO WS-DATA-EOF
                   END-IF
                   MOVE 0 TO WS-RESUME-ACTIVE
                   MOVE 0 TO WS-RESUME-ENC
                   IF STMT-FILE-IS-RESUME(WS-STMT-CUR-IDX)
                       AND WS-DATA-EOF = 0
                       MOVE 1 TO WS-RESUME-ENC
                       MOVE WS-ENCRYPTED-DATA-FILE-PATH TO
                           WS-DATA-FILE-PATH
                       PERFORM START-RESUMED-INPUT
                   END-IF
               END-IF
           ELSE
               IF STMT-FILE-IS-PRINT(WS-STMT-CUR-IDX)
                   AND STMT-FILE-MODE(WS-STMT-CUR-IDX) =
                       WS-FILE-MODE-OUTPUT
      *> Report output: the named file becomes the job's logical name
      *> recorded on the banner; the lines actually land in the spool.
                   MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                       WS-SPOOL-LOGICAL-FILE
                   PERFORM OPEN-SPOOL-PRINT-JOB
                   MOVE WS-SPOOL-JOB-PATH TO WS-DATA-FILE-PATH
                   OPEN OUTPUT APP-DATA-FILE
                   MOVE SPACES TO APP-DATA-RECORD
                   MOVE WS-SPOOL-BANNER TO APP-DATA-RECORD
                   WRITE APP-DATA-RECORD
               ELSE
               IF STMT-FILE-MODE(WS-STMT-CUR-IDX) = WS-FILE-MODE-OUTPUT
                   PERFORM START-ATOMIC-OUTPUT
                   MOVE WS-ATOMIC-TMP-PATH TO WS-DATA-FILE-PATH
                   OPEN OUTPUT APP-DATA-FILE
               ELSE
                   MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                       WS-DATA-FILE-PATH
                   PERFORM VERIFY-INPUT-TRAILER
                   MOVE 0 TO WS-DATA-EOF
                   OPEN INPUT APP-DATA-FILE
                   IF WS-DATA-FILE-STATUS NOT = "00"
                       MOVE 1 TO WS-DATA-EOF
                   END-IF
                   MOVE 0 TO WS-RESUME-ACTIVE
                   MOVE 0 TO WS-RESUME-ENC
                   IF STMT-FILE-IS-RESUME(WS-STMT-CUR-IDX)
                       AND WS-DATA-EOF = 0
                       PERFORM START-RESUMED-INPUT
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-LOCK-DENIED = 0
               AND NOT STMT-FILE-IS-KEYED(WS-STMT-CUR-IDX)
               AND NOT STMT-FILE-IS-PRINT(WS-STMT-CUR-IDX)
               PERFORM CHECK-OPEN-IO-STATUS
           END-IF.

      *> ---------------------------------------------------------
      *> Allow-list check for the path in WS-EXPR-EVAL-STR against
      *> the running app's ALLOW prefixes. No entry for this app
      *> means unrestricted; an entry means the path must start
      *> with one of its comma-separated prefixes.
      *> ---------------------------------------------------------
       CHECK-APP-FILE-ALLOWED.
           MOVE 0 TO WS-ACCESS-DENIED
           MOVE 0 TO WS-ALLOW-FOUND
           PERFORM SCAN-ONE-ALLOW-ENTRY
               VARYING WS-ALLOW-IDX FROM 1 BY 1
               UNTIL WS-ALLOW-IDX > WS-ALLOW-COUNT
               OR WS-ALLOW-FOUND NOT = 0
           IF WS-ALLOW-FOUND NOT = 0
               MOVE 1 TO WS-ACCESS-DENIED
               MOVE SPACES TO WS-ALLOW-PART(1) WS-ALLOW-PART(2)
                   WS-ALLOW-PART(3) WS-ALLOW-PART(4)
                   WS-ALLOW-PART(5)
               UNSTRING ALLOW-PREFIXES(WS-ALLOW-FOUND)
                   DELIMITED BY ","
                   INTO WS-ALLOW-PART(1) WS-ALLOW-PART(2)
                       WS-ALLOW-PART(3) WS-ALLOW-PART(4)
                       WS-ALLOW-PART(5)
               PERFORM MATCH-ONE-ALLOW-PREFIX
                   VARYING WS-ALLOW-PART-IDX FROM 1 BY 1
                   UNTIL WS-ALLOW-PART-IDX > 5
                   OR WS-ACCESS-DENIED = 0
           END-IF.

       SCAN-ONE-ALLOW-ENTRY.
           IF FUNCTION TRIM(ALLOW-APP(WS-ALLOW-IDX)) =
               FUNCTION TRIM(WS-APP-FILE-PATH)
               MOVE WS-ALLOW-IDX TO WS-ALLOW-FOUND
           END-IF.

       MATCH-ONE-ALLOW-PREFIX.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-ALLOW-PART(WS-ALLOW-PART-IDX))) TO
               WS-ALLOW-PFX-LEN
           IF WS-ALLOW-PFX-LEN > 0
               AND WS-EXPR-EVAL-STR(1:WS-ALLOW-PFX-LEN) =
                   WS-ALLOW-PART(WS-ALLOW-PART-IDX)
                       (1:WS-ALLOW-PFX-LEN)
               MOVE 0 TO WS-ACCESS-DENIED
           END-IF.

      *> A blocked OPEN: the operator sees the normal I/O error
      *> box, the audit trail names app and path, and the channel
      *> behaves as an immediate end-of-file so whatever READ loop
      *> follows ends cleanly - nothing is opened, nothing written.
       REFUSE-DENIED-OPEN.
           ADD 1 TO WS-RUN-IOERR
           MOVE "DENIED" TO WS-LOCK-IO-TXT
           PERFORM SET-IO-STATUS-LIVE
           IF STMT-FILE-HANDLE(WS-STMT-CUR-IDX) > 0
               MOVE STMT-FILE-HANDLE(WS-STMT-CUR-IDX) TO
                   WS-CHANNEL-IDX
               MOVE 1 TO CHAN-EOF(WS-CHANNEL-IDX)
               MOVE 0 TO CHAN-OPEN-FLAG(WS-CHANNEL-IDX)
           ELSE
               MOVE 1 TO WS-DATA-EOF
               MOVE 0 TO WS-ATOMIC-OUT-ACTIVE
           END-IF
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "ACCESS-DENIED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXPR-EVAL-STR) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           MOVE "DN" TO WS-IOERR-STATUS
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-IOERR-FILE
           MOVE 0 TO WS-IOERR-RETRY
           PERFORM SHOW-IO-ERROR-PROMPT
           MOVE 0 TO WS-IOERR-RETRY.

      *> Policy for a failed app OPEN. A missing file on INPUT keeps
      *> its historic quiet end-of-file treatment unless the
      *> statement carries AT ERROR; everything else - unwritable
      *> directory, bad device, a failed save - is surfaced with the
      *> file name and status code rather than letting "Tasks loaded"
      *> sit over data that never arrived.
       CHECK-OPEN-IO-STATUS.
           IF STMT-FILE-IS-ENCRYPTED(WS-STMT-CUR-IDX)
               MOVE WS-ENCRYPTED-DATA-FILE-STATUS TO WS-IOERR-STATUS
               MOVE WS-ENCRYPTED-DATA-FILE-PATH TO WS-IOERR-FILE
           ELSE
               MOVE WS-DATA-FILE-STATUS TO WS-IOERR-STATUS
               MOVE WS-DATA-FILE-PATH TO WS-IOERR-FILE
           END-IF
           IF WS-IOERR-STATUS NOT = "00"
               MOVE SPACES TO WS-LIVE-VALUE-OUT
               STRING "E" DELIMITED BY SIZE
                   WS-IOERR-STATUS DELIMITED BY SIZE
                   INTO WS-LIVE-VALUE-OUT
               MOVE "IO-STATUS" TO WS-LOOKUP-NAME
               PERFORM SET-LIVE-VALUE
               IF FUNCTION TRIM(
                   STMT-AT-ERROR-PARA(WS-STMT-CUR-IDX)) NOT = SPACES
                   MOVE STMT-AT-ERROR-PARA(WS-STMT-CUR-IDX) TO
                       WS-EXEC-PARA-NAME
                   PERFORM RUN-PARAGRAPH-BY-NAME
               ELSE
                   IF STMT-FILE-MODE(WS-STMT-CUR-IDX) =
                       WS-FILE-MODE-INPUT
                       AND WS-IOERR-STATUS = "35"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-RUN-IOERR
                       PERFORM WRITE-IOERR-AUDIT-RECORD
                       PERFORM SHOW-IO-ERROR-PROMPT
                   END-IF
               END-IF
           END-IF.

      *> Operator-visible error box, with a retry for an interactive
      *> session (a mounted-late directory, a freed-up disk). A
      *> headless run just records the error and carries on - there
      *> is nobody at the terminal to answer.
       SHOW-IO-ERROR-PROMPT.
           DISPLAY "+------------------------------------------+"
           DISPLAY "| FILE ERROR " WS-IOERR-STATUS " on "
               FUNCTION TRIM(WS-IOERR-FILE)
           DISPLAY "| (R)etry or any other key to continue"
           DISPLAY "+------------------------------------------+"
           IF NOT HEADLESS-MODE-ON
               PERFORM READ-NEXT-KEY
               IF WS-KEY-BUFFER(1:1) = "R" OR WS-KEY-BUFFER(1:1) = "r"
                   MOVE 1 TO WS-IOERR-RETRY
               END-IF
           END-IF
           SET RENDER-NEEDS-REDRAW TO TRUE.

      *> CLOSE - flushes and closes the keyed store if one is open,
      *> otherwise closes whichever of APP-DATA-FILE/ENCRYPTED-DATA-
      *> FILE the most recent OPEN targeted. An app mixing a keyed
      *> store and a plain channel closes each in turn, keyed first.
       EXEC-CLOSE-STMT.
           ADD 1 TO WS-METRIC-FILE-OPS
           IF STMT-FILE-HANDLE(WS-STMT-CUR-IDX) > 0
               PERFORM CLOSE-CHANNEL-HANDLE
           ELSE
           IF KEYED-STORE-IS-OPEN
               PERFORM FLUSH-KEYED-STORE
           ELSE
               IF WS-ATOMIC-OUT-ACTIVE = 1
                   PERFORM FINISH-ATOMIC-OUTPUT
               ELSE
                   IF DATA-FILE-IS-ENCRYPTED
                       CLOSE ENCRYPTED-DATA-FILE
                   ELSE
                       CLOSE APP-DATA-FILE
                   END-IF
                   IF WS-RESUME-ACTIVE = 1
                       PERFORM SAVE-RESUME-POSITION
                       MOVE 0 TO WS-RESUME-ACTIVE
                   END-IF
               END-IF
               IF WS-DATA-LOCK-HELD = 1
                   MOVE WS-DATA-LOCK-PATH TO WS-LOCK-FILE-PATH
                   PERFORM RELEASE-FILE-LOCK
                   MOVE 0 TO WS-DATA-LOCK-HELD
               END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Named handle channels H1-H4. Only the CHANNEL-PHYS-*
      *> paragraphs name a physical FD; everything else works the
      *> WS-CHANNEL-ENTRY slot WS-CHANNEL-IDX points at, so adding a
      *> fifth handle would be one more WHEN in each.
      *> ---------------------------------------------------------
       OPEN-CHANNEL-HANDLE.
           MOVE STMT-FILE-HANDLE(WS-STMT-CUR-IDX) TO WS-CHANNEL-IDX
           PERFORM SET-CHANNEL-PATH
           MOVE 0 TO WS-LOCK-DENIED
           MOVE "OK" TO WS-LOCK-IO-TXT
           IF NOT STMT-FILE-IS-SHARED(WS-STMT-CUR-IDX)
               PERFORM ENSURE-LOCK-SESSION-ID
               MOVE SPACES TO WS-LOCK-FILE-PATH
               STRING FUNCTION TRIM(WS-EXPR-EVAL-STR)
                       DELIMITED BY SIZE
                   ".lck" DELIMITED BY SIZE
                   INTO WS-LOCK-FILE-PATH
                   MOVE 1 TO WS-LOCK-TAKE-FLAG
               END-IF
               PERFORM CHECK-AND-TAKE-FILE-LOCK
           END-IF
           IF WS-LOCK-DENIED = 1
               MOVE "LOCKED" TO WS-LOCK-IO-TXT
               MOVE 1 TO CHAN-EOF(WS-CHANNEL-IDX)
               MOVE 0 TO CHAN-OPEN-FLAG(WS-CHANNEL-IDX)
           ELSE
               IF WS-LOCK-TAKE-FLAG = 1
                   AND NOT STMT-FILE-IS-SHARED(WS-STMT-CUR-IDX)
                   MOVE 1 TO CHAN-LOCK-HELD(WS-CHANNEL-IDX)
                   MOVE WS-LOCK-FILE-PATH TO
                       CHAN-LOCK-PATH(WS-CHANNEL-IDX)
               END-IF
               MOVE STMT-FILE-MODE(WS-STMT-CUR-IDX) TO
                   CHAN-MODE(WS-CHANNEL-IDX)
               MOVE 0 TO CHAN-EOF(WS-CHANNEL-IDX)
               IF STMT-FILE-MODE(WS-STMT-CUR-IDX) = WS-FILE-MODE-OUTPUT
                   PERFORM CHANNEL-PHYS-OPEN-OUTPUT
               ELSE
                   PERFORM CHANNEL-PHYS-OPEN-INPUT
                   IF WS-CHANNEL-OP-STATUS NOT = "00"
                       MOVE 1 TO CHAN-EOF(WS-CHANNEL-IDX)
                   END-IF
               END-IF
               MOVE 1 TO CHAN-OPEN-FLAG(WS-CHANNEL-IDX)
           END-IF
           PERFORM SET-IO-STATUS-LIVE.

       CLOSE-CHANNEL-HANDLE.
           MOVE STMT-FILE-HANDLE(WS-STMT-CUR-IDX) TO WS-CHANNEL-IDX
           IF CHAN-OPEN-FLAG(WS-CHANNEL-IDX) = 1
               PERFORM CHANNEL-PHYS-CLOSE
               MOVE 0 TO CHAN-OPEN-FLAG(WS-CHANNEL-IDX)
           END-IF
           IF CHAN-LOCK-HELD(WS-CHANNEL-IDX) = 1
               MOVE CHAN-LOCK-PATH(WS-CHANNEL-IDX) TO
                   WS-LOCK-FILE-PATH
               PERFORM RELEASE-FILE-LOCK
               MOVE 0 TO CHAN-LOCK-HELD(WS-CHANNEL-IDX)
           END-IF.

       EXEC-CHANNEL-WRITE.
           MOVE STMT-FILE-HANDLE(WS-STMT-CUR-IDX) TO WS-CHANNEL-IDX
           PERFORM WRITE-ONE-CHANNEL-LINE
               VARYING WS-EXEC-DISP-IDX FROM 1 BY 1
               UNTIL WS-EXEC-DISP-IDX > STMT-DISPLAY-COUNT
                   (WS-STMT-CUR-IDX).

       WRITE-ONE-CHANNEL-LINE.
           MOVE STMT-DISPLAY-EXPR-IDX(WS-STMT-CUR-IDX WS-EXEC-DISP-IDX)
               TO WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE SPACES TO WS-CHANNEL-LINE
           MOVE WS-EXPR-EVAL-STR TO WS-CHANNEL-LINE
           PERFORM CHANNEL-PHYS-WRITE.

       EXEC-CHANNEL-READ.
           MOVE STMT-FILE-HANDLE(WS-STMT-CUR-IDX) TO WS-CHANNEL-IDX
           PERFORM READ-ONE-CHANNEL-LINE
               VARYING WS-READ-SCAN-IDX FROM 1 BY 1
               UNTIL WS-READ-SCAN-IDX > STMT-READ-COUNT(WS-STMT-CUR-IDX)
                   OR CHAN-EOF(WS-CHANNEL-IDX) = 1
           IF CHAN-EOF(WS-CHANNEL-IDX) = 1
               AND FUNCTION TRIM(STMT-READ-ATEND-PARA(WS-STMT-CUR-IDX))
                   NOT = SPACES
               MOVE STMT-READ-ATEND-PARA(WS-STMT-CUR-IDX) TO
                   WS-EXEC-PARA-NAME
               PERFORM RUN-PARAGRAPH-BY-NAME
           END-IF.

       READ-ONE-CHANNEL-LINE.
           PERFORM CHANNEL-PHYS-READ
           IF WS-CHANNEL-OP-STATUS NOT = "00"
               MOVE 1 TO CHAN-EOF(WS-CHANNEL-IDX)
           ELSE
               MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX
                   WS-READ-SCAN-IDX) TO WS-LOOKUP-NAME
               MOVE FUNCTION TRIM(WS-CHANNEL-LINE) TO
                   WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
           END-IF.

       SET-CHANNEL-PATH.
           EVALUATE WS-CHANNEL-IDX
               WHEN 1
                   MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                       WS-CHANNEL-PATH-1
               WHEN 2
                   MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                       WS-CHANNEL-PATH-2
               WHEN 3
                   MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                       WS-CHANNEL-PATH-3
               WHEN 4
                   MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                       WS-CHANNEL-PATH-4
           END-EVALUATE.

       CHANNEL-PHYS-OPEN-INPUT.
           EVALUATE WS-CHANNEL-IDX
               WHEN 1
                   OPEN INPUT CHANNEL-FILE-1
                   MOVE WS-CHANNEL-STATUS-1 TO WS-CHANNEL-OP-STATUS
               WHEN 2
                   OPEN INPUT CHANNEL-FILE-2
                   MOVE WS-CHANNEL-STATUS-2 TO WS-CHANNEL-OP-STATUS
               WHEN 3
                   OPEN INPUT CHANNEL-FILE-3
                   MOVE WS-CHANNEL-STATUS-3 TO WS-CHANNEL-OP-STATUS
               WHEN 4
                   OPEN INPUT CHANNEL-FILE-4
                   MOVE WS-CHANNEL-STATUS-4 TO WS-CHANNEL-OP-STATUS
           END-EVALUATE.

       CHANNEL-PHYS-OPEN-OUTPUT.
           EVALUATE WS-CHANNEL-IDX
               WHEN 1
                   OPEN OUTPUT CHANNEL-FILE-1
                   MOVE WS-CHANNEL-STATUS-1 TO WS-CHANNEL-OP-STATUS
               WHEN 2
                   OPEN OUTPUT CHANNEL-FILE-2
                   MOVE WS-CHANNEL-STATUS-2 TO WS-CHANNEL-OP-STATUS
               WHEN 3
                   OPEN OUTPUT CHANNEL-FILE-3
                   MOVE WS-CHANNEL-STATUS-3 TO WS-CHANNEL-OP-STATUS
               WHEN 4
                   OPEN OUTPUT CHANNEL-FILE-4
                   MOVE WS-CHANNEL-STATUS-4 TO WS-CHANNEL-OP-STATUS
           END-EVALUATE.

       CHANNEL-PHYS-READ.
           MOVE SPACES TO WS-CHANNEL-LINE
           EVALUATE WS-CHANNEL-IDX
               WHEN 1
                   READ CHANNEL-FILE-1
                       NOT AT END
                           MOVE CHANNEL-RECORD-1 TO WS-CHANNEL-LINE
                   END-READ
                   MOVE WS-CHANNEL-STATUS-1 TO WS-CHANNEL-OP-STATUS
               WHEN 2
                   READ CHANNEL-FILE-2
                       NOT AT END
                           MOVE CHANNEL-RECORD-2 TO WS-CHANNEL-LINE
                   END-READ
                   MOVE WS-CHANNEL-STATUS-2 TO WS-CHANNEL-OP-STATUS
               WHEN 3
                   READ CHANNEL-FILE-3
                       NOT AT END
                           MOVE CHANNEL-RECORD-3 TO WS-CHANNEL-LINE
                   END-READ
                   MOVE WS-CHANNEL-STATUS-3 TO WS-CHANNEL-OP-STATUS
               WHEN 4
                   READ CHANNEL-FILE-4
                       NOT AT END
                           MOVE CHANNEL-RECORD-4 TO WS-CHANNEL-LINE
                   END-READ
                   MOVE WS-CHANNEL-STATUS-4 TO WS-CHANNEL-OP-STATUS
           END-EVALUATE.

       CHANNEL-PHYS-WRITE.
           EVALUATE WS-CHANNEL-IDX
               WHEN 1
                   MOVE WS-CHANNEL-LINE TO CHANNEL-RECORD-1
                   WRITE CHANNEL-RECORD-1
               WHEN 2
                   MOVE WS-CHANNEL-LINE TO CHANNEL-RECORD-2
                   WRITE CHANNEL-RECORD-2
               WHEN 3
                   MOVE WS-CHANNEL-LINE TO CHANNEL-RECORD-3
                   WRITE CHANNEL-RECORD-3
               WHEN 4
                   MOVE WS-CHANNEL-LINE TO CHANNEL-RECORD-4
                   WRITE CHANNEL-RECORD-4
           END-EVALUATE.

       CHANNEL-PHYS-CLOSE.
           EVALUATE WS-CHANNEL-IDX
               WHEN 1
                   CLOSE CHANNEL-FILE-1
               WHEN 2
                   CLOSE CHANNEL-FILE-2
               WHEN 3
                   CLOSE CHANNEL-FILE-3
               WHEN 4
                   CLOSE CHANNEL-FILE-4
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> Atomic-save machinery - see WS-ATOMIC-SCRATCH for the model.
      *> ---------------------------------------------------------
       START-ATOMIC-OUTPUT.
           MOVE 1 TO WS-ATOMIC-OUT-ACTIVE
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
               WS-ATOMIC-FINAL-PATH
           MOVE SPACES TO WS-ATOMIC-TMP-PATH
           STRING FUNCTION TRIM(WS-ATOMIC-FINAL-PATH)
                   DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-ATOMIC-TMP-PATH
           MOVE 0 TO WS-ATOMIC-REC-COUNT
           MOVE 0 TO WS-ATOMIC-CHECKSUM.

      *> Position-weighted byte sum of the trimmed line, folded into
      *> the running checksum - cheap enough to run per WRITE and
      *> still catches a truncated, reordered, or corrupted line.
       ADD-LINE-TO-CHECKSUM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ATOMIC-LINE)) TO
               WS-ATOMIC-LINE-LEN
           COMPUTE WS-ATOMIC-CHECKSUM = FUNCTION MOD(
               WS-ATOMIC-CHECKSUM + WS-ATOMIC-LINE-LEN, 999999999)
           PERFORM ADD-ONE-CHECKSUM-BYTE
               VARYING WS-ATOMIC-CHAR-IDX FROM 1 BY 1
               UNTIL WS-ATOMIC-CHAR-IDX > WS-ATOMIC-LINE-LEN.

       ADD-ONE-CHECKSUM-BYTE.
           COMPUTE WS-ATOMIC-CHECKSUM = FUNCTION MOD(
               WS-ATOMIC-CHECKSUM
               + FUNCTION ORD(WS-ATOMIC-LINE(WS-ATOMIC-CHAR-IDX:1))
                   * WS-ATOMIC-CHAR-IDX, 999999999).

      *> Appends the trailer, closes the temp file, and renames it
      *> over the real one - the only moment the previous good save
      *> is replaced, and by then the new file is complete on disk.
       FINISH-ATOMIC-OUTPUT.
           MOVE SPACES TO WS-ATOMIC-TRAILER
           STRING "#TRAILER " DELIMITED BY SIZE
               WS-ATOMIC-REC-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ATOMIC-CHECKSUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SCHEMA-VERSION DELIMITED BY SIZE
               INTO WS-ATOMIC-TRAILER
           IF DATA-FILE-IS-ENCRYPTED
               MOVE SPACES TO WS-CRYPT-PLAIN
               MOVE WS-ATOMIC-TRAILER TO WS-CRYPT-PLAIN
               MOVE 200 TO WS-CRYPT-LEN
               PERFORM ENCRYPT-LINE-TO-DISK
               MOVE SPACES TO ENCRYPTED-DATA-RECORD
               MOVE WS-CRYPT-HEX(1:400) TO ENCRYPTED-DATA-RECORD
               WRITE ENCRYPTED-DATA-RECORD
               CLOSE ENCRYPTED-DATA-FILE
           ELSE
               MOVE SPACES TO APP-DATA-RECORD
               MOVE WS-ATOMIC-TRAILER TO APP-DATA-RECORD
               WRITE APP-DATA-RECORD
               CLOSE APP-DATA-FILE
           END-IF
           IF TXN-IS-ACTIVE
               MOVE WS-ATOMIC-TMP-PATH TO WS-LOCK-TARGET-PATH
               MOVE WS-ATOMIC-FINAL-PATH TO WS-RESUME-TARGET
               PERFORM PARK-TXN-RENAME
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-ATOMIC-TMP-PATH
                   WS-ATOMIC-FINAL-PATH
               IF SERVE-MODE-ON
                   ADD 1 TO WS-DCHG-SEQ
                   MOVE WS-ATOMIC-FINAL-PATH TO WS-DCHG-PATH
                   MOVE WS-DCHG-SEQ TO WS-DCHG-SEEN-SEQ
               END-IF
           END-IF
           MOVE 0 TO WS-ATOMIC-OUT-ACTIVE.

      *> ---------------------------------------------------------
      *> Transaction statements - see WS-TXN-SCRATCH for the model.
      *> ---------------------------------------------------------
       EXEC-BEGIN-TXN-STMT.
           IF TXN-IS-ACTIVE
               DISPLAY "COBALT: BEGIN-TRANSACTION inside an open"
                   " transaction - statement skipped"
           ELSE
               SET TXN-IS-ACTIVE TO TRUE
               MOVE 0 TO WS-NUM-TXN-COUNT
               MOVE 0 TO WS-TXN-PENDING-COUNT
               MOVE 0 TO WS-TXN-JRN-COUNT
               MOVE WS-KEYED-OPEN-FLAG TO WS-TXN-KEYED-WAS-OPEN
               IF KEYED-STORE-IS-OPEN
                   MOVE WS-KEYED-STORE TO WS-TXN-KEYED-SAVE
                       (1:LENGTH OF WS-KEYED-STORE)
               END-IF
               MOVE "TXN-BEGIN" TO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           END-IF.

      *> Lands every parked .tmp over its real file, in the order the
      *> saves finished. A COMMIT with no open transaction is a quiet
      *> no-op, matching a CLOSE with nothing open.
       EXEC-COMMIT-STMT.
           IF TXN-IS-ACTIVE
      *> Parked journal records land ahead of the renames - a crash
      *> between the two leaves the journal carrying writes the live
      *> files lack, which --rollforward then completes, instead of
      *> the reverse (live data a restored generation could never
      *> recover).
               PERFORM COMMIT-ONE-TXN-JOURNAL
                   VARYING WS-TXN-JRN-IDX FROM 1 BY 1
                   UNTIL WS-TXN-JRN-IDX > WS-TXN-JRN-COUNT
               MOVE 0 TO WS-TXN-JRN-COUNT
               PERFORM COMMIT-ONE-TXN-RENAME
                   VARYING WS-TXN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-TXN-SCAN-IDX > WS-TXN-PENDING-COUNT
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "TXN-COMMIT files=" DELIMITED BY SIZE
                   WS-TXN-PENDING-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               MOVE 0 TO WS-TXN-PENDING-COUNT
               MOVE 0 TO WS-NUM-TXN-COUNT
               MOVE 0 TO WS-TXN-ACTIVE
           END-IF.

      *> A landed indexed-store delta ("<file>.dlt") is applied to
      *> its file straight away.
       COMMIT-ONE-TXN-RENAME.
           CALL "CBL_RENAME_FILE" USING
               TXN-TMP-PATH(WS-TXN-SCAN-IDX)
               TXN-FINAL-PATH(WS-TXN-SCAN-IDX)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               TXN-FINAL-PATH(WS-TXN-SCAN-IDX))) TO WS-KIX-LEN
           IF WS-KIX-LEN > 4
               IF TXN-FINAL-PATH(WS-TXN-SCAN-IDX)(WS-KIX-LEN - 3:4)
                   = ".dlt"
                   PERFORM APPLY-COMMITTED-KEYED-DELTA
               END-IF
           END-IF.

      *> Discards every staged .tmp (and every parked journal
      *> record) and puts the in-memory keyed store back the way
      *> BEGIN-TRANSACTION found it: restored from the snapshot when
      *> it was open then, reloaded from disk when the transaction
      *> itself opened it - either way a later CLOSE flushes the
      *> pre-transaction image, never the rolled-back writes. A
      *> store already closed again was only staged, and deleting
      *> its .tmp is the whole undo.
       EXEC-ROLLBACK-STMT.
           IF TXN-IS-ACTIVE
               PERFORM DISCARD-ONE-TXN-RENAME
                   VARYING WS-TXN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-TXN-SCAN-IDX > WS-TXN-PENDING-COUNT
               MOVE 0 TO WS-TXN-JRN-COUNT
               PERFORM RESTORE-TXN-KEYED-IMAGE
               MOVE "TXN-ROLLBACK" TO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               PERFORM VOID-TXN-NUMBERS
               MOVE 0 TO WS-TXN-PENDING-COUNT
               MOVE 0 TO WS-TXN-ACTIVE
           END-IF.

       RESTORE-TXN-KEYED-IMAGE.
           IF KEYED-STORE-IS-OPEN
               IF WS-TXN-KEYED-WAS-OPEN = 1
                   MOVE WS-TXN-KEYED-SAVE
                       (1:LENGTH OF WS-KEYED-STORE) TO WS-KEYED-STORE
               ELSE
                   PERFORM RELOAD-KEYED-STORE-IMAGE
               END-IF
           END-IF.

       DISCARD-ONE-TXN-RENAME.
           MOVE TXN-TMP-PATH(WS-TXN-SCAN-IDX) TO WS-TXN-DEL-PATH
           CALL "CBL_DELETE_FILE" USING WS-TXN-DEL-PATH.

      *> Parks one finished save's rename until COMMIT. Callers stage
      *> the tmp path in WS-LOCK-TARGET-PATH and the final path in
      *> WS-RESUME-TARGET (both free at every call site - the save is
      *> already closed). A group past the table's ten files commits
      *> the rename immediately with a warning rather than dropping
      *> the save on the floor.
       PARK-TXN-RENAME.
           IF WS-TXN-PENDING-COUNT >= 10
               DISPLAY "COBALT: warning - transaction holds more"
                   " than 10 files; this save lands immediately"
               CALL "CBL_RENAME_FILE" USING WS-LOCK-TARGET-PATH
                   WS-RESUME-TARGET
           ELSE
               ADD 1 TO WS-TXN-PENDING-COUNT
               MOVE WS-LOCK-TARGET-PATH TO
                   TXN-TMP-PATH(WS-TXN-PENDING-COUNT)
               MOVE WS-RESUME-TARGET TO
                   TXN-FINAL-PATH(WS-TXN-PENDING-COUNT)
           END-IF.

      *> A run that ends with a transaction still open never half-
      *> commits it - the staged .tmp files and parked journal
      *> records are discarded and the keyed store put back exactly
      *> as an explicit ROLLBACK would, and the abandonment is
      *> audited.
       ABANDON-OPEN-TRANSACTION.
           IF TXN-IS-ACTIVE
               PERFORM DISCARD-ONE-TXN-RENAME
                   VARYING WS-TXN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-TXN-SCAN-IDX > WS-TXN-PENDING-COUNT
               MOVE 0 TO WS-TXN-JRN-COUNT
               PERFORM RESTORE-TXN-KEYED-IMAGE
               PERFORM VOID-TXN-NUMBERS
               MOVE 0 TO WS-TXN-PENDING-COUNT
               MOVE 0 TO WS-TXN-ACTIVE
               DISPLAY "COBALT: warning - transaction left open at"
                   " end of run was rolled back"
           END-IF.

      *> Pre-scan of a file being opened INPUT: recount and re-sum
      *> every record against the #TRAILER the save wrote, leaving
      *> the verdict in the reserved FILE-VERIFY live value - "OK",
      *> "BAD" (operator-visible warning too), or "NOTRAILER" for a
      *> file from before trailers existed. The file is closed again
      *> afterward so the caller's own OPEN INPUT starts at the top.
       VERIFY-INPUT-TRAILER.
           MOVE 0 TO WS-ATOMIC-REC-COUNT
           MOVE 0 TO WS-ATOMIC-CHECKSUM
           MOVE 0 TO WS-VERIFY-FOUND
           MOVE "NOTRAILER" TO WS-VERIFY-TXT
           MOVE 0 TO WS-VERIFY-EOF
           IF DATA-FILE-IS-ENCRYPTED
               OPEN INPUT ENCRYPTED-DATA-FILE
               IF WS-ENCRYPTED-DATA-FILE-STATUS = "00"
                   PERFORM VERIFY-ONE-TRAILER-LINE
                       UNTIL WS-VERIFY-EOF = 1
                   CLOSE ENCRYPTED-DATA-FILE
               END-IF
           ELSE
               OPEN INPUT APP-DATA-FILE
               IF WS-DATA-FILE-STATUS = "00"
                   PERFORM VERIFY-ONE-TRAILER-LINE
                       UNTIL WS-VERIFY-EOF = 1
                   CLOSE APP-DATA-FILE
               END-IF
           END-IF
           IF WS-VERIFY-FOUND = 1
               IF WS-VERIFY-EXP-COUNT = WS-ATOMIC-REC-COUNT
                   AND WS-VERIFY-EXP-SUM = WS-ATOMIC-CHECKSUM
                   IF FUNCTION TRIM(WS-VERIFY-SCHEMA-TXT) NOT = SPACES
                       AND FUNCTION NUMVAL(WS-VERIFY-SCHEMA-TXT)
                           NOT = WS-SCHEMA-VERSION
                       MOVE "SCHEMA" TO WS-VERIFY-TXT
                       DISPLAY "COBALT: warning - "
                           FUNCTION TRIM(WS-EXPR-EVAL-STR)
                           " was saved under a different field"
                           " layout of this app"
                   ELSE
                       MOVE "OK" TO WS-VERIFY-TXT
                   END-IF
               ELSE
                   MOVE "BAD" TO WS-VERIFY-TXT
                   DISPLAY "COBALT: warning - "
                       FUNCTION TRIM(WS-EXPR-EVAL-STR)
                       " fails its trailer check; the file may be"
                       " truncated or corrupted"
               END-IF
           END-IF
           MOVE "FILE-VERIFY" TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-VERIFY-TXT TO WS-LIVE-VALUE-OUT
           PERFORM SET-LIVE-VALUE.

       VERIFY-ONE-TRAILER-LINE.
           MOVE SPACES TO WS-ATOMIC-LINE
           IF DATA-FILE-IS-ENCRYPTED
               READ ENCRYPTED-DATA-FILE
                   AT END
                       MOVE 1 TO WS-VERIFY-EOF
                   NOT AT END
                       IF ENCRYPTED-DATA-RECORD(1:5) = "#KEY "
                           MOVE ENCRYPTED-DATA-RECORD(1:40) TO
                               WS-ATOMIC-LINE
                       ELSE
                           MOVE SPACES TO WS-CRYPT-HEX
                           MOVE ENCRYPTED-DATA-RECORD TO WS-CRYPT-HEX
                           MOVE 200 TO WS-CRYPT-LEN
                           PERFORM DECRYPT-LINE-FROM-DISK
                           MOVE WS-CRYPT-PLAIN(1:200) TO
                               WS-ATOMIC-LINE
                       END-IF
               END-READ
           ELSE
               READ APP-DATA-FILE
                   AT END
                       MOVE 1 TO WS-VERIFY-EOF
                   NOT AT END
                       MOVE APP-DATA-RECORD TO WS-ATOMIC-LINE
               END-READ
           END-IF
           IF WS-VERIFY-EOF = 0
               IF WS-ATOMIC-LINE(1:5) = "#KEY "
                   MOVE WS-ATOMIC-LINE(1:40) TO WS-KEYHDR-LINE
                   PERFORM CHECK-KEY-HEADER-LINE
               ELSE
               IF WS-ATOMIC-LINE(1:8) = "#TRAILER"
                   MOVE 1 TO WS-VERIFY-FOUND
                   MOVE SPACES TO WS-VERIFY-TAG
                       WS-VERIFY-COUNT-TXT WS-VERIFY-SUM-TXT
                       WS-VERIFY-SCHEMA-TXT
                   UNSTRING WS-ATOMIC-LINE DELIMITED BY ALL SPACE
                       INTO WS-VERIFY-TAG WS-VERIFY-COUNT-TXT
                           WS-VERIFY-SUM-TXT WS-VERIFY-SCHEMA-TXT
                   MOVE FUNCTION NUMVAL(WS-VERIFY-COUNT-TXT) TO
                       WS-VERIFY-EXP-COUNT
                   MOVE FUNCTION NUMVAL(WS-VERIFY-SUM-TXT) TO
                       WS-VERIFY-EXP-SUM
               ELSE
                   ADD 1 TO WS-ATOMIC-REC-COUNT
                   PERFORM ADD-LINE-TO-CHECKSUM
               END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> OPEN INPUT RESUME support - skip to the saved high-water
      *> mark, count what this session consumes, and leave the new
      *> mark behind at CLOSE. A shrunken or replaced file (fewer
      *> lines than the mark) just reads from wherever end-of-file
      *> lands, and the next CLOSE rights the mark.
      *> ---------------------------------------------------------
       START-RESUMED-INPUT.
           MOVE 1 TO WS-RESUME-ACTIVE
           MOVE 0 TO WS-RESUME-CONSUMED
           MOVE 0 TO WS-RESUME-BASE
           MOVE WS-DATA-FILE-PATH TO WS-RESUME-TARGET
           MOVE SPACES TO WS-POS-FILE-PATH
           STRING FUNCTION TRIM(WS-RESUME-TARGET) DELIMITED BY SIZE
               ".pos" DELIMITED BY SIZE
               INTO WS-POS-FILE-PATH
           OPEN INPUT POS-FILE
           IF WS-POS-FILE-STATUS = "00"
               READ POS-FILE
               IF WS-POS-FILE-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(POS-RECORD)) = 0
                   MOVE FUNCTION NUMVAL(POS-RECORD) TO
                       WS-RESUME-BASE
               END-IF
               CLOSE POS-FILE
           END-IF
           PERFORM SKIP-ONE-RESUMED-LINE
               VARYING WS-RESUME-SKIP-IDX FROM 1 BY 1
               UNTIL WS-RESUME-SKIP-IDX > WS-RESUME-BASE
               OR WS-DATA-EOF = 1.

      *> The skip counts physical records on whichever channel the
      *> OPEN targeted - on an encrypted file that includes its
      *> "#KEY" header line, which the reader counts the same way.
       SKIP-ONE-RESUMED-LINE.
           IF WS-RESUME-ENC = 1
               READ ENCRYPTED-DATA-FILE
                   AT END
                       MOVE 1 TO WS-DATA-EOF
               END-READ
           ELSE
               READ APP-DATA-FILE
                   AT END
                       MOVE 1 TO WS-DATA-EOF
               END-READ
           END-IF.

       SAVE-RESUME-POSITION.
           MOVE SPACES TO WS-POS-FILE-PATH
           STRING FUNCTION TRIM(WS-RESUME-TARGET) DELIMITED BY SIZE
               ".pos" DELIMITED BY SIZE
               INTO WS-POS-FILE-PATH
           OPEN OUTPUT POS-FILE
           MOVE SPACES TO POS-RECORD
           COMPUTE WS-RESUME-BASE =
               WS-RESUME-BASE + WS-RESUME-CONSUMED
           MOVE WS-RESUME-BASE TO POS-RECORD(1:6)
           WRITE POS-RECORD
           CLOSE POS-FILE.

      *> ---------------------------------------------------------
      *> Advisory lock machinery - see WS-LOCK-SCRATCH for the model.
      *> ---------------------------------------------------------
      *> One id per engine session, stamped into every lock this
      *> session takes so a re-OPEN by the same session is never
      *> denied by its own lock.
       ENSURE-LOCK-SESSION-ID.
           IF WS-LOCK-SESSION-ID = SPACES
               ACCEPT WS-SYS-TIME FROM TIME
               MOVE WS-SYS-TIME TO WS-LOCK-SESSION-ID
           END-IF.

      *> Lock step for every app OPEN: writers (OUTPUT / I-O) must
      *> take "<file>.lck"; readers only check it; PRINT output goes
      *> to a unique spool file and SHARED opts out on purpose, so
      *> neither participates. Leaves the verdict in WS-LOCK-DENIED
      *> and the reserved IO-STATUS live value.
       ACQUIRE-OPEN-FILE-LOCK.
           MOVE 0 TO WS-LOCK-DENIED
           MOVE "OK" TO WS-LOCK-IO-TXT
           IF NOT STMT-FILE-IS-PRINT(WS-STMT-CUR-IDX)
               AND NOT STMT-FILE-IS-SHARED(WS-STMT-CUR-IDX)
               PERFORM ENSURE-LOCK-SESSION-ID
               MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                   WS-LOCK-TARGET-PATH
               MOVE SPACES TO WS-LOCK-FILE-PATH
               STRING FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                       DELIMITED BY SIZE
                   ".lck" DELIMITED BY SIZE
                   INTO WS-LOCK-FILE-PATH
               IF STMT-FILE-MODE(WS-STMT-CUR-IDX) = WS-FILE-MODE-INPUT
                   MOVE 0 TO WS-LOCK-TAKE-FLAG
               ELSE
                   MOVE 1 TO WS-LOCK-TAKE-FLAG
               END-IF
               PERFORM CHECK-AND-TAKE-FILE-LOCK
               IF WS-LOCK-DENIED = 1
                   MOVE "LOCKED" TO WS-LOCK-IO-TXT
               ELSE
                   IF WS-LOCK-TAKE-FLAG = 1
                       IF STMT-FILE-IS-KEYED(WS-STMT-CUR-IDX)
                           MOVE 1 TO WS-KEYED-LOCK-HELD
                           MOVE WS-LOCK-FILE-PATH TO
                               WS-KEYED-LOCK-PATH
                       ELSE
                           MOVE 1 TO WS-DATA-LOCK-HELD
                           MOVE WS-LOCK-FILE-PATH TO WS-DATA-LOCK-PATH
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM SET-IO-STATUS-LIVE.

      *> An existing lock file held by another session denies; one
      *> stamped with this session's own id is simply kept (the same
      *> session re-opening its own file). Taking writes the session
      *> id and app path so a stranded lock names its holder.
       CHECK-AND-TAKE-FILE-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
               IF LOCK-RECORD(1:8) NOT = WS-LOCK-SESSION-ID
                   MOVE 1 TO WS-LOCK-DENIED
               END-IF
               CLOSE LOCK-FILE
           ELSE
               IF WS-LOCK-TAKE-FLAG = 1
                   OPEN OUTPUT LOCK-FILE
                   MOVE SPACES TO LOCK-RECORD
                   STRING WS-LOCK-SESSION-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-APP-FILE-PATH)
                           DELIMITED BY SIZE
                       INTO LOCK-RECORD
                   WRITE LOCK-RECORD
                   CLOSE LOCK-FILE
               END-IF
           END-IF.

       RELEASE-FILE-LOCK.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-PATH.

      *> Reserved live value every OPEN refreshes - an app binds a
      *> field USING IO-STATUS (declaring it like any other state
      *> field) to show "LOCKED" to the operator.
       SET-IO-STATUS-LIVE.
           MOVE "IO-STATUS" TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-LOCK-IO-TXT TO WS-LIVE-VALUE-OUT
           PERFORM SET-LIVE-VALUE.

      *> ---------------------------------------------------------
      *> Record-level holds on a keyed file ("<file>.rlk", one
      *> "key|session" line per held record), reloaded before every
      *> hold or release so concurrent sessions see each other.
      *> ---------------------------------------------------------
       LOAD-RLK-TABLE.
           MOVE SPACES TO WS-LOCK-FILE-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".rlk" DELIMITED BY SIZE
               INTO WS-LOCK-FILE-PATH
           MOVE 0 TO WS-RLK-COUNT
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               MOVE 0 TO WS-RLK-EOF
               PERFORM LOAD-ONE-RLK-ENTRY UNTIL WS-RLK-EOF = 1
               CLOSE LOCK-FILE
           END-IF.

       LOAD-ONE-RLK-ENTRY.
           READ LOCK-FILE
           IF WS-LOCK-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-RLK-EOF
           ELSE
               MOVE SPACES TO WS-RLK-KEY-PART WS-RLK-SESSION-PART
               UNSTRING LOCK-RECORD DELIMITED BY "|"
                   INTO WS-RLK-KEY-PART WS-RLK-SESSION-PART
               IF FUNCTION TRIM(WS-RLK-KEY-PART) NOT = SPACES
                   AND WS-RLK-COUNT < 50
                   ADD 1 TO WS-RLK-COUNT
                   MOVE FUNCTION TRIM(WS-RLK-KEY-PART) TO
                       RLK-KEY(WS-RLK-COUNT)
                   MOVE WS-RLK-SESSION-PART TO
                       RLK-SESSION(WS-RLK-COUNT)
               END-IF
           END-IF.

       SAVE-RLK-TABLE.
           OPEN OUTPUT LOCK-FILE
           PERFORM SAVE-ONE-RLK-ENTRY
               VARYING WS-RLK-SCAN-IDX FROM 1 BY 1
               UNTIL WS-RLK-SCAN-IDX > WS-RLK-COUNT
           CLOSE LOCK-FILE.

       SAVE-ONE-RLK-ENTRY.
           IF RLK-KEY(WS-RLK-SCAN-IDX) NOT = SPACES
               MOVE SPACES TO LOCK-RECORD
               STRING FUNCTION TRIM(RLK-KEY(WS-RLK-SCAN-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RLK-SESSION(WS-RLK-SCAN-IDX) DELIMITED BY SIZE
                   INTO LOCK-RECORD
               WRITE LOCK-RECORD
           END-IF.

      *> Holds WS-KEYED-LOOKUP-KEY for this session, or denies when
      *> another session already holds it. A key this session already
      *> holds is simply kept.
       TAKE-RECORD-LOCK.
           PERFORM ENSURE-LOCK-SESSION-ID
           PERFORM LOAD-RLK-TABLE
           MOVE 0 TO WS-LOCK-DENIED
           MOVE 0 TO WS-RLK-FOUND-IDX
           PERFORM SCAN-ONE-RLK-ENTRY
               VARYING WS-RLK-SCAN-IDX FROM 1 BY 1
               UNTIL WS-RLK-SCAN-IDX > WS-RLK-COUNT
               OR WS-RLK-FOUND-IDX NOT = 0
           IF WS-RLK-FOUND-IDX NOT = 0
               IF RLK-SESSION(WS-RLK-FOUND-IDX) NOT =
                   WS-LOCK-SESSION-ID
                   MOVE 1 TO WS-LOCK-DENIED
               END-IF
           ELSE
               IF WS-RLK-COUNT < 50
                   ADD 1 TO WS-RLK-COUNT
                   MOVE WS-KEYED-LOOKUP-KEY TO RLK-KEY(WS-RLK-COUNT)
                   MOVE WS-LOCK-SESSION-ID TO
                       RLK-SESSION(WS-RLK-COUNT)
                   PERFORM SAVE-RLK-TABLE
               END-IF
           END-IF.

       SCAN-ONE-RLK-ENTRY.
           IF RLK-KEY(WS-RLK-SCAN-IDX) = WS-KEYED-LOOKUP-KEY
               MOVE WS-RLK-SCAN-IDX TO WS-RLK-FOUND-IDX
           END-IF.

      *> Releases this session's hold on WS-KEYED-LOOKUP-KEY (a
      *> REWRITE or DELETE of a record is the natural end of its
      *> hold). Another session's hold on the same key is left alone.
       RELEASE-RECORD-LOCK.
           PERFORM ENSURE-LOCK-SESSION-ID
           PERFORM LOAD-RLK-TABLE
           IF WS-RLK-COUNT > 0
               PERFORM RELEASE-ONE-RLK-MATCH
                   VARYING WS-RLK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-RLK-SCAN-IDX > WS-RLK-COUNT
               PERFORM SAVE-RLK-TABLE
           END-IF.

       RELEASE-ONE-RLK-MATCH.
           IF RLK-KEY(WS-RLK-SCAN-IDX) = WS-KEYED-LOOKUP-KEY
               AND RLK-SESSION(WS-RLK-SCAN-IDX) = WS-LOCK-SESSION-ID
               MOVE SPACES TO RLK-KEY(WS-RLK-SCAN-IDX)
           END-IF.

      *> Wholesale release of every hold this session still has on
      *> the keyed file being closed.
       RELEASE-ALL-MY-RECORD-LOCKS.
           PERFORM ENSURE-LOCK-SESSION-ID
           PERFORM LOAD-RLK-TABLE
           IF WS-RLK-COUNT > 0
               PERFORM RELEASE-ONE-RLK-SESSION
                   VARYING WS-RLK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-RLK-SCAN-IDX > WS-RLK-COUNT
               PERFORM SAVE-RLK-TABLE
           END-IF.

       RELEASE-ONE-RLK-SESSION.
           IF RLK-SESSION(WS-RLK-SCAN-IDX) = WS-LOCK-SESSION-ID
               MOVE SPACES TO RLK-KEY(WS-RLK-SCAN-IDX)
           END-IF.

      *> ---------------------------------------------------------
      *> Keyed store verbs. OPEN I-O KEYED loads the whole file into
      *> WS-KEYED-REC; the verbs below are then pure table work until
      *> CLOSE writes every surviving record back - one rewrite of
      *> the file per session instead of one per record change, and
      *> no record is ever lost to a partial in-place update.
      *> ---------------------------------------------------------
       OPEN-KEYED-STORE.
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-KEYED-FILE-PATH
           MOVE STMT-FILE-ALT-PART(WS-STMT-CUR-IDX) TO
               WS-KEYED-ALT-PART
           SET KEYED-STORE-IS-OPEN TO TRUE
           PERFORM RELOAD-KEYED-STORE-IMAGE.

      *> (Re)loads WS-KEYED-REC from WS-KEYED-FILE-PATH, replacing
      *> whatever the table held - the load half of OPEN, also used
      *> by ROLLBACK to discard the table work of a transaction that
      *> opened the store itself (no snapshot exists to restore).
      *> A file that already has a key index, or turns out to hold
      *> more than KEYED-INDEX-RECORDS records, opens indexed with
      *> the table empty instead.
       RELOAD-KEYED-STORE-IMAGE.
           MOVE 0 TO WS-KEYED-BROWSE-ON
           MOVE 0 TO WS-KEYED-REC-COUNT
           MOVE 0 TO WS-KEYED-INDEXED-FLAG
           PERFORM CHECK-KEYED-INDEX-STATE
           IF WS-KIX-STATE = 0
               MOVE WS-KEYED-FILE-PATH TO WS-DATA-FILE-PATH
               MOVE 0 TO WS-DATA-EOF
               MOVE 1 TO WS-KEYED-LOAD-OPENED
               MOVE 1 TO WS-KEYED-LOADING
               MOVE 0 TO WS-KEYED-LOAD-FULL
               OPEN INPUT APP-DATA-FILE
               IF WS-DATA-FILE-STATUS NOT = "00"
      *> A keyed file that does not exist yet is simply empty - the
      *> CLOSE-time flush creates it, the same way OPEN-OR-EXTEND-
      *> AUDIT-FILE creates a first audit.log.
                   MOVE 1 TO WS-DATA-EOF
                   MOVE 0 TO WS-KEYED-LOAD-OPENED
               END-IF
               PERFORM LOAD-ONE-KEYED-RECORD
                   UNTIL WS-DATA-EOF = 1 OR WS-KEYED-LOAD-FULL = 1
               IF WS-KEYED-LOAD-OPENED = 1
                   CLOSE APP-DATA-FILE
               END-IF
               MOVE 0 TO WS-KEYED-LOADING
               IF WS-KEYED-LOAD-FULL = 1
                   MOVE 0 TO WS-KEYED-REC-COUNT
                   PERFORM OPEN-INDEXED-KEYED-STORE
               END-IF
           ELSE
               PERFORM OPEN-INDEXED-KEYED-STORE
           END-IF.

      *> Split at the FIRST "|" only - everything after it is the
      *> value, delimiters and all, so an app may pack "|"-separated
      *> parts inside its record values.
       LOAD-ONE-KEYED-RECORD.
           READ APP-DATA-FILE
               AT END
                   MOVE 1 TO WS-DATA-EOF
               NOT AT END
      *> A "#VER <key> <n>" companion line restores the version of
      *> the record it names rather than loading as a record.
                   IF APP-DATA-RECORD(1:5) = "#VER "
                       PERFORM ABSORB-KEYED-VERSION-LINE
                   ELSE
                   MOVE SPACES TO WS-KEYED-KEY-PART
                       WS-KEYED-VALUE-PART
                   MOVE 1 TO WS-KEYED-SPLIT-PTR
                   UNSTRING APP-DATA-RECORD DELIMITED BY "|"
                       INTO WS-KEYED-KEY-PART
                       WITH POINTER WS-KEYED-SPLIT-PTR
                   IF WS-KEYED-SPLIT-PTR <= 200
                       MOVE APP-DATA-RECORD(WS-KEYED-SPLIT-PTR:) TO
                           WS-KEYED-VALUE-PART
                   END-IF
      *> WS-KEYED-LOADING 1 is OPEN sizing the file up - one record
      *> past KEYED-INDEX-RECORDS stops the load and opens it
      *> indexed; 2 is a utility reading the file a tableful at a
      *> time, stopping once the table is full.
                   IF FUNCTION TRIM(WS-KEYED-KEY-PART) NOT = SPACES
                       IF WS-KEYED-LOADING = 1
                           AND WS-KEYED-REC-COUNT >= WS-KEYED-INDEX-AT
                           MOVE 1 TO WS-KEYED-LOAD-FULL
                       ELSE
                           PERFORM APPEND-KEYED-RECORD
                           IF WS-KEYED-LOADING = 2
                               AND WS-KEYED-REC-COUNT >=
                                   WS-MAX-KEYED-RECORDS
                               MOVE 1 TO WS-KEYED-LOAD-FULL
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       ABSORB-KEYED-VERSION-LINE.
           MOVE SPACES TO WS-KEYED-VER-TAG WS-KEYED-VER-KEY
               WS-KEYED-VER-TXT
           UNSTRING APP-DATA-RECORD DELIMITED BY ALL SPACE
               INTO WS-KEYED-VER-TAG WS-KEYED-VER-KEY
                   WS-KEYED-VER-TXT
           IF WS-KEYED-REC-COUNT > 0
               AND KEYED-REC-KEY(WS-KEYED-REC-COUNT) =
                   FUNCTION TRIM(WS-KEYED-VER-KEY)
               MOVE FUNCTION NUMVAL(WS-KEYED-VER-TXT) TO
                   KEYED-REC-VERSION(WS-KEYED-REC-COUNT)
           END-IF.

      *> On an indexed store the table is only a cache of touched
      *> records, so a full one first makes room (MAKE-KEYED-CACHE-
      *> ROOM); the warning is left for a transaction holding more
      *> uncommitted changes than the table has rows.
      *> A store an app opened small and then grows past the table
      *> (a work file filled in one open) goes over to its key index
      *> instead - outside a transaction, where landing the table on
      *> disk early is no different from the CLOSE it would get.
       APPEND-KEYED-RECORD.
           IF KEYED-STORE-IS-OPEN
               AND NOT KEYED-STORE-IS-INDEXED
               AND WS-KEYED-LOADING = 0
               AND WS-KEYED-REC-COUNT >= WS-MAX-KEYED-RECORDS
               AND NOT TXN-IS-ACTIVE
               PERFORM MOVE-KEYED-STORE-TO-INDEX
           END-IF
           IF KEYED-STORE-IS-INDEXED
               AND WS-KEYED-REC-COUNT >= WS-MAX-KEYED-RECORDS
               PERFORM MAKE-KEYED-CACHE-ROOM
           END-IF
           IF WS-KEYED-REC-COUNT >= WS-MAX-KEYED-RECORDS
               PERFORM WARN-KEYED-RECORDS-FULL
           ELSE
               ADD 1 TO WS-KEYED-REC-COUNT
               MOVE FUNCTION TRIM(WS-KEYED-KEY-PART) TO
                   KEYED-REC-KEY(WS-KEYED-REC-COUNT)
               MOVE WS-KEYED-VALUE-PART TO
                   KEYED-REC-VALUE(WS-KEYED-REC-COUNT)
               MOVE 0 TO KEYED-REC-DELETED(WS-KEYED-REC-COUNT)
               MOVE 0 TO KEYED-REC-VERSION(WS-KEYED-REC-COUNT)
               MOVE 0 TO KEYED-REC-SLOT(WS-KEYED-REC-COUNT)
               MOVE 1 TO KEYED-REC-DIRTY(WS-KEYED-REC-COUNT)
           END-IF.

      *> The table written out as the whole data file, then the file
      *> reopened on a freshly built key index with the table empty -
      *> OPEN's own indexed path, so the store carries on exactly as
      *> if it had been opened that size. A browse in progress ends.
       MOVE-KEYED-STORE-TO-INDEX.
           PERFORM WRITE-KEYED-STORE-TMP
           CALL "CBL_RENAME_FILE" USING WS-KEYED-TMP-PATH
               WS-KEYED-FILE-PATH
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-KEYED-BROWSE-ON
           MOVE 0 TO WS-KEYED-REC-COUNT
           PERFORM CHECK-KEYED-INDEX-STATE
           PERFORM OPEN-INDEXED-KEYED-STORE.

       WARN-KEYED-RECORDS-FULL.
           IF NOT KEYED-RECS-OVERFLOW-WARNED
               DISPLAY "COBALT: warning - keyed record limit ("
                   WS-MAX-KEYED-RECORDS
                   ") reached; further records are ignored"
               SET KEYED-RECS-OVERFLOW-WARNED TO TRUE
           END-IF.

      *> Resolves the statement's KEY operand and finds its record,
      *> leaving WS-KEYED-FOUND-IDX at 0 when no live record carries
      *> that key - the same scan-by-name shape FIND-LIVE-EXACT uses.
       FIND-KEYED-RECORD.
           MOVE STMT-KEY-EXPR-IDX(WS-STMT-CUR-IDX) TO WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-KEYED-LOOKUP-KEY
           MOVE 0 TO WS-KEYED-FOUND-IDX
           IF STMT-KEY-IS-VIA-ALT(WS-STMT-CUR-IDX)
      *> VIA without an ALTERNATE clause on the OPEN finds nothing
      *> and says why, rather than quietly degrading to a primary-
      *> key compare against an alternate-part value.
               IF WS-KEYED-ALT-PART = 0
                   DISPLAY "COBALT: VIA on "
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                       " - no alternate key declared; record not"
                       " found"
               ELSE
                   PERFORM SCAN-ONE-KEYED-ALT-RECORD
                       VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT
                       OR WS-KEYED-FOUND-IDX NOT = 0
                   IF WS-KEYED-FOUND-IDX = 0
                       AND KEYED-STORE-IS-INDEXED
                       PERFORM SCAN-DISK-FOR-ALT-RECORD
                   END-IF
               END-IF
           ELSE
               PERFORM LOCATE-KEYED-RECORD
           END-IF.

      *> Live record carrying WS-KEYED-LOOKUP-KEY, its index in
      *> WS-KEYED-FOUND-IDX (0 when there is none). On an indexed
      *> store a key not yet in the table is looked up in the key
      *> index and its slot read in - unless the table already holds
      *> it deleted, which is the newer truth.
       LOCATE-KEYED-RECORD.
           MOVE 0 TO WS-KEYED-FOUND-IDX
           PERFORM SCAN-ONE-KEYED-RECORD
               VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT
               OR WS-KEYED-FOUND-IDX NOT = 0
           IF WS-KEYED-FOUND-IDX = 0 AND KEYED-STORE-IS-INDEXED
               MOVE WS-KEYED-LOOKUP-KEY TO WS-KIX-WANT-KEY
               PERFORM CHECK-KEYED-CACHE-HELD
               IF WS-KIX-IN-CACHE = 0
                   PERFORM KIX-FIND-KEY
                   IF WS-KIX-FOUND-SLOT > 0
                       PERFORM FETCH-KEYED-RECORD
                   END-IF
               END-IF
           END-IF.

       SCAN-ONE-KEYED-RECORD.
           IF KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 0
               AND KEYED-REC-KEY(WS-KEYED-SCAN-IDX) =
                   WS-KEYED-LOOKUP-KEY
               MOVE WS-KEYED-SCAN-IDX TO WS-KEYED-FOUND-IDX
           END-IF.

      *> Alternate-path scan - matches the declared "|" part of the
      *> record's value instead of its primary key. Like the primary
      *> scan it stops at the FIRST live match; the set-oriented
      *> "READ KEYS ... VIA" form below is how an app collects every
      *> record sharing one alternate value.
       SCAN-ONE-KEYED-ALT-RECORD.
           IF KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 0
               PERFORM EXTRACT-KEYED-ALT-PART
               IF FUNCTION TRIM(WS-KEYED-ALT-VALUE) =
                   FUNCTION TRIM(WS-KEYED-LOOKUP-KEY)
                   MOVE WS-KEYED-SCAN-IDX TO WS-KEYED-FOUND-IDX
               END-IF
           END-IF.

      *> Splits record WS-KEYED-SCAN-IDX's value at its "|"
      *> delimiters and leaves the declared alternate part in
      *> WS-KEYED-ALT-VALUE (spaces when the record carries fewer
      *> parts than the declaration names).
       EXTRACT-KEYED-ALT-PART.
           MOVE KEYED-REC-VALUE(WS-KEYED-SCAN-IDX) TO
               WS-KIX-ALT-SOURCE
           PERFORM EXTRACT-ALT-PART-OF-VALUE.

      *> The same split over WS-KIX-ALT-SOURCE - a value read
      *> straight off the data file rather than out of the table.
       EXTRACT-ALT-PART-OF-VALUE.
           MOVE SPACES TO WS-KEYED-PART-TAB(1) WS-KEYED-PART-TAB(2)
               WS-KEYED-PART-TAB(3) WS-KEYED-PART-TAB(4)
               WS-KEYED-PART-TAB(5) WS-KEYED-PART-TAB(6)
           UNSTRING WS-KIX-ALT-SOURCE
               DELIMITED BY "|"
               INTO WS-KEYED-PART-TAB(1) WS-KEYED-PART-TAB(2)
                   WS-KEYED-PART-TAB(3) WS-KEYED-PART-TAB(4)
                   WS-KEYED-PART-TAB(5) WS-KEYED-PART-TAB(6)
           MOVE SPACES TO WS-KEYED-ALT-VALUE
           IF WS-KEYED-ALT-PART >= 1 AND WS-KEYED-ALT-PART <= 6
               MOVE WS-KEYED-PART-TAB(WS-KEYED-ALT-PART) TO
                   WS-KEYED-ALT-VALUE
           END-IF.

      *> WRITE KEY - insert-or-update: a fresh key appends a record,
      *> an existing one is updated in place, so a save loop never
      *> has to care whether the record existed before.
       EXEC-KEYED-WRITE.
           PERFORM FIND-KEYED-RECORD
           MOVE STMT-DISPLAY-EXPR-IDX(WS-STMT-CUR-IDX 1) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           PERFORM NOTE-JOURNAL-BEFORE
           IF WS-KEYED-FOUND-IDX NOT = 0
               MOVE WS-EXPR-EVAL-STR TO
                   KEYED-REC-VALUE(WS-KEYED-FOUND-IDX)
               MOVE 1 TO KEYED-REC-DIRTY(WS-KEYED-FOUND-IDX)
           ELSE
               MOVE WS-KEYED-LOOKUP-KEY TO WS-KEYED-KEY-PART
               MOVE WS-EXPR-EVAL-STR TO WS-KEYED-VALUE-PART
               PERFORM APPEND-KEYED-RECORD
           END-IF
           MOVE "W" TO WS-JRN-OP
           MOVE WS-KEYED-LOOKUP-KEY TO WS-JRN-KEY
           MOVE WS-EXPR-EVAL-STR TO WS-JRN-VALUE
           PERFORM APPEND-KEYED-JOURNAL.

      *> REWRITE KEY - update only: a key with no record is left a
      *> quiet no-op, matching the engine's existing posture on a
      *> READ past end-of-file.
       EXEC-REWRITE-STMT.
           PERFORM FIND-KEYED-RECORD
           IF WS-KEYED-FOUND-IDX NOT = 0
      *> Version check, audit, and journal all name the found
      *> record's PRIMARY key - on a VIA lookup the operand register
      *> holds the alternate-part value, which a later rollforward
      *> (or another session's #VER line) would never match.
               MOVE KEYED-REC-KEY(WS-KEYED-FOUND-IDX) TO
                   WS-KEYED-VER-WANT
      *> The classic lost update: re-read what the file carries NOW
      *> for this key's version - if another session's flush moved
      *> it past the copy this session loaded, refuse and tell the
      *> app through REWRITE-STATUS instead of stomping the change
      *> nobody here ever saw.
               PERFORM CHECK-DISK-RECORD-VERSION
               IF WS-KEYED-DISK-VER >
                   KEYED-REC-VERSION(WS-KEYED-FOUND-IDX)
                   MOVE "REWRITE-STATUS" TO WS-LOOKUP-NAME
                   MOVE "STALE" TO WS-LIVE-VALUE-OUT
                   PERFORM SET-LIVE-VALUE
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "REWRITE-STALE " DELIMITED BY SIZE
                       FUNCTION TRIM(
                           KEYED-REC-KEY(WS-KEYED-FOUND-IDX))
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               ELSE
               MOVE "REWRITE-STATUS" TO WS-LOOKUP-NAME
               MOVE "OK" TO WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
               ADD 1 TO KEYED-REC-VERSION(WS-KEYED-FOUND-IDX)
               MOVE STMT-DISPLAY-EXPR-IDX(WS-STMT-CUR-IDX 1) TO
                   WS-EVAL-EXPR-IDX
               PERFORM EVAL-EXPR
               PERFORM NOTE-JOURNAL-BEFORE
               MOVE WS-EXPR-EVAL-STR TO
                   KEYED-REC-VALUE(WS-KEYED-FOUND-IDX)
               MOVE 1 TO KEYED-REC-DIRTY(WS-KEYED-FOUND-IDX)
               PERFORM RELEASE-RECORD-LOCK
               MOVE "R" TO WS-JRN-OP
               MOVE KEYED-REC-KEY(WS-KEYED-FOUND-IDX) TO WS-JRN-KEY
               MOVE WS-EXPR-EVAL-STR TO WS-JRN-VALUE
               PERFORM APPEND-KEYED-JOURNAL
               END-IF
           END-IF.

      *> Latest on-disk version of WS-KEYED-LOOKUP-KEY - 0 when the
      *> file (or the record, or any version line for it) is absent.
      *> An indexed store reads just the record's own slot.
       CHECK-DISK-RECORD-VERSION.
           MOVE 0 TO WS-KEYED-DISK-VER
           IF KEYED-STORE-IS-INDEXED
               MOVE WS-KEYED-VER-WANT TO WS-KIX-WANT-KEY
               PERFORM KIX-FIND-KEY
               IF WS-KIX-FOUND-SLOT > 0
                   PERFORM READ-KEYED-SLOT
                   PERFORM SPLIT-KEYED-SLOT
                   IF WS-KIX-REC-KEY = WS-KEYED-VER-WANT
                       MOVE WS-KIX-REC-VER TO WS-KEYED-DISK-VER
                   END-IF
               END-IF
           ELSE
               MOVE WS-KEYED-FILE-PATH TO WS-IMPORT-FILE-PATH
               OPEN INPUT IMPORT-FILE
               IF WS-IMPORT-FILE-STATUS = "00"
                   MOVE 0 TO WS-KEYED-VER-EOF
                   PERFORM SCAN-ONE-DISK-VERSION
                       UNTIL WS-KEYED-VER-EOF = 1
                   CLOSE IMPORT-FILE
               END-IF
           END-IF.

       SCAN-ONE-DISK-VERSION.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-KEYED-VER-EOF
           ELSE
               IF IMPORT-RECORD(1:5) = "#VER "
                   MOVE SPACES TO WS-KEYED-VER-TAG
                       WS-KEYED-VER-KEY WS-KEYED-VER-TXT
                   UNSTRING IMPORT-RECORD DELIMITED BY ALL SPACE
                       INTO WS-KEYED-VER-TAG WS-KEYED-VER-KEY
                           WS-KEYED-VER-TXT
                   IF FUNCTION TRIM(WS-KEYED-VER-KEY) =
                       FUNCTION TRIM(WS-KEYED-VER-WANT)
                       MOVE FUNCTION NUMVAL(WS-KEYED-VER-TXT) TO
                           WS-KEYED-DISK-VER
                   END-IF
               END-IF
           END-IF.

       EXEC-DELETE-STMT.
           PERFORM FIND-KEYED-RECORD
           IF WS-KEYED-FOUND-IDX NOT = 0
               PERFORM NOTE-JOURNAL-BEFORE
               MOVE 1 TO KEYED-REC-DELETED(WS-KEYED-FOUND-IDX)
               MOVE 1 TO KEYED-REC-DIRTY(WS-KEYED-FOUND-IDX)
               PERFORM RELEASE-RECORD-LOCK
               MOVE "D" TO WS-JRN-OP
               MOVE KEYED-REC-KEY(WS-KEYED-FOUND-IDX) TO WS-JRN-KEY
               MOVE SPACES TO WS-JRN-VALUE
               PERFORM APPEND-KEYED-JOURNAL
           END-IF.

      *> READ KEY <key> <target> [AT END PERFORM <para>] - the AT END
      *> paragraph is the record-not-found path; the target keeps its
      *> current live value in that case, the same as a READ past
      *> end-of-file leaves its fields alone.
       EXEC-KEYED-READ.
           PERFORM FIND-KEYED-RECORD
           IF WS-KEYED-FOUND-IDX NOT = 0
               AND STMT-READ-WITH-LOCK(WS-STMT-CUR-IDX)
      *> WITH LOCK: the hold must be granted before the value is
      *> handed over - a record another session holds reads as
      *> not-found with IO-STATUS "REC-LOCKED", so the app's own
      *> AT END path covers both cases and can tell them apart.
               PERFORM TAKE-RECORD-LOCK
               IF WS-LOCK-DENIED = 1
                   MOVE "REC-LOCKED" TO WS-LOCK-IO-TXT
                   PERFORM SET-IO-STATUS-LIVE
                   MOVE 0 TO WS-KEYED-FOUND-IDX
               ELSE
                   MOVE "OK" TO WS-LOCK-IO-TXT
                   PERFORM SET-IO-STATUS-LIVE
               END-IF
           END-IF
           IF WS-KEYED-FOUND-IDX NOT = 0
               MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 1) TO
                   WS-LOOKUP-NAME
               MOVE FUNCTION TRIM(
                   KEYED-REC-VALUE(WS-KEYED-FOUND-IDX)) TO
                   WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
           ELSE
               IF FUNCTION TRIM(
                   STMT-READ-ATEND-PARA(WS-STMT-CUR-IDX)) NOT = SPACES
                   MOVE STMT-READ-ATEND-PARA(WS-STMT-CUR-IDX) TO
                       WS-EXEC-PARA-NAME
                   PERFORM RUN-PARAGRAPH-BY-NAME
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Key-range browse (START / READ NEXT). The cursor is just
      *> the last key delivered plus an inclusive/exclusive switch -
      *> each step scans for the smallest live key past it, so the
      *> browse order is ascending key order no matter how the
      *> records arrived, and a record written or deleted mid-browse
      *> simply is or isn't there when the cursor reaches it.
      *> ---------------------------------------------------------
       EXEC-START-STMT.
           MOVE STMT-KEY-EXPR-IDX(WS-STMT-CUR-IDX) TO WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
               WS-KEYED-BROWSE-KEY
           MOVE 1 TO WS-KEYED-BROWSE-ON
           MOVE 1 TO WS-KEYED-BROWSE-FIRST
           PERFORM FIND-NEXT-BROWSE-RECORD
           IF WS-KEYED-BEST-IDX = 0
               MOVE 0 TO WS-KEYED-BROWSE-ON
               IF FUNCTION TRIM(
                   STMT-READ-ATEND-PARA(WS-STMT-CUR-IDX)) NOT = SPACES
                   MOVE STMT-READ-ATEND-PARA(WS-STMT-CUR-IDX) TO
                       WS-EXEC-PARA-NAME
                   PERFORM RUN-PARAGRAPH-BY-NAME
               END-IF
           END-IF.

      *> One browse step - the found record's key and value land in
      *> the two targets and the cursor moves past it. Stepping with
      *> no START in effect, or past the last record, takes the AT
      *> END path the same way a streaming READ does at end-of-file.
       EXEC-KEYED-READ-NEXT.
           MOVE 0 TO WS-KEYED-BEST-IDX
           IF WS-KEYED-BROWSE-ON = 1
               PERFORM FIND-NEXT-BROWSE-RECORD
           END-IF
           IF WS-KEYED-BEST-IDX = 0
               MOVE 0 TO WS-KEYED-BROWSE-ON
               IF FUNCTION TRIM(
                   STMT-READ-ATEND-PARA(WS-STMT-CUR-IDX)) NOT = SPACES
                   MOVE STMT-READ-ATEND-PARA(WS-STMT-CUR-IDX) TO
                       WS-EXEC-PARA-NAME
                   PERFORM RUN-PARAGRAPH-BY-NAME
               END-IF
           ELSE
               MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 1) TO
                   WS-LOOKUP-NAME
               MOVE SPACES TO WS-LIVE-VALUE-OUT
               MOVE KEYED-REC-KEY(WS-KEYED-BEST-IDX) TO
                   WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
               MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 2) TO
                   WS-LOOKUP-NAME
               MOVE SPACES TO WS-LIVE-VALUE-OUT
               MOVE KEYED-REC-VALUE(WS-KEYED-BEST-IDX)(1:80) TO
                   WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
               MOVE KEYED-REC-KEY(WS-KEYED-BEST-IDX) TO
                   WS-KEYED-BROWSE-KEY
               MOVE 0 TO WS-KEYED-BROWSE-FIRST
           END-IF.

      *> Smallest live key at-or-after (first step) / strictly after
      *> (every later step) the cursor - index in WS-KEYED-BEST-IDX,
      *> 0 when the browse has run out of records.
      *> An indexed store also asks the key indexes for their next
      *> key past the cursor; when that beats the table's best, the
      *> record is read into the table and delivered from there.
       FIND-NEXT-BROWSE-RECORD.
           MOVE 0 TO WS-KEYED-BEST-IDX
           MOVE SPACES TO WS-KEYED-BEST-KEY
           PERFORM CHECK-ONE-BROWSE-RECORD
               VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT
           IF KEYED-STORE-IS-INDEXED
               PERFORM FIND-NEXT-INDEXED-KEY
               IF WS-KIX-CAND-KEY NOT = SPACES
                   AND (WS-KEYED-BEST-IDX = 0
                   OR WS-KIX-CAND-KEY < WS-KEYED-BEST-KEY)
                   MOVE WS-KEYED-LOOKUP-KEY TO WS-KIX-SAVE-KEY
                   MOVE WS-KIX-CAND-KEY TO WS-KEYED-LOOKUP-KEY
                   PERFORM LOCATE-KEYED-RECORD
                   MOVE WS-KEYED-FOUND-IDX TO WS-KEYED-BEST-IDX
                   MOVE WS-KIX-SAVE-KEY TO WS-KEYED-LOOKUP-KEY
               END-IF
           END-IF.

       CHECK-ONE-BROWSE-RECORD.
           IF KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 0
               AND ((WS-KEYED-BROWSE-FIRST = 1
                   AND KEYED-REC-KEY(WS-KEYED-SCAN-IDX) >=
                       WS-KEYED-BROWSE-KEY)
                   OR (WS-KEYED-BROWSE-FIRST = 0
                   AND KEYED-REC-KEY(WS-KEYED-SCAN-IDX) >
                       WS-KEYED-BROWSE-KEY))
               IF WS-KEYED-BEST-IDX = 0
                   OR KEYED-REC-KEY(WS-KEYED-SCAN-IDX) <
                       WS-KEYED-BEST-KEY
                   MOVE WS-KEYED-SCAN-IDX TO WS-KEYED-BEST-IDX
                   MOVE KEYED-REC-KEY(WS-KEYED-SCAN-IDX) TO
                       WS-KEYED-BEST-KEY
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Indexed keyed organization - see WS-KIX-SCRATCH for the
      *> model. Everything below works a record at a time through
      *> the byte-stream routines (CBL_OPEN_FILE and friends), so a
      *> lookup reads one index line per probe and one 256-byte
      *> slot, never the file.
      *> ---------------------------------------------------------
       BUILD-KIX-PATHS.
           MOVE SPACES TO WS-KIX-FILE-PATH WS-KIX-KOX-PATH
               WS-KIX-DLT-PATH WS-KIX-DLT-TMP WS-KIX-DATA-TMP
               WS-KIX-INDEX-TMP WS-KIX-SORT-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".kix" DELIMITED BY SIZE
               INTO WS-KIX-FILE-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".kox" DELIMITED BY SIZE
               INTO WS-KIX-KOX-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".dlt" DELIMITED BY SIZE
               INTO WS-KIX-DLT-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".dlt.tmp" DELIMITED BY SIZE
               INTO WS-KIX-DLT-TMP
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-KIX-DATA-TMP
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".kix.tmp" DELIMITED BY SIZE
               INTO WS-KIX-INDEX-TMP
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".srt" DELIMITED BY SIZE
               INTO WS-KIX-SORT-PATH.

      *> WS-KIX-STATE - 0 when the file has no key index, 1 when the
      *> index header still matches the data file, 2 when it does
      *> not (the file was rewritten behind the index's back).
       CHECK-KEYED-INDEX-STATE.
           PERFORM BUILD-KIX-PATHS
           MOVE 0 TO WS-KIX-STATE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-KIX-FILE-PATH
               WS-KIX-DETAILS
           IF RETURN-CODE = 0
               MOVE 2 TO WS-KIX-STATE
               PERFORM READ-KIX-HEADER
               PERFORM STAMP-KEYED-DATA-FILE
               IF KIXH-TAG = "#KIX"
                   AND KIXH-SIZE IS NUMERIC
                   AND KIXH-STAMP IS NUMERIC
                   AND KIXH-SIZE = WS-KIX-SIZE
                   AND KIXH-STAMP = WS-KIX-STAMP
                   MOVE 1 TO WS-KIX-STATE
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> Size and modification stamp (YYYYMMDDHHMMSS) of the data
      *> file - both 0 when it is absent.
       STAMP-KEYED-DATA-FILE.
           MOVE 0 TO WS-KIX-SIZE
           MOVE 0 TO WS-KIX-STAMP
           CALL "CBL_CHECK_FILE_EXIST" USING WS-KEYED-FILE-PATH
               WS-KIX-DETAILS
           IF RETURN-CODE = 0
               MOVE KIXD-SIZE TO WS-KIX-SIZE
               COMPUTE WS-KIX-STAMP =
                   KIXD-YEAR * 10000000000
                   + KIXD-MONTH * 100000000
                   + KIXD-DAY * 1000000
                   + KIXD-HOUR * 10000
                   + KIXD-MINUTE * 100
                   + KIXD-SECOND
           END-IF
           MOVE 0 TO RETURN-CODE.

       READ-KIX-HEADER.
           MOVE SPACES TO WS-KIX-HEADER
           MOVE 1 TO WS-KIX-ACCESS
           CALL "CBL_OPEN_FILE" USING WS-KIX-FILE-PATH WS-KIX-ACCESS
               WS-KIX-DENY WS-KIX-DEVICE WS-KIX-HANDLE
           IF RETURN-CODE = 0
               MOVE 0 TO WS-KIX-OFFSET
               MOVE 38 TO WS-KIX-COUNT
               CALL "CBL_READ_FILE" USING WS-KIX-HANDLE
                   WS-KIX-OFFSET WS-KIX-COUNT WS-KIX-FLAGS
                   WS-KIX-HEADER
               CALL "CBL_CLOSE_FILE" USING WS-KIX-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-KIX-ENTRIES
           IF KIXH-TAG = "#KIX" AND KIXH-ENTRIES IS NUMERIC
               MOVE KIXH-ENTRIES TO WS-KIX-ENTRIES
           END-IF.

      *> Stamps the index header with the data file as it now
      *> stands - always the last step of any change to either, so a
      *> run that dies part way leaves a stale stamp and the next
      *> OPEN rebuilds rather than trusting a half-applied index.
       WRITE-KIX-HEADER.
           PERFORM STAMP-KEYED-DATA-FILE
           MOVE "#KIX" TO KIXH-TAG
           MOVE WS-KIX-SIZE TO KIXH-SIZE
           MOVE WS-KIX-STAMP TO KIXH-STAMP
           MOVE WS-KIX-ENTRIES TO KIXH-ENTRIES
           MOVE X"0A" TO KIXH-LF
           MOVE 3 TO WS-KIX-ACCESS
           CALL "CBL_OPEN_FILE" USING WS-KIX-FILE-PATH WS-KIX-ACCESS
               WS-KIX-DENY WS-KIX-DEVICE WS-KIX-HANDLE
           IF RETURN-CODE = 0
               MOVE 0 TO WS-KIX-OFFSET
               MOVE 38 TO WS-KIX-COUNT
               CALL "CBL_WRITE_FILE" USING WS-KIX-HANDLE
                   WS-KIX-OFFSET WS-KIX-COUNT WS-KIX-FLAGS
                   WS-KIX-HEADER
               CALL "CBL_CLOSE_FILE" USING WS-KIX-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> Brings the index up to date (rebuilding a stale or missing
      *> one), finishes any delta a failed run left behind, and
      *> loads the overflow index. The table starts empty.
       OPEN-INDEXED-KEYED-STORE.
           IF WS-KIX-STATE NOT = 1
               PERFORM REBUILD-KEYED-INDEX
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING WS-KIX-DLT-PATH
               WS-KIX-DETAILS
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               PERFORM APPLY-KEYED-DELTA
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-KOX-TABLE
           SET KEYED-STORE-IS-INDEXED TO TRUE.

      *> Re-sorts the data file into slots and writes a fresh index
      *> beside it, both through .tmp files renamed into place once
      *> complete. Also --reorg's whole job on an indexed file: the
      *> record counts come back in WS-KIX-RECS-IN / -OUT / -DUPS.
       REBUILD-KEYED-INDEX.
           PERFORM BUILD-KIX-PATHS
           MOVE 0 TO WS-KIX-RECS-IN
           MOVE 0 TO WS-KIX-RECS-OUT
           MOVE 0 TO WS-KIX-DUPS
           SORT KEYED-SORT-FILE
               ON ASCENDING KEY KSR-KEY KSR-SEQ
               INPUT PROCEDURE IS RELEASE-KEYED-SORT-RECORDS
               OUTPUT PROCEDURE IS RETURN-KEYED-SORT-RECORDS
           CALL "CBL_RENAME_FILE" USING WS-KIX-DATA-TMP
               WS-KEYED-FILE-PATH
           CALL "CBL_RENAME_FILE" USING WS-KIX-INDEX-TMP
               WS-KIX-FILE-PATH
           CALL "CBL_DELETE_FILE" USING WS-KIX-KOX-PATH
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-KOX-COUNT
           MOVE WS-KIX-RECS-OUT TO WS-KIX-ENTRIES
           PERFORM WRITE-KIX-HEADER.

      *> Each record is held back one line so the "#VER" line that
      *> follows it can attach its version before it is released.
       RELEASE-KEYED-SORT-RECORDS.
           MOVE 0 TO WS-KIX-HELD
           MOVE WS-KEYED-FILE-PATH TO WS-KIX-SCAN-PATH
           OPEN INPUT KEYED-SCAN-FILE
           IF WS-KIX-SCAN-STATUS = "00"
               MOVE 0 TO WS-KIX-EOF
               PERFORM RELEASE-ONE-KEYED-LINE UNTIL WS-KIX-EOF = 1
               CLOSE KEYED-SCAN-FILE
           END-IF
           IF WS-KIX-HELD = 1
               RELEASE KEYED-SORT-RECORD FROM WS-KIX-HELD-REC
           END-IF.

       RELEASE-ONE-KEYED-LINE.
           READ KEYED-SCAN-FILE
           IF WS-KIX-SCAN-STATUS NOT = "00"
               MOVE 1 TO WS-KIX-EOF
           ELSE
               IF KEYED-SCAN-RECORD(1:5) = "#VER "
                   PERFORM SPLIT-SCAN-VERSION-LINE
                   IF WS-KIX-HELD = 1 AND KHR-KEY = WS-KIX-REC-KEY
                       MOVE WS-KIX-REC-VER TO KHR-VERSION
                   END-IF
               ELSE
                   PERFORM SPLIT-SCAN-LINE
                   IF WS-KIX-REC-KEY NOT = SPACES
                       IF WS-KIX-HELD = 1
                           RELEASE KEYED-SORT-RECORD
                               FROM WS-KIX-HELD-REC
                       END-IF
                       ADD 1 TO WS-KIX-RECS-IN
                       MOVE WS-KIX-REC-KEY TO KHR-KEY
                       MOVE WS-KIX-RECS-IN TO KHR-SEQ
                       MOVE 0 TO KHR-VERSION
                       MOVE WS-KIX-REC-VALUE TO KHR-VALUE
                       MOVE 1 TO WS-KIX-HELD
                   END-IF
               END-IF
           END-IF.

      *> Sorted by key, then by position in the file - so of several
      *> copies of one key the LAST one returned is the newest, and
      *> only that one is written.
       RETURN-KEYED-SORT-RECORDS.
           MOVE 0 TO WS-KIX-HELD
           MOVE 0 TO WS-KIX-SLOTS
           MOVE 2 TO WS-KIX-ACCESS
           CALL "CBL_CREATE_FILE" USING WS-KIX-DATA-TMP WS-KIX-ACCESS
               WS-KIX-DENY WS-KIX-DEVICE WS-KIX-HANDLE
           MOVE 0 TO RETURN-CODE
           MOVE WS-KIX-INDEX-TMP TO WS-KIX-WORK-PATH
           OPEN OUTPUT KEYED-WORK-FILE
           MOVE "#KIX" TO KIXH-TAG
           MOVE 0 TO KIXH-SIZE
           MOVE 0 TO KIXH-STAMP
           MOVE 0 TO KIXH-ENTRIES
           MOVE SPACES TO KEYED-WORK-RECORD
           MOVE WS-KIX-HEADER(1:37) TO KEYED-WORK-RECORD
           WRITE KEYED-WORK-RECORD
           MOVE 0 TO WS-KIX-EOF
           PERFORM RETURN-ONE-KEYED-SORT-RECORD UNTIL WS-KIX-EOF = 1
           IF WS-KIX-HELD = 1
               PERFORM EMIT-KEYED-SLOT
           END-IF
           CLOSE KEYED-WORK-FILE
           CALL "CBL_CLOSE_FILE" USING WS-KIX-HANDLE
           MOVE 0 TO RETURN-CODE.

       RETURN-ONE-KEYED-SORT-RECORD.
           RETURN KEYED-SORT-FILE
               AT END
                   MOVE 1 TO WS-KIX-EOF
               NOT AT END
                   IF WS-KIX-HELD = 1
                       IF KSR-KEY = KHR-KEY
                           ADD 1 TO WS-KIX-DUPS
                       ELSE
                           PERFORM EMIT-KEYED-SLOT
                       END-IF
                   END-IF
                   MOVE KEYED-SORT-RECORD TO WS-KIX-HELD-REC
                   MOVE 1 TO WS-KIX-HELD
           END-RETURN.

       EMIT-KEYED-SLOT.
           ADD 1 TO WS-KIX-SLOTS
           MOVE KHR-KEY TO WS-KIX-REC-KEY
           MOVE KHR-VALUE TO WS-KIX-REC-VALUE
           MOVE KHR-VERSION TO WS-KIX-REC-VER
           PERFORM BUILD-KEYED-SLOT
           COMPUTE WS-KIX-OFFSET = (WS-KIX-SLOTS - 1) * 256
           MOVE 256 TO WS-KIX-COUNT
           CALL "CBL_WRITE_FILE" USING WS-KIX-HANDLE WS-KIX-OFFSET
               WS-KIX-COUNT WS-KIX-FLAGS WS-KIX-SLOT-BUF
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO KEYED-WORK-RECORD
           MOVE KHR-KEY TO KEYED-WORK-RECORD(1:30)
           MOVE WS-KIX-SLOTS TO KEYED-WORK-RECORD(31:7)
           WRITE KEYED-WORK-RECORD
           ADD 1 TO WS-KIX-RECS-OUT.

      *> One record as its 256-byte slot image - WS-KIX-REC-KEY /
      *> -VALUE / -VER in, WS-KIX-SLOT-BUF out.
       BUILD-KEYED-SLOT.
           MOVE SPACES TO WS-KIX-SLOT-BUF
           STRING FUNCTION TRIM(WS-KIX-REC-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-KIX-REC-VALUE) DELIMITED BY SIZE
               INTO KSB-LINE-A
           STRING "#VER " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KIX-REC-KEY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KIX-REC-VER DELIMITED BY SIZE
               INTO KSB-LINE-B
           MOVE X"0A" TO KSB-LF-A
           MOVE X"0A" TO KSB-LF-B.

      *> The reverse - a slot image back into key, value, version.
       SPLIT-KEYED-SLOT.
           MOVE SPACES TO WS-KIX-REC-KEY WS-KIX-REC-VALUE
           MOVE 0 TO WS-KIX-REC-VER
           MOVE 1 TO WS-KIX-PTR
           UNSTRING KSB-LINE-A DELIMITED BY "|"
               INTO WS-KIX-REC-KEY
               WITH POINTER WS-KIX-PTR
           IF WS-KIX-PTR <= 199
               MOVE KSB-LINE-A(WS-KIX-PTR:) TO WS-KIX-REC-VALUE
           END-IF
           MOVE SPACES TO WS-KEYED-VER-TAG WS-KEYED-VER-KEY
               WS-KIX-VER-TXT
           UNSTRING KSB-LINE-B DELIMITED BY ALL SPACE
               INTO WS-KEYED-VER-TAG WS-KEYED-VER-KEY WS-KIX-VER-TXT
           IF WS-KEYED-VER-TAG = "#VER" AND WS-KIX-VER-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-KIX-VER-TXT) TO WS-KIX-REC-VER
           END-IF.

      *> A "key|value" line read through KEYED-SCAN-FILE, split at
      *> its first "|" the way LOAD-ONE-KEYED-RECORD splits it.
       SPLIT-SCAN-LINE.
           MOVE SPACES TO WS-KIX-REC-KEY WS-KIX-REC-VALUE
           MOVE 1 TO WS-KIX-PTR
           UNSTRING KEYED-SCAN-RECORD DELIMITED BY "|"
               INTO WS-KIX-REC-KEY
               WITH POINTER WS-KIX-PTR
           IF WS-KIX-PTR <= 200
               MOVE KEYED-SCAN-RECORD(WS-KIX-PTR:) TO
                   WS-KIX-REC-VALUE
           END-IF
           MOVE FUNCTION TRIM(WS-KIX-REC-KEY) TO WS-KIX-REC-KEY.

       SPLIT-SCAN-VERSION-LINE.
           MOVE SPACES TO WS-KEYED-VER-TAG WS-KIX-REC-KEY
               WS-KIX-VER-TXT
           MOVE 0 TO WS-KIX-REC-VER
           UNSTRING KEYED-SCAN-RECORD DELIMITED BY ALL SPACE
               INTO WS-KEYED-VER-TAG WS-KIX-REC-KEY WS-KIX-VER-TXT
           IF WS-KIX-VER-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-KIX-VER-TXT) TO WS-KIX-REC-VER
           END-IF.

      *> Slot WS-KIX-FOUND-SLOT of the data file, read into or
      *> written from WS-KIX-SLOT-BUF.
       READ-KEYED-SLOT.
           MOVE SPACES TO WS-KIX-SLOT-BUF
           MOVE 1 TO WS-KIX-ACCESS
           CALL "CBL_OPEN_FILE" USING WS-KEYED-FILE-PATH
               WS-KIX-ACCESS WS-KIX-DENY WS-KIX-DEVICE WS-KIX-HANDLE
           IF RETURN-CODE = 0
               COMPUTE WS-KIX-OFFSET = (WS-KIX-FOUND-SLOT - 1) * 256
               MOVE 256 TO WS-KIX-COUNT
               CALL "CBL_READ_FILE" USING WS-KIX-HANDLE
                   WS-KIX-OFFSET WS-KIX-COUNT WS-KIX-FLAGS
                   WS-KIX-SLOT-BUF
               CALL "CBL_CLOSE_FILE" USING WS-KIX-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE.

       WRITE-KEYED-SLOT.
           MOVE 3 TO WS-KIX-ACCESS
           CALL "CBL_OPEN_FILE" USING WS-KEYED-FILE-PATH
               WS-KIX-ACCESS WS-KIX-DENY WS-KIX-DEVICE WS-KIX-HANDLE
           IF RETURN-CODE = 0
               COMPUTE WS-KIX-OFFSET = (WS-KIX-FOUND-SLOT - 1) * 256
               MOVE 256 TO WS-KIX-COUNT
               CALL "CBL_WRITE_FILE" USING WS-KIX-HANDLE
                   WS-KIX-OFFSET WS-KIX-COUNT WS-KIX-FLAGS
                   WS-KIX-SLOT-BUF
               CALL "CBL_CLOSE_FILE" USING WS-KIX-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> Index line WS-KIX-MID (0 is the header) of the .kix file
      *> already open on WS-KIX-HANDLE.
       READ-KIX-ENTRY.
           MOVE SPACES TO WS-KIX-ENTRY
           COMPUTE WS-KIX-OFFSET = WS-KIX-MID * 38
           MOVE 38 TO WS-KIX-COUNT
           CALL "CBL_READ_FILE" USING WS-KIX-HANDLE WS-KIX-OFFSET
               WS-KIX-COUNT WS-KIX-FLAGS WS-KIX-ENTRY
           IF KIXE-SLOT IS NOT NUMERIC
               MOVE 0 TO KIXE-SLOT
           END-IF.

      *> Zeroes the slot of index line WS-KIX-FOUND-POS in place -
      *> the key stays, sorted, as a tombstone until the next merge.
       ZERO-KIX-ENTRY.
           MOVE 3 TO WS-KIX-ACCESS
           CALL "CBL_OPEN_FILE" USING WS-KIX-FILE-PATH WS-KIX-ACCESS
               WS-KIX-DENY WS-KIX-DEVICE WS-KIX-HANDLE
           IF RETURN-CODE = 0
               MOVE WS-KIX-WANT-KEY TO KIXE-KEY
               MOVE 0 TO KIXE-SLOT
               MOVE X"0A" TO KIXE-LF
               COMPUTE WS-KIX-OFFSET = WS-KIX-FOUND-POS * 38
               MOVE 38 TO WS-KIX-COUNT
               CALL "CBL_WRITE_FILE" USING WS-KIX-HANDLE
                   WS-KIX-OFFSET WS-KIX-COUNT WS-KIX-FLAGS
                   WS-KIX-ENTRY
               CALL "CBL_CLOSE_FILE" USING WS-KIX-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE.

       LOAD-KOX-TABLE.
           MOVE 0 TO WS-KOX-COUNT
           MOVE WS-KIX-KOX-PATH TO WS-KIX-WORK-PATH
           OPEN INPUT KEYED-WORK-FILE
           IF WS-KIX-WORK-STATUS = "00"
               MOVE 0 TO WS-KIX-EOF
               PERFORM LOAD-ONE-KOX-LINE UNTIL WS-KIX-EOF = 1
               CLOSE KEYED-WORK-FILE
           END-IF.

       LOAD-ONE-KOX-LINE.
           READ KEYED-WORK-FILE
           IF WS-KIX-WORK-STATUS NOT = "00"
               MOVE 1 TO WS-KIX-EOF
           ELSE
               IF KEYED-WORK-RECORD(31:7) IS NUMERIC
                   AND WS-KOX-COUNT < 400
                   ADD 1 TO WS-KOX-COUNT
                   MOVE KEYED-WORK-RECORD(1:30) TO
                       KOX-KEY(WS-KOX-COUNT)
                   MOVE KEYED-WORK-RECORD(31:7) TO
                       KOX-SLOT(WS-KOX-COUNT)
               END-IF
           END-IF.

      *> Deleted overflow keys (slot 0) are simply not written back.
       SAVE-KOX-TABLE.
           IF WS-KOX-COUNT = 0
               CALL "CBL_DELETE_FILE" USING WS-KIX-KOX-PATH
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-KIX-KOX-PATH TO WS-KIX-WORK-PATH
               OPEN OUTPUT KEYED-WORK-FILE
               PERFORM SAVE-ONE-KOX-LINE
                   VARYING WS-KOX-IDX FROM 1 BY 1
                   UNTIL WS-KOX-IDX > WS-KOX-COUNT
               CLOSE KEYED-WORK-FILE
           END-IF.

       SAVE-ONE-KOX-LINE.
           IF KOX-SLOT(WS-KOX-IDX) > 0
               MOVE SPACES TO KEYED-WORK-RECORD
               MOVE KOX-KEY(WS-KOX-IDX) TO KEYED-WORK-RECORD(1:30)
               MOVE KOX-SLOT(WS-KOX-IDX) TO KEYED-WORK-RECORD(31:7)
               WRITE KEYED-WORK-RECORD
           END-IF.

      *> Slot of WS-KIX-WANT-KEY in WS-KIX-FOUND-SLOT (0 when the
      *> indexes do not carry it live), WS-KIX-FOUND-WHERE "O" with
      *> WS-KIX-KOX-HIT for an overflow entry, "B" with WS-KIX-FOUND-
      *> POS for a base index line (FOUND-POS is also set for a base
      *> tombstone).
       KIX-FIND-KEY.
           MOVE 0 TO WS-KIX-FOUND-SLOT
           MOVE 0 TO WS-KIX-FOUND-POS
           MOVE 0 TO WS-KIX-KOX-HIT
           MOVE SPACE TO WS-KIX-FOUND-WHERE
           PERFORM SCAN-ONE-KOX-ENTRY
               VARYING WS-KOX-IDX FROM 1 BY 1
               UNTIL WS-KOX-IDX > WS-KOX-COUNT
               OR WS-KIX-KOX-HIT NOT = 0
           IF WS-KIX-KOX-HIT NOT = 0
               MOVE KOX-SLOT(WS-KIX-KOX-HIT) TO WS-KIX-FOUND-SLOT
               MOVE "O" TO WS-KIX-FOUND-WHERE
           ELSE
               PERFORM SEARCH-KIX-BASE
           END-IF.

       SCAN-ONE-KOX-ENTRY.
           IF KOX-SLOT(WS-KOX-IDX) > 0
               AND KOX-KEY(WS-KOX-IDX) = WS-KIX-WANT-KEY
               MOVE WS-KOX-IDX TO WS-KIX-KOX-HIT
           END-IF.

      *> Binary search of the base index. The entry count comes off
      *> the header each time, so a merge by the CLOSE of another
      *> session is picked up at once.
       SEARCH-KIX-BASE.
           MOVE 1 TO WS-KIX-ACCESS
           CALL "CBL_OPEN_FILE" USING WS-KIX-FILE-PATH WS-KIX-ACCESS
               WS-KIX-DENY WS-KIX-DEVICE WS-KIX-HANDLE
           IF RETURN-CODE = 0
               MOVE 0 TO WS-KIX-MID
               PERFORM READ-KIX-ENTRY
               MOVE WS-KIX-ENTRY TO WS-KIX-HEADER
               MOVE 0 TO WS-KIX-ENTRIES
               IF KIXH-TAG = "#KIX" AND KIXH-ENTRIES IS NUMERIC
                   MOVE KIXH-ENTRIES TO WS-KIX-ENTRIES
               END-IF
               MOVE 1 TO WS-KIX-LO
               MOVE WS-KIX-ENTRIES TO WS-KIX-HI
               MOVE 0 TO WS-KIX-DONE
               PERFORM PROBE-KIX-BASE
                   UNTIL WS-KIX-DONE = 1 OR WS-KIX-LO > WS-KIX-HI
               CALL "CBL_CLOSE_FILE" USING WS-KIX-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE.

       PROBE-KIX-BASE.
           COMPUTE WS-KIX-MID = (WS-KIX-LO + WS-KIX-HI) / 2
           PERFORM READ-KIX-ENTRY
           IF KIXE-KEY = WS-KIX-WANT-KEY
               MOVE 1 TO WS-KIX-DONE
               MOVE WS-KIX-MID TO WS-KIX-FOUND-POS
               IF KIXE-SLOT > 0
                   MOVE KIXE-SLOT TO WS-KIX-FOUND-SLOT
                   MOVE "B" TO WS-KIX-FOUND-WHERE
               END-IF
           ELSE
               IF KIXE-KEY < WS-KIX-WANT-KEY
                   COMPUTE WS-KIX-LO = WS-KIX-MID + 1
               ELSE
                   COMPUTE WS-KIX-HI = WS-KIX-MID - 1
               END-IF
           END-IF.

      *> Whether the table already speaks for WS-KIX-WANT-KEY -
      *> WS-KIX-IN-CACHE 1 when it holds the key at all (live or
      *> deleted), WS-KIX-HIT-IDX the live entry's index when there
      *> is one. The table is the newer truth; the disk copy of such
      *> a key is never read.
       CHECK-KEYED-CACHE-HELD.
           MOVE 0 TO WS-KIX-IN-CACHE
           MOVE 0 TO WS-KIX-HIT-IDX
           PERFORM CHECK-ONE-CACHE-ENTRY
               VARYING WS-KIX-LIVE-IDX FROM 1 BY 1
               UNTIL WS-KIX-LIVE-IDX > WS-KEYED-REC-COUNT.

       CHECK-ONE-CACHE-ENTRY.
           IF KEYED-REC-KEY(WS-KIX-LIVE-IDX) = WS-KIX-WANT-KEY
               MOVE 1 TO WS-KIX-IN-CACHE
               IF KEYED-REC-DELETED(WS-KIX-LIVE-IDX) = 0
                   MOVE WS-KIX-LIVE-IDX TO WS-KIX-HIT-IDX
               END-IF
           END-IF.

      *> Reads the record at WS-KIX-FOUND-SLOT into the table as a
      *> clean entry and points WS-KEYED-FOUND-IDX at it. A full
      *> table makes room first - which may land a checkpoint and
      *> move index entries, so the key is looked up again after.
       FETCH-KEYED-RECORD.
           IF WS-KEYED-REC-COUNT >= WS-MAX-KEYED-RECORDS
               MOVE WS-KIX-WANT-KEY TO WS-KIX-FETCH-KEY
               PERFORM MAKE-KEYED-CACHE-ROOM
               MOVE WS-KIX-FETCH-KEY TO WS-KIX-WANT-KEY
               PERFORM KIX-FIND-KEY
           END-IF
           IF WS-KIX-FOUND-SLOT > 0
               PERFORM READ-KEYED-SLOT
               PERFORM SPLIT-KEYED-SLOT
               IF WS-KIX-REC-KEY = WS-KIX-WANT-KEY
                   MOVE WS-KIX-REC-KEY TO WS-KEYED-KEY-PART
                   MOVE WS-KIX-REC-VALUE TO WS-KEYED-VALUE-PART
                   PERFORM APPEND-KEYED-RECORD
                   IF WS-KEYED-REC-COUNT > 0
                       AND KEYED-REC-KEY(WS-KEYED-REC-COUNT) =
                           WS-KIX-WANT-KEY
                       AND KEYED-REC-DELETED(WS-KEYED-REC-COUNT) = 0
                       MOVE WS-KIX-REC-VER TO
                           KEYED-REC-VERSION(WS-KEYED-REC-COUNT)
                       MOVE WS-KIX-FOUND-SLOT TO
                           KEYED-REC-SLOT(WS-KEYED-REC-COUNT)
                       MOVE 0 TO KEYED-REC-DIRTY(WS-KEYED-REC-COUNT)
                       MOVE WS-KEYED-REC-COUNT TO WS-KEYED-FOUND-IDX
                   END-IF
               END-IF
           END-IF.

      *> A full table on an indexed store: clean entries go first
      *> (they can always be read again); when every entry carries a
      *> change, outside a transaction the changes are checkpointed
      *> to disk exactly as CLOSE would land them and the table
      *> starts over. Inside a transaction nothing may land before
      *> COMMIT, so the table stays full and APPEND warns.
       MAKE-KEYED-CACHE-ROOM.
           PERFORM DROP-CLEAN-KEYED-ENTRIES
           IF WS-KEYED-REC-COUNT >= WS-MAX-KEYED-RECORDS
               AND NOT TXN-IS-ACTIVE
               PERFORM CHECKPOINT-INDEXED-KEYED-STORE
           END-IF.

       DROP-CLEAN-KEYED-ENTRIES.
           MOVE 0 TO WS-KIX-KEEP
           PERFORM KEEP-ONE-DIRTY-ENTRY
               VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT
           MOVE WS-KIX-KEEP TO WS-KEYED-REC-COUNT.

       KEEP-ONE-DIRTY-ENTRY.
           IF KEYED-REC-DIRTY(WS-KEYED-SCAN-IDX) = 1
               ADD 1 TO WS-KIX-KEEP
               IF WS-KIX-KEEP < WS-KEYED-SCAN-IDX
                   MOVE WS-KEYED-REC(WS-KEYED-SCAN-IDX) TO
                       WS-KEYED-REC(WS-KIX-KEEP)
               END-IF
           END-IF.

       CHECKPOINT-INDEXED-KEYED-STORE.
           PERFORM WRITE-KEYED-DELTA
           IF WS-KIX-DLT-LINES > 0
               CALL "CBL_RENAME_FILE" USING WS-KIX-DLT-TMP
                   WS-KIX-DLT-PATH
               PERFORM APPLY-KEYED-DELTA
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-KIX-DLT-TMP
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-KEYED-REC-COUNT.

      *> CLOSE of an indexed store - only the changed records go
      *> anywhere. Inside a transaction the delta's rename is parked
      *> like any other save and COMMIT-ONE-TXN-RENAME applies it.
       FLUSH-INDEXED-KEYED-STORE.
           PERFORM WRITE-KEYED-DELTA
           IF WS-KIX-DLT-LINES = 0
               CALL "CBL_DELETE_FILE" USING WS-KIX-DLT-TMP
               MOVE 0 TO RETURN-CODE
           ELSE
               IF TXN-IS-ACTIVE
                   MOVE WS-KIX-DLT-TMP TO WS-LOCK-TARGET-PATH
                   MOVE WS-KIX-DLT-PATH TO WS-RESUME-TARGET
                   PERFORM PARK-TXN-RENAME
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-KIX-DLT-TMP
                       WS-KIX-DLT-PATH
                   PERFORM APPLY-KEYED-DELTA
                   IF SERVE-MODE-ON
                       ADD 1 TO WS-DCHG-SEQ
                       MOVE WS-KEYED-FILE-PATH TO WS-DCHG-PATH
                       MOVE WS-DCHG-SEQ TO WS-DCHG-SEEN-SEQ
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-KEYED-INDEXED-FLAG
           MOVE 0 TO WS-KOX-COUNT.

      *> One "op|version|key|value" line per changed record, in
      *> table order - a key deleted and then written afresh in the
      *> same session therefore deletes before it re-adds.
       WRITE-KEYED-DELTA.
           MOVE WS-KIX-DLT-TMP TO WS-KIX-WORK-PATH
           MOVE 0 TO WS-KIX-DLT-LINES
           OPEN OUTPUT KEYED-WORK-FILE
           PERFORM WRITE-ONE-KEYED-DELTA
               VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT
           CLOSE KEYED-WORK-FILE.

       WRITE-ONE-KEYED-DELTA.
           IF KEYED-REC-DIRTY(WS-KEYED-SCAN-IDX) = 1
               AND (KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 0
               OR KEYED-REC-SLOT(WS-KEYED-SCAN-IDX) > 0)
               MOVE "W" TO WS-KIX-OP
               IF KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 1
                   MOVE "D" TO WS-KIX-OP
               END-IF
               MOVE SPACES TO KEYED-WORK-RECORD
               STRING WS-KIX-OP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   KEYED-REC-VERSION(WS-KEYED-SCAN-IDX)
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(KEYED-REC-KEY(WS-KEYED-SCAN-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(KEYED-REC-VALUE(WS-KEYED-SCAN-IDX))
                       DELIMITED BY SIZE
                   INTO KEYED-WORK-RECORD
               WRITE KEYED-WORK-RECORD
               ADD 1 TO WS-KIX-DLT-LINES
           END-IF.

      *> Lands "<file>.dlt" slot by slot: a write rewrites the key's
      *> slot where it lies or takes a new slot at the end of the
      *> file (indexed in the overflow index); a delete blanks the
      *> slot and zeroes its index entry. Every step is keyed, so a
      *> delta interrupted part way can simply be applied again.
       APPLY-KEYED-DELTA.
           PERFORM LOAD-KOX-TABLE
           PERFORM STAMP-KEYED-DATA-FILE
           COMPUTE WS-KIX-SLOTS = WS-KIX-SIZE / 256
           MOVE 1 TO WS-KIX-STATE
           MOVE WS-KIX-DLT-PATH TO WS-KIX-WORK-PATH
           OPEN INPUT KEYED-WORK-FILE
           IF WS-KIX-WORK-STATUS = "00"
               MOVE 0 TO WS-KIX-EOF
               PERFORM APPLY-ONE-KEYED-DELTA UNTIL WS-KIX-EOF = 1
               CLOSE KEYED-WORK-FILE
           END-IF
           IF WS-KOX-COUNT > WS-KIX-MERGE-AT
               PERFORM MERGE-KOX-INTO-KIX
           ELSE
               PERFORM SAVE-KOX-TABLE
               PERFORM READ-KIX-HEADER
           END-IF
      *> An overflow index with no room left is never stamped - the
      *> next OPEN rebuilds and finds the slots it could not record.
           IF WS-KIX-STATE = 1
               PERFORM WRITE-KIX-HEADER
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-KIX-DLT-PATH
           MOVE 0 TO RETURN-CODE.

       APPLY-ONE-KEYED-DELTA.
           READ KEYED-WORK-FILE
           IF WS-KIX-WORK-STATUS NOT = "00"
               MOVE 1 TO WS-KIX-EOF
           ELSE
               MOVE KEYED-WORK-RECORD(1:1) TO WS-KIX-OP
               MOVE 0 TO WS-KIX-REC-VER
               IF KEYED-WORK-RECORD(3:6) IS NUMERIC
                   MOVE KEYED-WORK-RECORD(3:6) TO WS-KIX-REC-VER
               END-IF
               MOVE SPACES TO WS-KIX-REC-KEY WS-KIX-REC-VALUE
               MOVE 10 TO WS-KIX-PTR
               UNSTRING KEYED-WORK-RECORD DELIMITED BY "|"
                   INTO WS-KIX-REC-KEY
                   WITH POINTER WS-KIX-PTR
               IF WS-KIX-PTR <= 220
                   MOVE KEYED-WORK-RECORD(WS-KIX-PTR:) TO
                       WS-KIX-REC-VALUE
               END-IF
               MOVE WS-KIX-REC-KEY TO WS-KIX-WANT-KEY
               IF WS-KIX-REC-KEY NOT = SPACES
                   PERFORM KIX-FIND-KEY
                   IF WS-KIX-OP = "D"
                       PERFORM APPLY-KEYED-DELETE
                   ELSE
                       PERFORM APPLY-KEYED-WRITE
                   END-IF
               END-IF
           END-IF.

       APPLY-KEYED-DELETE.
           IF WS-KIX-FOUND-SLOT > 0
               MOVE SPACES TO WS-KIX-SLOT-BUF
               MOVE X"0A" TO KSB-LF-A
               MOVE X"0A" TO KSB-LF-B
               PERFORM WRITE-KEYED-SLOT
               IF WS-KIX-FOUND-WHERE = "O"
                   MOVE 0 TO KOX-SLOT(WS-KIX-KOX-HIT)
               ELSE
                   PERFORM ZERO-KIX-ENTRY
               END-IF
           END-IF.

       APPLY-KEYED-WRITE.
           PERFORM BUILD-KEYED-SLOT
           IF WS-KIX-FOUND-SLOT > 0
               PERFORM WRITE-KEYED-SLOT
           ELSE
               IF WS-KOX-COUNT >= 400
                   MOVE 2 TO WS-KIX-STATE
               ELSE
                   ADD 1 TO WS-KOX-COUNT
                   MOVE WS-KIX-REC-KEY TO KOX-KEY(WS-KOX-COUNT)
                   MOVE 0 TO KOX-SLOT(WS-KOX-COUNT)
               END-IF
               ADD 1 TO WS-KIX-SLOTS
               MOVE WS-KIX-SLOTS TO WS-KIX-FOUND-SLOT
               PERFORM WRITE-KEYED-SLOT
               IF WS-KIX-STATE = 1
                   MOVE WS-KIX-SLOTS TO KOX-SLOT(WS-KOX-COUNT)
               END-IF
           END-IF.

      *> Folds the overflow index into the sorted base index - the
      *> overflow sorted in place, then one merge pass writing a
      *> fresh .kix through its .tmp, tombstones dropped on the way.
       MERGE-KOX-INTO-KIX.
           PERFORM SORT-ONE-KOX-PASS
               VARYING WS-KOX-IDX FROM 1 BY 1
               UNTIL WS-KOX-IDX >= WS-KOX-COUNT
           MOVE WS-KIX-FILE-PATH TO WS-KIX-INDEX-PATH
           MOVE WS-KIX-INDEX-TMP TO WS-KIX-WORK-PATH
           OPEN OUTPUT KEYED-WORK-FILE
           MOVE "#KIX" TO KIXH-TAG
           MOVE 0 TO KIXH-SIZE
           MOVE 0 TO KIXH-STAMP
           MOVE 0 TO KIXH-ENTRIES
           MOVE SPACES TO KEYED-WORK-RECORD
           MOVE WS-KIX-HEADER(1:37) TO KEYED-WORK-RECORD
           WRITE KEYED-WORK-RECORD
           MOVE 0 TO WS-KIX-ENTRIES
           MOVE 1 TO WS-KOX-IDX
           OPEN INPUT KEYED-INDEX-FILE
           IF WS-KIX-INDEX-STATUS = "00"
               MOVE 0 TO WS-KIX-EOF
               PERFORM MERGE-ONE-KIX-LINE UNTIL WS-KIX-EOF = 1
               CLOSE KEYED-INDEX-FILE
           END-IF
           PERFORM EMIT-ONE-KOX-ENTRY
               UNTIL WS-KOX-IDX > WS-KOX-COUNT
           CLOSE KEYED-WORK-FILE
           CALL "CBL_RENAME_FILE" USING WS-KIX-INDEX-TMP
               WS-KIX-FILE-PATH
           CALL "CBL_DELETE_FILE" USING WS-KIX-KOX-PATH
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-KOX-COUNT.

       SORT-ONE-KOX-PASS.
           COMPUTE WS-KOX-IDX2 = WS-KOX-IDX + 1
           PERFORM SORT-ONE-KOX-PAIR
               UNTIL WS-KOX-IDX2 > WS-KOX-COUNT.

       SORT-ONE-KOX-PAIR.
           IF KOX-KEY(WS-KOX-IDX2) < KOX-KEY(WS-KOX-IDX)
               MOVE WS-KOX-ENTRY(WS-KOX-IDX) TO WS-KOX-SWAP
               MOVE WS-KOX-ENTRY(WS-KOX-IDX2) TO
                   WS-KOX-ENTRY(WS-KOX-IDX)
               MOVE WS-KOX-SWAP TO WS-KOX-ENTRY(WS-KOX-IDX2)
           END-IF
           ADD 1 TO WS-KOX-IDX2.

       MERGE-ONE-KIX-LINE.
           READ KEYED-INDEX-FILE
           IF WS-KIX-INDEX-STATUS NOT = "00"
               MOVE 1 TO WS-KIX-EOF
           ELSE
               IF KEYED-INDEX-RECORD(1:4) NOT = "#KIX"
                   MOVE KEYED-INDEX-RECORD TO WS-KIX-ENTRY(1:37)
                   IF KIXE-SLOT IS NOT NUMERIC
                       MOVE 0 TO KIXE-SLOT
                   END-IF
                   MOVE 0 TO WS-KIX-DONE
                   PERFORM EMIT-KOX-BEFORE-BASE
                       UNTIL WS-KIX-DONE = 1
                   IF KIXE-SLOT > 0
                       MOVE SPACES TO KEYED-WORK-RECORD
                       MOVE WS-KIX-ENTRY(1:37) TO KEYED-WORK-RECORD
                       WRITE KEYED-WORK-RECORD
                       ADD 1 TO WS-KIX-ENTRIES
                   END-IF
               END-IF
           END-IF.

       EMIT-KOX-BEFORE-BASE.
           IF WS-KOX-IDX > WS-KOX-COUNT
               MOVE 1 TO WS-KIX-DONE
           ELSE
               IF KOX-KEY(WS-KOX-IDX) >= KIXE-KEY
                   MOVE 1 TO WS-KIX-DONE
               ELSE
                   PERFORM EMIT-ONE-KOX-ENTRY
               END-IF
           END-IF.

       EMIT-ONE-KOX-ENTRY.
           IF KOX-SLOT(WS-KOX-IDX) > 0
               MOVE SPACES TO KEYED-WORK-RECORD
               MOVE KOX-KEY(WS-KOX-IDX) TO KEYED-WORK-RECORD(1:30)
               MOVE KOX-SLOT(WS-KOX-IDX) TO KEYED-WORK-RECORD(31:7)
               WRITE KEYED-WORK-RECORD
               ADD 1 TO WS-KIX-ENTRIES
           END-IF
           ADD 1 TO WS-KOX-IDX.

      *> A delta whose rename COMMIT has just landed is applied to
      *> its own file - which need not be the store open now, so the
      *> open store's paths and overflow index are put back after.
       APPLY-COMMITTED-KEYED-DELTA.
           MOVE WS-KEYED-FILE-PATH TO WS-KIX-SAVE-PATH
           MOVE SPACES TO WS-KEYED-FILE-PATH
           COMPUTE WS-KIX-LEN = FUNCTION LENGTH(FUNCTION TRIM(
               TXN-FINAL-PATH(WS-TXN-SCAN-IDX))) - 4
           MOVE TXN-FINAL-PATH(WS-TXN-SCAN-IDX)(1:WS-KIX-LEN) TO
               WS-KEYED-FILE-PATH
           PERFORM BUILD-KIX-PATHS
           PERFORM APPLY-KEYED-DELTA
           MOVE WS-KIX-SAVE-PATH TO WS-KEYED-FILE-PATH
           PERFORM BUILD-KIX-PATHS
           IF KEYED-STORE-IS-INDEXED
               PERFORM LOAD-KOX-TABLE
           END-IF.

      *> Next key past the browse cursor that the indexes hold live
      *> and the table does not speak for - WS-KIX-CAND-KEY, spaces
      *> when there is none. The overflow index is scanned whole; the
      *> base index is entered by binary search at the cursor and
      *> stepped over tombstones from there.
       FIND-NEXT-INDEXED-KEY.
           MOVE SPACES TO WS-KIX-CAND-KEY
           PERFORM CHECK-ONE-KOX-BROWSE
               VARYING WS-KOX-IDX FROM 1 BY 1
               UNTIL WS-KOX-IDX > WS-KOX-COUNT
           MOVE 1 TO WS-KIX-ACCESS
           CALL "CBL_OPEN_FILE" USING WS-KIX-FILE-PATH WS-KIX-ACCESS
               WS-KIX-DENY WS-KIX-DEVICE WS-KIX-HANDLE
           IF RETURN-CODE = 0
               MOVE 0 TO WS-KIX-MID
               PERFORM READ-KIX-ENTRY
               MOVE WS-KIX-ENTRY TO WS-KIX-HEADER
               MOVE 0 TO WS-KIX-ENTRIES
               IF KIXH-TAG = "#KIX" AND KIXH-ENTRIES IS NUMERIC
                   MOVE KIXH-ENTRIES TO WS-KIX-ENTRIES
               END-IF
               MOVE 1 TO WS-KIX-LO
               COMPUTE WS-KIX-HI = WS-KIX-ENTRIES + 1
               PERFORM NARROW-KIX-LOWER-BOUND
                   UNTIL WS-KIX-LO >= WS-KIX-HI
               MOVE WS-KIX-LO TO WS-KIX-POS
               MOVE 0 TO WS-KIX-DONE
               PERFORM STEP-KIX-BROWSE-ENTRY
                   UNTIL WS-KIX-DONE = 1
                   OR WS-KIX-POS > WS-KIX-ENTRIES
               CALL "CBL_CLOSE_FILE" USING WS-KIX-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE.

       CHECK-ONE-KOX-BROWSE.
           IF KOX-SLOT(WS-KOX-IDX) > 0
               AND ((WS-KEYED-BROWSE-FIRST = 1
                   AND KOX-KEY(WS-KOX-IDX) >= WS-KEYED-BROWSE-KEY)
                   OR (WS-KEYED-BROWSE-FIRST = 0
                   AND KOX-KEY(WS-KOX-IDX) > WS-KEYED-BROWSE-KEY))
               AND (WS-KIX-CAND-KEY = SPACES
                   OR KOX-KEY(WS-KOX-IDX) < WS-KIX-CAND-KEY)
               MOVE KOX-KEY(WS-KOX-IDX) TO WS-KIX-WANT-KEY
               PERFORM CHECK-KEYED-CACHE-HELD
               IF WS-KIX-IN-CACHE = 0
                   MOVE KOX-KEY(WS-KOX-IDX) TO WS-KIX-CAND-KEY
               END-IF
           END-IF.

       NARROW-KIX-LOWER-BOUND.
           COMPUTE WS-KIX-MID = (WS-KIX-LO + WS-KIX-HI) / 2
           PERFORM READ-KIX-ENTRY
           IF (WS-KEYED-BROWSE-FIRST = 1
               AND KIXE-KEY < WS-KEYED-BROWSE-KEY)
               OR (WS-KEYED-BROWSE-FIRST = 0
               AND KIXE-KEY <= WS-KEYED-BROWSE-KEY)
               COMPUTE WS-KIX-LO = WS-KIX-MID + 1
           ELSE
               MOVE WS-KIX-MID TO WS-KIX-HI
           END-IF.

       STEP-KIX-BROWSE-ENTRY.
           MOVE WS-KIX-POS TO WS-KIX-MID
           PERFORM READ-KIX-ENTRY
           IF WS-KIX-CAND-KEY NOT = SPACES
               AND KIXE-KEY >= WS-KIX-CAND-KEY
               MOVE 1 TO WS-KIX-DONE
           ELSE
               IF KIXE-SLOT > 0
                   MOVE KIXE-KEY TO WS-KIX-WANT-KEY
                   PERFORM CHECK-KEYED-CACHE-HELD
                   IF WS-KIX-IN-CACHE = 0
                       MOVE KIXE-KEY TO WS-KIX-CAND-KEY
                       MOVE 1 TO WS-KIX-DONE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-KIX-POS.

      *> VIA on an indexed store, past the records the table holds:
      *> the alternate part is not indexed, so the data file is read
      *> through from the top for the first live record whose part
      *> matches, which is then read in like any other.
       SCAN-DISK-FOR-ALT-RECORD.
           MOVE SPACES TO WS-KIX-CAND-KEY
           MOVE WS-KEYED-FILE-PATH TO WS-KIX-SCAN-PATH
           OPEN INPUT KEYED-SCAN-FILE
           IF WS-KIX-SCAN-STATUS = "00"
               MOVE 0 TO WS-KIX-EOF
               PERFORM SCAN-ONE-DISK-ALT-LINE
                   UNTIL WS-KIX-EOF = 1
                   OR WS-KIX-CAND-KEY NOT = SPACES
               CLOSE KEYED-SCAN-FILE
           END-IF
           IF WS-KIX-CAND-KEY NOT = SPACES
               MOVE WS-KEYED-LOOKUP-KEY TO WS-KIX-SAVE-KEY
               MOVE WS-KIX-CAND-KEY TO WS-KEYED-LOOKUP-KEY
               PERFORM LOCATE-KEYED-RECORD
               MOVE WS-KIX-SAVE-KEY TO WS-KEYED-LOOKUP-KEY
           END-IF.

       SCAN-ONE-DISK-ALT-LINE.
           READ KEYED-SCAN-FILE
           IF WS-KIX-SCAN-STATUS NOT = "00"
               MOVE 1 TO WS-KIX-EOF
           ELSE
               IF KEYED-SCAN-RECORD NOT = SPACES
                   AND KEYED-SCAN-RECORD(1:5) NOT = "#VER "
                   PERFORM SPLIT-SCAN-LINE
                   MOVE WS-KIX-REC-VALUE TO WS-KIX-ALT-SOURCE
                   PERFORM EXTRACT-ALT-PART-OF-VALUE
                   IF WS-KIX-REC-KEY NOT = SPACES
                       AND FUNCTION TRIM(WS-KEYED-ALT-VALUE) =
                           FUNCTION TRIM(WS-KEYED-LOOKUP-KEY)
                       MOVE WS-KIX-REC-KEY TO WS-KIX-WANT-KEY
                       PERFORM CHECK-KEYED-CACHE-HELD
                       IF WS-KIX-IN-CACHE = 0
                           MOVE WS-KIX-REC-KEY TO WS-KIX-CAND-KEY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --metrics-rollup [<out-file>] - see WS-MRU-SCRATCH for the
      *> model. The sweep finds every metrics file the runs left
      *> behind; the report closes with the hottest paragraphs.
      *> ---------------------------------------------------------
       METRICS-ROLLUP-RUN.
           IF FUNCTION TRIM(WS-EVENTS-FILE-PATH) NOT = SPACES
               MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
                   WS-MRU-RPT-PATH
           END-IF
           MOVE SPACES TO WS-GATEWAY-CMD
           STRING "find . -maxdepth 3 -name '*.metrics.txt' > "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRU-LST-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-GATEWAY-CMD
           CALL "SYSTEM" USING WS-GATEWAY-CMD
           MOVE 0 TO WS-MRU-APP-COUNT
           MOVE 0 TO WS-MRU-PARA-COUNT
           MOVE WS-MRU-LST-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-MRU-EOF
               PERFORM ROLLUP-ONE-METRICS-FILE
                   UNTIL WS-MRU-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           MOVE WS-MRU-LST-PATH TO WS-AUDIT-LIST-PATH
           CALL "CBL_DELETE_FILE" USING WS-AUDIT-LIST-PATH
           IF WS-MRU-APP-COUNT = 0
               DISPLAY "COBALT: no metrics files found to roll up"
           ELSE
               PERFORM LOAD-PREVIOUS-ROLLUP
               PERFORM SORT-ROLLUP-PARAGRAPHS
               MOVE WS-MRU-RPT-PATH TO WS-HK-RPT-PATH
               OPEN OUTPUT HOUSEKEEP-RPT-FILE
               PERFORM GET-LOCAL-DATE-TIME
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "*METRICS-ROLLUP " DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
               PERFORM WRITE-ONE-ROLLUP-APP
                   VARYING WS-MRU-IDX FROM 1 BY 1
                   UNTIL WS-MRU-IDX > WS-MRU-APP-COUNT
               MOVE "*HOTTEST PARAGRAPHS" TO
                   HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
               PERFORM WRITE-ONE-HOT-PARA
                   VARYING WS-MRU-IDX FROM 1 BY 1
                   UNTIL WS-MRU-IDX > 10
                   OR WS-MRU-IDX > WS-MRU-PARA-COUNT
               CLOSE HOUSEKEEP-RPT-FILE
               PERFORM SAVE-ROLLUP-SNAPSHOT
               DISPLAY "COBALT: metrics rollup - "
                   WS-MRU-APP-COUNT " app(s) in "
                   FUNCTION TRIM(WS-MRU-RPT-PATH)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "METRICS-ROLLUP apps=" DELIMITED BY SIZE
                   WS-MRU-APP-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

       ROLLUP-ONE-METRICS-FILE.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-MRU-EOF
           ELSE
               MOVE FUNCTION TRIM(GATEWAY-RECORD) TO WS-MRU-PATH
               MOVE WS-MRU-PATH TO WS-MRU-CUR-APP
               IF WS-MRU-CUR-APP(1:2) = "./"
                   MOVE WS-MRU-PATH(3:198) TO WS-MRU-CUR-APP
               END-IF
      *> The app's name is the path less its ".metrics.txt" suffix.
               COMPUTE WS-MRU-DELTA =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MRU-CUR-APP))
                   - 12
               IF WS-MRU-DELTA > 0
                   MOVE SPACES TO
                       WS-MRU-CUR-APP(WS-MRU-DELTA + 1:)
               END-IF
               IF WS-MRU-APP-COUNT < 20
                   ADD 1 TO WS-MRU-APP-COUNT
                   MOVE WS-MRU-CUR-APP TO
                       MRU-APP(WS-MRU-APP-COUNT)
                   MOVE 0 TO MRU-RENDERS(WS-MRU-APP-COUNT)
                   MOVE 0 TO MRU-STMTS(WS-MRU-APP-COUNT)
                   MOVE 0 TO MRU-FILEOPS(WS-MRU-APP-COUNT)
                   MOVE 0 TO MRU-PREV-STMTS(WS-MRU-APP-COUNT)
                   MOVE WS-MRU-PATH TO WS-IMPORT-FILE-PATH
                   OPEN INPUT IMPORT-FILE
                   IF WS-IMPORT-FILE-STATUS = "00"
                       MOVE 0 TO WS-MRU-FILE-EOF
                       PERFORM ROLLUP-ONE-METRIC-LINE
                           UNTIL WS-MRU-FILE-EOF = 1
                       CLOSE IMPORT-FILE
                   END-IF
               END-IF
           END-IF.

       ROLLUP-ONE-METRIC-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-MRU-FILE-EOF
           ELSE
               MOVE SPACES TO WS-MRU-KEY WS-MRU-VAL-TXT
                   WS-MRU-W3 WS-MRU-W4
               UNSTRING IMPORT-RECORD DELIMITED BY ALL SPACE
                   INTO WS-MRU-KEY WS-MRU-VAL-TXT WS-MRU-W3
                       WS-MRU-W4
               EVALUATE FUNCTION TRIM(WS-MRU-KEY)
                   WHEN "RENDERS"
                       ADD FUNCTION NUMVAL(WS-MRU-VAL-TXT) TO
                           MRU-RENDERS(WS-MRU-APP-COUNT)
                   WHEN "STATEMENTS"
                       ADD FUNCTION NUMVAL(WS-MRU-VAL-TXT) TO
                           MRU-STMTS(WS-MRU-APP-COUNT)
                   WHEN "FILE-OPS"
                       ADD FUNCTION NUMVAL(WS-MRU-VAL-TXT) TO
                           MRU-FILEOPS(WS-MRU-APP-COUNT)
                   WHEN "PARA"
                       PERFORM ROLLUP-ONE-PARA-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Paragraph tallies merge by name across every app's file,
      *> so a shared hot spot totals once.
       ROLLUP-ONE-PARA-COUNT.
           MOVE 0 TO WS-MRU-IDX2
           PERFORM MATCH-ONE-ROLLUP-PARA
               VARYING WS-MRU-IDX FROM 1 BY 1
               UNTIL WS-MRU-IDX > WS-MRU-PARA-COUNT
               OR WS-MRU-IDX2 NOT = 0
           IF WS-MRU-IDX2 = 0
               AND WS-MRU-PARA-COUNT < 100
               ADD 1 TO WS-MRU-PARA-COUNT
               MOVE WS-MRU-PARA-COUNT TO WS-MRU-IDX2
               MOVE WS-MRU-VAL-TXT TO
                   MRUP-NAME(WS-MRU-IDX2)
               MOVE 0 TO MRUP-RUNS(WS-MRU-IDX2)
           END-IF
           IF WS-MRU-IDX2 NOT = 0
               ADD FUNCTION NUMVAL(WS-MRU-W4) TO
                   MRUP-RUNS(WS-MRU-IDX2)
           END-IF.

       MATCH-ONE-ROLLUP-PARA.
           IF FUNCTION TRIM(MRUP-NAME(WS-MRU-IDX)) =
               FUNCTION TRIM(WS-MRU-VAL-TXT)
               MOVE WS-MRU-IDX TO WS-MRU-IDX2
           END-IF.

      *> Exchange sort, most runs first - the same small-table sort
      *> the SORT statement itself uses.
       SORT-ROLLUP-PARAGRAPHS.
           PERFORM SORT-ONE-ROLLUP-PASS
               VARYING WS-MRU-IDX FROM 1 BY 1
               UNTIL WS-MRU-IDX >= WS-MRU-PARA-COUNT.

       SORT-ONE-ROLLUP-PASS.
           PERFORM SORT-ONE-ROLLUP-PAIR
               VARYING WS-MRU-IDX2 FROM 1 BY 1
               UNTIL WS-MRU-IDX2 >=
                   WS-MRU-PARA-COUNT - WS-MRU-IDX + 1.

       SORT-ONE-ROLLUP-PAIR.
           IF MRUP-RUNS(WS-MRU-IDX2) <
               MRUP-RUNS(WS-MRU-IDX2 + 1)
               MOVE WS-MRU-PARA-ENTRY(WS-MRU-IDX2) TO WS-MRU-SWAP
               MOVE WS-MRU-PARA-ENTRY(WS-MRU-IDX2 + 1) TO
                   WS-MRU-PARA-ENTRY(WS-MRU-IDX2)
               MOVE WS-MRU-SWAP TO
                   WS-MRU-PARA-ENTRY(WS-MRU-IDX2 + 1)
           END-IF.

       WRITE-ONE-ROLLUP-APP.
           COMPUTE WS-MRU-DELTA = MRU-STMTS(WS-MRU-IDX)
               - MRU-PREV-STMTS(WS-MRU-IDX)
           MOVE WS-MRU-DELTA TO WS-MRU-DELTA-EDIT
           MOVE SPACES TO HOUSEKEEP-RPT-RECORD
           STRING FUNCTION TRIM(MRU-APP(WS-MRU-IDX))
                   DELIMITED BY SIZE
               " renders=" DELIMITED BY SIZE
               MRU-RENDERS(WS-MRU-IDX) DELIMITED BY SIZE
               " statements=" DELIMITED BY SIZE
               MRU-STMTS(WS-MRU-IDX) DELIMITED BY SIZE
               " file-ops=" DELIMITED BY SIZE
               MRU-FILEOPS(WS-MRU-IDX) DELIMITED BY SIZE
               " trend=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRU-DELTA-EDIT) DELIMITED BY SIZE
               INTO HOUSEKEEP-RPT-RECORD
           WRITE HOUSEKEEP-RPT-RECORD.

       WRITE-ONE-HOT-PARA.
           MOVE SPACES TO HOUSEKEEP-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(MRUP-NAME(WS-MRU-IDX))
                   DELIMITED BY SIZE
               " runs=" DELIMITED BY SIZE
               MRUP-RUNS(WS-MRU-IDX) DELIMITED BY SIZE
               INTO HOUSEKEEP-RPT-RECORD
           WRITE HOUSEKEEP-RPT-RECORD.

      *> Previous rollup's per-app statement totals - the prior
      *> period the trend column measures against.
       LOAD-PREVIOUS-ROLLUP.
           MOVE WS-MRU-PREV-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-MRU-EOF
               PERFORM LOAD-ONE-PREV-ROLLUP UNTIL WS-MRU-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       LOAD-ONE-PREV-ROLLUP.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-MRU-EOF
           ELSE
               MOVE SPACES TO WS-MRU-KEY WS-MRU-VAL-TXT
               UNSTRING IMPORT-RECORD DELIMITED BY ALL SPACE
                   INTO WS-MRU-KEY WS-MRU-VAL-TXT
               PERFORM MATCH-ONE-PREV-APP
                   VARYING WS-MRU-IDX FROM 1 BY 1
                   UNTIL WS-MRU-IDX > WS-MRU-APP-COUNT
           END-IF.

       MATCH-ONE-PREV-APP.
           IF FUNCTION TRIM(MRU-APP(WS-MRU-IDX)) =
               FUNCTION TRIM(WS-MRU-KEY)
               MOVE FUNCTION NUMVAL(WS-MRU-VAL-TXT) TO
                   MRU-PREV-STMTS(WS-MRU-IDX)
           END-IF.

       SAVE-ROLLUP-SNAPSHOT.
           MOVE WS-MRU-PREV-PATH TO WS-REJECT-FILE-PATH
           OPEN OUTPUT REJECT-FILE
           PERFORM SAVE-ONE-ROLLUP-SNAPSHOT
               VARYING WS-MRU-IDX FROM 1 BY 1
               UNTIL WS-MRU-IDX > WS-MRU-APP-COUNT
           CLOSE REJECT-FILE.

       SAVE-ONE-ROLLUP-SNAPSHOT.
           MOVE SPACES TO REJECT-RECORD
           STRING FUNCTION TRIM(MRU-APP(WS-MRU-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MRU-STMTS(WS-MRU-IDX) DELIMITED BY SIZE
               INTO REJECT-RECORD
           WRITE REJECT-RECORD.

      *> ---------------------------------------------------------
      *> --shift-report <from> <to> [<yymmdd>] - the shift handover
      *> summary (WS-SHR-SCRATCH). Times as HHMM or HHMMSS; the
      *> date defaults to today, and a past date also pulls in that
      *> day's rotated audit archive. The pages themselves come out
      *> of the same report-writer paragraphs GENERATE uses, one
      *> control break per operator.
      *> ---------------------------------------------------------
       SHIFT-REPORT-RUN.
           PERFORM GET-LOCAL-DATE-TIME
           MOVE WS-LOCAL-DATE TO WS-SHR-DATE
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-ARG4-TXT)) = 0
               MOVE FUNCTION NUMVAL(WS-ARG4-TXT) TO WS-SHR-DATE
           END-IF
           MOVE 0 TO WS-SHR-FROM
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-EVENTS-FILE-PATH)) = 0
               MOVE FUNCTION NUMVAL(WS-EVENTS-FILE-PATH) TO
                   WS-SHR-WINDOW-N
               IF WS-SHR-WINDOW-N <= 2400
                   COMPUTE WS-SHR-FROM = WS-SHR-WINDOW-N * 100
               ELSE
                   MOVE WS-SHR-WINDOW-N TO WS-SHR-FROM
               END-IF
           END-IF
           MOVE 235959 TO WS-SHR-TO
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG3-TXT)) = 0
               MOVE FUNCTION NUMVAL(WS-ARG3-TXT) TO WS-SHR-WINDOW-N
               IF WS-SHR-WINDOW-N <= 2400
                   COMPUTE WS-SHR-TO = WS-SHR-WINDOW-N * 100 + 59
               ELSE
                   MOVE WS-SHR-WINDOW-N TO WS-SHR-TO
               END-IF
           END-IF
           MOVE 0 TO WS-SHR-OP-COUNT
           MOVE 0 TO WS-SHR-MAP-COUNT
           PERFORM SCAN-ONE-SHIFT-AUDIT-LOG
           IF WS-SHR-DATE NOT = WS-LOCAL-DATE
      *> A past shift's records may have rotated out of the live
      *> log - the archive swap mirrors the audit query's.
               MOVE WS-AUDIT-FILE-PATH TO WS-AUDIT-LIST-PATH
               MOVE SPACES TO WS-AUDIT-ARCH-PATH
               STRING FUNCTION TRIM(WS-AUDIT-FILE-PATH)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-SHR-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-ARCH-PATH
               MOVE WS-AUDIT-ARCH-PATH TO WS-AUDIT-FILE-PATH
               PERFORM SCAN-ONE-SHIFT-AUDIT-LOG
               MOVE WS-AUDIT-LIST-PATH TO WS-AUDIT-FILE-PATH
           END-IF
           IF WS-SHR-OP-COUNT = 0
               DISPLAY "COBALT: no audit records in that window"
           ELSE
               PERFORM WRITE-SHIFT-REPORT
               DISPLAY "COBALT: shift report - " WS-SHR-OP-COUNT
                   " operator(s) in "
                   FUNCTION TRIM(WS-SHR-RPT-PATH)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "SHIFT-REPORT " DELIMITED BY SIZE
                   WS-SHR-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SHR-FROM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-SHR-TO DELIMITED BY SIZE
                   " operators=" DELIMITED BY SIZE
                   WS-SHR-OP-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

       SCAN-ONE-SHIFT-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 0 TO WS-AUDIT-SCAN-EOF
               PERFORM SCAN-ONE-SHIFT-RECORD
                   UNTIL WS-AUDIT-SCAN-EOF = 1
               CLOSE AUDIT-FILE
           END-IF.

       SCAN-ONE-SHIFT-RECORD.
           READ AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AUDIT-SCAN-EOF
           ELSE
               IF AUDIT-RECORD(1:5) = "#KEY "
                   MOVE AUDIT-RECORD(1:40) TO WS-KEYHDR-LINE
                   PERFORM CHECK-KEY-HEADER-LINE
               ELSE
                   MOVE SPACES TO WS-CRYPT-HEX
                   MOVE AUDIT-RECORD TO WS-CRYPT-HEX
                   MOVE 160 TO WS-CRYPT-LEN
                   PERFORM DECRYPT-LINE-FROM-DISK
                   MOVE WS-CRYPT-PLAIN(1:160) TO WS-AUDIT-SCAN-LINE
                   PERFORM TALLY-ONE-SHIFT-RECORD
               END-IF
           END-IF.

       TALLY-ONE-SHIFT-RECORD.
           MOVE SPACES TO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
               WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
           UNSTRING WS-AUDIT-SCAN-LINE DELIMITED BY ALL SPACE
               INTO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
                   WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-SHR-F-DATE)) = 0
               AND FUNCTION NUMVAL(WS-SHR-F-DATE) = WS-SHR-DATE
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-SHR-F-TIME)) = 0
               MOVE FUNCTION NUMVAL(WS-SHR-F-TIME) TO WS-SHR-TIME-N
               IF WS-SHR-TIME-N >= WS-SHR-FROM
                   AND WS-SHR-TIME-N <= WS-SHR-TO
                   EVALUATE FUNCTION TRIM(WS-SHR-F-TAG)
                       WHEN "AUTH-OK"
                           PERFORM MAP-SHIFT-OPERATOR
                           MOVE FUNCTION TRIM(WS-SHR-F-ELEM) TO
                               WS-SHR-CUR-OP
                           PERFORM FIND-SHIFT-OPERATOR
                           ADD 1 TO SHR-SESSIONS(WS-SHR-OP-NUM)
                       WHEN "NAVIGATE"
                           PERFORM RESOLVE-SHIFT-OPERATOR
                           PERFORM FIND-SHIFT-OPERATOR
                           ADD 1 TO SHR-SCREENS(WS-SHR-OP-NUM)
                       WHEN "ACTION"
                           PERFORM RESOLVE-SHIFT-OPERATOR
                           PERFORM FIND-SHIFT-OPERATOR
                           ADD 1 TO SHR-ACTIONS(WS-SHR-OP-NUM)
                       WHEN "VAL-FAIL"
                           PERFORM RESOLVE-SHIFT-OPERATOR
                           PERFORM FIND-SHIFT-OPERATOR
                           ADD 1 TO SHR-VALFAIL(WS-SHR-OP-NUM)
                       WHEN "ROLE-BLOCKED"
                           PERFORM RESOLVE-SHIFT-OPERATOR
                           PERFORM FIND-SHIFT-OPERATOR
                           ADD 1 TO SHR-BLOCKED(WS-SHR-OP-NUM)
                       WHEN "FILE-ERROR"
                           PERFORM RESOLVE-SHIFT-OPERATOR
                           PERFORM FIND-SHIFT-OPERATOR
                           ADD 1 TO SHR-IOERR(WS-SHR-OP-NUM)
                       WHEN "ACCESS-DENIED"
                           PERFORM RESOLVE-SHIFT-OPERATOR
                           PERFORM FIND-SHIFT-OPERATOR
                           ADD 1 TO SHR-IOERR(WS-SHR-OP-NUM)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *> AUTH-OK hands the app's later records to this operator -
      *> the "tied together from the sign-ins" the supervisors did
      *> by eye.
       MAP-SHIFT-OPERATOR.
           MOVE 0 TO WS-SHR-IDX2
           PERFORM MATCH-ONE-SHIFT-MAP
               VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > WS-SHR-MAP-COUNT
               OR WS-SHR-IDX2 NOT = 0
           IF WS-SHR-IDX2 = 0
               AND WS-SHR-MAP-COUNT < 10
               ADD 1 TO WS-SHR-MAP-COUNT
               MOVE WS-SHR-MAP-COUNT TO WS-SHR-IDX2
               MOVE WS-SHR-F-APP TO SHR-MAP-APP(WS-SHR-IDX2)
           END-IF
           IF WS-SHR-IDX2 NOT = 0
               MOVE FUNCTION TRIM(WS-SHR-F-ELEM) TO
                   SHR-MAP-OP(WS-SHR-IDX2)
           END-IF.

       MATCH-ONE-SHIFT-MAP.
           IF FUNCTION TRIM(SHR-MAP-APP(WS-SHR-IDX)) =
               FUNCTION TRIM(WS-SHR-F-APP)
               MOVE WS-SHR-IDX TO WS-SHR-IDX2
           END-IF.

       RESOLVE-SHIFT-OPERATOR.
           MOVE 0 TO WS-SHR-IDX2
           PERFORM MATCH-ONE-SHIFT-MAP
               VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > WS-SHR-MAP-COUNT
               OR WS-SHR-IDX2 NOT = 0
           IF WS-SHR-IDX2 = 0
               MOVE "(no sign-in)" TO WS-SHR-CUR-OP
           ELSE
               MOVE SHR-MAP-OP(WS-SHR-IDX2) TO WS-SHR-CUR-OP
           END-IF.

       FIND-SHIFT-OPERATOR.
           MOVE 0 TO WS-SHR-OP-NUM
           PERFORM MATCH-ONE-SHIFT-OP
               VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > WS-SHR-OP-COUNT
               OR WS-SHR-OP-NUM NOT = 0
           IF WS-SHR-OP-NUM = 0
               ADD 1 TO WS-SHR-OP-COUNT
               MOVE WS-SHR-OP-COUNT TO WS-SHR-OP-NUM
               MOVE WS-SHR-CUR-OP TO SHR-OPERATOR(WS-SHR-OP-NUM)
               MOVE 0 TO SHR-SESSIONS(WS-SHR-OP-NUM)
               MOVE 0 TO SHR-SCREENS(WS-SHR-OP-NUM)
               MOVE 0 TO SHR-ACTIONS(WS-SHR-OP-NUM)
               MOVE 0 TO SHR-VALFAIL(WS-SHR-OP-NUM)
               MOVE 0 TO SHR-BLOCKED(WS-SHR-OP-NUM)
               MOVE 0 TO SHR-IOERR(WS-SHR-OP-NUM)
           END-IF.

       MATCH-ONE-SHIFT-OP.
           IF FUNCTION TRIM(SHR-OPERATOR(WS-SHR-IDX)) =
               FUNCTION TRIM(WS-SHR-CUR-OP)
               MOVE WS-SHR-IDX TO WS-SHR-OP-NUM
           END-IF.

      *> One synthetic report definition in slot 1 (a utility mode
      *> parses no app, so the table is free), then the ordinary
      *> report-writer paragraphs do the pages, the per-operator
      *> control breaks, and the control-total trailer.
       WRITE-SHIFT-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "SHIFT-REPORT" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 2 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "SHIFT HANDOVER REPORT  " DELIMITED BY SIZE
               WS-SHR-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SHR-FROM DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-SHR-TO DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF SHIFT REPORT" TO REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE WS-SHR-RPT-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           PERFORM WRITE-ONE-SHIFT-GROUP
               VARYING WS-SHR-OP-NUM FROM 1 BY 1
               UNTIL WS-SHR-OP-NUM > WS-SHR-OP-COUNT
           PERFORM WRITE-SHIFT-UNREAD-GROUP
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE.

      *> Report-inbox items still unread REPORT-UNREAD-DAYS or more
      *> days after delivery, as of today - one group closing the
      *> report, absent when there are none.
       WRITE-SHIFT-UNREAD-GROUP.
           PERFORM GET-LOCAL-DATE-TIME
           COMPUTE WS-RIB-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               20000000 + WS-LOCAL-DATE)
           MOVE SPACES TO WS-RIB-OPERATOR
           PERFORM LOAD-REPORT-INBOX
           MOVE 0 TO WS-RIB-UNREAD
           PERFORM COUNT-ONE-OVERDUE-UNREAD
               VARYING WS-RIB-IDX FROM 1 BY 1
               UNTIL WS-RIB-IDX > WS-RIB-COUNT
           IF WS-RIB-UNREAD > 0
               MOVE "UNREAD REPORTS" TO WS-RPT-CONTROL-PREV
               MOVE WS-RIB-UNREAD-DAYS TO WS-RIB-AGE-EDIT
               MOVE SPACES TO WS-RPT-LINE-BUILD
               STRING "UNREAD REPORTS  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RIB-AGE-EDIT) DELIMITED BY SIZE
                   "+ DAYS IN AN OPERATOR'S INBOX" DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
               PERFORM WRITE-SHIFT-DETAIL-LINE
               PERFORM WRITE-ONE-SHIFT-UNREAD
                   VARYING WS-RIB-IDX FROM 1 BY 1
                   UNTIL WS-RIB-IDX > WS-RIB-COUNT
               PERFORM WRITE-REPORT-CONTROL-BREAK
           END-IF.

       COUNT-ONE-OVERDUE-UNREAD.
           PERFORM AGE-ONE-INBOX-ITEM
           IF RIB-STATUS(WS-RIB-IDX) = "UNREAD"
               AND WS-RIB-AGE >= WS-RIB-UNREAD-DAYS
               ADD 1 TO WS-RIB-UNREAD
           END-IF.

       AGE-ONE-INBOX-ITEM.
           MOVE 0 TO WS-RIB-AGE
           IF RIB-DATE(WS-RIB-IDX) IS NUMERIC
               COMPUTE WS-RIB-ITEM-INT = FUNCTION INTEGER-OF-DATE(
                   20000000 + FUNCTION NUMVAL(RIB-DATE(WS-RIB-IDX)))
               IF WS-RIB-ITEM-INT < WS-RIB-TODAY-INT
                   COMPUTE WS-RIB-AGE =
                       WS-RIB-TODAY-INT - WS-RIB-ITEM-INT
               END-IF
           END-IF.

       WRITE-ONE-SHIFT-UNREAD.
           PERFORM AGE-ONE-INBOX-ITEM
           IF RIB-STATUS(WS-RIB-IDX) = "UNREAD"
               AND WS-RIB-AGE >= WS-RIB-UNREAD-DAYS
               MOVE WS-RIB-AGE TO WS-RIB-AGE-EDIT
               MOVE SPACES TO WS-RPT-LINE-BUILD
               STRING "  " DELIMITED BY SIZE
                   RIB-OPER(WS-RIB-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RIB-JOB(WS-RIB-IDX)(1:24) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RIB-REPORT(WS-RIB-IDX)(1:20) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RIB-DATE(WS-RIB-IDX) DELIMITED BY SIZE
                   WS-RIB-AGE-EDIT DELIMITED BY SIZE
                   " DAY(S)" DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
               PERFORM WRITE-SHIFT-DETAIL-LINE
           END-IF.

       WRITE-ONE-SHIFT-GROUP.
           MOVE FUNCTION TRIM(SHR-OPERATOR(WS-SHR-OP-NUM)) TO
               WS-RPT-CONTROL-PREV
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "OPERATOR  " DELIMITED BY SIZE
               FUNCTION TRIM(SHR-OPERATOR(WS-SHR-OP-NUM))
                   DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE
           MOVE SHR-SESSIONS(WS-SHR-OP-NUM) TO WS-SHR-CNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  SESSIONS              " DELIMITED BY SIZE
               WS-SHR-CNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE
           MOVE SHR-SCREENS(WS-SHR-OP-NUM) TO WS-SHR-CNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  SCREENS VISITED       " DELIMITED BY SIZE
               WS-SHR-CNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE
           MOVE SHR-ACTIONS(WS-SHR-OP-NUM) TO WS-SHR-CNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  ACTIONS TAKEN         " DELIMITED BY SIZE
               WS-SHR-CNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE
           MOVE SHR-VALFAIL(WS-SHR-OP-NUM) TO WS-SHR-CNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  VALIDATION FAILURES   " DELIMITED BY SIZE
               WS-SHR-CNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE
           MOVE SHR-BLOCKED(WS-SHR-OP-NUM) TO WS-SHR-CNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  BLOCKED ROLE ATTEMPTS " DELIMITED BY SIZE
               WS-SHR-CNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE
           MOVE SHR-IOERR(WS-SHR-OP-NUM) TO WS-SHR-CNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  FILE I/O ERRORS       " DELIMITED BY SIZE
               WS-SHR-CNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE
           PERFORM WRITE-REPORT-CONTROL-BREAK.

       WRITE-SHIFT-DETAIL-LINE.
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-RPT-DETAIL-TOTAL
           ADD 1 TO WS-RPT-CONTROL-COUNT.

      *> ---------------------------------------------------------
      *> --sod-report [<yymm>] - see WS-SOD-SCRATCH for the model.
      *> The month defaults to the current one. Findings go to the
      *> spool as one job with a control break per kind of finding;
      *> any finding at all ends the run with exit code 4 so a
      *> scheduled monthly run shows up on the operations board.
      *> ---------------------------------------------------------
       SOD-REPORT-RUN.
           PERFORM GET-LOCAL-DATE-TIME
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-SOD-MONTH
           IF WS-SOD-MONTH = SPACES
               MOVE WS-LOCAL-DATE(1:4) TO WS-SOD-MONTH
           END-IF
           IF WS-SOD-MONTH IS NOT NUMERIC
               OR WS-SOD-MONTH(3:2) < "01"
               OR WS-SOD-MONTH(3:2) > "12"
               DISPLAY "COBALT: usage - --sod-report [<yymm>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               IF WS-SOD-CONF-COUNT = 0
                   MOVE 1 TO WS-SOD-CONF-COUNT
                   MOVE "student" TO SOD-CONF-ROLE-A(1)
                   MOVE "grader" TO SOD-CONF-ROLE-B(1)
               END-IF
               PERFORM LOAD-USER-FILE
               MOVE 0 TO WS-SOD-PAIR-COUNT
               MOVE 0 TO WS-SOD-FIND-COUNT
               MOVE 0 TO WS-SOD-APPROVED-N
               INITIALIZE WS-SOD-CLASS-TOTALS
               PERFORM CLEAR-ONE-SOD-SIGNIN
                   VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > 20
               PERFORM SCAN-SOD-AUDIT
               PERFORM FIND-SOD-MUTUAL-PAIRS
               PERFORM LOAD-APPROVAL-QUEUE
               PERFORM CHECK-ONE-SOD-PENDING
                   VARYING WS-APPR-IDX FROM 1 BY 1
                   UNTIL WS-APPR-IDX > WS-APPR-COUNT
               PERFORM CHECK-ONE-SOD-ACCOUNT
                   VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-USER-COUNT
               PERFORM WRITE-SOD-REPORT
               DISPLAY "COBALT: segregation-of-duties review "
                   WS-SOD-MONTH " - " WS-SOD-FIND-COUNT
                   " finding(s), spooled as "
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "SOD-REPORT " DELIMITED BY SIZE
                   WS-SOD-MONTH DELIMITED BY SIZE
                   " findings=" DELIMITED BY SIZE
                   WS-SOD-FIND-COUNT DELIMITED BY SIZE
                   " job=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
               IF WS-SOD-FIND-COUNT > 0
                   MOVE 4 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF.

       CLEAR-ONE-SOD-SIGNIN.
           MOVE 0 TO SOD-SIGNIN-TIMES(WS-SOD-IDX)
           MOVE 0 TO SOD-SIGNIN-FIRST(WS-SOD-IDX)
           MOVE 0 TO SOD-SIGNIN-LAST(WS-SOD-IDX).

      *> The month's per-day archives first, then whatever of the
      *> month is still in the live log - the month pack's order.
       SCAN-SOD-AUDIT.
           MOVE WS-AUDIT-FILE-PATH TO WS-MPK-AUDIT-BASE
           PERFORM SCAN-ONE-SOD-ARCHIVE
               VARYING WS-MPK-DAY FROM 1 BY 1
               UNTIL WS-MPK-DAY > 31
           MOVE WS-MPK-AUDIT-BASE TO WS-AUDIT-FILE-PATH
           PERFORM SCAN-ONE-SOD-AUDIT-LOG.

       SCAN-ONE-SOD-ARCHIVE.
           MOVE SPACES TO WS-MPK-DAY-TXT
           STRING WS-SOD-MONTH DELIMITED BY SIZE
               WS-MPK-DAY DELIMITED BY SIZE
               INTO WS-MPK-DAY-TXT
           MOVE SPACES TO WS-AUDIT-ARCH-PATH
           STRING FUNCTION TRIM(WS-MPK-AUDIT-BASE) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-MPK-DAY-TXT DELIMITED BY SIZE
               INTO WS-AUDIT-ARCH-PATH
           MOVE WS-AUDIT-ARCH-PATH TO WS-AUDIT-FILE-PATH
           PERFORM SCAN-ONE-SOD-AUDIT-LOG.

       SCAN-ONE-SOD-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 0 TO WS-AUDIT-SCAN-EOF
               PERFORM SCAN-ONE-SOD-RECORD
                   UNTIL WS-AUDIT-SCAN-EOF = 1
               CLOSE AUDIT-FILE
           END-IF.

       SCAN-ONE-SOD-RECORD.
           READ AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AUDIT-SCAN-EOF
           ELSE
               IF AUDIT-RECORD(1:5) = "#KEY "
                   MOVE AUDIT-RECORD(1:40) TO WS-KEYHDR-LINE
                   PERFORM CHECK-KEY-HEADER-LINE
               ELSE
                   MOVE SPACES TO WS-CRYPT-HEX
                   MOVE AUDIT-RECORD TO WS-CRYPT-HEX
                   MOVE 160 TO WS-CRYPT-LEN
                   PERFORM DECRYPT-LINE-FROM-DISK
                   MOVE WS-CRYPT-PLAIN(1:160) TO WS-AUDIT-SCAN-LINE
                   PERFORM TALLY-ONE-SOD-RECORD
               END-IF
           END-IF.

       TALLY-ONE-SOD-RECORD.
           MOVE SPACES TO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
               WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
           UNSTRING WS-AUDIT-SCAN-LINE DELIMITED BY ALL SPACE
               INTO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
                   WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
           IF WS-SHR-F-DATE(1:4) = WS-SOD-MONTH
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-SHR-F-SEQ)) = 0
               MOVE FUNCTION NUMVAL(WS-SHR-F-SEQ) TO WS-SOD-SEQ-N
               EVALUATE FUNCTION TRIM(WS-SHR-F-TAG)
                   WHEN "APPROVED"
                       PERFORM TALLY-ONE-SOD-APPROVAL
                   WHEN "AUTH-OK"
                       PERFORM TALLY-ONE-SOD-SIGNIN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> "APPROVED <elem> -> <action> by=<requester> approved-by=
      *> <approver>", with the chain hash still trailing the line.
       TALLY-ONE-SOD-APPROVAL.
           ADD 1 TO WS-SOD-APPROVED-N
           MOVE SPACES TO WS-SOD-JUNK WS-SOD-REST
               WS-SOD-REQUESTER WS-SOD-APPROVER
           UNSTRING WS-AUDIT-SCAN-LINE DELIMITED BY " by="
               INTO WS-SOD-JUNK WS-SOD-REST
           UNSTRING WS-SOD-REST DELIMITED BY " approved-by="
               INTO WS-SOD-REQUESTER WS-SOD-JUNK
           UNSTRING WS-SOD-JUNK DELIMITED BY ALL SPACE
               INTO WS-SOD-APPROVER
           IF WS-SOD-REQUESTER = WS-SOD-APPROVER
               MOVE "SELF-APPROVAL" TO WS-SOD-CLASS
               MOVE SPACES TO WS-SOD-TEXT
               STRING "seq " DELIMITED BY SIZE
                   WS-SOD-SEQ-N DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SHR-F-DATE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-SHR-F-TIME DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOD-APPROVER) DELIMITED BY SIZE
                   " approved own request " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHR-F-ELEM) DELIMITED BY SIZE
                   INTO WS-SOD-TEXT
               PERFORM ADD-SOD-FINDING
               ADD 1 TO WS-SOD-N-SELF
           ELSE
               MOVE 0 TO WS-SOD-HIT
               PERFORM MATCH-ONE-SOD-PAIR
                   VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-PAIR-COUNT
                   OR WS-SOD-HIT NOT = 0
               IF WS-SOD-HIT = 0 AND WS-SOD-PAIR-COUNT < 100
                   ADD 1 TO WS-SOD-PAIR-COUNT
                   MOVE WS-SOD-PAIR-COUNT TO WS-SOD-HIT
                   MOVE WS-SOD-APPROVER TO
                       SOD-PAIR-APPROVER(WS-SOD-HIT)
                   MOVE WS-SOD-REQUESTER TO
                       SOD-PAIR-REQUESTER(WS-SOD-HIT)
                   MOVE 0 TO SOD-PAIR-TIMES(WS-SOD-HIT)
                   MOVE WS-SOD-SEQ-N TO SOD-PAIR-FIRST(WS-SOD-HIT)
               END-IF
               IF WS-SOD-HIT NOT = 0
                   ADD 1 TO SOD-PAIR-TIMES(WS-SOD-HIT)
                   MOVE WS-SOD-SEQ-N TO SOD-PAIR-LAST(WS-SOD-HIT)
               END-IF
           END-IF.

       MATCH-ONE-SOD-PAIR.
           IF SOD-PAIR-APPROVER(WS-SOD-IDX) = WS-SOD-APPROVER
               AND SOD-PAIR-REQUESTER(WS-SOD-IDX) = WS-SOD-REQUESTER
               MOVE WS-SOD-IDX TO WS-SOD-HIT
           END-IF.

       TALLY-ONE-SOD-SIGNIN.
           MOVE FUNCTION TRIM(WS-SHR-F-ELEM) TO WS-AUTH-USER-TXT
           MOVE 0 TO WS-AUTH-FOUND-IDX
           PERFORM SCAN-ONE-AUTH-USER
               VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
               UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-USER-COUNT
           IF WS-AUTH-FOUND-IDX NOT = 0
               ADD 1 TO SOD-SIGNIN-TIMES(WS-AUTH-FOUND-IDX)
               IF SOD-SIGNIN-FIRST(WS-AUTH-FOUND-IDX) = 0
                   MOVE WS-SOD-SEQ-N TO
                       SOD-SIGNIN-FIRST(WS-AUTH-FOUND-IDX)
               END-IF
               MOVE WS-SOD-SEQ-N TO SOD-SIGNIN-LAST(WS-AUTH-FOUND-IDX)
           END-IF.

      *> A pair is mutual when each side approved the other and
      *> nobody else all month - reported once, from the side whose
      *> name sorts first.
       FIND-SOD-MUTUAL-PAIRS.
           PERFORM CHECK-ONE-SOD-PAIR
               VARYING WS-SOD-IDX FROM 1 BY 1
               UNTIL WS-SOD-IDX > WS-SOD-PAIR-COUNT.

       CHECK-ONE-SOD-PAIR.
           IF SOD-PAIR-APPROVER(WS-SOD-IDX) <
               SOD-PAIR-REQUESTER(WS-SOD-IDX)
               MOVE 0 TO WS-SOD-HIT
               PERFORM MATCH-ONE-SOD-PARTNER
                   VARYING WS-SOD-IDX2 FROM 1 BY 1
                   UNTIL WS-SOD-IDX2 > WS-SOD-PAIR-COUNT
                   OR WS-SOD-HIT NOT = 0
               IF WS-SOD-HIT NOT = 0
                   MOVE SOD-PAIR-APPROVER(WS-SOD-IDX) TO
                       WS-SOD-APPROVER
                   PERFORM COUNT-SOD-APPROVER-SPREAD
                   MOVE WS-SOD-OTHERS TO WS-SOD-A-SPREAD
                   MOVE SOD-PAIR-REQUESTER(WS-SOD-IDX) TO
                       WS-SOD-APPROVER
                   PERFORM COUNT-SOD-APPROVER-SPREAD
                   MOVE WS-SOD-OTHERS TO WS-SOD-B-SPREAD
                   IF WS-SOD-A-SPREAD = 1 AND WS-SOD-B-SPREAD = 1
                       PERFORM ADD-SOD-MUTUAL-FINDING
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-SOD-PARTNER.
           IF SOD-PAIR-APPROVER(WS-SOD-IDX2) =
               SOD-PAIR-REQUESTER(WS-SOD-IDX)
               AND SOD-PAIR-REQUESTER(WS-SOD-IDX2) =
                   SOD-PAIR-APPROVER(WS-SOD-IDX)
               MOVE WS-SOD-IDX2 TO WS-SOD-HIT
           END-IF.

       COUNT-SOD-APPROVER-SPREAD.
           MOVE 0 TO WS-SOD-OTHERS
           PERFORM COUNT-ONE-SOD-SPREAD
               VARYING WS-SOD-IDX2 FROM 1 BY 1
               UNTIL WS-SOD-IDX2 > WS-SOD-PAIR-COUNT.

       COUNT-ONE-SOD-SPREAD.
           IF SOD-PAIR-APPROVER(WS-SOD-IDX2) = WS-SOD-APPROVER
               ADD 1 TO WS-SOD-OTHERS
           END-IF.

       ADD-SOD-MUTUAL-FINDING.
           MOVE "MUTUAL-PAIR" TO WS-SOD-CLASS
           MOVE SOD-PAIR-TIMES(WS-SOD-IDX) TO WS-SOD-CNT-EDIT
           MOVE SOD-PAIR-TIMES(WS-SOD-HIT) TO WS-SOD-CNT-EDIT2
           MOVE SPACES TO WS-SOD-TEXT
           STRING FUNCTION TRIM(SOD-PAIR-APPROVER(WS-SOD-IDX))
                   DELIMITED BY SIZE
               " approved " DELIMITED BY SIZE
               FUNCTION TRIM(SOD-PAIR-REQUESTER(WS-SOD-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOD-CNT-EDIT) DELIMITED BY SIZE
               "x seq " DELIMITED BY SIZE
               SOD-PAIR-FIRST(WS-SOD-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SOD-PAIR-LAST(WS-SOD-IDX) DELIMITED BY SIZE
               ", and back " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOD-CNT-EDIT2) DELIMITED BY SIZE
               "x seq " DELIMITED BY SIZE
               SOD-PAIR-FIRST(WS-SOD-HIT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SOD-PAIR-LAST(WS-SOD-HIT) DELIMITED BY SIZE
               "; no other approvals" DELIMITED BY SIZE
               INTO WS-SOD-TEXT
           PERFORM ADD-SOD-FINDING
           ADD 1 TO WS-SOD-N-MUTUAL.

      *> A parked request is stuck with nobody but its own requester
      *> holding the role it waits for - the approval can only ever
      *> be got round, not given.
       CHECK-ONE-SOD-PENDING.
           MOVE WS-CURRENT-ROLE TO WS-SOD-ROLE-SAVE
           MOVE 0 TO WS-SOD-OTHERS
           PERFORM COUNT-ONE-SOD-APPROVER
               VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
               UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-USER-COUNT
           MOVE WS-SOD-ROLE-SAVE TO WS-CURRENT-ROLE
           IF WS-SOD-OTHERS = 0
               MOVE "SOLE-APPROVER" TO WS-SOD-CLASS
               MOVE SPACES TO WS-SOD-TEXT
               STRING "pending " DELIMITED BY SIZE
                   FUNCTION TRIM(APPR-ELEM(WS-APPR-IDX))
                       DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(APPR-ACTION(WS-APPR-IDX))
                       DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(APPR-REQUESTER(WS-APPR-IDX))
                       DELIMITED BY SIZE
                   ": no other account holds " DELIMITED BY SIZE
                   FUNCTION TRIM(APPR-ROLE(WS-APPR-IDX))
                       DELIMITED BY SIZE
                   INTO WS-SOD-TEXT
               PERFORM ADD-SOD-FINDING
               ADD 1 TO WS-SOD-N-SOLE
           END-IF.

       COUNT-ONE-SOD-APPROVER.
           IF AUTH-USER-NAME(WS-AUTH-SCAN-IDX) NOT =
               APPR-REQUESTER(WS-APPR-IDX)
               MOVE AUTH-USER-ROLES(WS-AUTH-SCAN-IDX) TO
                   WS-CURRENT-ROLE
               MOVE APPR-ROLE(WS-APPR-IDX) TO WS-ROLE-WANTED
               PERFORM MATCH-ROLE-IN-LIST
               IF WS-ROLE-MATCHED = 1
                   ADD 1 TO WS-SOD-OTHERS
               END-IF
           END-IF.

      *> Every conflict pair the account's role list holds both
      *> halves of, with the month's sign-ins as the evidence that
      *> the account is live.
       CHECK-ONE-SOD-ACCOUNT.
           MOVE WS-CURRENT-ROLE TO WS-SOD-ROLE-SAVE
           MOVE AUTH-USER-ROLES(WS-AUTH-SCAN-IDX) TO WS-CURRENT-ROLE
           PERFORM CHECK-ONE-SOD-CONFLICT
               VARYING WS-SOD-IDX FROM 1 BY 1
               UNTIL WS-SOD-IDX > WS-SOD-CONF-COUNT
           MOVE WS-SOD-ROLE-SAVE TO WS-CURRENT-ROLE.

       CHECK-ONE-SOD-CONFLICT.
           MOVE SOD-CONF-ROLE-A(WS-SOD-IDX) TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           MOVE WS-ROLE-MATCHED TO WS-SOD-HAS-A
           MOVE SOD-CONF-ROLE-B(WS-SOD-IDX) TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           IF WS-SOD-HAS-A = 1 AND WS-ROLE-MATCHED = 1
               MOVE "ROLE-CONFLICT" TO WS-SOD-CLASS
               MOVE SPACES TO WS-SOD-TEXT
               MOVE SOD-SIGNIN-TIMES(WS-AUTH-SCAN-IDX) TO
                   WS-SOD-CNT-EDIT
               IF SOD-SIGNIN-TIMES(WS-AUTH-SCAN-IDX) = 0
                   STRING FUNCTION TRIM(
                           AUTH-USER-NAME(WS-AUTH-SCAN-IDX))
                           DELIMITED BY SIZE
                       " holds " DELIMITED BY SIZE
                       FUNCTION TRIM(SOD-CONF-ROLE-A(WS-SOD-IDX))
                           DELIMITED BY SIZE
                       " + " DELIMITED BY SIZE
                       FUNCTION TRIM(SOD-CONF-ROLE-B(WS-SOD-IDX))
                           DELIMITED BY SIZE
                       "; no sign-in this month" DELIMITED BY SIZE
                       INTO WS-SOD-TEXT
               ELSE
                   STRING FUNCTION TRIM(
                           AUTH-USER-NAME(WS-AUTH-SCAN-IDX))
                           DELIMITED BY SIZE
                       " holds " DELIMITED BY SIZE
                       FUNCTION TRIM(SOD-CONF-ROLE-A(WS-SOD-IDX))
                           DELIMITED BY SIZE
                       " + " DELIMITED BY SIZE
                       FUNCTION TRIM(SOD-CONF-ROLE-B(WS-SOD-IDX))
                           DELIMITED BY SIZE
                       "; signed in " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SOD-CNT-EDIT)
                           DELIMITED BY SIZE
                       "x seq " DELIMITED BY SIZE
                       SOD-SIGNIN-FIRST(WS-AUTH-SCAN-IDX)
                           DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       SOD-SIGNIN-LAST(WS-AUTH-SCAN-IDX)
                           DELIMITED BY SIZE
                       INTO WS-SOD-TEXT
               END-IF
               PERFORM ADD-SOD-FINDING
               ADD 1 TO WS-SOD-N-ROLES
           END-IF.

       ADD-SOD-FINDING.
           IF WS-SOD-FIND-COUNT < 100
               ADD 1 TO WS-SOD-FIND-COUNT
               MOVE WS-SOD-CLASS TO SOD-FIND-CLASS(WS-SOD-FIND-COUNT)
               MOVE WS-SOD-TEXT TO SOD-FIND-TEXT(WS-SOD-FIND-COUNT)
           END-IF.

      *> Synthetic report definition in slot 1, as the shift report
      *> does, but spooled like the month pack - the auditors take
      *> it from the print queue. One control-break group per kind
      *> of finding, always in the same order, each with its own
      *> count even when it is zero.
       WRITE-SOD-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "SOD-REPORT" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 2 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "SEGREGATION OF DUTIES REVIEW  " DELIMITED BY SIZE
               WS-SOD-MONTH DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF SEGREGATION OF DUTIES REVIEW" TO
               REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "sod-report" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "sod-report-" DELIMITED BY SIZE
               WS-SOD-MONTH DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           MOVE WS-SOD-APPROVED-N TO WS-SHR-CNT-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "APPROVALS IN MONTH  " DELIMITED BY SIZE
               WS-SHR-CNT-EDIT DELIMITED BY SIZE
               "   PENDING  " DELIMITED BY SIZE
               WS-APPR-COUNT DELIMITED BY SIZE
               "   ACCOUNTS  " DELIMITED BY SIZE
               WS-AUTH-USER-COUNT DELIMITED BY SIZE
               "   CONFLICT RULES  " DELIMITED BY SIZE
               WS-SOD-CONF-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ONE-SOD-GROUP
               VARYING WS-SOD-CLASS-IDX FROM 1 BY 1
               UNTIL WS-SOD-CLASS-IDX > 4
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE.

       WRITE-ONE-SOD-GROUP.
           EVALUATE WS-SOD-CLASS-IDX
               WHEN 1
                   MOVE "SELF-APPROVAL" TO WS-SOD-CLASS
               WHEN 2
                   MOVE "MUTUAL-PAIR" TO WS-SOD-CLASS
               WHEN 3
                   MOVE "SOLE-APPROVER" TO WS-SOD-CLASS
               WHEN OTHER
                   MOVE "ROLE-CONFLICT" TO WS-SOD-CLASS
           END-EVALUATE
           MOVE WS-SOD-CLASS TO WS-RPT-CONTROL-PREV
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE WS-SOD-CLASS TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ONE-SOD-FINDING
               VARYING WS-SOD-IDX FROM 1 BY 1
               UNTIL WS-SOD-IDX > WS-SOD-FIND-COUNT
           IF WS-RPT-CONTROL-COUNT = 0
               MOVE "  (none)" TO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-CONTROL-BREAK.

       WRITE-ONE-SOD-FINDING.
           IF SOD-FIND-CLASS(WS-SOD-IDX) = WS-SOD-CLASS
               MOVE SPACES TO WS-RPT-LINE-BUILD
               STRING "  " DELIMITED BY SIZE
                   SOD-FIND-TEXT(WS-SOD-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
               PERFORM WRITE-SHIFT-DETAIL-LINE
           END-IF.

      *> ---------------------------------------------------------
      *> --keyverify-report [<yymmdd>] - see WS-KV-SCRATCH. The day
      *> defaults to today. Reads the day's audit archive, then
      *> the live log, for KEY-VERIFY records and spools one line
      *> per operator: values keyed and compared, matched,
      *> missed (mismatched), the mismatch rate, and how many of
      *> other operators' values they checked as verifier.
      *> ---------------------------------------------------------
       KEYVERIFY-REPORT-RUN.
           PERFORM GET-LOCAL-DATE-TIME
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-KV-DAY
           IF WS-KV-DAY = SPACES
               MOVE WS-LOCAL-DATE TO WS-KV-DAY
           END-IF
           IF WS-KV-DAY IS NOT NUMERIC
               OR WS-KV-DAY(3:2) < "01"
               OR WS-KV-DAY(3:2) > "12"
               OR WS-KV-DAY(5:2) < "01"
               OR WS-KV-DAY(5:2) > "31"
               DISPLAY "COBALT: usage - --keyverify-report [<yymmdd>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE 0 TO WS-KV-OP-COUNT
               MOVE 0 TO WS-KV-TOT-KEYED
               MOVE 0 TO WS-KV-TOT-MISSED
               MOVE WS-AUDIT-FILE-PATH TO WS-MPK-AUDIT-BASE
               MOVE SPACES TO WS-AUDIT-ARCH-PATH
               STRING FUNCTION TRIM(WS-MPK-AUDIT-BASE)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-KV-DAY DELIMITED BY SIZE
                   INTO WS-AUDIT-ARCH-PATH
               MOVE WS-AUDIT-ARCH-PATH TO WS-AUDIT-FILE-PATH
               PERFORM SCAN-ONE-KV-AUDIT-LOG
               MOVE WS-MPK-AUDIT-BASE TO WS-AUDIT-FILE-PATH
               PERFORM SCAN-ONE-KV-AUDIT-LOG
               PERFORM LOAD-KEY-VERIFY-QUEUE
               PERFORM WRITE-KEYVERIFY-REPORT
               DISPLAY "COBALT: key verification " WS-KV-DAY " - "
                   WS-KV-TOT-KEYED " keyed, " WS-KV-TOT-MISSED
                   " mismatched, spooled as "
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "KEYVERIFY-REPORT " DELIMITED BY SIZE
                   WS-KV-DAY DELIMITED BY SIZE
                   " keyed=" DELIMITED BY SIZE
                   WS-KV-TOT-KEYED DELIMITED BY SIZE
                   " mismatched=" DELIMITED BY SIZE
                   WS-KV-TOT-MISSED DELIMITED BY SIZE
                   " job=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

       SCAN-ONE-KV-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 0 TO WS-AUDIT-SCAN-EOF
               PERFORM SCAN-ONE-KV-RECORD
                   UNTIL WS-AUDIT-SCAN-EOF = 1
               CLOSE AUDIT-FILE
           END-IF.

       SCAN-ONE-KV-RECORD.
           READ AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AUDIT-SCAN-EOF
           ELSE
               IF AUDIT-RECORD(1:5) = "#KEY "
                   MOVE AUDIT-RECORD(1:40) TO WS-KEYHDR-LINE
                   PERFORM CHECK-KEY-HEADER-LINE
               ELSE
                   MOVE SPACES TO WS-CRYPT-HEX
                   MOVE AUDIT-RECORD TO WS-CRYPT-HEX
                   MOVE 160 TO WS-CRYPT-LEN
                   PERFORM DECRYPT-LINE-FROM-DISK
                   MOVE WS-CRYPT-PLAIN(1:160) TO WS-AUDIT-SCAN-LINE
                   PERFORM TALLY-ONE-KV-RECORD
               END-IF
           END-IF.

      *> "KEY-VERIFY <field> MATCH|MISMATCH by=<op>
      *> [verified-by=<op>]", the chain hash trailing the line.
       TALLY-ONE-KV-RECORD.
           MOVE SPACES TO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
               WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
               WS-KV-REC-RESULT WS-KV-REC-BY WS-KV-REC-VBY
           UNSTRING WS-AUDIT-SCAN-LINE DELIMITED BY ALL SPACE
               INTO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
                   WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
                   WS-KV-REC-RESULT WS-KV-REC-BY WS-KV-REC-VBY
           IF WS-SHR-F-DATE(1:6) = WS-KV-DAY
               AND WS-SHR-F-TAG = "KEY-VERIFY"
               AND WS-KV-REC-BY(1:3) = "by="
               MOVE WS-KV-REC-BY(4:) TO WS-KV-OP-WANTED
               PERFORM FIND-KV-REPORT-OPERATOR
               ADD 1 TO KV-OP-KEYED(WS-KV-OP-HIT)
               ADD 1 TO WS-KV-TOT-KEYED
               IF WS-KV-REC-RESULT = "MATCH"
                   ADD 1 TO KV-OP-MATCHED(WS-KV-OP-HIT)
               ELSE
                   ADD 1 TO KV-OP-MISSED(WS-KV-OP-HIT)
                   ADD 1 TO WS-KV-TOT-MISSED
               END-IF
               IF WS-KV-REC-VBY(1:12) = "verified-by="
                   MOVE WS-KV-REC-VBY(13:) TO WS-KV-OP-WANTED
                   PERFORM FIND-KV-REPORT-OPERATOR
                   ADD 1 TO KV-OP-VERIFIED(WS-KV-OP-HIT)
               END-IF
           END-IF.

      *> First sight of an operator adds their row; past the table's
      *> 50 rows everyone else is tallied on the last.
       FIND-KV-REPORT-OPERATOR.
           MOVE 0 TO WS-KV-OP-HIT
           PERFORM MATCH-ONE-KV-REPORT-OPERATOR
               VARYING WS-KV-OP-IDX FROM 1 BY 1
               UNTIL WS-KV-OP-IDX > WS-KV-OP-COUNT
               OR WS-KV-OP-HIT NOT = 0
           IF WS-KV-OP-HIT = 0
               IF WS-KV-OP-COUNT < 50
                   ADD 1 TO WS-KV-OP-COUNT
                   MOVE WS-KV-OP-WANTED TO KV-OP-NAME(WS-KV-OP-COUNT)
                   MOVE 0 TO KV-OP-KEYED(WS-KV-OP-COUNT)
                   MOVE 0 TO KV-OP-MATCHED(WS-KV-OP-COUNT)
                   MOVE 0 TO KV-OP-MISSED(WS-KV-OP-COUNT)
                   MOVE 0 TO KV-OP-VERIFIED(WS-KV-OP-COUNT)
               END-IF
               MOVE WS-KV-OP-COUNT TO WS-KV-OP-HIT
           END-IF.

       MATCH-ONE-KV-REPORT-OPERATOR.
           IF KV-OP-NAME(WS-KV-OP-IDX) = WS-KV-OP-WANTED
               MOVE WS-KV-OP-IDX TO WS-KV-OP-HIT
           END-IF.

       WRITE-KEYVERIFY-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "KEYVERIFY-REPORT" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 3 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "KEY VERIFICATION STATISTICS  " DELIMITED BY SIZE
               WS-KV-DAY DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE "OPERATOR              KEYED  MATCHED  MISSED  RATE%"
               TO REPORT-HEADING(1 3)
           MOVE "CHECKED" TO REPORT-HEADING(1 3)(53:)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF KEY VERIFICATION STATISTICS" TO
               REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "keyverify-report" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "keyverify-report-" DELIMITED BY SIZE
               WS-KV-DAY DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           PERFORM WRITE-ONE-KEYVERIFY-ROW
               VARYING WS-KV-OP-IDX FROM 1 BY 1
               UNTIL WS-KV-OP-IDX > WS-KV-OP-COUNT
           IF WS-KV-OP-COUNT = 0
               MOVE "  (no key verification on this day)" TO
                   WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-KV-TOT-KEYED TO WS-KV-N-EDIT-1
           MOVE WS-KV-TOT-MISSED TO WS-KV-N-EDIT-2
           SUBTRACT WS-KV-TOT-MISSED FROM WS-KV-TOT-KEYED
               GIVING WS-KV-N-EDIT-3
           MOVE 0 TO WS-KV-RATE
           IF WS-KV-TOT-KEYED > 0
               COMPUTE WS-KV-RATE ROUNDED =
                   WS-KV-TOT-MISSED * 100 / WS-KV-TOT-KEYED
           END-IF
           MOVE WS-KV-RATE TO WS-KV-RATE-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "ALL OPERATORS         " DELIMITED BY SIZE
               WS-KV-N-EDIT-1 DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-KV-N-EDIT-3 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-KV-N-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-KV-RATE-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-KV-COUNT TO WS-KV-N-EDIT-4
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "ENTRIES WAITING FOR A SECOND OPERATOR "
                   DELIMITED BY SIZE
               WS-KV-N-EDIT-4 DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE.

       WRITE-ONE-KEYVERIFY-ROW.
           MOVE KV-OP-KEYED(WS-KV-OP-IDX) TO WS-KV-N-EDIT-1
           MOVE KV-OP-MATCHED(WS-KV-OP-IDX) TO WS-KV-N-EDIT-2
           MOVE KV-OP-MISSED(WS-KV-OP-IDX) TO WS-KV-N-EDIT-3
           MOVE KV-OP-VERIFIED(WS-KV-OP-IDX) TO WS-KV-N-EDIT-4
           MOVE 0 TO WS-KV-RATE
           IF KV-OP-KEYED(WS-KV-OP-IDX) > 0
               COMPUTE WS-KV-RATE ROUNDED =
                   KV-OP-MISSED(WS-KV-OP-IDX) * 100
                   / KV-OP-KEYED(WS-KV-OP-IDX)
           END-IF
           MOVE WS-KV-RATE TO WS-KV-RATE-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING KV-OP-NAME(WS-KV-OP-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-KV-N-EDIT-1 DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-KV-N-EDIT-2 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-KV-N-EDIT-3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-KV-RATE-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-KV-N-EDIT-4 DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE.

      *> ---------------------------------------------------------
      *> --number-series [<name> <prefix> <low> <high>] - see
      *> WS-NUM-SCRATCH. With no name, lists every series and the
      *> number it hands out next. With one, defines the series or
      *> changes its prefix or range ("-" for no prefix). Once a
      *> series has issued a number its low end is fixed and its
      *> high end cannot fall below the last number issued.
      *> ---------------------------------------------------------
       NUMBER-SERIES-RUN.
           IF FUNCTION TRIM(WS-EVENTS-FILE-PATH) = SPACES
               PERFORM LOAD-NUMBER-SERIES
               IF WS-NUM-COUNT = 0
                   DISPLAY "COBALT: no number series defined in "
                       FUNCTION TRIM(WS-NUM-PATH)
               END-IF
               PERFORM LIST-ONE-NUMBER-SERIES
                   VARYING WS-NUM-HIT FROM 1 BY 1
                   UNTIL WS-NUM-HIT > WS-NUM-COUNT
           ELSE
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-EVENTS-FILE-PATH)) TO WS-NUM-SERIES
               PERFORM CHECK-NUMBER-SERIES-ARGS
               IF WS-NUM-ARG-OK = 0
                   DISPLAY "COBALT: usage - --number-series [<name> "
                       "<prefix>|- <low> <high>]"
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM TAKE-NUMBER-FILE-LOCK
                   IF WS-NUM-LOCK-HELD = 0
                       MOVE 8 TO WS-RUN-EXIT-CODE
                   ELSE
                       PERFORM LOAD-NUMBER-SERIES
                       PERFORM FIND-NUMBER-SERIES
                       PERFORM APPLY-NUMBER-SERIES-ARGS
                       PERFORM RELEASE-NUMBER-FILE-LOCK
                   END-IF
               END-IF
           END-IF.

      *> Name up to 20 and prefix up to 10 characters, neither
      *> holding the "|" the file separates with; 1 <= low <= high.
       CHECK-NUMBER-SERIES-ARGS.
           MOVE 1 TO WS-NUM-ARG-OK
           MOVE 0 TO WS-NUM-PTR
           INSPECT WS-EVENTS-FILE-PATH TALLYING WS-NUM-PTR FOR ALL "|"
           INSPECT WS-ARG3-TXT TALLYING WS-NUM-PTR FOR ALL "|"
           IF WS-NUM-PTR > 0
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-EVENTS-FILE-PATH))
                   > 20
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG3-TXT)) > 10
               OR FUNCTION TRIM(WS-ARG3-TXT) = SPACES
               OR FUNCTION TRIM(WS-ARG4-TXT) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-ARG5-TXT) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG4-TXT)) > 9
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG5-TXT)) > 9
               MOVE 0 TO WS-NUM-ARG-OK
           ELSE
               MOVE FUNCTION NUMVAL(WS-ARG4-TXT) TO WS-NUM-ARG-LOW
               MOVE FUNCTION NUMVAL(WS-ARG5-TXT) TO WS-NUM-ARG-HIGH
               IF WS-NUM-ARG-LOW = 0
                   OR WS-NUM-ARG-HIGH < WS-NUM-ARG-LOW
                   MOVE 0 TO WS-NUM-ARG-OK
               END-IF
           END-IF.

       APPLY-NUMBER-SERIES-ARGS.
           IF WS-NUM-HIT = 0 AND WS-NUM-COUNT >= 50
               DISPLAY "COBALT: number series file full - 50 series"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
           IF WS-NUM-HIT NOT = 0
               AND NUM-CURRENT(WS-NUM-HIT) > 0
               AND (WS-NUM-ARG-LOW NOT = NUM-LOW(WS-NUM-HIT)
                   OR WS-NUM-ARG-HIGH < NUM-CURRENT(WS-NUM-HIT))
               MOVE NUM-CURRENT(WS-NUM-HIT) TO WS-NUM-N-EDIT-1
               DISPLAY "COBALT: series " FUNCTION TRIM(WS-NUM-SERIES)
                   " has issued up to "
                   FUNCTION TRIM(WS-NUM-N-EDIT-1)
                   " - its low end stays and its high end cannot"
                   " fall below that"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               IF WS-NUM-HIT = 0
                   ADD 1 TO WS-NUM-COUNT
                   MOVE WS-NUM-COUNT TO WS-NUM-HIT
                   MOVE WS-NUM-SERIES TO NUM-NAME(WS-NUM-HIT)
                   MOVE 0 TO NUM-CURRENT(WS-NUM-HIT)
               END-IF
               MOVE SPACES TO NUM-PREFIX(WS-NUM-HIT)
               IF FUNCTION TRIM(WS-ARG3-TXT) NOT = "-"
                   MOVE FUNCTION TRIM(WS-ARG3-TXT) TO
                       NUM-PREFIX(WS-NUM-HIT)
               END-IF
               MOVE WS-NUM-ARG-LOW TO NUM-LOW(WS-NUM-HIT)
               MOVE WS-NUM-ARG-HIGH TO NUM-HIGH(WS-NUM-HIT)
               PERFORM SAVE-NUMBER-SERIES
               PERFORM LIST-ONE-NUMBER-SERIES
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "NUMBER-SERIES " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-SERIES) DELIMITED BY SIZE
                   " prefix=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARG3-TXT) DELIMITED BY SIZE
                   " range=" DELIMITED BY SIZE
                   WS-NUM-ARG-LOW DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NUM-ARG-HIGH DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF
           END-IF.

      *> "<name> <first> TO <last>  next <number>|USED UP".
       LIST-ONE-NUMBER-SERIES.
           MOVE NUM-LOW(WS-NUM-HIT) TO WS-NUM-SEQ
           PERFORM FORMAT-SERIES-NUMBER
           MOVE WS-NUM-TEXT TO WS-NUM-L-NUMBER
           MOVE NUM-HIGH(WS-NUM-HIT) TO WS-NUM-SEQ
           PERFORM FORMAT-SERIES-NUMBER
           MOVE WS-NUM-TEXT TO WS-NUM-HIGH-TXT
           IF NUM-CURRENT(WS-NUM-HIT) >= NUM-HIGH(WS-NUM-HIT)
               MOVE "USED UP" TO WS-NUM-TEXT
           ELSE
               COMPUTE WS-NUM-SEQ = NUM-CURRENT(WS-NUM-HIT) + 1
               IF WS-NUM-SEQ < NUM-LOW(WS-NUM-HIT)
                   MOVE NUM-LOW(WS-NUM-HIT) TO WS-NUM-SEQ
               END-IF
               PERFORM FORMAT-SERIES-NUMBER
           END-IF
           DISPLAY "COBALT: series " NUM-NAME(WS-NUM-HIT) " "
               FUNCTION TRIM(WS-NUM-L-NUMBER) " TO "
               FUNCTION TRIM(WS-NUM-HIGH-TXT) "  next "
               FUNCTION TRIM(WS-NUM-TEXT).

      *> ---------------------------------------------------------
      *> --number-void <series> <number> <reason> - the desk's way
      *> to account for a number spoiled outside any app (a
      *> certificate jammed in the printer), or for a gap the
      *> report found. The reason is the rest of the command line.
      *> ---------------------------------------------------------
       NUMBER-VOID-RUN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVENTS-FILE-PATH))
               TO WS-NUM-SERIES
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-NUM-TEXT
           MOVE SPACES TO WS-NUM-REASON
           MOVE FUNCTION TRIM(WS-CMD-LINE-RAW) TO WS-NUM-RAW
           MOVE 1 TO WS-NUM-PTR
           UNSTRING WS-NUM-RAW DELIMITED BY ALL SPACE
               INTO WS-NUM-F-NAME WS-NUM-F-NAME WS-NUM-F-NAME
               WITH POINTER WS-NUM-PTR
           IF WS-NUM-PTR <= 200
               MOVE FUNCTION TRIM(WS-NUM-RAW(WS-NUM-PTR:)) TO
                   WS-NUM-REASON
           END-IF
           IF WS-NUM-SERIES = SPACES OR WS-NUM-TEXT = SPACES
               OR WS-NUM-REASON = SPACES
               DISPLAY "COBALT: usage - --number-void <series> "
                   "<number> <reason>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE 1 TO WS-NUM-UTILITY
               PERFORM VOID-SERIES-NUMBER
               MOVE 0 TO WS-NUM-UTILITY
               EVALUATE WS-NUM-RESULT
                   WHEN "1"
                       DISPLAY "COBALT: " FUNCTION TRIM(WS-NUM-SERIES)
                           " " FUNCTION TRIM(WS-NUM-TEXT) " voided"
                   WHEN "V"
                       DISPLAY "COBALT: " FUNCTION TRIM(WS-NUM-SERIES)
                           " " FUNCTION TRIM(WS-NUM-TEXT)
                           " is already voided"
                       MOVE 4 TO WS-RUN-EXIT-CODE
                   WHEN "L"
                       MOVE 8 TO WS-RUN-EXIT-CODE
                   WHEN OTHER
                       DISPLAY "COBALT: no number "
                           FUNCTION TRIM(WS-NUM-TEXT)
                           " issued in series "
                           FUNCTION TRIM(WS-NUM-SERIES)
                       MOVE 8 TO WS-RUN-EXIT-CODE
               END-EVALUATE
           END-IF.

      *> ---------------------------------------------------------
      *> --number-gaps [<series>] - see WS-NUM-SCRATCH. Proves every
      *> series (or the one named) against the log and spools one
      *> block per series: its range and last number, each voided
      *> number with when, who and why, each number from low to the
      *> last issued that the log never saw (MISSING) or saw taken
      *> twice (DUPLICATE), and the counts. Any number not
      *> accounted for sets exit code 4.
      *> ---------------------------------------------------------
       NUMBER-GAPS-RUN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVENTS-FILE-PATH))
               TO WS-NUM-GAP-WANTED
           PERFORM LOAD-NUMBER-SERIES
           MOVE 0 TO WS-NUM-GAP-SERIES-N
           MOVE 0 TO WS-NUM-GAP-ALL-BAD
           IF WS-NUM-GAP-WANTED NOT = SPACES
               MOVE WS-NUM-GAP-WANTED TO WS-NUM-SERIES
               PERFORM FIND-NUMBER-SERIES
           END-IF
           IF WS-NUM-GAP-WANTED NOT = SPACES AND WS-NUM-HIT = 0
               DISPLAY "COBALT: no number series "
                   FUNCTION TRIM(WS-NUM-GAP-WANTED)
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM WRITE-NUMBER-GAPS-REPORT
               DISPLAY "COBALT: number series - "
                   WS-NUM-GAP-SERIES-N " proved, "
                   WS-NUM-GAP-ALL-BAD " number(s) not accounted for,"
                   " spooled as " FUNCTION TRIM(WS-SPOOL-JOB-NAME)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "NUMBER-GAPS series=" DELIMITED BY SIZE
                   WS-NUM-GAP-SERIES-N DELIMITED BY SIZE
                   " unaccounted=" DELIMITED BY SIZE
                   WS-NUM-GAP-ALL-BAD DELIMITED BY SIZE
                   " job=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
               IF WS-NUM-GAP-ALL-BAD > 0
                   MOVE 4 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF.

       WRITE-NUMBER-GAPS-REPORT.
           PERFORM GET-LOCAL-DATE-TIME
           MOVE 1 TO WS-RPT-IDX
           MOVE "NUMBER-GAPS" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 3 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "CONTROL NUMBER ACCOUNTING  " DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE "SERIES / NUMBER          STATUS     DATE   BY / REASON"
               TO REPORT-HEADING(1 3)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF CONTROL NUMBER ACCOUNTING" TO
               REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "number-gaps" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "number-gaps-" DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           PERFORM PROVE-ONE-NUMBER-SERIES
               VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > WS-NUM-COUNT
           IF WS-NUM-GAP-SERIES-N = 0
               MOVE "  (no number series defined)" TO
                   WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-NUM-GAP-SERIES-N TO WS-NUM-C-EDIT-1
           MOVE WS-NUM-GAP-ALL-BAD TO WS-NUM-C-EDIT-2
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "SERIES PROVED " DELIMITED BY SIZE
               WS-NUM-C-EDIT-1 DELIMITED BY SIZE
               "   NUMBERS NOT ACCOUNTED FOR " DELIMITED BY SIZE
               WS-NUM-C-EDIT-2 DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE.

      *> One series' block. The window is the series' low to its
      *> last issued number (the newest 9999 of them at most); the
      *> log is read once, voids listed as they are met, and the
      *> window then walked for what the log never accounted for.
       PROVE-ONE-NUMBER-SERIES.
           IF WS-NUM-GAP-WANTED = SPACES
               OR NUM-NAME(WS-NUM-IDX) = WS-NUM-GAP-WANTED
               ADD 1 TO WS-NUM-GAP-SERIES-N
               MOVE WS-NUM-IDX TO WS-NUM-HIT
               MOVE NUM-NAME(WS-NUM-IDX) TO WS-NUM-SERIES
               MOVE 0 TO WS-NUM-GAP-ISSUED WS-NUM-GAP-VOIDS
                   WS-NUM-GAP-MISSING WS-NUM-GAP-DUPS
               MOVE NUM-LOW(WS-NUM-IDX) TO WS-NUM-GAP-BASE
               MOVE 0 TO WS-NUM-GAP-SPAN
               IF NUM-CURRENT(WS-NUM-IDX) >= NUM-LOW(WS-NUM-IDX)
                   IF NUM-CURRENT(WS-NUM-IDX) - NUM-LOW(WS-NUM-IDX)
                       >= 9999
                       COMPUTE WS-NUM-GAP-BASE =
                           NUM-CURRENT(WS-NUM-IDX) - 9998
                       MOVE 9999 TO WS-NUM-GAP-SPAN
                   ELSE
                       COMPUTE WS-NUM-GAP-SPAN =
                           NUM-CURRENT(WS-NUM-IDX)
                           - NUM-LOW(WS-NUM-IDX) + 1
                   END-IF
               END-IF
               PERFORM WRITE-NUMBER-SERIES-HEAD
               PERFORM CLEAR-ONE-NUMBER-GAP-STAT
                   VARYING WS-NUM-GAP-POS FROM 1 BY 1
                   UNTIL WS-NUM-GAP-POS > WS-NUM-GAP-SPAN
               MOVE WS-NUM-LOG-PATH TO WS-REKEY-IN-PATH
               OPEN INPUT REKEY-IN-FILE
               IF WS-REKEY-IN-STATUS = "00"
                   MOVE 0 TO WS-NUM-EOF
                   PERFORM TALLY-ONE-NUMBER-LOG-LINE
                       UNTIL WS-NUM-EOF = 1
                   CLOSE REKEY-IN-FILE
               END-IF
               MOVE 0 TO WS-NUM-GAP-SHOWN
               PERFORM CHECK-ONE-NUMBER-GAP-STAT
                   VARYING WS-NUM-GAP-POS FROM 1 BY 1
                   UNTIL WS-NUM-GAP-POS > WS-NUM-GAP-SPAN
               IF WS-NUM-GAP-SHOWN > 200
                   MOVE "  ... further numbers not accounted for not"
                       TO WS-RPT-LINE-BUILD
                   MOVE "listed" TO WS-RPT-LINE-BUILD(45:)
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE WS-NUM-GAP-ISSUED TO WS-NUM-C-EDIT-1
               MOVE WS-NUM-GAP-VOIDS TO WS-NUM-C-EDIT-2
               MOVE WS-NUM-GAP-MISSING TO WS-NUM-C-EDIT-3
               MOVE WS-NUM-GAP-DUPS TO WS-NUM-C-EDIT-4
               MOVE SPACES TO WS-RPT-LINE-BUILD
               STRING "  ISSUED " DELIMITED BY SIZE
                   WS-NUM-C-EDIT-1 DELIMITED BY SIZE
                   "  VOIDED " DELIMITED BY SIZE
                   WS-NUM-C-EDIT-2 DELIMITED BY SIZE
                   "  MISSING " DELIMITED BY SIZE
                   WS-NUM-C-EDIT-3 DELIMITED BY SIZE
                   "  DUPLICATE " DELIMITED BY SIZE
                   WS-NUM-C-EDIT-4 DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
               ADD WS-NUM-GAP-MISSING TO WS-NUM-GAP-ALL-BAD
               ADD WS-NUM-GAP-DUPS TO WS-NUM-GAP-ALL-BAD
           END-IF.

      *> "<name>  <first> TO <last>  LAST <number>|NONE ISSUED".
       WRITE-NUMBER-SERIES-HEAD.
           MOVE NUM-LOW(WS-NUM-HIT) TO WS-NUM-SEQ
           PERFORM FORMAT-SERIES-NUMBER
           MOVE WS-NUM-TEXT TO WS-NUM-L-NUMBER
           MOVE NUM-HIGH(WS-NUM-HIT) TO WS-NUM-SEQ
           PERFORM FORMAT-SERIES-NUMBER
           MOVE WS-NUM-TEXT TO WS-NUM-HIGH-TXT
           IF WS-NUM-GAP-SPAN = 0
               MOVE "NONE ISSUED" TO WS-NUM-TEXT
           ELSE
               MOVE NUM-CURRENT(WS-NUM-HIT) TO WS-NUM-SEQ
               PERFORM FORMAT-SERIES-NUMBER
           END-IF
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING FUNCTION TRIM(WS-NUM-SERIES) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-L-NUMBER) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-HIGH-TXT) DELIMITED BY SIZE
               "  LAST " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           IF WS-NUM-GAP-BASE > NUM-LOW(WS-NUM-HIT)
               MOVE WS-NUM-GAP-BASE TO WS-NUM-SEQ
               PERFORM FORMAT-SERIES-NUMBER
               MOVE SPACES TO WS-RPT-LINE-BUILD
               STRING "  (proved from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                   " on - the newest 9999 numbers)" DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CLEAR-ONE-NUMBER-GAP-STAT.
           MOVE SPACE TO WS-NUM-GAP-STAT(WS-NUM-GAP-POS).

      *> A TAKEN line marks its number taken (a second one, taken
      *> twice); a VOID line marks it voided whatever went before,
      *> and is listed. Lines outside the window are passed over.
       TALLY-ONE-NUMBER-LOG-LINE.
           PERFORM READ-ONE-NUMBER-LOG-LINE
           IF WS-NUM-EOF = 0
               AND WS-NUM-L-SERIES = WS-NUM-SERIES
               AND WS-NUM-L-SEQ-N >= WS-NUM-GAP-BASE
               AND WS-NUM-L-SEQ-N < WS-NUM-GAP-BASE + WS-NUM-GAP-SPAN
               COMPUTE WS-NUM-GAP-POS =
                   WS-NUM-L-SEQ-N - WS-NUM-GAP-BASE + 1
               IF WS-NUM-L-STATUS = "VOID"
                   IF WS-NUM-GAP-STAT(WS-NUM-GAP-POS) NOT = "V"
                       ADD 1 TO WS-NUM-GAP-VOIDS
                   END-IF
                   MOVE "V" TO WS-NUM-GAP-STAT(WS-NUM-GAP-POS)
                   MOVE SPACES TO WS-RPT-LINE-BUILD
                   STRING "  " DELIMITED BY SIZE
                       WS-NUM-L-NUMBER(1:23) DELIMITED BY SIZE
                       "VOID       " DELIMITED BY SIZE
                       WS-NUM-L-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-L-OPER) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-L-REASON)
                           DELIMITED BY SIZE
                       INTO WS-RPT-LINE-BUILD
                   PERFORM WRITE-SHIFT-DETAIL-LINE
               ELSE
                   EVALUATE WS-NUM-GAP-STAT(WS-NUM-GAP-POS)
                       WHEN SPACE
                           MOVE "T" TO WS-NUM-GAP-STAT(WS-NUM-GAP-POS)
                           ADD 1 TO WS-NUM-GAP-ISSUED
                       WHEN "T"
                           MOVE "D" TO WS-NUM-GAP-STAT(WS-NUM-GAP-POS)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *> Numbers never seen, then numbers taken twice - the first
      *> 200 listed, every one counted.
       CHECK-ONE-NUMBER-GAP-STAT.
           IF WS-NUM-GAP-STAT(WS-NUM-GAP-POS) = SPACE
               OR WS-NUM-GAP-STAT(WS-NUM-GAP-POS) = "D"
               COMPUTE WS-NUM-SEQ =
                   WS-NUM-GAP-BASE + WS-NUM-GAP-POS - 1
               PERFORM FORMAT-SERIES-NUMBER
               IF WS-NUM-GAP-STAT(WS-NUM-GAP-POS) = SPACE
                   ADD 1 TO WS-NUM-GAP-MISSING
               ELSE
                   ADD 1 TO WS-NUM-GAP-DUPS
               END-IF
               ADD 1 TO WS-NUM-GAP-SHOWN
               IF WS-NUM-GAP-SHOWN <= 200
                   MOVE SPACES TO WS-RPT-LINE-BUILD
                   MOVE WS-NUM-TEXT TO WS-RPT-LINE-BUILD(3:23)
                   IF WS-NUM-GAP-STAT(WS-NUM-GAP-POS) = "D"
                       MOVE "DUPLICATE" TO WS-RPT-LINE-BUILD(26:)
                   ELSE
                       MOVE "MISSING" TO WS-RPT-LINE-BUILD(26:)
                   END-IF
                   PERFORM WRITE-SHIFT-DETAIL-LINE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --capacity-report [<horizon-days>] - see WS-CAP-SCRATCH.
      *> The horizon defaults to CAPACITY-HORIZON. Measures every
      *> item, rolls the sample history forward, projects each item
      *> to its ceiling and spools one job; each item at or due
      *> within the horizon writes a CAPACITY-ALERT audit record
      *> and the run ends with exit code 4.
      *> ---------------------------------------------------------
       CAPACITY-REPORT-RUN.
           IF FUNCTION TRIM(WS-EVENTS-FILE-PATH) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-EVENTS-FILE-PATH)) NOT = 0
               DISPLAY "COBALT: usage - --capacity-report "
                   "[<horizon-days>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               IF FUNCTION TRIM(WS-EVENTS-FILE-PATH) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-EVENTS-FILE-PATH) TO
                       WS-CAP-HORIZON
               END-IF
               PERFORM GET-LOCAL-DATE-TIME
               MOVE WS-LOCAL-DATE TO WS-CAP-TODAY
               COMPUTE WS-CAP-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   20000000 + WS-CAP-TODAY)
               MOVE 0 TO WS-CAP-ITEM-COUNT
               PERFORM MEASURE-CAPACITY-DATA-FILES
               PERFORM MEASURE-CAPACITY-AUDIT
               PERFORM MEASURE-CAPACITY-SPOOL
               PERFORM MEASURE-CAPACITY-APP-TABLES
               PERFORM APPLY-CAPACITY-ITEM-LIMIT
                   VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-ITEM-COUNT
               PERFORM ROLL-CAPACITY-HISTORY
               MOVE 0 TO WS-CAP-ALERTS
               PERFORM PROJECT-ONE-CAPACITY-ITEM
                   VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-ITEM-COUNT
               PERFORM WRITE-CAPACITY-REPORT
               MOVE WS-CAP-HORIZON TO WS-CAP-D-EDIT
               MOVE WS-CAP-ITEM-COUNT TO WS-CAP-N-EDIT-1
               MOVE WS-CAP-ALERTS TO WS-CAP-N-EDIT-2
               DISPLAY "COBALT: capacity forecast - "
                   FUNCTION TRIM(WS-CAP-N-EDIT-1) " item(s), "
                   FUNCTION TRIM(WS-CAP-N-EDIT-2)
                   " at or within "
                   FUNCTION TRIM(WS-CAP-D-EDIT)
                   " day(s) of a ceiling, spooled as "
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "CAPACITY-REPORT items=" DELIMITED BY SIZE
                   WS-CAP-ITEM-COUNT DELIMITED BY SIZE
                   " alerts=" DELIMITED BY SIZE
                   WS-CAP-ALERTS DELIMITED BY SIZE
                   " job=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
               PERFORM RAISE-ONE-CAPACITY-ALERT
                   VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-ITEM-COUNT
               IF WS-CAP-ALERTS > 0
                   MOVE 4 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF.

      *> One measured item from the WS-CAP-W- fields; past the
      *> table's 400 rows the rest go unmeasured.
       ADD-CAPACITY-ITEM.
           IF WS-CAP-ITEM-COUNT < 400
               ADD 1 TO WS-CAP-ITEM-COUNT
               MOVE WS-CAP-W-GROUP TO CAP-GROUP(WS-CAP-ITEM-COUNT)
               MOVE WS-CAP-W-NAME TO CAP-NAME(WS-CAP-ITEM-COUNT)
               MOVE WS-CAP-W-USED TO CAP-USED(WS-CAP-ITEM-COUNT)
               MOVE WS-CAP-W-CEIL TO CAP-CEIL(WS-CAP-ITEM-COUNT)
               MOVE WS-CAP-W-SOURCE TO CAP-SOURCE(WS-CAP-ITEM-COUNT)
               MOVE 0 TO CAP-BASE-DATE(WS-CAP-ITEM-COUNT)
                   CAP-BASE-USED(WS-CAP-ITEM-COUNT)
                   CAP-RATE(WS-CAP-ITEM-COUNT)
                   CAP-DAYS-LEFT(WS-CAP-ITEM-COUNT)
                   CAP-REACH-DATE(WS-CAP-ITEM-COUNT)
               MOVE SPACE TO CAP-STATE(WS-CAP-ITEM-COUNT)
                   CAP-FLAG(WS-CAP-ITEM-COUNT)
           END-IF.

      *> Data files - records (lines that are not blank or a "#" or
      *> "*" control line) and bytes. A keyed file still held in
      *> memory is ceilinged at KEYED-INDEX-RECORDS, past which it
      *> goes over to the slower indexed organization; the account
      *> file at the 20 accounts the sign-on table holds.
       MEASURE-CAPACITY-DATA-FILES.
           IF WS-CAP-FILES-TXT NOT = SPACES
               MOVE WS-CAP-FILES-TXT TO WS-BACKUP-FILES-TXT
           END-IF
           PERFORM SPLIT-BACKUP-FILE-LIST
           MOVE "DATA FILES" TO WS-CAP-W-GROUP
           PERFORM MEASURE-ONE-CAPACITY-FILE
               VARYING WS-BACKUP-ITEM-IDX FROM 1 BY 1
               UNTIL WS-BACKUP-ITEM-IDX > WS-BACKUP-ITEM-COUNT
           MOVE WS-USERS-FILE-PATH TO WS-CAP-FILE-PATH
           PERFORM COUNT-CAPACITY-FILE-RECORDS
           MOVE SPACES TO WS-CAP-W-NAME
           STRING "ACCOUNTS:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAP-FILE-PATH) DELIMITED BY SIZE
               INTO WS-CAP-W-NAME
           MOVE WS-CAP-RECORDS TO WS-CAP-W-USED
           MOVE WS-MAX-AUTH-USERS TO WS-CAP-W-CEIL
           MOVE "COMPILED" TO WS-CAP-W-SOURCE
           PERFORM ADD-CAPACITY-ITEM.

       MEASURE-ONE-CAPACITY-FILE.
           IF WS-BACKUP-ITEM(WS-BACKUP-ITEM-IDX) NOT = SPACES
               MOVE FUNCTION TRIM(WS-BACKUP-ITEM(WS-BACKUP-ITEM-IDX))
                   TO WS-CAP-FILE-PATH
               PERFORM COUNT-CAPACITY-FILE-RECORDS
               MOVE SPACES TO WS-CAP-W-NAME
               STRING "RECORDS:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAP-FILE-PATH) DELIMITED BY SIZE
                   INTO WS-CAP-W-NAME
               MOVE WS-CAP-RECORDS TO WS-CAP-W-USED
               MOVE 0 TO WS-CAP-W-CEIL
               MOVE "-" TO WS-CAP-W-SOURCE
               IF WS-CAP-KEYED = 1 AND WS-KEYED-INDEX-AT > 0
                   MOVE WS-CAP-FILE-PATH TO WS-KEYED-FILE-PATH
                   PERFORM BUILD-KIX-PATHS
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-KIX-FILE-PATH
                       WS-KIX-DETAILS
                   IF RETURN-CODE NOT = 0
                       MOVE WS-KEYED-INDEX-AT TO WS-CAP-W-CEIL
                       IF WS-KEYED-INDEX-AT = WS-MAX-KEYED-RECORDS
                           MOVE "COMPILED" TO WS-CAP-W-SOURCE
                       ELSE
                           MOVE "CONFIG" TO WS-CAP-W-SOURCE
                       END-IF
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
               PERFORM ADD-CAPACITY-ITEM
               MOVE SPACES TO WS-CAP-W-NAME
               STRING "BYTES:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAP-FILE-PATH) DELIMITED BY SIZE
                   INTO WS-CAP-W-NAME
               PERFORM SIZE-CAPACITY-FILE
               MOVE 0 TO WS-CAP-W-CEIL
               MOVE "-" TO WS-CAP-W-SOURCE
               PERFORM ADD-CAPACITY-ITEM
           END-IF.

      *> Size in bytes of WS-CAP-FILE-PATH into WS-CAP-W-USED, 0
      *> when the file is absent.
       SIZE-CAPACITY-FILE.
           MOVE 0 TO WS-CAP-W-USED
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CAP-FILE-PATH
               WS-KIX-DETAILS
           IF RETURN-CODE = 0
               MOVE KIXD-SIZE TO WS-CAP-W-USED
           END-IF
           MOVE 0 TO RETURN-CODE.

       COUNT-CAPACITY-FILE-RECORDS.
           MOVE 0 TO WS-CAP-RECORDS
           MOVE 0 TO WS-CAP-KEYED
           MOVE WS-CAP-FILE-PATH TO WS-REKEY-IN-PATH
           OPEN INPUT REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS = "00"
               MOVE 0 TO WS-CAP-FILE-EOF
               PERFORM COUNT-ONE-CAPACITY-RECORD
                   UNTIL WS-CAP-FILE-EOF = 1
               CLOSE REKEY-IN-FILE
           END-IF.

      *> The first record says whether the file is keyed - a
      *> "key|value" line, read through the cipher when the file
      *> carries a key header.
       COUNT-ONE-CAPACITY-RECORD.
           READ REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               MOVE 1 TO WS-CAP-FILE-EOF
           ELSE
               IF REKEY-IN-RECORD(1:5) = "#KEY "
                   MOVE REKEY-IN-RECORD(1:40) TO WS-KEYHDR-LINE
                   PERFORM CHECK-KEY-HEADER-LINE
                   MOVE 2 TO WS-CAP-KEYED
               END-IF
               IF REKEY-IN-RECORD NOT = SPACES
                   AND REKEY-IN-RECORD(1:1) NOT = "#"
                   AND REKEY-IN-RECORD(1:1) NOT = "*"
                   ADD 1 TO WS-CAP-RECORDS
                   IF WS-CAP-RECORDS = 1
                       MOVE REKEY-IN-RECORD TO WS-CRYPT-PLAIN
                       IF WS-CAP-KEYED = 2
                           MOVE SPACES TO WS-CRYPT-HEX
                           MOVE REKEY-IN-RECORD TO WS-CRYPT-HEX
                           MOVE 200 TO WS-CRYPT-LEN
                           PERFORM DECRYPT-LINE-FROM-DISK
                       END-IF
                       MOVE 0 TO WS-CAP-KEYED
                       MOVE 0 TO WS-CAP-SCAN
                       INSPECT WS-CRYPT-PLAIN(1:200) TALLYING
                           WS-CAP-SCAN FOR ALL "|"
                       IF WS-CAP-SCAN > 0
                           MOVE 1 TO WS-CAP-KEYED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Audit trail - records per day over the last seven days
      *> (the peak day is the measure; the day's archive and the
      *> live log are both read, each record counted by its own
      *> date), the live log's record count against the 500 records
      *> --redact can rewrite in one pass, and the live log's bytes.
       MEASURE-CAPACITY-AUDIT.
           PERFORM SET-ONE-CAPACITY-DAY
               VARYING WS-CAP-DAY-IDX FROM 1 BY 1
               UNTIL WS-CAP-DAY-IDX > 7
           MOVE WS-AUDIT-FILE-PATH TO WS-CAP-AUDIT-BASE
           PERFORM SCAN-ONE-CAPACITY-ARCHIVE
               VARYING WS-CAP-DAY-IDX FROM 1 BY 1
               UNTIL WS-CAP-DAY-IDX > 7
           MOVE WS-CAP-AUDIT-BASE TO WS-AUDIT-FILE-PATH
           MOVE 0 TO WS-CAP-AUDIT-RECS
           MOVE 1 TO WS-CAP-IN-LIVE
           PERFORM SCAN-CAPACITY-AUDIT-LOG
           MOVE 0 TO WS-CAP-PEAK-DAY
           PERFORM PEAK-ONE-CAPACITY-DAY
               VARYING WS-CAP-DAY-IDX FROM 1 BY 1
               UNTIL WS-CAP-DAY-IDX > 7
           MOVE "AUDIT TRAIL" TO WS-CAP-W-GROUP
           MOVE "AUDIT-PER-DAY" TO WS-CAP-W-NAME
           MOVE WS-CAP-PEAK-DAY TO WS-CAP-W-USED
           MOVE 0 TO WS-CAP-W-CEIL
           MOVE "-" TO WS-CAP-W-SOURCE
           PERFORM ADD-CAPACITY-ITEM
           MOVE "AUDIT-LOG-RECORDS" TO WS-CAP-W-NAME
           MOVE WS-CAP-AUDIT-RECS TO WS-CAP-W-USED
           MOVE 500 TO WS-CAP-W-CEIL
           MOVE "COMPILED" TO WS-CAP-W-SOURCE
           PERFORM ADD-CAPACITY-ITEM
           MOVE "AUDIT-LOG-BYTES" TO WS-CAP-W-NAME
           MOVE WS-AUDIT-FILE-PATH TO WS-CAP-FILE-PATH
           PERFORM SIZE-CAPACITY-FILE
           MOVE 0 TO WS-CAP-W-CEIL
           MOVE "-" TO WS-CAP-W-SOURCE
           PERFORM ADD-CAPACITY-ITEM.

       SET-ONE-CAPACITY-DAY.
           COMPUTE WS-CAP-DATE-8 = FUNCTION DATE-OF-INTEGER(
               WS-CAP-TODAY-INT - WS-CAP-DAY-IDX + 1)
           MOVE WS-CAP-DATE-8(3:6) TO CAPD-DATE(WS-CAP-DAY-IDX)
           MOVE 0 TO CAPD-RECS(WS-CAP-DAY-IDX).

       SCAN-ONE-CAPACITY-ARCHIVE.
           MOVE SPACES TO WS-AUDIT-FILE-PATH
           STRING FUNCTION TRIM(WS-CAP-AUDIT-BASE) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               CAPD-DATE(WS-CAP-DAY-IDX) DELIMITED BY SIZE
               INTO WS-AUDIT-FILE-PATH
           MOVE 0 TO WS-CAP-IN-LIVE
           PERFORM SCAN-CAPACITY-AUDIT-LOG.

      *> Only the live log's records count toward
      *> AUDIT-LOG-RECORDS.
       SCAN-CAPACITY-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 0 TO WS-AUDIT-SCAN-EOF
               PERFORM SCAN-ONE-CAPACITY-AUDIT-RECORD
                   UNTIL WS-AUDIT-SCAN-EOF = 1
               CLOSE AUDIT-FILE
           END-IF.

       SCAN-ONE-CAPACITY-AUDIT-RECORD.
           READ AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AUDIT-SCAN-EOF
           ELSE
               IF AUDIT-RECORD(1:5) = "#KEY "
                   MOVE AUDIT-RECORD(1:40) TO WS-KEYHDR-LINE
                   PERFORM CHECK-KEY-HEADER-LINE
               ELSE
                   IF WS-CAP-IN-LIVE = 1
                       ADD 1 TO WS-CAP-AUDIT-RECS
                   END-IF
                   MOVE SPACES TO WS-CRYPT-HEX
                   MOVE AUDIT-RECORD TO WS-CRYPT-HEX
                   MOVE 160 TO WS-CRYPT-LEN
                   PERFORM DECRYPT-LINE-FROM-DISK
                   MOVE WS-CRYPT-PLAIN(1:160) TO WS-AUDIT-SCAN-LINE
                   MOVE SPACES TO WS-SHR-F-SEQ WS-SHR-F-APP
                       WS-SHR-F-DATE
                   UNSTRING WS-AUDIT-SCAN-LINE DELIMITED BY ALL SPACE
                       INTO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
                   PERFORM TALLY-ONE-CAPACITY-DAY
                       VARYING WS-CAP-DAY-IDX FROM 1 BY 1
                       UNTIL WS-CAP-DAY-IDX > 7
               END-IF
           END-IF.

       TALLY-ONE-CAPACITY-DAY.
           IF WS-SHR-F-DATE(1:6) = CAPD-DATE(WS-CAP-DAY-IDX)
               ADD 1 TO CAPD-RECS(WS-CAP-DAY-IDX)
           END-IF.

       PEAK-ONE-CAPACITY-DAY.
           IF CAPD-RECS(WS-CAP-DAY-IDX) > WS-CAP-PEAK-DAY
               MOVE CAPD-RECS(WS-CAP-DAY-IDX) TO WS-CAP-PEAK-DAY
           END-IF.

      *> Spool - the shared job counter against the four digits a
      *> job number carries (past 9999 it comes round and reuses
      *> old job names), and the job files kept and their bytes.
       MEASURE-CAPACITY-SPOOL.
           MOVE "SPOOL" TO WS-CAP-W-GROUP
           MOVE SPACES TO WS-SPOOL-CTL-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.seq" DELIMITED BY SIZE
               INTO WS-SPOOL-CTL-PATH
           MOVE 0 TO WS-CAP-W-USED
           OPEN INPUT SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS = "00"
               READ SPOOL-CTL-FILE
               IF WS-SPOOL-CTL-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(SPOOL-CTL-RECORD)) = 0
                   MOVE FUNCTION NUMVAL(SPOOL-CTL-RECORD) TO
                       WS-CAP-W-USED
               END-IF
               CLOSE SPOOL-CTL-FILE
           END-IF
           MOVE "SPOOL-JOB-NUMBER" TO WS-CAP-W-NAME
           MOVE 9999 TO WS-CAP-W-CEIL
           MOVE "COMPILED" TO WS-CAP-W-SOURCE
           PERFORM ADD-CAPACITY-ITEM
           MOVE SPACES TO WS-GATEWAY-CMD
           STRING "find " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               " -maxdepth 1 -name '*.spl' > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAP-LST-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-GATEWAY-CMD
           CALL "SYSTEM" USING WS-GATEWAY-CMD
           MOVE 0 TO WS-CAP-SPOOL-FILES
           MOVE 0 TO WS-CAP-SPOOL-BYTES
           MOVE WS-CAP-LST-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-CAP-EOF
               PERFORM SIZE-ONE-CAPACITY-SPOOL-JOB
                   UNTIL WS-CAP-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           MOVE WS-CAP-LST-PATH TO WS-AUDIT-LIST-PATH
           CALL "CBL_DELETE_FILE" USING WS-AUDIT-LIST-PATH
           MOVE "SPOOL-FILES" TO WS-CAP-W-NAME
           MOVE WS-CAP-SPOOL-FILES TO WS-CAP-W-USED
           MOVE 0 TO WS-CAP-W-CEIL
           MOVE "-" TO WS-CAP-W-SOURCE
           PERFORM ADD-CAPACITY-ITEM
           MOVE "SPOOL-BYTES" TO WS-CAP-W-NAME
           MOVE WS-CAP-SPOOL-BYTES TO WS-CAP-W-USED
           PERFORM ADD-CAPACITY-ITEM.

       SIZE-ONE-CAPACITY-SPOOL-JOB.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-CAP-EOF
           ELSE
               MOVE FUNCTION TRIM(GATEWAY-RECORD) TO WS-CAP-FILE-PATH
               PERFORM SIZE-CAPACITY-FILE
               ADD 1 TO WS-CAP-SPOOL-FILES
               ADD WS-CAP-W-USED TO WS-CAP-SPOOL-BYTES
           END-IF.

      *> App tables - the TABLE and OCCURS high-water lines of every
      *> "<app>.metrics.txt" the runs left (the same sweep
      *> --metrics-rollup makes), each named for the app's base
      *> name and measured against the ceiling the line carries.
       MEASURE-CAPACITY-APP-TABLES.
           MOVE "APP TABLES" TO WS-CAP-W-GROUP
           MOVE SPACES TO WS-GATEWAY-CMD
           STRING "find . -maxdepth 3 -name '*.metrics.txt' > "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAP-LST-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-GATEWAY-CMD
           CALL "SYSTEM" USING WS-GATEWAY-CMD
           MOVE WS-CAP-LST-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-CAP-EOF
               PERFORM MEASURE-ONE-CAPACITY-METRICS
                   UNTIL WS-CAP-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           MOVE WS-CAP-LST-PATH TO WS-AUDIT-LIST-PATH
           CALL "CBL_DELETE_FILE" USING WS-AUDIT-LIST-PATH.

       MEASURE-ONE-CAPACITY-METRICS.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-CAP-EOF
           ELSE
               MOVE FUNCTION TRIM(GATEWAY-RECORD) TO WS-CAP-APP
               PERFORM BUILD-CAPACITY-APP-BASE
               MOVE FUNCTION TRIM(GATEWAY-RECORD) TO
                   WS-IMPORT-FILE-PATH
               OPEN INPUT IMPORT-FILE
               IF WS-IMPORT-FILE-STATUS = "00"
                   MOVE 0 TO WS-CAP-FILE-EOF
                   PERFORM MEASURE-ONE-CAPACITY-METRIC
                       UNTIL WS-CAP-FILE-EOF = 1
                   CLOSE IMPORT-FILE
               END-IF
           END-IF.

      *> "dir/todo-list.cbl.metrics.txt" names app "todo-list".
       BUILD-CAPACITY-APP-BASE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAP-APP)) TO
               WS-CAP-LEN
           MOVE 0 TO WS-CAP-SLASH
           PERFORM FIND-CAPACITY-APP-SLASH
               VARYING WS-CAP-SCAN FROM 1 BY 1
               UNTIL WS-CAP-SCAN > WS-CAP-LEN
           MOVE SPACES TO WS-CAP-APP-BASE
           MOVE WS-CAP-APP(WS-CAP-SLASH + 1:
               WS-CAP-LEN - WS-CAP-SLASH) TO WS-CAP-APP-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAP-APP-BASE)) TO
               WS-CAP-LEN
           IF WS-CAP-LEN > 12
               AND WS-CAP-APP-BASE(WS-CAP-LEN - 11:12) =
                   ".metrics.txt"
               MOVE SPACES TO WS-CAP-APP-BASE(WS-CAP-LEN - 11:12)
               SUBTRACT 12 FROM WS-CAP-LEN
           END-IF
           IF WS-CAP-LEN > 4
               AND WS-CAP-APP-BASE(WS-CAP-LEN - 3:4) = ".cbl"
               MOVE SPACES TO WS-CAP-APP-BASE(WS-CAP-LEN - 3:4)
           END-IF.

       FIND-CAPACITY-APP-SLASH.
           IF WS-CAP-APP(WS-CAP-SCAN:1) = "/"
               MOVE WS-CAP-SCAN TO WS-CAP-SLASH
           END-IF.

       MEASURE-ONE-CAPACITY-METRIC.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-CAP-FILE-EOF
           ELSE
               MOVE SPACES TO WS-CAP-M-KEY WS-CAP-M-NAME
                   WS-CAP-M-USED WS-CAP-M-CEIL
               UNSTRING IMPORT-RECORD DELIMITED BY ALL SPACE
                   INTO WS-CAP-M-KEY WS-CAP-M-NAME WS-CAP-M-USED
                       WS-CAP-M-CEIL
               IF (WS-CAP-M-KEY = "TABLE" OR WS-CAP-M-KEY = "OCCURS")
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-CAP-M-USED)) = 0
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-CAP-M-CEIL)) = 0
                   MOVE SPACES TO WS-CAP-W-NAME
                   STRING FUNCTION TRIM(WS-CAP-M-KEY)
                           DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAP-APP-BASE)
                           DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAP-M-NAME) DELIMITED BY SIZE
                       INTO WS-CAP-W-NAME
                   MOVE FUNCTION NUMVAL(WS-CAP-M-USED) TO
                       WS-CAP-W-USED
                   MOVE FUNCTION NUMVAL(WS-CAP-M-CEIL) TO
                       WS-CAP-W-CEIL
                   IF WS-CAP-M-KEY = "TABLE"
                       MOVE "COMPILED" TO WS-CAP-W-SOURCE
                   ELSE
                       MOVE "DECLARED" TO WS-CAP-W-SOURCE
                   END-IF
                   PERFORM ADD-CAPACITY-ITEM
               END-IF
           END-IF.

       APPLY-CAPACITY-ITEM-LIMIT.
           PERFORM APPLY-ONE-CAPACITY-LIMIT
               VARYING WS-CAP-LIM-IDX FROM 1 BY 1
               UNTIL WS-CAP-LIM-IDX > WS-CAP-LIMIT-COUNT.

       APPLY-ONE-CAPACITY-LIMIT.
           IF CAPL-ITEM(WS-CAP-LIM-IDX) = CAP-NAME(WS-CAP-IDX)
               MOVE CAPL-CEIL(WS-CAP-LIM-IDX) TO CAP-CEIL(WS-CAP-IDX)
               MOVE "CONFIG" TO CAP-SOURCE(WS-CAP-IDX)
           END-IF.

      *> Copies the history forward a year (the whole trend window,
      *> if that is longer), dropping today's samples, then appends
      *> today's; on the way through, each item's oldest sample
      *> inside the trend window becomes the base it is projected
      *> from. The copy replaces the history only when it was
      *> written whole - a failed open or write leaves the old
      *> history in place and leaves a FILE-ERROR on the trail.
       ROLL-CAPACITY-HISTORY.
           MOVE WS-CAP-HIST-TMP TO WS-REKEY-OUT-PATH
           OPEN OUTPUT REKEY-OUT-FILE
           MOVE WS-REKEY-OUT-STATUS TO WS-CAP-HIST-ERR
           MOVE 0 TO WS-CAP-H-KEPT
           MOVE WS-CAP-HIST-PATH TO WS-REKEY-IN-PATH
           OPEN INPUT REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS = "00"
               MOVE 0 TO WS-CAP-FILE-EOF
               PERFORM ROLL-ONE-CAPACITY-SAMPLE
                   UNTIL WS-CAP-FILE-EOF = 1
               CLOSE REKEY-IN-FILE
           END-IF
           IF WS-CAP-HIST-ERR = "00"
               PERFORM WRITE-ONE-CAPACITY-SAMPLE
                   VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-ITEM-COUNT
                   OR WS-CAP-HIST-ERR NOT = "00"
               CLOSE REKEY-OUT-FILE
           END-IF
           IF WS-CAP-HIST-ERR = "00"
               CALL "CBL_RENAME_FILE" USING WS-CAP-HIST-TMP
                   WS-CAP-HIST-PATH
           ELSE
               DISPLAY "COBALT: capacity history not rolled - "
                   FUNCTION TRIM(WS-CAP-HIST-TMP) " status "
                   WS-CAP-HIST-ERR
               MOVE WS-CAP-HIST-ERR TO WS-IOERR-STATUS
               MOVE WS-CAP-HIST-TMP TO WS-IOERR-FILE
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "FILE-ERROR " DELIMITED BY SIZE
                   WS-IOERR-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IOERR-FILE) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

       ROLL-ONE-CAPACITY-SAMPLE.
           READ REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               MOVE 1 TO WS-CAP-FILE-EOF
           ELSE
               MOVE SPACES TO WS-CAP-H-DATE WS-CAP-H-ITEM
                   WS-CAP-H-USED WS-CAP-H-CEIL
               UNSTRING REKEY-IN-RECORD DELIMITED BY "|"
                   INTO WS-CAP-H-DATE WS-CAP-H-ITEM WS-CAP-H-USED
                       WS-CAP-H-CEIL
               MOVE 0 TO WS-CAP-AGE
               IF WS-CAP-H-DATE IS NUMERIC
                   COMPUTE WS-CAP-DATE-8 =
                       20000000 + FUNCTION NUMVAL(WS-CAP-H-DATE)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAP-DATE-8) = 0
                       COMPUTE WS-CAP-AGE = WS-CAP-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE(WS-CAP-DATE-8)
                   END-IF
               END-IF
               IF WS-CAP-AGE > 0
                   AND (WS-CAP-AGE <= 366
                       OR WS-CAP-AGE <= WS-CAP-TREND-DAYS)
                   IF WS-CAP-HIST-ERR = "00"
                       MOVE REKEY-IN-RECORD TO REKEY-OUT-RECORD
                       WRITE REKEY-OUT-RECORD
                       MOVE WS-REKEY-OUT-STATUS TO WS-CAP-HIST-ERR
                   END-IF
                   ADD 1 TO WS-CAP-H-KEPT
                   IF WS-CAP-AGE <= WS-CAP-TREND-DAYS
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-CAP-H-USED)) = 0
                       PERFORM TAKE-CAPACITY-BASE-SAMPLE
                   END-IF
               END-IF
           END-IF.

       TAKE-CAPACITY-BASE-SAMPLE.
           MOVE 0 TO WS-CAP-HIT
           PERFORM MATCH-ONE-CAPACITY-ITEM
               VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-CAP-ITEM-COUNT
               OR WS-CAP-HIT NOT = 0
           IF WS-CAP-HIT NOT = 0
               IF CAP-BASE-DATE(WS-CAP-HIT) = 0
                   OR FUNCTION NUMVAL(WS-CAP-H-DATE) <
                       CAP-BASE-DATE(WS-CAP-HIT)
                   MOVE FUNCTION NUMVAL(WS-CAP-H-DATE) TO
                       CAP-BASE-DATE(WS-CAP-HIT)
                   MOVE FUNCTION NUMVAL(WS-CAP-H-USED) TO
                       CAP-BASE-USED(WS-CAP-HIT)
               END-IF
           END-IF.

       MATCH-ONE-CAPACITY-ITEM.
           IF CAP-NAME(WS-CAP-IDX) = WS-CAP-H-ITEM
               MOVE WS-CAP-IDX TO WS-CAP-HIT
           END-IF.

       WRITE-ONE-CAPACITY-SAMPLE.
           MOVE SPACES TO REKEY-OUT-RECORD
           STRING WS-CAP-TODAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-NAME(WS-CAP-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CAP-USED(WS-CAP-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CAP-CEIL(WS-CAP-IDX) DELIMITED BY SIZE
               INTO REKEY-OUT-RECORD
           WRITE REKEY-OUT-RECORD
           MOVE WS-REKEY-OUT-STATUS TO WS-CAP-HIST-ERR.

      *> Growth per day since the base sample; the days left are
      *> worked from the raw counts (headroom x days elapsed /
      *> growth) so a slow trickle is not rounded away. More than
      *> a hundred years out reads as no reach date at all.
       PROJECT-ONE-CAPACITY-ITEM.
           EVALUATE TRUE
               WHEN CAP-CEIL(WS-CAP-IDX) = 0
                   MOVE "-" TO CAP-STATE(WS-CAP-IDX)
               WHEN CAP-USED(WS-CAP-IDX) >= CAP-CEIL(WS-CAP-IDX)
                   MOVE "A" TO CAP-STATE(WS-CAP-IDX)
                   MOVE WS-CAP-TODAY TO CAP-REACH-DATE(WS-CAP-IDX)
                   MOVE "*" TO CAP-FLAG(WS-CAP-IDX)
               WHEN CAP-BASE-DATE(WS-CAP-IDX) = 0
                   MOVE "N" TO CAP-STATE(WS-CAP-IDX)
               WHEN CAP-USED(WS-CAP-IDX) <= CAP-BASE-USED(WS-CAP-IDX)
                   MOVE "N" TO CAP-STATE(WS-CAP-IDX)
               WHEN OTHER
                   MOVE "P" TO CAP-STATE(WS-CAP-IDX)
                   COMPUTE WS-CAP-AGE = WS-CAP-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(20000000 +
                           CAP-BASE-DATE(WS-CAP-IDX))
                   COMPUTE CAP-RATE(WS-CAP-IDX) ROUNDED =
                       (CAP-USED(WS-CAP-IDX)
                           - CAP-BASE-USED(WS-CAP-IDX))
                       / WS-CAP-AGE
                   COMPUTE WS-CAP-DAYS-CALC =
                       (CAP-CEIL(WS-CAP-IDX) - CAP-USED(WS-CAP-IDX))
                       * WS-CAP-AGE
                       / (CAP-USED(WS-CAP-IDX)
                           - CAP-BASE-USED(WS-CAP-IDX))
                   IF WS-CAP-DAYS-CALC > 36500
                       MOVE 999999 TO CAP-DAYS-LEFT(WS-CAP-IDX)
                   ELSE
                       MOVE WS-CAP-DAYS-CALC TO
                           CAP-DAYS-LEFT(WS-CAP-IDX)
                       COMPUTE WS-CAP-DATE-8 =
                           FUNCTION DATE-OF-INTEGER(WS-CAP-TODAY-INT
                               + WS-CAP-DAYS-CALC)
                       MOVE WS-CAP-DATE-8(3:6) TO
                           CAP-REACH-DATE(WS-CAP-IDX)
                       IF WS-CAP-DAYS-CALC <= WS-CAP-HORIZON
                           MOVE "*" TO CAP-FLAG(WS-CAP-IDX)
                       END-IF
                   END-IF
           END-EVALUATE
           IF CAP-FLAG(WS-CAP-IDX) = "*"
               ADD 1 TO WS-CAP-ALERTS
           END-IF.

       WRITE-CAPACITY-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "CAPACITY-REPORT" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 4 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           MOVE WS-CAP-HORIZON TO WS-CAP-D-EDIT
           STRING "CAPACITY AND GROWTH FORECAST  " DELIMITED BY SIZE
               WS-CAP-TODAY DELIMITED BY SIZE
               "  HORIZON " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAP-D-EDIT) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE "  ITEM" TO REPORT-HEADING(1 3)
           MOVE SPACES TO REPORT-HEADING(1 4)
           MOVE "USED" TO REPORT-HEADING(1 4)(12:)
           MOVE "CEILING" TO REPORT-HEADING(1 4)(22:)
           MOVE "SOURCE" TO REPORT-HEADING(1 4)(30:)
           MOVE "FULL%" TO REPORT-HEADING(1 4)(41:)
           MOVE "PER DAY" TO REPORT-HEADING(1 4)(52:)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF CAPACITY AND GROWTH FORECAST" TO
               REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "capacity-report" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "capacity-report-" DELIMITED BY SIZE
               WS-CAP-TODAY DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           MOVE SPACES TO WS-CAP-W-GROUP
           PERFORM WRITE-ONE-CAPACITY-ROW
               VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-CAP-ITEM-COUNT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CAP-ITEM-COUNT TO WS-CAP-D-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "ITEMS MEASURED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAP-D-EDIT) DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CAP-ALERTS TO WS-CAP-D-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "* AT CEILING OR DUE WITHIN THE HORIZON "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAP-D-EDIT) DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE.

      *> Two lines an item - flag and name, then the figures and
      *> the outlook - under a title line per group.
       WRITE-ONE-CAPACITY-ROW.
           IF CAP-GROUP(WS-CAP-IDX) NOT = WS-CAP-W-GROUP
               MOVE CAP-GROUP(WS-CAP-IDX) TO WS-CAP-W-GROUP
               MOVE SPACES TO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
               MOVE WS-CAP-W-GROUP TO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE CAP-FLAG(WS-CAP-IDX) TO WS-RPT-LINE-BUILD(1:1)
           MOVE CAP-NAME(WS-CAP-IDX) TO WS-RPT-LINE-BUILD(3:)
           PERFORM WRITE-SHIFT-DETAIL-LINE
           MOVE CAP-USED(WS-CAP-IDX) TO WS-CAP-N-EDIT-1
           MOVE SPACES TO WS-CAP-CEIL-TXT
           IF CAP-CEIL(WS-CAP-IDX) = 0
               MOVE "-" TO WS-CAP-CEIL-TXT(12:1)
           ELSE
               MOVE CAP-CEIL(WS-CAP-IDX) TO WS-CAP-N-EDIT-2
               MOVE WS-CAP-N-EDIT-2 TO WS-CAP-CEIL-TXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE WS-CAP-N-EDIT-1 TO WS-RPT-LINE-BUILD(4:12)
           MOVE WS-CAP-CEIL-TXT TO WS-RPT-LINE-BUILD(17:12)
           MOVE CAP-SOURCE(WS-CAP-IDX) TO WS-RPT-LINE-BUILD(30:8)
           IF CAP-CEIL(WS-CAP-IDX) > 0
               COMPUTE WS-CAP-PCT ROUNDED =
                   CAP-USED(WS-CAP-IDX) * 100 / CAP-CEIL(WS-CAP-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CAP-PCT
               END-COMPUTE
               MOVE WS-CAP-PCT TO WS-CAP-PCT-EDIT
               MOVE WS-CAP-PCT-EDIT TO WS-RPT-LINE-BUILD(39:7)
           END-IF
           IF CAP-STATE(WS-CAP-IDX) = "P"
               MOVE CAP-RATE(WS-CAP-IDX) TO WS-CAP-RATE-EDIT
               MOVE WS-CAP-RATE-EDIT TO WS-RPT-LINE-BUILD(46:13)
           END-IF
           PERFORM BUILD-CAPACITY-OUTLOOK
           MOVE WS-CAP-REACH-TXT TO WS-RPT-LINE-BUILD(61:)
           PERFORM WRITE-REPORT-LINE.

       BUILD-CAPACITY-OUTLOOK.
           MOVE SPACES TO WS-CAP-REACH-TXT
           EVALUATE CAP-STATE(WS-CAP-IDX)
               WHEN "A"
                   MOVE "AT CEILING" TO WS-CAP-REACH-TXT
               WHEN "N"
                   IF CAP-BASE-DATE(WS-CAP-IDX) = 0
                       MOVE "NO TREND YET" TO WS-CAP-REACH-TXT
                   ELSE
                       MOVE "NOT GROWING" TO WS-CAP-REACH-TXT
                   END-IF
               WHEN "P"
                   IF CAP-REACH-DATE(WS-CAP-IDX) = 0
                       MOVE "NOT WITHIN 100 YEARS" TO
                           WS-CAP-REACH-TXT
                   ELSE
                       MOVE CAP-DAYS-LEFT(WS-CAP-IDX) TO WS-CAP-D-EDIT
                       STRING "REACHES " DELIMITED BY SIZE
                           CAP-REACH-DATE(WS-CAP-IDX)
                               DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CAP-D-EDIT)
                               DELIMITED BY SIZE
                           " DAYS)" DELIMITED BY SIZE
                           INTO WS-CAP-REACH-TXT
                   END-IF
               WHEN OTHER
                   MOVE "NO CEILING" TO WS-CAP-REACH-TXT
           END-EVALUATE.

       RAISE-ONE-CAPACITY-ALERT.
           IF CAP-FLAG(WS-CAP-IDX) = "*"
               PERFORM BUILD-CAPACITY-OUTLOOK
               DISPLAY "COBALT: warning - "
                   FUNCTION TRIM(CAP-NAME(WS-CAP-IDX)) " "
                   FUNCTION TRIM(WS-CAP-REACH-TXT)
               MOVE CAP-USED(WS-CAP-IDX) TO WS-CAP-N-EDIT-1
               MOVE CAP-CEIL(WS-CAP-IDX) TO WS-CAP-N-EDIT-2
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "CAPACITY-ALERT " DELIMITED BY SIZE
                   FUNCTION TRIM(CAP-NAME(WS-CAP-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAP-N-EDIT-1) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAP-N-EDIT-2) DELIMITED BY SIZE
                   " reach=" DELIMITED BY SIZE
                   CAP-REACH-DATE(WS-CAP-IDX) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> --check-config [<control-file> [<proposed-file>]] - see
      *> WS-CCK-SCRATCH. With no file, checks the installed set:
      *> cobalt.cfg, the ALERT-RULES file, the catalog and the
      *> period calendar (a schedule file is named on the command
      *> line, as --schedule names it). A file is checked as the
      *> kind its name says, else as what its first line looks
      *> like. Given a proposed file as well, the proposed file is
      *> checked and every effective setting it adds, removes or
      *> changes against the current one is listed. Exit code 4 on
      *> any finding, 8 when a named file cannot be read.
      *> ---------------------------------------------------------
       CHECK-CONFIG-RUN.
           MOVE 0 TO WS-CCK-ERRORS
           MOVE 0 TO WS-CCK-WARNINGS
           MOVE 0 TO WS-CCK-FILES
           MOVE 0 TO WS-CCK-SET-COUNT
           MOVE 0 TO WS-CCK-QUIET
           MOVE 1 TO WS-CCK-SIDE
           IF FUNCTION TRIM(WS-EVENTS-FILE-PATH) = SPACES
               MOVE WS-LIMITS-FILE-PATH TO WS-CCK-FILE
               MOVE "CONFIG" TO WS-CCK-KIND
               PERFORM CHECK-CCK-INSTALLED-FILE
               MOVE WS-ALERT-RULES-PATH TO WS-CCK-FILE
               MOVE "ALERTS" TO WS-CCK-KIND
               PERFORM CHECK-CCK-INSTALLED-FILE
               MOVE WS-CAT-PATH TO WS-CCK-FILE
               MOVE "CATALOG" TO WS-CCK-KIND
               PERFORM CHECK-CCK-INSTALLED-FILE
               MOVE WS-PER-CAL-PATH TO WS-CCK-FILE
               MOVE "PERIODS" TO WS-CCK-KIND
               PERFORM CHECK-CCK-INSTALLED-FILE
               PERFORM SHOW-CCK-TOTALS
           ELSE
               MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
                   WS-CCK-FILE
               MOVE WS-CCK-FILE TO WS-CCK-CUR-FILE
               PERFORM SET-CCK-KIND
               IF FUNCTION TRIM(WS-ARG3-TXT) NOT = SPACES
                   MOVE 1 TO WS-CCK-QUIET
               END-IF
               PERFORM CHECK-CCK-FILE
               IF WS-CCK-OPEN-OK = 0
                   DISPLAY "COBALT: config check refused - cannot "
                       "read " FUNCTION TRIM(WS-CCK-FILE)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   IF WS-CCK-QUIET = 0
                       PERFORM SHOW-CCK-TOTALS
                   ELSE
                       MOVE 0 TO WS-CCK-QUIET
                       MOVE 2 TO WS-CCK-SIDE
                       MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-CCK-FILE
                       PERFORM CHECK-CCK-FILE
                       IF WS-CCK-OPEN-OK = 0
                           DISPLAY "COBALT: config check refused - "
                               "cannot read "
                               FUNCTION TRIM(WS-CCK-FILE)
                           MOVE 8 TO WS-RUN-EXIT-CODE
                       ELSE
                           PERFORM SHOW-CCK-TOTALS
                           PERFORM COMPARE-CCK-SETTINGS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-CCK-INSTALLED-FILE.
           PERFORM CHECK-CCK-FILE
           IF WS-CCK-OPEN-OK = 0
               DISPLAY "COBALT: " FUNCTION TRIM(WS-CCK-FILE)
                   " not present - the engine runs on its defaults"
           END-IF.

       SHOW-CCK-TOTALS.
           MOVE WS-CCK-FILES TO WS-CCK-N-EDIT
           IF WS-CCK-ERRORS + WS-CCK-WARNINGS = 0
               DISPLAY "COBALT: config check clean - "
                   FUNCTION TRIM(WS-CCK-N-EDIT) " file(s)"
           ELSE
               MOVE WS-CCK-ERRORS TO WS-CCK-LINE-EDIT
               MOVE WS-CCK-WARNINGS TO WS-CCK-N-EDIT-2
               DISPLAY "COBALT: config check found "
                   FUNCTION TRIM(WS-CCK-LINE-EDIT) " error(s), "
                   FUNCTION TRIM(WS-CCK-N-EDIT-2) " warning(s) in "
                   FUNCTION TRIM(WS-CCK-N-EDIT) " file(s)"
               MOVE 4 TO WS-RUN-EXIT-CODE
           END-IF.

      *> The installed names settle the kind; any other name (a
      *> schedule, or "cobalt.cfg.new" waiting to go live) is
      *> judged by its first working line.
       SET-CCK-KIND.
           MOVE 0 TO WS-CCK-PTR
           PERFORM FIND-CCK-FILE-SLASH
               VARYING WS-CCK-SCAN FROM 1 BY 1
               UNTIL WS-CCK-SCAN > 200
           MOVE SPACES TO WS-CCK-BASE
           MOVE WS-CCK-FILE(WS-CCK-PTR + 1:) TO WS-CCK-BASE
           EVALUATE TRUE
               WHEN WS-CCK-BASE = "cobalt.cfg"
                   OR WS-CCK-FILE = WS-LIMITS-FILE-PATH
                   MOVE "CONFIG" TO WS-CCK-KIND
               WHEN WS-CCK-BASE = "cobalt-alerts.cfg"
                   OR WS-CCK-FILE = WS-ALERT-RULES-PATH
                   MOVE "ALERTS" TO WS-CCK-KIND
               WHEN WS-CCK-BASE = "cobalt-catalog.dat"
                   OR WS-CCK-FILE = WS-CAT-PATH
                   MOVE "CATALOG" TO WS-CCK-KIND
               WHEN WS-CCK-BASE = "cobalt-periods.dat"
                   OR WS-CCK-FILE = WS-PER-CAL-PATH
                   MOVE "PERIODS" TO WS-CCK-KIND
               WHEN OTHER
                   PERFORM SNIFF-CCK-KIND
           END-EVALUATE.

       FIND-CCK-FILE-SLASH.
           IF WS-CCK-FILE(WS-CCK-SCAN:1) = "/"
               MOVE WS-CCK-SCAN TO WS-CCK-PTR
           END-IF.

       SNIFF-CCK-KIND.
           MOVE SPACES TO WS-CCK-KIND
           MOVE WS-CCK-FILE TO WS-REKEY-IN-PATH
           OPEN INPUT REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS = "00"
               MOVE 0 TO WS-CCK-EOF
               PERFORM SNIFF-ONE-CCK-LINE
                   UNTIL WS-CCK-EOF = 1 OR WS-CCK-KIND NOT = SPACES
               CLOSE REKEY-IN-FILE
           END-IF
           IF WS-CCK-KIND = SPACES
               MOVE "CONFIG" TO WS-CCK-KIND
           END-IF.

       SNIFF-ONE-CCK-LINE.
           READ REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               MOVE 1 TO WS-CCK-EOF
           ELSE
               MOVE FUNCTION TRIM(REKEY-IN-RECORD) TO WS-CCK-LINE
               IF WS-CCK-LINE NOT = SPACES
                   AND WS-CCK-LINE(1:1) NOT = "*"
                   PERFORM SPLIT-CCK-WORDS
                   MOVE 0 TO WS-CCK-SCAN
                   INSPECT WS-CCK-LINE TALLYING WS-CCK-SCAN
                       FOR ALL "|"
                   EVALUATE TRUE
                       WHEN WS-CCK-WORD(1) = "ALERT"
                           MOVE "ALERTS" TO WS-CCK-KIND
                       WHEN WS-CCK-WORD(1) = "NOW" OR "WATCH"
                           OR "RUN-ONCE" OR "SKIP-WEEKENDS"
                           OR "CATCH-UP" OR "CALENDAR"
                           MOVE "SCHEDULE" TO WS-CCK-KIND
                       WHEN WS-CCK-WORD(1)(1:4) IS NUMERIC
                           AND WS-CCK-WORD(1)(5:1) = SPACE
                           MOVE "SCHEDULE" TO WS-CCK-KIND
                       WHEN WS-CCK-SCAN > 0
                           MOVE "CATALOG" TO WS-CCK-KIND
                       WHEN WS-CCK-WORD(2) = "OPEN" OR "CLOSED"
                           MOVE "PERIODS" TO WS-CCK-KIND
                       WHEN OTHER
                           MOVE "CONFIG" TO WS-CCK-KIND
                   END-EVALUATE
               END-IF
           END-IF.

      *> One file, line by line, at the record width its loader
      *> reads it with - anything past that is never seen.
       CHECK-CCK-FILE.
           MOVE 0 TO WS-CCK-OPEN-OK
           MOVE WS-CCK-FILE TO WS-REKEY-IN-PATH
           OPEN INPUT REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS = "00"
               MOVE 1 TO WS-CCK-OPEN-OK
               IF WS-CCK-QUIET = 0
                   ADD 1 TO WS-CCK-FILES
               END-IF
               IF WS-CCK-SIDE = 1
                   MOVE 0 TO WS-CCK-SET-COUNT
               END-IF
               MOVE 0 TO WS-CCK-FILE-ERRORS WS-CCK-FILE-WARNINGS
                   WS-CCK-LINE-NO WS-CCK-JOB-COUNT WS-CCK-N-WEBHOOK
                   WS-CCK-N-ALLOW WS-CCK-N-HKRULE WS-CCK-N-SOD
                   WS-CCK-N-DIST WS-CCK-N-RTN WS-CCK-N-CAPL
                   WS-CCK-N-ENTRIES
               EVALUATE WS-CCK-KIND
                   WHEN "CONFIG"
                       MOVE 80 TO WS-CCK-REC-MAX
                   WHEN "ALERTS"
                       MOVE 160 TO WS-CCK-REC-MAX
                   WHEN OTHER
                       MOVE 200 TO WS-CCK-REC-MAX
               END-EVALUATE
               MOVE 0 TO WS-CCK-EOF
               PERFORM CHECK-ONE-CCK-LINE UNTIL WS-CCK-EOF = 1
               CLOSE REKEY-IN-FILE
               IF WS-CCK-KIND = "SCHEDULE"
                   PERFORM CHECK-CCK-SCHEDULE-LINKS
                       VARYING WS-CCK-JOB-START FROM 1 BY 1
                       UNTIL WS-CCK-JOB-START > WS-CCK-JOB-COUNT
               END-IF
               ADD WS-CCK-FILE-ERRORS TO WS-CCK-ERRORS
               ADD WS-CCK-FILE-WARNINGS TO WS-CCK-WARNINGS
               IF WS-CCK-QUIET = 0
                   MOVE WS-CCK-LINE-NO TO WS-CCK-LINE-EDIT
                   MOVE WS-CCK-FILE-ERRORS TO WS-CCK-N-EDIT
                   MOVE WS-CCK-FILE-WARNINGS TO WS-CCK-N-EDIT-2
                   DISPLAY "COBALT: checked "
                       FUNCTION TRIM(WS-CCK-FILE) " as "
                       FUNCTION TRIM(WS-CCK-KIND) " - "
                       FUNCTION TRIM(WS-CCK-LINE-EDIT) " line(s), "
                       FUNCTION TRIM(WS-CCK-N-EDIT) " error(s), "
                       FUNCTION TRIM(WS-CCK-N-EDIT-2) " warning(s)"
               END-IF
           END-IF.

       CHECK-ONE-CCK-LINE.
           READ REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               MOVE 1 TO WS-CCK-EOF
           ELSE
               ADD 1 TO WS-CCK-LINE-NO
               MOVE REKEY-IN-RECORD TO WS-CCK-LINE
               IF WS-CCK-LINE NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CCK-LINE
                       TRAILING)) TO WS-CCK-LINE-LEN
                   IF WS-CCK-LINE-LEN > WS-CCK-REC-MAX
                       MOVE WS-CCK-LINE-LEN TO WS-CCK-N-EDIT
                       MOVE WS-CCK-REC-MAX TO WS-CCK-N-EDIT-2
                       MOVE SPACES TO WS-CCK-MSG
                       STRING "line is " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-N-EDIT)
                               DELIMITED BY SIZE
                           " characters; the engine reads only the "
                               DELIMITED BY SIZE
                           "first " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-N-EDIT-2)
                               DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-WARNING
                       MOVE SPACES TO
                           WS-CCK-LINE(WS-CCK-REC-MAX + 1:)
                   END-IF
                   EVALUATE WS-CCK-KIND
                       WHEN "CONFIG"
                           PERFORM CHECK-CCK-CONFIG-LINE
                       WHEN "ALERTS"
                           PERFORM CHECK-CCK-ALERT-LINE
                       WHEN "SCHEDULE"
                           PERFORM CHECK-CCK-SCHEDULE-LINE
                       WHEN "CATALOG"
                           PERFORM CHECK-CCK-CATALOG-LINE
                       WHEN OTHER
                           PERFORM CHECK-CCK-PERIOD-LINE
                   END-EVALUATE
               END-IF
           END-IF.

       SPLIT-CCK-WORDS.
           PERFORM CLEAR-ONE-CCK-WORD
               VARYING WS-CCK-WORD-IDX FROM 1 BY 1
               UNTIL WS-CCK-WORD-IDX > 16
           MOVE 0 TO WS-CCK-WORD-COUNT
           UNSTRING FUNCTION TRIM(WS-CCK-LINE) DELIMITED BY ALL SPACE
               INTO WS-CCK-WORD(1) WS-CCK-WORD(2) WS-CCK-WORD(3)
                   WS-CCK-WORD(4) WS-CCK-WORD(5) WS-CCK-WORD(6)
                   WS-CCK-WORD(7) WS-CCK-WORD(8) WS-CCK-WORD(9)
                   WS-CCK-WORD(10) WS-CCK-WORD(11) WS-CCK-WORD(12)
                   WS-CCK-WORD(13) WS-CCK-WORD(14) WS-CCK-WORD(15)
                   WS-CCK-WORD(16)
               TALLYING IN WS-CCK-WORD-COUNT.

       CLEAR-ONE-CCK-WORD.
           MOVE SPACES TO WS-CCK-WORD(WS-CCK-WORD-IDX).

       REPORT-CCK-ERROR.
           IF WS-CCK-QUIET = 0
               ADD 1 TO WS-CCK-FILE-ERRORS
               MOVE WS-CCK-LINE-NO TO WS-CCK-LINE-EDIT
               DISPLAY "  " FUNCTION TRIM(WS-CCK-FILE) ":"
                   FUNCTION TRIM(WS-CCK-LINE-EDIT) ": error - "
                   FUNCTION TRIM(WS-CCK-MSG)
           END-IF.

       REPORT-CCK-WARNING.
           IF WS-CCK-QUIET = 0
               ADD 1 TO WS-CCK-FILE-WARNINGS
               MOVE WS-CCK-LINE-NO TO WS-CCK-LINE-EDIT
               DISPLAY "  " FUNCTION TRIM(WS-CCK-FILE) ":"
                   FUNCTION TRIM(WS-CCK-LINE-EDIT) ": warning - "
                   FUNCTION TRIM(WS-CCK-MSG)
           END-IF.

      *> WS-CCK-PATH present on disk (a file or a directory) sets
      *> WS-CCK-FOUND.
       CHECK-CCK-PATH-EXISTS.
           MOVE 0 TO WS-CCK-FOUND
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CCK-PATH
               WS-KIX-DETAILS
           IF RETURN-CODE = 0
               MOVE 1 TO WS-CCK-FOUND
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> An error naming WS-CCK-PATH when it is not there.
       REQUIRE-CCK-PATH.
           PERFORM CHECK-CCK-PATH-EXISTS
           IF WS-CCK-FOUND = 0
               MOVE SPACES TO WS-CCK-MSG
               STRING FUNCTION TRIM(WS-CCK-PATH) DELIMITED BY SIZE
                   " does not exist" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           END-IF.

      *> Word WS-CCK-WORD-IDX longer than the WS-CCK-MAX characters
      *> of the field the engine moves it to.
       CHECK-CCK-WORD-WIDTH.
           IF WS-CCK-WORD(WS-CCK-WORD-IDX) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-CCK-WORD(WS-CCK-WORD-IDX))) TO WS-CCK-WORD-LEN
               IF WS-CCK-WORD-LEN > WS-CCK-MAX
                   MOVE WS-CCK-MAX TO WS-CCK-N-EDIT
                   MOVE SPACES TO WS-CCK-MSG
                   STRING FUNCTION TRIM(WS-CCK-WORD(WS-CCK-WORD-IDX))
                           DELIMITED BY SIZE
                       " is cut to the " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-N-EDIT) DELIMITED BY SIZE
                       " characters the engine keeps"
                           DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-WARNING
               END-IF
           END-IF.

      *> Files the engine keeps a table of past its table's size.
       CHECK-CCK-TABLE-ROOM.
           IF WS-CCK-N-ENTRIES > WS-CCK-TABLE-MAX
               MOVE WS-CCK-TABLE-MAX TO WS-CCK-N-EDIT
               MOVE SPACES TO WS-CCK-MSG
               STRING "past the " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-N-EDIT) DELIMITED BY SIZE
                   " entries the engine holds; the line is ignored"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
               MOVE 0 TO WS-CCK-VALID
           END-IF.

      *> Files WS-CCK-SET-KEY/-VALUE as an effective setting of the
      *> current side, reporting a setting already made on an
      *> earlier line the way WS-CCK-DUP-RULE says the engine
      *> treats it.
       RECORD-CCK-SETTING.
           MOVE 0 TO WS-CCK-SET-HIT
           PERFORM MATCH-ONE-CCK-SETTING
               VARYING WS-CCK-SET-IDX FROM 1 BY 1
               UNTIL WS-CCK-SET-IDX > WS-CCK-SET-COUNT
               OR WS-CCK-SET-HIT NOT = 0
           IF WS-CCK-SET-HIT = 0
               IF WS-CCK-SET-COUNT < 300
                   ADD 1 TO WS-CCK-SET-COUNT
                   MOVE WS-CCK-SIDE TO CCKS-SIDE(WS-CCK-SET-COUNT)
                   MOVE WS-CCK-SET-KEY TO CCKS-KEY(WS-CCK-SET-COUNT)
                   MOVE WS-CCK-SET-VALUE TO
                       CCKS-VALUE(WS-CCK-SET-COUNT)
                   MOVE WS-CCK-LINE-NO TO CCKS-LINE(WS-CCK-SET-COUNT)
                   MOVE 0 TO CCKS-MATCHED(WS-CCK-SET-COUNT)
               END-IF
           ELSE
               MOVE CCKS-LINE(WS-CCK-SET-HIT) TO WS-CCK-N-EDIT
               MOVE SPACES TO WS-CCK-MSG
               EVALUATE TRUE
                   WHEN CCKS-VALUE(WS-CCK-SET-HIT) = WS-CCK-SET-VALUE
                       STRING FUNCTION TRIM(WS-CCK-SET-KEY)
                               DELIMITED BY SIZE
                           " repeats line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-N-EDIT)
                               DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                   WHEN WS-CCK-DUP-RULE = "L"
                       STRING FUNCTION TRIM(WS-CCK-SET-KEY)
                               DELIMITED BY SIZE
                           " overrides line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-N-EDIT)
                               DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(CCKS-VALUE(WS-CCK-SET-HIT))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       MOVE WS-CCK-SET-VALUE TO
                           CCKS-VALUE(WS-CCK-SET-HIT)
                       MOVE WS-CCK-LINE-NO TO CCKS-LINE(WS-CCK-SET-HIT)
                   WHEN WS-CCK-DUP-RULE = "F"
                       STRING FUNCTION TRIM(WS-CCK-SET-KEY)
                               DELIMITED BY SIZE
                           " is already set at line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-N-EDIT)
                               DELIMITED BY SIZE
                           ", which the engine finds first"
                               DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                   WHEN OTHER
                       STRING FUNCTION TRIM(WS-CCK-SET-KEY)
                               DELIMITED BY SIZE
                           " conflicts with line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-N-EDIT)
                               DELIMITED BY SIZE
                           "; the engine keeps both"
                               DELIMITED BY SIZE
                           INTO WS-CCK-MSG
               END-EVALUATE
               PERFORM REPORT-CCK-WARNING
           END-IF.

       MATCH-ONE-CCK-SETTING.
           IF CCKS-SIDE(WS-CCK-SET-IDX) = WS-CCK-SIDE
               AND CCKS-KEY(WS-CCK-SET-IDX) = WS-CCK-SET-KEY
               MOVE WS-CCK-SET-IDX TO WS-CCK-SET-HIT
           END-IF.

      *> cobalt.cfg - trimmed, "*" comments skipped, then split
      *> into a case-sensitive keyword and its value as
      *> APPLY-LIMITS-LINE does.
       CHECK-CCK-CONFIG-LINE.
           MOVE FUNCTION TRIM(WS-CCK-LINE) TO WS-CCK-LINE
           IF WS-CCK-LINE(1:1) NOT = "*"
               PERFORM SPLIT-CCK-WORDS
               MOVE WS-CCK-WORD(1) TO WS-CCK-KEY
               PERFORM CLASSIFY-CCK-CONFIG-KEY
               IF WS-CCK-CLASS = SPACE
                   MOVE FUNCTION UPPER-CASE(WS-CCK-WORD(1)) TO
                       WS-CCK-KEY
                   PERFORM CLASSIFY-CCK-CONFIG-KEY
                   MOVE SPACES TO WS-CCK-MSG
                   IF WS-CCK-CLASS NOT = SPACE
                       STRING "keyword " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-WORD(1))
                               DELIMITED BY SIZE
                           " must be written " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                           "; the line is ignored" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                   ELSE
                       STRING "unknown keyword " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-WORD(1))
                               DELIMITED BY SIZE
                           "; the line is ignored" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                   END-IF
                   PERFORM REPORT-CCK-ERROR
               ELSE
                   PERFORM CHECK-CCK-CONFIG-VALUE
               END-IF
           END-IF.

      *> Every keyword APPLY-LIMITS-LINE and SET-ONE-LIMIT act on,
      *> by the rule its value is checked against: T text, O ON or
      *> OFF, C colour, R render mode, Z signed minutes, F a file
      *> that must exist, D a directory, P partner file, L a list of
      *> files, E a list of names, N a number from WS-CCK-MIN to
      *> WS-CCK-MAX, and one class per multi-word rule keyword.
       CLASSIFY-CCK-CONFIG-KEY.
           MOVE SPACE TO WS-CCK-CLASS
           MOVE 0 TO WS-CCK-MIN
           MOVE 999999 TO WS-CCK-MAX
           EVALUATE WS-CCK-KEY
               WHEN "LANGUAGE" WHEN "TRACE-PARA" WHEN "OPS-OWNER"
               WHEN "ACCOUNT-ADMIN-ROLE" WHEN "DEPT-SWITCH-ROLE"
               WHEN "MASK-SALT" WHEN "TRAIN-SOURCE"
               WHEN "HOUSEKEEP-REPORT" WHEN "OPS-INBOX"
               WHEN "REPORT-INBOX" WHEN "PROFILE-FILE"
                   MOVE "T" TO WS-CCK-CLASS
               WHEN "TRACE-LOG" WHEN "GATEWAY-AUTH"
               WHEN "HISTORY-LOG"
                   MOVE "O" TO WS-CCK-CLASS
               WHEN "DEFAULT-FG" WHEN "DEFAULT-BG"
                   MOVE "C" TO WS-CCK-CLASS
               WHEN "RENDER-MODE"
                   MOVE "R" TO WS-CCK-CLASS
               WHEN "TIMEZONE"
                   MOVE "Z" TO WS-CCK-CLASS
               WHEN "ALERT-RULES" WHEN "KEY-FILE" WHEN "USER-FILE"
               WHEN "CALENDAR-FILE" WHEN "LEGAL-HOLD-FILE"
                   MOVE "F" TO WS-CCK-CLASS
               WHEN "SPOOL-DIR" WHEN "BACKUP-DIR" WHEN "STANDBY-DIR"
               WHEN "QUERY-DIR" WHEN "DEPT-ROOT"
                   MOVE "D" TO WS-CCK-CLASS
               WHEN "PARTNER-FILE"
                   MOVE "P" TO WS-CCK-CLASS
               WHEN "VERIFY-FILES" WHEN "BACKUP-FILES"
               WHEN "STANDBY-FILES" WHEN "CAPACITY-FILES"
                   MOVE "L" TO WS-CCK-CLASS
               WHEN "HOUSEKEEP-EXCLUDE" WHEN "DEPT-SHARED"
                   MOVE "E" TO WS-CCK-CLASS
               WHEN "WEBHOOK"
                   MOVE "W" TO WS-CCK-CLASS
               WHEN "ALLOW"
                   MOVE "A" TO WS-CCK-CLASS
               WHEN "HOUSEKEEP-RULE"
                   MOVE "H" TO WS-CCK-CLASS
               WHEN "SOD-CONFLICT"
                   MOVE "S" TO WS-CCK-CLASS
               WHEN "REPORT-DIST"
                   MOVE "G" TO WS-CCK-CLASS
               WHEN "RETENTION"
                   MOVE "K" TO WS-CCK-CLASS
               WHEN "CAPACITY-LIMIT"
                   MOVE "Q" TO WS-CCK-CLASS
               WHEN "MAX-NODES" WHEN "MAX-HISTORY"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 500 TO WS-CCK-MAX
               WHEN "MAX-STATEMENTS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 5000 TO WS-CCK-MAX
               WHEN "MAX-SCREENS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 20 TO WS-CCK-MAX
               WHEN "MAX-STATE-VARS" WHEN "TERM-LINES"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 200 TO WS-CCK-MAX
               WHEN "MAX-HANDLERS" WHEN "MAX-PARAGRAPHS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 100 TO WS-CCK-MAX
               WHEN "MAX-LIVE-VALUES"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 800 TO WS-CCK-MAX
               WHEN "MAX-LOOP-ITERATIONS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 1000 TO WS-CCK-MIN
                   MOVE 999999 TO WS-CCK-MAX
               WHEN "BACKUP-KEEP"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 1 TO WS-CCK-MIN
               WHEN "AUDIT-RETAIN" WHEN "GATEWAY-RATE"
               WHEN "CAPACITY-HORIZON"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 9999 TO WS-CCK-MAX
               WHEN "STANDBY-LAG-RECORDS" WHEN "STANDBY-LAG-MINUTES"
                   MOVE "N" TO WS-CCK-CLASS
               WHEN "IDLE-TIMEOUT"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 86400 TO WS-CCK-MAX
               WHEN "TERM-COLS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 300 TO WS-CCK-MAX
               WHEN "OPS-DUE-DAYS" WHEN "REPORT-UNREAD-DAYS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 365 TO WS-CCK-MAX
               WHEN "PASSWORD-MAX-DAYS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 999 TO WS-CCK-MAX
               WHEN "PASSWORD-MIN-LENGTH"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 1 TO WS-CCK-MIN
                   MOVE 40 TO WS-CCK-MAX
               WHEN "KEYED-INDEX-RECORDS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE WS-MAX-KEYED-RECORDS TO WS-CCK-MAX
               WHEN "CAPACITY-TREND-DAYS"
                   MOVE "N" TO WS-CCK-CLASS
                   MOVE 1 TO WS-CCK-MIN
                   MOVE 9999 TO WS-CCK-MAX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-CCK-CONFIG-VALUE.
           MOVE 1 TO WS-CCK-VALID
           MOVE "L" TO WS-CCK-DUP-RULE
           MOVE WS-CCK-KEY TO WS-CCK-SET-KEY
           MOVE SPACES TO WS-CCK-SET-VALUE
           IF WS-CCK-WORD(2) = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                   " has no value" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           ELSE
               EVALUATE WS-CCK-CLASS
                   WHEN "L" WHEN "E"
                       PERFORM CHECK-CCK-LIST-VALUE
                   WHEN "P"
                       MOVE WS-CCK-WORD(2) TO WS-CCK-PATH
                       PERFORM REQUIRE-CCK-PATH
                       MOVE WS-CCK-WORD(2) TO WS-CCK-SET-VALUE
                   WHEN "W"
                       PERFORM CHECK-CCK-WEBHOOK-RULE
                   WHEN "A"
                       PERFORM CHECK-CCK-ALLOW-RULE
                   WHEN "H"
                       PERFORM CHECK-CCK-HOUSEKEEP-RULE
                   WHEN "S"
                       PERFORM CHECK-CCK-SOD-RULE
                   WHEN "G"
                       PERFORM CHECK-CCK-DIST-RULE
                   WHEN "K"
                       PERFORM CHECK-CCK-RETENTION-RULE
                   WHEN "Q"
                       PERFORM CHECK-CCK-CAPACITY-RULE
                   WHEN OTHER
                       PERFORM CHECK-CCK-SCALAR-VALUE
               END-EVALUATE
               IF WS-CCK-VALID = 1
                   PERFORM RECORD-CCK-SETTING
               END-IF
           END-IF.

      *> A one-word value lands in the 20-character value field
      *> first, whatever field it is then moved to.
       CHECK-CCK-SCALAR-VALUE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CCK-WORD(2))) TO
               WS-CCK-WORD-LEN
           IF WS-CCK-WORD-LEN > 20
               MOVE SPACES TO WS-CCK-MSG
               STRING FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                   " value is longer than 20 characters; the engine"
                       DELIMITED BY SIZE
                   " keeps only " DELIMITED BY SIZE
                   WS-CCK-WORD(2)(1:20) DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           END-IF
           IF WS-CCK-WORD(3) NOT = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "text after the " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                   " value is ignored" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
           END-IF
           MOVE WS-CCK-WORD(2)(1:20) TO WS-CCK-SET-VALUE
           MOVE SPACES TO WS-CCK-MSG
           EVALUATE WS-CCK-CLASS
               WHEN "O"
                   IF WS-CCK-SET-VALUE NOT = "ON"
                       AND WS-CCK-SET-VALUE NOT = "OFF"
                       STRING FUNCTION TRIM(WS-CCK-KEY)
                               DELIMITED BY SIZE
                           " takes ON or OFF; " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-SET-VALUE)
                               DELIMITED BY SIZE
                           " reads as OFF" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                   END-IF
               WHEN "C"
                   MOVE WS-CCK-SET-VALUE TO WS-COLOR-NAME-IN
                   PERFORM RESOLVE-COLOR-NAME
                   IF WS-COLOR-CODE-OUT = WS-COLOR-NONE
                       STRING FUNCTION TRIM(WS-CCK-SET-VALUE)
                               DELIMITED BY SIZE
                           " is not a colour (BLACK RED GREEN YELLOW"
                               DELIMITED BY SIZE
                           " BLUE MAGENTA CYAN WHITE)"
                               DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                   END-IF
               WHEN "R"
                   IF FUNCTION UPPER-CASE(WS-CCK-SET-VALUE) NOT =
                       "LINEAR" AND FUNCTION UPPER-CASE(
                       WS-CCK-SET-VALUE) NOT = "STANDARD"
                       STRING "RENDER-MODE takes LINEAR or STANDARD;"
                               DELIMITED BY SIZE
                           " the line is ignored" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                       MOVE 0 TO WS-CCK-VALID
                   END-IF
               WHEN "Z"
                   IF FUNCTION TEST-NUMVAL(WS-CCK-SET-VALUE) NOT = 0
                       STRING "TIMEZONE " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-SET-VALUE)
                               DELIMITED BY SIZE
                           " is not a number of minutes; it reads as"
                               DELIMITED BY SIZE
                           " 0" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                   ELSE
                       COMPUTE WS-CCK-NUM =
                           FUNCTION NUMVAL(WS-CCK-SET-VALUE)
                       IF WS-CCK-NUM < -720 OR WS-CCK-NUM > 840
                           STRING "TIMEZONE " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-CCK-SET-VALUE)
                                   DELIMITED BY SIZE
                               " is outside -720 to 840 minutes"
                                   DELIMITED BY SIZE
                               INTO WS-CCK-MSG
                           PERFORM REPORT-CCK-WARNING
                       END-IF
                   END-IF
               WHEN "F"
                   MOVE WS-CCK-SET-VALUE TO WS-CCK-PATH
                   PERFORM REQUIRE-CCK-PATH
               WHEN "D"
                   MOVE WS-CCK-SET-VALUE TO WS-CCK-PATH
                   PERFORM CHECK-CCK-PATH-EXISTS
                   IF WS-CCK-FOUND = 0
                       STRING "directory " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-PATH)
                               DELIMITED BY SIZE
                           " does not exist" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-WARNING
                   END-IF
               WHEN "N"
                   PERFORM CHECK-CCK-NUMERIC-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The generic numeric path - a value that is not a number is
      *> never applied, and one past the compiled ceiling is dropped
      *> by SET-ONE-LIMIT.
       CHECK-CCK-NUMERIC-VALUE.
           MOVE SPACES TO WS-CCK-MSG
           IF FUNCTION TEST-NUMVAL(WS-CCK-SET-VALUE) NOT = 0
               STRING FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                   " needs a number; the line is ignored"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
               MOVE 0 TO WS-CCK-VALID
           ELSE
               COMPUTE WS-CCK-NUM = FUNCTION NUMVAL(WS-CCK-SET-VALUE)
               IF WS-CCK-NUM < 0
                   OR WS-CCK-NUM NOT = FUNCTION INTEGER(WS-CCK-NUM)
                   STRING FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                       " takes a whole number of 0 or more"
                           DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-ERROR
                   MOVE 0 TO WS-CCK-VALID
               ELSE
                   IF WS-CCK-NUM > WS-CCK-MAX
                       MOVE WS-CCK-MAX TO WS-CCK-N-EDIT
                       STRING FUNCTION TRIM(WS-CCK-KEY)
                               DELIMITED BY SIZE
                           " is past its ceiling of " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-N-EDIT)
                               DELIMITED BY SIZE
                           "; the line is ignored" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                       MOVE 0 TO WS-CCK-VALID
                   ELSE
                       IF WS-CCK-NUM < WS-CCK-MIN
                           MOVE WS-CCK-MIN TO WS-CCK-N-EDIT
                           STRING FUNCTION TRIM(WS-CCK-KEY)
                                   DELIMITED BY SIZE
                               " is below its minimum of "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(WS-CCK-N-EDIT)
                                   DELIMITED BY SIZE
                               "; the line is ignored"
                                   DELIMITED BY SIZE
                               INTO WS-CCK-MSG
                           PERFORM REPORT-CCK-ERROR
                           MOVE 0 TO WS-CCK-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> BACKUP-FILES and the other list keys take the whole second
      *> word, split on commas into ten entries.
       CHECK-CCK-LIST-VALUE.
           MOVE WS-CCK-WORD(2) TO WS-CCK-SET-VALUE
           MOVE WS-CCK-WORD(2) TO WS-CCK-LIST
           PERFORM SPLIT-CCK-LIST
           IF WS-CCK-LIST-COUNT > 10
               MOVE WS-CCK-LIST-COUNT TO WS-CCK-N-EDIT
               MOVE SPACES TO WS-CCK-MSG
               STRING FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                   " lists " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-N-EDIT) DELIMITED BY SIZE
                   " entries; only the first 10 are used"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
               MOVE 10 TO WS-CCK-LIST-COUNT
           END-IF
           IF WS-CCK-CLASS = "L"
               PERFORM REQUIRE-ONE-CCK-LIST-FILE
                   VARYING WS-CCK-LIST-IDX FROM 1 BY 1
                   UNTIL WS-CCK-LIST-IDX > WS-CCK-LIST-COUNT
           END-IF
           IF WS-CCK-WORD(3) NOT = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "text after the " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                   " list is ignored (no spaces inside the list)"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
           END-IF.

       SPLIT-CCK-LIST.
           PERFORM CLEAR-ONE-CCK-LIST-ITEM
               VARYING WS-CCK-LIST-IDX FROM 1 BY 1
               UNTIL WS-CCK-LIST-IDX > 12
           UNSTRING WS-CCK-LIST DELIMITED BY ","
               INTO WS-CCK-LIST-ITEM(1) WS-CCK-LIST-ITEM(2)
                   WS-CCK-LIST-ITEM(3) WS-CCK-LIST-ITEM(4)
                   WS-CCK-LIST-ITEM(5) WS-CCK-LIST-ITEM(6)
                   WS-CCK-LIST-ITEM(7) WS-CCK-LIST-ITEM(8)
                   WS-CCK-LIST-ITEM(9) WS-CCK-LIST-ITEM(10)
                   WS-CCK-LIST-ITEM(11) WS-CCK-LIST-ITEM(12)
           MOVE 0 TO WS-CCK-LIST-COUNT
           PERFORM COUNT-ONE-CCK-LIST-ITEM
               VARYING WS-CCK-LIST-IDX FROM 1 BY 1
               UNTIL WS-CCK-LIST-IDX > 12.

       CLEAR-ONE-CCK-LIST-ITEM.
           MOVE SPACES TO WS-CCK-LIST-ITEM(WS-CCK-LIST-IDX).

       COUNT-ONE-CCK-LIST-ITEM.
           IF WS-CCK-LIST-ITEM(WS-CCK-LIST-IDX) NOT = SPACES
               MOVE WS-CCK-LIST-IDX TO WS-CCK-LIST-COUNT
           END-IF.

       REQUIRE-ONE-CCK-LIST-FILE.
           IF WS-CCK-LIST-ITEM(WS-CCK-LIST-IDX) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CCK-LIST-ITEM(WS-CCK-LIST-IDX))
                   TO WS-CCK-PATH
               PERFORM REQUIRE-CCK-PATH
           END-IF.

      *> "WEBHOOK <target> <watch-var> <watch-value> <url>".
       CHECK-CCK-WEBHOOK-RULE.
           MOVE "B" TO WS-CCK-DUP-RULE
           IF WS-CCK-WORD(5) = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "WEBHOOK needs <target> <watch-var> "
                       DELIMITED BY SIZE
                   "<watch-value> <url>; the entry is incomplete"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           END-IF
           MOVE 2 TO WS-CCK-WORD-IDX
           MOVE 30 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
           MOVE 3 TO WS-CCK-WORD-IDX
           PERFORM CHECK-CCK-WORD-WIDTH
           MOVE 4 TO WS-CCK-WORD-IDX
           MOVE 20 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
           MOVE 5 TO WS-CCK-WORD-IDX
           MOVE 80 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
           ADD 1 TO WS-CCK-N-WEBHOOK
           MOVE WS-CCK-N-WEBHOOK TO WS-CCK-N-ENTRIES
           MOVE 50 TO WS-CCK-TABLE-MAX
           PERFORM CHECK-CCK-TABLE-ROOM
           MOVE SPACES TO WS-CCK-SET-KEY
           STRING "WEBHOOK " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(3)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(4)) DELIMITED BY SIZE
               INTO WS-CCK-SET-KEY
           MOVE WS-CCK-WORD(5) TO WS-CCK-SET-VALUE.

      *> "ALLOW <app-source> <prefix>[,...]".
       CHECK-CCK-ALLOW-RULE.
           MOVE "B" TO WS-CCK-DUP-RULE
           MOVE WS-CCK-WORD(2) TO WS-CCK-PATH
           PERFORM REQUIRE-CCK-PATH
           IF WS-CCK-WORD(3) = SPACES
               MOVE "ALLOW needs <app-source> <prefix>[,<prefix>...]"
                   TO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           END-IF
           ADD 1 TO WS-CCK-N-ALLOW
           MOVE WS-CCK-N-ALLOW TO WS-CCK-N-ENTRIES
           MOVE 10 TO WS-CCK-TABLE-MAX
           PERFORM CHECK-CCK-TABLE-ROOM
           MOVE SPACES TO WS-CCK-SET-KEY
           STRING "ALLOW " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
               INTO WS-CCK-SET-KEY
           MOVE WS-CCK-WORD(3) TO WS-CCK-SET-VALUE.

      *> "HOUSEKEEP-RULE <glob> <days>".
       CHECK-CCK-HOUSEKEEP-RULE.
           MOVE "B" TO WS-CCK-DUP-RULE
           IF FUNCTION TEST-NUMVAL(WS-CCK-WORD(3)) NOT = 0
               OR WS-CCK-WORD(3) = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "HOUSEKEEP-RULE needs <glob> <days>; the"
                   " rule is ignored" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
               MOVE 0 TO WS-CCK-VALID
           ELSE
               MOVE 2 TO WS-CCK-WORD-IDX
               MOVE 40 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               ADD 1 TO WS-CCK-N-HKRULE
               MOVE WS-CCK-N-HKRULE TO WS-CCK-N-ENTRIES
               MOVE 20 TO WS-CCK-TABLE-MAX
               PERFORM CHECK-CCK-TABLE-ROOM
           END-IF
           MOVE SPACES TO WS-CCK-SET-KEY
           STRING "HOUSEKEEP-RULE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
               INTO WS-CCK-SET-KEY
           MOVE WS-CCK-WORD(3) TO WS-CCK-SET-VALUE.

      *> "SOD-CONFLICT <role>,<role>".
       CHECK-CCK-SOD-RULE.
           MOVE "B" TO WS-CCK-DUP-RULE
           MOVE WS-CCK-WORD(2) TO WS-CCK-LIST
           PERFORM SPLIT-CCK-LIST
           IF WS-CCK-LIST-ITEM(1) = SPACES
               OR WS-CCK-LIST-ITEM(2) = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "SOD-CONFLICT needs <role>,<role>; the"
                   " rule is ignored" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
               MOVE 0 TO WS-CCK-VALID
           ELSE
               IF WS-CCK-LIST-ITEM(1) = WS-CCK-LIST-ITEM(2)
                   MOVE SPACES TO WS-CCK-MSG
                   STRING "SOD-CONFLICT pairs " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-LIST-ITEM(1))
                           DELIMITED BY SIZE
                       " with itself, so no holder of it can pass"
                           DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-ERROR
               END-IF
               ADD 1 TO WS-CCK-N-SOD
               MOVE WS-CCK-N-SOD TO WS-CCK-N-ENTRIES
               MOVE 10 TO WS-CCK-TABLE-MAX
               PERFORM CHECK-CCK-TABLE-ROOM
           END-IF
           MOVE SPACES TO WS-CCK-SET-KEY
           STRING "SOD-CONFLICT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
               INTO WS-CCK-SET-KEY.

      *> "REPORT-DIST <report-name> <role>[,<role>...]".
       CHECK-CCK-DIST-RULE.
           MOVE "B" TO WS-CCK-DUP-RULE
           IF WS-CCK-WORD(3) = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "REPORT-DIST needs <report-name>"
                   " <role>[,<role>...]; the rule is ignored"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
               MOVE 0 TO WS-CCK-VALID
           ELSE
               MOVE 2 TO WS-CCK-WORD-IDX
               MOVE 30 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               MOVE 3 TO WS-CCK-WORD-IDX
               MOVE 40 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               ADD 1 TO WS-CCK-N-DIST
               MOVE WS-CCK-N-DIST TO WS-CCK-N-ENTRIES
               MOVE 20 TO WS-CCK-TABLE-MAX
               PERFORM CHECK-CCK-TABLE-ROOM
           END-IF
           MOVE SPACES TO WS-CCK-SET-KEY
           STRING "REPORT-DIST " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(3)) DELIMITED BY SIZE
               INTO WS-CCK-SET-KEY.

      *> "RETENTION <keyed-file> <days> [KEY|VALUE <part>]".
       CHECK-CCK-RETENTION-RULE.
           IF FUNCTION TEST-NUMVAL(WS-CCK-WORD(3)) NOT = 0
               OR WS-CCK-WORD(3) = SPACES
               OR (WS-CCK-WORD(4) NOT = SPACES
                   AND FUNCTION UPPER-CASE(WS-CCK-WORD(4)) NOT = "KEY"
                   AND FUNCTION UPPER-CASE(WS-CCK-WORD(4))
                       NOT = "VALUE")
               OR (WS-CCK-WORD(5) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CCK-WORD(5)) NOT = 0)
               MOVE SPACES TO WS-CCK-MSG
               STRING "RETENTION needs <keyed-file> <days>"
                   " [KEY|VALUE <part>]; the rule is ignored"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
               MOVE 0 TO WS-CCK-VALID
           ELSE
               MOVE WS-CCK-WORD(2) TO WS-CCK-PATH
               PERFORM CHECK-CCK-PATH-EXISTS
               IF WS-CCK-FOUND = 0
                   MOVE SPACES TO WS-CCK-MSG
                   STRING "RETENTION names " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-PATH) DELIMITED BY SIZE
                       ", which does not exist yet" DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-WARNING
               END-IF
               ADD 1 TO WS-CCK-N-RTN
               MOVE WS-CCK-N-RTN TO WS-CCK-N-ENTRIES
               MOVE 20 TO WS-CCK-TABLE-MAX
               PERFORM CHECK-CCK-TABLE-ROOM
           END-IF
           MOVE SPACES TO WS-CCK-SET-KEY WS-CCK-SET-VALUE
           STRING "RETENTION " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
               INTO WS-CCK-SET-KEY
           STRING FUNCTION TRIM(WS-CCK-WORD(3)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CCK-WORD(4)))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(5)) DELIMITED BY SIZE
               INTO WS-CCK-SET-VALUE.

      *> "CAPACITY-LIMIT <item> <ceiling>".
       CHECK-CCK-CAPACITY-RULE.
           IF FUNCTION TEST-NUMVAL(WS-CCK-WORD(3)) NOT = 0
               OR WS-CCK-WORD(3) = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "CAPACITY-LIMIT needs <item> <ceiling>;"
                   " the line is ignored" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
               MOVE 0 TO WS-CCK-VALID
           ELSE
               MOVE 2 TO WS-CCK-WORD-IDX
               MOVE 60 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               ADD 1 TO WS-CCK-N-CAPL
               MOVE WS-CCK-N-CAPL TO WS-CCK-N-ENTRIES
               MOVE 30 TO WS-CCK-TABLE-MAX
               PERFORM CHECK-CCK-TABLE-ROOM
           END-IF
           MOVE SPACES TO WS-CCK-SET-KEY
           STRING "CAPACITY-LIMIT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
               INTO WS-CCK-SET-KEY
           MOVE WS-CCK-WORD(3) TO WS-CCK-SET-VALUE.

      *> cobalt-alerts.cfg - "ALERT <name> <match> <count> <window>
      *> [<url>]", split from the untrimmed record as
      *> LOAD-ONE-ALERT-RULE splits it.
       CHECK-CCK-ALERT-LINE.
           IF WS-CCK-LINE(1:1) NOT = "*"
               IF WS-CCK-LINE(1:1) = SPACE
                   MOVE SPACES TO WS-CCK-MSG
                   STRING "line starts with a space, so the engine"
                       " reads every field one place late"
                           DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-ERROR
               ELSE
                   PERFORM CHECK-CCK-ALERT-RULE
               END-IF
           END-IF.

       CHECK-CCK-ALERT-RULE.
           PERFORM SPLIT-CCK-WORDS
           MOVE 1 TO WS-CCK-VALID
           MOVE "B" TO WS-CCK-DUP-RULE
           IF FUNCTION UPPER-CASE(WS-CCK-WORD(1)) NOT = "ALERT"
               MOVE SPACES TO WS-CCK-MSG
               STRING FUNCTION TRIM(WS-CCK-WORD(1)) DELIMITED BY SIZE
                   " is not ALERT; the line is still loaded as a rule"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           END-IF
           IF WS-CCK-WORD(3) = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "ALERT needs <name> <match> <count> <window>"
                       DELIMITED BY SIZE
                   " [<url>]" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           END-IF
           MOVE 4 TO WS-CCK-WORD-IDX
           PERFORM CHECK-CCK-ALERT-NUMBER
           MOVE 5 TO WS-CCK-WORD-IDX
           PERFORM CHECK-CCK-ALERT-NUMBER
           MOVE 2 TO WS-CCK-WORD-IDX
           MOVE 20 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
           MOVE 3 TO WS-CCK-WORD-IDX
           MOVE 30 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
           MOVE 6 TO WS-CCK-WORD-IDX
           MOVE 80 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
           IF WS-CCK-WORD(7) NOT = SPACES
               MOVE "text after the URL is ignored" TO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
           END-IF
           ADD 1 TO WS-CCK-N-ENTRIES
           MOVE 20 TO WS-CCK-TABLE-MAX
           PERFORM CHECK-CCK-TABLE-ROOM
           IF WS-CCK-VALID = 1
               MOVE SPACES TO WS-CCK-SET-KEY WS-CCK-SET-VALUE
               STRING "ALERT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
                   INTO WS-CCK-SET-KEY
               STRING FUNCTION TRIM(WS-CCK-WORD(3)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-WORD(4)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-WORD(5)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-WORD(6)) DELIMITED BY SIZE
                   INTO WS-CCK-SET-VALUE
               PERFORM RECORD-CCK-SETTING
           END-IF.

      *> The count and the window are NUMVAL'd unchecked - anything
      *> else reads as 0, and a 0 count never fires.
       CHECK-CCK-ALERT-NUMBER.
           IF WS-CCK-WORD(WS-CCK-WORD-IDX) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CCK-WORD(WS-CCK-WORD-IDX))
                   NOT = 0
               MOVE SPACES TO WS-CCK-MSG
               STRING FUNCTION TRIM(WS-CCK-WORD(WS-CCK-WORD-IDX))
                       DELIMITED BY SIZE
                   " is not a number; it reads as 0"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           END-IF.

      *> A schedule file, read as LOAD-ONE-SCHED-LINE reads it: the
      *> directives and WATCH only where they start the record, in
      *> capitals, and every other line a job.
       CHECK-CCK-SCHEDULE-LINE.
           IF WS-CCK-LINE(1:1) NOT = "*"
               PERFORM SPLIT-CCK-WORDS
               MOVE "L" TO WS-CCK-DUP-RULE
               MOVE SPACES TO WS-CCK-SET-KEY WS-CCK-SET-VALUE
                   WS-CCK-MSG
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-CCK-LINE) = "RUN-ONCE"
                       OR FUNCTION TRIM(WS-CCK-LINE) = "SKIP-WEEKENDS"
                       MOVE FUNCTION TRIM(WS-CCK-LINE) TO
                           WS-CCK-SET-KEY
                       MOVE "ON" TO WS-CCK-SET-VALUE
                       PERFORM RECORD-CCK-SETTING
                   WHEN WS-CCK-LINE(1:9) = "CATCH-UP "
                       PERFORM CHECK-CCK-CATCH-UP
                   WHEN WS-CCK-LINE(1:9) = "CALENDAR "
                       MOVE FUNCTION TRIM(WS-CCK-LINE(10:190)) TO
                           WS-CCK-PATH
                       PERFORM REQUIRE-CCK-PATH
                       MOVE "CALENDAR" TO WS-CCK-SET-KEY
                       MOVE WS-CCK-PATH TO WS-CCK-SET-VALUE
                       PERFORM RECORD-CCK-SETTING
                   WHEN WS-CCK-LINE(1:6) = "WATCH "
                       PERFORM CHECK-CCK-WATCH-LINE
                   WHEN WS-CCK-WORD(1)(1:1) = "*"
                       MOVE "an indented comment is read as a job line"
                           TO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                   WHEN FUNCTION UPPER-CASE(WS-CCK-WORD(1)) =
                       "RUN-ONCE" OR "SKIP-WEEKENDS" OR "CATCH-UP"
                       OR "CALENDAR" OR "WATCH"
                       STRING FUNCTION TRIM(WS-CCK-WORD(1))
                               DELIMITED BY SIZE
                           " is not read as a directive here (it must"
                               DELIMITED BY SIZE
                           " start the line, in capitals"
                               DELIMITED BY SIZE
                           "); the line is taken as a job"
                               DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                   WHEN OTHER
                       PERFORM CHECK-CCK-JOB-LINE
               END-EVALUATE
           END-IF.

      *> Only OFF turns catch-up off; any other value leaves it on.
       CHECK-CCK-CATCH-UP.
           MOVE FUNCTION TRIM(WS-CCK-LINE(10:10)) TO WS-CCK-SET-VALUE
           IF WS-CCK-SET-VALUE NOT = "ON"
               AND WS-CCK-SET-VALUE NOT = "OFF"
               STRING "CATCH-UP takes ON or OFF; " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-SET-VALUE) DELIMITED BY SIZE
                   " leaves catch-up on" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
               MOVE "ON" TO WS-CCK-SET-VALUE
           END-IF
           MOVE "CATCH-UP" TO WS-CCK-SET-KEY
           PERFORM RECORD-CCK-SETTING.

      *> "<HHMM|NOW> <app> <events>" then NAME, AFTER and DEPT, as
      *> TOKENIZE-LINE and SCAN-ONE-SCHED-CLAUSE read them - the
      *> clause words exactly as written.
       CHECK-CCK-JOB-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CCK-LINE)) TO
               WS-CCK-LINE-LEN
           IF WS-CCK-LINE-LEN > 160
               MOVE SPACES TO WS-CCK-MSG
               STRING "the engine reads only the first 160"
                   " characters of a job line" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
           END-IF
           MOVE SPACES TO WS-CCK-MSG
           IF WS-CCK-WORD(1) NOT = "NOW"
               MOVE WS-CCK-WORD(1) TO WS-CCK-PATH
               PERFORM CHECK-CCK-HHMM
               IF WS-CCK-VALID = 0
                   STRING FUNCTION TRIM(WS-CCK-WORD(1))
                           DELIMITED BY SIZE
                       " is not NOW or an HHMM time; the job never"
                           DELIMITED BY SIZE
                       " starts" DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-ERROR
               END-IF
           END-IF
           MOVE 2 TO WS-CCK-WORD-IDX
           PERFORM CHECK-CCK-JOB-TARGET
           MOVE 73 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
               VARYING WS-CCK-WORD-IDX FROM 2 BY 1
               UNTIL WS-CCK-WORD-IDX > 16
           ADD 1 TO WS-CCK-JOB-COUNT
           MOVE SPACES TO CCKJ-NAME(WS-CCK-JOB-COUNT)
               CCKJ-AFTER(WS-CCK-JOB-COUNT)
           MOVE WS-CCK-LINE-NO TO CCKJ-LINE(WS-CCK-JOB-COUNT)
           PERFORM CHECK-ONE-CCK-JOB-CLAUSE
               VARYING WS-CCK-WORD-IDX FROM 4 BY 1
               UNTIL WS-CCK-WORD-IDX > 16
           PERFORM FILE-CCK-JOB.

      *> A 4-digit time of day in WS-CCK-PATH sets WS-CCK-VALID.
       CHECK-CCK-HHMM.
           MOVE 0 TO WS-CCK-VALID
           IF WS-CCK-PATH(1:4) IS NUMERIC
               AND WS-CCK-PATH(5:1) = SPACE
               AND WS-CCK-PATH(1:2) < "24"
               AND WS-CCK-PATH(3:2) < "60"
               MOVE 1 TO WS-CCK-VALID
           END-IF.

      *> The app word at WS-CCK-WORD-IDX and the events file after
      *> it. A "--" mode is launched as such; only --job-stream
      *> names a file of its own.
       CHECK-CCK-JOB-TARGET.
           MOVE SPACES TO WS-CCK-MSG
           IF WS-CCK-WORD(WS-CCK-WORD-IDX + 1) = SPACES
               STRING "job needs an app and an events file after "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-WORD(WS-CCK-WORD-IDX - 1))
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           ELSE
               IF WS-CCK-WORD(WS-CCK-WORD-IDX)(1:2) = "--"
                   IF WS-CCK-WORD(WS-CCK-WORD-IDX) = "--job-stream"
                       MOVE WS-CCK-WORD(WS-CCK-WORD-IDX + 1) TO
                           WS-CCK-PATH
                       PERFORM REQUIRE-CCK-PATH
                   END-IF
               ELSE
                   MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO WS-CCK-PATH
                   PERFORM REQUIRE-CCK-PATH
                   MOVE WS-CCK-WORD(WS-CCK-WORD-IDX + 1) TO
                       WS-CCK-PATH
                   PERFORM REQUIRE-CCK-PATH
               END-IF
           END-IF.

       CHECK-ONE-CCK-JOB-CLAUSE.
           MOVE SPACES TO WS-CCK-MSG
           EVALUATE WS-CCK-WORD(WS-CCK-WORD-IDX)
               WHEN SPACES
                   CONTINUE
               WHEN "NAME"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO
                       CCKJ-NAME(WS-CCK-JOB-COUNT)
               WHEN "AFTER"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO
                       CCKJ-AFTER(WS-CCK-JOB-COUNT)
               WHEN "DEPT"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   PERFORM CHECK-CCK-CLAUSE-DEPT
               WHEN OTHER
                   IF FUNCTION UPPER-CASE(WS-CCK-WORD(WS-CCK-WORD-IDX))
                       = "NAME" OR "AFTER" OR "DEPT"
                       STRING "clause " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-WORD(WS-CCK-WORD-IDX))
                               DELIMITED BY SIZE
                           " must be written in capitals on a job"
                               DELIMITED BY SIZE
                           " line; it is ignored" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                   ELSE
                       STRING FUNCTION TRIM(WS-CCK-WORD(
                               WS-CCK-WORD-IDX)) DELIMITED BY SIZE
                           " is not a job clause (NAME, AFTER, DEPT);"
                               DELIMITED BY SIZE
                           " it is ignored" DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-WARNING
                   END-IF
           END-EVALUATE.

      *> Steps WS-CCK-WORD-IDX onto the clause's value, reporting
      *> a clause left without one. NAME and AFTER land in 20-
      *> character fields.
       TAKE-CCK-CLAUSE-VALUE.
           MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO WS-CCK-KEY
           ADD 1 TO WS-CCK-WORD-IDX
           IF WS-CCK-WORD(WS-CCK-WORD-IDX) = SPACES
               MOVE SPACES TO WS-CCK-MSG
               STRING "clause " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-KEY) DELIMITED BY SIZE
                   " has no value" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           ELSE
               IF FUNCTION UPPER-CASE(WS-CCK-KEY) = "NAME"
                   OR FUNCTION UPPER-CASE(WS-CCK-KEY) = "AFTER"
                   MOVE 20 TO WS-CCK-MAX
                   PERFORM CHECK-CCK-WORD-WIDTH
               END-IF
           END-IF.

       CHECK-CCK-CLAUSE-DEPT.
           IF WS-CCK-WORD(WS-CCK-WORD-IDX) NOT = SPACES
               MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO WS-DEPT-WANTED
               PERFORM VALIDATE-DEPARTMENT-NAME
               IF WS-DEPT-VALID = 0
                   MOVE SPACES TO WS-CCK-MSG
                   STRING FUNCTION TRIM(WS-CCK-WORD(WS-CCK-WORD-IDX))
                           DELIMITED BY SIZE
                       " cannot be a department name; the launch is"
                           DELIMITED BY SIZE
                       " refused" DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-ERROR
               END-IF
           END-IF.

      *> Both job kinds share the engine's 20-entry table; a named
      *> job is found by its first entry, as AFTER finds it.
       FILE-CCK-JOB.
           MOVE 1 TO WS-CCK-VALID
           MOVE WS-CCK-JOB-COUNT TO WS-CCK-N-ENTRIES
           MOVE 20 TO WS-CCK-TABLE-MAX
           PERFORM CHECK-CCK-TABLE-ROOM
           IF WS-CCK-VALID = 0
               SUBTRACT 1 FROM WS-CCK-JOB-COUNT
           ELSE
               MOVE "F" TO WS-CCK-DUP-RULE
               MOVE SPACES TO WS-CCK-SET-KEY
               IF CCKJ-NAME(WS-CCK-JOB-COUNT) NOT = SPACES
                   STRING "JOB " DELIMITED BY SIZE
                       FUNCTION TRIM(CCKJ-NAME(WS-CCK-JOB-COUNT))
                           DELIMITED BY SIZE
                       INTO WS-CCK-SET-KEY
               ELSE
                   STRING "JOB " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-WORD(1)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-WORD(3)) DELIMITED BY SIZE
                       INTO WS-CCK-SET-KEY
               END-IF
               MOVE FUNCTION TRIM(WS-CCK-LINE) TO WS-CCK-SET-VALUE
               PERFORM RECORD-CCK-SETTING
           END-IF.

      *> "WATCH <dir>/<pattern> <app> <events>" then NAME, AFTER,
      *> PARAM, PROCESSED, FAILED, FAIL-AT, BY and DEPT in any case,
      *> as LOAD-ONE-SCHED-WATCH reads them from sixteen words.
       CHECK-CCK-WATCH-LINE.
           IF WS-CCK-WORD(2) = SPACES
               MOVE "WATCH needs <dir>/<pattern> <app> <events>"
                   TO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           ELSE
               MOVE 0 TO WS-CCK-PTR
               PERFORM FIND-CCK-WATCH-SLASH
                   VARYING WS-CCK-SCAN FROM 1 BY 1
                   UNTIL WS-CCK-SCAN > 200
               IF WS-CCK-PTR > 1
                   MOVE SPACES TO WS-CCK-PATH
                   MOVE WS-CCK-WORD(2)(1:WS-CCK-PTR - 1) TO
                       WS-CCK-PATH
                   MOVE 0 TO WS-CCK-SCAN
                   INSPECT WS-CCK-PATH TALLYING WS-CCK-SCAN
                       FOR ALL "*" ALL "?"
                   IF WS-CCK-SCAN = 0
                       PERFORM CHECK-CCK-FOLDER
                   END-IF
               END-IF
               MOVE 3 TO WS-CCK-WORD-IDX
               PERFORM CHECK-CCK-JOB-TARGET
           END-IF
           IF WS-CCK-WORD-COUNT > 15
               MOVE "words after the 15th are not read" TO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
           END-IF
           ADD 1 TO WS-CCK-JOB-COUNT
           MOVE SPACES TO CCKJ-NAME(WS-CCK-JOB-COUNT)
               CCKJ-AFTER(WS-CCK-JOB-COUNT)
           MOVE WS-CCK-LINE-NO TO CCKJ-LINE(WS-CCK-JOB-COUNT)
           PERFORM CHECK-ONE-CCK-WATCH-CLAUSE
               VARYING WS-CCK-WORD-IDX FROM 5 BY 1
               UNTIL WS-CCK-WORD-IDX > 15
           PERFORM FILE-CCK-JOB.

       FIND-CCK-WATCH-SLASH.
           IF WS-CCK-WORD(2)(WS-CCK-SCAN:1) = "/"
               MOVE WS-CCK-SCAN TO WS-CCK-PTR
           END-IF.

      *> A folder the engine lists or files into - missing is only
      *> a warning, as the folder may be made before go-live.
       CHECK-CCK-FOLDER.
           PERFORM CHECK-CCK-PATH-EXISTS
           IF WS-CCK-FOUND = 0
               MOVE SPACES TO WS-CCK-MSG
               STRING "folder " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-PATH) DELIMITED BY SIZE
                   " does not exist" DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
           END-IF.

       CHECK-ONE-CCK-WATCH-CLAUSE.
           MOVE SPACES TO WS-CCK-MSG
           EVALUATE FUNCTION UPPER-CASE(WS-CCK-WORD(WS-CCK-WORD-IDX))
               WHEN SPACES
                   CONTINUE
               WHEN "NAME"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO
                       CCKJ-NAME(WS-CCK-JOB-COUNT)
               WHEN "AFTER"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO
                       CCKJ-AFTER(WS-CCK-JOB-COUNT)
               WHEN "PARAM"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
               WHEN "PROCESSED" WHEN "FAILED"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   IF WS-CCK-WORD(WS-CCK-WORD-IDX) NOT = SPACES
                       MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO
                           WS-CCK-PATH
                       PERFORM CHECK-CCK-FOLDER
                   END-IF
               WHEN "FAIL-AT"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   IF WS-CCK-WORD(WS-CCK-WORD-IDX) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(
                           WS-CCK-WORD(WS-CCK-WORD-IDX)) NOT = 0
                       STRING "FAIL-AT " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-WORD(WS-CCK-WORD-IDX))
                               DELIMITED BY SIZE
                           " is not a number; the default 4 applies"
                               DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                   END-IF
               WHEN "BY"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   IF WS-CCK-WORD(WS-CCK-WORD-IDX) NOT = SPACES
                       MOVE WS-CCK-WORD(WS-CCK-WORD-IDX) TO
                           WS-CCK-PATH
                       PERFORM CHECK-CCK-HHMM
                       IF WS-CCK-VALID = 0
                           STRING "BY " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-CCK-PATH)
                                   DELIMITED BY SIZE
                               " is not an HHMM time; no arrival"
                                   DELIMITED BY SIZE
                               " deadline is kept" DELIMITED BY SIZE
                               INTO WS-CCK-MSG
                           PERFORM REPORT-CCK-ERROR
                       END-IF
                   END-IF
               WHEN "DEPT"
                   PERFORM TAKE-CCK-CLAUSE-VALUE
                   PERFORM CHECK-CCK-CLAUSE-DEPT
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-CCK-WORD(WS-CCK-WORD-IDX))
                           DELIMITED BY SIZE
                       " is not a WATCH clause; it is ignored"
                           DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-WARNING
           END-EVALUATE.

      *> After the whole schedule is read: each AFTER must name a
      *> job, and following AFTER from a job must not come back to
      *> it. A cycle is reported once, from its first job in the
      *> file - a walk that reaches an earlier job stops there.
       CHECK-CCK-SCHEDULE-LINKS.
           IF CCKJ-AFTER(WS-CCK-JOB-START) NOT = SPACES
               MOVE WS-CCK-LINE-NO TO WS-CCK-LINE-SAVE
               MOVE CCKJ-LINE(WS-CCK-JOB-START) TO WS-CCK-LINE-NO
               MOVE CCKJ-AFTER(WS-CCK-JOB-START) TO WS-CCK-SET-KEY
               PERFORM FIND-CCK-JOB-NAME
               IF WS-CCK-JOB-HIT = 0
                   MOVE SPACES TO WS-CCK-MSG
                   STRING "AFTER " DELIMITED BY SIZE
                       FUNCTION TRIM(CCKJ-AFTER(WS-CCK-JOB-START))
                           DELIMITED BY SIZE
                       " names no job in this schedule; the job never"
                           DELIMITED BY SIZE
                       " runs" DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-ERROR
               ELSE
                   MOVE SPACES TO WS-CCK-CHAIN
                   MOVE 1 TO WS-CCK-CHAIN-PTR
                   STRING FUNCTION TRIM(CCKJ-NAME(WS-CCK-JOB-START))
                           DELIMITED BY SIZE
                       INTO WS-CCK-CHAIN
                       WITH POINTER WS-CCK-CHAIN-PTR
                   MOVE WS-CCK-JOB-START TO WS-CCK-JOB-AT
                   MOVE 0 TO WS-CCK-HOPS WS-CCK-CYCLE
                   PERFORM FOLLOW-ONE-CCK-AFTER
                       UNTIL WS-CCK-JOB-AT = 0
                       OR WS-CCK-CYCLE = 1
                       OR WS-CCK-HOPS > 20
                   IF WS-CCK-CYCLE = 1
                       MOVE SPACES TO WS-CCK-MSG
                       STRING "dependency cycle " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CCK-CHAIN)
                               DELIMITED BY SIZE
                           "; none of these jobs ever runs"
                               DELIMITED BY SIZE
                           INTO WS-CCK-MSG
                       PERFORM REPORT-CCK-ERROR
                   END-IF
               END-IF
               MOVE WS-CCK-LINE-SAVE TO WS-CCK-LINE-NO
           END-IF.

       FOLLOW-ONE-CCK-AFTER.
           ADD 1 TO WS-CCK-HOPS
           IF CCKJ-AFTER(WS-CCK-JOB-AT) = SPACES
               MOVE 0 TO WS-CCK-JOB-AT
           ELSE
               MOVE CCKJ-AFTER(WS-CCK-JOB-AT) TO WS-CCK-SET-KEY
               PERFORM FIND-CCK-JOB-NAME
               IF WS-CCK-JOB-HIT = 0
                   OR WS-CCK-JOB-HIT < WS-CCK-JOB-START
                   MOVE 0 TO WS-CCK-JOB-AT
               ELSE
                   STRING " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(CCKJ-NAME(WS-CCK-JOB-HIT))
                           DELIMITED BY SIZE
                       INTO WS-CCK-CHAIN
                       WITH POINTER WS-CCK-CHAIN-PTR
                   END-STRING
                   IF WS-CCK-JOB-HIT = WS-CCK-JOB-START
                       MOVE 1 TO WS-CCK-CYCLE
                   ELSE
                       MOVE WS-CCK-JOB-HIT TO WS-CCK-JOB-AT
                   END-IF
               END-IF
           END-IF.

      *> First job named WS-CCK-SET-KEY into WS-CCK-JOB-HIT, 0 when
      *> none.
       FIND-CCK-JOB-NAME.
           MOVE 0 TO WS-CCK-JOB-HIT
           PERFORM MATCH-ONE-CCK-JOB-NAME
               VARYING WS-CCK-JOB-IDX FROM 1 BY 1
               UNTIL WS-CCK-JOB-IDX > WS-CCK-JOB-COUNT
               OR WS-CCK-JOB-HIT NOT = 0.

       MATCH-ONE-CCK-JOB-NAME.
           IF CCKJ-NAME(WS-CCK-JOB-IDX) = WS-CCK-SET-KEY(1:20)
               AND CCKJ-NAME(WS-CCK-JOB-IDX) NOT = SPACES
               MOVE WS-CCK-JOB-IDX TO WS-CCK-JOB-HIT
           END-IF.

      *> cobalt-catalog.dat - "name|source|role|description|dept",
      *> as LOAD-ONE-CATALOG-LINE reads it.
       CHECK-CCK-CATALOG-LINE.
           IF WS-CCK-LINE(1:1) NOT = "*"
               PERFORM CLEAR-ONE-CCK-WORD
                   VARYING WS-CCK-WORD-IDX FROM 1 BY 1
                   UNTIL WS-CCK-WORD-IDX > 16
               MOVE 0 TO WS-CCK-WORD-COUNT
               UNSTRING WS-CCK-LINE DELIMITED BY "|"
                   INTO WS-CCK-WORD(1) WS-CCK-WORD(2) WS-CCK-WORD(3)
                       WS-CCK-WORD(4) WS-CCK-WORD(5) WS-CCK-WORD(6)
                   TALLYING IN WS-CCK-WORD-COUNT
               MOVE 1 TO WS-CCK-VALID
               MOVE "B" TO WS-CCK-DUP-RULE
               IF WS-CCK-WORD(1) = SPACES
                   OR WS-CCK-WORD(2) = SPACES
                   MOVE SPACES TO WS-CCK-MSG
                   STRING "catalog entry needs <name>|<source>"
                       "[|<role>|<description>|<dept>]"
                           DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-ERROR
               ELSE
                   MOVE FUNCTION TRIM(WS-CCK-WORD(2)) TO WS-CCK-PATH
                   PERFORM REQUIRE-CCK-PATH
               END-IF
               MOVE 1 TO WS-CCK-WORD-IDX
               MOVE 20 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               MOVE 2 TO WS-CCK-WORD-IDX
               MOVE 80 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               MOVE 3 TO WS-CCK-WORD-IDX
               MOVE 20 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               MOVE 4 TO WS-CCK-WORD-IDX
               MOVE 60 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               MOVE 5 TO WS-CCK-WORD-IDX
               MOVE 20 TO WS-CCK-MAX
               PERFORM CHECK-CCK-WORD-WIDTH
               PERFORM CHECK-CCK-CLAUSE-DEPT
               IF WS-CCK-WORD-COUNT > 5
                   MOVE "text after the fifth | is ignored"
                       TO WS-CCK-MSG
                   PERFORM REPORT-CCK-WARNING
               END-IF
               ADD 1 TO WS-CCK-N-ENTRIES
               MOVE 40 TO WS-CCK-TABLE-MAX
               PERFORM CHECK-CCK-TABLE-ROOM
               IF WS-CCK-VALID = 1
                   MOVE SPACES TO WS-CCK-SET-KEY WS-CCK-SET-VALUE
                   STRING "APP " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-WORD(1)) DELIMITED BY SIZE
                       INTO WS-CCK-SET-KEY
                   STRING FUNCTION TRIM(WS-CCK-WORD(2))
                           DELIMITED BY SIZE
                       " role " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-WORD(3)) DELIMITED BY SIZE
                       " dept " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CCK-WORD(5)) DELIMITED BY SIZE
                       INTO WS-CCK-SET-VALUE
                   PERFORM RECORD-CCK-SETTING
               END-IF
           END-IF.

      *> cobalt-periods.dat - "<period-id> <OPEN|CLOSED> [<date>]",
      *> split from the untrimmed record as LOAD-ONE-PERIOD-LINE
      *> splits it. FIND-PERIOD-ENTRY takes a period's first line.
       CHECK-CCK-PERIOD-LINE.
           IF WS-CCK-LINE(1:1) NOT = "*"
               IF WS-CCK-LINE(1:1) = SPACE
                   MOVE SPACES TO WS-CCK-MSG
                   STRING "line starts with a space, so the engine"
                       " reads an empty period id" DELIMITED BY SIZE
                       INTO WS-CCK-MSG
                   PERFORM REPORT-CCK-ERROR
               ELSE
                   PERFORM CHECK-CCK-PERIOD-ENTRY
               END-IF
           END-IF.

       CHECK-CCK-PERIOD-ENTRY.
           PERFORM SPLIT-CCK-WORDS
           MOVE 1 TO WS-CCK-VALID
           MOVE "F" TO WS-CCK-DUP-RULE
           MOVE SPACES TO WS-CCK-MSG
           IF WS-CCK-WORD(2) NOT = "OPEN"
               AND WS-CCK-WORD(2) NOT = "CLOSED"
               STRING "period " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-WORD(1)) DELIMITED BY SIZE
                   " needs a status of OPEN or CLOSED"
                       DELIMITED BY SIZE
                   INTO WS-CCK-MSG
               PERFORM REPORT-CCK-ERROR
           END-IF
           MOVE 1 TO WS-CCK-WORD-IDX
           MOVE 20 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
           MOVE 3 TO WS-CCK-WORD-IDX
           MOVE 10 TO WS-CCK-MAX
           PERFORM CHECK-CCK-WORD-WIDTH
           IF WS-CCK-WORD(4) NOT = SPACES
               MOVE "text after the closing date is ignored"
                   TO WS-CCK-MSG
               PERFORM REPORT-CCK-WARNING
           END-IF
           ADD 1 TO WS-CCK-N-ENTRIES
           MOVE 20 TO WS-CCK-TABLE-MAX
           PERFORM CHECK-CCK-TABLE-ROOM
           IF WS-CCK-VALID = 1
               MOVE SPACES TO WS-CCK-SET-KEY WS-CCK-SET-VALUE
               STRING "PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-WORD(1)) DELIMITED BY SIZE
                   INTO WS-CCK-SET-KEY
               STRING FUNCTION TRIM(WS-CCK-WORD(2)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CCK-WORD(3)) DELIMITED BY SIZE
                   INTO WS-CCK-SET-VALUE
               PERFORM RECORD-CCK-SETTING
           END-IF.

      *> Current (side 1) against proposed (side 2), setting by
      *> setting. A cobalt.cfg keyword that disappears falls back
      *> to the engine's compiled default.
       COMPARE-CCK-SETTINGS.
           MOVE 0 TO WS-CCK-ADDED WS-CCK-REMOVED WS-CCK-CHANGED
           DISPLAY "COBALT: compare " FUNCTION TRIM(WS-CCK-CUR-FILE)
               " -> " FUNCTION TRIM(WS-CCK-FILE)
           PERFORM COMPARE-ONE-CCK-CURRENT
               VARYING WS-CCK-SET-IDX FROM 1 BY 1
               UNTIL WS-CCK-SET-IDX > WS-CCK-SET-COUNT
           PERFORM SHOW-ONE-CCK-ADDED
               VARYING WS-CCK-SET-IDX FROM 1 BY 1
               UNTIL WS-CCK-SET-IDX > WS-CCK-SET-COUNT
           IF WS-CCK-ADDED + WS-CCK-REMOVED + WS-CCK-CHANGED = 0
               DISPLAY "COBALT: compare - no change in effective "
                   "configuration"
           ELSE
               MOVE WS-CCK-ADDED TO WS-CCK-N-EDIT
               MOVE WS-CCK-REMOVED TO WS-CCK-N-EDIT-2
               MOVE WS-CCK-CHANGED TO WS-CCK-LINE-EDIT
               DISPLAY "COBALT: compare - "
                   FUNCTION TRIM(WS-CCK-N-EDIT) " added, "
                   FUNCTION TRIM(WS-CCK-N-EDIT-2) " removed, "
                   FUNCTION TRIM(WS-CCK-LINE-EDIT) " changed"
           END-IF.

       COMPARE-ONE-CCK-CURRENT.
           IF CCKS-SIDE(WS-CCK-SET-IDX) = 1
               MOVE CCKS-KEY(WS-CCK-SET-IDX) TO WS-CCK-SET-KEY
               MOVE 0 TO WS-CCK-SET-HIT
               PERFORM MATCH-ONE-CCK-PROPOSED
                   VARYING WS-CCK-SCAN FROM 1 BY 1
                   UNTIL WS-CCK-SCAN > WS-CCK-SET-COUNT
                   OR WS-CCK-SET-HIT NOT = 0
               IF WS-CCK-SET-HIT = 0
                   PERFORM SHOW-ONE-CCK-REMOVED
               ELSE
                   MOVE 1 TO CCKS-MATCHED(WS-CCK-SET-HIT)
                   IF CCKS-VALUE(WS-CCK-SET-HIT) NOT =
                       CCKS-VALUE(WS-CCK-SET-IDX)
                       ADD 1 TO WS-CCK-CHANGED
                       MOVE CCKS-LINE(WS-CCK-SET-IDX) TO WS-CCK-N-EDIT
                       MOVE CCKS-LINE(WS-CCK-SET-HIT) TO
                           WS-CCK-N-EDIT-2
                       DISPLAY "  changed  "
                           FUNCTION TRIM(WS-CCK-SET-KEY) " "
                           FUNCTION TRIM(CCKS-VALUE(WS-CCK-SET-IDX))
                           " -> "
                           FUNCTION TRIM(CCKS-VALUE(WS-CCK-SET-HIT))
                           " (line " FUNCTION TRIM(WS-CCK-N-EDIT)
                           " -> " FUNCTION TRIM(WS-CCK-N-EDIT-2) ")"
                   END-IF
               END-IF
           END-IF.

      *> The first proposed setting of the same key not already
      *> paired, so a rule keyword given twice pairs line for line.
       MATCH-ONE-CCK-PROPOSED.
           IF CCKS-SIDE(WS-CCK-SCAN) = 2
               AND CCKS-MATCHED(WS-CCK-SCAN) = 0
               AND CCKS-KEY(WS-CCK-SCAN) = WS-CCK-SET-KEY
               MOVE WS-CCK-SCAN TO WS-CCK-SET-HIT
           END-IF.

      *> A one-word cobalt.cfg keyword that goes away hands its
      *> setting back to the engine's compiled default.
       SHOW-ONE-CCK-REMOVED.
           ADD 1 TO WS-CCK-REMOVED
           MOVE CCKS-LINE(WS-CCK-SET-IDX) TO WS-CCK-N-EDIT
           MOVE SPACES TO WS-CCK-PATH
           UNSTRING WS-CCK-SET-KEY DELIMITED BY SPACE
               INTO WS-CCK-PATH
           IF WS-CCK-KIND = "CONFIG"
               AND WS-CCK-PATH = WS-CCK-SET-KEY
               DISPLAY "  removed  " FUNCTION TRIM(WS-CCK-SET-KEY)
                   " " FUNCTION TRIM(CCKS-VALUE(WS-CCK-SET-IDX))
                   " (line " FUNCTION TRIM(WS-CCK-N-EDIT)
                   ") - engine default applies"
           ELSE
               DISPLAY "  removed  " FUNCTION TRIM(WS-CCK-SET-KEY)
                   " " FUNCTION TRIM(CCKS-VALUE(WS-CCK-SET-IDX))
                   " (line " FUNCTION TRIM(WS-CCK-N-EDIT) ")"
           END-IF.

       SHOW-ONE-CCK-ADDED.
           IF CCKS-SIDE(WS-CCK-SET-IDX) = 2
               AND CCKS-MATCHED(WS-CCK-SET-IDX) = 0
               ADD 1 TO WS-CCK-ADDED
               MOVE CCKS-LINE(WS-CCK-SET-IDX) TO WS-CCK-N-EDIT
               DISPLAY "  added    "
                   FUNCTION TRIM(CCKS-KEY(WS-CCK-SET-IDX)) " "
                   FUNCTION TRIM(CCKS-VALUE(WS-CCK-SET-IDX))
                   " (line " FUNCTION TRIM(WS-CCK-N-EDIT) ")"
           END-IF.

      *> ---------------------------------------------------------
      *> --recert-report [<yy>Q<n>] - see WS-ACCT-SCRATCH for the
      *> model. The quarter defaults to the current one and only
      *> labels the report: the accounts are as they stand now and
      *> the last sign-in is the latest AUTH-OK anywhere in the
      *> retained trail (every per-day archive, then the live log).
      *> ---------------------------------------------------------
       RECERT-REPORT-RUN.
           PERFORM GET-LOCAL-DATE-TIME
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-RCT-QUARTER
           IF WS-RCT-QUARTER = SPACES
               MOVE WS-LOCAL-DATE(3:2) TO WS-RCT-IDX
               COMPUTE WS-RCT-IDX2 = (WS-RCT-IDX + 2) / 3
               STRING WS-LOCAL-DATE(1:2) DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-RCT-IDX2(2:1) DELIMITED BY SIZE
                   INTO WS-RCT-QUARTER
           END-IF
           IF WS-RCT-QUARTER(1:2) IS NOT NUMERIC
               OR WS-RCT-QUARTER(3:1) NOT = "Q"
               OR WS-RCT-QUARTER(4:1) < "1"
               OR WS-RCT-QUARTER(4:1) > "4"
               DISPLAY "COBALT: usage - --recert-report [<yy>Q<n>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM LOAD-USER-FILE
               PERFORM CLEAR-ONE-RECERT-SIGNIN
                   VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > 20
               PERFORM SCAN-RECERT-AUDIT
               MOVE 0 TO WS-RCT-NEVER
               PERFORM COUNT-ONE-RECERT-NEVER
                   VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > WS-AUTH-USER-COUNT
               PERFORM WRITE-RECERT-REPORT
               DISPLAY "COBALT: access recertification "
                   WS-RCT-QUARTER " - " WS-AUTH-USER-COUNT
                   " account(s), spooled as "
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "RECERT-REPORT " DELIMITED BY SIZE
                   WS-RCT-QUARTER DELIMITED BY SIZE
                   " accounts=" DELIMITED BY SIZE
                   WS-AUTH-USER-COUNT DELIMITED BY SIZE
                   " job=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

       CLEAR-ONE-RECERT-SIGNIN.
           MOVE SPACES TO RCT-LAST-DATE(WS-RCT-IDX)
               RCT-LAST-TIME(WS-RCT-IDX).

       COUNT-ONE-RECERT-NEVER.
           IF RCT-LAST-DATE(WS-RCT-IDX) = SPACES
               ADD 1 TO WS-RCT-NEVER
           END-IF.

      *> The archives in name (so date) order, from the same ls
      *> listing PRUNE-AUDIT-ARCHIVES takes, then the live log - a
      *> later AUTH-OK simply overwrites an earlier one.
       SCAN-RECERT-AUDIT.
           MOVE WS-AUDIT-FILE-PATH TO WS-RCT-AUDIT-BASE
           MOVE SPACES TO WS-RCT-LIST-PATH
           STRING FUNCTION TRIM(WS-RCT-AUDIT-BASE) DELIMITED BY SIZE
               ".lst" DELIMITED BY SIZE
               INTO WS-RCT-LIST-PATH
           MOVE SPACES TO WS-GATEWAY-CMD
           STRING "ls -1 " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCT-AUDIT-BASE) DELIMITED BY SIZE
               ".[0-9]* > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCT-LIST-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-GATEWAY-CMD
           CALL "SYSTEM" USING WS-GATEWAY-CMD
           MOVE WS-RCT-LIST-PATH TO WS-GATEWAY-FILE-PATH
           MOVE 0 TO WS-RCT-ARCHIVES
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-RCT-EOF
               PERFORM SCAN-ONE-RECERT-ARCHIVE
                   UNTIL WS-RCT-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-RCT-LIST-PATH
           MOVE WS-RCT-AUDIT-BASE TO WS-AUDIT-FILE-PATH
           PERFORM SCAN-ONE-RECERT-AUDIT-LOG.

       SCAN-ONE-RECERT-ARCHIVE.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-RCT-EOF
           ELSE
               ADD 1 TO WS-RCT-ARCHIVES
               MOVE SPACES TO WS-AUDIT-FILE-PATH
               MOVE FUNCTION TRIM(GATEWAY-RECORD) TO
                   WS-AUDIT-FILE-PATH
               PERFORM SCAN-ONE-RECERT-AUDIT-LOG
           END-IF.

       SCAN-ONE-RECERT-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 0 TO WS-AUDIT-SCAN-EOF
               PERFORM SCAN-ONE-RECERT-RECORD
                   UNTIL WS-AUDIT-SCAN-EOF = 1
               CLOSE AUDIT-FILE
           END-IF.

       SCAN-ONE-RECERT-RECORD.
           READ AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AUDIT-SCAN-EOF
           ELSE
               IF AUDIT-RECORD(1:5) = "#KEY "
                   MOVE AUDIT-RECORD(1:40) TO WS-KEYHDR-LINE
                   PERFORM CHECK-KEY-HEADER-LINE
               ELSE
                   MOVE SPACES TO WS-CRYPT-HEX
                   MOVE AUDIT-RECORD TO WS-CRYPT-HEX
                   MOVE 160 TO WS-CRYPT-LEN
                   PERFORM DECRYPT-LINE-FROM-DISK
                   MOVE WS-CRYPT-PLAIN(1:160) TO WS-AUDIT-SCAN-LINE
                   PERFORM TALLY-ONE-RECERT-RECORD
               END-IF
           END-IF.

       TALLY-ONE-RECERT-RECORD.
           MOVE SPACES TO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
               WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
           UNSTRING WS-AUDIT-SCAN-LINE DELIMITED BY ALL SPACE
               INTO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
                   WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
           IF FUNCTION TRIM(WS-SHR-F-TAG) = "AUTH-OK"
               MOVE FUNCTION TRIM(WS-SHR-F-ELEM) TO WS-AUTH-USER-TXT
               MOVE 0 TO WS-AUTH-FOUND-IDX
               PERFORM SCAN-ONE-AUTH-USER
                   VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-USER-COUNT
                   OR WS-AUTH-FOUND-IDX NOT = 0
               IF WS-AUTH-FOUND-IDX NOT = 0
                   MOVE WS-SHR-F-DATE TO
                       RCT-LAST-DATE(WS-AUTH-FOUND-IDX)
                   MOVE WS-SHR-F-TIME TO
                       RCT-LAST-TIME(WS-AUTH-FOUND-IDX)
               END-IF
           END-IF.

      *> Synthetic report in slot 1, spooled like the segregation-
      *> of-duties review. One control-break group per manager, in
      *> the order the user file first names them, then the
      *> accounts with no supervisor for the administrator; each
      *> group closes with the manager's signature line.
       WRITE-RECERT-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "RECERT-REPORT" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 2 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "ACCESS RECERTIFICATION  " DELIMITED BY SIZE
               WS-RCT-QUARTER DELIMITED BY SIZE
               "  AS OF " DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF ACCESS RECERTIFICATION" TO
               REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "recert-report" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "recert-" DELIMITED BY SIZE
               WS-RCT-QUARTER DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "ACCOUNTS  " DELIMITED BY SIZE
               WS-AUTH-USER-COUNT DELIMITED BY SIZE
               "   NEVER SIGNED IN (RETAINED TRAIL)  " DELIMITED BY SIZE
               WS-RCT-NEVER DELIMITED BY SIZE
               "   AUDIT ARCHIVES READ  " DELIMITED BY SIZE
               WS-RCT-ARCHIVES DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ONE-RECERT-MANAGER
               VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-AUTH-USER-COUNT
           MOVE 0 TO WS-RCT-SEEN
           PERFORM FIND-ONE-UNSUPERVISED
               VARYING WS-RCT-IDX2 FROM 1 BY 1
               UNTIL WS-RCT-IDX2 > WS-AUTH-USER-COUNT
           IF WS-RCT-SEEN = 1
               MOVE SPACES TO WS-RCT-GROUP-SUPER
               PERFORM WRITE-RECERT-GROUP
           END-IF
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE.

      *> A manager's group is written where the user file first
      *> names that manager as someone's supervisor.
       WRITE-ONE-RECERT-MANAGER.
           IF AUTH-USER-SUPER(WS-RCT-IDX) NOT = SPACES
               MOVE 0 TO WS-RCT-SEEN
               PERFORM FIND-ONE-EARLIER-MANAGER
                   VARYING WS-RCT-IDX2 FROM 1 BY 1
                   UNTIL WS-RCT-IDX2 >= WS-RCT-IDX
               IF WS-RCT-SEEN = 0
                   MOVE AUTH-USER-SUPER(WS-RCT-IDX) TO
                       WS-RCT-GROUP-SUPER
                   PERFORM WRITE-RECERT-GROUP
               END-IF
           END-IF.

       FIND-ONE-EARLIER-MANAGER.
           IF AUTH-USER-SUPER(WS-RCT-IDX2) = AUTH-USER-SUPER(WS-RCT-IDX)
               MOVE 1 TO WS-RCT-SEEN
           END-IF.

       FIND-ONE-UNSUPERVISED.
           IF AUTH-USER-SUPER(WS-RCT-IDX2) = SPACES
               MOVE 1 TO WS-RCT-SEEN
           END-IF.

       WRITE-RECERT-GROUP.
           MOVE SPACES TO WS-RPT-CONTROL-PREV WS-RPT-LINE-BUILD
           IF WS-RCT-GROUP-SUPER = SPACES
               MOVE "NO SUPERVISOR" TO WS-RPT-CONTROL-PREV
               MOVE "MANAGER  (none - reviewed by the administrator)"
                   TO WS-RPT-LINE-BUILD
           ELSE
               MOVE WS-RCT-GROUP-SUPER TO WS-RPT-CONTROL-PREV
               STRING "MANAGER  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RCT-GROUP-SUPER)
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  ACCOUNT              ROLES" DELIMITED BY SIZE
               "                          STATUS   PWD SET"
                   DELIMITED BY SIZE
               "     LAST SIGN-IN     KEEP REMOVE CHANGE"
                   DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ONE-RECERT-ACCOUNT
               VARYING WS-AUTH-FOUND-IDX FROM 1 BY 1
               UNTIL WS-AUTH-FOUND-IDX > WS-AUTH-USER-COUNT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           STRING "  REVIEWED BY ____________________" DELIMITED BY SIZE
               "  SIGNATURE ____________________" DELIMITED BY SIZE
               "  DATE __________" DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-CONTROL-BREAK
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-RECERT-ACCOUNT.
           IF AUTH-USER-SUPER(WS-AUTH-FOUND-IDX) = WS-RCT-GROUP-SUPER
               PERFORM DESCRIBE-ONE-ACCOUNT
               MOVE AUTH-USER-NAME(WS-AUTH-FOUND-IDX) TO
                   WS-RCT-NAME-COL
               MOVE AUTH-USER-ROLES(WS-AUTH-FOUND-IDX) TO
                   WS-RCT-ROLES-COL
               MOVE SPACES TO WS-RCT-SIGNIN-WORD
               IF RCT-LAST-DATE(WS-AUTH-FOUND-IDX) = SPACES
                   MOVE "never" TO WS-RCT-SIGNIN-WORD
               ELSE
                   STRING RCT-LAST-DATE(WS-AUTH-FOUND-IDX)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       RCT-LAST-TIME(WS-AUTH-FOUND-IDX)(1:2)
                           DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       RCT-LAST-TIME(WS-AUTH-FOUND-IDX)(3:2)
                           DELIMITED BY SIZE
                       INTO WS-RCT-SIGNIN-WORD
               END-IF
               MOVE SPACES TO WS-RPT-LINE-BUILD
               STRING "  " DELIMITED BY SIZE
                   WS-RCT-NAME-COL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RCT-ROLES-COL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACCT-STATUS-WORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACCT-PWDATE-WORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RCT-SIGNIN-WORD DELIMITED BY SIZE
                   "  [ ]  [ ]    [ ]" DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
               PERFORM WRITE-SHIFT-DETAIL-LINE
           END-IF.

      *> ---------------------------------------------------------
      *> --spool-console - see WS-SPC-SCRATCH for the model. Reads
      *> commands a line at a time, so it works the same at a
      *> terminal and scripted through a pipe.
      *> ---------------------------------------------------------
       SPOOL-CONSOLE-RUN.
           PERFORM GET-LOCAL-DATE-TIME
           COMPUTE WS-SPC-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               20000000 + WS-LOCAL-DATE)
           PERFORM LOAD-SPOOL-CONSOLE-TABLE
           IF WS-SPC-JOB-COUNT = 0
               DISPLAY "COBALT: no spooled jobs"
           ELSE
               PERFORM SHOW-SPOOL-CONSOLE
               MOVE 0 TO WS-SPC-DONE
               PERFORM APPLY-ONE-SPOOL-COMMAND
                   UNTIL WS-SPC-DONE = 1
           END-IF.

       LOAD-SPOOL-CONSOLE-TABLE.
           MOVE 0 TO WS-SPC-JOB-COUNT
           MOVE SPACES TO WS-SPOOL-CTL-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.idx" DELIMITED BY SIZE
               INTO WS-SPOOL-CTL-PATH
           OPEN INPUT SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS = "00"
               MOVE 0 TO WS-SPC-EOF
               PERFORM LOAD-ONE-SPOOL-JOB UNTIL WS-SPC-EOF = 1
               CLOSE SPOOL-CTL-FILE
           END-IF
           MOVE SPACES TO WS-SPC-STS-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.sts" DELIMITED BY SIZE
               INTO WS-SPC-STS-PATH
           MOVE WS-SPC-STS-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-SPC-EOF
               PERFORM LOAD-ONE-SPOOL-STATUS UNTIL WS-SPC-EOF = 1
               CLOSE IMPORT-FILE
           END-IF
           PERFORM MEASURE-ONE-SPOOL-JOB
               VARYING WS-SPC-IDX FROM 1 BY 1
               UNTIL WS-SPC-IDX > WS-SPC-JOB-COUNT.

       LOAD-ONE-SPOOL-JOB.
           READ SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               MOVE 1 TO WS-SPC-EOF
           ELSE
               IF WS-SPC-JOB-COUNT < 50
                   ADD 1 TO WS-SPC-JOB-COUNT
                   MOVE SPACES TO WS-SPC-TAG
                   UNSTRING SPOOL-CTL-RECORD DELIMITED BY ALL SPACE
                       INTO WS-SPC-TAG
                           SPC-JOB(WS-SPC-JOB-COUNT)
                           SPC-APP(WS-SPC-JOB-COUNT)
                           SPC-DATE(WS-SPC-JOB-COUNT)
                           SPC-ROLE(WS-SPC-JOB-COUNT)
                           SPC-LOGICAL(WS-SPC-JOB-COUNT)
                   MOVE "SPOOLED" TO SPC-STATUS(WS-SPC-JOB-COUNT)
                   MOVE SPC-LOGICAL(WS-SPC-JOB-COUNT) TO
                       SPC-DEST(WS-SPC-JOB-COUNT)
                   MOVE 0 TO SPC-SIZE(WS-SPC-JOB-COUNT)
                   MOVE 0 TO SPC-AGE(WS-SPC-JOB-COUNT)
               END-IF
           END-IF.

       LOAD-ONE-SPOOL-STATUS.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SPC-EOF
           ELSE
               MOVE SPACES TO WS-SPC-F-JOB WS-SPC-F-STATUS
                   WS-SPC-F-DEST
               UNSTRING IMPORT-RECORD DELIMITED BY "|"
                   INTO WS-SPC-F-JOB WS-SPC-F-STATUS WS-SPC-F-DEST
               PERFORM APPLY-ONE-SPOOL-STATUS
                   VARYING WS-SPC-IDX FROM 1 BY 1
                   UNTIL WS-SPC-IDX > WS-SPC-JOB-COUNT
           END-IF.

       APPLY-ONE-SPOOL-STATUS.
           IF FUNCTION TRIM(SPC-JOB(WS-SPC-IDX)) =
               FUNCTION TRIM(WS-SPC-F-JOB)
               MOVE FUNCTION TRIM(WS-SPC-F-STATUS) TO
                   SPC-STATUS(WS-SPC-IDX)
               IF FUNCTION TRIM(WS-SPC-F-DEST) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-SPC-F-DEST) TO
                       SPC-DEST(WS-SPC-IDX)
               END-IF
           END-IF.

      *> Size in lines (banner included) and age in days, straight
      *> from the job file and its banner date.
       MEASURE-ONE-SPOOL-JOB.
           MOVE 0 TO SPC-SIZE(WS-SPC-IDX)
           MOVE SPACES TO WS-IMPORT-FILE-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SPC-JOB(WS-SPC-IDX)) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-SPC-EOF
               PERFORM COUNT-ONE-SPOOL-LINE UNTIL WS-SPC-EOF = 1
               CLOSE IMPORT-FILE
           ELSE
               IF SPC-STATUS(WS-SPC-IDX) NOT = "CANCELLED"
                   MOVE "MISSING" TO SPC-STATUS(WS-SPC-IDX)
               END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(SPC-DATE(WS-SPC-IDX))) = 0
               COMPUTE WS-SPC-JOB-INT = FUNCTION INTEGER-OF-DATE(
                   20000000 + FUNCTION NUMVAL(SPC-DATE(WS-SPC-IDX)))
               COMPUTE SPC-AGE(WS-SPC-IDX) =
                   WS-SPC-TODAY-INT - WS-SPC-JOB-INT
           END-IF.

       COUNT-ONE-SPOOL-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SPC-EOF
           ELSE
               ADD 1 TO SPC-SIZE(WS-SPC-IDX)
           END-IF.

       SHOW-SPOOL-CONSOLE.
           DISPLAY "+---- spool console ----+"
           PERFORM SHOW-ONE-SPOOL-ROW
               VARYING WS-SPC-IDX FROM 1 BY 1
               UNTIL WS-SPC-IDX > WS-SPC-JOB-COUNT
           DISPLAY "| H <n>=hold  R <n>=release  C <n>=cancel"
           DISPLAY "| D <n> <dest>=route  P <days>=purge  Q=quit"
           DISPLAY "+-----------------------+".

       SHOW-ONE-SPOOL-ROW.
           DISPLAY "| " WS-SPC-IDX ") "
               FUNCTION TRIM(SPC-JOB(WS-SPC-IDX))
               " owner=" FUNCTION TRIM(SPC-ROLE(WS-SPC-IDX))
               " lines=" SPC-SIZE(WS-SPC-IDX)
               " age=" SPC-AGE(WS-SPC-IDX)
               " " FUNCTION TRIM(SPC-STATUS(WS-SPC-IDX))
               " -> " FUNCTION TRIM(SPC-DEST(WS-SPC-IDX)).

       APPLY-ONE-SPOOL-COMMAND.
           MOVE SPACES TO WS-SPC-CMD-LINE
           ACCEPT WS-SPC-CMD-LINE FROM CONSOLE
           MOVE SPACES TO WS-SPC-VERB WS-SPC-ARG WS-SPC-ARG2
           UNSTRING WS-SPC-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-SPC-VERB WS-SPC-ARG WS-SPC-ARG2
           MOVE 0 TO WS-SPC-NUM
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SPC-ARG)) = 0
               MOVE FUNCTION NUMVAL(WS-SPC-ARG) TO WS-SPC-NUM
           END-IF
           EVALUATE FUNCTION TRIM(WS-SPC-VERB)
               WHEN "H"
                   PERFORM HOLD-ONE-SPOOL-JOB
               WHEN "R"
                   PERFORM RELEASE-ONE-SPOOL-JOB
               WHEN "C"
                   PERFORM CANCEL-ONE-SPOOL-JOB
               WHEN "D"
                   PERFORM ROUTE-ONE-SPOOL-JOB
               WHEN "P"
                   PERFORM PURGE-SPOOL-BY-POLICY
               WHEN "Q"
                   MOVE 1 TO WS-SPC-DONE
               WHEN SPACES
                   MOVE 1 TO WS-SPC-DONE
               WHEN OTHER
                   PERFORM SHOW-SPOOL-CONSOLE
           END-EVALUATE.

       HOLD-ONE-SPOOL-JOB.
           IF WS-SPC-NUM >= 1 AND WS-SPC-NUM <= WS-SPC-JOB-COUNT
               MOVE "HELD" TO SPC-STATUS(WS-SPC-NUM)
               PERFORM SAVE-SPOOL-STATUS-FILE
               PERFORM WRITE-ONE-SPOOL-AUDIT
               DISPLAY "SPOOL: held "
                   FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
           END-IF.

      *> Release copies the job's lines (banner stripped) to the
      *> job's destination - the banner's logical file unless a D
      *> command routed it somewhere else first.
       RELEASE-ONE-SPOOL-JOB.
           IF WS-SPC-NUM >= 1 AND WS-SPC-NUM <= WS-SPC-JOB-COUNT
               IF SPC-STATUS(WS-SPC-NUM) = "CANCELLED"
                   OR SPC-STATUS(WS-SPC-NUM) = "MISSING"
                   DISPLAY "SPOOL: nothing to release for "
                       FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
               ELSE
                   MOVE SPACES TO WS-SPOOL-CTL-PATH
                   STRING FUNCTION TRIM(WS-SPOOL-DIR)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
                           DELIMITED BY SIZE
                       ".spl" DELIMITED BY SIZE
                       INTO WS-SPOOL-CTL-PATH
                   OPEN INPUT SPOOL-CTL-FILE
                   READ SPOOL-CTL-FILE
                   MOVE FUNCTION TRIM(SPC-DEST(WS-SPC-NUM)) TO
                       WS-DATA-FILE-PATH
                   OPEN OUTPUT APP-DATA-FILE
                   MOVE 0 TO WS-SPOOL-EOF
                   PERFORM COPY-ONE-SPOOL-LINE
                       UNTIL WS-SPOOL-EOF = 1
                   CLOSE APP-DATA-FILE
                   CLOSE SPOOL-CTL-FILE
                   MOVE "PRINTED" TO SPC-STATUS(WS-SPC-NUM)
                   PERFORM SAVE-SPOOL-STATUS-FILE
                   PERFORM WRITE-ONE-SPOOL-AUDIT
                   DISPLAY "SPOOL: released "
                       FUNCTION TRIM(SPC-JOB(WS-SPC-NUM)) " to "
                       FUNCTION TRIM(SPC-DEST(WS-SPC-NUM))
               END-IF
           END-IF.

       CANCEL-ONE-SPOOL-JOB.
           IF WS-SPC-NUM >= 1 AND WS-SPC-NUM <= WS-SPC-JOB-COUNT
               MOVE SPACES TO WS-SPOOL-CTL-PATH
               STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
                       DELIMITED BY SIZE
                   ".spl" DELIMITED BY SIZE
                   INTO WS-SPOOL-CTL-PATH
               CALL "CBL_DELETE_FILE" USING WS-SPOOL-CTL-PATH
               MOVE "CANCELLED" TO SPC-STATUS(WS-SPC-NUM)
               PERFORM SAVE-SPOOL-STATUS-FILE
               PERFORM WRITE-ONE-SPOOL-AUDIT
               DISPLAY "SPOOL: cancelled "
                   FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
           END-IF.

       ROUTE-ONE-SPOOL-JOB.
           IF WS-SPC-NUM >= 1 AND WS-SPC-NUM <= WS-SPC-JOB-COUNT
               AND FUNCTION TRIM(WS-SPC-ARG2) NOT = SPACES
               MOVE FUNCTION TRIM(WS-SPC-ARG2) TO
                   SPC-DEST(WS-SPC-NUM)
               PERFORM SAVE-SPOOL-STATUS-FILE
               PERFORM WRITE-ONE-SPOOL-AUDIT
               DISPLAY "SPOOL: routed "
                   FUNCTION TRIM(SPC-JOB(WS-SPC-NUM)) " to "
                   FUNCTION TRIM(SPC-DEST(WS-SPC-NUM))
           END-IF.

      *> P <days> - printed and cancelled jobs older than the given
      *> day count leave the directory, the status file, and the
      *> index in one sweep. Held and waiting jobs always stay.
       PURGE-SPOOL-BY-POLICY.
           MOVE WS-SPC-NUM TO WS-SPC-PURGE-DAYS
           MOVE 0 TO WS-SPC-PURGED
           PERFORM PURGE-ONE-SPOOL-JOB
               VARYING WS-SPC-IDX FROM 1 BY 1
               UNTIL WS-SPC-IDX > WS-SPC-JOB-COUNT
           IF WS-SPC-PURGED > 0
               PERFORM REWRITE-SPOOL-INDEX
               PERFORM SAVE-SPOOL-STATUS-FILE
               MOVE WS-SPC-PURGED TO WS-SPC-NUM
               PERFORM WRITE-ONE-SPOOL-AUDIT
           END-IF
           DISPLAY "SPOOL: purged " WS-SPC-PURGED " job(s)".

       PURGE-ONE-SPOOL-JOB.
           IF (SPC-STATUS(WS-SPC-IDX) = "PRINTED"
               OR SPC-STATUS(WS-SPC-IDX) = "CANCELLED"
               OR SPC-STATUS(WS-SPC-IDX) = "MISSING")
               AND SPC-AGE(WS-SPC-IDX) >= WS-SPC-PURGE-DAYS
               MOVE SPACES TO WS-SPOOL-CTL-PATH
               STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-JOB(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   ".spl" DELIMITED BY SIZE
                   INTO WS-SPOOL-CTL-PATH
               CALL "CBL_DELETE_FILE" USING WS-SPOOL-CTL-PATH
               MOVE "PURGED" TO SPC-STATUS(WS-SPC-IDX)
               ADD 1 TO WS-SPC-PURGED
           END-IF.

      *> The index and status files are rewritten whole from the
      *> table, the same flush-everything posture the keyed store
      *> takes - purged jobs simply stop appearing.
       REWRITE-SPOOL-INDEX.
           MOVE SPACES TO WS-SPOOL-CTL-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.idx" DELIMITED BY SIZE
               INTO WS-SPOOL-CTL-PATH
           OPEN OUTPUT SPOOL-CTL-FILE
           PERFORM REWRITE-ONE-SPOOL-INDEX
               VARYING WS-SPC-IDX FROM 1 BY 1
               UNTIL WS-SPC-IDX > WS-SPC-JOB-COUNT
           CLOSE SPOOL-CTL-FILE.

       REWRITE-ONE-SPOOL-INDEX.
           IF SPC-STATUS(WS-SPC-IDX) NOT = "PURGED"
               MOVE SPACES TO SPOOL-CTL-RECORD
               STRING "*SPOOL " DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-JOB(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-APP(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SPC-DATE(WS-SPC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-ROLE(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-LOGICAL(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   INTO SPOOL-CTL-RECORD
               WRITE SPOOL-CTL-RECORD
           END-IF.

       SAVE-SPOOL-STATUS-FILE.
           MOVE WS-SPC-STS-PATH TO WS-REJECT-FILE-PATH
           OPEN OUTPUT REJECT-FILE
           PERFORM SAVE-ONE-SPOOL-STATUS
               VARYING WS-SPC-IDX FROM 1 BY 1
               UNTIL WS-SPC-IDX > WS-SPC-JOB-COUNT
           CLOSE REJECT-FILE.

       SAVE-ONE-SPOOL-STATUS.
           IF SPC-STATUS(WS-SPC-IDX) NOT = "SPOOLED"
               AND SPC-STATUS(WS-SPC-IDX) NOT = "PURGED"
               MOVE SPACES TO REJECT-RECORD
               STRING FUNCTION TRIM(SPC-JOB(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-STATUS(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-DEST(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   INTO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> --report-inbox <operator> [<password>] - see WS-RIB-SCRATCH
      *> for the model. The operator signs in through the same
      *> credential check AUTHENTICATE uses (asked for when not on
      *> the command line) and sees only their own deliveries.
      *> Commands a line at a time, like --spool-console: O <n>
      *> shows the job, P <n> prints it to the file its banner
      *> names, M <n> marks it read. Each change is written back at
      *> once, re-read first so a delivery landing meanwhile stays.
      *> ---------------------------------------------------------
       REPORT-INBOX-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-AUTH-USER-TXT
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-AUTH-PASS-TXT
           IF WS-AUTH-USER-TXT = SPACES
               DISPLAY "COBALT: usage - --report-inbox <operator> "
                   "[<password>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               IF WS-AUTH-PASS-TXT = SPACES
                   DISPLAY "Password: " WITH NO ADVANCING
                   ACCEPT WS-AUTH-PASS-TXT FROM CONSOLE
               END-IF
               PERFORM OPEN-OR-EXTEND-AUDIT-FILE
               PERFORM CHECK-AUTH-CREDENTIALS
               CLOSE AUDIT-FILE
               IF WS-AUDIT-LOCK-HELD = 1
                   MOVE WS-AUDIT-LOCK-PATH TO WS-LOCK-FILE-PATH
                   PERFORM RELEASE-FILE-LOCK
                   MOVE 0 TO WS-AUDIT-LOCK-HELD
               END-IF
               IF WS-AUTH-RESULT NOT = "1"
                   EVALUATE WS-AUTH-RESULT
                       WHEN "E"
                           DISPLAY "COBALT: password expired - change "
                               "it with --account PASSWORD first"
                       WHEN "D"
                           DISPLAY "COBALT: account "
                               FUNCTION TRIM(WS-AUTH-USER-TXT)
                               " is disabled"
                       WHEN "L"
                           DISPLAY "COBALT: account "
                               FUNCTION TRIM(WS-AUTH-USER-TXT)
                               " is locked out"
                       WHEN OTHER
                           DISPLAY "COBALT: wrong user or password"
                   END-EVALUATE
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   MOVE AUTH-USER-NAME(WS-AUTH-FOUND-IDX) TO
                       WS-RIB-OPERATOR
                   PERFORM LOAD-REPORT-INBOX
                   PERFORM SHOW-REPORT-INBOX
                   MOVE 0 TO WS-RIB-DONE
                   PERFORM APPLY-ONE-INBOX-COMMAND
                       UNTIL WS-RIB-DONE = 1
               END-IF
           END-IF.

      *> The whole inbox file into WS-RIB-ENTRY, then this
      *> operator's lines numbered in delivery order - a delivery
      *> landing mid-session only ever adds numbers at the end.
       LOAD-REPORT-INBOX.
           MOVE 0 TO WS-RIB-COUNT
           OPEN INPUT REPORT-INBOX-FILE
           IF WS-RIB-INBOX-STATUS = "00"
               MOVE 0 TO WS-RIB-EOF
               PERFORM LOAD-ONE-INBOX-LINE UNTIL WS-RIB-EOF = 1
               CLOSE REPORT-INBOX-FILE
           END-IF
           MOVE 0 TO WS-RIB-VIEW-COUNT
           PERFORM VIEW-ONE-INBOX-LINE
               VARYING WS-RIB-IDX FROM 1 BY 1
               UNTIL WS-RIB-IDX > WS-RIB-COUNT.

       LOAD-ONE-INBOX-LINE.
           READ REPORT-INBOX-FILE
           IF WS-RIB-INBOX-STATUS NOT = "00"
               MOVE 1 TO WS-RIB-EOF
           ELSE
               IF WS-RIB-COUNT < 200
                   AND REPORT-INBOX-RECORD NOT = SPACES
                   ADD 1 TO WS-RIB-COUNT
                   MOVE SPACES TO WS-RIB-ENTRY(WS-RIB-COUNT)
                   UNSTRING REPORT-INBOX-RECORD DELIMITED BY "|"
                       INTO RIB-DATE(WS-RIB-COUNT)
                           RIB-TIME(WS-RIB-COUNT)
                           RIB-OPER(WS-RIB-COUNT)
                           RIB-JOB(WS-RIB-COUNT)
                           RIB-REPORT(WS-RIB-COUNT)
                           RIB-STATUS(WS-RIB-COUNT)
                           RIB-VIA(WS-RIB-COUNT)
               END-IF
           END-IF.

       VIEW-ONE-INBOX-LINE.
           IF RIB-OPER(WS-RIB-IDX) = WS-RIB-OPERATOR
               ADD 1 TO WS-RIB-VIEW-COUNT
               MOVE WS-RIB-IDX TO WS-RIB-VIEW(WS-RIB-VIEW-COUNT)
           END-IF.

       SHOW-REPORT-INBOX.
           DISPLAY "+---- report inbox: "
               FUNCTION TRIM(WS-RIB-OPERATOR) " ----+"
           IF WS-RIB-VIEW-COUNT = 0
               DISPLAY "| nothing delivered"
           ELSE
               PERFORM SHOW-ONE-INBOX-ROW
                   VARYING WS-RIB-VIEW-IDX FROM 1 BY 1
                   UNTIL WS-RIB-VIEW-IDX > WS-RIB-VIEW-COUNT
           END-IF
           DISPLAY "| O <n>=open  P <n>=print  M <n>=mark read  Q=quit"
           DISPLAY "+-----------------------+".

       SHOW-ONE-INBOX-ROW.
           MOVE WS-RIB-VIEW(WS-RIB-VIEW-IDX) TO WS-RIB-IDX
           MOVE WS-RIB-VIEW-IDX TO WS-RIB-NUM-EDIT
           DISPLAY "| " WS-RIB-NUM-EDIT ") "
               RIB-STATUS(WS-RIB-IDX) " "
               RIB-DATE(WS-RIB-IDX) " "
               RIB-TIME(WS-RIB-IDX)(1:4) " "
               FUNCTION TRIM(RIB-REPORT(WS-RIB-IDX)) " "
               FUNCTION TRIM(RIB-JOB(WS-RIB-IDX)).

       APPLY-ONE-INBOX-COMMAND.
           MOVE SPACES TO WS-SPC-CMD-LINE
           ACCEPT WS-SPC-CMD-LINE FROM CONSOLE
           MOVE SPACES TO WS-SPC-VERB WS-SPC-ARG
           UNSTRING WS-SPC-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-SPC-VERB WS-SPC-ARG
           MOVE 0 TO WS-RIB-NUM
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SPC-ARG)) = 0
               AND FUNCTION NUMVAL(WS-SPC-ARG) >= 1
               AND FUNCTION NUMVAL(WS-SPC-ARG) <= WS-RIB-VIEW-COUNT
               MOVE FUNCTION NUMVAL(WS-SPC-ARG) TO WS-RIB-NUM
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SPC-VERB))
               WHEN "O"
                   IF WS-RIB-NUM NOT = 0
                       PERFORM OPEN-ONE-INBOX-ITEM
                   END-IF
               WHEN "P"
                   IF WS-RIB-NUM NOT = 0
                       PERFORM PRINT-ONE-INBOX-ITEM
                   END-IF
               WHEN "M"
                   IF WS-RIB-NUM NOT = 0
                       MOVE "READ" TO WS-RIB-NEW-STATUS
                       PERFORM MARK-ONE-INBOX-ITEM
                       DISPLAY "INBOX: marked read "
                           FUNCTION TRIM(WS-RIB-SEEK-JOB)
                   END-IF
               WHEN "Q"
                   MOVE 1 TO WS-RIB-DONE
               WHEN SPACES
                   MOVE 1 TO WS-RIB-DONE
               WHEN OTHER
                   PERFORM SHOW-REPORT-INBOX
           END-EVALUATE.

      *> The job's path from its inbox number, into WS-SPOOL-CTL-PATH.
       LOCATE-INBOX-SPOOL-JOB.
           MOVE WS-RIB-VIEW(WS-RIB-NUM) TO WS-RIB-IDX
           MOVE RIB-JOB(WS-RIB-IDX) TO WS-RIB-SEEK-JOB
           MOVE SPACES TO WS-SPOOL-CTL-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RIB-SEEK-JOB) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO WS-SPOOL-CTL-PATH.

      *> The job's pages on the console, banner left off - opening
      *> it is reading it.
       OPEN-ONE-INBOX-ITEM.
           PERFORM LOCATE-INBOX-SPOOL-JOB
           OPEN INPUT SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               DISPLAY "INBOX: " FUNCTION TRIM(WS-RIB-SEEK-JOB)
                   " is no longer in the spool"
           ELSE
               READ SPOOL-CTL-FILE
               DISPLAY "+---- " FUNCTION TRIM(WS-RIB-SEEK-JOB)
                   " ----+"
               MOVE 0 TO WS-SPOOL-EOF
               PERFORM SHOW-ONE-INBOX-JOB-LINE
                   UNTIL WS-SPOOL-EOF = 1
               CLOSE SPOOL-CTL-FILE
               DISPLAY "+-----------------------+"
               IF RIB-STATUS(WS-RIB-IDX) = "UNREAD"
                   MOVE "READ" TO WS-RIB-NEW-STATUS
                   PERFORM MARK-ONE-INBOX-ITEM
               END-IF
           END-IF.

       SHOW-ONE-INBOX-JOB-LINE.
           READ SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               MOVE 1 TO WS-SPOOL-EOF
           ELSE
               DISPLAY "| " FUNCTION TRIM(SPOOL-CTL-RECORD TRAILING)
           END-IF.

      *> Printing copies the pages (banner stripped) to the logical
      *> file the banner names, as a release from the spool console
      *> does, and counts as reading the item.
       PRINT-ONE-INBOX-ITEM.
           PERFORM LOCATE-INBOX-SPOOL-JOB
           OPEN INPUT SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS NOT = "00"
               DISPLAY "INBOX: " FUNCTION TRIM(WS-RIB-SEEK-JOB)
                   " is no longer in the spool"
           ELSE
               READ SPOOL-CTL-FILE
               MOVE SPACES TO WS-SPOOL-TAG WS-RIB-DEST
               UNSTRING SPOOL-CTL-RECORD DELIMITED BY ALL SPACE
                   INTO WS-SPOOL-TAG WS-SPOOL-JOB-NAME
                       WS-SPOOL-PATH-WORK WS-SPOOL-LINE
                       WS-SPOOL-ROLE-TXT WS-RIB-DEST
               IF WS-RIB-DEST = SPACES
                   DISPLAY "INBOX: " FUNCTION TRIM(WS-RIB-SEEK-JOB)
                       " has no banner - cannot print"
               ELSE
                   MOVE WS-RIB-DEST TO WS-DATA-FILE-PATH
                   OPEN OUTPUT APP-DATA-FILE
                   MOVE 0 TO WS-SPOOL-EOF
                   PERFORM COPY-ONE-SPOOL-LINE
                       UNTIL WS-SPOOL-EOF = 1
                   CLOSE APP-DATA-FILE
                   MOVE "PRINTED" TO WS-RIB-NEW-STATUS
                   PERFORM MARK-ONE-INBOX-ITEM
                   DISPLAY "INBOX: printed "
                       FUNCTION TRIM(WS-RIB-SEEK-JOB) " to "
                       FUNCTION TRIM(WS-RIB-DEST)
               END-IF
               CLOSE SPOOL-CTL-FILE
           END-IF.

      *> WS-RIB-NEW-STATUS onto this operator's line for the job,
      *> against a fresh read of the file, then the file rewritten
      *> whole and the change audited.
       MARK-ONE-INBOX-ITEM.
           MOVE WS-RIB-VIEW(WS-RIB-NUM) TO WS-RIB-IDX
           MOVE RIB-JOB(WS-RIB-IDX) TO WS-RIB-SEEK-JOB
           PERFORM LOAD-REPORT-INBOX
           PERFORM MARK-ONE-INBOX-LINE
               VARYING WS-RIB-IDX FROM 1 BY 1
               UNTIL WS-RIB-IDX > WS-RIB-COUNT
           OPEN OUTPUT REPORT-INBOX-FILE
           PERFORM SAVE-ONE-INBOX-LINE
               VARYING WS-RIB-IDX FROM 1 BY 1
               UNTIL WS-RIB-IDX > WS-RIB-COUNT
           CLOSE REPORT-INBOX-FILE
           MOVE "--report-inbox" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "RPT-INBOX-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RIB-NEW-STATUS) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RIB-SEEK-JOB) DELIMITED BY SIZE
               " by=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RIB-OPERATOR) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD.

       MARK-ONE-INBOX-LINE.
           IF RIB-OPER(WS-RIB-IDX) = WS-RIB-OPERATOR
               AND RIB-JOB(WS-RIB-IDX) = WS-RIB-SEEK-JOB
               AND RIB-STATUS(WS-RIB-IDX) NOT = "PRINTED"
               MOVE WS-RIB-NEW-STATUS TO RIB-STATUS(WS-RIB-IDX)
           END-IF.

       SAVE-ONE-INBOX-LINE.
           MOVE SPACES TO REPORT-INBOX-RECORD
           STRING RIB-DATE(WS-RIB-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RIB-TIME(WS-RIB-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RIB-OPER(WS-RIB-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RIB-JOB(WS-RIB-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RIB-REPORT(WS-RIB-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RIB-STATUS(WS-RIB-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RIB-VIA(WS-RIB-IDX)) DELIMITED BY SIZE
               INTO REPORT-INBOX-RECORD
           WRITE REPORT-INBOX-RECORD.

      *> ---------------------------------------------------------
      *> --month-pack <yymm> [<generation>] - see WS-MPK-SCRATCH
      *> for the model. Every section is rendered to a scratch file
      *> first so its line count - and so every section's first page
      *> - is known before the contents page has to print it.
      *> ---------------------------------------------------------
       MONTH-PACK-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-MPK-MONTH
           IF WS-MPK-MONTH = SPACES
               OR WS-MPK-MONTH IS NOT NUMERIC
               OR WS-MPK-MONTH(3:2) < "01"
               OR WS-MPK-MONTH(3:2) > "12"
               DISPLAY "COBALT: usage - --month-pack <yymm> "
                   "[<generation>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-MPK-GEN
               MOVE 0 TO WS-MPK-GEN-ASKED
               IF WS-MPK-GEN NOT = SPACES
                   MOVE 1 TO WS-MPK-GEN-ASKED
               END-IF
               PERFORM LOAD-MONTH-PACK-GENERATION
               IF WS-MPK-GEN-ASKED = 1 AND WS-MPK-GEN-COUNT = 0
                   DISPLAY "COBALT: unknown backup generation "
                       FUNCTION TRIM(WS-MPK-GEN)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM BUILD-MONTH-PACK
               END-IF
           END-IF.

       BUILD-MONTH-PACK.
           PERFORM SET-UP-MONTH-PACK-SOURCES
           PERFORM SCAN-MONTH-PACK-AUDIT
           MOVE 0 TO WS-MPK-X-UNMATCHED
           MOVE 0 TO WS-MPK-X-UNPRINTED
           MOVE 0 TO WS-MPK-X-MISSING
           MOVE 0 TO WS-MPK-X-LIVE
           MOVE WS-MPK-TMP-PATH TO WS-REJECT-FILE-PATH
           OPEN OUTPUT REJECT-FILE
           PERFORM RENDER-ONE-PACK-SECTION
               VARYING WS-MPK-IDX FROM 1 BY 1
               UNTIL WS-MPK-IDX > 5
           CLOSE REJECT-FILE
           COMPUTE WS-MPK-X-TOTAL = WS-MPK-X-VALFAIL
               + WS-MPK-X-BLOCKED + WS-MPK-X-DENIED
               + WS-MPK-X-AUTHFAIL + WS-MPK-X-IOERR
               + WS-MPK-X-OPSFAIL + WS-MPK-X-UNMATCHED
               + WS-MPK-X-UNPRINTED + WS-MPK-X-MISSING
      *> Cover, exceptions and contents are a page each; the
      *> sections follow from page 4.
           MOVE 2 TO REPORT-HEADING-COUNT(1)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           COMPUTE WS-MPK-BODY-ROWS = REPORT-PAGE-LENGTH(1)
               - REPORT-HEADING-COUNT(1) - 2
               - REPORT-FOOTING-COUNT(1)
           MOVE 4 TO WS-MPK-NEXT-PAGE
           PERFORM PLACE-ONE-PACK-SECTION
               VARYING WS-MPK-IDX FROM 1 BY 1
               UNTIL WS-MPK-IDX > 5
           PERFORM WRITE-MONTH-PACK
           MOVE WS-MPK-TMP-PATH TO WS-AUDIT-LIST-PATH
           CALL "CBL_DELETE_FILE" USING WS-AUDIT-LIST-PATH
           DISPLAY "COBALT: month pack " WS-MPK-MONTH " - "
               WS-RPT-PAGE-NUM " page(s), " WS-MPK-X-TOTAL
               " exception(s), spooled as "
               FUNCTION TRIM(WS-SPOOL-JOB-NAME)
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "MONTH-PACK " DELIMITED BY SIZE
               WS-MPK-MONTH DELIMITED BY SIZE
               " job=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-JOB-NAME) DELIMITED BY SIZE
               " gen=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MPK-GEN) DELIMITED BY SIZE
               " archives=" DELIMITED BY SIZE
               WS-MPK-ARCH-FIRST DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-MPK-ARCH-LAST DELIMITED BY SPACE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD.

      *> Single pass over backup.idx. A named generation collects
      *> only its own lines; otherwise every new generation seen
      *> restarts the table, and the index being appended in age
      *> order leaves the newest one standing at the end.
       LOAD-MONTH-PACK-GENERATION.
           MOVE 0 TO WS-MPK-GEN-COUNT
           PERFORM BUILD-BACKUP-IDX-PATH
           MOVE 0 TO WS-BACKUP-EOF
           OPEN INPUT BACKUP-IDX-FILE
           IF WS-BACKUP-IDX-STATUS = "00"
               PERFORM LOAD-ONE-PACK-GEN-LINE
                   UNTIL WS-BACKUP-EOF = 1
               CLOSE BACKUP-IDX-FILE
           END-IF.

       LOAD-ONE-PACK-GEN-LINE.
           READ BACKUP-IDX-FILE
               AT END
                   MOVE 1 TO WS-BACKUP-EOF
               NOT AT END
                   PERFORM PARSE-BACKUP-IDX-LINE
                   IF WS-MPK-GEN-ASKED = 0
                       AND WS-BACKUP-LINE-GEN NOT = WS-MPK-GEN
                       MOVE WS-BACKUP-LINE-GEN TO WS-MPK-GEN
                       MOVE 0 TO WS-MPK-GEN-COUNT
                   END-IF
                   IF WS-BACKUP-LINE-GEN = WS-MPK-GEN
                       AND WS-MPK-GEN-COUNT < 10
                       ADD 1 TO WS-MPK-GEN-COUNT
                       MOVE WS-BACKUP-LINE-ORIG TO
                           MPK-GEN-ORIG(WS-MPK-GEN-COUNT)
                       MOVE WS-BACKUP-LINE-STORED TO
                           MPK-GEN-STORED(WS-MPK-GEN-COUNT)
                   END-IF
           END-READ.

       SET-UP-MONTH-PACK-SOURCES.
           MOVE "DASHBOARD FIGURES" TO MPK-TITLE(1)
           MOVE "dash-stats.dat" TO MPK-PATH(1)
           MOVE "SHIFT REPORT" TO MPK-TITLE(2)
           MOVE WS-SHR-RPT-PATH TO MPK-PATH(2)
           MOVE "METRICS ROLLUP" TO MPK-TITLE(3)
           MOVE WS-MRU-RPT-PATH TO MPK-PATH(3)
           MOVE "RECONCILIATION" TO MPK-TITLE(4)
           MOVE WS-RCN-RPT-PATH TO MPK-PATH(4)
           MOVE "SPOOL JOBS NOT PRINTED" TO MPK-TITLE(5)
           MOVE SPACES TO MPK-PATH(5)
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.idx" DELIMITED BY SIZE
               INTO MPK-PATH(5).

      *> A source the generation captured is read from its stored
      *> copy; anything else is read live and marked so on the cover.
       RESOLVE-PACK-SOURCE.
           MOVE WS-MPK-WANT TO WS-MPK-GOT
           MOVE "LIVE" TO WS-MPK-GOT-FROM
           MOVE 0 TO WS-MPK-IDX2
           PERFORM MATCH-ONE-PACK-GEN-FILE
               VARYING WS-MPK-IDX2 FROM 1 BY 1
               UNTIL WS-MPK-IDX2 > WS-MPK-GEN-COUNT.

       MATCH-ONE-PACK-GEN-FILE.
           IF FUNCTION TRIM(MPK-GEN-ORIG(WS-MPK-IDX2)) =
               FUNCTION TRIM(WS-MPK-WANT)
               MOVE SPACES TO WS-MPK-GOT
               STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(MPK-GEN-STORED(WS-MPK-IDX2))
                       DELIMITED BY SIZE
                   INTO WS-MPK-GOT
               MOVE MPK-GEN-STORED(WS-MPK-IDX2) TO WS-MPK-GOT-FROM
           END-IF.

      *> Every archive dated in the month (one per day, the rotation
      *> names them), then the live log for whatever part of the
      *> month has not rotated yet - only records dated in the month
      *> count, so a rebuild after the live log rotates finds the
      *> same records in the archive instead.
       SCAN-MONTH-PACK-AUDIT.
           MOVE 0 TO WS-MPK-REC-COUNT
           MOVE 0 TO WS-MPK-LIVE-COUNT
           MOVE 0 TO WS-MPK-ARCH-COUNT
           MOVE SPACES TO WS-MPK-ARCH-FIRST
           MOVE SPACES TO WS-MPK-ARCH-LAST
           MOVE 0 TO WS-MPK-X-VALFAIL
           MOVE 0 TO WS-MPK-X-BLOCKED
           MOVE 0 TO WS-MPK-X-DENIED
           MOVE 0 TO WS-MPK-X-AUTHFAIL
           MOVE 0 TO WS-MPK-X-IOERR
           MOVE 0 TO WS-MPK-X-OPSFAIL
           MOVE WS-AUDIT-FILE-PATH TO WS-MPK-AUDIT-BASE
           MOVE 0 TO WS-MPK-IN-LIVE
           PERFORM SCAN-ONE-PACK-ARCHIVE
               VARYING WS-MPK-DAY FROM 1 BY 1
               UNTIL WS-MPK-DAY > 31
           MOVE WS-MPK-AUDIT-BASE TO WS-AUDIT-FILE-PATH
           MOVE 1 TO WS-MPK-IN-LIVE
           PERFORM SCAN-ONE-PACK-AUDIT-LOG.

       SCAN-ONE-PACK-ARCHIVE.
           MOVE SPACES TO WS-MPK-DAY-TXT
           STRING WS-MPK-MONTH DELIMITED BY SIZE
               WS-MPK-DAY DELIMITED BY SIZE
               INTO WS-MPK-DAY-TXT
           MOVE SPACES TO WS-AUDIT-ARCH-PATH
           STRING FUNCTION TRIM(WS-MPK-AUDIT-BASE) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-MPK-DAY-TXT DELIMITED BY SIZE
               INTO WS-AUDIT-ARCH-PATH
           MOVE WS-AUDIT-ARCH-PATH TO WS-AUDIT-FILE-PATH
           PERFORM SCAN-ONE-PACK-AUDIT-LOG.

       SCAN-ONE-PACK-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               IF WS-MPK-IN-LIVE = 0
                   ADD 1 TO WS-MPK-ARCH-COUNT
                   IF WS-MPK-ARCH-FIRST = SPACES
                       MOVE WS-MPK-DAY-TXT TO WS-MPK-ARCH-FIRST
                   END-IF
                   MOVE WS-MPK-DAY-TXT TO WS-MPK-ARCH-LAST
               END-IF
               MOVE 0 TO WS-AUDIT-SCAN-EOF
               PERFORM SCAN-ONE-PACK-RECORD
                   UNTIL WS-AUDIT-SCAN-EOF = 1
               CLOSE AUDIT-FILE
           END-IF.

       SCAN-ONE-PACK-RECORD.
           READ AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AUDIT-SCAN-EOF
           ELSE
               IF AUDIT-RECORD(1:5) = "#KEY "
                   MOVE AUDIT-RECORD(1:40) TO WS-KEYHDR-LINE
                   PERFORM CHECK-KEY-HEADER-LINE
               ELSE
                   MOVE SPACES TO WS-CRYPT-HEX
                   MOVE AUDIT-RECORD TO WS-CRYPT-HEX
                   MOVE 160 TO WS-CRYPT-LEN
                   PERFORM DECRYPT-LINE-FROM-DISK
                   MOVE WS-CRYPT-PLAIN(1:160) TO WS-AUDIT-SCAN-LINE
                   PERFORM TALLY-ONE-PACK-RECORD
               END-IF
           END-IF.

      *> The exception classes are the ones the shift report and the
      *> operations inbox already single out - validation, role and
      *> access refusals, sign-in trouble, I/O errors, and failed
      *> operations jobs. The pack's own MONTH-PACK records are left
      *> out, so building the pack twice does not change its count.
       TALLY-ONE-PACK-RECORD.
           MOVE SPACES TO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
               WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
           UNSTRING WS-AUDIT-SCAN-LINE DELIMITED BY ALL SPACE
               INTO WS-SHR-F-SEQ WS-SHR-F-APP WS-SHR-F-DATE
                   WS-SHR-F-TIME WS-SHR-F-TAG WS-SHR-F-ELEM
           IF WS-SHR-F-DATE(1:6) IS NUMERIC
               AND WS-SHR-F-DATE(1:4) = WS-MPK-MONTH
               AND WS-SHR-F-TAG NOT = "MONTH-PACK"
               ADD 1 TO WS-MPK-REC-COUNT
               IF WS-MPK-IN-LIVE = 1
                   ADD 1 TO WS-MPK-LIVE-COUNT
               END-IF
               EVALUATE FUNCTION TRIM(WS-SHR-F-TAG)
                   WHEN "VAL-FAIL"
                       ADD 1 TO WS-MPK-X-VALFAIL
                   WHEN "ROLE-BLOCKED"
                       ADD 1 TO WS-MPK-X-BLOCKED
                   WHEN "ACCESS-DENIED"
                       ADD 1 TO WS-MPK-X-DENIED
                   WHEN "AUTH-FAIL"
                   WHEN "AUTH-DENIED"
                   WHEN "AUTH-LOCKOUT"
                       ADD 1 TO WS-MPK-X-AUTHFAIL
                   WHEN "FILE-ERROR"
                       ADD 1 TO WS-MPK-X-IOERR
                   WHEN "SCHED-FAIL"
                   WHEN "WEBHOOK-DEAD"
                   WHEN "VERIFY-FAIL"
                       ADD 1 TO WS-MPK-X-OPSFAIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> One source's section body, into the scratch file. An empty
      *> or absent source still gets a line saying so - a section
      *> that silently vanished is exactly what the stapled pack
      *> used to hide.
       RENDER-ONE-PACK-SECTION.
           MOVE 0 TO MPK-LINES(WS-MPK-IDX)
           MOVE 0 TO MPK-FOUND(WS-MPK-IDX)
           MOVE MPK-PATH(WS-MPK-IDX) TO WS-MPK-WANT
           PERFORM RESOLVE-PACK-SOURCE
           MOVE WS-MPK-GOT TO MPK-READ-PATH(WS-MPK-IDX)
           MOVE WS-MPK-GOT-FROM TO MPK-FROM(WS-MPK-IDX)
           IF WS-MPK-IDX = 5
               PERFORM RENDER-PACK-SPOOL-SECTION
           ELSE
               MOVE MPK-READ-PATH(WS-MPK-IDX) TO WS-IMPORT-FILE-PATH
               OPEN INPUT IMPORT-FILE
               IF WS-IMPORT-FILE-STATUS = "00"
                   MOVE 1 TO MPK-FOUND(WS-MPK-IDX)
                   MOVE 0 TO WS-MPK-DS-STEP
                   MOVE 0 TO WS-MPK-EOF
                   PERFORM RENDER-ONE-PACK-LINE
                       UNTIL WS-MPK-EOF = 1
                   CLOSE IMPORT-FILE
               END-IF
           END-IF
           IF MPK-FOUND(WS-MPK-IDX) = 0
               ADD 1 TO WS-MPK-X-MISSING
               MOVE SPACES TO WS-MPK-LINE
               STRING "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(MPK-PATH(WS-MPK-IDX))
                       DELIMITED BY SIZE
                   " not found - nothing to include)"
                       DELIMITED BY SIZE
                   INTO WS-MPK-LINE
               PERFORM WRITE-PACK-BODY-LINE
           ELSE
               IF MPK-FROM(WS-MPK-IDX) = "LIVE"
                   ADD 1 TO WS-MPK-X-LIVE
               END-IF
               IF MPK-LINES(WS-MPK-IDX) = 0
                   MOVE "  (nothing for this month)" TO WS-MPK-LINE
                   PERFORM WRITE-PACK-BODY-LINE
               END-IF
           END-IF.

       RENDER-ONE-PACK-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-MPK-EOF
           ELSE
               IF WS-MPK-IDX = 1
                   PERFORM RENDER-PACK-DASH-LINE
               ELSE
                   MOVE IMPORT-RECORD TO WS-MPK-LINE
                   PERFORM WRITE-PACK-BODY-LINE
                   IF WS-MPK-IDX = 4
                       AND (IMPORT-RECORD(1:17) = "ATTEMPT-NO-AUDIT "
                       OR IMPORT-RECORD(1:17) = "AUDIT-NO-ATTEMPT ")
                       ADD 1 TO WS-MPK-X-UNMATCHED
                   END-IF
               END-IF
           END-IF.

      *> Buckets labelled inside the month (day, week and month
      *> buckets all start yymm) plus the all-time bucket; the
      *> file's own trailer and comment lines are skipped.
       RENDER-PACK-DASH-LINE.
           MOVE FUNCTION TRIM(IMPORT-RECORD) TO WS-MPK-DS-VAL
           IF WS-MPK-DS-VAL(1:1) NOT = "#"
               EVALUATE WS-MPK-DS-STEP
                   WHEN 0
                       MOVE 1 TO WS-MPK-DS-STEP
                   WHEN 1
                       MOVE 2 TO WS-MPK-DS-STEP
                   WHEN 2
                       MOVE WS-MPK-DS-VAL TO WS-MPK-DS-NAME
                       MOVE 3 TO WS-MPK-DS-STEP
                   WHEN 3
                       MOVE 0 TO WS-MPK-DS-LEFT
                       IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-MPK-DS-VAL)) = 0
                           MOVE FUNCTION NUMVAL(WS-MPK-DS-VAL) TO
                               WS-MPK-DS-LEFT
                       END-IF
                       IF WS-MPK-DS-LEFT = 0
                           MOVE 2 TO WS-MPK-DS-STEP
                       ELSE
                           MOVE 4 TO WS-MPK-DS-STEP
                       END-IF
                   WHEN 4
                       MOVE WS-MPK-DS-VAL TO WS-MPK-DS-LBL
                       MOVE 5 TO WS-MPK-DS-STEP
                   WHEN 5
                       MOVE WS-MPK-DS-VAL TO WS-MPK-DS-CNT
                       MOVE 6 TO WS-MPK-DS-STEP
                   WHEN 6
                       MOVE WS-MPK-DS-VAL TO WS-MPK-DS-SUM
                       MOVE 7 TO WS-MPK-DS-STEP
                   WHEN OTHER
                       MOVE WS-MPK-DS-VAL TO WS-MPK-DS-MAX
                       PERFORM WRITE-PACK-DASH-BUCKET
                       SUBTRACT 1 FROM WS-MPK-DS-LEFT
                       IF WS-MPK-DS-LEFT = 0
                           MOVE 2 TO WS-MPK-DS-STEP
                       ELSE
                           MOVE 4 TO WS-MPK-DS-STEP
                       END-IF
               END-EVALUATE
           END-IF.

       WRITE-PACK-DASH-BUCKET.
           IF WS-MPK-DS-LBL(1:4) = WS-MPK-MONTH
               OR WS-MPK-DS-LBL = "ALL"
               IF MPK-LINES(WS-MPK-IDX) = 0
                   MOVE "  KPI         BUCKET    COUNT         SUM"
                       & "             MAX" TO WS-MPK-LINE
                   PERFORM WRITE-PACK-BODY-LINE
               END-IF
               MOVE SPACES TO WS-MPK-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-MPK-DS-NAME DELIMITED BY SIZE
                   WS-MPK-DS-LBL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MPK-DS-CNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MPK-DS-SUM DELIMITED BY SIZE
                   WS-MPK-DS-MAX DELIMITED BY SIZE
                   INTO WS-MPK-LINE
               PERFORM WRITE-PACK-BODY-LINE
           END-IF.

      *> The spool section is the console's own view of the index
      *> and status file (both read through the generation like any
      *> other source), narrowed to the month's jobs that never
      *> reached paper - held, cancelled, or gone missing.
       RENDER-PACK-SPOOL-SECTION.
           PERFORM GET-LOCAL-DATE-TIME
           COMPUTE WS-SPC-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               20000000 + WS-LOCAL-DATE)
           MOVE 0 TO WS-SPC-JOB-COUNT
           MOVE MPK-READ-PATH(5) TO WS-SPOOL-CTL-PATH
           OPEN INPUT SPOOL-CTL-FILE
           IF WS-SPOOL-CTL-STATUS = "00"
               MOVE 1 TO MPK-FOUND(5)
               MOVE 0 TO WS-SPC-EOF
               PERFORM LOAD-ONE-SPOOL-JOB UNTIL WS-SPC-EOF = 1
               CLOSE SPOOL-CTL-FILE
           END-IF
           MOVE SPACES TO WS-MPK-WANT
           STRING FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               "/spool.sts" DELIMITED BY SIZE
               INTO WS-MPK-WANT
           PERFORM RESOLVE-PACK-SOURCE
           MOVE WS-MPK-GOT-FROM TO WS-MPK-STS-FROM
           MOVE WS-MPK-GOT TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-SPC-EOF
               PERFORM LOAD-ONE-SPOOL-STATUS UNTIL WS-SPC-EOF = 1
               CLOSE IMPORT-FILE
           ELSE
               MOVE "(none)" TO WS-MPK-STS-FROM
           END-IF
           PERFORM MEASURE-ONE-SPOOL-JOB
               VARYING WS-SPC-IDX FROM 1 BY 1
               UNTIL WS-SPC-IDX > WS-SPC-JOB-COUNT
           PERFORM RENDER-ONE-PACK-SPOOL-JOB
               VARYING WS-SPC-IDX FROM 1 BY 1
               UNTIL WS-SPC-IDX > WS-SPC-JOB-COUNT.

       RENDER-ONE-PACK-SPOOL-JOB.
           IF SPC-DATE(WS-SPC-IDX)(1:4) = WS-MPK-MONTH
               AND (SPC-STATUS(WS-SPC-IDX) = "HELD"
               OR SPC-STATUS(WS-SPC-IDX) = "CANCELLED"
               OR SPC-STATUS(WS-SPC-IDX) = "MISSING")
               ADD 1 TO WS-MPK-X-UNPRINTED
               MOVE SPACES TO WS-MPK-LINE
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-JOB(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SPC-DATE(WS-SPC-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-STATUS(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-APP(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(SPC-DEST(WS-SPC-IDX))
                       DELIMITED BY SIZE
                   INTO WS-MPK-LINE
               PERFORM WRITE-PACK-BODY-LINE
           END-IF.

       WRITE-PACK-BODY-LINE.
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-MPK-LINE TO REJECT-RECORD
           WRITE REJECT-RECORD
           ADD 1 TO MPK-LINES(WS-MPK-IDX).

      *> Pages a section needs at WS-MPK-BODY-ROWS lines apiece -
      *> the same fit test WRITE-REPORT-LINE breaks pages on.
       PLACE-ONE-PACK-SECTION.
           MOVE WS-MPK-NEXT-PAGE TO MPK-FIRST-PAGE(WS-MPK-IDX)
           COMPUTE WS-MPK-PAGES =
               (MPK-LINES(WS-MPK-IDX) + WS-MPK-BODY-ROWS - 1)
               / WS-MPK-BODY-ROWS
           ADD WS-MPK-PAGES TO WS-MPK-NEXT-PAGE.

      *> One synthetic report definition in slot 1, as the shift
      *> report uses, so paging, footings and the control-total
      *> trailer are the ordinary report-writer paragraphs'. The
      *> pack carries no run date of its own - the spool banner has
      *> that - so a rebuild reads line for line the same.
       WRITE-MONTH-PACK.
           MOVE 1 TO WS-RPT-IDX
           MOVE "MONTH-PACK" TO REPORT-NAME(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "MONTHLY MANAGEMENT PACK  " DELIMITED BY SIZE
               WS-MPK-MONTH DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE SPACES TO REPORT-FOOTING(1 1)
           STRING "---- MONTH-PACK " DELIMITED BY SIZE
               WS-MPK-MONTH DELIMITED BY SIZE
               " ----" DELIMITED BY SIZE
               INTO REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "month-pack" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "month-pack-" DELIMITED BY SIZE
               WS-MPK-MONTH DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           MOVE "COVER" TO WS-MPK-LABEL
           PERFORM BEGIN-PACK-PAGE
           PERFORM WRITE-PACK-COVER
           MOVE "EXCEPTIONS SUMMARY" TO WS-MPK-LABEL
           PERFORM BEGIN-PACK-PAGE
           PERFORM WRITE-PACK-EXCEPTIONS
           MOVE "CONTENTS" TO WS-MPK-LABEL
           PERFORM BEGIN-PACK-PAGE
           PERFORM WRITE-PACK-CONTENTS
           MOVE WS-MPK-TMP-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           PERFORM WRITE-ONE-PACK-SECTION
               VARYING WS-MPK-IDX FROM 1 BY 1
               UNTIL WS-MPK-IDX > 5
           CLOSE IMPORT-FILE
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE.

      *> Closes the page in hand (if any) with its footing and opens
      *> the next under WS-MPK-LABEL as its second heading line.
       BEGIN-PACK-PAGE.
           IF WS-RPT-PAGE-NUM > 0
               PERFORM WRITE-REPORT-PAGE-FOOTINGS
           END-IF
           MOVE WS-MPK-LABEL TO REPORT-HEADING(1 2)
           PERFORM START-NEW-REPORT-PAGE.

       WRITE-PACK-TEXT-LINE.
           MOVE WS-MPK-LINE TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE.

       WRITE-PACK-COVER.
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE SPACES TO WS-MPK-LINE
           STRING "MONTH                  " DELIMITED BY SIZE
               WS-MPK-MONTH DELIMITED BY SIZE
               INTO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "BUILT FROM" TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE SPACES TO WS-MPK-LINE
           IF WS-MPK-ARCH-COUNT = 0
               STRING "  AUDIT ARCHIVES       (none for the month)"
                       DELIMITED BY SIZE
                   INTO WS-MPK-LINE
           ELSE
               STRING "  AUDIT ARCHIVES       " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MPK-AUDIT-BASE) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-MPK-ARCH-FIRST DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MPK-AUDIT-BASE) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-MPK-ARCH-LAST DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-MPK-ARCH-COUNT DELIMITED BY SIZE
                   " file(s))" DELIMITED BY SIZE
                   INTO WS-MPK-LINE
           END-IF
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE WS-MPK-LIVE-COUNT TO WS-MPK-CNT-EDIT
           MOVE SPACES TO WS-MPK-LINE
           STRING "  LIVE AUDIT LOG       " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MPK-AUDIT-BASE) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MPK-CNT-EDIT) DELIMITED BY SIZE
               " record(s) of the month)" DELIMITED BY SIZE
               INTO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE WS-MPK-REC-COUNT TO WS-MPK-CNT-EDIT
           MOVE SPACES TO WS-MPK-LINE
           STRING "  AUDIT RECORDS        " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MPK-CNT-EDIT) DELIMITED BY SIZE
               INTO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE SPACES TO WS-MPK-LINE
           IF WS-MPK-GEN = SPACES
               STRING "  DATA GENERATION      (no backup generation"
                       DELIMITED BY SIZE
                   " - every source read live)" DELIMITED BY SIZE
                   INTO WS-MPK-LINE
           ELSE
               STRING "  DATA GENERATION      " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MPK-GEN) DELIMITED BY SIZE
                   " in " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                   INTO WS-MPK-LINE
           END-IF
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "SOURCE FILES           (generation copy, or LIVE)"
               TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           PERFORM WRITE-ONE-PACK-PROVENANCE
               VARYING WS-MPK-IDX FROM 1 BY 1
               UNTIL WS-MPK-IDX > 5
           MOVE SPACES TO WS-MPK-LINE
           STRING "  " DELIMITED BY SIZE
               WS-MPK-WANT(1:21) DELIMITED BY SIZE
               FUNCTION TRIM(WS-MPK-STS-FROM) DELIMITED BY SIZE
               INTO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE SPACES TO WS-MPK-LINE
           STRING "TO REBUILD THIS PACK   --month-pack "
                   DELIMITED BY SIZE
               WS-MPK-MONTH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MPK-GEN) DELIMITED BY SIZE
               INTO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE.

       WRITE-ONE-PACK-PROVENANCE.
           MOVE SPACES TO WS-MPK-LINE
           IF MPK-FOUND(WS-MPK-IDX) = 0
               STRING "  " DELIMITED BY SIZE
                   MPK-PATH(WS-MPK-IDX)(1:21) DELIMITED BY SIZE
                   "(not found)" DELIMITED BY SIZE
                   INTO WS-MPK-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   MPK-PATH(WS-MPK-IDX)(1:21) DELIMITED BY SIZE
                   FUNCTION TRIM(MPK-FROM(WS-MPK-IDX))
                       DELIMITED BY SIZE
                   INTO WS-MPK-LINE
           END-IF
           PERFORM WRITE-PACK-TEXT-LINE.

       WRITE-PACK-EXCEPTIONS.
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "AUDIT TRAIL" TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "  Validation failures" TO WS-MPK-LABEL
           MOVE WS-MPK-X-VALFAIL TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE "  Blocked role attempts" TO WS-MPK-LABEL
           MOVE WS-MPK-X-BLOCKED TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE "  File access denied" TO WS-MPK-LABEL
           MOVE WS-MPK-X-DENIED TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE "  Sign-in failures" TO WS-MPK-LABEL
           MOVE WS-MPK-X-AUTHFAIL TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE "  File I/O errors" TO WS-MPK-LABEL
           MOVE WS-MPK-X-IOERR TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE "  Failed operations jobs" TO WS-MPK-LABEL
           MOVE WS-MPK-X-OPSFAIL TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "RECONCILIATION" TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "  Unmatched items" TO WS-MPK-LABEL
           MOVE WS-MPK-X-UNMATCHED TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "SPOOL" TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "  Jobs not printed" TO WS-MPK-LABEL
           MOVE WS-MPK-X-UNPRINTED TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "SOURCES" TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "  Sources not found" TO WS-MPK-LABEL
           MOVE WS-MPK-X-MISSING TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "TOTAL EXCEPTIONS" TO WS-MPK-LABEL
           MOVE WS-MPK-X-TOTAL TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-COUNT-LINE
      *> Read-live sources are not an exception in themselves, but
      *> they are the part of the pack a rebuild cannot promise.
           IF WS-MPK-X-LIVE > 0
               MOVE SPACES TO WS-MPK-LINE
               PERFORM WRITE-PACK-TEXT-LINE
               MOVE WS-MPK-X-LIVE TO WS-MPK-CNT-EDIT
               MOVE SPACES TO WS-MPK-LINE
               STRING "NOTE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MPK-CNT-EDIT) DELIMITED BY SIZE
                   " source(s) read live - not in the data "
                       DELIMITED BY SIZE
                   "generation, so a rebuild may differ"
                       DELIMITED BY SIZE
                   INTO WS-MPK-LINE
               PERFORM WRITE-PACK-TEXT-LINE
           END-IF.

       WRITE-PACK-COUNT-LINE.
           MOVE WS-MPK-COUNT-N TO WS-MPK-CNT-EDIT
           INSPECT WS-MPK-LABEL(3:) REPLACING ALL SPACE BY "."
               AFTER INITIAL "  "
           MOVE SPACES TO WS-MPK-LINE
           STRING WS-MPK-LABEL DELIMITED BY SIZE
               WS-MPK-CNT-EDIT DELIMITED BY SIZE
               INTO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE.

       WRITE-PACK-CONTENTS.
           MOVE SPACES TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "SECTION                         PAGE"
               TO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE
           MOVE "EXCEPTIONS SUMMARY" TO WS-MPK-LABEL
           MOVE 2 TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-CONTENTS-LINE
           MOVE "CONTENTS" TO WS-MPK-LABEL
           MOVE 3 TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-CONTENTS-LINE
           PERFORM WRITE-ONE-PACK-CONTENTS
               VARYING WS-MPK-IDX FROM 1 BY 1
               UNTIL WS-MPK-IDX > 5.

       WRITE-ONE-PACK-CONTENTS.
           MOVE MPK-TITLE(WS-MPK-IDX) TO WS-MPK-LABEL
           MOVE MPK-FIRST-PAGE(WS-MPK-IDX) TO WS-MPK-COUNT-N
           PERFORM WRITE-PACK-CONTENTS-LINE.

       WRITE-PACK-CONTENTS-LINE.
           MOVE WS-MPK-COUNT-N TO WS-MPK-PAGE-EDIT
           INSPECT WS-MPK-LABEL(3:) REPLACING ALL SPACE BY "."
               AFTER INITIAL "  "
           MOVE SPACES TO WS-MPK-LINE
           STRING WS-MPK-LABEL DELIMITED BY SIZE
               WS-MPK-PAGE-EDIT DELIMITED BY SIZE
               INTO WS-MPK-LINE
           PERFORM WRITE-PACK-TEXT-LINE.

      *> Each section starts its own page, then its scratch lines
      *> go through WRITE-REPORT-LINE like any report detail.
       WRITE-ONE-PACK-SECTION.
           MOVE MPK-TITLE(WS-MPK-IDX) TO WS-MPK-LABEL
           PERFORM BEGIN-PACK-PAGE
           PERFORM COPY-ONE-PACK-LINE MPK-LINES(WS-MPK-IDX) TIMES.

       COPY-ONE-PACK-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE IMPORT-RECORD TO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-RPT-DETAIL-TOTAL
           END-IF.

      *> ---------------------------------------------------------
      *> --launcher - see WS-CAT-SCRATCH for the model. Sign-in is
      *> the same credential check AUTHENTICATE makes; a blank
      *> operator name browses as the anonymous public and sees
      *> only the role-less entries.
      *> ---------------------------------------------------------
       APP-LAUNCHER-RUN.
           PERFORM LOAD-CATALOG-TABLE
           IF WS-CAT-COUNT = 0
               DISPLAY "COBALT: no catalog - add apps to "
                   FUNCTION TRIM(WS-CAT-PATH)
           ELSE
               DISPLAY "COBALT launcher - operator name "
                   "(blank for none):"
               MOVE SPACES TO WS-CAT-USER-IN
               ACCEPT WS-CAT-USER-IN FROM CONSOLE
               IF FUNCTION TRIM(WS-CAT-USER-IN) NOT = SPACES
                   DISPLAY "password:"
                   MOVE SPACES TO WS-CAT-PASS-IN
                   ACCEPT WS-CAT-PASS-IN FROM CONSOLE
                   MOVE WS-CAT-USER-IN TO WS-AUTH-USER-TXT
                   MOVE WS-CAT-PASS-IN TO WS-AUTH-PASS-TXT
      *> The credential check writes AUTH-OK/AUTH-FAIL/LOCKOUT (and
      *> the profile's PROFILE-APPLIED) audit records, so the trail
      *> must be open around it - the same wrap CHECK-GATEWAY-
      *> ADMISSION puts around its own sign-in check.
                   PERFORM OPEN-OR-EXTEND-AUDIT-FILE
                   PERFORM CHECK-AUTH-CREDENTIALS
                   CLOSE AUDIT-FILE
                   IF WS-AUDIT-LOCK-HELD = 1
                       MOVE WS-AUDIT-LOCK-PATH TO WS-LOCK-FILE-PATH
                       PERFORM RELEASE-FILE-LOCK
                       MOVE 0 TO WS-AUDIT-LOCK-HELD
                   END-IF
                   IF WS-AUTH-RESULT NOT = "1"
                       DISPLAY "COBALT: sign-in failed"
                       MOVE SPACES TO WS-CURRENT-ROLE
                   ELSE
                       MOVE FUNCTION TRIM(WS-CAT-USER-IN) TO
                           WS-SESSION-OPERATOR
                   END-IF
               END-IF
               MOVE 0 TO WS-CAT-DONE
               PERFORM SHOW-LAUNCHER-MENU
               PERFORM APPLY-ONE-LAUNCHER-CHOICE
                   UNTIL WS-CAT-DONE = 1
           END-IF.

       LOAD-CATALOG-TABLE.
           MOVE 0 TO WS-CAT-COUNT
           MOVE WS-CAT-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-CAT-EOF
               PERFORM LOAD-ONE-CATALOG-LINE UNTIL WS-CAT-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       LOAD-ONE-CATALOG-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-CAT-EOF
           ELSE
               IF FUNCTION TRIM(IMPORT-RECORD) NOT = SPACES
                   AND IMPORT-RECORD(1:1) NOT = "*"
                   AND WS-CAT-COUNT < 40
                   ADD 1 TO WS-CAT-COUNT
                   MOVE SPACES TO CAT-NAME(WS-CAT-COUNT)
                       CAT-SOURCE(WS-CAT-COUNT)
                       CAT-ROLE(WS-CAT-COUNT)
                       CAT-DESC(WS-CAT-COUNT)
                       CAT-DEPT(WS-CAT-COUNT)
                   UNSTRING IMPORT-RECORD DELIMITED BY "|"
                       INTO CAT-NAME(WS-CAT-COUNT)
                           CAT-SOURCE(WS-CAT-COUNT)
                           CAT-ROLE(WS-CAT-COUNT)
                           CAT-DESC(WS-CAT-COUNT)
                           CAT-DEPT(WS-CAT-COUNT)
                   MOVE FUNCTION TRIM(CAT-DEPT(WS-CAT-COUNT)) TO
                       CAT-DEPT(WS-CAT-COUNT)
               END-IF
           END-IF.

       SHOW-LAUNCHER-MENU.
           MOVE 0 TO WS-CAT-VIS-COUNT
           DISPLAY "+---- applications ----+"
           IF WS-DEPT-CURRENT NOT = SPACES
               DISPLAY "| department: " FUNCTION TRIM(WS-DEPT-CURRENT)
           END-IF
           PERFORM SHOW-ONE-LAUNCHER-ROW
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
           IF WS-CAT-VIS-COUNT = 0
               DISPLAY "| (none available to this operator)"
           END-IF
           MOVE WS-DEPT-SWITCH-ROLE TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           IF WS-ROLE-MATCHED = 1
               DISPLAY "| <n>=run  D <dept>=department  Q=quit"
           ELSE
               DISPLAY "| <n>=run  Q=quit"
           END-IF
           DISPLAY "+----------------------+".

       SHOW-ONE-LAUNCHER-ROW.
           MOVE 1 TO WS-ROLE-MATCHED
           IF FUNCTION TRIM(CAT-ROLE(WS-CAT-IDX)) NOT = SPACES
               MOVE CAT-ROLE(WS-CAT-IDX) TO WS-ROLE-WANTED
               PERFORM MATCH-ROLE-IN-LIST
           END-IF
           IF CAT-DEPT(WS-CAT-IDX) NOT = SPACES
               AND CAT-DEPT(WS-CAT-IDX) NOT = WS-DEPT-CURRENT
               MOVE 0 TO WS-ROLE-MATCHED
           END-IF
           IF WS-ROLE-MATCHED = 1
               AND WS-CAT-VIS-COUNT < 40
               ADD 1 TO WS-CAT-VIS-COUNT
               MOVE WS-CAT-IDX TO
                   WS-CAT-VIS-ENTRY(WS-CAT-VIS-COUNT)
               DISPLAY "| " WS-CAT-VIS-COUNT ") "
                   FUNCTION TRIM(CAT-NAME(WS-CAT-IDX))
                   " - " FUNCTION TRIM(CAT-DESC(WS-CAT-IDX))
           END-IF.

       APPLY-ONE-LAUNCHER-CHOICE.
           MOVE SPACES TO WS-CAT-CMD-LINE
           ACCEPT WS-CAT-CMD-LINE FROM CONSOLE
           IF FUNCTION TRIM(WS-CAT-CMD-LINE) = SPACES
               OR WS-CAT-CMD-LINE(1:1) = "Q"
               OR WS-CAT-CMD-LINE(1:1) = "q"
               MOVE 1 TO WS-CAT-DONE
           ELSE
           IF WS-CAT-CMD-LINE(1:2) = "D " OR WS-CAT-CMD-LINE(1:2) = "d "
               PERFORM LAUNCHER-SWITCH-DEPARTMENT
               PERFORM SHOW-LAUNCHER-MENU
           ELSE
               MOVE 0 TO WS-CAT-NUM
               IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-CAT-CMD-LINE)) = 0
                   MOVE FUNCTION NUMVAL(WS-CAT-CMD-LINE) TO
                       WS-CAT-NUM
               END-IF
               IF WS-CAT-NUM >= 1
                   AND WS-CAT-NUM <= WS-CAT-VIS-COUNT
                   MOVE WS-CAT-VIS-ENTRY(WS-CAT-NUM) TO WS-CAT-IDX
                   PERFORM RUN-ONE-CATALOG-APP
               END-IF
               PERFORM SHOW-LAUNCHER-MENU
           END-IF
           END-IF.

      *> "D <dept>" - the menu's department switch, held to the
      *> same role and the same audit as SWITCH-DEPARTMENT.
       LAUNCHER-SWITCH-DEPARTMENT.
           MOVE FUNCTION TRIM(WS-CAT-CMD-LINE(3:)) TO WS-DEPT-WANTED
           MOVE WS-DEPT-SWITCH-ROLE TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           IF WS-ROLE-MATCHED = 0
               DISPLAY "COBALT: switching department needs role "
                   FUNCTION TRIM(WS-DEPT-SWITCH-ROLE)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "DEPT-BLOCKED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPT-WANTED) DELIMITED BY SIZE
                   " by=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SESSION-OPERATOR)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           ELSE
               PERFORM VALIDATE-DEPARTMENT-NAME
               PERFORM CHECK-DEPARTMENT-EXISTS
               IF WS-DEPT-VALID = 0
                   DISPLAY "COBALT: no department "
                       FUNCTION TRIM(WS-DEPT-WANTED)
               ELSE
                   IF WS-DEPT-WANTED NOT = WS-DEPT-CURRENT
                       MOVE "LAUNCHER" TO WS-DEPT-HOW
                       PERFORM SWITCH-SESSION-DEPARTMENT
                   END-IF
               END-IF
           END-IF.

      *> The chosen app gets the same lifecycle a CALL callee gets;
      *> when it stops, the menu is back. The launcher itself has
      *> no frame worth saving - it IS the home screen.
       RUN-ONE-CATALOG-APP.
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "LAUNCH " DELIMITED BY SIZE
               FUNCTION TRIM(CAT-NAME(WS-CAT-IDX))
                   DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SESSION-OPERATOR)
                   DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD
           MOVE FUNCTION TRIM(CAT-SOURCE(WS-CAT-IDX)) TO
               WS-APP-FILE-PATH
           PERFORM LOAD-LANG-MESSAGES
           PERFORM LOAD-APP-SOURCE
      *> The menu refuses a mismatched deployment exactly as a
      *> direct run does - the verify empties the source table.
           PERFORM VERIFY-APP-BUNDLE
           IF WS-SRC-LINE-COUNT > 0
      *> The trail stays open across the launched app's whole run -
      *> its action/input/navigation records land the same as a
      *> direct run's - and closes when the menu comes back.
               PERFORM OPEN-OR-EXTEND-AUDIT-FILE
               PERFORM PARSE-APP-SOURCE
               PERFORM COMPUTE-SCHEMA-VERSION
               PERFORM LOAD-MIGRATION-MAP
               PERFORM LOAD-SCREEN-LAYOUT
               PERFORM INIT-LIVE-VALUES
               IF WS-DEPT-CURRENT NOT = SPACES
                   PERFORM PUBLISH-DEPARTMENT-VALUE
               END-IF
               PERFORM INIT-SCREEN-REFRESH-TIMERS
               PERFORM BUILD-CHECKPOINT-FILE-PATH
               MOVE 1 TO WS-CURRENT-SCREEN-IDX
               MOVE 1 TO WS-CURRENT-FOCUS-IDX
               MOVE 0 TO WS-LAST-FOCUS-SCREEN-IDX
               MOVE 0 TO WS-NAV-STACK-DEPTH
               MOVE 0 TO WS-LOOP-COUNTER
               MOVE 0 TO WS-EXEC-DEPTH
               SET APP-IS-RUNNING TO TRUE
               PERFORM RUN-SCREEN-ENTRY-PARA
               PERFORM RENDER-SCREEN
               PERFORM INPUT-LOOP UNTIL APP-IS-STOPPED
               CLOSE AUDIT-FILE
               IF WS-AUDIT-LOCK-HELD = 1
                   MOVE WS-AUDIT-LOCK-PATH TO WS-LOCK-FILE-PATH
                   PERFORM RELEASE-FILE-LOCK
                   MOVE 0 TO WS-AUDIT-LOCK-HELD
               END-IF
           END-IF
           MOVE "--launcher" TO WS-APP-FILE-PATH.

      *> ---------------------------------------------------------
      *> --paint <app> - see WS-PNT-SCRATCH for the model. The app
      *> is parsed with the ordinary loader, so V previews are the
      *> real renderer's output, not a mock-up.
      *> ---------------------------------------------------------
       SCREEN-PAINTER-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-APP-FILE-PATH
           MOVE SPACES TO WS-EVENTS-FILE-PATH
           PERFORM LOAD-LANG-MESSAGES
           PERFORM LOAD-APP-SOURCE
           IF WS-SRC-LINE-COUNT > 0
               PERFORM PARSE-APP-SOURCE
               PERFORM LOAD-SCREEN-LAYOUT
               PERFORM SEED-PAINTER-OVERRIDES
               PERFORM INIT-LIVE-VALUES
               MOVE 1 TO WS-PNT-SCREEN
               MOVE 0 TO WS-PNT-DONE
               MOVE 0 TO WS-PNT-DIRTY
               PERFORM SHOW-PAINTER-CONSOLE
               PERFORM APPLY-ONE-PAINTER-COMMAND
                   UNTIL WS-PNT-DONE = 1
               IF WS-PNT-DIRTY = 1
                   DISPLAY "PAINT: unsaved changes discarded"
               END-IF
           END-IF.

      *> The directives already on disk become the table's opening
      *> entries, so a SAVE keeps them alongside today's edits.
       SEED-PAINTER-OVERRIDES.
           MOVE 0 TO WS-PNT-OVR-COUNT
           MOVE SPACES TO WS-LAYOUT-FILE-PATH
           STRING FUNCTION TRIM(WS-APP-FILE-PATH) DELIMITED BY SIZE
               ".layout" DELIMITED BY SIZE
               INTO WS-LAYOUT-FILE-PATH
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-FILE-STATUS = "00"
               MOVE 0 TO WS-PNT-EOF
               PERFORM SEED-ONE-PAINTER-LINE UNTIL WS-PNT-EOF = 1
               CLOSE LAYOUT-FILE
           END-IF.

       SEED-ONE-PAINTER-LINE.
           READ LAYOUT-FILE INTO WS-LAYOUT-LINE
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-PNT-EOF
           ELSE
               MOVE FUNCTION TRIM(WS-LAYOUT-LINE) TO WS-LINE-TRIMMED
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LAYOUT-LINE))
                   TO WS-LINE-LEN
               IF WS-LINE-LEN > 0
                   AND WS-LINE-TRIMMED(1:1) NOT = "*"
                   PERFORM TOKENIZE-LINE
                   IF WS-TOKEN-COUNT >= 4
                       AND WS-TOKEN-ENTRY(1) = "NODE"
                       AND WS-PNT-OVR-COUNT < 100
                       ADD 1 TO WS-PNT-OVR-COUNT
                       MOVE WS-TOKEN-ENTRY(2) TO
                           PNT-NODE(WS-PNT-OVR-COUNT)
                       MOVE WS-TOKEN-ENTRY(3) TO
                           PNT-KIND(WS-PNT-OVR-COUNT)
                       MOVE WS-TOKEN-ENTRY(4) TO
                           PNT-VALUE(WS-PNT-OVR-COUNT)
                   END-IF
               END-IF
           END-IF.

       SHOW-PAINTER-CONSOLE.
           MOVE WS-PNT-SCREEN TO WS-CURRENT-SCREEN-IDX
           PERFORM FIND-SCREEN-NODE-RANGE
           DISPLAY "+---- screen painter: "
               FUNCTION TRIM(SCREEN-NAME(WS-PNT-SCREEN))
               " (" WS-PNT-SCREEN "/" WS-SCREEN-COUNT ") ----+"
           MOVE 0 TO WS-PNT-LIST-COUNT
           PERFORM LIST-ONE-PAINTER-NODE
               VARYING WS-PNT-NODE-IDX FROM WS-SCREEN-NODE-START
               BY 1
               UNTIL WS-PNT-NODE-IDX > WS-SCREEN-NODE-END
           DISPLAY "| S <n>=screen  L=list  V=preview  Q=quit"
           DISPLAY "| U/D <n>=move  O <n> <ord>  W <n> <width>"
           DISPLAY "| C <n> <color>  T <n> <text>  SAVE=write"
           DISPLAY "+----------------------------------------+".

       LIST-ONE-PAINTER-NODE.
           IF NOT NODE-IS-CONTAINER(WS-PNT-NODE-IDX)
               AND WS-PNT-LIST-COUNT < 100
               ADD 1 TO WS-PNT-LIST-COUNT
               MOVE WS-PNT-NODE-IDX TO
                   WS-PNT-LIST-NODE(WS-PNT-LIST-COUNT)
               DISPLAY "| " WS-PNT-LIST-COUNT ") "
                   FUNCTION TRIM(NODE-NAME(WS-PNT-NODE-IDX))
                   " order=" NODE-TAB-ORDER(WS-PNT-NODE-IDX)
                   " color=" NODE-FG-COLOR(WS-PNT-NODE-IDX)
                   " width=" NODE-PIC-WIDTH(WS-PNT-NODE-IDX)
           END-IF.

       APPLY-ONE-PAINTER-COMMAND.
           MOVE SPACES TO WS-PNT-CMD-LINE
           ACCEPT WS-PNT-CMD-LINE FROM CONSOLE
           MOVE SPACES TO WS-PNT-VERB WS-PNT-ARG WS-PNT-ARG2
           MOVE 1 TO WS-PNT-PTR
           UNSTRING WS-PNT-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PNT-VERB WS-PNT-ARG
               WITH POINTER WS-PNT-PTR
           IF WS-PNT-PTR <= 80
               MOVE FUNCTION TRIM(
                   WS-PNT-CMD-LINE(WS-PNT-PTR:)) TO WS-PNT-ARG2
           END-IF
           MOVE 0 TO WS-PNT-NUM
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PNT-ARG)) = 0
               MOVE FUNCTION NUMVAL(WS-PNT-ARG) TO WS-PNT-NUM
           END-IF
           MOVE 0 TO WS-PNT-NODE-IDX
           IF WS-PNT-NUM >= 1 AND WS-PNT-NUM <= WS-PNT-LIST-COUNT
               MOVE WS-PNT-LIST-NODE(WS-PNT-NUM) TO WS-PNT-NODE-IDX
           END-IF
           EVALUATE FUNCTION TRIM(WS-PNT-VERB)
               WHEN "S"
                   IF WS-PNT-NUM >= 1
                       AND WS-PNT-NUM <= WS-SCREEN-COUNT
                       MOVE WS-PNT-NUM TO WS-PNT-SCREEN
                   END-IF
                   PERFORM SHOW-PAINTER-CONSOLE
               WHEN "L"
                   PERFORM SHOW-PAINTER-CONSOLE
               WHEN "V"
                   PERFORM PREVIEW-PAINTED-SCREEN
               WHEN "U"
                   PERFORM NUDGE-PAINTED-NODE
               WHEN "D"
                   PERFORM NUDGE-PAINTED-NODE
               WHEN "O"
                   PERFORM ORDER-PAINTED-NODE
               WHEN "W"
                   PERFORM RESIZE-PAINTED-NODE
               WHEN "C"
                   PERFORM COLOR-PAINTED-NODE
               WHEN "T"
                   PERFORM RETEXT-PAINTED-NODE
               WHEN "SAVE"
                   PERFORM SAVE-PAINTED-LAYOUT
               WHEN "Q"
                   MOVE 1 TO WS-PNT-DONE
               WHEN SPACES
                   MOVE 1 TO WS-PNT-DONE
               WHEN OTHER
                   PERFORM SHOW-PAINTER-CONSOLE
           END-EVALUATE.

       PREVIEW-PAINTED-SCREEN.
           MOVE WS-PNT-SCREEN TO WS-CURRENT-SCREEN-IDX
           MOVE 1 TO WS-CURRENT-FOCUS-IDX
           MOVE 0 TO WS-LAST-FOCUS-SCREEN-IDX
           SET RENDER-NEEDS-REDRAW TO TRUE
           PERFORM RENDER-SCREEN.

      *> U and D move a node one tab stop - the explicit order an
      *> unordered node starts from is its own listing position, so
      *> the first nudge behaves the way the eye expects.
       NUDGE-PAINTED-NODE.
           IF WS-PNT-NODE-IDX NOT = 0
               IF NODE-TAB-ORDER(WS-PNT-NODE-IDX) > 0
                   MOVE NODE-TAB-ORDER(WS-PNT-NODE-IDX) TO
                       WS-PNT-EFF-ORDER
               ELSE
                   MOVE WS-PNT-NUM TO WS-PNT-EFF-ORDER
               END-IF
               IF FUNCTION TRIM(WS-PNT-VERB) = "U"
                   IF WS-PNT-EFF-ORDER > 1
                       SUBTRACT 1 FROM WS-PNT-EFF-ORDER
                   END-IF
               ELSE
                   ADD 1 TO WS-PNT-EFF-ORDER
               END-IF
               MOVE WS-PNT-EFF-ORDER TO
                   NODE-TAB-ORDER(WS-PNT-NODE-IDX)
               MOVE SPACES TO WS-PNT-ARG2
               MOVE WS-PNT-EFF-ORDER TO WS-PNT-ARG2(1:3)
               MOVE "ORDER" TO WS-PNT-KIND-IN
               PERFORM RECORD-PAINTER-OVERRIDE
               MOVE 0 TO WS-LAST-FOCUS-SCREEN-IDX
               PERFORM SHOW-PAINTER-CONSOLE
           END-IF.

       ORDER-PAINTED-NODE.
           IF WS-PNT-NODE-IDX NOT = 0
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-PNT-ARG2)) = 0
               MOVE FUNCTION NUMVAL(WS-PNT-ARG2) TO
                   NODE-TAB-ORDER(WS-PNT-NODE-IDX)
               MOVE "ORDER" TO WS-PNT-KIND-IN
               PERFORM RECORD-PAINTER-OVERRIDE
               MOVE 0 TO WS-LAST-FOCUS-SCREEN-IDX
               PERFORM SHOW-PAINTER-CONSOLE
           END-IF.

       RESIZE-PAINTED-NODE.
           IF WS-PNT-NODE-IDX NOT = 0
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-PNT-ARG2)) = 0
               MOVE FUNCTION NUMVAL(WS-PNT-ARG2) TO
                   NODE-PIC-WIDTH(WS-PNT-NODE-IDX)
               MOVE "WIDTH" TO WS-PNT-KIND-IN
               PERFORM RECORD-PAINTER-OVERRIDE
               PERFORM SHOW-PAINTER-CONSOLE
           END-IF.

       COLOR-PAINTED-NODE.
           IF WS-PNT-NODE-IDX NOT = 0
               AND FUNCTION TRIM(WS-PNT-ARG2) NOT = SPACES
               MOVE WS-PNT-ARG2 TO WS-COLOR-NAME-IN
               PERFORM RESOLVE-COLOR-NAME
               MOVE WS-COLOR-CODE-OUT TO
                   NODE-FG-COLOR(WS-PNT-NODE-IDX)
               MOVE "COLOR" TO WS-PNT-KIND-IN
               PERFORM RECORD-PAINTER-OVERRIDE
               PERFORM SHOW-PAINTER-CONSOLE
           END-IF.

      *> Reworded label - the same front-of-table insert a layout
      *> TEXT directive makes, so the preview picks it up at once.
       RETEXT-PAINTED-NODE.
           IF WS-PNT-NODE-IDX NOT = 0
               AND FUNCTION TRIM(WS-PNT-ARG2) NOT = SPACES
               IF WS-LANG-COUNT < 100
                   ADD 1 TO WS-LANG-COUNT
                   PERFORM SHIFT-LANG-ENTRY-FOR-PRIORITY
                       VARYING WS-LANG-SCAN-IDX FROM WS-LANG-COUNT
                       BY -1
                       UNTIL WS-LANG-SCAN-IDX = 1
                   MOVE NODE-NAME(WS-PNT-NODE-IDX) TO
                       LANG-ENTRY-NAME(1)
                   MOVE WS-PNT-ARG2 TO LANG-ENTRY-TEXT(1)
               END-IF
               MOVE "TEXT" TO WS-PNT-KIND-IN
               PERFORM RECORD-PAINTER-OVERRIDE
               PERFORM SHOW-PAINTER-CONSOLE
           END-IF.

       RECORD-PAINTER-OVERRIDE.
           MOVE 1 TO WS-PNT-DIRTY
           MOVE 0 TO WS-PNT-IDX2
           PERFORM MATCH-ONE-PAINTER-OVERRIDE
               VARYING WS-PNT-IDX FROM 1 BY 1
               UNTIL WS-PNT-IDX > WS-PNT-OVR-COUNT
               OR WS-PNT-IDX2 NOT = 0
           IF WS-PNT-IDX2 = 0
               AND WS-PNT-OVR-COUNT < 100
               ADD 1 TO WS-PNT-OVR-COUNT
               MOVE WS-PNT-OVR-COUNT TO WS-PNT-IDX2
               MOVE NODE-NAME(WS-PNT-NODE-IDX) TO
                   PNT-NODE(WS-PNT-IDX2)
               MOVE WS-PNT-KIND-IN TO PNT-KIND(WS-PNT-IDX2)
           END-IF
           IF WS-PNT-IDX2 NOT = 0
               MOVE FUNCTION TRIM(WS-PNT-ARG2) TO
                   PNT-VALUE(WS-PNT-IDX2)
           END-IF.

       MATCH-ONE-PAINTER-OVERRIDE.
           IF FUNCTION TRIM(PNT-NODE(WS-PNT-IDX)) =
               FUNCTION TRIM(NODE-NAME(WS-PNT-NODE-IDX))
               AND FUNCTION TRIM(PNT-KIND(WS-PNT-IDX)) =
                   FUNCTION TRIM(WS-PNT-KIND-IN)
               MOVE WS-PNT-IDX TO WS-PNT-IDX2
           END-IF.

      *> SAVE - the app (node table edits included) goes back
               DISPLAY "PAINT: check found " WS-CHECK-FINDINGS
                   " problem(s) - layout not saved"
           ELSE
               MOVE SPACES TO WS-REJECT-FILE-PATH
               STRING FUNCTION TRIM(WS-APP-FILE-PATH)
                       DELIMITED BY SIZE
                   ".layout" DELIMITED BY SIZE
                   INTO WS-REJECT-FILE-PATH
               OPEN OUTPUT REJECT-FILE
               PERFORM SAVE-ONE-PAINTER-LINE
                   VARYING WS-PNT-IDX FROM 1 BY 1
                   UNTIL WS-PNT-IDX > WS-PNT-OVR-COUNT
               CLOSE REJECT-FILE
               MOVE 0 TO WS-PNT-DIRTY
               DISPLAY "PAINT: saved " WS-PNT-OVR-COUNT
                   " directive(s) to "
                   FUNCTION TRIM(WS-REJECT-FILE-PATH)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "PAINT-SAVE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APP-FILE-PATH)
                       DELIMITED BY SIZE
                   " directives=" DELIMITED BY SIZE
                   WS-PNT-OVR-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

       SAVE-ONE-PAINTER-LINE.
           MOVE SPACES TO REJECT-RECORD
           IF PNT-KIND(WS-PNT-IDX) = "TEXT"
               STRING "NODE " DELIMITED BY SIZE
                   FUNCTION TRIM(PNT-NODE(WS-PNT-IDX))
                       DELIMITED BY SIZE
                   " TEXT " DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   FUNCTION TRIM(PNT-VALUE(WS-PNT-IDX))
                       DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   INTO REJECT-RECORD
           ELSE
               STRING "NODE " DELIMITED BY SIZE
                   FUNCTION TRIM(PNT-NODE(WS-PNT-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(PNT-KIND(WS-PNT-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(PNT-VALUE(WS-PNT-IDX))
                       DELIMITED BY SIZE
                   INTO REJECT-RECORD
           END-IF
           WRITE REJECT-RECORD.

       WRITE-ONE-SPOOL-AUDIT.
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           EVALUATE FUNCTION TRIM(WS-SPC-VERB)
               WHEN "H"
                   STRING "SPOOL-HOLD " DELIMITED BY SIZE
                       FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
               WHEN "R"
                   STRING "SPOOL-RELEASE " DELIMITED BY SIZE
                       FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
                           DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(SPC-DEST(WS-SPC-NUM))
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
               WHEN "C"
                   STRING "SPOOL-CANCEL " DELIMITED BY SIZE
                       FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
               WHEN "D"
                   STRING "SPOOL-ROUTE " DELIMITED BY SIZE
                       FUNCTION TRIM(SPC-JOB(WS-SPC-NUM))
                           DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(SPC-DEST(WS-SPC-NUM))
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
               WHEN "P"
                   STRING "SPOOL-PURGE jobs=" DELIMITED BY SIZE
                       WS-SPC-NUM DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
           END-EVALUATE
           PERFORM WRITE-UTILITY-AUDIT-RECORD.

      *> ---------------------------------------------------------
      *> --redact <value> [<audit-file>] - see WS-RED-SCRATCH for
      *> the model. The whole file loads, edits, re-chains, and
      *> rewrites in one pass; the default target is the live
      *> audit.log, and a dated archive redacts by naming it.
      *> ---------------------------------------------------------
       REDACT-AUDIT-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-RED-TARGET
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RED-TARGET)) TO
               WS-RED-TARGET-LEN
           IF FUNCTION TRIM(WS-ARG3-TXT) NOT = SPACES
               MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-RED-FILE
           ELSE
               MOVE WS-AUDIT-FILE-PATH TO WS-RED-FILE
           END-IF
           IF WS-RED-TARGET = SPACES
               DISPLAY "COBALT: usage - --redact <value>"
                   " [<audit-file>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE WS-RED-FILE TO WS-AUDIT-FILE-PATH
               MOVE 0 TO WS-RED-COUNT
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "COBALT: cannot open "
                       FUNCTION TRIM(WS-RED-FILE)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   MOVE 0 TO WS-RED-EOF
                   PERFORM LOAD-ONE-REDACT-RECORD
                       UNTIL WS-RED-EOF = 1
                   CLOSE AUDIT-FILE
                   MOVE 0 TO WS-RED-HITS
                   PERFORM REDACT-ONE-RECORD
                       VARYING WS-RED-REC-IDX FROM 1 BY 1
                       UNTIL WS-RED-REC-IDX > WS-RED-COUNT
      *> A one-way fold of the removed value goes on the marker -
      *> provable what was removed, without keeping it.
                   MOVE FUNCTION TRIM(WS-RED-TARGET) TO
                       WS-CHAIN-TEXT
                   MOVE 0 TO WS-AUDIT-PREV-HASH
                   PERFORM FOLD-AUDIT-CHAIN-HASH
                   MOVE WS-CHAIN-HASH TO WS-RED-VAL-FOLD
      *> Marker record in the ordinary record shape, so queries and
      *> verification read it like any other.
                   PERFORM GET-LOCAL-DATE-TIME
                   ADD 1 TO WS-RED-COUNT
                   MOVE 0 TO WS-RED-IS-HDR(WS-RED-COUNT)
                   MOVE SPACES TO WS-RED-BUF
                   STRING "000000 --redact " DELIMITED BY SIZE
                       WS-LOCAL-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                       " REDACTED " DELIMITED BY SIZE
                       WS-RED-HITS DELIMITED BY SIZE
                       " occurrence(s) value-fold=" DELIMITED
                           BY SIZE
                       WS-RED-VAL-FOLD DELIMITED BY SIZE
                       INTO WS-RED-BUF
                   MOVE WS-RED-BUF TO WS-RED-REC(WS-RED-COUNT)
      *> Re-certify: the chain re-folds from the top over the
      *> edited texts, then the whole file rewrites encrypted.
                   MOVE 0 TO WS-AUDIT-PREV-HASH
                   PERFORM RECHAIN-ONE-RECORD
                       VARYING WS-RED-REC-IDX FROM 1 BY 1
                       UNTIL WS-RED-REC-IDX > WS-RED-COUNT
                   OPEN OUTPUT AUDIT-FILE
                   PERFORM WRITE-ONE-REDACTED-RECORD
                       VARYING WS-RED-REC-IDX FROM 1 BY 1
                       UNTIL WS-RED-REC-IDX > WS-RED-COUNT
                   CLOSE AUDIT-FILE
                   DISPLAY "COBALT: redacted " WS-RED-HITS
                       " occurrence(s) across " WS-RED-COUNT
                       " record(s) of "
                       FUNCTION TRIM(WS-RED-FILE)
                       "; chain re-certified"
               END-IF
           END-IF.

       LOAD-ONE-REDACT-RECORD.
           READ AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-RED-EOF
           ELSE
               IF WS-RED-COUNT >= 500
                   DISPLAY "COBALT: redaction table full (500"
                       " records) - rotate the log and redact the"
                       " archive separately"
                   MOVE 1 TO WS-RED-EOF
               ELSE
                   ADD 1 TO WS-RED-COUNT
                   IF AUDIT-RECORD(1:5) = "#KEY "
                       MOVE 1 TO WS-RED-IS-HDR(WS-RED-COUNT)
                       MOVE AUDIT-RECORD(1:160) TO
                           WS-RED-REC(WS-RED-COUNT)
                   ELSE
                       MOVE 0 TO WS-RED-IS-HDR(WS-RED-COUNT)
                       MOVE SPACES TO WS-CRYPT-HEX
                       MOVE AUDIT-RECORD TO WS-CRYPT-HEX
                       MOVE 160 TO WS-CRYPT-LEN
                       PERFORM DECRYPT-LINE-FROM-DISK
                       MOVE WS-CRYPT-PLAIN(1:160) TO
                           WS-RED-REC(WS-RED-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> Rebuild the record text with [REDACTED] in place of every
      *> occurrence of the target, the same position-walk rebuild
      *> the INSPECT statement uses.
       REDACT-ONE-RECORD.
           IF WS-RED-IS-HDR(WS-RED-REC-IDX) = 0
               MOVE 0 TO WS-RED-TALLY
               INSPECT WS-RED-REC(WS-RED-REC-IDX) TALLYING
                   WS-RED-TALLY FOR ALL
                   WS-RED-TARGET(1:WS-RED-TARGET-LEN)
               IF WS-RED-TALLY > 0
                   ADD WS-RED-TALLY TO WS-RED-HITS
                   MOVE WS-RED-REC(WS-RED-REC-IDX) TO WS-RED-BUF
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       WS-RED-BUF)) TO WS-RED-LEN
                   MOVE SPACES TO WS-RED-OUT
                   MOVE 1 TO WS-RED-OUT-PTR
                   MOVE 1 TO WS-RED-POS
                   PERFORM REDACT-ONE-POSITION
                       UNTIL WS-RED-POS > WS-RED-LEN
                   MOVE WS-RED-OUT(1:160) TO
                       WS-RED-REC(WS-RED-REC-IDX)
               END-IF
           END-IF.

       REDACT-ONE-POSITION.
           IF WS-RED-POS + WS-RED-TARGET-LEN - 1 <= WS-RED-LEN
               AND WS-RED-BUF(WS-RED-POS:WS-RED-TARGET-LEN) =
                   WS-RED-TARGET(1:WS-RED-TARGET-LEN)
               STRING "[REDACTED]" DELIMITED BY SIZE
                   INTO WS-RED-OUT WITH POINTER WS-RED-OUT-PTR
               ADD WS-RED-TARGET-LEN TO WS-RED-POS
           ELSE
               STRING WS-RED-BUF(WS-RED-POS:1) DELIMITED BY SIZE
                   INTO WS-RED-OUT WITH POINTER WS-RED-OUT-PTR
               ADD 1 TO WS-RED-POS
           END-IF.

      *> Strip any old H= suffix and fold a fresh one chained from
      *> the record before it - the re-certification itself.
       RECHAIN-ONE-RECORD.
           IF WS-RED-IS-HDR(WS-RED-REC-IDX) = 0
               MOVE WS-RED-REC(WS-RED-REC-IDX) TO WS-AUDIT-SCAN-LINE
               PERFORM FIND-CHAIN-H-SUFFIX
               IF WS-CHAIN-H-POS > 0
                   MOVE SPACES TO WS-RED-BUF
                   MOVE WS-AUDIT-SCAN-LINE(1:WS-CHAIN-H-POS - 1)
                       TO WS-RED-BUF
               ELSE
                   MOVE WS-AUDIT-SCAN-LINE TO WS-RED-BUF
               END-IF
               MOVE FUNCTION TRIM(WS-RED-BUF) TO WS-CHAIN-TEXT
               PERFORM FOLD-AUDIT-CHAIN-HASH
               MOVE SPACES TO WS-RED-OUT
               STRING FUNCTION TRIM(WS-RED-BUF) DELIMITED BY SIZE
                   " H=" DELIMITED BY SIZE
                   WS-CHAIN-HASH DELIMITED BY SIZE
                   INTO WS-RED-OUT
               MOVE WS-RED-OUT(1:160) TO WS-RED-REC(WS-RED-REC-IDX)
               MOVE WS-CHAIN-HASH TO WS-AUDIT-PREV-HASH
           END-IF.

       WRITE-ONE-REDACTED-RECORD.
           IF WS-RED-IS-HDR(WS-RED-REC-IDX) = 1
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-RED-REC(WS-RED-REC-IDX) TO AUDIT-RECORD(1:160)
               WRITE AUDIT-RECORD
           ELSE
               MOVE SPACES TO WS-CRYPT-PLAIN
               MOVE WS-RED-REC(WS-RED-REC-IDX) TO WS-CRYPT-PLAIN
               MOVE 160 TO WS-CRYPT-LEN
               PERFORM ENCRYPT-LINE-TO-DISK
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-CRYPT-HEX(1:320) TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> --close-period <period-id> <keyed-file> - the term-end
      *> close nobody hand-copies for any more: the live keyed file
      *> rolls into the backup directory as a term-named archive,
      *> the final roster report writes with a control total, the
      *> live file (and its journal) reset for the new term, and
      *> the calendar marks the period CLOSED so a second close of
      *> the same period refuses.
      *> ---------------------------------------------------------
       CLOSE-PERIOD-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-PER-ID
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-KEYED-FILE-PATH
           IF WS-PER-ID = SPACES OR WS-KEYED-FILE-PATH = SPACES
               DISPLAY "COBALT: usage - --close-period <period-id>"
                   " <keyed-file>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM LOAD-PERIOD-CALENDAR
               PERFORM FIND-PERIOD-ENTRY
               IF WS-PER-FOUND = 0
                   DISPLAY "COBALT: period "
                       FUNCTION TRIM(WS-PER-ID)
                       " is not in "
                       FUNCTION TRIM(WS-PER-CAL-PATH)
                       " - closes are calendar-driven"
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
               IF PER-STATUS(WS-PER-FOUND) = "CLOSED"
                   DISPLAY "COBALT: period "
                       FUNCTION TRIM(WS-PER-ID)
                       " already closed on "
                       FUNCTION TRIM(PER-CLOSED-DATE(WS-PER-FOUND))
                       " - refusing to close it twice"
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
      *> 1. The live file rolls into the backup directory as the
      *> term's own named generation.
                   PERFORM ENSURE-BACKUP-DIRECTORY
                   MOVE SPACES TO WS-BACKUP-GEN
                   STRING "T" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PER-ID) DELIMITED BY SIZE
                       INTO WS-BACKUP-GEN
                   MOVE SPACES TO WS-BACKUP-STORED
                   STRING FUNCTION TRIM(WS-BACKUP-GEN)
                           DELIMITED BY SIZE
                       "-01.bak" DELIMITED BY SIZE
                       INTO WS-BACKUP-STORED
                   MOVE SPACES TO WS-BACKUP-CMD
                   STRING "cp " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BACKUP-DIR)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BACKUP-STORED)
                           DELIMITED BY SIZE
                       INTO WS-BACKUP-CMD
                   CALL "SYSTEM" USING WS-BACKUP-CMD
                   PERFORM BUILD-BACKUP-IDX-PATH
                   PERFORM OPEN-OR-CREATE-BACKUP-IDX
                   MOVE SPACES TO BACKUP-IDX-RECORD
                   STRING FUNCTION TRIM(WS-BACKUP-GEN)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BACKUP-STORED)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                           DELIMITED BY SIZE
                       INTO BACKUP-IDX-RECORD
                   WRITE BACKUP-IDX-RECORD
                   CLOSE BACKUP-IDX-FILE
      *> 2. Final roster report with its control total.
                   PERFORM WRITE-PERIOD-ROSTER
      *> 3. Fresh term: the live file resets and its forward-
      *> recovery journal closes as a CLOSE segment - the new term's
      *> journal replays onto the new term's backups only, while the
      *> history inquiry can still follow a record back past it.
                   MOVE FUNCTION TRIM(WS-KEYED-FILE-PATH) TO
                       WS-PER-DEL-PATH
                   CALL "CBL_DELETE_FILE" USING WS-PER-DEL-PATH
                   MOVE "CLOSE" TO WS-JSG-REASON
                   MOVE WS-PER-ID TO WS-JSG-TAG
                   PERFORM ARCHIVE-KEYED-JOURNAL
      *> 4. Calendar marks the close, with the date.
                   PERFORM GET-LOCAL-DATE-TIME
                   MOVE "CLOSED" TO PER-STATUS(WS-PER-FOUND)
                   MOVE WS-LOCAL-DATE TO
                       PER-CLOSED-DATE(WS-PER-FOUND)
                   PERFORM SAVE-PERIOD-CALENDAR
                   DISPLAY "COBALT: period "
                       FUNCTION TRIM(WS-PER-ID) " closed - "
                       WS-PER-RECS " record(s) archived as "
                       FUNCTION TRIM(WS-BACKUP-GEN)
                       ", live file reset"
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "CLOSE-PERIOD " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PER-ID) DELIMITED BY SIZE
                       " records=" DELIMITED BY SIZE
                       WS-PER-RECS DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
               END-IF
               END-IF
           END-IF.

       LOAD-PERIOD-CALENDAR.
           MOVE 0 TO WS-PER-COUNT
           MOVE WS-PER-CAL-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-PER-EOF
               PERFORM LOAD-ONE-PERIOD-LINE UNTIL WS-PER-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       LOAD-ONE-PERIOD-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-PER-EOF
           ELSE
               IF FUNCTION TRIM(IMPORT-RECORD) NOT = SPACES
                   AND IMPORT-RECORD(1:1) NOT = "*"
                   AND WS-PER-COUNT < 20
                   ADD 1 TO WS-PER-COUNT
                   MOVE SPACES TO PER-ID(WS-PER-COUNT)
                       PER-STATUS(WS-PER-COUNT)
                       PER-CLOSED-DATE(WS-PER-COUNT)
                   UNSTRING IMPORT-RECORD DELIMITED BY ALL SPACE
                       INTO PER-ID(WS-PER-COUNT)
                           PER-STATUS(WS-PER-COUNT)
                           PER-CLOSED-DATE(WS-PER-COUNT)
               END-IF
           END-IF.

       FIND-PERIOD-ENTRY.
           MOVE 0 TO WS-PER-FOUND
           PERFORM SCAN-ONE-PERIOD-ENTRY
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-COUNT
               OR WS-PER-FOUND NOT = 0.

       SCAN-ONE-PERIOD-ENTRY.
           IF FUNCTION TRIM(PER-ID(WS-PER-IDX)) =
               FUNCTION TRIM(WS-PER-ID)
               MOVE WS-PER-IDX TO WS-PER-FOUND
           END-IF.

       SAVE-PERIOD-CALENDAR.
           MOVE WS-PER-CAL-PATH TO WS-REJECT-FILE-PATH
           OPEN OUTPUT REJECT-FILE
           PERFORM SAVE-ONE-PERIOD-LINE
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-COUNT
           CLOSE REJECT-FILE.

       SAVE-ONE-PERIOD-LINE.
           MOVE SPACES TO REJECT-RECORD
           STRING FUNCTION TRIM(PER-ID(WS-PER-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PER-STATUS(WS-PER-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PER-CLOSED-DATE(WS-PER-IDX))
                   DELIMITED BY SIZE
               INTO REJECT-RECORD
           WRITE REJECT-RECORD.

      *> Final roster - every live record of the closing term, key
      *> and value per line, counted in the trailer.
      *> The file is read a tableful at a time, so a term of any
      *> size rosters in one pass.
       WRITE-PERIOD-ROSTER.
           MOVE 0 TO WS-PER-RECS
           MOVE SPACES TO WS-PER-RPT-PATH
           STRING "term-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PER-ID) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-PER-RPT-PATH
           MOVE WS-PER-RPT-PATH TO WS-HK-RPT-PATH
           OPEN OUTPUT HOUSEKEEP-RPT-FILE
           MOVE SPACES TO HOUSEKEEP-RPT-RECORD
           STRING "*FINAL ROSTER - period " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PER-ID) DELIMITED BY SIZE
               INTO HOUSEKEEP-RPT-RECORD
           WRITE HOUSEKEEP-RPT-RECORD
           MOVE WS-KEYED-FILE-PATH TO WS-DATA-FILE-PATH
           MOVE 0 TO WS-DATA-EOF
           MOVE 1 TO WS-KEYED-LOAD-OPENED
           OPEN INPUT APP-DATA-FILE
           IF WS-DATA-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-DATA-EOF
               MOVE 0 TO WS-KEYED-LOAD-OPENED
           END-IF
           MOVE 2 TO WS-KEYED-LOADING
           PERFORM WRITE-ONE-ROSTER-BATCH UNTIL WS-DATA-EOF = 1
           MOVE 0 TO WS-KEYED-LOADING
           IF WS-KEYED-LOAD-OPENED = 1
               CLOSE APP-DATA-FILE
           END-IF
           MOVE SPACES TO HOUSEKEEP-RPT-RECORD
           STRING "*TOTAL " DELIMITED BY SIZE
               WS-PER-RECS DELIMITED BY SIZE
               " RECORD(S)" DELIMITED BY SIZE
               INTO HOUSEKEEP-RPT-RECORD
           WRITE HOUSEKEEP-RPT-RECORD
           CLOSE HOUSEKEEP-RPT-FILE.

       WRITE-ONE-ROSTER-BATCH.
           MOVE 0 TO WS-KEYED-REC-COUNT
           MOVE 0 TO WS-KEYED-LOAD-FULL
           PERFORM LOAD-ONE-KEYED-RECORD
               UNTIL WS-DATA-EOF = 1 OR WS-KEYED-LOAD-FULL = 1
           ADD WS-KEYED-REC-COUNT TO WS-PER-RECS
           PERFORM WRITE-ONE-ROSTER-LINE
               VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT.

       WRITE-ONE-ROSTER-LINE.
           IF KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 0
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING FUNCTION TRIM(
                       KEYED-REC-KEY(WS-KEYED-SCAN-IDX))
                       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(
                       KEYED-REC-VALUE(WS-KEYED-SCAN-IDX))
                       DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> --reconcile <keyed-file> <label> [<value-part>] - proves
      *> the keyed attempt records and the audit trail's LOG
      *> records agree. <label> is the LOG label (quiz logs SCORE);
      *> <value-part> is which "|" part of each attempt's value
      *> carries the same figure (2 for quiz's "date|score|grade|seed",
      *> and the part before it is taken as the attempt's date).
      *> The report closes with control totals on both sides.
      *> ---------------------------------------------------------
       RECONCILE-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-KEYED-FILE-PATH
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-RCN-LABEL
           MOVE SPACES TO WS-RCN-ADJ-LABEL
           STRING FUNCTION TRIM(WS-RCN-LABEL) DELIMITED BY SIZE
               "-ADJ" DELIMITED BY SIZE
               INTO WS-RCN-ADJ-LABEL
           MOVE 2 TO WS-RCN-PART-NO
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG4-TXT)) = 0
               MOVE FUNCTION NUMVAL(WS-ARG4-TXT) TO WS-RCN-PART-NO
           END-IF
      *> The attempt's date is the part just before the named value
      *> part, whatever part the caller names - a value part of 1
      *> has nothing before it, so the date is read from part 1 too.
           MOVE WS-RCN-PART-NO TO WS-RCN-DATE-PART
           IF WS-RCN-DATE-PART > 1
               SUBTRACT 1 FROM WS-RCN-DATE-PART
           END-IF
           IF WS-KEYED-FILE-PATH = SPACES OR WS-RCN-LABEL = SPACES
               DISPLAY "COBALT: usage - --reconcile <keyed-file>"
                   " <label> [<value-part>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM COLLECT-RECONCILE-AUDIT-VALUES
               MOVE WS-RCN-RPT-PATH TO WS-HK-RPT-PATH
               OPEN OUTPUT HOUSEKEEP-RPT-FILE
               PERFORM GET-LOCAL-DATE-TIME
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "*RECONCILE " DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEYED-FILE-PATH)
                       DELIMITED BY SIZE
                   " vs VALUE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RCN-LABEL) DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
               MOVE 0 TO WS-RCN-ATTEMPTS
               MOVE 0 TO WS-RCN-MATCHED
               MOVE 0 TO WS-RCN-A-ORPHANS
      *> Attempts are read a tableful at a time, so the file may be
      *> any size.
               MOVE WS-KEYED-FILE-PATH TO WS-DATA-FILE-PATH
               MOVE 0 TO WS-DATA-EOF
               MOVE 1 TO WS-KEYED-LOAD-OPENED
               OPEN INPUT APP-DATA-FILE
               IF WS-DATA-FILE-STATUS NOT = "00"
                   MOVE 1 TO WS-DATA-EOF
                   MOVE 0 TO WS-KEYED-LOAD-OPENED
               END-IF
               MOVE 2 TO WS-KEYED-LOADING
               PERFORM RECONCILE-ONE-BATCH UNTIL WS-DATA-EOF = 1
               MOVE 0 TO WS-KEYED-LOADING
               IF WS-KEYED-LOAD-OPENED = 1
                   CLOSE APP-DATA-FILE
               END-IF
               MOVE 0 TO WS-RCN-V-ORPHANS
               PERFORM REPORT-ONE-AUDIT-ORPHAN
                   VARYING WS-RCN-IDX FROM 1 BY 1
                   UNTIL WS-RCN-IDX > WS-RCN-COUNT
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "*TOTALS attempts=" DELIMITED BY SIZE
                   WS-RCN-ATTEMPTS DELIMITED BY SIZE
                   " audited=" DELIMITED BY SIZE
                   WS-RCN-COUNT DELIMITED BY SIZE
                   " matched=" DELIMITED BY SIZE
                   WS-RCN-MATCHED DELIMITED BY SIZE
                   " attempt-orphans=" DELIMITED BY SIZE
                   WS-RCN-A-ORPHANS DELIMITED BY SIZE
                   " audit-orphans=" DELIMITED BY SIZE
                   WS-RCN-V-ORPHANS DELIMITED BY SIZE
                   " adjusted=" DELIMITED BY SIZE
                   WS-RCN-ADJUSTED DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
               CLOSE HOUSEKEEP-RPT-FILE
               DISPLAY "COBALT: reconciliation - "
                   WS-RCN-MATCHED " matched, "
                   WS-RCN-A-ORPHANS " attempt(s) unaudited, "
                   WS-RCN-V-ORPHANS " audited with no attempt"
                   " (report in " FUNCTION TRIM(WS-RCN-RPT-PATH)
                   ")"
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "RECONCILE matched=" DELIMITED BY SIZE
                   WS-RCN-MATCHED DELIMITED BY SIZE
                   " orphans=" DELIMITED BY SIZE
                   WS-RCN-A-ORPHANS DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-RCN-V-ORPHANS DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
               IF WS-RCN-A-ORPHANS > 0 OR WS-RCN-V-ORPHANS > 0
                   MOVE 4 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF.

      *> Every decrypted "VALUE <label> <value>" record of the live
      *> audit log collects for matching - the same record shape
      *> DASHBOARD's PARSE-AUDIT-LINE decodes.
       COLLECT-RECONCILE-AUDIT-VALUES.
           MOVE 0 TO WS-RCN-COUNT
           MOVE 0 TO WS-RCN-ADJUSTED
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 0 TO WS-AUDIT-SCAN-EOF
               PERFORM COLLECT-ONE-RECONCILE-VALUE
                   UNTIL WS-AUDIT-SCAN-EOF = 1
               CLOSE AUDIT-FILE
           END-IF.

       COLLECT-ONE-RECONCILE-VALUE.
           READ AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AUDIT-SCAN-EOF
           ELSE
               IF AUDIT-RECORD(1:5) = "#KEY "
                   CONTINUE
               ELSE
                   MOVE SPACES TO WS-CRYPT-HEX
                   MOVE AUDIT-RECORD TO WS-CRYPT-HEX
                   MOVE 160 TO WS-CRYPT-LEN
                   PERFORM DECRYPT-LINE-FROM-DISK
                   MOVE WS-CRYPT-PLAIN(1:160) TO WS-AUDIT-SCAN-LINE
                   MOVE SPACES TO WS-QUERY-SEQ WS-QUERY-F-APP
                       WS-QUERY-F-DATE WS-QUERY-F-TIME
                       WS-QUERY-F-TAG WS-QUERY-F-ELEM
                       WS-QUERY-FILTER-VAL
                   UNSTRING WS-AUDIT-SCAN-LINE
                       DELIMITED BY ALL SPACE
                       INTO WS-QUERY-SEQ WS-QUERY-F-APP
                           WS-QUERY-F-DATE WS-QUERY-F-TIME
                           WS-QUERY-F-TAG WS-QUERY-F-ELEM
                           WS-QUERY-FILTER-VAL
                   IF FUNCTION TRIM(WS-QUERY-F-TAG) = "VALUE"
                       AND FUNCTION TRIM(WS-QUERY-F-ELEM) =
                           FUNCTION TRIM(WS-RCN-LABEL)
                       AND WS-RCN-COUNT < 100
                       ADD 1 TO WS-RCN-COUNT
                       MOVE WS-QUERY-F-DATE TO
                           RCN-DATE(WS-RCN-COUNT)
                       MOVE WS-QUERY-FILTER-VAL(1:20) TO
                           RCN-VALUE(WS-RCN-COUNT)
                       MOVE 0 TO RCN-USED(WS-RCN-COUNT)
                   END-IF
                   IF FUNCTION TRIM(WS-QUERY-F-TAG) = "VALUE"
                       AND FUNCTION TRIM(WS-QUERY-F-ELEM) =
                           FUNCTION TRIM(WS-RCN-ADJ-LABEL)
                       PERFORM APPLY-RECONCILE-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.

      *> An adjustment rewrites the first audited figure carrying its
      *> date and old value. With none to rewrite - the original sits
      *> in an archived trail, or predates auditing - the corrected
      *> figure stands as audited in its own right, since the
      *> adjustment record is itself the audit of it.
       APPLY-RECONCILE-ADJUSTMENT.
           MOVE SPACES TO WS-RCN-ADJ-DATE WS-RCN-ADJ-OLD
               WS-RCN-ADJ-NEW
           UNSTRING WS-QUERY-FILTER-VAL DELIMITED BY "|"
               INTO WS-RCN-ADJ-DATE WS-RCN-ADJ-OLD WS-RCN-ADJ-NEW
           ADD 1 TO WS-RCN-ADJUSTED
           MOVE 0 TO WS-RCN-FOUND
           PERFORM MATCH-ONE-RECONCILE-ADJUSTMENT
               VARYING WS-RCN-IDX FROM 1 BY 1
               UNTIL WS-RCN-IDX > WS-RCN-COUNT
               OR WS-RCN-FOUND NOT = 0
           IF WS-RCN-FOUND NOT = 0
               MOVE WS-RCN-ADJ-NEW TO RCN-VALUE(WS-RCN-FOUND)
           ELSE
               IF WS-RCN-COUNT < 100
                   ADD 1 TO WS-RCN-COUNT
                   MOVE WS-RCN-ADJ-DATE TO RCN-DATE(WS-RCN-COUNT)
                   MOVE WS-RCN-ADJ-NEW TO RCN-VALUE(WS-RCN-COUNT)
                   MOVE 0 TO RCN-USED(WS-RCN-COUNT)
               END-IF
           END-IF.

       MATCH-ONE-RECONCILE-ADJUSTMENT.
           IF FUNCTION TRIM(RCN-DATE(WS-RCN-IDX)) =
                   FUNCTION TRIM(WS-RCN-ADJ-DATE)
               AND FUNCTION TRIM(RCN-VALUE(WS-RCN-IDX)) =
                   FUNCTION TRIM(WS-RCN-ADJ-OLD)
               MOVE WS-RCN-IDX TO WS-RCN-FOUND
           END-IF.

      *> One attempt record - its date and figure come out of the
      *> "|" parts the caller named, then it consumes the first
      *> unused audit record agreeing on both.
       RECONCILE-ONE-BATCH.
           MOVE 0 TO WS-KEYED-REC-COUNT
           MOVE 0 TO WS-KEYED-LOAD-FULL
           PERFORM LOAD-ONE-KEYED-RECORD
               UNTIL WS-DATA-EOF = 1 OR WS-KEYED-LOAD-FULL = 1
           PERFORM RECONCILE-ONE-ATTEMPT
               VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT.

       RECONCILE-ONE-ATTEMPT.
           IF KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 0
               ADD 1 TO WS-RCN-ATTEMPTS
               MOVE WS-KEYED-ALT-PART TO WS-RCN-FOUND
               MOVE WS-RCN-DATE-PART TO WS-KEYED-ALT-PART
               PERFORM EXTRACT-KEYED-ALT-PART
               MOVE WS-KEYED-ALT-VALUE(1:10) TO WS-RCN-DATE-TXT
               MOVE WS-RCN-PART-NO TO WS-KEYED-ALT-PART
               PERFORM EXTRACT-KEYED-ALT-PART
               MOVE WS-KEYED-ALT-VALUE(1:20) TO WS-RCN-VALUE-TXT
               MOVE WS-RCN-FOUND TO WS-KEYED-ALT-PART
               MOVE 0 TO WS-RCN-FOUND
               PERFORM MATCH-ONE-RECONCILE-VALUE
                   VARYING WS-RCN-IDX FROM 1 BY 1
                   UNTIL WS-RCN-IDX > WS-RCN-COUNT
                   OR WS-RCN-FOUND NOT = 0
               IF WS-RCN-FOUND NOT = 0
                   ADD 1 TO WS-RCN-MATCHED
                   MOVE 1 TO RCN-USED(WS-RCN-FOUND)
               ELSE
                   ADD 1 TO WS-RCN-A-ORPHANS
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "ATTEMPT-NO-AUDIT " DELIMITED BY SIZE
                       FUNCTION TRIM(KEYED-REC-KEY(
                           WS-KEYED-SCAN-IDX)) DELIMITED BY SIZE
                       " date=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RCN-DATE-TXT)
                           DELIMITED BY SIZE
                       " value=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RCN-VALUE-TXT)
                           DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
               END-IF
           END-IF.

       MATCH-ONE-RECONCILE-VALUE.
           IF RCN-USED(WS-RCN-IDX) = 0
               AND FUNCTION TRIM(RCN-DATE(WS-RCN-IDX)) =
                   FUNCTION TRIM(WS-RCN-DATE-TXT)
               AND FUNCTION TRIM(RCN-VALUE(WS-RCN-IDX)) =
                   FUNCTION TRIM(WS-RCN-VALUE-TXT)
               MOVE WS-RCN-IDX TO WS-RCN-FOUND
           END-IF.

       REPORT-ONE-AUDIT-ORPHAN.
           IF RCN-USED(WS-RCN-IDX) = 0
               ADD 1 TO WS-RCN-V-ORPHANS
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "AUDIT-NO-ATTEMPT date=" DELIMITED BY SIZE
                   FUNCTION TRIM(RCN-DATE(WS-RCN-IDX))
                       DELIMITED BY SIZE
                   " value=" DELIMITED BY SIZE
                   FUNCTION TRIM(RCN-VALUE(WS-RCN-IDX))
                       DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> --train <app-source> [<events-file>] - see WS-TRAIN-SCRATCH
      *> for the shadow model. The app runs from its own shadow
      *> copy, so every file the engine derives from the app path
      *> follows it into the training directory automatically.
      *> ---------------------------------------------------------
       TRAIN-RUN.
           IF FUNCTION TRIM(WS-EVENTS-FILE-PATH) = SPACES
               DISPLAY "COBALT: usage - --train <app-source>"
                   " [<events-file>]"
           ELSE
               MOVE 1 TO WS-TRAINING-ON
               MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
                   WS-TRAIN-ORIG
               PERFORM BUILD-TRAINING-SHADOW-PATH
               MOVE 1 TO WS-TRAIN-SEED-LIVE
               PERFORM SEED-TRAINING-SHADOW
               MOVE 0 TO WS-TRAIN-SEED-LIVE
               MOVE WS-TRAIN-SHADOW TO WS-APP-FILE-PATH
               MOVE FUNCTION TRIM(WS-ARG3-TXT) TO
                   WS-EVENTS-FILE-PATH
      *> The audit/spool redirects are applied inside RUN-APP-FROM-
      *> FILES, after its config reload - set here they would not
      *> survive a cobalt.cfg SPOOL-DIR line, and training print
      *> jobs would land in the live spool.
               PERFORM RUN-APP-FROM-FILES
               MOVE SPACES TO WS-TRAIN-CMD
               STRING "rm -rf " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRAIN-DIR) DELIMITED BY SIZE
                   INTO WS-TRAIN-CMD
               CALL "SYSTEM" USING WS-TRAIN-CMD
               DISPLAY "COBALT: training shadows discarded -"
                   " nothing touched live data"
           END-IF.

      *> Redirects WS-EXPR-EVAL-STR to its shadow, seeding the
      *> shadow from the live file the first time a run touches it
      *> (copy-on-first-use - reads start from real data, writes
      *> never reach it).
       APPLY-TRAINING-SHADOW.
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-TRAIN-ORIG
           IF WS-TRAIN-ORIG(1:9) = "training/"
               CONTINUE
           ELSE
               PERFORM BUILD-TRAINING-SHADOW-PATH
               PERFORM SEED-TRAINING-SHADOW
               MOVE SPACES TO WS-EXPR-EVAL-STR
               MOVE WS-TRAIN-SHADOW TO WS-EXPR-EVAL-STR
           END-IF.

       BUILD-TRAINING-SHADOW-PATH.
           MOVE SPACES TO WS-TRAIN-SHADOW
           STRING FUNCTION TRIM(WS-TRAIN-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRAIN-ORIG) DELIMITED BY SIZE
               INTO WS-TRAIN-SHADOW.

      *> mkdir the shadow's directory, then copy the live file in
      *> only when no shadow exists yet - a second open of the same
      *> file keeps whatever practice already wrote there. Under
      *> TRAIN-SOURCE the seed is the masked copy of the same path
      *> in that directory instead - never the live file, so a file
      *> the masking left out starts empty rather than real. The
      *> program itself (WS-TRAIN-SEED-LIVE) always comes from live.
       SEED-TRAINING-SHADOW.
           MOVE SPACES TO WS-TRAIN-SEED
           IF WS-MSK-TRAIN-SOURCE = SPACES OR WS-TRAIN-SEED-LIVE = 1
               MOVE WS-TRAIN-ORIG TO WS-TRAIN-SEED
           ELSE
               STRING FUNCTION TRIM(WS-MSK-TRAIN-SOURCE)
                       DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRAIN-ORIG) DELIMITED BY SIZE
                   INTO WS-TRAIN-SEED
           END-IF
           MOVE SPACES TO WS-TRAIN-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "$(dirname '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRAIN-SHADOW) DELIMITED BY SIZE
               "')" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "; [ -e '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRAIN-SHADOW) DELIMITED BY SIZE
               "' ] || cp '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRAIN-SEED) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRAIN-SHADOW) DELIMITED BY SIZE
               "' 2>/dev/null; true" DELIMITED BY SIZE
               INTO WS-TRAIN-CMD
           CALL "SYSTEM" USING WS-TRAIN-CMD.

      *> Department partitioning - see WS-DEPT-SCRATCH. Redirects
      *> WS-EXPR-EVAL-STR to the current department's copy, the same
      *> way APPLY-TRAINING-SHADOW redirects it to a shadow.
       APPLY-DEPARTMENT-PATH.
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-DEPT-PATH-IN
           PERFORM QUALIFY-DEPARTMENT-PATH
           IF WS-DEPT-PATH-OUT NOT = WS-DEPT-PATH-IN
               MOVE SPACES TO WS-EXPR-EVAL-STR
               MOVE WS-DEPT-PATH-OUT TO WS-EXPR-EVAL-STR
           END-IF.

      *> WS-DEPT-PATH-IN -> WS-DEPT-PATH-OUT. An absolute path, one
      *> already under DEPT-ROOT, and a DEPT-SHARED file all pass
      *> through unchanged; anything else relative gains the
      *> "<root>/<department>/" prefix, its directory made on the
      *> way so a department's first run starts from empty files
      *> rather than failing on a missing directory.
       QUALIFY-DEPARTMENT-PATH.
           MOVE WS-DEPT-PATH-IN TO WS-DEPT-PATH-OUT
           IF WS-DEPT-CURRENT NOT = SPACES
               AND WS-DEPT-PATH-IN NOT = SPACES
               AND WS-DEPT-PATH-IN(1:1) NOT = "/"
               PERFORM BUILD-DEPARTMENT-DIR
               MOVE 0 TO WS-DEPT-IS-SHARED
               IF WS-DEPT-PATH-IN(1:WS-DEPT-PFX-LEN) =
                   WS-DEPT-PREFIX(1:WS-DEPT-PFX-LEN)
                   MOVE 1 TO WS-DEPT-IS-SHARED
               END-IF
               PERFORM CHECK-ONE-DEPT-SHARED-ITEM
                   VARYING WS-DEPT-SHARED-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-SHARED-IDX > WS-DEPT-SHARED-COUNT
                   OR WS-DEPT-IS-SHARED = 1
               IF WS-DEPT-IS-SHARED = 0
                   MOVE SPACES TO WS-DEPT-PATH-OUT
                   STRING FUNCTION TRIM(WS-DEPT-DIR) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEPT-PATH-IN)
                           DELIMITED BY SIZE
                       INTO WS-DEPT-PATH-OUT
                   PERFORM ENSURE-DEPARTMENT-DIRECTORY
               END-IF
           END-IF.

       CHECK-ONE-DEPT-SHARED-ITEM.
           IF FUNCTION TRIM(WS-DEPT-SHARED-ITEM(WS-DEPT-SHARED-IDX))
               = FUNCTION TRIM(WS-DEPT-PATH-IN)
               MOVE 1 TO WS-DEPT-IS-SHARED
           END-IF.

      *> WS-DEPT-DIR is "<root>/<department>"; WS-DEPT-PREFIX is
      *> "<root>/", the mark of a path that is already partitioned.
       BUILD-DEPARTMENT-DIR.
           MOVE SPACES TO WS-DEPT-DIR WS-DEPT-PREFIX
           STRING FUNCTION TRIM(WS-DEPT-ROOT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEPT-CURRENT) DELIMITED BY SIZE
               INTO WS-DEPT-DIR
           STRING FUNCTION TRIM(WS-DEPT-ROOT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO WS-DEPT-PREFIX
           COMPUTE WS-DEPT-PFX-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-DEPT-ROOT)) + 1.

       ENSURE-DEPARTMENT-DIRECTORY.
           MOVE SPACES TO WS-DEPT-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "$(dirname '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEPT-PATH-OUT) DELIMITED BY SIZE
               "')" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-DEPT-CMD
           CALL "SYSTEM" USING WS-DEPT-CMD.

      *> The department's audit trail and print spool, or the shared
      *> ones when no department is in force. Training keeps its own
      *> redirects - practice never writes a department's trail.
       APPLY-DEPARTMENT-SITE-PATHS.
           IF WS-TRAINING-ON = 0
               IF WS-DEPT-CURRENT = SPACES
                   MOVE "audit.log" TO WS-AUDIT-FILE-PATH
                   MOVE "spool" TO WS-SPOOL-DIR
               ELSE
                   MOVE "audit.log" TO WS-DEPT-PATH-IN
                   PERFORM QUALIFY-DEPARTMENT-PATH
                   MOVE WS-DEPT-PATH-OUT TO WS-AUDIT-FILE-PATH
                   MOVE SPACES TO WS-SPOOL-DIR
                   STRING FUNCTION TRIM(WS-DEPT-DIR) DELIMITED BY SIZE
                       "/spool" DELIMITED BY SIZE
                       INTO WS-SPOOL-DIR
               END-IF
           END-IF.

       SPLIT-DEPT-SHARED-LIST.
           PERFORM CLEAR-ONE-DEPT-SHARED-ITEM
               VARYING WS-DEPT-SHARED-IDX FROM 1 BY 1
               UNTIL WS-DEPT-SHARED-IDX > 10
           UNSTRING WS-DEPT-SHARED-TXT DELIMITED BY ","
               INTO WS-DEPT-SHARED-ITEM(1) WS-DEPT-SHARED-ITEM(2)
                   WS-DEPT-SHARED-ITEM(3) WS-DEPT-SHARED-ITEM(4)
                   WS-DEPT-SHARED-ITEM(5) WS-DEPT-SHARED-ITEM(6)
                   WS-DEPT-SHARED-ITEM(7) WS-DEPT-SHARED-ITEM(8)
                   WS-DEPT-SHARED-ITEM(9) WS-DEPT-SHARED-ITEM(10)
           MOVE 10 TO WS-DEPT-SHARED-COUNT.

       CLEAR-ONE-DEPT-SHARED-ITEM.
           MOVE SPACES TO WS-DEPT-SHARED-ITEM(WS-DEPT-SHARED-IDX).

      *> WS-DEPT-VALID = 1 when WS-DEPT-WANTED is a usable department
      *> name - letters, digits, "-" and "_" only, so it can never
      *> climb out of DEPT-ROOT or split a users-file line.
       VALIDATE-DEPARTMENT-NAME.
           MOVE FUNCTION TRIM(WS-DEPT-WANTED) TO WS-DEPT-WANTED
           MOVE 0 TO WS-DEPT-VALID
           IF WS-DEPT-WANTED NOT = SPACES
               MOVE 1 TO WS-DEPT-VALID
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DEPT-WANTED))
                   TO WS-DEPT-NAME-LEN
               PERFORM CHECK-ONE-DEPT-NAME-CHAR
                   VARYING WS-DEPT-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-CHAR-IDX > WS-DEPT-NAME-LEN
           END-IF.

       CHECK-ONE-DEPT-NAME-CHAR.
           IF WS-DEPT-WANTED(WS-DEPT-CHAR-IDX:1) IS NOT ALPHABETIC
               AND WS-DEPT-WANTED(WS-DEPT-CHAR-IDX:1) IS NOT NUMERIC
               AND WS-DEPT-WANTED(WS-DEPT-CHAR-IDX:1) NOT = "-"
               AND WS-DEPT-WANTED(WS-DEPT-CHAR-IDX:1) NOT = "_"
               MOVE 0 TO WS-DEPT-VALID
           END-IF
           IF WS-DEPT-WANTED(WS-DEPT-CHAR-IDX:1) = SPACE
               MOVE 0 TO WS-DEPT-VALID
           END-IF.

      *> An explicit switch may only land on a department that has
      *> been set up (its directory exists under DEPT-ROOT) - a typed
      *> name never conjures a new, empty department by accident.
       CHECK-DEPARTMENT-EXISTS.
           IF WS-DEPT-VALID = 1
               MOVE SPACES TO WS-DEPT-PATH-IN
               STRING FUNCTION TRIM(WS-DEPT-ROOT) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPT-WANTED) DELIMITED BY SIZE
                   INTO WS-DEPT-PATH-IN
               CALL "CBL_CHECK_FILE_EXIST" USING WS-DEPT-PATH-IN
                   WS-KIX-DETAILS
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO WS-DEPT-VALID
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> Moves the session to WS-DEPT-WANTED (spaces = the shared
      *> set), WS-DEPT-HOW naming why. The switch is recorded on the
      *> trail being left and again on the one being joined, so
      *> each department's audit shows who came and went. An audit
      *> file open mid-session is closed and reopened on the new
      *> trail, its hash chain seeded afresh from that trail.
       SWITCH-SESSION-DEPARTMENT.
           MOVE WS-DEPT-CURRENT TO WS-DEPT-FROM
           MOVE 0 TO WS-DEPT-AUDIT-OPEN
           CLOSE AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 1 TO WS-DEPT-AUDIT-OPEN
               IF WS-AUDIT-LOCK-HELD = 1
                   MOVE WS-AUDIT-LOCK-PATH TO WS-LOCK-FILE-PATH
                   PERFORM RELEASE-FILE-LOCK
                   MOVE 0 TO WS-AUDIT-LOCK-HELD
               END-IF
           END-IF
           PERFORM BUILD-DEPT-SWITCH-TAG
           PERFORM WRITE-UTILITY-AUDIT-RECORD
           MOVE WS-DEPT-WANTED TO WS-DEPT-CURRENT
           PERFORM APPLY-DEPARTMENT-SITE-PATHS
           IF WS-CHECKPOINT-FILE-PATH NOT = SPACES
               PERFORM BUILD-CHECKPOINT-FILE-PATH
           END-IF
           MOVE 0 TO WS-AUDIT-PREV-HASH
           PERFORM BUILD-DEPT-SWITCH-TAG
           IF WS-DEPT-AUDIT-OPEN = 1
               PERFORM OPEN-OR-EXTEND-AUDIT-FILE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           ELSE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF
           PERFORM PUBLISH-DEPARTMENT-VALUE.

      *> "-" stands for the shared set on either side of the move.
       BUILD-DEPT-SWITCH-TAG.
           MOVE WS-DEPT-FROM TO WS-DEPT-FROM-SHOW
           IF WS-DEPT-FROM-SHOW = SPACES
               MOVE "-" TO WS-DEPT-FROM-SHOW
           END-IF
           MOVE WS-DEPT-WANTED TO WS-DEPT-TO-SHOW
           IF WS-DEPT-TO-SHOW = SPACES
               MOVE "-" TO WS-DEPT-TO-SHOW
           END-IF
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "DEPT-SWITCH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEPT-FROM-SHOW) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEPT-TO-SHOW) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEPT-HOW) DELIMITED BY SIZE
               " by=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SESSION-OPERATOR) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE.

      *> The reserved DEPARTMENT value an app may show or test. Only
      *> published once a department is in force, so an app on the
      *> single shared set never sees a new live value appear.
       PUBLISH-DEPARTMENT-VALUE.
           IF WS-DEPT-CURRENT NOT = SPACES OR WS-DEPT-FROM NOT = SPACES
               MOVE "DEPARTMENT" TO WS-LOOKUP-NAME
               MOVE SPACES TO WS-LIVE-VALUE-OUT
               MOVE WS-DEPT-CURRENT TO WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
           END-IF.

      *> At sign-in the session moves to the operator's home
      *> department - unless it is already in another one and the
      *> operator holds DEPT-SWITCH-ROLE, whose explicit choice (a
      *> DEPT= batch run, an earlier switch) stands. An account
      *> with no department leaves the session where it is.
       APPLY-SIGN-IN-DEPARTMENT.
           MOVE AUTH-USER-DEPT(WS-AUTH-FOUND-IDX) TO WS-DEPT-WANTED
           PERFORM VALIDATE-DEPARTMENT-NAME
           IF WS-DEPT-VALID = 1
               AND WS-DEPT-WANTED NOT = WS-DEPT-CURRENT
               MOVE 0 TO WS-ROLE-MATCHED
               IF WS-DEPT-CURRENT NOT = SPACES
                   MOVE WS-DEPT-SWITCH-ROLE TO WS-ROLE-WANTED
                   PERFORM MATCH-ROLE-IN-LIST
               END-IF
               IF WS-ROLE-MATCHED = 0
                   MOVE "SIGN-IN" TO WS-DEPT-HOW
                   PERFORM SWITCH-SESSION-DEPARTMENT
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --mask <rules-file> [<out-dir>] - see WS-MSK-SCRATCH. Live
      *> files are only ever read; each masked copy lands under the
      *> output directory at the live file's own relative path, so
      *> the directory serves as a TRAIN-SOURCE or, named as
      *> tests/regression/data, refreshes the regression fixtures.
      *> An indexed store comes out as an ordinary line file, its
      *> deleted slots dropped - the engine re-indexes it on first
      *> open. mask-report.rpt names every file and rule and how
      *> many values each rule masked.
      *> ---------------------------------------------------------
       MASK-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-MSK-RULES-PATH
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-MSK-OUT-DIR
           IF WS-MSK-OUT-DIR = SPACES
               MOVE "masked" TO WS-MSK-OUT-DIR
           END-IF
           IF WS-MSK-RULES-PATH = SPACES
               DISPLAY "COBALT: usage - --mask <rules-file> [<out-dir>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM LOAD-MASK-RULES
               IF WS-MSK-RULE-COUNT = 0
                   DISPLAY "COBALT: no usable mask rules in "
                       FUNCTION TRIM(WS-MSK-RULES-PATH)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM GET-LOCAL-DATE-TIME
                   MOVE WS-MSK-RPT-PATH TO WS-HK-RPT-PATH
                   OPEN OUTPUT HOUSEKEEP-RPT-FILE
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "*MASK " DELIMITED BY SIZE
                       WS-LOCAL-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                       " rules=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSK-RULES-PATH)
                           DELIMITED BY SIZE
                       " out=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSK-OUT-DIR) DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   IF WS-MSK-BAD-RULES > 0
                       MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                       STRING "*IGNORED " DELIMITED BY SIZE
                           WS-MSK-BAD-RULES DELIMITED BY SIZE
                           " unusable rule line(s)" DELIMITED BY SIZE
                           INTO HOUSEKEEP-RPT-RECORD
                       WRITE HOUSEKEEP-RPT-RECORD
                   END-IF
                   MOVE 0 TO WS-MSK-FILES-DONE
                   MOVE 0 TO WS-MSK-TOT-RECORDS
                   MOVE 0 TO WS-MSK-TOT-MASKED
                   MOVE 0 TO WS-MSK-MAP-COUNT
                   PERFORM MASK-ONE-DATA-FILE
                       VARYING WS-MSK-FILE-IDX FROM 1 BY 1
                       UNTIL WS-MSK-FILE-IDX > WS-MSK-FILE-COUNT
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "*TOTAL files=" DELIMITED BY SIZE
                       WS-MSK-FILES-DONE DELIMITED BY SIZE
                       " records=" DELIMITED BY SIZE
                       WS-MSK-TOT-RECORDS DELIMITED BY SIZE
                       " masked=" DELIMITED BY SIZE
                       WS-MSK-TOT-MASKED DELIMITED BY SIZE
                       " fakes=" DELIMITED BY SIZE
                       WS-MSK-MAP-COUNT DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   CLOSE HOUSEKEEP-RPT-FILE
                   DISPLAY "COBALT: masked " WS-MSK-TOT-MASKED
                       " value(s) in " WS-MSK-FILES-DONE
                       " file(s) into " FUNCTION TRIM(WS-MSK-OUT-DIR)
                       " - report in " FUNCTION TRIM(WS-MSK-RPT-PATH)
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "MASK rules=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSK-RULES-PATH)
                           DELIMITED BY SIZE
                       " out=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSK-OUT-DIR) DELIMITED BY SIZE
                       " files=" DELIMITED BY SIZE
                       WS-MSK-FILES-DONE DELIMITED BY SIZE
                       " masked=" DELIMITED BY SIZE
                       WS-MSK-TOT-MASKED DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
               END-IF
           END-IF.

      *> Blank lines and "*" comment lines are skipped; a line that
      *> does not parse is reported and left out rather than
      *> masking the wrong thing.
       LOAD-MASK-RULES.
           MOVE 0 TO WS-MSK-RULE-COUNT
           MOVE 0 TO WS-MSK-FILE-COUNT
           MOVE 0 TO WS-MSK-BAD-RULES
           MOVE WS-MSK-RULES-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-MSK-EOF
               PERFORM LOAD-ONE-MASK-RULE UNTIL WS-MSK-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       LOAD-ONE-MASK-RULE.
           READ IMPORT-FILE
               AT END
                   MOVE 1 TO WS-MSK-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(IMPORT-RECORD) TO WS-MSK-LINE
                   IF WS-MSK-LINE NOT = SPACES
                       AND WS-MSK-LINE(1:1) NOT = "*"
                       PERFORM PARSE-ONE-MASK-RULE
                   END-IF
           END-READ.

       PARSE-ONE-MASK-RULE.
           MOVE SPACES TO WS-MSK-F-FILE WS-MSK-F-FIELD WS-MSK-F-METHOD
               WS-MSK-F-ARG WS-MSK-F-SIDE WS-MSK-F-PART
           UNSTRING WS-MSK-LINE DELIMITED BY ALL SPACE
               INTO WS-MSK-F-FILE WS-MSK-F-FIELD WS-MSK-F-METHOD
                   WS-MSK-F-ARG
           MOVE FUNCTION UPPER-CASE(WS-MSK-F-FIELD) TO WS-MSK-F-FIELD
           MOVE FUNCTION UPPER-CASE(WS-MSK-F-METHOD) TO WS-MSK-F-METHOD
           IF WS-MSK-F-FIELD = "KEY"
               MOVE "KEY" TO WS-MSK-F-SIDE
               MOVE "0" TO WS-MSK-F-PART
           ELSE
               UNSTRING WS-MSK-F-FIELD DELIMITED BY "."
                   INTO WS-MSK-F-SIDE WS-MSK-F-PART
           END-IF
           MOVE 0 TO WS-MSK-HIT
           IF (WS-MSK-F-SIDE = "KEY" OR WS-MSK-F-SIDE = "VALUE")
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-MSK-F-PART)) = 0
               AND (WS-MSK-F-METHOD = "FAKE" OR "HASH" OR "BLANK"
                   OR (WS-MSK-F-METHOD = "SHIFT"
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-MSK-F-ARG)) = 0))
               MOVE 1 TO WS-MSK-HIT
               IF FUNCTION NUMVAL(WS-MSK-F-PART) > 20
                   OR (WS-MSK-F-SIDE = "VALUE"
                       AND FUNCTION NUMVAL(WS-MSK-F-PART) = 0)
                   MOVE 0 TO WS-MSK-HIT
               END-IF
           END-IF
           IF WS-MSK-HIT = 0 OR WS-MSK-RULE-COUNT >= 50
               ADD 1 TO WS-MSK-BAD-RULES
               DISPLAY "COBALT: mask rule ignored - "
                   FUNCTION TRIM(WS-MSK-LINE)
           ELSE
               ADD 1 TO WS-MSK-RULE-COUNT
               MOVE WS-MSK-F-FILE TO MSK-RULE-FILE(WS-MSK-RULE-COUNT)
               MOVE WS-MSK-F-FIELD TO
                   MSK-RULE-FIELD(WS-MSK-RULE-COUNT)
               MOVE WS-MSK-F-SIDE(1:1) TO
                   MSK-RULE-SIDE(WS-MSK-RULE-COUNT)
               MOVE FUNCTION NUMVAL(WS-MSK-F-PART) TO
                   MSK-RULE-PART(WS-MSK-RULE-COUNT)
               MOVE WS-MSK-F-METHOD TO
                   MSK-RULE-METHOD(WS-MSK-RULE-COUNT)
               MOVE WS-MSK-F-ARG TO MSK-RULE-ARG(WS-MSK-RULE-COUNT)
               MOVE 0 TO MSK-RULE-SHIFT(WS-MSK-RULE-COUNT)
               IF WS-MSK-F-METHOD = "SHIFT"
                   COMPUTE MSK-RULE-SHIFT(WS-MSK-RULE-COUNT) =
                       FUNCTION NUMVAL(WS-MSK-F-ARG)
               END-IF
               IF WS-MSK-F-METHOD = "FAKE" AND WS-MSK-F-ARG = SPACES
                   MOVE "X" TO MSK-RULE-ARG(WS-MSK-RULE-COUNT)
               END-IF
               MOVE 0 TO MSK-RULE-MASKED(WS-MSK-RULE-COUNT)
               MOVE 0 TO WS-MSK-HIT
               PERFORM MATCH-ONE-MASK-FILE
                   VARYING WS-MSK-FILE-IDX FROM 1 BY 1
                   UNTIL WS-MSK-FILE-IDX > WS-MSK-FILE-COUNT
               IF WS-MSK-HIT = 0 AND WS-MSK-FILE-COUNT < 20
                   ADD 1 TO WS-MSK-FILE-COUNT
                   MOVE WS-MSK-F-FILE TO WS-MSK-FILE(WS-MSK-FILE-COUNT)
               END-IF
           END-IF.

       MATCH-ONE-MASK-FILE.
           IF WS-MSK-FILE(WS-MSK-FILE-IDX) = WS-MSK-F-FILE
               MOVE WS-MSK-FILE-IDX TO WS-MSK-HIT
           END-IF.

       MASK-ONE-DATA-FILE.
           MOVE WS-MSK-FILE(WS-MSK-FILE-IDX) TO WS-MSK-CUR-FILE
           MOVE 0 TO WS-MSK-RECORDS
           MOVE SPACES TO WS-MSK-OUT-PATH
           STRING FUNCTION TRIM(WS-MSK-OUT-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSK-CUR-FILE) DELIMITED BY SIZE
               INTO WS-MSK-OUT-PATH
           MOVE WS-MSK-CUR-FILE TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "MISSING " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSK-CUR-FILE) DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
           ELSE
               MOVE SPACES TO WS-MSK-CMD
               STRING "mkdir -p " DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   "$(dirname '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSK-OUT-PATH) DELIMITED BY SIZE
                   "')" DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   INTO WS-MSK-CMD
               CALL "SYSTEM" USING WS-MSK-CMD
               OPEN OUTPUT MASK-OUT-FILE
               IF WS-MSK-OUT-STATUS NOT = "00"
                   CLOSE IMPORT-FILE
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "UNWRITABLE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSK-OUT-PATH) DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   MOVE 0 TO WS-MSK-EOF
                   PERFORM MASK-ONE-DATA-LINE UNTIL WS-MSK-EOF = 1
                   CLOSE IMPORT-FILE
                   CLOSE MASK-OUT-FILE
                   ADD 1 TO WS-MSK-FILES-DONE
                   ADD WS-MSK-RECORDS TO WS-MSK-TOT-RECORDS
                   MOVE WS-MSK-RECORDS TO WS-MSK-COUNT-EDIT
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "FILE    " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSK-CUR-FILE) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSK-OUT-PATH) DELIMITED BY SIZE
                       " records=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSK-COUNT-EDIT)
                           DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   PERFORM REPORT-ONE-MASK-RULE
                       VARYING WS-MSK-RULE-IDX FROM 1 BY 1
                       UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
               END-IF
           END-IF.

       REPORT-ONE-MASK-RULE.
           IF MSK-RULE-FILE(WS-MSK-RULE-IDX) = WS-MSK-CUR-FILE
               ADD MSK-RULE-MASKED(WS-MSK-RULE-IDX) TO
                   WS-MSK-TOT-MASKED
               MOVE MSK-RULE-MASKED(WS-MSK-RULE-IDX) TO
                   WS-MSK-COUNT-EDIT
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(MSK-RULE-FIELD(WS-MSK-RULE-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(MSK-RULE-METHOD(WS-MSK-RULE-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(MSK-RULE-ARG(WS-MSK-RULE-IDX))
                       DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               MOVE FUNCTION LENGTH(FUNCTION TRIM(HOUSEKEEP-RPT-RECORD
                   TRAILING)) TO WS-MSK-PTR
               ADD 1 TO WS-MSK-PTR
               STRING " masked=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSK-COUNT-EDIT) DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
                   WITH POINTER WS-MSK-PTR
               WRITE HOUSEKEEP-RPT-RECORD
           END-IF.

      *> Blank lines (an indexed store's deleted slots) are dropped;
      *> control records other than "#VER" are copied as they are.
       MASK-ONE-DATA-LINE.
           READ IMPORT-FILE
               AT END
                   MOVE 1 TO WS-MSK-EOF
               NOT AT END
                   MOVE IMPORT-RECORD TO WS-MSK-LINE
                   IF WS-MSK-LINE NOT = SPACES
                       EVALUATE TRUE
                           WHEN WS-MSK-LINE(1:5) = "#VER "
                               PERFORM MASK-ONE-VERSION-LINE
                           WHEN WS-MSK-LINE(1:1) = "#"
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-MSK-RECORDS
                               PERFORM MASK-ONE-RECORD-LINE
                       END-EVALUATE
                       MOVE WS-MSK-LINE TO MASK-OUT-RECORD
                       WRITE MASK-OUT-RECORD
                   END-IF
           END-READ.

       MASK-ONE-RECORD-LINE.
           MOVE SPACES TO WS-MSK-KEY WS-MSK-VALUE
           MOVE 0 TO WS-MSK-HAS-VALUE
           MOVE 1 TO WS-MSK-PTR
           UNSTRING WS-MSK-LINE DELIMITED BY "|"
               INTO WS-MSK-KEY
               WITH POINTER WS-MSK-PTR
           IF WS-MSK-PTR <= 200
               MOVE 1 TO WS-MSK-HAS-VALUE
               MOVE WS-MSK-LINE(WS-MSK-PTR:) TO WS-MSK-VALUE
           END-IF
           IF WS-MSK-LINE(WS-MSK-PTR - 1:1) = "|"
               MOVE 1 TO WS-MSK-HAS-VALUE
           END-IF
           PERFORM MASK-KEY-OF-LINE
           MOVE "|" TO WS-MSK-DELIM
           MOVE WS-MSK-VALUE TO WS-MSK-SRC
           PERFORM SPLIT-MASK-PARTS
           PERFORM APPLY-ONE-VALUE-MASK
               VARYING WS-MSK-RULE-IDX FROM 1 BY 1
               UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
           PERFORM JOIN-MASK-PARTS
           MOVE SPACES TO WS-MSK-LINE
           MOVE 1 TO WS-MSK-PTR
           PERFORM APPEND-MASK-KEY
           IF WS-MSK-HAS-VALUE = 1
               STRING "|" DELIMITED BY SIZE
                   INTO WS-MSK-LINE
                   WITH POINTER WS-MSK-PTR
               IF WS-MSK-JOINED NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MSK-JOINED
                       TRAILING)) TO WS-MSK-LEN
                   STRING WS-MSK-JOINED(1:WS-MSK-LEN)
                           DELIMITED BY SIZE
                       INTO WS-MSK-LINE
                       WITH POINTER WS-MSK-PTR
               END-IF
           END-IF.

      *> "#VER <key> <n>" - the version line follows its record, so
      *> its key masks exactly as the record's did.
      *> Only records are counted, not their version lines.
       MASK-ONE-VERSION-LINE.
           MOVE SPACES TO WS-MSK-VER-TAG WS-MSK-KEY WS-MSK-VER-NUM
           UNSTRING WS-MSK-LINE DELIMITED BY ALL SPACE
               INTO WS-MSK-VER-TAG WS-MSK-KEY WS-MSK-VER-NUM
           MOVE 1 TO WS-MSK-NO-COUNT
           PERFORM MASK-KEY-OF-LINE
           MOVE 0 TO WS-MSK-NO-COUNT
           MOVE SPACES TO WS-MSK-LINE
           MOVE 1 TO WS-MSK-PTR
           STRING "#VER " DELIMITED BY SIZE
               INTO WS-MSK-LINE
               WITH POINTER WS-MSK-PTR
           PERFORM APPEND-MASK-KEY
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSK-VER-NUM) DELIMITED BY SIZE
               INTO WS-MSK-LINE
               WITH POINTER WS-MSK-PTR.

      *> Whole-key rules first, then the "#" parts of what they left.
       MASK-KEY-OF-LINE.
           PERFORM APPLY-ONE-WHOLE-KEY-MASK
               VARYING WS-MSK-RULE-IDX FROM 1 BY 1
               UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
           MOVE "#" TO WS-MSK-DELIM
           MOVE WS-MSK-KEY TO WS-MSK-SRC
           PERFORM SPLIT-MASK-PARTS
           PERFORM APPLY-ONE-KEY-PART-MASK
               VARYING WS-MSK-RULE-IDX FROM 1 BY 1
               UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
           PERFORM JOIN-MASK-PARTS
           MOVE WS-MSK-JOINED TO WS-MSK-KEY.

       APPEND-MASK-KEY.
           IF WS-MSK-KEY NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MSK-KEY TRAILING))
                   TO WS-MSK-LEN
               STRING WS-MSK-KEY(1:WS-MSK-LEN) DELIMITED BY SIZE
                   INTO WS-MSK-LINE
                   WITH POINTER WS-MSK-PTR
           END-IF.

       APPLY-ONE-WHOLE-KEY-MASK.
           IF MSK-RULE-FILE(WS-MSK-RULE-IDX) = WS-MSK-CUR-FILE
               AND MSK-RULE-SIDE(WS-MSK-RULE-IDX) = "K"
               AND MSK-RULE-PART(WS-MSK-RULE-IDX) = 0
               MOVE WS-MSK-KEY TO WS-MSK-IN
               PERFORM MASK-ONE-VALUE
               MOVE WS-MSK-OUT TO WS-MSK-KEY
           END-IF.

       APPLY-ONE-KEY-PART-MASK.
           IF MSK-RULE-FILE(WS-MSK-RULE-IDX) = WS-MSK-CUR-FILE
               AND MSK-RULE-SIDE(WS-MSK-RULE-IDX) = "K"
               AND MSK-RULE-PART(WS-MSK-RULE-IDX) > 0
               AND MSK-RULE-PART(WS-MSK-RULE-IDX) <= WS-MSK-PART-COUNT
               PERFORM MASK-ONE-PART
           END-IF.

       APPLY-ONE-VALUE-MASK.
           IF MSK-RULE-FILE(WS-MSK-RULE-IDX) = WS-MSK-CUR-FILE
               AND MSK-RULE-SIDE(WS-MSK-RULE-IDX) = "V"
               AND MSK-RULE-PART(WS-MSK-RULE-IDX) <= WS-MSK-PART-COUNT
               PERFORM MASK-ONE-PART
           END-IF.

       MASK-ONE-PART.
           MOVE MSK-RULE-PART(WS-MSK-RULE-IDX) TO WS-MSK-PART-IDX
           MOVE WS-MSK-PART(WS-MSK-PART-IDX) TO WS-MSK-IN
           PERFORM MASK-ONE-VALUE
           MOVE WS-MSK-OUT TO WS-MSK-PART(WS-MSK-PART-IDX).

      *> WS-MSK-SRC cut at WS-MSK-DELIM into WS-MSK-PART, the count
      *> kept so the join puts back exactly as many delimiters
      *> (empty parts included) as the line had.
       SPLIT-MASK-PARTS.
           PERFORM CLEAR-ONE-MASK-PART
               VARYING WS-MSK-PART-IDX FROM 1 BY 1
               UNTIL WS-MSK-PART-IDX > 20
           MOVE 0 TO WS-MSK-TALLY
           INSPECT WS-MSK-SRC TALLYING WS-MSK-TALLY
               FOR ALL WS-MSK-DELIM
           COMPUTE WS-MSK-PART-COUNT = WS-MSK-TALLY + 1
           IF WS-MSK-PART-COUNT > 20
               MOVE 20 TO WS-MSK-PART-COUNT
           END-IF
           IF WS-MSK-SRC = SPACES
               MOVE 0 TO WS-MSK-PART-COUNT
           END-IF
           MOVE 1 TO WS-MSK-PTR
           PERFORM TAKE-ONE-MASK-PART
               VARYING WS-MSK-PART-IDX FROM 1 BY 1
               UNTIL WS-MSK-PART-IDX > WS-MSK-PART-COUNT.

       CLEAR-ONE-MASK-PART.
           MOVE SPACES TO WS-MSK-PART(WS-MSK-PART-IDX).

      *> The last part takes the rest of the line, so a value with
      *> more than twenty parts keeps its tail unmasked but intact.
       TAKE-ONE-MASK-PART.
           IF WS-MSK-PTR <= 200
               IF WS-MSK-PART-IDX = WS-MSK-PART-COUNT
                   MOVE WS-MSK-SRC(WS-MSK-PTR:) TO
                       WS-MSK-PART(WS-MSK-PART-IDX)
               ELSE
                   UNSTRING WS-MSK-SRC DELIMITED BY WS-MSK-DELIM
                       INTO WS-MSK-PART(WS-MSK-PART-IDX)
                       WITH POINTER WS-MSK-PTR
               END-IF
           END-IF.

       JOIN-MASK-PARTS.
           MOVE SPACES TO WS-MSK-JOINED
           MOVE 1 TO WS-MSK-PTR
           PERFORM JOIN-ONE-MASK-PART
               VARYING WS-MSK-PART-IDX FROM 1 BY 1
               UNTIL WS-MSK-PART-IDX > WS-MSK-PART-COUNT.

       JOIN-ONE-MASK-PART.
           IF WS-MSK-PART-IDX > 1
               STRING WS-MSK-DELIM DELIMITED BY SIZE
                   INTO WS-MSK-JOINED
                   WITH POINTER WS-MSK-PTR
           END-IF
           IF WS-MSK-PART(WS-MSK-PART-IDX) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-MSK-PART(WS-MSK-PART-IDX) TRAILING)) TO WS-MSK-LEN
               STRING WS-MSK-PART(WS-MSK-PART-IDX)(1:WS-MSK-LEN)
                       DELIMITED BY SIZE
                   INTO WS-MSK-JOINED
                   WITH POINTER WS-MSK-PTR
           END-IF.

      *> WS-MSK-IN through rule WS-MSK-RULE-IDX into WS-MSK-OUT. A
      *> blank value has nothing to hide and is left (and not
      *> counted); so is a SHIFT value that is not a date.
       MASK-ONE-VALUE.
           MOVE WS-MSK-IN TO WS-MSK-OUT
           MOVE 0 TO WS-MSK-CHANGED
           IF WS-MSK-IN NOT = SPACES
               EVALUATE MSK-RULE-METHOD(WS-MSK-RULE-IDX)
                   WHEN "FAKE"
                       PERFORM FAKE-ONE-MASK-VALUE
                   WHEN "HASH"
                       PERFORM HASH-ONE-MASK-VALUE
                   WHEN "SHIFT"
                       PERFORM SHIFT-ONE-MASK-DATE
                   WHEN OTHER
                       MOVE SPACES TO WS-MSK-OUT
                       MOVE 1 TO WS-MSK-CHANGED
               END-EVALUATE
           END-IF
           IF WS-MSK-CHANGED = 1 AND WS-MSK-NO-COUNT = 0
               ADD 1 TO MSK-RULE-MASKED(WS-MSK-RULE-IDX)
           END-IF.

      *> The run-wide map - a value seen before gets its first fake
      *> back whatever file or rule meets it again. A full map falls
      *> back to HASH, still consistent, with one warning.
       FAKE-ONE-MASK-VALUE.
           MOVE 0 TO WS-MSK-MAP-HIT
           PERFORM MATCH-ONE-MASK-MAP
               VARYING WS-MSK-MAP-IDX FROM 1 BY 1
               UNTIL WS-MSK-MAP-IDX > WS-MSK-MAP-COUNT
               OR WS-MSK-MAP-HIT NOT = 0
           IF WS-MSK-MAP-HIT = 0
               IF WS-MSK-MAP-COUNT >= 500
                   IF WS-MSK-MAP-WARNED = 0
                       DISPLAY "COBALT: warning - mask fake map full"
                           " (500); further new values are hashed"
                       MOVE 1 TO WS-MSK-MAP-WARNED
                   END-IF
                   PERFORM HASH-ONE-MASK-VALUE
               ELSE
                   ADD 1 TO WS-MSK-MAP-COUNT
                   MOVE WS-MSK-MAP-COUNT TO WS-MSK-MAP-HIT
                   MOVE WS-MSK-MAP-COUNT TO WS-MSK-SEQ-EDIT
                   MOVE WS-MSK-IN TO MSK-MAP-IN(WS-MSK-MAP-HIT)
                   MOVE SPACES TO MSK-MAP-OUT(WS-MSK-MAP-HIT)
                   STRING FUNCTION TRIM(MSK-RULE-ARG(WS-MSK-RULE-IDX))
                           DELIMITED BY SIZE
                       WS-MSK-SEQ-EDIT DELIMITED BY SIZE
                       INTO MSK-MAP-OUT(WS-MSK-MAP-HIT)
               END-IF
           END-IF
           IF WS-MSK-MAP-HIT NOT = 0
               MOVE MSK-MAP-OUT(WS-MSK-MAP-HIT) TO WS-MSK-OUT
               MOVE 1 TO WS-MSK-CHANGED
           END-IF.

       MATCH-ONE-MASK-MAP.
           IF MSK-MAP-IN(WS-MSK-MAP-IDX) = WS-MSK-IN
               MOVE WS-MSK-MAP-IDX TO WS-MSK-MAP-HIT
           END-IF.

      *> The password fold, salted with MASK-SALT instead.
       HASH-ONE-MASK-VALUE.
           MOVE SPACES TO WS-MSK-SALTED
           STRING FUNCTION TRIM(WS-MSK-SALT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSK-IN) DELIMITED BY SIZE
               INTO WS-MSK-SALTED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MSK-SALTED)) TO
               WS-MSK-HASH-LEN
           MOVE 0 TO WS-MSK-HASH
           PERFORM FOLD-ONE-MASK-CHAR
               VARYING WS-MSK-HASH-IDX FROM 1 BY 1
               UNTIL WS-MSK-HASH-IDX > WS-MSK-HASH-LEN
           MOVE SPACES TO WS-MSK-OUT
           STRING "H" DELIMITED BY SIZE
               WS-MSK-HASH DELIMITED BY SIZE
               INTO WS-MSK-OUT
           MOVE 1 TO WS-MSK-CHANGED.

       FOLD-ONE-MASK-CHAR.
           COMPUTE WS-MSK-HASH = FUNCTION MOD(
               WS-MSK-HASH * 31
               + FUNCTION ORD(WS-MSK-SALTED(WS-MSK-HASH-IDX:1))
                   * WS-MSK-HASH-IDX, 999999999).

       SHIFT-ONE-MASK-DATE.
           MOVE 0 TO WS-MSK-DATE-NUM
           MOVE FUNCTION TRIM(WS-MSK-IN) TO WS-MSK-IN
           IF WS-MSK-IN(7:74) = SPACES AND WS-MSK-IN(1:6) IS NUMERIC
               COMPUTE WS-MSK-DATE-NUM = 20000000 +
                   FUNCTION NUMVAL(WS-MSK-IN(1:6))
           END-IF
           IF WS-MSK-IN(9:72) = SPACES AND WS-MSK-IN(1:8) IS NUMERIC
               MOVE WS-MSK-IN(1:8) TO WS-MSK-DATE-NUM
           END-IF
           IF WS-MSK-DATE-NUM > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-MSK-DATE-NUM) = 0
                   COMPUTE WS-MSK-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-MSK-DATE-NUM)
                       + MSK-RULE-SHIFT(WS-MSK-RULE-IDX)
                   IF WS-MSK-DATE-INT > 0
                       COMPUTE WS-MSK-DATE-OUT =
                           FUNCTION DATE-OF-INTEGER(WS-MSK-DATE-INT)
                       MOVE SPACES TO WS-MSK-OUT
                       IF WS-MSK-IN(7:1) = SPACE
                           MOVE WS-MSK-DATE-OUT(3:6) TO WS-MSK-OUT
                       ELSE
                           MOVE WS-MSK-DATE-OUT TO WS-MSK-OUT
                       END-IF
                       MOVE 1 TO WS-MSK-CHANGED
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --ref-check <rules-file> [<threshold>] - see WS-REF-
      *> SCRATCH. Rules run one at a time: the parent file's values
      *> are loaded, then every child record is looked up among
      *> them. Findings go to the spool as one job with a control
      *> break per rule and a closing summary of counts per rule.
      *> ---------------------------------------------------------
       REF-CHECK-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-REF-RULES-PATH
           IF WS-REF-RULES-PATH = SPACES
               DISPLAY "COBALT: usage - --ref-check <rules-file>"
                   " [<threshold>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM LOAD-REF-RULES
               IF FUNCTION TRIM(WS-ARG3-TXT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-ARG3-TXT)) = 0
                   MOVE FUNCTION NUMVAL(WS-ARG3-TXT) TO
                       WS-REF-THRESHOLD
               END-IF
               IF WS-REF-RULE-COUNT = 0
                   DISPLAY "COBALT: no usable reference rules in "
                       FUNCTION TRIM(WS-REF-RULES-PATH)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM GET-LOCAL-DATE-TIME
                   MOVE 0 TO WS-REF-TOTAL-BAD
                   MOVE 0 TO WS-REF-TOTAL-CHECKED
                   PERFORM OPEN-REF-CHECK-REPORT
                   PERFORM CHECK-ONE-REF-RULE
                       VARYING WS-REF-RULE-IDX FROM 1 BY 1
                       UNTIL WS-REF-RULE-IDX > WS-REF-RULE-COUNT
                   PERFORM WRITE-REF-CHECK-SUMMARY
                   PERFORM FINISH-REPORT-FILE
                   CLOSE REPORT-FILE
                   MOVE WS-REF-TOTAL-BAD TO WS-REF-BAD-EDIT
                   MOVE WS-REF-THRESHOLD TO WS-REF-CHK-EDIT
                   DISPLAY "COBALT: referential check - "
                       WS-REF-RULE-COUNT " rule(s), "
                       FUNCTION TRIM(WS-REF-BAD-EDIT)
                       " violation(s), threshold "
                       FUNCTION TRIM(WS-REF-CHK-EDIT) ", spooled as "
                       FUNCTION TRIM(WS-SPOOL-JOB-NAME)
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "REF-CHECK rules=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REF-RULES-PATH)
                           DELIMITED BY SIZE
                       " violations=" DELIMITED BY SIZE
                       WS-REF-TOTAL-BAD DELIMITED BY SIZE
                       " job=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SPOOL-JOB-NAME)
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
                   IF WS-REF-TOTAL-BAD > WS-REF-THRESHOLD
                       MOVE 4 TO WS-RUN-EXIT-CODE
                   END-IF
               END-IF
           END-IF.

      *> Blank lines and "*" comment lines are skipped; a line that
      *> does not parse is reported and left out, the way a bad
      *> mask rule is.
       LOAD-REF-RULES.
           MOVE 0 TO WS-REF-RULE-COUNT
           MOVE 0 TO WS-REF-BAD-RULES
           MOVE 0 TO WS-REF-THRESHOLD
           MOVE WS-REF-RULES-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-REF-EOF
               PERFORM LOAD-ONE-REF-RULE UNTIL WS-REF-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       LOAD-ONE-REF-RULE.
           READ IMPORT-FILE
               AT END
                   MOVE 1 TO WS-REF-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(IMPORT-RECORD) TO WS-REF-LINE
                   IF WS-REF-LINE NOT = SPACES
                       AND WS-REF-LINE(1:1) NOT = "*"
                       PERFORM PARSE-ONE-REF-RULE
                   END-IF
           END-READ.

       PARSE-ONE-REF-RULE.
           MOVE SPACES TO WS-REF-F-WORD WS-REF-F-NAME WS-REF-F-CHILD
               WS-REF-F-C-SPEC WS-REF-F-PARENT WS-REF-F-P-SPEC
               WS-REF-F-JUNK
           UNSTRING WS-REF-LINE DELIMITED BY ALL SPACE
               INTO WS-REF-F-WORD WS-REF-F-NAME WS-REF-F-CHILD
                   WS-REF-F-C-SPEC WS-REF-F-PARENT WS-REF-F-P-SPEC
                   WS-REF-F-JUNK
           MOVE FUNCTION UPPER-CASE(WS-REF-F-WORD) TO WS-REF-F-WORD
           MOVE 0 TO WS-REF-HIT
           EVALUATE TRUE
               WHEN WS-REF-F-WORD = "THRESHOLD"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-REF-F-NAME)) = 0
                   MOVE FUNCTION NUMVAL(WS-REF-F-NAME) TO
                       WS-REF-THRESHOLD
                   MOVE 1 TO WS-REF-HIT
               WHEN WS-REF-F-WORD = "RULE"
                   AND WS-REF-F-P-SPEC NOT = SPACES
                   AND WS-REF-RULE-COUNT < 30
                   PERFORM ADD-ONE-REF-RULE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REF-HIT = 0
               ADD 1 TO WS-REF-BAD-RULES
               DISPLAY "COBALT: reference rule ignored - "
                   FUNCTION TRIM(WS-REF-LINE)
           END-IF.

      *> The child side may not be LINE - a record's position is
      *> only ever something another file points at.
       ADD-ONE-REF-RULE.
           ADD 1 TO WS-REF-RULE-COUNT
           MOVE WS-REF-F-NAME TO REF-RULE-NAME(WS-REF-RULE-COUNT)
           MOVE WS-REF-F-CHILD TO REF-RULE-CHILD(WS-REF-RULE-COUNT)
           MOVE WS-REF-F-PARENT TO REF-RULE-PARENT(WS-REF-RULE-COUNT)
           MOVE WS-REF-F-C-SPEC TO WS-REF-SPEC
           PERFORM PARSE-REF-FIELD-SPEC
           MOVE WS-REF-SPEC TO REF-RULE-C-SPEC(WS-REF-RULE-COUNT)
           MOVE WS-REF-SIDE TO REF-RULE-C-SIDE(WS-REF-RULE-COUNT)
           MOVE WS-REF-PART TO REF-RULE-C-PART(WS-REF-RULE-COUNT)
           MOVE WS-REF-WIDTH TO REF-RULE-C-WIDTH(WS-REF-RULE-COUNT)
           IF WS-REF-SPEC-OK = 1 AND WS-REF-SIDE NOT = "L"
               MOVE WS-REF-F-P-SPEC TO WS-REF-SPEC
               PERFORM PARSE-REF-FIELD-SPEC
               MOVE WS-REF-SPEC TO REF-RULE-P-SPEC(WS-REF-RULE-COUNT)
               MOVE WS-REF-SIDE TO REF-RULE-P-SIDE(WS-REF-RULE-COUNT)
               MOVE WS-REF-PART TO REF-RULE-P-PART(WS-REF-RULE-COUNT)
               MOVE WS-REF-WIDTH TO
                   REF-RULE-P-WIDTH(WS-REF-RULE-COUNT)
           ELSE
               MOVE 0 TO WS-REF-SPEC-OK
           END-IF
           IF WS-REF-SPEC-OK = 1
               MOVE 1 TO WS-REF-HIT
               IF REF-RULE-C-SIDE(WS-REF-RULE-COUNT) = "K"
                   MOVE "ORPHAN" TO REF-RULE-KIND(WS-REF-RULE-COUNT)
               ELSE
                   MOVE "DANGLING" TO REF-RULE-KIND(WS-REF-RULE-COUNT)
               END-IF
               MOVE 0 TO REF-RULE-CHECKED(WS-REF-RULE-COUNT)
               MOVE 0 TO REF-RULE-BAD(WS-REF-RULE-COUNT)
               MOVE SPACES TO REF-RULE-NOTE(WS-REF-RULE-COUNT)
           ELSE
               SUBTRACT 1 FROM WS-REF-RULE-COUNT
           END-IF.

      *> KEY, KEY.<n>, VALUE.<n>, COLS.<start>.<width> or LINE into
      *> WS-REF-SIDE / WS-REF-PART / WS-REF-WIDTH.
       PARSE-REF-FIELD-SPEC.
           MOVE FUNCTION UPPER-CASE(WS-REF-SPEC) TO WS-REF-SPEC
           MOVE SPACES TO WS-REF-SPEC-A WS-REF-SPEC-B WS-REF-SPEC-C
           UNSTRING WS-REF-SPEC DELIMITED BY "."
               INTO WS-REF-SPEC-A WS-REF-SPEC-B WS-REF-SPEC-C
           MOVE 0 TO WS-REF-SPEC-OK
           MOVE SPACE TO WS-REF-SIDE
           MOVE 0 TO WS-REF-PART
           MOVE 0 TO WS-REF-WIDTH
           EVALUATE TRUE
               WHEN WS-REF-SPEC-A = "KEY" AND WS-REF-SPEC-B = SPACES
                   MOVE "K" TO WS-REF-SIDE
                   MOVE 1 TO WS-REF-SPEC-OK
               WHEN WS-REF-SPEC-A = "LINE" AND WS-REF-SPEC-B = SPACES
                   MOVE "L" TO WS-REF-SIDE
                   MOVE 1 TO WS-REF-SPEC-OK
               WHEN (WS-REF-SPEC-A = "KEY" OR "VALUE")
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-REF-SPEC-B)) = 0
                   MOVE WS-REF-SPEC-A(1:1) TO WS-REF-SIDE
                   IF FUNCTION NUMVAL(WS-REF-SPEC-B) >= 1
                       AND FUNCTION NUMVAL(WS-REF-SPEC-B) <= 20
                       MOVE FUNCTION NUMVAL(WS-REF-SPEC-B) TO
                           WS-REF-PART
                       MOVE 1 TO WS-REF-SPEC-OK
                   END-IF
               WHEN WS-REF-SPEC-A = "COLS"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-REF-SPEC-B)) = 0
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-REF-SPEC-C)) = 0
                   MOVE "C" TO WS-REF-SIDE
                   IF FUNCTION NUMVAL(WS-REF-SPEC-B) >= 1
                       AND FUNCTION NUMVAL(WS-REF-SPEC-C) >= 1
                       AND FUNCTION NUMVAL(WS-REF-SPEC-C) <= 40
                       AND FUNCTION NUMVAL(WS-REF-SPEC-B)
                           + FUNCTION NUMVAL(WS-REF-SPEC-C) <= 201
                       MOVE FUNCTION NUMVAL(WS-REF-SPEC-B) TO
                           WS-REF-PART
                       MOVE FUNCTION NUMVAL(WS-REF-SPEC-C) TO
                           WS-REF-WIDTH
                       MOVE 1 TO WS-REF-SPEC-OK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-REF-CHECK-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "REF-CHECK" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 2 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "REFERENTIAL INTEGRITY CHECK  " DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REF-RULES-PATH) DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF REFERENTIAL INTEGRITY CHECK" TO
               REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "ref-check" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "ref-check-" DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE.

      *> One rule - its heading line, the parent's values, then a
      *> detail line per child record that names none of them.
       CHECK-ONE-REF-RULE.
           MOVE REF-RULE-NAME(WS-REF-RULE-IDX) TO WS-RPT-CONTROL-PREV
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING FUNCTION TRIM(REF-RULE-NAME(WS-REF-RULE-IDX))
                   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(REF-RULE-CHILD(WS-REF-RULE-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(REF-RULE-C-SPEC(WS-REF-RULE-IDX))
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(REF-RULE-PARENT(WS-REF-RULE-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(REF-RULE-P-SPEC(WS-REF-RULE-IDX))
                   DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM LOAD-REF-PARENT-VALUES
           IF WS-REF-PVAL-FULL = 1
               MOVE "PARENT OVER 3000 VALUES" TO
                   REF-RULE-NOTE(WS-REF-RULE-IDX)
               MOVE "  not checked - parent has more than 3000 values"
                   TO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF WS-REF-FOUND = 0
                   MOVE "PARENT FILE MISSING" TO
                       REF-RULE-NOTE(WS-REF-RULE-IDX)
               END-IF
               PERFORM SCAN-REF-CHILD-FILE
               IF WS-REF-FOUND = 0
                   MOVE "CHILD FILE MISSING" TO
                       REF-RULE-NOTE(WS-REF-RULE-IDX)
               END-IF
           END-IF
           IF REF-RULE-NOTE(WS-REF-RULE-IDX) NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE-BUILD
               STRING "  note: " DELIMITED BY SIZE
                   FUNCTION TRIM(REF-RULE-NOTE(WS-REF-RULE-IDX))
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF
           ADD REF-RULE-BAD(WS-REF-RULE-IDX) TO WS-REF-TOTAL-BAD
           ADD REF-RULE-CHECKED(WS-REF-RULE-IDX) TO
               WS-REF-TOTAL-CHECKED
           PERFORM WRITE-REPORT-CONTROL-BREAK
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE.

       LOAD-REF-PARENT-VALUES.
           MOVE 0 TO WS-REF-PVAL-COUNT
           MOVE 0 TO WS-REF-PVAL-FULL
           MOVE REF-RULE-PARENT(WS-REF-RULE-IDX) TO WS-REF-FILE
           PERFORM OPEN-REF-DATA-FILE
           IF WS-REF-FOUND = 1
               MOVE 0 TO WS-REF-EOF
               PERFORM LOAD-ONE-REF-PARENT-LINE UNTIL WS-REF-EOF = 1
               CLOSE ENCRYPTED-DATA-FILE
           END-IF.

       LOAD-ONE-REF-PARENT-LINE.
           PERFORM READ-REF-DATA-LINE
           IF WS-REF-EOF = 0 AND WS-REF-LINE NOT = SPACES
               MOVE REF-RULE-P-SIDE(WS-REF-RULE-IDX) TO WS-REF-SIDE
               MOVE REF-RULE-P-PART(WS-REF-RULE-IDX) TO WS-REF-PART
               MOVE REF-RULE-P-WIDTH(WS-REF-RULE-IDX) TO WS-REF-WIDTH
               PERFORM EXTRACT-REF-VALUE
               IF WS-REF-VAL NOT = SPACES
                   IF WS-REF-PVAL-COUNT < 3000
                       ADD 1 TO WS-REF-PVAL-COUNT
                       MOVE WS-REF-VAL TO
                           WS-REF-PVAL(WS-REF-PVAL-COUNT)
                   ELSE
                       MOVE 1 TO WS-REF-PVAL-FULL
                   END-IF
               END-IF
           END-IF.

       SCAN-REF-CHILD-FILE.
           MOVE REF-RULE-CHILD(WS-REF-RULE-IDX) TO WS-REF-FILE
           PERFORM OPEN-REF-DATA-FILE
           IF WS-REF-FOUND = 1
               MOVE 0 TO WS-REF-EOF
               PERFORM CHECK-ONE-REF-CHILD-LINE UNTIL WS-REF-EOF = 1
               CLOSE ENCRYPTED-DATA-FILE
           END-IF.

      *> A child value pointing at a LINE parent is compared as a
      *> number, so "03" finds bank question 3.
       CHECK-ONE-REF-CHILD-LINE.
           PERFORM READ-REF-DATA-LINE
           IF WS-REF-EOF = 0 AND WS-REF-LINE NOT = SPACES
               MOVE REF-RULE-C-SIDE(WS-REF-RULE-IDX) TO WS-REF-SIDE
               MOVE REF-RULE-C-PART(WS-REF-RULE-IDX) TO WS-REF-PART
               MOVE REF-RULE-C-WIDTH(WS-REF-RULE-IDX) TO WS-REF-WIDTH
               PERFORM EXTRACT-REF-VALUE
               IF WS-REF-VAL NOT = SPACES
                   IF REF-RULE-P-SIDE(WS-REF-RULE-IDX) = "L"
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-REF-VAL)) = 0
                       MOVE FUNCTION NUMVAL(WS-REF-VAL) TO
                           WS-REF-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-REF-NUM-EDIT) TO
                           WS-REF-VAL
                   END-IF
                   ADD 1 TO REF-RULE-CHECKED(WS-REF-RULE-IDX)
                   MOVE 0 TO WS-REF-HIT
                   PERFORM MATCH-ONE-REF-PARENT-VALUE
                       VARYING WS-REF-PVAL-IDX FROM 1 BY 1
                       UNTIL WS-REF-PVAL-IDX > WS-REF-PVAL-COUNT
                       OR WS-REF-HIT = 1
                   IF WS-REF-HIT = 0
                       PERFORM WRITE-ONE-REF-VIOLATION
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-REF-PARENT-VALUE.
           IF WS-REF-PVAL(WS-REF-PVAL-IDX) = WS-REF-VAL
               MOVE 1 TO WS-REF-HIT
           END-IF.

       WRITE-ONE-REF-VIOLATION.
           ADD 1 TO REF-RULE-BAD(WS-REF-RULE-IDX)
           MOVE WS-REF-LINE-NO TO WS-REF-NUM-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  " DELIMITED BY SIZE
               REF-RULE-KIND(WS-REF-RULE-IDX) DELIMITED BY SIZE
               " line" DELIMITED BY SIZE
               WS-REF-NUM-EDIT DELIMITED BY SIZE
               "  key " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REF-KEY(1:30)) DELIMITED BY SIZE
               "  -> " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REF-VAL) DELIMITED BY SIZE
               " not found" DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-SHIFT-DETAIL-LINE.

      *> Every data file goes through the 400-byte encrypted-file
      *> channel - a plain line reads through it just as well, and
      *> a "#KEY" first line switches the rest to the cipher.
       OPEN-REF-DATA-FILE.
           MOVE 0 TO WS-REF-CRYPT
           MOVE 0 TO WS-REF-LINE-NO
           MOVE 0 TO WS-REF-DATA-NO
           MOVE WS-REF-FILE TO WS-ENCRYPTED-DATA-FILE-PATH
           OPEN INPUT ENCRYPTED-DATA-FILE
           IF WS-ENCRYPTED-DATA-FILE-STATUS = "00"
               MOVE 1 TO WS-REF-FOUND
           ELSE
               MOVE 0 TO WS-REF-FOUND
           END-IF.

      *> Leaves the next data line in WS-REF-LINE, or spaces for a
      *> line that is not a record (blank, "#" control line).
       READ-REF-DATA-LINE.
           MOVE SPACES TO WS-REF-LINE
           READ ENCRYPTED-DATA-FILE
               AT END
                   MOVE 1 TO WS-REF-EOF
               NOT AT END
                   ADD 1 TO WS-REF-LINE-NO
                   IF ENCRYPTED-DATA-RECORD(1:5) = "#KEY "
                       MOVE 1 TO WS-REF-CRYPT
                   ELSE
                       IF WS-REF-CRYPT = 1
                           MOVE SPACES TO WS-CRYPT-HEX
                           MOVE ENCRYPTED-DATA-RECORD TO WS-CRYPT-HEX
                           MOVE 200 TO WS-CRYPT-LEN
                           PERFORM DECRYPT-LINE-FROM-DISK
                           MOVE WS-CRYPT-PLAIN(1:200) TO WS-REF-LINE
                       ELSE
                           MOVE ENCRYPTED-DATA-RECORD(1:200) TO
                               WS-REF-LINE
                       END-IF
                       IF WS-REF-LINE(1:1) = "#"
                           MOVE SPACES TO WS-REF-LINE
                       END-IF
                       IF WS-REF-LINE NOT = SPACES
                           ADD 1 TO WS-REF-DATA-NO
                       END-IF
                   END-IF
           END-READ.

      *> One field of WS-REF-LINE by WS-REF-SIDE/PART/WIDTH into
      *> WS-REF-VAL; WS-REF-KEY keeps the record's key for the
      *> report line.
       EXTRACT-REF-VALUE.
           MOVE SPACES TO WS-REF-KEY WS-REF-VAL
           UNSTRING WS-REF-LINE DELIMITED BY "|" INTO WS-REF-KEY
           EVALUATE WS-REF-SIDE
               WHEN "L"
                   MOVE WS-REF-DATA-NO TO WS-REF-NUM-EDIT
                   MOVE FUNCTION TRIM(WS-REF-NUM-EDIT) TO WS-REF-VAL
               WHEN "K"
                   IF WS-REF-PART = 0
                       MOVE WS-REF-KEY TO WS-REF-VAL
                   ELSE
                       MOVE WS-REF-KEY TO WS-REF-SRC
                       MOVE "#" TO WS-REF-DELIM
                       PERFORM TAKE-REF-PART
                   END-IF
               WHEN "V"
                   MOVE WS-REF-LINE TO WS-REF-SRC
                   MOVE "|" TO WS-REF-DELIM
                   ADD 1 TO WS-REF-PART
                   PERFORM TAKE-REF-PART
               WHEN "C"
                   MOVE WS-REF-LINE(WS-REF-PART:WS-REF-WIDTH) TO
                       WS-REF-VAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE FUNCTION TRIM(WS-REF-VAL) TO WS-REF-VAL.

       TAKE-REF-PART.
           MOVE 1 TO WS-REF-PTR
           PERFORM TAKE-ONE-REF-PART
               VARYING WS-REF-PART-IDX FROM 1 BY 1
               UNTIL WS-REF-PART-IDX > WS-REF-PART
               OR WS-REF-PTR > 200
           IF WS-REF-PART-IDX <= WS-REF-PART
               MOVE SPACES TO WS-REF-VAL
           END-IF.

       TAKE-ONE-REF-PART.
           MOVE SPACES TO WS-REF-VAL
           UNSTRING WS-REF-SRC DELIMITED BY WS-REF-DELIM
               INTO WS-REF-VAL
               WITH POINTER WS-REF-PTR.

      *> Counts per rule after the detail, so the auditor sees the
      *> whole check on one page however long the findings run.
       WRITE-REF-CHECK-SUMMARY.
           MOVE "RULE SUMMARY" TO WS-RPT-CONTROL-PREV
           MOVE "RULE SUMMARY            KIND       CHECKED  VIOLATIONS"
               TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ONE-REF-RULE-COUNT
               VARYING WS-REF-RULE-IDX FROM 1 BY 1
               UNTIL WS-REF-RULE-IDX > WS-REF-RULE-COUNT
           MOVE WS-REF-TOTAL-CHECKED TO WS-REF-CHK-EDIT
           MOVE WS-REF-TOTAL-BAD TO WS-REF-BAD-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  TOTAL                         " DELIMITED BY SIZE
               WS-REF-CHK-EDIT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-REF-BAD-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REF-THRESHOLD TO WS-REF-BAD-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  THRESHOLD                              "
                   DELIMITED BY SIZE
               WS-REF-BAD-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           IF WS-REF-TOTAL-BAD > WS-REF-THRESHOLD
               MOVE "EXCEEDED" TO WS-RPT-LINE-BUILD(51:8)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-REF-RULE-COUNT.
           MOVE REF-RULE-CHECKED(WS-REF-RULE-IDX) TO WS-REF-CHK-EDIT
           MOVE REF-RULE-BAD(WS-REF-RULE-IDX) TO WS-REF-BAD-EDIT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "  " DELIMITED BY SIZE
               REF-RULE-NAME(WS-REF-RULE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REF-RULE-KIND(WS-REF-RULE-IDX) DELIMITED BY SIZE
               WS-REF-CHK-EDIT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-REF-BAD-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(REF-RULE-NOTE(WS-REF-RULE-IDX))
                   DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           DISPLAY "  " REF-RULE-NAME(WS-REF-RULE-IDX) " "
               REF-RULE-KIND(WS-REF-RULE-IDX) " checked "
               WS-REF-CHK-EDIT " violations " WS-REF-BAD-EDIT.

      *> ---------------------------------------------------------
      *> --compare <file> <other-file|generation> [SCREEN|SPOOL] -
      *> added, deleted and changed keys between two keyed files,
      *> or between a live file and its copy in a backup generation.
      *> ---------------------------------------------------------
       COMPARE-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-CMP-FILE-A
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-CMP-FILE-B
           IF WS-CMP-FILE-A = SPACES OR WS-CMP-FILE-B = SPACES
               DISPLAY "COBALT: usage - --compare <file>"
                   " <other-file|generation> [SCREEN|SPOOL]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE 1 TO WS-CMP-TO-SCREEN
               MOVE 1 TO WS-CMP-TO-SPOOL
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4-TXT))
                   WHEN "SCREEN"
                       MOVE 0 TO WS-CMP-TO-SPOOL
                   WHEN "SPOOL"
                       MOVE 0 TO WS-CMP-TO-SCREEN
               END-EVALUATE
               PERFORM RESOLVE-CMP-FILES
               IF WS-CMP-ERROR NOT = SPACES
                   DISPLAY "COBALT: compare refused - "
                       FUNCTION TRIM(WS-CMP-ERROR)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM GET-LOCAL-DATE-TIME
                   MOVE 0 TO WS-CMP-RECS-A
                   MOVE 0 TO WS-CMP-RECS-B
                   MOVE 0 TO WS-CMP-ADDED
                   MOVE 0 TO WS-CMP-DELETED
                   MOVE 0 TO WS-CMP-CHANGED
                   MOVE 0 TO WS-CMP-SAME
                   DISPLAY "COBALT: compare OLD "
                       FUNCTION TRIM(WS-CMP-LABEL-A)
                   DISPLAY "COBALT:         NEW "
                       FUNCTION TRIM(WS-CMP-LABEL-B)
                   IF WS-CMP-TO-SPOOL = 1
                       PERFORM OPEN-CMP-REPORT
                   END-IF
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SWR-KEY SWR-SEQ
                       INPUT PROCEDURE IS RELEASE-CMP-RECORDS
                       OUTPUT PROCEDURE IS RETURN-CMP-RECORDS
                   PERFORM WRITE-CMP-SUMMARY
                   IF WS-CMP-TO-SPOOL = 1
                       PERFORM FINISH-REPORT-FILE
                       CLOSE REPORT-FILE
                       DISPLAY "COBALT: compare spooled as "
                           FUNCTION TRIM(WS-SPOOL-JOB-NAME)
                   END-IF
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "COMPARE old=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CMP-LABEL-A) DELIMITED BY SIZE
                       " new=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CMP-LABEL-B) DELIMITED BY SIZE
                       " added=" DELIMITED BY SIZE
                       WS-CMP-ADDED DELIMITED BY SIZE
                       " deleted=" DELIMITED BY SIZE
                       WS-CMP-DELETED DELIMITED BY SIZE
                       " changed=" DELIMITED BY SIZE
                       WS-CMP-CHANGED DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
                   IF WS-CMP-ADDED + WS-CMP-DELETED + WS-CMP-CHANGED
                       > 0
                       MOVE 4 TO WS-RUN-EXIT-CODE
                   END-IF
               END-IF
           END-IF.

      *> Two files that both open are compared as given, the first
      *> as the old side. Otherwise the second argument is taken as
      *> a generation name: the first file's copy in it becomes the
      *> old side and the live file the new.
       RESOLVE-CMP-FILES.
           MOVE SPACES TO WS-CMP-ERROR
           MOVE SPACES TO WS-CMP-GEN
           MOVE WS-CMP-FILE-A TO WS-REF-FILE
           PERFORM OPEN-REF-DATA-FILE
           IF WS-REF-FOUND = 0
               STRING "cannot open " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-FILE-A) DELIMITED BY SIZE
                   INTO WS-CMP-ERROR
           ELSE
               CLOSE ENCRYPTED-DATA-FILE
               MOVE WS-CMP-FILE-B TO WS-REF-FILE
               PERFORM OPEN-REF-DATA-FILE
               IF WS-REF-FOUND = 1
                   CLOSE ENCRYPTED-DATA-FILE
                   MOVE WS-CMP-FILE-A TO WS-CMP-LABEL-A
                   MOVE WS-CMP-FILE-B TO WS-CMP-LABEL-B
               ELSE
                   MOVE WS-CMP-FILE-B TO WS-CMP-GEN
                   PERFORM FIND-CMP-GENERATION-COPY
               END-IF
           END-IF.

       FIND-CMP-GENERATION-COPY.
           MOVE SPACES TO WS-CMP-STORED
           PERFORM BUILD-BACKUP-IDX-PATH
           OPEN INPUT BACKUP-IDX-FILE
           IF WS-BACKUP-IDX-STATUS = "00"
               MOVE 0 TO WS-BACKUP-EOF
               PERFORM FIND-ONE-CMP-BACKUP-LINE
                   UNTIL WS-BACKUP-EOF = 1
               CLOSE BACKUP-IDX-FILE
           END-IF
           IF WS-CMP-STORED = SPACES
               STRING "no file or backup generation " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-GEN) DELIMITED BY SIZE
                   " holding " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-FILE-A) DELIMITED BY SIZE
                   INTO WS-CMP-ERROR
           ELSE
               MOVE WS-CMP-FILE-A TO WS-CMP-FILE-B
               MOVE WS-CMP-FILE-B TO WS-CMP-LABEL-B
               MOVE SPACES TO WS-CMP-FILE-A
               STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-STORED) DELIMITED BY SIZE
                   INTO WS-CMP-FILE-A
               MOVE SPACES TO WS-CMP-LABEL-A
               STRING FUNCTION TRIM(WS-CMP-FILE-B) DELIMITED BY SIZE
                   " generation " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-GEN) DELIMITED BY SIZE
                   INTO WS-CMP-LABEL-A
               MOVE WS-CMP-FILE-A TO WS-REF-FILE
               PERFORM OPEN-REF-DATA-FILE
               IF WS-REF-FOUND = 1
                   CLOSE ENCRYPTED-DATA-FILE
               ELSE
                   STRING "stored copy " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CMP-FILE-A) DELIMITED BY SIZE
                       " is missing" DELIMITED BY SIZE
                       INTO WS-CMP-ERROR
               END-IF
           END-IF.

       FIND-ONE-CMP-BACKUP-LINE.
           READ BACKUP-IDX-FILE
               AT END
                   MOVE 1 TO WS-BACKUP-EOF
               NOT AT END
                   PERFORM PARSE-BACKUP-IDX-LINE
                   IF WS-BACKUP-LINE-GEN = WS-CMP-GEN
                       AND FUNCTION TRIM(WS-BACKUP-LINE-ORIG) =
                           FUNCTION TRIM(WS-CMP-FILE-A)
                       MOVE WS-BACKUP-LINE-STORED TO WS-CMP-STORED
                   END-IF
           END-READ.

       OPEN-CMP-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "COMPARE" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 4 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "KEYED FILE COMPARE  " DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE SPACES TO REPORT-HEADING(1 2)
           STRING "OLD  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-LABEL-A) DELIMITED BY SIZE
               INTO REPORT-HEADING(1 2)
           MOVE SPACES TO REPORT-HEADING(1 3)
           STRING "NEW  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-LABEL-B) DELIMITED BY SIZE
               INTO REPORT-HEADING(1 3)
           MOVE ALL "=" TO REPORT-HEADING(1 4)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF KEYED FILE COMPARE" TO REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "compare" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "compare-" DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE.

      *> Sort input - every record of the old file, then of the new,
      *> with the side carried in the top digit of the sequence.
       RELEASE-CMP-RECORDS.
           MOVE 1 TO WS-CMP-SIDE
           MOVE WS-CMP-FILE-A TO WS-REF-FILE
           PERFORM RELEASE-CMP-FILE
           MOVE 2 TO WS-CMP-SIDE
           MOVE WS-CMP-FILE-B TO WS-REF-FILE
           PERFORM RELEASE-CMP-FILE.

       RELEASE-CMP-FILE.
           PERFORM OPEN-REF-DATA-FILE
           IF WS-REF-FOUND = 1
               MOVE 0 TO WS-REF-EOF
               PERFORM RELEASE-ONE-CMP-RECORD
                   UNTIL WS-REF-EOF = 1
               CLOSE ENCRYPTED-DATA-FILE
           END-IF.

       RELEASE-ONE-CMP-RECORD.
           PERFORM READ-REF-DATA-LINE
           IF WS-REF-EOF = 0 AND WS-REF-LINE NOT = SPACES
               MOVE SPACES TO WS-CMP-REC-KEY
               MOVE SPACES TO WS-CMP-REC-VAL
               MOVE 1 TO WS-CMP-PTR
               UNSTRING WS-REF-LINE DELIMITED BY "|"
                   INTO WS-CMP-REC-KEY
                   WITH POINTER WS-CMP-PTR
               IF WS-CMP-PTR <= 200
                   MOVE WS-REF-LINE(WS-CMP-PTR:) TO WS-CMP-REC-VAL
               END-IF
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE WS-CMP-REC-KEY TO SWR-KEY
               COMPUTE SWR-SEQ = WS-CMP-SIDE * 100000000
                   + WS-REF-DATA-NO
               MOVE WS-CMP-REC-VAL TO SWR-DATA
               RELEASE SORT-WORK-RECORD
               IF WS-CMP-SIDE = 1
                   ADD 1 TO WS-CMP-RECS-A
               ELSE
                   ADD 1 TO WS-CMP-RECS-B
               END-IF
           END-IF.

      *> Sort output - records come back grouped by key, the old
      *> side's first; a change of key settles the one before it.
       RETURN-CMP-RECORDS.
           MOVE 0 TO WS-CMP-EOF
           MOVE 0 TO WS-CMP-HAVE-KEY
           PERFORM RETURN-ONE-CMP-RECORD
               UNTIL WS-CMP-EOF = 1
           IF WS-CMP-HAVE-KEY = 1
               PERFORM SETTLE-CMP-KEY
           END-IF.

       RETURN-ONE-CMP-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 1 TO WS-CMP-EOF
               NOT AT END
                   IF WS-CMP-HAVE-KEY = 1
                       AND SWR-KEY(1:200) NOT = WS-CMP-CUR-KEY
                       PERFORM SETTLE-CMP-KEY
                       MOVE 0 TO WS-CMP-HAVE-KEY
                   END-IF
                   IF WS-CMP-HAVE-KEY = 0
                       MOVE 1 TO WS-CMP-HAVE-KEY
                       MOVE SWR-KEY(1:200) TO WS-CMP-CUR-KEY
                       MOVE 0 TO WS-CMP-HAS-A
                       MOVE 0 TO WS-CMP-HAS-B
                       MOVE SPACES TO WS-CMP-VAL-A
                       MOVE SPACES TO WS-CMP-VAL-B
                   END-IF
                   IF SWR-SEQ < 200000000
                       MOVE 1 TO WS-CMP-HAS-A
                       MOVE SWR-DATA(1:200) TO WS-CMP-VAL-A
                   ELSE
                       MOVE 1 TO WS-CMP-HAS-B
                       MOVE SWR-DATA(1:200) TO WS-CMP-VAL-B
                   END-IF
           END-RETURN.

       SETTLE-CMP-KEY.
           EVALUATE TRUE
               WHEN WS-CMP-HAS-A = 0
                   ADD 1 TO WS-CMP-ADDED
                   MOVE SPACES TO WS-RPT-LINE-BUILD
                   STRING "ADDED    " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CMP-CUR-KEY) DELIMITED BY SIZE
                       INTO WS-RPT-LINE-BUILD
                   PERFORM WRITE-CMP-KEY-LINE
                   MOVE SPACES TO WS-RPT-LINE-BUILD
                   MOVE "NEW" TO WS-RPT-LINE-BUILD(10:3)
                   MOVE WS-CMP-VAL-B(1:110) TO WS-RPT-LINE-BUILD(16:110)
                   PERFORM WRITE-CMP-LINE
               WHEN WS-CMP-HAS-B = 0
                   ADD 1 TO WS-CMP-DELETED
                   MOVE SPACES TO WS-RPT-LINE-BUILD
                   STRING "DELETED  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CMP-CUR-KEY) DELIMITED BY SIZE
                       INTO WS-RPT-LINE-BUILD
                   PERFORM WRITE-CMP-KEY-LINE
                   MOVE SPACES TO WS-RPT-LINE-BUILD
                   MOVE "OLD" TO WS-RPT-LINE-BUILD(10:3)
                   MOVE WS-CMP-VAL-A(1:110) TO WS-RPT-LINE-BUILD(16:110)
                   PERFORM WRITE-CMP-LINE
               WHEN WS-CMP-VAL-A = WS-CMP-VAL-B
                   ADD 1 TO WS-CMP-SAME
               WHEN OTHER
                   ADD 1 TO WS-CMP-CHANGED
                   PERFORM WRITE-CMP-CHANGED-KEY
           END-EVALUATE.

      *> Old and new side by side, one "|" part a line, "*" marking
      *> each part that differs.
       WRITE-CMP-CHANGED-KEY.
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "CHANGED  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-CUR-KEY) DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-CMP-KEY-LINE
           PERFORM CLEAR-ONE-CMP-PART
               VARYING WS-CMP-PART-IDX FROM 1 BY 1
               UNTIL WS-CMP-PART-IDX > 20
           MOVE 0 TO WS-CMP-PARTS-A
           MOVE 1 TO WS-CMP-PTR
           PERFORM TAKE-ONE-CMP-PART-A
               UNTIL WS-CMP-PTR > 200 OR WS-CMP-PARTS-A = 20
           MOVE 0 TO WS-CMP-PARTS-B
           MOVE 1 TO WS-CMP-PTR
           PERFORM TAKE-ONE-CMP-PART-B
               UNTIL WS-CMP-PTR > 200 OR WS-CMP-PARTS-B = 20
           MOVE WS-CMP-PARTS-A TO WS-CMP-PARTS-MAX
           IF WS-CMP-PARTS-B > WS-CMP-PARTS-MAX
               MOVE WS-CMP-PARTS-B TO WS-CMP-PARTS-MAX
           END-IF
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE "PART" TO WS-RPT-LINE-BUILD(9:4)
           MOVE "OLD" TO WS-RPT-LINE-BUILD(16:3)
           MOVE "NEW" TO WS-RPT-LINE-BUILD(48:3)
           PERFORM WRITE-CMP-LINE
           PERFORM WRITE-ONE-CMP-PART
               VARYING WS-CMP-PART-IDX FROM 1 BY 1
               UNTIL WS-CMP-PART-IDX > WS-CMP-PARTS-MAX.

       CLEAR-ONE-CMP-PART.
           MOVE SPACES TO WS-CMP-PART-A(WS-CMP-PART-IDX)
           MOVE SPACES TO WS-CMP-PART-B(WS-CMP-PART-IDX).

       TAKE-ONE-CMP-PART-A.
           ADD 1 TO WS-CMP-PARTS-A
           UNSTRING WS-CMP-VAL-A DELIMITED BY "|"
               INTO WS-CMP-PART-A(WS-CMP-PARTS-A)
               WITH POINTER WS-CMP-PTR.

       TAKE-ONE-CMP-PART-B.
           ADD 1 TO WS-CMP-PARTS-B
           UNSTRING WS-CMP-VAL-B DELIMITED BY "|"
               INTO WS-CMP-PART-B(WS-CMP-PARTS-B)
               WITH POINTER WS-CMP-PTR.

       WRITE-ONE-CMP-PART.
           MOVE SPACES TO WS-RPT-LINE-BUILD
           IF WS-CMP-PART-A(WS-CMP-PART-IDX) NOT =
               WS-CMP-PART-B(WS-CMP-PART-IDX)
               MOVE "*" TO WS-RPT-LINE-BUILD(9:1)
           END-IF
           MOVE WS-CMP-PART-IDX TO WS-CMP-PART-NUM
           MOVE WS-CMP-PART-NUM TO WS-RPT-LINE-BUILD(11:2)
           MOVE WS-CMP-PART-A(WS-CMP-PART-IDX)(1:30) TO
               WS-RPT-LINE-BUILD(16:30)
           MOVE WS-CMP-PART-B(WS-CMP-PART-IDX)(1:30) TO
               WS-RPT-LINE-BUILD(48:30)
           PERFORM WRITE-CMP-LINE.

       WRITE-CMP-LINE.
           IF WS-CMP-TO-SCREEN = 1
               DISPLAY FUNCTION TRIM(WS-RPT-LINE-BUILD TRAILING)
           END-IF
           IF WS-CMP-TO-SPOOL = 1
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> The line naming a key that differs - one detail line of
      *> the report's total.
       WRITE-CMP-KEY-LINE.
           PERFORM WRITE-CMP-LINE
           ADD 1 TO WS-RPT-DETAIL-TOTAL.

       WRITE-CMP-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-CMP-LINE
           IF WS-CMP-ADDED + WS-CMP-DELETED + WS-CMP-CHANGED = 0
               MOVE "NO DIFFERENCES" TO WS-RPT-LINE-BUILD
               PERFORM WRITE-CMP-LINE
           END-IF
           MOVE "RECORDS OLD" TO WS-CMP-SUM-LABEL
           MOVE WS-CMP-RECS-A TO WS-CMP-NUM-EDIT
           PERFORM WRITE-ONE-CMP-COUNT
           MOVE "RECORDS NEW" TO WS-CMP-SUM-LABEL
           MOVE WS-CMP-RECS-B TO WS-CMP-NUM-EDIT
           PERFORM WRITE-ONE-CMP-COUNT
           MOVE "ADDED" TO WS-CMP-SUM-LABEL
           MOVE WS-CMP-ADDED TO WS-CMP-NUM-EDIT
           PERFORM WRITE-ONE-CMP-COUNT
           MOVE "DELETED" TO WS-CMP-SUM-LABEL
           MOVE WS-CMP-DELETED TO WS-CMP-NUM-EDIT
           PERFORM WRITE-ONE-CMP-COUNT
           MOVE "CHANGED" TO WS-CMP-SUM-LABEL
           MOVE WS-CMP-CHANGED TO WS-CMP-NUM-EDIT
           PERFORM WRITE-ONE-CMP-COUNT
           MOVE "UNCHANGED" TO WS-CMP-SUM-LABEL
           MOVE WS-CMP-SAME TO WS-CMP-NUM-EDIT
           PERFORM WRITE-ONE-CMP-COUNT.

       WRITE-ONE-CMP-COUNT.
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE WS-CMP-SUM-LABEL TO WS-RPT-LINE-BUILD(3:20)
           MOVE WS-CMP-NUM-EDIT TO WS-RPT-LINE-BUILD(23:7)
           PERFORM WRITE-CMP-LINE.

      *> ---------------------------------------------------------
      *> --package <app-source> <version> - gathers the app and its
      *> satellite pieces into bundles/<base>-<version>/ and writes
      *> the checksummed manifest both into the bundle and beside
      *> the app as "<app-source>.man" (what the loader verifies).
      *> ---------------------------------------------------------
       PACKAGE-APP-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-APP-FILE-PATH
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-PKG-VERSION
           IF FUNCTION TRIM(WS-APP-FILE-PATH) = SPACES
               OR WS-PKG-VERSION = SPACES
               DISPLAY "COBALT: usage - --package <app-source>"
                   " <version>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM BUILD-SPOOL-JOB-NAME
               MOVE WS-SPOOL-APP-BASE(1:WS-SPOOL-BASE-LEN) TO
                   WS-PKG-BASE
               MOVE SPACES TO WS-PKG-DIR
               STRING "bundles/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PKG-BASE) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PKG-VERSION) DELIMITED BY SIZE
                   INTO WS-PKG-DIR
               MOVE SPACES TO WS-BACKUP-CMD
               STRING "mkdir -p " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PKG-DIR) DELIMITED BY SIZE
                   INTO WS-BACKUP-CMD
               CALL "SYSTEM" USING WS-BACKUP-CMD
      *> The bundle's pieces: the source, every file its COPY lines
      *> splice in, and the optional layout and language files.
               MOVE 0 TO WS-PKG-ITEM-COUNT
               MOVE FUNCTION TRIM(WS-APP-FILE-PATH) TO WS-PKG-LINE
               PERFORM ADD-ONE-PACKAGE-ITEM
               PERFORM COLLECT-PACKAGE-COPY-FILES
               MOVE SPACES TO WS-PKG-LINE
               STRING FUNCTION TRIM(WS-APP-FILE-PATH)
                       DELIMITED BY SIZE
                   ".layout" DELIMITED BY SIZE
                   INTO WS-PKG-LINE
               PERFORM ADD-PACKAGE-ITEM-IF-PRESENT
               MOVE SPACES TO WS-PKG-LINE
               STRING FUNCTION TRIM(WS-APP-FILE-PATH)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LANG-CODE) DELIMITED BY SIZE
                   ".msg" DELIMITED BY SIZE
                   INTO WS-PKG-LINE
               PERFORM ADD-PACKAGE-ITEM-IF-PRESENT
      *> Manifest beside the app first, then everything (manifest
      *> included) copied into the bundle directory.
               MOVE SPACES TO WS-PKG-MAN-PATH
               STRING FUNCTION TRIM(WS-APP-FILE-PATH)
                       DELIMITED BY SIZE
                   ".man" DELIMITED BY SIZE
                   INTO WS-PKG-MAN-PATH
               MOVE WS-PKG-MAN-PATH TO WS-REJECT-FILE-PATH
               OPEN OUTPUT REJECT-FILE
               MOVE SPACES TO REJECT-RECORD
               STRING "BUNDLE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PKG-BASE) DELIMITED BY SIZE
                   " VERSION " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PKG-VERSION) DELIMITED BY SIZE
                   INTO REJECT-RECORD
               WRITE REJECT-RECORD
               PERFORM WRITE-ONE-PACKAGE-ENTRY
                   VARYING WS-PKG-IDX FROM 1 BY 1
                   UNTIL WS-PKG-IDX > WS-PKG-ITEM-COUNT
               CLOSE REJECT-FILE
               PERFORM COPY-ONE-PACKAGE-FILE
                   VARYING WS-PKG-IDX FROM 1 BY 1
                   UNTIL WS-PKG-IDX > WS-PKG-ITEM-COUNT
               MOVE WS-PKG-MAN-PATH TO WS-PKG-ITEM(1)
               MOVE 1 TO WS-PKG-IDX
               PERFORM COPY-ONE-PACKAGE-FILE
               DISPLAY "COBALT: packaged "
                   FUNCTION TRIM(WS-PKG-BASE) " version "
                   FUNCTION TRIM(WS-PKG-VERSION) " ("
                   WS-PKG-ITEM-COUNT " piece(s)) into "
                   FUNCTION TRIM(WS-PKG-DIR)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "PACKAGE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PKG-BASE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PKG-VERSION) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

      *> Dedup on append - quiz splices the same status-bar fragment
      *> onto three screens, and one bundle piece is enough.
       ADD-ONE-PACKAGE-ITEM.
           MOVE 0 TO WS-PKG-DUP
           PERFORM CHECK-ONE-PACKAGE-DUP
               VARYING WS-PKG-IDX2 FROM 1 BY 1
               UNTIL WS-PKG-IDX2 > WS-PKG-ITEM-COUNT
           IF WS-PKG-DUP = 0 AND WS-PKG-ITEM-COUNT < 10
               ADD 1 TO WS-PKG-ITEM-COUNT
               MOVE WS-PKG-LINE TO WS-PKG-ITEM(WS-PKG-ITEM-COUNT)
           END-IF.

       CHECK-ONE-PACKAGE-DUP.
           IF WS-PKG-ITEM(WS-PKG-IDX2) = WS-PKG-LINE
               MOVE 1 TO WS-PKG-DUP
           END-IF.

       ADD-PACKAGE-ITEM-IF-PRESENT.
           MOVE WS-PKG-LINE TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               CLOSE IMPORT-FILE
               PERFORM ADD-ONE-PACKAGE-ITEM
           END-IF.

      *> The source's own COPY "<file>" lines name the shared
      *> fragments the bundle must carry.
       COLLECT-PACKAGE-COPY-FILES.
           MOVE FUNCTION TRIM(WS-APP-FILE-PATH) TO
               WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-PKG-EOF
               PERFORM SCAN-ONE-PACKAGE-SOURCE-LINE
                   UNTIL WS-PKG-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       SCAN-ONE-PACKAGE-SOURCE-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-PKG-EOF
           ELSE
               MOVE FUNCTION TRIM(IMPORT-RECORD(8:73)) TO
                   WS-PKG-LINE
               IF WS-PKG-LINE(1:5) = "COPY "
      *> The source is still open on this channel, so the include
      *> is appended here and its existence checked after the scan.
                   MOVE SPACES TO WS-PKG-JUNK WS-PKG-NAME-PART
                   UNSTRING WS-PKG-LINE DELIMITED BY '"'
                       INTO WS-PKG-JUNK WS-PKG-NAME-PART
                   MOVE FUNCTION TRIM(WS-PKG-NAME-PART) TO
                       WS-PKG-LINE
                   PERFORM ADD-ONE-PACKAGE-ITEM
               END-IF
           END-IF.

       WRITE-ONE-PACKAGE-ENTRY.
           PERFORM CHECKSUM-ONE-PACKAGE-FILE
           MOVE SPACES TO REJECT-RECORD
           STRING WS-ATOMIC-CHECKSUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ATOMIC-REC-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PKG-ITEM(WS-PKG-IDX))
                   DELIMITED BY SIZE
               INTO REJECT-RECORD
           WRITE REJECT-RECORD.

      *> Same position-weighted fold the atomic saves seal files
      *> with, run over every raw line of one bundle piece.
       CHECKSUM-ONE-PACKAGE-FILE.
           MOVE 0 TO WS-ATOMIC-REC-COUNT
           MOVE 0 TO WS-ATOMIC-CHECKSUM
           MOVE WS-PKG-ITEM(WS-PKG-IDX) TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-PKG-EOF
               PERFORM SUM-ONE-PACKAGE-LINE UNTIL WS-PKG-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       SUM-ONE-PACKAGE-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-PKG-EOF
           ELSE
               ADD 1 TO WS-ATOMIC-REC-COUNT
               MOVE SPACES TO WS-ATOMIC-LINE
               MOVE IMPORT-RECORD TO WS-ATOMIC-LINE
               PERFORM ADD-LINE-TO-CHECKSUM
           END-IF.

       COPY-ONE-PACKAGE-FILE.
           MOVE SPACES TO WS-BACKUP-CMD
           STRING "cp --parents " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PKG-ITEM(WS-PKG-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PKG-DIR) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-BACKUP-CMD
           CALL "SYSTEM" USING WS-BACKUP-CMD.

      *> ---------------------------------------------------------
      *> Load-time bundle verification - a "<app-source>.man"
      *> manifest beside the app (shipped by --package) must still
      *> match every listed piece, or the run refuses to start
      *> rather than run a mismatched set. The verified version is
      *> what every audit record then carries.
      *> ---------------------------------------------------------
       VERIFY-APP-BUNDLE.
           MOVE SPACES TO WS-BUNDLE-VERSION
           MOVE SPACES TO WS-PKG-MAN-PATH
           STRING FUNCTION TRIM(WS-APP-FILE-PATH) DELIMITED BY SIZE
               ".man" DELIMITED BY SIZE
               INTO WS-PKG-MAN-PATH
           MOVE WS-PKG-MAN-PATH TO WS-REJECT-FILE-PATH
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               MOVE 0 TO WS-PKG-BAD
               MOVE 0 TO WS-PKG-EOF
               PERFORM VERIFY-ONE-BUNDLE-LINE UNTIL WS-PKG-EOF = 1
               CLOSE REJECT-FILE
               IF WS-PKG-BAD = 1
                   DISPLAY "COBALT: bundle verification FAILED for "
                       FUNCTION TRIM(WS-APP-FILE-PATH)
                       " - refusing to run a mismatched deployment"
                   MOVE SPACES TO WS-BUNDLE-VERSION
                   MOVE 0 TO WS-SRC-LINE-COUNT
                   MOVE 8 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF.

       VERIFY-ONE-BUNDLE-LINE.
           READ REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-PKG-EOF
           ELSE
               IF REJECT-RECORD(1:7) = "BUNDLE "
                   MOVE SPACES TO WS-PKG-WORD WS-PKG-BASE
                       WS-PKG-JUNK
                   UNSTRING REJECT-RECORD DELIMITED BY ALL SPACE
                       INTO WS-PKG-WORD WS-PKG-BASE WS-PKG-JUNK
                           WS-BUNDLE-VERSION
               ELSE
                   MOVE SPACES TO WS-PKG-SUM-TXT WS-PKG-CNT-TXT
                       WS-PKG-FILE-TXT
                   UNSTRING REJECT-RECORD DELIMITED BY ALL SPACE
                       INTO WS-PKG-SUM-TXT WS-PKG-CNT-TXT
                           WS-PKG-FILE-TXT
                   IF FUNCTION TRIM(WS-PKG-FILE-TXT) NOT = SPACES
                       MOVE WS-PKG-FILE-TXT TO WS-PKG-ITEM(10)
                       MOVE 10 TO WS-PKG-IDX
                       PERFORM CHECKSUM-ONE-PACKAGE-FILE
                       IF WS-ATOMIC-CHECKSUM NOT =
                           FUNCTION NUMVAL(WS-PKG-SUM-TXT)
                           OR WS-ATOMIC-REC-COUNT NOT =
                               FUNCTION NUMVAL(WS-PKG-CNT-TXT)
                           MOVE 1 TO WS-PKG-BAD
                           DISPLAY "  bundle piece "
                               FUNCTION TRIM(WS-PKG-FILE-TXT)
                               " does not match its manifest"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --verify-data - the nightly integrity sweep. Each file on
      *> the VERIFY-FILES list (BACKUP-FILES when none is set)
      *> recounts and re-sums; a file carrying its atomic-save
      *> #TRAILER must still match it, and every file compares
      *> against the kept manifest of last-known-good figures
      *> (refreshed after the sweep, so legitimate changes simply
      *> become the new baseline). Any failure writes a VERIFY-FAIL
      *> audit record - which is exactly what an ALERT rule matching
      *> "VERIFY-FAIL" in cobalt-alerts.cfg turns into an operator
      *> alert or webhook, no new alert machinery needed.
      *> ---------------------------------------------------------
       VERIFY-DATA-RUN.
           IF FUNCTION TRIM(WS-VFY-FILES-TXT) = SPACES
               MOVE WS-BACKUP-FILES-TXT TO WS-VFY-FILES-TXT
           END-IF
           IF FUNCTION TRIM(WS-VFY-FILES-TXT) = SPACES
               DISPLAY "COBALT: no VERIFY-FILES (or BACKUP-FILES)"
                   " configured in cobalt.cfg"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM SPLIT-VERIFY-FILE-LIST
               PERFORM LOAD-VERIFY-MANIFEST
               MOVE 0 TO WS-VFY-FAILS
               MOVE 0 TO WS-VFY-OKS
               PERFORM OPEN-OR-EXTEND-AUDIT-FILE
               PERFORM VERIFY-ONE-DATA-FILE
                   VARYING WS-VFY-IDX FROM 1 BY 1
                   UNTIL WS-VFY-IDX > WS-VFY-ITEM-COUNT
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "VERIFY-DATA ok=" DELIMITED BY SIZE
                   WS-VFY-OKS DELIMITED BY SIZE
                   " fail=" DELIMITED BY SIZE
                   WS-VFY-FAILS DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               CLOSE AUDIT-FILE
               IF WS-AUDIT-LOCK-HELD = 1
                   MOVE WS-AUDIT-LOCK-PATH TO WS-LOCK-FILE-PATH
                   PERFORM RELEASE-FILE-LOCK
                   MOVE 0 TO WS-AUDIT-LOCK-HELD
               END-IF
               PERFORM SAVE-VERIFY-MANIFEST
               DISPLAY "COBALT: data sweep - " WS-VFY-OKS
                   " clean, " WS-VFY-FAILS " failing"
               IF WS-VFY-FAILS > 0
                   MOVE 4 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF.

       SPLIT-VERIFY-FILE-LIST.
           MOVE 0 TO WS-VFY-ITEM-COUNT
           PERFORM CLEAR-ONE-VERIFY-ITEM
               VARYING WS-VFY-IDX FROM 1 BY 1
               UNTIL WS-VFY-IDX > 10
           UNSTRING WS-VFY-FILES-TXT DELIMITED BY ","
               INTO WS-VFY-ITEM(1) WS-VFY-ITEM(2) WS-VFY-ITEM(3)
                   WS-VFY-ITEM(4) WS-VFY-ITEM(5) WS-VFY-ITEM(6)
                   WS-VFY-ITEM(7) WS-VFY-ITEM(8) WS-VFY-ITEM(9)
                   WS-VFY-ITEM(10)
           PERFORM COUNT-ONE-VERIFY-ITEM
               VARYING WS-VFY-IDX FROM 1 BY 1
               UNTIL WS-VFY-IDX > 10.

       CLEAR-ONE-VERIFY-ITEM.
           MOVE SPACES TO WS-VFY-ITEM(WS-VFY-IDX).

       COUNT-ONE-VERIFY-ITEM.
           IF FUNCTION TRIM(WS-VFY-ITEM(WS-VFY-IDX)) NOT = SPACES
               MOVE WS-VFY-IDX TO WS-VFY-ITEM-COUNT
           END-IF.

      *> One file's recount/re-sum. The scan reads through the wide
      *> rekey channel so an encrypted file's hex records fit, and
      *> decrypts them so the checksum covers the same plaintext
      *> the atomic save summed.
       VERIFY-ONE-DATA-FILE.
           MOVE 0 TO WS-ATOMIC-REC-COUNT
           MOVE 0 TO WS-ATOMIC-CHECKSUM
           MOVE 0 TO WS-VERIFY-FOUND
           MOVE 0 TO WS-VFY-ENC
           MOVE 0 TO WS-VFY-TRAILER-SEEN
           MOVE FUNCTION TRIM(WS-VFY-ITEM(WS-VFY-IDX)) TO
               WS-REKEY-IN-PATH
           OPEN INPUT REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               PERFORM FIND-VERIFY-MANIFEST-ENTRY
               IF WS-VFY-MAN-FOUND NOT = 0
      *> A file the manifest knows that is suddenly unreadable is
      *> the "operator trips over corruption" moment, caught early.
                   ADD 1 TO WS-VFY-FAILS
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "VERIFY-FAIL " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VFY-ITEM(WS-VFY-IDX))
                           DELIMITED BY SIZE
                       " MISSING" DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               END-IF
           ELSE
               MOVE 0 TO WS-VFY-EOF
               PERFORM SWEEP-ONE-VERIFY-LINE
                   UNTIL WS-VFY-EOF = 1
               CLOSE REKEY-IN-FILE
               IF WS-VFY-TRAILER-SEEN = 1
                   AND (WS-VERIFY-EXP-COUNT NOT =
                       WS-ATOMIC-REC-COUNT
                       OR WS-VERIFY-EXP-SUM NOT =
                           WS-ATOMIC-CHECKSUM)
                   ADD 1 TO WS-VFY-FAILS
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "VERIFY-FAIL " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VFY-ITEM(WS-VFY-IDX))
                           DELIMITED BY SIZE
                       " TRAILER-MISMATCH" DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               ELSE
                   ADD 1 TO WS-VFY-OKS
               END-IF
               PERFORM RECORD-VERIFY-MANIFEST-ENTRY
           END-IF.

       SWEEP-ONE-VERIFY-LINE.
           READ REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               MOVE 1 TO WS-VFY-EOF
           ELSE
               MOVE SPACES TO WS-ATOMIC-LINE
               IF REKEY-IN-RECORD(1:5) = "#KEY "
                   MOVE 1 TO WS-VFY-ENC
               ELSE
                   IF WS-VFY-ENC = 1
                       MOVE SPACES TO WS-CRYPT-HEX
                       MOVE REKEY-IN-RECORD(1:400) TO WS-CRYPT-HEX
                       MOVE 200 TO WS-CRYPT-LEN
                       PERFORM DECRYPT-LINE-FROM-DISK
                       MOVE WS-CRYPT-PLAIN(1:200) TO WS-ATOMIC-LINE
                   ELSE
                       MOVE REKEY-IN-RECORD(1:200) TO
                           WS-ATOMIC-LINE
                   END-IF
                   IF WS-ATOMIC-LINE(1:8) = "#TRAILER"
                       MOVE 1 TO WS-VFY-TRAILER-SEEN
                       MOVE SPACES TO WS-VERIFY-TAG
                           WS-VERIFY-COUNT-TXT WS-VERIFY-SUM-TXT
                           WS-VERIFY-SCHEMA-TXT
                       UNSTRING WS-ATOMIC-LINE
                           DELIMITED BY ALL SPACE
                           INTO WS-VERIFY-TAG WS-VERIFY-COUNT-TXT
                               WS-VERIFY-SUM-TXT
                               WS-VERIFY-SCHEMA-TXT
                       MOVE FUNCTION NUMVAL(WS-VERIFY-COUNT-TXT)
                           TO WS-VERIFY-EXP-COUNT
                       MOVE FUNCTION NUMVAL(WS-VERIFY-SUM-TXT) TO
                           WS-VERIFY-EXP-SUM
                   ELSE
                       ADD 1 TO WS-ATOMIC-REC-COUNT
                       PERFORM ADD-LINE-TO-CHECKSUM
                   END-IF
               END-IF
           END-IF.

       FIND-VERIFY-MANIFEST-ENTRY.
           MOVE 0 TO WS-VFY-MAN-FOUND
           PERFORM SCAN-ONE-VFY-MAN-ENTRY
               VARYING WS-VFY-MAN-IDX FROM 1 BY 1
               UNTIL WS-VFY-MAN-IDX > WS-VFY-MAN-COUNT
               OR WS-VFY-MAN-FOUND NOT = 0.

       SCAN-ONE-VFY-MAN-ENTRY.
           IF FUNCTION TRIM(VFYM-PATH(WS-VFY-MAN-IDX)) =
               FUNCTION TRIM(WS-VFY-ITEM(WS-VFY-IDX))
               MOVE WS-VFY-MAN-IDX TO WS-VFY-MAN-FOUND
           END-IF.

      *> The recomputed figures become this file's manifest entry -
      *> a changed-but-sound file simply sets the new baseline.
       RECORD-VERIFY-MANIFEST-ENTRY.
           PERFORM FIND-VERIFY-MANIFEST-ENTRY
           IF WS-VFY-MAN-FOUND = 0
               AND WS-VFY-MAN-COUNT < 10
               ADD 1 TO WS-VFY-MAN-COUNT
               MOVE WS-VFY-MAN-COUNT TO WS-VFY-MAN-FOUND
               MOVE WS-VFY-ITEM(WS-VFY-IDX) TO
                   VFYM-PATH(WS-VFY-MAN-FOUND)
           END-IF
           IF WS-VFY-MAN-FOUND NOT = 0
               MOVE WS-ATOMIC-REC-COUNT TO
                   VFYM-COUNT(WS-VFY-MAN-FOUND)
               MOVE WS-ATOMIC-CHECKSUM TO
                   VFYM-SUM(WS-VFY-MAN-FOUND)
           END-IF.

       LOAD-VERIFY-MANIFEST.
           MOVE 0 TO WS-VFY-MAN-COUNT
           MOVE WS-VFY-MAN-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-VFY-EOF
               PERFORM LOAD-ONE-VFY-MAN-LINE UNTIL WS-VFY-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       LOAD-ONE-VFY-MAN-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-VFY-EOF
           ELSE
               IF FUNCTION TRIM(IMPORT-RECORD) NOT = SPACES
                   AND WS-VFY-MAN-COUNT < 10
                   ADD 1 TO WS-VFY-MAN-COUNT
                   MOVE SPACES TO WS-VFY-PATH-TXT WS-VFY-CNT-TXT
                       WS-VFY-SUM-TXT
                   UNSTRING IMPORT-RECORD DELIMITED BY ALL SPACE
                       INTO WS-VFY-PATH-TXT WS-VFY-CNT-TXT
                           WS-VFY-SUM-TXT
                   MOVE WS-VFY-PATH-TXT TO
                       VFYM-PATH(WS-VFY-MAN-COUNT)
                   MOVE FUNCTION NUMVAL(WS-VFY-CNT-TXT) TO
                       VFYM-COUNT(WS-VFY-MAN-COUNT)
                   MOVE FUNCTION NUMVAL(WS-VFY-SUM-TXT) TO
                       VFYM-SUM(WS-VFY-MAN-COUNT)
               END-IF
           END-IF.

       SAVE-VERIFY-MANIFEST.
           MOVE WS-VFY-MAN-PATH TO WS-REJECT-FILE-PATH
           OPEN OUTPUT REJECT-FILE
           PERFORM SAVE-ONE-VFY-MAN-LINE
               VARYING WS-VFY-MAN-IDX FROM 1 BY 1
               UNTIL WS-VFY-MAN-IDX > WS-VFY-MAN-COUNT
           CLOSE REJECT-FILE.

       SAVE-ONE-VFY-MAN-LINE.
           MOVE SPACES TO REJECT-RECORD
           STRING FUNCTION TRIM(VFYM-PATH(WS-VFY-MAN-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VFYM-COUNT(WS-VFY-MAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VFYM-SUM(WS-VFY-MAN-IDX) DELIMITED BY SIZE
               INTO REJECT-RECORD
           WRITE REJECT-RECORD.

      *> ---------------------------------------------------------
      *> --drill [<manifest>] - the restore we have never once
      *> proven, proven. Restores the newest generation of every
      *> backed-up file into the drill/ scratch directory (live
      *> files untouched), verifies each restored copy arrived
      *> whole (line count, and whether its atomic-save seal is
      *> present), runs the regression manifest, and writes a dated
      *> pass/fail attestation report - the piece of paper the
      *> auditors get instead of a shrug.
      *> ---------------------------------------------------------
       DRILL-RUN.
           MOVE SPACES TO WS-DRILL-GEN
           PERFORM BUILD-BACKUP-IDX-PATH
           OPEN INPUT BACKUP-IDX-FILE
           IF WS-BACKUP-IDX-STATUS NOT = "00"
               DISPLAY "COBALT: no backup index at "
                   FUNCTION TRIM(WS-BACKUP-IDX-PATH)
                   " - take a --backup first"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
      *> The index appends chronologically, so the last line's
      *> generation is the newest.
               MOVE 0 TO WS-DRILL-EOF
               PERFORM FIND-NEWEST-DRILL-GEN
                   UNTIL WS-DRILL-EOF = 1
               CLOSE BACKUP-IDX-FILE
               IF WS-DRILL-GEN = SPACES
                   DISPLAY "COBALT: backup index holds no"
                       " generations"
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   MOVE SPACES TO WS-BACKUP-CMD
                   STRING "mkdir -p " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DRILL-DIR) DELIMITED BY SIZE
                       INTO WS-BACKUP-CMD
                   CALL "SYSTEM" USING WS-BACKUP-CMD
                   PERFORM GET-LOCAL-DATE-TIME
                   MOVE SPACES TO WS-DRILL-RPT-PATH
                   STRING "drill-attest." DELIMITED BY SIZE
                       WS-LOCAL-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-DRILL-RPT-PATH
                   MOVE WS-DRILL-RPT-PATH TO WS-HK-RPT-PATH
                   OPEN OUTPUT HOUSEKEEP-RPT-FILE
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "*DRILL " DELIMITED BY SIZE
                       WS-LOCAL-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                       " generation " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DRILL-GEN)
                           DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   MOVE 0 TO WS-DRILL-RESTORED
                   MOVE 0 TO WS-BACKUP-EOF
                   OPEN INPUT BACKUP-IDX-FILE
                   PERFORM RESTORE-ONE-DRILL-FILE
                       UNTIL WS-BACKUP-EOF = 1
                   CLOSE BACKUP-IDX-FILE
      *> The regression manifest proves the engine and its apps
      *> still function end to end ON the restored data: the app
      *> sources, manifests, and import inputs are copied beside
      *> the restored files and the whole run happens inside
      *> drill/, so every data file an app opens is a restored
      *> copy. The attestation file stays writable throughout -
      *> it was opened before the hop.
                   MOVE SPACES TO WS-BACKUP-CMD
                   STRING "cp -r examples tests todo-import.csv"
                           DELIMITED BY SIZE
                       " cobalt-users.dat " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DRILL-DIR)
                           DELIMITED BY SIZE
                       "/ 2>/dev/null" DELIMITED BY SIZE
                       INTO WS-BACKUP-CMD
                   CALL "SYSTEM" USING WS-BACKUP-CMD
                   IF FUNCTION TRIM(WS-EVENTS-FILE-PATH)
                       NOT = SPACES
                       MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
                           WS-MANIFEST-FILE-PATH
                   ELSE
                       MOVE "tests/regression/manifest.txt" TO
                           WS-MANIFEST-FILE-PATH
                   END-IF
                   MOVE 0 TO WS-DRILL-CHDIR-OK
                   MOVE FUNCTION TRIM(WS-DRILL-DIR) TO
                       WS-DRILL-CHDIR
                   CALL "CBL_CHANGE_DIR" USING WS-DRILL-CHDIR
                   IF RETURN-CODE = 0
                       MOVE 1 TO WS-DRILL-CHDIR-OK
                   END-IF
                   PERFORM REGRESSION-RUN
                   IF WS-DRILL-CHDIR-OK = 1
                       MOVE ".." TO WS-DRILL-CHDIR
                       CALL "CBL_CHANGE_DIR" USING WS-DRILL-CHDIR
                   END-IF
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "REGRESSION run=" DELIMITED BY SIZE
                       WS-REGRESS-TOTAL DELIMITED BY SIZE
                       " passed=" DELIMITED BY SIZE
                       WS-REGRESS-PASSED DELIMITED BY SIZE
                       " failed=" DELIMITED BY SIZE
                       WS-REGRESS-FAILED DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
      *> A drill that never reached the restored copies proves
      *> nothing - a failed hop into drill/ fails the attestation
      *> outright.
                   IF WS-DRILL-RESTORED > 0
                       AND WS-REGRESS-FAILED = 0
                       AND WS-DRILL-CHDIR-OK = 1
                       MOVE "*VERDICT PASS" TO
                           HOUSEKEEP-RPT-RECORD
                   ELSE
                       MOVE "*VERDICT FAIL" TO
                           HOUSEKEEP-RPT-RECORD
                       MOVE 4 TO WS-RUN-EXIT-CODE
                   END-IF
                   WRITE HOUSEKEEP-RPT-RECORD
                   CLOSE HOUSEKEEP-RPT-FILE
                   DISPLAY "COBALT: drill complete - "
                       WS-DRILL-RESTORED " file(s) restored to "
                       FUNCTION TRIM(WS-DRILL-DIR)
                       "; attestation in "
                       FUNCTION TRIM(WS-DRILL-RPT-PATH)
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "DRILL " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DRILL-GEN)
                           DELIMITED BY SIZE
                       " restored=" DELIMITED BY SIZE
                       WS-DRILL-RESTORED DELIMITED BY SIZE
                       " regress-failed=" DELIMITED BY SIZE
                       WS-REGRESS-FAILED DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
               END-IF
           END-IF.

       FIND-NEWEST-DRILL-GEN.
           READ BACKUP-IDX-FILE
               AT END
                   MOVE 1 TO WS-DRILL-EOF
               NOT AT END
                   PERFORM PARSE-BACKUP-IDX-LINE
                   MOVE WS-BACKUP-LINE-GEN TO WS-DRILL-GEN
           END-READ.

      *> One index line of the chosen generation restores into the
      *> scratch directory under its original file name, then gets
      *> read back and counted - a restore that cannot be read back
      *> is the failure the drill exists to catch.
       RESTORE-ONE-DRILL-FILE.
           READ BACKUP-IDX-FILE
               AT END
                   MOVE 1 TO WS-BACKUP-EOF
               NOT AT END
                   PERFORM PARSE-BACKUP-IDX-LINE
                   IF WS-BACKUP-LINE-GEN = WS-DRILL-GEN
                       MOVE SPACES TO WS-BACKUP-CMD
                       STRING "cp " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BACKUP-DIR)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BACKUP-LINE-STORED)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DRILL-DIR)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BACKUP-LINE-ORIG)
                               DELIMITED BY SIZE
                           INTO WS-BACKUP-CMD
                       CALL "SYSTEM" USING WS-BACKUP-CMD
                       PERFORM VERIFY-ONE-DRILL-FILE
                   END-IF
           END-READ.

       VERIFY-ONE-DRILL-FILE.
           MOVE SPACES TO WS-DRILL-PATH
           STRING FUNCTION TRIM(WS-DRILL-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BACKUP-LINE-ORIG) DELIMITED BY SIZE
               INTO WS-DRILL-PATH
           MOVE 0 TO WS-DRILL-LINES
           MOVE "unsealed" TO WS-DRILL-SEALED
           MOVE WS-DRILL-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               ADD 1 TO WS-DRILL-RESTORED
               MOVE 0 TO WS-DRILL-EOF
               PERFORM COUNT-ONE-DRILL-LINE
                   UNTIL WS-DRILL-EOF = 1
               CLOSE IMPORT-FILE
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "RESTORED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BACKUP-LINE-ORIG)
                       DELIMITED BY SIZE
                   " lines=" DELIMITED BY SIZE
                   WS-DRILL-LINES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DRILL-SEALED)
                       DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
           ELSE
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "MISSING  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BACKUP-LINE-ORIG)
                       DELIMITED BY SIZE
                   " - restore could not be read back"
                       DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
           END-IF.

       COUNT-ONE-DRILL-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-DRILL-EOF
           ELSE
               ADD 1 TO WS-DRILL-LINES
               IF IMPORT-RECORD(1:8) = "#TRAILER"
                   MOVE "sealed" TO WS-DRILL-SEALED
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --reorg <keyed-file> - compacts and verifies one keyed
      *> file: loads every record, flags duplicate keys (crash
      *> damage - the LAST occurrence wins, the same latest-wins
      *> rule a replayed journal applies), parks the original in the
      *> backup directory as its own generation, and flushes the
      *> clean image back. Keyed files carry no #TRAILER (the flush
      *> rewrites them whole), so the verification here is the key
      *> uniqueness and record count the trailer would otherwise
      *> attest.
      *> ---------------------------------------------------------
       REORG-KEYED-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-KEYED-FILE-PATH
           IF WS-KEYED-FILE-PATH = SPACES
               DISPLAY "COBALT: usage - --reorg <keyed-file>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE 0 TO WS-KEYED-REC-COUNT
               MOVE 0 TO WS-KEYED-INDEXED-FLAG
               PERFORM CHECK-KEYED-INDEX-STATE
               MOVE WS-KEYED-FILE-PATH TO WS-DATA-FILE-PATH
               MOVE 0 TO WS-DATA-EOF
               MOVE 1 TO WS-KEYED-LOAD-OPENED
               MOVE 1 TO WS-KEYED-LOADING
               MOVE 0 TO WS-KEYED-LOAD-FULL
               OPEN INPUT APP-DATA-FILE
               IF WS-DATA-FILE-STATUS NOT = "00"
                   MOVE 1 TO WS-DATA-EOF
                   MOVE 0 TO WS-KEYED-LOAD-OPENED
               END-IF
      *> A file with a key index, or one past KEYED-INDEX-RECORDS,
      *> is reorganized by the index rebuild - which re-sorts it
      *> and settles duplicates on disk - instead of in the table.
               IF WS-KIX-STATE NOT = 0
                   MOVE 1 TO WS-KEYED-LOAD-FULL
               END-IF
               PERFORM LOAD-ONE-KEYED-RECORD
                   UNTIL WS-DATA-EOF = 1 OR WS-KEYED-LOAD-FULL = 1
               MOVE 0 TO WS-KEYED-LOADING
               IF WS-KEYED-LOAD-OPENED = 0
                   DISPLAY "COBALT: cannot open "
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   CLOSE APP-DATA-FILE
                   MOVE WS-KEYED-REC-COUNT TO WS-REORG-BEFORE
                   MOVE 0 TO WS-REORG-DUPS
                   IF WS-KEYED-LOAD-FULL = 0
                       PERFORM FLAG-ONE-DUP-KEY
                           VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-KEYED-SCAN-IDX >
                               WS-KEYED-REC-COUNT
                   END-IF
      *> Original parked as a backup generation before anything
      *> rewrites it.
                   PERFORM ENSURE-BACKUP-DIRECTORY
                   PERFORM GET-LOCAL-DATE-TIME
                   MOVE SPACES TO WS-BACKUP-GEN
                   STRING "G" DELIMITED BY SIZE
                       WS-LOCAL-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                       INTO WS-BACKUP-GEN
                   MOVE SPACES TO WS-BACKUP-STORED
                   STRING FUNCTION TRIM(WS-BACKUP-GEN)
                           DELIMITED BY SIZE
                       "-01.bak" DELIMITED BY SIZE
                       INTO WS-BACKUP-STORED
                   MOVE SPACES TO WS-BACKUP-CMD
                   STRING "cp " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BACKUP-DIR)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BACKUP-STORED)
                           DELIMITED BY SIZE
                       INTO WS-BACKUP-CMD
                   CALL "SYSTEM" USING WS-BACKUP-CMD
                   PERFORM BUILD-BACKUP-IDX-PATH
                   PERFORM OPEN-OR-CREATE-BACKUP-IDX
                   MOVE SPACES TO BACKUP-IDX-RECORD
                   STRING FUNCTION TRIM(WS-BACKUP-GEN)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BACKUP-STORED)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                           DELIMITED BY SIZE
                       INTO BACKUP-IDX-RECORD
                   WRITE BACKUP-IDX-RECORD
                   CLOSE BACKUP-IDX-FILE
                   IF WS-KEYED-LOAD-FULL = 1
                       MOVE 0 TO WS-KEYED-REC-COUNT
                       PERFORM REBUILD-KEYED-INDEX
                       MOVE WS-KIX-RECS-IN TO WS-REORG-BEFORE
                       MOVE WS-KIX-DUPS TO WS-REORG-DUPS
                   ELSE
                       PERFORM FLUSH-KEYED-STORE
                   END-IF
                   COMPUTE WS-REORG-AFTER =
                       WS-REORG-BEFORE - WS-REORG-DUPS
                   DISPLAY "COBALT: reorg of "
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                       " - records before=" WS-REORG-BEFORE
                       " after=" WS-REORG-AFTER
                       " duplicates=" WS-REORG-DUPS
                       " (original kept as generation "
                       FUNCTION TRIM(WS-BACKUP-GEN) ")"
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "REORG " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                           DELIMITED BY SIZE
                       " before=" DELIMITED BY SIZE
                       WS-REORG-BEFORE DELIMITED BY SIZE
                       " after=" DELIMITED BY SIZE
                       WS-REORG-AFTER DELIMITED BY SIZE
                       " dups=" DELIMITED BY SIZE
                       WS-REORG-DUPS DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
                   IF WS-REORG-DUPS > 0
                       MOVE 4 TO WS-RUN-EXIT-CODE
                   END-IF
               END-IF
           END-IF.

      *> A key seen again later in the file marks the EARLIER copy
      *> deleted - the flush then writes each key exactly once, its
      *> newest value surviving.
       FLAG-ONE-DUP-KEY.
           PERFORM CHECK-ONE-LATER-DUP
               VARYING WS-REORG-SCAN2 FROM 1 BY 1
               UNTIL WS-REORG-SCAN2 > WS-KEYED-REC-COUNT.

       CHECK-ONE-LATER-DUP.
           IF WS-REORG-SCAN2 > WS-KEYED-SCAN-IDX
               AND KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 0
               AND KEYED-REC-DELETED(WS-REORG-SCAN2) = 0
               AND KEYED-REC-KEY(WS-REORG-SCAN2) =
                   KEYED-REC-KEY(WS-KEYED-SCAN-IDX)
               MOVE 1 TO KEYED-REC-DELETED(WS-KEYED-SCAN-IDX)
               ADD 1 TO WS-REORG-DUPS
           END-IF.

      *> ---------------------------------------------------------
      *> --sort <control-file> - sort one or more sequential files
      *> into one, or merge files already in order, on the keys the
      *> control file names (see WS-SRT-SCRATCH). The output and any
      *> routed duplicates are written under .tmp names and renamed
      *> into place only once the step has succeeded, so a refused
      *> or failed step never leaves a half-written file behind.
      *> Exit 0 when the output was written, 8 when the step was
      *> refused (a control-file error, an unreadable input, or a
      *> MERGE input out of order).
      *> ---------------------------------------------------------
       SORT-UTILITY-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-SRT-CTL-PATH
           IF WS-SRT-CTL-PATH = SPACES
               DISPLAY "COBALT: usage - --sort <control-file>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM READ-SORT-CONTROL
               IF WS-SRT-ERROR = SPACES
                   PERFORM CHECK-SORT-CONTROL
               END-IF
               IF WS-SRT-ERROR = SPACES
                   PERFORM RUN-SORT-STEP
               END-IF
               IF WS-SRT-ERROR NOT = SPACES
                   DISPLAY "COBALT: sort "
                       FUNCTION TRIM(WS-SRT-CTL-PATH) " refused - "
                       FUNCTION TRIM(WS-SRT-ERROR)
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "SORT-REFUSED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRT-CTL-PATH)
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
                   MOVE 8 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF.

       READ-SORT-CONTROL.
           MOVE SPACES TO WS-SRT-ERROR WS-SRT-MODE WS-SRT-OUT-NAME
               WS-SRT-DUP-NAME WS-SRT-LAY-APP WS-SRT-LAY-NAME
           MOVE "KEEP" TO WS-SRT-DUP-RULE
           MOVE 0 TO WS-SRT-IN-COUNT WS-SRT-KEY-COUNT
           MOVE WS-SRT-CTL-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               STRING "cannot open control file "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRT-CTL-PATH) DELIMITED BY SIZE
                   INTO WS-SRT-ERROR
           ELSE
               MOVE 0 TO WS-SRT-CTL-EOF
               PERFORM READ-ONE-SORT-CONTROL-LINE
                   UNTIL WS-SRT-CTL-EOF = 1
                   OR WS-SRT-ERROR NOT = SPACES
               CLOSE IMPORT-FILE
           END-IF.

       READ-ONE-SORT-CONTROL-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SRT-CTL-EOF
           ELSE
               MOVE FUNCTION TRIM(IMPORT-RECORD) TO WS-SRT-LINE
               IF WS-SRT-LINE NOT = SPACES
                   AND WS-SRT-LINE(1:1) NOT = "*"
                   PERFORM APPLY-SORT-CONTROL-LINE
               END-IF
           END-IF.

       APPLY-SORT-CONTROL-LINE.
           MOVE SPACES TO WS-SRT-VERB
           PERFORM CLEAR-ONE-SORT-WORD
               VARYING WS-SRT-WORD-IDX FROM 1 BY 1
               UNTIL WS-SRT-WORD-IDX > 8
           UNSTRING WS-SRT-LINE DELIMITED BY ALL SPACE
               INTO WS-SRT-VERB WS-SRT-WORD(1) WS-SRT-WORD(2)
                   WS-SRT-WORD(3) WS-SRT-WORD(4) WS-SRT-WORD(5)
                   WS-SRT-WORD(6) WS-SRT-WORD(7) WS-SRT-WORD(8)
           MOVE FUNCTION UPPER-CASE(WS-SRT-VERB) TO WS-SRT-VERB
           EVALUATE WS-SRT-VERB
               WHEN "INPUT"
                   IF WS-SRT-IN-COUNT >= 8
                       MOVE "more than 8 INPUT files"
                           TO WS-SRT-ERROR
                   ELSE
                       ADD 1 TO WS-SRT-IN-COUNT
                       MOVE WS-SRT-WORD(1) TO
                           SRT-IN-NAME(WS-SRT-IN-COUNT)
                       MOVE 0 TO SRT-IN-RECS(WS-SRT-IN-COUNT)
                   END-IF
               WHEN "OUTPUT"
                   MOVE WS-SRT-WORD(1) TO WS-SRT-OUT-NAME
               WHEN "SORT"
               WHEN "MERGE"
                   IF WS-SRT-MODE NOT = SPACES
                       AND WS-SRT-MODE NOT = WS-SRT-VERB
                       MOVE "both SORT and MERGE named"
                           TO WS-SRT-ERROR
                   ELSE
                       MOVE WS-SRT-VERB TO WS-SRT-MODE
                       PERFORM ADD-ONE-SORT-KEY
                           VARYING WS-SRT-WORD-IDX FROM 1 BY 1
                           UNTIL WS-SRT-WORD-IDX > 8
                           OR WS-SRT-ERROR NOT = SPACES
                   END-IF
               WHEN "LAYOUT"
                   MOVE WS-SRT-WORD(1) TO WS-SRT-LAY-APP
                   MOVE FUNCTION UPPER-CASE(WS-SRT-WORD(2)) TO
                       WS-SRT-LAY-NAME
               WHEN "DUPLICATES"
                   MOVE FUNCTION UPPER-CASE(WS-SRT-WORD(1)) TO
                       WS-SRT-DUP-RULE
                   MOVE WS-SRT-WORD(2) TO WS-SRT-DUP-NAME
                   IF NOT SRT-DUPS-KEEP AND NOT SRT-DUPS-DROP
                       AND NOT SRT-DUPS-ROUTE
                       MOVE "DUPLICATES must be KEEP, DROP or ROUTE"
                           TO WS-SRT-ERROR
                   END-IF
               WHEN OTHER
                   STRING "unknown control statement "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRT-VERB) DELIMITED BY SIZE
                       INTO WS-SRT-ERROR
           END-EVALUATE.

       CLEAR-ONE-SORT-WORD.
           MOVE SPACES TO WS-SRT-WORD(WS-SRT-WORD-IDX).

       ADD-ONE-SORT-KEY.
           IF WS-SRT-WORD(WS-SRT-WORD-IDX) NOT = SPACES
               IF WS-SRT-KEY-COUNT >= 8
                   MOVE "more than 8 keys" TO WS-SRT-ERROR
               ELSE
                   ADD 1 TO WS-SRT-KEY-COUNT
                   MOVE WS-SRT-WORD(WS-SRT-WORD-IDX) TO
                       SRT-KEY-TEXT(WS-SRT-KEY-COUNT)
               END-IF
           END-IF.

      *> The statements make sense together: inputs, an output that
      *> is not also routed duplicates, and keys that resolve to
      *> columns inside the record - the layout, if any, loaded
      *> first so field-name keys can be looked up.
       CHECK-SORT-CONTROL.
           EVALUATE TRUE
               WHEN WS-SRT-IN-COUNT = 0
                   MOVE "no INPUT file named" TO WS-SRT-ERROR
               WHEN WS-SRT-OUT-NAME = SPACES
                   MOVE "no OUTPUT file named" TO WS-SRT-ERROR
               WHEN WS-SRT-KEY-COUNT = 0
                   MOVE "no SORT or MERGE keys named" TO WS-SRT-ERROR
               WHEN SRT-DUPS-ROUTE AND WS-SRT-DUP-NAME = SPACES
                   MOVE "DUPLICATES ROUTE names no file"
                       TO WS-SRT-ERROR
               WHEN SRT-DUPS-ROUTE
                   AND WS-SRT-DUP-NAME = WS-SRT-OUT-NAME
                   MOVE "duplicates routed to the OUTPUT file"
                       TO WS-SRT-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SRT-ERROR = SPACES AND WS-SRT-LAY-APP NOT = SPACES
               PERFORM LOAD-SORT-LAYOUT
           END-IF
           MOVE 0 TO WS-SRT-KEY-TOTAL
           IF WS-SRT-ERROR = SPACES
               PERFORM RESOLVE-ONE-SORT-KEY
                   VARYING WS-SRT-KEY-IDX FROM 1 BY 1
                   UNTIL WS-SRT-KEY-IDX > WS-SRT-KEY-COUNT
                   OR WS-SRT-ERROR NOT = SPACES
           END-IF
           IF WS-SRT-ERROR = SPACES AND WS-SRT-KEY-TOTAL > 256
               MOVE "keys longer than 256 characters in all"
                   TO WS-SRT-ERROR
           END-IF.

      *> Only the app's LAYOUT SECTION is wanted, as for --load.
       LOAD-SORT-LAYOUT.
           MOVE WS-SRT-LAY-APP TO WS-APP-FILE-PATH
           PERFORM LOAD-LANG-MESSAGES
           PERFORM LOAD-APP-SOURCE
           IF WS-SRT-LAY-NAME = SPACES
               MOVE "LAYOUT names no layout" TO WS-SRT-ERROR
           ELSE
           IF WS-SRC-LINE-COUNT = 0
               STRING "cannot read layout source " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRT-LAY-APP) DELIMITED BY SIZE
                   INTO WS-SRT-ERROR
           ELSE
               PERFORM PARSE-APP-SOURCE
               MOVE 0 TO WS-SRT-LAY-IDX
               PERFORM SCAN-ONE-SORT-LAYDEF
                   VARYING WS-LAYDEF-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LAYDEF-SCAN-IDX > WS-LAYDEF-COUNT
                   OR WS-SRT-LAY-IDX NOT = 0
               IF WS-SRT-LAY-IDX = 0
                   STRING "no layout " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRT-LAY-NAME)
                           DELIMITED BY SIZE
                       " in " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRT-LAY-APP)
                           DELIMITED BY SIZE
                       INTO WS-SRT-ERROR
               END-IF
           END-IF
           END-IF.

       SCAN-ONE-SORT-LAYDEF.
           IF LAYDEF-NAME(WS-LAYDEF-SCAN-IDX) = WS-SRT-LAY-NAME
               MOVE WS-LAYDEF-SCAN-IDX TO WS-SRT-LAY-IDX
           END-IF.

      *> "<start>,<length>[,A|D]" or "<field>[,A|D]".
       RESOLVE-ONE-SORT-KEY.
           MOVE SPACES TO WS-SRT-PART-1 WS-SRT-PART-2 WS-SRT-PART-3
           UNSTRING SRT-KEY-TEXT(WS-SRT-KEY-IDX) DELIMITED BY ","
               INTO WS-SRT-PART-1 WS-SRT-PART-2 WS-SRT-PART-3
           MOVE 0 TO SRT-KEY-POS(WS-SRT-KEY-IDX)
               SRT-KEY-LEN(WS-SRT-KEY-IDX)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SRT-PART-1)) = 0
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SRT-PART-2))
                   = 0
                   MOVE FUNCTION NUMVAL(WS-SRT-PART-1) TO
                       SRT-KEY-POS(WS-SRT-KEY-IDX)
                   MOVE FUNCTION NUMVAL(WS-SRT-PART-2) TO
                       SRT-KEY-LEN(WS-SRT-KEY-IDX)
               END-IF
               MOVE WS-SRT-PART-3 TO SRT-KEY-DIR(WS-SRT-KEY-IDX)
           ELSE
               PERFORM FIND-SORT-LAYOUT-FIELD
               MOVE WS-SRT-PART-2 TO SRT-KEY-DIR(WS-SRT-KEY-IDX)
           END-IF
           MOVE FUNCTION UPPER-CASE(SRT-KEY-DIR(WS-SRT-KEY-IDX)) TO
               SRT-KEY-DIR(WS-SRT-KEY-IDX)
           IF SRT-KEY-DIR(WS-SRT-KEY-IDX) = SPACE
               MOVE "A" TO SRT-KEY-DIR(WS-SRT-KEY-IDX)
           END-IF
           IF WS-SRT-ERROR = SPACES
               IF SRT-KEY-POS(WS-SRT-KEY-IDX) = 0
                   OR SRT-KEY-LEN(WS-SRT-KEY-IDX) = 0
                   OR SRT-KEY-POS(WS-SRT-KEY-IDX)
                       + SRT-KEY-LEN(WS-SRT-KEY-IDX) > 801
                   OR (SRT-KEY-DIR(WS-SRT-KEY-IDX) NOT = "A"
                       AND SRT-KEY-DIR(WS-SRT-KEY-IDX) NOT = "D")
                   STRING "bad key " DELIMITED BY SIZE
                       FUNCTION TRIM(SRT-KEY-TEXT(WS-SRT-KEY-IDX))
                           DELIMITED BY SIZE
                       INTO WS-SRT-ERROR
               ELSE
                   ADD SRT-KEY-LEN(WS-SRT-KEY-IDX) TO
                       WS-SRT-KEY-TOTAL
               END-IF
           END-IF.

      *> A layout field may be declared subscripted ("TASK-DUE(
      *> SAVE-IDX)"); the key names it without the subscript.
       FIND-SORT-LAYOUT-FIELD.
           IF WS-SRT-LAY-IDX = 0
               STRING "key " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRT-PART-1) DELIMITED BY SIZE
                   " names a field but no LAYOUT is named"
                       DELIMITED BY SIZE
                   INTO WS-SRT-ERROR
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-SRT-PART-1) TO
                   WS-SRT-PART-1
               MOVE 0 TO WS-SRT-FLD-FOUND
               PERFORM CHECK-ONE-SORT-LAYOUT-FIELD
                   VARYING WS-SRT-FLD-IDX FROM 1 BY 1
                   UNTIL WS-SRT-FLD-IDX >
                       LAYDEF-FIELD-COUNT(WS-SRT-LAY-IDX)
                   OR WS-SRT-FLD-FOUND NOT = 0
               IF WS-SRT-FLD-FOUND = 0
                   STRING "no field " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRT-PART-1) DELIMITED BY SIZE
                       " in layout " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRT-LAY-NAME)
                           DELIMITED BY SIZE
                       INTO WS-SRT-ERROR
               ELSE
                   MOVE LAYDEF-FIELD-POS(WS-SRT-LAY-IDX
                       WS-SRT-FLD-FOUND) TO
                       SRT-KEY-POS(WS-SRT-KEY-IDX)
                   MOVE LAYDEF-FIELD-WIDTH(WS-SRT-LAY-IDX
                       WS-SRT-FLD-FOUND) TO
                       SRT-KEY-LEN(WS-SRT-KEY-IDX)
               END-IF
           END-IF.

       CHECK-ONE-SORT-LAYOUT-FIELD.
           MOVE SPACES TO WS-SRT-FLD-NAME
           UNSTRING LAYDEF-FIELD-NAME(WS-SRT-LAY-IDX WS-SRT-FLD-IDX)
               DELIMITED BY "(" INTO WS-SRT-FLD-NAME
           IF WS-SRT-FLD-NAME = WS-SRT-PART-1
               MOVE WS-SRT-FLD-IDX TO WS-SRT-FLD-FOUND
           END-IF.

       RUN-SORT-STEP.
           PERFORM BUILD-SORT-CHAR-TABLES
               VARYING WS-SRT-CHAR-IDX FROM 1 BY 1
               UNTIL WS-SRT-CHAR-IDX > 256
           MOVE SPACES TO WS-SRT-OUT-TMP WS-SRT-DUP-TMP
               WS-SRT-WORK-PATH
           STRING FUNCTION TRIM(WS-SRT-OUT-NAME) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-SRT-OUT-TMP
           STRING FUNCTION TRIM(WS-SRT-OUT-NAME) DELIMITED BY SIZE
               ".srt" DELIMITED BY SIZE
               INTO WS-SRT-WORK-PATH
           IF SRT-DUPS-ROUTE
               STRING FUNCTION TRIM(WS-SRT-DUP-NAME) DELIMITED BY SIZE
                   ".tmp" DELIMITED BY SIZE
                   INTO WS-SRT-DUP-TMP
           END-IF
           MOVE 0 TO WS-SRT-SEQ WS-SRT-RECS-IN WS-SRT-RECS-OUT
               WS-SRT-DROPPED WS-SRT-ROUTED
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-KEY SWR-SEQ
               INPUT PROCEDURE IS RELEASE-SORT-INPUTS
               OUTPUT PROCEDURE IS RETURN-SORT-OUTPUT
           IF WS-SRT-ERROR NOT = SPACES
               CALL "CBL_DELETE_FILE" USING WS-SRT-OUT-TMP
               IF SRT-DUPS-ROUTE
                   CALL "CBL_DELETE_FILE" USING WS-SRT-DUP-TMP
               END-IF
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-SRT-OUT-TMP
                   WS-SRT-OUT-NAME
               IF SRT-DUPS-ROUTE
                   CALL "CBL_RENAME_FILE" USING WS-SRT-DUP-TMP
                       WS-SRT-DUP-NAME
               END-IF
               PERFORM REPORT-SORT-STEP
           END-IF
           MOVE 0 TO RETURN-CODE.

       BUILD-SORT-CHAR-TABLES.
           MOVE FUNCTION CHAR(WS-SRT-CHAR-IDX) TO
               WS-SRT-ASC-CHARS(WS-SRT-CHAR-IDX:1)
           MOVE FUNCTION CHAR(257 - WS-SRT-CHAR-IDX) TO
               WS-SRT-DESC-CHARS(WS-SRT-CHAR-IDX:1).

       RELEASE-SORT-INPUTS.
           PERFORM RELEASE-ONE-SORT-INPUT
               VARYING WS-SRT-IN-IDX FROM 1 BY 1
               UNTIL WS-SRT-IN-IDX > WS-SRT-IN-COUNT
               OR WS-SRT-ERROR NOT = SPACES.

       RELEASE-ONE-SORT-INPUT.
           MOVE SRT-IN-NAME(WS-SRT-IN-IDX) TO WS-SRT-IN-PATH
           OPEN INPUT SORT-IN-FILE
           IF WS-SRT-IN-STATUS NOT = "00"
               STRING "cannot open INPUT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRT-IN-PATH) DELIMITED BY SIZE
                   INTO WS-SRT-ERROR
           ELSE
               MOVE 0 TO WS-SRT-EOF WS-SRT-REC-NO WS-SRT-HAVE-PREV
               PERFORM RELEASE-ONE-SORT-RECORD
                   UNTIL WS-SRT-EOF = 1
                   OR WS-SRT-ERROR NOT = SPACES
               CLOSE SORT-IN-FILE
           END-IF.

      *> A MERGE input is checked against its own previous record -
      *> the first one found out of order refuses the step.
       RELEASE-ONE-SORT-RECORD.
           READ SORT-IN-FILE INTO WS-SRT-REC
           IF WS-SRT-IN-STATUS NOT = "00"
               MOVE 1 TO WS-SRT-EOF
           ELSE
               ADD 1 TO WS-SRT-REC-NO
               IF WS-SRT-REC NOT = SPACES
                   PERFORM BUILD-SORT-RECORD-KEY
                   IF SRT-IS-MERGE AND WS-SRT-HAVE-PREV = 1
                       AND WS-SRT-CUR-KEY < WS-SRT-PREV-KEY
                       MOVE WS-SRT-REC-NO TO WS-SRT-LINE-TXT
                       STRING "MERGE input " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SRT-IN-PATH)
                               DELIMITED BY SIZE
                           " is out of order at line "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SRT-LINE-TXT)
                               DELIMITED BY SIZE
                           INTO WS-SRT-ERROR
                   ELSE
                       MOVE WS-SRT-CUR-KEY TO WS-SRT-PREV-KEY
                       MOVE 1 TO WS-SRT-HAVE-PREV
                       ADD 1 TO WS-SRT-SEQ
                       ADD 1 TO WS-SRT-RECS-IN
                       ADD 1 TO SRT-IN-RECS(WS-SRT-IN-IDX)
                       MOVE WS-SRT-CUR-KEY TO SWR-KEY
                       MOVE WS-SRT-SEQ TO SWR-SEQ
                       MOVE WS-SRT-REC TO SWR-DATA
                       RELEASE SORT-WORK-RECORD
                   END-IF
               END-IF
           END-IF.

       BUILD-SORT-RECORD-KEY.
           MOVE SPACES TO WS-SRT-CUR-KEY
           MOVE 1 TO WS-SRT-KEY-AT
           PERFORM ADD-ONE-SORT-KEY-PART
               VARYING WS-SRT-KEY-IDX FROM 1 BY 1
               UNTIL WS-SRT-KEY-IDX > WS-SRT-KEY-COUNT.

       ADD-ONE-SORT-KEY-PART.
           MOVE WS-SRT-REC(SRT-KEY-POS(WS-SRT-KEY-IDX):
               SRT-KEY-LEN(WS-SRT-KEY-IDX)) TO
               WS-SRT-CUR-KEY(WS-SRT-KEY-AT:
                   SRT-KEY-LEN(WS-SRT-KEY-IDX))
           IF SRT-KEY-DIR(WS-SRT-KEY-IDX) = "D"
               INSPECT WS-SRT-CUR-KEY(WS-SRT-KEY-AT:
                   SRT-KEY-LEN(WS-SRT-KEY-IDX))
                   CONVERTING WS-SRT-ASC-CHARS TO WS-SRT-DESC-CHARS
           END-IF
           ADD SRT-KEY-LEN(WS-SRT-KEY-IDX) TO WS-SRT-KEY-AT.

      *> Nothing is written once the input side has refused the
      *> step; the records are drained and dropped instead.
       RETURN-SORT-OUTPUT.
           IF WS-SRT-ERROR = SPACES
               OPEN OUTPUT SORT-OUT-FILE
               IF WS-SRT-OUT-STATUS NOT = "00"
                   STRING "cannot write OUTPUT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRT-OUT-NAME)
                           DELIMITED BY SIZE
                       INTO WS-SRT-ERROR
               END-IF
           END-IF
           IF WS-SRT-ERROR = SPACES AND SRT-DUPS-ROUTE
               OPEN OUTPUT SORT-DUP-FILE
               IF WS-SRT-DUP-STATUS NOT = "00"
                   STRING "cannot write duplicates file "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRT-DUP-NAME)
                           DELIMITED BY SIZE
                       INTO WS-SRT-ERROR
                   CLOSE SORT-OUT-FILE
               END-IF
           END-IF
           IF WS-SRT-ERROR = SPACES
               MOVE 0 TO WS-SRT-EOF WS-SRT-HAVE-PREV
               PERFORM RETURN-ONE-SORT-RECORD UNTIL WS-SRT-EOF = 1
               CLOSE SORT-OUT-FILE
               IF SRT-DUPS-ROUTE
                   CLOSE SORT-DUP-FILE
               END-IF
           END-IF.

       RETURN-ONE-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 1 TO WS-SRT-EOF
               NOT AT END
                   IF WS-SRT-HAVE-PREV = 1
                       AND SWR-KEY = WS-SRT-PREV-KEY
                       AND NOT SRT-DUPS-KEEP
                       IF SRT-DUPS-ROUTE
                           MOVE SWR-DATA TO SORT-DUP-RECORD
                           WRITE SORT-DUP-RECORD
                           ADD 1 TO WS-SRT-ROUTED
                       ELSE
                           ADD 1 TO WS-SRT-DROPPED
                       END-IF
                   ELSE
                       MOVE SWR-DATA TO SORT-OUT-RECORD
                       WRITE SORT-OUT-RECORD
                       ADD 1 TO WS-SRT-RECS-OUT
                   END-IF
                   MOVE SWR-KEY TO WS-SRT-PREV-KEY
                   MOVE 1 TO WS-SRT-HAVE-PREV
           END-RETURN.

      *> One line per input and the totals, and the balance - every
      *> record read is written, dropped or routed.
       REPORT-SORT-STEP.
           DISPLAY "COBALT: "
               FUNCTION TRIM(FUNCTION LOWER-CASE(WS-SRT-MODE))
               " " FUNCTION TRIM(WS-SRT-CTL-PATH)
           PERFORM REPORT-ONE-SORT-INPUT
               VARYING WS-SRT-IN-IDX FROM 1 BY 1
               UNTIL WS-SRT-IN-IDX > WS-SRT-IN-COUNT
           DISPLAY "  out  " WS-SRT-RECS-OUT " "
               FUNCTION TRIM(WS-SRT-OUT-NAME)
           IF SRT-DUPS-DROP
               DISPLAY "  dup  " WS-SRT-DROPPED " dropped"
           END-IF
           IF SRT-DUPS-ROUTE
               DISPLAY "  dup  " WS-SRT-ROUTED " "
                   FUNCTION TRIM(WS-SRT-DUP-NAME)
           END-IF
           COMPUTE WS-SRT-ACCOUNTED =
               WS-SRT-RECS-OUT + WS-SRT-DROPPED + WS-SRT-ROUTED
           IF WS-SRT-ACCOUNTED = WS-SRT-RECS-IN
               DISPLAY "  records in=" WS-SRT-RECS-IN
                   " out+dropped+routed=" WS-SRT-ACCOUNTED
                   " - balanced"
           ELSE
               DISPLAY "  records in=" WS-SRT-RECS-IN
                   " out+dropped+routed=" WS-SRT-ACCOUNTED
                   " - OUT OF BALANCE"
               MOVE 8 TO WS-RUN-EXIT-CODE
           END-IF
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING WS-SRT-MODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRT-OUT-NAME) DELIMITED BY SIZE
               " in=" DELIMITED BY SIZE
               WS-SRT-RECS-IN DELIMITED BY SIZE
               " out=" DELIMITED BY SIZE
               WS-SRT-RECS-OUT DELIMITED BY SIZE
               " dropped=" DELIMITED BY SIZE
               WS-SRT-DROPPED DELIMITED BY SIZE
               " routed=" DELIMITED BY SIZE
               WS-SRT-ROUTED DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD.

       REPORT-ONE-SORT-INPUT.
           DISPLAY "  in   " SRT-IN-RECS(WS-SRT-IN-IDX) " "
               FUNCTION TRIM(SRT-IN-NAME(WS-SRT-IN-IDX)).

      *> One journal record per mutating keyed verb, appended the
      *> moment the in-memory table changes - the flush at CLOSE
      *> makes the file durable, the journal makes the moments in
      *> between recoverable. Inside a transaction the record is
      *> parked in WS-TXN-JRN-ENTRY instead and only reaches disk at
      *> COMMIT - otherwise a ROLLBACK (or a run dying mid-group)
      *> would leave journal lines for writes that never landed, and
      *> --rollforward would replay the aborted half-transaction onto
      *> a restored generation.
       APPEND-KEYED-JOURNAL.
           MOVE SPACES TO WS-JRN-FILE-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH)
                   DELIMITED BY SIZE
               ".jrn" DELIMITED BY SIZE
               INTO WS-JRN-FILE-PATH
           PERFORM GET-LOCAL-DATE-TIME
           PERFORM ENSURE-LOCK-SESSION-ID
           MOVE SPACES TO WS-JRN-STAMP
           IF WS-SESSION-OPERATOR = SPACES
               STRING "@" DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCK-SESSION-ID) DELIMITED BY SIZE
                   "@-" DELIMITED BY SIZE
                   INTO WS-JRN-STAMP
           ELSE
               STRING "@" DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCK-SESSION-ID) DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SESSION-OPERATOR)
                       DELIMITED BY SIZE
                   INTO WS-JRN-STAMP
           END-IF
           IF TXN-IS-ACTIVE
               PERFORM PARK-TXN-JOURNAL
           ELSE
               PERFORM WRITE-ONE-JOURNAL-RECORD
           END-IF.

       WRITE-ONE-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRN-HAD-BEFORE = 1
               MOVE SPACES TO JOURNAL-RECORD
               STRING "B|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JRN-KEY) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JRN-BEFORE) DELIMITED BY SIZE
                   INTO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
           END-IF
           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-JRN-OP DELIMITED BY SIZE
               FUNCTION TRIM(WS-JRN-STAMP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JRN-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JRN-VALUE) DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

      *> A group past the table's fifty records journals the record
      *> immediately with a warning rather than losing it - the same
      *> overflow posture PARK-TXN-RENAME takes.
       PARK-TXN-JOURNAL.
           IF WS-TXN-JRN-COUNT >= 50
               DISPLAY "COBALT: warning - transaction holds more"
                   " than 50 journal records; this one lands"
                   " immediately"
               PERFORM WRITE-ONE-JOURNAL-RECORD
           ELSE
               ADD 1 TO WS-TXN-JRN-COUNT
               MOVE WS-JRN-FILE-PATH TO
                   TXN-JRN-PATH(WS-TXN-JRN-COUNT)
               MOVE WS-JRN-OP TO TXN-JRN-OP(WS-TXN-JRN-COUNT)
               MOVE WS-JRN-KEY TO TXN-JRN-KEY(WS-TXN-JRN-COUNT)
               MOVE WS-JRN-VALUE TO TXN-JRN-VALUE(WS-TXN-JRN-COUNT)
               MOVE WS-JRN-STAMP TO TXN-JRN-STAMP(WS-TXN-JRN-COUNT)
               MOVE WS-JRN-BEFORE TO
                   TXN-JRN-BEFORE(WS-TXN-JRN-COUNT)
               MOVE WS-JRN-HAD-BEFORE TO
                   TXN-JRN-HAD-BEFORE(WS-TXN-JRN-COUNT)
           END-IF.

       COMMIT-ONE-TXN-JOURNAL.
           MOVE TXN-JRN-PATH(WS-TXN-JRN-IDX) TO WS-JRN-FILE-PATH
           MOVE TXN-JRN-OP(WS-TXN-JRN-IDX) TO WS-JRN-OP
           MOVE TXN-JRN-KEY(WS-TXN-JRN-IDX) TO WS-JRN-KEY
           MOVE TXN-JRN-VALUE(WS-TXN-JRN-IDX) TO WS-JRN-VALUE
           MOVE TXN-JRN-STAMP(WS-TXN-JRN-IDX) TO WS-JRN-STAMP
           MOVE TXN-JRN-BEFORE(WS-TXN-JRN-IDX) TO WS-JRN-BEFORE
           MOVE TXN-JRN-HAD-BEFORE(WS-TXN-JRN-IDX) TO
               WS-JRN-HAD-BEFORE
           PERFORM WRITE-ONE-JOURNAL-RECORD.

      *> The record's value as it stood before the verb changes it -
      *> called at each journalled verb while WS-KEYED-FOUND-IDX
      *> still names the record (0 = a fresh key, nothing before).
       NOTE-JOURNAL-BEFORE.
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE 0 TO WS-JRN-HAD-BEFORE
           IF WS-KEYED-FOUND-IDX NOT = 0
               MOVE KEYED-REC-VALUE(WS-KEYED-FOUND-IDX) TO
                   WS-JRN-BEFORE
               MOVE 1 TO WS-JRN-HAD-BEFORE
           END-IF.

      *> ---------------------------------------------------------
      *> --rollforward <keyed-file> - replays the journal onto a
      *> just-restored generation of the file. Every journal record
      *> carries the record's whole value, so replaying the full
      *> history onto any older snapshot converges on the state at
      *> the moment of failure - overlap with what the snapshot
      *> already held is harmless.
      *> ---------------------------------------------------------
       ROLLFORWARD-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-KEYED-FILE-PATH
           IF WS-KEYED-FILE-PATH = SPACES
               DISPLAY "COBALT: usage - --rollforward <keyed-file>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE 0 TO WS-KEYED-ALT-PART
               PERFORM RELOAD-KEYED-STORE-IMAGE
               MOVE 0 TO WS-JRN-APPLIED
               MOVE 0 TO WS-JSG-READ
      *> Segments rotated out since the period last closed come
      *> first, oldest first, then whatever the live journal holds.
               PERFORM BUILD-JOURNAL-SEG-PATHS
               PERFORM LOAD-JOURNAL-SEGMENTS
               MOVE 1 TO WS-JSG-FROM
               PERFORM NOTE-ONE-CLOSE-SEGMENT
                   VARYING WS-JSG-IDX FROM 1 BY 1
                   UNTIL WS-JSG-IDX > WS-JSG-COUNT
               PERFORM REPLAY-ONE-JOURNAL-SEGMENT
                   VARYING WS-JSG-IDX FROM WS-JSG-FROM BY 1
                   UNTIL WS-JSG-IDX > WS-JSG-COUNT
               MOVE WS-JSG-LIVE-PATH TO WS-JRN-FILE-PATH
               OPEN INPUT JOURNAL-FILE
               IF WS-JRN-FILE-STATUS = "00"
                   ADD 1 TO WS-JSG-READ
                   MOVE 0 TO WS-JRN-EOF
                   PERFORM APPLY-ONE-JOURNAL-RECORD
                       UNTIL WS-JRN-EOF = 1
                   CLOSE JOURNAL-FILE
               END-IF
               IF WS-JSG-READ = 0
                   DISPLAY "COBALT: no journal at "
                       FUNCTION TRIM(WS-JSG-LIVE-PATH)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM FLUSH-KEYED-STORE
                   DISPLAY "COBALT: rolled "
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                       " forward - " WS-JRN-APPLIED
                       " journal record(s) applied"
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "ROLLFORWARD " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                           DELIMITED BY SIZE
                       " applied=" DELIMITED BY SIZE
                       WS-JRN-APPLIED DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
               END-IF
           END-IF.

       NOTE-ONE-CLOSE-SEGMENT.
           IF JSG-REASON(WS-JSG-IDX) = "CLOSE"
               COMPUTE WS-JSG-FROM = WS-JSG-IDX + 1
           END-IF.

       REPLAY-ONE-JOURNAL-SEGMENT.
           MOVE JSG-PATH(WS-JSG-IDX) TO WS-JRN-FILE-PATH
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS = "00"
               ADD 1 TO WS-JSG-READ
               MOVE 0 TO WS-JRN-EOF
               PERFORM APPLY-ONE-JOURNAL-RECORD
                   UNTIL WS-JRN-EOF = 1
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "COBALT: warning - journal segment "
                   FUNCTION TRIM(JSG-PATH(WS-JSG-IDX)) " is missing"
           END-IF.

       APPLY-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-JRN-EOF
           ELSE
               MOVE SPACES TO WS-JRN-OP-PART WS-JRN-KEY-PART
               MOVE 1 TO WS-JRN-SPLIT-PTR
               UNSTRING JOURNAL-RECORD DELIMITED BY "|"
                   INTO WS-JRN-OP-PART WS-JRN-KEY-PART
                   WITH POINTER WS-JRN-SPLIT-PTR
               MOVE SPACES TO WS-JRN-VALUE
               IF WS-JRN-SPLIT-PTR <= 260
                   MOVE JOURNAL-RECORD(WS-JRN-SPLIT-PTR:) TO
                       WS-JRN-VALUE
               END-IF
               IF FUNCTION TRIM(WS-JRN-KEY-PART) NOT = SPACES
                   ADD 1 TO WS-JRN-APPLIED
                   MOVE FUNCTION TRIM(WS-JRN-KEY-PART) TO
                       WS-KEYED-LOOKUP-KEY
                   PERFORM LOCATE-KEYED-RECORD
                   EVALUATE WS-JRN-OP-PART(1:1)
                       WHEN "W"
                       WHEN "R"
                           IF WS-KEYED-FOUND-IDX NOT = 0
                               MOVE WS-JRN-VALUE TO
                                   KEYED-REC-VALUE(
                                       WS-KEYED-FOUND-IDX)
                               MOVE 1 TO KEYED-REC-DIRTY(
                                   WS-KEYED-FOUND-IDX)
                           ELSE
                               MOVE WS-KEYED-LOOKUP-KEY TO
                                   WS-KEYED-KEY-PART
                               MOVE WS-JRN-VALUE TO
                                   WS-KEYED-VALUE-PART
                               PERFORM APPEND-KEYED-RECORD
                           END-IF
                       WHEN "D"
                           IF WS-KEYED-FOUND-IDX NOT = 0
                               MOVE 1 TO KEYED-REC-DELETED(
                                   WS-KEYED-FOUND-IDX)
                               MOVE 1 TO KEYED-REC-DIRTY(
                                   WS-KEYED-FOUND-IDX)
                           END-IF
                       WHEN OTHER
                           SUBTRACT 1 FROM WS-JRN-APPLIED
                   END-EVALUATE
               END-IF
           END-IF.

      *> "<file>.jrn" and "<file>.jrx" for WS-KEYED-FILE-PATH.
       BUILD-JOURNAL-SEG-PATHS.
           MOVE SPACES TO WS-JSG-LIVE-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".jrn" DELIMITED BY SIZE
               INTO WS-JSG-LIVE-PATH
           MOVE SPACES TO WS-JSG-IDX-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH) DELIMITED BY SIZE
               ".jrx" DELIMITED BY SIZE
               INTO WS-JSG-IDX-PATH.

       LOAD-JOURNAL-SEGMENTS.
           MOVE 0 TO WS-JSG-COUNT
           OPEN INPUT JOURNAL-SEG-FILE
           IF WS-JSG-IDX-STATUS = "00"
               MOVE 0 TO WS-JSG-EOF
               PERFORM LOAD-ONE-JOURNAL-SEGMENT
                   UNTIL WS-JSG-EOF = 1
               CLOSE JOURNAL-SEG-FILE
           END-IF.

       LOAD-ONE-JOURNAL-SEGMENT.
           READ JOURNAL-SEG-FILE
               AT END
                   MOVE 1 TO WS-JSG-EOF
               NOT AT END
                   IF JOURNAL-SEG-RECORD NOT = SPACES
                       AND WS-JSG-COUNT < 999
                       ADD 1 TO WS-JSG-COUNT
                       MOVE SPACES TO WS-JSG-ENTRY(WS-JSG-COUNT)
                       UNSTRING JOURNAL-SEG-RECORD
                           DELIMITED BY ALL SPACE
                           INTO JSG-PATH(WS-JSG-COUNT)
                               JSG-REASON(WS-JSG-COUNT)
                               JSG-DATE(WS-JSG-COUNT)
                               JSG-TIME(WS-JSG-COUNT)
                               JSG-RECS(WS-JSG-COUNT)
                               JSG-TAG(WS-JSG-COUNT)
                   END-IF
           END-READ.

      *> Closes the live journal of WS-KEYED-FILE-PATH as the next
      *> numbered segment for WS-JSG-REASON / WS-JSG-TAG. An empty
      *> or absent journal is simply removed - WS-JSG-RECS comes
      *> back 0 and no segment is listed.
       ARCHIVE-KEYED-JOURNAL.
           PERFORM BUILD-JOURNAL-SEG-PATHS
           MOVE 0 TO WS-JSG-RECS
           MOVE SPACES TO WS-JSG-SEG-PATH
           MOVE WS-JSG-LIVE-PATH TO WS-JRN-FILE-PATH
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS = "00"
               MOVE 0 TO WS-JRN-EOF
               PERFORM COUNT-ONE-JOURNAL-RECORD
                   UNTIL WS-JRN-EOF = 1
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-JSG-RECS = 0
               CALL "CBL_DELETE_FILE" USING WS-JSG-LIVE-PATH
           ELSE
               PERFORM LOAD-JOURNAL-SEGMENTS
               COMPUTE WS-JSG-NUM-TXT = WS-JSG-COUNT + 1
               STRING FUNCTION TRIM(WS-JSG-LIVE-PATH)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-JSG-NUM-TXT DELIMITED BY SIZE
                   INTO WS-JSG-SEG-PATH
               CALL "CBL_RENAME_FILE" USING WS-JSG-LIVE-PATH
                   WS-JSG-SEG-PATH
               PERFORM GET-LOCAL-DATE-TIME
               OPEN EXTEND JOURNAL-SEG-FILE
               IF WS-JSG-IDX-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-SEG-FILE
               END-IF
               IF WS-JSG-TAG = SPACES
                   MOVE "-" TO WS-JSG-TAG
               END-IF
               MOVE SPACES TO JOURNAL-SEG-RECORD
               STRING FUNCTION TRIM(WS-JSG-SEG-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JSG-REASON) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JSG-RECS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JSG-TAG) DELIMITED BY SIZE
                   INTO JOURNAL-SEG-RECORD
               WRITE JOURNAL-SEG-RECORD
               CLOSE JOURNAL-SEG-FILE
           END-IF.

      *> Change records only - a "B|" before-image line rides along
      *> with the record after it.
       COUNT-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-JRN-EOF
           ELSE
               IF JOURNAL-RECORD NOT = SPACES
                   AND JOURNAL-RECORD(1:2) NOT = "B|"
                   ADD 1 TO WS-JSG-RECS
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --rotate-journal <keyed-file> - cuts the live journal as a
      *> closed segment, so a long-lived file's journal stays a
      *> manageable size and closed segments can be shipped off-site.
      *> ---------------------------------------------------------
       ROTATE-JOURNAL-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-KEYED-FILE-PATH
           IF WS-KEYED-FILE-PATH = SPACES
               DISPLAY "COBALT: usage - --rotate-journal <keyed-file>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE "ROTATE" TO WS-JSG-REASON
               MOVE SPACES TO WS-JSG-TAG
               PERFORM ARCHIVE-KEYED-JOURNAL
               IF WS-JSG-RECS = 0
                   DISPLAY "COBALT: journal of "
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                       " is empty - nothing to rotate"
               ELSE
                   DISPLAY "COBALT: journal of "
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                       " rotated - " WS-JSG-RECS " record(s) to "
                       FUNCTION TRIM(WS-JSG-SEG-PATH)
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "JOURNAL-ROTATE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEYED-FILE-PATH)
                           DELIMITED BY SIZE
                       " segment=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JSG-SEG-PATH)
                           DELIMITED BY SIZE
                       " records=" DELIMITED BY SIZE
                       WS-JSG-RECS DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --key-history <keyed-file> [<key|prefix*>] - the console
      *> inquiry over a record's journalled changes; see
      *> WS-KHS-SCRATCH. --key-history-report is the batch form.
      *> ---------------------------------------------------------
       KEY-HISTORY-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-KHS-FILE
           IF WS-KHS-FILE = SPACES
               DISPLAY "COBALT: usage - --key-history <keyed-file>"
                   " [<key|prefix*>]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-KHS-WANT
               IF WS-KHS-WANT = SPACES
                   DISPLAY "Key or prefix* to inquire on: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-KHS-CMD-LINE
                   ACCEPT WS-KHS-CMD-LINE FROM CONSOLE
                   MOVE FUNCTION TRIM(WS-KHS-CMD-LINE) TO WS-KHS-WANT
               END-IF
               MOVE 0 TO WS-KHS-TO-SPOOL
               IF WS-KHS-WANT NOT = SPACES
                   PERFORM LOAD-KEY-HISTORY
                   IF WS-KHS-READ = 0
                       DISPLAY "COBALT: no journal for "
                           FUNCTION TRIM(WS-KHS-FILE)
                       MOVE 8 TO WS-RUN-EXIT-CODE
                   ELSE
                       PERFORM AUDIT-KEY-HISTORY
                       MOVE 1 TO WS-KHS-TOP
                       PERFORM SHOW-KEY-HISTORY-PAGE
                       MOVE 0 TO WS-KHS-DONE
                       PERFORM APPLY-ONE-KHS-COMMAND
                           UNTIL WS-KHS-DONE = 1
                   END-IF
               END-IF
           END-IF.

       SHOW-KEY-HISTORY-PAGE.
           DISPLAY "+---- key history ----+"
           DISPLAY "| " FUNCTION TRIM(WS-KHS-FILE) "  key "
               FUNCTION TRIM(WS-KHS-WANT)
           IF WS-KHS-COUNT = 0
               DISPLAY "| no journalled changes"
           ELSE
               COMPUTE WS-KHS-LAST = WS-KHS-TOP + WS-KHS-PAGE-SIZE - 1
               IF WS-KHS-LAST > WS-KHS-COUNT
                   MOVE WS-KHS-COUNT TO WS-KHS-LAST
               END-IF
               PERFORM WRITE-ONE-KHS-ENTRY
                   VARYING WS-KHS-IDX FROM WS-KHS-TOP BY 1
                   UNTIL WS-KHS-IDX > WS-KHS-LAST
               MOVE WS-KHS-TOP TO WS-KHS-TOP-EDIT
               MOVE WS-KHS-LAST TO WS-KHS-LAST-EDIT
               MOVE WS-KHS-COUNT TO WS-KHS-COUNT-EDIT
               DISPLAY "| changes " FUNCTION TRIM(WS-KHS-TOP-EDIT)
                   "-" FUNCTION TRIM(WS-KHS-LAST-EDIT) " of "
                   FUNCTION TRIM(WS-KHS-COUNT-EDIT)
               IF WS-KHS-FULL = 1
                   DISPLAY "| more changes than the listing holds"
                       " - narrow the key"
               END-IF
           END-IF
           DISPLAY "| N=next  P=previous  K <key|prefix*>=inquire"
               "  Q=quit"
           DISPLAY "+---------------------+".

       APPLY-ONE-KHS-COMMAND.
           MOVE SPACES TO WS-KHS-CMD-LINE
           ACCEPT WS-KHS-CMD-LINE FROM CONSOLE
           MOVE SPACES TO WS-KHS-VERB WS-KHS-ARG
           UNSTRING WS-KHS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-KHS-VERB WS-KHS-ARG
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KHS-VERB))
               WHEN "N"
                   IF WS-KHS-TOP + WS-KHS-PAGE-SIZE <= WS-KHS-COUNT
                       ADD WS-KHS-PAGE-SIZE TO WS-KHS-TOP
                   END-IF
                   PERFORM SHOW-KEY-HISTORY-PAGE
               WHEN "P"
                   IF WS-KHS-TOP > WS-KHS-PAGE-SIZE
                       SUBTRACT WS-KHS-PAGE-SIZE FROM WS-KHS-TOP
                   ELSE
                       MOVE 1 TO WS-KHS-TOP
                   END-IF
                   PERFORM SHOW-KEY-HISTORY-PAGE
               WHEN "K"
                   IF WS-KHS-ARG NOT = SPACES
                       MOVE FUNCTION TRIM(WS-KHS-ARG) TO WS-KHS-WANT
                       PERFORM LOAD-KEY-HISTORY
                       PERFORM AUDIT-KEY-HISTORY
                       MOVE 1 TO WS-KHS-TOP
                   END-IF
                   PERFORM SHOW-KEY-HISTORY-PAGE
               WHEN "Q"
                   MOVE 1 TO WS-KHS-DONE
               WHEN SPACES
                   MOVE 1 TO WS-KHS-DONE
               WHEN OTHER
                   PERFORM SHOW-KEY-HISTORY-PAGE
           END-EVALUATE.

      *> --key-history-report <keyed-file> <key|prefix*> - the same
      *> listing spooled, for a job-stream step or the morning run.
       KEY-HISTORY-REPORT-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-KHS-FILE
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-KHS-WANT
           IF WS-KHS-FILE = SPACES OR WS-KHS-WANT = SPACES
               DISPLAY "COBALT: usage - --key-history-report"
                   " <keyed-file> <key|prefix*>"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM LOAD-KEY-HISTORY
               IF WS-KHS-READ = 0
                   DISPLAY "COBALT: no journal for "
                       FUNCTION TRIM(WS-KHS-FILE)
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM GET-LOCAL-DATE-TIME
                   PERFORM OPEN-KEY-HISTORY-REPORT
                   MOVE 1 TO WS-KHS-TO-SPOOL
                   PERFORM WRITE-ONE-KHS-ENTRY
                       VARYING WS-KHS-IDX FROM 1 BY 1
                       UNTIL WS-KHS-IDX > WS-KHS-COUNT
                   MOVE SPACES TO WS-RPT-LINE-BUILD
                   PERFORM WRITE-REPORT-LINE
                   IF WS-KHS-COUNT = 0
                       MOVE "NO CHANGES JOURNALLED" TO
                           WS-RPT-LINE-BUILD
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   IF WS-KHS-FULL = 1
                       MOVE "MORE CHANGES THAN THE LISTING HOLDS -"
                           & " NARROW THE KEY" TO WS-RPT-LINE-BUILD
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   PERFORM FINISH-REPORT-FILE
                   CLOSE REPORT-FILE
                   MOVE 0 TO WS-KHS-TO-SPOOL
                   MOVE WS-KHS-COUNT TO WS-KHS-COUNT-EDIT
                   DISPLAY "COBALT: key history - "
                       FUNCTION TRIM(WS-KHS-COUNT-EDIT)
                       " change(s) for "
                       FUNCTION TRIM(WS-KHS-WANT) " in "
                       FUNCTION TRIM(WS-KHS-FILE) ", spooled as "
                       FUNCTION TRIM(WS-SPOOL-JOB-NAME)
                   PERFORM AUDIT-KEY-HISTORY
               END-IF
           END-IF.

       OPEN-KEY-HISTORY-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "KEY-HISTORY" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 2 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "RECORD CHANGE HISTORY  " DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KHS-FILE) DELIMITED BY SIZE
               "  KEY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KHS-WANT) DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF RECORD CHANGE HISTORY" TO REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "key-history" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "key-history-" DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE "SEQ  DATE   TIME     CHANGE  KEY" TO
               WS-RPT-LINE-BUILD
           MOVE "OPERATOR" TO WS-RPT-LINE-BUILD(61:8)
           MOVE "SESSION" TO WS-RPT-LINE-BUILD(82:7)
           MOVE "JOURNAL" TO WS-RPT-LINE-BUILD(91:7)
           PERFORM WRITE-REPORT-LINE.

       AUDIT-KEY-HISTORY.
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "KEY-HISTORY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KHS-FILE) DELIMITED BY SIZE
               " key=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-KHS-WANT) DELIMITED BY SIZE
               " changes=" DELIMITED BY SIZE
               WS-KHS-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD.

      *> One change - its heading line, then the value before and
      *> after - or the marker where a period close reset the file.
       WRITE-ONE-KHS-ENTRY.
           MOVE SPACES TO WS-RPT-LINE-BUILD
           IF KHS-OP(WS-KHS-IDX) = "C"
               STRING "---- " DELIMITED BY SIZE
                   KHS-DATE(WS-KHS-IDX) DELIMITED BY SIZE
                   " period " DELIMITED BY SIZE
                   FUNCTION TRIM(KHS-KEY(WS-KHS-IDX))
                       DELIMITED BY SIZE
                   " closed - file reset (" DELIMITED BY SIZE
                   FUNCTION TRIM(KHS-SOURCE(WS-KHS-IDX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
               PERFORM WRITE-KHS-LINE
           ELSE
               MOVE WS-KHS-IDX TO WS-KHS-SEQ-EDIT
               MOVE WS-KHS-SEQ-EDIT TO WS-RPT-LINE-BUILD(1:4)
               MOVE KHS-DATE(WS-KHS-IDX) TO WS-RPT-LINE-BUILD(6:6)
               IF KHS-TIME(WS-KHS-IDX) NOT = SPACES
                   MOVE KHS-TIME(WS-KHS-IDX)(1:2) TO
                       WS-RPT-LINE-BUILD(13:2)
                   MOVE ":" TO WS-RPT-LINE-BUILD(15:1)
                   MOVE KHS-TIME(WS-KHS-IDX)(3:2) TO
                       WS-RPT-LINE-BUILD(16:2)
                   MOVE ":" TO WS-RPT-LINE-BUILD(18:1)
                   MOVE KHS-TIME(WS-KHS-IDX)(5:2) TO
                       WS-RPT-LINE-BUILD(19:2)
               END-IF
               EVALUATE KHS-OP(WS-KHS-IDX)
                   WHEN "W"
                       MOVE "WRITE" TO WS-KHS-OP-NAME
                   WHEN "R"
                       MOVE "REWRITE" TO WS-KHS-OP-NAME
                   WHEN OTHER
                       MOVE "DELETE" TO WS-KHS-OP-NAME
               END-EVALUATE
               MOVE WS-KHS-OP-NAME TO WS-RPT-LINE-BUILD(22:7)
               MOVE KHS-KEY(WS-KHS-IDX) TO WS-RPT-LINE-BUILD(30:30)
               MOVE KHS-OPERATOR(WS-KHS-IDX) TO
                   WS-RPT-LINE-BUILD(61:20)
               MOVE KHS-SESSION(WS-KHS-IDX) TO
                   WS-RPT-LINE-BUILD(82:8)
               MOVE KHS-SOURCE(WS-KHS-IDX) TO
                   WS-RPT-LINE-BUILD(91:8)
               PERFORM WRITE-KHS-LINE
               ADD 1 TO WS-RPT-DETAIL-TOTAL
               MOVE SPACES TO WS-RPT-LINE-BUILD
               MOVE "before" TO WS-RPT-LINE-BUILD(8:6)
               EVALUATE KHS-BEF-FLAG(WS-KHS-IDX)
                   WHEN "N"
                       MOVE "(new record)" TO WS-RPT-LINE-BUILD(16:12)
                   WHEN "?"
                       MOVE "(not in the journal)" TO
                           WS-RPT-LINE-BUILD(16:20)
                   WHEN OTHER
                       MOVE KHS-BEFORE(WS-KHS-IDX)(1:110) TO
                           WS-RPT-LINE-BUILD(16:110)
               END-EVALUATE
               PERFORM WRITE-KHS-LINE
               MOVE SPACES TO WS-RPT-LINE-BUILD
               MOVE "after" TO WS-RPT-LINE-BUILD(8:5)
               IF KHS-OP(WS-KHS-IDX) = "D"
                   MOVE "(deleted)" TO WS-RPT-LINE-BUILD(16:9)
               ELSE
                   MOVE KHS-AFTER(WS-KHS-IDX)(1:110) TO
                       WS-RPT-LINE-BUILD(16:110)
               END-IF
               PERFORM WRITE-KHS-LINE
           END-IF.

       WRITE-KHS-LINE.
           IF WS-KHS-TO-SPOOL = 1
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY "| " FUNCTION TRIM(WS-RPT-LINE-BUILD TRAILING)
           END-IF.

      *> Every journal of WS-KHS-FILE, oldest first, into the
      *> WS-KHS-ENTRY table.
       LOAD-KEY-HISTORY.
           MOVE WS-KHS-FILE TO WS-KEYED-FILE-PATH
           PERFORM BUILD-JOURNAL-SEG-PATHS
           PERFORM LOAD-JOURNAL-SEGMENTS
           MOVE 0 TO WS-KHS-IS-PREFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KHS-WANT)) TO
               WS-KHS-WANT-LEN
           IF WS-KHS-WANT(WS-KHS-WANT-LEN:1) = "*"
               MOVE 1 TO WS-KHS-IS-PREFIX
               SUBTRACT 1 FROM WS-KHS-WANT-LEN
           END-IF
           MOVE 0 TO WS-KHS-COUNT
           MOVE 0 TO WS-KHS-FULL
           MOVE 0 TO WS-KHS-READ
           MOVE 0 TO WS-KHS-B-HAVE
           PERFORM READ-ONE-KHS-SEGMENT
               VARYING WS-JSG-IDX FROM 1 BY 1
               UNTIL WS-JSG-IDX > WS-JSG-COUNT
           MOVE "LIVE" TO WS-KHS-SOURCE
           MOVE WS-JSG-LIVE-PATH TO WS-JRN-FILE-PATH
           PERFORM READ-KHS-JOURNAL.

       READ-ONE-KHS-SEGMENT.
           MOVE WS-JSG-IDX TO WS-JSG-NUM-TXT
           MOVE SPACES TO WS-KHS-SOURCE
           STRING "SEG " DELIMITED BY SIZE
               WS-JSG-NUM-TXT DELIMITED BY SIZE
               INTO WS-KHS-SOURCE
           MOVE JSG-PATH(WS-JSG-IDX) TO WS-JRN-FILE-PATH
           PERFORM READ-KHS-JOURNAL
           IF JSG-REASON(WS-JSG-IDX) = "CLOSE"
               AND WS-KHS-COUNT > 0 AND WS-KHS-COUNT < 500
               ADD 1 TO WS-KHS-COUNT
               MOVE SPACES TO WS-KHS-ENTRY(WS-KHS-COUNT)
               MOVE "C" TO KHS-OP(WS-KHS-COUNT)
               MOVE JSG-DATE(WS-JSG-IDX) TO KHS-DATE(WS-KHS-COUNT)
               MOVE JSG-TIME(WS-JSG-IDX) TO KHS-TIME(WS-KHS-COUNT)
               MOVE JSG-TAG(WS-JSG-IDX) TO KHS-KEY(WS-KHS-COUNT)
               MOVE WS-KHS-SOURCE TO KHS-SOURCE(WS-KHS-COUNT)
           END-IF.

       READ-KHS-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS = "00"
               ADD 1 TO WS-KHS-READ
               MOVE 0 TO WS-JRN-EOF
               PERFORM READ-ONE-KHS-RECORD
                   UNTIL WS-JRN-EOF = 1
               CLOSE JOURNAL-FILE
           END-IF.

       READ-ONE-KHS-RECORD.
           READ JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-JRN-EOF
           ELSE
               IF JOURNAL-RECORD NOT = SPACES
                   MOVE SPACES TO WS-KHS-OP-PART
                   MOVE SPACES TO WS-KHS-KEY-PART
                   MOVE SPACES TO WS-KHS-VAL
                   MOVE 1 TO WS-KHS-PTR
                   UNSTRING JOURNAL-RECORD DELIMITED BY "|"
                       INTO WS-KHS-OP-PART WS-KHS-KEY-PART
                       WITH POINTER WS-KHS-PTR
                   IF WS-KHS-PTR <= 260
                       MOVE JOURNAL-RECORD(WS-KHS-PTR:) TO WS-KHS-VAL
                   END-IF
                   IF WS-KHS-OP-PART(1:1) = "B"
                       MOVE 1 TO WS-KHS-B-HAVE
                       MOVE WS-KHS-KEY-PART TO WS-KHS-B-KEY
                       MOVE WS-KHS-VAL TO WS-KHS-B-VAL
                   ELSE
                       PERFORM MATCH-KHS-KEY
                       IF WS-KHS-HIT = 1
                           PERFORM ADD-KHS-ENTRY
                       END-IF
                       MOVE 0 TO WS-KHS-B-HAVE
                   END-IF
               END-IF
           END-IF.

       MATCH-KHS-KEY.
           MOVE 0 TO WS-KHS-HIT
           IF WS-KHS-OP-PART(1:1) = "W" OR "R" OR "D"
               IF WS-KHS-IS-PREFIX = 1
                   IF WS-KHS-WANT-LEN = 0
                       MOVE 1 TO WS-KHS-HIT
                   ELSE
                       IF WS-KHS-KEY-PART(1:WS-KHS-WANT-LEN) =
                           WS-KHS-WANT(1:WS-KHS-WANT-LEN)
                           MOVE 1 TO WS-KHS-HIT
                       END-IF
                   END-IF
               ELSE
                   IF WS-KHS-KEY-PART = WS-KHS-WANT
                       MOVE 1 TO WS-KHS-HIT
                   END-IF
               END-IF
           END-IF.

      *> The before value comes from the B line when the journal
      *> carries one. A stamped record without one was a fresh key;
      *> an unstamped one predates the before images, so the last
      *> change the history holds for the key stands in for it.
       ADD-KHS-ENTRY.
           IF WS-KHS-COUNT >= 500
               MOVE 1 TO WS-KHS-FULL
           ELSE
               ADD 1 TO WS-KHS-COUNT
               MOVE SPACES TO WS-KHS-ENTRY(WS-KHS-COUNT)
               MOVE SPACES TO WS-KHS-S-OP WS-KHS-S-DATE WS-KHS-S-TIME
                   WS-KHS-S-SESSION WS-KHS-S-OPERATOR
               UNSTRING WS-KHS-OP-PART DELIMITED BY "@"
                   INTO WS-KHS-S-OP WS-KHS-S-DATE WS-KHS-S-TIME
                       WS-KHS-S-SESSION WS-KHS-S-OPERATOR
               MOVE WS-KHS-S-OP TO KHS-OP(WS-KHS-COUNT)
               MOVE WS-KHS-S-DATE TO KHS-DATE(WS-KHS-COUNT)
               MOVE WS-KHS-S-TIME TO KHS-TIME(WS-KHS-COUNT)
               MOVE WS-KHS-S-SESSION TO KHS-SESSION(WS-KHS-COUNT)
               MOVE WS-KHS-S-OPERATOR TO KHS-OPERATOR(WS-KHS-COUNT)
               MOVE WS-KHS-KEY-PART TO KHS-KEY(WS-KHS-COUNT)
               MOVE WS-KHS-SOURCE TO KHS-SOURCE(WS-KHS-COUNT)
               IF WS-KHS-S-OP NOT = "D"
                   MOVE WS-KHS-VAL TO KHS-AFTER(WS-KHS-COUNT)
               END-IF
               IF WS-KHS-B-HAVE = 1
                   AND WS-KHS-B-KEY = WS-KHS-KEY-PART
                   MOVE "B" TO KHS-BEF-FLAG(WS-KHS-COUNT)
                   MOVE WS-KHS-B-VAL TO KHS-BEFORE(WS-KHS-COUNT)
               ELSE
                   IF WS-KHS-S-DATE NOT = SPACES
                       MOVE "N" TO KHS-BEF-FLAG(WS-KHS-COUNT)
                   ELSE
                       PERFORM FIND-KHS-PRIOR-CHANGE
                   END-IF
               END-IF
           END-IF.

       FIND-KHS-PRIOR-CHANGE.
           MOVE "?" TO KHS-BEF-FLAG(WS-KHS-COUNT)
           MOVE 0 TO WS-KHS-PRIOR
           PERFORM CHECK-ONE-KHS-PRIOR
               VARYING WS-KHS-SCAN FROM WS-KHS-COUNT BY -1
               UNTIL WS-KHS-SCAN < 2 OR WS-KHS-PRIOR NOT = 0.

      *> Looks one entry further back; a period close in between
      *> means the file was reset and the key started afresh.
       CHECK-ONE-KHS-PRIOR.
           COMPUTE WS-KHS-PRIOR = WS-KHS-SCAN - 1
           IF KHS-OP(WS-KHS-PRIOR) = "C"
               MOVE "N" TO KHS-BEF-FLAG(WS-KHS-COUNT)
           ELSE
               IF KHS-KEY(WS-KHS-PRIOR) = WS-KHS-KEY-PART
                   IF KHS-OP(WS-KHS-PRIOR) = "D"
                       MOVE "N" TO KHS-BEF-FLAG(WS-KHS-COUNT)
                   ELSE
                       MOVE "B" TO KHS-BEF-FLAG(WS-KHS-COUNT)
                       MOVE KHS-AFTER(WS-KHS-PRIOR) TO
                           KHS-BEFORE(WS-KHS-COUNT)
                   END-IF
               ELSE
                   MOVE 0 TO WS-KHS-PRIOR
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --ship-journals - the primary side of the standby; see
      *> WS-SBY-SCRATCH. Run it on a cycle (the scheduler, or a
      *> job-stream step): every run cuts the live journals, so the
      *> standby is never more than one cycle behind.
      *> ---------------------------------------------------------
       SHIP-JOURNALS-RUN.
           PERFORM PREPARE-STANDBY
           IF WS-BACKUP-ITEM-COUNT = 0
               DISPLAY "COBALT: --ship-journals needs STANDBY-FILES "
                   "(or BACKUP-FILES) in cobalt.cfg"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE 0 TO WS-SBY-SEEDS WS-SBY-SHIPPED WS-SBY-ARCHIVES
               PERFORM SHIP-ONE-STANDBY-FILE
                   VARYING WS-SBY-FIDX FROM 1 BY 1
                   UNTIL WS-SBY-FIDX > WS-SBY-FILE-COUNT
               PERFORM SHIP-AUDIT-ARCHIVES
               PERFORM WRITE-SBY-SHIP-IDX
               DISPLAY "COBALT: shipped to "
                   FUNCTION TRIM(WS-SBY-DIR) " - "
                   WS-SBY-SHIPPED " journal segment(s), "
                   WS-SBY-ARCHIVES " audit archive(s), "
                   WS-SBY-SEEDS " file(s) seeded"
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "STANDBY-SHIP " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
                   " segments=" DELIMITED BY SIZE
                   WS-SBY-SHIPPED DELIMITED BY SIZE
                   " archives=" DELIMITED BY SIZE
                   WS-SBY-ARCHIVES DELIMITED BY SIZE
                   " seeded=" DELIMITED BY SIZE
                   WS-SBY-SEEDS DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

      *> Paths, the standby directory itself, the file list (the
      *> STANDBY-FILES list, else BACKUP-FILES) and what ship.idx
      *> and apply.idx already record.
       PREPARE-STANDBY.
           MOVE SPACES TO WS-SBY-SHIP-PATH WS-SBY-APPLY-PATH
               WS-SBY-LIST-PATH
           STRING FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
               "/ship.idx" DELIMITED BY SIZE
               INTO WS-SBY-SHIP-PATH
           STRING FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
               "/apply.idx" DELIMITED BY SIZE
               INTO WS-SBY-APPLY-PATH
           STRING FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
               "/audit.lst" DELIMITED BY SIZE
               INTO WS-SBY-LIST-PATH
           MOVE SPACES TO WS-SBY-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
               INTO WS-SBY-CMD
           CALL "SYSTEM" USING WS-SBY-CMD
           MOVE 0 TO WS-SBY-FILE-COUNT
           MOVE 0 TO WS-SBY-SHIP-COUNT
           IF WS-SBY-FILES-TXT NOT = SPACES
               MOVE WS-SBY-FILES-TXT TO WS-BACKUP-FILES-TXT
           END-IF
           PERFORM SPLIT-BACKUP-FILE-LIST
           PERFORM LIST-ONE-STANDBY-FILE
               VARYING WS-BACKUP-ITEM-IDX FROM 1 BY 1
               UNTIL WS-BACKUP-ITEM-IDX > 10
           MOVE WS-SBY-SHIP-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-SBY-EOF
               PERFORM LOAD-ONE-SBY-SHIP-LINE
                   UNTIL WS-SBY-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           MOVE WS-SBY-APPLY-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-SBY-EOF
               PERFORM LOAD-ONE-SBY-APPLY-LINE
                   UNTIL WS-SBY-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF.

       LIST-ONE-STANDBY-FILE.
           IF WS-BACKUP-ITEM(WS-BACKUP-ITEM-IDX) NOT = SPACES
               MOVE FUNCTION TRIM(WS-BACKUP-ITEM(WS-BACKUP-ITEM-IDX))
                   TO WS-SBY-W2
               PERFORM FIND-OR-ADD-SBY-FILE
               IF WS-SBY-FOUND-FIDX NOT = 0
                   MOVE 1 TO SBY-LISTED(WS-SBY-FOUND-FIDX)
               END-IF
           END-IF.

      *> WS-SBY-W2 = a primary file path; WS-SBY-FOUND-FIDX comes
      *> back 0 only when the 20-file table is full.
       FIND-OR-ADD-SBY-FILE.
           MOVE 0 TO WS-SBY-FOUND-FIDX
           PERFORM CHECK-ONE-SBY-FILE
               VARYING WS-SBY-FIDX FROM 1 BY 1
               UNTIL WS-SBY-FIDX > WS-SBY-FILE-COUNT
               OR WS-SBY-FOUND-FIDX NOT = 0
           IF WS-SBY-FOUND-FIDX = 0
               IF WS-SBY-FILE-COUNT < 20
                   ADD 1 TO WS-SBY-FILE-COUNT
                   MOVE WS-SBY-FILE-COUNT TO WS-SBY-FOUND-FIDX
                   MOVE SPACES TO WS-SBY-FILE-ENTRY(WS-SBY-FOUND-FIDX)
                   MOVE WS-SBY-W2 TO SBY-FILE(WS-SBY-FOUND-FIDX)
                   MOVE WS-SBY-W2 TO SBY-FLAT(WS-SBY-FOUND-FIDX)
                   INSPECT SBY-FLAT(WS-SBY-FOUND-FIDX)
                       REPLACING ALL "/" BY "_"
                   MOVE 0 TO SBY-LISTED(WS-SBY-FOUND-FIDX)
                       SBY-SEEDED(WS-SBY-FOUND-FIDX)
                       SBY-LAG-RECS(WS-SBY-FOUND-FIDX)
                       SBY-LAG-MINS(WS-SBY-FOUND-FIDX)
               ELSE
                   DISPLAY "COBALT: warning - standby file table "
                       "limit (20) reached; "
                       FUNCTION TRIM(WS-SBY-W2) " is not replicated"
               END-IF
           END-IF.

       CHECK-ONE-SBY-FILE.
           IF SBY-FILE(WS-SBY-FIDX) = WS-SBY-W2
               MOVE WS-SBY-FIDX TO WS-SBY-FOUND-FIDX
           END-IF.

       LOAD-ONE-SBY-SHIP-LINE.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SBY-EOF
           ELSE
               MOVE SPACES TO WS-SBY-W1 WS-SBY-W2 WS-SBY-W3
                   WS-SBY-W4 WS-SBY-W5 WS-SBY-W6 WS-SBY-W7
               UNSTRING GATEWAY-RECORD DELIMITED BY ALL SPACE
                   INTO WS-SBY-W1 WS-SBY-W2 WS-SBY-W3 WS-SBY-W4
                       WS-SBY-W5 WS-SBY-W6 WS-SBY-W7
               EVALUATE WS-SBY-W1
                   WHEN "SEED"
                       PERFORM FIND-OR-ADD-SBY-FILE
                       IF WS-SBY-FOUND-FIDX NOT = 0
                           MOVE 1 TO SBY-SEEDED(WS-SBY-FOUND-FIDX)
                           MOVE WS-SBY-W3(1:6) TO
                               SBY-SEED-DATE(WS-SBY-FOUND-FIDX)
                           MOVE WS-SBY-W4(1:6) TO
                               SBY-SEED-TIME(WS-SBY-FOUND-FIDX)
                       END-IF
                   WHEN "TRL"
                       PERFORM FIND-OR-ADD-SBY-FILE
                       IF WS-SBY-FOUND-FIDX NOT = 0
                           MOVE WS-SBY-W3(1:9) TO
                               SBY-TRL-COUNT(WS-SBY-FOUND-FIDX)
                           MOVE WS-SBY-W4 TO
                               SBY-TRL-SUM(WS-SBY-FOUND-FIDX)
                           MOVE WS-SBY-W5(1:6) TO
                               SBY-TRL-DATE(WS-SBY-FOUND-FIDX)
                           MOVE WS-SBY-W6 TO
                               SBY-TRL-TIME(WS-SBY-FOUND-FIDX)
                       END-IF
                   WHEN "SEG"
                   WHEN "SKIP"
                   WHEN "AUD"
                       IF WS-SBY-SHIP-COUNT < 999
                           ADD 1 TO WS-SBY-SHIP-COUNT
                           MOVE SPACES TO
                               WS-SBY-SHIP-ENTRY(WS-SBY-SHIP-COUNT)
                           MOVE WS-SBY-W1 TO
                               SHP-KIND(WS-SBY-SHIP-COUNT)
                           MOVE 0 TO SHP-RECS(WS-SBY-SHIP-COUNT)
                           MOVE 1 TO SHP-APPLIED(WS-SBY-SHIP-COUNT)
                           IF WS-SBY-W1 = "AUD"
                               MOVE WS-SBY-W2 TO
                                   SHP-NAME(WS-SBY-SHIP-COUNT)
                           ELSE
                               MOVE WS-SBY-W2 TO
                                   SHP-FILE(WS-SBY-SHIP-COUNT)
                               MOVE WS-SBY-W3 TO
                                   SHP-NAME(WS-SBY-SHIP-COUNT)
                           END-IF
                           IF WS-SBY-W1 = "SEG"
                               MOVE WS-SBY-W4(1:8) TO
                                   SHP-REASON(WS-SBY-SHIP-COUNT)
                               IF WS-SBY-W5(1:6) IS NUMERIC
                                   MOVE WS-SBY-W5(1:6) TO
                                       SHP-RECS(WS-SBY-SHIP-COUNT)
                               END-IF
                               MOVE WS-SBY-W6 TO
                                   SHP-DATE(WS-SBY-SHIP-COUNT)
                               MOVE WS-SBY-W7 TO
                                   SHP-TIME(WS-SBY-SHIP-COUNT)
                               MOVE 0 TO SHP-APPLIED(WS-SBY-SHIP-COUNT)
                               PERFORM FIND-OR-ADD-SBY-FILE
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-ONE-SBY-APPLY-LINE.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SBY-EOF
           ELSE
               MOVE FUNCTION TRIM(GATEWAY-RECORD) TO WS-SBY-NAME
               PERFORM FIND-SBY-SHIPPED
               IF WS-SBY-FOUND-SIDX NOT = 0
                   MOVE 1 TO SHP-APPLIED(WS-SBY-FOUND-SIDX)
               END-IF
           END-IF.

      *> WS-SBY-NAME = a shipped name; WS-SBY-FOUND-SIDX = its
      *> ship.idx entry, or 0.
       FIND-SBY-SHIPPED.
           MOVE 0 TO WS-SBY-FOUND-SIDX
           PERFORM CHECK-ONE-SBY-SHIPPED
               VARYING WS-SBY-SIDX FROM 1 BY 1
               UNTIL WS-SBY-SIDX > WS-SBY-SHIP-COUNT
               OR WS-SBY-FOUND-SIDX NOT = 0.

       CHECK-ONE-SBY-SHIPPED.
           IF SHP-NAME(WS-SBY-SIDX) = WS-SBY-NAME
               MOVE WS-SBY-SIDX TO WS-SBY-FOUND-SIDX
           END-IF.

      *> Segment WS-JSG-IDX of file WS-SBY-FIDX as the standby
      *> names it: "<flat>.jrn.<nnnn>".
       BUILD-SBY-SEG-NAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(JSG-PATH(WS-JSG-IDX)))
               TO WS-SBY-LEN
           MOVE SPACES TO WS-SBY-NAME
           STRING FUNCTION TRIM(SBY-FLAT(WS-SBY-FIDX))
                   DELIMITED BY SIZE
               ".jrn." DELIMITED BY SIZE
               JSG-PATH(WS-JSG-IDX)(WS-SBY-LEN - 3:4)
                   DELIMITED BY SIZE
               INTO WS-SBY-NAME.

      *> "<STANDBY-DIR>/<WS-SBY-NAME>".
       BUILD-SBY-PATH.
           MOVE SPACES TO WS-SBY-PATH
           STRING FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBY-NAME) DELIMITED BY SIZE
               INTO WS-SBY-PATH.

      *> Cuts the live journal, seeds the standby copy on the first
      *> run, then copies across every segment not yet shipped. A
      *> copy that fails stops this file's shipping for the run -
      *> the standby must see the segments in order - and the next
      *> run picks up from the same place.
       SHIP-ONE-STANDBY-FILE.
           IF SBY-LISTED(WS-SBY-FIDX) = 1
               MOVE SBY-FILE(WS-SBY-FIDX) TO WS-KEYED-FILE-PATH
               MOVE "ROTATE" TO WS-JSG-REASON
               MOVE SPACES TO WS-JSG-TAG
               PERFORM ARCHIVE-KEYED-JOURNAL
               PERFORM LOAD-JOURNAL-SEGMENTS
               IF SBY-SEEDED(WS-SBY-FIDX) = 0
                   PERFORM SEED-STANDBY-FILE
               END-IF
               MOVE 0 TO WS-SBY-STOP
               PERFORM SHIP-ONE-SEGMENT
                   VARYING WS-JSG-IDX FROM 1 BY 1
                   UNTIL WS-JSG-IDX > WS-JSG-COUNT
                   OR WS-SBY-STOP = 1
               MOVE SBY-FILE(WS-SBY-FIDX) TO WS-REF-FILE
               PERFORM COMPUTE-SBY-TRAILER
               MOVE WS-SBY-COUNT TO SBY-TRL-COUNT(WS-SBY-FIDX)
               MOVE WS-SBY-SUM TO SBY-TRL-SUM(WS-SBY-FIDX)
               PERFORM GET-LOCAL-DATE-TIME
               MOVE WS-LOCAL-DATE TO SBY-TRL-DATE(WS-SBY-FIDX)
               MOVE WS-LOCAL-TIME(1:6) TO SBY-TRL-TIME(WS-SBY-FIDX)
           END-IF.

      *> The copy starts as the primary file stands now. Segments up
      *> to the last CLOSE are already folded into it (or were reset
      *> away by the close) and are only noted; the ROTATE segments
      *> after it still ship, since replaying a change the copy
      *> already holds leaves it the same.
       SEED-STANDBY-FILE.
           MOVE SBY-FLAT(WS-SBY-FIDX) TO WS-SBY-NAME
           PERFORM BUILD-SBY-PATH
           MOVE SPACES TO WS-SBY-CMD
           STRING "cp " DELIMITED BY SIZE
               FUNCTION TRIM(SBY-FILE(WS-SBY-FIDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBY-PATH) DELIMITED BY SIZE
               " 2>/dev/null || : > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBY-PATH) DELIMITED BY SIZE
               INTO WS-SBY-CMD
           CALL "SYSTEM" USING WS-SBY-CMD
           PERFORM GET-LOCAL-DATE-TIME
           MOVE 1 TO SBY-SEEDED(WS-SBY-FIDX)
           MOVE WS-LOCAL-DATE TO SBY-SEED-DATE(WS-SBY-FIDX)
           MOVE WS-LOCAL-TIME(1:6) TO SBY-SEED-TIME(WS-SBY-FIDX)
           ADD 1 TO WS-SBY-SEEDS
           DISPLAY "COBALT: seeded standby copy of "
               FUNCTION TRIM(SBY-FILE(WS-SBY-FIDX)) " as "
               FUNCTION TRIM(WS-SBY-PATH)
           MOVE 1 TO WS-JSG-FROM
           PERFORM NOTE-ONE-CLOSE-SEGMENT
               VARYING WS-JSG-IDX FROM 1 BY 1
               UNTIL WS-JSG-IDX > WS-JSG-COUNT
           PERFORM SKIP-ONE-SEGMENT
               VARYING WS-JSG-IDX FROM 1 BY 1
               UNTIL WS-JSG-IDX >= WS-JSG-FROM.

       SKIP-ONE-SEGMENT.
           PERFORM BUILD-SBY-SEG-NAME
           PERFORM FIND-SBY-SHIPPED
           IF WS-SBY-FOUND-SIDX = 0
               AND WS-SBY-SHIP-COUNT < 999
               ADD 1 TO WS-SBY-SHIP-COUNT
               MOVE SPACES TO WS-SBY-SHIP-ENTRY(WS-SBY-SHIP-COUNT)
               MOVE "SKIP" TO SHP-KIND(WS-SBY-SHIP-COUNT)
               MOVE SBY-FILE(WS-SBY-FIDX) TO
                   SHP-FILE(WS-SBY-SHIP-COUNT)
               MOVE WS-SBY-NAME TO SHP-NAME(WS-SBY-SHIP-COUNT)
               MOVE 0 TO SHP-RECS(WS-SBY-SHIP-COUNT)
               MOVE 1 TO SHP-APPLIED(WS-SBY-SHIP-COUNT)
           END-IF.

       SHIP-ONE-SEGMENT.
           PERFORM BUILD-SBY-SEG-NAME
           PERFORM FIND-SBY-SHIPPED
           IF WS-SBY-FOUND-SIDX = 0
               IF WS-SBY-SHIP-COUNT >= 999
                   DISPLAY "COBALT: warning - "
                       FUNCTION TRIM(WS-SBY-SHIP-PATH)
                       " is full (999 entries); shipping stopped"
                   MOVE 1 TO WS-SBY-STOP
               ELSE
                   PERFORM BUILD-SBY-PATH
                   MOVE SPACES TO WS-SBY-CMD
                   STRING "cp " DELIMITED BY SIZE
                       FUNCTION TRIM(JSG-PATH(WS-JSG-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SBY-PATH) DELIMITED BY SIZE
                       " 2>/dev/null" DELIMITED BY SIZE
                       INTO WS-SBY-CMD
                   CALL "SYSTEM" USING WS-SBY-CMD
                   IF RETURN-CODE NOT = 0
                       DISPLAY "COBALT: warning - could not ship "
                           FUNCTION TRIM(JSG-PATH(WS-JSG-IDX))
                           "; the rest of this file's segments "
                           "wait for the next run"
                       MOVE 1 TO WS-SBY-STOP
                   ELSE
                       ADD 1 TO WS-SBY-SHIP-COUNT
                       MOVE SPACES TO
                           WS-SBY-SHIP-ENTRY(WS-SBY-SHIP-COUNT)
                       MOVE "SEG" TO SHP-KIND(WS-SBY-SHIP-COUNT)
                       MOVE SBY-FILE(WS-SBY-FIDX) TO
                           SHP-FILE(WS-SBY-SHIP-COUNT)
                       MOVE WS-SBY-NAME TO SHP-NAME(WS-SBY-SHIP-COUNT)
                       MOVE JSG-REASON(WS-JSG-IDX) TO
                           SHP-REASON(WS-SBY-SHIP-COUNT)
                       MOVE 0 TO SHP-RECS(WS-SBY-SHIP-COUNT)
                       IF JSG-RECS(WS-JSG-IDX) IS NUMERIC
                           MOVE JSG-RECS(WS-JSG-IDX) TO
                               SHP-RECS(WS-SBY-SHIP-COUNT)
                       END-IF
                       MOVE JSG-DATE(WS-JSG-IDX) TO
                           SHP-DATE(WS-SBY-SHIP-COUNT)
                       MOVE JSG-TIME(WS-JSG-IDX) TO
                           SHP-TIME(WS-SBY-SHIP-COUNT)
                       MOVE 0 TO SHP-APPLIED(WS-SBY-SHIP-COUNT)
                       ADD 1 TO WS-SBY-SHIPPED
                   END-IF
               END-IF
           END-IF.

      *> The audit archives ROTATE-AUDIT-FILE has cut, the same
      *> "<audit>.<yymmdd>" listing PRUNE-AUDIT-ARCHIVES takes.
       SHIP-AUDIT-ARCHIVES.
           MOVE SPACES TO WS-SBY-CMD
           STRING "ls -1 " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-FILE-PATH) DELIMITED BY SIZE
               ".[0-9]* > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBY-LIST-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SBY-CMD
           CALL "SYSTEM" USING WS-SBY-CMD
           MOVE WS-SBY-LIST-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-SBY-EOF
               PERFORM SHIP-ONE-AUDIT-ARCHIVE
                   UNTIL WS-SBY-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-SBY-LIST-PATH.

       SHIP-ONE-AUDIT-ARCHIVE.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SBY-EOF
           ELSE
               IF GATEWAY-RECORD NOT = SPACES
                   MOVE FUNCTION TRIM(GATEWAY-RECORD) TO WS-SBY-NAME
                   INSPECT WS-SBY-NAME REPLACING ALL "/" BY "_"
                   PERFORM FIND-SBY-SHIPPED
                   IF WS-SBY-FOUND-SIDX = 0
                       AND WS-SBY-SHIP-COUNT < 999
                       PERFORM BUILD-SBY-PATH
                       MOVE SPACES TO WS-SBY-CMD
                       STRING "cp " DELIMITED BY SIZE
                           FUNCTION TRIM(GATEWAY-RECORD)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SBY-PATH)
                               DELIMITED BY SIZE
                           " 2>/dev/null" DELIMITED BY SIZE
                           INTO WS-SBY-CMD
                       CALL "SYSTEM" USING WS-SBY-CMD
                       IF RETURN-CODE = 0
                           ADD 1 TO WS-SBY-SHIP-COUNT
                           MOVE SPACES TO
                               WS-SBY-SHIP-ENTRY(WS-SBY-SHIP-COUNT)
                           MOVE "AUD" TO SHP-KIND(WS-SBY-SHIP-COUNT)
                           MOVE WS-SBY-NAME TO
                               SHP-NAME(WS-SBY-SHIP-COUNT)
                           MOVE 0 TO SHP-RECS(WS-SBY-SHIP-COUNT)
                           MOVE 1 TO SHP-APPLIED(WS-SBY-SHIP-COUNT)
                           ADD 1 TO WS-SBY-ARCHIVES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ship.idx is rewritten whole from the tables - the seeds,
      *> everything shipped in the order it shipped, then the
      *> trailers taken this run.
       WRITE-SBY-SHIP-IDX.
           MOVE WS-SBY-SHIP-PATH TO WS-DATA-FILE-PATH
           OPEN OUTPUT APP-DATA-FILE
           PERFORM WRITE-ONE-SBY-SEED
               VARYING WS-SBY-FIDX FROM 1 BY 1
               UNTIL WS-SBY-FIDX > WS-SBY-FILE-COUNT
           PERFORM WRITE-ONE-SBY-SHIPPED
               VARYING WS-SBY-SIDX FROM 1 BY 1
               UNTIL WS-SBY-SIDX > WS-SBY-SHIP-COUNT
           PERFORM WRITE-ONE-SBY-TRAILER
               VARYING WS-SBY-FIDX FROM 1 BY 1
               UNTIL WS-SBY-FIDX > WS-SBY-FILE-COUNT
           CLOSE APP-DATA-FILE.

       WRITE-ONE-SBY-SEED.
           IF SBY-SEEDED(WS-SBY-FIDX) = 1
               MOVE SPACES TO APP-DATA-RECORD
               STRING "SEED " DELIMITED BY SIZE
                   FUNCTION TRIM(SBY-FILE(WS-SBY-FIDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SBY-SEED-DATE(WS-SBY-FIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SBY-SEED-TIME(WS-SBY-FIDX) DELIMITED BY SIZE
                   INTO APP-DATA-RECORD
               WRITE APP-DATA-RECORD
           END-IF.

       WRITE-ONE-SBY-SHIPPED.
           MOVE SPACES TO APP-DATA-RECORD
           EVALUATE SHP-KIND(WS-SBY-SIDX)
               WHEN "SEG"
                   STRING "SEG " DELIMITED BY SIZE
                       FUNCTION TRIM(SHP-FILE(WS-SBY-SIDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(SHP-NAME(WS-SBY-SIDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(SHP-REASON(WS-SBY-SIDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SHP-RECS(WS-SBY-SIDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SHP-DATE(WS-SBY-SIDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SHP-TIME(WS-SBY-SIDX) DELIMITED BY SIZE
                       INTO APP-DATA-RECORD
               WHEN "SKIP"
                   STRING "SKIP " DELIMITED BY SIZE
                       FUNCTION TRIM(SHP-FILE(WS-SBY-SIDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(SHP-NAME(WS-SBY-SIDX))
                           DELIMITED BY SIZE
                       INTO APP-DATA-RECORD
               WHEN OTHER
                   STRING "AUD " DELIMITED BY SIZE
                       FUNCTION TRIM(SHP-NAME(WS-SBY-SIDX))
                           DELIMITED BY SIZE
                       INTO APP-DATA-RECORD
           END-EVALUATE
           WRITE APP-DATA-RECORD.

       WRITE-ONE-SBY-TRAILER.
           IF SBY-SEEDED(WS-SBY-FIDX) = 1
               AND SBY-TRL-COUNT(WS-SBY-FIDX) NOT = SPACES
               MOVE SPACES TO APP-DATA-RECORD
               STRING "TRL " DELIMITED BY SIZE
                   FUNCTION TRIM(SBY-FILE(WS-SBY-FIDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SBY-TRL-COUNT(WS-SBY-FIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SBY-TRL-SUM(WS-SBY-FIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SBY-TRL-DATE(WS-SBY-FIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SBY-TRL-TIME(WS-SBY-FIDX) DELIMITED BY SIZE
                   INTO APP-DATA-RECORD
               WRITE APP-DATA-RECORD
           END-IF.

      *> Record count and checksum of the data records of WS-REF-FILE
      *> (decrypted where the file is), each record checksummed the
      *> way ADD-LINE-TO-CHECKSUM does a save and the results summed,
      *> so the order the records stand in does not matter. An absent
      *> file is 0 / 0 - the state --close-period leaves behind.
       COMPUTE-SBY-TRAILER.
           MOVE 0 TO WS-SBY-COUNT WS-SBY-SUM
           PERFORM OPEN-REF-DATA-FILE
           IF WS-REF-FOUND = 1
               MOVE 0 TO WS-REF-EOF
               PERFORM SUM-ONE-SBY-RECORD
                   UNTIL WS-REF-EOF = 1
               CLOSE ENCRYPTED-DATA-FILE
           END-IF.

       SUM-ONE-SBY-RECORD.
           PERFORM READ-REF-DATA-LINE
           IF WS-REF-EOF = 0 AND WS-REF-LINE NOT = SPACES
               ADD 1 TO WS-SBY-COUNT
               MOVE 0 TO WS-ATOMIC-CHECKSUM
               MOVE WS-REF-LINE TO WS-ATOMIC-LINE
               PERFORM ADD-LINE-TO-CHECKSUM
               COMPUTE WS-SBY-SUM = FUNCTION MOD(
                   WS-SBY-SUM + WS-ATOMIC-CHECKSUM, 999999999)
           END-IF.

      *> ---------------------------------------------------------
      *> --standby-apply - the standby side: replays every shipped
      *> segment not yet applied onto the standby copies, oldest
      *> first, then reports the lag. Past STANDBY-LAG-RECORDS or
      *> STANDBY-LAG-MINUTES the STANDBY-LAG audit record raises an
      *> operations task and the step ends 4.
      *> ---------------------------------------------------------
       STANDBY-APPLY-RUN.
           PERFORM PREPARE-STANDBY
           IF WS-SBY-SHIP-COUNT = 0
               DISPLAY "COBALT: nothing has been shipped to "
                   FUNCTION TRIM(WS-SBY-DIR) " yet"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE 0 TO WS-SBY-APPLIED-SEGS WS-SBY-APPLIED-RECS
               MOVE WS-SBY-APPLY-PATH TO WS-GATEWAY-OUT-PATH
               OPEN EXTEND GATEWAY-OUT-FILE
               IF WS-GATEWAY-OUT-STATUS NOT = "00"
                   OPEN OUTPUT GATEWAY-OUT-FILE
               END-IF
               MOVE 0 TO WS-SBY-STOP
               PERFORM APPLY-ONE-SHIPPED-SEGMENT
                   VARYING WS-SBY-SIDX FROM 1 BY 1
                   UNTIL WS-SBY-SIDX > WS-SBY-SHIP-COUNT
                   OR WS-SBY-STOP = 1
               CLOSE GATEWAY-OUT-FILE
               DISPLAY "COBALT: standby at " FUNCTION TRIM(WS-SBY-DIR)
                   " - " WS-SBY-APPLIED-SEGS " segment(s), "
                   WS-SBY-APPLIED-RECS " record(s) applied"
               PERFORM MEASURE-STANDBY-LAG
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "STANDBY-APPLY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
                   " segments=" DELIMITED BY SIZE
                   WS-SBY-APPLIED-SEGS DELIMITED BY SIZE
                   " records=" DELIMITED BY SIZE
                   WS-SBY-APPLIED-RECS DELIMITED BY SIZE
                   " lag=" DELIMITED BY SIZE
                   WS-SBY-LAG-RECS-TOT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-SBY-LAG-MINS-TOP DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
               IF (WS-SBY-LAG-RECS-MAX > 0
                   AND WS-SBY-LAG-RECS-TOT > WS-SBY-LAG-RECS-MAX)
                   OR (WS-SBY-LAG-MINS-MAX > 0
                   AND WS-SBY-LAG-MINS-TOP > WS-SBY-LAG-MINS-MAX)
                   DISPLAY "COBALT: warning - standby lag past "
                       "the STANDBY-LAG threshold"
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "STANDBY-LAG " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
                       " records=" DELIMITED BY SIZE
                       WS-SBY-LAG-RECS-TOT DELIMITED BY SIZE
                       " minutes=" DELIMITED BY SIZE
                       WS-SBY-LAG-MINS-TOP DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
                   MOVE 4 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF.

      *> A segment that has not arrived stops the run there - later
      *> segments of any file wait, so nothing is replayed out of
      *> order. A CLOSE segment resets the copy the way the close
      *> reset the primary.
       APPLY-ONE-SHIPPED-SEGMENT.
           IF SHP-KIND(WS-SBY-SIDX) = "SEG"
               AND SHP-APPLIED(WS-SBY-SIDX) = 0
               MOVE SHP-FILE(WS-SBY-SIDX) TO WS-SBY-W2
               PERFORM FIND-OR-ADD-SBY-FILE
               MOVE SHP-NAME(WS-SBY-SIDX) TO WS-SBY-NAME
               PERFORM BUILD-SBY-PATH
               MOVE WS-SBY-PATH TO WS-JRN-FILE-PATH
               OPEN INPUT JOURNAL-FILE
               IF WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY "COBALT: warning - shipped segment "
                       FUNCTION TRIM(WS-SBY-PATH) " is missing; "
                       "apply stopped there"
                   MOVE 1 TO WS-SBY-STOP
               ELSE
                   MOVE SBY-FLAT(WS-SBY-FOUND-FIDX) TO WS-SBY-NAME
                   PERFORM BUILD-SBY-PATH
                   MOVE WS-SBY-PATH TO WS-KEYED-FILE-PATH
                   MOVE 0 TO WS-KEYED-ALT-PART
                   PERFORM RELOAD-KEYED-STORE-IMAGE
                   MOVE 0 TO WS-JRN-APPLIED
                   MOVE 0 TO WS-JRN-EOF
                   PERFORM APPLY-ONE-JOURNAL-RECORD
                       UNTIL WS-JRN-EOF = 1
                   CLOSE JOURNAL-FILE
                   PERFORM FLUSH-KEYED-STORE
                   IF SHP-REASON(WS-SBY-SIDX) = "CLOSE"
                       CALL "CBL_DELETE_FILE" USING WS-SBY-PATH
                   END-IF
                   MOVE SPACES TO GATEWAY-OUT-RECORD
                   MOVE SHP-NAME(WS-SBY-SIDX) TO GATEWAY-OUT-RECORD
                   WRITE GATEWAY-OUT-RECORD
                   MOVE 1 TO SHP-APPLIED(WS-SBY-SIDX)
                   ADD 1 TO WS-SBY-APPLIED-SEGS
                   ADD WS-JRN-APPLIED TO WS-SBY-APPLIED-RECS
               END-IF
           END-IF.

      *> Lag per replicated file: the change records shipped but not
      *> applied, plus those still on the primary - closed segments
      *> not yet shipped and the live journal - and the age of the
      *> oldest of them by its journal stamp. WS-SBY-UNSHIPPED keeps
      *> the primary's share for --switchover.
       MEASURE-STANDBY-LAG.
           MOVE 0 TO WS-SBY-LAG-RECS-TOT WS-SBY-LAG-MINS-TOP
               WS-SBY-UNSHIPPED
           PERFORM GET-LOCAL-DATE-TIME
           COMPUTE WS-SBY-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(20000000 + WS-LOCAL-DATE)
                   * 1440
               + FUNCTION NUMVAL(WS-LOCAL-TIME(1:2)) * 60
               + FUNCTION NUMVAL(WS-LOCAL-TIME(3:2))
           PERFORM MEASURE-ONE-STANDBY-LAG
               VARYING WS-SBY-FIDX FROM 1 BY 1
               UNTIL WS-SBY-FIDX > WS-SBY-FILE-COUNT.

       MEASURE-ONE-STANDBY-LAG.
           IF SBY-SEEDED(WS-SBY-FIDX) = 1
               MOVE 0 TO WS-SBY-PEND-RECS
               MOVE SPACES TO WS-SBY-OLDEST
               PERFORM SCAN-ONE-UNAPPLIED-SEGMENT
                   VARYING WS-SBY-SIDX FROM 1 BY 1
                   UNTIL WS-SBY-SIDX > WS-SBY-SHIP-COUNT
               MOVE WS-SBY-PEND-RECS TO WS-SBY-COUNT
               MOVE SBY-FILE(WS-SBY-FIDX) TO WS-KEYED-FILE-PATH
               PERFORM BUILD-JOURNAL-SEG-PATHS
               PERFORM LOAD-JOURNAL-SEGMENTS
               PERFORM SCAN-ONE-UNSHIPPED-SEGMENT
                   VARYING WS-JSG-IDX FROM 1 BY 1
                   UNTIL WS-JSG-IDX > WS-JSG-COUNT
               MOVE WS-JSG-LIVE-PATH TO WS-JRN-FILE-PATH
               PERFORM SCAN-PENDING-JOURNAL
               COMPUTE WS-SBY-UNSHIPPED = WS-SBY-UNSHIPPED
                   + WS-SBY-PEND-RECS - WS-SBY-COUNT
               MOVE WS-SBY-PEND-RECS TO SBY-LAG-RECS(WS-SBY-FIDX)
               MOVE 0 TO SBY-LAG-MINS(WS-SBY-FIDX)
               IF WS-SBY-OLDEST NOT = SPACES
                   COMPUTE WS-SBY-THEN-MINS =
                       FUNCTION INTEGER-OF-DATE(20000000 +
                           FUNCTION NUMVAL(WS-SBY-OLDEST(1:6)))
                           * 1440
                       + FUNCTION NUMVAL(WS-SBY-OLDEST(7:2)) * 60
                       + FUNCTION NUMVAL(WS-SBY-OLDEST(9:2))
                   IF WS-SBY-NOW-MINS > WS-SBY-THEN-MINS
                       COMPUTE SBY-LAG-MINS(WS-SBY-FIDX) =
                           WS-SBY-NOW-MINS - WS-SBY-THEN-MINS
                   END-IF
               END-IF
               ADD SBY-LAG-RECS(WS-SBY-FIDX) TO WS-SBY-LAG-RECS-TOT
               IF SBY-LAG-MINS(WS-SBY-FIDX) > WS-SBY-LAG-MINS-TOP
                   MOVE SBY-LAG-MINS(WS-SBY-FIDX) TO
                       WS-SBY-LAG-MINS-TOP
               END-IF
               DISPLAY "COBALT: standby copy of "
                   FUNCTION TRIM(SBY-FILE(WS-SBY-FIDX)) " - lag "
                   SBY-LAG-RECS(WS-SBY-FIDX) " record(s), "
                   SBY-LAG-MINS(WS-SBY-FIDX) " minute(s)"
           END-IF.

       SCAN-ONE-UNAPPLIED-SEGMENT.
           IF SHP-KIND(WS-SBY-SIDX) = "SEG"
               AND SHP-APPLIED(WS-SBY-SIDX) = 0
               AND SHP-FILE(WS-SBY-SIDX) = SBY-FILE(WS-SBY-FIDX)
               MOVE SHP-NAME(WS-SBY-SIDX) TO WS-SBY-NAME
               PERFORM BUILD-SBY-PATH
               MOVE WS-SBY-PATH TO WS-JRN-FILE-PATH
               PERFORM SCAN-PENDING-JOURNAL
           END-IF.

       SCAN-ONE-UNSHIPPED-SEGMENT.
           PERFORM BUILD-SBY-SEG-NAME
           PERFORM FIND-SBY-SHIPPED
           IF WS-SBY-FOUND-SIDX = 0
               MOVE JSG-PATH(WS-JSG-IDX) TO WS-JRN-FILE-PATH
               PERFORM SCAN-PENDING-JOURNAL
           END-IF.

      *> Counts the change records of the journal at
      *> WS-JRN-FILE-PATH into WS-SBY-PEND-RECS and keeps the oldest
      *> stamp seen in WS-SBY-OLDEST (yymmddhhmmss). A journal from
      *> before records carried stamps counts but has no age.
       SCAN-PENDING-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS = "00"
               MOVE 0 TO WS-JRN-EOF
               PERFORM SCAN-ONE-PENDING-RECORD
                   UNTIL WS-JRN-EOF = 1
               CLOSE JOURNAL-FILE
           END-IF.

       SCAN-ONE-PENDING-RECORD.
           READ JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-JRN-EOF
           ELSE
               IF JOURNAL-RECORD NOT = SPACES
                   AND JOURNAL-RECORD(1:2) NOT = "B|"
                   ADD 1 TO WS-SBY-PEND-RECS
                   MOVE SPACES TO WS-SBY-OP-PART WS-SBY-S-OP
                       WS-SBY-S-DATE WS-SBY-S-TIME
                   UNSTRING JOURNAL-RECORD DELIMITED BY "|"
                       INTO WS-SBY-OP-PART
                   UNSTRING WS-SBY-OP-PART DELIMITED BY "@"
                       INTO WS-SBY-S-OP WS-SBY-S-DATE WS-SBY-S-TIME
                   IF WS-SBY-S-DATE IS NUMERIC
                       AND WS-SBY-S-TIME IS NUMERIC
                       MOVE SPACES TO WS-SBY-STAMP
                       STRING WS-SBY-S-DATE DELIMITED BY SIZE
                           WS-SBY-S-TIME DELIMITED BY SIZE
                           INTO WS-SBY-STAMP
                       IF WS-SBY-OLDEST = SPACES
                           OR WS-SBY-STAMP < WS-SBY-OLDEST
                           MOVE WS-SBY-STAMP TO WS-SBY-OLDEST
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --switchover [FORCE] - confirms the standby is complete
      *> before operators are pointed at it: every shipped segment
      *> applied, every copy matching the trailer shipped with it,
      *> and nothing left on the primary unshipped. FORCE drops that
      *> last check, for when the primary is lost and its journals
      *> can no longer be read. Refused, the step ends 8.
      *> ---------------------------------------------------------
       SWITCHOVER-RUN.
           MOVE 0 TO WS-SBY-FORCE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVENTS-FILE-PATH))
               = "FORCE"
               MOVE 1 TO WS-SBY-FORCE
           END-IF
           PERFORM PREPARE-STANDBY
           MOVE 0 TO WS-SBY-PROBLEMS WS-SBY-VERIFIED
           PERFORM CHECK-ONE-SBY-APPLIED
               VARYING WS-SBY-SIDX FROM 1 BY 1
               UNTIL WS-SBY-SIDX > WS-SBY-SHIP-COUNT
           PERFORM VERIFY-ONE-STANDBY-FILE
               VARYING WS-SBY-FIDX FROM 1 BY 1
               UNTIL WS-SBY-FIDX > WS-SBY-FILE-COUNT
           IF WS-SBY-VERIFIED = 0 AND WS-SBY-PROBLEMS = 0
               DISPLAY "COBALT: nothing has been shipped to "
                   FUNCTION TRIM(WS-SBY-DIR) " yet"
               ADD 1 TO WS-SBY-PROBLEMS
           END-IF
           IF WS-SBY-FORCE = 0
               PERFORM MEASURE-STANDBY-LAG
               IF WS-SBY-UNSHIPPED > 0
                   DISPLAY "COBALT: " WS-SBY-UNSHIPPED
                       " change(s) on the primary not yet shipped - "
                       "run --ship-journals (FORCE if the primary "
                       "is lost)"
                   ADD 1 TO WS-SBY-PROBLEMS
               END-IF
           END-IF
           IF WS-SBY-PROBLEMS > 0
               DISPLAY "COBALT: switchover refused - "
                   WS-SBY-PROBLEMS " problem(s)"
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "SWITCHOVER-REFUSED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
                   " problems=" DELIMITED BY SIZE
                   WS-SBY-PROBLEMS DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               DISPLAY "COBALT: standby at " FUNCTION TRIM(WS-SBY-DIR)
                   " verified - " WS-SBY-VERIFIED
                   " file(s) complete; point operators at "
                   FUNCTION TRIM(WS-SBY-DIR)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "SWITCHOVER " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBY-DIR) DELIMITED BY SIZE
                   " files=" DELIMITED BY SIZE
                   WS-SBY-VERIFIED DELIMITED BY SIZE
                   " force=" DELIMITED BY SIZE
                   WS-SBY-FORCE DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

       CHECK-ONE-SBY-APPLIED.
           IF SHP-KIND(WS-SBY-SIDX) = "SEG"
               AND SHP-APPLIED(WS-SBY-SIDX) = 0
               DISPLAY "COBALT: shipped segment "
                   FUNCTION TRIM(SHP-NAME(WS-SBY-SIDX))
                   " not yet applied - run --standby-apply"
               ADD 1 TO WS-SBY-PROBLEMS
           END-IF.

       VERIFY-ONE-STANDBY-FILE.
           IF SBY-SEEDED(WS-SBY-FIDX) = 1
               IF SBY-TRL-COUNT(WS-SBY-FIDX) = SPACES
                   DISPLAY "COBALT: no trailer shipped for "
                       FUNCTION TRIM(SBY-FILE(WS-SBY-FIDX))
                   ADD 1 TO WS-SBY-PROBLEMS
               ELSE
                   MOVE SBY-FLAT(WS-SBY-FIDX) TO WS-SBY-NAME
                   PERFORM BUILD-SBY-PATH
                   MOVE WS-SBY-PATH TO WS-REF-FILE
                   PERFORM COMPUTE-SBY-TRAILER
                   MOVE WS-SBY-COUNT TO WS-SBY-COUNT-TXT
                   MOVE WS-SBY-SUM TO WS-SBY-SUM-TXT
                   IF WS-SBY-COUNT-TXT = SBY-TRL-COUNT(WS-SBY-FIDX)
                       AND WS-SBY-SUM-TXT = SBY-TRL-SUM(WS-SBY-FIDX)
                       ADD 1 TO WS-SBY-VERIFIED
                       DISPLAY "COBALT: "
                           FUNCTION TRIM(SBY-FILE(WS-SBY-FIDX))
                           " - standby matches the trailer shipped "
                           SBY-TRL-DATE(WS-SBY-FIDX) " "
                           SBY-TRL-TIME(WS-SBY-FIDX) " ("
                           WS-SBY-COUNT-TXT " record(s))"
                   ELSE
                       DISPLAY "COBALT: "
                           FUNCTION TRIM(SBY-FILE(WS-SBY-FIDX))
                           " - standby does not match its trailer:"
                           " records " WS-SBY-COUNT-TXT "/"
                           SBY-TRL-COUNT(WS-SBY-FIDX) " checksum "
                           WS-SBY-SUM-TXT "/"
                           SBY-TRL-SUM(WS-SBY-FIDX)
                       ADD 1 TO WS-SBY-PROBLEMS
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> --query <name|query-file> [SCREEN|SPOOL|CSV] [<operator>
      *> [<password>]] - select, sort and list a keyed file's
      *> records the way a saved query describes (see
      *> WS-QRY-SCRATCH). Exit 0 when the query ran, 8 when it was
      *> refused - a query-file error, a sign-in that failed, a
      *> file off the allow list or a field held back by role.
      *> ---------------------------------------------------------
       QUERY-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-QRY-ARG
           MOVE SPACES TO WS-QRY-ERROR WS-QRY-OPERATOR WS-QRY-OUT-ARG
               WS-QRY-LABEL
           MOVE SPACES TO WS-CURRENT-ROLE
           IF WS-QRY-ARG = SPACES
               DISPLAY "COBALT: usage - --query <name|query-file>"
                   " [SCREEN|SPOOL|CSV] [<operator> [<password>]]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               MOVE SPACES TO WS-AUTH-USER-TXT WS-AUTH-PASS-TXT
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3-TXT))
                   WHEN "SCREEN"
                   WHEN "SPOOL"
                   WHEN "CSV"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-ARG3-TXT)) TO
                           WS-QRY-OUT-ARG
                       MOVE FUNCTION TRIM(WS-ARG4-TXT) TO
                           WS-AUTH-USER-TXT
                       MOVE FUNCTION TRIM(WS-ARG5-TXT) TO
                           WS-AUTH-PASS-TXT
                   WHEN OTHER
                       MOVE FUNCTION TRIM(WS-ARG3-TXT) TO
                           WS-AUTH-USER-TXT
                       MOVE FUNCTION TRIM(WS-ARG4-TXT) TO
                           WS-AUTH-PASS-TXT
               END-EVALUATE
               PERFORM READ-QUERY-FILE
               IF WS-QRY-ERROR = SPACES
                   PERFORM CHECK-QUERY
               END-IF
               IF WS-QRY-ERROR = SPACES
                   AND WS-AUTH-USER-TXT NOT = SPACES
                   PERFORM SIGN-IN-QUERY-OPERATOR
               END-IF
               IF WS-QRY-ERROR = SPACES
                   PERFORM CHECK-QUERY-ACCESS
               END-IF
               IF WS-QRY-ERROR = SPACES
                   PERFORM RUN-QUERY
               END-IF
               IF WS-QRY-ERROR NOT = SPACES
                   DISPLAY "COBALT: query "
                       FUNCTION TRIM(WS-QRY-ARG) " refused - "
                       FUNCTION TRIM(WS-QRY-ERROR)
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "QUERY-REFUSED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QRY-ARG) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QRY-ERROR) DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
                   MOVE 8 TO WS-RUN-EXIT-CODE
               END-IF
           END-IF
           MOVE 0 TO WS-QRY-UNATTENDED.

      *> The argument as a file, else the saved query of that name.
       READ-QUERY-FILE.
           MOVE SPACES TO WS-QRY-FILE WS-QRY-APP WS-QRY-LAY-NAME
               WS-QRY-TITLE WS-QRY-CSV-PATH
           MOVE "SCREEN" TO WS-QRY-OUTPUT
           MOVE 0 TO WS-QRY-FLD-COUNT WS-QRY-WH-COUNT WS-QRY-SK-COUNT
               WS-QRY-COL-COUNT WS-QRY-TOT-COUNT WS-QRY-LAY-IDX
               WS-QRY-HAS-TOTALS
           MOVE WS-QRY-ARG TO WS-QRY-PATH
           MOVE WS-QRY-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-QRY-PATH
               STRING FUNCTION TRIM(WS-QRY-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QRY-ARG) DELIMITED BY SIZE
                   ".qry" DELIMITED BY SIZE
                   INTO WS-QRY-PATH
               MOVE WS-QRY-PATH TO WS-IMPORT-FILE-PATH
               OPEN INPUT IMPORT-FILE
           END-IF
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               STRING "no query file " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QRY-ARG) DELIMITED BY SIZE
                   " or " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QRY-PATH) DELIMITED BY SIZE
                   INTO WS-QRY-ERROR
           ELSE
               PERFORM SET-QUERY-LABEL
               MOVE 0 TO WS-QRY-EOF
               PERFORM READ-ONE-QUERY-LINE
                   UNTIL WS-QRY-EOF = 1
                   OR WS-QRY-ERROR NOT = SPACES
               CLOSE IMPORT-FILE
           END-IF.

      *> The query's name for the spool job, the CSV file and the
      *> audit trail - the file name without directory or ".qry".
       SET-QUERY-LABEL.
           MOVE 0 TO WS-QRY-AT
           PERFORM FIND-ONE-QUERY-SLASH
               VARYING WS-QRY-IDX FROM 1 BY 1
               UNTIL WS-QRY-IDX > 200
           MOVE WS-QRY-PATH(WS-QRY-AT + 1:40) TO WS-QRY-LABEL
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QRY-LABEL)) TO
               WS-QRY-W
           IF WS-QRY-W > 4
               AND WS-QRY-LABEL(WS-QRY-W - 3:4) = ".qry"
               MOVE SPACES TO WS-QRY-LABEL(WS-QRY-W - 3:4)
           END-IF.

       FIND-ONE-QUERY-SLASH.
           IF WS-QRY-PATH(WS-QRY-IDX:1) = "/"
               MOVE WS-QRY-IDX TO WS-QRY-AT
           END-IF.

       READ-ONE-QUERY-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-QRY-EOF
           ELSE
               MOVE FUNCTION TRIM(IMPORT-RECORD) TO WS-QRY-LINE
               IF WS-QRY-LINE NOT = SPACES
                   AND WS-QRY-LINE(1:1) NOT = "*"
                   PERFORM APPLY-QUERY-LINE
               END-IF
           END-IF.

       APPLY-QUERY-LINE.
           MOVE SPACES TO WS-QRY-VERB
           PERFORM CLEAR-ONE-QUERY-WORD
               VARYING WS-QRY-WORD-IDX FROM 1 BY 1
               UNTIL WS-QRY-WORD-IDX > 12
           MOVE 1 TO WS-QRY-PTR
           UNSTRING WS-QRY-LINE DELIMITED BY ALL SPACE
               INTO WS-QRY-VERB
               WITH POINTER WS-QRY-PTR
           MOVE FUNCTION UPPER-CASE(WS-QRY-VERB) TO WS-QRY-VERB
           EVALUATE WS-QRY-VERB
               WHEN "TITLE"
                   IF WS-QRY-PTR <= 200
                       MOVE FUNCTION TRIM(WS-QRY-LINE(WS-QRY-PTR:))
                           TO WS-QRY-TITLE
                   END-IF
               WHEN "WHERE"
                   PERFORM ADD-QUERY-CONDITION
               WHEN OTHER
                   IF WS-QRY-PTR <= 200
                       UNSTRING WS-QRY-LINE(WS-QRY-PTR:)
                           DELIMITED BY ALL SPACE
                           INTO WS-QRY-WORD(1) WS-QRY-WORD(2)
                               WS-QRY-WORD(3) WS-QRY-WORD(4)
                               WS-QRY-WORD(5) WS-QRY-WORD(6)
                               WS-QRY-WORD(7) WS-QRY-WORD(8)
                               WS-QRY-WORD(9) WS-QRY-WORD(10)
                               WS-QRY-WORD(11) WS-QRY-WORD(12)
                   END-IF
                   PERFORM APPLY-QUERY-WORDS
           END-EVALUATE.

       CLEAR-ONE-QUERY-WORD.
           MOVE SPACES TO WS-QRY-WORD(WS-QRY-WORD-IDX).

       APPLY-QUERY-WORDS.
           EVALUATE WS-QRY-VERB
               WHEN "FILE"
                   MOVE WS-QRY-WORD(1) TO WS-QRY-FILE
               WHEN "APP"
                   MOVE WS-QRY-WORD(1) TO WS-QRY-APP
               WHEN "LAYOUT"
                   MOVE WS-QRY-WORD(1) TO WS-QRY-APP
                   MOVE FUNCTION UPPER-CASE(WS-QRY-WORD(2)) TO
                       WS-QRY-LAY-NAME
                   IF WS-QRY-LAY-NAME = SPACES
                       MOVE "LAYOUT names no layout" TO WS-QRY-ERROR
                   END-IF
               WHEN "SORT"
                   PERFORM ADD-QUERY-SORT-KEY
                       VARYING WS-QRY-WORD-IDX FROM 1 BY 1
                       UNTIL WS-QRY-WORD-IDX > 12
                       OR WS-QRY-ERROR NOT = SPACES
               WHEN "COLUMNS"
                   PERFORM ADD-QUERY-COLUMN
                       VARYING WS-QRY-WORD-IDX FROM 1 BY 1
                       UNTIL WS-QRY-WORD-IDX > 12
                       OR WS-QRY-ERROR NOT = SPACES
               WHEN "TOTAL"
                   PERFORM ADD-QUERY-TOTAL
                       VARYING WS-QRY-WORD-IDX FROM 1 BY 1
                       UNTIL WS-QRY-WORD-IDX > 12
                       OR WS-QRY-ERROR NOT = SPACES
               WHEN "OUTPUT"
                   MOVE FUNCTION UPPER-CASE(WS-QRY-WORD(1)) TO
                       WS-QRY-OUTPUT
                   MOVE WS-QRY-WORD(2) TO WS-QRY-CSV-PATH
                   IF NOT QRY-TO-SCREEN AND NOT QRY-TO-SPOOL
                       AND NOT QRY-TO-CSV
                       MOVE "OUTPUT must be SCREEN, SPOOL or CSV"
                           TO WS-QRY-ERROR
                   END-IF
               WHEN OTHER
                   STRING "unknown query statement "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QRY-VERB) DELIMITED BY SIZE
                       INTO WS-QRY-ERROR
           END-EVALUATE.

      *> WHERE <field> <op> <value> - the value is the rest of the
      *> line, and may be quoted to keep its spaces.
       ADD-QUERY-CONDITION.
           MOVE SPACES TO WS-QRY-WORD(1) WS-QRY-OP-TXT WS-QRY-WANT
           IF WS-QRY-PTR <= 200
               UNSTRING WS-QRY-LINE DELIMITED BY ALL SPACE
                   INTO WS-QRY-WORD(1) WS-QRY-OP-TXT
                   WITH POINTER WS-QRY-PTR
           END-IF
           IF WS-QRY-PTR <= 200
               MOVE FUNCTION TRIM(WS-QRY-LINE(WS-QRY-PTR:)) TO
                   WS-QRY-WANT
           END-IF
           IF WS-QRY-WANT(1:1) = '"'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QRY-WANT)) TO
                   WS-QRY-WANT-LEN
               IF WS-QRY-WANT-LEN > 2
                   AND WS-QRY-WANT(WS-QRY-WANT-LEN:1) = '"'
                   MOVE WS-QRY-WANT(2:WS-QRY-WANT-LEN - 2) TO
                       WS-QRY-KEY-PART
                   MOVE WS-QRY-KEY-PART TO WS-QRY-WANT
               ELSE
                   MOVE SPACES TO WS-QRY-WANT
               END-IF
           END-IF
           EVALUATE WS-QRY-OP-TXT
               WHEN "EQ"
               WHEN "="
                   MOVE "EQ" TO WS-QRY-OP-TXT
               WHEN "NE"
               WHEN "<>"
                   MOVE "NE" TO WS-QRY-OP-TXT
               WHEN "LT"
               WHEN "<"
                   MOVE "LT" TO WS-QRY-OP-TXT
               WHEN "LE"
               WHEN "<="
                   MOVE "LE" TO WS-QRY-OP-TXT
               WHEN "GT"
               WHEN ">"
                   MOVE "GT" TO WS-QRY-OP-TXT
               WHEN "GE"
               WHEN ">="
                   MOVE "GE" TO WS-QRY-OP-TXT
               WHEN OTHER
                   MOVE SPACES TO WS-QRY-OP-TXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-QRY-WH-COUNT >= 10
                   MOVE "more than 10 WHERE conditions"
                       TO WS-QRY-ERROR
               WHEN WS-QRY-WORD(1) = SPACES
                   OR WS-QRY-OP-TXT = SPACES
                   STRING "WHERE needs a field, EQ NE LT LE GT or GE"
                           DELIMITED BY SIZE
                       " and a value" DELIMITED BY SIZE
                       INTO WS-QRY-ERROR
               WHEN OTHER
                   MOVE WS-QRY-WORD(1) TO WS-QRY-FLD-SPEC
                   PERFORM ADD-QUERY-FIELD
                   IF WS-QRY-ERROR = SPACES
                       ADD 1 TO WS-QRY-WH-COUNT
                       MOVE WS-QRY-FLD-FOUND TO
                           QRY-WH-FLD(WS-QRY-WH-COUNT)
                       MOVE WS-QRY-OP-TXT TO
                           QRY-WH-OP(WS-QRY-WH-COUNT)
                       MOVE WS-QRY-WANT TO
                           QRY-WH-VALUE(WS-QRY-WH-COUNT)
                   END-IF
           END-EVALUATE.

      *> "<field>[,A|D]".
       ADD-QUERY-SORT-KEY.
           IF WS-QRY-WORD(WS-QRY-WORD-IDX) NOT = SPACES
               MOVE SPACES TO WS-QRY-PART-1 WS-QRY-PART-2
               UNSTRING WS-QRY-WORD(WS-QRY-WORD-IDX) DELIMITED BY ","
                   INTO WS-QRY-PART-1 WS-QRY-PART-2
               MOVE FUNCTION UPPER-CASE(WS-QRY-PART-2) TO
                   WS-QRY-PART-2
               IF WS-QRY-PART-2 = SPACES
                   MOVE "A" TO WS-QRY-PART-2
               END-IF
               EVALUATE TRUE
                   WHEN WS-QRY-SK-COUNT >= 6
                       MOVE "more than 6 SORT keys" TO WS-QRY-ERROR
                   WHEN WS-QRY-PART-2 NOT = "A"
                       AND WS-QRY-PART-2 NOT = "D"
                       STRING "bad SORT key " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QRY-WORD(WS-QRY-WORD-IDX))
                               DELIMITED BY SIZE
                           INTO WS-QRY-ERROR
                   WHEN OTHER
                       MOVE WS-QRY-PART-1 TO WS-QRY-FLD-SPEC
                       PERFORM ADD-QUERY-FIELD
                       IF WS-QRY-ERROR = SPACES
                           ADD 1 TO WS-QRY-SK-COUNT
                           MOVE WS-QRY-FLD-FOUND TO
                               QRY-SK-FLD(WS-QRY-SK-COUNT)
                           MOVE WS-QRY-PART-2 TO
                               QRY-SK-DIR(WS-QRY-SK-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.

      *> "<field>[,<width>]" - no width takes the field's own.
       ADD-QUERY-COLUMN.
           IF WS-QRY-WORD(WS-QRY-WORD-IDX) NOT = SPACES
               MOVE SPACES TO WS-QRY-PART-1 WS-QRY-PART-2
               UNSTRING WS-QRY-WORD(WS-QRY-WORD-IDX) DELIMITED BY ","
                   INTO WS-QRY-PART-1 WS-QRY-PART-2
               MOVE 0 TO WS-QRY-W
               IF WS-QRY-PART-2 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-QRY-PART-2)) = 0
                   AND FUNCTION NUMVAL(WS-QRY-PART-2) >= 1
                   AND FUNCTION NUMVAL(WS-QRY-PART-2) <= 40
                   MOVE FUNCTION NUMVAL(WS-QRY-PART-2) TO WS-QRY-W
               END-IF
               EVALUATE TRUE
                   WHEN WS-QRY-COL-COUNT >= 12
                       MOVE "more than 12 COLUMNS" TO WS-QRY-ERROR
                   WHEN WS-QRY-PART-2 NOT = SPACES AND WS-QRY-W = 0
                       STRING "bad column " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QRY-WORD(WS-QRY-WORD-IDX))
                               DELIMITED BY SIZE
                           " - a width is 1 to 40" DELIMITED BY SIZE
                           INTO WS-QRY-ERROR
                   WHEN OTHER
                       MOVE WS-QRY-PART-1 TO WS-QRY-FLD-SPEC
                       PERFORM ADD-QUERY-FIELD
                       IF WS-QRY-ERROR = SPACES
                           PERFORM ADD-FOUND-QUERY-COLUMN
                       END-IF
               END-EVALUATE
           END-IF.

       ADD-FOUND-QUERY-COLUMN.
           ADD 1 TO WS-QRY-COL-COUNT
           MOVE WS-QRY-FLD-FOUND TO QRY-COL-FLD(WS-QRY-COL-COUNT)
           MOVE WS-QRY-W TO QRY-COL-WIDTH(WS-QRY-COL-COUNT)
           MOVE 0 TO QRY-COL-TOTAL(WS-QRY-COL-COUNT)
           MOVE 0 TO QRY-COL-SUM(WS-QRY-COL-COUNT).

      *> Totals are matched to their columns once the whole query
      *> is read - TOTAL may come before COLUMNS.
       ADD-QUERY-TOTAL.
           IF WS-QRY-WORD(WS-QRY-WORD-IDX) NOT = SPACES
               IF WS-QRY-TOT-COUNT >= 12
                   MOVE "more than 12 TOTAL fields" TO WS-QRY-ERROR
               ELSE
                   MOVE WS-QRY-WORD(WS-QRY-WORD-IDX) TO
                       WS-QRY-FLD-SPEC
                   PERFORM ADD-QUERY-FIELD
                   IF WS-QRY-ERROR = SPACES
                       ADD 1 TO WS-QRY-TOT-COUNT
                       MOVE WS-QRY-FLD-FOUND TO
                           WS-QRY-TOT-FLD(WS-QRY-TOT-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> WS-QRY-FLD-SPEC into the field table, once however often
      *> the query names it; WS-QRY-FLD-FOUND is its entry.
       ADD-QUERY-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-QRY-FLD-SPEC) TO
               WS-QRY-FLD-SPEC
           MOVE 0 TO WS-QRY-FLD-FOUND
           PERFORM MATCH-ONE-QUERY-FIELD
               VARYING WS-QRY-FLD-IDX FROM 1 BY 1
               UNTIL WS-QRY-FLD-IDX > WS-QRY-FLD-COUNT
               OR WS-QRY-FLD-FOUND NOT = 0
           IF WS-QRY-FLD-FOUND = 0
               IF WS-QRY-FLD-COUNT >= 24
                   MOVE "more than 24 fields named" TO WS-QRY-ERROR
               ELSE
                   ADD 1 TO WS-QRY-FLD-COUNT
                   MOVE WS-QRY-FLD-SPEC TO
                       QRY-FLD-TEXT(WS-QRY-FLD-COUNT)
                   MOVE WS-QRY-FLD-COUNT TO WS-QRY-FLD-FOUND
               END-IF
           END-IF.

       MATCH-ONE-QUERY-FIELD.
           IF QRY-FLD-TEXT(WS-QRY-FLD-IDX) = WS-QRY-FLD-SPEC
               MOVE WS-QRY-FLD-IDX TO WS-QRY-FLD-FOUND
           END-IF.

      *> The statements make sense together: a file, the app loaded
      *> for its layout and roles, every field resolved, columns
      *> (the whole layout when none are named) and their totals.
       CHECK-QUERY.
           IF WS-QRY-OUT-ARG NOT = SPACES
               MOVE WS-QRY-OUT-ARG TO WS-QRY-OUTPUT
           END-IF
           IF WS-QRY-UNATTENDED = 1 AND QRY-TO-SCREEN
               SET QRY-TO-SPOOL TO TRUE
           END-IF
           IF QRY-TO-CSV AND WS-QRY-CSV-PATH = SPACES
               STRING FUNCTION TRIM(WS-QRY-LABEL) DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-QRY-CSV-PATH
           END-IF
           EVALUATE TRUE
               WHEN WS-QRY-FILE = SPACES
                   MOVE "no FILE named" TO WS-QRY-ERROR
               WHEN WS-QRY-COL-COUNT = 0
                   AND WS-QRY-LAY-NAME = SPACES
                   MOVE "no COLUMNS named, and no LAYOUT to show"
                       TO WS-QRY-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-QRY-ERROR = SPACES AND WS-QRY-APP NOT = SPACES
               PERFORM LOAD-QUERY-APP
           END-IF
           IF WS-QRY-ERROR = SPACES AND WS-QRY-COL-COUNT = 0
               PERFORM ADD-ONE-LAYOUT-COLUMN
                   VARYING WS-QRY-LF-IDX FROM 1 BY 1
                   UNTIL WS-QRY-LF-IDX >
                       LAYDEF-FIELD-COUNT(WS-QRY-LAY-IDX)
                   OR WS-QRY-COL-COUNT >= 12
                   OR WS-QRY-ERROR NOT = SPACES
           END-IF
           IF WS-QRY-ERROR = SPACES
               PERFORM RESOLVE-ONE-QUERY-FIELD
                   VARYING WS-QRY-FLD-IDX FROM 1 BY 1
                   UNTIL WS-QRY-FLD-IDX > WS-QRY-FLD-COUNT
                   OR WS-QRY-ERROR NOT = SPACES
           END-IF
           IF WS-QRY-ERROR = SPACES
               PERFORM MATCH-ONE-QUERY-TOTAL
                   VARYING WS-QRY-TOT-IDX FROM 1 BY 1
                   UNTIL WS-QRY-TOT-IDX > WS-QRY-TOT-COUNT
                   OR WS-QRY-ERROR NOT = SPACES
           END-IF
           IF WS-QRY-ERROR = SPACES
               PERFORM SET-ONE-QUERY-COLUMN-WIDTH
                   VARYING WS-QRY-COL-IDX FROM 1 BY 1
                   UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
           END-IF.

      *> Only the app's LAYOUT SECTION and its screens' ROLE
      *> clauses are wanted - it is parsed, never run.
       LOAD-QUERY-APP.
           MOVE WS-QRY-APP TO WS-APP-FILE-PATH
           PERFORM LOAD-LANG-MESSAGES
           PERFORM LOAD-APP-SOURCE
           IF WS-SRC-LINE-COUNT = 0
               STRING "cannot read app source " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QRY-APP) DELIMITED BY SIZE
                   INTO WS-QRY-ERROR
           ELSE
               PERFORM PARSE-APP-SOURCE
               IF WS-QRY-LAY-NAME NOT = SPACES
                   PERFORM SCAN-ONE-QUERY-LAYDEF
                       VARYING WS-LAYDEF-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-LAYDEF-SCAN-IDX > WS-LAYDEF-COUNT
                       OR WS-QRY-LAY-IDX NOT = 0
                   IF WS-QRY-LAY-IDX = 0
                       STRING "no layout " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QRY-LAY-NAME)
                               DELIMITED BY SIZE
                           " in " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QRY-APP)
                               DELIMITED BY SIZE
                           INTO WS-QRY-ERROR
                   END-IF
               END-IF
           END-IF.

       SCAN-ONE-QUERY-LAYDEF.
           IF LAYDEF-NAME(WS-LAYDEF-SCAN-IDX) = WS-QRY-LAY-NAME
               MOVE WS-LAYDEF-SCAN-IDX TO WS-QRY-LAY-IDX
           END-IF.

       ADD-ONE-LAYOUT-COLUMN.
           MOVE SPACES TO WS-QRY-FLD-SPEC
           UNSTRING LAYDEF-FIELD-NAME(WS-QRY-LAY-IDX WS-QRY-LF-IDX)
               DELIMITED BY "(" INTO WS-QRY-FLD-SPEC
           PERFORM ADD-QUERY-FIELD
           IF WS-QRY-ERROR = SPACES
               MOVE 0 TO WS-QRY-W
               PERFORM ADD-FOUND-QUERY-COLUMN
           END-IF.

      *> A --ref-check spec, else a field of the named layout - a
      *> layout field keeps both its "|" part (the field's number
      *> in the layout) and its POSITION, and each record says
      *> which applies.
       RESOLVE-ONE-QUERY-FIELD.
           MOVE QRY-FLD-TEXT(WS-QRY-FLD-IDX) TO
               QRY-FLD-HEAD(WS-QRY-FLD-IDX)
           MOVE 0 TO QRY-FLD-LAY-F(WS-QRY-FLD-IDX)
           MOVE 0 TO WS-REF-SPEC-OK
           IF FUNCTION LENGTH(FUNCTION TRIM(
               QRY-FLD-TEXT(WS-QRY-FLD-IDX))) <= 16
               MOVE QRY-FLD-TEXT(WS-QRY-FLD-IDX) TO WS-REF-SPEC
               PERFORM PARSE-REF-FIELD-SPEC
           END-IF
           IF WS-REF-SPEC-OK = 1
               MOVE WS-REF-SIDE TO QRY-FLD-SIDE(WS-QRY-FLD-IDX)
               MOVE WS-REF-PART TO QRY-FLD-PART(WS-QRY-FLD-IDX)
               EVALUATE WS-REF-SIDE
                   WHEN "C"
                       MOVE WS-REF-WIDTH TO
                           QRY-FLD-WIDTH(WS-QRY-FLD-IDX)
                   WHEN "L"
                       MOVE 6 TO QRY-FLD-WIDTH(WS-QRY-FLD-IDX)
                   WHEN OTHER
                       MOVE 16 TO QRY-FLD-WIDTH(WS-QRY-FLD-IDX)
               END-EVALUATE
           ELSE
               IF WS-QRY-LAY-IDX = 0
                   STRING "field " DELIMITED BY SIZE
                       FUNCTION TRIM(QRY-FLD-TEXT(WS-QRY-FLD-IDX))
                           DELIMITED BY SIZE
                       " is not KEY, VALUE or COLS and no LAYOUT"
                           DELIMITED BY SIZE
                       " is named" DELIMITED BY SIZE
                       INTO WS-QRY-ERROR
               ELSE
                   MOVE 0 TO WS-QRY-FLD-FOUND
                   PERFORM MATCH-ONE-QUERY-LAYOUT-FIELD
                       VARYING WS-QRY-LF-IDX FROM 1 BY 1
                       UNTIL WS-QRY-LF-IDX >
                           LAYDEF-FIELD-COUNT(WS-QRY-LAY-IDX)
                       OR WS-QRY-FLD-FOUND NOT = 0
                   IF WS-QRY-FLD-FOUND = 0
                       STRING "no field " DELIMITED BY SIZE
                           FUNCTION TRIM(QRY-FLD-TEXT(WS-QRY-FLD-IDX))
                               DELIMITED BY SIZE
                           " in layout " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QRY-LAY-NAME)
                               DELIMITED BY SIZE
                           INTO WS-QRY-ERROR
                   ELSE
                       MOVE "Y" TO QRY-FLD-SIDE(WS-QRY-FLD-IDX)
                       MOVE WS-QRY-FLD-FOUND TO
                           QRY-FLD-LAY-F(WS-QRY-FLD-IDX)
                       MOVE LAYDEF-FIELD-POS(WS-QRY-LAY-IDX
                           WS-QRY-FLD-FOUND) TO
                           QRY-FLD-PART(WS-QRY-FLD-IDX)
                       MOVE LAYDEF-FIELD-WIDTH(WS-QRY-LAY-IDX
                           WS-QRY-FLD-FOUND) TO
                           QRY-FLD-WIDTH(WS-QRY-FLD-IDX)
                       IF QRY-FLD-WIDTH(WS-QRY-FLD-IDX) > 40
                           MOVE 40 TO QRY-FLD-WIDTH(WS-QRY-FLD-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-QUERY-LAYOUT-FIELD.
           MOVE SPACES TO WS-QRY-LF-NAME
           UNSTRING LAYDEF-FIELD-NAME(WS-QRY-LAY-IDX WS-QRY-LF-IDX)
               DELIMITED BY "(" INTO WS-QRY-LF-NAME
           IF WS-QRY-LF-NAME = QRY-FLD-TEXT(WS-QRY-FLD-IDX)
               MOVE WS-QRY-LF-IDX TO WS-QRY-FLD-FOUND
           END-IF.

       MATCH-ONE-QUERY-TOTAL.
           MOVE 0 TO WS-QRY-FLD-FOUND
           PERFORM MARK-ONE-QUERY-TOTAL
               VARYING WS-QRY-COL-IDX FROM 1 BY 1
               UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
           IF WS-QRY-FLD-FOUND = 0
               STRING "TOTAL field " DELIMITED BY SIZE
                   FUNCTION TRIM(QRY-FLD-TEXT(
                       WS-QRY-TOT-FLD(WS-QRY-TOT-IDX)))
                       DELIMITED BY SIZE
                   " is not one of the COLUMNS" DELIMITED BY SIZE
                   INTO WS-QRY-ERROR
           ELSE
               MOVE 1 TO WS-QRY-HAS-TOTALS
           END-IF.

       MARK-ONE-QUERY-TOTAL.
           IF QRY-COL-FLD(WS-QRY-COL-IDX) =
               WS-QRY-TOT-FLD(WS-QRY-TOT-IDX)
               MOVE 1 TO QRY-COL-TOTAL(WS-QRY-COL-IDX)
               MOVE 1 TO WS-QRY-FLD-FOUND
           END-IF.

      *> A column no narrower than its heading.
       SET-ONE-QUERY-COLUMN-WIDTH.
           MOVE QRY-COL-FLD(WS-QRY-COL-IDX) TO WS-QRY-FLD-IDX
           IF QRY-COL-WIDTH(WS-QRY-COL-IDX) = 0
               MOVE QRY-FLD-WIDTH(WS-QRY-FLD-IDX) TO
                   QRY-COL-WIDTH(WS-QRY-COL-IDX)
               IF QRY-COL-WIDTH(WS-QRY-COL-IDX) <
                   FUNCTION LENGTH(FUNCTION TRIM(
                       QRY-FLD-HEAD(WS-QRY-FLD-IDX)))
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       QRY-FLD-HEAD(WS-QRY-FLD-IDX))) TO
                       QRY-COL-WIDTH(WS-QRY-COL-IDX)
               END-IF
           END-IF.

      *> The operator the query runs for - without one it runs
      *> with no roles at all.
       SIGN-IN-QUERY-OPERATOR.
           IF WS-AUTH-PASS-TXT = SPACES
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-AUTH-PASS-TXT FROM CONSOLE
           END-IF
           PERFORM OPEN-OR-EXTEND-AUDIT-FILE
           PERFORM CHECK-AUTH-CREDENTIALS
           CLOSE AUDIT-FILE
           IF WS-AUDIT-LOCK-HELD = 1
               MOVE WS-AUDIT-LOCK-PATH TO WS-LOCK-FILE-PATH
               PERFORM RELEASE-FILE-LOCK
               MOVE 0 TO WS-AUDIT-LOCK-HELD
           END-IF
           EVALUATE WS-AUTH-RESULT
               WHEN "1"
                   MOVE AUTH-USER-NAME(WS-AUTH-FOUND-IDX) TO
                       WS-QRY-OPERATOR
               WHEN "E"
                   MOVE "password expired - change it with --account"
                       TO WS-QRY-ERROR
               WHEN "D"
                   STRING "account " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AUTH-USER-TXT)
                           DELIMITED BY SIZE
                       " is disabled" DELIMITED BY SIZE
                       INTO WS-QRY-ERROR
               WHEN "L"
                   STRING "account " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AUTH-USER-TXT)
                           DELIMITED BY SIZE
                       " is locked out" DELIMITED BY SIZE
                       INTO WS-QRY-ERROR
               WHEN OTHER
                   MOVE "wrong user or password" TO WS-QRY-ERROR
           END-EVALUATE.

      *> The file must pass the "--query" ALLOW entry and the APP's,
      *> as an OPEN in the app would, and be there to read; every
      *> field the query touches must be one the operator may see.
       CHECK-QUERY-ACCESS.
           MOVE 0 TO WS-QRY-DENIED-FILE
           MOVE WS-QRY-FILE TO WS-EXPR-EVAL-STR
           MOVE "--query" TO WS-APP-FILE-PATH
           PERFORM CHECK-APP-FILE-ALLOWED
           MOVE WS-ACCESS-DENIED TO WS-QRY-DENIED-FILE
           IF WS-QRY-DENIED-FILE = 0 AND WS-QRY-APP NOT = SPACES
               MOVE WS-QRY-APP TO WS-APP-FILE-PATH
               MOVE WS-QRY-FILE TO WS-EXPR-EVAL-STR
               PERFORM CHECK-APP-FILE-ALLOWED
               MOVE WS-ACCESS-DENIED TO WS-QRY-DENIED-FILE
           END-IF
           IF WS-QRY-DENIED-FILE = 1
               STRING FUNCTION TRIM(WS-QRY-FILE) DELIMITED BY SIZE
                   " is not on the allow list" DELIMITED BY SIZE
                   INTO WS-QRY-ERROR
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "ACCESS-DENIED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QRY-FILE) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           ELSE
               IF WS-QRY-APP NOT = SPACES
                   PERFORM CHECK-ONE-QUERY-FIELD-ROLE
                       VARYING WS-QRY-FLD-IDX FROM 1 BY 1
                       UNTIL WS-QRY-FLD-IDX > WS-QRY-FLD-COUNT
                       OR WS-QRY-ERROR NOT = SPACES
               END-IF
           END-IF
           IF WS-QRY-ERROR = SPACES
               MOVE WS-QRY-FILE TO WS-REF-FILE
               PERFORM OPEN-REF-DATA-FILE
               IF WS-REF-FOUND = 1
                   CLOSE ENCRYPTED-DATA-FILE
               ELSE
                   STRING "cannot open " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QRY-FILE) DELIMITED BY SIZE
                       INTO WS-QRY-ERROR
               END-IF
           END-IF.

      *> A layout field is checked by its own name. A part or column
      *> spec is checked by every layout field it covers - in the
      *> named layout, or in each of the app's when none is named -
      *> so a part number is no way round a field's ROLE.
       CHECK-ONE-QUERY-FIELD-ROLE.
           IF QRY-FLD-SIDE(WS-QRY-FLD-IDX) = "Y"
               MOVE WS-QRY-LAY-IDX TO WS-QRY-CHK-LAY
               MOVE QRY-FLD-LAY-F(WS-QRY-FLD-IDX) TO WS-QRY-CHK-F
               PERFORM CHECK-QUERY-LAYOUT-FIELD-ROLE
           ELSE
               IF WS-QRY-LAY-IDX NOT = 0
                   MOVE WS-QRY-LAY-IDX TO WS-QRY-CHK-FROM
                   MOVE WS-QRY-LAY-IDX TO WS-QRY-CHK-TO
               ELSE
                   MOVE 1 TO WS-QRY-CHK-FROM
                   MOVE WS-LAYDEF-COUNT TO WS-QRY-CHK-TO
               END-IF
               PERFORM CHECK-ONE-QUERY-ROLE-LAYOUT
                   VARYING WS-QRY-CHK-LAY FROM WS-QRY-CHK-FROM BY 1
                   UNTIL WS-QRY-CHK-LAY > WS-QRY-CHK-TO
                   OR WS-QRY-ERROR NOT = SPACES
           END-IF.

       CHECK-ONE-QUERY-ROLE-LAYOUT.
           PERFORM CHECK-ONE-QUERY-COVERED-FIELD
               VARYING WS-QRY-CHK-F FROM 1 BY 1
               UNTIL WS-QRY-CHK-F >
                   LAYDEF-FIELD-COUNT(WS-QRY-CHK-LAY)
               OR WS-QRY-ERROR NOT = SPACES.

       CHECK-ONE-QUERY-COVERED-FIELD.
           MOVE 0 TO WS-QRY-CHK-HIT
           EVALUATE QRY-FLD-SIDE(WS-QRY-FLD-IDX)
               WHEN "K"
                   IF WS-QRY-CHK-F = 1
                       MOVE 1 TO WS-QRY-CHK-HIT
                   END-IF
               WHEN "V"
                   IF WS-QRY-CHK-F = QRY-FLD-PART(WS-QRY-FLD-IDX) + 1
                       MOVE 1 TO WS-QRY-CHK-HIT
                   END-IF
               WHEN "C"
                   COMPUTE WS-QRY-CHK-END =
                       QRY-FLD-PART(WS-QRY-FLD-IDX)
                       + QRY-FLD-WIDTH(WS-QRY-FLD-IDX) - 1
                   IF LAYDEF-FIELD-POS(WS-QRY-CHK-LAY WS-QRY-CHK-F)
                       <= WS-QRY-CHK-END
                       AND LAYDEF-FIELD-POS(WS-QRY-CHK-LAY
                           WS-QRY-CHK-F)
                       + LAYDEF-FIELD-WIDTH(WS-QRY-CHK-LAY
                           WS-QRY-CHK-F) - 1
                       >= QRY-FLD-PART(WS-QRY-FLD-IDX)
                       MOVE 1 TO WS-QRY-CHK-HIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-QRY-CHK-HIT = 1
               PERFORM CHECK-QUERY-LAYOUT-FIELD-ROLE
           END-IF.

      *> Layout WS-QRY-CHK-LAY field WS-QRY-CHK-F against the
      *> app's nodes - bound by its plain name or as declared.
       CHECK-QUERY-LAYOUT-FIELD-ROLE.
           MOVE SPACES TO WS-QRY-LF-NAME
           UNSTRING LAYDEF-FIELD-NAME(WS-QRY-CHK-LAY WS-QRY-CHK-F)
               DELIMITED BY "(" INTO WS-QRY-LF-NAME
           MOVE WS-QRY-LF-NAME TO WS-VAR-ROLE-CHECK-NAME
           PERFORM CHECK-VAR-ROLE-VIEWABLE
           IF ROLE-CHECK-ALLOWED
               AND LAYDEF-FIELD-NAME(WS-QRY-CHK-LAY WS-QRY-CHK-F)
                   NOT = WS-QRY-LF-NAME
               MOVE LAYDEF-FIELD-NAME(WS-QRY-CHK-LAY WS-QRY-CHK-F)
                   TO WS-VAR-ROLE-CHECK-NAME
               PERFORM CHECK-VAR-ROLE-VIEWABLE
           END-IF
           IF ROLE-CHECK-DENIED
               STRING "field " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QRY-LF-NAME) DELIMITED BY SIZE
                   " is shown only to role " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROLE-WANTED) DELIMITED BY SIZE
                   INTO WS-QRY-ERROR
           END-IF.

      *> Every record read goes through the WHERE conditions and the
      *> ones kept through one SORT; the output procedure lays each
      *> out for the screen, the spool job or the CSV file.
       RUN-QUERY.
           PERFORM GET-LOCAL-DATE-TIME
           PERFORM BUILD-SORT-CHAR-TABLES
               VARYING WS-SRT-CHAR-IDX FROM 1 BY 1
               UNTIL WS-SRT-CHAR-IDX > 256
           MOVE 0 TO WS-QRY-READ WS-QRY-ROWS WS-QRY-SEQ WS-QRY-HELD
               WS-QRY-FULL
           MOVE SPACES TO WS-QRY-ROW-LINE
           MOVE 1 TO WS-QRY-AT
           PERFORM LAY-ONE-QUERY-HEAD
               VARYING WS-QRY-COL-IDX FROM 1 BY 1
               UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
           MOVE WS-QRY-ROW-LINE TO WS-QRY-HEAD-LINE
           EVALUATE TRUE
               WHEN QRY-TO-SPOOL
                   PERFORM OPEN-QUERY-REPORT
               WHEN QRY-TO-CSV
                   MOVE WS-QRY-CSV-PATH TO WS-QUERY-OUT-PATH
                   OPEN OUTPUT QUERY-OUT-FILE
                   IF WS-QUERY-OUT-STATUS NOT = "00"
                       STRING "cannot write " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QRY-CSV-PATH)
                               DELIMITED BY SIZE
                           INTO WS-QRY-ERROR
                   ELSE
                       MOVE SPACES TO WS-QRY-CSV-LINE
                       MOVE 1 TO WS-QRY-CSV-AT
                       PERFORM ADD-ONE-QUERY-CSV-HEAD
                           VARYING WS-QRY-COL-IDX FROM 1 BY 1
                           UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
                       WRITE QUERY-OUT-RECORD FROM WS-QRY-CSV-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-QRY-ERROR = SPACES
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SWR-KEY SWR-SEQ
                   INPUT PROCEDURE IS RELEASE-QUERY-RECORDS
                   OUTPUT PROCEDURE IS RETURN-QUERY-RECORDS
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO WS-QRY-ROW-LINE
               MOVE 1 TO WS-QRY-AT
               PERFORM LAY-ONE-QUERY-TOTAL
                   VARYING WS-QRY-COL-IDX FROM 1 BY 1
                   UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
               MOVE WS-QRY-ROW-LINE TO WS-QRY-TOTAL-LINE
               MOVE WS-QRY-READ TO WS-QRY-NUM-EDIT
               MOVE WS-QRY-ROWS TO WS-QRY-NUM-EDIT-2
               DISPLAY "COBALT: query " FUNCTION TRIM(WS-QRY-LABEL)
                   " read " FUNCTION TRIM(WS-QRY-NUM-EDIT)
                   " selected " FUNCTION TRIM(WS-QRY-NUM-EDIT-2)
               EVALUATE TRUE
                   WHEN QRY-TO-SPOOL
                       PERFORM FINISH-QUERY-REPORT
                       DISPLAY "COBALT: query spooled as "
                           FUNCTION TRIM(WS-SPOOL-JOB-NAME)
                   WHEN QRY-TO-CSV
                       CLOSE QUERY-OUT-FILE
                       DISPLAY "COBALT: query written to "
                           FUNCTION TRIM(WS-QRY-CSV-PATH)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM WRITE-QUERY-RUN-AUDIT
               IF QRY-TO-SCREEN
                   MOVE 1 TO WS-QRY-TOP
                   PERFORM SHOW-QUERY-PAGE
                   MOVE 0 TO WS-QRY-DONE
                   PERFORM APPLY-ONE-QRY-COMMAND
                       UNTIL WS-QRY-DONE = 1
               END-IF
           END-IF.

       WRITE-QUERY-RUN-AUDIT.
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "QUERY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-QRY-LABEL) DELIMITED BY SIZE
               " file=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QRY-FILE) DELIMITED BY SIZE
               " by=" DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           IF WS-QRY-OPERATOR = SPACES
               STRING FUNCTION TRIM(WS-AUDIT-TAG-LINE)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   INTO WS-QRY-ROW-LINE
           ELSE
               STRING FUNCTION TRIM(WS-AUDIT-TAG-LINE)
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QRY-OPERATOR) DELIMITED BY SIZE
                   INTO WS-QRY-ROW-LINE
           END-IF
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING FUNCTION TRIM(WS-QRY-ROW-LINE) DELIMITED BY SIZE
               " out=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QRY-OUTPUT) DELIMITED BY SIZE
               " read=" DELIMITED BY SIZE
               WS-QRY-READ DELIMITED BY SIZE
               " selected=" DELIMITED BY SIZE
               WS-QRY-ROWS DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD.

      *> Sort input - each record's fields taken out once, tested,
      *> and the kept ones released with their sort key and the
      *> column values packed 40 bytes apiece.
       RELEASE-QUERY-RECORDS.
           MOVE WS-QRY-FILE TO WS-REF-FILE
           PERFORM OPEN-REF-DATA-FILE
           IF WS-REF-FOUND = 1
               MOVE 0 TO WS-REF-EOF
               PERFORM RELEASE-ONE-QUERY-RECORD
                   UNTIL WS-REF-EOF = 1
               CLOSE ENCRYPTED-DATA-FILE
           END-IF.

       RELEASE-ONE-QUERY-RECORD.
           PERFORM READ-REF-DATA-LINE
           IF WS-REF-EOF = 0 AND WS-REF-LINE NOT = SPACES
               ADD 1 TO WS-QRY-READ
               MOVE 0 TO WS-QRY-HAS-BAR
               INSPECT WS-REF-LINE TALLYING WS-QRY-HAS-BAR
                   FOR ALL "|"
               PERFORM EXTRACT-ONE-QUERY-VALUE
                   VARYING WS-QRY-FLD-IDX FROM 1 BY 1
                   UNTIL WS-QRY-FLD-IDX > WS-QRY-FLD-COUNT
               MOVE 1 TO WS-QRY-PASS
               PERFORM TEST-ONE-QUERY-CONDITION
                   VARYING WS-QRY-WH-IDX FROM 1 BY 1
                   UNTIL WS-QRY-WH-IDX > WS-QRY-WH-COUNT
                   OR WS-QRY-PASS = 0
               IF WS-QRY-PASS = 1
                   ADD 1 TO WS-QRY-SEQ
                   MOVE SPACES TO SWR-KEY
                   MOVE 1 TO WS-QRY-KEY-AT
                   PERFORM ADD-ONE-QUERY-KEY-PART
                       VARYING WS-QRY-SK-IDX FROM 1 BY 1
                       UNTIL WS-QRY-SK-IDX > WS-QRY-SK-COUNT
                   MOVE WS-QRY-SEQ TO SWR-SEQ
                   MOVE SPACES TO SWR-DATA
                   PERFORM PACK-ONE-QUERY-COLUMN
                       VARYING WS-QRY-COL-IDX FROM 1 BY 1
                       UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      *> A layout field is the key or a "|" part where the record
      *> has them, its columns where it does not.
       EXTRACT-ONE-QUERY-VALUE.
           IF QRY-FLD-SIDE(WS-QRY-FLD-IDX) = "Y"
               IF WS-QRY-HAS-BAR > 0
                   IF QRY-FLD-LAY-F(WS-QRY-FLD-IDX) = 1
                       MOVE "K" TO WS-REF-SIDE
                       MOVE 0 TO WS-REF-PART
                   ELSE
                       MOVE "V" TO WS-REF-SIDE
                       COMPUTE WS-REF-PART =
                           QRY-FLD-LAY-F(WS-QRY-FLD-IDX) - 1
                   END-IF
               ELSE
                   MOVE "C" TO WS-REF-SIDE
                   MOVE QRY-FLD-PART(WS-QRY-FLD-IDX) TO WS-REF-PART
                   MOVE QRY-FLD-WIDTH(WS-QRY-FLD-IDX) TO WS-REF-WIDTH
               END-IF
           ELSE
               MOVE QRY-FLD-SIDE(WS-QRY-FLD-IDX) TO WS-REF-SIDE
               MOVE QRY-FLD-PART(WS-QRY-FLD-IDX) TO WS-REF-PART
               MOVE QRY-FLD-WIDTH(WS-QRY-FLD-IDX) TO WS-REF-WIDTH
           END-IF
           PERFORM EXTRACT-REF-VALUE
           MOVE WS-REF-VAL TO WS-QRY-VAL(WS-QRY-FLD-IDX).

      *> Two numbers compare by value, anything else as text; an
      *> EQ or NE value ending "*" matches every value it starts.
       TEST-ONE-QUERY-CONDITION.
           MOVE QRY-WH-VALUE(WS-QRY-WH-IDX) TO WS-QRY-WANT
           MOVE WS-QRY-VAL(QRY-WH-FLD(WS-QRY-WH-IDX)) TO WS-QRY-CELL
           MOVE 0 TO WS-QRY-IS-PREFIX
           MOVE 0 TO WS-QRY-WANT-LEN
           IF WS-QRY-WANT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QRY-WANT)) TO
                   WS-QRY-WANT-LEN
           END-IF
           IF WS-QRY-WANT-LEN > 0
               AND WS-QRY-WANT(WS-QRY-WANT-LEN:1) = "*"
               AND (QRY-WH-OP(WS-QRY-WH-IDX) = "EQ" OR "NE")
               MOVE 1 TO WS-QRY-IS-PREFIX
               SUBTRACT 1 FROM WS-QRY-WANT-LEN
           END-IF
           EVALUATE TRUE
               WHEN WS-QRY-IS-PREFIX = 1 AND WS-QRY-WANT-LEN = 0
                   MOVE 0 TO WS-QRY-CMP
               WHEN WS-QRY-IS-PREFIX = 1
                   IF WS-QRY-CELL(1:WS-QRY-WANT-LEN) =
                       WS-QRY-WANT(1:WS-QRY-WANT-LEN)
                       MOVE 0 TO WS-QRY-CMP
                   ELSE
                       MOVE 1 TO WS-QRY-CMP
                   END-IF
               WHEN WS-QRY-CELL NOT = SPACES
                   AND WS-QRY-WANT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-QRY-CELL)) = 0
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-QRY-WANT)) = 0
                   COMPUTE WS-QRY-NUM-A = FUNCTION NUMVAL(WS-QRY-CELL)
                   COMPUTE WS-QRY-NUM-B = FUNCTION NUMVAL(WS-QRY-WANT)
                   EVALUATE TRUE
                       WHEN WS-QRY-NUM-A < WS-QRY-NUM-B
                           MOVE -1 TO WS-QRY-CMP
                       WHEN WS-QRY-NUM-A > WS-QRY-NUM-B
                           MOVE 1 TO WS-QRY-CMP
                       WHEN OTHER
                           MOVE 0 TO WS-QRY-CMP
                   END-EVALUATE
               WHEN WS-QRY-CELL < WS-QRY-WANT
                   MOVE -1 TO WS-QRY-CMP
               WHEN WS-QRY-CELL > WS-QRY-WANT
                   MOVE 1 TO WS-QRY-CMP
               WHEN OTHER
                   MOVE 0 TO WS-QRY-CMP
           END-EVALUATE
           EVALUATE QRY-WH-OP(WS-QRY-WH-IDX)
               WHEN "EQ"
                   IF WS-QRY-CMP NOT = 0
                       MOVE 0 TO WS-QRY-PASS
                   END-IF
               WHEN "NE"
                   IF WS-QRY-CMP = 0
                       MOVE 0 TO WS-QRY-PASS
                   END-IF
               WHEN "LT"
                   IF WS-QRY-CMP NOT = -1
                       MOVE 0 TO WS-QRY-PASS
                   END-IF
               WHEN "LE"
                   IF WS-QRY-CMP = 1
                       MOVE 0 TO WS-QRY-PASS
                   END-IF
               WHEN "GT"
                   IF WS-QRY-CMP NOT = 1
                       MOVE 0 TO WS-QRY-PASS
                   END-IF
               WHEN OTHER
                   IF WS-QRY-CMP = -1
                       MOVE 0 TO WS-QRY-PASS
                   END-IF
           END-EVALUATE.

      *> Each key takes 40 bytes of the sort key. A number goes in
      *> as a fixed-point figure behind "1" (or, negative, its
      *> complement behind "0") so it orders by value; a
      *> descending key is byte-complemented as --sort does.
       ADD-ONE-QUERY-KEY-PART.
           MOVE WS-QRY-VAL(QRY-SK-FLD(WS-QRY-SK-IDX)) TO
               WS-QRY-KEY-PART
           IF WS-QRY-KEY-PART NOT = SPACES
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-QRY-KEY-PART)) = 0
               COMPUTE WS-QRY-NUM-A = FUNCTION NUMVAL(WS-QRY-KEY-PART)
               MOVE SPACES TO WS-QRY-KEY-PART
               IF WS-QRY-NUM-A < 0
                   COMPUTE WS-QRY-NUM-KEY =
                       9999999999999.999999 + WS-QRY-NUM-A
                   STRING "0" DELIMITED BY SIZE
                       WS-QRY-NUM-KEY-X DELIMITED BY SIZE
                       INTO WS-QRY-KEY-PART
               ELSE
                   MOVE WS-QRY-NUM-A TO WS-QRY-NUM-KEY
                   STRING "1" DELIMITED BY SIZE
                       WS-QRY-NUM-KEY-X DELIMITED BY SIZE
                       INTO WS-QRY-KEY-PART
               END-IF
           END-IF
           MOVE WS-QRY-KEY-PART TO SWR-KEY(WS-QRY-KEY-AT:40)
           IF QRY-SK-DIR(WS-QRY-SK-IDX) = "D"
               INSPECT SWR-KEY(WS-QRY-KEY-AT:40)
                   CONVERTING WS-SRT-ASC-CHARS TO WS-SRT-DESC-CHARS
           END-IF
           ADD 40 TO WS-QRY-KEY-AT.

       PACK-ONE-QUERY-COLUMN.
           COMPUTE WS-QRY-AT = (WS-QRY-COL-IDX - 1) * 40 + 1
           MOVE WS-QRY-VAL(QRY-COL-FLD(WS-QRY-COL-IDX)) TO
               SWR-DATA(WS-QRY-AT:40).

       RETURN-QUERY-RECORDS.
           MOVE 0 TO WS-QRY-SORT-EOF
           PERFORM RETURN-ONE-QUERY-RECORD
               UNTIL WS-QRY-SORT-EOF = 1.

       RETURN-ONE-QUERY-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 1 TO WS-QRY-SORT-EOF
               NOT AT END
                   ADD 1 TO WS-QRY-ROWS
                   PERFORM UNPACK-ONE-QUERY-COLUMN
                       VARYING WS-QRY-COL-IDX FROM 1 BY 1
                       UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
                   MOVE SPACES TO WS-QRY-ROW-LINE
                   MOVE 1 TO WS-QRY-AT
                   PERFORM LAY-ONE-QUERY-CELL
                       VARYING WS-QRY-COL-IDX FROM 1 BY 1
                       UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
                   EVALUATE TRUE
                       WHEN QRY-TO-SPOOL
                           MOVE WS-QRY-ROW-LINE TO WS-RPT-LINE-BUILD
                           PERFORM WRITE-QUERY-REPORT-LINE
                           ADD 1 TO WS-RPT-DETAIL-TOTAL
                       WHEN QRY-TO-CSV
                           MOVE SPACES TO WS-QRY-CSV-LINE
                           MOVE 1 TO WS-QRY-CSV-AT
                           PERFORM ADD-ONE-QUERY-CSV-VALUE
                               VARYING WS-QRY-COL-IDX FROM 1 BY 1
                               UNTIL WS-QRY-COL-IDX >
                                   WS-QRY-COL-COUNT
                           WRITE QUERY-OUT-RECORD
                               FROM WS-QRY-CSV-LINE
                       WHEN WS-QRY-HELD < 500
                           ADD 1 TO WS-QRY-HELD
                           MOVE WS-QRY-ROW-LINE TO
                               WS-QRY-HELD-ROW(WS-QRY-HELD)
                       WHEN OTHER
                           MOVE 1 TO WS-QRY-FULL
                   END-EVALUATE
           END-RETURN.

      *> The column's value back from the sort record, and into its
      *> total when it is a number.
       UNPACK-ONE-QUERY-COLUMN.
           COMPUTE WS-QRY-AT = (WS-QRY-COL-IDX - 1) * 40 + 1
           MOVE SWR-DATA(WS-QRY-AT:40) TO
               WS-QRY-VAL(QRY-COL-FLD(WS-QRY-COL-IDX))
           MOVE SWR-DATA(WS-QRY-AT:40) TO WS-QRY-CELL
           IF QRY-COL-TOTAL(WS-QRY-COL-IDX) = 1
               AND WS-QRY-CELL NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-QRY-CELL))
                   = 0
               COMPUTE QRY-COL-SUM(WS-QRY-COL-IDX) =
                   QRY-COL-SUM(WS-QRY-COL-IDX)
                   + FUNCTION NUMVAL(WS-QRY-CELL)
           END-IF.

      *> One cell of WS-QRY-ROW-LINE at WS-QRY-AT, a column width
      *> and a space apart; a totalled column is right-aligned.
       LAY-ONE-QUERY-CELL.
           MOVE WS-QRY-VAL(QRY-COL-FLD(WS-QRY-COL-IDX)) TO WS-QRY-CELL
           MOVE QRY-COL-TOTAL(WS-QRY-COL-IDX) TO WS-QRY-IS-NUM
           PERFORM PLACE-QUERY-CELL.

       LAY-ONE-QUERY-HEAD.
           MOVE QRY-FLD-HEAD(QRY-COL-FLD(WS-QRY-COL-IDX)) TO
               WS-QRY-CELL
           MOVE 0 TO WS-QRY-IS-NUM
           PERFORM PLACE-QUERY-CELL.

       LAY-ONE-QUERY-TOTAL.
           MOVE SPACES TO WS-QRY-CELL
           MOVE 0 TO WS-QRY-IS-NUM
           IF QRY-COL-TOTAL(WS-QRY-COL-IDX) = 1
               MOVE QRY-COL-SUM(WS-QRY-COL-IDX) TO WS-QRY-SUM-EDIT
               MOVE FUNCTION TRIM(WS-QRY-SUM-EDIT) TO WS-QRY-CELL
               MOVE 1 TO WS-QRY-IS-NUM
           ELSE
               IF WS-QRY-COL-IDX = 1
                   MOVE "TOTAL" TO WS-QRY-CELL
               END-IF
           END-IF
           PERFORM PLACE-QUERY-CELL.

       PLACE-QUERY-CELL.
           MOVE QRY-COL-WIDTH(WS-QRY-COL-IDX) TO WS-QRY-W
           IF WS-QRY-AT + WS-QRY-W - 1 <= 132
               MOVE 0 TO WS-QRY-CELL-LEN
               IF WS-QRY-CELL NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QRY-CELL))
                       TO WS-QRY-CELL-LEN
               END-IF
               IF WS-QRY-IS-NUM = 1 AND WS-QRY-CELL-LEN > 0
                   AND WS-QRY-CELL-LEN < WS-QRY-W
                   MOVE FUNCTION TRIM(WS-QRY-CELL) TO
                       WS-QRY-ROW-LINE(WS-QRY-AT + WS-QRY-W
                           - WS-QRY-CELL-LEN:WS-QRY-CELL-LEN)
               ELSE
                   MOVE WS-QRY-CELL(1:WS-QRY-W) TO
                       WS-QRY-ROW-LINE(WS-QRY-AT:WS-QRY-W)
               END-IF
           END-IF
           COMPUTE WS-QRY-AT = WS-QRY-AT + WS-QRY-W + 1.

      *> CSV cells - quoted, inner quotes doubled, wherever a comma
      *> or a quote would otherwise split or end the cell.
       ADD-ONE-QUERY-CSV-HEAD.
           MOVE QRY-FLD-HEAD(QRY-COL-FLD(WS-QRY-COL-IDX)) TO
               WS-QRY-CELL
           PERFORM PUT-QUERY-CSV-CELL.

       ADD-ONE-QUERY-CSV-VALUE.
           MOVE WS-QRY-VAL(QRY-COL-FLD(WS-QRY-COL-IDX)) TO WS-QRY-CELL
           PERFORM PUT-QUERY-CSV-CELL.

       PUT-QUERY-CSV-CELL.
           IF WS-QRY-COL-IDX > 1
               MOVE "," TO WS-QRY-CSV-LINE(WS-QRY-CSV-AT:1)
               ADD 1 TO WS-QRY-CSV-AT
           END-IF
           MOVE 0 TO WS-QRY-CELL-LEN
           IF WS-QRY-CELL NOT = SPACES
               MOVE FUNCTION TRIM(WS-QRY-CELL) TO WS-QRY-CELL
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QRY-CELL))
                   TO WS-QRY-CELL-LEN
           END-IF
           MOVE 0 TO WS-QRY-QUOTES
           INSPECT WS-QRY-CELL TALLYING WS-QRY-QUOTES
               FOR ALL '"' ALL ","
           IF WS-QRY-QUOTES = 0
               IF WS-QRY-CELL-LEN > 0
                   MOVE WS-QRY-CELL(1:WS-QRY-CELL-LEN) TO
                       WS-QRY-CSV-LINE(WS-QRY-CSV-AT:WS-QRY-CELL-LEN)
                   ADD WS-QRY-CELL-LEN TO WS-QRY-CSV-AT
               END-IF
           ELSE
               MOVE '"' TO WS-QRY-CSV-LINE(WS-QRY-CSV-AT:1)
               ADD 1 TO WS-QRY-CSV-AT
               PERFORM COPY-ONE-QUERY-CSV-CHAR
                   VARYING WS-QRY-CH-IDX FROM 1 BY 1
                   UNTIL WS-QRY-CH-IDX > WS-QRY-CELL-LEN
               MOVE '"' TO WS-QRY-CSV-LINE(WS-QRY-CSV-AT:1)
               ADD 1 TO WS-QRY-CSV-AT
           END-IF.

       COPY-ONE-QUERY-CSV-CHAR.
           IF WS-QRY-CELL(WS-QRY-CH-IDX:1) = '"'
               MOVE '"' TO WS-QRY-CSV-LINE(WS-QRY-CSV-AT:1)
               ADD 1 TO WS-QRY-CSV-AT
           END-IF
           MOVE WS-QRY-CELL(WS-QRY-CH-IDX:1) TO
               WS-QRY-CSV-LINE(WS-QRY-CSV-AT:1)
           ADD 1 TO WS-QRY-CSV-AT.

       OPEN-QUERY-REPORT.
           MOVE 1 TO WS-RPT-IDX
           MOVE "QUERY" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 3 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           IF WS-QRY-TITLE = SPACES
               STRING "QUERY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QRY-LABEL) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   INTO REPORT-HEADING(1 1)
           ELSE
               STRING FUNCTION TRIM(WS-QRY-TITLE) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   INTO REPORT-HEADING(1 1)
           END-IF
           MOVE SPACES TO REPORT-HEADING(1 2)
           STRING "FILE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-QRY-FILE) DELIMITED BY SIZE
               "  QUERY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-QRY-LABEL) DELIMITED BY SIZE
               INTO REPORT-HEADING(1 2)
           MOVE ALL "=" TO REPORT-HEADING(1 3)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF QUERY" TO REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "query" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING "query-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QRY-LABEL) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           PERFORM WRITE-QUERY-COLUMN-HEADS.

      *> The column headings are wider than a REPORT-HEADING line,
      *> so they are written under the headings on every page.
       WRITE-QUERY-COLUMN-HEADS.
           MOVE WS-QRY-HEAD-LINE TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           MOVE 1 TO WS-QRY-AT
           PERFORM RULE-ONE-QUERY-COLUMN
               VARYING WS-QRY-COL-IDX FROM 1 BY 1
               UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
           PERFORM WRITE-REPORT-LINE.

       RULE-ONE-QUERY-COLUMN.
           MOVE QRY-COL-WIDTH(WS-QRY-COL-IDX) TO WS-QRY-W
           IF WS-QRY-AT + WS-QRY-W - 1 <= 132
               MOVE ALL "-" TO WS-RPT-LINE-BUILD(WS-QRY-AT:WS-QRY-W)
           END-IF
           COMPUTE WS-QRY-AT = WS-QRY-AT + WS-QRY-W + 1.

      *> A detail line that starts a page starts it under the
      *> column headings.
       WRITE-QUERY-REPORT-LINE.
           IF WS-RPT-LINE-ON-PAGE + REPORT-FOOTING-COUNT(WS-RPT-IDX)
               + 1 > REPORT-PAGE-LENGTH(WS-RPT-IDX)
               MOVE WS-RPT-LINE-BUILD TO WS-RPT-LINE-HOLD
               PERFORM WRITE-REPORT-PAGE-FOOTINGS
               PERFORM START-NEW-REPORT-PAGE
               PERFORM WRITE-QUERY-COLUMN-HEADS
               MOVE WS-RPT-LINE-HOLD TO WS-RPT-LINE-BUILD
           END-IF
           PERFORM WRITE-REPORT-LINE.

       FINISH-QUERY-REPORT.
           IF WS-QRY-HAS-TOTALS = 1
               MOVE SPACES TO WS-RPT-LINE-BUILD
               MOVE 1 TO WS-QRY-AT
               PERFORM RULE-ONE-QUERY-COLUMN
                   VARYING WS-QRY-COL-IDX FROM 1 BY 1
                   UNTIL WS-QRY-COL-IDX > WS-QRY-COL-COUNT
               PERFORM WRITE-REPORT-LINE
               MOVE WS-QRY-TOTAL-LINE TO WS-RPT-LINE-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "RECORDS READ " DELIMITED BY SIZE
               FUNCTION TRIM(WS-QRY-NUM-EDIT) DELIMITED BY SIZE
               "  SELECTED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-QRY-NUM-EDIT-2) DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE.

      *> The console listing, a page of rows at a time.
       SHOW-QUERY-PAGE.
           DISPLAY "+---- query " FUNCTION TRIM(WS-QRY-LABEL)
               " ----+"
           IF WS-QRY-TITLE NOT = SPACES
               DISPLAY "| " FUNCTION TRIM(WS-QRY-TITLE)
           END-IF
           DISPLAY "| " FUNCTION TRIM(WS-QRY-HEAD-LINE TRAILING)
           IF WS-QRY-HELD = 0
               DISPLAY "| no records selected"
           ELSE
               COMPUTE WS-QRY-LAST = WS-QRY-TOP + WS-QRY-PAGE-SIZE - 1
               IF WS-QRY-LAST > WS-QRY-HELD
                   MOVE WS-QRY-HELD TO WS-QRY-LAST
               END-IF
               PERFORM SHOW-ONE-QUERY-ROW
                   VARYING WS-QRY-IDX FROM WS-QRY-TOP BY 1
                   UNTIL WS-QRY-IDX > WS-QRY-LAST
               IF WS-QRY-HAS-TOTALS = 1
                   DISPLAY "| "
                       FUNCTION TRIM(WS-QRY-TOTAL-LINE TRAILING)
               END-IF
               MOVE WS-QRY-TOP TO WS-QRY-NUM-EDIT
               MOVE WS-QRY-LAST TO WS-QRY-NUM-EDIT-2
               MOVE WS-QRY-ROWS TO WS-QRY-NUM-EDIT-3
               DISPLAY "| rows " FUNCTION TRIM(WS-QRY-NUM-EDIT)
                   "-" FUNCTION TRIM(WS-QRY-NUM-EDIT-2) " of "
                   FUNCTION TRIM(WS-QRY-NUM-EDIT-3)
               IF WS-QRY-FULL = 1
                   DISPLAY "| more rows than the screen holds"
                       " - narrow the query or SPOOL it"
               END-IF
           END-IF
           DISPLAY "| N=next  P=previous  Q=quit"
           DISPLAY "+--------------------+".

       SHOW-ONE-QUERY-ROW.
           DISPLAY "| "
               FUNCTION TRIM(WS-QRY-HELD-ROW(WS-QRY-IDX) TRAILING).

       APPLY-ONE-QRY-COMMAND.
           MOVE SPACES TO WS-QRY-CMD-LINE
           ACCEPT WS-QRY-CMD-LINE FROM CONSOLE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-QRY-CMD-LINE))
               WHEN "N"
                   IF WS-QRY-TOP + WS-QRY-PAGE-SIZE <= WS-QRY-HELD
                       ADD WS-QRY-PAGE-SIZE TO WS-QRY-TOP
                   END-IF
                   PERFORM SHOW-QUERY-PAGE
               WHEN "P"
                   IF WS-QRY-TOP > WS-QRY-PAGE-SIZE
                       SUBTRACT WS-QRY-PAGE-SIZE FROM WS-QRY-TOP
                   ELSE
                       MOVE 1 TO WS-QRY-TOP
                   END-IF
                   PERFORM SHOW-QUERY-PAGE
               WHEN "Q"
                   MOVE 1 TO WS-QRY-DONE
               WHEN SPACES
                   MOVE 1 TO WS-QRY-DONE
               WHEN OTHER
                   PERFORM SHOW-QUERY-PAGE
           END-EVALUATE.

      *> Writes the store to "<file>.tmp" and renames it into place
      *> once complete - a crash mid-flush leaves the previous good
      *> file untouched, the same posture every other save takes.
      *> Only keyed-store and lock cleanup belongs here; per-run
      *> session state is RESET-ENGINE-STATE's job. An indexed store
      *> writes back only its changed records
      *> (FLUSH-INDEXED-KEYED-STORE).
       FLUSH-KEYED-STORE.
           IF KEYED-STORE-IS-INDEXED
               PERFORM FLUSH-INDEXED-KEYED-STORE
           ELSE
               PERFORM WRITE-KEYED-STORE-TMP
               IF TXN-IS-ACTIVE
                   MOVE WS-KEYED-TMP-PATH TO WS-LOCK-TARGET-PATH
                   MOVE WS-KEYED-FILE-PATH TO WS-RESUME-TARGET
                   PERFORM PARK-TXN-RENAME
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-KEYED-TMP-PATH
                       WS-KEYED-FILE-PATH
                   IF SERVE-MODE-ON
                       ADD 1 TO WS-DCHG-SEQ
                       MOVE WS-KEYED-FILE-PATH TO WS-DCHG-PATH
                       MOVE WS-DCHG-SEQ TO WS-DCHG-SEEN-SEQ
                   END-IF
               END-IF
           END-IF
           PERFORM RELEASE-ALL-MY-RECORD-LOCKS
           MOVE 0 TO WS-KEYED-OPEN-FLAG
           MOVE 0 TO WS-KEYED-REC-COUNT.

      *> The in-memory table as "<file>.tmp", ready to rename in.
       WRITE-KEYED-STORE-TMP.
           MOVE SPACES TO WS-KEYED-TMP-PATH
           STRING FUNCTION TRIM(WS-KEYED-FILE-PATH)
                   DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-KEYED-TMP-PATH
           MOVE WS-KEYED-TMP-PATH TO WS-DATA-FILE-PATH
           OPEN OUTPUT APP-DATA-FILE
           PERFORM FLUSH-ONE-KEYED-RECORD
               VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT
           CLOSE APP-DATA-FILE.

       FLUSH-ONE-KEYED-RECORD.
           IF KEYED-REC-DELETED(WS-KEYED-SCAN-IDX) = 0
               MOVE SPACES TO APP-DATA-RECORD
           MOVE WS-AUTH-RESULT TO WS-LIVE-VALUE-OUT(1:1)
           PERFORM SET-LIVE-VALUE.

      *> CHANGE-PASSWORD - see CHANGE-OPERATOR-PASSWORD. The typed
      *> passwords are only ever hashed, never audited.
       EXEC-CHANGE-PASSWORD-STMT.
           MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 1) TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-AUTH-USER-TXT
           MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 2) TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-AUTH-PASS-TXT
           MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 3) TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-ACCT-NEW-PASS
           PERFORM CHANGE-OPERATOR-PASSWORD
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-ACCT-RESULT TO WS-LIVE-VALUE-OUT(1:1)
           PERFORM SET-LIVE-VALUE.

      *> ACCOUNT - see APPLY-ACCOUNT-ACTION. The engine checks the
      *> administrator role itself rather than trusting the app's
      *> ROLE clauses alone; a refusal counts as a blocked action.
       EXEC-ACCOUNT-STMT.
           MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 1) TO WS-ACCT-VERB
           MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 2) TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-AUTH-USER-TXT
           MOVE SPACES TO WS-ACCT-NEW-PASS
           IF STMT-READ-COUNT(WS-STMT-CUR-IDX) >= 3
               MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 3) TO
                   WS-LOOKUP-NAME
               PERFORM GET-LIVE-VALUE
               MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO
                   WS-ACCT-NEW-PASS
           END-IF
           MOVE WS-ACCT-ADMIN-ROLE TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           IF WS-ROLE-MATCHED = 0
               MOVE "R" TO WS-ACCT-RESULT
               ADD 1 TO WS-RUN-BLOCKED
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "ACCT-BLOCKED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACCT-VERB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTH-USER-TXT) DELIMITED BY SIZE
                   " by=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SESSION-OPERATOR)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           ELSE
               MOVE WS-SESSION-OPERATOR TO WS-ACCT-BY
               PERFORM APPLY-ACCOUNT-ACTION
           END-IF
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-ACCT-RESULT TO WS-LIVE-VALUE-OUT(1:1)
           PERFORM SET-LIVE-VALUE.

      *> An operator holding DEPT-SWITCH-ROLE moving the session onto
      *> another department's data - audited on both trails by
      *> SWITCH-SESSION-DEPARTMENT. A refusal is counted and audited
      *> like any other blocked action. Files the app already has
      *> open stay on the department they were opened for; the next
      *> OPEN lands on the new one.
       EXEC-SWITCH-DEPARTMENT-STMT.
           MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 1) TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-DEPT-WANTED
           MOVE WS-DEPT-SWITCH-ROLE TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           IF WS-ROLE-MATCHED = 0
               MOVE "R" TO WS-DEPT-RESULT
               ADD 1 TO WS-RUN-BLOCKED
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "DEPT-BLOCKED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPT-WANTED) DELIMITED BY SIZE
                   " by=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SESSION-OPERATOR)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           ELSE
               PERFORM VALIDATE-DEPARTMENT-NAME
               PERFORM CHECK-DEPARTMENT-EXISTS
               IF WS-DEPT-VALID = 0
                   MOVE "0" TO WS-DEPT-RESULT
               ELSE
                   MOVE "1" TO WS-DEPT-RESULT
                   IF WS-DEPT-WANTED NOT = WS-DEPT-CURRENT
                       MOVE "SWITCH" TO WS-DEPT-HOW
                       PERFORM SWITCH-SESSION-DEPARTMENT
                   END-IF
               END-IF
           END-IF
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-DEPT-RESULT TO WS-LIVE-VALUE-OUT(1:1)
           PERFORM SET-LIVE-VALUE.

      *> ---------------------------------------------------------
      *> Control-number statements - see WS-NUM-SCRATCH for the
      *> model. The series name is folded to upper case, as the
      *> series file keeps it.
      *> ---------------------------------------------------------
       EXEC-TAKE-NUMBER-STMT.
           MOVE STMT-SOURCE-EXPR-IDX(WS-STMT-CUR-IDX) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXPR-EVAL-STR))
               TO WS-NUM-SERIES
           MOVE 0 TO WS-NUM-UTILITY
           PERFORM TAKE-SERIES-NUMBER
           IF WS-NUM-RESULT = "1"
               MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 1) TO
                   WS-LOOKUP-NAME
               MOVE SPACES TO WS-LIVE-VALUE-OUT
               MOVE WS-NUM-TEXT TO WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
           END-IF
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-NUM-RESULT TO WS-LIVE-VALUE-OUT(1:1)
           PERFORM SET-LIVE-VALUE.

       EXEC-VOID-NUMBER-STMT.
           MOVE STMT-SOURCE-EXPR-IDX(WS-STMT-CUR-IDX) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXPR-EVAL-STR))
               TO WS-NUM-SERIES
           MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 1) TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-NUM-TEXT
           MOVE STMT-KEY-EXPR-IDX(WS-STMT-CUR-IDX) TO WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-NUM-REASON
           MOVE 0 TO WS-NUM-UTILITY
           PERFORM VOID-SERIES-NUMBER
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-NUM-RESULT TO WS-LIVE-VALUE-OUT(1:1)
           PERFORM SET-LIVE-VALUE.

      *> The next number of WS-NUM-SERIES into WS-NUM-TEXT, verdict
      *> in WS-NUM-RESULT. The series file is stepped and rewritten
      *> and the TAKEN line logged before the lock is let go, so two
      *> sessions can never be handed the same number.
       TAKE-SERIES-NUMBER.
           MOVE SPACES TO WS-NUM-TEXT
           PERFORM TAKE-NUMBER-FILE-LOCK
           IF WS-NUM-LOCK-HELD = 0
               MOVE "L" TO WS-NUM-RESULT
           ELSE
               PERFORM LOAD-NUMBER-SERIES
               PERFORM FIND-NUMBER-SERIES
               IF WS-NUM-HIT = 0
                   MOVE "0" TO WS-NUM-RESULT
               ELSE
                   COMPUTE WS-NUM-SEQ = NUM-CURRENT(WS-NUM-HIT) + 1
                   IF WS-NUM-SEQ < NUM-LOW(WS-NUM-HIT)
                       MOVE NUM-LOW(WS-NUM-HIT) TO WS-NUM-SEQ
                   END-IF
                   IF NUM-CURRENT(WS-NUM-HIT) >= NUM-HIGH(WS-NUM-HIT)
                       MOVE "E" TO WS-NUM-RESULT
                       MOVE SPACES TO WS-AUDIT-TAG-LINE
                       STRING "NUMBER-EXHAUSTED " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-SERIES)
                               DELIMITED BY SIZE
                           INTO WS-AUDIT-TAG-LINE
                       PERFORM WRITE-NUMBER-AUDIT-RECORD
                   ELSE
                       MOVE WS-NUM-SEQ TO NUM-CURRENT(WS-NUM-HIT)
                       PERFORM SAVE-NUMBER-SERIES
                       PERFORM FORMAT-SERIES-NUMBER
                       MOVE "TAKEN" TO WS-NUM-STATUS-TXT
                       MOVE SPACES TO WS-NUM-REASON
                       PERFORM APPEND-NUMBER-LOG-LINE
                       MOVE "1" TO WS-NUM-RESULT
                       IF TXN-IS-ACTIVE AND WS-NUM-TXN-COUNT < 20
                           ADD 1 TO WS-NUM-TXN-COUNT
                           MOVE WS-NUM-SERIES TO
                               NUM-TXN-SERIES(WS-NUM-TXN-COUNT)
                           MOVE WS-NUM-SEQ TO
                               NUM-TXN-SEQ(WS-NUM-TXN-COUNT)
                           MOVE WS-NUM-TEXT TO
                               NUM-TXN-TEXT(WS-NUM-TXN-COUNT)
                       END-IF
                       MOVE SPACES TO WS-AUDIT-TAG-LINE
                       STRING "NUMBER-TAKEN " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-SERIES)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-TEXT)
                               DELIMITED BY SIZE
                           INTO WS-AUDIT-TAG-LINE
                       PERFORM WRITE-NUMBER-AUDIT-RECORD
                   END-IF
               END-IF
               PERFORM RELEASE-NUMBER-FILE-LOCK
           END-IF.

      *> Records the number in WS-NUM-TEXT (prefix optional) of
      *> WS-NUM-SERIES as voided for WS-NUM-REASON. Any number from
      *> the series' low to its current one may be voided, taken or
      *> not - which is how a gap the report found is accounted for.
      *> "R" refuses a void with no reason.
       VOID-SERIES-NUMBER.
           PERFORM TAKE-NUMBER-FILE-LOCK
           IF WS-NUM-LOCK-HELD = 0
               MOVE "L" TO WS-NUM-RESULT
           ELSE
               PERFORM LOAD-NUMBER-SERIES
               PERFORM FIND-NUMBER-SERIES
               MOVE 0 TO WS-NUM-SEQ-OK
               IF WS-NUM-HIT NOT = 0
                   PERFORM PARSE-SERIES-NUMBER-TEXT
               END-IF
               IF WS-NUM-SEQ-OK = 0
                   MOVE "0" TO WS-NUM-RESULT
               ELSE
               IF WS-NUM-REASON = SPACES
                   MOVE "R" TO WS-NUM-RESULT
               ELSE
                   PERFORM SCAN-NUMBER-LOG-FOR-SEQ
                   IF WS-NUM-VOIDED = 1
                       MOVE "V" TO WS-NUM-RESULT
                   ELSE
                       PERFORM FORMAT-SERIES-NUMBER
                       MOVE "VOID" TO WS-NUM-STATUS-TXT
                       PERFORM APPEND-NUMBER-LOG-LINE
                       MOVE "1" TO WS-NUM-RESULT
                       MOVE SPACES TO WS-AUDIT-TAG-LINE
                       STRING "NUMBER-VOID " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-SERIES)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-TEXT)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-REASON)
                               DELIMITED BY SIZE
                           INTO WS-AUDIT-TAG-LINE
                       PERFORM WRITE-NUMBER-AUDIT-RECORD
                   END-IF
               END-IF
               END-IF
               PERFORM RELEASE-NUMBER-FILE-LOCK
           END-IF.

      *> A transaction that does not commit voids every number it
      *> took - the number is spent, but nothing carries it.
       VOID-TXN-NUMBERS.
           PERFORM VOID-ONE-TXN-NUMBER
               VARYING WS-NUM-TXN-IDX FROM 1 BY 1
               UNTIL WS-NUM-TXN-IDX > WS-NUM-TXN-COUNT
           MOVE 0 TO WS-NUM-TXN-COUNT.

       VOID-ONE-TXN-NUMBER.
           MOVE NUM-TXN-SERIES(WS-NUM-TXN-IDX) TO WS-NUM-SERIES
           MOVE NUM-TXN-TEXT(WS-NUM-TXN-IDX) TO WS-NUM-TEXT
           MOVE "ROLLBACK" TO WS-NUM-REASON
           MOVE 0 TO WS-NUM-UTILITY
           PERFORM VOID-SERIES-NUMBER.

      *> The series file is held only for the read-step-write - a
      *> lock another session holds is retried briefly, then the
      *> number is refused.
       TAKE-NUMBER-FILE-LOCK.
           PERFORM ENSURE-LOCK-SESSION-ID
           MOVE SPACES TO WS-NUM-LOCK-PATH
           STRING FUNCTION TRIM(WS-NUM-PATH) DELIMITED BY SIZE
               ".lck" DELIMITED BY SIZE
               INTO WS-NUM-LOCK-PATH
           MOVE WS-NUM-LOCK-PATH TO WS-LOCK-FILE-PATH
           MOVE 1 TO WS-LOCK-TAKE-FLAG
           MOVE 0 TO WS-LOCK-DENIED
           PERFORM CHECK-AND-TAKE-FILE-LOCK
           MOVE 0 TO WS-NUM-LOCK-TRIES
           PERFORM RETRY-NUMBER-FILE-LOCK
               UNTIL WS-LOCK-DENIED = 0
                   OR WS-NUM-LOCK-TRIES >= 5
           IF WS-LOCK-DENIED = 1
               DISPLAY "COBALT: number series file in use by another"
                   " session - no number taken or voided"
               MOVE 0 TO WS-NUM-LOCK-HELD
           ELSE
               MOVE 1 TO WS-NUM-LOCK-HELD
           END-IF.

       RETRY-NUMBER-FILE-LOCK.
           ADD 1 TO WS-NUM-LOCK-TRIES
           CALL "C$SLEEP" USING WS-SPOOL-LOCK-NAP
           MOVE 0 TO WS-LOCK-DENIED
           PERFORM CHECK-AND-TAKE-FILE-LOCK.

       RELEASE-NUMBER-FILE-LOCK.
           IF WS-NUM-LOCK-HELD = 1
               MOVE WS-NUM-LOCK-PATH TO WS-LOCK-FILE-PATH
               PERFORM RELEASE-FILE-LOCK
               MOVE 0 TO WS-NUM-LOCK-HELD
           END-IF.

       LOAD-NUMBER-SERIES.
           MOVE 0 TO WS-NUM-COUNT
           MOVE WS-NUM-PATH TO WS-REKEY-IN-PATH
           OPEN INPUT REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS = "00"
               MOVE 0 TO WS-NUM-EOF
               PERFORM LOAD-ONE-NUMBER-SERIES UNTIL WS-NUM-EOF = 1
               CLOSE REKEY-IN-FILE
           END-IF.

      *> A line that does not parse is dropped from the table - and
      *> so from the rewrite - with a warning naming it.
       LOAD-ONE-NUMBER-SERIES.
           READ REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               MOVE 1 TO WS-NUM-EOF
           ELSE
               IF FUNCTION TRIM(REKEY-IN-RECORD) NOT = SPACES
                   AND REKEY-IN-RECORD(1:1) NOT = "*"
                   AND WS-NUM-COUNT < 50
                   MOVE SPACES TO WS-NUM-F-NAME WS-NUM-F-PREFIX
                       WS-NUM-F-LOW WS-NUM-F-HIGH WS-NUM-F-CURRENT
                   UNSTRING REKEY-IN-RECORD DELIMITED BY "|"
                       INTO WS-NUM-F-NAME WS-NUM-F-PREFIX
                           WS-NUM-F-LOW WS-NUM-F-HIGH
                           WS-NUM-F-CURRENT
                   IF FUNCTION TEST-NUMVAL(WS-NUM-F-LOW) = 0
                       AND FUNCTION TEST-NUMVAL(WS-NUM-F-HIGH) = 0
                       AND FUNCTION TEST-NUMVAL(WS-NUM-F-CURRENT) = 0
                       AND WS-NUM-F-NAME NOT = SPACES
                       ADD 1 TO WS-NUM-COUNT
                       MOVE WS-NUM-F-NAME TO NUM-NAME(WS-NUM-COUNT)
                       MOVE WS-NUM-F-PREFIX TO
                           NUM-PREFIX(WS-NUM-COUNT)
                       MOVE FUNCTION NUMVAL(WS-NUM-F-LOW) TO
                           NUM-LOW(WS-NUM-COUNT)
                       MOVE FUNCTION NUMVAL(WS-NUM-F-HIGH) TO
                           NUM-HIGH(WS-NUM-COUNT)
                       MOVE FUNCTION NUMVAL(WS-NUM-F-CURRENT) TO
                           NUM-CURRENT(WS-NUM-COUNT)
                   ELSE
                       DISPLAY "COBALT: warning - number series line "
                           "not understood: "
                           FUNCTION TRIM(REKEY-IN-RECORD)
                   END-IF
               END-IF
           END-IF.

       SAVE-NUMBER-SERIES.
           MOVE WS-NUM-PATH TO WS-REKEY-OUT-PATH
           OPEN OUTPUT REKEY-OUT-FILE
           PERFORM SAVE-ONE-NUMBER-SERIES
               VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > WS-NUM-COUNT
           CLOSE REKEY-OUT-FILE.

       SAVE-ONE-NUMBER-SERIES.
           MOVE SPACES TO REKEY-OUT-RECORD
           STRING FUNCTION TRIM(NUM-NAME(WS-NUM-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(NUM-PREFIX(WS-NUM-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NUM-LOW(WS-NUM-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NUM-HIGH(WS-NUM-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NUM-CURRENT(WS-NUM-IDX) DELIMITED BY SIZE
               INTO REKEY-OUT-RECORD
           WRITE REKEY-OUT-RECORD.

       FIND-NUMBER-SERIES.
           MOVE 0 TO WS-NUM-HIT
           PERFORM MATCH-ONE-NUMBER-SERIES
               VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > WS-NUM-COUNT
               OR WS-NUM-HIT NOT = 0.

       MATCH-ONE-NUMBER-SERIES.
           IF NUM-NAME(WS-NUM-IDX) = WS-NUM-SERIES
               MOVE WS-NUM-IDX TO WS-NUM-HIT
           END-IF.

      *> "<prefix><seq>", the sequence zero-filled to as many digits
      *> as the series' high number has.
       FORMAT-SERIES-NUMBER.
           MOVE 0 TO WS-NUM-WIDTH
           INSPECT NUM-HIGH(WS-NUM-HIT) TALLYING WS-NUM-WIDTH
               FOR LEADING "0"
           COMPUTE WS-NUM-WIDTH = 9 - WS-NUM-WIDTH
           IF WS-NUM-WIDTH = 0
               MOVE 1 TO WS-NUM-WIDTH
           END-IF
           MOVE WS-NUM-SEQ TO WS-NUM-WORK(1:9)
           MOVE SPACES TO WS-NUM-TEXT
           STRING FUNCTION TRIM(NUM-PREFIX(WS-NUM-HIT))
                   DELIMITED BY SIZE
               WS-NUM-WORK(10 - WS-NUM-WIDTH:WS-NUM-WIDTH)
                   DELIMITED BY SIZE
               INTO WS-NUM-TEXT.

      *> The number as an operator would type it back - with the
      *> series prefix or without - to its sequence, accepted only
      *> from the series' low to its current number.
       PARSE-SERIES-NUMBER-TEXT.
           MOVE 0 TO WS-NUM-SEQ-OK
           MOVE FUNCTION TRIM(WS-NUM-TEXT) TO WS-NUM-WORK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NUM-PREFIX(WS-NUM-HIT)))
               TO WS-NUM-PFX-LEN
           IF NUM-PREFIX(WS-NUM-HIT) NOT = SPACES
               AND WS-NUM-WORK(1:WS-NUM-PFX-LEN) =
                   NUM-PREFIX(WS-NUM-HIT)(1:WS-NUM-PFX-LEN)
               MOVE WS-NUM-WORK(WS-NUM-PFX-LEN + 1:) TO
                   WS-NUM-L-NUMBER
               MOVE WS-NUM-L-NUMBER TO WS-NUM-WORK
           END-IF
           IF WS-NUM-WORK NOT = SPACES
               AND FUNCTION TRIM(WS-NUM-WORK) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-WORK)) < 10
               MOVE FUNCTION NUMVAL(WS-NUM-WORK) TO WS-NUM-SEQ
               IF WS-NUM-SEQ >= NUM-LOW(WS-NUM-HIT)
                   AND WS-NUM-SEQ <= NUM-CURRENT(WS-NUM-HIT)
                   MOVE 1 TO WS-NUM-SEQ-OK
               END-IF
           END-IF.

      *> Whether WS-NUM-SEQ of WS-NUM-SERIES has a VOID line yet.
       SCAN-NUMBER-LOG-FOR-SEQ.
           MOVE 0 TO WS-NUM-VOIDED
           MOVE 0 TO WS-NUM-ISSUED
           MOVE WS-NUM-LOG-PATH TO WS-REKEY-IN-PATH
           OPEN INPUT REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS = "00"
               MOVE 0 TO WS-NUM-EOF
               PERFORM SCAN-ONE-NUMBER-LOG-SEQ UNTIL WS-NUM-EOF = 1
               CLOSE REKEY-IN-FILE
           END-IF.

       SCAN-ONE-NUMBER-LOG-SEQ.
           PERFORM READ-ONE-NUMBER-LOG-LINE
           IF WS-NUM-EOF = 0
               AND WS-NUM-L-SERIES = WS-NUM-SERIES
               AND WS-NUM-L-SEQ-N = WS-NUM-SEQ
               IF WS-NUM-L-STATUS = "VOID"
                   MOVE 1 TO WS-NUM-VOIDED
               ELSE
                   MOVE 1 TO WS-NUM-ISSUED
               END-IF
           END-IF.

      *> One log line taken apart; a line that does not parse reads
      *> as belonging to no series.
       READ-ONE-NUMBER-LOG-LINE.
           READ REKEY-IN-FILE
           IF WS-REKEY-IN-STATUS NOT = "00"
               MOVE 1 TO WS-NUM-EOF
           ELSE
               MOVE SPACES TO WS-NUM-L-SERIES WS-NUM-L-SEQ
                   WS-NUM-L-NUMBER WS-NUM-L-STATUS WS-NUM-L-DATE
                   WS-NUM-L-TIME WS-NUM-L-OPER WS-NUM-L-APP
                   WS-NUM-L-REASON
               UNSTRING REKEY-IN-RECORD DELIMITED BY "|"
                   INTO WS-NUM-L-SERIES WS-NUM-L-SEQ WS-NUM-L-NUMBER
                       WS-NUM-L-STATUS WS-NUM-L-DATE WS-NUM-L-TIME
                       WS-NUM-L-OPER WS-NUM-L-APP WS-NUM-L-REASON
               MOVE 0 TO WS-NUM-L-SEQ-N
               IF FUNCTION TEST-NUMVAL(WS-NUM-L-SEQ) = 0
                   MOVE FUNCTION NUMVAL(WS-NUM-L-SEQ) TO
                       WS-NUM-L-SEQ-N
               ELSE
                   MOVE SPACES TO WS-NUM-L-SERIES
               END-IF
           END-IF.

      *> "series|seq|number|TAKEN or VOID|date|time|operator|app|
      *> reason" - the log only ever grows.
       APPEND-NUMBER-LOG-LINE.
           PERFORM GET-LOCAL-DATE-TIME
           MOVE WS-NUM-LOG-PATH TO WS-REKEY-OUT-PATH
           OPEN EXTEND REKEY-OUT-FILE
           IF WS-REKEY-OUT-STATUS NOT = "00"
               OPEN OUTPUT REKEY-OUT-FILE
           END-IF
           MOVE SPACES TO WS-NUM-L-OPER
           MOVE WS-SESSION-OPERATOR TO WS-NUM-L-OPER
           IF WS-NUM-L-OPER = SPACES
               MOVE "-" TO WS-NUM-L-OPER
           END-IF
           MOVE SPACES TO REKEY-OUT-RECORD
           STRING FUNCTION TRIM(WS-NUM-SERIES) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NUM-SEQ DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-STATUS-TXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-L-OPER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-FILE-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-REASON) DELIMITED BY SIZE
               INTO REKEY-OUT-RECORD
           WRITE REKEY-OUT-RECORD
           CLOSE REKEY-OUT-FILE.

       WRITE-NUMBER-AUDIT-RECORD.
           IF WS-NUM-UTILITY = 1
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           ELSE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           END-IF.

      *> Shared credential check (AUTHENTICATE statement and the idle
      *> lock screen) - verdict in WS-AUTH-RESULT, role list stamped
      *> on success, every outcome audited. A disabled account gets
      *> "D" and a right password past its age "E" - neither stamps
      *> the role list, so the expired operator must go through
      *> CHANGE-PASSWORD before the session is theirs.
       CHECK-AUTH-CREDENTIALS.
           IF WS-AUTH-LOADED = 0
               PERFORM LOAD-USER-FILE
               PERFORM WRITE-AUTH-AUDIT-FAIL
           ELSE
               IF AUTH-LOCKED-FLAG(WS-AUTH-FOUND-IDX) = 1
                   OR AUTH-USER-STATUS(WS-AUTH-FOUND-IDX) = "L"
                   MOVE "L" TO WS-AUTH-RESULT
                   PERFORM WRITE-AUTH-AUDIT-DENIED
               ELSE
               IF AUTH-USER-STATUS(WS-AUTH-FOUND-IDX) = "D"
                   MOVE "D" TO WS-AUTH-RESULT
                   PERFORM WRITE-AUTH-AUDIT-DISABLED
               ELSE
                   PERFORM HASH-PASSWORD-TEXT
                   IF WS-AUTH-HASH =
                       AUTH-USER-HASH(WS-AUTH-FOUND-IDX)
                       MOVE 0 TO
                           AUTH-FAIL-COUNT(WS-AUTH-FOUND-IDX)
                       PERFORM CHECK-PASSWORD-AGE
                       IF WS-ACCT-EXPIRED = 1
                           MOVE "E" TO WS-AUTH-RESULT
                           PERFORM WRITE-AUTH-AUDIT-EXPIRED
                       ELSE
                           MOVE "1" TO WS-AUTH-RESULT
                           PERFORM GRANT-AUTH-SESSION
                       END-IF
                   ELSE
                       PERFORM COUNT-AUTH-FAILURE
                   END-IF
               END-IF
               END-IF
           END-IF.

       GRANT-AUTH-SESSION.
           MOVE AUTH-USER-ROLES(WS-AUTH-FOUND-IDX) TO WS-CURRENT-ROLE
      *> Macros (and any other per-operator state) now belong to
      *> this signed-in identity - a fresh identity reloads them.
           IF WS-MACRO-OPERATOR NOT = WS-AUTH-USER-TXT
               MOVE WS-AUTH-USER-TXT TO WS-MACRO-OPERATOR
               MOVE 0 TO WS-MACRO-LOADED
           END-IF
           MOVE WS-AUTH-USER-TXT TO WS-SESSION-OPERATOR
           IF SERVE-MODE-ON
               PERFORM OFFER-SESSION-RESUME
           END-IF
           PERFORM APPLY-OPERATOR-PROFILE
           PERFORM WRITE-AUTH-AUDIT-OK
           PERFORM APPLY-SIGN-IN-DEPARTMENT.

      *> A wrong password (at sign-in or as the old password of a
      *> change) counts toward the lockout; the fifth in a row locks
      *> the account on the user file itself.
       COUNT-AUTH-FAILURE.
           ADD 1 TO AUTH-FAIL-COUNT(WS-AUTH-FOUND-IDX)
           PERFORM WRITE-AUTH-AUDIT-FAIL
           IF AUTH-FAIL-COUNT(WS-AUTH-FOUND-IDX) >= 5
               MOVE 1 TO AUTH-LOCKED-FLAG(WS-AUTH-FOUND-IDX)
               MOVE "L" TO AUTH-USER-STATUS(WS-AUTH-FOUND-IDX)
               PERFORM SAVE-ONE-USER-LINE
               MOVE "L" TO WS-AUTH-RESULT
               PERFORM WRITE-AUTH-AUDIT-LOCKOUT
           END-IF.

      *> WS-ACCT-EXPIRED = 1 when the found account must change its
      *> password: reset to 000000 by an administrator, or older than
      *> PASSWORD-MAX-DAYS when that is set (a line with no date on
      *> record counts as expired once a maximum age is in force).
       CHECK-PASSWORD-AGE.
           MOVE 0 TO WS-ACCT-EXPIRED
           IF AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX) = "000000"
               MOVE 1 TO WS-ACCT-EXPIRED
           ELSE
               IF WS-ACCT-MAX-DAYS > 0
                   IF AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX)
                       IS NOT NUMERIC
                       MOVE 1 TO WS-ACCT-EXPIRED
                   ELSE
                       PERFORM SET-ACCOUNT-TODAY
                       COMPUTE WS-ACCT-AGE =
                           FUNCTION INTEGER-OF-DATE(
                               20000000 + WS-ACCT-TODAY)
                           - FUNCTION INTEGER-OF-DATE(20000000 +
                               FUNCTION NUMVAL(
                               AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX)))
                       IF WS-ACCT-AGE > WS-ACCT-MAX-DAYS
                           MOVE 1 TO WS-ACCT-EXPIRED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Today for password dating - the pinned date a taped script
      *> runs under when one is set, the local date otherwise.
       SET-ACCOUNT-TODAY.
           PERFORM GET-LOCAL-DATE-TIME
           IF WS-PINNED-DATE NOT = 0
               MOVE WS-PINNED-DATE TO WS-ACCT-TODAY
           ELSE
               MOVE WS-LOCAL-DATE TO WS-ACCT-TODAY
           END-IF.

      *> ---------------------------------------------------------
      *> Operator preference profile - looked up and applied the
      *> moment its owner signs in. Each part applies only when
           MOVE 0 TO WS-PROFILE-FOUND
           MOVE SPACES TO WS-PROFILE-LANG WS-PROFILE-FG
               WS-PROFILE-BG WS-PROFILE-HOME WS-PROFILE-DFMT
               WS-PROFILE-RENDER
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS = "00"
               MOVE 0 TO WS-PROFILE-EOF
                   MOVE FUNCTION TRIM(WS-PROFILE-DFMT) TO
                       WS-PROFILE-DATE-FMT
               END-IF
      *> A new render mode starts by reading the whole screen.
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-PROFILE-RENDER)) TO WS-PROFILE-RENDER
               IF WS-PROFILE-RENDER = "LINEAR" OR "STANDARD"
                   MOVE WS-PROFILE-RENDER TO WS-RENDER-MODE
                   MOVE 1 TO WS-LIN-FULL
               END-IF
               IF FUNCTION TRIM(WS-PROFILE-HOME) NOT = SPACES
                   MOVE WS-PROFILE-HOME TO WS-NAV-TARGET-NAME
                   PERFORM FIND-SCREEN-BY-NAME
                       INTO WS-PROFILE-USER WS-PROFILE-LANG
                           WS-PROFILE-FG WS-PROFILE-BG
                           WS-PROFILE-HOME WS-PROFILE-DFMT
                           WS-PROFILE-RENDER
                   IF FUNCTION TRIM(WS-PROFILE-USER) =
                       FUNCTION TRIM(WS-AUTH-USER-TXT)
                       MOVE 1 TO WS-PROFILE-FOUND
                       MOVE SPACES TO WS-PROFILE-LANG
                           WS-PROFILE-FG WS-PROFILE-BG
                           WS-PROFILE-HOME WS-PROFILE-DFMT
                           WS-PROFILE-RENDER
                   END-IF
               END-IF
           END-IF.
           ELSE
               IF FUNCTION TRIM(USERS-RECORD) NOT = SPACES
                   AND USERS-RECORD(1:1) NOT = "*"
                   AND WS-AUTH-USER-COUNT < WS-MAX-AUTH-USERS
                   ADD 1 TO WS-AUTH-USER-COUNT
                   MOVE SPACES TO WS-AUTH-NAME-PART
                       WS-AUTH-HASH-PART WS-AUTH-ROLES-PART
                       WS-AUTH-SUPER-PART WS-AUTH-STATUS-PART
                       WS-AUTH-PWDATE-PART WS-AUTH-DEPT-PART
                   UNSTRING USERS-RECORD DELIMITED BY "|"
                       INTO WS-AUTH-NAME-PART WS-AUTH-HASH-PART
                           WS-AUTH-ROLES-PART WS-AUTH-SUPER-PART
                           WS-AUTH-STATUS-PART WS-AUTH-PWDATE-PART
                           WS-AUTH-DEPT-PART
                   MOVE FUNCTION TRIM(WS-AUTH-NAME-PART) TO
                       AUTH-USER-NAME(WS-AUTH-USER-COUNT)
                   MOVE FUNCTION NUMVAL(WS-AUTH-HASH-PART) TO
                       AUTH-USER-ROLES(WS-AUTH-USER-COUNT)
                   MOVE 0 TO AUTH-FAIL-COUNT(WS-AUTH-USER-COUNT)
                   MOVE 0 TO AUTH-LOCKED-FLAG(WS-AUTH-USER-COUNT)
                   MOVE FUNCTION TRIM(WS-AUTH-SUPER-PART) TO
                       AUTH-USER-SUPER(WS-AUTH-USER-COUNT)
                   MOVE FUNCTION TRIM(WS-AUTH-STATUS-PART) TO
                       AUTH-USER-STATUS(WS-AUTH-USER-COUNT)
                   IF AUTH-USER-STATUS(WS-AUTH-USER-COUNT) NOT = "D"
                       AND AUTH-USER-STATUS(WS-AUTH-USER-COUNT)
                           NOT = "L"
                       MOVE "A" TO AUTH-USER-STATUS(WS-AUTH-USER-COUNT)
                   END-IF
                   MOVE FUNCTION TRIM(WS-AUTH-PWDATE-PART) TO
                       AUTH-USER-PWDATE(WS-AUTH-USER-COUNT)
                   MOVE FUNCTION TRIM(WS-AUTH-DEPT-PART) TO
                       AUTH-USER-DEPT(WS-AUTH-USER-COUNT)
               END-IF
           END-IF.

               INTO WS-AUDIT-TAG-LINE
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD.

       WRITE-AUTH-AUDIT-DISABLED.
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "AUTH-DENIED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUTH-USER-TXT) DELIMITED BY SIZE
               " (disabled)" DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD.

       WRITE-AUTH-AUDIT-EXPIRED.
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "AUTH-EXPIRED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUTH-USER-TXT) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD.

      *> The degraded-run counters (WS-RUN-VALFAIL / WS-RUN-BLOCKED /
      *> WS-RUN-IOERR) used to be totals in the run-control record
      *> only; each increment now also leaves its own audit record,
               INTO WS-AUDIT-TAG-LINE
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD.

      *> --adduser <user> <password> <roles> [<supervisor>] utility
      *> mode - hashes the password and appends one user line,
      *> creating the file on first use the way the audit log is
      *> created. The supervisor part stays empty when not given;
      *> the account starts active with today's password date. A
      *> trailing DEPT=<name> gives the account a home department
      *> (a 7th "|dept" part) - the run itself, being for that
      *> department, has already made its directory under DEPT-ROOT.
       ADD-USER-TO-FILE.
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-AUTH-PASS-TXT
           PERFORM HASH-PASSWORD-TEXT
           PERFORM SET-ACCOUNT-TODAY
           OPEN EXTEND USERS-FILE
           IF WS-USERS-FILE-STATUS NOT = "00"
               OPEN OUTPUT USERS-FILE
               WS-AUTH-HASH DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARG4-TXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARG5-TXT) DELIMITED BY SIZE
               "|A|" DELIMITED BY SIZE
               WS-ACCT-TODAY DELIMITED BY SIZE
               INTO USERS-RECORD
           IF WS-DEPT-RUN NOT = SPACES
               MOVE SPACES TO WS-DEPT-PATH-IN
               STRING FUNCTION TRIM(USERS-RECORD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPT-RUN) DELIMITED BY SIZE
                   INTO WS-DEPT-PATH-IN
               MOVE WS-DEPT-PATH-IN TO USERS-RECORD
           END-IF
           WRITE USERS-RECORD
           CLOSE USERS-FILE
           DISPLAY "COBALT: user "
               FUNCTION TRIM(WS-EVENTS-FILE-PATH) " added".

      *> Rewrites the user line of WS-AUTH-FOUND-IDX from the table -
      *> the whole file copied through "<user-file>.tmp" and renamed
      *> back over it, so a failure part way leaves the old file.
       SAVE-ONE-USER-LINE.
           MOVE SPACES TO WS-ACCT-TMP-PATH
           STRING FUNCTION TRIM(WS-USERS-FILE-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-ACCT-TMP-PATH
           OPEN INPUT USERS-FILE
           IF WS-USERS-FILE-STATUS = "00"
               MOVE WS-ACCT-TMP-PATH TO WS-REJECT-FILE-PATH
               OPEN OUTPUT REJECT-FILE
               MOVE 0 TO WS-AUTH-EOF
               PERFORM COPY-ONE-USER-LINE UNTIL WS-AUTH-EOF = 1
               CLOSE USERS-FILE
               CLOSE REJECT-FILE
               CALL "CBL_RENAME_FILE" USING WS-ACCT-TMP-PATH
                   WS-USERS-FILE-PATH
           END-IF.

       COPY-ONE-USER-LINE.
           READ USERS-FILE
           IF WS-USERS-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AUTH-EOF
           ELSE
               MOVE USERS-RECORD TO REJECT-RECORD
               IF FUNCTION TRIM(USERS-RECORD) NOT = SPACES
                   AND USERS-RECORD(1:1) NOT = "*"
                   MOVE SPACES TO WS-AUTH-NAME-PART
                   UNSTRING USERS-RECORD DELIMITED BY "|"
                       INTO WS-AUTH-NAME-PART
                   IF FUNCTION TRIM(WS-AUTH-NAME-PART) =
                       AUTH-USER-NAME(WS-AUTH-FOUND-IDX)
                       PERFORM BUILD-ONE-USER-LINE
                   END-IF
               END-IF
               WRITE REJECT-RECORD
           END-IF.

       BUILD-ONE-USER-LINE.
           MOVE SPACES TO REJECT-RECORD
           STRING FUNCTION TRIM(AUTH-USER-NAME(WS-AUTH-FOUND-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AUTH-USER-HASH(WS-AUTH-FOUND-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(AUTH-USER-ROLES(WS-AUTH-FOUND-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(AUTH-USER-SUPER(WS-AUTH-FOUND-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AUTH-USER-STATUS(WS-AUTH-FOUND-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX))
                   DELIMITED BY SIZE
               INTO REJECT-RECORD
           IF AUTH-USER-DEPT(WS-AUTH-FOUND-IDX) NOT = SPACES
               MOVE SPACES TO WS-DEPT-PATH-IN
               STRING FUNCTION TRIM(REJECT-RECORD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(AUTH-USER-DEPT(WS-AUTH-FOUND-IDX))
                       DELIMITED BY SIZE
                   INTO WS-DEPT-PATH-IN
               MOVE WS-DEPT-PATH-IN TO REJECT-RECORD
           END-IF.

      *> An operator changing their own password - the old one must
      *> check out (a wrong one counts toward the lockout like a
      *> failed sign-in), the new one must be long enough and not
      *> the old one again. WS-AUTH-USER-TXT / WS-AUTH-PASS-TXT /
      *> WS-ACCT-NEW-PASS in; WS-ACCT-RESULT "1" changed, "0" bad
      *> user or password, "S" new password refused, "D" disabled,
      *> "L" locked out.
       CHANGE-OPERATOR-PASSWORD.
           IF WS-AUTH-LOADED = 0
               PERFORM LOAD-USER-FILE
           END-IF
           MOVE 0 TO WS-AUTH-FOUND-IDX
           PERFORM SCAN-ONE-AUTH-USER
               VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
               UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-USER-COUNT
               OR WS-AUTH-FOUND-IDX NOT = 0
           MOVE "0" TO WS-ACCT-RESULT
           IF WS-AUTH-FOUND-IDX = 0
               PERFORM WRITE-AUTH-AUDIT-FAIL
           ELSE
               IF AUTH-LOCKED-FLAG(WS-AUTH-FOUND-IDX) = 1
                   OR AUTH-USER-STATUS(WS-AUTH-FOUND-IDX) = "L"
                   MOVE "L" TO WS-ACCT-RESULT
                   PERFORM WRITE-AUTH-AUDIT-DENIED
               ELSE
               IF AUTH-USER-STATUS(WS-AUTH-FOUND-IDX) = "D"
                   MOVE "D" TO WS-ACCT-RESULT
                   PERFORM WRITE-AUTH-AUDIT-DISABLED
               ELSE
                   PERFORM HASH-PASSWORD-TEXT
                   IF WS-AUTH-HASH NOT =
                       AUTH-USER-HASH(WS-AUTH-FOUND-IDX)
                       PERFORM COUNT-AUTH-FAILURE
                       MOVE WS-AUTH-RESULT TO WS-ACCT-RESULT
                       IF WS-ACCT-RESULT NOT = "L"
                           MOVE "0" TO WS-ACCT-RESULT
                       END-IF
                   ELSE
                       MOVE 0 TO AUTH-FAIL-COUNT(WS-AUTH-FOUND-IDX)
                       MOVE WS-AUTH-HASH TO WS-ACCT-OLD-HASH
                       PERFORM SET-NEW-PASSWORD-HASH
                       IF WS-ACCT-RESULT = "S"
                           OR WS-AUTH-HASH = WS-ACCT-OLD-HASH
                           MOVE "S" TO WS-ACCT-RESULT
                       ELSE
                           MOVE WS-AUTH-HASH TO
                               AUTH-USER-HASH(WS-AUTH-FOUND-IDX)
                           PERFORM SET-ACCOUNT-TODAY
                           MOVE WS-ACCT-TODAY TO
                               AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX)
                           PERFORM SAVE-ONE-USER-LINE
                           MOVE "1" TO WS-ACCT-RESULT
                           MOVE SPACES TO WS-AUDIT-TAG-LINE
                           STRING "PWD-CHANGED " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-AUTH-USER-TXT)
                                   DELIMITED BY SIZE
                               INTO WS-AUDIT-TAG-LINE
                           PERFORM STAMP-AND-WRITE-AUDIT-RECORD
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> Hashes WS-ACCT-NEW-PASS into WS-AUTH-HASH, or leaves "S" in
      *> WS-ACCT-RESULT when it is shorter than PASSWORD-MIN-LENGTH.
       SET-NEW-PASSWORD-HASH.
           MOVE 0 TO WS-ACCT-PASS-LEN
           IF WS-ACCT-NEW-PASS NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ACCT-NEW-PASS))
                   TO WS-ACCT-PASS-LEN
           END-IF
           IF WS-ACCT-PASS-LEN < WS-ACCT-MIN-LEN
               MOVE "S" TO WS-ACCT-RESULT
           ELSE
               MOVE FUNCTION TRIM(WS-ACCT-NEW-PASS) TO
                   WS-AUTH-PASS-TXT
               PERFORM HASH-PASSWORD-TEXT
           END-IF.

      *> Administrator actions on one account - WS-ACCT-VERB
      *> (DISABLE, ENABLE, UNLOCK or RESET), WS-AUTH-USER-TXT,
      *> WS-ACCT-NEW-PASS (RESET only) and WS-ACCT-BY in;
      *> WS-ACCT-RESULT "1" done, "0" no such account or verb, "S"
      *> reset password refused, "D" UNLOCK of a disabled account
      *> (ENABLE is the way back for a leaver). A reset password is
      *> dated 000000 so its owner must change it at next sign-in.
       APPLY-ACCOUNT-ACTION.
           IF WS-AUTH-LOADED = 0
               PERFORM LOAD-USER-FILE
           END-IF
           MOVE 0 TO WS-AUTH-FOUND-IDX
           PERFORM SCAN-ONE-AUTH-USER
               VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
               UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-USER-COUNT
               OR WS-AUTH-FOUND-IDX NOT = 0
           MOVE "0" TO WS-ACCT-RESULT
           IF WS-AUTH-FOUND-IDX NOT = 0
               EVALUATE WS-ACCT-VERB
                   WHEN "DISABLE"
                       MOVE "D" TO AUTH-USER-STATUS(WS-AUTH-FOUND-IDX)
                       MOVE "1" TO WS-ACCT-RESULT
                   WHEN "ENABLE"
                       MOVE "A" TO AUTH-USER-STATUS(WS-AUTH-FOUND-IDX)
                       MOVE 0 TO AUTH-LOCKED-FLAG(WS-AUTH-FOUND-IDX)
                       MOVE 0 TO AUTH-FAIL-COUNT(WS-AUTH-FOUND-IDX)
                       MOVE "1" TO WS-ACCT-RESULT
                   WHEN "UNLOCK"
                       IF AUTH-USER-STATUS(WS-AUTH-FOUND-IDX) = "D"
                           MOVE "D" TO WS-ACCT-RESULT
                       ELSE
                           MOVE "A" TO
                               AUTH-USER-STATUS(WS-AUTH-FOUND-IDX)
                           MOVE 0 TO
                               AUTH-LOCKED-FLAG(WS-AUTH-FOUND-IDX)
                           MOVE 0 TO
                               AUTH-FAIL-COUNT(WS-AUTH-FOUND-IDX)
                           MOVE "1" TO WS-ACCT-RESULT
                       END-IF
                   WHEN "RESET"
                       PERFORM SET-NEW-PASSWORD-HASH
                       IF WS-ACCT-RESULT NOT = "S"
                           MOVE WS-AUTH-HASH TO
                               AUTH-USER-HASH(WS-AUTH-FOUND-IDX)
                           MOVE "000000" TO
                               AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX)
                           MOVE 0 TO
                               AUTH-FAIL-COUNT(WS-AUTH-FOUND-IDX)
                           MOVE "1" TO WS-ACCT-RESULT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-ACCT-RESULT = "1"
               PERFORM SAVE-ONE-USER-LINE
               EVALUATE WS-ACCT-VERB
                   WHEN "DISABLE"
                       MOVE "ACCT-DISABLED" TO WS-ACCT-TAG
                   WHEN "ENABLE"
                       MOVE "ACCT-ENABLED" TO WS-ACCT-TAG
                   WHEN "UNLOCK"
                       MOVE "ACCT-UNLOCKED" TO WS-ACCT-TAG
                   WHEN OTHER
                       MOVE "PWD-RESET" TO WS-ACCT-TAG
               END-EVALUATE
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING WS-ACCT-TAG DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTH-USER-TXT)
                       DELIMITED BY SIZE
                   " by=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACCT-BY) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           END-IF.

      *> --account utility mode - the administrator's shell-side
      *> counterpart of the ACCOUNT statement, with no role check of
      *> its own: whoever can run the engine against the user file
      *> already holds it, as with --adduser.
      *>   --account LIST
      *>   --account DISABLE|ENABLE|UNLOCK <user>
      *>   --account RESET <user> <new-password>
      *>   --account PASSWORD <user> <old-password> <new-password>
      *> Anything refused ends the run with exit code 8.
       ACCOUNT-UTILITY-RUN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVENTS-FILE-PATH))
               TO WS-ACCT-VERB
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-AUTH-USER-TXT
           PERFORM LOAD-USER-FILE
           IF WS-ACCT-VERB = "LIST"
               DISPLAY "ACCOUNT              STATUS   PASSWORD SET"
                   "  ROLES"
               PERFORM LIST-ONE-ACCOUNT
                   VARYING WS-AUTH-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-SCAN-IDX > WS-AUTH-USER-COUNT
           ELSE
               IF (WS-ACCT-VERB NOT = "DISABLE"
                   AND WS-ACCT-VERB NOT = "ENABLE"
                   AND WS-ACCT-VERB NOT = "UNLOCK"
                   AND WS-ACCT-VERB NOT = "RESET"
                   AND WS-ACCT-VERB NOT = "PASSWORD")
                   OR WS-AUTH-USER-TXT = SPACES
                   DISPLAY "COBALT: usage - --account LIST | "
                       "DISABLE|ENABLE|UNLOCK <user> | "
                       "RESET <user> <new> | "
                       "PASSWORD <user> <old> <new>"
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM OPEN-OR-EXTEND-AUDIT-FILE
                   IF WS-ACCT-VERB = "PASSWORD"
                       MOVE FUNCTION TRIM(WS-ARG4-TXT) TO
                           WS-AUTH-PASS-TXT
                       MOVE FUNCTION TRIM(WS-ARG5-TXT) TO
                           WS-ACCT-NEW-PASS
                       PERFORM CHANGE-OPERATOR-PASSWORD
                   ELSE
                       MOVE FUNCTION TRIM(WS-ARG4-TXT) TO
                           WS-ACCT-NEW-PASS
                       MOVE "utility" TO WS-ACCT-BY
                       PERFORM APPLY-ACCOUNT-ACTION
                   END-IF
                   CLOSE AUDIT-FILE
                   IF WS-AUDIT-LOCK-HELD = 1
                       MOVE WS-AUDIT-LOCK-PATH TO WS-LOCK-FILE-PATH
                       PERFORM RELEASE-FILE-LOCK
                       MOVE 0 TO WS-AUDIT-LOCK-HELD
                   END-IF
                   PERFORM SHOW-ACCOUNT-RESULT
               END-IF
           END-IF.

       SHOW-ACCOUNT-RESULT.
           EVALUATE WS-ACCT-RESULT
               WHEN "1"
                   DISPLAY "COBALT: account "
                       FUNCTION TRIM(WS-AUTH-USER-TXT) " - "
                       FUNCTION TRIM(WS-ACCT-VERB) " done"
               WHEN "S"
                   MOVE WS-ACCT-MIN-LEN TO WS-ACCT-LEN-EDIT
                   DISPLAY "COBALT: password refused - at least "
                       FUNCTION TRIM(WS-ACCT-LEN-EDIT)
                       " characters, not the old one"
               WHEN "D"
                   DISPLAY "COBALT: account "
                       FUNCTION TRIM(WS-AUTH-USER-TXT)
                       " is disabled"
               WHEN "L"
                   DISPLAY "COBALT: account "
                       FUNCTION TRIM(WS-AUTH-USER-TXT)
                       " is locked out"
               WHEN OTHER
                   IF WS-ACCT-VERB = "PASSWORD"
                       DISPLAY "COBALT: wrong user or password"
                   ELSE
                       DISPLAY "COBALT: no account "
                           FUNCTION TRIM(WS-AUTH-USER-TXT)
                   END-IF
           END-EVALUATE
           IF WS-ACCT-RESULT NOT = "1"
               MOVE 8 TO WS-RUN-EXIT-CODE
           END-IF.

       LIST-ONE-ACCOUNT.
           MOVE WS-AUTH-SCAN-IDX TO WS-AUTH-FOUND-IDX
           PERFORM DESCRIBE-ONE-ACCOUNT
           DISPLAY AUTH-USER-NAME(WS-AUTH-SCAN-IDX) " "
               WS-ACCT-STATUS-WORD " " WS-ACCT-PWDATE-WORD "  "
               FUNCTION TRIM(AUTH-USER-ROLES(WS-AUTH-SCAN-IDX)).

      *> Status and password-date words for WS-AUTH-FOUND-IDX, as
      *> the listing and the recertification report print them.
       DESCRIBE-ONE-ACCOUNT.
           PERFORM CHECK-PASSWORD-AGE
           EVALUATE TRUE
               WHEN AUTH-USER-STATUS(WS-AUTH-FOUND-IDX) = "D"
                   MOVE "DISABLED" TO WS-ACCT-STATUS-WORD
               WHEN AUTH-USER-STATUS(WS-AUTH-FOUND-IDX) = "L"
                   MOVE "LOCKED" TO WS-ACCT-STATUS-WORD
               WHEN WS-ACCT-EXPIRED = 1
                   MOVE "EXPIRED" TO WS-ACCT-STATUS-WORD
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-ACCT-STATUS-WORD
           END-EVALUATE
           EVALUATE TRUE
               WHEN AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX) = "000000"
                   MOVE "MUST-CHANGE" TO WS-ACCT-PWDATE-WORD
               WHEN AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX) = SPACES
                   MOVE "-" TO WS-ACCT-PWDATE-WORD
               WHEN OTHER
                   MOVE AUTH-USER-PWDATE(WS-AUTH-FOUND-IDX) TO
                       WS-ACCT-PWDATE-WORD
           END-EVALUATE.

      *> Does the signed-in operator hold WS-ROLE-WANTED? Matches the
      *> single-role form SET-ROLE stamps and any element of the
      *> comma-separated list AUTHENTICATE stamps. The wanted side
      *> may itself be a list (ROLE "grader,supervisor") - holding
      *> any one of its roles is enough.
       MATCH-ROLE-IN-LIST.
           MOVE 0 TO WS-ROLE-MATCHED
           MOVE 0 TO WS-ROLE-WANT-COMMAS
           INSPECT WS-ROLE-WANTED TALLYING WS-ROLE-WANT-COMMAS
               FOR ALL ","
           IF WS-ROLE-WANT-COMMAS = 0
               PERFORM MATCH-ONE-WANTED-ROLE
           ELSE
               MOVE WS-ROLE-WANTED TO WS-ROLE-WANT-LIST
               MOVE SPACES TO WS-ROLE-WANT-PART(1)
                   WS-ROLE-WANT-PART(2) WS-ROLE-WANT-PART(3)
               UNSTRING WS-ROLE-WANT-LIST DELIMITED BY ","
                   INTO WS-ROLE-WANT-PART(1) WS-ROLE-WANT-PART(2)
                       WS-ROLE-WANT-PART(3)
               PERFORM MATCH-ONE-WANTED-PART
                   VARYING WS-ROLE-WANT-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-WANT-IDX > 3
                   OR WS-ROLE-MATCHED = 1
               MOVE WS-ROLE-WANT-LIST TO WS-ROLE-WANTED
           END-IF.

       MATCH-ONE-WANTED-PART.
           IF FUNCTION TRIM(WS-ROLE-WANT-PART(WS-ROLE-WANT-IDX))
               NOT = SPACES
               MOVE FUNCTION TRIM(WS-ROLE-WANT-PART(WS-ROLE-WANT-IDX))
                   TO WS-ROLE-WANTED
               PERFORM MATCH-ONE-WANTED-ROLE
           END-IF.

       MATCH-ONE-WANTED-ROLE.
           IF FUNCTION TRIM(WS-CURRENT-ROLE) =
               FUNCTION TRIM(WS-ROLE-WANTED)
               MOVE 1 TO WS-ROLE-MATCHED
               PERFORM SET-LIVE-VALUE
           END-IF.

       EXEC-DATE-DIFF-STMT.
           MOVE STMT-DISPLAY-EXPR-IDX(WS-STMT-CUR-IDX 1) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           MOVE 0 TO WS-NUM-FMT-VALUE
           IF WS-DATE-OK = 1
               PERFORM DATE-TO-SERIAL
               MOVE WS-DATE-SERIAL TO WS-DATE-SERIAL-2
               MOVE STMT-DISPLAY-EXPR-IDX(WS-STMT-CUR-IDX 2) TO
                   WS-EVAL-EXPR-IDX
               PERFORM EVAL-EXPR
               MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-DATE-TEXT
               PERFORM PARSE-DATE-TEXT
               IF WS-DATE-OK = 1
                   PERFORM DATE-TO-SERIAL
                   COMPUTE WS-NUM-FMT-VALUE =
                       WS-DATE-SERIAL - WS-DATE-SERIAL-2
               END-IF
           END-IF
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE 0 TO WS-NUM-FMT-DEC
           PERFORM STORE-FORMATTED-TO-TARGET.

       EXEC-VALID-DATE-STMT.
           MOVE STMT-SOURCE-EXPR-IDX(WS-STMT-CUR-IDX) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-DATE-OK TO WS-LIVE-VALUE-OUT(1:1)
           PERFORM SET-LIVE-VALUE.

      *> ---------------------------------------------------------
      *> Working-day statements. Each parses its operands exactly as
      *> its calendar-day counterpart does, then walks serial days
      *> through CHECK-WORKDAY-SERIAL, so a weekend or a calendar
      *> holiday is never counted and never landed on.
      *> ---------------------------------------------------------
       EXEC-ADD-WORKDAYS-STMT.
           PERFORM LOAD-WORKDAY-CALENDAR
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WS-DATE-OK = 1
               MOVE STMT-SOURCE-EXPR-IDX(WS-STMT-CUR-IDX) TO
                   WS-EVAL-EXPR-IDX
               PERFORM EVAL-EXPR
               PERFORM DATE-TO-SERIAL
               MOVE WS-DATE-SERIAL TO WS-WD-SERIAL
               IF WS-EXPR-EVAL-NUM < 0
                   MOVE -1 TO WS-WD-STEP
                   COMPUTE WS-WD-LEFT = 0 - WS-EXPR-EVAL-NUM
               ELSE
                   MOVE 1 TO WS-WD-STEP
                   MOVE WS-EXPR-EVAL-NUM TO WS-WD-LEFT
               END-IF
               PERFORM STEP-ONE-WORKDAY UNTIL WS-WD-LEFT <= 0
               PERFORM STORE-WORKDAY-SERIAL
           END-IF.

       STEP-ONE-WORKDAY.
           ADD WS-WD-STEP TO WS-WD-SERIAL
           PERFORM CHECK-WORKDAY-SERIAL
           IF WS-WD-IS-WORK = 1
               SUBTRACT 1 FROM WS-WD-LEFT
           END-IF.

      *> WS-WD-SERIAL back into the target field, in the width the
      *> field's date arrived in.
       STORE-WORKDAY-SERIAL.
           MOVE WS-WD-SERIAL TO WS-DATE-SERIAL
           PERFORM SERIAL-TO-DATE
           PERFORM FORMAT-DATE-TEXT
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-DATE-TEXT TO WS-LIVE-VALUE-OUT
           PERFORM SET-LIVE-VALUE.

       EXEC-ROLL-WORKDAY-STMT.
           PERFORM LOAD-WORKDAY-CALENDAR
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           PERFORM GET-LIVE-VALUE
           MOVE FUNCTION TRIM(WS-LIVE-VALUE-OUT) TO WS-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WS-DATE-OK = 1
               PERFORM DATE-TO-SERIAL
               MOVE WS-DATE-SERIAL TO WS-WD-SERIAL
               IF STMT-ROLL-BACK(WS-STMT-CUR-IDX)
                   MOVE -1 TO WS-WD-STEP
               ELSE
                   MOVE 1 TO WS-WD-STEP
               END-IF
               PERFORM CHECK-WORKDAY-SERIAL
               PERFORM ROLL-ONE-DAY UNTIL WS-WD-IS-WORK = 1
               PERFORM STORE-WORKDAY-SERIAL
           END-IF.

       ROLL-ONE-DAY.
           ADD WS-WD-STEP TO WS-WD-SERIAL
           PERFORM CHECK-WORKDAY-SERIAL.

      *> Whole weeks between the two dates hold five working days
      *> each; the odd days left over are tested one by one, and
      *> each listed holiday that falls on a weekday inside the span
      *> comes off the count.
       EXEC-WORKDAY-DIFF-STMT.
           PERFORM LOAD-WORKDAY-CALENDAR
           MOVE STMT-DISPLAY-EXPR-IDX(WS-STMT-CUR-IDX 1) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
               PERFORM PARSE-DATE-TEXT
               IF WS-DATE-OK = 1
                   PERFORM DATE-TO-SERIAL
                   IF WS-DATE-SERIAL >= WS-DATE-SERIAL-2
                       MOVE WS-DATE-SERIAL-2 TO WS-WD-LO
                       MOVE WS-DATE-SERIAL TO WS-WD-HI
                   ELSE
                       MOVE WS-DATE-SERIAL TO WS-WD-LO
                       MOVE WS-DATE-SERIAL-2 TO WS-WD-HI
                   END-IF
                   COMPUTE WS-WD-WEEKS = (WS-WD-HI - WS-WD-LO) / 7
                   COMPUTE WS-WD-COUNT = WS-WD-WEEKS * 5
                   COMPUTE WS-WD-SERIAL = WS-WD-LO + WS-WD-WEEKS * 7
                   PERFORM COUNT-ONE-ODD-DAY
                       UNTIL WS-WD-SERIAL >= WS-WD-HI
                   PERFORM DROP-ONE-SPAN-HOLIDAY
                       VARYING WS-WD-HOL-IDX FROM 1 BY 1
                       UNTIL WS-WD-HOL-IDX > WS-WD-HOL-COUNT
                   IF WS-DATE-SERIAL < WS-DATE-SERIAL-2
                       COMPUTE WS-NUM-FMT-VALUE = 0 - WS-WD-COUNT
                   ELSE
                       MOVE WS-WD-COUNT TO WS-NUM-FMT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE 0 TO WS-NUM-FMT-DEC
           PERFORM STORE-FORMATTED-TO-TARGET.

       COUNT-ONE-ODD-DAY.
           ADD 1 TO WS-WD-SERIAL
           COMPUTE WS-WD-DOW = FUNCTION MOD(WS-WD-SERIAL 7)
           IF WS-WD-DOW < 5
               ADD 1 TO WS-WD-COUNT
           END-IF.

       DROP-ONE-SPAN-HOLIDAY.
           IF WS-WD-HOL-SERIAL(WS-WD-HOL-IDX) > WS-WD-LO
               AND WS-WD-HOL-SERIAL(WS-WD-HOL-IDX) <= WS-WD-HI
               COMPUTE WS-WD-DOW =
                   FUNCTION MOD(WS-WD-HOL-SERIAL(WS-WD-HOL-IDX) 7)
               IF WS-WD-DOW < 5
                   SUBTRACT 1 FROM WS-WD-COUNT
               END-IF
           END-IF.

       EXEC-VALID-WORKDAY-STMT.
           PERFORM LOAD-WORKDAY-CALENDAR
           MOVE STMT-SOURCE-EXPR-IDX(WS-STMT-CUR-IDX) TO
               WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO WS-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           MOVE 0 TO WS-WD-IS-WORK
           IF WS-DATE-OK = 1
               PERFORM DATE-TO-SERIAL
               MOVE WS-DATE-SERIAL TO WS-WD-SERIAL
               PERFORM CHECK-WORKDAY-SERIAL
           END-IF
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LIVE-VALUE-OUT
           MOVE WS-WD-IS-WORK TO WS-LIVE-VALUE-OUT(1:1)
           PERFORM SET-LIVE-VALUE.

      *> WS-WD-SERIAL a working day? Verdict in WS-WD-IS-WORK.
       CHECK-WORKDAY-SERIAL.
           MOVE 1 TO WS-WD-IS-WORK
           COMPUTE WS-WD-DOW = FUNCTION MOD(WS-WD-SERIAL 7)
           IF WS-WD-DOW >= 5
               MOVE 0 TO WS-WD-IS-WORK
           ELSE
               PERFORM CHECK-ONE-WORKDAY-HOLIDAY
                   VARYING WS-WD-HOL-IDX FROM 1 BY 1
                   UNTIL WS-WD-HOL-IDX > WS-WD-HOL-COUNT
                   OR WS-WD-IS-WORK = 0
           END-IF.

       CHECK-ONE-WORKDAY-HOLIDAY.
           IF WS-WD-HOL-SERIAL(WS-WD-HOL-IDX) = WS-WD-SERIAL
               MOVE 0 TO WS-WD-IS-WORK
           END-IF.

      *> Once per run: the holiday calendar - already in the
      *> scheduler's table when a schedule's CALENDAR line loaded
      *> it, else read now from WS-SCHED-CAL-PATH - turned into
      *> serial days. A date listed twice counts once; a missing
      *> file simply means no holidays, only weekends off. A table
      *> read here is emptied again afterwards: a job the scheduler
      *> runs in-process must not switch on day-off sleeping for a
      *> schedule that never named a CALENDAR.
       LOAD-WORKDAY-CALENDAR.
           IF WS-WD-CAL-LOADED = 0
               MOVE 1 TO WS-WD-CAL-LOADED
               MOVE 0 TO WS-WD-HOL-COUNT
               IF WS-SCHED-HOL-COUNT = 0
                   PERFORM LOAD-SCHED-CALENDAR
                   PERFORM ADD-ONE-WORKDAY-HOLIDAY
                       VARYING WS-SCHED-HOL-IDX FROM 1 BY 1
                       UNTIL WS-SCHED-HOL-IDX > WS-SCHED-HOL-COUNT
                   MOVE 0 TO WS-SCHED-HOL-COUNT
               ELSE
                   PERFORM ADD-ONE-WORKDAY-HOLIDAY
                       VARYING WS-SCHED-HOL-IDX FROM 1 BY 1
                       UNTIL WS-SCHED-HOL-IDX > WS-SCHED-HOL-COUNT
               END-IF
           END-IF.

       ADD-ONE-WORKDAY-HOLIDAY.
           MOVE WS-SCHED-HOLIDAY(WS-SCHED-HOL-IDX) TO WS-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WS-DATE-OK = 1
               PERFORM DATE-TO-SERIAL
               MOVE 0 TO WS-WD-HOL-DUP
               PERFORM MATCH-ONE-WORKDAY-HOLIDAY
                   VARYING WS-WD-HOL-IDX FROM 1 BY 1
                   UNTIL WS-WD-HOL-IDX > WS-WD-HOL-COUNT
               IF WS-WD-HOL-DUP = 0
                   ADD 1 TO WS-WD-HOL-COUNT
                   MOVE WS-DATE-SERIAL TO
                       WS-WD-HOL-SERIAL(WS-WD-HOL-COUNT)
               END-IF
           END-IF.

       MATCH-ONE-WORKDAY-HOLIDAY.
           IF WS-WD-HOL-SERIAL(WS-WD-HOL-IDX) = WS-DATE-SERIAL
               MOVE 1 TO WS-WD-HOL-DUP
           END-IF.

      *> Accepts the two date text shapes this system writes - YYMMDD
      *> (two-digit years read 20YY below 70, 19YY from 70 up) and
      *> YYYYMMDD - leaving the parts, the shape's width, and a
       EXEC-IMPORT-STMT.
           MOVE STMT-FILE-EXPR-IDX(WS-STMT-CUR-IDX) TO WS-EVAL-EXPR-IDX
           PERFORM EVAL-EXPR
           PERFORM APPLY-DEPARTMENT-PATH
           IF WS-TRAINING-ON = 1
               PERFORM APPLY-TRAINING-SHADOW
           END-IF
               MOVE STMT-IMPORT-REJECTS-EXPR-IDX(WS-STMT-CUR-IDX) TO
                   WS-EVAL-EXPR-IDX
               PERFORM EVAL-EXPR
               PERFORM APPLY-DEPARTMENT-PATH
               MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                   WS-REJECT-FILE-PATH
           END-IF
                   MOVE FUNCTION TRIM(WS-EXPR-EVAL-STR) TO
                       WS-KEYED-LOOKUP-KEY
               END-IF
               IF KEYED-STORE-IS-INDEXED
                   PERFORM DUMP-INDEXED-KEYED-STORE
               ELSE
                   PERFORM DUMP-ONE-KEYED-RECORD
                       VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT
               END-IF
           END-IF
           MOVE STMT-TARGET-NAME(WS-STMT-CUR-IDX) TO WS-LOOKUP-NAME
           MOVE WS-KEYED-DUMP-OUT TO WS-NUM-FMT-VALUE
               WS-LIVE-VALUE-OUT
           PERFORM SET-LIVE-VALUE.

      *> READ KEYS over an indexed store - the data file in slot
      *> order, each record the table holds taken from the table
      *> instead (or skipped, deleted there), then the records this
      *> session added, which the file does not have yet.
       DUMP-INDEXED-KEYED-STORE.
           MOVE WS-KEYED-FILE-PATH TO WS-KIX-SCAN-PATH
           OPEN INPUT KEYED-SCAN-FILE
           IF WS-KIX-SCAN-STATUS = "00"
               MOVE 0 TO WS-KIX-EOF
               PERFORM DUMP-ONE-DISK-KEYED-LINE UNTIL WS-KIX-EOF = 1
               CLOSE KEYED-SCAN-FILE
           END-IF
           PERFORM DUMP-ONE-ADDED-KEYED-RECORD
               VARYING WS-KEYED-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEYED-SCAN-IDX > WS-KEYED-REC-COUNT.

       DUMP-ONE-DISK-KEYED-LINE.
           READ KEYED-SCAN-FILE
           IF WS-KIX-SCAN-STATUS NOT = "00"
               MOVE 1 TO WS-KIX-EOF
           ELSE
               IF KEYED-SCAN-RECORD NOT = SPACES
                   AND KEYED-SCAN-RECORD(1:5) NOT = "#VER "
                   PERFORM SPLIT-SCAN-LINE
                   MOVE WS-KIX-REC-KEY TO WS-KIX-WANT-KEY
                   PERFORM CHECK-KEYED-CACHE-HELD
                   IF WS-KIX-IN-CACHE = 0
                       PERFORM DUMP-ONE-DISK-KEYED-RECORD
                   ELSE
                       IF WS-KIX-HIT-IDX > 0
                           AND KEYED-REC-SLOT(WS-KIX-HIT-IDX) > 0
                           MOVE WS-KIX-HIT-IDX TO WS-KEYED-SCAN-IDX
                           PERFORM DUMP-ONE-KEYED-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DUMP-ONE-ADDED-KEYED-RECORD.
           IF KEYED-REC-SLOT(WS-KEYED-SCAN-IDX) = 0
               PERFORM DUMP-ONE-KEYED-RECORD
           END-IF.

       DUMP-ONE-DISK-KEYED-RECORD.
           MOVE 1 TO WS-KIX-DONE
           IF STMT-KEY-IS-VIA-ALT(WS-STMT-CUR-IDX)
               MOVE WS-KIX-REC-VALUE TO WS-KIX-ALT-SOURCE
               PERFORM EXTRACT-ALT-PART-OF-VALUE
               IF FUNCTION TRIM(WS-KEYED-ALT-VALUE) NOT =
                   FUNCTION TRIM(WS-KEYED-LOOKUP-KEY)
                   MOVE 0 TO WS-KIX-DONE
               END-IF
           END-IF
           IF WS-KIX-DONE = 1
               ADD 1 TO WS-KEYED-DUMP-OUT
               MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 1) TO
                   WS-LIST-BASE-NAME
               MOVE WS-KEYED-DUMP-OUT TO WS-LIST-ITEM-IDX
               PERFORM BUILD-LIST-ITEM-LOOKUP-NAME
               MOVE SPACES TO WS-LIVE-VALUE-OUT
               MOVE WS-KIX-REC-KEY TO WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
               MOVE STMT-READ-TARGET(WS-STMT-CUR-IDX 2) TO
                   WS-LIST-BASE-NAME
               PERFORM BUILD-LIST-ITEM-LOOKUP-NAME
               MOVE SPACES TO WS-LIVE-VALUE-OUT
               MOVE WS-KIX-REC-VALUE(1:80) TO WS-LIVE-VALUE-OUT
               PERFORM SET-LIVE-VALUE
           END-IF.

       EXEC-READ-LINES.
           PERFORM READ-ONE-DATA-LINE
               VARYING WS-READ-SCAN-IDX FROM 1 BY 1
               PERFORM READ-ONE-LIMITS-LINE
                   UNTIL WS-LIMITS-FILE-STATUS NOT = "00"
               CLOSE LIMITS-FILE
           END-IF
      *> A run for a named department takes that department's audit
      *> trail and spool once DEPT-ROOT is known.
           IF WS-DEPT-CURRENT NOT = SPACES
               PERFORM APPLY-DEPARTMENT-SITE-PATHS
           END-IF.

       READ-ONE-LIMITS-LINE.
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-ALERT-RULES-PATH
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "PARTNER-FILE"
                           UNSTRING WS-LIMITS-LINE
                               DELIMITED BY ALL SPACE
                               INTO WS-LIMITS-KEY
                                   WS-XMIT-PARTNER-DEFAULT
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "KEY-FILE"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-KEYMAT-FILE-PATH
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-PROFILE-FILE-PATH
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "RENDER-MODE"
                           PERFORM SET-RENDER-MODE-FROM-CFG
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "TIMEZONE"
                           COMPUTE WS-TZ-OFFSET-MIN =
                               FUNCTION NUMVAL(WS-LIMITS-VALUE-TXT)
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "OPS-INBOX"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-OPS-INBOX-PATH
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "OPS-OWNER"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-OPS-OWNER
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "CALENDAR-FILE"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-SCHED-CAL-PATH
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "SOD-CONFLICT"
                           PERFORM ADD-SOD-CONFLICT-RULE
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "ACCOUNT-ADMIN-ROLE"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-ACCT-ADMIN-ROLE
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "REPORT-INBOX"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-RIB-INBOX-PATH
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "REPORT-DIST"
                           PERFORM ADD-REPORT-DIST-RULE
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "RETENTION"
                           PERFORM ADD-RETENTION-RULE
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "MASK-SALT"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-MSK-SALT
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "TRAIN-SOURCE"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-MSK-TRAIN-SOURCE
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "LEGAL-HOLD-FILE"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-RTN-HOLD-PATH
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "STANDBY-DIR"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-SBY-DIR
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "STANDBY-FILES"
                           UNSTRING WS-LIMITS-LINE
                               DELIMITED BY ALL SPACE
                               INTO WS-LIMITS-KEY
                                   WS-SBY-FILES-TXT
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "QUERY-DIR"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-QRY-DIR
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "DEPT-ROOT"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-DEPT-ROOT
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "DEPT-SWITCH-ROLE"
                           MOVE FUNCTION TRIM(WS-LIMITS-VALUE-TXT) TO
                               WS-DEPT-SWITCH-ROLE
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) = "DEPT-SHARED"
                           UNSTRING WS-LIMITS-LINE
                               DELIMITED BY ALL SPACE
                               INTO WS-LIMITS-KEY
                                   WS-DEPT-SHARED-TXT
                           PERFORM SPLIT-DEPT-SHARED-LIST
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "CAPACITY-FILES"
                           UNSTRING WS-LIMITS-LINE
                               DELIMITED BY ALL SPACE
                               INTO WS-LIMITS-KEY
                                   WS-CAP-FILES-TXT
                       ELSE
                       IF FUNCTION TRIM(WS-LIMITS-KEY) =
                           "CAPACITY-LIMIT"
                           PERFORM ADD-CAPACITY-LIMIT
                       ELSE
                           IF FUNCTION TEST-NUMVAL
                               (FUNCTION TRIM(WS-LIMITS-VALUE-TXT)) = 0
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> "SOD-CONFLICT <role>,<role>" cobalt.cfg line - one pair of
      *> roles no single account should hold together. Re-split
      *> from the original line, like BACKUP-FILES, since the
      *> generic value field is too narrow for two role names.
       ADD-SOD-CONFLICT-RULE.
           IF WS-SOD-CONF-COUNT < 10
               ADD 1 TO WS-SOD-CONF-COUNT
               MOVE SPACES TO SOD-CONF-ROLE-A(WS-SOD-CONF-COUNT)
                   SOD-CONF-ROLE-B(WS-SOD-CONF-COUNT)
               MOVE SPACES TO WS-SOD-JUNK
               UNSTRING WS-LIMITS-LINE DELIMITED BY ALL SPACE
                   INTO WS-LIMITS-KEY WS-SOD-JUNK
               UNSTRING WS-SOD-JUNK DELIMITED BY ","
                   INTO SOD-CONF-ROLE-A(WS-SOD-CONF-COUNT)
                       SOD-CONF-ROLE-B(WS-SOD-CONF-COUNT)
               IF SOD-CONF-ROLE-B(WS-SOD-CONF-COUNT) = SPACES
                   SUBTRACT 1 FROM WS-SOD-CONF-COUNT
               END-IF
           END-IF.

      *> "CAPACITY-LIMIT <item> <ceiling>" cobalt.cfg line - the
      *> ceiling --capacity-report measures an item against, named
      *> as the report names it (RECORDS:<file>, AUDIT-PER-DAY,
      *> TABLE:<app>:LIVE-VALUES, ...). An item named again takes
      *> the later ceiling, like a RETENTION rule.
       ADD-CAPACITY-LIMIT.
           MOVE SPACES TO WS-CAP-F-ITEM WS-CAP-F-CEIL
           UNSTRING WS-LIMITS-LINE DELIMITED BY ALL SPACE
               INTO WS-LIMITS-KEY WS-CAP-F-ITEM WS-CAP-F-CEIL
           IF WS-CAP-F-ITEM NOT = SPACES
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-CAP-F-CEIL)) = 0
               MOVE 0 TO WS-CAP-HIT
               PERFORM MATCH-ONE-CAPACITY-LIMIT
                   VARYING WS-CAP-LIM-IDX FROM 1 BY 1
                   UNTIL WS-CAP-LIM-IDX > WS-CAP-LIMIT-COUNT
               IF WS-CAP-HIT = 0 AND WS-CAP-LIMIT-COUNT < 30
                   ADD 1 TO WS-CAP-LIMIT-COUNT
                   MOVE WS-CAP-LIMIT-COUNT TO WS-CAP-HIT
               END-IF
               IF WS-CAP-HIT > 0
                   MOVE WS-CAP-F-ITEM TO CAPL-ITEM(WS-CAP-HIT)
                   MOVE FUNCTION NUMVAL(WS-CAP-F-CEIL) TO
                       CAPL-CEIL(WS-CAP-HIT)
               END-IF
           END-IF.

       MATCH-ONE-CAPACITY-LIMIT.
           IF CAPL-ITEM(WS-CAP-LIM-IDX) = WS-CAP-F-ITEM
               MOVE WS-CAP-LIM-IDX TO WS-CAP-HIT
           END-IF.

      *> "RETENTION <keyed-file> <days> [KEY|VALUE <part>]"
      *> cobalt.cfg line - re-split from the original line like
      *> HOUSEKEEP-RULE. A file named again replaces its earlier
      *> rule, so the config being read more than once a run never
      *> doubles a rule up.
       ADD-RETENTION-RULE.
           MOVE SPACES TO WS-RTN-F-FILE WS-RTN-F-DAYS WS-RTN-F-FROM
               WS-RTN-F-PART
           UNSTRING WS-LIMITS-LINE DELIMITED BY ALL SPACE
               INTO WS-LIMITS-KEY WS-RTN-F-FILE WS-RTN-F-DAYS
                   WS-RTN-F-FROM WS-RTN-F-PART
           MOVE FUNCTION UPPER-CASE(WS-RTN-F-FROM) TO WS-RTN-F-FROM
           IF WS-RTN-F-FROM = SPACES
               MOVE "KEY" TO WS-RTN-F-FROM
           END-IF
           IF WS-RTN-F-PART = SPACES
               MOVE "1" TO WS-RTN-F-PART
           END-IF
           IF WS-RTN-F-FILE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-RTN-F-DAYS)) = 0
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-RTN-F-PART)) = 0
               AND (WS-RTN-F-FROM = "KEY" OR WS-RTN-F-FROM = "VALUE")
               MOVE 0 TO WS-RTN-HIT-IDX
               PERFORM MATCH-ONE-RETENTION-RULE
                   VARYING WS-RTN-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RTN-RULE-IDX > WS-RTN-RULE-COUNT
               IF WS-RTN-HIT-IDX = 0 AND WS-RTN-RULE-COUNT < 20
                   ADD 1 TO WS-RTN-RULE-COUNT
                   MOVE WS-RTN-RULE-COUNT TO WS-RTN-HIT-IDX
               END-IF
               IF WS-RTN-HIT-IDX > 0
                   MOVE WS-RTN-F-FILE TO RTN-RULE-FILE(WS-RTN-HIT-IDX)
                   MOVE FUNCTION NUMVAL(WS-RTN-F-DAYS) TO
                       RTN-RULE-DAYS(WS-RTN-HIT-IDX)
                   MOVE WS-RTN-F-FROM TO RTN-RULE-FROM(WS-RTN-HIT-IDX)
                   MOVE FUNCTION NUMVAL(WS-RTN-F-PART) TO
                       RTN-RULE-PART(WS-RTN-HIT-IDX)
                   IF RTN-RULE-PART(WS-RTN-HIT-IDX) = 0
                       MOVE 1 TO RTN-RULE-PART(WS-RTN-HIT-IDX)
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-RETENTION-RULE.
           IF RTN-RULE-FILE(WS-RTN-RULE-IDX) = WS-RTN-F-FILE
               MOVE WS-RTN-RULE-IDX TO WS-RTN-HIT-IDX
           END-IF.

      *> "REPORT-DIST <report-name> <role>[,<role>...]" cobalt.cfg
      *> line - who gets a report's spool jobs in their report
      *> inbox. Re-split from the original line like SOD-CONFLICT;
      *> a line already held (the config is read once per run) is
      *> not added twice.
       ADD-REPORT-DIST-RULE.
           MOVE SPACES TO WS-RIB-F-REPORT WS-RIB-F-ROLES
           UNSTRING WS-LIMITS-LINE DELIMITED BY ALL SPACE
               INTO WS-LIMITS-KEY WS-RIB-F-REPORT WS-RIB-F-ROLES
           MOVE 0 TO WS-RIB-HIT
           PERFORM MATCH-ONE-HELD-DIST-RULE
               VARYING WS-RIB-DIST-IDX FROM 1 BY 1
               UNTIL WS-RIB-DIST-IDX > WS-RIB-DIST-COUNT
           IF WS-RIB-HIT = 0
               AND WS-RIB-F-ROLES NOT = SPACES
               AND WS-RIB-DIST-COUNT < 20
               ADD 1 TO WS-RIB-DIST-COUNT
               MOVE WS-RIB-F-REPORT TO
                   RIB-DIST-REPORT(WS-RIB-DIST-COUNT)
               MOVE WS-RIB-F-ROLES TO
                   RIB-DIST-ROLES(WS-RIB-DIST-COUNT)
           END-IF.

       MATCH-ONE-HELD-DIST-RULE.
           IF RIB-DIST-REPORT(WS-RIB-DIST-IDX) = WS-RIB-F-REPORT
               AND RIB-DIST-ROLES(WS-RIB-DIST-IDX) = WS-RIB-F-ROLES
               MOVE 1 TO WS-RIB-HIT
           END-IF.

      *> "ALLOW <app-source> <prefix>[,...]" cobalt.cfg line -
      *> re-splits the original line the way WEBHOOK does.
       ADD-ALLOW-ENTRY.
               SET WEBHOOKS-OVERFLOW-WARNED TO TRUE
           END-IF.

      *> The install's render mode, for a workstation kept for a
      *> screen-reader operator - it reads from the sign-in screen
      *> on, before any profile is known.
       SET-RENDER-MODE-FROM-CFG.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIMITS-VALUE-TXT))
               = "LINEAR" OR "STANDARD"
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-LIMITS-VALUE-TXT)) TO
                   WS-RENDER-MODE
           ELSE
               DISPLAY "COBALT: warning - RENDER-MODE "
                   FUNCTION TRIM(WS-LIMITS-VALUE-TXT)
                   " is not LINEAR or STANDARD; ignored"
           END-IF.

       SET-ONE-LIMIT.
           EVALUATE FUNCTION TRIM(WS-LIMITS-KEY)
               WHEN "MAX-NODES"
                   IF WS-LIMITS-VALUE-NUM <= 800
                       MOVE WS-LIMITS-VALUE-NUM TO WS-MAX-LIVE-VALUES
                   END-IF
      *> The runaway-statement guard backs no table, so it may be
      *> raised as well as lowered - a site whose term batches walk
      *> several hundred records in one pass raises it here. Below
      *> 1000 no app gets through its first screen, so that is
      *> refused.
               WHEN "MAX-LOOP-ITERATIONS"
                   IF WS-LIMITS-VALUE-NUM >= 1000
                       MOVE WS-LIMITS-VALUE-NUM TO
                           WS-MAX-LOOP-ITERATIONS
                   END-IF
               WHEN "MAX-HISTORY"
                   IF WS-LIMITS-VALUE-NUM <= 500
                       MOVE WS-LIMITS-VALUE-NUM TO WS-MAX-HISTORY
                   IF WS-LIMITS-VALUE-NUM <= 9999
                       MOVE WS-LIMITS-VALUE-NUM TO WS-AUDIT-RETAIN
                   END-IF
               WHEN "STANDBY-LAG-RECORDS"
                   MOVE WS-LIMITS-VALUE-NUM TO WS-SBY-LAG-RECS-MAX
               WHEN "STANDBY-LAG-MINUTES"
                   MOVE WS-LIMITS-VALUE-NUM TO WS-SBY-LAG-MINS-MAX
               WHEN "IDLE-TIMEOUT"
                   IF WS-LIMITS-VALUE-NUM <= 86400
                       MOVE WS-LIMITS-VALUE-NUM TO WS-IDLE-LIMIT-SECS
                   IF WS-LIMITS-VALUE-NUM <= 9999
                       MOVE WS-LIMITS-VALUE-NUM TO WS-GW-RATE-LIMIT
                   END-IF
               WHEN "OPS-DUE-DAYS"
                   IF WS-LIMITS-VALUE-NUM <= 365
                       MOVE WS-LIMITS-VALUE-NUM TO WS-OPS-DUE-DAYS
                   END-IF
               WHEN "REPORT-UNREAD-DAYS"
                   IF WS-LIMITS-VALUE-NUM <= 365
                       MOVE WS-LIMITS-VALUE-NUM TO WS-RIB-UNREAD-DAYS
                   END-IF
               WHEN "PASSWORD-MAX-DAYS"
                   IF WS-LIMITS-VALUE-NUM <= 999
                       MOVE WS-LIMITS-VALUE-NUM TO WS-ACCT-MAX-DAYS
                   END-IF
               WHEN "PASSWORD-MIN-LENGTH"
                   IF WS-LIMITS-VALUE-NUM >= 1
                       AND WS-LIMITS-VALUE-NUM <= 40
                       MOVE WS-LIMITS-VALUE-NUM TO WS-ACCT-MIN-LEN
                   END-IF
               WHEN "KEYED-INDEX-RECORDS"
                   IF WS-LIMITS-VALUE-NUM <= WS-MAX-KEYED-RECORDS
                       MOVE WS-LIMITS-VALUE-NUM TO WS-KEYED-INDEX-AT
                   END-IF
               WHEN "CAPACITY-HORIZON"
                   IF WS-LIMITS-VALUE-NUM <= 9999
                       MOVE WS-LIMITS-VALUE-NUM TO WS-CAP-HORIZON
                   END-IF
               WHEN "CAPACITY-TREND-DAYS"
                   IF WS-LIMITS-VALUE-NUM >= 1
                       AND WS-LIMITS-VALUE-NUM <= 9999
                       MOVE WS-LIMITS-VALUE-NUM TO WS-CAP-TREND-DAYS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO WS-CHECKPOINT-FILE-PATH
           STRING FUNCTION TRIM(WS-APP-FILE-PATH) DELIMITED BY SIZE
                   ".ckpt" DELIMITED BY SIZE
               INTO WS-CHECKPOINT-FILE-PATH
      *> Each department resumes its own flow - one team's half-
      *> finished screen never restores into another's session.
           IF WS-TRAINING-ON = 0
               MOVE WS-CHECKPOINT-FILE-PATH TO WS-DEPT-PATH-IN
               PERFORM QUALIFY-DEPARTMENT-PATH
               MOVE WS-DEPT-PATH-OUT TO WS-CHECKPOINT-FILE-PATH
           END-IF.

      *> Absent checkpoint file is the normal case - a first run of
      *> an app source simply starts on its own initial screen with
           ELSE
               PERFORM READ-ONE-SOURCE-LINE UNTIL WS-SRC-EOF = 1
               CLOSE APP-SOURCE-FILE
               PERFORM EXPAND-MAINTENANCE-DEFS
           END-IF.

       READ-ONE-SOURCE-LINE.
           MOVE WS-INDENT-SCRATCH TO
               SRC-LINE-INDENT(WS-SRC-LINE-COUNT).

      *> ---------------------------------------------------------
      *> MAINTENANCE SECTION expansion - see WS-MNT-SCRATCH. Runs
      *> once per load, after the last source line is stored: the
      *> definitions and the LAYOUT SECTION records they name are
      *> read ahead of the parse, then each definition's program is
      *> appended to WS-SOURCE-LINES for the parse to read like any
      *> other source.
      *> ---------------------------------------------------------
       EXPAND-MAINTENANCE-DEFS.
           MOVE WS-SRC-LINE-COUNT TO WS-MNT-SRC-COUNT
           MOVE 0 TO WS-MNT-DECL-COUNT
           MOVE 0 TO WS-MNT-LAY-COUNT
           MOVE 0 TO WS-MNT-DEF-COUNT
           MOVE 0 TO WS-MNT-FULL
           MOVE 0 TO WS-MNT-BAD
           MOVE 0 TO WS-MNT-L
           SET MNT-SCAN-OTHER TO TRUE
           PERFORM SCAN-ONE-MNT-SOURCE-LINE
               VARYING WS-MNT-SCAN-IDX FROM 1 BY 1
               UNTIL WS-MNT-SCAN-IDX > WS-MNT-SRC-COUNT
           PERFORM GEN-ONE-MAINTENANCE
               VARYING WS-MNT-D FROM 1 BY 1
               UNTIL WS-MNT-D > WS-MNT-DEF-COUNT.

      *> Trimmed and comment-skipped exactly as PARSE-ONE-LINE reads
      *> the same line later.
       SCAN-ONE-MNT-SOURCE-LINE.
           MOVE FUNCTION TRIM(SRC-LINE-TEXT(WS-MNT-SCAN-IDX))
               TO WS-LINE-TRIMMED
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(SRC-LINE-TEXT(WS-MNT-SCAN-IDX)))
               TO WS-LINE-LEN
           IF WS-LINE-LEN > 0 AND
               WS-LINE-TRIMMED(WS-LINE-LEN:1) = "."
               SUBTRACT 1 FROM WS-LINE-LEN
           END-IF
           IF WS-LINE-LEN > 0 AND
               (WS-LINE-TRIMMED(1:1) = ">" OR
                   WS-LINE-TRIMMED(1:2) = "*>")
               MOVE 0 TO WS-LINE-LEN
           END-IF
           IF WS-LINE-LEN > 0
               EVALUATE TRUE
                   WHEN WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "WORKING-STORAGE SECTION"
                       SET MNT-SCAN-WORKING TO TRUE
                   WHEN WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "LAYOUT SECTION"
                       SET MNT-SCAN-LAYOUT TO TRUE
                   WHEN WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "MAINTENANCE SECTION"
                       SET MNT-SCAN-MAINT TO TRUE
                   WHEN WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "SCREEN SECTION"
                       OR WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "REPORT SECTION"
                       OR WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "PROCEDURE DIVISION"
                       SET MNT-SCAN-OTHER TO TRUE
                   WHEN MNT-SCAN-WORKING
                       PERFORM NOTE-MNT-DECLARED-NAME
                   WHEN MNT-SCAN-LAYOUT
                       PERFORM TOKENIZE-LINE
                       PERFORM NOTE-MNT-LAYOUT-LINE
                   WHEN MNT-SCAN-MAINT
                       PERFORM TOKENIZE-LINE
                       PERFORM NOTE-MNT-DEF-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       NOTE-MNT-DECLARED-NAME.
           MOVE SPACES TO WS-MNT-LEVEL
           MOVE SPACES TO WS-MNT-WORD
           UNSTRING WS-LINE-TRIMMED(1:WS-LINE-LEN)
               DELIMITED BY ALL SPACE
               INTO WS-MNT-LEVEL WS-MNT-WORD
           IF WS-MNT-WORD NOT = SPACES
               PERFORM ADD-MNT-DECLARED
           END-IF.

       ADD-MNT-DECLARED.
           IF WS-MNT-DECL-COUNT < 400
               ADD 1 TO WS-MNT-DECL-COUNT
               MOVE WS-MNT-WORD TO
                   WS-MNT-DECL-NAME(WS-MNT-DECL-COUNT)
           END-IF.

       FIND-MNT-DECLARED.
           MOVE 0 TO WS-MNT-FOUND
           PERFORM CHECK-ONE-MNT-DECLARED
               VARYING WS-MNT-I FROM 1 BY 1
               UNTIL WS-MNT-I > WS-MNT-DECL-COUNT
               OR WS-MNT-FOUND = 1.

       CHECK-ONE-MNT-DECLARED.
           IF WS-MNT-DECL-NAME(WS-MNT-I) = WS-MNT-WORD
               MOVE 1 TO WS-MNT-FOUND
           END-IF.

      *> The same fixed token positions ADD-LAYDEF-FIELD reads.
       NOTE-MNT-LAYOUT-LINE.
           IF WS-TOKEN-COUNT > 1
               IF WS-TOKEN-ENTRY(1) = "01"
                   IF WS-MNT-LAY-COUNT < 10
                       ADD 1 TO WS-MNT-LAY-COUNT
                       MOVE WS-MNT-LAY-COUNT TO WS-MNT-L
                       MOVE WS-TOKEN-ENTRY(2) TO MNT-LAY-NAME(WS-MNT-L)
                       MOVE 0 TO MNT-LAY-FLD-COUNT(WS-MNT-L)
                   ELSE
                       MOVE 0 TO WS-MNT-L
                   END-IF
               END-IF
               IF WS-TOKEN-ENTRY(1) = "05"
                   AND WS-TOKEN-ENTRY(2) = "FIELD"
                   AND WS-MNT-L > 0
                   IF MNT-LAY-FLD-COUNT(WS-MNT-L) < 20
                       ADD 1 TO MNT-LAY-FLD-COUNT(WS-MNT-L)
                       MOVE MNT-LAY-FLD-COUNT(WS-MNT-L) TO WS-MNT-F
                       MOVE WS-TOKEN-ENTRY(3) TO
                           MNT-LAY-FLD-NAME(WS-MNT-L WS-MNT-F)
                       MOVE FUNCTION NUMVAL(WS-TOKEN-ENTRY(7)) TO
                           MNT-LAY-FLD-WIDTH(WS-MNT-L WS-MNT-F)
                   END-IF
               END-IF
           END-IF.

      *> "01 <name>" opens a definition; its RECORD, FILE,
      *> ALTERNATE and ROLE clauses may run on over the lines that
      *> follow, up to its first FIELD line.
       NOTE-MNT-DEF-LINE.
           IF WS-TOKEN-COUNT > 0
               EVALUATE TRUE
                   WHEN WS-TOKEN-ENTRY(1) = "01"
                       PERFORM ADD-MNT-DEF
                   WHEN WS-TOKEN-ENTRY(1) = "05"
                       AND WS-TOKEN-ENTRY(2) = "FIELD"
                       IF WS-MNT-DEF-COUNT > 0 AND WS-MNT-BAD = 0
                           PERFORM ADD-MNT-SPEC
                       END-IF
                   WHEN OTHER
                       IF WS-MNT-DEF-COUNT > 0 AND WS-MNT-BAD = 0
                           AND MNT-SPEC-COUNT(WS-MNT-DEF-COUNT) = 0
                           PERFORM SCAN-MNT-DEF-TOKEN
                               VARYING WS-MNT-T FROM 1 BY 1
                               UNTIL WS-MNT-T > WS-TOKEN-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

       ADD-MNT-DEF.
           IF WS-MNT-DEF-COUNT >= 5
               MOVE 1 TO WS-MNT-BAD
               DISPLAY "COBALT: warning - maintenance table limit (5)"
                   " reached; further definitions are ignored"
           ELSE
               MOVE 0 TO WS-MNT-BAD
               ADD 1 TO WS-MNT-DEF-COUNT
               MOVE WS-TOKEN-ENTRY(2) TO MNT-NAME(WS-MNT-DEF-COUNT)
               MOVE SPACES TO MNT-RECORD(WS-MNT-DEF-COUNT)
               MOVE SPACES TO MNT-FILE(WS-MNT-DEF-COUNT)
               MOVE SPACES TO MNT-ROLE(WS-MNT-DEF-COUNT)
               MOVE SPACES TO MNT-ALT(WS-MNT-DEF-COUNT)
               MOVE 0 TO MNT-SPEC-COUNT(WS-MNT-DEF-COUNT)
               PERFORM SCAN-MNT-DEF-TOKEN
                   VARYING WS-MNT-T FROM 3 BY 1
                   UNTIL WS-MNT-T > WS-TOKEN-COUNT
           END-IF.

       SCAN-MNT-DEF-TOKEN.
           EVALUATE WS-TOKEN-ENTRY(WS-MNT-T)
               WHEN "RECORD"
                   ADD 1 TO WS-MNT-T
                   MOVE WS-TOKEN-ENTRY(WS-MNT-T) TO
                       MNT-RECORD(WS-MNT-DEF-COUNT)
               WHEN "FILE"
                   ADD 1 TO WS-MNT-T
                   MOVE WS-TOKEN-ENTRY(WS-MNT-T) TO
                       MNT-FILE(WS-MNT-DEF-COUNT)
               WHEN "ALTERNATE"
                   ADD 1 TO WS-MNT-T
                   MOVE WS-TOKEN-ENTRY(WS-MNT-T) TO
                       MNT-ALT(WS-MNT-DEF-COUNT)
               WHEN "ROLE"
                   ADD 1 TO WS-MNT-T
                   MOVE WS-TOKEN-ENTRY(WS-MNT-T) TO
                       MNT-ROLE(WS-MNT-DEF-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-MNT-SPEC.
           IF MNT-SPEC-COUNT(WS-MNT-DEF-COUNT) < 20
               ADD 1 TO MNT-SPEC-COUNT(WS-MNT-DEF-COUNT)
               MOVE MNT-SPEC-COUNT(WS-MNT-DEF-COUNT) TO WS-MNT-S
               MOVE WS-TOKEN-ENTRY(3) TO
                   MNT-SPEC-NAME(WS-MNT-DEF-COUNT WS-MNT-S)
               MOVE 0 TO MNT-SPEC-REQ(WS-MNT-DEF-COUNT WS-MNT-S)
               MOVE 0 TO MNT-SPEC-NUM(WS-MNT-DEF-COUNT WS-MNT-S)
               MOVE 0 TO MNT-SPEC-RANGE(WS-MNT-DEF-COUNT WS-MNT-S)
               MOVE SPACES TO MNT-SPEC-LOW(WS-MNT-DEF-COUNT WS-MNT-S)
               MOVE SPACES TO
                   MNT-SPEC-HIGH(WS-MNT-DEF-COUNT WS-MNT-S)
               MOVE SPACES TO
                   MNT-SPEC-CLAUSES(WS-MNT-DEF-COUNT WS-MNT-S)
               PERFORM SCAN-MNT-SPEC-TOKEN
                   VARYING WS-MNT-T FROM 4 BY 1
                   UNTIL WS-MNT-T > WS-TOKEN-COUNT
           END-IF.

      *> REQUIRED, NUMERIC and RANGE become checks in the generated
      *> Add and Change - on the screen line they would hold up
      *> every button, Inquire and Browse included, while the form
      *> is still empty. Everything else is kept, as written, for
      *> the field's screen line.
       SCAN-MNT-SPEC-TOKEN.
           EVALUATE TRUE
               WHEN WS-TOKEN-QUOTED(WS-MNT-T) = 1
                   PERFORM ADD-MNT-SPEC-CLAUSE
               WHEN WS-TOKEN-ENTRY(WS-MNT-T) = "REQUIRED"
                   MOVE 1 TO MNT-SPEC-REQ(WS-MNT-DEF-COUNT WS-MNT-S)
               WHEN WS-TOKEN-ENTRY(WS-MNT-T) = "NUMERIC"
                   MOVE 1 TO MNT-SPEC-NUM(WS-MNT-DEF-COUNT WS-MNT-S)
               WHEN WS-TOKEN-ENTRY(WS-MNT-T) = "RANGE"
                   MOVE 1 TO MNT-SPEC-NUM(WS-MNT-DEF-COUNT WS-MNT-S)
                   MOVE 1 TO
                       MNT-SPEC-RANGE(WS-MNT-DEF-COUNT WS-MNT-S)
                   ADD 1 TO WS-MNT-T
                   MOVE WS-TOKEN-ENTRY(WS-MNT-T) TO
                       MNT-SPEC-LOW(WS-MNT-DEF-COUNT WS-MNT-S)
                   ADD 1 TO WS-MNT-T
                   MOVE WS-TOKEN-ENTRY(WS-MNT-T) TO
                       MNT-SPEC-HIGH(WS-MNT-DEF-COUNT WS-MNT-S)
               WHEN OTHER
                   PERFORM ADD-MNT-SPEC-CLAUSE
           END-EVALUATE.

       ADD-MNT-SPEC-CLAUSE.
           MOVE SPACES TO WS-MNT-PIECE
           IF WS-TOKEN-QUOTED(WS-MNT-T) = 1
               IF WS-TOKEN-LEN(WS-MNT-T) > 0
                   STRING '"' DELIMITED BY SIZE
                       WS-TOKEN-ENTRY(WS-MNT-T)
                           (1:WS-TOKEN-LEN(WS-MNT-T))
                           DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO WS-MNT-PIECE
               ELSE
                   MOVE '""' TO WS-MNT-PIECE
               END-IF
           ELSE
               MOVE WS-TOKEN-ENTRY(WS-MNT-T) TO WS-MNT-PIECE
           END-IF
           IF MNT-SPEC-CLAUSES(WS-MNT-DEF-COUNT WS-MNT-S) = SPACES
               MOVE WS-MNT-PIECE TO
                   MNT-SPEC-CLAUSES(WS-MNT-DEF-COUNT WS-MNT-S)
           ELSE
               MOVE SPACES TO WS-MNT-OUT
               STRING FUNCTION TRIM(
                       MNT-SPEC-CLAUSES(WS-MNT-DEF-COUNT WS-MNT-S))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MNT-PIECE) DELIMITED BY SIZE
                   INTO WS-MNT-OUT
               MOVE WS-MNT-OUT TO
                   MNT-SPEC-CLAUSES(WS-MNT-DEF-COUNT WS-MNT-S)
           END-IF.

      *> One definition checked against its layout, then written
      *> out. A definition that cannot be generated is reported and
      *> left out; the rest of the app loads as usual.
       GEN-ONE-MAINTENANCE.
           MOVE 0 TO WS-MNT-BAD
           MOVE 0 TO WS-MNT-L
           PERFORM FIND-MNT-LAYOUT
               VARYING WS-MNT-I FROM 1 BY 1
               UNTIL WS-MNT-I > WS-MNT-LAY-COUNT
           IF WS-MNT-L = 0
               DISPLAY "COBALT: warning - maintenance "
                   FUNCTION TRIM(MNT-NAME(WS-MNT-D))
                   " names no LAYOUT SECTION record "
                   FUNCTION TRIM(MNT-RECORD(WS-MNT-D))
               MOVE 1 TO WS-MNT-BAD
           ELSE
               IF MNT-LAY-FLD-COUNT(WS-MNT-L) < 2
                   DISPLAY "COBALT: warning - maintenance "
                       FUNCTION TRIM(MNT-NAME(WS-MNT-D))
                       " needs a key field and at least one more"
                   MOVE 1 TO WS-MNT-BAD
               END-IF
               PERFORM CHECK-ONE-MNT-LAYOUT-FIELD
                   VARYING WS-MNT-F FROM 1 BY 1
                   UNTIL WS-MNT-F > MNT-LAY-FLD-COUNT(WS-MNT-L)
           END-IF
           IF MNT-FILE(WS-MNT-D) = SPACES
               DISPLAY "COBALT: warning - maintenance "
                   FUNCTION TRIM(MNT-NAME(WS-MNT-D))
                   " names no FILE"
               MOVE 1 TO WS-MNT-BAD
           END-IF
      *> The generated names are this one plus a suffix, and the
      *> longest reference-modified pair of them must still fit a
      *> 30-character name.
           IF FUNCTION LENGTH(FUNCTION TRIM(MNT-NAME(WS-MNT-D))) > 10
               DISPLAY "COBALT: warning - maintenance name "
                   FUNCTION TRIM(MNT-NAME(WS-MNT-D))
                   " is longer than 10 characters"
               MOVE 1 TO WS-MNT-BAD
           END-IF
           IF WS-MNT-BAD = 0
               PERFORM CHECK-ONE-MNT-SPEC
                   VARYING WS-MNT-S FROM 1 BY 1
                   UNTIL WS-MNT-S > MNT-SPEC-COUNT(WS-MNT-D)
               PERFORM GEN-MNT-WORKING
               PERFORM GEN-MNT-SCREEN
               PERFORM GEN-MNT-PROCEDURE
           END-IF.

       FIND-MNT-LAYOUT.
           IF MNT-LAY-NAME(WS-MNT-I) = MNT-RECORD(WS-MNT-D)
               MOVE WS-MNT-I TO WS-MNT-L
           END-IF.

      *> Each field is one value the form edits and the record
      *> stores - a subscripted layout field has no single value.
       CHECK-ONE-MNT-LAYOUT-FIELD.
           MOVE 0 TO WS-MNT-T
           INSPECT MNT-LAY-FLD-NAME(WS-MNT-L WS-MNT-F)
               TALLYING WS-MNT-T FOR ALL "("
           IF WS-MNT-T > 0
               DISPLAY "COBALT: warning - maintenance "
                   FUNCTION TRIM(MNT-NAME(WS-MNT-D))
                   " cannot keep subscripted field "
                   FUNCTION TRIM(MNT-LAY-FLD-NAME(WS-MNT-L WS-MNT-F))
               MOVE 1 TO WS-MNT-BAD
           END-IF.

       CHECK-ONE-MNT-SPEC.
           MOVE 0 TO WS-MNT-FOUND
           PERFORM MATCH-ONE-MNT-SPEC-FIELD
               VARYING WS-MNT-F FROM 1 BY 1
               UNTIL WS-MNT-F > MNT-LAY-FLD-COUNT(WS-MNT-L)
           IF WS-MNT-FOUND = 0
               DISPLAY "COBALT: warning - maintenance "
                   FUNCTION TRIM(MNT-NAME(WS-MNT-D))
                   " FIELD "
                   FUNCTION TRIM(MNT-SPEC-NAME(WS-MNT-D WS-MNT-S))
                   " is not in "
                   FUNCTION TRIM(MNT-RECORD(WS-MNT-D))
           END-IF.

       MATCH-ONE-MNT-SPEC-FIELD.
           IF MNT-LAY-FLD-NAME(WS-MNT-L WS-MNT-F) =
               MNT-SPEC-NAME(WS-MNT-D WS-MNT-S)
               MOVE 1 TO WS-MNT-FOUND
           END-IF.

      *> WS-MNT-S for layout field WS-MNT-F - 0 when the definition
      *> has no FIELD line for it.
       FIND-MNT-SPEC.
           MOVE 0 TO WS-MNT-S
           PERFORM MATCH-ONE-MNT-FIELD-SPEC
               VARYING WS-MNT-T FROM 1 BY 1
               UNTIL WS-MNT-T > MNT-SPEC-COUNT(WS-MNT-D).

       MATCH-ONE-MNT-FIELD-SPEC.
           IF MNT-SPEC-NAME(WS-MNT-D WS-MNT-T) =
               MNT-LAY-FLD-NAME(WS-MNT-L WS-MNT-F)
               MOVE WS-MNT-T TO WS-MNT-S
           END-IF.

      *> Fills in one template and appends it as a source line.
       EMIT-MNT-LINE.
           MOVE SPACES TO WS-MNT-OUT
           MOVE WS-MNT-TPL(1:1) TO WS-MNT-IND
           COMPUTE WS-MNT-OUT-LEN = WS-MNT-IND * 4
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MNT-TPL TRAILING))
               TO WS-MNT-TPL-LEN
           PERFORM FILL-ONE-MNT-CHAR
               VARYING WS-MNT-I FROM 2 BY 1
               UNTIL WS-MNT-I > WS-MNT-TPL-LEN
           IF WS-SRC-LINE-COUNT >= 3000
               IF WS-MNT-FULL = 0
                   DISPLAY "COBALT: warning - source line limit"
                       " (3000) reached; maintenance "
                       FUNCTION TRIM(MNT-NAME(WS-MNT-D))
                       " is incomplete"
                   MOVE 1 TO WS-MNT-FULL
               END-IF
           ELSE
               ADD 1 TO WS-SRC-LINE-COUNT
               MOVE WS-MNT-OUT TO SRC-LINE-TEXT(WS-SRC-LINE-COUNT)
               COMPUTE SRC-LINE-INDENT(WS-SRC-LINE-COUNT) =
                   WS-MNT-IND * 4
           END-IF.

       FILL-ONE-MNT-CHAR.
           MOVE WS-MNT-TPL(WS-MNT-I:1) TO WS-MNT-CH
           MOVE SPACES TO WS-MNT-PIECE
           MOVE 0 TO WS-MNT-PIECE-LEN
           EVALUATE WS-MNT-CH
               WHEN "@"
                   MOVE MNT-NAME(WS-MNT-D) TO WS-MNT-PIECE
               WHEN "%"
                   MOVE MNT-LAY-FLD-NAME(WS-MNT-L 1) TO WS-MNT-PIECE
               WHEN "&"
                   MOVE MNT-LAY-FLD-NAME(WS-MNT-L WS-MNT-F) TO
                       WS-MNT-PIECE
               WHEN "*"
                   MOVE MNT-LAY-FLD-WIDTH(WS-MNT-L WS-MNT-F) TO
                       WS-MNT-WIDTH-TXT
                   MOVE FUNCTION TRIM(WS-MNT-WIDTH-TXT) TO
                       WS-MNT-PIECE
               WHEN "~"
                   IF WS-MNT-S > 0
                       STRING " " DELIMITED BY SIZE
                           MNT-SPEC-CLAUSES(WS-MNT-D WS-MNT-S)
                               DELIMITED BY SIZE
                           INTO WS-MNT-PIECE
                   END-IF
               WHEN "{"
                   MOVE MNT-SPEC-LOW(WS-MNT-D WS-MNT-S) TO
                       WS-MNT-PIECE
               WHEN "}"
                   MOVE MNT-SPEC-HIGH(WS-MNT-D WS-MNT-S) TO
                       WS-MNT-PIECE
               WHEN "$"
                   MOVE MNT-FILE(WS-MNT-D) TO WS-MNT-PIECE
               WHEN "^"
                   IF MNT-ROLE(WS-MNT-D) NOT = SPACES
                       STRING ' ROLE "' DELIMITED BY SIZE
                           FUNCTION TRIM(MNT-ROLE(WS-MNT-D))
                               DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           INTO WS-MNT-PIECE
                   END-IF
               WHEN "!"
                   IF MNT-ALT(WS-MNT-D) NOT = SPACES
                       STRING " ALTERNATE " DELIMITED BY SIZE
                           FUNCTION TRIM(MNT-ALT(WS-MNT-D))
                               DELIMITED BY SIZE
                           INTO WS-MNT-PIECE
                   END-IF
               WHEN OTHER
                   MOVE WS-MNT-CH TO WS-MNT-PIECE
                   MOVE 1 TO WS-MNT-PIECE-LEN
           END-EVALUATE
           IF WS-MNT-PIECE-LEN = 0 AND WS-MNT-PIECE NOT = SPACES
               MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-MNT-PIECE TRAILING))
                   TO WS-MNT-PIECE-LEN
           END-IF
           IF WS-MNT-PIECE-LEN > 0
               AND WS-MNT-OUT-LEN + WS-MNT-PIECE-LEN <= 160
               MOVE WS-MNT-PIECE(1:WS-MNT-PIECE-LEN) TO
                   WS-MNT-OUT(WS-MNT-OUT-LEN + 1:WS-MNT-PIECE-LEN)
               ADD WS-MNT-PIECE-LEN TO WS-MNT-OUT-LEN
           END-IF.

      *> The layout's fields (unless the app declares them), the
      *> shared status line, and the program's own state.
       GEN-MNT-WORKING.
           MOVE '0WORKING-STORAGE SECTION.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '001 @-STATE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           PERFORM GEN-MNT-FIELD-DECL
               VARYING WS-MNT-F FROM 1 BY 1
               UNTIL WS-MNT-F > MNT-LAY-FLD-COUNT(WS-MNT-L)
           MOVE "STATUS-MSG" TO WS-MNT-WORD
           PERFORM FIND-MNT-DECLARED
           IF WS-MNT-FOUND = 0
           MOVE '105 STATUS-MSG PIC X(60) VALUE "Type a key, or'
               & ' Browse".'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
               PERFORM ADD-MNT-DECLARED
           END-IF
           MOVE '105 @-FILE PIC X(73) VALUE "$".' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-OP PIC X(20) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-PW PIC X(20) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-AUTH PIC X(1) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-LOADED PIC X(30) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-IMAGE PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-VAL PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-NEW PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-R PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-PART PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-N PIC 9(3) VALUE 0.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-OK PIC X(1) VALUE "N".' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-YN PIC X(1) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-FROM PIC X(30) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-SKIP PIC X(30) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-LAST PIC X(30) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-BK PIC X(30) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-BV PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-EOF PIC X(1) VALUE "N".' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-ROW PIC X(80) OCCURS 6 TIMES VALUE SPACES.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-SEL PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-RI PIC 9(3) VALUE 0.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-RC PIC 9(3) VALUE 0.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-ACT PIC X(8) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-NOTE PIC X(60) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-BEFORE PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-AFTER PIC X(80) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           .

       GEN-MNT-FIELD-DECL.
           MOVE MNT-LAY-FLD-NAME(WS-MNT-L WS-MNT-F) TO WS-MNT-WORD
           PERFORM FIND-MNT-DECLARED
           IF WS-MNT-FOUND = 0
           MOVE '105 & PIC X(*) VALUE SPACES.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
               PERFORM ADD-MNT-DECLARED
           END-IF.

      *> Key and Inquire, the browse list, the form, the actions,
      *> the sign-in the ROLE gates need, and the status line.
       GEN-MNT-SCREEN.
           MOVE '0SCREEN SECTION.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '001 @.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-HEAD.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 TITLE PIC X(40) VALUE "Maintenance - $".'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-KEYS.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE 1 TO WS-MNT-F
           PERFORM FIND-MNT-SPEC
           MOVE '210 & PIC X(*) USING &~.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-INQ VALUE "Inquire" ON-ACTION PERFORM @-INQUIRE.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-LIST-AREA.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-BRW VALUE "Browse" ON-ACTION PERFORM @-BROWSE.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-MORE VALUE "More" ON-ACTION PERFORM @-MORE.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-LIST USING @-ROW LIST ROWS 6 SELECTED @-SEL.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-OPN VALUE "Open" ON-ACTION PERFORM @-OPEN.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-FORM.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           PERFORM GEN-MNT-FORM-FIELD
               VARYING WS-MNT-F FROM 2 BY 1
               UNTIL WS-MNT-F > MNT-LAY-FLD-COUNT(WS-MNT-L)
           MOVE '105 @-ACTIONS.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-ADD VALUE "Add" ON-ACTION PERFORM @-DO-ADD^.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-CHG VALUE "Change" ON-ACTION PERFORM @-DO-CHG^.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-DEL VALUE "Delete" ON-ACTION PERFORM @-DO-DEL^.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-SIGN-AREA.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-OPER PIC X(20) USING @-OP.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-PASS PIC X(20) USING @-PW PASSWORD.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 @-SIGN VALUE "Sign-In" ON-ACTION PERFORM @-SIGNIN.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '105 @-BAR.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '210 MSG-TEXT PIC X(60) USING STATUS-MSG.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           .

       GEN-MNT-FORM-FIELD.
           PERFORM FIND-MNT-SPEC
           MOVE '210 & PIC X(*) USING &~.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           .

      *> The paragraphs. Every change goes through a store opened,
      *> read and written in one handler, so REWRITE's version check
      *> covers it, and the record must still be the one Inquire
      *> showed; Delete asks first. Each leaves the usual audit
      *> pair - a note naming the action and key, then the record
      *> before and after.
       GEN-MNT-PROCEDURE.
           MOVE '0PROCEDURE DIVISION.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-SIGNIN.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1AUTHENTICATE @-OP @-PW @-AUTH.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-AUTH = "1"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Signed in" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Sign-in failed" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-PW.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-READ.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-VAL' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1OPEN I-O KEYED @-FILE!.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1READ KEY % @-VAL.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1CLOSE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-INQUIRE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1PERFORM @-CLEAR' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF % = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Type a key, or Browse" TO STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-READ' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF @-VAL = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "No such record" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3PERFORM @-SHOW' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "Record found" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-CLEAR.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-LOADED' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-IMAGE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           PERFORM GEN-MNT-CLEAR-FIELD
               VARYING WS-MNT-F FROM 2 BY 1
               UNTIL WS-MNT-F > MNT-LAY-FLD-COUNT(WS-MNT-L)
           MOVE '0@-SHOW.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE % TO @-LOADED' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE @-VAL TO @-IMAGE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE @-VAL TO @-R' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           PERFORM GEN-MNT-SPLIT-FIELD
               VARYING WS-MNT-F FROM 2 BY 1
               UNTIL WS-MNT-F > MNT-LAY-FLD-COUNT(WS-MNT-L)
           MOVE '0@-JOIN.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE 2 TO WS-MNT-F
           MOVE '1MOVE & TO @-NEW' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           PERFORM GEN-MNT-JOIN-FIELD
               VARYING WS-MNT-F FROM 3 BY 1
               UNTIL WS-MNT-F > MNT-LAY-FLD-COUNT(WS-MNT-L)
           MOVE '0@-BROWSE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE % TO @-FROM' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-SKIP' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1PERFORM @-FILL.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-MORE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-LAST = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "No more records - Browse again" TO STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE @-LAST TO @-FROM' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE @-LAST TO @-SKIP' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-FILL' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-FILL.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1PERFORM @-CLEAR-ROW' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2VARYING @-RI FROM 1 BY 1 UNTIL @-RI > 6' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-SEL' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-LAST' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE 0 TO @-RC' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "N" TO @-EOF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1OPEN I-O KEYED @-FILE!.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1START @-FROM AT END PERFORM @-AT-END.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1PERFORM @-FILL-ONE UNTIL @-EOF = "Y".' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1CLOSE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-RC = 0' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "No more records" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Pick a record and Open" TO STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-CLEAR-ROW.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-ROW(@-RI).' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-AT-END.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "Y" TO @-EOF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-FILL-ONE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-BK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-BV' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1READ NEXT @-BK @-BV AT END PERFORM @-AT-END.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-EOF = "N" AND @-BK NOT = @-SKIP' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF @-BK(1:1) NOT = "#"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3ADD 1 TO @-RC' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3STRING @-BK DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '4"|" DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '4@-BV DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '4INTO @-ROW(@-RC).' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3IF @-RC = 6' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '4MOVE @-BK TO @-LAST' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '4MOVE "Y" TO @-EOF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-OPEN.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-SEL = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Pick a record first" TO STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "" TO %' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2UNSTRING @-SEL DELIMITED BY "|" INTO %.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-INQUIRE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-CHECK-KEY.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "Y" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE 0 TO @-N' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1INSPECT % TALLYING @-N FOR ALL "|"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1INSPECT % TALLYING @-N FOR ALL " "' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF % = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Type a key" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y" AND @-N > 0' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "A key is one word with no | in it" TO'
               & ' STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y" AND %(1:1) = "#"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "A key may not start with #" TO STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-CHECK-LOADED.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "Y" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-LOADED = "" OR @-LOADED NOT = %' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Inquire on the record first" TO STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-VALIDATE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "Y" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           PERFORM GEN-MNT-CHECK-FIELD
               VARYING WS-MNT-F FROM 1 BY 1
               UNTIL WS-MNT-F > MNT-LAY-FLD-COUNT(WS-MNT-L)
           MOVE '0@-DO-ADD.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1PERFORM @-CHECK-KEY' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-VALIDATE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-READ' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF @-VAL NOT = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "That key is already on file" TO STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-JOIN' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2OPEN I-O KEYED @-FILE!.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2WRITE KEY % @-NEW.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2CLOSE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "ADD" TO @-ACT' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "" TO @-BEFORE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE @-NEW TO @-AFTER' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-AUDIT' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE % TO @-LOADED' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE @-NEW TO @-IMAGE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Record added" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-DO-CHG.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1PERFORM @-CHECK-LOADED' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-VALIDATE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-JOIN' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF @-NEW = @-IMAGE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "Nothing changed" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-REWRITE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-REWRITE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-VAL' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1OPEN I-O KEYED @-FILE!.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1READ KEY % @-VAL.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-VAL NOT = @-IMAGE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2REWRITE KEY % @-NEW.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF REWRITE-STATUS = "STALE"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1CLOSE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "N"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Changed by someone else - Inquire again" TO'
               & ' STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "CHANGE" TO @-ACT' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE @-IMAGE TO @-BEFORE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE @-NEW TO @-AFTER' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2PERFORM @-AUDIT' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE @-NEW TO @-IMAGE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "Record changed" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-DO-DEL.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1PERFORM @-CHECK-LOADED' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "0" TO @-YN' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2CONFIRM "Delete this record?" @-YN.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF @-YN NOT = "1"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "Delete cancelled" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "" TO @-VAL' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2OPEN I-O KEYED @-FILE!.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2READ KEY % @-VAL.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF @-VAL NOT = @-IMAGE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3DELETE KEY %.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2CLOSE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF @-OK = "N"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "Changed by someone else - Inquire again" TO'
               & ' STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2ELSE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "DELETE" TO @-ACT' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE @-IMAGE TO @-BEFORE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "" TO @-AFTER' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3PERFORM @-AUDIT' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3PERFORM @-CLEAR' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "Record deleted" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '0@-AUDIT.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE "" TO @-NOTE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1STRING @-ACT DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2":" DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2% DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2INTO @-NOTE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1LOG @-NOTE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1LOG @-BEFORE.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1LOG @-AFTER.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           .

       GEN-MNT-CLEAR-FIELD.
           MOVE '1MOVE "" TO &' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           .

      *> One "|" part off the front of @-R per field - the
      *> remainder is what follows the part and its delimiter.
       GEN-MNT-SPLIT-FIELD.
           MOVE '1MOVE "" TO @-PART' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1UNSTRING @-R DELIMITED BY "|" INTO @-PART.'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE @-PART TO &' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE LENGTH(@-PART) TO @-N' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1ADD 2 TO @-N' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1MOVE @-R(@-N:80) TO @-R' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           .

       GEN-MNT-JOIN-FIELD.
           MOVE '1STRING @-NEW DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2"|" DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2& DELIMITED BY SIZE' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2INTO @-NEW.' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           .

      *> Every field is kept free of the "|" that separates the
      *> parts; then its own REQUIRED, NUMERIC and RANGE, if any.
       GEN-MNT-CHECK-FIELD.
           PERFORM FIND-MNT-SPEC
           MOVE '1MOVE 0 TO @-N' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1INSPECT & TALLYING @-N FOR ALL "|"' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1IF @-OK = "Y" AND @-N > 0' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "No | characters in &" TO STATUS-MSG'
               TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           IF WS-MNT-S > 0
               IF MNT-SPEC-REQ(WS-MNT-D WS-MNT-S) = 1
           MOVE '1IF @-OK = "Y" AND & = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2MOVE "& is required" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
               END-IF
               IF MNT-SPEC-NUM(WS-MNT-D WS-MNT-S) = 1
           MOVE '1IF @-OK = "Y" AND & NOT = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF NUMVAL(&) NOT = &' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "& must be a number" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
               END-IF
               IF MNT-SPEC-RANGE(WS-MNT-D WS-MNT-S) = 1
           MOVE '1IF @-OK = "Y" AND & NOT = ""' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2IF NUMVAL(&) < { OR NUMVAL(&) > }' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "N" TO @-OK' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '3MOVE "& must be { to }" TO STATUS-MSG' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '2END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
           MOVE '1END-IF' TO WS-MNT-TPL
           PERFORM EMIT-MNT-LINE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Top-level parse driver - walks every stored line once,
      *> dispatching into the WORKING-STORAGE / SCREEN SECTION /
                   WHEN WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "LAYOUT SECTION"
                       SET PARSE-MODE-LAYOUT TO TRUE
      *> Read once, at load, by EXPAND-MAINTENANCE-DEFS - what it
      *> declares arrives later in the source as ordinary lines.
                   WHEN WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "MAINTENANCE SECTION"
                       SET PARSE-MODE-MAINTENANCE TO TRUE
                   WHEN WS-LINE-TRIMMED(1:WS-LINE-LEN) =
                           "PROCEDURE DIVISION"
                       SET PARSE-MODE-PROCEDURE TO TRUE
      *> ---------------------------------------------------------
      *> PIC clause sub-parser - understands "<opt S><X|9|A>" then
      *> either "(n)" or repeated digits, optionally followed by
      *> "V" and a matching decimal-places group ("99" or "9(n)").
      *> ---------------------------------------------------------
       PARSE-PIC-SPEC.
           MOVE 0 TO WS-PIC-SIGNED-OUT
               WHEN OTHER
                   MOVE WS-PIC-KIND-NUMERIC TO WS-PIC-KIND-OUT
           END-EVALUATE
           PERFORM PARSE-ONE-PIC-GROUP
           MOVE WS-PIC-PART-WIDTH TO WS-PIC-WIDTH-OUT
           IF WS-PIC-POS <= WS-PIC-LEN AND
               MOVE WS-PIC-PART-WIDTH TO WS-PIC-DEC-OUT
           END-IF.

      *> One group starts at its picture character: "9(n)" is n
      *> wide, a run such as "999" as wide as the run.
       PARSE-ONE-PIC-GROUP.
           IF WS-PIC-RAW(WS-PIC-POS + 1:1) = "("
               ADD 1 TO WS-PIC-POS
           END-IF
           IF WS-PIC-RAW(WS-PIC-POS:1) = "("
               ADD 1 TO WS-PIC-POS
               MOVE 0 TO WS-PIC-PART-WIDTH
                   ADD 1 TO WS-FT-IDX
                   MOVE WS-TOKEN-ENTRY(WS-FT-IDX) TO
                       NODE-APPROVE-ROLE(WS-NODE-COUNT)
               WHEN "VERIFY"
                   SET NODE-VERIFY-BLIND(WS-NODE-COUNT) TO TRUE
                   IF WS-FT-IDX < WS-TOKEN-COUNT
                       IF WS-TOKEN-ENTRY(WS-FT-IDX + 1) = "SECOND"
                           SET NODE-VERIFY-SECOND(WS-NODE-COUNT)
                               TO TRUE
                           ADD 1 TO WS-FT-IDX
                       ELSE
                           IF WS-TOKEN-ENTRY(WS-FT-IDX + 1) = "BLIND"
                               ADD 1 TO WS-FT-IDX
                           END-IF
                       END-IF
                   END-IF
               WHEN "LOOKUP"
                   ADD 1 TO WS-FT-IDX
                   MOVE WS-TOKEN-ENTRY(WS-FT-IDX) TO
               MOVE SPACES TO NODE-LIST-FILTER(WS-NODE-COUNT)
               MOVE SPACES TO NODE-CHART-LABELS(WS-NODE-COUNT)
               MOVE SPACES TO NODE-APPROVE-ROLE(WS-NODE-COUNT)
               MOVE SPACE TO NODE-VERIFY-MODE(WS-NODE-COUNT)
           END-IF.

       WARN-NODES-FULL.
      *>   05  HEADING "<text>"        (up to 5, repeated per page)
      *>   05  FOOTING "<text>"        (up to 3, closing each page)
      *>   05  DETAIL USING <field> [<field> ...] [COUNT <field>]
      *>   05  CONTROL USING <field> [SUM <field>]
      *>   05  BURST [USING <field>]    (after CONTROL when bare)
      *>   05  SUMMARY USING <field> [<field> ...]   (up to 5)
      *> The same 01/05 level-number shape the SCREEN SECTION parser
      *> reads, dispatched one keyword at a time the way
      *> SCAN-FIELD-TOKEN reads a field's clause list.
               MOVE 0 TO REPORT-DETAIL-FIELD-COUNT(WS-CUR-REPORT-IDX)
               MOVE SPACES TO REPORT-COUNT-FIELD(WS-CUR-REPORT-IDX)
               MOVE SPACES TO REPORT-CONTROL-FIELD(WS-CUR-REPORT-IDX)
               MOVE SPACES TO
                   REPORT-CONTROL-SUM-FIELD(WS-CUR-REPORT-IDX)
               MOVE SPACES TO REPORT-BURST-FIELD(WS-CUR-REPORT-IDX)
               MOVE 0 TO REPORT-SUMMARY-COUNT(WS-CUR-REPORT-IDX)
           END-IF.

       WARN-REPORTS-FULL.
               WHEN "CONTROL"
                   MOVE WS-TOKEN-ENTRY(4) TO
                       REPORT-CONTROL-FIELD(WS-CUR-REPORT-IDX)
                   IF WS-TOKEN-ENTRY(5) = "SUM"
                       MOVE WS-TOKEN-ENTRY(6) TO
                           REPORT-CONTROL-SUM-FIELD(WS-CUR-REPORT-IDX)
                   END-IF
               WHEN "BURST"
                   IF WS-TOKEN-ENTRY(3) = "USING"
                       MOVE WS-TOKEN-ENTRY(4) TO
                           REPORT-BURST-FIELD(WS-CUR-REPORT-IDX)
                   ELSE
                       MOVE REPORT-CONTROL-FIELD(WS-CUR-REPORT-IDX) TO
                           REPORT-BURST-FIELD(WS-CUR-REPORT-IDX)
                   END-IF
               WHEN "SUMMARY"
                   PERFORM COLLECT-REPORT-SUMMARY-FIELD
                       VARYING WS-FT-IDX FROM 4 BY 1
                       UNTIL WS-FT-IDX > WS-TOKEN-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE WS-TOKEN-ENTRY(WS-FT-IDX) TO
                   REPORT-COUNT-FIELD(WS-CUR-REPORT-IDX)
           ELSE
               IF REPORT-DETAIL-FIELD-COUNT(WS-CUR-REPORT-IDX) < 10
                   ADD 1 TO
                       REPORT-DETAIL-FIELD-COUNT(WS-CUR-REPORT-IDX)
                   MOVE WS-TOKEN-ENTRY(WS-FT-IDX) TO
               END-IF
           END-IF.

       COLLECT-REPORT-SUMMARY-FIELD.
           IF REPORT-SUMMARY-COUNT(WS-CUR-REPORT-IDX) < 8
               ADD 1 TO REPORT-SUMMARY-COUNT(WS-CUR-REPORT-IDX)
               MOVE WS-TOKEN-ENTRY(WS-FT-IDX) TO
                   REPORT-SUMMARY-FIELD(WS-CUR-REPORT-IDX
                       REPORT-SUMMARY-COUNT(WS-CUR-REPORT-IDX))
           END-IF.

      *> ---------------------------------------------------------
      *> LAYOUT SECTION sub-parser - 01 opens a record layout, each
      *> 05 line is one positioned field of it:

       ADD-LAYDEF-FIELD.
           IF WS-TOKEN-ENTRY(2) = "FIELD"
               AND LAYDEF-FIELD-COUNT(WS-CUR-LAYDEF-IDX) >= 20
               DISPLAY "COBALT: warning - layout field limit (20)"
                   " reached; further fields are ignored"
           END-IF
           IF WS-TOKEN-ENTRY(2) = "FIELD"
               AND LAYDEF-FIELD-COUNT(WS-CUR-LAYDEF-IDX) < 20
               ADD 1 TO LAYDEF-FIELD-COUNT(WS-CUR-LAYDEF-IDX)
               MOVE WS-TOKEN-ENTRY(3) TO
                   LAYDEF-FIELD-NAME(WS-CUR-LAYDEF-IDX
                   PERFORM PARSE-MERGE-STMT
               WHEN "EXTRACT"
                   PERFORM PARSE-EXTRACT-STMT
               WHEN "LOAD"
                   PERFORM PARSE-LOAD-STMT
               WHEN "TRANSFER"
                   PERFORM PARSE-TRANSFER-STMT
               WHEN "REWRITE"
                   PERFORM PARSE-REWRITE-STMT
               WHEN "DELETE"
                   PERFORM PARSE-DATE-DIFF-STMT
               WHEN "VALID-DATE"
                   PERFORM PARSE-VALID-DATE-STMT
               WHEN "ADD-WORKDAYS"
                   PERFORM PARSE-ADD-DAYS-STMT
                   SET STMT-IS-ADD-WORKDAYS(WS-STMT-COUNT) TO TRUE
               WHEN "WORKDAY-DIFF"
                   PERFORM PARSE-DATE-DIFF-STMT
                   SET STMT-IS-WORKDAY-DIFF(WS-STMT-COUNT) TO TRUE
               WHEN "VALID-WORKDAY"
                   PERFORM PARSE-VALID-DATE-STMT
                   SET STMT-IS-VALID-WORKDAY(WS-STMT-COUNT) TO TRUE
               WHEN "ROLL-WORKDAY"
                   PERFORM PARSE-ROLL-WORKDAY-STMT
               WHEN "INSPECT"
                   PERFORM PARSE-INSPECT-STMT
               WHEN "SORT"
                   PERFORM PARSE-NODE-CTL-STMT
               WHEN "AUTHENTICATE"
                   PERFORM PARSE-AUTHENTICATE-STMT
               WHEN "CHANGE-PASSWORD"
                   PERFORM PARSE-CHANGE-PASSWORD-STMT
               WHEN "ACCOUNT"
                   PERFORM PARSE-ACCOUNT-STMT
               WHEN "SWITCH-DEPARTMENT"
                   PERFORM PARSE-SWITCH-DEPARTMENT-STMT
               WHEN "TAKE-NUMBER"
                   PERFORM PARSE-TAKE-NUMBER-STMT
               WHEN "VOID-NUMBER"
                   PERFORM PARSE-VOID-NUMBER-STMT
               WHEN "EVAL"
                   PERFORM PARSE-EVAL-STMT
               WHEN "START"
               MOVE SPACES TO STMT-SET-COND-NAME(WS-STMT-COUNT)
               MOVE 0 TO STMT-DISPLAY-COUNT(WS-STMT-COUNT)
               MOVE 0 TO STMT-CONCAT-COUNT(WS-STMT-COUNT)
               MOVE 0 TO STMT-UNSTRING-COUNT(WS-STMT-COUNT)
               MOVE 0 TO STMT-READ-COUNT(WS-STMT-COUNT)
               MOVE SPACES TO STMT-READ-ATEND-PARA(WS-STMT-COUNT)
               MOVE SPACES TO STMT-LOG-LABEL(WS-STMT-COUNT)
               MOVE 0 TO STMT-INSPECT-MODE(WS-STMT-COUNT)
               MOVE 0 TO STMT-INSPECT-SCOPE(WS-STMT-COUNT)
               MOVE 0 TO STMT-SORT-DESC(WS-STMT-COUNT)
               MOVE 0 TO STMT-ROLL-DIR(WS-STMT-COUNT)
               MOVE 0 TO STMT-SORT-WITH-COUNT(WS-STMT-COUNT)
               MOVE 0 TO STMT-IMPORT-REJECTS-EXPR-IDX(WS-STMT-COUNT)
               MOVE SPACES TO STMT-SIZE-ERR-PARA(WS-STMT-COUNT)
           END-IF.

      *> --- UNSTRING <src> DELIMITED BY <delim> INTO <target> ... ---
      *> (INTO and its targets may instead open the next line.)
       PARSE-UNSTRING-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-UNSTRING(WS-STMT-COUNT) TO TRUE
               STMT-UNSTRING-DELIM-EXPR-IDX(WS-STMT-COUNT)
           PERFORM ADD-UNSTRING-TARGET
               VARYING WS-FT-IDX FROM 7 BY 1
               UNTIL WS-FT-IDX > WS-TOKEN-COUNT
           IF WS-TOKEN-COUNT < 6 AND
               WS-PARSE-LINE-IDX < WS-SRC-LINE-COUNT
               PERFORM PULL-UNSTRING-INTO-CONT
           END-IF.

      *> Peeks the next physical line when the UNSTRING line stops
      *> short of INTO: a line opening with INTO carries the target
      *> list, so a long one sits on its own line the way STRING's
      *> operands do. Anything else is left for the outer parse loop,
      *> as PULL-PERFORM-VARYING-CONT leaves it.
       PULL-UNSTRING-INTO-CONT.
           ADD 1 TO WS-PARSE-LINE-IDX
           MOVE FUNCTION TRIM(SRC-LINE-TEXT(WS-PARSE-LINE-IDX))
               TO WS-LINE-TRIMMED
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(SRC-LINE-TEXT(WS-PARSE-LINE-IDX)))
               TO WS-LINE-LEN
           IF WS-LINE-LEN > 0 AND
               WS-LINE-TRIMMED(WS-LINE-LEN:1) = "."
               SUBTRACT 1 FROM WS-LINE-LEN
           END-IF
           PERFORM TOKENIZE-LINE
           IF WS-TOKEN-COUNT >= 2 AND WS-TOKEN-ENTRY(1) = "INTO"
               PERFORM ADD-UNSTRING-TARGET
                   VARYING WS-FT-IDX FROM 2 BY 1
                   UNTIL WS-FT-IDX > WS-TOKEN-COUNT
           ELSE
               SUBTRACT 1 FROM WS-PARSE-LINE-IDX
           END-IF.

       ADD-UNSTRING-TARGET.
           ADD 1 TO STMT-UNSTRING-COUNT(WS-STMT-COUNT)
       SHIFT-ONE-AT-OP.
           MOVE WS-AT-OP(WS-SHIFT-I + 1) TO WS-AT-OP(WS-SHIFT-I).

      *> --- ACCEPT <target> FROM DATE|TIME|DAY-OF-WEEK|ROLE ---
       PARSE-ACCEPT-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-ACCEPT(WS-STMT-COUNT) TO TRUE
                       STMT-ACCEPT-SOURCE(WS-STMT-COUNT)
                   MOVE WS-TOKEN-ENTRY(5) TO
                       STMT-TARGET-NAME(WS-STMT-COUNT)
               WHEN "ROLE"
                   MOVE WS-ACCEPT-ROLE TO
                       STMT-ACCEPT-SOURCE(WS-STMT-COUNT)
           END-EVALUATE.

      *> --- LOG <field> - audit-trail value record, see
           MOVE WS-BE-RESULT-IDX TO
               STMT-SET-ROLE-EXPR-IDX(WS-STMT-COUNT).

      *> --- GENERATE <report> TO <filename-literal-or-field>
      *> [FROM H1-H4] [PREVIEW] --- renders one REPORT SECTION
      *> definition to a paginated file, see EXEC-GENERATE-STMT.
      *> FROM reads the detail rows off an input handle instead of
      *> the bound tables (STMT-FILE-HANDLE, unused otherwise here).
       PARSE-GENERATE-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-GENERATE(WS-STMT-COUNT) TO TRUE
               STMT-FILE-EXPR-IDX(WS-STMT-COUNT)
           IF WS-TOKEN-ENTRY(WS-TOKEN-COUNT) = "PREVIEW"
               SET STMT-GEN-IS-PREVIEW(WS-STMT-COUNT) TO TRUE
           END-IF
           MOVE 0 TO STMT-FILE-HANDLE(WS-STMT-COUNT)
           IF WS-TOKEN-ENTRY(5) = "FROM"
               EVALUATE WS-TOKEN-ENTRY(6)
                   WHEN "H1"
                       MOVE 1 TO STMT-FILE-HANDLE(WS-STMT-COUNT)
                   WHEN "H2"
                       MOVE 2 TO STMT-FILE-HANDLE(WS-STMT-COUNT)
                   WHEN "H3"
                       MOVE 3 TO STMT-FILE-HANDLE(WS-STMT-COUNT)
                   WHEN "H4"
                       MOVE 4 TO STMT-FILE-HANDLE(WS-STMT-COUNT)
               END-EVALUATE
           END-IF.

      *> --- EXTRACT <layout> TO <file> [COUNT <count-field>
                   STMT-TARGET-NAME(WS-STMT-COUNT)
           END-IF.

      *> --- LOAD <layout> FROM <file> INTO <keyed-file> ---
      *> balanced inbound interface load - see EXEC-LOAD-STMT.
       PARSE-LOAD-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-LOAD(WS-STMT-COUNT) TO TRUE
           MOVE WS-TOKEN-ENTRY(2) TO
               STMT-LAYOUT-NAME(WS-STMT-COUNT)
           MOVE 4 TO WS-BE-TOKEN-IDX
           PERFORM BUILD-EXPR-FROM-TOKEN
           MOVE WS-BE-RESULT-IDX TO
               STMT-FILE-EXPR-IDX(WS-STMT-COUNT)
           MOVE 6 TO WS-BE-TOKEN-IDX
           PERFORM BUILD-EXPR-FROM-TOKEN
           MOVE WS-BE-RESULT-IDX TO
               STMT-MERGE-TO-EXPR-IDX(WS-STMT-COUNT).

      *> --- TRANSFER [STATUS] [USING <partner-file>] ---
      *> partner deliveries and acknowledgment tracking - see
      *> EXEC-TRANSFER-STMT.
       PARSE-TRANSFER-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-TRANSFER(WS-STMT-COUNT) TO TRUE
           MOVE 0 TO STMT-FILE-MODE(WS-STMT-COUNT)
           MOVE 0 TO STMT-FILE-EXPR-IDX(WS-STMT-COUNT)
           MOVE 2 TO WS-BE-TOKEN-IDX
           IF WS-TOKEN-ENTRY(2) = "STATUS"
               MOVE 1 TO STMT-FILE-MODE(WS-STMT-COUNT)
               MOVE 3 TO WS-BE-TOKEN-IDX
           END-IF
           IF WS-TOKEN-ENTRY(WS-BE-TOKEN-IDX) = "USING"
               ADD 1 TO WS-BE-TOKEN-IDX
               PERFORM BUILD-EXPR-FROM-TOKEN
               MOVE WS-BE-RESULT-IDX TO
                   STMT-FILE-EXPR-IDX(WS-STMT-COUNT)
           END-IF.

      *> --- MERGE <template> [FROM <keyed-file>] TO <logical> ---
      *> form-letter fill of a template's {FIELD} placeholders, one
      *> spool job per letter - see EXEC-MERGE-STMT.
           MOVE WS-TOKEN-ENTRY(3) TO STMT-READ-TARGET(WS-STMT-COUNT 2)
           MOVE WS-TOKEN-ENTRY(4) TO STMT-TARGET-NAME(WS-STMT-COUNT).

      *> --- CHANGE-PASSWORD <user> <old> <new> <result> ---
       PARSE-CHANGE-PASSWORD-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-CHANGE-PASSWORD(WS-STMT-COUNT) TO TRUE
           MOVE 3 TO STMT-READ-COUNT(WS-STMT-COUNT)
           MOVE WS-TOKEN-ENTRY(2) TO STMT-READ-TARGET(WS-STMT-COUNT 1)
           MOVE WS-TOKEN-ENTRY(3) TO STMT-READ-TARGET(WS-STMT-COUNT 2)
           MOVE WS-TOKEN-ENTRY(4) TO STMT-READ-TARGET(WS-STMT-COUNT 3)
           MOVE WS-TOKEN-ENTRY(5) TO STMT-TARGET-NAME(WS-STMT-COUNT).

      *> --- ACCOUNT <verb> <user> [<password>] <result> ---
       PARSE-ACCOUNT-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-ACCOUNT(WS-STMT-COUNT) TO TRUE
           MOVE WS-TOKEN-ENTRY(2) TO STMT-READ-TARGET(WS-STMT-COUNT 1)
           MOVE WS-TOKEN-ENTRY(3) TO STMT-READ-TARGET(WS-STMT-COUNT 2)
           IF WS-TOKEN-COUNT >= 5
               MOVE 3 TO STMT-READ-COUNT(WS-STMT-COUNT)
               MOVE WS-TOKEN-ENTRY(4) TO
                   STMT-READ-TARGET(WS-STMT-COUNT 3)
               MOVE WS-TOKEN-ENTRY(5) TO
                   STMT-TARGET-NAME(WS-STMT-COUNT)
           ELSE
               MOVE 2 TO STMT-READ-COUNT(WS-STMT-COUNT)
               MOVE WS-TOKEN-ENTRY(4) TO
                   STMT-TARGET-NAME(WS-STMT-COUNT)
           END-IF.

      *> --- SWITCH-DEPARTMENT <dept-field> <result-field> ---
       PARSE-SWITCH-DEPARTMENT-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-SWITCH-DEPARTMENT(WS-STMT-COUNT) TO TRUE
           MOVE 1 TO STMT-READ-COUNT(WS-STMT-COUNT)
           MOVE WS-TOKEN-ENTRY(2) TO STMT-READ-TARGET(WS-STMT-COUNT 1)
           MOVE WS-TOKEN-ENTRY(3) TO STMT-TARGET-NAME(WS-STMT-COUNT).

      *> --- TAKE-NUMBER <series> <target-field> <result-field> ---
       PARSE-TAKE-NUMBER-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-TAKE-NUMBER(WS-STMT-COUNT) TO TRUE
           PERFORM BUILD-EXPR-FROM-TOKEN-2
           MOVE WS-BE-RESULT-IDX TO
               STMT-SOURCE-EXPR-IDX(WS-STMT-COUNT)
           MOVE 1 TO STMT-READ-COUNT(WS-STMT-COUNT)
           MOVE WS-TOKEN-ENTRY(3) TO STMT-READ-TARGET(WS-STMT-COUNT 1)
           MOVE WS-TOKEN-ENTRY(4) TO STMT-TARGET-NAME(WS-STMT-COUNT).

      *> --- VOID-NUMBER <series> <number-field> <reason> <result> ---
       PARSE-VOID-NUMBER-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-VOID-NUMBER(WS-STMT-COUNT) TO TRUE
           PERFORM BUILD-EXPR-FROM-TOKEN-2
           MOVE WS-BE-RESULT-IDX TO
               STMT-SOURCE-EXPR-IDX(WS-STMT-COUNT)
           MOVE 1 TO STMT-READ-COUNT(WS-STMT-COUNT)
           MOVE WS-TOKEN-ENTRY(3) TO STMT-READ-TARGET(WS-STMT-COUNT 1)
           MOVE 4 TO WS-BE-TOKEN-IDX
           PERFORM BUILD-EXPR-FROM-TOKEN
           MOVE WS-BE-RESULT-IDX TO STMT-KEY-EXPR-IDX(WS-STMT-COUNT)
           MOVE WS-TOKEN-ENTRY(5) TO STMT-TARGET-NAME(WS-STMT-COUNT).

      *> --- SHOW|HIDE|ENABLE|DISABLE <node> ---
       PARSE-NODE-CTL-STMT.
           PERFORM APPEND-STMT-ENTRY
           END-IF
           MOVE SPACES TO STMT-SORT-COUNT-FIELD(WS-STMT-COUNT)
           MOVE 0 TO STMT-SORT-WITH-COUNT(WS-STMT-COUNT)
      *> From the third token on: a table with no WITH list may go
      *> straight to its COUNT field.
           PERFORM SCAN-ONE-SORT-TOKEN
               VARYING WS-FT-IDX FROM 3 BY 1
               UNTIL WS-FT-IDX > WS-TOKEN-COUNT.

       SCAN-ONE-SORT-TOKEN.
                       STMT-SORT-COUNT-FIELD(WS-STMT-COUNT)
               WHEN "WITH"
                   CONTINUE
               WHEN "DESCENDING"
                   CONTINUE
               WHEN OTHER
                   IF STMT-SORT-WITH-COUNT(WS-STMT-COUNT) < 4
                       ADD 1 TO STMT-SORT-WITH-COUNT(WS-STMT-COUNT)
               STMT-SOURCE-EXPR-IDX(WS-STMT-COUNT)
           MOVE WS-TOKEN-ENTRY(3) TO STMT-TARGET-NAME(WS-STMT-COUNT).

      *> --- ROLL-WORKDAY <field> [FORWARD|BACK] - FORWARD when
      *> the direction is left off ---
       PARSE-ROLL-WORKDAY-STMT.
           PERFORM APPEND-STMT-ENTRY
           SET STMT-IS-ROLL-WORKDAY(WS-STMT-COUNT) TO TRUE
           MOVE WS-TOKEN-ENTRY(2) TO STMT-TARGET-NAME(WS-STMT-COUNT)
           IF WS-TOKEN-COUNT >= 3 AND WS-TOKEN-ENTRY(3) = "BACK"
               SET STMT-ROLL-BACK(WS-STMT-COUNT) TO TRUE
           END-IF.

      *> --- DELETE KEY <key-expr> - keyed-store delete ---
       PARSE-DELETE-STMT.
           PERFORM APPEND-STMT-ENTRY
                   END-IF
           END-READ.

       CHECK-HOUSEKEEP-EXCLUDED.
           MOVE 0 TO WS-HK-EXCLUDED
           IF FUNCTION TRIM(WS-HK-PATH) = "cobalt.cfg"
               OR FUNCTION TRIM(WS-HK-PATH) =
                   FUNCTION TRIM(WS-HK-LST-PATH)
               OR FUNCTION TRIM(WS-HK-PATH) =
                   FUNCTION TRIM(WS-HK-RPT-PATH)
               MOVE 1 TO WS-HK-EXCLUDED
           END-IF
           PERFORM MATCH-ONE-HK-EXCLUDE
               VARYING WS-HK-EXCL-IDX FROM 1 BY 1
               UNTIL WS-HK-EXCL-IDX > WS-HK-EXCL-COUNT.

       MATCH-ONE-HK-EXCLUDE.
           IF FUNCTION TRIM(WS-HK-EXCL-ENTRY(WS-HK-EXCL-IDX))
               NOT = SPACES
               AND FUNCTION TRIM(WS-HK-PATH) =
                   FUNCTION TRIM(WS-HK-EXCL-ENTRY(WS-HK-EXCL-IDX))
               MOVE 1 TO WS-HK-EXCLUDED
           END-IF.

      *> ---------------------------------------------------------
      *> --retention-purge [<keyed-file>]: apply the RETENTION rules
      *> (every rule, or just the named file's) record by record -
      *> the record-level counterpart of --housekeep. Each file is
      *> taken under its ".lck" the way --load takes it. A scan of
      *> the file as it stands on disk lists the expired keys no
      *> legal hold covers; a second pass deletes them through the
      *> keyed table, one "D" journal record each, and the store is
      *> flushed back the ordinary way, so --rollforward replays a
      *> purge like any other delete. The purge certificate
      *> ("purge-<date>-<time>.rpt") names every key removed and
      *> every expired key a hold kept, with counts per file and in
      *> total, and each file purged leaves one audit record.
      *> ---------------------------------------------------------
       RETENTION-PURGE-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-RTN-FILE
           IF WS-RTN-RULE-COUNT = 0
               DISPLAY "COBALT: no RETENTION lines in cobalt.cfg"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM LOAD-LEGAL-HOLDS
               PERFORM GET-RETENTION-USER
               PERFORM GET-LOCAL-DATE-TIME
               COMPUTE WS-RTN-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   20000000 + WS-LOCAL-DATE)
               MOVE SPACES TO WS-RTN-CERT-PATH
               STRING "purge-" DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-RTN-CERT-PATH
               MOVE WS-RTN-CERT-PATH TO WS-HK-RPT-PATH
               OPEN OUTPUT HOUSEKEEP-RPT-FILE
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "*RETENTION PURGE CERTIFICATE " DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                   " user=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RTN-USER) DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
               MOVE 0 TO WS-RTN-FILES
               MOVE 0 TO WS-RTN-TOT-PURGED
               MOVE 0 TO WS-RTN-TOT-HELD
               PERFORM PURGE-ONE-RETENTION-FILE
                   VARYING WS-RTN-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RTN-RULE-IDX > WS-RTN-RULE-COUNT
               IF WS-RTN-FILES = 0
                   DISPLAY "COBALT: no RETENTION rule for "
                       FUNCTION TRIM(WS-RTN-FILE)
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "*NO RETENTION RULE FOR " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-FILE) DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   MOVE 8 TO WS-RUN-EXIT-CODE
               END-IF
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "*TOTAL files=" DELIMITED BY SIZE
                   WS-RTN-FILES DELIMITED BY SIZE
                   " purged=" DELIMITED BY SIZE
                   WS-RTN-TOT-PURGED DELIMITED BY SIZE
                   " held=" DELIMITED BY SIZE
                   WS-RTN-TOT-HELD DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
               CLOSE HOUSEKEEP-RPT-FILE
               DISPLAY "COBALT: retention purge removed "
                   WS-RTN-TOT-PURGED " record(s), "
                   WS-RTN-TOT-HELD " kept on legal hold"
                   " - certificate in "
                   FUNCTION TRIM(WS-RTN-CERT-PATH)
           END-IF.

      *> The operating-system user who ran the purge or placed the
      *> hold, as --restore records it.
       GET-RETENTION-USER.
           MOVE SPACES TO WS-RTN-USER
           ACCEPT WS-RTN-USER FROM ENVIRONMENT "USER"
           IF FUNCTION TRIM(WS-RTN-USER) = SPACES
               MOVE "-" TO WS-RTN-USER
           END-IF.

       PURGE-ONE-RETENTION-FILE.
           IF WS-RTN-FILE = SPACES
               OR WS-RTN-FILE = RTN-RULE-FILE(WS-RTN-RULE-IDX)
               ADD 1 TO WS-RTN-FILES
               MOVE 0 TO WS-RTN-SCANNED
               MOVE 0 TO WS-RTN-LISTED
               MOVE 0 TO WS-RTN-PURGED
               MOVE 0 TO WS-RTN-HELD
               MOVE 0 TO WS-RTN-UNDATED
               MOVE RTN-RULE-DAYS(WS-RTN-RULE-IDX) TO WS-RTN-DAYS-EDIT
               MOVE RTN-RULE-PART(WS-RTN-RULE-IDX) TO WS-RTN-PART-EDIT
               MOVE SPACES TO HOUSEKEEP-RPT-RECORD
               STRING "FILE    " DELIMITED BY SIZE
                   FUNCTION TRIM(RTN-RULE-FILE(WS-RTN-RULE-IDX))
                       DELIMITED BY SIZE
                   " - retain " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RTN-DAYS-EDIT) DELIMITED BY SIZE
                   " day(s), date in " DELIMITED BY SIZE
                   FUNCTION TRIM(RTN-RULE-FROM(WS-RTN-RULE-IDX))
                       DELIMITED BY SIZE
                   " part " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RTN-PART-EDIT) DELIMITED BY SIZE
                   INTO HOUSEKEEP-RPT-RECORD
               WRITE HOUSEKEEP-RPT-RECORD
               PERFORM TAKE-RETENTION-STORE
               IF WS-RTN-LOCKED = 1
                   DISPLAY "COBALT: "
                       FUNCTION TRIM(RTN-RULE-FILE(WS-RTN-RULE-IDX))
                       " is in use - not purged"
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "SKIPPED " DELIMITED BY SIZE
                       FUNCTION TRIM(RTN-RULE-FILE(WS-RTN-RULE-IDX))
                           DELIMITED BY SIZE
                       " (in use)" DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM LIST-EXPIRED-RECORDS
                   IF WS-RTN-LISTED > 0
                       PERFORM PURGE-LISTED-RECORDS
                   ELSE
                       MOVE WS-KEYED-LOCK-PATH TO WS-LOCK-FILE-PATH
                       PERFORM RELEASE-FILE-LOCK
                       MOVE 0 TO WS-KEYED-LOCK-HELD
                   END-IF
                   CALL "CBL_DELETE_FILE" USING WS-RTN-LST-PATH
                   MOVE 0 TO RETURN-CODE
                   ADD WS-RTN-PURGED TO WS-RTN-TOT-PURGED
                   ADD WS-RTN-HELD TO WS-RTN-TOT-HELD
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "*FILE scanned=" DELIMITED BY SIZE
                       WS-RTN-SCANNED DELIMITED BY SIZE
                       " purged=" DELIMITED BY SIZE
                       WS-RTN-PURGED DELIMITED BY SIZE
                       " held=" DELIMITED BY SIZE
                       WS-RTN-HELD DELIMITED BY SIZE
                       " undated=" DELIMITED BY SIZE
                       WS-RTN-UNDATED DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "RETENTION-PURGE " DELIMITED BY SIZE
                       FUNCTION TRIM(RTN-RULE-FILE(WS-RTN-RULE-IDX))
                           DELIMITED BY SIZE
                       " purged=" DELIMITED BY SIZE
                       WS-RTN-PURGED DELIMITED BY SIZE
                       " held=" DELIMITED BY SIZE
                       WS-RTN-HELD DELIMITED BY SIZE
                       " cert=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-CERT-PATH)
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
               END-IF
           END-IF.

       TAKE-RETENTION-STORE.
           PERFORM ENSURE-LOCK-SESSION-ID
           MOVE SPACES TO WS-LOCK-FILE-PATH
           STRING FUNCTION TRIM(RTN-RULE-FILE(WS-RTN-RULE-IDX))
                   DELIMITED BY SIZE
               ".lck" DELIMITED BY SIZE
               INTO WS-LOCK-FILE-PATH
           MOVE 0 TO WS-LOCK-DENIED
           MOVE 1 TO WS-LOCK-TAKE-FLAG
           PERFORM CHECK-AND-TAKE-FILE-LOCK
           MOVE WS-LOCK-DENIED TO WS-RTN-LOCKED
           IF WS-LOCK-DENIED = 0
               MOVE 1 TO WS-KEYED-LOCK-HELD
               MOVE WS-LOCK-FILE-PATH TO WS-KEYED-LOCK-PATH
               MOVE RTN-RULE-FILE(WS-RTN-RULE-IDX) TO
                   WS-KEYED-FILE-PATH
           END-IF.

      *> Pass 1 - the file on disk, line by line, so a store of any
      *> size (indexed or not) is judged in one read. Expired keys
      *> go to the scratch list; expired keys under a hold go
      *> straight onto the certificate.
       LIST-EXPIRED-RECORDS.
           MOVE WS-RTN-LST-PATH TO WS-HK-LST-PATH
           OPEN OUTPUT HOUSEKEEP-LST-FILE
           MOVE WS-KEYED-FILE-PATH TO WS-KIX-SCAN-PATH
           OPEN INPUT KEYED-SCAN-FILE
           IF WS-KIX-SCAN-STATUS = "00"
               MOVE 0 TO WS-KIX-EOF
               PERFORM SCAN-ONE-RETENTION-LINE UNTIL WS-KIX-EOF = 1
               CLOSE KEYED-SCAN-FILE
           END-IF
           CLOSE HOUSEKEEP-LST-FILE.

       SCAN-ONE-RETENTION-LINE.
           READ KEYED-SCAN-FILE
           IF WS-KIX-SCAN-STATUS NOT = "00"
               MOVE 1 TO WS-KIX-EOF
           ELSE
               IF KEYED-SCAN-RECORD NOT = SPACES
                   AND KEYED-SCAN-RECORD(1:5) NOT = "#VER "
                   PERFORM SPLIT-SCAN-LINE
                   IF WS-KIX-REC-KEY NOT = SPACES
                       ADD 1 TO WS-RTN-SCANNED
                       PERFORM JUDGE-ONE-RETENTION-RECORD
                   END-IF
               END-IF
           END-IF.

       JUDGE-ONE-RETENTION-RECORD.
           PERFORM DATE-ONE-RETENTION-RECORD
           MOVE 0 TO WS-RTN-AGE
           IF WS-RTN-REC-INT = 0
               ADD 1 TO WS-RTN-UNDATED
           ELSE
               IF WS-RTN-REC-INT < WS-RTN-TODAY-INT
                   COMPUTE WS-RTN-AGE =
                       WS-RTN-TODAY-INT - WS-RTN-REC-INT
               END-IF
           END-IF
           IF WS-RTN-AGE > RTN-RULE-DAYS(WS-RTN-RULE-IDX)
               PERFORM CHECK-RETENTION-HOLD
               IF WS-RTN-IS-HELD = 1
                   ADD 1 TO WS-RTN-HELD
                   MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                   STRING "HELD    " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KIX-REC-KEY) DELIMITED BY SIZE
                       " (hold " DELIMITED BY SIZE
                       FUNCTION TRIM(RTN-HOLD-KEY(WS-RTN-FOUND-IDX))
                           DELIMITED BY SIZE
                       " since " DELIMITED BY SIZE
                       RTN-HOLD-DATE(WS-RTN-FOUND-IDX)
                           DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       FUNCTION TRIM(RTN-HOLD-USER(WS-RTN-FOUND-IDX))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO HOUSEKEEP-RPT-RECORD
                   WRITE HOUSEKEEP-RPT-RECORD
               ELSE
                   ADD 1 TO WS-RTN-LISTED
                   MOVE SPACES TO HOUSEKEEP-LST-RECORD
                   MOVE WS-KIX-REC-KEY TO HOUSEKEEP-LST-RECORD
                   WRITE HOUSEKEEP-LST-RECORD
               END-IF
           END-IF.

      *> WS-RTN-REC-INT - the day number of the record's date, or 0
      *> when the named part is missing or is not a valid YYMMDD or
      *> YYYYMMDD date.
       DATE-ONE-RETENTION-RECORD.
           MOVE 0 TO WS-RTN-REC-INT
           MOVE 0 TO WS-RTN-DATE-NUM
           IF RTN-RULE-FROM(WS-RTN-RULE-IDX) = "KEY"
               MOVE WS-KIX-REC-KEY TO WS-RTN-SOURCE
               MOVE "#" TO WS-RTN-DELIM
           ELSE
               MOVE WS-KIX-REC-VALUE TO WS-RTN-SOURCE
               MOVE "|" TO WS-RTN-DELIM
           END-IF
           MOVE 1 TO WS-RTN-PTR
           PERFORM TAKE-ONE-RETENTION-PART
               VARYING WS-RTN-PART-NO FROM 1 BY 1
               UNTIL WS-RTN-PART-NO > RTN-RULE-PART(WS-RTN-RULE-IDX)
           MOVE FUNCTION TRIM(WS-RTN-PART-TXT) TO WS-RTN-PART-TXT
           MOVE 0 TO WS-RTN-DATE-LEN
           INSPECT WS-RTN-PART-TXT TALLYING WS-RTN-DATE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-RTN-PART-TXT(1:8) TO WS-RTN-DATE-TXT
           IF WS-RTN-DATE-LEN = 6
               AND WS-RTN-DATE-TXT(1:6) IS NUMERIC
               COMPUTE WS-RTN-DATE-NUM = 20000000 +
                   FUNCTION NUMVAL(WS-RTN-DATE-TXT(1:6))
           END-IF
           IF WS-RTN-DATE-LEN = 8
               AND WS-RTN-DATE-TXT IS NUMERIC
               MOVE WS-RTN-DATE-TXT TO WS-RTN-DATE-NUM
           END-IF
           IF WS-RTN-DATE-NUM > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RTN-DATE-NUM) = 0
                   COMPUTE WS-RTN-REC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RTN-DATE-NUM)
               END-IF
           END-IF.

      *> A part past the end of the source comes back blank, not as
      *> a repeat of the part before it.
       TAKE-ONE-RETENTION-PART.
           MOVE SPACES TO WS-RTN-PART-TXT
           IF WS-RTN-PTR <= 160
               UNSTRING WS-RTN-SOURCE DELIMITED BY WS-RTN-DELIM
                   INTO WS-RTN-PART-TXT
                   WITH POINTER WS-RTN-PTR
           END-IF.

      *> WS-RTN-IS-HELD 1 when a hold on this file covers the key in
      *> WS-KIX-REC-KEY, WS-RTN-FOUND-IDX naming the first such hold.
      *> A hold key ending "*" covers every key it prefixes ("*"
      *> alone covers the whole file).
       CHECK-RETENTION-HOLD.
           MOVE 0 TO WS-RTN-IS-HELD
           MOVE 0 TO WS-RTN-FOUND-IDX
           PERFORM MATCH-ONE-RETENTION-HOLD
               VARYING WS-RTN-HOLD-IDX FROM 1 BY 1
               UNTIL WS-RTN-HOLD-IDX > WS-RTN-HOLD-COUNT
               OR WS-RTN-IS-HELD = 1.

       MATCH-ONE-RETENTION-HOLD.
           IF RTN-HOLD-FILE(WS-RTN-HOLD-IDX) =
               RTN-RULE-FILE(WS-RTN-RULE-IDX)
               MOVE 0 TO WS-RTN-PFX-LEN
               INSPECT RTN-HOLD-KEY(WS-RTN-HOLD-IDX)
                   TALLYING WS-RTN-PFX-LEN
                   FOR CHARACTERS BEFORE INITIAL "*"
               IF WS-RTN-PFX-LEN < 31
                   IF WS-RTN-PFX-LEN = 0
                       MOVE 1 TO WS-RTN-IS-HELD
                   ELSE
                       IF WS-KIX-REC-KEY(1:WS-RTN-PFX-LEN) =
                           RTN-HOLD-KEY(WS-RTN-HOLD-IDX)
                               (1:WS-RTN-PFX-LEN)
                           MOVE 1 TO WS-RTN-IS-HELD
                       END-IF
                   END-IF
               ELSE
                   IF RTN-HOLD-KEY(WS-RTN-HOLD-IDX) = WS-KIX-REC-KEY
                       MOVE 1 TO WS-RTN-IS-HELD
                   END-IF
               END-IF
               IF WS-RTN-IS-HELD = 1
                   MOVE WS-RTN-HOLD-IDX TO WS-RTN-FOUND-IDX
               END-IF
           END-IF.

      *> Pass 2 - the listed keys deleted as DELETE KEY deletes them,
      *> then the ordinary CLOSE-time flush, which also gives the
      *> ".lck" back.
       PURGE-LISTED-RECORDS.
           MOVE 0 TO WS-KEYED-ALT-PART
           PERFORM RELOAD-KEYED-STORE-IMAGE
           MOVE WS-RTN-LST-PATH TO WS-HK-LST-PATH
           OPEN INPUT HOUSEKEEP-LST-FILE
           IF WS-HK-LST-STATUS = "00"
               MOVE 0 TO WS-RTN-EOF
               PERFORM PURGE-ONE-LISTED-RECORD UNTIL WS-RTN-EOF = 1
               CLOSE HOUSEKEEP-LST-FILE
           END-IF
           PERFORM FLUSH-KEYED-STORE.

       PURGE-ONE-LISTED-RECORD.
           READ HOUSEKEEP-LST-FILE
               AT END
                   MOVE 1 TO WS-RTN-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(HOUSEKEEP-LST-RECORD) TO
                       WS-KEYED-LOOKUP-KEY
                   PERFORM LOCATE-KEYED-RECORD
                   IF WS-KEYED-FOUND-IDX NOT = 0
                       PERFORM NOTE-JOURNAL-BEFORE
                       MOVE 1 TO KEYED-REC-DELETED(WS-KEYED-FOUND-IDX)
                       MOVE 1 TO KEYED-REC-DIRTY(WS-KEYED-FOUND-IDX)
                       MOVE "D" TO WS-JRN-OP
                       MOVE WS-KEYED-LOOKUP-KEY TO WS-JRN-KEY
                       MOVE SPACES TO WS-JRN-VALUE
                       PERFORM APPEND-KEYED-JOURNAL
                       ADD 1 TO WS-RTN-PURGED
                       MOVE SPACES TO HOUSEKEEP-RPT-RECORD
                       STRING "PURGED  " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-KEYED-LOOKUP-KEY)
                               DELIMITED BY SIZE
                           INTO HOUSEKEEP-RPT-RECORD
                       WRITE HOUSEKEEP-RPT-RECORD
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> --legal-hold - the legal-hold list that overrides every
      *> RETENTION rule. Like --account it has no role check of its
      *> own; every hold and release is audited with the operating-
      *> system user who asked.
      *>   --legal-hold LIST [<keyed-file>]
      *>   --legal-hold HOLD <keyed-file> <key>|<prefix>* [<reason>]
      *>   --legal-hold RELEASE <keyed-file> <key>|<prefix>*
      *> The command line splits at blanks, so <reason> is one word -
      *> the case or matter reference the hold is for.
      *> Anything refused ends the run with exit code 8.
      *> ---------------------------------------------------------
       LEGAL-HOLD-RUN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVENTS-FILE-PATH))
               TO WS-RTN-VERB
           MOVE FUNCTION TRIM(WS-ARG3-TXT) TO WS-RTN-FILE
           MOVE FUNCTION TRIM(WS-ARG4-TXT) TO WS-RTN-KEY
           MOVE FUNCTION TRIM(WS-ARG5-TXT) TO WS-RTN-REASON
           PERFORM GET-RETENTION-USER
           PERFORM LOAD-LEGAL-HOLDS
           EVALUATE TRUE
               WHEN WS-RTN-VERB = "LIST"
                   DISPLAY "KEYED FILE           KEY"
                       "                            SINCE  BY"
                       "                   REASON"
                   MOVE 0 TO WS-RTN-FILES
                   PERFORM LIST-ONE-LEGAL-HOLD
                       VARYING WS-RTN-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-RTN-HOLD-IDX > WS-RTN-HOLD-COUNT
                   DISPLAY "COBALT: " WS-RTN-FILES
                       " legal hold(s)"
               WHEN (WS-RTN-VERB = "HOLD" OR WS-RTN-VERB = "RELEASE")
                   AND WS-RTN-FILE NOT = SPACES
                   AND WS-RTN-KEY NOT = SPACES
                   PERFORM FIND-LEGAL-HOLD
                   IF WS-RTN-VERB = "HOLD"
                       PERFORM PLACE-LEGAL-HOLD
                   ELSE
                       PERFORM RELEASE-LEGAL-HOLD
                   END-IF
               WHEN OTHER
                   DISPLAY "COBALT: usage - --legal-hold LIST "
                       "[<keyed-file>] | HOLD <keyed-file> "
                       "<key>|<prefix>* [<reason>] | RELEASE "
                       "<keyed-file> <key>|<prefix>*"
                   MOVE 8 TO WS-RUN-EXIT-CODE
           END-EVALUATE.

       LIST-ONE-LEGAL-HOLD.
           IF WS-RTN-FILE = SPACES
               OR WS-RTN-FILE = RTN-HOLD-FILE(WS-RTN-HOLD-IDX)
               ADD 1 TO WS-RTN-FILES
               DISPLAY RTN-HOLD-FILE(WS-RTN-HOLD-IDX)(1:20) " "
                   RTN-HOLD-KEY(WS-RTN-HOLD-IDX) " "
                   RTN-HOLD-DATE(WS-RTN-HOLD-IDX) " "
                   RTN-HOLD-USER(WS-RTN-HOLD-IDX) " "
                   FUNCTION TRIM(RTN-HOLD-REASON(WS-RTN-HOLD-IDX))
           END-IF.

       FIND-LEGAL-HOLD.
           MOVE 0 TO WS-RTN-FOUND-IDX
           PERFORM FIND-ONE-LEGAL-HOLD
               VARYING WS-RTN-HOLD-IDX FROM 1 BY 1
               UNTIL WS-RTN-HOLD-IDX > WS-RTN-HOLD-COUNT
               OR WS-RTN-FOUND-IDX NOT = 0.

       FIND-ONE-LEGAL-HOLD.
           IF RTN-HOLD-FILE(WS-RTN-HOLD-IDX) = WS-RTN-FILE
               AND RTN-HOLD-KEY(WS-RTN-HOLD-IDX) = WS-RTN-KEY
               MOVE WS-RTN-HOLD-IDX TO WS-RTN-FOUND-IDX
           END-IF.

       PLACE-LEGAL-HOLD.
           IF WS-RTN-FOUND-IDX NOT = 0
               DISPLAY "COBALT: " FUNCTION TRIM(WS-RTN-KEY) " on "
                   FUNCTION TRIM(WS-RTN-FILE)
                   " is already on legal hold"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               IF WS-RTN-HOLD-COUNT >= 200
                   DISPLAY "COBALT: legal-hold list is full (200)"
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   PERFORM GET-LOCAL-DATE-TIME
                   OPEN EXTEND LEGAL-HOLD-FILE
                   IF WS-RTN-HOLD-STATUS NOT = "00"
                       OPEN OUTPUT LEGAL-HOLD-FILE
                   END-IF
                   MOVE SPACES TO LEGAL-HOLD-RECORD
                   STRING FUNCTION TRIM(WS-RTN-FILE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-KEY) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-LOCAL-DATE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-USER) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-REASON) DELIMITED BY SIZE
                       INTO LEGAL-HOLD-RECORD
                   WRITE LEGAL-HOLD-RECORD
                   CLOSE LEGAL-HOLD-FILE
                   DISPLAY "COBALT: legal hold placed on "
                       FUNCTION TRIM(WS-RTN-KEY) " in "
                       FUNCTION TRIM(WS-RTN-FILE)
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "LEGAL-HOLD " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-FILE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-KEY) DELIMITED BY SIZE
                       " user=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-USER) DELIMITED BY SIZE
                       " reason=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RTN-REASON) DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
               END-IF
           END-IF.

      *> The list is rewritten whole without the released line.
       RELEASE-LEGAL-HOLD.
           IF WS-RTN-FOUND-IDX = 0
               DISPLAY "COBALT: no legal hold on "
                   FUNCTION TRIM(WS-RTN-KEY) " in "
                   FUNCTION TRIM(WS-RTN-FILE)
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               OPEN OUTPUT LEGAL-HOLD-FILE
               PERFORM SAVE-ONE-LEGAL-HOLD
                   VARYING WS-RTN-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-RTN-HOLD-IDX > WS-RTN-HOLD-COUNT
               CLOSE LEGAL-HOLD-FILE
               DISPLAY "COBALT: legal hold released on "
                   FUNCTION TRIM(WS-RTN-KEY) " in "
                   FUNCTION TRIM(WS-RTN-FILE)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "LEGAL-RELEASE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RTN-FILE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RTN-KEY) DELIMITED BY SIZE
                   " user=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RTN-USER) DELIMITED BY SIZE
                   " held-since=" DELIMITED BY SIZE
                   RTN-HOLD-DATE(WS-RTN-FOUND-IDX) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

       SAVE-ONE-LEGAL-HOLD.
           IF WS-RTN-HOLD-IDX NOT = WS-RTN-FOUND-IDX
               MOVE SPACES TO LEGAL-HOLD-RECORD
               STRING FUNCTION TRIM(RTN-HOLD-FILE(WS-RTN-HOLD-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RTN-HOLD-KEY(WS-RTN-HOLD-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RTN-HOLD-DATE(WS-RTN-HOLD-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RTN-HOLD-TIME(WS-RTN-HOLD-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RTN-HOLD-USER(WS-RTN-HOLD-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RTN-HOLD-REASON(WS-RTN-HOLD-IDX))
                       DELIMITED BY SIZE
                   INTO LEGAL-HOLD-RECORD
               WRITE LEGAL-HOLD-RECORD
           END-IF.

       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-RTN-HOLD-COUNT
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-RTN-HOLD-STATUS = "00"
               MOVE 0 TO WS-RTN-EOF
               PERFORM LOAD-ONE-LEGAL-HOLD UNTIL WS-RTN-EOF = 1
               CLOSE LEGAL-HOLD-FILE
           END-IF.

       LOAD-ONE-LEGAL-HOLD.
           READ LEGAL-HOLD-FILE
               AT END
                   MOVE 1 TO WS-RTN-EOF
               NOT AT END
                   IF LEGAL-HOLD-RECORD NOT = SPACES
                       AND WS-RTN-HOLD-COUNT < 200
                       ADD 1 TO WS-RTN-HOLD-COUNT
                       MOVE SPACES TO WS-RTN-HOLD(WS-RTN-HOLD-COUNT)
                       UNSTRING LEGAL-HOLD-RECORD DELIMITED BY "|"
                           INTO RTN-HOLD-FILE(WS-RTN-HOLD-COUNT)
                               RTN-HOLD-KEY(WS-RTN-HOLD-COUNT)
                               RTN-HOLD-DATE(WS-RTN-HOLD-COUNT)
                               RTN-HOLD-TIME(WS-RTN-HOLD-COUNT)
                               RTN-HOLD-USER(WS-RTN-HOLD-COUNT)
                               RTN-HOLD-REASON(WS-RTN-HOLD-COUNT)
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> --backup: snapshot the BACKUP-FILES list (cobalt.cfg) into
      *> a dated generation under BACKUP-DIR, keeping the newest
               WHEN "EVAL-STATUS"
               WHEN "ASYNC-STATUS"
               WHEN "REWRITE-STATUS"
               WHEN "DEPARTMENT"
                   MOVE 1 TO WS-CHECK-RESERVED
               WHEN OTHER
                   CONTINUE
               END-IF
           END-IF.

       TAKEOVER-SERVE-SESSION.
           PERFORM PARSE-SERVE-TARGET-SLOT
           MOVE "supervisor" TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           IF WS-ROLE-MATCHED = 0
               MOVE SPACES TO SERVE-OUT-RECORD
               MOVE "TAKEOVER refused - supervisor role required"
                   TO SERVE-OUT-RECORD
               WRITE SERVE-OUT-RECORD
               ADD 1 TO WS-RUN-BLOCKED
           ELSE
               IF WS-SERVE-TGT >= 1 AND WS-SERVE-TGT <= 4
                   AND WS-SERVE-TGT NOT = WS-SERVE-SESSION
                   AND SRV-STARTED(WS-SERVE-TGT) = 1
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "SESSION-TAKEOVER s" DELIMITED BY SIZE
                       WS-SERVE-TGT DELIMITED BY SIZE
                       " from " DELIMITED BY SIZE
                       FUNCTION TRIM(SRV-OPERATOR(WS-SERVE-TGT))
                           DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SESSION-OPERATOR)
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM STAMP-AND-WRITE-AUDIT-RECORD
                   PERFORM ADOPT-SERVE-SESSION
               END-IF
           END-IF.

      *> Read-only look at another session - its runtime swaps in
      *> just long enough to paint one frame into THIS session's
      *> output, then this session's own state comes straight back.
       PEEK-SERVE-SESSION.
           PERFORM PARSE-SERVE-TARGET-SLOT
           MOVE "supervisor" TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           IF WS-ROLE-MATCHED = 1
               AND WS-SERVE-TGT >= 1 AND WS-SERVE-TGT <= 4
               AND WS-SERVE-TGT NOT = WS-SERVE-SESSION
               AND SRV-STARTED(WS-SERVE-TGT) = 1
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "SESSION-PEEK s" DELIMITED BY SIZE
                   WS-SERVE-TGT DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SESSION-OPERATOR)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               MOVE WS-RUNTIME-STATE TO WS-SERVE-PEEK-RT
                   (1:LENGTH OF WS-RUNTIME-STATE)
               MOVE WS-LIVE-VALUES TO WS-SERVE-PEEK-LV
                   (1:LENGTH OF WS-LIVE-VALUES)
               MOVE WS-FOCUS-TABLE TO WS-SERVE-PEEK-FT
                   (1:LENGTH OF WS-FOCUS-TABLE)
               MOVE WS-LAST-FOCUS-SCREEN-IDX TO WS-SERVE-PEEK-SCR
               MOVE SRV-RT-SAVE(WS-SERVE-TGT)
                   (1:LENGTH OF WS-RUNTIME-STATE) TO
                   WS-RUNTIME-STATE
               MOVE SRV-LV-SAVE(WS-SERVE-TGT)
                   (1:LENGTH OF WS-LIVE-VALUES) TO WS-LIVE-VALUES
               MOVE SRV-FT-SAVE(WS-SERVE-TGT)
                   (1:LENGTH OF WS-FOCUS-TABLE) TO WS-FOCUS-TABLE
               MOVE SRV-LAST-FOCUS-SCR(WS-SERVE-TGT) TO
                   WS-LAST-FOCUS-SCREEN-IDX
               MOVE SPACES TO SERVE-OUT-RECORD
               STRING "---- PEEK s" DELIMITED BY SIZE
                   WS-SERVE-TGT DELIMITED BY SIZE
                   " ----" DELIMITED BY SIZE
                   INTO SERVE-OUT-RECORD
               WRITE SERVE-OUT-RECORD
               PERFORM RENDER-SCREEN
               MOVE WS-SERVE-PEEK-RT
                   (1:LENGTH OF WS-RUNTIME-STATE) TO
                   WS-RUNTIME-STATE
               MOVE WS-SERVE-PEEK-LV
                   (1:LENGTH OF WS-LIVE-VALUES) TO WS-LIVE-VALUES
               MOVE WS-SERVE-PEEK-FT
                   (1:LENGTH OF WS-FOCUS-TABLE) TO WS-FOCUS-TABLE
               MOVE WS-SERVE-PEEK-SCR TO WS-LAST-FOCUS-SCREEN-IDX
           END-IF.

      *> The common adopt: target session's runtime becomes this
      *> session's, and the target slot resets to a fresh template
      *> (its consumed-line mark kept, so the dead terminal's old
      *> input never replays into the fresh slot).
       ADOPT-SERVE-SESSION.
           MOVE SRV-RT-SAVE(WS-SERVE-TGT)
               (1:LENGTH OF WS-RUNTIME-STATE) TO WS-RUNTIME-STATE
           MOVE SRV-LV-SAVE(WS-SERVE-TGT)
               (1:LENGTH OF WS-LIVE-VALUES) TO WS-LIVE-VALUES
           MOVE SRV-FT-SAVE(WS-SERVE-TGT)
               (1:LENGTH OF WS-FOCUS-TABLE) TO WS-FOCUS-TABLE
           MOVE SRV-LAST-FOCUS-SCR(WS-SERVE-TGT) TO
               WS-LAST-FOCUS-SCREEN-IDX
           MOVE WS-SERVE-TEMPLATE-RT TO SRV-RT-SAVE(WS-SERVE-TGT)
           MOVE WS-SERVE-TEMPLATE-LV TO SRV-LV-SAVE(WS-SERVE-TGT)
           MOVE WS-SERVE-TEMPLATE-FT TO SRV-FT-SAVE(WS-SERVE-TGT)
           MOVE 0 TO SRV-STARTED(WS-SERVE-TGT)
           MOVE 0 TO SRV-LAST-FOCUS-SCR(WS-SERVE-TGT)
           MOVE SPACES TO SRV-OPERATOR(WS-SERVE-TGT)
           MOVE SPACES TO SRV-ROLE(WS-SERVE-TGT)
           MOVE 0 TO SRV-PENDING(WS-SERVE-TGT)
           SET RENDER-NEEDS-REDRAW TO TRUE.

       PARSE-SERVE-TARGET-SLOT.
           MOVE 0 TO WS-SERVE-TGT
           MOVE SPACES TO WS-MACRO-VERB WS-MACRO-ARG
           UNSTRING WS-KEY-BUFFER DELIMITED BY ALL SPACE
               INTO WS-MACRO-VERB WS-MACRO-ARG
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MACRO-ARG)) = 0
               MOVE FUNCTION NUMVAL(WS-MACRO-ARG) TO WS-SERVE-TGT
           END-IF.

      *> Sign-in inside a served session that finds the same
      *> operator's live session parked on another slot names it -
      *> the offer the reconnecting terminal accepts with RESUME.
       OFFER-SESSION-RESUME.
           PERFORM CHECK-ONE-RESUME-OFFER
               VARYING WS-SERVE-TGT FROM 1 BY 1
               UNTIL WS-SERVE-TGT > 4.

       CHECK-ONE-RESUME-OFFER.
           IF WS-SERVE-TGT NOT = WS-SERVE-SESSION
               AND SRV-STARTED(WS-SERVE-TGT) = 1
               AND FUNCTION TRIM(SRV-OPERATOR(WS-SERVE-TGT)) =
                   FUNCTION TRIM(WS-SESSION-OPERATOR)
               AND FUNCTION TRIM(WS-SESSION-OPERATOR) NOT = SPACES
               MOVE SPACES TO SERVE-OUT-RECORD
               STRING "Your session on s" DELIMITED BY SIZE
                   WS-SERVE-TGT DELIMITED BY SIZE
                   " can be resumed - key RESUME " DELIMITED BY SIZE
                   WS-SERVE-TGT DELIMITED BY SIZE
                   INTO SERVE-OUT-RECORD
               WRITE SERVE-OUT-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> Supervisor broadcast. "BROADCAST <text>" paints a banner on
      *> every active session's next frame; "BROADCAST URGENT
      *> <text>" also swallows each session's input until its
      *> operator keys ACK - the system-going-down-at-17:00 walk of
      *> the floor, without the walk.
      *> ---------------------------------------------------------
       SEND-SERVE-BROADCAST.
           MOVE "supervisor" TO WS-ROLE-WANTED
           PERFORM MATCH-ROLE-IN-LIST
           IF WS-ROLE-MATCHED = 0
               MOVE SPACES TO SERVE-OUT-RECORD
               MOVE "BROADCAST refused - supervisor role required"
                   TO SERVE-OUT-RECORD
               WRITE SERVE-OUT-RECORD
               ADD 1 TO WS-RUN-BLOCKED
           ELSE
               MOVE 0 TO WS-BCAST-URGENT
               MOVE SPACES TO WS-BCAST-WORD
               MOVE 1 TO WS-BCAST-PTR
               UNSTRING WS-KEY-BUFFER DELIMITED BY ALL SPACE
                   INTO WS-BCAST-WORD
                   WITH POINTER WS-BCAST-PTR
      *> The word past BROADCAST may be the URGENT class marker;
      *> everything after whichever word ends the header is the
      *> message text verbatim.
               MOVE WS-BCAST-PTR TO WS-BCAST-PTR2
               UNSTRING WS-KEY-BUFFER DELIMITED BY ALL SPACE
                   INTO WS-BCAST-WORD
                   WITH POINTER WS-BCAST-PTR
               IF WS-BCAST-WORD = "URGENT"
                   MOVE 1 TO WS-BCAST-URGENT
                   MOVE WS-BCAST-PTR TO WS-BCAST-PTR2
               END-IF
               MOVE SPACES TO WS-BCAST-TEXT
               IF WS-BCAST-PTR2 <= 60
                   MOVE WS-KEY-BUFFER(WS-BCAST-PTR2:) TO
                       WS-BCAST-TEXT
               END-IF
               ADD 1 TO WS-BCAST-SEQ
      *> The sender has read their own words - only everyone else
      *> owes an acknowledgment.
               MOVE WS-BCAST-SEQ TO WS-BCAST-SEEN-SEQ
               MOVE WS-BCAST-SEQ TO WS-BCAST-ACK-SEQ
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               IF WS-BCAST-URGENT = 1
                   STRING "BROADCAST URGENT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BCAST-TEXT)
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
               ELSE
                   STRING "BROADCAST " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BCAST-TEXT)
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
               END-IF
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               MOVE SPACES TO SERVE-OUT-RECORD
               MOVE "broadcast sent" TO SERVE-OUT-RECORD
               WRITE SERVE-OUT-RECORD
           END-IF.

       ACK-SERVE-BROADCAST.
           MOVE WS-BCAST-SEQ TO WS-BCAST-ACK-SEQ
           MOVE WS-BCAST-SEQ TO WS-BCAST-SEEN-SEQ
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "BROADCAST-ACK s" DELIMITED BY SIZE
               WS-SERVE-SESSION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SESSION-OPERATOR) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           SET RENDER-NEEDS-REDRAW TO TRUE.

      *> Banner atop every served frame while a broadcast is live
      *> for this session - an urgent one repeats until ACKed, a
      *> plain one shows once.
       WRITE-BROADCAST-BANNER.
           IF WS-BCAST-SEQ > 0
               IF WS-BCAST-URGENT = 1
                   AND WS-BCAST-SEQ > WS-BCAST-ACK-SEQ
                   MOVE SPACES TO SERVE-OUT-RECORD
                   STRING "*** URGENT: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BCAST-TEXT)
                           DELIMITED BY SIZE
                       " - key ACK ***" DELIMITED BY SIZE
                       INTO SERVE-OUT-RECORD
                   WRITE SERVE-OUT-RECORD
               ELSE
                   IF WS-BCAST-SEQ > WS-BCAST-SEEN-SEQ
                       MOVE SPACES TO SERVE-OUT-RECORD
                       STRING "*** BROADCAST: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BCAST-TEXT)
                               DELIMITED BY SIZE
                           " ***" DELIMITED BY SIZE
                           INTO SERVE-OUT-RECORD
                       WRITE SERVE-OUT-RECORD
                       MOVE WS-BCAST-SEQ TO WS-BCAST-SEEN-SEQ
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Session monitor ("<dir>/monitor.txt", rewritten after every
      *> serve pass). One line per active session - who is signed
      *> on, which screen they sit on, how long since their last
      *> key, and whether keys are piling up against a session that
      *> already ended - so the supervisor spots a wedged terminal
      *> by watching one file instead of waiting for the phone.
      *> ---------------------------------------------------------
       WRITE-SERVE-MONITOR.
           MOVE SPACES TO WS-QUERY-OUT-PATH
           STRING FUNCTION TRIM(WS-SERVE-DIR) DELIMITED BY SIZE
               "/monitor.txt" DELIMITED BY SIZE
               INTO WS-QUERY-OUT-PATH
           OPEN OUTPUT QUERY-OUT-FILE
           PERFORM GET-LOCAL-DATE-TIME
           MOVE SPACES TO QUERY-OUT-RECORD
           STRING "*MONITOR " DELIMITED BY SIZE
               WS-LOCAL-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
               " app=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-FILE-PATH) DELIMITED BY SIZE
               INTO QUERY-OUT-RECORD
           WRITE QUERY-OUT-RECORD
           PERFORM COMPUTE-CLOCK-NOW-SECS
           PERFORM WRITE-ONE-MONITOR-LINE
               VARYING WS-SERVE-SESSION FROM 1 BY 1
               UNTIL WS-SERVE-SESSION > 4
           CLOSE QUERY-OUT-FILE.

       WRITE-ONE-MONITOR-LINE.
           MOVE SPACES TO QUERY-OUT-RECORD
           IF SRV-STARTED(WS-SERVE-SESSION) = 0
               STRING "s" DELIMITED BY SIZE
                   WS-SERVE-SESSION DELIMITED BY SIZE
                   " (not started)" DELIMITED BY SIZE
                   INTO QUERY-OUT-RECORD
           ELSE
               COMPUTE WS-IDLE-ELAPSED = WS-CLOCK-NOW-SECS -
                   SRV-LAST-KEY-SECS(WS-SERVE-SESSION)
               IF WS-IDLE-ELAPSED < 0
                   ADD 86400 TO WS-IDLE-ELAPSED
               END-IF
               STRING "s" DELIMITED BY SIZE
                   WS-SERVE-SESSION DELIMITED BY SIZE
                   " roles=" DELIMITED BY SIZE
                   FUNCTION TRIM(SRV-ROLE(WS-SERVE-SESSION))
                       DELIMITED BY SIZE
                   " screen=" DELIMITED BY SIZE
                   FUNCTION TRIM(SRV-SCREEN-NAME(WS-SERVE-SESSION))
                       DELIMITED BY SIZE
                   " keys=" DELIMITED BY SIZE
                   SRV-CONSUMED(WS-SERVE-SESSION) DELIMITED BY SIZE
                   " idle=" DELIMITED BY SIZE
                   WS-IDLE-ELAPSED DELIMITED BY SIZE
                   "s" DELIMITED BY SIZE
                   INTO QUERY-OUT-RECORD
               IF SRV-STOPPED(WS-SERVE-SESSION) = 1
                   STRING FUNCTION TRIM(QUERY-OUT-RECORD)
                           DELIMITED BY SIZE
                       " ENDED" DELIMITED BY SIZE
                       INTO QUERY-OUT-RECORD
               END-IF
               IF SRV-PENDING(WS-SERVE-SESSION) > 0
                   STRING FUNCTION TRIM(QUERY-OUT-RECORD)
                           DELIMITED BY SIZE
                       " PENDING=" DELIMITED BY SIZE
                       SRV-PENDING(WS-SERVE-SESSION)
                           DELIMITED BY SIZE
                       INTO QUERY-OUT-RECORD
               END-IF
           END-IF
           WRITE QUERY-OUT-RECORD.

      *> ---------------------------------------------------------
      *> Request-queue gateway (--gateway <dir> [ONCE]). Turns the
      *> engine into a service other batch systems can call: drop a
      *> request file in the directory, collect the response file.
      *> The directory scan shells out to ls the way the webhook
      *> machinery already shells out to curl.
      *> ---------------------------------------------------------
       GATEWAY-RUN.
           PERFORM LOAD-LIMITS-CONFIG
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-GATEWAY-DIR
           MOVE 0 TO WS-GATEWAY-ONCE
           IF FUNCTION TRIM(WS-ARG3-TXT) = "ONCE"
               MOVE 1 TO WS-GATEWAY-ONCE
           END-IF
           IF WS-GATEWAY-DIR = SPACES
               DISPLAY "COBALT: usage: cobalt --gateway <dir> [ONCE]"
           ELSE
               MOVE SPACES TO WS-GATEWAY-CMD
               STRING "mkdir -p " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GATEWAY-DIR) DELIMITED BY SIZE
                   "/done" DELIMITED BY SIZE
                   INTO WS-GATEWAY-CMD
               CALL "SYSTEM" USING WS-GATEWAY-CMD
               MOVE 0 TO WS-GATEWAY-STOP
               PERFORM GATEWAY-ONE-SCAN UNTIL WS-GATEWAY-STOP = 1
           END-IF.

       GATEWAY-ONE-SCAN.
           PERFORM CHECK-QUIESCE-FLAG
           IF WS-QUIESCE-ON = 1
      *> Quiesced - arriving requests stay queued untouched until
      *> the window closes and --resume-ops clears the flag.
               PERFORM SIGNAL-QUIESCE-READY
               IF WS-GATEWAY-ONCE = 1
                   MOVE 1 TO WS-GATEWAY-STOP
               ELSE
                   CALL "C$SLEEP" USING WS-GATEWAY-NAP-SECS
               END-IF
           ELSE
           MOVE 0 TO WS-QUIESCE-READY-DONE
           MOVE SPACES TO WS-GATEWAY-CMD
           STRING "ls " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GATEWAY-DIR) DELIMITED BY SIZE
               "/*.req > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GATEWAY-DIR) DELIMITED BY SIZE
               "/gateway.lst 2>/dev/null" DELIMITED BY SIZE
               INTO WS-GATEWAY-CMD
           CALL "SYSTEM" USING WS-GATEWAY-CMD
           MOVE SPACES TO WS-GATEWAY-FILE-PATH
           STRING FUNCTION TRIM(WS-GATEWAY-DIR) DELIMITED BY SIZE
               "/gateway.lst" DELIMITED BY SIZE
               INTO WS-GATEWAY-FILE-PATH
           MOVE 0 TO WS-GATEWAY-REQ-COUNT
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-GATEWAY-EOF
               PERFORM GATEWAY-ONE-REQUEST UNTIL WS-GATEWAY-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           IF WS-GATEWAY-ONCE = 1
               MOVE 1 TO WS-GATEWAY-STOP
           ELSE
               IF WS-GATEWAY-REQ-COUNT = 0
                   CALL "C$SLEEP" USING WS-GATEWAY-NAP-SECS
               END-IF
           END-IF
           END-IF.

      *> One scan-list line = one request. The list file stays open
      *> on GATEWAY-FILE only long enough to read the next path -
      *> the request itself is consumed through the same FD after the
      *> list closes, so the path is held first.
       GATEWAY-ONE-REQUEST.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-GATEWAY-EOF
           ELSE
               ADD 1 TO WS-GATEWAY-REQ-COUNT
               MOVE FUNCTION TRIM(GATEWAY-RECORD) TO
                   WS-GATEWAY-REQ-PATH
               PERFORM PROCESS-ONE-GATEWAY-REQUEST
           END-IF.

       PROCESS-ONE-GATEWAY-REQUEST.
      *> Split the request: first line the app, the rest its events.
           MOVE "anonymous" TO WS-GW-CLIENT
           MOVE SPACES TO WS-GW-CLIENT-PW
           CLOSE GATEWAY-FILE
           MOVE WS-GATEWAY-REQ-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           MOVE SPACES TO WS-GATEWAY-OUT-PATH
           STRING FUNCTION TRIM(WS-GATEWAY-REQ-PATH)
                   DELIMITED BY SIZE
               ".ev" DELIMITED BY SIZE
               INTO WS-GATEWAY-OUT-PATH
           OPEN OUTPUT GATEWAY-OUT-FILE
           MOVE 1 TO WS-GATEWAY-FIRST-LINE
           MOVE 0 TO WS-GATEWAY-EOF
           PERFORM SPLIT-ONE-REQUEST-LINE UNTIL WS-GATEWAY-EOF = 1
           CLOSE GATEWAY-FILE
           CLOSE GATEWAY-OUT-FILE
           PERFORM CHECK-GATEWAY-ADMISSION
           IF WS-GW-REFUSED = 1
               PERFORM WRITE-GATEWAY-ERROR-RESPONSE
           ELSE
           IF FUNCTION TRIM(WS-GATEWAY-APP-LINE) NOT = SPACES
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "GATEWAY-REQUEST " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GW-CLIENT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GATEWAY-APP-LINE)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
               PERFORM RESET-ENGINE-STATE
               MOVE WS-GATEWAY-APP-LINE TO WS-APP-FILE-PATH
               MOVE WS-GATEWAY-OUT-PATH TO WS-EVENTS-FILE-PATH
               PERFORM RUN-APP-FROM-FILES
               PERFORM WRITE-GATEWAY-RESPONSE
           END-IF
           END-IF
      *> Archive the consumed request (and its extracted events)
      *> into done/ so the queue never reprocesses it.
           MOVE SPACES TO WS-GATEWAY-CMD
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GATEWAY-REQ-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GATEWAY-REQ-PATH) DELIMITED BY SIZE
               ".ev " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GATEWAY-DIR) DELIMITED BY SIZE
               "/done/" DELIMITED BY SIZE
               INTO WS-GATEWAY-CMD
           CALL "SYSTEM" USING WS-GATEWAY-CMD
      *> Reopen the scan list and skip back to where it stood.
           MOVE SPACES TO WS-GATEWAY-FILE-PATH
           STRING FUNCTION TRIM(WS-GATEWAY-DIR) DELIMITED BY SIZE
               "/gateway.lst" DELIMITED BY SIZE
               INTO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           PERFORM SKIP-ONE-GATEWAY-LINE
               VARYING WS-GATEWAY-SCAN-IDX FROM 1 BY 1
               UNTIL WS-GATEWAY-SCAN-IDX > WS-GATEWAY-REQ-COUNT
               OR WS-GATEWAY-FILE-STATUS NOT = "00".

       SKIP-ONE-GATEWAY-LINE.
           READ GATEWAY-FILE
               AT END
                   CONTINUE
           END-READ.

       SPLIT-ONE-REQUEST-LINE.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-GATEWAY-EOF
           ELSE
      *> An optional "#CLIENT <name> <password>" credential line
      *> precedes the app line; the app line stays first otherwise.
               IF GATEWAY-RECORD(1:8) = "#CLIENT "
                   MOVE SPACES TO WS-GW-TAG WS-GW-CLIENT
                       WS-GW-CLIENT-PW
                   UNSTRING GATEWAY-RECORD DELIMITED BY ALL SPACE
                       INTO WS-GW-TAG WS-GW-CLIENT WS-GW-CLIENT-PW
               ELSE
               IF WS-GATEWAY-FIRST-LINE = 1
                   MOVE 0 TO WS-GATEWAY-FIRST-LINE
                   MOVE FUNCTION TRIM(GATEWAY-RECORD) TO
                       WS-GATEWAY-APP-LINE
               ELSE
                   MOVE GATEWAY-RECORD TO GATEWAY-OUT-RECORD
                   WRITE GATEWAY-OUT-RECORD
               END-IF
               END-IF
           END-IF.

      *> Admission control for one gateway request - credential
      *> check (when GATEWAY-AUTH ON demands one) and the per-client
      *> rolling-minute rate cap. A refusal still produces a
      *> response file, so the calling system learns WHY instead of
      *> polling forever, and still archives the request.
       CHECK-GATEWAY-ADMISSION.
           MOVE 0 TO WS-GW-REFUSED
           MOVE SPACES TO WS-GW-REASON
           IF WS-GW-AUTH-REQUIRED = 1
               IF FUNCTION TRIM(WS-GW-CLIENT) = SPACES
                   OR FUNCTION TRIM(WS-GW-CLIENT) = "anonymous"
                   MOVE 1 TO WS-GW-REFUSED
                   MOVE "NO-CREDENTIALS" TO WS-GW-REASON
               ELSE
                   MOVE FUNCTION TRIM(WS-GW-CLIENT) TO
                       WS-AUTH-USER-TXT
                   MOVE FUNCTION TRIM(WS-GW-CLIENT-PW) TO
                       WS-AUTH-PASS-TXT
                   PERFORM OPEN-OR-EXTEND-AUDIT-FILE
                   PERFORM CHECK-AUTH-CREDENTIALS
                   CLOSE AUDIT-FILE
                   IF WS-AUDIT-LOCK-HELD = 1
                       MOVE WS-AUDIT-LOCK-PATH TO WS-LOCK-FILE-PATH
                       PERFORM RELEASE-FILE-LOCK
                       MOVE 0 TO WS-AUDIT-LOCK-HELD
                   END-IF
                   IF WS-AUTH-RESULT NOT = "1"
                       MOVE 1 TO WS-GW-REFUSED
                       MOVE "BAD-CREDENTIALS" TO WS-GW-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-GW-REFUSED = 0 AND WS-GW-RATE-LIMIT > 0
               PERFORM CHECK-GATEWAY-RATE
               IF WS-GW-RATE-COUNT > WS-GW-RATE-LIMIT
                   MOVE 1 TO WS-GW-REFUSED
                   MOVE "THROTTLED" TO WS-GW-REASON
               END-IF
           END-IF
           IF WS-GW-REFUSED = 1
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "GATEWAY-REFUSED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GW-CLIENT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GW-REASON) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

      *> One rolling-minute counter per client - the window restarts
      *> sixty seconds after its first request, which is coarse but
      *> exactly tight enough to choke a looping upstream job.
       CHECK-GATEWAY-RATE.
           PERFORM COMPUTE-CLOCK-NOW-SECS
           MOVE 0 TO WS-GW-RATE-FOUND
           PERFORM SCAN-ONE-GW-RATE-SLOT
               VARYING WS-GW-RATE-IDX FROM 1 BY 1
               UNTIL WS-GW-RATE-IDX > 10
               OR WS-GW-RATE-FOUND NOT = 0
           IF WS-GW-RATE-FOUND = 0
      *> A full client table recycles slot 1 - ten concurrent
      *> clients is already past anything this queue sees.
               MOVE 1 TO WS-GW-RATE-FOUND
               MOVE WS-GW-CLIENT TO GWRATE-NAME(1)
               MOVE 0 TO GWRATE-COUNT(1)
               MOVE WS-CLOCK-NOW-SECS TO GWRATE-WINDOW-SECS(1)
           END-IF
           COMPUTE WS-ALERT-AGE = WS-CLOCK-NOW-SECS -
               GWRATE-WINDOW-SECS(WS-GW-RATE-FOUND)
           IF WS-ALERT-AGE < 0
               ADD 86400 TO WS-ALERT-AGE
           END-IF
           IF WS-ALERT-AGE > 60
               MOVE 0 TO GWRATE-COUNT(WS-GW-RATE-FOUND)
               MOVE WS-CLOCK-NOW-SECS TO
                   GWRATE-WINDOW-SECS(WS-GW-RATE-FOUND)
           END-IF
           ADD 1 TO GWRATE-COUNT(WS-GW-RATE-FOUND)
           MOVE GWRATE-COUNT(WS-GW-RATE-FOUND) TO
               WS-GW-RATE-COUNT.

       SCAN-ONE-GW-RATE-SLOT.
           IF GWRATE-NAME(WS-GW-RATE-IDX) = WS-GW-CLIENT
               MOVE WS-GW-RATE-IDX TO WS-GW-RATE-FOUND
           ELSE
               IF GWRATE-NAME(WS-GW-RATE-IDX) = SPACES
                   MOVE WS-GW-RATE-IDX TO WS-GW-RATE-FOUND
                   MOVE WS-GW-CLIENT TO
                       GWRATE-NAME(WS-GW-RATE-IDX)
                   MOVE 0 TO GWRATE-COUNT(WS-GW-RATE-IDX)
                   PERFORM COMPUTE-CLOCK-NOW-SECS
                   MOVE WS-CLOCK-NOW-SECS TO
                       GWRATE-WINDOW-SECS(WS-GW-RATE-IDX)
               END-IF
           END-IF.

       WRITE-GATEWAY-ERROR-RESPONSE.
           MOVE SPACES TO WS-GATEWAY-OUT-PATH
           STRING FUNCTION TRIM(WS-GATEWAY-REQ-PATH)
                   DELIMITED BY SIZE
               ".rsp" DELIMITED BY SIZE
               INTO WS-GATEWAY-OUT-PATH
           OPEN OUTPUT GATEWAY-OUT-FILE
           MOVE SPACES TO GATEWAY-OUT-RECORD
           STRING "CLIENT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GW-CLIENT) DELIMITED BY SIZE
               INTO GATEWAY-OUT-RECORD
           WRITE GATEWAY-OUT-RECORD
           MOVE SPACES TO GATEWAY-OUT-RECORD
           STRING "ERROR " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GW-REASON) DELIMITED BY SIZE
               INTO GATEWAY-OUT-RECORD
           WRITE GATEWAY-OUT-RECORD
           CLOSE GATEWAY-OUT-FILE.

      *> "<request>.rsp" - the run's final screen and every live
      *> value, the same NAME/VALUE shape WRITE-CHECKPOINT uses, in
      *> plain text for the calling system to read.
       WRITE-GATEWAY-RESPONSE.
           MOVE SPACES TO WS-GATEWAY-OUT-PATH
           STRING FUNCTION TRIM(WS-GATEWAY-REQ-PATH)
                   DELIMITED BY SIZE
               ".rsp" DELIMITED BY SIZE
               INTO WS-GATEWAY-OUT-PATH
           OPEN OUTPUT GATEWAY-OUT-FILE
           MOVE SPACES TO GATEWAY-OUT-RECORD
           STRING "CLIENT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GW-CLIENT) DELIMITED BY SIZE
               INTO GATEWAY-OUT-RECORD
           WRITE GATEWAY-OUT-RECORD
           MOVE SPACES TO GATEWAY-OUT-RECORD
           MOVE SCREEN-NAME(WS-CURRENT-SCREEN-IDX) TO
               GATEWAY-OUT-RECORD
           WRITE GATEWAY-OUT-RECORD
           PERFORM WRITE-ONE-GATEWAY-VALUE
               VARYING WS-GATEWAY-SCAN-IDX FROM 1 BY 1
               UNTIL WS-GATEWAY-SCAN-IDX > WS-LIVE-COUNT
           CLOSE GATEWAY-OUT-FILE.

       WRITE-ONE-GATEWAY-VALUE.
           MOVE SPACES TO GATEWAY-OUT-RECORD
           MOVE LIVE-VAR-NAME(WS-GATEWAY-SCAN-IDX) TO
               GATEWAY-OUT-RECORD
           WRITE GATEWAY-OUT-RECORD
           MOVE SPACES TO GATEWAY-OUT-RECORD
           MOVE LIVE-VAR-VALUE(WS-GATEWAY-SCAN-IDX) TO
               GATEWAY-OUT-RECORD
           WRITE GATEWAY-OUT-RECORD.

      *> ---------------------------------------------------------
      *> Batch scheduler (--schedule <schedule-file>). A long-running
      *> COBALT-MAIN that launches each listed headless job at its
      *> named site-local time, once per calendar day, through the
      *> same RESET-ENGINE-STATE/RUN-APP-FROM-FILES cycle the
      *> regression harness already proves out - no more batch window
      *> hanging off one person's alarm clock. Every launch and
      *> completion lands in AUDIT-FILE. The literal time NOW fires
      *> immediately, and a RUN-ONCE line ends the scheduler after
      *> every entry has run once (a one-shot window, and how the
      *> regression of this mode itself is driven).
      *> ---------------------------------------------------------
       SCHEDULER-RUN.
           PERFORM LOAD-LIMITS-CONFIG
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO
               WS-SCHEDULE-FILE-PATH
           MOVE 0 TO WS-SCHED-COUNT
           MOVE 0 TO WS-SCHED-RUN-ONCE
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS NOT = "00"
               DISPLAY "COBALT: cannot open schedule "
                   FUNCTION TRIM(WS-SCHEDULE-FILE-PATH)
           ELSE
               MOVE 0 TO WS-SCHED-EOF
               PERFORM LOAD-ONE-SCHED-LINE UNTIL WS-SCHED-EOF = 1
               CLOSE SCHEDULE-FILE
               IF WS-SCHED-COUNT = 0
                   DISPLAY "COBALT: schedule holds no jobs"
               ELSE
                   DISPLAY "COBALT: scheduler running "
                       WS-SCHED-COUNT " job(s)"
                   MOVE 0 TO WS-SCHED-ALL-RAN
                   PERFORM SCHEDULER-ONE-PASS
                       UNTIL WS-SCHED-RUN-ONCE = 1
                       AND WS-SCHED-ALL-RAN = 1
                   DISPLAY "COBALT: scheduler finished"
               END-IF
           END-IF.

       LOAD-ONE-SCHED-LINE.
           READ SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SCHED-EOF
           ELSE
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(SCHEDULE-RECORD) = "RUN-ONCE"
                       MOVE 1 TO WS-SCHED-RUN-ONCE
                   WHEN FUNCTION TRIM(SCHEDULE-RECORD) =
                       "SKIP-WEEKENDS"
                       MOVE 1 TO WS-SCHED-SKIP-WKEND
                   WHEN SCHEDULE-RECORD(1:9) = "CATCH-UP "
                       IF FUNCTION TRIM(SCHEDULE-RECORD(10:10))
                           = "OFF"
                           MOVE 0 TO WS-SCHED-CATCHUP
                       END-IF
                   WHEN SCHEDULE-RECORD(1:9) = "CALENDAR "
                       MOVE FUNCTION TRIM(SCHEDULE-RECORD(10:190))
                           TO WS-SCHED-CAL-PATH
                       PERFORM LOAD-SCHED-CALENDAR
                   WHEN SCHEDULE-RECORD(1:6) = "WATCH "
                       AND WS-SCHED-COUNT < 20
                       PERFORM LOAD-ONE-SCHED-WATCH
                   WHEN FUNCTION TRIM(SCHEDULE-RECORD) NOT = SPACES
                       AND SCHEDULE-RECORD(1:1) NOT = "*"
                       AND WS-SCHED-COUNT < 20
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE SPACES TO
                           SCHED-APP(WS-SCHED-COUNT)
                           SCHED-EVENTS(WS-SCHED-COUNT)
                           SCHED-NAME(WS-SCHED-COUNT)
                           SCHED-AFTER(WS-SCHED-COUNT)
                           SCHED-WATCH(WS-SCHED-COUNT)
                           SCHED-DEPT(WS-SCHED-COUNT)
                       MOVE 0 TO SCHED-EXIT(WS-SCHED-COUNT)
                       MOVE FUNCTION TRIM(SCHEDULE-RECORD) TO
                           WS-LINE-TRIMMED
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           SCHEDULE-RECORD)) TO WS-LINE-LEN
                       PERFORM TOKENIZE-LINE
                       MOVE WS-TOKEN-ENTRY(1)(1:4) TO
                           SCHED-TIME(WS-SCHED-COUNT)
                       MOVE WS-TOKEN-ENTRY(2) TO
                           SCHED-APP(WS-SCHED-COUNT)
                       MOVE WS-TOKEN-ENTRY(3) TO
                           SCHED-EVENTS(WS-SCHED-COUNT)
                       PERFORM SCAN-ONE-SCHED-CLAUSE
                           VARYING WS-FT-IDX FROM 4 BY 1
                           UNTIL WS-FT-IDX > WS-TOKEN-COUNT
                       MOVE 0 TO SCHED-RAN-FLAG(WS-SCHED-COUNT)
               END-EVALUATE
           END-IF.

      *> "WATCH <dir>/<pattern> <app-source> <events-file>" then any
      *> of NAME, AFTER, PARAM, PROCESSED, FAILED, FAIL-AT and BY,
      *> each followed by its value. Split here rather than by
      *> TOKENIZE-LINE, whose lines stop at 73 characters - a watch
      *> naming its folders runs longer.
       LOAD-ONE-SCHED-WATCH.
           ADD 1 TO WS-SCHED-COUNT
           MOVE WS-SCHED-COUNT TO WS-SCHED-IDX
           MOVE SPACES TO SCHED-APP(WS-SCHED-IDX)
               SCHED-EVENTS(WS-SCHED-IDX) SCHED-NAME(WS-SCHED-IDX)
               SCHED-AFTER(WS-SCHED-IDX) SCHED-WATCH(WS-SCHED-IDX)
               SCHED-DONE-DIR(WS-SCHED-IDX)
               SCHED-FAIL-DIR(WS-SCHED-IDX)
               SCHED-DEADLINE(WS-SCHED-IDX)
               SCHED-DEPT(WS-SCHED-IDX)
           MOVE "NOW " TO SCHED-TIME(WS-SCHED-IDX)
           MOVE "ARRIVED-FILE" TO SCHED-PARAM(WS-SCHED-IDX)
           MOVE 4 TO SCHED-FAIL-AT(WS-SCHED-IDX)
           MOVE 0 TO SCHED-EXIT(WS-SCHED-IDX)
               SCHED-RAN-FLAG(WS-SCHED-IDX)
               SCHED-ARRIVED(WS-SCHED-IDX)
               SCHED-LATE-FLAG(WS-SCHED-IDX)
           PERFORM CLEAR-ONE-SWT-WORD
               VARYING WS-SWT-WORD-IDX FROM 1 BY 1
               UNTIL WS-SWT-WORD-IDX > 16
           UNSTRING SCHEDULE-RECORD DELIMITED BY ALL SPACE
               INTO WS-SWT-WORD(1) WS-SWT-WORD(2) WS-SWT-WORD(3)
                   WS-SWT-WORD(4) WS-SWT-WORD(5) WS-SWT-WORD(6)
                   WS-SWT-WORD(7) WS-SWT-WORD(8) WS-SWT-WORD(9)
                   WS-SWT-WORD(10) WS-SWT-WORD(11) WS-SWT-WORD(12)
                   WS-SWT-WORD(13) WS-SWT-WORD(14) WS-SWT-WORD(15)
                   WS-SWT-WORD(16)
           MOVE WS-SWT-WORD(2) TO SCHED-WATCH(WS-SCHED-IDX)
           MOVE WS-SWT-WORD(3) TO SCHED-APP(WS-SCHED-IDX)
           MOVE WS-SWT-WORD(4) TO SCHED-EVENTS(WS-SCHED-IDX)
           PERFORM SCAN-ONE-SCHED-WATCH-CLAUSE
               VARYING WS-SWT-WORD-IDX FROM 5 BY 1
               UNTIL WS-SWT-WORD-IDX > 15
           IF SCHED-DEPT(WS-SCHED-IDX) NOT = SPACES
               PERFORM QUALIFY-SCHED-WATCH-PATHS
           END-IF
           MOVE SCHED-WATCH(WS-SCHED-IDX) TO WS-SWT-PATH
           PERFORM FIND-LAST-SWT-SLASH
           IF WS-SWT-SLASH = 0
               MOVE "." TO SCHED-WATCH-DIR(WS-SCHED-IDX)
           ELSE
               MOVE WS-SWT-PATH(1:WS-SWT-SLASH - 1) TO
                   SCHED-WATCH-DIR(WS-SCHED-IDX)
           END-IF
           IF SCHED-DONE-DIR(WS-SCHED-IDX) = SPACES
               STRING FUNCTION TRIM(SCHED-WATCH-DIR(WS-SCHED-IDX))
                       DELIMITED BY SIZE
                   "/processed" DELIMITED BY SIZE
                   INTO SCHED-DONE-DIR(WS-SCHED-IDX)
           END-IF
           IF SCHED-FAIL-DIR(WS-SCHED-IDX) = SPACES
               STRING FUNCTION TRIM(SCHED-WATCH-DIR(WS-SCHED-IDX))
                       DELIMITED BY SIZE
                   "/failed" DELIMITED BY SIZE
                   INTO SCHED-FAIL-DIR(WS-SCHED-IDX)
           END-IF.

       CLEAR-ONE-SWT-WORD.
           MOVE SPACES TO WS-SWT-WORD(WS-SWT-WORD-IDX).

      *> A department's watch entry watches (and files into) that
      *> department's copy of the named folders, so the arriving
      *> path handed to the app is already partitioned. A name that
      *> cannot be a department is left for the launch to refuse.
       QUALIFY-SCHED-WATCH-PATHS.
           MOVE SCHED-DEPT(WS-SCHED-IDX) TO WS-DEPT-WANTED
           PERFORM VALIDATE-DEPARTMENT-NAME
           IF WS-DEPT-VALID = 1
               MOVE WS-DEPT-CURRENT TO WS-DEPT-SAVED-RUN
               MOVE WS-DEPT-WANTED TO WS-DEPT-CURRENT
               MOVE SCHED-WATCH(WS-SCHED-IDX) TO WS-DEPT-PATH-IN
               PERFORM QUALIFY-DEPARTMENT-PATH
               MOVE WS-DEPT-PATH-OUT TO SCHED-WATCH(WS-SCHED-IDX)
               IF SCHED-DONE-DIR(WS-SCHED-IDX) NOT = SPACES
                   MOVE SCHED-DONE-DIR(WS-SCHED-IDX) TO
                       WS-DEPT-PATH-IN
                   PERFORM QUALIFY-DEPARTMENT-PATH
                   MOVE WS-DEPT-PATH-OUT TO
                       SCHED-DONE-DIR(WS-SCHED-IDX)
               END-IF
               IF SCHED-FAIL-DIR(WS-SCHED-IDX) NOT = SPACES
                   MOVE SCHED-FAIL-DIR(WS-SCHED-IDX) TO
                       WS-DEPT-PATH-IN
                   PERFORM QUALIFY-DEPARTMENT-PATH
                   MOVE WS-DEPT-PATH-OUT TO
                       SCHED-FAIL-DIR(WS-SCHED-IDX)
               END-IF
               MOVE WS-DEPT-SAVED-RUN TO WS-DEPT-CURRENT
           END-IF.

       SCAN-ONE-SCHED-WATCH-CLAUSE.
           EVALUATE FUNCTION UPPER-CASE(WS-SWT-WORD(WS-SWT-WORD-IDX))
               WHEN "NAME"
                   ADD 1 TO WS-SWT-WORD-IDX
                   MOVE WS-SWT-WORD(WS-SWT-WORD-IDX) TO
                       SCHED-NAME(WS-SCHED-IDX)
               WHEN "AFTER"
                   ADD 1 TO WS-SWT-WORD-IDX
                   MOVE WS-SWT-WORD(WS-SWT-WORD-IDX) TO
                       SCHED-AFTER(WS-SCHED-IDX)
               WHEN "PARAM"
                   ADD 1 TO WS-SWT-WORD-IDX
                   MOVE FUNCTION UPPER-CASE(
                       WS-SWT-WORD(WS-SWT-WORD-IDX)) TO
                       SCHED-PARAM(WS-SCHED-IDX)
               WHEN "PROCESSED"
                   ADD 1 TO WS-SWT-WORD-IDX
                   MOVE WS-SWT-WORD(WS-SWT-WORD-IDX) TO
                       SCHED-DONE-DIR(WS-SCHED-IDX)
               WHEN "FAILED"
                   ADD 1 TO WS-SWT-WORD-IDX
                   MOVE WS-SWT-WORD(WS-SWT-WORD-IDX) TO
                       SCHED-FAIL-DIR(WS-SCHED-IDX)
               WHEN "FAIL-AT"
                   ADD 1 TO WS-SWT-WORD-IDX
                   IF FUNCTION TEST-NUMVAL(
                       WS-SWT-WORD(WS-SWT-WORD-IDX)) = 0
                       MOVE FUNCTION NUMVAL(
                           WS-SWT-WORD(WS-SWT-WORD-IDX)) TO
                           SCHED-FAIL-AT(WS-SCHED-IDX)
                   END-IF
               WHEN "BY"
                   ADD 1 TO WS-SWT-WORD-IDX
                   IF WS-SWT-WORD(WS-SWT-WORD-IDX)(1:4) IS NUMERIC
                       MOVE WS-SWT-WORD(WS-SWT-WORD-IDX)(1:4) TO
                           SCHED-DEADLINE(WS-SCHED-IDX)
                   END-IF
               WHEN "DEPT"
                   ADD 1 TO WS-SWT-WORD-IDX
                   MOVE WS-SWT-WORD(WS-SWT-WORD-IDX) TO
                       SCHED-DEPT(WS-SCHED-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Position of the last "/" in WS-SWT-PATH, 0 when none.
       FIND-LAST-SWT-SLASH.
           MOVE 0 TO WS-SWT-SLASH
           PERFORM CHECK-ONE-SWT-SLASH
               VARYING WS-SWT-PTR FROM 1 BY 1
               UNTIL WS-SWT-PTR > 200.

       CHECK-ONE-SWT-SLASH.
           IF WS-SWT-PATH(WS-SWT-PTR:1) = "/"
               MOVE WS-SWT-PTR TO WS-SWT-SLASH
           END-IF.

       SCAN-ONE-SCHED-CLAUSE.
           EVALUATE WS-TOKEN-ENTRY(WS-FT-IDX)
               WHEN "NAME"
                   ADD 1 TO WS-FT-IDX
                   MOVE WS-TOKEN-ENTRY(WS-FT-IDX) TO
                       SCHED-NAME(WS-SCHED-COUNT)
               WHEN "AFTER"
                   ADD 1 TO WS-FT-IDX
                   MOVE WS-TOKEN-ENTRY(WS-FT-IDX) TO
                       SCHED-AFTER(WS-SCHED-COUNT)
               WHEN "DEPT"
                   ADD 1 TO WS-FT-IDX
                   MOVE WS-TOKEN-ENTRY(WS-FT-IDX) TO
                       SCHED-DEPT(WS-SCHED-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-SCHED-CALENDAR.
           MOVE WS-SCHED-CAL-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS = "00"
               MOVE 0 TO WS-IMPORT-EOF
               PERFORM LOAD-ONE-HOLIDAY-LINE
                   UNTIL WS-IMPORT-EOF = 1
               CLOSE IMPORT-FILE
           END-IF.

       LOAD-ONE-HOLIDAY-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-IMPORT-EOF
           ELSE
               IF FUNCTION TRIM(IMPORT-RECORD) NOT = SPACES
                   AND IMPORT-RECORD(1:1) NOT = "*"
                   AND WS-SCHED-HOL-COUNT < 50
                   ADD 1 TO WS-SCHED-HOL-COUNT
                   MOVE IMPORT-RECORD(1:6) TO
                       WS-SCHED-HOLIDAY(WS-SCHED-HOL-COUNT)
               END-IF
           END-IF.

       SCHEDULER-ONE-PASS.
           PERFORM GET-LOCAL-DATE-TIME
      *> A new calendar day re-arms every job - unless the calendar
      *> says the whole day is off, in which case everything marks
      *> ran at once and the scheduler just naps through it.
           IF WS-LOCAL-DATE NOT = WS-SCHED-LAST-DATE
               MOVE WS-LOCAL-DATE TO WS-SCHED-LAST-DATE
               PERFORM REARM-ONE-SCHED-ENTRY
                   VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               PERFORM CHECK-SCHED-DAY-OFF
               IF WS-SCHED-DAY-OFF = 1
                   PERFORM MARK-ONE-SCHED-RAN
                       VARYING WS-SCHED-IDX FROM 1 BY 1
                       UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "SCHED-DAY-OFF " DELIMITED BY SIZE
                       WS-LOCAL-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
               END-IF
      *> CATCH-UP OFF: a window already past when the scheduler
      *> first wakes (the machine was down through it) stays
      *> missed instead of firing hours late.
               IF WS-SCHED-FIRST-PASS = 1
                   AND WS-SCHED-CATCHUP = 0
                   MOVE WS-LOCAL-TIME(1:4) TO WS-SCHED-NOW-HHMM
                   PERFORM SKIP-ONE-MISSED-ENTRY
                       VARYING WS-SCHED-IDX FROM 1 BY 1
                       UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               END-IF
               MOVE 0 TO WS-SCHED-FIRST-PASS
           END-IF
           MOVE WS-LOCAL-TIME(1:4) TO WS-SCHED-NOW-HHMM
           PERFORM CHECK-ONE-SCHED-ENTRY
               VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
           MOVE 1 TO WS-SCHED-ALL-RAN
           PERFORM TALLY-ONE-SCHED-ENTRY
               VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
           IF WS-SCHED-RUN-ONCE = 0 OR WS-SCHED-ALL-RAN = 0
               CALL "C$SLEEP" USING WS-SCHED-NAP-SECS
           END-IF.

       REARM-ONE-SCHED-ENTRY.
           MOVE 0 TO SCHED-RAN-FLAG(WS-SCHED-IDX)
           MOVE 0 TO SCHED-ARRIVED(WS-SCHED-IDX)
           MOVE 0 TO SCHED-LATE-FLAG(WS-SCHED-IDX).

      *> A day off expects no arrivals either - a watch still picks
      *> up whatever lands, but raises no missed-arrival alert.
       MARK-ONE-SCHED-RAN.
           MOVE 1 TO SCHED-RAN-FLAG(WS-SCHED-IDX)
           MOVE 1 TO SCHED-LATE-FLAG(WS-SCHED-IDX).

       SKIP-ONE-MISSED-ENTRY.
           IF SCHED-TIME(WS-SCHED-IDX) NOT = "NOW "
               AND WS-SCHED-NOW-HHMM > SCHED-TIME(WS-SCHED-IDX)
               MOVE 1 TO SCHED-RAN-FLAG(WS-SCHED-IDX)
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "SCHED-MISSED " DELIMITED BY SIZE
                   FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

      *> Saturday/Sunday (when SKIP-WEEKENDS asks) or any date the
      *> CALENDAR file lists is a day the schedule sleeps through.
       CHECK-SCHED-DAY-OFF.
           MOVE 0 TO WS-SCHED-DAY-OFF
           IF WS-SCHED-SKIP-WKEND = 1
               ACCEPT WS-SCHED-DOW FROM DAY-OF-WEEK
               IF WS-SCHED-DOW = 6 OR WS-SCHED-DOW = 7
                   MOVE 1 TO WS-SCHED-DAY-OFF
               END-IF
           END-IF
           MOVE WS-LOCAL-DATE TO WS-SCHED-TODAY
           PERFORM CHECK-ONE-SCHED-HOLIDAY
               VARYING WS-SCHED-HOL-IDX FROM 1 BY 1
               UNTIL WS-SCHED-HOL-IDX > WS-SCHED-HOL-COUNT
               OR WS-SCHED-DAY-OFF = 1.

       CHECK-ONE-SCHED-HOLIDAY.
           IF WS-SCHED-HOLIDAY(WS-SCHED-HOL-IDX) = WS-SCHED-TODAY
               MOVE 1 TO WS-SCHED-DAY-OFF
           END-IF.

       TALLY-ONE-SCHED-ENTRY.
           IF SCHED-RAN-FLAG(WS-SCHED-IDX) = 0
               MOVE 0 TO WS-SCHED-ALL-RAN
           END-IF.

       CHECK-ONE-SCHED-ENTRY.
           IF SCHED-WATCH(WS-SCHED-IDX) NOT = SPACES
               PERFORM WATCH-ONE-SCHED-ENTRY
           ELSE
               IF SCHED-RAN-FLAG(WS-SCHED-IDX) = 0
                   AND (SCHED-TIME(WS-SCHED-IDX) = "NOW "
                       OR WS-SCHED-NOW-HHMM >=
                           SCHED-TIME(WS-SCHED-IDX))
                   IF FUNCTION TRIM(SCHED-AFTER(WS-SCHED-IDX))
                       = SPACES
                       PERFORM LAUNCH-ONE-SCHED-ENTRY
                   ELSE
                       PERFORM CHECK-SCHED-DEPENDENCY
                   END-IF
               END-IF
           END-IF.

      *> One look at a WATCH entry's pattern: note what is there and
      *> how big, forget what has gone, run each file found settled
      *> since the last look, then check the expected-by time. The
      *> entry counts as run (for RUN-ONCE) once nothing is left
      *> waiting to settle.
       WATCH-ONE-SCHED-ENTRY.
           PERFORM CLEAR-ONE-SWT-SEEN
               VARYING WS-SWT-IDX FROM 1 BY 1
               UNTIL WS-SWT-IDX > WS-SWT-FILE-COUNT
           MOVE SPACES TO WS-SWT-LIST-PATH
           STRING FUNCTION TRIM(WS-SCHEDULE-FILE-PATH)
                   DELIMITED BY SIZE
               ".arrivals" DELIMITED BY SIZE
               INTO WS-SWT-LIST-PATH
           MOVE SPACES TO WS-GATEWAY-CMD
           STRING "ls -1dp " DELIMITED BY SIZE
               FUNCTION TRIM(SCHED-WATCH(WS-SCHED-IDX))
                   DELIMITED BY SIZE
               " 2>/dev/null | grep -v '/$' > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SWT-LIST-PATH) DELIMITED BY SIZE
               INTO WS-GATEWAY-CMD
           CALL "SYSTEM" USING WS-GATEWAY-CMD
           MOVE WS-SWT-LIST-PATH TO WS-GATEWAY-FILE-PATH
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS = "00"
               MOVE 0 TO WS-SWT-EOF
               PERFORM NOTE-ONE-ARRIVAL-LINE
                   UNTIL WS-SWT-EOF = 1
               CLOSE GATEWAY-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-SWT-LIST-PATH
           MOVE 0 TO RETURN-CODE
           PERFORM FORGET-ONE-GONE-ARRIVAL
               VARYING WS-SWT-IDX FROM 1 BY 1
               UNTIL WS-SWT-IDX > WS-SWT-FILE-COUNT
           PERFORM LAUNCH-ONE-READY-ARRIVAL
               VARYING WS-SWT-IDX FROM 1 BY 1
               UNTIL WS-SWT-IDX > WS-SWT-FILE-COUNT
           MOVE 0 TO WS-SWT-PENDING
           PERFORM COUNT-ONE-PENDING-ARRIVAL
               VARYING WS-SWT-IDX FROM 1 BY 1
               UNTIL WS-SWT-IDX > WS-SWT-FILE-COUNT
           IF WS-SWT-PENDING = 0
               MOVE 1 TO SCHED-RAN-FLAG(WS-SCHED-IDX)
           ELSE
               MOVE 0 TO SCHED-RAN-FLAG(WS-SCHED-IDX)
           END-IF
           IF SCHED-DEADLINE(WS-SCHED-IDX) NOT = SPACES
               AND SCHED-ARRIVED(WS-SCHED-IDX) = 0
               AND SCHED-LATE-FLAG(WS-SCHED-IDX) = 0
               AND WS-SCHED-NOW-HHMM >= SCHED-DEADLINE(WS-SCHED-IDX)
               PERFORM RAISE-MISSED-ARRIVAL
           END-IF.

       CLEAR-ONE-SWT-SEEN.
           IF SWT-ENTRY(WS-SWT-IDX) = WS-SCHED-IDX
               MOVE 0 TO SWT-SEEN(WS-SWT-IDX)
           END-IF.

       NOTE-ONE-ARRIVAL-LINE.
           READ GATEWAY-FILE
           IF WS-GATEWAY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SWT-EOF
           ELSE
               MOVE FUNCTION TRIM(GATEWAY-RECORD) TO WS-SWT-PATH
               IF WS-SWT-PATH NOT = SPACES
                   PERFORM NOTE-ONE-ARRIVING-FILE
               END-IF
           END-IF.

      *> New to the table: note its size and wait. Known: ready once
      *> it measures the same as last time, otherwise still being
      *> written - note the new size and wait again.
       NOTE-ONE-ARRIVING-FILE.
           MOVE 0 TO WS-SWT-SIZE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SWT-PATH
               WS-KIX-DETAILS
           IF RETURN-CODE = 0
               MOVE KIXD-SIZE TO WS-SWT-SIZE
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-SWT-FOUND
           MOVE 0 TO WS-SWT-FREE
           PERFORM FIND-ONE-SWT-FILE
               VARYING WS-SWT-IDX FROM 1 BY 1
               UNTIL WS-SWT-IDX > WS-SWT-FILE-COUNT
           IF WS-SWT-FOUND = 0
               IF WS-SWT-FREE = 0 AND WS-SWT-FILE-COUNT < 60
                   ADD 1 TO WS-SWT-FILE-COUNT
                   MOVE WS-SWT-FILE-COUNT TO WS-SWT-FREE
               END-IF
               IF WS-SWT-FREE NOT = 0
                   MOVE WS-SWT-PATH TO SWT-PATH(WS-SWT-FREE)
                   MOVE WS-SCHED-IDX TO SWT-ENTRY(WS-SWT-FREE)
                   MOVE WS-SWT-SIZE TO SWT-SIZE(WS-SWT-FREE)
                   MOVE 1 TO SWT-SEEN(WS-SWT-FREE)
                   MOVE 0 TO SWT-READY(WS-SWT-FREE)
                   MOVE 0 TO SWT-HELD(WS-SWT-FREE)
               END-IF
           ELSE
               MOVE 1 TO SWT-SEEN(WS-SWT-FOUND)
               IF SWT-HELD(WS-SWT-FOUND) = 0
                   IF SWT-SIZE(WS-SWT-FOUND) = WS-SWT-SIZE
                       MOVE 1 TO SWT-READY(WS-SWT-FOUND)
                   ELSE
                       MOVE WS-SWT-SIZE TO SWT-SIZE(WS-SWT-FOUND)
                       MOVE 0 TO SWT-READY(WS-SWT-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-ONE-SWT-FILE.
           IF SWT-ENTRY(WS-SWT-IDX) = 0
               IF WS-SWT-FREE = 0
                   MOVE WS-SWT-IDX TO WS-SWT-FREE
               END-IF
           ELSE
               IF SWT-ENTRY(WS-SWT-IDX) = WS-SCHED-IDX
                   AND SWT-PATH(WS-SWT-IDX) = WS-SWT-PATH
                   MOVE WS-SWT-IDX TO WS-SWT-FOUND
               END-IF
           END-IF.

       FORGET-ONE-GONE-ARRIVAL.
           IF SWT-ENTRY(WS-SWT-IDX) = WS-SCHED-IDX
               AND SWT-SEEN(WS-SWT-IDX) = 0
               MOVE 0 TO SWT-ENTRY(WS-SWT-IDX)
               MOVE SPACES TO SWT-PATH(WS-SWT-IDX)
           END-IF.

       LAUNCH-ONE-READY-ARRIVAL.
           IF SWT-ENTRY(WS-SWT-IDX) = WS-SCHED-IDX
               AND SWT-READY(WS-SWT-IDX) = 1
               AND SWT-HELD(WS-SWT-IDX) = 0
               PERFORM LAUNCH-ONE-ARRIVAL
           END-IF.

       COUNT-ONE-PENDING-ARRIVAL.
           IF SWT-ENTRY(WS-SWT-IDX) = WS-SCHED-IDX
               AND SWT-HELD(WS-SWT-IDX) = 0
               ADD 1 TO WS-SWT-PENDING
           END-IF.

      *> The job runs with the file's path in its PARAM field, then
      *> the file is filed away by how the run was graded.
       LAUNCH-ONE-ARRIVAL.
           MOVE 1 TO SCHED-ARRIVED(WS-SCHED-IDX)
           MOVE SWT-PATH(WS-SWT-IDX) TO WS-SWT-ARRIVAL-PATH
           MOVE SCHED-APP(WS-SCHED-IDX) TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "SCHED-ARRIVAL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SWT-ARRIVAL-PATH) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD
           PERFORM WRITE-SCHED-AUDIT-LAUNCH
           PERFORM RESET-ENGINE-STATE
           MOVE 0 TO WS-SRC-LINE-COUNT
           PERFORM RUN-SCHED-ENTRY-JOB
           MOVE WS-RUN-EXIT-CODE TO SCHED-EXIT(WS-SCHED-IDX)
           MOVE 0 TO WS-RUN-EXIT-CODE
           MOVE SCHED-APP(WS-SCHED-IDX) TO WS-APP-FILE-PATH
           PERFORM WRITE-SCHED-AUDIT-COMPLETE
           MOVE 0 TO WS-SWT-FAILED
           IF WS-SRC-LINE-COUNT = 0
               AND SCHED-APP(WS-SCHED-IDX) NOT = "--job-stream"
               AND SCHED-APP(WS-SCHED-IDX) NOT = "--query"
               MOVE 1 TO WS-SWT-FAILED
           END-IF
           IF SCHED-EXIT(WS-SCHED-IDX) >= SCHED-FAIL-AT(WS-SCHED-IDX)
               MOVE 1 TO WS-SWT-FAILED
           END-IF
           IF WS-SWT-FAILED = 1
               MOVE SCHED-FAIL-DIR(WS-SCHED-IDX) TO WS-SWT-TARGET-DIR
           ELSE
               MOVE SCHED-DONE-DIR(WS-SCHED-IDX) TO WS-SWT-TARGET-DIR
           END-IF
           PERFORM FILE-AWAY-ARRIVAL
           MOVE SPACES TO WS-SWT-ARRIVAL-PATH.

      *> Same name in the target folder unless one is there already,
      *> in which case the new one takes a date-time suffix rather
      *> than overwrite it. A file that cannot be moved is held - it
      *> is not run again while it stays where it is.
       FILE-AWAY-ARRIVAL.
           MOVE WS-SWT-ARRIVAL-PATH TO WS-SWT-PATH
           PERFORM FIND-LAST-SWT-SLASH
           MOVE SPACES TO WS-SWT-BASE
           MOVE WS-SWT-PATH(WS-SWT-SLASH + 1:) TO WS-SWT-BASE
           MOVE SPACES TO WS-GATEWAY-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SWT-TARGET-DIR) DELIMITED BY SIZE
               INTO WS-GATEWAY-CMD
           CALL "SYSTEM" USING WS-GATEWAY-CMD
           MOVE SPACES TO WS-SWT-TARGET
           STRING FUNCTION TRIM(WS-SWT-TARGET-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SWT-BASE) DELIMITED BY SIZE
               INTO WS-SWT-TARGET
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SWT-TARGET
               WS-KIX-DETAILS
           IF RETURN-CODE = 0
               PERFORM GET-LOCAL-DATE-TIME
               MOVE WS-SWT-TARGET TO WS-SWT-PATH
               MOVE SPACES TO WS-SWT-TARGET
               STRING FUNCTION TRIM(WS-SWT-PATH) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-LOCAL-DATE DELIMITED BY SIZE
                   WS-LOCAL-TIME(1:6) DELIMITED BY SIZE
                   INTO WS-SWT-TARGET
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE" USING WS-SWT-ARRIVAL-PATH
               WS-SWT-TARGET
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           IF RETURN-CODE = 0
               MOVE 0 TO SWT-ENTRY(WS-SWT-IDX)
               MOVE SPACES TO SWT-PATH(WS-SWT-IDX)
               STRING "SCHED-FILED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SWT-ARRIVAL-PATH)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SWT-TARGET) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
           ELSE
               MOVE 1 TO SWT-HELD(WS-SWT-IDX)
               STRING "SCHED-FAIL " DELIMITED BY SIZE
                   FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                       DELIMITED BY SIZE
                   " NOT-MOVED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SWT-ARRIVAL-PATH)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM WRITE-UTILITY-AUDIT-RECORD
      *> A run failed short of an abort is not flagged by the
      *> completion record - the file sitting in the failed folder
      *> still wants someone to look at it.
           IF WS-SWT-FAILED = 1
               AND SCHED-EXIT(WS-SCHED-IDX) < 8
               AND WS-SRC-LINE-COUNT NOT = 0
               MOVE SCHED-EXIT(WS-SCHED-IDX) TO WS-JST-CODE-TXT
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "SCHED-FAIL " DELIMITED BY SIZE
                   FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                       DELIMITED BY SIZE
                   " ARRIVAL " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SWT-BASE) DELIMITED BY SIZE
                   " EXIT=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-CODE-TXT) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF.

      *> Nothing matching the pattern by its BY time today - raised
      *> once, as a SCHED-FAIL so it reaches the operations inbox
      *> and any alert rule watching for it.
       RAISE-MISSED-ARRIVAL.
           MOVE 1 TO SCHED-LATE-FLAG(WS-SCHED-IDX)
           DISPLAY "COBALT: *** ALERT nothing matching "
               FUNCTION TRIM(SCHED-WATCH(WS-SCHED-IDX))
               " arrived by " SCHED-DEADLINE(WS-SCHED-IDX) " ***"
           MOVE SCHED-APP(WS-SCHED-IDX) TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "SCHED-FAIL " DELIMITED BY SIZE
               FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                   DELIMITED BY SIZE
               " ARRIVAL-MISSED " DELIMITED BY SIZE
               FUNCTION TRIM(SCHED-WATCH(WS-SCHED-IDX))
                   DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               SCHED-DEADLINE(WS-SCHED-IDX) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD.

      *> AFTER <name>: wait while the dependency has not run today;
      *> fire once it ran clean; skip for the day (audited) when it
      *> ran degraded or aborted - a chain never builds on a failed
      *> upstream.
       CHECK-SCHED-DEPENDENCY.
           MOVE 0 TO WS-SCHED-DEP-FOUND
           PERFORM SCAN-ONE-SCHED-DEP
               VARYING WS-SCHED-DEP-IDX FROM 1 BY 1
               UNTIL WS-SCHED-DEP-IDX > WS-SCHED-COUNT
               OR WS-SCHED-DEP-FOUND NOT = 0
           IF WS-SCHED-DEP-FOUND = 0
      *> An AFTER naming no job is a schedule typo - run anyway
      *> rather than wedge the chain forever.
               PERFORM LAUNCH-ONE-SCHED-ENTRY
           ELSE
               IF SCHED-RAN-FLAG(WS-SCHED-DEP-FOUND) = 1
                   IF SCHED-EXIT(WS-SCHED-DEP-FOUND) = 0
                       PERFORM LAUNCH-ONE-SCHED-ENTRY
                   ELSE
                       MOVE 1 TO SCHED-RAN-FLAG(WS-SCHED-IDX)
                       MOVE 4 TO SCHED-EXIT(WS-SCHED-IDX)
                       MOVE SPACES TO WS-AUDIT-TAG-LINE
                       STRING "SCHED-SKIP " DELIMITED BY SIZE
                           FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                               DELIMITED BY SIZE
                           " dependency-failed" DELIMITED BY SIZE
                           INTO WS-AUDIT-TAG-LINE
                       PERFORM WRITE-UTILITY-AUDIT-RECORD
                   END-IF
               END-IF
           END-IF.

       SCAN-ONE-SCHED-DEP.
           IF FUNCTION TRIM(SCHED-NAME(WS-SCHED-DEP-IDX)) =
               FUNCTION TRIM(SCHED-AFTER(WS-SCHED-IDX))
               AND FUNCTION TRIM(SCHED-AFTER(WS-SCHED-IDX))
                   NOT = SPACES
               MOVE WS-SCHED-DEP-IDX TO WS-SCHED-DEP-FOUND
           END-IF.

       LAUNCH-ONE-SCHED-ENTRY.
           MOVE 1 TO SCHED-RAN-FLAG(WS-SCHED-IDX)
           MOVE SPACES TO WS-SWT-ARRIVAL-PATH
           MOVE SCHED-APP(WS-SCHED-IDX) TO WS-APP-FILE-PATH
           PERFORM WRITE-SCHED-AUDIT-LAUNCH
      *> A DEPT entry runs for its department; the scheduler's own
      *> launch/completion records stay on the scheduler's trail.
           MOVE WS-DEPT-RUN TO WS-DEPT-SAVED-RUN
           MOVE 1 TO WS-DEPT-VALID
           IF SCHED-DEPT(WS-SCHED-IDX) NOT = SPACES
               MOVE SCHED-DEPT(WS-SCHED-IDX) TO WS-DEPT-WANTED
               PERFORM VALIDATE-DEPARTMENT-NAME
           END-IF
           IF WS-DEPT-VALID = 0
               DISPLAY "COBALT: schedule entry DEPT "
                   FUNCTION TRIM(SCHED-DEPT(WS-SCHED-IDX))
                   " is not a usable department name - not run"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               IF SCHED-DEPT(WS-SCHED-IDX) NOT = SPACES
                   MOVE WS-DEPT-WANTED TO WS-DEPT-RUN
               END-IF
               PERFORM RESET-ENGINE-STATE
               PERFORM RUN-SCHED-ENTRY-JOB
           END-IF
           MOVE WS-DEPT-SAVED-RUN TO WS-DEPT-RUN
           MOVE WS-DEPT-RUN TO WS-DEPT-CURRENT
           PERFORM APPLY-DEPARTMENT-SITE-PATHS
      *> The grade the run-control record carries is kept on the
      *> entry - what any AFTER dependent keys off.
           MOVE WS-RUN-EXIT-CODE TO SCHED-EXIT(WS-SCHED-IDX)
           MOVE 0 TO WS-RUN-EXIT-CODE
           MOVE SCHED-APP(WS-SCHED-IDX) TO WS-APP-FILE-PATH
           PERFORM WRITE-SCHED-AUDIT-COMPLETE.

      *> An entry may run a whole job stream in place of one app -
      *> "0200 --job-stream nightly.jobs NAME nightly", or a saved
      *> query - "0600 --query overdue-rates", spooled since no one
      *> is at the screen. An app run for an arriving file is
      *> handed the file's path.
       RUN-SCHED-ENTRY-JOB.
           IF SCHED-APP(WS-SCHED-IDX) = "--job-stream"
               OR SCHED-APP(WS-SCHED-IDX) = "--query"
               MOVE SPACES TO WS-CMD-LINE-RAW
               STRING FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SCHED-EVENTS(WS-SCHED-IDX))
                       DELIMITED BY SIZE
                   INTO WS-CMD-LINE-RAW
               PERFORM SPLIT-COMMAND-LINE
               MOVE 0 TO WS-RUN-EXIT-CODE
               MOVE 1 TO WS-QRY-UNATTENDED
               PERFORM DISPATCH-COMMAND-LINE
               MOVE 0 TO WS-QRY-UNATTENDED
           ELSE
               MOVE SCHED-APP(WS-SCHED-IDX) TO WS-APP-FILE-PATH
               MOVE SCHED-EVENTS(WS-SCHED-IDX) TO WS-EVENTS-FILE-PATH
               IF WS-SWT-ARRIVAL-PATH NOT = SPACES
                   MOVE 1 TO WS-PARAM-COUNT
                   MOVE SCHED-PARAM(WS-SCHED-IDX) TO WS-PARAM-NAME(1)
                   MOVE WS-SWT-ARRIVAL-PATH TO WS-PARAM-VALUE(1)
               END-IF
               PERFORM RUN-APP-FROM-FILES
           END-IF.

      *> The launch/completion records bracket the job's own audit
      *> records - AUDIT-FILE is opened and closed around each so the
      *> job's own OPEN-OR-EXTEND sees a closed file.
       WRITE-SCHED-AUDIT-LAUNCH.
           PERFORM OPEN-OR-EXTEND-AUDIT-FILE
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "SCHED-LAUNCH " DELIMITED BY SIZE
               FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                   DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           CLOSE AUDIT-FILE
           PERFORM RELEASE-RUN-LOCKS.

       WRITE-SCHED-AUDIT-COMPLETE.
           PERFORM OPEN-OR-EXTEND-AUDIT-FILE
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "SCHED-COMPLETE " DELIMITED BY SIZE
               FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                   DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM STAMP-AND-WRITE-AUDIT-RECORD
      *> A job whose source never loaded, or whose run aborted on an
      *> execution limit, failed to launch as far as anyone waiting
      *> on its output is concerned - recorded as such so it reaches
      *> the operations inbox, not just the completion count.
           IF WS-SRC-LINE-COUNT = 0
               AND SCHED-APP(WS-SCHED-IDX) NOT = "--job-stream"
               AND SCHED-APP(WS-SCHED-IDX) NOT = "--query"
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "SCHED-FAIL " DELIMITED BY SIZE
                   FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                       DELIMITED BY SIZE
                   " NOT-LOADED" DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM STAMP-AND-WRITE-AUDIT-RECORD
           ELSE
               IF SCHED-EXIT(WS-SCHED-IDX) >= 8
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "SCHED-FAIL " DELIMITED BY SIZE
                       FUNCTION TRIM(SCHED-APP(WS-SCHED-IDX))
                           DELIMITED BY SIZE
                       " EXIT=" DELIMITED BY SIZE
                       SCHED-EXIT(WS-SCHED-IDX) DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM STAMP-AND-WRITE-AUDIT-RECORD
               END-IF
           END-IF
           CLOSE AUDIT-FILE
           PERFORM RELEASE-RUN-LOCKS.

      *> ---------------------------------------------------------
      *> --job-stream <stream-file> [RESTART [<step>]] - run a
      *> night's steps in order in this one process, each under
      *> the conditions the stream file gives it (see
      *> WS-JST-SCRATCH), and spool the step-by-step job log. Each
      *> step is run exactly as its command line would run it on
      *> its own - the engine state reset first, as the scheduler
      *> does between jobs - and is graded on the exit code its run
      *> control carries. Exit is the highest step code, or 8 when
      *> the stream failed or was refused.
      *> ---------------------------------------------------------
       JOB-STREAM-RUN.
           MOVE FUNCTION TRIM(WS-EVENTS-FILE-PATH) TO WS-JST-PATH
           MOVE 0 TO WS-JST-RESTART-SW
           MOVE SPACES TO WS-JST-RESTART-STEP WS-JST-ERROR
           IF FUNCTION UPPER-CASE(WS-ARG3-TXT) = "RESTART"
               MOVE 1 TO WS-JST-RESTART-SW
               MOVE WS-ARG4-TXT TO WS-JST-RESTART-STEP
           END-IF
           IF WS-JST-PATH = SPACES
               OR (WS-ARG3-TXT NOT = SPACES AND NOT JST-IS-RESTART)
               DISPLAY "COBALT: usage - --job-stream <stream-file> "
                   "[RESTART [<step>]]"
               MOVE 8 TO WS-RUN-EXIT-CODE
           ELSE
               PERFORM READ-JOB-STREAM
      *> A stream-wide DEPT moves the whole stream - its refusal
      *> record and job log included; the department it was started
      *> for comes back once it ends.
               MOVE WS-DEPT-RUN TO WS-DEPT-STREAM-IN
               IF WS-JST-DEPT NOT = SPACES
                   MOVE WS-JST-DEPT TO WS-DEPT-RUN
                   MOVE WS-JST-DEPT TO WS-DEPT-CURRENT
                   PERFORM APPLY-DEPARTMENT-SITE-PATHS
               END-IF
               MOVE WS-DEPT-RUN TO WS-DEPT-STREAM-RUN
               MOVE 1 TO WS-JST-FROM-IDX
               IF WS-JST-ERROR = SPACES AND JST-IS-RESTART
                   PERFORM LOAD-JOB-STREAM-STATE
               END-IF
               IF WS-JST-ERROR NOT = SPACES
                   DISPLAY "COBALT: job stream "
                       FUNCTION TRIM(WS-JST-PATH) " refused - "
                       FUNCTION TRIM(WS-JST-ERROR)
                   MOVE SPACES TO WS-AUDIT-TAG-LINE
                   STRING "JOB-REFUSED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JST-PATH) DELIMITED BY SIZE
                       INTO WS-AUDIT-TAG-LINE
                   PERFORM WRITE-UTILITY-AUDIT-RECORD
                   MOVE 8 TO WS-RUN-EXIT-CODE
               ELSE
                   IF WS-JST-FROM-IDX = 0
                       DISPLAY "COBALT: job "
                           FUNCTION TRIM(WS-JST-JOB-NAME)
                           " completed last run - nothing to restart"
                       MOVE 0 TO WS-RUN-EXIT-CODE
                   ELSE
                       PERFORM RUN-JOB-STREAM-STEPS
                       PERFORM WRITE-JOB-STREAM-LOG
                       MOVE WS-JST-MAX-CODE TO WS-RUN-EXIT-CODE
                       IF JST-STREAM-FAILED
                           MOVE 8 TO WS-RUN-EXIT-CODE
                       END-IF
                   END-IF
               END-IF
               MOVE WS-DEPT-STREAM-IN TO WS-DEPT-RUN
               MOVE WS-DEPT-RUN TO WS-DEPT-CURRENT
               PERFORM APPLY-DEPARTMENT-SITE-PATHS
           END-IF.

       READ-JOB-STREAM.
           MOVE SPACES TO WS-JST-JOB-NAME WS-JST-DEPT
           MOVE 0 TO WS-JST-STEP-COUNT WS-JST-LINE-NO
           MOVE 4 TO WS-JST-FAIL-AT
           MOVE SPACES TO WS-JST-STATE-PATH
           STRING FUNCTION TRIM(WS-JST-PATH) DELIMITED BY SIZE
               ".state" DELIMITED BY SIZE
               INTO WS-JST-STATE-PATH
           MOVE WS-JST-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               STRING "cannot open stream file " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-PATH) DELIMITED BY SIZE
                   INTO WS-JST-ERROR
           ELSE
               MOVE 0 TO WS-JST-EOF
               PERFORM READ-ONE-JOB-STREAM-LINE
                   UNTIL WS-JST-EOF = 1
                   OR WS-JST-ERROR NOT = SPACES
               CLOSE IMPORT-FILE
               IF WS-JST-ERROR = SPACES AND WS-JST-STEP-COUNT = 0
                   MOVE "no STEP statements" TO WS-JST-ERROR
               END-IF
           END-IF
           IF WS-JST-JOB-NAME = SPACES
               PERFORM NAME-JOB-FROM-STREAM-FILE
           END-IF.

      *> The stream file's base name - no directory, no extension.
       NAME-JOB-FROM-STREAM-FILE.
           MOVE 0 TO WS-JST-FOUND
           PERFORM FIND-ONE-STREAM-PATH-SLASH
               VARYING WS-JST-PTR FROM 1 BY 1
               UNTIL WS-JST-PTR > 200
           COMPUTE WS-JST-PTR = WS-JST-FOUND + 1
           UNSTRING WS-JST-PATH(WS-JST-PTR:) DELIMITED BY "."
               OR SPACE
               INTO WS-JST-JOB-NAME.

       FIND-ONE-STREAM-PATH-SLASH.
           IF WS-JST-PATH(WS-JST-PTR:1) = "/"
               MOVE WS-JST-PTR TO WS-JST-FOUND
           END-IF.

       READ-ONE-JOB-STREAM-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-JST-EOF
           ELSE
               ADD 1 TO WS-JST-LINE-NO
               MOVE FUNCTION TRIM(IMPORT-RECORD) TO WS-JST-LINE
               IF WS-JST-LINE NOT = SPACES
                   AND WS-JST-LINE(1:1) NOT = "*"
                   PERFORM APPLY-JOB-STREAM-LINE
               END-IF
           END-IF.

       APPLY-JOB-STREAM-LINE.
           MOVE SPACES TO WS-JST-VERB
           PERFORM CLEAR-ONE-JOB-STREAM-WORD
               VARYING WS-JST-WORD-IDX FROM 1 BY 1
               UNTIL WS-JST-WORD-IDX > 4
           UNSTRING WS-JST-LINE DELIMITED BY ALL SPACE
               INTO WS-JST-VERB WS-JST-WORD(1) WS-JST-WORD(2)
                   WS-JST-WORD(3) WS-JST-WORD(4)
           MOVE FUNCTION UPPER-CASE(WS-JST-VERB) TO WS-JST-VERB
           IF WS-JST-STEP-COUNT = 0
               AND (WS-JST-VERB = "WHEN" OR "INPUT" OR "OUTPUT")
               STRING FUNCTION TRIM(WS-JST-VERB) DELIMITED BY SIZE
                   " before any STEP" DELIMITED BY SIZE
                   INTO WS-JST-ERROR
           ELSE
               EVALUATE WS-JST-VERB
                   WHEN "JOB"
                       MOVE WS-JST-WORD(1) TO WS-JST-JOB-NAME
                   WHEN "FAIL-AT"
                       PERFORM APPLY-JOB-STREAM-FAIL-AT
                   WHEN "DEPT"
                       PERFORM APPLY-JOB-STREAM-DEPT
                   WHEN "STEP"
                       PERFORM ADD-JOB-STREAM-STEP
                   WHEN "WHEN"
                       PERFORM ADD-JOB-STEP-CONDITION
                   WHEN "INPUT"
                       IF JST-IN-COUNT(WS-JST-STEP-COUNT) >= 4
                           OR WS-JST-WORD(1) = SPACES
                           MOVE "INPUT needs a file, at most 4 a step"
                               TO WS-JST-ERROR
                       ELSE
                           ADD 1 TO JST-IN-COUNT(WS-JST-STEP-COUNT)
                           MOVE WS-JST-WORD(1) TO
                               JST-INPUT(WS-JST-STEP-COUNT
                                   JST-IN-COUNT(WS-JST-STEP-COUNT))
                       END-IF
                   WHEN "OUTPUT"
                       IF JST-OUT-COUNT(WS-JST-STEP-COUNT) >= 4
                           OR WS-JST-WORD(1) = SPACES
                           MOVE
                               "OUTPUT needs a file, at most 4 a step"
                               TO WS-JST-ERROR
                       ELSE
                           ADD 1 TO JST-OUT-COUNT(WS-JST-STEP-COUNT)
                           MOVE WS-JST-WORD(1) TO
                               JST-OUTPUT(WS-JST-STEP-COUNT
                                   JST-OUT-COUNT(WS-JST-STEP-COUNT))
                       END-IF
                   WHEN OTHER
                       STRING "unknown statement " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JST-VERB)
                               DELIMITED BY SIZE
                           INTO WS-JST-ERROR
               END-EVALUATE
           END-IF
           IF WS-JST-ERROR NOT = SPACES
               MOVE WS-JST-LINE-NO TO WS-JST-LINE-TXT
               MOVE WS-JST-ERROR TO WS-JST-LINE
               MOVE SPACES TO WS-JST-ERROR
               STRING "line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-LINE-TXT) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-LINE) DELIMITED BY SIZE
                   INTO WS-JST-ERROR
           END-IF.

       CLEAR-ONE-JOB-STREAM-WORD.
           MOVE SPACES TO WS-JST-WORD(WS-JST-WORD-IDX).

      *> Before the first STEP the stream-wide threshold, after it
      *> the threshold of the step it follows.
       APPLY-JOB-STREAM-FAIL-AT.
           IF FUNCTION TEST-NUMVAL(WS-JST-WORD(1)) NOT = 0
               OR WS-JST-WORD(1) = SPACES
               MOVE "FAIL-AT needs an exit code from 1 to 99"
                   TO WS-JST-ERROR
           ELSE
               IF FUNCTION NUMVAL(WS-JST-WORD(1)) < 1
                   OR FUNCTION NUMVAL(WS-JST-WORD(1)) > 99
                   MOVE "FAIL-AT needs an exit code from 1 to 99"
                       TO WS-JST-ERROR
               ELSE
                   IF WS-JST-STEP-COUNT = 0
                       MOVE FUNCTION NUMVAL(WS-JST-WORD(1)) TO
                           WS-JST-FAIL-AT
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-JST-WORD(1)) TO
                           JST-FAIL-AT(WS-JST-STEP-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> Before the first STEP the stream's department, after it
      *> the department of the step it follows.
       APPLY-JOB-STREAM-DEPT.
           MOVE WS-JST-WORD(1) TO WS-DEPT-WANTED
           PERFORM VALIDATE-DEPARTMENT-NAME
           IF WS-DEPT-VALID = 0
               MOVE "DEPT needs a name of letters, digits, - and _"
                   TO WS-JST-ERROR
           ELSE
               IF WS-JST-STEP-COUNT = 0
                   MOVE WS-DEPT-WANTED TO WS-JST-DEPT
               ELSE
                   MOVE WS-DEPT-WANTED TO JST-DEPT(WS-JST-STEP-COUNT)
               END-IF
           END-IF.

      *> STEP <name> <command ...> - the command is everything after
      *> the name. A step may not run another stream, the scheduler,
      *> a listener, or anything that waits at the terminal, and an
      *> app step must name the events file that drives it.
       ADD-JOB-STREAM-STEP.
           MOVE 1 TO WS-JST-PTR
           UNSTRING WS-JST-LINE DELIMITED BY ALL SPACE
               INTO WS-JST-VERB WS-JST-SEEK-NAME
               WITH POINTER WS-JST-PTR
           PERFORM FIND-JOB-STEP-BY-NAME
           EVALUATE TRUE
               WHEN WS-JST-STEP-COUNT >= 20
                   MOVE "more than 20 steps" TO WS-JST-ERROR
               WHEN WS-JST-WORD(2) = SPACES
                   MOVE "STEP needs a name and a command"
                       TO WS-JST-ERROR
               WHEN WS-JST-FOUND NOT = 0
                   STRING "step " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JST-SEEK-NAME)
                           DELIMITED BY SIZE
                       " named twice" DELIMITED BY SIZE
                       INTO WS-JST-ERROR
               WHEN WS-JST-WORD(2) = "--job-stream" OR "--schedule"
                   OR "--serve" OR "--gateway" OR "--regress"
                   OR "--train" OR "--paint" OR "--launcher"
                   OR "--spool-console" OR "--report-inbox"
                   OR "--key-history"
                   STRING FUNCTION TRIM(WS-JST-WORD(2))
                           DELIMITED BY SIZE
                       " cannot run as a step" DELIMITED BY SIZE
                       INTO WS-JST-ERROR
               WHEN OTHER
                   MOVE 0 TO WS-JST-TALLY
                   INSPECT WS-JST-WORD(3) TALLYING WS-JST-TALLY
                       FOR ALL "="
                   IF WS-JST-WORD(2)(1:2) NOT = "--"
                       AND (WS-JST-WORD(3) = SPACES
                           OR WS-JST-TALLY > 0)
                       STRING "step " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JST-SEEK-NAME)
                               DELIMITED BY SIZE
                           " names no events file" DELIMITED BY SIZE
                           INTO WS-JST-ERROR
                   ELSE
                       ADD 1 TO WS-JST-STEP-COUNT
                       MOVE WS-JST-STEP-COUNT TO WS-JST-IDX
                       MOVE WS-JST-SEEK-NAME TO JST-NAME(WS-JST-IDX)
                       MOVE FUNCTION TRIM(WS-JST-LINE(WS-JST-PTR:))
                           TO JST-CMD(WS-JST-IDX)
                       MOVE WS-JST-FAIL-AT TO JST-FAIL-AT(WS-JST-IDX)
                       MOVE SPACES TO JST-DEPT(WS-JST-IDX)
                       MOVE 0 TO JST-COND-COUNT(WS-JST-IDX)
                           JST-IN-COUNT(WS-JST-IDX)
                           JST-OUT-COUNT(WS-JST-IDX)
                           JST-CODE(WS-JST-IDX)
                       MOVE "PENDING" TO JST-STATUS(WS-JST-IDX)
                       MOVE SPACES TO JST-REASON(WS-JST-IDX)
                           JST-START(WS-JST-IDX) JST-END(WS-JST-IDX)
                   END-IF
           END-EVALUATE.

      *> WS-JST-SEEK-NAME among the steps listed so far.
       FIND-JOB-STEP-BY-NAME.
           MOVE 0 TO WS-JST-FOUND
           PERFORM CHECK-ONE-JOB-STEP-NAME
               VARYING WS-JST-SCAN-IDX FROM 1 BY 1
               UNTIL WS-JST-SCAN-IDX > WS-JST-STEP-COUNT
               OR WS-JST-FOUND NOT = 0.

       CHECK-ONE-JOB-STEP-NAME.
           IF JST-NAME(WS-JST-SCAN-IDX) = WS-JST-SEEK-NAME
               MOVE WS-JST-SCAN-IDX TO WS-JST-FOUND
           END-IF.

      *> WHEN <step> <op> <code> must name a step listed above this
      *> one - a stream only ever looks back.
       ADD-JOB-STEP-CONDITION.
           MOVE WS-JST-STEP-COUNT TO WS-JST-IDX
           MOVE FUNCTION UPPER-CASE(WS-JST-WORD(1)) TO WS-JST-NUM-TXT
           MOVE FUNCTION UPPER-CASE(WS-JST-WORD(2)) TO WS-JST-WORD(2)
           IF JST-COND-COUNT(WS-JST-IDX) >= 4
               MOVE "more than 4 WHEN statements on a step"
                   TO WS-JST-ERROR
           ELSE
               ADD 1 TO JST-COND-COUNT(WS-JST-IDX)
               MOVE JST-COND-COUNT(WS-JST-IDX) TO WS-JST-COND-IDX
               MOVE SPACES TO JST-COND-STEP(WS-JST-IDX
                   WS-JST-COND-IDX)
               MOVE 0 TO JST-COND-CODE(WS-JST-IDX WS-JST-COND-IDX)
               IF WS-JST-NUM-TXT = "FAILED" OR "ALWAYS"
                   MOVE WS-JST-NUM-TXT TO
                       JST-COND-OP(WS-JST-IDX WS-JST-COND-IDX)
               ELSE
                   MOVE WS-JST-WORD(1) TO WS-JST-SEEK-NAME
                   MOVE WS-JST-STEP-COUNT TO WS-JST-TALLY
                   SUBTRACT 1 FROM WS-JST-STEP-COUNT
                   PERFORM FIND-JOB-STEP-BY-NAME
                   MOVE WS-JST-TALLY TO WS-JST-STEP-COUNT
                   EVALUATE TRUE
                       WHEN WS-JST-FOUND = 0
                           STRING "WHEN names no earlier step "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(WS-JST-WORD(1))
                                   DELIMITED BY SIZE
                               INTO WS-JST-ERROR
                       WHEN WS-JST-WORD(2) NOT = "EQ" AND "NE"
                           AND "LT" AND "LE" AND "GT" AND "GE"
                           MOVE
                           "WHEN needs EQ, NE, LT, LE, GT or GE"
                               TO WS-JST-ERROR
                       WHEN WS-JST-WORD(3) = SPACES
                           OR FUNCTION TEST-NUMVAL(WS-JST-WORD(3))
                               NOT = 0
                           MOVE "WHEN needs an exit code to test"
                               TO WS-JST-ERROR
                       WHEN OTHER
                           MOVE WS-JST-SEEK-NAME TO
                               JST-COND-STEP(WS-JST-IDX
                                   WS-JST-COND-IDX)
                           MOVE WS-JST-WORD(2) TO
                               JST-COND-OP(WS-JST-IDX
                                   WS-JST-COND-IDX)
                           MOVE FUNCTION NUMVAL(WS-JST-WORD(3)) TO
                               JST-COND-CODE(WS-JST-IDX
                                   WS-JST-COND-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

      *> RESTART: the outcome each step was left with, then the step
      *> to pick up from. Steps the stream file no longer lists are
      *> ignored; a step it lists that the state file does not is
      *> still PENDING.
       LOAD-JOB-STREAM-STATE.
           MOVE SPACES TO WS-JST-SAVED-END
           MOVE WS-JST-STATE-PATH TO WS-IMPORT-FILE-PATH
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               STRING "no state file " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-STATE-PATH) DELIMITED BY SIZE
                   " to restart from" DELIMITED BY SIZE
                   INTO WS-JST-ERROR
           ELSE
               MOVE 0 TO WS-JST-EOF
               PERFORM READ-ONE-JOB-STATE-LINE
                   UNTIL WS-JST-EOF = 1
               CLOSE IMPORT-FILE
               IF WS-JST-RESTART-STEP NOT = SPACES
                   MOVE WS-JST-RESTART-STEP TO WS-JST-SEEK-NAME
                   PERFORM FIND-JOB-STEP-BY-NAME
                   MOVE WS-JST-FOUND TO WS-JST-FROM-IDX
                   IF WS-JST-FOUND = 0
                       STRING "no step " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JST-RESTART-STEP)
                               DELIMITED BY SIZE
                           " to restart from" DELIMITED BY SIZE
                           INTO WS-JST-ERROR
                   END-IF
               ELSE
                   MOVE 0 TO WS-JST-FROM-IDX
                   PERFORM FIND-ONE-JOB-RESTART-STEP
                       VARYING WS-JST-IDX FROM 1 BY 1
                       UNTIL WS-JST-IDX > WS-JST-STEP-COUNT
                       OR WS-JST-FROM-IDX NOT = 0
               END-IF
               IF WS-JST-ERROR = SPACES AND WS-JST-FROM-IDX NOT = 0
                   PERFORM PREPARE-ONE-JOB-STEP-RESTART
                       VARYING WS-JST-IDX FROM 1 BY 1
                       UNTIL WS-JST-IDX > WS-JST-STEP-COUNT
                   MOVE JST-NAME(WS-JST-FROM-IDX) TO
                       WS-JST-RESTART-STEP
               END-IF
           END-IF.

      *> "STEP <name> <status> <code>" and "END <status>" lines.
       READ-ONE-JOB-STATE-LINE.
           READ IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-JST-EOF
           ELSE
               MOVE SPACES TO WS-JST-VERB WS-JST-WORD(1)
                   WS-JST-WORD(2) WS-JST-WORD(3)
               UNSTRING IMPORT-RECORD DELIMITED BY ALL SPACE
                   INTO WS-JST-VERB WS-JST-WORD(1) WS-JST-WORD(2)
                       WS-JST-WORD(3)
               EVALUATE WS-JST-VERB
                   WHEN "STEP"
                       MOVE WS-JST-WORD(1) TO WS-JST-SEEK-NAME
                       PERFORM FIND-JOB-STEP-BY-NAME
                       IF WS-JST-FOUND NOT = 0
                           MOVE WS-JST-WORD(2) TO
                               JST-STATUS(WS-JST-FOUND)
                           IF WS-JST-WORD(3)(1:2) IS NUMERIC
                               MOVE WS-JST-WORD(3)(1:2) TO
                                   JST-CODE(WS-JST-FOUND)
                           END-IF
                       END-IF
                   WHEN "END"
                       MOVE WS-JST-WORD(1) TO WS-JST-SAVED-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-ONE-JOB-RESTART-STEP.
           IF NOT JST-FINISHED(WS-JST-IDX)
               MOVE WS-JST-IDX TO WS-JST-FROM-IDX
           END-IF.

      *> Ahead of the restart point a step keeps what it recorded;
      *> from the restart point on every step is to be decided
      *> afresh.
       PREPARE-ONE-JOB-STEP-RESTART.
           IF WS-JST-IDX < WS-JST-FROM-IDX
               IF JST-FINISHED(WS-JST-IDX)
                   MOVE "carried from previous run" TO
                       JST-REASON(WS-JST-IDX)
               ELSE
                   MOVE "BYPASSED" TO JST-STATUS(WS-JST-IDX)
                   MOVE "bypassed on restart" TO
                       JST-REASON(WS-JST-IDX)
               END-IF
           ELSE
               MOVE "PENDING" TO JST-STATUS(WS-JST-IDX)
               MOVE 0 TO JST-CODE(WS-JST-IDX)
           END-IF.

       RUN-JOB-STREAM-STEPS.
           MOVE 0 TO WS-JST-FAILED-SW
           PERFORM GET-LOCAL-DATE-TIME
           MOVE WS-LOCAL-DATE TO WS-JST-RUN-DATE
           MOVE WS-LOCAL-TIME(1:6) TO WS-JST-RUN-START
           MOVE "RUNNING" TO WS-JST-END-STATUS
           PERFORM WRITE-JOB-STREAM-STATE
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           IF JST-IS-RESTART
               STRING "JOB-START " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-JOB-NAME) DELIMITED BY SIZE
                   " RESTART " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-RESTART-STEP)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
           ELSE
               STRING "JOB-START " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-JOB-NAME) DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
           END-IF
           PERFORM WRITE-UTILITY-AUDIT-RECORD
           MOVE WS-JST-STEP-COUNT TO WS-JST-STEP-TXT
           DISPLAY "COBALT: job " FUNCTION TRIM(WS-JST-JOB-NAME)
               " running " FUNCTION TRIM(WS-JST-STEP-TXT)
               " step(s) from "
               FUNCTION TRIM(JST-NAME(WS-JST-FROM-IDX))
           PERFORM RUN-ONE-JOB-STEP
               VARYING WS-JST-IDX FROM WS-JST-FROM-IDX BY 1
               UNTIL WS-JST-IDX > WS-JST-STEP-COUNT
      *> The stream is graded on every step, carried ones included.
           MOVE 0 TO WS-JST-MAX-CODE
           PERFORM TALLY-ONE-JOB-STEP
               VARYING WS-JST-IDX FROM 1 BY 1
               UNTIL WS-JST-IDX > WS-JST-STEP-COUNT
           IF JST-STREAM-FAILED
               MOVE "FAILED" TO WS-JST-END-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-JST-END-STATUS
           END-IF
           PERFORM WRITE-JOB-STREAM-STATE
           MOVE WS-JST-MAX-CODE TO WS-JST-CODE-TXT
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "JOB-END " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JST-JOB-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JST-END-STATUS) DELIMITED BY SIZE
               " max-exit=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JST-CODE-TXT) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD
           DISPLAY "COBALT: job " FUNCTION TRIM(WS-JST-JOB-NAME) " "
               FUNCTION TRIM(WS-JST-END-STATUS) " - highest exit "
               FUNCTION TRIM(WS-JST-CODE-TXT)
           IF JST-STREAM-FAILED
               DISPLAY "COBALT: restart with --job-stream "
                   FUNCTION TRIM(WS-JST-PATH) " RESTART"
           END-IF.

       TALLY-ONE-JOB-STEP.
           IF JST-RAN(WS-JST-IDX)
               AND JST-CODE(WS-JST-IDX) > WS-JST-MAX-CODE
               MOVE JST-CODE(WS-JST-IDX) TO WS-JST-MAX-CODE
           END-IF.

       RUN-ONE-JOB-STEP.
           PERFORM CHECK-JOB-STEP-CONDITION
           IF JST-STEP-RUNS
               MOVE "RUNNING" TO JST-STATUS(WS-JST-IDX)
               PERFORM GET-LOCAL-DATE-TIME
               MOVE WS-LOCAL-TIME(1:6) TO JST-START(WS-JST-IDX)
               PERFORM WRITE-JOB-STREAM-STATE
               MOVE SPACES TO JST-REASON(WS-JST-IDX)
               MOVE "INPUT-MISSING" TO WS-JST-MISSING-TAG
               PERFORM CHECK-ONE-JOB-STEP-INPUT
                   VARYING WS-JST-FILE-IDX FROM 1 BY 1
                   UNTIL WS-JST-FILE-IDX > JST-IN-COUNT(WS-JST-IDX)
                   OR JST-REASON(WS-JST-IDX) NOT = SPACES
               IF JST-REASON(WS-JST-IDX) = SPACES
                   PERFORM LAUNCH-JOB-STEP
               END-IF
               PERFORM GRADE-JOB-STEP
               PERFORM GET-LOCAL-DATE-TIME
               MOVE WS-LOCAL-TIME(1:6) TO JST-END(WS-JST-IDX)
           END-IF
           PERFORM WRITE-JOB-STREAM-STATE
           MOVE JST-CODE(WS-JST-IDX) TO WS-JST-CODE-TXT
           MOVE SPACES TO WS-AUDIT-TAG-LINE
           STRING "JOB-STEP " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JST-JOB-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(JST-NAME(WS-JST-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(JST-STATUS(WS-JST-IDX))
                   DELIMITED BY SIZE
               " exit=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JST-CODE-TXT) DELIMITED BY SIZE
               INTO WS-AUDIT-TAG-LINE
           PERFORM WRITE-UTILITY-AUDIT-RECORD
           IF JST-STATUS(WS-JST-IDX) = "FAILED"
               MOVE SPACES TO WS-AUDIT-TAG-LINE
               STRING "JOB-FAIL " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-JOB-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(JST-NAME(WS-JST-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(JST-REASON(WS-JST-IDX))
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TAG-LINE
               PERFORM WRITE-UTILITY-AUDIT-RECORD
           END-IF
           DISPLAY "COBALT: step " FUNCTION TRIM(JST-NAME(WS-JST-IDX))
               " " FUNCTION TRIM(JST-STATUS(WS-JST-IDX)) " exit "
               FUNCTION TRIM(WS-JST-CODE-TXT) " "
               FUNCTION TRIM(JST-REASON(WS-JST-IDX)).

      *> No WHEN: run unless an earlier step failed. Otherwise every
      *> WHEN must hold.
       CHECK-JOB-STEP-CONDITION.
           MOVE 1 TO WS-JST-RUN-SW
           IF JST-COND-COUNT(WS-JST-IDX) = 0
               IF JST-STREAM-FAILED
                   MOVE 0 TO WS-JST-RUN-SW
                   MOVE "FLUSHED" TO JST-STATUS(WS-JST-IDX)
                   MOVE "an earlier step failed" TO
                       JST-REASON(WS-JST-IDX)
               END-IF
           ELSE
               PERFORM CHECK-ONE-JOB-STEP-COND
                   VARYING WS-JST-COND-IDX FROM 1 BY 1
                   UNTIL WS-JST-COND-IDX > JST-COND-COUNT(WS-JST-IDX)
                   OR NOT JST-STEP-RUNS
               IF NOT JST-STEP-RUNS
                   MOVE "SKIPPED" TO JST-STATUS(WS-JST-IDX)
               END-IF
           END-IF.

       CHECK-ONE-JOB-STEP-COND.
           EVALUATE JST-COND-OP(WS-JST-IDX WS-JST-COND-IDX)
               WHEN "ALWAYS"
                   CONTINUE
               WHEN "FAILED"
                   IF NOT JST-STREAM-FAILED
                       MOVE 0 TO WS-JST-RUN-SW
                       MOVE "WHEN FAILED - no step failed" TO
                           JST-REASON(WS-JST-IDX)
                   END-IF
               WHEN OTHER
                   MOVE JST-COND-STEP(WS-JST-IDX WS-JST-COND-IDX) TO
                       WS-JST-SEEK-NAME
                   PERFORM FIND-JOB-STEP-BY-NAME
                   IF NOT JST-RAN(WS-JST-FOUND)
                       MOVE 0 TO WS-JST-RUN-SW
                   ELSE
                       MOVE JST-CODE(WS-JST-FOUND) TO WS-JST-TALLY
                       EVALUATE JST-COND-OP(WS-JST-IDX
                               WS-JST-COND-IDX)
                           WHEN "EQ"
                               IF NOT WS-JST-TALLY = JST-COND-CODE(
                                   WS-JST-IDX WS-JST-COND-IDX)
                                   MOVE 0 TO WS-JST-RUN-SW
                               END-IF
                           WHEN "NE"
                               IF WS-JST-TALLY = JST-COND-CODE(
                                   WS-JST-IDX WS-JST-COND-IDX)
                                   MOVE 0 TO WS-JST-RUN-SW
                               END-IF
                           WHEN "LT"
                               IF NOT WS-JST-TALLY < JST-COND-CODE(
                                   WS-JST-IDX WS-JST-COND-IDX)
                                   MOVE 0 TO WS-JST-RUN-SW
                               END-IF
                           WHEN "LE"
                               IF WS-JST-TALLY > JST-COND-CODE(
                                   WS-JST-IDX WS-JST-COND-IDX)
                                   MOVE 0 TO WS-JST-RUN-SW
                               END-IF
                           WHEN "GT"
                               IF NOT WS-JST-TALLY > JST-COND-CODE(
                                   WS-JST-IDX WS-JST-COND-IDX)
                                   MOVE 0 TO WS-JST-RUN-SW
                               END-IF
                           WHEN OTHER
                               IF WS-JST-TALLY < JST-COND-CODE(
                                   WS-JST-IDX WS-JST-COND-IDX)
                                   MOVE 0 TO WS-JST-RUN-SW
                               END-IF
                       END-EVALUATE
                   END-IF
                   IF NOT JST-STEP-RUNS
                       MOVE JST-COND-CODE(WS-JST-IDX WS-JST-COND-IDX)
                           TO WS-JST-CODE-TXT
                       MOVE SPACES TO JST-REASON(WS-JST-IDX)
                       STRING "WHEN " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JST-SEEK-NAME)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JST-COND-OP(WS-JST-IDX WS-JST-COND-IDX)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JST-CODE-TXT)
                               DELIMITED BY SIZE
                           " not met" DELIMITED BY SIZE
                           INTO JST-REASON(WS-JST-IDX)
                   END-IF
           END-EVALUATE.

      *> WS-JST-MISSING-TAG carries the reason to give if a file is not
      *> there - INPUT-MISSING before the run, OUTPUT-MISSING after.
       CHECK-ONE-JOB-STEP-INPUT.
           MOVE JST-INPUT(WS-JST-IDX WS-JST-FILE-IDX) TO
               WS-JST-CHECK-PATH
           PERFORM CHECK-JOB-STEP-FILE.

       CHECK-ONE-JOB-STEP-OUTPUT.
           MOVE JST-OUTPUT(WS-JST-IDX WS-JST-FILE-IDX) TO
               WS-JST-CHECK-PATH
           PERFORM CHECK-JOB-STEP-FILE.

       CHECK-JOB-STEP-FILE.
      *> The file is the step's department's copy, found the way
      *> the step's own OPEN will find it.
           MOVE WS-DEPT-CURRENT TO WS-DEPT-HOLD
           MOVE WS-DEPT-STREAM-RUN TO WS-DEPT-CURRENT
           IF JST-DEPT(WS-JST-IDX) NOT = SPACES
               MOVE JST-DEPT(WS-JST-IDX) TO WS-DEPT-CURRENT
           END-IF
           MOVE WS-JST-CHECK-PATH TO WS-DEPT-PATH-IN
           PERFORM QUALIFY-DEPARTMENT-PATH
           MOVE WS-DEPT-PATH-OUT TO WS-JST-CHECK-PATH
           MOVE WS-DEPT-HOLD TO WS-DEPT-CURRENT
           CALL "CBL_CHECK_FILE_EXIST" USING WS-JST-CHECK-PATH
               WS-KIX-DETAILS
           IF RETURN-CODE NOT = 0
               STRING FUNCTION TRIM(WS-JST-MISSING-TAG)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-CHECK-PATH) DELIMITED BY SIZE
                   INTO JST-REASON(WS-JST-IDX)
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> The step's command line, taken apart and dispatched just as
      *> MAIN-PARA would have it from the shell - save that a
      *> --query step spools, with no one at the screen.
       LAUNCH-JOB-STEP.
           MOVE JST-CMD(WS-JST-IDX) TO WS-CMD-LINE-RAW
           IF JST-DEPT(WS-JST-IDX) NOT = SPACES
               MOVE JST-DEPT(WS-JST-IDX) TO WS-DEPT-RUN
           END-IF
           PERFORM RESET-ENGINE-STATE
           PERFORM SPLIT-COMMAND-LINE
           MOVE 0 TO WS-RUN-EXIT-CODE
           MOVE 0 TO WS-SRC-LINE-COUNT
           MOVE 1 TO WS-QRY-UNATTENDED
           PERFORM DISPATCH-COMMAND-LINE
           MOVE 0 TO WS-QRY-UNATTENDED
           MOVE WS-DEPT-STREAM-RUN TO WS-DEPT-RUN
           MOVE WS-DEPT-RUN TO WS-DEPT-CURRENT
           PERFORM APPLY-DEPARTMENT-SITE-PATHS
           MOVE WS-RUN-EXIT-CODE TO JST-CODE(WS-JST-IDX)
           MOVE 0 TO WS-RUN-EXIT-CODE
           MOVE 0 TO RETURN-CODE
           IF JST-CMD(WS-JST-IDX)(1:2) NOT = "--"
               AND WS-SRC-LINE-COUNT = 0
               MOVE "NOT-LOADED" TO JST-REASON(WS-JST-IDX)
           END-IF.

      *> A step that could not start, did not load, reached its
      *> FAIL-AT code, or left an OUTPUT missing has failed; the
      *> first three carry code 8 so a later WHEN never reads them
      *> as a clean run.
       GRADE-JOB-STEP.
           IF JST-REASON(WS-JST-IDX) = SPACES
               AND JST-CODE(WS-JST-IDX) >= JST-FAIL-AT(WS-JST-IDX)
               MOVE JST-FAIL-AT(WS-JST-IDX) TO WS-JST-CODE-TXT
               STRING "exit at or over FAIL-AT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-CODE-TXT) DELIMITED BY SIZE
                   INTO JST-REASON(WS-JST-IDX)
           END-IF
           IF JST-REASON(WS-JST-IDX) = SPACES
               MOVE "OUTPUT-MISSING" TO WS-JST-MISSING-TAG
               PERFORM CHECK-ONE-JOB-STEP-OUTPUT
                   VARYING WS-JST-FILE-IDX FROM 1 BY 1
                   UNTIL WS-JST-FILE-IDX > JST-OUT-COUNT(WS-JST-IDX)
                   OR JST-REASON(WS-JST-IDX) NOT = SPACES
               IF JST-REASON(WS-JST-IDX) NOT = SPACES
                   MOVE 8 TO JST-CODE(WS-JST-IDX)
               END-IF
           ELSE
               IF JST-REASON(WS-JST-IDX)(1:5) NOT = "exit "
                   MOVE 8 TO JST-CODE(WS-JST-IDX)
               END-IF
           END-IF
           IF JST-REASON(WS-JST-IDX) = SPACES
               MOVE "DONE" TO JST-STATUS(WS-JST-IDX)
           ELSE
               MOVE "FAILED" TO JST-STATUS(WS-JST-IDX)
               MOVE 1 TO WS-JST-FAILED-SW
           END-IF.

      *> The whole stream's standing, rewritten after every change
      *> so a restart always reads where the last run got to.
       WRITE-JOB-STREAM-STATE.
           MOVE WS-JST-STATE-PATH TO WS-IMPORT-FILE-PATH
           OPEN OUTPUT IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               DISPLAY "COBALT: warning - cannot write "
                   FUNCTION TRIM(WS-JST-STATE-PATH)
           ELSE
               MOVE SPACES TO IMPORT-RECORD
               STRING "JOB " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-JOB-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JST-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JST-RUN-START DELIMITED BY SIZE
                   INTO IMPORT-RECORD
               WRITE IMPORT-RECORD
               PERFORM WRITE-ONE-JOB-STATE-LINE
                   VARYING WS-JST-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-JST-SCAN-IDX > WS-JST-STEP-COUNT
               MOVE SPACES TO IMPORT-RECORD
               STRING "END " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-END-STATUS) DELIMITED BY SIZE
                   INTO IMPORT-RECORD
               WRITE IMPORT-RECORD
               CLOSE IMPORT-FILE
           END-IF.

       WRITE-ONE-JOB-STATE-LINE.
           MOVE SPACES TO IMPORT-RECORD
           STRING "STEP " DELIMITED BY SIZE
               FUNCTION TRIM(JST-NAME(WS-JST-SCAN-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(JST-STATUS(WS-JST-SCAN-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JST-CODE(WS-JST-SCAN-IDX) DELIMITED BY SIZE
               INTO IMPORT-RECORD
           WRITE IMPORT-RECORD.

      *> Synthetic report definition in slot 1, spooled as
      *> "<job>-<yymmdd>.log" - one block per step in stream order,
      *> the ones carried from an earlier run included, so the log
      *> of a restart still reads as the whole night.
       WRITE-JOB-STREAM-LOG.
           MOVE 1 TO WS-RPT-IDX
           MOVE "JOB-LOG" TO REPORT-NAME(1)
           MOVE 60 TO REPORT-PAGE-LENGTH(1)
           MOVE 2 TO REPORT-HEADING-COUNT(1)
           MOVE SPACES TO REPORT-HEADING(1 1)
           STRING "JOB STREAM LOG  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JST-JOB-NAME) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-JST-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-HEADING(1 1)
           MOVE ALL "=" TO REPORT-HEADING(1 2)
           MOVE 1 TO REPORT-FOOTING-COUNT(1)
           MOVE "END OF JOB STREAM LOG" TO REPORT-FOOTING(1 1)
           MOVE SPACES TO REPORT-CONTROL-FIELD(1)
           MOVE SPACES TO REPORT-CONTROL-SUM-FIELD(1)
           MOVE 0 TO REPORT-SUMMARY-COUNT(1)
           MOVE "job-stream" TO WS-APP-FILE-PATH
           MOVE SPACES TO WS-SPOOL-LOGICAL-FILE
           STRING FUNCTION TRIM(WS-JST-JOB-NAME) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-JST-RUN-DATE DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO WS-SPOOL-LOGICAL-FILE
           PERFORM OPEN-SPOOL-PRINT-JOB
           MOVE WS-SPOOL-JOB-PATH TO WS-REPORT-FILE-PATH
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-SPOOL-BANNER
           MOVE 0 TO WS-RPT-PAGE-NUM
           MOVE 0 TO WS-RPT-DETAIL-TOTAL
           MOVE 0 TO WS-RPT-CONTROL-COUNT
           MOVE SPACES TO WS-RPT-CONTROL-PREV
           PERFORM START-NEW-REPORT-PAGE
           MOVE WS-JST-RUN-START TO WS-JST-TIME-IN
           PERFORM FORMAT-JOB-LOG-TIME
           MOVE SPACES TO WS-RPT-LINE-BUILD
           IF JST-IS-RESTART
               STRING "STREAM  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-PATH) DELIMITED BY SIZE
                   "   RESTART FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-RESTART-STEP)
                       DELIMITED BY SIZE
                   "   STARTED " DELIMITED BY SIZE
                   WS-JST-TIME-TXT DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
           ELSE
               STRING "STREAM  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JST-PATH) DELIMITED BY SIZE
                   "   FRESH RUN   STARTED " DELIMITED BY SIZE
                   WS-JST-TIME-TXT DELIMITED BY SIZE
                   INTO WS-RPT-LINE-BUILD
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "NO STEP                 STATUS   EXIT  START    "
                   DELIMITED BY SIZE
               "END       REASON" DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ONE-JOB-LOG-STEP
               VARYING WS-JST-IDX FROM 1 BY 1
               UNTIL WS-JST-IDX > WS-JST-STEP-COUNT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM GET-LOCAL-DATE-TIME
           MOVE WS-LOCAL-TIME(1:6) TO WS-JST-TIME-IN
           PERFORM FORMAT-JOB-LOG-TIME
           MOVE WS-JST-MAX-CODE TO WS-JST-CODE-TXT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "STREAM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JST-END-STATUS) DELIMITED BY SIZE
               "   HIGHEST EXIT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JST-CODE-TXT) DELIMITED BY SIZE
               "   ENDED " DELIMITED BY SIZE
               WS-JST-TIME-TXT DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE
           PERFORM FINISH-REPORT-FILE
           CLOSE REPORT-FILE
           DISPLAY "COBALT: job log spooled as "
               FUNCTION TRIM(WS-SPOOL-JOB-NAME).

       WRITE-ONE-JOB-LOG-STEP.
           ADD 1 TO WS-RPT-DETAIL-TOTAL
           MOVE WS-JST-IDX TO WS-JST-STEP-TXT
           MOVE JST-CODE(WS-JST-IDX) TO WS-JST-CODE-TXT
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING WS-JST-STEP-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JST-NAME(WS-JST-IDX)(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JST-STATUS(WS-JST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-JST-CODE-TXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           MOVE JST-START(WS-JST-IDX) TO WS-JST-TIME-IN
           PERFORM FORMAT-JOB-LOG-TIME
           MOVE WS-JST-TIME-TXT TO WS-RPT-LINE-BUILD(40:8)
           MOVE JST-END(WS-JST-IDX) TO WS-JST-TIME-IN
           PERFORM FORMAT-JOB-LOG-TIME
           MOVE WS-JST-TIME-TXT TO WS-RPT-LINE-BUILD(49:8)
           MOVE JST-REASON(WS-JST-IDX) TO WS-RPT-LINE-BUILD(59:40)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-BUILD
           STRING "   " DELIMITED BY SIZE
               JST-CMD(WS-JST-IDX) DELIMITED BY SIZE
               INTO WS-RPT-LINE-BUILD
           PERFORM WRITE-REPORT-LINE.

      *> HHMMSS as HH:MM:SS; a step that never ran has no times.
       FORMAT-JOB-LOG-TIME.
           IF WS-JST-TIME-IN = SPACES
               MOVE SPACES TO WS-JST-TIME-TXT
           ELSE
               MOVE SPACES TO WS-JST-TIME-TXT
               STRING WS-JST-TIME-IN(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-JST-TIME-IN(3:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-JST-TIME-IN(5:2) DELIMITED BY SIZE
                   INTO WS-JST-TIME-TXT
           END-IF.

      *> ---------------------------------------------------------
      *> Regression harness (--regress <manifest-file>). Each
           MOVE 0 TO WS-REGRESS-PASSED
           MOVE 0 TO WS-REGRESS-FAILED
           MOVE 0 TO WS-REGRESS-CREATED
           MOVE WS-NUM-PATH TO WS-REGRESS-NUM-SAVED
           MOVE WS-NUM-LOG-PATH TO WS-REGRESS-NLOG-SAVED
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS = "00"
               MOVE 0 TO WS-REGRESS-EOF
               PERFORM REGRESS-ONE-MANIFEST-LINE
                   UNTIL WS-REGRESS-EOF = 1
               CLOSE MANIFEST-FILE
               MOVE WS-REGRESS-NUM-SAVED TO WS-NUM-PATH
               MOVE WS-REGRESS-NLOG-SAVED TO WS-NUM-LOG-PATH
               DISPLAY "COBALT: regression " WS-REGRESS-TOTAL
                   " run, " WS-REGRESS-PASSED " passed, "
                   WS-REGRESS-FAILED " failed, " WS-REGRESS-CREATED
               MOVE SPACES TO WS-REGRESS-APP-PATH
               MOVE SPACES TO WS-REGRESS-EVENTS-PATH
               MOVE SPACES TO WS-REGRESS-BASELINE-PATH
               MOVE SPACES TO WS-REGRESS-PARM-TXT(1)
                   WS-REGRESS-PARM-TXT(2) WS-REGRESS-PARM-TXT(3)
                   WS-REGRESS-PARM-TXT(4)
               UNSTRING WS-REGRESS-LINE DELIMITED BY ALL SPACE
                   INTO WS-REGRESS-APP-PATH WS-REGRESS-EVENTS-PATH
                       WS-REGRESS-BASELINE-PATH
                       WS-REGRESS-PARM-TXT(1) WS-REGRESS-PARM-TXT(2)
                       WS-REGRESS-PARM-TXT(3) WS-REGRESS-PARM-TXT(4)
               EVALUATE WS-REGRESS-APP-PATH
                   WHEN "SEED"
                       PERFORM QUEUE-REGRESS-SEED
                   WHEN "NUMBER-FILE"
                       PERFORM SET-REGRESS-NUMBER-FILE
                   WHEN "NUMBER-GAPS"
                       PERFORM RUN-REGRESS-NUMBER-GAPS
                   WHEN OTHER
                       PERFORM RUN-ONE-REGRESS-CASE
               END-EVALUATE
           END-IF.

      *> "NUMBER-FILE <series-file>" - the log is the same name with
      *> ".log" for its ".dat", as cobalt-numbers.dat has
      *> cobalt-numbers.log.
       SET-REGRESS-NUMBER-FILE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REGRESS-EVENTS-PATH))
               TO WS-REGRESS-NUM-LEN
           IF WS-REGRESS-EVENTS-PATH = SPACES
               OR WS-REGRESS-NUM-LEN > 40
               DISPLAY "COBALT: regression NUMBER-FILE "
                   FUNCTION TRIM(WS-REGRESS-EVENTS-PATH)
                   " ignored - a path of 1 to 40 characters"
           ELSE
               MOVE FUNCTION TRIM(WS-REGRESS-EVENTS-PATH) TO
                   WS-NUM-PATH
               MOVE SPACES TO WS-NUM-LOG-PATH
               IF WS-REGRESS-NUM-LEN > 4
                   AND WS-NUM-PATH(WS-REGRESS-NUM-LEN - 3:4) = ".dat"
                   STRING WS-NUM-PATH(1:WS-REGRESS-NUM-LEN - 4)
                           DELIMITED BY SIZE
                       ".log" DELIMITED BY SIZE
                       INTO WS-NUM-LOG-PATH
               ELSE
                   STRING WS-NUM-PATH(1:WS-REGRESS-NUM-LEN)
                           DELIMITED BY SIZE
                       ".log" DELIMITED BY SIZE
                       INTO WS-NUM-LOG-PATH
               END-IF
           END-IF.

      *> "NUMBER-GAPS <series> <baseline-file>" - the series name
      *> takes the events slot, as it takes --number-gaps' argument.
      *> The proof spools its report as the utility does; what is
      *> compared is the series' last number and its four counts,
      *> which carry no date.
       RUN-REGRESS-NUMBER-GAPS.
           ADD 1 TO WS-REGRESS-TOTAL
           MOVE WS-RUN-EXIT-CODE TO WS-REGRESS-EXIT-SAVED
           MOVE FUNCTION TRIM(WS-REGRESS-EVENTS-PATH) TO
               WS-EVENTS-FILE-PATH
           MOVE 0 TO WS-NUM-GAP-ISSUED WS-NUM-GAP-VOIDS
               WS-NUM-GAP-MISSING WS-NUM-GAP-DUPS
           PERFORM NUMBER-GAPS-RUN
           MOVE WS-REGRESS-EXIT-SAVED TO WS-RUN-EXIT-CODE
           PERFORM BUILD-REGRESS-ACTUAL-PATH
           PERFORM WRITE-REGRESS-GAPS-SNAPSHOT
           MOVE FUNCTION TRIM(WS-REGRESS-BASELINE-PATH) TO
               WS-BASELINE-FILE-PATH
           PERFORM COMPARE-REGRESS-SNAPSHOT.

      *> Name and value lines, the shape WRITE-REGRESS-SNAPSHOT
      *> uses, under a first line naming the proof.
       WRITE-REGRESS-GAPS-SNAPSHOT.
           OPEN OUTPUT ACTUAL-FILE
           MOVE "NUMBER-GAPS" TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE "SERIES" TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE WS-NUM-GAP-WANTED TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE "LAST" TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           EVALUATE TRUE
               WHEN WS-NUM-HIT = 0
                   MOVE "NO SUCH SERIES" TO WS-REGRESS-LINE-A
               WHEN NUM-CURRENT(WS-NUM-HIT) < NUM-LOW(WS-NUM-HIT)
                   MOVE "NONE ISSUED" TO WS-REGRESS-LINE-A
               WHEN OTHER
                   MOVE NUM-CURRENT(WS-NUM-HIT) TO WS-NUM-SEQ
                   PERFORM FORMAT-SERIES-NUMBER
                   MOVE WS-NUM-TEXT TO WS-REGRESS-LINE-A
           END-EVALUATE
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE "ISSUED" TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE WS-NUM-GAP-ISSUED TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE "VOIDED" TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE WS-NUM-GAP-VOIDS TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE "MISSING" TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE WS-NUM-GAP-MISSING TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE "DUPLICATE" TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           MOVE WS-NUM-GAP-DUPS TO WS-REGRESS-LINE-A
           WRITE ACTUAL-RECORD FROM WS-REGRESS-LINE-A
           CLOSE ACTUAL-FILE.

      *> "SEED <seed-file> <work-file>" - the two paths land in the
      *> events and baseline slots of the case layout.
       QUEUE-REGRESS-SEED.
           IF WS-REGRESS-SEED-COUNT < 4
               ADD 1 TO WS-REGRESS-SEED-COUNT
               MOVE FUNCTION TRIM(WS-REGRESS-EVENTS-PATH) TO
                   WS-REGRESS-SEED-FROM(WS-REGRESS-SEED-COUNT)
               MOVE FUNCTION TRIM(WS-REGRESS-BASELINE-PATH) TO
                   WS-REGRESS-SEED-TO(WS-REGRESS-SEED-COUNT)
           ELSE
               DISPLAY "COBALT: regression SEED "
                   FUNCTION TRIM(WS-REGRESS-EVENTS-PATH)
                   " ignored - more than 4 before one case"
           END-IF.

      *> Every case starts from the app's initial screen - a
      *> checkpoint left by an earlier case (or a hand run) of the
      *> same app source would otherwise resume mid-flow - and takes
      *> only its own manifest line's startup parameters.  A DEPT=
      *> parameter holds for that case alone - the run's own
      *> department is put back once the snapshot is taken - and so
      *> do USER-FILE= and MAX-LOOP-ITERATIONS= ones. Fixtures
      *> queued by SEED lines are copied into place beside the
      *> checkpoint delete.
       RUN-ONE-REGRESS-CASE.
           ADD 1 TO WS-REGRESS-TOTAL
           MOVE WS-DEPT-RUN TO WS-DEPT-SAVED-RUN
           MOVE WS-USERS-FILE-PATH TO WS-REGRESS-USERS-SAVED
           MOVE SPACES TO WS-REGRESS-USER-FILE
           MOVE WS-MAX-LOOP-ITERATIONS TO WS-REGRESS-LOOP-SAVED
           MOVE 0 TO WS-REGRESS-LOOP-MAX
           PERFORM RESET-ENGINE-STATE
           MOVE FUNCTION TRIM(WS-REGRESS-APP-PATH) TO WS-APP-FILE-PATH
           MOVE FUNCTION TRIM(WS-REGRESS-EVENTS-PATH) TO
               WS-EVENTS-FILE-PATH
           MOVE 0 TO WS-PARAM-COUNT
           PERFORM COLLECT-ONE-REGRESS-PARAM
               VARYING WS-REGRESS-PARM-IDX FROM 1 BY 1
               UNTIL WS-REGRESS-PARM-IDX > 4
           IF WS-DEPT-RUN NOT = WS-DEPT-SAVED-RUN
               PERFORM APPLY-DEPARTMENT-SITE-PATHS
           END-IF
           PERFORM BUILD-CHECKPOINT-FILE-PATH
           CALL "CBL_DELETE_FILE" USING WS-CHECKPOINT-FILE-PATH
           PERFORM APPLY-ONE-REGRESS-SEED
               VARYING WS-REGRESS-SEED-IDX FROM 1 BY 1
               UNTIL WS-REGRESS-SEED-IDX > WS-REGRESS-SEED-COUNT
           MOVE 0 TO WS-REGRESS-SEED-COUNT
           PERFORM RUN-APP-FROM-FILES
           PERFORM BUILD-REGRESS-ACTUAL-PATH
           PERFORM WRITE-REGRESS-SNAPSHOT
           MOVE FUNCTION TRIM(WS-REGRESS-BASELINE-PATH) TO
               WS-BASELINE-FILE-PATH
           PERFORM COMPARE-REGRESS-SNAPSHOT
           IF WS-DEPT-RUN NOT = WS-DEPT-SAVED-RUN
               MOVE WS-DEPT-SAVED-RUN TO WS-DEPT-RUN
               MOVE WS-DEPT-SAVED-RUN TO WS-DEPT-CURRENT
               PERFORM APPLY-DEPARTMENT-SITE-PATHS
           END-IF
           MOVE WS-REGRESS-USERS-SAVED TO WS-USERS-FILE-PATH
           MOVE SPACES TO WS-REGRESS-USER-FILE
           MOVE WS-REGRESS-LOOP-SAVED TO WS-MAX-LOOP-ITERATIONS
           MOVE 0 TO WS-REGRESS-LOOP-MAX.

      *> USER-FILE= is still passed on as an ordinary startup
      *> parameter too, so an app that lists the accounts itself can
      *> take the same file name into its own state field.
       COLLECT-ONE-REGRESS-PARAM.
           MOVE WS-REGRESS-PARM-TXT(WS-REGRESS-PARM-IDX) TO
               WS-PARAM-ARG
           IF WS-PARAM-ARG(1:10) = "USER-FILE="
               MOVE WS-PARAM-ARG(11:) TO WS-REGRESS-USER-FILE
           END-IF
           IF WS-PARAM-ARG(1:20) = "MAX-LOOP-ITERATIONS="
               AND FUNCTION TRIM(WS-PARAM-ARG(21:)) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARAM-ARG(21:)) TO
                   WS-REGRESS-LOOP-MAX
               MOVE SPACES TO WS-PARAM-ARG
           END-IF
           PERFORM COLLECT-ONE-STARTUP-PARAM.

      *> The work copy is replaced whole and its key index, journal
      *> and read-position sidecars go with it, so the store is
      *> rebuilt from the seed rather than from an index left over
      *> from the last run.
       APPLY-ONE-REGRESS-SEED.
           CALL "CBL_DELETE_FILE" USING
               WS-REGRESS-SEED-TO(WS-REGRESS-SEED-IDX)
           MOVE ".kix" TO WS-REGRESS-LINE-A
           PERFORM DELETE-ONE-REGRESS-SIDECAR
           MOVE ".kox" TO WS-REGRESS-LINE-A
           PERFORM DELETE-ONE-REGRESS-SIDECAR
           MOVE ".jrn" TO WS-REGRESS-LINE-A
           PERFORM DELETE-ONE-REGRESS-SIDECAR
           MOVE ".pos" TO WS-REGRESS-LINE-A
           PERFORM DELETE-ONE-REGRESS-SIDECAR
           CALL "CBL_COPY_FILE" USING
               WS-REGRESS-SEED-FROM(WS-REGRESS-SEED-IDX)
               WS-REGRESS-SEED-TO(WS-REGRESS-SEED-IDX)
           IF RETURN-CODE NOT = 0
               DISPLAY "COBALT: regression SEED "
                   FUNCTION TRIM(WS-REGRESS-SEED-FROM
                       (WS-REGRESS-SEED-IDX))
                   " could not be copied"
               MOVE 0 TO RETURN-CODE
           END-IF.

       DELETE-ONE-REGRESS-SIDECAR.
           MOVE SPACES TO WS-REGRESS-SIDECAR-PATH
           STRING FUNCTION TRIM(WS-REGRESS-SEED-TO(WS-REGRESS-SEED-IDX))
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-REGRESS-LINE-A) DELIMITED BY SIZE
               INTO WS-REGRESS-SIDECAR-PATH
           CALL "CBL_DELETE_FILE" USING WS-REGRESS-SIDECAR-PATH.

       BUILD-REGRESS-ACTUAL-PATH.
           MOVE SPACES TO WS-ACTUAL-FILE-PATH
           MOVE 0 TO WS-NAV-STACK-DEPTH
           MOVE 0 TO WS-PINNED-SCREEN-IDX
           MOVE SPACES TO WS-CLIPBOARD-VALUE
           MOVE 0 TO WS-KV-HELD-NODE
           MOVE SPACES TO WS-KV-HELD-VALUE
           MOVE 0 TO WS-KV-SECOND-KEYED
           MOVE SPACES TO WS-CURRENT-ROLE
           MOVE 0 TO WS-LAST-FOCUS-SCREEN-IDX
           MOVE 0 TO WS-HEADLESS-MODE
           MOVE WS-COLOR-NONE TO WS-ACTIVE-BG
           MOVE 0 TO WS-KEYED-OPEN-FLAG
           MOVE 0 TO WS-KEYED-REC-COUNT
           MOVE 0 TO WS-KEYED-INDEXED-FLAG
           MOVE 0 TO WS-KEYED-ALT-PART
           MOVE 0 TO WS-TXN-ACTIVE
           MOVE 0 TO WS-TXN-PENDING-COUNT
           MOVE 0 TO WS-VIEW-TOTAL-LINES
           MOVE "YYMMDD" TO WS-PROFILE-DATE-FMT
           MOVE 0 TO WS-PINNED-DATE
           MOVE 0 TO WS-PINNED-TIME
           MOVE 0 TO WS-PINNED-TIME-SW
           MOVE SPACES TO WS-BUNDLE-VERSION
      *> Per-run session state, cleared here (the next job's
      *> LOAD-LIMITS-CONFIG reapplies the configured values) so a
           MOVE 0 TO WS-WARNED-HANDLERS
           MOVE 0 TO WS-WARNED-PARAGRAPHS
           MOVE 0 TO WS-WARNED-LIVE-VALUES
           MOVE 0 TO WS-WARNED-CONCAT-PAIRS
           MOVE "STANDARD" TO WS-RENDER-MODE
           MOVE 1 TO WS-LIN-FULL
      *> Each job runs for the department it was launched for (the
      *> DEPT= argument, schedule entry, or job stream) - never the
      *> one a previous job signed into.
           MOVE WS-DEPT-RUN TO WS-DEPT-CURRENT
           MOVE 0 TO WS-DEPT-SHARED-COUNT
           PERFORM APPLY-DEPARTMENT-SITE-PATHS.
