      *> STMT-LAYOUT-NAME, file in STMT-FILE-EXPR-IDX, count field
      *> in STMT-IMPORT-COUNT-FIELD, index in STMT-TARGET-NAME.
                   88  STMT-IS-EXTRACT       VALUE 47.
      *> LOAD <layout> FROM <file-expr> INTO <keyed-file-expr> -
      *> the receiving side of EXTRACT: balances an inbound H/detail/
      *> T file (trailer count and hash total against the details
      *> actually present) and refuses it whole - out of balance, or
      *> a header ID and date already loaded - before one record is
      *> applied. A balanced file maps each detail through the named
      *> layout into the keyed file: the first layout field is the
      *> key, the rest join "|"-separated as the value. Layout in
      *> STMT-LAYOUT-NAME, inbound file in STMT-FILE-EXPR-IDX, keyed
      *> file in STMT-MERGE-TO-EXPR-IDX.
                   88  STMT-IS-LOAD          VALUE 48.
      *> TRANSFER [STATUS] [USING <partner-file-expr>] - the
      *> outbound half of the partner interfaces: delivers every
      *> file matching each partner's pattern into that partner's
      *> drop directory (skipping a file whose content went to the
      *> partner last time unchanged), logs each send, matches the
      *> acknowledgment files partners leave behind, marks sends not
      *> acknowledged in time OVERDUE (through the audit trail, so
      *> alert rules see them), and spools the transmission status
      *> report. STATUS does the acknowledgment pass and the report
      *> only. Partner file in STMT-FILE-EXPR-IDX (0 = the
      *> configured one), STATUS in STMT-FILE-MODE.
                   88  STMT-IS-TRANSFER      VALUE 49.
      *> Working-day forms of the date statements, counting only
      *> the days the shop works - Monday to Friday less every date
      *> the holiday calendar lists (the same calendar file the
      *> scheduler sleeps through). ADD-WORKDAYS <field> <n-expr>
      *> steps a date field n working days (back when n is
      *> negative); WORKDAY-DIFF <from> <to> <target> leaves the
      *> working days after <from> up to and including <to>,
      *> negative when <to> is the earlier date; VALID-WORKDAY
      *> <expr> <target> leaves "1" for a real date that is a
      *> working day, else "0"; ROLL-WORKDAY <field> FORWARD|BACK
      *> moves a date that lands on a day off to the next (or the
      *> previous) working day and leaves a working day alone.
      *> Operands ride in the same slots as their calendar-day
      *> counterparts; the ROLL-WORKDAY direction in STMT-ROLL-DIR.
                   88  STMT-IS-ADD-WORKDAYS  VALUE 50.
                   88  STMT-IS-WORKDAY-DIFF  VALUE 51.
                   88  STMT-IS-VALID-WORKDAY VALUE 52.
                   88  STMT-IS-ROLL-WORKDAY  VALUE 53.
      *> CHANGE-PASSWORD <user-field> <old-field> <new-field>
      *> <result-field> - an operator replacing their own password
      *> (the old one must check out); result "1" changed, "0" bad
      *> user or password, "S" new one refused (too short, or the
      *> old one again), "D" disabled, "L" locked out. Fields ride
      *> in STMT-READ-TARGET slots 1-3 and STMT-TARGET-NAME.
      *> ACCOUNT DISABLE|ENABLE|UNLOCK|RESET <user-field>
      *> [<password-field>] <result-field> - the administrator's
      *> side, open only to the ACCOUNT-ADMIN-ROLE; result "1" done,
      *> "0" no such account, "S" reset password refused, "D" UNLOCK
      *> of a disabled account, "R" role not held. Verb in
      *> STMT-READ-TARGET slot 1, user and password fields in slots
      *> 2-3, result in STMT-TARGET-NAME.
                   88  STMT-IS-CHANGE-PASSWORD
                                             VALUE 54.
                   88  STMT-IS-ACCOUNT       VALUE 55.
      *> SWITCH-DEPARTMENT <dept-field> <result-field> - moves the
      *> session onto another department's data directory, open
      *> only to the DEPT-SWITCH-ROLE; result "1" switched, "0" no
      *> such department, "R" role not held. Department field in
      *> STMT-READ-TARGET slot 1, result in STMT-TARGET-NAME.
                   88  STMT-IS-SWITCH-DEPARTMENT
                                             VALUE 56.
      *> TAKE-NUMBER <series-expr> <target-field> <result-field> -
      *> the next number of a named series from the control-number
      *> file, prefix and leading zeros included; result "1" taken,
      *> "0" no such series, "E" series used up, "L" the series file
      *> held by another session. VOID-NUMBER <series-expr>
      *> <number-field> <reason-expr> <result-field> - records a
      *> number as never used; result "1" voided, "0" not a number
      *> the series has reached, "V" already voided, "R" no reason
      *> given, "L" as for TAKE-NUMBER. Series in
      *> STMT-SOURCE-EXPR-IDX, target/number field in STMT-READ-
      *> TARGET slot 1, the reason in STMT-KEY-EXPR-IDX, result in
      *> STMT-TARGET-NAME.
                   88  STMT-IS-TAKE-NUMBER   VALUE 57.
                   88  STMT-IS-VOID-NUMBER   VALUE 58.

      *> --- Operand fields (union-style) ---
      *> MOVE/ADD/SUB/MUL/DIV: source expr + target
               10  STMT-SORT-WITH OCCURS 4 TIMES
                                     PIC X(30).

      *> ROLL-WORKDAY direction - see STMT-IS-ROLL-WORKDAY above.
               10  STMT-ROLL-DIR     PIC 9(1) VALUE 0.
                   88  STMT-ROLL-FORWARD      VALUE 0.
                   88  STMT-ROLL-BACK         VALUE 1.

      *> INSPECT <field> TALLYING <counter> FOR ALL|LEADING <expr>
      *> and INSPECT <field> REPLACING ALL|LEADING <old> BY <new> -
      *> the inspected field rides in STMT-TARGET-NAME. TALLYING adds
      *> ir-report.cpy for the report definition it renders. A
      *> trailing PREVIEW keyword sets the flag below: the formatted
      *> pages go to an on-screen pager first, and only an explicit
      *> P at the pager sends the job on to the spool. "FROM
      *> H1-H4" puts the handle in STMT-FILE-HANDLE: the detail rows
      *> are read off that input channel rather than the tables.
               10  STMT-GEN-PREVIEW-FLAG
                                     PIC 9(1) VALUE 0.
                   88  STMT-GEN-IS-PREVIEW VALUE 1.
