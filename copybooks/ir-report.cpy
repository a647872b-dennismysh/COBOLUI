      *> footing lines repeated per page, a detail line bound to one
      *> or more parallel OCCURS state fields, an optional COUNT field
      *> naming the state field that holds how many elements are live,
      *> an optional CONTROL field whose value change between detail
      *> lines emits a control-break subtotal line (optionally
      *> carrying the group's total of one numeric SUM field), and
      *> optional SUMMARY fields printed as control totals at the end.
      *> Rendered to a paginated file by the GENERATE statement
      *> (EXEC-GENERATE-STMT) instead of the hand-built STRING/WRITE
      *> report paragraphs apps used to carry.

       01  WS-REPORT-TABLE.
           05  WS-REPORT-COUNT       PIC 9(2) VALUE 0.
      *> element n of each per line - the same "base(n)" live-value
      *> shape a bound List node walks.
               10  REPORT-DETAIL-FIELD-COUNT
                                     PIC 9(2) VALUE 0.
               10  REPORT-DETAIL-FIELD OCCURS 10 TIMES
                                     PIC X(30).
      *> State field holding the live element count (e.g. TASK-COUNT)
      *> - blank means every declared OCCURS slot prints.
      *> optional clause in this IR takes.
               10  REPORT-CONTROL-FIELD
                                     PIC X(30).
      *> Parallel OCCURS numeric field totalled per control group and
      *> printed on that group's subtotal line ("CONTROL USING <f>
      *> SUM <g>") - blank means the line carries the count alone.
               10  REPORT-CONTROL-SUM-FIELD
                                     PIC X(30).
      *> State field a GENERATE is burst at ("BURST [USING <f>]",
      *> the CONTROL field when no USING) - one spool job per
      *> distinct value, each delivered to the operator account of
      *> that name. Blank means the whole report is one job.
               10  REPORT-BURST-FIELD
                                     PIC X(30).
      *> Scalar state fields printed under the detail-count trailer,
      *> one "<field> <value>" line each - the job's own control
      *> totals beside the line count every report already carries.
      *> No SUMMARY clause, no extra lines.
               10  REPORT-SUMMARY-COUNT
                                     PIC 9(1) VALUE 0.
               10  REPORT-SUMMARY-FIELD OCCURS 8 TIMES
                                     PIC X(30).
