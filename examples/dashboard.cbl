       IDENTIFICATION DIVISION.
       PROGRAM-ID. DASHBOARD.

      *> Usage statistics from the audit trail, one line per KPI.
      *>
      *> What is counted is data, not code. Each line of the KPI
      *> definitions file - KPI-FILE, examples/dash-kpis.dat when not
      *> given - is
      *>   name|label|app|tag|match-word|match-values|value-word|
      *>   aggregation|bucket|chart
      *> An audit record counts toward a KPI when it comes from the
      *> app, carries the tag, and the match-word'th word after the
      *> tag (1-3, or 0 for every record with the tag) is one of up
      *> to four comma-separated match values (one ending in "*"
      *> matches every word it begins). The value-word'th
      *> word is the figure summed, averaged or maxed (0 when the
      *> KPI only counts). Aggregation is COUNT, SUM, AVG or MAX;
      *> bucket is DAY, WEEK (known by its Monday), MONTH (yymm) or
      *> ALL for one running figure. The first KPI with Y in the
      *> chart column is the one charted. A "#" line is a comment,
      *> and a line holds at most 80 characters.
      *>
      *> Each KPI's seven most recent buckets are running totals,
      *> kept under the KPI's name in dash-stats.dat. The trail is
      *> read RESUME, so a KPI added to the file counts from the
      *> next refresh on - records already read are not read again.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
               10  F2          PIC X(30)  VALUE SPACES.
               10  F3          PIC X(30)  VALUE SPACES.
           05  AUDIT-EOF-FLAG  PIC X(1)   VALUE "N".
           05  KPI-FILE        PIC X(60) VALUE "examples/dash-kpis.dat".
      *> The definitions as loaded, one row per KPI, and the line
      *> each shows on the screen.
           05  KPI-NAME        PIC X(10) OCCURS 10 TIMES VALUE SPACES.
           05  KPI-LABEL       PIC X(24) OCCURS 10 TIMES VALUE SPACES.
           05  KPI-APP         PIC X(40) OCCURS 10 TIMES VALUE SPACES.
           05  KPI-TAG         PIC X(12) OCCURS 10 TIMES VALUE SPACES.
           05  KPI-MWORD       PIC 9(1) OCCURS 10 TIMES VALUE 0.
           05  KPI-MATCH       PIC X(30) OCCURS 10 OCCURS 4 VALUE SPACES.
           05  KPI-VWORD       PIC 9(1) OCCURS 10 TIMES VALUE 0.
           05  KPI-AGG         PIC X(5) OCCURS 10 TIMES VALUE SPACES.
           05  KPI-BKT         PIC X(5) OCCURS 10 TIMES VALUE SPACES.
           05  KPI-TEXT        PIC X(60) OCCURS 10 TIMES VALUE SPACES.
           05  KPI-COUNT       PIC 9(2) VALUE 0.
           05  KPI-IDX         PIC 9(2) VALUE 0.
           05  KPI-SEL         PIC X(60) VALUE SPACES.
           05  KPI-CHART       PIC 9(2) VALUE 0.
      *> Each KPI's buckets, oldest first - the day, its week's
      *> Monday, the yymm month or "ALL" - with the count, sum and
      *> largest figure of the records that fell in it.
           05  KB-N            PIC 9(1) OCCURS 10 TIMES VALUE 0.
           05  KB-LBL          PIC X(6) OCCURS 10 OCCURS 7 VALUE SPACES.
           05  KB-CNT          PIC 9(7) OCCURS 10 OCCURS 7 VALUE 0.
           05  KB-SUM          PIC 9(9)V99 OCCURS 10 OCCURS 7 VALUE 0.
           05  KB-MAX          PIC 9(9)V99 OCCURS 10 OCCURS 7 VALUE 0.
           05  KB-IDX          PIC 9(1) VALUE 0.
      *> The charted KPI's buckets as bars.
           05  CHART-TITLE     PIC X(40) VALUE SPACES.
           05  CHART-VAL       PIC 9(7) OCCURS 7 TIMES VALUE 0.
           05  CHART-LBL       PIC X(6) OCCURS 7 TIMES VALUE SPACES.
      *> One definition line on its way in, taken a field at a time.
           05  KD-LINE         PIC X(200) VALUE SPACES.
           05  KD-REST         PIC X(200) VALUE SPACES.
           05  KD-TOK          PIC X(60) VALUE SPACES.
           05  KD-LEN          PIC 9(3) VALUE 0.
           05  KD-EOF          PIC X(1) VALUE "N".
           05  KD-M1           PIC X(30) VALUE SPACES.
           05  KD-M2           PIC X(30) VALUE SPACES.
           05  KD-M3           PIC X(30) VALUE SPACES.
           05  KD-M4           PIC X(30) VALUE SPACES.
      *> One audit record weighed against one KPI.
           05  KW-WORD         PIC X(30) VALUE SPACES.
           05  KW-HIT          PIC X(1) VALUE "N".
           05  KW-M            PIC 9(1) VALUE 0.
           05  KW-MVAL         PIC X(30) VALUE SPACES.
           05  KW-LEN          PIC 9(2) VALUE 0.
           05  KW-NUM          PIC 9(9)V99 VALUE 0.
           05  KW-LBL          PIC X(6) VALUE SPACES.
           05  KW-MONDAY       PIC X(6) VALUE "000103".
           05  KW-DAYS         PIC S9(7) VALUE 0.
           05  KW-BACK         PIC S9(1) VALUE 0.
           05  KW-FIG          PIC 9(9)V99 VALUE 0.
           05  KW-NEXT         PIC 9(1) VALUE 0.
           05  KW-TEXT         PIC X(60) VALUE SPACES.
      *> dash-stats.dat - a "KPI" marker and the count of KPIs, then
      *> each KPI's name and bucket count followed by its buckets.
           05  KS-FORMAT       PIC X(4) VALUE SPACES.
           05  KS-COUNT        PIC 9(2) VALUE 0.
           05  KS-IDX          PIC 9(2) VALUE 0.
           05  KS-NAME         PIC X(10) VALUE SPACES.
           05  KS-N            PIC 9(1) VALUE 0.
           05  KS-K            PIC 9(2) VALUE 0.
           05  KS-LBL          PIC X(6) VALUE SPACES.
           05  KS-CNT          PIC 9(7) VALUE 0.
           05  KS-SUM          PIC 9(9)V99 VALUE 0.
           05  KS-MAX          PIC 9(9)V99 VALUE 0.
      *> The drill-down: the stat line or bar picked, and the audit
      *> records behind its figure, one row each for the detail
      *> list, the printed detail and the CSV. An operator is the
      *> one whose AUTH-OK last claimed the app in that run.
           05  BAR-SEL         PIC X(6) VALUE SPACES.
           05  DR-KPI          PIC 9(2) VALUE 0.
           05  DR-LBL          PIC X(6) VALUE SPACES.
           05  DR-DAY          PIC X(6) VALUE SPACES.
           05  DR-MON          PIC X(4) VALUE SPACES.
           05  DR-N            PIC 9(3) VALUE 0.
           05  DR-PATH         PIC X(40) VALUE SPACES.
           05  DR-OP           PIC X(20) VALUE SPACES.
           05  DR-SEQ-N        PIC 9(6) VALUE 0.
           05  DR-LAST-SEQ     PIC 9(6) VALUE 0.
           05  DR-BODY         PIC X(120) VALUE SPACES.
           05  DR-POS          PIC 9(3) VALUE 0.
           05  DR-LEN          PIC 9(3) VALUE 0.
           05  DR-TITLE        PIC X(60) VALUE SPACES.
           05  DR-COUNT        PIC 9(3) VALUE 0.
           05  DR-TOTAL        PIC 9(5) VALUE 0.
           05  DR-IDX          PIC 9(3) VALUE 0.
           05  DR-ROW          PIC X(80) OCCURS 40 TIMES VALUE SPACES.
           05  DR-SEQ          PIC X(6) OCCURS 40 TIMES VALUE SPACES.
           05  DR-DT           PIC X(6) OCCURS 40 TIMES VALUE SPACES.
           05  DR-TM           PIC X(6) OCCURS 40 TIMES VALUE SPACES.
           05  DR-OPER         PIC X(20) OCCURS 40 TIMES VALUE SPACES.
           05  DR-TGT          PIC X(60) OCCURS 40 TIMES VALUE SPACES.
           05  DR-SEL          PIC X(80) VALUE SPACES.
           05  DR-LINE         PIC X(120) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Press Refresh to load stats".

       SCREEN SECTION.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Stats Dashboard".
           05  STATS-AREA.
               10  KPI-LIST USING KPI-TEXT LIST ROWS 10 SELECTED KPI-SEL.
      *> The charted KPI's buckets as scaled bars - the same figures
      *> its stat line gives for the latest one, visible at a glance.
               10  CHART-DISP  PIC X(40) USING CHART-TITLE.
               10  KPI-CHART-BARS CHART USING CHART-VAL LABELS CHART-LBL.
      *> A chart takes no focus, so its bars are picked by label.
               10  BAR-LIST USING CHART-LBL LIST ROWS 7 SELECTED BAR-SEL.
           05  ACTIONS.
               10  REFRESH-BTN VALUE "Refresh" ON-ACTION PERFORM REFRESH-STATS.
               10  LINE-BTN VALUE "Line detail" ON-ACTION PERFORM DRILL-LINE.
               10  BAR-BTN VALUE "Bar detail" ON-ACTION PERFORM DRILL-BAR.
           05  STATUS-BAR.
               10  MSG-TEXT    PIC X(60) USING STATUS-MSG.

      *> The records behind one figure - seq|date|time|operator|
      *> target - loaded before arrival by DRILL-LINE or
      *> DRILL-BAR.
       01  DRILL-SCREEN.
           05  HEADER.
               10  DR-TITLE-DISP PIC X(60) USING DR-TITLE.
           05  DETAIL-AREA.
               10  DR-LIST USING DR-ROW LIST ROWS 10 SELECTED DR-SEL.
           05  CONTROLS.
               10  PRINT-BTN   VALUE "Print" ON-ACTION PERFORM PRINT-DRILL.
               10  EXPORT-BTN  VALUE "Export" ON-ACTION PERFORM EXPORT-DRILL.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
           05  DRILL-STATUS.
               10  DR-MSG-TEXT PIC X(60) USING STATUS-MSG.

       REPORT SECTION.
      *> The detail list as printed, with the figure it explains and
      *> how many records made it up under the last line.
       01  DRILL-REPORT.
           05  PAGE-LENGTH 60.
           05  HEADING "=== Dashboard Detail ===".
           05  HEADING "seq|date|time|operator|target".
           05  DETAIL USING DR-ROW COUNT DR-COUNT.
           05  SUMMARY USING DR-TITLE DR-TOTAL.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.
      *> high-water mark instead of re-reading months of history to
      *> add one day's numbers.
       REFRESH-STATS.
           PERFORM CLEAR-DRILL-DETAIL
           PERFORM LOAD-KPI-DEFINITIONS
           PERFORM LOAD-RUNNING-TOTALS
           MOVE "N" TO AUDIT-EOF-FLAG
      *> The trail is stored encrypted at rest - a plain read would
           OPEN INPUT ENCRYPTED RESUME "audit.log".
           PERFORM READ-ONE-AUDIT-LINE UNTIL AUDIT-EOF-FLAG = "Y".
           CLOSE.
           PERFORM BUILD-ONE-KPI-TEXT
               VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT
           PERFORM BUILD-KPI-CHART
           PERFORM CLEAR-PARSE-FIELDS
           PERFORM SAVE-RUNNING-TOTALS
           IF KPI-COUNT = 0
               MOVE "No KPIs defined in the KPI file" TO STATUS-MSG
           ELSE
               MOVE "Stats refreshed" TO STATUS-MSG
           END-IF.

      *> The definitions, re-read on every refresh so an edited file
      *> takes effect without leaving the screen. Beyond ten KPIs
      *> the rest are ignored.
       LOAD-KPI-DEFINITIONS.
           PERFORM CLEAR-ONE-KPI
               VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > 10
           MOVE 0 TO KPI-COUNT
           MOVE 0 TO KPI-CHART
           MOVE "N" TO KD-EOF
           OPEN INPUT SHARED KPI-FILE.
           PERFORM LOAD-ONE-KPI UNTIL KD-EOF = "Y".
           CLOSE.

       CLEAR-ONE-KPI.
           MOVE "" TO KPI-NAME(KPI-IDX)
           MOVE "" TO KPI-TEXT(KPI-IDX)
           MOVE 0 TO KB-N(KPI-IDX)
           PERFORM CLEAR-ONE-BUCKET
               VARYING KB-IDX FROM 1 BY 1 UNTIL KB-IDX > 7.

       CLEAR-ONE-BUCKET.
           MOVE "" TO KB-LBL(KPI-IDX, KB-IDX)
           MOVE 0 TO KB-CNT(KPI-IDX, KB-IDX)
           MOVE 0 TO KB-SUM(KPI-IDX, KB-IDX)
           MOVE 0 TO KB-MAX(KPI-IDX, KB-IDX).

       LOAD-ONE-KPI.
           MOVE "" TO KD-LINE
           READ KD-LINE AT END PERFORM MARK-KD-EOF.
           IF KD-LINE NOT = "" AND KD-LINE(1:1) NOT = "#"
               IF KPI-COUNT < 10
                   ADD 1 TO KPI-COUNT
                   PERFORM TAKE-KPI-FIELDS
               END-IF
           END-IF.

       MARK-KD-EOF.
           MOVE "Y" TO KD-EOF.

      *> The line's ten fields into the next KPI row, in order.
       TAKE-KPI-FIELDS.
           MOVE KD-LINE TO KD-REST
           PERFORM PEEL-KPI-FIELD
           MOVE UPPER-CASE(KD-TOK) TO KPI-NAME(KPI-COUNT)
           PERFORM PEEL-KPI-FIELD
           MOVE KD-TOK TO KPI-LABEL(KPI-COUNT)
           PERFORM PEEL-KPI-FIELD
           MOVE KD-TOK TO KPI-APP(KPI-COUNT)
           PERFORM PEEL-KPI-FIELD
           MOVE UPPER-CASE(KD-TOK) TO KPI-TAG(KPI-COUNT)
           PERFORM PEEL-KPI-FIELD
           MOVE NUMVAL(KD-TOK) TO KPI-MWORD(KPI-COUNT)
           PERFORM PEEL-KPI-FIELD
           MOVE "" TO KD-M1
           MOVE "" TO KD-M2
           MOVE "" TO KD-M3
           MOVE "" TO KD-M4
           UNSTRING KD-TOK DELIMITED BY "," INTO KD-M1 KD-M2 KD-M3 KD-M4.
           MOVE KD-M1 TO KPI-MATCH(KPI-COUNT, 1)
           MOVE KD-M2 TO KPI-MATCH(KPI-COUNT, 2)
           MOVE KD-M3 TO KPI-MATCH(KPI-COUNT, 3)
           MOVE KD-M4 TO KPI-MATCH(KPI-COUNT, 4)
           PERFORM PEEL-KPI-FIELD
           MOVE NUMVAL(KD-TOK) TO KPI-VWORD(KPI-COUNT)
           PERFORM PEEL-KPI-FIELD
           MOVE UPPER-CASE(KD-TOK) TO KPI-AGG(KPI-COUNT)
           PERFORM PEEL-KPI-FIELD
           MOVE UPPER-CASE(KD-TOK) TO KPI-BKT(KPI-COUNT)
           PERFORM PEEL-KPI-FIELD
           IF UPPER-CASE(KD-TOK) = "Y" AND KPI-CHART = 0
               MOVE KPI-COUNT TO KPI-CHART
           END-IF.

      *> The field up to the next "|" into KD-TOK, and KD-REST moved
      *> on past it and its delimiter.
       PEEL-KPI-FIELD.
           MOVE "" TO KD-TOK
           UNSTRING KD-REST DELIMITED BY "|" INTO KD-TOK.
           MOVE LENGTH(KD-TOK) TO KD-LEN
           ADD 2 TO KD-LEN
           MOVE KD-REST(KD-LEN:200) TO KD-REST.

      *> The small saved-state file behind the high-water mark - a
      *> missing file (first ever refresh) just keeps the cleared
      *> buckets, and so does one written before the KPI file, which
      *> has no "KPI" marker. The buckets are running totals: the
      *> audit trail is opened RESUME, so records consumed before a
      *> restart are never re-read, and a bucket that was not saved
      *> would silently restart at zero. A saved KPI no longer in
      *> the definitions is dropped.
       LOAD-RUNNING-TOTALS.
           MOVE "" TO KS-FORMAT
           MOVE 0 TO KS-COUNT
           OPEN INPUT "dash-stats.dat".
           READ KS-FORMAT KS-COUNT.
           IF KS-FORMAT = "KPI"
               PERFORM LOAD-ONE-SAVED-KPI
                   VARYING KS-IDX FROM 1 BY 1 UNTIL KS-IDX > KS-COUNT
           END-IF
           CLOSE.

       LOAD-ONE-SAVED-KPI.
           READ KS-NAME KS-N.
           MOVE 0 TO KS-K
           PERFORM MATCH-SAVED-KPI
               VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT
           PERFORM LOAD-ONE-SAVED-BUCKET
               VARYING KB-IDX FROM 1 BY 1 UNTIL KB-IDX > KS-N.

       MATCH-SAVED-KPI.
           IF KPI-NAME(KPI-IDX) = KS-NAME AND KS-K = 0
               MOVE KPI-IDX TO KS-K
               MOVE KS-N TO KB-N(KPI-IDX)
           END-IF.

       LOAD-ONE-SAVED-BUCKET.
           READ KS-LBL KS-CNT KS-SUM KS-MAX.
           IF KS-K > 0
               MOVE KS-LBL TO KB-LBL(KS-K, KB-IDX)
               MOVE KS-CNT TO KB-CNT(KS-K, KB-IDX)
               MOVE KS-SUM TO KB-SUM(KS-K, KB-IDX)
               MOVE KS-MAX TO KB-MAX(KS-K, KB-IDX)
           END-IF.

       SAVE-RUNNING-TOTALS.
           MOVE "KPI" TO KS-FORMAT
           OPEN OUTPUT "dash-stats.dat".
           WRITE KS-FORMAT KPI-COUNT.
           PERFORM SAVE-ONE-KPI
               VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT
           CLOSE.

       SAVE-ONE-KPI.
           WRITE KPI-NAME(KPI-IDX) KB-N(KPI-IDX).
           PERFORM SAVE-ONE-BUCKET
               VARYING KB-IDX FROM 1 BY 1 UNTIL KB-IDX > KB-N(KPI-IDX).

       SAVE-ONE-BUCKET.
           MOVE KB-LBL(KPI-IDX, KB-IDX) TO KS-LBL
           MOVE KB-CNT(KPI-IDX, KB-IDX) TO KS-CNT
           MOVE KB-SUM(KPI-IDX, KB-IDX) TO KS-SUM
           MOVE KB-MAX(KPI-IDX, KB-IDX) TO KS-MAX
           WRITE KS-LBL KS-CNT KS-SUM KS-MAX.

      *> Work fields hold whatever the last audit record happened to
      *> be - cleared once the tallies are built, the way a batch
           READ AUDIT-LINE AT END PERFORM MARK-AUDIT-EOF.
           IF AUDIT-EOF-FLAG = "N"
               PERFORM PARSE-AUDIT-LINE
               PERFORM TALLY-ONE-KPI
                   VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT
           END-IF.

       MARK-AUDIT-EOF.
       PARSE-AUDIT-LINE.
           UNSTRING AUDIT-LINE DELIMITED BY " " INTO SEQ APP DT TM TAG F1 F2 F3.

      *> The record against one KPI - app and tag, then the match
      *> word against the KPI's values.
       TALLY-ONE-KPI.
           PERFORM MATCH-KPI-RECORD
           IF KW-HIT = "Y"
               PERFORM ADD-TO-KPI
           END-IF.

      *> KW-HIT says whether the parsed record counts toward the
      *> KPI - shared by the tally and the drill-down, so a detail
      *> list holds exactly the records its figure was made of.
       MATCH-KPI-RECORD.
           MOVE "N" TO KW-HIT
           IF APP = KPI-APP(KPI-IDX) AND TAG = KPI-TAG(KPI-IDX)
               IF KPI-MWORD(KPI-IDX) = 0
                   MOVE "Y" TO KW-HIT
               ELSE
                   MOVE KPI-MWORD(KPI-IDX) TO KW-M
                   PERFORM PICK-AUDIT-WORD
                   PERFORM MATCH-ONE-VALUE
                       VARYING KW-M FROM 1 BY 1 UNTIL KW-M > 4
               END-IF
           END-IF.

      *> F1, F2 or F3 - the KW-M'th word after the tag - into KW-WORD.
       PICK-AUDIT-WORD.
           MOVE "" TO KW-WORD
           IF KW-M = 1
               MOVE F1 TO KW-WORD
           END-IF
           IF KW-M = 2
               MOVE F2 TO KW-WORD
           END-IF
           IF KW-M = 3
               MOVE F3 TO KW-WORD
           END-IF.

      *> A value ending in "*" matches any word it begins, so one
      *> value covers a family of paragraphs (MARK-*).
       MATCH-ONE-VALUE.
           MOVE KPI-MATCH(KPI-IDX, KW-M) TO KW-MVAL
           IF KW-MVAL NOT = ""
               IF KW-MVAL = KW-WORD
                   MOVE "Y" TO KW-HIT
               END-IF
               MOVE LENGTH(KW-MVAL) TO KW-LEN
               IF KW-MVAL(KW-LEN:1) = "*" AND KW-LEN > 1
                   SUBTRACT 1 FROM KW-LEN
                   IF KW-MVAL(1:KW-LEN) = KW-WORD(1:KW-LEN)
                       MOVE "Y" TO KW-HIT
                   END-IF
               END-IF
           END-IF.

      *> The record's figure into its bucket - found among the KPI's
      *> buckets, or a new one after them, the oldest dropped once
      *> seven are held.
       ADD-TO-KPI.
           MOVE 0 TO KW-NUM
           IF KPI-VWORD(KPI-IDX) > 0
               MOVE KPI-VWORD(KPI-IDX) TO KW-M
               PERFORM PICK-AUDIT-WORD
               MOVE NUMVAL(KW-WORD) TO KW-NUM
           END-IF
           PERFORM FIND-BUCKET-LABEL
           MOVE 0 TO KS-K
           PERFORM FIND-ONE-BUCKET
               VARYING KB-IDX FROM 1 BY 1 UNTIL KB-IDX > KB-N(KPI-IDX)
           IF KS-K = 0
               IF KB-N(KPI-IDX) = 7
                   PERFORM SHIFT-ONE-BUCKET
                       VARYING KB-IDX FROM 1 BY 1 UNTIL KB-IDX > 6
                   MOVE 7 TO KS-K
               ELSE
                   ADD 1 TO KB-N(KPI-IDX)
                   MOVE KB-N(KPI-IDX) TO KS-K
               END-IF
               MOVE KW-LBL TO KB-LBL(KPI-IDX, KS-K)
               MOVE 0 TO KB-CNT(KPI-IDX, KS-K)
               MOVE 0 TO KB-SUM(KPI-IDX, KS-K)
               MOVE 0 TO KB-MAX(KPI-IDX, KS-K)
           END-IF
           ADD 1 TO KB-CNT(KPI-IDX, KS-K)
           ADD KW-NUM TO KB-SUM(KPI-IDX, KS-K)
           IF KW-NUM > KB-MAX(KPI-IDX, KS-K)
               MOVE KW-NUM TO KB-MAX(KPI-IDX, KS-K)
           END-IF.

      *> The bucket the record's date falls in. A week is known by
      *> its Monday, counted back from a Monday long past.
       FIND-BUCKET-LABEL.
           MOVE "ALL" TO KW-LBL
           IF KPI-BKT(KPI-IDX) = "DAY"
               MOVE DT TO KW-LBL
           END-IF
           IF KPI-BKT(KPI-IDX) = "MONTH"
               MOVE DT(1:4) TO KW-LBL
           END-IF
           IF KPI-BKT(KPI-IDX) = "WEEK"
               MOVE DT TO KW-LBL
               DATE-DIFF KW-MONDAY KW-LBL KW-DAYS
               COMPUTE KW-BACK = MOD(KW-DAYS, 7)
               COMPUTE KW-BACK = 0 - KW-BACK
               ADD-DAYS KW-LBL KW-BACK
           END-IF.

       FIND-ONE-BUCKET.
           IF KB-LBL(KPI-IDX, KB-IDX) = KW-LBL AND KS-K = 0
               MOVE KB-IDX TO KS-K
           END-IF.

       SHIFT-ONE-BUCKET.
           MOVE KB-IDX TO KW-NEXT
           ADD 1 TO KW-NEXT
           MOVE KB-LBL(KPI-IDX, KW-NEXT) TO KB-LBL(KPI-IDX, KB-IDX)
           MOVE KB-CNT(KPI-IDX, KW-NEXT) TO KB-CNT(KPI-IDX, KB-IDX)
           MOVE KB-SUM(KPI-IDX, KW-NEXT) TO KB-SUM(KPI-IDX, KB-IDX)
           MOVE KB-MAX(KPI-IDX, KW-NEXT) TO KB-MAX(KPI-IDX, KB-IDX).

      *> A bucket's figure by the KPI's aggregation, into KW-FIG.
       FIGURE-ONE-BUCKET.
           MOVE KB-CNT(KPI-IDX, KB-IDX) TO KW-FIG
           IF KPI-AGG(KPI-IDX) = "SUM"
               MOVE KB-SUM(KPI-IDX, KB-IDX) TO KW-FIG
           END-IF
           IF KPI-AGG(KPI-IDX) = "MAX"
               MOVE KB-MAX(KPI-IDX, KB-IDX) TO KW-FIG
           END-IF
           IF KPI-AGG(KPI-IDX) = "AVG"
               MOVE 0 TO KW-FIG
               IF KB-CNT(KPI-IDX, KB-IDX) > 0
                   MOVE KB-SUM(KPI-IDX, KB-IDX) TO KW-FIG
                   COMPUTE KW-FIG ROUNDED = KW-FIG / KB-CNT(KPI-IDX, KB-IDX)
               END-IF
           END-IF.

      *> The KPI's stat line - its label, the latest bucket's figure
      *> and which bucket that is - in columns.
       BUILD-ONE-KPI-TEXT.
           MOVE KPI-LABEL(KPI-IDX) TO KW-TEXT
           IF KB-N(KPI-IDX) = 0
               MOVE "no data yet" TO KW-TEXT(26:11)
           ELSE
               MOVE KB-N(KPI-IDX) TO KB-IDX
               PERFORM FIGURE-ONE-BUCKET
               IF KPI-AGG(KPI-IDX) = "COUNT"
                   MOVE KB-CNT(KPI-IDX, KB-IDX) TO KW-TEXT(26:12)
               ELSE
                   MOVE KW-FIG TO KW-TEXT(26:12)
               END-IF
               IF KPI-BKT(KPI-IDX) NOT = "ALL"
                   MOVE LOWER-CASE(KPI-BKT(KPI-IDX)) TO KW-TEXT(39:6)
                   MOVE KB-LBL(KPI-IDX, KB-IDX) TO KW-TEXT(45:6)
               END-IF
           END-IF
           MOVE KW-TEXT TO KPI-TEXT(KPI-IDX).

       BUILD-KPI-CHART.
           PERFORM CLEAR-ONE-BAR
               VARYING KB-IDX FROM 1 BY 1 UNTIL KB-IDX > 7
           MOVE "" TO CHART-TITLE
           IF KPI-CHART > 0
               MOVE KPI-CHART TO KPI-IDX
               MOVE KPI-LABEL(KPI-IDX) TO CHART-TITLE
               PERFORM CHART-ONE-BUCKET
                   VARYING KB-IDX FROM 1 BY 1 UNTIL KB-IDX > KB-N(KPI-IDX)
           END-IF.

       CLEAR-ONE-BAR.
           MOVE 0 TO CHART-VAL(KB-IDX)
           MOVE "" TO CHART-LBL(KB-IDX).

       CHART-ONE-BUCKET.
           PERFORM FIGURE-ONE-BUCKET
           MOVE KW-FIG TO CHART-VAL(KB-IDX)
           MOVE KB-LBL(KPI-IDX, KB-IDX) TO CHART-LBL(KB-IDX).

      *> The picked stat line's KPI, drilled at its latest bucket -
      *> the figure the line shows.
       DRILL-LINE.
           PERFORM CLEAR-DRILL-DETAIL
           MOVE 0 TO DR-KPI
           IF KPI-SEL NOT = ""
               PERFORM FIND-SELECTED-KPI
                   VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT
           END-IF
           IF DR-KPI = 0
               MOVE "Pick a stat line first" TO STATUS-MSG
           ELSE
               IF KB-N(DR-KPI) = 0
                   MOVE "No records behind that line yet" TO STATUS-MSG
               ELSE
                   MOVE KB-N(DR-KPI) TO KB-IDX
                   MOVE KB-LBL(DR-KPI, KB-IDX) TO DR-LBL
                   PERFORM LOAD-DRILL-DETAIL
                   NAVIGATE DRILL-SCREEN
               END-IF
           END-IF.

       FIND-SELECTED-KPI.
           IF KPI-TEXT(KPI-IDX) = KPI-SEL AND DR-KPI = 0
               MOVE KPI-IDX TO DR-KPI
           END-IF.

      *> The picked bar - one bucket of the charted KPI.
       DRILL-BAR.
           PERFORM CLEAR-DRILL-DETAIL
           IF BAR-SEL = "" OR KPI-CHART = 0
               MOVE "Pick a bar first" TO STATUS-MSG
           ELSE
               MOVE KPI-CHART TO DR-KPI
               MOVE BAR-SEL TO DR-LBL
               PERFORM LOAD-DRILL-DETAIL
               NAVIGATE DRILL-SCREEN
           END-IF.

      *> The bucket's records, oldest first. A day's trail is
      *> archived to "audit.log.<yymmdd>" once a later day begins,
      *> so each day the bucket covers is read from its archive
      *> (a day with none is simply skipped) and then the current
      *> log. ALL goes back over the ninety days archives are kept.
       LOAD-DRILL-DETAIL.
           MOVE DR-KPI TO KPI-IDX
           MOVE "(no sign-in)" TO DR-OP
           MOVE 0 TO DR-LAST-SEQ
           IF KPI-BKT(KPI-IDX) = "DAY"
               MOVE DR-LBL TO DR-DAY
               PERFORM SCAN-DRILL-ARCHIVE
           END-IF
           IF KPI-BKT(KPI-IDX) = "WEEK"
               MOVE DR-LBL TO DR-DAY
               PERFORM SCAN-DRILL-ARCHIVE
                   VARYING DR-N FROM 1 BY 1 UNTIL DR-N > 7
           END-IF
           IF KPI-BKT(KPI-IDX) = "MONTH"
               MOVE DR-LBL TO DR-DAY
               MOVE "01" TO DR-DAY(5:2)
               MOVE DR-LBL TO DR-MON
               PERFORM SCAN-DRILL-ARCHIVE UNTIL DR-MON NOT = DR-LBL
           END-IF
           IF KPI-BKT(KPI-IDX) = "ALL"
               ACCEPT DR-DAY FROM DATE.
               ADD-DAYS DR-DAY -90
               PERFORM SCAN-DRILL-ARCHIVE
                   VARYING DR-N FROM 1 BY 1 UNTIL DR-N > 90
           END-IF
           MOVE "audit.log" TO DR-PATH
           PERFORM SCAN-DRILL-FILE
           PERFORM CLEAR-PARSE-FIELDS
           STRING KPI-LABEL(KPI-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LOWER-CASE(KPI-BKT(KPI-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DR-LBL DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DR-TOTAL DELIMITED BY SIZE
               "|records" DELIMITED BY SIZE
               INTO DR-TITLE.
           IF DR-TOTAL > 40
               MOVE "Showing the first 40 records" TO STATUS-MSG
           ELSE
               MOVE "Detail loaded" TO STATUS-MSG
           END-IF.

       SCAN-DRILL-ARCHIVE.
           MOVE "" TO DR-PATH
           STRING "audit.log." DELIMITED BY SIZE
               DR-DAY DELIMITED BY SIZE
               INTO DR-PATH.
           PERFORM SCAN-DRILL-FILE
           ADD-DAYS DR-DAY 1
           MOVE DR-DAY(1:4) TO DR-MON.

       SCAN-DRILL-FILE.
           MOVE "N" TO AUDIT-EOF-FLAG
           OPEN INPUT ENCRYPTED DR-PATH.
           PERFORM READ-ONE-DRILL-LINE UNTIL AUDIT-EOF-FLAG = "Y".
           CLOSE.

      *> A sequence number that does not climb means a new run of
      *> the app, and nobody is signed in to it until its AUTH-OK.
       READ-ONE-DRILL-LINE.
           PERFORM CLEAR-PARSE-FIELDS
           READ AUDIT-LINE AT END PERFORM MARK-AUDIT-EOF.
           IF AUDIT-EOF-FLAG = "N"
               PERFORM PARSE-AUDIT-LINE
               IF APP = KPI-APP(KPI-IDX)
                   MOVE NUMVAL(SEQ) TO DR-SEQ-N
                   IF DR-SEQ-N <= DR-LAST-SEQ
                       MOVE "(no sign-in)" TO DR-OP
                   END-IF
                   MOVE DR-SEQ-N TO DR-LAST-SEQ
                   IF TAG = "AUTH-OK"
                       MOVE F1 TO DR-OP
                   END-IF
                   PERFORM MATCH-KPI-RECORD
                   IF KW-HIT = "Y"
                       PERFORM FIND-BUCKET-LABEL
                       IF KW-LBL = DR-LBL
                           PERFORM ADD-DRILL-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The target is the record's text after its tag, less the
      *> chain hash.
       ADD-DRILL-ROW.
           ADD 1 TO DR-TOTAL
           IF DR-COUNT < 40
               ADD 1 TO DR-COUNT
               MOVE "" TO DR-BODY
               UNSTRING AUDIT-LINE DELIMITED BY "H=" INTO DR-BODY.
               MOVE 6 TO DR-POS
               MOVE LENGTH(SEQ) TO DR-LEN
               ADD DR-LEN TO DR-POS
               MOVE LENGTH(APP) TO DR-LEN
               ADD DR-LEN TO DR-POS
               MOVE LENGTH(DT) TO DR-LEN
               ADD DR-LEN TO DR-POS
               MOVE LENGTH(TM) TO DR-LEN
               ADD DR-LEN TO DR-POS
               MOVE LENGTH(TAG) TO DR-LEN
               ADD DR-LEN TO DR-POS
               MOVE SEQ TO DR-SEQ(DR-COUNT)
               MOVE DT TO DR-DT(DR-COUNT)
               MOVE TM TO DR-TM(DR-COUNT)
               MOVE DR-OP TO DR-OPER(DR-COUNT)
               MOVE DR-BODY(DR-POS:60) TO DR-TGT(DR-COUNT)
               STRING SEQ DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   DT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TM DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   DR-OP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   DR-TGT(DR-COUNT) DELIMITED BY SIZE
                   INTO DR-ROW(DR-COUNT).
           END-IF.

      *> The rows carry the trail's own clock times - a detail left
      *> behind is stale once the figures are refreshed anyway.
       CLEAR-DRILL-DETAIL.
           PERFORM CLEAR-ONE-DRILL-ROW
               VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > 40
           MOVE 0 TO DR-COUNT
           MOVE 0 TO DR-TOTAL
           MOVE "" TO DR-TITLE
           MOVE "" TO DR-LBL
           MOVE "" TO DR-DAY
           MOVE "" TO DR-MON
           MOVE "" TO DR-PATH
           MOVE "" TO DR-BODY
           MOVE "" TO DR-SEL
           MOVE "" TO DR-LINE.

       CLEAR-ONE-DRILL-ROW.
           MOVE "" TO DR-ROW(DR-IDX)
           MOVE "" TO DR-SEQ(DR-IDX)
           MOVE "" TO DR-DT(DR-IDX)
           MOVE "" TO DR-TM(DR-IDX)
           MOVE "" TO DR-OPER(DR-IDX)
           MOVE "" TO DR-TGT(DR-IDX).

       PRINT-DRILL.
           IF DR-COUNT = 0
               MOVE "No records to print" TO STATUS-MSG
           ELSE
               GENERATE DRILL-REPORT TO "dash-detail.rpt".
               MOVE "Detail printed to dash-detail.rpt" TO STATUS-MSG
           END-IF.

      *> One CSV row per listed record, the target last since it
      *> is free text.
       EXPORT-DRILL.
           OPEN OUTPUT "dash-detail.csv".
           WRITE "seq,date,time,operator,target".
           PERFORM WRITE-DRILL-ROW
               VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-COUNT
           CLOSE.
           MOVE "" TO DR-LINE
           MOVE "Detail exported to dash-detail.csv" TO STATUS-MSG.

       WRITE-DRILL-ROW.
           MOVE "" TO DR-LINE
           STRING DR-SEQ(DR-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DR-DT(DR-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DR-TM(DR-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DR-OPER(DR-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DR-TGT(DR-IDX) DELIMITED BY SIZE
               INTO DR-LINE.
           WRITE DR-LINE.
