       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-HONORS.

      *> Term-end standing for the dean's office - grade-point
      *> average, class rank and the honors list, from the
      *> "name|grade|points|status" records in reg-students.dat.
      *>
      *> Runs headless like quiz-regrade.cbl - from the scheduler or
      *> as
      *>   cobalt examples/reg-honors.cbl <events-file>
      *> - and does its whole pass on arrival. Each enrolled
      *> student's grade letter is turned into grade points through
      *> GRADE-SCALE ("A:4.0,B:3.0,..."); the students are ranked on
      *> that average, highest first, and students with the same
      *> average share a rank (1, 1, 3). A withdrawn student is not
      *> ranked, nor is one whose grade the scale does not list.
      *>
      *> The standing is written to the companion keyed file
      *> reg-standing.dat, keyed like the student store, as
      *> "gpa|rank|tier" - the student record itself keeps the
      *> layout the maintenance screen and the console read. A
      *> student no longer ranked loses any standing an earlier run
      *> wrote. The ranked report breaks at each honors tier:
      *>   HIGHEST HONORS  at or above HIGHEST-CUT
      *>   HIGH HONORS     at or above HIGH-CUT
      *>   HONORS          at or above HONORS-CUT (the honors list)
      *>   NONE            everyone else ranked
      *>
      *> Nothing here holds the term in a table, so a term of any
      *> size ranks the same way (reg-maint.cbl keeps one that
      *> size). The store is walked once with START / READ NEXT;
      *> each ranked student goes to the keyed work file
      *> reg-honors.wrk under "R" + 1999 less the average in
      *> hundredths + the student's key, so browsing that file
      *> delivers the term highest average first and in key order
      *> within an average - the ranks are handed out on that
      *> browse. Only one keyed file is open at a time, so each
      *> pass leaves what the next one needs in a plain work file:
      *>   reg-honors.rnk  ranked students, to load the work file
      *>   reg-honors.drp  keys losing their standing
      *>   reg-honors.std  standings, to write reg-standing.dat
      *>   reg-honors.lst  the report rows, fed to HONORS-REPORT
      *> Every work file is emptied at the start of the next run.
      *> A term of several hundred students runs past the engine's
      *> default statement guard in the one arrival handler, so the
      *> program carries its own (MAX-LOOP-ITERATIONS below) - room
      *> for a term of well over a thousand.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
      *> The scale and the cut-offs - fields, so a term with another
      *> scale runs with GRADE-SCALE=... on the command line.
           05  GRADE-SCALE     PIC X(60)
                               VALUE "A:4.0,B:3.0,C:2.0,D:1.0,F:0.0".
           05  HONORS-CUT      PIC 9(1)V99 VALUE 3.0.
           05  HIGH-CUT        PIC 9(1)V99 VALUE 3.5.
           05  HIGHEST-CUT     PIC 9(1)V99 VALUE 3.9.
      *> The store - a field, so a copy of the term is ranked with
      *> STUDENT-FILE=... on the command line, as reg-maint.cbl
      *> keeps one.
           05  STUDENT-FILE    PIC X(60) VALUE "reg-students.dat".
      *> The statement guard for the one arrival handler - the engine
      *> takes it in place of its default; a bigger term runs with
      *> MAX-LOOP-ITERATIONS=... on the command line.
           05  MAX-LOOP-ITERATIONS PIC 9(6) VALUE 200000.
      *> The scale taken apart, one letter and its points per entry.
           05  SC-LTR          PIC X(2) OCCURS 8 TIMES VALUE SPACES.
           05  SC-PTS          PIC 9(1)V99 OCCURS 8 TIMES VALUE 0.
           05  SC-COUNT        PIC 9(2) VALUE 0.
           05  SC-IDX          PIC 9(2) VALUE 0.
           05  SC-FOUND        PIC 9(2) VALUE 0.
           05  P1              PIC X(10) VALUE SPACES.
           05  P2              PIC X(10) VALUE SPACES.
           05  P3              PIC X(10) VALUE SPACES.
           05  P4              PIC X(10) VALUE SPACES.
           05  P5              PIC X(10) VALUE SPACES.
           05  P6              PIC X(10) VALUE SPACES.
           05  P7              PIC X(10) VALUE SPACES.
           05  P8              PIC X(10) VALUE SPACES.
           05  PAIR-W          PIC X(10) VALUE SPACES.
           05  SL-W            PIC X(2) VALUE SPACES.
           05  SV-W            PIC X(6) VALUE SPACES.
      *> One student as the browse delivers it.
           05  SK              PIC X(20) VALUE SPACES.
           05  SV              PIC X(60) VALUE SPACES.
           05  S-EOF           PIC X(1) VALUE "N".
           05  NM-W            PIC X(30) VALUE SPACES.
           05  GR-W            PIC X(2) VALUE SPACES.
           05  PT-W            PIC X(4) VALUE SPACES.
           05  ST-W            PIC X(1) VALUE SPACES.
      *> One work-file record - "R" + inverted average + key, and
      *> "key|name|gpa".
           05  WK-KEY          PIC X(30) VALUE SPACES.
           05  WK-VAL          PIC X(60) VALUE SPACES.
           05  INV-N           PIC 9(4) VALUE 0.
           05  GPA-W           PIC 9(1)V99 VALUE 0.
           05  GPA-TXT         PIC X(6) VALUE SPACES.
      *> The rank pass. SEEN-N counts the students browsed so far;
      *> a new average takes that count as its rank.
           05  SEEN-N          PIC 9(4) VALUE 0.
           05  CUR-RANK        PIC 9(4) VALUE 0.
           05  PREV-GPA        PIC 9(1)V99 VALUE 0.
           05  TIER-W          PIC X(14) VALUE SPACES.
           05  STAND-KEY       PIC X(20) VALUE SPACES.
           05  STAND-VAL       PIC X(40) VALUE SPACES.
      *> One report row as the report reads it back from
      *> reg-honors.lst.
           05  HR-TIER         PIC X(14) VALUE SPACES.
           05  HR-RANK         PIC X(4) VALUE SPACES.
           05  HR-KEY          PIC X(20) VALUE SPACES.
           05  HR-NAME         PIC X(30) VALUE SPACES.
           05  HR-GPA          PIC X(6) VALUE SPACES.
      *> The head of the ranking on screen, "rank|key|gpa|tier" -
      *> the first 40; the report carries the whole term.
           05  RANK-LINE       PIC X(60) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  RL-CNT          PIC 9(2) VALUE 0.
           05  RANK-SEL        PIC X(60) VALUE SPACES.
      *> Control totals, printed under these names at the foot of
      *> the report.
           05  RANKED          PIC 9(4) VALUE 0.
           05  HONORS-LIST     PIC 9(4) VALUE 0.
           05  WITHDRAWN       PIC 9(4) VALUE 0.
           05  UNSCALED        PIC 9(4) VALUE 0.
           05  STATUS-MSG      PIC X(60) VALUE "Standing not run".

       SCREEN SECTION.
       01  HONORS-SCREEN ON-ENTRY PERFORM RUN-STANDING.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Term Standing".
           05  TOTALS-AREA.
               10  RANK-DISP   PIC 9(4) USING RANKED.
               10  HON-DISP    PIC 9(4) USING HONORS-LIST.
               10  WDR-DISP    PIC 9(4) USING WITHDRAWN.
               10  UNS-DISP    PIC 9(4) USING UNSCALED.
           05  RANK-AREA.
               10 RANK-LIST USING RANK-LINE LIST ROWS 8 SELECTED RANK-SEL.
       COPY "examples/status-bar.inc".

      *> Fed from reg-honors.lst, a row per ranked student in rank
      *> order, so the report is as long as the term.
       REPORT SECTION.
       01  HONORS-REPORT.
           05  PAGE-LENGTH 40.
           05  HEADING "=== Term Standing and Honors ===".
           05  HEADING "tier  rank  student  name  gpa".
           05  DETAIL USING HR-TIER HR-RANK HR-KEY HR-NAME HR-GPA.
           05  CONTROL USING HR-TIER.
           05  SUMMARY USING RANKED HONORS-LIST WITHDRAWN UNSCALED.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The whole job - every run ranks the term afresh, so a rerun
      *> after a grade change simply restates the standing.
       RUN-STANDING.
           PERFORM LOAD-SCALE
           MOVE 0 TO RANKED
           MOVE 0 TO HONORS-LIST
           MOVE 0 TO WITHDRAWN
           MOVE 0 TO UNSCALED
           OPEN OUTPUT H1 "reg-honors.wrk".
           CLOSE H1.
           PERFORM WEIGH-TERM
           PERFORM SORT-RANKED
           PERFORM RANK-TERM
           PERFORM SAVE-STANDING
           PERFORM PRINT-STANDING
           MOVE "Standing done - see the honors report" TO STATUS-MSG.

      *> "<letter>:<points>" pairs, comma-separated, at most eight.
       LOAD-SCALE.
           MOVE 0 TO SC-COUNT
           UNSTRING GRADE-SCALE DELIMITED BY "," INTO P1 P2 P3 P4 P5 P6 P7 P8.
           MOVE P1 TO PAIR-W
           PERFORM TAKE-ONE-PAIR
           MOVE P2 TO PAIR-W
           PERFORM TAKE-ONE-PAIR
           MOVE P3 TO PAIR-W
           PERFORM TAKE-ONE-PAIR
           MOVE P4 TO PAIR-W
           PERFORM TAKE-ONE-PAIR
           MOVE P5 TO PAIR-W
           PERFORM TAKE-ONE-PAIR
           MOVE P6 TO PAIR-W
           PERFORM TAKE-ONE-PAIR
           MOVE P7 TO PAIR-W
           PERFORM TAKE-ONE-PAIR
           MOVE P8 TO PAIR-W
           PERFORM TAKE-ONE-PAIR.

       TAKE-ONE-PAIR.
           IF PAIR-W NOT = ""
               MOVE "" TO SL-W
               MOVE "" TO SV-W
               UNSTRING PAIR-W DELIMITED BY ":" INTO SL-W SV-W.
               ADD 1 TO SC-COUNT
               MOVE UPPER-CASE(SL-W) TO SC-LTR(SC-COUNT)
               MOVE NUMVAL(SV-W) TO SC-PTS(SC-COUNT)
           END-IF.

       MARK-S-EOF.
           MOVE "Y" TO S-EOF.

      *> Pass one - the student store in key order. A ranked
      *> student is written out for the work file; anyone else's
      *> key is kept so the standing pass can take their standing
      *> away.
       WEIGH-TERM.
           OPEN OUTPUT H1 "reg-honors.rnk".
           OPEN OUTPUT H2 "reg-honors.drp".
           MOVE "N" TO S-EOF
           OPEN I-O KEYED STUDENT-FILE.
           START "0" AT END PERFORM MARK-S-EOF.
           PERFORM WEIGH-ONE-STUDENT UNTIL S-EOF = "Y".
           CLOSE.
           CLOSE H1.
           CLOSE H2.

       WEIGH-ONE-STUDENT.
           MOVE "" TO SK
           MOVE "" TO SV
           READ NEXT SK SV AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               MOVE "" TO NM-W
               MOVE "" TO GR-W
               MOVE "" TO PT-W
               MOVE "" TO ST-W
               UNSTRING SV DELIMITED BY "|" INTO NM-W GR-W PT-W ST-W.
               IF ST-W = "W"
                   ADD 1 TO WITHDRAWN
                   WRITE H2 SK.
               ELSE
                   PERFORM FIND-SCALE-ENTRY
                   IF SC-FOUND = 0
                       ADD 1 TO UNSCALED
                       WRITE H2 SK.
                   ELSE
                       PERFORM ADD-RANKED-STUDENT
                   END-IF
               END-IF
           END-IF.

       FIND-SCALE-ENTRY.
           MOVE 0 TO SC-FOUND
           PERFORM MATCH-ONE-SCALE-ENTRY
               VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT.

       MATCH-ONE-SCALE-ENTRY.
           IF SC-LTR(SC-IDX) = GR-W
               MOVE SC-IDX TO SC-FOUND
           END-IF.

      *> "R" + 1999 less the average in hundredths keeps the work
      *> key four digits wide with the highest average first.
       ADD-RANKED-STUDENT.
           ADD 1 TO RANKED
           COMPUTE INV-N = 1999 - SC-PTS(SC-FOUND) * 100
           MOVE "" TO WK-KEY
           STRING "R" DELIMITED BY SIZE
               INV-N DELIMITED BY SIZE
               SK DELIMITED BY SIZE
               INTO WK-KEY.
           MOVE "" TO WK-VAL
           STRING SK DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NM-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SC-PTS(SC-FOUND) DELIMITED BY SIZE
               INTO WK-VAL.
           WRITE H1 WK-KEY WK-VAL.

      *> The ranked students into the (emptied) keyed work file.
       SORT-RANKED.
           OPEN INPUT H1 "reg-honors.rnk".
           OPEN I-O KEYED "reg-honors.wrk".
           MOVE "N" TO S-EOF
           PERFORM FILE-ONE-RANKED UNTIL S-EOF = "Y".
           CLOSE.
           CLOSE H1.

       FILE-ONE-RANKED.
           MOVE "" TO WK-KEY
           MOVE "" TO WK-VAL
           READ H1 WK-KEY WK-VAL AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               WRITE KEY WK-KEY WK-VAL
           END-IF.

      *> Pass two - the work file browsed highest average first.
      *> Equal averages share the rank of the first of them; the
      *> next average down takes its place in the list as its rank.
       RANK-TERM.
           OPEN OUTPUT H1 "reg-honors.std".
           OPEN OUTPUT H3 "reg-honors.lst".
           MOVE 0 TO SEEN-N
           MOVE 0 TO CUR-RANK
           MOVE 0 TO PREV-GPA
           MOVE 0 TO RL-CNT
           MOVE "N" TO S-EOF
           OPEN I-O KEYED "reg-honors.wrk".
           START "R" AT END PERFORM MARK-S-EOF.
           PERFORM RANK-ONE-STUDENT UNTIL S-EOF = "Y".
           CLOSE.
           CLOSE H1.
           CLOSE H3.

       RANK-ONE-STUDENT.
           MOVE "" TO WK-KEY
           MOVE "" TO WK-VAL
           READ NEXT WK-KEY WK-VAL AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               ADD 1 TO SEEN-N
               MOVE "" TO SK
               MOVE "" TO NM-W
               MOVE "" TO GPA-TXT
               UNSTRING WK-VAL DELIMITED BY "|" INTO SK NM-W GPA-TXT.
               MOVE NUMVAL(GPA-TXT) TO GPA-W
               IF SEEN-N = 1 OR GPA-W NOT = PREV-GPA
                   MOVE SEEN-N TO CUR-RANK
               END-IF
               MOVE GPA-W TO PREV-GPA
               PERFORM SET-TIER
               MOVE SK TO STAND-KEY
               MOVE "" TO STAND-VAL
               STRING GPA-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CUR-RANK DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TIER-W DELIMITED BY SIZE
                   INTO STAND-VAL.
               WRITE H1 STAND-KEY STAND-VAL.
               PERFORM LIST-ONE-STUDENT
           END-IF.

       SET-TIER.
           MOVE "NONE" TO TIER-W
           IF GPA-W >= HONORS-CUT
               MOVE "HONORS" TO TIER-W
               ADD 1 TO HONORS-LIST
           END-IF
           IF GPA-W >= HIGH-CUT
               MOVE "HIGH HONORS" TO TIER-W
           END-IF
           IF GPA-W >= HIGHEST-CUT
               MOVE "HIGHEST HONORS" TO TIER-W
           END-IF.

      *> One report row - a line per DETAIL field, in their order -
      *> and the screen's line while there is room for it.
       LIST-ONE-STUDENT.
           WRITE H3 TIER-W CUR-RANK SK NM-W GPA-W.
           IF RL-CNT < 40
               ADD 1 TO RL-CNT
               MOVE "" TO RANK-LINE(RL-CNT)
               STRING CUR-RANK DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   SK DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   GPA-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TIER-W DELIMITED BY SIZE
                   INTO RANK-LINE(RL-CNT).
           END-IF.

      *> Ranked students get their standing; everyone else on file
      *> has any earlier one taken away.
       SAVE-STANDING.
           OPEN I-O KEYED "reg-standing.dat".
           OPEN INPUT H1 "reg-honors.std".
           MOVE "N" TO S-EOF
           PERFORM SAVE-ONE-STANDING UNTIL S-EOF = "Y".
           CLOSE H1.
           OPEN INPUT H2 "reg-honors.drp".
           MOVE "N" TO S-EOF
           PERFORM DROP-ONE-STANDING UNTIL S-EOF = "Y".
           CLOSE H2.
           CLOSE.
           MOVE "" TO STAND-KEY.
           MOVE "" TO STAND-VAL.

       SAVE-ONE-STANDING.
           MOVE "" TO STAND-KEY
           MOVE "" TO STAND-VAL
           READ H1 STAND-KEY STAND-VAL AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               WRITE KEY STAND-KEY STAND-VAL
           END-IF.

       DROP-ONE-STANDING.
           MOVE "" TO STAND-KEY
           READ H2 STAND-KEY AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               DELETE KEY STAND-KEY
           END-IF.

      *> The ranked listing, highest first, with a control break
      *> closing each tier; the control totals follow it.
       PRINT-STANDING.
           OPEN INPUT H3 "reg-honors.lst".
           GENERATE HONORS-REPORT TO "reg-honors.rpt" FROM H3.
           CLOSE H3.
