       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOCK.

      *> The shift punch clock. Refresh still shows the date, time
      *> and day; a signed-in operator presses Clock In, Break or
      *> Clock Out, and each press is one record of the keyed
      *> "clock-punches.dat".
      *>
      *> Every record there is keyed by the day it belongs to -
      *> YYMMDD, a kind letter, then six digits from the file's
      *> "#SEQ" counter - so one START on a day reads that day and
      *> nothing else. Every value opens with the operator, the
      *> ALTERNATE 1 key:
      *>   P  a punch, "operator|date|time|type|terminal" - time
      *>      HHMMSS, type IN, BREAK or OUT (a break ends with IN);
      *>      a Break or Clock Out with no day open today goes to
      *>      yesterday's shift if that is still open, and is keyed
      *>      to yesterday - worked out past midnight, its time
      *>      counts on from 24:00;
      *>   A  a supervisor's adjustment, "operator|date|time|type|
      *>      by|reason" - type IN, BREAK or OUT adds the punch the
      *>      operator missed; type VOID cancels a punch or an
      *>      adjustment, whose key it carries in place of a time;
      *>   F  a missing punch flagged, "operator|date|found|NO-OUT|
      *>      terminal" - the day left without a clock-out, found
      *>      when the operator next clocked in or when the day's
      *>      attendance was next shown after the day was over.
      *> The fourth kind, keyed YYMMDD "D" operator, is the
      *> operator's day as it stands: "operator|date|first-in,
      *> last-out,last-punch|worked,break|state,adjusted,flagged,
      *> order" - times HHMM, minutes worked and on break, state
      *> IN, BREAK or OFF after the last punch, and Y/N for a day
      *> with adjustments, with a flag raised, with punches out of
      *> order. It is never typed: it is worked out again from the
      *> day's punches and adjustments, in the same open, each time
      *> one is written, so the reports read one record per
      *> operator-day instead of every punch.
      *>
      *> Punches are never changed or deleted - a supervisor puts a
      *> day right with adjustments, and every punch, flag and
      *> adjustment is LOGged with the record it wrote.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  DAY-NUM         PIC X(1)  VALUE "0".
           05  DAY-NAME        PIC X(10) VALUE "Unknown".
           05  STATUS-MSG      PIC X(60) VALUE "Press Refresh".
      *> Who is at the clock, and where. TERMINAL-ID may be seeded
      *> like a startup parameter; blank, it comes from the
      *> COBALT_TERMINAL environment variable, else CONSOLE.
           05  OP-NAME         PIC X(20) VALUE SPACES.
           05  OP-PASS         PIC X(20) VALUE SPACES.
           05  AUTH-R          PIC X(1) VALUE " ".
           05  CLOCK-OP        PIC X(20) VALUE SPACES.
           05  TERMINAL-ID     PIC X(12) VALUE SPACES.
           05  SHIFT-TEXT      PIC X(30) VALUE SPACES.
           05  PUNCH-TYPE      PIC X(5) VALUE SPACES.
           05  TODAY-D         PIC X(6) VALUE SPACES.
           05  PUNCH-DAY       PIC X(6) VALUE SPACES.
           05  NOW-T           PIC X(8) VALUE SPACES.
           05  DAY-N           PIC S9(5) VALUE 0.
           05  DOW-N           PIC 9(1) VALUE 0.
           05  VAL-OK          PIC X(1) VALUE "N".
           05  DATE-OK         PIC X(1) VALUE SPACES.
           05  PIPE-CNT        PIC 9(3) VALUE 0.
           05  FLAG-DATE       PIC X(6) VALUE SPACES.
           05  EDIT-NOTE       PIC X(40) VALUE SPACES.
      *> A new record: its value, its day and kind, the key they
      *> make with the next number from "#SEQ".
           05  NEW-VAL         PIC X(80) VALUE SPACES.
           05  KEY-DATE        PIC X(6) VALUE SPACES.
           05  KEY-KIND        PIC X(1) VALUE SPACES.
           05  REC-KEY         PIC X(16) VALUE SPACES.
           05  SEQ-VAL         PIC X(10) VALUE SPACES.
           05  SEQ-N           PIC 9(7) VALUE 0.
           05  SEQ-X           PIC X(7) VALUE SPACES.
      *> One record read by a day browse, split into its parts.
           05  PC-KEY          PIC X(30) VALUE SPACES.
           05  PC-VAL          PIC X(80) VALUE SPACES.
           05  PC-KIND         PIC X(1) VALUE SPACES.
           05  PC-EOF          PIC X(1) VALUE "N".
           05  DPFX            PIC X(7) VALUE SPACES.
      *> P-TM is the time, or the key a VOID cancels; P-WHO the
      *> terminal, or the supervisor who made an adjustment.
           05  P-OP            PIC X(20) VALUE SPACES.
           05  P-DT            PIC X(6) VALUE SPACES.
           05  P-TM            PIC X(16) VALUE SPACES.
           05  P-TY            PIC X(6) VALUE SPACES.
           05  P-WHO           PIC X(20) VALUE SPACES.
           05  P-WY            PIC X(20) VALUE SPACES.
      *> The operator-day (DY-OP on DY-DATE) - its D record, and the
      *> punches it is worked out from in time order.
           05  DY-OP           PIC X(20) VALUE SPACES.
           05  DY-DATE         PIC X(6) VALUE SPACES.
           05  DY-KEY          PIC X(30) VALUE SPACES.
           05  DY-VAL          PIC X(80) VALUE SPACES.
           05  DY-HEAD         PIC X(50) VALUE SPACES.
           05  DY-FOUND        PIC X(1) VALUE "N".
           05  D-OP            PIC X(20) VALUE SPACES.
           05  D-DT            PIC X(6) VALUE SPACES.
           05  D-TM            PIC X(20) VALUE SPACES.
           05  D-MN            PIC X(12) VALUE SPACES.
           05  D-ST            PIC X(14) VALUE SPACES.
           05  DY-IN           PIC X(4) VALUE SPACES.
           05  DY-OUT          PIC X(4) VALUE SPACES.
           05  DY-LAST         PIC X(4) VALUE SPACES.
           05  DY-WORK-X       PIC X(5) VALUE SPACES.
           05  DY-BRK-X        PIC X(5) VALUE SPACES.
           05  DY-WORK         PIC 9(4) VALUE 0.
           05  DY-BRK          PIC 9(4) VALUE 0.
           05  DY-ST           PIC X(5) VALUE "OFF".
           05  DY-ADJ          PIC X(1) VALUE "N".
           05  DY-FLG          PIC X(1) VALUE "N".
           05  DY-ODD          PIC X(1) VALUE "N".
           05  W-TIME          PIC X(6) OCCURS 30 TIMES VALUE SPACES.
           05  W-TYPE          PIC X(6) OCCURS 30 TIMES VALUE SPACES.
           05  W-SRC           PIC X(16) OCCURS 30 TIMES
                                         VALUE SPACES.
           05  W-CNT           PIC 9(3) VALUE 0.
           05  W-IDX           PIC 9(3) VALUE 0.
           05  VD-REF          PIC X(16) OCCURS 10 TIMES
                                         VALUE SPACES.
           05  VD-CNT          PIC 9(3) VALUE 0.
           05  VD-IDX          PIC 9(3) VALUE 0.
           05  REF-LIVE        PIC X(1) VALUE "N".
           05  PT-W            PIC X(6) VALUE SPACES.
           05  PT-HM           PIC X(4) VALUE SPACES.
           05  HH-X            PIC X(2) VALUE SPACES.
           05  MM-X            PIC X(2) VALUE SPACES.
           05  PT-HH           PIC 9(2) VALUE 0.
           05  PT-MM           PIC 9(2) VALUE 0.
           05  PT-MIN          PIC 9(4) VALUE 0.
           05  START-MIN       PIC 9(4) VALUE 0.
      *> Minutes shown as H:MM.
           05  FMT-MIN         PIC 9(5) VALUE 0.
           05  FMT-H           PIC 9(3) VALUE 0.
           05  FMT-M           PIC 9(3) VALUE 0.
           05  FMT-MX          PIC X(3) VALUE SPACES.
           05  FMT-OUT         PIC X(8) VALUE SPACES.
      *> How far back a clock-in looks for the operator's last day.
           05  LB-DATE         PIC X(6) VALUE SPACES.
           05  LB-N            PIC 9(3) VALUE 0.
           05  LB-HIT          PIC X(1) VALUE "N".
      *> The daily attendance - one row per operator-day of
      *> ATT-DATE, blank meaning today.
           05  ATT-DATE        PIC X(6) VALUE SPACES.
           05  AT-OP           PIC X(20) OCCURS 30 TIMES VALUE SPACES.
           05  AT-IN           PIC X(4) OCCURS 30 TIMES VALUE SPACES.
           05  AT-OUT          PIC X(4) OCCURS 30 TIMES VALUE SPACES.
           05  AT-WK           PIC X(8) OCCURS 30 TIMES VALUE SPACES.
           05  AT-BK           PIC X(8) OCCURS 30 TIMES VALUE SPACES.
           05  AT-FL           PIC X(30) OCCURS 30 TIMES VALUE SPACES.
           05  AT-NEED         PIC X(1) OCCURS 30 TIMES VALUE SPACES.
           05  ATT-ROW         PIC X(70) OCCURS 30 TIMES VALUE SPACES.
           05  ATT-SEL         PIC X(70) VALUE SPACES.
           05  AT-CNT          PIC 9(3) VALUE 0.
           05  AT-IDX          PIC 9(3) VALUE 0.
           05  ATT-MISSING     PIC 9(3) VALUE 0.
           05  FLAG-TXT        PIC X(30) VALUE SPACES.
           05  FL-W            PIC X(30) VALUE SPACES.
           05  FL-WORD         PIC X(12) VALUE SPACES.
      *> The pay-period summary - per operator over PAY-FROM to
      *> PAY-TO: days worked, hours, days left without a clock-out
      *> and days adjusted. Blank dates mean the two weeks to today.
           05  PAY-FROM        PIC X(6) VALUE SPACES.
           05  PAY-TO          PIC X(6) VALUE SPACES.
           05  PAY-SPAN        PIC S9(5) VALUE 0.
           05  PY-OP           PIC X(20) OCCURS 30 TIMES VALUE SPACES.
           05  PY-DAYS         PIC 9(3) OCCURS 30 TIMES VALUE 0.
           05  PY-MIN          PIC 9(5) OCCURS 30 TIMES VALUE 0.
           05  PY-HOURS        PIC 9(4)V99 OCCURS 30 TIMES VALUE 0.
           05  PY-MISS         PIC 9(3) OCCURS 30 TIMES VALUE 0.
           05  PY-ADJ          PIC 9(3) OCCURS 30 TIMES VALUE 0.
           05  PAY-ROW         PIC X(70) OCCURS 30 TIMES VALUE SPACES.
           05  PAY-SEL         PIC X(70) VALUE SPACES.
           05  PY-CNT          PIC 9(3) VALUE 0.
           05  PY-IDX          PIC 9(3) VALUE 0.
           05  PY-ROW-N        PIC 9(3) VALUE 0.
           05  PAY-MINS        PIC 9(6) VALUE 0.
           05  PAY-TOTAL       PIC 9(5)V99 VALUE 0.
      *> The supervisor's adjustment form, and the operator-day it
      *> is made against listed record by record.
           05  AJ-OP           PIC X(20) VALUE SPACES.
           05  AJ-DATE         PIC X(6) VALUE SPACES.
           05  AJ-TYPE         PIC X(5) VALUE SPACES.
           05  AJ-TIME         PIC X(4) VALUE SPACES.
           05  AJ-REF          PIC X(16) VALUE SPACES.
           05  AJ-WHY          PIC X(20) VALUE SPACES.
           05  AJ-HM           PIC 9(5) VALUE 0.
           05  AJ-HMX          PIC X(5) VALUE SPACES.
           05  AJ-SUM          PIC X(50) VALUE SPACES.
           05  AJ-ROW          PIC X(70) OCCURS 20 TIMES VALUE SPACES.
           05  AJ-SEL          PIC X(70) VALUE SPACES.
           05  AJ-CNT          PIC 9(3) VALUE 0.
           05  AJ-IDX          PIC 9(3) VALUE 0.
           05  LIST-MODE       PIC X(1) VALUE "N".

       SCREEN SECTION.
      *> The clock as it always was, then who is at it and the three
      *> punches, then the supervisor's way into the reports.
       01  MAIN-SCREEN ON-ENTRY PERFORM SET-TERMINAL.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Clock".
           05  DATE-AREA.
               10  DOW-DISP    PIC X(10) USING DAY-NAME.
           05  CONTROLS.
               10  REFRESH-BTN VALUE "Refresh" ON-ACTION PERFORM HANDLE-REFRESH.
           05  SIGN-AREA.
               10  OP-INPUT    PIC X(20) USING OP-NAME.
               10  PW-INPUT    PIC X(20) USING OP-PASS PASSWORD.
               10  SIGN-BTN    VALUE "Sign-In" ON-ACTION PERFORM DO-SIGNIN.
           05  PUNCH-AREA.
               10  TERM-DISP   PIC X(12) USING TERMINAL-ID.
               10  OPER-DISP   PIC X(20) USING CLOCK-OP.
               10  SHIFT-DISP  PIC X(30) USING SHIFT-TEXT.
               10  IN-BTN      VALUE "Clock In" ON-ACTION PERFORM DO-CLOCK-IN.
               10  BRK-BTN     VALUE "Break" ON-ACTION PERFORM DO-BREAK.
               10  OUT-BTN     VALUE "Clock Out" ON-ACTION PERFORM DO-CLOCK-OUT.
           05  SUPER-AREA.
               10 AT-NAV VALUE "Attend" GO-TO-SCREEN AT-SCR ROLE "supervisor".
               10 PY-NAV VALUE "Hours" GO-TO-SCREEN PY-SCR ROLE "supervisor".
               10 AJ-NAV VALUE "Adjust" GO-TO-SCREEN AJ-SCR ROLE "supervisor".
           05  STATUS-BAR.
               10  MSG-TEXT    PIC X(60) USING STATUS-MSG.

       01  AT-SCR.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Daily Attendance".
           05  PICK-AREA.
               10  ATT-INPUT   PIC X(6) USING ATT-DATE.
               10  ATT-BTN     VALUE "Show" ON-ACTION PERFORM DO-ATTENDANCE.
               10  ATT-PRT     VALUE "Print" ON-ACTION PERFORM PRINT-ATTENDANCE.
           05  ROWS-AREA.
               10 ATT-LIST USING ATT-ROW LIST ROWS 10 SELECTED ATT-SEL.
           05  NAV-AREA.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

       01  PY-SCR.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Pay-Period Hours".
           05  PICK-AREA.
               10  FROM-INPUT  PIC X(6) USING PAY-FROM.
               10  TO-INPUT    PIC X(6) USING PAY-TO.
               10  PAY-BTN     VALUE "Show" ON-ACTION PERFORM DO-HOURS.
               10  PAY-PRT     VALUE "Print" ON-ACTION PERFORM PRINT-HOURS.
           05  ROWS-AREA.
               10 PAY-LIST USING PAY-ROW LIST ROWS 10 SELECTED PAY-SEL.
               10  TOTAL-DISP  PIC X(10) USING PAY-TOTAL.
           05  NAV-AREA.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

      *> The operator-day first, record by record with its keys, so
      *> the punch to void can be read off the list.
       01  AJ-SCR ON-ENTRY PERFORM LOCK-ADJUST.
           05  HEADER.
               10  TITLE       PIC X(30) VALUE "Punch Adjustments".
           05  PICK-AREA.
               10  AJO-INPUT   PIC X(20) USING AJ-OP.
               10  AJD-INPUT   PIC X(6) USING AJ-DATE.
               10  AJ-SHOW     VALUE "Show" ON-ACTION PERFORM DO-ADJ-SHOW.
           05  DAY-AREA.
               10 AJ-LIST USING AJ-ROW LIST ROWS 8 SELECTED AJ-SEL.
               10  AJ-SUM-DISP PIC X(50) USING AJ-SUM.
           05  FORM-AREA.
               10  AJT-INPUT   PIC X(5) USING AJ-TYPE.
               10  AJH-INPUT   PIC X(4) USING AJ-TIME.
               10  AJR-INPUT   PIC X(16) USING AJ-REF.
               10  AJW-INPUT   PIC X(20) USING AJ-WHY.
               10 SV VALUE "Save" ON-ACTION PERFORM DO-ADJ ROLE "supervisor".
           05  NAV-AREA.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

       REPORT SECTION.
       01  ATTENDANCE.
           05  PAGE-LENGTH 60.
           05  HEADING "=== Daily Attendance ===".
           05  HEADING "operator  in  out  worked  break  flags".
           05  DETAIL USING AT-OP AT-IN AT-OUT AT-WK AT-BK AT-FL COUNT AT-CNT.
           05  SUMMARY USING ATT-DATE AT-CNT ATT-MISSING.
       01  PAY-HOURS.
           05  PAGE-LENGTH 60.
           05  HEADING "=== Pay-Period Hours ===".
           05  HEADING "operator  days  hours  no-clock-out  adjusted".
           05  DETAIL USING PY-OP PY-DAYS PY-HOURS PY-MISS PY-ADJ COUNT PY-CNT.
           05  SUMMARY USING PAY-FROM PAY-TO PAY-TOTAL.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.
               WHEN OTHER
                   MOVE "Unknown" TO DAY-NAME
           END-EVALUATE.

      *> The terminal and the operator's state come from the clock,
      *> never from the keyboard.
       SET-TERMINAL.
           DISABLE TERM-DISP.
           DISABLE OPER-DISP.
           DISABLE SHIFT-DISP.
           IF TERMINAL-ID = ""
               ACCEPT TERMINAL-ID FROM ENVIRONMENT "COBALT_TERMINAL".
           END-IF
           IF TERMINAL-ID = ""
               MOVE "CONSOLE" TO TERMINAL-ID
           END-IF.

       DO-SIGNIN.
           MOVE "" TO SHIFT-TEXT
           AUTHENTICATE OP-NAME OP-PASS AUTH-R.
           EVALUATE AUTH-R
               WHEN "1"
                   MOVE OP-NAME TO CLOCK-OP
                   PERFORM SHOW-SHIFT
                   MOVE "Signed in" TO STATUS-MSG
               WHEN "L"
                   MOVE "" TO CLOCK-OP
                   MOVE "Account locked - see the supervisor" TO STATUS-MSG
               WHEN OTHER
                   MOVE "" TO CLOCK-OP
                   MOVE "Sign-in failed" TO STATUS-MSG
           END-EVALUATE
           MOVE "" TO OP-PASS.

       SHOW-SHIFT.
           ACCEPT TODAY-D FROM DATE.
           MOVE CLOCK-OP TO DY-OP
           MOVE TODAY-D TO DY-DATE
           OPEN I-O KEYED "clock-punches.dat" ALTERNATE 1.
           PERFORM READ-DAY
           IF DY-FOUND = "N"
               PERFORM FIND-OPEN-YESTERDAY
           END-IF
           CLOSE.
           PERFORM SET-SHIFT-TEXT
           MOVE "" TO TODAY-D.

       SET-SHIFT-TEXT.
           MOVE "" TO SHIFT-TEXT
           EVALUATE DY-ST
               WHEN "IN"
                   STRING "On the clock since " DELIMITED BY SIZE
                       DY-LAST(1:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       DY-LAST(3:2) DELIMITED BY SIZE
                       INTO SHIFT-TEXT.
               WHEN "BREAK"
                   STRING "On break since " DELIMITED BY SIZE
                       DY-LAST(1:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       DY-LAST(3:2) DELIMITED BY SIZE
                       INTO SHIFT-TEXT.
               WHEN OTHER
                   MOVE "Off the clock" TO SHIFT-TEXT
           END-EVALUATE.

       DO-CLOCK-IN.
           MOVE "IN" TO PUNCH-TYPE
           PERFORM DO-PUNCH.

       DO-BREAK.
           MOVE "BREAK" TO PUNCH-TYPE
           PERFORM DO-PUNCH.

       DO-CLOCK-OUT.
           MOVE "OUT" TO PUNCH-TYPE
           PERFORM DO-PUNCH.

      *> The punch, the flag on the operator's last day if it is
      *> found open, and the day worked out again - all in one open.
       DO-PUNCH.
           MOVE "Y" TO VAL-OK
           MOVE "" TO FLAG-DATE
           IF CLOCK-OP = ""
               MOVE "N" TO VAL-OK
               MOVE "Sign in first" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               ACCEPT TODAY-D FROM DATE.
               ACCEPT NOW-T FROM TIME.
               MOVE CLOCK-OP TO DY-OP
               MOVE TODAY-D TO DY-DATE
               MOVE TODAY-D TO PUNCH-DAY
               OPEN I-O KEYED "clock-punches.dat" ALTERNATE 1.
               PERFORM READ-DAY
               IF DY-FOUND = "N" AND PUNCH-TYPE NOT = "IN"
                   PERFORM FIND-OPEN-YESTERDAY
               END-IF
               PERFORM CHECK-PUNCH
               IF VAL-OK = "Y"
                   IF DY-FOUND = "N"
                       PERFORM FLAG-LAST-DAY
                   END-IF
                   PERFORM WRITE-PUNCH
                   MOVE CLOCK-OP TO DY-OP
                   MOVE PUNCH-DAY TO DY-DATE
                   PERFORM REBUILD-DAY
               END-IF
               CLOSE.
           END-IF
           IF VAL-OK = "Y"
               PERFORM SHOW-PUNCH
           END-IF
           MOVE "" TO TODAY-D
           MOVE "" TO NOW-T.

      *> Nothing punched today: a shift left open yesterday is the
      *> one a Break or Clock Out belongs to, past midnight.
       FIND-OPEN-YESTERDAY.
           MOVE TODAY-D TO LB-DATE
           ADD-DAYS LB-DATE -1
           MOVE LB-DATE TO DY-DATE
           PERFORM READ-DAY
           IF DY-ST NOT = "OFF"
               MOVE LB-DATE TO PUNCH-DAY
           ELSE
               MOVE TODAY-D TO DY-DATE
               PERFORM READ-DAY
           END-IF.

      *> A break ends with Clock In; a day is clocked out once.
       CHECK-PUNCH.
           EVALUATE PUNCH-TYPE
               WHEN "IN"
                   IF DY-ST = "IN"
                       MOVE "N" TO VAL-OK
                       MOVE "Already clocked in" TO STATUS-MSG
                   END-IF
               WHEN "BREAK"
                   IF DY-ST = "BREAK"
                       MOVE "N" TO VAL-OK
                       MOVE "Already on break" TO STATUS-MSG
                   END-IF
                   IF DY-ST = "OFF"
                       MOVE "N" TO VAL-OK
                       MOVE "Not clocked in" TO STATUS-MSG
                   END-IF
               WHEN OTHER
                   IF DY-ST = "OFF"
                       MOVE "N" TO VAL-OK
                       MOVE "Not clocked in" TO STATUS-MSG
                   END-IF
           END-EVALUATE.

       WRITE-PUNCH.
           MOVE "" TO NEW-VAL
           STRING CLOCK-OP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TODAY-D DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NOW-T(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PUNCH-TYPE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TERMINAL-ID DELIMITED BY SIZE
               INTO NEW-VAL.
           MOVE PUNCH-DAY TO KEY-DATE
           MOVE "P" TO KEY-KIND
           PERFORM WRITE-NEW-RECORD
           MOVE "" TO EDIT-NOTE
           STRING "PUNCH:" DELIMITED BY SIZE
               REC-KEY DELIMITED BY SIZE
               INTO EDIT-NOTE.
           LOG EDIT-NOTE.
           LOG NEW-VAL.

      *> The record and its number in one open, the way the ledger
      *> numbers its postings.
       WRITE-NEW-RECORD.
           MOVE "0" TO SEQ-VAL
           READ KEY "#SEQ" SEQ-VAL.
           MOVE NUMVAL(SEQ-VAL) TO SEQ-N
           ADD 1 TO SEQ-N
           WRITE KEY "#SEQ" SEQ-N.
           ADD 1000000 TO SEQ-N
           MOVE SEQ-N TO SEQ-X
           MOVE "" TO REC-KEY
           STRING KEY-DATE DELIMITED BY SIZE
               KEY-KIND DELIMITED BY SIZE
               SEQ-X(2:6) DELIMITED BY SIZE
               INTO REC-KEY.
           WRITE KEY REC-KEY NEW-VAL.

      *> The first punch of a day looks back up to a week for the
      *> operator's last day worked. Left open - no clock-out - it
      *> is flagged now, once, and its D record says so.
       FLAG-LAST-DAY.
           MOVE TODAY-D TO LB-DATE
           MOVE 0 TO LB-N
           MOVE "N" TO LB-HIT
           PERFORM LOOK-BACK-ONE-DAY UNTIL LB-HIT = "Y" OR LB-N >= 7.
           IF LB-HIT = "Y" AND DY-ST NOT = "OFF" AND DY-FLG NOT = "Y"
               MOVE DY-DATE TO FLAG-DATE
               PERFORM RAISE-NO-OUT-FLAG
           END-IF.

      *> The F record for DY-OP's day DY-DATE, found open today at
      *> this terminal, and the day worked out again to show it.
       RAISE-NO-OUT-FLAG.
           MOVE "" TO NEW-VAL
           STRING DY-OP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DY-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TODAY-D DELIMITED BY SIZE
               "|NO-OUT|" DELIMITED BY SIZE
               TERMINAL-ID DELIMITED BY SIZE
               INTO NEW-VAL.
           MOVE DY-DATE TO KEY-DATE
           MOVE "F" TO KEY-KIND
           PERFORM WRITE-NEW-RECORD
           MOVE "" TO EDIT-NOTE
           STRING "FLAG:" DELIMITED BY SIZE
               REC-KEY DELIMITED BY SIZE
               INTO EDIT-NOTE.
           LOG EDIT-NOTE.
           LOG NEW-VAL.
           PERFORM REBUILD-DAY.

       LOOK-BACK-ONE-DAY.
           ADD-DAYS LB-DATE -1
           ADD 1 TO LB-N
           MOVE LB-DATE TO DY-DATE
           PERFORM READ-DAY
           IF DY-FOUND = "Y"
               MOVE "Y" TO LB-HIT
           END-IF.

       SHOW-PUNCH.
           MOVE TODAY-D TO CURRENT-DATE
           MOVE NOW-T TO CURRENT-TIME
           DATE-DIFF "700105" TODAY-D DAY-N
           COMPUTE DOW-N = MOD(DAY-N, 7) + 1
           MOVE DOW-N TO DAY-NUM
           PERFORM SET-DAY-NAME
           PERFORM SET-SHIFT-TEXT
           MOVE "" TO STATUS-MSG
           EVALUATE PUNCH-TYPE
               WHEN "IN"
                   MOVE "Clocked in at " TO FL-W
               WHEN "BREAK"
                   MOVE "On break at " TO FL-W
               WHEN OTHER
                   MOVE "Clocked out at " TO FL-W
           END-EVALUATE
           STRING FL-W DELIMITED BY SIZE
               NOW-T(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               NOW-T(3:2) DELIMITED BY SIZE
               INTO STATUS-MSG.
           IF PUNCH-DAY NOT = TODAY-D
               MOVE STATUS-MSG TO FL-W
               MOVE "" TO STATUS-MSG
               STRING FL-W DELIMITED BY SIZE
                   " (shift of " DELIMITED BY SIZE
                   PUNCH-DAY DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF
           IF FLAG-DATE NOT = ""
               MOVE "" TO STATUS-MSG
               STRING "Clocked in - no clock-out on " DELIMITED BY SIZE
                   FLAG-DATE DELIMITED BY SIZE
                   ", flagged" DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF
           MOVE "" TO FL-W.

      *> DY-OP's D record for DY-DATE, split; none is a day with no
      *> punches yet - OFF.
       READ-DAY.
           MOVE "" TO DY-KEY
           STRING DY-DATE DELIMITED BY SIZE
               "D" DELIMITED BY SIZE
               DY-OP DELIMITED BY SIZE
               INTO DY-KEY.
           MOVE "" TO DY-VAL
           READ KEY DY-KEY DY-VAL.
           MOVE "N" TO DY-FOUND
           IF DY-VAL NOT = ""
               MOVE "Y" TO DY-FOUND
           END-IF
           PERFORM SPLIT-DAY-VAL.

       SPLIT-DAY-VAL.
           MOVE "" TO D-OP
           MOVE "" TO D-DT
           MOVE "" TO DY-IN
           MOVE "" TO DY-OUT
           MOVE "" TO DY-LAST
           MOVE "" TO DY-WORK-X
           MOVE "" TO DY-BRK-X
           MOVE "OFF" TO DY-ST
           MOVE "N" TO DY-ADJ
           MOVE "N" TO DY-FLG
           MOVE "N" TO DY-ODD
           MOVE "" TO D-TM
           MOVE "" TO D-MN
           MOVE "" TO D-ST
           IF DY-VAL NOT = ""
               UNSTRING DY-VAL DELIMITED BY "|" INTO D-OP D-DT D-TM D-MN D-ST.
               UNSTRING D-TM DELIMITED BY "," INTO DY-IN DY-OUT DY-LAST.
               UNSTRING D-MN DELIMITED BY "," INTO DY-WORK-X DY-BRK-X.
               UNSTRING D-ST DELIMITED BY "," INTO DY-ST DY-ADJ DY-FLG DY-ODD.
           END-IF
           MOVE NUMVAL(DY-WORK-X) TO DY-WORK
           MOVE NUMVAL(DY-BRK-X) TO DY-BRK.

      *> The day from its punches and adjustments, written back as
      *> its D record. Called inside an open of the punch file.
       REBUILD-DAY.
           MOVE "N" TO LIST-MODE
           PERFORM LOAD-DAY-ROWS
           PERFORM WALK-DAY
           MOVE "" TO DY-HEAD
           STRING DY-OP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DY-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DY-IN DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DY-OUT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DY-LAST DELIMITED BY SIZE
               INTO DY-HEAD.
           MOVE "" TO DY-VAL
           STRING DY-HEAD DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DY-WORK DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DY-BRK DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DY-ST DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DY-ADJ DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DY-FLG DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DY-ODD DELIMITED BY SIZE
               INTO DY-VAL.
           MOVE "" TO DY-KEY
           STRING DY-DATE DELIMITED BY SIZE
               "D" DELIMITED BY SIZE
               DY-OP DELIMITED BY SIZE
               INTO DY-KEY.
           WRITE KEY DY-KEY DY-VAL.
           MOVE "Y" TO DY-FOUND.

      *> Every record of DY-DATE, keeping DY-OP's punches and added
      *> punches (W-*), the keys its VOIDs cancel (VD-REF) and
      *> whether it was adjusted or flagged; then the cancelled
      *> rows marked VOID and the rest put in time order. With
      *> LIST-MODE "Y" each of the operator's records is also
      *> listed for the adjustment screen.
       LOAD-DAY-ROWS.
           MOVE 0 TO W-CNT
           MOVE 0 TO VD-CNT
           MOVE 0 TO AJ-CNT
           MOVE "N" TO DY-ADJ
           MOVE "N" TO DY-FLG
           MOVE "N" TO PC-EOF
           START DY-DATE AT END PERFORM MARK-PC-EOF.
           PERFORM LOAD-ONE-DAY-REC UNTIL PC-EOF = "Y".
           PERFORM APPLY-ONE-VOID
               VARYING VD-IDX FROM 1 BY 1 UNTIL VD-IDX > VD-CNT.
           SORT W-TIME WITH W-TYPE W-SRC COUNT W-CNT.

       LOAD-ONE-DAY-REC.
           MOVE "" TO PC-KEY
           MOVE "" TO PC-VAL
           READ NEXT PC-KEY PC-VAL AT END PERFORM MARK-PC-EOF.
           IF PC-EOF = "N"
               IF PC-KEY(1:6) NOT = DY-DATE
                   PERFORM MARK-PC-EOF
               ELSE
                   PERFORM SPLIT-PC-VAL
                   IF P-OP = DY-OP
                       PERFORM TAKE-DAY-REC
                   END-IF
               END-IF
           END-IF.

       MARK-PC-EOF.
           MOVE "Y" TO PC-EOF.

       SPLIT-PC-VAL.
           MOVE "" TO P-OP
           MOVE "" TO P-DT
           MOVE "" TO P-TM
           MOVE "" TO P-TY
           MOVE "" TO P-WHO
           MOVE "" TO P-WY
           MOVE PC-KEY(7:1) TO PC-KIND
           UNSTRING PC-VAL DELIMITED BY "|" INTO P-OP P-DT P-TM P-TY P-WHO P-WY.

       TAKE-DAY-REC.
           EVALUATE PC-KIND
               WHEN "P"
                   PERFORM ADD-W-ROW
               WHEN "A"
                   MOVE "Y" TO DY-ADJ
                   IF P-TY = "VOID"
                       IF VD-CNT < 10
                           ADD 1 TO VD-CNT
                           MOVE P-TM TO VD-REF(VD-CNT)
                       END-IF
                   ELSE
                       PERFORM ADD-W-ROW
                   END-IF
               WHEN "F"
                   MOVE "Y" TO DY-FLG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LIST-MODE = "Y" AND PC-KIND NOT = "D" AND AJ-CNT < 20
               PERFORM LIST-DAY-REC
           END-IF.

       ADD-W-ROW.
           IF W-CNT < 30
               ADD 1 TO W-CNT
               MOVE P-TM TO W-TIME(W-CNT)
               IF P-DT NOT = DY-DATE
                   PERFORM PUSH-PAST-MIDNIGHT
               END-IF
               MOVE P-TY TO W-TYPE(W-CNT)
               MOVE PC-KEY TO W-SRC(W-CNT)
           END-IF.

      *> A punch made the day after the shift it closes keeps its
      *> place after the shift's own: 01:30 is walked as 25:30.
       PUSH-PAST-MIDNIGHT.
           MOVE P-TM(1:2) TO HH-X
           MOVE NUMVAL(HH-X) TO PT-HH
           ADD 24 TO PT-HH
           MOVE "" TO W-TIME(W-CNT)
           STRING PT-HH DELIMITED BY SIZE
               P-TM(3:4) DELIMITED BY SIZE
               INTO W-TIME(W-CNT).

      *> "key time type terminal" for a punch; an adjustment shows
      *> who made it and why, a flag the day it was found.
       LIST-DAY-REC.
           ADD 1 TO AJ-CNT
           MOVE "" TO AJ-ROW(AJ-CNT)
           EVALUATE PC-KIND
               WHEN "A"
                   STRING PC-KEY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       P-TY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       P-TM DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       P-WHO DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       P-WY DELIMITED BY SIZE
                       INTO AJ-ROW(AJ-CNT).
               WHEN "F"
                   STRING PC-KEY DELIMITED BY SIZE
                       " NO-OUT found " DELIMITED BY SIZE
                       P-TM DELIMITED BY SIZE
                       INTO AJ-ROW(AJ-CNT).
               WHEN OTHER
                   STRING PC-KEY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       P-TM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       P-TY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       P-WHO DELIMITED BY SIZE
                       INTO AJ-ROW(AJ-CNT).
           END-EVALUATE.

       APPLY-ONE-VOID.
           PERFORM VOID-ONE-ROW
               VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CNT.

       VOID-ONE-ROW.
           IF W-SRC(W-IDX) = VD-REF(VD-IDX)
               MOVE "VOID" TO W-TYPE(W-IDX)
           END-IF.

      *> The punches in time order: worked time runs from IN to
      *> BREAK or OUT, break time from BREAK to IN or OUT. A punch
      *> that makes no sense where it falls - IN while in, OUT while
      *> off - counts nothing and marks the day out of order.
       WALK-DAY.
           MOVE "OFF" TO DY-ST
           MOVE "" TO DY-IN
           MOVE "" TO DY-OUT
           MOVE "" TO DY-LAST
           MOVE 0 TO DY-WORK
           MOVE 0 TO DY-BRK
           MOVE 0 TO START-MIN
           MOVE "N" TO DY-ODD
           PERFORM WALK-ONE-PUNCH
               VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CNT.

       WALK-ONE-PUNCH.
           IF W-TYPE(W-IDX) NOT = "VOID"
               MOVE W-TIME(W-IDX) TO PT-W
               MOVE PT-W(1:2) TO HH-X
               MOVE PT-W(3:2) TO MM-X
               MOVE PT-W(1:4) TO PT-HM
               MOVE NUMVAL(HH-X) TO PT-HH
               MOVE NUMVAL(MM-X) TO PT-MM
               COMPUTE PT-MIN = PT-HH * 60 + PT-MM
               MOVE PT-HM TO DY-LAST
               EVALUATE W-TYPE(W-IDX)
                   WHEN "IN"
                       PERFORM WALK-IN
                   WHEN "BREAK"
                       PERFORM WALK-BREAK
                   WHEN OTHER
                       PERFORM WALK-OUT
               END-EVALUATE
           END-IF.

       WALK-IN.
           EVALUATE DY-ST
               WHEN "OFF"
                   IF DY-IN = ""
                       MOVE PT-HM TO DY-IN
                   END-IF
                   MOVE PT-MIN TO START-MIN
                   MOVE "IN" TO DY-ST
               WHEN "BREAK"
                   COMPUTE DY-BRK = DY-BRK + PT-MIN - START-MIN
                   MOVE PT-MIN TO START-MIN
                   MOVE "IN" TO DY-ST
               WHEN OTHER
                   MOVE "Y" TO DY-ODD
           END-EVALUATE.

       WALK-BREAK.
           IF DY-ST = "IN"
               COMPUTE DY-WORK = DY-WORK + PT-MIN - START-MIN
               MOVE PT-MIN TO START-MIN
               MOVE "BREAK" TO DY-ST
           ELSE
               MOVE "Y" TO DY-ODD
           END-IF.

       WALK-OUT.
           EVALUATE DY-ST
               WHEN "IN"
                   COMPUTE DY-WORK = DY-WORK + PT-MIN - START-MIN
                   MOVE PT-HM TO DY-OUT
                   MOVE "OFF" TO DY-ST
               WHEN "BREAK"
                   COMPUTE DY-BRK = DY-BRK + PT-MIN - START-MIN
                   MOVE PT-HM TO DY-OUT
                   MOVE "OFF" TO DY-ST
               WHEN OTHER
                   MOVE "Y" TO DY-ODD
           END-EVALUATE.

      *> FMT-MIN as H:MM in FMT-OUT.
       FORMAT-MINUTES.
           COMPUTE FMT-H = FMT-MIN / 60
           COMPUTE FMT-M = MOD(FMT-MIN, 60) + 100
           MOVE FMT-M TO FMT-MX
           MOVE "" TO FMT-OUT
           STRING FMT-H DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FMT-MX(2:2) DELIMITED BY SIZE
               INTO FMT-OUT.

       DO-ATTENDANCE.
           PERFORM BUILD-ATTENDANCE
           IF VAL-OK = "Y"
               MOVE "" TO STATUS-MSG
               STRING "Attendance for " DELIMITED BY SIZE
                   ATT-DATE DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

       PRINT-ATTENDANCE.
           PERFORM BUILD-ATTENDANCE
           IF VAL-OK = "Y"
               GENERATE ATTENDANCE TO "clock-attendance.rpt".
               MOVE "Attendance report spooled" TO STATUS-MSG
           END-IF.

      *> ATT-DATE's D records in operator order. A day still open
      *> is the operator on the clock today, and a missing clock-out
      *> on any day before - flagged here, once, after the browse,
      *> since each flag works its day out again with its own START.
       BUILD-ATTENDANCE.
           MOVE "Y" TO VAL-OK
           ACCEPT TODAY-D FROM DATE.
           IF ATT-DATE = ""
               MOVE TODAY-D TO ATT-DATE
           END-IF
           MOVE "0" TO DATE-OK
           VALID-DATE ATT-DATE DATE-OK
           IF DATE-OK NOT = "1"
               MOVE "N" TO VAL-OK
               MOVE "Bad date, use YYMMDD" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               PERFORM CLEAR-ONE-ATT-ROW
                   VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > 30
               MOVE 0 TO AT-CNT
               MOVE 0 TO ATT-MISSING
               MOVE "" TO ATT-SEL
               MOVE "" TO DPFX
               STRING ATT-DATE DELIMITED BY SIZE
                   "D" DELIMITED BY SIZE
                   INTO DPFX.
               MOVE "N" TO PC-EOF
               OPEN I-O KEYED "clock-punches.dat" ALTERNATE 1.
               START DPFX AT END PERFORM MARK-PC-EOF.
               PERFORM TAKE-ONE-ATT-DAY UNTIL PC-EOF = "Y".
               PERFORM FLAG-ONE-ATT-ROW
                   VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-CNT.
               CLOSE.
           END-IF
           MOVE "" TO TODAY-D.

       CLEAR-ONE-ATT-ROW.
           MOVE "" TO AT-OP(AT-IDX)
           MOVE "" TO AT-IN(AT-IDX)
           MOVE "" TO AT-OUT(AT-IDX)
           MOVE "" TO AT-WK(AT-IDX)
           MOVE "" TO AT-BK(AT-IDX)
           MOVE "" TO AT-FL(AT-IDX)
           MOVE "" TO AT-NEED(AT-IDX)
           MOVE "" TO ATT-ROW(AT-IDX).

       TAKE-ONE-ATT-DAY.
           MOVE "" TO PC-KEY
           MOVE "" TO PC-VAL
           READ NEXT PC-KEY PC-VAL AT END PERFORM MARK-PC-EOF.
           IF PC-EOF = "N"
               IF PC-KEY(1:7) NOT = DPFX
                   PERFORM MARK-PC-EOF
               ELSE
                   IF AT-CNT < 30
                       MOVE PC-VAL TO DY-VAL
                       PERFORM SPLIT-DAY-VAL
                       PERFORM ADD-ATT-ROW
                   END-IF
               END-IF
           END-IF.

       ADD-ATT-ROW.
           ADD 1 TO AT-CNT
           MOVE D-OP TO AT-OP(AT-CNT)
           MOVE DY-IN TO AT-IN(AT-CNT)
           MOVE DY-OUT TO AT-OUT(AT-CNT)
           MOVE DY-WORK TO FMT-MIN
           PERFORM FORMAT-MINUTES
           MOVE FMT-OUT TO AT-WK(AT-CNT)
           MOVE DY-BRK TO FMT-MIN
           PERFORM FORMAT-MINUTES
           MOVE FMT-OUT TO AT-BK(AT-CNT)
           PERFORM SET-DY-FLGS
           MOVE FLAG-TXT TO AT-FL(AT-CNT)
           MOVE "N" TO AT-NEED(AT-CNT)
           IF DY-ST NOT = "OFF" AND ATT-DATE < TODAY-D
               IF DY-FLG NOT = "Y"
                   MOVE "Y" TO AT-NEED(AT-CNT)
               END-IF
           END-IF
           STRING D-OP DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               DY-IN DELIMITED BY SIZE
               " out " DELIMITED BY SIZE
               DY-OUT DELIMITED BY SIZE
               " worked " DELIMITED BY SIZE
               AT-WK(AT-CNT) DELIMITED BY SIZE
               " break " DELIMITED BY SIZE
               AT-BK(AT-CNT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FLAG-TXT DELIMITED BY SIZE
               INTO ATT-ROW(AT-CNT).

       FLAG-ONE-ATT-ROW.
           IF AT-NEED(AT-IDX) = "Y"
               MOVE AT-OP(AT-IDX) TO DY-OP
               MOVE ATT-DATE TO DY-DATE
               PERFORM RAISE-NO-OUT-FLAG
           END-IF.

       SET-DY-FLGS.
           MOVE "" TO FLAG-TXT
           IF DY-ST NOT = "OFF"
               IF ATT-DATE < TODAY-D
                   MOVE "NO CLOCK-OUT" TO FLAG-TXT
                   ADD 1 TO ATT-MISSING
               ELSE
                   IF DY-ST = "IN"
                       MOVE "ON CLOCK" TO FLAG-TXT
                   ELSE
                       MOVE "ON BREAK" TO FLAG-TXT
                   END-IF
               END-IF
           END-IF
           IF DY-ODD = "Y"
               MOVE "CHECK ORDER" TO FL-WORD
               PERFORM ADD-FLAG-WORD
           END-IF
           IF DY-ADJ = "Y"
               MOVE "ADJUSTED" TO FL-WORD
               PERFORM ADD-FLAG-WORD
           END-IF.

       ADD-FLAG-WORD.
           IF FLAG-TXT = ""
               MOVE FL-WORD TO FLAG-TXT
           ELSE
               MOVE FLAG-TXT TO FL-W
               MOVE "" TO FLAG-TXT
               STRING FL-W DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FL-WORD DELIMITED BY SIZE
                   INTO FLAG-TXT.
           END-IF
           MOVE "" TO FL-W.

       DO-HOURS.
           PERFORM BUILD-HOURS
           IF VAL-OK = "Y"
               MOVE "" TO STATUS-MSG
               STRING "Hours " DELIMITED BY SIZE
                   PAY-FROM DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   PAY-TO DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

       PRINT-HOURS.
           PERFORM BUILD-HOURS
           IF VAL-OK = "Y"
               GENERATE PAY-HOURS TO "clock-hours.rpt".
               MOVE "Hours report spooled" TO STATUS-MSG
           END-IF.

      *> The period a day at a time, each day's D records added to
      *> their operator's row. Minutes left open at a missing
      *> clock-out are not paid until a supervisor adds the punch.
       BUILD-HOURS.
           MOVE "Y" TO VAL-OK
           ACCEPT TODAY-D FROM DATE.
           IF PAY-TO = ""
               MOVE TODAY-D TO PAY-TO
           END-IF
           IF PAY-FROM = ""
               MOVE PAY-TO TO PAY-FROM
               ADD-DAYS PAY-FROM -13
           END-IF
           PERFORM VALIDATE-PERIOD
           IF VAL-OK = "Y"
               PERFORM CLEAR-ONE-PAY-ROW
                   VARYING PY-IDX FROM 1 BY 1 UNTIL PY-IDX > 30
               MOVE 0 TO PY-CNT
               MOVE 0 TO PAY-MINS
               MOVE "" TO PAY-SEL
               MOVE PAY-FROM TO LB-DATE
               MOVE 0 TO LB-N
               OPEN I-O KEYED "clock-punches.dat" ALTERNATE 1.
               PERFORM PAY-ONE-DAY UNTIL LB-N > PAY-SPAN.
               CLOSE.
               SORT PY-OP WITH PY-DAYS PY-MIN PY-MISS PY-ADJ COUNT PY-CNT.
               PERFORM FINISH-ONE-PAY-ROW
                   VARYING PY-IDX FROM 1 BY 1 UNTIL PY-IDX > PY-CNT.
               COMPUTE PAY-TOTAL = PAY-MINS / 60
           END-IF
           MOVE "" TO TODAY-D.

       VALIDATE-PERIOD.
           MOVE "0" TO DATE-OK
           VALID-DATE PAY-FROM DATE-OK
           IF DATE-OK = "1"
               MOVE "0" TO DATE-OK
               VALID-DATE PAY-TO DATE-OK
           END-IF
           IF DATE-OK NOT = "1"
               MOVE "N" TO VAL-OK
               MOVE "Bad date, use YYMMDD" TO STATUS-MSG
           ELSE
               DATE-DIFF PAY-FROM PAY-TO PAY-SPAN
               IF PAY-SPAN < 0
                   MOVE "N" TO VAL-OK
                   MOVE "The period ends before it starts" TO STATUS-MSG
               END-IF
               IF PAY-SPAN > 30
                   MOVE "N" TO VAL-OK
                   MOVE "A pay period is 31 days at most" TO STATUS-MSG
               END-IF
           END-IF.

       CLEAR-ONE-PAY-ROW.
           MOVE "" TO PY-OP(PY-IDX)
           MOVE 0 TO PY-DAYS(PY-IDX)
           MOVE 0 TO PY-MIN(PY-IDX)
           MOVE 0 TO PY-HOURS(PY-IDX)
           MOVE 0 TO PY-MISS(PY-IDX)
           MOVE 0 TO PY-ADJ(PY-IDX)
           MOVE "" TO PAY-ROW(PY-IDX).

       PAY-ONE-DAY.
           MOVE "" TO DPFX
           STRING LB-DATE DELIMITED BY SIZE
               "D" DELIMITED BY SIZE
               INTO DPFX.
           MOVE "N" TO PC-EOF
           START DPFX AT END PERFORM MARK-PC-EOF.
           PERFORM TAKE-ONE-PAY-DAY UNTIL PC-EOF = "Y".
           ADD-DAYS LB-DATE 1
           ADD 1 TO LB-N.

       TAKE-ONE-PAY-DAY.
           MOVE "" TO PC-KEY
           MOVE "" TO PC-VAL
           READ NEXT PC-KEY PC-VAL AT END PERFORM MARK-PC-EOF.
           IF PC-EOF = "N"
               IF PC-KEY(1:7) NOT = DPFX
                   PERFORM MARK-PC-EOF
               ELSE
                   MOVE PC-VAL TO DY-VAL
                   PERFORM SPLIT-DAY-VAL
                   PERFORM FIND-PAY-ROW
                   IF PY-ROW-N NOT = 0
                       PERFORM ADD-TO-PAY-ROW
                   END-IF
               END-IF
           END-IF.

       FIND-PAY-ROW.
           MOVE 0 TO PY-ROW-N
           PERFORM MATCH-ONE-PAY-ROW
               VARYING PY-IDX FROM 1 BY 1 UNTIL PY-IDX > PY-CNT.
           IF PY-ROW-N = 0 AND PY-CNT < 30
               ADD 1 TO PY-CNT
               MOVE PY-CNT TO PY-ROW-N
               MOVE D-OP TO PY-OP(PY-ROW-N)
           END-IF.

       MATCH-ONE-PAY-ROW.
           IF PY-OP(PY-IDX) = D-OP
               MOVE PY-IDX TO PY-ROW-N
           END-IF.

       ADD-TO-PAY-ROW.
           ADD 1 TO PY-DAYS(PY-ROW-N)
           ADD DY-WORK TO PY-MIN(PY-ROW-N)
           IF DY-ST NOT = "OFF" AND LB-DATE < TODAY-D
               ADD 1 TO PY-MISS(PY-ROW-N)
           END-IF
           IF DY-ADJ = "Y"
               ADD 1 TO PY-ADJ(PY-ROW-N)
           END-IF.

       FINISH-ONE-PAY-ROW.
           COMPUTE PY-HOURS(PY-IDX) = PY-MIN(PY-IDX) / 60
           ADD PY-MIN(PY-IDX) TO PAY-MINS
           MOVE PY-MIN(PY-IDX) TO FMT-MIN
           PERFORM FORMAT-MINUTES
           STRING PY-OP(PY-IDX) DELIMITED BY SIZE
               " days " DELIMITED BY SIZE
               PY-DAYS(PY-IDX) DELIMITED BY SIZE
               " hours " DELIMITED BY SIZE
               PY-HOURS(PY-IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FMT-OUT DELIMITED BY SIZE
               ") no-out " DELIMITED BY SIZE
               PY-MISS(PY-IDX) DELIMITED BY SIZE
               " adjusted " DELIMITED BY SIZE
               PY-ADJ(PY-IDX) DELIMITED BY SIZE
               INTO PAY-ROW(PY-IDX).

      *> The day summary is worked out, never typed.
       LOCK-ADJUST.
           DISABLE AJ-SUM-DISP.

       DO-ADJ-SHOW.
           MOVE "Y" TO VAL-OK
           PERFORM CHECK-ADJ-DAY
           IF VAL-OK = "Y"
               PERFORM SHOW-ADJ-DAY
               MOVE "" TO STATUS-MSG
               STRING "Records: " DELIMITED BY SIZE
                   AJ-CNT DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

       CHECK-ADJ-DAY.
           MOVE LOWER-CASE(AJ-OP) TO AJ-OP
           ACCEPT TODAY-D FROM DATE.
           IF AJ-OP = ""
               MOVE "N" TO VAL-OK
               MOVE "Operator is required" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               MOVE "0" TO DATE-OK
               VALID-DATE AJ-DATE DATE-OK
               IF DATE-OK NOT = "1"
                   MOVE "N" TO VAL-OK
                   MOVE "Bad date, use YYMMDD" TO STATUS-MSG
               ELSE
                   DATE-DIFF TODAY-D AJ-DATE DAY-N
                   IF DAY-N > 0
                       MOVE "N" TO VAL-OK
                       MOVE "Date may not be after today" TO STATUS-MSG
                   END-IF
               END-IF
           END-IF
           MOVE "" TO TODAY-D.

      *> The operator-day listed and summed as it stands on file.
       SHOW-ADJ-DAY.
           PERFORM CLEAR-ONE-AJ-ROW
               VARYING AJ-IDX FROM 1 BY 1 UNTIL AJ-IDX > 20
           MOVE "" TO AJ-SEL
           MOVE AJ-OP TO DY-OP
           MOVE AJ-DATE TO DY-DATE
           MOVE "Y" TO LIST-MODE
           OPEN I-O KEYED "clock-punches.dat" ALTERNATE 1.
           PERFORM LOAD-DAY-ROWS
           PERFORM READ-DAY
           CLOSE.
           MOVE "N" TO LIST-MODE
           MOVE "" TO AJ-SUM
           IF DY-FOUND = "Y"
               MOVE DY-WORK TO FMT-MIN
               PERFORM FORMAT-MINUTES
               STRING "worked " DELIMITED BY SIZE
                   FMT-OUT DELIMITED BY SIZE
                   " state " DELIMITED BY SIZE
                   DY-ST DELIMITED BY SIZE
                   INTO AJ-SUM.
           END-IF.

       CLEAR-ONE-AJ-ROW.
           MOVE "" TO AJ-ROW(AJ-IDX).

      *> An added punch needs its time; a VOID names a punch or an
      *> adjustment of this operator-day still in force. Either way
      *> a reason is required. Then the record and the day worked
      *> out again in one open.
       DO-ADJ.
           MOVE "Y" TO VAL-OK
           MOVE UPPER-CASE(AJ-TYPE) TO AJ-TYPE
           MOVE UPPER-CASE(AJ-REF) TO AJ-REF
           PERFORM CHECK-ADJ-DAY
           IF VAL-OK = "Y"
               PERFORM VALIDATE-ADJUSTMENT
           END-IF
           IF VAL-OK = "Y"
               MOVE AJ-OP TO DY-OP
               MOVE AJ-DATE TO DY-DATE
               OPEN I-O KEYED "clock-punches.dat" ALTERNATE 1.
               IF AJ-TYPE = "VOID"
                   PERFORM CHECK-VOID-REF
               END-IF
               IF VAL-OK = "Y"
                   PERFORM WRITE-ADJUSTMENT
                   PERFORM REBUILD-DAY
               END-IF
               CLOSE.
           END-IF
           IF VAL-OK = "Y"
               PERFORM SHOW-ADJ-DAY
               MOVE "" TO STATUS-MSG
               STRING "Adjusted:" DELIMITED BY SIZE
                   REC-KEY DELIMITED BY SIZE
                   INTO STATUS-MSG.
               MOVE "" TO AJ-TYPE
               MOVE "" TO AJ-TIME
               MOVE "" TO AJ-REF
               MOVE "" TO AJ-WHY
           END-IF.

       VALIDATE-ADJUSTMENT.
           EVALUATE AJ-TYPE
               WHEN "IN"
                   PERFORM VALIDATE-ADJ-TIME
               WHEN "BREAK"
                   PERFORM VALIDATE-ADJ-TIME
               WHEN "OUT"
                   PERFORM VALIDATE-ADJ-TIME
               WHEN "VOID"
                   IF AJ-REF = ""
                       MOVE "N" TO VAL-OK
                       MOVE "Key of the punch to void is required" TO STATUS-MSG
                   END-IF
               WHEN OTHER
                   MOVE "N" TO VAL-OK
                   MOVE "Type is IN, BREAK, OUT or VOID" TO STATUS-MSG
           END-EVALUATE
           MOVE 0 TO PIPE-CNT
           INSPECT AJ-WHY TALLYING PIPE-CNT FOR ALL "|"
           IF VAL-OK = "Y" AND AJ-WHY = ""
               MOVE "N" TO VAL-OK
               MOVE "Reason is required" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND PIPE-CNT > 0
               MOVE "N" TO VAL-OK
               MOVE "No | characters in the reason" TO STATUS-MSG
           END-IF.

      *> Four digits, HHMM, on a real clock.
       VALIDATE-ADJ-TIME.
           MOVE NUMVAL(AJ-TIME) TO AJ-HM
           ADD 10000 TO AJ-HM
           MOVE AJ-HM TO AJ-HMX
           SUBTRACT 10000 FROM AJ-HM
           IF AJ-HMX(2:4) NOT = AJ-TIME
               MOVE "N" TO VAL-OK
               MOVE "Time is four digits, HHMM" TO STATUS-MSG
           ELSE
               IF AJ-HM > 2359 OR MOD(AJ-HM, 100) > 59
                   MOVE "N" TO VAL-OK
                   MOVE "Time is four digits, HHMM" TO STATUS-MSG
               END-IF
           END-IF.

       CHECK-VOID-REF.
           MOVE "N" TO LIST-MODE
           PERFORM LOAD-DAY-ROWS
           MOVE "N" TO REF-LIVE
           PERFORM MATCH-ONE-VOID-REF
               VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CNT.
           IF REF-LIVE = "N"
               MOVE "N" TO VAL-OK
               MOVE "" TO STATUS-MSG
               STRING "No punch " DELIMITED BY SIZE
                   AJ-REF DELIMITED BY SIZE
                   " in force for that operator and day" DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

       MATCH-ONE-VOID-REF.
           IF W-SRC(W-IDX) = AJ-REF AND W-TYPE(W-IDX) NOT = "VOID"
               MOVE "Y" TO REF-LIVE
           END-IF.

       WRITE-ADJUSTMENT.
           MOVE AJ-REF TO P-TM
           IF AJ-TYPE NOT = "VOID"
               MOVE "" TO P-TM
               STRING AJ-TIME DELIMITED BY SIZE
                   "00" DELIMITED BY SIZE
                   INTO P-TM.
           END-IF
           MOVE "" TO NEW-VAL
           STRING AJ-OP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AJ-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               P-TM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AJ-TYPE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CLOCK-OP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AJ-WHY DELIMITED BY SIZE
               INTO NEW-VAL.
           MOVE AJ-DATE TO KEY-DATE
           MOVE "A" TO KEY-KIND
           PERFORM WRITE-NEW-RECORD
           MOVE "" TO EDIT-NOTE
           STRING "ADJUST:" DELIMITED BY SIZE
               REC-KEY DELIMITED BY SIZE
               INTO EDIT-NOTE.
           LOG EDIT-NOTE.
           LOG NEW-VAL.
