       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-TRANSCRIPT.

      *> Multi-term transcripts for the registrar. --close-period
      *> rolls each term's reg-students.dat into the backup
      *> directory as "T<term>-01.bak" and starts the live file
      *> over, so a student's history is spread across one archive
      *> per closed term plus the live file. This run reads them
      *> all back together: every term the period calendar lists
      *> as CLOSED whose archive backup.idx records as taken from
      *> the student file, in calendar order, then the live file
      *> as the term still open.
      *>
      *> A student key prints that one student; left blank, every
      *> student found in any term prints, in key order. Each
      *> transcript is its own spool job ("transcript-<key>.rpt"),
      *> ready to mail: one row per term with the grade, the
      *> points and the running total, then the cumulative totals.
      *> A withdrawn term is shown but earns nothing. The screen
      *> keeps the last transcript printed.
      *>
      *> Nothing holds the student list in a table, so a term of any
      *> size prints whole. Every key each term holds goes to the
      *> plain work file reg-transcript.key; those are filed in the
      *> keyed work file reg-transcript.wrk, which keeps each key
      *> once, and its browse in key order leaves the print list
      *> reg-transcript.lst. Each work file is emptied by the next
      *> run.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  USERNAME-INPUT  PIC X(20) VALUE SPACES.
           05  PASSWORD-INPUT  PIC X(20) VALUE SPACES.
           05  AUTH-RESULT     PIC X(1) VALUE " ".
           05  LOGIN-MSG       PIC X(60) VALUE "Sign in as a grader".
      *> Where the terms are found - fields, so a run can point at
      *> another calendar or backup directory from the command line.
           05  PERIOD-FILE     PIC X(40) VALUE "cobalt-periods.dat".
           05  BACKUP-DIR      PIC X(40) VALUE "backups".
           05  STUDENT-FILE    PIC X(40) VALUE "reg-students.dat".
           05  IDX-PATH        PIC X(60) VALUE SPACES.
           05  SID-IN          PIC X(20) VALUE SPACES.
      *> backup.idx lines, "<generation> <stored file> <source>".
           05  IX-GEN          PIC X(20) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  IX-FILE         PIC X(30) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  IX-SRC          PIC X(40) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  IX-COUNT        PIC 9(2) VALUE 0.
           05  IX-IDX          PIC 9(2) VALUE 0.
           05  IX-FOUND        PIC 9(2) VALUE 0.
           05  IDX-LINE        PIC X(120) VALUE SPACES.
           05  IDX-EOF         PIC X(1) VALUE "N".
           05  IG-W            PIC X(20) VALUE SPACES.
           05  IF-W            PIC X(30) VALUE SPACES.
           05  IS-W            PIC X(40) VALUE SPACES.
      *> The terms in calendar order, each with the file it reads
      *> from; the open term (the live file) comes last.
           05  TERM-ID         PIC X(10) OCCURS 12 TIMES
                                         VALUE SPACES.
           05  TERM-PATH       PIC X(60) OCCURS 12 TIMES
                                         VALUE SPACES.
           05  TERM-CNT        PIC 9(2) VALUE 0.
           05  TERM-IDX        PIC 9(2) VALUE 0.
           05  OPEN-TERM       PIC X(10) VALUE SPACES.
           05  GEN-W           PIC X(20) VALUE SPACES.
           05  PERIOD-LINE     PIC X(80) VALUE SPACES.
           05  PERIOD-EOF      PIC X(1) VALUE "N".
           05  PW-ID           PIC X(10) VALUE SPACES.
           05  PW-STATUS       PIC X(10) VALUE SPACES.
      *> One student record taken apart, "key|name|grade|points|
      *> status" as the keyed store writes it.
           05  ARCH-LINE       PIC X(120) VALUE SPACES.
           05  ARCH-EOF        PIC X(1) VALUE "N".
           05  K-W             PIC X(20) VALUE SPACES.
           05  NM-W            PIC X(30) VALUE SPACES.
           05  GR-W            PIC X(2) VALUE SPACES.
           05  PT-W            PIC X(4) VALUE SPACES.
           05  ST-W            PIC X(1) VALUE SPACES.
      *> One key on its way through the work files.
           05  WK-KEY          PIC X(20) VALUE SPACES.
           05  WK-VAL          PIC X(20) VALUE SPACES.
           05  LIST-EOF        PIC X(1) VALUE "N".
      *> One transcript: a heading row naming the student, then a
      *> row per term. SUMMARY prints the totals under these names.
           05  TR-TERM         PIC X(10) OCCURS 14 TIMES
                                         VALUE SPACES.
           05  TR-GR           PIC X(20) OCCURS 14 TIMES
                                         VALUE SPACES.
           05  TR-PTS          PIC X(30) OCCURS 14 TIMES
                                         VALUE SPACES.
           05  TR-CUM          PIC X(6) OCCURS 14 TIMES
                                         VALUE SPACES.
           05  TR-NOTE         PIC X(14) OCCURS 14 TIMES
                                         VALUE SPACES.
           05  TR-COUNT        PIC 9(2) VALUE 0.
           05  TR-IDX          PIC 9(2) VALUE 0.
           05  STUDENT         PIC X(20) VALUE SPACES.
           05  TERMS-EARNED    PIC 9(2) VALUE 0.
           05  TOTAL-POINTS    PIC 9(5) VALUE 0.
           05  AVERAGE-POINTS  PIC 9(3) VALUE 0.
           05  PTS-N           PIC 9(3) VALUE 0.
           05  JOB-NAME        PIC X(40) VALUE SPACES.
           05  JOB-CNT         PIC 9(4) VALUE 0.
      *> The last transcript on screen, "term|grade|points|total|
      *> note".
           05  SHOW-LINE       PIC X(70) OCCURS 14 TIMES
                                         VALUE SPACES.
           05  SHOW-SEL        PIC X(70) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Type a key or leave blank".

       SCREEN SECTION.
       01  LOGIN-SCREEN.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Student Transcripts".
           05  LOGIN-AREA.
               10  USER-INPUT  PIC X(20) USING USERNAME-INPUT.
               10  PASS-INPUT  PIC X(20) USING PASSWORD-INPUT PASSWORD.
               10  LOGIN-BTN   VALUE "Sign In" ON-ACTION PERFORM DO-LOGIN.
               10 ENTER VALUE "Open" GO-TO-SCREEN TRANS-SCR ROLE "grader".
           05  LOGIN-BAR.
               10  LOGIN-TEXT  PIC X(60) USING LOGIN-MSG.

      *> The student asked for (blank for all), then the last
      *> transcript the Run printed.
       01  TRANS-SCR.
           05  STUDENT-AREA.
               10  SID-INPUT   PIC X(20) USING SID-IN.
               10 RUN VALUE "Run" ON-ACTION PERFORM DO-TRANSCRIPT ROLE "grader".
           05  SHOW-AREA.
               10 SHOW-LIST USING SHOW-LINE LIST ROWS 8 SELECTED SHOW-SEL.
           05  CONTROLS.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

      *> One job per student: who it is, a row per term, and the
      *> totals earned to date.
       REPORT SECTION.
       01  TRANSCRIPT.
           05  PAGE-LENGTH 40.
           05  HEADING "=== Student Transcript ===".
           05  HEADING "term  grade  points  total  note".
           05  DETAIL USING TR-TERM TR-GR TR-PTS TR-CUM TR-NOTE COUNT TR-COUNT.
           05  SUMMARY USING STUDENT TERMS-EARNED TOTAL-POINTS AVERAGE-POINTS.

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

      *> The terms are worked out afresh on every Run, so a period
      *> closed since the last one is picked up.
       DO-TRANSCRIPT.
           MOVE LOWER-CASE(SID-IN) TO SID-IN
           PERFORM LOAD-BACKUP-INDEX
           PERFORM LOAD-TERMS
           MOVE 0 TO JOB-CNT
           IF SID-IN = ""
               PERFORM LIST-ALL-STUDENTS
               MOVE "N" TO LIST-EOF
               OPEN INPUT H3 "reg-transcript.lst".
               PERFORM PRINT-NEXT-LISTED UNTIL LIST-EOF = "Y"
               CLOSE H3.
           ELSE
               MOVE SID-IN TO STUDENT
               PERFORM PRINT-ONE-TRANSCRIPT
           END-IF
           IF JOB-CNT = 0
               MOVE "No records for that student" TO STATUS-MSG
           ELSE
               MOVE "" TO STATUS-MSG
               STRING "Transcripts spooled:" DELIMITED BY SIZE
                   JOB-CNT DELIMITED BY SIZE
                   INTO STATUS-MSG
           END-IF.

      *> Closes and ordinary backups share backup.idx; only a
      *> term's own generation taken from the student file is one
      *> of our archives.
       LOAD-BACKUP-INDEX.
           MOVE 0 TO IX-COUNT
           MOVE "" TO IDX-PATH
           STRING BACKUP-DIR DELIMITED BY SIZE
               "/backup.idx" DELIMITED BY SIZE
               INTO IDX-PATH.
           MOVE "N" TO IDX-EOF
           OPEN INPUT SHARED IDX-PATH.
           PERFORM READ-ONE-INDEX-LINE UNTIL IDX-EOF = "Y".
           CLOSE.

       READ-ONE-INDEX-LINE.
           READ IDX-LINE AT END PERFORM MARK-IDX-EOF.
           IF IDX-EOF = "N" AND IDX-LINE NOT = "" AND IX-COUNT < 20
               MOVE "" TO IG-W
               MOVE "" TO IF-W
               MOVE "" TO IS-W
               UNSTRING IDX-LINE DELIMITED BY " " INTO IG-W IF-W IS-W.
               ADD 1 TO IX-COUNT
               MOVE IG-W TO IX-GEN(IX-COUNT)
               MOVE IF-W TO IX-FILE(IX-COUNT)
               MOVE IS-W TO IX-SRC(IX-COUNT)
           END-IF.

       MARK-IDX-EOF.
           MOVE "Y" TO IDX-EOF.

      *> The calendar lists the terms in the order they ran. A
      *> closed term with no archive of the student file was closed
      *> on another store and has nothing to add.
       LOAD-TERMS.
           PERFORM CLEAR-ONE-TERM
               VARYING TERM-IDX FROM 1 BY 1 UNTIL TERM-IDX > 12
           MOVE 0 TO TERM-CNT
           MOVE "" TO OPEN-TERM
           MOVE "N" TO PERIOD-EOF
           OPEN INPUT SHARED PERIOD-FILE.
           PERFORM READ-ONE-PERIOD UNTIL PERIOD-EOF = "Y".
           CLOSE.
           IF OPEN-TERM = ""
               MOVE "CURRENT" TO OPEN-TERM
           END-IF
           ADD 1 TO TERM-CNT
           MOVE OPEN-TERM TO TERM-ID(TERM-CNT)
           MOVE STUDENT-FILE TO TERM-PATH(TERM-CNT).

       CLEAR-ONE-TERM.
           MOVE "" TO TERM-ID(TERM-IDX)
           MOVE "" TO TERM-PATH(TERM-IDX).

       READ-ONE-PERIOD.
           READ PERIOD-LINE AT END PERFORM MARK-PERIOD-EOF.
           IF PERIOD-EOF = "N" AND PERIOD-LINE(1:1) NOT = "*"
               MOVE "" TO PW-ID
               MOVE "" TO PW-STATUS
               UNSTRING PERIOD-LINE DELIMITED BY " " INTO PW-ID PW-STATUS.
               PERFORM PLACE-ONE-PERIOD
           END-IF.

       MARK-PERIOD-EOF.
           MOVE "Y" TO PERIOD-EOF.

       PLACE-ONE-PERIOD.
           IF PW-STATUS = "OPEN" AND OPEN-TERM = ""
               MOVE PW-ID TO OPEN-TERM
           END-IF
           IF PW-STATUS = "CLOSED" AND TERM-CNT < 11
               PERFORM FIND-TERM-ARCHIVE
           END-IF.

       FIND-TERM-ARCHIVE.
           MOVE "" TO GEN-W
           STRING "T" DELIMITED BY SIZE
               PW-ID DELIMITED BY SIZE
               INTO GEN-W.
           MOVE 0 TO IX-FOUND
           PERFORM MATCH-ONE-INDEX-LINE
               VARYING IX-IDX FROM 1 BY 1 UNTIL IX-IDX > IX-COUNT
           IF IX-FOUND > 0
               ADD 1 TO TERM-CNT
               MOVE PW-ID TO TERM-ID(TERM-CNT)
               STRING BACKUP-DIR DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   IX-FILE(IX-FOUND) DELIMITED BY SIZE
                   INTO TERM-PATH(TERM-CNT)
           END-IF.

       MATCH-ONE-INDEX-LINE.
           IF IX-GEN(IX-IDX) = GEN-W AND IX-SRC(IX-IDX) = STUDENT-FILE
               MOVE IX-IDX TO IX-FOUND
           END-IF.

      *> Every key seen in any term, once and in key order - a
      *> student who has left is on no live file but still gets a
      *> transcript.
       LIST-ALL-STUDENTS.
           OPEN OUTPUT H2 "reg-transcript.key".
           PERFORM COLLECT-ONE-TERM
               VARYING TERM-IDX FROM 1 BY 1 UNTIL TERM-IDX > TERM-CNT
           CLOSE H2.
           OPEN OUTPUT H1 "reg-transcript.wrk".
           CLOSE H1.
           MOVE "N" TO LIST-EOF
           OPEN INPUT H2 "reg-transcript.key".
           OPEN I-O KEYED "reg-transcript.wrk".
           PERFORM FILE-ONE-KEY UNTIL LIST-EOF = "Y".
           CLOSE.
           CLOSE H2.
           MOVE "N" TO LIST-EOF
           OPEN OUTPUT H3 "reg-transcript.lst".
           OPEN I-O KEYED "reg-transcript.wrk".
           START "0" AT END PERFORM MARK-LIST-EOF.
           PERFORM LIST-ONE-KEY UNTIL LIST-EOF = "Y".
           CLOSE.
           CLOSE H3.

       MARK-LIST-EOF.
           MOVE "Y" TO LIST-EOF.

       COLLECT-ONE-TERM.
           MOVE "N" TO ARCH-EOF
           OPEN INPUT SHARED TERM-PATH(TERM-IDX).
           PERFORM COLLECT-ONE-RECORD UNTIL ARCH-EOF = "Y".
           CLOSE.

       COLLECT-ONE-RECORD.
           PERFORM READ-ONE-RECORD
           IF ARCH-EOF = "N" AND K-W NOT = ""
               WRITE H2 K-W.
           END-IF.

      *> A key already filed is simply written again.
       FILE-ONE-KEY.
           MOVE "" TO WK-KEY
           READ H2 WK-KEY AT END PERFORM MARK-LIST-EOF.
           IF LIST-EOF = "N"
               WRITE KEY WK-KEY WK-KEY
           END-IF.

       LIST-ONE-KEY.
           MOVE "" TO WK-KEY
           MOVE "" TO WK-VAL
           READ NEXT WK-KEY WK-VAL AT END PERFORM MARK-LIST-EOF.
           IF LIST-EOF = "N"
               WRITE H3 WK-KEY.
           END-IF.

       PRINT-NEXT-LISTED.
           MOVE "" TO STUDENT
           READ H3 STUDENT AT END PERFORM MARK-LIST-EOF.
           IF LIST-EOF = "N"
               PERFORM PRINT-ONE-TRANSCRIPT
           END-IF.

      *> The store's "#VER" lines carry record versions, not
      *> students.
       READ-ONE-RECORD.
           MOVE "" TO K-W
           READ ARCH-LINE AT END PERFORM MARK-ARCH-EOF.
           IF ARCH-EOF = "N" AND ARCH-LINE(1:1) NOT = "#"
               MOVE "" TO NM-W
               MOVE "" TO GR-W
               MOVE "" TO PT-W
               MOVE "" TO ST-W
               UNSTRING ARCH-LINE DELIMITED BY "|" INTO K-W NM-W GR-W PT-W ST-W.
           END-IF.

       MARK-ARCH-EOF.
           MOVE "Y" TO ARCH-EOF.

      *> Terms run oldest first, so the name on the heading row
      *> ends as the one on the latest record.
       PRINT-ONE-TRANSCRIPT.
           PERFORM CLEAR-TRANSCRIPT
           MOVE 1 TO TR-COUNT
           MOVE "STUDENT" TO TR-TERM(1)
           MOVE STUDENT TO TR-GR(1)
           PERFORM TAKE-ONE-TERM
               VARYING TERM-IDX FROM 1 BY 1 UNTIL TERM-IDX > TERM-CNT
           IF TR-COUNT > 1
               IF TERMS-EARNED > 0
                   COMPUTE AVERAGE-POINTS ROUNDED = TOTAL-POINTS / TERMS-EARNED
               END-IF
               MOVE "" TO JOB-NAME
               STRING "transcript-" DELIMITED BY SIZE
                   STUDENT DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO JOB-NAME
               GENERATE TRANSCRIPT TO JOB-NAME.
               ADD 1 TO JOB-CNT
               PERFORM SHOW-ONE-ROW
                   VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > TR-COUNT
           END-IF.

       CLEAR-TRANSCRIPT.
           PERFORM CLEAR-ONE-ROW
               VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > 14
           MOVE 0 TO TR-COUNT
           MOVE 0 TO TERMS-EARNED
           MOVE 0 TO TOTAL-POINTS
           MOVE 0 TO AVERAGE-POINTS.

       CLEAR-ONE-ROW.
           MOVE "" TO TR-TERM(TR-IDX)
           MOVE "" TO TR-GR(TR-IDX)
           MOVE "" TO TR-PTS(TR-IDX)
           MOVE "" TO TR-CUM(TR-IDX)
           MOVE "" TO TR-NOTE(TR-IDX)
           MOVE "" TO SHOW-LINE(TR-IDX).

       TAKE-ONE-TERM.
           MOVE "N" TO ARCH-EOF
           OPEN INPUT SHARED TERM-PATH(TERM-IDX).
           PERFORM TAKE-ONE-RECORD UNTIL ARCH-EOF = "Y".
           CLOSE.

       TAKE-ONE-RECORD.
           PERFORM READ-ONE-RECORD
           IF ARCH-EOF = "N" AND K-W = STUDENT AND TR-COUNT < 14
               PERFORM ADD-TERM-ROW
           END-IF.

      *> A record with no status predates withdrawals and counts.
       ADD-TERM-ROW.
           MOVE NM-W TO TR-PTS(1)
           ADD 1 TO TR-COUNT
           MOVE TERM-ID(TERM-IDX) TO TR-TERM(TR-COUNT)
           MOVE GR-W TO TR-GR(TR-COUNT)
           MOVE PT-W TO TR-PTS(TR-COUNT)
           IF TERM-IDX = TERM-CNT
               MOVE "current term" TO TR-NOTE(TR-COUNT)
           END-IF
           IF ST-W = "W"
               MOVE "withdrawn" TO TR-NOTE(TR-COUNT)
           ELSE
               MOVE NUMVAL(PT-W) TO PTS-N
               ADD PTS-N TO TOTAL-POINTS
               ADD 1 TO TERMS-EARNED
           END-IF
           MOVE TOTAL-POINTS TO TR-CUM(TR-COUNT).

       SHOW-ONE-ROW.
           MOVE "" TO SHOW-LINE(TR-IDX)
           STRING TR-TERM(TR-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TR-GR(TR-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TR-PTS(TR-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TR-CUM(TR-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TR-NOTE(TR-IDX) DELIMITED BY SIZE
               INTO SHOW-LINE(TR-IDX).
