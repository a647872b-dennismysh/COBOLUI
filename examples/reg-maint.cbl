       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-MAINT.

      *> Student maintenance for the registrar - add, change,
      *> withdraw and inquire over reg-students.dat, the keyed store
      *> the registrar console reports from, so a real term can be
      *> kept without anyone writing records by hand.
      *>
      *> The store is keyed by the student's file key (lower case,
      *> "adams") with the value "name|grade|points|status" - the
      *> grade is the ALTERNATE 2 key the console and the By Grade
      *> lookup read through. Status is A (enrolled) or W
      *> (withdrawn); a record written before status was kept has
      *> none and reads as enrolled. A withdrawal only marks the
      *> record W - nothing is ever deleted, so the term's history
      *> stays whole and a withdrawn key is never reused.
      *>
      *> Every add, change and withdrawal is grader-only and leaves
      *> the audit pair quiz-bank-maint.cbl leaves: a note naming
      *> the action and key, then the record before and after.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  OP-NAME         PIC X(20) VALUE SPACES.
           05  OP-PASS         PIC X(20) VALUE SPACES.
           05  AUTH-R          PIC X(1) VALUE " ".
      *> The grade letters a record may carry - a field, so a term
      *> with other marks runs with GRADE-SET=... on the command
      *> line.
           05  GRADE-SET       PIC X(10) VALUE "ABCDF".
      *> The store itself - a field, so a copy of the term (or
      *> another campus's) is kept with STUDENT-FILE=... on the
      *> command line. A term of any size is kept the same way;
      *> only the By Grade list stops at 40 rows.
           05  STUDENT-FILE    PIC X(40) VALUE "reg-students.dat".
      *> The student on screen. LOADED-ID is the key the form was
      *> filled from, so Change and Withdraw never act on a key
      *> typed after the Inquire.
           05  SID-IN          PIC X(20) VALUE SPACES.
           05  LOADED-ID       PIC X(20) VALUE SPACES.
           05  NAME-IN         PIC X(30) VALUE SPACES.
           05  GRADE-IN        PIC X(2) VALUE SPACES.
           05  POINTS-IN       PIC X(4) VALUE SPACES.
           05  STAT-TEXT       PIC X(10) VALUE SPACES.
      *> One stored record taken apart, and the one built to write.
           05  REC-VAL         PIC X(60) VALUE SPACES.
           05  NM-W            PIC X(30) VALUE SPACES.
           05  GR-W            PIC X(2) VALUE SPACES.
           05  PT-W            PIC X(4) VALUE SPACES.
           05  ST-W            PIC X(1) VALUE SPACES.
           05  NEW-VAL         PIC X(60) VALUE SPACES.
           05  NEW-STAT        PIC X(1) VALUE "A".
           05  NM-UP           PIC X(30) VALUE SPACES.
           05  FIRST-CH        PIC X(1) VALUE SPACES.
           05  PTS-N           PIC 9(3) VALUE 0.
           05  PIPE-CNT        PIC 9(3) VALUE 0.
           05  HIT-CNT         PIC 9(3) VALUE 0.
           05  LEN-W           PIC 9(3) VALUE 0.
           05  VAL-OK          PIC X(1) VALUE "N".
      *> The By Grade lookup - the records carrying the grade asked
      *> for, found on one browse of the store in key order, one
      *> list row each as "key|name|points|status". The list holds
      *> 40 rows; past that the 40th says how many more were found
      *> and not listed.
           05  GRADE-Q         PIC X(2) VALUE SPACES.
           05  SK              PIC X(20) VALUE SPACES.
           05  S-EOF           PIC X(1) VALUE "N".
           05  RW-COUNT        PIC 9(4) VALUE 0.
           05  RW-IDX          PIC 9(3) VALUE 0.
           05  MORE-CNT        PIC 9(4) VALUE 0.
           05  GL-ROW          PIC X(70) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  GL-SEL          PIC X(70) VALUE SPACES.
      *> The audit pair.
           05  EDIT-ACT        PIC X(12) VALUE SPACES.
           05  EDIT-NOTE       PIC X(40) VALUE SPACES.
           05  REC-BEFORE      PIC X(60) VALUE SPACES.
           05  REC-AFTER       PIC X(60) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Type a student key".

       SCREEN SECTION.
      *> The key and Inquire first; the grade lookup beside it for
      *> a student whose key nobody remembers; then the record
      *> itself and what may be done to it.
       01  MAINT-SCREEN ON-ENTRY PERFORM LOCK-STATUS.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Student Maintenance".
           05  KEY-AREA.
               10  SID-INPUT   PIC X(20) USING SID-IN.
               10  INQ-BTN     VALUE "Inquire" ON-ACTION PERFORM DO-INQUIRE.
           05  GRADE-AREA.
               10  GQ-INPUT    PIC X(2) USING GRADE-Q.
               10  BYG-BTN     VALUE "By Grade" ON-ACTION PERFORM DO-BY-GRADE.
               10 GRADE-LIST USING GL-ROW LIST ROWS 6 SELECTED GL-SEL.
               10  OPEN-BTN    VALUE "Open" ON-ACTION PERFORM DO-OPEN.
           05  EDIT-AREA.
               10  NAME-INPUT  PIC X(30) USING NAME-IN.
               10  GR-INPUT    PIC X(2) USING GRADE-IN.
               10  PTS-INPUT   PIC X(4) USING POINTS-IN.
               10  STAT-DISP   PIC X(10) USING STAT-TEXT.
      *> As on the bank screen, the gated names run short only so
      *> each definition fits one source line.
           05  ACTIONS.
               10 ADDS VALUE "Add" ON-ACTION PERFORM DO-ADD ROLE "grader".
               10 CHG VALUE "Change" ON-ACTION PERFORM DO-CHANGE ROLE "grader".
               10 WDR VALUE "Withdraw" ON-ACTION PERFORM DO-WDR ROLE "grader".
           05  SIGN-AREA.
               10  OP-INPUT    PIC X(20) USING OP-NAME.
               10  PW-INPUT    PIC X(20) USING OP-PASS PASSWORD.
               10  SIGN-BTN    VALUE "Sign-In" ON-ACTION PERFORM DO-SIGNIN.
       COPY "examples/status-bar.inc".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The status comes from the file, never from the keyboard.
       LOCK-STATUS.
           DISABLE STAT-DISP.

       DO-SIGNIN.
           AUTHENTICATE OP-NAME OP-PASS AUTH-R.
           IF AUTH-R = "1"
               MOVE "Signed in" TO STATUS-MSG
           ELSE
               MOVE "Sign-in failed" TO STATUS-MSG
           END-IF
           MOVE "" TO OP-PASS.

      *> Keys are kept in lower case; one typed in capitals still
      *> finds its record.
       DO-INQUIRE.
           MOVE LOWER-CASE(SID-IN) TO SID-IN
           PERFORM CLEAR-FORM
           IF SID-IN = ""
               MOVE "Type a student key" TO STATUS-MSG
           ELSE
               PERFORM READ-STUDENT
               IF REC-VAL = ""
                   MOVE "No such student" TO STATUS-MSG
               ELSE
                   PERFORM SHOW-STUDENT
                   MOVE "Student found" TO STATUS-MSG
               END-IF
           END-IF.

       CLEAR-FORM.
           MOVE "" TO LOADED-ID
           MOVE "" TO NAME-IN
           MOVE "" TO GRADE-IN
           MOVE "" TO POINTS-IN
           MOVE "" TO STAT-TEXT.

       SHOW-STUDENT.
           MOVE SID-IN TO LOADED-ID
           MOVE NM-W TO NAME-IN
           MOVE GR-W TO GRADE-IN
           MOVE PT-W TO POINTS-IN
           IF ST-W = "W"
               MOVE "WITHDRAWN" TO STAT-TEXT
           ELSE
               MOVE "ENROLLED" TO STAT-TEXT
           END-IF.

      *> Splits SID-IN's record, if any; REC-VAL stays blank when
      *> there is no such key.
       READ-STUDENT.
           MOVE "" TO REC-VAL
           OPEN I-O KEYED STUDENT-FILE ALTERNATE 2.
           READ KEY SID-IN REC-VAL.
           CLOSE.
           MOVE "" TO NM-W
           MOVE "" TO GR-W
           MOVE "" TO PT-W
           MOVE "" TO ST-W
           UNSTRING REC-VAL DELIMITED BY "|" INTO NM-W GR-W PT-W ST-W.

      *> Every record with the grade asked for, withdrawn ones too -
      *> the lookup is for finding a student, not for counting.
       DO-BY-GRADE.
           MOVE UPPER-CASE(GRADE-Q) TO GRADE-Q
           PERFORM CLEAR-ONE-GRADE-ROW
               VARYING RW-IDX FROM 1 BY 1 UNTIL RW-IDX > 40
           MOVE "" TO GL-SEL
           MOVE 0 TO RW-COUNT
           IF GRADE-Q = ""
               MOVE "Type a grade to look up" TO STATUS-MSG
           ELSE
               MOVE "N" TO S-EOF
               OPEN I-O KEYED STUDENT-FILE ALTERNATE 2.
               START "0" AT END PERFORM MARK-S-EOF.
               PERFORM TAKE-ONE-GRADE-ROW UNTIL S-EOF = "Y".
               CLOSE.
               IF RW-COUNT > 40
                   COMPUTE MORE-CNT = RW-COUNT - 39
                   MOVE "" TO GL-ROW(40)
                   STRING "... " DELIMITED BY SIZE
                       MORE-CNT DELIMITED BY SIZE
                       " more not listed" DELIMITED BY SIZE
                       INTO GL-ROW(40).
               END-IF
               IF RW-COUNT = 0
                   MOVE "No students with that grade" TO STATUS-MSG
               ELSE
                   MOVE "Pick a student and Open" TO STATUS-MSG
               END-IF
           END-IF.

       CLEAR-ONE-GRADE-ROW.
           MOVE "" TO GL-ROW(RW-IDX).

       MARK-S-EOF.
           MOVE "Y" TO S-EOF.

      *> Every match is counted; the first 40 are listed.
       TAKE-ONE-GRADE-ROW.
           MOVE "" TO SK
           MOVE "" TO REC-VAL
           READ NEXT SK REC-VAL AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               MOVE "" TO NM-W
               MOVE "" TO GR-W
               MOVE "" TO PT-W
               MOVE "" TO ST-W
               UNSTRING REC-VAL DELIMITED BY "|" INTO NM-W GR-W PT-W ST-W.
               IF GR-W = GRADE-Q
                   ADD 1 TO RW-COUNT
                   IF RW-COUNT <= 40
                       PERFORM BUILD-ONE-GRADE-ROW
                   END-IF
               END-IF
           END-IF.

       BUILD-ONE-GRADE-ROW.
           IF ST-W = ""
               MOVE "A" TO ST-W
           END-IF
           MOVE RW-COUNT TO RW-IDX
           STRING SK DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NM-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PT-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ST-W DELIMITED BY SIZE
               INTO GL-ROW(RW-IDX).

       DO-OPEN.
           IF GL-SEL = "" OR GL-SEL(1:4) = "... "
               MOVE "Pick a student first" TO STATUS-MSG
           ELSE
               MOVE "" TO SID-IN
               UNSTRING GL-SEL DELIMITED BY "|" INTO SID-IN.
               PERFORM DO-INQUIRE
           END-IF.

      *> A key already on file - withdrawn included - is refused.
       DO-ADD.
           MOVE LOWER-CASE(SID-IN) TO SID-IN
           PERFORM VALIDATE-KEY
           IF VAL-OK = "Y"
               PERFORM VALIDATE-FORM
           END-IF
           IF VAL-OK = "Y"
               PERFORM READ-STUDENT
               IF REC-VAL NOT = ""
                   MOVE "That key is already on file" TO STATUS-MSG
               ELSE
                   MOVE "A" TO NEW-STAT
                   PERFORM BUILD-NEW-VAL
                   OPEN I-O KEYED STUDENT-FILE ALTERNATE 2.
                   WRITE KEY SID-IN NEW-VAL.
                   CLOSE.
                   MOVE "ADD" TO EDIT-ACT
                   PERFORM AUDIT-EDIT
                   PERFORM READ-STUDENT
                   PERFORM SHOW-STUDENT
                   MOVE "Student added" TO STATUS-MSG
               END-IF
           END-IF.

      *> Only the student just looked up, and only while enrolled.
       DO-CHANGE.
           PERFORM CHECK-LOADED
           IF VAL-OK = "Y"
               PERFORM VALIDATE-FORM
           END-IF
           IF VAL-OK = "Y"
               MOVE "A" TO NEW-STAT
               PERFORM BUILD-NEW-VAL
               OPEN I-O KEYED STUDENT-FILE ALTERNATE 2.
               REWRITE KEY SID-IN NEW-VAL.
               CLOSE.
               MOVE "CHANGE" TO EDIT-ACT
               PERFORM AUDIT-EDIT
               PERFORM READ-STUDENT
               PERFORM SHOW-STUDENT
               MOVE "Student changed" TO STATUS-MSG
           END-IF.

      *> The record is kept exactly as it stands, marked W.
       DO-WDR.
           PERFORM CHECK-LOADED
           IF VAL-OK = "Y"
               MOVE NM-W TO NAME-IN
               MOVE GR-W TO GRADE-IN
               MOVE PT-W TO POINTS-IN
               MOVE "W" TO NEW-STAT
               PERFORM BUILD-NEW-VAL
               OPEN I-O KEYED STUDENT-FILE ALTERNATE 2.
               REWRITE KEY SID-IN NEW-VAL.
               CLOSE.
               MOVE "WITHDRAW" TO EDIT-ACT
               PERFORM AUDIT-EDIT
               PERFORM READ-STUDENT
               PERFORM SHOW-STUDENT
               MOVE "Student withdrawn" TO STATUS-MSG
           END-IF.

      *> Re-reads the record so a change made elsewhere since the
      *> Inquire is seen before this one is written over it.
       CHECK-LOADED.
           MOVE "Y" TO VAL-OK
           MOVE LOWER-CASE(SID-IN) TO SID-IN
           IF LOADED-ID = "" OR LOADED-ID NOT = SID-IN
               MOVE "N" TO VAL-OK
               MOVE "Inquire on the student first" TO STATUS-MSG
           ELSE
               PERFORM READ-STUDENT
               IF REC-VAL = ""
                   MOVE "N" TO VAL-OK
                   MOVE "No such student" TO STATUS-MSG
               END-IF
               IF VAL-OK = "Y" AND ST-W = "W"
                   MOVE "N" TO VAL-OK
                   MOVE "Student is withdrawn" TO STATUS-MSG
               END-IF
           END-IF.

      *> A key is one word - it names the record, and the console's
      *> browse walks the keys in order.
       VALIDATE-KEY.
           MOVE "Y" TO VAL-OK
           MOVE 0 TO PIPE-CNT
           INSPECT SID-IN TALLYING PIPE-CNT FOR ALL "|"
           INSPECT SID-IN TALLYING PIPE-CNT FOR ALL " "
           IF SID-IN = ""
               MOVE "N" TO VAL-OK
               MOVE "Type a student key" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND PIPE-CNT > 0
               MOVE "N" TO VAL-OK
               MOVE "A key is one word with no | in it" TO STATUS-MSG
           END-IF.

      *> A name that starts with a letter and has no field
      *> delimiter in it, a grade from GRADE-SET, and whole points
      *> 0 to 100. The first failure wins and says what to fix.
       VALIDATE-FORM.
           MOVE "Y" TO VAL-OK
           MOVE UPPER-CASE(NAME-IN) TO NM-UP
           MOVE UPPER-CASE(GRADE-IN) TO GRADE-IN
           MOVE 0 TO PIPE-CNT
           INSPECT NAME-IN TALLYING PIPE-CNT FOR ALL "|"
           IF NAME-IN = ""
               MOVE "N" TO VAL-OK
               MOVE "Name is required" TO STATUS-MSG
           END-IF
           MOVE NM-UP(1:1) TO FIRST-CH
           IF VAL-OK = "Y"
               IF FIRST-CH < "A" OR FIRST-CH > "Z"
                   MOVE "N" TO VAL-OK
                   MOVE "Name must start with a letter" TO STATUS-MSG
               END-IF
           END-IF
           IF VAL-OK = "Y" AND PIPE-CNT > 0
               MOVE "N" TO VAL-OK
               MOVE "No | characters in the name" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               PERFORM VALIDATE-GRADE
           END-IF
           IF VAL-OK = "Y"
               PERFORM VALIDATE-POINTS
           END-IF
           MOVE "" TO NM-UP
           MOVE "" TO FIRST-CH.

       VALIDATE-GRADE.
           MOVE 0 TO HIT-CNT
           MOVE LENGTH(GRADE-IN) TO LEN-W
           IF LEN-W = 1
               INSPECT GRADE-SET TALLYING HIT-CNT FOR ALL GRADE-IN
           END-IF
           IF HIT-CNT = 0
               MOVE "N" TO VAL-OK
               MOVE "Grade is not an allowed letter" TO STATUS-MSG
           END-IF.

       VALIDATE-POINTS.
           IF POINTS-IN = ""
               MOVE "N" TO VAL-OK
               MOVE "Points are required" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND NUMVAL(POINTS-IN) NOT = POINTS-IN
               MOVE "N" TO VAL-OK
               MOVE "Points must be a number" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND INTEGER-PART(POINTS-IN) NOT = POINTS-IN
               MOVE "N" TO VAL-OK
               MOVE "Points must be a whole number" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               IF POINTS-IN < 0 OR POINTS-IN > 100
                   MOVE "N" TO VAL-OK
                   MOVE "Points must be 0 to 100" TO STATUS-MSG
               END-IF
           END-IF.

      *> "name|grade|points|status", the before image kept for the
      *> audit pair.
       BUILD-NEW-VAL.
           MOVE REC-VAL TO REC-BEFORE
           MOVE POINTS-IN TO PTS-N
           MOVE "" TO NEW-VAL
           STRING NAME-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               GRADE-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PTS-N DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NEW-STAT DELIMITED BY SIZE
               INTO NEW-VAL.
           MOVE NEW-VAL TO REC-AFTER.

       AUDIT-EDIT.
           MOVE "" TO EDIT-NOTE
           STRING EDIT-ACT DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SID-IN DELIMITED BY SIZE
               INTO EDIT-NOTE.
           LOG EDIT-NOTE.
           LOG REC-BEFORE.
           LOG REC-AFTER.
           MOVE "" TO REC-BEFORE
           MOVE "" TO REC-AFTER.
