       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-SECTIONS.

      *> Course sections and enrollment for the registrar. A term's
      *> real work is putting the students of reg-students.dat into
      *> sections, each with a fixed number of seats; once a section
      *> is full, a student asking for it joins its waitlist instead,
      *> and the first one waiting takes the next seat that frees.
      *>
      *> reg-sections.dat is keyed by the section id, course, section
      *> and term run together ("MATH101-01-2026F"), with the value
      *> "course|section|term|capacity|instructor".
      *>
      *> reg-enroll.dat holds one record per student per section,
      *> keyed "E" and a six-digit number taken from its "#SEQ"
      *> counter, with the value "section id|student|status" -
      *> status E (holds a seat) or W (waitlisted). The section id
      *> is the ALTERNATE 1 key a section's roster is read through,
      *> and since the numbers only ever rise, key order is the
      *> order students asked - the waitlist's order. A promotion
      *> rewrites the record in place, so a student keeps the
      *> number they queued under. A drop deletes the record; the
      *> audit trail keeps what it held.
      *>
      *> When a seat frees - a drop, or the capacity raised - the
      *> first student waiting is moved in and a notice letter is
      *> spooled through MERGE. Class lists and waitlists print per
      *> section. Every change is grader-only and leaves the audit
      *> pair reg-maint.cbl leaves: a note naming the action and
      *> key, then the record before and after.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  OP-NAME         PIC X(20) VALUE SPACES.
           05  OP-PASS         PIC X(20) VALUE SPACES.
           05  AUTH-R          PIC X(1) VALUE " ".
      *> The section on screen. SEC-ID is built from the three key
      *> fields; LOADED-SEC is the one the form was filled from, so
      *> Change never acts on a section typed after the Inquire.
           05  COURSE-IN       PIC X(10) VALUE SPACES.
           05  SECT-IN         PIC X(4) VALUE SPACES.
           05  TERM-IN         PIC X(10) VALUE SPACES.
           05  CAP-IN          PIC X(4) VALUE SPACES.
           05  INSTR-IN        PIC X(30) VALUE SPACES.
           05  SEC-ID          PIC X(30) VALUE SPACES.
           05  LOADED-SEC      PIC X(30) VALUE SPACES.
      *> One section record taken apart - course, section, term,
      *> capacity and instructor. SECTION-ID, INSTRUCTOR, CAPACITY,
      *> ENROLLED and WAITING are also what the reports total under.
           05  SEC-VAL         PIC X(80) VALUE SPACES.
           05  SC-C            PIC X(10) VALUE SPACES.
           05  SC-S            PIC X(4) VALUE SPACES.
           05  SC-T            PIC X(10) VALUE SPACES.
           05  SC-CAP          PIC X(4) VALUE SPACES.
           05  SC-I            PIC X(30) VALUE SPACES.
           05  SECTION-ID      PIC X(30) VALUE SPACES.
           05  INSTRUCTOR      PIC X(30) VALUE SPACES.
           05  CAPACITY        PIC 9(2) VALUE 0.
           05  ENROLLED        PIC 9(2) VALUE 0.
           05  WAITING         PIC 9(2) VALUE 0.
           05  NEW-VAL         PIC X(80) VALUE SPACES.
           05  NEW-ST          PIC X(1) VALUE SPACES.
      *> The student to enroll or drop, and their record.
           05  SID-IN          PIC X(20) VALUE SPACES.
           05  K-W             PIC X(20) VALUE SPACES.
           05  STU-VAL         PIC X(60) VALUE SPACES.
           05  NM-W            PIC X(30) VALUE SPACES.
           05  GR-W            PIC X(2) VALUE SPACES.
           05  PT-W            PIC X(4) VALUE SPACES.
           05  ST-W            PIC X(1) VALUE SPACES.
      *> The section's enrollment records as read, one taken apart,
      *> and where SID-IN and the head of the waitlist stand.
           05  EN-KEY          PIC X(10) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  EN-VAL          PIC X(60) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  EN-CNT          PIC 9(3) VALUE 0.
           05  EN-IDX          PIC 9(3) VALUE 0.
           05  E-SEC           PIC X(30) VALUE SPACES.
           05  E-SID           PIC X(20) VALUE SPACES.
           05  E-ST            PIC X(1) VALUE SPACES.
           05  MINE-KEY        PIC X(10) VALUE SPACES.
           05  MINE-VAL        PIC X(60) VALUE SPACES.
           05  MINE-ST         PIC X(1) VALUE SPACES.
           05  FIRST-W-KEY     PIC X(10) VALUE SPACES.
           05  FIRST-W-SID     PIC X(20) VALUE SPACES.
      *> A new record's number.
           05  EK-W            PIC X(10) VALUE SPACES.
           05  SEQ-VAL         PIC X(10) VALUE SPACES.
           05  SEQ-N           PIC 9(7) VALUE 0.
           05  SEQ-X           PIC X(7) VALUE SPACES.
      *> The roster on screen, seat holders by key and then the
      *> waitlist in order, each row "enrolled|key|name" or
      *> "waiting n|key|name".
           05  RO-SORT         PIC X(30) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  RO-KEY          PIC X(20) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  RO-ST           PIC X(1) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  RO-ROW          PIC X(70) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  RO-CNT          PIC 9(3) VALUE 0.
           05  RO-IDX          PIC 9(3) VALUE 0.
           05  RO-SEL          PIC X(70) VALUE SPACES.
      *> The two printouts' rows.
           05  CL-KEY          PIC X(20) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  CL-NAME         PIC X(30) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  CL-CNT          PIC 9(3) VALUE 0.
           05  WL-POS          PIC 9(2) OCCURS 40 TIMES
                                         VALUE 0.
           05  WL-KEY          PIC X(20) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  WL-NAME         PIC X(30) OCCURS 40 TIMES
                                         VALUE SPACES.
           05  WL-CNT          PIC 9(3) VALUE 0.
           05  JOB-NAME        PIC X(50) VALUE SPACES.
      *> The student last moved off the waitlist - the notice
      *> letter's addressee.
           05  PROMO-SID       PIC X(20) VALUE SPACES.
           05  PROMO-NAME      PIC X(30) VALUE SPACES.
           05  PROMO-CNT       PIC 9(2) VALUE 0.
           05  PROMO-DONE      PIC X(1) VALUE "N".
           05  WAS-ST          PIC X(1) VALUE SPACES.
           05  PIPE-CNT        PIC 9(3) VALUE 0.
           05  VAL-OK          PIC X(1) VALUE "N".
      *> The audit pair.
           05  EDIT-ACT        PIC X(12) VALUE SPACES.
           05  NOTE-KEY        PIC X(30) VALUE SPACES.
           05  EDIT-NOTE       PIC X(60) VALUE SPACES.
           05  REC-BEFORE      PIC X(80) VALUE SPACES.
           05  REC-AFTER       PIC X(80) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Type course, section and term".

       SCREEN SECTION.
      *> The section's key and Inquire first, then what the section
      *> holds, then the student to enroll or drop, the roster and
      *> the printouts.
       01  SECT-SCREEN ON-ENTRY PERFORM LOCK-COUNTS.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Course Sections".
           05  KEY-AREA.
               10  CRS-INPUT   PIC X(10) USING COURSE-IN.
               10  SEC-INPUT   PIC X(4) USING SECT-IN.
               10  TRM-INPUT   PIC X(10) USING TERM-IN.
               10  INQ-BTN     VALUE "Inquire" ON-ACTION PERFORM DO-INQUIRE.
           05  SECTION-AREA.
               10  CAP-INPUT   PIC X(4) USING CAP-IN.
               10  INS-INPUT   PIC X(30) USING INSTR-IN.
               10  ENR-DISP    PIC X(2) USING ENROLLED.
               10  WAIT-DISP   PIC X(2) USING WAITING.
      *> As on the student screen, the gated names run short only
      *> so each definition fits one source line.
           05  SECTION-ACTIONS.
               10 ADDS VALUE "Add" ON-ACTION PERFORM DO-ADD ROLE "grader".
               10 CHG VALUE "Change" ON-ACTION PERFORM DO-CHANGE ROLE "grader".
           05  ENROLL-AREA.
               10  SID-INPUT   PIC X(20) USING SID-IN.
               10 ENR VALUE "Enroll" ON-ACTION PERFORM DO-ENROLL ROLE "grader".
               10 DRP VALUE "Drop" ON-ACTION PERFORM DO-DROP ROLE "grader".
           05  ROSTER-AREA.
               10 ROSTER USING RO-ROW LIST ROWS 8 SELECTED RO-SEL.
           05  PRINTS.
               10 CLS VALUE "Class List" ON-ACTION PERFORM DO-CLS ROLE "grader".
               10 WTL VALUE "Waitlist" ON-ACTION PERFORM DO-WTL ROLE "grader".
           05  SIGN-AREA.
               10  OP-INPUT    PIC X(20) USING OP-NAME.
               10  PW-INPUT    PIC X(20) USING OP-PASS PASSWORD.
               10  SIGN-BTN    VALUE "Sign-In" ON-ACTION PERFORM DO-SIGNIN.
       COPY "examples/status-bar.inc".

      *> One job per section each: the students holding a seat in
      *> key order, and the waitlist in the order it will be served.
       REPORT SECTION.
       01  CLASS-LIST.
           05  PAGE-LENGTH 40.
           05  HEADING "=== Class List ===".
           05  HEADING "student  name".
           05  DETAIL USING CL-KEY CL-NAME COUNT CL-CNT.
           05  SUMMARY USING SECTION-ID INSTRUCTOR CAPACITY ENROLLED WAITING.
       01  WAIT-LIST.
           05  PAGE-LENGTH 40.
           05  HEADING "=== Section Waitlist ===".
           05  HEADING "position  student  name".
           05  DETAIL USING WL-POS WL-KEY WL-NAME COUNT WL-CNT.
           05  SUMMARY USING SECTION-ID CAPACITY ENROLLED WAITING.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The counts come from the enrollment file, never from the
      *> keyboard.
       LOCK-COUNTS.
           DISABLE ENR-DISP.
           DISABLE WAIT-DISP.

       DO-SIGNIN.
           AUTHENTICATE OP-NAME OP-PASS AUTH-R.
           IF AUTH-R = "1"
               MOVE "Signed in" TO STATUS-MSG
           ELSE
               MOVE "Sign-in failed" TO STATUS-MSG
           END-IF
           MOVE "" TO OP-PASS.

       DO-INQUIRE.
           PERFORM BUILD-SEC-ID
           PERFORM CLEAR-SECTION
           IF VAL-OK = "Y"
               PERFORM READ-SECTION
               IF SEC-VAL = ""
                   MOVE "No such section" TO STATUS-MSG
               ELSE
                   PERFORM SHOW-SECTION
                   MOVE "Section found" TO STATUS-MSG
               END-IF
           END-IF.

      *> Course, section and term are each one word, kept in
      *> capitals, and together make the key.
       BUILD-SEC-ID.
           MOVE "Y" TO VAL-OK
           MOVE UPPER-CASE(COURSE-IN) TO COURSE-IN
           MOVE UPPER-CASE(SECT-IN) TO SECT-IN
           MOVE UPPER-CASE(TERM-IN) TO TERM-IN
           MOVE 0 TO PIPE-CNT
           INSPECT COURSE-IN TALLYING PIPE-CNT FOR ALL "|"
           INSPECT COURSE-IN TALLYING PIPE-CNT FOR ALL " "
           INSPECT SECT-IN TALLYING PIPE-CNT FOR ALL "|"
           INSPECT SECT-IN TALLYING PIPE-CNT FOR ALL " "
           INSPECT TERM-IN TALLYING PIPE-CNT FOR ALL "|"
           INSPECT TERM-IN TALLYING PIPE-CNT FOR ALL " "
           MOVE "" TO SEC-ID
           IF COURSE-IN = "" OR SECT-IN = "" OR TERM-IN = ""
               MOVE "N" TO VAL-OK
               MOVE "Type course, section and term" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND PIPE-CNT > 0
               MOVE "N" TO VAL-OK
               MOVE "Course, section and term are one word each" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               STRING COURSE-IN DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SECT-IN DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TERM-IN DELIMITED BY SIZE
                   INTO SEC-ID.
           END-IF.

       CLEAR-SECTION.
           MOVE "" TO LOADED-SEC
           MOVE "" TO CAP-IN
           MOVE "" TO INSTR-IN
           MOVE 0 TO ENROLLED
           MOVE 0 TO WAITING
           PERFORM CLEAR-ONE-ROW
               VARYING RO-IDX FROM 1 BY 1 UNTIL RO-IDX > 40
           MOVE 0 TO RO-CNT
           MOVE "" TO RO-SEL.

      *> Splits SEC-ID's record, if any; SEC-VAL stays blank when
      *> there is no such section.
       READ-SECTION.
           MOVE "" TO SEC-VAL
           OPEN I-O KEYED "reg-sections.dat".
           READ KEY SEC-ID SEC-VAL.
           CLOSE.
           MOVE "" TO SC-C
           MOVE "" TO SC-S
           MOVE "" TO SC-T
           MOVE "" TO SC-CAP
           MOVE "" TO SC-I
           UNSTRING SEC-VAL DELIMITED BY "|" INTO SC-C SC-S SC-T SC-CAP SC-I.
           MOVE SEC-ID TO SECTION-ID
           MOVE SC-I TO INSTRUCTOR
           MOVE 0 TO CAPACITY
           IF SEC-VAL NOT = ""
               MOVE NUMVAL(SC-CAP) TO CAPACITY
           END-IF.

       SHOW-SECTION.
           MOVE SEC-ID TO LOADED-SEC
           MOVE SC-CAP TO CAP-IN
           MOVE INSTRUCTOR TO INSTR-IN
           PERFORM LOAD-ROSTER.

      *> Splits SID-IN's student record; STU-VAL stays blank when
      *> there is no such student.
       READ-STUDENT.
           MOVE "" TO STU-VAL
           OPEN I-O KEYED "reg-students.dat" ALTERNATE 2.
           READ KEY K-W STU-VAL.
           CLOSE.
           MOVE "" TO NM-W
           MOVE "" TO GR-W
           MOVE "" TO PT-W
           MOVE "" TO ST-W
           UNSTRING STU-VAL DELIMITED BY "|" INTO NM-W GR-W PT-W ST-W.

      *> Everything known about SEC-ID's enrollment: the seats
      *> taken, the waitlist and its head, where SID-IN stands, and
      *> the rows for the screen and the printouts.
       LOAD-ROSTER.
           PERFORM CLEAR-ONE-ROW
               VARYING RO-IDX FROM 1 BY 1 UNTIL RO-IDX > 40
           MOVE 0 TO RO-CNT
           MOVE "" TO RO-SEL
           MOVE 0 TO EN-CNT
           OPEN I-O KEYED "reg-enroll.dat" ALTERNATE 1.
           READ KEYS EN-KEY EN-VAL EN-CNT VIA SEC-ID.
           CLOSE.
           MOVE 0 TO ENROLLED
           MOVE 0 TO WAITING
           MOVE "" TO MINE-KEY
           MOVE "" TO MINE-VAL
           MOVE "" TO MINE-ST
           MOVE "" TO FIRST-W-KEY
           MOVE "" TO FIRST-W-SID
           PERFORM TAKE-ONE-ENROLLMENT
               VARYING EN-IDX FROM 1 BY 1 UNTIL EN-IDX > EN-CNT
           SORT RO-SORT WITH RO-KEY RO-ST COUNT RO-CNT.
           MOVE 0 TO CL-CNT
           MOVE 0 TO WL-CNT
           OPEN I-O KEYED "reg-students.dat" ALTERNATE 2.
           PERFORM NAME-ONE-ROW
               VARYING RO-IDX FROM 1 BY 1 UNTIL RO-IDX > RO-CNT
           CLOSE.

       CLEAR-ONE-ROW.
           MOVE "" TO EN-KEY(RO-IDX)
           MOVE "" TO EN-VAL(RO-IDX)
           MOVE "" TO RO-SORT(RO-IDX)
           MOVE "" TO RO-KEY(RO-IDX)
           MOVE "" TO RO-ST(RO-IDX)
           MOVE "" TO RO-ROW(RO-IDX)
           MOVE "" TO CL-KEY(RO-IDX)
           MOVE "" TO CL-NAME(RO-IDX)
           MOVE 0 TO WL-POS(RO-IDX)
           MOVE "" TO WL-KEY(RO-IDX)
           MOVE "" TO WL-NAME(RO-IDX).

      *> Seat holders sort by student key, ahead of the waitlist,
      *> which sorts by record number - the order students asked.
      *> The lowest number waiting is the head of the waitlist.
       TAKE-ONE-ENROLLMENT.
           MOVE "" TO E-SEC
           MOVE "" TO E-SID
           MOVE "" TO E-ST
           UNSTRING EN-VAL(EN-IDX) DELIMITED BY "|" INTO E-SEC E-SID E-ST.
           ADD 1 TO RO-CNT
           MOVE E-SID TO RO-KEY(RO-CNT)
           MOVE E-ST TO RO-ST(RO-CNT)
           IF E-ST = "E"
               ADD 1 TO ENROLLED
               STRING "E" DELIMITED BY SIZE
                   E-SID DELIMITED BY SIZE
                   INTO RO-SORT(RO-CNT).
           ELSE
               ADD 1 TO WAITING
               STRING "W" DELIMITED BY SIZE
                   EN-KEY(EN-IDX) DELIMITED BY SIZE
                   INTO RO-SORT(RO-CNT).
               IF FIRST-W-KEY = "" OR EN-KEY(EN-IDX) < FIRST-W-KEY
                   MOVE EN-KEY(EN-IDX) TO FIRST-W-KEY
                   MOVE E-SID TO FIRST-W-SID
               END-IF
           END-IF
           IF E-SID = SID-IN
               MOVE EN-KEY(EN-IDX) TO MINE-KEY
               MOVE EN-VAL(EN-IDX) TO MINE-VAL
               MOVE E-ST TO MINE-ST
           END-IF.

      *> Sorted, seat holders come first, so the class list is the
      *> rows up to ENROLLED and the waitlist the rest, in turn.
       NAME-ONE-ROW.
           MOVE RO-KEY(RO-IDX) TO K-W
           MOVE "" TO STU-VAL
           READ KEY K-W STU-VAL.
           MOVE "" TO NM-W
           UNSTRING STU-VAL DELIMITED BY "|" INTO NM-W.
           IF RO-ST(RO-IDX) = "E"
               ADD 1 TO CL-CNT
               MOVE K-W TO CL-KEY(CL-CNT)
               MOVE NM-W TO CL-NAME(CL-CNT)
               STRING "enrolled" DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   K-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   NM-W DELIMITED BY SIZE
                   INTO RO-ROW(RO-IDX).
           ELSE
               ADD 1 TO WL-CNT
               MOVE WL-CNT TO WL-POS(WL-CNT)
               MOVE K-W TO WL-KEY(WL-CNT)
               MOVE NM-W TO WL-NAME(WL-CNT)
               STRING "waiting" DELIMITED BY SIZE
                   WL-CNT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   K-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   NM-W DELIMITED BY SIZE
                   INTO RO-ROW(RO-IDX).
           END-IF.

      *> A section already on file is refused.
       DO-ADD.
           PERFORM BUILD-SEC-ID
           IF VAL-OK = "Y"
               PERFORM VALIDATE-SECTION
           END-IF
           IF VAL-OK = "Y"
               PERFORM READ-SECTION
               IF SEC-VAL NOT = ""
                   MOVE "That section is already on file" TO STATUS-MSG
               ELSE
                   PERFORM BUILD-SECTION-VAL
                   OPEN I-O KEYED "reg-sections.dat".
                   WRITE KEY SEC-ID NEW-VAL.
                   CLOSE.
                   MOVE "ADD" TO EDIT-ACT
                   MOVE SEC-ID TO NOTE-KEY
                   PERFORM AUDIT-EDIT
                   PERFORM READ-SECTION
                   PERFORM SHOW-SECTION
                   MOVE "Section added" TO STATUS-MSG
               END-IF
           END-IF.

      *> Capacity and instructor only - the key fields name the
      *> section. Capacity may not drop below the seats already
      *> taken; raised, it fills from the waitlist at once.
       DO-CHANGE.
           PERFORM BUILD-SEC-ID
           IF VAL-OK = "Y" AND LOADED-SEC NOT = SEC-ID
               MOVE "N" TO VAL-OK
               MOVE "Inquire on the section first" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               PERFORM VALIDATE-SECTION
           END-IF
           IF VAL-OK = "Y"
               PERFORM READ-SECTION
               PERFORM LOAD-ROSTER
               IF NUMVAL(CAP-IN) < ENROLLED
                   MOVE "N" TO VAL-OK
                   MOVE "Capacity is below the seats taken" TO STATUS-MSG
               END-IF
           END-IF
           IF VAL-OK = "Y"
               PERFORM BUILD-SECTION-VAL
               OPEN I-O KEYED "reg-sections.dat".
               REWRITE KEY SEC-ID NEW-VAL.
               CLOSE.
               MOVE "CHANGE" TO EDIT-ACT
               MOVE SEC-ID TO NOTE-KEY
               PERFORM AUDIT-EDIT
               PERFORM READ-SECTION
               PERFORM FILL-FREE-SEATS
               PERFORM SHOW-SECTION
               IF PROMO-CNT = 0
                   MOVE "Section changed" TO STATUS-MSG
               ELSE
                   MOVE "" TO STATUS-MSG
                   STRING "Section changed - promoted:" DELIMITED BY SIZE
                       PROMO-CNT DELIMITED BY SIZE
                       INTO STATUS-MSG.
               END-IF
           END-IF.

      *> A whole number of seats, 1 to 30 - the roster keeps room
      *> for a waitlist behind a full section - and an instructor.
       VALIDATE-SECTION.
           MOVE 0 TO PIPE-CNT
           INSPECT INSTR-IN TALLYING PIPE-CNT FOR ALL "|"
           IF CAP-IN = ""
               MOVE "N" TO VAL-OK
               MOVE "Capacity is required" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND NUMVAL(CAP-IN) NOT = CAP-IN
               MOVE "N" TO VAL-OK
               MOVE "Capacity must be a number" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND INTEGER-PART(CAP-IN) NOT = CAP-IN
               MOVE "N" TO VAL-OK
               MOVE "Capacity must be a whole number" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               IF CAP-IN < 1 OR CAP-IN > 30
                   MOVE "N" TO VAL-OK
                   MOVE "Capacity must be 1 to 30" TO STATUS-MSG
               END-IF
           END-IF
           IF INSTR-IN = "" AND VAL-OK = "Y"
               MOVE "N" TO VAL-OK
               MOVE "Instructor is required" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND PIPE-CNT > 0
               MOVE "N" TO VAL-OK
               MOVE "No | characters in the instructor" TO STATUS-MSG
           END-IF.

      *> "course|section|term|capacity|instructor", the before
      *> image kept for the audit pair.
       BUILD-SECTION-VAL.
           MOVE SEC-VAL TO REC-BEFORE
           MOVE NUMVAL(CAP-IN) TO CAPACITY
           MOVE "" TO NEW-VAL
           STRING COURSE-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SECT-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TERM-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CAPACITY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INSTR-IN DELIMITED BY SIZE
               INTO NEW-VAL.
           MOVE NEW-VAL TO REC-AFTER.

      *> The section, then the student - who must be on file and
      *> not withdrawn. Shared by Enroll and Drop; VAL-OK says
      *> whether both were found.
       CHECK-SECTION-STUDENT.
           PERFORM BUILD-SEC-ID
           IF VAL-OK = "Y"
               PERFORM READ-SECTION
               IF SEC-VAL = ""
                   MOVE "N" TO VAL-OK
                   MOVE "No such section" TO STATUS-MSG
               END-IF
           END-IF
           MOVE LOWER-CASE(SID-IN) TO SID-IN
           IF VAL-OK = "Y" AND SID-IN = ""
               MOVE "N" TO VAL-OK
               MOVE "Type a student key" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               MOVE SID-IN TO K-W
               PERFORM READ-STUDENT
               IF STU-VAL = ""
                   MOVE "N" TO VAL-OK
                   MOVE "No such student" TO STATUS-MSG
               END-IF
           END-IF
           IF VAL-OK = "Y"
               PERFORM SHOW-SECTION
           END-IF.

      *> A seat while there is one, the end of the waitlist once
      *> the section is full. A student already holding a seat or
      *> already waiting is told so and left where they are.
       DO-ENROLL.
           PERFORM CHECK-SECTION-STUDENT
           IF VAL-OK = "Y" AND ST-W = "W"
               MOVE "N" TO VAL-OK
               MOVE "Student is withdrawn" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND MINE-ST = "E"
               MOVE "N" TO VAL-OK
               MOVE "Already enrolled in this section" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND MINE-ST = "W"
               MOVE "N" TO VAL-OK
               MOVE "Already on this section's waitlist" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y" AND EN-CNT >= 40
               MOVE "N" TO VAL-OK
               MOVE "Section roster is full" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               PERFORM ADD-ENROLLMENT
           END-IF.

      *> The next number from "#SEQ" names the record and holds the
      *> student's place in line.
       ADD-ENROLLMENT.
           IF ENROLLED < CAPACITY
               MOVE "E" TO NEW-ST
               MOVE "ENROLL" TO EDIT-ACT
           ELSE
               MOVE "W" TO NEW-ST
               MOVE "WAITLIST" TO EDIT-ACT
           END-IF
           MOVE "" TO NEW-VAL
           STRING SEC-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SID-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NEW-ST DELIMITED BY SIZE
               INTO NEW-VAL.
           OPEN I-O KEYED "reg-enroll.dat" ALTERNATE 1.
           MOVE "0" TO SEQ-VAL
           READ KEY "#SEQ" SEQ-VAL.
           MOVE NUMVAL(SEQ-VAL) TO SEQ-N
           ADD 1 TO SEQ-N
           WRITE KEY "#SEQ" SEQ-N.
           ADD 1000000 TO SEQ-N
           MOVE SEQ-N TO SEQ-X
           MOVE "" TO EK-W
           STRING "E" DELIMITED BY SIZE
               SEQ-X(2:6) DELIMITED BY SIZE
               INTO EK-W.
           WRITE KEY EK-W NEW-VAL.
           CLOSE.
           MOVE "" TO REC-BEFORE
           MOVE NEW-VAL TO REC-AFTER
           MOVE EK-W TO NOTE-KEY
           PERFORM AUDIT-EDIT
           PERFORM LOAD-ROSTER
           IF EDIT-ACT = "ENROLL"
               MOVE "Student enrolled" TO STATUS-MSG
           ELSE
               MOVE "" TO STATUS-MSG
               STRING "Section full - waitlisted at position:" DELIMITED BY SIZE
                   WAITING DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF.

      *> Withdrawn students may still be dropped. A seat given up
      *> goes straight to the head of the waitlist.
       DO-DROP.
           PERFORM CHECK-SECTION-STUDENT
           IF VAL-OK = "Y" AND MINE-ST = ""
               MOVE "N" TO VAL-OK
               MOVE "Student is not in this section" TO STATUS-MSG
           END-IF
           IF VAL-OK = "Y"
               MOVE MINE-ST TO WAS-ST
               OPEN I-O KEYED "reg-enroll.dat" ALTERNATE 1.
               DELETE KEY MINE-KEY.
               CLOSE.
               MOVE "DROP" TO EDIT-ACT
               MOVE MINE-VAL TO REC-BEFORE
               MOVE "" TO REC-AFTER
               MOVE MINE-KEY TO NOTE-KEY
               PERFORM AUDIT-EDIT
               PERFORM LOAD-ROSTER
               PERFORM FILL-FREE-SEATS
               IF WAS-ST = "W"
                   MOVE "Taken off the waitlist" TO STATUS-MSG
               END-IF
               IF WAS-ST = "E" AND PROMO-CNT = 0
                   MOVE "Student dropped" TO STATUS-MSG
               END-IF
               IF WAS-ST = "E" AND PROMO-CNT > 0
                   MOVE "" TO STATUS-MSG
                   STRING "Dropped - seat given to:" DELIMITED BY SIZE
                       PROMO-SID DELIMITED BY SIZE
                       INTO STATUS-MSG.
               END-IF
           END-IF.

      *> Moves the waitlist up into every free seat, one student at
      *> a time, re-reading the roster after each.
       FILL-FREE-SEATS.
           MOVE 0 TO PROMO-CNT
           MOVE "N" TO PROMO-DONE
           PERFORM PROMOTE-FIRST-WAITING UNTIL PROMO-DONE = "Y".

      *> The record keeps its number; only the status changes. The
      *> notice letter reads the student and the section from the
      *> fields named in the template.
       PROMOTE-FIRST-WAITING.
           IF ENROLLED < CAPACITY AND WAITING > 0
               MOVE FIRST-W-KEY TO EK-W
               MOVE FIRST-W-SID TO PROMO-SID
               MOVE "" TO REC-BEFORE
               STRING SEC-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PROMO-SID DELIMITED BY SIZE
                   "|W" DELIMITED BY SIZE
                   INTO REC-BEFORE.
               MOVE "" TO NEW-VAL
               STRING SEC-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PROMO-SID DELIMITED BY SIZE
                   "|E" DELIMITED BY SIZE
                   INTO NEW-VAL.
               OPEN I-O KEYED "reg-enroll.dat" ALTERNATE 1.
               REWRITE KEY EK-W NEW-VAL.
               CLOSE.
               MOVE NEW-VAL TO REC-AFTER
               MOVE "PROMOTE" TO EDIT-ACT
               MOVE EK-W TO NOTE-KEY
               PERFORM AUDIT-EDIT
               MOVE PROMO-SID TO K-W
               PERFORM READ-STUDENT
               MOVE NM-W TO PROMO-NAME
               MERGE "examples/reg-seat.tpl" TO "NOTICES".
               ADD 1 TO PROMO-CNT
               PERFORM LOAD-ROSTER
           ELSE
               MOVE "Y" TO PROMO-DONE
           END-IF.

       DO-CLS.
           PERFORM CHECK-PRINT-SECTION
           IF VAL-OK = "Y"
               MOVE "" TO JOB-NAME
               STRING "classlist-" DELIMITED BY SIZE
                   SEC-ID DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO JOB-NAME.
               GENERATE CLASS-LIST TO JOB-NAME.
               MOVE "Class list printed" TO STATUS-MSG
           END-IF.

       DO-WTL.
           PERFORM CHECK-PRINT-SECTION
           IF VAL-OK = "Y"
               MOVE "" TO JOB-NAME
               STRING "waitlist-" DELIMITED BY SIZE
                   SEC-ID DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO JOB-NAME.
               GENERATE WAIT-LIST TO JOB-NAME.
               MOVE "Waitlist printed" TO STATUS-MSG
           END-IF.

      *> Printouts read the section afresh, so they show the file
      *> as it stands, not as it was at the last Inquire.
       CHECK-PRINT-SECTION.
           PERFORM BUILD-SEC-ID
           IF VAL-OK = "Y"
               PERFORM READ-SECTION
               IF SEC-VAL = ""
                   MOVE "N" TO VAL-OK
                   MOVE "No such section" TO STATUS-MSG
               ELSE
                   PERFORM SHOW-SECTION
               END-IF
           END-IF.

      *> NOTE-KEY carries the key the note names - the section for a
      *> section change, the enrollment record's number otherwise.
       AUDIT-EDIT.
           MOVE "" TO EDIT-NOTE
           STRING EDIT-ACT DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               NOTE-KEY DELIMITED BY SIZE
               INTO EDIT-NOTE.
           LOG EDIT-NOTE.
           LOG REC-BEFORE.
           LOG REC-AFTER.
           MOVE "" TO REC-BEFORE
           MOVE "" TO REC-AFTER.
