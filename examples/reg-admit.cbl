       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-ADMIT.

      *> Admissions intake - the admissions office sends its newly
      *> admitted students as a header/detail/trailer interface file
      *> (the shape registrar.cbl's EXTRACT writes for systems
      *> downstream of us), and this loads it into reg-students.dat.
      *>
      *> Runs headless like reg-post.cbl - from the scheduler or as
      *>   cobalt examples/reg-admit.cbl <events-file> FEED-FILE=...
      *> - or as a bare batch step with no app run at all:
      *>   cobalt --load examples/reg-admit.cbl ADMIT-REC <feed>
      *>       reg-students.dat
      *> Each detail is an ADMIT-REC record: the student key, then
      *> the "name|grade|points|status" parts of the registrar
      *> record. A new admission carries no grade or points yet.
      *>
      *> The feed is balanced before a single student is applied:
      *> the header must name ADMIT-REC, and the trailer's record
      *> count and hash total must agree with the details actually
      *> received. A feed out of balance, or one whose header ID and
      *> date were loaded before, is refused whole and the store is
      *> left as it was. Either way the attempt leaves a LOAD-REPORT
      *> spool job and an audit record.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
      *> The feed - a field, so a run names it on the command line.
           05  FEED-FILE       PIC X(60) VALUE "admissions-feed.dat".
      *> The columns of one ADMIT-REC detail.
           05  AD-KEY          PIC X(10) VALUE SPACES.
           05  AD-NAME         PIC X(30) VALUE SPACES.
           05  AD-GRADE        PIC X(2) VALUE SPACES.
           05  AD-POINTS       PIC X(3) VALUE SPACES.
           05  AD-STATUS       PIC X(1) VALUE SPACES.
      *> The outcome, and the store as it stands afterwards -
      *> counted a student at a time, so a store of any size counts.
           05  LOAD-RESULT     PIC X(16) VALUE SPACES.
           05  LOADED-CNT      PIC 9(4) VALUE 0.
           05  SK              PIC X(10) VALUE SPACES.
           05  SV              PIC X(60) VALUE SPACES.
           05  S-EOF           PIC X(1) VALUE "N".
           05  ON-FILE         PIC 9(4) VALUE 0.
           05  STATUS-MSG      PIC X(60) VALUE "Intake not run".

       SCREEN SECTION.
       01  ADMIT-SCREEN ON-ENTRY PERFORM RUN-INTAKE.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Admissions Intake".
           05  TOTALS-AREA.
               10  FEED-DISP   PIC X(60) USING FEED-FILE.
               10  RES-DISP    PIC X(16) USING LOAD-RESULT.
               10  CNT-DISP    PIC 9(4) USING LOADED-CNT.
               10  FILE-DISP   PIC 9(4) USING ON-FILE.
       COPY "examples/status-bar.inc".

       LAYOUT SECTION.
       01  ADMIT-REC.
           05  FIELD AD-KEY POSITION 1 WIDTH 10.
           05  FIELD AD-NAME POSITION 11 WIDTH 30.
           05  FIELD AD-GRADE POSITION 41 WIDTH 2.
           05  FIELD AD-POINTS POSITION 43 WIDTH 3.
           05  FIELD AD-STATUS POSITION 46 WIDTH 1.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The whole job. The load itself balances, refuses or
      *> applies; all that is left here is to say which.
       RUN-INTAKE.
           LOAD ADMIT-REC FROM FEED-FILE INTO "reg-students.dat".
           MOVE LOAD-STATUS TO LOAD-RESULT
           MOVE LOAD-COUNT TO LOADED-CNT
           MOVE "" TO STATUS-MSG
           IF LOAD-RESULT = "LOADED"
               STRING "Admitted:" DELIMITED BY SIZE
                   LOADED-CNT DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               STRING "Feed refused:" DELIMITED BY SIZE
                   LOAD-RESULT DELIMITED BY SIZE
                   INTO STATUS-MSG.
           END-IF
           PERFORM COUNT-STORE.

      *> One START / READ NEXT walk of the store.
       COUNT-STORE.
           MOVE 0 TO ON-FILE
           MOVE "N" TO S-EOF
           OPEN I-O KEYED "reg-students.dat".
           START "0" AT END PERFORM MARK-S-EOF.
           PERFORM COUNT-ONE-STUDENT UNTIL S-EOF = "Y".
           CLOSE.

       COUNT-ONE-STUDENT.
           MOVE "" TO SK
           MOVE "" TO SV
           READ NEXT SK SV AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               ADD 1 TO ON-FILE
           END-IF.

       MARK-S-EOF.
           MOVE "Y" TO S-EOF.
