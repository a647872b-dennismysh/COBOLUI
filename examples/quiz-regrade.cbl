       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZ-REGRADE.

      *> Batch regrade for the quiz - the job to run after an answer
      *> key in quiz-bank.dat is corrected (a wrong key, a missing
      *> accepted spelling) once students have already sat the quiz.
      *> CHECK-ANSWER in quiz.cbl only ever runs live, so without
      *> this job a key fix helps nobody who answered before it.
      *>
      *> Runs headless - from the scheduler or as
      *>   cobalt examples/quiz-regrade.cbl <events-file>
      *> - and does its whole pass on arrival: every stored response
      *> in quiz-responses.dat ("user#q" -> "answer|verdict|pos") is
      *> checked again against the bank by the same rules the quiz
      *> applies (a verdict a grader overrode on appeal in
      *> quiz-appeal.cbl excepted), the changed verdicts are
      *> rewritten, and each student's quiz-attempts.dat record is
      *> rebuilt from them, both files in one transaction. A regrade
      *> report lists every student whose score or grade moved, old
      *> beside new, with control totals; an attempt nobody graded
      *> stays "not graded".
      *>
      *> Only one keyed file is open at a time, so the attempts are
      *> listed to quiz-regrade.att first; each is then regraded from
      *> its own responses, browsed from its "user#" key. Changed
      *> responses and attempts wait in quiz-regrade.rsp and
      *> quiz-regrade.chg for the save, and the report rows in
      *> quiz-regrade.rows - none of it held in tables, so no store is
      *> too large to regrade whole. The work files are rewritten
      *> every run.
      *>
      *> Every score it changes leaves a "SCORE-ADJ" audit record
      *> ("date|old|new"), which --reconcile reads as a restatement
      *> of the audited SCORE, so the attempts and the audit trail
      *> still balance after the regrade.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
      *> The corrected bank - a field, so a trial key runs from the
      *> command line (BANK-FILE=...) before it goes live.
           05  BANK-FILE       PIC X(40) VALUE "examples/quiz-bank.dat".
           05  BANK-LINE       PIC X(120) VALUE SPACES.
           05  BANK-EOF        PIC X(1) VALUE "N".
           05  BANK-NO         PIC 9(2) VALUE 0.
      *> The bank by bank number - retired questions included, since
      *> an answer given before retirement still counts.
           05  BK-ANS          PIC X(40) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  BK-PTS          PIC 9(2) OCCURS 20 TIMES VALUE 0.
           05  BK-TYPE         PIC X(4) OCCURS 20 TIMES
                                         VALUE "TEXT".
           05  QTY-WORK        PIC X(4) VALUE SPACES.
           05  QP-WORK         PIC X(4) VALUE SPACES.
           05  QA-WORK         PIC X(40) VALUE SPACES.
           05  QT-WORK         PIC X(60) VALUE SPACES.
           05  BL2-WORK        PIC X(120) VALUE SPACES.
      *> One stored attempt and one of its responses, as browsed.
           05  AT-USER         PIC X(20) VALUE SPACES.
           05  AT-INFO         PIC X(60) VALUE SPACES.
           05  AT-EOF          PIC X(1) VALUE "N".
           05  RS-START        PIC X(30) VALUE SPACES.
           05  RS-KEY          PIC X(30) VALUE SPACES.
           05  RS-VAL          PIC X(30) VALUE SPACES.
           05  RS-EOF          PIC X(1) VALUE "N".
           05  CHG-EOF         PIC X(1) VALUE "N".
      *> One response and one attempt taken apart.
           05  RU-W            PIC X(20) VALUE SPACES.
           05  RQ-W            PIC X(4) VALUE SPACES.
           05  RQ-NO           PIC 9(2) VALUE 0.
           05  R-ANS           PIC X(20) VALUE SPACES.
           05  R-VERD          PIC X(1) VALUE SPACES.
           05  R-POS           PIC X(4) VALUE SPACES.
           05  R-WAS           PIC X(1) VALUE SPACES.
           05  NEW-VERD        PIC X(1) VALUE "0".
           05  AD-W            PIC X(8) VALUE SPACES.
           05  AS-W            PIC X(4) VALUE SPACES.
           05  AG-W            PIC X(20) VALUE SPACES.
           05  ASEED-W         PIC X(6) VALUE SPACES.
           05  ASIT-W          PIC X(10) VALUE SPACES.
           05  OLD-SCORE       PIC 9(3) VALUE 0.
           05  NEW-SCORE       PIC 9(3) VALUE 0.
           05  NEW-MAX         PIC 9(3) VALUE 0.
           05  NEW-GRADE       PIC X(20) VALUE SPACES.
           05  AW1             PIC X(40) VALUE SPACES.
           05  AW2             PIC X(40) VALUE SPACES.
           05  AW3             PIC X(40) VALUE SPACES.
           05  AW4             PIC X(40) VALUE SPACES.
           05  NT-WORK         PIC X(12) VALUE SPACES.
           05  TL-WORK         PIC X(12) VALUE SPACES.
           05  TF-WORK         PIC X(8) VALUE SPACES.
           05  NUM-DIFF        PIC S9(5)V99 VALUE 0.
           05  NUM-TOL         PIC S9(5)V99 VALUE 0.
           05  ATT-KEY         PIC X(20) VALUE SPACES.
           05  ATT-VALUE       PIC X(60) VALUE SPACES.
           05  RESP-KEY        PIC X(30) VALUE SPACES.
           05  RESP-VAL        PIC X(30) VALUE SPACES.
           05  SCORE-ADJ       PIC X(30) VALUE SPACES.
      *> One report row per student whose score or grade moved -
      *> old and new score, old and new grade.
           05  RG-USER         PIC X(20) VALUE SPACES.
           05  RG-OLD          PIC X(4) VALUE SPACES.
           05  RG-NEW          PIC X(4) VALUE SPACES.
           05  RG-OGR          PIC X(20) VALUE SPACES.
           05  RG-NGR          PIC X(20) VALUE SPACES.
      *> Control totals - attempts and the responses read under
      *> them, students changed, and the sum of every attempt's
      *> score before and after. The report's
      *> SUMMARY prints them under these names, so they stay short
      *> enough to list on its one source line.
           05  ATTEMPTS        PIC 9(5) VALUE 0.
           05  RESPONSES       PIC 9(5) VALUE 0.
           05  VERDICTS-CHANGED PIC 9(5) VALUE 0.
           05  CHANGED         PIC 9(5) VALUE 0.
           05  PTS-BEFORE      PIC 9(5) VALUE 0.
           05  PTS-AFTER       PIC 9(5) VALUE 0.
           05  STATUS-MSG      PIC X(60) VALUE "Regrade not run".

       SCREEN SECTION.
       01  REGRADE-SCREEN ON-ENTRY PERFORM RUN-REGRADE.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Quiz Regrade".
           05  TOTALS-AREA.
               10  ATT-DISP    PIC 9(5) USING ATTEMPTS.
               10  RESP-DISP   PIC 9(5) USING RESPONSES.
               10  CHG-DISP    PIC 9(5) USING CHANGED.
       COPY "examples/status-bar.inc".

      *> The regrade listing - one line per student whose result
      *> moved, old score and new, old grade and new, then the
      *> control totals under the line count.
       REPORT SECTION.
       01  REGRADE-REPORT.
           05  PAGE-LENGTH 30.
           05  HEADING "=== Quiz Regrade ===".
           05  HEADING "student  old  new  old-grade  new-grade".
           05  DETAIL USING RG-USER RG-OLD RG-NEW RG-OGR RG-NGR.
           05  SUMMARY USING ATTEMPTS RESPONSES CHANGED PTS-BEFORE PTS-AFTER.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The whole job. Nothing is written unless a verdict or a
      *> result moved, so a rerun against an unchanged bank leaves
      *> both files and the audit trail alone and reports no changes.
       RUN-REGRADE.
           PERFORM LOAD-BANK
           MOVE 0 TO ATTEMPTS
           MOVE 0 TO RESPONSES
           MOVE 0 TO VERDICTS-CHANGED
           MOVE 0 TO CHANGED
           MOVE 0 TO PTS-BEFORE
           MOVE 0 TO PTS-AFTER
           PERFORM LIST-ATTEMPTS
           OPEN INPUT H1 "quiz-regrade.att".
           OPEN OUTPUT H2 "quiz-regrade.rsp".
           OPEN OUTPUT H3 "quiz-regrade.chg".
           OPEN OUTPUT H4 "quiz-regrade.rows".
           OPEN I-O KEYED "quiz-responses.dat".
           MOVE "N" TO AT-EOF
           PERFORM REGRADE-ONE-ATTEMPT UNTIL AT-EOF = "Y".
           CLOSE.
           CLOSE H1.
           CLOSE H2.
           CLOSE H3.
           CLOSE H4.
           IF VERDICTS-CHANGED > 0 OR CHANGED > 0
               PERFORM SAVE-REGRADE
           END-IF
           OPEN INPUT H4 "quiz-regrade.rows".
           GENERATE REGRADE-REPORT TO "quiz-regrade.rpt" FROM H4.
           CLOSE H4.
           MOVE "Regrade done - see the regrade report" TO STATUS-MSG.

      *> Every attempt on file, "user" then "value", in key order.
       LIST-ATTEMPTS.
           OPEN OUTPUT H1 "quiz-regrade.att".
           OPEN I-O KEYED "quiz-attempts.dat".
           MOVE "N" TO AT-EOF
           START "" AT END PERFORM MARK-AT-EOF.
           PERFORM LIST-ONE-ATTEMPT UNTIL AT-EOF = "Y".
           CLOSE.
           CLOSE H1.

       LIST-ONE-ATTEMPT.
           MOVE "" TO AT-USER
           MOVE "" TO AT-INFO
           READ NEXT AT-USER AT-INFO AT END PERFORM MARK-AT-EOF.
           IF AT-EOF = "N"
               WRITE H1 AT-USER AT-INFO.
               ADD 1 TO ATTEMPTS
           END-IF.

       MARK-AT-EOF.
           MOVE "Y" TO AT-EOF.

      *> The same line shapes the quiz's LOAD-ONE-QUESTION reads;
      *> control lines are skipped and every other line takes the
      *> next bank number.
       LOAD-BANK.
           MOVE "N" TO BANK-EOF
           MOVE 0 TO BANK-NO
           OPEN INPUT SHARED BANK-FILE.
           PERFORM LOAD-ONE-QUESTION UNTIL BANK-EOF = "Y".
           CLOSE.

       LOAD-ONE-QUESTION.
           READ BANK-LINE AT END PERFORM MARK-BANK-EOF.
           IF BANK-EOF = "N" AND BANK-LINE(1:1) NOT = "#"
               IF BANK-NO < 20
                   ADD 1 TO BANK-NO
                   PERFORM STORE-ONE-QUESTION
               END-IF
           END-IF.

       STORE-ONE-QUESTION.
           MOVE "" TO QTY-WORK
           MOVE "" TO QP-WORK
           MOVE "" TO QA-WORK
           UNSTRING BANK-LINE DELIMITED BY "|" INTO QTY-WORK.
           MOVE "TEXT" TO BK-TYPE(BANK-NO)
           IF QTY-WORK = "MC" OR QTY-WORK = "TF" OR QTY-WORK = "NUM"
               MOVE QTY-WORK TO BK-TYPE(BANK-NO)
               PERFORM SPLIT-TYPED-LINE
           ELSE
           UNSTRING BANK-LINE DELIMITED BY "|" INTO QP-WORK QA-WORK QT-WORK.
           END-IF
           MOVE QP-WORK TO BK-PTS(BANK-NO)
           MOVE QA-WORK TO BK-ANS(BANK-NO).

       SPLIT-TYPED-LINE.
           IF QTY-WORK = "NUM"
               MOVE BANK-LINE(5:100) TO BL2-WORK
           ELSE
               MOVE BANK-LINE(4:100) TO BL2-WORK
           END-IF
           UNSTRING BL2-WORK DELIMITED BY "|" INTO QP-WORK QA-WORK.

       MARK-BANK-EOF.
           MOVE "Y" TO BANK-EOF.

      *> Attempt values are "date|score|grade|seed|sitting" (older
      *> records stop sooner). The score is rebuilt from this
      *> student's responses; the grade follows the quiz's GRADE-IT
      *> rule, but only where a grader had graded the attempt.
       REGRADE-ONE-ATTEMPT.
           MOVE "" TO AT-USER
           MOVE "" TO AT-INFO
           READ H1 AT-USER AT-INFO AT END PERFORM MARK-AT-EOF.
           IF AT-EOF = "N"
               PERFORM REGRADE-LISTED-ATTEMPT
           END-IF.

       REGRADE-LISTED-ATTEMPT.
           MOVE "" TO AD-W
           MOVE "" TO AS-W
           MOVE "" TO AG-W
           MOVE "" TO ASEED-W
           MOVE "" TO ASIT-W
           MOVE AT-INFO TO ATT-VALUE
           UNSTRING ATT-VALUE DELIMITED BY "|"
               INTO AD-W AS-W AG-W ASEED-W ASIT-W.
           MOVE AS-W TO OLD-SCORE
           MOVE 0 TO NEW-SCORE
           MOVE 0 TO NEW-MAX
           MOVE "" TO RS-START
           STRING AT-USER DELIMITED BY SIZE
               "#" DELIMITED BY SIZE
               INTO RS-START.
           MOVE "N" TO RS-EOF
           START RS-START AT END PERFORM MARK-RS-EOF.
           PERFORM RESCORE-ONE-RESPONSE UNTIL RS-EOF = "Y".
           ADD OLD-SCORE TO PTS-BEFORE
           ADD NEW-SCORE TO PTS-AFTER
           MOVE AG-W TO NEW-GRADE
           IF AG-W NOT = "not graded"
               PERFORM GRADE-NEW-SCORE
           END-IF
           IF NEW-SCORE NOT = OLD-SCORE OR NEW-GRADE NOT = AG-W
               PERFORM RECORD-CHANGED-ATTEMPT
           END-IF.

      *> The browse runs from "user#" and stops at the first key of
      *> another student.
       RESCORE-ONE-RESPONSE.
           MOVE "" TO RS-KEY
           MOVE "" TO RS-VAL
           READ NEXT RS-KEY RS-VAL AT END PERFORM MARK-RS-EOF.
           IF RS-EOF = "N"
               MOVE "" TO RU-W
               MOVE "" TO RQ-W
               UNSTRING RS-KEY DELIMITED BY "#" INTO RU-W RQ-W.
               IF RU-W = AT-USER
                   ADD 1 TO RESPONSES
                   PERFORM RESCORE-USER-RESPONSE
               ELSE
                   MOVE "Y" TO RS-EOF
               END-IF
           END-IF.

       MARK-RS-EOF.
           MOVE "Y" TO RS-EOF.

      *> A response naming a question past the end of the bank has
      *> nothing to be checked against, so it neither scores nor
      *> counts toward the maximum. A verdict a grader overrode on
      *> appeal (a fourth "was" part on the value) is a ruling, not
      *> a key comparison - it stands as it is.
       RESCORE-USER-RESPONSE.
           MOVE "" TO R-ANS
           MOVE "" TO R-VERD
           MOVE "" TO R-POS
           MOVE "" TO R-WAS
           UNSTRING RS-VAL DELIMITED BY "|" INTO R-ANS R-VERD R-POS R-WAS.
           MOVE RQ-W TO RQ-NO
           IF RQ-NO > 0 AND RQ-NO <= BANK-NO
               ADD BK-PTS(RQ-NO) TO NEW-MAX
               IF R-WAS = ""
                   PERFORM CHECK-STORED-ANSWER
               ELSE
                   MOVE R-VERD TO NEW-VERD
               END-IF
               IF NEW-VERD = "1"
                   ADD BK-PTS(RQ-NO) TO NEW-SCORE
               END-IF
               IF NEW-VERD NOT = R-VERD
                   PERFORM REWRITE-RESPONSE-VALUE
               END-IF
           END-IF.

      *> The verdict changes and the answer and position stay as the
      *> student left them; the save writes it back.
       REWRITE-RESPONSE-VALUE.
           ADD 1 TO VERDICTS-CHANGED
           MOVE "" TO RESP-VAL
           STRING R-ANS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NEW-VERD DELIMITED BY SIZE
               INTO RESP-VAL.
           IF R-POS NOT = ""
               STRING RESP-VAL DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   R-POS DELIMITED BY SIZE
                   INTO RESP-VAL
           END-IF
           WRITE H2 RS-KEY RESP-VAL.

      *> CHECK-ANSWER's rules, applied to the stored answer: the MC
      *> letter, the TF checkbox's 1/0, a number within tolerance,
      *> or any accepted spelling case-blind.
       CHECK-STORED-ANSWER.
           MOVE "0" TO NEW-VERD
           EVALUATE BK-TYPE(RQ-NO)
               WHEN "MC"
                   PERFORM CHECK-MC-ANSWER
               WHEN "TF"
                   PERFORM CHECK-TF-ANSWER
               WHEN "NUM"
                   PERFORM CHECK-NUM-ANSWER
               WHEN OTHER
                   PERFORM CHECK-TEXT-ANSWER
           END-EVALUATE.

       CHECK-TEXT-ANSWER.
           MOVE "" TO AW1
           MOVE "" TO AW2
           MOVE "" TO AW3
           MOVE "" TO AW4
           UNSTRING BK-ANS(RQ-NO) DELIMITED BY "," INTO AW1 AW2 AW3 AW4.
      *> One compound test per source line, as in the quiz.
           IF UPPER-CASE(R-ANS) = UPPER-CASE(AW1)
               MOVE "1" TO NEW-VERD
           END-IF
           IF AW2 NOT = "" AND UPPER-CASE(R-ANS) = UPPER-CASE(AW2)
               MOVE "1" TO NEW-VERD
           END-IF
           IF AW3 NOT = "" AND UPPER-CASE(R-ANS) = UPPER-CASE(AW3)
               MOVE "1" TO NEW-VERD
           END-IF
           IF AW4 NOT = "" AND UPPER-CASE(R-ANS) = UPPER-CASE(AW4)
               MOVE "1" TO NEW-VERD
           END-IF.

       CHECK-MC-ANSWER.
           IF UPPER-CASE(R-ANS) = UPPER-CASE(BK-ANS(RQ-NO))
               MOVE "1" TO NEW-VERD
           END-IF.

       CHECK-TF-ANSWER.
           MOVE "FALSE" TO TF-WORK
           IF R-ANS = "1"
               MOVE "TRUE" TO TF-WORK
           END-IF
           IF TF-WORK = UPPER-CASE(BK-ANS(RQ-NO))
               MOVE "1" TO NEW-VERD
           END-IF.

       CHECK-NUM-ANSWER.
           MOVE "" TO NT-WORK
           MOVE "" TO TL-WORK
           UNSTRING BK-ANS(RQ-NO) DELIMITED BY "," INTO NT-WORK TL-WORK
           IF TL-WORK = ""
               MOVE "0" TO TL-WORK
           END-IF
           COMPUTE NUM-DIFF = R-ANS - NT-WORK
           IF NUM-DIFF < 0
               COMPUTE NUM-DIFF = 0 - NUM-DIFF
           END-IF
           COMPUTE NUM-TOL = TL-WORK + 0
           IF NUM-DIFF <= NUM-TOL
               MOVE "1" TO NEW-VERD
           END-IF.

       GRADE-NEW-SCORE.
           IF NEW-SCORE = NEW-MAX
               MOVE "Perfect! A+" TO NEW-GRADE
           ELSE
               IF NEW-SCORE = 0
                   MOVE "Study more! F" TO NEW-GRADE
               ELSE
                   MOVE "Partial credit" TO NEW-GRADE
               END-IF
           END-IF.

      *> The attempt record is rebuilt in place - same date, seed
      *> and sitting - for the save, with its "date|old|new" audit
      *> adjustment when the score moved, and the student takes a
      *> report row.
       RECORD-CHANGED-ATTEMPT.
           ADD 1 TO CHANGED
           MOVE "" TO ATT-VALUE
           STRING AD-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NEW-SCORE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NEW-GRADE DELIMITED BY SIZE
               INTO ATT-VALUE.
           IF ASEED-W NOT = ""
               STRING ATT-VALUE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ASEED-W DELIMITED BY SIZE
                   INTO ATT-VALUE
           END-IF
           IF ASIT-W NOT = ""
               STRING ATT-VALUE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ASIT-W DELIMITED BY SIZE
                   INTO ATT-VALUE
           END-IF
           MOVE "" TO SCORE-ADJ
           IF NEW-SCORE NOT = OLD-SCORE
               STRING AD-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   AS-W DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   NEW-SCORE DELIMITED BY SIZE
                   INTO SCORE-ADJ
           END-IF
           WRITE H3 AT-USER ATT-VALUE SCORE-ADJ.
           MOVE NEW-SCORE TO RG-NEW
           WRITE H4 AT-USER AS-W RG-NEW AG-W NEW-GRADE.

      *> Attempts and responses land together or not at all, as in
      *> the quiz's SAVE-ATTEMPT; the audit adjustments follow once
      *> the commit has gone through.
       SAVE-REGRADE.
           BEGIN-TRANSACTION.
           OPEN I-O KEYED "quiz-attempts.dat".
           OPEN INPUT H3 "quiz-regrade.chg".
           MOVE "N" TO CHG-EOF
           PERFORM SAVE-ONE-ATTEMPT UNTIL CHG-EOF = "Y".
           CLOSE H3.
           CLOSE.
           OPEN I-O KEYED "quiz-responses.dat".
           OPEN INPUT H2 "quiz-regrade.rsp".
           MOVE "N" TO CHG-EOF
           PERFORM SAVE-ONE-RESPONSE UNTIL CHG-EOF = "Y".
           CLOSE H2.
           CLOSE.
           COMMIT.
           OPEN INPUT H3 "quiz-regrade.chg".
           MOVE "N" TO CHG-EOF
           PERFORM LOG-ONE-ADJUSTMENT UNTIL CHG-EOF = "Y".
           CLOSE H3.
           MOVE "" TO ATT-VALUE.
           MOVE "" TO RESP-VAL.

       SAVE-ONE-ATTEMPT.
           PERFORM READ-ONE-CHANGE
           IF CHG-EOF = "N"
               WRITE KEY ATT-KEY ATT-VALUE
           END-IF.

       READ-ONE-CHANGE.
           MOVE "" TO ATT-KEY
           MOVE "" TO ATT-VALUE
           MOVE "" TO SCORE-ADJ
           READ H3 ATT-KEY ATT-VALUE SCORE-ADJ AT END PERFORM MARK-CHG-EOF.

       SAVE-ONE-RESPONSE.
           MOVE "" TO RESP-KEY
           MOVE "" TO RESP-VAL
           READ H2 RESP-KEY RESP-VAL AT END PERFORM MARK-CHG-EOF.
           IF CHG-EOF = "N"
               WRITE KEY RESP-KEY RESP-VAL
           END-IF.

       MARK-CHG-EOF.
           MOVE "Y" TO CHG-EOF.

      *> "date|old|new" - the attempt's own date, so --reconcile can
      *> find the SCORE record it restates. A grade-only change moves
      *> no audited figure and logs nothing.
       LOG-ONE-ADJUSTMENT.
           PERFORM READ-ONE-CHANGE
           IF CHG-EOF = "N" AND SCORE-ADJ NOT = ""
               LOG SCORE-ADJ
           END-IF.
