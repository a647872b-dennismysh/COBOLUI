       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZ-CERTS.

      *> The certificate register desk - where the quiz office
      *> answers an employer who phones to ask whether a completion
      *> certificate is genuine. The operator types the number off
      *> the letter and Lookup answers VALID, REVOKED or NOT FOUND,
      *> with the holder, date, score and bank version on file to
      *> read back to the caller.
      *>
      *> The register is quiz-certs.dat, which the quiz fills as it
      *> records passing attempts (see ISSUE-CERTIFICATE there):
      *> keyed by certificate number, value
      *> "user|date|score|max|bank version|V". Revoke turns the V
      *> into "R|date|by" - the record stays, so a revoked number
      *> keeps answering REVOKED and is never handed out again -
      *> and leaves a "CERT-REVOKE" audit record naming the
      *> certificate, the grader and the reason. No reason, no
      *> revocation.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  USERNAME-INPUT  PIC X(20) VALUE SPACES.
           05  PASSWORD-INPUT  PIC X(20) VALUE SPACES.
           05  AUTH-RESULT     PIC X(1) VALUE " ".
           05  LOGIN-MSG       PIC X(60) VALUE "Sign in as a grader".
      *> The number asked about, and what the register says of it.
      *> LOOKED-UP is the number the answer on screen belongs to,
      *> so Revoke never acts on a number typed after the Lookup.
           05  CERT-IN         PIC X(10) VALUE SPACES.
           05  LOOKED-UP       PIC X(10) VALUE SPACES.
           05  CERT-RESULT     PIC X(10) VALUE SPACES.
           05  CERT-VAL        PIC X(60) VALUE SPACES.
           05  CU-W            PIC X(20) VALUE SPACES.
           05  CD-W            PIC X(8) VALUE SPACES.
           05  CS-W            PIC X(4) VALUE SPACES.
           05  CM-W            PIC X(4) VALUE SPACES.
           05  CB-W            PIC X(4) VALUE SPACES.
           05  ST-W            PIC X(1) VALUE SPACES.
           05  HEAD-W          PIC X(60) VALUE SPACES.
           05  REV-W           PIC X(40) VALUE SPACES.
           05  RD-W            PIC X(8) VALUE SPACES.
           05  RB-W            PIC X(20) VALUE SPACES.
           05  REASON-IN       PIC X(30) VALUE SPACES.
           05  TODAY-DATE      PIC X(8) VALUE SPACES.
           05  CERT-REVOKE     PIC X(70) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Type a certificate number".

       SCREEN SECTION.
       01  LOGIN-SCREEN.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Certificate Register".
           05  LOGIN-AREA.
               10  USER-INPUT  PIC X(20) USING USERNAME-INPUT.
               10  PASS-INPUT  PIC X(20) USING PASSWORD-INPUT PASSWORD.
               10  LOGIN-BTN   VALUE "Sign In" ON-ACTION PERFORM DO-LOGIN.
               10 ENTER VALUE "Register" GO-TO-SCREEN CERT-SCR ROLE "grader".
           05  LOGIN-BAR.
               10  LOGIN-TEXT  PIC X(60) USING LOGIN-MSG.

      *> The number and the answer first, then what is on file;
      *> the reason and Revoke sit below, apart from Lookup.
       01  CERT-SCR ON-ENTRY PERFORM LOCK-ANSWER.
           05  LOOKUP-AREA.
               10  CERT-INPUT  PIC X(10) USING CERT-IN.
               10 LOOKUP VALUE "Lookup" ON-ACTION PERFORM LOOK-UP ROLE "grader".
               10  RESULT-DISP PIC X(10) USING CERT-RESULT.
           05  ON-FILE.
               10  HOLDER-DISP PIC X(20) USING CU-W.
               10  ISSUED-DISP PIC X(8) USING CD-W.
               10  SCORE-DISP  PIC X(4) USING CS-W.
               10  MAX-DISP    PIC X(4) USING CM-W.
               10  BANK-DISP   PIC X(4) USING CB-W.
               10  REVDT-DISP  PIC X(8) USING RD-W.
               10  REVBY-DISP  PIC X(20) USING RB-W.
           05  REVOKE-AREA.
               10  REASON-INP  PIC X(30) USING REASON-IN.
               10 REV VALUE "Revoke" ON-ACTION PERFORM REVOKE-IT ROLE "grader".
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

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

      *> What is on file is for reading back, never for typing over.
       LOCK-ANSWER.
           DISABLE RESULT-DISP
           DISABLE HOLDER-DISP
           DISABLE ISSUED-DISP
           DISABLE SCORE-DISP
           DISABLE MAX-DISP
           DISABLE BANK-DISP
           DISABLE REVDT-DISP
           DISABLE REVBY-DISP.

      *> Numbers are printed in capitals; a caller reading one out
      *> in lower case still finds it. The "#SEQ" control record a
      *> register started before the CERT number series still
      *> holds has no status part, so it reads as NOT FOUND like
      *> any other number never issued.
       LOOK-UP.
           PERFORM CLEAR-ANSWER
           MOVE UPPER-CASE(CERT-IN) TO CERT-IN
           IF CERT-IN = ""
               MOVE "Type a certificate number" TO STATUS-MSG
           ELSE
               PERFORM READ-CERTIFICATE
               MOVE CERT-IN TO LOOKED-UP
               EVALUATE ST-W
                   WHEN "V"
                       MOVE "VALID" TO CERT-RESULT
                   WHEN "R"
                       MOVE "REVOKED" TO CERT-RESULT
                   WHEN OTHER
                       PERFORM CLEAR-ANSWER
                       MOVE CERT-IN TO LOOKED-UP
                       MOVE "NOT FOUND" TO CERT-RESULT
               END-EVALUATE
               MOVE "Read the answer back to the caller" TO STATUS-MSG
           END-IF.

       CLEAR-ANSWER.
           MOVE "" TO LOOKED-UP
           MOVE "" TO CERT-RESULT
           MOVE "" TO CU-W
           MOVE "" TO CD-W
           MOVE "" TO CS-W
           MOVE "" TO CM-W
           MOVE "" TO CB-W
           MOVE "" TO ST-W
           MOVE "" TO RD-W
           MOVE "" TO RB-W.

      *> Splits CERT-IN's record, if any, into the parts on screen;
      *> ST-W stays blank when there is no such certificate.
       READ-CERTIFICATE.
           MOVE "" TO CERT-VAL
           OPEN I-O KEYED "quiz-certs.dat".
           READ KEY CERT-IN CERT-VAL.
           CLOSE.
           MOVE "" TO ST-W
           MOVE "" TO REV-W
           MOVE "" TO RD-W
           MOVE "" TO RB-W
           UNSTRING CERT-VAL DELIMITED BY "|"
               INTO CU-W CD-W CS-W CM-W CB-W ST-W.
           IF ST-W = "R"
               UNSTRING CERT-VAL DELIMITED BY "|R|" INTO HEAD-W REV-W.
               UNSTRING REV-W DELIMITED BY "|" INTO RD-W RB-W.
           END-IF.

      *> Only the certificate just looked up, only while it is still
      *> valid on file, and only with a reason - which goes to the
      *> audit trail with the number and the grader, not into the
      *> register.
       REVOKE-IT.
           IF LOOKED-UP = "" OR LOOKED-UP NOT = CERT-IN
               MOVE "Look the certificate up first" TO STATUS-MSG
           ELSE
               IF REASON-IN = ""
                   MOVE "A reason is required to revoke" TO STATUS-MSG
               ELSE
                   PERFORM READ-CERTIFICATE
                   IF ST-W NOT = "V"
                       MOVE "That certificate is not valid" TO STATUS-MSG
                   ELSE
                       PERFORM SAVE-REVOCATION
                   END-IF
               END-IF
           END-IF.

       SAVE-REVOCATION.
           ACCEPT TODAY-DATE FROM DATE.
           MOVE "" TO CERT-VAL
           STRING CU-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CD-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CS-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CM-W DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CB-W DELIMITED BY SIZE
               "|R|" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               USERNAME-INPUT DELIMITED BY SIZE
               INTO CERT-VAL.
           OPEN I-O KEYED "quiz-certs.dat".
           WRITE KEY CERT-IN CERT-VAL.
           CLOSE.
           MOVE "" TO CERT-REVOKE
           STRING CERT-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               USERNAME-INPUT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               REASON-IN DELIMITED BY SIZE
               INTO CERT-REVOKE.
           LOG CERT-REVOKE.
           MOVE "REVOKED" TO CERT-RESULT
           MOVE TODAY-DATE TO RD-W
           MOVE USERNAME-INPUT TO RB-W
           MOVE "" TO REASON-IN
           MOVE "" TO TODAY-DATE
           MOVE "Certificate revoked" TO STATUS-MSG.
