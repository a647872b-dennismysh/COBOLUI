       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MAINT.

      *> Operator account maintenance. Any operator can change their
      *> own password here - and one whose password has been reset
      *> or has aged past PASSWORD-MAX-DAYS is sent here by the
      *> sign-in, since the engine will not open a session on an
      *> expired password. A supervisor (the ACCOUNT-ADMIN-ROLE)
      *> also gets the account list, where a leaver is disabled
      *> without losing the line, a locked-out operator unlocked, and
      *> a forgotten password reset to one its owner must change at
      *> the next sign-in. Every change is made by the engine on the
      *> user file and lands in the audit trail; this app only ever
      *> reads the file, for the list.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
           05  USERNAME-INPUT  PIC X(20) VALUE SPACES.
           05  PASSWORD-INPUT  PIC X(20) VALUE SPACES.
           05  AUTH-RESULT     PIC X(1) VALUE " ".
           05  LOGIN-MSG       PIC X(60) VALUE "Sign in".
      *> The password change - old, new and the new one again.
           05  PW-USER         PIC X(20) VALUE SPACES.
           05  PW-OLD          PIC X(20) VALUE SPACES.
           05  PW-NEW          PIC X(20) VALUE SPACES.
           05  PW-AGAIN        PIC X(20) VALUE SPACES.
           05  PW-RESULT       PIC X(1) VALUE " ".
           05  PW-MSG          PIC X(60) VALUE "Type your old and new password".
      *> One user line taken apart: "user|hash|roles|supervisor|
      *> status|password-date".
           05  USR-LINE        PIC X(120) VALUE SPACES.
           05  USR-EOF         PIC X(1) VALUE "N".
           05  U-NM            PIC X(20) VALUE SPACES.
           05  U-HS            PIC X(12) VALUE SPACES.
           05  U-RL            PIC X(40) VALUE SPACES.
           05  U-BS            PIC X(20) VALUE SPACES.
           05  U-ST            PIC X(1) VALUE SPACES.
           05  U-PD            PIC X(6) VALUE SPACES.
           05  STAT-WORD       PIC X(8) VALUE SPACES.
           05  PWD-WORD        PIC X(11) VALUE SPACES.
      *> The account list the supervisor picks from.
           05  ACCT-LINE       PIC X(70) OCCURS 20 TIMES
                                         VALUE SPACES.
           05  ACCT-COUNT      PIC 9(2) VALUE 0.
           05  ACCT-IDX        PIC 9(2) VALUE 0.
           05  ACCT-SEL        PIC X(70) VALUE SPACES.
           05  TARGET-USER     PIC X(20) VALUE SPACES.
           05  RESET-PASS      PIC X(20) VALUE SPACES.
           05  ACCT-RESULT     PIC X(1) VALUE " ".
           05  ACCT-VERB       PIC X(8) VALUE SPACES.
           05  STATUS-MSG      PIC X(60) VALUE "Pick an account".
      *> The user file the list is read from - the engine's own,
      *> unless a USER-FILE startup parameter names another.
           05  USER-FILE       PIC X(60) VALUE "cobalt-users.dat".

       SCREEN SECTION.
       01  LOGIN-SCREEN.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Accounts - Sign In".
           05  LOGIN-AREA.
               10  USER-INPUT  PIC X(20) USING USERNAME-INPUT.
               10  PASS-INPUT  PIC X(20) USING PASSWORD-INPUT PASSWORD.
               10  LOGIN-BTN   VALUE "Sign In" ON-ACTION PERFORM DO-LOGIN.
               10  PW-BTN   VALUE "Change Password" GO-TO-SCREEN PW-SCR.
               10 ACCT VALUE "Accounts" GO-TO-SCREEN ACCT-SCR ROLE "supervisor".
           05  LOGIN-BAR.
               10  LOGIN-TEXT  PIC X(60) USING LOGIN-MSG.

      *> Needs no session: the old password is the proof, so an
      *> operator whose password has expired can still get here.
       01  PW-SCR.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Change Password".
           05  PW-AREA.
               10  PWU-INPUT   PIC X(20) USING PW-USER.
               10  OLD-INPUT   PIC X(20) USING PW-OLD PASSWORD.
               10  NEW-INPUT   PIC X(20) USING PW-NEW PASSWORD.
               10  AGAIN-INPUT PIC X(20) USING PW-AGAIN PASSWORD.
           05  CONTROLS.
               10  CHANGE-BTN  VALUE "Change" ON-ACTION PERFORM DO-CHANGE.
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
           05  PW-BAR.
               10  PW-TEXT     PIC X(60) USING PW-MSG.

      *> Rebuilt on every arrival, so the list always shows the
      *> file as the last action left it.
       01  ACCT-SCR ON-ENTRY PERFORM LIST-ACCOUNTS.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Operator Accounts".
           05  ACCT-AREA.
               10 ACCT-LIST USING ACCT-LINE LIST ROWS 8 SELECTED ACCT-SEL.
               10  RESET-INPUT PIC X(20) USING RESET-PASS PASSWORD.
           05  CONTROLS.
               10 OFF VALUE "Disable" ON-ACTION PERFORM DIS-U ROLE "supervisor".
               10 ON VALUE "Enable" ON-ACTION PERFORM ENA-U ROLE "supervisor".
               10 UNLK VALUE "Unlock" ON-ACTION PERFORM UNL-U ROLE "supervisor".
               10 RSET VALUE "Reset" ON-ACTION PERFORM RES-U ROLE "supervisor".
               10  BACK-BTN    VALUE "Back" GO-TO-SCREEN BACK.
       COPY "examples/status-bar.inc".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> An expired password signs nobody in - it goes straight to
      *> the change screen with the name filled in.
       DO-LOGIN.
           AUTHENTICATE USERNAME-INPUT PASSWORD-INPUT AUTH-RESULT.
           EVALUATE AUTH-RESULT
               WHEN "1"
                   MOVE "Signed in" TO LOGIN-MSG
               WHEN "L"
                   MOVE "Account locked - see the supervisor" TO LOGIN-MSG
               WHEN "D"
                   MOVE "Account disabled - see the supervisor" TO LOGIN-MSG
               WHEN "E"
                   MOVE "Password expired - choose a new one" TO LOGIN-MSG
                   MOVE USERNAME-INPUT TO PW-USER
                   MOVE "Password expired - choose a new one" TO PW-MSG
                   NAVIGATE PW-SCR
               WHEN OTHER
                   MOVE "Invalid username or password" TO LOGIN-MSG
           END-EVALUATE
           MOVE "" TO PASSWORD-INPUT.

      *> The typed passwords are cleared whatever the outcome.
       DO-CHANGE.
           IF PW-NEW NOT = PW-AGAIN
               MOVE "The new passwords do not match" TO PW-MSG
           ELSE
               CHANGE-PASSWORD PW-USER PW-OLD PW-NEW PW-RESULT.
               EVALUATE PW-RESULT
                   WHEN "1"
                       MOVE "Password changed - sign in with it" TO PW-MSG
                   WHEN "S"
                       MOVE "Refused - too short, or the old one" TO PW-MSG
                   WHEN "D"
                       MOVE "Account disabled - see the supervisor" TO PW-MSG
                   WHEN "L"
                       MOVE "Account locked - see the supervisor" TO PW-MSG
                   WHEN OTHER
                       MOVE "Wrong username or password" TO PW-MSG
               END-EVALUATE
           END-IF
           MOVE "" TO PW-OLD
           MOVE "" TO PW-NEW
           MOVE "" TO PW-AGAIN.

       LIST-ACCOUNTS.
           MOVE 0 TO ACCT-COUNT
           PERFORM CLEAR-ONE-ACCOUNT-LINE
               VARYING ACCT-IDX FROM 1 BY 1 UNTIL ACCT-IDX > 20
           MOVE "N" TO USR-EOF
           OPEN INPUT SHARED USER-FILE.
           PERFORM LIST-ONE-ACCOUNT UNTIL USR-EOF = "Y".
           CLOSE.
           MOVE "" TO ACCT-SEL.

       CLEAR-ONE-ACCOUNT-LINE.
           MOVE "" TO ACCT-LINE(ACCT-IDX).

       LIST-ONE-ACCOUNT.
           MOVE "" TO USR-LINE
           MOVE "" TO U-NM
           MOVE "" TO U-RL
           MOVE "" TO U-ST
           MOVE "" TO U-PD
           READ USR-LINE AT END PERFORM MARK-USR-EOF.
           IF USR-EOF = "N" AND USR-LINE(1:1) NOT = "*"
               UNSTRING USR-LINE DELIMITED BY "|"
                   INTO U-NM U-HS U-RL U-BS U-ST U-PD.
               IF U-NM NOT = "" AND ACCT-COUNT < 20
                   ADD 1 TO ACCT-COUNT
                   PERFORM NAME-STATUS
                   STRING U-NM DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       STAT-WORD DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       PWD-WORD DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       U-RL DELIMITED BY SIZE
                       INTO ACCT-LINE(ACCT-COUNT).
               END-IF
           END-IF.

       NAME-STATUS.
           EVALUATE U-ST
               WHEN "D"
                   MOVE "disabled" TO STAT-WORD
               WHEN "L"
                   MOVE "locked" TO STAT-WORD
               WHEN OTHER
                   MOVE "active" TO STAT-WORD
           END-EVALUATE
           EVALUATE U-PD
               WHEN "000000"
                   MOVE "must-change" TO PWD-WORD
               WHEN ""
                   MOVE "-" TO PWD-WORD
               WHEN OTHER
                   MOVE U-PD TO PWD-WORD
           END-EVALUATE.

       MARK-USR-EOF.
           MOVE "Y" TO USR-EOF.

       DIS-U.
           MOVE "DISABLE" TO ACCT-VERB
           PERFORM PICK-TARGET
           IF TARGET-USER NOT = ""
               ACCOUNT DISABLE TARGET-USER ACCT-RESULT.
               PERFORM AFTER-ACTION
           END-IF.

       ENA-U.
           MOVE "ENABLE" TO ACCT-VERB
           PERFORM PICK-TARGET
           IF TARGET-USER NOT = ""
               ACCOUNT ENABLE TARGET-USER ACCT-RESULT.
               PERFORM AFTER-ACTION
           END-IF.

       UNL-U.
           MOVE "UNLOCK" TO ACCT-VERB
           PERFORM PICK-TARGET
           IF TARGET-USER NOT = ""
               ACCOUNT UNLOCK TARGET-USER ACCT-RESULT.
               PERFORM AFTER-ACTION
           END-IF.

      *> The new password is typed in the box beside the list; its
      *> owner must change it again at the next sign-in.
       RES-U.
           MOVE "RESET" TO ACCT-VERB
           PERFORM PICK-TARGET
           IF TARGET-USER NOT = ""
               ACCOUNT RESET TARGET-USER RESET-PASS ACCT-RESULT.
               PERFORM AFTER-ACTION
           END-IF
           MOVE "" TO RESET-PASS.

       PICK-TARGET.
           MOVE "" TO TARGET-USER
           IF ACCT-SEL = ""
               MOVE "Pick an account first" TO STATUS-MSG
           ELSE
               UNSTRING ACCT-SEL DELIMITED BY "|" INTO TARGET-USER.
           END-IF.

       AFTER-ACTION.
           EVALUATE ACCT-RESULT
               WHEN "1"
                   MOVE "" TO STATUS-MSG
                   STRING ACCT-VERB DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       TARGET-USER DELIMITED BY SIZE
                       INTO STATUS-MSG.
                   PERFORM LIST-ACCOUNTS
               WHEN "S"
                   MOVE "Refused - the new password is too short" TO STATUS-MSG
               WHEN "D"
                   MOVE "Disabled - Enable it instead" TO STATUS-MSG
               WHEN "R"
                   MOVE "Refused - not an administrator" TO STATUS-MSG
               WHEN OTHER
                   MOVE "No such account" TO STATUS-MSG
           END-EVALUATE.
