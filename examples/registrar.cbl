       PROGRAM-ID. REGISTRAR.

      *> Registrar console - the term-end toolbox in one screen.
      *> ON-ENTRY reads the student store that reg-maint.cbl keeps
      *> with the whole keyed toolkit: an ALTERNATE key on the
      *> grade column, a START/READ NEXT browse, VIA lookups, a
      *> form-letter MERGE to the spool, and a fixed-width EXTRACT
      *> with header/trailer control records. Records are
      *> "name|grade|points|status"; a withdrawn student (status W)
      *> stays on file but is not counted enrolled or extracted.
      *> The counts come from one START / READ NEXT walk of the whole
      *> store, so they hold for a term of any size; the extract
      *> table holds 40, and a term past that is extracted only to
      *> its first 40 enrolled, the shortfall shown and logged.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05  BV-2            PIC X(40) VALUE "".
           05  BROWSE-DONE     PIC X(1) VALUE "0".
           05  VIA-NAME        PIC X(40) VALUE "".
      *> One student as the browse delivers it.
           05  SK              PIC X(20) VALUE "".
           05  SV              PIC X(40) VALUE "".
           05  S-EOF           PIC X(1) VALUE "N".
           05  RN-W            PIC X(30) VALUE "".
           05  RG-W            PIC X(2) VALUE "".
           05  RP-W            PIC X(4) VALUE "".
           05  RS-W            PIC X(1) VALUE "".
           05  GRADE-CNT       PIC 9(4) VALUE 0.
           05  LIVE-CNT        PIC 9(4) VALUE 0.
           05  LTR-CNT         PIC X(4) VALUE "".
           05  XN-NAME         PIC X(20) OCCURS 40 TIMES VALUE "".
           05  XN-GRADE        PIC X(2) OCCURS 40 TIMES VALUE "".
           05  XCNT            PIC 9(2) VALUE 0.
           05  XIDX            PIC 9(2) VALUE 0.
      *> Enrolled students past the 40 the extract table holds.
           05  XSKIP           PIC 9(4) VALUE 0.
           05  XTR-CNT         PIC X(9) VALUE "".
           05  NOTE-TXT        PIC X(30) VALUE "".
           05  STATUS-MSG      PIC X(60) VALUE "Working...".
               10  B1-DISP     PIC X(20) USING BK-1.
               10  B2-DISP     PIC X(20) USING BK-2.
               10  VIA-DISP    PIC X(40) USING VIA-NAME.
               10  GCNT-DISP   PIC 9(4) USING GRADE-CNT.
               10  LCNT-DISP   PIC 9(4) USING LIVE-CNT.
               10  LTR-DISP    PIC X(4) USING LTR-CNT.
               10  XTR-DISP    PIC X(9) USING XTR-CNT.
               10  NOTE-DISP   PIC X(30) USING NOTE-TXT.
       MAIN-LOOP.
           STOP RUN.

      *> The store answers every query the registrar asks at term
      *> end; it is only read here - students are added, changed
      *> and withdrawn on the maintenance screen.
       BUILD-TERM-PICTURE.
           OPEN I-O KEYED "reg-students.dat" ALTERNATE 2.
           PERFORM BROWSE-FROM-B.
           READ KEY "A" VIA-NAME VIA.
           MOVE 0 TO GRADE-CNT
           MOVE 0 TO LIVE-CNT
           MOVE 0 TO XCNT
           MOVE 0 TO XSKIP
           MOVE "N" TO S-EOF
           START "0" AT END PERFORM MARK-S-EOF.
           PERFORM TAKE-ONE-STUDENT UNTIL S-EOF = "Y".
           CLOSE.
           MERGE "examples/reg-letter.tpl" FROM "reg-students.dat"
               TO "LETTERS".
           MOVE MERGE-COUNT TO LTR-CNT.
           PERFORM EXTRACT-FOR-DOWNSTREAM.
           MOVE "Term picture ready" TO STATUS-MSG.
           IF XSKIP > 0
               MOVE "" TO STATUS-MSG
               STRING "Term picture ready - " DELIMITED BY SIZE
                   XSKIP DELIMITED BY SIZE
                   " enrolled not extracted (40 max)" DELIMITED BY SIZE
                   INTO STATUS-MSG.
               LOG STATUS-MSG.
           END-IF.

      *> Two browse steps from at-or-after "b" - enough to prove the
      *> cursor walks keys in order without paging the whole store.
       BROWSE-EOF.
           MOVE "1" TO BROWSE-DONE.

       MARK-S-EOF.
           MOVE "Y" TO S-EOF.

      *> Every student on the grade-B index is counted, withdrawn or
      *> not; enrolled students are counted and queued for the
      *> extract while it has room. A record with no status predates
      *> withdrawals and is enrolled.
       TAKE-ONE-STUDENT.
           MOVE "" TO SK
           MOVE "" TO SV
           READ NEXT SK SV AT END PERFORM MARK-S-EOF.
           IF S-EOF = "N"
               MOVE "" TO RN-W
               MOVE "" TO RG-W
               MOVE "" TO RP-W
               MOVE "" TO RS-W
               UNSTRING SV DELIMITED BY "|" INTO RN-W RG-W RP-W RS-W.
               IF RG-W = "B"
                   ADD 1 TO GRADE-CNT
               END-IF
               IF RS-W NOT = "W"
                   ADD 1 TO LIVE-CNT
                   PERFORM QUEUE-FOR-EXTRACT
               END-IF
           END-IF.

       QUEUE-FOR-EXTRACT.
           IF XCNT < 40
               ADD 1 TO XCNT
               MOVE RN-W TO XN-NAME(XCNT)
               MOVE RG-W TO XN-GRADE(XCNT)
           ELSE
               ADD 1 TO XSKIP
           END-IF.

      *> The downstream interface file - position-mapped details
      *> between the generated header and hash-total trailer.
       EXTRACT-FOR-DOWNSTREAM.
           EXTRACT REG-REC TO "reg-extract.dat" COUNT XCNT VARYING XIDX.
           MOVE EXTRACT-COUNT TO XTR-CNT.

