       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-TRANSFER.

      *> Outbound transfer - sends the registrar's extract
      *> (reg-extract.dat, written by registrar.cbl's EXTRACT) to
      *> each partner's pickup folder and keeps track of which
      *> partners have acknowledged what they were sent.
      *>
      *> Runs headless like reg-admit.cbl - from the scheduler after
      *> the extract job, or as
      *>   cobalt examples/reg-transfer.cbl <events-file>
      *>       PARTNER-FILE=...
      *> - or as a bare batch step with no app run at all:
      *>   cobalt --transfer examples/reg-partners.cfg
      *> and, once a day for the status report alone,
      *>   cobalt --transfer-status examples/reg-partners.cfg
      *>
      *> The partner table (see examples/reg-partners.cfg) names each
      *> partner's drop directory, the files it takes, the
      *> acknowledgment file it leaves behind and how many minutes
      *> it has to leave it. An extract already sent to a partner
      *> unchanged is not sent again. A send not acknowledged in
      *> time goes OVERDUE and writes an XMIT-OVERDUE audit record -
      *> an ALERT rule in cobalt-alerts.cfg matching it brings it to
      *> an operator. Every run leaves a TRANSFER-STATUS spool job
      *> listing each send on the log and its state.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  APP-STATE.
      *> The partner table - a field, so a run names it on the
      *> command line.
           05  PARTNER-FILE    PIC X(60) VALUE "examples/reg-partners.cfg".
      *> What this run did, and what the log still waits on.
           05  SENT-CNT        PIC 9(4) VALUE 0.
           05  FAILED-CNT      PIC 9(4) VALUE 0.
           05  CONFIRMED-CNT   PIC 9(4) VALUE 0.
           05  PENDING-CNT     PIC 9(4) VALUE 0.
           05  OVERDUE-CNT     PIC 9(4) VALUE 0.
           05  STATUS-MSG      PIC X(60) VALUE "Transfer not run".

       SCREEN SECTION.
       01  TRANSFER-SCREEN ON-ENTRY PERFORM RUN-TRANSFER.
           05  HEADER.
               10  TITLE       PIC X(40) VALUE "Partner Transfers".
           05  TOTALS-AREA.
               10  PTN-DISP    PIC X(60) USING PARTNER-FILE.
               10  SENT-DISP   PIC 9(4) USING SENT-CNT.
               10  FAIL-DISP   PIC 9(4) USING FAILED-CNT.
               10  CONF-DISP   PIC 9(4) USING CONFIRMED-CNT.
               10  PEND-DISP   PIC 9(4) USING PENDING-CNT.
               10  LATE-DISP   PIC 9(4) USING OVERDUE-CNT.
       COPY "examples/status-bar.inc".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           STOP RUN.

      *> The whole job. The transfer delivers, matches the
      *> acknowledgments and reports; all that is left here is to
      *> say how it went.
       RUN-TRANSFER.
           TRANSFER USING PARTNER-FILE.
           MOVE TRANSFER-SENT TO SENT-CNT
           MOVE TRANSFER-FAILED TO FAILED-CNT
           MOVE TRANSFER-CONFIRMED TO CONFIRMED-CNT
           MOVE TRANSFER-PENDING TO PENDING-CNT
           MOVE TRANSFER-OVERDUE TO OVERDUE-CNT
           MOVE "" TO STATUS-MSG
           IF OVERDUE-CNT > 0
               STRING "Overdue acknowledgments:" DELIMITED BY SIZE
                   OVERDUE-CNT DELIMITED BY SIZE
                   INTO STATUS-MSG.
           ELSE
               IF FAILED-CNT > 0
                   STRING "Deliveries failed:" DELIMITED BY SIZE
                       FAILED-CNT DELIMITED BY SIZE
                       INTO STATUS-MSG.
               ELSE
                   MOVE "All transfers on time" TO STATUS-MSG
               END-IF
           END-IF.
