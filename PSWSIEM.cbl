       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityEventFeed.

      * Nightly security-event feed to the security operations
      * centre's event-monitoring system. The stream leaves its
      * security-relevant evidence in half a dozen files of half a
      * dozen layouts -- new lockouts (LOCKOUT), expiry warnings,
      * expiries and stale temporary passwords (EXPWARN), help-desk
      * resets (RESETLOG), account maintenance and shared-password
      * force-changes (USRMLOG), integrity-audit deletions (INTGLOG)
      * and downstream rejections of the interface commands (the
      * acknowledgment inventory, ACKCYOT, which carries every SECACK
      * rejection forward under its item id). This step turns all of
      * them into one fixed event record -- event type, severity,
      * userid, department, operator, timestamp and description --
      * numbered by a sequence that runs on from one night to the
      * next, and wraps the night's events in a header and trailer
      * the receiver balances, the same way SECXTRC is framed.
      *
      * No event carries a password, clear or masked. ACKCYOT holds
      * the clear password for retransmission; it is read here only
      * for the item id, userid, command and message, so this step
      * needs read access to the restricted inventory, but the feed
      * itself may go to the SOC without restriction.
      *
      * What has already been sent is kept on a control file
      * (SIEMCTL): the last sequence number used, and for each
      * source the newest timestamp already fed (the "high-water
      * mark"). A record at or below its source's mark is never fed
      * again, so a rerun sends nothing twice; a night the step did
      * not run leaves the mark where it was, so the next run picks
      * up everything since. Lockouts and expiry records carry only
      * a date and are marked by date. Inventory rejections carry no
      * timestamp at all, so SIEMCTL instead remembers each rejected
      * item and its message as fed: a rejection is sent the first
      * night it appears, and again only if the receiver rejects the
      * item afresh with a different message. The control file is
      * rewritten only after the feed is complete and closed; a run
      * that fails before then leaves the marks alone and may simply
      * be rerun.
      *
      * A missing source is reported and skipped, its mark left as
      * it was. A missing SIEMCTL means the first run and feeds
      * everything the sources hold. USRMSTR, when available,
      * supplies each event's department; failing that, the account
      * image on the log record does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIEM-CONTROL ASSIGN TO "SIEMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USERID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-FILE-STATUS.

           SELECT WARNING-EXTRACT ASSIGN TO "EXPWARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARNING-FILE-STATUS.

           SELECT RESET-LOG ASSIGN TO "RESETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESETLOG-FILE-STATUS.

           SELECT MAINT-LOG ASSIGN TO "USRMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-FILE-STATUS.

           SELECT INTEGRITY-LOG ASSIGN TO "INTGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTGLOG-FILE-STATUS.

           SELECT ACK-INVENTORY ASSIGN TO "ACKCYOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT SIEM-FEED ASSIGN TO "SIEMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One SEQUENCE record, one HIGHMARK record per timestamped
      * source, and one REJECTED record per inventory rejection
      * already fed.
       FD  SIEM-CONTROL.
       01  SIEM-CONTROL-RECORD.
           05 SC-REC-TYPE           PIC X(8).
              88 SC-SEQUENCE-REC          VALUE "SEQUENCE".
              88 SC-HIGHMARK-REC          VALUE "HIGHMARK".
              88 SC-REJECTED-REC          VALUE "REJECTED".
           05 SC-SOURCE             PIC X(8).
           05 SC-HIGH-MARK          PIC X(21).
           05 SC-SEQUENCE           PIC 9(10).
           05 SC-ITEM-ID            PIC 9(8).
           05 SC-MESSAGE            PIC X(40).
           05 SC-UPDATED            PIC X(14).
           05 SC-FILLER             PIC X(11).

       FD  USER-MASTER.
           COPY USRMSTR.

       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD.
           05 LO-USERID              PIC X(8).
           05 LO-FAIL-COUNT          PIC 9(4).
           05 LO-LAST-FAIL-TIME      PIC X(21).
           05 LO-LOCKED-DATE         PIC X(8).
           05 LO-FILLER              PIC X(39).

       FD  WARNING-EXTRACT.
       01  WARNING-RECORD.
           05 EW-USERID              PIC X(8).
           05 EW-LAST-CHANGED        PIC X(8).
           05 EW-AGE-DAYS            PIC 9(5).
           05 EW-ACTION              PIC X(8).
              88 EW-WARNING                VALUE "WARNING ".
              88 EW-EXPIRED                VALUE "EXPIRED ".
              88 EW-FORCE-STALE            VALUE "FORCECHG".
           05 EW-RUN-DATE            PIC X(8).
           05 EW-FILLER              PIC X(43).

       FD  RESET-LOG.
       01  RESET-LOG-RECORD.
           05 RL-TIMESTAMP           PIC X(21).
           05 RL-OPERATOR            PIC X(8).
           05 RL-ACTION              PIC X(10).
           05 RL-USERID              PIC X(8).
           05 RL-BEFORE-IMAGE        PIC X(80).
           05 RL-AFTER-IMAGE         PIC X(80).

       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD.
           05 ML-TIMESTAMP           PIC X(21).
           05 ML-OPERATOR            PIC X(8).
           05 ML-ACTION              PIC X(10).
              88 ML-ADD                    VALUE "ADD       ".
              88 ML-CHANGE                 VALUE "CHANGE    ".
              88 ML-TERMINATE              VALUE "TERMINATE ".
              88 ML-REACTIVATE             VALUE "REACTIVATE".
              88 ML-FORCE-CHANGE           VALUE "FORCECHG  ".
           05 ML-USERID              PIC X(8).
           05 ML-BEFORE-IMAGE        PIC X(80).
           05 ML-AFTER-IMAGE         PIC X(80).

       FD  INTEGRITY-LOG.
       01  INTEGRITY-LOG-RECORD.
           05 IL-TIMESTAMP           PIC X(21).
           05 IL-OPERATOR            PIC X(8).
           05 IL-ACTION              PIC X(10).
              88 IL-DELETED-LOCKOUT        VALUE "DELLOCK   ".
              88 IL-DELETED-HISTORY        VALUE "DELHIST   ".
           05 IL-USERID              PIC X(8).
           05 IL-BEFORE-IMAGE        PIC X(80).
           05 IL-AFTER-IMAGE         PIC X(80).

       FD  ACK-INVENTORY.
           COPY ACKITEM.

       FD  SIEM-FEED.
       01  SIEM-FEED-RECORD         PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-LOCKOUT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-WARNING-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-RESETLOG-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-MAINTLOG-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-INTGLOG-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-INVENTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-FEED-FILE-STATUS       PIC XX VALUE SPACES.

       01 WS-MASTER-FILE-OPEN       PIC X VALUE 'N'.

       01 WS-CONTROL-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-SIEM-CONTROL          VALUE 'Y'.
       01 WS-LOCKOUT-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-LOCKOUT-FILE          VALUE 'Y'.
       01 WS-WARNING-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-WARNING-EXTRACT       VALUE 'Y'.
       01 WS-RESETLOG-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-RESET-LOG             VALUE 'Y'.
       01 WS-MAINTLOG-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-MAINT-LOG             VALUE 'Y'.
       01 WS-INTGLOG-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-INTEGRITY-LOG         VALUE 'Y'.
       01 WS-INVENTORY-EOF-FLAG     PIC X VALUE 'N'.
          88 END-OF-ACK-INVENTORY         VALUE 'Y'.

       01 WS-RUN-TIMESTAMP          PIC X(14) VALUE SPACES.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * The last sequence number sent, carried on SIEMCTL; every
      * event takes the next one.
       01 WS-LAST-SEQUENCE          PIC 9(10) VALUE ZERO.
       01 WS-FIRST-SEQUENCE         PIC 9(10) VALUE ZERO.

      * High-water marks as read from SIEMCTL (what was already sent)
      * and as advanced by this run (what will have been sent).
       01 WS-PRIOR-MARKS.
           05 WS-PM-LOCKOUT         PIC X(21) VALUE SPACES.
           05 WS-PM-EXPWARN         PIC X(21) VALUE SPACES.
           05 WS-PM-RESETLOG        PIC X(21) VALUE SPACES.
           05 WS-PM-USRMLOG         PIC X(21) VALUE SPACES.
           05 WS-PM-INTGLOG         PIC X(21) VALUE SPACES.
       01 WS-NEW-MARKS.
           05 WS-NM-LOCKOUT         PIC X(21) VALUE SPACES.
           05 WS-NM-EXPWARN         PIC X(21) VALUE SPACES.
           05 WS-NM-RESETLOG        PIC X(21) VALUE SPACES.
           05 WS-NM-USRMLOG         PIC X(21) VALUE SPACES.
           05 WS-NM-INTGLOG         PIC X(21) VALUE SPACES.
       01 WS-SOURCE-MARK            PIC X(21) VALUE SPACES.

      * Inventory rejections already fed (from SIEMCTL) and those
      * standing in tonight's inventory (written back to SIEMCTL).
      * A standing rejection that overflows the table is fed again
      * on the next run rather than lost, and the overflow is
      * displayed.
       01 WS-PRIOR-REJ-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-REJ-TABLE.
           05 WS-PRIOR-REJ-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PRIOR-IDX.
              10 WS-PR-ITEM-ID      PIC 9(8).
              10 WS-PR-MESSAGE      PIC X(40).
       01 WS-CURR-REJ-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-CURR-REJ-TABLE.
           05 WS-CURR-REJ-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CURR-IDX.
              10 WS-CR-ITEM-ID      PIC 9(8).
              10 WS-CR-MESSAGE      PIC X(40).
       01 WS-REJ-OVERFLOW           PIC 9(8) VALUE ZERO.
       01 WS-SCAN-IDX               PIC 9(4) VALUE ZERO.

       01 WS-EVENT-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-SKIPPED-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-LOCKOUT-EVENTS         PIC 9(8) VALUE ZERO.
       01 WS-WARNING-EVENTS         PIC 9(8) VALUE ZERO.
       01 WS-RESET-EVENTS           PIC 9(8) VALUE ZERO.
       01 WS-MAINT-EVENTS           PIC 9(8) VALUE ZERO.
       01 WS-INTEGRITY-EVENTS       PIC 9(8) VALUE ZERO.
       01 WS-REJECT-EVENTS          PIC 9(8) VALUE ZERO.

      * Working fields for one event: the department carried on the
      * log record's account image (used only when USRMSTR has no
      * record for the userid), the before/after account status,
      * and edited numbers for the descriptions.
       01 WS-IMAGE-DEPT             PIC X(8) VALUE SPACES.
       01 WS-OLD-STATUS             PIC X(1) VALUE SPACE.
       01 WS-NEW-STATUS             PIC X(1) VALUE SPACE.
       01 WS-DESC-WORK              PIC X(60) VALUE SPACES.
       01 WS-ED-NUMBER              PIC ZZZZZZZ9.
       01 WS-ED-ITEM-ID             PIC 9(8).

      * The event-monitoring system's fixed record formats. The
      * header carries the first sequence number the file may hold
      * and the trailer the event count and the last sequence number
      * used, so the receiver can check both that the file is whole
      * (count = last - first + 1) and that no earlier file went
      * missing (first = previous file's last + 1). An empty night
      * still produces a header and a zero trailer.
       01 WS-HEADER-RECORD.
           05 WS-HDR-REC-TYPE       PIC X(3) VALUE "HDR".
           05 WS-HDR-SYSTEM-ID      PIC X(8) VALUE "PWDSIEM ".
           05 WS-HDR-RUN-DATE       PIC X(8).
           05 WS-HDR-RUN-TIME       PIC X(6).
           05 WS-HDR-FIRST-SEQ      PIC 9(10).
           05 WS-HDR-FILLER         PIC X(105) VALUE SPACES.

       01 WS-EVENT-RECORD.
           05 WS-EVT-REC-TYPE       PIC X(3) VALUE "EVT".
           05 WS-EVT-SEQUENCE       PIC 9(10).
           05 WS-EVT-TYPE           PIC X(10).
           05 WS-EVT-SEVERITY       PIC X(6).
           05 WS-EVT-USERID         PIC X(8).
           05 WS-EVT-DEPT           PIC X(8).
           05 WS-EVT-OPERATOR       PIC X(8).
      * YYYYMMDDHHMMSS; sources that carry only a date show 000000.
           05 WS-EVT-TIMESTAMP      PIC X(14).
           05 WS-EVT-SOURCE         PIC X(8).
           05 WS-EVT-DESCRIPTION    PIC X(60).
           05 WS-EVT-FILLER         PIC X(5) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           05 WS-TRL-REC-TYPE       PIC X(3) VALUE "TRL".
           05 WS-TRL-EVENT-COUNT    PIC 9(8).
           05 WS-TRL-LAST-SEQ       PIC 9(10).
           05 WS-TRL-FILLER         PIC X(119) VALUE SPACES.

      * Parameter area for the RunControl ledger service; the call
      * protocol is described in the copybook.
           COPY RUNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-BEGIN-RUN-CONTROL
           IF RN-PROCEED-OK
               PERFORM 1000-INITIALIZE
               IF WS-BATCH-RETURN-CODE = ZERO
                   PERFORM 2000-WRITE-HEADER
                   PERFORM 3000-FEED-LOCKOUTS
                   PERFORM 3500-FEED-EXPIRY-EXTRACT
                   PERFORM 4000-FEED-RESET-LOG
                   PERFORM 4500-FEED-MAINT-LOG
                   PERFORM 5000-FEED-INTEGRITY-LOG
                   PERFORM 5500-FEED-ACK-REJECTIONS
                   PERFORM 6000-WRITE-TRAILER
                   PERFORM 7000-SAVE-CONTROL
               END-IF
               PERFORM 9000-TERMINATE
               PERFORM 9900-END-RUN-CONTROL
           END-IF
           STOP RUN.

      * Checks in with the run-control ledger before any file is
      * touched. A refused step ends at once with the refusal code
      * (52 -- predecessor not complete, 56 -- already complete for
      * the operational date) as its return code.
       0100-BEGIN-RUN-CONTROL.
           INITIALIZE RUN-CONTROL-PARM-AREA
           MOVE 'S' TO RN-REQUEST
           MOVE "PSWSIEM " TO RN-STEP-NAME
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           IF RN-MESSAGE NOT = SPACES
               DISPLAY RN-MESSAGE
           END-IF
           IF NOT RN-PROCEED-OK
               MOVE RN-REFUSE-CODE TO RETURN-CODE
           END-IF.

      * SIEMCTL must be read cleanly or be absent altogether: a
      * control file that exists but cannot be read would make the
      * marks unknown, and guessing either way sends events twice or
      * not at all.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP

           PERFORM 1100-LOAD-CONTROL

           IF WS-BATCH-RETURN-CODE = ZERO
               OPEN OUTPUT SIEM-FEED
               IF WS-FEED-FILE-STATUS NOT = "00"
                   DISPLAY "SIEM-FEED (SIEMOUT) could not be opened, "
                       "file status " WS-FEED-FILE-STATUS "."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO
               MOVE 'N' TO WS-MASTER-FILE-OPEN
               OPEN INPUT USER-MASTER
               IF WS-MASTER-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-MASTER-FILE-OPEN
               ELSE
                   DISPLAY "USER-MASTER (USRMSTR) could not be "
                       "opened, file status " WS-MASTER-FILE-STATUS
                       " -- departments taken from log images only."
               END-IF
           END-IF.

       1100-LOAD-CONTROL.
           OPEN INPUT SIEM-CONTROL
           EVALUATE WS-CONTROL-FILE-STATUS
               WHEN "00"
                   PERFORM 1200-READ-CONTROL
                   PERFORM UNTIL END-OF-SIEM-CONTROL
                       PERFORM 1300-APPLY-CONTROL-RECORD
                       PERFORM 1200-READ-CONTROL
                   END-PERFORM
                   CLOSE SIEM-CONTROL
               WHEN "35"
                   DISPLAY "SIEM-CONTROL (SIEMCTL) not found -- "
                       "first run, every source fed in full."
               WHEN OTHER
                   DISPLAY "SIEM-CONTROL (SIEMCTL) could not be "
                       "opened, file status " WS-CONTROL-FILE-STATUS
                       "."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
           END-EVALUATE
           MOVE WS-PRIOR-MARKS TO WS-NEW-MARKS
           COMPUTE WS-FIRST-SEQUENCE = WS-LAST-SEQUENCE + 1.

       1200-READ-CONTROL.
           READ SIEM-CONTROL
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-FLAG
           END-READ.

       1300-APPLY-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN SC-SEQUENCE-REC
                   IF SC-SEQUENCE IS NUMERIC
                       MOVE SC-SEQUENCE TO WS-LAST-SEQUENCE
                   END-IF
               WHEN SC-HIGHMARK-REC
                   EVALUATE SC-SOURCE
                       WHEN "LOCKOUT "
                           MOVE SC-HIGH-MARK TO WS-PM-LOCKOUT
                       WHEN "EXPWARN "
                           MOVE SC-HIGH-MARK TO WS-PM-EXPWARN
                       WHEN "RESETLOG"
                           MOVE SC-HIGH-MARK TO WS-PM-RESETLOG
                       WHEN "USRMLOG "
                           MOVE SC-HIGH-MARK TO WS-PM-USRMLOG
                       WHEN "INTGLOG "
                           MOVE SC-HIGH-MARK TO WS-PM-INTGLOG
                   END-EVALUATE
               WHEN SC-REJECTED-REC
                   IF WS-PRIOR-REJ-COUNT <
                           FUNCTION LENGTH(WS-PRIOR-REJ-TABLE) /
                           FUNCTION LENGTH(WS-PRIOR-REJ-ENTRY(1))
                       ADD 1 TO WS-PRIOR-REJ-COUNT
                       MOVE SC-ITEM-ID
                           TO WS-PR-ITEM-ID(WS-PRIOR-REJ-COUNT)
                       MOVE SC-MESSAGE
                           TO WS-PR-MESSAGE(WS-PRIOR-REJ-COUNT)
                   ELSE
                       ADD 1 TO WS-REJ-OVERFLOW
                   END-IF
           END-EVALUATE.

       2000-WRITE-HEADER.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-HDR-RUN-DATE
           MOVE WS-RUN-TIMESTAMP(9:6) TO WS-HDR-RUN-TIME
           MOVE WS-FIRST-SEQUENCE TO WS-HDR-FIRST-SEQ
           WRITE SIEM-FEED-RECORD FROM WS-HEADER-RECORD.

      * LOCKOUT is append-only between integrity audits, one record
      * per lock, dated by the lockout run that wrote it.
       3000-FEED-LOCKOUTS.
           OPEN INPUT LOCKOUT-FILE
           IF WS-LOCKOUT-FILE-STATUS = "00"
               PERFORM 3100-READ-LOCKOUT
               PERFORM UNTIL END-OF-LOCKOUT-FILE
                   MOVE LO-LOCKED-DATE TO WS-SOURCE-MARK
                   IF WS-SOURCE-MARK > WS-PM-LOCKOUT
                       PERFORM 3200-LOCKOUT-EVENT
                       IF WS-SOURCE-MARK > WS-NM-LOCKOUT
                           MOVE WS-SOURCE-MARK TO WS-NM-LOCKOUT
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   PERFORM 3100-READ-LOCKOUT
               END-PERFORM
               CLOSE LOCKOUT-FILE
           ELSE
               DISPLAY "LOCKOUT-FILE (LOCKOUT) could not be opened, "
                   "file status " WS-LOCKOUT-FILE-STATUS
                   " -- no lockout events."
           END-IF.

       3100-READ-LOCKOUT.
           READ LOCKOUT-FILE
               AT END
                   MOVE 'Y' TO WS-LOCKOUT-EOF-FLAG
           END-READ.

       3200-LOCKOUT-EVENT.
           INITIALIZE WS-EVENT-RECORD
           MOVE "ACCTLOCK" TO WS-EVT-TYPE
           MOVE "HIGH" TO WS-EVT-SEVERITY
           MOVE LO-USERID TO WS-EVT-USERID
           MOVE "PSWLOCK" TO WS-EVT-OPERATOR
           STRING LO-LOCKED-DATE DELIMITED BY SIZE
               "000000" DELIMITED BY SIZE
               INTO WS-EVT-TIMESTAMP
           END-STRING
           MOVE "LOCKOUT" TO WS-EVT-SOURCE
           MOVE LO-FAIL-COUNT TO WS-ED-NUMBER
           STRING "Locked after " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-NUMBER) DELIMITED BY SIZE
               " consecutive failures, last " DELIMITED BY SIZE
               LO-LAST-FAIL-TIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LO-LAST-FAIL-TIME(9:6) DELIMITED BY SIZE
               INTO WS-EVT-DESCRIPTION
           END-STRING
           MOVE SPACES TO WS-IMAGE-DEPT
           PERFORM 8000-WRITE-EVENT
           ADD 1 TO WS-LOCKOUT-EVENTS.

      * EXPWARN is rebuilt by every expiry sweep, so it holds one
      * run date; once that date has been fed, a rerun finds nothing
      * above the mark. A night the feed misses is caught up only as
      * far as the next sweep repeats it -- which it does for every
      * account still warned, expired or sitting on a temporary
      * password.
       3500-FEED-EXPIRY-EXTRACT.
           OPEN INPUT WARNING-EXTRACT
           IF WS-WARNING-FILE-STATUS = "00"
               PERFORM 3600-READ-WARNING
               PERFORM UNTIL END-OF-WARNING-EXTRACT
                   MOVE EW-RUN-DATE TO WS-SOURCE-MARK
                   IF WS-SOURCE-MARK > WS-PM-EXPWARN
                       PERFORM 3700-WARNING-EVENT
                       IF WS-SOURCE-MARK > WS-NM-EXPWARN
                           MOVE WS-SOURCE-MARK TO WS-NM-EXPWARN
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   PERFORM 3600-READ-WARNING
               END-PERFORM
               CLOSE WARNING-EXTRACT
           ELSE
               DISPLAY "WARNING-EXTRACT (EXPWARN) could not be "
                   "opened, file status " WS-WARNING-FILE-STATUS
                   " -- no expiry events."
           END-IF.

       3600-READ-WARNING.
           READ WARNING-EXTRACT
               AT END
                   MOVE 'Y' TO WS-WARNING-EOF-FLAG
           END-READ.

       3700-WARNING-EVENT.
           INITIALIZE WS-EVENT-RECORD
           MOVE EW-USERID TO WS-EVT-USERID
           MOVE "PSWEXPIR" TO WS-EVT-OPERATOR
           STRING EW-RUN-DATE DELIMITED BY SIZE
               "000000" DELIMITED BY SIZE
               INTO WS-EVT-TIMESTAMP
           END-STRING
           MOVE "EXPWARN" TO WS-EVT-SOURCE
           MOVE EW-AGE-DAYS TO WS-ED-NUMBER
           EVALUATE TRUE
               WHEN EW-FORCE-STALE
                   MOVE "FORCESTALE" TO WS-EVT-TYPE
                   MOVE "MEDIUM" TO WS-EVT-SEVERITY
                   STRING "Temporary password unchanged "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-NUMBER) DELIMITED BY SIZE
                       " days, issued " DELIMITED BY SIZE
                       EW-LAST-CHANGED DELIMITED BY SIZE
                       INTO WS-EVT-DESCRIPTION
                   END-STRING
               WHEN EW-EXPIRED
                   MOVE "PWDEXPIRED" TO WS-EVT-TYPE
                   MOVE "MEDIUM" TO WS-EVT-SEVERITY
                   STRING "Password expired, " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-NUMBER) DELIMITED BY SIZE
                       " days old, last changed " DELIMITED BY SIZE
                       EW-LAST-CHANGED DELIMITED BY SIZE
                       INTO WS-EVT-DESCRIPTION
                   END-STRING
               WHEN OTHER
                   MOVE "PWDWARN" TO WS-EVT-TYPE
                   MOVE "LOW" TO WS-EVT-SEVERITY
                   STRING "Password nearing expiry, " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-NUMBER) DELIMITED BY SIZE
                       " days old, last changed " DELIMITED BY SIZE
                       EW-LAST-CHANGED DELIMITED BY SIZE
                       INTO WS-EVT-DESCRIPTION
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO WS-IMAGE-DEPT
           PERFORM 8000-WRITE-EVENT
           ADD 1 TO WS-WARNING-EVENTS.

      * The three maintenance logs are append-only and stamped to
      * the hundredth of a second, so each is marked by the newest
      * timestamp fed. RESETLOG and USRMLOG images are account
      * master images; the department and status come from them
      * when the master itself has no record.
       4000-FEED-RESET-LOG.
           OPEN INPUT RESET-LOG
           IF WS-RESETLOG-FILE-STATUS = "00"
               PERFORM 4100-READ-RESET-LOG
               PERFORM UNTIL END-OF-RESET-LOG
                   MOVE RL-TIMESTAMP TO WS-SOURCE-MARK
                   IF WS-SOURCE-MARK > WS-PM-RESETLOG
                       PERFORM 4200-RESET-EVENT
                       IF WS-SOURCE-MARK > WS-NM-RESETLOG
                           MOVE WS-SOURCE-MARK TO WS-NM-RESETLOG
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   PERFORM 4100-READ-RESET-LOG
               END-PERFORM
               CLOSE RESET-LOG
           ELSE
               DISPLAY "RESET-LOG (RESETLOG) could not be opened, "
                   "file status " WS-RESETLOG-FILE-STATUS
                   " -- no reset events."
           END-IF.

       4100-READ-RESET-LOG.
           READ RESET-LOG
               AT END
                   MOVE 'Y' TO WS-RESETLOG-EOF-FLAG
           END-READ.

       4200-RESET-EVENT.
           INITIALIZE WS-EVENT-RECORD
           MOVE "PWDRESET" TO WS-EVT-TYPE
           MOVE "MEDIUM" TO WS-EVT-SEVERITY
           MOVE RL-USERID TO WS-EVT-USERID
           MOVE RL-OPERATOR TO WS-EVT-OPERATOR
           MOVE RL-TIMESTAMP(1:14) TO WS-EVT-TIMESTAMP
           MOVE "RESETLOG" TO WS-EVT-SOURCE
           MOVE RL-BEFORE-IMAGE(9:1) TO WS-OLD-STATUS
           MOVE RL-AFTER-IMAGE(9:1) TO WS-NEW-STATUS
           STRING "Help-desk reset, temporary password issued, "
                   DELIMITED BY SIZE
               "status " DELIMITED BY SIZE
               WS-OLD-STATUS DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-NEW-STATUS DELIMITED BY SIZE
               INTO WS-EVT-DESCRIPTION
           END-STRING
           MOVE RL-AFTER-IMAGE(40:8) TO WS-IMAGE-DEPT
           PERFORM 8000-WRITE-EVENT
           ADD 1 TO WS-RESET-EVENTS.

       4500-FEED-MAINT-LOG.
           OPEN INPUT MAINT-LOG
           IF WS-MAINTLOG-FILE-STATUS = "00"
               PERFORM 4600-READ-MAINT-LOG
               PERFORM UNTIL END-OF-MAINT-LOG
                   MOVE ML-TIMESTAMP TO WS-SOURCE-MARK
                   IF WS-SOURCE-MARK > WS-PM-USRMLOG
                       PERFORM 4700-MAINT-EVENT
                       IF WS-SOURCE-MARK > WS-NM-USRMLOG
                           MOVE WS-SOURCE-MARK TO WS-NM-USRMLOG
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   PERFORM 4600-READ-MAINT-LOG
               END-PERFORM
               CLOSE MAINT-LOG
           ELSE
               DISPLAY "MAINT-LOG (USRMLOG) could not be opened, "
                   "file status " WS-MAINTLOG-FILE-STATUS
                   " -- no maintenance events."
           END-IF.

       4600-READ-MAINT-LOG.
           READ MAINT-LOG
               AT END
                   MOVE 'Y' TO WS-MAINTLOG-EOF-FLAG
           END-READ.

      * Reactivating an account and a forced change for a shared
      * password are the changes the SOC most wants to see; routine
      * detail changes are low severity.
       4700-MAINT-EVENT.
           INITIALIZE WS-EVENT-RECORD
           MOVE ML-USERID TO WS-EVT-USERID
           MOVE ML-OPERATOR TO WS-EVT-OPERATOR
           MOVE ML-TIMESTAMP(1:14) TO WS-EVT-TIMESTAMP
           MOVE "USRMLOG" TO WS-EVT-SOURCE
           MOVE ML-BEFORE-IMAGE(9:1) TO WS-OLD-STATUS
           MOVE ML-AFTER-IMAGE(9:1) TO WS-NEW-STATUS
           EVALUATE TRUE
               WHEN ML-ADD
                   MOVE "ACCTADD" TO WS-EVT-TYPE
                   MOVE "MEDIUM" TO WS-EVT-SEVERITY
                   MOVE "Account added" TO WS-EVT-DESCRIPTION
               WHEN ML-CHANGE
                   MOVE "ACCTCHANGE" TO WS-EVT-TYPE
                   MOVE "LOW" TO WS-EVT-SEVERITY
                   MOVE "Account details changed"
                       TO WS-EVT-DESCRIPTION
               WHEN ML-TERMINATE
                   MOVE "ACCTTERM" TO WS-EVT-TYPE
                   MOVE "MEDIUM" TO WS-EVT-SEVERITY
                   MOVE "Account terminated" TO WS-EVT-DESCRIPTION
               WHEN ML-REACTIVATE
                   MOVE "ACCTREACT" TO WS-EVT-TYPE
                   MOVE "HIGH" TO WS-EVT-SEVERITY
                   MOVE "Account reactivated" TO WS-EVT-DESCRIPTION
               WHEN ML-FORCE-CHANGE
                   MOVE "SHAREDPWD" TO WS-EVT-TYPE
                   MOVE "HIGH" TO WS-EVT-SEVERITY
                   STRING "Password shared with other userids, "
                           DELIMITED BY SIZE
                       "change forced" DELIMITED BY SIZE
                       INTO WS-EVT-DESCRIPTION
                   END-STRING
               WHEN OTHER
                   MOVE "ACCTMAINT" TO WS-EVT-TYPE
                   MOVE "LOW" TO WS-EVT-SEVERITY
                   STRING "Maintenance action " DELIMITED BY SIZE
                       ML-ACTION DELIMITED BY SPACE
                       INTO WS-EVT-DESCRIPTION
                   END-STRING
           END-EVALUATE
           IF NOT ML-FORCE-CHANGE
               MOVE WS-EVT-DESCRIPTION TO WS-DESC-WORK
               MOVE SPACES TO WS-EVT-DESCRIPTION
               STRING WS-DESC-WORK DELIMITED BY "  "
                   ", status " DELIMITED BY SIZE
                   WS-OLD-STATUS DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-NEW-STATUS DELIMITED BY SIZE
                   INTO WS-EVT-DESCRIPTION
               END-STRING
           END-IF
           MOVE ML-AFTER-IMAGE(40:8) TO WS-IMAGE-DEPT
           IF WS-IMAGE-DEPT = SPACES
               MOVE ML-BEFORE-IMAGE(40:8) TO WS-IMAGE-DEPT
           END-IF
           PERFORM 8000-WRITE-EVENT
           ADD 1 TO WS-MAINT-EVENTS.

      * Integrity-audit deletions remove records whose account no
      * longer justifies them; the images are lockout and history
      * records, so the department comes from the master alone.
       5000-FEED-INTEGRITY-LOG.
           OPEN INPUT INTEGRITY-LOG
           IF WS-INTGLOG-FILE-STATUS = "00"
               PERFORM 5100-READ-INTEGRITY-LOG
               PERFORM UNTIL END-OF-INTEGRITY-LOG
                   MOVE IL-TIMESTAMP TO WS-SOURCE-MARK
                   IF WS-SOURCE-MARK > WS-PM-INTGLOG
                       PERFORM 5200-INTEGRITY-EVENT
                       IF WS-SOURCE-MARK > WS-NM-INTGLOG
                           MOVE WS-SOURCE-MARK TO WS-NM-INTGLOG
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   PERFORM 5100-READ-INTEGRITY-LOG
               END-PERFORM
               CLOSE INTEGRITY-LOG
           ELSE
               DISPLAY "INTEGRITY-LOG (INTGLOG) could not be opened, "
                   "file status " WS-INTGLOG-FILE-STATUS
                   " -- no integrity events."
           END-IF.

       5100-READ-INTEGRITY-LOG.
           READ INTEGRITY-LOG
               AT END
                   MOVE 'Y' TO WS-INTGLOG-EOF-FLAG
           END-READ.

       5200-INTEGRITY-EVENT.
           INITIALIZE WS-EVENT-RECORD
           MOVE "INTEGFIX" TO WS-EVT-TYPE
           MOVE "LOW" TO WS-EVT-SEVERITY
           MOVE IL-USERID TO WS-EVT-USERID
           MOVE IL-OPERATOR TO WS-EVT-OPERATOR
           MOVE IL-TIMESTAMP(1:14) TO WS-EVT-TIMESTAMP
           MOVE "INTGLOG" TO WS-EVT-SOURCE
           EVALUATE TRUE
               WHEN IL-DELETED-LOCKOUT
                   MOVE "Integrity audit deleted stale lockout entry"
                       TO WS-EVT-DESCRIPTION
               WHEN IL-DELETED-HISTORY
                   MOVE "Integrity audit deleted orphaned history"
                       TO WS-EVT-DESCRIPTION
               WHEN OTHER
                   STRING "Integrity audit action " DELIMITED BY SIZE
                       IL-ACTION DELIMITED BY SPACE
                       INTO WS-EVT-DESCRIPTION
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO WS-IMAGE-DEPT
           PERFORM 8000-WRITE-EVENT
           ADD 1 TO WS-INTEGRITY-EVENTS.

      * Every REJECTED item standing in tonight's inventory is
      * remembered for SIEMCTL; only those not already fed with the
      * same message become events. Should the inventory be missing,
      * the remembered rejections are kept as they were, so its
      * return does not resend them.
       5500-FEED-ACK-REJECTIONS.
           OPEN INPUT ACK-INVENTORY
           IF WS-INVENTORY-FILE-STATUS = "00"
               PERFORM 5600-READ-INVENTORY
               PERFORM UNTIL END-OF-ACK-INVENTORY
                   IF AI-REJECTED
                       PERFORM 5700-CHECK-REJECTION
                   END-IF
                   PERFORM 5600-READ-INVENTORY
               END-PERFORM
               CLOSE ACK-INVENTORY
           ELSE
               DISPLAY "ACK-INVENTORY (ACKCYOT) could not be opened, "
                   "file status " WS-INVENTORY-FILE-STATUS
                   " -- no rejection events."
               MOVE WS-PRIOR-REJ-COUNT TO WS-CURR-REJ-COUNT
               MOVE WS-PRIOR-REJ-TABLE TO WS-CURR-REJ-TABLE
           END-IF.

       5600-READ-INVENTORY.
           READ ACK-INVENTORY
               AT END
                   MOVE 'Y' TO WS-INVENTORY-EOF-FLAG
           END-READ.

       5700-CHECK-REJECTION.
           IF WS-CURR-REJ-COUNT <
                   FUNCTION LENGTH(WS-CURR-REJ-TABLE) /
                   FUNCTION LENGTH(WS-CURR-REJ-ENTRY(1))
               ADD 1 TO WS-CURR-REJ-COUNT
               MOVE AI-ITEM-ID TO WS-CR-ITEM-ID(WS-CURR-REJ-COUNT)
               MOVE AI-LAST-MESSAGE
                   TO WS-CR-MESSAGE(WS-CURR-REJ-COUNT)
           ELSE
               ADD 1 TO WS-REJ-OVERFLOW
           END-IF

           SET WS-PRIOR-IDX TO 1
           SEARCH WS-PRIOR-REJ-ENTRY
               VARYING WS-PRIOR-IDX
               AT END
                   PERFORM 5800-REJECTION-EVENT
               WHEN WS-PRIOR-IDX > WS-PRIOR-REJ-COUNT
                   PERFORM 5800-REJECTION-EVENT
               WHEN WS-PR-ITEM-ID(WS-PRIOR-IDX) = AI-ITEM-ID AND
                    WS-PR-MESSAGE(WS-PRIOR-IDX) = AI-LAST-MESSAGE
                   ADD 1 TO WS-SKIPPED-COUNT
           END-SEARCH.

      * Item id, command and the receiver's message only -- never
      * AI-PASSWORD.
       5800-REJECTION-EVENT.
           INITIALIZE WS-EVENT-RECORD
           MOVE "ACKREJECT" TO WS-EVT-TYPE
           MOVE "HIGH" TO WS-EVT-SEVERITY
           MOVE AI-USERID TO WS-EVT-USERID
           MOVE "PSWACKCY" TO WS-EVT-OPERATOR
           MOVE WS-RUN-TIMESTAMP TO WS-EVT-TIMESTAMP
           MOVE "ACKCYOT" TO WS-EVT-SOURCE
           MOVE AI-ITEM-ID TO WS-ED-ITEM-ID
           STRING "Rejected " DELIMITED BY SIZE
               AI-COMMAND DELIMITED BY SPACE
               " item " DELIMITED BY SIZE
               WS-ED-ITEM-ID DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               AI-LAST-MESSAGE DELIMITED BY SIZE
               INTO WS-EVT-DESCRIPTION
           END-STRING
           MOVE SPACES TO WS-IMAGE-DEPT
           PERFORM 8000-WRITE-EVENT
           ADD 1 TO WS-REJECT-EVENTS.

      * The feed is closed before SIEMCTL is rewritten, so the marks
      * never run ahead of what actually reached the file.
       6000-WRITE-TRAILER.
           MOVE WS-EVENT-COUNT TO WS-TRL-EVENT-COUNT
           MOVE WS-LAST-SEQUENCE TO WS-TRL-LAST-SEQ
           WRITE SIEM-FEED-RECORD FROM WS-TRAILER-RECORD
           CLOSE SIEM-FEED.

       7000-SAVE-CONTROL.
           OPEN OUTPUT SIEM-CONTROL
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SIEM-CONTROL (SIEMCTL) could not be "
                   "rewritten, file status " WS-CONTROL-FILE-STATUS
                   " -- tonight's events will be fed again."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           ELSE
               INITIALIZE SIEM-CONTROL-RECORD
               MOVE "SEQUENCE" TO SC-REC-TYPE
               MOVE WS-LAST-SEQUENCE TO SC-SEQUENCE
               MOVE WS-RUN-TIMESTAMP TO SC-UPDATED
               WRITE SIEM-CONTROL-RECORD

               MOVE "LOCKOUT " TO SC-SOURCE
               MOVE WS-NM-LOCKOUT TO SC-HIGH-MARK
               PERFORM 7100-WRITE-HIGH-MARK
               MOVE "EXPWARN " TO SC-SOURCE
               MOVE WS-NM-EXPWARN TO SC-HIGH-MARK
               PERFORM 7100-WRITE-HIGH-MARK
               MOVE "RESETLOG" TO SC-SOURCE
               MOVE WS-NM-RESETLOG TO SC-HIGH-MARK
               PERFORM 7100-WRITE-HIGH-MARK
               MOVE "USRMLOG " TO SC-SOURCE
               MOVE WS-NM-USRMLOG TO SC-HIGH-MARK
               PERFORM 7100-WRITE-HIGH-MARK
               MOVE "INTGLOG " TO SC-SOURCE
               MOVE WS-NM-INTGLOG TO SC-HIGH-MARK
               PERFORM 7100-WRITE-HIGH-MARK

               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CURR-REJ-COUNT
                   INITIALIZE SIEM-CONTROL-RECORD
                   MOVE "REJECTED" TO SC-REC-TYPE
                   MOVE WS-CR-ITEM-ID(WS-SCAN-IDX) TO SC-ITEM-ID
                   MOVE WS-CR-MESSAGE(WS-SCAN-IDX) TO SC-MESSAGE
                   MOVE WS-RUN-TIMESTAMP TO SC-UPDATED
                   WRITE SIEM-CONTROL-RECORD
               END-PERFORM
               CLOSE SIEM-CONTROL
           END-IF.

       7100-WRITE-HIGH-MARK.
           MOVE "HIGHMARK" TO SC-REC-TYPE
           MOVE ZERO TO SC-SEQUENCE
           MOVE WS-RUN-TIMESTAMP TO SC-UPDATED
           WRITE SIEM-CONTROL-RECORD.

      * Numbers and writes the event the caller has built. The
      * department is the account's current one from the master;
      * for a userid the master does not hold, the caller's image
      * department, which may be blank.
       8000-WRITE-EVENT.
           MOVE WS-IMAGE-DEPT TO WS-EVT-DEPT
           IF WS-MASTER-FILE-OPEN = 'Y'
               MOVE WS-EVT-USERID TO UM-USERID
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UM-DEPT TO WS-EVT-DEPT
               END-READ
           END-IF
           MOVE "EVT" TO WS-EVT-REC-TYPE
           ADD 1 TO WS-LAST-SEQUENCE
           MOVE WS-LAST-SEQUENCE TO WS-EVT-SEQUENCE
           WRITE SIEM-FEED-RECORD FROM WS-EVENT-RECORD
           ADD 1 TO WS-EVENT-COUNT.

       9000-TERMINATE.
           IF WS-MASTER-FILE-OPEN = 'Y'
               CLOSE USER-MASTER
           END-IF

           DISPLAY "Lockout events:          " WS-LOCKOUT-EVENTS
           DISPLAY "Expiry events:           " WS-WARNING-EVENTS
           DISPLAY "Reset events:            " WS-RESET-EVENTS
           DISPLAY "Maintenance events:      " WS-MAINT-EVENTS
           DISPLAY "Integrity events:        " WS-INTEGRITY-EVENTS
           DISPLAY "Rejection events:        " WS-REJECT-EVENTS
           DISPLAY "Events fed:              " WS-EVENT-COUNT
           DISPLAY "Already fed, skipped:    " WS-SKIPPED-COUNT
           DISPLAY "Last sequence number:    " WS-LAST-SEQUENCE
           IF WS-REJ-OVERFLOW > ZERO
               DISPLAY "Rejection table overflow -- rejections to be "
                   "fed again: " WS-REJ-OVERFLOW
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE.

      * Records the step's end, return code and key counts on the
      * run-control ledger. The END call's return resets RETURN-CODE,
      * so the step's own verdict is captured before the call and
      * re-asserted after it.
       9900-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RN-STEP-RETURN-CODE
           MOVE 'E' TO RN-REQUEST
           MOVE "EVENTS  " TO RN-COUNT-LABEL(1)
           MOVE WS-EVENT-COUNT TO RN-COUNT(1)
           MOVE "SKIPPED " TO RN-COUNT-LABEL(2)
           MOVE WS-SKIPPED-COUNT TO RN-COUNT(2)
           MOVE "REJECTS " TO RN-COUNT-LABEL(3)
           MOVE WS-REJECT-EVENTS TO RN-COUNT(3)
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           MOVE RN-STEP-RETURN-CODE TO RETURN-CODE.
