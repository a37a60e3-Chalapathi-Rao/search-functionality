       IDENTIFICATION DIVISION.
       PROGRAM-ID. UserNotification.

      * Nightly end-user notification step. Turns the night's
      * user-facing events into one outbound file (NOTIFOUT) for the
      * mail gateway, one notice per user per event type:
      *   PWDWARN    -- password nearing expiry (EXPWARN WARNING),
      *                 with the days remaining under the user's
      *                 department aging policy;
      *   PWDEXPIRED -- password expired (EXPWARN EXPIRED), with the
      *                 date it was last changed;
      *   ACCTLOCK   -- account locked (LOCKOUT), with the lock date;
      *   FORCECHG   -- a temporary password waiting to be replaced
      *                 (the force-change flag on USRMSTR, and the
      *                 expiry sweep's stale FORCECHG rows), with the
      *                 date it was issued;
      *   ACKREJECT  -- a password change the downstream security
      *                 system rejected (REJECTED items on the
      *                 carry-forward inventory, ACKCYOT), with the
      *                 date it was first sent.
      * A lockout, expiry or force-change notice goes out only while
      * the master still shows the condition -- an account reset
      * since is not told it is locked. Terminated accounts, and
      * userids the master does not hold, are never notified.
      *
      * The wording comes from the template file (NOTIFTPL), one
      * record per event type and level, maintained by the security
      * administrators without a program change. The subject and
      * text may carry the placeholders {NAME}, {USERID}, {DAYS} and
      * {DATE}, filled from USRMSTR and the event. Level 1 is the
      * ordinary notice; level 2 the escalation, used once a notice
      * has been repeated POL-NOTIFY-ESCALATE times in one unbroken
      * run. An event type with no template is not sent and is
      * counted, and the step ends with return code 4.
      *
      * The history file (NOTIFHST) records, per userid and event
      * type, when the user was last told and how many notices the
      * current run of repeats holds. A user told within the last
      * POL-NOTIFY-SUPPRESS-DAYS days is not told again. A notice
      * that follows the previous one within twice that window
      * continues the run; a longer gap means the condition went
      * away and came back, and the count starts again -- entries
      * that old are dropped when the history is rewritten. The
      * history is rewritten only after NOTIFOUT is complete and
      * closed, so a failed run may simply be rerun.
      *
      * NOTIFOUT carries the userid, not an address; the gateway
      * resolves the mailbox. No notice carries a password -- ACKCYOT
      * is read only for the userid and first-sent date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "POLICYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "NOTIFTPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

           SELECT NOTIFY-HISTORY ASSIGN TO "NOTIFHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USERID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT WARNING-EXTRACT ASSIGN TO "EXPWARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARNING-FILE-STATUS.

           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-FILE-STATUS.

           SELECT ACK-INVENTORY ASSIGN TO "ACKCYOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT NOTIFY-OUTPUT ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
           COPY POLICYIN.

      * One record per event type and level (1 = notice,
      * 2 = escalation).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD.
           05 NT-EVENT-TYPE         PIC X(10).
           05 NT-LEVEL              PIC X(1).
           05 NT-SUBJECT            PIC X(60).
           05 NT-TEXT               PIC X(200).
           05 NT-FILLER             PIC X(9).

       FD  NOTIFY-HISTORY.
       01  NOTIFY-HISTORY-RECORD.
           05 NH-USERID             PIC X(8).
           05 NH-EVENT-TYPE         PIC X(10).
      * First and latest notice of the current run of repeats, the
      * number of notices in it, and the level of the latest.
           05 NH-FIRST-DATE         PIC X(8).
           05 NH-LAST-DATE          PIC X(8).
           05 NH-REPEAT-COUNT       PIC 9(4).
           05 NH-LEVEL              PIC X(1).
           05 NH-FILLER             PIC X(41).

       FD  USER-MASTER.
           COPY USRMSTR.

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

       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD.
           05 LO-USERID              PIC X(8).
           05 LO-FAIL-COUNT          PIC 9(4).
           05 LO-LAST-FAIL-TIME      PIC X(21).
           05 LO-LOCKED-DATE         PIC X(8).
           05 LO-FILLER              PIC X(39).

       FD  ACK-INVENTORY.
           COPY ACKITEM.

       FD  NOTIFY-OUTPUT.
       01  NOTIFY-OUTPUT-RECORD     PIC X(330).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-TEMPLATE-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-WARNING-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-LOCKOUT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-INVENTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-OUTPUT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-MASTER-FILE-OPEN       PIC X VALUE 'N'.
       01 WS-OUTPUT-FILE-OPEN       PIC X VALUE 'N'.

       01 WS-POLICY-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-POLICY-FILE           VALUE 'Y'.
       01 WS-TEMPLATE-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-TEMPLATE-FILE         VALUE 'Y'.
       01 WS-HISTORY-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-NOTIFY-HISTORY        VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-USER-MASTER           VALUE 'Y'.
       01 WS-WARNING-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-WARNING-EXTRACT       VALUE 'Y'.
       01 WS-LOCKOUT-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-LOCKOUT-FILE          VALUE 'Y'.
       01 WS-INVENTORY-EOF-FLAG     PIC X VALUE 'N'.
          88 END-OF-ACK-INVENTORY         VALUE 'Y'.

       01 WS-RUN-TIMESTAMP          PIC X(14) VALUE SPACES.
       01 WS-RUN-DATE               PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-INT           PIC 9(8) VALUE ZERO.
       01 WS-LAST-DATE-INT          PIC 9(8) VALUE ZERO.
       01 WS-GAP-DAYS               PIC S9(8) VALUE ZERO.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * Suppression window and escalation point, defaulted here and
      * overridden from the default POLICYIN record: a user is told
      * the same thing at most once a week, and from the fourth
      * notice in an unbroken run the escalation template is used.
       01 WS-SUPPRESS-DAYS          PIC 9(3) VALUE 7.
       01 WS-ESCALATE-COUNT         PIC 9(2) VALUE 3.

      * Maximum password age, shop-wide and per department, for the
      * days remaining on a warning -- the same tiers the expiry
      * sweep warned against.
       01 WS-DFLT-MAX-AGE           PIC 9(3) VALUE 90.
       01 WS-POLICY-MAX-AGE         PIC 9(3) VALUE 90.
       01 WS-POLICY-DEPT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-POLICY-DEPT-TABLE.
           05 WS-POLICY-DEPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-POL-IDX.
              10 WS-PT-DEPT          PIC X(8).
              10 WS-PT-MAX-AGE      PIC 9(3).
       01 WS-POLICY-OVERFLOW        PIC 9(4) VALUE ZERO.

       01 WS-TEMPLATE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-TPL-IDX.
              10 WS-TT-EVENT-TYPE   PIC X(10).
              10 WS-TT-LEVEL        PIC X(1).
              10 WS-TT-SUBJECT      PIC X(60).
              10 WS-TT-TEXT         PIC X(200).
       01 WS-TEMPLATE-OVERFLOW      PIC 9(4) VALUE ZERO.

      * The notification history as read from NOTIFHST, updated in
      * place by tonight's notices and written back whole.
       01 WS-HIST-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-HIST-IDX.
              10 WS-HT-USERID       PIC X(8).
              10 WS-HT-EVENT-TYPE   PIC X(10).
              10 WS-HT-FIRST-DATE   PIC X(8).
              10 WS-HT-LAST-DATE    PIC X(8).
              10 WS-HT-REPEAT-COUNT PIC 9(4).
              10 WS-HT-LEVEL        PIC X(1).
       01 WS-HIST-OVERFLOW          PIC 9(8) VALUE ZERO.
       01 WS-HIST-FOUND             PIC X VALUE 'N'.
       01 WS-HIST-SLOT              PIC 9(5) VALUE ZERO.

      * Tonight's events, one per userid and event type; a second
      * source for the same pair (a force-change flag and a stale
      * FORCECHG row, two lockouts) keeps the first, except that a
      * later lock date replaces an earlier one.
       01 WS-EVENT-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EVT-IDX.
              10 WS-EV-USERID       PIC X(8).
              10 WS-EV-EVENT-TYPE   PIC X(10).
              10 WS-EV-DAYS         PIC 9(5).
              10 WS-EV-DATE         PIC X(8).
       01 WS-EVENT-OVERFLOW         PIC 9(8) VALUE ZERO.
       01 WS-SCAN-IDX               PIC 9(5) VALUE ZERO.

      * The event being added or notified.
       01 WS-NEW-USERID             PIC X(8) VALUE SPACES.
       01 WS-NEW-EVENT-TYPE         PIC X(10) VALUE SPACES.
       01 WS-NEW-DAYS               PIC 9(5) VALUE ZERO.
       01 WS-NEW-DATE               PIC X(8) VALUE SPACES.
       01 WS-DAYS-LEFT              PIC S9(5) VALUE ZERO.
       01 WS-NOTIFY-LEVEL           PIC X(1) VALUE SPACE.
       01 WS-NEW-REPEAT-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-NEW-FIRST-DATE         PIC X(8) VALUE SPACES.
       01 WS-SKIP-FLAG              PIC X VALUE 'N'.
          88 SKIP-THIS-EVENT              VALUE 'Y'.

      * Template fill: the template line being copied, the filled
      * result, and the placeholder values in display form.
       01 WS-TPL-WORK               PIC X(200) VALUE SPACES.
       01 WS-FILL-WORK              PIC X(200) VALUE SPACES.
       01 WS-TPL-POS                PIC 9(3) VALUE ZERO.
       01 WS-FILL-PTR               PIC 9(3) VALUE ZERO.
       01 WS-FILL-NAME              PIC X(30) VALUE SPACES.
       01 WS-FILL-DAYS              PIC X(5) VALUE SPACES.
       01 WS-FILL-DATE              PIC X(10) VALUE SPACES.
       01 WS-ED-DAYS                PIC ZZZZ9.
       01 WS-SELECTED-SUBJECT       PIC X(60) VALUE SPACES.
       01 WS-SELECTED-TEXT          PIC X(200) VALUE SPACES.

       01 WS-SENT-COUNT             PIC 9(8) VALUE ZERO.
       01 WS-ESCALATED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-TERMINATED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-NOT-ON-MASTER-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-CLEARED-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-NO-TEMPLATE-COUNT      PIC 9(8) VALUE ZERO.

      * Mail-gateway record formats. The header carries the run
      * date and time, the trailer the notice count the gateway
      * balances against; an empty night still produces both.
       01 WS-HEADER-RECORD.
           05 WS-HDR-REC-TYPE       PIC X(3) VALUE "HDR".
           05 WS-HDR-SYSTEM-ID      PIC X(8) VALUE "PWDNOTIF".
           05 WS-HDR-RUN-DATE       PIC X(8).
           05 WS-HDR-RUN-TIME       PIC X(6).
           05 WS-HDR-FILLER         PIC X(305) VALUE SPACES.

       01 WS-NOTICE-RECORD.
           05 WS-NTC-REC-TYPE       PIC X(3) VALUE "NTF".
           05 WS-NTC-USERID         PIC X(8).
           05 WS-NTC-NAME           PIC X(30).
           05 WS-NTC-DEPT           PIC X(8).
           05 WS-NTC-EVENT-TYPE     PIC X(10).
           05 WS-NTC-LEVEL          PIC X(1).
           05 WS-NTC-RUN-DATE       PIC X(8).
           05 WS-NTC-SUBJECT        PIC X(60).
           05 WS-NTC-TEXT           PIC X(200).
           05 WS-NTC-FILLER         PIC X(2) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           05 WS-TRL-REC-TYPE       PIC X(3) VALUE "TRL".
           05 WS-TRL-NOTICE-COUNT   PIC 9(8).
           05 WS-TRL-FILLER         PIC X(319) VALUE SPACES.

      * Parameter area for the RunControl ledger service; the call
      * protocol is described in the copybook.
           COPY RUNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-BEGIN-RUN-CONTROL
           IF RN-PROCEED-OK
               PERFORM 1000-INITIALIZE
               IF WS-BATCH-RETURN-CODE = ZERO
                   PERFORM 2000-COLLECT-EVENTS
                   PERFORM 3000-WRITE-HEADER
                   PERFORM 4000-NOTIFY-EVENTS
                   PERFORM 5000-WRITE-TRAILER
                   PERFORM 6000-SAVE-HISTORY
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
           MOVE "PSWNOTIF" TO RN-STEP-NAME
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           IF RN-MESSAGE NOT = SPACES
               DISPLAY RN-MESSAGE
           END-IF
           IF NOT RN-PROCEED-OK
               MOVE RN-REFUSE-CODE TO RETURN-CODE
           END-IF.

      * The templates, the master and a readable (or absent) history
      * are all required: without the first two nothing can be
      * sent, and a history that exists but cannot be read would
      * tell everyone everything again.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

           PERFORM 1100-READ-POLICY
           PERFORM 1200-LOAD-TEMPLATES

           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 1300-LOAD-HISTORY
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO
               MOVE 'N' TO WS-MASTER-FILE-OPEN
               OPEN INPUT USER-MASTER
               IF WS-MASTER-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-MASTER-FILE-OPEN
               ELSE
                   DISPLAY "USER-MASTER (USRMSTR) could not be "
                       "opened, file status " WS-MASTER-FILE-STATUS
                       "."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO
               OPEN OUTPUT NOTIFY-OUTPUT
               IF WS-OUTPUT-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-OUTPUT-FILE-OPEN
               ELSE
                   DISPLAY "NOTIFY-OUTPUT (NOTIFOUT) could not be "
                       "opened, file status " WS-OUTPUT-FILE-STATUS
                       "."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF.

      * The default record supplies the suppression window, the
      * escalation point and the default maximum age; each
      * department record with a plausible maximum age goes into
      * the tier table.
       1100-READ-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-POLICY-FILE
                   READ POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POLICY-EOF-FLAG
                       NOT AT END
                           PERFORM 1150-STORE-POLICY-RECORD
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

       1150-STORE-POLICY-RECORD.
           IF POL-DEPT = SPACES OR POL-DEPT = "DEFAULT "
               IF POL-PWD-MAX-AGE IS NUMERIC AND
                  POL-PWD-MAX-AGE > ZERO
                   MOVE POL-PWD-MAX-AGE TO WS-DFLT-MAX-AGE
               END-IF
               IF POL-NOTIFY-SUPPRESS-DAYS IS NUMERIC AND
                  POL-NOTIFY-SUPPRESS-DAYS > ZERO
                   MOVE POL-NOTIFY-SUPPRESS-DAYS TO WS-SUPPRESS-DAYS
               END-IF
               IF POL-NOTIFY-ESCALATE IS NUMERIC AND
                  POL-NOTIFY-ESCALATE > ZERO
                   MOVE POL-NOTIFY-ESCALATE TO WS-ESCALATE-COUNT
               END-IF
           ELSE
               IF POL-PWD-WARN-AGE IS NUMERIC AND
                  POL-PWD-WARN-AGE > ZERO AND
                  POL-PWD-MAX-AGE IS NUMERIC AND
                  POL-PWD-MAX-AGE > ZERO
                   IF WS-POLICY-DEPT-COUNT <
                           FUNCTION LENGTH(WS-POLICY-DEPT-TABLE) /
                           FUNCTION LENGTH(WS-POLICY-DEPT-ENTRY(1))
                       ADD 1 TO WS-POLICY-DEPT-COUNT
                       MOVE POL-DEPT
                           TO WS-PT-DEPT(WS-POLICY-DEPT-COUNT)
                       MOVE POL-PWD-MAX-AGE
                           TO WS-PT-MAX-AGE(WS-POLICY-DEPT-COUNT)
                   ELSE
                       ADD 1 TO WS-POLICY-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       1200-LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TEMPLATE-FILE
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WS-TEMPLATE-EOF-FLAG
                       NOT AT END
                           PERFORM 1250-STORE-TEMPLATE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           ELSE
               DISPLAY "TEMPLATE-FILE (NOTIFTPL) could not be opened, "
                   "file status " WS-TEMPLATE-FILE-STATUS "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF.

       1250-STORE-TEMPLATE.
           IF NT-EVENT-TYPE NOT = SPACES AND
              (NT-LEVEL = '1' OR NT-LEVEL = '2')
               IF WS-TEMPLATE-COUNT <
                       FUNCTION LENGTH(WS-TEMPLATE-TABLE) /
                       FUNCTION LENGTH(WS-TEMPLATE-ENTRY(1))
                   ADD 1 TO WS-TEMPLATE-COUNT
                   MOVE NT-EVENT-TYPE
                       TO WS-TT-EVENT-TYPE(WS-TEMPLATE-COUNT)
                   MOVE NT-LEVEL TO WS-TT-LEVEL(WS-TEMPLATE-COUNT)
                   MOVE NT-SUBJECT TO WS-TT-SUBJECT(WS-TEMPLATE-COUNT)
                   MOVE NT-TEXT TO WS-TT-TEXT(WS-TEMPLATE-COUNT)
               ELSE
                   ADD 1 TO WS-TEMPLATE-OVERFLOW
               END-IF
           END-IF.

      * A history too large for the table would lose suppression
      * for the tail, so it is a hard failure rather than a flood of
      * repeated notices.
       1300-LOAD-HISTORY.
           OPEN INPUT NOTIFY-HISTORY
           EVALUATE WS-HISTORY-FILE-STATUS
               WHEN "00"
                   PERFORM 1350-READ-HISTORY
                   PERFORM UNTIL END-OF-NOTIFY-HISTORY
                       IF WS-HIST-COUNT <
                               FUNCTION LENGTH(WS-HIST-TABLE) /
                               FUNCTION LENGTH(WS-HIST-ENTRY(1))
                           ADD 1 TO WS-HIST-COUNT
                           MOVE NH-USERID
                               TO WS-HT-USERID(WS-HIST-COUNT)
                           MOVE NH-EVENT-TYPE
                               TO WS-HT-EVENT-TYPE(WS-HIST-COUNT)
                           MOVE NH-FIRST-DATE
                               TO WS-HT-FIRST-DATE(WS-HIST-COUNT)
                           MOVE NH-LAST-DATE
                               TO WS-HT-LAST-DATE(WS-HIST-COUNT)
                           MOVE NH-REPEAT-COUNT
                               TO WS-HT-REPEAT-COUNT(WS-HIST-COUNT)
                           MOVE NH-LEVEL
                               TO WS-HT-LEVEL(WS-HIST-COUNT)
                           PERFORM 1350-READ-HISTORY
                       ELSE
                           DISPLAY "NOTIFY-HISTORY (NOTIFHST) is "
                               "larger than the history table."
                           MOVE 28 TO WS-BATCH-RETURN-CODE
                           MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                       END-IF
                   END-PERFORM
                   CLOSE NOTIFY-HISTORY
               WHEN "35"
                   DISPLAY "NOTIFY-HISTORY (NOTIFHST) not found -- "
                       "first run, no notices suppressed."
               WHEN OTHER
                   DISPLAY "NOTIFY-HISTORY (NOTIFHST) could not be "
                       "opened, file status " WS-HISTORY-FILE-STATUS
                       "."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
           END-EVALUATE.

       1350-READ-HISTORY.
           READ NOTIFY-HISTORY
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-READ.

      * A missing event source is reported and skipped; the others
      * still notify.
       2000-COLLECT-EVENTS.
           PERFORM 2100-COLLECT-EXPIRY-EXTRACT
           PERFORM 2200-COLLECT-LOCKOUTS
           PERFORM 2300-COLLECT-FORCE-CHANGES
           PERFORM 2400-COLLECT-ACK-REJECTIONS.

       2100-COLLECT-EXPIRY-EXTRACT.
           OPEN INPUT WARNING-EXTRACT
           IF WS-WARNING-FILE-STATUS = "00"
               PERFORM 2110-READ-WARNING
               PERFORM UNTIL END-OF-WARNING-EXTRACT
                   MOVE EW-USERID TO WS-NEW-USERID
                   MOVE EW-AGE-DAYS TO WS-NEW-DAYS
                   MOVE EW-LAST-CHANGED TO WS-NEW-DATE
                   EVALUATE TRUE
                       WHEN EW-WARNING
                           MOVE "PWDWARN" TO WS-NEW-EVENT-TYPE
                       WHEN EW-EXPIRED
                           MOVE "PWDEXPIRED" TO WS-NEW-EVENT-TYPE
                       WHEN EW-FORCE-STALE
                           MOVE "FORCECHG" TO WS-NEW-EVENT-TYPE
                       WHEN OTHER
                           MOVE SPACES TO WS-NEW-EVENT-TYPE
                   END-EVALUATE
                   IF WS-NEW-EVENT-TYPE NOT = SPACES
                       PERFORM 2900-ADD-EVENT
                   END-IF
                   PERFORM 2110-READ-WARNING
               END-PERFORM
               CLOSE WARNING-EXTRACT
           ELSE
               DISPLAY "WARNING-EXTRACT (EXPWARN) could not be "
                   "opened, file status " WS-WARNING-FILE-STATUS
                   " -- no expiry notices."
           END-IF.

       2110-READ-WARNING.
           READ WARNING-EXTRACT
               AT END
                   MOVE 'Y' TO WS-WARNING-EOF-FLAG
           END-READ.

      * LOCKOUT keeps every lock until the integrity audit clears
      * it; whether the account is still locked is settled against
      * the master when the notice is written.
       2200-COLLECT-LOCKOUTS.
           OPEN INPUT LOCKOUT-FILE
           IF WS-LOCKOUT-FILE-STATUS = "00"
               PERFORM 2210-READ-LOCKOUT
               PERFORM UNTIL END-OF-LOCKOUT-FILE
                   MOVE LO-USERID TO WS-NEW-USERID
                   MOVE "ACCTLOCK" TO WS-NEW-EVENT-TYPE
                   MOVE ZERO TO WS-NEW-DAYS
                   MOVE LO-LOCKED-DATE TO WS-NEW-DATE
                   PERFORM 2900-ADD-EVENT
                   PERFORM 2210-READ-LOCKOUT
               END-PERFORM
               CLOSE LOCKOUT-FILE
           ELSE
               DISPLAY "LOCKOUT-FILE (LOCKOUT) could not be opened, "
                   "file status " WS-LOCKOUT-FILE-STATUS
                   " -- no lockout notices."
           END-IF.

       2210-READ-LOCKOUT.
           READ LOCKOUT-FILE
               AT END
                   MOVE 'Y' TO WS-LOCKOUT-EOF-FLAG
           END-READ.

       2300-COLLECT-FORCE-CHANGES.
           MOVE LOW-VALUES TO UM-USERID
           START USER-MASTER KEY NOT < UM-USERID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           IF NOT END-OF-USER-MASTER
               PERFORM 2310-READ-MASTER
               PERFORM UNTIL END-OF-USER-MASTER
                   IF UM-FORCE-PENDING AND NOT UM-TERMINATED
                       MOVE UM-USERID TO WS-NEW-USERID
                       MOVE "FORCECHG" TO WS-NEW-EVENT-TYPE
                       MOVE ZERO TO WS-NEW-DAYS
                       MOVE UM-FORCE-DATE TO WS-NEW-DATE
                       PERFORM 2900-ADD-EVENT
                   END-IF
                   PERFORM 2310-READ-MASTER
               END-PERFORM
           END-IF.

       2310-READ-MASTER.
           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-READ.

      * AI-PASSWORD is never moved.
       2400-COLLECT-ACK-REJECTIONS.
           OPEN INPUT ACK-INVENTORY
           IF WS-INVENTORY-FILE-STATUS = "00"
               PERFORM 2410-READ-INVENTORY
               PERFORM UNTIL END-OF-ACK-INVENTORY
                   IF AI-REJECTED
                       MOVE AI-USERID TO WS-NEW-USERID
                       MOVE "ACKREJECT" TO WS-NEW-EVENT-TYPE
                       MOVE ZERO TO WS-NEW-DAYS
                       MOVE AI-FIRST-DATE TO WS-NEW-DATE
                       PERFORM 2900-ADD-EVENT
                   END-IF
                   PERFORM 2410-READ-INVENTORY
               END-PERFORM
               CLOSE ACK-INVENTORY
           ELSE
               DISPLAY "ACK-INVENTORY (ACKCYOT) could not be opened, "
                   "file status " WS-INVENTORY-FILE-STATUS
                   " -- no rejection notices."
           END-IF.

       2410-READ-INVENTORY.
           READ ACK-INVENTORY
               AT END
                   MOVE 'Y' TO WS-INVENTORY-EOF-FLAG
           END-READ.

       2900-ADD-EVENT.
           IF WS-NEW-USERID NOT = SPACES
               SET WS-EVT-IDX TO 1
               SEARCH WS-EVENT-ENTRY
                   VARYING WS-EVT-IDX
                   AT END
                       ADD 1 TO WS-EVENT-OVERFLOW
                   WHEN WS-EVT-IDX > WS-EVENT-COUNT
                       ADD 1 TO WS-EVENT-COUNT
                       MOVE WS-NEW-USERID
                           TO WS-EV-USERID(WS-EVENT-COUNT)
                       MOVE WS-NEW-EVENT-TYPE
                           TO WS-EV-EVENT-TYPE(WS-EVENT-COUNT)
                       MOVE WS-NEW-DAYS TO WS-EV-DAYS(WS-EVENT-COUNT)
                       MOVE WS-NEW-DATE TO WS-EV-DATE(WS-EVENT-COUNT)
                   WHEN WS-EV-USERID(WS-EVT-IDX) = WS-NEW-USERID AND
                        WS-EV-EVENT-TYPE(WS-EVT-IDX) =
                            WS-NEW-EVENT-TYPE
                       IF WS-NEW-EVENT-TYPE = "ACCTLOCK" AND
                          WS-NEW-DATE > WS-EV-DATE(WS-EVT-IDX)
                           MOVE WS-NEW-DATE TO WS-EV-DATE(WS-EVT-IDX)
                       END-IF
               END-SEARCH
           END-IF.

       3000-WRITE-HEADER.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-HDR-RUN-DATE
           MOVE WS-RUN-TIMESTAMP(9:6) TO WS-HDR-RUN-TIME
           WRITE NOTIFY-OUTPUT-RECORD FROM WS-HEADER-RECORD.

       4000-NOTIFY-EVENTS.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EVENT-COUNT
               MOVE WS-EV-USERID(WS-SCAN-IDX) TO WS-NEW-USERID
               MOVE WS-EV-EVENT-TYPE(WS-SCAN-IDX) TO WS-NEW-EVENT-TYPE
               MOVE WS-EV-DAYS(WS-SCAN-IDX) TO WS-NEW-DAYS
               MOVE WS-EV-DATE(WS-SCAN-IDX) TO WS-NEW-DATE
               PERFORM 4100-NOTIFY-ONE
           END-PERFORM.

      * The master settles whether the user may be told at all and
      * whether the condition still stands; the history settles
      * whether the user has been told too recently.
       4100-NOTIFY-ONE.
           MOVE 'N' TO WS-SKIP-FLAG
           MOVE WS-NEW-USERID TO UM-USERID
           READ USER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   MOVE 'Y' TO WS-SKIP-FLAG
           END-READ

           IF NOT SKIP-THIS-EVENT AND UM-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
               MOVE 'Y' TO WS-SKIP-FLAG
           END-IF

           IF NOT SKIP-THIS-EVENT
               EVALUATE WS-NEW-EVENT-TYPE
                   WHEN "ACCTLOCK"
                       IF NOT UM-LOCKED
                           MOVE 'Y' TO WS-SKIP-FLAG
                       END-IF
                   WHEN "PWDEXPIRED"
                       IF NOT UM-EXPIRED
                           MOVE 'Y' TO WS-SKIP-FLAG
                       END-IF
                   WHEN "FORCECHG"
                       IF NOT UM-FORCE-PENDING
                           MOVE 'Y' TO WS-SKIP-FLAG
                       END-IF
               END-EVALUATE
               IF SKIP-THIS-EVENT
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           END-IF

           IF NOT SKIP-THIS-EVENT
               PERFORM 4300-CHECK-HISTORY
           END-IF

           IF NOT SKIP-THIS-EVENT
               PERFORM 4400-SELECT-TEMPLATE
           END-IF

           IF NOT SKIP-THIS-EVENT
               PERFORM 4500-FILL-TEMPLATE
               PERFORM 4700-WRITE-NOTICE
               PERFORM 4800-UPDATE-HISTORY
           END-IF.

      * The warning's days remaining are measured against the same
      * department tier the expiry sweep warned from.
       4200-SELECT-MAX-AGE.
           MOVE WS-DFLT-MAX-AGE TO WS-POLICY-MAX-AGE
           IF WS-POLICY-DEPT-COUNT > ZERO AND UM-DEPT NOT = SPACES
               SET WS-POL-IDX TO 1
               SEARCH WS-POLICY-DEPT-ENTRY
                   VARYING WS-POL-IDX
                   AT END
                       CONTINUE
                   WHEN WS-POL-IDX > WS-POLICY-DEPT-COUNT
                       CONTINUE
                   WHEN WS-PT-DEPT(WS-POL-IDX) = UM-DEPT
                       MOVE WS-PT-MAX-AGE(WS-POL-IDX)
                           TO WS-POLICY-MAX-AGE
               END-SEARCH
           END-IF.

      * Suppressed inside the window; a repeat within twice the
      * window continues the run of repeats, anything older starts
      * a new one at level 1.
       4300-CHECK-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND
           MOVE ZERO TO WS-HIST-SLOT
           MOVE 1 TO WS-NEW-REPEAT-COUNT
           MOVE WS-RUN-DATE TO WS-NEW-FIRST-DATE
           SET WS-HIST-IDX TO 1
           SEARCH WS-HIST-ENTRY
               VARYING WS-HIST-IDX
               AT END
                   CONTINUE
               WHEN WS-HIST-IDX > WS-HIST-COUNT
                   CONTINUE
               WHEN WS-HT-USERID(WS-HIST-IDX) = WS-NEW-USERID AND
                    WS-HT-EVENT-TYPE(WS-HIST-IDX) = WS-NEW-EVENT-TYPE
                   MOVE 'Y' TO WS-HIST-FOUND
                   SET WS-HIST-SLOT TO WS-HIST-IDX
           END-SEARCH

           IF WS-HIST-FOUND = 'Y'
               PERFORM 4350-MEASURE-GAP
               IF WS-GAP-DAYS < WS-SUPPRESS-DAYS
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE 'Y' TO WS-SKIP-FLAG
               ELSE
                   IF WS-GAP-DAYS NOT > WS-SUPPRESS-DAYS * 2
                       COMPUTE WS-NEW-REPEAT-COUNT =
                           WS-HT-REPEAT-COUNT(WS-HIST-SLOT) + 1
                       MOVE WS-HT-FIRST-DATE(WS-HIST-SLOT)
                           TO WS-NEW-FIRST-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-NEW-REPEAT-COUNT > WS-ESCALATE-COUNT
               MOVE '2' TO WS-NOTIFY-LEVEL
           ELSE
               MOVE '1' TO WS-NOTIFY-LEVEL
           END-IF.

      * Days since the last notice in the history slot; a history
      * date that is not a real date reads as long ago.
       4350-MEASURE-GAP.
           MOVE ZERO TO WS-LAST-DATE-INT
           IF WS-HT-LAST-DATE(WS-HIST-SLOT) IS NUMERIC
               COMPUTE WS-LAST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-HT-LAST-DATE(WS-HIST-SLOT)))
           END-IF
           IF WS-LAST-DATE-INT = ZERO
               MOVE 99999 TO WS-GAP-DAYS
           ELSE
               COMPUTE WS-GAP-DAYS =
                   WS-RUN-DATE-INT - WS-LAST-DATE-INT
           END-IF.

      * An escalation with no level 2 template falls back to the
      * level 1 wording; no template at all is not sent.
       4400-SELECT-TEMPLATE.
           MOVE SPACES TO WS-SELECTED-SUBJECT
           MOVE SPACES TO WS-SELECTED-TEXT
           PERFORM 4450-FIND-TEMPLATE
           IF WS-SELECTED-TEXT = SPACES AND WS-NOTIFY-LEVEL = '2'
               MOVE '1' TO WS-NOTIFY-LEVEL
               PERFORM 4450-FIND-TEMPLATE
           END-IF
           IF WS-SELECTED-TEXT = SPACES
               ADD 1 TO WS-NO-TEMPLATE-COUNT
               MOVE 'Y' TO WS-SKIP-FLAG
           END-IF.

       4450-FIND-TEMPLATE.
           SET WS-TPL-IDX TO 1
           SEARCH WS-TEMPLATE-ENTRY
               VARYING WS-TPL-IDX
               AT END
                   CONTINUE
               WHEN WS-TPL-IDX > WS-TEMPLATE-COUNT
                   CONTINUE
               WHEN WS-TT-EVENT-TYPE(WS-TPL-IDX) = WS-NEW-EVENT-TYPE
                    AND WS-TT-LEVEL(WS-TPL-IDX) = WS-NOTIFY-LEVEL
                   MOVE WS-TT-SUBJECT(WS-TPL-IDX)
                       TO WS-SELECTED-SUBJECT
                   MOVE WS-TT-TEXT(WS-TPL-IDX) TO WS-SELECTED-TEXT
           END-SEARCH.

      * Placeholder values: the name from the master, the days
      * remaining (warnings -- the password's age for other events),
      * and the event date as YYYY-MM-DD.
       4500-FILL-TEMPLATE.
           MOVE UM-NAME TO WS-FILL-NAME
           IF WS-NEW-EVENT-TYPE = "PWDWARN"
               PERFORM 4200-SELECT-MAX-AGE
               COMPUTE WS-DAYS-LEFT = WS-POLICY-MAX-AGE - WS-NEW-DAYS
               IF WS-DAYS-LEFT < ZERO
                   MOVE ZERO TO WS-DAYS-LEFT
               END-IF
               MOVE WS-DAYS-LEFT TO WS-ED-DAYS
           ELSE
               MOVE WS-NEW-DAYS TO WS-ED-DAYS
           END-IF
           MOVE FUNCTION TRIM(WS-ED-DAYS) TO WS-FILL-DAYS
           IF WS-NEW-DATE IS NUMERIC
               STRING WS-NEW-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NEW-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NEW-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-FILL-DATE
               END-STRING
           ELSE
               MOVE WS-NEW-DATE TO WS-FILL-DATE
           END-IF

           MOVE WS-SELECTED-SUBJECT TO WS-TPL-WORK
           PERFORM 4600-FILL-PLACEHOLDERS
           MOVE WS-FILL-WORK TO WS-SELECTED-SUBJECT
           MOVE WS-SELECTED-TEXT TO WS-TPL-WORK
           PERFORM 4600-FILL-PLACEHOLDERS
           MOVE WS-FILL-WORK TO WS-SELECTED-TEXT.

      * Copies WS-TPL-WORK to WS-FILL-WORK a character at a time,
      * replacing each placeholder with its value. Text that would
      * run past the end is cut off.
       4600-FILL-PLACEHOLDERS.
           MOVE SPACES TO WS-FILL-WORK
           MOVE 1 TO WS-FILL-PTR
           MOVE 1 TO WS-TPL-POS
           PERFORM UNTIL WS-TPL-POS > 200 OR WS-FILL-PTR > 200
               EVALUATE TRUE
                   WHEN WS-TPL-POS < 196 AND
                        WS-TPL-WORK(WS-TPL-POS:6) = "{NAME}"
                       STRING FUNCTION TRIM(WS-FILL-NAME)
                               DELIMITED BY SIZE
                           INTO WS-FILL-WORK
                           WITH POINTER WS-FILL-PTR
                       END-STRING
                       ADD 6 TO WS-TPL-POS
                   WHEN WS-TPL-POS < 196 AND
                        WS-TPL-WORK(WS-TPL-POS:6) = "{DAYS}"
                       STRING FUNCTION TRIM(WS-FILL-DAYS)
                               DELIMITED BY SIZE
                           INTO WS-FILL-WORK
                           WITH POINTER WS-FILL-PTR
                       END-STRING
                       ADD 6 TO WS-TPL-POS
                   WHEN WS-TPL-POS < 196 AND
                        WS-TPL-WORK(WS-TPL-POS:6) = "{DATE}"
                       STRING FUNCTION TRIM(WS-FILL-DATE)
                               DELIMITED BY SIZE
                           INTO WS-FILL-WORK
                           WITH POINTER WS-FILL-PTR
                       END-STRING
                       ADD 6 TO WS-TPL-POS
                   WHEN WS-TPL-POS < 194 AND
                        WS-TPL-WORK(WS-TPL-POS:8) = "{USERID}"
                       STRING FUNCTION TRIM(WS-NEW-USERID)
                               DELIMITED BY SIZE
                           INTO WS-FILL-WORK
                           WITH POINTER WS-FILL-PTR
                       END-STRING
                       ADD 8 TO WS-TPL-POS
                   WHEN OTHER
                       MOVE WS-TPL-WORK(WS-TPL-POS:1)
                           TO WS-FILL-WORK(WS-FILL-PTR:1)
                       ADD 1 TO WS-FILL-PTR
                       ADD 1 TO WS-TPL-POS
               END-EVALUATE
           END-PERFORM.

       4700-WRITE-NOTICE.
           INITIALIZE WS-NOTICE-RECORD
           MOVE "NTF" TO WS-NTC-REC-TYPE
           MOVE WS-NEW-USERID TO WS-NTC-USERID
           MOVE UM-NAME TO WS-NTC-NAME
           MOVE UM-DEPT TO WS-NTC-DEPT
           MOVE WS-NEW-EVENT-TYPE TO WS-NTC-EVENT-TYPE
           MOVE WS-NOTIFY-LEVEL TO WS-NTC-LEVEL
           MOVE WS-RUN-DATE TO WS-NTC-RUN-DATE
           MOVE WS-SELECTED-SUBJECT TO WS-NTC-SUBJECT
           MOVE WS-SELECTED-TEXT TO WS-NTC-TEXT
           WRITE NOTIFY-OUTPUT-RECORD FROM WS-NOTICE-RECORD
           ADD 1 TO WS-SENT-COUNT
           IF WS-NOTIFY-LEVEL = '2'
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF.

      * A notice the full history table cannot record is still
      * sent; it simply may be repeated before the window is up.
       4800-UPDATE-HISTORY.
           IF WS-HIST-FOUND = 'N'
               IF WS-HIST-COUNT <
                       FUNCTION LENGTH(WS-HIST-TABLE) /
                       FUNCTION LENGTH(WS-HIST-ENTRY(1))
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-HIST-SLOT
                   MOVE WS-NEW-USERID TO WS-HT-USERID(WS-HIST-SLOT)
                   MOVE WS-NEW-EVENT-TYPE
                       TO WS-HT-EVENT-TYPE(WS-HIST-SLOT)
               ELSE
                   ADD 1 TO WS-HIST-OVERFLOW
               END-IF
           END-IF
           IF WS-HIST-SLOT > ZERO
               MOVE WS-NEW-FIRST-DATE TO WS-HT-FIRST-DATE(WS-HIST-SLOT)
               MOVE WS-RUN-DATE TO WS-HT-LAST-DATE(WS-HIST-SLOT)
               MOVE WS-NEW-REPEAT-COUNT
                   TO WS-HT-REPEAT-COUNT(WS-HIST-SLOT)
               MOVE WS-NOTIFY-LEVEL TO WS-HT-LEVEL(WS-HIST-SLOT)
           END-IF.

      * NOTIFOUT is closed before NOTIFHST is rewritten, so the
      * history never runs ahead of what reached the gateway file.
       5000-WRITE-TRAILER.
           MOVE WS-SENT-COUNT TO WS-TRL-NOTICE-COUNT
           WRITE NOTIFY-OUTPUT-RECORD FROM WS-TRAILER-RECORD
           CLOSE NOTIFY-OUTPUT
           MOVE 'N' TO WS-OUTPUT-FILE-OPEN.

      * Entries whose last notice is older than twice the window
      * can no longer suppress or continue a run, and are dropped.
       6000-SAVE-HISTORY.
           OPEN OUTPUT NOTIFY-HISTORY
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NOTIFY-HISTORY (NOTIFHST) could not be "
                   "rewritten, file status " WS-HISTORY-FILE-STATUS
                   " -- tonight's notices may be repeated."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           ELSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-HIST-COUNT
                   MOVE WS-SCAN-IDX TO WS-HIST-SLOT
                   PERFORM 4350-MEASURE-GAP
                   IF WS-GAP-DAYS NOT > WS-SUPPRESS-DAYS * 2
                       INITIALIZE NOTIFY-HISTORY-RECORD
                       MOVE WS-HT-USERID(WS-SCAN-IDX) TO NH-USERID
                       MOVE WS-HT-EVENT-TYPE(WS-SCAN-IDX)
                           TO NH-EVENT-TYPE
                       MOVE WS-HT-FIRST-DATE(WS-SCAN-IDX)
                           TO NH-FIRST-DATE
                       MOVE WS-HT-LAST-DATE(WS-SCAN-IDX)
                           TO NH-LAST-DATE
                       MOVE WS-HT-REPEAT-COUNT(WS-SCAN-IDX)
                           TO NH-REPEAT-COUNT
                       MOVE WS-HT-LEVEL(WS-SCAN-IDX) TO NH-LEVEL
                       WRITE NOTIFY-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE NOTIFY-HISTORY
           END-IF.

       9000-TERMINATE.
           IF WS-MASTER-FILE-OPEN = 'Y'
               CLOSE USER-MASTER
           END-IF
           IF WS-OUTPUT-FILE-OPEN = 'Y'
               CLOSE NOTIFY-OUTPUT
           END-IF

           DISPLAY "Events collected:        " WS-EVENT-COUNT
           DISPLAY "Notices sent:            " WS-SENT-COUNT
           DISPLAY "  of which escalated:    " WS-ESCALATED-COUNT
           DISPLAY "Suppressed, told lately: " WS-SUPPRESSED-COUNT
           DISPLAY "Terminated, not told:    " WS-TERMINATED-COUNT
           DISPLAY "Not on USRMSTR:          " WS-NOT-ON-MASTER-COUNT
           DISPLAY "Condition since cleared: " WS-CLEARED-COUNT
           DISPLAY "No template, not sent:   " WS-NO-TEMPLATE-COUNT
           IF WS-EVENT-OVERFLOW > ZERO
               DISPLAY "Event table overflow -- events not notified: "
                   WS-EVENT-OVERFLOW
           END-IF
           IF WS-HIST-OVERFLOW > ZERO
               DISPLAY "History table overflow -- notices not "
                   "recorded: " WS-HIST-OVERFLOW
           END-IF
           IF WS-TEMPLATE-OVERFLOW > ZERO
               DISPLAY "Template table overflow -- templates "
                   "ignored: " WS-TEMPLATE-OVERFLOW
           END-IF
           IF WS-POLICY-OVERFLOW > ZERO
               DISPLAY "Policy table overflow -- department tiers "
                   "ignored: " WS-POLICY-OVERFLOW
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO
               IF WS-NO-TEMPLATE-COUNT > ZERO OR
                  WS-EVENT-OVERFLOW > ZERO OR
                  WS-HIST-OVERFLOW > ZERO OR
                  WS-TEMPLATE-OVERFLOW > ZERO
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
           MOVE "SENT    " TO RN-COUNT-LABEL(1)
           MOVE WS-SENT-COUNT TO RN-COUNT(1)
           MOVE "SUPPRESS" TO RN-COUNT-LABEL(2)
           MOVE WS-SUPPRESSED-COUNT TO RN-COUNT(2)
           MOVE "ESCALATE" TO RN-COUNT-LABEL(3)
           MOVE WS-ESCALATED-COUNT TO RN-COUNT(3)
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           MOVE RN-STEP-RETURN-CODE TO RETURN-CODE.
