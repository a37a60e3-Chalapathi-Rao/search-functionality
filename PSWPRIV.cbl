       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrivilegedAccounts.

      * Privileged and break-glass account control. The registry
      * (PRIVREG, maintained by the security office the same way as
      * POLICYIN) names every privileged userid with its class --
      * BREAKGLASS for the sealed emergency ids, ADMIN for standing
      * administrator ids -- its owner, up to five custodians allowed
      * to take the credential, the rotation interval in days and
      * the check-out window in hours.
      *
      * Every time a credential is taken or returned the custodian
      * records it on the transaction file (PRIVTRAN):
      *   CHECKOUT -- who took it, when, why, and the incident
      *               reference (required for a BREAKGLASS id);
      *   CHECKIN  -- who returned it and when;
      *   ROTATE   -- owner or custodian asks for a fresh password
      *               without a check-out (a new registry entry, or
      *               an id past its rotation interval).
      * A check-out is a fact, not a request -- the credential has
      * already been used -- so it is always recorded, and anything
      * wrong with it (taken by someone not on the custodian list,
      * no incident reference, taken while already out) goes on the
      * exception report. Every transaction, with what was done
      * about it, is appended to the usage log (PRIVLOG), the
      * permanent record of who held which credential and why.
      *
      * A returned credential is spent. After check-in the account
      * gets a fresh compliant password exactly as a help-desk reset
      * does: released through the PasswordRules service, generated
      * candidates run through the full rule set until one passes,
      * the force-change flag stamped, the before/after images
      * logged on RESETLOG with action ROTATE, and the clear value
      * written only to the restricted delivery queue (PRIVQUE;
      * allocate it with the same restricted access as RESETQUE)
      * for the owner to seal. A rotation that fails stays pending
      * and is tried again on every run until it succeeds.
      *
      * What is checked out, since when and by whom, when each id
      * was last rotated, and any pending rotation are carried from
      * run to run on the state file (PRIVST), rewritten whole each
      * run. The daily exception report (PRIVEXC) lists the
      * transactions in question, failed rotations, credentials
      * still checked out past their window, and ids past their
      * rotation interval (an id never rotated since it was
      * registered counts as past it).
      *
      * The operator id for the master stamps comes from the
      * command line and defaults to PRIVACCT. A registry that cannot
      * be read, or a state file that exists but cannot be read, is a
      * hard failure (return code 28) and nothing is applied. Ends
      * with return code 4 when the exception report lists anything.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIV-REGISTRY ASSIGN TO "PRIVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT PRIV-STATE ASSIGN TO "PRIVST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.

           SELECT PRIV-TRANSACTIONS ASSIGN TO "PRIVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT PRIV-USAGE-LOG ASSIGN TO "PRIVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-FILE-STATUS.

           SELECT PRIV-QUEUE ASSIGN TO "PRIVQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT RESET-LOG ASSIGN TO "RESETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO "PRIVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per privileged userid. A zero or non-numeric
      * rotation interval or check-out window takes the built-in
      * default below.
       FD  PRIV-REGISTRY.
       01  PRIV-REGISTRY-RECORD.
           05 PR-USERID              PIC X(8).
           05 PR-CLASS               PIC X(10).
              88 PR-BREAKGLASS             VALUE "BREAKGLASS".
              88 PR-ADMIN                  VALUE "ADMIN".
           05 PR-OWNER               PIC X(8).
           05 PR-CUSTODIAN           PIC X(8) OCCURS 5 TIMES.
           05 PR-ROTATE-DAYS         PIC 9(3).
           05 PR-WINDOW-HOURS        PIC 9(3).
           05 PR-FILLER              PIC X(8).

      * One record per registered userid as of the end of the last
      * run.
       FD  PRIV-STATE.
       01  PRIV-STATE-RECORD.
           05 PS-USERID              PIC X(8).
           05 PS-OUT-FLAG            PIC X(1).
           05 PS-OUT-BY              PIC X(8).
           05 PS-OUT-DATE            PIC X(8).
           05 PS-OUT-TIME            PIC X(4).
           05 PS-OUT-REASON          PIC X(40).
           05 PS-OUT-INCIDENT        PIC X(12).
           05 PS-LAST-ROTATED        PIC X(8).
           05 PS-ROTATE-PENDING      PIC X(1).
           05 PS-FILLER              PIC X(10).

      * Date YYYYMMDD and time HHMM of the event; left blank they
      * default to the time of the run.
       FD  PRIV-TRANSACTIONS.
       01  PRIV-TRAN-RECORD.
           05 PT-ACTION              PIC X(8).
              88 PT-CHECKOUT               VALUE "CHECKOUT".
              88 PT-CHECKIN                VALUE "CHECKIN".
              88 PT-ROTATE                 VALUE "ROTATE".
           05 PT-USERID              PIC X(8).
           05 PT-CUSTODIAN           PIC X(8).
           05 PT-DATE                PIC X(8).
           05 PT-TIME                PIC X(4).
           05 PT-REASON              PIC X(40).
           05 PT-INCIDENT            PIC X(12).
           05 PT-FILLER              PIC X(12).

      * On a CHECKIN, PL-OUT-BY / PL-OUT-DATE / PL-OUT-TIME and the
      * reason and incident are those of the check-out it closes.
       FD  PRIV-USAGE-LOG.
       01  PRIV-USAGE-RECORD.
           05 PL-TIMESTAMP           PIC X(21).
           05 PL-ACTION              PIC X(8).
           05 PL-USERID              PIC X(8).
           05 PL-CUSTODIAN           PIC X(8).
           05 PL-DATE                PIC X(8).
           05 PL-TIME                PIC X(4).
           05 PL-REASON              PIC X(40).
           05 PL-INCIDENT            PIC X(12).
           05 PL-OUT-BY              PIC X(8).
           05 PL-OUT-DATE            PIC X(8).
           05 PL-OUT-TIME            PIC X(4).
           05 PL-RESULT              PIC X(40).

      * Same layout as the help-desk reset delivery queue.
       FD  PRIV-QUEUE.
       01  PRIV-QUEUE-RECORD.
           05 RQ-USERID              PIC X(8).
           05 RQ-PASSWORD            PIC X(20).
           05 RQ-FILLER              PIC X(52).

      * The help-desk reset log, shared: a rotation is logged there
      * as action ROTATE with the same before/after images.
       FD  RESET-LOG.
       01  RESET-LOG-RECORD.
           05 RL-TIMESTAMP           PIC X(21).
           05 RL-OPERATOR            PIC X(8).
           05 RL-ACTION              PIC X(10).
           05 RL-USERID              PIC X(8).
           05 RL-BEFORE-IMAGE        PIC X(80).
           05 RL-AFTER-IMAGE         PIC X(80).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-RECORD  PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-STATE-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-TRAN-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-USAGE-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-QUEUE-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-LOG-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-REGISTRY-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-REGISTRY              VALUE 'Y'.
       01 WS-STATE-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-PRIV-STATE            VALUE 'Y'.
       01 WS-TRAN-EOF-FLAG          PIC X VALUE 'N'.
          88 END-OF-TRANSACTIONS          VALUE 'Y'.
       01 WS-REPORT-FILE-OPEN       PIC X VALUE 'N'.
       01 WS-USAGE-FILE-OPEN        PIC X VALUE 'N'.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-OPERATOR                PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE                PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME                PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-INT           PIC 9(8) VALUE ZERO.
       01 WS-DATE-INT               PIC 9(8) VALUE ZERO.

      * Built-in defaults for a registry entry with no interval or
      * window of its own.
       01 WS-DFLT-ROTATE-DAYS       PIC 9(3) VALUE 90.
       01 WS-DFLT-WINDOW-HOURS      PIC 9(3) VALUE 8.

      * The registry, with each id's state from PRIVST merged in.
       01 WS-REG-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-REG-IDX.
              10 WS-RG-USERID        PIC X(8).
              10 WS-RG-CLASS         PIC X(10).
              10 WS-RG-OWNER         PIC X(8).
              10 WS-RG-CUSTODIAN     PIC X(8) OCCURS 5 TIMES.
              10 WS-RG-ROTATE-DAYS   PIC 9(3).
              10 WS-RG-WINDOW-HOURS  PIC 9(3).
              10 WS-RG-OUT-FLAG      PIC X(1).
                 88 WS-RG-CHECKED-OUT      VALUE 'Y'.
              10 WS-RG-OUT-BY        PIC X(8).
              10 WS-RG-OUT-DATE      PIC X(8).
              10 WS-RG-OUT-TIME      PIC X(4).
              10 WS-RG-OUT-REASON    PIC X(40).
              10 WS-RG-OUT-INCIDENT  PIC X(12).
              10 WS-RG-LAST-ROTATED  PIC X(8).
              10 WS-RG-ROTATE-PENDING PIC X(1).
                 88 WS-RG-ROTATION-DUE     VALUE 'Y'.
       01 WS-REG-SLOT                PIC 9(4) VALUE ZERO.
       01 WS-SCAN-IDX                PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX                PIC 9(1) VALUE ZERO.
       01 WS-LOOKUP-USERID          PIC X(8) VALUE SPACES.
       01 WS-CUSTODIAN-OK           PIC X VALUE 'N'.

      * Transaction working fields.
       01 WS-TRAN-DATE               PIC X(8) VALUE SPACES.
       01 WS-TRAN-TIME               PIC X(4) VALUE SPACES.
       01 WS-TRAN-RESULT            PIC X(40) VALUE SPACES.
       01 WS-EXCEPTION-TEXT         PIC X(40) VALUE SPACES.
       01 WS-SECTION-COUNT          PIC 9(8) VALUE ZERO.

      * Elapsed time of a check-out, in minutes.
       01 WS-OUT-MINUTES            PIC S9(9) VALUE ZERO.
       01 WS-RUN-MINUTE-OF-DAY      PIC 9(4) VALUE ZERO.
       01 WS-OUT-MINUTE-OF-DAY      PIC 9(4) VALUE ZERO.
       01 WS-OUT-HOURS              PIC 9(6) VALUE ZERO.
       01 WS-ROTATE-AGE             PIC 9(6) VALUE ZERO.
       01 WS-ED-HOURS               PIC ZZZZZ9.
       01 WS-ED-LIMIT               PIC ZZ9.
       01 WS-ED-COUNT               PIC ZZZZZZZ9.

      * Rotation, as in the help-desk reset: the same candidate
      * shell around six digits varied per rotation and per attempt,
      * seeded from the run's clock.
       01 WS-ROTATE-OK               PIC X VALUE 'Y'.
       01 WS-ROTATE-REASON          PIC X(40) VALUE SPACES.
       01 WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.
       01 WS-AFTER-IMAGE            PIC X(80) VALUE SPACES.
       01 WS-SEED                    PIC 9(8) VALUE ZERO.
       01 WS-CAND-NUM                PIC 9(6) VALUE ZERO.
       01 WS-CAND-DIGITS             PIC 9(6) VALUE ZERO.
       01 WS-CANDIDATE               PIC X(20) VALUE SPACES.
       01 WS-ATTEMPT                 PIC 9(2) VALUE ZERO.
       01 WS-MAX-ATTEMPTS           PIC 9(2) VALUE 10.
       01 WS-PASSWORD-SET           PIC X VALUE 'N'.
       01 WS-ROTATE-SEQ              PIC 9(8) VALUE ZERO.
       01 WS-PENDING-COUNT          PIC 9(8) VALUE ZERO.

      * Parameter area for the PasswordRules validation service; the
      * RELEASE and FORCE-CHANGE requests are described in the
      * copybook.
           COPY PSWPARM.

       01 WS-TRAN-COUNT              PIC 9(8) VALUE ZERO.
       01 WS-CHECKOUT-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-CHECKIN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-ROTATED-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-EXCEPTION-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-REG-REJECT-COUNT       PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 2000-APPLY-TRANSACTIONS
               PERFORM 3000-ROTATE-PENDING
               PERFORM 4000-CHECK-WINDOWS
               PERFORM 4500-CHECK-ROTATION-AGE
               PERFORM 6000-SAVE-STATE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           COMPUTE WS-RUN-MINUTE-OF-DAY =
               FUNCTION NUMVAL(WS-RUN-TIME(1:2)) * 60 +
               FUNCTION NUMVAL(WS-RUN-TIME(3:2))
           COMPUTE WS-SEED =
               FUNCTION MOD(FUNCTION NUMVAL(WS-RUN-TIME) * 1009,
                   99999999)

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-OPERATOR
           IF WS-OPERATOR = SPACES
               MOVE "PRIVACCT" TO WS-OPERATOR
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT
           MOVE 'Y' TO WS-REPORT-FILE-OPEN
           INITIALIZE EXCEPTION-REPORT-RECORD
           STRING "PRIVILEGED ACCOUNT EXCEPTIONS -- " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIME(1:4) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING
           WRITE EXCEPTION-REPORT-RECORD
           INITIALIZE EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           PERFORM 1100-LOAD-REGISTRY
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 1300-LOAD-STATE
           END-IF.

      * Entries are checked as they load; a bad entry is listed and
      * left out, so its userid is treated as unregistered until it
      * is corrected.
       1100-LOAD-REGISTRY.
           MOVE "REGISTRY ENTRIES REJECTED" TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE ZERO TO WS-SECTION-COUNT
           OPEN INPUT PRIV-REGISTRY
           IF WS-REGISTRY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTRY
                   READ PRIV-REGISTRY
                       AT END
                           MOVE 'Y' TO WS-REGISTRY-EOF-FLAG
                       NOT AT END
                           PERFORM 1200-STORE-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PRIV-REGISTRY
               PERFORM 8100-END-SECTION
           ELSE
               DISPLAY "PRIV-REGISTRY (PRIVREG) could not be opened, "
                   "file status " WS-REGISTRY-FILE-STATUS "."
               MOVE "  PRIVREG COULD NOT BE OPENED -- RUN STOPPED"
                   TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF.

       1200-STORE-REGISTRY-ENTRY.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE PR-USERID TO WS-LOOKUP-USERID
           PERFORM 7000-FIND-REGISTERED
           EVALUATE TRUE
               WHEN PR-USERID = SPACES
                   MOVE "NO USERID" TO WS-EXCEPTION-TEXT
               WHEN NOT PR-BREAKGLASS AND NOT PR-ADMIN
                   MOVE "CLASS NOT BREAKGLASS OR ADMIN"
                       TO WS-EXCEPTION-TEXT
               WHEN PR-OWNER = SPACES
                   MOVE "NO OWNER" TO WS-EXCEPTION-TEXT
               WHEN WS-REG-SLOT > ZERO
                   MOVE "DUPLICATE OF AN EARLIER ENTRY"
                       TO WS-EXCEPTION-TEXT
               WHEN WS-REG-COUNT NOT <
                       FUNCTION LENGTH(WS-REG-TABLE) /
                       FUNCTION LENGTH(WS-REG-ENTRY(1))
                   MOVE "REGISTRY TABLE FULL" TO WS-EXCEPTION-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REG-COUNT
                   INITIALIZE WS-REG-ENTRY(WS-REG-COUNT)
                   MOVE PR-USERID TO WS-RG-USERID(WS-REG-COUNT)
                   MOVE PR-CLASS TO WS-RG-CLASS(WS-REG-COUNT)
                   MOVE PR-OWNER TO WS-RG-OWNER(WS-REG-COUNT)
                   PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                           UNTIL WS-CUST-IDX > 5
                       MOVE PR-CUSTODIAN(WS-CUST-IDX)
                           TO WS-RG-CUSTODIAN(WS-REG-COUNT, WS-CUST-IDX)
                   END-PERFORM
                   MOVE WS-DFLT-ROTATE-DAYS
                       TO WS-RG-ROTATE-DAYS(WS-REG-COUNT)
                   IF PR-ROTATE-DAYS IS NUMERIC AND
                      PR-ROTATE-DAYS > ZERO
                       MOVE PR-ROTATE-DAYS
                           TO WS-RG-ROTATE-DAYS(WS-REG-COUNT)
                   END-IF
                   MOVE WS-DFLT-WINDOW-HOURS
                       TO WS-RG-WINDOW-HOURS(WS-REG-COUNT)
                   IF PR-WINDOW-HOURS IS NUMERIC AND
                      PR-WINDOW-HOURS > ZERO
                       MOVE PR-WINDOW-HOURS
                           TO WS-RG-WINDOW-HOURS(WS-REG-COUNT)
                   END-IF
                   MOVE 'N' TO WS-RG-OUT-FLAG(WS-REG-COUNT)
                   MOVE 'N' TO WS-RG-ROTATE-PENDING(WS-REG-COUNT)
           END-EVALUATE
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-REG-REJECT-COUNT
               INITIALIZE EXCEPTION-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   PR-USERID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PR-CLASS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      * No state file simply means nothing has been checked out or
      * rotated under this job yet. State for an id no longer on the
      * registry is dropped; a credential dropped while still out is
      * reported, since nobody will now chase its return.
       1300-LOAD-STATE.
           OPEN INPUT PRIV-STATE
           EVALUATE WS-STATE-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PRIV-STATE
                       READ PRIV-STATE
                           AT END
                               MOVE 'Y' TO WS-STATE-EOF-FLAG
                           NOT AT END
                               PERFORM 1400-MERGE-STATE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PRIV-STATE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PRIV-STATE (PRIVST) could not be opened, "
                       "file status " WS-STATE-FILE-STATUS "."
                   INITIALIZE EXCEPTION-REPORT-RECORD
                   MOVE "  PRIVST COULD NOT BE READ -- RUN STOPPED"
                       TO EXCEPTION-REPORT-RECORD
                   WRITE EXCEPTION-REPORT-RECORD
                   MOVE 28 TO WS-BATCH-RETURN-CODE
           END-EVALUATE.

       1400-MERGE-STATE-RECORD.
           MOVE PS-USERID TO WS-LOOKUP-USERID
           PERFORM 7000-FIND-REGISTERED
           IF WS-REG-SLOT > ZERO
               MOVE PS-OUT-FLAG TO WS-RG-OUT-FLAG(WS-REG-SLOT)
               MOVE PS-OUT-BY TO WS-RG-OUT-BY(WS-REG-SLOT)
               MOVE PS-OUT-DATE TO WS-RG-OUT-DATE(WS-REG-SLOT)
               MOVE PS-OUT-TIME TO WS-RG-OUT-TIME(WS-REG-SLOT)
               MOVE PS-OUT-REASON TO WS-RG-OUT-REASON(WS-REG-SLOT)
               MOVE PS-OUT-INCIDENT TO WS-RG-OUT-INCIDENT(WS-REG-SLOT)
               MOVE PS-LAST-ROTATED TO WS-RG-LAST-ROTATED(WS-REG-SLOT)
               MOVE PS-ROTATE-PENDING
                   TO WS-RG-ROTATE-PENDING(WS-REG-SLOT)
           ELSE
               IF PS-OUT-FLAG = 'Y'
                   INITIALIZE EXCEPTION-REPORT-RECORD
                   STRING "  " DELIMITED BY SIZE
                       PS-USERID DELIMITED BY SIZE
                       " DROPPED FROM REGISTRY WHILE CHECKED OUT BY "
                           DELIMITED BY SIZE
                       PS-OUT-BY DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-RECORD
                   END-STRING
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

      * Transactions are applied in file order and each is logged.
       2000-APPLY-TRANSACTIONS.
           INITIALIZE EXCEPTION-REPORT-RECORD
           MOVE "CHECK-OUT / CHECK-IN EXCEPTIONS"
               TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE ZERO TO WS-SECTION-COUNT

           OPEN EXTEND PRIV-USAGE-LOG
           IF WS-USAGE-FILE-STATUS = "35"
               OPEN OUTPUT PRIV-USAGE-LOG
           END-IF
           MOVE 'Y' TO WS-USAGE-FILE-OPEN

           OPEN INPUT PRIV-TRANSACTIONS
           IF WS-TRAN-FILE-STATUS = "00"
               PERFORM 2100-READ-TRANSACTION
               PERFORM UNTIL END-OF-TRANSACTIONS
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM 2200-APPLY-ONE-TRANSACTION
                   PERFORM 2100-READ-TRANSACTION
               END-PERFORM
               CLOSE PRIV-TRANSACTIONS
           ELSE
               DISPLAY "PRIV-TRANSACTIONS (PRIVTRAN) could not be "
                   "opened, file status " WS-TRAN-FILE-STATUS
                   " -- no transactions applied."
           END-IF
           PERFORM 8100-END-SECTION.

       2100-READ-TRANSACTION.
           READ PRIV-TRANSACTIONS
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG
           END-READ.

       2200-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-RESULT
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE PT-DATE TO WS-TRAN-DATE
           IF WS-TRAN-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TRAN-DATE
           END-IF
           MOVE PT-TIME TO WS-TRAN-TIME
           IF WS-TRAN-TIME = SPACES
               MOVE WS-RUN-TIME(1:4) TO WS-TRAN-TIME
           END-IF
           MOVE PT-USERID TO WS-LOOKUP-USERID
           PERFORM 7000-FIND-REGISTERED
           IF WS-REG-SLOT > ZERO
               PERFORM 7100-CHECK-CUSTODIAN
           END-IF

           INITIALIZE PRIV-USAGE-RECORD
           EVALUATE TRUE
               WHEN NOT PT-CHECKOUT AND NOT PT-CHECKIN AND
                    NOT PT-ROTATE
                   MOVE "REJECTED -- UNKNOWN ACTION" TO WS-TRAN-RESULT
                   MOVE WS-TRAN-RESULT TO WS-EXCEPTION-TEXT
               WHEN WS-REG-SLOT = ZERO
                   MOVE "REJECTED -- USERID NOT REGISTERED"
                       TO WS-TRAN-RESULT
                   MOVE WS-TRAN-RESULT TO WS-EXCEPTION-TEXT
               WHEN WS-TRAN-DATE IS NOT NUMERIC OR
                    WS-TRAN-TIME IS NOT NUMERIC OR
                    WS-TRAN-DATE(5:2) < "01" OR
                    WS-TRAN-DATE(5:2) > "12" OR
                    WS-TRAN-DATE(7:2) < "01" OR
                    WS-TRAN-DATE(7:2) > "31" OR
                    WS-TRAN-TIME(1:2) > "23" OR
                    WS-TRAN-TIME(3:2) > "59"
                   MOVE "REJECTED -- DATE OR TIME INVALID"
                       TO WS-TRAN-RESULT
                   MOVE WS-TRAN-RESULT TO WS-EXCEPTION-TEXT
               WHEN PT-CHECKOUT
                   PERFORM 2300-CHECK-OUT
               WHEN PT-CHECKIN
                   PERFORM 2400-CHECK-IN
               WHEN OTHER
                   PERFORM 2500-REQUEST-ROTATION
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO PL-TIMESTAMP
           MOVE PT-ACTION TO PL-ACTION
           MOVE PT-USERID TO PL-USERID
           MOVE PT-CUSTODIAN TO PL-CUSTODIAN
           MOVE WS-TRAN-DATE TO PL-DATE
           MOVE WS-TRAN-TIME TO PL-TIME
           IF NOT PT-CHECKIN
               MOVE PT-REASON TO PL-REASON
               MOVE PT-INCIDENT TO PL-INCIDENT
           END-IF
           MOVE WS-TRAN-RESULT TO PL-RESULT
           WRITE PRIV-USAGE-RECORD

           IF WS-EXCEPTION-TEXT NOT = SPACES
               INITIALIZE EXCEPTION-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   PT-USERID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PT-ACTION DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   PT-CUSTODIAN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TRAN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TRAN-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION
               IF PT-CHECKOUT AND PT-REASON NOT = SPACES
                   INITIALIZE EXCEPTION-REPORT-RECORD
                   STRING "           REASON: " DELIMITED BY SIZE
                       PT-REASON DELIMITED BY SIZE
                       "  INCIDENT: " DELIMITED BY SIZE
                       PT-INCIDENT DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-RECORD
                   END-STRING
                   WRITE EXCEPTION-REPORT-RECORD
               END-IF
           END-IF.

      * The credential has been taken whatever is wrong with the
      * record of it; only a second check-out of a credential
      * already out leaves the first one standing.
       2300-CHECK-OUT.
           EVALUATE TRUE
               WHEN WS-RG-CHECKED-OUT(WS-REG-SLOT)
                   STRING "ALREADY OUT TO " DELIMITED BY SIZE
                       WS-RG-OUT-BY(WS-REG-SLOT) DELIMITED BY SPACE
                       " SINCE " DELIMITED BY SIZE
                       WS-RG-OUT-DATE(WS-REG-SLOT) DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                   END-STRING
                   MOVE WS-EXCEPTION-TEXT TO WS-TRAN-RESULT
               WHEN OTHER
                   ADD 1 TO WS-CHECKOUT-COUNT
                   MOVE 'Y' TO WS-RG-OUT-FLAG(WS-REG-SLOT)
                   MOVE PT-CUSTODIAN TO WS-RG-OUT-BY(WS-REG-SLOT)
                   MOVE WS-TRAN-DATE TO WS-RG-OUT-DATE(WS-REG-SLOT)
                   MOVE WS-TRAN-TIME TO WS-RG-OUT-TIME(WS-REG-SLOT)
                   MOVE PT-REASON TO WS-RG-OUT-REASON(WS-REG-SLOT)
                   MOVE PT-INCIDENT
                       TO WS-RG-OUT-INCIDENT(WS-REG-SLOT)
                   EVALUATE TRUE
                       WHEN WS-CUSTODIAN-OK = 'N'
                           MOVE "CHECKED OUT -- NOT A CUSTODIAN"
                               TO WS-TRAN-RESULT
                       WHEN PT-REASON = SPACES
                           MOVE "CHECKED OUT -- NO REASON GIVEN"
                               TO WS-TRAN-RESULT
                       WHEN PT-INCIDENT = SPACES AND
                            WS-RG-CLASS(WS-REG-SLOT) = "BREAKGLASS"
                           MOVE "CHECKED OUT -- NO INCIDENT REFERENCE"
                               TO WS-TRAN-RESULT
                       WHEN OTHER
                           MOVE "CHECKED OUT" TO WS-TRAN-RESULT
                   END-EVALUATE
                   IF WS-TRAN-RESULT NOT = "CHECKED OUT"
                       MOVE WS-TRAN-RESULT TO WS-EXCEPTION-TEXT
                   END-IF
           END-EVALUATE.

      * Returning the credential closes the check-out and queues the
      * rotation. A check-in with no check-out on record is still
      * rotated -- whoever returned it has had it.
       2400-CHECK-IN.
           MOVE WS-RG-OUT-BY(WS-REG-SLOT) TO PL-OUT-BY
           MOVE WS-RG-OUT-DATE(WS-REG-SLOT) TO PL-OUT-DATE
           MOVE WS-RG-OUT-TIME(WS-REG-SLOT) TO PL-OUT-TIME
           MOVE WS-RG-OUT-REASON(WS-REG-SLOT) TO PL-REASON
           MOVE WS-RG-OUT-INCIDENT(WS-REG-SLOT) TO PL-INCIDENT
           IF WS-RG-CHECKED-OUT(WS-REG-SLOT)
               MOVE "CHECKED IN -- ROTATION QUEUED" TO WS-TRAN-RESULT
           ELSE
               MOVE "NOT CHECKED OUT -- ROTATION QUEUED"
                   TO WS-TRAN-RESULT
               MOVE WS-TRAN-RESULT TO WS-EXCEPTION-TEXT
           END-IF
           ADD 1 TO WS-CHECKIN-COUNT
           MOVE 'N' TO WS-RG-OUT-FLAG(WS-REG-SLOT)
           MOVE SPACES TO WS-RG-OUT-BY(WS-REG-SLOT)
           MOVE SPACES TO WS-RG-OUT-DATE(WS-REG-SLOT)
           MOVE SPACES TO WS-RG-OUT-TIME(WS-REG-SLOT)
           MOVE SPACES TO WS-RG-OUT-REASON(WS-REG-SLOT)
           MOVE SPACES TO WS-RG-OUT-INCIDENT(WS-REG-SLOT)
           MOVE 'Y' TO WS-RG-ROTATE-PENDING(WS-REG-SLOT).

      * A rotation on request is a request, not a fact: only the
      * owner or a custodian may ask, and not while the credential
      * is out -- the check-in will rotate it.
       2500-REQUEST-ROTATION.
           EVALUATE TRUE
               WHEN WS-CUSTODIAN-OK = 'N'
                   MOVE "REJECTED -- NOT OWNER OR CUSTODIAN"
                       TO WS-TRAN-RESULT
                   MOVE WS-TRAN-RESULT TO WS-EXCEPTION-TEXT
               WHEN WS-RG-CHECKED-OUT(WS-REG-SLOT)
                   MOVE "REJECTED -- CREDENTIAL IS CHECKED OUT"
                       TO WS-TRAN-RESULT
                   MOVE WS-TRAN-RESULT TO WS-EXCEPTION-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-RG-ROTATE-PENDING(WS-REG-SLOT)
                   MOVE "ROTATION QUEUED" TO WS-TRAN-RESULT
           END-EVALUATE.

      * Every pending rotation, this run's and any that failed
      * before, goes through the reset path.
       3000-ROTATE-PENDING.
           INITIALIZE EXCEPTION-REPORT-RECORD
           MOVE "ROTATION FAILURES" TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE ZERO TO WS-SECTION-COUNT

           OPEN OUTPUT PRIV-QUEUE
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REG-COUNT
               IF WS-RG-ROTATION-DUE(WS-SCAN-IDX)
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-PERFORM

           IF WS-PENDING-COUNT > ZERO
               OPEN EXTEND RESET-LOG
               IF WS-LOG-FILE-STATUS = "35"
                   OPEN OUTPUT RESET-LOG
               END-IF
               INITIALIZE VALIDATION-PARM-AREA
               MOVE 'I' TO VP-REQUEST
               CALL "PasswordRules" USING VALIDATION-PARM-AREA
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-REG-COUNT
                   IF WS-RG-ROTATION-DUE(WS-SCAN-IDX)
                       PERFORM 3100-ROTATE-ONE
                   END-IF
               END-PERFORM
               MOVE 'T' TO VP-REQUEST
               CALL "PasswordRules" USING VALIDATION-PARM-AREA
               CLOSE RESET-LOG
           END-IF
           CLOSE PRIV-QUEUE
           PERFORM 8100-END-SECTION.

       3100-ROTATE-ONE.
           MOVE 'Y' TO WS-ROTATE-OK
           MOVE SPACES TO WS-ROTATE-REASON
           ADD 1 TO WS-ROTATE-SEQ

           MOVE 'R' TO VP-REQUEST
           MOVE WS-RG-USERID(WS-SCAN-IDX) TO VP-USERID
           MOVE WS-OPERATOR TO VP-OPERATOR
           CALL "PasswordRules" USING VALIDATION-PARM-AREA
           IF VP-VALID = 'Y'
               MOVE VP-MASTER-IMAGE TO WS-BEFORE-IMAGE
           ELSE
               MOVE 'N' TO WS-ROTATE-OK
               MOVE VP-REJECT-REASON(1:40) TO WS-ROTATE-REASON
           END-IF

           IF WS-ROTATE-OK = 'Y'
               PERFORM 3200-FIND-COMPLIANT-PASSWORD
               IF WS-PASSWORD-SET = 'Y'
                   PERFORM 3400-APPLY-ROTATION
               ELSE
                   MOVE 'N' TO WS-ROTATE-OK
                   MOVE "No compliant candidate found"
                       TO WS-ROTATE-REASON
               END-IF
           END-IF

           INITIALIZE PRIV-USAGE-RECORD
           MOVE FUNCTION CURRENT-DATE TO PL-TIMESTAMP
           MOVE "ROTATED " TO PL-ACTION
           MOVE WS-RG-USERID(WS-SCAN-IDX) TO PL-USERID
           MOVE WS-OPERATOR TO PL-CUSTODIAN
           MOVE WS-RUN-DATE TO PL-DATE
           MOVE WS-RUN-TIME(1:4) TO PL-TIME
           IF WS-ROTATE-OK = 'Y'
               ADD 1 TO WS-ROTATED-COUNT
               MOVE WS-RUN-DATE TO WS-RG-LAST-ROTATED(WS-SCAN-IDX)
               MOVE 'N' TO WS-RG-ROTATE-PENDING(WS-SCAN-IDX)
               MOVE "NEW PASSWORD ISSUED, FORCE-CHANGE SET"
                   TO PL-RESULT
           ELSE
               MOVE WS-ROTATE-REASON TO PL-RESULT
               INITIALIZE EXCEPTION-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-RG-USERID(WS-SCAN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RG-CLASS(WS-SCAN-IDX) DELIMITED BY SIZE
                   " NOT ROTATED, RETRIED NEXT RUN: " DELIMITED BY SIZE
                   WS-ROTATE-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION
           END-IF
           WRITE PRIV-USAGE-RECORD.

      * The full rule set applies, exactly as for a help-desk reset;
      * the accepted candidate is rolled onto the history as the
      * current password by the validation call itself.
       3200-FIND-COMPLIANT-PASSWORD.
           MOVE 'N' TO WS-PASSWORD-SET
           PERFORM VARYING WS-ATTEMPT FROM 1 BY 1
                   UNTIL WS-ATTEMPT > WS-MAX-ATTEMPTS
                      OR WS-PASSWORD-SET = 'Y'
               PERFORM 3300-BUILD-CANDIDATE
               MOVE 'V' TO VP-REQUEST
               MOVE WS-RG-USERID(WS-SCAN-IDX) TO VP-USERID
               MOVE WS-CANDIDATE TO VP-PASSWORD
               CALL "PasswordRules" USING VALIDATION-PARM-AREA
               IF VP-VALID = 'Y'
                   MOVE 'Y' TO WS-PASSWORD-SET
               END-IF
           END-PERFORM.

       3300-BUILD-CANDIDATE.
           COMPUTE WS-CAND-NUM =
               FUNCTION MOD(WS-SEED + WS-ROTATE-SEQ * 9973
                   + WS-ATTEMPT * 131, 1000000)
           MOVE WS-CAND-NUM TO WS-CAND-DIGITS
           MOVE SPACES TO WS-CANDIDATE
           STRING "Kw" WS-CAND-DIGITS "#xq" DELIMITED BY SIZE
               INTO WS-CANDIDATE
           END-STRING.

       3400-APPLY-ROTATION.
           INITIALIZE PRIV-QUEUE-RECORD
           MOVE WS-RG-USERID(WS-SCAN-IDX) TO RQ-USERID
           MOVE WS-CANDIDATE TO RQ-PASSWORD
           WRITE PRIV-QUEUE-RECORD

           MOVE 'F' TO VP-REQUEST
           MOVE WS-RG-USERID(WS-SCAN-IDX) TO VP-USERID
           MOVE WS-OPERATOR TO VP-OPERATOR
           CALL "PasswordRules" USING VALIDATION-PARM-AREA
           IF VP-VALID = 'Y'
               MOVE VP-MASTER-IMAGE TO WS-AFTER-IMAGE
               INITIALIZE RESET-LOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
               MOVE WS-OPERATOR TO RL-OPERATOR
               MOVE "ROTATE    " TO RL-ACTION
               MOVE WS-RG-USERID(WS-SCAN-IDX) TO RL-USERID
               MOVE WS-BEFORE-IMAGE TO RL-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO RL-AFTER-IMAGE
               WRITE RESET-LOG-RECORD
           ELSE
               MOVE 'N' TO WS-ROTATE-OK
               MOVE VP-REJECT-REASON(1:40) TO WS-ROTATE-REASON
           END-IF.

      * A credential still out past its registry window.
       4000-CHECK-WINDOWS.
           INITIALIZE EXCEPTION-REPORT-RECORD
           MOVE "CHECKED OUT PAST WINDOW" TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REG-COUNT
               IF WS-RG-CHECKED-OUT(WS-SCAN-IDX)
                   PERFORM 4100-MEASURE-CHECKOUT
                   IF WS-OUT-MINUTES >
                           WS-RG-WINDOW-HOURS(WS-SCAN-IDX) * 60
                       PERFORM 4200-REPORT-OVERDUE-CHECKOUT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 8100-END-SECTION.

       4100-MEASURE-CHECKOUT.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-RG-OUT-DATE(WS-SCAN-IDX)))
           COMPUTE WS-OUT-MINUTE-OF-DAY =
               FUNCTION NUMVAL(WS-RG-OUT-TIME(WS-SCAN-IDX)(1:2)) * 60
               + FUNCTION NUMVAL(WS-RG-OUT-TIME(WS-SCAN-IDX)(3:2))
           COMPUTE WS-OUT-MINUTES =
               (WS-RUN-DATE-INT - WS-DATE-INT) * 1440
               + WS-RUN-MINUTE-OF-DAY - WS-OUT-MINUTE-OF-DAY
           MOVE ZERO TO WS-OUT-HOURS
           IF WS-OUT-MINUTES > ZERO
               COMPUTE WS-OUT-HOURS = WS-OUT-MINUTES / 60
           END-IF.

       4200-REPORT-OVERDUE-CHECKOUT.
           MOVE WS-OUT-HOURS TO WS-ED-HOURS
           MOVE WS-RG-WINDOW-HOURS(WS-SCAN-IDX) TO WS-ED-LIMIT
           INITIALIZE EXCEPTION-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-RG-USERID(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RG-CLASS(WS-SCAN-IDX) DELIMITED BY SIZE
               " OUT TO " DELIMITED BY SIZE
               WS-RG-OUT-BY(WS-SCAN-IDX) DELIMITED BY SIZE
               " SINCE " DELIMITED BY SIZE
               WS-RG-OUT-DATE(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RG-OUT-TIME(WS-SCAN-IDX) DELIMITED BY SIZE
               " --" DELIMITED BY SIZE
               WS-ED-HOURS DELIMITED BY SIZE
               " HOURS, WINDOW " DELIMITED BY SIZE
               WS-ED-LIMIT DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-EXCEPTION
           INITIALIZE EXCEPTION-REPORT-RECORD
           STRING "           REASON: " DELIMITED BY SIZE
               WS-RG-OUT-REASON(WS-SCAN-IDX) DELIMITED BY SIZE
               "  INCIDENT: " DELIMITED BY SIZE
               WS-RG-OUT-INCIDENT(WS-SCAN-IDX) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING
           WRITE EXCEPTION-REPORT-RECORD.

      * An id not rotated within its interval, counted from the last
      * successful rotation by this job; never rotated is past it.
       4500-CHECK-ROTATION-AGE.
           INITIALIZE EXCEPTION-REPORT-RECORD
           MOVE "PAST ROTATION INTERVAL" TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REG-COUNT
               MOVE SPACES TO WS-EXCEPTION-TEXT
               IF WS-RG-LAST-ROTATED(WS-SCAN-IDX) IS NUMERIC
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL
                           (WS-RG-LAST-ROTATED(WS-SCAN-IDX)))
                   MOVE ZERO TO WS-ROTATE-AGE
                   IF WS-RUN-DATE-INT > WS-DATE-INT
                       COMPUTE WS-ROTATE-AGE =
                           WS-RUN-DATE-INT - WS-DATE-INT
                   END-IF
                   IF WS-ROTATE-AGE > WS-RG-ROTATE-DAYS(WS-SCAN-IDX)
                       MOVE WS-ROTATE-AGE TO WS-ED-HOURS
                       MOVE WS-RG-ROTATE-DAYS(WS-SCAN-IDX)
                           TO WS-ED-LIMIT
                       STRING "LAST ROTATED " DELIMITED BY SIZE
                           WS-RG-LAST-ROTATED(WS-SCAN-IDX)
                               DELIMITED BY SIZE
                           " --" DELIMITED BY SIZE
                           WS-ED-HOURS DELIMITED BY SIZE
                           " DAYS" DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                       END-STRING
                   END-IF
               ELSE
                   MOVE WS-RG-ROTATE-DAYS(WS-SCAN-IDX) TO WS-ED-LIMIT
                   MOVE "NEVER ROTATED" TO WS-EXCEPTION-TEXT
               END-IF
               IF WS-EXCEPTION-TEXT NOT = SPACES
                   INITIALIZE EXCEPTION-REPORT-RECORD
                   STRING "  " DELIMITED BY SIZE
                       WS-RG-USERID(WS-SCAN-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RG-CLASS(WS-SCAN-IDX) DELIMITED BY SIZE
                       " OWNER " DELIMITED BY SIZE
                       WS-RG-OWNER(WS-SCAN-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EXCEPTION-TEXT DELIMITED BY SIZE
                       " INTERVAL " DELIMITED BY SIZE
                       WS-ED-LIMIT DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-RECORD
                   END-STRING
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-PERFORM
           PERFORM 8100-END-SECTION.

      * PRIVST is rewritten whole, one record per registered id.
       6000-SAVE-STATE.
           OPEN OUTPUT PRIV-STATE
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY "PRIV-STATE (PRIVST) could not be rewritten, "
                   "file status " WS-STATE-FILE-STATUS
                   " -- check-outs and rotations are not recorded."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           ELSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-REG-COUNT
                   INITIALIZE PRIV-STATE-RECORD
                   MOVE WS-RG-USERID(WS-SCAN-IDX) TO PS-USERID
                   MOVE WS-RG-OUT-FLAG(WS-SCAN-IDX) TO PS-OUT-FLAG
                   MOVE WS-RG-OUT-BY(WS-SCAN-IDX) TO PS-OUT-BY
                   MOVE WS-RG-OUT-DATE(WS-SCAN-IDX) TO PS-OUT-DATE
                   MOVE WS-RG-OUT-TIME(WS-SCAN-IDX) TO PS-OUT-TIME
                   MOVE WS-RG-OUT-REASON(WS-SCAN-IDX) TO PS-OUT-REASON
                   MOVE WS-RG-OUT-INCIDENT(WS-SCAN-IDX)
                       TO PS-OUT-INCIDENT
                   MOVE WS-RG-LAST-ROTATED(WS-SCAN-IDX)
                       TO PS-LAST-ROTATED
                   MOVE WS-RG-ROTATE-PENDING(WS-SCAN-IDX)
                       TO PS-ROTATE-PENDING
                   WRITE PRIV-STATE-RECORD
               END-PERFORM
               CLOSE PRIV-STATE
           END-IF.

       7000-FIND-REGISTERED.
           MOVE ZERO TO WS-REG-SLOT
           SET WS-REG-IDX TO 1
           SEARCH WS-REG-ENTRY
               VARYING WS-REG-IDX
               AT END
                   CONTINUE
               WHEN WS-REG-IDX > WS-REG-COUNT
                   CONTINUE
               WHEN WS-RG-USERID(WS-REG-IDX) = WS-LOOKUP-USERID
                   SET WS-REG-SLOT TO WS-REG-IDX
           END-SEARCH.

      * The owner may always take the credential; anyone else must
      * be one of the listed custodians.
       7100-CHECK-CUSTODIAN.
           MOVE 'N' TO WS-CUSTODIAN-OK
           IF PT-CUSTODIAN NOT = SPACES
               IF PT-CUSTODIAN = WS-RG-OWNER(WS-REG-SLOT)
                   MOVE 'Y' TO WS-CUSTODIAN-OK
               END-IF
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > 5
                   IF PT-CUSTODIAN =
                           WS-RG-CUSTODIAN(WS-REG-SLOT, WS-CUST-IDX)
                       MOVE 'Y' TO WS-CUSTODIAN-OK
                   END-IF
               END-PERFORM
           END-IF.

       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-SECTION-COUNT
           WRITE EXCEPTION-REPORT-RECORD.

       8100-END-SECTION.
           IF WS-SECTION-COUNT = ZERO
               INITIALIZE EXCEPTION-REPORT-RECORD
               MOVE "  None." TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF
           INITIALIZE EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       9000-TERMINATE.
           IF WS-USAGE-FILE-OPEN = 'Y'
               CLOSE PRIV-USAGE-LOG
           END-IF
           IF WS-BATCH-RETURN-CODE = ZERO
               MOVE WS-TRAN-COUNT TO WS-ED-COUNT
               INITIALIZE EXCEPTION-REPORT-RECORD
               STRING "Transactions read:      " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               WRITE EXCEPTION-REPORT-RECORD
               MOVE WS-CHECKOUT-COUNT TO WS-ED-COUNT
               INITIALIZE EXCEPTION-REPORT-RECORD
               STRING "Check-outs recorded:    " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               WRITE EXCEPTION-REPORT-RECORD
               MOVE WS-CHECKIN-COUNT TO WS-ED-COUNT
               INITIALIZE EXCEPTION-REPORT-RECORD
               STRING "Check-ins recorded:     " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               WRITE EXCEPTION-REPORT-RECORD
               MOVE WS-ROTATED-COUNT TO WS-ED-COUNT
               INITIALIZE EXCEPTION-REPORT-RECORD
               STRING "Passwords rotated:      " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               WRITE EXCEPTION-REPORT-RECORD
               MOVE WS-EXCEPTION-COUNT TO WS-ED-COUNT
               INITIALIZE EXCEPTION-REPORT-RECORD
               STRING "Exceptions listed:      " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               WRITE EXCEPTION-REPORT-RECORD
           END-IF
           IF WS-REPORT-FILE-OPEN = 'Y'
               CLOSE EXCEPTION-REPORT
           END-IF

           DISPLAY "Registered accounts:     " WS-REG-COUNT
           DISPLAY "Registry entries bad:    " WS-REG-REJECT-COUNT
           DISPLAY "Transactions read:       " WS-TRAN-COUNT
           DISPLAY "Check-outs recorded:     " WS-CHECKOUT-COUNT
           DISPLAY "Check-ins recorded:      " WS-CHECKIN-COUNT
           DISPLAY "Passwords rotated:       " WS-ROTATED-COUNT
           DISPLAY "Exceptions listed:       " WS-EXCEPTION-COUNT

           IF WS-BATCH-RETURN-CODE NOT = ZERO
               MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
