       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepartmentCompliance.

      * Quarterly department compliance and attestation package.
      * Department heads attest each quarter that their people's
      * accounts comply with policy; this job builds the package
      * from the files themselves instead of by hand. It walks
      * USRMSTR, looks up each account's password age on PWDHIST
      * against the aging tier POLICYIN sets for the account's own
      * department, picks up lock dates from the LOCKOUT file and
      * tallies the rejection reasons on the retained AUDITLOG
      * window by the department of the userid rejected.
      *
      * The first page ranks every department worst to best by its
      * compliance percentage, with the shop-wide totals. Then each
      * department gets a page of its own: headcount by status,
      * password age bands against that department's warn and max
      * age, force-change flags outstanding longer than
      * POL-FORCE-CHANGE-AGE, current lockouts, the exceptions
      * behind those figures account by account, the top rejection
      * reasons, and a closing compliance percentage and signature
      * block for the department head.
      *
      * Terminated accounts are counted in the headcount and are
      * otherwise out of scope. Every other account is compliant
      * when it is active, its password is no older than the
      * department's max age, and it carries no force-change flag
      * older than the policy age. An expired, locked or
      * unrecognised status, a password past max age or with no
      * change date on record, and a stale force-change flag each
      * make the account an exception, listed on the department's
      * page. A department with nothing in scope shows N/A and ranks
      * after every department that has.
      *
      * Reads only. An unopenable master is a hard failure (return
      * code 28); a missing PWDHIST, LOCKOUT or AUDITLOG narrows the
      * evidence and is noted on the report. Ends with return code 4
      * when any account is an exception.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "POLICYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USERID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-USERID
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT COMPLIANCE-REPORT ASSIGN TO "COMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
           COPY POLICYIN.

       FD  USER-MASTER.
           COPY USRMSTR.

       FD  PASSWORD-HISTORY.
           COPY PWDHIST.

       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD.
           05 LO-USERID              PIC X(8).
           05 LO-FAIL-COUNT          PIC 9(4).
           05 LO-LAST-FAIL-TIME      PIC X(21).
           05 LO-LOCKED-DATE         PIC X(8).
           05 LO-FILLER              PIC X(39).

       FD  AUDIT-LOG.
           COPY AUDITLOG.

       FD  COMPLIANCE-REPORT.
       01  COMPLIANCE-REPORT-RECORD PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-LOCKOUT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-POLICY-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-POLICY-FILE           VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-MASTER                VALUE 'Y'.
       01 WS-LOCKOUT-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-LOCKOUT-FILE          VALUE 'Y'.
       01 WS-AUDIT-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-AUDIT-LOG             VALUE 'Y'.
       01 WS-MASTER-FILE-OPEN       PIC X VALUE 'N'.
       01 WS-HISTORY-FILE-OPEN      PIC X VALUE 'N'.
       01 WS-LOCKOUT-FILE-READ      PIC X VALUE 'N'.
       01 WS-AUDIT-FILE-READ        PIC X VALUE 'N'.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01 WS-RUN-DATE                PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-INT           PIC 9(8) VALUE ZERO.
       01 WS-CHANGED-DATE-INT       PIC 9(8) VALUE ZERO.
       01 WS-AGE-DAYS                PIC S9(5) VALUE ZERO.

      * Shop-wide default aging, defaulted here and overridden by the
      * POLICYIN record carrying a blank (or DEFAULT) department if
      * the aging fields are present and plausible -- the same
      * defaults the expiry sweep applies.
       01 WS-DFLT-WARN-AGE          PIC 9(3) VALUE 75.
       01 WS-DFLT-MAX-AGE           PIC 9(3) VALUE 90.
       01 WS-POLICY-FORCE-AGE       PIC 9(3) VALUE 7.

      * One entry per department-specific POLICYIN record with
      * plausible aging values.
       01 WS-POLICY-DEPT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-POLICY-DEPT-TABLE.
           05 WS-POLICY-DEPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-POL-IDX.
              10 WS-PT-DEPT          PIC X(8).
              10 WS-PT-WARN-AGE     PIC 9(3).
              10 WS-PT-MAX-AGE      PIC 9(3).
       01 WS-POLICY-OVERFLOW        PIC 9(4) VALUE ZERO.

      * The newest LOCKOUT record for each userid -- the file is
      * appended in date order, so a later record replaces an
      * earlier one for the same userid.
       01 WS-LOCK-COUNT              PIC 9(5) VALUE ZERO.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LOCK-IDX.
              10 WS-LK-USERID        PIC X(8).
              10 WS-LK-LOCKED-DATE  PIC X(8).
       01 WS-LOCK-OVERFLOW          PIC 9(8) VALUE ZERO.

      * Rejection reasons in the precedence the daily report uses to
      * give each failed validation exactly one reason. The position
      * here is the position in every reason counter below.
       01 WS-REASON-NAME-VALUES.
           05 FILLER                 PIC X(24)
                   VALUE "Inactive/unknown userid".
           05 FILLER                 PIC X(24) VALUE "Too short".
           05 FILLER                 PIC X(24)
                   VALUE "No uppercase letter".
           05 FILLER                 PIC X(24) VALUE "No digit".
           05 FILLER                 PIC X(24)
                   VALUE "No special character".
           05 FILLER                 PIC X(24)
                   VALUE "Weak/common password".
           05 FILLER                 PIC X(24)
                   VALUE "Contains the userid".
           05 FILLER                 PIC X(24)
                   VALUE "Contains the user name".
           05 FILLER                 PIC X(24)
                   VALUE "Weak-password variant".
           05 FILLER                 PIC X(24) VALUE "Reused password".
       01 WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAME-VALUES.
           05 WS-REASON-NAME         PIC X(24) OCCURS 10 TIMES.
       01 WS-REASON-COUNT           PIC 9(2) VALUE 10.
       01 WS-REASON-IDX              PIC 9(2) VALUE ZERO.

      * One entry per department on the master, kept in department
      * order as departments are found so the pages come out
      * alphabetically without a sort step. An account whose
      * department does not fit still counts in the shop totals.
       01 WS-DEPT-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEPT-IDX.
              10 WS-DT-DEPT          PIC X(8).
              10 WS-DT-WARN-AGE     PIC 9(3).
              10 WS-DT-MAX-AGE      PIC 9(3).
              10 WS-DT-TIER         PIC X(1).
                 88 WS-DT-DEPT-TIER       VALUE 'D'.
              10 WS-DT-COUNTS.
                 15 WS-DT-ACTIVE       PIC 9(5).
                 15 WS-DT-EXPIRED      PIC 9(5).
                 15 WS-DT-LOCKED       PIC 9(5).
                 15 WS-DT-TERMINATED   PIC 9(5).
                 15 WS-DT-OTHER        PIC 9(5).
                 15 WS-DT-IN-SCOPE     PIC 9(5).
                 15 WS-DT-COMPLIANT    PIC 9(5).
                 15 WS-DT-AGE-CURRENT  PIC 9(5).
                 15 WS-DT-AGE-WARNING  PIC 9(5).
                 15 WS-DT-AGE-PAST-MAX PIC 9(5).
                 15 WS-DT-AGE-NO-DATE  PIC 9(5).
                 15 WS-DT-FORCE-STALE  PIC 9(5).
                 15 WS-DT-REJECTS      PIC 9(6).
                 15 WS-DT-REASON       PIC 9(6) OCCURS 10 TIMES.
              10 WS-DT-PCT          PIC 9(3)V9.
              10 WS-DT-SORT-KEY     PIC 9(4).
       01 WS-DEPT-OVERFLOW          PIC 9(8) VALUE ZERO.
       01 WS-DEPT-SLOT               PIC 9(3) VALUE ZERO.
       01 WS-DEPT-MOVE-IDX          PIC 9(3) VALUE ZERO.
       01 WS-SEEK-DEPT               PIC X(8) VALUE SPACES.

      * Shop-wide totals, the same counters as a department entry,
      * so one set of routines prints either.
       01 WS-SHOP-COUNTS.
           05 WS-SH-ACTIVE           PIC 9(5).
           05 WS-SH-EXPIRED          PIC 9(5).
           05 WS-SH-LOCKED           PIC 9(5).
           05 WS-SH-TERMINATED       PIC 9(5).
           05 WS-SH-OTHER            PIC 9(5).
           05 WS-SH-IN-SCOPE         PIC 9(5).
           05 WS-SH-COMPLIANT        PIC 9(5).
           05 WS-SH-AGE-CURRENT      PIC 9(5).
           05 WS-SH-AGE-WARNING      PIC 9(5).
           05 WS-SH-AGE-PAST-MAX     PIC 9(5).
           05 WS-SH-AGE-NO-DATE      PIC 9(5).
           05 WS-SH-FORCE-STALE      PIC 9(5).
           05 WS-SH-REJECTS          PIC 9(6).
           05 WS-SH-REASON           PIC 9(6) OCCURS 10 TIMES.
       01 WS-SHOP-PCT                PIC 9(3)V9 VALUE ZERO.

      * Departments in ranking order, worst first, by index into the
      * department table.
       01 WS-RANK-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-RANK-TABLE.
           05 WS-RANK-DEPT           PIC 9(3) OCCURS 200 TIMES.
       01 WS-RANK-SLOT               PIC 9(3) VALUE ZERO.
       01 WS-RANK-IDX                PIC 9(3) VALUE ZERO.

      * The account under examination: its department slot and the
      * verdicts 3200-JUDGE-ACCOUNT reaches on it.
       01 WS-ACCT-DEPT               PIC X(8) VALUE SPACES.
       01 WS-ACCT-WARN-AGE          PIC 9(3) VALUE ZERO.
       01 WS-ACCT-MAX-AGE           PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TIER               PIC X(1) VALUE SPACE.
       01 WS-ACCT-COMPLIANT         PIC X(1) VALUE 'Y'.
       01 WS-ACCT-CHANGED           PIC X(8) VALUE SPACES.
       01 WS-FORCE-AGE-DAYS         PIC S9(5) VALUE ZERO.
       01 WS-LOCKED-DATE             PIC X(8) VALUE SPACES.

      * Every exception found, in master key order, for the
      * department pages. A master with more exceptions than this
      * still counts them all; only the listing is cut short.
       01 WS-EXCEPTION-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 5000 TIMES.
              10 WS-EX-DEPT          PIC X(8).
              10 WS-EX-USERID        PIC X(8).
              10 WS-EX-TYPE          PIC X(10).
              10 WS-EX-DATE          PIC X(8).
              10 WS-EX-DAYS          PIC X(5).
              10 WS-EX-NAME          PIC X(30).
       01 WS-EXCEPTION-OVERFLOW     PIC 9(8) VALUE ZERO.
       01 WS-NEW-EX-TYPE             PIC X(10) VALUE SPACES.
       01 WS-NEW-EX-DATE             PIC X(8) VALUE SPACES.
       01 WS-NEW-EX-DAYS             PIC X(5) VALUE SPACES.
       01 WS-DEPT-EX-SHOWN          PIC 9(5) VALUE ZERO.
       01 WS-SCAN-IDX                PIC 9(5) VALUE ZERO.

      * The retained AUDITLOG window, oldest and newest dates seen.
       01 WS-AUDIT-FIRST-DATE       PIC X(8) VALUE SPACES.
       01 WS-AUDIT-LAST-DATE        PIC X(8) VALUE SPACES.
       01 WS-AUDIT-REASON           PIC 9(2) VALUE ZERO.
       01 WS-UNKNOWN-REJECTS        PIC 9(8) VALUE ZERO.

      * Top-three selection over one department's reason counters.
       01 WS-TOP-PICKED.
           05 WS-TOP-TAKEN           PIC X(1) OCCURS 10 TIMES.
       01 WS-TOP-RANK                PIC 9(1) VALUE ZERO.
       01 WS-TOP-BEST                PIC 9(2) VALUE ZERO.
       01 WS-TOP-BEST-COUNT         PIC 9(6) VALUE ZERO.

       01 WS-MASTER-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-LOCKOUT-READ-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-ED-COUNT                PIC ZZZZZZZ9.
       01 WS-ED-SMALL                PIC ZZZZ9.
       01 WS-ED-AGE                  PIC ZZ9.
       01 WS-ED-AGE-2                PIC ZZ9.
       01 WS-ED-PCT                  PIC ZZ9.9.
       01 WS-ED-RANK                 PIC ZZ9.
       01 WS-PCT-TEXT                PIC X(6) VALUE SPACES.

      * The block being printed, filled from a department entry or
      * the shop totals.
       01 WS-PRINT-COUNTS.
           05 WS-PR-ACTIVE           PIC 9(5).
           05 WS-PR-EXPIRED          PIC 9(5).
           05 WS-PR-LOCKED           PIC 9(5).
           05 WS-PR-TERMINATED       PIC 9(5).
           05 WS-PR-OTHER            PIC 9(5).
           05 WS-PR-IN-SCOPE         PIC 9(5).
           05 WS-PR-COMPLIANT        PIC 9(5).
           05 WS-PR-AGE-CURRENT      PIC 9(5).
           05 WS-PR-AGE-WARNING      PIC 9(5).
           05 WS-PR-AGE-PAST-MAX     PIC 9(5).
           05 WS-PR-AGE-NO-DATE      PIC 9(5).
           05 WS-PR-FORCE-STALE      PIC 9(5).
           05 WS-PR-REJECTS          PIC 9(6).
           05 WS-PR-REASON           PIC 9(6) OCCURS 10 TIMES.
       01 WS-PRINT-LABEL            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 2000-LOAD-LOCKOUTS
               PERFORM 3000-WALK-MASTER
               PERFORM 4000-SCAN-AUDIT-LOG
               PERFORM 5000-RANK-DEPARTMENTS
               PERFORM 6000-WRITE-RANKING-PAGE
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   PERFORM 7000-WRITE-DEPARTMENT-PAGE
               END-PERFORM
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           INITIALIZE WS-SHOP-COUNTS

           PERFORM 1100-READ-POLICY

           MOVE 'N' TO WS-MASTER-FILE-OPEN
           OPEN INPUT USER-MASTER
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-FILE-OPEN
           ELSE
               DISPLAY "USER-MASTER (USRMSTR) could not be opened, "
                   "file status " WS-MASTER-FILE-STATUS "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF

           MOVE 'N' TO WS-HISTORY-FILE-OPEN
           OPEN INPUT PASSWORD-HISTORY
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-FILE-OPEN
           ELSE
               DISPLAY "PASSWORD-HISTORY (PWDHIST) could not be "
                   "opened, file status " WS-HISTORY-FILE-STATUS
                   " -- password ages not measured."
           END-IF

           OPEN OUTPUT COMPLIANCE-REPORT.

      * Reads every POLICYIN record the way the expiry sweep does:
      * the blank-department (or DEFAULT) record sets the shop-wide
      * aging and the force-change age, and each department record
      * with plausible aging values goes into the tier table.
       1100-READ-POLICY.
           MOVE 'N' TO WS-POLICY-EOF-FLAG
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
               IF POL-PWD-WARN-AGE IS NUMERIC AND
                  POL-PWD-WARN-AGE > ZERO
                   MOVE POL-PWD-WARN-AGE TO WS-DFLT-WARN-AGE
               END-IF
               IF POL-PWD-MAX-AGE IS NUMERIC AND
                  POL-PWD-MAX-AGE > ZERO
                   MOVE POL-PWD-MAX-AGE TO WS-DFLT-MAX-AGE
               END-IF
               IF POL-FORCE-CHANGE-AGE IS NUMERIC AND
                  POL-FORCE-CHANGE-AGE > ZERO
                   MOVE POL-FORCE-CHANGE-AGE TO WS-POLICY-FORCE-AGE
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
                       MOVE POL-PWD-WARN-AGE
                           TO WS-PT-WARN-AGE(WS-POLICY-DEPT-COUNT)
                       MOVE POL-PWD-MAX-AGE
                           TO WS-PT-MAX-AGE(WS-POLICY-DEPT-COUNT)
                   ELSE
                       ADD 1 TO WS-POLICY-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      * An absent LOCKOUT file is the normal state before the first
      * lockout; locked accounts then show no lock date.
       2000-LOAD-LOCKOUTS.
           MOVE 'N' TO WS-LOCKOUT-EOF-FLAG
           OPEN INPUT LOCKOUT-FILE
           IF WS-LOCKOUT-FILE-STATUS NOT = "00"
               DISPLAY "LOCKOUT-FILE (LOCKOUT) could not be opened, "
                   "file status " WS-LOCKOUT-FILE-STATUS
                   " -- lock dates not shown."
           ELSE
               MOVE 'Y' TO WS-LOCKOUT-FILE-READ
               PERFORM 2100-READ-LOCKOUT-FILE
               PERFORM UNTIL END-OF-LOCKOUT-FILE
                   ADD 1 TO WS-LOCKOUT-READ-COUNT
                   IF LO-USERID NOT = SPACES
                       PERFORM 2200-NOTE-LOCKOUT
                   END-IF
                   PERFORM 2100-READ-LOCKOUT-FILE
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.

       2100-READ-LOCKOUT-FILE.
           READ LOCKOUT-FILE
               AT END
                   MOVE 'Y' TO WS-LOCKOUT-EOF-FLAG
           END-READ.

       2200-NOTE-LOCKOUT.
           SET WS-LOCK-IDX TO 1
           SEARCH WS-LOCK-ENTRY
               VARYING WS-LOCK-IDX
               AT END
                   ADD 1 TO WS-LOCK-OVERFLOW
               WHEN WS-LOCK-IDX > WS-LOCK-COUNT
                   IF WS-LOCK-COUNT <
                           FUNCTION LENGTH(WS-LOCK-TABLE) /
                           FUNCTION LENGTH(WS-LOCK-ENTRY(1))
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE LO-USERID TO WS-LK-USERID(WS-LOCK-COUNT)
                       MOVE LO-LOCKED-DATE
                           TO WS-LK-LOCKED-DATE(WS-LOCK-COUNT)
                   ELSE
                       ADD 1 TO WS-LOCK-OVERFLOW
                   END-IF
               WHEN WS-LK-USERID(WS-LOCK-IDX) = LO-USERID
                   MOVE LO-LOCKED-DATE TO WS-LK-LOCKED-DATE(WS-LOCK-IDX)
           END-SEARCH.

      * Walks every master record in key order, placing it in its
      * department and judging it against that department's tier.
       3000-WALK-MASTER.
           MOVE LOW-VALUES TO UM-USERID
           START USER-MASTER KEY NOT < UM-USERID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           IF NOT END-OF-MASTER
               PERFORM 3100-READ-MASTER
               PERFORM UNTIL END-OF-MASTER
                   ADD 1 TO WS-MASTER-COUNT
                   PERFORM 3150-SELECT-AGING-POLICY
                   PERFORM 3300-FIND-DEPARTMENT
                   PERFORM 3200-JUDGE-ACCOUNT
                   PERFORM 3100-READ-MASTER
               END-PERFORM
           END-IF.

       3100-READ-MASTER.
           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-READ.

      * The department's own aging tier when POLICYIN has one, the
      * shop-wide default otherwise. A blank department is reported
      * as (NONE) and takes the default.
       3150-SELECT-AGING-POLICY.
           MOVE UM-DEPT TO WS-ACCT-DEPT
           IF WS-ACCT-DEPT = SPACES
               MOVE "(NONE)" TO WS-ACCT-DEPT
           END-IF
           MOVE WS-DFLT-WARN-AGE TO WS-ACCT-WARN-AGE
           MOVE WS-DFLT-MAX-AGE TO WS-ACCT-MAX-AGE
           MOVE 'S' TO WS-ACCT-TIER
           IF UM-DEPT NOT = SPACES AND WS-POLICY-DEPT-COUNT > ZERO
               SET WS-POL-IDX TO 1
               SEARCH WS-POLICY-DEPT-ENTRY
                   VARYING WS-POL-IDX
                   AT END
                       CONTINUE
                   WHEN WS-POL-IDX > WS-POLICY-DEPT-COUNT
                       CONTINUE
                   WHEN WS-PT-DEPT(WS-POL-IDX) = UM-DEPT
                       MOVE WS-PT-WARN-AGE(WS-POL-IDX)
                           TO WS-ACCT-WARN-AGE
                       MOVE WS-PT-MAX-AGE(WS-POL-IDX)
                           TO WS-ACCT-MAX-AGE
                       MOVE 'D' TO WS-ACCT-TIER
               END-SEARCH
           END-IF.

      * Counts the account by status and, unless it is terminated,
      * by password age band, stale force-change flag and lockout,
      * recording an exception line for each finding.
       3200-JUDGE-ACCOUNT.
           EVALUATE TRUE
               WHEN UM-ACTIVE
                   ADD 1 TO WS-SH-ACTIVE
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-ACTIVE(WS-DEPT-SLOT)
                   END-IF
               WHEN UM-EXPIRED
                   ADD 1 TO WS-SH-EXPIRED
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-EXPIRED(WS-DEPT-SLOT)
                   END-IF
               WHEN UM-LOCKED
                   ADD 1 TO WS-SH-LOCKED
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-LOCKED(WS-DEPT-SLOT)
                   END-IF
               WHEN UM-TERMINATED
                   ADD 1 TO WS-SH-TERMINATED
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-TERMINATED(WS-DEPT-SLOT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SH-OTHER
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-OTHER(WS-DEPT-SLOT)
                   END-IF
           END-EVALUATE

           IF NOT UM-TERMINATED
               ADD 1 TO WS-SH-IN-SCOPE
               IF WS-DEPT-SLOT NOT = ZERO
                   ADD 1 TO WS-DT-IN-SCOPE(WS-DEPT-SLOT)
               END-IF
               MOVE 'Y' TO WS-ACCT-COMPLIANT
               PERFORM 3210-CHECK-STATUS
               PERFORM 3220-CHECK-PASSWORD-AGE
               PERFORM 3230-CHECK-FORCE-CHANGE
               IF WS-ACCT-COMPLIANT = 'Y'
                   ADD 1 TO WS-SH-COMPLIANT
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-COMPLIANT(WS-DEPT-SLOT)
                   END-IF
               END-IF
           END-IF.

       3210-CHECK-STATUS.
           MOVE SPACES TO WS-NEW-EX-DATE
           MOVE SPACES TO WS-NEW-EX-DAYS
           EVALUATE TRUE
               WHEN UM-ACTIVE
                   CONTINUE
               WHEN UM-EXPIRED
                   MOVE "EXPIRED" TO WS-NEW-EX-TYPE
                   PERFORM 3400-ADD-EXCEPTION
               WHEN UM-LOCKED
                   PERFORM 3215-FIND-LOCK-DATE
                   MOVE "LOCKED" TO WS-NEW-EX-TYPE
                   MOVE WS-LOCKED-DATE TO WS-NEW-EX-DATE
                   PERFORM 3250-DAYS-SINCE-DATE
                   PERFORM 3400-ADD-EXCEPTION
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-EX-TYPE
                   STRING "STATUS '" DELIMITED BY SIZE
                       UM-STATUS DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO WS-NEW-EX-TYPE
                   END-STRING
                   PERFORM 3400-ADD-EXCEPTION
           END-EVALUATE.

       3215-FIND-LOCK-DATE.
           MOVE SPACES TO WS-LOCKED-DATE
           SET WS-LOCK-IDX TO 1
           SEARCH WS-LOCK-ENTRY
               VARYING WS-LOCK-IDX
               AT END
                   CONTINUE
               WHEN WS-LOCK-IDX > WS-LOCK-COUNT
                   CONTINUE
               WHEN WS-LK-USERID(WS-LOCK-IDX) = UM-USERID
                   MOVE WS-LK-LOCKED-DATE(WS-LOCK-IDX)
                       TO WS-LOCKED-DATE
           END-SEARCH.

      * Bands the current password's age against the department's
      * warn and max age: within the warn age, in the warning window,
      * or past max. No history record, or a change date that is not
      * a real calendar date, is its own band -- there is nothing to
      * attest to.
       3220-CHECK-PASSWORD-AGE.
           MOVE SPACES TO WS-ACCT-CHANGED
           MOVE ZERO TO WS-CHANGED-DATE-INT
           IF WS-HISTORY-FILE-OPEN = 'Y'
               MOVE UM-USERID TO HIST-USERID
               READ PASSWORD-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIST-LAST-CHANGED IS NUMERIC AND
                          HIST-LAST-CHANGED >= "19000101"
                           MOVE HIST-LAST-CHANGED TO WS-ACCT-CHANGED
                           COMPUTE WS-CHANGED-DATE-INT =
                               FUNCTION INTEGER-OF-DATE
                                   (FUNCTION NUMVAL(HIST-LAST-CHANGED))
                       END-IF
               END-READ
           END-IF
           IF WS-CHANGED-DATE-INT = ZERO
               ADD 1 TO WS-SH-AGE-NO-DATE
               IF WS-DEPT-SLOT NOT = ZERO
                   ADD 1 TO WS-DT-AGE-NO-DATE(WS-DEPT-SLOT)
               END-IF
               MOVE "NO PWD DT" TO WS-NEW-EX-TYPE
               MOVE SPACES TO WS-NEW-EX-DATE
               MOVE SPACES TO WS-NEW-EX-DAYS
               PERFORM 3400-ADD-EXCEPTION
           ELSE
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-CHANGED-DATE-INT
               IF WS-AGE-DAYS > WS-ACCT-MAX-AGE
                   ADD 1 TO WS-SH-AGE-PAST-MAX
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-AGE-PAST-MAX(WS-DEPT-SLOT)
                   END-IF
                   MOVE "PWD AGE" TO WS-NEW-EX-TYPE
                   MOVE WS-ACCT-CHANGED TO WS-NEW-EX-DATE
                   PERFORM 3250-DAYS-SINCE-DATE
                   PERFORM 3400-ADD-EXCEPTION
               ELSE
                   IF WS-AGE-DAYS > WS-ACCT-WARN-AGE
                       ADD 1 TO WS-SH-AGE-WARNING
                       IF WS-DEPT-SLOT NOT = ZERO
                           ADD 1 TO WS-DT-AGE-WARNING(WS-DEPT-SLOT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-SH-AGE-CURRENT
                       IF WS-DEPT-SLOT NOT = ZERO
                           ADD 1 TO WS-DT-AGE-CURRENT(WS-DEPT-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The same test the expiry sweep escalates on: a temporary
      * password issued and still not replaced past the policy age.
       3230-CHECK-FORCE-CHANGE.
           IF UM-FORCE-PENDING AND
              UM-FORCE-DATE IS NUMERIC AND
              UM-FORCE-DATE >= "19000101"
               COMPUTE WS-FORCE-AGE-DAYS =
                   WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(UM-FORCE-DATE))
               IF WS-FORCE-AGE-DAYS > WS-POLICY-FORCE-AGE
                   ADD 1 TO WS-SH-FORCE-STALE
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-FORCE-STALE(WS-DEPT-SLOT)
                   END-IF
                   MOVE "FORCE CHG" TO WS-NEW-EX-TYPE
                   MOVE UM-FORCE-DATE TO WS-NEW-EX-DATE
                   PERFORM 3250-DAYS-SINCE-DATE
                   PERFORM 3400-ADD-EXCEPTION
               END-IF
           END-IF.

      * Days from WS-NEW-EX-DATE to the run date, edited for the
      * exception line; blank when the date is not usable.
       3250-DAYS-SINCE-DATE.
           MOVE SPACES TO WS-NEW-EX-DAYS
           IF WS-NEW-EX-DATE IS NUMERIC AND
              WS-NEW-EX-DATE >= "19000101"
               MOVE ZERO TO WS-AGE-DAYS
               IF FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-NEW-EX-DATE)) > ZERO
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-DATE-INT -
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-NEW-EX-DATE))
               END-IF
               IF WS-AGE-DAYS > ZERO
                   MOVE WS-AGE-DAYS TO WS-ED-SMALL
                   MOVE WS-ED-SMALL TO WS-NEW-EX-DAYS
               END-IF
           END-IF.

      * Finds the department's slot, or opens one at its place in
      * department order by moving the later entries down. Zero when
      * the table is full.
       3300-FIND-DEPARTMENT.
           MOVE WS-ACCT-DEPT TO WS-SEEK-DEPT
           PERFORM 3350-SEEK-DEPARTMENT
           IF WS-DEPT-SLOT = ZERO
               IF WS-DEPT-COUNT <
                       FUNCTION LENGTH(WS-DEPT-TABLE) /
                       FUNCTION LENGTH(WS-DEPT-ENTRY(1))
                   PERFORM 3360-INSERT-DEPARTMENT
               ELSE
                   ADD 1 TO WS-DEPT-OVERFLOW
               END-IF
           END-IF.

       3350-SEEK-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-SLOT
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               VARYING WS-DEPT-IDX
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT(WS-DEPT-IDX) = WS-SEEK-DEPT
                   SET WS-DEPT-SLOT TO WS-DEPT-IDX
           END-SEARCH.

       3360-INSERT-DEPARTMENT.
           MOVE 1 TO WS-DEPT-SLOT
           PERFORM UNTIL WS-DEPT-SLOT > WS-DEPT-COUNT
                   OR WS-DT-DEPT(WS-DEPT-SLOT) > WS-ACCT-DEPT
               ADD 1 TO WS-DEPT-SLOT
           END-PERFORM
           PERFORM VARYING WS-DEPT-MOVE-IDX FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-DEPT-MOVE-IDX < WS-DEPT-SLOT
               MOVE WS-DEPT-ENTRY(WS-DEPT-MOVE-IDX)
                   TO WS-DEPT-ENTRY(WS-DEPT-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-DEPT-COUNT
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SLOT)
           MOVE WS-ACCT-DEPT TO WS-DT-DEPT(WS-DEPT-SLOT)
           MOVE WS-ACCT-WARN-AGE TO WS-DT-WARN-AGE(WS-DEPT-SLOT)
           MOVE WS-ACCT-MAX-AGE TO WS-DT-MAX-AGE(WS-DEPT-SLOT)
           MOVE WS-ACCT-TIER TO WS-DT-TIER(WS-DEPT-SLOT).

       3400-ADD-EXCEPTION.
           MOVE 'N' TO WS-ACCT-COMPLIANT
           IF WS-EXCEPTION-COUNT <
                   FUNCTION LENGTH(WS-EXCEPTION-TABLE) /
                   FUNCTION LENGTH(WS-EXCEPTION-ENTRY(1))
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-ACCT-DEPT TO WS-EX-DEPT(WS-EXCEPTION-COUNT)
               MOVE UM-USERID TO WS-EX-USERID(WS-EXCEPTION-COUNT)
               MOVE WS-NEW-EX-TYPE TO WS-EX-TYPE(WS-EXCEPTION-COUNT)
               MOVE WS-NEW-EX-DATE TO WS-EX-DATE(WS-EXCEPTION-COUNT)
               MOVE WS-NEW-EX-DAYS TO WS-EX-DAYS(WS-EXCEPTION-COUNT)
               MOVE UM-NAME TO WS-EX-NAME(WS-EXCEPTION-COUNT)
           ELSE
               ADD 1 TO WS-EXCEPTION-OVERFLOW
           END-IF.

      * Tallies one reason per failed validation on the retained
      * AUDITLOG, against the department of the userid rejected. A
      * rejected userid that is not on the master has no department
      * and is counted shop-wide only.
       4000-SCAN-AUDIT-LOG.
           MOVE 'N' TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG (AUDITLOG) could not be opened, "
                   "file status " WS-AUDIT-FILE-STATUS
                   " -- rejection reasons not shown."
           ELSE
               MOVE 'Y' TO WS-AUDIT-FILE-READ
               PERFORM 4100-READ-AUDIT-LOG
               PERFORM UNTIL END-OF-AUDIT-LOG
                   ADD 1 TO WS-AUDIT-COUNT
                   PERFORM 4200-TALLY-AUDIT-RECORD
                   PERFORM 4100-READ-AUDIT-LOG
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       4100-READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-FLAG
           END-READ.

       4200-TALLY-AUDIT-RECORD.
           IF AUD-TIMESTAMP(1:8) IS NUMERIC
               IF WS-AUDIT-FIRST-DATE = SPACES OR
                  AUD-TIMESTAMP(1:8) < WS-AUDIT-FIRST-DATE
                   MOVE AUD-TIMESTAMP(1:8) TO WS-AUDIT-FIRST-DATE
               END-IF
               IF WS-AUDIT-LAST-DATE = SPACES OR
                  AUD-TIMESTAMP(1:8) > WS-AUDIT-LAST-DATE
                   MOVE AUD-TIMESTAMP(1:8) TO WS-AUDIT-LAST-DATE
               END-IF
           END-IF
           IF AUD-OVERALL-RESULT NOT = "PASS" AND
              AUD-OVERALL-RESULT NOT = "DUPL" AND
              AUD-USERID NOT = SPACES
               PERFORM 4300-CLASSIFY-REJECTION
               IF WS-AUDIT-REASON NOT = ZERO
                   PERFORM 4400-COUNT-REJECTION
               END-IF
           END-IF.

      * One reason per failed record, in the precedence the daily
      * report applies, so a department's reasons sum to its
      * rejections.
       4300-CLASSIFY-REJECTION.
           EVALUATE TRUE
               WHEN AUD-USERID-RESULT = "FAIL"
                   MOVE 1 TO WS-AUDIT-REASON
               WHEN AUD-LENGTH-RESULT = "FAIL"
                   MOVE 2 TO WS-AUDIT-REASON
               WHEN AUD-UPPER-RESULT = "FAIL"
                   MOVE 3 TO WS-AUDIT-REASON
               WHEN AUD-DIGIT-RESULT = "FAIL"
                   MOVE 4 TO WS-AUDIT-REASON
               WHEN AUD-SPECIAL-RESULT = "FAIL"
                   MOVE 5 TO WS-AUDIT-REASON
               WHEN AUD-WEAK-RESULT = "FAIL"
                   MOVE 6 TO WS-AUDIT-REASON
               WHEN AUD-USERID-DER-RESULT = "FAIL"
                   MOVE 7 TO WS-AUDIT-REASON
               WHEN AUD-NAME-DER-RESULT = "FAIL"
                   MOVE 8 TO WS-AUDIT-REASON
               WHEN AUD-VARIANT-RESULT = "FAIL"
                   MOVE 9 TO WS-AUDIT-REASON
               WHEN AUD-HISTORY-RESULT = "FAIL"
                   MOVE 10 TO WS-AUDIT-REASON
               WHEN OTHER
                   MOVE ZERO TO WS-AUDIT-REASON
           END-EVALUATE.

       4400-COUNT-REJECTION.
           ADD 1 TO WS-SH-REJECTS
           ADD 1 TO WS-SH-REASON(WS-AUDIT-REASON)
           MOVE AUD-USERID TO UM-USERID
           READ USER-MASTER
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-REJECTS
               NOT INVALID KEY
                   MOVE UM-DEPT TO WS-SEEK-DEPT
                   IF WS-SEEK-DEPT = SPACES
                       MOVE "(NONE)" TO WS-SEEK-DEPT
                   END-IF
                   PERFORM 3350-SEEK-DEPARTMENT
                   IF WS-DEPT-SLOT NOT = ZERO
                       ADD 1 TO WS-DT-REJECTS(WS-DEPT-SLOT)
                       ADD 1 TO WS-DT-REASON
                           (WS-DEPT-SLOT, WS-AUDIT-REASON)
                   END-IF
           END-READ.

      * Works out each department's compliance percentage and ranks
      * the departments worst first. A department with nothing in
      * scope sorts after every one that has; ties keep department
      * order.
       5000-RANK-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-IN-SCOPE(WS-DEPT-IDX) = ZERO
                   MOVE ZERO TO WS-DT-PCT(WS-DEPT-IDX)
                   MOVE 9999 TO WS-DT-SORT-KEY(WS-DEPT-IDX)
               ELSE
                   COMPUTE WS-DT-PCT(WS-DEPT-IDX) ROUNDED =
                       WS-DT-COMPLIANT(WS-DEPT-IDX) * 100 /
                       WS-DT-IN-SCOPE(WS-DEPT-IDX)
                   COMPUTE WS-DT-SORT-KEY(WS-DEPT-IDX) =
                       WS-DT-PCT(WS-DEPT-IDX) * 10
               END-IF
               PERFORM 5100-PLACE-IN-RANKING
           END-PERFORM
           IF WS-SH-IN-SCOPE > ZERO
               COMPUTE WS-SHOP-PCT ROUNDED =
                   WS-SH-COMPLIANT * 100 / WS-SH-IN-SCOPE
           END-IF.

       5100-PLACE-IN-RANKING.
           SET WS-DEPT-SLOT TO WS-DEPT-IDX
           MOVE 1 TO WS-RANK-SLOT
           PERFORM UNTIL WS-RANK-SLOT > WS-RANK-COUNT
                   OR WS-DT-SORT-KEY(WS-RANK-DEPT(WS-RANK-SLOT)) >
                      WS-DT-SORT-KEY(WS-DEPT-SLOT)
               ADD 1 TO WS-RANK-SLOT
           END-PERFORM
           PERFORM VARYING WS-RANK-IDX FROM WS-RANK-COUNT BY -1
                   UNTIL WS-RANK-IDX < WS-RANK-SLOT
               MOVE WS-RANK-DEPT(WS-RANK-IDX)
                   TO WS-RANK-DEPT(WS-RANK-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-RANK-COUNT
           MOVE WS-DEPT-SLOT TO WS-RANK-DEPT(WS-RANK-SLOT).

      * The one-page shop-wide summary that opens the package.
       6000-WRITE-RANKING-PAGE.
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "DEPARTMENT COMPLIANCE RANKING -- " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " -- WORST TO BEST" DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "RANK  DEPT      IN SCOPE  COMPLIANT  COMPLIANCE  "
               TO COMPLIANCE-REPORT-RECORD
           MOVE "PAST MAX  FORCE CHG  LOCKED"
               TO COMPLIANCE-REPORT-RECORD(51:27)
           WRITE COMPLIANCE-REPORT-RECORD
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-DEPT(WS-RANK-IDX) TO WS-DEPT-SLOT
               PERFORM 6100-WRITE-RANKING-LINE
           END-PERFORM
           IF WS-DEPT-COUNT = ZERO
               INITIALIZE COMPLIANCE-REPORT-RECORD
               MOVE "No accounts on the master."
                   TO COMPLIANCE-REPORT-RECORD
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD

           MOVE WS-SHOP-COUNTS TO WS-PRINT-COUNTS
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "SHOP-WIDE TOTALS" TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           PERFORM 7100-WRITE-HEADCOUNT
           PERFORM 7200-WRITE-AGE-BANDS

           MOVE WS-SH-REJECTS TO WS-ED-COUNT
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "  Rejections in audit window: " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE WS-UNKNOWN-REJECTS TO WS-ED-COUNT
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "    for userids not on master:" DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD

           IF WS-SH-IN-SCOPE = ZERO
               MOVE "   N/A" TO WS-PCT-TEXT
           ELSE
               MOVE WS-SHOP-PCT TO WS-ED-PCT
               MOVE SPACES TO WS-PCT-TEXT
               STRING WS-ED-PCT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-PCT-TEXT
               END-STRING
           END-IF
           MOVE WS-SH-COMPLIANT TO WS-ED-COUNT
           MOVE WS-SH-IN-SCOPE TO WS-ED-SMALL
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "  SHOP-WIDE COMPLIANCE: " DELIMITED BY SIZE
               WS-PCT-TEXT DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-SMALL) DELIMITED BY SIZE
               " non-terminated accounts)" DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD
           PERFORM 6200-WRITE-EVIDENCE-NOTES
           IF WS-DEPT-COUNT > ZERO
               PERFORM 7950-END-PAGE
           END-IF.

       6100-WRITE-RANKING-LINE.
           PERFORM 6150-FORMAT-DEPT-PCT
           MOVE WS-RANK-IDX TO WS-ED-RANK
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE WS-ED-RANK TO COMPLIANCE-REPORT-RECORD(2:3)
           MOVE WS-DT-DEPT(WS-DEPT-SLOT)
               TO COMPLIANCE-REPORT-RECORD(7:8)
           MOVE WS-DT-IN-SCOPE(WS-DEPT-SLOT) TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO COMPLIANCE-REPORT-RECORD(20:5)
           MOVE WS-DT-COMPLIANT(WS-DEPT-SLOT) TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO COMPLIANCE-REPORT-RECORD(31:5)
           MOVE WS-PCT-TEXT TO COMPLIANCE-REPORT-RECORD(42:6)
           MOVE WS-DT-AGE-PAST-MAX(WS-DEPT-SLOT) TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO COMPLIANCE-REPORT-RECORD(54:5)
           MOVE WS-DT-FORCE-STALE(WS-DEPT-SLOT) TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO COMPLIANCE-REPORT-RECORD(65:5)
           MOVE WS-DT-LOCKED(WS-DEPT-SLOT) TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO COMPLIANCE-REPORT-RECORD(73:5)
           WRITE COMPLIANCE-REPORT-RECORD.

       6150-FORMAT-DEPT-PCT.
           IF WS-DT-IN-SCOPE(WS-DEPT-SLOT) = ZERO
               MOVE "   N/A" TO WS-PCT-TEXT
           ELSE
               MOVE WS-DT-PCT(WS-DEPT-SLOT) TO WS-ED-PCT
               MOVE SPACES TO WS-PCT-TEXT
               STRING WS-ED-PCT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-PCT-TEXT
               END-STRING
           END-IF.

      * Says plainly on the package when a source file was missing or
      * a table was too small, so nobody signs off a partial picture.
       6200-WRITE-EVIDENCE-NOTES.
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           IF WS-HISTORY-FILE-OPEN NOT = 'Y'
               INITIALIZE COMPLIANCE-REPORT-RECORD
               MOVE "NOTE: PWDHIST not available -- every account "
                   TO COMPLIANCE-REPORT-RECORD
               MOVE "shows no password change date."
                   TO COMPLIANCE-REPORT-RECORD(47:30)
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF
           IF WS-LOCKOUT-FILE-READ NOT = 'Y'
               INITIALIZE COMPLIANCE-REPORT-RECORD
               MOVE "NOTE: LOCKOUT not available -- lock dates not "
                   TO COMPLIANCE-REPORT-RECORD
               MOVE "shown." TO COMPLIANCE-REPORT-RECORD(47:6)
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF
           IF WS-AUDIT-FILE-READ NOT = 'Y'
               INITIALIZE COMPLIANCE-REPORT-RECORD
               MOVE "NOTE: AUDITLOG not available -- no rejection data."
                   TO COMPLIANCE-REPORT-RECORD
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF
           IF WS-DEPT-OVERFLOW > ZERO
               MOVE WS-DEPT-OVERFLOW TO WS-ED-COUNT
               INITIALIZE COMPLIANCE-REPORT-RECORD
               STRING "NOTE: department table full -- accounts in "
                       DELIMITED BY SIZE
                   "shop totals only: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO COMPLIANCE-REPORT-RECORD
               END-STRING
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF
           IF WS-EXCEPTION-OVERFLOW > ZERO
               MOVE WS-EXCEPTION-OVERFLOW TO WS-ED-COUNT
               INITIALIZE COMPLIANCE-REPORT-RECORD
               STRING "NOTE: exception table full -- exceptions "
                       DELIMITED BY SIZE
                   "counted but not listed: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO COMPLIANCE-REPORT-RECORD
               END-STRING
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF.

      * One page per department, ending in its compliance percentage
      * and the department head's signature block.
       7000-WRITE-DEPARTMENT-PAGE.
           SET WS-DEPT-SLOT TO WS-DEPT-IDX
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "DEPARTMENT COMPLIANCE AND ATTESTATION -- "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD

           MOVE WS-DT-WARN-AGE(WS-DEPT-SLOT) TO WS-ED-AGE
           MOVE WS-DT-MAX-AGE(WS-DEPT-SLOT) TO WS-ED-AGE-2
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "DEPARTMENT " DELIMITED BY SIZE
               WS-DT-DEPT(WS-DEPT-SLOT) DELIMITED BY SIZE
               "   WARN AGE " DELIMITED BY SIZE
               WS-ED-AGE DELIMITED BY SIZE
               "  MAX AGE " DELIMITED BY SIZE
               WS-ED-AGE-2 DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           IF WS-DT-DEPT-TIER(WS-DEPT-SLOT)
               MOVE "(DEPARTMENT POLICY)"
                   TO COMPLIANCE-REPORT-RECORD(52:19)
           ELSE
               MOVE "(SHOP DEFAULT)" TO COMPLIANCE-REPORT-RECORD(52:14)
           END-IF
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD

           MOVE WS-DT-COUNTS(WS-DEPT-SLOT) TO WS-PRINT-COUNTS
           PERFORM 7100-WRITE-HEADCOUNT
           PERFORM 7200-WRITE-AGE-BANDS
           PERFORM 7300-WRITE-EXCEPTIONS
           PERFORM 7400-WRITE-TOP-REASONS
           PERFORM 7500-WRITE-ATTESTATION.

       7100-WRITE-HEADCOUNT.
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "  HEADCOUNT BY STATUS" TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE "    Active:                   " TO WS-PRINT-LABEL
           MOVE WS-PR-ACTIVE TO WS-ED-COUNT
           PERFORM 7900-WRITE-COUNT-LINE
           MOVE "    Expired:                  " TO WS-PRINT-LABEL
           MOVE WS-PR-EXPIRED TO WS-ED-COUNT
           PERFORM 7900-WRITE-COUNT-LINE
           MOVE "    Locked:                   " TO WS-PRINT-LABEL
           MOVE WS-PR-LOCKED TO WS-ED-COUNT
           PERFORM 7900-WRITE-COUNT-LINE
           MOVE "    Terminated:               " TO WS-PRINT-LABEL
           MOVE WS-PR-TERMINATED TO WS-ED-COUNT
           PERFORM 7900-WRITE-COUNT-LINE
           IF WS-PR-OTHER > ZERO
               MOVE "    Unrecognised status:      " TO WS-PRINT-LABEL
               MOVE WS-PR-OTHER TO WS-ED-COUNT
               PERFORM 7900-WRITE-COUNT-LINE
           END-IF
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD.

       7200-WRITE-AGE-BANDS.
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "  PASSWORD AGE, NON-TERMINATED ACCOUNTS"
               TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE "    Within warn age:          " TO WS-PRINT-LABEL
           MOVE WS-PR-AGE-CURRENT TO WS-ED-COUNT
           PERFORM 7900-WRITE-COUNT-LINE
           MOVE "    In warning window:        " TO WS-PRINT-LABEL
           MOVE WS-PR-AGE-WARNING TO WS-ED-COUNT
           PERFORM 7900-WRITE-COUNT-LINE
           MOVE "    Past max age:             " TO WS-PRINT-LABEL
           MOVE WS-PR-AGE-PAST-MAX TO WS-ED-COUNT
           PERFORM 7900-WRITE-COUNT-LINE
           MOVE "    No change date on record: " TO WS-PRINT-LABEL
           MOVE WS-PR-AGE-NO-DATE TO WS-ED-COUNT
           PERFORM 7900-WRITE-COUNT-LINE
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD

           MOVE WS-POLICY-FORCE-AGE TO WS-ED-AGE
           MOVE WS-PR-FORCE-STALE TO WS-ED-COUNT
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "  FORCE-CHANGE FLAGS OLDER THAN " DELIMITED BY SIZE
               WS-ED-AGE DELIMITED BY SIZE
               " DAYS: " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE WS-PR-LOCKED TO WS-ED-COUNT
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "  CURRENT LOCKOUTS:                  "
                   DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD.

      * Every exception in the department, in userid order. DATE is
      * the date the finding runs from -- lock date, password change
      * or force-change stamp -- and DAYS the days since; an expired
      * status carries neither, its age is on its PWD AGE line.
       7300-WRITE-EXCEPTIONS.
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "  EXCEPTIONS" TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "    USERID   EXCEPTION  DATE      DAYS   NAME"
               TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE ZERO TO WS-DEPT-EX-SHOWN
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EXCEPTION-COUNT
               IF WS-EX-DEPT(WS-SCAN-IDX) = WS-DT-DEPT(WS-DEPT-SLOT)
                   ADD 1 TO WS-DEPT-EX-SHOWN
                   INITIALIZE COMPLIANCE-REPORT-RECORD
                   STRING "    " DELIMITED BY SIZE
                       WS-EX-USERID(WS-SCAN-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EX-TYPE(WS-SCAN-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EX-DATE(WS-SCAN-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-EX-DAYS(WS-SCAN-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-EX-NAME(WS-SCAN-IDX) DELIMITED BY SIZE
                       INTO COMPLIANCE-REPORT-RECORD
                   END-STRING
                   WRITE COMPLIANCE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-DEPT-EX-SHOWN = ZERO
               INITIALIZE COMPLIANCE-REPORT-RECORD
               MOVE "    None." TO COMPLIANCE-REPORT-RECORD
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD.

      * The three most frequent rejection reasons for the department
      * over the retained AUDITLOG window; earlier reasons in the
      * precedence win a tie.
       7400-WRITE-TOP-REASONS.
           INITIALIZE COMPLIANCE-REPORT-RECORD
           IF WS-AUDIT-FIRST-DATE = SPACES
               MOVE "  TOP REJECTION REASONS"
                   TO COMPLIANCE-REPORT-RECORD
           ELSE
               STRING "  TOP REJECTION REASONS, AUDITLOG "
                       DELIMITED BY SIZE
                   WS-AUDIT-FIRST-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-AUDIT-LAST-DATE DELIMITED BY SIZE
                   INTO COMPLIANCE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE ALL 'N' TO WS-TOP-PICKED
           PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
                   UNTIL WS-TOP-RANK > 3
               MOVE ZERO TO WS-TOP-BEST
               MOVE ZERO TO WS-TOP-BEST-COUNT
               PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                       UNTIL WS-REASON-IDX > WS-REASON-COUNT
                   IF WS-TOP-TAKEN(WS-REASON-IDX) = 'N' AND
                      WS-PR-REASON(WS-REASON-IDX) > WS-TOP-BEST-COUNT
                       MOVE WS-REASON-IDX TO WS-TOP-BEST
                       MOVE WS-PR-REASON(WS-REASON-IDX)
                           TO WS-TOP-BEST-COUNT
                   END-IF
               END-PERFORM
               IF WS-TOP-BEST NOT = ZERO
                   MOVE 'Y' TO WS-TOP-TAKEN(WS-TOP-BEST)
                   MOVE WS-TOP-BEST-COUNT TO WS-ED-COUNT
                   INITIALIZE COMPLIANCE-REPORT-RECORD
                   STRING "    " DELIMITED BY SIZE
                       WS-TOP-RANK DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       WS-REASON-NAME(WS-TOP-BEST) DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       INTO COMPLIANCE-REPORT-RECORD
                   END-STRING
                   WRITE COMPLIANCE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-PR-REJECTS = ZERO
               INITIALIZE COMPLIANCE-REPORT-RECORD
               MOVE "    No rejections." TO COMPLIANCE-REPORT-RECORD
               WRITE COMPLIANCE-REPORT-RECORD
           ELSE
               MOVE "    All rejections:           " TO WS-PRINT-LABEL
               MOVE WS-PR-REJECTS TO WS-ED-COUNT
               PERFORM 7900-WRITE-COUNT-LINE
           END-IF
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD.

       7500-WRITE-ATTESTATION.
           PERFORM 6150-FORMAT-DEPT-PCT
           MOVE WS-DT-COMPLIANT(WS-DEPT-SLOT) TO WS-ED-COUNT
           MOVE WS-DT-IN-SCOPE(WS-DEPT-SLOT) TO WS-ED-SMALL
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING "  COMPLIANCE: " DELIMITED BY SIZE
               WS-PCT-TEXT DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-SMALL) DELIMITED BY SIZE
               " non-terminated accounts compliant)" DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "  ATTESTATION" TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "  I have reviewed the accounts of this department and "
               TO COMPLIANCE-REPORT-RECORD
           MOVE "attest that the" TO COMPLIANCE-REPORT-RECORD(56:15)
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "  exceptions listed above are known and are being "
               TO COMPLIANCE-REPORT-RECORD
           MOVE "resolved." TO COMPLIANCE-REPORT-RECORD(52:9)
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "  Department head: ______________________________"
               TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           INITIALIZE COMPLIANCE-REPORT-RECORD
           MOVE "  Signature:       ______________________________"
               TO COMPLIANCE-REPORT-RECORD
           MOVE "Date: ____________" TO COMPLIANCE-REPORT-RECORD(53:18)
           WRITE COMPLIANCE-REPORT-RECORD
           IF WS-DEPT-IDX < WS-DEPT-COUNT
               PERFORM 7950-END-PAGE
           END-IF.

       7900-WRITE-COUNT-LINE.
           INITIALIZE COMPLIANCE-REPORT-RECORD
           STRING WS-PRINT-LABEL DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD.

      * Closes the page: the blank line goes out with a page eject
      * after it, so the next line starts a new page.
       7950-END-PAGE.
           INITIALIZE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD BEFORE ADVANCING PAGE.

       9000-TERMINATE.
           IF WS-MASTER-FILE-OPEN = 'Y'
               CLOSE USER-MASTER
           END-IF
           IF WS-HISTORY-FILE-OPEN = 'Y'
               CLOSE PASSWORD-HISTORY
           END-IF
           CLOSE COMPLIANCE-REPORT

           DISPLAY "Master records read:     " WS-MASTER-COUNT
           DISPLAY "Departments reported:    " WS-DEPT-COUNT
           DISPLAY "Lockout records read:    " WS-LOCKOUT-READ-COUNT
           DISPLAY "Audit records read:      " WS-AUDIT-COUNT
           DISPLAY "Accounts in scope:       " WS-SH-IN-SCOPE
           DISPLAY "Accounts compliant:      " WS-SH-COMPLIANT
           IF WS-DEPT-OVERFLOW > ZERO
               DISPLAY "Department table overflow -- accounts in "
                   "totals only: " WS-DEPT-OVERFLOW
           END-IF
           IF WS-LOCK-OVERFLOW > ZERO
               DISPLAY "Lockout table overflow -- records not "
                   "tracked: " WS-LOCK-OVERFLOW
           END-IF
           IF WS-EXCEPTION-OVERFLOW > ZERO
               DISPLAY "Exception table overflow -- exceptions not "
                   "listed: " WS-EXCEPTION-OVERFLOW
           END-IF

           IF WS-BATCH-RETURN-CODE NOT = ZERO
               MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           ELSE
               IF WS-SH-COMPLIANT < WS-SH-IN-SCOPE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
