       IDENTIFICATION DIVISION.
       PROGRAM-ID. DormancySweep.

      * Dormant-account sweep. An account nobody uses never fails a
      * validation, so the lockout sweep never sees it, and the
      * expiry sweep only ages passwords -- once expired, an account
      * simply sits there. This job works out when each active or
      * expired userid on USRMSTR last showed any validation
      * activity and lists every one idle past the POLICYIN dormancy
      * threshold, grouped by department with the days idle.
      *
      * Last activity is the newest validation record for the userid
      * on the audit archive concatenation (ARCHIN: allocate the
      * ARCHOUT generations to it, as for the activity search) or the
      * live AUDITLOG. A userid with no audit record at all falls
      * back to the date its current password was last changed
      * (HIST-LAST-CHANGED), and failing that to the date of the last
      * maintenance against its master record (UM-LAST-MAINT-DATE),
      * which for an account never used is the date it was added. An
      * account with none of these is listed as having no activity
      * on record. The report shows which source each date came from.
      *
      * For each dormant account it writes a PROPOSED TERMINATE in
      * USRTRAN format to a hold file for review -- the same pattern
      * as the HR reconciliation: nothing is changed on the master
      * here; the reviewed hold file is fed back through USRMAINT.
      * The operator id for the proposals comes from the command
      * line; omitted, it defaults to DORMRUN.
      *
      * A missing AUDITLOG or an unopenable master is a hard failure
      * (return code 28): judged without the audit log, every account
      * would look dormant. A missing archive or password history
      * only narrows the evidence and is noted. Ends with return code
      * 4 when any account is dormant.

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

           SELECT ARCHIVE-INPUT ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "DORMHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DORMANT-REPORT ASSIGN TO "DORMRPT"
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

      * Archive records are AUDIT-LOG-RECORD images; only the userid,
      * the timestamp and the overall result are needed here.
       FD  ARCHIVE-INPUT.
       01  ARCHIVE-INPUT-RECORD.
           05 AR-USERID              PIC X(8).
           05 AR-TIMESTAMP           PIC X(21).
           05 AR-RESULTS             PIC X(34).
           05 AR-OVERALL-RESULT      PIC X(4).
           05 AR-DERIVED-RESULTS     PIC X(12).

       FD  AUDIT-LOG.
           COPY AUDITLOG.

      * Proposed transactions, in the exact USRTRAN layout so the
      * reviewed file feeds straight back into USRMAINT.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HD-ACTION              PIC X(10).
           05 HD-USERID              PIC X(8).
           05 HD-NAME                PIC X(30).
           05 HD-DEPT                PIC X(8).
           05 HD-OPERATOR            PIC X(8).
           05 HD-FILLER              PIC X(16).

       FD  DORMANT-REPORT.
       01  DORMANT-REPORT-RECORD    PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-ARCHIVE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-HOLD-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-POLICY-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-POLICY-FILE           VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-MASTER                VALUE 'Y'.
       01 WS-ARCHIVE-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-ARCHIVE               VALUE 'Y'.
       01 WS-AUDIT-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-AUDIT-LOG             VALUE 'Y'.
       01 WS-MASTER-FILE-OPEN       PIC X VALUE 'N'.
       01 WS-HISTORY-FILE-OPEN      PIC X VALUE 'N'.
       01 WS-AUDIT-FILE-OPEN        PIC X VALUE 'N'.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-OPERATOR                PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE                PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-INT           PIC 9(8) VALUE ZERO.
       01 WS-ACTIVITY-DATE-INT      PIC 9(8) VALUE ZERO.

      * Days without activity before an account is dormant, defaulted
      * here and overridden by the default POLICYIN record when the
      * field is present and plausible. Security policy is a year.
       01 WS-POLICY-DORMANCY-DAYS   PIC 9(3) VALUE 365.

      * Every active or expired account on the master, in key order,
      * with the newest activity date found for it and where that
      * date came from. A master larger than the table is counted
      * and displayed, and the run ends non-zero so nobody reads a
      * partial sweep as a clean one.
       01 WS-ACCOUNT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ACCT-IDX.
              10 WS-AC-USERID        PIC X(8).
              10 WS-AC-NAME          PIC X(30).
              10 WS-AC-DEPT          PIC X(8).
              10 WS-AC-STATUS        PIC X(1).
              10 WS-AC-MAINT-DATE    PIC X(8).
              10 WS-AC-LAST-DATE     PIC X(8).
              10 WS-AC-SOURCE        PIC X(8).
              10 WS-AC-DAYS-IDLE     PIC 9(5).
              10 WS-AC-DORMANT       PIC X(1).
       01 WS-OVERFLOW-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-SCAN-IDX                PIC 9(5) VALUE ZERO.

      * Departments holding at least one dormant account, kept in
      * department order as they are found so the report reads
      * alphabetically without a sort step.
       01 WS-DEPT-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEPT-IDX.
              10 WS-DT-DEPT          PIC X(8).
              10 WS-DT-DORMANT       PIC 9(5).
       01 WS-DEPT-OVERFLOW          PIC 9(8) VALUE ZERO.
       01 WS-DEPT-SLOT               PIC 9(3) VALUE ZERO.
       01 WS-DEPT-MOVE-IDX          PIC 9(3) VALUE ZERO.

      * Working copy of the audit record under examination, filled
      * from whichever file (archive or live) produced it.
       01 WS-EXAM-USERID             PIC X(8) VALUE SPACES.
       01 WS-EXAM-DATE               PIC X(8) VALUE SPACES.
       01 WS-EXAM-RESULT             PIC X(4) VALUE SPACES.

       01 WS-MASTER-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-DORMANT-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-NO-ACTIVITY-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ED-COUNT                PIC ZZZZZZZ9.
       01 WS-ED-DAYS                 PIC ZZZZ9.
       01 WS-ED-THRESHOLD            PIC ZZ9.
       01 WS-DAYS-TEXT               PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 2000-LOAD-ACCOUNTS
               PERFORM 3000-SCAN-ARCHIVE
               PERFORM 3500-SCAN-AUDIT-LOG
               PERFORM 4000-APPLY-FALLBACK-DATES
               PERFORM 5000-MEASURE-IDLE-TIME
               PERFORM 6000-WRITE-DEPARTMENTS
               PERFORM 6900-WRITE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-OPERATOR
           IF WS-OPERATOR = SPACES
               MOVE "DORMRUN" TO WS-OPERATOR
           END-IF

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

           MOVE 'N' TO WS-AUDIT-FILE-OPEN
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-AUDIT-FILE-OPEN
           ELSE
               DISPLAY "AUDIT-LOG (AUDITLOG) could not be opened, "
                   "file status " WS-AUDIT-FILE-STATUS "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF

           OPEN OUTPUT HOLD-FILE
           OPEN OUTPUT DORMANT-REPORT

           MOVE WS-POLICY-DORMANCY-DAYS TO WS-ED-THRESHOLD
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "DORMANT-ACCOUNT SWEEP -- " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " -- IDLE MORE THAN " DELIMITED BY SIZE
               WS-ED-THRESHOLD DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD
           INITIALIZE DORMANT-REPORT-RECORD
           WRITE DORMANT-REPORT-RECORD.

      * The dormancy threshold is run-level: it comes from the
      * blank-department (or DEFAULT) record, wherever in POLICYIN it
      * sits.
       1100-READ-POLICY.
           MOVE 'N' TO WS-POLICY-EOF-FLAG
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-POLICY-FILE
                   READ POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POLICY-EOF-FLAG
                       NOT AT END
                           IF (POL-DEPT = SPACES OR
                               POL-DEPT = "DEFAULT ") AND
                              POL-DORMANCY-DAYS IS NUMERIC AND
                              POL-DORMANCY-DAYS > ZERO
                               MOVE POL-DORMANCY-DAYS
                                   TO WS-POLICY-DORMANCY-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

      * Loads every active or expired account in key order. A locked
      * account is already out of use and in the lockout process; a
      * terminated one is already gone.
       2000-LOAD-ACCOUNTS.
           MOVE LOW-VALUES TO UM-USERID
           START USER-MASTER KEY NOT < UM-USERID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           IF NOT END-OF-MASTER
               PERFORM 2100-READ-MASTER
               PERFORM UNTIL END-OF-MASTER
                   ADD 1 TO WS-MASTER-COUNT
                   IF UM-ACTIVE OR UM-EXPIRED
                       PERFORM 2200-ADD-ACCOUNT
                   END-IF
                   PERFORM 2100-READ-MASTER
               END-PERFORM
           END-IF.

       2100-READ-MASTER.
           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-READ.

       2200-ADD-ACCOUNT.
           IF WS-ACCOUNT-COUNT <
                   FUNCTION LENGTH(WS-ACCOUNT-TABLE) /
                   FUNCTION LENGTH(WS-ACCOUNT-ENTRY(1))
               ADD 1 TO WS-ACCOUNT-COUNT
               INITIALIZE WS-ACCOUNT-ENTRY(WS-ACCOUNT-COUNT)
               MOVE UM-USERID TO WS-AC-USERID(WS-ACCOUNT-COUNT)
               MOVE UM-NAME TO WS-AC-NAME(WS-ACCOUNT-COUNT)
               MOVE UM-DEPT TO WS-AC-DEPT(WS-ACCOUNT-COUNT)
               MOVE UM-STATUS TO WS-AC-STATUS(WS-ACCOUNT-COUNT)
               MOVE UM-LAST-MAINT-DATE
                   TO WS-AC-MAINT-DATE(WS-ACCOUNT-COUNT)
               MOVE 'N' TO WS-AC-DORMANT(WS-ACCOUNT-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      * The archive generations, oldest first. An absent archive is
      * the normal state before the first archival run.
       3000-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-INPUT
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "ARCHIVE-INPUT (ARCHIN) could not be opened, "
                   "file status " WS-ARCHIVE-FILE-STATUS
                   " -- live audit log only."
           ELSE
               PERFORM 3100-READ-ARCHIVE
               PERFORM UNTIL END-OF-ARCHIVE
                   ADD 1 TO WS-ARCHIVE-COUNT
                   MOVE AR-USERID TO WS-EXAM-USERID
                   MOVE AR-TIMESTAMP(1:8) TO WS-EXAM-DATE
                   MOVE AR-OVERALL-RESULT TO WS-EXAM-RESULT
                   PERFORM 3300-NOTE-ACTIVITY
                   PERFORM 3100-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-INPUT
           END-IF.

       3100-READ-ARCHIVE.
           READ ARCHIVE-INPUT
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-READ.

      * Any validation attempt, passed or failed, is the account in
      * use. A DUPL record is the validation run's note of a repeated
      * input record, not a second attempt, and proves nothing new.
       3300-NOTE-ACTIVITY.
           IF WS-EXAM-USERID NOT = SPACES AND
              WS-EXAM-RESULT NOT = "DUPL" AND
              WS-EXAM-DATE IS NUMERIC
               SET WS-ACCT-IDX TO 1
               SEARCH WS-ACCOUNT-ENTRY
                   VARYING WS-ACCT-IDX
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-IDX > WS-ACCOUNT-COUNT
                       CONTINUE
                   WHEN WS-AC-USERID(WS-ACCT-IDX) = WS-EXAM-USERID
                       IF WS-AC-LAST-DATE(WS-ACCT-IDX) = SPACES OR
                          WS-EXAM-DATE > WS-AC-LAST-DATE(WS-ACCT-IDX)
                           MOVE WS-EXAM-DATE
                               TO WS-AC-LAST-DATE(WS-ACCT-IDX)
                           MOVE "AUDIT" TO WS-AC-SOURCE(WS-ACCT-IDX)
                       END-IF
               END-SEARCH
           END-IF.

       3500-SCAN-AUDIT-LOG.
           PERFORM 3600-READ-AUDIT-LOG
           PERFORM UNTIL END-OF-AUDIT-LOG
               ADD 1 TO WS-AUDIT-COUNT
               MOVE AUD-USERID TO WS-EXAM-USERID
               MOVE AUD-TIMESTAMP(1:8) TO WS-EXAM-DATE
               MOVE AUD-OVERALL-RESULT TO WS-EXAM-RESULT
               PERFORM 3300-NOTE-ACTIVITY
               PERFORM 3600-READ-AUDIT-LOG
           END-PERFORM
           CLOSE AUDIT-LOG
           MOVE 'N' TO WS-AUDIT-FILE-OPEN.

       3600-READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-FLAG
           END-READ.

      * Accounts with no audit record at all take the password change
      * date, then the last maintenance date. The master is finished
      * with by now and is closed first.
       4000-APPLY-FALLBACK-DATES.
           CLOSE USER-MASTER
           MOVE 'N' TO WS-MASTER-FILE-OPEN

           MOVE 'N' TO WS-HISTORY-FILE-OPEN
           OPEN INPUT PASSWORD-HISTORY
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-FILE-OPEN
           ELSE
               DISPLAY "PASSWORD-HISTORY (PWDHIST) could not be "
                   "opened, file status " WS-HISTORY-FILE-STATUS
                   " -- change dates not used."
           END-IF

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
               IF WS-AC-LAST-DATE(WS-SCAN-IDX) = SPACES
                   PERFORM 4100-FALL-BACK-ONE-ACCOUNT
               END-IF
           END-PERFORM

           IF WS-HISTORY-FILE-OPEN = 'Y'
               CLOSE PASSWORD-HISTORY
               MOVE 'N' TO WS-HISTORY-FILE-OPEN
           END-IF.

       4100-FALL-BACK-ONE-ACCOUNT.
           IF WS-HISTORY-FILE-OPEN = 'Y'
               MOVE WS-AC-USERID(WS-SCAN-IDX) TO HIST-USERID
               READ PASSWORD-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIST-LAST-CHANGED IS NUMERIC AND
                          HIST-LAST-CHANGED >= "19000101"
                           MOVE HIST-LAST-CHANGED
                               TO WS-AC-LAST-DATE(WS-SCAN-IDX)
                           MOVE "PWDCHG" TO WS-AC-SOURCE(WS-SCAN-IDX)
                       END-IF
               END-READ
           END-IF
           IF WS-AC-LAST-DATE(WS-SCAN-IDX) = SPACES AND
              WS-AC-MAINT-DATE(WS-SCAN-IDX) IS NUMERIC AND
              WS-AC-MAINT-DATE(WS-SCAN-IDX) >= "19000101"
               MOVE WS-AC-MAINT-DATE(WS-SCAN-IDX)
                   TO WS-AC-LAST-DATE(WS-SCAN-IDX)
               MOVE "MAINT" TO WS-AC-SOURCE(WS-SCAN-IDX)
           END-IF.

      * An account with no usable date anywhere is treated as dormant
      * -- there is no evidence it has ever been used -- and so is
      * one whose date is not a real calendar date.
       5000-MEASURE-IDLE-TIME.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
               MOVE ZERO TO WS-ACTIVITY-DATE-INT
               IF WS-AC-LAST-DATE(WS-SCAN-IDX) NOT = SPACES
                   COMPUTE WS-ACTIVITY-DATE-INT =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL
                               (WS-AC-LAST-DATE(WS-SCAN-IDX)))
               END-IF
               IF WS-ACTIVITY-DATE-INT = ZERO
                   MOVE "NONE" TO WS-AC-SOURCE(WS-SCAN-IDX)
                   MOVE ZERO TO WS-AC-DAYS-IDLE(WS-SCAN-IDX)
                   MOVE 'Y' TO WS-AC-DORMANT(WS-SCAN-IDX)
                   ADD 1 TO WS-NO-ACTIVITY-COUNT
               ELSE
                   IF WS-RUN-DATE-INT > WS-ACTIVITY-DATE-INT
                       COMPUTE WS-AC-DAYS-IDLE(WS-SCAN-IDX) =
                           WS-RUN-DATE-INT - WS-ACTIVITY-DATE-INT
                   END-IF
                   IF WS-AC-DAYS-IDLE(WS-SCAN-IDX) >
                           WS-POLICY-DORMANCY-DAYS
                       MOVE 'Y' TO WS-AC-DORMANT(WS-SCAN-IDX)
                   END-IF
               END-IF
               IF WS-AC-DORMANT(WS-SCAN-IDX) = 'Y'
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM 5100-NOTE-DEPARTMENT
               END-IF
           END-PERFORM.

      * Finds the department's slot, or opens one at its place in
      * department order by moving the later entries down.
       5100-NOTE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-SLOT
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               VARYING WS-DEPT-IDX
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT(WS-DEPT-IDX) = WS-AC-DEPT(WS-SCAN-IDX)
                   ADD 1 TO WS-DT-DORMANT(WS-DEPT-IDX)
                   SET WS-DEPT-SLOT TO WS-DEPT-IDX
           END-SEARCH
           IF WS-DEPT-SLOT = ZERO
               IF WS-DEPT-COUNT <
                       FUNCTION LENGTH(WS-DEPT-TABLE) /
                       FUNCTION LENGTH(WS-DEPT-ENTRY(1))
                   PERFORM 5200-INSERT-DEPARTMENT
               ELSE
                   ADD 1 TO WS-DEPT-OVERFLOW
               END-IF
           END-IF.

       5200-INSERT-DEPARTMENT.
           MOVE 1 TO WS-DEPT-SLOT
           PERFORM UNTIL WS-DEPT-SLOT > WS-DEPT-COUNT
                   OR WS-DT-DEPT(WS-DEPT-SLOT) >
                      WS-AC-DEPT(WS-SCAN-IDX)
               ADD 1 TO WS-DEPT-SLOT
           END-PERFORM
           PERFORM VARYING WS-DEPT-MOVE-IDX FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-DEPT-MOVE-IDX < WS-DEPT-SLOT
               MOVE WS-DEPT-ENTRY(WS-DEPT-MOVE-IDX)
                   TO WS-DEPT-ENTRY(WS-DEPT-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-AC-DEPT(WS-SCAN-IDX) TO WS-DT-DEPT(WS-DEPT-SLOT)
           MOVE 1 TO WS-DT-DORMANT(WS-DEPT-SLOT).

      * One block per department, its dormant accounts in userid
      * order, each with its proposed TERMINATE written alongside. A
      * department dropped by a full department table still has its
      * accounts proposed, under a closing block of their own.
       6000-WRITE-DEPARTMENTS.
           IF WS-DORMANT-COUNT = ZERO
               INITIALIZE DORMANT-REPORT-RECORD
               MOVE "No dormant accounts." TO DORMANT-REPORT-RECORD
               WRITE DORMANT-REPORT-RECORD
               INITIALIZE DORMANT-REPORT-RECORD
               WRITE DORMANT-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM 6100-WRITE-ONE-DEPARTMENT
           END-PERFORM
           IF WS-DEPT-OVERFLOW > ZERO
               INITIALIZE DORMANT-REPORT-RECORD
               MOVE "DEPARTMENTS NOT LISTED ABOVE"
                   TO DORMANT-REPORT-RECORD
               WRITE DORMANT-REPORT-RECORD
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
                   IF WS-AC-DORMANT(WS-SCAN-IDX) = 'Y'
                       PERFORM 6150-CHECK-UNLISTED-DEPT
                   END-IF
               END-PERFORM
           END-IF.

       6100-WRITE-ONE-DEPARTMENT.
           MOVE WS-DT-DORMANT(WS-DEPT-IDX) TO WS-ED-COUNT
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "DEPARTMENT " DELIMITED BY SIZE
               WS-DT-DEPT(WS-DEPT-IDX) DELIMITED BY SIZE
               "  DORMANT ACCOUNTS: " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD
           INITIALIZE DORMANT-REPORT-RECORD
           MOVE "  USERID   S  LAST ACT SOURCE      IDLE    NAME"
               TO DORMANT-REPORT-RECORD
           WRITE DORMANT-REPORT-RECORD
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
               IF WS-AC-DORMANT(WS-SCAN-IDX) = 'Y' AND
                  WS-AC-DEPT(WS-SCAN-IDX) = WS-DT-DEPT(WS-DEPT-IDX)
                   PERFORM 6200-WRITE-DORMANT-ACCOUNT
               END-IF
           END-PERFORM
           INITIALIZE DORMANT-REPORT-RECORD
           WRITE DORMANT-REPORT-RECORD.

       6150-CHECK-UNLISTED-DEPT.
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               VARYING WS-DEPT-IDX
               AT END
                   PERFORM 6200-WRITE-DORMANT-ACCOUNT
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   PERFORM 6200-WRITE-DORMANT-ACCOUNT
               WHEN WS-DT-DEPT(WS-DEPT-IDX) = WS-AC-DEPT(WS-SCAN-IDX)
                   CONTINUE
           END-SEARCH.

       6200-WRITE-DORMANT-ACCOUNT.
           IF WS-AC-SOURCE(WS-SCAN-IDX) = "NONE"
               MOVE "UNKNOWN" TO WS-DAYS-TEXT
           ELSE
               MOVE WS-AC-DAYS-IDLE(WS-SCAN-IDX) TO WS-ED-DAYS
               MOVE SPACES TO WS-DAYS-TEXT
               MOVE WS-ED-DAYS TO WS-DAYS-TEXT(3:5)
           END-IF
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-AC-USERID(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AC-STATUS(WS-SCAN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AC-LAST-DATE(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AC-SOURCE(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAYS-TEXT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-AC-NAME(WS-SCAN-IDX) DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD

           INITIALIZE HOLD-RECORD
           MOVE "TERMINATE " TO HD-ACTION
           MOVE WS-AC-USERID(WS-SCAN-IDX) TO HD-USERID
           MOVE WS-OPERATOR TO HD-OPERATOR
           WRITE HOLD-RECORD.

       6900-WRITE-SUMMARY.
           MOVE WS-MASTER-COUNT TO WS-ED-COUNT
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "Master records read:       " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD

           MOVE WS-ACCOUNT-COUNT TO WS-ED-COUNT
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "Active/expired examined:   " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD

           MOVE WS-ARCHIVE-COUNT TO WS-ED-COUNT
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "Archive records read:      " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD

           MOVE WS-AUDIT-COUNT TO WS-ED-COUNT
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "Audit records read:        " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD

           MOVE WS-DORMANT-COUNT TO WS-ED-COUNT
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "Dormant (TERMINATE held):  " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD

           MOVE WS-NO-ACTIVITY-COUNT TO WS-ED-COUNT
           INITIALIZE DORMANT-REPORT-RECORD
           STRING "  with no activity record: " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD.

       9000-TERMINATE.
           IF WS-MASTER-FILE-OPEN = 'Y'
               CLOSE USER-MASTER
           END-IF
           IF WS-AUDIT-FILE-OPEN = 'Y'
               CLOSE AUDIT-LOG
           END-IF
           CLOSE HOLD-FILE
           CLOSE DORMANT-REPORT

           DISPLAY "Master records read:     " WS-MASTER-COUNT
           DISPLAY "Active/expired examined: " WS-ACCOUNT-COUNT
           DISPLAY "Archive records read:    " WS-ARCHIVE-COUNT
           DISPLAY "Audit records read:      " WS-AUDIT-COUNT
           DISPLAY "Dormant accounts:        " WS-DORMANT-COUNT
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "Account table overflow -- accounts not "
                   "examined: " WS-OVERFLOW-COUNT
           END-IF
           IF WS-DEPT-OVERFLOW > ZERO
               DISPLAY "Department table overflow -- dormant accounts "
                   "listed without a department block: "
                   WS-DEPT-OVERFLOW
           END-IF

           IF WS-BATCH-RETURN-CODE NOT = ZERO
               MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           ELSE
               IF WS-DORMANT-COUNT > ZERO OR
                  WS-OVERFLOW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
