      * those datasets directly. USER-MASTER and PASSWORD-HISTORY are
      * opened once per run at INIT, not per transaction, exactly as
      * the rules did when they lived inside the batch driver.
      *
      * For the policy what-if run it also holds a second, candidate
      * policy (POLICYCN) and answers SIMULATE requests, which apply
      * every check under either policy without writing to the
      * history or the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT CANDIDATE-POLICY-FILE ASSIGN TO "POLICYCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-POLICY-FILE-STATUS.

           SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  POLICY-FILE.
           COPY POLICYIN.

      * Same layout as POLICYIN, under its own field names so the
      * two policies can be read side by side.
       FD  CANDIDATE-POLICY-FILE.
           COPY POLICYIN REPLACING
               ==POLICY-FILE-RECORD== BY ==CANDIDATE-POLICY-RECORD==
               LEADING ==POL-== BY ==CPL-==.

       FD  PASSWORD-HISTORY.
           COPY PWDHIST.

                                      INDEXED BY WS-WEAK-IDX.

       01 WS-POLICY-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-CAND-POLICY-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-WEAK-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-POLICY-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-POLICY-FILE           VALUE 'Y'.

      * The candidate policy for a simulation run, loaded from
      * POLICYCN by the same rules as the live one: built-in defaults
      * replaced by its blank-department record, plus its own
      * department tier table.
       01 WS-CAND-DFLT-MIN-LENGTH   PIC 9(2) VALUE 8.
       01 WS-CAND-DFLT-MIN-UPPER    PIC 9(2) VALUE 1.
       01 WS-CAND-DFLT-MIN-DIGIT    PIC 9(2) VALUE 1.
       01 WS-CAND-DFLT-SPECIAL-REQD PIC X(1) VALUE 'N'.
       01 WS-CAND-DFLT-MIN-SPECIAL  PIC 9(2) VALUE 0.
       01 WS-CAND-DEPT-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-CAND-DEPT-TABLE.
           05 WS-CAND-DEPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-CAND-IDX.
              10 WS-CT-DEPT          PIC X(8).
              10 WS-CT-MIN-LENGTH   PIC 9(2).
              10 WS-CT-MIN-UPPER    PIC 9(2).
              10 WS-CT-MIN-DIGIT    PIC 9(2).
              10 WS-CT-SPECIAL-REQD PIC X(1).
              10 WS-CT-MIN-SPECIAL  PIC 9(2).
       01 WS-CAND-OVERFLOW          PIC 9(4) VALUE ZERO.
       01 WS-CAND-EOF-FLAG          PIC X VALUE 'N'.
          88 END-OF-CANDIDATE-FILE        VALUE 'Y'.

      * Set for the whole run when INIT asked for the candidate
      * policy: a simulation run, which opens the keyed files
      * read-only and never writes to them.
       01 WS-SIMULATION-RUN         PIC X VALUE 'N'.
      * Per transaction: whether this call may write (not on a
      * SIMULATE request, nor anywhere in a simulation run), and
      * whether it is judged under the candidate policy.
       01 WS-SIMULATING             PIC X VALUE 'N'.
       01 WS-USE-CANDIDATE          PIC X VALUE 'N'.

      * Department of the userid being validated, captured from the
      * USER-MASTER read so the department's policy tier can be
      * applied; spaces when the master is absent or the userid is
       0000-DISPATCH.
           MOVE "00" TO VP-RETURN-STATUS
           IF VP-REQUEST-INIT
               IF VP-POLICY-CANDIDATE
                   MOVE 'Y' TO WS-SIMULATION-RUN
               ELSE
                   MOVE 'N' TO WS-SIMULATION-RUN
               END-IF
               PERFORM 1000-INITIALIZE-RULES
           ELSE
               IF VP-REQUEST-VALIDATE OR VP-REQUEST-SIMULATE
                   IF WS-RULES-INITIALIZED = 'N'
                       PERFORM 1000-INITIALIZE-RULES
                   END-IF
       1000-INITIALIZE-RULES.
           PERFORM 1100-READ-POLICY
           PERFORM 1300-LOAD-WEAK-PASSWORDS
           IF WS-SIMULATION-RUN = 'Y'
               PERFORM 1200-READ-CANDIDATE-POLICY
               PERFORM 1450-OPEN-KEYED-FILES-READ
           ELSE
               PERFORM 1400-OPEN-KEYED-FILES
           END-IF
           MOVE 'Y' TO WS-RULES-INITIALIZED.

      * Reads every POLICYIN record: the blank-department (or
               END-IF
           END-IF.

      * Reads the candidate policy for a simulation run. Unlike a
      * missing POLICYIN, which has always meant "built-in defaults",
      * a missing POLICYCN is reported back to the caller: a what-if
      * against a policy that was never read would answer the wrong
      * question.
       1200-READ-CANDIDATE-POLICY.
           MOVE 'Y' TO VP-VALID
           MOVE SPACES TO VP-REJECT-REASON
           MOVE ZERO TO WS-CAND-DEPT-COUNT
           MOVE ZERO TO WS-CAND-OVERFLOW
           MOVE 'N' TO WS-CAND-EOF-FLAG
           OPEN INPUT CANDIDATE-POLICY-FILE
           IF WS-CAND-POLICY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-CANDIDATE-FILE
                   READ CANDIDATE-POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-CAND-EOF-FLAG
                       NOT AT END
                           PERFORM 1250-STORE-CANDIDATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CANDIDATE-POLICY-FILE
           ELSE
               MOVE 'N' TO VP-VALID
               STRING "Candidate policy (POLICYCN) could not be "
                       DELIMITED BY SIZE
                   "opened, file status " DELIMITED BY SIZE
                   WS-CAND-POLICY-FILE-STATUS DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO VP-REJECT-REASON
               END-STRING
           END-IF.

       1250-STORE-CANDIDATE-RECORD.
           IF CPL-DEPT = SPACES OR CPL-DEPT = "DEFAULT "
               MOVE CPL-MIN-LENGTH TO WS-CAND-DFLT-MIN-LENGTH
               MOVE CPL-MIN-UPPER TO WS-CAND-DFLT-MIN-UPPER
               MOVE CPL-MIN-DIGIT TO WS-CAND-DFLT-MIN-DIGIT
               MOVE CPL-SPECIAL-REQUIRED TO WS-CAND-DFLT-SPECIAL-REQD
               MOVE CPL-MIN-SPECIAL TO WS-CAND-DFLT-MIN-SPECIAL
           ELSE
               IF WS-CAND-DEPT-COUNT <
                       FUNCTION LENGTH(WS-CAND-DEPT-TABLE) /
                       FUNCTION LENGTH(WS-CAND-DEPT-ENTRY(1))
                   ADD 1 TO WS-CAND-DEPT-COUNT
                   MOVE CPL-DEPT
                       TO WS-CT-DEPT(WS-CAND-DEPT-COUNT)
                   MOVE CPL-MIN-LENGTH
                       TO WS-CT-MIN-LENGTH(WS-CAND-DEPT-COUNT)
                   MOVE CPL-MIN-UPPER
                       TO WS-CT-MIN-UPPER(WS-CAND-DEPT-COUNT)
                   MOVE CPL-MIN-DIGIT
                       TO WS-CT-MIN-DIGIT(WS-CAND-DEPT-COUNT)
                   MOVE CPL-SPECIAL-REQUIRED
                       TO WS-CT-SPECIAL-REQD(WS-CAND-DEPT-COUNT)
                   MOVE CPL-MIN-SPECIAL
                       TO WS-CT-MIN-SPECIAL(WS-CAND-DEPT-COUNT)
               ELSE
                   ADD 1 TO WS-CAND-OVERFLOW
               END-IF
           END-IF.

      * Opens USER-MASTER and PASSWORD-HISTORY once for the whole run
      * instead of once per transaction -- a batch run validates tens
      * of thousands of transactions, and opening/closing an indexed
               MOVE 'Y' TO WS-HISTORY-FILE-OPEN
           END-IF.

      * The simulation-run counterpart of 1400-OPEN-KEYED-FILES: both
      * files input only, and an absent history is not created -- a
      * what-if must leave the datasets exactly as it found them.
      * WS-MASTER-UPDATE-OK stays 'N', so the reset-workflow requests
      * are refused for the run.
       1450-OPEN-KEYED-FILES-READ.
           MOVE 'N' TO WS-MASTER-FILE-OPEN
           MOVE 'N' TO WS-MASTER-UPDATE-OK
           OPEN INPUT USER-MASTER
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-FILE-OPEN
           END-IF

           MOVE 'N' TO WS-HISTORY-FILE-OPEN
           OPEN INPUT PASSWORD-HISTORY
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-FILE-OPEN
           END-IF.

      * Closes USER-MASTER and PASSWORD-HISTORY once at end of run,
      * the counterpart to 1400-OPEN-KEYED-FILES. Only closes a file
      * that actually opened, since an absent dataset was never opened
       2000-VALIDATE-REQUEST.
           MOVE VP-USERID TO USERID
           MOVE VP-PASSWORD TO WS-PWD
           MOVE 'N' TO WS-SIMULATING
           MOVE 'N' TO WS-USE-CANDIDATE
           IF VP-REQUEST-SIMULATE OR WS-SIMULATION-RUN = 'Y'
               MOVE 'Y' TO WS-SIMULATING
           END-IF
           IF VP-REQUEST-SIMULATE AND VP-POLICY-CANDIDATE
               MOVE 'Y' TO WS-USE-CANDIDATE
           END-IF

           PERFORM 5000-VALIDATE-PASSWORD

           MOVE WS-NAME-DER-RESULT TO VP-NAME-DER-RESULT
           MOVE WS-VARIANT-RESULT TO VP-VARIANT-RESULT
           MOVE WS-STRENGTH-RESULT TO VP-STRENGTH-RESULT
           MOVE WS-OVERALL-RESULT TO VP-OVERALL-RESULT
           MOVE WS-USER-DEPT TO VP-USER-DEPT.

      * Reset-workflow request: releases an expired or locked account
      * ahead of a help-desk reset, with the maintenance stamp an

      * Every complexity check below reads the WS-POLICY-* fields, so
      * the department tier must be selected before any of them runs.
           IF WS-USE-CANDIDATE = 'Y'
               PERFORM 4600-SELECT-CANDIDATE-POLICY
           ELSE
               PERFORM 4500-SELECT-DEPT-POLICY
           END-IF

           IF WS-USERID-OK = 'Y'
      * Normalize WS-PWD to its trimmed, left-justified form once,
               END-SEARCH
           END-IF.

      * The same selection against the candidate policy, for a
      * SIMULATE request that asks for it.
       4600-SELECT-CANDIDATE-POLICY.
           MOVE WS-CAND-DFLT-MIN-LENGTH TO WS-POLICY-MIN-LENGTH
           MOVE WS-CAND-DFLT-MIN-UPPER TO WS-POLICY-MIN-UPPER
           MOVE WS-CAND-DFLT-MIN-DIGIT TO WS-POLICY-MIN-DIGIT
           MOVE WS-CAND-DFLT-SPECIAL-REQD TO WS-POLICY-SPECIAL-REQD
           MOVE WS-CAND-DFLT-MIN-SPECIAL TO WS-POLICY-MIN-SPECIAL
           IF WS-USER-DEPT NOT = SPACES AND
              WS-CAND-DEPT-COUNT > ZERO
               SET WS-CAND-IDX TO 1
               SEARCH WS-CAND-DEPT-ENTRY
                   VARYING WS-CAND-IDX
                   AT END
                       CONTINUE
                   WHEN WS-CAND-IDX > WS-CAND-DEPT-COUNT
                       CONTINUE
                   WHEN WS-CT-DEPT(WS-CAND-IDX) = WS-USER-DEPT
                       MOVE WS-CT-MIN-LENGTH(WS-CAND-IDX)
                           TO WS-POLICY-MIN-LENGTH
                       MOVE WS-CT-MIN-UPPER(WS-CAND-IDX)
                           TO WS-POLICY-MIN-UPPER
                       MOVE WS-CT-MIN-DIGIT(WS-CAND-IDX)
                           TO WS-POLICY-MIN-DIGIT
                       MOVE WS-CT-SPECIAL-REQD(WS-CAND-IDX)
                           TO WS-POLICY-SPECIAL-REQD
                       MOVE WS-CT-MIN-SPECIAL(WS-CAND-IDX)
                           TO WS-POLICY-MIN-SPECIAL
               END-SEARCH
           END-IF.

      * Subroutine to count uppercase letters against the policy
      * minimum. Tested by collating-sequence range, not by
      * case-folding, so punctuation and digits (which have no case
      * a reuse. History only rolls forward on an actual change, so an
      * unchanged password doesn't shuffle the same hash through all 5
      * slots across repeated recert runs.
      *
      * A simulated transaction is judged the same way but the roll is
      * never written back.
       8000-CHECK-PASSWORD-HISTORY.
           MOVE "N/A " TO WS-HISTORY-RESULT
           IF USERID NOT = SPACES AND WS-HISTORY-FILE-OPEN = 'Y'
      * password is.
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO HIST-LAST-CHANGED
                       IF WS-SIMULATING = 'N'
                           IF WS-HIST-NEW-RECORD = 'Y'
                               WRITE HISTORY-RECORD
                           ELSE
                               REWRITE HISTORY-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
      * serves the reset -- the flag is cleared on the master so the
      * account is off its temporary password for good. The clear is
      * skipped, and the acceptance stands, when the master opened
      * read-only, or the transaction is only simulated; the flag is
      * then served on the next updatable run.
       9400-ENFORCE-FORCE-CHANGE.
           IF WS-PWD-UNCHANGED = 'Y'
               MOVE 'N' TO WS-VALID
             "Temporary password must be changed before use."
                   TO WS-REJECT-REASON
           ELSE
               IF WS-MASTER-UPDATE-OK = 'Y' AND
                  WS-SIMULATING = 'N'
                   MOVE SPACE TO UM-FORCE-CHANGE
                   MOVE SPACES TO UM-FORCE-DATE
                   REWRITE USER-MASTER-RECORD
