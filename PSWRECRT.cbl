       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessRecertification.

      * Periodic access recertification. Twice a year every account
      * still on USRMSTR must be re-approved by its department
      * manager; this job runs the campaign from opening to close.
      * One campaign is in progress at a time, and its state is kept
      * on RECRTST from run to run: a CAMPAIGN record (id, date
      * opened, deadline, OPEN or CLOSED) and one ACCOUNT record per
      * account in the campaign with its state --
      *   PENDING   -- no decision received yet;
      *   CERTIFIED -- the manager answered KEEP;
      *   REVOKED   -- the manager answered REVOKE;
      *   OVERDUE   -- the deadline passed with no answer.
      *
      * The run mode comes from the command line:
      *   OPEN id deadline [operator] -- opens campaign "id" with
      *       answers due by "deadline" (YYYYMMDD, after today). Every
      *       account on USRMSTR not terminated joins it as PENDING,
      *       and the managers' listing (RECRTLST) is written: one
      *       block per department, each account with its name,
      *       status, last maintenance date and password age. Refused
      *       while another campaign is still OPEN.
      *   UPDATE [operator] -- the default. Applies the decisions on
      *       the response file (RECRTRSP), marks the unanswered
      *       PENDING accounts OVERDUE once the deadline has passed,
      *       and reports progress.
      *   CLOSE [operator] -- an UPDATE that also closes the
      *       campaign and ends the report with the closing figures
      *       for the audit file. Refused before the deadline.
      *
      * Responses are keyed by campaign id and userid; one for
      * another campaign, an account not in this one, or a decision
      * other than KEEP or REVOKE is rejected on the report. A
      * later answer for the same account replaces an earlier one
      * until a termination has been proposed for it; after that it
      * is reported and ignored. RECRTRSP may carry every answer
      * returned so far -- an answer already in effect changes
      * nothing.
      *
      * Each REVOKED or OVERDUE account becomes a proposed TERMINATE
      * in USRTRAN format added to the hold file (RECRTHLD), once --
      * the account is marked as proposed -- for review and feeding
      * back through USRMAINT, the same pattern as the HR
      * reconciliation and the dormancy sweep; nothing on the
      * master is changed here. An account terminated on the master
      * in the meantime needs no proposal and is reported instead.
      * The report (RECRTRPT) ends with each department's counts and
      * completion percentage (accounts answered, KEEP or REVOKE, of
      * accounts in the campaign).
      *
      * A state file that exists but cannot be read, or a master
      * that cannot be opened, is a hard failure (return code 28)
      * and RECRTST is left as it was. Ends with return code 4 when
      * any termination was proposed or any response rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-STATE ASSIGN TO "RECRTST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.

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

           SELECT RESPONSE-FILE ASSIGN TO "RECRTRSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.

           SELECT MANAGER-LISTING ASSIGN TO "RECRTLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "RECRTHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT RECERT-REPORT ASSIGN TO "RECRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One CAMPAIGN record, first, then one ACCOUNT record per
      * account in the campaign. On the CAMPAIGN record RS-STATE is
      * OPEN or CLOSED, RS-DATE the date opened and RS-MANAGER the
      * operator who opened it; on an ACCOUNT record RS-DATE and
      * RS-MANAGER are the date and manager of the decision.
       FD  CAMPAIGN-STATE.
       01  CAMPAIGN-STATE-RECORD.
           05 RS-REC-TYPE           PIC X(8).
              88 RS-CAMPAIGN-REC          VALUE "CAMPAIGN".
              88 RS-ACCOUNT-REC           VALUE "ACCOUNT ".
           05 RS-CAMPAIGN-ID        PIC X(8).
           05 RS-USERID             PIC X(8).
           05 RS-DEPT               PIC X(8).
           05 RS-NAME               PIC X(30).
           05 RS-STATE              PIC X(10).
           05 RS-DATE               PIC X(8).
           05 RS-DEADLINE           PIC X(8).
           05 RS-MANAGER            PIC X(8).
      * 'Y' once a TERMINATE has been proposed; 'X' when none was
      * needed because the master already shows the account gone.
           05 RS-PROPOSED           PIC X(1).
           05 RS-FILLER             PIC X(3).

       FD  USER-MASTER.
           COPY USRMSTR.

       FD  PASSWORD-HISTORY.
           COPY PWDHIST.

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05 RR-CAMPAIGN-ID        PIC X(8).
           05 RR-USERID             PIC X(8).
           05 RR-DECISION           PIC X(6).
              88 RR-KEEP                  VALUE "KEEP  ".
              88 RR-REVOKE                VALUE "REVOKE".
           05 RR-MANAGER            PIC X(8).
           05 RR-DATE               PIC X(8).
           05 RR-FILLER             PIC X(42).

       FD  MANAGER-LISTING.
       01  MANAGER-LISTING-RECORD   PIC X(96).

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

       FD  RECERT-REPORT.
       01  RECERT-REPORT-RECORD     PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-STATE-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-RESPONSE-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-LISTING-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-HOLD-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-STATE-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-CAMPAIGN-STATE        VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-MASTER                VALUE 'Y'.
       01 WS-RESPONSE-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-RESPONSE-FILE         VALUE 'Y'.
       01 WS-MASTER-FILE-OPEN       PIC X VALUE 'N'.
       01 WS-HISTORY-FILE-OPEN      PIC X VALUE 'N'.
       01 WS-REPORT-FILE-OPEN       PIC X VALUE 'N'.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-RUN-MODE               PIC X(8) VALUE SPACES.
          88 OPEN-MODE                    VALUE "OPEN".
          88 UPDATE-MODE                  VALUE "UPDATE".
          88 CLOSE-MODE                   VALUE "CLOSE".
       01 WS-PARM-2                 PIC X(8) VALUE SPACES.
       01 WS-PARM-3                 PIC X(8) VALUE SPACES.
       01 WS-PARM-4                 PIC X(8) VALUE SPACES.
       01 WS-OPERATOR               PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE               PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-INT           PIC 9(8) VALUE ZERO.
       01 WS-DATE-INT               PIC 9(8) VALUE ZERO.

      * The campaign in progress, from the CAMPAIGN record of
      * RECRTST or, on an OPEN, from the command line.
       01 WS-CAMPAIGN-FOUND         PIC X VALUE 'N'.
       01 WS-CAMPAIGN-ID            PIC X(8) VALUE SPACES.
       01 WS-CAMPAIGN-OPENED        PIC X(8) VALUE SPACES.
       01 WS-CAMPAIGN-DEADLINE      PIC X(8) VALUE SPACES.
       01 WS-CAMPAIGN-OPERATOR      PIC X(8) VALUE SPACES.
       01 WS-CAMPAIGN-STATE         PIC X(10) VALUE SPACES.
          88 CAMPAIGN-IS-OPEN             VALUE "OPEN".
          88 CAMPAIGN-IS-CLOSED           VALUE "CLOSED".

      * Every account in the campaign, in userid order (the order
      * the master was read in when the campaign opened). A master
      * larger than the table is a hard failure at OPEN -- an
      * account left out would never be recertified.
       01 WS-ACCOUNT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ACCT-IDX.
              10 WS-AC-USERID        PIC X(8).
              10 WS-AC-DEPT          PIC X(8).
              10 WS-AC-NAME          PIC X(30).
              10 WS-AC-STATE         PIC X(10).
                 88 WS-AC-PENDING          VALUE "PENDING".
                 88 WS-AC-CERTIFIED        VALUE "CERTIFIED".
                 88 WS-AC-REVOKED          VALUE "REVOKED".
                 88 WS-AC-OVERDUE          VALUE "OVERDUE".
              10 WS-AC-DATE          PIC X(8).
              10 WS-AC-MANAGER       PIC X(8).
              10 WS-AC-PROPOSED      PIC X(1).
       01 WS-SCAN-IDX                PIC 9(5) VALUE ZERO.
       01 WS-ACCT-SLOT               PIC 9(5) VALUE ZERO.

      * Departments in the campaign, kept in department order as
      * they are found so the listing and report read alphabetically
      * without a sort step, with the counts for the summary.
       01 WS-DEPT-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEPT-IDX.
              10 WS-DT-DEPT          PIC X(8).
              10 WS-DT-TOTAL         PIC 9(5).
              10 WS-DT-CERTIFIED     PIC 9(5).
              10 WS-DT-REVOKED       PIC 9(5).
              10 WS-DT-OVERDUE       PIC 9(5).
              10 WS-DT-PENDING       PIC 9(5).
       01 WS-DEPT-OVERFLOW          PIC 9(8) VALUE ZERO.
       01 WS-DEPT-SLOT               PIC 9(3) VALUE ZERO.
       01 WS-DEPT-MOVE-IDX          PIC 9(3) VALUE ZERO.
       01 WS-THIS-DEPT               PIC X(8) VALUE SPACES.

      * Listing and report working fields.
       01 WS-RESULT                 PIC X(60) VALUE SPACES.
       01 WS-MASTER-STATUS          PIC X(1) VALUE SPACE.
       01 WS-MAINT-DATE             PIC X(8) VALUE SPACES.
       01 WS-AGE-TEXT               PIC X(7) VALUE SPACES.
       01 WS-AGE-DAYS               PIC 9(5) VALUE ZERO.
       01 WS-ANSWERED               PIC 9(6) VALUE ZERO.
       01 WS-PERCENT                PIC 9(3)V9 VALUE ZERO.
       01 WS-ED-PERCENT             PIC ZZ9.9.
       01 WS-ED-COUNT               PIC ZZZZZZZ9.
       01 WS-ED-SMALL               PIC ZZZZ9.
       01 WS-ED-SMALL-2             PIC ZZZZ9.
       01 WS-ED-SMALL-3             PIC ZZZZ9.
       01 WS-ED-SMALL-4             PIC ZZZZ9.
       01 WS-ED-SMALL-5             PIC ZZZZ9.
       01 WS-ED-DAYS                PIC ZZZZ9.

       01 WS-RESPONSE-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-UNCHANGED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-OVERDUE-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-PROPOSED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-GONE-COUNT             PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-CERTIFIED        PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-REVOKED          PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-OVERDUE          PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-PENDING          PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               IF OPEN-MODE
                   PERFORM 2000-OPEN-CAMPAIGN
               ELSE
                   PERFORM 3000-APPLY-RESPONSES
                   PERFORM 4000-MARK-OVERDUE
                   PERFORM 4500-PROPOSE-TERMINATIONS
                   IF CLOSE-MODE
                       MOVE "CLOSED" TO WS-CAMPAIGN-STATE
                   END-IF
               END-IF
           END-IF
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 5000-WRITE-DEPARTMENT-SUMMARY
               PERFORM 6000-SAVE-STATE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-PARM-2 WS-PARM-3 WS-PARM-4
           IF WS-RUN-MODE = SPACES
               MOVE "UPDATE" TO WS-RUN-MODE
           END-IF
           IF OPEN-MODE
               MOVE WS-PARM-4 TO WS-OPERATOR
           ELSE
               MOVE WS-PARM-2 TO WS-OPERATOR
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "RECERT" TO WS-OPERATOR
           END-IF

           OPEN OUTPUT RECERT-REPORT
           MOVE 'Y' TO WS-REPORT-FILE-OPEN
           INITIALIZE RECERT-REPORT-RECORD
           STRING "ACCESS RECERTIFICATION -- " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SPACE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD
           INITIALIZE RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD

           IF NOT OPEN-MODE AND NOT UPDATE-MODE AND NOT CLOSE-MODE
               MOVE "UNKNOWN RUN MODE -- USE OPEN, UPDATE OR CLOSE"
                   TO WS-RESULT
               PERFORM 1900-REFUSE-RUN
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 1100-LOAD-STATE
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO
               IF OPEN-MODE
                   PERFORM 1300-CHECK-OPEN-REQUEST
               ELSE
                   PERFORM 1400-CHECK-CAMPAIGN-IN-PROGRESS
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
                       "."
                   MOVE "USRMSTR COULD NOT BE OPENED" TO WS-RESULT
                   PERFORM 1900-REFUSE-RUN
               END-IF
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 1500-WRITE-CAMPAIGN-HEADING
           END-IF.

      * The state file is loaded whole. Its absence simply means no
      * campaign has ever been run.
       1100-LOAD-STATE.
           OPEN INPUT CAMPAIGN-STATE
           EVALUATE WS-STATE-FILE-STATUS
               WHEN "00"
                   PERFORM 1150-READ-STATE
                   PERFORM UNTIL END-OF-CAMPAIGN-STATE
                       PERFORM 1200-STORE-STATE-RECORD
                       PERFORM 1150-READ-STATE
                   END-PERFORM
                   CLOSE CAMPAIGN-STATE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CAMPAIGN-STATE (RECRTST) could not be "
                       "opened, file status " WS-STATE-FILE-STATUS "."
                   MOVE "RECRTST COULD NOT BE READ" TO WS-RESULT
                   PERFORM 1900-REFUSE-RUN
           END-EVALUATE.

       1150-READ-STATE.
           READ CAMPAIGN-STATE
               AT END
                   MOVE 'Y' TO WS-STATE-EOF-FLAG
           END-READ.

       1200-STORE-STATE-RECORD.
           EVALUATE TRUE
               WHEN RS-CAMPAIGN-REC
                   MOVE 'Y' TO WS-CAMPAIGN-FOUND
                   MOVE RS-CAMPAIGN-ID TO WS-CAMPAIGN-ID
                   MOVE RS-DATE TO WS-CAMPAIGN-OPENED
                   MOVE RS-DEADLINE TO WS-CAMPAIGN-DEADLINE
                   MOVE RS-MANAGER TO WS-CAMPAIGN-OPERATOR
                   MOVE RS-STATE TO WS-CAMPAIGN-STATE
               WHEN RS-ACCOUNT-REC
                   IF WS-ACCOUNT-COUNT <
                           FUNCTION LENGTH(WS-ACCOUNT-TABLE) /
                           FUNCTION LENGTH(WS-ACCOUNT-ENTRY(1))
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE RS-USERID TO WS-AC-USERID(WS-ACCOUNT-COUNT)
                       MOVE RS-DEPT TO WS-AC-DEPT(WS-ACCOUNT-COUNT)
                       MOVE RS-NAME TO WS-AC-NAME(WS-ACCOUNT-COUNT)
                       MOVE RS-STATE TO WS-AC-STATE(WS-ACCOUNT-COUNT)
                       MOVE RS-DATE TO WS-AC-DATE(WS-ACCOUNT-COUNT)
                       MOVE RS-MANAGER
                           TO WS-AC-MANAGER(WS-ACCOUNT-COUNT)
                       MOVE RS-PROPOSED
                           TO WS-AC-PROPOSED(WS-ACCOUNT-COUNT)
                   ELSE
                       DISPLAY "CAMPAIGN-STATE (RECRTST) is larger "
                           "than the account table."
                       MOVE "RECRTST TOO LARGE FOR THE ACCOUNT TABLE"
                           TO WS-RESULT
                       PERFORM 1900-REFUSE-RUN
                       MOVE 'Y' TO WS-STATE-EOF-FLAG
                   END-IF
           END-EVALUATE.

      * An OPEN needs an id, a real deadline after today, and no
      * campaign still open. The closed campaign's state is
      * replaced by the new one; its closing report is the record.
       1300-CHECK-OPEN-REQUEST.
           MOVE ZERO TO WS-DATE-INT
           IF WS-PARM-3 IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-PARM-3))
           END-IF
           EVALUATE TRUE
               WHEN WS-CAMPAIGN-FOUND = 'Y' AND CAMPAIGN-IS-OPEN
                   STRING "CAMPAIGN " DELIMITED BY SIZE
                       WS-CAMPAIGN-ID DELIMITED BY SPACE
                       " IS STILL OPEN -- CLOSE IT FIRST"
                           DELIMITED BY SIZE
                       INTO WS-RESULT
                   END-STRING
                   PERFORM 1900-REFUSE-RUN
               WHEN WS-PARM-2 = SPACES
                   MOVE "NO CAMPAIGN ID GIVEN" TO WS-RESULT
                   PERFORM 1900-REFUSE-RUN
               WHEN WS-DATE-INT = ZERO OR
                    WS-DATE-INT NOT > WS-RUN-DATE-INT
                   MOVE "DEADLINE MUST BE A DATE AFTER TODAY"
                       TO WS-RESULT
                   PERFORM 1900-REFUSE-RUN
               WHEN OTHER
                   MOVE WS-PARM-2 TO WS-CAMPAIGN-ID
                   MOVE WS-RUN-DATE TO WS-CAMPAIGN-OPENED
                   MOVE WS-PARM-3 TO WS-CAMPAIGN-DEADLINE
                   MOVE WS-OPERATOR TO WS-CAMPAIGN-OPERATOR
                   MOVE "OPEN" TO WS-CAMPAIGN-STATE
                   MOVE 'Y' TO WS-CAMPAIGN-FOUND
                   MOVE ZERO TO WS-ACCOUNT-COUNT
           END-EVALUATE.

       1400-CHECK-CAMPAIGN-IN-PROGRESS.
           EVALUATE TRUE
               WHEN WS-CAMPAIGN-FOUND = 'N'
                   MOVE "NO CAMPAIGN HAS BEEN OPENED" TO WS-RESULT
                   PERFORM 1900-REFUSE-RUN
               WHEN NOT CAMPAIGN-IS-OPEN
                   STRING "CAMPAIGN " DELIMITED BY SIZE
                       WS-CAMPAIGN-ID DELIMITED BY SPACE
                       " IS ALREADY CLOSED" DELIMITED BY SIZE
                       INTO WS-RESULT
                   END-STRING
                   PERFORM 1900-REFUSE-RUN
               WHEN CLOSE-MODE AND
                    WS-RUN-DATE NOT > WS-CAMPAIGN-DEADLINE
                   STRING "DEADLINE " DELIMITED BY SIZE
                       WS-CAMPAIGN-DEADLINE DELIMITED BY SIZE
                       " NOT YET PASSED -- CANNOT CLOSE"
                           DELIMITED BY SIZE
                       INTO WS-RESULT
                   END-STRING
                   PERFORM 1900-REFUSE-RUN
           END-EVALUATE.

       1500-WRITE-CAMPAIGN-HEADING.
           INITIALIZE RECERT-REPORT-RECORD
           STRING "CAMPAIGN " DELIMITED BY SIZE
               WS-CAMPAIGN-ID DELIMITED BY SIZE
               "  OPENED " DELIMITED BY SIZE
               WS-CAMPAIGN-OPENED DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-CAMPAIGN-OPERATOR DELIMITED BY SIZE
               "  DEADLINE " DELIMITED BY SIZE
               WS-CAMPAIGN-DEADLINE DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD
           INITIALIZE RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

      * Refusals are on the report as well as the console, and
      * leave every file as it was.
       1900-REFUSE-RUN.
           INITIALIZE RECERT-REPORT-RECORD
           STRING "RUN REFUSED -- " DELIMITED BY SIZE
               WS-RESULT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD
           DISPLAY RECERT-REPORT-RECORD
           MOVE 28 TO WS-BATCH-RETURN-CODE.

      * Every account on the master not terminated joins the
      * campaign as PENDING; the listing goes to the managers.
       2000-OPEN-CAMPAIGN.
           MOVE LOW-VALUES TO UM-USERID
           START USER-MASTER KEY NOT < UM-USERID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           IF NOT END-OF-MASTER
               PERFORM 2100-READ-MASTER
               PERFORM UNTIL END-OF-MASTER
                   IF NOT UM-TERMINATED
                       PERFORM 2200-ADD-ACCOUNT
                   END-IF
                   PERFORM 2100-READ-MASTER
               END-PERFORM
           END-IF
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 2500-WRITE-MANAGER-LISTING
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
               MOVE UM-DEPT TO WS-AC-DEPT(WS-ACCOUNT-COUNT)
               MOVE UM-NAME TO WS-AC-NAME(WS-ACCOUNT-COUNT)
               MOVE "PENDING" TO WS-AC-STATE(WS-ACCOUNT-COUNT)
               MOVE 'N' TO WS-AC-PROPOSED(WS-ACCOUNT-COUNT)
           ELSE
               DISPLAY "USER-MASTER (USRMSTR) is larger than the "
                   "account table -- campaign not opened."
               MOVE "USRMSTR TOO LARGE FOR THE ACCOUNT TABLE"
                   TO WS-RESULT
               PERFORM 1900-REFUSE-RUN
               MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-IF.

      * One block per department, accounts in userid order, with
      * the current status, last maintenance and password age read
      * fresh from the master and history. A department dropped by
      * a full department table is listed under a closing block of
      * its own.
       2500-WRITE-MANAGER-LISTING.
           PERFORM 7000-BUILD-DEPARTMENTS
           MOVE 'N' TO WS-HISTORY-FILE-OPEN
           OPEN INPUT PASSWORD-HISTORY
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-FILE-OPEN
           ELSE
               DISPLAY "PASSWORD-HISTORY (PWDHIST) could not be "
                   "opened, file status " WS-HISTORY-FILE-STATUS
                   " -- password ages not listed."
           END-IF

           OPEN OUTPUT MANAGER-LISTING
           INITIALIZE MANAGER-LISTING-RECORD
           STRING "ACCESS RECERTIFICATION " DELIMITED BY SIZE
               WS-CAMPAIGN-ID DELIMITED BY SIZE
               " -- ANSWER KEEP OR REVOKE FOR EACH ACCOUNT BY "
                   DELIMITED BY SIZE
               WS-CAMPAIGN-DEADLINE DELIMITED BY SIZE
               INTO MANAGER-LISTING-RECORD
           END-STRING
           WRITE MANAGER-LISTING-RECORD
           INITIALIZE MANAGER-LISTING-RECORD
           WRITE MANAGER-LISTING-RECORD

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DT-DEPT(WS-DEPT-IDX) TO WS-THIS-DEPT
               MOVE WS-DT-TOTAL(WS-DEPT-IDX) TO WS-ED-COUNT
               INITIALIZE MANAGER-LISTING-RECORD
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   WS-THIS-DEPT DELIMITED BY SIZE
                   "  ACCOUNTS: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO MANAGER-LISTING-RECORD
               END-STRING
               WRITE MANAGER-LISTING-RECORD
               PERFORM 2550-WRITE-LISTING-COLUMNS
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
                   IF WS-AC-DEPT(WS-SCAN-IDX) = WS-THIS-DEPT
                       PERFORM 2600-WRITE-LISTING-ACCOUNT
                   END-IF
               END-PERFORM
               INITIALIZE MANAGER-LISTING-RECORD
               WRITE MANAGER-LISTING-RECORD
           END-PERFORM

           IF WS-DEPT-OVERFLOW > ZERO
               INITIALIZE MANAGER-LISTING-RECORD
               MOVE "DEPARTMENTS NOT LISTED ABOVE"
                   TO MANAGER-LISTING-RECORD
               WRITE MANAGER-LISTING-RECORD
               PERFORM 2550-WRITE-LISTING-COLUMNS
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
                   PERFORM 7300-FIND-DEPARTMENT
                   IF WS-DEPT-SLOT = ZERO
                       PERFORM 2600-WRITE-LISTING-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF

           CLOSE MANAGER-LISTING
           IF WS-HISTORY-FILE-OPEN = 'Y'
               CLOSE PASSWORD-HISTORY
               MOVE 'N' TO WS-HISTORY-FILE-OPEN
           END-IF

           MOVE WS-ACCOUNT-COUNT TO WS-ED-COUNT
           INITIALIZE RECERT-REPORT-RECORD
           STRING "Campaign opened, accounts listed for managers: "
                   DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD
           INITIALIZE RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

       2550-WRITE-LISTING-COLUMNS.
           INITIALIZE MANAGER-LISTING-RECORD
           STRING "  USERID   NAME                           S "
                   DELIMITED BY SIZE
               "LAST MNT PWD AGE  DECISION" DELIMITED BY SIZE
               INTO MANAGER-LISTING-RECORD
           END-STRING
           WRITE MANAGER-LISTING-RECORD.

       2600-WRITE-LISTING-ACCOUNT.
           MOVE SPACE TO WS-MASTER-STATUS
           MOVE SPACES TO WS-MAINT-DATE
           MOVE WS-AC-USERID(WS-SCAN-IDX) TO UM-USERID
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UM-STATUS TO WS-MASTER-STATUS
                   MOVE UM-LAST-MAINT-DATE TO WS-MAINT-DATE
           END-READ

           MOVE "UNKNOWN" TO WS-AGE-TEXT
           IF WS-HISTORY-FILE-OPEN = 'Y'
               MOVE WS-AC-USERID(WS-SCAN-IDX) TO HIST-USERID
               READ PASSWORD-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2650-MEASURE-PASSWORD-AGE
               END-READ
           END-IF

           INITIALIZE MANAGER-LISTING-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-AC-USERID(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AC-NAME(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MASTER-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MAINT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-TEXT DELIMITED BY SIZE
               "  ______" DELIMITED BY SIZE
               INTO MANAGER-LISTING-RECORD
           END-STRING
           WRITE MANAGER-LISTING-RECORD.

       2650-MEASURE-PASSWORD-AGE.
           MOVE ZERO TO WS-DATE-INT
           IF HIST-LAST-CHANGED IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(HIST-LAST-CHANGED))
           END-IF
           IF WS-DATE-INT > ZERO
               MOVE ZERO TO WS-AGE-DAYS
               IF WS-RUN-DATE-INT > WS-DATE-INT
                   COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-DATE-INT
               END-IF
               MOVE WS-AGE-DAYS TO WS-ED-DAYS
               MOVE SPACES TO WS-AGE-TEXT
               MOVE WS-ED-DAYS TO WS-AGE-TEXT(3:5)
           END-IF.

      * Responses are taken in file order, so of two answers for the
      * same account the later one stands.
       3000-APPLY-RESPONSES.
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-FILE-STATUS = "00"
               INITIALIZE RECERT-REPORT-RECORD
               STRING "  USERID   DECISION MANAGER  RESULT"
                       DELIMITED BY SIZE
                   INTO RECERT-REPORT-RECORD
               END-STRING
               WRITE RECERT-REPORT-RECORD
               PERFORM 3100-READ-RESPONSE
               PERFORM UNTIL END-OF-RESPONSE-FILE
                   ADD 1 TO WS-RESPONSE-COUNT
                   PERFORM 3200-APPLY-ONE-RESPONSE
                   PERFORM 3100-READ-RESPONSE
               END-PERFORM
               CLOSE RESPONSE-FILE
               INITIALIZE RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
           ELSE
               DISPLAY "RESPONSE-FILE (RECRTRSP) could not be opened, "
                   "file status " WS-RESPONSE-FILE-STATUS
                   " -- no decisions applied."
           END-IF.

       3100-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   MOVE 'Y' TO WS-RESPONSE-EOF-FLAG
           END-READ.

      * An answer already in effect is counted but not listed, so a
      * cumulative response file does not repeat itself on every
      * run's report.
       3200-APPLY-ONE-RESPONSE.
           MOVE SPACES TO WS-RESULT
           MOVE ZERO TO WS-ACCT-SLOT
           SET WS-ACCT-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               VARYING WS-ACCT-IDX
               AT END
                   CONTINUE
               WHEN WS-ACCT-IDX > WS-ACCOUNT-COUNT
                   CONTINUE
               WHEN WS-AC-USERID(WS-ACCT-IDX) = RR-USERID
                   SET WS-ACCT-SLOT TO WS-ACCT-IDX
           END-SEARCH

           EVALUATE TRUE
               WHEN RR-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
                   MOVE "REJECTED -- NOT THIS CAMPAIGN" TO WS-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-ACCT-SLOT = ZERO
                   MOVE "REJECTED -- ACCOUNT NOT IN CAMPAIGN"
                       TO WS-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT RR-KEEP AND NOT RR-REVOKE
                   MOVE "REJECTED -- DECISION NOT KEEP OR REVOKE"
                       TO WS-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (RR-KEEP AND WS-AC-CERTIFIED(WS-ACCT-SLOT)) OR
                    (RR-REVOKE AND WS-AC-REVOKED(WS-ACCT-SLOT))
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN WS-AC-PROPOSED(WS-ACCT-SLOT) = 'Y'
                   MOVE "IGNORED -- TERMINATION ALREADY PROPOSED"
                       TO WS-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   IF RR-KEEP
                       MOVE "CERTIFIED" TO WS-AC-STATE(WS-ACCT-SLOT)
                   ELSE
                       MOVE "REVOKED" TO WS-AC-STATE(WS-ACCT-SLOT)
                   END-IF
                   IF RR-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-AC-DATE(WS-ACCT-SLOT)
                   ELSE
                       MOVE RR-DATE TO WS-AC-DATE(WS-ACCT-SLOT)
                   END-IF
                   MOVE RR-MANAGER TO WS-AC-MANAGER(WS-ACCT-SLOT)
                   MOVE WS-AC-STATE(WS-ACCT-SLOT) TO WS-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE

           IF WS-RESULT NOT = SPACES
               INITIALIZE RECERT-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   RR-USERID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RR-DECISION DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   RR-MANAGER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RESULT DELIMITED BY SIZE
                   INTO RECERT-REPORT-RECORD
               END-STRING
               WRITE RECERT-REPORT-RECORD
           END-IF.

      * Past the deadline, silence is an answer.
       4000-MARK-OVERDUE.
           IF WS-RUN-DATE > WS-CAMPAIGN-DEADLINE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
                   IF WS-AC-PENDING(WS-SCAN-IDX)
                       MOVE "OVERDUE" TO WS-AC-STATE(WS-SCAN-IDX)
                       MOVE WS-RUN-DATE TO WS-AC-DATE(WS-SCAN-IDX)
                       ADD 1 TO WS-OVERDUE-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      * Each REVOKED or OVERDUE account not yet proposed gets its
      * TERMINATE added to the hold file. Proposals accumulate there
      * until operations take the file for review -- an account is
      * proposed only once, so a proposal not yet reviewed must not
      * be lost to a later run. A hold file that cannot be opened or
      * written is a hard failure: the state is then not saved, so
      * the accounts are proposed again on the next run (a TERMINATE
      * written before the failure may appear twice on the file).
       4500-PROPOSE-TERMINATIONS.
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "HOLD-FILE (RECRTHLD) could not be opened, "
                   "file status " WS-HOLD-FILE-STATUS
                   " -- no terminations proposed."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           ELSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT OR
                             WS-BATCH-RETURN-CODE NOT = ZERO
                   IF (WS-AC-REVOKED(WS-SCAN-IDX) OR
                       WS-AC-OVERDUE(WS-SCAN-IDX)) AND
                      WS-AC-PROPOSED(WS-SCAN-IDX) NOT = 'Y' AND
                      WS-AC-PROPOSED(WS-SCAN-IDX) NOT = 'X'
                       PERFORM 4600-PROPOSE-ONE
                   END-IF
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       4600-PROPOSE-ONE.
           MOVE 'N' TO WS-MASTER-STATUS
           MOVE WS-AC-USERID(WS-SCAN-IDX) TO UM-USERID
           READ USER-MASTER
               INVALID KEY
                   MOVE 'T' TO WS-MASTER-STATUS
               NOT INVALID KEY
                   MOVE UM-STATUS TO WS-MASTER-STATUS
           END-READ

           IF WS-MASTER-STATUS = 'T'
               MOVE 'X' TO WS-AC-PROPOSED(WS-SCAN-IDX)
               MOVE "ALREADY TERMINATED -- NO PROPOSAL" TO WS-RESULT
               ADD 1 TO WS-GONE-COUNT
           ELSE
               INITIALIZE HOLD-RECORD
               MOVE "TERMINATE " TO HD-ACTION
               MOVE WS-AC-USERID(WS-SCAN-IDX) TO HD-USERID
               MOVE WS-OPERATOR TO HD-OPERATOR
               WRITE HOLD-RECORD
               IF WS-HOLD-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-AC-PROPOSED(WS-SCAN-IDX)
                   MOVE "TERMINATE PROPOSED" TO WS-RESULT
                   ADD 1 TO WS-PROPOSED-COUNT
               ELSE
                   DISPLAY "HOLD-FILE (RECRTHLD) write failed, file "
                       "status " WS-HOLD-FILE-STATUS
                       " -- terminations not proposed."
                   MOVE SPACES TO WS-RESULT
                   STRING "TERMINATE NOT PROPOSED -- RECRTHLD STATUS "
                           DELIMITED BY SIZE
                       WS-HOLD-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-RESULT
                   END-STRING
                   MOVE 28 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF

           INITIALIZE RECERT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-AC-USERID(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AC-DEPT(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AC-STATE(WS-SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD.

      * Completion is accounts answered (CERTIFIED or REVOKED) as a
      * percentage of the accounts in the campaign; an OVERDUE
      * account is unanswered.
       5000-WRITE-DEPARTMENT-SUMMARY.
           PERFORM 7000-BUILD-DEPARTMENTS
           INITIALIZE RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           INITIALIZE RECERT-REPORT-RECORD
           IF CLOSE-MODE
               STRING "CLOSING FIGURES, CAMPAIGN " DELIMITED BY SIZE
                   WS-CAMPAIGN-ID DELIMITED BY SIZE
                   INTO RECERT-REPORT-RECORD
               END-STRING
           ELSE
               STRING "PROGRESS, CAMPAIGN " DELIMITED BY SIZE
                   WS-CAMPAIGN-ID DELIMITED BY SIZE
                   INTO RECERT-REPORT-RECORD
               END-STRING
           END-IF
           WRITE RECERT-REPORT-RECORD
           INITIALIZE RECERT-REPORT-RECORD
           STRING "DEPARTMENT  ACCOUNTS CERTIFIED REVOKED OVERDUE "
                   DELIMITED BY SIZE
               "PENDING  COMPLETE" DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DT-DEPT(WS-DEPT-IDX) TO WS-THIS-DEPT
               MOVE WS-DT-TOTAL(WS-DEPT-IDX) TO WS-ED-SMALL
               MOVE WS-DT-CERTIFIED(WS-DEPT-IDX) TO WS-ED-SMALL-2
               MOVE WS-DT-REVOKED(WS-DEPT-IDX) TO WS-ED-SMALL-3
               MOVE WS-DT-OVERDUE(WS-DEPT-IDX) TO WS-ED-SMALL-4
               MOVE WS-DT-PENDING(WS-DEPT-IDX) TO WS-ED-SMALL-5
               COMPUTE WS-ANSWERED = WS-DT-CERTIFIED(WS-DEPT-IDX) +
                   WS-DT-REVOKED(WS-DEPT-IDX)
               MOVE ZERO TO WS-PERCENT
               IF WS-DT-TOTAL(WS-DEPT-IDX) > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-ANSWERED * 100 / WS-DT-TOTAL(WS-DEPT-IDX)
               END-IF
               PERFORM 5100-WRITE-SUMMARY-LINE
           END-PERFORM

           MOVE "ALL" TO WS-THIS-DEPT
           MOVE WS-ACCOUNT-COUNT TO WS-ED-SMALL
           MOVE WS-TOTAL-CERTIFIED TO WS-ED-SMALL-2
           MOVE WS-TOTAL-REVOKED TO WS-ED-SMALL-3
           MOVE WS-TOTAL-OVERDUE TO WS-ED-SMALL-4
           MOVE WS-TOTAL-PENDING TO WS-ED-SMALL-5
           COMPUTE WS-ANSWERED = WS-TOTAL-CERTIFIED + WS-TOTAL-REVOKED
           MOVE ZERO TO WS-PERCENT
           IF WS-ACCOUNT-COUNT > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-ANSWERED * 100 / WS-ACCOUNT-COUNT
           END-IF
           PERFORM 5100-WRITE-SUMMARY-LINE

           IF WS-DEPT-OVERFLOW > ZERO
               MOVE WS-DEPT-OVERFLOW TO WS-ED-COUNT
               INITIALIZE RECERT-REPORT-RECORD
               STRING "Accounts in departments not itemized above: "
                       DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO RECERT-REPORT-RECORD
               END-STRING
               WRITE RECERT-REPORT-RECORD
           END-IF

           INITIALIZE RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           PERFORM 5200-WRITE-RUN-COUNTS.

       5100-WRITE-SUMMARY-LINE.
           MOVE WS-PERCENT TO WS-ED-PERCENT
           INITIALIZE RECERT-REPORT-RECORD
           STRING WS-THIS-DEPT DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-ED-SMALL DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-ED-SMALL-2 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ED-SMALL-3 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ED-SMALL-4 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ED-SMALL-5 DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-ED-PERCENT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD.

       5200-WRITE-RUN-COUNTS.
           MOVE WS-RESPONSE-COUNT TO WS-ED-COUNT
           INITIALIZE RECERT-REPORT-RECORD
           STRING "Responses read:              " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD

           MOVE WS-APPLIED-COUNT TO WS-ED-COUNT
           INITIALIZE RECERT-REPORT-RECORD
           STRING "Decisions applied:           " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD

           MOVE WS-UNCHANGED-COUNT TO WS-ED-COUNT
           INITIALIZE RECERT-REPORT-RECORD
           STRING "Already in effect:           " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-ED-COUNT
           INITIALIZE RECERT-REPORT-RECORD
           STRING "Rejected or ignored:         " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD

           MOVE WS-OVERDUE-COUNT TO WS-ED-COUNT
           INITIALIZE RECERT-REPORT-RECORD
           STRING "Marked overdue this run:     " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD

           MOVE WS-PROPOSED-COUNT TO WS-ED-COUNT
           INITIALIZE RECERT-REPORT-RECORD
           STRING "TERMINATE proposed (held):   " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD

           MOVE WS-GONE-COUNT TO WS-ED-COUNT
           INITIALIZE RECERT-REPORT-RECORD
           STRING "Already terminated:          " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD.

      * RECRTST is rewritten whole: the campaign record, then every
      * account with its state as of this run.
       6000-SAVE-STATE.
           OPEN OUTPUT CAMPAIGN-STATE
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY "CAMPAIGN-STATE (RECRTST) could not be "
                   "rewritten, file status " WS-STATE-FILE-STATUS
                   " -- this run's decisions are not recorded."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           ELSE
               INITIALIZE CAMPAIGN-STATE-RECORD
               MOVE "CAMPAIGN" TO RS-REC-TYPE
               MOVE WS-CAMPAIGN-ID TO RS-CAMPAIGN-ID
               MOVE WS-CAMPAIGN-STATE TO RS-STATE
               MOVE WS-CAMPAIGN-OPENED TO RS-DATE
               MOVE WS-CAMPAIGN-DEADLINE TO RS-DEADLINE
               MOVE WS-CAMPAIGN-OPERATOR TO RS-MANAGER
               WRITE CAMPAIGN-STATE-RECORD
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
                   INITIALIZE CAMPAIGN-STATE-RECORD
                   MOVE "ACCOUNT " TO RS-REC-TYPE
                   MOVE WS-CAMPAIGN-ID TO RS-CAMPAIGN-ID
                   MOVE WS-AC-USERID(WS-SCAN-IDX) TO RS-USERID
                   MOVE WS-AC-DEPT(WS-SCAN-IDX) TO RS-DEPT
                   MOVE WS-AC-NAME(WS-SCAN-IDX) TO RS-NAME
                   MOVE WS-AC-STATE(WS-SCAN-IDX) TO RS-STATE
                   MOVE WS-AC-DATE(WS-SCAN-IDX) TO RS-DATE
                   MOVE WS-AC-MANAGER(WS-SCAN-IDX) TO RS-MANAGER
                   MOVE WS-AC-PROPOSED(WS-SCAN-IDX) TO RS-PROPOSED
                   WRITE CAMPAIGN-STATE-RECORD
               END-PERFORM
               CLOSE CAMPAIGN-STATE
           END-IF.

      * Rebuilds the department table, in department order, with
      * each department's count of accounts in each state.
       7000-BUILD-DEPARTMENTS.
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-OVERFLOW
           MOVE ZERO TO WS-TOTAL-CERTIFIED
           MOVE ZERO TO WS-TOTAL-REVOKED
           MOVE ZERO TO WS-TOTAL-OVERDUE
           MOVE ZERO TO WS-TOTAL-PENDING
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ACCOUNT-COUNT
               PERFORM 7300-FIND-DEPARTMENT
               IF WS-DEPT-SLOT = ZERO
                   IF WS-DEPT-COUNT <
                           FUNCTION LENGTH(WS-DEPT-TABLE) /
                           FUNCTION LENGTH(WS-DEPT-ENTRY(1))
                       PERFORM 7100-INSERT-DEPARTMENT
                   ELSE
                       ADD 1 TO WS-DEPT-OVERFLOW
                   END-IF
               END-IF
               IF WS-DEPT-SLOT > ZERO
                   PERFORM 7200-COUNT-ACCOUNT
               END-IF
               EVALUATE TRUE
                   WHEN WS-AC-CERTIFIED(WS-SCAN-IDX)
                       ADD 1 TO WS-TOTAL-CERTIFIED
                   WHEN WS-AC-REVOKED(WS-SCAN-IDX)
                       ADD 1 TO WS-TOTAL-REVOKED
                   WHEN WS-AC-OVERDUE(WS-SCAN-IDX)
                       ADD 1 TO WS-TOTAL-OVERDUE
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-PENDING
               END-EVALUATE
           END-PERFORM.

       7100-INSERT-DEPARTMENT.
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
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SLOT)
           MOVE WS-AC-DEPT(WS-SCAN-IDX) TO WS-DT-DEPT(WS-DEPT-SLOT).

       7200-COUNT-ACCOUNT.
           ADD 1 TO WS-DT-TOTAL(WS-DEPT-SLOT)
           EVALUATE TRUE
               WHEN WS-AC-CERTIFIED(WS-SCAN-IDX)
                   ADD 1 TO WS-DT-CERTIFIED(WS-DEPT-SLOT)
               WHEN WS-AC-REVOKED(WS-SCAN-IDX)
                   ADD 1 TO WS-DT-REVOKED(WS-DEPT-SLOT)
               WHEN WS-AC-OVERDUE(WS-SCAN-IDX)
                   ADD 1 TO WS-DT-OVERDUE(WS-DEPT-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-DT-PENDING(WS-DEPT-SLOT)
           END-EVALUATE.

       7300-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-SLOT
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               VARYING WS-DEPT-IDX
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT(WS-DEPT-IDX) = WS-AC-DEPT(WS-SCAN-IDX)
                   SET WS-DEPT-SLOT TO WS-DEPT-IDX
           END-SEARCH.

       9000-TERMINATE.
           IF WS-MASTER-FILE-OPEN = 'Y'
               CLOSE USER-MASTER
           END-IF
           IF WS-REPORT-FILE-OPEN = 'Y'
               CLOSE RECERT-REPORT
           END-IF

           DISPLAY "Campaign:                " WS-CAMPAIGN-ID
           DISPLAY "Accounts in campaign:    " WS-ACCOUNT-COUNT
           DISPLAY "Responses read:          " WS-RESPONSE-COUNT
           DISPLAY "Decisions applied:       " WS-APPLIED-COUNT
           DISPLAY "Rejected or ignored:     " WS-REJECTED-COUNT
           DISPLAY "Marked overdue:          " WS-OVERDUE-COUNT
           DISPLAY "TERMINATE proposed:      " WS-PROPOSED-COUNT

           IF WS-BATCH-RETURN-CODE NOT = ZERO
               MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           ELSE
               IF WS-PROPOSED-COUNT > ZERO OR
                  WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
