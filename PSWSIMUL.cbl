       IDENTIFICATION DIVISION.
       PROGRAM-ID. PolicySimulation.

      * Policy what-if run, for change control before a POLICYIN
      * change goes live. Puts a real set of transactions through the
      * PasswordRules service twice -- once under the current policy
      * (POLICYIN) and once under the candidate (POLICYCN, the
      * proposed replacement file in the same layout) -- and reports,
      * per department and per check, how many transactions pass
      * today but would fail under the candidate, and how many fail
      * today but would pass.
      *
      * The transactions come from PASSWDIN (the default) or, with
      * PASSNEXT on the command line, from a recent recycle merge
      * file -- both the same userid/password layout. Nothing the
      * live run owns is touched: the service is initialized for a
      * simulation run (keyed files read-only, the history never
      * rolled, no force-change flag cleared) and validates through
      * its SIMULATE request; no audit log, passed or rejected file,
      * or security queue is written. The only output is the SIMRPT
      * report, which carries counts and never a password.
      *
      * A check counts as failed when its result column says FAIL;
      * the strength check counts as failed when the password scores
      * WEAK. Because the checks short-circuit, a transaction that
      * newly fails an early check (say length) can show its later
      * checks as newly passing only in the sense that they were
      * never reached -- read the OVERALL line for the net effect.
      * Each transaction is judged against the history as it stands;
      * the same userid twice in the input is not rolled between
      * them as the live run would.
      *
      * Ends with return code 4 when the candidate changes the
      * outcome of any transaction, 28 when the input or the
      * candidate policy cannot be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSWORD-FILE ASSIGN TO "PASSWDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASSWORD-FILE-STATUS.

           SELECT RECYCLE-MERGE-FILE ASSIGN TO "PASSNEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.

           SELECT SIMULATION-REPORT ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASSWORD-FILE.
       01  PASSWORD-FILE-RECORD.
           05 PF-USERID             PIC X(8).
           05 PF-PASSWORD           PIC X(20).
           05 PF-FILLER             PIC X(52).

       FD  RECYCLE-MERGE-FILE.
       01  RECYCLE-MERGE-RECORD.
           05 MG-USERID             PIC X(8).
           05 MG-PASSWORD           PIC X(20).
           05 MG-FILLER             PIC X(52).

       FD  SIMULATION-REPORT.
       01  SIMULATION-REPORT-RECORD PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-PASSWORD-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-RECYCLE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-INPUT-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-INPUT                 VALUE 'Y'.
       01 WS-INPUT-FILE-OPEN        PIC X VALUE 'N'.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-INPUT-SOURCE           PIC X(8) VALUE SPACES.
          88 RECYCLE-INPUT                 VALUE "PASSNEXT".
       01 WS-RUN-DATE                PIC X(8) VALUE SPACES.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * The transaction under test, from whichever input was chosen.
       01 WS-TRAN-USERID            PIC X(8) VALUE SPACES.
       01 WS-TRAN-PASSWORD          PIC X(20) VALUE SPACES.
       01 WS-TRAN-DEPT              PIC X(8) VALUE SPACES.

      * The checks reported, in the order the service runs them, with
      * OVERALL last. The position in this table is the position in
      * every counter table below.
       01 WS-CHECK-NAME-VALUES.
           05 FILLER                 PIC X(14) VALUE "LENGTH".
           05 FILLER                 PIC X(14) VALUE "UPPERCASE".
           05 FILLER                 PIC X(14) VALUE "DIGIT".
           05 FILLER                 PIC X(14) VALUE "SPECIAL".
           05 FILLER                 PIC X(14) VALUE "WEAK LIST".
           05 FILLER                 PIC X(14) VALUE "USERID-DERIVED".
           05 FILLER                 PIC X(14) VALUE "NAME-DERIVED".
           05 FILLER                 PIC X(14) VALUE "WEAK VARIANT".
           05 FILLER                 PIC X(14) VALUE "STRENGTH".
           05 FILLER                 PIC X(14) VALUE "OVERALL".
       01 WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAME-VALUES.
           05 WS-CHECK-NAME          PIC X(14) OCCURS 10 TIMES.
       01 WS-CHECK-COUNT            PIC 9(2) VALUE 10.
       01 WS-CHECK-IDX               PIC 9(2) VALUE ZERO.

      * Per-check failed flags for the transaction under each policy.
       01 WS-CURRENT-FAILS.
           05 WS-CUR-FAIL            PIC X(1) OCCURS 10 TIMES.
       01 WS-CANDIDATE-FAILS.
           05 WS-CAN-FAIL            PIC X(1) OCCURS 10 TIMES.
       01 WS-FAILS-WORK.
           05 WS-WK-FAIL             PIC X(1) OCCURS 10 TIMES.

      * One entry per department seen, kept in department order as
      * departments are found so the report reads alphabetically
      * without a sort step. Transactions for a department that does
      * not fit still count in the shop-wide totals.
       01 WS-DEPT-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEPT-IDX.
              10 WS-DT-DEPT          PIC X(8).
              10 WS-DT-TRANS         PIC 9(8).
              10 WS-DT-CHECK OCCURS 10 TIMES.
                 15 WS-DT-NEW-FAIL   PIC 9(8).
                 15 WS-DT-NEW-PASS   PIC 9(8).
       01 WS-DEPT-OVERFLOW          PIC 9(8) VALUE ZERO.
       01 WS-DEPT-SLOT               PIC 9(3) VALUE ZERO.
       01 WS-DEPT-MOVE-IDX          PIC 9(3) VALUE ZERO.

       01 WS-TOTALS.
           05 WS-TT-TRANS            PIC 9(8) VALUE ZERO.
           05 WS-TT-CHECK OCCURS 10 TIMES.
              10 WS-TT-NEW-FAIL      PIC 9(8).
              10 WS-TT-NEW-PASS      PIC 9(8).

      * The block being printed, filled from a department entry or the
      * totals so one routine prints both.
       01 WS-PRINT-LABEL            PIC X(19) VALUE SPACES.
       01 WS-PRINT-BLOCK.
           05 WS-PB-TRANS            PIC 9(8).
           05 WS-PB-CHECK OCCURS 10 TIMES.
              10 WS-PB-NEW-FAIL      PIC 9(8).
              10 WS-PB-NEW-PASS      PIC 9(8).

       01 WS-READ-COUNT             PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-PASS-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-CANDIDATE-PASS-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-ED-COUNT                PIC ZZZZZZZ9.
       01 WS-ED-COUNT-2              PIC ZZZZZZZ9.

      * Parameter area for the PasswordRules validation service; the
      * SIMULATE request and the simulation-run INIT this program
      * lives on are described in the copybook.
           COPY PSWPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 2000-SIMULATE-TRANSACTIONS
               PERFORM 6000-WRITE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The input and the candidate policy are both required: without
      * either there is nothing to compare.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE WS-TOTALS

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-INPUT-SOURCE
           IF NOT RECYCLE-INPUT
               MOVE "PASSWDIN" TO WS-INPUT-SOURCE
           END-IF

           MOVE 'N' TO WS-INPUT-FILE-OPEN
           IF RECYCLE-INPUT
               OPEN INPUT RECYCLE-MERGE-FILE
               IF WS-RECYCLE-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-INPUT-FILE-OPEN
               ELSE
                   DISPLAY "RECYCLE-MERGE-FILE (PASSNEXT) could not "
                       "be opened, file status "
                       WS-RECYCLE-FILE-STATUS "."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
               END-IF
           ELSE
               OPEN INPUT PASSWORD-FILE
               IF WS-PASSWORD-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-INPUT-FILE-OPEN
               ELSE
                   DISPLAY "PASSWORD-FILE (PASSWDIN) could not be "
                       "opened, file status "
                       WS-PASSWORD-FILE-STATUS "."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF

           OPEN OUTPUT SIMULATION-REPORT

           IF WS-BATCH-RETURN-CODE = ZERO
               INITIALIZE VALIDATION-PARM-AREA
               MOVE 'I' TO VP-REQUEST
               MOVE 'C' TO VP-POLICY-SET
               CALL "PasswordRules" USING VALIDATION-PARM-AREA
               IF VP-VALID NOT = 'Y'
                   DISPLAY FUNCTION TRIM(VP-REJECT-REASON)
                   MOVE 28 TO WS-BATCH-RETURN-CODE
                   MOVE 'T' TO VP-REQUEST
                   CALL "PasswordRules" USING VALIDATION-PARM-AREA
               END-IF
           END-IF

           INITIALIZE SIMULATION-REPORT-RECORD
           STRING "POLICY WHAT-IF SIMULATION -- " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " -- INPUT " DELIMITED BY SIZE
               WS-INPUT-SOURCE DELIMITED BY SIZE
               " -- CURRENT POLICYIN, CANDIDATE POLICYCN"
                   DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD
           INITIALIZE SIMULATION-REPORT-RECORD
           STRING "NEWLY FAILING: passes the current policy, "
                   DELIMITED BY SIZE
               "fails the candidate." DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD
           INITIALIZE SIMULATION-REPORT-RECORD
           STRING "NEWLY PASSING: fails the current policy, "
                   DELIMITED BY SIZE
               "passes the candidate." DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD
           INITIALIZE SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD.

       2000-SIMULATE-TRANSACTIONS.
           PERFORM 2100-READ-INPUT
           PERFORM UNTIL END-OF-INPUT
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-SIMULATE-ONE
               PERFORM 2100-READ-INPUT
           END-PERFORM
           MOVE 'T' TO VP-REQUEST
           CALL "PasswordRules" USING VALIDATION-PARM-AREA.

       2100-READ-INPUT.
           IF RECYCLE-INPUT
               READ RECYCLE-MERGE-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-FLAG
                   NOT AT END
                       MOVE MG-USERID TO WS-TRAN-USERID
                       MOVE MG-PASSWORD TO WS-TRAN-PASSWORD
               END-READ
           ELSE
               READ PASSWORD-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-FLAG
                   NOT AT END
                       MOVE PF-USERID TO WS-TRAN-USERID
                       MOVE PF-PASSWORD TO WS-TRAN-PASSWORD
               END-READ
           END-IF.

       3000-SIMULATE-ONE.
           MOVE SPACE TO VP-POLICY-SET
           PERFORM 3100-CALL-SIMULATE
           MOVE WS-FAILS-WORK TO WS-CURRENT-FAILS
           IF VP-VALID = 'Y'
               ADD 1 TO WS-CURRENT-PASS-COUNT
           END-IF
           MOVE VP-USER-DEPT TO WS-TRAN-DEPT

           MOVE 'C' TO VP-POLICY-SET
           PERFORM 3100-CALL-SIMULATE
           MOVE WS-FAILS-WORK TO WS-CANDIDATE-FAILS
           IF VP-VALID = 'Y'
               ADD 1 TO WS-CANDIDATE-PASS-COUNT
           END-IF

           IF WS-TRAN-DEPT = SPACES
               MOVE "(NONE)" TO WS-TRAN-DEPT
           END-IF
           PERFORM 4000-FIND-DEPARTMENT
           ADD 1 TO WS-TT-TRANS
           IF WS-DEPT-SLOT NOT = ZERO
               ADD 1 TO WS-DT-TRANS(WS-DEPT-SLOT)
           END-IF
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               PERFORM 3200-COUNT-ONE-CHECK
           END-PERFORM.

      * One SIMULATE call under the policy already set in
      * VP-POLICY-SET, with each check's failed flag left in
      * WS-FAILS-WORK in check-table order.
       3100-CALL-SIMULATE.
           MOVE 'S' TO VP-REQUEST
           MOVE WS-TRAN-USERID TO VP-USERID
           MOVE WS-TRAN-PASSWORD TO VP-PASSWORD
           CALL "PasswordRules" USING VALIDATION-PARM-AREA
           MOVE ALL 'N' TO WS-FAILS-WORK
           IF VP-LENGTH-RESULT = "FAIL"
               MOVE 'Y' TO WS-WK-FAIL(1)
           END-IF
           IF VP-UPPER-RESULT = "FAIL"
               MOVE 'Y' TO WS-WK-FAIL(2)
           END-IF
           IF VP-DIGIT-RESULT = "FAIL"
               MOVE 'Y' TO WS-WK-FAIL(3)
           END-IF
           IF VP-SPECIAL-RESULT = "FAIL"
               MOVE 'Y' TO WS-WK-FAIL(4)
           END-IF
           IF VP-WEAK-RESULT = "FAIL"
               MOVE 'Y' TO WS-WK-FAIL(5)
           END-IF
           IF VP-USERID-DER-RESULT = "FAIL"
               MOVE 'Y' TO WS-WK-FAIL(6)
           END-IF
           IF VP-NAME-DER-RESULT = "FAIL"
               MOVE 'Y' TO WS-WK-FAIL(7)
           END-IF
           IF VP-VARIANT-RESULT = "FAIL"
               MOVE 'Y' TO WS-WK-FAIL(8)
           END-IF
           IF VP-STRENGTH-RESULT = "WEAK  "
               MOVE 'Y' TO WS-WK-FAIL(9)
           END-IF
           IF VP-VALID NOT = 'Y'
               MOVE 'Y' TO WS-WK-FAIL(10)
           END-IF.

       3200-COUNT-ONE-CHECK.
           IF WS-CUR-FAIL(WS-CHECK-IDX) = 'N' AND
              WS-CAN-FAIL(WS-CHECK-IDX) = 'Y'
               ADD 1 TO WS-TT-NEW-FAIL(WS-CHECK-IDX)
               IF WS-DEPT-SLOT NOT = ZERO
                   ADD 1 TO WS-DT-NEW-FAIL(WS-DEPT-SLOT, WS-CHECK-IDX)
               END-IF
           END-IF
           IF WS-CUR-FAIL(WS-CHECK-IDX) = 'Y' AND
              WS-CAN-FAIL(WS-CHECK-IDX) = 'N'
               ADD 1 TO WS-TT-NEW-PASS(WS-CHECK-IDX)
               IF WS-DEPT-SLOT NOT = ZERO
                   ADD 1 TO WS-DT-NEW-PASS(WS-DEPT-SLOT, WS-CHECK-IDX)
               END-IF
           END-IF.

      * Leaves WS-DEPT-SLOT on the transaction's department, opening
      * an entry at its place in department order when it is new;
      * zero when the table is full.
       4000-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-SLOT
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               VARYING WS-DEPT-IDX
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT(WS-DEPT-IDX) = WS-TRAN-DEPT
                   SET WS-DEPT-SLOT TO WS-DEPT-IDX
           END-SEARCH
           IF WS-DEPT-SLOT = ZERO
               IF WS-DEPT-COUNT <
                       FUNCTION LENGTH(WS-DEPT-TABLE) /
                       FUNCTION LENGTH(WS-DEPT-ENTRY(1))
                   PERFORM 4100-INSERT-DEPARTMENT
               ELSE
                   ADD 1 TO WS-DEPT-OVERFLOW
               END-IF
           END-IF.

       4100-INSERT-DEPARTMENT.
           MOVE 1 TO WS-DEPT-SLOT
           PERFORM UNTIL WS-DEPT-SLOT > WS-DEPT-COUNT
                   OR WS-DT-DEPT(WS-DEPT-SLOT) > WS-TRAN-DEPT
               ADD 1 TO WS-DEPT-SLOT
           END-PERFORM
           PERFORM VARYING WS-DEPT-MOVE-IDX FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-DEPT-MOVE-IDX < WS-DEPT-SLOT
               MOVE WS-DEPT-ENTRY(WS-DEPT-MOVE-IDX)
                   TO WS-DEPT-ENTRY(WS-DEPT-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-DEPT-COUNT
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SLOT)
           MOVE WS-TRAN-DEPT TO WS-DT-DEPT(WS-DEPT-SLOT).

       6000-WRITE-REPORT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO WS-PRINT-LABEL
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   WS-DT-DEPT(WS-DEPT-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LABEL
               END-STRING
               MOVE WS-DT-TRANS(WS-DEPT-IDX) TO WS-PB-TRANS
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
                   MOVE WS-DT-NEW-FAIL(WS-DEPT-IDX, WS-CHECK-IDX)
                       TO WS-PB-NEW-FAIL(WS-CHECK-IDX)
                   MOVE WS-DT-NEW-PASS(WS-DEPT-IDX, WS-CHECK-IDX)
                       TO WS-PB-NEW-PASS(WS-CHECK-IDX)
               END-PERFORM
               PERFORM 6100-WRITE-BLOCK
           END-PERFORM

           MOVE "ALL DEPARTMENTS" TO WS-PRINT-LABEL
           MOVE WS-TOTALS TO WS-PRINT-BLOCK
           PERFORM 6100-WRITE-BLOCK

           MOVE WS-READ-COUNT TO WS-ED-COUNT
           INITIALIZE SIMULATION-REPORT-RECORD
           STRING "Transactions read:         " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD

           MOVE WS-CURRENT-PASS-COUNT TO WS-ED-COUNT
           INITIALIZE SIMULATION-REPORT-RECORD
           STRING "Accepted, current policy:  " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD

           MOVE WS-CANDIDATE-PASS-COUNT TO WS-ED-COUNT
           INITIALIZE SIMULATION-REPORT-RECORD
           STRING "Accepted, candidate:       " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

       6100-WRITE-BLOCK.
           MOVE WS-PB-TRANS TO WS-ED-COUNT
           INITIALIZE SIMULATION-REPORT-RECORD
           STRING WS-PRINT-LABEL DELIMITED BY SIZE
               "  TRANSACTIONS: " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD
           INITIALIZE SIMULATION-REPORT-RECORD
           MOVE "  CHECK            NEWLY FAILING   NEWLY PASSING"
               TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               MOVE WS-PB-NEW-FAIL(WS-CHECK-IDX) TO WS-ED-COUNT
               MOVE WS-PB-NEW-PASS(WS-CHECK-IDX) TO WS-ED-COUNT-2
               INITIALIZE SIMULATION-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-CHECK-NAME(WS-CHECK-IDX) DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-ED-COUNT-2 DELIMITED BY SIZE
                   INTO SIMULATION-REPORT-RECORD
               END-STRING
               WRITE SIMULATION-REPORT-RECORD
           END-PERFORM
           INITIALIZE SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD.

       9000-TERMINATE.
           IF WS-INPUT-FILE-OPEN = 'Y'
               IF RECYCLE-INPUT
                   CLOSE RECYCLE-MERGE-FILE
               ELSE
                   CLOSE PASSWORD-FILE
               END-IF
           END-IF
           CLOSE SIMULATION-REPORT

           DISPLAY "Input:                   " WS-INPUT-SOURCE
           DISPLAY "Transactions read:       " WS-READ-COUNT
           DISPLAY "Accepted, current:       " WS-CURRENT-PASS-COUNT
           DISPLAY "Accepted, candidate:     " WS-CANDIDATE-PASS-COUNT
           IF WS-DEPT-OVERFLOW > ZERO
               DISPLAY "Department table overflow -- transactions in "
                   "totals only: " WS-DEPT-OVERFLOW
           END-IF

           IF WS-BATCH-RETURN-CODE NOT = ZERO
               MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           ELSE
               IF WS-TT-NEW-FAIL(10) > ZERO OR
                  WS-TT-NEW-PASS(10) > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
