       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunControl.

      * Callable run-control service for the nightly stream. Every
      * step -- split, validate, merge, balance, report, lockout,
      * expiry, extract, acknowledgment match, acknowledgment
      * recycle, security-event feed, user notification, reject
      * recycle, archive -- calls this once before it touches a file
      * and once as it ends, so the RUNCTL ledger holds the
      * operational date, step name, start and end time, return code
      * and key record counts of every step that ran.
      * The caller protocol and parameter layout are described in the
      * RUNPARM copybook.
      *
      * The START request is where the sequencing is enforced. A step
      * whose predecessor for the operational date has not ENDED
      * cleanly is refused with return code 52 -- so the archive can
      * no longer trim AUDITLOG before the report and lockout steps
      * have read the day's entries. A step that has already ENDED
      * cleanly for the date is refused with return code 56 -- so a
      * hand resubmission cannot re-send SECQUEUE or fold a second
      * validation run into the day's audited count. A step that
      * abended (STARTED with no ENDED) or ended unclean may simply be
      * rerun. An OVERRIDE card in RUNCTLIN naming the operational
      * date, the step and the operator lets the step run past both
      * checks; the override and the operator are carried on the
      * step's ledger entries.
      *
      * What "cleanly" means differs by step and is carried in the
      * stream table below: the validator's codes up to 48 are
      * per-transaction verdicts, and the acknowledgment steps' 8 is
      * the open-item count the next step exists to work, so neither
      * stops the stream; everywhere else anything above zero -- an
      * out-of-balance merge or balance step, a hard failure -- does.
      * Return code 28, the shop's hard-failure code, is never clean.
      *
      * The operational date defaults to the night still in progress
      * on the ledger -- the most recent date whose stream has not
      * completed (its last step, the archive, has not ENDED cleanly)
      * and that is later than every night that has -- so a stream
      * that runs past midnight keeps filing its later steps under
      * the night it started; when there is no such night it is the
      * current date. An unfinished night therefore holds the date
      * until it is finished or a later night completes. An OPDATE
      * card in RUNCTLIN pins the date outright.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "RUNCTLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

      * Operator control cards. OPDATE sets the operational date;
      * OVERRIDE lets the named step run for the named date past the
      * sequencing checks, and must name the operator responsible.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05 RI-CARD-TYPE          PIC X(8).
              88 RI-OPDATE-CARD           VALUE "OPDATE  ".
              88 RI-OVERRIDE-CARD         VALUE "OVERRIDE".
           05 RI-OPER-DATE          PIC X(8).
           05 RI-STEP-NAME          PIC X(8).
           05 RI-OPERATOR           PIC X(8).
           05 RI-REASON             PIC X(40).
           05 RI-FILLER             PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-CARD-FILE-STATUS       PIC XX VALUE SPACES.

       01 WS-RUNCTL-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-RUN-CONTROL           VALUE 'Y'.
       01 WS-CARD-EOF-FLAG          PIC X VALUE 'N'.
          88 END-OF-CONTROL-CARDS         VALUE 'Y'.

      * The nightly stream in running order: each step, the step
      * that must have ENDED cleanly before it may start (a second
      * predecessor is an alternative -- the balance step follows the
      * merge on a partitioned night and the validator itself on a
      * single-file night), and the highest return code that still
      * counts as a clean finish for the step. PSWVAL0 stands for the
      * partitioned validator steps PSWVAL01-PSWVAL09; as the merge
      * step's predecessor it means every partition the split step
      * wrote. The unpartitioned validator has no predecessor -- it
      * is the first step of a single-file night.
       01 WS-STREAM-TABLE-VALUES.
           05 FILLER PIC X(26) VALUE "PSWSPLIT                00".
           05 FILLER PIC X(26) VALUE "PSWVALID                48".
           05 FILLER PIC X(26) VALUE "PSWVAL0 PSWSPLIT        48".
           05 FILLER PIC X(26) VALUE "PSWMERGEPSWVAL0         00".
           05 FILLER PIC X(26) VALUE "PSWBAL  PSWMERGEPSWVALID00".
           05 FILLER PIC X(26) VALUE "PSWRPT  PSWBAL          00".
           05 FILLER PIC X(26) VALUE "PSWLOCK PSWRPT          00".
           05 FILLER PIC X(26) VALUE "PSWEXPIRPSWLOCK         00".
           05 FILLER PIC X(26) VALUE "PSWXTRC PSWEXPIR        00".
           05 FILLER PIC X(26) VALUE "PSWACK  PSWXTRC         08".
           05 FILLER PIC X(26) VALUE "PSWACKCYPSWACK          08".
           05 FILLER PIC X(26) VALUE "PSWSIEM PSWACKCY        04".
           05 FILLER PIC X(26) VALUE "PSWNOTIFPSWACKCY        04".
           05 FILLER PIC X(26) VALUE "PSWRECYCPSWACKCY        00".
           05 FILLER PIC X(26) VALUE "PSWARCH PSWRECYC        00".
       01 WS-STREAM-TABLE REDEFINES WS-STREAM-TABLE-VALUES.
           05 WS-STREAM-ENTRY OCCURS 15 TIMES
                   INDEXED BY WS-STR-IDX.
              10 WS-ST-STEP          PIC X(8).
              10 WS-ST-PRED-1        PIC X(8).
              10 WS-ST-PRED-2        PIC X(8).
              10 WS-ST-MAX-RC        PIC 9(2).
       01 WS-STREAM-COUNT           PIC 9(3) VALUE 15.

      * A step that is not in the stream table has no predecessor,
      * but is still protected against a same-day rerun; a finding
      * (4) is the most it may return and count as clean.
       01 WS-DEFAULT-MAX-RC         PIC 9(2) VALUE 4.
       01 WS-HARD-FAILURE-RC        PIC 9(2) VALUE 28.
       01 WS-PRED-REFUSE-CODE       PIC 9(2) VALUE 52.
       01 WS-RERUN-REFUSE-CODE      PIC 9(2) VALUE 56.

      * The latest state of every step the ledger holds for the
      * operational date, rebuilt from the ledger on every START.
      * REFUSED entries never change a step's state -- a refused
      * rerun of a completed step leaves it completed.
       01 WS-STATE-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-STATE-IDX.
              10 WS-SS-STEP          PIC X(8).
              10 WS-SS-STATUS        PIC X(8).
              10 WS-SS-RC            PIC 9(2).
              10 WS-SS-PARTS         PIC 9(8).
       01 WS-STATE-OVERFLOW         PIC 9(4) VALUE ZERO.

      * OVERRIDE cards are held until every card has been read, since
      * the OPDATE card they are matched against may follow them.
       01 WS-OVERRIDE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-OVR-IDX.
              10 WS-OV-DATE          PIC X(8).
              10 WS-OV-STEP          PIC X(8).
              10 WS-OV-OPERATOR      PIC X(8).

      * Kept across the START and END calls of one step, so the END
      * entry files under the same date and carries the same start
      * time and override as the START entry.
       01 WS-STEP-STARTED           PIC X VALUE 'N'.
       01 WS-OPER-DATE              PIC X(8) VALUE SPACES.
       01 WS-START-STAMP            PIC X(14) VALUE SPACES.
       01 WS-OVERRIDE-FLAG          PIC X VALUE 'N'.
       01 WS-OVERRIDE-OPER          PIC X(8) VALUE SPACES.

      * The newest operational dates on the ledger and whether each
      * night's stream has completed, for the default operational
      * date. Older dates give way to newer ones once the table is
      * full.
       01 WS-NIGHT-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-NIGHT-IDX.
              10 WS-NT-DATE          PIC X(8).
              10 WS-NT-COMPLETE      PIC X(1).
       01 WS-NIGHT-SLOT             PIC 9(3) VALUE ZERO.
       01 WS-FINAL-STEP             PIC X(8) VALUE SPACES.
       01 WS-FINAL-MAX-RC           PIC 9(2) VALUE ZERO.
       01 WS-LATEST-COMPLETE        PIC X(8) VALUE SPACES.

      * Work fields for the sequencing checks.
       01 WS-LOOKUP-STEP            PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-MAX-RC          PIC 9(2) VALUE ZERO.
       01 WS-STEP-PRED-1            PIC X(8) VALUE SPACES.
       01 WS-STEP-PRED-2            PIC X(8) VALUE SPACES.
       01 WS-PRED-1                 PIC X(8) VALUE SPACES.
       01 WS-PRED-2                 PIC X(8) VALUE SPACES.
       01 WS-STEP-MAX-RC            PIC 9(2) VALUE ZERO.
       01 WS-CHECK-STEP             PIC X(8) VALUE SPACES.
       01 WS-CHECK-CLEAN            PIC X VALUE 'N'.
       01 WS-CHECK-PARTS            PIC 9(8) VALUE ZERO.
       01 WS-PART-NO                PIC 9(2) VALUE ZERO.
       01 WS-PART-DIGIT             PIC 9(1) VALUE ZERO.
       01 WS-PART-LIMIT             PIC 9(2) VALUE ZERO.
       01 WS-ORIGINAL-CODE          PIC 9(2) VALUE ZERO.
       01 WS-SCAN-IDX               PIC 9(4) VALUE ZERO.

       LINKAGE SECTION.
           COPY RUNPARM.

       PROCEDURE DIVISION USING RUN-CONTROL-PARM-AREA.
       0000-DISPATCH.
           MOVE "00" TO RN-RETURN-STATUS
           IF RN-REQUEST-START
               PERFORM 1000-START-STEP
           ELSE
               IF RN-REQUEST-END
                   PERFORM 5000-END-STEP
               ELSE
                   MOVE "99" TO RN-RETURN-STATUS
               END-IF
           END-IF
           GOBACK.

      * Decides whether the step may run and files a STARTED or
      * REFUSED entry saying so. An override is applied last, so the
      * ledger and the operator both see what it overrode.
       1000-START-STEP.
           MOVE 'Y' TO RN-PROCEED
           MOVE ZERO TO RN-REFUSE-CODE
           MOVE SPACES TO RN-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
           PERFORM 1100-READ-CONTROL-CARDS
           MOVE WS-OPER-DATE TO RN-OPER-DATE
           PERFORM 1200-LOAD-DATE-STATE
           PERFORM 1300-FIND-STREAM-ENTRY

           PERFORM 2000-CHECK-ALREADY-COMPLETE
           IF RN-PROCEED-OK
               PERFORM 3000-CHECK-PREDECESSOR
           END-IF

           IF NOT RN-PROCEED-OK AND WS-OVERRIDE-FLAG = 'Y'
               MOVE RN-REFUSE-CODE TO WS-ORIGINAL-CODE
               MOVE 'Y' TO RN-PROCEED
               MOVE ZERO TO RN-REFUSE-CODE
               MOVE SPACES TO RN-MESSAGE
               STRING "Sequencing check (code " DELIMITED BY SIZE
                   WS-ORIGINAL-CODE DELIMITED BY SIZE
                   ") overridden by operator " DELIMITED BY SIZE
                   WS-OVERRIDE-OPER DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO RN-MESSAGE
               END-STRING
           END-IF

           INITIALIZE RUN-CONTROL-RECORD
           MOVE WS-OPER-DATE TO CT-OPER-DATE
           MOVE RN-STEP-NAME TO CT-STEP-NAME
           MOVE WS-START-STAMP TO CT-START-STAMP
           MOVE SPACES TO CT-END-STAMP
           MOVE WS-OVERRIDE-FLAG TO CT-OVERRIDE
           MOVE WS-OVERRIDE-OPER TO CT-OVERRIDE-OPER
           IF RN-PROCEED-OK
               MOVE "STARTED " TO CT-STATUS
               MOVE ZERO TO CT-RETURN-CODE
               MOVE 'Y' TO WS-STEP-STARTED
           ELSE
               MOVE "REFUSED " TO CT-STATUS
               MOVE RN-REFUSE-CODE TO CT-RETURN-CODE
           END-IF
           PERFORM 6000-APPEND-LEDGER.

      * Reads every RUNCTLIN card. An absent RUNCTLIN is the normal
      * case -- the default date from the ledger and no overrides.
       1100-READ-CONTROL-CARDS.
           PERFORM 1110-DEFAULT-OPER-DATE
           MOVE 'N' TO WS-OVERRIDE-FLAG
           MOVE SPACES TO WS-OVERRIDE-OPER
           MOVE ZERO TO WS-OVERRIDE-COUNT
           MOVE 'N' TO WS-CARD-EOF-FLAG
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-CONTROL-CARDS
                   READ CONTROL-CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-CARD-EOF-FLAG
                       NOT AT END
                           PERFORM 1150-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-OVERRIDE-COUNT
               IF WS-OV-STEP(WS-SCAN-IDX) = RN-STEP-NAME AND
                  WS-OV-DATE(WS-SCAN-IDX) = WS-OPER-DATE
                   MOVE 'Y' TO WS-OVERRIDE-FLAG
                   MOVE WS-OV-OPERATOR(WS-SCAN-IDX)
                       TO WS-OVERRIDE-OPER
               END-IF
           END-PERFORM.

      * The most recent night on the ledger whose stream has not
      * completed and that is later than the newest night that has,
      * or the current date when there is none. A night is complete
      * when the last step of the stream table has ENDED cleanly for
      * it; REFUSED entries change nothing. A night left unfinished
      * behind a later complete one has been abandoned.
       1110-DEFAULT-OPER-DATE.
           MOVE WS-STREAM-COUNT TO WS-SCAN-IDX
           MOVE WS-ST-STEP(WS-SCAN-IDX) TO WS-FINAL-STEP
           MOVE WS-FINAL-STEP TO WS-LOOKUP-STEP
           PERFORM 1400-LOOKUP-STREAM-STEP
           MOVE WS-LOOKUP-MAX-RC TO WS-FINAL-MAX-RC

           MOVE ZERO TO WS-NIGHT-COUNT
           MOVE 'N' TO WS-RUNCTL-EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RUN-CONTROL
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNCTL-EOF-FLAG
                       NOT AT END
                           IF NOT CT-STEP-REFUSED
                               PERFORM 1120-NOTE-NIGHT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF

           MOVE SPACES TO WS-LATEST-COMPLETE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-NIGHT-COUNT
               IF WS-NT-COMPLETE(WS-SCAN-IDX) = 'Y' AND
                  WS-NT-DATE(WS-SCAN-IDX) > WS-LATEST-COMPLETE
                   MOVE WS-NT-DATE(WS-SCAN-IDX) TO WS-LATEST-COMPLETE
               END-IF
           END-PERFORM

           MOVE WS-START-STAMP(1:8) TO WS-OPER-DATE
           MOVE ZERO TO WS-NIGHT-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-NIGHT-COUNT
               IF WS-NT-COMPLETE(WS-SCAN-IDX) = 'N' AND
                  WS-NT-DATE(WS-SCAN-IDX) > WS-LATEST-COMPLETE
                   IF WS-NIGHT-SLOT = ZERO
                       MOVE WS-SCAN-IDX TO WS-NIGHT-SLOT
                   ELSE
                       IF WS-NT-DATE(WS-SCAN-IDX) >
                               WS-NT-DATE(WS-NIGHT-SLOT)
                           MOVE WS-SCAN-IDX TO WS-NIGHT-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NIGHT-SLOT > ZERO
               MOVE WS-NT-DATE(WS-NIGHT-SLOT) TO WS-OPER-DATE
           END-IF.

       1120-NOTE-NIGHT.
           MOVE ZERO TO WS-NIGHT-SLOT
           SET WS-NIGHT-IDX TO 1
           SEARCH WS-NIGHT-ENTRY
               VARYING WS-NIGHT-IDX
               AT END
                   CONTINUE
               WHEN WS-NIGHT-IDX > WS-NIGHT-COUNT
                   CONTINUE
               WHEN WS-NT-DATE(WS-NIGHT-IDX) = CT-OPER-DATE
                   SET WS-NIGHT-SLOT TO WS-NIGHT-IDX
           END-SEARCH
           IF WS-NIGHT-SLOT = ZERO
               PERFORM 1130-ADD-NIGHT
           END-IF
           IF WS-NIGHT-SLOT > ZERO AND CT-STEP-NAME = WS-FINAL-STEP
               IF CT-STEP-ENDED AND
                  CT-RETURN-CODE <= WS-FINAL-MAX-RC AND
                  CT-RETURN-CODE NOT = WS-HARD-FAILURE-RC
                   MOVE 'Y' TO WS-NT-COMPLETE(WS-NIGHT-SLOT)
               ELSE
                   MOVE 'N' TO WS-NT-COMPLETE(WS-NIGHT-SLOT)
               END-IF
           END-IF.

      * With the table full a newer date takes the place of the
      * oldest; an older one is not tracked.
       1130-ADD-NIGHT.
           IF WS-NIGHT-COUNT <
                   FUNCTION LENGTH(WS-NIGHT-TABLE) /
                   FUNCTION LENGTH(WS-NIGHT-ENTRY(1))
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-SLOT
           ELSE
               MOVE 1 TO WS-NIGHT-SLOT
               PERFORM VARYING WS-SCAN-IDX FROM 2 BY 1
                       UNTIL WS-SCAN-IDX > WS-NIGHT-COUNT
                   IF WS-NT-DATE(WS-SCAN-IDX) <
                           WS-NT-DATE(WS-NIGHT-SLOT)
                       MOVE WS-SCAN-IDX TO WS-NIGHT-SLOT
                   END-IF
               END-PERFORM
               IF CT-OPER-DATE < WS-NT-DATE(WS-NIGHT-SLOT)
                   MOVE ZERO TO WS-NIGHT-SLOT
               END-IF
           END-IF
           IF WS-NIGHT-SLOT > ZERO
               MOVE CT-OPER-DATE TO WS-NT-DATE(WS-NIGHT-SLOT)
               MOVE 'N' TO WS-NT-COMPLETE(WS-NIGHT-SLOT)
           END-IF.

      * An OVERRIDE card with no operator is ignored -- an override
      * nobody owns is not an override.
       1150-APPLY-CONTROL-CARD.
           IF RI-OPDATE-CARD
               IF RI-OPER-DATE IS NUMERIC AND
                  RI-OPER-DATE >= "19000101"
                   MOVE RI-OPER-DATE TO WS-OPER-DATE
               ELSE
                   DISPLAY "RUNCTLIN OPDATE card date " RI-OPER-DATE
                       " is not a valid date -- ignored."
               END-IF
           ELSE
               IF RI-OVERRIDE-CARD
                   IF RI-OPERATOR = SPACES
                       DISPLAY "RUNCTLIN OVERRIDE card for step "
                           RI-STEP-NAME " names no operator -- "
                           "ignored."
                   ELSE
                       IF WS-OVERRIDE-COUNT <
                               FUNCTION LENGTH(WS-OVERRIDE-TABLE) /
                               FUNCTION LENGTH(WS-OVERRIDE-ENTRY(1))
                           ADD 1 TO WS-OVERRIDE-COUNT
                           MOVE RI-OPER-DATE
                               TO WS-OV-DATE(WS-OVERRIDE-COUNT)
                           MOVE RI-STEP-NAME
                               TO WS-OV-STEP(WS-OVERRIDE-COUNT)
                           MOVE RI-OPERATOR
                               TO WS-OV-OPERATOR(WS-OVERRIDE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Replays the ledger, keeping the latest state of each step for
      * the operational date. An absent ledger is the first night.
       1200-LOAD-DATE-STATE.
           MOVE ZERO TO WS-STATE-COUNT
           MOVE ZERO TO WS-STATE-OVERFLOW
           MOVE 'N' TO WS-RUNCTL-EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RUN-CONTROL
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNCTL-EOF-FLAG
                       NOT AT END
                           IF CT-OPER-DATE = WS-OPER-DATE AND
                              NOT CT-STEP-REFUSED
                               PERFORM 1250-NOTE-STEP-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-STATE-OVERFLOW > ZERO
               DISPLAY "Run-control step table overflow -- ledger "
                   "entries not considered: " WS-STATE-OVERFLOW
           END-IF.

       1250-NOTE-STEP-STATE.
           SET WS-STATE-IDX TO 1
           SEARCH WS-STATE-ENTRY
               VARYING WS-STATE-IDX
               AT END
                   PERFORM 1260-ADD-STATE-ENTRY
               WHEN WS-STATE-IDX > WS-STATE-COUNT
                   PERFORM 1260-ADD-STATE-ENTRY
               WHEN WS-SS-STEP(WS-STATE-IDX) = CT-STEP-NAME
                   PERFORM 1270-STORE-STATE
           END-SEARCH.

       1260-ADD-STATE-ENTRY.
           IF WS-STATE-COUNT <
                   FUNCTION LENGTH(WS-STATE-TABLE) /
                   FUNCTION LENGTH(WS-STATE-ENTRY(1))
               ADD 1 TO WS-STATE-COUNT
               SET WS-STATE-IDX TO WS-STATE-COUNT
               MOVE CT-STEP-NAME TO WS-SS-STEP(WS-STATE-IDX)
               PERFORM 1270-STORE-STATE
           ELSE
               ADD 1 TO WS-STATE-OVERFLOW
           END-IF.

      * The split step reports its partition count under the PARTS
      * label; the merge step's predecessor check needs it.
       1270-STORE-STATE.
           MOVE CT-STATUS TO WS-SS-STATUS(WS-STATE-IDX)
           MOVE CT-RETURN-CODE TO WS-SS-RC(WS-STATE-IDX)
           MOVE ZERO TO WS-SS-PARTS(WS-STATE-IDX)
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 3
               IF CT-COUNT-LABEL(WS-SCAN-IDX) = "PARTS   " AND
                  CT-COUNT(WS-SCAN-IDX) IS NUMERIC
                   MOVE CT-COUNT(WS-SCAN-IDX)
                       TO WS-SS-PARTS(WS-STATE-IDX)
               END-IF
           END-PERFORM.

       1300-FIND-STREAM-ENTRY.
           MOVE RN-STEP-NAME TO WS-LOOKUP-STEP
           PERFORM 1400-LOOKUP-STREAM-STEP
           MOVE WS-LOOKUP-MAX-RC TO WS-STEP-MAX-RC.

      * Resolves WS-LOOKUP-STEP against the stream table, leaving
      * its predecessors and clean-finish limit in the WS-STEP- and
      * WS-LOOKUP- fields. The partitioned validator steps all share
      * the PSWVAL0 entry.
       1400-LOOKUP-STREAM-STEP.
           IF WS-LOOKUP-STEP(1:7) = "PSWVAL0"
               MOVE "PSWVAL0 " TO WS-LOOKUP-STEP
           END-IF
           MOVE SPACES TO WS-STEP-PRED-1
           MOVE SPACES TO WS-STEP-PRED-2
           MOVE WS-DEFAULT-MAX-RC TO WS-LOOKUP-MAX-RC
           SET WS-STR-IDX TO 1
           SEARCH WS-STREAM-ENTRY
               VARYING WS-STR-IDX
               AT END
                   CONTINUE
               WHEN WS-STR-IDX > WS-STREAM-COUNT
                   CONTINUE
               WHEN WS-ST-STEP(WS-STR-IDX) = WS-LOOKUP-STEP
                   MOVE WS-ST-PRED-1(WS-STR-IDX) TO WS-STEP-PRED-1
                   MOVE WS-ST-PRED-2(WS-STR-IDX) TO WS-STEP-PRED-2
                   MOVE WS-ST-MAX-RC(WS-STR-IDX) TO WS-LOOKUP-MAX-RC
           END-SEARCH.

       2000-CHECK-ALREADY-COMPLETE.
           MOVE RN-STEP-NAME TO WS-CHECK-STEP
           PERFORM 4000-CHECK-STEP-CLEAN
           IF WS-CHECK-CLEAN = 'Y'
               MOVE 'N' TO RN-PROCEED
               MOVE WS-RERUN-REFUSE-CODE TO RN-REFUSE-CODE
               STRING "Step " DELIMITED BY SIZE
                   RN-STEP-NAME DELIMITED BY SPACE
                   " already completed cleanly for "
                       DELIMITED BY SIZE
                   WS-OPER-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RN-MESSAGE
               END-STRING
           END-IF.

      * The lookups in 4000 overwrite the WS-STEP-PRED- fields, so
      * the step's own predecessors are captured first. Either
      * predecessor having ENDED cleanly satisfies the check; the
      * refusal names the first.
       3000-CHECK-PREDECESSOR.
           MOVE RN-STEP-NAME TO WS-LOOKUP-STEP
           PERFORM 1400-LOOKUP-STREAM-STEP
           MOVE WS-STEP-PRED-1 TO WS-PRED-1
           MOVE WS-STEP-PRED-2 TO WS-PRED-2
           IF WS-PRED-1 = "PSWVAL0 "
               PERFORM 3100-CHECK-PARTITIONS
           ELSE
               IF WS-PRED-1 NOT = SPACES
                   MOVE WS-PRED-1 TO WS-CHECK-STEP
                   PERFORM 4000-CHECK-STEP-CLEAN
                   IF WS-CHECK-CLEAN = 'N' AND WS-PRED-2 NOT = SPACES
                       MOVE WS-PRED-2 TO WS-CHECK-STEP
                       PERFORM 4000-CHECK-STEP-CLEAN
                   END-IF
                   IF WS-CHECK-CLEAN = 'N'
                       MOVE WS-PRED-1 TO WS-CHECK-STEP
                       PERFORM 3900-REFUSE-PREDECESSOR
                   END-IF
               END-IF
           END-IF.

      * The merge step needs the split step and every partition it
      * wrote -- a partition that never ran, or ran unclean, would
      * leave records out of the consolidated files.
       3100-CHECK-PARTITIONS.
           MOVE "PSWSPLIT" TO WS-CHECK-STEP
           PERFORM 4000-CHECK-STEP-CLEAN
           IF WS-CHECK-CLEAN = 'N' OR WS-CHECK-PARTS = ZERO
               MOVE 'N' TO WS-CHECK-CLEAN
               PERFORM 3900-REFUSE-PREDECESSOR
           ELSE
               MOVE WS-CHECK-PARTS TO WS-PART-LIMIT
               IF WS-PART-LIMIT > 9
                   MOVE 9 TO WS-PART-LIMIT
               END-IF
               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PART-LIMIT
                          OR NOT RN-PROCEED-OK
                   MOVE WS-PART-NO TO WS-PART-DIGIT
                   MOVE SPACES TO WS-CHECK-STEP
                   STRING "PSWVAL0" WS-PART-DIGIT DELIMITED BY SIZE
                       INTO WS-CHECK-STEP
                   END-STRING
                   PERFORM 4000-CHECK-STEP-CLEAN
                   IF WS-CHECK-CLEAN = 'N'
                       PERFORM 3900-REFUSE-PREDECESSOR
                   END-IF
               END-PERFORM
           END-IF.

       3900-REFUSE-PREDECESSOR.
           MOVE 'N' TO RN-PROCEED
           MOVE WS-PRED-REFUSE-CODE TO RN-REFUSE-CODE
           MOVE SPACES TO RN-MESSAGE
           STRING "Predecessor " DELIMITED BY SIZE
               WS-CHECK-STEP DELIMITED BY SPACE
               " has not completed cleanly for " DELIMITED BY SIZE
               WS-OPER-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO RN-MESSAGE
           END-STRING.

      * Sets WS-CHECK-CLEAN for WS-CHECK-STEP: its latest entry for
      * the date is ENDED, with a return code no higher than the
      * step's clean-finish limit and never the hard-failure code.
      * WS-CHECK-PARTS carries the partition count it reported.
       4000-CHECK-STEP-CLEAN.
           MOVE 'N' TO WS-CHECK-CLEAN
           MOVE ZERO TO WS-CHECK-PARTS
           MOVE WS-CHECK-STEP TO WS-LOOKUP-STEP
           PERFORM 1400-LOOKUP-STREAM-STEP
           SET WS-STATE-IDX TO 1
           SEARCH WS-STATE-ENTRY
               VARYING WS-STATE-IDX
               AT END
                   CONTINUE
               WHEN WS-STATE-IDX > WS-STATE-COUNT
                   CONTINUE
               WHEN WS-SS-STEP(WS-STATE-IDX) = WS-CHECK-STEP
                   IF WS-SS-STATUS(WS-STATE-IDX) = "ENDED   " AND
                      WS-SS-RC(WS-STATE-IDX) <= WS-LOOKUP-MAX-RC AND
                      WS-SS-RC(WS-STATE-IDX) NOT = WS-HARD-FAILURE-RC
                       MOVE 'Y' TO WS-CHECK-CLEAN
                       MOVE WS-SS-PARTS(WS-STATE-IDX)
                           TO WS-CHECK-PARTS
                   END-IF
           END-SEARCH.

      * Files the ENDED entry. A step that calls END without a START
      * in the same run still gets an entry, under the operational
      * date the control cards give.
       5000-END-STEP.
           IF WS-STEP-STARTED = 'N'
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
               PERFORM 1100-READ-CONTROL-CARDS
           END-IF
           INITIALIZE RUN-CONTROL-RECORD
           MOVE WS-OPER-DATE TO CT-OPER-DATE
           MOVE RN-STEP-NAME TO CT-STEP-NAME
           MOVE "ENDED   " TO CT-STATUS
           MOVE WS-START-STAMP TO CT-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO CT-END-STAMP
           MOVE RN-STEP-RETURN-CODE TO CT-RETURN-CODE
           MOVE WS-OVERRIDE-FLAG TO CT-OVERRIDE
           MOVE WS-OVERRIDE-OPER TO CT-OVERRIDE-OPER
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 3
               MOVE RN-COUNT-LABEL(WS-SCAN-IDX)
                   TO CT-COUNT-LABEL(WS-SCAN-IDX)
               MOVE RN-COUNT(WS-SCAN-IDX) TO CT-COUNT(WS-SCAN-IDX)
           END-PERFORM
           PERFORM 6000-APPEND-LEDGER
           MOVE 'N' TO WS-STEP-STARTED
           MOVE WS-OPER-DATE TO RN-OPER-DATE.

      * The ledger is opened and closed around each entry, so an
      * abend later in the step still leaves its STARTED entry on
      * file for the next night's operator to see.
       6000-APPEND-LEDGER.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-FILE-STATUS = "00"
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "RUN-CONTROL-FILE (RUNCTL) could not be "
                   "opened, file status " WS-RUNCTL-FILE-STATUS
                   " -- " CT-STATUS " entry for step "
                   CT-STEP-NAME " not recorded."
           END-IF.
