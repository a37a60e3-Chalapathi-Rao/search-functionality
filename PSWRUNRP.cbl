       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunTimingReport.

      * Daily step-timing report from the RUNCTL run-control ledger.
      * Takes an operational date (YYYYMMDD) from the command line --
      * the same mechanism the trend report uses for its range; an
      * omitted date reports the current date -- and lists every
      * step that checked in for that date: start and end time,
      * elapsed time, return code, whether an operator override let
      * it run, and the record counts it reported. Each step's
      * elapsed time is set against its average over the prior
      * nights on the ledger and flagged SLOW when it runs well past
      * it, and the whole batch window (first step start to last
      * step end) is listed for those nights alongside the reported
      * one, so the window creeping shows up here before it breaks
      * the schedule. Refused check-ins are listed separately.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT TIMING-REPORT ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  TIMING-REPORT.
       01  TIMING-REPORT-RECORD     PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-RUNCTL-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-RUN-CONTROL           VALUE 'Y'.
       01 WS-LEDGER-AVAILABLE       PIC X VALUE 'N'.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-REPORT-DATE            PIC X(8) VALUE SPACES.

      * How many prior operational dates the averages and the window
      * trend look back over, and how far past its average a step
      * must run (as a percentage) to be flagged.
       01 WS-TREND-NIGHTS           PIC 9(2) VALUE 7.
       01 WS-SLOW-PERCENT           PIC 9(3) VALUE 125.

      * Operational dates on the ledger up to the reported one, with
      * each date's batch window as seconds -- earliest start, latest
      * end -- and how many steps ran to an end that night. The
      * ledger is never trimmed, so once the table is full the oldest
      * date gives way to a newer one; the trend only needs the
      * newest nights.
       01 WS-DATE-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-DATE-IDX.
              10 WS-DT-DATE          PIC X(8).
              10 WS-DT-FIRST-START   PIC 9(12).
              10 WS-DT-LAST-END      PIC 9(12).
              10 WS-DT-STEPS         PIC 9(4).
       01 WS-DATE-OVERFLOW          PIC 9(8) VALUE ZERO.
       01 WS-OLDEST-SLOT            PIC 9(4) VALUE ZERO.
       01 WS-NEXT-SLOT              PIC 9(4) VALUE ZERO.
       01 WS-LISTED-DATE            PIC X(8) VALUE SPACES.

      * Earliest prior date inside the trend; prior dates before it
      * are left out of the averages and the window trend.
       01 WS-TREND-CUTOFF           PIC X(8) VALUE SPACES.
       01 WS-NEXT-DATE              PIC X(8) VALUE SPACES.
       01 WS-NIGHT-NO               PIC 9(2) VALUE ZERO.

      * One entry per step name seen, in first-seen order: its state
      * on the reported date and its elapsed-time history over the
      * trend nights.
       01 WS-STEP-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-STEP-IDX.
              10 WS-SP-STEP          PIC X(8).
              10 WS-SP-ON-DATE       PIC X(1).
              10 WS-SP-STATUS        PIC X(8).
              10 WS-SP-START-STAMP   PIC X(14).
              10 WS-SP-END-STAMP     PIC X(14).
              10 WS-SP-RC            PIC 9(2).
              10 WS-SP-OVERRIDE      PIC X(1).
              10 WS-SP-OVERRIDE-OPER PIC X(8).
              10 WS-SP-COUNT-ENTRY OCCURS 3 TIMES.
                 15 WS-SP-COUNT-LABEL PIC X(8).
                 15 WS-SP-COUNT     PIC 9(8).
              10 WS-SP-PRIOR-RUNS    PIC 9(4).
              10 WS-SP-PRIOR-SECONDS PIC 9(10).
       01 WS-STEP-OVERFLOW          PIC 9(8) VALUE ZERO.

      * Refused check-ins on the reported date, in ledger order.
       01 WS-REFUSED-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-REFUSED-TABLE.
           05 WS-REFUSED-ENTRY OCCURS 50 TIMES.
              10 WS-RF-STEP          PIC X(8).
              10 WS-RF-STAMP         PIC X(14).
              10 WS-RF-CODE          PIC 9(2).
       01 WS-REFUSED-OVERFLOW       PIC 9(8) VALUE ZERO.

      * Timestamp arithmetic: a YYYYMMDDHHMMSS stamp as seconds from
      * the start of the calendar, so a step or a window that crosses
      * midnight still times correctly.
       01 WS-STAMP                  PIC X(14) VALUE SPACES.
       01 WS-STAMP-SECONDS          PIC 9(12) VALUE ZERO.
       01 WS-START-SECONDS          PIC 9(12) VALUE ZERO.
       01 WS-END-SECONDS            PIC 9(12) VALUE ZERO.
       01 WS-ELAPSED-SECONDS        PIC 9(10) VALUE ZERO.
       01 WS-AVERAGE-SECONDS        PIC 9(10) VALUE ZERO.
       01 WS-SLOW-LIMIT             PIC 9(12) VALUE ZERO.
       01 WS-DURATION-SECONDS       PIC 9(10) VALUE ZERO.
       01 WS-DURATION-MINUTES       PIC 9(6) VALUE ZERO.
       01 WS-DURATION-REMAINDER     PIC 9(2) VALUE ZERO.
       01 WS-DURATION-TEXT          PIC X(8) VALUE SPACES.
       01 WS-CLOCK-TEXT.
           05 CK-HOURS               PIC 99.
           05 FILLER                 PIC X VALUE ":".
           05 CK-MINUTES             PIC 99.
           05 FILLER                 PIC X VALUE ":".
           05 CK-SECONDS             PIC 99.
       01 WS-ED-MINUTES             PIC ZZZZ9.
       01 WS-ED-SECONDS             PIC 99.

       01 WS-SCAN-IDX               PIC 9(4) VALUE ZERO.
       01 WS-COUNT-IDX              PIC 9(1) VALUE ZERO.
       01 WS-ED-COUNT               PIC ZZZZZZZ9.
       01 WS-ED-CODE                PIC Z9.
       01 WS-STEPS-REPORTED         PIC 9(4) VALUE ZERO.
       01 WS-SLOW-STEPS             PIC 9(4) VALUE ZERO.

       01 WS-STEP-LINE.
           05 SL-STEP                PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-START               PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-END                 PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-ELAPSED             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-AVERAGE             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-RC                  PIC X(2).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-STATUS              PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-FLAG                PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-OVERRIDE            PIC X(17).

       01 WS-WINDOW-LINE.
           05 WL-DATE                PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WL-START               PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WL-END                 PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WL-ELAPSED             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WL-STEPS               PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-LEDGER-AVAILABLE = 'Y'
               PERFORM 2000-COLLECT-DATES
               PERFORM 2500-FIND-TREND-CUTOFF
               PERFORM 3000-COLLECT-STEPS
           END-IF
           PERFORM 4000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-REPORT-DATE
           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF

           OPEN OUTPUT TIMING-REPORT

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-AVAILABLE
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "RUN-CONTROL-FILE (RUNCTL) could not be "
                   "opened, file status " WS-RUNCTL-FILE-STATUS
                   " -- reporting no steps."
           END-IF.

      * First pass: every operational date on the ledger up to the
      * reported one and its batch window. A REFUSED entry did no
      * work and does not widen the window; a date after the
      * reported one plays no part in the report.
       2000-COLLECT-DATES.
           MOVE 'N' TO WS-RUNCTL-EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 2100-READ-RUN-CONTROL
           PERFORM UNTIL END-OF-RUN-CONTROL
               IF NOT CT-STEP-REFUSED AND
                  CT-OPER-DATE NOT > WS-REPORT-DATE
                   PERFORM 2200-NOTE-DATE
               END-IF
               PERFORM 2100-READ-RUN-CONTROL
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       2100-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-RUNCTL-EOF-FLAG
           END-READ.

       2200-NOTE-DATE.
           SET WS-DATE-IDX TO 1
           SEARCH WS-DATE-ENTRY
               VARYING WS-DATE-IDX
               AT END
                   PERFORM 2300-ADD-DATE-ENTRY
               WHEN WS-DATE-IDX > WS-DATE-COUNT
                   PERFORM 2300-ADD-DATE-ENTRY
               WHEN WS-DT-DATE(WS-DATE-IDX) = CT-OPER-DATE
                   PERFORM 2400-WIDEN-WINDOW
           END-SEARCH.

      * With the table full, a date newer than the oldest held takes
      * the oldest one's place; anything older is dropped. Either
      * way one date goes unreported and is counted.
       2300-ADD-DATE-ENTRY.
           IF WS-DATE-COUNT <
                   FUNCTION LENGTH(WS-DATE-TABLE) /
                   FUNCTION LENGTH(WS-DATE-ENTRY(1))
               ADD 1 TO WS-DATE-COUNT
               SET WS-DATE-IDX TO WS-DATE-COUNT
               PERFORM 2350-START-DATE-ENTRY
           ELSE
               ADD 1 TO WS-DATE-OVERFLOW
               MOVE 1 TO WS-OLDEST-SLOT
               PERFORM VARYING WS-SCAN-IDX FROM 2 BY 1
                       UNTIL WS-SCAN-IDX > WS-DATE-COUNT
                   IF WS-DT-DATE(WS-SCAN-IDX) <
                           WS-DT-DATE(WS-OLDEST-SLOT)
                       MOVE WS-SCAN-IDX TO WS-OLDEST-SLOT
                   END-IF
               END-PERFORM
               IF CT-OPER-DATE > WS-DT-DATE(WS-OLDEST-SLOT)
                   SET WS-DATE-IDX TO WS-OLDEST-SLOT
                   PERFORM 2350-START-DATE-ENTRY
               END-IF
           END-IF.

       2350-START-DATE-ENTRY.
           MOVE CT-OPER-DATE TO WS-DT-DATE(WS-DATE-IDX)
           MOVE ZERO TO WS-DT-FIRST-START(WS-DATE-IDX)
           MOVE ZERO TO WS-DT-LAST-END(WS-DATE-IDX)
           MOVE ZERO TO WS-DT-STEPS(WS-DATE-IDX)
           PERFORM 2400-WIDEN-WINDOW.

       2400-WIDEN-WINDOW.
           MOVE CT-START-STAMP TO WS-STAMP
           PERFORM 7000-STAMP-TO-SECONDS
           IF WS-STAMP-SECONDS > ZERO AND
              (WS-DT-FIRST-START(WS-DATE-IDX) = ZERO OR
               WS-STAMP-SECONDS < WS-DT-FIRST-START(WS-DATE-IDX))
               MOVE WS-STAMP-SECONDS
                   TO WS-DT-FIRST-START(WS-DATE-IDX)
           END-IF
           IF CT-STEP-ENDED
               ADD 1 TO WS-DT-STEPS(WS-DATE-IDX)
               MOVE CT-END-STAMP TO WS-STAMP
               PERFORM 7000-STAMP-TO-SECONDS
               IF WS-STAMP-SECONDS > WS-DT-LAST-END(WS-DATE-IDX)
                   MOVE WS-STAMP-SECONDS
                       TO WS-DT-LAST-END(WS-DATE-IDX)
               END-IF
           END-IF.

      * Walks back from the reported date through the prior dates on
      * the ledger, newest first, until the trend's worth of nights
      * has been counted; the last one reached is the cutoff.
       2500-FIND-TREND-CUTOFF.
           MOVE WS-REPORT-DATE TO WS-TREND-CUTOFF
           PERFORM VARYING WS-NIGHT-NO FROM 1 BY 1
                   UNTIL WS-NIGHT-NO > WS-TREND-NIGHTS
               MOVE SPACES TO WS-NEXT-DATE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-DATE-COUNT
                   IF WS-DT-DATE(WS-SCAN-IDX) < WS-TREND-CUTOFF AND
                      (WS-NEXT-DATE = SPACES OR
                       WS-DT-DATE(WS-SCAN-IDX) > WS-NEXT-DATE)
                       MOVE WS-DT-DATE(WS-SCAN-IDX) TO WS-NEXT-DATE
                   END-IF
               END-PERFORM
               IF WS-NEXT-DATE NOT = SPACES
                   MOVE WS-NEXT-DATE TO WS-TREND-CUTOFF
               END-IF
           END-PERFORM.

      * Second pass: the reported date's step detail (the latest
      * entry per step wins, as it does for the run-control service)
      * and each step's ENDED elapsed times over the trend nights.
       3000-COLLECT-STEPS.
           MOVE 'N' TO WS-RUNCTL-EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 2100-READ-RUN-CONTROL
           PERFORM UNTIL END-OF-RUN-CONTROL
               IF CT-OPER-DATE = WS-REPORT-DATE
                   IF CT-STEP-REFUSED
                       PERFORM 3400-NOTE-REFUSAL
                   ELSE
                       PERFORM 3100-FIND-STEP-ENTRY
                       IF WS-STEP-IDX <= WS-STEP-COUNT
                           PERFORM 3200-STORE-DATE-STATE
                       END-IF
                   END-IF
               ELSE
                   IF CT-OPER-DATE < WS-REPORT-DATE AND
                      CT-OPER-DATE >= WS-TREND-CUTOFF AND
                      CT-STEP-ENDED
                       PERFORM 3100-FIND-STEP-ENTRY
                       IF WS-STEP-IDX <= WS-STEP-COUNT
                           PERFORM 3300-ADD-PRIOR-RUN
                       END-IF
                   END-IF
               END-IF
               PERFORM 2100-READ-RUN-CONTROL
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

      * Leaves WS-STEP-IDX on the step's entry, adding one when the
      * step is new; past WS-STEP-COUNT when the table is full.
       3100-FIND-STEP-ENTRY.
           SET WS-STEP-IDX TO 1
           SEARCH WS-STEP-ENTRY
               VARYING WS-STEP-IDX
               AT END
                   PERFORM 3150-ADD-STEP-ENTRY
               WHEN WS-STEP-IDX > WS-STEP-COUNT
                   PERFORM 3150-ADD-STEP-ENTRY
               WHEN WS-SP-STEP(WS-STEP-IDX) = CT-STEP-NAME
                   CONTINUE
           END-SEARCH.

       3150-ADD-STEP-ENTRY.
           IF WS-STEP-COUNT <
                   FUNCTION LENGTH(WS-STEP-TABLE) /
                   FUNCTION LENGTH(WS-STEP-ENTRY(1))
               ADD 1 TO WS-STEP-COUNT
               SET WS-STEP-IDX TO WS-STEP-COUNT
               INITIALIZE WS-STEP-ENTRY(WS-STEP-IDX)
               MOVE CT-STEP-NAME TO WS-SP-STEP(WS-STEP-IDX)
               MOVE 'N' TO WS-SP-ON-DATE(WS-STEP-IDX)
           ELSE
               ADD 1 TO WS-STEP-OVERFLOW
               SET WS-STEP-IDX TO WS-STEP-COUNT
               SET WS-STEP-IDX UP BY 1
           END-IF.

       3200-STORE-DATE-STATE.
           MOVE 'Y' TO WS-SP-ON-DATE(WS-STEP-IDX)
           MOVE CT-STATUS TO WS-SP-STATUS(WS-STEP-IDX)
           MOVE CT-START-STAMP TO WS-SP-START-STAMP(WS-STEP-IDX)
           MOVE CT-END-STAMP TO WS-SP-END-STAMP(WS-STEP-IDX)
           MOVE CT-RETURN-CODE TO WS-SP-RC(WS-STEP-IDX)
           MOVE CT-OVERRIDE TO WS-SP-OVERRIDE(WS-STEP-IDX)
           MOVE CT-OVERRIDE-OPER TO WS-SP-OVERRIDE-OPER(WS-STEP-IDX)
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                   UNTIL WS-COUNT-IDX > 3
               MOVE CT-COUNT-LABEL(WS-COUNT-IDX)
                   TO WS-SP-COUNT-LABEL(WS-STEP-IDX, WS-COUNT-IDX)
               MOVE CT-COUNT(WS-COUNT-IDX)
                   TO WS-SP-COUNT(WS-STEP-IDX, WS-COUNT-IDX)
           END-PERFORM.

       3300-ADD-PRIOR-RUN.
           PERFORM 7100-ENTRY-ELAPSED
           IF WS-END-SECONDS > ZERO AND
              WS-START-SECONDS > ZERO
               ADD 1 TO WS-SP-PRIOR-RUNS(WS-STEP-IDX)
               ADD WS-ELAPSED-SECONDS
                   TO WS-SP-PRIOR-SECONDS(WS-STEP-IDX)
           END-IF.

       3400-NOTE-REFUSAL.
           IF WS-REFUSED-COUNT <
                   FUNCTION LENGTH(WS-REFUSED-TABLE) /
                   FUNCTION LENGTH(WS-REFUSED-ENTRY(1))
               ADD 1 TO WS-REFUSED-COUNT
               MOVE CT-STEP-NAME TO WS-RF-STEP(WS-REFUSED-COUNT)
               MOVE CT-START-STAMP TO WS-RF-STAMP(WS-REFUSED-COUNT)
               MOVE CT-RETURN-CODE TO WS-RF-CODE(WS-REFUSED-COUNT)
           ELSE
               ADD 1 TO WS-REFUSED-OVERFLOW
           END-IF.

       4000-WRITE-REPORT.
           INITIALIZE TIMING-REPORT-RECORD
           STRING "RUN-CONTROL STEP TIMING REPORT -- "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO TIMING-REPORT-RECORD
           END-STRING
           WRITE TIMING-REPORT-RECORD

           INITIALIZE TIMING-REPORT-RECORD
           WRITE TIMING-REPORT-RECORD

           INITIALIZE TIMING-REPORT-RECORD
           STRING "STEP      START     END       ELAPSED   AVERAGE"
                   DELIMITED BY SIZE
               "   RC  STATUS          OVERRIDE" DELIMITED BY SIZE
               INTO TIMING-REPORT-RECORD
           END-STRING
           WRITE TIMING-REPORT-RECORD

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STEP-COUNT
               IF WS-SP-ON-DATE(WS-SCAN-IDX) = 'Y'
                   PERFORM 4100-WRITE-STEP-LINE
               END-IF
           END-PERFORM
           IF WS-STEPS-REPORTED = ZERO
               INITIALIZE TIMING-REPORT-RECORD
               MOVE "  (no steps on the ledger for this date)"
                   TO TIMING-REPORT-RECORD
               WRITE TIMING-REPORT-RECORD
           END-IF

           PERFORM 4300-WRITE-REFUSALS
           PERFORM 4400-WRITE-WINDOW-TREND.

      * Elapsed time needs both stamps; a step with no end stamp
      * abended or is still running and shows NO END. The averages
      * and the SLOW flag only judge a step that finished.
       4100-WRITE-STEP-LINE.
           ADD 1 TO WS-STEPS-REPORTED
           INITIALIZE WS-STEP-LINE
           MOVE WS-SP-STEP(WS-SCAN-IDX) TO SL-STEP
           MOVE WS-SP-START-STAMP(WS-SCAN-IDX) TO WS-STAMP
           PERFORM 7200-FORMAT-CLOCK-TIME
           MOVE WS-DURATION-TEXT TO SL-START
           MOVE WS-SP-END-STAMP(WS-SCAN-IDX) TO WS-STAMP
           PERFORM 7200-FORMAT-CLOCK-TIME
           MOVE WS-DURATION-TEXT TO SL-END

           MOVE WS-SP-START-STAMP(WS-SCAN-IDX) TO WS-STAMP
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
           MOVE WS-SP-END-STAMP(WS-SCAN-IDX) TO WS-STAMP
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-END-SECONDS

           MOVE ZERO TO WS-AVERAGE-SECONDS
           IF WS-SP-PRIOR-RUNS(WS-SCAN-IDX) > ZERO
               COMPUTE WS-AVERAGE-SECONDS =
                   WS-SP-PRIOR-SECONDS(WS-SCAN-IDX) /
                   WS-SP-PRIOR-RUNS(WS-SCAN-IDX)
               MOVE WS-AVERAGE-SECONDS TO WS-DURATION-SECONDS
               PERFORM 7300-FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO SL-AVERAGE
           ELSE
               MOVE "    --  " TO SL-AVERAGE
           END-IF

           IF WS-SP-STATUS(WS-SCAN-IDX) = "ENDED   " AND
              WS-END-SECONDS >= WS-START-SECONDS AND
              WS-START-SECONDS > ZERO
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
               MOVE WS-ELAPSED-SECONDS TO WS-DURATION-SECONDS
               PERFORM 7300-FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO SL-ELAPSED
               MOVE WS-SP-RC(WS-SCAN-IDX) TO WS-ED-CODE
               MOVE WS-ED-CODE TO SL-RC
               MOVE "ENDED" TO SL-STATUS
               COMPUTE WS-SLOW-LIMIT =
                   WS-AVERAGE-SECONDS * WS-SLOW-PERCENT / 100
               IF WS-AVERAGE-SECONDS > ZERO AND
                  WS-ELAPSED-SECONDS > WS-SLOW-LIMIT
                   MOVE "SLOW" TO SL-FLAG
                   ADD 1 TO WS-SLOW-STEPS
               END-IF
           ELSE
               MOVE "    --  " TO SL-ELAPSED
               MOVE "--" TO SL-RC
               MOVE "NO END" TO SL-STATUS
           END-IF

           IF WS-SP-OVERRIDE(WS-SCAN-IDX) = 'Y'
               STRING "YES " DELIMITED BY SIZE
                   WS-SP-OVERRIDE-OPER(WS-SCAN-IDX)
                       DELIMITED BY SPACE
                   INTO SL-OVERRIDE
               END-STRING
           END-IF

           INITIALIZE TIMING-REPORT-RECORD
           MOVE WS-STEP-LINE TO TIMING-REPORT-RECORD
           WRITE TIMING-REPORT-RECORD
           PERFORM 4200-WRITE-COUNT-LINE.

       4200-WRITE-COUNT-LINE.
           IF WS-SP-COUNT-LABEL(WS-SCAN-IDX, 1) NOT = SPACES
               INITIALIZE TIMING-REPORT-RECORD
               MOVE "          " TO TIMING-REPORT-RECORD
               PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                       UNTIL WS-COUNT-IDX > 3
                   IF WS-SP-COUNT-LABEL(WS-SCAN-IDX, WS-COUNT-IDX)
                           NOT = SPACES
                       MOVE WS-SP-COUNT(WS-SCAN-IDX, WS-COUNT-IDX)
                           TO WS-ED-COUNT
                       MOVE WS-SP-COUNT-LABEL(WS-SCAN-IDX,
                               WS-COUNT-IDX)
                           TO TIMING-REPORT-RECORD
                               (11 + (WS-COUNT-IDX - 1) * 20:8)
                       MOVE WS-ED-COUNT
                           TO TIMING-REPORT-RECORD
                               (20 + (WS-COUNT-IDX - 1) * 20:8)
                   END-IF
               END-PERFORM
               WRITE TIMING-REPORT-RECORD
           END-IF.

       4300-WRITE-REFUSALS.
           IF WS-REFUSED-COUNT > ZERO
               INITIALIZE TIMING-REPORT-RECORD
               WRITE TIMING-REPORT-RECORD
               INITIALIZE TIMING-REPORT-RECORD
               MOVE "REFUSED CHECK-INS (52 = PREDECESSOR NOT COMPLETE,"
                   TO TIMING-REPORT-RECORD
               MOVE " 56 = ALREADY COMPLETE)"
                   TO TIMING-REPORT-RECORD(50:23)
               WRITE TIMING-REPORT-RECORD
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-REFUSED-COUNT
                   MOVE WS-RF-STAMP(WS-SCAN-IDX) TO WS-STAMP
                   PERFORM 7200-FORMAT-CLOCK-TIME
                   MOVE WS-RF-CODE(WS-SCAN-IDX) TO WS-ED-CODE
                   INITIALIZE TIMING-REPORT-RECORD
                   STRING WS-RF-STEP(WS-SCAN-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-DURATION-TEXT DELIMITED BY SIZE
                       "  CODE " DELIMITED BY SIZE
                       WS-ED-CODE DELIMITED BY SIZE
                       INTO TIMING-REPORT-RECORD
                   END-STRING
                   WRITE TIMING-REPORT-RECORD
               END-PERFORM
           END-IF.

      * The batch window for the reported night and each trend night
      * before it, oldest first -- the ledger's own date order.
       4400-WRITE-WINDOW-TREND.
           INITIALIZE TIMING-REPORT-RECORD
           WRITE TIMING-REPORT-RECORD
           INITIALIZE TIMING-REPORT-RECORD
           MOVE "BATCH WINDOW  FIRST START TO LAST END"
               TO TIMING-REPORT-RECORD
           WRITE TIMING-REPORT-RECORD
           INITIALIZE TIMING-REPORT-RECORD
           MOVE "DATE      START     END       ELAPSED   STEPS"
               TO TIMING-REPORT-RECORD
           WRITE TIMING-REPORT-RECORD

      * Listed oldest first. The table is not in date order once an
      * old date has given way to a newer one, so each line is the
      * earliest date after the one before it.
           MOVE SPACES TO WS-LISTED-DATE
           MOVE 1 TO WS-NEXT-SLOT
           PERFORM UNTIL WS-NEXT-SLOT = ZERO
               MOVE ZERO TO WS-NEXT-SLOT
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-DATE-COUNT
                   IF WS-DT-DATE(WS-SCAN-IDX) >= WS-TREND-CUTOFF AND
                      WS-DT-DATE(WS-SCAN-IDX) <= WS-REPORT-DATE AND
                      WS-DT-DATE(WS-SCAN-IDX) > WS-LISTED-DATE
                       IF WS-NEXT-SLOT = ZERO
                           MOVE WS-SCAN-IDX TO WS-NEXT-SLOT
                       ELSE
                           IF WS-DT-DATE(WS-SCAN-IDX) <
                                   WS-DT-DATE(WS-NEXT-SLOT)
                               MOVE WS-SCAN-IDX TO WS-NEXT-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NEXT-SLOT > ZERO
                   MOVE WS-NEXT-SLOT TO WS-SCAN-IDX
                   MOVE WS-DT-DATE(WS-SCAN-IDX) TO WS-LISTED-DATE
                   PERFORM 4500-WRITE-WINDOW-LINE
               END-IF
           END-PERFORM.

       4500-WRITE-WINDOW-LINE.
           INITIALIZE WS-WINDOW-LINE
           MOVE WS-DT-DATE(WS-SCAN-IDX) TO WL-DATE
           MOVE WS-DT-FIRST-START(WS-SCAN-IDX) TO WS-STAMP-SECONDS
           PERFORM 7400-FORMAT-SECONDS-CLOCK
           MOVE WS-DURATION-TEXT TO WL-START
           IF WS-DT-LAST-END(WS-SCAN-IDX) > ZERO AND
              WS-DT-LAST-END(WS-SCAN-IDX) >=
                   WS-DT-FIRST-START(WS-SCAN-IDX)
               MOVE WS-DT-LAST-END(WS-SCAN-IDX) TO WS-STAMP-SECONDS
               PERFORM 7400-FORMAT-SECONDS-CLOCK
               MOVE WS-DURATION-TEXT TO WL-END
               COMPUTE WS-DURATION-SECONDS =
                   WS-DT-LAST-END(WS-SCAN-IDX) -
                   WS-DT-FIRST-START(WS-SCAN-IDX)
               PERFORM 7300-FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WL-ELAPSED
           ELSE
               MOVE "    --  " TO WL-END
               MOVE "    --  " TO WL-ELAPSED
           END-IF
           MOVE WS-DT-STEPS(WS-SCAN-IDX) TO WL-STEPS
           INITIALIZE TIMING-REPORT-RECORD
           MOVE WS-WINDOW-LINE TO TIMING-REPORT-RECORD
           WRITE TIMING-REPORT-RECORD.

      * A blank or malformed stamp converts to zero, which every
      * caller treats as "no time recorded".
       7000-STAMP-TO-SECONDS.
           MOVE ZERO TO WS-STAMP-SECONDS
           IF WS-STAMP IS NUMERIC AND WS-STAMP(1:8) >= "19000101"
               COMPUTE WS-STAMP-SECONDS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-STAMP(1:8))) * 86400 +
                   FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600 +
                   FUNCTION NUMVAL(WS-STAMP(11:2)) * 60 +
                   FUNCTION NUMVAL(WS-STAMP(13:2))
           END-IF.

       7100-ENTRY-ELAPSED.
           MOVE CT-START-STAMP TO WS-STAMP
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
           MOVE CT-END-STAMP TO WS-STAMP
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-END-SECONDS
           MOVE ZERO TO WS-ELAPSED-SECONDS
           IF WS-END-SECONDS >= WS-START-SECONDS
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           END-IF.

      * HH:MM:SS from a stamp; dashes when there is no time.
       7200-FORMAT-CLOCK-TIME.
           IF WS-STAMP IS NUMERIC
               STRING WS-STAMP(9:2) ":" WS-STAMP(11:2) ":"
                       WS-STAMP(13:2) DELIMITED BY SIZE
                   INTO WS-DURATION-TEXT
               END-STRING
           ELSE
               MOVE "    --  " TO WS-DURATION-TEXT
           END-IF.

      * MMMMM:SS from a count of seconds -- a step is timed in
      * minutes, never in days.
       7300-FORMAT-DURATION.
           DIVIDE WS-DURATION-SECONDS BY 60
               GIVING WS-DURATION-MINUTES
               REMAINDER WS-DURATION-REMAINDER
           MOVE WS-DURATION-MINUTES TO WS-ED-MINUTES
           MOVE WS-DURATION-REMAINDER TO WS-ED-SECONDS
           MOVE SPACES TO WS-DURATION-TEXT
           STRING WS-ED-MINUTES ":" WS-ED-SECONDS DELIMITED BY SIZE
               INTO WS-DURATION-TEXT
           END-STRING.

      * HH:MM:SS time of day from seconds since the calendar start.
       7400-FORMAT-SECONDS-CLOCK.
           IF WS-STAMP-SECONDS = ZERO
               MOVE "    --  " TO WS-DURATION-TEXT
           ELSE
               COMPUTE WS-DURATION-SECONDS =
                   FUNCTION MOD(WS-STAMP-SECONDS, 86400)
               DIVIDE WS-DURATION-SECONDS BY 3600
                   GIVING CK-HOURS
                   REMAINDER WS-DURATION-SECONDS
               DIVIDE WS-DURATION-SECONDS BY 60
                   GIVING CK-MINUTES
                   REMAINDER CK-SECONDS
               MOVE WS-CLOCK-TEXT TO WS-DURATION-TEXT
           END-IF.

       9000-TERMINATE.
           CLOSE TIMING-REPORT
           DISPLAY "Operational date:        " WS-REPORT-DATE
           DISPLAY "Steps reported:          " WS-STEPS-REPORTED
           DISPLAY "Steps flagged slow:      " WS-SLOW-STEPS
           DISPLAY "Refused check-ins:       " WS-REFUSED-COUNT
           IF WS-DATE-OVERFLOW > ZERO OR WS-STEP-OVERFLOW > ZERO OR
              WS-REFUSED-OVERFLOW > ZERO
               DISPLAY "Ledger table overflow -- entries not "
                   "reported: " WS-DATE-OVERFLOW " dates, "
                   WS-STEP-OVERFLOW " steps, "
                   WS-REFUSED-OVERFLOW " refusals"
           END-IF.
