      * the run as a whole.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * Parameter area for the RunControl ledger service; the call
      * protocol is described in the copybook. A batch run checks in
      * as PSWVALID, or as PSWVAL0n for partition n; an interactive
      * session is not a stream step and does not check in.
           COPY RUNPARM.
       01 WS-RUN-STEP-NAME          PIC X(8) VALUE "PSWVALID".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF RN-PROCEED-OK
               IF BATCH-MODE
                   PERFORM 2000-PROCESS-BATCH
               ELSE
                   PERFORM 3000-PROCESS-INTERACTIVE
               END-IF
               MOVE 'T' TO VP-REQUEST
               CALL "PasswordRules" USING VALIDATION-PARM-AREA
               CLOSE AUDIT-LOG
      * The terminate CALL's return resets RETURN-CODE, so the run's
      * verdict is re-asserted here, after the last CALL, or the job
      * step would always end with zero.
               IF BATCH-MODE
                   MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
                   PERFORM 9900-END-RUN-CONTROL
               ELSE
                   MOVE VP-VALIDATION-CODE TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * A refused step ends at once with the refusal code (52 --
      * predecessor not complete, 56 -- already complete for the
      * operational date) as its return code.
       0100-BEGIN-RUN-CONTROL.
           IF WS-PARTITION-NO > ZERO
               STRING "PSWVAL0" WS-PARTITION-NO DELIMITED BY SIZE
                   INTO WS-RUN-STEP-NAME
               END-STRING
           END-IF
           INITIALIZE RUN-CONTROL-PARM-AREA
           MOVE 'S' TO RN-REQUEST
           MOVE WS-RUN-STEP-NAME TO RN-STEP-NAME
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           IF RN-MESSAGE NOT = SPACES
               DISPLAY RN-MESSAGE
           END-IF
           IF NOT RN-PROCEED-OK
               MOVE RN-REFUSE-CODE TO RETURN-CODE
           END-IF.

      * Reads the BATCH/RESTART run mode from the command line. This
      * program is compiled and run under GnuCOBOL in this shop, not
      * under an actual MVS JCL step -- there is no EXEC PGM=...,
               PERFORM 1060-SET-PARTITION-NAMES
           END-IF

      * A batch run checks in with the run-control ledger before the
      * audit file is opened -- a fresh partitioned run rewrites its
      * partition audit file, which a refused rerun must not do.
           MOVE 'Y' TO RN-PROCEED
           IF BATCH-MODE
               PERFORM 0100-BEGIN-RUN-CONTROL
           END-IF

           IF RN-PROCEED-OK
      * The single-file AUDITLOG accumulates across runs and is
      * always extended. A partition audit file (AUDLOG0n) must NOT
      * be -- nothing ever trims it, so extending it would carry
      * partitioned run therefore rewrites its partition audit file;
      * RESTART still extends it, since the prior segment's entries
      * belong to the same run.
               IF WS-PARTITION-NO > ZERO AND NOT RESTART-REQUESTED
                   OPEN OUTPUT AUDIT-LOG
               ELSE
                   OPEN EXTEND AUDIT-LOG
                   IF WS-AUDIT-FILE-STATUS = "35"
                       OPEN OUTPUT AUDIT-LOG
                   END-IF
               END-IF

               PERFORM 1100-READ-POLICY

               INITIALIZE VALIDATION-PARM-AREA
               MOVE 'I' TO VP-REQUEST
               CALL "PasswordRules" USING VALIDATION-PARM-AREA
           END-IF.

       1050-APPLY-PARM-TOKEN.
           IF WS-CUR-TOKEN = "RESTART"
                   INTO WS-PWD-MASK(2:4)
               END-STRING
           END-IF.

      * Records the batch run's end, return code and counts on the
      * run-control ledger, then re-asserts the return code the END
      * call's return reset.
       9900-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RN-STEP-RETURN-CODE
           MOVE 'E' TO RN-REQUEST
           MOVE "READ    " TO RN-COUNT-LABEL(1)
           MOVE WS-RECORD-COUNT TO RN-COUNT(1)
           MOVE "PASSED  " TO RN-COUNT-LABEL(2)
           MOVE WS-PASSED-COUNT TO RN-COUNT(2)
           MOVE "REJECTED" TO RN-COUNT-LABEL(3)
           MOVE WS-REJECTED-COUNT TO RN-COUNT(3)
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           MOVE RN-STEP-RETURN-CODE TO RETURN-CODE.
