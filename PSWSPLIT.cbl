
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * Parameter area for the RunControl ledger service; the call
      * protocol is described in the copybook.
           COPY RUNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-BEGIN-RUN-CONTROL
           IF RN-PROCEED-OK
               PERFORM 1000-INITIALIZE
               IF WS-BATCH-RETURN-CODE = ZERO
                   PERFORM 2000-SPLIT-INPUT
                   PERFORM 3000-CLOSE-PARTITIONS
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
           MOVE "PSWSPLIT" TO RN-STEP-NAME
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           IF RN-MESSAGE NOT = SPACES
               DISPLAY RN-MESSAGE
           END-IF
           IF NOT RN-PROCEED-OK
               MOVE RN-REFUSE-CODE TO RETURN-CODE
           END-IF.

      * The partition count is mandatory -- a partitioning step with
      * nothing to partition into has no sensible default, and a
      * wrong guess here would strand records where no validator
                   WS-PART-WRITTEN(WS-PART-IDX)
           END-PERFORM
           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE.

      * Records the step's end, return code and key counts on the
      * run-control ledger. The END call's return resets RETURN-CODE,
      * so the step's own verdict is captured before the call and
      * re-asserted after it.
       9900-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RN-STEP-RETURN-CODE
           MOVE 'E' TO RN-REQUEST
           MOVE "READ    " TO RN-COUNT-LABEL(1)
           MOVE WS-RECORD-COUNT TO RN-COUNT(1)
           MOVE "PARTS   " TO RN-COUNT-LABEL(2)
           MOVE WS-PARTITION-COUNT TO RN-COUNT(2)
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           MOVE RN-STEP-RETURN-CODE TO RETURN-CODE.
