
       01 WS-ED-COUNT                PIC ZZZZZZZ9.

      * Parameter area for the RunControl ledger service; the call
      * protocol is described in the copybook.
           COPY RUNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-BEGIN-RUN-CONTROL
           IF RN-PROCEED-OK
               PERFORM 1000-INITIALIZE
               PERFORM 2000-SUMMARIZE-AUDIT-LOG
               PERFORM 3000-WRITE-REPORT
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
           MOVE "PSWRPT  " TO RN-STEP-NAME
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           IF RN-MESSAGE NOT = SPACES
               DISPLAY RN-MESSAGE
           END-IF
           IF NOT RN-PROCEED-OK
               MOVE RN-REFUSE-CODE TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT AUDIT-LOG
           DISPLAY "Total passwords checked: " WS-TOTAL-CHECKED
           DISPLAY "Total passed:             " WS-TOTAL-PASSED
           DISPLAY "Total failed:             " WS-TOTAL-FAILED.

      * Records the step's end, return code and key counts on the
      * run-control ledger. The END call's return resets RETURN-CODE,
      * so the step's own verdict is captured before the call and
      * re-asserted after it.
       9900-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RN-STEP-RETURN-CODE
           MOVE 'E' TO RN-REQUEST
           MOVE "CHECKED " TO RN-COUNT-LABEL(1)
           MOVE WS-TOTAL-CHECKED TO RN-COUNT(1)
           MOVE "PASSED  " TO RN-COUNT-LABEL(2)
           MOVE WS-TOTAL-PASSED TO RN-COUNT(2)
           MOVE "FAILED  " TO RN-COUNT-LABEL(3)
           MOVE WS-TOTAL-FAILED TO RN-COUNT(3)
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           MOVE RN-STEP-RETURN-CODE TO RETURN-CODE.
