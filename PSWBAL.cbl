       01 WS-IN-BALANCE              PIC X VALUE 'Y'.
       01 WS-ED-COUNT                PIC ZZZZZZZ9.

      * Parameter area for the RunControl ledger service; the call
      * protocol is described in the copybook.
           COPY RUNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-BEGIN-RUN-CONTROL
           IF RN-PROCEED-OK
               PERFORM 1000-INITIALIZE
               PERFORM 2000-COUNT-INPUT-FILE
               PERFORM 3000-COUNT-PASSED-FILE
               PERFORM 4000-COUNT-REJECTED-FILE
               PERFORM 5000-COUNT-AUDIT-LOG
               PERFORM 6000-CHECK-BALANCE
               PERFORM 7000-WRITE-REPORT
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
           MOVE "PSWBAL  " TO RN-STEP-NAME
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           IF RN-MESSAGE NOT = SPACES
               DISPLAY RN-MESSAGE
           END-IF
           IF NOT RN-PROCEED-OK
               MOVE RN-REFUSE-CODE TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT BALANCE-REPORT.
               DISPLAY "*** RUN IS OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Records the step's end, return code and key counts on the
      * run-control ledger. The END call's return resets RETURN-CODE,
      * so the step's own verdict is captured before the call and
      * re-asserted after it.
       9900-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RN-STEP-RETURN-CODE
           MOVE 'E' TO RN-REQUEST
           MOVE "INPUT   " TO RN-COUNT-LABEL(1)
           MOVE WS-INPUT-COUNT TO RN-COUNT(1)
           MOVE "OUTPUT  " TO RN-COUNT-LABEL(2)
           MOVE WS-OUTPUT-TOTAL TO RN-COUNT(2)
           MOVE "AUDITED " TO RN-COUNT-LABEL(3)
           MOVE WS-AUDITED-COUNT TO RN-COUNT(3)
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           MOVE RN-STEP-RETURN-CODE TO RETURN-CODE.
