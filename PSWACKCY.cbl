       01 WS-RESENT-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-AGED-OPEN-COUNT        PIC 9(8) VALUE ZERO.

      * Parameter area for the RunControl ledger service; the call
      * protocol is described in the copybook.
           COPY RUNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-BEGIN-RUN-CONTROL
           IF RN-PROCEED-OK
               PERFORM 1000-INITIALIZE
               PERFORM 2000-LOAD-PRIOR-INVENTORY
               PERFORM 3000-LOAD-TODAYS-EXTRACT
               PERFORM 4000-MATCH-ACKNOWLEDGMENTS
               PERFORM 5000-SETTLE-TODAYS-DETAILS
               PERFORM 6000-AGE-AND-RESEND
               PERFORM 7000-WRITE-INVENTORY-OUT
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
           MOVE "PSWACKCY" TO RN-STEP-NAME
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           IF RN-MESSAGE NOT = SPACES
               DISPLAY RN-MESSAGE
           END-IF
           IF NOT RN-PROCEED-OK
               MOVE RN-REFUSE-CODE TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

      * Records the step's end, return code and key counts on the
      * run-control ledger. The END call's return resets RETURN-CODE,
      * so the step's own verdict is captured before the call and
      * re-asserted after it.
       9900-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RN-STEP-RETURN-CODE
           MOVE 'E' TO RN-REQUEST
           MOVE "NEW     " TO RN-COUNT-LABEL(1)
           MOVE WS-NEW-COUNT TO RN-COUNT(1)
           MOVE "CLOSED  " TO RN-COUNT-LABEL(2)
           MOVE WS-CLOSED-COUNT TO RN-COUNT(2)
           MOVE "RESENT  " TO RN-COUNT-LABEL(3)
           MOVE WS-RESENT-COUNT TO RN-COUNT(3)
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           MOVE RN-STEP-RETURN-CODE TO RETURN-CODE.
