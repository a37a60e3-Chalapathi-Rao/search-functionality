       01 WS-CORRECTED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-MERGED-COUNT           PIC 9(8) VALUE ZERO.

      * Parameter area for the RunControl ledger service; the call
      * protocol is described in the copybook.
           COPY RUNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-BEGIN-RUN-CONTROL
           IF RN-PROCEED-OK
               PERFORM 1000-INITIALIZE
               PERFORM 2000-LOAD-PRIOR-RECYCLE
               PERFORM 3000-ADD-NEW-REJECTIONS
               PERFORM 4000-RESOLVE-FROM-AUDIT
               PERFORM 5000-MERGE-CORRECTIONS
               PERFORM 6000-WRITE-RECYCLE-OUT
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
           MOVE "PSWRECYC" TO RN-STEP-NAME
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           IF RN-MESSAGE NOT = SPACES
               DISPLAY RN-MESSAGE
           END-IF
           IF NOT RN-PROCEED-OK
               MOVE RN-REFUSE-CODE TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           OPEN OUTPUT MERGED-OUTPUT
           OPEN OUTPUT RECYCLE-OUT.
               DISPLAY "Inventory table overflow -- items "
                   "dropped: " WS-OVERFLOW-COUNT
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
           MOVE "RESOLVED" TO RN-COUNT-LABEL(2)
           MOVE WS-RESOLVED-COUNT TO RN-COUNT(2)
           MOVE "MERGED  " TO RN-COUNT-LABEL(3)
           MOVE WS-MERGED-COUNT TO RN-COUNT(3)
           CALL "RunControl" USING RUN-CONTROL-PARM-AREA
           MOVE RN-STEP-RETURN-CODE TO RETURN-CODE.
