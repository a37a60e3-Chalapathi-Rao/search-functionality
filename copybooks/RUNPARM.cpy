      * Parameter area for the callable run-control service
      * (RunControl), which every step of the nightly stream calls
      * once at start and once at end so the RUNCTL ledger records
      * what ran, when, and how it finished.
      *
      * Protocol: call with RN-REQUEST-START and RN-STEP-NAME before
      * the step touches any file. RN-PROCEED comes back 'Y' when the
      * step may run, or 'N' with RN-REFUSE-CODE and RN-MESSAGE when
      * its predecessor for the operational date has not completed
      * cleanly (code 52) or the step has already completed cleanly
      * for that date (code 56); a refused step ends at once with
      * the refusal code as its return code. An OVERRIDE card in
      * RUNCTLIN naming the date and step lets it run regardless.
      * At end of step call again with RN-REQUEST-END, the step's
      * return code and up to three labelled record counts.
      *
      * The service's own return resets RETURN-CODE, so a caller
      * re-asserts its return code after the END call.
       01  RUN-CONTROL-PARM-AREA.
           05 RN-REQUEST            PIC X(1).
              88 RN-REQUEST-START         VALUE 'S'.
              88 RN-REQUEST-END           VALUE 'E'.
      * Input for both requests: the step's name in the stream.
           05 RN-STEP-NAME          PIC X(8).
      * Inputs for an END request.
           05 RN-STEP-RETURN-CODE   PIC 9(2).
           05 RN-COUNT-ENTRY OCCURS 3 TIMES.
              10 RN-COUNT-LABEL     PIC X(8).
              10 RN-COUNT           PIC 9(8).
      * Outputs from a START request.
           05 RN-PROCEED            PIC X(1).
              88 RN-PROCEED-OK            VALUE 'Y'.
           05 RN-REFUSE-CODE        PIC 9(2).
           05 RN-MESSAGE            PIC X(72).
      * The operational date the ledger entries are filed under --
      * the RUNCTLIN OPDATE card when one is supplied, otherwise the
      * most recent night on the ledger whose stream has not yet
      * completed and is later than any night that has, or the
      * current date when there is none.
           05 RN-OPER-DATE          PIC X(8).
      * Call-level status: 00 = request handled, 99 = unrecognized
      * RN-REQUEST.
           05 RN-RETURN-STATUS      PIC X(2).
