      * Nightly run-control ledger (ddname RUNCTL) -- one record per
      * step event, appended by the RunControl service as each step
      * in the nightly stream starts and ends, and read back by that
      * service to decide whether a step may run and by the step
      * timing report. The file is never rewritten: the latest entry
      * for an operational date and step name is that step's state.
       01  RUN-CONTROL-RECORD.
      * Operational date the entry belongs to -- the date the stream
      * is processing, which is not necessarily the calendar date
      * once a late-running stream crosses midnight.
           05 CT-OPER-DATE          PIC X(8).
           05 CT-STEP-NAME          PIC X(8).
      * STARTED when the step is allowed to run, ENDED once it has
      * finished (clean or not -- CT-RETURN-CODE says which), and
      * REFUSED when the sequencing checks turned it away. A STARTED
      * entry with no ENDED after it is a step that abended or is
      * still running.
           05 CT-STATUS             PIC X(8).
              88 CT-STEP-STARTED        VALUE "STARTED ".
              88 CT-STEP-ENDED          VALUE "ENDED   ".
              88 CT-STEP-REFUSED        VALUE "REFUSED ".
      * Start and end as YYYYMMDDHHMMSS; the end stamp is spaces on a
      * STARTED or REFUSED entry.
           05 CT-START-STAMP        PIC X(14).
           05 CT-END-STAMP          PIC X(14).
      * The step's own return code on an ENDED entry; the refusal
      * code on a REFUSED entry.
           05 CT-RETURN-CODE        PIC 9(2).
      * 'Y' when an operator override card let the step run past the
      * sequencing checks, with the operator who supplied it.
           05 CT-OVERRIDE           PIC X(1).
           05 CT-OVERRIDE-OPER      PIC X(8).
      * Up to three labelled record counts the step chooses to
      * report (records read, passed, locked, archived, ...).
           05 CT-COUNT-ENTRY OCCURS 3 TIMES.
              10 CT-COUNT-LABEL     PIC X(8).
              10 CT-COUNT           PIC 9(8).
           05 CT-FILLER             PIC X(9).
