      * RELEASE the image from BEFORE its change, FORCE-CHANGE the
      * image after, so a caller logging before/after images in the
      * maintenance-log style has both halves.
      *
      * SIMULATE runs the full rule set exactly as VALIDATE does but
      * writes nothing -- the history is not rolled and a pending
      * force-change flag is not cleared -- so a what-if run can put
      * real transactions through without touching the files the
      * live run owns. With VP-POLICY-CANDIDATE set it validates
      * under the candidate policy (ddname POLICYCN) instead of
      * POLICYIN. A simulation run sets VP-POLICY-CANDIDATE on its
      * INIT call: the service then loads POLICYCN alongside
      * POLICYIN, answers VP-VALID 'N' with the reason when POLICYCN
      * cannot be read, and opens the user master and password
      * history read-only for the whole run.
       01  VALIDATION-PARM-AREA.
           05 VP-REQUEST            PIC X(1).
              88 VP-REQUEST-INIT          VALUE 'I'.
              88 VP-REQUEST-TERMINATE     VALUE 'T'.
              88 VP-REQUEST-RELEASE       VALUE 'R'.
              88 VP-REQUEST-FORCE         VALUE 'F'.
              88 VP-REQUEST-SIMULATE      VALUE 'S'.
      * Inputs for a VALIDATE request.
           05 VP-USERID             PIC X(8).
           05 VP-PASSWORD           PIC X(20).
      * Call-level status: 00 = request handled, 99 = unrecognized
      * VP-REQUEST.
           05 VP-RETURN-STATUS      PIC X(2).
      * Input for INIT and SIMULATE: which policy to load and apply
      * (see above). Anything but 'C' means the live POLICYIN.
           05 VP-POLICY-SET         PIC X(1).
              88 VP-POLICY-CANDIDATE      VALUE 'C'.
      * Output from VALIDATE and SIMULATE: the userid's department
      * from the master, the tier the policy was selected by; spaces
      * when the userid is not on the master.
           05 VP-USER-DEPT          PIC X(8).
