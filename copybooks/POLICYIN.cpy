      * default record; zero or non-numeric leaves the reading
      * program's built-in default in effect.
           05 POL-ACK-RESEND-AGE     PIC 9(3).
      * Days an active or expired account may go without validation
      * activity before the dormancy sweep proposes it for
      * termination. Read from the default record; zero or
      * non-numeric leaves the reading program's built-in default in
      * effect.
           05 POL-DORMANCY-DAYS      PIC 9(3).
      * User notifications: the days within which the same user is
      * not told the same thing twice, and the number of notices in
      * one unbroken run of repeats after which the escalation
      * template is used instead. Read from the default record; zero
      * or non-numeric leaves the reading program's built-in default
      * in effect.
           05 POL-NOTIFY-SUPPRESS-DAYS PIC 9(3).
           05 POL-NOTIFY-ESCALATE    PIC 9(2).
           05 POL-FILLER             PIC X(29).
