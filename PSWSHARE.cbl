       IDENTIFICATION DIVISION.
       PROGRAM-ID. SharedPasswordSweep.

      * Shared-password sweep. The history check stops a user
      * reusing their OWN old passwords, but nothing notices two
      * people on the same password -- a team sharing one login
      * secret, or a help desk that handed the same value to several
      * users. Because every password is kept only as the same
      * one-way hash, two userids holding the same hash are holding
      * the same password, and that can be found without ever seeing
      * a password in the clear.
      *
      * Two kinds of cluster are reported:
      *   - CURRENT: the same slot-1 (current) HIST-PWD-HASH-1 held
      *     by two or more userids that are active on USRMSTR;
      *   - SAME RUN: the same PS-PWD-HASH accepted for two or more
      *     different userids in tonight's PASSEDOT, which catches a
      *     shared value the moment it is set, before it has aged
      *     onto anyone's history.
      * Each cluster lists its userids with department and the date
      * the password was last changed (HIST-LAST-CHANGED). The hash
      * itself is never printed -- it is the password, for anyone
      * willing to run the weak list through the hash routine.
      *
      * Mode comes from the command line, the same way the integrity
      * audit takes it: REPORT (the default) only reports; APPLY
      * additionally has the PasswordRules service stamp the
      * force-change flag on every clustered account, so each holder
      * must move to a password of their own at next validation.
      * APPLY needs an operator id as the second token for the
      * maintenance stamp, required for the same reason USRMAINT
      * requires one. Every flag set is logged to the maintenance log
      * (USRMLOG) with before and after images, so the change reads
      * in an audit exactly like an operator's. A terminated account,
      * or one whose flag is already pending, is left alone.
      *
      * Ends with return code 4 when any cluster is found, 28 when
      * the history or the master cannot be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-USERID
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USERID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PASSED-FILE ASSIGN TO "PASSEDOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASSED-FILE-STATUS.

           SELECT MAINT-LOG ASSIGN TO "USRMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SHARE-REPORT ASSIGN TO "SHARERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASSWORD-HISTORY.
           COPY PWDHIST.

       FD  USER-MASTER.
           COPY USRMSTR.

       FD  PASSED-FILE.
           COPY PASSEDOT.

      * The maintenance log, in USRMAINT's layout, so a force-change
      * set by this sweep sits alongside the operator actions.
       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD.
           05 ML-TIMESTAMP           PIC X(21).
           05 ML-OPERATOR            PIC X(8).
           05 ML-ACTION              PIC X(10).
           05 ML-USERID              PIC X(8).
           05 ML-BEFORE-IMAGE        PIC X(80).
           05 ML-AFTER-IMAGE         PIC X(80).

       FD  SHARE-REPORT.
       01  SHARE-REPORT-RECORD      PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-PASSED-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-LOG-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-HISTORY-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-HISTORY               VALUE 'Y'.
       01 WS-PASSED-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-PASSED                VALUE 'Y'.
       01 WS-HISTORY-FILE-OPEN      PIC X VALUE 'N'.
       01 WS-MASTER-FILE-OPEN       PIC X VALUE 'N'.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-RUN-MODE                PIC X(8) VALUE SPACES.
          88 APPLY-MODE                    VALUE "APPLY".
       01 WS-OPERATOR                PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE                PIC X(8) VALUE SPACES.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * Same empty-slot sentinel the rules service writes into an
      * unused history slot; never a real password's hash.
       01 WS-HIST-EMPTY-HASH        PIC 9(8) VALUE 99999999.

      * Every candidate holder, held in storage for the run: the
      * active current-password holders from the history walk
      * (source 'H') and the userids accepted in tonight's PASSEDOT
      * (source 'P'). Clusters are only ever formed within one
      * source. A population larger than the table is counted and
      * displayed, and the run ends non-zero so nobody reads a
      * partial sweep as a clean one.
       01 WS-HOLDER-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 5000 TIMES.
              10 WS-HD-SOURCE        PIC X(1).
              10 WS-HD-PWD-HASH      PIC 9(8).
              10 WS-HD-USERID        PIC X(8).
              10 WS-HD-DEPT          PIC X(8).
              10 WS-HD-NAME          PIC X(30).
              10 WS-HD-LAST-CHANGED  PIC X(8).
              10 WS-HD-STATUS        PIC X(1).
              10 WS-HD-FORCE-CHANGE  PIC X(1).
              10 WS-HD-ON-MASTER     PIC X(1).
              10 WS-HD-MASTER-IMAGE  PIC X(80).
              10 WS-HD-CLUSTER-NO    PIC 9(5).
              10 WS-HD-ACTION        PIC X(16).
       01 WS-OVERFLOW-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-SCAN-IDX                PIC 9(5) VALUE ZERO.
       01 WS-MATCH-IDX               PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-IDX               PIC 9(5) VALUE ZERO.
       01 WS-FOUND-FLAG             PIC X VALUE 'N'.
       01 WS-ADDED-FLAG             PIC X VALUE 'N'.

       01 WS-CLUSTER-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-CLUSTER-NO              PIC 9(5) VALUE ZERO.
       01 WS-CLUSTER-SIZE           PIC 9(5) VALUE ZERO.
       01 WS-SECTION-SOURCE         PIC X(1) VALUE SPACE.
       01 WS-SECTION-CLUSTERS       PIC 9(5) VALUE ZERO.

       01 WS-HISTORY-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-ACTIVE-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-PASSED-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-CLUSTERS       PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-MEMBERS        PIC 9(8) VALUE ZERO.
       01 WS-RUN-CLUSTERS           PIC 9(8) VALUE ZERO.
       01 WS-RUN-MEMBERS            PIC 9(8) VALUE ZERO.
       01 WS-FORCED-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-NOT-FORCED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-ED-COUNT                PIC ZZZZZZZ9.
       01 WS-ED-CLUSTER              PIC ZZZZ9.
       01 WS-ED-SIZE                 PIC ZZZZ9.

      * Parameter area for the PasswordRules validation service; the
      * FORCE-CHANGE request this program uses in APPLY mode is
      * described in the copybook.
           COPY PSWPARM.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 2000-LOAD-CURRENT-HOLDERS
               PERFORM 3000-LOAD-RUN-HOLDERS
               PERFORM 3900-CLOSE-KEYED-FILES
               PERFORM 4000-FORM-CLUSTERS
               IF APPLY-MODE AND WS-CLUSTER-COUNT > ZERO
                   PERFORM 5000-APPLY-FORCE-CHANGE
               END-IF
               PERFORM 6000-WRITE-CLUSTERS
               PERFORM 6900-WRITE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      * An unopenable history or master is a hard failure -- a sweep
      * that compared nothing would report a clean day on the worst
      * possible day. A missing PASSEDOT only loses the same-run
      * check and is noted, since the sweep is also run outside the
      * nightly stream.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-RUN-MODE WS-OPERATOR
           IF NOT APPLY-MODE
               MOVE "REPORT" TO WS-RUN-MODE
           END-IF
           IF APPLY-MODE AND WS-OPERATOR = SPACES
               DISPLAY "Operator id is required on the command line."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF

           MOVE 'N' TO WS-HISTORY-FILE-OPEN
           OPEN INPUT PASSWORD-HISTORY
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-FILE-OPEN
           ELSE
               DISPLAY "PASSWORD-HISTORY (PWDHIST) could not be "
                   "opened, file status " WS-HISTORY-FILE-STATUS "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF

           MOVE 'N' TO WS-MASTER-FILE-OPEN
           OPEN INPUT USER-MASTER
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-FILE-OPEN
           ELSE
               DISPLAY "USER-MASTER (USRMSTR) could not be opened, "
                   "file status " WS-MASTER-FILE-STATUS "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF

           OPEN OUTPUT SHARE-REPORT

           INITIALIZE SHARE-REPORT-RECORD
           STRING "SHARED-PASSWORD SWEEP -- " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " -- MODE " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               INTO SHARE-REPORT-RECORD
           END-STRING
           WRITE SHARE-REPORT-RECORD
           INITIALIZE SHARE-REPORT-RECORD
           WRITE SHARE-REPORT-RECORD.

      * Walks the history in key order. Only the current password
      * (slot 1) matters here -- two users who once held the same
      * password and have both moved on share nothing now. An empty
      * slot 1, or one holding anything but a hash, is skipped, as is
      * any userid not active on the master: a terminated or locked
      * account sharing a hash is not a live exposure.
       2000-LOAD-CURRENT-HOLDERS.
           MOVE LOW-VALUES TO HIST-USERID
           START PASSWORD-HISTORY KEY NOT < HIST-USERID
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-START
           IF NOT END-OF-HISTORY
               PERFORM 2100-READ-HISTORY
               PERFORM UNTIL END-OF-HISTORY
                   ADD 1 TO WS-HISTORY-COUNT
                   IF HIST-PWD-HASH-1 IS NUMERIC AND
                      HIST-PWD-HASH-1 NOT = WS-HIST-EMPTY-HASH
                       PERFORM 2200-CHECK-ACTIVE-HOLDER
                   END-IF
                   PERFORM 2100-READ-HISTORY
               END-PERFORM
           END-IF.

       2100-READ-HISTORY.
           READ PASSWORD-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-READ.

       2200-CHECK-ACTIVE-HOLDER.
           MOVE HIST-USERID TO UM-USERID
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UM-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                       MOVE 'H' TO WS-SECTION-SOURCE
                       PERFORM 2300-ADD-HOLDER
                       IF WS-ADDED-FLAG = 'Y'
                           MOVE HIST-PWD-HASH-1
                               TO WS-HD-PWD-HASH(WS-HOLDER-COUNT)
                           MOVE HIST-LAST-CHANGED
                               TO WS-HD-LAST-CHANGED(WS-HOLDER-COUNT)
                           PERFORM 2400-STORE-MASTER-FIELDS
                       END-IF
                   END-IF
           END-READ.

      * Adds an empty entry for WS-SECTION-SOURCE at the end of the
      * table; WS-ADDED-FLAG comes back 'N' when the table is full.
       2300-ADD-HOLDER.
           IF WS-HOLDER-COUNT <
                   FUNCTION LENGTH(WS-HOLDER-TABLE) /
                   FUNCTION LENGTH(WS-HOLDER-ENTRY(1))
               ADD 1 TO WS-HOLDER-COUNT
               MOVE 'Y' TO WS-ADDED-FLAG
               INITIALIZE WS-HOLDER-ENTRY(WS-HOLDER-COUNT)
               MOVE WS-SECTION-SOURCE TO WS-HD-SOURCE(WS-HOLDER-COUNT)
               MOVE 'N' TO WS-HD-ON-MASTER(WS-HOLDER-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE 'N' TO WS-ADDED-FLAG
           END-IF.

      * Copies the fields the report and the APPLY pass need off the
      * master record just read, including the whole record as the
      * before-image for the maintenance log.
       2400-STORE-MASTER-FIELDS.
           MOVE UM-USERID TO WS-HD-USERID(WS-HOLDER-COUNT)
           MOVE UM-DEPT TO WS-HD-DEPT(WS-HOLDER-COUNT)
           MOVE UM-NAME TO WS-HD-NAME(WS-HOLDER-COUNT)
           MOVE UM-STATUS TO WS-HD-STATUS(WS-HOLDER-COUNT)
           MOVE UM-FORCE-CHANGE TO WS-HD-FORCE-CHANGE(WS-HOLDER-COUNT)
           MOVE 'Y' TO WS-HD-ON-MASTER(WS-HOLDER-COUNT)
           MOVE USER-MASTER-RECORD
               TO WS-HD-MASTER-IMAGE(WS-HOLDER-COUNT).

      * Tonight's accepted passwords. A userid accepted more than once
      * with the same hash (a batch resubmitted, say) is one holder,
      * not a cluster of one with itself.
       3000-LOAD-RUN-HOLDERS.
           OPEN INPUT PASSED-FILE
           IF WS-PASSED-FILE-STATUS NOT = "00"
               DISPLAY "PASSED-FILE (PASSEDOT) could not be opened, "
                   "file status " WS-PASSED-FILE-STATUS
                   " -- same-run check skipped."
           ELSE
               PERFORM 3100-READ-PASSED
               PERFORM UNTIL END-OF-PASSED
                   ADD 1 TO WS-PASSED-COUNT
                   IF PS-USERID NOT = SPACES AND
                      PS-PWD-HASH IS NUMERIC
                       PERFORM 3200-ADD-RUN-HOLDER
                   END-IF
                   PERFORM 3100-READ-PASSED
               END-PERFORM
               CLOSE PASSED-FILE
           END-IF.

       3100-READ-PASSED.
           READ PASSED-FILE
               AT END
                   MOVE 'Y' TO WS-PASSED-EOF-FLAG
           END-READ.

       3200-ADD-RUN-HOLDER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HOLDER-COUNT
                      OR WS-FOUND-FLAG = 'Y'
               IF WS-HD-SOURCE(WS-SCAN-IDX) = 'P' AND
                  WS-HD-USERID(WS-SCAN-IDX) = PS-USERID AND
                  WS-HD-PWD-HASH(WS-SCAN-IDX) = PS-PWD-HASH
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               MOVE 'P' TO WS-SECTION-SOURCE
               PERFORM 2300-ADD-HOLDER
               IF WS-ADDED-FLAG = 'Y'
                   MOVE PS-USERID TO WS-HD-USERID(WS-HOLDER-COUNT)
                   MOVE PS-PWD-HASH TO WS-HD-PWD-HASH(WS-HOLDER-COUNT)
                   PERFORM 3300-LOOKUP-RUN-HOLDER
               END-IF
           END-IF.

      * The department and change date for a same-run holder come
      * from the master and the history; a userid on neither still
      * reports, with those columns blank.
       3300-LOOKUP-RUN-HOLDER.
           MOVE PS-USERID TO UM-USERID
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2400-STORE-MASTER-FIELDS
           END-READ
           MOVE PS-USERID TO HIST-USERID
           READ PASSWORD-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIST-LAST-CHANGED
                       TO WS-HD-LAST-CHANGED(WS-HOLDER-COUNT)
           END-READ.

      * Both keyed files are released before any APPLY, because the
      * rules service opens the master for update itself.
       3900-CLOSE-KEYED-FILES.
           CLOSE PASSWORD-HISTORY
           MOVE 'N' TO WS-HISTORY-FILE-OPEN
           CLOSE USER-MASTER
           MOVE 'N' TO WS-MASTER-FILE-OPEN.

      * Numbers each cluster: the first unclustered holder with a
      * same-source, same-hash, different-userid partner opens a new
      * cluster, and every such partner joins it.
       4000-FORM-CLUSTERS.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HOLDER-COUNT
               IF WS-HD-CLUSTER-NO(WS-SCAN-IDX) = ZERO
                   PERFORM 4100-GATHER-PARTNERS
               END-IF
           END-PERFORM.

       4100-GATHER-PARTNERS.
           MOVE ZERO TO WS-CLUSTER-NO
           COMPUTE WS-MATCH-IDX = WS-SCAN-IDX + 1
           PERFORM UNTIL WS-MATCH-IDX > WS-HOLDER-COUNT
               IF WS-HD-CLUSTER-NO(WS-MATCH-IDX) = ZERO AND
                  WS-HD-SOURCE(WS-MATCH-IDX) =
                      WS-HD-SOURCE(WS-SCAN-IDX) AND
                  WS-HD-PWD-HASH(WS-MATCH-IDX) =
                      WS-HD-PWD-HASH(WS-SCAN-IDX) AND
                  WS-HD-USERID(WS-MATCH-IDX) NOT =
                      WS-HD-USERID(WS-SCAN-IDX)
                   IF WS-CLUSTER-NO = ZERO
                       ADD 1 TO WS-CLUSTER-COUNT
                       MOVE WS-CLUSTER-COUNT TO WS-CLUSTER-NO
                       MOVE WS-CLUSTER-NO
                           TO WS-HD-CLUSTER-NO(WS-SCAN-IDX)
                   END-IF
                   MOVE WS-CLUSTER-NO TO WS-HD-CLUSTER-NO(WS-MATCH-IDX)
               END-IF
               ADD 1 TO WS-MATCH-IDX
           END-PERFORM.

      * Stamps the force-change flag on each clustered account through
      * the rules service. A userid in both kinds of cluster is
      * stamped once; its second appearance reports the first one's
      * outcome.
       5000-APPLY-FORCE-CHANGE.
           INITIALIZE VALIDATION-PARM-AREA
           MOVE 'I' TO VP-REQUEST
           CALL "PasswordRules" USING VALIDATION-PARM-AREA
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HOLDER-COUNT
               IF WS-HD-CLUSTER-NO(WS-SCAN-IDX) NOT = ZERO
                   PERFORM 5100-FORCE-ONE-HOLDER
               END-IF
           END-PERFORM
           MOVE 'T' TO VP-REQUEST
           CALL "PasswordRules" USING VALIDATION-PARM-AREA
           IF WS-LOG-FILE-STATUS = "00"
               CLOSE MAINT-LOG
           END-IF.

       5100-FORCE-ONE-HOLDER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX NOT < WS-SCAN-IDX
                      OR WS-FOUND-FLAG = 'Y'
               IF WS-HD-CLUSTER-NO(WS-PRIOR-IDX) NOT = ZERO AND
                  WS-HD-USERID(WS-PRIOR-IDX) = WS-HD-USERID(WS-SCAN-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-HD-ACTION(WS-PRIOR-IDX)
                       TO WS-HD-ACTION(WS-SCAN-IDX)
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               EVALUATE TRUE
                   WHEN WS-HD-ON-MASTER(WS-SCAN-IDX) = 'N'
                       MOVE "NOT ON MASTER" TO WS-HD-ACTION(WS-SCAN-IDX)
                       ADD 1 TO WS-NOT-FORCED-COUNT
                   WHEN WS-HD-STATUS(WS-SCAN-IDX) = 'T'
                       MOVE "TERMINATED" TO WS-HD-ACTION(WS-SCAN-IDX)
                       ADD 1 TO WS-NOT-FORCED-COUNT
                   WHEN WS-HD-FORCE-CHANGE(WS-SCAN-IDX) = 'Y'
                       MOVE "ALREADY PENDING"
                           TO WS-HD-ACTION(WS-SCAN-IDX)
                       ADD 1 TO WS-NOT-FORCED-COUNT
                   WHEN OTHER
                       PERFORM 5200-FORCE-THROUGH-SERVICE
               END-EVALUATE
           END-IF.

       5200-FORCE-THROUGH-SERVICE.
           MOVE 'F' TO VP-REQUEST
           MOVE WS-HD-USERID(WS-SCAN-IDX) TO VP-USERID
           MOVE WS-OPERATOR TO VP-OPERATOR
           CALL "PasswordRules" USING VALIDATION-PARM-AREA
           IF VP-VALID = 'Y'
               MOVE "FORCED" TO WS-HD-ACTION(WS-SCAN-IDX)
               ADD 1 TO WS-FORCED-COUNT
               PERFORM 7000-WRITE-MAINT-LOG
           ELSE
               MOVE "NOT FORCED" TO WS-HD-ACTION(WS-SCAN-IDX)
               ADD 1 TO WS-NOT-FORCED-COUNT
               DISPLAY "Force-change not set for "
                   WS-HD-USERID(WS-SCAN-IDX) ": "
                   FUNCTION TRIM(VP-REJECT-REASON)
           END-IF.

       6000-WRITE-CLUSTERS.
           MOVE 'H' TO WS-SECTION-SOURCE
           INITIALIZE SHARE-REPORT-RECORD
           MOVE "CURRENT PASSWORDS SHARED BY ACTIVE USERIDS"
               TO SHARE-REPORT-RECORD
           WRITE SHARE-REPORT-RECORD
           PERFORM 6100-WRITE-ONE-SECTION
           MOVE WS-SECTION-CLUSTERS TO WS-CURRENT-CLUSTERS

           INITIALIZE SHARE-REPORT-RECORD
           WRITE SHARE-REPORT-RECORD
           MOVE 'P' TO WS-SECTION-SOURCE
           INITIALIZE SHARE-REPORT-RECORD
           MOVE "PASSWORDS ACCEPTED FOR MORE THAN ONE USERID THIS RUN"
               TO SHARE-REPORT-RECORD
           WRITE SHARE-REPORT-RECORD
           PERFORM 6100-WRITE-ONE-SECTION
           MOVE WS-SECTION-CLUSTERS TO WS-RUN-CLUSTERS.

      * Cluster numbers were assigned in table order, and every 'H'
      * holder precedes every 'P' holder, so walking the numbers in
      * order and keeping those whose first member is of this
      * section's source lists the section's clusters in order.
       6100-WRITE-ONE-SECTION.
           MOVE ZERO TO WS-SECTION-CLUSTERS
           PERFORM VARYING WS-CLUSTER-NO FROM 1 BY 1
                   UNTIL WS-CLUSTER-NO > WS-CLUSTER-COUNT
               PERFORM 6200-WRITE-ONE-CLUSTER
           END-PERFORM
           IF WS-SECTION-CLUSTERS = ZERO
               INITIALIZE SHARE-REPORT-RECORD
               MOVE "  None found." TO SHARE-REPORT-RECORD
               WRITE SHARE-REPORT-RECORD
           END-IF.

       6200-WRITE-ONE-CLUSTER.
           MOVE ZERO TO WS-CLUSTER-SIZE
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HOLDER-COUNT
               IF WS-HD-CLUSTER-NO(WS-SCAN-IDX) = WS-CLUSTER-NO
                   ADD 1 TO WS-CLUSTER-SIZE
                   IF WS-MATCH-IDX = ZERO
                       MOVE WS-SCAN-IDX TO WS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX NOT = ZERO AND
              WS-HD-SOURCE(WS-MATCH-IDX) = WS-SECTION-SOURCE
               ADD 1 TO WS-SECTION-CLUSTERS
               IF WS-SECTION-SOURCE = 'H'
                   ADD WS-CLUSTER-SIZE TO WS-CURRENT-MEMBERS
               ELSE
                   ADD WS-CLUSTER-SIZE TO WS-RUN-MEMBERS
               END-IF
               MOVE WS-SECTION-CLUSTERS TO WS-ED-CLUSTER
               MOVE WS-CLUSTER-SIZE TO WS-ED-SIZE
               INITIALIZE SHARE-REPORT-RECORD
               STRING "  CLUSTER " DELIMITED BY SIZE
                   WS-ED-CLUSTER DELIMITED BY SIZE
                   " -- " DELIMITED BY SIZE
                   WS-ED-SIZE DELIMITED BY SIZE
                   " USERIDS" DELIMITED BY SIZE
                   INTO SHARE-REPORT-RECORD
               END-STRING
               WRITE SHARE-REPORT-RECORD
               PERFORM VARYING WS-SCAN-IDX FROM WS-MATCH-IDX BY 1
                       UNTIL WS-SCAN-IDX > WS-HOLDER-COUNT
                   IF WS-HD-CLUSTER-NO(WS-SCAN-IDX) = WS-CLUSTER-NO
                       PERFORM 6300-WRITE-MEMBER-LINE
                   END-IF
               END-PERFORM
           END-IF.

       6300-WRITE-MEMBER-LINE.
           INITIALIZE SHARE-REPORT-RECORD
           STRING "    " DELIMITED BY SIZE
               WS-HD-USERID(WS-SCAN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HD-DEPT(WS-SCAN-IDX) DELIMITED BY SIZE
               "  CHANGED " DELIMITED BY SIZE
               WS-HD-LAST-CHANGED(WS-SCAN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HD-NAME(WS-SCAN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HD-ACTION(WS-SCAN-IDX) DELIMITED BY SIZE
               INTO SHARE-REPORT-RECORD
           END-STRING
           WRITE SHARE-REPORT-RECORD.

       6900-WRITE-SUMMARY.
           INITIALIZE SHARE-REPORT-RECORD
           WRITE SHARE-REPORT-RECORD

           MOVE WS-ACTIVE-COUNT TO WS-ED-COUNT
           INITIALIZE SHARE-REPORT-RECORD
           STRING "Active current holders:    " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SHARE-REPORT-RECORD
           END-STRING
           WRITE SHARE-REPORT-RECORD

           MOVE WS-CURRENT-CLUSTERS TO WS-ED-COUNT
           INITIALIZE SHARE-REPORT-RECORD
           STRING "Current-password clusters: " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SHARE-REPORT-RECORD
           END-STRING
           WRITE SHARE-REPORT-RECORD

           MOVE WS-CURRENT-MEMBERS TO WS-ED-COUNT
           INITIALIZE SHARE-REPORT-RECORD
           STRING "Userids in those clusters: " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SHARE-REPORT-RECORD
           END-STRING
           WRITE SHARE-REPORT-RECORD

           MOVE WS-PASSED-COUNT TO WS-ED-COUNT
           INITIALIZE SHARE-REPORT-RECORD
           STRING "Passed records read:       " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SHARE-REPORT-RECORD
           END-STRING
           WRITE SHARE-REPORT-RECORD

           MOVE WS-RUN-CLUSTERS TO WS-ED-COUNT
           INITIALIZE SHARE-REPORT-RECORD
           STRING "Same-run clusters:         " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SHARE-REPORT-RECORD
           END-STRING
           WRITE SHARE-REPORT-RECORD

           MOVE WS-RUN-MEMBERS TO WS-ED-COUNT
           INITIALIZE SHARE-REPORT-RECORD
           STRING "Userids in those clusters: " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO SHARE-REPORT-RECORD
           END-STRING
           WRITE SHARE-REPORT-RECORD

           IF APPLY-MODE
               MOVE WS-FORCED-COUNT TO WS-ED-COUNT
               INITIALIZE SHARE-REPORT-RECORD
               STRING "Force-change flags set:    " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO SHARE-REPORT-RECORD
               END-STRING
               WRITE SHARE-REPORT-RECORD

               MOVE WS-NOT-FORCED-COUNT TO WS-ED-COUNT
               INITIALIZE SHARE-REPORT-RECORD
               STRING "Clustered, not forced:     " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO SHARE-REPORT-RECORD
               END-STRING
               WRITE SHARE-REPORT-RECORD
           END-IF.

      * The log is opened on the first flag actually set, so a run
      * that changes nothing leaves the maintenance log untouched.
       7000-WRITE-MAINT-LOG.
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN EXTEND MAINT-LOG
               IF WS-LOG-FILE-STATUS = "35"
                   OPEN OUTPUT MAINT-LOG
               END-IF
           END-IF
           INITIALIZE MAINT-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP
           MOVE WS-OPERATOR TO ML-OPERATOR
           MOVE "FORCECHG  " TO ML-ACTION
           MOVE WS-HD-USERID(WS-SCAN-IDX) TO ML-USERID
           MOVE WS-HD-MASTER-IMAGE(WS-SCAN-IDX) TO ML-BEFORE-IMAGE
           MOVE VP-MASTER-IMAGE TO ML-AFTER-IMAGE
           WRITE MAINT-LOG-RECORD.

       9000-TERMINATE.
           IF WS-HISTORY-FILE-OPEN = 'Y'
               CLOSE PASSWORD-HISTORY
           END-IF
           IF WS-MASTER-FILE-OPEN = 'Y'
               CLOSE USER-MASTER
           END-IF
           CLOSE SHARE-REPORT

           DISPLAY "Mode:                    " WS-RUN-MODE
           DISPLAY "History records read:    " WS-HISTORY-COUNT
           DISPLAY "Active current holders:  " WS-ACTIVE-COUNT
           DISPLAY "Passed records read:     " WS-PASSED-COUNT
           DISPLAY "Current clusters:        " WS-CURRENT-CLUSTERS
           DISPLAY "Same-run clusters:       " WS-RUN-CLUSTERS
           IF APPLY-MODE
               DISPLAY "Force-change flags set:  " WS-FORCED-COUNT
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "Holder table overflow -- userids not "
                   "compared: " WS-OVERFLOW-COUNT
           END-IF

           IF WS-BATCH-RETURN-CODE NOT = ZERO
               MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           ELSE
               IF WS-CLUSTER-COUNT > ZERO OR
                  WS-OVERFLOW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
