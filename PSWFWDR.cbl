       IDENTIFICATION DIVISION.
       PROGRAM-ID. ForwardRecovery.

      * Forward recovery after a reload. The reload leaves USRMSTR
      * and LOCKOUT as they stood when the unload began; this step
      * brings them on toward the point of failure by re-applying,
      * in timestamp order, every logged change made since:
      *   - USRMLOG (account maintenance, and the shared-password
      *     force-change stamps) and RESETLOG (help-desk resets) --
      *     the after-image is the whole master record, so it is
      *     rewritten over the master record, or added if the
      *     master does not hold the userid;
      *   - INTGLOG DELLOCK -- the integrity audit's deletion of a
      *     stale lockout entry; the entry matching the logged
      *     before-image is removed from LOCKOUT again.
      * INTGLOG DELHIST entries belong to PWDHIST, which is not
      * forward-recovered, and are listed as not applied.
      *
      * The recovery point for each file is the header timestamp of
      * the backup it was reloaded from (USRBKUP for USRMSTR,
      * LCKBKUP for LOCKOUT); log records at or before it are
      * already in the reloaded file and are only counted. A file
      * whose backup header cannot be read is left alone and its
      * log records listed as not applied.
      *
      * Only logged changes can be re-applied. The validation
      * service, the lockout and expiry sweeps update USRMSTR in
      * place without a log, and the lockout sweep's new LOCKOUT
      * entries are not logged either; those changes since the
      * backup are not recovered here. Where the master record
      * found differs from a change's before-image, something
      * unlogged happened in between, and the report says so
      * against that record.
      *
      * The run mode comes from the command line -- REPORT (the
      * default) lists what would be re-applied and changes
      * nothing; APPLY re-applies it. Every log record after a
      * recovery point is listed on the report (FWDRPT) with what
      * was done with it. Ends with return code 4 when anything was
      * not applied or a before-image differed, 28 on a hard
      * failure. A log that does not exist yet is taken as empty;
      * one that exists but cannot be opened is a hard failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USERID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-FILE-STATUS.

           SELECT MASTER-BACKUP ASSIGN TO "USRBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-BKUP-STATUS.

           SELECT LOCKOUT-BACKUP ASSIGN TO "LCKBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-BKUP-STATUS.

           SELECT MAINT-LOG ASSIGN TO "USRMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-FILE-STATUS.

           SELECT RESET-LOG ASSIGN TO "RESETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESETLOG-FILE-STATUS.

           SELECT INTEGRITY-LOG ASSIGN TO "INTGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTGLOG-FILE-STATUS.

           SELECT RECOVERY-REPORT ASSIGN TO "FWDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY USRMSTR.

       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD           PIC X(80).

       FD  MASTER-BACKUP.
       01  MASTER-BACKUP-RECORD     PIC X(91).

       FD  LOCKOUT-BACKUP.
       01  LOCKOUT-BACKUP-RECORD    PIC X(91).

       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD.
           05 ML-TIMESTAMP           PIC X(21).
           05 ML-OPERATOR            PIC X(8).
           05 ML-ACTION              PIC X(10).
           05 ML-USERID              PIC X(8).
           05 ML-BEFORE-IMAGE        PIC X(80).
           05 ML-AFTER-IMAGE         PIC X(80).

       FD  RESET-LOG.
       01  RESET-LOG-RECORD.
           05 RL-TIMESTAMP           PIC X(21).
           05 RL-OPERATOR            PIC X(8).
           05 RL-ACTION              PIC X(10).
           05 RL-USERID              PIC X(8).
           05 RL-BEFORE-IMAGE        PIC X(80).
           05 RL-AFTER-IMAGE         PIC X(80).

       FD  INTEGRITY-LOG.
       01  INTEGRITY-LOG-RECORD.
           05 IL-TIMESTAMP           PIC X(21).
           05 IL-OPERATOR            PIC X(8).
           05 IL-ACTION              PIC X(10).
              88 IL-DELETED-LOCKOUT        VALUE "DELLOCK   ".
           05 IL-USERID              PIC X(8).
           05 IL-BEFORE-IMAGE        PIC X(80).
           05 IL-AFTER-IMAGE         PIC X(80).

       FD  RECOVERY-REPORT.
       01  RECOVERY-REPORT-RECORD   PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-LOCKOUT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MASTER-BKUP-STATUS     PIC XX VALUE SPACES.
       01 WS-LOCKOUT-BKUP-STATUS    PIC XX VALUE SPACES.
       01 WS-MAINTLOG-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-RESETLOG-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-INTGLOG-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-MASTER-FILE-OPEN       PIC X VALUE 'N'.
       01 WS-LOCKOUT-LOADED         PIC X VALUE 'N'.

       01 WS-MAINTLOG-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-MAINT-LOG             VALUE 'Y'.
       01 WS-RESETLOG-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-RESET-LOG             VALUE 'Y'.
       01 WS-INTGLOG-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-INTEGRITY-LOG         VALUE 'Y'.
       01 WS-LOCKOUT-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-LOCKOUT-FILE          VALUE 'Y'.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-RUN-MODE                PIC X(8) VALUE SPACES.
          88 APPLY-MODE                    VALUE "APPLY".
       01 WS-RUN-DATE                PIC X(8) VALUE SPACES.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * Recovery points from the backup headers; spaces when the
      * backup could not be read, and that file is not recovered.
       01 WS-MASTER-POINT           PIC X(21) VALUE SPACES.
       01 WS-LOCKOUT-POINT          PIC X(21) VALUE SPACES.

      * The log record chosen next by the timestamp merge, in the
      * common maintenance-log shape whichever log it came from.
       01 WS-NEXT-LOG               PIC X(8) VALUE SPACES.
       01 WS-CHANGE.
           05 WS-CH-TIMESTAMP       PIC X(21).
           05 WS-CH-OPERATOR        PIC X(8).
           05 WS-CH-ACTION          PIC X(10).
           05 WS-CH-USERID          PIC X(8).
           05 WS-CH-BEFORE-IMAGE    PIC X(80).
           05 WS-CH-AFTER-IMAGE     PIC X(80).
       01 WS-RESULT                 PIC X(20) VALUE SPACES.
       01 WS-NOTE                   PIC X(30) VALUE SPACES.

      * The file that could not be opened, for the failure message.
       01 WS-FAILED-FILE            PIC X(24) VALUE SPACES.
       01 WS-FAILED-DDNAME          PIC X(8) VALUE SPACES.
       01 WS-FAILED-STATUS          PIC XX VALUE SPACES.

      * LOCKOUT held in storage so deletions can be applied as the
      * merge reaches them, then written back whole in APPLY mode.
       01 WS-LOCK-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LOCK-IDX.
              10 WS-LK-IMAGE        PIC X(80).
              10 WS-LK-DELETED      PIC X(1).
       01 WS-SCAN-IDX               PIC 9(5) VALUE ZERO.

       01 WS-LOG-READ-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-BEFORE-POINT-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-REWRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-ADDED-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-LOCK-DELETED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-NOT-APPLIED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-MISMATCH-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-ED-COUNT               PIC ZZZZZZZ9.

           COPY BKUPREC.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 2000-MERGE-LOGS
               PERFORM 4000-REWRITE-LOCKOUT
               PERFORM 5000-WRITE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-RUN-MODE
           IF NOT APPLY-MODE
               MOVE "REPORT" TO WS-RUN-MODE
           END-IF

           OPEN OUTPUT RECOVERY-REPORT
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "FORWARD RECOVERY -- " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " -- MODE " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD
           INITIALIZE RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD

           PERFORM 1100-READ-RECOVERY-POINTS
           IF WS-MASTER-POINT = SPACES AND WS-LOCKOUT-POINT = SPACES
               DISPLAY "Neither USRBKUP nor LCKBKUP has a readable "
                   "header -- nothing to recover from."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO AND
              WS-MASTER-POINT NOT = SPACES
               MOVE 'N' TO WS-MASTER-FILE-OPEN
               IF APPLY-MODE
                   OPEN I-O USER-MASTER
               ELSE
                   OPEN INPUT USER-MASTER
               END-IF
               IF WS-MASTER-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-MASTER-FILE-OPEN
               ELSE
                   MOVE "USER-MASTER (USRMSTR)" TO WS-FAILED-FILE
                   MOVE "USRMSTR" TO WS-FAILED-DDNAME
                   MOVE WS-MASTER-FILE-STATUS TO WS-FAILED-STATUS
                   PERFORM 1600-OPEN-FAILED
               END-IF
           END-IF

           IF WS-BATCH-RETURN-CODE = ZERO AND
              WS-LOCKOUT-POINT NOT = SPACES
               PERFORM 1300-LOAD-LOCKOUT
           END-IF

      * A log that does not exist yet (35) has nothing in it; any
      * other failure to open one is a hard failure, since recovery
      * without all of its changes would be incomplete.
           IF WS-BATCH-RETURN-CODE = ZERO
               OPEN INPUT MAINT-LOG
               IF WS-MAINTLOG-FILE-STATUS NOT = "00"
                   MOVE 'Y' TO WS-MAINTLOG-EOF-FLAG
                   IF WS-MAINTLOG-FILE-STATUS NOT = "35"
                       MOVE "MAINT-LOG (USRMLOG)" TO WS-FAILED-FILE
                       MOVE "USRMLOG" TO WS-FAILED-DDNAME
                       MOVE WS-MAINTLOG-FILE-STATUS TO WS-FAILED-STATUS
                       PERFORM 1600-OPEN-FAILED
                   END-IF
               END-IF
               OPEN INPUT RESET-LOG
               IF WS-RESETLOG-FILE-STATUS NOT = "00"
                   MOVE 'Y' TO WS-RESETLOG-EOF-FLAG
                   IF WS-RESETLOG-FILE-STATUS NOT = "35"
                       MOVE "RESET-LOG (RESETLOG)" TO WS-FAILED-FILE
                       MOVE "RESETLOG" TO WS-FAILED-DDNAME
                       MOVE WS-RESETLOG-FILE-STATUS TO WS-FAILED-STATUS
                       PERFORM 1600-OPEN-FAILED
                   END-IF
               END-IF
               OPEN INPUT INTEGRITY-LOG
               IF WS-INTGLOG-FILE-STATUS NOT = "00"
                   MOVE 'Y' TO WS-INTGLOG-EOF-FLAG
                   IF WS-INTGLOG-FILE-STATUS NOT = "35"
                       MOVE "INTEGRITY-LOG (INTGLOG)" TO WS-FAILED-FILE
                       MOVE "INTGLOG" TO WS-FAILED-DDNAME
                       MOVE WS-INTGLOG-FILE-STATUS TO WS-FAILED-STATUS
                       PERFORM 1600-OPEN-FAILED
                   END-IF
               END-IF
               IF WS-BATCH-RETURN-CODE = ZERO
                   PERFORM 1500-WRITE-COLUMN-HEADINGS
               ELSE
                   IF WS-MAINTLOG-FILE-STATUS = "00"
                       CLOSE MAINT-LOG
                   END-IF
                   IF WS-RESETLOG-FILE-STATUS = "00"
                       CLOSE RESET-LOG
                   END-IF
                   IF WS-INTGLOG-FILE-STATUS = "00"
                       CLOSE INTEGRITY-LOG
                   END-IF
               END-IF
           END-IF.

      * Only the header of each backup is wanted here.
       1100-READ-RECOVERY-POINTS.
           OPEN INPUT MASTER-BACKUP
           IF WS-MASTER-BKUP-STATUS = "00"
               READ MASTER-BACKUP INTO BACKUP-RECORD
                   AT END
                       MOVE SPACES TO BACKUP-RECORD
               END-READ
               IF BK-HEADER AND BK-FILE-ID = "USRMSTR"
                   MOVE BK-BACKUP-TIMESTAMP TO WS-MASTER-POINT
               END-IF
               CLOSE MASTER-BACKUP
           END-IF

           OPEN INPUT LOCKOUT-BACKUP
           IF WS-LOCKOUT-BKUP-STATUS = "00"
               READ LOCKOUT-BACKUP INTO BACKUP-RECORD
                   AT END
                       MOVE SPACES TO BACKUP-RECORD
               END-READ
               IF BK-HEADER AND BK-FILE-ID = "LOCKOUT"
                   MOVE BK-BACKUP-TIMESTAMP TO WS-LOCKOUT-POINT
               END-IF
               CLOSE LOCKOUT-BACKUP
           END-IF

           INITIALIZE RECOVERY-REPORT-RECORD
           IF WS-MASTER-POINT = SPACES
               STRING "USRMSTR RECOVERY POINT -- NONE, "
                       DELIMITED BY SIZE
                   "USRBKUP HEADER NOT READABLE; USRMSTR NOT RECOVERED"
                       DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "USRMSTR RECOVERY POINT -- " DELIMITED BY SIZE
                   WS-MASTER-POINT(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MASTER-POINT(9:8) DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE RECOVERY-REPORT-RECORD

           INITIALIZE RECOVERY-REPORT-RECORD
           IF WS-LOCKOUT-POINT = SPACES
               STRING "LOCKOUT RECOVERY POINT -- NONE, "
                       DELIMITED BY SIZE
                   "LCKBKUP HEADER NOT READABLE; LOCKOUT NOT RECOVERED"
                       DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "LOCKOUT RECOVERY POINT -- " DELIMITED BY SIZE
                   WS-LOCKOUT-POINT(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOCKOUT-POINT(9:8) DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE RECOVERY-REPORT-RECORD
           INITIALIZE RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD.

      * A LOCKOUT too large for the table cannot be recovered
      * safely -- dropping its tail on the rewrite would lose live
      * lockouts -- so it is a hard failure.
       1300-LOAD-LOCKOUT.
           OPEN INPUT LOCKOUT-FILE
           IF WS-LOCKOUT-FILE-STATUS = "00"
               PERFORM 1400-READ-LOCKOUT
               PERFORM UNTIL END-OF-LOCKOUT-FILE
                   IF WS-LOCK-COUNT <
                           FUNCTION LENGTH(WS-LOCK-TABLE) /
                           FUNCTION LENGTH(WS-LOCK-ENTRY(1))
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE LOCKOUT-RECORD
                           TO WS-LK-IMAGE(WS-LOCK-COUNT)
                       MOVE 'N' TO WS-LK-DELETED(WS-LOCK-COUNT)
                   ELSE
                       DISPLAY "LOCKOUT-FILE (LOCKOUT) is larger than "
                           "the recovery table -- nothing recovered."
                       INITIALIZE RECOVERY-REPORT-RECORD
                       MOVE "LOCKOUT TABLE FULL -- NOTHING RECOVERED"
                           TO RECOVERY-REPORT-RECORD
                       WRITE RECOVERY-REPORT-RECORD
                       MOVE 28 TO WS-BATCH-RETURN-CODE
                       MOVE 'Y' TO WS-LOCKOUT-EOF-FLAG
                   END-IF
                   IF NOT END-OF-LOCKOUT-FILE
                       PERFORM 1400-READ-LOCKOUT
                   END-IF
               END-PERFORM
               CLOSE LOCKOUT-FILE
               MOVE 'Y' TO WS-LOCKOUT-LOADED
           ELSE
               IF WS-LOCKOUT-FILE-STATUS = "35"
                   MOVE 'Y' TO WS-LOCKOUT-LOADED
               ELSE
                   MOVE "LOCKOUT-FILE (LOCKOUT)" TO WS-FAILED-FILE
                   MOVE "LOCKOUT" TO WS-FAILED-DDNAME
                   MOVE WS-LOCKOUT-FILE-STATUS TO WS-FAILED-STATUS
                   PERFORM 1600-OPEN-FAILED
               END-IF
           END-IF.

       1400-READ-LOCKOUT.
           READ LOCKOUT-FILE
               AT END
                   MOVE 'Y' TO WS-LOCKOUT-EOF-FLAG
           END-READ.

       1500-WRITE-COLUMN-HEADINGS.
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "DATE     TIME     LOG      ACTION     USERID   "
                   DELIMITED BY SIZE
               "RESULT               NOTE" DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD.

       1600-OPEN-FAILED.
           DISPLAY FUNCTION TRIM(WS-FAILED-FILE)
               " could not be opened, file status " WS-FAILED-STATUS
               " -- nothing recovered."
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING WS-FAILED-DDNAME DELIMITED BY SPACE
               " COULD NOT BE OPENED, FILE STATUS " DELIMITED BY SIZE
               WS-FAILED-STATUS DELIMITED BY SIZE
               " -- NOTHING RECOVERED" DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD
           MOVE 28 TO WS-BATCH-RETURN-CODE.

      * Each log is in timestamp order already, being append-only;
      * the merge takes the earliest of the three current records
      * each time round (maintenance, then reset, then integrity on
      * an exact tie), to the hundredth of a second.
       2000-MERGE-LOGS.
           IF NOT END-OF-MAINT-LOG
               PERFORM 2100-READ-MAINT-LOG
           END-IF
           IF NOT END-OF-RESET-LOG
               PERFORM 2200-READ-RESET-LOG
           END-IF
           IF NOT END-OF-INTEGRITY-LOG
               PERFORM 2300-READ-INTEGRITY-LOG
           END-IF
           PERFORM UNTIL END-OF-MAINT-LOG AND END-OF-RESET-LOG AND
                         END-OF-INTEGRITY-LOG
               PERFORM 2400-SELECT-NEXT-CHANGE
               ADD 1 TO WS-LOG-READ-COUNT
               PERFORM 3000-RECOVER-CHANGE
               EVALUATE WS-NEXT-LOG
                   WHEN "USRMLOG"
                       PERFORM 2100-READ-MAINT-LOG
                   WHEN "RESETLOG"
                       PERFORM 2200-READ-RESET-LOG
                   WHEN "INTGLOG"
                       PERFORM 2300-READ-INTEGRITY-LOG
               END-EVALUATE
           END-PERFORM
           IF WS-MAINTLOG-FILE-STATUS NOT = "35"
               CLOSE MAINT-LOG
           END-IF
           IF WS-RESETLOG-FILE-STATUS NOT = "35"
               CLOSE RESET-LOG
           END-IF
           IF WS-INTGLOG-FILE-STATUS NOT = "35"
               CLOSE INTEGRITY-LOG
           END-IF.

       2100-READ-MAINT-LOG.
           READ MAINT-LOG
               AT END
                   MOVE 'Y' TO WS-MAINTLOG-EOF-FLAG
           END-READ.

       2200-READ-RESET-LOG.
           READ RESET-LOG
               AT END
                   MOVE 'Y' TO WS-RESETLOG-EOF-FLAG
           END-READ.

       2300-READ-INTEGRITY-LOG.
           READ INTEGRITY-LOG
               AT END
                   MOVE 'Y' TO WS-INTGLOG-EOF-FLAG
           END-READ.

       2400-SELECT-NEXT-CHANGE.
           MOVE SPACES TO WS-NEXT-LOG
           IF NOT END-OF-MAINT-LOG
               MOVE "USRMLOG" TO WS-NEXT-LOG
               MOVE MAINT-LOG-RECORD TO WS-CHANGE
           END-IF
           IF NOT END-OF-RESET-LOG
               IF WS-NEXT-LOG = SPACES OR
                  RL-TIMESTAMP(1:16) < WS-CH-TIMESTAMP(1:16)
                   MOVE "RESETLOG" TO WS-NEXT-LOG
                   MOVE RESET-LOG-RECORD TO WS-CHANGE
               END-IF
           END-IF
           IF NOT END-OF-INTEGRITY-LOG
               IF WS-NEXT-LOG = SPACES OR
                  IL-TIMESTAMP(1:16) < WS-CH-TIMESTAMP(1:16)
                   MOVE "INTGLOG" TO WS-NEXT-LOG
                   MOVE INTEGRITY-LOG-RECORD TO WS-CHANGE
               END-IF
           END-IF.

      * Settles one change against its recovery point and lists it.
       3000-RECOVER-CHANGE.
           MOVE SPACES TO WS-RESULT
           MOVE SPACES TO WS-NOTE
           IF WS-NEXT-LOG = "INTGLOG"
               IF WS-CH-ACTION = "DELLOCK"
                   PERFORM 3300-RECOVER-LOCKOUT-DELETION
               ELSE
                   IF WS-MASTER-POINT NOT = SPACES AND
                      WS-CH-TIMESTAMP(1:16) <= WS-MASTER-POINT(1:16)
                       ADD 1 TO WS-BEFORE-POINT-COUNT
                   ELSE
                       MOVE "NOT APPLIED" TO WS-RESULT
                       MOVE "PWDHIST IS NOT RECOVERED" TO WS-NOTE
                       ADD 1 TO WS-NOT-APPLIED-COUNT
                   END-IF
               END-IF
           ELSE
               PERFORM 3100-RECOVER-MASTER-CHANGE
           END-IF
           IF WS-RESULT NOT = SPACES
               PERFORM 3900-WRITE-CHANGE-LINE
           END-IF.

       3100-RECOVER-MASTER-CHANGE.
           EVALUATE TRUE
               WHEN WS-MASTER-POINT = SPACES
                   MOVE "NOT APPLIED" TO WS-RESULT
                   MOVE "NO USRMSTR RECOVERY POINT" TO WS-NOTE
                   ADD 1 TO WS-NOT-APPLIED-COUNT
               WHEN WS-CH-TIMESTAMP(1:16) <= WS-MASTER-POINT(1:16)
                   ADD 1 TO WS-BEFORE-POINT-COUNT
               WHEN WS-CH-AFTER-IMAGE = SPACES OR
                    WS-CH-AFTER-IMAGE(1:8) NOT = WS-CH-USERID
                   MOVE "NOT APPLIED" TO WS-RESULT
                   MOVE "NO USABLE AFTER-IMAGE" TO WS-NOTE
                   ADD 1 TO WS-NOT-APPLIED-COUNT
               WHEN OTHER
                   PERFORM 3200-APPLY-MASTER-IMAGE
           END-EVALUATE.

      * The before-image is checked only in APPLY mode, where the
      * record read reflects every change re-applied ahead of it.
      * A change USRMSTR will not take is listed as not applied with
      * the file status in place of any before-image note.
       3200-APPLY-MASTER-IMAGE.
           MOVE WS-CH-USERID TO UM-USERID
           READ USER-MASTER
               INVALID KEY
                   IF WS-CH-BEFORE-IMAGE NOT = SPACES AND APPLY-MODE
                       MOVE "BEFORE-IMAGE DIFFERS" TO WS-NOTE
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
                   MOVE WS-CH-AFTER-IMAGE TO USER-MASTER-RECORD
                   IF APPLY-MODE
                       WRITE USER-MASTER-RECORD
                       IF WS-MASTER-FILE-STATUS = "00"
                           MOVE "ADDED" TO WS-RESULT
                           ADD 1 TO WS-ADDED-COUNT
                       ELSE
                           MOVE "NOT APPLIED" TO WS-RESULT
                           MOVE SPACES TO WS-NOTE
                           STRING "WRITE FAILED, FILE STATUS "
                                   DELIMITED BY SIZE
                               WS-MASTER-FILE-STATUS DELIMITED BY SIZE
                               INTO WS-NOTE
                           END-STRING
                           ADD 1 TO WS-NOT-APPLIED-COUNT
                       END-IF
                   ELSE
                       MOVE "WOULD ADD" TO WS-RESULT
                       ADD 1 TO WS-ADDED-COUNT
                   END-IF
               NOT INVALID KEY
                   IF USER-MASTER-RECORD NOT = WS-CH-BEFORE-IMAGE
                      AND APPLY-MODE
                       MOVE "BEFORE-IMAGE DIFFERS" TO WS-NOTE
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
                   MOVE WS-CH-AFTER-IMAGE TO USER-MASTER-RECORD
                   IF APPLY-MODE
                       REWRITE USER-MASTER-RECORD
                       IF WS-MASTER-FILE-STATUS = "00"
                           MOVE "REAPPLIED" TO WS-RESULT
                           ADD 1 TO WS-REWRITTEN-COUNT
                       ELSE
                           MOVE "NOT APPLIED" TO WS-RESULT
                           MOVE SPACES TO WS-NOTE
                           STRING "REWRITE FAILED, FILE STATUS "
                                   DELIMITED BY SIZE
                               WS-MASTER-FILE-STATUS DELIMITED BY SIZE
                               INTO WS-NOTE
                           END-STRING
                           ADD 1 TO WS-NOT-APPLIED-COUNT
                       END-IF
                   ELSE
                       MOVE "WOULD REAPPLY" TO WS-RESULT
                       ADD 1 TO WS-REWRITTEN-COUNT
                   END-IF
           END-READ.

      * The entry removed is the one identical to the logged
      * before-image, as the integrity audit deleted it.
       3300-RECOVER-LOCKOUT-DELETION.
           EVALUATE TRUE
               WHEN WS-LOCKOUT-POINT = SPACES
                   MOVE "NOT APPLIED" TO WS-RESULT
                   MOVE "NO LOCKOUT RECOVERY POINT" TO WS-NOTE
                   ADD 1 TO WS-NOT-APPLIED-COUNT
               WHEN WS-CH-TIMESTAMP(1:16) <= WS-LOCKOUT-POINT(1:16)
                   ADD 1 TO WS-BEFORE-POINT-COUNT
               WHEN OTHER
                   SET WS-LOCK-IDX TO 1
                   SEARCH WS-LOCK-ENTRY
                       VARYING WS-LOCK-IDX
                       AT END
                           PERFORM 3350-LOCKOUT-ENTRY-MISSING
                       WHEN WS-LOCK-IDX > WS-LOCK-COUNT
                           PERFORM 3350-LOCKOUT-ENTRY-MISSING
                       WHEN WS-LK-IMAGE(WS-LOCK-IDX) =
                                WS-CH-BEFORE-IMAGE AND
                            WS-LK-DELETED(WS-LOCK-IDX) = 'N'
                           MOVE 'Y' TO WS-LK-DELETED(WS-LOCK-IDX)
                           IF APPLY-MODE
                               MOVE "LOCKOUT DELETED" TO WS-RESULT
                           ELSE
                               MOVE "WOULD DELETE" TO WS-RESULT
                           END-IF
                           ADD 1 TO WS-LOCK-DELETED-COUNT
                   END-SEARCH
           END-EVALUATE.

       3350-LOCKOUT-ENTRY-MISSING.
           MOVE "NOT APPLIED" TO WS-RESULT
           MOVE "ENTRY NOT ON LOCKOUT" TO WS-NOTE
           ADD 1 TO WS-NOT-APPLIED-COUNT.

       3900-WRITE-CHANGE-LINE.
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING WS-CH-TIMESTAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CH-TIMESTAMP(9:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NEXT-LOG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CH-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CH-USERID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOTE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD.

      * LOCKOUT is written back only when an entry actually went.
      * A rewrite that fails leaves LOCKOUT short of live entries --
      * a hard failure; LOCKOUT is then reloaded from LCKBKUP and
      * recovered again.
       4000-REWRITE-LOCKOUT.
           IF APPLY-MODE AND WS-LOCKOUT-LOADED = 'Y' AND
              WS-LOCK-DELETED-COUNT > ZERO
               OPEN OUTPUT LOCKOUT-FILE
               IF WS-LOCKOUT-FILE-STATUS NOT = "00"
                   PERFORM 4100-LOCKOUT-NOT-REWRITTEN
               ELSE
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-LOCK-COUNT OR
                                 WS-BATCH-RETURN-CODE NOT = ZERO
                       IF WS-LK-DELETED(WS-SCAN-IDX) = 'N'
                           WRITE LOCKOUT-RECORD
                               FROM WS-LK-IMAGE(WS-SCAN-IDX)
                           IF WS-LOCKOUT-FILE-STATUS NOT = "00"
                               PERFORM 4100-LOCKOUT-NOT-REWRITTEN
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE LOCKOUT-FILE
               END-IF
           END-IF.

       4100-LOCKOUT-NOT-REWRITTEN.
           DISPLAY "LOCKOUT-FILE (LOCKOUT) could not be rewritten, "
               "file status " WS-LOCKOUT-FILE-STATUS
               " -- reload it from LCKBKUP."
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "LOCKOUT NOT REWRITTEN, FILE STATUS "
                   DELIMITED BY SIZE
               WS-LOCKOUT-FILE-STATUS DELIMITED BY SIZE
               " -- RELOAD IT FROM LCKBKUP" DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD
           MOVE 28 TO WS-BATCH-RETURN-CODE.

       5000-WRITE-SUMMARY.
           INITIALIZE RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD

           MOVE WS-LOG-READ-COUNT TO WS-ED-COUNT
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "Log records read:              " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD

           MOVE WS-BEFORE-POINT-COUNT TO WS-ED-COUNT
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "Already in the backup:         " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD

           MOVE WS-REWRITTEN-COUNT TO WS-ED-COUNT
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "Master records re-applied:     " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD

           MOVE WS-ADDED-COUNT TO WS-ED-COUNT
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "Master records added:          " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD

           MOVE WS-LOCK-DELETED-COUNT TO WS-ED-COUNT
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "Lockout entries deleted:       " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD

           MOVE WS-NOT-APPLIED-COUNT TO WS-ED-COUNT
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "Not applied:                   " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD

           MOVE WS-MISMATCH-COUNT TO WS-ED-COUNT
           INITIALIZE RECOVERY-REPORT-RECORD
           STRING "Before-images that differed:   " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD.

       9000-TERMINATE.
           IF WS-MASTER-FILE-OPEN = 'Y'
               CLOSE USER-MASTER
           END-IF
           CLOSE RECOVERY-REPORT

           DISPLAY "Log records read:        " WS-LOG-READ-COUNT
           DISPLAY "Master records re-applied: " WS-REWRITTEN-COUNT
           DISPLAY "Master records added:    " WS-ADDED-COUNT
           DISPLAY "Lockout entries deleted: " WS-LOCK-DELETED-COUNT
           DISPLAY "Not applied:             " WS-NOT-APPLIED-COUNT
           DISPLAY "Before-images differed:  " WS-MISMATCH-COUNT

           IF WS-BATCH-RETURN-CODE NOT = ZERO
               MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           ELSE
               IF WS-NOT-APPLIED-COUNT > ZERO OR
                  WS-MISMATCH-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
