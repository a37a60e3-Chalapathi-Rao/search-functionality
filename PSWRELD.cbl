       IDENTIFICATION DIVISION.
       PROGRAM-ID. KeyedFileReload.

      * Rebuilds USRMSTR, PWDHIST or LOCKOUT from a backup written
      * by the unload utility (USRBKUP, HSTBKUP, LCKBKUP). The
      * command line must name the file -- USRMSTR, PWDHIST,
      * LOCKOUT, or ALL for all three; there is no default, since
      * a reload replaces the live file outright.
      *
      * Every backup named is proved before anything is touched: it
      * must open with a header for the right file, hold nothing but
      * details for that file, and end with a trailer whose record
      * count and hash total agree with the details actually read.
      * If any one of them fails, the reload refuses (return code
      * 28) and no file is rebuilt -- a half-restored set is worse
      * than the damaged one. Once all balance, each file is
      * recreated from its details and every record restored is
      * listed on the reload report (RELDRPT), with the totals
      * proved again against the records actually written.
      *
      * The rebuilt files stand as of the backup's header
      * timestamp; the forward-recovery step brings USRMSTR and
      * LOCKOUT on from there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USERID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-USERID
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-FILE-STATUS.

           SELECT MASTER-BACKUP ASSIGN TO "USRBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-BKUP-STATUS.

           SELECT HISTORY-BACKUP ASSIGN TO "HSTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-BKUP-STATUS.

           SELECT LOCKOUT-BACKUP ASSIGN TO "LCKBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-BKUP-STATUS.

           SELECT RELOAD-REPORT ASSIGN TO "RELDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY USRMSTR.

       FD  PASSWORD-HISTORY.
           COPY PWDHIST.

       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD           PIC X(80).

       FD  MASTER-BACKUP.
       01  MASTER-BACKUP-RECORD     PIC X(91).

       FD  HISTORY-BACKUP.
       01  HISTORY-BACKUP-RECORD    PIC X(91).

       FD  LOCKOUT-BACKUP.
       01  LOCKOUT-BACKUP-RECORD    PIC X(91).

       FD  RELOAD-REPORT.
       01  RELOAD-REPORT-RECORD     PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-LOCKOUT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MASTER-BKUP-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-BKUP-STATUS    PIC XX VALUE SPACES.
       01 WS-LOCKOUT-BKUP-STATUS    PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-BACKUP-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-BACKUP                VALUE 'Y'.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-RELOAD-SELECT          PIC X(8) VALUE SPACES.
          88 RELOAD-ALL                    VALUE "ALL".
          88 RELOAD-MASTER                 VALUE "USRMSTR".
          88 RELOAD-HISTORY                VALUE "PWDHIST".
          88 RELOAD-LOCKOUT                VALUE "LOCKOUT".
       01 WS-RUN-DATE               PIC X(8) VALUE SPACES.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * Which backup the shared read, verify and restore routines
      * are working on, so one set of paragraphs serves all three.
       01 WS-CURRENT-FILE           PIC X(8) VALUE SPACES.
          88 CURRENT-MASTER               VALUE "USRMSTR".
          88 CURRENT-HISTORY              VALUE "PWDHIST".
          88 CURRENT-LOCKOUT              VALUE "LOCKOUT".
       01 WS-BACKUP-STATUS          PIC XX VALUE SPACES.
       01 WS-TARGET-STATUS          PIC XX VALUE SPACES.

      * Outcome of proving one backup, and what it was proved with.
       01 WS-BACKUP-OK              PIC X VALUE 'N'.
       01 WS-REFUSE-REASON          PIC X(50) VALUE SPACES.
       01 WS-HEADER-SEEN            PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN           PIC X VALUE 'N'.
       01 WS-BACKUP-TIMESTAMP       PIC X(21) VALUE SPACES.
       01 WS-TRAILER-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-TRAILER-HASH           PIC 9(15) VALUE ZERO.
       01 WS-RECORD-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-HASH-TOTAL             PIC 9(15) VALUE ZERO.
       01 WS-BYTE-IDX               PIC 9(3) VALUE ZERO.

       01 WS-ALL-BALANCED           PIC X VALUE 'Y'.
       01 WS-RESTORED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-DUPLICATE-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-RESTORED         PIC 9(8) VALUE ZERO.
       01 WS-ED-COUNT               PIC ZZZZZZZ9.
       01 WS-ED-HASH                PIC ZZZZZZZZZZZZZZ9.

           COPY BKUPREC.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               PERFORM 2000-VERIFY-BACKUPS
               IF WS-ALL-BALANCED = 'Y'
                   PERFORM 3000-RELOAD-FILES
               ELSE
                   PERFORM 2900-WRITE-REFUSAL
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-RELOAD-SELECT
           IF NOT RELOAD-ALL AND NOT RELOAD-MASTER AND
              NOT RELOAD-HISTORY AND NOT RELOAD-LOCKOUT
               DISPLAY "Reload refused -- name the file to rebuild: "
                   "USRMSTR, PWDHIST, LOCKOUT or ALL."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF

           OPEN OUTPUT RELOAD-REPORT
           INITIALIZE RELOAD-REPORT-RECORD
           STRING "KEYED-FILE RELOAD -- " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " -- FILE " DELIMITED BY SIZE
               WS-RELOAD-SELECT DELIMITED BY SIZE
               INTO RELOAD-REPORT-RECORD
           END-STRING
           WRITE RELOAD-REPORT-RECORD
           INITIALIZE RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD.

      * Proves every backup named before any file is rebuilt.
       2000-VERIFY-BACKUPS.
           IF RELOAD-ALL OR RELOAD-MASTER
               MOVE "USRMSTR" TO WS-CURRENT-FILE
               PERFORM 2100-VERIFY-ONE-BACKUP
           END-IF
           IF RELOAD-ALL OR RELOAD-HISTORY
               MOVE "PWDHIST" TO WS-CURRENT-FILE
               PERFORM 2100-VERIFY-ONE-BACKUP
           END-IF
           IF RELOAD-ALL OR RELOAD-LOCKOUT
               MOVE "LOCKOUT" TO WS-CURRENT-FILE
               PERFORM 2100-VERIFY-ONE-BACKUP
           END-IF.

       2100-VERIFY-ONE-BACKUP.
           MOVE 'Y' TO WS-BACKUP-OK
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE SPACES TO WS-BACKUP-TIMESTAMP
           MOVE ZERO TO WS-TRAILER-COUNT
           MOVE ZERO TO WS-TRAILER-HASH
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-HASH-TOTAL

           PERFORM 7000-OPEN-BACKUP
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE 'N' TO WS-BACKUP-OK
               STRING "backup could not be opened, file status "
                       DELIMITED BY SIZE
                   WS-BACKUP-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
               END-STRING
           ELSE
               PERFORM 7100-READ-BACKUP
               PERFORM UNTIL END-OF-BACKUP OR WS-BACKUP-OK = 'N'
                   PERFORM 2200-CHECK-BACKUP-RECORD
                   PERFORM 7100-READ-BACKUP
               END-PERFORM
               PERFORM 7200-CLOSE-BACKUP
               IF WS-BACKUP-OK = 'Y'
                   PERFORM 2300-CHECK-CONTROL-TOTALS
               END-IF
           END-IF

           IF WS-BACKUP-OK = 'N'
               MOVE 'N' TO WS-ALL-BALANCED
           END-IF
           PERFORM 2400-WRITE-VERIFICATION.

       2200-CHECK-BACKUP-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN = 'Y'
                   MOVE 'N' TO WS-BACKUP-OK
                   MOVE "records follow the trailer"
                       TO WS-REFUSE-REASON
               WHEN BK-FILE-ID NOT = WS-CURRENT-FILE
                   MOVE 'N' TO WS-BACKUP-OK
                   STRING "record for file " DELIMITED BY SIZE
                       BK-FILE-ID DELIMITED BY SIZE
                       " found" DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
               WHEN BK-HEADER
                   IF WS-HEADER-SEEN = 'Y'
                       MOVE 'N' TO WS-BACKUP-OK
                       MOVE "second header record"
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE BK-BACKUP-TIMESTAMP
                           TO WS-BACKUP-TIMESTAMP
                   END-IF
               WHEN WS-HEADER-SEEN = 'N'
                   MOVE 'N' TO WS-BACKUP-OK
                   MOVE "no header record" TO WS-REFUSE-REASON
               WHEN BK-DETAIL
                   PERFORM 7300-ADD-TO-TOTALS
               WHEN BK-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE BK-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE BK-HASH-TOTAL TO WS-TRAILER-HASH
               WHEN OTHER
                   MOVE 'N' TO WS-BACKUP-OK
                   MOVE "unknown record type" TO WS-REFUSE-REASON
           END-EVALUATE.

       2300-CHECK-CONTROL-TOTALS.
           EVALUATE TRUE
               WHEN WS-HEADER-SEEN = 'N'
                   MOVE 'N' TO WS-BACKUP-OK
                   MOVE "backup is empty" TO WS-REFUSE-REASON
               WHEN WS-TRAILER-SEEN = 'N'
                   MOVE 'N' TO WS-BACKUP-OK
                   MOVE "no trailer -- backup incomplete"
                       TO WS-REFUSE-REASON
               WHEN WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
                   MOVE 'N' TO WS-BACKUP-OK
                   MOVE "record count disagrees with trailer"
                       TO WS-REFUSE-REASON
               WHEN WS-HASH-TOTAL NOT = WS-TRAILER-HASH
                   MOVE 'N' TO WS-BACKUP-OK
                   MOVE "hash total disagrees with trailer"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

       2400-WRITE-VERIFICATION.
           INITIALIZE RELOAD-REPORT-RECORD
           STRING WS-CURRENT-FILE DELIMITED BY SIZE
               " BACKUP TAKEN " DELIMITED BY SIZE
               WS-BACKUP-TIMESTAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BACKUP-TIMESTAMP(9:6) DELIMITED BY SIZE
               INTO RELOAD-REPORT-RECORD
           END-STRING
           WRITE RELOAD-REPORT-RECORD

           MOVE WS-TRAILER-COUNT TO WS-ED-COUNT
           MOVE WS-TRAILER-HASH TO WS-ED-HASH
           INITIALIZE RELOAD-REPORT-RECORD
           STRING "  TRAILER   RECORDS " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               "  HASH " DELIMITED BY SIZE
               WS-ED-HASH DELIMITED BY SIZE
               INTO RELOAD-REPORT-RECORD
           END-STRING
           WRITE RELOAD-REPORT-RECORD

           MOVE WS-RECORD-COUNT TO WS-ED-COUNT
           MOVE WS-HASH-TOTAL TO WS-ED-HASH
           INITIALIZE RELOAD-REPORT-RECORD
           STRING "  COMPUTED  RECORDS " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               "  HASH " DELIMITED BY SIZE
               WS-ED-HASH DELIMITED BY SIZE
               INTO RELOAD-REPORT-RECORD
           END-STRING
           WRITE RELOAD-REPORT-RECORD

           INITIALIZE RELOAD-REPORT-RECORD
           IF WS-BACKUP-OK = 'Y'
               MOVE "  BALANCED" TO RELOAD-REPORT-RECORD
           ELSE
               STRING "  REFUSED -- " DELIMITED BY SIZE
                   WS-REFUSE-REASON DELIMITED BY SIZE
                   INTO RELOAD-REPORT-RECORD
               END-STRING
               DISPLAY WS-CURRENT-FILE " backup refused -- "
                   WS-REFUSE-REASON
           END-IF
           WRITE RELOAD-REPORT-RECORD
           INITIALIZE RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD.

       2900-WRITE-REFUSAL.
           INITIALIZE RELOAD-REPORT-RECORD
           MOVE "RELOAD REFUSED -- NO FILE HAS BEEN CHANGED"
               TO RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD
           DISPLAY "Reload refused -- no file has been changed."
           MOVE 28 TO WS-BATCH-RETURN-CODE.

       3000-RELOAD-FILES.
           IF RELOAD-ALL OR RELOAD-MASTER
               MOVE "USRMSTR" TO WS-CURRENT-FILE
               PERFORM 3100-RELOAD-ONE-FILE
           END-IF
           IF RELOAD-ALL OR RELOAD-HISTORY
               MOVE "PWDHIST" TO WS-CURRENT-FILE
               PERFORM 3100-RELOAD-ONE-FILE
           END-IF
           IF RELOAD-ALL OR RELOAD-LOCKOUT
               MOVE "LOCKOUT" TO WS-CURRENT-FILE
               PERFORM 3100-RELOAD-ONE-FILE
           END-IF.

      * The backup was proved a moment ago; it is read again here
      * and the records actually written are counted against its
      * trailer, so a write failure part way is still caught.
       3100-RELOAD-ONE-FILE.
           MOVE ZERO TO WS-RESTORED-COUNT
           MOVE ZERO TO WS-DUPLICATE-COUNT
           MOVE ZERO TO WS-TRAILER-COUNT

           INITIALIZE RELOAD-REPORT-RECORD
           STRING "RESTORING " DELIMITED BY SIZE
               WS-CURRENT-FILE DELIMITED BY SIZE
               INTO RELOAD-REPORT-RECORD
           END-STRING
           WRITE RELOAD-REPORT-RECORD

           PERFORM 3200-OPEN-TARGET
           IF WS-TARGET-STATUS = "00"
               PERFORM 3150-RESTORE-FROM-BACKUP
           ELSE
               INITIALIZE RELOAD-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-CURRENT-FILE DELIMITED BY SPACE
                   " COULD NOT BE OPENED, FILE STATUS "
                       DELIMITED BY SIZE
                   WS-TARGET-STATUS DELIMITED BY SIZE
                   INTO RELOAD-REPORT-RECORD
               END-STRING
               WRITE RELOAD-REPORT-RECORD
               DISPLAY WS-CURRENT-FILE " could not be opened, file "
                   "status " WS-TARGET-STATUS " -- not restored."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF
           INITIALIZE RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD.

       3150-RESTORE-FROM-BACKUP.
           PERFORM 7000-OPEN-BACKUP
           PERFORM 7100-READ-BACKUP
           PERFORM UNTIL END-OF-BACKUP
               EVALUATE TRUE
                   WHEN BK-DETAIL
                       PERFORM 3300-RESTORE-RECORD
                   WHEN BK-TRAILER
                       MOVE BK-RECORD-COUNT TO WS-TRAILER-COUNT
               END-EVALUATE
               PERFORM 7100-READ-BACKUP
           END-PERFORM
           PERFORM 7200-CLOSE-BACKUP
           PERFORM 3400-CLOSE-TARGET
           ADD WS-RESTORED-COUNT TO WS-TOTAL-RESTORED

           MOVE WS-RESTORED-COUNT TO WS-ED-COUNT
           INITIALIZE RELOAD-REPORT-RECORD
           STRING "  RECORDS RESTORED " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO RELOAD-REPORT-RECORD
           END-STRING
           WRITE RELOAD-REPORT-RECORD
           IF WS-RESTORED-COUNT NOT = WS-TRAILER-COUNT
               INITIALIZE RELOAD-REPORT-RECORD
               STRING "  RESTORED COUNT DISAGREES WITH TRAILER"
                       DELIMITED BY SIZE
                   " -- FILE IS NOT USABLE" DELIMITED BY SIZE
                   INTO RELOAD-REPORT-RECORD
               END-STRING
               WRITE RELOAD-REPORT-RECORD
               DISPLAY WS-CURRENT-FILE " restored count "
                   WS-RESTORED-COUNT " disagrees with trailer "
                   WS-TRAILER-COUNT "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF.

      * OUTPUT recreates the file empty -- the point of no return.
      * A target that will not open is not restored at all; the
      * trailer check cannot catch that for an empty backup.
       3200-OPEN-TARGET.
           EVALUATE TRUE
               WHEN CURRENT-MASTER
                   OPEN OUTPUT USER-MASTER
                   MOVE WS-MASTER-FILE-STATUS TO WS-TARGET-STATUS
               WHEN CURRENT-HISTORY
                   OPEN OUTPUT PASSWORD-HISTORY
                   MOVE WS-HISTORY-FILE-STATUS TO WS-TARGET-STATUS
               WHEN CURRENT-LOCKOUT
                   OPEN OUTPUT LOCKOUT-FILE
                   MOVE WS-LOCKOUT-FILE-STATUS TO WS-TARGET-STATUS
           END-EVALUATE.

      * A duplicate key cannot come out of an unload in key order;
      * one here means the backup was edited, and is listed and
      * fails the reload.
       3300-RESTORE-RECORD.
           INITIALIZE RELOAD-REPORT-RECORD
           EVALUATE TRUE
               WHEN CURRENT-MASTER
                   MOVE BK-IMAGE TO USER-MASTER-RECORD
                   WRITE USER-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                   END-WRITE
                   MOVE WS-MASTER-FILE-STATUS TO WS-BACKUP-STATUS
               WHEN CURRENT-HISTORY
                   MOVE BK-IMAGE TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                   END-WRITE
                   MOVE WS-HISTORY-FILE-STATUS TO WS-BACKUP-STATUS
               WHEN CURRENT-LOCKOUT
                   MOVE BK-IMAGE TO LOCKOUT-RECORD
                   WRITE LOCKOUT-RECORD
                   IF WS-LOCKOUT-FILE-STATUS = "00"
                       ADD 1 TO WS-RESTORED-COUNT
                   END-IF
                   MOVE WS-LOCKOUT-FILE-STATUS TO WS-BACKUP-STATUS
           END-EVALUATE
           IF WS-BACKUP-STATUS = "00"
               STRING "  RESTORED   " DELIMITED BY SIZE
                   BK-IMAGE(1:8) DELIMITED BY SIZE
                   INTO RELOAD-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  NOT WRITTEN " DELIMITED BY SIZE
                   BK-IMAGE(1:8) DELIMITED BY SIZE
                   " -- FILE STATUS " DELIMITED BY SIZE
                   WS-BACKUP-STATUS DELIMITED BY SIZE
                   INTO RELOAD-REPORT-RECORD
               END-STRING
           END-IF
           WRITE RELOAD-REPORT-RECORD.

       3400-CLOSE-TARGET.
           EVALUATE TRUE
               WHEN CURRENT-MASTER
                   CLOSE USER-MASTER
               WHEN CURRENT-HISTORY
                   CLOSE PASSWORD-HISTORY
               WHEN CURRENT-LOCKOUT
                   CLOSE LOCKOUT-FILE
           END-EVALUATE.

       7000-OPEN-BACKUP.
           MOVE 'N' TO WS-BACKUP-EOF-FLAG
           EVALUATE TRUE
               WHEN CURRENT-MASTER
                   OPEN INPUT MASTER-BACKUP
                   MOVE WS-MASTER-BKUP-STATUS TO WS-BACKUP-STATUS
               WHEN CURRENT-HISTORY
                   OPEN INPUT HISTORY-BACKUP
                   MOVE WS-HISTORY-BKUP-STATUS TO WS-BACKUP-STATUS
               WHEN CURRENT-LOCKOUT
                   OPEN INPUT LOCKOUT-BACKUP
                   MOVE WS-LOCKOUT-BKUP-STATUS TO WS-BACKUP-STATUS
           END-EVALUATE.

       7100-READ-BACKUP.
           EVALUATE TRUE
               WHEN CURRENT-MASTER
                   READ MASTER-BACKUP INTO BACKUP-RECORD
                       AT END
                           MOVE 'Y' TO WS-BACKUP-EOF-FLAG
                   END-READ
               WHEN CURRENT-HISTORY
                   READ HISTORY-BACKUP INTO BACKUP-RECORD
                       AT END
                           MOVE 'Y' TO WS-BACKUP-EOF-FLAG
                   END-READ
               WHEN CURRENT-LOCKOUT
                   READ LOCKOUT-BACKUP INTO BACKUP-RECORD
                       AT END
                           MOVE 'Y' TO WS-BACKUP-EOF-FLAG
                   END-READ
           END-EVALUATE.

       7200-CLOSE-BACKUP.
           EVALUATE TRUE
               WHEN CURRENT-MASTER
                   CLOSE MASTER-BACKUP
               WHEN CURRENT-HISTORY
                   CLOSE HISTORY-BACKUP
               WHEN CURRENT-LOCKOUT
                   CLOSE LOCKOUT-BACKUP
           END-EVALUATE.

      * Same weighted byte sum the unload utility builds.
       7300-ADD-TO-TOTALS.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > FUNCTION LENGTH(BK-IMAGE)
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                   FUNCTION ORD(BK-IMAGE(WS-BYTE-IDX:1)) *
                   WS-BYTE-IDX
           END-PERFORM.

       9000-TERMINATE.
           CLOSE RELOAD-REPORT
           DISPLAY "Records restored:        " WS-TOTAL-RESTORED
           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE.
