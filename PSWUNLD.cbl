       IDENTIFICATION DIVISION.
       PROGRAM-ID. KeyedFileUnload.

      * Unload utility for the files the stream updates in place.
      * USRMSTR and PWDHIST are rewritten record by record by the
      * validation service, the lockout and expiry sweeps, the
      * maintenance program and the integrity audit, and LOCKOUT is
      * appended to by the lockout sweep and rewritten whole by the
      * integrity audit -- a failure part way through any of them
      * leaves a file nobody can vouch for. This step copies each
      * one to a sequential backup (USRBKUP, HSTBKUP, LCKBKUP) in
      * the BKUPREC layout: a header stamped with the moment the
      * unload began, a detail per record, and a trailer with the
      * record count and hash total. The reload step rebuilds a file
      * from its backup only when those totals balance, and forward
      * recovery re-applies the logged changes made after the
      * header's timestamp.
      *
      * Backups are dated by their header; allocate each DD as a new
      * generation so earlier backups are kept. The command line
      * names the file to unload -- USRMSTR, PWDHIST or LOCKOUT --
      * or ALL (the default) for all three. Run it with the stream
      * quiet: a record changed while its file is being unloaded may
      * or may not be in the backup. A file that cannot be read, or a
      * backup that cannot be opened or written, is a hard failure
      * (return code 28): the unload of that file stops and its
      * backup is left with no trailer so it can never be reloaded.

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

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-LOCKOUT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MASTER-BKUP-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-BKUP-STATUS    PIC XX VALUE SPACES.
       01 WS-LOCKOUT-BKUP-STATUS    PIC XX VALUE SPACES.

       01 WS-MASTER-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-MASTER                VALUE 'Y'.
       01 WS-HISTORY-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-HISTORY               VALUE 'Y'.
       01 WS-LOCKOUT-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-LOCKOUT-FILE          VALUE 'Y'.
       01 WS-BKUP-FAILED-FLAG       PIC X VALUE 'N'.
          88 BACKUP-WRITE-FAILED          VALUE 'Y'.

       01 WS-RUN-PARM               PIC X(80) VALUE SPACES.
       01 WS-UNLOAD-SELECT          PIC X(8) VALUE SPACES.
          88 UNLOAD-ALL                    VALUE "ALL".
          88 UNLOAD-MASTER                 VALUE "USRMSTR".
          88 UNLOAD-HISTORY                VALUE "PWDHIST".
          88 UNLOAD-LOCKOUT                VALUE "LOCKOUT".

       01 WS-BACKUP-TIMESTAMP       PIC X(21) VALUE SPACES.
       01 WS-BATCH-RETURN-CODE      PIC 9(2) VALUE ZERO.

      * Control totals for the file currently being unloaded.
       01 WS-RECORD-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-HASH-TOTAL             PIC 9(15) VALUE ZERO.
       01 WS-BYTE-IDX               PIC 9(3) VALUE ZERO.

       01 WS-MASTER-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-MASTER-HASH            PIC 9(15) VALUE ZERO.
       01 WS-HISTORY-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-HISTORY-HASH           PIC 9(15) VALUE ZERO.
       01 WS-LOCKOUT-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-LOCKOUT-HASH           PIC 9(15) VALUE ZERO.

           COPY BKUPREC.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-BATCH-RETURN-CODE = ZERO
               IF UNLOAD-ALL OR UNLOAD-MASTER
                   PERFORM 2000-UNLOAD-MASTER
               END-IF
               IF UNLOAD-ALL OR UNLOAD-HISTORY
                   PERFORM 3000-UNLOAD-HISTORY
               END-IF
               IF UNLOAD-ALL OR UNLOAD-LOCKOUT
                   PERFORM 4000-UNLOAD-LOCKOUT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-BACKUP-TIMESTAMP

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-UNLOAD-SELECT
           IF WS-UNLOAD-SELECT = SPACES
               MOVE "ALL" TO WS-UNLOAD-SELECT
           END-IF
           IF NOT UNLOAD-ALL AND NOT UNLOAD-MASTER AND
              NOT UNLOAD-HISTORY AND NOT UNLOAD-LOCKOUT
               DISPLAY "Unknown file " WS-UNLOAD-SELECT
                   " -- expected USRMSTR, PWDHIST, LOCKOUT or ALL."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           END-IF.

       2000-UNLOAD-MASTER.
           OPEN INPUT USER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "USER-MASTER (USRMSTR) could not be opened, "
                   "file status " WS-MASTER-FILE-STATUS "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           ELSE
               OPEN OUTPUT MASTER-BACKUP
               IF WS-MASTER-BKUP-STATUS NOT = "00"
                   DISPLAY "MASTER-BACKUP (USRBKUP) could not be "
                       "opened, file status " WS-MASTER-BKUP-STATUS
                       " -- USRMSTR not unloaded."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
                   CLOSE USER-MASTER
               ELSE
                   MOVE 'N' TO WS-BKUP-FAILED-FLAG
                   MOVE "USRMSTR" TO BK-FILE-ID
                   PERFORM 7000-BUILD-HEADER
                   PERFORM 2200-WRITE-MASTER-BACKUP
                   MOVE ZERO TO WS-RECORD-COUNT
                   MOVE ZERO TO WS-HASH-TOTAL
                   IF NOT BACKUP-WRITE-FAILED
                       PERFORM 2100-READ-MASTER
                   END-IF
                   PERFORM UNTIL END-OF-MASTER
                       MOVE "USRMSTR" TO BK-FILE-ID
                       MOVE USER-MASTER-RECORD TO BK-IMAGE
                       PERFORM 7100-BUILD-DETAIL
                       PERFORM 2200-WRITE-MASTER-BACKUP
                       IF NOT BACKUP-WRITE-FAILED
                           PERFORM 2100-READ-MASTER
                       END-IF
                   END-PERFORM
                   IF NOT BACKUP-WRITE-FAILED
                       IF WS-MASTER-FILE-STATUS = "10"
                           MOVE "USRMSTR" TO BK-FILE-ID
                           PERFORM 7200-BUILD-TRAILER
                           PERFORM 2200-WRITE-MASTER-BACKUP
                       ELSE
                           DISPLAY "USER-MASTER (USRMSTR) read failed, "
                               "file status " WS-MASTER-FILE-STATUS
                               " -- backup left without a trailer."
                           MOVE 28 TO WS-BATCH-RETURN-CODE
                       END-IF
                   END-IF
                   MOVE WS-RECORD-COUNT TO WS-MASTER-COUNT
                   MOVE WS-HASH-TOTAL TO WS-MASTER-HASH
                   CLOSE MASTER-BACKUP
                   CLOSE USER-MASTER
               END-IF
           END-IF.

      * Any status other than a clean read ends the walk; the caller
      * tells end of file (10) from a failure by the status.
       2100-READ-MASTER.
           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-READ
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-IF.

      * A backup record that cannot be written ends the unload of
      * the file; the backup is left without a trailer.
       2200-WRITE-MASTER-BACKUP.
           WRITE MASTER-BACKUP-RECORD FROM BACKUP-RECORD
           IF WS-MASTER-BKUP-STATUS NOT = "00"
               DISPLAY "MASTER-BACKUP (USRBKUP) write failed, file "
                   "status " WS-MASTER-BKUP-STATUS
                   " -- USRMSTR unload stopped."
               MOVE 28 TO WS-BATCH-RETURN-CODE
               MOVE 'Y' TO WS-BKUP-FAILED-FLAG
               MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-IF.

       3000-UNLOAD-HISTORY.
           OPEN INPUT PASSWORD-HISTORY
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "PASSWORD-HISTORY (PWDHIST) could not be "
                   "opened, file status " WS-HISTORY-FILE-STATUS "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           ELSE
               OPEN OUTPUT HISTORY-BACKUP
               IF WS-HISTORY-BKUP-STATUS NOT = "00"
                   DISPLAY "HISTORY-BACKUP (HSTBKUP) could not be "
                       "opened, file status " WS-HISTORY-BKUP-STATUS
                       " -- PWDHIST not unloaded."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
                   CLOSE PASSWORD-HISTORY
               ELSE
                   MOVE 'N' TO WS-BKUP-FAILED-FLAG
                   MOVE "PWDHIST" TO BK-FILE-ID
                   PERFORM 7000-BUILD-HEADER
                   PERFORM 3200-WRITE-HISTORY-BACKUP
                   MOVE ZERO TO WS-RECORD-COUNT
                   MOVE ZERO TO WS-HASH-TOTAL
                   IF NOT BACKUP-WRITE-FAILED
                       PERFORM 3100-READ-HISTORY
                   END-IF
                   PERFORM UNTIL END-OF-HISTORY
                       MOVE "PWDHIST" TO BK-FILE-ID
                       MOVE HISTORY-RECORD TO BK-IMAGE
                       PERFORM 7100-BUILD-DETAIL
                       PERFORM 3200-WRITE-HISTORY-BACKUP
                       IF NOT BACKUP-WRITE-FAILED
                           PERFORM 3100-READ-HISTORY
                       END-IF
                   END-PERFORM
                   IF NOT BACKUP-WRITE-FAILED
                       IF WS-HISTORY-FILE-STATUS = "10"
                           MOVE "PWDHIST" TO BK-FILE-ID
                           PERFORM 7200-BUILD-TRAILER
                           PERFORM 3200-WRITE-HISTORY-BACKUP
                       ELSE
                           DISPLAY "PASSWORD-HISTORY (PWDHIST) read "
                               "failed, file status "
                               WS-HISTORY-FILE-STATUS
                               " -- backup left without a trailer."
                           MOVE 28 TO WS-BATCH-RETURN-CODE
                       END-IF
                   END-IF
                   MOVE WS-RECORD-COUNT TO WS-HISTORY-COUNT
                   MOVE WS-HASH-TOTAL TO WS-HISTORY-HASH
                   CLOSE HISTORY-BACKUP
                   CLOSE PASSWORD-HISTORY
               END-IF
           END-IF.

       3100-READ-HISTORY.
           READ PASSWORD-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-READ
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-IF.

       3200-WRITE-HISTORY-BACKUP.
           WRITE HISTORY-BACKUP-RECORD FROM BACKUP-RECORD
           IF WS-HISTORY-BKUP-STATUS NOT = "00"
               DISPLAY "HISTORY-BACKUP (HSTBKUP) write failed, file "
                   "status " WS-HISTORY-BKUP-STATUS
                   " -- PWDHIST unload stopped."
               MOVE 28 TO WS-BATCH-RETURN-CODE
               MOVE 'Y' TO WS-BKUP-FAILED-FLAG
               MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-IF.

      * LOCKOUT is sequential; a file that does not exist yet is a
      * legitimate empty file, backed up as header and zero trailer.
       4000-UNLOAD-LOCKOUT.
           OPEN INPUT LOCKOUT-FILE
           IF WS-LOCKOUT-FILE-STATUS NOT = "00" AND
              WS-LOCKOUT-FILE-STATUS NOT = "35"
               DISPLAY "LOCKOUT-FILE (LOCKOUT) could not be opened, "
                   "file status " WS-LOCKOUT-FILE-STATUS "."
               MOVE 28 TO WS-BATCH-RETURN-CODE
           ELSE
               OPEN OUTPUT LOCKOUT-BACKUP
               IF WS-LOCKOUT-BKUP-STATUS NOT = "00"
                   DISPLAY "LOCKOUT-BACKUP (LCKBKUP) could not be "
                       "opened, file status " WS-LOCKOUT-BKUP-STATUS
                       " -- LOCKOUT not unloaded."
                   MOVE 28 TO WS-BATCH-RETURN-CODE
                   IF WS-LOCKOUT-FILE-STATUS = "00"
                       CLOSE LOCKOUT-FILE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-BKUP-FAILED-FLAG
                   MOVE "LOCKOUT" TO BK-FILE-ID
                   PERFORM 7000-BUILD-HEADER
                   PERFORM 4200-WRITE-LOCKOUT-BACKUP
                   MOVE ZERO TO WS-RECORD-COUNT
                   MOVE ZERO TO WS-HASH-TOTAL
                   IF WS-LOCKOUT-FILE-STATUS = "00"
                       IF NOT BACKUP-WRITE-FAILED
                           PERFORM 4100-READ-LOCKOUT
                       END-IF
                       PERFORM UNTIL END-OF-LOCKOUT-FILE
                           MOVE "LOCKOUT" TO BK-FILE-ID
                           MOVE LOCKOUT-RECORD TO BK-IMAGE
                           PERFORM 7100-BUILD-DETAIL
                           PERFORM 4200-WRITE-LOCKOUT-BACKUP
                           IF NOT BACKUP-WRITE-FAILED
                               PERFORM 4100-READ-LOCKOUT
                           END-IF
                       END-PERFORM
                       CLOSE LOCKOUT-FILE
                   END-IF
                   IF NOT BACKUP-WRITE-FAILED
                       MOVE "LOCKOUT" TO BK-FILE-ID
                       PERFORM 7200-BUILD-TRAILER
                       PERFORM 4200-WRITE-LOCKOUT-BACKUP
                   END-IF
                   MOVE WS-RECORD-COUNT TO WS-LOCKOUT-COUNT
                   MOVE WS-HASH-TOTAL TO WS-LOCKOUT-HASH
                   CLOSE LOCKOUT-BACKUP
               END-IF
           END-IF.

       4100-READ-LOCKOUT.
           READ LOCKOUT-FILE
               AT END
                   MOVE 'Y' TO WS-LOCKOUT-EOF-FLAG
           END-READ.

       4200-WRITE-LOCKOUT-BACKUP.
           WRITE LOCKOUT-BACKUP-RECORD FROM BACKUP-RECORD
           IF WS-LOCKOUT-BKUP-STATUS NOT = "00"
               DISPLAY "LOCKOUT-BACKUP (LCKBKUP) write failed, file "
                   "status " WS-LOCKOUT-BKUP-STATUS
                   " -- LOCKOUT unload stopped."
               MOVE 28 TO WS-BATCH-RETURN-CODE
               MOVE 'Y' TO WS-BKUP-FAILED-FLAG
               MOVE 'Y' TO WS-LOCKOUT-EOF-FLAG
           END-IF.

      * The caller sets BK-FILE-ID (and, for a detail, BK-IMAGE)
      * before each of these; the trailer takes the running totals.
       7000-BUILD-HEADER.
           MOVE "HDR" TO BK-REC-TYPE
           MOVE SPACES TO BK-IMAGE
           MOVE WS-BACKUP-TIMESTAMP TO BK-BACKUP-TIMESTAMP.

       7100-BUILD-DETAIL.
           MOVE "DTL" TO BK-REC-TYPE
           ADD 1 TO WS-RECORD-COUNT
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > FUNCTION LENGTH(BK-IMAGE)
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                   FUNCTION ORD(BK-IMAGE(WS-BYTE-IDX:1)) *
                   WS-BYTE-IDX
           END-PERFORM.

       7200-BUILD-TRAILER.
           MOVE "TRL" TO BK-REC-TYPE
           MOVE SPACES TO BK-IMAGE
           MOVE WS-RECORD-COUNT TO BK-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO BK-HASH-TOTAL.

       9000-TERMINATE.
           DISPLAY "Backup timestamp:        " WS-BACKUP-TIMESTAMP
           IF UNLOAD-ALL OR UNLOAD-MASTER
               DISPLAY "USRMSTR records unloaded: " WS-MASTER-COUNT
                   "  hash total " WS-MASTER-HASH
           END-IF
           IF UNLOAD-ALL OR UNLOAD-HISTORY
               DISPLAY "PWDHIST records unloaded: " WS-HISTORY-COUNT
                   "  hash total " WS-HISTORY-HASH
           END-IF
           IF UNLOAD-ALL OR UNLOAD-LOCKOUT
               DISPLAY "LOCKOUT records unloaded: " WS-LOCKOUT-COUNT
                   "  hash total " WS-LOCKOUT-HASH
           END-IF

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE.
