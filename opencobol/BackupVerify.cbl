      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verifies an offsite backup set taken by BackupSet
      *          and, when asked, restores it to the data directory.
      *          The set is named on data/BKUPREQ.DAT by its business
      *          date; every file listed on the set's MANIFEST.DAT is
      *          recounted by the shared BackupTotal counter and its
      *          record count and hash total compared with the
      *          manifest, with each file's outcome and every
      *          mismatch listed on data/BKUPVER.RPT. A restore (R on
      *          the request) is only attempted on a set that
      *          verified clean, and - because it replaces every live
      *          file - only under a countersigned AuthCheck
      *          approval. The Item Master is rebuilt from the set's
      *          unload image, each other file is copied back, the
      *          restored files are recounted against the manifest,
      *          and the chain's restart point is cleared so the next
      *          night starts from the restored close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-VERIFY as "BackupVerify".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-REQUEST-FILE ASSIGN TO "data/BKUPREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT SET-IMAGE-FILE ASSIGN TO WS-SET-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SET-IMAGE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY OF ITEM-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CHAIN-PROGRESS-FILE ASSIGN TO "data/CHAINPROG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "data/BKUPVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Which set, by business date, and whether to restore it (R)
      * or only verify it (V, or anything else).
       FD  BACKUP-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-REQUEST-RECORD.
           05 BKR-SET-DATE PIC X(008).
           05 BKR-ACTION PIC X(001).

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MANIFEST-RECORD.
           05 MAN-FILE-NAME PIC X(012).
           05 MAN-FORMAT PIC X(001).
           05 MAN-PRESENT PIC X(001).
           05 MAN-RECORD-COUNT PIC 9(009).
           05 MAN-HASH-TOTAL PIC 9(018).

       FD  SET-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SET-IMAGE-RECORD. COPY ITEMS
               REPLACING ==ITEM-KEY== BY ==SET-KEY==.

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  CHAIN-PROGRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAIN-PROGRESS-RECORD.
           05 CHP-BUSINESS-DATE PIC X(008).
           05 CHP-LAST-STEP PIC 9(002).

       FD  VERIFY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC X(002).
       01 WS-MANIFEST-STATUS PIC X(002).
       01 WS-SET-IMAGE-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-SET-DATE PIC X(008) VALUE SPACES.
       01 WS-REQUEST-ACTION PIC X(001) VALUE "V".
           88 RESTORE-REQUESTED VALUE "R".
       01 WS-SET-DIRECTORY PIC X(030).
       01 WS-MANIFEST-PATH PIC X(060).
       01 WS-SET-FILE-PATH PIC X(060).
       01 WS-LIVE-FILE-PATH PIC X(060).
       01 WS-COPY-COMMAND PIC X(200).
       01 WS-FILE-IDX PIC 9(003).
       01 WS-ENTRY-IDX PIC 9(003).
       01 WS-FILES-CHECKED PIC 9(003) VALUE 0.
       01 WS-FILES-RESTORED PIC 9(003) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(003) VALUE 0.
       01 WS-RELOAD-COUNT PIC 9(009) VALUE 0.
       01 WS-COUNT-ED PIC Z(8)9.
       01 WS-COUNT-2-ED PIC Z(8)9.
       01 WS-HASH-ED PIC Z(17)9.
       01 WS-HASH-2-ED PIC Z(17)9.
       01 WS-FILES-ED PIC ZZ9.
       01 WS-MISMATCH-ED PIC ZZ9.

      * The files a set carries and how each is totalled.
       01 WS-BACKUP-FILES. COPY BACKUP-FILES.

      * The set's manifest, held for the restore pass.
       01 WS-MAX-ENTRY-CAPACITY PIC 9(003) VALUE 200.
       01 WS-ENTRY-COUNT PIC 9(003) VALUE 0.
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 200 TIMES.
               10 WS-ENTRY-NAME PIC X(012).
               10 WS-ENTRY-FORMAT PIC X(001).
               10 WS-ENTRY-PRESENT PIC X(001).
                   88 ENTRY-WAS-PRESENT VALUE "Y".
               10 WS-ENTRY-RECORD-COUNT PIC 9(009).
               10 WS-ENTRY-HASH-TOTAL PIC 9(018).
               10 WS-ENTRY-FILE-IDX PIC 9(003).
               10 WS-ENTRY-REFILLED PIC X(001).
                   88 ENTRY-WAS-REFILLED VALUE "Y".

      * Control-total request handed to the shared BackupTotal
      * subprogram.
       01 WS-TOTAL-REQUEST.
           05 WS-TOT-PATH PIC X(060).
           05 WS-TOT-FORMAT PIC X(001).
           05 WS-TOT-HASH-OFFSET-1 PIC 9(003).
           05 WS-TOT-HASH-LENGTH-1 PIC 9(002).
           05 WS-TOT-HASH-OFFSET-2 PIC 9(003).
           05 WS-TOT-HASH-LENGTH-2 PIC 9(002).
           05 WS-TOT-PRESENT PIC X(001).
               88 WS-TOT-FILE-PRESENT VALUE "Y".
           05 WS-TOT-RECORD-COUNT PIC 9(009).
           05 WS-TOT-HASH-TOTAL PIC 9(018).

       01 WS-LOCK-REQUEST.
           05 WS-LOCK-ACTION PIC X(001).
           05 WS-LOCK-OWNER-NAME PIC X(012) VALUE "BACKUPVERIFY".
           05 WS-LOCK-RESULT PIC X(001).
               88 WS-LOCK-GRANTED VALUE "Y".
           05 WS-LOCK-HELD-BY PIC X(012).

      * Destructive-path authorization request handed to the shared
      * AuthCheck subprogram - a restore replaces every live file,
      * so it needs a countersigned same-day approval on file.
       01 WS-AUTH-REQUEST.
           05 WS-AUTH-PROGRAM PIC X(012) VALUE "BACKUPVERIFY".
           05 WS-AUTH-RESULT PIC X(001).
               88 WS-AUTH-GRANTED VALUE "Y".
           05 WS-AUTH-REASON PIC X(040).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT VERIFY-REPORT-FILE

           PERFORM LOAD-BACKUP-REQUEST
           IF WS-SET-DATE = SPACES
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "EXCEPTION: NO BACKUP SET DATE IN"
                   " data/BKUPREQ.DAT - NOTHING VERIFIED"
                   INTO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
               CLOSE VERIFY-REPORT-FILE
               DISPLAY "BACKUPVERIFY HALTED - NO BACKUP SET DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-SET-DIRECTORY
           STRING "offsite/BKUP" DELIMITED BY SIZE
               WS-SET-DATE DELIMITED BY SIZE
               INTO WS-SET-DIRECTORY
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
               "/MANIFEST.DAT" DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH

           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "BACKUP SET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
               " - VERIFICATION" DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           PERFORM VERIFY-BACKUP-SET
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "EXCEPTION: NO MANIFEST FOR SET "
                   DELIMITED BY SIZE
                   WS-SET-DATE DELIMITED BY SIZE
                   " - NOTHING VERIFIED" DELIMITED BY SIZE
                   INTO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
               CLOSE VERIFY-REPORT-FILE
               DISPLAY "BACKUPVERIFY HALTED - NO MANIFEST FOR SET "
                   WS-SET-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-FILES-CHECKED TO WS-FILES-ED
           MOVE WS-MISMATCH-COUNT TO WS-MISMATCH-ED
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "FILES CHECKED: " DELIMITED BY SIZE
               WS-FILES-ED DELIMITED BY SIZE
               "  MISMATCHES: " DELIMITED BY SIZE
               WS-MISMATCH-ED DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           IF WS-MISMATCH-COUNT > 0
               IF RESTORE-REQUESTED
                   MOVE "RESTORE REFUSED - THE SET FAILED VERIFICATION"
                       TO VERIFY-REPORT-RECORD
                   WRITE VERIFY-REPORT-RECORD
               END-IF
               CLOSE VERIFY-REPORT-FILE
               DISPLAY "BACKUPVERIFY - SET " WS-SET-DATE " HAS "
                   WS-MISMATCH-COUNT " MISMATCH(ES) - SEE"
                   " data/BKUPVER.RPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT RESTORE-REQUESTED
               CLOSE VERIFY-REPORT-FILE
               DISPLAY "BACKUPVERIFY - SET " WS-SET-DATE
                   " VERIFIED CLEAN, " WS-FILES-CHECKED " FILES"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               PERFORM REFILL-MISSING-KEPT-FILE
           END-PERFORM

           CALL "AuthCheck" USING WS-AUTH-REQUEST
           END-CALL
           IF NOT WS-AUTH-GRANTED
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "RESTORE REFUSED - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTH-REASON) DELIMITED BY SIZE
                   " - NOTHING RESTORED" DELIMITED BY SIZE
                   INTO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
               CLOSE VERIFY-REPORT-FILE
               DISPLAY "BACKUPVERIFY RESTORE REFUSED - "
                   FUNCTION TRIM(WS-AUTH-REASON)
                   " - SEE data/AUTHLOG.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "C" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL
           IF NOT WS-LOCK-GRANTED
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "RESTORE HALTED - ITEM MASTER LOCKED BY "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCK-HELD-BY) DELIMITED BY SIZE
                   INTO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
               CLOSE VERIFY-REPORT-FILE
               DISPLAY "BACKUPVERIFY HALTED - ITEM MASTER LOCKED BY "
                   FUNCTION TRIM(WS-LOCK-HELD-BY)
                   " - SET data/LOCKOVR.DAT TO Y TO BREAK A"
                   " CRASHED LOCK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "BACKUP SET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
               " - RESTORE TO data/" DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           MOVE 0 TO WS-MISMATCH-COUNT
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               PERFORM RESTORE-ONE-FILE
           END-PERFORM
           PERFORM CLEAR-CHAIN-PROGRESS

           MOVE "R" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL

           MOVE WS-FILES-RESTORED TO WS-FILES-ED
           MOVE WS-MISMATCH-COUNT TO WS-MISMATCH-ED
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "FILES RESTORED: " DELIMITED BY SIZE
               WS-FILES-ED DELIMITED BY SIZE
               "  FAILED OR NOT PROVED: " DELIMITED BY SIZE
               WS-MISMATCH-ED DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           CLOSE VERIFY-REPORT-FILE

           DISPLAY "BACKUPVERIFY - SET " WS-SET-DATE " RESTORED, "
               WS-FILES-RESTORED " FILES, " WS-MISMATCH-COUNT
               " FAILED OR NOT PROVED"
           MOVE 0 TO RETURN-CODE
           IF WS-MISMATCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

           LOAD-BACKUP-REQUEST SECTION.
             OPEN INPUT BACKUP-REQUEST-FILE
             IF WS-REQUEST-STATUS = "00"
                 READ BACKUP-REQUEST-FILE
                     NOT AT END
                         MOVE BKR-SET-DATE TO WS-SET-DATE
                         IF BKR-ACTION = "R"
                             MOVE "R" TO WS-REQUEST-ACTION
                         END-IF
                 END-READ
                 CLOSE BACKUP-REQUEST-FILE
             END-IF
           EXIT.

           VERIFY-BACKUP-SET SECTION.
             OPEN INPUT MANIFEST-FILE
             IF WS-MANIFEST-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MANIFEST-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         PERFORM VERIFY-ONE-FILE
                 END-READ
             END-PERFORM
             CLOSE MANIFEST-FILE
           EXIT.

      * A file the manifest lists as absent must be absent from the
      * set too; one it lists as present must be in the set with the
      * same record count and hash total.
           VERIFY-ONE-FILE SECTION.
             ADD 1 TO WS-FILES-CHECKED
             PERFORM FIND-BACKUP-FILE
             IF WS-FILE-IDX = 0
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE SPACES TO VERIFY-REPORT-RECORD
                 STRING MAN-FILE-NAME DELIMITED BY SIZE
                     " MISMATCH - NOT A FILE THE BACKUP SET CARRIES"
                     DELIMITED BY SIZE
                     INTO VERIFY-REPORT-RECORD
                 WRITE VERIFY-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF WS-ENTRY-COUNT < WS-MAX-ENTRY-CAPACITY
                 ADD 1 TO WS-ENTRY-COUNT
                 MOVE MAN-FILE-NAME TO WS-ENTRY-NAME(WS-ENTRY-COUNT)
                 MOVE MAN-FORMAT TO WS-ENTRY-FORMAT(WS-ENTRY-COUNT)
                 MOVE MAN-PRESENT TO WS-ENTRY-PRESENT(WS-ENTRY-COUNT)
                 MOVE MAN-RECORD-COUNT
                     TO WS-ENTRY-RECORD-COUNT(WS-ENTRY-COUNT)
                 MOVE MAN-HASH-TOTAL
                     TO WS-ENTRY-HASH-TOTAL(WS-ENTRY-COUNT)
                 MOVE WS-FILE-IDX TO WS-ENTRY-FILE-IDX(WS-ENTRY-COUNT)
                 MOVE "N" TO WS-ENTRY-REFILLED(WS-ENTRY-COUNT)
             END-IF

             MOVE SPACES TO WS-TOT-PATH
             STRING FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 MAN-FILE-NAME DELIMITED BY SPACE
                 INTO WS-TOT-PATH
             MOVE MAN-FORMAT TO WS-TOT-FORMAT
             IF MAN-FORMAT = "K"
                 MOVE "I" TO WS-TOT-FORMAT
             END-IF
             PERFORM TAKE-FILE-TOTALS

             MOVE SPACES TO VERIFY-REPORT-RECORD
             EVALUATE TRUE
                 WHEN MAN-PRESENT NOT = "Y"
                     AND NOT WS-TOT-FILE-PRESENT
                     STRING MAN-FILE-NAME DELIMITED BY SIZE
                         " OK - NOT PRESENT WHEN THE SET WAS TAKEN"
                         DELIMITED BY SIZE
                         INTO VERIFY-REPORT-RECORD
                 WHEN MAN-PRESENT NOT = "Y"
                     ADD 1 TO WS-MISMATCH-COUNT
                     STRING MAN-FILE-NAME DELIMITED BY SIZE
                         " MISMATCH - IN THE SET BUT LISTED AS ABSENT"
                         DELIMITED BY SIZE
                         INTO VERIFY-REPORT-RECORD
                 WHEN NOT WS-TOT-FILE-PRESENT
                     ADD 1 TO WS-MISMATCH-COUNT
                     STRING MAN-FILE-NAME DELIMITED BY SIZE
                         " MISMATCH - MISSING FROM THE SET"
                         DELIMITED BY SIZE
                         INTO VERIFY-REPORT-RECORD
                 WHEN WS-TOT-RECORD-COUNT NOT = MAN-RECORD-COUNT
                     OR WS-TOT-HASH-TOTAL NOT = MAN-HASH-TOTAL
                     ADD 1 TO WS-MISMATCH-COUNT
                     PERFORM FORMAT-TOTALS-MISMATCH
                 WHEN OTHER
                     MOVE MAN-RECORD-COUNT TO WS-COUNT-ED
                     MOVE MAN-HASH-TOTAL TO WS-HASH-ED
                     STRING MAN-FILE-NAME DELIMITED BY SIZE
                         " OK - RECORDS " DELIMITED BY SIZE
                         WS-COUNT-ED DELIMITED BY SIZE
                         " HASH " DELIMITED BY SIZE
                         WS-HASH-ED DELIMITED BY SIZE
                         INTO VERIFY-REPORT-RECORD
             END-EVALUATE
             WRITE VERIFY-REPORT-RECORD
           EXIT.

           FORMAT-TOTALS-MISMATCH SECTION.
             MOVE MAN-RECORD-COUNT TO WS-COUNT-ED
             MOVE WS-TOT-RECORD-COUNT TO WS-COUNT-2-ED
             MOVE MAN-HASH-TOTAL TO WS-HASH-ED
             MOVE WS-TOT-HASH-TOTAL TO WS-HASH-2-ED
             STRING MAN-FILE-NAME DELIMITED BY SIZE
                 " MISMATCH - MANIFEST RECORDS " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 " HASH " DELIMITED BY SIZE
                 WS-HASH-ED DELIMITED BY SIZE
                 " FOUND RECORDS " DELIMITED BY SIZE
                 WS-COUNT-2-ED DELIMITED BY SIZE
                 " HASH " DELIMITED BY SIZE
                 WS-HASH-2-ED DELIMITED BY SIZE
                 INTO VERIFY-REPORT-RECORD
           EXIT.

           FIND-BACKUP-FILE SECTION.
             PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                 UNTIL WS-FILE-IDX > BKUP-FILE-COUNT
                 IF BKUP-FILE-NAME(WS-FILE-IDX) = MAN-FILE-NAME
                     EXIT SECTION
                 END-IF
             END-PERFORM
             MOVE 0 TO WS-FILE-IDX
           EXIT.

      * WS-TOT-PATH and WS-TOT-FORMAT are set by the caller; the
      * hash fields are the file's own from BACKUP-FILES.
           TAKE-FILE-TOTALS SECTION.
             MOVE BKUP-HASH-OFFSET-1(WS-FILE-IDX)
                 TO WS-TOT-HASH-OFFSET-1
             MOVE BKUP-HASH-LENGTH-1(WS-FILE-IDX)
                 TO WS-TOT-HASH-LENGTH-1
             MOVE BKUP-HASH-OFFSET-2(WS-FILE-IDX)
                 TO WS-TOT-HASH-OFFSET-2
             MOVE BKUP-HASH-LENGTH-2(WS-FILE-IDX)
                 TO WS-TOT-HASH-LENGTH-2
             CALL "BackupTotal" USING WS-TOTAL-REQUEST
             END-CALL
           EXIT.

      * A file absent when the set was taken, and one the set keeps
      * but never puts back, leave the live copy as it is. Every
      * restored file is recounted where it now lies.
           RESTORE-ONE-FILE SECTION.
             MOVE WS-ENTRY-FILE-IDX(WS-ENTRY-IDX) TO WS-FILE-IDX
             MOVE SPACES TO VERIFY-REPORT-RECORD
             IF NOT ENTRY-WAS-PRESENT(WS-ENTRY-IDX)
                 STRING WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SIZE
                     " NOT RESTORED - ABSENT WHEN THE SET WAS TAKEN"
                     DELIMITED BY SIZE
                     INTO VERIFY-REPORT-RECORD
                 WRITE VERIFY-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF ENTRY-WAS-REFILLED(WS-ENTRY-IDX)
                 STRING WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SIZE
                     " RESTORED - NO LIVE FILE WAS LEFT"
                     DELIMITED BY SIZE
                     INTO VERIFY-REPORT-RECORD
                 WRITE VERIFY-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF BKUP-RESTORE(WS-FILE-IDX) NOT = "R"
                 STRING WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SIZE
                     " NOT RESTORED - LIVE FILE KEPT" DELIMITED BY SIZE
                     INTO VERIFY-REPORT-RECORD
                 WRITE VERIFY-REPORT-RECORD
                 EXIT SECTION
             END-IF

             MOVE SPACES TO WS-SET-FILE-PATH
             STRING FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SPACE
                 INTO WS-SET-FILE-PATH
             MOVE SPACES TO WS-LIVE-FILE-PATH
             STRING "data/" DELIMITED BY SIZE
                 WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SPACE
                 INTO WS-LIVE-FILE-PATH
             IF WS-ENTRY-FORMAT(WS-ENTRY-IDX) = "K"
                 PERFORM RELOAD-ITEM-MASTER
             ELSE
                 MOVE SPACES TO WS-COPY-COMMAND
                 STRING "cp " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SET-FILE-PATH) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LIVE-FILE-PATH)
                     DELIMITED BY SIZE
                     INTO WS-COPY-COMMAND
                 MOVE 0 TO RETURN-CODE
                 CALL "SYSTEM" USING WS-COPY-COMMAND
                 END-CALL
             END-IF
             IF RETURN-CODE NOT = 0
                 ADD 1 TO WS-MISMATCH-COUNT
                 STRING WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SIZE
                     " RESTORE FAILED" DELIMITED BY SIZE
                     INTO VERIFY-REPORT-RECORD
                 WRITE VERIFY-REPORT-RECORD
                 EXIT SECTION
             END-IF

             MOVE WS-LIVE-FILE-PATH TO WS-TOT-PATH
             MOVE WS-ENTRY-FORMAT(WS-ENTRY-IDX) TO WS-TOT-FORMAT
             PERFORM TAKE-FILE-TOTALS
             IF WS-TOT-RECORD-COUNT
                     = WS-ENTRY-RECORD-COUNT(WS-ENTRY-IDX)
                 AND WS-TOT-HASH-TOTAL
                     = WS-ENTRY-HASH-TOTAL(WS-ENTRY-IDX)
                 ADD 1 TO WS-FILES-RESTORED
                 STRING WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SIZE
                     " RESTORED AND PROVED" DELIMITED BY SIZE
                     INTO VERIFY-REPORT-RECORD
             ELSE
                 ADD 1 TO WS-MISMATCH-COUNT
                 STRING WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SIZE
                     " RESTORED BUT TOTALS DO NOT AGREE WITH THE"
                     DELIMITED BY SIZE
                     " MANIFEST" DELIMITED BY SIZE
                     INTO VERIFY-REPORT-RECORD
             END-IF
             WRITE VERIFY-REPORT-RECORD
           EXIT.

      * A kept file - the authorization log - is never written over,
      * but when the data directory has lost it the set's copy goes
      * back first, so the authorization that records this restore
      * is appended to its history rather than starting a new log.
           REFILL-MISSING-KEPT-FILE SECTION.
             MOVE WS-ENTRY-FILE-IDX(WS-ENTRY-IDX) TO WS-FILE-IDX
             IF NOT ENTRY-WAS-PRESENT(WS-ENTRY-IDX)
                 OR BKUP-RESTORE(WS-FILE-IDX) = "R"
                 EXIT SECTION
             END-IF
             MOVE SPACES TO WS-LIVE-FILE-PATH
             STRING "data/" DELIMITED BY SIZE
                 WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SPACE
                 INTO WS-LIVE-FILE-PATH
             MOVE WS-LIVE-FILE-PATH TO WS-TOT-PATH
             MOVE WS-ENTRY-FORMAT(WS-ENTRY-IDX) TO WS-TOT-FORMAT
             PERFORM TAKE-FILE-TOTALS
             IF WS-TOT-FILE-PRESENT
                 EXIT SECTION
             END-IF
             MOVE SPACES TO WS-COPY-COMMAND
             STRING "cp " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-ENTRY-NAME(WS-ENTRY-IDX) DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LIVE-FILE-PATH) DELIMITED BY SIZE
                 INTO WS-COPY-COMMAND
             MOVE 0 TO RETURN-CODE
             CALL "SYSTEM" USING WS-COPY-COMMAND
             END-CALL
             IF RETURN-CODE = 0
                 MOVE "Y" TO WS-ENTRY-REFILLED(WS-ENTRY-IDX)
             END-IF
           EXIT.

      * The keyed master is rebuilt from the set's unload image, the
      * same way SnapRestore rebuilds it from a snapshot slot.
           RELOAD-ITEM-MASTER SECTION.
             MOVE 0 TO RETURN-CODE
             MOVE 0 TO WS-RELOAD-COUNT
             OPEN INPUT SET-IMAGE-FILE
             IF WS-SET-IMAGE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             OPEN OUTPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 CLOSE SET-IMAGE-FILE
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ SET-IMAGE-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE SET-IMAGE-RECORD TO ITEM-MASTER-RECORD
                       WRITE ITEM-MASTER-RECORD
                           INVALID KEY
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-RELOAD-COUNT
                       END-WRITE
                 END-READ
             END-PERFORM
             CLOSE ITEM-MASTER-FILE
             CLOSE SET-IMAGE-FILE
           EXIT.

      * The restored files are a finished night's close; a restart
      * point left by a half-run chain would resume that night
      * against them.
           CLEAR-CHAIN-PROGRESS SECTION.
             OPEN OUTPUT CHAIN-PROGRESS-FILE
             CLOSE CHAIN-PROGRESS-FILE
           EXIT.

       END PROGRAM BACKUP-VERIFY.
