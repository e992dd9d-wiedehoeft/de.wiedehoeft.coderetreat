      ******************************************************************
      * Author:
      * Date:
      * Purpose: Takes the night's offsite backup set as the final
      *          step of the nightly chain. Every data file the
      *          system keeps (see BACKUP-FILES - the ledgers, the
      *          masters, the control files and the standing
      *          satellite files) is copied into a set named for the
      *          business date, offsite/BKUPyyyymmdd/, with the
      *          indexed Item Master carried as a sequential unload
      *          image. The set's MANIFEST.DAT records, for each
      *          file, whether it existed, its record count and a
      *          hash total of its key numeric fields, taken from the
      *          live file by the shared BackupTotal counter, so
      *          BackupVerify can later prove the copy - or restore
      *          from it - when the data directory itself is lost.
      *          The snapshots and the archive cover the Item Master
      *          alone; this covers everything.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-SET as "BackupSet".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY OF ITEM-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SET-IMAGE-FILE ASSIGN TO WS-TARGET-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

      * The Item Master's unload image inside the set - the same
      * layout as ITEMSEQ.DAT, so MstrLoad could rebuild from it too.
       FD  SET-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SET-IMAGE-RECORD. COPY ITEMS
               REPLACING ==ITEM-KEY== BY ==SET-KEY==.

      * One line per file in the set: name, format code, whether the
      * file existed when the set was taken, its record count and
      * its hash total.
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MANIFEST-RECORD.
           05 MAN-FILE-NAME PIC X(012).
           05 MAN-FORMAT PIC X(001).
           05 MAN-PRESENT PIC X(001).
           05 MAN-RECORD-COUNT PIC 9(009).
           05 MAN-HASH-TOTAL PIC 9(018).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-TARGET-STATUS PIC X(002).
       01 WS-MANIFEST-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-SET-DIRECTORY PIC X(030).
       01 WS-TARGET-PATH PIC X(060).
       01 WS-MANIFEST-PATH PIC X(060).
       01 WS-COPY-COMMAND PIC X(200).
       01 WS-FILE-IDX PIC 9(003).
       01 WS-FILES-COPIED PIC 9(003) VALUE 0.
       01 WS-FILES-ABSENT PIC 9(003) VALUE 0.
       01 WS-FILES-FAILED PIC 9(003) VALUE 0.
       01 WS-UNLOAD-COUNT PIC 9(009) VALUE 0.

      * The files the set carries and how each is totalled.
       01 WS-BACKUP-FILES. COPY BACKUP-FILES.

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

      * Item Master interlock request handed to the shared MasterLock
      * subprogram - the unload must not read through another
      * writer's half-finished pass.
       01 WS-LOCK-REQUEST.
           05 WS-LOCK-ACTION PIC X(001).
           05 WS-LOCK-OWNER-NAME PIC X(012) VALUE "BACKUPSET".
           05 WS-LOCK-RESULT PIC X(001).
               88 WS-LOCK-GRANTED VALUE "Y".
           05 WS-LOCK-HELD-BY PIC X(012).

       01 WS-RUN-STATUS-REQ.
           05 WS-RS-ACTION PIC X(001).
           05 WS-RS-STEP-NAME PIC X(012) VALUE "BACKUPSET".
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "S" TO WS-RS-ACTION
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           PERFORM LOAD-BUSINESS-DATE
           PERFORM CREATE-SET-DIRECTORY
           IF RETURN-CODE NOT = 0
               DISPLAY "BACKUPSET HALTED - CANNOT CREATE "
                   FUNCTION TRIM(WS-SET-DIRECTORY)
               MOVE 8 TO RETURN-CODE
               PERFORM STAMP-RUN-STATUS-END
               STOP RUN
           END-IF

           MOVE "C" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL
           IF NOT WS-LOCK-GRANTED
               DISPLAY "BACKUPSET HALTED - ITEM MASTER LOCKED BY "
                   FUNCTION TRIM(WS-LOCK-HELD-BY)
                   " - SET data/LOCKOVR.DAT TO Y TO BREAK A"
                   " CRASHED LOCK"
               MOVE 8 TO RETURN-CODE
               PERFORM STAMP-RUN-STATUS-END
               STOP RUN
           END-IF

           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
               "/MANIFEST.DAT" DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           OPEN OUTPUT MANIFEST-FILE

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > BKUP-FILE-COUNT
               PERFORM BACKUP-ONE-FILE
           END-PERFORM

           CLOSE MANIFEST-FILE

           MOVE "R" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL

           DISPLAY "BACKUPSET - " WS-FILES-COPIED " FILES COPIED, "
               WS-FILES-ABSENT " NOT PRESENT, " WS-FILES-FAILED
               " FAILED - SET " FUNCTION TRIM(WS-SET-DIRECTORY)

           MOVE 0 TO RETURN-CODE
           IF WS-FILES-FAILED > 0
               DISPLAY "BACKUPSET - THE SET IS INCOMPLETE, RESUBMIT"
                   " THE STEP ONCE THE COPY FAULT IS CLEARED"
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM STAMP-RUN-STATUS-END

           STOP RUN.

           STAMP-RUN-STATUS-END SECTION.
             MOVE "E" TO WS-RS-ACTION
             MOVE RETURN-CODE TO WS-RS-COND-CODE
             MOVE WS-FILES-COPIED TO WS-RS-ROW-COUNT
             CALL "RunStatus" USING WS-RUN-STATUS-REQ
             END-CALL
           EXIT.

      * The set is named for the business date whose close it holds
      * - the same date PublishMaster stamps on the query copy.
           LOAD-BUSINESS-DATE SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       IF BUS-LAST-AGED-DATE IS NUMERIC
                           AND BUS-LAST-AGED-DATE NOT = 0
                           MOVE BUS-LAST-AGED-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
           EXIT.

      * A set retaken for the same date starts empty, so no file
      * left from the earlier attempt can pass for tonight's.
           CREATE-SET-DIRECTORY SECTION.
             MOVE SPACES TO WS-SET-DIRECTORY
             STRING "offsite/BKUP" DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO WS-SET-DIRECTORY
             MOVE SPACES TO WS-COPY-COMMAND
             STRING "mkdir -p " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
                 " && rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
                 "/*" DELIMITED BY SIZE
                 INTO WS-COPY-COMMAND
             MOVE 0 TO RETURN-CODE
             CALL "SYSTEM" USING WS-COPY-COMMAND
             END-CALL
           EXIT.

      * Totals come from the live file, so the manifest says what
      * the system held - a short or damaged copy then shows up as a
      * mismatch at verification instead of being taken as the
      * truth. A file that does not exist is listed as absent and
      * nothing is copied.
           BACKUP-ONE-FILE SECTION.
             MOVE SPACES TO WS-TOT-PATH
             STRING "data/" DELIMITED BY SIZE
                 BKUP-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
                 INTO WS-TOT-PATH
             MOVE BKUP-FORMAT(WS-FILE-IDX) TO WS-TOT-FORMAT
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

             MOVE BKUP-FILE-NAME(WS-FILE-IDX) TO MAN-FILE-NAME
             MOVE BKUP-FORMAT(WS-FILE-IDX) TO MAN-FORMAT
             MOVE WS-TOT-PRESENT TO MAN-PRESENT
             MOVE WS-TOT-RECORD-COUNT TO MAN-RECORD-COUNT
             MOVE WS-TOT-HASH-TOTAL TO MAN-HASH-TOTAL
             WRITE MANIFEST-RECORD

             IF NOT WS-TOT-FILE-PRESENT
                 ADD 1 TO WS-FILES-ABSENT
                 EXIT SECTION
             END-IF

             MOVE SPACES TO WS-TARGET-PATH
             STRING FUNCTION TRIM(WS-SET-DIRECTORY) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 BKUP-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
                 INTO WS-TARGET-PATH
             IF BKUP-FORMAT(WS-FILE-IDX) = "K"
                 PERFORM UNLOAD-ITEM-MASTER
             ELSE
                 MOVE SPACES TO WS-COPY-COMMAND
                 STRING "cp " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TOT-PATH) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TARGET-PATH) DELIMITED BY SIZE
                     INTO WS-COPY-COMMAND
                 MOVE 0 TO RETURN-CODE
                 CALL "SYSTEM" USING WS-COPY-COMMAND
                 END-CALL
             END-IF

             IF RETURN-CODE = 0
                 ADD 1 TO WS-FILES-COPIED
             ELSE
                 ADD 1 TO WS-FILES-FAILED
                 DISPLAY "BACKUPSET - COPY OF "
                     FUNCTION TRIM(WS-TOT-PATH) " FAILED"
             END-IF
           EXIT.

      * The indexed master goes into the set as its sequential
      * unload, which any restore can reload whatever the keyed
      * file's physical form.
           UNLOAD-ITEM-MASTER SECTION.
             MOVE 0 TO RETURN-CODE
             MOVE 0 TO WS-UNLOAD-COUNT
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             OPEN OUTPUT SET-IMAGE-FILE
             IF WS-TARGET-STATUS NOT = "00"
                 CLOSE ITEM-MASTER-FILE
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE ITEM-MASTER-RECORD TO SET-IMAGE-RECORD
                       WRITE SET-IMAGE-RECORD
                       ADD 1 TO WS-UNLOAD-COUNT
                 END-READ
             END-PERFORM
             CLOSE SET-IMAGE-FILE
             CLOSE ITEM-MASTER-FILE
             IF WS-UNLOAD-COUNT NOT = WS-TOT-RECORD-COUNT
                 MOVE 8 TO RETURN-CODE
             END-IF
           EXIT.

       END PROGRAM BACKUP-SET.
