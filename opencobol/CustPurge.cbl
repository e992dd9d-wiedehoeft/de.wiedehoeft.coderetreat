      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention purge of customer identifiers. Once a
      *          reservation or a return is older than its file's
      *          retention period (data/PURGECTL.DAT, days per file,
      *          defaults below) the customer reference on it is
      *          cleared - blanked, or pseudonymized to a fixed
      *          *PURGED* marker so the row still shows a reference
      *          was given - while the store, item, quantities and
      *          dates stay exactly as they were. Covered: closed
      *          reservations still on data/RESERV.DAT (only a row
      *          whose expiry is older than the cutoff - an open
      *          hold is never touched), the posted-returns ledger
      *          data/CRETHIS.DAT with its yearly archives
      *          data/CHISyyyy.DAT, and the return-check ledger
      *          data/CRETCHK.DAT. Each file is rewritten through a
      *          scratch copy with record-count balancing as
      *          Retention does - read must equal purged plus
      *          already clear plus retained, or the file is left
      *          untouched and the job fails. Every file's counts
      *          go to data/CUSTPURG.RPT and to the permanent log
      *          data/PURGELOG.DAT. Destructive, so the run must be
      *          authorized through AuthCheck like the restores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PURGE as "CustPurge".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-CONTROL-FILE ASSIGN TO "data/PURGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PURGE-SCRATCH-FILE ASSIGN TO "data/PURGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRATCH-STATUS.
           SELECT PURGE-LOG-FILE ASSIGN TO "data/PURGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGELOG-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO "data/CUSTPURG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One line per covered file overriding its default: the file
      * key (RESERV, CRETHIS - which also governs the CHIS yearly
      * archives - or CRETCHK), the retention period in days, and
      * the method: B blanks the reference, P pseudonymizes it.
       FD  PURGE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PURGE-CONTROL-RECORD.
           05 PGC-FILE-KEY PIC X(008).
           05 PGC-DAYS PIC 9(004).
           05 PGC-METHOD PIC X(001).

       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-RECORD PIC X(250).

       FD  PURGE-SCRATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PURGE-SCRATCH-RECORD PIC X(250).

      * The permanent purge log: one line per file per run, with the
      * cutoff applied and the balancing counts.
       FD  PURGE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  PURGE-LOG-RECORD.
           05 PGL-RUN-DATE PIC X(008).
           05 PGL-RUN-TIME PIC X(006).
           05 PGL-FILE-PATH PIC X(030).
           05 PGL-CUTOFF-DATE PIC X(008).
           05 PGL-DAYS PIC 9(004).
           05 PGL-METHOD PIC X(001).
           05 PGL-READ-COUNT PIC 9(007).
           05 PGL-PURGED-COUNT PIC 9(007).
           05 PGL-CLEAR-COUNT PIC 9(007).
           05 PGL-RETAINED-COUNT PIC 9(007).
           05 PGL-RESULT PIC X(008).

       FD  PURGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PURGE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC X(002).
       01 WS-LEDGER-STATUS PIC X(002).
       01 WS-SCRATCH-STATUS PIC X(002).
       01 WS-PURGELOG-STATUS PIC X(002).
       01 WS-LEDGER-PATH PIC X(030).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".

      * Operator authorization request handed to the shared AuthCheck
      * subprogram - a purge cannot be undone, so it runs only with a
      * countersigned same-day authorization naming CUSTPURGE.
       01 WS-AUTH-REQUEST.
           05 WS-AUTH-PROGRAM PIC X(012) VALUE "CUSTPURGE".
           05 WS-AUTH-RESULT PIC X(001).
               88 WS-AUTH-GRANTED VALUE "Y".
           05 WS-AUTH-REASON PIC X(040).

       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-TODAY-DATE PIC X(008).
       01 WS-DATE-INT PIC 9(008).

      * The covered files: path, control key, where the YYYYMMDD and
      * the customer reference sit in the record, the reference
      * length, the yearly archive prefix (blank when none), and the
      * default retention days and method. For a reservation the
      * date is the expiry date, so an open hold never qualifies.
       01 WS-PURGE-TABLE-DATA.
           05 FILLER PIC X(038) VALUE
               "data/RESERV.DAT               RESERV  ".
           05 FILLER PIC X(025) VALUE
               "06805315            0090P".
           05 FILLER PIC X(038) VALUE
               "data/CRETHIS.DAT              CRETHIS ".
           05 FILLER PIC X(025) VALUE
               "00106210data/CHIS   0365P".
           05 FILLER PIC X(038) VALUE
               "data/CRETCHK.DAT              CRETCHK ".
           05 FILLER PIC X(025) VALUE
               "00110310            0365P".
       01 WS-PURGE-TABLE REDEFINES WS-PURGE-TABLE-DATA.
           05 WS-PURGE-ENTRY OCCURS 3 TIMES.
               10 WS-PURGE-FILE-PATH PIC X(030).
               10 WS-PURGE-FILE-KEY PIC X(008).
               10 WS-PURGE-DATE-POS PIC 9(003).
               10 WS-PURGE-REF-POS PIC 9(003).
               10 WS-PURGE-REF-LEN PIC 9(002).
               10 WS-PURGE-ARCH-PREFIX PIC X(012).
               10 WS-PURGE-DAYS PIC 9(004).
               10 WS-PURGE-METHOD PIC X(001).
       01 WS-PURGE-IDX PIC 9(002).
       01 WS-CONTROL-IDX PIC 9(002).

      * The yearly archives are searched from the first year the
      * returns ledger could have been rolled up to the cutoff year;
      * a later year's archive holds nothing older than the cutoff.
       01 WS-FIRST-ARCHIVE-YEAR PIC 9(004) VALUE 2000.
       01 WS-ARCHIVE-YEAR PIC 9(004).
       01 WS-ARCHIVE-END-YEAR PIC 9(004).

      * The file being purged and the rule applied to it.
       01 WS-DATE-POS PIC 9(003).
       01 WS-REF-POS PIC 9(003).
       01 WS-REF-LEN PIC 9(002).
       01 WS-PURGE-DAYS-NOW PIC 9(004).
       01 WS-PURGE-METHOD-NOW PIC X(001).
           88 PURGE-BY-BLANKING VALUE "B".
       01 WS-CUTOFF-DATE PIC X(008).
       01 WS-RECORD-DATE PIC X(008).
       01 WS-PSEUDONYM PIC X(015) VALUE "*PURGED*".
       01 WS-FILE-PRESENT PIC X(001).
           88 PURGE-FILE-PRESENT VALUE "Y".
       01 WS-FILE-RESULT PIC X(008).
           88 PURGE-FILE-FAILED VALUE "FAILED".

       01 WS-READ-COUNT PIC 9(007).
       01 WS-PURGED-COUNT PIC 9(007).
       01 WS-CLEAR-COUNT PIC 9(007).
       01 WS-RETAINED-COUNT PIC 9(007).
       01 WS-VERIFY-COUNT PIC 9(007).
       01 WS-TOTAL-PURGED PIC 9(007) VALUE 0.
       01 WS-FILES-PURGED PIC 9(003) VALUE 0.
       01 WS-JOB-FAILED PIC X(001) VALUE "N".
           88 PURGE-JOB-FAILED VALUE "Y".
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-PURGED-ED PIC Z(6)9.
       01 WS-CLEAR-ED PIC Z(6)9.
       01 WS-RETAINED-ED PIC Z(6)9.
       01 WS-DAYS-ED PIC Z(3)9.
       01 WS-FILES-ED PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT PURGE-REPORT-FILE

           CALL "AuthCheck" USING WS-AUTH-REQUEST
           END-CALL
           IF NOT WS-AUTH-GRANTED
               MOVE SPACES TO PURGE-REPORT-RECORD
               STRING "REFUSED - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTH-REASON) DELIMITED BY SIZE
                   " - NOTHING PURGED" DELIMITED BY SIZE
                   INTO PURGE-REPORT-RECORD
               WRITE PURGE-REPORT-RECORD
               CLOSE PURGE-REPORT-FILE
               DISPLAY "CUSTPURGE REFUSED - "
                   FUNCTION TRIM(WS-AUTH-REASON)
                   " - SEE data/AUTHLOG.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-PURGE-CONTROLS

           MOVE SPACES TO PURGE-REPORT-RECORD
           STRING "CUSTOMER IDENTIFIER PURGE - RUN " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               " - QUANTITIES AND DATES ARE NEVER CHANGED"
                   DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD

           OPEN EXTEND PURGE-LOG-FILE
           IF WS-PURGELOG-STATUS = "35"
               OPEN OUTPUT PURGE-LOG-FILE
           END-IF

           PERFORM VARYING WS-PURGE-IDX FROM 1 BY 1
               UNTIL WS-PURGE-IDX > 3
               PERFORM PURGE-ONE-COVERED-FILE
           END-PERFORM

           CLOSE PURGE-LOG-FILE

           MOVE WS-FILES-PURGED TO WS-FILES-ED
           MOVE WS-TOTAL-PURGED TO WS-PURGED-ED
           MOVE SPACES TO PURGE-REPORT-RECORD
           STRING "FILES CHANGED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FILES-ED) DELIMITED BY SIZE
               "  IDENTIFIERS PURGED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PURGED-ED) DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD

           IF PURGE-JOB-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO PURGE-REPORT-RECORD
               STRING "PURGE RUN FAILED - SEE THE FILE LINES"
                   " ABOVE, NOTHING UNSAFE WAS REPLACED"
                   INTO PURGE-REPORT-RECORD
               WRITE PURGE-REPORT-RECORD
           END-IF
           CLOSE PURGE-REPORT-FILE

           STOP RUN.

      * A control line only overrides a known file key, and only
      * with a non-zero period and a method of B or P - a bad line
      * leaves that file on its default rather than purging early.
           LOAD-PURGE-CONTROLS SECTION.
             OPEN INPUT PURGE-CONTROL-FILE
             IF WS-CONTROL-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ PURGE-CONTROL-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       PERFORM TAKE-ONE-PURGE-CONTROL
                 END-READ
             END-PERFORM
             CLOSE PURGE-CONTROL-FILE
           EXIT.

           TAKE-ONE-PURGE-CONTROL SECTION.
             PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                 UNTIL WS-CONTROL-IDX > 3
                 IF PGC-FILE-KEY = WS-PURGE-FILE-KEY(WS-CONTROL-IDX)
                     IF PGC-DAYS IS NUMERIC AND PGC-DAYS NOT = 0
                         MOVE PGC-DAYS
                             TO WS-PURGE-DAYS(WS-CONTROL-IDX)
                     END-IF
                     IF PGC-METHOD = "B" OR PGC-METHOD = "P"
                         MOVE PGC-METHOD
                             TO WS-PURGE-METHOD(WS-CONTROL-IDX)
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

      * One covered file: work out its cutoff, purge the live file,
      * then each of its yearly archives up to the cutoff year.
           PURGE-ONE-COVERED-FILE SECTION.
             MOVE WS-PURGE-DATE-POS(WS-PURGE-IDX) TO WS-DATE-POS
             MOVE WS-PURGE-REF-POS(WS-PURGE-IDX) TO WS-REF-POS
             MOVE WS-PURGE-REF-LEN(WS-PURGE-IDX) TO WS-REF-LEN
             MOVE WS-PURGE-DAYS(WS-PURGE-IDX) TO WS-PURGE-DAYS-NOW
             MOVE WS-PURGE-METHOD(WS-PURGE-IDX)
                 TO WS-PURGE-METHOD-NOW
             COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-TODAY-DATE))
                     - WS-PURGE-DAYS-NOW
             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-CUTOFF-DATE

             MOVE WS-PURGE-FILE-PATH(WS-PURGE-IDX) TO WS-LEDGER-PATH
             PERFORM PURGE-ONE-FILE
             IF NOT PURGE-FILE-PRESENT
                 PERFORM WRITE-FILE-NOT-PRESENT
             END-IF

             IF WS-PURGE-ARCH-PREFIX(WS-PURGE-IDX) = SPACES
                 EXIT SECTION
             END-IF
             MOVE WS-CUTOFF-DATE(1:4) TO WS-ARCHIVE-END-YEAR
             PERFORM VARYING WS-ARCHIVE-YEAR
                 FROM WS-FIRST-ARCHIVE-YEAR BY 1
                 UNTIL WS-ARCHIVE-YEAR > WS-ARCHIVE-END-YEAR
                 MOVE SPACES TO WS-LEDGER-PATH
                 STRING FUNCTION TRIM(
                         WS-PURGE-ARCH-PREFIX(WS-PURGE-IDX))
                         DELIMITED BY SIZE
                     WS-ARCHIVE-YEAR DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-LEDGER-PATH
                 PERFORM PURGE-ONE-FILE
             END-PERFORM
           EXIT.

      * One file: every record goes to the scratch, its reference
      * cleared when it is older than the cutoff; the counts must
      * balance and the scratch re-read back at the read count
      * before the file is replaced from it.
           PURGE-ONE-FILE SECTION.
             MOVE 0 TO WS-READ-COUNT
             MOVE 0 TO WS-PURGED-COUNT
             MOVE 0 TO WS-CLEAR-COUNT
             MOVE 0 TO WS-RETAINED-COUNT
             MOVE "N" TO WS-FILE-PRESENT
             MOVE SPACES TO WS-FILE-RESULT
             OPEN INPUT LEDGER-FILE
             IF WS-LEDGER-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             SET PURGE-FILE-PRESENT TO TRUE
             OPEN OUTPUT PURGE-SCRATCH-FILE
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ LEDGER-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM JUDGE-ONE-PURGE-RECORD
                 END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
             CLOSE PURGE-SCRATCH-FILE
             PERFORM VERIFY-PURGE-BALANCE
             IF PURGE-FILE-FAILED
                 PERFORM WRITE-PURGE-LOG
                 EXIT SECTION
             END-IF
             IF WS-PURGED-COUNT > 0
                 PERFORM REPLACE-FILE-FROM-SCRATCH
                 ADD 1 TO WS-FILES-PURGED
                 ADD WS-PURGED-COUNT TO WS-TOTAL-PURGED
                 MOVE "PURGED" TO WS-FILE-RESULT
             ELSE
                 MOVE "NOCHANGE" TO WS-FILE-RESULT
             END-IF
             PERFORM WRITE-FILE-SUMMARY
             PERFORM WRITE-PURGE-LOG
           EXIT.

      * A record with an unreadable date keeps its reference - the
      * purge never clears what it cannot date. A reference already
      * blank or already pseudonymized is counted as clear.
           JUDGE-ONE-PURGE-RECORD SECTION.
             MOVE LEDGER-RECORD(WS-DATE-POS:8) TO WS-RECORD-DATE
             EVALUATE TRUE
                 WHEN WS-RECORD-DATE IS NOT NUMERIC
                     OR WS-RECORD-DATE NOT < WS-CUTOFF-DATE
                     ADD 1 TO WS-RETAINED-COUNT
                 WHEN LEDGER-RECORD(WS-REF-POS:WS-REF-LEN) = SPACES
                     OR LEDGER-RECORD(WS-REF-POS:8) = WS-PSEUDONYM
                     ADD 1 TO WS-CLEAR-COUNT
                 WHEN PURGE-BY-BLANKING
                     ADD 1 TO WS-PURGED-COUNT
                     MOVE SPACES
                         TO LEDGER-RECORD(WS-REF-POS:WS-REF-LEN)
                 WHEN OTHER
                     ADD 1 TO WS-PURGED-COUNT
                     MOVE WS-PSEUDONYM
                         TO LEDGER-RECORD(WS-REF-POS:WS-REF-LEN)
             END-EVALUATE
             MOVE LEDGER-RECORD TO PURGE-SCRATCH-RECORD
             WRITE PURGE-SCRATCH-RECORD
           EXIT.

           VERIFY-PURGE-BALANCE SECTION.
             IF WS-READ-COUNT NOT = WS-PURGED-COUNT
                 + WS-CLEAR-COUNT + WS-RETAINED-COUNT
                 PERFORM WRITE-BALANCE-FAILURE
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-VERIFY-COUNT
             OPEN INPUT PURGE-SCRATCH-FILE
             IF WS-SCRATCH-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ PURGE-SCRATCH-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                             ADD 1 TO WS-VERIFY-COUNT
                     END-READ
                 END-PERFORM
                 CLOSE PURGE-SCRATCH-FILE
             END-IF
             IF WS-VERIFY-COUNT NOT = WS-READ-COUNT
                 PERFORM WRITE-BALANCE-FAILURE
             END-IF
           EXIT.

           WRITE-BALANCE-FAILURE SECTION.
             SET PURGE-JOB-FAILED TO TRUE
             SET PURGE-FILE-FAILED TO TRUE
             MOVE SPACES TO PURGE-REPORT-RECORD
             STRING "BALANCE FAILURE - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LEDGER-PATH) DELIMITED BY SIZE
                 " LEFT UNTOUCHED" DELIMITED BY SIZE
                 INTO PURGE-REPORT-RECORD
             WRITE PURGE-REPORT-RECORD
           EXIT.

           REPLACE-FILE-FROM-SCRATCH SECTION.
             MOVE "N" TO WS-INPUT-EOF
             OPEN INPUT PURGE-SCRATCH-FILE
             OPEN OUTPUT LEDGER-FILE
             PERFORM UNTIL END-OF-INPUT
                 READ PURGE-SCRATCH-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         MOVE PURGE-SCRATCH-RECORD
                             TO LEDGER-RECORD
                         WRITE LEDGER-RECORD
                 END-READ
             END-PERFORM
             CLOSE PURGE-SCRATCH-FILE
             CLOSE LEDGER-FILE
           EXIT.

           WRITE-FILE-SUMMARY SECTION.
             MOVE WS-READ-COUNT TO WS-COUNT-ED
             MOVE WS-PURGED-COUNT TO WS-PURGED-ED
             MOVE WS-CLEAR-COUNT TO WS-CLEAR-ED
             MOVE WS-RETAINED-COUNT TO WS-RETAINED-ED
             MOVE WS-PURGE-DAYS-NOW TO WS-DAYS-ED
             MOVE SPACES TO PURGE-REPORT-RECORD
             STRING FUNCTION TRIM(WS-LEDGER-PATH)
                     DELIMITED BY SIZE
                 " (BEFORE " DELIMITED BY SIZE
                 WS-CUTOFF-DATE DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                 " DAYS, METHOD " DELIMITED BY SIZE
                 WS-PURGE-METHOD-NOW DELIMITED BY SIZE
                 "): READ " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 " = PURGED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PURGED-ED) DELIMITED BY SIZE
                 " + ALREADY CLEAR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CLEAR-ED) DELIMITED BY SIZE
                 " + RETAINED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RETAINED-ED) DELIMITED BY SIZE
                 INTO PURGE-REPORT-RECORD
             WRITE PURGE-REPORT-RECORD
           EXIT.

      * A live file that is missing is reported and logged, so the
      * log shows every covered file was looked at; an archive year
      * with no file is simply skipped.
           WRITE-FILE-NOT-PRESENT SECTION.
             MOVE "ABSENT" TO WS-FILE-RESULT
             MOVE SPACES TO PURGE-REPORT-RECORD
             STRING FUNCTION TRIM(WS-LEDGER-PATH)
                     DELIMITED BY SIZE
                 ": NOT PRESENT - NOTHING TO PURGE" DELIMITED BY SIZE
                 INTO PURGE-REPORT-RECORD
             WRITE PURGE-REPORT-RECORD
             PERFORM WRITE-PURGE-LOG
           EXIT.

           WRITE-PURGE-LOG SECTION.
             MOVE WS-TODAY-DATE TO PGL-RUN-DATE
             MOVE WS-CURRENT-DATE-TIME(9:6) TO PGL-RUN-TIME
             MOVE WS-LEDGER-PATH TO PGL-FILE-PATH
             MOVE WS-CUTOFF-DATE TO PGL-CUTOFF-DATE
             MOVE WS-PURGE-DAYS-NOW TO PGL-DAYS
             MOVE WS-PURGE-METHOD-NOW TO PGL-METHOD
             MOVE WS-READ-COUNT TO PGL-READ-COUNT
             MOVE WS-PURGED-COUNT TO PGL-PURGED-COUNT
             MOVE WS-CLEAR-COUNT TO PGL-CLEAR-COUNT
             MOVE WS-RETAINED-COUNT TO PGL-RETAINED-COUNT
             MOVE WS-FILE-RESULT TO PGL-RESULT
             WRITE PURGE-LOG-RECORD
           EXIT.

       END PROGRAM CUST-PURGE.
