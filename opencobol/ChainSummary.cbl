      *          times, condition code, rows handled, its outcome, and
      *          which step the operator should restart from after a
      *          3am failure. The first thing the morning shift needs,
      *          on one page. Below the steps, the night's periodic
      *          jobs from ChainDriver's step list (data/JOBPLAN.DAT):
      *          which ran, which were skipped and why, and which were
      *          due but never reached because the chain stopped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "data/CHAINSUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-PLAN-FILE ASSIGN TO "data/JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  SUMMARY-REPORT-RECORD PIC X(132).

      * ChainDriver's step list for the night: R due, C ran, F failed,
      * S skipped, with the reason it was due or skipped.
       FD  JOB-PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-PLAN-RECORD.
           05 JPL-BUSINESS-DATE PIC X(008).
           05 JPL-STEP-COMMAND PIC X(030).
           05 JPL-FREQUENCY PIC X(001).
               88 JPL-RUNS-DAILY VALUE "D".
           05 JPL-DISPOSITION PIC X(001).
               88 JPL-STEP-DUE VALUE "R".
               88 JPL-STEP-RAN VALUE "C".
               88 JPL-STEP-FAILED VALUE "F".
               88 JPL-STEP-SKIPPED VALUE "S".
           05 JPL-REASON PIC X(040).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-STATUS PIC X(002).
       01 WS-PLAN-STATUS PIC X(002).
       01 WS-PLAN-EOF PIC X(001) VALUE "N".
           88 END-OF-PLAN VALUE "Y".
       01 WS-PERIODIC-COUNT PIC 9(003) VALUE 0.
       01 WS-JOB-OUTCOME PIC X(060).
       01 WS-STATUS-EOF PIC X(001) VALUE "N".
           88 END-OF-STATUS VALUE "Y".

      * One slot per chain step, in the order the START stamps arrive.
      * Stamps for steps beyond the table are counted, not shown.
       01 WS-MAX-STEP-CAPACITY PIC 9(003) VALUE 60.
       01 WS-STEP-COUNT PIC 9(003) VALUE 0.
       01 WS-STAMPS-DROPPED PIC 9(005) VALUE 0.
       01 WS-DROPPED-ED PIC Z(4)9.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 60 TIMES.
               10 WS-STEP-NAME PIC X(012).
               10 WS-STEP-START-TS PIC X(014).
               10 WS-STEP-END-TS PIC X(014).

           PERFORM LOAD-RUN-STATUS
           PERFORM WRITE-SUMMARY-PAGE
           PERFORM WRITE-PERIODIC-JOBS

           CLOSE SUMMARY-REPORT-FILE

                 SUBTRACT 1 FROM WS-STEP-IDX
             ELSE
                 IF WS-STEP-COUNT >= WS-MAX-STEP-CAPACITY
                     ADD 1 TO WS-STAMPS-DROPPED
                     EXIT SECTION
                 ELSE
                     ADD 1 TO WS-STEP-COUNT
                     MOVE WS-STEP-COUNT TO WS-STEP-IDX
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 PERFORM WRITE-ONE-STEP-LINE
             END-PERFORM
             IF WS-STAMPS-DROPPED > 0
                 MOVE WS-STAMPS-DROPPED TO WS-DROPPED-ED
                 MOVE SPACES TO SUMMARY-REPORT-RECORD
                 STRING "EXCEPTION: MORE STEPS THAN THE SUMMARY TABLE"
                     " HOLDS - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DROPPED-ED) DELIMITED BY SIZE
                     " STAMP(S) OF LATER STEPS NOT SHOWN, SEE"
                     " data/RUNSTAT.DAT" DELIMITED BY SIZE
                     INTO SUMMARY-REPORT-RECORD
                 WRITE SUMMARY-REPORT-RECORD
             END-IF
             IF WS-RESTART-STEP = SPACES
                 AND WS-STAMPS-DROPPED > 0
                 MOVE SPACES TO SUMMARY-REPORT-RECORD
                 STRING "NO FAILURE AMONG THE STEPS SHOWN - CHECK THE"
                     " LATER STEPS ON data/RUNSTAT.DAT BEFORE ANY"
                     " RESTART" DELIMITED BY SIZE
                     INTO SUMMARY-REPORT-RECORD
                 WRITE SUMMARY-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF WS-RESTART-STEP = SPACES
                 MOVE SPACES TO SUMMARY-REPORT-RECORD
                 STRING "CHAIN COMPLETE - NO RESTART NEEDED"
             WRITE SUMMARY-REPORT-RECORD
           EXIT.

      * Only the jobs that do not run every night, and anything the
      * step list could not place, are listed - the daily steps are
      * already on the page above.
           WRITE-PERIODIC-JOBS SECTION.
             OPEN INPUT JOB-PLAN-FILE
             IF WS-PLAN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-PERIODIC-COUNT
             MOVE "N" TO WS-PLAN-EOF
             PERFORM UNTIL END-OF-PLAN
                 READ JOB-PLAN-FILE
                     AT END SET END-OF-PLAN TO TRUE
                     NOT AT END
                       IF NOT JPL-RUNS-DAILY OR JPL-STEP-SKIPPED
                           PERFORM WRITE-ONE-PERIODIC-LINE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE JOB-PLAN-FILE
             IF WS-PERIODIC-COUNT = 0
                 MOVE SPACES TO SUMMARY-REPORT-RECORD
                 STRING "NO PERIODIC JOBS ON TONIGHT'S SCHEDULE"
                     INTO SUMMARY-REPORT-RECORD
                 WRITE SUMMARY-REPORT-RECORD
             END-IF
           EXIT.

           WRITE-ONE-PERIODIC-LINE SECTION.
             ADD 1 TO WS-PERIODIC-COUNT
             IF WS-PERIODIC-COUNT = 1
                 MOVE SPACES TO SUMMARY-REPORT-RECORD
                 STRING "PERIODIC JOBS FOR BUSINESS DATE "
                     DELIMITED BY SIZE
                     JPL-BUSINESS-DATE DELIMITED BY SIZE
                     INTO SUMMARY-REPORT-RECORD
                 WRITE SUMMARY-REPORT-RECORD
             END-IF
             MOVE SPACES TO WS-JOB-OUTCOME
             EVALUATE TRUE
                 WHEN JPL-STEP-RAN
                     STRING "RAN - " DELIMITED BY SIZE
                         FUNCTION TRIM(JPL-REASON) DELIMITED BY SIZE
                         INTO WS-JOB-OUTCOME
                 WHEN JPL-STEP-FAILED
                     STRING "FAILED - " DELIMITED BY SIZE
                         FUNCTION TRIM(JPL-REASON) DELIMITED BY SIZE
                         INTO WS-JOB-OUTCOME
                 WHEN JPL-STEP-SKIPPED
                     STRING "SKIPPED - " DELIMITED BY SIZE
                         FUNCTION TRIM(JPL-REASON) DELIMITED BY SIZE
                         INTO WS-JOB-OUTCOME
                 WHEN OTHER
                     STRING "DUE BUT MISSED, CHAIN STOPPED - "
                         DELIMITED BY SIZE
                         FUNCTION TRIM(JPL-REASON) DELIMITED BY SIZE
                         INTO WS-JOB-OUTCOME
             END-EVALUATE
             MOVE SPACES TO SUMMARY-REPORT-RECORD
             STRING "JOB " DELIMITED BY SIZE
                 JPL-STEP-COMMAND DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 JPL-FREQUENCY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-JOB-OUTCOME DELIMITED BY SIZE
                 INTO SUMMARY-REPORT-RECORD
             WRITE SUMMARY-REPORT-RECORD
           EXIT.

       END PROGRAM CHAIN-SUMMARY.
