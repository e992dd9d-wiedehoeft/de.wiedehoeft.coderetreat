      *          resumes from the failed step instead of the top.
      *          ChainSummary tells the morning what happened; this
      *          is what makes it happen.
      *          The weekly and month-end jobs run inside the chain
      *          off the job schedule (data/JOBSCHED.DAT): a row
      *          either changes how often one of the chain's own
      *          steps runs or adds a periodic job after a named
      *          step (before the summary step when none is named).
      *          Each runs daily (D), on one weekday (W, 1 = Monday),
      *          on the last business day of the month (M, from the
      *          closed dates on data/BUSCAL.DAT) or of a calendar
      *          quarter (Q - March, June, September, December - as
      *          LegendAttest is scheduled) or only when asked
      *          for on data/JOBREQ.DAT (R), which also runs any
      *          scheduled job off its cycle and is consumed by the
      *          night that reads it. The night's step list - what
      *          runs, what is skipped and why - is built once per
      *          business date on data/JOBPLAN.DAT, so a resubmission
      *          works through the same list, and ChainSummary
      *          reports the periodic jobs from it. The chain's last
      *          step, after the summary, is BackupSet - the night's
      *          offsite backup set is taken of the finished close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT JOB-SCHEDULE-FILE ASSIGN TO "data/JOBSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT JOB-REQUEST-FILE ASSIGN TO "data/JOBREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT JOB-PLAN-FILE ASSIGN TO "data/JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "data/BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

      * One schedule row per step whose frequency is not simply
      * daily: the step, how often it runs, the weekday for a weekly
      * job, and for a job that is not one of the chain's own steps,
      * the chain step it runs after.
       FD  JOB-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-SCHEDULE-RECORD.
           05 JSC-STEP-COMMAND PIC X(030).
           05 JSC-FREQUENCY PIC X(001).
           05 JSC-WEEKDAY PIC 9(001).
           05 JSC-AFTER-STEP PIC X(030).

      * One requested step per line, as it appears on the schedule.
       FD  JOB-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-REQUEST-RECORD PIC X(030).

      * The night's step list in run order. Disposition R is due to
      * run, C ran cleanly, F failed, S skipped - the reason says why
      * it was due or why it was skipped.
       FD  JOB-PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-PLAN-RECORD.
           05 JPL-BUSINESS-DATE PIC X(008).
           05 JPL-STEP-COMMAND PIC X(030).
           05 JPL-FREQUENCY PIC X(001).
           05 JPL-DISPOSITION PIC X(001).
           05 JPL-REASON PIC X(040).

      * Closed dates, one per line - the days the shop does not trade.
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD PIC X(008).

       WORKING-STORAGE SECTION.
       01 WS-PROGRESS-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-SCHEDULE-STATUS PIC X(002).
       01 WS-REQUEST-STATUS PIC X(002).
       01 WS-PLAN-STATUS PIC X(002).
       01 WS-CALENDAR-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-RESUME-STEP PIC 9(002) VALUE 0.
           05 FILLER PIC X(030) VALUE "./PreFlight".
           05 FILLER PIC X(030) VALUE "./ItemEdit".
           05 FILLER PIC X(030) VALUE "./ItemMaint".
           05 FILLER PIC X(030) VALUE "./AsnIntake".
           05 FILLER PIC X(030) VALUE "./GoodsReceive".
           05 FILLER PIC X(030) VALUE "./DcAlloc".
           05 FILLER PIC X(030) VALUE "./StockTransfer".
           05 FILLER PIC X(030) VALUE "./LegendMove".
           05 FILLER PIC X(030) VALUE "./CustReturns".
           05 FILLER PIC X(030) VALUE "./WasteWriteOff".
           05 FILLER PIC X(030) VALUE "./Reservations".
           05 FILLER PIC X(030) VALUE "./TextTestFixture".
           05 FILLER PIC X(030) VALUE "./ShelfFill".
           05 FILLER PIC X(030) VALUE "./LotDeplete".
           05 FILLER PIC X(030) VALUE "./QualityTrend".
           05 FILLER PIC X(030) VALUE "./AgeAudit".
           05 FILLER PIC X(030) VALUE "./SpoilRisk".
           05 FILLER PIC X(030) VALUE "./InvMatch".
           05 FILLER PIC X(030) VALUE "./GlExtract".
           05 FILLER PIC X(030) VALUE "./RmaTrack".
           05 FILLER PIC X(030) VALUE "./PosTransmit".
           05 FILLER PIC X(030) VALUE "./PublishMaster".
           05 FILLER PIC X(030) VALUE "./ChainMonitor".
           05 FILLER PIC X(030) VALUE "./ChainSummary".
           05 FILLER PIC X(030) VALUE "./BackupSet".
       01 WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
           05 WS-STEP-COMMAND PIC X(030) OCCURS 29 TIMES.
       01 WS-STEP-COUNT PIC 9(002) VALUE 29.
      * The run summary's place in the chain - jobs placed after no
      * step go in ahead of it, so the summary reports them.
       01 WS-SUMMARY-STEP PIC 9(002) VALUE 28.
       01 WS-STEP-IDX PIC 9(002).
       01 WS-CHAIN-IDX PIC 9(002).

      * The job schedule and tonight's requests.
       01 WS-MAX-SCHEDULE-CAPACITY PIC 9(002) VALUE 50.
       01 WS-SCHEDULE-COUNT PIC 9(002) VALUE 0.
       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY OCCURS 50 TIMES.
               10 WS-SCHED-COMMAND PIC X(030).
               10 WS-SCHED-FREQUENCY PIC X(001).
                   88 SCHED-RUNS-DAILY VALUE "D".
                   88 SCHED-RUNS-WEEKLY VALUE "W".
                   88 SCHED-RUNS-MONTH-END VALUE "M".
                   88 SCHED-RUNS-QUARTER-END VALUE "Q".
                   88 SCHED-RUNS-ON-REQUEST VALUE "R".
               10 WS-SCHED-WEEKDAY PIC 9(001).
               10 WS-SCHED-AFTER PIC X(030).
               10 WS-SCHED-PLACED PIC X(001).
                   88 SCHED-ROW-PLACED VALUE "Y".
       01 WS-SCHED-IDX PIC 9(002).
       01 WS-SCHED-MATCH PIC X(001).
           88 SCHEDULE-ROW-FOUND VALUE "Y".
       01 WS-MAX-REQUEST-CAPACITY PIC 9(002) VALUE 50.
       01 WS-REQUEST-COUNT PIC 9(002) VALUE 0.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-ENTRY OCCURS 50 TIMES.
               10 WS-REQUEST-COMMAND PIC X(030).
               10 WS-REQUEST-USED PIC X(001).
                   88 REQUEST-WAS-USED VALUE "Y".
       01 WS-REQUEST-IDX PIC 9(002).
       01 WS-REQUEST-MATCH PIC X(001).
           88 STEP-WAS-REQUESTED VALUE "Y".

      * Tonight's step list, built once per business date.
       01 WS-MAX-PLAN-CAPACITY PIC 9(002) VALUE 99.
       01 WS-PLAN-COUNT PIC 9(002) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 99 TIMES.
               10 WS-PLAN-COMMAND PIC X(030).
               10 WS-PLAN-FREQUENCY PIC X(001).
               10 WS-PLAN-DISPOSITION PIC X(001).
                   88 PLAN-STEP-DUE VALUE "R".
                   88 PLAN-STEP-SKIPPED VALUE "S".
               10 WS-PLAN-REASON PIC X(040).
       01 WS-CANDIDATE-COMMAND PIC X(030).
       01 WS-CANDIDATE-FREQUENCY PIC X(001).
       01 WS-CANDIDATE-WEEKDAY PIC 9(001).
       01 WS-CANDIDATE-DISPOSITION PIC X(001).
       01 WS-CANDIDATE-REASON PIC X(040).

      * Where the business date falls: its weekday (1 = Monday) and
      * whether it is the month's (and the calendar quarter's) last
      * trading date.
       01 WS-DATE-INT PIC 9(008).
       01 WS-BUSINESS-WEEKDAY PIC 9(001).
       01 WS-MONTH-END-FLAG PIC X(001) VALUE "N".
           88 BUSINESS-DATE-IS-MONTH-END VALUE "Y".
       01 WS-QUARTER-END-FLAG PIC X(001) VALUE "N".
           88 BUSINESS-DATE-IS-QUARTER-END VALUE "Y".
       01 WS-NEXT-DATE PIC X(008).
       01 WS-NEXT-DATE-CLOSED PIC X(001).
           88 NEXT-DATE-IS-CLOSED VALUE "Y".
       01 WS-MAX-CALENDAR-CAPACITY PIC 9(003) VALUE 400.
       01 WS-CALENDAR-COUNT PIC 9(003) VALUE 0.
       01 WS-CALENDAR-TABLE.
           05 WS-CALENDAR-ENTRY PIC X(008) OCCURS 400 TIMES.
       01 WS-CALENDAR-IDX PIC 9(003).
       01 WS-WEEKDAY-NAME-DATA.
           05 FILLER PIC X(009) VALUE "MONDAY".
           05 FILLER PIC X(009) VALUE "TUESDAY".
           05 FILLER PIC X(009) VALUE "WEDNESDAY".
           05 FILLER PIC X(009) VALUE "THURSDAY".
           05 FILLER PIC X(009) VALUE "FRIDAY".
           05 FILLER PIC X(009) VALUE "SATURDAY".
           05 FILLER PIC X(009) VALUE "SUNDAY".
       01 WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAME-DATA.
           05 WS-WEEKDAY-NAME PIC X(009) OCCURS 7 TIMES.

       01 WS-STEP-FAILED PIC X(001) VALUE "N".
           88 CHAIN-STEP-FAILED VALUE "Y".
      * The driver's own START is stamped after the first step of

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CHAIN-PROGRESS
           PERFORM LOAD-JOB-PLAN
           IF WS-PLAN-COUNT = 0
               PERFORM BUILD-JOB-PLAN
               PERFORM SAVE-JOB-PLAN
           END-IF

           IF WS-RESUME-STEP > 0
               DISPLAY "CHAINDRIVER RESUMING AFTER STEP "
           END-IF

           COMPUTE WS-STEP-IDX = WS-RESUME-STEP + 1
           PERFORM UNTIL WS-STEP-IDX > WS-PLAN-COUNT
                   OR CHAIN-STEP-FAILED
               IF PLAN-STEP-SKIPPED(WS-STEP-IDX)
                   ADD 1 TO WS-STEP-IDX
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM

           IF CHAIN-STEP-FAILED

           RUN-ONE-STEP SECTION.
             DISPLAY "CHAINDRIVER STEP " WS-STEP-IDX ": "
                 FUNCTION TRIM(WS-PLAN-COMMAND(WS-STEP-IDX))
             MOVE 0 TO RETURN-CODE
             CALL "SYSTEM"
                 USING WS-PLAN-COMMAND(WS-STEP-IDX)
             END-CALL
             IF RETURN-CODE NOT = 0
                 SET CHAIN-STEP-FAILED TO TRUE
                 MOVE "F" TO WS-PLAN-DISPOSITION(WS-STEP-IDX)
                 PERFORM SAVE-JOB-PLAN
                 DISPLAY "CHAINDRIVER STOPPED - STEP " WS-STEP-IDX
                     " (" FUNCTION TRIM(
                         WS-PLAN-COMMAND(WS-STEP-IDX))
                     ") ENDED WITH CONDITION CODE " RETURN-CODE
                     " - FIX AND RESUBMIT, THE CHAIN RESUMES HERE"
             ELSE
                 MOVE "C" TO WS-PLAN-DISPOSITION(WS-STEP-IDX)
                 PERFORM SAVE-JOB-PLAN
                 IF NOT DRIVER-START-STAMPED
                     MOVE "S" TO WS-RS-ACTION
                     CALL "RunStatus" USING WS-RUN-STATUS-REQ
             END-IF
           EXIT.

      * A plan already built for this business date is the night's
      * list - a resubmission, or a rerun of a night that finished,
      * works through the same steps the first submission chose.
           LOAD-JOB-PLAN SECTION.
             MOVE 0 TO WS-PLAN-COUNT
             OPEN INPUT JOB-PLAN-FILE
             IF WS-PLAN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ JOB-PLAN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF JPL-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND WS-PLAN-COUNT < WS-MAX-PLAN-CAPACITY
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE JPL-STEP-COMMAND
                               TO WS-PLAN-COMMAND(WS-PLAN-COUNT)
                           MOVE JPL-FREQUENCY
                               TO WS-PLAN-FREQUENCY(WS-PLAN-COUNT)
                           MOVE JPL-DISPOSITION
                               TO WS-PLAN-DISPOSITION(WS-PLAN-COUNT)
                           MOVE JPL-REASON
                               TO WS-PLAN-REASON(WS-PLAN-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE JOB-PLAN-FILE
           EXIT.

           SAVE-JOB-PLAN SECTION.
             OPEN OUTPUT JOB-PLAN-FILE
             PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                 UNTIL WS-CHAIN-IDX > WS-PLAN-COUNT
                 MOVE WS-BUSINESS-DATE TO JPL-BUSINESS-DATE
                 MOVE WS-PLAN-COMMAND(WS-CHAIN-IDX)
                     TO JPL-STEP-COMMAND
                 MOVE WS-PLAN-FREQUENCY(WS-CHAIN-IDX)
                     TO JPL-FREQUENCY
                 MOVE WS-PLAN-DISPOSITION(WS-CHAIN-IDX)
                     TO JPL-DISPOSITION
                 MOVE WS-PLAN-REASON(WS-CHAIN-IDX) TO JPL-REASON
                 WRITE JOB-PLAN-RECORD
             END-PERFORM
             CLOSE JOB-PLAN-FILE
           EXIT.

      * The chain's own steps keep their order; each is due or not
      * by its schedule row (daily when it has none), and the
      * periodic jobs placed after it follow it. Jobs placed after
      * no step go in just ahead of the summary step, so the summary
      * sees them. What cannot be placed, and requests for steps
      * the schedule does not know, are listed as skipped.
           BUILD-JOB-PLAN SECTION.
             MOVE 0 TO WS-PLAN-COUNT
             PERFORM LOAD-JOB-SCHEDULE
             PERFORM LOAD-JOB-REQUESTS
             PERFORM FIND-BUSINESS-WEEKDAY
             PERFORM CHECK-MONTH-END
             PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                 UNTIL WS-CHAIN-IDX > WS-STEP-COUNT
                 IF WS-CHAIN-IDX = WS-SUMMARY-STEP
                     MOVE SPACES TO WS-CANDIDATE-COMMAND
                     PERFORM PLACE-PERIODIC-JOBS
                 END-IF
                 MOVE WS-STEP-COMMAND(WS-CHAIN-IDX)
                     TO WS-CANDIDATE-COMMAND
                 PERFORM PLAN-CHAIN-STEP
                 MOVE WS-STEP-COMMAND(WS-CHAIN-IDX)
                     TO WS-CANDIDATE-COMMAND
                 PERFORM PLACE-PERIODIC-JOBS
             END-PERFORM
             PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                 UNTIL WS-SCHED-IDX > WS-SCHEDULE-COUNT
                 IF NOT SCHED-ROW-PLACED(WS-SCHED-IDX)
                     MOVE WS-SCHED-COMMAND(WS-SCHED-IDX)
                         TO WS-CANDIDATE-COMMAND
                     MOVE WS-SCHED-FREQUENCY(WS-SCHED-IDX)
                         TO WS-CANDIDATE-FREQUENCY
                     MOVE "S" TO WS-CANDIDATE-DISPOSITION
                     MOVE "RUNS AFTER A STEP NOT IN THE CHAIN"
                         TO WS-CANDIDATE-REASON
                     PERFORM ADD-PLAN-ENTRY
                 END-IF
             END-PERFORM
             PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                 UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                 IF NOT REQUEST-WAS-USED(WS-REQUEST-IDX)
                     MOVE WS-REQUEST-COMMAND(WS-REQUEST-IDX)
                         TO WS-CANDIDATE-COMMAND
                     MOVE "R" TO WS-CANDIDATE-FREQUENCY
                     MOVE "S" TO WS-CANDIDATE-DISPOSITION
                     MOVE "REQUESTED BUT NOT ON THE SCHEDULE"
                         TO WS-CANDIDATE-REASON
                     PERFORM ADD-PLAN-ENTRY
                 END-IF
             END-PERFORM
             IF WS-REQUEST-COUNT > 0
                 OPEN OUTPUT JOB-REQUEST-FILE
                 CLOSE JOB-REQUEST-FILE
             END-IF
           EXIT.

      * One of the chain's own steps: its schedule row, if it has
      * one, decides; a row's placement is ignored for these.
           PLAN-CHAIN-STEP SECTION.
             PERFORM FIND-SCHEDULE-ROW
             IF SCHEDULE-ROW-FOUND
                 MOVE "Y" TO WS-SCHED-PLACED(WS-SCHED-IDX)
                 MOVE WS-SCHED-FREQUENCY(WS-SCHED-IDX)
                     TO WS-CANDIDATE-FREQUENCY
                 MOVE WS-SCHED-WEEKDAY(WS-SCHED-IDX)
                     TO WS-CANDIDATE-WEEKDAY
             ELSE
                 MOVE "D" TO WS-CANDIDATE-FREQUENCY
                 MOVE 0 TO WS-CANDIDATE-WEEKDAY
             END-IF
             PERFORM DECIDE-CANDIDATE
             PERFORM ADD-PLAN-ENTRY
           EXIT.

      * The periodic jobs that run after the chain step in the
      * candidate command (or, when it is blank, those placed after
      * no step at all).
           PLACE-PERIODIC-JOBS SECTION.
             PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                 UNTIL WS-SCHED-IDX > WS-SCHEDULE-COUNT
                 IF NOT SCHED-ROW-PLACED(WS-SCHED-IDX)
                     AND WS-SCHED-AFTER(WS-SCHED-IDX)
                         = WS-CANDIDATE-COMMAND
                     PERFORM CHECK-CHAIN-STEP-ROW
                 END-IF
             END-PERFORM
           EXIT.

      * A row for one of the chain's own steps is placed by the chain
      * itself, not here.
           CHECK-CHAIN-STEP-ROW SECTION.
             PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 IF WS-STEP-COMMAND(WS-STEP-IDX)
                     = WS-SCHED-COMMAND(WS-SCHED-IDX)
                     EXIT SECTION
                 END-IF
             END-PERFORM
             MOVE "Y" TO WS-SCHED-PLACED(WS-SCHED-IDX)
             MOVE WS-SCHED-COMMAND(WS-SCHED-IDX)
                 TO WS-CANDIDATE-COMMAND
             MOVE WS-SCHED-FREQUENCY(WS-SCHED-IDX)
                 TO WS-CANDIDATE-FREQUENCY
             MOVE WS-SCHED-WEEKDAY(WS-SCHED-IDX)
                 TO WS-CANDIDATE-WEEKDAY
             PERFORM DECIDE-CANDIDATE
             PERFORM ADD-PLAN-ENTRY
             MOVE WS-SCHED-AFTER(WS-SCHED-IDX)
                 TO WS-CANDIDATE-COMMAND
           EXIT.

      * Due or not tonight, and why. A request runs a step whatever
      * its cycle.
           DECIDE-CANDIDATE SECTION.
             MOVE "R" TO WS-CANDIDATE-DISPOSITION
             MOVE SPACES TO WS-CANDIDATE-REASON
             PERFORM FIND-JOB-REQUEST
             EVALUATE TRUE
                 WHEN STEP-WAS-REQUESTED
                     MOVE "RUN ON REQUEST" TO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "D"
                     MOVE "DAILY" TO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "W"
                     AND (WS-CANDIDATE-WEEKDAY < 1
                         OR WS-CANDIDATE-WEEKDAY > 7)
                     MOVE "S" TO WS-CANDIDATE-DISPOSITION
                     MOVE "SCHEDULE ROW HAS NO VALID WEEKDAY"
                         TO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "W"
                     AND WS-CANDIDATE-WEEKDAY = WS-BUSINESS-WEEKDAY
                     STRING "WEEKLY - " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-WEEKDAY-NAME(
                             WS-CANDIDATE-WEEKDAY)) DELIMITED BY SIZE
                         INTO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "W"
                     MOVE "S" TO WS-CANDIDATE-DISPOSITION
                     STRING "WEEKLY - RUNS ON " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-WEEKDAY-NAME(
                             WS-CANDIDATE-WEEKDAY)) DELIMITED BY SIZE
                         INTO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "M"
                     AND BUSINESS-DATE-IS-MONTH-END
                     MOVE "MONTH-END - LAST BUSINESS DAY"
                         TO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "M"
                     MOVE "S" TO WS-CANDIDATE-DISPOSITION
                     MOVE "MONTH-END - NOT THE LAST BUSINESS DAY"
                         TO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "Q"
                     AND BUSINESS-DATE-IS-QUARTER-END
                     MOVE "QUARTER-END - LAST BUSINESS DAY"
                         TO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "Q"
                     MOVE "S" TO WS-CANDIDATE-DISPOSITION
                     MOVE "QUARTER-END - NOT THE LAST BUSINESS DAY"
                         TO WS-CANDIDATE-REASON
                 WHEN WS-CANDIDATE-FREQUENCY = "R"
                     MOVE "S" TO WS-CANDIDATE-DISPOSITION
                     MOVE "ON REQUEST - NOT REQUESTED"
                         TO WS-CANDIDATE-REASON
                 WHEN OTHER
                     MOVE "S" TO WS-CANDIDATE-DISPOSITION
                     MOVE "SCHEDULE ROW HAS NO VALID FREQUENCY"
                         TO WS-CANDIDATE-REASON
             END-EVALUATE
           EXIT.

           ADD-PLAN-ENTRY SECTION.
             IF WS-PLAN-COUNT >= WS-MAX-PLAN-CAPACITY
                 DISPLAY "CHAINDRIVER - STEP LIST FULL, "
                     FUNCTION TRIM(WS-CANDIDATE-COMMAND)
                     " LEFT OFF TONIGHT'S LIST"
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-PLAN-COUNT
             MOVE WS-CANDIDATE-COMMAND
                 TO WS-PLAN-COMMAND(WS-PLAN-COUNT)
             MOVE WS-CANDIDATE-FREQUENCY
                 TO WS-PLAN-FREQUENCY(WS-PLAN-COUNT)
             MOVE WS-CANDIDATE-DISPOSITION
                 TO WS-PLAN-DISPOSITION(WS-PLAN-COUNT)
             MOVE WS-CANDIDATE-REASON
                 TO WS-PLAN-REASON(WS-PLAN-COUNT)
           EXIT.

           FIND-SCHEDULE-ROW SECTION.
             MOVE "N" TO WS-SCHED-MATCH
             PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                 UNTIL WS-SCHED-IDX > WS-SCHEDULE-COUNT
                         OR SCHEDULE-ROW-FOUND
                 IF WS-SCHED-COMMAND(WS-SCHED-IDX)
                     = WS-CANDIDATE-COMMAND
                     SET SCHEDULE-ROW-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF SCHEDULE-ROW-FOUND
                 SUBTRACT 1 FROM WS-SCHED-IDX
             END-IF
           EXIT.

           FIND-JOB-REQUEST SECTION.
             MOVE "N" TO WS-REQUEST-MATCH
             PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                 UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                 IF WS-REQUEST-COMMAND(WS-REQUEST-IDX)
                     = WS-CANDIDATE-COMMAND
                     SET STEP-WAS-REQUESTED TO TRUE
                     MOVE "Y" TO WS-REQUEST-USED(WS-REQUEST-IDX)
                 END-IF
             END-PERFORM
           EXIT.

           LOAD-JOB-SCHEDULE SECTION.
             MOVE 0 TO WS-SCHEDULE-COUNT
             OPEN INPUT JOB-SCHEDULE-FILE
             IF WS-SCHEDULE-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ JOB-SCHEDULE-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF JSC-STEP-COMMAND NOT = SPACES
                           AND WS-SCHEDULE-COUNT
                               < WS-MAX-SCHEDULE-CAPACITY
                           ADD 1 TO WS-SCHEDULE-COUNT
                           MOVE JSC-STEP-COMMAND
                               TO WS-SCHED-COMMAND(WS-SCHEDULE-COUNT)
                           MOVE JSC-FREQUENCY TO
                               WS-SCHED-FREQUENCY(WS-SCHEDULE-COUNT)
                           MOVE 0
                               TO WS-SCHED-WEEKDAY(WS-SCHEDULE-COUNT)
                           IF JSC-WEEKDAY IS NUMERIC
                               MOVE JSC-WEEKDAY TO
                                 WS-SCHED-WEEKDAY(WS-SCHEDULE-COUNT)
                           END-IF
                           MOVE JSC-AFTER-STEP
                               TO WS-SCHED-AFTER(WS-SCHEDULE-COUNT)
                           MOVE "N"
                               TO WS-SCHED-PLACED(WS-SCHEDULE-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE JOB-SCHEDULE-FILE
           EXIT.

           LOAD-JOB-REQUESTS SECTION.
             MOVE 0 TO WS-REQUEST-COUNT
             OPEN INPUT JOB-REQUEST-FILE
             IF WS-REQUEST-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ JOB-REQUEST-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF JOB-REQUEST-RECORD NOT = SPACES
                           AND WS-REQUEST-COUNT
                               < WS-MAX-REQUEST-CAPACITY
                           ADD 1 TO WS-REQUEST-COUNT
                           MOVE JOB-REQUEST-RECORD
                               TO WS-REQUEST-COMMAND(WS-REQUEST-COUNT)
                           MOVE "N"
                               TO WS-REQUEST-USED(WS-REQUEST-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE JOB-REQUEST-FILE
           EXIT.

      * Day 1 of the integer calendar (1601-01-01) was a Monday.
           FIND-BUSINESS-WEEKDAY SECTION.
             COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-BUSINESS-DATE))
             COMPUTE WS-BUSINESS-WEEKDAY =
                 FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
           EXIT.

      * The business date is the month's last trading date when the
      * next date the shop trades (skipping every closed date on the
      * calendar) falls in a different month, and the quarter's when
      * that month is March, June, September or December.
           CHECK-MONTH-END SECTION.
             MOVE "N" TO WS-MONTH-END-FLAG
             MOVE "N" TO WS-QUARTER-END-FLAG
             MOVE 0 TO WS-CALENDAR-COUNT
             OPEN INPUT BUSINESS-CALENDAR-FILE
             IF WS-CALENDAR-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ BUSINESS-CALENDAR-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-CALENDAR-COUNT
                               < WS-MAX-CALENDAR-CAPACITY
                               ADD 1 TO WS-CALENDAR-COUNT
                               MOVE BUSINESS-CALENDAR-RECORD
                                   TO WS-CALENDAR-ENTRY
                                       (WS-CALENDAR-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE BUSINESS-CALENDAR-FILE
             END-IF
             MOVE WS-BUSINESS-DATE TO WS-NEXT-DATE
             MOVE "Y" TO WS-NEXT-DATE-CLOSED
             PERFORM UNTIL NOT NEXT-DATE-IS-CLOSED
                 COMPUTE WS-DATE-INT =
                     FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(WS-NEXT-DATE)) + 1
                 MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                     TO WS-NEXT-DATE
                 MOVE "N" TO WS-NEXT-DATE-CLOSED
                 PERFORM VARYING WS-CALENDAR-IDX FROM 1 BY 1
                     UNTIL WS-CALENDAR-IDX > WS-CALENDAR-COUNT
                     IF WS-CALENDAR-ENTRY(WS-CALENDAR-IDX)
                         = WS-NEXT-DATE
                         SET NEXT-DATE-IS-CLOSED TO TRUE
                     END-IF
                 END-PERFORM
             END-PERFORM
             IF WS-NEXT-DATE(1:6) NOT = WS-BUSINESS-DATE(1:6)
                 SET BUSINESS-DATE-IS-MONTH-END TO TRUE
                 IF WS-BUSINESS-DATE(5:2) = "03" OR "06" OR "09"
                     OR "12"
                     SET BUSINESS-DATE-IS-QUARTER-END TO TRUE
                 END-IF
             END-IF
           EXIT.

           SAVE-CHAIN-PROGRESS SECTION.
             OPEN OUTPUT CHAIN-PROGRESS-FILE
             MOVE WS-BUSINESS-DATE TO CHP-BUSINESS-DATE
