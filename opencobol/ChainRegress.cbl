      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-to-end regression pack for the nightly chain.
      *          Loads the fixed test data set (regress/fixture/ -
      *          a small two-store Item Master image, the store and
      *          control masters, the night's polls and posting
      *          batches, and a fixed business date) into a scratch
      *          data area (regress/work/data/), builds the keyed
      *          master there with MstrLoad and runs the full
      *          ChainDriver step list against it. Every file the
      *          night leaves behind - reports, extracts, ledgers and
      *          an unload of the Item Master (ITEMMSTR.UNL) - is
      *          then compared line by line with its golden copy in
      *          regress/golden/, ignoring timestamps and run ids
      *          (see REGRESS-FILES), and data/CHAINREG.RPT carries a
      *          pass/fail scoreboard per file with the first lines
      *          that differ. Condition code 8 when any file fails.
      *          With data/REGRMODE.DAT set to C the same run is a
      *          baseline capture: the page lists each file as
      *          unchanged, changed, new or dropped against the old
      *          golden copies, which are then replaced by tonight's
      *          results - run it once a change has been signed off.
      *          The live data directory is never touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-REGRESS as "ChainRegress".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRESS-MODE-FILE ASSIGN TO "data/REGRMODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "regress/fixture/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT GOLDEN-STAMP-FILE ASSIGN TO "regress/GOLDSTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT ITEM-MASTER-FILE
               ASSIGN TO "regress/work/data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY OF ITEM-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT UNLOAD-FILE
               ASSIGN TO "regress/work/data/ITEMMSTR.UNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT FILE-LIST-FILE ASSIGN TO "regress/work/FILES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT GOLDEN-LINE-FILE ASSIGN TO WS-GOLDEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLDEN-STATUS.
           SELECT GOLDEN-IMAGE-FILE ASSIGN TO WS-GOLDEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOLDEN-STATUS.
           SELECT GOLDEN-CHANGE-FILE ASSIGN TO WS-GOLDEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOLDEN-STATUS.
           SELECT RESULT-LINE-FILE ASSIGN TO WS-RESULT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT RESULT-IMAGE-FILE ASSIGN TO WS-RESULT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT RESULT-CHANGE-FILE ASSIGN TO WS-RESULT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT SCOREBOARD-FILE ASSIGN TO "data/CHAINREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * T (or no file) tests tonight's build against the golden
      * copies; C re-baselines them.
       FD  REGRESS-MODE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGRESS-MODE-RECORD PIC X(001).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

      * The clock dates the golden copies were captured on (start and
      * end of that run), so their own timestamps mask out as well.
       FD  GOLDEN-STAMP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GOLDEN-STAMP-RECORD.
           05 GST-START-DATE PIC X(008).
           05 GST-END-DATE PIC X(008).

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

      * The scratch master's unload - the same layout as ITEMSEQ.DAT.
       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNLOAD-RECORD. COPY ITEMS
               REPLACING ==ITEM-KEY== BY ==UNLOAD-KEY==.

      * Every file name found in the golden copies or the scratch
      * data area, each once.
       FD  FILE-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  FILE-LIST-RECORD PIC X(030).

      * One SELECT per physical organization a compared file can
      * have, on each side of the comparison.
       FD  GOLDEN-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  GOLDEN-LINE-RECORD PIC X(400).

       FD  GOLDEN-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  GOLDEN-IMAGE-RECORD PIC X(086).

       FD  GOLDEN-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  GOLDEN-CHANGE-RECORD PIC X(096).

       FD  RESULT-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-LINE-RECORD PIC X(400).

       FD  RESULT-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-IMAGE-RECORD PIC X(086).

       FD  RESULT-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-CHANGE-RECORD PIC X(096).

       FD  SCOREBOARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCOREBOARD-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MODE-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-STAMP-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-UNLOAD-STATUS PIC X(002).
       01 WS-LIST-STATUS PIC X(002).
       01 WS-GOLDEN-STATUS PIC X(002).
       01 WS-RESULT-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-LIST-EOF PIC X(001).
           88 END-OF-LIST VALUE "Y".
       01 WS-REGRESS-MODE PIC X(001) VALUE "T".
           88 CAPTURE-MODE-ENABLED VALUE "C".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008) VALUE SPACES.
       01 WS-SHELL-COMMAND PIC X(300).
       01 WS-CHAIN-COND-CODE PIC 9(004) VALUE 0.
       01 WS-UNLOAD-COUNT PIC 9(009) VALUE 0.

      * Clock dates whose timestamps are masked: tonight's run start
      * and end, and the golden capture run's start and end.
       01 WS-MASK-DATE-TABLE.
           05 WS-MASK-DATE PIC X(008) OCCURS 4 TIMES.
       01 WS-MASK-DATE-IDX PIC 9(001).

      * The file being compared and the rule that applies to it.
       01 WS-FILE-NAME PIC X(030).
       01 WS-GOLDEN-PATH PIC X(060).
       01 WS-RESULT-PATH PIC X(060).
       01 WS-RULE-IDX PIC 9(003).
       01 WS-BKUP-IDX PIC 9(003).
       01 WS-RULE-NAME-LENGTH PIC 9(003).
       01 WS-FILE-ACTION PIC X(001).
           88 FILE-IS-SKIPPED VALUE "S".
       01 WS-FILE-FORMAT PIC X(001).
           88 FILE-IS-IMAGE VALUE "I".
           88 FILE-IS-CHANGE VALUE "C".
       01 WS-MASK-OFFSET-1 PIC 9(003).
       01 WS-MASK-LENGTH-1 PIC 9(002).
       01 WS-MASK-OFFSET-2 PIC 9(003).
       01 WS-MASK-LENGTH-2 PIC 9(002).

      * One file's comparison, read in step on both sides.
       01 WS-GOLDEN-PRESENT PIC X(001).
           88 GOLDEN-IS-PRESENT VALUE "Y".
       01 WS-RESULT-PRESENT PIC X(001).
           88 RESULT-IS-PRESENT VALUE "Y".
       01 WS-GOLDEN-EOF PIC X(001).
           88 END-OF-GOLDEN VALUE "Y".
       01 WS-RESULT-EOF PIC X(001).
           88 END-OF-RESULT VALUE "Y".
       01 WS-GOLDEN-TEXT PIC X(400).
       01 WS-RESULT-TEXT PIC X(400).
       01 WS-GOLDEN-LINES PIC 9(006).
       01 WS-RESULT-LINES PIC 9(006).
       01 WS-LINE-NUMBER PIC 9(006).
       01 WS-DIFFER-COUNT PIC 9(006).
       01 WS-DIFFER-COLUMN PIC 9(003).
       01 WS-WINDOW-START PIC 9(003).

      * The first differing lines of a file, shown under its result.
       01 WS-MAX-SHOWN PIC 9(001) VALUE 3.
       01 WS-SHOWN-COUNT PIC 9(001).
       01 WS-SHOWN-TABLE.
           05 WS-SHOWN-ENTRY OCCURS 3 TIMES.
               10 WS-SHOWN-LINE PIC 9(006).
               10 WS-SHOWN-COLUMN PIC 9(003).
               10 WS-SHOWN-GOLDEN PIC X(096).
               10 WS-SHOWN-RESULT PIC X(096).
       01 WS-SHOWN-IDX PIC 9(001).

      * Masking work area: one line with its run-dependent fields
      * overwritten, so both sides compare on what the programs
      * decided rather than when they ran.
       01 WS-MASK-TEXT PIC X(400).
       01 WS-SCAN-POS PIC 9(003).
       01 WS-RUN-END PIC 9(003).
       01 WS-RUN-LENGTH PIC 9(003).
       01 WS-RUN-MASKED PIC 9(003).

      * Files whose result becomes the new golden copy on a capture.
       01 WS-CAPTURE-COUNT PIC 9(003) VALUE 0.
       01 WS-CAPTURE-TABLE.
           05 WS-CAPTURE-NAME PIC X(030) OCCURS 400 TIMES.
       01 WS-CAPTURE-IDX PIC 9(003).

       01 WS-FILES-COMPARED PIC 9(004) VALUE 0.
       01 WS-FILES-PASSED PIC 9(004) VALUE 0.
       01 WS-FILES-FAILED PIC 9(004) VALUE 0.
       01 WS-FILES-SKIPPED PIC 9(004) VALUE 0.
       01 WS-FILES-NEW PIC 9(004) VALUE 0.
       01 WS-FILES-DROPPED PIC 9(004) VALUE 0.
       01 WS-FILE-RESULT PIC X(009).

       01 WS-REGRESS-FILES. COPY REGRESS-FILES.

      * Fixed-length files are named, with their format, on the
      * backup list; anything not there is read as lines.
       01 WS-BACKUP-FILES. COPY BACKUP-FILES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-REGRESS-MODE
           PERFORM LOAD-BUSINESS-DATE
           MOVE SPACES TO WS-MASK-DATE-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-MASK-DATE(1)
           PERFORM LOAD-GOLDEN-STAMP

           PERFORM BUILD-SCRATCH-AREA
           IF RETURN-CODE NOT = 0
               DISPLAY "CHAINREGRESS HALTED - CANNOT BUILD THE"
                   " SCRATCH AREA regress/work FROM regress/fixture"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RUN-CHAIN-IN-SCRATCH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-MASK-DATE(2)

           PERFORM UNLOAD-SCRATCH-MASTER
           PERFORM LIST-OUTPUT-FILES

           OPEN OUTPUT SCOREBOARD-FILE
           PERFORM WRITE-SCOREBOARD-HEADING

           OPEN INPUT FILE-LIST-FILE
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL END-OF-LIST
               READ FILE-LIST-FILE
                   AT END SET END-OF-LIST TO TRUE
                   NOT AT END
                     IF FILE-LIST-RECORD NOT = SPACES
                         MOVE FILE-LIST-RECORD TO WS-FILE-NAME
                         PERFORM COMPARE-ONE-FILE
                     END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE

           PERFORM WRITE-SCOREBOARD-TOTALS

           MOVE 0 TO RETURN-CODE
           IF CAPTURE-MODE-ENABLED
               IF WS-CHAIN-COND-CODE = 0
                   PERFORM REPLACE-GOLDEN-COPIES
               ELSE
                   MOVE SPACES TO SCOREBOARD-RECORD
                   STRING "GOLDEN COPIES NOT REPLACED - THE CHAIN"
                       " DID NOT FINISH CLEAN, A FAILED NIGHT IS"
                       " NEVER A BASELINE" DELIMITED BY SIZE
                       INTO SCOREBOARD-RECORD
                   WRITE SCOREBOARD-RECORD
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-FILES-FAILED > 0
                   OR WS-CHAIN-COND-CODE NOT = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE SCOREBOARD-FILE

           IF CAPTURE-MODE-ENABLED
               DISPLAY "CHAINREGRESS - BASELINE CAPTURE, "
                   WS-FILES-COMPARED " FILES, " WS-FILES-FAILED
                   " CHANGED, " WS-FILES-NEW " NEW, "
                   WS-FILES-DROPPED " DROPPED - SEE"
                   " data/CHAINREG.RPT"
           ELSE
               DISPLAY "CHAINREGRESS - FILES PASSED: "
                   WS-FILES-PASSED " FAILED: " WS-FILES-FAILED
                   " SKIPPED: " WS-FILES-SKIPPED
                   " - SEE data/CHAINREG.RPT"
           END-IF

           STOP RUN.

           LOAD-REGRESS-MODE SECTION.
             OPEN INPUT REGRESS-MODE-FILE
             IF WS-MODE-STATUS = "00"
                 READ REGRESS-MODE-FILE
                     NOT AT END
                       IF REGRESS-MODE-RECORD = "C"
                           MOVE "C" TO WS-REGRESS-MODE
                       END-IF
                 END-READ
                 CLOSE REGRESS-MODE-FILE
             END-IF
           EXIT.

      * The fixture's business date, for the page heading - the
      * regression night always runs as this date.
           LOAD-BUSINESS-DATE SECTION.
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       MOVE BUS-CURRENT-DATE TO WS-BUSINESS-DATE
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
           EXIT.

           LOAD-GOLDEN-STAMP SECTION.
             OPEN INPUT GOLDEN-STAMP-FILE
             IF WS-STAMP-STATUS = "00"
                 READ GOLDEN-STAMP-FILE
                     NOT AT END
                       MOVE GST-START-DATE TO WS-MASK-DATE(3)
                       MOVE GST-END-DATE TO WS-MASK-DATE(4)
                 END-READ
                 CLOSE GOLDEN-STAMP-FILE
             END-IF
           EXIT.

      * The scratch area is rebuilt from nothing every run: the
      * fixture is copied in as the data directory and the chain's
      * programs are linked alongside it, so ChainDriver's ./ steps
      * find them from inside regress/work.
           BUILD-SCRATCH-AREA SECTION.
             MOVE SPACES TO WS-SHELL-COMMAND
             STRING "rm -rf regress/work"
                 " && mkdir -p regress/work/data regress/golden"
                 " && cp regress/fixture/* regress/work/data/"
                 " && cd regress/work && for F in ../../*; do"
                 " if [ -f $F ] && [ -x $F ]; then ln -s $F .;"
                 " fi; done" DELIMITED BY SIZE
                 INTO WS-SHELL-COMMAND
             MOVE 0 TO RETURN-CODE
             CALL "SYSTEM" USING WS-SHELL-COMMAND
             END-CALL
           EXIT.

      * The keyed master is built from the fixture image the way a
      * rebuild always is, then the whole night runs. A chain that
      * stops part way is still compared - the files it did write
      * show where it went wrong.
           RUN-CHAIN-IN-SCRATCH SECTION.
             MOVE SPACES TO WS-SHELL-COMMAND
             STRING "cd regress/work && ./MstrLoad && ./ChainDriver"
                 DELIMITED BY SIZE
                 INTO WS-SHELL-COMMAND
             DISPLAY "CHAINREGRESS - RUNNING THE NIGHTLY CHAIN IN"
                 " regress/work"
             MOVE 0 TO RETURN-CODE
             CALL "SYSTEM" USING WS-SHELL-COMMAND
             END-CALL
             MOVE RETURN-CODE TO WS-CHAIN-COND-CODE
      * The shell hands the exit status back in the high byte.
             IF WS-CHAIN-COND-CODE > 255
                 DIVIDE 256 INTO WS-CHAIN-COND-CODE
             END-IF
             IF WS-CHAIN-COND-CODE NOT = 0
                 DISPLAY "CHAINREGRESS - THE CHAIN ENDED WITH"
                     " CONDITION CODE " WS-CHAIN-COND-CODE
             END-IF
           EXIT.

      * The master the night leaves is compared as its sequential
      * unload, in key order.
           UNLOAD-SCRATCH-MASTER SECTION.
             MOVE 0 TO WS-UNLOAD-COUNT
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             OPEN OUTPUT UNLOAD-FILE
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE ITEM-MASTER-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO WS-UNLOAD-COUNT
                 END-READ
             END-PERFORM
             CLOSE UNLOAD-FILE
             CLOSE ITEM-MASTER-FILE
           EXIT.

      * A file is compared when it is in the golden copies, in the
      * scratch area, or both - so a file the chain stops writing,
      * or starts writing, shows up rather than passing unseen.
           LIST-OUTPUT-FILES SECTION.
             MOVE SPACES TO WS-SHELL-COMMAND
             STRING "( ls regress/golden; ls regress/work/data )"
                 " | sort -u > regress/work/FILES.LST"
                 DELIMITED BY SIZE
                 INTO WS-SHELL-COMMAND
             MOVE 0 TO RETURN-CODE
             CALL "SYSTEM" USING WS-SHELL-COMMAND
             END-CALL
           EXIT.

           WRITE-SCOREBOARD-HEADING SECTION.
             MOVE SPACES TO SCOREBOARD-RECORD
             IF CAPTURE-MODE-ENABLED
                 STRING "CHAIN REGRESSION - BASELINE CAPTURE, OLD"
                     " VERSUS NEW GOLDEN COPIES" DELIMITED BY SIZE
                     INTO SCOREBOARD-RECORD
             ELSE
                 STRING "CHAIN REGRESSION - TEST RUN AGAINST THE"
                     " GOLDEN COPIES" DELIMITED BY SIZE
                     INTO SCOREBOARD-RECORD
             END-IF
             WRITE SCOREBOARD-RECORD
             MOVE SPACES TO SCOREBOARD-RECORD
             STRING "BUSINESS DATE " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 "   RUN ON " DELIMITED BY SIZE
                 WS-MASK-DATE(1) DELIMITED BY SIZE
                 "   CHAIN CONDITION CODE " DELIMITED BY SIZE
                 WS-CHAIN-COND-CODE DELIMITED BY SIZE
                 "   MASTER ROWS UNLOADED " DELIMITED BY SIZE
                 WS-UNLOAD-COUNT DELIMITED BY SIZE
                 INTO SCOREBOARD-RECORD
             WRITE SCOREBOARD-RECORD
             IF WS-MASK-DATE(3) = SPACES
                 MOVE SPACES TO SCOREBOARD-RECORD
                 STRING "NO GOLDEN COPIES ON FILE - EVERY FILE IS"
                     " NEW UNTIL A BASELINE IS CAPTURED"
                     " (data/REGRMODE.DAT = C)" DELIMITED BY SIZE
                     INTO SCOREBOARD-RECORD
                 WRITE SCOREBOARD-RECORD
             END-IF
             MOVE SPACES TO SCOREBOARD-RECORD
             WRITE SCOREBOARD-RECORD
           EXIT.

           COMPARE-ONE-FILE SECTION.
             PERFORM RESOLVE-FILE-RULE
             IF FILE-IS-SKIPPED
                 ADD 1 TO WS-FILES-SKIPPED
                 MOVE "SKIPPED" TO WS-FILE-RESULT
                 PERFORM WRITE-FILE-LINE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-FILES-COMPARED

             MOVE SPACES TO WS-GOLDEN-PATH
             STRING "regress/golden/" DELIMITED BY SIZE
                 WS-FILE-NAME DELIMITED BY SPACE
                 INTO WS-GOLDEN-PATH
             MOVE SPACES TO WS-RESULT-PATH
             STRING "regress/work/data/" DELIMITED BY SIZE
                 WS-FILE-NAME DELIMITED BY SPACE
                 INTO WS-RESULT-PATH

             MOVE 0 TO WS-GOLDEN-LINES
             MOVE 0 TO WS-RESULT-LINES
             MOVE 0 TO WS-DIFFER-COUNT
             MOVE 0 TO WS-SHOWN-COUNT
             MOVE 0 TO WS-LINE-NUMBER
             PERFORM OPEN-GOLDEN-SIDE
             PERFORM OPEN-RESULT-SIDE

             IF RESULT-IS-PRESENT
                 ADD 1 TO WS-CAPTURE-COUNT
                 MOVE WS-FILE-NAME TO WS-CAPTURE-NAME(WS-CAPTURE-COUNT)
             END-IF

             EVALUATE TRUE
                 WHEN NOT GOLDEN-IS-PRESENT
                     PERFORM COUNT-RESULT-ONLY
                     PERFORM CLOSE-RESULT-SIDE
                     ADD 1 TO WS-FILES-NEW
                     IF CAPTURE-MODE-ENABLED
                         MOVE "NEW" TO WS-FILE-RESULT
                     ELSE
                         ADD 1 TO WS-FILES-FAILED
                         MOVE "FAIL" TO WS-FILE-RESULT
                     END-IF
                 WHEN NOT RESULT-IS-PRESENT
                     PERFORM COUNT-GOLDEN-ONLY
                     PERFORM CLOSE-GOLDEN-SIDE
                     ADD 1 TO WS-FILES-DROPPED
                     IF CAPTURE-MODE-ENABLED
                         MOVE "DROPPED" TO WS-FILE-RESULT
                     ELSE
                         ADD 1 TO WS-FILES-FAILED
                         MOVE "FAIL" TO WS-FILE-RESULT
                     END-IF
                 WHEN OTHER
                     PERFORM COMPARE-BOTH-SIDES
                     PERFORM CLOSE-GOLDEN-SIDE
                     PERFORM CLOSE-RESULT-SIDE
                     IF WS-DIFFER-COUNT = 0
                         ADD 1 TO WS-FILES-PASSED
                         IF CAPTURE-MODE-ENABLED
                             MOVE "UNCHANGED" TO WS-FILE-RESULT
                         ELSE
                             MOVE "PASS" TO WS-FILE-RESULT
                         END-IF
                     ELSE
                         ADD 1 TO WS-FILES-FAILED
                         IF CAPTURE-MODE-ENABLED
                             MOVE "CHANGED" TO WS-FILE-RESULT
                         ELSE
                             MOVE "FAIL" TO WS-FILE-RESULT
                         END-IF
                     END-IF
             END-EVALUATE

             PERFORM WRITE-FILE-LINE
           EXIT.

      * An exact rule wins over a prefix rule; with no rule the file
      * is compared whole, in the format the backup list gives it.
           RESOLVE-FILE-RULE SECTION.
             MOVE "C" TO WS-FILE-ACTION
             MOVE SPACE TO WS-FILE-FORMAT
             MOVE 0 TO WS-MASK-OFFSET-1
             MOVE 0 TO WS-MASK-LENGTH-1
             MOVE 0 TO WS-MASK-OFFSET-2
             MOVE 0 TO WS-MASK-LENGTH-2
             PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > RGF-RULE-COUNT
                 IF RGF-MATCH(WS-RULE-IDX) = "P"
                     COMPUTE WS-RULE-NAME-LENGTH = FUNCTION LENGTH(
                         FUNCTION TRIM(RGF-FILE-NAME(WS-RULE-IDX)))
                     IF WS-FILE-NAME(1:WS-RULE-NAME-LENGTH) =
                         RGF-FILE-NAME(WS-RULE-IDX)
                             (1:WS-RULE-NAME-LENGTH)
                         PERFORM TAKE-FILE-RULE
                     END-IF
                 END-IF
             END-PERFORM
             PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > RGF-RULE-COUNT
                 IF RGF-MATCH(WS-RULE-IDX) = "E"
                     AND WS-FILE-NAME = RGF-FILE-NAME(WS-RULE-IDX)
                     PERFORM TAKE-FILE-RULE
                 END-IF
             END-PERFORM
             IF WS-FILE-FORMAT = SPACE
                 MOVE "L" TO WS-FILE-FORMAT
                 PERFORM VARYING WS-BKUP-IDX FROM 1 BY 1
                     UNTIL WS-BKUP-IDX > BKUP-FILE-COUNT
                     IF WS-FILE-NAME = BKUP-FILE-NAME(WS-BKUP-IDX)
                         AND (BKUP-FORMAT(WS-BKUP-IDX) = "I"
                             OR BKUP-FORMAT(WS-BKUP-IDX) = "C")
                         MOVE BKUP-FORMAT(WS-BKUP-IDX)
                             TO WS-FILE-FORMAT
                     END-IF
                 END-PERFORM
             END-IF
           EXIT.

           TAKE-FILE-RULE SECTION.
             MOVE RGF-ACTION(WS-RULE-IDX) TO WS-FILE-ACTION
             MOVE RGF-FORMAT(WS-RULE-IDX) TO WS-FILE-FORMAT
             MOVE RGF-MASK-OFFSET-1(WS-RULE-IDX) TO WS-MASK-OFFSET-1
             MOVE RGF-MASK-LENGTH-1(WS-RULE-IDX) TO WS-MASK-LENGTH-1
             MOVE RGF-MASK-OFFSET-2(WS-RULE-IDX) TO WS-MASK-OFFSET-2
             MOVE RGF-MASK-LENGTH-2(WS-RULE-IDX) TO WS-MASK-LENGTH-2
           EXIT.

           OPEN-GOLDEN-SIDE SECTION.
             MOVE "N" TO WS-GOLDEN-PRESENT
             MOVE "N" TO WS-GOLDEN-EOF
             EVALUATE TRUE
                 WHEN FILE-IS-IMAGE
                     OPEN INPUT GOLDEN-IMAGE-FILE
                 WHEN FILE-IS-CHANGE
                     OPEN INPUT GOLDEN-CHANGE-FILE
                 WHEN OTHER
                     OPEN INPUT GOLDEN-LINE-FILE
             END-EVALUATE
             IF WS-GOLDEN-STATUS = "00"
                 MOVE "Y" TO WS-GOLDEN-PRESENT
             END-IF
           EXIT.

           OPEN-RESULT-SIDE SECTION.
             MOVE "N" TO WS-RESULT-PRESENT
             MOVE "N" TO WS-RESULT-EOF
             EVALUATE TRUE
                 WHEN FILE-IS-IMAGE
                     OPEN INPUT RESULT-IMAGE-FILE
                 WHEN FILE-IS-CHANGE
                     OPEN INPUT RESULT-CHANGE-FILE
                 WHEN OTHER
                     OPEN INPUT RESULT-LINE-FILE
             END-EVALUATE
             IF WS-RESULT-STATUS = "00"
                 MOVE "Y" TO WS-RESULT-PRESENT
             END-IF
           EXIT.

           CLOSE-GOLDEN-SIDE SECTION.
             EVALUATE TRUE
                 WHEN FILE-IS-IMAGE
                     CLOSE GOLDEN-IMAGE-FILE
                 WHEN FILE-IS-CHANGE
                     CLOSE GOLDEN-CHANGE-FILE
                 WHEN OTHER
                     CLOSE GOLDEN-LINE-FILE
             END-EVALUATE
           EXIT.

           CLOSE-RESULT-SIDE SECTION.
             EVALUATE TRUE
                 WHEN FILE-IS-IMAGE
                     CLOSE RESULT-IMAGE-FILE
                 WHEN FILE-IS-CHANGE
                     CLOSE RESULT-CHANGE-FILE
                 WHEN OTHER
                     CLOSE RESULT-LINE-FILE
             END-EVALUATE
           EXIT.

      * The record area is cleared before each read, so a short
      * record compares the same on both sides.
           READ-GOLDEN-SIDE SECTION.
             MOVE SPACES TO WS-GOLDEN-TEXT
             EVALUATE TRUE
                 WHEN FILE-IS-IMAGE
                     MOVE SPACES TO GOLDEN-IMAGE-RECORD
                     READ GOLDEN-IMAGE-FILE
                         AT END SET END-OF-GOLDEN TO TRUE
                         NOT AT END
                           MOVE GOLDEN-IMAGE-RECORD TO WS-GOLDEN-TEXT
                     END-READ
                 WHEN FILE-IS-CHANGE
                     MOVE SPACES TO GOLDEN-CHANGE-RECORD
                     READ GOLDEN-CHANGE-FILE
                         AT END SET END-OF-GOLDEN TO TRUE
                         NOT AT END
                           MOVE GOLDEN-CHANGE-RECORD TO WS-GOLDEN-TEXT
                     END-READ
                 WHEN OTHER
                     MOVE SPACES TO GOLDEN-LINE-RECORD
                     READ GOLDEN-LINE-FILE
                         AT END SET END-OF-GOLDEN TO TRUE
                         NOT AT END
                           MOVE GOLDEN-LINE-RECORD TO WS-GOLDEN-TEXT
                     END-READ
             END-EVALUATE
             IF NOT END-OF-GOLDEN
                 ADD 1 TO WS-GOLDEN-LINES
                 MOVE WS-GOLDEN-TEXT TO WS-MASK-TEXT
                 PERFORM MASK-RUN-FIELDS
                 MOVE WS-MASK-TEXT TO WS-GOLDEN-TEXT
             END-IF
           EXIT.

           READ-RESULT-SIDE SECTION.
             MOVE SPACES TO WS-RESULT-TEXT
             EVALUATE TRUE
                 WHEN FILE-IS-IMAGE
                     MOVE SPACES TO RESULT-IMAGE-RECORD
                     READ RESULT-IMAGE-FILE
                         AT END SET END-OF-RESULT TO TRUE
                         NOT AT END
                           MOVE RESULT-IMAGE-RECORD TO WS-RESULT-TEXT
                     END-READ
                 WHEN FILE-IS-CHANGE
                     MOVE SPACES TO RESULT-CHANGE-RECORD
                     READ RESULT-CHANGE-FILE
                         AT END SET END-OF-RESULT TO TRUE
                         NOT AT END
                           MOVE RESULT-CHANGE-RECORD TO WS-RESULT-TEXT
                     END-READ
                 WHEN OTHER
                     MOVE SPACES TO RESULT-LINE-RECORD
                     READ RESULT-LINE-FILE
                         AT END SET END-OF-RESULT TO TRUE
                         NOT AT END
                           MOVE RESULT-LINE-RECORD TO WS-RESULT-TEXT
                     END-READ
             END-EVALUATE
             IF NOT END-OF-RESULT
                 ADD 1 TO WS-RESULT-LINES
                 MOVE WS-RESULT-TEXT TO WS-MASK-TEXT
                 PERFORM MASK-RUN-FIELDS
                 MOVE WS-MASK-TEXT TO WS-RESULT-TEXT
             END-IF
           EXIT.

           COUNT-RESULT-ONLY SECTION.
             PERFORM UNTIL END-OF-RESULT
                 PERFORM READ-RESULT-SIDE
             END-PERFORM
           EXIT.

           COUNT-GOLDEN-ONLY SECTION.
             PERFORM UNTIL END-OF-GOLDEN
                 PERFORM READ-GOLDEN-SIDE
             END-PERFORM
           EXIT.

      * Line n of the result against line n of the golden copy; a
      * line one side has and the other does not is a difference.
           COMPARE-BOTH-SIDES SECTION.
             PERFORM READ-GOLDEN-SIDE
             PERFORM READ-RESULT-SIDE
             PERFORM UNTIL END-OF-GOLDEN AND END-OF-RESULT
                 ADD 1 TO WS-LINE-NUMBER
                 IF END-OF-GOLDEN
                     MOVE "(NO LINE - GOLDEN COPY ENDED)"
                         TO WS-GOLDEN-TEXT
                 END-IF
                 IF END-OF-RESULT
                     MOVE "(NO LINE - RESULT ENDED)"
                         TO WS-RESULT-TEXT
                 END-IF
                 IF WS-GOLDEN-TEXT NOT = WS-RESULT-TEXT
                     OR END-OF-GOLDEN OR END-OF-RESULT
                     ADD 1 TO WS-DIFFER-COUNT
                     IF WS-SHOWN-COUNT < WS-MAX-SHOWN
                         PERFORM KEEP-DIFFERING-LINE
                     END-IF
                 END-IF
                 IF NOT END-OF-GOLDEN
                     PERFORM READ-GOLDEN-SIDE
                 END-IF
                 IF NOT END-OF-RESULT
                     PERFORM READ-RESULT-SIDE
                 END-IF
             END-PERFORM
           EXIT.

      * The shown window starts a little before the first column
      * that differs, so a change far along a wide line is visible.
           KEEP-DIFFERING-LINE SECTION.
             ADD 1 TO WS-SHOWN-COUNT
             MOVE 1 TO WS-DIFFER-COLUMN
             PERFORM UNTIL WS-DIFFER-COLUMN >= 400
                 OR WS-GOLDEN-TEXT(WS-DIFFER-COLUMN:1)
                     NOT = WS-RESULT-TEXT(WS-DIFFER-COLUMN:1)
                 ADD 1 TO WS-DIFFER-COLUMN
             END-PERFORM
             MOVE 1 TO WS-WINDOW-START
             IF WS-DIFFER-COLUMN > 20
                 COMPUTE WS-WINDOW-START = WS-DIFFER-COLUMN - 19
             END-IF
             IF WS-WINDOW-START > 305
                 MOVE 305 TO WS-WINDOW-START
             END-IF
             MOVE WS-LINE-NUMBER TO WS-SHOWN-LINE(WS-SHOWN-COUNT)
             MOVE WS-DIFFER-COLUMN TO WS-SHOWN-COLUMN(WS-SHOWN-COUNT)
             MOVE WS-GOLDEN-TEXT(WS-WINDOW-START:96)
                 TO WS-SHOWN-GOLDEN(WS-SHOWN-COUNT)
             MOVE WS-RESULT-TEXT(WS-WINDOW-START:96)
                 TO WS-SHOWN-RESULT(WS-SHOWN-COUNT)
           EXIT.

      * Run-dependent fields are overwritten with # on both sides:
      * first the fixed positions the file's rule names, then any
      * clock timestamp - a digit run starting with one of the run
      * dates (yyyymmdd, covering up to the 14 digits of a full
      * stamp) or with its yymmdd form (an 8-digit batch stamp).
           MASK-RUN-FIELDS SECTION.
             IF WS-MASK-LENGTH-1 > 0
                 MOVE ALL "#"
                     TO WS-MASK-TEXT(WS-MASK-OFFSET-1:WS-MASK-LENGTH-1)
             END-IF
             IF WS-MASK-LENGTH-2 > 0
                 MOVE ALL "#"
                     TO WS-MASK-TEXT(WS-MASK-OFFSET-2:WS-MASK-LENGTH-2)
             END-IF
             PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                 UNTIL WS-SCAN-POS > 393
                 IF WS-MASK-TEXT(WS-SCAN-POS:1) IS NUMERIC
                     IF WS-SCAN-POS = 1
                         PERFORM MASK-DATE-RUN
                     ELSE
                         IF WS-MASK-TEXT(WS-SCAN-POS - 1:1)
                             IS NOT NUMERIC
                             PERFORM MASK-DATE-RUN
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

           MASK-DATE-RUN SECTION.
             MOVE WS-SCAN-POS TO WS-RUN-END
             PERFORM UNTIL WS-RUN-END > 400
                 OR WS-MASK-TEXT(WS-RUN-END:1) IS NOT NUMERIC
                 ADD 1 TO WS-RUN-END
             END-PERFORM
             COMPUTE WS-RUN-LENGTH = WS-RUN-END - WS-SCAN-POS
             IF WS-RUN-LENGTH < 8
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-RUN-MASKED
             PERFORM VARYING WS-MASK-DATE-IDX FROM 1 BY 1
                 UNTIL WS-MASK-DATE-IDX > 4
                 IF WS-MASK-DATE(WS-MASK-DATE-IDX) NOT = SPACES
                     AND WS-RUN-MASKED = 0
                     IF WS-MASK-TEXT(WS-SCAN-POS:8) =
                         WS-MASK-DATE(WS-MASK-DATE-IDX)
                         MOVE WS-RUN-LENGTH TO WS-RUN-MASKED
                         IF WS-RUN-MASKED > 14
                             MOVE 14 TO WS-RUN-MASKED
                         END-IF
                     ELSE
                         IF WS-MASK-TEXT(WS-SCAN-POS:6) =
                             WS-MASK-DATE(WS-MASK-DATE-IDX)(3:6)
                             MOVE 8 TO WS-RUN-MASKED
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
             IF WS-RUN-MASKED > 0
                 MOVE ALL "#"
                     TO WS-MASK-TEXT(WS-SCAN-POS:WS-RUN-MASKED)
             END-IF
           EXIT.

           WRITE-FILE-LINE SECTION.
             MOVE SPACES TO SCOREBOARD-RECORD
             EVALUATE TRUE
                 WHEN FILE-IS-SKIPPED
                     STRING WS-FILE-NAME(1:18) DELIMITED BY SIZE
                         WS-FILE-RESULT DELIMITED BY SIZE
                         "  NOT COMPARED - RUN-DEPENDENT THROUGHOUT"
                         " OR COMPARED THROUGH ITS UNLOAD"
                         DELIMITED BY SIZE
                         INTO SCOREBOARD-RECORD
                 WHEN NOT GOLDEN-IS-PRESENT
                     STRING WS-FILE-NAME(1:18) DELIMITED BY SIZE
                         WS-FILE-RESULT DELIMITED BY SIZE
                         "  NO GOLDEN COPY - RESULT " DELIMITED BY SIZE
                         WS-RESULT-LINES DELIMITED BY SIZE
                         " LINES" DELIMITED BY SIZE
                         INTO SCOREBOARD-RECORD
                 WHEN NOT RESULT-IS-PRESENT
                     STRING WS-FILE-NAME(1:18) DELIMITED BY SIZE
                         WS-FILE-RESULT DELIMITED BY SIZE
                         "  NOT WRITTEN BY THE CHAIN - GOLDEN "
                         DELIMITED BY SIZE
                         WS-GOLDEN-LINES DELIMITED BY SIZE
                         " LINES" DELIMITED BY SIZE
                         INTO SCOREBOARD-RECORD
                 WHEN OTHER
                     STRING WS-FILE-NAME(1:18) DELIMITED BY SIZE
                         WS-FILE-RESULT DELIMITED BY SIZE
                         "  GOLDEN " DELIMITED BY SIZE
                         WS-GOLDEN-LINES DELIMITED BY SIZE
                         " LINES, RESULT " DELIMITED BY SIZE
                         WS-RESULT-LINES DELIMITED BY SIZE
                         " LINES, " DELIMITED BY SIZE
                         WS-DIFFER-COUNT DELIMITED BY SIZE
                         " DIFFER" DELIMITED BY SIZE
                         INTO SCOREBOARD-RECORD
             END-EVALUATE
             WRITE SCOREBOARD-RECORD
             IF FILE-IS-SKIPPED
                 EXIT SECTION
             END-IF
             PERFORM VARYING WS-SHOWN-IDX FROM 1 BY 1
                 UNTIL WS-SHOWN-IDX > WS-SHOWN-COUNT
                 MOVE SPACES TO SCOREBOARD-RECORD
                 STRING "    LINE " DELIMITED BY SIZE
                     WS-SHOWN-LINE(WS-SHOWN-IDX) DELIMITED BY SIZE
                     " COL " DELIMITED BY SIZE
                     WS-SHOWN-COLUMN(WS-SHOWN-IDX) DELIMITED BY SIZE
                     " GOLDEN: " DELIMITED BY SIZE
                     WS-SHOWN-GOLDEN(WS-SHOWN-IDX) DELIMITED BY SIZE
                     INTO SCOREBOARD-RECORD
                 WRITE SCOREBOARD-RECORD
                 MOVE SPACES TO SCOREBOARD-RECORD
                 STRING "                          RESULT: "
                     DELIMITED BY SIZE
                     WS-SHOWN-RESULT(WS-SHOWN-IDX) DELIMITED BY SIZE
                     INTO SCOREBOARD-RECORD
                 WRITE SCOREBOARD-RECORD
             END-PERFORM
           EXIT.

           WRITE-SCOREBOARD-TOTALS SECTION.
             MOVE SPACES TO SCOREBOARD-RECORD
             WRITE SCOREBOARD-RECORD
             MOVE SPACES TO SCOREBOARD-RECORD
             IF CAPTURE-MODE-ENABLED
                 STRING "FILES " DELIMITED BY SIZE
                     WS-FILES-COMPARED DELIMITED BY SIZE
                     "   UNCHANGED " DELIMITED BY SIZE
                     WS-FILES-PASSED DELIMITED BY SIZE
                     "   CHANGED " DELIMITED BY SIZE
                     WS-FILES-FAILED DELIMITED BY SIZE
                     "   NEW " DELIMITED BY SIZE
                     WS-FILES-NEW DELIMITED BY SIZE
                     "   DROPPED " DELIMITED BY SIZE
                     WS-FILES-DROPPED DELIMITED BY SIZE
                     "   SKIPPED " DELIMITED BY SIZE
                     WS-FILES-SKIPPED DELIMITED BY SIZE
                     INTO SCOREBOARD-RECORD
             ELSE
                 STRING "FILES " DELIMITED BY SIZE
                     WS-FILES-COMPARED DELIMITED BY SIZE
                     "   PASSED " DELIMITED BY SIZE
                     WS-FILES-PASSED DELIMITED BY SIZE
                     "   FAILED " DELIMITED BY SIZE
                     WS-FILES-FAILED DELIMITED BY SIZE
                     "   SKIPPED " DELIMITED BY SIZE
                     WS-FILES-SKIPPED DELIMITED BY SIZE
                     INTO SCOREBOARD-RECORD
             END-IF
             WRITE SCOREBOARD-RECORD
           EXIT.

      * The old golden set is emptied first, so a file the chain no
      * longer writes leaves the baseline with it; the capture run's
      * clock dates are kept for masking the new copies' stamps.
           REPLACE-GOLDEN-COPIES SECTION.
             MOVE SPACES TO WS-SHELL-COMMAND
             STRING "rm -rf regress/golden"
                 " && mkdir -p regress/golden" DELIMITED BY SIZE
                 INTO WS-SHELL-COMMAND
             MOVE 0 TO RETURN-CODE
             CALL "SYSTEM" USING WS-SHELL-COMMAND
             END-CALL
             PERFORM VARYING WS-CAPTURE-IDX FROM 1 BY 1
                 UNTIL WS-CAPTURE-IDX > WS-CAPTURE-COUNT
                 MOVE SPACES TO WS-SHELL-COMMAND
                 STRING "cp regress/work/data/" DELIMITED BY SIZE
                     WS-CAPTURE-NAME(WS-CAPTURE-IDX)
                         DELIMITED BY SPACE
                     " regress/golden/" DELIMITED BY SIZE
                     INTO WS-SHELL-COMMAND
                 MOVE 0 TO RETURN-CODE
                 CALL "SYSTEM" USING WS-SHELL-COMMAND
                 END-CALL
                 IF RETURN-CODE NOT = 0
                     DISPLAY "CHAINREGRESS - COPY OF "
                         FUNCTION TRIM(WS-CAPTURE-NAME(WS-CAPTURE-IDX))
                         " TO regress/golden FAILED"
                 END-IF
             END-PERFORM
             OPEN OUTPUT GOLDEN-STAMP-FILE
             MOVE WS-MASK-DATE(1) TO GST-START-DATE
             MOVE WS-MASK-DATE(2) TO GST-END-DATE
             WRITE GOLDEN-STAMP-RECORD
             CLOSE GOLDEN-STAMP-FILE
             MOVE SPACES TO SCOREBOARD-RECORD
             STRING "GOLDEN COPIES REPLACED - " DELIMITED BY SIZE
                 WS-CAPTURE-COUNT DELIMITED BY SIZE
                 " FILES NOW THE BASELINE IN regress/golden"
                 DELIMITED BY SIZE
                 INTO SCOREBOARD-RECORD
             WRITE SCOREBOARD-RECORD
           EXIT.

       END PROGRAM CHAIN-REGRESS.
