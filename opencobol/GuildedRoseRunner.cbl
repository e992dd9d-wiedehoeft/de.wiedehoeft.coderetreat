               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "data/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGE-PARTITION-FILE ASSIGN TO "data/AGEPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEPART-STATUS.
           SELECT AGE-RUN-FILE ASSIGN TO "data/AGERUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-ROW-FILE ASSIGN TO WS-PARTITION-ROW-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-ROW-STATUS.
           SELECT PARTITION-STATUS-FILE
               ASSIGN TO WS-PARTITION-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS-STATUS.

       DATA DIVISION.

           05 RUNLOG-ITEM-COUNT PIC 9(007).
           05 RUNLOG-COND-CODE PIC 9(004).

      * Store-range split of the aging step (data/AGEPART.DAT): one
      * line per partition - its two-digit number and the lowest and
      * highest store id it ages - in ascending store order without
      * overlap. With no lines the whole chain ages in one
      * GuildedRose pass as it always has.
       FD  AGE-PARTITION-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-PARTITION-RECORD.
           05 APT-PARTITION-ID PIC X(002).
           05 APT-LOW-STORE-ID PIC X(006).
           05 APT-HIGH-STORE-ID PIC X(006).

      * The day the partition workers are to age, and its run id.
       FD  AGE-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-RUN-RECORD.
           05 ARUN-AGING-DATE PIC X(008).
           05 ARUN-RUN-ID PIC 9(006).

      * A partition's rows going out to AgePart (data/AGEIN.Pnn) and
      * coming back aged (data/AGEOUT.Pnn).
       FD  PARTITION-ROW-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-ROW-RECORD. COPY ITEMS.

      * AgePart's outcome line for one partition (data/AGESTAT.Pnn).
       FD  PARTITION-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-STATUS-RECORD.
           05 AST-AGING-DATE PIC X(008).
           05 AST-RUN-ID PIC 9(006).
           05 AST-STATE PIC X(001).
           05 AST-ROWS-IN PIC 9(005).
           05 AST-ROWS-OUT PIC 9(005).
           05 AST-COND-CODE PIC 9(004).

       WORKING-STORAGE SECTION.
       01 COUNTER PIC 9(005).
       01 ITEMS. COPY ITEM-COLLECTION.
           05 WS-MJ-BEFORE PIC X(100).
           05 WS-MJ-AFTER PIC X(100).

      * Partitioned aging: each store range is aged by its own AgePart
      * worker, all started together, and AgeMerge rebuilds the
      * chain-wide reports once every partition has finished the
      * day. A partition already complete for the day being aged is
      * not started again, so a resubmission after one partition
      * fails reruns that partition alone.
       01 WS-AGEPART-STATUS PIC X(002).
       01 WS-PARTITION-ROW-STATUS PIC X(002).
       01 WS-PARTITION-STATUS-STATUS PIC X(002).
       01 WS-PARTITION-ROW-PATH PIC X(030).
       01 WS-PARTITION-STATUS-PATH PIC X(030).
       01 WS-AGEPART-EOF PIC X(001) VALUE "N".
           88 END-OF-AGE-PARTITIONS VALUE "Y".
       01 WS-MAX-PARTITIONS PIC 9(002) VALUE 20.
       01 WS-PARTITION-COUNT PIC 9(002) VALUE 0.
       01 WS-PARTITION-TABLE.
           05 WS-PARTITION-ENTRY OCCURS 20 TIMES.
               10 WS-PART-ID PIC X(002).
               10 WS-PART-LOW-STORE PIC X(006).
               10 WS-PART-HIGH-STORE PIC X(006).
       01 WS-PART-IDX PIC 9(002).
       01 WS-PART-CHECK-IDX PIC 9(002).
       01 WS-PARTITION-ERROR PIC X(060).
       01 WS-PARTITION-FOUND PIC X(001).
           88 ROW-HAS-PARTITION VALUE "Y".
       01 WS-PARTITION-COMMAND PIC X(400).
       01 WS-COMMAND-POINTER PIC 9(003).
       01 WS-PARTITIONS-STARTED PIC 9(002).
       01 WS-ROWS-BEFORE-AGING PIC 9(005).
       01 WS-AGE-MERGE-REQ.
           05 WS-AM-AGING-DATE PIC X(008).
           05 WS-AM-RUN-ID PIC 9(006).
           05 WS-AM-PARTITION-COUNT PIC 9(002).
           05 WS-AM-PARTITION-ID PIC X(002) OCCURS 20 TIMES.
           05 WS-AM-RESULT PIC X(001).
               88 WS-AM-MERGE-BALANCED VALUE "Y".
           05 WS-AM-ROW-COUNT PIC 9(007).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-ITEM-MASTER
           PERFORM LOAD-NUM-DAYS
           PERFORM LOAD-DRY-RUN-MODE
           PERFORM LOAD-AGING-PARTITIONS

      * A dry run carries run id zero - the same convention the test
      * driver uses - so GuildedRose leaves the permanent price
               MOVE FUNCTION DATE-OF-INTEGER(WS-SIM-DATE-INT)
                   TO WS-AGING-DATE

               IF WS-PARTITION-COUNT > 0
                   PERFORM AGE-BY-PARTITION
                   IF RETURN-CODE NOT = 0
                       SET RUN-HAS-FAILED TO TRUE
                       DISPLAY "TEXTTESTFIXTURE STOPPED - PARTITIONED"
                           " AGING FOR " WS-AGING-DATE
                           " DID NOT COMPLETE - DAY NOT POSTED,"
                           " RESUBMIT AFTER THE FIX (COMPLETED"
                           " PARTITIONS ARE NOT RERUN)"
                       EXIT PERFORM
                   END-IF
               ELSE
                   CALL "GuildedRose" USING ITEMS WS-AGING-DATE
                       WS-RUN-ID
                   END-CALL

                   IF RETURN-CODE NOT = 0
                       SET RUN-HAS-FAILED TO TRUE
                       DISPLAY "TEXTTESTFIXTURE STOPPED - GUILDEDROSE"
                           " ENDED WITH CONDITION CODE " RETURN-CODE
                           " FOR " WS-AGING-DATE
                           " - DAY NOT POSTED, RESUBMIT AFTER THE FIX"
                       EXIT PERFORM
                   END-IF
               END-IF

               IF NOT DRY-RUN-ENABLED
                   PERFORM WRITE-ARCHIVE-SNAPSHOT
                   PERFORM TRIM-ARCHIVE
               END-IF
               IF WS-PARTITION-COUNT > 0
                   PERFORM RETIRE-PARTITION-STATUS
               END-IF

               MOVE WS-DAY-INDEX TO WS-DAY-INDEX-ED
               MOVE SPACES TO WS-DAY-HEADER
             CLOSE ARCHIVE-FILE
           EXIT.

      * Reads the store-range split. A table that cannot be trusted to
      * give every row exactly one partition halts the run before
      * anything is aged - the same refusal the master-unavailable
      * halt makes.
           LOAD-AGING-PARTITIONS SECTION.
             MOVE 0 TO WS-PARTITION-COUNT
             MOVE SPACES TO WS-PARTITION-ERROR
             OPEN INPUT AGE-PARTITION-FILE
             IF WS-AGEPART-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-AGEPART-EOF
             PERFORM UNTIL END-OF-AGE-PARTITIONS
                 READ AGE-PARTITION-FILE
                     AT END SET END-OF-AGE-PARTITIONS TO TRUE
                     NOT AT END
                       IF AGE-PARTITION-RECORD NOT = SPACES
                           PERFORM STAGE-ONE-AGE-PARTITION
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE AGE-PARTITION-FILE
             IF WS-PARTITION-ERROR NOT = SPACES
                 DISPLAY "TEXTTESTFIXTURE HALTED - data/AGEPART.DAT "
                     FUNCTION TRIM(WS-PARTITION-ERROR)
                 MOVE 8 TO RETURN-CODE
                 MOVE "R" TO WS-LOCK-ACTION
                 CALL "MasterLock" USING WS-LOCK-REQUEST
                 END-CALL
                 MOVE "E" TO WS-RS-ACTION
                 MOVE RETURN-CODE TO WS-RS-COND-CODE
                 CALL "RunStatus" USING WS-RUN-STATUS-REQ
                 END-CALL
                 STOP RUN
             END-IF
           EXIT.

           STAGE-ONE-AGE-PARTITION SECTION.
             IF WS-PARTITION-ERROR NOT = SPACES
                 EXIT SECTION
             END-IF
             IF WS-PARTITION-COUNT >= WS-MAX-PARTITIONS
                 MOVE "HAS MORE THAN 20 PARTITIONS"
                     TO WS-PARTITION-ERROR
                 EXIT SECTION
             END-IF
             IF APT-PARTITION-ID IS NOT NUMERIC
                 OR APT-PARTITION-ID = "00"
                 STRING "PARTITION NUMBER " DELIMITED BY SIZE
                     APT-PARTITION-ID DELIMITED BY SIZE
                     " IS NOT 01-99" DELIMITED BY SIZE
                     INTO WS-PARTITION-ERROR
                 EXIT SECTION
             END-IF
             IF APT-LOW-STORE-ID > APT-HIGH-STORE-ID
                 STRING "PARTITION " DELIMITED BY SIZE
                     APT-PARTITION-ID DELIMITED BY SIZE
                     " LOW STORE IS ABOVE ITS HIGH STORE"
                     DELIMITED BY SIZE
                     INTO WS-PARTITION-ERROR
                 EXIT SECTION
             END-IF
             PERFORM VARYING WS-PART-CHECK-IDX FROM 1 BY 1
                 UNTIL WS-PART-CHECK-IDX > WS-PARTITION-COUNT
                 IF WS-PART-ID(WS-PART-CHECK-IDX) = APT-PARTITION-ID
                     STRING "PARTITION " DELIMITED BY SIZE
                         APT-PARTITION-ID DELIMITED BY SIZE
                         " IS LISTED TWICE" DELIMITED BY SIZE
                         INTO WS-PARTITION-ERROR
                     EXIT SECTION
                 END-IF
             END-PERFORM
             IF WS-PARTITION-COUNT > 0
                 AND APT-LOW-STORE-ID NOT >
                     WS-PART-HIGH-STORE(WS-PARTITION-COUNT)
                 STRING "PARTITION " DELIMITED BY SIZE
                     APT-PARTITION-ID DELIMITED BY SIZE
                     " OVERLAPS OR IS OUT OF STORE ORDER"
                     DELIMITED BY SIZE
                     INTO WS-PARTITION-ERROR
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-PARTITION-COUNT
             MOVE APT-PARTITION-ID TO WS-PART-ID(WS-PARTITION-COUNT)
             MOVE APT-LOW-STORE-ID
                 TO WS-PART-LOW-STORE(WS-PARTITION-COUNT)
             MOVE APT-HIGH-STORE-ID
                 TO WS-PART-HIGH-STORE(WS-PARTITION-COUNT)
           EXIT.

      * One day of partitioned aging: hand each unfinished partition
      * its rows, start the workers together and wait for them all,
      * then merge and take the aged rows back in store-range order -
      * the order GuildedRose's own sort would have left them in.
      * RETURN-CODE comes back 0 only when the whole day is merged.
           AGE-BY-PARTITION SECTION.
             PERFORM CHECK-PARTITION-COVERAGE
             IF RETURN-CODE NOT = 0
                 EXIT SECTION
             END-IF
             MOVE ITEM-COUNT OF ITEMS TO WS-ROWS-BEFORE-AGING

             OPEN OUTPUT AGE-RUN-FILE
             MOVE WS-AGING-DATE TO ARUN-AGING-DATE
             MOVE WS-RUN-ID TO ARUN-RUN-ID
             WRITE AGE-RUN-RECORD
             CLOSE AGE-RUN-FILE

             MOVE SPACES TO WS-PARTITION-COMMAND
             MOVE 1 TO WS-COMMAND-POINTER
             MOVE 0 TO WS-PARTITIONS-STARTED
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > WS-PARTITION-COUNT
                 PERFORM READ-PARTITION-STATUS
                 IF AST-STATE = "C"
                     AND AST-AGING-DATE = WS-AGING-DATE
                     DISPLAY "TEXTTESTFIXTURE - PARTITION "
                         WS-PART-ID(WS-PART-IDX)
                         " ALREADY COMPLETE FOR " WS-AGING-DATE
                         ", NOT RERUN"
                 ELSE
                     PERFORM WRITE-PARTITION-EXTRACT
                     STRING "./AgePart " DELIMITED BY SIZE
                         WS-PART-ID(WS-PART-IDX) DELIMITED BY SIZE
                         " & " DELIMITED BY SIZE
                         INTO WS-PARTITION-COMMAND
                         WITH POINTER WS-COMMAND-POINTER
                     ADD 1 TO WS-PARTITIONS-STARTED
                 END-IF
             END-PERFORM

             IF WS-PARTITIONS-STARTED > 0
                 STRING "wait" DELIMITED BY SIZE
                     INTO WS-PARTITION-COMMAND
                     WITH POINTER WS-COMMAND-POINTER
                 DISPLAY "TEXTTESTFIXTURE - STARTING "
                     WS-PARTITIONS-STARTED " AGING PARTITION(S) FOR "
                     WS-AGING-DATE
                 CALL "SYSTEM" USING WS-PARTITION-COMMAND
                 END-CALL
             END-IF

             MOVE WS-AGING-DATE TO WS-AM-AGING-DATE
             MOVE WS-RUN-ID TO WS-AM-RUN-ID
             MOVE WS-PARTITION-COUNT TO WS-AM-PARTITION-COUNT
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > WS-PARTITION-COUNT
                 MOVE WS-PART-ID(WS-PART-IDX)
                     TO WS-AM-PARTITION-ID(WS-PART-IDX)
             END-PERFORM
             CALL "AgeMerge" USING WS-AGE-MERGE-REQ
             END-CALL
             IF NOT WS-AM-MERGE-BALANCED
                 PERFORM REPORT-UNFINISHED-PARTITIONS
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF

             PERFORM RELOAD-PARTITION-ROWS
             IF ITEM-COUNT OF ITEMS NOT = WS-ROWS-BEFORE-AGING
                 DISPLAY "TEXTTESTFIXTURE - PARTITIONS RETURNED "
                     ITEM-COUNT OF ITEMS " ROW(S) FOR "
                     WS-ROWS-BEFORE-AGING " SENT"
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             MOVE 0 TO RETURN-CODE
           EXIT.

      * Every row must fall in exactly one store range - a store the
      * table does not cover would otherwise silently go unaged.
           CHECK-PARTITION-COVERAGE SECTION.
             MOVE 0 TO RETURN-CODE
             PERFORM VARYING COUNTER FROM 1 BY 1
                 UNTIL COUNTER > ITEM-COUNT OF ITEMS
                 MOVE "N" TO WS-PARTITION-FOUND
                 PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-PARTITION-COUNT
                     IF STORE-ID OF ITEM OF ITEMS(COUNTER)
                             NOT < WS-PART-LOW-STORE(WS-PART-IDX)
                         AND STORE-ID OF ITEM OF ITEMS(COUNTER)
                             NOT > WS-PART-HIGH-STORE(WS-PART-IDX)
                         SET ROW-HAS-PARTITION TO TRUE
                     END-IF
                 END-PERFORM
                 IF NOT ROW-HAS-PARTITION
                     DISPLAY "TEXTTESTFIXTURE - STORE "
                         STORE-ID OF ITEM OF ITEMS(COUNTER)
                         " IS IN NO AGING PARTITION ON"
                         " data/AGEPART.DAT"
                     MOVE 8 TO RETURN-CODE
                     EXIT SECTION
                 END-IF
             END-PERFORM
           EXIT.

           SET-PARTITION-PATHS SECTION.
             MOVE SPACES TO WS-PARTITION-STATUS-PATH
             STRING "data/AGESTAT.P" DELIMITED BY SIZE
                 WS-PART-ID(WS-PART-IDX) DELIMITED BY SIZE
                 INTO WS-PARTITION-STATUS-PATH
           EXIT.

           READ-PARTITION-STATUS SECTION.
             PERFORM SET-PARTITION-PATHS
             MOVE SPACES TO PARTITION-STATUS-RECORD
             OPEN INPUT PARTITION-STATUS-FILE
             IF WS-PARTITION-STATUS-STATUS = "00"
                 READ PARTITION-STATUS-FILE
                     AT END MOVE SPACES TO PARTITION-STATUS-RECORD
                 END-READ
                 CLOSE PARTITION-STATUS-FILE
             END-IF
           EXIT.

           WRITE-PARTITION-EXTRACT SECTION.
             MOVE SPACES TO WS-PARTITION-ROW-PATH
             STRING "data/AGEIN.P" DELIMITED BY SIZE
                 WS-PART-ID(WS-PART-IDX) DELIMITED BY SIZE
                 INTO WS-PARTITION-ROW-PATH
             OPEN OUTPUT PARTITION-ROW-FILE
             PERFORM VARYING COUNTER FROM 1 BY 1
                 UNTIL COUNTER > ITEM-COUNT OF ITEMS
                 IF STORE-ID OF ITEM OF ITEMS(COUNTER)
                         NOT < WS-PART-LOW-STORE(WS-PART-IDX)
                     AND STORE-ID OF ITEM OF ITEMS(COUNTER)
                         NOT > WS-PART-HIGH-STORE(WS-PART-IDX)
                     MOVE ITEM OF ITEMS(COUNTER)
                         TO PARTITION-ROW-RECORD
                     WRITE PARTITION-ROW-RECORD
                 END-IF
             END-PERFORM
             CLOSE PARTITION-ROW-FILE
           EXIT.

           REPORT-UNFINISHED-PARTITIONS SECTION.
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > WS-PARTITION-COUNT
                 PERFORM READ-PARTITION-STATUS
                 IF AST-STATE NOT = "C"
                     OR AST-AGING-DATE NOT = WS-AGING-DATE
                     DISPLAY "TEXTTESTFIXTURE - PARTITION "
                         WS-PART-ID(WS-PART-IDX) " NOT COMPLETE,"
                         " STATE " AST-STATE " CONDITION CODE "
                         AST-COND-CODE " - SEE data/AGEMERGE.RPT"
                 END-IF
             END-PERFORM
           EXIT.

           RELOAD-PARTITION-ROWS SECTION.
             MOVE 0 TO ITEM-COUNT OF ITEMS
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > WS-PARTITION-COUNT
                 MOVE SPACES TO WS-PARTITION-ROW-PATH
                 STRING "data/AGEOUT.P" DELIMITED BY SIZE
                     WS-PART-ID(WS-PART-IDX) DELIMITED BY SIZE
                     INTO WS-PARTITION-ROW-PATH
                 OPEN INPUT PARTITION-ROW-FILE
                 IF WS-PARTITION-ROW-STATUS = "00"
                     PERFORM UNTIL 1 = 2
                         READ PARTITION-ROW-FILE
                             AT END EXIT PERFORM
                             NOT AT END
                               IF ITEM-COUNT OF ITEMS
                                   < WS-MAX-ITEM-CAPACITY
                                   ADD 1 TO ITEM-COUNT OF ITEMS
                                   MOVE PARTITION-ROW-RECORD
                                       TO ITEM OF ITEMS(
                                           ITEM-COUNT OF ITEMS)
                               END-IF
                         END-READ
                     END-PERFORM
                     CLOSE PARTITION-ROW-FILE
                 END-IF
             END-PERFORM
           EXIT.

      * The day is posted (or, on a dry run, reported): the partitions'
      * completions are spent, so a later re-age of the same date -
      * an as-of rerun - ages every partition afresh.
           RETIRE-PARTITION-STATUS SECTION.
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > WS-PARTITION-COUNT
                 PERFORM READ-PARTITION-STATUS
                 MOVE "M" TO AST-STATE
                 OPEN OUTPUT PARTITION-STATUS-FILE
                 WRITE PARTITION-STATUS-RECORD
                 CLOSE PARTITION-STATUS-FILE
             END-PERFORM
           EXIT.

       END PROGRAM TextTestFixture.
