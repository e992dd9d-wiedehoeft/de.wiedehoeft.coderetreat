      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aging partition worker. When the nightly aging run is
      *          split by store range (data/AGEPART.DAT), the runner
      *          writes each partition's rows to data/AGEIN.Pnn and
      *          starts one AgePart per partition, all at the same
      *          time, with the two-digit partition number on the
      *          command line ("./AgePart 03"). The worker ages its
      *          rows through GuildedRose under the business date and
      *          run id the runner left in data/AGERUN.DAT - every
      *          report, log and row checkpoint GuildedRose writes
      *          carries the ".Pnn" suffix - then writes the aged rows
      *          to data/AGEOUT.Pnn and its outcome to
      *          data/AGESTAT.Pnn for the runner to merge. A worker
      *          that fails is simply started again: GuildedRose's own
      *          row checkpoint for the partition picks up where it
      *          stopped, and no other partition is touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE-PART as "AgePart".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-RUN-FILE ASSIGN TO "data/AGERUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERUN-STATUS.
           SELECT PARTITION-IN-FILE ASSIGN TO WS-PARTITION-IN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-IN-STATUS.
           SELECT PARTITION-OUT-FILE ASSIGN TO WS-PARTITION-OUT-PATH
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRICE-HISTORY-FILE ASSIGN TO WS-PRICE-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-HISTORY-STATUS.
           SELECT PARTITION-STATUS-FILE
               ASSIGN TO WS-PARTITION-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The day being aged, written by the runner before it starts
      * the workers so every partition ages the same date under the
      * same run id.
       FD  AGE-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-RUN-RECORD.
           05 ARUN-AGING-DATE PIC X(008).
           05 ARUN-RUN-ID PIC 9(006).

       FD  PARTITION-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-IN-RECORD. COPY ITEMS.

       FD  PARTITION-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-OUT-RECORD. COPY ITEMS
           REPLACING ==ITEM-KEY== BY ==POUT-KEY==.

      * The partition's own price-change ledger copy - GuildedRose
      * appends to it, so it has to exist before the first night.
       FD  PRICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRICE-HISTORY-RECORD PIC X(120).

      * One line per partition: the date and run it was last worked
      * for, S(tarted) / C(omplete) / F(ailed) / M(erged), rows in
      * and out and GuildedRose's condition code.
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
       01 WS-MAX-ITEM-CAPACITY PIC 9(005) VALUE 50000.
       01 WS-AGERUN-STATUS PIC X(002).
       01 WS-PARTITION-IN-STATUS PIC X(002).
       01 WS-PRICE-HISTORY-STATUS PIC X(002).
       01 WS-PRICE-HISTORY-PATH PIC X(030).
       01 WS-PARTITION-IN-EOF PIC X(001) VALUE "N".
           88 END-OF-PARTITION-IN VALUE "Y".
       01 WS-COMMAND-ARGUMENT PIC X(010).
       01 WS-PARTITION-ID PIC X(002).
       01 WS-PARTITION-IN-PATH PIC X(030).
       01 WS-PARTITION-OUT-PATH PIC X(030).
       01 WS-PARTITION-STATUS-PATH PIC X(030).
       01 WS-AGING-DATE PIC X(008).
       01 WS-RUN-ID PIC 9(006) VALUE 0.
       01 WS-ROWS-IN PIC 9(005) VALUE 0.
       01 WS-AGING-COND-CODE PIC 9(004) VALUE 0.

      * Shared with GuildedRose - the suffix its file names take.
       01 WS-AGE-PARTITION PIC X(002) EXTERNAL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-COMMAND-ARGUMENT FROM COMMAND-LINE
           MOVE WS-COMMAND-ARGUMENT(1:2) TO WS-PARTITION-ID
           IF WS-PARTITION-ID IS NOT NUMERIC
               OR WS-PARTITION-ID = "00"
               OR WS-COMMAND-ARGUMENT(3:8) NOT = SPACES
               DISPLAY "AGEPART HALTED - PARTITION NUMBER """
                   FUNCTION TRIM(WS-COMMAND-ARGUMENT)
                   """ IS NOT 01-99"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-PARTITION-PATHS
           PERFORM LOAD-AGE-RUN

           MOVE "S" TO AST-STATE
           MOVE 0 TO AST-ROWS-OUT
           PERFORM WRITE-PARTITION-STATUS

           PERFORM LOAD-PARTITION-ROWS
           PERFORM PRIME-PRICE-HISTORY

           MOVE WS-PARTITION-ID TO WS-AGE-PARTITION
           MOVE 0 TO RETURN-CODE
           CALL "GuildedRose" USING ITEMS WS-AGING-DATE WS-RUN-ID
           END-CALL
           MOVE RETURN-CODE TO WS-AGING-COND-CODE
           MOVE SPACES TO WS-AGE-PARTITION

           IF WS-AGING-COND-CODE NOT = 0
               DISPLAY "AGEPART " WS-PARTITION-ID " FAILED -"
                   " GUILDEDROSE ENDED WITH CONDITION CODE "
                   WS-AGING-COND-CODE " FOR " WS-AGING-DATE
               MOVE "F" TO AST-STATE
               MOVE 0 TO AST-ROWS-OUT
               PERFORM WRITE-PARTITION-STATUS
               MOVE WS-AGING-COND-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-PARTITION-ROWS

           MOVE "C" TO AST-STATE
           MOVE ITEM-COUNT OF ITEMS TO AST-ROWS-OUT
           PERFORM WRITE-PARTITION-STATUS
           DISPLAY "AGEPART " WS-PARTITION-ID " COMPLETE - "
               ITEM-COUNT OF ITEMS " ROW(S) AGED FOR " WS-AGING-DATE

           MOVE 0 TO RETURN-CODE
           STOP RUN.

           BUILD-PARTITION-PATHS SECTION.
             MOVE SPACES TO WS-PARTITION-IN-PATH
             STRING "data/AGEIN.P" DELIMITED BY SIZE
                 WS-PARTITION-ID DELIMITED BY SIZE
                 INTO WS-PARTITION-IN-PATH
             MOVE SPACES TO WS-PARTITION-OUT-PATH
             STRING "data/AGEOUT.P" DELIMITED BY SIZE
                 WS-PARTITION-ID DELIMITED BY SIZE
                 INTO WS-PARTITION-OUT-PATH
             MOVE SPACES TO WS-PARTITION-STATUS-PATH
             STRING "data/AGESTAT.P" DELIMITED BY SIZE
                 WS-PARTITION-ID DELIMITED BY SIZE
                 INTO WS-PARTITION-STATUS-PATH
             MOVE SPACES TO WS-PRICE-HISTORY-PATH
             STRING "data/PRICEHIS.DAT.P" DELIMITED BY SIZE
                 WS-PARTITION-ID DELIMITED BY SIZE
                 INTO WS-PRICE-HISTORY-PATH
           EXIT.

           PRIME-PRICE-HISTORY SECTION.
             OPEN EXTEND PRICE-HISTORY-FILE
             IF WS-PRICE-HISTORY-STATUS = "35"
                 OPEN OUTPUT PRICE-HISTORY-FILE
             END-IF
             CLOSE PRICE-HISTORY-FILE
           EXIT.

           LOAD-AGE-RUN SECTION.
             OPEN INPUT AGE-RUN-FILE
             IF WS-AGERUN-STATUS NOT = "00"
                 DISPLAY "AGEPART " WS-PARTITION-ID " HALTED -"
                     " data/AGERUN.DAT NOT AVAILABLE, STATUS "
                     WS-AGERUN-STATUS
                     " - PARTITIONS ARE STARTED BY TextTestFixture"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             READ AGE-RUN-FILE
                 AT END
                     MOVE SPACES TO ARUN-AGING-DATE
                     MOVE 0 TO ARUN-RUN-ID
             END-READ
             CLOSE AGE-RUN-FILE
             MOVE ARUN-AGING-DATE TO WS-AGING-DATE
             MOVE ARUN-RUN-ID TO WS-RUN-ID
           EXIT.

      * The extract is never rewritten by the worker, so a rerun
      * after a failure starts from the same rows the failed attempt
      * did and the partition's row checkpoint still lines up.
           LOAD-PARTITION-ROWS SECTION.
             MOVE 0 TO ITEM-COUNT OF ITEMS
             OPEN INPUT PARTITION-IN-FILE
             IF WS-PARTITION-IN-STATUS NOT = "00"
                 DISPLAY "AGEPART " WS-PARTITION-ID " HALTED - "
                     FUNCTION TRIM(WS-PARTITION-IN-PATH)
                     " NOT AVAILABLE, STATUS " WS-PARTITION-IN-STATUS
                 MOVE "F" TO AST-STATE
                 MOVE 8 TO WS-AGING-COND-CODE
                 PERFORM WRITE-PARTITION-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             MOVE "N" TO WS-PARTITION-IN-EOF
             PERFORM UNTIL END-OF-PARTITION-IN
                 READ PARTITION-IN-FILE
                     AT END SET END-OF-PARTITION-IN TO TRUE
                     NOT AT END
                       IF ITEM-COUNT OF ITEMS < WS-MAX-ITEM-CAPACITY
                           ADD 1 TO ITEM-COUNT OF ITEMS
                           MOVE PARTITION-IN-RECORD
                               TO ITEM OF ITEMS(ITEM-COUNT OF ITEMS)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE PARTITION-IN-FILE
             MOVE ITEM-COUNT OF ITEMS TO WS-ROWS-IN
           EXIT.

           WRITE-PARTITION-ROWS SECTION.
             OPEN OUTPUT PARTITION-OUT-FILE
             PERFORM VARYING COUNTER FROM 1 BY 1
                 UNTIL COUNTER > ITEM-COUNT OF ITEMS
                 MOVE ITEM OF ITEMS(COUNTER) TO PARTITION-OUT-RECORD
                 WRITE PARTITION-OUT-RECORD
             END-PERFORM
             CLOSE PARTITION-OUT-FILE
           EXIT.

           WRITE-PARTITION-STATUS SECTION.
             OPEN OUTPUT PARTITION-STATUS-FILE
             MOVE WS-AGING-DATE TO AST-AGING-DATE
             MOVE WS-RUN-ID TO AST-RUN-ID
             MOVE WS-ROWS-IN TO AST-ROWS-IN
             MOVE WS-AGING-COND-CODE TO AST-COND-CODE
             WRITE PARTITION-STATUS-RECORD
             CLOSE PARTITION-STATUS-FILE
           EXIT.

       END PROGRAM AGE-PART.
