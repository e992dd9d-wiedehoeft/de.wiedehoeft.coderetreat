      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aging partition merge. CALLed by the runner once every
      *          partition of a store-range split run (see AgePart)
      *          has completed the day. Each partition's rows-in and
      *          rows-out on data/AGESTAT.Pnn are balanced first;
      *          only a balanced set is merged. The chain-wide outputs
      *          GuildedRose writes under plain names in a one-pass
      *          run are then rebuilt from the partitions' ".Pnn"
      *          copies, taken in store-range order so the result
      *          reads exactly as a one-pass run would have written
      *          it: one RUN header on the headed files in place of
      *          the partitions' own, RECON.RPT's items-read header
      *          and processed/skipped trailer re-totalled for the
      *          chain, the sell-in alerts re-sequenced soonest
      *          first, batch-level hold and adjustment lines shown
      *          once, a "not found" exception kept only when no
      *          partition found the item, and the partitions' price
      *          changes added to the permanent ledger. Every file's
      *          line counts, and the partition balance, are listed
      *          on data/AGEMERGE.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE-MERGE as "AgeMerge".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-IN-FILE ASSIGN TO WS-MERGE-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-IN-STATUS.
           SELECT MERGE-PROBE-FILE ASSIGN TO WS-MERGE-PROBE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-PROBE-STATUS.
           SELECT MERGE-OUT-FILE ASSIGN TO WS-MERGE-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-OUT-STATUS.
           SELECT MERGE-IMAGE-IN-FILE ASSIGN TO WS-MERGE-IN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-IN-STATUS.
           SELECT MERGE-IMAGE-OUT-FILE ASSIGN TO WS-MERGE-OUT-PATH
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARTITION-STATUS-FILE
               ASSIGN TO WS-PARTITION-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS-STATUS.
           SELECT MERGE-REPORT-FILE ASSIGN TO "data/AGEMERGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One SELECT each for the partition copy being read, a second
      * partition copy being searched, and the chain-wide file being
      * rebuilt - the paths are swapped per file and per partition.
       FD  MERGE-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-IN-RECORD PIC X(200).

       FD  MERGE-PROBE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-PROBE-RECORD PIC X(200).

       FD  MERGE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-OUT-RECORD PIC X(200).

      * The POS extract is a fixed-length file of row images, not
      * report lines, so it has its own pair.
       FD  MERGE-IMAGE-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-IMAGE-IN-RECORD. COPY ITEMS.

       FD  MERGE-IMAGE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-IMAGE-OUT-RECORD. COPY ITEMS
           REPLACING ==ITEM-KEY== BY ==MOUT-KEY==.

      * AgePart's outcome line for one partition.
       FD  PARTITION-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-STATUS-RECORD.
           05 AST-AGING-DATE PIC X(008).
           05 AST-RUN-ID PIC 9(006).
           05 AST-STATE PIC X(001).
           05 AST-ROWS-IN PIC 9(005).
           05 AST-ROWS-OUT PIC 9(005).
           05 AST-COND-CODE PIC 9(004).

       FD  MERGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MERGE-IN-STATUS PIC X(002).
       01 WS-MERGE-PROBE-STATUS PIC X(002).
       01 WS-MERGE-OUT-STATUS PIC X(002).
       01 WS-PARTITION-STATUS-STATUS PIC X(002).
       01 WS-MERGE-IN-PATH PIC X(040).
       01 WS-MERGE-PROBE-PATH PIC X(040).
       01 WS-MERGE-OUT-PATH PIC X(040).
       01 WS-PARTITION-STATUS-PATH PIC X(030).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-PROBE-EOF PIC X(001).
           88 END-OF-PROBE VALUE "Y".
       01 WS-RUN-ID-ED PIC Z(5)9.
       01 WS-RUN-HEADER PIC X(080).

      * The chain-wide files a one-pass GuildedRose run writes, and
      * how each is put back together from the partition copies:
      *   H - headed per-row file: one RUN header, then every
      *       partition's lines less its own header
      *   P - POSEXTR.DAT: as H, on the fixed-length row images
      *   R - RECON.RPT: header and trailer re-totalled for the chain
      *   S - SELLIN.RPT: re-sequenced soonest-first
      *   F - ALERT.FLG: one alert line if any partition raised one
      *   X - HOLDS.RPT / QTYADJ.LOG: batch lines once, a "not found"
      *       only when every partition missed it
      *   V - VENDOR.RPT: regrouped by vendor, totals re-added
      *   A - PRICEHIS.DAT: appended to the permanent ledger
      *   C - everything else: partitions one after another
       01 WS-MERGE-TABLE-DATA.
           05 FILLER PIC X(031) VALUE
               "data/DELTA.RPT                H".
           05 FILLER PIC X(031) VALUE
               "data/LEGEND.RPT               H".
           05 FILLER PIC X(031) VALUE
               "data/PRICING.RPT              H".
           05 FILLER PIC X(031) VALUE
               "data/POSEXTR.DAT              P".
           05 FILLER PIC X(031) VALUE
               "data/BELOWFLR.RPT             H".
           05 FILLER PIC X(031) VALUE
               "data/OFFZONE.RPT              H".
           05 FILLER PIC X(031) VALUE
               "data/RECON.RPT                R".
           05 FILLER PIC X(031) VALUE
               "data/SELLIN.RPT               S".
           05 FILLER PIC X(031) VALUE
               "data/ALERT.FLG                F".
           05 FILLER PIC X(031) VALUE
               "data/HOLDS.RPT                X".
           05 FILLER PIC X(031) VALUE
               "data/QTYADJ.LOG               X".
           05 FILLER PIC X(031) VALUE
               "data/PRICEHIS.DAT             A".
           05 FILLER PIC X(031) VALUE
               "data/QBOUND.RPT               C".
           05 FILLER PIC X(031) VALUE
               "data/VENDOR.RPT               V".
           05 FILLER PIC X(031) VALUE
               "data/DUPNAME.LOG              C".
           05 FILLER PIC X(031) VALUE
               "data/REORDER.RPT              C".
           05 FILLER PIC X(031) VALUE
               "data/LABELCHG.RPT             C".
           05 FILLER PIC X(031) VALUE
               "data/STOCKOUT.RPT             C".
           05 FILLER PIC X(031) VALUE
               "data/OVERSELL.RPT             C".
           05 FILLER PIC X(031) VALUE
               "data/CLEARNCE.RPT             C".
           05 FILLER PIC X(031) VALUE
               "data/BUNDLE.RPT               C".
       01 WS-MERGE-TABLE REDEFINES WS-MERGE-TABLE-DATA.
           05 WS-MERGE-ENTRY OCCURS 21 TIMES.
               10 WS-MERGE-FILE-PATH PIC X(030).
               10 WS-MERGE-MODE PIC X(001).
       01 WS-MERGE-IDX PIC 9(002).
       01 WS-PART-IDX PIC 9(002).
       01 WS-PROBE-IDX PIC 9(002).
       01 WS-MERGE-DAY PIC 9(001).

      * Per-file and whole-merge control counts.
       01 WS-FILE-LINES-READ PIC 9(007) VALUE 0.
       01 WS-FILE-LINES-WRITTEN PIC 9(007) VALUE 0.
       01 WS-FILE-LINE-NUMBER PIC 9(007) VALUE 0.
       01 WS-TOTAL-ROWS-IN PIC 9(007) VALUE 0.
       01 WS-TOTAL-ROWS-OUT PIC 9(007) VALUE 0.
       01 WS-FILES-MERGED PIC 9(003) VALUE 0.
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-COUNT-ED-2 PIC Z(6)9.
       01 WS-PARTITION-BALANCE PIC X(001).
           88 PARTITION-IN-BALANCE VALUE "Y".

      * RECON.RPT's own control totals, summed across partitions.
       01 WS-RECON-READ PIC 9(007) VALUE 0.
       01 WS-RECON-PROCESSED PIC 9(007) VALUE 0.
       01 WS-RECON-SKIPPED PIC 9(007) VALUE 0.
       01 WS-RECON-READ-ED PIC Z(4)9.
       01 WS-RECON-PROCESSED-ED PIC Z(4)9.
       01 WS-RECON-SKIPPED-ED PIC Z(4)9.
       01 WS-RECON-PROCESSED-TEXT PIC X(020).
       01 WS-RECON-SKIPPED-TEXT PIC X(020).

       01 WS-SELLIN-LEAD PIC X(200).
       01 WS-SELLIN-DAYS PIC X(020).
       01 WS-ALERT-WRITTEN PIC X(001).
           88 ALERT-LINE-WRITTEN VALUE "Y".
       01 WS-LINE-CLASS PIC X(001).
           88 LINE-IS-BATCH-LEVEL VALUE "B".
           88 LINE-IS-NOT-FOUND VALUE "N".
           88 LINE-IS-DETAIL VALUE "D".
       01 WS-PROBE-FOUND PIC X(001).
           88 PROBE-LINE-FOUND VALUE "Y".
       01 WS-MISSED-EVERYWHERE PIC X(001).
           88 MISSED-IN-EVERY-PARTITION VALUE "Y".

      * VENDOR.RPT's vendor groups, gathered from every partition so
      * each vendor is reported once, in vendor order, as a one-pass
      * run would.
       01 WS-GROUP-COUNT PIC 9(004) VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON WS-GROUP-COUNT.
               10 WS-GROUP-VENDOR-ID PIC X(006).
               10 WS-GROUP-HEADER PIC X(100).
       01 WS-GROUP-IDX PIC 9(004).
       01 WS-LINE-VENDOR-ID PIC X(006).
       01 WS-GROUP-FOUND PIC X(001).
           88 VENDOR-GROUP-FOUND VALUE "Y".
       01 WS-IN-GROUP PIC X(001).
           88 INSIDE-VENDOR-GROUP VALUE "Y".
       01 WS-TOTAL-LEAD PIC X(100).
       01 WS-TOTAL-AMOUNT-TEXT PIC X(020).
       01 WS-GROUP-TOTAL-VALUE PIC 9(011)V99.
       01 WS-GROUP-TOTAL-ED PIC Z(10)9.99.

       LINKAGE SECTION.
      * AM-PARTITION-ID carries the partitions in store-range order;
      * AM-RESULT comes back "Y" when the partitions balanced and the
      * chain-wide files were rebuilt, "N" when nothing was merged.
       01 AM-REQUEST.
           05 AM-AGING-DATE PIC X(008).
           05 AM-RUN-ID PIC 9(006).
           05 AM-PARTITION-COUNT PIC 9(002).
           05 AM-PARTITION-ID PIC X(002) OCCURS 20 TIMES.
           05 AM-RESULT PIC X(001).
               88 AM-MERGE-BALANCED VALUE "Y".
           05 AM-ROW-COUNT PIC 9(007).

       PROCEDURE DIVISION USING AM-REQUEST.
       MAIN-PROCEDURE.

           MOVE "N" TO AM-RESULT
           MOVE 0 TO AM-ROW-COUNT
           MOVE 0 TO WS-TOTAL-ROWS-IN
           MOVE 0 TO WS-TOTAL-ROWS-OUT
           MOVE 0 TO WS-FILES-MERGED

           MOVE AM-RUN-ID TO WS-RUN-ID-ED
           MOVE SPACES TO WS-RUN-HEADER
           STRING "RUN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID-ED) DELIMITED BY SIZE
               "  BUSINESS DATE " DELIMITED BY SIZE
               AM-AGING-DATE DELIMITED BY SIZE
               INTO WS-RUN-HEADER

           OPEN OUTPUT MERGE-REPORT-FILE
           MOVE WS-RUN-HEADER TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD
           MOVE "AGING PARTITION MERGE" TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD

           SET PARTITION-IN-BALANCE TO TRUE
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > AM-PARTITION-COUNT
               PERFORM CHECK-ONE-PARTITION
           END-PERFORM

           IF NOT PARTITION-IN-BALANCE
               MOVE SPACES TO MERGE-REPORT-RECORD
               STRING "MERGE REFUSED - PARTITIONS OUT OF BALANCE,"
                   " CHAIN-WIDE FILES LEFT AS THEY WERE"
                   DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
               WRITE MERGE-REPORT-RECORD
               CLOSE MERGE-REPORT-FILE
               GOBACK
           END-IF

           PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX > 21
               PERFORM MERGE-ONE-FILE
           END-PERFORM

           MOVE WS-TOTAL-ROWS-OUT TO WS-COUNT-ED
           MOVE WS-FILES-MERGED TO WS-COUNT-ED-2
           MOVE SPACES TO MERGE-REPORT-RECORD
           STRING "MERGE TOTAL - ROWS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               ", FILES " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
               ", PARTITIONS " DELIMITED BY SIZE
               AM-PARTITION-COUNT DELIMITED BY SIZE
               " - BALANCED" DELIMITED BY SIZE
               INTO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD
           CLOSE MERGE-REPORT-FILE

           MOVE WS-TOTAL-ROWS-OUT TO AM-ROW-COUNT
           MOVE "Y" TO AM-RESULT
           GOBACK.

      * A partition balances when it completed this aging date and
      * gave back every row it was handed.
           CHECK-ONE-PARTITION SECTION.
             MOVE SPACES TO WS-PARTITION-STATUS-PATH
             STRING "data/AGESTAT.P" DELIMITED BY SIZE
                 AM-PARTITION-ID(WS-PART-IDX) DELIMITED BY SIZE
                 INTO WS-PARTITION-STATUS-PATH
             MOVE SPACES TO PARTITION-STATUS-RECORD
             MOVE 0 TO AST-ROWS-IN
             MOVE 0 TO AST-ROWS-OUT
             OPEN INPUT PARTITION-STATUS-FILE
             IF WS-PARTITION-STATUS-STATUS = "00"
                 READ PARTITION-STATUS-FILE
                     AT END MOVE SPACES TO AST-STATE
                 END-READ
                 CLOSE PARTITION-STATUS-FILE
             END-IF
             ADD AST-ROWS-IN TO WS-TOTAL-ROWS-IN
             ADD AST-ROWS-OUT TO WS-TOTAL-ROWS-OUT
             MOVE AST-ROWS-IN TO WS-COUNT-ED
             MOVE AST-ROWS-OUT TO WS-COUNT-ED-2
             MOVE SPACES TO MERGE-REPORT-RECORD
             STRING "PARTITION " DELIMITED BY SIZE
                 AM-PARTITION-ID(WS-PART-IDX) DELIMITED BY SIZE
                 "  ROWS IN " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 "  ROWS OUT " DELIMITED BY SIZE
                 WS-COUNT-ED-2 DELIMITED BY SIZE
                 "  STATE " DELIMITED BY SIZE
                 AST-STATE DELIMITED BY SIZE
                 INTO MERGE-REPORT-RECORD
             IF AST-STATE NOT = "C"
                 OR AST-AGING-DATE NOT = AM-AGING-DATE
                 OR AST-ROWS-IN NOT = AST-ROWS-OUT
                 MOVE "N" TO WS-PARTITION-BALANCE
                 MOVE "  ** OUT OF BALANCE **"
                     TO MERGE-REPORT-RECORD(60:22)
             END-IF
             WRITE MERGE-REPORT-RECORD
           EXIT.

           SET-MERGE-IN-PATH SECTION.
             MOVE SPACES TO WS-MERGE-IN-PATH
             STRING FUNCTION TRIM(WS-MERGE-FILE-PATH(WS-MERGE-IDX))
                     DELIMITED BY SIZE
                 ".P" DELIMITED BY SIZE
                 AM-PARTITION-ID(WS-PART-IDX) DELIMITED BY SIZE
                 INTO WS-MERGE-IN-PATH
           EXIT.

           MERGE-ONE-FILE SECTION.
             MOVE 0 TO WS-FILE-LINES-READ
             MOVE 0 TO WS-FILE-LINES-WRITTEN
             MOVE WS-MERGE-FILE-PATH(WS-MERGE-IDX) TO WS-MERGE-OUT-PATH
             IF WS-MERGE-MODE(WS-MERGE-IDX) = "P"
                 PERFORM MERGE-POS-EXTRACT
             ELSE
                 PERFORM MERGE-REPORT-LINES
             END-IF
             ADD 1 TO WS-FILES-MERGED
             MOVE WS-FILE-LINES-READ TO WS-COUNT-ED
             MOVE WS-FILE-LINES-WRITTEN TO WS-COUNT-ED-2
             MOVE SPACES TO MERGE-REPORT-RECORD
             STRING WS-MERGE-FILE-PATH(WS-MERGE-IDX)
                     DELIMITED BY SIZE
                 " LINES READ " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 "  WRITTEN " DELIMITED BY SIZE
                 WS-COUNT-ED-2 DELIMITED BY SIZE
                 INTO MERGE-REPORT-RECORD
             WRITE MERGE-REPORT-RECORD
           EXIT.

           MERGE-REPORT-LINES SECTION.
             IF WS-MERGE-MODE(WS-MERGE-IDX) = "A"
                 OPEN EXTEND MERGE-OUT-FILE
                 IF WS-MERGE-OUT-STATUS = "35"
                     OPEN OUTPUT MERGE-OUT-FILE
                 END-IF
             ELSE
                 OPEN OUTPUT MERGE-OUT-FILE
             END-IF
             EVALUATE WS-MERGE-MODE(WS-MERGE-IDX)
                 WHEN "H"
                     MOVE WS-RUN-HEADER TO MERGE-OUT-RECORD
                     PERFORM WRITE-MERGED-LINE
                     PERFORM COPY-ALL-PARTITIONS
                 WHEN "R"
                     PERFORM MERGE-RECON-REPORT
                 WHEN "S"
                     PERFORM MERGE-SELLIN-ALERTS
                 WHEN "F"
                     PERFORM MERGE-ALERT-TRIGGER
                 WHEN "X"
                     PERFORM MERGE-EXCEPTION-LOG
                 WHEN "V"
                     PERFORM MERGE-VENDOR-RETURNS
                 WHEN OTHER
                     PERFORM COPY-ALL-PARTITIONS
             END-EVALUATE
             CLOSE MERGE-OUT-FILE
             IF WS-MERGE-MODE(WS-MERGE-IDX) = "A"
                 PERFORM EMPTY-PARTITION-COPIES
             END-IF
           EXIT.

      * The header image is the RUN line in a row-sized record, the
      * way GuildedRose stamps it, so PosTransmit's check of the
      * first record holds for the merged file too.
           MERGE-POS-EXTRACT SECTION.
             OPEN OUTPUT MERGE-IMAGE-OUT-FILE
             MOVE SPACES TO MERGE-IMAGE-OUT-RECORD
             MOVE WS-RUN-HEADER TO MERGE-IMAGE-OUT-RECORD
             WRITE MERGE-IMAGE-OUT-RECORD
             ADD 1 TO WS-FILE-LINES-WRITTEN
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                 PERFORM COPY-ONE-POS-EXTRACT
             END-PERFORM
             CLOSE MERGE-IMAGE-OUT-FILE
           EXIT.

           COPY-ONE-POS-EXTRACT SECTION.
             PERFORM SET-MERGE-IN-PATH
             OPEN INPUT MERGE-IMAGE-IN-FILE
             IF WS-MERGE-IN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-FILE-LINE-NUMBER
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MERGE-IMAGE-IN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       ADD 1 TO WS-FILE-LINE-NUMBER
                       IF WS-FILE-LINE-NUMBER = 1
                           AND MERGE-IMAGE-IN-RECORD(1:4) = "RUN "
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-FILE-LINES-READ
                           MOVE MERGE-IMAGE-IN-RECORD
                               TO MERGE-IMAGE-OUT-RECORD
                           WRITE MERGE-IMAGE-OUT-RECORD
                           ADD 1 TO WS-FILE-LINES-WRITTEN
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE MERGE-IMAGE-IN-FILE
           EXIT.

           WRITE-MERGED-LINE SECTION.
             WRITE MERGE-OUT-RECORD
             ADD 1 TO WS-FILE-LINES-WRITTEN
           EXIT.

           COPY-ALL-PARTITIONS SECTION.
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                 PERFORM COPY-ONE-PARTITION
             END-PERFORM
           EXIT.

      * A partition that wrote nothing to a file simply has nothing
      * to add. On a headed file the partition's own RUN line is the
      * one the merged header stands in for.
           COPY-ONE-PARTITION SECTION.
             PERFORM SET-MERGE-IN-PATH
             OPEN INPUT MERGE-IN-FILE
             IF WS-MERGE-IN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-FILE-LINE-NUMBER
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MERGE-IN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       ADD 1 TO WS-FILE-LINE-NUMBER
                       IF WS-MERGE-MODE(WS-MERGE-IDX) = "H"
                           AND WS-FILE-LINE-NUMBER = 1
                           AND MERGE-IN-RECORD(1:4) = "RUN "
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-FILE-LINES-READ
                           MOVE MERGE-IN-RECORD TO MERGE-OUT-RECORD
                           PERFORM WRITE-MERGED-LINE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE MERGE-IN-FILE
           EXIT.

      * Once on the permanent ledger the partition's price changes
      * are cleared, so a later merge cannot post them twice.
           EMPTY-PARTITION-COPIES SECTION.
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                 PERFORM SET-MERGE-IN-PATH
                 OPEN OUTPUT MERGE-IN-FILE
                 CLOSE MERGE-IN-FILE
             END-PERFORM
           EXIT.

      * First pass totals the partitions' header and trailer counts;
      * the second writes the chain header, every partition's
      * exception lines and the chain trailer.
           MERGE-RECON-REPORT SECTION.
             MOVE 0 TO WS-RECON-READ
             MOVE 0 TO WS-RECON-PROCESSED
             MOVE 0 TO WS-RECON-SKIPPED
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                 PERFORM TOTAL-ONE-RECON-COPY
             END-PERFORM
             MOVE WS-RUN-HEADER TO MERGE-OUT-RECORD
             PERFORM WRITE-MERGED-LINE
             MOVE WS-RECON-READ TO WS-RECON-READ-ED
             MOVE SPACES TO MERGE-OUT-RECORD
             STRING "RECONCILE RUN - ITEMS READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECON-READ-ED) DELIMITED BY SIZE
                 INTO MERGE-OUT-RECORD
             PERFORM WRITE-MERGED-LINE
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                 PERFORM COPY-ONE-RECON-BODY
             END-PERFORM
             MOVE WS-RECON-PROCESSED TO WS-RECON-PROCESSED-ED
             MOVE WS-RECON-SKIPPED TO WS-RECON-SKIPPED-ED
             MOVE SPACES TO MERGE-OUT-RECORD
             STRING "RECONCILE RUN - ITEMS PROCESSED: "
                     DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECON-PROCESSED-ED)
                     DELIMITED BY SIZE
                 ", ITEMS SKIPPED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECON-SKIPPED-ED)
                     DELIMITED BY SIZE
                 INTO MERGE-OUT-RECORD
             PERFORM WRITE-MERGED-LINE
           EXIT.

           TOTAL-ONE-RECON-COPY SECTION.
             PERFORM SET-MERGE-IN-PATH
             OPEN INPUT MERGE-IN-FILE
             IF WS-MERGE-IN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MERGE-IN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF MERGE-IN-RECORD(1:28)
                           = "RECONCILE RUN - ITEMS READ: "
                           COMPUTE WS-RECON-READ = WS-RECON-READ
                               + FUNCTION NUMVAL(
                                   MERGE-IN-RECORD(29:20))
                       END-IF
                       IF MERGE-IN-RECORD(1:33)
                           = "RECONCILE RUN - ITEMS PROCESSED: "
                           MOVE SPACES TO WS-RECON-PROCESSED-TEXT
                           MOVE SPACES TO WS-RECON-SKIPPED-TEXT
                           UNSTRING MERGE-IN-RECORD(34:60)
                               DELIMITED BY ", ITEMS SKIPPED: "
                               INTO WS-RECON-PROCESSED-TEXT
                                   WS-RECON-SKIPPED-TEXT
                           END-UNSTRING
                           COMPUTE WS-RECON-PROCESSED =
                               WS-RECON-PROCESSED
                               + FUNCTION NUMVAL(
                                   WS-RECON-PROCESSED-TEXT)
                           COMPUTE WS-RECON-SKIPPED =
                               WS-RECON-SKIPPED
                               + FUNCTION NUMVAL(
                                   WS-RECON-SKIPPED-TEXT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE MERGE-IN-FILE
           EXIT.

           COPY-ONE-RECON-BODY SECTION.
             PERFORM SET-MERGE-IN-PATH
             OPEN INPUT MERGE-IN-FILE
             IF WS-MERGE-IN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-FILE-LINE-NUMBER
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MERGE-IN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       ADD 1 TO WS-FILE-LINE-NUMBER
                       IF (WS-FILE-LINE-NUMBER = 1
                               AND MERGE-IN-RECORD(1:4) = "RUN ")
                           OR MERGE-IN-RECORD(1:28)
                               = "RECONCILE RUN - ITEMS READ: "
                           OR MERGE-IN-RECORD(1:33)
                               = "RECONCILE RUN - ITEMS PROCESSED: "
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-FILE-LINES-READ
                           MOVE MERGE-IN-RECORD TO MERGE-OUT-RECORD
                           PERFORM WRITE-MERGED-LINE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE MERGE-IN-FILE
           EXIT.

      * Each partition's alerts arrive soonest-first already; one
      * pass per day-count 0 through 4 interleaves them back into a
      * single soonest-first list. Anything not in 0-3 goes out on
      * the last pass.
           MERGE-SELLIN-ALERTS SECTION.
             PERFORM VARYING WS-MERGE-DAY FROM 0 BY 1
                 UNTIL WS-MERGE-DAY > 4
                 PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                     PERFORM COPY-ONE-SELLIN-DAY
                 END-PERFORM
             END-PERFORM
           EXIT.

           COPY-ONE-SELLIN-DAY SECTION.
             PERFORM SET-MERGE-IN-PATH
             OPEN INPUT MERGE-IN-FILE
             IF WS-MERGE-IN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MERGE-IN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE SPACES TO WS-SELLIN-DAYS
                       UNSTRING MERGE-IN-RECORD
                           DELIMITED BY " REACHES ZERO IN "
                           INTO WS-SELLIN-LEAD WS-SELLIN-DAYS
                       END-UNSTRING
                       IF WS-SELLIN-DAYS(1:1) = WS-MERGE-DAY
                           OR (WS-MERGE-DAY = 4
                               AND (WS-SELLIN-DAYS(1:1) < "0"
                                   OR WS-SELLIN-DAYS(1:1) > "3"))
                           ADD 1 TO WS-FILE-LINES-READ
                           MOVE MERGE-IN-RECORD TO MERGE-OUT-RECORD
                           PERFORM WRITE-MERGED-LINE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE MERGE-IN-FILE
           EXIT.

      * A vendor can have returns in more than one partition, so the
      * groups are gathered first, put in vendor order, and each one
      * written with every partition's lines under the one header and
      * a total that is the sum of the partition totals.
           MERGE-VENDOR-RETURNS SECTION.
             MOVE 0 TO WS-GROUP-COUNT
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                 PERFORM GATHER-VENDOR-GROUPS
             END-PERFORM
             IF WS-GROUP-COUNT = 0
                 EXIT SECTION
             END-IF
             SORT WS-GROUP-ENTRY
                 ASCENDING KEY WS-GROUP-VENDOR-ID
             PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                 UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                 MOVE WS-GROUP-HEADER(WS-GROUP-IDX) TO MERGE-OUT-RECORD
                 PERFORM WRITE-MERGED-LINE
                 MOVE 0 TO WS-GROUP-TOTAL-VALUE
                 PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                     PERFORM COPY-ONE-VENDOR-GROUP
                 END-PERFORM
                 MOVE WS-GROUP-TOTAL-VALUE TO WS-GROUP-TOTAL-ED
                 MOVE SPACES TO MERGE-OUT-RECORD
                 STRING "VENDOR " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GROUP-VENDOR-ID(WS-GROUP-IDX))
                         DELIMITED BY SIZE
                     " TOTAL CREDIT " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GROUP-TOTAL-ED)
                         DELIMITED BY SIZE
                     INTO MERGE-OUT-RECORD
                 PERFORM WRITE-MERGED-LINE
             END-PERFORM
           EXIT.

           GATHER-VENDOR-GROUPS SECTION.
             PERFORM SET-MERGE-IN-PATH
             OPEN INPUT MERGE-IN-FILE
             IF WS-MERGE-IN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MERGE-IN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       ADD 1 TO WS-FILE-LINES-READ
                       IF MERGE-IN-RECORD(1:11) = "=== VENDOR "
                           PERFORM ADD-VENDOR-GROUP
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE MERGE-IN-FILE
           EXIT.

           ADD-VENDOR-GROUP SECTION.
             MOVE SPACES TO WS-LINE-VENDOR-ID
             UNSTRING MERGE-IN-RECORD(12:) DELIMITED BY " "
                 INTO WS-LINE-VENDOR-ID
             END-UNSTRING
             MOVE "N" TO WS-GROUP-FOUND
             PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                 UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                         OR VENDOR-GROUP-FOUND
                 IF WS-GROUP-VENDOR-ID(WS-GROUP-IDX)
                     = WS-LINE-VENDOR-ID
                     SET VENDOR-GROUP-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF VENDOR-GROUP-FOUND OR WS-GROUP-COUNT >= 5000
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-GROUP-COUNT
             MOVE WS-LINE-VENDOR-ID
                 TO WS-GROUP-VENDOR-ID(WS-GROUP-COUNT)
             MOVE MERGE-IN-RECORD TO WS-GROUP-HEADER(WS-GROUP-COUNT)
           EXIT.

           COPY-ONE-VENDOR-GROUP SECTION.
             PERFORM SET-MERGE-IN-PATH
             OPEN INPUT MERGE-IN-FILE
             IF WS-MERGE-IN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-IN-GROUP
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MERGE-IN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF MERGE-IN-RECORD(1:11) = "=== VENDOR "
                           MOVE SPACES TO WS-LINE-VENDOR-ID
                           UNSTRING MERGE-IN-RECORD(12:)
                               DELIMITED BY " "
                               INTO WS-LINE-VENDOR-ID
                           END-UNSTRING
                           IF WS-LINE-VENDOR-ID
                               = WS-GROUP-VENDOR-ID(WS-GROUP-IDX)
                               SET INSIDE-VENDOR-GROUP TO TRUE
                           ELSE
                               MOVE "N" TO WS-IN-GROUP
                           END-IF
                       ELSE
                           IF INSIDE-VENDOR-GROUP
                               PERFORM TAKE-VENDOR-GROUP-LINE
                           END-IF
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE MERGE-IN-FILE
           EXIT.

           TAKE-VENDOR-GROUP-LINE SECTION.
             MOVE SPACES TO WS-TOTAL-AMOUNT-TEXT
             UNSTRING MERGE-IN-RECORD
                 DELIMITED BY " TOTAL CREDIT "
                 INTO WS-TOTAL-LEAD WS-TOTAL-AMOUNT-TEXT
             END-UNSTRING
             IF MERGE-IN-RECORD(1:7) = "VENDOR "
                 AND WS-TOTAL-AMOUNT-TEXT NOT = SPACES
                 COMPUTE WS-GROUP-TOTAL-VALUE = WS-GROUP-TOTAL-VALUE
                     + FUNCTION NUMVAL(WS-TOTAL-AMOUNT-TEXT)
                 MOVE "N" TO WS-IN-GROUP
             ELSE
                 MOVE MERGE-IN-RECORD TO MERGE-OUT-RECORD
                 PERFORM WRITE-MERGED-LINE
             END-IF
           EXIT.

           MERGE-ALERT-TRIGGER SECTION.
             MOVE "N" TO WS-ALERT-WRITTEN
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                 PERFORM SET-MERGE-IN-PATH
                 OPEN INPUT MERGE-IN-FILE
                 IF WS-MERGE-IN-STATUS = "00"
                     READ MERGE-IN-FILE
                         NOT AT END
                           ADD 1 TO WS-FILE-LINES-READ
                           IF MERGE-IN-RECORD NOT = SPACES
                               AND NOT ALERT-LINE-WRITTEN
                               MOVE MERGE-IN-RECORD
                                   TO MERGE-OUT-RECORD
                               PERFORM WRITE-MERGED-LINE
                               SET ALERT-LINE-WRITTEN TO TRUE
                           END-IF
                     END-READ
                     CLOSE MERGE-IN-FILE
                 END-IF
             END-PERFORM
           EXIT.

      * Every partition reads the whole hold and adjustment batch,
      * so the batch-level lines are the same in each copy and are
      * taken from the first; and every partition reports "not
      * found" for an item it does not carry, so that exception only
      * stands when no partition found the item.
           MERGE-EXCEPTION-LOG SECTION.
             PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > AM-PARTITION-COUNT
                 PERFORM COPY-ONE-EXCEPTION-LOG
             END-PERFORM
           EXIT.

           COPY-ONE-EXCEPTION-LOG SECTION.
             PERFORM SET-MERGE-IN-PATH
             OPEN INPUT MERGE-IN-FILE
             IF WS-MERGE-IN-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ MERGE-IN-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       ADD 1 TO WS-FILE-LINES-READ
                       PERFORM CLASSIFY-EXCEPTION-LINE
                       EVALUATE TRUE
                           WHEN LINE-IS-DETAIL
                               MOVE MERGE-IN-RECORD
                                   TO MERGE-OUT-RECORD
                               PERFORM WRITE-MERGED-LINE
                           WHEN WS-PART-IDX NOT = 1
                               CONTINUE
                           WHEN LINE-IS-BATCH-LEVEL
                               MOVE MERGE-IN-RECORD
                                   TO MERGE-OUT-RECORD
                               PERFORM WRITE-MERGED-LINE
                           WHEN OTHER
                               PERFORM PROBE-OTHER-PARTITIONS
                               IF MISSED-IN-EVERY-PARTITION
                                   MOVE MERGE-IN-RECORD
                                       TO MERGE-OUT-RECORD
                                   PERFORM WRITE-MERGED-LINE
                               END-IF
                       END-EVALUATE
                 END-READ
             END-PERFORM
             CLOSE MERGE-IN-FILE
           EXIT.

           CLASSIFY-EXCEPTION-LINE SECTION.
             SET LINE-IS-DETAIL TO TRUE
             IF MERGE-IN-RECORD(1:27) = "WARNING - NO BATCH CONTROLS"
                 OR MERGE-IN-RECORD(1:11) = "HOLD BATCH "
                 OR MERGE-IN-RECORD(1:17) = "ADJUSTMENT BATCH "
                 SET LINE-IS-BATCH-LEVEL TO TRUE
             END-IF
             IF MERGE-IN-RECORD(1:33)
                 = "HOLD EXCEPTION - ITEM NOT FOUND: "
                 OR MERGE-IN-RECORD(1:42)
                 = "QUALITY ADJUST REJECTED - ITEM NOT FOUND: "
                 SET LINE-IS-NOT-FOUND TO TRUE
             END-IF
           EXIT.

           PROBE-OTHER-PARTITIONS SECTION.
             SET MISSED-IN-EVERY-PARTITION TO TRUE
             PERFORM VARYING WS-PROBE-IDX FROM 2 BY 1
                 UNTIL WS-PROBE-IDX > AM-PARTITION-COUNT
                     OR NOT MISSED-IN-EVERY-PARTITION
                 PERFORM PROBE-ONE-PARTITION
                 IF NOT PROBE-LINE-FOUND
                     MOVE "N" TO WS-MISSED-EVERYWHERE
                 END-IF
             END-PERFORM
           EXIT.

           PROBE-ONE-PARTITION SECTION.
             MOVE "N" TO WS-PROBE-FOUND
             MOVE SPACES TO WS-MERGE-PROBE-PATH
             STRING FUNCTION TRIM(WS-MERGE-FILE-PATH(WS-MERGE-IDX))
                     DELIMITED BY SIZE
                 ".P" DELIMITED BY SIZE
                 AM-PARTITION-ID(WS-PROBE-IDX) DELIMITED BY SIZE
                 INTO WS-MERGE-PROBE-PATH
             OPEN INPUT MERGE-PROBE-FILE
             IF WS-MERGE-PROBE-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-PROBE-EOF
             PERFORM UNTIL END-OF-PROBE OR PROBE-LINE-FOUND
                 READ MERGE-PROBE-FILE
                     AT END SET END-OF-PROBE TO TRUE
                     NOT AT END
                       IF MERGE-PROBE-RECORD = MERGE-IN-RECORD
                           SET PROBE-LINE-FOUND TO TRUE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE MERGE-PROBE-FILE
           EXIT.

       END PROGRAM AGE-MERGE.
