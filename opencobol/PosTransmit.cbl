      *          extract still unacknowledged - no more opening
      *          stores on day-old prices and hearing it from
      *          customers.
      *          What goes to the registers is the changes-only
      *          extract (data/POSCHG.DAT): every row whose price,
      *          quality, status or hold flag moved since the last
      *          extract the register side acknowledged, plus adds
      *          and deletes, each record with a running sequence
      *          number (data/POSSEQ.DAT). A full refresh is sent
      *          instead when asked for (data/POSFULL.DAT set to Y,
      *          consumed like the retransmit flag), when the last
      *          extract came back failed or was never acknowledged,
      *          or when there is no acknowledged baseline to
      *          compare against. POSEXTR.DAT itself is unchanged -
      *          it stays the full close the rest of the chain reads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT POS-CHANGE-FILE ASSIGN TO "data/POSCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT POS-BASE-FILE ASSIGN TO "data/POSBASE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT POS-PENDING-FILE ASSIGN TO "data/POSPEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT FULL-REFRESH-FLAG-FILE ASSIGN TO "data/POSFULL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULL-FLAG-STATUS.
           SELECT POS-SEQUENCE-FILE ASSIGN TO "data/POSSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TRANSMIT-SCRATCH-RECORD PIC X(042).

      * One acknowledgment per line posted back from the register
      * side: the run id of the extract it loaded, then N when the
      * load failed (blank or Y is a good load).
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-RECORD.
           05 ACK-RUN-ID PIC 9(006).
           05 ACK-RESULT PIC X(001).
               88 ACK-LOAD-FAILED VALUE "N".

       FD  RETRANSMIT-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD. COPY ITEMS
               REPLACING ==ITEM-KEY== BY ==SNAP-KEY==.

      * The transmission the registers load. The first record is the
      * run header (RUN ..., CHANGES ONLY or FULL REFRESH); every
      * other record is one row image behind its sequence number and
      * action: A add, C change, D delete, F full-refresh row.
       FD  POS-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  POS-CHANGE-RECORD.
           05 PCX-SEQUENCE-NO PIC 9(009).
           05 PCX-ACTION PIC X(001).
               88 PCX-IS-ADD VALUE "A".
               88 PCX-IS-CHANGE VALUE "C".
               88 PCX-IS-DELETE VALUE "D".
               88 PCX-IS-REFRESH VALUE "F".
           05 PCX-ITEM-IMAGE PIC X(086).

      * The rows the registers hold as of the last acknowledged
      * extract, and the rows they will hold once the extract now
      * out is acknowledged. Each opens with a RUN header carrying
      * the run id it stands for.
       FD  POS-BASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  POS-BASE-RECORD. COPY ITEMS
               REPLACING ==ITEM-KEY== BY ==BASE-KEY==.

       FD  POS-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  POS-PENDING-RECORD PIC X(086).

       FD  FULL-REFRESH-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  FULL-REFRESH-FLAG-RECORD PIC X(001).

       FD  POS-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  POS-SEQUENCE-RECORD PIC 9(009).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS PIC X(002).
       01 WS-LOG-STATUS PIC X(002).
       01 WS-PTR-STATUS PIC X(002).
       01 WS-IDX-STATUS PIC X(002).
       01 WS-SNAP-STATUS PIC X(002).
       01 WS-CHANGE-STATUS PIC X(002).
       01 WS-BASE-STATUS PIC X(002).
       01 WS-PENDING-STATUS PIC X(002).
       01 WS-FULL-FLAG-STATUS PIC X(002).
       01 WS-SEQUENCE-STATUS PIC X(002).
       01 WS-SNAPSHOT-PATH PIC X(030).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-MAX-ACK-CAPACITY PIC 9(003) VALUE 100.
       01 WS-ACK-COUNT PIC 9(003) VALUE 0.
       01 WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 100 TIMES.
               10 WS-ACK-RUN-ID PIC 9(006).
               10 WS-ACK-RESULT PIC X(001).
       01 WS-ACK-IDX PIC 9(003).
       01 WS-ACKED-ENTRIES PIC 9(003) VALUE 0.
       01 WS-FAILED-ENTRIES PIC 9(003) VALUE 0.

      * Changes-only extract control. The refresh reason is what the
      * run reports when it sends the full file instead.
       01 WS-FULL-REFRESH PIC X(001) VALUE "N".
           88 FULL-REFRESH-WANTED VALUE "Y".
       01 WS-REFRESH-REASON PIC X(040) VALUE SPACES.
       01 WS-LAST-ACK-FLAG PIC X(001).
       01 WS-EXTRACT-BUILT PIC X(001) VALUE "N".
           88 CHANGE-EXTRACT-BUILT VALUE "Y".
       01 WS-POS-SEQUENCE PIC 9(009) VALUE 0.
       01 WS-PENDING-HEADER.
           05 FILLER PIC X(004) VALUE "RUN ".
           05 WS-PENDING-RUN-ID PIC 9(006).
       01 WS-BASELINE-PROMOTED PIC X(001) VALUE "N".
           88 BASELINE-PROMOTED VALUE "Y".
       01 WS-BASE-OPEN PIC X(001) VALUE "N".
           88 BASE-FILE-OPEN VALUE "Y".
       01 WS-MATCH-SNAP-KEY PIC X(047).
       01 WS-MATCH-BASE-KEY PIC X(047).
       01 WS-ADD-COUNT PIC 9(007) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(007) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(007) VALUE 0.

      * Newest snapshot slot: the rotation pointer names the next
      * slot to write, so the newest written sits just behind it.
               PERFORM REGENERATE-FROM-SNAPSHOT
           END-IF

           PERFORM LOAD-FULL-REFRESH-FLAG
           PERFORM CHECK-LAST-TRANSMISSION
           PERFORM BUILD-CHANGE-EXTRACT
           IF CHANGE-EXTRACT-BUILT
               PERFORM APPEND-TRANSMIT-LOG
           END-IF

           DISPLAY "POSTRANSMIT - RUN " WS-RUN-ID ", "
               WS-EXTRACT-COUNT " RECORD(S) LOGGED, "
               WS-ACKED-ENTRIES " ACK(S) POSTED"
           IF WS-FAILED-ENTRIES > 0
               DISPLAY "POSTRANSMIT - " WS-FAILED-ENTRIES
                   " EXTRACT LOAD(S) REPORTED FAILED BY THE"
                   " REGISTER SIDE"
           END-IF

           STOP RUN.

                     READ ACK-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF ACK-RUN-ID IS NUMERIC
                               AND WS-ACK-COUNT
                                   < WS-MAX-ACK-CAPACITY
                               ADD 1 TO WS-ACK-COUNT
                               MOVE ACK-RUN-ID
                                   TO WS-ACK-RUN-ID(WS-ACK-COUNT)
                               MOVE ACK-RESULT
                                   TO WS-ACK-RESULT(WS-ACK-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
             END-IF
             IF WS-ACK-COUNT > 0
                 PERFORM MARK-ACKED-ENTRIES
                 PERFORM PROMOTE-ACKED-BASELINE
             END-IF
           EXIT.

                           IF WS-ACK-RUN-ID(WS-ACK-IDX)
                               = PXL-RUN-ID
                               AND NOT PXL-IS-ACKED
                               AND WS-ACK-RESULT(WS-ACK-IDX) = "N"
                               MOVE "F" TO PXL-ACK-FLAG
                               MOVE WS-CURRENT-DATE-TIME(1:14)
                                   TO PXL-ACK-TS
                               ADD 1 TO WS-FAILED-ENTRIES
                           END-IF
                           IF WS-ACK-RUN-ID(WS-ACK-IDX)
                               = PXL-RUN-ID
                               AND NOT PXL-IS-ACKED
                               AND WS-ACK-RESULT(WS-ACK-IDX) NOT = "N"
                               MOVE "Y" TO PXL-ACK-FLAG
                               MOVE WS-CURRENT-DATE-TIME(1:14)
                                   TO PXL-ACK-TS
                 TO WS-SNAPSHOT-DATE
           EXIT.

      * The extract the registers have now confirmed loading becomes
      * the baseline the next changes-only extract is cut against.
      * A late acknowledgment for an older extract promotes nothing:
      * the baseline stays older, and the next extract simply carries
      * the changes since then as well.
           PROMOTE-ACKED-BASELINE SECTION.
             OPEN INPUT POS-PENDING-FILE
             IF WS-PENDING-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             READ POS-PENDING-FILE
                 AT END
                   CLOSE POS-PENDING-FILE
                   EXIT SECTION
             END-READ
             IF POS-PENDING-RECORD(1:4) NOT = "RUN "
                 OR POS-PENDING-RECORD(5:6) IS NOT NUMERIC
                 CLOSE POS-PENDING-FILE
                 EXIT SECTION
             END-IF
             MOVE POS-PENDING-RECORD(5:6) TO WS-PENDING-RUN-ID
             MOVE "N" TO WS-BASELINE-PROMOTED
             PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                 UNTIL WS-ACK-IDX > WS-ACK-COUNT
                 IF WS-ACK-RUN-ID(WS-ACK-IDX) = WS-PENDING-RUN-ID
                     AND WS-ACK-RESULT(WS-ACK-IDX) NOT = "N"
                     SET BASELINE-PROMOTED TO TRUE
                 END-IF
             END-PERFORM
             IF NOT BASELINE-PROMOTED
                 CLOSE POS-PENDING-FILE
                 EXIT SECTION
             END-IF
             OPEN OUTPUT POS-BASE-FILE
             MOVE POS-PENDING-RECORD TO POS-BASE-RECORD
             WRITE POS-BASE-RECORD
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ POS-PENDING-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         MOVE POS-PENDING-RECORD TO POS-BASE-RECORD
                         WRITE POS-BASE-RECORD
                 END-READ
             END-PERFORM
             CLOSE POS-PENDING-FILE
             CLOSE POS-BASE-FILE
             DISPLAY "POSTRANSMIT - RUN " WS-PENDING-RUN-ID
                 " ACKNOWLEDGED, NOW THE CHANGES-ONLY BASELINE"
           EXIT.

           LOAD-FULL-REFRESH-FLAG SECTION.
             OPEN INPUT FULL-REFRESH-FLAG-FILE
             IF WS-FULL-FLAG-STATUS = "00"
                 READ FULL-REFRESH-FLAG-FILE
                     NOT AT END
                       IF FULL-REFRESH-FLAG-RECORD = "Y"
                           SET FULL-REFRESH-WANTED TO TRUE
                           MOVE "REQUESTED IN data/POSFULL.DAT"
                               TO WS-REFRESH-REASON
                       END-IF
                 END-READ
                 CLOSE FULL-REFRESH-FLAG-FILE
             END-IF
             IF FULL-REFRESH-WANTED
                 OPEN OUTPUT FULL-REFRESH-FLAG-FILE
                 MOVE "N" TO FULL-REFRESH-FLAG-RECORD
                 WRITE FULL-REFRESH-FLAG-RECORD
                 CLOSE FULL-REFRESH-FLAG-FILE
             END-IF
           EXIT.

      * A load the register side reported failed, or a last extract
      * it never acknowledged, means its files cannot be trusted to
      * hold the baseline, so the whole file goes instead.
           CHECK-LAST-TRANSMISSION SECTION.
             IF FULL-REFRESH-WANTED
                 EXIT SECTION
             END-IF
             IF WS-FAILED-ENTRIES > 0
                 SET FULL-REFRESH-WANTED TO TRUE
                 MOVE "REGISTER SIDE REPORTED A FAILED LOAD"
                     TO WS-REFRESH-REASON
                 EXIT SECTION
             END-IF
             MOVE "Y" TO WS-LAST-ACK-FLAG
             OPEN INPUT TRANSMIT-LOG-FILE
             IF WS-LOG-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ TRANSMIT-LOG-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         MOVE PXL-ACK-FLAG TO WS-LAST-ACK-FLAG
                 END-READ
             END-PERFORM
             CLOSE TRANSMIT-LOG-FILE
             IF WS-LAST-ACK-FLAG NOT = "Y"
                 SET FULL-REFRESH-WANTED TO TRUE
                 MOVE "LAST EXTRACT NOT ACKNOWLEDGED"
                     TO WS-REFRESH-REASON
             END-IF
           EXIT.

      * The newest SNAP slot is the night's close, held and delisted
      * rows included, in key order - the same order the baseline was
      * written in - so the two are matched in one pass.
           BUILD-CHANGE-EXTRACT SECTION.
             PERFORM FIND-NEWEST-SNAPSHOT-SLOT
             MOVE SPACES TO WS-SNAPSHOT-PATH
             STRING "data/SNAP" DELIMITED BY SIZE
                 WS-NEWEST-SLOT DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
                 INTO WS-SNAPSHOT-PATH
             OPEN INPUT SNAPSHOT-FILE
             IF WS-SNAP-STATUS NOT = "00"
                 DISPLAY "POSTRANSMIT - NEWEST SNAPSHOT SLOT "
                     WS-NEWEST-SLOT " NOT READABLE, NO EXTRACT SENT"
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-BASE-OPEN
             IF NOT FULL-REFRESH-WANTED
                 OPEN INPUT POS-BASE-FILE
                 IF WS-BASE-STATUS = "00"
                     SET BASE-FILE-OPEN TO TRUE
                 ELSE
                     SET FULL-REFRESH-WANTED TO TRUE
                     MOVE "NO ACKNOWLEDGED BASELINE ON FILE"
                         TO WS-REFRESH-REASON
                 END-IF
             END-IF
             PERFORM LOAD-POS-SEQUENCE
             OPEN OUTPUT POS-CHANGE-FILE
             OPEN OUTPUT POS-PENDING-FILE
             MOVE WS-RUN-ID TO WS-RUN-ID-ED
             MOVE SPACES TO WS-RUN-HEADER
             IF FULL-REFRESH-WANTED
                 STRING "RUN " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RUN-ID-ED) DELIMITED BY SIZE
                     "  BUSINESS DATE " DELIMITED BY SIZE
                     WS-SNAPSHOT-DATE DELIMITED BY SIZE
                     "  FULL REFRESH" DELIMITED BY SIZE
                     INTO WS-RUN-HEADER
             ELSE
                 STRING "RUN " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RUN-ID-ED) DELIMITED BY SIZE
                     "  BUSINESS DATE " DELIMITED BY SIZE
                     WS-SNAPSHOT-DATE DELIMITED BY SIZE
                     "  CHANGES ONLY" DELIMITED BY SIZE
                     INTO WS-RUN-HEADER
             END-IF
             MOVE SPACES TO POS-CHANGE-RECORD
             MOVE WS-RUN-HEADER TO POS-CHANGE-RECORD
             WRITE POS-CHANGE-RECORD
             MOVE WS-RUN-ID TO WS-PENDING-RUN-ID
             MOVE SPACES TO POS-PENDING-RECORD
             MOVE WS-PENDING-HEADER TO POS-PENDING-RECORD
             WRITE POS-PENDING-RECORD

             MOVE 0 TO WS-EXTRACT-COUNT
             MOVE 0 TO WS-ADD-COUNT
             MOVE 0 TO WS-CHANGE-COUNT
             MOVE 0 TO WS-DELETE-COUNT
             PERFORM READ-NEXT-SNAPSHOT-ROW
             IF FULL-REFRESH-WANTED
                 MOVE HIGH-VALUES TO WS-MATCH-BASE-KEY
             ELSE
                 PERFORM READ-NEXT-BASE-ROW
             END-IF
             PERFORM UNTIL WS-MATCH-SNAP-KEY = HIGH-VALUES
                     AND WS-MATCH-BASE-KEY = HIGH-VALUES
                 EVALUATE TRUE
                     WHEN WS-MATCH-SNAP-KEY < WS-MATCH-BASE-KEY
                         PERFORM TAKE-NEW-ROW
                         PERFORM READ-NEXT-SNAPSHOT-ROW
                     WHEN WS-MATCH-SNAP-KEY > WS-MATCH-BASE-KEY
                         PERFORM TAKE-DROPPED-ROW
                         PERFORM READ-NEXT-BASE-ROW
                     WHEN OTHER
                         PERFORM TAKE-MATCHED-ROW
                         PERFORM READ-NEXT-SNAPSHOT-ROW
                         PERFORM READ-NEXT-BASE-ROW
                 END-EVALUATE
             END-PERFORM

             CLOSE SNAPSHOT-FILE
             IF BASE-FILE-OPEN
                 CLOSE POS-BASE-FILE
             END-IF
             CLOSE POS-CHANGE-FILE
             CLOSE POS-PENDING-FILE
             PERFORM SAVE-POS-SEQUENCE
             SET CHANGE-EXTRACT-BUILT TO TRUE
             IF FULL-REFRESH-WANTED
                 DISPLAY "POSTRANSMIT - FULL REFRESH SENT, "
                     WS-EXTRACT-COUNT " ROW(S) - "
                     FUNCTION TRIM(WS-REFRESH-REASON)
             ELSE
                 DISPLAY "POSTRANSMIT - CHANGES ONLY SENT, "
                     WS-ADD-COUNT " ADD(S), "
                     WS-CHANGE-COUNT " CHANGE(S), "
                     WS-DELETE-COUNT " DELETE(S)"
             END-IF
           EXIT.

           READ-NEXT-SNAPSHOT-ROW SECTION.
             READ SNAPSHOT-FILE
                 AT END
                     MOVE HIGH-VALUES TO WS-MATCH-SNAP-KEY
                 NOT AT END
                     MOVE SNAP-KEY TO WS-MATCH-SNAP-KEY
             END-READ
           EXIT.

      * The baseline's own RUN header is not a row.
           READ-NEXT-BASE-ROW SECTION.
             MOVE "RUN " TO WS-MATCH-BASE-KEY
             PERFORM UNTIL WS-MATCH-BASE-KEY(1:4) NOT = "RUN "
                 READ POS-BASE-FILE
                     AT END
                         MOVE HIGH-VALUES TO WS-MATCH-BASE-KEY
                     NOT AT END
                         MOVE BASE-KEY TO WS-MATCH-BASE-KEY
                 END-READ
             END-PERFORM
           EXIT.

      * A row the registers do not hold yet. A delisted row they
      * never had is left out altogether.
           TAKE-NEW-ROW SECTION.
             IF ITEM-IS-DELISTED OF SNAPSHOT-RECORD
                 EXIT SECTION
             END-IF
             IF FULL-REFRESH-WANTED
                 MOVE "F" TO PCX-ACTION
             ELSE
                 MOVE "A" TO PCX-ACTION
                 ADD 1 TO WS-ADD-COUNT
             END-IF
             MOVE SNAPSHOT-RECORD TO PCX-ITEM-IMAGE
             PERFORM WRITE-CHANGE-RECORD
             MOVE SNAPSHOT-RECORD TO POS-PENDING-RECORD
             WRITE POS-PENDING-RECORD
           EXIT.

      * A row the registers hold that has left the master.
           TAKE-DROPPED-ROW SECTION.
             MOVE "D" TO PCX-ACTION
             ADD 1 TO WS-DELETE-COUNT
             MOVE POS-BASE-RECORD TO PCX-ITEM-IMAGE
             PERFORM WRITE-CHANGE-RECORD
           EXIT.

      * A row on both sides goes only when something the register
      * prices or blocks on has moved; a delisting is a delete.
           TAKE-MATCHED-ROW SECTION.
             IF ITEM-IS-DELISTED OF SNAPSHOT-RECORD
                 MOVE "D" TO PCX-ACTION
                 ADD 1 TO WS-DELETE-COUNT
                 MOVE SNAPSHOT-RECORD TO PCX-ITEM-IMAGE
                 PERFORM WRITE-CHANGE-RECORD
                 EXIT SECTION
             END-IF
             IF UNIT-PRICE OF SNAPSHOT-RECORD
                     NOT = UNIT-PRICE OF POS-BASE-RECORD
                 OR QUALITY OF SNAPSHOT-RECORD
                     NOT = QUALITY OF POS-BASE-RECORD
                 OR ITEM-STATUS OF SNAPSHOT-RECORD
                     NOT = ITEM-STATUS OF POS-BASE-RECORD
                 OR HOLD-STATUS OF SNAPSHOT-RECORD
                     NOT = HOLD-STATUS OF POS-BASE-RECORD
                 MOVE "C" TO PCX-ACTION
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE SNAPSHOT-RECORD TO PCX-ITEM-IMAGE
                 PERFORM WRITE-CHANGE-RECORD
             END-IF
             MOVE SNAPSHOT-RECORD TO POS-PENDING-RECORD
             WRITE POS-PENDING-RECORD
           EXIT.

           WRITE-CHANGE-RECORD SECTION.
             ADD 1 TO WS-POS-SEQUENCE
             MOVE WS-POS-SEQUENCE TO PCX-SEQUENCE-NO
             WRITE POS-CHANGE-RECORD
             ADD 1 TO WS-EXTRACT-COUNT
           EXIT.

      * The sequence runs on across extracts, so the register side
      * can tell a gap from a quiet night.
           LOAD-POS-SEQUENCE SECTION.
             MOVE 0 TO WS-POS-SEQUENCE
             OPEN INPUT POS-SEQUENCE-FILE
             IF WS-SEQUENCE-STATUS = "00"
                 READ POS-SEQUENCE-FILE
                     NOT AT END
                       IF POS-SEQUENCE-RECORD IS NUMERIC
                           MOVE POS-SEQUENCE-RECORD
                               TO WS-POS-SEQUENCE
                       END-IF
                 END-READ
                 CLOSE POS-SEQUENCE-FILE
             END-IF
           EXIT.

           SAVE-POS-SEQUENCE SECTION.
             OPEN OUTPUT POS-SEQUENCE-FILE
             MOVE WS-POS-SEQUENCE TO POS-SEQUENCE-RECORD
             WRITE POS-SEQUENCE-RECORD
             CLOSE POS-SEQUENCE-FILE
           EXIT.

           APPEND-TRANSMIT-LOG SECTION.
