      *          Applies keyed add/change/close transactions
      *          (data/STORTRAN.DAT) against the store master
      *          (data/STORMSTR.DAT: id, name, region, open/closed
      *          status, store type), with field edits before anything
      *          is written and an audit log of every applied and
      *          rejected transaction. One location at most may be
      *          typed W, the central warehouse the DC allocation
      *          run ships from. The store master is what every
      *          transaction intake now validates STORE-ID against,
      *          so a typo in a transfer can no longer invent a
      *          store that does not exist.
       DATA DIVISION.
       FILE SECTION.
      * One keyed move per line: A opens a store, C changes its name,
      * region, status or type, D marks it closed (the row is kept so
      * its history stays addressable - a closed store still appears
      * on old reports).
       FD  STORE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-TRANS-RECORD.
           05 STRN-REGION PIC X(010).
           05 STRN-STATUS PIC X(001).
               88 STRN-STATUS-VALID VALUE "O" "C".
           05 STRN-STORE-TYPE PIC X(001).
               88 STRN-TYPE-VALID VALUE "S" "W" " ".
               88 STRN-TYPE-IS-WAREHOUSE VALUE "W".

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05 STM-STATUS PIC X(001).
               88 STM-IS-OPEN VALUE "O".
               88 STM-IS-CLOSED VALUE "C".
      * S (or space, for rows that predate the field) a selling
      * store, W the central warehouse.
           05 STM-STORE-TYPE PIC X(001).
               88 STM-IS-STORE VALUE "S" " ".
               88 STM-IS-WAREHOUSE VALUE "W".

       FD  STORE-MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
               10 WS-STORE-NAME PIC X(030).
               10 WS-STORE-REGION PIC X(010).
               10 WS-STORE-STATUS PIC X(001).
               10 WS-STORE-TYPE PIC X(001).
       01 WS-STORE-IDX PIC 9(003).
       01 WS-STORE-MATCH PIC X(001).
           88 STORE-SLOT-FOUND VALUE "Y".
       01 WS-WAREHOUSE-IDX PIC 9(003).
       01 WS-WAREHOUSE-MATCH PIC X(001).
           88 OTHER-WAREHOUSE-FOUND VALUE "Y".

       01 WS-TRANS-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-APPLIED-COUNT PIC 9(005) VALUE 0.
                                   WS-STORE-REGION(WS-STORE-COUNT)
                               MOVE STM-STATUS TO
                                   WS-STORE-STATUS(WS-STORE-COUNT)
                               MOVE STM-STORE-TYPE TO
                                   WS-STORE-TYPE(WS-STORE-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 PERFORM LOG-REJECT-BLANK-ID
             ELSE
                 PERFORM FIND-STORE-SLOT
                 PERFORM FIND-OTHER-WAREHOUSE
                 EVALUATE TRUE
                     WHEN STRN-IS-ADD
                         PERFORM ADD-ONE-STORE
             END-IF
           EXIT.

      * The allocation run ships from exactly one warehouse, so a
      * second W is refused until the first is retyped.
           FIND-OTHER-WAREHOUSE SECTION.
             MOVE "N" TO WS-WAREHOUSE-MATCH
             PERFORM VARYING WS-WAREHOUSE-IDX FROM 1 BY 1
                 UNTIL WS-WAREHOUSE-IDX > WS-STORE-COUNT
                         OR OTHER-WAREHOUSE-FOUND
                 IF WS-STORE-TYPE(WS-WAREHOUSE-IDX) = "W"
                     AND WS-STORE-ID(WS-WAREHOUSE-IDX)
                         NOT = STRN-STORE-ID
                     SET OTHER-WAREHOUSE-FOUND TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

           ADD-ONE-STORE SECTION.
             EVALUATE TRUE
                 WHEN STORE-SLOT-FOUND
                 WHEN NOT STRN-STATUS-VALID
                     ADD 1 TO WS-TRANS-REJECT-COUNT
                     PERFORM LOG-REJECT-BAD-STATUS
                 WHEN NOT STRN-TYPE-VALID
                     ADD 1 TO WS-TRANS-REJECT-COUNT
                     PERFORM LOG-REJECT-BAD-TYPE
                 WHEN STRN-TYPE-IS-WAREHOUSE AND OTHER-WAREHOUSE-FOUND
                     ADD 1 TO WS-TRANS-REJECT-COUNT
                     PERFORM LOG-REJECT-SECOND-WAREHOUSE
                 WHEN WS-STORE-COUNT >= WS-MAX-STORE-CAPACITY
                     ADD 1 TO WS-TRANS-REJECT-COUNT
                     PERFORM LOG-REJECT-TABLE-FULL
                         TO WS-STORE-REGION(WS-STORE-COUNT)
                     MOVE STRN-STATUS
                         TO WS-STORE-STATUS(WS-STORE-COUNT)
                     MOVE STRN-STORE-TYPE
                         TO WS-STORE-TYPE(WS-STORE-COUNT)
                     IF STRN-STORE-TYPE = SPACE
                         MOVE "S" TO WS-STORE-TYPE(WS-STORE-COUNT)
                     END-IF
                     PERFORM LOG-APPLIED
             END-EVALUATE
           EXIT.
                         AND NOT STRN-STATUS-VALID
                     ADD 1 TO WS-TRANS-REJECT-COUNT
                     PERFORM LOG-REJECT-BAD-STATUS
                 WHEN NOT STRN-TYPE-VALID
                     ADD 1 TO WS-TRANS-REJECT-COUNT
                     PERFORM LOG-REJECT-BAD-TYPE
                 WHEN STRN-TYPE-IS-WAREHOUSE AND OTHER-WAREHOUSE-FOUND
                     ADD 1 TO WS-TRANS-REJECT-COUNT
                     PERFORM LOG-REJECT-SECOND-WAREHOUSE
                 WHEN OTHER
                     ADD 1 TO WS-TRANS-APPLIED-COUNT
                     PERFORM LOG-BEFORE-IMAGE
                         MOVE STRN-STATUS
                             TO WS-STORE-STATUS(WS-STORE-IDX)
                     END-IF
                     IF STRN-STORE-TYPE NOT = SPACE
                         MOVE STRN-STORE-TYPE
                             TO WS-STORE-TYPE(WS-STORE-IDX)
                     END-IF
                     PERFORM LOG-APPLIED
             END-EVALUATE
           EXIT.
                 MOVE WS-STORE-NAME(WS-STORE-IDX) TO STM-NAME
                 MOVE WS-STORE-REGION(WS-STORE-IDX) TO STM-REGION
                 MOVE WS-STORE-STATUS(WS-STORE-IDX) TO STM-STATUS
                 MOVE WS-STORE-TYPE(WS-STORE-IDX) TO STM-STORE-TYPE
                 WRITE STORE-MASTER-RECORD
             END-PERFORM
             CLOSE STORE-MASTER-FILE
                     DELIMITED BY SIZE
                 ", STATUS " DELIMITED BY SIZE
                 WS-STORE-STATUS(WS-STORE-IDX) DELIMITED BY SIZE
                 ", TYPE " DELIMITED BY SIZE
                 WS-STORE-TYPE(WS-STORE-IDX) DELIMITED BY SIZE
                 INTO STORE-MAINT-LOG-RECORD
             WRITE STORE-MAINT-LOG-RECORD
           EXIT.
                 FUNCTION TRIM(STRN-REGION) DELIMITED BY SIZE
                 ", STATUS " DELIMITED BY SIZE
                 STRN-STATUS DELIMITED BY SIZE
                 ", TYPE " DELIMITED BY SIZE
                 STRN-STORE-TYPE DELIMITED BY SIZE
                 INTO STORE-MAINT-LOG-RECORD
             WRITE STORE-MAINT-LOG-RECORD
           EXIT.
             WRITE STORE-MAINT-LOG-RECORD
           EXIT.

           LOG-REJECT-BAD-TYPE SECTION.
             MOVE SPACES TO STORE-MAINT-LOG-RECORD
             STRING "REJECTED - TYPE MUST BE S OR W: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(STRN-STORE-ID) DELIMITED BY SIZE
                 INTO STORE-MAINT-LOG-RECORD
             WRITE STORE-MAINT-LOG-RECORD
           EXIT.

           LOG-REJECT-SECOND-WAREHOUSE SECTION.
             MOVE SPACES TO STORE-MAINT-LOG-RECORD
             STRING "REJECTED - CENTRAL WAREHOUSE IS ALREADY "
                 DELIMITED BY SIZE
                 WS-STORE-ID(WS-WAREHOUSE-IDX) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(STRN-STORE-ID) DELIMITED BY SIZE
                 INTO STORE-MAINT-LOG-RECORD
             WRITE STORE-MAINT-LOG-RECORD
           EXIT.

           LOG-REJECT-NOT-FOUND SECTION.
             MOVE SPACES TO STORE-MAINT-LOG-RECORD
             STRING "REJECTED - STORE NOT ON MASTER: "
