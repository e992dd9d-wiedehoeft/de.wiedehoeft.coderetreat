      *          ON-HAND-QTY and valuing the written-off stock at
      *          UNIT-PRICE on a shrinkage report totalled by reason
      *          code and by store, so finance finally has a number
      *          for what the nightly decay costs. A legendary item
      *          (data/PROTECT.DAT) is never written off here - it
      *          leaves by serial on a LegendMove release.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SKU-XREF-FILE ASSIGN TO "data/SKUXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * Posting checkpoint: the controlled batch being applied and
      * the last transaction ordinal already posted, rewritten after
           05 SKU-NUMBER PIC 9(006).
           05 SKU-NAME PIC X(041).

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

       WORKING-STORAGE SECTION.
      * Item Master interlock request handed to the shared MasterLock
      * subprogram - claimed before the first master I-O, released at
           88 SKU-IS-UNKNOWN VALUE "X".
       01 WS-SKU-INPUT-NAME PIC X(041).

      * Legendary names (the protected list) - their on-hand belongs
      * to the custody register and is moved only by LegendMove.
       01 WS-PROTECTED-STATUS PIC X(002).
       01 WS-MAX-PROTECTED-CAPACITY PIC 9(003) VALUE 100.
       01 WS-PROTECTED-COUNT PIC 9(003) VALUE 0.
       01 WS-PROTECTED-TABLE.
           05 WS-PROTECTED-ENTRY PIC X(041) OCCURS 100 TIMES.
       01 WS-PROTECTED-EOF PIC X(001) VALUE "N".
           88 END-OF-PROTECTED VALUE "Y".
       01 WS-PROTECTED-MATCH PIC X(001) VALUE "N".
           88 ITEM-IS-PROTECTED VALUE "Y".
       01 WS-PROTECTED-IDX PIC 9(003).

       01 WS-DISP-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-DISP-POSTED-COUNT PIC 9(005) VALUE 0.
       01 WS-DISP-REJECT-COUNT PIC 9(005) VALUE 0.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-STORE-MASTER
           PERFORM LOAD-SKU-XREF
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM WRITE-SHRINK-HEADER
           PERFORM VERIFY-BATCH-CONTROLS
           PERFORM WRITE-BATCH-CONTROL-LINES
                 PERFORM WRITE-REJECT-BAD-STORE
                 EXIT SECTION
             END-IF
             PERFORM CHECK-PROTECTED-ITEM
             IF ITEM-IS-PROTECTED
                 ADD 1 TO WS-DISP-REJECT-COUNT
                 PERFORM WRITE-REJECT-LEGENDARY
                 EXIT SECTION
             END-IF
             MOVE DISP-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE DISP-NAME TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
             WRITE SHRINKAGE-REPORT-RECORD
           EXIT.

      * A legendary unit is never written off by quantity - it leaves
      * by serial on a LegendMove release, which drops it from the
      * custody register and the on-hand together.
           WRITE-REJECT-LEGENDARY SECTION.
             MOVE "LGND" TO WS-REJECT-REASON-CODE
             PERFORM APPEND-COMMON-REJECT
             MOVE SPACES TO SHRINKAGE-REPORT-RECORD
             STRING "REJECTED - LEGENDARY ITEM, RELEASE FROM CUSTODY"
                 " BY SERIAL: " DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-STORE-ID) DELIMITED BY SIZE
                 INTO SHRINKAGE-REPORT-RECORD
             WRITE SHRINKAGE-REPORT-RECORD
           EXIT.

           CHECK-PROTECTED-ITEM SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF DISP-NAME
                     = WS-PROTECTED-ENTRY(WS-PROTECTED-IDX)
                     SET ITEM-IS-PROTECTED TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

           LOAD-PROTECTED-ITEMS SECTION.
             MOVE 0 TO WS-PROTECTED-COUNT
             OPEN INPUT PROTECTED-FILE
             IF WS-PROTECTED-STATUS = "00"
                 MOVE "N" TO WS-PROTECTED-EOF
                 PERFORM UNTIL END-OF-PROTECTED
                     READ PROTECTED-FILE
                         AT END SET END-OF-PROTECTED TO TRUE
                         NOT AT END
                           IF WS-PROTECTED-COUNT
                               < WS-MAX-PROTECTED-CAPACITY
                               ADD 1 TO WS-PROTECTED-COUNT
                               MOVE PROTECTED-RECORD TO
                                 WS-PROTECTED-ENTRY(WS-PROTECTED-COUNT)
                           ELSE
                               SET END-OF-PROTECTED TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PROTECTED-FILE
             END-IF
           EXIT.

           LOAD-BUSINESS-DATE SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
