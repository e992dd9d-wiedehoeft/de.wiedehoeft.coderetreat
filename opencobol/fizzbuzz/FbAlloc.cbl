      ******************************************************************
      * Author:
      * Date:
      * Purpose: Production-order serial allocator. Takes the day's
      *          production orders (data/FBORDER.DAT: lot id, the
      *          number of serials wanted, and optionally the
      *          reserved product block to number from), claims the
      *          lowest free serial window of that size - first fit
      *          across the serial space outside every reserved
      *          block, or first fit inside the named block - and,
      *          in the same step, reserves it on the lot registry
      *          (data/FBREGIST.DAT) and appends the lot's control
      *          line to data/FBBATCH.DAT. The registry is the only
      *          record of which serials are taken, so nothing is
      *          keyed from FbRegList's gap listing by hand any more
      *          and two orders can never be given the same window.
      *          Reserved product blocks are kept on
      *          data/FBBLOCK.DAT. Control lines are appended to the
      *          day's FBBATCH.DAT, which is started fresh each day
      *          as it always has been. A reissue order queued by
      *          FbVoid names the voided lot it replaces, and that
      *          link is carried onto the registry. The outcome of
      *          every order is on data/FBALLOC.RPT; the order file
      *          is emptied once it has been worked. RC 4 when any
      *          order was refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FB-ALLOC as "FbAlloc".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTION-ORDER-FILE ASSIGN TO "data/FBORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT PRODUCT-BLOCK-FILE ASSIGN TO "data/FBBLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.
           SELECT LOT-REGISTRY-FILE ASSIGN TO "data/FBREGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "data/FBBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT ALLOC-REPORT-FILE ASSIGN TO "data/FBALLOC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One production order per line. A blank block code takes the
      * first free window outside every reserved block. A reissue
      * order queued by FbVoid names the voided lot it replaces, and
      * the link is carried onto the new lot's registry line.
       FD  PRODUCTION-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRODUCTION-ORDER-RECORD.
           05 FBO-LOT-ID PIC X(010).
           05 FBO-QUANTITY PIC X(007).
           05 FBO-QUANTITY-NUM REDEFINES FBO-QUANTITY PIC 9(007).
           05 FBO-BLOCK-CODE PIC X(006).
           05 FBO-REPLACES-LOT-ID PIC X(010).

      * Serial ranges set aside for one product line. First-fit
      * orders never take serials inside a block; an order naming
      * the block is numbered only from inside it.
       FD  PRODUCT-BLOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRODUCT-BLOCK-RECORD.
           05 FBB-BLOCK-CODE PIC X(006).
           05 FBB-START-SERIAL PIC 9(007).
           05 FBB-END-SERIAL PIC 9(007).
           05 FBB-DESCRIPTION PIC X(030).

       FD  LOT-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOT-REGISTRY-RECORD.
           05 FBR-LOT-ID PIC X(010).
           05 FBR-START-SERIAL PIC 9(007).
           05 FBR-END-SERIAL PIC 9(007).
           05 FBR-RUN-DATE PIC X(008).
           05 FBR-RULES-VERSION PIC X(003).
           05 FBR-LOT-STATUS PIC X(001).
           05 FBR-BLOCK-CODE PIC X(006).
           05 FBR-REPLACES-LOT-ID PIC X(010).

       FD  BATCH-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCH-CONTROL-RECORD.
           05 BATCH-LOT-ID PIC X(010).
           05 BATCH-START-SERIAL PIC 9(007).
           05 BATCH-END-SERIAL PIC 9(007).

       FD  ALLOC-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOC-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-STATUS PIC X(002).
       01 WS-BLOCK-STATUS PIC X(002).
       01 WS-REGISTRY-STATUS PIC X(002).
       01 WS-BATCH-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".

      * Every registered window - numbered or only reserved - held
      * for the free-window search, and every reserved block.
       01 WS-MAX-REGISTRY-CAPACITY PIC 9(004) VALUE 1000.
       01 WS-REGISTRY-COUNT PIC 9(004) VALUE 0.
       01 WS-REGISTRY-OVERFLOW PIC X(001) VALUE "N".
           88 REGISTRY-TOO-LARGE VALUE "Y".
       01 WS-REGISTRY-TABLE.
           05 WS-REGISTRY-ENTRY OCCURS 1000 TIMES.
               10 WS-REG-LOT-ID PIC X(010).
               10 WS-REG-START PIC 9(007).
               10 WS-REG-END PIC 9(007).
       01 WS-REGISTRY-IDX PIC 9(004).
       01 WS-MAX-BLOCK-CAPACITY PIC 9(003) VALUE 100.
       01 WS-BLOCK-COUNT PIC 9(003) VALUE 0.
       01 WS-BLOCK-TABLE.
           05 WS-BLOCK-ENTRY OCCURS 100 TIMES.
               10 WS-BLK-CODE PIC X(006).
               10 WS-BLK-START PIC 9(007).
               10 WS-BLK-END PIC 9(007).
       01 WS-BLOCK-IDX PIC 9(003).
       01 WS-ORDER-BLOCK-IDX PIC 9(003).

      * The window search: the bounds it runs inside, the candidate
      * window, and where it must move on to when something is in
      * the way. Eight digits so a candidate running off the top of
      * the seven-digit serial space is still held.
       01 WS-SEARCH-LOW PIC 9(008).
       01 WS-SEARCH-HIGH PIC 9(008).
       01 WS-CAND-START PIC 9(008).
       01 WS-CAND-END PIC 9(008).
       01 WS-NEXT-START PIC 9(008).
       01 WS-SEARCH-DONE PIC X(001).
           88 SEARCH-IS-DONE VALUE "Y".
       01 WS-WINDOW-FOUND PIC X(001).
           88 WINDOW-IS-FOUND VALUE "Y".
       01 WS-MAX-WINDOW PIC 9(007) VALUE 9999.
       01 WS-TOP-SERIAL PIC 9(008) VALUE 9999999.

       01 WS-REFUSE-REASON PIC X(040).
       01 WS-ORDERS-READ PIC 9(005) VALUE 0.
       01 WS-ORDERS-ALLOCATED PIC 9(005) VALUE 0.
       01 WS-ORDERS-REFUSED PIC 9(005) VALUE 0.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-REPORT-POINTER PIC 9(003).
       01 WS-QUANTITY-ED PIC Z(6)9.
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-ALLOC-DATE PIC X(008).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-ALLOC-DATE
           PERFORM LOAD-PRODUCT-BLOCKS
           PERFORM LOAD-LOT-REGISTRY

           OPEN OUTPUT ALLOC-REPORT-FILE
           MOVE SPACES TO ALLOC-REPORT-RECORD
           STRING "SERIAL ALLOCATION - PRODUCTION ORDERS OF "
               DELIMITED BY SIZE
               WS-ALLOC-DATE DELIMITED BY SIZE
               INTO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD

      * A registry bigger than the table could hide a taken window -
      * nothing is allocated and the orders are left for a rerun.
           IF REGISTRY-TOO-LARGE
               MOVE SPACES TO ALLOC-REPORT-RECORD
               STRING "ALLOCATION HALTED - data/FBREGIST.DAT HOLDS"
                   " MORE LOTS THAN THE ALLOCATOR CAN HOLD"
                   INTO ALLOC-REPORT-RECORD
               WRITE ALLOC-REPORT-RECORD
               CLOSE ALLOC-REPORT-FILE
               DISPLAY "FBALLOC HALTED - REGISTRY EXCEEDS "
                   WS-MAX-REGISTRY-CAPACITY " LOTS, NOTHING"
                   " ALLOCATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCTION-ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF
               PERFORM UNTIL END-OF-INPUT
                   READ PRODUCTION-ORDER-FILE
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF PRODUCTION-ORDER-RECORD NOT = SPACES
                               PERFORM ALLOCATE-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTION-ORDER-FILE
               OPEN OUTPUT PRODUCTION-ORDER-FILE
               CLOSE PRODUCTION-ORDER-FILE
           END-IF

           PERFORM WRITE-ALLOCATION-TOTALS
           CLOSE ALLOC-REPORT-FILE
           DISPLAY "FBALLOC - " WS-ORDERS-ALLOCATED
               " ORDER(S) ALLOCATED, " WS-ORDERS-REFUSED " REFUSED"
           IF WS-ORDERS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

           LOAD-PRODUCT-BLOCKS SECTION.
             MOVE 0 TO WS-BLOCK-COUNT
             OPEN INPUT PRODUCT-BLOCK-FILE
             IF WS-BLOCK-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ PRODUCT-BLOCK-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-BLOCK-COUNT < WS-MAX-BLOCK-CAPACITY
                               AND FBB-BLOCK-CODE NOT = SPACES
                               AND FBB-START-SERIAL IS NUMERIC
                               AND FBB-END-SERIAL IS NUMERIC
                               AND FBB-START-SERIAL > 0
                               AND FBB-END-SERIAL
                                   NOT < FBB-START-SERIAL
                               ADD 1 TO WS-BLOCK-COUNT
                               MOVE FBB-BLOCK-CODE
                                   TO WS-BLK-CODE(WS-BLOCK-COUNT)
                               MOVE FBB-START-SERIAL
                                   TO WS-BLK-START(WS-BLOCK-COUNT)
                               MOVE FBB-END-SERIAL
                                   TO WS-BLK-END(WS-BLOCK-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PRODUCT-BLOCK-FILE
             END-IF
           EXIT.

           LOAD-LOT-REGISTRY SECTION.
             MOVE 0 TO WS-REGISTRY-COUNT
             OPEN INPUT LOT-REGISTRY-FILE
             IF WS-REGISTRY-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ LOT-REGISTRY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-REGISTRY-COUNT
                               < WS-MAX-REGISTRY-CAPACITY
                               ADD 1 TO WS-REGISTRY-COUNT
                               MOVE FBR-LOT-ID TO
                                   WS-REG-LOT-ID
                                       (WS-REGISTRY-COUNT)
                               MOVE FBR-START-SERIAL TO
                                   WS-REG-START(WS-REGISTRY-COUNT)
                               MOVE FBR-END-SERIAL TO
                                   WS-REG-END(WS-REGISTRY-COUNT)
                           ELSE
                               SET REGISTRY-TOO-LARGE TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE LOT-REGISTRY-FILE
             END-IF
           EXIT.

           ALLOCATE-ONE-ORDER SECTION.
             ADD 1 TO WS-ORDERS-READ
             PERFORM EDIT-ONE-ORDER
             IF WS-REFUSE-REASON NOT = SPACES
                 PERFORM WRITE-REFUSED-LINE
                 EXIT SECTION
             END-IF
             IF WS-ORDER-BLOCK-IDX > 0
                 MOVE WS-BLK-START(WS-ORDER-BLOCK-IDX)
                     TO WS-SEARCH-LOW
                 MOVE WS-BLK-END(WS-ORDER-BLOCK-IDX)
                     TO WS-SEARCH-HIGH
             ELSE
                 MOVE 1 TO WS-SEARCH-LOW
                 MOVE WS-TOP-SERIAL TO WS-SEARCH-HIGH
             END-IF
             PERFORM FIND-FREE-WINDOW
             IF NOT WINDOW-IS-FOUND
                 IF WS-ORDER-BLOCK-IDX > 0
                     MOVE "NO FREE WINDOW THAT SIZE IN THE BLOCK"
                         TO WS-REFUSE-REASON
                 ELSE
                     MOVE "NO FREE WINDOW THAT SIZE LEFT"
                         TO WS-REFUSE-REASON
                 END-IF
                 PERFORM WRITE-REFUSED-LINE
                 EXIT SECTION
             END-IF
             PERFORM RESERVE-AND-SCHEDULE-LOT
           EXIT.

           EDIT-ONE-ORDER SECTION.
             MOVE SPACES TO WS-REFUSE-REASON
             MOVE 0 TO WS-ORDER-BLOCK-IDX
             IF FBO-LOT-ID = SPACES
                 MOVE "NO LOT ID" TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF WS-REGISTRY-COUNT NOT < WS-MAX-REGISTRY-CAPACITY
                 MOVE "LOT REGISTRY FULL" TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF FBO-QUANTITY NOT NUMERIC
                 OR FBO-QUANTITY-NUM = 0
                 OR FBO-QUANTITY-NUM > WS-MAX-WINDOW
                 MOVE "QUANTITY MUST BE 1 TO 9999 SERIALS"
                     TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                 UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                 IF WS-REG-LOT-ID(WS-REGISTRY-IDX) = FBO-LOT-ID
                     MOVE "LOT ID ALREADY ON THE REGISTRY"
                         TO WS-REFUSE-REASON
                 END-IF
             END-PERFORM
             IF WS-REFUSE-REASON NOT = SPACES
                 EXIT SECTION
             END-IF
             IF FBO-BLOCK-CODE NOT = SPACES
                 PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                     UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                     IF WS-BLK-CODE(WS-BLOCK-IDX) = FBO-BLOCK-CODE
                         MOVE WS-BLOCK-IDX TO WS-ORDER-BLOCK-IDX
                     END-IF
                 END-PERFORM
                 IF WS-ORDER-BLOCK-IDX = 0
                     MOVE "UNKNOWN PRODUCT BLOCK" TO WS-REFUSE-REASON
                 END-IF
             END-IF
           EXIT.

      * First fit: start at the bottom of the search bounds; whenever
      * a registered window (or, searching outside the blocks, a
      * reserved block) is in the way of the candidate, move the
      * candidate to just past it and look again. The candidate only
      * ever moves up, so the search ends at the lowest free window
      * or runs off the top of the bounds.
           FIND-FREE-WINDOW SECTION.
             MOVE "N" TO WS-WINDOW-FOUND
             MOVE "N" TO WS-SEARCH-DONE
             MOVE WS-SEARCH-LOW TO WS-CAND-START
             PERFORM UNTIL SEARCH-IS-DONE
                 COMPUTE WS-CAND-END
                     = WS-CAND-START + FBO-QUANTITY-NUM - 1
                 IF WS-CAND-END > WS-SEARCH-HIGH
                     SET SEARCH-IS-DONE TO TRUE
                 ELSE
                     PERFORM FIND-WINDOW-OBSTACLE
                     IF WS-NEXT-START > WS-CAND-START
                         MOVE WS-NEXT-START TO WS-CAND-START
                     ELSE
                         SET WINDOW-IS-FOUND TO TRUE
                         SET SEARCH-IS-DONE TO TRUE
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

      * WS-NEXT-START ends up past the furthest-reaching range that
      * overlaps the candidate, or left at the candidate when
      * nothing does.
           FIND-WINDOW-OBSTACLE SECTION.
             MOVE WS-CAND-START TO WS-NEXT-START
             PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                 UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                 IF WS-REG-START(WS-REGISTRY-IDX)
                         NOT > WS-CAND-END
                     AND WS-REG-END(WS-REGISTRY-IDX)
                         NOT < WS-CAND-START
                     AND WS-REG-END(WS-REGISTRY-IDX)
                         NOT < WS-NEXT-START
                     COMPUTE WS-NEXT-START
                         = WS-REG-END(WS-REGISTRY-IDX) + 1
                 END-IF
             END-PERFORM
             IF WS-ORDER-BLOCK-IDX = 0
                 PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                     UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                     IF WS-BLK-START(WS-BLOCK-IDX)
                             NOT > WS-CAND-END
                         AND WS-BLK-END(WS-BLOCK-IDX)
                             NOT < WS-CAND-START
                         AND WS-BLK-END(WS-BLOCK-IDX)
                             NOT < WS-NEXT-START
                         COMPUTE WS-NEXT-START
                             = WS-BLK-END(WS-BLOCK-IDX) + 1
                     END-IF
                 END-PERFORM
             END-IF
           EXIT.

      * The reservation goes onto the registry before the control
      * line is written and before the next order is searched, so
      * the registry always shows the window as taken.
           RESERVE-AND-SCHEDULE-LOT SECTION.
             OPEN EXTEND LOT-REGISTRY-FILE
             IF WS-REGISTRY-STATUS NOT = "00"
                 OPEN OUTPUT LOT-REGISTRY-FILE
             END-IF
             MOVE FBO-LOT-ID TO FBR-LOT-ID
             MOVE WS-CAND-START TO FBR-START-SERIAL
             MOVE WS-CAND-END TO FBR-END-SERIAL
             MOVE WS-ALLOC-DATE TO FBR-RUN-DATE
             MOVE SPACES TO FBR-RULES-VERSION
             MOVE "R" TO FBR-LOT-STATUS
             MOVE FBO-BLOCK-CODE TO FBR-BLOCK-CODE
             MOVE FBO-REPLACES-LOT-ID TO FBR-REPLACES-LOT-ID
             WRITE LOT-REGISTRY-RECORD
             CLOSE LOT-REGISTRY-FILE
             ADD 1 TO WS-REGISTRY-COUNT
             MOVE FBO-LOT-ID TO WS-REG-LOT-ID(WS-REGISTRY-COUNT)
             MOVE WS-CAND-START TO WS-REG-START(WS-REGISTRY-COUNT)
             MOVE WS-CAND-END TO WS-REG-END(WS-REGISTRY-COUNT)

             OPEN EXTEND BATCH-CONTROL-FILE
             IF WS-BATCH-STATUS NOT = "00"
                 OPEN OUTPUT BATCH-CONTROL-FILE
             END-IF
             MOVE FBO-LOT-ID TO BATCH-LOT-ID
             MOVE WS-CAND-START TO BATCH-START-SERIAL
             MOVE WS-CAND-END TO BATCH-END-SERIAL
             WRITE BATCH-CONTROL-RECORD
             CLOSE BATCH-CONTROL-FILE

             ADD 1 TO WS-ORDERS-ALLOCATED
             MOVE FBO-QUANTITY-NUM TO WS-QUANTITY-ED
             MOVE SPACES TO ALLOC-REPORT-RECORD
             STRING "LOT " DELIMITED BY SIZE
                 FBO-LOT-ID DELIMITED BY SIZE
                 " ALLOCATED " DELIMITED BY SIZE
                 BATCH-START-SERIAL DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 BATCH-END-SERIAL DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QUANTITY-ED) DELIMITED BY SIZE
                 " SERIALS)" DELIMITED BY SIZE
                 INTO ALLOC-REPORT-RECORD
             IF FBO-BLOCK-CODE NOT = SPACES
                 MOVE SPACES TO ALLOC-REPORT-RECORD(70:31)
                 STRING "BLOCK " DELIMITED BY SIZE
                     FBO-BLOCK-CODE DELIMITED BY SIZE
                     INTO ALLOC-REPORT-RECORD(70:31)
             ELSE
                 MOVE "FIRST FIT" TO ALLOC-REPORT-RECORD(70:31)
             END-IF
             WRITE ALLOC-REPORT-RECORD
             IF FBO-REPLACES-LOT-ID NOT = SPACES
                 MOVE SPACES TO ALLOC-REPORT-RECORD
                 STRING "    REISSUE OF VOIDED LOT " DELIMITED BY SIZE
                     FBO-REPLACES-LOT-ID DELIMITED BY SIZE
                     INTO ALLOC-REPORT-RECORD
                 WRITE ALLOC-REPORT-RECORD
             END-IF
           EXIT.

           WRITE-REFUSED-LINE SECTION.
             ADD 1 TO WS-ORDERS-REFUSED
             MOVE SPACES TO ALLOC-REPORT-RECORD
             STRING "LOT " DELIMITED BY SIZE
                 FBO-LOT-ID DELIMITED BY SIZE
                 " REFUSED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
                 INTO ALLOC-REPORT-RECORD
             WRITE ALLOC-REPORT-RECORD
           EXIT.

           WRITE-ALLOCATION-TOTALS SECTION.
             MOVE SPACES TO ALLOC-REPORT-RECORD
             WRITE ALLOC-REPORT-RECORD
             MOVE SPACES TO ALLOC-REPORT-RECORD
             MOVE 1 TO WS-REPORT-POINTER
             MOVE WS-ORDERS-READ TO WS-COUNT-ED
             STRING "ORDERS READ " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO ALLOC-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
             MOVE WS-ORDERS-ALLOCATED TO WS-COUNT-ED
             STRING ", ALLOCATED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO ALLOC-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
             MOVE WS-ORDERS-REFUSED TO WS-COUNT-ED
             STRING ", REFUSED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO ALLOC-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
             WRITE ALLOC-REPORT-RECORD
           EXIT.

       END PROGRAM FB-ALLOC.
