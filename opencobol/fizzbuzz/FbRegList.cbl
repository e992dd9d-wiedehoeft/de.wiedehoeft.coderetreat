      *          sorted by starting serial, with the gap of unissued
      *          serials between consecutive ranges - so production
      *          can see at a glance what has been numbered and
      *          where the free windows sit. Each lot line names
      *          the rules version it was numbered under; a window
      *          the allocator has reserved but nothing has numbered
      *          yet is shown as reserved, with its product block.
      *          Ranges scrapped on the void ledger (data/FBSCRAP.DAT)
      *          are listed under their lot, with the replacement lot
      *          where one was issued, and a replacement names the lot
      *          it replaces. Output to data/FBREGIST.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOT-REGISTRY-FILE ASSIGN TO "data/FBREGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT SCRAP-LEDGER-FILE ASSIGN TO "data/FBSCRAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.
           SELECT REGISTRY-REPORT-FILE ASSIGN TO "data/FBREGIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 FBR-START-SERIAL PIC 9(007).
           05 FBR-END-SERIAL PIC 9(007).
           05 FBR-RUN-DATE PIC X(008).
           05 FBR-RULES-VERSION PIC X(003).
           05 FBR-LOT-STATUS PIC X(001).
           05 FBR-BLOCK-CODE PIC X(006).
           05 FBR-REPLACES-LOT-ID PIC X(010).

       FD  SCRAP-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCRAP-LEDGER-RECORD.
           05 FBS-LOT-ID PIC X(010).
           05 FBS-FROM-SERIAL PIC 9(007).
           05 FBS-TO-SERIAL PIC 9(007).
           05 FBS-REASON PIC X(004).
           05 FBS-OPERATOR PIC X(008).
           05 FBS-VOID-DATE PIC X(008).
           05 FBS-REISSUE-LOT-ID PIC X(010).

       FD  REGISTRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS PIC X(002).
       01 WS-SCRAP-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".

               10 WS-REG-END PIC 9(007).
               10 WS-REG-LOT-ID PIC X(010).
               10 WS-REG-RUN-DATE PIC X(008).
               10 WS-REG-RULES-VERSION PIC X(003).
               10 WS-REG-STATUS PIC X(001).
                   88 WS-REG-RESERVED VALUE "R".
               10 WS-REG-BLOCK-CODE PIC X(006).
               10 WS-REG-REPLACES-LOT-ID PIC X(010).
       01 WS-REGISTRY-IDX PIC 9(004).

       01 WS-MAX-SCRAP-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-SCRAP-COUNT PIC 9(005) VALUE 0.
       01 WS-SCRAP-TABLE.
           05 WS-SCRAP-ENTRY OCCURS 5000 TIMES.
               10 WS-SCR-LOT-ID PIC X(010).
               10 WS-SCR-FROM PIC 9(007).
               10 WS-SCR-TO PIC 9(007).
               10 WS-SCR-REASON PIC X(004).
               10 WS-SCR-OPERATOR PIC X(008).
               10 WS-SCR-VOID-DATE PIC X(008).
               10 WS-SCR-REISSUE-LOT-ID PIC X(010).
       01 WS-SCRAP-IDX PIC 9(005).
       01 WS-VOID-SIZE PIC 9(007).
       01 WS-PRIOR-END PIC 9(007).
       01 WS-GAP-FROM PIC 9(007).
       01 WS-GAP-TO PIC 9(007).
       01 WS-GAP-SIZE PIC 9(007).
       01 WS-GAP-ED PIC Z(6)9.
       01 WS-LINE-POINTER PIC 9(003).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-LOT-REGISTRY
           PERFORM LOAD-SCRAP-LEDGER
           SORT WS-REGISTRY-ENTRY
               ASCENDING KEY WS-REG-START

                               MOVE FBR-RUN-DATE TO
                                   WS-REG-RUN-DATE
                                       (WS-REGISTRY-COUNT)
                               MOVE FBR-RULES-VERSION TO
                                   WS-REG-RULES-VERSION
                                       (WS-REGISTRY-COUNT)
                               MOVE FBR-LOT-STATUS TO
                                   WS-REG-STATUS(WS-REGISTRY-COUNT)
                               MOVE FBR-BLOCK-CODE TO
                                   WS-REG-BLOCK-CODE
                                       (WS-REGISTRY-COUNT)
                               MOVE FBR-REPLACES-LOT-ID TO
                                   WS-REG-REPLACES-LOT-ID
                                       (WS-REGISTRY-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
             END-IF
           EXIT.

           LOAD-SCRAP-LEDGER SECTION.
             MOVE 0 TO WS-SCRAP-COUNT
             OPEN INPUT SCRAP-LEDGER-FILE
             IF WS-SCRAP-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ SCRAP-LEDGER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-SCRAP-COUNT < WS-MAX-SCRAP-CAPACITY
                               ADD 1 TO WS-SCRAP-COUNT
                               MOVE SCRAP-LEDGER-RECORD
                                   TO WS-SCRAP-ENTRY(WS-SCRAP-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SCRAP-LEDGER-FILE
             END-IF
           EXIT.

           WRITE-ONE-REGISTRY-LINE SECTION.
             IF WS-REG-START(WS-REGISTRY-IDX) > WS-PRIOR-END + 1
                 COMPUTE WS-GAP-FROM = WS-PRIOR-END + 1
                 WRITE REGISTRY-REPORT-RECORD
             END-IF
             MOVE SPACES TO REGISTRY-REPORT-RECORD
             MOVE 1 TO WS-LINE-POINTER
             STRING "LOT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REG-LOT-ID(WS-REGISTRY-IDX))
                     DELIMITED BY SIZE
                 WS-REG-START(WS-REGISTRY-IDX) DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-REG-END(WS-REGISTRY-IDX) DELIMITED BY SIZE
                 INTO REGISTRY-REPORT-RECORD
                 WITH POINTER WS-LINE-POINTER
             EVALUATE TRUE
                 WHEN WS-REG-RESERVED(WS-REGISTRY-IDX)
                     STRING ", RESERVED " DELIMITED BY SIZE
                         WS-REG-RUN-DATE(WS-REGISTRY-IDX)
                             DELIMITED BY SIZE
                         ", NOT YET NUMBERED" DELIMITED BY SIZE
                         INTO REGISTRY-REPORT-RECORD
                         WITH POINTER WS-LINE-POINTER
                 WHEN WS-REG-RULES-VERSION(WS-REGISTRY-IDX)
                     IS NUMERIC
                     STRING ", RUN " DELIMITED BY SIZE
                         WS-REG-RUN-DATE(WS-REGISTRY-IDX)
                             DELIMITED BY SIZE
                         ", RULES V" DELIMITED BY SIZE
                         WS-REG-RULES-VERSION(WS-REGISTRY-IDX)
                             DELIMITED BY SIZE
                         INTO REGISTRY-REPORT-RECORD
                         WITH POINTER WS-LINE-POINTER
                 WHEN OTHER
                     STRING ", RUN " DELIMITED BY SIZE
                         WS-REG-RUN-DATE(WS-REGISTRY-IDX)
                             DELIMITED BY SIZE
                         ", RULES UNVERSIONED" DELIMITED BY SIZE
                         INTO REGISTRY-REPORT-RECORD
                         WITH POINTER WS-LINE-POINTER
             END-EVALUATE
             IF WS-REG-BLOCK-CODE(WS-REGISTRY-IDX) NOT = SPACES
                 STRING ", BLOCK " DELIMITED BY SIZE
                     WS-REG-BLOCK-CODE(WS-REGISTRY-IDX)
                         DELIMITED BY SIZE
                     INTO REGISTRY-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
             END-IF
             IF WS-REG-REPLACES-LOT-ID(WS-REGISTRY-IDX) NOT = SPACES
                 STRING ", REPLACES " DELIMITED BY SIZE
                     FUNCTION TRIM
                         (WS-REG-REPLACES-LOT-ID(WS-REGISTRY-IDX))
                         DELIMITED BY SIZE
                     INTO REGISTRY-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
             END-IF
             WRITE REGISTRY-REPORT-RECORD
             PERFORM VARYING WS-SCRAP-IDX FROM 1 BY 1
                 UNTIL WS-SCRAP-IDX > WS-SCRAP-COUNT
                 IF WS-SCR-LOT-ID(WS-SCRAP-IDX)
                     = WS-REG-LOT-ID(WS-REGISTRY-IDX)
                     PERFORM WRITE-ONE-VOIDED-RANGE
                 END-IF
             END-PERFORM
             IF WS-REG-END(WS-REGISTRY-IDX) > WS-PRIOR-END
                 MOVE WS-REG-END(WS-REGISTRY-IDX)
                     TO WS-PRIOR-END
             END-IF
           EXIT.

      * Voided serials stay issued - they are never numbered again -
      * so they are shown under the lot rather than as a gap.
           WRITE-ONE-VOIDED-RANGE SECTION.
             COMPUTE WS-VOID-SIZE = WS-SCR-TO(WS-SCRAP-IDX)
                 - WS-SCR-FROM(WS-SCRAP-IDX) + 1
             MOVE WS-VOID-SIZE TO WS-GAP-ED
             MOVE SPACES TO REGISTRY-REPORT-RECORD
             MOVE 1 TO WS-LINE-POINTER
             STRING "  VOIDED: " DELIMITED BY SIZE
                 WS-SCR-FROM(WS-SCRAP-IDX) DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-SCR-TO(WS-SCRAP-IDX) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GAP-ED) DELIMITED BY SIZE
                 " SERIAL(S)) REASON " DELIMITED BY SIZE
                 WS-SCR-REASON(WS-SCRAP-IDX) DELIMITED BY SIZE
                 " BY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SCR-OPERATOR(WS-SCRAP-IDX))
                     DELIMITED BY SIZE
                 " ON " DELIMITED BY SIZE
                 WS-SCR-VOID-DATE(WS-SCRAP-IDX) DELIMITED BY SIZE
                 INTO REGISTRY-REPORT-RECORD
                 WITH POINTER WS-LINE-POINTER
             IF WS-SCR-REISSUE-LOT-ID(WS-SCRAP-IDX) NOT = SPACES
                 STRING ", REISSUED AS " DELIMITED BY SIZE
                     FUNCTION TRIM
                         (WS-SCR-REISSUE-LOT-ID(WS-SCRAP-IDX))
                         DELIMITED BY SIZE
                     INTO REGISTRY-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
             END-IF
             WRITE REGISTRY-REPORT-RECORD
           EXIT.

       END PROGRAM FB-REG-LIST.
