      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lot void and reissue. Applies the void transactions
      *          in data/FBVOID.DAT: each marks a numbered lot on the
      *          registry (data/FBREGIST.DAT), whole or a sub-range
      *          of it, as scrapped with a reason and the operator
      *          who voided it, by appending to the scrap-serial
      *          ledger data/FBSCRAP.DAT. Voided serials stay on the
      *          registry, so they are never allocated again. A
      *          transaction may ask for a replacement: a production
      *          order for the same number of serials under a new
      *          lot id, linked to the voided lot and drawn from the
      *          same product block, is queued on data/FBORDER.DAT
      *          for FbAlloc. Outcomes on data/FBVOID.RPT; the
      *          transaction file is emptied once it has been
      *          worked. RC 4 when any transaction was refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FB-VOID as "FbVoid".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-TRANSACTION-FILE ASSIGN TO "data/FBVOID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT LOT-REGISTRY-FILE ASSIGN TO "data/FBREGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT SCRAP-LEDGER-FILE ASSIGN TO "data/FBSCRAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.
           SELECT PRODUCTION-ORDER-FILE ASSIGN TO "data/FBORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT VOID-REPORT-FILE ASSIGN TO "data/FBVOID.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One void per line. A zero (or blank) from/to pair voids the
      * whole lot. FBX-REISSUE Y queues a replacement under
      * FBX-NEW-LOT-ID.
       FD  VOID-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOID-TRANSACTION-RECORD.
           05 FBX-LOT-ID PIC X(010).
           05 FBX-FROM-SERIAL PIC X(007).
           05 FBX-FROM-NUM REDEFINES FBX-FROM-SERIAL PIC 9(007).
           05 FBX-TO-SERIAL PIC X(007).
           05 FBX-TO-NUM REDEFINES FBX-TO-SERIAL PIC 9(007).
           05 FBX-REASON PIC X(004).
           05 FBX-OPERATOR PIC X(008).
           05 FBX-REISSUE PIC X(001).
               88 FBX-REISSUE-WANTED VALUE "Y".
           05 FBX-NEW-LOT-ID PIC X(010).

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

      * Scrap-serial ledger: one line per voided range, never
      * rewritten. FBS-REISSUE-LOT-ID is the replacement lot queued
      * for the range, spaces when none was asked for.
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

       FD  PRODUCTION-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRODUCTION-ORDER-RECORD.
           05 FBO-LOT-ID PIC X(010).
           05 FBO-QUANTITY PIC 9(007).
           05 FBO-BLOCK-CODE PIC X(006).
           05 FBO-REPLACES-LOT-ID PIC X(010).

       FD  VOID-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOID-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-VOID-STATUS PIC X(002).
       01 WS-REGISTRY-STATUS PIC X(002).
       01 WS-SCRAP-STATUS PIC X(002).
       01 WS-ORDER-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".

      * The registry, for finding the lot and checking that a
      * replacement lot id is new.
       01 WS-MAX-REGISTRY-CAPACITY PIC 9(004) VALUE 1000.
       01 WS-REGISTRY-COUNT PIC 9(004) VALUE 0.
       01 WS-REGISTRY-TABLE.
           05 WS-REGISTRY-ENTRY OCCURS 1000 TIMES.
               10 WS-REG-LOT-ID PIC X(010).
               10 WS-REG-START PIC 9(007).
               10 WS-REG-END PIC 9(007).
               10 WS-REG-STATUS PIC X(001).
                   88 WS-REG-RESERVED VALUE "R".
               10 WS-REG-BLOCK-CODE PIC X(006).
       01 WS-REGISTRY-IDX PIC 9(004).
       01 WS-LOT-IDX PIC 9(004).

      * Every range already voided (the ledger plus this run's), so
      * no serial is scrapped twice, and every replacement lot id
      * already queued.
       01 WS-MAX-SCRAP-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-SCRAP-COUNT PIC 9(005) VALUE 0.
       01 WS-SCRAP-TABLE.
           05 WS-SCRAP-ENTRY OCCURS 5000 TIMES.
               10 WS-SCR-LOT-ID PIC X(010).
               10 WS-SCR-FROM PIC 9(007).
               10 WS-SCR-TO PIC 9(007).
               10 WS-SCR-REISSUE-LOT-ID PIC X(010).
       01 WS-SCRAP-IDX PIC 9(005).

       01 WS-VOID-FROM PIC 9(007).
       01 WS-VOID-TO PIC 9(007).
       01 WS-VOID-COUNT PIC 9(007).
       01 WS-REFUSE-REASON PIC X(050).
       01 WS-TRANS-READ PIC 9(005) VALUE 0.
       01 WS-TRANS-APPLIED PIC 9(005) VALUE 0.
       01 WS-TRANS-REFUSED PIC 9(005) VALUE 0.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-SERIALS-ED PIC Z(6)9.
       01 WS-REPORT-POINTER PIC 9(003).
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-VOID-DATE PIC X(008).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-VOID-DATE
           PERFORM LOAD-LOT-REGISTRY
           PERFORM LOAD-SCRAP-LEDGER

           OPEN OUTPUT VOID-REPORT-FILE
           MOVE SPACES TO VOID-REPORT-RECORD
           STRING "LOT VOIDS AND REISSUES OF " DELIMITED BY SIZE
               WS-VOID-DATE DELIMITED BY SIZE
               INTO VOID-REPORT-RECORD
           WRITE VOID-REPORT-RECORD

           OPEN INPUT VOID-TRANSACTION-FILE
           IF WS-VOID-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF
               PERFORM UNTIL END-OF-INPUT
                   READ VOID-TRANSACTION-FILE
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF VOID-TRANSACTION-RECORD NOT = SPACES
                               PERFORM APPLY-ONE-VOID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOID-TRANSACTION-FILE
               OPEN OUTPUT VOID-TRANSACTION-FILE
               CLOSE VOID-TRANSACTION-FILE
           END-IF

           PERFORM WRITE-VOID-TOTALS
           CLOSE VOID-REPORT-FILE
           DISPLAY "FBVOID - " WS-TRANS-APPLIED " VOID(S) APPLIED, "
               WS-TRANS-REFUSED " REFUSED"
           IF WS-TRANS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

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
                               MOVE FBR-LOT-STATUS TO
                                   WS-REG-STATUS(WS-REGISTRY-COUNT)
                               MOVE FBR-BLOCK-CODE TO
                                   WS-REG-BLOCK-CODE
                                       (WS-REGISTRY-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE LOT-REGISTRY-FILE
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
                               MOVE FBS-LOT-ID
                                   TO WS-SCR-LOT-ID(WS-SCRAP-COUNT)
                               MOVE FBS-FROM-SERIAL
                                   TO WS-SCR-FROM(WS-SCRAP-COUNT)
                               MOVE FBS-TO-SERIAL
                                   TO WS-SCR-TO(WS-SCRAP-COUNT)
                               MOVE FBS-REISSUE-LOT-ID
                                   TO WS-SCR-REISSUE-LOT-ID
                                       (WS-SCRAP-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SCRAP-LEDGER-FILE
             END-IF
           EXIT.

           APPLY-ONE-VOID SECTION.
             ADD 1 TO WS-TRANS-READ
             PERFORM EDIT-ONE-VOID
             IF WS-REFUSE-REASON NOT = SPACES
                 PERFORM WRITE-REFUSED-LINE
                 EXIT SECTION
             END-IF
             COMPUTE WS-VOID-COUNT = WS-VOID-TO - WS-VOID-FROM + 1

      * The scrap line first: once it is on the ledger the serials
      * are dead whether or not a replacement follows.
             OPEN EXTEND SCRAP-LEDGER-FILE
             IF WS-SCRAP-STATUS NOT = "00"
                 OPEN OUTPUT SCRAP-LEDGER-FILE
             END-IF
             MOVE FBX-LOT-ID TO FBS-LOT-ID
             MOVE WS-VOID-FROM TO FBS-FROM-SERIAL
             MOVE WS-VOID-TO TO FBS-TO-SERIAL
             MOVE FBX-REASON TO FBS-REASON
             MOVE FBX-OPERATOR TO FBS-OPERATOR
             MOVE WS-VOID-DATE TO FBS-VOID-DATE
             IF FBX-REISSUE-WANTED
                 MOVE FBX-NEW-LOT-ID TO FBS-REISSUE-LOT-ID
             ELSE
                 MOVE SPACES TO FBS-REISSUE-LOT-ID
             END-IF
             WRITE SCRAP-LEDGER-RECORD
             CLOSE SCRAP-LEDGER-FILE
             ADD 1 TO WS-SCRAP-COUNT
             MOVE FBS-LOT-ID TO WS-SCR-LOT-ID(WS-SCRAP-COUNT)
             MOVE FBS-FROM-SERIAL TO WS-SCR-FROM(WS-SCRAP-COUNT)
             MOVE FBS-TO-SERIAL TO WS-SCR-TO(WS-SCRAP-COUNT)
             MOVE FBS-REISSUE-LOT-ID
                 TO WS-SCR-REISSUE-LOT-ID(WS-SCRAP-COUNT)

             IF FBX-REISSUE-WANTED
                 PERFORM QUEUE-REISSUE-ORDER
             END-IF

             ADD 1 TO WS-TRANS-APPLIED
             MOVE WS-VOID-COUNT TO WS-SERIALS-ED
             MOVE SPACES TO VOID-REPORT-RECORD
             MOVE 1 TO WS-REPORT-POINTER
             STRING "LOT " DELIMITED BY SIZE
                 FBX-LOT-ID DELIMITED BY SIZE
                 " VOIDED " DELIMITED BY SIZE
                 WS-VOID-FROM DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-VOID-TO DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SERIALS-ED) DELIMITED BY SIZE
                 " SERIALS) REASON " DELIMITED BY SIZE
                 FBX-REASON DELIMITED BY SIZE
                 " BY " DELIMITED BY SIZE
                 FUNCTION TRIM(FBX-OPERATOR) DELIMITED BY SIZE
                 INTO VOID-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
             IF FBX-REISSUE-WANTED
                 STRING ", REISSUE QUEUED AS LOT " DELIMITED BY SIZE
                     FUNCTION TRIM(FBX-NEW-LOT-ID) DELIMITED BY SIZE
                     INTO VOID-REPORT-RECORD
                     WITH POINTER WS-REPORT-POINTER
             END-IF
             WRITE VOID-REPORT-RECORD
           EXIT.

      * A void must name a numbered lot, stay inside its window, not
      * touch serials already voided, and carry a reason and the
      * operator; a reissue needs a lot id nothing else has used.
           EDIT-ONE-VOID SECTION.
             MOVE SPACES TO WS-REFUSE-REASON
             MOVE 0 TO WS-LOT-IDX
             PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                 UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                 IF WS-REG-LOT-ID(WS-REGISTRY-IDX) = FBX-LOT-ID
                     MOVE WS-REGISTRY-IDX TO WS-LOT-IDX
                 END-IF
             END-PERFORM
             IF FBX-LOT-ID = SPACES OR WS-LOT-IDX = 0
                 MOVE "LOT NOT ON THE REGISTRY" TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF WS-REG-RESERVED(WS-LOT-IDX)
                 MOVE "LOT RESERVED BUT NOT YET NUMBERED"
                     TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF FBX-REASON = SPACES OR FBX-OPERATOR = SPACES
                 MOVE "REASON AND OPERATOR ARE REQUIRED"
                     TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF (FBX-FROM-SERIAL = SPACES OR FBX-FROM-SERIAL = ZERO)
                 AND (FBX-TO-SERIAL = SPACES OR FBX-TO-SERIAL = ZERO)
                 MOVE WS-REG-START(WS-LOT-IDX) TO WS-VOID-FROM
                 MOVE WS-REG-END(WS-LOT-IDX) TO WS-VOID-TO
             ELSE
                 IF FBX-FROM-SERIAL NOT NUMERIC
                     OR FBX-TO-SERIAL NOT NUMERIC
                     OR FBX-FROM-NUM > FBX-TO-NUM
                     OR FBX-FROM-NUM < WS-REG-START(WS-LOT-IDX)
                     OR FBX-TO-NUM > WS-REG-END(WS-LOT-IDX)
                     MOVE "RANGE NOT INSIDE THE LOT'S WINDOW"
                         TO WS-REFUSE-REASON
                     EXIT SECTION
                 END-IF
                 MOVE FBX-FROM-NUM TO WS-VOID-FROM
                 MOVE FBX-TO-NUM TO WS-VOID-TO
             END-IF
             PERFORM VARYING WS-SCRAP-IDX FROM 1 BY 1
                 UNTIL WS-SCRAP-IDX > WS-SCRAP-COUNT
                 IF WS-SCR-LOT-ID(WS-SCRAP-IDX) = FBX-LOT-ID
                     AND WS-SCR-FROM(WS-SCRAP-IDX) NOT > WS-VOID-TO
                     AND WS-SCR-TO(WS-SCRAP-IDX) NOT < WS-VOID-FROM
                     MOVE "SERIALS IN THE RANGE ALREADY VOIDED"
                         TO WS-REFUSE-REASON
                 END-IF
             END-PERFORM
             IF WS-REFUSE-REASON NOT = SPACES
                 EXIT SECTION
             END-IF
             IF WS-SCRAP-COUNT NOT < WS-MAX-SCRAP-CAPACITY
                 MOVE "SCRAP LEDGER FULL" TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF FBX-REISSUE-WANTED
                 PERFORM EDIT-REISSUE-LOT-ID
             END-IF
           EXIT.

           EDIT-REISSUE-LOT-ID SECTION.
             IF FBX-NEW-LOT-ID = SPACES
                 OR FBX-NEW-LOT-ID = FBX-LOT-ID
                 MOVE "REISSUE NEEDS A NEW LOT ID" TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF WS-VOID-TO - WS-VOID-FROM + 1 > 9999
                 MOVE "REISSUE OVER 9999 SERIALS - VOID IN PARTS"
                     TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                 UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                 IF WS-REG-LOT-ID(WS-REGISTRY-IDX) = FBX-NEW-LOT-ID
                     MOVE "REISSUE LOT ID ALREADY ON THE REGISTRY"
                         TO WS-REFUSE-REASON
                 END-IF
             END-PERFORM
             PERFORM VARYING WS-SCRAP-IDX FROM 1 BY 1
                 UNTIL WS-SCRAP-IDX > WS-SCRAP-COUNT
                 IF WS-SCR-REISSUE-LOT-ID(WS-SCRAP-IDX)
                     = FBX-NEW-LOT-ID
                     MOVE "REISSUE LOT ID ALREADY QUEUED"
                         TO WS-REFUSE-REASON
                 END-IF
             END-PERFORM
           EXIT.

      * The replacement goes through the allocator like any other
      * order, so its window is claimed and registered in the one
      * allocation step; it is drawn from the voided lot's block.
           QUEUE-REISSUE-ORDER SECTION.
             OPEN EXTEND PRODUCTION-ORDER-FILE
             IF WS-ORDER-STATUS NOT = "00"
                 OPEN OUTPUT PRODUCTION-ORDER-FILE
             END-IF
             MOVE FBX-NEW-LOT-ID TO FBO-LOT-ID
             MOVE WS-VOID-COUNT TO FBO-QUANTITY
             MOVE WS-REG-BLOCK-CODE(WS-LOT-IDX) TO FBO-BLOCK-CODE
             MOVE FBX-LOT-ID TO FBO-REPLACES-LOT-ID
             WRITE PRODUCTION-ORDER-RECORD
             CLOSE PRODUCTION-ORDER-FILE
           EXIT.

           WRITE-REFUSED-LINE SECTION.
             ADD 1 TO WS-TRANS-REFUSED
             MOVE SPACES TO VOID-REPORT-RECORD
             STRING "LOT " DELIMITED BY SIZE
                 FBX-LOT-ID DELIMITED BY SIZE
                 " VOID REFUSED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
                 INTO VOID-REPORT-RECORD
             WRITE VOID-REPORT-RECORD
           EXIT.

           WRITE-VOID-TOTALS SECTION.
             MOVE SPACES TO VOID-REPORT-RECORD
             WRITE VOID-REPORT-RECORD
             MOVE SPACES TO VOID-REPORT-RECORD
             MOVE 1 TO WS-REPORT-POINTER
             MOVE WS-TRANS-READ TO WS-COUNT-ED
             STRING "VOIDS READ " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO VOID-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
             MOVE WS-TRANS-APPLIED TO WS-COUNT-ED
             STRING ", APPLIED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO VOID-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
             MOVE WS-TRANS-REFUSED TO WS-COUNT-ED
             STRING ", REFUSED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO VOID-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
             WRITE VOID-REPORT-RECORD
           EXIT.

       END PROGRAM FB-VOID.
