      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rules version listing. Prints every rules version
      *          adopted onto the version store (data/FBRULVER.DAT)
      *          with its adoption date and its rule lines, then
      *          every lot the registry (data/FBREGIST.DAT) shows
      *          numbered under that version, by starting serial,
      *          with a lot and serial count - so production can
      *          say what rules any shipped lot was made under.
      *          Lots registered before rules were versioned are
      *          listed together at the end; windows only reserved,
      *          not yet numbered, belong to no version and are left
      *          to FbRegList. Output to
      *          data/FBRULVER.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FB-RULE-LIST as "FbRuleList".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-VERSION-FILE ASSIGN TO "data/FBRULVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.
           SELECT LOT-REGISTRY-FILE ASSIGN TO "data/FBREGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT VERSION-REPORT-FILE ASSIGN TO "data/FBRULVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-VERSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULE-VERSION-RECORD.
           05 FBV-VERSION PIC 9(003).
           05 FBV-ADOPTED-DATE PIC X(008).
           05 FBV-RULE-LINE.
               10 FBV-RULE-DIVISOR PIC X(003).
               10 FBV-RULE-LABEL PIC X(010).
               10 FBV-RULE-TYPE PIC X(001).
               10 FBV-RULE-PRIORITY PIC X(002).

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

       FD  VERSION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERSION-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VERSION-STATUS PIC X(002).
       01 WS-REGISTRY-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".

      * Versions in store order (ascending), and every stored rule
      * line with the version it belongs to.
       01 WS-MAX-VERSION-CAPACITY PIC 9(004) VALUE 999.
       01 WS-VERSION-COUNT PIC 9(004) VALUE 0.
       01 WS-VERSION-TABLE.
           05 WS-VERSION-ENTRY OCCURS 999 TIMES.
               10 WS-VER-NUMBER PIC 9(003).
               10 WS-VER-ADOPTED-DATE PIC X(008).
       01 WS-VERSION-IDX PIC 9(004).
       01 WS-MAX-LINE-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-LINE-COUNT PIC 9(005) VALUE 0.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 5000 TIMES.
               10 WS-LINE-VERSION PIC 9(003).
               10 WS-LINE-DIVISOR PIC X(003).
               10 WS-LINE-LABEL PIC X(010).
               10 WS-LINE-TYPE PIC X(001).
               10 WS-LINE-PRIORITY PIC X(002).
       01 WS-LINE-IDX PIC 9(005).

       01 WS-MAX-REGISTRY-CAPACITY PIC 9(004) VALUE 1000.
       01 WS-REGISTRY-COUNT PIC 9(004) VALUE 0.
       01 WS-REGISTRY-TABLE.
           05 WS-REGISTRY-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON WS-REGISTRY-COUNT.
               10 WS-REG-START PIC 9(007).
               10 WS-REG-END PIC 9(007).
               10 WS-REG-LOT-ID PIC X(010).
               10 WS-REG-RUN-DATE PIC X(008).
               10 WS-REG-RULES-VERSION PIC X(003).
               10 WS-REG-STATUS PIC X(001).
                   88 WS-REG-RESERVED VALUE "R".
       01 WS-REGISTRY-IDX PIC 9(004).

      * The version being listed ("   " lists the unversioned lots).
       01 WS-LISTING-VERSION PIC X(003).
       01 WS-VERSION-LOTS PIC 9(005).
       01 WS-VERSION-SERIALS PIC 9(009).
       01 WS-LOTS-ED PIC Z(4)9.
       01 WS-SERIALS-ED PIC Z(8)9.
       01 WS-RULE-KIND PIC X(020).
       01 WS-LINE-POINTER PIC 9(003).
       01 WS-UNVERSIONED-LOTS PIC 9(005) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RULE-VERSIONS
           PERFORM LOAD-LOT-REGISTRY
           IF WS-REGISTRY-COUNT > 0
               SORT WS-REGISTRY-ENTRY
                   ASCENDING KEY WS-REG-START
           END-IF

           OPEN OUTPUT VERSION-REPORT-FILE
           MOVE SPACES TO VERSION-REPORT-RECORD
           STRING "RULES VERSION LISTING - EVERY ADOPTED RULES FILE"
               " AND THE LOTS NUMBERED UNDER IT"
               INTO VERSION-REPORT-RECORD
           WRITE VERSION-REPORT-RECORD
           PERFORM VARYING WS-VERSION-IDX FROM 1 BY 1
               UNTIL WS-VERSION-IDX > WS-VERSION-COUNT
               PERFORM WRITE-ONE-VERSION
           END-PERFORM
           IF WS-VERSION-COUNT = 0
               MOVE SPACES TO VERSION-REPORT-RECORD
               WRITE VERSION-REPORT-RECORD
               MOVE SPACES TO VERSION-REPORT-RECORD
               STRING "NO RULES VERSION ADOPTED YET"
                   INTO VERSION-REPORT-RECORD
               WRITE VERSION-REPORT-RECORD
           END-IF
           PERFORM WRITE-UNVERSIONED-LOTS
           CLOSE VERSION-REPORT-FILE

           STOP RUN.

           LOAD-RULE-VERSIONS SECTION.
             MOVE 0 TO WS-VERSION-COUNT
             MOVE 0 TO WS-LINE-COUNT
             OPEN INPUT RULE-VERSION-FILE
             IF WS-VERSION-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ RULE-VERSION-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         PERFORM TAKE-ONE-VERSION-LINE
                 END-READ
             END-PERFORM
             CLOSE RULE-VERSION-FILE
           EXIT.

           TAKE-ONE-VERSION-LINE SECTION.
             IF FBV-VERSION NOT NUMERIC
                 EXIT SECTION
             END-IF
             IF WS-VERSION-COUNT = 0
                 OR FBV-VERSION NOT = WS-VER-NUMBER(WS-VERSION-COUNT)
                 IF WS-VERSION-COUNT < WS-MAX-VERSION-CAPACITY
                     ADD 1 TO WS-VERSION-COUNT
                     MOVE FBV-VERSION
                         TO WS-VER-NUMBER(WS-VERSION-COUNT)
                     MOVE FBV-ADOPTED-DATE
                         TO WS-VER-ADOPTED-DATE(WS-VERSION-COUNT)
                 END-IF
             END-IF
             IF FBV-RULE-LINE NOT = SPACES
                 AND WS-LINE-COUNT < WS-MAX-LINE-CAPACITY
                 ADD 1 TO WS-LINE-COUNT
                 MOVE FBV-VERSION TO WS-LINE-VERSION(WS-LINE-COUNT)
                 MOVE FBV-RULE-DIVISOR
                     TO WS-LINE-DIVISOR(WS-LINE-COUNT)
                 MOVE FBV-RULE-LABEL TO WS-LINE-LABEL(WS-LINE-COUNT)
                 MOVE FBV-RULE-TYPE TO WS-LINE-TYPE(WS-LINE-COUNT)
                 MOVE FBV-RULE-PRIORITY
                     TO WS-LINE-PRIORITY(WS-LINE-COUNT)
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
                               MOVE FBR-START-SERIAL TO
                                   WS-REG-START
                                       (WS-REGISTRY-COUNT)
                               MOVE FBR-END-SERIAL TO
                                   WS-REG-END(WS-REGISTRY-COUNT)
                               MOVE FBR-LOT-ID TO
                                   WS-REG-LOT-ID
                                       (WS-REGISTRY-COUNT)
                               MOVE FBR-RUN-DATE TO
                                   WS-REG-RUN-DATE
                                       (WS-REGISTRY-COUNT)
                               MOVE FBR-RULES-VERSION TO
                                   WS-REG-RULES-VERSION
                                       (WS-REGISTRY-COUNT)
                               MOVE FBR-LOT-STATUS TO
                                   WS-REG-STATUS(WS-REGISTRY-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE LOT-REGISTRY-FILE
             END-IF
           EXIT.

           WRITE-ONE-VERSION SECTION.
             MOVE SPACES TO VERSION-REPORT-RECORD
             WRITE VERSION-REPORT-RECORD
             MOVE SPACES TO VERSION-REPORT-RECORD
             STRING "VERSION " DELIMITED BY SIZE
                 WS-VER-NUMBER(WS-VERSION-IDX) DELIMITED BY SIZE
                 "   ADOPTED " DELIMITED BY SIZE
                 WS-VER-ADOPTED-DATE(WS-VERSION-IDX)
                     DELIMITED BY SIZE
                 INTO VERSION-REPORT-RECORD
             WRITE VERSION-REPORT-RECORD
             PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-COUNT
                 IF WS-LINE-VERSION(WS-LINE-IDX)
                     = WS-VER-NUMBER(WS-VERSION-IDX)
                     PERFORM WRITE-ONE-RULE-LINE
                 END-IF
             END-PERFORM
             MOVE WS-VER-NUMBER(WS-VERSION-IDX)
                 TO WS-LISTING-VERSION
             PERFORM WRITE-VERSION-LOTS
           EXIT.

      * Divisor, label, how it matches, and - for a replace-style
      * rule - its priority.
           WRITE-ONE-RULE-LINE SECTION.
             IF WS-LINE-TYPE(WS-LINE-IDX) = "C"
                 MOVE "CONTAINS DIGIT" TO WS-RULE-KIND
             ELSE
                 MOVE "DIVISIBLE BY" TO WS-RULE-KIND
             END-IF
             MOVE SPACES TO VERSION-REPORT-RECORD
             MOVE 1 TO WS-LINE-POINTER
             STRING "  RULE " DELIMITED BY SIZE
                 WS-LINE-LABEL(WS-LINE-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RULE-KIND) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-LINE-DIVISOR(WS-LINE-IDX) DELIMITED BY SIZE
                 INTO VERSION-REPORT-RECORD
                 WITH POINTER WS-LINE-POINTER
             IF WS-LINE-PRIORITY(WS-LINE-IDX) IS NUMERIC
                 AND WS-LINE-PRIORITY(WS-LINE-IDX) NOT = "00"
                 STRING ", REPLACES AT PRIORITY " DELIMITED BY SIZE
                     WS-LINE-PRIORITY(WS-LINE-IDX) DELIMITED BY SIZE
                     INTO VERSION-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
             END-IF
             WRITE VERSION-REPORT-RECORD
           EXIT.

      * Every registered lot carrying WS-LISTING-VERSION, in serial
      * order, then the count line.
           WRITE-VERSION-LOTS SECTION.
             MOVE 0 TO WS-VERSION-LOTS
             MOVE 0 TO WS-VERSION-SERIALS
             PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                 UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                 IF WS-REG-RULES-VERSION(WS-REGISTRY-IDX)
                     = WS-LISTING-VERSION
                     AND NOT WS-REG-RESERVED(WS-REGISTRY-IDX)
                     PERFORM WRITE-ONE-LOT-LINE
                 END-IF
             END-PERFORM
             MOVE WS-VERSION-LOTS TO WS-LOTS-ED
             MOVE WS-VERSION-SERIALS TO WS-SERIALS-ED
             MOVE SPACES TO VERSION-REPORT-RECORD
             IF WS-VERSION-LOTS = 0
                 STRING "  NO LOTS NUMBERED UNDER THIS VERSION"
                     DELIMITED BY SIZE
                     INTO VERSION-REPORT-RECORD
             ELSE
                 STRING "  " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOTS-ED) DELIMITED BY SIZE
                     " LOT(S), " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SERIALS-ED) DELIMITED BY SIZE
                     " SERIAL(S)" DELIMITED BY SIZE
                     INTO VERSION-REPORT-RECORD
             END-IF
             WRITE VERSION-REPORT-RECORD
           EXIT.

           WRITE-ONE-LOT-LINE SECTION.
             ADD 1 TO WS-VERSION-LOTS
             COMPUTE WS-VERSION-SERIALS = WS-VERSION-SERIALS
                 + WS-REG-END(WS-REGISTRY-IDX)
                 - WS-REG-START(WS-REGISTRY-IDX) + 1
             MOVE SPACES TO VERSION-REPORT-RECORD
             STRING "  LOT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REG-LOT-ID(WS-REGISTRY-IDX))
                     DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 WS-REG-START(WS-REGISTRY-IDX) DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-REG-END(WS-REGISTRY-IDX) DELIMITED BY SIZE
                 ", RUN " DELIMITED BY SIZE
                 WS-REG-RUN-DATE(WS-REGISTRY-IDX)
                     DELIMITED BY SIZE
                 INTO VERSION-REPORT-RECORD
             WRITE VERSION-REPORT-RECORD
           EXIT.

      * Lots registered before versioning carry no version at all.
           WRITE-UNVERSIONED-LOTS SECTION.
             MOVE 0 TO WS-UNVERSIONED-LOTS
             PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                 UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                 IF WS-REG-RULES-VERSION(WS-REGISTRY-IDX) = SPACES
                     AND NOT WS-REG-RESERVED(WS-REGISTRY-IDX)
                     ADD 1 TO WS-UNVERSIONED-LOTS
                 END-IF
             END-PERFORM
             IF WS-UNVERSIONED-LOTS = 0
                 EXIT SECTION
             END-IF
             MOVE SPACES TO VERSION-REPORT-RECORD
             WRITE VERSION-REPORT-RECORD
             MOVE SPACES TO VERSION-REPORT-RECORD
             STRING "LOTS REGISTERED BEFORE RULES WERE VERSIONED"
                 INTO VERSION-REPORT-RECORD
             WRITE VERSION-REPORT-RECORD
             MOVE SPACES TO WS-LISTING-VERSION
             PERFORM WRITE-VERSION-LOTS
           EXIT.

       END PROGRAM FB-RULE-LIST.
