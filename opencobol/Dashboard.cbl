      * Purpose: Consolidated morning exception dashboard. Reads the
      *          overnight outputs the day shift used to open one by
      *          one - RECON.RPT, DUPNAME.LOG, LEGEND.RPT, QBOUND.RPT,
      *          SELLIN.RPT, VENDOR.RPT, TREND.RPT, HOLDS.RPT,
      *          BELOWFLR.RPT and the ALERT.FLG trigger - and
      *          produces one page
      *          (data/DASH.RPT): a count per exception class, the top
      *          items inside the sell-in horizon, the FALLING-trend
      *          items, holds and returns pending, and an ALL CLEAR
           SELECT HOLDS-REPORT-FILE ASSIGN TO "data/HOLDS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT BELOW-FLOOR-FILE ASSIGN TO "data/BELOWFLR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ALERT-TRIGGER-FILE ASSIGN TO "data/ALERT.FLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  HOLDS-REPORT-RECORD PIC X(120).

       FD  BELOW-FLOOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BELOW-FLOOR-RECORD PIC X(132).

       FD  ALERT-TRIGGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERT-TRIGGER-RECORD PIC X(100).
       01 WS-RETURN-COUNT PIC 9(005) VALUE 0.
       01 WS-FALLING-COUNT PIC 9(005) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(005) VALUE 0.
       01 WS-FLOOR-COUNT PIC 9(005) VALUE 0.
       01 WS-ALERT-RAISED PIC X(001) VALUE "N".
           88 ALERT-FLAG-RAISED VALUE "Y".
       01 WS-POSLOG-STATUS PIC X(002).
           PERFORM SCAN-VENDOR-RETURNS
           PERFORM SCAN-TREND-REPORT
           PERFORM SCAN-HOLDS-REPORT
           PERFORM SCAN-BELOW-FLOOR-REPORT
           PERFORM SCAN-ALERT-TRIGGER
           PERFORM SCAN-POS-TRANSMIT-LOG

             END-IF
           EXIT.

           SCAN-BELOW-FLOOR-REPORT SECTION.
             OPEN INPUT BELOW-FLOOR-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ BELOW-FLOOR-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF BELOW-FLOOR-RECORD(1:12)
                               = "BELOW FLOOR:"
                               ADD 1 TO WS-FLOOR-COUNT
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE BELOW-FLOOR-FILE
             END-IF
           EXIT.

      * Every unacknowledged extract older than tonight's own entry
      * counts - the newest one is normally still waiting for its
      * morning load.
                 AND WS-LEGEND-COUNT = 0 AND WS-QBOUND-COUNT = 0
                 AND WS-SELLIN-COUNT = 0 AND WS-RETURN-COUNT = 0
                 AND WS-FALLING-COUNT = 0 AND WS-HOLD-COUNT = 0
                 AND WS-FLOOR-COUNT = 0
                 AND WS-POS-UNACKED-COUNT = 0
                 AND NOT ALERT-FLAG-RAISED
                 MOVE SPACES TO DASHBOARD-RECORD
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO DASHBOARD-RECORD
             WRITE DASHBOARD-RECORD
             MOVE WS-FLOOR-COUNT TO WS-COUNT-ED
             MOVE SPACES TO DASHBOARD-RECORD
             STRING "MARGIN FLOOR CLAMPS ......... "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO DASHBOARD-RECORD
             WRITE DASHBOARD-RECORD
             MOVE WS-POS-UNACKED-COUNT TO WS-COUNT-ED
             MOVE SPACES TO DASHBOARD-RECORD
             STRING "POS EXTRACTS UNACKNOWLEDGED . "
