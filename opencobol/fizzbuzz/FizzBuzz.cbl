      ******************************************************************
      * Author:
      * Date:
      * Purpose: Convert one lot's serial window to its numbering
      *          text under the divisor rules and file the lot's
      *          pages on data/FBREPORT.RPT. A caller naming a rules
      *          version has the window numbered under that adopted
      *          version from data/FBRULVER.DAT, and the version is
      *          printed under every page header of the lot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT RULES-CONTROL-FILE ASSIGN TO "data/FBRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULE-VERSION-FILE ASSIGN TO "data/FBRULVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/FBREPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULE-LOAD-LOG-FILE ASSIGN TO "data/FBLOAD.LOG"
      * the rule replace-style - when it matches, the plain number
      * and any lower-priority labels are suppressed rather than
      * appended.
      * The line is read into WS-RULE-LINE-IN, where the same line
      * taken from a stored version is laid out too.
       FD  RULES-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULES-CONTROL-RECORD PIC X(016).

      * Rules version store (data/FBRULVER.DAT) - every adopted rules
      * file, kept whole under its version number and adoption date,
      * one line per rule line. FizzBuzzBatch adopts the live file
      * as the next version whenever it differs from the newest one.
       FD  RULE-VERSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULE-VERSION-RECORD.
           05 FBV-VERSION PIC 9(003).
           05 FBV-ADOPTED-DATE PIC X(008).
           05 FBV-RULE-LINE PIC X(016).

      * Filed numbering report (data/FBREPORT.RPT). WS-REPORT-OPENED
      * persists across CALLs within one process the same way it would
               10 WS-RULE-PRIORITY PIC 9(002).
       01 WS-RULE-EOF PIC X(001) VALUE "N".
           88 END-OF-RULES VALUE "Y".
       01 WS-RULE-LINE-IN.
           05 RULE-DIVISOR-IN PIC 9(003).
           05 RULE-LABEL-IN PIC X(010).
           05 RULE-TYPE-IN PIC X(001).
               88 RULE-TYPE-IS-CONTAINS VALUE "C".
           05 RULE-PRIORITY-IN PIC X(002).
       01 WS-VERSION-STATUS PIC X(002).
       01 WS-VERSION-FOUND PIC X(001).
           88 VERSION-IS-ON-FILE VALUE "Y".
       01 WS-VERSION-ADOPTED-DATE PIC X(008) VALUE SPACES.
       01 WS-RULE-IDX PIC 9(003).
       01 WS-DIVISOR PIC 9(007).
       01 WS-REMAINDER PIC 9(007).
               GOBACK
           END-IF

           IF RULES-VERSION NOT NUMERIC
               MOVE 0 TO RULES-VERSION
           END-IF
           IF RULES-VERSION > 0
               PERFORM LOAD-VERSIONED-RULES
               IF NOT VERSION-IS-ON-FILE
                   DISPLAY "FIZZBUZZ REJECTED - RULES VERSION "
                       RULES-VERSION " IS NOT ON data/FBRULVER.DAT"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM LOAD-DIVISOR-RULES
           END-IF
           PERFORM OPEN-NUMBERING-REPORT
           PERFORM RESET-STATISTICS

             MOVE 0 TO WS-RULE-COUNT
             MOVE "N" TO WS-RULE-EOF
             PERFORM UNTIL END-OF-RULES
                 READ RULES-CONTROL-FILE INTO WS-RULE-LINE-IN
                     AT END SET END-OF-RULES TO TRUE
                     NOT AT END
                         PERFORM TAKE-ONE-RULE-LINE
                 END-READ
             END-PERFORM
             CLOSE RULES-CONTROL-FILE
           EXIT.

      * The stored lines of one adopted version, taken exactly as the
      * live file's lines are. Blank lines carry no rule and are not
      * stored as rules (an empty rules file is kept as one blank
      * line so the version still exists).
           LOAD-VERSIONED-RULES SECTION.
             MOVE 0 TO WS-RULE-COUNT
             MOVE "N" TO WS-VERSION-FOUND
             OPEN INPUT RULE-VERSION-FILE
             IF WS-VERSION-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-RULE-EOF
             PERFORM UNTIL END-OF-RULES
                 READ RULE-VERSION-FILE
                     AT END SET END-OF-RULES TO TRUE
                     NOT AT END
                       IF FBV-VERSION = RULES-VERSION
                           SET VERSION-IS-ON-FILE TO TRUE
                           MOVE FBV-ADOPTED-DATE
                               TO WS-VERSION-ADOPTED-DATE
                           IF FBV-RULE-LINE NOT = SPACES
                               MOVE FBV-RULE-LINE
                                   TO WS-RULE-LINE-IN
                               PERFORM TAKE-ONE-RULE-LINE
                           END-IF
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE RULE-VERSION-FILE
           EXIT.

           TAKE-ONE-RULE-LINE SECTION.
             IF WS-RULE-COUNT >= WS-MAX-RULE-CAPACITY
                 PERFORM LOG-RULE-CAPACITY-EXCEEDED
                 SET END-OF-RULES TO TRUE
                 EXIT SECTION
             END-IF
             IF RULE-DIVISOR-IN NOT NUMERIC
                 OR (RULE-DIVISOR-IN = 0
                     AND NOT RULE-TYPE-IS-CONTAINS)
                 PERFORM LOG-RULE-ZERO-DIVISOR
             ELSE
                 ADD 1 TO WS-RULE-COUNT
                 MOVE RULE-DIVISOR-IN
                     TO WS-RULE-DIVISOR(WS-RULE-COUNT)
                 MOVE RULE-LABEL-IN
                     TO WS-RULE-LABEL(WS-RULE-COUNT)
                 MOVE RULE-TYPE-IN
                     TO WS-RULE-TYPE(WS-RULE-COUNT)
                 IF RULE-PRIORITY-IN IS NUMERIC
                     MOVE RULE-PRIORITY-IN
                         TO WS-RULE-PRIORITY(WS-RULE-COUNT)
                 ELSE
                     MOVE 0 TO WS-RULE-PRIORITY(WS-RULE-COUNT)
                 END-IF
             END-IF
           EXIT.

           LOG-RULE-CAPACITY-EXCEEDED SECTION.
                 WS-REPORT-PAGE-ED DELIMITED BY SIZE
                 INTO REPORT-RECORD
             WRITE REPORT-RECORD
      * The rules line sits under every page header of the lot, so
      * any page shows what rules numbered it.
             MOVE SPACES TO REPORT-RECORD
             IF RULES-VERSION > 0
                 STRING "RULES VERSION " DELIMITED BY SIZE
                     RULES-VERSION DELIMITED BY SIZE
                     "   ADOPTED " DELIMITED BY SIZE
                     WS-VERSION-ADOPTED-DATE DELIMITED BY SIZE
                     INTO REPORT-RECORD
             ELSE
                 STRING "RULES VERSION NONE - LIVE data/FBRULES.DAT"
                     DELIMITED BY SIZE
                     INTO REPORT-RECORD
             END-IF
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             STRING "NUMBER" DELIMITED BY SIZE
                 "   RESULT" DELIMITED BY SIZE
