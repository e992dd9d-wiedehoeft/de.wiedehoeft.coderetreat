      ******************************************************************
      * Author:
      * Date:
      * Purpose: Takes the control totals of one data file for the
      *          offsite backup set: whether the file is there, how
      *          many records it holds, and a hash total - the sum of
      *          the digits of up to two key numeric fields on every
      *          record (a header or trailer line whose field is not
      *          numeric adds nothing). CALLed by BackupSet on the
      *          live file when the set is taken and by BackupVerify
      *          on the set's copy, so both sides of the comparison
      *          are counted by the same code - the same way
      *          MasterLock and RunStatus are shared.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-TOTAL as "BackupTotal".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-INPUT-FILE ASSIGN TO WS-INPUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT IMAGE-INPUT-FILE ASSIGN TO WS-INPUT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT CHANGE-INPUT-FILE ASSIGN TO WS-INPUT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT KEYED-INPUT-FILE ASSIGN TO WS-INPUT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY OF KEYED-INPUT-RECORD
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One SELECT per physical organization a backed-up file can
      * have; the path is the caller's.
       FD  LINE-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINE-INPUT-RECORD PIC X(400).

       FD  IMAGE-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  IMAGE-INPUT-RECORD PIC X(086).

       FD  CHANGE-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-INPUT-RECORD PIC X(096).

       FD  KEYED-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEYED-INPUT-RECORD. COPY ITEMS.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-INPUT-PATH PIC X(060).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-RECORD-TEXT PIC X(400).

       LINKAGE SECTION.
      * TOT-FORMAT is the BACKUP-FILES format code (L, I, C or K);
      * a zero hash length means that field is not summed.
       01 TOT-REQUEST.
           05 TOT-PATH PIC X(060).
           05 TOT-FORMAT PIC X(001).
               88 TOT-LINE-FILE VALUE "L".
               88 TOT-IMAGE-FILE VALUE "I".
               88 TOT-CHANGE-FILE VALUE "C".
               88 TOT-KEYED-FILE VALUE "K".
           05 TOT-HASH-OFFSET-1 PIC 9(003).
           05 TOT-HASH-LENGTH-1 PIC 9(002).
           05 TOT-HASH-OFFSET-2 PIC 9(003).
           05 TOT-HASH-LENGTH-2 PIC 9(002).
           05 TOT-PRESENT PIC X(001).
               88 TOT-FILE-PRESENT VALUE "Y".
           05 TOT-RECORD-COUNT PIC 9(009).
           05 TOT-HASH-TOTAL PIC 9(018).

       PROCEDURE DIVISION USING TOT-REQUEST.
       MAIN-PROCEDURE.

           MOVE "N" TO TOT-PRESENT
           MOVE 0 TO TOT-RECORD-COUNT
           MOVE 0 TO TOT-HASH-TOTAL
           MOVE TOT-PATH TO WS-INPUT-PATH

           EVALUATE TRUE
               WHEN TOT-IMAGE-FILE
                   PERFORM TOTAL-IMAGE-FILE
               WHEN TOT-CHANGE-FILE
                   PERFORM TOTAL-CHANGE-FILE
               WHEN TOT-KEYED-FILE
                   PERFORM TOTAL-KEYED-FILE
               WHEN OTHER
                   PERFORM TOTAL-LINE-FILE
           END-EVALUATE

           GOBACK.

           TOTAL-LINE-FILE SECTION.
             OPEN INPUT LINE-INPUT-FILE
             IF WS-INPUT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "Y" TO TOT-PRESENT
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ LINE-INPUT-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE LINE-INPUT-RECORD TO WS-RECORD-TEXT
                       PERFORM ADD-RECORD-TOTALS
                 END-READ
             END-PERFORM
             CLOSE LINE-INPUT-FILE
           EXIT.

      * The record area is cleared before each read, so a short last
      * record in a damaged file totals the same every time it is
      * read rather than picking up the previous record's tail.
           TOTAL-IMAGE-FILE SECTION.
             OPEN INPUT IMAGE-INPUT-FILE
             IF WS-INPUT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "Y" TO TOT-PRESENT
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 MOVE SPACES TO IMAGE-INPUT-RECORD
                 READ IMAGE-INPUT-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE IMAGE-INPUT-RECORD TO WS-RECORD-TEXT
                       PERFORM ADD-RECORD-TOTALS
                 END-READ
             END-PERFORM
             CLOSE IMAGE-INPUT-FILE
           EXIT.

           TOTAL-CHANGE-FILE SECTION.
             OPEN INPUT CHANGE-INPUT-FILE
             IF WS-INPUT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "Y" TO TOT-PRESENT
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 MOVE SPACES TO CHANGE-INPUT-RECORD
                 READ CHANGE-INPUT-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE CHANGE-INPUT-RECORD TO WS-RECORD-TEXT
                       PERFORM ADD-RECORD-TOTALS
                 END-READ
             END-PERFORM
             CLOSE CHANGE-INPUT-FILE
           EXIT.

           TOTAL-KEYED-FILE SECTION.
             OPEN INPUT KEYED-INPUT-FILE
             IF WS-INPUT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "Y" TO TOT-PRESENT
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ KEYED-INPUT-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE KEYED-INPUT-RECORD TO WS-RECORD-TEXT
                       PERFORM ADD-RECORD-TOTALS
                 END-READ
             END-PERFORM
             CLOSE KEYED-INPUT-FILE
           EXIT.

           ADD-RECORD-TOTALS SECTION.
             ADD 1 TO TOT-RECORD-COUNT
             IF TOT-HASH-LENGTH-1 > 0
                 AND WS-RECORD-TEXT(TOT-HASH-OFFSET-1:
                     TOT-HASH-LENGTH-1) IS NUMERIC
                 ADD FUNCTION NUMVAL(WS-RECORD-TEXT(
                     TOT-HASH-OFFSET-1:TOT-HASH-LENGTH-1))
                     TO TOT-HASH-TOTAL
             END-IF
             IF TOT-HASH-LENGTH-2 > 0
                 AND WS-RECORD-TEXT(TOT-HASH-OFFSET-2:
                     TOT-HASH-LENGTH-2) IS NUMERIC
                 ADD FUNCTION NUMVAL(WS-RECORD-TEXT(
                     TOT-HASH-OFFSET-2:TOT-HASH-LENGTH-2))
                     TO TOT-HASH-TOTAL
             END-IF
           EXIT.

       END PROGRAM BACKUP-TOTAL.
