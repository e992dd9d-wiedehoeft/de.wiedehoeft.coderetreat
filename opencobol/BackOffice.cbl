           05 ET-VENDOR-ID PIC X(006).
           05 ET-EFFECTIVE-DATE PIC X(008).
           05 ET-ITEM-STATUS PIC X(001).
           05 ET-OPERATOR PIC X(008).

       FD  BACKOFFICE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01 WS-NEW-CATEGORY PIC X(001).
       01 WS-NEW-ON-HAND PIC X(005).
       01 WS-NEW-PRICE PIC X(007).
      * Kept from one change to the next, so the clerk keys it once.
       01 WS-OPERATOR-ID PIC X(008) VALUE SPACES.
       01 WS-EDIT-MESSAGE PIC X(060).
       01 WS-EDIT-FAILED PIC X(001).
           88 FIELD-EDIT-FAILED VALUE "Y".
           05 LINE 19 COLUMN 42 PIC X(005) USING WS-NEW-ON-HAND.
           05 LINE 20 COLUMN 5 VALUE "NEW PRICE (9(5)V99):".
           05 LINE 20 COLUMN 27 PIC X(007) USING WS-NEW-PRICE.
           05 LINE 20 COLUMN 40 VALUE "OPERATOR ID:".
           05 LINE 20 COLUMN 54 PIC X(008) USING WS-OPERATOR-ID.

       01 MESSAGE-SCREEN.
           05 LINE 22 COLUMN 5 PIC X(060) FROM WS-EDIT-MESSAGE.
                     SET FIELD-EDIT-FAILED TO TRUE
                     MOVE "CATEGORY MUST BE N, B, P OR C"
                         TO WS-EDIT-MESSAGE
                 WHEN WS-OPERATOR-ID = SPACES
                     SET FIELD-EDIT-FAILED TO TRUE
                     MOVE "OPERATOR ID IS REQUIRED"
                         TO WS-EDIT-MESSAGE
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
             MOVE SPACES TO ET-EFFECTIVE-DATE
             MOVE ITEM-STATUS OF ITEM-MASTER-RECORD
                 TO ET-ITEM-STATUS
             MOVE WS-OPERATOR-ID TO ET-OPERATOR
             WRITE TRANSACTION-RECORD
             CLOSE TRANSACTION-FILE
             OPEN EXTEND BACKOFFICE-LOG-FILE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SCREEN-STORE-ID)
                     DELIMITED BY SIZE
                 ", BY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                 INTO BACKOFFICE-LOG-RECORD
             WRITE BACKOFFICE-LOG-RECORD
             CLOSE BACKOFFICE-LOG-FILE
