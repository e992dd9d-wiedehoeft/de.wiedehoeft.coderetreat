           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS PIC X(002).
