           05 SLC-AISLE PIC 9(003).
           05 SLC-BAY PIC 9(003).
           05 SLC-SHELF PIC 9(003).
           05 SLC-CAPACITY PIC 9(005).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(002).
