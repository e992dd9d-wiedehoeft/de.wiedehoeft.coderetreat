           05 SH-STORE-ID PIC X(006).
           05 SH-NAME PIC X(041).
           05 SH-UNITS-SOLD PIC 9(005).
           05 SH-SOLD-PRICE PIC 9(005)V99.
           05 SH-REVENUE PIC 9(007)V99.

       FD  CATEGORY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
