      * run left behind.
           05 LOT-ID PIC X(010).
           05 REPORT-MODE PIC X(001).
      * RULES-VERSION names the adopted rules version the window
      * is numbered under, loaded from the version store
      * data/FBRULVER.DAT; zero numbers it from the live
      * FBRULES.DAT, unversioned, as callers always did.
           05 RULES-VERSION PIC 9(003).
           05 CONVERTED PIC X(040) OCCURS 9999 TIMES.
