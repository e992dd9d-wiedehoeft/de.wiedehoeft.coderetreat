           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * One SELECT serves all five chain-wide sources - the path is
      * swapped per section, the same record buffer reads them all.
