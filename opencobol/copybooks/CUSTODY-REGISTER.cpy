      *****************************************************************
      * CUSTODY-REGISTER
      * One legendary unit in the serial custody register
      * (data/CUSTODY.DAT). COPY this under a caller-supplied 01-level
      * group. Every unit of an item on the protected list
      * (PROTECT.DAT) is held here by its serial number, with the
      * store that has it, where in the store it is kept and who
      * answers for it. LegendMove is the only program that changes
      * the register, and it moves the matching Item Master row's
      * ON-HAND-QTY in the same pass, so the number of serials the
      * register places at a store is that row's on-hand. LegendAttest
      * reads the register back for the quarterly sign-off sheets and
      * reconciles it against the Item Master.
      *****************************************************************
           05 CUS-SERIAL PIC X(012).
           05 CUS-NAME PIC X(041).
           05 CUS-STORE-ID PIC X(006).
           05 CUS-LOCATION PIC X(010).
           05 CUS-CUSTODIAN PIC X(020).
           05 CUS-SINCE-DATE PIC X(008).
