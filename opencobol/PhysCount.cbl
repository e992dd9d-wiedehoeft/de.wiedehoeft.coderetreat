      *          the extended value of each shortage/overage
      *          (data/COUNTVAR.RPT), and emits the correcting
      *          ItemMaint change transactions automatically
      *          (data/COUNTADJ.DAT, ready to feed through ItemEdit,
      *          keyed under the system operator id PHYSCNT).
      *          A variance above the tolerance percentage
      *          (data/CNTTOL.DAT) is flagged for supervisor review
      *          and NOT emitted, so a fat-fingered count cannot
           05 ADJ-VENDOR-ID PIC X(006).
           05 ADJ-EFFECTIVE-DATE PIC X(008).
           05 ADJ-ITEM-STATUS PIC X(001).
           05 ADJ-OPERATOR PIC X(008).

      * Store master (see StoreMaint): a count naming a store the
      * master does not know, or one marked closed, is rejected.
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * Numeric SKU cross-reference (see SkuAssign): a keyed item of
      * six digits and nothing else is taken as a SKU and resolved

      * The emitted change carries the master row unchanged except
      * for the counted on-hand, applies immediately (no effective
      * date) and travels the normal ItemEdit/ItemMaint path, keyed
      * under the count's own operator id so ItemEdit accepts it.
           EMIT-ADJUSTMENT-TRANSACTION SECTION.
             MOVE "C" TO ADJ-CODE
             MOVE CNT-NAME TO ADJ-NAME
             MOVE SPACES TO ADJ-EFFECTIVE-DATE
             MOVE ITEM-STATUS OF ITEM-MASTER-RECORD
                 TO ADJ-ITEM-STATUS
             MOVE "PHYSCNT" TO ADJ-OPERATOR
             WRITE ADJUSTMENT-RECORD
           EXIT.

