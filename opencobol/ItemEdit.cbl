      *          for a valid transaction code, numeric sell-in/quality/
      *          on-hand/price, a category letter the ITEMS copybook
      *          defines, quality inside the ENFORCE-QUALITY-BOUNDS
      *          limits, an item name the catalog knows and the
      *          keying operator's id, then splits
      *          the input into the clean file ItemMaint consumes
      *          (data/ITEMTRCL.DAT) and a reject file with a reason
      *          code per bad record (data/ITEMTRRJ.DAT) for the clerk
      * delisted - anything else bounces with reason STAT.
           05 ET-ITEM-STATUS PIC X(001).
               88 ET-STATUS-VALID VALUE " " "A" "D" "X".
      * Who keyed it - carried through to ItemMaint so a change held
      * for a second operator's approval shows whose it is.
           05 ET-OPERATOR PIC X(008).

       FD  CLEAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-RECORD PIC X(094).

      * Reject reason codes: CODE bad transaction code, STOR blank
      * store id (the master is keyed on STORE-ID plus NAME, so a
      * CATG bad category letter, QBND quality outside bounds, NAME
      * item not in catalog, EDAT malformed effective date, SKUX a
      * numeric SKU the cross-reference does not know, STAT a
      * lifecycle status outside blank/A/D/X, OPER no keying operator.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05 RJ-REASON-CODE PIC X(004).
           05 RJ-TRANSACTION PIC X(094).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * Numeric SKU cross-reference (see SkuAssign): a keyed item of
      * six digits and nothing else is taken as a SKU and resolved
                 MOVE WS-SKU-INPUT-NAME TO ET-NAME
             END-IF
             PERFORM CHECK-TRANSACTION-CODE
             IF WS-REJECT-REASON = SPACES
                     AND ET-OPERATOR = SPACES
                 MOVE "OPER" TO WS-REJECT-REASON
             END-IF
             IF WS-REJECT-REASON = SPACES
                 PERFORM CHECK-STORE-ID
             END-IF
