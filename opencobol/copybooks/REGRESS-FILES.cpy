      *****************************************************************
      * REGRESS-FILES
      * The chain regression pack's per-file comparison rules, used by
      * ChainRegress. COPY this under a caller-supplied 01-level
      * group. Every file the regression night leaves in the scratch
      * data area is compared line by line with its golden copy; an
      * entry here is needed only where a file is to be skipped, read
      * in a format the backup list (BACKUP-FILES) does not give, or
      * carries a run-dependent field at a fixed position. Per rule:
      *   RGF-FILE-NAME   - the file name under data/
      *   RGF-MATCH       - E the name exactly, P every name that
      *                     starts with it (partition files and the
      *                     keyed file's own companions)
      *   RGF-ACTION      - C compare, S skip
      *   RGF-FORMAT      - L line-sequential records, I fixed-length
      *                     item images (ITEMS), C POS change images;
      *                     a space takes the format from BACKUP-FILES
      *                     and otherwise reads the file as lines
      *   RGF-MASK-OFFSET/-LENGTH (1 and 2) - a field blanked out on
      *                     both sides before the lines are compared
      *                     (a run id, an elapsed time); a zero length
      *                     means no field.
      * Timestamps taken off the clock need no entry: any digit run
      * starting with the run's own date is masked wherever it falls.
      *****************************************************************
           05 RGF-RULE-TABLE-DATA.
      * The keyed master is compared through its unload image.
           10 FILLER PIC X(029) VALUE
               "ITEMMSTR.DAT    PS 0000000000".
           10 FILLER PIC X(029) VALUE
               "ITEMMSTR.UNL    ECI0000000000".
      * Nothing on the batch-window page but tonight's timings.
           10 FILLER PIC X(029) VALUE
               "BATCHWIN.RPT    ES 0000000000".
           10 FILLER PIC X(029) VALUE
               "STEPHIS.DAT     ECL0210700000".
           10 FILLER PIC X(029) VALUE
               "MSTRJRNL.DAT    ECL0270600000".
           10 FILLER PIC X(029) VALUE
               "RUNLOG.DAT      ECL0010600000".
           10 FILLER PIC X(029) VALUE
               "POSXLOG.DAT     ECL0010601414".
           10 FILLER PIC X(029) VALUE
               "AGEIN.P         PCI0000000000".
           10 FILLER PIC X(029) VALUE
               "AGEOUT.P        PCI0000000000".
           10 FILLER PIC X(029) VALUE
               "POSEXTR.DAT.P   PCI0000000000".
           05 RGF-RULE-TABLE REDEFINES RGF-RULE-TABLE-DATA.
               10 RGF-RULE-ENTRY OCCURS 10 TIMES.
                   15 RGF-FILE-NAME PIC X(016).
                   15 RGF-MATCH PIC X(001).
                   15 RGF-ACTION PIC X(001).
                   15 RGF-FORMAT PIC X(001).
                   15 RGF-MASK-OFFSET-1 PIC 9(003).
                   15 RGF-MASK-LENGTH-1 PIC 9(002).
                   15 RGF-MASK-OFFSET-2 PIC 9(003).
                   15 RGF-MASK-LENGTH-2 PIC 9(002).
           05 RGF-RULE-COUNT PIC 9(003) VALUE 10.
