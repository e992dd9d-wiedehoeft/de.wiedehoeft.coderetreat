      *****************************************************************
      * BACKUP-FILES
      * The data files the end-of-chain backup set carries, shared by
      * BackupSet (which takes the set) and BackupVerify (which checks
      * and restores it) so the two can never disagree on what a set
      * holds or how its totals are taken. COPY this under a
      * caller-supplied 01-level group. Per file:
      *   BKUP-FILE-NAME   - name under data/ and in the set
      *   BKUP-FORMAT      - L line-sequential records
      *                      I fixed-length item images (ITEMS)
      *                      C POS change images (sequence + image)
      *                      K the indexed Item Master, carried in
      *                        the set as a sequential unload image
      *   BKUP-RESTORE     - R put back by a restore
      *                      K kept: backed up and verified, but a
      *                        live copy is never replaced - it is
      *                        put back only where none is left (the
      *                        authorization log records the restore
      *                        itself)
      *   BKUP-HASH-OFFSET/-LENGTH (1 and 2) - the key numeric
      *                      fields whose digits are summed into the
      *                      file's hash total; a zero length means
      *                      no field, and a file with neither is
      *                      proved by its record count alone.
      * Run-scoped interlocks (MSTRLOCK, LOCKOVR, CHAINPROG, AUTHREQ)
      * and the night's transaction inputs are not carried - a
      * restore must not resurrect a lock or a half-run chain.
      *****************************************************************
           05 BKUP-FILE-TABLE-DATA.
           10 FILLER PIC X(024) VALUE
               "SALESHIS.DATLR0560500000".
           10 FILLER PIC X(024) VALUE
               "RECVHIS.DAT LR0620506708".
           10 FILLER PIC X(024) VALUE
               "SHRNKHIS.DATLR0620506709".
           10 FILLER PIC X(024) VALUE
               "PRICEHIS.DATLR0560706307".
           10 FILLER PIC X(024) VALUE
               "MSTRJRNL.DATLR0270600000".
           10 FILLER PIC X(024) VALUE
               "RMAFILE.DAT LR0600506511".
           10 FILLER PIC X(024) VALUE
               "XFERHIS.DAT LR0620500000".
           10 FILLER PIC X(024) VALUE
               "CRETHIS.DAT LR0560500000".
           10 FILLER PIC X(024) VALUE
               "CUSTHIS.DAT LR0010800000".
           10 FILLER PIC X(024) VALUE
               "INVHIS.DAT  LR0780508308".
           10 FILLER PIC X(024) VALUE
               "GLJOURNL.DATLR0341104511".
           10 FILLER PIC X(024) VALUE
               "ACCRUAL.DAT LR0680507311".
           10 FILLER PIC X(024) VALUE
               "APPAY.DAT   LR0780509111".
           10 FILLER PIC X(024) VALUE
               "CREDMEMO.DATLR0010601511".
           10 FILLER PIC X(024) VALUE
               "FCSTACC.DAT LR0720908107".
           10 FILLER PIC X(024) VALUE
               "KPIHIST.DAT LR0090501405".
           10 FILLER PIC X(024) VALUE
               "STEPHIS.DAT LR0270700000".
           10 FILLER PIC X(024) VALUE
               "RUNLOG.DAT  LR0010601807".
           10 FILLER PIC X(024) VALUE
               "POSXLOG.DAT LR0010600707".
           10 FILLER PIC X(024) VALUE
               "ARCHIVE.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "APLDBTCH.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "COSTAUD.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "EVENTAUD.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "ZONEAUD.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "AUTHLOG.DAT LK0000000000".
           10 FILLER PIC X(024) VALUE
               "ITEMMSTR.DATKR0570506207".
           10 FILLER PIC X(024) VALUE
               "STORMSTR.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "VENDMSTR.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "CATEGRY.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "CATRULE.DAT LR0110301403".
           10 FILLER PIC X(024) VALUE
               "COSTBOOK.DATLR0640800000".
           10 FILLER PIC X(024) VALUE
               "ITEMCOST.DATLR0480806407".
           10 FILLER PIC X(024) VALUE
               "ITEMLOT.DAT LR0560500000".
           10 FILLER PIC X(024) VALUE
               "SHELFLOC.DATLR0480305103".
           10 FILLER PIC X(024) VALUE
               "ZONEPRC.DAT LR0520700000".
           10 FILLER PIC X(024) VALUE
               "RESERV.DAT  LR0480500000".
           10 FILLER PIC X(024) VALUE
               "POFILE.DAT  LR0010606005".
           10 FILLER PIC X(024) VALUE
               "ASNSTAGE.DATLR0700509105".
           10 FILLER PIC X(024) VALUE
               "REORDER.DAT LR0480505305".
           10 FILLER PIC X(024) VALUE
               "PACKMSTR.DATLR0480505305".
           10 FILLER PIC X(024) VALUE
               "OTBBUDG.DAT LR0140900000".
           10 FILLER PIC X(024) VALUE
               "EVENTCAL.DATLR0720800000".
           10 FILLER PIC X(024) VALUE
               "PROMOEVT.DATLR0650300000".
           10 FILLER PIC X(024) VALUE
               "SKUXREF.DAT LR0010600000".
           10 FILLER PIC X(024) VALUE
               "ITEMALIA.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "BUNDLE.DAT  LR0830300000".
           10 FILLER PIC X(024) VALUE
               "CYCSCHED.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "FORECAST.DATLR0560700000".
           10 FILLER PIC X(024) VALUE
               "OPENEXCL.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "PROTECT.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "CUSTODY.DAT LR0900800000".
           10 FILLER PIC X(024) VALUE
               "RECVEXCP.DATLR0620607205".
           10 FILLER PIC X(024) VALUE
               "CBCLAIM.DAT LR0010607509".
           10 FILLER PIC X(024) VALUE
               "CBCTL.DAT   LR0010600000".
           10 FILLER PIC X(024) VALUE
               "CBPENALT.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "PULLLIST.DATLR0650500000".
           10 FILLER PIC X(024) VALUE
               "APPRCTL.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "APPRQUE.DAT LR0010600000".
           10 FILLER PIC X(024) VALUE
               "APPRSEQ.DAT LR0010600000".
           10 FILLER PIC X(024) VALUE
               "APPRLOG.DAT LK0170600000".
           10 FILLER PIC X(024) VALUE
               "CRETCTL.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "CRETHOLD.DATLR0010608105".
           10 FILLER PIC X(024) VALUE
               "CRETHSEQ.DATLR0010600000".
           10 FILLER PIC X(024) VALUE
               "CRETCHK.DAT LR0970502206".
           10 FILLER PIC X(024) VALUE
               "PURGECTL.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "PURGELOG.DATLK0580706507".
           10 FILLER PIC X(024) VALUE
               "ITEMCAT.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "ITEMPEND.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "CNTTOL.DAT  LR0010300000".
           10 FILLER PIC X(024) VALUE
               "INVTOL.DAT  LR0010300403".
           10 FILLER PIC X(024) VALUE
               "MARGFLR.DAT LR0020300000".
           10 FILLER PIC X(024) VALUE
               "FCSTCTL.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "SPOILCTL.DATLR0010300403".
           10 FILLER PIC X(024) VALUE
               "PROMO.DAT   LR0010300000".
           10 FILLER PIC X(024) VALUE
               "NUMDAYS.DAT LR0010300000".
           10 FILLER PIC X(024) VALUE
               "ARCHRET.DAT LR0010300000".
           10 FILLER PIC X(024) VALUE
               "RETCUTOF.DATLR0010400000".
           10 FILLER PIC X(024) VALUE
               "BUSDATE.DAT LR0010800908".
           10 FILLER PIC X(024) VALUE
               "BUSCAL.DAT  LR0010800000".
           10 FILLER PIC X(024) VALUE
               "RUNCTL.DAT  LR0010600000".
           10 FILLER PIC X(024) VALUE
               "POCTL.DAT   LR0010600000".
           10 FILLER PIC X(024) VALUE
               "RMACTL.DAT  LR0010600000".
           10 FILLER PIC X(024) VALUE
               "SKUCTL.DAT  LR0010600000".
           10 FILLER PIC X(024) VALUE
               "RTNDCTL.DAT LR0010600000".
           10 FILLER PIC X(024) VALUE
               "RESUBCTL.DATLR0010500000".
           10 FILLER PIC X(024) VALUE
               "AGERUN.DAT  LR0090600000".
           10 FILLER PIC X(024) VALUE
               "AGEPART.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "JOBSCHED.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "JOBPLAN.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "RUNSTAT.DAT LR0320403607".
           10 FILLER PIC X(024) VALUE
               "CHKPT.DAT   LR0010500608".
           10 FILLER PIC X(024) VALUE
               "ROWCKPT.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "ROWSTATE.DATLR0570506207".
           10 FILLER PIC X(024) VALUE
               "DISPCKPT.DATLR0110500000".
           10 FILLER PIC X(024) VALUE
               "RECVCKPT.DATLR0110500000".
           10 FILLER PIC X(024) VALUE
               "XFERCKPT.DATLR0110500000".
           10 FILLER PIC X(024) VALUE
               "QRYSTAMP.DATLR0010600000".
           10 FILLER PIC X(024) VALUE
               "SNAPIDX.DAT LR0010800000".
           10 FILLER PIC X(024) VALUE
               "SNAPPTR.DAT LR0010100000".
           10 FILLER PIC X(024) VALUE
               "POSACK.DAT  LR0010600000".
           10 FILLER PIC X(024) VALUE
               "POSSEQ.DAT  LR0010900000".
           10 FILLER PIC X(024) VALUE
               "POSFULL.DAT LR0000000000".
           10 FILLER PIC X(024) VALUE
               "POSRETRN.DATLR0000000000".
           10 FILLER PIC X(024) VALUE
               "DRYRUN.DAT  LR0000000000".
           10 FILLER PIC X(024) VALUE
               "DUPCHK.DAT  LR0000000000".
           10 FILLER PIC X(024) VALUE
               "POSBASE.DAT IR0570506207".
           10 FILLER PIC X(024) VALUE
               "POSPEND.DAT IR0570506207".
           10 FILLER PIC X(024) VALUE
               "POSEXTR.DAT IR0570506207".
           10 FILLER PIC X(024) VALUE
               "POSCHG.DAT  CR0010906705".
           10 FILLER PIC X(024) VALUE
               "QRYMSTR.DAT IR0570506207".
           10 FILLER PIC X(024) VALUE
               "ITEMSEQ.DAT IR0570506207".
           10 FILLER PIC X(024) VALUE
               "ITEMBKP.DAT IR0570506207".
           10 FILLER PIC X(024) VALUE
               "SNAP1.DAT   IR0570506207".
           10 FILLER PIC X(024) VALUE
               "SNAP2.DAT   IR0570506207".
           10 FILLER PIC X(024) VALUE
               "SNAP3.DAT   IR0570506207".
           10 FILLER PIC X(024) VALUE
               "SNAP4.DAT   IR0570506207".
           10 FILLER PIC X(024) VALUE
               "SNAP5.DAT   IR0570506207".
           10 FILLER PIC X(024) VALUE
               "SNAP6.DAT   IR0570506207".
           10 FILLER PIC X(024) VALUE
               "SNAP7.DAT   IR0570506207".
           05 BKUP-FILE-TABLE REDEFINES BKUP-FILE-TABLE-DATA.
               10 BKUP-FILE-ENTRY OCCURS 119 TIMES.
                   15 BKUP-FILE-NAME PIC X(012).
                   15 BKUP-FORMAT PIC X(001).
                   15 BKUP-RESTORE PIC X(001).
                   15 BKUP-HASH-OFFSET-1 PIC 9(003).
                   15 BKUP-HASH-LENGTH-1 PIC 9(002).
                   15 BKUP-HASH-OFFSET-2 PIC 9(003).
                   15 BKUP-HASH-LENGTH-2 PIC 9(002).
           05 BKUP-FILE-COUNT PIC 9(003) VALUE 119.
