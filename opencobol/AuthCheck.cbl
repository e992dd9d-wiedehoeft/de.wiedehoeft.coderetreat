      * Date:
      * Purpose: Operator authorization gate for the destructive
      *          utilities. A destructive run (SnapRestore, MstrLoad,
      *          ArchRestore, a BackupVerify restore, the CustPurge
      *          identifier purge) CALLs here - the
      *          same way MasterLock is shared - and is granted only
      *          when data/AUTHREQ.DAT carries a same-day
      *          authorization naming this program, the requesting
      *          operator and a different approving supervisor. The
      *          authorization is consumed by the run that uses it,
      *          and every use and every refusal is appended to the
      *          permanent audit file data/AUTHLOG.DAT. One mistyped
      *          restore date can no longer erase the chain's current
      *          state unchallenged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
