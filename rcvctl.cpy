*> Recovery snapshot record for RCVSTAMP.DAT and RCVCTL.DAT: one record
*> holding the time ISOARCHV finished purging the player master. The
*> ISOARCHV job writes it to RCVSTAMP, and its RCVBASE step copies it
*> to RCVCTL only when the copy of the master over PLAYERS.RCVBASE has
*> worked, so RCVCTL always dates the base ISOPLRRF recovers from.
*> ISOPLRRF skips every journal entry stamped before it - the base
*> already holds those changes, and players the purge removed must
*> not come back.
01 Recovery-Ctl-Record.
   05 Rcvctl-Snapshot-Stamp PIC 9(14).
   05 Rcvctl-Archive-Date   PIC 9(08).
