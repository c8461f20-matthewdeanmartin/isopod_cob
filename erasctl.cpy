*> Erasure control record for ERASECTL.DAT: one record holding the
*> number behind the last audit token ISOERASE handed out. Each run
*> adds one to it, skips any ANONnnnnnn already present in AUDIT.LOG
*> or the dated AUDITLOG generations it is about to mask, and writes
*> the number back before touching any file, so no two erased players
*> ever share a token - even runs submitted in the same minute. The
*> record carries no player id. Missing file: numbering starts at 1.
01 Erase-Ctl-Record.
   05 Erasectl-Last-Sequence PIC 9(06).
   05 Erasectl-Last-Date    PIC 9(08).
