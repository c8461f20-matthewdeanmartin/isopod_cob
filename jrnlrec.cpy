*> Player-master change journal record for PLYJRNL.yyyymmdd. The game
*> appends one record each time it rewrites a player's PLAYERS.DAT
*> record for a command (bottom of Main-Loop) and at End-Game, holding
*> the record as it stood before the command and as rewritten after
*> it. One journal per business date, named prefix.yyyymmdd; every
*> program that writes or reads it takes the prefix from DD_PLYJRNL
*> (default PLYJRNL). ISOPLRRF rolls the journals forward over the
*> RCVBASE copy of the master to rebuild a damaged PLAYERS.DAT up to
*> a given time. The image fields are the full Player-Record, so a
*> layout change in playrec.cpy changes this record length too.
01 Journal-Record.
   05 Jrnl-Timestamp        PIC X(21).
   05 Jrnl-Player-Id        PIC X(10).
   05 Jrnl-Command          PIC X(20).
   05 Jrnl-Before-Image     PIC X(635).
   05 Jrnl-After-Image      PIC X(635).
