*> Change-log record for ITEMSCHD.LOG, appended by ISOSCHDM for every
*> accepted add, change or retire of a placement schedule row. The
*> images are whole Schedule-Record rows (schdrec.cpy): the before
*> image is spaces on an add and the after image is spaces when a
*> row that never took effect is retired out of the file.
01 Schedule-Log-Record.
   05 Slog-Timestamp        PIC X(14).
   05 Slog-Operator-Id      PIC X(10).
   05 Slog-Action           PIC X(08).
   05 Slog-Before-Image     PIC X(103).
   05 Slog-After-Image      PIC X(103).
