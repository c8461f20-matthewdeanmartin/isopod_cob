*> Applied-adjustment history for ADJHIST.DAT, keyed on ticket number
*> plus player id (one ticket can correct several players, e.g. a bad
*> item rotation). ISOADJST writes one record for every adjustment it
*> applies and rejects any later ADJTRANS line whose ticket and player
*> are already on file as "ticket already applied", so resubmitting a
*> whole ADJTRANS after correcting a rejected line never applies the
*> accepted lines twice. ISOERASE deletes an erased player's records
*> and masks the id where it appears as the approver.
01 Adjust-History-Record.
   05 Adjh-Key.
      10 Adjh-Ticket        PIC X(12).
      10 Adjh-Player-Id     PIC X(10).
   05 Adjh-Applied-Date     PIC 9(08).
   05 Adjh-Sign             PIC X.
   05 Adjh-Points           PIC 9(05).
   05 Adjh-Reason-Code      PIC X(04).
   05 Adjh-Approver-Id      PIC X(10).
