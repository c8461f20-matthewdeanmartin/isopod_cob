*> Supervisor score adjustment transaction for ADJTRANS.DAT, one
*> fixed-column line per approved correction, read by ISOADJST.
*> Adjt-Sign is "+" or "-" and Adjt-Points the unsigned amount.
*> Reason codes: ABND terminal abend, ROTN bad item rotation,
*> SCOR scoring error, OTHR other (the ticket carries the detail).
*> The approver may not be the player being adjusted.
01 Adjustment-Record.
   05 Adjt-Player-Id        PIC X(10).
   05 Adjt-Sign             PIC X.
   05 Adjt-Points           PIC 9(05).
   05 Adjt-Reason-Code      PIC X(04).
   05 Adjt-Approver-Id      PIC X(10).
   05 Adjt-Ticket           PIC X(12).
