*> Recognition hold record for HOLDS.DAT, keyed on Hold-Player-Id.
*> ISOSUSPC writes one when the nightly suspicious-play check raises
*> a HIGH-severity exception; while Hold-Status is "H" the player's
*> line is kept out of the RECOGEXT extract and ISOARCHV leaves the
*> player record on the master. Operations release a hold through
*> ISOHOLDM, which sets Hold-Status "R" with the date and releaser.
*> A released hold is not raised again for the same exception date.
01 Hold-Record.
   05 Hold-Player-Id        PIC X(10).
   05 Hold-Rule-Code        PIC X(04).
   05 Hold-Date             PIC 9(08).
   05 Hold-Status           PIC X.
   05 Hold-Detail           PIC X(40).
   05 Hold-Release-Date     PIC 9(08).
   05 Hold-Released-By      PIC X(10).
