*> Game availability card for GAMEAVL.DAT: one record read at
*> Initialize-Game giving the hours the game is open and how many
*> minutes before closing Main-Loop starts warning the player. Times
*> are 24-hour hhmm. A close time earlier than the open time runs the
*> window past midnight; equal times, or no card, leave the game open
*> round the clock. Sign-on is refused outside the window, except an
*> ISOPOD_TAKEOVER=Y sign-on, which is let in only to save and release
*> a session an abended terminal left in use. At closing time the
*> session is saved, Player-In-Use-Flag is cleared and the game ends
*> with a "batch window" audit outcome, so the nightly ISOQUIES check
*> finds no player records still in use.
01 Avail-Record.
   05 Avail-Open-Time       PIC 9(04).
   05 Avail-Close-Time      PIC 9(04).
   05 Avail-Warn-Minutes    PIC 9(03).
