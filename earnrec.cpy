*> badge id so a badge is awarded at most once per player. Written by
*> the nightly badge evaluation with Earn-New-Flag Y; the game shows
*> newly earned badges at sign-on and clears the flag, so a badge is
*> announced exactly once. The "history" command lists every badge
*> a player holds with its Earn-Date.
01 Earned-Badge-Record.
   05 Earn-Key.
      10 Earn-Player-Id     PIC X(10).
