*> Quest progress record for QUESTPRG.DAT, keyed on player id plus
*> quest id. Written by the game the first time a player completes a
*> step of a quest in effect, and advanced as Search-Area,
*> Move-Isopod and Deposit-Items complete. Qprg-Steps-Done counts the
*> steps finished, in order; Qprg-Deposit-Count totals the items
*> deposited toward a current DEPO step. Qprg-Status: A in progress,
*> C complete, M missed (a DEPO step's turn passed first). On
*> completion the game stamps the date and turn and copies the
*> quest's bonus into Qprg-Bonus-Points. The nightly ISOQUEST step
*> posts each completed, unposted bonus to the standings master and
*> sets Qprg-Posted-Flag Y with the posting date, so a rerun never
*> posts a bonus twice. The "quests" command reads it for the
*> signed-on player. ISOERASE deletes a player's records.
01 Quest-Progress-Record.
   05 Qprg-Key.
      10 Qprg-Player-Id     PIC X(10).
      10 Qprg-Quest-Id      PIC X(08).
   05 Qprg-Status           PIC X.
   05 Qprg-Steps-Done       PIC 9.
   05 Qprg-Deposit-Count    PIC 9(02).
   05 Qprg-Start-Date       PIC 9(08).
   05 Qprg-Complete-Date    PIC 9(08).
   05 Qprg-Complete-Turn    PIC 9(05).
   05 Qprg-Bonus-Points     PIC 9(05).
   05 Qprg-Posted-Flag      PIC X.
   05 Qprg-Posted-Date      PIC 9(08).
