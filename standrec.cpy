*> Stmst-Rank is the rank as of the last nightly print. A best win
*> turn of 99999 means no win recorded yet. The quarterly close-out
*> empties the file along with SEASON.DAT.
*> Stmst-Adjust-Points nets the season's supervisor score adjustments
*> posted by ISOADJST and Stmst-Adjust-Count counts them; a non-zero
*> count marks the player as adjusted on the leaderboard and in the
*> recognition extract. Both reset with the rest of the season.
*> Stmst-Quest-Points totals the season's quest completion bonuses
*> posted nightly by ISOQUEST and Stmst-Quest-Count counts the quests
*> completed; quest points break ties between players level on wins
*> and best win turn. Both reset with the rest of the season.
*> A back-level master from before these fields is rebuilt by
*> emptying it and rerunning ISOSTAND over the season's SEASON.DAT.
01 Standings-Master-Record.
   05 Stmst-Player-Id       PIC X(10).
   05 Stmst-Season-Id       PIC X(06).
   05 Stmst-Win-Streak      PIC 9(05).
   05 Stmst-Last-Date       PIC 9(08).
   05 Stmst-Rank            PIC 9(03).
   05 Stmst-Adjust-Points   PIC S9(05).
   05 Stmst-Adjust-Count    PIC 9(03).
   05 Stmst-Quest-Points    PIC 9(05).
   05 Stmst-Quest-Count     PIC 9(03).
