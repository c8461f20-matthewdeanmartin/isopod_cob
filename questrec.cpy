*> Quest master record for QUESTS.DAT, loaded into a table by the
*> game at Initialize-Game (quests in effect today only) and by the
*> nightly ISOQUEST posting step. A quest is in effect from
*> Quest-Start-Date through Quest-End-Date inclusive. Its steps are
*> done in order, one at a time, and Quest-Step-Count says how many
*> of the five slots are used. Quest-Step-Type picks the test:
*>   VIST - move to the location named in Quest-Step-Target
*>   FIND - find the item named in Quest-Step-Target by searching
*>   DEPO - deposit Quest-Step-Qty items at the nest in total while
*>          the player's turn count is below Quest-Step-By-Turn
*>          (zero means no turn limit); once that turn is reached
*>          without the deposits the quest is missed
*> Targets are spelled as in LOCATION.DAT and ITEMS.DAT. Completing
*> the last step earns Quest-Bonus-Points, posted to the standings
*> master by ISOQUEST the night of completion.
01 Quest-Record.
   05 Quest-Id              PIC X(08).
   05 Quest-Desc            PIC X(40).
   05 Quest-Start-Date      PIC 9(08).
   05 Quest-End-Date        PIC 9(08).
   05 Quest-Bonus-Points    PIC 9(05).
   05 Quest-Step-Count      PIC 9.
   05 Quest-Step OCCURS 5 TIMES.
      10 Quest-Step-Type    PIC X(04).
      10 Quest-Step-Target  PIC X(20).
      10 Quest-Step-Qty     PIC 9(02).
      10 Quest-Step-By-Turn PIC 9(05).
