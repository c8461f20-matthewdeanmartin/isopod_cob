*> Season history record for SEASON.DAT. One record per player per
*> day, appended by the end-of-day ISOSEASN step after the leaderboard
*> prints, so results survive the nightly purge and re-wins. ISOSTAND
*> reads the whole season to print cumulative standings, and the
*> game's "history" command reads it for the signed-on player.
*> Seas-Season-Id carries the season the record belongs to (from
*> SEASONID.DAT); the quarterly close-out archives the old season's
*> totals and restarts the file under the next id. Records written
