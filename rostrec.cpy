*> Registered-player roster record for ROSTER.DAT, keyed on
*> Roster-Id. Sign-on rejects ids that are missing or inactive, and
*> the leaderboard prints the full name and department alongside the
*> id. Kept in step with HR nightly by ISOHRFED (hires, transfers,
*> name changes, terminations) and by hand with ISOROSTM; deactivate
*> rather than delete. Only the ISOERASE erasure job deletes one.
01 Roster-Record.
   05 Roster-Id             PIC X(10).
   05 Roster-Name           PIC X(30).
