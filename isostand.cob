   05 Sort-Player-Id        PIC X(10).
   05 Sort-Games-Played     PIC 9(05).
   05 Sort-Win-Streak       PIC 9(05).
   05 Sort-Quest-Points     PIC 9(05).

FD Report-File.
01 Report-Line              PIC X(80).
   05 FILLER                PIC X(67) VALUE SPACES.
01 Heading-Line-2.
   05 FILLER                PIC X(80) VALUE
      "RANK  PLAYER       WINS  GAMES  BEST WIN  STREAK  QUEST PTS".
01 Detail-Line.
   05 DL-Rank               PIC ZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 DL-Best-Win-Turn      PIC ZZZZ9.
   05 FILLER                PIC X(03) VALUE SPACES.
   05 DL-Win-Streak         PIC ZZZZ9.
   05 FILLER                PIC X(06) VALUE SPACES.
   05 DL-Quest-Points       PIC ZZZZ9.
   05 FILLER                PIC X(23) VALUE SPACES.

PROCEDURE DIVISION.
Main-Loop.
        SORT Sort-Work-File
            ON DESCENDING KEY Sort-Win-Count
               ASCENDING KEY Sort-Best-Win-Turn
               DESCENDING KEY Sort-Quest-Points
               ASCENDING KEY Sort-Player-Id
            INPUT PROCEDURE IS Release-Standings
            OUTPUT PROCEDURE IS Print-Standings
    MOVE 0 TO Stmst-Win-Streak.
    MOVE 0 TO Stmst-Last-Date.
    MOVE 0 TO Stmst-Rank.
    MOVE 0 TO Stmst-Adjust-Points.
    MOVE 0 TO Stmst-Adjust-Count.
    MOVE 0 TO Stmst-Quest-Points.
    MOVE 0 TO Stmst-Quest-Count.

Reset-Master-Record.
    MOVE Current-Season-Id TO Stmst-Season-Id.
    MOVE 0 TO Stmst-Win-Streak.
    MOVE 0 TO Stmst-Last-Date.
    MOVE 0 TO Stmst-Rank.
    MOVE 0 TO Stmst-Adjust-Points.
    MOVE 0 TO Stmst-Adjust-Count.
    MOVE 0 TO Stmst-Quest-Points.
    MOVE 0 TO Stmst-Quest-Count.

Release-Standings.
    MOVE "N" TO Master-EOF-Switch.
            MOVE Stmst-Best-Win-Turn TO Sort-Best-Win-Turn
            MOVE Stmst-Games-Played TO Sort-Games-Played
            MOVE Stmst-Win-Streak TO Sort-Win-Streak
            MOVE Stmst-Quest-Points TO Sort-Quest-Points
            RELEASE Sort-Record
    END-READ.

            MOVE Sort-Win-Count TO DL-Win-Count
            MOVE Sort-Games-Played TO DL-Games-Played
            MOVE Sort-Win-Streak TO DL-Win-Streak
            MOVE Sort-Quest-Points TO DL-Quest-Points
            IF Sort-Best-Win-Turn = No-Win-Turn
                MOVE ZERO TO DL-Best-Win-Turn
            ELSE
