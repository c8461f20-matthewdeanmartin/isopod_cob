        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Control-File-Status.

    SELECT Avail-File ASSIGN TO DYNAMIC Avail-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Avail-File-Status.

    SELECT Player-File ASSIGN TO DYNAMIC Player-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Stmst-Player-Id
        FILE STATUS IS Standings-Master-File-Status.

    SELECT Journal-File ASSIGN TO DYNAMIC Journal-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

    SELECT Season-File ASSIGN TO DYNAMIC Season-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Season-File-Status.

    SELECT Quest-File ASSIGN TO DYNAMIC Quest-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Quest-File-Status.

    SELECT Quest-Progress-File
        ASSIGN TO DYNAMIC Quest-Progress-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Qprg-Key
        FILE STATUS IS Quest-Progress-File-Status.

DATA DIVISION.
FILE SECTION.
FD Location-File.
FD Control-File.
    COPY "ctlrec.cpy".

FD Avail-File.
    COPY "availrec.cpy".

FD Player-File.
    COPY "playrec.cpy".

FD Standings-Master-File.
    COPY "standrec.cpy".

FD Journal-File.
    COPY "jrnlrec.cpy".

FD Season-File.
    COPY "seasrec.cpy".

FD Quest-File.
    COPY "questrec.cpy".

FD Quest-Progress-File.
    COPY "qprgrec.cpy".

WORKING-STORAGE SECTION.
01 Location-File-Name           PIC X(40) VALUE "LOCATION.DAT".
01 Control-File-Name            PIC X(40) VALUE "GAMECTL.DAT".
01 Avail-File-Name              PIC X(40) VALUE "GAMEAVL.DAT".
01 Player-File-Name             PIC X(40) VALUE "PLAYERS.DAT".
01 Item-File-Name               PIC X(40) VALUE "ITEMS.DAT".
01 Hint-File-Name               PIC X(40) VALUE "HINTS.DAT".
01 Badge-Def-File-Name          PIC X(40) VALUE "BADGEDEF.DAT".
01 Earned-File-Name             PIC X(40) VALUE "BADGEARN.DAT".
01 Standings-Master-File-Name   PIC X(40) VALUE "STANDMST.DAT".
01 Journal-File-Name            PIC X(40) VALUE SPACES.
01 Journal-Name-Prefix          PIC X(30) VALUE "PLYJRNL".
01 Season-File-Name             PIC X(40) VALUE "SEASON.DAT".
01 Quest-File-Name              PIC X(40) VALUE "QUESTS.DAT".
01 Quest-Progress-File-Name     PIC X(40) VALUE "QUESTPRG.DAT".
01 DD-Env-Name                  PIC X(20).
01 DD-Env-Value                 PIC X(40).


01 Location-File-Status         PIC XX.
01 Control-File-Status          PIC XX.
01 Avail-File-Status            PIC XX.
01 Player-File-Status           PIC XX.
01 Item-File-Status             PIC XX.
01 Hint-File-Status             PIC XX.
01 Badge-Def-File-Status        PIC XX.
01 Earned-File-Status           PIC XX.
01 Standings-Master-File-Status PIC XX.
01 Journal-File-Status          PIC XX.
01 Season-File-Status           PIC XX.
01 Quest-File-Status            PIC XX.
01 Quest-Progress-File-Status   PIC XX.

01 Sign-On-Rejected-Switch      PIC X VALUE "N".
01 Sign-On-Fail-Reason          PIC X(40).
01 Takeover-Override            PIC X VALUE "N".
01 Takeover-Taken-Switch        PIC X VALUE "N".
01 Player-File-Open-Switch      PIC X VALUE "N".
01 Roster-Open-Switch           PIC X VALUE "N".
01 Roster-OK-Switch             PIC X VALUE "N".
01 Journal-Open-Switch          PIC X VALUE "N".
01 Sign-On-Attempts             PIC 9(02) VALUE 0.
01 Move-Valid-Switch            PIC X VALUE "N".
01 Turn-Limit-Reached-Switch    PIC X VALUE "N".
01 Hint-Found-Switch            PIC X VALUE "N".
01 Badge-Def-EOF-Switch         PIC X VALUE "N".
01 Earned-EOF-Switch            PIC X VALUE "N".
01 Season-EOF-Switch            PIC X VALUE "N".
01 Quest-EOF-Switch             PIC X VALUE "N".
01 Quest-Progress-Open-Switch   PIC X VALUE "N".
01 Quest-On-File-Switch         PIC X VALUE "N".
01 Quest-Changed-Switch         PIC X VALUE "N".
01 Quest-Step-Met-Switch        PIC X VALUE "N".
01 Loc-Found-Switch             PIC X VALUE "N".
01 Item-Found-Switch            PIC X VALUE "N".
01 Location-Has-Item-Switch     PIC X VALUE "N".
01 Player-Slot-Found-Switch     PIC X VALUE "N".
01 All-Items-Found-Switch       PIC X VALUE "N".
01 Hazard-Switch                PIC X VALUE "N".
01 Window-Active-Switch         PIC X VALUE "N".
01 Window-Closed-Switch         PIC X VALUE "N".

01 Location-Search-Key          PIC X(20).
01 Saved-Player-Id           PIC X(10).
01 Deposit-Points            PIC 9(05) VALUE 0.
01 Dropped-Count             PIC 9(02) VALUE 0.
01 Catalog-Found-Switch      PIC X VALUE "N".
01 Earned-Badge-Count        PIC 9(02) VALUE 0.
01 Season-Days-Played        PIC 9(05) VALUE 0.
01 Season-Days-Won           PIC 9(05) VALUE 0.
01 Season-Items-Total        PIC 9(05) VALUE 0.
01 History-Idx               PIC 9(02).
01 History-Date-Text         PIC X(10).
01 Quest-Idx                 PIC 9(02).
01 Quest-Step-Idx            PIC 9(01).
01 Quest-Today-Date          PIC 9(08).
01 Quest-Event-Type          PIC X(04).
01 Quest-Event-Target        PIC X(20).
01 Quest-Event-Qty           PIC 9(02).
01 Window-Warn-Minutes       PIC 9(03) VALUE 0.
01 Window-Open-Minute        PIC 9(04) VALUE 0.
01 Window-Close-Minute       PIC 9(04) VALUE 0.
01 Window-Now-Minute         PIC 9(04) VALUE 0.
01 Window-Length             PIC S9(05) VALUE 0.
01 Window-Since-Open         PIC S9(05) VALUE 0.
01 Window-Minutes-Left       PIC 9(03) VALUE 0.
01 Window-Hour               PIC 9(02).
01 Window-Minute             PIC 9(02).
01 Window-Open-Text.
   05 WO-Hour                PIC 9(02).
   05 FILLER                 PIC X VALUE ":".
   05 WO-Minute              PIC 9(02).
01 Window-Close-Text.
   05 WC-Hour                PIC 9(02).
   05 FILLER                 PIC X VALUE ":".
   05 WC-Minute              PIC 9(02).

01 Current-Date-Time              PIC X(21).
01 Player-Before-Image          PIC X(635).
01 Random-Seed               PIC 9(04).
01 Random-Roll               PIC V9(04).
01 Hazard-Roll-Pct           PIC 9(03).
      10 Hnt-Item-Name          PIC X(20).
      10 Hnt-Text               PIC X(40).

01 History-Table.
   05 History-Count             PIC 9(02) VALUE 0.
   05 History-Entry OCCURS 10 TIMES.
      10 Hst-Date               PIC 9(08).
      10 Hst-Turn-Count         PIC 9(05).
      10 Hst-Items-Found        PIC 9(02).
      10 Hst-Won-Flag           PIC X.

01 Quest-Table.
   05 Quest-Table-Count         PIC 9(02) VALUE 0.
   05 Quest-Table-Entry OCCURS 20 TIMES.
      10 QT-Quest-Id            PIC X(08).
      10 QT-Quest-Desc          PIC X(40).
      10 QT-End-Date            PIC 9(08).
      10 QT-Bonus-Points        PIC 9(05).
      10 QT-Step-Count          PIC 9.
      10 QT-Step OCCURS 5 TIMES.
         15 QT-Step-Type        PIC X(04).
         15 QT-Step-Target      PIC X(20).
         15 QT-Step-Qty         PIC 9(02).
         15 QT-Step-By-Turn     PIC 9(05).

01 Badge-Def-Table.
   05 Badge-Def-Count           PIC 9(02) VALUE 0.
   05 Badge-Def-Entry OCCURS 20 TIMES.

    PERFORM UNTIL Game-Won-FLAG = Yes-FLAG OR Turn-Limit-Reached-Switch = Yes-FLAG
            OR Quit-Requested-Switch = Yes-FLAG
            OR Window-Closed-Switch = Yes-FLAG
        PERFORM Check-Turn-Limit
        IF Turn-Limit-Reached-Switch = No-FLAG
            PERFORM Check-Game-Window
        END-IF
        IF Turn-Limit-Reached-Switch = No-FLAG
                AND Window-Closed-Switch = No-FLAG
            ADD 1 TO Player-Turn-Count
            DISPLAY "What would you like to do? "
                "(move/search/deposit/hint/status/map/history/quests/quit)"
            ACCEPT User-Input
                ON EXCEPTION
                    MOVE "quit" TO User-Input
                    MOVE "displayed map" TO Audit-Outcome
                    PERFORM Display-Map
                    PERFORM Log-Audit-Record
                WHEN "history"
                    MOVE "history" TO Audit-Command
                    MOVE "Show-History" TO Audit-Paragraph
                    MOVE "displayed history" TO Audit-Outcome
                    PERFORM Show-History
                    PERFORM Log-Audit-Record
                WHEN "quests"
                    MOVE "quests" TO Audit-Command
                    MOVE "Show-Quests" TO Audit-Paragraph
                    MOVE "displayed quests" TO Audit-Outcome
                    PERFORM Show-Quests
                    PERFORM Log-Audit-Record
                WHEN "quit"
                    MOVE "quit" TO Audit-Command
                    MOVE "Quit-Game" TO Audit-Paragraph
            IF Sign-On-Rejected-Switch = No-FLAG
                PERFORM Stamp-Last-Activity
                REWRITE Player-Record
                MOVE Audit-Command TO Jrnl-Command
                PERFORM Write-Journal-Record
            END-IF
        END-IF
    END-PERFORM.
    PERFORM Resolve-File-Names.
    PERFORM Open-Game-Files.
    PERFORM Load-Control-Card.
    PERFORM Load-Game-Window.
    PERFORM Load-Location-Table.
    PERFORM Load-Item-Table.
    PERFORM Load-Hint-Table.
    PERFORM Load-Quest-Table.

    IF Sign-On-Rejected-Switch = No-FLAG
        PERFORM Check-Sign-On-Window
    END-IF.
    IF Sign-On-Rejected-Switch = No-FLAG
        PERFORM Sign-On-Player
    END-IF.
        MOVE Sign-On-Fail-Reason TO Audit-Outcome
        PERFORM Log-Audit-Record
    ELSE
        MOVE Player-Record TO Player-Before-Image
        PERFORM Show-New-Badges
        PERFORM Show-Season-Rank
        PERFORM Mark-Current-Location-Visited
        DISPLAY "You are in the " Player-Location "."
        IF Takeover-Taken-Switch = Yes-FLAG
            MOVE "session start - takeover" TO Audit-Outcome
        ELSE
            MOVE "session start" TO Audit-Outcome
        END-IF
        PERFORM Log-Audit-Record
    END-IF.

Check-Sign-On-Window.
    PERFORM Check-Game-Window.
    IF Window-Closed-Switch = Yes-FLAG
        IF Takeover-Override = Yes-FLAG
            DISPLAY "The Isopod Adventure is closed - takeover sign-on"
                " only. The session is saved and released at once."
        ELSE
            DISPLAY "The Isopod Adventure is closed right now."
            DISPLAY "Sign-on is open from " Window-Open-Text " to "
                Window-Close-Text ". Please come back then."
            MOVE "sign-on refused - game closed" TO Sign-On-Fail-Reason
            MOVE "Y" TO Sign-On-Rejected-Switch
            MOVE "Y" TO Quit-Requested-Switch
        END-IF
    END-IF.

Sign-On-Player.
    MOVE 0 TO Sign-On-Attempts.
    MOVE "N" TO Roster-OK-Switch.
        MOVE DD-Env-Value TO Control-File-Name
    END-IF.

    MOVE "DD_GAMEAVL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Avail-File-Name
    END-IF.

    MOVE "DD_PLAYERS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
        MOVE DD-Env-Value TO Standings-Master-File-Name
    END-IF.

    MOVE "DD_PLYJRNL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Journal-Name-Prefix
    END-IF.

    MOVE "DD_SEASON" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Season-File-Name
    END-IF.

    MOVE "DD_QUESTS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Quest-File-Name
    END-IF.

    MOVE "DD_QUESTPRG" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Quest-Progress-File-Name
    END-IF.

Open-Game-Files.
    OPEN I-O Player-File.
    IF Player-File-Status = "35"
        OPEN EXTEND Audit-File
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE SPACES TO Journal-File-Name.
    STRING Journal-Name-Prefix DELIMITED BY SPACE
           "." DELIMITED BY SIZE
           Current-Date-Time(1:8) DELIMITED BY SIZE
           INTO Journal-File-Name.
    OPEN EXTEND Journal-File.
    IF Journal-File-Status = "35"
        OPEN OUTPUT Journal-File
        CLOSE Journal-File
        OPEN EXTEND Journal-File
    END-IF.
    IF Journal-File-Status = "00"
        MOVE "Y" TO Journal-Open-Switch
    ELSE
        DISPLAY "Player journal " FUNCTION TRIM(Journal-File-Name)
            " could not be opened - status: " Journal-File-Status
    END-IF.

    OPEN INPUT Roster-File.
    IF Roster-File-Status = "00"
        MOVE "Y" TO Roster-Open-Switch
            Roster-File-Status " - roster check skipped."
    END-IF.

    OPEN I-O Quest-Progress-File.
    IF Quest-Progress-File-Status = "35"
        OPEN OUTPUT Quest-Progress-File
        CLOSE Quest-Progress-File
        OPEN I-O Quest-Progress-File
    END-IF.
    IF Quest-Progress-File-Status = "00"
        MOVE "Y" TO Quest-Progress-Open-Switch
    ELSE
        DISPLAY "QUESTPRG.DAT could not be opened - status: "
            Quest-Progress-File-Status " - quest progress not kept."
    END-IF.

Load-Control-Card.
    OPEN INPUT Control-File.
    IF Control-File-Status = "00"
        COMPUTE Random-Roll = FUNCTION RANDOM(Random-Seed)
    END-IF.

Load-Game-Window.
    MOVE "N" TO Window-Active-Switch.
    OPEN INPUT Avail-File.
    IF Avail-File-Status = "00"
        READ Avail-File
            AT END
                CONTINUE
            NOT AT END
                PERFORM Edit-Game-Window
        END-READ
        CLOSE Avail-File
    END-IF.

Edit-Game-Window.
    IF Avail-Open-Time NUMERIC AND Avail-Close-Time NUMERIC
            AND Avail-Open-Time(1:2) <= "23"
            AND Avail-Open-Time(3:2) <= "59"
            AND Avail-Close-Time(1:2) <= "23"
            AND Avail-Close-Time(3:2) <= "59"
        MOVE Avail-Open-Time(1:2) TO WO-Hour
        MOVE Avail-Open-Time(3:2) TO WO-Minute
        MOVE Avail-Close-Time(1:2) TO WC-Hour
        MOVE Avail-Close-Time(3:2) TO WC-Minute
        COMPUTE Window-Open-Minute = WO-Hour * 60 + WO-Minute
        COMPUTE Window-Close-Minute = WC-Hour * 60 + WC-Minute
        IF Window-Open-Minute NOT = Window-Close-Minute
            MOVE "Y" TO Window-Active-Switch
        END-IF
        IF Avail-Warn-Minutes NUMERIC
            MOVE Avail-Warn-Minutes TO Window-Warn-Minutes
        ELSE
            MOVE 0 TO Window-Warn-Minutes
        END-IF
    ELSE
        DISPLAY "GAMEAVL.DAT open/close times are not valid hhmm - "
            "game hours not enforced."
    END-IF.

Check-Game-Window.
    IF Window-Active-Switch = Yes-FLAG
        MOVE FUNCTION CURRENT-DATE TO Current-Date-Time
        MOVE Current-Date-Time(9:2) TO Window-Hour
        MOVE Current-Date-Time(11:2) TO Window-Minute
        COMPUTE Window-Now-Minute = Window-Hour * 60 + Window-Minute
        COMPUTE Window-Length = Window-Close-Minute - Window-Open-Minute
        IF Window-Length < 0
            ADD 1440 TO Window-Length
        END-IF
        COMPUTE Window-Since-Open = Window-Now-Minute - Window-Open-Minute
        IF Window-Since-Open < 0
            ADD 1440 TO Window-Since-Open
        END-IF
        IF Window-Since-Open >= Window-Length
            MOVE "Y" TO Window-Closed-Switch
        ELSE
            IF Window-Length - Window-Since-Open <= Window-Warn-Minutes
                COMPUTE Window-Minutes-Left =
                    Window-Length - Window-Since-Open
                DISPLAY "Closing soon: the game closes at "
                    Window-Close-Text " for the nightly batch window - "
                    Window-Minutes-Left " minute(s) left."
            END-IF
        END-IF
    END-IF.

Load-Location-Table.
    MOVE "N" TO Location-EOF-Switch.
    MOVE 0 TO Location-Count.
            END-IF
    END-READ.

Load-Quest-Table.
    MOVE "N" TO Quest-EOF-Switch.
    MOVE 0 TO Quest-Table-Count.
    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Quest-Today-Date.
    OPEN INPUT Quest-File.
    IF Quest-File-Status = "00"
        PERFORM Read-Next-Quest UNTIL Quest-EOF-Switch = Yes-FLAG
        CLOSE Quest-File
    ELSE
        IF Quest-File-Status NOT = "35"
            DISPLAY "QUESTS.DAT could not be opened - status: "
                Quest-File-Status " - quests unavailable."
        END-IF
    END-IF.

Read-Next-Quest.
    READ Quest-File
        AT END
            MOVE "Y" TO Quest-EOF-Switch
        NOT AT END
            IF Quest-Start-Date <= Quest-Today-Date
                    AND Quest-End-Date >= Quest-Today-Date
                    AND Quest-Step-Count NUMERIC
                    AND Quest-Step-Count > 0
                    AND Quest-Step-Count <= 5
                PERFORM Keep-Quest-Entry
            END-IF
    END-READ.

Keep-Quest-Entry.
    IF Quest-Table-Count < 20
        ADD 1 TO Quest-Table-Count
        MOVE Quest-Id TO QT-Quest-Id(Quest-Table-Count)
        MOVE Quest-Desc TO QT-Quest-Desc(Quest-Table-Count)
        MOVE Quest-End-Date TO QT-End-Date(Quest-Table-Count)
        MOVE Quest-Bonus-Points TO QT-Bonus-Points(Quest-Table-Count)
        MOVE Quest-Step-Count TO QT-Step-Count(Quest-Table-Count)
        PERFORM Copy-One-Quest-Step VARYING Quest-Step-Idx FROM 1 BY 1
            UNTIL Quest-Step-Idx > 5
    ELSE
        DISPLAY "QUESTS.DAT has more than 20 quests in effect - "
            "ignoring " Quest-Id " and beyond."
        MOVE "Y" TO Quest-EOF-Switch
    END-IF.

Copy-One-Quest-Step.
    MOVE Quest-Step-Type(Quest-Step-Idx)
        TO QT-Step-Type(Quest-Table-Count, Quest-Step-Idx).
    MOVE Quest-Step-Target(Quest-Step-Idx)
        TO QT-Step-Target(Quest-Table-Count, Quest-Step-Idx).
    IF Quest-Step-Qty(Quest-Step-Idx) NUMERIC
        MOVE Quest-Step-Qty(Quest-Step-Idx)
            TO QT-Step-Qty(Quest-Table-Count, Quest-Step-Idx)
    ELSE
        MOVE 0 TO QT-Step-Qty(Quest-Table-Count, Quest-Step-Idx)
    END-IF.
    IF Quest-Step-By-Turn(Quest-Step-Idx) NUMERIC
        MOVE Quest-Step-By-Turn(Quest-Step-Idx)
            TO QT-Step-By-Turn(Quest-Table-Count, Quest-Step-Idx)
    ELSE
        MOVE 0 TO QT-Step-By-Turn(Quest-Table-Count, Quest-Step-Idx)
    END-IF.

Show-New-Badges.
    PERFORM Load-Badge-Table.
    MOVE "N" TO Earned-EOF-Switch.
        CLOSE Standings-Master-File
    END-IF.

Show-History.
    DISPLAY "===== Season History for " FUNCTION TRIM(Player-Id)
        " =====".
    PERFORM Load-Season-History.
    IF History-Count = 0
        DISPLAY "No finished days on record this season yet - "
            "today's game posts tonight."
    ELSE
        DISPLAY "Last " History-Count " day(s) played:"
        DISPLAY "  DATE        TURNS  ITEMS  RESULT"
        PERFORM Display-One-History-Day VARYING History-Idx FROM 1 BY 1
            UNTIL History-Idx > History-Count
    END-IF.
    DISPLAY "Season totals: " Season-Days-Played " days played, "
        Season-Days-Won " won, " Season-Items-Total " items found.".
    PERFORM Show-History-Standings.
    PERFORM Show-Earned-Badges.
    DISPLAY "===================================".

Load-Season-History.
    MOVE 0 TO History-Count.
    MOVE 0 TO Season-Days-Played.
    MOVE 0 TO Season-Days-Won.
    MOVE 0 TO Season-Items-Total.
    MOVE "N" TO Season-EOF-Switch.
    OPEN INPUT Season-File.
    IF Season-File-Status = "00"
        PERFORM Read-Next-Season-Record
            UNTIL Season-EOF-Switch = Yes-FLAG
        CLOSE Season-File
    ELSE
        IF Season-File-Status NOT = "35"
            DISPLAY "SEASON.DAT could not be opened - status: "
                Season-File-Status
        END-IF
    END-IF.

Read-Next-Season-Record.
    READ Season-File
        AT END
            MOVE "Y" TO Season-EOF-Switch
        NOT AT END
            IF Seas-Player-Id = Player-Id
                ADD 1 TO Season-Days-Played
                ADD Seas-Items-Found TO Season-Items-Total
                IF Seas-Won-Flag = Yes-FLAG
                    ADD 1 TO Season-Days-Won
                END-IF
                PERFORM Keep-Season-Record
            END-IF
    END-READ.

Keep-Season-Record.
    IF History-Count < 10
        ADD 1 TO History-Count
    ELSE
        PERFORM Shift-One-History-Day VARYING History-Idx FROM 1 BY 1
            UNTIL History-Idx > 9
    END-IF.
    MOVE Seas-Date TO Hst-Date(History-Count).
    MOVE Seas-Turn-Count TO Hst-Turn-Count(History-Count).
    MOVE Seas-Items-Found TO Hst-Items-Found(History-Count).
    MOVE Seas-Won-Flag TO Hst-Won-Flag(History-Count).

Shift-One-History-Day.
    MOVE History-Entry(History-Idx + 1) TO History-Entry(History-Idx).

Display-One-History-Day.
    MOVE Hst-Date(History-Idx) TO Current-Date-Time(1:8).
    STRING Current-Date-Time(1:4) "-" Current-Date-Time(5:2) "-"
           Current-Date-Time(7:2) DELIMITED BY SIZE
           INTO History-Date-Text.
    IF Hst-Won-Flag(History-Idx) = Yes-FLAG
        DISPLAY "  " History-Date-Text "  " Hst-Turn-Count(History-Idx)
            "  " Hst-Items-Found(History-Idx) "     won"
    ELSE
        DISPLAY "  " History-Date-Text "  " Hst-Turn-Count(History-Idx)
            "  " Hst-Items-Found(History-Idx) "     not won"
    END-IF.

Show-History-Standings.
    OPEN INPUT Standings-Master-File.
    IF Standings-Master-File-Status = "00"
        MOVE Player-Id TO Stmst-Player-Id
        READ Standings-Master-File
            INVALID KEY
                DISPLAY "Best win turn: none yet - current win streak: 0."
            NOT INVALID KEY
                IF Stmst-Best-Win-Turn = 99999
                    DISPLAY "Best win turn: none yet - current win "
                        "streak: " Stmst-Win-Streak "."
                ELSE
                    DISPLAY "Best win turn: " Stmst-Best-Win-Turn
                        " - current win streak: " Stmst-Win-Streak "."
                END-IF
        END-READ
        CLOSE Standings-Master-File
    END-IF.

Show-Earned-Badges.
    PERFORM Load-Badge-Table.
    MOVE "N" TO Earned-EOF-Switch.
    MOVE 0 TO Earned-Badge-Count.
    DISPLAY "Badges earned:".
    OPEN INPUT Earned-File.
    IF Earned-File-Status NOT = "00"
        MOVE "Y" TO Earned-EOF-Switch
    ELSE
        MOVE Player-Id TO Earn-Player-Id
        MOVE LOW-VALUES TO Earn-Badge-Id
        START Earned-File KEY NOT < Earn-Key
            INVALID KEY
                MOVE "Y" TO Earned-EOF-Switch
        END-START
        PERFORM Show-One-Earned-Badge
            UNTIL Earned-EOF-Switch = Yes-FLAG
        CLOSE Earned-File
    END-IF.
    IF Earned-Badge-Count = 0
        DISPLAY "  none yet."
    END-IF.

Show-One-Earned-Badge.
    READ Earned-File NEXT
        AT END
            MOVE "Y" TO Earned-EOF-Switch
        NOT AT END
            IF Earn-Player-Id NOT = Player-Id
                MOVE "Y" TO Earned-EOF-Switch
            ELSE
                PERFORM Lookup-Badge-Name
                MOVE Earn-Date TO Current-Date-Time(1:8)
                STRING Current-Date-Time(1:4) "-" Current-Date-Time(5:2)
                       "-" Current-Date-Time(7:2) DELIMITED BY SIZE
                       INTO History-Date-Text
                DISPLAY "  " History-Date-Text
                    "  " FUNCTION TRIM(Badge-Display-Name)
                    " (" Earn-Badge-Id ")"
                ADD 1 TO Earned-Badge-Count
            END-IF
    END-READ.

Show-Quests.
    DISPLAY "===== Quests for " FUNCTION TRIM(Player-Id) " =====".
    IF Quest-Table-Count = 0
        DISPLAY "No quests are running today."
    ELSE
        PERFORM Show-One-Quest VARYING Quest-Idx FROM 1 BY 1
            UNTIL Quest-Idx > Quest-Table-Count
    END-IF.
    DISPLAY "===================================".

Show-One-Quest.
    IF Quest-Progress-Open-Switch = Yes-FLAG
        PERFORM Read-Quest-Progress
    ELSE
        PERFORM Build-New-Quest-Progress
    END-IF.
    MOVE QT-End-Date(Quest-Idx) TO Current-Date-Time(1:8).
    PERFORM Format-History-Date.
    DISPLAY QT-Quest-Id(Quest-Idx) "  "
        FUNCTION TRIM(QT-Quest-Desc(Quest-Idx)) " - "
        QT-Bonus-Points(Quest-Idx) " bonus points, ends "
        History-Date-Text.
    EVALUATE Qprg-Status
        WHEN "C"
            MOVE Qprg-Complete-Date TO Current-Date-Time(1:8)
            PERFORM Format-History-Date
            IF Qprg-Posted-Flag = Yes-FLAG
                DISPLAY "  Completed " History-Date-Text " - "
                    Qprg-Bonus-Points " bonus points posted to the "
                    "standings."
            ELSE
                DISPLAY "  Completed " History-Date-Text " - "
                    Qprg-Bonus-Points " bonus points post to the "
                    "standings tonight."
            END-IF
        WHEN "M"
            DISPLAY "  Missed - the nest deadline passed."
        WHEN OTHER
            COMPUTE Quest-Step-Idx = Qprg-Steps-Done + 1
            PERFORM Display-Quest-Step
    END-EVALUATE.

Display-Quest-Step.
    EVALUATE QT-Step-Type(Quest-Idx, Quest-Step-Idx)
        WHEN "VIST"
            DISPLAY "  Step " Quest-Step-Idx " of "
                QT-Step-Count(Quest-Idx) ": visit the "
                FUNCTION TRIM(QT-Step-Target(Quest-Idx, Quest-Step-Idx))
                "."
        WHEN "FIND"
            DISPLAY "  Step " Quest-Step-Idx " of "
                QT-Step-Count(Quest-Idx) ": find the "
                FUNCTION TRIM(QT-Step-Target(Quest-Idx, Quest-Step-Idx))
                "."
        WHEN "DEPO"
            IF QT-Step-By-Turn(Quest-Idx, Quest-Step-Idx) = 0
                DISPLAY "  Step " Quest-Step-Idx " of "
                    QT-Step-Count(Quest-Idx) ": deposit "
                    QT-Step-Qty(Quest-Idx, Quest-Step-Idx)
                    " items at the nest - " Qprg-Deposit-Count
                    " so far."
            ELSE
                IF Player-Turn-Count >=
                        QT-Step-By-Turn(Quest-Idx, Quest-Step-Idx)
                    DISPLAY "  Missed - the nest deadline passed."
                ELSE
                    DISPLAY "  Step " Quest-Step-Idx " of "
                        QT-Step-Count(Quest-Idx) ": deposit "
                        QT-Step-Qty(Quest-Idx, Quest-Step-Idx)
                        " items at the nest before turn "
                        QT-Step-By-Turn(Quest-Idx, Quest-Step-Idx)
                        " - " Qprg-Deposit-Count " so far."
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY "  Step " Quest-Step-Idx " of "
                QT-Step-Count(Quest-Idx) " cannot be played - "
                "ask the game administrator."
    END-EVALUATE.

Format-History-Date.
    MOVE SPACES TO History-Date-Text.
    STRING Current-Date-Time(1:4) "-" Current-Date-Time(5:2) "-"
           Current-Date-Time(7:2) DELIMITED BY SIZE
           INTO History-Date-Text.

Load-Badge-Table.
    MOVE "N" TO Badge-Def-EOF-Switch.
    MOVE 0 TO Badge-Def-Count.
                IF Player-In-Use-Flag = Yes-FLAG
                    DISPLAY "Warning: taking over the active session"
                        " for player " Player-Id "."
                    MOVE "Y" TO Takeover-Taken-Switch
                END-IF
                IF Player-Game-Won-Flag = Yes-FLAG
                    PERFORM Build-New-Player-Record
            STRING "moved to " DELIMITED BY SIZE
                    Player-Location DELIMITED BY SPACE
                    INTO Audit-Outcome
            MOVE "VIST" TO Quest-Event-Type
            MOVE Player-Location TO Quest-Event-Target
            MOVE 0 TO Quest-Event-Qty
            PERFORM Advance-Quests
        ELSE
            DISPLAY "You can't go there. Try again."
        END-IF
                    STRING "found " DELIMITED BY SIZE
                            FUNCTION TRIM(Itm-Name(Found-Catalog-Idx)) DELIMITED BY SIZE
                            INTO Audit-Outcome
                    MOVE "FIND" TO Quest-Event-Type
                    MOVE Itm-Name(Found-Catalog-Idx) TO Quest-Event-Target
                    MOVE 0 TO Quest-Event-Qty
                    PERFORM Advance-Quests
                END-IF
            END-IF
        END-IF
                    Deposit-Points DELIMITED BY SIZE
                    " points" DELIMITED BY SIZE
                    INTO Audit-Outcome
            MOVE "DEPO" TO Quest-Event-Type
            MOVE SPACES TO Quest-Event-Target
            MOVE Deposit-Count TO Quest-Event-Qty
            PERFORM Advance-Quests
        END-IF
    END-IF.

        END-IF
    END-IF.

Advance-Quests.
    IF Quest-Progress-Open-Switch = Yes-FLAG
        PERFORM Advance-One-Quest VARYING Quest-Idx FROM 1 BY 1
            UNTIL Quest-Idx > Quest-Table-Count
    END-IF.

Advance-One-Quest.
    PERFORM Read-Quest-Progress.
    MOVE "N" TO Quest-Changed-Switch.
    IF Qprg-Status = "A"
        COMPUTE Quest-Step-Idx = Qprg-Steps-Done + 1
        IF QT-Step-Type(Quest-Idx, Quest-Step-Idx) = "DEPO"
                AND QT-Step-By-Turn(Quest-Idx, Quest-Step-Idx) > 0
                AND Player-Turn-Count >=
                    QT-Step-By-Turn(Quest-Idx, Quest-Step-Idx)
            MOVE "M" TO Qprg-Status
            MOVE "Y" TO Quest-Changed-Switch
            DISPLAY "Quest missed: "
                FUNCTION TRIM(QT-Quest-Desc(Quest-Idx))
                " - the nest deadline passed."
        ELSE
            PERFORM Check-Quest-Step
        END-IF
    END-IF.
    IF Quest-Changed-Switch = Yes-FLAG
        PERFORM Save-Quest-Progress
    END-IF.

Read-Quest-Progress.
    MOVE "N" TO Quest-On-File-Switch.
    MOVE Player-Id TO Qprg-Player-Id.
    MOVE QT-Quest-Id(Quest-Idx) TO Qprg-Quest-Id.
    READ Quest-Progress-File
        INVALID KEY
            PERFORM Build-New-Quest-Progress
        NOT INVALID KEY
            MOVE "Y" TO Quest-On-File-Switch
    END-READ.

Build-New-Quest-Progress.
    MOVE "A" TO Qprg-Status.
    MOVE 0 TO Qprg-Steps-Done.
    MOVE 0 TO Qprg-Deposit-Count.
    MOVE Quest-Today-Date TO Qprg-Start-Date.
    MOVE 0 TO Qprg-Complete-Date.
    MOVE 0 TO Qprg-Complete-Turn.
    MOVE 0 TO Qprg-Bonus-Points.
    MOVE "N" TO Qprg-Posted-Flag.
    MOVE 0 TO Qprg-Posted-Date.

Check-Quest-Step.
    MOVE "N" TO Quest-Step-Met-Switch.
    IF QT-Step-Type(Quest-Idx, Quest-Step-Idx) = Quest-Event-Type
        IF Quest-Event-Type = "DEPO"
            ADD Quest-Event-Qty TO Qprg-Deposit-Count
            MOVE "Y" TO Quest-Changed-Switch
            IF Qprg-Deposit-Count >=
                    QT-Step-Qty(Quest-Idx, Quest-Step-Idx)
                MOVE "Y" TO Quest-Step-Met-Switch
            ELSE
                DISPLAY "Quest progress: "
                    FUNCTION TRIM(QT-Quest-Desc(Quest-Idx)) " - "
                    Qprg-Deposit-Count " of "
                    QT-Step-Qty(Quest-Idx, Quest-Step-Idx)
                    " items deposited."
            END-IF
        ELSE
            IF QT-Step-Target(Quest-Idx, Quest-Step-Idx)
                    = Quest-Event-Target
                MOVE "Y" TO Quest-Step-Met-Switch
            END-IF
        END-IF
    END-IF.
    IF Quest-Step-Met-Switch = Yes-FLAG
        PERFORM Complete-Quest-Step
    END-IF.

Complete-Quest-Step.
    MOVE "Y" TO Quest-Changed-Switch.
    ADD 1 TO Qprg-Steps-Done.
    MOVE 0 TO Qprg-Deposit-Count.
    IF Qprg-Steps-Done >= QT-Step-Count(Quest-Idx)
        MOVE "C" TO Qprg-Status
        MOVE FUNCTION CURRENT-DATE TO Current-Date-Time
        MOVE Current-Date-Time(1:8) TO Qprg-Complete-Date
        MOVE Player-Turn-Count TO Qprg-Complete-Turn
        MOVE QT-Bonus-Points(Quest-Idx) TO Qprg-Bonus-Points
        MOVE "N" TO Qprg-Posted-Flag
        DISPLAY "Quest complete: "
            FUNCTION TRIM(QT-Quest-Desc(Quest-Idx)) "!"
        DISPLAY "Your " Qprg-Bonus-Points " bonus points post to the "
            "season standings tonight."
    ELSE
        DISPLAY "Quest step done: "
            FUNCTION TRIM(QT-Quest-Desc(Quest-Idx)) " - step "
            Qprg-Steps-Done " of " QT-Step-Count(Quest-Idx) "."
    END-IF.

Save-Quest-Progress.
    IF Quest-On-File-Switch = Yes-FLAG
        REWRITE Quest-Progress-Record
    ELSE
        WRITE Quest-Progress-Record
    END-IF.
    IF Quest-Progress-File-Status NOT = "00"
        DISPLAY "Quest progress could not be saved - status: "
            Quest-Progress-File-Status
    END-IF.

Display-Status.
    DISPLAY "Status for player " Player-Id ":".
    DISPLAY "Current location: " Player-Location.
        IF Game-Won-FLAG = Yes-FLAG
            DISPLAY "Congratulations! You've won the game!"
        ELSE
            IF Window-Closed-Switch = Yes-FLAG
                DISPLAY "The game is now closed for the nightly batch "
                    "window. Your progress has been saved."
            ELSE
                DISPLAY "Time's up! You've run out of turns."
            END-IF
        END-IF
    END-IF.
    PERFORM Stamp-Last-Played.
    REWRITE Player-Record.
    MOVE "game end" TO Jrnl-Command.
    PERFORM Write-Journal-Record.
    PERFORM Build-Summary-Report.

    MOVE "game end" TO Audit-Command.
        IF Game-Won-FLAG = Yes-FLAG
            MOVE "game won" TO Audit-Outcome
        ELSE
            IF Window-Closed-Switch = Yes-FLAG
                MOVE "batch window" TO Audit-Outcome
            ELSE
                MOVE "time's up" TO Audit-Outcome
            END-IF
        END-IF
    END-IF.
    PERFORM Log-Audit-Record.
        CLOSE Player-File
    END-IF.
    CLOSE Audit-File.
    IF Journal-Open-Switch = Yes-FLAG
        CLOSE Journal-File
    END-IF.
    IF Roster-Open-Switch = Yes-FLAG
        CLOSE Roster-File
    END-IF.
    IF Quest-Progress-Open-Switch = Yes-FLAG
        CLOSE Quest-Progress-File
    END-IF.

Write-Journal-Record.
    IF Journal-Open-Switch = Yes-FLAG AND Player-File-Status = "00"
        MOVE FUNCTION CURRENT-DATE TO Jrnl-Timestamp
        MOVE Player-Id TO Jrnl-Player-Id
        MOVE Player-Before-Image TO Jrnl-Before-Image
        MOVE Player-Record TO Jrnl-After-Image
        WRITE Journal-Record
    END-IF.
    MOVE Player-Record TO Player-Before-Image.

Log-Audit-Record.
    MOVE FUNCTION CURRENT-DATE TO Audit-Timestamp.
