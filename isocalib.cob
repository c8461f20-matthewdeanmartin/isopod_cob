IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodItemCalibration.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Audit-File ASSIGN TO DYNAMIC Audit-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Audit-File-Status.

    SELECT Item-File ASSIGN TO DYNAMIC Item-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Item-File-Status.

    SELECT Schedule-File ASSIGN TO DYNAMIC Schedule-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Schedule-File-Status.

    SELECT Proposed-File ASSIGN TO DYNAMIC Proposed-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Proposed-File-Status.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.

DATA DIVISION.
FILE SECTION.
FD Audit-File.
    COPY "auditrec.cpy".

FD Item-File.
    COPY "itemrec.cpy".

FD Schedule-File.
    COPY "schdrec.cpy".

FD Proposed-File.
01 Proposed-Record          PIC X(103).

FD Report-File.
01 Report-Line              PIC X(132).

WORKING-STORAGE SECTION.
01 Audit-File-Name          PIC X(40).
01 Item-File-Name           PIC X(40) VALUE "ITEMS.DAT".
01 Schedule-File-Name       PIC X(40) VALUE "ITEMSCHD.DAT".
01 Proposed-File-Name       PIC X(40) VALUE "ITEMSCHD.PROPOSED".
01 Report-File-Name         PIC X(40) VALUE "CALIBRAT.RPT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Audit-File-Status        PIC XX.
01 Item-File-Status         PIC XX.
01 Schedule-File-Status     PIC XX.
01 Proposed-File-Status     PIC XX.
01 Report-File-Status       PIC XX.
01 Audit-EOF-Switch         PIC X VALUE "N".
01 Item-EOF-Switch          PIC X VALUE "N".
01 Schedule-EOF-Switch      PIC X VALUE "N".
01 Report-File-Open-Switch  PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Player-Found-Switch      PIC X VALUE "N".
01 Item-Found-Switch        PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 Run-Day-Number           PIC 9(07).
01 From-Day-Number          PIC 9(07).
01 Day-Number               PIC 9(07).
01 From-Date                PIC 9(08).
01 Generation-Date          PIC 9(08).

01 Calib-Days               PIC 9(03) VALUE 7.
01 Calib-Min-Players        PIC 9(03) VALUE 5.
01 Calib-Common-Pct         PIC 9(03) VALUE 60.
01 Calib-Rare-Pct           PIC 9(03) VALUE 25.
01 Common-Points            PIC 9(03) VALUE 10.
01 Uncommon-Points          PIC 9(03) VALUE 25.
01 Rare-Points              PIC 9(03) VALUE 50.

01 Player-Idx               PIC 9(03).
01 Found-Player-Idx         PIC 9(03).
01 Item-Idx                 PIC 9(02).
01 Found-Item-Idx           PIC 9(02).
01 Found-Item-Name          PIC X(20).
01 Turns-To-Deposit         PIC 9(05).
01 Rated-Rank               PIC 9(01).
01 Observed-Rank            PIC 9(01).

01 Generation-Count         PIC 9(03) VALUE 0.
01 Audit-Read-Count         PIC 9(07) VALUE 0.
01 Players-Seen-Count       PIC 9(05) VALUE 0.
01 Easier-Count             PIC 9(05) VALUE 0.
01 Harder-Count             PIC 9(05) VALUE 0.
01 Schedule-Row-Count       PIC 9(05) VALUE 0.
01 Adjusted-Row-Count       PIC 9(05) VALUE 0.

01 Calib-Item-Table.
   05 Calib-Item-Count      PIC 9(02) VALUE 0.
   05 Calib-Item-Entry OCCURS 25 TIMES.
      10 CI-Item-Name       PIC X(20).
      10 CI-Location-Name   PIC X(20).
      10 CI-Item-Points     PIC 9(03).
      10 CI-Item-Rarity     PIC X.
      10 CI-Searcher-Count  PIC 9(05).
      10 CI-Finder-Count    PIC 9(05).
      10 CI-Depositor-Count PIC 9(05).
      10 CI-Deposit-Count   PIC 9(05).
      10 CI-Drop-Count      PIC 9(05).
      10 CI-Turns-Total     PIC 9(07).
      10 CI-Find-Pct        PIC 9(03)V9.
      10 CI-Observed-Rarity PIC X.
      10 CI-Proposed-Points PIC 9(03).
      10 CI-Verdict         PIC X(17).

01 Calib-Player-Table.
   05 Calib-Player-Count    PIC 9(03) VALUE 0.
   05 Calib-Player-Entry OCCURS 200 TIMES.
      10 CP-Player-Id       PIC X(10).
      10 CP-Turn-Count      PIC 9(05).
      10 CP-Item-State OCCURS 25 TIMES.
         15 CP-Searched     PIC X.
         15 CP-Found        PIC X.
         15 CP-Deposited    PIC X.
         15 CP-Carried      PIC X.
         15 CP-Find-Turn    PIC 9(05).

01 Heading-Line-1.
   05 FILLER                PIC X(132) VALUE
      "ISOPOD ADVENTURE - ITEM FIND-RATE AND POINT CALIBRATION".
01 Heading-Line-2.
   05 FILLER                PIC X(09) VALUE "RUN DATE ".
   05 HL-Run-Date           PIC 9(08).
   05 FILLER                PIC X(25) VALUE
      "  AUDIT GENERATIONS FROM ".
   05 HL-From-Date          PIC 9(08).
   05 FILLER                PIC X(04) VALUE " TO ".
   05 HL-To-Date            PIC 9(08).
   05 FILLER                PIC X(70) VALUE SPACES.
01 Column-Line.
   05 FILLER                PIC X(66) VALUE
      "ITEM                 LOCATION             RAR PTS SEARCHED  FOUND".
   05 FILLER                PIC X(66) VALUE
      " DEPOSITED  DROPS  AVG TURNS FIND PCT OBS PROP VERDICT".
01 Calib-Detail-Line.
   05 CDL-Item-Name         PIC X(20).
   05 FILLER                PIC X(01) VALUE SPACES.
   05 CDL-Location-Name     PIC X(20).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Item-Rarity       PIC X.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Item-Points       PIC ZZ9.
   05 FILLER                PIC X(04) VALUE SPACES.
   05 CDL-Searcher-Count    PIC ZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Finder-Count      PIC ZZZZ9.
   05 FILLER                PIC X(05) VALUE SPACES.
   05 CDL-Depositor-Count   PIC ZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Drop-Count        PIC ZZZZ9.
   05 FILLER                PIC X(05) VALUE SPACES.
   05 CDL-Avg-Turns         PIC ZZZ9.9.
   05 FILLER                PIC X(03) VALUE SPACES.
   05 CDL-Find-Pct          PIC ZZ9.9.
   05 FILLER                PIC X(03) VALUE SPACES.
   05 CDL-Observed-Rarity   PIC X.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Proposed-Points   PIC ZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Verdict           PIC X(17).
   05 FILLER                PIC X(09) VALUE SPACES.
01 Legend-Line.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 LL-Text               PIC X(130).
01 Total-Line.
   05 TL-Caption            PIC X(28).
   05 TL-Count              PIC ZZZZZZ9.
   05 FILLER                PIC X(97) VALUE SPACES.

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    PERFORM Load-Calib-Item-Table.
    IF Run-Failed-Switch = No-FLAG
        PERFORM Scan-One-Generation
            VARYING Day-Number FROM From-Day-Number BY 1
            UNTIL Day-Number > Run-Day-Number
        IF Generation-Count = 0
            DISPLAY "No audit generations found from " From-Date
                " to " Run-Date " - points left as rated."
            MOVE "Y" TO Run-Failed-Switch
        END-IF
        MOVE Calib-Player-Count TO Players-Seen-Count
        PERFORM Judge-One-Item VARYING Item-Idx FROM 1 BY 1
            UNTIL Item-Idx > Calib-Item-Count
        PERFORM Write-Calibration-Report
        PERFORM Write-Proposed-Schedule
    END-IF.
    DISPLAY "Audit generations read: " Generation-Count.
    DISPLAY "Players seen: " Players-Seen-Count.
    DISPLAY "Proposed schedule rows adjusted: " Adjusted-Row-Count.
    IF Run-Failed-Switch = Yes-FLAG
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_ITEMS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Item-File-Name
    END-IF.

    MOVE "DD_ITEMSCHD" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Schedule-File-Name
    END-IF.

    MOVE "DD_PROPSCHD" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Proposed-File-Name
    END-IF.

    MOVE "DD_CALIBRPT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

    MOVE "CALIB_DAYS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Calib-Days = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.
    IF Calib-Days = 0
        MOVE 7 TO Calib-Days
    END-IF.

    MOVE "CALIB_MIN_PLAYERS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Calib-Min-Players = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.

    MOVE "CALIB_COMMON_PCT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Calib-Common-Pct = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.

    MOVE "CALIB_RARE_PCT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Calib-Rare-Pct = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Run-Date.
    COMPUTE Run-Day-Number = FUNCTION INTEGER-OF-DATE(Run-Date).
    COMPUTE From-Day-Number = Run-Day-Number - Calib-Days + 1.
    COMPUTE From-Date = FUNCTION DATE-OF-INTEGER(From-Day-Number).

Load-Calib-Item-Table.
    OPEN INPUT Item-File.
    IF Item-File-Status NOT = "00"
        DISPLAY "ITEMS.DAT could not be opened - status: "
            Item-File-Status
        MOVE "Y" TO Run-Failed-Switch
    ELSE
        PERFORM Read-Next-Item UNTIL Item-EOF-Switch = Yes-FLAG
        CLOSE Item-File
    END-IF.

Read-Next-Item.
    READ Item-File
        AT END
            MOVE "Y" TO Item-EOF-Switch
        NOT AT END
            IF Calib-Item-Count < 25
                ADD 1 TO Calib-Item-Count
                MOVE Item-Name TO CI-Item-Name(Calib-Item-Count)
                MOVE Item-Location-Name
                    TO CI-Location-Name(Calib-Item-Count)
                MOVE Item-Points TO CI-Item-Points(Calib-Item-Count)
                MOVE Item-Rarity TO CI-Item-Rarity(Calib-Item-Count)
                MOVE 0 TO CI-Searcher-Count(Calib-Item-Count)
                MOVE 0 TO CI-Finder-Count(Calib-Item-Count)
                MOVE 0 TO CI-Depositor-Count(Calib-Item-Count)
                MOVE 0 TO CI-Deposit-Count(Calib-Item-Count)
                MOVE 0 TO CI-Drop-Count(Calib-Item-Count)
                MOVE 0 TO CI-Turns-Total(Calib-Item-Count)
            ELSE
                DISPLAY "More than 25 items in ITEMS.DAT - "
                    "ignoring " Item-Name "."
            END-IF
    END-READ.

Scan-One-Generation.
    COMPUTE Generation-Date = FUNCTION DATE-OF-INTEGER(Day-Number).
    MOVE SPACES TO Audit-File-Name.
    STRING "AUDITLOG." DELIMITED BY SIZE
           Generation-Date DELIMITED BY SIZE
           INTO Audit-File-Name.
    MOVE "N" TO Audit-EOF-Switch.
    OPEN INPUT Audit-File.
    IF Audit-File-Status = "00"
        ADD 1 TO Generation-Count
        PERFORM Tally-One-Audit-Record
            UNTIL Audit-EOF-Switch = Yes-FLAG
        CLOSE Audit-File
    END-IF.

Tally-One-Audit-Record.
    READ Audit-File
        AT END
            MOVE "Y" TO Audit-EOF-Switch
        NOT AT END
            IF Audit-Record(1:3) = "HDR" OR Audit-Record(1:3) = "TRL"
                CONTINUE
            ELSE
                ADD 1 TO Audit-Read-Count
                PERFORM Tally-Record-Effects
            END-IF
    END-READ.

Tally-Record-Effects.
    EVALUATE TRUE
        WHEN Audit-Command = "login"
            IF Audit-Outcome(1:13) = "session start"
                PERFORM Find-Calib-Player
            END-IF
        WHEN Audit-Command = "game end"
            CONTINUE
        WHEN OTHER
            PERFORM Find-Calib-Player
            IF Player-Found-Switch = Yes-FLAG
                ADD 1 TO CP-Turn-Count(Found-Player-Idx)
                PERFORM Tally-Turn-Outcome
            END-IF
    END-EVALUATE.

Tally-Turn-Outcome.
    IF Audit-Command = "search"
        PERFORM Mark-One-Searched-Item VARYING Item-Idx FROM 1 BY 1
            UNTIL Item-Idx > Calib-Item-Count
        IF Audit-Outcome(1:6) = "found "
            MOVE Audit-Outcome(7:20) TO Found-Item-Name
            PERFORM Find-Calib-Item
            IF Item-Found-Switch = Yes-FLAG
                MOVE "Y" TO CP-Found(Found-Player-Idx, Found-Item-Idx)
                MOVE "Y" TO CP-Carried(Found-Player-Idx, Found-Item-Idx)
                MOVE CP-Turn-Count(Found-Player-Idx)
                    TO CP-Find-Turn(Found-Player-Idx, Found-Item-Idx)
            END-IF
        END-IF
        IF Audit-Outcome(1:17) = "hazard - dropped "
            PERFORM Drop-One-Carried-Item VARYING Item-Idx FROM 1 BY 1
                UNTIL Item-Idx > Calib-Item-Count
        END-IF
    END-IF.
    IF Audit-Command = "deposit" AND Audit-Outcome(1:10) = "deposited "
        PERFORM Deposit-One-Carried-Item VARYING Item-Idx FROM 1 BY 1
            UNTIL Item-Idx > Calib-Item-Count
    END-IF.

Mark-One-Searched-Item.
    IF CI-Location-Name(Item-Idx) = Audit-Location
        MOVE "Y" TO CP-Searched(Found-Player-Idx, Item-Idx)
    END-IF.

Drop-One-Carried-Item.
    IF CP-Carried(Found-Player-Idx, Item-Idx) = Yes-FLAG
        MOVE "N" TO CP-Carried(Found-Player-Idx, Item-Idx)
        ADD 1 TO CI-Drop-Count(Item-Idx)
    END-IF.

Deposit-One-Carried-Item.
    IF CP-Carried(Found-Player-Idx, Item-Idx) = Yes-FLAG
        MOVE "N" TO CP-Carried(Found-Player-Idx, Item-Idx)
        MOVE "Y" TO CP-Deposited(Found-Player-Idx, Item-Idx)
        ADD 1 TO CI-Deposit-Count(Item-Idx)
        COMPUTE Turns-To-Deposit = CP-Turn-Count(Found-Player-Idx)
            - CP-Find-Turn(Found-Player-Idx, Item-Idx)
        ADD Turns-To-Deposit TO CI-Turns-Total(Item-Idx)
    END-IF.

Find-Calib-Item.
    MOVE "N" TO Item-Found-Switch.
    PERFORM Check-One-Calib-Item VARYING Item-Idx FROM 1 BY 1
        UNTIL Item-Idx > Calib-Item-Count
           OR Item-Found-Switch = Yes-FLAG.

Check-One-Calib-Item.
    IF CI-Item-Name(Item-Idx) = Found-Item-Name
        MOVE "Y" TO Item-Found-Switch
        MOVE Item-Idx TO Found-Item-Idx
    END-IF.

Find-Calib-Player.
    MOVE "N" TO Player-Found-Switch.
    PERFORM Check-One-Calib-Player VARYING Player-Idx FROM 1 BY 1
        UNTIL Player-Idx > Calib-Player-Count
           OR Player-Found-Switch = Yes-FLAG.
    IF Player-Found-Switch = No-FLAG
        IF Calib-Player-Count < 200
            ADD 1 TO Calib-Player-Count
            MOVE Audit-Player-Id TO CP-Player-Id(Calib-Player-Count)
            MOVE 0 TO CP-Turn-Count(Calib-Player-Count)
            MOVE Calib-Player-Count TO Found-Player-Idx
            PERFORM Clear-One-Item-State VARYING Item-Idx FROM 1 BY 1
                UNTIL Item-Idx > 25
            MOVE "Y" TO Player-Found-Switch
        ELSE
            DISPLAY "More than 200 players in the audit generations - "
                "ignoring commands for " Audit-Player-Id "."
        END-IF
    END-IF.

Check-One-Calib-Player.
    IF CP-Player-Id(Player-Idx) = Audit-Player-Id
        MOVE "Y" TO Player-Found-Switch
        MOVE Player-Idx TO Found-Player-Idx
    END-IF.

Clear-One-Item-State.
    MOVE "N" TO CP-Searched(Found-Player-Idx, Item-Idx).
    MOVE "N" TO CP-Found(Found-Player-Idx, Item-Idx).
    MOVE "N" TO CP-Deposited(Found-Player-Idx, Item-Idx).
    MOVE "N" TO CP-Carried(Found-Player-Idx, Item-Idx).
    MOVE 0 TO CP-Find-Turn(Found-Player-Idx, Item-Idx).

Judge-One-Item.
    PERFORM Count-One-Player-Item VARYING Player-Idx FROM 1 BY 1
        UNTIL Player-Idx > Calib-Player-Count.
    IF Players-Seen-Count > 0
        COMPUTE CI-Find-Pct(Item-Idx) ROUNDED =
            CI-Finder-Count(Item-Idx) * 100 / Players-Seen-Count
    ELSE
        MOVE 0 TO CI-Find-Pct(Item-Idx)
    END-IF.
    EVALUATE TRUE
        WHEN CI-Find-Pct(Item-Idx) >= Calib-Common-Pct
            MOVE "C" TO CI-Observed-Rarity(Item-Idx)
            MOVE Common-Points TO CI-Proposed-Points(Item-Idx)
            MOVE 1 TO Observed-Rank
        WHEN CI-Find-Pct(Item-Idx) < Calib-Rare-Pct
            MOVE "R" TO CI-Observed-Rarity(Item-Idx)
            MOVE Rare-Points TO CI-Proposed-Points(Item-Idx)
            MOVE 3 TO Observed-Rank
        WHEN OTHER
            MOVE "U" TO CI-Observed-Rarity(Item-Idx)
            MOVE Uncommon-Points TO CI-Proposed-Points(Item-Idx)
            MOVE 2 TO Observed-Rank
    END-EVALUATE.
    EVALUATE CI-Item-Rarity(Item-Idx)
        WHEN "C" MOVE 1 TO Rated-Rank
        WHEN "R" MOVE 3 TO Rated-Rank
        WHEN OTHER MOVE 2 TO Rated-Rank
    END-EVALUATE.
    EVALUATE TRUE
        WHEN Players-Seen-Count < Calib-Min-Players
            MOVE "TOO FEW PLAYERS" TO CI-Verdict(Item-Idx)
            MOVE CI-Item-Points(Item-Idx)
                TO CI-Proposed-Points(Item-Idx)
        WHEN CI-Searcher-Count(Item-Idx) = 0
            MOVE "NOT SEARCHED" TO CI-Verdict(Item-Idx)
            MOVE CI-Item-Points(Item-Idx)
                TO CI-Proposed-Points(Item-Idx)
        WHEN Observed-Rank < Rated-Rank
            MOVE "EASIER THAN RATED" TO CI-Verdict(Item-Idx)
            ADD 1 TO Easier-Count
        WHEN Observed-Rank > Rated-Rank
            MOVE "HARDER THAN RATED" TO CI-Verdict(Item-Idx)
            ADD 1 TO Harder-Count
        WHEN OTHER
            MOVE "AS RATED" TO CI-Verdict(Item-Idx)
            MOVE CI-Item-Points(Item-Idx)
                TO CI-Proposed-Points(Item-Idx)
    END-EVALUATE.

Count-One-Player-Item.
    IF CP-Searched(Player-Idx, Item-Idx) = Yes-FLAG
        ADD 1 TO CI-Searcher-Count(Item-Idx)
    END-IF.
    IF CP-Found(Player-Idx, Item-Idx) = Yes-FLAG
        ADD 1 TO CI-Finder-Count(Item-Idx)
    END-IF.
    IF CP-Deposited(Player-Idx, Item-Idx) = Yes-FLAG
        ADD 1 TO CI-Depositor-Count(Item-Idx)
    END-IF.

Write-Calibration-Report.
    OPEN OUTPUT Report-File.
    IF Report-File-Status NOT = "00"
        DISPLAY "CALIBRAT.RPT could not be opened - status: "
            Report-File-Status
        MOVE "Y" TO Run-Failed-Switch
    ELSE
        MOVE "Y" TO Report-File-Open-Switch
        MOVE Heading-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Run-Date TO HL-Run-Date
        MOVE From-Date TO HL-From-Date
        MOVE Run-Date TO HL-To-Date
        MOVE Heading-Line-2 TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE Column-Line TO Report-Line
        WRITE Report-Line
        PERFORM Write-One-Calib-Line VARYING Item-Idx FROM 1 BY 1
            UNTIL Item-Idx > Calib-Item-Count
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        PERFORM Write-Calibration-Legend
    END-IF.

Write-One-Calib-Line.
    MOVE CI-Item-Name(Item-Idx) TO CDL-Item-Name.
    MOVE CI-Location-Name(Item-Idx) TO CDL-Location-Name.
    MOVE CI-Item-Rarity(Item-Idx) TO CDL-Item-Rarity.
    MOVE CI-Item-Points(Item-Idx) TO CDL-Item-Points.
    MOVE CI-Searcher-Count(Item-Idx) TO CDL-Searcher-Count.
    MOVE CI-Finder-Count(Item-Idx) TO CDL-Finder-Count.
    MOVE CI-Depositor-Count(Item-Idx) TO CDL-Depositor-Count.
    MOVE CI-Drop-Count(Item-Idx) TO CDL-Drop-Count.
    IF CI-Deposit-Count(Item-Idx) > 0
        COMPUTE CDL-Avg-Turns ROUNDED =
            CI-Turns-Total(Item-Idx) / CI-Deposit-Count(Item-Idx)
    ELSE
        MOVE 0 TO CDL-Avg-Turns
    END-IF.
    MOVE CI-Find-Pct(Item-Idx) TO CDL-Find-Pct.
    MOVE CI-Observed-Rarity(Item-Idx) TO CDL-Observed-Rarity.
    MOVE CI-Proposed-Points(Item-Idx) TO CDL-Proposed-Points.
    MOVE CI-Verdict(Item-Idx) TO CDL-Verdict.
    MOVE Calib-Detail-Line TO Report-Line.
    WRITE Report-Line.

Write-Calibration-Legend.
    MOVE "FIND PCT IS PLAYERS WHO FOUND THE ITEM AS A PERCENT OF ALL PLAYERS SEEN IN THE GENERATIONS."
        TO LL-Text.
    MOVE Legend-Line TO Report-Line.
    WRITE Report-Line.
    MOVE SPACES TO LL-Text.
    STRING "OBS IS C AT " DELIMITED BY SIZE
           Calib-Common-Pct DELIMITED BY SIZE
           " PCT AND OVER, R UNDER " DELIMITED BY SIZE
           Calib-Rare-Pct DELIMITED BY SIZE
           " PCT, OTHERWISE U; PROP IS " DELIMITED BY SIZE
           Common-Points DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           Uncommon-Points DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           Rare-Points DELIMITED BY SIZE
           " FOR C/U/R WHERE OBS DIFFERS FROM RAR." DELIMITED BY SIZE
           INTO LL-Text.
    MOVE Legend-Line TO Report-Line.
    WRITE Report-Line.
    MOVE "DROPS COUNTS HARD-MODE HAZARDS THAT KNOCKED THE ITEM OUT OF A CARRIED LOAD."
        TO LL-Text.
    MOVE Legend-Line TO Report-Line.
    WRITE Report-Line.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE "AUDIT GENERATIONS READ      " TO TL-Caption.
    MOVE Generation-Count TO TL-Count.
    MOVE Total-Line TO Report-Line.
    WRITE Report-Line.
    MOVE "AUDIT RECORDS READ          " TO TL-Caption.
    MOVE Audit-Read-Count TO TL-Count.
    MOVE Total-Line TO Report-Line.
    WRITE Report-Line.
    MOVE "PLAYERS SEEN                " TO TL-Caption.
    MOVE Players-Seen-Count TO TL-Count.
    MOVE Total-Line TO Report-Line.
    WRITE Report-Line.
    MOVE "ITEMS CALIBRATED            " TO TL-Caption.
    MOVE Calib-Item-Count TO TL-Count.
    MOVE Total-Line TO Report-Line.
    WRITE Report-Line.
    MOVE "ITEMS EASIER THAN RATED     " TO TL-Caption.
    MOVE Easier-Count TO TL-Count.
    MOVE Total-Line TO Report-Line.
    WRITE Report-Line.
    MOVE "ITEMS HARDER THAN RATED     " TO TL-Caption.
    MOVE Harder-Count TO TL-Count.
    MOVE Total-Line TO Report-Line.
    WRITE Report-Line.

Write-Proposed-Schedule.
    OPEN INPUT Schedule-File.
    IF Schedule-File-Status NOT = "00"
        DISPLAY "ITEMSCHD.DAT could not be opened - status: "
            Schedule-File-Status " - no proposed schedule written."
        MOVE "Y" TO Run-Failed-Switch
    ELSE
        OPEN OUTPUT Proposed-File
        IF Proposed-File-Status NOT = "00"
            DISPLAY "ITEMSCHD.PROPOSED could not be opened - status: "
                Proposed-File-Status
            MOVE "Y" TO Run-Failed-Switch
        ELSE
            PERFORM Propose-One-Schedule-Row
                UNTIL Schedule-EOF-Switch = Yes-FLAG
            CLOSE Proposed-File
        END-IF
        CLOSE Schedule-File
    END-IF.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE "SCHEDULE ROWS PROPOSED      " TO TL-Caption
        MOVE Schedule-Row-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "SCHEDULE ROWS ADJUSTED      " TO TL-Caption
        MOVE Adjusted-Row-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        CLOSE Report-File
    END-IF.

Propose-One-Schedule-Row.
    READ Schedule-File
        AT END
            MOVE "Y" TO Schedule-EOF-Switch
        NOT AT END
            ADD 1 TO Schedule-Row-Count
            MOVE Schd-Item-Name TO Found-Item-Name
            PERFORM Find-Calib-Item
            IF Item-Found-Switch = Yes-FLAG
                    AND (CI-Verdict(Found-Item-Idx) = "EASIER THAN RATED"
                      OR CI-Verdict(Found-Item-Idx) = "HARDER THAN RATED")
                IF CI-Proposed-Points(Found-Item-Idx) NOT = Schd-Item-Points
                    MOVE CI-Proposed-Points(Found-Item-Idx)
                        TO Schd-Item-Points
                    ADD 1 TO Adjusted-Row-Count
                END-IF
            END-IF
            MOVE Schedule-Record TO Proposed-Record
            WRITE Proposed-Record
    END-READ.
