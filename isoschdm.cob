IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodScheduleMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Schedule-File ASSIGN TO DYNAMIC Schedule-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Schedule-File-Status.

    SELECT Location-File ASSIGN TO DYNAMIC Location-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Location-File-Status.

    SELECT Log-File ASSIGN TO DYNAMIC Log-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Log-File-Status.

DATA DIVISION.
FILE SECTION.
FD Schedule-File.
    COPY "schdrec.cpy".

FD Location-File.
    COPY "locrec.cpy".

FD Log-File.
    COPY "schdlog.cpy".

WORKING-STORAGE SECTION.
01 Schedule-File-Name       PIC X(40) VALUE "ITEMSCHD.DAT".
01 Location-File-Name       PIC X(40) VALUE "LOCATION.DAT".
01 Log-File-Name            PIC X(40) VALUE "ITEMSCHD.LOG".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Schedule-File-Status     PIC XX.
01 Location-File-Status     PIC XX.
01 Log-File-Status          PIC XX.
01 Schedule-EOF-Switch      PIC X VALUE "N".
01 Location-EOF-Switch      PIC X VALUE "N".
01 Log-Open-Switch          PIC X VALUE "N".
01 Quit-Requested-Switch    PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Candidate-OK-Switch      PIC X VALUE "N".
01 Row-Found-Switch         PIC X VALUE "N".
01 Loc-Found-Switch         PIC X VALUE "N".
01 Parse-OK-Switch          PIC X VALUE "N".
01 Save-OK-Switch           PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 Yesterday-Date           PIC 9(08).
01 Run-Day-Number           PIC 9(07).
01 First-Check-Day-Number   PIC 9(07).
01 Last-Check-Day-Number    PIC 9(07).
01 Check-Day-Number         PIC 9(07).
01 Check-Date               PIC 9(08).
01 Check-Dow-Number         PIC 9(01).
01 Check-Day-Of-Week        PIC X(03).
01 Horizon-Days             PIC 9(03) VALUE 366.
01 Item-Capacity            PIC 9(02) VALUE 25.
01 Day-Item-Count           PIC 9(03).

01 Operator-Id              PIC X(10).
01 User-Input               PIC X(20).
01 Entry-Text               PIC X(40).
01 Parse-Text               PIC X(40).
01 Parse-Length             PIC 9(02).
01 Parse-Number             PIC 9(08).
01 Key-Location-Name        PIC X(20).
01 Key-Item-Name            PIC X(20).
01 Key-Start-Date           PIC 9(08).
01 Key-Day-Of-Week          PIC X(03).
01 Check-Reason             PIC X(60).
01 Reject-Reason            PIC X(60).
01 Log-Action               PIC X(08).
01 Before-Image             PIC X(103).
01 Display-Row-Number       PIC ZZ9.
01 Display-Day-Count        PIC ZZ9.
01 Row-Status-Text          PIC X(09).

01 Exclude-Idx              PIC 9(03).
01 Found-Row-Idx            PIC 9(03).
01 Row-Idx                  PIC 9(03).
01 Shift-Idx                PIC 9(03).
01 Name-Idx                 PIC 9(03).

01 Added-Count              PIC 9(05) VALUE 0.
01 Changed-Count            PIC 9(05) VALUE 0.
01 Retired-Count            PIC 9(05) VALUE 0.
01 Rejected-Count           PIC 9(05) VALUE 0.

01 Candidate-Row.
   05 Cand-Location-Name    PIC X(20).
   05 Cand-Item-Name        PIC X(20).
   05 Cand-Item-Desc        PIC X(40).
   05 Cand-Item-Points      PIC 9(03).
   05 Cand-Item-Rarity      PIC X.
   05 Cand-Start-Date       PIC 9(08).
   05 Cand-End-Date         PIC 9(08).
   05 Cand-Day-Of-Week      PIC X(03).

01 Location-Name-Table.
   05 Location-Name-Count   PIC 9(03) VALUE 0.
   05 Location-Name-Entry OCCURS 100 TIMES.
      10 LN-Name            PIC X(20).

01 Schedule-Table.
   05 Schedule-Count        PIC 9(03) VALUE 0.
   05 Schedule-Entry OCCURS 100 TIMES.
      10 ST-Location-Name   PIC X(20).
      10 ST-Item-Name       PIC X(20).
      10 ST-Item-Desc       PIC X(40).
      10 ST-Item-Points     PIC 9(03).
      10 ST-Item-Rarity     PIC X.
      10 ST-Start-Date      PIC 9(08).
      10 ST-End-Date        PIC 9(08).
      10 ST-Day-Of-Week     PIC X(03).

PROCEDURE DIVISION.
Main-Loop.
    DISPLAY "Isopod Adventure placement schedule maintenance.".
    PERFORM Resolve-File-Names.
    PERFORM Set-Run-Date.
    PERFORM Load-Location-Names.
    PERFORM Load-Schedule-Table.
    IF Quit-Requested-Switch = No-FLAG
        PERFORM Accept-Operator-Id
    END-IF.
    IF Quit-Requested-Switch = No-FLAG
        PERFORM Open-Log-File
    END-IF.
    PERFORM Process-One-Action
        UNTIL Quit-Requested-Switch = Yes-FLAG.
    IF Log-Open-Switch = Yes-FLAG
        CLOSE Log-File
    END-IF.
    DISPLAY "Schedule rows added: " Added-Count.
    DISPLAY "Schedule rows changed: " Changed-Count.
    DISPLAY "Schedule rows retired: " Retired-Count.
    DISPLAY "Transactions rejected: " Rejected-Count.
    IF Run-Failed-Switch = Yes-FLAG OR Rejected-Count > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_ITEMSCHD" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Schedule-File-Name
    END-IF.

    MOVE "DD_LOCDAT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Location-File-Name
    END-IF.

    MOVE "DD_SCHDLOG" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Log-File-Name
    END-IF.

Set-Run-Date.
    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Run-Date.
    COMPUTE Run-Day-Number = FUNCTION INTEGER-OF-DATE(Run-Date).
    COMPUTE Yesterday-Date =
        FUNCTION DATE-OF-INTEGER(Run-Day-Number - 1).

Load-Location-Names.
    OPEN INPUT Location-File.
    IF Location-File-Status NOT = "00"
        DISPLAY "LOCATION.DAT could not be opened - status: "
            Location-File-Status
        MOVE "Y" TO Run-Failed-Switch
        MOVE "Y" TO Quit-Requested-Switch
    ELSE
        PERFORM Load-One-Location-Name
            UNTIL Location-EOF-Switch = Yes-FLAG
        CLOSE Location-File
    END-IF.

Load-One-Location-Name.
    READ Location-File
        AT END
            MOVE "Y" TO Location-EOF-Switch
        NOT AT END
            IF Location-Name-Count < 100
                ADD 1 TO Location-Name-Count
                MOVE Location-Name TO LN-Name(Location-Name-Count)
            END-IF
    END-READ.

Load-Schedule-Table.
    IF Quit-Requested-Switch = No-FLAG
        OPEN INPUT Schedule-File
        IF Schedule-File-Status = "35"
            DISPLAY "ITEMSCHD.DAT not found - starting an empty schedule."
        ELSE
            IF Schedule-File-Status NOT = "00"
                DISPLAY "ITEMSCHD.DAT could not be opened - status: "
                    Schedule-File-Status
                MOVE "Y" TO Run-Failed-Switch
                MOVE "Y" TO Quit-Requested-Switch
            ELSE
                PERFORM Load-One-Schedule-Row
                    UNTIL Schedule-EOF-Switch = Yes-FLAG
                CLOSE Schedule-File
            END-IF
        END-IF
    END-IF.

Load-One-Schedule-Row.
    READ Schedule-File
        AT END
            MOVE "Y" TO Schedule-EOF-Switch
        NOT AT END
            IF Schedule-Count < 100
                ADD 1 TO Schedule-Count
                MOVE Schedule-Record TO Schedule-Entry(Schedule-Count)
            ELSE
                DISPLAY "More than 100 rows in ITEMSCHD.DAT - "
                    "maintenance refused."
                MOVE "Y" TO Schedule-EOF-Switch
                MOVE "Y" TO Run-Failed-Switch
                MOVE "Y" TO Quit-Requested-Switch
            END-IF
    END-READ.

Accept-Operator-Id.
    DISPLAY "Operator id: ".
    ACCEPT Operator-Id
        ON EXCEPTION
            MOVE SPACES TO Operator-Id
    END-ACCEPT.
    INSPECT Operator-Id CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF Operator-Id = SPACES
        DISPLAY "Operator id may not be blank - no changes accepted."
        MOVE "Y" TO Run-Failed-Switch
        MOVE "Y" TO Quit-Requested-Switch
    END-IF.

Open-Log-File.
    OPEN EXTEND Log-File.
    IF Log-File-Status = "35"
        OPEN OUTPUT Log-File
        CLOSE Log-File
        OPEN EXTEND Log-File
    END-IF.
    IF Log-File-Status = "00"
        MOVE "Y" TO Log-Open-Switch
    ELSE
        DISPLAY "ITEMSCHD.LOG could not be opened - status: "
            Log-File-Status " - no changes accepted."
        MOVE "Y" TO Run-Failed-Switch
        MOVE "Y" TO Quit-Requested-Switch
    END-IF.

Process-One-Action.
    DISPLAY "What would you like to do? (add/change/retire/list/quit)".
    ACCEPT User-Input
        ON EXCEPTION
            MOVE "quit" TO User-Input
    END-ACCEPT.
    INSPECT User-Input CONVERTING
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO "abcdefghijklmnopqrstuvwxyz".
    EVALUATE User-Input
        WHEN "add"
            PERFORM Add-Schedule-Row
        WHEN "change"
            PERFORM Change-Schedule-Row
        WHEN "retire"
            PERFORM Retire-Schedule-Row
        WHEN "list"
            PERFORM List-Schedule-Rows
        WHEN "quit"
            MOVE "Y" TO Quit-Requested-Switch
        WHEN OTHER
            DISPLAY "Invalid action. Try again."
    END-EVALUATE.

Accept-Entry-Text.
    ACCEPT Entry-Text
        ON EXCEPTION
            MOVE SPACES TO Entry-Text
    END-ACCEPT.

Parse-Entry-Number.
    MOVE "N" TO Parse-OK-Switch.
    MOVE 0 TO Parse-Number.
    IF Entry-Text = SPACES
        MOVE "Y" TO Parse-OK-Switch
    ELSE
        MOVE FUNCTION TRIM(Entry-Text) TO Parse-Text
        MOVE FUNCTION LENGTH(FUNCTION TRIM(Entry-Text)) TO Parse-Length
        IF Parse-Length <= 8 AND Parse-Text(1:Parse-Length) NUMERIC
            COMPUTE Parse-Number = FUNCTION NUMVAL(Parse-Text)
            MOVE "Y" TO Parse-OK-Switch
        END-IF
    END-IF.

Fail-Candidate.
    IF Candidate-OK-Switch = Yes-FLAG
        MOVE "N" TO Candidate-OK-Switch
        MOVE Check-Reason TO Reject-Reason
    END-IF.

Add-Schedule-Row.
    MOVE "Y" TO Candidate-OK-Switch.
    MOVE SPACES TO Reject-Reason.
    MOVE 0 TO Exclude-Idx.
    MOVE SPACES TO Candidate-Row.
    DISPLAY "Location: ".
    PERFORM Accept-Entry-Text.
    MOVE Entry-Text TO Cand-Location-Name.
    INSPECT Cand-Location-Name CONVERTING
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO "abcdefghijklmnopqrstuvwxyz".
    DISPLAY "Item name: ".
    PERFORM Accept-Entry-Text.
    MOVE Entry-Text TO Cand-Item-Name.
    INSPECT Cand-Item-Name CONVERTING
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO "abcdefghijklmnopqrstuvwxyz".
    DISPLAY "Description: ".
    PERFORM Accept-Entry-Text.
    MOVE Entry-Text TO Cand-Item-Desc.
    DISPLAY "Points: ".
    PERFORM Accept-Entry-Text.
    PERFORM Parse-Entry-Number.
    IF Parse-OK-Switch = Yes-FLAG AND Entry-Text NOT = SPACES
            AND Parse-Number < 1000
        MOVE Parse-Number TO Cand-Item-Points
    ELSE
        MOVE 0 TO Cand-Item-Points
        MOVE "point value not numeric" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    DISPLAY "Rarity (C/U/R): ".
    PERFORM Accept-Entry-Text.
    MOVE Entry-Text TO Cand-Item-Rarity.
    INSPECT Cand-Item-Rarity CONVERTING
        "cur" TO "CUR".
    DISPLAY "Start date (yyyymmdd, blank for no start): ".
    PERFORM Accept-Entry-Text.
    PERFORM Parse-Entry-Number.
    IF Parse-OK-Switch = Yes-FLAG
        MOVE Parse-Number TO Cand-Start-Date
    ELSE
        MOVE 0 TO Cand-Start-Date
        MOVE "start date not numeric" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    DISPLAY "End date (yyyymmdd, blank for no end): ".
    PERFORM Accept-Entry-Text.
    PERFORM Parse-Entry-Number.
    IF Parse-OK-Switch = Yes-FLAG
        MOVE Parse-Number TO Cand-End-Date
    ELSE
        MOVE 0 TO Cand-End-Date
        MOVE "end date not numeric" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    DISPLAY "Day of week (MON-SUN, blank for every day): ".
    PERFORM Accept-Entry-Text.
    MOVE Entry-Text TO Cand-Day-Of-Week.
    INSPECT Cand-Day-Of-Week CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF Cand-End-Date > 0 AND Cand-End-Date < Run-Date
        MOVE "end date already past" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    IF Schedule-Count >= 100
        MOVE "schedule is full at 100 rows - retire rows first"
            TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    PERFORM Validate-Candidate-Row.
    IF Candidate-OK-Switch = Yes-FLAG
        ADD 1 TO Schedule-Count
        MOVE Candidate-Row TO Schedule-Entry(Schedule-Count)
        PERFORM Save-Schedule-File
        IF Save-OK-Switch = Yes-FLAG
            MOVE "ADD" TO Log-Action
            MOVE SPACES TO Before-Image
            PERFORM Write-Change-Log
            ADD 1 TO Added-Count
            DISPLAY "Added " FUNCTION TRIM(Cand-Item-Name) " at "
                FUNCTION TRIM(Cand-Location-Name) "."
        END-IF
    ELSE
        PERFORM Reject-Transaction
    END-IF.

Accept-Row-Key.
    MOVE "Y" TO Candidate-OK-Switch.
    MOVE SPACES TO Reject-Reason.
    DISPLAY "Location: ".
    PERFORM Accept-Entry-Text.
    MOVE Entry-Text TO Key-Location-Name.
    INSPECT Key-Location-Name CONVERTING
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO "abcdefghijklmnopqrstuvwxyz".
    DISPLAY "Item name: ".
    PERFORM Accept-Entry-Text.
    MOVE Entry-Text TO Key-Item-Name.
    INSPECT Key-Item-Name CONVERTING
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO "abcdefghijklmnopqrstuvwxyz".
    DISPLAY "Start date of the row (blank for no start): ".
    PERFORM Accept-Entry-Text.
    PERFORM Parse-Entry-Number.
    MOVE Parse-Number TO Key-Start-Date.
    IF Parse-OK-Switch = No-FLAG
        MOVE "start date not numeric" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    DISPLAY "Day of week of the row (blank for every day): ".
    PERFORM Accept-Entry-Text.
    MOVE Entry-Text TO Key-Day-Of-Week.
    INSPECT Key-Day-Of-Week CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF Candidate-OK-Switch = Yes-FLAG
        PERFORM Find-Schedule-Row
        IF Row-Found-Switch = No-FLAG
            MOVE SPACES TO Check-Reason
            STRING "no schedule row for " DELIMITED BY SIZE
                   FUNCTION TRIM(Key-Item-Name) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(Key-Location-Name) DELIMITED BY SIZE
                   INTO Check-Reason
            PERFORM Fail-Candidate
        END-IF
    END-IF.

Find-Schedule-Row.
    MOVE "N" TO Row-Found-Switch.
    PERFORM Check-One-Schedule-Key VARYING Row-Idx FROM 1 BY 1
        UNTIL Row-Idx > Schedule-Count OR Row-Found-Switch = Yes-FLAG.

Check-One-Schedule-Key.
    IF ST-Location-Name(Row-Idx) = Key-Location-Name
            AND ST-Item-Name(Row-Idx) = Key-Item-Name
            AND ST-Start-Date(Row-Idx) = Key-Start-Date
            AND ST-Day-Of-Week(Row-Idx) = Key-Day-Of-Week
        MOVE "Y" TO Row-Found-Switch
        MOVE Row-Idx TO Found-Row-Idx
    END-IF.

Change-Schedule-Row.
    PERFORM Accept-Row-Key.
    IF Candidate-OK-Switch = Yes-FLAG
        MOVE Schedule-Entry(Found-Row-Idx) TO Before-Image
        MOVE Schedule-Entry(Found-Row-Idx) TO Candidate-Row
        MOVE Found-Row-Idx TO Exclude-Idx
        PERFORM Accept-Changed-Fields
        PERFORM Validate-Candidate-Row
    END-IF.
    IF Candidate-OK-Switch = Yes-FLAG
        MOVE Candidate-Row TO Schedule-Entry(Found-Row-Idx)
        PERFORM Save-Schedule-File
        IF Save-OK-Switch = Yes-FLAG
            MOVE "CHANGE" TO Log-Action
            PERFORM Write-Change-Log
            ADD 1 TO Changed-Count
            DISPLAY "Changed " FUNCTION TRIM(Cand-Item-Name) " at "
                FUNCTION TRIM(Cand-Location-Name) "."
        END-IF
    ELSE
        PERFORM Reject-Transaction
    END-IF.

Accept-Changed-Fields.
    DISPLAY "Blank keeps the current value.".
    DISPLAY "Description: ".
    PERFORM Accept-Entry-Text.
    IF Entry-Text NOT = SPACES
        MOVE Entry-Text TO Cand-Item-Desc
    END-IF.
    DISPLAY "Points: ".
    PERFORM Accept-Entry-Text.
    PERFORM Parse-Entry-Number.
    IF Parse-OK-Switch = No-FLAG OR Parse-Number > 999
        MOVE "point value not numeric" TO Check-Reason
        PERFORM Fail-Candidate
    ELSE
        IF Entry-Text NOT = SPACES
            MOVE Parse-Number TO Cand-Item-Points
        END-IF
    END-IF.
    DISPLAY "Rarity (C/U/R): ".
    PERFORM Accept-Entry-Text.
    IF Entry-Text NOT = SPACES
        MOVE Entry-Text TO Cand-Item-Rarity
        INSPECT Cand-Item-Rarity CONVERTING
            "cur" TO "CUR"
    END-IF.
    DISPLAY "Start date (yyyymmdd, 0 for no start): ".
    PERFORM Accept-Entry-Text.
    PERFORM Parse-Entry-Number.
    IF Parse-OK-Switch = No-FLAG
        MOVE "start date not numeric" TO Check-Reason
        PERFORM Fail-Candidate
    ELSE
        IF Entry-Text NOT = SPACES
            MOVE Parse-Number TO Cand-Start-Date
        END-IF
    END-IF.
    DISPLAY "End date (yyyymmdd, 0 for no end): ".
    PERFORM Accept-Entry-Text.
    PERFORM Parse-Entry-Number.
    IF Parse-OK-Switch = No-FLAG
        MOVE "end date not numeric" TO Check-Reason
        PERFORM Fail-Candidate
    ELSE
        IF Entry-Text NOT = SPACES
            MOVE Parse-Number TO Cand-End-Date
        END-IF
    END-IF.
    DISPLAY "Day of week (MON-SUN, ALL for every day): ".
    PERFORM Accept-Entry-Text.
    INSPECT Entry-Text CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF Entry-Text = "ALL"
        MOVE SPACES TO Cand-Day-Of-Week
    ELSE
        IF Entry-Text NOT = SPACES
            MOVE Entry-Text TO Cand-Day-Of-Week
        END-IF
    END-IF.

Retire-Schedule-Row.
    PERFORM Accept-Row-Key.
    IF Candidate-OK-Switch = Yes-FLAG
        MOVE Schedule-Entry(Found-Row-Idx) TO Before-Image
        MOVE Schedule-Entry(Found-Row-Idx) TO Candidate-Row
        IF ST-End-Date(Found-Row-Idx) > 0
                AND ST-End-Date(Found-Row-Idx) <= Yesterday-Date
            MOVE SPACES TO Check-Reason
            STRING "row already ended on " DELIMITED BY SIZE
                   ST-End-Date(Found-Row-Idx) DELIMITED BY SIZE
                   INTO Check-Reason
            PERFORM Fail-Candidate
        END-IF
    END-IF.
    IF Candidate-OK-Switch = Yes-FLAG
        IF ST-Start-Date(Found-Row-Idx) > Yesterday-Date
            PERFORM Shift-One-Row VARYING Shift-Idx FROM Found-Row-Idx
                BY 1 UNTIL Shift-Idx >= Schedule-Count
            SUBTRACT 1 FROM Schedule-Count
            MOVE SPACES TO Candidate-Row
        ELSE
            MOVE Yesterday-Date TO ST-End-Date(Found-Row-Idx)
            MOVE Schedule-Entry(Found-Row-Idx) TO Candidate-Row
        END-IF
        PERFORM Save-Schedule-File
        IF Save-OK-Switch = Yes-FLAG
            MOVE "RETIRE" TO Log-Action
            PERFORM Write-Change-Log
            ADD 1 TO Retired-Count
            IF Candidate-Row = SPACES
                DISPLAY "Removed " FUNCTION TRIM(Key-Item-Name) " at "
                    FUNCTION TRIM(Key-Location-Name)
                    " - the row had not yet taken effect."
            ELSE
                DISPLAY "Retired " FUNCTION TRIM(Key-Item-Name) " at "
                    FUNCTION TRIM(Key-Location-Name)
                    " - last placed " Yesterday-Date "."
            END-IF
        END-IF
    ELSE
        PERFORM Reject-Transaction
    END-IF.

Shift-One-Row.
    MOVE Schedule-Entry(Shift-Idx + 1) TO Schedule-Entry(Shift-Idx).

Validate-Candidate-Row.
    IF Cand-Item-Name = SPACES
        MOVE "blank item name" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    IF Cand-Location-Name = SPACES
        MOVE "blank item location" TO Check-Reason
        PERFORM Fail-Candidate
    ELSE
        PERFORM Check-Candidate-Location
        IF Loc-Found-Switch = No-FLAG
            MOVE SPACES TO Check-Reason
            STRING "item at unknown location " DELIMITED BY SIZE
                   Cand-Location-Name DELIMITED BY SIZE
                   INTO Check-Reason
            PERFORM Fail-Candidate
        END-IF
    END-IF.
    IF Cand-Item-Rarity NOT = "C" AND Cand-Item-Rarity NOT = "U"
            AND Cand-Item-Rarity NOT = "R"
        MOVE "rarity class not C, U or R" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    IF Cand-Start-Date > 0
            AND FUNCTION TEST-DATE-YYYYMMDD(Cand-Start-Date) NOT = 0
        MOVE "start date is not a valid yyyymmdd date" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    IF Cand-End-Date > 0
            AND FUNCTION TEST-DATE-YYYYMMDD(Cand-End-Date) NOT = 0
        MOVE "end date is not a valid yyyymmdd date" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    IF Cand-Start-Date > 0 AND Cand-End-Date > 0
            AND Cand-End-Date < Cand-Start-Date
        MOVE "end date is before start date" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    IF Cand-Day-Of-Week NOT = SPACES
            AND Cand-Day-Of-Week NOT = "MON"
            AND Cand-Day-Of-Week NOT = "TUE"
            AND Cand-Day-Of-Week NOT = "WED"
            AND Cand-Day-Of-Week NOT = "THU"
            AND Cand-Day-Of-Week NOT = "FRI"
            AND Cand-Day-Of-Week NOT = "SAT"
            AND Cand-Day-Of-Week NOT = "SUN"
        MOVE "day of week not MON-SUN or blank" TO Check-Reason
        PERFORM Fail-Candidate
    END-IF.
    IF Candidate-OK-Switch = Yes-FLAG
        PERFORM Check-Window-Overlap VARYING Row-Idx FROM 1 BY 1
            UNTIL Row-Idx > Schedule-Count
               OR Candidate-OK-Switch = No-FLAG
    END-IF.
    IF Candidate-OK-Switch = Yes-FLAG
        PERFORM Check-Item-Capacity
    END-IF.

Check-Candidate-Location.
    MOVE "N" TO Loc-Found-Switch.
    PERFORM Check-One-Location-Name VARYING Name-Idx FROM 1 BY 1
        UNTIL Name-Idx > Location-Name-Count
           OR Loc-Found-Switch = Yes-FLAG.

Check-One-Location-Name.
    IF LN-Name(Name-Idx) = Cand-Location-Name
        MOVE "Y" TO Loc-Found-Switch
    END-IF.

Check-Window-Overlap.
    IF Row-Idx NOT = Exclude-Idx
            AND ST-Item-Name(Row-Idx) = Cand-Item-Name
            AND (ST-End-Date(Row-Idx) = 0
                 OR ST-End-Date(Row-Idx) >= Run-Date)
            AND (Cand-Start-Date = 0 OR ST-End-Date(Row-Idx) = 0
                 OR Cand-Start-Date <= ST-End-Date(Row-Idx))
            AND (ST-Start-Date(Row-Idx) = 0 OR Cand-End-Date = 0
                 OR ST-Start-Date(Row-Idx) <= Cand-End-Date)
            AND (Cand-Day-Of-Week = SPACES
                 OR ST-Day-Of-Week(Row-Idx) = SPACES
                 OR Cand-Day-Of-Week = ST-Day-Of-Week(Row-Idx))
        MOVE Row-Idx TO Display-Row-Number
        MOVE SPACES TO Check-Reason
        STRING "window overlaps row " DELIMITED BY SIZE
               FUNCTION TRIM(Display-Row-Number) DELIMITED BY SIZE
               " for the same item (" DELIMITED BY SIZE
               FUNCTION TRIM(ST-Location-Name(Row-Idx))
                   DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO Check-Reason
        PERFORM Fail-Candidate
    END-IF.

Check-Item-Capacity.
    MOVE Run-Day-Number TO First-Check-Day-Number.
    IF Cand-Start-Date > Run-Date
        COMPUTE First-Check-Day-Number =
            FUNCTION INTEGER-OF-DATE(Cand-Start-Date)
    END-IF.
    COMPUTE Last-Check-Day-Number = Run-Day-Number + Horizon-Days.
    IF Cand-End-Date > 0
        IF Cand-End-Date < Run-Date
            MOVE 0 TO Last-Check-Day-Number
        ELSE
            IF FUNCTION INTEGER-OF-DATE(Cand-End-Date)
                    < Last-Check-Day-Number
                COMPUTE Last-Check-Day-Number =
                    FUNCTION INTEGER-OF-DATE(Cand-End-Date)
            END-IF
        END-IF
    END-IF.
    PERFORM Check-One-Capacity-Day
        VARYING Check-Day-Number FROM First-Check-Day-Number BY 1
        UNTIL Check-Day-Number > Last-Check-Day-Number
           OR Candidate-OK-Switch = No-FLAG.

Check-One-Capacity-Day.
    COMPUTE Check-Date = FUNCTION DATE-OF-INTEGER(Check-Day-Number).
    COMPUTE Check-Dow-Number = FUNCTION MOD(Check-Day-Number, 7).
    EVALUATE Check-Dow-Number
        WHEN 1 MOVE "MON" TO Check-Day-Of-Week
        WHEN 2 MOVE "TUE" TO Check-Day-Of-Week
        WHEN 3 MOVE "WED" TO Check-Day-Of-Week
        WHEN 4 MOVE "THU" TO Check-Day-Of-Week
        WHEN 5 MOVE "FRI" TO Check-Day-Of-Week
        WHEN 6 MOVE "SAT" TO Check-Day-Of-Week
        WHEN OTHER MOVE "SUN" TO Check-Day-Of-Week
    END-EVALUATE.
    IF Cand-Day-Of-Week = SPACES OR Cand-Day-Of-Week = Check-Day-Of-Week
        MOVE 1 TO Day-Item-Count
        PERFORM Count-One-Effective-Row VARYING Row-Idx FROM 1 BY 1
            UNTIL Row-Idx > Schedule-Count
        IF Day-Item-Count > Item-Capacity
            MOVE Day-Item-Count TO Display-Day-Count
            MOVE SPACES TO Check-Reason
            STRING "would place " DELIMITED BY SIZE
                   FUNCTION TRIM(Display-Day-Count) DELIMITED BY SIZE
                   " items on " DELIMITED BY SIZE
                   Check-Date DELIMITED BY SIZE
                   " - catalog capacity is " DELIMITED BY SIZE
                   Item-Capacity DELIMITED BY SIZE
                   INTO Check-Reason
            PERFORM Fail-Candidate
        END-IF
    END-IF.

Count-One-Effective-Row.
    IF Row-Idx NOT = Exclude-Idx
            AND (ST-Start-Date(Row-Idx) = 0
                 OR ST-Start-Date(Row-Idx) <= Check-Date)
            AND (ST-End-Date(Row-Idx) = 0
                 OR ST-End-Date(Row-Idx) >= Check-Date)
            AND (ST-Day-Of-Week(Row-Idx) = SPACES
                 OR ST-Day-Of-Week(Row-Idx) = Check-Day-Of-Week)
        ADD 1 TO Day-Item-Count
    END-IF.

Save-Schedule-File.
    MOVE "N" TO Save-OK-Switch.
    OPEN OUTPUT Schedule-File.
    IF Schedule-File-Status NOT = "00"
        DISPLAY "ITEMSCHD.DAT could not be rewritten - status: "
            Schedule-File-Status
        MOVE "Y" TO Run-Failed-Switch
        MOVE "Y" TO Quit-Requested-Switch
    ELSE
        PERFORM Write-One-Schedule-Row VARYING Row-Idx FROM 1 BY 1
            UNTIL Row-Idx > Schedule-Count
        CLOSE Schedule-File
        MOVE "Y" TO Save-OK-Switch
    END-IF.

Write-One-Schedule-Row.
    MOVE Schedule-Entry(Row-Idx) TO Schedule-Record.
    WRITE Schedule-Record.

Write-Change-Log.
    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:14) TO Slog-Timestamp.
    MOVE Operator-Id TO Slog-Operator-Id.
    MOVE Log-Action TO Slog-Action.
    MOVE Before-Image TO Slog-Before-Image.
    MOVE Candidate-Row TO Slog-After-Image.
    WRITE Schedule-Log-Record.

Reject-Transaction.
    ADD 1 TO Rejected-Count.
    DISPLAY "Rejected: " FUNCTION TRIM(Reject-Reason) ".".

List-Schedule-Rows.
    DISPLAY "ROW LOCATION             ITEM                 PTS R"
        " START    END      DAY STATUS".
    PERFORM List-One-Schedule-Row VARYING Row-Idx FROM 1 BY 1
        UNTIL Row-Idx > Schedule-Count.
    DISPLAY "Schedule rows on file: " Schedule-Count.

List-One-Schedule-Row.
    MOVE Row-Idx TO Display-Row-Number.
    MOVE SPACES TO Row-Status-Text.
    IF ST-End-Date(Row-Idx) > 0 AND ST-End-Date(Row-Idx) < Run-Date
        MOVE "ENDED" TO Row-Status-Text
    ELSE
        IF ST-Start-Date(Row-Idx) > Run-Date
            MOVE "FUTURE" TO Row-Status-Text
        END-IF
    END-IF.
    DISPLAY Display-Row-Number " " ST-Location-Name(Row-Idx) " "
        ST-Item-Name(Row-Idx) " " ST-Item-Points(Row-Idx) " "
        ST-Item-Rarity(Row-Idx) " " ST-Start-Date(Row-Idx) " "
        ST-End-Date(Row-Idx) " " ST-Day-Of-Week(Row-Idx) " "
        Row-Status-Text.
