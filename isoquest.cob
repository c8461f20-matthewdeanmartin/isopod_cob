IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodQuestPost.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Quest-File ASSIGN TO DYNAMIC Quest-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Quest-File-Status.

    SELECT Quest-Progress-File
        ASSIGN TO DYNAMIC Quest-Progress-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Qprg-Key
        FILE STATUS IS Quest-Progress-File-Status.

    SELECT Standings-Master-File
        ASSIGN TO DYNAMIC Standings-Master-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Stmst-Player-Id
        FILE STATUS IS Standings-Master-File-Status.

    SELECT Season-Ctl-File ASSIGN TO DYNAMIC Season-Ctl-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Season-Ctl-File-Status.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.

DATA DIVISION.
FILE SECTION.
FD Quest-File.
    COPY "questrec.cpy".

FD Quest-Progress-File.
    COPY "qprgrec.cpy".

FD Standings-Master-File.
    COPY "standrec.cpy".

FD Season-Ctl-File.
    COPY "seasctl.cpy".

FD Report-File.
01 Report-Line              PIC X(132).

WORKING-STORAGE SECTION.
01 Quest-File-Name          PIC X(40) VALUE "QUESTS.DAT".
01 Quest-Progress-File-Name PIC X(40) VALUE "QUESTPRG.DAT".
01 Standings-Master-File-Name PIC X(40) VALUE "STANDMST.DAT".
01 Season-Ctl-File-Name     PIC X(40) VALUE "SEASONID.DAT".
01 Report-File-Name         PIC X(40) VALUE "QUESTRPT.RPT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Quest-File-Status        PIC XX.
01 Quest-Progress-File-Status PIC XX.
01 Standings-Master-File-Status PIC XX.
01 Season-Ctl-File-Status   PIC XX.
01 Report-File-Status       PIC XX.
01 Quest-EOF-Switch         PIC X VALUE "N".
01 Progress-EOF-Switch      PIC X VALUE "N".
01 Progress-Open-Switch     PIC X VALUE "N".
01 Master-Open-Switch       PIC X VALUE "N".
01 Report-File-Open-Switch  PIC X VALUE "N".
01 New-Master-Switch        PIC X VALUE "N".
01 Quest-Found-Switch       PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 Current-Season-Id        PIC X(06).
01 No-Win-Turn              PIC 9(05) VALUE 99999.
01 Quest-Idx                PIC 9(03).
01 Found-Quest-Idx          PIC 9(03).
01 Result-Text              PIC X(40).

01 Posted-Count             PIC 9(05) VALUE 0.
01 Posted-Points            PIC 9(07) VALUE 0.
01 Not-Posted-Count         PIC 9(05) VALUE 0.
01 Already-Posted-Count     PIC 9(05) VALUE 0.
01 In-Progress-Count        PIC 9(05) VALUE 0.
01 Missed-Count             PIC 9(05) VALUE 0.

01 Quest-Table.
   05 Quest-Table-Count     PIC 9(03) VALUE 0.
   05 Quest-Table-Entry OCCURS 100 TIMES.
      10 QT-Quest-Id        PIC X(08).
      10 QT-Quest-Desc      PIC X(40).

01 Heading-Line-1.
   05 FILLER                PIC X(132) VALUE
      "ISOPOD ADVENTURE - QUEST COMPLETIONS AND BONUS POSTING".
01 Heading-Line-2.
   05 FILLER                PIC X(09) VALUE "RUN DATE ".
   05 HL-Run-Date           PIC 9(08).
   05 FILLER                PIC X(10) VALUE "   SEASON ".
   05 HL-Season-Id          PIC X(06).
   05 FILLER                PIC X(99) VALUE SPACES.
01 Heading-Line-3.
   05 FILLER                PIC X(66) VALUE
      "PLAYER      QUEST     DESCRIPTION                               ".
   05 FILLER                PIC X(66) VALUE
      "COMPLETED   TURN  BONUS  RESULT".
01 Completion-Line.
   05 CL-Player-Id          PIC X(10).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CL-Quest-Id           PIC X(08).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CL-Quest-Desc         PIC X(40).
   05 FILLER                PIC X(04) VALUE SPACES.
   05 CL-Complete-Date      PIC 9(08).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CL-Complete-Turn      PIC ZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CL-Bonus-Points       PIC ZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CL-Result             PIC X(40).
   05 FILLER                PIC X(02) VALUE SPACES.
01 Total-Line.
   05 TL-Caption            PIC X(30).
   05 TL-Count              PIC ZZZZZZ9.
   05 FILLER                PIC X(95) VALUE SPACES.

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    PERFORM Load-Season-Id.
    PERFORM Load-Quest-Table.
    PERFORM Open-Quest-Files.
    PERFORM Post-One-Progress-Record
        UNTIL Progress-EOF-Switch = Yes-FLAG.
    PERFORM Write-Posting-Totals.
    PERFORM Close-Quest-Files.
    DISPLAY "Quest completions posted: " Posted-Count.
    DISPLAY "Quest bonus points posted: " Posted-Points.
    DISPLAY "Quest completions not posted: " Not-Posted-Count.
    IF Run-Failed-Switch = Yes-FLAG OR Not-Posted-Count > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

Resolve-File-Names.
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

    MOVE "DD_STANDMST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Standings-Master-File-Name
    END-IF.

    MOVE "DD_SEASONID" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Season-Ctl-File-Name
    END-IF.

    MOVE "DD_QUESTRPT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

Load-Season-Id.
    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Run-Date.
    OPEN INPUT Season-Ctl-File.
    IF Season-Ctl-File-Status = "00"
        READ Season-Ctl-File
            AT END
                PERFORM Default-Season-Id
            NOT AT END
                MOVE Season-Ctl-Id TO Current-Season-Id
        END-READ
        CLOSE Season-Ctl-File
    ELSE
        PERFORM Default-Season-Id
    END-IF.

Default-Season-Id.
    MOVE SPACES TO Current-Season-Id.
    MOVE Current-Date-Time(1:4) TO Current-Season-Id(1:4).
    MOVE "Q" TO Current-Season-Id(5:1).
    EVALUATE TRUE
        WHEN Current-Date-Time(5:2) <= "03"
            MOVE "1" TO Current-Season-Id(6:1)
        WHEN Current-Date-Time(5:2) <= "06"
            MOVE "2" TO Current-Season-Id(6:1)
        WHEN Current-Date-Time(5:2) <= "09"
            MOVE "3" TO Current-Season-Id(6:1)
        WHEN OTHER
            MOVE "4" TO Current-Season-Id(6:1)
    END-EVALUATE.

Load-Quest-Table.
    OPEN INPUT Quest-File.
    IF Quest-File-Status = "00"
        PERFORM Read-Next-Quest UNTIL Quest-EOF-Switch = Yes-FLAG
        CLOSE Quest-File
    ELSE
        DISPLAY "QUESTS.DAT could not be opened - status: "
            Quest-File-Status " - descriptions not shown."
    END-IF.

Read-Next-Quest.
    READ Quest-File
        AT END
            MOVE "Y" TO Quest-EOF-Switch
        NOT AT END
            IF Quest-Table-Count < 100
                ADD 1 TO Quest-Table-Count
                MOVE Quest-Id TO QT-Quest-Id(Quest-Table-Count)
                MOVE Quest-Desc TO QT-Quest-Desc(Quest-Table-Count)
            ELSE
                DISPLAY "QUESTS.DAT has more than 100 quests - "
                    "ignoring " Quest-Id " and beyond."
                MOVE "Y" TO Quest-EOF-Switch
            END-IF
    END-READ.

Open-Quest-Files.
    OPEN I-O Quest-Progress-File.
    IF Quest-Progress-File-Status = "00"
        MOVE "Y" TO Progress-Open-Switch
        MOVE LOW-VALUES TO Qprg-Key
        START Quest-Progress-File KEY NOT < Qprg-Key
            INVALID KEY
                MOVE "Y" TO Progress-EOF-Switch
        END-START
    ELSE
        MOVE "Y" TO Progress-EOF-Switch
        IF Quest-Progress-File-Status = "35"
            DISPLAY "QUESTPRG.DAT not present - no quest progress yet."
        ELSE
            DISPLAY "QUESTPRG.DAT could not be opened - status: "
                Quest-Progress-File-Status
            MOVE "Y" TO Run-Failed-Switch
        END-IF
    END-IF.

    OPEN I-O Standings-Master-File.
    IF Standings-Master-File-Status = "35"
        OPEN OUTPUT Standings-Master-File
        CLOSE Standings-Master-File
        OPEN I-O Standings-Master-File
    END-IF.
    IF Standings-Master-File-Status = "00"
        MOVE "Y" TO Master-Open-Switch
    ELSE
        DISPLAY "STANDMST.DAT could not be opened - status: "
            Standings-Master-File-Status " - bonuses not posted."
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN OUTPUT Report-File.
    IF Report-File-Status = "00"
        MOVE "Y" TO Report-File-Open-Switch
        MOVE Heading-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Run-Date TO HL-Run-Date
        MOVE Current-Season-Id TO HL-Season-Id
        MOVE Heading-Line-2 TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE Heading-Line-3 TO Report-Line
        WRITE Report-Line
    ELSE
        DISPLAY "QUESTRPT.RPT could not be opened - status: "
            Report-File-Status
    END-IF.

Post-One-Progress-Record.
    READ Quest-Progress-File NEXT
        AT END
            MOVE "Y" TO Progress-EOF-Switch
        NOT AT END
            EVALUATE Qprg-Status
                WHEN "C"
                    IF Qprg-Posted-Flag = Yes-FLAG
                        ADD 1 TO Already-Posted-Count
                    ELSE
                        PERFORM Post-Quest-Completion
                    END-IF
                WHEN "M"
                    ADD 1 TO Missed-Count
                WHEN OTHER
                    ADD 1 TO In-Progress-Count
            END-EVALUATE
    END-READ.

Post-Quest-Completion.
    IF Master-Open-Switch = Yes-FLAG
        PERFORM Post-Standings-Bonus
    ELSE
        MOVE "not posted - standings unavailable" TO Result-Text
    END-IF.
    IF Result-Text(1:6) = "posted"
        MOVE Yes-FLAG TO Qprg-Posted-Flag
        MOVE Run-Date TO Qprg-Posted-Date
        REWRITE Quest-Progress-Record
        IF Quest-Progress-File-Status NOT = "00"
            MOVE SPACES TO Result-Text
            STRING "posted - progress rewrite failed - status "
                   DELIMITED BY SIZE
                   Quest-Progress-File-Status DELIMITED BY SIZE
                   INTO Result-Text
            MOVE "Y" TO Run-Failed-Switch
        END-IF
        ADD 1 TO Posted-Count
        ADD Qprg-Bonus-Points TO Posted-Points
    ELSE
        ADD 1 TO Not-Posted-Count
    END-IF.
    PERFORM Write-Completion-Line.

Post-Standings-Bonus.
    MOVE "N" TO New-Master-Switch.
    MOVE Qprg-Player-Id TO Stmst-Player-Id.
    READ Standings-Master-File
        INVALID KEY
            PERFORM Build-New-Master-Record
        NOT INVALID KEY
            IF Stmst-Season-Id NOT = Current-Season-Id
                PERFORM Reset-Master-Record
            END-IF
    END-READ.
    ADD Qprg-Bonus-Points TO Stmst-Quest-Points
        ON SIZE ERROR
            MOVE 99999 TO Stmst-Quest-Points
    END-ADD.
    ADD 1 TO Stmst-Quest-Count
        ON SIZE ERROR
            MOVE 999 TO Stmst-Quest-Count
    END-ADD.
    IF New-Master-Switch = Yes-FLAG
        WRITE Standings-Master-Record
    ELSE
        REWRITE Standings-Master-Record
    END-IF.
    IF Standings-Master-File-Status NOT = "00"
        MOVE SPACES TO Result-Text
        STRING "not posted - standings status " DELIMITED BY SIZE
               Standings-Master-File-Status DELIMITED BY SIZE
               INTO Result-Text
    ELSE
        IF New-Master-Switch = Yes-FLAG
            MOVE "posted - standings entry added" TO Result-Text
        ELSE
            MOVE "posted" TO Result-Text
        END-IF
    END-IF.

Build-New-Master-Record.
    MOVE "Y" TO New-Master-Switch.
    MOVE Qprg-Player-Id TO Stmst-Player-Id.
    PERFORM Reset-Master-Record.

Reset-Master-Record.
    MOVE Current-Season-Id TO Stmst-Season-Id.
    MOVE 0 TO Stmst-Games-Played.
    MOVE 0 TO Stmst-Win-Count.
    MOVE No-Win-Turn TO Stmst-Best-Win-Turn.
    MOVE 0 TO Stmst-Win-Streak.
    MOVE 0 TO Stmst-Last-Date.
    MOVE 0 TO Stmst-Rank.
    MOVE 0 TO Stmst-Adjust-Points.
    MOVE 0 TO Stmst-Adjust-Count.
    MOVE 0 TO Stmst-Quest-Points.
    MOVE 0 TO Stmst-Quest-Count.

Find-Quest-Desc.
    MOVE "N" TO Quest-Found-Switch.
    MOVE "(NOT ON QUESTS.DAT)" TO CL-Quest-Desc.
    PERFORM Check-One-Quest VARYING Quest-Idx FROM 1 BY 1
        UNTIL Quest-Idx > Quest-Table-Count
           OR Quest-Found-Switch = Yes-FLAG.

Check-One-Quest.
    IF QT-Quest-Id(Quest-Idx) = Qprg-Quest-Id
        MOVE "Y" TO Quest-Found-Switch
        MOVE QT-Quest-Desc(Quest-Idx) TO CL-Quest-Desc
    END-IF.

Write-Completion-Line.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Qprg-Player-Id TO CL-Player-Id
        MOVE Qprg-Quest-Id TO CL-Quest-Id
        PERFORM Find-Quest-Desc
        MOVE Qprg-Complete-Date TO CL-Complete-Date
        MOVE Qprg-Complete-Turn TO CL-Complete-Turn
        MOVE Qprg-Bonus-Points TO CL-Bonus-Points
        MOVE Result-Text TO CL-Result
        MOVE Completion-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Posting-Totals.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "COMPLETIONS POSTED" TO TL-Caption
        MOVE Posted-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "BONUS POINTS POSTED" TO TL-Caption
        MOVE Posted-Points TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "COMPLETIONS NOT POSTED" TO TL-Caption
        MOVE Not-Posted-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "COMPLETIONS POSTED EARLIER" TO TL-Caption
        MOVE Already-Posted-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "QUESTS IN PROGRESS" TO TL-Caption
        MOVE In-Progress-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "QUESTS MISSED" TO TL-Caption
        MOVE Missed-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Close-Quest-Files.
    IF Progress-Open-Switch = Yes-FLAG
        CLOSE Quest-Progress-File
    END-IF.
    IF Master-Open-Switch = Yes-FLAG
        CLOSE Standings-Master-File
    END-IF.
    IF Report-File-Open-Switch = Yes-FLAG
        CLOSE Report-File
    END-IF.
