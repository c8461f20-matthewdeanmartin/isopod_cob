IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodCompliance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Roster-File ASSIGN TO DYNAMIC Roster-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS Roster-Id
        FILE STATUS IS Roster-File-Status.

    SELECT Season-File ASSIGN TO DYNAMIC Season-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Season-File-Status.

    SELECT Player-File ASSIGN TO DYNAMIC Player-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Player-Id
        FILE STATUS IS Player-File-Status.

    SELECT Archive-File ASSIGN TO DYNAMIC Archive-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Archive-File-Status.

    SELECT Sort-Work-File ASSIGN TO DYNAMIC Sort-Work-File-Name.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.

    SELECT Extract-File ASSIGN TO DYNAMIC Extract-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Extract-File-Status.

DATA DIVISION.
FILE SECTION.
FD Roster-File.
    COPY "rostrec.cpy".

FD Season-File.
    COPY "seasrec.cpy".

FD Player-File.
    COPY "playrec.cpy".

FD Archive-File.
01 Archive-Record.
   05 Arch-Player-Id        PIC X(10).
   05 FILLER                PIC X(31).
   05 Arch-Last-Played      PIC 9(08).
   05 FILLER                PIC X(586).

SD Sort-Work-File.
01 Sort-Record.
   05 Sort-Dept-Name        PIC X(20).
   05 Sort-Lapsed-Flag      PIC X.
   05 Sort-Days-Overdue     PIC 9(05).
   05 Sort-Roster-Name      PIC X(30).
   05 Sort-Player-Id        PIC X(10).
   05 Sort-Last-Played      PIC 9(08).

FD Report-File.
01 Report-Line              PIC X(80).

FD Extract-File.
01 Extract-Record           PIC X(100).

WORKING-STORAGE SECTION.
01 Roster-File-Name         PIC X(40) VALUE "ROSTER.DAT".
01 Season-File-Name         PIC X(40) VALUE "SEASON.DAT".
01 Player-File-Name         PIC X(40) VALUE "PLAYERS.DAT".
01 Archive-File-Name        PIC X(40) VALUE SPACES.
01 Sort-Work-File-Name      PIC X(40) VALUE "ISOSORT.WRK".
01 Report-File-Name         PIC X(40) VALUE "COMPLY.RPT".
01 Extract-File-Name        PIC X(40) VALUE "COMPLY.DAT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Roster-File-Status       PIC XX.
01 Season-File-Status       PIC XX.
01 Player-File-Status       PIC XX.
01 Archive-File-Status      PIC XX.
01 Report-File-Status       PIC XX.
01 Extract-File-Status      PIC XX.
01 Roster-EOF-Switch        PIC X VALUE "N".
01 Season-EOF-Switch        PIC X VALUE "N".
01 Archive-EOF-Switch       PIC X VALUE "N".
01 Sort-EOF-Switch          PIC X VALUE "N".
01 Report-File-Open-Switch  PIC X VALUE "N".
01 Extract-File-Open-Switch PIC X VALUE "N".
01 Player-Found-Switch      PIC X VALUE "N".
01 Dept-Started-Switch      PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 Today-Day-Number         PIC 9(07).
01 Day-Number               PIC 9(07).
01 Oldest-Day-Number        PIC 9(07).
01 Window-Start-Date        PIC 9(08).
01 Generation-Date          PIC 9(08).
01 Compliance-Days          PIC 9(03) VALUE 30.
01 Archive-Days             PIC 9(03) VALUE 400.
01 Days-Since-Played        PIC 9(07).
01 Candidate-Last-Played    PIC 9(08).
01 Candidate-Player-Id      PIC X(10).
01 No-Dept                  PIC X(20) VALUE "(NO DEPARTMENT)".

01 Player-Idx               PIC 9(03).
01 Found-Player-Idx         PIC 9(03).
01 Release-Idx              PIC 9(03).
01 Generations-Read         PIC 9(05) VALUE 0.

01 Current-Dept-Name        PIC X(20).
01 Dept-Active-Count        PIC 9(05) VALUE 0.
01 Dept-Played-Count        PIC 9(05) VALUE 0.
01 Dept-Lapsed-Count        PIC 9(05) VALUE 0.
01 Company-Active-Count     PIC 9(05) VALUE 0.
01 Company-Played-Count     PIC 9(05) VALUE 0.
01 Company-Lapsed-Count     PIC 9(05) VALUE 0.
01 Dept-Count               PIC 9(05) VALUE 0.
01 Detail-Count             PIC 9(05) VALUE 0.
01 Participation-Pct        PIC 9(03)V99 VALUE 0.
01 Extract-Pct              PIC 9(03).99.
01 Extract-Status-Text      PIC X(06).
01 Days-Overdue-Edit        PIC ZZZZ9.
01 Extract-Days-Overdue     PIC 9(05).

01 Roster-Table.
   05 Roster-Table-Count    PIC 9(03) VALUE 0.
   05 Roster-Table-Entry OCCURS 500 TIMES.
      10 RT-Player-Id       PIC X(10).
      10 RT-Roster-Name     PIC X(30).
      10 RT-Dept            PIC X(20).
      10 RT-Last-Played     PIC 9(08).

01 Heading-Line-1.
   05 FILLER                PIC X(80) VALUE
      "ISOPOD ADVENTURE - TRAINING PARTICIPATION COMPLIANCE".
01 Heading-Line-2.
   05 FILLER                PIC X(09) VALUE "RUN DATE ".
   05 HL-Run-Date           PIC 9(08).
   05 FILLER                PIC X(17) VALUE "   PLAY WINDOW: ".
   05 HL-Compliance-Days    PIC ZZ9.
   05 FILLER                PIC X(19) VALUE " DAYS, PLAYED SINCE".
   05 FILLER                PIC X(01) VALUE SPACES.
   05 HL-Window-Start       PIC 9(08).
   05 FILLER                PIC X(15) VALUE SPACES.
01 Dept-Heading-Line.
   05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
   05 DH-Dept               PIC X(20).
   05 FILLER                PIC X(48) VALUE SPACES.
01 Column-Heading-Line.
   05 FILLER                PIC X(80) VALUE
      "  PLAYER ID   ROSTER NAME                     LAST PLAYED  DAYS OVERDUE".
01 Detail-Line.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 DL-Player-Id          PIC X(10).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 DL-Roster-Name        PIC X(30).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 DL-Last-Played        PIC X(11).
   05 FILLER                PIC X(09) VALUE SPACES.
   05 DL-Days-Overdue       PIC X(05).
   05 FILLER                PIC X(09) VALUE SPACES.
01 All-Played-Line.
   05 FILLER                PIC X(80) VALUE
      "  ALL ACTIVE PLAYERS HAVE PLAYED WITHIN THE WINDOW".
01 Summary-Line.
   05 SL-Caption            PIC X(14).
   05 FILLER                PIC X(07) VALUE "ACTIVE ".
   05 SL-Active-Count       PIC ZZZZ9.
   05 FILLER                PIC X(08) VALUE " PLAYED ".
   05 SL-Played-Count       PIC ZZZZ9.
   05 FILLER                PIC X(12) VALUE " NOT PLAYED ".
   05 SL-Lapsed-Count       PIC ZZZZ9.
   05 FILLER                PIC X(15) VALUE " PARTICIPATION ".
   05 SL-Participation-Pct  PIC ZZ9.99.
   05 FILLER                PIC X(03) VALUE "%".
01 Blank-Line               PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    PERFORM Set-Run-Date.
    PERFORM Load-Active-Roster.
    IF Roster-Table-Count > 0
        PERFORM Apply-Season-Dates
        PERFORM Apply-Player-Dates
        PERFORM Apply-Archive-Dates
    END-IF.
    SORT Sort-Work-File
        ON ASCENDING KEY Sort-Dept-Name
           DESCENDING KEY Sort-Lapsed-Flag
           DESCENDING KEY Sort-Days-Overdue
           ASCENDING KEY Sort-Roster-Name
        INPUT PROCEDURE IS Release-Active-Players
        OUTPUT PROCEDURE IS Print-Compliance.
    DISPLAY "Compliance: " Company-Active-Count " active, "
        Company-Lapsed-Count " not played in " Compliance-Days
        " days, " Generations-Read " archive generations read.".
    IF Run-Failed-Switch = Yes-FLAG
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_ROSTER" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Roster-File-Name
    END-IF.

    MOVE "DD_SEASON" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Season-File-Name
    END-IF.

    MOVE "DD_PLAYERS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Player-File-Name
    END-IF.

    MOVE "DD_SORTWK01" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Sort-Work-File-Name
    END-IF.

    MOVE "DD_COMPLRPT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

    MOVE "DD_COMPLEXT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Extract-File-Name
    END-IF.

    MOVE "COMPL_DAYS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Compliance-Days = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.

    MOVE "COMPL_ARCH_DAYS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Archive-Days = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.

Set-Run-Date.
    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Run-Date.
    COMPUTE Today-Day-Number = FUNCTION INTEGER-OF-DATE(Run-Date).
    COMPUTE Oldest-Day-Number = Today-Day-Number - Archive-Days.
    COMPUTE Window-Start-Date = FUNCTION DATE-OF-INTEGER(
        Today-Day-Number - Compliance-Days).

Load-Active-Roster.
    OPEN INPUT Roster-File.
    IF Roster-File-Status = "00"
        PERFORM Load-One-Roster-Entry UNTIL Roster-EOF-Switch = Yes-FLAG
        CLOSE Roster-File
    ELSE
        DISPLAY "ROSTER.DAT could not be opened - status: "
            Roster-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

Load-One-Roster-Entry.
    READ Roster-File NEXT
        AT END
            MOVE "Y" TO Roster-EOF-Switch
        NOT AT END
            IF Roster-Active-Flag = Yes-FLAG
                PERFORM Keep-Roster-Entry
            END-IF
    END-READ.

Keep-Roster-Entry.
    IF Roster-Table-Count < 500
        ADD 1 TO Roster-Table-Count
        MOVE Roster-Id TO RT-Player-Id(Roster-Table-Count)
        MOVE Roster-Name TO RT-Roster-Name(Roster-Table-Count)
        IF Roster-Dept = SPACES
            MOVE No-Dept TO RT-Dept(Roster-Table-Count)
        ELSE
            MOVE Roster-Dept TO RT-Dept(Roster-Table-Count)
        END-IF
        MOVE 0 TO RT-Last-Played(Roster-Table-Count)
    ELSE
        DISPLAY "More than 500 active players in ROSTER.DAT - "
            "ignoring " Roster-Id "."
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

Apply-Season-Dates.
    OPEN INPUT Season-File.
    IF Season-File-Status = "00"
        PERFORM Apply-One-Season-Record
            UNTIL Season-EOF-Switch = Yes-FLAG
        CLOSE Season-File
    ELSE
        IF Season-File-Status NOT = "35"
            DISPLAY "SEASON.DAT could not be opened - status: "
                Season-File-Status
            MOVE "Y" TO Run-Failed-Switch
        END-IF
    END-IF.

Apply-One-Season-Record.
    READ Season-File
        AT END
            MOVE "Y" TO Season-EOF-Switch
        NOT AT END
            MOVE Seas-Player-Id TO Candidate-Player-Id
            MOVE Seas-Date TO Candidate-Last-Played
            PERFORM Keep-Latest-Played
    END-READ.

Apply-Player-Dates.
    OPEN INPUT Player-File.
    IF Player-File-Status = "00"
        PERFORM Apply-One-Player-Record VARYING Player-Idx FROM 1 BY 1
            UNTIL Player-Idx > Roster-Table-Count
        CLOSE Player-File
    ELSE
        DISPLAY "PLAYERS.DAT could not be opened - status: "
            Player-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

Apply-One-Player-Record.
    MOVE RT-Player-Id(Player-Idx) TO Player-Id.
    READ Player-File
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF Player-Last-Played > RT-Last-Played(Player-Idx)
                MOVE Player-Last-Played TO RT-Last-Played(Player-Idx)
            END-IF
    END-READ.

Apply-Archive-Dates.
    PERFORM Apply-One-Archive-Generation
        VARYING Day-Number FROM Today-Day-Number BY -1
        UNTIL Day-Number < Oldest-Day-Number.

Apply-One-Archive-Generation.
    COMPUTE Generation-Date = FUNCTION DATE-OF-INTEGER(Day-Number).
    MOVE SPACES TO Archive-File-Name.
    STRING "PLYARCH." DELIMITED BY SIZE
           Generation-Date DELIMITED BY SIZE
           ".DAT" DELIMITED BY SIZE
           INTO Archive-File-Name.
    OPEN INPUT Archive-File.
    IF Archive-File-Status = "00"
        ADD 1 TO Generations-Read
        MOVE "N" TO Archive-EOF-Switch
        PERFORM Apply-One-Archive-Record
            UNTIL Archive-EOF-Switch = Yes-FLAG
        CLOSE Archive-File
    ELSE
        IF Archive-File-Status NOT = "35"
            DISPLAY "PLYARCH." Generation-Date
                ".DAT could not be opened - status: "
                Archive-File-Status
            MOVE "Y" TO Run-Failed-Switch
        END-IF
    END-IF.

Apply-One-Archive-Record.
    READ Archive-File
        AT END
            MOVE "Y" TO Archive-EOF-Switch
        NOT AT END
            MOVE Arch-Player-Id TO Candidate-Player-Id
            MOVE Arch-Last-Played TO Candidate-Last-Played
            PERFORM Keep-Latest-Played
    END-READ.

Keep-Latest-Played.
    PERFORM Find-Roster-Table-Entry.
    IF Player-Found-Switch = Yes-FLAG
        IF Candidate-Last-Played > RT-Last-Played(Found-Player-Idx)
            MOVE Candidate-Last-Played
                TO RT-Last-Played(Found-Player-Idx)
        END-IF
    END-IF.

Find-Roster-Table-Entry.
    MOVE "N" TO Player-Found-Switch.
    PERFORM Check-One-Roster-Entry VARYING Player-Idx FROM 1 BY 1
        UNTIL Player-Idx > Roster-Table-Count
           OR Player-Found-Switch = Yes-FLAG.

Check-One-Roster-Entry.
    IF RT-Player-Id(Player-Idx) = Candidate-Player-Id
        MOVE "Y" TO Player-Found-Switch
        MOVE Player-Idx TO Found-Player-Idx
    END-IF.

Release-Active-Players.
    PERFORM Release-One-Player VARYING Release-Idx FROM 1 BY 1
        UNTIL Release-Idx > Roster-Table-Count.

Release-One-Player.
    MOVE RT-Dept(Release-Idx) TO Sort-Dept-Name.
    MOVE RT-Roster-Name(Release-Idx) TO Sort-Roster-Name.
    MOVE RT-Player-Id(Release-Idx) TO Sort-Player-Id.
    MOVE RT-Last-Played(Release-Idx) TO Sort-Last-Played.
    MOVE "N" TO Sort-Lapsed-Flag.
    MOVE 0 TO Sort-Days-Overdue.
    IF Sort-Last-Played = 0
        MOVE "Y" TO Sort-Lapsed-Flag
        MOVE 99999 TO Sort-Days-Overdue
    ELSE
        COMPUTE Days-Since-Played = Today-Day-Number
            - FUNCTION INTEGER-OF-DATE(Sort-Last-Played)
        IF Days-Since-Played > Compliance-Days
            MOVE "Y" TO Sort-Lapsed-Flag
            COMPUTE Sort-Days-Overdue =
                Days-Since-Played - Compliance-Days
        END-IF
    END-IF.
    RELEASE Sort-Record.

Print-Compliance.
    OPEN OUTPUT Report-File.
    IF Report-File-Status = "00"
        MOVE "Y" TO Report-File-Open-Switch
        MOVE Heading-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Run-Date TO HL-Run-Date
        MOVE Compliance-Days TO HL-Compliance-Days
        MOVE Window-Start-Date TO HL-Window-Start
        MOVE Heading-Line-2 TO Report-Line
        WRITE Report-Line
    ELSE
        DISPLAY "COMPLY.RPT could not be opened - status: "
            Report-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.
    OPEN OUTPUT Extract-File.
    IF Extract-File-Status = "00"
        MOVE "Y" TO Extract-File-Open-Switch
        MOVE SPACES TO Extract-Record
        STRING "H|" DELIMITED BY SIZE
               Run-Date DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Compliance-Days DELIMITED BY SIZE
               INTO Extract-Record
        WRITE Extract-Record
    ELSE
        DISPLAY "COMPLY.DAT could not be opened - status: "
            Extract-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.
    PERFORM Print-One-Player UNTIL Sort-EOF-Switch = Yes-FLAG.
    IF Dept-Started-Switch = Yes-FLAG
        PERFORM Finish-Department
    END-IF.
    PERFORM Print-Company-Total.
    IF Report-File-Open-Switch = Yes-FLAG
        CLOSE Report-File
    END-IF.
    IF Extract-File-Open-Switch = Yes-FLAG
        MOVE SPACES TO Extract-Record
        STRING "T|" DELIMITED BY SIZE
               Dept-Count DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Detail-Count DELIMITED BY SIZE
               INTO Extract-Record
        WRITE Extract-Record
        CLOSE Extract-File
    END-IF.

Print-One-Player.
    RETURN Sort-Work-File
        AT END
            MOVE "Y" TO Sort-EOF-Switch
        NOT AT END
            IF Dept-Started-Switch = Yes-FLAG
                    AND Sort-Dept-Name NOT = Current-Dept-Name
                PERFORM Finish-Department
            END-IF
            IF Dept-Started-Switch = No-FLAG
                PERFORM Start-Department
            END-IF
            ADD 1 TO Dept-Active-Count
            IF Sort-Lapsed-Flag = Yes-FLAG
                ADD 1 TO Dept-Lapsed-Count
                PERFORM Write-Lapsed-Player
            ELSE
                ADD 1 TO Dept-Played-Count
            END-IF
    END-RETURN.

Start-Department.
    MOVE "Y" TO Dept-Started-Switch.
    MOVE Sort-Dept-Name TO Current-Dept-Name.
    MOVE 0 TO Dept-Active-Count.
    MOVE 0 TO Dept-Played-Count.
    MOVE 0 TO Dept-Lapsed-Count.
    ADD 1 TO Dept-Count.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Blank-Line TO Report-Line
        WRITE Report-Line
        MOVE Current-Dept-Name TO DH-Dept
        MOVE Dept-Heading-Line TO Report-Line
        WRITE Report-Line
        MOVE Column-Heading-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Lapsed-Player.
    MOVE Sort-Player-Id TO DL-Player-Id.
    MOVE Sort-Roster-Name TO DL-Roster-Name.
    IF Sort-Last-Played = 0
        MOVE "NEVER" TO DL-Last-Played
        MOVE SPACES TO DL-Days-Overdue
        MOVE "NEVER" TO Extract-Status-Text
        MOVE 0 TO Extract-Days-Overdue
    ELSE
        MOVE Sort-Last-Played TO DL-Last-Played
        MOVE Sort-Days-Overdue TO Days-Overdue-Edit
        MOVE Days-Overdue-Edit TO DL-Days-Overdue
        MOVE "LAPSED" TO Extract-Status-Text
        MOVE Sort-Days-Overdue TO Extract-Days-Overdue
    END-IF.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Detail-Line TO Report-Line
        WRITE Report-Line
    END-IF.
    IF Extract-File-Open-Switch = Yes-FLAG
        MOVE SPACES TO Extract-Record
        STRING "D|" DELIMITED BY SIZE
               FUNCTION TRIM(Current-Dept-Name) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(Sort-Player-Id) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(Sort-Roster-Name) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(Extract-Status-Text) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Sort-Last-Played DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Extract-Days-Overdue DELIMITED BY SIZE
               INTO Extract-Record
        WRITE Extract-Record
        ADD 1 TO Detail-Count
    END-IF.

Finish-Department.
    IF Dept-Lapsed-Count = 0 AND Report-File-Open-Switch = Yes-FLAG
        MOVE All-Played-Line TO Report-Line
        WRITE Report-Line
    END-IF.
    MOVE "  DEPT TOTAL" TO SL-Caption.
    MOVE Dept-Active-Count TO SL-Active-Count.
    MOVE Dept-Played-Count TO SL-Played-Count.
    MOVE Dept-Lapsed-Count TO SL-Lapsed-Count.
    PERFORM Compute-Dept-Participation.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Summary-Line TO Report-Line
        WRITE Report-Line
    END-IF.
    IF Extract-File-Open-Switch = Yes-FLAG
        MOVE Participation-Pct TO Extract-Pct
        MOVE SPACES TO Extract-Record
        STRING "S|" DELIMITED BY SIZE
               FUNCTION TRIM(Current-Dept-Name) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Dept-Active-Count DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Dept-Played-Count DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Dept-Lapsed-Count DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Extract-Pct DELIMITED BY SIZE
               INTO Extract-Record
        WRITE Extract-Record
    END-IF.
    ADD Dept-Active-Count TO Company-Active-Count.
    ADD Dept-Played-Count TO Company-Played-Count.
    ADD Dept-Lapsed-Count TO Company-Lapsed-Count.
    MOVE "N" TO Dept-Started-Switch.

Compute-Dept-Participation.
    IF Dept-Active-Count > 0
        COMPUTE Participation-Pct ROUNDED =
            Dept-Played-Count * 100 / Dept-Active-Count
    ELSE
        MOVE 0 TO Participation-Pct
    END-IF.
    MOVE Participation-Pct TO SL-Participation-Pct.

Print-Company-Total.
    MOVE "COMPANY TOTAL" TO SL-Caption.
    MOVE Company-Active-Count TO SL-Active-Count.
    MOVE Company-Played-Count TO SL-Played-Count.
    MOVE Company-Lapsed-Count TO SL-Lapsed-Count.
    IF Company-Active-Count > 0
        COMPUTE Participation-Pct ROUNDED =
            Company-Played-Count * 100 / Company-Active-Count
    ELSE
        MOVE 0 TO Participation-Pct
    END-IF.
    MOVE Participation-Pct TO SL-Participation-Pct.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Blank-Line TO Report-Line
        WRITE Report-Line
        MOVE Summary-Line TO Report-Line
        WRITE Report-Line
    END-IF.
    IF Extract-File-Open-Switch = Yes-FLAG
        MOVE Participation-Pct TO Extract-Pct
        MOVE SPACES TO Extract-Record
        STRING "S|" DELIMITED BY SIZE
               "COMPANY TOTAL" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Company-Active-Count DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Company-Played-Count DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Company-Lapsed-Count DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               Extract-Pct DELIMITED BY SIZE
               INTO Extract-Record
        WRITE Extract-Record
    END-IF.
