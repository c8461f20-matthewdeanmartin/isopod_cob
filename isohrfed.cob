IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodHRFeed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Extract-File ASSIGN TO DYNAMIC Extract-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Extract-File-Status.

    SELECT Roster-File ASSIGN TO DYNAMIC Roster-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Roster-Id
        FILE STATUS IS Roster-File-Status.

    SELECT Player-File ASSIGN TO DYNAMIC Player-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Player-Id
        FILE STATUS IS Player-File-Status.

    SELECT Journal-File ASSIGN TO DYNAMIC Journal-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.

DATA DIVISION.
FILE SECTION.
FD Extract-File.
    COPY "hrxrec.cpy".

FD Roster-File.
    COPY "rostrec.cpy".

FD Player-File.
    COPY "playrec.cpy".

FD Journal-File.
    COPY "jrnlrec.cpy".

FD Report-File.
01 Report-Line              PIC X(132).

WORKING-STORAGE SECTION.
01 Extract-File-Name        PIC X(40) VALUE "HRXTRACT.DAT".
01 Roster-File-Name         PIC X(40) VALUE "ROSTER.DAT".
01 Player-File-Name         PIC X(40) VALUE "PLAYERS.DAT".
01 Journal-File-Name        PIC X(40) VALUE SPACES.
01 Journal-Name-Prefix      PIC X(30) VALUE "PLYJRNL".
01 Report-File-Name         PIC X(40) VALUE "HRFEED.RPT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Extract-File-Status      PIC XX.
01 Roster-File-Status       PIC XX.
01 Player-File-Status       PIC XX.
01 Journal-File-Status      PIC XX.
01 Report-File-Status       PIC XX.
01 Extract-EOF-Switch       PIC X VALUE "N".
01 Roster-EOF-Switch        PIC X VALUE "N".
01 Roster-Open-Switch       PIC X VALUE "N".
01 Player-File-Open-Switch  PIC X VALUE "N".
01 Journal-Open-Switch      PIC X VALUE "N".
01 Report-File-Open-Switch  PIC X VALUE "N".
01 Header-Seen-Switch       PIC X VALUE "N".
01 Trailer-Seen-Switch      PIC X VALUE "N".
01 On-Roster-Switch         PIC X VALUE "N".
01 Seen-Found-Switch        PIC X VALUE "N".
01 Exception-Switch         PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 Extract-Date             PIC 9(08) VALUE 0.
01 Trailer-Count            PIC 9(07) VALUE 0.
01 Detail-Count             PIC 9(07) VALUE 0.
01 Player-Before-Image      PIC X(635).
01 Old-Value                PIC X(30).
01 Result-Text              PIC X(50).
01 Seen-Idx                 PIC 9(03).
01 Search-Roster-Id         PIC X(10).

01 Read-Count               PIC 9(05) VALUE 0.
01 Hired-Count              PIC 9(05) VALUE 0.
01 Rehired-Count            PIC 9(05) VALUE 0.
01 Transfer-Count           PIC 9(05) VALUE 0.
01 Rename-Count             PIC 9(05) VALUE 0.
01 Terminated-Count         PIC 9(05) VALUE 0.
01 Session-Cleared-Count    PIC 9(05) VALUE 0.
01 No-Change-Count          PIC 9(05) VALUE 0.
01 Extract-Exception-Count  PIC 9(05) VALUE 0.
01 Roster-Exception-Count   PIC 9(05) VALUE 0.

01 Seen-Roster-Table.
   05 Seen-Roster-Count     PIC 9(03) VALUE 0.
   05 Seen-Roster-Id        PIC X(10) OCCURS 500 TIMES.

01 Heading-Line-1.
   05 FILLER                PIC X(132) VALUE
      "ISOPOD ADVENTURE - HR ROSTER FEED REGISTER".
01 Heading-Line-2.
   05 FILLER                PIC X(09) VALUE "RUN DATE ".
   05 HL-Run-Date           PIC 9(08).
   05 FILLER                PIC X(16) VALUE "   EXTRACT DATE ".
   05 HL-Extract-Date       PIC 9(08).
   05 FILLER                PIC X(91) VALUE SPACES.
01 Heading-Line-3.
   05 FILLER                PIC X(66) VALUE
      "PLAYER     EV EFFECTIVE NAME                           DEPARTMENT".
   05 FILLER                PIC X(66) VALUE
      "             RESULT".
01 Section-Line.
   05 SCL-Text              PIC X(132).
01 Register-Line.
   05 RL-Player-Id          PIC X(10).
   05 FILLER                PIC X(01) VALUE SPACES.
   05 RL-Event-Code         PIC X(02).
   05 FILLER                PIC X(01) VALUE SPACES.
   05 RL-Effective-Date     PIC X(08).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 RL-Name               PIC X(30).
   05 FILLER                PIC X(01) VALUE SPACES.
   05 RL-Dept               PIC X(20).
   05 FILLER                PIC X(01) VALUE SPACES.
   05 RL-Exception-Flag     PIC X(03).
   05 RL-Result             PIC X(50).
   05 FILLER                PIC X(03) VALUE SPACES.
01 Total-Line.
   05 TL-Caption            PIC X(28).
   05 TL-Count              PIC ZZZZ9.
   05 FILLER                PIC X(99) VALUE SPACES.

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    PERFORM Check-Extract-Balance.
    IF Run-Failed-Switch = No-FLAG
        PERFORM Open-Feed-Files
    END-IF.
    IF Run-Failed-Switch = No-FLAG
        MOVE "N" TO Extract-EOF-Switch
        PERFORM Apply-One-Extract-Record
            UNTIL Extract-EOF-Switch = Yes-FLAG
        CLOSE Extract-File
        PERFORM Sweep-Roster-For-Leavers
    END-IF.
    PERFORM Write-Feed-Totals.
    PERFORM Close-Feed-Files.
    DISPLAY "HR extract records read: " Read-Count.
    DISPLAY "Extract exceptions: " Extract-Exception-Count.
    DISPLAY "Roster ids unknown to HR: " Roster-Exception-Count.
    IF Run-Failed-Switch = Yes-FLAG
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_HRXTRACT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Extract-File-Name
    END-IF.

    MOVE "DD_ROSTER" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Roster-File-Name
    END-IF.

    MOVE "DD_PLAYERS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Player-File-Name
    END-IF.

    MOVE "DD_PLYJRNL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Journal-Name-Prefix
    END-IF.

    MOVE "DD_HRFEEDRP" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Run-Date.

Check-Extract-Balance.
    OPEN INPUT Extract-File.
    IF Extract-File-Status NOT = "00"
        DISPLAY "HRXTRACT.DAT could not be opened - status: "
            Extract-File-Status
        MOVE "Y" TO Run-Failed-Switch
    ELSE
        PERFORM Count-One-Extract-Record
            UNTIL Extract-EOF-Switch = Yes-FLAG
        CLOSE Extract-File
        IF Header-Seen-Switch = No-FLAG
            DISPLAY "HRXTRACT.DAT has no HDR record - "
                "extract not applied."
            MOVE "Y" TO Run-Failed-Switch
        ELSE
            IF Trailer-Seen-Switch = No-FLAG
                DISPLAY "HRXTRACT.DAT has no TRL record - "
                    "extract truncated, not applied."
                MOVE "Y" TO Run-Failed-Switch
            ELSE
                IF Trailer-Count NOT = Detail-Count
                    DISPLAY "HRXTRACT.DAT trailer count " Trailer-Count
                        " does not match " Detail-Count
                        " employee records - extract not applied."
                    MOVE "Y" TO Run-Failed-Switch
                END-IF
            END-IF
        END-IF
    END-IF.

Count-One-Extract-Record.
    READ Extract-File
        AT END
            MOVE "Y" TO Extract-EOF-Switch
        NOT AT END
            EVALUATE TRUE
                WHEN HR-Extract-Record(1:3) = "HDR"
                    MOVE "Y" TO Header-Seen-Switch
                    IF HR-Extract-Record(4:8) NUMERIC
                        MOVE HR-Extract-Record(4:8) TO Extract-Date
                    END-IF
                WHEN HR-Extract-Record(1:3) = "TRL"
                    MOVE "Y" TO Trailer-Seen-Switch
                    IF HR-Extract-Record(4:7) NUMERIC
                        MOVE HR-Extract-Record(4:7) TO Trailer-Count
                    END-IF
                WHEN OTHER
                    ADD 1 TO Detail-Count
            END-EVALUATE
    END-READ.

Open-Feed-Files.
    OPEN INPUT Extract-File.
    IF Extract-File-Status NOT = "00"
        DISPLAY "HRXTRACT.DAT could not be opened - status: "
            Extract-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN I-O Roster-File.
    IF Roster-File-Status = "00"
        MOVE "Y" TO Roster-Open-Switch
    ELSE
        DISPLAY "ROSTER.DAT could not be opened - status: "
            Roster-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN I-O Player-File.
    IF Player-File-Status = "00"
        MOVE "Y" TO Player-File-Open-Switch
    ELSE
        DISPLAY "PLAYERS.DAT could not be opened - status: "
            Player-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    MOVE SPACES TO Journal-File-Name.
    STRING Journal-Name-Prefix DELIMITED BY SPACE
           "." DELIMITED BY SIZE
           Run-Date DELIMITED BY SIZE
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

    OPEN OUTPUT Report-File.
    IF Report-File-Status = "00"
        MOVE "Y" TO Report-File-Open-Switch
        MOVE Heading-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Run-Date TO HL-Run-Date
        MOVE Extract-Date TO HL-Extract-Date
        MOVE Heading-Line-2 TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "CHANGES AND EXCEPTIONS FROM THE HR EXTRACT" TO SCL-Text
        MOVE Section-Line TO Report-Line
        WRITE Report-Line
        MOVE Heading-Line-3 TO Report-Line
        WRITE Report-Line
    ELSE
        DISPLAY "HRFEED.RPT could not be opened - status: "
            Report-File-Status
    END-IF.

    IF Run-Failed-Switch = Yes-FLAG
        IF Extract-File-Status = "00"
            CLOSE Extract-File
        END-IF
    END-IF.

Apply-One-Extract-Record.
    READ Extract-File
        AT END
            MOVE "Y" TO Extract-EOF-Switch
        NOT AT END
            IF HR-Extract-Record(1:3) = "HDR"
                    OR HR-Extract-Record(1:3) = "TRL"
                CONTINUE
            ELSE
                ADD 1 TO Read-Count
                PERFORM Apply-Employee-Event
            END-IF
    END-READ.

Apply-Employee-Event.
    MOVE SPACES TO Result-Text.
    MOVE "N" TO Exception-Switch.
    MOVE "N" TO On-Roster-Switch.
    INSPECT Hrx-Employee-Id CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT Hrx-Event-Code CONVERTING
        "htnx" TO "HTNX".
    IF Hrx-Employee-Id = SPACES
        MOVE "employee id is blank" TO Result-Text
        MOVE "Y" TO Exception-Switch
    ELSE
        MOVE Hrx-Employee-Id TO Roster-Id
        READ Roster-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO On-Roster-Switch
                PERFORM Remember-Seen-Roster-Id
        END-READ
        EVALUATE Hrx-Event-Code
            WHEN "H"
                PERFORM Apply-New-Hire
            WHEN "T"
                PERFORM Apply-Transfer
            WHEN "N"
                PERFORM Apply-Name-Change
            WHEN "X"
                PERFORM Apply-Termination
            WHEN SPACE
                ADD 1 TO No-Change-Count
            WHEN OTHER
                MOVE SPACES TO Result-Text
                STRING "unknown event code " DELIMITED BY SIZE
                       Hrx-Event-Code DELIMITED BY SIZE
                       INTO Result-Text
                MOVE "Y" TO Exception-Switch
        END-EVALUATE
    END-IF.
    IF Exception-Switch = Yes-FLAG
        ADD 1 TO Extract-Exception-Count
    END-IF.
    IF Result-Text NOT = SPACES
        PERFORM Write-Register-Line
    END-IF.

Apply-New-Hire.
    IF Hrx-Name = SPACES OR Hrx-Dept = SPACES
        MOVE "hire without a name or department" TO Result-Text
        MOVE "Y" TO Exception-Switch
    ELSE
        IF On-Roster-Switch = No-FLAG
            MOVE Hrx-Employee-Id TO Roster-Id
            MOVE Hrx-Name TO Roster-Name
            MOVE Hrx-Dept TO Roster-Dept
            MOVE "Y" TO Roster-Active-Flag
            WRITE Roster-Record
            PERFORM Check-Roster-Write
            IF Exception-Switch = No-FLAG
                ADD 1 TO Hired-Count
                MOVE "hired - added to roster" TO Result-Text
                PERFORM Remember-Seen-Roster-Id
            END-IF
        ELSE
            IF Roster-Active-Flag = Yes-FLAG
                MOVE "hire for an id already active on the roster"
                    TO Result-Text
                MOVE "Y" TO Exception-Switch
            ELSE
                MOVE Hrx-Name TO Roster-Name
                MOVE Hrx-Dept TO Roster-Dept
                MOVE "Y" TO Roster-Active-Flag
                REWRITE Roster-Record
                PERFORM Check-Roster-Write
                IF Exception-Switch = No-FLAG
                    ADD 1 TO Rehired-Count
                    MOVE "rehired - roster entry reactivated"
                        TO Result-Text
                END-IF
            END-IF
        END-IF
    END-IF.

Apply-Transfer.
    EVALUATE TRUE
        WHEN On-Roster-Switch = No-FLAG
            MOVE "transfer for an id not on the roster" TO Result-Text
            MOVE "Y" TO Exception-Switch
        WHEN Hrx-Dept = SPACES
            MOVE "transfer without a new department" TO Result-Text
            MOVE "Y" TO Exception-Switch
        WHEN Hrx-Dept = Roster-Dept
            MOVE "already in that department" TO Result-Text
            ADD 1 TO No-Change-Count
        WHEN OTHER
            MOVE Roster-Dept TO Old-Value
            MOVE Hrx-Dept TO Roster-Dept
            REWRITE Roster-Record
            PERFORM Check-Roster-Write
            IF Exception-Switch = No-FLAG
                ADD 1 TO Transfer-Count
                MOVE SPACES TO Result-Text
                STRING "transferred from " DELIMITED BY SIZE
                       FUNCTION TRIM(Old-Value) DELIMITED BY SIZE
                       INTO Result-Text
            END-IF
    END-EVALUATE.

Apply-Name-Change.
    EVALUATE TRUE
        WHEN On-Roster-Switch = No-FLAG
            MOVE "name change for an id not on the roster"
                TO Result-Text
            MOVE "Y" TO Exception-Switch
        WHEN Hrx-Name = SPACES
            MOVE "name change without a new name" TO Result-Text
            MOVE "Y" TO Exception-Switch
        WHEN Hrx-Name = Roster-Name
            MOVE "name already current" TO Result-Text
            ADD 1 TO No-Change-Count
        WHEN OTHER
            MOVE Roster-Name TO Old-Value
            MOVE Hrx-Name TO Roster-Name
            REWRITE Roster-Record
            PERFORM Check-Roster-Write
            IF Exception-Switch = No-FLAG
                ADD 1 TO Rename-Count
                MOVE SPACES TO Result-Text
                STRING "renamed from " DELIMITED BY SIZE
                       FUNCTION TRIM(Old-Value) DELIMITED BY SIZE
                       INTO Result-Text
            END-IF
    END-EVALUATE.

Apply-Termination.
    EVALUATE TRUE
        WHEN On-Roster-Switch = No-FLAG
            MOVE "termination for an id not on the roster"
                TO Result-Text
            MOVE "Y" TO Exception-Switch
        WHEN Roster-Active-Flag NOT = Yes-FLAG
            MOVE "already inactive on the roster" TO Result-Text
            ADD 1 TO No-Change-Count
        WHEN OTHER
            MOVE "N" TO Roster-Active-Flag
            REWRITE Roster-Record
            PERFORM Check-Roster-Write
            IF Exception-Switch = No-FLAG
                ADD 1 TO Terminated-Count
                MOVE "terminated - roster entry deactivated"
                    TO Result-Text
                PERFORM Clear-Terminated-Session
            END-IF
    END-EVALUATE.

Clear-Terminated-Session.
    MOVE Hrx-Employee-Id TO Player-Id.
    READ Player-File
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF Player-In-Use-Flag = Yes-FLAG
                MOVE Player-Record TO Player-Before-Image
                MOVE "N" TO Player-In-Use-Flag
                REWRITE Player-Record
                IF Player-File-Status = "00"
                    PERFORM Write-Journal-Record
                    ADD 1 TO Session-Cleared-Count
                    MOVE "terminated - deactivated, live session cleared"
                        TO Result-Text
                ELSE
                    MOVE SPACES TO Result-Text
                    STRING "terminated - session clear failed - status "
                           DELIMITED BY SIZE
                           Player-File-Status DELIMITED BY SIZE
                           INTO Result-Text
                    MOVE "Y" TO Exception-Switch
                END-IF
            END-IF
    END-READ.

Check-Roster-Write.
    IF Roster-File-Status NOT = "00"
        MOVE SPACES TO Result-Text
        STRING "roster update failed - status " DELIMITED BY SIZE
               Roster-File-Status DELIMITED BY SIZE
               INTO Result-Text
        MOVE "Y" TO Exception-Switch
    END-IF.

Write-Journal-Record.
    IF Journal-Open-Switch = Yes-FLAG
        MOVE FUNCTION CURRENT-DATE TO Jrnl-Timestamp
        MOVE Player-Id TO Jrnl-Player-Id
        MOVE "hr termination" TO Jrnl-Command
        MOVE Player-Before-Image TO Jrnl-Before-Image
        MOVE Player-Record TO Jrnl-After-Image
        WRITE Journal-Record
    END-IF.

Remember-Seen-Roster-Id.
    MOVE Hrx-Employee-Id TO Search-Roster-Id.
    PERFORM Find-Seen-Roster-Id.
    IF Seen-Found-Switch = No-FLAG
        IF Seen-Roster-Count < 500
            ADD 1 TO Seen-Roster-Count
            MOVE Hrx-Employee-Id TO Seen-Roster-Id(Seen-Roster-Count)
        ELSE
            DISPLAY "More than 500 roster ids in HRXTRACT.DAT - "
                "ignoring " Hrx-Employee-Id " in the leaver check."
        END-IF
    END-IF.

Find-Seen-Roster-Id.
    MOVE "N" TO Seen-Found-Switch.
    PERFORM Check-One-Seen-Roster-Id VARYING Seen-Idx FROM 1 BY 1
        UNTIL Seen-Idx > Seen-Roster-Count
           OR Seen-Found-Switch = Yes-FLAG.

Check-One-Seen-Roster-Id.
    IF Seen-Roster-Id(Seen-Idx) = Search-Roster-Id
        MOVE "Y" TO Seen-Found-Switch
    END-IF.

Sweep-Roster-For-Leavers.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "ACTIVE ROSTER IDS NOT IN THE HR EXTRACT" TO SCL-Text
        MOVE Section-Line TO Report-Line
        WRITE Report-Line
    END-IF.
    MOVE "N" TO Roster-EOF-Switch.
    MOVE LOW-VALUES TO Roster-Id.
    START Roster-File KEY NOT < Roster-Id
        INVALID KEY
            MOVE "Y" TO Roster-EOF-Switch
    END-START.
    PERFORM Check-One-Roster-Entry
        UNTIL Roster-EOF-Switch = Yes-FLAG.

Check-One-Roster-Entry.
    READ Roster-File NEXT
        AT END
            MOVE "Y" TO Roster-EOF-Switch
        NOT AT END
            IF Roster-Active-Flag = Yes-FLAG
                MOVE Roster-Id TO Search-Roster-Id
                PERFORM Find-Seen-Roster-Id
                IF Seen-Found-Switch = No-FLAG
                    ADD 1 TO Roster-Exception-Count
                    PERFORM Write-Leaver-Line
                END-IF
            END-IF
    END-READ.

Write-Leaver-Line.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Roster-Id TO RL-Player-Id
        MOVE SPACES TO RL-Event-Code
        MOVE SPACES TO RL-Effective-Date
        MOVE Roster-Name TO RL-Name
        MOVE Roster-Dept TO RL-Dept
        MOVE "** " TO RL-Exception-Flag
        MOVE "active on roster, unknown to HR" TO RL-Result
        MOVE Register-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Register-Line.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Hrx-Employee-Id TO RL-Player-Id
        MOVE Hrx-Event-Code TO RL-Event-Code
        IF Hrx-Effective-Date NUMERIC AND Hrx-Effective-Date > 0
            MOVE Hrx-Effective-Date TO RL-Effective-Date
        ELSE
            MOVE SPACES TO RL-Effective-Date
        END-IF
        MOVE Hrx-Name TO RL-Name
        MOVE Hrx-Dept TO RL-Dept
        IF Exception-Switch = Yes-FLAG
            MOVE "** " TO RL-Exception-Flag
        ELSE
            MOVE SPACES TO RL-Exception-Flag
        END-IF
        MOVE Result-Text TO RL-Result
        MOVE Register-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Feed-Totals.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "  ** MARKS AN EXCEPTION FOR HR OR THE ROSTER ADMINISTRATOR TO RESOLVE."
            TO SCL-Text
        MOVE Section-Line TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "EXTRACT RECORDS READ        " TO TL-Caption
        MOVE Read-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "HIRES ADDED                 " TO TL-Caption
        MOVE Hired-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "REHIRES REACTIVATED         " TO TL-Caption
        MOVE Rehired-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "TRANSFERS APPLIED           " TO TL-Caption
        MOVE Transfer-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "NAME CHANGES APPLIED        " TO TL-Caption
        MOVE Rename-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "TERMINATIONS APPLIED        " TO TL-Caption
        MOVE Terminated-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "LIVE SESSIONS CLEARED       " TO TL-Caption
        MOVE Session-Cleared-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "NO CHANGE                   " TO TL-Caption
        MOVE No-Change-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "EXTRACT EXCEPTIONS          " TO TL-Caption
        MOVE Extract-Exception-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "ROSTER IDS UNKNOWN TO HR    " TO TL-Caption
        MOVE Roster-Exception-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Close-Feed-Files.
    IF Roster-Open-Switch = Yes-FLAG
        CLOSE Roster-File
    END-IF.
    IF Player-File-Open-Switch = Yes-FLAG
        CLOSE Player-File
    END-IF.
    IF Journal-Open-Switch = Yes-FLAG
        CLOSE Journal-File
    END-IF.
    IF Report-File-Open-Switch = Yes-FLAG
        CLOSE Report-File
    END-IF.
