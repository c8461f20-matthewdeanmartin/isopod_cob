IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodScoreAdjust.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Adjust-File ASSIGN TO DYNAMIC Adjust-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Adjust-File-Status.

    SELECT Player-File ASSIGN TO DYNAMIC Player-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Player-Id
        FILE STATUS IS Player-File-Status.

    SELECT Roster-File ASSIGN TO DYNAMIC Roster-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Roster-Id
        FILE STATUS IS Roster-File-Status.

    SELECT Standings-Master-File
        ASSIGN TO DYNAMIC Standings-Master-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Stmst-Player-Id
        FILE STATUS IS Standings-Master-File-Status.

    SELECT Adjust-History-File
        ASSIGN TO DYNAMIC Adjust-History-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Adjh-Key
        FILE STATUS IS Adjust-History-File-Status.

    SELECT Season-Ctl-File ASSIGN TO DYNAMIC Season-Ctl-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Season-Ctl-File-Status.

    SELECT Journal-File ASSIGN TO DYNAMIC Journal-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.

DATA DIVISION.
FILE SECTION.
FD Adjust-File.
    COPY "adjtrec.cpy".

FD Player-File.
    COPY "playrec.cpy".

FD Roster-File.
    COPY "rostrec.cpy".

FD Standings-Master-File.
    COPY "standrec.cpy".

FD Adjust-History-File.
    COPY "adjhrec.cpy".

FD Season-Ctl-File.
    COPY "seasctl.cpy".

FD Journal-File.
    COPY "jrnlrec.cpy".

FD Report-File.
01 Report-Line              PIC X(132).

WORKING-STORAGE SECTION.
01 Adjust-File-Name         PIC X(40) VALUE "ADJTRANS.DAT".
01 Player-File-Name         PIC X(40) VALUE "PLAYERS.DAT".
01 Roster-File-Name         PIC X(40) VALUE "ROSTER.DAT".
01 Standings-Master-File-Name PIC X(40) VALUE "STANDMST.DAT".
01 Adjust-History-File-Name PIC X(40) VALUE "ADJHIST.DAT".
01 Season-Ctl-File-Name     PIC X(40) VALUE "SEASONID.DAT".
01 Journal-File-Name        PIC X(40) VALUE SPACES.
01 Journal-Name-Prefix      PIC X(30) VALUE "PLYJRNL".
01 Report-File-Name         PIC X(40) VALUE "ADJREGST.RPT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Adjust-File-Status       PIC XX.
01 Player-File-Status       PIC XX.
01 Roster-File-Status       PIC XX.
01 Standings-Master-File-Status PIC XX.
01 Adjust-History-File-Status PIC XX.
01 Season-Ctl-File-Status   PIC XX.
01 Journal-File-Status      PIC XX.
01 Report-File-Status       PIC XX.
01 Adjust-EOF-Switch        PIC X VALUE "N".
01 Player-File-Open-Switch  PIC X VALUE "N".
01 Roster-Open-Switch       PIC X VALUE "N".
01 Master-Open-Switch       PIC X VALUE "N".
01 History-Open-Switch      PIC X VALUE "N".
01 History-Failed-Switch    PIC X VALUE "N".
01 Standings-Failed-Switch  PIC X VALUE "N".
01 Journal-Open-Switch      PIC X VALUE "N".
01 Report-File-Open-Switch  PIC X VALUE "N".
01 Player-On-File-Switch    PIC X VALUE "N".
01 New-Master-Switch        PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 Current-Season-Id        PIC X(06).
01 No-Win-Turn              PIC 9(05) VALUE 99999.
01 Player-Before-Image      PIC X(635).
01 Signed-Points            PIC S9(05).
01 Before-Score             PIC 9(05).
01 New-Score                PIC S9(06).
01 Reject-Reason            PIC X(40).
01 Result-Text              PIC X(40).

01 Read-Count               PIC 9(05) VALUE 0.
01 Applied-Count            PIC 9(05) VALUE 0.
01 Rejected-Count           PIC 9(05) VALUE 0.
01 Already-Applied-Count    PIC 9(05) VALUE 0.
01 Net-Points               PIC S9(07) VALUE 0.

01 Heading-Line-1.
   05 FILLER                PIC X(132) VALUE
      "ISOPOD ADVENTURE - SUPERVISOR SCORE ADJUSTMENTS REGISTER".
01 Heading-Line-2.
   05 FILLER                PIC X(09) VALUE "RUN DATE ".
   05 HL-Run-Date           PIC 9(08).
   05 FILLER                PIC X(10) VALUE "   SEASON ".
   05 HL-Season-Id          PIC X(06).
   05 FILLER                PIC X(99) VALUE SPACES.
01 Heading-Line-3.
   05 FILLER                PIC X(66) VALUE
      "PLAYER      TICKET        RSN   APPROVER    ADJUST BEFORE   AFTER".
   05 FILLER                PIC X(66) VALUE " RESULT".
01 Register-Line.
   05 RL-Player-Id          PIC X(10).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 RL-Ticket             PIC X(12).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 RL-Reason-Code        PIC X(04).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 RL-Approver-Id        PIC X(10).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 RL-Adjust             PIC +ZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 RL-Before-Score       PIC ZZZZ9.
   05 FILLER                PIC X(03) VALUE SPACES.
   05 RL-After-Score        PIC ZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 RL-Result             PIC X(40).
   05 FILLER                PIC X(25) VALUE SPACES.
01 Total-Line.
   05 TL-Caption            PIC X(24).
   05 TL-Count              PIC ZZZZ9.
   05 FILLER                PIC X(103) VALUE SPACES.
01 Net-Total-Line.
   05 NTL-Caption           PIC X(24) VALUE "NET POINTS ADJUSTED".
   05 NTL-Points            PIC -(06)9.
   05 FILLER                PIC X(101) VALUE SPACES.

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    PERFORM Load-Season-Id.
    PERFORM Open-Adjust-Files.
    PERFORM Process-One-Adjustment
        UNTIL Adjust-EOF-Switch = Yes-FLAG.
    PERFORM Write-Register-Totals.
    PERFORM Close-Adjust-Files.
    DISPLAY "Adjustments read: " Read-Count.
    DISPLAY "Adjustments applied: " Applied-Count.
    DISPLAY "Adjustments rejected: " Rejected-Count.
    DISPLAY "Tickets already applied: " Already-Applied-Count.
    IF Run-Failed-Switch = Yes-FLAG OR Rejected-Count > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_ADJTRANS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Adjust-File-Name
    END-IF.

    MOVE "DD_PLAYERS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Player-File-Name
    END-IF.

    MOVE "DD_ROSTER" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Roster-File-Name
    END-IF.

    MOVE "DD_STANDMST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Standings-Master-File-Name
    END-IF.

    MOVE "DD_ADJHIST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Adjust-History-File-Name
    END-IF.

    MOVE "DD_SEASONID" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Season-Ctl-File-Name
    END-IF.

    MOVE "DD_PLYJRNL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Journal-Name-Prefix
    END-IF.

    MOVE "DD_ADJRPT" TO DD-Env-Name.
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

Open-Adjust-Files.
    OPEN INPUT Adjust-File.
    IF Adjust-File-Status NOT = "00"
        DISPLAY "ADJTRANS.DAT could not be opened - status: "
            Adjust-File-Status
        MOVE "Y" TO Adjust-EOF-Switch
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN I-O Player-File.
    IF Player-File-Status = "00"
        MOVE "Y" TO Player-File-Open-Switch
    ELSE
        DISPLAY "PLAYERS.DAT could not be opened - status: "
            Player-File-Status
        MOVE "Y" TO Adjust-EOF-Switch
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN INPUT Roster-File.
    IF Roster-File-Status = "00"
        MOVE "Y" TO Roster-Open-Switch
    ELSE
        DISPLAY "ROSTER.DAT could not be opened - status: "
            Roster-File-Status
        MOVE "Y" TO Adjust-EOF-Switch
        MOVE "Y" TO Run-Failed-Switch
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
            Standings-Master-File-Status " - nothing applied."
        MOVE "Y" TO Adjust-EOF-Switch
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN I-O Adjust-History-File.
    IF Adjust-History-File-Status = "35"
        OPEN OUTPUT Adjust-History-File
        CLOSE Adjust-History-File
        OPEN I-O Adjust-History-File
    END-IF.
    IF Adjust-History-File-Status = "00"
        MOVE "Y" TO History-Open-Switch
    ELSE
        DISPLAY "ADJHIST.DAT could not be opened - status: "
            Adjust-History-File-Status " - nothing applied."
        MOVE "Y" TO Adjust-EOF-Switch
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
        MOVE Current-Season-Id TO HL-Season-Id
        MOVE Heading-Line-2 TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE Heading-Line-3 TO Report-Line
        WRITE Report-Line
    ELSE
        DISPLAY "ADJREGST.RPT could not be opened - status: "
            Report-File-Status
    END-IF.

Process-One-Adjustment.
    READ Adjust-File
        AT END
            MOVE "Y" TO Adjust-EOF-Switch
        NOT AT END
            ADD 1 TO Read-Count
            MOVE 0 TO Before-Score
            MOVE 0 TO New-Score
            PERFORM Validate-Adjustment
            IF Reject-Reason = SPACES
                PERFORM Apply-Adjustment
            END-IF
            IF Reject-Reason = SPACES
                ADD 1 TO Applied-Count
                ADD Signed-Points TO Net-Points
            ELSE
                IF Reject-Reason = "ticket already applied"
                    ADD 1 TO Already-Applied-Count
                ELSE
                    ADD 1 TO Rejected-Count
                END-IF
                MOVE Reject-Reason TO Result-Text
                MOVE Before-Score TO New-Score
            END-IF
            PERFORM Write-Register-Line
    END-READ.

Validate-Adjustment.
    MOVE SPACES TO Reject-Reason.
    MOVE "N" TO Player-On-File-Switch.
    INSPECT Adjt-Player-Id CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT Adjt-Approver-Id CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT Adjt-Reason-Code CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

    IF Adjt-Player-Id = SPACES
        MOVE "player id is blank" TO Reject-Reason
    END-IF.
    IF Reject-Reason = SPACES
        IF Adjt-Points NOT NUMERIC OR Adjt-Points = 0
            MOVE "points must be 00001-99999" TO Reject-Reason
        ELSE
            EVALUATE Adjt-Sign
                WHEN "+"
                    MOVE Adjt-Points TO Signed-Points
                WHEN "-"
                    COMPUTE Signed-Points = 0 - Adjt-Points
                WHEN OTHER
                    MOVE "sign must be + or -" TO Reject-Reason
            END-EVALUATE
        END-IF
    END-IF.
    IF Reject-Reason = SPACES
        EVALUATE Adjt-Reason-Code
            WHEN "ABND"
            WHEN "ROTN"
            WHEN "SCOR"
            WHEN "OTHR"
                CONTINUE
            WHEN OTHER
                MOVE "unknown reason code" TO Reject-Reason
        END-EVALUATE
    END-IF.
    IF Reject-Reason = SPACES
        IF Adjt-Approver-Id = SPACES
            MOVE "no approver id" TO Reject-Reason
        ELSE
            IF Adjt-Approver-Id = Adjt-Player-Id
                MOVE "approver may not adjust own score"
                    TO Reject-Reason
            END-IF
        END-IF
    END-IF.
    IF Reject-Reason = SPACES
        IF Adjt-Ticket = SPACES
            MOVE "no ticket number" TO Reject-Reason
        END-IF
    END-IF.
    IF Reject-Reason = SPACES
        PERFORM Check-Ticket-History
    END-IF.
    IF Reject-Reason = SPACES
        PERFORM Check-Roster-Entry
    END-IF.
    IF Reject-Reason = SPACES
        PERFORM Check-Player-Record
    END-IF.

Check-Ticket-History.
    MOVE Adjt-Ticket TO Adjh-Ticket.
    MOVE Adjt-Player-Id TO Adjh-Player-Id.
    READ Adjust-History-File
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "ticket already applied" TO Reject-Reason
    END-READ.

Check-Roster-Entry.
    MOVE Adjt-Player-Id TO Roster-Id.
    READ Roster-File
        INVALID KEY
            MOVE "not on roster" TO Reject-Reason
        NOT INVALID KEY
            IF Roster-Active-Flag NOT = Yes-FLAG
                MOVE "inactive on roster" TO Reject-Reason
            END-IF
    END-READ.

Check-Player-Record.
    MOVE Adjt-Player-Id TO Player-Id.
    READ Player-File
        INVALID KEY
            MOVE "no player record" TO Reject-Reason
        NOT INVALID KEY
            MOVE "Y" TO Player-On-File-Switch
            MOVE Player-Score TO Before-Score
            COMPUTE New-Score = Player-Score + Signed-Points
            IF Player-In-Use-Flag = Yes-FLAG
                MOVE "player signed on - resubmit later"
                    TO Reject-Reason
            ELSE
                IF New-Score < 0
                    MOVE "score would go below zero" TO Reject-Reason
                ELSE
                    IF New-Score > 99999
                        MOVE "score would exceed 99999"
                            TO Reject-Reason
                    END-IF
                END-IF
            END-IF
    END-READ.

Apply-Adjustment.
    MOVE Player-Record TO Player-Before-Image.
    MOVE New-Score TO Player-Score.
    REWRITE Player-Record.
    IF Player-File-Status NOT = "00"
        MOVE SPACES TO Reject-Reason
        STRING "player rewrite failed - status " DELIMITED BY SIZE
               Player-File-Status DELIMITED BY SIZE
               INTO Reject-Reason
    ELSE
        MOVE "applied" TO Result-Text
        PERFORM Post-Standings-Adjustment
        IF Standings-Failed-Switch = Yes-FLAG
            PERFORM Back-Out-Player-Score
        ELSE
            PERFORM Write-Journal-Record
            PERFORM Write-Ticket-History
            IF History-Failed-Switch = Yes-FLAG
                MOVE SPACES TO Result-Text
                STRING "applied - ticket history failed - status "
                       DELIMITED BY SIZE
                       Adjust-History-File-Status DELIMITED BY SIZE
                       INTO Result-Text
                MOVE "Y" TO Run-Failed-Switch
            END-IF
        END-IF
    END-IF.

Back-Out-Player-Score.
    MOVE Player-Before-Image TO Player-Record.
    REWRITE Player-Record.
    IF Player-File-Status = "00"
        MOVE SPACES TO Reject-Reason
        STRING "standings failed - status " DELIMITED BY SIZE
               Standings-Master-File-Status DELIMITED BY SIZE
               INTO Reject-Reason
    ELSE
        DISPLAY "Player " Adjt-Player-Id " score could not be backed"
            " out - status: " Player-File-Status
            " - correct PLAYERS and STANDMST by hand."
        MOVE New-Score TO Player-Score
        PERFORM Write-Journal-Record
        MOVE "applied - standings and backout failed" TO Result-Text
    END-IF.

Write-Ticket-History.
    MOVE "N" TO History-Failed-Switch.
    MOVE Adjt-Ticket TO Adjh-Ticket.
    MOVE Adjt-Player-Id TO Adjh-Player-Id.
    MOVE Run-Date TO Adjh-Applied-Date.
    MOVE Adjt-Sign TO Adjh-Sign.
    MOVE Adjt-Points TO Adjh-Points.
    MOVE Adjt-Reason-Code TO Adjh-Reason-Code.
    MOVE Adjt-Approver-Id TO Adjh-Approver-Id.
    WRITE Adjust-History-Record.
    IF Adjust-History-File-Status NOT = "00"
        MOVE "Y" TO History-Failed-Switch
    END-IF.

Write-Journal-Record.
    IF Journal-Open-Switch = Yes-FLAG
        MOVE FUNCTION CURRENT-DATE TO Jrnl-Timestamp
        MOVE Player-Id TO Jrnl-Player-Id
        MOVE "score adjust" TO Jrnl-Command
        MOVE Player-Before-Image TO Jrnl-Before-Image
        MOVE Player-Record TO Jrnl-After-Image
        WRITE Journal-Record
    END-IF.

Post-Standings-Adjustment.
    MOVE "N" TO Standings-Failed-Switch.
    MOVE "N" TO New-Master-Switch.
    MOVE Adjt-Player-Id TO Stmst-Player-Id.
    READ Standings-Master-File
        INVALID KEY
            PERFORM Build-New-Master-Record
        NOT INVALID KEY
            IF Stmst-Season-Id NOT = Current-Season-Id
                PERFORM Reset-Master-Record
            END-IF
    END-READ.
    ADD Signed-Points TO Stmst-Adjust-Points.
    ADD 1 TO Stmst-Adjust-Count.
    IF New-Master-Switch = Yes-FLAG
        WRITE Standings-Master-Record
    ELSE
        REWRITE Standings-Master-Record
    END-IF.
    IF Standings-Master-File-Status NOT = "00"
        DISPLAY "STANDMST.DAT update failed for player " Adjt-Player-Id
            " - status: " Standings-Master-File-Status
        MOVE "Y" TO Standings-Failed-Switch
        MOVE "Y" TO Run-Failed-Switch
    ELSE
        IF New-Master-Switch = Yes-FLAG
            MOVE "applied - standings entry added" TO Result-Text
        END-IF
    END-IF.

Build-New-Master-Record.
    MOVE "Y" TO New-Master-Switch.
    MOVE Adjt-Player-Id TO Stmst-Player-Id.
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

Write-Register-Line.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Adjt-Player-Id TO RL-Player-Id
        MOVE Adjt-Ticket TO RL-Ticket
        MOVE Adjt-Reason-Code TO RL-Reason-Code
        MOVE Adjt-Approver-Id TO RL-Approver-Id
        IF Adjt-Points NUMERIC
            IF Adjt-Sign = "-"
                COMPUTE RL-Adjust = 0 - Adjt-Points
            ELSE
                MOVE Adjt-Points TO RL-Adjust
            END-IF
        ELSE
            MOVE 0 TO RL-Adjust
        END-IF
        MOVE Before-Score TO RL-Before-Score
        MOVE New-Score TO RL-After-Score
        MOVE Result-Text TO RL-Result
        MOVE Register-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Register-Totals.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "ADJUSTMENTS READ" TO TL-Caption
        MOVE Read-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "ADJUSTMENTS APPLIED" TO TL-Caption
        MOVE Applied-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "ADJUSTMENTS REJECTED" TO TL-Caption
        MOVE Rejected-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "TICKETS ALREADY APPLIED" TO TL-Caption
        MOVE Already-Applied-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE Net-Points TO NTL-Points
        MOVE Net-Total-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Close-Adjust-Files.
    IF Adjust-File-Status = "00" OR Adjust-File-Status = "10"
        CLOSE Adjust-File
    END-IF.
    IF Player-File-Open-Switch = Yes-FLAG
        CLOSE Player-File
    END-IF.
    IF Roster-Open-Switch = Yes-FLAG
        CLOSE Roster-File
    END-IF.
    IF Master-Open-Switch = Yes-FLAG
        CLOSE Standings-Master-File
    END-IF.
    IF History-Open-Switch = Yes-FLAG
        CLOSE Adjust-History-File
    END-IF.
    IF Journal-Open-Switch = Yes-FLAG
        CLOSE Journal-File
    END-IF.
    IF Report-File-Open-Switch = Yes-FLAG
        CLOSE Report-File
    END-IF.
