IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodQuiesceCheck.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Player-File ASSIGN TO DYNAMIC Player-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS Player-Id
        FILE STATUS IS Player-File-Status.

DATA DIVISION.
FILE SECTION.
FD Player-File.
    COPY "playrec.cpy".

WORKING-STORAGE SECTION.
01 Player-File-Name         PIC X(40) VALUE "PLAYERS.DAT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Player-File-Status       PIC XX.
01 Player-EOF-Switch        PIC X VALUE "N".
01 Player-File-Open-Switch  PIC X VALUE "N".
01 Check-Failed-Switch      PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Player-Read-Count        PIC 9(07) VALUE 0.
01 In-Use-Count             PIC 9(05) VALUE 0.

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    DISPLAY "ISOPOD ADVENTURE - BATCH WINDOW QUIESCE CHECK".
    DISPLAY "Run at " Current-Date-Time(1:8) " "
        Current-Date-Time(9:2) ":" Current-Date-Time(11:2).
    PERFORM Open-Player-File.
    PERFORM Check-One-Player UNTIL Player-EOF-Switch = Yes-FLAG.
    IF Player-File-Open-Switch = Yes-FLAG
        CLOSE Player-File
    END-IF.
    DISPLAY "Player records read: " Player-Read-Count.
    DISPLAY "Player records still in use: " In-Use-Count.
    IF In-Use-Count > 0
        DISPLAY "Nightly processing must not start while players are"
            " signed on."
        DISPLAY "Have each player listed sign off. For an abended"
            " session, sign on as that player with"
        DISPLAY "ISOPOD_TAKEOVER=Y - outside game hours the game"
            " saves and releases the session at once -"
        DISPLAY "then resubmit."
        MOVE "Y" TO Check-Failed-Switch
    END-IF.
    IF Check-Failed-Switch = Yes-FLAG
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "No sessions in use - nightly processing may proceed."
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_PLAYERS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Player-File-Name
    END-IF.

Open-Player-File.
    OPEN INPUT Player-File.
    IF Player-File-Status = "00"
        MOVE "Y" TO Player-File-Open-Switch
    ELSE
        MOVE "Y" TO Player-EOF-Switch
        IF Player-File-Status = "35"
            DISPLAY "PLAYERS.DAT not present - no sessions to check."
        ELSE
            DISPLAY "PLAYERS.DAT could not be opened - status: "
                Player-File-Status
            MOVE "Y" TO Check-Failed-Switch
        END-IF
    END-IF.

Check-One-Player.
    READ Player-File NEXT
        AT END
            MOVE "Y" TO Player-EOF-Switch
        NOT AT END
            ADD 1 TO Player-Read-Count
            IF Player-In-Use-Flag = Yes-FLAG
                ADD 1 TO In-Use-Count
                DISPLAY "  IN USE: " Player-Id
                    " at " Player-Location
                    " turns " Player-Turn-Count
                    " last activity " Player-Last-Activity
            END-IF
    END-READ.
    IF Player-File-Status NOT = "00" AND Player-File-Status NOT = "10"
        DISPLAY "PLAYERS.DAT read failed - status: "
            Player-File-Status
        MOVE "Y" TO Check-Failed-Switch
        MOVE "Y" TO Player-EOF-Switch
    END-IF.
