        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Runctl-File-Status.

    SELECT Standings-Master-File
        ASSIGN TO DYNAMIC Standings-Master-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Stmst-Player-Id
        FILE STATUS IS Standings-Master-File-Status.

    SELECT Hold-File ASSIGN TO DYNAMIC Hold-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Hold-Player-Id
        FILE STATUS IS Hold-File-Status.

DATA DIVISION.
FILE SECTION.
FD Player-File.
FD Runctl-File.
    COPY "runrec.cpy".

FD Standings-Master-File.
    COPY "standrec.cpy".

FD Hold-File.
    COPY "holdrec.cpy".

WORKING-STORAGE SECTION.
01 Player-File-Name         PIC X(40) VALUE "PLAYERS.DAT".
01 Extract-File-Name        PIC X(40) VALUE "RECOGEXT.DAT".
01 Runctl-File-Name         PIC X(40) VALUE "RUNCTL.DAT".
01 Standings-Master-File-Name PIC X(40) VALUE "STANDMST.DAT".
01 Hold-File-Name           PIC X(40) VALUE "HOLDS.DAT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Extract-File-Status      PIC XX.
01 Player-EOF-Switch        PIC X VALUE "N".
01 Runctl-File-Status       PIC XX.
01 Standings-Master-File-Status PIC XX.
01 Master-Open-Switch       PIC X VALUE "N".
01 Hold-File-Status         PIC XX.
01 Hold-Open-Switch         PIC X VALUE "N".
01 Player-Held-Switch       PIC X VALUE "N".
01 Runctl-EOF-Switch        PIC X VALUE "N".
01 Step-Already-Done-Switch PIC X VALUE "N".
01 Rerun-Override-Switch    PIC X VALUE "N".
01 Run-Date                 PIC 9(08).
01 Item-Idx                 PIC 9(02).
01 Items-Found-Count-WS     PIC 9(02).
01 Adjusted-Flag            PIC X.

01 Extract-Count            PIC 9(07) VALUE 0.
01 Held-Count               PIC 9(05) VALUE 0.
01 Turn-Hash-Total          PIC 9(09) VALUE 0.
01 Item-Hash-Total          PIC 9(07) VALUE 0.

        PERFORM Write-Trailer-Record
        PERFORM Close-Extract-Files
        DISPLAY "Extract records written: " Extract-Count
        DISPLAY "Players held for review: " Held-Count
        IF Run-Failed-Switch = No-FLAG
            PERFORM Stamp-Run-Control
        END-IF
        MOVE DD-Env-Value TO Runctl-File-Name
    END-IF.

    MOVE "DD_STANDMST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Standings-Master-File-Name
    END-IF.

    MOVE "DD_HOLDS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Hold-File-Name
    END-IF.

    MOVE "ISOPOD_RERUN" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN INPUT Standings-Master-File.
    IF Standings-Master-File-Status = "00"
        MOVE "Y" TO Master-Open-Switch
    ELSE
        DISPLAY "STANDMST.DAT could not be opened - status: "
            Standings-Master-File-Status " - adjustments not marked."
    END-IF.

    OPEN INPUT Hold-File.
    IF Hold-File-Status = "00"
        MOVE "Y" TO Hold-Open-Switch
    ELSE
        IF Hold-File-Status NOT = "35"
            DISPLAY "HOLDS.DAT could not be opened - status: "
                Hold-File-Status
            MOVE "Y" TO Player-EOF-Switch
            MOVE "Y" TO Run-Failed-Switch
        END-IF
    END-IF.

Write-Header-Record.
    IF Extract-File-Status = "00"
        MOVE SPACES TO Extract-Record
        AT END
            MOVE "Y" TO Player-EOF-Switch
        NOT AT END
            PERFORM Check-Recognition-Hold
            IF Player-Held-Switch = Yes-FLAG
                ADD 1 TO Held-Count
                DISPLAY "Player " Player-Id " held for review - "
                    Hold-Rule-Code " exception of " Hold-Date "."
            ELSE
                PERFORM Count-Items-Found
                PERFORM Lookup-Adjustment
                PERFORM Write-Detail-Record
            END-IF
    END-READ.

Check-Recognition-Hold.
    MOVE "N" TO Player-Held-Switch.
    IF Hold-Open-Switch = Yes-FLAG
        MOVE Player-Id TO Hold-Player-Id
        READ Hold-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Hold-Status = "H"
                    MOVE "Y" TO Player-Held-Switch
                END-IF
        END-READ
    END-IF.

Count-Items-Found.
    MOVE 0 TO Items-Found-Count-WS.
    PERFORM Count-One-Item VARYING Item-Idx FROM 1 BY 1
        ADD 1 TO Items-Found-Count-WS
    END-IF.

Lookup-Adjustment.
    MOVE "N" TO Adjusted-Flag.
    IF Master-Open-Switch = Yes-FLAG
        MOVE Player-Id TO Stmst-Player-Id
        READ Standings-Master-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Stmst-Adjust-Count > 0
                    MOVE "Y" TO Adjusted-Flag
                END-IF
        END-READ
    END-IF.

Write-Detail-Record.
    MOVE SPACES TO Extract-Record.
    STRING "D|" DELIMITED BY SIZE
           Player-Game-Won-Flag DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           Player-Win-Turn DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           Adjusted-Flag DELIMITED BY SIZE
           INTO Extract-Record.
    WRITE Extract-Record.
    ADD 1 TO Extract-Count.
    IF Extract-File-Status = "00"
        CLOSE Extract-File
    END-IF.
    IF Master-Open-Switch = Yes-FLAG
        CLOSE Standings-Master-File
    END-IF.
    IF Hold-Open-Switch = Yes-FLAG
        CLOSE Hold-File
    END-IF.
