        RECORD KEY IS Roster-Id
        FILE STATUS IS Roster-File-Status.

    SELECT Standings-Master-File
        ASSIGN TO DYNAMIC Standings-Master-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Stmst-Player-Id
        FILE STATUS IS Standings-Master-File-Status.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.
FD Roster-File.
    COPY "rostrec.cpy".

FD Standings-Master-File.
    COPY "standrec.cpy".

FD Report-File.
01 Report-Line              PIC X(132).

01 Sort-Work-File-Name      PIC X(40) VALUE "ISOSORT.WRK".
01 Roster-File-Name         PIC X(40) VALUE "ROSTER.DAT".
01 Report-File-Name         PIC X(40) VALUE "LEADERBRD.RPT".
01 Standings-Master-File-Name PIC X(40) VALUE "STANDMST.DAT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Player-File-Status       PIC XX.
01 Roster-File-Status       PIC XX.
01 Report-File-Status       PIC XX.
01 Standings-Master-File-Status PIC XX.
01 Player-EOF-Switch        PIC X VALUE "N".
01 Sort-EOF-Switch          PIC X VALUE "N".
01 Player-File-Open-Switch  PIC X VALUE "N".
01 Roster-File-Open-Switch  PIC X VALUE "N".
01 Report-File-Open-Switch  PIC X VALUE "N".
01 Master-Open-Switch       PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".

01 Rank-Count-WS             PIC 9(03) VALUE 0.
      "RANK  PLAYER       ITEMS  TURNS  WON  WIN TURN".
   05 FILLER                PIC X(03) VALUE SPACES.
   05 FILLER                PIC X(32) VALUE "NAME".
   05 FILLER                PIC X(22) VALUE "DEPARTMENT".
   05 FILLER                PIC X(29) VALUE "ADJ".
01 Detail-Line.
   05 DL-Rank                PIC ZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 DL-Roster-Name          PIC X(30).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 DL-Roster-Dept          PIC X(20).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 DL-Adjusted             PIC X(03).
   05 FILLER                PIC X(21) VALUE SPACES.

PROCEDURE DIVISION.
Resolve-File-Names.
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

    MOVE "DD_STANDMST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Standings-Master-File-Name
    END-IF.

Main-Loop.
    PERFORM Resolve-File-Names.
    OPEN INPUT Player-File.
            Roster-File-Status " - names omitted."
    END-IF.

    OPEN INPUT Standings-Master-File.
    IF Standings-Master-File-Status = "00"
        MOVE "Y" TO Master-Open-Switch
    ELSE
        DISPLAY "STANDMST.DAT could not be opened - status: "
            Standings-Master-File-Status " - adjustments not marked."
    END-IF.

    SORT Sort-Work-File
        ON ASCENDING KEY Sort-Won-Rank
           ASCENDING KEY Sort-Win-Turn
    IF Roster-File-Open-Switch = Yes-FLAG
        CLOSE Roster-File
    END-IF.
    IF Master-Open-Switch = Yes-FLAG
        CLOSE Standings-Master-File
    END-IF.
    STOP RUN.

Extract-Players.
                MOVE ZERO TO DL-Win-Turn
            END-IF
            PERFORM Lookup-Roster-Entry
            PERFORM Lookup-Adjustment
            IF Report-File-Open-Switch = Yes-FLAG
                MOVE Detail-Line TO Report-Line
                WRITE Report-Line
                MOVE Roster-Dept TO DL-Roster-Dept
        END-READ
    END-IF.

Lookup-Adjustment.
    MOVE SPACES TO DL-Adjusted.
    IF Master-Open-Switch = Yes-FLAG
        MOVE Sort-Player-Id TO Stmst-Player-Id
        READ Standings-Master-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Stmst-Adjust-Count > 0
                    MOVE "ADJ" TO DL-Adjusted
                END-IF
        END-READ
    END-IF.
