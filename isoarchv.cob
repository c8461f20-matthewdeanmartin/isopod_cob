        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Runctl-File-Status.

    SELECT Recovery-Stamp-File
        ASSIGN TO DYNAMIC Recovery-Stamp-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Recovery-Stamp-File-Status.

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

FD Recovery-Stamp-File.
    COPY "rcvctl.cpy".

FD Hold-File.
    COPY "holdrec.cpy".

WORKING-STORAGE SECTION.
01 Player-File-Name         PIC X(40) VALUE "PLAYERS.DAT".
01 Archive-File-Name        PIC X(40) VALUE SPACES.
01 Report-File-Name         PIC X(40) VALUE "PLYARCHV.RPT".
01 Runctl-File-Name         PIC X(40) VALUE "RUNCTL.DAT".
01 Hold-File-Name           PIC X(40) VALUE "HOLDS.DAT".
01 Recovery-Stamp-File-Name PIC X(40) VALUE "RCVSTAMP.DAT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Archive-Player-Switch    PIC X VALUE "N".
01 Runctl-File-Status       PIC XX.
01 Runctl-EOF-Switch        PIC X VALUE "N".
01 Hold-File-Status         PIC XX.
01 Recovery-Stamp-File-Status PIC XX.
01 Hold-Open-Switch         PIC X VALUE "N".
01 Step-Already-Done-Switch PIC X VALUE "N".
01 Rerun-Override-Switch    PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Archived-Count           PIC 9(05) VALUE 0.
01 Retained-Count           PIC 9(05) VALUE 0.
01 Deleted-Count            PIC 9(05) VALUE 0.
01 Held-Count               PIC 9(05) VALUE 0.

01 Heading-Line-1.
   05 FILLER                PIC X(80) VALUE
   05 ADL-Player-Id         PIC X(10).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 ADL-Reason            PIC X(57).
01 Held-Detail-Line.
   05 FILLER                PIC X(11) VALUE "  RETAINED ".
   05 HDL-Player-Id         PIC X(10).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 FILLER                PIC X(26) VALUE "on recognition hold, rule ".
   05 HDL-Rule-Code         PIC X(04).
   05 FILLER                PIC X(27) VALUE SPACES.
01 Total-Line.
   05 TL-Caption            PIC X(20).
   05 TL-Count              PIC ZZZZ9.
        PERFORM Close-Archive-Files
        IF Run-Failed-Switch = No-FLAG
            PERFORM Stamp-Run-Control
            PERFORM Write-Recovery-Stamp
        END-IF
    END-IF.
    STOP RUN.
        MOVE DD-Env-Value TO Archive-File-Name
    END-IF.

    MOVE "DD_HOLDS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Hold-File-Name
    END-IF.

    MOVE "DD_ARCHRPT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

    MOVE "DD_RCVSTAMP" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Recovery-Stamp-File-Name
    END-IF.

    MOVE "DD_RUNCTL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
        MOVE "Y" TO Run-Failed-Switch
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

    IF Player-EOF-Switch = No-FLAG
        MOVE Heading-Line-1 TO Report-Line
        WRITE Report-Line
            END-IF
        END-IF
    END-IF.
    IF Archive-Player-Switch = Yes-FLAG AND Hold-Open-Switch = Yes-FLAG
        PERFORM Check-Recognition-Hold
    END-IF.

Check-Recognition-Hold.
    MOVE Player-Id TO Hold-Player-Id.
    READ Hold-File
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF Hold-Status = "H"
                MOVE "N" TO Archive-Player-Switch
                ADD 1 TO Held-Count
                MOVE Player-Id TO HDL-Player-Id
                MOVE Hold-Rule-Code TO HDL-Rule-Code
                MOVE Held-Detail-Line TO Report-Line
                WRITE Report-Line
            END-IF
    END-READ.

Write-Archive-Record.
    MOVE SPACES TO Archive-Record.
            Runctl-File-Status
    END-IF.

Write-Recovery-Stamp.
    OPEN OUTPUT Recovery-Stamp-File.
    IF Recovery-Stamp-File-Status = "00"
        MOVE FUNCTION CURRENT-DATE TO Current-Date-Time
        MOVE Current-Date-Time(1:14) TO Rcvctl-Snapshot-Stamp
        MOVE Run-Date TO Rcvctl-Archive-Date
        WRITE Recovery-Ctl-Record
        CLOSE Recovery-Stamp-File
    ELSE
        DISPLAY "RCVSTAMP.DAT could not be written - status: "
            Recovery-Stamp-File-Status
        DISPLAY "RCVBASE is not refreshed, so recovery keeps the"
            " previous base."
        MOVE 8 TO RETURN-CODE
    END-IF.

Write-Archive-Totals.
    IF Report-File-Status = "00"
        MOVE SPACES TO Report-Line
        MOVE Deleted-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "HELD, NOT ARCHIVED  " TO TL-Caption
        MOVE Held-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Close-Archive-Files.
    IF Report-File-Status = "00"
        CLOSE Report-File
    END-IF.
    IF Hold-Open-Switch = Yes-FLAG
        CLOSE Hold-File
    END-IF.
