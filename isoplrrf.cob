IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodPlayerRecover.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Base-Archive-File ASSIGN TO DYNAMIC Base-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Base-File-Status.

    SELECT Base-Master-File ASSIGN TO DYNAMIC Base-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS Base-Master-Id
        FILE STATUS IS Base-File-Status.

    SELECT New-Player-File ASSIGN TO DYNAMIC New-Player-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Player-Id
        FILE STATUS IS New-Player-File-Status.

    SELECT Journal-File ASSIGN TO DYNAMIC Journal-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

    SELECT Recovery-Ctl-File ASSIGN TO DYNAMIC Recovery-Ctl-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Recovery-Ctl-File-Status.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.

DATA DIVISION.
FILE SECTION.
FD Base-Archive-File.
01 Base-Archive-Record      PIC X(635).

FD Base-Master-File.
01 Base-Master-Record.
   05 Base-Master-Id        PIC X(10).
   05 FILLER                PIC X(625).

FD New-Player-File.
    COPY "playrec.cpy".

FD Journal-File.
    COPY "jrnlrec.cpy".

FD Recovery-Ctl-File.
    COPY "rcvctl.cpy".

FD Report-File.
01 Report-Line              PIC X(80).

WORKING-STORAGE SECTION.
01 Base-File-Name           PIC X(40) VALUE SPACES.
01 New-Player-File-Name     PIC X(40) VALUE "PLAYERS.NEW".
01 Journal-File-Name        PIC X(40) VALUE SPACES.
01 Journal-Name-Prefix      PIC X(30) VALUE "PLYJRNL".
01 Report-File-Name         PIC X(40) VALUE "PLYRECOV.RPT".
01 Recovery-Ctl-File-Name   PIC X(40) VALUE "RCVCTL.DAT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Base-File-Status         PIC XX.
01 New-Player-File-Status   PIC XX.
01 Journal-File-Status      PIC XX.
01 Report-File-Status       PIC XX.
01 Recovery-Ctl-File-Status PIC XX.
01 Base-EOF-Switch          PIC X VALUE "N".
01 Journal-EOF-Switch       PIC X VALUE "N".
01 Base-Open-Switch         PIC X VALUE "N".
01 New-Player-Open-Switch   PIC X VALUE "N".
01 Base-Is-Master-Switch    PIC X VALUE "N".
01 Player-On-File-Switch    PIC X VALUE "N".
01 Snapshot-Known-Switch    PIC X VALUE "N".
01 Parm-Error-Switch        PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 From-Date                PIC 9(08).
01 Recover-To-Stamp         PIC 9(14).
01 To-Date                  PIC 9(08).
01 From-Day-Number          PIC 9(07).
01 To-Day-Number            PIC 9(07).
01 Day-Number               PIC 9(07).
01 Generation-Date          PIC 9(08).
01 Journal-Stamp            PIC X(14).
01 Base-Last-Activity       PIC 9(14).
01 Snapshot-Stamp           PIC 9(14) VALUE 0.
01 Reject-Reason            PIC X(30).

01 Base-Loaded-Count        PIC 9(05) VALUE 0.
01 Journal-Read-Count       PIC 9(07) VALUE 0.
01 Applied-Count            PIC 9(07) VALUE 0.
01 Already-In-Base-Count    PIC 9(07) VALUE 0.
01 Before-Snapshot-Count    PIC 9(07) VALUE 0.
01 After-Point-Count        PIC 9(07) VALUE 0.
01 Not-Applied-Count        PIC 9(07) VALUE 0.
01 Missing-Journal-Count    PIC 9(03) VALUE 0.

01 Heading-Line-1.
   05 FILLER                PIC X(80) VALUE
      "ISOPOD ADVENTURE - PLAYER MASTER FORWARD RECOVERY".
01 Heading-Line-2.
   05 FILLER                PIC X(09) VALUE "RUN DATE ".
   05 HL-Run-Date           PIC 9(08).
   05 FILLER                PIC X(17) VALUE "   JOURNALS FROM ".
   05 HL-From-Date          PIC 9(08).
   05 FILLER                PIC X(15) VALUE "   RECOVER TO ".
   05 HL-Recover-To         PIC 9(14).
   05 FILLER                PIC X(09) VALUE SPACES.
01 Source-Line.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 SL-Caption            PIC X(09).
   05 SL-File-Name          PIC X(40).
   05 SL-Note               PIC X(29).
01 Reject-Detail-Line.
   05 FILLER                PIC X(15) VALUE "  NOT APPLIED  ".
   05 RDL-Player-Id         PIC X(10).
   05 FILLER                PIC X(01) VALUE SPACES.
   05 RDL-Timestamp         PIC X(14).
   05 FILLER                PIC X(01) VALUE SPACES.
   05 RDL-Command           PIC X(08).
   05 FILLER                PIC X(01) VALUE SPACES.
   05 RDL-Reason            PIC X(30).
01 Archive-Base-Line-1.
   05 FILLER                PIC X(80) VALUE
      "  *** PLYARCH HOLDS PURGED RECORDS ONLY - PLAYERS WITH NO JOURNAL".
01 Archive-Base-Line-2.
   05 FILLER                PIC X(80) VALUE
      "  *** ENTRY IN THE WINDOW ARE NOT RECOVERED".
01 Total-Line.
   05 TL-Caption            PIC X(24).
   05 TL-Count              PIC ZZZZZZ9.
   05 FILLER                PIC X(49) VALUE SPACES.

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    PERFORM Validate-Parms.
    IF Parm-Error-Switch = Yes-FLAG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Open-Recovery-Files.
    IF Run-Failed-Switch = No-FLAG
        PERFORM Load-One-Base-Record UNTIL Base-EOF-Switch = Yes-FLAG
        PERFORM Roll-One-Journal
            VARYING Day-Number FROM From-Day-Number BY 1
            UNTIL Day-Number > To-Day-Number
    END-IF.
    PERFORM Write-Recovery-Totals.
    PERFORM Close-Recovery-Files.
    DISPLAY "Base records loaded: " Base-Loaded-Count.
    DISPLAY "Journal records applied: " Applied-Count.
    DISPLAY "Journal records not applied: " Not-Applied-Count.
    IF Run-Failed-Switch = Yes-FLAG OR Not-Applied-Count > 0
        DISPLAY "Recovery incomplete - check PLYRECOV.RPT before"
            " swapping the masters."
        MOVE 8 TO RETURN-CODE
    ELSE
        IF Base-Is-Master-Switch = No-FLAG
            DISPLAY "Recovery from PLYARCH is partial - players with no"
                " journal entry in the window are not recovered."
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_PLYBASE" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Base-File-Name
    END-IF.

    MOVE "DD_PLAYRNEW" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO New-Player-File-Name
    END-IF.

    MOVE "DD_RECOVRPT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

    MOVE "DD_PLYJRNL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Journal-Name-Prefix
    END-IF.

    MOVE "DD_RCVCTL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Recovery-Ctl-File-Name
    END-IF.

    MOVE "RECOVER_BASE" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value = "MASTER"
        MOVE "Y" TO Base-Is-Master-Switch
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Run-Date.
    MOVE Run-Date TO From-Date.
    COMPUTE Recover-To-Stamp = Run-Date * 1000000 + 235959.

    MOVE "RECOVER_FROM" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        IF DD-Env-Value(1:8) NUMERIC
            MOVE DD-Env-Value(1:8) TO From-Date
        ELSE
            MOVE "Y" TO Parm-Error-Switch
        END-IF
    END-IF.

    MOVE "RECOVER_TO" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        IF DD-Env-Value(1:14) NUMERIC
            MOVE DD-Env-Value(1:14) TO Recover-To-Stamp
        ELSE
            MOVE "Y" TO Parm-Error-Switch
        END-IF
    END-IF.

Validate-Parms.
    IF Parm-Error-Switch = No-FLAG
        MOVE Recover-To-Stamp(1:8) TO To-Date
        IF From-Date > To-Date
            DISPLAY "RECOVER_FROM " From-Date " is after RECOVER_TO "
                Recover-To-Stamp "."
            MOVE "Y" TO Parm-Error-Switch
        ELSE
            COMPUTE From-Day-Number =
                FUNCTION INTEGER-OF-DATE(From-Date)
            COMPUTE To-Day-Number =
                FUNCTION INTEGER-OF-DATE(To-Date)
        END-IF
    ELSE
        DISPLAY "RECOVER_FROM must be yyyymmdd and RECOVER_TO"
            " yyyymmddhhmmss."
    END-IF.
    IF Base-File-Name = SPACES
        DISPLAY "DD_PLYBASE must name the master copy or PLYARCH"
            " generation to recover from."
        MOVE "Y" TO Parm-Error-Switch
    END-IF.

Open-Recovery-Files.
    OPEN OUTPUT Report-File.
    IF Report-File-Status NOT = "00"
        DISPLAY "PLYRECOV.RPT could not be opened - status: "
            Report-File-Status
    ELSE
        MOVE Heading-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Run-Date TO HL-Run-Date
        MOVE From-Date TO HL-From-Date
        MOVE Recover-To-Stamp TO HL-Recover-To
        MOVE Heading-Line-2 TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
    END-IF.

    IF Base-Is-Master-Switch = Yes-FLAG
        OPEN INPUT Base-Master-File
    ELSE
        OPEN INPUT Base-Archive-File
    END-IF.
    MOVE "BASE:" TO SL-Caption.
    MOVE Base-File-Name TO SL-File-Name.
    IF Base-File-Status = "00"
        MOVE "Y" TO Base-Open-Switch
        IF Base-Is-Master-Switch = Yes-FLAG
            MOVE "(MASTER COPY)" TO SL-Note
        ELSE
            MOVE "(PLYARCH - PURGED ONLY)" TO SL-Note
        END-IF
    ELSE
        DISPLAY "Base file " FUNCTION TRIM(Base-File-Name)
            " could not be opened - status: " Base-File-Status
        MOVE "- COULD NOT BE OPENED" TO SL-Note
        MOVE "Y" TO Base-EOF-Switch
        MOVE "Y" TO Run-Failed-Switch
    END-IF.
    PERFORM Write-Source-Line.
    IF Base-Is-Master-Switch = Yes-FLAG
        PERFORM Load-Snapshot-Stamp
    END-IF.
    IF Base-Is-Master-Switch = No-FLAG AND Report-File-Status = "00"
        MOVE Archive-Base-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Archive-Base-Line-2 TO Report-Line
        WRITE Report-Line
    END-IF.

    OPEN OUTPUT New-Player-File.
    IF New-Player-File-Status NOT = "00"
        DISPLAY "New player master could not be opened - status: "
            New-Player-File-Status
        MOVE "Y" TO Base-EOF-Switch
        MOVE "Y" TO Run-Failed-Switch
    ELSE
        CLOSE New-Player-File
        OPEN I-O New-Player-File
        MOVE "Y" TO New-Player-Open-Switch
    END-IF.

Load-Snapshot-Stamp.
    MOVE "SNAPSHOT:" TO SL-Caption.
    MOVE Recovery-Ctl-File-Name TO SL-File-Name.
    OPEN INPUT Recovery-Ctl-File.
    IF Recovery-Ctl-File-Status = "00"
        READ Recovery-Ctl-File
            AT END
                MOVE "- EMPTY, NO CUT-OFF" TO SL-Note
            NOT AT END
                IF Rcvctl-Snapshot-Stamp NUMERIC
                    MOVE Rcvctl-Snapshot-Stamp TO Snapshot-Stamp
                    MOVE "Y" TO Snapshot-Known-Switch
                    MOVE SPACES TO SL-Note
                    STRING "TAKEN " DELIMITED BY SIZE
                           Snapshot-Stamp DELIMITED BY SIZE
                           INTO SL-Note
                ELSE
                    MOVE "- DAMAGED, NO CUT-OFF" TO SL-Note
                END-IF
        END-READ
        CLOSE Recovery-Ctl-File
    ELSE
        IF Recovery-Ctl-File-Status = "35"
            MOVE "- NOT PRESENT, NO CUT-OFF" TO SL-Note
        ELSE
            DISPLAY "RCVCTL.DAT could not be opened - status: "
                Recovery-Ctl-File-Status
            MOVE "- COULD NOT BE OPENED" TO SL-Note
            MOVE "Y" TO Base-EOF-Switch
            MOVE "Y" TO Run-Failed-Switch
        END-IF
    END-IF.
    PERFORM Write-Source-Line.
    IF Snapshot-Known-Switch = Yes-FLAG
            AND From-Date > Snapshot-Stamp(1:8)
        DISPLAY "RECOVER_FROM " From-Date " is after the base snapshot "
            Snapshot-Stamp " - journals in between would be lost."
        MOVE "  *** RECOVER_FROM IS AFTER THE BASE SNAPSHOT - NOT RUN"
            TO Report-Line
        IF Report-File-Status = "00"
            WRITE Report-Line
        END-IF
        MOVE "Y" TO Base-EOF-Switch
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

Write-Source-Line.
    IF Report-File-Status = "00"
        MOVE Source-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Load-One-Base-Record.
    IF Base-Is-Master-Switch = Yes-FLAG
        READ Base-Master-File NEXT
            AT END
                MOVE "Y" TO Base-EOF-Switch
            NOT AT END
                MOVE Base-Master-Record TO Player-Record
                PERFORM Write-Base-Record
        END-READ
    ELSE
        READ Base-Archive-File
            AT END
                MOVE "Y" TO Base-EOF-Switch
            NOT AT END
                MOVE Base-Archive-Record TO Player-Record
                PERFORM Write-Base-Record
        END-READ
    END-IF.

Write-Base-Record.
    MOVE "N" TO Player-In-Use-Flag.
    WRITE Player-Record.
    IF New-Player-File-Status = "00"
        ADD 1 TO Base-Loaded-Count
    ELSE
        DISPLAY "Base load failed for player " Player-Id
            " - status: " New-Player-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

Roll-One-Journal.
    COMPUTE Generation-Date = FUNCTION DATE-OF-INTEGER(Day-Number).
    MOVE SPACES TO Journal-File-Name.
    STRING Journal-Name-Prefix DELIMITED BY SPACE
           "." DELIMITED BY SIZE
           Generation-Date DELIMITED BY SIZE
           INTO Journal-File-Name.
    MOVE "JOURNAL:" TO SL-Caption.
    MOVE Journal-File-Name TO SL-File-Name.
    MOVE "N" TO Journal-EOF-Switch.
    OPEN INPUT Journal-File.
    IF Journal-File-Status = "00"
        MOVE SPACES TO SL-Note
        PERFORM Write-Source-Line
        PERFORM Roll-One-Journal-Record
            UNTIL Journal-EOF-Switch = Yes-FLAG
        CLOSE Journal-File
    ELSE
        ADD 1 TO Missing-Journal-Count
        MOVE "- NOT FOUND" TO SL-Note
        PERFORM Write-Source-Line
    END-IF.

Roll-One-Journal-Record.
    READ Journal-File
        AT END
            MOVE "Y" TO Journal-EOF-Switch
        NOT AT END
            ADD 1 TO Journal-Read-Count
            MOVE Jrnl-Timestamp(1:14) TO Journal-Stamp
            IF Journal-Stamp > Recover-To-Stamp
                ADD 1 TO After-Point-Count
            ELSE
                IF Snapshot-Known-Switch = Yes-FLAG
                        AND Journal-Stamp < Snapshot-Stamp
                    ADD 1 TO Before-Snapshot-Count
                ELSE
                    PERFORM Apply-Journal-Record
                END-IF
            END-IF
    END-READ.

Apply-Journal-Record.
    MOVE SPACES TO Reject-Reason.
    IF Jrnl-After-Image(1:10) NOT = Jrnl-Player-Id
        MOVE "after image key mismatch" TO Reject-Reason
    ELSE
        MOVE Jrnl-Player-Id TO Player-Id
        MOVE "N" TO Player-On-File-Switch
        MOVE 0 TO Base-Last-Activity
        READ New-Player-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO Player-On-File-Switch
                MOVE Player-Last-Activity TO Base-Last-Activity
        END-READ
        MOVE Jrnl-After-Image TO Player-Record
        IF Player-Turn-Count NOT NUMERIC
                OR Player-Score NOT NUMERIC
                OR Player-Last-Activity NOT NUMERIC
            MOVE "after image damaged" TO Reject-Reason
        ELSE
            IF Player-On-File-Switch = Yes-FLAG
                    AND Player-Last-Activity < Base-Last-Activity
                ADD 1 TO Already-In-Base-Count
            ELSE
                PERFORM Store-After-Image
            END-IF
        END-IF
    END-IF.
    IF Reject-Reason NOT = SPACES
        PERFORM Report-Not-Applied
    END-IF.

Store-After-Image.
    MOVE "N" TO Player-In-Use-Flag.
    IF Player-On-File-Switch = Yes-FLAG
        REWRITE Player-Record
    ELSE
        WRITE Player-Record
    END-IF.
    IF New-Player-File-Status = "00"
        ADD 1 TO Applied-Count
    ELSE
        MOVE SPACES TO Reject-Reason
        STRING "write failed - status " DELIMITED BY SIZE
               New-Player-File-Status DELIMITED BY SIZE
               INTO Reject-Reason
    END-IF.

Report-Not-Applied.
    ADD 1 TO Not-Applied-Count.
    IF Report-File-Status = "00"
        MOVE Jrnl-Player-Id TO RDL-Player-Id
        MOVE Jrnl-Timestamp(1:14) TO RDL-Timestamp
        MOVE Jrnl-Command TO RDL-Command
        MOVE Reject-Reason TO RDL-Reason
        MOVE Reject-Detail-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Recovery-Totals.
    IF Report-File-Status = "00"
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "BASE RECORDS LOADED     " TO TL-Caption
        MOVE Base-Loaded-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "JOURNALS NOT FOUND      " TO TL-Caption
        MOVE Missing-Journal-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "JOURNAL RECORDS READ    " TO TL-Caption
        MOVE Journal-Read-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "RECORDS APPLIED         " TO TL-Caption
        MOVE Applied-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "ALREADY IN BASE         " TO TL-Caption
        MOVE Already-In-Base-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "BEFORE BASE SNAPSHOT    " TO TL-Caption
        MOVE Before-Snapshot-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "AFTER RECOVERY POINT    " TO TL-Caption
        MOVE After-Point-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "RECORDS NOT APPLIED     " TO TL-Caption
        MOVE Not-Applied-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Close-Recovery-Files.
    IF Base-Open-Switch = Yes-FLAG
        IF Base-Is-Master-Switch = Yes-FLAG
            CLOSE Base-Master-File
        ELSE
            CLOSE Base-Archive-File
        END-IF
    END-IF.
    IF New-Player-Open-Switch = Yes-FLAG
        CLOSE New-Player-File
    END-IF.
    IF Report-File-Status = "00"
        CLOSE Report-File
    END-IF.
