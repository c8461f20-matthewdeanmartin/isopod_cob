IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodPlayerErase.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Player-File ASSIGN TO DYNAMIC Player-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Player-Id
        FILE STATUS IS Player-File-Status.

    SELECT Recovery-Base-File ASSIGN TO DYNAMIC Recovery-Base-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Rcvbase-Player-Id
        FILE STATUS IS Recovery-Base-File-Status.

    SELECT Earned-File ASSIGN TO DYNAMIC Earned-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Earn-Key
        FILE STATUS IS Earned-File-Status.

    SELECT Standings-Master-File
        ASSIGN TO DYNAMIC Standings-Master-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Stmst-Player-Id
        FILE STATUS IS Standings-Master-File-Status.

    SELECT Roster-File ASSIGN TO DYNAMIC Roster-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Roster-Id
        FILE STATUS IS Roster-File-Status.

    SELECT Hold-File ASSIGN TO DYNAMIC Hold-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Hold-Player-Id
        FILE STATUS IS Hold-File-Status.

    SELECT Quest-Progress-File
        ASSIGN TO DYNAMIC Quest-Progress-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Qprg-Key
        FILE STATUS IS Quest-Progress-File-Status.

    SELECT Adjust-History-File
        ASSIGN TO DYNAMIC Adjust-History-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Adjh-Key
        FILE STATUS IS Adjust-History-File-Status.

    SELECT Season-File ASSIGN TO DYNAMIC Seq-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Seq-File-Status.

    SELECT Season-History-File ASSIGN TO DYNAMIC Seq-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Seq-File-Status.

    SELECT Award-History-File ASSIGN TO DYNAMIC Seq-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Seq-File-Status.

    SELECT Archive-File ASSIGN TO DYNAMIC Seq-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Seq-File-Status.

    SELECT Journal-File ASSIGN TO DYNAMIC Seq-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Seq-File-Status.

    SELECT Audit-File ASSIGN TO DYNAMIC Seq-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Seq-File-Status.

    SELECT Schedule-Log-File ASSIGN TO DYNAMIC Seq-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Seq-File-Status.

    SELECT Erase-Ctl-File ASSIGN TO DYNAMIC Erase-Ctl-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Erase-Ctl-File-Status.

    SELECT Erase-Work-File ASSIGN TO DYNAMIC Erase-Work-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Erase-Work-File-Status.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.

DATA DIVISION.
FILE SECTION.
FD Player-File.
    COPY "playrec.cpy".

FD Recovery-Base-File.
01 Recovery-Base-Record.
   05 Rcvbase-Player-Id     PIC X(10).
   05 FILLER                PIC X(625).

FD Earned-File.
    COPY "earnrec.cpy".

FD Standings-Master-File.
    COPY "standrec.cpy".

FD Roster-File.
    COPY "rostrec.cpy".

FD Hold-File.
    COPY "holdrec.cpy".

FD Quest-Progress-File.
    COPY "qprgrec.cpy".

FD Adjust-History-File.
    COPY "adjhrec.cpy".

FD Season-File.
    COPY "seasrec.cpy".

FD Season-History-File.
01 Season-History-Record.
   05 SH-Season-Id          PIC X(06).
   05 SH-Player-Id          PIC X(10).
   05 FILLER                PIC X(20).

FD Award-History-File.
01 Award-History-Record.
   05 AH-Player-Id          PIC X(10).
   05 FILLER                PIC X(26).

FD Archive-File.
01 Archive-Record           PIC X(635).

FD Journal-File.
    COPY "jrnlrec.cpy".

FD Audit-File.
    COPY "auditrec.cpy".

FD Schedule-Log-File.
    COPY "schdlog.cpy".

FD Erase-Ctl-File.
    COPY "erasctl.cpy".

FD Erase-Work-File.
01 Erase-Work-Record        PIC X(1321).

FD Report-File.
01 Report-Line              PIC X(80).

WORKING-STORAGE SECTION.
01 Player-File-Name         PIC X(40) VALUE "PLAYERS.DAT".
01 Recovery-Base-File-Name  PIC X(40) VALUE "PLAYERS.RCVBASE".
01 Journal-Name-Prefix      PIC X(30) VALUE "PLYJRNL".
01 Earned-File-Name         PIC X(40) VALUE "BADGEARN.DAT".
01 Standings-Master-File-Name PIC X(40) VALUE "STANDMST.DAT".
01 Roster-File-Name         PIC X(40) VALUE "ROSTER.DAT".
01 Hold-File-Name           PIC X(40) VALUE "HOLDS.DAT".
01 Quest-Progress-File-Name PIC X(40) VALUE "QUESTPRG.DAT".
01 Adjust-History-File-Name PIC X(40) VALUE "ADJHIST.DAT".
01 Season-File-Name         PIC X(40) VALUE "SEASON.DAT".
01 Season-History-File-Name PIC X(40) VALUE "SEASHIST.DAT".
01 Award-History-File-Name  PIC X(40) VALUE "AWARDHST.DAT".
01 Audit-File-Name          PIC X(40) VALUE "AUDIT.LOG".
01 Schedule-Log-File-Name   PIC X(40) VALUE "ITEMSCHD.LOG".
01 Erase-Ctl-File-Name      PIC X(40) VALUE "ERASECTL.DAT".
01 Erase-Work-File-Name     PIC X(40) VALUE "ISOERASE.WRK".
01 Report-File-Name         PIC X(40) VALUE "ERASECRT.RPT".
01 Seq-File-Name            PIC X(40) VALUE SPACES.
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Player-File-Status       PIC XX.
01 Recovery-Base-File-Status PIC XX.
01 Earned-File-Status       PIC XX.
01 Standings-Master-File-Status PIC XX.
01 Roster-File-Status       PIC XX.
01 Hold-File-Status         PIC XX.
01 Quest-Progress-File-Status PIC XX.
01 Adjust-History-File-Status PIC XX.
01 Erase-Ctl-File-Status    PIC XX.
01 Seq-File-Status          PIC XX.
01 Erase-Work-File-Status   PIC XX.
01 Report-File-Status       PIC XX.
01 Earned-EOF-Switch        PIC X VALUE "N".
01 Hold-EOF-Switch          PIC X VALUE "N".
01 Quest-EOF-Switch         PIC X VALUE "N".
01 Adjhist-EOF-Switch       PIC X VALUE "N".
01 Token-In-Use-Switch      PIC X VALUE "N".
01 Seq-EOF-Switch           PIC X VALUE "N".
01 Work-EOF-Switch          PIC X VALUE "N".
01 Seq-Open-Switch          PIC X VALUE "N".
01 Generation-Switch        PIC X VALUE "N".
01 Parm-Error-Switch        PIC X VALUE "N".
01 Erase-Refused-Switch     PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 Today-Day-Number         PIC 9(07).
01 Day-Number               PIC 9(07).
01 Oldest-Day-Number        PIC 9(07).
01 Generation-Date          PIC 9(08).
01 Erase-Days               PIC 9(03) VALUE 400.
01 Erase-Player-Id          PIC X(10).
01 Requested-By-Id          PIC X(10).
01 Anon-Token               PIC X(10).
01 Anon-Sequence            PIC 9(06) VALUE 0.
01 Token-Tries              PIC 9(03) VALUE 0.

01 Seq-File-Kind            PIC X(04).
01 Seq-Id-Offset            PIC 9(04).
01 Seq-Erase-Mode           PIC X.
   88 Seq-Remove-Mode       VALUE "R".
   88 Seq-Mask-Mode         VALUE "M".
01 Seq-Display-Name         PIC X(40).
01 Family-Display-Name      PIC X(40).

01 File-Found-Count         PIC 9(07) VALUE 0.
01 File-Removed-Count       PIC 9(07) VALUE 0.
01 File-Masked-Count        PIC 9(07) VALUE 0.
01 File-Written-Count       PIC 9(07) VALUE 0.
01 File-Note                PIC X(13).
01 Family-Gen-Count         PIC 9(05) VALUE 0.
01 Family-Gen-Display       PIC ZZZZ9.
01 Family-Found-Count       PIC 9(07) VALUE 0.
01 Family-Removed-Count     PIC 9(07) VALUE 0.
01 Family-Masked-Count      PIC 9(07) VALUE 0.
01 Files-Examined-Count     PIC 9(05) VALUE 0.
01 Files-Holding-Count      PIC 9(05) VALUE 0.
01 Total-Found-Count        PIC 9(07) VALUE 0.
01 Total-Removed-Count      PIC 9(07) VALUE 0.
01 Total-Masked-Count       PIC 9(07) VALUE 0.
01 Failed-File-Count        PIC 9(05) VALUE 0.

01 Heading-Line-1.
   05 FILLER                PIC X(80) VALUE
      "ISOPOD ADVENTURE - PLAYER DATA ERASURE CERTIFICATE".
01 Heading-Line-2.
   05 FILLER                PIC X(09) VALUE "RUN DATE ".
   05 HL-Run-Date           PIC 9(08).
   05 FILLER                PIC X(14) VALUE "   PLAYER ID  ".
   05 HL-Player-Id          PIC X(10).
   05 FILLER                PIC X(17) VALUE "   REQUESTED BY  ".
   05 HL-Requested-By       PIC X(10).
   05 FILLER                PIC X(12) VALUE SPACES.
01 Heading-Line-3.
   05 FILLER                PIC X(17) VALUE "AUDIT ID TOKEN   ".
   05 HL-Anon-Token         PIC X(10).
   05 FILLER                PIC X(31) VALUE
      "   GENERATIONS SCANNED BACK TO ".
   05 HL-Oldest-Date        PIC 9(08).
   05 FILLER                PIC X(14) VALUE SPACES.
01 Heading-Line-4.
   05 FILLER                PIC X(80) VALUE
      "FILE                                      FOUND  REMOVED   MASKED  NOTE".
01 Cert-Detail-Line.
   05 CDL-File-Name         PIC X(40).
   05 CDL-Found             PIC ZZZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Removed           PIC ZZZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Masked            PIC ZZZZZZ9.
   05 FILLER                PIC X(02) VALUE SPACES.
   05 CDL-Note              PIC X(13).
01 Total-Line.
   05 TL-Caption            PIC X(24).
   05 TL-Count              PIC ZZZZZZ9.
   05 FILLER                PIC X(49) VALUE SPACES.
01 Result-Line              PIC X(80).

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    PERFORM Validate-Parms.
    IF Parm-Error-Switch = No-FLAG
        PERFORM Assign-Anon-Token
    END-IF.
    IF Parm-Error-Switch = Yes-FLAG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Open-Certificate.
    PERFORM Erase-Player-Master.
    IF Erase-Refused-Switch = No-FLAG
        PERFORM Erase-Recovery-Base
        PERFORM Erase-Earned-Badges
        PERFORM Erase-Standings-Entry
        PERFORM Erase-Roster-Entry
        PERFORM Erase-Holds
        PERFORM Erase-Quest-Progress
        PERFORM Erase-Adjust-History
        PERFORM Erase-Season-File
        PERFORM Erase-Season-History
        PERFORM Erase-Award-History
        PERFORM Erase-Archive-Generations
        PERFORM Erase-Journal-Generations
        PERFORM Mask-Audit-Generations
        PERFORM Mask-Schedule-Log
    END-IF.
    PERFORM Write-Certificate-Totals.
    IF Report-File-Status = "00"
        CLOSE Report-File
    END-IF.
    DISPLAY "Records found for " Erase-Player-Id ": "
        Total-Found-Count.
    DISPLAY "Records removed: " Total-Removed-Count
        "  masked: " Total-Masked-Count.
    IF Erase-Refused-Switch = Yes-FLAG OR Run-Failed-Switch = Yes-FLAG
        DISPLAY "Erasure incomplete - check ERASECRT.RPT and rerun."
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_PLAYERS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Player-File-Name
    END-IF.

    MOVE "DD_RCVBASE" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Recovery-Base-File-Name
    END-IF.

    MOVE "DD_PLYJRNL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Journal-Name-Prefix
    END-IF.

    MOVE "DD_BADGEARN" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Earned-File-Name
    END-IF.

    MOVE "DD_STANDMST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Standings-Master-File-Name
    END-IF.

    MOVE "DD_ROSTER" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Roster-File-Name
    END-IF.

    MOVE "DD_HOLDS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Hold-File-Name
    END-IF.

    MOVE "DD_QUESTPRG" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Quest-Progress-File-Name
    END-IF.

    MOVE "DD_ADJHIST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Adjust-History-File-Name
    END-IF.

    MOVE "DD_ERASECTL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Erase-Ctl-File-Name
    END-IF.

    MOVE "DD_SEASON" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Season-File-Name
    END-IF.

    MOVE "DD_SEASHIST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Season-History-File-Name
    END-IF.

    MOVE "DD_AWARDHST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Award-History-File-Name
    END-IF.

    MOVE "DD_AUDITLOG" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Audit-File-Name
    END-IF.

    MOVE "DD_SCHDLOG" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Schedule-Log-File-Name
    END-IF.

    MOVE "DD_ERASEWRK" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Erase-Work-File-Name
    END-IF.

    MOVE "DD_ERASECRT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

    MOVE "ERASE_PLAYER" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    MOVE DD-Env-Value TO Erase-Player-Id.
    INSPECT Erase-Player-Id CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

    MOVE "ERASE_BY" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    MOVE DD-Env-Value TO Requested-By-Id.
    INSPECT Requested-By-Id CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

    MOVE "ERASE_DAYS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Erase-Days = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.

Validate-Parms.
    IF Erase-Player-Id = SPACES
        DISPLAY "ERASE_PLAYER must name the player id to erase."
        MOVE "Y" TO Parm-Error-Switch
    END-IF.
    IF Requested-By-Id = SPACES
        DISPLAY "ERASE_BY must name the operator the erasure is"
            " carried out for."
        MOVE "Y" TO Parm-Error-Switch
    END-IF.
    IF Erase-Player-Id(1:4) = "ANON"
        DISPLAY "Player id " Erase-Player-Id " is an audit token -"
            " nothing to erase."
        MOVE "Y" TO Parm-Error-Switch
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Run-Date.
    COMPUTE Today-Day-Number = FUNCTION INTEGER-OF-DATE(Run-Date).
    COMPUTE Oldest-Day-Number = Today-Day-Number - Erase-Days.

Assign-Anon-Token.
    OPEN INPUT Erase-Ctl-File.
    IF Erase-Ctl-File-Status = "00"
        READ Erase-Ctl-File
            AT END
                CONTINUE
            NOT AT END
                IF Erasectl-Last-Sequence NUMERIC
                    MOVE Erasectl-Last-Sequence TO Anon-Sequence
                END-IF
        END-READ
        CLOSE Erase-Ctl-File
    ELSE
        IF Erase-Ctl-File-Status NOT = "35"
            DISPLAY "ERASECTL.DAT could not be opened - status: "
                Erase-Ctl-File-Status
            MOVE "Y" TO Parm-Error-Switch
        END-IF
    END-IF.
    IF Parm-Error-Switch = No-FLAG
        MOVE "Y" TO Token-In-Use-Switch
        MOVE 0 TO Token-Tries
        PERFORM Next-Anon-Token
            UNTIL Token-In-Use-Switch = No-FLAG OR Token-Tries >= 100
        IF Token-In-Use-Switch = Yes-FLAG
            DISPLAY "No unused audit token found after " Token-Tries
                " tries from ERASECTL.DAT - check the control record."
            MOVE "Y" TO Parm-Error-Switch
        ELSE
            PERFORM Save-Erase-Control
        END-IF
    END-IF.

Next-Anon-Token.
    ADD 1 TO Token-Tries.
    IF Anon-Sequence >= 999999
        MOVE 1 TO Anon-Sequence
    ELSE
        ADD 1 TO Anon-Sequence
    END-IF.
    MOVE SPACES TO Anon-Token.
    STRING "ANON" DELIMITED BY SIZE
           Anon-Sequence DELIMITED BY SIZE
           INTO Anon-Token.
    MOVE "N" TO Token-In-Use-Switch.
    MOVE Audit-File-Name TO Seq-File-Name.
    PERFORM Scan-Audit-For-Token.
    PERFORM Scan-Audit-Generation-For-Token
        VARYING Day-Number FROM Today-Day-Number BY -1
        UNTIL Day-Number < Oldest-Day-Number
           OR Token-In-Use-Switch = Yes-FLAG.

Scan-Audit-Generation-For-Token.
    COMPUTE Generation-Date = FUNCTION DATE-OF-INTEGER(Day-Number).
    MOVE SPACES TO Seq-File-Name.
    STRING "AUDITLOG." DELIMITED BY SIZE
           Generation-Date DELIMITED BY SIZE
           INTO Seq-File-Name.
    PERFORM Scan-Audit-For-Token.

Scan-Audit-For-Token.
    OPEN INPUT Audit-File.
    IF Seq-File-Status = "00"
        MOVE "N" TO Seq-EOF-Switch
        PERFORM Scan-One-Audit-Record
            UNTIL Seq-EOF-Switch = Yes-FLAG
               OR Token-In-Use-Switch = Yes-FLAG
        CLOSE Audit-File
    END-IF.

Scan-One-Audit-Record.
    READ Audit-File
        AT END
            MOVE "Y" TO Seq-EOF-Switch
        NOT AT END
            IF Audit-Player-Id = Anon-Token
                MOVE "Y" TO Token-In-Use-Switch
            END-IF
    END-READ.

Save-Erase-Control.
    OPEN OUTPUT Erase-Ctl-File.
    IF Erase-Ctl-File-Status = "00"
        MOVE Anon-Sequence TO Erasectl-Last-Sequence
        MOVE Run-Date TO Erasectl-Last-Date
        WRITE Erase-Ctl-Record
        CLOSE Erase-Ctl-File
    END-IF.
    IF Erase-Ctl-File-Status NOT = "00"
        DISPLAY "ERASECTL.DAT could not be updated - status: "
            Erase-Ctl-File-Status " - nothing erased."
        MOVE "Y" TO Parm-Error-Switch
    END-IF.

Open-Certificate.
    OPEN OUTPUT Report-File.
    IF Report-File-Status NOT = "00"
        DISPLAY "ERASECRT.RPT could not be opened - status: "
            Report-File-Status
        MOVE "Y" TO Run-Failed-Switch
    ELSE
        MOVE Heading-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Run-Date TO HL-Run-Date
        MOVE Erase-Player-Id TO HL-Player-Id
        MOVE Requested-By-Id TO HL-Requested-By
        MOVE Heading-Line-2 TO Report-Line
        WRITE Report-Line
        MOVE Anon-Token TO HL-Anon-Token
        COMPUTE HL-Oldest-Date =
            FUNCTION DATE-OF-INTEGER(Oldest-Day-Number)
        MOVE Heading-Line-3 TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE Heading-Line-4 TO Report-Line
        WRITE Report-Line
    END-IF.

Erase-Player-Master.
    PERFORM Clear-File-Counts.
    MOVE Player-File-Name TO Seq-Display-Name.
    OPEN I-O Player-File.
    IF Player-File-Status = "35"
        MOVE "NOT PRESENT" TO File-Note
    ELSE
        IF Player-File-Status NOT = "00"
            DISPLAY "PLAYERS.DAT could not be opened - status: "
                Player-File-Status
            MOVE "Y" TO Erase-Refused-Switch
            MOVE "OPEN FAILED" TO File-Note
        ELSE
            MOVE Erase-Player-Id TO Player-Id
            READ Player-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO File-Found-Count
                    PERFORM Delete-Player-Record
            END-READ
            CLOSE Player-File
        END-IF
    END-IF.
    PERFORM Write-File-Line.
    IF Erase-Refused-Switch = Yes-FLAG
        MOVE SPACES TO Result-Line
        STRING "ERASURE REFUSED - " DELIMITED BY SIZE
               Erase-Player-Id DELIMITED BY SPACE
               " IS SIGNED ON OR THE MASTER IS UNAVAILABLE."
                   DELIMITED BY SIZE
               INTO Result-Line
        PERFORM Write-Result-Line
    END-IF.

Delete-Player-Record.
    IF Player-In-Use-Flag = Yes-FLAG
        DISPLAY "Player " Erase-Player-Id " is signed on - run the"
            " erasure after the session ends."
        MOVE "Y" TO Erase-Refused-Switch
        MOVE "IN USE" TO File-Note
    ELSE
        DELETE Player-File
            INVALID KEY
                PERFORM Note-Delete-Failure
            NOT INVALID KEY
                ADD 1 TO File-Removed-Count
        END-DELETE
    END-IF.

Erase-Recovery-Base.
    PERFORM Clear-File-Counts.
    MOVE Recovery-Base-File-Name TO Seq-Display-Name.
    OPEN I-O Recovery-Base-File.
    IF Recovery-Base-File-Status = "35"
        MOVE "NOT PRESENT" TO File-Note
    ELSE
        IF Recovery-Base-File-Status NOT = "00"
            DISPLAY "PLAYERS.RCVBASE could not be opened - status: "
                Recovery-Base-File-Status
            PERFORM Note-Open-Failure
        ELSE
            MOVE Erase-Player-Id TO Rcvbase-Player-Id
            READ Recovery-Base-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO File-Found-Count
                    DELETE Recovery-Base-File
                        INVALID KEY
                            PERFORM Note-Delete-Failure
                        NOT INVALID KEY
                            ADD 1 TO File-Removed-Count
                    END-DELETE
            END-READ
            CLOSE Recovery-Base-File
        END-IF
    END-IF.
    PERFORM Write-File-Line.

Erase-Earned-Badges.
    PERFORM Clear-File-Counts.
    MOVE Earned-File-Name TO Seq-Display-Name.
    MOVE "N" TO Earned-EOF-Switch.
    OPEN I-O Earned-File.
    IF Earned-File-Status = "35"
        MOVE "NOT PRESENT" TO File-Note
    ELSE
        IF Earned-File-Status NOT = "00"
            DISPLAY "BADGEARN.DAT could not be opened - status: "
                Earned-File-Status
            PERFORM Note-Open-Failure
        ELSE
            MOVE Erase-Player-Id TO Earn-Player-Id
            MOVE LOW-VALUES TO Earn-Badge-Id
            START Earned-File KEY NOT < Earn-Key
                INVALID KEY
                    MOVE "Y" TO Earned-EOF-Switch
            END-START
            PERFORM Erase-One-Earned-Badge
                UNTIL Earned-EOF-Switch = Yes-FLAG
            CLOSE Earned-File
        END-IF
    END-IF.
    PERFORM Write-File-Line.

Erase-One-Earned-Badge.
    READ Earned-File NEXT
        AT END
            MOVE "Y" TO Earned-EOF-Switch
        NOT AT END
            IF Earn-Player-Id NOT = Erase-Player-Id
                MOVE "Y" TO Earned-EOF-Switch
            ELSE
                ADD 1 TO File-Found-Count
                DELETE Earned-File
                    INVALID KEY
                        PERFORM Note-Delete-Failure
                    NOT INVALID KEY
                        ADD 1 TO File-Removed-Count
                END-DELETE
            END-IF
    END-READ.

Erase-Standings-Entry.
    PERFORM Clear-File-Counts.
    MOVE Standings-Master-File-Name TO Seq-Display-Name.
    OPEN I-O Standings-Master-File.
    IF Standings-Master-File-Status = "35"
        MOVE "NOT PRESENT" TO File-Note
    ELSE
        IF Standings-Master-File-Status NOT = "00"
            DISPLAY "STANDMST.DAT could not be opened - status: "
                Standings-Master-File-Status
            PERFORM Note-Open-Failure
        ELSE
            MOVE Erase-Player-Id TO Stmst-Player-Id
            READ Standings-Master-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO File-Found-Count
                    DELETE Standings-Master-File
                        INVALID KEY
                            PERFORM Note-Delete-Failure
                        NOT INVALID KEY
                            ADD 1 TO File-Removed-Count
                    END-DELETE
            END-READ
            CLOSE Standings-Master-File
        END-IF
    END-IF.
    PERFORM Write-File-Line.

Erase-Roster-Entry.
    PERFORM Clear-File-Counts.
    MOVE Roster-File-Name TO Seq-Display-Name.
    OPEN I-O Roster-File.
    IF Roster-File-Status = "35"
        MOVE "NOT PRESENT" TO File-Note
    ELSE
        IF Roster-File-Status NOT = "00"
            DISPLAY "ROSTER.DAT could not be opened - status: "
                Roster-File-Status
            PERFORM Note-Open-Failure
        ELSE
            MOVE Erase-Player-Id TO Roster-Id
            READ Roster-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO File-Found-Count
                    DELETE Roster-File
                        INVALID KEY
                            PERFORM Note-Delete-Failure
                        NOT INVALID KEY
                            ADD 1 TO File-Removed-Count
                    END-DELETE
            END-READ
            CLOSE Roster-File
        END-IF
    END-IF.
    PERFORM Write-File-Line.

Erase-Holds.
    PERFORM Clear-File-Counts.
    MOVE Hold-File-Name TO Seq-Display-Name.
    MOVE "N" TO Hold-EOF-Switch.
    OPEN I-O Hold-File.
    IF Hold-File-Status = "35"
        MOVE "NOT PRESENT" TO File-Note
    ELSE
        IF Hold-File-Status NOT = "00"
            DISPLAY "HOLDS.DAT could not be opened - status: "
                Hold-File-Status
            PERFORM Note-Open-Failure
        ELSE
            MOVE Erase-Player-Id TO Hold-Player-Id
            READ Hold-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO File-Found-Count
                    DELETE Hold-File
                        INVALID KEY
                            PERFORM Note-Delete-Failure
                        NOT INVALID KEY
                            ADD 1 TO File-Removed-Count
                    END-DELETE
            END-READ
            MOVE LOW-VALUES TO Hold-Player-Id
            START Hold-File KEY NOT < Hold-Player-Id
                INVALID KEY
                    MOVE "Y" TO Hold-EOF-Switch
            END-START
            PERFORM Mask-One-Hold-Releaser
                UNTIL Hold-EOF-Switch = Yes-FLAG
            CLOSE Hold-File
        END-IF
    END-IF.
    PERFORM Write-File-Line.

Mask-One-Hold-Releaser.
    READ Hold-File NEXT
        AT END
            MOVE "Y" TO Hold-EOF-Switch
        NOT AT END
            IF Hold-Released-By = Erase-Player-Id
                ADD 1 TO File-Found-Count
                MOVE Anon-Token TO Hold-Released-By
                REWRITE Hold-Record
                    INVALID KEY
                        PERFORM Note-Delete-Failure
                    NOT INVALID KEY
                        ADD 1 TO File-Masked-Count
                END-REWRITE
            END-IF
    END-READ.

Erase-Quest-Progress.
    PERFORM Clear-File-Counts.
    MOVE Quest-Progress-File-Name TO Seq-Display-Name.
    MOVE "N" TO Quest-EOF-Switch.
    OPEN I-O Quest-Progress-File.
    IF Quest-Progress-File-Status = "35"
        MOVE "NOT PRESENT" TO File-Note
    ELSE
        IF Quest-Progress-File-Status NOT = "00"
            DISPLAY "QUESTPRG.DAT could not be opened - status: "
                Quest-Progress-File-Status
            PERFORM Note-Open-Failure
        ELSE
            MOVE Erase-Player-Id TO Qprg-Player-Id
            MOVE LOW-VALUES TO Qprg-Quest-Id
            START Quest-Progress-File KEY NOT < Qprg-Key
                INVALID KEY
                    MOVE "Y" TO Quest-EOF-Switch
            END-START
            PERFORM Erase-One-Quest-Progress
                UNTIL Quest-EOF-Switch = Yes-FLAG
            CLOSE Quest-Progress-File
        END-IF
    END-IF.
    PERFORM Write-File-Line.

Erase-One-Quest-Progress.
    READ Quest-Progress-File NEXT
        AT END
            MOVE "Y" TO Quest-EOF-Switch
        NOT AT END
            IF Qprg-Player-Id NOT = Erase-Player-Id
                MOVE "Y" TO Quest-EOF-Switch
            ELSE
                ADD 1 TO File-Found-Count
                DELETE Quest-Progress-File
                    INVALID KEY
                        PERFORM Note-Delete-Failure
                    NOT INVALID KEY
                        ADD 1 TO File-Removed-Count
                END-DELETE
            END-IF
    END-READ.

Erase-Adjust-History.
    PERFORM Clear-File-Counts.
    MOVE Adjust-History-File-Name TO Seq-Display-Name.
    MOVE "N" TO Adjhist-EOF-Switch.
    OPEN I-O Adjust-History-File.
    IF Adjust-History-File-Status = "35"
        MOVE "NOT PRESENT" TO File-Note
    ELSE
        IF Adjust-History-File-Status NOT = "00"
            DISPLAY "ADJHIST.DAT could not be opened - status: "
                Adjust-History-File-Status
            PERFORM Note-Open-Failure
        ELSE
            MOVE LOW-VALUES TO Adjh-Key
            START Adjust-History-File KEY NOT < Adjh-Key
                INVALID KEY
                    MOVE "Y" TO Adjhist-EOF-Switch
            END-START
            PERFORM Erase-One-Adjust-History
                UNTIL Adjhist-EOF-Switch = Yes-FLAG
            CLOSE Adjust-History-File
        END-IF
    END-IF.
    PERFORM Write-File-Line.

Erase-One-Adjust-History.
    READ Adjust-History-File NEXT
        AT END
            MOVE "Y" TO Adjhist-EOF-Switch
        NOT AT END
            IF Adjh-Player-Id = Erase-Player-Id
                ADD 1 TO File-Found-Count
                DELETE Adjust-History-File
                    INVALID KEY
                        PERFORM Note-Delete-Failure
                    NOT INVALID KEY
                        ADD 1 TO File-Removed-Count
                END-DELETE
            ELSE
                IF Adjh-Approver-Id = Erase-Player-Id
                    ADD 1 TO File-Found-Count
                    MOVE Anon-Token TO Adjh-Approver-Id
                    REWRITE Adjust-History-Record
                        INVALID KEY
                            PERFORM Note-Delete-Failure
                        NOT INVALID KEY
                            ADD 1 TO File-Masked-Count
                    END-REWRITE
                END-IF
            END-IF
    END-READ.

Erase-Season-File.
    MOVE "SEAS" TO Seq-File-Kind.
    MOVE 1 TO Seq-Id-Offset.
    MOVE "R" TO Seq-Erase-Mode.
    MOVE "N" TO Generation-Switch.
    MOVE Season-File-Name TO Seq-File-Name.
    PERFORM Erase-Sequential-File.

Erase-Season-History.
    MOVE "SHST" TO Seq-File-Kind.
    MOVE 7 TO Seq-Id-Offset.
    MOVE "R" TO Seq-Erase-Mode.
    MOVE "N" TO Generation-Switch.
    MOVE Season-History-File-Name TO Seq-File-Name.
    PERFORM Erase-Sequential-File.

Erase-Award-History.
    MOVE "AWRD" TO Seq-File-Kind.
    MOVE 1 TO Seq-Id-Offset.
    MOVE "R" TO Seq-Erase-Mode.
    MOVE "N" TO Generation-Switch.
    MOVE Award-History-File-Name TO Seq-File-Name.
    PERFORM Erase-Sequential-File.

Erase-Archive-Generations.
    MOVE "ARCH" TO Seq-File-Kind.
    MOVE 1 TO Seq-Id-Offset.
    MOVE "R" TO Seq-Erase-Mode.
    MOVE "PLYARCH.yyyymmdd.DAT" TO Family-Display-Name.
    PERFORM Clear-Family-Counts.
    PERFORM Erase-One-Archive-Generation
        VARYING Day-Number FROM Today-Day-Number BY -1
        UNTIL Day-Number < Oldest-Day-Number.
    PERFORM Write-Family-Line.

Erase-One-Archive-Generation.
    COMPUTE Generation-Date = FUNCTION DATE-OF-INTEGER(Day-Number).
    MOVE SPACES TO Seq-File-Name.
    STRING "PLYARCH." DELIMITED BY SIZE
           Generation-Date DELIMITED BY SIZE
           ".DAT" DELIMITED BY SIZE
           INTO Seq-File-Name.
    MOVE "Y" TO Generation-Switch.
    PERFORM Erase-Sequential-File.

Erase-Journal-Generations.
    MOVE "JRNL" TO Seq-File-Kind.
    MOVE 22 TO Seq-Id-Offset.
    MOVE "R" TO Seq-Erase-Mode.
    MOVE SPACES TO Family-Display-Name.
    STRING Journal-Name-Prefix DELIMITED BY SPACE
           ".yyyymmdd" DELIMITED BY SIZE
           INTO Family-Display-Name.
    PERFORM Clear-Family-Counts.
    PERFORM Erase-One-Journal-Generation
        VARYING Day-Number FROM Today-Day-Number BY -1
        UNTIL Day-Number < Oldest-Day-Number.
    PERFORM Write-Family-Line.

Erase-One-Journal-Generation.
    COMPUTE Generation-Date = FUNCTION DATE-OF-INTEGER(Day-Number).
    MOVE SPACES TO Seq-File-Name.
    STRING Journal-Name-Prefix DELIMITED BY SPACE
           "." DELIMITED BY SIZE
           Generation-Date DELIMITED BY SIZE
           INTO Seq-File-Name.
    MOVE "Y" TO Generation-Switch.
    PERFORM Erase-Sequential-File.

Mask-Audit-Generations.
    MOVE "AUDT" TO Seq-File-Kind.
    MOVE 27 TO Seq-Id-Offset.
    MOVE "M" TO Seq-Erase-Mode.
    MOVE "N" TO Generation-Switch.
    MOVE Audit-File-Name TO Seq-File-Name.
    PERFORM Erase-Sequential-File.
    MOVE "AUDITLOG.yyyymmdd" TO Family-Display-Name.
    PERFORM Clear-Family-Counts.
    PERFORM Mask-One-Audit-Generation
        VARYING Day-Number FROM Today-Day-Number BY -1
        UNTIL Day-Number < Oldest-Day-Number.
    PERFORM Write-Family-Line.

Mask-One-Audit-Generation.
    COMPUTE Generation-Date = FUNCTION DATE-OF-INTEGER(Day-Number).
    MOVE SPACES TO Seq-File-Name.
    STRING "AUDITLOG." DELIMITED BY SIZE
           Generation-Date DELIMITED BY SIZE
           INTO Seq-File-Name.
    MOVE "Y" TO Generation-Switch.
    PERFORM Erase-Sequential-File.

Mask-Schedule-Log.
    MOVE "SLOG" TO Seq-File-Kind.
    MOVE 15 TO Seq-Id-Offset.
    MOVE "M" TO Seq-Erase-Mode.
    MOVE "N" TO Generation-Switch.
    MOVE Schedule-Log-File-Name TO Seq-File-Name.
    PERFORM Erase-Sequential-File.

Erase-Sequential-File.
    PERFORM Clear-File-Counts.
    MOVE Seq-File-Name TO Seq-Display-Name.
    MOVE "N" TO Seq-Open-Switch.
    PERFORM Open-Seq-Input.
    IF Seq-File-Status = "00"
        MOVE "Y" TO Seq-Open-Switch
        PERFORM Filter-Seq-To-Work
        IF File-Found-Count > 0 AND File-Note = SPACES
            PERFORM Copy-Work-To-Seq
        END-IF
    ELSE
        IF Seq-File-Status = "35"
            MOVE "NOT PRESENT" TO File-Note
        ELSE
            DISPLAY FUNCTION TRIM(Seq-File-Name)
                " could not be opened - status: " Seq-File-Status
            PERFORM Note-Open-Failure
        END-IF
    END-IF.
    IF Generation-Switch = Yes-FLAG
        IF Seq-Open-Switch = Yes-FLAG
            ADD 1 TO Family-Gen-Count
            ADD File-Found-Count TO Family-Found-Count
            ADD File-Removed-Count TO Family-Removed-Count
            ADD File-Masked-Count TO Family-Masked-Count
        END-IF
        IF File-Found-Count > 0
                OR (File-Note NOT = SPACES
                    AND File-Note NOT = "NOT PRESENT")
            PERFORM Write-File-Line
        ELSE
            IF Seq-Open-Switch = Yes-FLAG
                ADD 1 TO Files-Examined-Count
            END-IF
        END-IF
    ELSE
        PERFORM Write-File-Line
    END-IF.

Filter-Seq-To-Work.
    OPEN OUTPUT Erase-Work-File.
    IF Erase-Work-File-Status NOT = "00"
        DISPLAY "Erasure work file could not be opened - status: "
            Erase-Work-File-Status
        PERFORM Note-Open-Failure
        PERFORM Close-Seq-File
    ELSE
        MOVE "N" TO Seq-EOF-Switch
        PERFORM Filter-One-Seq-Record UNTIL Seq-EOF-Switch = Yes-FLAG
        PERFORM Close-Seq-File
        CLOSE Erase-Work-File
    END-IF.

Filter-One-Seq-Record.
    PERFORM Read-Seq-Record.
    IF Seq-EOF-Switch = No-FLAG
        IF Erase-Work-Record(Seq-Id-Offset:10) = Erase-Player-Id
            ADD 1 TO File-Found-Count
            IF Seq-Mask-Mode
                MOVE Anon-Token TO Erase-Work-Record(Seq-Id-Offset:10)
                ADD 1 TO File-Masked-Count
                WRITE Erase-Work-Record
            ELSE
                ADD 1 TO File-Removed-Count
            END-IF
        ELSE
            WRITE Erase-Work-Record
        END-IF
    END-IF.

Copy-Work-To-Seq.
    MOVE 0 TO File-Written-Count.
    OPEN INPUT Erase-Work-File.
    IF Erase-Work-File-Status = "00"
        PERFORM Open-Seq-Output
    END-IF.
    IF Erase-Work-File-Status NOT = "00" OR Seq-File-Status NOT = "00"
        DISPLAY FUNCTION TRIM(Seq-File-Name) " could not be rewritten"
            " - status: " Seq-File-Status " work status: "
            Erase-Work-File-Status
        MOVE "REWRITE FAILED" TO File-Note
        MOVE 0 TO File-Removed-Count
        MOVE 0 TO File-Masked-Count
        ADD 1 TO Failed-File-Count
        MOVE "Y" TO Run-Failed-Switch
    ELSE
        MOVE "N" TO Work-EOF-Switch
        PERFORM Copy-One-Work-Record UNTIL Work-EOF-Switch = Yes-FLAG
    END-IF.
    IF Erase-Work-File-Status = "00" OR Erase-Work-File-Status = "10"
        CLOSE Erase-Work-File
    END-IF.
    IF Seq-File-Status = "00"
        PERFORM Close-Seq-File
    END-IF.

Copy-One-Work-Record.
    READ Erase-Work-File
        AT END
            MOVE "Y" TO Work-EOF-Switch
        NOT AT END
            PERFORM Write-Seq-Record
            ADD 1 TO File-Written-Count
    END-READ.

Open-Seq-Input.
    EVALUATE Seq-File-Kind
        WHEN "SEAS"
            OPEN INPUT Season-File
        WHEN "SHST"
            OPEN INPUT Season-History-File
        WHEN "AWRD"
            OPEN INPUT Award-History-File
        WHEN "ARCH"
            OPEN INPUT Archive-File
        WHEN "JRNL"
            OPEN INPUT Journal-File
        WHEN "AUDT"
            OPEN INPUT Audit-File
        WHEN "SLOG"
            OPEN INPUT Schedule-Log-File
    END-EVALUATE.

Open-Seq-Output.
    EVALUATE Seq-File-Kind
        WHEN "SEAS"
            OPEN OUTPUT Season-File
        WHEN "SHST"
            OPEN OUTPUT Season-History-File
        WHEN "AWRD"
            OPEN OUTPUT Award-History-File
        WHEN "ARCH"
            OPEN OUTPUT Archive-File
        WHEN "JRNL"
            OPEN OUTPUT Journal-File
        WHEN "AUDT"
            OPEN OUTPUT Audit-File
        WHEN "SLOG"
            OPEN OUTPUT Schedule-Log-File
    END-EVALUATE.

Read-Seq-Record.
    MOVE SPACES TO Erase-Work-Record.
    EVALUATE Seq-File-Kind
        WHEN "SEAS"
            READ Season-File
                AT END
                    MOVE "Y" TO Seq-EOF-Switch
                NOT AT END
                    MOVE Season-Record TO Erase-Work-Record
            END-READ
        WHEN "SHST"
            READ Season-History-File
                AT END
                    MOVE "Y" TO Seq-EOF-Switch
                NOT AT END
                    MOVE Season-History-Record TO Erase-Work-Record
            END-READ
        WHEN "AWRD"
            READ Award-History-File
                AT END
                    MOVE "Y" TO Seq-EOF-Switch
                NOT AT END
                    MOVE Award-History-Record TO Erase-Work-Record
            END-READ
        WHEN "ARCH"
            READ Archive-File
                AT END
                    MOVE "Y" TO Seq-EOF-Switch
                NOT AT END
                    MOVE Archive-Record TO Erase-Work-Record
            END-READ
        WHEN "JRNL"
            READ Journal-File
                AT END
                    MOVE "Y" TO Seq-EOF-Switch
                NOT AT END
                    MOVE Journal-Record TO Erase-Work-Record
            END-READ
        WHEN "AUDT"
            READ Audit-File
                AT END
                    MOVE "Y" TO Seq-EOF-Switch
                NOT AT END
                    MOVE Audit-Record TO Erase-Work-Record
            END-READ
        WHEN "SLOG"
            READ Schedule-Log-File
                AT END
                    MOVE "Y" TO Seq-EOF-Switch
                NOT AT END
                    MOVE Schedule-Log-Record TO Erase-Work-Record
            END-READ
    END-EVALUATE.

Write-Seq-Record.
    EVALUATE Seq-File-Kind
        WHEN "SEAS"
            MOVE Erase-Work-Record TO Season-Record
            WRITE Season-Record
        WHEN "SHST"
            MOVE Erase-Work-Record TO Season-History-Record
            WRITE Season-History-Record
        WHEN "AWRD"
            MOVE Erase-Work-Record TO Award-History-Record
            WRITE Award-History-Record
        WHEN "ARCH"
            MOVE Erase-Work-Record TO Archive-Record
            WRITE Archive-Record
        WHEN "JRNL"
            MOVE Erase-Work-Record TO Journal-Record
            WRITE Journal-Record
        WHEN "AUDT"
            MOVE Erase-Work-Record TO Audit-Record
            WRITE Audit-Record
        WHEN "SLOG"
            MOVE Erase-Work-Record TO Schedule-Log-Record
            WRITE Schedule-Log-Record
    END-EVALUATE.

Close-Seq-File.
    EVALUATE Seq-File-Kind
        WHEN "SEAS"
            CLOSE Season-File
        WHEN "SHST"
            CLOSE Season-History-File
        WHEN "AWRD"
            CLOSE Award-History-File
        WHEN "ARCH"
            CLOSE Archive-File
        WHEN "JRNL"
            CLOSE Journal-File
        WHEN "AUDT"
            CLOSE Audit-File
        WHEN "SLOG"
            CLOSE Schedule-Log-File
    END-EVALUATE.

Clear-File-Counts.
    MOVE 0 TO File-Found-Count.
    MOVE 0 TO File-Removed-Count.
    MOVE 0 TO File-Masked-Count.
    MOVE SPACES TO File-Note.

Clear-Family-Counts.
    MOVE 0 TO Family-Gen-Count.
    MOVE 0 TO Family-Found-Count.
    MOVE 0 TO Family-Removed-Count.
    MOVE 0 TO Family-Masked-Count.

Note-Open-Failure.
    MOVE "OPEN FAILED" TO File-Note.
    ADD 1 TO Failed-File-Count.
    MOVE "Y" TO Run-Failed-Switch.

Note-Delete-Failure.
    MOVE "UPDATE FAILED" TO File-Note.
    ADD 1 TO Failed-File-Count.
    MOVE "Y" TO Run-Failed-Switch.

Write-File-Line.
    ADD 1 TO Files-Examined-Count.
    IF File-Found-Count > 0
        ADD 1 TO Files-Holding-Count
    END-IF.
    ADD File-Found-Count TO Total-Found-Count.
    ADD File-Removed-Count TO Total-Removed-Count.
    ADD File-Masked-Count TO Total-Masked-Count.
    IF File-Removed-Count + File-Masked-Count < File-Found-Count
            AND File-Note = SPACES
        MOVE "INCOMPLETE" TO File-Note
        MOVE "Y" TO Run-Failed-Switch
    END-IF.
    IF Report-File-Status = "00"
        MOVE Seq-Display-Name TO CDL-File-Name
        MOVE File-Found-Count TO CDL-Found
        MOVE File-Removed-Count TO CDL-Removed
        MOVE File-Masked-Count TO CDL-Masked
        MOVE File-Note TO CDL-Note
        MOVE Cert-Detail-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Family-Line.
    IF Report-File-Status = "00"
        MOVE SPACES TO CDL-File-Name
        STRING "  " DELIMITED BY SIZE
               Family-Display-Name DELIMITED BY SPACE
               " - ALL GENERATIONS" DELIMITED BY SIZE
               INTO CDL-File-Name
        MOVE Family-Found-Count TO CDL-Found
        MOVE Family-Removed-Count TO CDL-Removed
        MOVE Family-Masked-Count TO CDL-Masked
        MOVE SPACES TO CDL-Note
        MOVE Family-Gen-Count TO Family-Gen-Display
        STRING Family-Gen-Display DELIMITED BY SIZE
               " SCANNED" DELIMITED BY SIZE
               INTO CDL-Note
        MOVE Cert-Detail-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Result-Line.
    IF Report-File-Status = "00"
        MOVE Result-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Write-Certificate-Totals.
    IF Report-File-Status = "00"
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "FILES EXAMINED          " TO TL-Caption
        MOVE Files-Examined-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "FILES HOLDING THE ID    " TO TL-Caption
        MOVE Files-Holding-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "RECORDS FOUND           " TO TL-Caption
        MOVE Total-Found-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "RECORDS REMOVED         " TO TL-Caption
        MOVE Total-Removed-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "RECORDS MASKED          " TO TL-Caption
        MOVE Total-Masked-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "FILES FAILED            " TO TL-Caption
        MOVE Failed-File-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Result-Line
        IF Erase-Refused-Switch = Yes-FLAG
            STRING "NOTHING ERASED FOR " DELIMITED BY SIZE
                   Erase-Player-Id DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO Result-Line
        ELSE
            IF Run-Failed-Switch = Yes-FLAG
                STRING "ERASURE INCOMPLETE FOR " DELIMITED BY SIZE
                       Erase-Player-Id DELIMITED BY SPACE
                       " - RERUN AFTER CORRECTING THE FAILED FILES."
                           DELIMITED BY SIZE
                       INTO Result-Line
            ELSE
                STRING "ERASURE COMPLETE - NO RECORD OF "
                           DELIMITED BY SIZE
                       Erase-Player-Id DELIMITED BY SPACE
                       " REMAINS IN THE FILES ABOVE." DELIMITED BY SIZE
                       INTO Result-Line
            END-IF
        END-IF
        MOVE Result-Line TO Report-Line
        WRITE Report-Line
    END-IF.
