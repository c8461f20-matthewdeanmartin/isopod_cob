IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodSuspectPlay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Audit-File ASSIGN TO DYNAMIC Audit-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Audit-File-Status.

    SELECT Player-File ASSIGN TO DYNAMIC Player-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Player-Id
        FILE STATUS IS Player-File-Status.

    SELECT Item-File ASSIGN TO DYNAMIC Item-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Item-File-Status.

    SELECT Journal-File ASSIGN TO DYNAMIC Journal-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

    SELECT Hold-File ASSIGN TO DYNAMIC Hold-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Hold-Player-Id
        FILE STATUS IS Hold-File-Status.

    SELECT Report-File ASSIGN TO DYNAMIC Report-File-Name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS Report-File-Status.

DATA DIVISION.
FILE SECTION.
FD Audit-File.
    COPY "auditrec.cpy".

FD Player-File.
    COPY "playrec.cpy".

FD Item-File.
    COPY "itemrec.cpy".

FD Journal-File.
    COPY "jrnlrec.cpy".

FD Hold-File.
    COPY "holdrec.cpy".

FD Report-File.
01 Report-Line              PIC X(80).

WORKING-STORAGE SECTION.
01 Audit-File-Name          PIC X(40) VALUE "AUDIT.LOG".
01 Player-File-Name         PIC X(40) VALUE "PLAYERS.DAT".
01 Item-File-Name           PIC X(40) VALUE "ITEMS.DAT".
01 Journal-File-Name        PIC X(40) VALUE SPACES.
01 Journal-Name-Prefix      PIC X(30) VALUE "PLYJRNL".
01 Hold-File-Name           PIC X(40) VALUE "HOLDS.DAT".
01 Report-File-Name         PIC X(40) VALUE "SUSPECT.RPT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Audit-File-Status        PIC XX.
01 Player-File-Status       PIC XX.
01 Item-File-Status         PIC XX.
01 Journal-File-Status      PIC XX.
01 Hold-File-Status         PIC XX.
01 Report-File-Status       PIC XX.
01 Audit-EOF-Switch         PIC X VALUE "N".
01 Item-EOF-Switch          PIC X VALUE "N".
01 Journal-EOF-Switch       PIC X VALUE "N".
01 Player-File-Open-Switch  PIC X VALUE "N".
01 Hold-Open-Switch         PIC X VALUE "N".
01 Report-File-Open-Switch  PIC X VALUE "N".
01 Pending-Record-Switch    PIC X VALUE "N".
01 Player-Found-Switch      PIC X VALUE "N".
01 Player-On-File-Switch    PIC X VALUE "N".
01 Run-Failed-Switch        PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 Run-Date                 PIC 9(08).
01 Business-Date            PIC 9(08).
01 Burst-Threshold          PIC 9(03) VALUE 5.
01 Takeover-Window-Mins     PIC 9(05) VALUE 30.
01 Catalog-Item-Count       PIC 9(03) VALUE 0.
01 No-Win-Turn              PIC 9(05) VALUE 99999.
01 Win-Turn-Seen            PIC 9(05).
01 Record-Minute-Number     PIC 9(12).
01 Since-Takeover-Mins      PIC S9(09).
01 Stamp-Date               PIC 9(08).
01 Stamp-Hour               PIC 9(02).
01 Stamp-Minute             PIC 9(02).
01 Stamp-Day-Number         PIC 9(07).
01 Search-Player-Id         PIC X(10).
01 Player-Idx               PIC 9(03).
01 Found-Player-Idx         PIC 9(03).

01 Exc-Rule-Code            PIC X(04).
01 Exc-Severity             PIC X(04).
01 Exc-Detail               PIC X(40).
01 Hold-Result              PIC X(14).

01 Audit-Read-Count         PIC 9(07) VALUE 0.
01 Journal-Read-Count       PIC 9(07) VALUE 0.
01 Exception-Count          PIC 9(05) VALUE 0.
01 High-Count               PIC 9(05) VALUE 0.
01 Held-Count               PIC 9(05) VALUE 0.

01 Player-Table.
   05 Player-Table-Count    PIC 9(03) VALUE 0.
   05 Player-Entry OCCURS 100 TIMES.
      10 PT-Player-Id       PIC X(10).
      10 PT-Baseline-Switch PIC X.
      10 PT-Expected-Turns  PIC 9(05).
      10 PT-Command-Count   PIC 9(05).
      10 PT-Invalid-Run     PIC 9(03).
      10 PT-Invalid-Max     PIC 9(03).
      10 PT-Session-Open    PIC X.
      10 PT-Last-End-Won    PIC X.
      10 PT-Takeover-Minute PIC 9(12).
      10 PT-Takeover-Signons PIC 9(03).
      10 PT-Log-Win-Turn    PIC 9(05).

01 Heading-Line-1.
   05 FILLER                PIC X(80) VALUE
      "ISOPOD ADVENTURE - SUSPICIOUS PLAY EXCEPTIONS".
01 Heading-Line-2.
   05 FILLER                PIC X(09) VALUE "RUN DATE ".
   05 HL-Run-Date           PIC 9(08).
   05 FILLER                PIC X(17) VALUE "   BUSINESS DATE ".
   05 HL-Business-Date      PIC 9(08).
   05 FILLER                PIC X(38) VALUE SPACES.
01 Heading-Line-3.
   05 FILLER                PIC X(80) VALUE
      "PLAYER      RULE  SEV   DETAIL                                    HOLD".
01 Exception-Line.
   05 EL-Player-Id          PIC X(10).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 EL-Rule-Code          PIC X(04).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 EL-Severity           PIC X(04).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 EL-Detail             PIC X(40).
   05 FILLER                PIC X(02) VALUE SPACES.
   05 EL-Hold               PIC X(14).
01 No-Exception-Line.
   05 FILLER                PIC X(80) VALUE
      "NO EXCEPTIONS RAISED.".
01 Legend-Heading-Line.
   05 FILLER                PIC X(80) VALUE
      "RULES".
01 Legend-Line-1.
   05 FILLER                PIC X(80) VALUE
      "  FAST HIGH  GAME WON IN FEWER TURNS THAN THERE ARE CATALOG ITEMS".
01 Legend-Line-2.
   05 FILLER                PIC X(80) VALUE
      "  INVL MED   BURST OF CONSECUTIVE INVALID ACTIONS FROM ONE ID".
01 Legend-Line-3.
   05 FILLER                PIC X(80) VALUE
      "  TURN MED   MASTER TURN COUNT ONE SHORT OF THE LOG (LOST REWRITE)".
01 Legend-Line-4.
   05 FILLER                PIC X(80) VALUE
      "  TURN HIGH  MASTER TURN COUNT OTHERWISE DISAGREES WITH THE LOG".
01 Legend-Line-5.
   05 FILLER                PIC X(80) VALUE
      "  TKOV HIGH  REPEAT SIGN-ON SOON AFTER A STALE SESSION TAKEOVER".
01 Legend-Line-6.
   05 FILLER                PIC X(80) VALUE
      "  HIGH SEVERITY HOLDS THE PLAYER OUT OF THE RECOGNITION EXTRACT.".
01 Total-Line.
   05 TL-Caption            PIC X(30).
   05 TL-Count              PIC ZZZZZZ9.
   05 FILLER                PIC X(43) VALUE SPACES.

PROCEDURE DIVISION.
Main-Loop.
    PERFORM Resolve-File-Names.
    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time.
    MOVE Current-Date-Time(1:8) TO Run-Date.
    MOVE Run-Date TO Business-Date.
    PERFORM Count-Catalog-Items.
    PERFORM Open-Suspect-Files.
    PERFORM Read-Audit-Header.
    PERFORM Load-Journal-Baselines.
    IF Pending-Record-Switch = Yes-FLAG
        PERFORM Examine-Audit-Record
    END-IF.
    PERFORM Examine-Next-Audit-Record UNTIL Audit-EOF-Switch = Yes-FLAG.
    PERFORM Write-Report-Headings.
    PERFORM Judge-One-Player VARYING Player-Idx FROM 1 BY 1
        UNTIL Player-Idx > Player-Table-Count.
    PERFORM Write-Report-Totals.
    PERFORM Close-Suspect-Files.
    DISPLAY "Audit records examined: " Audit-Read-Count.
    DISPLAY "Exceptions raised: " Exception-Count.
    DISPLAY "Players held from the recognition extract: " Held-Count.
    IF Run-Failed-Switch = Yes-FLAG
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_AUDITLOG" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Audit-File-Name
    END-IF.

    MOVE "DD_PLAYERS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Player-File-Name
    END-IF.

    MOVE "DD_ITEMS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Item-File-Name
    END-IF.

    MOVE "DD_PLYJRNL" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Journal-Name-Prefix
    END-IF.

    MOVE "DD_HOLDS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Hold-File-Name
    END-IF.

    MOVE "DD_SUSPRPT" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Report-File-Name
    END-IF.

    MOVE "SUSP_BURST" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Burst-Threshold = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.

    MOVE "SUSP_TKOV_MINS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        COMPUTE Takeover-Window-Mins = FUNCTION NUMVAL(DD-Env-Value)
    END-IF.

Count-Catalog-Items.
    MOVE 0 TO Catalog-Item-Count.
    OPEN INPUT Item-File.
    IF Item-File-Status = "00"
        PERFORM Count-One-Catalog-Item UNTIL Item-EOF-Switch = Yes-FLAG
        CLOSE Item-File
    ELSE
        DISPLAY "ITEMS.DAT could not be opened - status: "
            Item-File-Status " - fast-win rule not applied."
    END-IF.

Count-One-Catalog-Item.
    READ Item-File
        AT END
            MOVE "Y" TO Item-EOF-Switch
        NOT AT END
            ADD 1 TO Catalog-Item-Count
    END-READ.

Open-Suspect-Files.
    OPEN INPUT Audit-File.
    IF Audit-File-Status NOT = "00"
        DISPLAY "AUDIT.LOG could not be opened - status: "
            Audit-File-Status
        MOVE "Y" TO Audit-EOF-Switch
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN INPUT Player-File.
    IF Player-File-Status = "00"
        MOVE "Y" TO Player-File-Open-Switch
    ELSE
        DISPLAY "PLAYERS.DAT could not be opened - status: "
            Player-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN I-O Hold-File.
    IF Hold-File-Status = "35"
        OPEN OUTPUT Hold-File
        CLOSE Hold-File
        OPEN I-O Hold-File
    END-IF.
    IF Hold-File-Status = "00"
        MOVE "Y" TO Hold-Open-Switch
    ELSE
        DISPLAY "HOLDS.DAT could not be opened - status: "
            Hold-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

    OPEN OUTPUT Report-File.
    IF Report-File-Status = "00"
        MOVE "Y" TO Report-File-Open-Switch
    ELSE
        DISPLAY "SUSPECT.RPT could not be opened - status: "
            Report-File-Status
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

Read-Audit-Header.
    IF Audit-EOF-Switch = No-FLAG
        READ Audit-File
            AT END
                MOVE "Y" TO Audit-EOF-Switch
            NOT AT END
                IF Audit-Record(1:3) = "HDR"
                    IF Audit-Record(4:8) NUMERIC
                        MOVE Audit-Record(4:8) TO Business-Date
                    END-IF
                ELSE
                    MOVE "Y" TO Pending-Record-Switch
                END-IF
        END-READ
    END-IF.

Load-Journal-Baselines.
    MOVE SPACES TO Journal-File-Name.
    STRING Journal-Name-Prefix DELIMITED BY SPACE
           "." DELIMITED BY SIZE
           Business-Date DELIMITED BY SIZE
           INTO Journal-File-Name.
    OPEN INPUT Journal-File.
    IF Journal-File-Status = "00"
        PERFORM Read-Next-Journal-Record
            UNTIL Journal-EOF-Switch = Yes-FLAG
        CLOSE Journal-File
    ELSE
        DISPLAY "PLYJRNL could not be opened - status: "
            Journal-File-Status
            " - turn-count rule limited to games begun today."
    END-IF.

Read-Next-Journal-Record.
    READ Journal-File
        AT END
            MOVE "Y" TO Journal-EOF-Switch
        NOT AT END
            ADD 1 TO Journal-Read-Count
            MOVE Jrnl-Player-Id TO Search-Player-Id
            PERFORM Find-Player-Entry
            IF Player-Found-Switch = Yes-FLAG
                    AND PT-Baseline-Switch(Found-Player-Idx) = No-FLAG
                MOVE Jrnl-Before-Image TO Player-Record
                IF Player-Turn-Count NUMERIC
                    MOVE Player-Turn-Count
                        TO PT-Expected-Turns(Found-Player-Idx)
                    MOVE "Y" TO PT-Baseline-Switch(Found-Player-Idx)
                END-IF
            END-IF
    END-READ.

Examine-Next-Audit-Record.
    READ Audit-File
        AT END
            MOVE "Y" TO Audit-EOF-Switch
        NOT AT END
            IF Audit-Record(1:3) = "HDR" OR Audit-Record(1:3) = "TRL"
                CONTINUE
            ELSE
                PERFORM Examine-Audit-Record
            END-IF
    END-READ.

Examine-Audit-Record.
    ADD 1 TO Audit-Read-Count.
    MOVE Audit-Player-Id TO Search-Player-Id.
    EVALUATE Audit-Command
        WHEN "login"
            PERFORM Note-Sign-On
        WHEN "game end"
            PERFORM Note-Game-End
        WHEN OTHER
            PERFORM Note-Command
    END-EVALUATE.

Note-Sign-On.
    IF Audit-Outcome(1:13) = "session start"
            OR Audit-Outcome = "sign-on refused - id in use"
        PERFORM Find-Player-Entry
        IF Player-Found-Switch = Yes-FLAG
            PERFORM Compute-Record-Minutes
            IF PT-Takeover-Minute(Found-Player-Idx) > 0
                COMPUTE Since-Takeover-Mins = Record-Minute-Number
                    - PT-Takeover-Minute(Found-Player-Idx)
                IF Since-Takeover-Mins <= Takeover-Window-Mins
                    ADD 1 TO PT-Takeover-Signons(Found-Player-Idx)
                END-IF
            END-IF
            IF Audit-Outcome(1:13) = "session start"
                PERFORM Note-Session-Start
            END-IF
        END-IF
    END-IF.

Note-Session-Start.
    IF Audit-Outcome = "session start - takeover"
            OR PT-Session-Open(Found-Player-Idx) = Yes-FLAG
        MOVE Record-Minute-Number TO PT-Takeover-Minute(Found-Player-Idx)
    END-IF.
    IF PT-Last-End-Won(Found-Player-Idx) = Yes-FLAG
        MOVE 0 TO PT-Expected-Turns(Found-Player-Idx)
        MOVE "Y" TO PT-Baseline-Switch(Found-Player-Idx)
        MOVE "N" TO PT-Last-End-Won(Found-Player-Idx)
    END-IF.
    MOVE "Y" TO PT-Session-Open(Found-Player-Idx).
    MOVE 0 TO PT-Invalid-Run(Found-Player-Idx).

Note-Game-End.
    PERFORM Find-Player-Entry.
    IF Player-Found-Switch = Yes-FLAG
        MOVE "N" TO PT-Session-Open(Found-Player-Idx)
        IF Audit-Outcome = "game won"
            MOVE "Y" TO PT-Last-End-Won(Found-Player-Idx)
            IF PT-Baseline-Switch(Found-Player-Idx) = Yes-FLAG
                    AND PT-Expected-Turns(Found-Player-Idx)
                        < PT-Log-Win-Turn(Found-Player-Idx)
                MOVE PT-Expected-Turns(Found-Player-Idx)
                    TO PT-Log-Win-Turn(Found-Player-Idx)
            END-IF
        ELSE
            MOVE "N" TO PT-Last-End-Won(Found-Player-Idx)
        END-IF
    END-IF.

Note-Command.
    PERFORM Find-Player-Entry.
    IF Player-Found-Switch = Yes-FLAG
        ADD 1 TO PT-Command-Count(Found-Player-Idx)
        ADD 1 TO PT-Expected-Turns(Found-Player-Idx)
        IF Audit-Outcome = "invalid action"
            ADD 1 TO PT-Invalid-Run(Found-Player-Idx)
            IF PT-Invalid-Run(Found-Player-Idx)
                    > PT-Invalid-Max(Found-Player-Idx)
                MOVE PT-Invalid-Run(Found-Player-Idx)
                    TO PT-Invalid-Max(Found-Player-Idx)
            END-IF
        ELSE
            MOVE 0 TO PT-Invalid-Run(Found-Player-Idx)
        END-IF
    END-IF.

Compute-Record-Minutes.
    MOVE 0 TO Record-Minute-Number.
    IF Audit-Timestamp(1:12) NUMERIC
        MOVE Audit-Timestamp(1:8) TO Stamp-Date
        MOVE Audit-Timestamp(9:2) TO Stamp-Hour
        MOVE Audit-Timestamp(11:2) TO Stamp-Minute
        COMPUTE Stamp-Day-Number = FUNCTION INTEGER-OF-DATE(Stamp-Date)
        COMPUTE Record-Minute-Number =
            Stamp-Day-Number * 1440 + Stamp-Hour * 60 + Stamp-Minute
    END-IF.

Find-Player-Entry.
    MOVE "N" TO Player-Found-Switch.
    PERFORM Check-One-Player-Entry VARYING Player-Idx FROM 1 BY 1
        UNTIL Player-Idx > Player-Table-Count
           OR Player-Found-Switch = Yes-FLAG.
    IF Player-Found-Switch = No-FLAG
        IF Player-Table-Count < 100
            ADD 1 TO Player-Table-Count
            MOVE Player-Table-Count TO Found-Player-Idx
            MOVE Search-Player-Id TO PT-Player-Id(Found-Player-Idx)
            MOVE "N" TO PT-Baseline-Switch(Found-Player-Idx)
            MOVE 0 TO PT-Expected-Turns(Found-Player-Idx)
            MOVE 0 TO PT-Command-Count(Found-Player-Idx)
            MOVE 0 TO PT-Invalid-Run(Found-Player-Idx)
            MOVE 0 TO PT-Invalid-Max(Found-Player-Idx)
            MOVE "N" TO PT-Session-Open(Found-Player-Idx)
            MOVE "N" TO PT-Last-End-Won(Found-Player-Idx)
            MOVE 0 TO PT-Takeover-Minute(Found-Player-Idx)
            MOVE 0 TO PT-Takeover-Signons(Found-Player-Idx)
            MOVE No-Win-Turn TO PT-Log-Win-Turn(Found-Player-Idx)
            MOVE "Y" TO Player-Found-Switch
        ELSE
            DISPLAY "More than 100 players in AUDIT.LOG - "
                "ignoring records for " Search-Player-Id "."
        END-IF
    END-IF.

Check-One-Player-Entry.
    IF PT-Player-Id(Player-Idx) = Search-Player-Id
        MOVE "Y" TO Player-Found-Switch
        MOVE Player-Idx TO Found-Player-Idx
    END-IF.

Write-Report-Headings.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE Heading-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Run-Date TO HL-Run-Date
        MOVE Business-Date TO HL-Business-Date
        MOVE Heading-Line-2 TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE Heading-Line-3 TO Report-Line
        WRITE Report-Line
    END-IF.

Judge-One-Player.
    MOVE Player-Idx TO Found-Player-Idx.
    MOVE "N" TO Player-On-File-Switch.
    IF Player-File-Open-Switch = Yes-FLAG
        MOVE PT-Player-Id(Found-Player-Idx) TO Player-Id
        READ Player-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO Player-On-File-Switch
        END-READ
    END-IF.
    PERFORM Check-Fast-Win.
    PERFORM Check-Invalid-Burst.
    PERFORM Check-Turn-Count.
    PERFORM Check-Takeover-Signons.

Check-Fast-Win.
    MOVE PT-Log-Win-Turn(Found-Player-Idx) TO Win-Turn-Seen.
    IF Player-On-File-Switch = Yes-FLAG
            AND Player-Game-Won-Flag = Yes-FLAG
            AND Player-Last-Played = Business-Date
            AND Player-Win-Turn < Win-Turn-Seen
        MOVE Player-Win-Turn TO Win-Turn-Seen
    END-IF.
    IF Catalog-Item-Count > 0 AND Win-Turn-Seen < Catalog-Item-Count
        MOVE "FAST" TO Exc-Rule-Code
        MOVE "HIGH" TO Exc-Severity
        MOVE SPACES TO Exc-Detail
        STRING "won in turn " DELIMITED BY SIZE
               Win-Turn-Seen DELIMITED BY SIZE
               " - catalog has " DELIMITED BY SIZE
               Catalog-Item-Count DELIMITED BY SIZE
               " items" DELIMITED BY SIZE
               INTO Exc-Detail
        PERFORM Raise-Exception
    END-IF.

Check-Invalid-Burst.
    IF Burst-Threshold > 0
            AND PT-Invalid-Max(Found-Player-Idx) >= Burst-Threshold
        MOVE "INVL" TO Exc-Rule-Code
        MOVE "MED" TO Exc-Severity
        MOVE SPACES TO Exc-Detail
        STRING PT-Invalid-Max(Found-Player-Idx) DELIMITED BY SIZE
               " invalid actions in a row" DELIMITED BY SIZE
               INTO Exc-Detail
        PERFORM Raise-Exception
    END-IF.

Check-Turn-Count.
    IF Player-On-File-Switch = Yes-FLAG
            AND PT-Baseline-Switch(Found-Player-Idx) = Yes-FLAG
            AND Player-Turn-Count NOT = PT-Expected-Turns(Found-Player-Idx)
        MOVE "TURN" TO Exc-Rule-Code
        IF Player-Turn-Count + 1 = PT-Expected-Turns(Found-Player-Idx)
            MOVE "MED" TO Exc-Severity
        ELSE
            MOVE "HIGH" TO Exc-Severity
        END-IF
        MOVE SPACES TO Exc-Detail
        STRING "master turns " DELIMITED BY SIZE
               Player-Turn-Count DELIMITED BY SIZE
               " - log implies " DELIMITED BY SIZE
               PT-Expected-Turns(Found-Player-Idx) DELIMITED BY SIZE
               INTO Exc-Detail
        PERFORM Raise-Exception
    END-IF.

Check-Takeover-Signons.
    IF PT-Takeover-Signons(Found-Player-Idx) > 0
        MOVE "TKOV" TO Exc-Rule-Code
        MOVE "HIGH" TO Exc-Severity
        MOVE SPACES TO Exc-Detail
        STRING PT-Takeover-Signons(Found-Player-Idx) DELIMITED BY SIZE
               " sign-ons within " DELIMITED BY SIZE
               Takeover-Window-Mins DELIMITED BY SIZE
               " mins of a takeover" DELIMITED BY SIZE
               INTO Exc-Detail
        PERFORM Raise-Exception
    END-IF.

Raise-Exception.
    ADD 1 TO Exception-Count.
    MOVE SPACES TO Hold-Result.
    IF Exc-Severity = "HIGH"
        ADD 1 TO High-Count
        PERFORM Place-Hold
    END-IF.
    IF Report-File-Open-Switch = Yes-FLAG
        MOVE PT-Player-Id(Found-Player-Idx) TO EL-Player-Id
        MOVE Exc-Rule-Code TO EL-Rule-Code
        MOVE Exc-Severity TO EL-Severity
        MOVE Exc-Detail TO EL-Detail
        MOVE Hold-Result TO EL-Hold
        MOVE Exception-Line TO Report-Line
        WRITE Report-Line
    END-IF.

Place-Hold.
    IF Hold-Open-Switch = No-FLAG
        MOVE "NOT HELD" TO Hold-Result
    ELSE
        MOVE PT-Player-Id(Found-Player-Idx) TO Hold-Player-Id
        READ Hold-File
            INVALID KEY
                PERFORM Build-Hold-Record
                WRITE Hold-Record
                PERFORM Check-Hold-Written
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN Hold-Status = "H" AND Hold-Date = Business-Date
                        MOVE "HELD" TO Hold-Result
                    WHEN Hold-Status = "H"
                        MOVE "ALREADY HELD" TO Hold-Result
                    WHEN Hold-Date = Business-Date
                        MOVE "RELEASED" TO Hold-Result
                    WHEN OTHER
                        PERFORM Build-Hold-Record
                        REWRITE Hold-Record
                        PERFORM Check-Hold-Written
                END-EVALUATE
        END-READ
    END-IF.

Build-Hold-Record.
    MOVE PT-Player-Id(Found-Player-Idx) TO Hold-Player-Id.
    MOVE Exc-Rule-Code TO Hold-Rule-Code.
    MOVE Business-Date TO Hold-Date.
    MOVE "H" TO Hold-Status.
    MOVE Exc-Detail TO Hold-Detail.
    MOVE 0 TO Hold-Release-Date.
    MOVE SPACES TO Hold-Released-By.

Check-Hold-Written.
    IF Hold-File-Status = "00"
        ADD 1 TO Held-Count
        MOVE "HELD" TO Hold-Result
    ELSE
        DISPLAY "Hold for " Hold-Player-Id " not written - status: "
            Hold-File-Status
        MOVE "NOT HELD" TO Hold-Result
        MOVE "Y" TO Run-Failed-Switch
    END-IF.

Write-Report-Totals.
    IF Report-File-Open-Switch = Yes-FLAG
        IF Exception-Count = 0
            MOVE No-Exception-Line TO Report-Line
            WRITE Report-Line
        END-IF
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE "AUDIT RECORDS EXAMINED" TO TL-Caption
        MOVE Audit-Read-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "JOURNAL RECORDS READ" TO TL-Caption
        MOVE Journal-Read-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "PLAYERS EXAMINED" TO TL-Caption
        MOVE Player-Table-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "EXCEPTIONS RAISED" TO TL-Caption
        MOVE Exception-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "HIGH SEVERITY" TO TL-Caption
        MOVE High-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE "NEW HOLDS PLACED" TO TL-Caption
        MOVE Held-Count TO TL-Count
        MOVE Total-Line TO Report-Line
        WRITE Report-Line
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        MOVE Legend-Heading-Line TO Report-Line
        WRITE Report-Line
        MOVE Legend-Line-1 TO Report-Line
        WRITE Report-Line
        MOVE Legend-Line-2 TO Report-Line
        WRITE Report-Line
        MOVE Legend-Line-3 TO Report-Line
        WRITE Report-Line
        MOVE Legend-Line-4 TO Report-Line
        WRITE Report-Line
        MOVE Legend-Line-5 TO Report-Line
        WRITE Report-Line
        MOVE Legend-Line-6 TO Report-Line
        WRITE Report-Line
    END-IF.

Close-Suspect-Files.
    IF Audit-File-Status = "00" OR Audit-File-Status = "10"
        CLOSE Audit-File
    END-IF.
    IF Player-File-Open-Switch = Yes-FLAG
        CLOSE Player-File
    END-IF.
    IF Hold-Open-Switch = Yes-FLAG
        CLOSE Hold-File
    END-IF.
    IF Report-File-Open-Switch = Yes-FLAG
        CLOSE Report-File
    END-IF.
