IDENTIFICATION DIVISION.
PROGRAM-ID. IsopodHoldMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Hold-File ASSIGN TO DYNAMIC Hold-File-Name
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Hold-Player-Id
        FILE STATUS IS Hold-File-Status.

DATA DIVISION.
FILE SECTION.
FD Hold-File.
    COPY "holdrec.cpy".

WORKING-STORAGE SECTION.
01 Hold-File-Name           PIC X(40) VALUE "HOLDS.DAT".
01 DD-Env-Name              PIC X(20).
01 DD-Env-Value             PIC X(40).

01 Hold-File-Status         PIC XX.
01 Hold-EOF-Switch          PIC X VALUE "N".
01 Hold-Open-Switch         PIC X VALUE "N".
01 Quit-Requested-Switch    PIC X VALUE "N".
01 Yes-FLAG                 PIC X VALUE "Y".
01 No-FLAG                  PIC X VALUE "N".

01 Current-Date-Time        PIC X(21).
01 User-Input               PIC X(20).
01 Entry-Id                 PIC X(10).
01 Released-By-Id           PIC X(10).
01 Listed-Count             PIC 9(05) VALUE 0.
01 Released-Count           PIC 9(05) VALUE 0.

PROCEDURE DIVISION.
Main-Loop.
    DISPLAY "Isopod Adventure recognition hold maintenance.".
    PERFORM Resolve-File-Names.
    PERFORM Open-Hold-File.
    PERFORM Process-One-Action
        UNTIL Quit-Requested-Switch = Yes-FLAG.
    PERFORM Close-Hold-File.
    DISPLAY "Holds released: " Released-Count.
    STOP RUN.

Resolve-File-Names.
    MOVE "DD_HOLDS" TO DD-Env-Name.
    DISPLAY DD-Env-Name UPON ENVIRONMENT-NAME.
    ACCEPT DD-Env-Value FROM ENVIRONMENT-VALUE.
    IF DD-Env-Value NOT = SPACES
        MOVE DD-Env-Value TO Hold-File-Name
    END-IF.

Open-Hold-File.
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
        MOVE "Y" TO Quit-Requested-Switch
    END-IF.

Process-One-Action.
    DISPLAY "What would you like to do? (release/list/quit)".
    ACCEPT User-Input
        ON EXCEPTION
            MOVE "quit" TO User-Input
    END-ACCEPT.
    INSPECT User-Input CONVERTING
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO "abcdefghijklmnopqrstuvwxyz".
    EVALUATE User-Input
        WHEN "release"
            PERFORM Release-Hold
        WHEN "list"
            PERFORM List-Holds
        WHEN "quit"
            MOVE "Y" TO Quit-Requested-Switch
        WHEN OTHER
            DISPLAY "Invalid action. Try again."
    END-EVALUATE.

Accept-Entry-Id.
    DISPLAY "Player id: ".
    ACCEPT Entry-Id
        ON EXCEPTION
            MOVE SPACES TO Entry-Id
    END-ACCEPT.
    INSPECT Entry-Id CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

Release-Hold.
    PERFORM Accept-Entry-Id.
    DISPLAY "Released by: ".
    ACCEPT Released-By-Id
        ON EXCEPTION
            MOVE SPACES TO Released-By-Id
    END-ACCEPT.
    INSPECT Released-By-Id CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF Entry-Id = SPACES OR Released-By-Id = SPACES
        DISPLAY "Player id and releaser may not be blank."
    ELSE
        MOVE Entry-Id TO Hold-Player-Id
        READ Hold-File
            INVALID KEY
                DISPLAY "Player id " Entry-Id " has no hold on file."
            NOT INVALID KEY
                IF Hold-Status NOT = "H"
                    DISPLAY "Hold for " Entry-Id " was already released"
                        " on " Hold-Release-Date " by "
                        Hold-Released-By "."
                ELSE
                    MOVE FUNCTION CURRENT-DATE TO Current-Date-Time
                    MOVE "R" TO Hold-Status
                    MOVE Current-Date-Time(1:8) TO Hold-Release-Date
                    MOVE Released-By-Id TO Hold-Released-By
                    REWRITE Hold-Record
                    ADD 1 TO Released-Count
                    DISPLAY "Released " Entry-Id " (" Hold-Rule-Code
                        " exception of " Hold-Date ")."
                END-IF
        END-READ
    END-IF.

List-Holds.
    MOVE 0 TO Listed-Count.
    MOVE "N" TO Hold-EOF-Switch.
    MOVE LOW-VALUES TO Hold-Player-Id.
    START Hold-File KEY NOT < Hold-Player-Id
        INVALID KEY
            MOVE "Y" TO Hold-EOF-Switch
    END-START.
    PERFORM List-One-Hold UNTIL Hold-EOF-Switch = Yes-FLAG.
    DISPLAY "Holds listed: " Listed-Count.

List-One-Hold.
    READ Hold-File NEXT
        AT END
            MOVE "Y" TO Hold-EOF-Switch
        NOT AT END
            ADD 1 TO Listed-Count
            IF Hold-Status = "H"
                DISPLAY Hold-Player-Id " " Hold-Rule-Code " "
                    Hold-Date " HELD     " Hold-Detail
            ELSE
                DISPLAY Hold-Player-Id " " Hold-Rule-Code " "
                    Hold-Date " RELEASED " Hold-Release-Date " by "
                    Hold-Released-By
            END-IF
    END-READ.

Close-Hold-File.
    IF Hold-Open-Switch = Yes-FLAG
        CLOSE Hold-File
    END-IF.
