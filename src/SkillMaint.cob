IDENTIFICATION DIVISION.
    PROGRAM-ID. SKILLMAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MAINT-COMMAND-FILE ASSIGN TO 'SkillMaintCommands.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CMD-FS.
            SELECT MAINT-LOG-FILE ASSIGN TO 'SkillMaintLog.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SKILL-CATALOG-FILE ASSIGN TO 'SkillCatalog.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SC-FS.
            SELECT SKILL-CATALOG-TEMP ASSIGN TO 'SkillCatalog.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LEARNING-FILE ASSIGN TO 'LearningProgress.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LP-FS.
            SELECT LEARNING-TEMP ASSIGN TO 'LearningProgress.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD MAINT-COMMAND-FILE.
        01 MAINT-COMMAND-RECORD    PIC X(200).

        FD MAINT-LOG-FILE.
        01 MAINT-LOG-RECORD    PIC X(132).

        FD SKILL-CATALOG-FILE.
        01 SKILL-CATALOG-RECORD.
            05 SC-CODE           PIC X(8).
            05 SC-REC-TYPE       PIC X.
            05 SC-SEQ            PIC 9(3).
            05 SC-BODY           PIC X(100).
            05 SC-HEADER REDEFINES SC-BODY.
                10 SC-TITLE      PIC X(20).
                10 SC-STATUS     PIC X.
                10 SC-DESC       PIC X(79).
            05 SC-LESSON REDEFINES SC-BODY.
                10 SC-LESSON-TEXT PIC X(100).

        FD SKILL-CATALOG-TEMP.
        01 SKILL-CATALOG-TEMP-RECORD    PIC X(112).

        FD LEARNING-FILE.
        01 LEARNING-RECORD.
            05 LP-USERNAME    PIC X(20).
            05 LP-SKILL-NAME  PIC X(20).
            05 LP-COMPLETED   PIC X.

        FD LEARNING-TEMP.
        01 LEARNING-TEMP-RECORD    PIC X(41).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 CMD-FS      PIC XX VALUE "00".
        77 SC-FS       PIC XX VALUE "00".
        77 LP-FS       PIC XX VALUE "00".
        77 LOCK-FS     PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 CMD-EOF     PIC X VALUE "N".
        77 WS-FILE-EOF PIC X VALUE "N".
        77 WS-SPACE-LOC PIC 9(3) VALUE 0.
        77 WS-PIPE-LOC PIC 9(3) VALUE 0.
        77 WS-FOUND    PIC X VALUE "N".
        77 WS-TITLE-TAKEN PIC X VALUE "N".
        77 WS-CHANGED  PIC X VALUE "N".
        77 WS-PROCESSED-COUNT PIC 9(5) VALUE 0.
        77 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
        77 WS-CASCADE-COUNT PIC 9(5) VALUE 0.
        77 WS-LESSON-COUNT  PIC 9(3) VALUE 0.
        77 WS-FOUND-STATUS  PIC X VALUE SPACE.
        77 WS-TEXT-LEN      PIC 9(3) VALUE 0.
        01 I           PIC 9(3).
        01 WS-COMMAND-WORD    PIC X(12).
        01 WS-COMMAND-OPERAND PIC X(188).
        01 WS-SKILL-CODE      PIC X(8).
        01 WS-SKILL-TEXT      PIC X(180).
        01 WS-SKILL-TITLE     PIC X(20).
        01 WS-OLD-TITLE       PIC X(20).
        01 WS-NEW-STATUS      PIC X.
        01 WS-CURRENT-DATETIME PIC X(21).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK

        OPEN INPUT MAINT-COMMAND-FILE
        IF CMD-FS NOT = "00"
            DISPLAY "No SkillMaintCommands.dat file found; nothing to process."
            PERFORM 9100-RELEASE-RUN-LOCK
            STOP RUN
        END-IF

        OPEN OUTPUT MAINT-LOG-FILE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "Skill catalog maintenance run " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD

        PERFORM UNTIL CMD-EOF = "Y"
            READ MAINT-COMMAND-FILE
                AT END
                    MOVE "Y" TO CMD-EOF
                NOT AT END
                    PERFORM 1000-PROCESS-COMMAND
            END-READ
        END-PERFORM

        CLOSE MAINT-COMMAND-FILE
        CLOSE MAINT-LOG-FILE

        DISPLAY "Skill catalog maintenance complete."
        DISPLAY "Commands processed: " WS-PROCESSED-COUNT
        DISPLAY "Commands rejected: " WS-REJECTED-COUNT

        PERFORM 9100-RELEASE-RUN-LOCK
        STOP RUN.

    0050-SELECT-ENVIRONMENT.
        ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT "INCOLLEGE_ENV"
        MOVE FUNCTION UPPER-CASE(WS-RUN-ENVIRONMENT) TO WS-RUN-ENVIRONMENT
        IF WS-RUN-ENVIRONMENT = SPACES
            MOVE "PRODUCTION" TO WS-RUN-ENVIRONMENT
        END-IF
        IF WS-RUN-ENVIRONMENT NOT = "PRODUCTION"
            AND WS-RUN-ENVIRONMENT NOT = "TRAINING"
            DISPLAY "INCOLLEGE_ENV must be PRODUCTION or TRAINING, not "
                FUNCTION TRIM(WS-RUN-ENVIRONMENT)
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        CALL 'SYSTEM' USING 'test -f InCollege-Training.flag'
        IF RETURN-CODE = 0
            MOVE "TRAINING" TO WS-RUN-ENVIRONMENT
        ELSE
            IF WS-RUN-ENVIRONMENT = "TRAINING"
                CALL 'CBL_CHANGE_DIR' USING 'Training'
                CALL 'SYSTEM' USING 'test -f InCollege-Training.flag'
                IF RETURN-CODE NOT = 0
                    DISPLAY "No training data set found in Training/ - "
                        "run TrainRefresh first."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
        END-IF
        MOVE 0 TO RETURN-CODE
        DISPLAY "Environment: " FUNCTION TRIM(WS-RUN-ENVIRONMENT).

    0100-ACQUIRE-RUN-LOCK.
        MOVE "00" TO LOCK-FS
        OPEN INPUT RUN-LOCK-FILE
        IF LOCK-FS = "00"
            READ RUN-LOCK-FILE
                AT END
                    CONTINUE
                NOT AT END
                    DISPLAY "Another run holds the data-set lock:"
                    DISPLAY "  " FUNCTION TRIM(LOCK-PROGRAM)
                        " since " LOCK-DATE " " LOCK-TIME
                    DISPLAY "If that run crashed, delete "
                        "InCollege-Run.lock and retry."
                    CLOSE RUN-LOCK-FILE
                    STOP RUN
            END-READ
            CLOSE RUN-LOCK-FILE
        END-IF
        OPEN OUTPUT RUN-LOCK-FILE
        MOVE SPACES TO RUN-LOCK-RECORD
        MOVE "SKILLMAINT" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    9100-RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.

    1000-PROCESS-COMMAND.
        MOVE SPACES TO WS-COMMAND-WORD
        MOVE SPACES TO WS-COMMAND-OPERAND
        MOVE SPACES TO WS-SKILL-CODE
        MOVE SPACES TO WS-SKILL-TEXT
        MOVE 0 TO WS-SPACE-LOC

        IF FUNCTION TRIM(MAINT-COMMAND-RECORD) = SPACES
            EXIT PARAGRAPH
        END-IF

        MOVE FUNCTION TRIM(MAINT-COMMAND-RECORD) TO MAINT-COMMAND-RECORD
        INSPECT MAINT-COMMAND-RECORD TALLYING WS-SPACE-LOC
            FOR CHARACTERS BEFORE INITIAL " "

        IF WS-SPACE-LOC = 0 OR WS-SPACE-LOC > 12
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE MAINT-COMMAND-RECORD(1:WS-SPACE-LOC) TO WS-COMMAND-WORD
        MOVE FUNCTION TRIM(MAINT-COMMAND-RECORD(WS-SPACE-LOC + 1:))
            TO WS-COMMAND-OPERAND

        IF FUNCTION TRIM(WS-COMMAND-OPERAND) = SPACES
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 1100-SPLIT-OPERAND

        IF WS-SKILL-CODE = SPACES
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-WORD))
            WHEN "ADD"
                PERFORM 2000-ADD-COURSE
            WHEN "DESC"
                PERFORM 3000-SET-DESCRIPTION
            WHEN "TITLE"
                PERFORM 4000-RETITLE-COURSE
            WHEN "LESSON"
                PERFORM 5000-ADD-LESSON
            WHEN "CLEARLESSONS"
                PERFORM 5500-CLEAR-LESSONS
            WHEN "RETIRE"
                MOVE "R" TO WS-NEW-STATUS
                PERFORM 6000-SET-STATUS
            WHEN "RESTORE"
                MOVE "A" TO WS-NEW-STATUS
                PERFORM 6000-SET-STATUS
            WHEN OTHER
                PERFORM 1900-LOG-REJECTED
        END-EVALUATE.

    1100-SPLIT-OPERAND.
        MOVE 0 TO WS-PIPE-LOC
        PERFORM VARYING I FROM 1 BY 1
            UNTIL I > FUNCTION LENGTH(WS-COMMAND-OPERAND)
            OR WS-PIPE-LOC > 0
            IF WS-COMMAND-OPERAND(I:1) = "|"
                MOVE I TO WS-PIPE-LOC
            END-IF
        END-PERFORM

        IF WS-PIPE-LOC = 0
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) <= 8
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-OPERAND))
                    TO WS-SKILL-CODE
            END-IF
            EXIT PARAGRAPH
        END-IF

        IF WS-PIPE-LOC < 2 OR WS-PIPE-LOC > 9
            EXIT PARAGRAPH
        END-IF

        MOVE FUNCTION UPPER-CASE(
                FUNCTION TRIM(WS-COMMAND-OPERAND(1:WS-PIPE-LOC - 1)))
            TO WS-SKILL-CODE
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND(WS-PIPE-LOC + 1:))
            TO WS-SKILL-TEXT.

    1900-LOG-REJECTED.
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "REJECTED: " DELIMITED BY SIZE
            FUNCTION TRIM(MAINT-COMMAND-RECORD) DELIMITED BY SIZE
            INTO MAINT-LOG-RECORD
        END-STRING
        WRITE MAINT-LOG-RECORD.

    1950-LOG-OK.
        ADD 1 TO WS-PROCESSED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-WORD))
            " " FUNCTION TRIM(WS-SKILL-CODE) " - OK"
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD.

    2000-ADD-COURSE.
        PERFORM 8000-CHECK-COURSE
        IF WS-FOUND = "Y"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WS-PIPE-LOC
        PERFORM VARYING I FROM 1 BY 1
            UNTIL I > FUNCTION LENGTH(WS-SKILL-TEXT)
            OR WS-PIPE-LOC > 0
            IF WS-SKILL-TEXT(I:1) = "|"
                MOVE I TO WS-PIPE-LOC
            END-IF
        END-PERFORM

        IF WS-PIPE-LOC > 1
            MOVE FUNCTION TRIM(WS-SKILL-TEXT(1:WS-PIPE-LOC - 1))
                TO WS-SKILL-TITLE
        ELSE
            MOVE FUNCTION TRIM(WS-SKILL-TEXT) TO WS-SKILL-TITLE
        END-IF

        IF WS-SKILL-TITLE = SPACES
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WS-TEXT-LEN
        IF WS-PIPE-LOC > 1
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-SKILL-TEXT(1:WS-PIPE-LOC - 1)))
                > 20
                PERFORM 1900-LOG-REJECTED
                EXIT PARAGRAPH
            END-IF
            IF WS-SKILL-TEXT(WS-PIPE-LOC + 1:) NOT = SPACES
                MOVE FUNCTION LENGTH(
                        FUNCTION TRIM(WS-SKILL-TEXT(WS-PIPE-LOC + 1:)))
                    TO WS-TEXT-LEN
            END-IF
        ELSE
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-SKILL-TEXT)) > 20
                PERFORM 1900-LOG-REJECTED
                EXIT PARAGRAPH
            END-IF
        END-IF
        IF WS-TEXT-LEN > 79
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 8100-CHECK-TITLE
        IF WS-TITLE-TAKEN = "Y"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 8900-ENSURE-CATALOG
        OPEN EXTEND SKILL-CATALOG-FILE
        MOVE SPACES TO SKILL-CATALOG-RECORD
        MOVE WS-SKILL-CODE TO SC-CODE
        MOVE "H" TO SC-REC-TYPE
        MOVE 0 TO SC-SEQ
        MOVE WS-SKILL-TITLE TO SC-TITLE
        MOVE "A" TO SC-STATUS
        IF WS-PIPE-LOC > 1
            MOVE FUNCTION TRIM(WS-SKILL-TEXT(WS-PIPE-LOC + 1:)) TO SC-DESC
        END-IF
        WRITE SKILL-CATALOG-RECORD
        CLOSE SKILL-CATALOG-FILE

        PERFORM 1950-LOG-OK.

    3000-SET-DESCRIPTION.
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-SKILL-TEXT)) > 79
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-CHANGED
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO SC-FS
        OPEN INPUT SKILL-CATALOG-FILE
        IF SC-FS NOT = "00"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT SKILL-CATALOG-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SKILL-CATALOG-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF SC-CODE = WS-SKILL-CODE AND SC-REC-TYPE = "H"
                        MOVE WS-SKILL-TEXT TO SC-DESC
                        MOVE "Y" TO WS-CHANGED
                    END-IF
                    MOVE SKILL-CATALOG-RECORD TO SKILL-CATALOG-TEMP-RECORD
                    WRITE SKILL-CATALOG-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE SKILL-CATALOG-FILE
        CLOSE SKILL-CATALOG-TEMP
        PERFORM 8500-REPLACE-CATALOG

        IF WS-CHANGED = "Y"
            PERFORM 1950-LOG-OK
        ELSE
            PERFORM 1900-LOG-REJECTED
        END-IF.

    4000-RETITLE-COURSE.
        MOVE FUNCTION TRIM(WS-SKILL-TEXT) TO WS-SKILL-TITLE
        IF WS-SKILL-TITLE = SPACES
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-SKILL-TEXT)) > 20
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 8000-CHECK-COURSE
        IF WS-FOUND = "N"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 8100-CHECK-TITLE
        IF WS-TITLE-TAKEN = "Y"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-CHANGED
        MOVE "N" TO WS-FILE-EOF
        OPEN INPUT SKILL-CATALOG-FILE
        OPEN OUTPUT SKILL-CATALOG-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SKILL-CATALOG-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF SC-CODE = WS-SKILL-CODE AND SC-REC-TYPE = "H"
                        MOVE SC-TITLE TO WS-OLD-TITLE
                        MOVE WS-SKILL-TITLE TO SC-TITLE
                        MOVE "Y" TO WS-CHANGED
                    END-IF
                    MOVE SKILL-CATALOG-RECORD TO SKILL-CATALOG-TEMP-RECORD
                    WRITE SKILL-CATALOG-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE SKILL-CATALOG-FILE
        CLOSE SKILL-CATALOG-TEMP
        PERFORM 8500-REPLACE-CATALOG

        PERFORM 4100-CASCADE-LEARNING

        ADD 1 TO WS-PROCESSED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "TITLE " FUNCTION TRIM(WS-SKILL-CODE) " "
            FUNCTION TRIM(WS-OLD-TITLE)
            " -> " FUNCTION TRIM(WS-SKILL-TITLE)
            " - OK (" WS-CASCADE-COUNT " completion(s) updated)"
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD.

    4100-CASCADE-LEARNING.
        MOVE 0 TO WS-CASCADE-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO LP-FS
        OPEN INPUT LEARNING-FILE
        IF LP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT LEARNING-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ LEARNING-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(LP-SKILL-NAME)) =
                        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OLD-TITLE))
                        MOVE WS-SKILL-TITLE TO LP-SKILL-NAME
                        ADD 1 TO WS-CASCADE-COUNT
                    END-IF
                    MOVE LEARNING-RECORD TO LEARNING-TEMP-RECORD
                    WRITE LEARNING-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE LEARNING-FILE
        CLOSE LEARNING-TEMP
        IF WS-CASCADE-COUNT > 0
            CALL 'SYSTEM' USING
                'mv LearningProgress.tmp LearningProgress.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f LearningProgress.tmp'
        END-IF
        MOVE 0 TO RETURN-CODE.

    5000-ADD-LESSON.
        IF FUNCTION TRIM(WS-SKILL-TEXT) = SPACES
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-SKILL-TEXT)) > 100
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 8000-CHECK-COURSE
        IF WS-FOUND = "N"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        OPEN EXTEND SKILL-CATALOG-FILE
        MOVE SPACES TO SKILL-CATALOG-RECORD
        MOVE WS-SKILL-CODE TO SC-CODE
        MOVE "L" TO SC-REC-TYPE
        COMPUTE SC-SEQ = WS-LESSON-COUNT + 1
        MOVE FUNCTION TRIM(WS-SKILL-TEXT) TO SC-LESSON-TEXT
        WRITE SKILL-CATALOG-RECORD
        CLOSE SKILL-CATALOG-FILE

        PERFORM 1950-LOG-OK.

    5500-CLEAR-LESSONS.
        PERFORM 8000-CHECK-COURSE
        IF WS-FOUND = "N"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-CHANGED
        MOVE "N" TO WS-FILE-EOF
        OPEN INPUT SKILL-CATALOG-FILE
        OPEN OUTPUT SKILL-CATALOG-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SKILL-CATALOG-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF SC-CODE = WS-SKILL-CODE AND SC-REC-TYPE = "L"
                        MOVE "Y" TO WS-CHANGED
                    ELSE
                        MOVE SKILL-CATALOG-RECORD
                            TO SKILL-CATALOG-TEMP-RECORD
                        WRITE SKILL-CATALOG-TEMP-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SKILL-CATALOG-FILE
        CLOSE SKILL-CATALOG-TEMP
        PERFORM 8500-REPLACE-CATALOG

        PERFORM 1950-LOG-OK.

    6000-SET-STATUS.
        PERFORM 8000-CHECK-COURSE
        IF WS-FOUND = "N" OR WS-FOUND-STATUS = WS-NEW-STATUS
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-CHANGED
        MOVE "N" TO WS-FILE-EOF
        OPEN INPUT SKILL-CATALOG-FILE
        OPEN OUTPUT SKILL-CATALOG-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SKILL-CATALOG-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF SC-CODE = WS-SKILL-CODE AND SC-REC-TYPE = "H"
                        MOVE WS-NEW-STATUS TO SC-STATUS
                        MOVE "Y" TO WS-CHANGED
                    END-IF
                    MOVE SKILL-CATALOG-RECORD TO SKILL-CATALOG-TEMP-RECORD
                    WRITE SKILL-CATALOG-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE SKILL-CATALOG-FILE
        CLOSE SKILL-CATALOG-TEMP
        PERFORM 8500-REPLACE-CATALOG

        PERFORM 1950-LOG-OK.

    8000-CHECK-COURSE.
        MOVE "N" TO WS-FOUND
        MOVE SPACE TO WS-FOUND-STATUS
        MOVE 0 TO WS-LESSON-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO SC-FS
        OPEN INPUT SKILL-CATALOG-FILE
        IF SC-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SKILL-CATALOG-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF SC-CODE = WS-SKILL-CODE
                        IF SC-REC-TYPE = "H"
                            MOVE "Y" TO WS-FOUND
                            MOVE SC-STATUS TO WS-FOUND-STATUS
                        END-IF
                        IF SC-REC-TYPE = "L"
                            ADD 1 TO WS-LESSON-COUNT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SKILL-CATALOG-FILE.

    8100-CHECK-TITLE.
        MOVE "N" TO WS-TITLE-TAKEN
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO SC-FS
        OPEN INPUT SKILL-CATALOG-FILE
        IF SC-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y" OR WS-TITLE-TAKEN = "Y"
            READ SKILL-CATALOG-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF SC-REC-TYPE = "H"
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(SC-TITLE)) =
                            FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-TITLE))
                        MOVE "Y" TO WS-TITLE-TAKEN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SKILL-CATALOG-FILE.

    8500-REPLACE-CATALOG.
        IF WS-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv SkillCatalog.tmp SkillCatalog.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f SkillCatalog.tmp'
        END-IF
        MOVE 0 TO RETURN-CODE.

    8900-ENSURE-CATALOG.
        MOVE "00" TO SC-FS
        OPEN INPUT SKILL-CATALOG-FILE
        IF SC-FS NOT = "00"
            OPEN OUTPUT SKILL-CATALOG-FILE
        END-IF
        CLOSE SKILL-CATALOG-FILE.
