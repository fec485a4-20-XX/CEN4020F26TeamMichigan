IDENTIFICATION DIVISION.
    PROGRAM-ID. EMPCONVERT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPLOYER-FILE ASSIGN TO 'Employers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EMP-FS.
            SELECT CONVERT-TEMP ASSIGN TO 'EmpConvert.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD EMPLOYER-FILE.
        01 EMPLOYER-RECORD.
            05 EM-NAME           PIC X(40).
            05 EM-PROFILE        PIC X(230).
            05 EM-STATUS         PIC X.

        FD CONVERT-TEMP.
        01 CONVERT-TEMP-RECORD.
            05 CT-NAME           PIC X(40).
            05 CT-INDUSTRY       PIC X(30).
            05 CT-HQ-CITY        PIC X(30).
            05 CT-WEBSITE        PIC X(60).
            05 CT-SIZE-BAND      PIC X(10).
            05 CT-DESCRIPTION    PIC X(100).
            05 CT-STATUS         PIC X.

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 EMP-FS     PIC XX VALUE "00".
        77 LOCK-FS    PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-FILE-EOF           PIC X VALUE "N".
        77 WS-FILE-CHANGED       PIC X VALUE "N".
        77 WS-READ-COUNT         PIC 9(5) VALUE 0.
        77 WS-CONVERTED-COUNT    PIC 9(5) VALUE 0.
        77 WS-ALREADY-COUNT      PIC 9(5) VALUE 0.
        77 WS-BLANK-COUNT        PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MAIN-CONVERT.
        PERFORM SELECT-ENVIRONMENT
        PERFORM ACQUIRE-RUN-LOCK
        PERFORM CONVERT-EMPLOYERS

        DISPLAY "Employer master conversion complete."
        DISPLAY "Employer lines read:            " WS-READ-COUNT
        DISPLAY "Converted to the expanded layout: " WS-CONVERTED-COUNT
        DISPLAY "Already in the expanded layout:   " WS-ALREADY-COUNT
        DISPLAY "Blank lines dropped:            " WS-BLANK-COUNT

        PERFORM RELEASE-RUN-LOCK
        STOP RUN.

    CONVERT-EMPLOYERS.
        MOVE "N" TO WS-FILE-EOF
        MOVE "N" TO WS-FILE-CHANGED
        MOVE "00" TO EMP-FS
        OPEN INPUT EMPLOYER-FILE
        IF EMP-FS NOT = "00"
            DISPLAY "No Employers.dat file found; nothing to convert."
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CONVERT-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            MOVE SPACES TO EMPLOYER-RECORD
            READ EMPLOYER-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM CONVERT-ONE-EMPLOYER
            END-READ
        END-PERFORM
        CLOSE EMPLOYER-FILE
        CLOSE CONVERT-TEMP
        IF WS-FILE-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv EmpConvert.tmp Employers.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f EmpConvert.tmp'
        END-IF.

    CONVERT-ONE-EMPLOYER.
        IF FUNCTION TRIM(EM-NAME) = SPACES
            ADD 1 TO WS-BLANK-COUNT
            MOVE "Y" TO WS-FILE-CHANGED
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO CONVERT-TEMP-RECORD
        IF EM-PROFILE = SPACES AND EM-STATUS = SPACE
            MOVE FUNCTION TRIM(EM-NAME) TO CT-NAME
            MOVE "A" TO CT-STATUS
            ADD 1 TO WS-CONVERTED-COUNT
            MOVE "Y" TO WS-FILE-CHANGED
        ELSE
            MOVE EMPLOYER-RECORD TO CONVERT-TEMP-RECORD
            ADD 1 TO WS-ALREADY-COUNT
        END-IF
        WRITE CONVERT-TEMP-RECORD.

    SELECT-ENVIRONMENT.
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

    ACQUIRE-RUN-LOCK.
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
        MOVE "EMPCONVERT" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.
