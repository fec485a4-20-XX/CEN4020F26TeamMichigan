    WORKING-STORAGE SECTION.
        77 PROF-FS             PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 PROF-EOF            PIC X VALUE "N".
        77 WS-PROFILE-COUNT    PIC 9(3) VALUE 0.
        77 WS-OVERFLOW-COUNT   PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LOAD-PROFILES
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
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO DUPE-REPORT-RECORD
        WRITE DUPE-REPORT-RECORD
        MOVE SPACES TO DUPE-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO DUPE-REPORT-RECORD
        WRITE DUPE-REPORT-RECORD
        MOVE "Pairs share first name, last name, university and grad year."
            TO DUPE-REPORT-RECORD
        WRITE DUPE-REPORT-RECORD
