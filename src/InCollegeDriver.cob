        77 IN-FS               PIC XX VALUE "00".
        77 WS-RUN-MODE         PIC X VALUE "B".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-UNIV-VALID       PIC X VALUE "N".
        77 WS-UNIV-ENTERED     PIC X(40).
        77 EOF-FLAG    PIC X VALUE "N".
                    15 PROF-LNK-EDU-YEARS    PIC X(15).

PROCEDURE DIVISION.
    PERFORM SELECT-ENVIRONMENT
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM LOAD-CONFIG

    END-IF

    OPEN OUTPUT OUTPUT-FILE
    PERFORM WRITE-ENVIRONMENT-BANNER
    OPEN INPUT ACCOUNT-FILE
    OPEN OUTPUT BATCH-EXCEPTION-FILE

    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

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

    WRITE-ENVIRONMENT-BANNER.
        IF WS-RUN-ENVIRONMENT = "TRAINING"
            MOVE "Environment: TRAINING - training data set, not live member data."
                TO OUTPUT-RECORD
            WRITE OUTPUT-RECORD
        END-IF.

    ACQUIRE-RUN-LOCK.
        MOVE "00" TO LOCK-FS
        OPEN INPUT RUN-LOCK-FILE
