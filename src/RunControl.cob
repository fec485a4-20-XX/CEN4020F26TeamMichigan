            05 ES-COUNT        PIC 9(8).

    WORKING-STORAGE SECTION.
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 CTL-FS              PIC XX VALUE "00".
        77 ACC-FS              PIC XX VALUE "00".
        77 PROF-FS             PIC XX VALUE "00".

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LOAD-PRIOR-CONTROL
        PERFORM 2500-LOAD-EXPECTED-SHRINKS
        PERFORM 9000-FINISH
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

    1000-INITIALIZE.
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME

            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO RUN-CONTROL-REPORT-RECORD
        WRITE RUN-CONTROL-REPORT-RECORD
        MOVE SPACES TO RUN-CONTROL-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO RUN-CONTROL-REPORT-RECORD
        WRITE RUN-CONTROL-REPORT-RECORD
        IF WS-OVERRIDE = "Y"
            MOVE "NOTE: RunControlOverride.dat present - decreases accepted this run."
                TO RUN-CONTROL-REPORT-RECORD
