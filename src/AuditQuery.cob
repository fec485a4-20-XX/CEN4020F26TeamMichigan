        77 CMD-FS    PIC XX VALUE "00".
        77 RPT-FS    PIC XX VALUE "00".
        77 AUDIT-FS    PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 CMD-EOF    PIC X VALUE "N".
        77 AUDIT-EOF    PIC X VALUE "N".
        77 WS-SPACE-LOC    PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
    MAIN-QUERY.
        PERFORM SELECT-ENVIRONMENT
        OPEN INPUT QUERY-COMMAND-FILE
        IF CMD-FS NOT = "00"
            DISPLAY "No AuditQueryCommands.dat file found; nothing to query."
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO QUERY-REPORT-RECORD
        WRITE QUERY-REPORT-RECORD
        MOVE SPACES TO QUERY-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO QUERY-REPORT-RECORD
        WRITE QUERY-REPORT-RECORD

        PERFORM RESET-FILTERS

        DISPLAY "Commands rejected: " WS-REJECTED-COUNT
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

    RESET-FILTERS.
        MOVE SPACES TO WS-FILTER-USER
        MOVE SPACES TO WS-FILTER-OP
