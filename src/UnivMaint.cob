            05 EV-DESC           PIC X(100).
            05 EV-CREATED-BY     PIC X(20).
            05 EV-CAPACITY       PIC 9(5).
            05 EV-GROUP          PIC X(40).
            05 EV-MEMBERS-ONLY   PIC X.

        FD EVENTS-TEMP.
        01 EVENTS-TEMP-RECORD.
            05 ET-DESC           PIC X(100).
            05 ET-CREATED-BY     PIC X(20).
            05 ET-CAPACITY       PIC 9(5).
            05 ET-GROUP          PIC X(40).
            05 ET-MEMBERS-ONLY   PIC X.

        FD GROUPS-FILE.
        01 GROUPS-RECORD.
        77 EV-FS       PIC XX VALUE "00".
        77 GRP-FS      PIC XX VALUE "00".
        77 LOCK-FS     PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 CMD-EOF     PIC X VALUE "N".
        77 WS-FILE-EOF PIC X VALUE "N".
        77 WS-SPACE-LOC PIC 9(3) VALUE 0.
        77 WS-CASCADE-COUNT PIC 9(5) VALUE 0.
        77 WS-EVENT-COUNT   PIC 9(5) VALUE 0.
        77 WS-GROUP-COUNT   PIC 9(5) VALUE 0.
        77 WS-STAGED-COUNT  PIC 9(5) VALUE 0.
        77 WS-PROCESSED-BEFORE PIC 9(5) VALUE 0.
        77 WS-OPERATOR      PIC X(20) VALUE SPACES.
        01 I           PIC 9(3).
        01 WS-COMMAND-WORD    PIC X(12).
        01 WS-COMMAND-OPERAND PIC X(88).
        01 WS-NEW-NAME        PIC X(40).
        01 WS-CURRENT-DATETIME PIC X(21).

        01 APPR-LINK-PARAMETERS.
            05 APR-LNK-OPERATION    PIC X(2).
            05 APR-LNK-PROGRAM      PIC X(10).
            05 APR-LNK-ID           PIC 9(6).
            05 APR-LNK-USER         PIC X(20).
            05 APR-LNK-COMMAND      PIC X(100).
            05 APR-LNK-REQUESTER    PIC X(20).
            05 APR-LNK-RETURN-CODE  PIC X.
            05 APR-LNK-RUN-STAMP    PIC X(14).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        MOVE FUNCTION CURRENT-DATE(1:14) TO APR-LNK-RUN-STAMP

        OPEN INPUT MAINT-COMMAND-FILE
        IF CMD-FS NOT = "00"
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD

        PERFORM UNTIL CMD-EOF = "Y"
            READ MAINT-COMMAND-FILE
        DISPLAY "University maintenance complete."
        DISPLAY "Commands processed: " WS-PROCESSED-COUNT
        DISPLAY "Commands rejected: " WS-REJECTED-COUNT
        DISPLAY "Renames staged for approval: " WS-STAGED-COUNT

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
                MOVE WS-COMMAND-OPERAND TO WS-UNIV-NAME
                PERFORM 3000-RETIRE-UNIVERSITY
            WHEN "RENAME"
                PERFORM 5000-STAGE-RENAME
            WHEN "BY"
                MOVE WS-COMMAND-OPERAND TO WS-OPERATOR
            WHEN "APPROVE"
                PERFORM 5100-APPROVE-REQUEST
            WHEN "REJECT"
                PERFORM 5200-REJECT-REQUEST
            WHEN OTHER
                PERFORM 1900-LOG-REJECTED
        END-EVALUATE.
        END-IF
        MOVE 0 TO RETURN-CODE.

    5000-STAGE-RENAME.
        MOVE 0 TO WS-PIPE-LOC
        INSPECT WS-COMMAND-OPERAND TALLYING WS-PIPE-LOC
            FOR CHARACTERS BEFORE INITIAL "|"
        IF WS-PIPE-LOC < 1
            OR WS-PIPE-LOC >= FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND))
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE "ST" TO APR-LNK-OPERATION
        MOVE 0 TO APR-LNK-ID
        MOVE WS-OPERATOR TO APR-LNK-USER
        MOVE SPACES TO APR-LNK-COMMAND
        STRING "RENAME " FUNCTION TRIM(WS-COMMAND-OPERAND)
            DELIMITED BY SIZE INTO APR-LNK-COMMAND
        PERFORM 5800-CALL-APPRMGR
        MOVE SPACES TO MAINT-LOG-RECORD
        IF APR-LNK-RETURN-CODE = "Y"
            ADD 1 TO WS-STAGED-COUNT
            STRING "STAGED: " FUNCTION TRIM(APR-LNK-COMMAND)
                " as request " APR-LNK-ID " by "
                FUNCTION TRIM(WS-OPERATOR)
                " - runs only after a second admin approves it"
                DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WRITE MAINT-LOG-RECORD
        ELSE
            ADD 1 TO WS-REJECTED-COUNT
            STRING "REJECTED: " FUNCTION TRIM(MAINT-COMMAND-RECORD)
                " - requester " FUNCTION TRIM(WS-OPERATOR)
                " is not an active admin (set with BY <admin>)"
                DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WRITE MAINT-LOG-RECORD
        END-IF.

    5100-APPROVE-REQUEST.
        IF FUNCTION TRIM(WS-COMMAND-OPERAND) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) > 6
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE "AP" TO APR-LNK-OPERATION
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO APR-LNK-ID
        MOVE WS-OPERATOR TO APR-LNK-USER
        MOVE SPACES TO APR-LNK-COMMAND
        PERFORM 5800-CALL-APPRMGR
        IF APR-LNK-RETURN-CODE NOT = "Y"
            PERFORM 5900-LOG-APPROVAL-REFUSED
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "APPROVED: request " APR-LNK-ID " ("
            FUNCTION TRIM(APR-LNK-COMMAND) ", requested by "
            FUNCTION TRIM(APR-LNK-REQUESTER) ") by "
            FUNCTION TRIM(WS-OPERATOR)
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD

        MOVE "FL" TO APR-LNK-OPERATION
        IF APR-LNK-COMMAND(1:7) = "RENAME "
            MOVE APR-LNK-COMMAND TO MAINT-COMMAND-RECORD
            MOVE FUNCTION TRIM(APR-LNK-COMMAND(8:)) TO WS-COMMAND-OPERAND
            MOVE WS-PROCESSED-COUNT TO WS-PROCESSED-BEFORE
            PERFORM 4000-RENAME-UNIVERSITY
            IF WS-PROCESSED-COUNT > WS-PROCESSED-BEFORE
                MOVE "DN" TO APR-LNK-OPERATION
            END-IF
        END-IF
        PERFORM 5800-CALL-APPRMGR.

    5200-REJECT-REQUEST.
        IF FUNCTION TRIM(WS-COMMAND-OPERAND) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) > 6
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE "RJ" TO APR-LNK-OPERATION
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO APR-LNK-ID
        MOVE WS-OPERATOR TO APR-LNK-USER
        MOVE SPACES TO APR-LNK-COMMAND
        PERFORM 5800-CALL-APPRMGR
        IF APR-LNK-RETURN-CODE NOT = "Y"
            PERFORM 5900-LOG-APPROVAL-REFUSED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PROCESSED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "WITHDRAWN: request " APR-LNK-ID " ("
            FUNCTION TRIM(APR-LNK-COMMAND) ") rejected by "
            FUNCTION TRIM(WS-OPERATOR) " - no action taken"
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD.

    5800-CALL-APPRMGR.
        MOVE "UNIVMAINT" TO APR-LNK-PROGRAM
        MOVE SPACES TO APR-LNK-REQUESTER
        MOVE "N" TO APR-LNK-RETURN-CODE
        CALL 'APPRMGR' USING APR-LNK-OPERATION, APR-LNK-PROGRAM,
            APR-LNK-ID, APR-LNK-USER, APR-LNK-COMMAND, APR-LNK-REQUESTER,
            APR-LNK-RETURN-CODE, APR-LNK-RUN-STAMP.

    5900-LOG-APPROVAL-REFUSED.
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        EVALUATE APR-LNK-RETURN-CODE
            WHEN "S"
                STRING "REJECTED: " FUNCTION TRIM(MAINT-COMMAND-RECORD)
                    " - the requesting admin cannot approve it"
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WHEN "X"
                STRING "REJECTED: " FUNCTION TRIM(MAINT-COMMAND-RECORD)
                    " - request has expired; stage it again"
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WHEN "R"
                STRING "REJECTED: " FUNCTION TRIM(MAINT-COMMAND-RECORD)
                    " - request was staged in this run; approve it in a later run"
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WHEN "A"
                STRING "REJECTED: " FUNCTION TRIM(MAINT-COMMAND-RECORD)
                    " - " FUNCTION TRIM(WS-OPERATOR)
                    " is not an active admin (set with BY <admin>)"
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WHEN OTHER
                STRING "REJECTED: " FUNCTION TRIM(MAINT-COMMAND-RECORD)
                    " - no such pending request for UNIVMAINT"
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        END-EVALUATE
        WRITE MAINT-LOG-RECORD.

    8000-CHECK-UNIVERSITY.
        MOVE "N" TO WS-FOUND
        MOVE "N" TO WS-FILE-EOF
