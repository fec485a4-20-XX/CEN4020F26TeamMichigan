IDENTIFICATION DIVISION.
    PROGRAM-ID. EMPMAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MAINT-COMMAND-FILE ASSIGN TO 'EmpMaintCommands.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CMD-FS.
            SELECT MAINT-LOG-FILE ASSIGN TO 'EmpMaintLog.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT EMPLOYER-FILE ASSIGN TO 'Employers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EMP-FS.
            SELECT EMPLOYER-TEMP ASSIGN TO 'Employers.tmp'
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

        FD EMPLOYER-FILE.
        01 EMPLOYER-RECORD.
            05 EM-NAME           PIC X(40).
            05 EM-INDUSTRY       PIC X(30).
            05 EM-HQ-CITY        PIC X(30).
            05 EM-WEBSITE        PIC X(60).
            05 EM-SIZE-BAND      PIC X(10).
            05 EM-DESCRIPTION    PIC X(100).
            05 EM-STATUS         PIC X.

        FD EMPLOYER-TEMP.
        01 EMPLOYER-TEMP-RECORD    PIC X(271).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 CMD-FS      PIC XX VALUE "00".
        77 EMP-FS      PIC XX VALUE "00".
        77 LOCK-FS     PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 CMD-EOF     PIC X VALUE "N".
        77 WS-FILE-EOF PIC X VALUE "N".
        77 WS-SPACE-LOC PIC 9(3) VALUE 0.
        77 WS-PIPE-LOC PIC 9(3) VALUE 0.
        77 WS-FOUND    PIC X VALUE "N".
        77 WS-FIELD-OK PIC X VALUE "N".
        77 WS-PROCESSED-COUNT PIC 9(5) VALUE 0.
        77 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
        01 I           PIC 9(3).
        01 WS-COMMAND-WORD    PIC X(12).
        01 WS-COMMAND-OPERAND PIC X(188).
        01 WS-COMMAND-REST    PIC X(188).
        01 WS-EMP-NAME        PIC X(40).
        01 WS-FIELD-NAME      PIC X(12).
        01 WS-FIELD-VALUE     PIC X(100).
        01 WS-NEW-STATUS      PIC X.
        01 WS-CURRENT-DATETIME PIC X(21).

        01 WS-EMP-RECORD.
            05 WS-EM-NAME           PIC X(40).
            05 WS-EM-INDUSTRY       PIC X(30).
            05 WS-EM-HQ-CITY        PIC X(30).
            05 WS-EM-WEBSITE        PIC X(60).
            05 WS-EM-SIZE-BAND      PIC X(10).
            05 WS-EM-DESCRIPTION    PIC X(100).
            05 WS-EM-STATUS         PIC X.

        01 WS-SIZE-BAND-TABLE.
            05 FILLER PIC X(10) VALUE "1-49".
            05 FILLER PIC X(10) VALUE "50-249".
            05 FILLER PIC X(10) VALUE "250-999".
            05 FILLER PIC X(10) VALUE "1000-4999".
            05 FILLER PIC X(10) VALUE "5000+".
        01 WS-SIZE-BAND-LIST REDEFINES WS-SIZE-BAND-TABLE.
            05 WS-SIZE-BAND OCCURS 5 TIMES PIC X(10).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK

        OPEN INPUT MAINT-COMMAND-FILE
        IF CMD-FS NOT = "00"
            DISPLAY "No EmpMaintCommands.dat file found; nothing to process."
            PERFORM 9100-RELEASE-RUN-LOCK
            STOP RUN
        END-IF

        OPEN OUTPUT MAINT-LOG-FILE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "Employer maintenance run " WS-CURRENT-DATETIME(1:8)
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

        DISPLAY "Employer maintenance complete."
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
        MOVE "EMPMAINT" TO LOCK-PROGRAM
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

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-WORD))
            WHEN "ADD"
                PERFORM 2000-ADD-EMPLOYER
            WHEN "SET"
                PERFORM 3000-SET-FIELD
            WHEN "DEACTIVATE"
                MOVE "I" TO WS-NEW-STATUS
                PERFORM 4000-SET-STATUS
            WHEN "REACTIVATE"
                MOVE "A" TO WS-NEW-STATUS
                PERFORM 4000-SET-STATUS
            WHEN OTHER
                PERFORM 1900-LOG-REJECTED
        END-EVALUATE.

    1900-LOG-REJECTED.
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "REJECTED: " DELIMITED BY SIZE
            FUNCTION TRIM(MAINT-COMMAND-RECORD) DELIMITED BY SIZE
            INTO MAINT-LOG-RECORD
        END-STRING
        WRITE MAINT-LOG-RECORD.

    2000-ADD-EMPLOYER.
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) > 40
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO WS-EMP-NAME
        PERFORM 8000-FIND-EMPLOYER
        IF WS-FOUND = "Y"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE "00" TO EMP-FS
        OPEN INPUT EMPLOYER-FILE
        IF EMP-FS NOT = "00"
            OPEN OUTPUT EMPLOYER-FILE
        END-IF
        CLOSE EMPLOYER-FILE
        OPEN EXTEND EMPLOYER-FILE
        MOVE SPACES TO EMPLOYER-RECORD
        MOVE WS-EMP-NAME TO EM-NAME
        MOVE "A" TO EM-STATUS
        WRITE EMPLOYER-RECORD
        CLOSE EMPLOYER-FILE

        ADD 1 TO WS-PROCESSED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "ADD " FUNCTION TRIM(WS-EMP-NAME) " - OK"
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD.

    3000-SET-FIELD.
        MOVE 0 TO WS-PIPE-LOC
        INSPECT WS-COMMAND-OPERAND TALLYING WS-PIPE-LOC
            FOR CHARACTERS BEFORE INITIAL "|"
        IF WS-PIPE-LOC < 1 OR WS-PIPE-LOC > 40
            OR WS-PIPE-LOC >= FUNCTION LENGTH(WS-COMMAND-OPERAND)
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND(1:WS-PIPE-LOC))
            TO WS-EMP-NAME
        MOVE WS-COMMAND-OPERAND(WS-PIPE-LOC + 2:) TO WS-COMMAND-REST

        MOVE 0 TO WS-PIPE-LOC
        INSPECT WS-COMMAND-REST TALLYING WS-PIPE-LOC
            FOR CHARACTERS BEFORE INITIAL "|"
        IF WS-PIPE-LOC < 1 OR WS-PIPE-LOC > 12
            OR WS-PIPE-LOC >= FUNCTION LENGTH(WS-COMMAND-REST)
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-REST(1:WS-PIPE-LOC)))
            TO WS-FIELD-NAME
        MOVE FUNCTION TRIM(WS-COMMAND-REST(WS-PIPE-LOC + 2:))
            TO WS-FIELD-VALUE

        PERFORM 8000-FIND-EMPLOYER
        IF WS-FOUND = "N"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE "Y" TO WS-FIELD-OK
        EVALUATE WS-FIELD-NAME
            WHEN "INDUSTRY"
                MOVE WS-FIELD-VALUE TO WS-EM-INDUSTRY
            WHEN "CITY"
                MOVE WS-FIELD-VALUE TO WS-EM-HQ-CITY
            WHEN "WEBSITE"
                MOVE WS-FIELD-VALUE TO WS-EM-WEBSITE
            WHEN "SIZE"
                PERFORM 3100-CHECK-SIZE-BAND
                MOVE WS-FIELD-VALUE TO WS-EM-SIZE-BAND
            WHEN "DESCRIPTION"
                MOVE WS-FIELD-VALUE TO WS-EM-DESCRIPTION
            WHEN OTHER
                MOVE "N" TO WS-FIELD-OK
        END-EVALUATE
        IF WS-FIELD-OK = "N"
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 8100-REWRITE-EMPLOYER
        ADD 1 TO WS-PROCESSED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING "SET " FUNCTION TRIM(WS-EM-NAME) " "
            FUNCTION TRIM(WS-FIELD-NAME) " - OK"
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD.

    3100-CHECK-SIZE-BAND.
        MOVE "N" TO WS-FIELD-OK
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5 OR WS-FIELD-OK = "Y"
            IF FUNCTION TRIM(WS-FIELD-VALUE) = FUNCTION TRIM(WS-SIZE-BAND(I))
                MOVE "Y" TO WS-FIELD-OK
            END-IF
        END-PERFORM.

    4000-SET-STATUS.
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) > 40
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO WS-EMP-NAME
        PERFORM 8000-FIND-EMPLOYER
        IF WS-FOUND = "N" OR WS-EM-STATUS = WS-NEW-STATUS
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        MOVE WS-NEW-STATUS TO WS-EM-STATUS
        PERFORM 8100-REWRITE-EMPLOYER
        ADD 1 TO WS-PROCESSED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        IF WS-NEW-STATUS = "I"
            STRING "DEACTIVATE " FUNCTION TRIM(WS-EM-NAME)
                " - OK (hidden from the directory and new recruiter sign-ups)"
                DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        ELSE
            STRING "REACTIVATE " FUNCTION TRIM(WS-EM-NAME) " - OK"
                DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        END-IF
        WRITE MAINT-LOG-RECORD.

    8000-FIND-EMPLOYER.
        MOVE "N" TO WS-FOUND
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO EMP-FS
        OPEN INPUT EMPLOYER-FILE
        IF EMP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y" OR WS-FOUND = "Y"
            READ EMPLOYER-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-NAME)) =
                        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMP-NAME))
                        MOVE EMPLOYER-RECORD TO WS-EMP-RECORD
                        IF WS-EM-STATUS = SPACE
                            MOVE "A" TO WS-EM-STATUS
                        END-IF
                        MOVE "Y" TO WS-FOUND
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EMPLOYER-FILE.

    8100-REWRITE-EMPLOYER.
        MOVE "N" TO WS-FILE-EOF
        OPEN INPUT EMPLOYER-FILE
        OPEN OUTPUT EMPLOYER-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            MOVE SPACES TO EMPLOYER-RECORD
            READ EMPLOYER-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-NAME)) =
                        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EM-NAME))
                        MOVE WS-EMP-RECORD TO EMPLOYER-TEMP-RECORD
                    ELSE
                        MOVE EMPLOYER-RECORD TO EMPLOYER-TEMP-RECORD
                    END-IF
                    WRITE EMPLOYER-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE EMPLOYER-FILE
        CLOSE EMPLOYER-TEMP
        CALL 'SYSTEM' USING 'mv Employers.tmp Employers.dat'.
