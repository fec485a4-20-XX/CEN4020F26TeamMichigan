IDENTIFICATION DIVISION.
    PROGRAM-ID. APPRREPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT APPROVAL-FILE ASSIGN TO 'ApprovalQueue.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APR-FS.
            SELECT APPROVAL-TEMP ASSIGN TO 'ApprovalQueue.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT SECURITY-AUDIT-FILE ASSIGN TO 'SecurityAudit.log'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FS.
            SELECT PENDING-REPORT-FILE ASSIGN TO 'PendingApprovals.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD APPROVAL-FILE.
        01 APPROVAL-RECORD.
            05 APR-ID              PIC 9(6).
            05 APR-PROGRAM         PIC X(10).
            05 APR-COMMAND         PIC X(100).
            05 APR-REQUESTER       PIC X(20).
            05 APR-REQ-DATE        PIC 9(8).
            05 APR-REQ-TIME        PIC 9(6).
            05 APR-STATUS          PIC X.
            05 APR-APPROVER        PIC X(20).
            05 APR-ACT-DATE        PIC 9(8).

        FD APPROVAL-TEMP.
        01 APPROVAL-TEMP-RECORD    PIC X(179).

        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD SECURITY-AUDIT-FILE.
        01 SECURITY-AUDIT-RECORD.
            05 AUD-DATE     PIC 9(8).
            05 FILLER       PIC X.
            05 AUD-TIME     PIC X(6).
            05 FILLER       PIC X.
            05 AUD-USER     PIC X(20).
            05 FILLER       PIC X.
            05 AUD-OP       PIC X(12).
            05 FILLER       PIC X.
            05 AUD-OUTCOME  PIC X(8).

        FD PENDING-REPORT-FILE.
        01 PENDING-REPORT-RECORD    PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 APR-FS                  PIC XX VALUE "00".
        77 CONFIG-FS               PIC XX VALUE "00".
        77 AUDIT-FS                PIC XX VALUE "00".
        77 LOCK-FS                 PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 APR-EOF                 PIC X VALUE "N".
        77 WS-CONFIG-KEY           PIC X(20).
        77 WS-CONFIG-VALUE         PIC X(20).
        77 WS-CONFIG-EQ            PIC 9(2) VALUE 0.
        77 APPROVAL-EXPIRY-DAYS    PIC 9(3) VALUE 7.
        77 WS-TODAY-DATE           PIC 9(8).
        77 WS-AGE-DAYS             PIC 9(5) VALUE 0.
        77 WS-CHECKED-COUNT        PIC 9(5) VALUE 0.
        77 WS-PENDING-COUNT        PIC 9(5) VALUE 0.
        77 WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
        01 I                       PIC 9(2).
        01 WS-CURRENT-DATETIME     PIC X(21).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-REVIEW-QUEUE
        PERFORM 9000-FINISH
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
        MOVE "APPRREPORT" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    9100-RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.

    1000-INITIALIZE.
        PERFORM 1100-LOAD-CONFIG
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE

        OPEN OUTPUT PENDING-REPORT-FILE
        MOVE SPACES TO PENDING-REPORT-RECORD
        STRING "Pending admin approvals " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            " (requests expire after " APPROVAL-EXPIRY-DAYS " days)"
            DELIMITED BY SIZE INTO PENDING-REPORT-RECORD
        WRITE PENDING-REPORT-RECORD
        MOVE SPACES TO PENDING-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO PENDING-REPORT-RECORD
        WRITE PENDING-REPORT-RECORD
        MOVE SPACES TO PENDING-REPORT-RECORD
        WRITE PENDING-REPORT-RECORD
        MOVE "ID     PROGRAM    REQUESTED BY         DATE     TIME   AGE COMMAND"
            TO PENDING-REPORT-RECORD
        WRITE PENDING-REPORT-RECORD.

    1100-LOAD-CONFIG.
        MOVE "00" TO CONFIG-FS
        OPEN INPUT CONFIG-FILE
        IF CONFIG-FS = "00"
            PERFORM UNTIL CONFIG-FS NOT = "00"
                READ CONFIG-FILE
                    AT END
                        MOVE "10" TO CONFIG-FS
                    NOT AT END
                        MOVE 0 TO WS-CONFIG-EQ
                        PERFORM VARYING I FROM 1 BY 1
                            UNTIL I > FUNCTION LENGTH(CONFIG-RECORD)
                            OR WS-CONFIG-EQ > 0
                            IF CONFIG-RECORD(I:1) = "="
                                MOVE I TO WS-CONFIG-EQ
                            END-IF
                        END-PERFORM
                        IF WS-CONFIG-EQ > 0
                            MOVE CONFIG-RECORD(1:WS-CONFIG-EQ - 1)
                                TO WS-CONFIG-KEY
                            MOVE CONFIG-RECORD(WS-CONFIG-EQ + 1:)
                                TO WS-CONFIG-VALUE
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "APPROVAL-EXPIRY-DAYS"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO APPROVAL-EXPIRY-DAYS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF.

    2000-REVIEW-QUEUE.
        MOVE "N" TO APR-EOF
        OPEN INPUT APPROVAL-FILE
        IF APR-FS NOT = "00"
            MOVE "ApprovalQueue.dat not found - nothing is waiting."
                TO PENDING-REPORT-RECORD
            WRITE PENDING-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT APPROVAL-TEMP
        PERFORM UNTIL APR-EOF = "Y"
            READ APPROVAL-FILE
                AT END
                    MOVE "Y" TO APR-EOF
                NOT AT END
                    ADD 1 TO WS-CHECKED-COUNT
                    IF APR-STATUS = "P"
                        PERFORM 2100-CHECK-ONE-REQUEST
                    END-IF
                    MOVE APPROVAL-RECORD TO APPROVAL-TEMP-RECORD
                    WRITE APPROVAL-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE APPROVAL-FILE
        CLOSE APPROVAL-TEMP
        IF WS-EXPIRED-COUNT > 0
            CALL 'SYSTEM' USING 'mv ApprovalQueue.tmp ApprovalQueue.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f ApprovalQueue.tmp'
        END-IF

        IF WS-PENDING-COUNT = 0
            MOVE "  (no requests are waiting for a second admin)"
                TO PENDING-REPORT-RECORD
            WRITE PENDING-REPORT-RECORD
        END-IF.

    2100-CHECK-ONE-REQUEST.
        MOVE 0 TO WS-AGE-DAYS
        IF APR-REQ-DATE IS NUMERIC AND APR-REQ-DATE > 0
            AND APR-REQ-DATE < WS-TODAY-DATE
            COMPUTE WS-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(APR-REQ-DATE)
        END-IF

        IF WS-AGE-DAYS > APPROVAL-EXPIRY-DAYS
            PERFORM 2200-EXPIRE-REQUEST
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-PENDING-COUNT
        MOVE SPACES TO PENDING-REPORT-RECORD
        STRING APR-ID " " APR-PROGRAM " " APR-REQUESTER " "
            APR-REQ-DATE " " APR-REQ-TIME " " WS-AGE-DAYS(3:3) " "
            APR-COMMAND(1:73)
            DELIMITED BY SIZE INTO PENDING-REPORT-RECORD
        WRITE PENDING-REPORT-RECORD.

    2200-EXPIRE-REQUEST.
        MOVE "X" TO APR-STATUS
        MOVE WS-TODAY-DATE TO APR-ACT-DATE
        ADD 1 TO WS-EXPIRED-COUNT
        MOVE SPACES TO PENDING-REPORT-RECORD
        STRING "  EXPIRED: request " APR-ID " "
            FUNCTION TRIM(APR-PROGRAM) " "
            FUNCTION TRIM(APR-COMMAND)
            " (requested by " FUNCTION TRIM(APR-REQUESTER)
            " on " APR-REQ-DATE ")"
            DELIMITED BY SIZE INTO PENDING-REPORT-RECORD
        WRITE PENDING-REPORT-RECORD
        PERFORM 2300-AUDIT-EXPIRY.

    2300-AUDIT-EXPIRY.
        MOVE "00" TO AUDIT-FS
        OPEN INPUT SECURITY-AUDIT-FILE
        IF AUDIT-FS NOT = "00"
            OPEN OUTPUT SECURITY-AUDIT-FILE
        END-IF
        CLOSE SECURITY-AUDIT-FILE
        OPEN EXTEND SECURITY-AUDIT-FILE
        MOVE SPACES TO SECURITY-AUDIT-RECORD
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE WS-CURRENT-DATETIME(1:8) TO AUD-DATE
        MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME
        MOVE FUNCTION TRIM(APR-REQUESTER) TO AUD-USER
        MOVE "APPR-EXPIRED" TO AUD-OP
        MOVE APR-ID TO AUD-OUTCOME
        WRITE SECURITY-AUDIT-RECORD
        CLOSE SECURITY-AUDIT-FILE.

    9000-FINISH.
        MOVE SPACES TO PENDING-REPORT-RECORD
        WRITE PENDING-REPORT-RECORD
        MOVE SPACES TO PENDING-REPORT-RECORD
        STRING "Requests checked: " WS-CHECKED-COUNT
            ", waiting: " WS-PENDING-COUNT
            ", expired this run: " WS-EXPIRED-COUNT
            DELIMITED BY SIZE INTO PENDING-REPORT-RECORD
        WRITE PENDING-REPORT-RECORD
        CLOSE PENDING-REPORT-FILE
        DISPLAY "Pending-approval report complete."
        DISPLAY "Requests waiting: " WS-PENDING-COUNT
        DISPLAY "Requests expired: " WS-EXPIRED-COUNT.
