IDENTIFICATION DIVISION.
    PROGRAM-ID. MENTORCHECK.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MENTORSHIP-FILE ASSIGN TO 'Mentorships.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MSHP-FS.
            SELECT MENTOR-SESSION-FILE ASSIGN TO 'MentorSessions.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MSN-FS.
            SELECT NOTIFICATIONS-FILE ASSIGN TO 'Notifications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NOTIF-FS.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT STALLED-REPORT-FILE ASSIGN TO 'MentorStalled.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD MENTORSHIP-FILE.
        01 MENTORSHIP-RECORD.
            05 MS-MENTOR         PIC X(20).
            05 MS-STUDENT        PIC X(20).
            05 MS-DATE           PIC 9(8).

        FD MENTOR-SESSION-FILE.
        01 MENTOR-SESSION-RECORD.
            05 MSN-MENTOR        PIC X(20).
            05 MSN-STUDENT       PIC X(20).
            05 MSN-DATE          PIC 9(8).
            05 MSN-MINUTES       PIC 9(3).
            05 MSN-TOPIC         PIC X(60).
            05 MSN-LOGGED-BY     PIC X(20).

        FD NOTIFICATIONS-FILE.
        01 NOTIFICATIONS-RECORD.
            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD STALLED-REPORT-FILE.
        01 STALLED-REPORT-RECORD    PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 MSHP-FS             PIC XX VALUE "00".
        77 MSN-FS              PIC XX VALUE "00".
        77 NOTIF-FS            PIC XX VALUE "00".
        77 CONFIG-FS           PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 MSHP-EOF            PIC X VALUE "N".
        77 MSN-EOF             PIC X VALUE "N".
        77 MENTOR-STALL-DAYS   PIC 9(5) VALUE 21.
        77 MENTOR-TERM-END     PIC 9(8) VALUE 0.
        77 WS-CONFIG-KEY       PIC X(20).
        77 WS-CONFIG-VALUE     PIC X(20).
        77 WS-CONFIG-EQ        PIC 9(2) VALUE 0.
        77 WS-TODAY-DATE       PIC 9(8) VALUE 0.
        77 WS-IDLE-DAYS        PIC S9(8) VALUE 0.
        77 WS-IDLE-DISP        PIC Z(4)9.
        77 WS-PAIR-COUNT       PIC 9(3) VALUE 0.
        77 WS-PAIR-IDX         PIC 9(3) VALUE 0.
        77 WS-STALLED-COUNT    PIC 9(5) VALUE 0.
        77 WS-NUDGED-COUNT     PIC 9(5) VALUE 0.
        77 WS-EVAL-SENT-COUNT  PIC 9(5) VALUE 0.
        77 WS-NOTIFY-USER      PIC X(20) VALUE SPACES.
        77 WS-NOTIFY-PARTNER   PIC X(20) VALUE SPACES.
        01 I                   PIC 9(2).
        01 WS-CURRENT-DATETIME PIC X(21).

        01 WS-PAIR-TABLE.
            05 WS-PAIR-ENTRY OCCURS 500 TIMES.
                10 WS-PAIR-MENTOR    PIC X(20).
                10 WS-PAIR-STUDENT   PIC X(20).
                10 WS-PAIR-SINCE     PIC 9(8).
                10 WS-PAIR-LAST      PIC 9(8).
                10 WS-PAIR-SESSIONS  PIC 9(4).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LOAD-PAIRS
        PERFORM 2500-LOAD-SESSIONS
        PERFORM 3000-CHECK-STALLED-PAIRS
        PERFORM 4000-REQUEST-EVALUATIONS
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
        MOVE "MENTORCHECK" TO LOCK-PROGRAM
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

        OPEN OUTPUT STALLED-REPORT-FILE
        MOVE SPACES TO STALLED-REPORT-RECORD
        STRING "Stalled mentorship pairings " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6) " (threshold "
            MENTOR-STALL-DAYS " days)"
            DELIMITED BY SIZE INTO STALLED-REPORT-RECORD
        WRITE STALLED-REPORT-RECORD
        MOVE SPACES TO STALLED-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO STALLED-REPORT-RECORD
        WRITE STALLED-REPORT-RECORD
        MOVE SPACES TO STALLED-REPORT-RECORD
        WRITE STALLED-REPORT-RECORD.

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
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "MENTOR-STALL-DAYS"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO MENTOR-STALL-DAYS
                            END-IF
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "MENTOR-TERM-END"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO MENTOR-TERM-END
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF
        IF MENTOR-STALL-DAYS = 0
            MOVE 21 TO MENTOR-STALL-DAYS
        END-IF.

    2000-LOAD-PAIRS.
        MOVE "N" TO MSHP-EOF
        MOVE "00" TO MSHP-FS
        OPEN INPUT MENTORSHIP-FILE
        IF MSHP-FS NOT = "00"
            MOVE "  Mentorships.dat not found - no pairings to check."
                TO STALLED-REPORT-RECORD
            WRITE STALLED-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL MSHP-EOF = "Y"
            READ MENTORSHIP-FILE
                AT END
                    MOVE "Y" TO MSHP-EOF
                NOT AT END
                    IF WS-PAIR-COUNT < 500
                        ADD 1 TO WS-PAIR-COUNT
                        MOVE MS-MENTOR TO WS-PAIR-MENTOR(WS-PAIR-COUNT)
                        MOVE MS-STUDENT TO WS-PAIR-STUDENT(WS-PAIR-COUNT)
                        MOVE MS-DATE TO WS-PAIR-SINCE(WS-PAIR-COUNT)
                        MOVE 0 TO WS-PAIR-LAST(WS-PAIR-COUNT)
                        MOVE 0 TO WS-PAIR-SESSIONS(WS-PAIR-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTORSHIP-FILE.

    2500-LOAD-SESSIONS.
        MOVE "N" TO MSN-EOF
        MOVE "00" TO MSN-FS
        OPEN INPUT MENTOR-SESSION-FILE
        IF MSN-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL MSN-EOF = "Y"
            READ MENTOR-SESSION-FILE
                AT END
                    MOVE "Y" TO MSN-EOF
                NOT AT END
                    PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                        UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                        IF MSN-MENTOR = WS-PAIR-MENTOR(WS-PAIR-IDX)
                            AND MSN-STUDENT = WS-PAIR-STUDENT(WS-PAIR-IDX)
                            ADD 1 TO WS-PAIR-SESSIONS(WS-PAIR-IDX)
                            IF MSN-DATE > WS-PAIR-LAST(WS-PAIR-IDX)
                                MOVE MSN-DATE TO WS-PAIR-LAST(WS-PAIR-IDX)
                            END-IF
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE MENTOR-SESSION-FILE.

    3000-CHECK-STALLED-PAIRS.
        PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
            UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
            PERFORM 3100-CHECK-ONE-PAIR
        END-PERFORM
        IF WS-STALLED-COUNT = 0 AND WS-PAIR-COUNT > 0
            MOVE "  No stalled pairings." TO STALLED-REPORT-RECORD
            WRITE STALLED-REPORT-RECORD
        END-IF.

    3100-CHECK-ONE-PAIR.
        IF WS-PAIR-LAST(WS-PAIR-IDX) > 0
            COMPUTE WS-IDLE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-PAIR-LAST(WS-PAIR-IDX))
        ELSE
            IF WS-PAIR-SINCE(WS-PAIR-IDX) IS NUMERIC
                AND WS-PAIR-SINCE(WS-PAIR-IDX) > 0
                COMPUTE WS-IDLE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-PAIR-SINCE(WS-PAIR-IDX))
            ELSE
                MOVE 0 TO WS-IDLE-DAYS
            END-IF
        END-IF
        IF WS-IDLE-DAYS < MENTOR-STALL-DAYS
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-STALLED-COUNT
        MOVE WS-IDLE-DAYS TO WS-IDLE-DISP
        MOVE SPACES TO STALLED-REPORT-RECORD
        IF WS-PAIR-LAST(WS-PAIR-IDX) > 0
            STRING "  STALLED: mentor "
                FUNCTION TRIM(WS-PAIR-MENTOR(WS-PAIR-IDX))
                ", student " FUNCTION TRIM(WS-PAIR-STUDENT(WS-PAIR-IDX))
                " - " WS-PAIR-SESSIONS(WS-PAIR-IDX)
                " session(s), last on " WS-PAIR-LAST(WS-PAIR-IDX)
                " (" FUNCTION TRIM(WS-IDLE-DISP) " days ago)"
                DELIMITED BY SIZE INTO STALLED-REPORT-RECORD
        ELSE
            STRING "  STALLED: mentor "
                FUNCTION TRIM(WS-PAIR-MENTOR(WS-PAIR-IDX))
                ", student " FUNCTION TRIM(WS-PAIR-STUDENT(WS-PAIR-IDX))
                " - no sessions since pairing on "
                WS-PAIR-SINCE(WS-PAIR-IDX)
                " (" FUNCTION TRIM(WS-IDLE-DISP) " days ago)"
                DELIMITED BY SIZE INTO STALLED-REPORT-RECORD
        END-IF
        WRITE STALLED-REPORT-RECORD

        IF FUNCTION MOD(WS-IDLE-DAYS, MENTOR-STALL-DAYS) NOT = 0
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-NUDGED-COUNT
        MOVE WS-PAIR-MENTOR(WS-PAIR-IDX) TO WS-NOTIFY-USER
        MOVE WS-PAIR-STUDENT(WS-PAIR-IDX) TO WS-NOTIFY-PARTNER
        PERFORM 3200-SEND-NUDGE
        MOVE WS-PAIR-STUDENT(WS-PAIR-IDX) TO WS-NOTIFY-USER
        MOVE WS-PAIR-MENTOR(WS-PAIR-IDX) TO WS-NOTIFY-PARTNER
        PERFORM 3200-SEND-NUDGE.

    3200-SEND-NUDGE.
        MOVE WS-NOTIFY-USER TO NOTIF-USERNAME
        MOVE SPACES TO NOTIF-TEXT
        STRING "Mentorship check-in: no session with "
            FUNCTION TRIM(WS-NOTIFY-PARTNER) " in "
            FUNCTION TRIM(WS-IDLE-DISP) " days"
            DELIMITED BY SIZE INTO NOTIF-TEXT
        PERFORM 8100-APPEND-NOTIFICATION.

    4000-REQUEST-EVALUATIONS.
        IF MENTOR-TERM-END = 0 OR MENTOR-TERM-END NOT = WS-TODAY-DATE
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
            UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
            MOVE WS-PAIR-MENTOR(WS-PAIR-IDX) TO NOTIF-USERNAME
            MOVE SPACES TO NOTIF-TEXT
            STRING "Term has ended: please evaluate your mentorship with "
                FUNCTION TRIM(WS-PAIR-STUDENT(WS-PAIR-IDX))
                DELIMITED BY SIZE INTO NOTIF-TEXT
            PERFORM 8100-APPEND-NOTIFICATION
            MOVE WS-PAIR-STUDENT(WS-PAIR-IDX) TO NOTIF-USERNAME
            MOVE SPACES TO NOTIF-TEXT
            STRING "Term has ended: please evaluate your mentorship with "
                FUNCTION TRIM(WS-PAIR-MENTOR(WS-PAIR-IDX))
                DELIMITED BY SIZE INTO NOTIF-TEXT
            PERFORM 8100-APPEND-NOTIFICATION
            ADD 1 TO WS-EVAL-SENT-COUNT
        END-PERFORM
        MOVE SPACES TO STALLED-REPORT-RECORD
        WRITE STALLED-REPORT-RECORD
        MOVE SPACES TO STALLED-REPORT-RECORD
        STRING "Term ended " MENTOR-TERM-END
            ": end-of-term evaluation requested from "
            WS-EVAL-SENT-COUNT " pairing(s)"
            DELIMITED BY SIZE INTO STALLED-REPORT-RECORD
        WRITE STALLED-REPORT-RECORD.

    8100-APPEND-NOTIFICATION.
        OPEN INPUT NOTIFICATIONS-FILE
        IF NOTIF-FS NOT = "00"
            OPEN OUTPUT NOTIFICATIONS-FILE
        END-IF
        CLOSE NOTIFICATIONS-FILE
        OPEN EXTEND NOTIFICATIONS-FILE
        MOVE WS-TODAY-DATE TO NOTIF-DATE
        MOVE "CN" TO NOTIF-CATEGORY
        MOVE SPACE TO NOTIF-SPOOLED
        WRITE NOTIFICATIONS-RECORD
        CLOSE NOTIFICATIONS-FILE.

    9000-FINISH.
        MOVE SPACES TO STALLED-REPORT-RECORD
        WRITE STALLED-REPORT-RECORD
        MOVE SPACES TO STALLED-REPORT-RECORD
        STRING "Pairings checked: " WS-PAIR-COUNT
            ", stalled: " WS-STALLED-COUNT
            ", nudged tonight: " WS-NUDGED-COUNT
            DELIMITED BY SIZE INTO STALLED-REPORT-RECORD
        WRITE STALLED-REPORT-RECORD
        CLOSE STALLED-REPORT-FILE

        DISPLAY "Mentorship check complete."
        DISPLAY "Pairings checked: " WS-PAIR-COUNT
        DISPLAY "Stalled pairings: " WS-STALLED-COUNT
        DISPLAY "Pairs nudged: " WS-NUDGED-COUNT.
