            SELECT MENTORSHIP-FILE ASSIGN TO 'Mentorships.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MSHP-FS.
            SELECT MENTORSHIP-TEMP ASSIGN TO 'Mentorships.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MENTOR-EVAL-FILE ASSIGN TO 'MentorEvaluations.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MEV-FS.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT CONNECTIONS-FILE ASSIGN TO 'Connections.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONN-FS.
            05 MS-STUDENT        PIC X(20).
            05 MS-DATE           PIC 9(8).

        FD MENTORSHIP-TEMP.
        01 MENTORSHIP-TEMP-RECORD    PIC X(48).

        FD MENTOR-EVAL-FILE.
        01 MENTOR-EVAL-RECORD.
            05 MEV-MENTOR        PIC X(20).
            05 MEV-STUDENT       PIC X(20).
            05 MEV-TERM-END      PIC 9(8).
            05 MEV-RATER         PIC X(20).
            05 MEV-ROLE          PIC X.
            05 MEV-RATING        PIC 9.
            05 MEV-DATE          PIC 9(8).
            05 MEV-COMMENT       PIC X(100).

        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD CONNECTIONS-FILE.
        01 CONNECTIONS-RECORD.
            05 CONN-USER-ONE         PIC X(20).
            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD MATCH-REPORT-FILE.
        01 MATCH-REPORT-RECORD    PIC X(132).
        77 CONN-FS             PIC XX VALUE "00".
        77 NOTIF-FS            PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 MEV-FS              PIC XX VALUE "00".
        77 CONFIG-FS           PIC XX VALUE "00".
        77 MEV-EOF             PIC X VALUE "N".
        77 MENTOR-LOW-RATING   PIC 9 VALUE 2.
        77 WS-CONFIG-KEY       PIC X(20).
        77 WS-CONFIG-VALUE     PIC X(20).
        77 WS-CONFIG-EQ        PIC 9(2) VALUE 0.
        77 WS-POOR-COUNT       PIC 9(3) VALUE 0.
        77 WS-POOR-IDX         PIC 9(3) VALUE 0.
        77 WS-POOR-PAIR        PIC X VALUE "N".
        77 WS-RELEASED-COUNT   PIC 9(5) VALUE 0.
        77 WS-CHECK-MENTOR     PIC X(20) VALUE SPACES.
        77 WS-CHECK-STUDENT    PIC X(20) VALUE SPACES.
        01 I                   PIC 9(2).
        77 MENT-EOF            PIC X VALUE "N".
        77 MSHP-EOF            PIC X VALUE "N".
        77 WS-MENTOR-COUNT     PIC 9(3) VALUE 0.
                10 WS-PAIR-MENTOR   PIC X(20).
                10 WS-PAIR-STUDENT  PIC X(20).

        01 WS-POOR-TABLE.
            05 WS-POOR-ENTRY OCCURS 500 TIMES.
                10 WS-POOR-MENTOR   PIC X(20).
                10 WS-POOR-STUDENT  PIC X(20).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LOAD-FLAGS
        PERFORM 2500-LOAD-POOR-RATINGS
        PERFORM 2600-RELEASE-POOR-PAIRS
        PERFORM 3000-LOAD-EXISTING-PAIRS
        PERFORM 4000-MATCH-SEEKERS
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
        MOVE 0 TO RETURN-CODE.

    1000-INITIALIZE.
        PERFORM 1100-LOAD-CONFIG
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE

            DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
        WRITE MATCH-REPORT-RECORD
        MOVE SPACES TO MATCH-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
        WRITE MATCH-REPORT-RECORD
        MOVE SPACES TO MATCH-REPORT-RECORD
        WRITE MATCH-REPORT-RECORD.

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
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "MENTOR-LOW-RATING"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO MENTOR-LOW-RATING
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF.

    2000-LOAD-FLAGS.
        MOVE "N" TO MENT-EOF
        MOVE "00" TO MENT-FS
            END-IF
        END-IF.

    2500-LOAD-POOR-RATINGS.
        MOVE "N" TO MEV-EOF
        MOVE "00" TO MEV-FS
        OPEN INPUT MENTOR-EVAL-FILE
        IF MEV-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL MEV-EOF = "Y"
            READ MENTOR-EVAL-FILE
                AT END
                    MOVE "Y" TO MEV-EOF
                NOT AT END
                    IF MEV-RATING <= MENTOR-LOW-RATING
                        AND WS-POOR-COUNT < 500
                        ADD 1 TO WS-POOR-COUNT
                        MOVE MEV-MENTOR TO WS-POOR-MENTOR(WS-POOR-COUNT)
                        MOVE MEV-STUDENT TO WS-POOR-STUDENT(WS-POOR-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTOR-EVAL-FILE.

    2600-RELEASE-POOR-PAIRS.
        IF WS-POOR-COUNT = 0
            EXIT PARAGRAPH
        END-IF
        MOVE "N" TO MSHP-EOF
        MOVE "00" TO MSHP-FS
        OPEN INPUT MENTORSHIP-FILE
        IF MSHP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT MENTORSHIP-TEMP
        PERFORM UNTIL MSHP-EOF = "Y"
            READ MENTORSHIP-FILE
                AT END
                    MOVE "Y" TO MSHP-EOF
                NOT AT END
                    MOVE MS-MENTOR TO WS-CHECK-MENTOR
                    MOVE MS-STUDENT TO WS-CHECK-STUDENT
                    PERFORM 8200-CHECK-POOR-PAIR
                    IF WS-POOR-PAIR = "Y"
                        PERFORM 2650-REPORT-RELEASE
                    ELSE
                        MOVE MENTORSHIP-RECORD TO MENTORSHIP-TEMP-RECORD
                        WRITE MENTORSHIP-TEMP-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTORSHIP-FILE
        CLOSE MENTORSHIP-TEMP
        IF WS-RELEASED-COUNT > 0
            CALL 'SYSTEM' USING 'mv Mentorships.tmp Mentorships.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f Mentorships.tmp'
        END-IF.

    2650-REPORT-RELEASE.
        ADD 1 TO WS-RELEASED-COUNT

        MOVE MS-MENTOR TO NOTIF-USERNAME
        MOVE SPACES TO NOTIF-TEXT
        STRING "Your mentorship with " FUNCTION TRIM(MS-STUDENT)
            " has ended after the term evaluation."
            DELIMITED BY SIZE INTO NOTIF-TEXT
        PERFORM 8100-APPEND-NOTIFICATION

        MOVE MS-STUDENT TO NOTIF-USERNAME
        MOVE SPACES TO NOTIF-TEXT
        STRING "Your mentorship with " FUNCTION TRIM(MS-MENTOR)
            " has ended; a new match will be sought."
            DELIMITED BY SIZE INTO NOTIF-TEXT
        PERFORM 8100-APPEND-NOTIFICATION

        MOVE SPACES TO MATCH-REPORT-RECORD
        STRING "  RELEASED: " FUNCTION TRIM(MS-STUDENT)
            " from mentor " FUNCTION TRIM(MS-MENTOR)
            " - rated " MENTOR-LOW-RATING " or lower at term end"
            DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
        WRITE MATCH-REPORT-RECORD.

    3000-LOAD-EXISTING-PAIRS.
        MOVE "N" TO MSHP-EOF
        MOVE "00" TO MSHP-FS
                    WS-SEEKER-MAJOR(WS-SEEK-IDX)
                AND FUNCTION TRIM(WS-MENTOR-USER(WS-MENT-IDX)) NOT =
                    FUNCTION TRIM(WS-SEEKER-USER(WS-SEEK-IDX))
                MOVE WS-MENTOR-USER(WS-MENT-IDX) TO WS-CHECK-MENTOR
                MOVE WS-SEEKER-USER(WS-SEEK-IDX) TO WS-CHECK-STUDENT
                PERFORM 8200-CHECK-POOR-PAIR
                IF WS-POOR-PAIR = "N"
                    MOVE WS-MENT-IDX TO WS-MATCH-SLOT
                END-IF
            END-IF
        END-PERFORM

        CLOSE NOTIFICATIONS-FILE
        OPEN EXTEND NOTIFICATIONS-FILE
        MOVE WS-TODAY-DATE TO NOTIF-DATE
        MOVE "CN" TO NOTIF-CATEGORY
        MOVE SPACE TO NOTIF-SPOOLED
        WRITE NOTIFICATIONS-RECORD
        CLOSE NOTIFICATIONS-FILE.

    8200-CHECK-POOR-PAIR.
        MOVE "N" TO WS-POOR-PAIR
        PERFORM VARYING WS-POOR-IDX FROM 1 BY 1
            UNTIL WS-POOR-IDX > WS-POOR-COUNT OR WS-POOR-PAIR = "Y"
            IF FUNCTION TRIM(WS-POOR-MENTOR(WS-POOR-IDX)) =
                FUNCTION TRIM(WS-CHECK-MENTOR)
                AND FUNCTION TRIM(WS-POOR-STUDENT(WS-POOR-IDX)) =
                FUNCTION TRIM(WS-CHECK-STUDENT)
                MOVE "Y" TO WS-POOR-PAIR
            END-IF
        END-PERFORM.

    9000-FINISH.
        MOVE SPACES TO MATCH-REPORT-RECORD
        WRITE MATCH-REPORT-RECORD
            ", students seeking: " WS-SEEKER-COUNT
            ", matched this run: " WS-MATCHED-COUNT
            ", unmatched: " WS-UNMATCHED-COUNT
            ", released: " WS-RELEASED-COUNT
            DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
        WRITE MATCH-REPORT-RECORD
        CLOSE MATCH-REPORT-FILE

        DISPLAY "Mentorship matching complete."
        DISPLAY "Matched this run: " WS-MATCHED-COUNT
        DISPLAY "Unmatched seekers: " WS-UNMATCHED-COUNT
        DISPLAY "Pairs released: " WS-RELEASED-COUNT.
