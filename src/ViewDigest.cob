IDENTIFICATION DIVISION.
    PROGRAM-ID. VIEWDIGEST.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PROFILE-VIEW-FILE ASSIGN TO 'ProfileViews.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PVW-FS.
            SELECT PROFILE-VIEW-TEMP ASSIGN TO 'ProfileViews.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BLOCKS-FILE ASSIGN TO 'Blocks.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BLK-FS.
            SELECT NOTIFICATIONS-FILE ASSIGN TO 'Notifications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NOTIF-FS.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT DIGEST-REPORT-FILE ASSIGN TO 'ViewDigest.log'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD PROFILE-VIEW-FILE.
        01 PROFILE-VIEW-RECORD.
            05 PVW-VIEWER        PIC X(20).
            05 PVW-VIEWED        PIC X(20).
            05 PVW-DATE          PIC 9(8).
            05 PVW-TIME          PIC 9(6).
            05 PVW-SOURCE        PIC X(10).

        FD PROFILE-VIEW-TEMP.
        01 PROFILE-VIEW-TEMP-RECORD  PIC X(64).

        FD BLOCKS-FILE.
        01 BLOCKS-RECORD.
            05 BLK-OWNER         PIC X(20).
            05 BLK-BLOCKED       PIC X(20).
            05 BLK-DATE          PIC 9(8).

        FD NOTIFICATIONS-FILE.
        01 NOTIFICATIONS-RECORD.
            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD DIGEST-REPORT-FILE.
        01 DIGEST-REPORT-RECORD    PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 PVW-FS                  PIC XX VALUE "00".
        77 BLK-FS                  PIC XX VALUE "00".
        77 NOTIF-FS                PIC XX VALUE "00".
        77 CONFIG-FS               PIC XX VALUE "00".
        77 LOCK-FS                 PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-EOF                  PIC X VALUE "N".
        77 WS-CONFIG-KEY           PIC X(24).
        77 WS-CONFIG-VALUE         PIC X(20).
        77 WS-CONFIG-EQ            PIC 9(2) VALUE 0.
        77 VIEW-DIGEST-DAY         PIC 9 VALUE 1.
        77 PROFILE-VIEW-KEEP-DAYS  PIC 9(3) VALUE 90.
        77 WS-TODAY-DATE           PIC 9(8).
        77 WS-TODAY-INT            PIC 9(7) VALUE 0.
        77 WS-WEEKDAY              PIC 9 VALUE 0.
        77 WS-DIGEST-RUN           PIC X VALUE "N".
        77 WS-KEEP-CUTOFF          PIC 9(8) VALUE 0.
        77 WS-WEEK-CUTOFF          PIC 9(8) VALUE 0.
        77 WS-READ-COUNT           PIC 9(7) VALUE 0.
        77 WS-PRUNED-COUNT         PIC 9(7) VALUE 0.
        77 WS-WEEK-VIEWS           PIC 9(7) VALUE 0.
        77 WS-SENT-COUNT           PIC 9(5) VALUE 0.
        77 WS-BLOCK-COUNT          PIC 9(4) VALUE 0.
        77 WS-BLOCK-IDX            PIC 9(4) VALUE 0.
        77 WS-BLOCK-OVERFLOW       PIC 9(5) VALUE 0.
        77 WS-BLOCKED              PIC X VALUE "N".
        77 WS-MEMBER-COUNT         PIC 9(4) VALUE 0.
        77 WS-MEMBER-IDX           PIC 9(4) VALUE 0.
        77 WS-MEMBER-OVERFLOW      PIC 9(5) VALUE 0.
        77 WS-FOUND                PIC X VALUE "N".
        77 WS-COUNT-DISP           PIC ZZZZ9.
        01 I                       PIC 9(2).
        01 WS-CURRENT-DATETIME     PIC X(21).

        01 WS-BLOCK-TABLE.
            05 WS-BLOCK-ENTRY OCCURS 2000 TIMES.
                10 WS-BT-OWNER      PIC X(20).
                10 WS-BT-BLOCKED    PIC X(20).

        01 WS-MEMBER-TABLE.
            05 WS-MEMBER-ENTRY OCCURS 2000 TIMES.
                10 WS-MT-USERNAME   PIC X(20).
                10 WS-MT-VIEWS      PIC 9(5).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        IF WS-DIGEST-RUN = "Y"
            PERFORM 1500-LOAD-BLOCKS
        END-IF
        PERFORM 2000-SCAN-VIEWS
        IF WS-DIGEST-RUN = "Y"
            PERFORM 3000-SEND-NOTIFICATIONS
        END-IF
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
        MOVE "VIEWDIGEST" TO LOCK-PROGRAM
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
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
        COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
        COMPUTE WS-KEEP-CUTOFF = FUNCTION DATE-OF-INTEGER(
            WS-TODAY-INT - PROFILE-VIEW-KEEP-DAYS)
        COMPUTE WS-WEEK-CUTOFF = FUNCTION DATE-OF-INTEGER(
            WS-TODAY-INT - 7)
        IF WS-WEEKDAY = VIEW-DIGEST-DAY
            MOVE "Y" TO WS-DIGEST-RUN
        END-IF

        OPEN OUTPUT DIGEST-REPORT-FILE
        MOVE SPACES TO DIGEST-REPORT-RECORD
        STRING "Profile-view digest run " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            " (views kept " PROFILE-VIEW-KEEP-DAYS " days)"
            DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
        WRITE DIGEST-REPORT-RECORD
        MOVE SPACES TO DIGEST-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
        WRITE DIGEST-REPORT-RECORD
        MOVE SPACES TO DIGEST-REPORT-RECORD
        IF WS-DIGEST-RUN = "Y"
            STRING "Weekly view counts are sent today (views since "
                WS-WEEK-CUTOFF ")"
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
        ELSE
            STRING "Weekly view counts are not due today (digest day "
                VIEW-DIGEST-DAY ", today " WS-WEEKDAY
                "; 1 = Monday)"
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
        END-IF
        WRITE DIGEST-REPORT-RECORD.

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
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "VIEW-DIGEST-DAY"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                AND FUNCTION NUMVAL(WS-CONFIG-VALUE) >= 1
                                AND FUNCTION NUMVAL(WS-CONFIG-VALUE) <= 7
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO VIEW-DIGEST-DAY
                            END-IF
                            IF FUNCTION TRIM(WS-CONFIG-KEY) =
                                "PROFILE-VIEW-KEEP-DAYS"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                AND FUNCTION NUMVAL(WS-CONFIG-VALUE) >= 30
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO PROFILE-VIEW-KEEP-DAYS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF.

    1500-LOAD-BLOCKS.
        MOVE "N" TO WS-EOF
        OPEN INPUT BLOCKS-FILE
        IF BLK-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EOF = "Y"
            READ BLOCKS-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF WS-BLOCK-COUNT < 2000
                        ADD 1 TO WS-BLOCK-COUNT
                        MOVE BLK-OWNER TO WS-BT-OWNER(WS-BLOCK-COUNT)
                        MOVE BLK-BLOCKED TO WS-BT-BLOCKED(WS-BLOCK-COUNT)
                    ELSE
                        ADD 1 TO WS-BLOCK-OVERFLOW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BLOCKS-FILE

        IF WS-BLOCK-OVERFLOW > 0
            MOVE SPACES TO DIGEST-REPORT-RECORD
            STRING "NOTE: block table full; " WS-BLOCK-OVERFLOW
                " block(s) not applied to this run's counts"
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
        END-IF.

    2000-SCAN-VIEWS.
        MOVE "N" TO WS-EOF
        OPEN INPUT PROFILE-VIEW-FILE
        IF PVW-FS NOT = "00"
            MOVE "ProfileViews.dat not found - no views recorded."
                TO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT PROFILE-VIEW-TEMP
        PERFORM UNTIL WS-EOF = "Y"
            READ PROFILE-VIEW-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF PVW-DATE IS NUMERIC
                        AND PVW-DATE < WS-KEEP-CUTOFF
                        ADD 1 TO WS-PRUNED-COUNT
                    ELSE
                        MOVE PROFILE-VIEW-RECORD
                            TO PROFILE-VIEW-TEMP-RECORD
                        WRITE PROFILE-VIEW-TEMP-RECORD
                        IF WS-DIGEST-RUN = "Y"
                            AND PVW-DATE IS NUMERIC
                            AND PVW-DATE > WS-WEEK-CUTOFF
                            PERFORM 2100-TALLY-VIEW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROFILE-VIEW-FILE
        CLOSE PROFILE-VIEW-TEMP
        IF WS-PRUNED-COUNT > 0
            CALL 'SYSTEM' USING 'mv ProfileViews.tmp ProfileViews.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f ProfileViews.tmp'
        END-IF

        IF WS-MEMBER-OVERFLOW > 0
            MOVE SPACES TO DIGEST-REPORT-RECORD
            STRING "NOTE: member table full; " WS-MEMBER-OVERFLOW
                " view(s) left out of this week's counts"
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
        END-IF.

    2100-TALLY-VIEW.
        MOVE "N" TO WS-BLOCKED
        PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
            UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT OR WS-BLOCKED = "Y"
            IF (FUNCTION TRIM(WS-BT-OWNER(WS-BLOCK-IDX)) =
                    FUNCTION TRIM(PVW-VIEWED)
                AND FUNCTION TRIM(WS-BT-BLOCKED(WS-BLOCK-IDX)) =
                    FUNCTION TRIM(PVW-VIEWER))
              OR (FUNCTION TRIM(WS-BT-OWNER(WS-BLOCK-IDX)) =
                    FUNCTION TRIM(PVW-VIEWER)
                AND FUNCTION TRIM(WS-BT-BLOCKED(WS-BLOCK-IDX)) =
                    FUNCTION TRIM(PVW-VIEWED))
                MOVE "Y" TO WS-BLOCKED
            END-IF
        END-PERFORM
        IF WS-BLOCKED = "Y"
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
            UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT OR WS-FOUND = "Y"
            IF WS-MT-USERNAME(WS-MEMBER-IDX) = PVW-VIEWED
                ADD 1 TO WS-MT-VIEWS(WS-MEMBER-IDX)
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = "N"
            IF WS-MEMBER-COUNT < 2000
                ADD 1 TO WS-MEMBER-COUNT
                MOVE PVW-VIEWED TO WS-MT-USERNAME(WS-MEMBER-COUNT)
                MOVE 1 TO WS-MT-VIEWS(WS-MEMBER-COUNT)
            ELSE
                ADD 1 TO WS-MEMBER-OVERFLOW
                EXIT PARAGRAPH
            END-IF
        END-IF
        ADD 1 TO WS-WEEK-VIEWS.

    3000-SEND-NOTIFICATIONS.
        IF WS-MEMBER-COUNT = 0
            MOVE "  (no profile views in the past week)"
                TO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        MOVE "00" TO NOTIF-FS
        OPEN INPUT NOTIFICATIONS-FILE
        IF NOTIF-FS NOT = "00"
            OPEN OUTPUT NOTIFICATIONS-FILE
        END-IF
        CLOSE NOTIFICATIONS-FILE
        OPEN EXTEND NOTIFICATIONS-FILE
        PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
            UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
            MOVE SPACES TO NOTIFICATIONS-RECORD
            MOVE WS-MT-USERNAME(WS-MEMBER-IDX) TO NOTIF-USERNAME
            MOVE WS-MT-VIEWS(WS-MEMBER-IDX) TO WS-COUNT-DISP
            STRING "Your profile was viewed "
                FUNCTION TRIM(WS-COUNT-DISP)
                " time(s) this week - see Who Viewed My Profile."
                DELIMITED BY SIZE INTO NOTIF-TEXT
            MOVE WS-TODAY-DATE TO NOTIF-DATE
            MOVE "GN" TO NOTIF-CATEGORY
            MOVE SPACE TO NOTIF-SPOOLED
            WRITE NOTIFICATIONS-RECORD
            ADD 1 TO WS-SENT-COUNT

            MOVE SPACES TO DIGEST-REPORT-RECORD
            STRING "  " WS-MT-USERNAME(WS-MEMBER-IDX) " "
                WS-MT-VIEWS(WS-MEMBER-IDX) " view(s)"
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
        END-PERFORM
        CLOSE NOTIFICATIONS-FILE.

    9000-FINISH.
        MOVE SPACES TO DIGEST-REPORT-RECORD
        WRITE DIGEST-REPORT-RECORD
        MOVE SPACES TO DIGEST-REPORT-RECORD
        STRING "Views read: " WS-READ-COUNT
            ", pruned: " WS-PRUNED-COUNT
            ", counted this week: " WS-WEEK-VIEWS
            ", notifications sent: " WS-SENT-COUNT
            DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
        WRITE DIGEST-REPORT-RECORD
        CLOSE DIGEST-REPORT-FILE
        DISPLAY "Profile-view digest complete."
        DISPLAY "Views pruned: " WS-PRUNED-COUNT
        DISPLAY "Notifications sent: " WS-SENT-COUNT.
