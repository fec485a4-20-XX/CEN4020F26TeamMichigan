                FILE STATUS IS NOTIF-FS.
            SELECT NOTIFICATIONS-TEMP ASSIGN TO 'Housekeep.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT USAGE-LOG-FILE ASSIGN TO 'UsageLog.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS USG-FS.
            SELECT USAGE-LOG-TEMP ASSIGN TO 'HousekeepUsage.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARCHIVE-STAGE-FILE ASSIGN TO 'HousekeepArchive.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT COUNT-WORK-FILE ASSIGN TO 'HousekeepCount.tmp'
            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD NOTIFICATIONS-TEMP.
        01 NOTIFICATIONS-TEMP-RECORD.
            05 NT-USERNAME       PIC X(20).
            05 NT-TEXT           PIC X(80).
            05 NT-DATE           PIC 9(8).
            05 NT-CATEGORY       PIC X(2).
            05 NT-SPOOLED        PIC X.

        FD USAGE-LOG-FILE.
        01 USAGE-LOG-RECORD.
            05 USG-DATE          PIC 9(8).
            05 USG-REST          PIC X(44).

        FD USAGE-LOG-TEMP.
        01 USAGE-LOG-TEMP-RECORD PIC X(52).

        FD ARCHIVE-STAGE-FILE.
        01 ARCHIVE-STAGE-RECORD    PIC X(150).
        77 NOTIF-FS            PIC XX VALUE "00".
        77 WORK-FS             PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 ES-FS               PIC XX VALUE "00".
        77 USG-FS              PIC XX VALUE "00".
        77 WS-SHRINK-FILE      PIC X(24).
        77 WS-SHRINK-COUNT     PIC 9(8) VALUE 0.
        77 WS-FILE-EOF         PIC X VALUE "N".
        77 RETAIN-SAVELOG-DAYS PIC 9(5) VALUE 30.
        77 RETAIN-EXPIRELOG-DAYS PIC 9(5) VALUE 30.
        77 RETAIN-ADMINLOG-DAYS PIC 9(5) VALUE 90.
        77 RETAIN-USAGE-DAYS   PIC 9(5) VALUE 90.
        77 WS-TODAY-DATE       PIC 9(8).
        77 WS-CUTOFF-DATE      PIC 9(8).
        77 WS-CUTOFF-INT       PIC 9(8).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-TRIM-NOTIFICATIONS
        PERFORM 2500-TRIM-USAGE-LOG
        PERFORM 3000-ROLL-LOG-FILES
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
        STRING "Housekeeping run " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
        WRITE HOUSEKEEP-REPORT-RECORD
        MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
        WRITE HOUSEKEEP-REPORT-RECORD.

    1100-LOAD-CONFIG.
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO RETAIN-EXPIRELOG-DAYS
            WHEN "RETAIN-ADMINLOG-DAYS"
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO RETAIN-ADMINLOG-DAYS
            WHEN "RETAIN-USAGE-DAYS"
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO RETAIN-USAGE-DAYS
        END-EVALUATE.

    2000-TRIM-NOTIFICATIONS.
            DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
        WRITE HOUSEKEEP-REPORT-RECORD.

    2500-TRIM-USAGE-LOG.
        IF RETAIN-USAGE-DAYS < 14
            MOVE 14 TO RETAIN-USAGE-DAYS
        END-IF
        COMPUTE WS-CUTOFF-INT =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - RETAIN-USAGE-DAYS
        MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT) TO WS-CUTOFF-DATE

        MOVE 0 TO WS-KEPT-COUNT
        MOVE 0 TO WS-ARCH-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO USG-FS

        OPEN INPUT USAGE-LOG-FILE
        IF USG-FS NOT = "00"
            MOVE "UsageLog.dat: not present - skipped"
                TO HOUSEKEEP-REPORT-RECORD
            WRITE HOUSEKEEP-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF

        OPEN OUTPUT USAGE-LOG-TEMP
        OPEN OUTPUT ARCHIVE-STAGE-FILE

        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ USAGE-LOG-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF USG-DATE IS NUMERIC
                        AND USG-DATE >= WS-CUTOFF-DATE
                        ADD 1 TO WS-KEPT-COUNT
                        MOVE USAGE-LOG-RECORD TO USAGE-LOG-TEMP-RECORD
                        WRITE USAGE-LOG-TEMP-RECORD
                    ELSE
                        ADD 1 TO WS-ARCH-COUNT
                        MOVE SPACES TO ARCHIVE-STAGE-RECORD
                        MOVE USAGE-LOG-RECORD TO ARCHIVE-STAGE-RECORD
                        WRITE ARCHIVE-STAGE-RECORD
                    END-IF
            END-READ
        END-PERFORM

        CLOSE USAGE-LOG-FILE
        CLOSE USAGE-LOG-TEMP
        CLOSE ARCHIVE-STAGE-FILE

        IF WS-ARCH-COUNT > 0
            CALL 'SYSTEM' USING 'mv HousekeepUsage.tmp UsageLog.dat'
            MOVE SPACES TO WS-SYS-COMMAND
            STRING "cat HousekeepArchive.tmp >> UsageLog-"
                WS-TODAY-DATE ".dat"
                DELIMITED BY SIZE INTO WS-SYS-COMMAND
            CALL 'SYSTEM' USING WS-SYS-COMMAND
        ELSE
            CALL 'SYSTEM' USING 'rm -f HousekeepUsage.tmp'
        END-IF
        CALL 'SYSTEM' USING 'rm -f HousekeepArchive.tmp'
        MOVE 0 TO RETURN-CODE

        MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
        STRING "UsageLog.dat: kept " WS-KEPT-COUNT
            ", archived " WS-ARCH-COUNT
            " (older than " WS-CUTOFF-DATE ")"
            DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
        WRITE HOUSEKEEP-REPORT-RECORD.

    3000-ROLL-LOG-FILES.
        PERFORM VARYING WS-LOG-IDX FROM 1 BY 1 UNTIL WS-LOG-IDX > 4
            EVALUATE WS-LOG-IDX
