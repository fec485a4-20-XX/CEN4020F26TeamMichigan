    WORKING-STORAGE SECTION.
        77 STAT-FS    PIC XX VALUE "00".
        77 LOCK-FS    PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-LOCK-HELD    PIC X VALUE "N".
        77 SLOG-FS    PIC XX VALUE "00".
        77 STAT-EOF    PIC X VALUE "N".
        01 WS-CURRENT-DATETIME    PIC X(21).

        01 WS-STEP-NAME-TABLE.
            05 FILLER PIC X(16) VALUE "CONFIGAUDIT".
            05 FILLER PIC X(16) VALUE "PENDINGEXPIRE".
            05 FILLER PIC X(16) VALUE "JOBEXPIRE".
            05 FILLER PIC X(16) VALUE "OFFEREXPIRE".
            05 FILLER PIC X(16) VALUE "SEARCHDIGEST".
            05 FILLER PIC X(16) VALUE "HOUSEKEEP".
            05 FILLER PIC X(16) VALUE "ACCTPURGE".
            05 FILLER PIC X(16) VALUE "REGISTRARFEED".
            05 FILLER PIC X(16) VALUE "WAREHOUSEEXTRACT".
            05 FILLER PIC X(16) VALUE "DATABACKUP".
            05 FILLER PIC X(16) VALUE "RUNCONTROL".
            05 FILLER PIC X(16) VALUE "REPORTMGR".
            05 FILLER PIC X(16) VALUE "SKILLGAP".
            05 FILLER PIC X(16) VALUE "DUPESCAN".
            05 FILLER PIC X(16) VALUE "MENTORMATCH".
            05 FILLER PIC X(16) VALUE "MENTORCHECK".
            05 FILLER PIC X(16) VALUE "SEARCHINDEX".
            05 FILLER PIC X(16) VALUE "EDUVERIFY".
            05 FILLER PIC X(16) VALUE "NAMESYNC".
            05 FILLER PIC X(16) VALUE "MODREPORT".
            05 FILLER PIC X(16) VALUE "NOTIFYSPOOL".
            05 FILLER PIC X(16) VALUE "APPRREPORT".
            05 FILLER PIC X(16) VALUE "VIEWDIGEST".
            05 FILLER PIC X(16) VALUE "USAGEREPORT".
        01 WS-STEP-NAME-LIST REDEFINES WS-STEP-NAME-TABLE.
            05 WS-STEP-NAME OCCURS 24 TIMES PIC X(16).

        01 WS-STEP-EXEC-TABLE.
            05 FILLER PIC X(24) VALUE "./ConfigAudit".
            05 FILLER PIC X(24) VALUE "./PendingExpire".
            05 FILLER PIC X(24) VALUE "./JobExpire".
            05 FILLER PIC X(24) VALUE "./OfferExpire".
            05 FILLER PIC X(24) VALUE "./SearchDigest".
            05 FILLER PIC X(24) VALUE "./HouseKeep".
            05 FILLER PIC X(24) VALUE "./AcctPurge".
            05 FILLER PIC X(24) VALUE "./RegistrarFeed".
            05 FILLER PIC X(24) VALUE "./WarehouseExtract".
            05 FILLER PIC X(24) VALUE "./DataBackup".
            05 FILLER PIC X(24) VALUE "./RunControl".
            05 FILLER PIC X(24) VALUE "./ReportMgr".
            05 FILLER PIC X(24) VALUE "./SkillGap".
            05 FILLER PIC X(24) VALUE "./DupeScan".
            05 FILLER PIC X(24) VALUE "./MentorMatch".
            05 FILLER PIC X(24) VALUE "./MentorCheck".
            05 FILLER PIC X(24) VALUE "./SearchIndex".
            05 FILLER PIC X(24) VALUE "./EduVerify".
            05 FILLER PIC X(24) VALUE "./NameSync".
            05 FILLER PIC X(24) VALUE "./ModReport".
            05 FILLER PIC X(24) VALUE "./NotifySpool".
            05 FILLER PIC X(24) VALUE "./ApprReport".
            05 FILLER PIC X(24) VALUE "./ViewDigest".
            05 FILLER PIC X(24) VALUE "./UsageReport".
        01 WS-STEP-EXEC-LIST REDEFINES WS-STEP-EXEC-TABLE.
            05 WS-STEP-EXEC OCCURS 24 TIMES PIC X(24).

        01 WS-STEP-DONE-TABLE.
            05 WS-STEP-DONE OCCURS 24 TIMES PIC X VALUE "N".

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0500-CHECK-STALE-LOCK
        IF WS-LOCK-HELD = "Y"
            MOVE 8 TO RETURN-CODE
        PERFORM 1100-LOG-STREAM-START

        PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > 24 OR WS-STREAM-FAILED = "Y"
            IF WS-STEP-DONE(WS-STEP-IDX) = "Y"
                ADD 1 TO WS-SKIPPED-COUNT
                PERFORM 2100-LOG-STEP-SKIPPED
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

    0500-CHECK-STALE-LOCK.
        MOVE "N" TO WS-LOCK-HELD
        MOVE "00" TO LOCK-FS
                NOT AT END
                    IF ST-OUTCOME = "COMPLETE"
                        PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                            UNTIL WS-STEP-IDX > 24
                            IF FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX)) =
                                FUNCTION TRIM(ST-STEP-NAME)
                                MOVE "Y" TO WS-STEP-DONE(WS-STEP-IDX)
        IF WS-PRIOR-PROGRESS = "N"
            STRING "STREAM START " WS-CURRENT-DATETIME(1:8)
                " " WS-CURRENT-DATETIME(9:6)
                " ENVIRONMENT " FUNCTION TRIM(WS-RUN-ENVIRONMENT)
                DELIMITED BY SIZE INTO STREAM-LOG-RECORD
        ELSE
            STRING "STREAM RESTART " WS-CURRENT-DATETIME(1:8)
                " " WS-CURRENT-DATETIME(9:6)
                " ENVIRONMENT " FUNCTION TRIM(WS-RUN-ENVIRONMENT)
                DELIMITED BY SIZE INTO STREAM-LOG-RECORD
        END-IF
        PERFORM 8000-APPEND-STREAM-LOG.
            FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))

        MOVE SPACES TO WS-SYS-COMMAND
        IF WS-RUN-ENVIRONMENT = "TRAINING"
            STRING "../" WS-STEP-EXEC(WS-STEP-IDX)(3:22)
                DELIMITED BY SIZE INTO WS-SYS-COMMAND
        ELSE
            MOVE WS-STEP-EXEC(WS-STEP-IDX) TO WS-SYS-COMMAND
        END-IF
        CALL 'SYSTEM' USING WS-SYS-COMMAND
        MOVE RETURN-CODE TO WS-STEP-RC
        MOVE 0 TO RETURN-CODE
