IDENTIFICATION DIVISION.
    PROGRAM-ID. CONFIGAUDIT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT SNAPSHOT-FILE ASSIGN TO 'ConfigAudit.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SNAP-FS.
            SELECT AUDIT-REPORT-FILE ASSIGN TO 'ConfigAuditReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD SNAPSHOT-FILE.
        01 SNAPSHOT-RECORD.
            05 SN-KEY            PIC X(24).
            05 SN-VALUE          PIC X(20).

        FD AUDIT-REPORT-FILE.
        01 AUDIT-REPORT-RECORD   PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 CONFIG-FS               PIC XX VALUE "00".
        77 SNAP-FS                 PIC XX VALUE "00".
        77 LOCK-FS                 PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-FILE-EOF             PIC X VALUE "N".
        77 WS-CONFIG-PRESENT       PIC X VALUE "N".
        77 WS-PRIOR-PRESENT        PIC X VALUE "N".
        77 WS-PRIOR-DATE           PIC X(20) VALUE SPACES.
        77 WS-CONFIG-KEY           PIC X(24).
        77 WS-CONFIG-VALUE         PIC X(20).
        77 WS-CONFIG-EQ            PIC 9(2) VALUE 0.
        77 WS-KEY-LEN              PIC 9(3) VALUE 0.
        77 WS-VALUE-LEN            PIC 9(3) VALUE 0.
        77 WS-LINE-NUM             PIC 9(4) VALUE 0.
        77 WS-FINDING-LINE         PIC 9(4) VALUE 0.
        77 WS-COMMENT-COUNT        PIC 9(4) VALUE 0.
        77 WS-SETTING-COUNT        PIC 9(4) VALUE 0.
        77 WS-ERROR-COUNT          PIC 9(4) VALUE 0.
        77 WS-WARNING-COUNT        PIC 9(4) VALUE 0.
        77 WS-CHANGE-COUNT         PIC 9(4) VALUE 0.
        77 WS-SEVERITY             PIC X(7).
        77 WS-FINDING-TEXT         PIC X(110).
        77 WS-CK-IDX               PIC 9(3) VALUE 0.
        77 WS-CK-FOUND             PIC 9(3) VALUE 0.
        77 WS-CFG-COUNT            PIC 9(3) VALUE 0.
        77 WS-CFG-IDX              PIC 9(3) VALUE 0.
        77 WS-CFG-FOUND            PIC 9(3) VALUE 0.
        77 WS-OLD-COUNT            PIC 9(3) VALUE 0.
        77 WS-OLD-IDX              PIC 9(3) VALUE 0.
        77 WS-OLD-FOUND            PIC 9(3) VALUE 0.
        77 WS-VALUE-OK             PIC X VALUE "Y".
        77 WS-VALUE-REASON         PIC X(60).
        77 WS-APPLIED-VALUE        PIC X(20).
        77 WS-NUM-VALUE            PIC 9(8) VALUE 0.
        77 WS-MIN-DISP             PIC Z(4)9.
        77 WS-MAX-DISP             PIC Z(4)9.
        77 WS-WEIGHT-TOTAL         PIC 9(5) VALUE 0.
        77 WS-WEIGHT-DISP          PIC Z(4)9.
        77 WS-UPPER-KEY            PIC X(24).
        77 WS-UPPER-VALUE          PIC X(20).
        77 WS-SOURCE-TEXT          PIC X(24).
        77 WS-EFFECTIVE            PIC X(20).
        01 I                       PIC 9(4).
        01 WS-CURRENT-DATETIME     PIC X(21).

        01 WS-KEY-CATALOG.
            05 FILLER PIC X(24) VALUE "MAX-ACCOUNTS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "5".
            05 FILLER PIC X(40) VALUE "INCOLLEGE INCOLLEGEDRIVER".
            05 FILLER PIC X(24) VALUE "MAX-FAILED-ATTEMPTS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99.
            05 FILLER PIC X(16) VALUE "5".
            05 FILLER PIC X(40) VALUE "INCOLLEGE".
            05 FILLER PIC X(24) VALUE "MAX-PASSWORD-AGE-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "90".
            05 FILLER PIC X(40) VALUE "INCOLLEGE".
            05 FILLER PIC X(24) VALUE "MAX-CONN-REQS-DAY".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "10".
            05 FILLER PIC X(40) VALUE "INCOLLEGE".
            05 FILLER PIC X(24) VALUE "MAX-SAVED-SEARCHES".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 20.
            05 FILLER PIC X(16) VALUE "5".
            05 FILLER PIC X(40) VALUE "INCOLLEGE".
            05 FILLER PIC X(24) VALUE "INPUT-MODE".
            05 FILLER PIC X     VALUE "M".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC X(16) VALUE "BATCH".
            05 FILLER PIC X(40) VALUE "INCOLLEGE INCOLLEGEDRIVER".
            05 FILLER PIC X(24) VALUE "PASSWORD-HISTORY-DEPTH".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 99.
            05 FILLER PIC X(16) VALUE "5".
            05 FILLER PIC X(40) VALUE "INCOLLEGE".
            05 FILLER PIC X(24) VALUE "LOGIN-CODE-MINUTES".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99.
            05 FILLER PIC X(16) VALUE "5".
            05 FILLER PIC X(40) VALUE "INCOLLEGE".
            05 FILLER PIC X(24) VALUE "POLICY-VERSION".
            05 FILLER PIC X     VALUE "T".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 8.
            05 FILLER PIC X(16) VALUE "(blank)".
            05 FILLER PIC X(40) VALUE "INCOLLEGE REPORTMGR SCRIPTCHECK".
            05 FILLER PIC X(24) VALUE "COMPLETE-WEIGHT-BASE".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 100.
            05 FILLER PIC X(16) VALUE "40".
            05 FILLER PIC X(40) VALUE "INCOLLEGE CANDIDATERANK REPORTMGR".
            05 FILLER PIC X(24) VALUE "COMPLETE-WEIGHT-ABOUT".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 100.
            05 FILLER PIC X(16) VALUE "20".
            05 FILLER PIC X(40) VALUE "INCOLLEGE CANDIDATERANK REPORTMGR".
            05 FILLER PIC X(24) VALUE "COMPLETE-WEIGHT-EXP".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 100.
            05 FILLER PIC X(16) VALUE "20".
            05 FILLER PIC X(40) VALUE "INCOLLEGE CANDIDATERANK REPORTMGR".
            05 FILLER PIC X(24) VALUE "COMPLETE-WEIGHT-EDU".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 100.
            05 FILLER PIC X(16) VALUE "20".
            05 FILLER PIC X(40) VALUE "INCOLLEGE CANDIDATERANK REPORTMGR".
            05 FILLER PIC X(24) VALUE "COMPLETE-THRESHOLD".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 100.
            05 FILLER PIC X(16) VALUE "70".
            05 FILLER PIC X(40) VALUE "REPORTMGR".
            05 FILLER PIC X(24) VALUE "REFERRAL-BOOST".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 100.
            05 FILLER PIC X(16) VALUE "10".
            05 FILLER PIC X(40) VALUE "CANDIDATERANK".
            05 FILLER PIC X(24) VALUE "DORMANT-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "120".
            05 FILLER PIC X(40) VALUE "REPORTMGR".
            05 FILLER PIC X(24) VALUE "SPAM-DECLINE-PCT".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 100.
            05 FILLER PIC X(16) VALUE "75".
            05 FILLER PIC X(40) VALUE "REPORTMGR".
            05 FILLER PIC X(24) VALUE "SPAM-MIN-SENDS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "5".
            05 FILLER PIC X(40) VALUE "REPORTMGR".
            05 FILLER PIC X(24) VALUE "AGREEMENT-WARN-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "30".
            05 FILLER PIC X(40) VALUE "REPORTMGR".
            05 FILLER PIC X(24) VALUE "EVENT-LOW-RATING".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 5.
            05 FILLER PIC X(16) VALUE "3".
            05 FILLER PIC X(40) VALUE "REPORTMGR".
            05 FILLER PIC X(24) VALUE "MENTOR-LOW-RATING".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 5.
            05 FILLER PIC X(16) VALUE "2".
            05 FILLER PIC X(40) VALUE "MENTORMATCH REPORTMGR".
            05 FILLER PIC X(24) VALUE "CASELOAD-IDLE-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "30".
            05 FILLER PIC X(40) VALUE "REPORTMGR".
            05 FILLER PIC X(24) VALUE "CSV-EXPORTS".
            05 FILLER PIC X     VALUE "F".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC X(16) VALUE "N".
            05 FILLER PIC X(40) VALUE "REPORTMGR".
            05 FILLER PIC X(24) VALUE "MENTOR-TERM-END".
            05 FILLER PIC X     VALUE "D".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC X(16) VALUE "0 (not set)".
            05 FILLER PIC X(40) VALUE "INCOLLEGE MENTORCHECK".
            05 FILLER PIC X(24) VALUE "MENTOR-STALL-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "21".
            05 FILLER PIC X(40) VALUE "MENTORCHECK".
            05 FILLER PIC X(24) VALUE "APPROVAL-EXPIRY-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 999.
            05 FILLER PIC X(16) VALUE "7".
            05 FILLER PIC X(40) VALUE "APPRMGR APPRREPORT".
            05 FILLER PIC X(24) VALUE "EXPIRE-JOBS-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "60".
            05 FILLER PIC X(40) VALUE "JOBEXPIRE".
            05 FILLER PIC X(24) VALUE "EXPIRE-PENDING-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "30".
            05 FILLER PIC X(40) VALUE "PENDINGEXPIRE".
            05 FILLER PIC X(24) VALUE "MODERATION-OPEN-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "7".
            05 FILLER PIC X(40) VALUE "MODREPORT".
            05 FILLER PIC X(24) VALUE "REPEAT-OFFENDER-MIN".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "2".
            05 FILLER PIC X(40) VALUE "MODREPORT".
            05 FILLER PIC X(24) VALUE "NOTIFY-MAX-AGE-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "2".
            05 FILLER PIC X(40) VALUE "NOTIFYSPOOL".
            05 FILLER PIC X(24) VALUE "VIEW-DIGEST-DAY".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 7.
            05 FILLER PIC X(16) VALUE "1".
            05 FILLER PIC X(40) VALUE "VIEWDIGEST".
            05 FILLER PIC X(24) VALUE "PROFILE-VIEW-KEEP-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 30.
            05 FILLER PIC 9(5)  VALUE 999.
            05 FILLER PIC X(16) VALUE "90".
            05 FILLER PIC X(40) VALUE "VIEWDIGEST".
            05 FILLER PIC X(24) VALUE "BACKUP-GENERATIONS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 999.
            05 FILLER PIC X(16) VALUE "3".
            05 FILLER PIC X(40) VALUE "DATABACKUP".
            05 FILLER PIC X(24) VALUE "RETAIN-NOTIF-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "90".
            05 FILLER PIC X(40) VALUE "HOUSEKEEP".
            05 FILLER PIC X(24) VALUE "RETAIN-BATCHLOG-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "30".
            05 FILLER PIC X(40) VALUE "HOUSEKEEP".
            05 FILLER PIC X(24) VALUE "RETAIN-SAVELOG-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "30".
            05 FILLER PIC X(40) VALUE "HOUSEKEEP".
            05 FILLER PIC X(24) VALUE "RETAIN-EXPIRELOG-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "30".
            05 FILLER PIC X(40) VALUE "HOUSEKEEP".
            05 FILLER PIC X(24) VALUE "RETAIN-ADMINLOG-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "90".
            05 FILLER PIC X(40) VALUE "HOUSEKEEP".
            05 FILLER PIC X(24) VALUE "RETAIN-USAGE-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 14.
            05 FILLER PIC 9(5)  VALUE 99999.
            05 FILLER PIC X(16) VALUE "90".
            05 FILLER PIC X(40) VALUE "HOUSEKEEP".
            05 FILLER PIC X(24) VALUE "USAGE-PERIOD-DAYS".
            05 FILLER PIC X     VALUE "N".
            05 FILLER PIC 9(5)  VALUE 1.
            05 FILLER PIC 9(5)  VALUE 366.
            05 FILLER PIC X(16) VALUE "7".
            05 FILLER PIC X(40) VALUE "USAGEREPORT".
            05 FILLER PIC X(24) VALUE "BILLING-PERIOD".
            05 FILLER PIC X     VALUE "P".
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC 9(5)  VALUE 0.
            05 FILLER PIC X(16) VALUE "previous month".
            05 FILLER PIC X(40) VALUE "EMPSTATEMENT".
        01 WS-KEY-CATALOG-LIST REDEFINES WS-KEY-CATALOG.
            05 WS-CK-DEF OCCURS 42 TIMES.
                10 WS-CK-KEY         PIC X(24).
                10 WS-CK-TYPE        PIC X.
                10 WS-CK-MIN         PIC 9(5).
                10 WS-CK-MAX         PIC 9(5).
                10 WS-CK-DEFAULT     PIC X(16).
                10 WS-CK-USED-BY     PIC X(40).

        01 WS-KEY-STATE-TABLE.
            05 WS-KEY-STATE OCCURS 42 TIMES.
                10 WS-KS-SEEN        PIC 9(3).
                10 WS-KS-VALID       PIC X.
                10 WS-KS-VALUE       PIC X(20).
                10 WS-KS-LAST-VALUE  PIC X(20).

        01 WS-CFG-TABLE.
            05 WS-CFG-ENTRY OCCURS 200 TIMES.
                10 WS-CFG-KEY        PIC X(24).
                10 WS-CFG-VALUE      PIC X(20).

        01 WS-OLD-TABLE.
            05 WS-OLD-ENTRY OCCURS 200 TIMES.
                10 WS-OLD-KEY        PIC X(24).
                10 WS-OLD-VALUE      PIC X(20).
                10 WS-OLD-MATCHED    PIC X.

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LOAD-PRIOR-SNAPSHOT
        PERFORM 3000-READ-CONFIG
        PERFORM 4000-CHECK-CROSS-KEY-RULES
        PERFORM 5000-REPORT-RECOGNIZED-KEYS
        PERFORM 6000-REPORT-CHANGES
        PERFORM 7000-WRITE-SNAPSHOT
        PERFORM 9000-FINISH
        PERFORM 9100-RELEASE-RUN-LOCK
        IF WS-ERROR-COUNT > 0
            MOVE 8 TO RETURN-CODE
        END-IF
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
        MOVE "CONFIGAUDIT" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    9100-RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.

    1000-INITIALIZE.
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        INITIALIZE WS-KEY-STATE-TABLE WS-CFG-TABLE WS-OLD-TABLE

        OPEN OUTPUT AUDIT-REPORT-FILE
        MOVE SPACES TO AUDIT-REPORT-RECORD
        STRING "Configuration audit of InCollege-Config.dat "
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        MOVE SPACES TO AUDIT-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        MOVE SPACES TO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        MOVE "Findings (ERROR stops the nightly stream; WARNING is reported only):"
            TO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD.

    2000-LOAD-PRIOR-SNAPSHOT.
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO SNAP-FS
        OPEN INPUT SNAPSHOT-FILE
        IF SNAP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-PRIOR-PRESENT
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SNAPSHOT-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF SN-KEY = "*AUDITED"
                        MOVE SN-VALUE TO WS-PRIOR-DATE
                    ELSE
                        IF WS-OLD-COUNT < 200
                            ADD 1 TO WS-OLD-COUNT
                            MOVE SN-KEY TO WS-OLD-KEY(WS-OLD-COUNT)
                            MOVE SN-VALUE TO WS-OLD-VALUE(WS-OLD-COUNT)
                            MOVE "N" TO WS-OLD-MATCHED(WS-OLD-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SNAPSHOT-FILE.

    3000-READ-CONFIG.
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO CONFIG-FS
        OPEN INPUT CONFIG-FILE
        IF CONFIG-FS NOT = "00"
            MOVE "WARNING" TO WS-SEVERITY
            MOVE "InCollege-Config.dat not found - every program runs on its defaults"
                TO WS-FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-CONFIG-PRESENT
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ CONFIG-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    MOVE WS-LINE-NUM TO WS-FINDING-LINE
                    PERFORM 3100-CHECK-LINE
            END-READ
        END-PERFORM
        MOVE 0 TO WS-FINDING-LINE
        CLOSE CONFIG-FILE.

    3100-CHECK-LINE.
        IF CONFIG-RECORD = SPACES
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(CONFIG-RECORD)(1:1) = "*"
            OR FUNCTION TRIM(CONFIG-RECORD)(1:1) = "#"
            ADD 1 TO WS-COMMENT-COUNT
            EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WS-CONFIG-EQ
        PERFORM VARYING I FROM 1 BY 1
            UNTIL I > FUNCTION LENGTH(CONFIG-RECORD)
            OR WS-CONFIG-EQ > 0
            IF CONFIG-RECORD(I:1) = "="
                MOVE I TO WS-CONFIG-EQ
            END-IF
        END-PERFORM
        IF WS-CONFIG-EQ = 0
            MOVE "ERROR" TO WS-SEVERITY
            MOVE SPACES TO WS-FINDING-TEXT
            STRING "no '=' in """ FUNCTION TRIM(CONFIG-RECORD)
                """ - every program ignores this line"
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
            EXIT PARAGRAPH
        END-IF
        IF WS-CONFIG-EQ = 1
            MOVE "ERROR" TO WS-SEVERITY
            MOVE SPACES TO WS-FINDING-TEXT
            STRING "no key before '=' in """ FUNCTION TRIM(CONFIG-RECORD)
                """"
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-SETTING-COUNT
        MOVE SPACES TO WS-CONFIG-KEY WS-CONFIG-VALUE
        MOVE FUNCTION TRIM(CONFIG-RECORD(1:WS-CONFIG-EQ - 1))
            TO WS-CONFIG-KEY
        MOVE FUNCTION LENGTH(FUNCTION TRIM(
            CONFIG-RECORD(1:WS-CONFIG-EQ - 1))) TO WS-KEY-LEN
        MOVE 0 TO WS-VALUE-LEN
        IF WS-CONFIG-EQ < FUNCTION LENGTH(CONFIG-RECORD)
            IF CONFIG-RECORD(WS-CONFIG-EQ + 1:) NOT = SPACES
                MOVE FUNCTION TRIM(CONFIG-RECORD(WS-CONFIG-EQ + 1:))
                    TO WS-CONFIG-VALUE
                MOVE FUNCTION LENGTH(FUNCTION TRIM(
                    CONFIG-RECORD(WS-CONFIG-EQ + 1:))) TO WS-VALUE-LEN
            END-IF
        END-IF

        IF WS-KEY-LEN > 24
            MOVE "WARNING" TO WS-SEVERITY
            MOVE SPACES TO WS-FINDING-TEXT
            STRING "key " FUNCTION TRIM(WS-CONFIG-KEY)
                "... is longer than 24 characters - no program reads it"
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
            EXIT PARAGRAPH
        END-IF
        IF WS-VALUE-LEN > 20
            MOVE "WARNING" TO WS-SEVERITY
            MOVE SPACES TO WS-FINDING-TEXT
            STRING FUNCTION TRIM(WS-CONFIG-KEY)
                ": value is longer than 20 characters and is cut to """
                FUNCTION TRIM(WS-CONFIG-VALUE) """"
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF

        PERFORM 3200-REMEMBER-SETTING

        MOVE 0 TO WS-CK-FOUND
        PERFORM VARYING WS-CK-IDX FROM 1 BY 1
            UNTIL WS-CK-IDX > 42 OR WS-CK-FOUND > 0
            IF WS-CK-KEY(WS-CK-IDX) = WS-CONFIG-KEY
                MOVE WS-CK-IDX TO WS-CK-FOUND
            END-IF
        END-PERFORM
        IF WS-CK-FOUND = 0
            PERFORM 3300-REPORT-UNKNOWN-KEY
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-KS-SEEN(WS-CK-FOUND)
        IF WS-KS-SEEN(WS-CK-FOUND) > 1
            IF FUNCTION UPPER-CASE(WS-KS-LAST-VALUE(WS-CK-FOUND))
                = FUNCTION UPPER-CASE(WS-CONFIG-VALUE)
                MOVE "WARNING" TO WS-SEVERITY
                MOVE SPACES TO WS-FINDING-TEXT
                STRING FUNCTION TRIM(WS-CONFIG-KEY)
                    " appears more than once (same value)"
                    DELIMITED BY SIZE INTO WS-FINDING-TEXT
            ELSE
                MOVE "ERROR" TO WS-SEVERITY
                MOVE SPACES TO WS-FINDING-TEXT
                STRING FUNCTION TRIM(WS-CONFIG-KEY)
                    " appears more than once with different values ("
                    FUNCTION TRIM(WS-KS-LAST-VALUE(WS-CK-FOUND)) " / "
                    FUNCTION TRIM(WS-CONFIG-VALUE)
                    ") - the programs take the last one"
                    DELIMITED BY SIZE INTO WS-FINDING-TEXT
            END-IF
            PERFORM 8000-WRITE-FINDING
        END-IF
        MOVE WS-CONFIG-VALUE TO WS-KS-LAST-VALUE(WS-CK-FOUND)

        PERFORM 3400-VALIDATE-VALUE
        IF WS-VALUE-OK = "Y" OR WS-VALUE-OK = "R"
            MOVE WS-VALUE-OK TO WS-KS-VALID(WS-CK-FOUND)
            MOVE WS-APPLIED-VALUE TO WS-KS-VALUE(WS-CK-FOUND)
        END-IF
        IF WS-VALUE-OK NOT = "Y"
            MOVE "ERROR" TO WS-SEVERITY
            MOVE SPACES TO WS-FINDING-TEXT
            STRING FUNCTION TRIM(WS-CONFIG-KEY) "="
                FUNCTION TRIM(WS-CONFIG-VALUE) ": "
                FUNCTION TRIM(WS-VALUE-REASON)
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF.

    3200-REMEMBER-SETTING.
        MOVE 0 TO WS-CFG-FOUND
        PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
            UNTIL WS-CFG-IDX > WS-CFG-COUNT OR WS-CFG-FOUND > 0
            IF WS-CFG-KEY(WS-CFG-IDX) = WS-CONFIG-KEY
                MOVE WS-CFG-IDX TO WS-CFG-FOUND
            END-IF
        END-PERFORM
        IF WS-CFG-FOUND = 0
            IF WS-CFG-COUNT >= 200
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CFG-COUNT
            MOVE WS-CFG-COUNT TO WS-CFG-FOUND
            MOVE WS-CONFIG-KEY TO WS-CFG-KEY(WS-CFG-FOUND)
        END-IF
        MOVE WS-CONFIG-VALUE TO WS-CFG-VALUE(WS-CFG-FOUND).

    3300-REPORT-UNKNOWN-KEY.
        MOVE FUNCTION UPPER-CASE(WS-CONFIG-KEY) TO WS-UPPER-KEY
        MOVE 0 TO WS-CK-FOUND
        PERFORM VARYING WS-CK-IDX FROM 1 BY 1
            UNTIL WS-CK-IDX > 42 OR WS-CK-FOUND > 0
            IF WS-CK-KEY(WS-CK-IDX) = WS-UPPER-KEY
                MOVE WS-CK-IDX TO WS-CK-FOUND
            END-IF
        END-PERFORM
        MOVE "WARNING" TO WS-SEVERITY
        MOVE SPACES TO WS-FINDING-TEXT
        IF WS-CK-FOUND > 0
            STRING "unknown key " FUNCTION TRIM(WS-CONFIG-KEY)
                " - keys are upper case; did you mean "
                FUNCTION TRIM(WS-CK-KEY(WS-CK-FOUND)) "?"
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
        ELSE
            STRING "unknown key " FUNCTION TRIM(WS-CONFIG-KEY)
                " - no program reads it"
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
        END-IF
        PERFORM 8000-WRITE-FINDING.

    3400-VALIDATE-VALUE.
        MOVE "Y" TO WS-VALUE-OK
        MOVE SPACES TO WS-VALUE-REASON
        MOVE WS-CONFIG-VALUE TO WS-APPLIED-VALUE
        MOVE FUNCTION UPPER-CASE(WS-CONFIG-VALUE) TO WS-UPPER-VALUE

        EVALUATE WS-CK-TYPE(WS-CK-FOUND)
            WHEN "N"
                IF WS-VALUE-LEN = 0 OR WS-VALUE-LEN > 8
                    OR WS-CONFIG-VALUE(1:WS-VALUE-LEN) IS NOT NUMERIC
                    MOVE "N" TO WS-VALUE-OK
                    MOVE "not a whole number - default used"
                        TO WS-VALUE-REASON
                ELSE
                    MOVE WS-CONFIG-VALUE(1:WS-VALUE-LEN) TO WS-NUM-VALUE
                    IF WS-NUM-VALUE < WS-CK-MIN(WS-CK-FOUND)
                        OR WS-NUM-VALUE > WS-CK-MAX(WS-CK-FOUND)
                        MOVE "R" TO WS-VALUE-OK
                        MOVE WS-CK-MIN(WS-CK-FOUND) TO WS-MIN-DISP
                        MOVE WS-CK-MAX(WS-CK-FOUND) TO WS-MAX-DISP
                        STRING "out of range "
                            FUNCTION TRIM(WS-MIN-DISP) "-"
                            FUNCTION TRIM(WS-MAX-DISP)
                            " - the value is still applied"
                            DELIMITED BY SIZE INTO WS-VALUE-REASON
                        IF WS-CK-KEY(WS-CK-FOUND) = "RETAIN-USAGE-DAYS"
                            AND WS-NUM-VALUE < WS-CK-MIN(WS-CK-FOUND)
                            MOVE WS-MIN-DISP TO WS-APPLIED-VALUE
                            MOVE SPACES TO WS-VALUE-REASON
                            STRING "below " FUNCTION TRIM(WS-MIN-DISP)
                                " - HOUSEKEEP raises it to "
                                FUNCTION TRIM(WS-MIN-DISP)
                                DELIMITED BY SIZE INTO WS-VALUE-REASON
                        END-IF
                    END-IF
                END-IF
            WHEN "D"
                IF WS-VALUE-LEN = 1 AND WS-CONFIG-VALUE(1:1) = "0"
                    CONTINUE
                ELSE
                    IF WS-VALUE-LEN NOT = 8
                        OR WS-CONFIG-VALUE(1:8) IS NOT NUMERIC
                        MOVE "N" TO WS-VALUE-OK
                    ELSE
                        MOVE WS-CONFIG-VALUE(1:8) TO WS-NUM-VALUE
                        IF WS-NUM-VALUE NOT = 0
                            AND FUNCTION TEST-DATE-YYYYMMDD(WS-NUM-VALUE)
                                NOT = 0
                            MOVE "N" TO WS-VALUE-OK
                        END-IF
                    END-IF
                    IF WS-VALUE-OK = "N"
                        MOVE "not a YYYYMMDD date or 0" TO WS-VALUE-REASON
                    END-IF
                END-IF
            WHEN "P"
                IF WS-VALUE-LEN = 1 AND WS-CONFIG-VALUE(1:1) = "0"
                    CONTINUE
                ELSE
                    IF WS-VALUE-LEN NOT = 6
                        OR WS-CONFIG-VALUE(1:6) IS NOT NUMERIC
                        MOVE "N" TO WS-VALUE-OK
                    ELSE
                        IF WS-CONFIG-VALUE(5:2) < "01"
                            OR WS-CONFIG-VALUE(5:2) > "12"
                            MOVE "N" TO WS-VALUE-OK
                        END-IF
                    END-IF
                    IF WS-VALUE-OK = "N"
                        MOVE "not a YYYYMM period or 0" TO WS-VALUE-REASON
                    END-IF
                END-IF
            WHEN "F"
                IF WS-UPPER-VALUE NOT = "Y" AND WS-UPPER-VALUE NOT = "N"
                    MOVE "N" TO WS-VALUE-OK
                    MOVE "must be Y or N - treated as N"
                        TO WS-VALUE-REASON
                END-IF
            WHEN "M"
                IF WS-UPPER-VALUE NOT = "CONSOLE"
                    AND WS-UPPER-VALUE NOT = "BATCH"
                    MOVE "N" TO WS-VALUE-OK
                    MOVE "must be CONSOLE or BATCH - treated as BATCH"
                        TO WS-VALUE-REASON
                END-IF
            WHEN "T"
                IF WS-VALUE-LEN > WS-CK-MAX(WS-CK-FOUND)
                    MOVE "R" TO WS-VALUE-OK
                    MOVE SPACES TO WS-APPLIED-VALUE
                    MOVE WS-CONFIG-VALUE(1:WS-CK-MAX(WS-CK-FOUND))
                        TO WS-APPLIED-VALUE
                    MOVE WS-CK-MAX(WS-CK-FOUND) TO WS-MAX-DISP
                    STRING "longer than " FUNCTION TRIM(WS-MAX-DISP)
                        " characters - cut to "
                        FUNCTION TRIM(WS-APPLIED-VALUE)
                        DELIMITED BY SIZE INTO WS-VALUE-REASON
                END-IF
        END-EVALUATE.

    4000-CHECK-CROSS-KEY-RULES.
        MOVE 0 TO WS-WEIGHT-TOTAL
        PERFORM VARYING WS-CK-IDX FROM 1 BY 1 UNTIL WS-CK-IDX > 42
            IF WS-CK-KEY(WS-CK-IDX)(1:16) = "COMPLETE-WEIGHT-"
                PERFORM 8100-GET-EFFECTIVE
                MOVE 0 TO WS-NUM-VALUE
                IF FUNCTION TRIM(WS-EFFECTIVE) IS NUMERIC
                    MOVE FUNCTION TRIM(WS-EFFECTIVE) TO WS-NUM-VALUE
                END-IF
                ADD WS-NUM-VALUE TO WS-WEIGHT-TOTAL
            END-IF
        END-PERFORM
        IF WS-WEIGHT-TOTAL NOT = 100
            MOVE WS-WEIGHT-TOTAL TO WS-WEIGHT-DISP
            MOVE "WARNING" TO WS-SEVERITY
            MOVE SPACES TO WS-FINDING-TEXT
            STRING "COMPLETE-WEIGHT-BASE/ABOUT/EXP/EDU add up to "
                FUNCTION TRIM(WS-WEIGHT-DISP)
                ", not 100 - completeness scores will not top out at 100%"
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF

        IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0
            MOVE "  (none)" TO AUDIT-REPORT-RECORD
            WRITE AUDIT-REPORT-RECORD
        END-IF.

    5000-REPORT-RECOGNIZED-KEYS.
        MOVE SPACES TO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        MOVE "Recognized keys:" TO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        MOVE SPACES TO AUDIT-REPORT-RECORD
        STRING "  Key                       Effective             "
            "Default           Source          Used by"
            DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        PERFORM VARYING WS-CK-IDX FROM 1 BY 1 UNTIL WS-CK-IDX > 42
            PERFORM 8100-GET-EFFECTIVE
            MOVE SPACES TO AUDIT-REPORT-RECORD
            STRING "  " WS-CK-KEY(WS-CK-IDX) "  " WS-EFFECTIVE "  "
                WS-CK-DEFAULT(WS-CK-IDX) "  " WS-SOURCE-TEXT(1:14) "  "
                WS-CK-USED-BY(WS-CK-IDX)
                DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
            WRITE AUDIT-REPORT-RECORD
        END-PERFORM.

    6000-REPORT-CHANGES.
        MOVE SPACES TO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        IF WS-PRIOR-PRESENT = "N"
            MOVE "Changes since the last audit: no previous audit on file - this run is the baseline."
                TO AUDIT-REPORT-RECORD
            WRITE AUDIT-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO AUDIT-REPORT-RECORD
        STRING "Changes since the last audit (" FUNCTION TRIM(WS-PRIOR-DATE)
            "):"
            DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD

        PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
            UNTIL WS-CFG-IDX > WS-CFG-COUNT
            MOVE 0 TO WS-OLD-FOUND
            PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                UNTIL WS-OLD-IDX > WS-OLD-COUNT OR WS-OLD-FOUND > 0
                IF WS-OLD-KEY(WS-OLD-IDX) = WS-CFG-KEY(WS-CFG-IDX)
                    MOVE WS-OLD-IDX TO WS-OLD-FOUND
                END-IF
            END-PERFORM
            MOVE SPACES TO AUDIT-REPORT-RECORD
            IF WS-OLD-FOUND = 0
                ADD 1 TO WS-CHANGE-COUNT
                STRING "  added   " FUNCTION TRIM(WS-CFG-KEY(WS-CFG-IDX))
                    "=" FUNCTION TRIM(WS-CFG-VALUE(WS-CFG-IDX))
                    DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
                WRITE AUDIT-REPORT-RECORD
            ELSE
                MOVE "Y" TO WS-OLD-MATCHED(WS-OLD-FOUND)
                IF WS-OLD-VALUE(WS-OLD-FOUND) NOT = WS-CFG-VALUE(WS-CFG-IDX)
                    ADD 1 TO WS-CHANGE-COUNT
                    STRING "  changed " FUNCTION TRIM(WS-CFG-KEY(WS-CFG-IDX))
                        " from " FUNCTION TRIM(WS-OLD-VALUE(WS-OLD-FOUND))
                        " to " FUNCTION TRIM(WS-CFG-VALUE(WS-CFG-IDX))
                        DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
                    WRITE AUDIT-REPORT-RECORD
                END-IF
            END-IF
        END-PERFORM

        PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
            UNTIL WS-OLD-IDX > WS-OLD-COUNT
            IF WS-OLD-MATCHED(WS-OLD-IDX) = "N"
                ADD 1 TO WS-CHANGE-COUNT
                MOVE SPACES TO AUDIT-REPORT-RECORD
                STRING "  removed " FUNCTION TRIM(WS-OLD-KEY(WS-OLD-IDX))
                    " (was " FUNCTION TRIM(WS-OLD-VALUE(WS-OLD-IDX)) ")"
                    DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
                WRITE AUDIT-REPORT-RECORD
            END-IF
        END-PERFORM

        IF WS-CHANGE-COUNT = 0
            MOVE "  (no changes)" TO AUDIT-REPORT-RECORD
            WRITE AUDIT-REPORT-RECORD
        END-IF.

    7000-WRITE-SNAPSHOT.
        OPEN OUTPUT SNAPSHOT-FILE
        MOVE SPACES TO SNAPSHOT-RECORD
        MOVE "*AUDITED" TO SN-KEY
        STRING WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO SN-VALUE
        WRITE SNAPSHOT-RECORD
        PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
            UNTIL WS-CFG-IDX > WS-CFG-COUNT
            MOVE WS-CFG-KEY(WS-CFG-IDX) TO SN-KEY
            MOVE WS-CFG-VALUE(WS-CFG-IDX) TO SN-VALUE
            WRITE SNAPSHOT-RECORD
        END-PERFORM
        CLOSE SNAPSHOT-FILE.

    8000-WRITE-FINDING.
        IF WS-SEVERITY = "ERROR"
            ADD 1 TO WS-ERROR-COUNT
        ELSE
            ADD 1 TO WS-WARNING-COUNT
        END-IF
        MOVE SPACES TO AUDIT-REPORT-RECORD
        IF WS-FINDING-LINE > 0
            STRING "  " WS-SEVERITY " line " WS-FINDING-LINE ": "
                WS-FINDING-TEXT
                DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
        ELSE
            STRING "  " WS-SEVERITY " " WS-FINDING-TEXT
                DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
        END-IF
        WRITE AUDIT-REPORT-RECORD.

    8100-GET-EFFECTIVE.
        EVALUATE WS-KS-VALID(WS-CK-IDX)
            WHEN "Y"
                MOVE WS-KS-VALUE(WS-CK-IDX) TO WS-EFFECTIVE
                MOVE "config" TO WS-SOURCE-TEXT
            WHEN "R"
                MOVE WS-KS-VALUE(WS-CK-IDX) TO WS-EFFECTIVE
                MOVE "config (bad)" TO WS-SOURCE-TEXT
            WHEN OTHER
                MOVE WS-CK-DEFAULT(WS-CK-IDX) TO WS-EFFECTIVE
                IF WS-KS-SEEN(WS-CK-IDX) > 0
                    MOVE "default (bad)" TO WS-SOURCE-TEXT
                ELSE
                    MOVE "default" TO WS-SOURCE-TEXT
                END-IF
        END-EVALUATE.

    9000-FINISH.
        MOVE SPACES TO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        MOVE SPACES TO AUDIT-REPORT-RECORD
        STRING "Lines read: " WS-LINE-NUM "  settings: " WS-SETTING-COUNT
            "  comments: " WS-COMMENT-COUNT "  errors: " WS-ERROR-COUNT
            "  warnings: " WS-WARNING-COUNT "  changes: " WS-CHANGE-COUNT
            DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
        WRITE AUDIT-REPORT-RECORD
        MOVE SPACES TO AUDIT-REPORT-RECORD
        IF WS-ERROR-COUNT > 0
            MOVE "Audit status: FAILED - correct the errors above before the nightly run"
                TO AUDIT-REPORT-RECORD
        ELSE
            MOVE "Audit status: PASSED" TO AUDIT-REPORT-RECORD
        END-IF
        WRITE AUDIT-REPORT-RECORD
        CLOSE AUDIT-REPORT-FILE

        DISPLAY "Configuration audit complete: " WS-ERROR-COUNT
            " error(s), " WS-WARNING-COUNT " warning(s), "
            WS-CHANGE-COUNT " change(s); see ConfigAuditReport.txt".
