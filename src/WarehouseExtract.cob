IDENTIFICATION DIVISION.
    PROGRAM-ID. WAREHOUSEEXTRACT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCOUNT-FILE ASSIGN TO 'Accounts.dat'
                ORGANIZATION IS INDEXED
                RECORD KEY IS ACC-USERNAME
                FILE STATUS IS ACC-FS.
            SELECT PROFILE-FILE ASSIGN TO 'Profiles.dat'
                ORGANIZATION IS INDEXED
                RECORD KEY IS PR-USERNAME
                FILE STATUS IS PROF-FS.
            SELECT CONNECTIONS-FILE ASSIGN TO 'Connections.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONN-FS.
            SELECT APPLICATIONS-FILE ASSIGN TO 'Applications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APPL-FS.
            SELECT PLACEMENTS-FILE ASSIGN TO 'Placements.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PLAC-FS.
            SELECT EVENT-RSVP-FILE ASSIGN TO 'EventRsvps.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RSVP-FS.
            SELECT GROUP-MEMBERS-FILE ASSIGN TO 'GroupMembers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GM-FS.
            SELECT SNAPSHOT-FILE ASSIGN TO 'WarehouseSnapshot.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SNAP-FS.
            SELECT SNAPSHOT-NEW ASSIGN TO 'WarehouseSnapshot.new'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SNEW-FS.
            SELECT ERASURE-FILE ASSIGN TO 'WarehouseErasures.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ERAS-FS.
            SELECT ERASURE-TEMP ASSIGN TO 'WarehouseErasures.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT DETAIL-FILE ASSIGN TO 'WarehouseDetail.tmp'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DTL-FS.
            SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-TEMPNAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXT-FS.
            SELECT EXTRACT-REPORT-FILE ASSIGN TO 'WarehouseExtractReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD ACCOUNT-FILE.
        01 ACCOUNT-RECORD.
            05 ACC-USERNAME          PIC X(20).
            05 ACC-PASSWORD          PIC X(12).
            05 ACC-SALT              PIC X(8).
            05 ACC-FAILED-ATTEMPTS   PIC 9(2).
            05 ACC-LOCKED            PIC X.
            05 ACC-RESET-CODE        PIC X(6).
            05 ACC-PWD-DATE          PIC 9(8).
            05 ACC-DEACTIVATED       PIC X.
            05 ACC-ACCOUNT-TYPE      PIC X.
            05 ACC-LAST-LOGIN        PIC 9(8).

        FD PROFILE-FILE.
        01 PROFILE-RECORD.
            05 PR-USERNAME        PIC X(20).
            05 PR-FIRST-NAME      PIC X(20).
            05 PR-LAST-NAME       PIC X(20).
            05 PR-UNIVERSITY      PIC X(40).
            05 PR-MAJOR           PIC X(30).
            05 PR-GRAD-YEAR       PIC 9(4).
            05 PR-ABOUT           PIC X(200).
            05 PR-EXP-COUNT       PIC 9(2).
            05 PR-EXPERIENCE OCCURS 0 TO 10 TIMES DEPENDING ON PR-EXP-COUNT.
                10 PR-EXP-TITLE   PIC X(30).
                10 PR-EXP-COMPANY PIC X(30).
                10 PR-EXP-DATES   PIC X(20).
                10 PR-EXP-DESC    PIC X(100).
            05 PR-EDU-COUNT       PIC 9(2).
            05 PR-EDUCATION OCCURS 0 TO 10 TIMES DEPENDING ON PR-EDU-COUNT.
                10 PR-EDU-DEGREE  PIC X(30).
                10 PR-EDU-SCHOOL  PIC X(40).
                10 PR-EDU-YEARS   PIC X(15).

        FD CONNECTIONS-FILE.
        01 CONNECTIONS-RECORD.
            05 CONN-USER-ONE         PIC X(20).
            05 CONN-USER-ONE-FIRST   PIC X(20).
            05 CONN-USER-ONE-LAST    PIC X(20).
            05 CONN-USER-TWO         PIC X(20).
            05 CONN-USER-TWO-FIRST   PIC X(20).
            05 CONN-USER-TWO-LAST    PIC X(20).

        FD APPLICATIONS-FILE.
        01 APPLICATIONS-RECORD.
            05 APP-USERNAME      PIC X(20).
            05 APP-JOB-TITLE     PIC X(40).
            05 APP-COMPANY       PIC X(40).
            05 APP-POSTED-BY     PIC X(20).
            05 APP-DATE          PIC 9(8).
            05 APP-NOTE          PIC X(100).
            05 APP-STATUS        PIC X(12).
            05 APP-REQ-NUM       PIC 9(8).
            05 APP-SCREEN-ANSWERS PIC X(5).
            05 APP-SCREEN-RESULT PIC X.

        FD PLACEMENTS-FILE.
        01 PLACEMENTS-RECORD.
            05 PL-USERNAME       PIC X(20).
            05 PL-EMPLOYER       PIC X(40).
            05 PL-TITLE          PIC X(40).
            05 PL-APP-DATE       PIC 9(8).
            05 PL-OFFER-DATE     PIC 9(8).
            05 PL-START-DATE     PIC 9(8).
            05 PL-REQ-NUM        PIC 9(8).

        FD EVENT-RSVP-FILE.
        01 EVENT-RSVP-RECORD.
            05 RSVP-EVENT        PIC X(40).
            05 RSVP-USER         PIC X(20).
            05 RSVP-DATE         PIC 9(8).
            05 RSVP-ATTENDED     PIC X.

        FD GROUP-MEMBERS-FILE.
        01 GROUP-MEMBERS-RECORD.
            05 GM-GROUP          PIC X(40).
            05 GM-USER           PIC X(20).
            05 GM-FIRST          PIC X(20).
            05 GM-LAST           PIC X(20).

        FD SNAPSHOT-FILE.
        01 SNAPSHOT-RECORD.
            05 WH-TABLE          PIC X(12).
            05 WH-KEY            PIC X(80).
            05 WH-USER-1         PIC X(20).
            05 WH-USER-2         PIC X(20).
            05 WH-DATA           PIC X(160).
        01 SNAPSHOT-CONTROL-RECORD.
            05 WC-TABLE          PIC X(12).
            05 WC-BATCH          PIC 9(6).
            05 WC-HIGH-WATER     PIC X(14).
            05 FILLER            PIC X(260).

        FD SNAPSHOT-NEW.
        01 SNAPSHOT-NEW-RECORD   PIC X(292).

        FD ERASURE-FILE.
        01 ERASURE-RECORD.
            05 WE-USERNAME       PIC X(20).
            05 WE-STAMP.
                10 WE-DATE       PIC 9(8).
                10 WE-TIME       PIC 9(6).

        FD ERASURE-TEMP.
        01 ERASURE-TEMP-RECORD   PIC X(34).

        FD DETAIL-FILE.
        01 DETAIL-RECORD         PIC X(276).

        FD EXTRACT-FILE.
        01 EXTRACT-RECORD        PIC X(276).
        01 EX-HEADER-RECORD.
            05 EXH-TYPE          PIC X.
            05 EXH-SYSTEM        PIC X(10).
            05 EXH-BATCH         PIC 9(6).
            05 EXH-FROM          PIC X(14).
            05 EXH-TO            PIC X(14).
            05 EXH-ENVIRONMENT   PIC X(10).
            05 EXH-RECORD-COUNT  PIC 9(8).
            05 EXH-ADD-COUNT     PIC 9(8).
            05 EXH-CHANGE-COUNT  PIC 9(8).
            05 EXH-DELETE-COUNT  PIC 9(8).
            05 FILLER            PIC X(189).
        01 EX-DETAIL-RECORD.
            05 EXD-TYPE          PIC X.
            05 EXD-SEQ           PIC 9(8).
            05 EXD-TABLE         PIC X(12).
            05 EXD-OPERATION     PIC X.
            05 EXD-TIMESTAMP     PIC X(14).
            05 EXD-KEY           PIC X(80).
            05 EXD-DATA          PIC X(160).
        01 EX-TRAILER-RECORD.
            05 EXT-TYPE          PIC X.
            05 EXT-BATCH         PIC 9(6).
            05 EXT-RECORD-COUNT  PIC 9(8).
            05 EXT-ADD-COUNT     PIC 9(8).
            05 EXT-CHANGE-COUNT  PIC 9(8).
            05 EXT-DELETE-COUNT  PIC 9(8).
            05 EXT-TABLE-COUNT OCCURS 7 TIMES PIC 9(8).
            05 FILLER            PIC X(181).

        FD EXTRACT-REPORT-FILE.
        01 EXTRACT-REPORT-RECORD PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 ACC-FS              PIC XX VALUE "00".
        77 PROF-FS             PIC XX VALUE "00".
        77 CONN-FS             PIC XX VALUE "00".
        77 APPL-FS             PIC XX VALUE "00".
        77 PLAC-FS             PIC XX VALUE "00".
        77 RSVP-FS             PIC XX VALUE "00".
        77 GM-FS               PIC XX VALUE "00".
        77 SNAP-FS             PIC XX VALUE "00".
        77 SNEW-FS             PIC XX VALUE "00".
        77 ERAS-FS             PIC XX VALUE "00".
        77 DTL-FS              PIC XX VALUE "00".
        77 EXT-FS              PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-FILE-EOF         PIC X VALUE "N".
        77 WS-SOURCE-FS        PIC XX VALUE "00".
        77 WS-EXTRACT-FAILED   PIC X VALUE "N".
        77 WS-FAIL-REASON      PIC X(100) VALUE SPACES.
        77 WS-HAVE-SNAPSHOT    PIC X VALUE "N".
        77 WS-PRIOR-BATCH      PIC 9(6) VALUE 0.
        77 WS-BATCH            PIC 9(6) VALUE 0.
        77 WS-PRIOR-HIGH-WATER PIC X(14) VALUE ALL "0".
        77 WS-RUN-STAMP        PIC X(14) VALUE SPACES.
        77 WS-EXTRACT-TEMPNAME PIC X(40) VALUE SPACES.
        77 WS-EXTRACT-FILENAME PIC X(40) VALUE SPACES.
        77 WS-SHELL-COMMAND    PIC X(120) VALUE SPACES.
        77 WS-TBL-IDX          PIC 9 VALUE 0.
        77 WS-SNAP-COUNT       PIC 9(5) VALUE 0.
        77 WS-SNAP-IDX         PIC 9(5) VALUE 0.
        77 WS-SNAP-HINT        PIC 9(5) VALUE 0.
        77 WS-SNAP-FOUND       PIC 9(5) VALUE 0.
        77 WS-SNAP-PROBES      PIC 9(5) VALUE 0.
        77 WS-ERASED-COUNT     PIC 9(3) VALUE 0.
        77 WS-ERASED-IDX       PIC 9(3) VALUE 0.
        77 WS-ERASED-KEPT      PIC 9(5) VALUE 0.
        77 WS-ERASED-STAMP     PIC X(14) VALUE SPACES.
        77 WS-CHECK-USER       PIC X(20) VALUE SPACES.
        77 WS-CHECK-STAMP      PIC X(14) VALUE SPACES.
        77 WS-DETAIL-SEQ       PIC 9(8) VALUE 0.
        77 WS-TOTAL-ADDS       PIC 9(8) VALUE 0.
        77 WS-TOTAL-CHANGES    PIC 9(8) VALUE 0.
        77 WS-TOTAL-DELETES    PIC 9(8) VALUE 0.
        77 WS-TOTAL-ERASURES   PIC 9(8) VALUE 0.
        77 WS-TBL-CURRENT      PIC 9(8) VALUE 0.
        77 WS-TBL-ADDS         PIC 9(8) VALUE 0.
        77 WS-TBL-CHANGES      PIC 9(8) VALUE 0.
        77 WS-TBL-DELETES      PIC 9(8) VALUE 0.
        77 WS-OPERATION        PIC X VALUE SPACE.
        77 WS-OP-STAMP         PIC X(14) VALUE SPACES.
        77 WS-SAVE-DATA        PIC X(160) VALUE SPACES.
        01 WS-CURRENT-DATETIME PIC X(21).

        01 WS-CURRENT-ROW.
            05 WS-CUR-KEY        PIC X(80).
            05 WS-CUR-USER-1     PIC X(20).
            05 WS-CUR-USER-2     PIC X(20).
            05 WS-CUR-DATA       PIC X(160).

        01 WS-ACCOUNT-KEY.
            05 WS-AK-USERNAME    PIC X(20).
            05 FILLER            PIC X(60) VALUE SPACES.
        01 WS-ACCOUNT-DATA.
            05 WS-AD-TYPE        PIC X.
            05 WS-AD-LOCKED      PIC X.
            05 WS-AD-DEACTIVATED PIC X.
            05 WS-AD-FAILED      PIC 9(2).
            05 WS-AD-PWD-DATE    PIC 9(8).
            05 WS-AD-LAST-LOGIN  PIC 9(8).
            05 FILLER            PIC X(139) VALUE SPACES.

        01 WS-PROFILE-DATA.
            05 WS-PD-FIRST       PIC X(20).
            05 WS-PD-LAST        PIC X(20).
            05 WS-PD-UNIVERSITY  PIC X(40).
            05 WS-PD-MAJOR       PIC X(30).
            05 WS-PD-GRAD-YEAR   PIC 9(4).
            05 WS-PD-EXP-COUNT   PIC 9(2).
            05 WS-PD-EDU-COUNT   PIC 9(2).
            05 FILLER            PIC X(42) VALUE SPACES.

        01 WS-CONNECTION-KEY.
            05 WS-CK-USER-ONE    PIC X(20).
            05 WS-CK-USER-TWO    PIC X(20).
            05 FILLER            PIC X(40) VALUE SPACES.

        01 WS-APPLICATION-KEY.
            05 WS-APK-USERNAME   PIC X(20).
            05 WS-APK-REQ-NUM    PIC 9(8).
            05 WS-APK-COMPANY    PIC X(40).
            05 FILLER            PIC X(12) VALUE SPACES.
        01 WS-APPLICATION-DATA.
            05 WS-APD-TITLE      PIC X(40).
            05 WS-APD-POSTED-BY  PIC X(20).
            05 WS-APD-DATE       PIC 9(8).
            05 WS-APD-STATUS     PIC X(12).
            05 WS-APD-SCREEN     PIC X.
            05 FILLER            PIC X(79) VALUE SPACES.

        01 WS-PLACEMENT-KEY.
            05 WS-PLK-USERNAME   PIC X(20).
            05 WS-PLK-REQ-NUM    PIC 9(8).
            05 WS-PLK-EMPLOYER   PIC X(40).
            05 FILLER            PIC X(12) VALUE SPACES.
        01 WS-PLACEMENT-DATA.
            05 WS-PLD-TITLE      PIC X(40).
            05 WS-PLD-APP-DATE   PIC 9(8).
            05 WS-PLD-OFFER-DATE PIC 9(8).
            05 WS-PLD-START-DATE PIC 9(8).
            05 FILLER            PIC X(96) VALUE SPACES.

        01 WS-MEMBER-KEY.
            05 WS-MK-NAME        PIC X(40).
            05 WS-MK-USER        PIC X(20).
            05 FILLER            PIC X(20) VALUE SPACES.
        01 WS-RSVP-DATA.
            05 WS-RD-DATE        PIC 9(8).
            05 WS-RD-ATTENDED    PIC X.
            05 FILLER            PIC X(151) VALUE SPACES.

        01 WS-TABLE-NAME-TABLE.
            05 FILLER PIC X(12) VALUE "ACCOUNTS".
            05 FILLER PIC X(24) VALUE "Accounts.dat".
            05 FILLER PIC X(12) VALUE "PROFILES".
            05 FILLER PIC X(24) VALUE "Profiles.dat".
            05 FILLER PIC X(12) VALUE "CONNECTIONS".
            05 FILLER PIC X(24) VALUE "Connections.dat".
            05 FILLER PIC X(12) VALUE "APPLICATIONS".
            05 FILLER PIC X(24) VALUE "Applications.dat".
            05 FILLER PIC X(12) VALUE "PLACEMENTS".
            05 FILLER PIC X(24) VALUE "Placements.dat".
            05 FILLER PIC X(12) VALUE "EVENTRSVPS".
            05 FILLER PIC X(24) VALUE "EventRsvps.dat".
            05 FILLER PIC X(12) VALUE "GROUPMEMBERS".
            05 FILLER PIC X(24) VALUE "GroupMembers.dat".
        01 WS-TABLE-NAME-LIST REDEFINES WS-TABLE-NAME-TABLE.
            05 WS-TABLE-ENTRY OCCURS 7 TIMES.
                10 WS-TABLE-NAME     PIC X(12).
                10 WS-TABLE-FILE     PIC X(24).

        01 WS-TABLE-COUNTS.
            05 WS-TABLE-DETAILS OCCURS 7 TIMES PIC 9(8) VALUE 0.

        01 WS-SNAP-TABLE.
            05 WS-SNAP-ENTRY OCCURS 30000 TIMES.
                10 WS-SNAP-KEY       PIC X(80).
                10 WS-SNAP-USER-1    PIC X(20).
                10 WS-SNAP-USER-2    PIC X(20).
                10 WS-SNAP-DATA      PIC X(160).
                10 WS-SNAP-MATCHED   PIC X.

        01 WS-ERASED-TABLE.
            05 WS-ERASED-ENTRY OCCURS 500 TIMES.
                10 WS-ERASED-USER    PIC X(20).
                10 WS-ERASED-AT      PIC X(14).
                10 WS-ERASED-DELETES PIC 9(6).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 1100-READ-CONTROL
        IF WS-EXTRACT-FAILED = "N"
            PERFORM 1200-FINISH-PUBLICATION
            PERFORM 1300-LOAD-ERASURES
            PERFORM 2000-OPEN-WORK-FILES
        END-IF
        PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
            UNTIL WS-TBL-IDX > 7 OR WS-EXTRACT-FAILED = "Y"
            PERFORM 3000-EXTRACT-TABLE
        END-PERFORM
        IF WS-EXTRACT-FAILED = "N"
            PERFORM 6000-WRITE-EXTRACT
        END-IF
        IF WS-EXTRACT-FAILED = "N"
            PERFORM 7000-COMMIT-BATCH
        ELSE
            PERFORM 8000-ABANDON-BATCH
        END-IF
        PERFORM 9000-FINISH
        PERFORM 9100-RELEASE-RUN-LOCK
        IF WS-EXTRACT-FAILED = "Y"
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
        MOVE "WAREHOUSEEXTRACT" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    9100-RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.

    1000-INITIALIZE.
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-STAMP

        OPEN OUTPUT EXTRACT-REPORT-FILE
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        STRING "Warehouse change-data extract " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        STRING "Extract layout: H header, D detail (operation A = added, "
            "C = changed, D = deleted), T trailer with per-table counts."
            DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        MOVE "Passwords, salts and reset codes are never extracted."
            TO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD.

    1100-READ-CONTROL.
        MOVE "N" TO WS-HAVE-SNAPSHOT
        MOVE "00" TO SNAP-FS
        OPEN INPUT SNAPSHOT-FILE
        IF SNAP-FS NOT = "00"
            MOVE "No previous snapshot - this is a full initial extract."
                TO EXTRACT-REPORT-RECORD
            WRITE EXTRACT-REPORT-RECORD
        ELSE
            READ SNAPSHOT-FILE
                AT END
                    MOVE SPACES TO SNAPSHOT-RECORD
            END-READ
            CLOSE SNAPSHOT-FILE
            IF WC-TABLE NOT = "*CONTROL" OR WC-BATCH IS NOT NUMERIC
                MOVE "Y" TO WS-EXTRACT-FAILED
                MOVE "WarehouseSnapshot.dat has no control record; restore it from backup before extracting"
                    TO WS-FAIL-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-HAVE-SNAPSHOT
            MOVE WC-BATCH TO WS-PRIOR-BATCH
            MOVE WC-HIGH-WATER TO WS-PRIOR-HIGH-WATER
        END-IF

        COMPUTE WS-BATCH = WS-PRIOR-BATCH + 1
        MOVE SPACES TO WS-EXTRACT-FILENAME
        STRING "WarehouseExtract-" WS-BATCH ".dat"
            DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
        MOVE SPACES TO WS-EXTRACT-TEMPNAME
        STRING "WarehouseExtract-" WS-BATCH ".tmp"
            DELIMITED BY SIZE INTO WS-EXTRACT-TEMPNAME

        MOVE SPACES TO EXTRACT-REPORT-RECORD
        STRING "Last committed batch: " WS-PRIOR-BATCH
            ", high-water mark " WS-PRIOR-HIGH-WATER
            DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        STRING "This batch: " WS-BATCH
            ", changes up to " WS-RUN-STAMP
            DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD.

    1200-FINISH-PUBLICATION.
        IF WS-PRIOR-BATCH = 0
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "test -f WarehouseExtract-" WS-PRIOR-BATCH ".tmp"
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        CALL 'SYSTEM' USING WS-SHELL-COMMAND
        IF RETURN-CODE = 0
            MOVE SPACES TO WS-SHELL-COMMAND
            STRING "mv WarehouseExtract-" WS-PRIOR-BATCH
                ".tmp WarehouseExtract-" WS-PRIOR-BATCH ".dat"
                DELIMITED BY SIZE INTO WS-SHELL-COMMAND
            CALL 'SYSTEM' USING WS-SHELL-COMMAND
            MOVE SPACES TO EXTRACT-REPORT-RECORD
            STRING "Batch " WS-PRIOR-BATCH
                " was committed but not published by the last run; "
                "published now as WarehouseExtract-" WS-PRIOR-BATCH ".dat"
                DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
            WRITE EXTRACT-REPORT-RECORD
        END-IF
        MOVE 0 TO RETURN-CODE.

    1300-LOAD-ERASURES.
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO ERAS-FS
        OPEN INPUT ERASURE-FILE
        IF ERAS-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT ERASURE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ ERASURE-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF WE-USERNAME NOT = SPACES
                        AND WE-STAMP > WS-PRIOR-HIGH-WATER
                        ADD 1 TO WS-ERASED-KEPT
                        WRITE ERASURE-TEMP-RECORD FROM ERASURE-RECORD
                        IF WS-ERASED-COUNT < 500
                            ADD 1 TO WS-ERASED-COUNT
                            MOVE WE-USERNAME
                                TO WS-ERASED-USER(WS-ERASED-COUNT)
                            MOVE WE-STAMP TO WS-ERASED-AT(WS-ERASED-COUNT)
                            MOVE 0 TO WS-ERASED-DELETES(WS-ERASED-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ERASURE-FILE
        CLOSE ERASURE-TEMP
        CALL 'SYSTEM' USING 'mv WarehouseErasures.tmp WarehouseErasures.dat'
        MOVE 0 TO RETURN-CODE.

    2000-OPEN-WORK-FILES.
        MOVE "00" TO SNEW-FS
        OPEN OUTPUT SNAPSHOT-NEW
        MOVE "00" TO DTL-FS
        OPEN OUTPUT DETAIL-FILE
        IF SNEW-FS NOT = "00" OR DTL-FS NOT = "00"
            MOVE "Y" TO WS-EXTRACT-FAILED
            MOVE "work files WarehouseSnapshot.new / WarehouseDetail.tmp could not be created"
                TO WS-FAIL-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO SNAPSHOT-CONTROL-RECORD
        MOVE "*CONTROL" TO WC-TABLE
        MOVE WS-BATCH TO WC-BATCH
        MOVE WS-RUN-STAMP TO WC-HIGH-WATER
        WRITE SNAPSHOT-NEW-RECORD FROM SNAPSHOT-CONTROL-RECORD

        MOVE SPACES TO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        MOVE "Table         Current     Added   Changed   Deleted"
            TO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD.

    3000-EXTRACT-TABLE.
        MOVE 0 TO WS-TBL-CURRENT
        MOVE 0 TO WS-TBL-ADDS
        MOVE 0 TO WS-TBL-CHANGES
        MOVE 0 TO WS-TBL-DELETES
        PERFORM 3100-LOAD-SNAPSHOT-TABLE
        IF WS-EXTRACT-FAILED = "Y"
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-FILE-EOF
        EVALUATE WS-TBL-IDX
            WHEN 1
                PERFORM 4100-SCAN-ACCOUNTS
            WHEN 2
                PERFORM 4200-SCAN-PROFILES
            WHEN 3
                PERFORM 4300-SCAN-CONNECTIONS
            WHEN 4
                PERFORM 4400-SCAN-APPLICATIONS
            WHEN 5
                PERFORM 4500-SCAN-PLACEMENTS
            WHEN 6
                PERFORM 4600-SCAN-RSVPS
            WHEN 7
                PERFORM 4700-SCAN-GROUP-MEMBERS
        END-EVALUATE
        IF WS-EXTRACT-FAILED = "Y"
            EXIT PARAGRAPH
        END-IF

        PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
            UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
            IF WS-SNAP-MATCHED(WS-SNAP-IDX) = "N"
                PERFORM 5300-DELETE-SNAPSHOT-ROW
            END-IF
        END-PERFORM

        COMPUTE WS-TABLE-DETAILS(WS-TBL-IDX) =
            WS-TBL-ADDS + WS-TBL-CHANGES + WS-TBL-DELETES
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        STRING WS-TABLE-NAME(WS-TBL-IDX) " " WS-TBL-CURRENT
            "  " WS-TBL-ADDS "  " WS-TBL-CHANGES "  " WS-TBL-DELETES
            DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD.

    3100-LOAD-SNAPSHOT-TABLE.
        MOVE 0 TO WS-SNAP-COUNT
        MOVE 0 TO WS-SNAP-HINT
        IF WS-HAVE-SNAPSHOT = "N"
            EXIT PARAGRAPH
        END-IF
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO SNAP-FS
        OPEN INPUT SNAPSHOT-FILE
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SNAPSHOT-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF WH-TABLE = WS-TABLE-NAME(WS-TBL-IDX)
                        IF WS-SNAP-COUNT >= 30000
                            MOVE "Y" TO WS-EXTRACT-FAILED
                            MOVE "Y" TO WS-FILE-EOF
                        ELSE
                            ADD 1 TO WS-SNAP-COUNT
                            MOVE WH-KEY TO WS-SNAP-KEY(WS-SNAP-COUNT)
                            MOVE WH-USER-1 TO WS-SNAP-USER-1(WS-SNAP-COUNT)
                            MOVE WH-USER-2 TO WS-SNAP-USER-2(WS-SNAP-COUNT)
                            MOVE WH-DATA TO WS-SNAP-DATA(WS-SNAP-COUNT)
                            MOVE "N" TO WS-SNAP-MATCHED(WS-SNAP-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SNAPSHOT-FILE
        IF WS-EXTRACT-FAILED = "Y"
            MOVE SPACES TO WS-FAIL-REASON
            STRING FUNCTION TRIM(WS-TABLE-NAME(WS-TBL-IDX))
                " has more than 30000 snapshot records"
                DELIMITED BY SIZE INTO WS-FAIL-REASON
        END-IF.

    3200-CHECK-SOURCE-OPEN.
        IF WS-SOURCE-FS = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-FILE-EOF
        IF WS-SNAP-COUNT > 0
            MOVE "Y" TO WS-EXTRACT-FAILED
            MOVE SPACES TO WS-FAIL-REASON
            STRING FUNCTION TRIM(WS-TABLE-FILE(WS-TBL-IDX))
                " could not be opened (status " WS-SOURCE-FS
                "); its " WS-SNAP-COUNT " records would be sent as deletes"
                DELIMITED BY SIZE INTO WS-FAIL-REASON
        END-IF.

    4100-SCAN-ACCOUNTS.
        MOVE "00" TO ACC-FS
        OPEN INPUT ACCOUNT-FILE
        MOVE ACC-FS TO WS-SOURCE-FS
        PERFORM 3200-CHECK-SOURCE-OPEN
        IF ACC-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ ACCOUNT-FILE NEXT
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    MOVE ACC-USERNAME TO WS-AK-USERNAME
                    MOVE ACC-ACCOUNT-TYPE TO WS-AD-TYPE
                    MOVE ACC-LOCKED TO WS-AD-LOCKED
                    MOVE ACC-DEACTIVATED TO WS-AD-DEACTIVATED
                    MOVE ACC-FAILED-ATTEMPTS TO WS-AD-FAILED
                    MOVE ACC-PWD-DATE TO WS-AD-PWD-DATE
                    MOVE ACC-LAST-LOGIN TO WS-AD-LAST-LOGIN
                    MOVE WS-ACCOUNT-KEY TO WS-CUR-KEY
                    MOVE ACC-USERNAME TO WS-CUR-USER-1
                    MOVE SPACES TO WS-CUR-USER-2
                    MOVE WS-ACCOUNT-DATA TO WS-CUR-DATA
                    PERFORM 5000-COMPARE-CURRENT-ROW
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE.

    4200-SCAN-PROFILES.
        MOVE "00" TO PROF-FS
        OPEN INPUT PROFILE-FILE
        MOVE PROF-FS TO WS-SOURCE-FS
        PERFORM 3200-CHECK-SOURCE-OPEN
        IF PROF-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PROFILE-FILE NEXT
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    MOVE PR-USERNAME TO WS-AK-USERNAME
                    MOVE PR-FIRST-NAME TO WS-PD-FIRST
                    MOVE PR-LAST-NAME TO WS-PD-LAST
                    MOVE PR-UNIVERSITY TO WS-PD-UNIVERSITY
                    MOVE PR-MAJOR TO WS-PD-MAJOR
                    MOVE PR-GRAD-YEAR TO WS-PD-GRAD-YEAR
                    MOVE PR-EXP-COUNT TO WS-PD-EXP-COUNT
                    MOVE PR-EDU-COUNT TO WS-PD-EDU-COUNT
                    MOVE WS-ACCOUNT-KEY TO WS-CUR-KEY
                    MOVE PR-USERNAME TO WS-CUR-USER-1
                    MOVE SPACES TO WS-CUR-USER-2
                    MOVE WS-PROFILE-DATA TO WS-CUR-DATA
                    PERFORM 5000-COMPARE-CURRENT-ROW
            END-READ
        END-PERFORM
        CLOSE PROFILE-FILE.

    4300-SCAN-CONNECTIONS.
        MOVE "00" TO CONN-FS
        OPEN INPUT CONNECTIONS-FILE
        MOVE CONN-FS TO WS-SOURCE-FS
        PERFORM 3200-CHECK-SOURCE-OPEN
        IF CONN-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ CONNECTIONS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF CONN-USER-ONE NOT = SPACES
                        MOVE CONN-USER-ONE TO WS-CK-USER-ONE
                        MOVE CONN-USER-TWO TO WS-CK-USER-TWO
                        MOVE WS-CONNECTION-KEY TO WS-CUR-KEY
                        MOVE CONN-USER-ONE TO WS-CUR-USER-1
                        MOVE CONN-USER-TWO TO WS-CUR-USER-2
                        MOVE SPACES TO WS-CUR-DATA
                        PERFORM 5000-COMPARE-CURRENT-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONNECTIONS-FILE.

    4400-SCAN-APPLICATIONS.
        MOVE "00" TO APPL-FS
        OPEN INPUT APPLICATIONS-FILE
        MOVE APPL-FS TO WS-SOURCE-FS
        PERFORM 3200-CHECK-SOURCE-OPEN
        IF APPL-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ APPLICATIONS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF APP-USERNAME NOT = SPACES
                        MOVE APP-USERNAME TO WS-APK-USERNAME
                        MOVE APP-REQ-NUM TO WS-APK-REQ-NUM
                        MOVE APP-COMPANY TO WS-APK-COMPANY
                        MOVE APP-JOB-TITLE TO WS-APD-TITLE
                        MOVE APP-POSTED-BY TO WS-APD-POSTED-BY
                        MOVE APP-DATE TO WS-APD-DATE
                        MOVE APP-STATUS TO WS-APD-STATUS
                        MOVE APP-SCREEN-RESULT TO WS-APD-SCREEN
                        MOVE WS-APPLICATION-KEY TO WS-CUR-KEY
                        MOVE APP-USERNAME TO WS-CUR-USER-1
                        MOVE SPACES TO WS-CUR-USER-2
                        MOVE WS-APPLICATION-DATA TO WS-CUR-DATA
                        PERFORM 5000-COMPARE-CURRENT-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATIONS-FILE.

    4500-SCAN-PLACEMENTS.
        MOVE "00" TO PLAC-FS
        OPEN INPUT PLACEMENTS-FILE
        MOVE PLAC-FS TO WS-SOURCE-FS
        PERFORM 3200-CHECK-SOURCE-OPEN
        IF PLAC-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PLACEMENTS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF PL-USERNAME NOT = SPACES
                        MOVE PL-USERNAME TO WS-PLK-USERNAME
                        MOVE PL-REQ-NUM TO WS-PLK-REQ-NUM
                        MOVE PL-EMPLOYER TO WS-PLK-EMPLOYER
                        MOVE PL-TITLE TO WS-PLD-TITLE
                        MOVE PL-APP-DATE TO WS-PLD-APP-DATE
                        MOVE PL-OFFER-DATE TO WS-PLD-OFFER-DATE
                        MOVE PL-START-DATE TO WS-PLD-START-DATE
                        MOVE WS-PLACEMENT-KEY TO WS-CUR-KEY
                        MOVE PL-USERNAME TO WS-CUR-USER-1
                        MOVE SPACES TO WS-CUR-USER-2
                        MOVE WS-PLACEMENT-DATA TO WS-CUR-DATA
                        PERFORM 5000-COMPARE-CURRENT-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PLACEMENTS-FILE.

    4600-SCAN-RSVPS.
        MOVE "00" TO RSVP-FS
        OPEN INPUT EVENT-RSVP-FILE
        MOVE RSVP-FS TO WS-SOURCE-FS
        PERFORM 3200-CHECK-SOURCE-OPEN
        IF RSVP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ EVENT-RSVP-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF RSVP-USER NOT = SPACES
                        MOVE RSVP-EVENT TO WS-MK-NAME
                        MOVE RSVP-USER TO WS-MK-USER
                        MOVE RSVP-DATE TO WS-RD-DATE
                        MOVE RSVP-ATTENDED TO WS-RD-ATTENDED
                        MOVE WS-MEMBER-KEY TO WS-CUR-KEY
                        MOVE RSVP-USER TO WS-CUR-USER-1
                        MOVE SPACES TO WS-CUR-USER-2
                        MOVE WS-RSVP-DATA TO WS-CUR-DATA
                        PERFORM 5000-COMPARE-CURRENT-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENT-RSVP-FILE.

    4700-SCAN-GROUP-MEMBERS.
        MOVE "00" TO GM-FS
        OPEN INPUT GROUP-MEMBERS-FILE
        MOVE GM-FS TO WS-SOURCE-FS
        PERFORM 3200-CHECK-SOURCE-OPEN
        IF GM-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ GROUP-MEMBERS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF GM-USER NOT = SPACES
                        MOVE GM-GROUP TO WS-MK-NAME
                        MOVE GM-USER TO WS-MK-USER
                        MOVE WS-MEMBER-KEY TO WS-CUR-KEY
                        MOVE GM-USER TO WS-CUR-USER-1
                        MOVE SPACES TO WS-CUR-USER-2
                        MOVE SPACES TO WS-CUR-DATA
                        PERFORM 5000-COMPARE-CURRENT-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-MEMBERS-FILE.

    5000-COMPARE-CURRENT-ROW.
        ADD 1 TO WS-TBL-CURRENT
        MOVE SPACES TO SNAPSHOT-RECORD
        MOVE WS-TABLE-NAME(WS-TBL-IDX) TO WH-TABLE
        MOVE WS-CUR-KEY TO WH-KEY
        MOVE WS-CUR-USER-1 TO WH-USER-1
        MOVE WS-CUR-USER-2 TO WH-USER-2
        MOVE WS-CUR-DATA TO WH-DATA
        WRITE SNAPSHOT-NEW-RECORD FROM SNAPSHOT-RECORD

        PERFORM 5100-FIND-SNAPSHOT-ROW
        IF WS-SNAP-FOUND = 0
            MOVE "A" TO WS-OPERATION
            MOVE WS-RUN-STAMP TO WS-OP-STAMP
            PERFORM 5500-WRITE-DETAIL
            EXIT PARAGRAPH
        END-IF

        MOVE "Y" TO WS-SNAP-MATCHED(WS-SNAP-FOUND)
        MOVE WS-SNAP-FOUND TO WS-SNAP-IDX
        PERFORM 5200-CHECK-ROW-ERASED
        IF WS-ERASED-STAMP NOT = SPACES
            MOVE WS-CUR-DATA TO WS-SAVE-DATA
            PERFORM 5300-DELETE-SNAPSHOT-ROW
            MOVE WS-SAVE-DATA TO WS-CUR-DATA
            MOVE "A" TO WS-OPERATION
            MOVE WS-RUN-STAMP TO WS-OP-STAMP
            PERFORM 5500-WRITE-DETAIL
            EXIT PARAGRAPH
        END-IF

        IF WS-SNAP-DATA(WS-SNAP-FOUND) NOT = WS-CUR-DATA
            MOVE "C" TO WS-OPERATION
            MOVE WS-RUN-STAMP TO WS-OP-STAMP
            PERFORM 5500-WRITE-DETAIL
        END-IF.

    5100-FIND-SNAPSHOT-ROW.
        MOVE 0 TO WS-SNAP-FOUND
        IF WS-SNAP-COUNT = 0
            EXIT PARAGRAPH
        END-IF
        MOVE WS-SNAP-HINT TO WS-SNAP-IDX
        MOVE 0 TO WS-SNAP-PROBES
        PERFORM UNTIL WS-SNAP-PROBES >= WS-SNAP-COUNT
            OR WS-SNAP-FOUND > 0
            ADD 1 TO WS-SNAP-IDX
            IF WS-SNAP-IDX > WS-SNAP-COUNT
                MOVE 1 TO WS-SNAP-IDX
            END-IF
            ADD 1 TO WS-SNAP-PROBES
            IF WS-SNAP-KEY(WS-SNAP-IDX) = WS-CUR-KEY
                AND WS-SNAP-MATCHED(WS-SNAP-IDX) = "N"
                MOVE WS-SNAP-IDX TO WS-SNAP-FOUND
                MOVE WS-SNAP-IDX TO WS-SNAP-HINT
            END-IF
        END-PERFORM.

    5200-CHECK-ROW-ERASED.
        MOVE SPACES TO WS-ERASED-STAMP
        MOVE WS-SNAP-USER-1(WS-SNAP-IDX) TO WS-CHECK-USER
        PERFORM 8200-FIND-ERASURE
        IF WS-CHECK-STAMP NOT = SPACES
            MOVE WS-CHECK-STAMP TO WS-ERASED-STAMP
            EXIT PARAGRAPH
        END-IF
        MOVE WS-SNAP-USER-2(WS-SNAP-IDX) TO WS-CHECK-USER
        PERFORM 8200-FIND-ERASURE
        MOVE WS-CHECK-STAMP TO WS-ERASED-STAMP.

    5300-DELETE-SNAPSHOT-ROW.
        PERFORM 5200-CHECK-ROW-ERASED
        MOVE "D" TO WS-OPERATION
        IF WS-ERASED-STAMP NOT = SPACES
            MOVE WS-ERASED-STAMP TO WS-OP-STAMP
            ADD 1 TO WS-TOTAL-ERASURES
            ADD 1 TO WS-ERASED-DELETES(WS-ERASED-IDX)
        ELSE
            MOVE WS-RUN-STAMP TO WS-OP-STAMP
        END-IF
        MOVE WS-SNAP-KEY(WS-SNAP-IDX) TO WS-CUR-KEY
        MOVE SPACES TO WS-CUR-DATA
        PERFORM 5500-WRITE-DETAIL.

    5500-WRITE-DETAIL.
        ADD 1 TO WS-DETAIL-SEQ
        EVALUATE WS-OPERATION
            WHEN "A"
                ADD 1 TO WS-TBL-ADDS
                ADD 1 TO WS-TOTAL-ADDS
            WHEN "C"
                ADD 1 TO WS-TBL-CHANGES
                ADD 1 TO WS-TOTAL-CHANGES
            WHEN OTHER
                ADD 1 TO WS-TBL-DELETES
                ADD 1 TO WS-TOTAL-DELETES
        END-EVALUATE
        MOVE SPACES TO EX-DETAIL-RECORD
        MOVE "D" TO EXD-TYPE
        MOVE WS-DETAIL-SEQ TO EXD-SEQ
        MOVE WS-TABLE-NAME(WS-TBL-IDX) TO EXD-TABLE
        MOVE WS-OPERATION TO EXD-OPERATION
        MOVE WS-OP-STAMP TO EXD-TIMESTAMP
        MOVE WS-CUR-KEY TO EXD-KEY
        MOVE WS-CUR-DATA TO EXD-DATA
        WRITE DETAIL-RECORD FROM EX-DETAIL-RECORD.

    6000-WRITE-EXTRACT.
        CLOSE DETAIL-FILE
        CLOSE SNAPSHOT-NEW

        MOVE "00" TO EXT-FS
        OPEN OUTPUT EXTRACT-FILE
        IF EXT-FS NOT = "00"
            MOVE "Y" TO WS-EXTRACT-FAILED
            MOVE SPACES TO WS-FAIL-REASON
            STRING FUNCTION TRIM(WS-EXTRACT-TEMPNAME)
                " could not be created (status " EXT-FS ")"
                DELIMITED BY SIZE INTO WS-FAIL-REASON
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO EX-HEADER-RECORD
        MOVE "H" TO EXH-TYPE
        MOVE "INCOLLEGE" TO EXH-SYSTEM
        MOVE WS-BATCH TO EXH-BATCH
        MOVE WS-PRIOR-HIGH-WATER TO EXH-FROM
        MOVE WS-RUN-STAMP TO EXH-TO
        MOVE WS-RUN-ENVIRONMENT TO EXH-ENVIRONMENT
        MOVE WS-DETAIL-SEQ TO EXH-RECORD-COUNT
        MOVE WS-TOTAL-ADDS TO EXH-ADD-COUNT
        MOVE WS-TOTAL-CHANGES TO EXH-CHANGE-COUNT
        MOVE WS-TOTAL-DELETES TO EXH-DELETE-COUNT
        WRITE EX-HEADER-RECORD

        MOVE "N" TO WS-FILE-EOF
        OPEN INPUT DETAIL-FILE
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ DETAIL-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    WRITE EXTRACT-RECORD FROM DETAIL-RECORD
            END-READ
        END-PERFORM
        CLOSE DETAIL-FILE

        MOVE SPACES TO EX-TRAILER-RECORD
        MOVE "T" TO EXT-TYPE
        MOVE WS-BATCH TO EXT-BATCH
        MOVE WS-DETAIL-SEQ TO EXT-RECORD-COUNT
        MOVE WS-TOTAL-ADDS TO EXT-ADD-COUNT
        MOVE WS-TOTAL-CHANGES TO EXT-CHANGE-COUNT
        MOVE WS-TOTAL-DELETES TO EXT-DELETE-COUNT
        PERFORM VARYING WS-TBL-IDX FROM 1 BY 1 UNTIL WS-TBL-IDX > 7
            MOVE WS-TABLE-DETAILS(WS-TBL-IDX)
                TO EXT-TABLE-COUNT(WS-TBL-IDX)
        END-PERFORM
        WRITE EX-TRAILER-RECORD
        CLOSE EXTRACT-FILE.

    7000-COMMIT-BATCH.
        CALL 'SYSTEM' USING 'mv WarehouseSnapshot.new WarehouseSnapshot.dat'
        IF RETURN-CODE NOT = 0
            MOVE "Y" TO WS-EXTRACT-FAILED
            MOVE "WarehouseSnapshot.new could not replace WarehouseSnapshot.dat"
                TO WS-FAIL-REASON
            PERFORM 8000-ABANDON-BATCH
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "mv " FUNCTION TRIM(WS-EXTRACT-TEMPNAME) " "
            FUNCTION TRIM(WS-EXTRACT-FILENAME)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        CALL 'SYSTEM' USING WS-SHELL-COMMAND
        CALL 'SYSTEM' USING 'rm -f WarehouseDetail.tmp'
        MOVE 0 TO RETURN-CODE.

    8000-ABANDON-BATCH.
        CLOSE DETAIL-FILE
        CLOSE SNAPSHOT-NEW
        CALL 'SYSTEM' USING 'rm -f WarehouseSnapshot.new WarehouseDetail.tmp'
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "rm -f " FUNCTION TRIM(WS-EXTRACT-TEMPNAME)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        CALL 'SYSTEM' USING WS-SHELL-COMMAND
        MOVE 0 TO RETURN-CODE.

    8200-FIND-ERASURE.
        MOVE SPACES TO WS-CHECK-STAMP
        IF WS-CHECK-USER = SPACES
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-ERASED-IDX FROM 1 BY 1
            UNTIL WS-ERASED-IDX > WS-ERASED-COUNT
            OR WS-CHECK-STAMP NOT = SPACES
            IF WS-ERASED-USER(WS-ERASED-IDX) = WS-CHECK-USER
                MOVE WS-ERASED-AT(WS-ERASED-IDX) TO WS-CHECK-STAMP
            END-IF
        END-PERFORM
        IF WS-CHECK-STAMP NOT = SPACES
            SUBTRACT 1 FROM WS-ERASED-IDX
        END-IF.

    9000-FINISH.
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        IF WS-EXTRACT-FAILED = "Y"
            MOVE SPACES TO EXTRACT-REPORT-RECORD
            STRING "EXTRACT ABANDONED: " FUNCTION TRIM(WS-FAIL-REASON)
                DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
            WRITE EXTRACT-REPORT-RECORD
            IF WS-BATCH > 0
                MOVE SPACES TO EXTRACT-REPORT-RECORD
                STRING "Nothing was committed; the high-water mark stays at "
                    WS-PRIOR-HIGH-WATER " and a re-run will produce batch "
                    WS-BATCH
                    DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
                WRITE EXTRACT-REPORT-RECORD
            END-IF
            CLOSE EXTRACT-REPORT-FILE
            DISPLAY "Warehouse extract ABANDONED: "
                FUNCTION TRIM(WS-FAIL-REASON)
            EXIT PARAGRAPH
        END-IF

        MOVE "Erasures sent as deletes:" TO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        IF WS-ERASED-COUNT = 0
            MOVE "  (none)" TO EXTRACT-REPORT-RECORD
            WRITE EXTRACT-REPORT-RECORD
        END-IF
        PERFORM VARYING WS-ERASED-IDX FROM 1 BY 1
            UNTIL WS-ERASED-IDX > WS-ERASED-COUNT
            MOVE SPACES TO EXTRACT-REPORT-RECORD
            STRING "  " WS-ERASED-USER(WS-ERASED-IDX)
                " erased " WS-ERASED-AT(WS-ERASED-IDX)
                ": " WS-ERASED-DELETES(WS-ERASED-IDX) " delete(s)"
                DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
            WRITE EXTRACT-REPORT-RECORD
        END-PERFORM
        IF WS-ERASED-KEPT > WS-ERASED-COUNT
            MOVE SPACES TO EXTRACT-REPORT-RECORD
            STRING "  More than 500 erasures are pending; the rest are "
                "sent as ordinary deletes"
                DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
            WRITE EXTRACT-REPORT-RECORD
        END-IF

        MOVE SPACES TO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        STRING "Batch " WS-BATCH " committed as "
            FUNCTION TRIM(WS-EXTRACT-FILENAME)
            ": " WS-DETAIL-SEQ " record(s) - " WS-TOTAL-ADDS " added, "
            WS-TOTAL-CHANGES " changed, " WS-TOTAL-DELETES " deleted"
            DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        MOVE SPACES TO EXTRACT-REPORT-RECORD
        STRING "New high-water mark: " WS-RUN-STAMP
            DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
        WRITE EXTRACT-REPORT-RECORD
        CLOSE EXTRACT-REPORT-FILE

        DISPLAY "Warehouse extract complete."
        DISPLAY "Batch: " WS-BATCH
        DISPLAY "Records extracted: " WS-DETAIL-SEQ
        DISPLAY "Added: " WS-TOTAL-ADDS
        DISPLAY "Changed: " WS-TOTAL-CHANGES
        DISPLAY "Deleted: " WS-TOTAL-DELETES
        DISPLAY "Erasure deletes: " WS-TOTAL-ERASURES.
