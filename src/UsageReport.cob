IDENTIFICATION DIVISION.
    PROGRAM-ID. USAGEREPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT USAGE-LOG-FILE ASSIGN TO 'UsageLog.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS USG-FS.
            SELECT USAGE-REPORT-FILE ASSIGN TO 'UsageReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD USAGE-LOG-FILE.
        01 USAGE-LOG-RECORD.
            05 USG-DATE          PIC 9(8).
            05 USG-ACCT-TYPE     PIC X.
            05 USG-MENU          PIC X(2).
            05 USG-OPTION        PIC X.
            05 USG-UNIVERSITY    PIC X(40).

        FD USAGE-REPORT-FILE.
        01 USAGE-REPORT-RECORD   PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 CONFIG-FS               PIC XX VALUE "00".
        77 USG-FS                  PIC XX VALUE "00".
        77 LOCK-FS                 PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 USG-EOF                 PIC X VALUE "N".
        77 USAGE-PERIOD-DAYS       PIC 9(5) VALUE 7.
        77 WS-CONFIG-KEY           PIC X(20).
        77 WS-CONFIG-VALUE         PIC X(20).
        77 WS-CONFIG-EQ            PIC 9(2) VALUE 0.
        77 WS-TODAY-DATE           PIC 9(8).
        77 WS-CUR-START            PIC 9(8).
        77 WS-PRIOR-START          PIC 9(8).
        77 WS-PRIOR-END            PIC 9(8).
        77 WS-TODAY-INT            PIC 9(8).
        77 WS-PERIOD-SLOT          PIC 9 VALUE 0.
        77 WS-RECORDS-READ         PIC 9(7) VALUE 0.
        77 WS-RECORDS-OLDER        PIC 9(7) VALUE 0.
        77 WS-RECORDS-UNKNOWN      PIC 9(7) VALUE 0.
        77 WS-UNUSED-COUNT         PIC 9(3) VALUE 0.
        77 WS-FEAT-IDX             PIC 9(3) VALUE 0.
        77 WS-FEAT-FOUND           PIC 9(3) VALUE 0.
        77 WS-TYPE-IDX             PIC 9 VALUE 0.
        77 WS-UNIV-COUNT           PIC 9(3) VALUE 0.
        77 WS-UNIV-IDX             PIC 9(3) VALUE 0.
        77 WS-UNIV-FOUND           PIC 9(3) VALUE 0.
        77 WS-UNIV-OVERFLOW        PIC 9(7) VALUE 0.
        77 WS-UNIV-NAME            PIC X(40).
        77 WS-ROW-LABEL            PIC X(40).
        77 WS-ROW-CUR              PIC 9(7) VALUE 0.
        77 WS-ROW-PRIOR            PIC 9(7) VALUE 0.
        77 WS-ROW-CHANGE           PIC S9(7) VALUE 0.
        77 WS-ROW-PCT              PIC S9(5) VALUE 0.
        77 WS-CUR-DISP             PIC Z(6)9.
        77 WS-PRIOR-DISP           PIC Z(6)9.
        77 WS-CHANGE-DISP          PIC +(7)9.
        77 WS-PCT-DISP             PIC +(5)9.
        77 WS-PCT-TEXT             PIC X(8).
        01 I                       PIC 9(4).
        01 WS-CURRENT-DATETIME     PIC X(21).

        01 WS-FEATURE-NAMES.
            05 FILLER PIC X(39) VALUE "PL1Job search and internships".
            05 FILLER PIC X(39) VALUE "PL2Find someone you know".
            05 FILLER PIC X(39) VALUE "PL3Learn a new skill".
            05 FILLER PIC X(39) VALUE "PL4Create/edit profile".
            05 FILLER PIC X(39) VALUE "PL5View my profile".
            05 FILLER PIC X(39) VALUE "PL6Pending connection requests".
            05 FILLER PIC X(39) VALUE "PL7My network".
            05 FILLER PIC X(39) VALUE "PL9Notifications".
            05 FILLER PIC X(39) VALUE "PLAAlumni directory".
            05 FILLER PIC X(39) VALUE "PLBEmployer directory".
            05 FILLER PIC X(39) VALUE "PLCMessages".
            05 FILLER PIC X(39) VALUE "PLDPeople you may know".
            05 FILLER PIC X(39) VALUE "PLEClassmate search".
            05 FILLER PIC X(39) VALUE "PLFBrowse upcoming events".
            05 FILLER PIC X(39) VALUE "PLGStudent groups".
            05 FILLER PIC X(39) VALUE "PLHChange password".
            05 FILLER PIC X(39) VALUE "PLINetwork activity feed".
            05 FILLER PIC X(39) VALUE "PLJMentorship program".
            05 FILLER PIC X(39) VALUE "PLKInternship hours".
            05 FILLER PIC X(39) VALUE "PLLRecent sign-in activity".
            05 FILLER PIC X(39) VALUE "PLMPrivacy settings".
            05 FILLER PIC X(39) VALUE "PLNReport a message".
            05 FILLER PIC X(39) VALUE "PLONotification settings".
            05 FILLER PIC X(39) VALUE "PLPWho viewed my profile".
            05 FILLER PIC X(39) VALUE "PLQMy calendar".
            05 FILLER PIC X(39) VALUE "RM1Post a job".
            05 FILLER PIC X(39) VALUE "RM2View applicants".
            05 FILLER PIC X(39) VALUE "RM3My postings".
            05 FILLER PIC X(39) VALUE "RM4Create an event".
            05 FILLER PIC X(39) VALUE "RM5Change password".
            05 FILLER PIC X(39) VALUE "RM6Event check-in".
            05 FILLER PIC X(39) VALUE "RM7Approve internship hours".
            05 FILLER PIC X(39) VALUE "RM9Recent sign-in activity".
            05 FILLER PIC X(39) VALUE "RMAReferral requests".
            05 FILLER PIC X(39) VALUE "RMBIssue a job offer".
            05 FILLER PIC X(39) VALUE "RMCNotification settings".
            05 FILLER PIC X(39) VALUE "AC1List locked accounts".
            05 FILLER PIC X(39) VALUE "AC2Unlock an account".
            05 FILLER PIC X(39) VALUE "AC3Deactivate an account".
            05 FILLER PIC X(39) VALUE "AC4Reactivate an account".
            05 FILLER PIC X(39) VALUE "AC5Force a password expiry".
            05 FILLER PIC X(39) VALUE "AC6Review pending job postings".
            05 FILLER PIC X(39) VALUE "AC7Moderation queue".
            05 FILLER PIC X(39) VALUE "VC1Caseload dashboard".
            05 FILLER PIC X(39) VALUE "VC2View advising notes".
            05 FILLER PIC X(39) VALUE "VC3Add an advising note".
            05 FILLER PIC X(39) VALUE "VC4Change password".
        01 WS-FEATURE-LIST REDEFINES WS-FEATURE-NAMES.
            05 WS-FEATURE-DEF OCCURS 47 TIMES.
                10 WS-FD-MENU        PIC X(2).
                10 WS-FD-OPTION      PIC X.
                10 WS-FD-NAME        PIC X(36).

        01 WS-FEATURE-TABLE.
            05 WS-FEATURE-COUNTS OCCURS 47 TIMES.
                10 WS-FC-COUNT       PIC 9(7) OCCURS 2 TIMES.

        01 WS-TYPE-NAMES.
            05 FILLER PIC X(16) VALUE "SStudent".
            05 FILLER PIC X(16) VALUE "RRecruiter".
            05 FILLER PIC X(16) VALUE "AAdministrator".
            05 FILLER PIC X(16) VALUE "VCareer advisor".
            05 FILLER PIC X(16) VALUE " Other".
        01 WS-TYPE-LIST REDEFINES WS-TYPE-NAMES.
            05 WS-TYPE-DEF OCCURS 5 TIMES.
                10 WS-TD-CODE        PIC X.
                10 WS-TD-NAME        PIC X(15).

        01 WS-TYPE-TABLE.
            05 WS-TYPE-COUNTS OCCURS 5 TIMES.
                10 WS-TC-COUNT       PIC 9(7) OCCURS 2 TIMES.

        01 WS-UNIV-TABLE.
            05 WS-UNIV-ENTRY OCCURS 300 TIMES.
                10 WS-UT-NAME        PIC X(40).
                10 WS-UT-COUNT       PIC 9(7) OCCURS 2 TIMES.

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-READ-USAGE-LOG
        PERFORM 3000-REPORT-BY-FEATURE
        PERFORM 4000-REPORT-BY-ACCOUNT-TYPE
        PERFORM 5000-REPORT-BY-UNIVERSITY
        PERFORM 6000-REPORT-UNUSED-FEATURES
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
        MOVE "USAGEREPORT" TO LOCK-PROGRAM
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
        INITIALIZE WS-FEATURE-TABLE WS-TYPE-TABLE WS-UNIV-TABLE

        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
        MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - USAGE-PERIOD-DAYS + 1)
            TO WS-CUR-START
        MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - USAGE-PERIOD-DAYS)
            TO WS-PRIOR-END
        MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
            - (2 * USAGE-PERIOD-DAYS) + 1)
            TO WS-PRIOR-START

        OPEN OUTPUT USAGE-REPORT-FILE
        MOVE SPACES TO USAGE-REPORT-RECORD
        STRING "Feature usage report " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6) " (period " WS-CUR-START
            "-" WS-TODAY-DATE ", prior period " WS-PRIOR-START
            "-" WS-PRIOR-END ")"
            DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        MOVE SPACES TO USAGE-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD.

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
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "USAGE-PERIOD-DAYS"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO USAGE-PERIOD-DAYS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF

        IF USAGE-PERIOD-DAYS = 0 OR USAGE-PERIOD-DAYS > 366
            MOVE 7 TO USAGE-PERIOD-DAYS
        END-IF.

    2000-READ-USAGE-LOG.
        MOVE "N" TO USG-EOF
        OPEN INPUT USAGE-LOG-FILE
        IF USG-FS NOT = "00"
            MOVE "UsageLog.dat not found - no menu selections recorded."
                TO USAGE-REPORT-RECORD
            WRITE USAGE-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL USG-EOF = "Y"
            READ USAGE-LOG-FILE
                AT END
                    MOVE "Y" TO USG-EOF
                NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    PERFORM 2100-TALLY-SELECTION
            END-READ
        END-PERFORM
        CLOSE USAGE-LOG-FILE.

    2100-TALLY-SELECTION.
        MOVE 0 TO WS-PERIOD-SLOT
        IF USG-DATE IS NUMERIC
            IF USG-DATE >= WS-CUR-START AND USG-DATE <= WS-TODAY-DATE
                MOVE 1 TO WS-PERIOD-SLOT
            END-IF
            IF USG-DATE >= WS-PRIOR-START AND USG-DATE <= WS-PRIOR-END
                MOVE 2 TO WS-PERIOD-SLOT
            END-IF
        END-IF
        IF WS-PERIOD-SLOT = 0
            ADD 1 TO WS-RECORDS-OLDER
            EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WS-FEAT-FOUND
        PERFORM VARYING WS-FEAT-IDX FROM 1 BY 1
            UNTIL WS-FEAT-IDX > 47 OR WS-FEAT-FOUND > 0
            IF WS-FD-MENU(WS-FEAT-IDX) = USG-MENU
                AND WS-FD-OPTION(WS-FEAT-IDX) = USG-OPTION
                MOVE WS-FEAT-IDX TO WS-FEAT-FOUND
            END-IF
        END-PERFORM
        IF WS-FEAT-FOUND = 0
            ADD 1 TO WS-RECORDS-UNKNOWN
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-FC-COUNT(WS-FEAT-FOUND, WS-PERIOD-SLOT)

        MOVE 5 TO WS-TYPE-IDX
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
            IF WS-TD-CODE(I) = USG-ACCT-TYPE
                MOVE I TO WS-TYPE-IDX
            END-IF
        END-PERFORM
        ADD 1 TO WS-TC-COUNT(WS-TYPE-IDX, WS-PERIOD-SLOT)

        IF USG-UNIVERSITY = SPACES
            MOVE "(no university on profile)" TO WS-UNIV-NAME
        ELSE
            MOVE USG-UNIVERSITY TO WS-UNIV-NAME
        END-IF
        MOVE 0 TO WS-UNIV-FOUND
        PERFORM VARYING WS-UNIV-IDX FROM 1 BY 1
            UNTIL WS-UNIV-IDX > WS-UNIV-COUNT OR WS-UNIV-FOUND > 0
            IF FUNCTION UPPER-CASE(WS-UT-NAME(WS-UNIV-IDX)) =
                FUNCTION UPPER-CASE(WS-UNIV-NAME)
                MOVE WS-UNIV-IDX TO WS-UNIV-FOUND
            END-IF
        END-PERFORM
        IF WS-UNIV-FOUND = 0
            IF WS-UNIV-COUNT < 300
                ADD 1 TO WS-UNIV-COUNT
                MOVE WS-UNIV-COUNT TO WS-UNIV-FOUND
                MOVE WS-UNIV-NAME TO WS-UT-NAME(WS-UNIV-FOUND)
            ELSE
                ADD 1 TO WS-UNIV-OVERFLOW
                EXIT PARAGRAPH
            END-IF
        END-IF
        ADD 1 TO WS-UT-COUNT(WS-UNIV-FOUND, WS-PERIOD-SLOT).

    3000-REPORT-BY-FEATURE.
        MOVE SPACES TO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        MOVE "Usage by feature:" TO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        PERFORM 8100-WRITE-COLUMN-HEADINGS
        PERFORM VARYING WS-FEAT-IDX FROM 1 BY 1 UNTIL WS-FEAT-IDX > 47
            PERFORM 8000-BUILD-FEATURE-LABEL
            MOVE WS-FC-COUNT(WS-FEAT-IDX, 1) TO WS-ROW-CUR
            MOVE WS-FC-COUNT(WS-FEAT-IDX, 2) TO WS-ROW-PRIOR
            PERFORM 8200-WRITE-TREND-ROW
        END-PERFORM.

    4000-REPORT-BY-ACCOUNT-TYPE.
        MOVE SPACES TO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        MOVE "Usage by account type:" TO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        PERFORM 8100-WRITE-COLUMN-HEADINGS
        PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 5
            IF WS-TYPE-IDX < 5
                OR WS-TC-COUNT(5, 1) + WS-TC-COUNT(5, 2) > 0
                MOVE WS-TD-NAME(WS-TYPE-IDX) TO WS-ROW-LABEL
                MOVE WS-TC-COUNT(WS-TYPE-IDX, 1) TO WS-ROW-CUR
                MOVE WS-TC-COUNT(WS-TYPE-IDX, 2) TO WS-ROW-PRIOR
                PERFORM 8200-WRITE-TREND-ROW
            END-IF
        END-PERFORM.

    5000-REPORT-BY-UNIVERSITY.
        MOVE SPACES TO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        MOVE "Usage by university:" TO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        IF WS-UNIV-COUNT = 0
            MOVE "  (no menu selections in either period)"
                TO USAGE-REPORT-RECORD
            WRITE USAGE-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM 8100-WRITE-COLUMN-HEADINGS
        PERFORM VARYING WS-UNIV-IDX FROM 1 BY 1
            UNTIL WS-UNIV-IDX > WS-UNIV-COUNT
            MOVE WS-UT-NAME(WS-UNIV-IDX) TO WS-ROW-LABEL
            MOVE WS-UT-COUNT(WS-UNIV-IDX, 1) TO WS-ROW-CUR
            MOVE WS-UT-COUNT(WS-UNIV-IDX, 2) TO WS-ROW-PRIOR
            PERFORM 8200-WRITE-TREND-ROW
        END-PERFORM
        IF WS-UNIV-OVERFLOW > 0
            MOVE SPACES TO USAGE-REPORT-RECORD
            STRING "  " WS-UNIV-OVERFLOW
                " selection(s) not broken down - university table full"
                DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
            WRITE USAGE-REPORT-RECORD
        END-IF.

    6000-REPORT-UNUSED-FEATURES.
        MOVE SPACES TO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        MOVE SPACES TO USAGE-REPORT-RECORD
        STRING "Features nobody used in the period " WS-CUR-START
            "-" WS-TODAY-DATE ":"
            DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        PERFORM VARYING WS-FEAT-IDX FROM 1 BY 1 UNTIL WS-FEAT-IDX > 47
            IF WS-FC-COUNT(WS-FEAT-IDX, 1) = 0
                ADD 1 TO WS-UNUSED-COUNT
                MOVE WS-FC-COUNT(WS-FEAT-IDX, 2) TO WS-PRIOR-DISP
                PERFORM 8000-BUILD-FEATURE-LABEL
                MOVE SPACES TO USAGE-REPORT-RECORD
                STRING "  " WS-ROW-LABEL
                    " (prior period " FUNCTION TRIM(WS-PRIOR-DISP) ")"
                    DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
                WRITE USAGE-REPORT-RECORD
            END-IF
        END-PERFORM
        IF WS-UNUSED-COUNT = 0
            MOVE "  (none - every feature was used)" TO USAGE-REPORT-RECORD
            WRITE USAGE-REPORT-RECORD
        END-IF.

    8000-BUILD-FEATURE-LABEL.
        MOVE SPACES TO WS-ROW-LABEL
        EVALUATE WS-FD-MENU(WS-FEAT-IDX)
            WHEN "PL"
                MOVE "Student" TO WS-ROW-LABEL
            WHEN "RM"
                MOVE "Recruiter" TO WS-ROW-LABEL
            WHEN "AC"
                MOVE "Admin" TO WS-ROW-LABEL
            WHEN "VC"
                MOVE "Advisor" TO WS-ROW-LABEL
        END-EVALUATE
        MOVE WS-FD-OPTION(WS-FEAT-IDX) TO WS-ROW-LABEL(11:1)
        MOVE WS-FD-NAME(WS-FEAT-IDX) TO WS-ROW-LABEL(14:).

    8100-WRITE-COLUMN-HEADINGS.
        MOVE SPACES TO USAGE-REPORT-RECORD
        MOVE "This period" TO USAGE-REPORT-RECORD(43:)
        MOVE "Prior period" TO USAGE-REPORT-RECORD(55:)
        MOVE "Change" TO USAGE-REPORT-RECORD(73:)
        MOVE "Pct" TO USAGE-REPORT-RECORD(86:)
        WRITE USAGE-REPORT-RECORD.

    8200-WRITE-TREND-ROW.
        COMPUTE WS-ROW-CHANGE = WS-ROW-CUR - WS-ROW-PRIOR
        MOVE WS-ROW-CUR TO WS-CUR-DISP
        MOVE WS-ROW-PRIOR TO WS-PRIOR-DISP
        MOVE WS-ROW-CHANGE TO WS-CHANGE-DISP
        IF WS-ROW-PRIOR > 0
            COMPUTE WS-ROW-PCT ROUNDED =
                (WS-ROW-CHANGE * 100) / WS-ROW-PRIOR
            MOVE WS-ROW-PCT TO WS-PCT-DISP
            MOVE SPACES TO WS-PCT-TEXT
            STRING WS-PCT-DISP "%" DELIMITED BY SIZE INTO WS-PCT-TEXT
        ELSE
            IF WS-ROW-CUR > 0
                MOVE "    new" TO WS-PCT-TEXT
            ELSE
                MOVE "      -" TO WS-PCT-TEXT
            END-IF
        END-IF
        MOVE SPACES TO USAGE-REPORT-RECORD
        STRING "  " WS-ROW-LABEL "    " WS-CUR-DISP "      "
            WS-PRIOR-DISP "    " WS-CHANGE-DISP "  " WS-PCT-TEXT
            DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD.

    9000-FINISH.
        MOVE SPACES TO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        MOVE SPACES TO USAGE-REPORT-RECORD
        STRING "Selections read: " WS-RECORDS-READ
            "  outside both periods: " WS-RECORDS-OLDER
            "  unrecognized menu/option: " WS-RECORDS-UNKNOWN
            DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
        WRITE USAGE-REPORT-RECORD
        CLOSE USAGE-REPORT-FILE

        DISPLAY "Feature usage report complete; "
            WS-UNUSED-COUNT " feature(s) unused in the period".
