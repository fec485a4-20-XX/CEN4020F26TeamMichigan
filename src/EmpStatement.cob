IDENTIFICATION DIVISION.
    PROGRAM-ID. EMPSTATEMENT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPLOYER-AGR-FILE ASSIGN TO 'EmployerAgreements.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EA-FS.
            SELECT JOBS-FILE ASSIGN TO 'Jobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JOBS-FS.
            SELECT EXPIRED-JOBS-FILE ASSIGN TO 'ExpiredJobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XJ-FS.
            SELECT JOB-REVIEW-FILE ASSIGN TO 'JobReview.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JR-FS.
            SELECT APPLICATIONS-FILE ASSIGN TO 'Applications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APP-FS.
            SELECT INTERVIEWS-FILE ASSIGN TO 'Interviews.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INT-FS.
            SELECT EVENTS-FILE ASSIGN TO 'Events.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EV-FS.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT STATEMENT-FILE ASSIGN TO 'EmployerStatements.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONTROL-REPORT-FILE ASSIGN TO 'EmployerBillingControl.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AR-EXTRACT-FILE ASSIGN TO WS-AR-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AR-FS.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD EMPLOYER-AGR-FILE.
        01 EMPLOYER-AGR-RECORD.
            05 EA-EMPLOYER       PIC X(40).
            05 EA-EFFECTIVE      PIC 9(8).
            05 EA-EXPIRY         PIC 9(8).
            05 EA-POSTING-FEE    PIC 9(5)V99.
            05 EA-EVENT-FEE      PIC 9(5)V99.

        FD JOBS-FILE.
        01 JOBS-RECORD.
            05 JOB-TITLE         PIC X(40).
            05 JOB-COMPANY       PIC X(40).
            05 JOB-LOCATION      PIC X(40).
            05 JOB-DESCRIPTION   PIC X(200).
            05 JOB-POSTED-BY     PIC X(20).
            05 JOB-POSTED-DATE   PIC 9(8).
            05 JOB-REQ-NUM       PIC 9(8).
            05 JOB-REQ-SKILLS.
                10 JOB-REQ-SKILL PIC X(20) OCCURS 5 TIMES.

        FD EXPIRED-JOBS-FILE.
        01 EXPIRED-JOBS-RECORD.
            05 XJ-TITLE          PIC X(40).
            05 XJ-COMPANY        PIC X(40).
            05 XJ-POSTED-BY      PIC X(20).
            05 XJ-POSTED-DATE    PIC 9(8).
            05 XJ-EXPIRE-DATE    PIC 9(8).
            05 XJ-REQ-NUM        PIC 9(8).
            05 XJ-REVIEW-STATUS  PIC X.
            05 XJ-APPROVED       PIC 9(8).

        FD JOB-REVIEW-FILE.
        01 JOB-REVIEW-RECORD.
            05 JR-REQ-NUM        PIC 9(8).
            05 JR-STATUS         PIC X.
            05 JR-POSTED-BY      PIC X(20).
            05 JR-TITLE          PIC X(40).
            05 JR-COMPANY        PIC X(40).
            05 JR-FLAG-TERM      PIC X(30).
            05 JR-SUBMITTED      PIC 9(8).
            05 JR-DECIDED-BY     PIC X(20).
            05 JR-DECIDED        PIC 9(8).
            05 JR-APPROVED       PIC 9(8).
            05 JR-REASON         PIC X(80).

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

        FD INTERVIEWS-FILE.
        01 INTERVIEWS-RECORD.
            05 INT-JOB-TITLE     PIC X(40).
            05 INT-RECRUITER     PIC X(20).
            05 INT-STUDENT       PIC X(20).
            05 INT-DATE          PIC 9(8).
            05 INT-LOCATION      PIC X(40).
            05 INT-STATUS        PIC X(12).
            05 INT-ALT-DATE      PIC 9(8).
            05 INT-REQ-NUM       PIC 9(8).

        FD EVENTS-FILE.
        01 EVENTS-RECORD.
            05 EV-NAME           PIC X(40).
            05 EV-HOST           PIC X(40).
            05 EV-UNIVERSITY     PIC X(40).
            05 EV-DATE           PIC 9(8).
            05 EV-LOCATION       PIC X(40).
            05 EV-DESC           PIC X(100).
            05 EV-CREATED-BY     PIC X(20).
            05 EV-CAPACITY       PIC 9(5).
            05 EV-GROUP          PIC X(40).
            05 EV-MEMBERS-ONLY   PIC X.

        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD STATEMENT-FILE.
        01 STATEMENT-RECORD       PIC X(132).

        FD CONTROL-REPORT-FILE.
        01 CONTROL-REPORT-RECORD  PIC X(132).

        FD AR-EXTRACT-FILE.
        01 AR-EXTRACT-RECORD      PIC X(120).
        01 AR-HEADER-RECORD.
            05 ARH-TYPE          PIC X.
            05 ARH-PERIOD        PIC 9(6).
            05 ARH-CREATED       PIC 9(8).
            05 ARH-SOURCE        PIC X(10).
            05 FILLER            PIC X(95).
        01 AR-DETAIL-RECORD.
            05 ARD-TYPE          PIC X.
            05 ARD-EMPLOYER      PIC X(40).
            05 ARD-EFFECTIVE     PIC 9(8).
            05 ARD-EXPIRY        PIC 9(8).
            05 ARD-POSTINGS      PIC 9(5).
            05 ARD-APPLICATIONS  PIC 9(6).
            05 ARD-INTERVIEWS    PIC 9(5).
            05 ARD-EVENTS        PIC 9(4).
            05 ARD-POSTING-FEE   PIC 9(5)V99.
            05 ARD-EVENT-FEE     PIC 9(5)V99.
            05 ARD-POSTING-AMT   PIC 9(7)V99.
            05 ARD-EVENT-AMT     PIC 9(7)V99.
            05 ARD-TOTAL-AMT     PIC 9(8)V99.
            05 FILLER            PIC X(1).
        01 AR-TRAILER-RECORD.
            05 ART-TYPE          PIC X.
            05 ART-RECORD-COUNT  PIC 9(5).
            05 ART-POSTINGS      PIC 9(7).
            05 ART-EVENTS        PIC 9(6).
            05 ART-TOTAL-AMT     PIC 9(9)V99.
            05 FILLER            PIC X(90).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 EA-FS               PIC XX VALUE "00".
        77 JOBS-FS             PIC XX VALUE "00".
        77 XJ-FS               PIC XX VALUE "00".
        77 JR-FS               PIC XX VALUE "00".
        77 APP-FS              PIC XX VALUE "00".
        77 INT-FS              PIC XX VALUE "00".
        77 EV-FS               PIC XX VALUE "00".
        77 CONFIG-FS           PIC XX VALUE "00".
        77 AR-FS               PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-FILE-EOF         PIC X VALUE "N".
        77 BILLING-PERIOD      PIC 9(6) VALUE 0.
        77 WS-CONFIG-KEY       PIC X(20).
        77 WS-CONFIG-VALUE     PIC X(20).
        77 WS-CONFIG-EQ        PIC 9(2) VALUE 0.
        77 WS-TODAY-DATE       PIC 9(8) VALUE 0.
        77 WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
        77 WS-PERIOD-MONTH     PIC 9(2) VALUE 0.
        77 WS-PERIOD-START     PIC 9(8) VALUE 0.
        77 WS-PERIOD-END       PIC 9(8) VALUE 0.
        77 WS-AR-FILENAME      PIC X(40) VALUE SPACES.
        77 WS-LOOKUP-NAME      PIC X(40) VALUE SPACES.
        77 WS-LOOKUP-UPPER     PIC X(40) VALUE SPACES.
        77 WS-EMP-COUNT        PIC 9(3) VALUE 0.
        77 WS-EMP-IDX          PIC 9(3) VALUE 0.
        77 WS-EMP-FOUND        PIC 9(3) VALUE 0.
        77 WS-REQ-COUNT        PIC 9(5) VALUE 0.
        77 WS-REQ-IDX          PIC 9(5) VALUE 0.
        77 WS-REQ-FOUND        PIC 9(5) VALUE 0.
        77 WS-REV-COUNT        PIC 9(5) VALUE 0.
        77 WS-REV-IDX          PIC 9(5) VALUE 0.
        77 WS-REV-FOUND        PIC 9(5) VALUE 0.
        77 WS-LOOKUP-REQ       PIC 9(8) VALUE 0.
        77 WS-PUBLISHED-DATE   PIC 9(8) VALUE 0.
        77 WS-CATEGORY         PIC X(12) VALUE SPACES.
        77 WS-ITEM-TEXT        PIC X(80) VALUE SPACES.
        77 WS-STMT-COUNT       PIC 9(5) VALUE 0.
        77 WS-STMT-POSTINGS    PIC 9(7) VALUE 0.
        77 WS-STMT-EVENTS      PIC 9(6) VALUE 0.
        77 WS-STMT-AMOUNT      PIC 9(9)V99 VALUE 0.
        77 WS-AR-COUNT         PIC 9(5) VALUE 0.
        77 WS-AR-POSTINGS      PIC 9(7) VALUE 0.
        77 WS-AR-EVENTS        PIC 9(6) VALUE 0.
        77 WS-AR-AMOUNT        PIC 9(9)V99 VALUE 0.
        77 WS-COUNT-DISP       PIC Z(6)9.
        77 WS-FEE-DISP         PIC Z(4)9.99.
        77 WS-AMOUNT-DISP      PIC Z(8)9.99.
        77 WS-AMOUNT-DISP2     PIC Z(8)9.99.
        77 WS-BALANCED         PIC X VALUE "Y".
        01 I                   PIC 9(2).
        01 WS-CURRENT-DATETIME PIC X(21).

        01 WS-CONTROL-TABLE.
            05 WS-CTL-ENTRY OCCURS 4 TIMES.
                10 WS-CTL-READ       PIC 9(7).
                10 WS-CTL-IN-PERIOD  PIC 9(7).
                10 WS-CTL-BILLED     PIC 9(7).
                10 WS-CTL-UNBILLED   PIC 9(7).
        01 WS-CTL-IDX          PIC 9 VALUE 0.
        01 WS-CTL-NAMES.
            05 FILLER PIC X(12) VALUE "Postings".
            05 FILLER PIC X(12) VALUE "Applications".
            05 FILLER PIC X(12) VALUE "Interviews".
            05 FILLER PIC X(12) VALUE "Events".
        01 WS-CTL-NAME-LIST REDEFINES WS-CTL-NAMES.
            05 WS-CTL-NAME OCCURS 4 TIMES PIC X(12).

        01 WS-EMP-TABLE.
            05 WS-EMP-ENTRY OCCURS 200 TIMES.
                10 WS-EMP-NAME        PIC X(40).
                10 WS-EMP-UPPER       PIC X(40).
                10 WS-EMP-EFFECTIVE   PIC 9(8).
                10 WS-EMP-EXPIRY      PIC 9(8).
                10 WS-EMP-POSTING-FEE PIC 9(5)V99.
                10 WS-EMP-EVENT-FEE   PIC 9(5)V99.
                10 WS-EMP-POSTINGS    PIC 9(5).
                10 WS-EMP-APPS        PIC 9(6).
                10 WS-EMP-INTERVIEWS  PIC 9(5).
                10 WS-EMP-EVENTS      PIC 9(4).
                10 WS-EMP-POSTING-AMT PIC 9(7)V99.
                10 WS-EMP-EVENT-AMT   PIC 9(7)V99.
                10 WS-EMP-TOTAL-AMT   PIC 9(8)V99.

        01 WS-REQ-TABLE.
            05 WS-REQ-ENTRY OCCURS 10000 TIMES.
                10 WS-REQ-NUM         PIC 9(8).
                10 WS-REQ-EMP         PIC 9(3).
                10 WS-REQ-COMPANY     PIC X(40).

        01 WS-REV-TABLE.
            05 WS-REV-ENTRY OCCURS 5000 TIMES.
                10 WS-REV-REQ         PIC 9(8).
                10 WS-REV-APPROVED    PIC 9(8).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LOAD-AGREEMENTS
        PERFORM 2500-LOAD-REVIEWS
        PERFORM 3000-TALLY-POSTINGS
        PERFORM 3500-TALLY-EXPIRED-POSTINGS
        PERFORM 4000-TALLY-APPLICATIONS
        PERFORM 4500-TALLY-INTERVIEWS
        PERFORM 5000-TALLY-EVENTS
        PERFORM 6000-WRITE-STATEMENTS
        PERFORM 7000-WRITE-AR-EXTRACT
        PERFORM 8000-WRITE-CONTROL-TOTALS
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
        MOVE "EMPSTATEMENT" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    9100-RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.

    1000-INITIALIZE.
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
        INITIALIZE WS-CONTROL-TABLE

        PERFORM 1100-LOAD-CONFIG

        IF BILLING-PERIOD = 0
            MOVE WS-TODAY-DATE(1:4) TO WS-PERIOD-YEAR
            MOVE WS-TODAY-DATE(5:2) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MONTH = 1
                MOVE 12 TO WS-PERIOD-MONTH
                SUBTRACT 1 FROM WS-PERIOD-YEAR
            ELSE
                SUBTRACT 1 FROM WS-PERIOD-MONTH
            END-IF
            COMPUTE BILLING-PERIOD = WS-PERIOD-YEAR * 100
                + WS-PERIOD-MONTH
        END-IF
        COMPUTE WS-PERIOD-START = BILLING-PERIOD * 100 + 1
        MOVE BILLING-PERIOD(1:4) TO WS-PERIOD-YEAR
        MOVE BILLING-PERIOD(5:2) TO WS-PERIOD-MONTH
        IF WS-PERIOD-MONTH = 12
            ADD 1 TO WS-PERIOD-YEAR
            MOVE 1 TO WS-PERIOD-MONTH
        ELSE
            ADD 1 TO WS-PERIOD-MONTH
        END-IF
        COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-PERIOD-YEAR * 10000
                + WS-PERIOD-MONTH * 100 + 1) - 1)

        MOVE SPACES TO WS-AR-FILENAME
        STRING "ARBilling-" BILLING-PERIOD ".dat"
            DELIMITED BY SIZE INTO WS-AR-FILENAME

        OPEN OUTPUT STATEMENT-FILE
        OPEN OUTPUT CONTROL-REPORT-FILE
        MOVE SPACES TO CONTROL-REPORT-RECORD
        STRING "Employer billing control report for period "
            BILLING-PERIOD " (" WS-PERIOD-START " - "
            WS-PERIOD-END ") run " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD
        MOVE SPACES TO CONTROL-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD
        MOVE SPACES TO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD
        MOVE "Activity not billed (no recruiting agreement in force for the period):"
            TO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD.

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
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "BILLING-PERIOD"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO BILLING-PERIOD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF
        IF BILLING-PERIOD NOT = 0
            IF BILLING-PERIOD(5:2) < "01" OR BILLING-PERIOD(5:2) > "12"
                MOVE 0 TO BILLING-PERIOD
            END-IF
        END-IF.

    2000-LOAD-AGREEMENTS.
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO EA-FS
        OPEN INPUT EMPLOYER-AGR-FILE
        IF EA-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ EMPLOYER-AGR-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(EA-EMPLOYER) NOT = SPACES
                        AND EA-EFFECTIVE IS NUMERIC
                        AND EA-EXPIRY IS NUMERIC
                        AND EA-EFFECTIVE <= WS-PERIOD-END
                        AND EA-EXPIRY >= WS-PERIOD-START
                        AND WS-EMP-COUNT < 200
                        ADD 1 TO WS-EMP-COUNT
                        INITIALIZE WS-EMP-ENTRY(WS-EMP-COUNT)
                        MOVE FUNCTION TRIM(EA-EMPLOYER)
                            TO WS-EMP-NAME(WS-EMP-COUNT)
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EA-EMPLOYER))
                            TO WS-EMP-UPPER(WS-EMP-COUNT)
                        MOVE EA-EFFECTIVE TO WS-EMP-EFFECTIVE(WS-EMP-COUNT)
                        MOVE EA-EXPIRY TO WS-EMP-EXPIRY(WS-EMP-COUNT)
                        IF EA-POSTING-FEE IS NUMERIC
                            MOVE EA-POSTING-FEE
                                TO WS-EMP-POSTING-FEE(WS-EMP-COUNT)
                        END-IF
                        IF EA-EVENT-FEE IS NUMERIC
                            MOVE EA-EVENT-FEE
                                TO WS-EMP-EVENT-FEE(WS-EMP-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EMPLOYER-AGR-FILE.

    2500-LOAD-REVIEWS.
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO JR-FS
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF JR-REQ-NUM IS NUMERIC AND WS-REV-COUNT < 5000
                        ADD 1 TO WS-REV-COUNT
                        MOVE JR-REQ-NUM TO WS-REV-REQ(WS-REV-COUNT)
                        IF JR-APPROVED IS NUMERIC
                            MOVE JR-APPROVED
                                TO WS-REV-APPROVED(WS-REV-COUNT)
                        ELSE
                            MOVE 0 TO WS-REV-APPROVED(WS-REV-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-REVIEW-FILE.

    3000-TALLY-POSTINGS.
        MOVE 1 TO WS-CTL-IDX
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO JOBS-FS
        OPEN INPUT JOBS-FILE
        IF JOBS-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ JOBS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-CTL-READ(1)
                    MOVE JOB-COMPANY TO WS-LOOKUP-NAME
                    PERFORM 8500-FIND-EMPLOYER
                    MOVE 0 TO WS-LOOKUP-REQ
                    IF JOB-REQ-NUM IS NUMERIC
                        MOVE JOB-REQ-NUM TO WS-LOOKUP-REQ
                    END-IF
                    PERFORM 8600-REMEMBER-REQ
                    IF JOB-POSTED-DATE IS NUMERIC
                        MOVE JOB-POSTED-DATE TO WS-PUBLISHED-DATE
                    ELSE
                        MOVE 0 TO WS-PUBLISHED-DATE
                    END-IF
                    PERFORM 8700-FIND-REVIEW
                    IF WS-REV-FOUND > 0
                        MOVE WS-REV-APPROVED(WS-REV-FOUND)
                            TO WS-PUBLISHED-DATE
                    END-IF
                    IF WS-PUBLISHED-DATE >= WS-PERIOD-START
                        AND WS-PUBLISHED-DATE <= WS-PERIOD-END
                        ADD 1 TO WS-CTL-IN-PERIOD(1)
                        IF WS-EMP-FOUND > 0
                            ADD 1 TO WS-CTL-BILLED(1)
                            ADD 1 TO WS-EMP-POSTINGS(WS-EMP-FOUND)
                        ELSE
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING "req# " WS-LOOKUP-REQ " "
                                FUNCTION TRIM(JOB-TITLE)
                                DELIMITED BY SIZE INTO WS-ITEM-TEXT
                            PERFORM 8800-REPORT-UNBILLED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOBS-FILE.

    3500-TALLY-EXPIRED-POSTINGS.
        MOVE 1 TO WS-CTL-IDX
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO XJ-FS
        OPEN INPUT EXPIRED-JOBS-FILE
        IF XJ-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ EXPIRED-JOBS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-CTL-READ(1)
                    MOVE XJ-COMPANY TO WS-LOOKUP-NAME
                    PERFORM 8500-FIND-EMPLOYER
                    MOVE 0 TO WS-LOOKUP-REQ
                    IF XJ-REQ-NUM IS NUMERIC
                        MOVE XJ-REQ-NUM TO WS-LOOKUP-REQ
                    END-IF
                    PERFORM 8600-REMEMBER-REQ
                    MOVE 0 TO WS-PUBLISHED-DATE
                    IF XJ-REVIEW-STATUS = SPACE
                        IF XJ-POSTED-DATE IS NUMERIC
                            MOVE XJ-POSTED-DATE TO WS-PUBLISHED-DATE
                        END-IF
                        PERFORM 8700-FIND-REVIEW
                        IF WS-REV-FOUND > 0
                            MOVE WS-REV-APPROVED(WS-REV-FOUND)
                                TO WS-PUBLISHED-DATE
                        END-IF
                    ELSE
                        IF XJ-REVIEW-STATUS = "A" AND XJ-APPROVED IS NUMERIC
                            MOVE XJ-APPROVED TO WS-PUBLISHED-DATE
                        END-IF
                    END-IF
                    IF WS-PUBLISHED-DATE >= WS-PERIOD-START
                        AND WS-PUBLISHED-DATE <= WS-PERIOD-END
                        ADD 1 TO WS-CTL-IN-PERIOD(1)
                        IF WS-EMP-FOUND > 0
                            ADD 1 TO WS-CTL-BILLED(1)
                            ADD 1 TO WS-EMP-POSTINGS(WS-EMP-FOUND)
                        ELSE
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING "req# " WS-LOOKUP-REQ " "
                                FUNCTION TRIM(XJ-TITLE) " (expired)"
                                DELIMITED BY SIZE INTO WS-ITEM-TEXT
                            PERFORM 8800-REPORT-UNBILLED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXPIRED-JOBS-FILE.

    4000-TALLY-APPLICATIONS.
        MOVE 2 TO WS-CTL-IDX
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO APP-FS
        OPEN INPUT APPLICATIONS-FILE
        IF APP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ APPLICATIONS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-CTL-READ(2)
                    IF APP-DATE IS NUMERIC
                        AND APP-DATE >= WS-PERIOD-START
                        AND APP-DATE <= WS-PERIOD-END
                        ADD 1 TO WS-CTL-IN-PERIOD(2)
                        MOVE APP-COMPANY TO WS-LOOKUP-NAME
                        PERFORM 8500-FIND-EMPLOYER
                        IF WS-EMP-FOUND > 0
                            ADD 1 TO WS-CTL-BILLED(2)
                            ADD 1 TO WS-EMP-APPS(WS-EMP-FOUND)
                        ELSE
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING FUNCTION TRIM(APP-USERNAME) " for "
                                FUNCTION TRIM(APP-JOB-TITLE)
                                DELIMITED BY SIZE INTO WS-ITEM-TEXT
                            PERFORM 8800-REPORT-UNBILLED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATIONS-FILE.

    4500-TALLY-INTERVIEWS.
        MOVE 3 TO WS-CTL-IDX
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO INT-FS
        OPEN INPUT INTERVIEWS-FILE
        IF INT-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ INTERVIEWS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-CTL-READ(3)
                    IF INT-DATE IS NUMERIC
                        AND INT-DATE >= WS-PERIOD-START
                        AND INT-DATE <= WS-PERIOD-END
                        ADD 1 TO WS-CTL-IN-PERIOD(3)
                        MOVE 0 TO WS-EMP-FOUND
                        MOVE SPACES TO WS-LOOKUP-NAME
                        MOVE 0 TO WS-REQ-FOUND
                        IF INT-REQ-NUM IS NUMERIC AND INT-REQ-NUM > 0
                            MOVE INT-REQ-NUM TO WS-LOOKUP-REQ
                            PERFORM 8650-FIND-REQ
                        END-IF
                        IF WS-REQ-FOUND > 0
                            MOVE WS-REQ-EMP(WS-REQ-FOUND) TO WS-EMP-FOUND
                            MOVE WS-REQ-COMPANY(WS-REQ-FOUND)
                                TO WS-LOOKUP-NAME
                        END-IF
                        IF WS-EMP-FOUND > 0
                            ADD 1 TO WS-CTL-BILLED(3)
                            ADD 1 TO WS-EMP-INTERVIEWS(WS-EMP-FOUND)
                        ELSE
                            IF WS-LOOKUP-NAME = SPACES
                                MOVE "(posting not found)" TO WS-LOOKUP-NAME
                            END-IF
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING FUNCTION TRIM(INT-STUDENT) " for "
                                FUNCTION TRIM(INT-JOB-TITLE) " on "
                                INT-DATE
                                DELIMITED BY SIZE INTO WS-ITEM-TEXT
                            PERFORM 8800-REPORT-UNBILLED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERVIEWS-FILE.

    5000-TALLY-EVENTS.
        MOVE 4 TO WS-CTL-IDX
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO EV-FS
        OPEN INPUT EVENTS-FILE
        IF EV-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ EVENTS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-CTL-READ(4)
                    IF EV-DATE IS NUMERIC
                        AND EV-DATE >= WS-PERIOD-START
                        AND EV-DATE <= WS-PERIOD-END
                        ADD 1 TO WS-CTL-IN-PERIOD(4)
                        MOVE EV-HOST TO WS-LOOKUP-NAME
                        PERFORM 8500-FIND-EMPLOYER
                        IF WS-EMP-FOUND > 0
                            ADD 1 TO WS-CTL-BILLED(4)
                            ADD 1 TO WS-EMP-EVENTS(WS-EMP-FOUND)
                        ELSE
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING FUNCTION TRIM(EV-NAME) " on " EV-DATE
                                DELIMITED BY SIZE INTO WS-ITEM-TEXT
                            PERFORM 8800-REPORT-UNBILLED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENTS-FILE.

    6000-WRITE-STATEMENTS.
        PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
            UNTIL WS-EMP-IDX > WS-EMP-COUNT
            COMPUTE WS-EMP-POSTING-AMT(WS-EMP-IDX) =
                WS-EMP-POSTINGS(WS-EMP-IDX)
                * WS-EMP-POSTING-FEE(WS-EMP-IDX)
            COMPUTE WS-EMP-EVENT-AMT(WS-EMP-IDX) =
                WS-EMP-EVENTS(WS-EMP-IDX)
                * WS-EMP-EVENT-FEE(WS-EMP-IDX)
            COMPUTE WS-EMP-TOTAL-AMT(WS-EMP-IDX) =
                WS-EMP-POSTING-AMT(WS-EMP-IDX)
                + WS-EMP-EVENT-AMT(WS-EMP-IDX)
            PERFORM 6100-WRITE-ONE-STATEMENT
        END-PERFORM

        IF WS-EMP-COUNT = 0
            MOVE SPACES TO STATEMENT-RECORD
            STRING "No recruiting agreements were in force during "
                BILLING-PERIOD "; no statements issued."
                DELIMITED BY SIZE INTO STATEMENT-RECORD
            WRITE STATEMENT-RECORD
        END-IF.

    6100-WRITE-ONE-STATEMENT.
        ADD 1 TO WS-STMT-COUNT
        ADD WS-EMP-POSTINGS(WS-EMP-IDX) TO WS-STMT-POSTINGS
        ADD WS-EMP-EVENTS(WS-EMP-IDX) TO WS-STMT-EVENTS
        ADD WS-EMP-TOTAL-AMT(WS-EMP-IDX) TO WS-STMT-AMOUNT

        MOVE ALL "=" TO STATEMENT-RECORD
        WRITE STATEMENT-RECORD
        MOVE SPACES TO STATEMENT-RECORD
        STRING "InCollege recruiting services - statement for "
            FUNCTION TRIM(WS-EMP-NAME(WS-EMP-IDX))
            DELIMITED BY SIZE INTO STATEMENT-RECORD
        WRITE STATEMENT-RECORD
        IF WS-RUN-ENVIRONMENT = "TRAINING"
            MOVE "TRAINING DATA - NOT A BILLING STATEMENT"
                TO STATEMENT-RECORD
            WRITE STATEMENT-RECORD
        END-IF
        MOVE SPACES TO STATEMENT-RECORD
        STRING "Billing period: " WS-PERIOD-START " - " WS-PERIOD-END
            "    Statement date: " WS-TODAY-DATE
            DELIMITED BY SIZE INTO STATEMENT-RECORD
        WRITE STATEMENT-RECORD
        MOVE SPACES TO STATEMENT-RECORD
        STRING "Recruiting agreement: " WS-EMP-EFFECTIVE(WS-EMP-IDX)
            " - " WS-EMP-EXPIRY(WS-EMP-IDX)
            DELIMITED BY SIZE INTO STATEMENT-RECORD
        WRITE STATEMENT-RECORD
        MOVE SPACES TO STATEMENT-RECORD
        WRITE STATEMENT-RECORD

        MOVE "Activity                        Count          Rate          Amount"
            TO STATEMENT-RECORD
        WRITE STATEMENT-RECORD
        MOVE "------------------------------  -------  ------------  --------------"
            TO STATEMENT-RECORD
        WRITE STATEMENT-RECORD

        MOVE WS-EMP-POSTINGS(WS-EMP-IDX) TO WS-COUNT-DISP
        MOVE WS-EMP-POSTING-FEE(WS-EMP-IDX) TO WS-FEE-DISP
        MOVE WS-EMP-POSTING-AMT(WS-EMP-IDX) TO WS-AMOUNT-DISP
        MOVE SPACES TO STATEMENT-RECORD
        STRING "Job postings published         " WS-COUNT-DISP
            "      " WS-FEE-DISP "    " WS-AMOUNT-DISP
            DELIMITED BY SIZE INTO STATEMENT-RECORD
        WRITE STATEMENT-RECORD

        MOVE WS-EMP-EVENTS(WS-EMP-IDX) TO WS-COUNT-DISP
        MOVE WS-EMP-EVENT-FEE(WS-EMP-IDX) TO WS-FEE-DISP
        MOVE WS-EMP-EVENT-AMT(WS-EMP-IDX) TO WS-AMOUNT-DISP
        MOVE SPACES TO STATEMENT-RECORD
        STRING "Events hosted                  " WS-COUNT-DISP
            "      " WS-FEE-DISP "    " WS-AMOUNT-DISP
            DELIMITED BY SIZE INTO STATEMENT-RECORD
        WRITE STATEMENT-RECORD

        MOVE WS-EMP-APPS(WS-EMP-IDX) TO WS-COUNT-DISP
        MOVE SPACES TO STATEMENT-RECORD
        STRING "Applications received          " WS-COUNT-DISP
            "      (not billed)"
            DELIMITED BY SIZE INTO STATEMENT-RECORD
        WRITE STATEMENT-RECORD

        MOVE WS-EMP-INTERVIEWS(WS-EMP-IDX) TO WS-COUNT-DISP
        MOVE SPACES TO STATEMENT-RECORD
        STRING "Interviews scheduled           " WS-COUNT-DISP
            "      (not billed)"
            DELIMITED BY SIZE INTO STATEMENT-RECORD
        WRITE STATEMENT-RECORD

        MOVE "                                                           --------------"
            TO STATEMENT-RECORD
        WRITE STATEMENT-RECORD
        MOVE WS-EMP-TOTAL-AMT(WS-EMP-IDX) TO WS-AMOUNT-DISP
        MOVE SPACES TO STATEMENT-RECORD
        STRING "Amount due                                                 "
            WS-AMOUNT-DISP
            DELIMITED BY SIZE INTO STATEMENT-RECORD
        WRITE STATEMENT-RECORD
        MOVE SPACES TO STATEMENT-RECORD
        WRITE STATEMENT-RECORD.

    7000-WRITE-AR-EXTRACT.
        MOVE "00" TO AR-FS
        OPEN OUTPUT AR-EXTRACT-FILE
        IF AR-FS NOT = "00"
            MOVE "N" TO WS-BALANCED
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO AR-HEADER-RECORD
        MOVE "H" TO ARH-TYPE
        MOVE BILLING-PERIOD TO ARH-PERIOD
        MOVE WS-TODAY-DATE TO ARH-CREATED
        MOVE "INCOLLEGE" TO ARH-SOURCE
        WRITE AR-HEADER-RECORD

        PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
            UNTIL WS-EMP-IDX > WS-EMP-COUNT
            MOVE SPACES TO AR-DETAIL-RECORD
            MOVE "D" TO ARD-TYPE
            MOVE WS-EMP-NAME(WS-EMP-IDX) TO ARD-EMPLOYER
            MOVE WS-EMP-EFFECTIVE(WS-EMP-IDX) TO ARD-EFFECTIVE
            MOVE WS-EMP-EXPIRY(WS-EMP-IDX) TO ARD-EXPIRY
            MOVE WS-EMP-POSTINGS(WS-EMP-IDX) TO ARD-POSTINGS
            MOVE WS-EMP-APPS(WS-EMP-IDX) TO ARD-APPLICATIONS
            MOVE WS-EMP-INTERVIEWS(WS-EMP-IDX) TO ARD-INTERVIEWS
            MOVE WS-EMP-EVENTS(WS-EMP-IDX) TO ARD-EVENTS
            MOVE WS-EMP-POSTING-FEE(WS-EMP-IDX) TO ARD-POSTING-FEE
            MOVE WS-EMP-EVENT-FEE(WS-EMP-IDX) TO ARD-EVENT-FEE
            MOVE WS-EMP-POSTING-AMT(WS-EMP-IDX) TO ARD-POSTING-AMT
            MOVE WS-EMP-EVENT-AMT(WS-EMP-IDX) TO ARD-EVENT-AMT
            MOVE WS-EMP-TOTAL-AMT(WS-EMP-IDX) TO ARD-TOTAL-AMT
            WRITE AR-DETAIL-RECORD
            ADD 1 TO WS-AR-COUNT
            ADD ARD-POSTINGS TO WS-AR-POSTINGS
            ADD ARD-EVENTS TO WS-AR-EVENTS
            ADD ARD-TOTAL-AMT TO WS-AR-AMOUNT
        END-PERFORM

        MOVE SPACES TO AR-TRAILER-RECORD
        MOVE "T" TO ART-TYPE
        MOVE WS-AR-COUNT TO ART-RECORD-COUNT
        MOVE WS-AR-POSTINGS TO ART-POSTINGS
        MOVE WS-AR-EVENTS TO ART-EVENTS
        MOVE WS-AR-AMOUNT TO ART-TOTAL-AMT
        WRITE AR-TRAILER-RECORD
        CLOSE AR-EXTRACT-FILE.

    8000-WRITE-CONTROL-TOTALS.
        IF WS-CTL-UNBILLED(1) + WS-CTL-UNBILLED(2)
            + WS-CTL-UNBILLED(3) + WS-CTL-UNBILLED(4) = 0
            MOVE "  (none)" TO CONTROL-REPORT-RECORD
            WRITE CONTROL-REPORT-RECORD
        END-IF
        MOVE SPACES TO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD

        MOVE "Source        Records read   In period      Billed    Unbilled"
            TO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD
        PERFORM VARYING WS-CTL-IDX FROM 1 BY 1 UNTIL WS-CTL-IDX > 4
            MOVE SPACES TO CONTROL-REPORT-RECORD
            STRING WS-CTL-NAME(WS-CTL-IDX) "  "
                WS-CTL-READ(WS-CTL-IDX) "      "
                WS-CTL-IN-PERIOD(WS-CTL-IDX) "     "
                WS-CTL-BILLED(WS-CTL-IDX) "     "
                WS-CTL-UNBILLED(WS-CTL-IDX)
                DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
            IF WS-CTL-BILLED(WS-CTL-IDX) + WS-CTL-UNBILLED(WS-CTL-IDX)
                NOT = WS-CTL-IN-PERIOD(WS-CTL-IDX)
                MOVE "N" TO WS-BALANCED
                MOVE "  ** does not cross-foot" TO
                    CONTROL-REPORT-RECORD(70:)
            END-IF
            WRITE CONTROL-REPORT-RECORD
        END-PERFORM
        MOVE SPACES TO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD

        IF WS-STMT-COUNT NOT = WS-AR-COUNT
            OR WS-STMT-POSTINGS NOT = WS-AR-POSTINGS
            OR WS-STMT-EVENTS NOT = WS-AR-EVENTS
            OR WS-STMT-AMOUNT NOT = WS-AR-AMOUNT
            OR WS-STMT-POSTINGS NOT = WS-CTL-BILLED(1)
            OR WS-STMT-EVENTS NOT = WS-CTL-BILLED(4)
            MOVE "N" TO WS-BALANCED
        END-IF

        MOVE WS-STMT-AMOUNT TO WS-AMOUNT-DISP
        MOVE SPACES TO CONTROL-REPORT-RECORD
        STRING "Statements issued:  " WS-STMT-COUNT
            "  postings billed " WS-STMT-POSTINGS
            "  events billed " WS-STMT-EVENTS
            "  amount " WS-AMOUNT-DISP
            DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD
        MOVE WS-AR-AMOUNT TO WS-AMOUNT-DISP2
        MOVE SPACES TO CONTROL-REPORT-RECORD
        STRING "AR extract trailer: " WS-AR-COUNT
            "  postings billed " WS-AR-POSTINGS
            "  events billed " WS-AR-EVENTS
            "  amount " WS-AMOUNT-DISP2
            DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD
        MOVE SPACES TO CONTROL-REPORT-RECORD
        STRING "AR extract file: " FUNCTION TRIM(WS-AR-FILENAME)
            DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD
        MOVE SPACES TO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD
        IF WS-BALANCED = "Y"
            MOVE "Control status: BALANCED" TO CONTROL-REPORT-RECORD
        ELSE
            MOVE "Control status: OUT OF BALANCE - do not release the AR extract"
                TO CONTROL-REPORT-RECORD
        END-IF
        WRITE CONTROL-REPORT-RECORD.

    8500-FIND-EMPLOYER.
        MOVE 0 TO WS-EMP-FOUND
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOKUP-NAME))
            TO WS-LOOKUP-UPPER
        PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
            UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-EMP-FOUND > 0
            IF WS-EMP-UPPER(WS-EMP-IDX) = WS-LOOKUP-UPPER
                MOVE WS-EMP-IDX TO WS-EMP-FOUND
            END-IF
        END-PERFORM.

    8600-REMEMBER-REQ.
        IF WS-LOOKUP-REQ > 0 AND WS-REQ-COUNT < 10000
            ADD 1 TO WS-REQ-COUNT
            MOVE WS-LOOKUP-REQ TO WS-REQ-NUM(WS-REQ-COUNT)
            MOVE WS-EMP-FOUND TO WS-REQ-EMP(WS-REQ-COUNT)
            MOVE WS-LOOKUP-NAME TO WS-REQ-COMPANY(WS-REQ-COUNT)
        END-IF.

    8650-FIND-REQ.
        MOVE 0 TO WS-REQ-FOUND
        PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-REQ-FOUND > 0
            IF WS-REQ-NUM(WS-REQ-IDX) = WS-LOOKUP-REQ
                MOVE WS-REQ-IDX TO WS-REQ-FOUND
            END-IF
        END-PERFORM.

    8700-FIND-REVIEW.
        MOVE 0 TO WS-REV-FOUND
        IF WS-LOOKUP-REQ = 0
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-REV-IDX FROM 1 BY 1
            UNTIL WS-REV-IDX > WS-REV-COUNT OR WS-REV-FOUND > 0
            IF WS-REV-REQ(WS-REV-IDX) = WS-LOOKUP-REQ
                MOVE WS-REV-IDX TO WS-REV-FOUND
            END-IF
        END-PERFORM.

    8800-REPORT-UNBILLED.
        ADD 1 TO WS-CTL-UNBILLED(WS-CTL-IDX)
        MOVE SPACES TO CONTROL-REPORT-RECORD
        STRING "  " WS-CTL-NAME(WS-CTL-IDX) " "
            WS-LOOKUP-NAME " " FUNCTION TRIM(WS-ITEM-TEXT)
            DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
        WRITE CONTROL-REPORT-RECORD.

    9000-FINISH.
        CLOSE STATEMENT-FILE
        CLOSE CONTROL-REPORT-FILE

        DISPLAY "Employer usage statements complete for " BILLING-PERIOD
        DISPLAY "Statements issued: " WS-STMT-COUNT
        MOVE WS-STMT-AMOUNT TO WS-AMOUNT-DISP
        DISPLAY "Amount billed: " FUNCTION TRIM(WS-AMOUNT-DISP)
        IF WS-BALANCED = "Y"
            DISPLAY "Control totals balanced."
        ELSE
            DISPLAY "Control totals OUT OF BALANCE - see "
                "EmployerBillingControl.txt"
        END-IF.
