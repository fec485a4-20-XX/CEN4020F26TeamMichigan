            SELECT PLACEMENTS-FILE ASSIGN TO 'Placements.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PLAC-FS.
            SELECT OFFER-FILE ASSIGN TO 'Offers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OFR-FS.
            SELECT PLACEMENT-REPORT-FILE ASSIGN TO 'PlacementsReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONN-REQ-LOG-FILE ASSIGN TO 'ConnRequestLog.dat'
                FILE STATUS IS XJ-FS.
            SELECT JOB-MARKET-REPORT-FILE ASSIGN TO 'JobMarketReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONSENT-FILE ASSIGN TO 'Consent.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CNS-FS.
            SELECT CONSENT-REPORT-FILE ASSIGN TO 'ConsentReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT EVENT-FEEDBACK-FILE ASSIGN TO 'EventFeedback.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EF-FS.
            SELECT QUALITY-REPORT-FILE ASSIGN TO 'EventQuality.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT QUALITY-CSV-FILE ASSIGN TO 'EventQuality.csv'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CASELOAD-FILE ASSIGN TO 'AdvisorCaseloads.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CL-FS.
            SELECT CASELOAD-REPORT-FILE ASSIGN TO 'CaseloadReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CASELOAD-CSV-FILE ASSIGN TO 'CaseloadReport.csv'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MENTORSHIP-FILE ASSIGN TO 'Mentorships.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MSHP-FS.
            SELECT MENTOR-SESSION-FILE ASSIGN TO 'MentorSessions.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MSN-FS.
            SELECT MENTOR-EVAL-FILE ASSIGN TO 'MentorEvaluations.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MEV-FS.
            SELECT MENTOR-REPORT-FILE ASSIGN TO 'MentorshipReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MENTOR-CSV-FILE ASSIGN TO 'MentorshipReport.csv'
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
            05 EV-DESC           PIC X(100).
            05 EV-CREATED-BY     PIC X(20).
            05 EV-CAPACITY       PIC 9(5).
            05 EV-GROUP          PIC X(40).
            05 EV-MEMBERS-ONLY   PIC X.

        FD EVENT-RSVP-FILE.
        01 EVENT-RSVP-RECORD.
            05 PL-APP-DATE       PIC 9(8).
            05 PL-OFFER-DATE     PIC 9(8).
            05 PL-START-DATE     PIC 9(8).
            05 PL-REQ-NUM        PIC 9(8).

        FD OFFER-FILE.
        01 OFFER-RECORD.
            05 OF-STUDENT        PIC X(20).
            05 OF-RECRUITER      PIC X(20).
            05 OF-REQ-NUM        PIC 9(8).
            05 OF-JOB-TITLE      PIC X(40).
            05 OF-COMPANY        PIC X(40).
            05 OF-PAY-TYPE       PIC X.
            05 OF-PAY-AMOUNT     PIC 9(7)V99.
            05 OF-START-DATE     PIC 9(8).
            05 OF-RESPOND-BY     PIC 9(8).
            05 OF-STATUS         PIC X.
            05 OF-ISSUE-DATE     PIC 9(8).
            05 OF-RESP-DATE      PIC 9(8).

        FD PLACEMENT-REPORT-FILE.
        01 PLACEMENT-REPORT-RECORD    PIC X(132).
            05 EA-EMPLOYER       PIC X(40).
            05 EA-EFFECTIVE      PIC 9(8).
            05 EA-EXPIRY         PIC 9(8).
            05 EA-POSTING-FEE    PIC 9(5)V99.
            05 EA-EVENT-FEE      PIC 9(5)V99.

        FD AGREEMENT-REPORT-FILE.
        01 AGREEMENT-REPORT-RECORD    PIC X(132).
            05 JOB-DESCRIPTION  PIC X(200).
            05 JOB-POSTED-BY    PIC X(20).
            05 JOB-POSTED-DATE  PIC 9(8).
            05 JOB-REQ-NUM      PIC 9(8).
            05 JOB-REQ-SKILLS.
                10 JOB-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.

        FD APPLICATIONS-FILE.
        01 APPLICATIONS-RECORD.
            05 APP-DATE          PIC 9(8).
            05 APP-NOTE          PIC X(100).
            05 APP-STATUS        PIC X(12).
            05 APP-REQ-NUM       PIC 9(8).
            05 APP-SCREEN-ANSWERS PIC X(5).
            05 APP-SCREEN-RESULT PIC X.

        FD EXPIRED-JOBS-FILE.
        01 EXPIRED-JOBS-RECORD.
            05 XJ-POSTED-BY    PIC X(20).
            05 XJ-POSTED-DATE  PIC 9(8).
            05 XJ-EXPIRE-DATE  PIC 9(8).
            05 XJ-REQ-NUM      PIC 9(8).
            05 XJ-REVIEW-STATUS PIC X.
            05 XJ-APPROVED     PIC 9(8).

        FD JOB-MARKET-REPORT-FILE.
        01 JOB-MARKET-REPORT-RECORD    PIC X(132).

        FD CONSENT-FILE.
        01 CONSENT-RECORD.
            05 CNS-USERNAME      PIC X(20).
            05 CNS-VERSION       PIC X(8).
            05 CNS-DECISION      PIC X.
            05 CNS-DATE          PIC 9(8).
            05 CNS-TIME          PIC 9(6).

        FD CONSENT-REPORT-FILE.
        01 CONSENT-REPORT-RECORD    PIC X(132).

        FD EVENT-FEEDBACK-FILE.
        01 EVENT-FEEDBACK-RECORD.
            05 EF-EVENT          PIC X(40).
            05 EF-USER           PIC X(20).
            05 EF-DATE           PIC 9(8).
            05 EF-RATING         PIC 9.
            05 EF-COMMENT        PIC X(100).

        FD QUALITY-REPORT-FILE.
        01 QUALITY-REPORT-RECORD    PIC X(132).

        FD QUALITY-CSV-FILE.
        01 QUALITY-CSV-RECORD    PIC X(132).

        FD CASELOAD-FILE.
        01 CASELOAD-RECORD.
            05 CL-ADVISOR        PIC X(20).
            05 CL-UNIVERSITY     PIC X(40).
            05 CL-MAJOR          PIC X(30).

        FD CASELOAD-REPORT-FILE.
        01 CASELOAD-REPORT-RECORD    PIC X(132).

        FD CASELOAD-CSV-FILE.
        01 CASELOAD-CSV-RECORD    PIC X(132).

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

        FD MENTOR-REPORT-FILE.
        01 MENTOR-REPORT-RECORD    PIC X(132).

        FD MENTOR-CSV-FILE.
        01 MENTOR-CSV-RECORD    PIC X(132).

    WORKING-STORAGE SECTION.
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 ACC-FS      PIC XX VALUE "00".
        77 PROF-FS     PIC XX VALUE "00".
        77 PEND-FS     PIC XX VALUE "00".
        77 WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
        77 WS-RECORD-COUNT     PIC 9(5) VALUE 0.
        77 CONFIG-FS           PIC XX VALUE "00".
        77 WS-CONFIG-KEY       PIC X(24).
        77 WS-CONFIG-VALUE     PIC X(20).
        77 WS-CONFIG-EQ        PIC 9(2) VALUE 0.
        77 COMPLETE-WEIGHT-BASE  PIC 9(3) VALUE 40.

        01 WS-JM-POST-TABLE.
            05 WS-JM-POST-ENTRY OCCURS 100 TIMES.
                10 WS-JM-P-REQ       PIC 9(8).
                10 WS-JM-P-TITLE     PIC X(40).
                10 WS-JM-P-COMPANY   PIC X(40).
                10 WS-JM-P-POSTER    PIC X(20).
        77 WS-SPAM-FLAGGED       PIC 9(5) VALUE 0.
        77 WS-LOGIN-AGE-DAYS     PIC S9(8) VALUE 0.
        77 WS-DORMANT-COUNT      PIC 9(5) VALUE 0.
        77 POLICY-VERSION        PIC X(8) VALUE SPACES.
        77 CNS-FS                PIC XX VALUE "00".
        77 CNS-EOF               PIC X VALUE "N".
        77 WS-CONSENT-MISSING    PIC 9(5) VALUE 0.
        77 WS-CNSTAB-COUNT       PIC 9(3) VALUE 0.
        77 WS-CNSTAB-OVERFLOW    PIC 9(5) VALUE 0.
        77 WS-CNSTAB-IDX         PIC 9(3) VALUE 0.
        77 WS-CNSTAB-FOUND       PIC X VALUE "N".
        77 EF-FS                 PIC XX VALUE "00".
        77 EF-EOF                PIC X VALUE "N".
        77 EVENT-LOW-RATING      PIC 9 VALUE 3.
        77 CL-FS                 PIC XX VALUE "00".
        77 CL-EOF                PIC X VALUE "N".
        77 CASELOAD-IDLE-DAYS    PIC 9(5) VALUE 30.
        77 WS-CL-STUDENTS        PIC 9(5) VALUE 0.
        77 WS-CL-FLAGGED         PIC 9(5) VALUE 0.
        77 WS-CL-TOTAL-FLAGGED   PIC 9(5) VALUE 0.
        77 WS-CL-APP-COUNT       PIC 9(5) VALUE 0.
        77 WS-CL-LAST-LOGIN      PIC 9(8) VALUE 0.
        77 WS-CL-NO-APPS         PIC X VALUE "N".
        77 WS-CL-INACTIVE        PIC X VALUE "N".
        77 WS-CL-REASON          PIC X(60) VALUE SPACES.
        77 WS-CL-MAJOR-DISP      PIC X(30) VALUE SPACES.
        77 MSHP-FS               PIC XX VALUE "00".
        77 MSN-FS                PIC XX VALUE "00".
        77 MEV-FS                PIC XX VALUE "00".
        77 MSHP-EOF              PIC X VALUE "N".
        77 MSN-EOF               PIC X VALUE "N".
        77 MEV-EOF               PIC X VALUE "N".
        77 MENTOR-LOW-RATING     PIC 9 VALUE 2.
        77 WS-MR-PAIR-COUNT      PIC 9(3) VALUE 0.
        77 WS-MR-IDX             PIC 9(3) VALUE 0.
        77 WS-MR-UNIV-COUNT      PIC 9(3) VALUE 0.
        77 WS-MR-UIDX            PIC 9(3) VALUE 0.
        77 WS-MR-LOOKUP-USER     PIC X(20) VALUE SPACES.
        77 WS-MR-UNIV            PIC X(40) VALUE SPACES.
        77 WS-MR-FOUND           PIC X VALUE "N".
        77 WS-MR-AVG             PIC 9V9 VALUE 0.
        77 WS-MR-AVG-DISP        PIC 9.9.
        77 WS-MR-NO-SESSIONS     PIC 9(5) VALUE 0.
        77 WS-EQ-RESPONSES       PIC 9(5) VALUE 0.
        77 WS-EQ-SKIPPED         PIC 9(5) VALUE 0.
        77 WS-EQ-RATING-SUM      PIC 9(7) VALUE 0.
        77 WS-EQ-AVG             PIC 9V9 VALUE 0.
        77 WS-EQ-AVG-DISP        PIC 9.9.
        77 WS-EQ-RESP-PCT        PIC 9(3) VALUE 0.
        77 WS-EQ-EVENT-COUNT     PIC 9(5) VALUE 0.
        77 WS-EQ-FLAGGED-COUNT   PIC 9(5) VALUE 0.
        77 WS-EQ-FLAG            PIC X VALUE "N".
        77 WS-EQ-IDX             PIC 9(3) VALUE 0.
        77 WS-EQ-FOUND           PIC X VALUE "N".
        77 WS-EQ-HOST-COUNT      PIC 9(3) VALUE 0.
        77 WS-EQ-UNIV-COUNT      PIC 9(3) VALUE 0.
        77 WS-EQ-G-NAME          PIC X(40) VALUE SPACES.
        77 WS-EQ-G-ATTEND        PIC 9(5) VALUE 0.
        77 WS-EQ-G-RESP          PIC 9(5) VALUE 0.
        77 WS-EQ-G-SUM           PIC 9(7) VALUE 0.
        77 WS-EQ-LINE            PIC X(132) VALUE SPACES.

        01 WS-EQ-HOST-TABLE.
            05 WS-EQ-HOST-ENTRY OCCURS 50 TIMES.
                10 WS-EQ-HOST-NAME   PIC X(40).
                10 WS-EQ-HOST-ATTEND PIC 9(5).
                10 WS-EQ-HOST-RESP   PIC 9(5).
                10 WS-EQ-HOST-SUM    PIC 9(7).

        01 WS-EQ-UNIV-TABLE.
            05 WS-EQ-UNIV-ENTRY OCCURS 50 TIMES.
                10 WS-EQ-UNIV-NAME   PIC X(40).
                10 WS-EQ-UNIV-ATTEND PIC 9(5).
                10 WS-EQ-UNIV-RESP   PIC 9(5).
                10 WS-EQ-UNIV-SUM    PIC 9(7).
        01 I                   PIC 9(2).
        01 WS-CURRENT-DATETIME    PIC X(21).

        77 WS-TALLY-IDX         PIC 9(3).
        77 WS-TALLY-FOUND       PIC X VALUE "N".

        01 WS-MR-PAIR-TABLE.
            05 WS-MR-PAIR-ENTRY OCCURS 500 TIMES.
                10 WS-MR-MENTOR      PIC X(20).
                10 WS-MR-STUDENT     PIC X(20).
                10 WS-MR-PAIR-UNIV   PIC X(40).
                10 WS-MR-SESSIONS    PIC 9(4).
                10 WS-MR-MINUTES     PIC 9(6).
                10 WS-MR-LAST        PIC 9(8).

        01 WS-MR-UNIV-TABLE.
            05 WS-MR-UNIV-ENTRY OCCURS 50 TIMES.
                10 WS-MR-UNIV-NAME   PIC X(40).
                10 WS-MR-UNIV-PAIRS  PIC 9(5).
                10 WS-MR-UNIV-SESS   PIC 9(6).
                10 WS-MR-UNIV-EVALS  PIC 9(5).
                10 WS-MR-UNIV-SUM    PIC 9(6).
                10 WS-MR-UNIV-LOW    PIC 9(5).

        01 WS-UNIV-TABLE.
            05 WS-UNIV-ENTRY OCCURS 50 TIMES.
                10 WS-UNIV-NAME  PIC X(40).
        77 WS-PLMAJOR-COUNT      PIC 9(3) VALUE 0.
        77 WS-PLUNIV-COUNT       PIC 9(3) VALUE 0.
        77 WS-PLEMP-COUNT        PIC 9(3) VALUE 0.
        77 OFR-FS                PIC XX VALUE "00".
        77 OFR-EOF               PIC X VALUE "N".
        77 WS-COMP-OFFER-COUNT   PIC 9(5) VALUE 0.
        77 WS-COMPMAJ-COUNT      PIC 9(3) VALUE 0.
        77 WS-COMPMAJ-NAME-IN    PIC X(30).
        77 WS-COMP-AVG-SALARY    PIC 9(9)V99 VALUE 0.
        77 WS-COMP-AVG-HOURLY    PIC 9(7)V99 VALUE 0.
        77 WS-COMP-SALARY-DISP   PIC Z(8)9.99.
        77 WS-COMP-HOURLY-DISP   PIC Z(6)9.99.

        01 WS-COMPMAJ-TABLE.
            05 WS-COMPMAJ-ENTRY OCCURS 50 TIMES.
                10 WS-COMPMAJ-NAME       PIC X(30).
                10 WS-COMPMAJ-SAL-CNT    PIC 9(5).
                10 WS-COMPMAJ-SAL-TOTAL  PIC 9(11)V99.
                10 WS-COMPMAJ-HR-CNT     PIC 9(5).
                10 WS-COMPMAJ-HR-TOTAL   PIC 9(9)V99.

        01 WS-SPAM-TABLE.
            05 WS-SPAM-ENTRY OCCURS 100 TIMES.
                10 WS-PLEMP-NAME     PIC X(40).
                10 WS-PLEMP-CNT      PIC 9(5).

        01 WS-CNSTAB-TABLE.
            05 WS-CNSTAB-ENTRY OCCURS 500 TIMES.
                10 WS-CNSTAB-USER       PIC X(20).
                10 WS-CNSTAB-DECISION   PIC X.
                10 WS-CNSTAB-DATE       PIC 9(8).
                10 WS-CNSTAB-LAST-VER   PIC X(8).

        01 WS-AUDDAY-TABLE.
            05 WS-AUDDAY-ENTRY OCCURS 100 TIMES.
                10 WS-AUDDAY-DATE     PIC 9(8).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 1000-INITIALIZE
        PERFORM 2000-CHECK-ORPHAN-PROFILES
        PERFORM 3000-CHECK-PENDING-REQUESTS
        PERFORM 7000-NETWORK-REPORT
        PERFORM 7600-SECURITY-SUMMARY
        PERFORM 7700-DORMANCY-REPORT
        PERFORM 7750-CASELOAD-REPORT
        PERFORM 7770-MENTORSHIP-REPORT
        PERFORM 7800-EVENT-ATTENDANCE
        PERFORM 7850-EVENT-QUALITY-REPORT
        PERFORM 7900-PLACEMENTS-REPORT
        PERFORM 7950-CONN-SPAM-REPORT
        PERFORM 7970-AGREEMENT-EXPIRY-REPORT
        PERFORM 7975-CONSENT-REPORT
        PERFORM 7990-JOB-MARKET-REPORT
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

    1000-INITIALIZE.
        PERFORM 1100-LOAD-CONFIG
        OPEN OUTPUT REPORT-FILE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE SPACES TO REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD.

    1100-LOAD-CONFIG.
            END-IF
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(WS-CONFIG-KEY) = "POLICY-VERSION"
            MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO POLICY-VERSION
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(WS-CONFIG-VALUE) IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO SPAM-MIN-SENDS
            WHEN "AGREEMENT-WARN-DAYS"
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO AGREEMENT-WARN-DAYS
            WHEN "EVENT-LOW-RATING"
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO EVENT-LOW-RATING
            WHEN "MENTOR-LOW-RATING"
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO MENTOR-LOW-RATING
            WHEN "CASELOAD-IDLE-DAYS"
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                    TO CASELOAD-IDLE-DAYS
        END-EVALUATE.

    2000-CHECK-ORPHAN-PROFILES.
            DELIMITED BY SIZE INTO ENROLLMENT-REPORT-RECORD
        WRITE ENROLLMENT-REPORT-RECORD
        MOVE SPACES TO ENROLLMENT-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO ENROLLMENT-REPORT-RECORD
        WRITE ENROLLMENT-REPORT-RECORD
        MOVE SPACES TO ENROLLMENT-REPORT-RECORD
        WRITE ENROLLMENT-REPORT-RECORD

        MOVE "N" TO PROF-EOF
            DELIMITED BY SIZE INTO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        MOVE SPACES TO GAP-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        MOVE SPACES TO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD

        MOVE "N" TO PROF-EOF
            DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
        WRITE NETWORK-REPORT-RECORD
        MOVE SPACES TO NETWORK-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
        WRITE NETWORK-REPORT-RECORD
        MOVE SPACES TO NETWORK-REPORT-RECORD
        WRITE NETWORK-REPORT-RECORD

        PERFORM 7100-TALLY-CONNECTIONS
            DELIMITED BY SIZE INTO SECURITY-SUMMARY-RECORD
        WRITE SECURITY-SUMMARY-RECORD
        MOVE SPACES TO SECURITY-SUMMARY-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO SECURITY-SUMMARY-RECORD
        WRITE SECURITY-SUMMARY-RECORD
        MOVE SPACES TO SECURITY-SUMMARY-RECORD
        WRITE SECURITY-SUMMARY-RECORD

        MOVE "N" TO AUDIT-EOF
            DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD
        WRITE DORMANT-REPORT-RECORD
        MOVE SPACES TO DORMANT-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD
        WRITE DORMANT-REPORT-RECORD
        MOVE SPACES TO DORMANT-REPORT-RECORD
        WRITE DORMANT-REPORT-RECORD

        MOVE 0 TO WS-DORMANT-COUNT
            END-IF
        END-IF.

    7750-CASELOAD-REPORT.
        OPEN OUTPUT CASELOAD-REPORT-FILE
        IF CSV-EXPORTS = "Y"
            OPEN OUTPUT CASELOAD-CSV-FILE
            MOVE "advisor,university,major,username,applications,last_login,flags"
                TO CASELOAD-CSV-RECORD
            WRITE CASELOAD-CSV-RECORD
        END-IF

        MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE

        MOVE SPACES TO CASELOAD-REPORT-RECORD
        STRING "InCollege advisor caseload report - run "
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
        WRITE CASELOAD-REPORT-RECORD
        MOVE SPACES TO CASELOAD-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
        WRITE CASELOAD-REPORT-RECORD
        MOVE SPACES TO CASELOAD-REPORT-RECORD
        STRING "Students with no applications, or no login in "
            CASELOAD-IDLE-DAYS " days, are flagged."
            DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
        WRITE CASELOAD-REPORT-RECORD
        MOVE SPACES TO CASELOAD-REPORT-RECORD
        WRITE CASELOAD-REPORT-RECORD

        MOVE 0 TO WS-CL-TOTAL-FLAGGED
        MOVE "N" TO CL-EOF
        MOVE "00" TO CL-FS
        OPEN INPUT CASELOAD-FILE
        IF CL-FS NOT = "00"
            MOVE "  AdvisorCaseloads.dat not found - no caseloads assigned."
                TO CASELOAD-REPORT-RECORD
            WRITE CASELOAD-REPORT-RECORD
        ELSE
            PERFORM UNTIL CL-EOF = "Y"
                READ CASELOAD-FILE
                    AT END
                        MOVE "Y" TO CL-EOF
                    NOT AT END
                        PERFORM 7755-REPORT-ONE-CASELOAD
                END-READ
            END-PERFORM
            CLOSE CASELOAD-FILE
        END-IF

        MOVE SPACES TO CASELOAD-REPORT-RECORD
        STRING "Students flagged across all caseloads: "
            WS-CL-TOTAL-FLAGGED
            DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
        WRITE CASELOAD-REPORT-RECORD

        CLOSE CASELOAD-REPORT-FILE
        IF CSV-EXPORTS = "Y"
            CLOSE CASELOAD-CSV-FILE
        END-IF.

    7755-REPORT-ONE-CASELOAD.
        IF CL-MAJOR = SPACES
            MOVE "all majors" TO WS-CL-MAJOR-DISP
        ELSE
            MOVE CL-MAJOR TO WS-CL-MAJOR-DISP
        END-IF
        MOVE SPACES TO CASELOAD-REPORT-RECORD
        STRING "Advisor " FUNCTION TRIM(CL-ADVISOR)
            ": " FUNCTION TRIM(CL-UNIVERSITY)
            " / " FUNCTION TRIM(WS-CL-MAJOR-DISP)
            DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
        WRITE CASELOAD-REPORT-RECORD

        MOVE 0 TO WS-CL-STUDENTS
        MOVE 0 TO WS-CL-FLAGGED
        MOVE "N" TO PROF-EOF
        OPEN INPUT PROFILE-FILE
        IF PROF-FS = "00"
            PERFORM UNTIL PROF-EOF = "Y"
                READ PROFILE-FILE
                    AT END
                        MOVE "Y" TO PROF-EOF
                    NOT AT END
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY))
                            = FUNCTION UPPER-CASE(
                                FUNCTION TRIM(CL-UNIVERSITY))
                            AND (CL-MAJOR = SPACES
                                OR FUNCTION UPPER-CASE(
                                    FUNCTION TRIM(PR-MAJOR))
                                 = FUNCTION UPPER-CASE(
                                    FUNCTION TRIM(CL-MAJOR)))
                            ADD 1 TO WS-CL-STUDENTS
                            PERFORM 7760-CHECK-CASELOAD-STUDENT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFILE-FILE
        END-IF

        MOVE SPACES TO CASELOAD-REPORT-RECORD
        STRING "  Students: " WS-CL-STUDENTS
            "  Flagged: " WS-CL-FLAGGED
            DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
        WRITE CASELOAD-REPORT-RECORD
        MOVE SPACES TO CASELOAD-REPORT-RECORD
        WRITE CASELOAD-REPORT-RECORD
        ADD WS-CL-FLAGGED TO WS-CL-TOTAL-FLAGGED.

    7760-CHECK-CASELOAD-STUDENT.
        PERFORM 7765-COUNT-STUDENT-APPS

        MOVE 0 TO WS-CL-LAST-LOGIN
        MOVE PR-USERNAME TO WS-LOOKUP-NAME
        PERFORM 8000-LOOKUP-ACCOUNT
        IF WS-FOUND = "Y" AND ACC-LAST-LOGIN IS NUMERIC
            MOVE ACC-LAST-LOGIN TO WS-CL-LAST-LOGIN
        END-IF

        MOVE "N" TO WS-CL-NO-APPS
        MOVE "N" TO WS-CL-INACTIVE
        IF WS-CL-APP-COUNT = 0
            MOVE "Y" TO WS-CL-NO-APPS
        END-IF
        IF WS-CL-LAST-LOGIN = 0
            MOVE "Y" TO WS-CL-INACTIVE
        ELSE
            COMPUTE WS-LOGIN-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-CL-LAST-LOGIN)
            IF WS-LOGIN-AGE-DAYS >= CASELOAD-IDLE-DAYS
                MOVE "Y" TO WS-CL-INACTIVE
            END-IF
        END-IF

        IF WS-CL-NO-APPS = "N" AND WS-CL-INACTIVE = "N"
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-CL-FLAGGED
        MOVE SPACES TO WS-CL-REASON
        IF WS-CL-NO-APPS = "Y" AND WS-CL-INACTIVE = "Y"
            MOVE "NO APPLICATIONS; NO RECENT LOGIN" TO WS-CL-REASON
        ELSE
            IF WS-CL-NO-APPS = "Y"
                MOVE "NO APPLICATIONS" TO WS-CL-REASON
            ELSE
                MOVE "NO RECENT LOGIN" TO WS-CL-REASON
            END-IF
        END-IF

        MOVE SPACES TO CASELOAD-REPORT-RECORD
        IF WS-CL-LAST-LOGIN = 0
            STRING "  " FUNCTION TRIM(PR-USERNAME)
                " (" FUNCTION TRIM(PR-FIRST-NAME) " "
                FUNCTION TRIM(PR-LAST-NAME) ") applications "
                WS-CL-APP-COUNT ", never logged in - "
                FUNCTION TRIM(WS-CL-REASON)
                DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
        ELSE
            STRING "  " FUNCTION TRIM(PR-USERNAME)
                " (" FUNCTION TRIM(PR-FIRST-NAME) " "
                FUNCTION TRIM(PR-LAST-NAME) ") applications "
                WS-CL-APP-COUNT ", last login " WS-CL-LAST-LOGIN
                " - " FUNCTION TRIM(WS-CL-REASON)
                DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
        END-IF
        WRITE CASELOAD-REPORT-RECORD

        IF CSV-EXPORTS = "Y"
            MOVE SPACES TO CASELOAD-CSV-RECORD
            STRING FUNCTION TRIM(CL-ADVISOR)
                "," FUNCTION TRIM(CL-UNIVERSITY)
                "," FUNCTION TRIM(CL-MAJOR)
                "," FUNCTION TRIM(PR-USERNAME)
                "," WS-CL-APP-COUNT
                "," WS-CL-LAST-LOGIN
                "," FUNCTION TRIM(WS-CL-REASON)
                DELIMITED BY SIZE INTO CASELOAD-CSV-RECORD
            WRITE CASELOAD-CSV-RECORD
        END-IF.

    7765-COUNT-STUDENT-APPS.
        MOVE 0 TO WS-CL-APP-COUNT
        MOVE "N" TO APPL-EOF
        MOVE "00" TO APPL-FS
        OPEN INPUT APPLICATIONS-FILE
        IF APPL-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL APPL-EOF = "Y"
            READ APPLICATIONS-FILE
                AT END
                    MOVE "Y" TO APPL-EOF
                NOT AT END
                    IF FUNCTION TRIM(APP-USERNAME) =
                        FUNCTION TRIM(PR-USERNAME)
                        ADD 1 TO WS-CL-APP-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATIONS-FILE.

    7770-MENTORSHIP-REPORT.
        OPEN OUTPUT MENTOR-REPORT-FILE
        IF CSV-EXPORTS = "Y"
            OPEN OUTPUT MENTOR-CSV-FILE
            MOVE "mentor,student,university,sessions,minutes,last_session"
                TO MENTOR-CSV-RECORD
            WRITE MENTOR-CSV-RECORD
        END-IF

        MOVE SPACES TO MENTOR-REPORT-RECORD
        STRING "InCollege mentorship program report - run "
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO MENTOR-REPORT-RECORD
        WRITE MENTOR-REPORT-RECORD
        MOVE SPACES TO MENTOR-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO MENTOR-REPORT-RECORD
        WRITE MENTOR-REPORT-RECORD
        MOVE SPACES TO MENTOR-REPORT-RECORD
        WRITE MENTOR-REPORT-RECORD

        MOVE 0 TO WS-MR-PAIR-COUNT
        MOVE 0 TO WS-MR-UNIV-COUNT
        MOVE 0 TO WS-MR-NO-SESSIONS
        PERFORM 7772-LOAD-MENTOR-PAIRS
        PERFORM 7774-TALLY-MENTOR-SESSIONS

        MOVE "Sessions per pairing:" TO MENTOR-REPORT-RECORD
        WRITE MENTOR-REPORT-RECORD
        IF WS-MR-PAIR-COUNT = 0
            MOVE "  (no active pairings)" TO MENTOR-REPORT-RECORD
            WRITE MENTOR-REPORT-RECORD
        END-IF
        PERFORM VARYING WS-MR-IDX FROM 1 BY 1
            UNTIL WS-MR-IDX > WS-MR-PAIR-COUNT
            PERFORM 7776-WRITE-MENTOR-PAIR
        END-PERFORM
        MOVE SPACES TO MENTOR-REPORT-RECORD
        STRING "  Pairings: " WS-MR-PAIR-COUNT
            "  with no sessions logged: " WS-MR-NO-SESSIONS
            DELIMITED BY SIZE INTO MENTOR-REPORT-RECORD
        WRITE MENTOR-REPORT-RECORD
        MOVE SPACES TO MENTOR-REPORT-RECORD
        WRITE MENTOR-REPORT-RECORD

        PERFORM 7778-TALLY-MENTOR-EVALS

        MOVE "By university:" TO MENTOR-REPORT-RECORD
        WRITE MENTOR-REPORT-RECORD
        IF WS-MR-UNIV-COUNT = 0
            MOVE "  (none)" TO MENTOR-REPORT-RECORD
            WRITE MENTOR-REPORT-RECORD
        END-IF
        PERFORM VARYING WS-MR-UIDX FROM 1 BY 1
            UNTIL WS-MR-UIDX > WS-MR-UNIV-COUNT
            MOVE 0 TO WS-MR-AVG
            IF WS-MR-UNIV-EVALS(WS-MR-UIDX) > 0
                COMPUTE WS-MR-AVG ROUNDED =
                    WS-MR-UNIV-SUM(WS-MR-UIDX)
                    / WS-MR-UNIV-EVALS(WS-MR-UIDX)
            END-IF
            MOVE WS-MR-AVG TO WS-MR-AVG-DISP
            MOVE SPACES TO MENTOR-REPORT-RECORD
            STRING "  " WS-MR-UNIV-NAME(WS-MR-UIDX)
                " pairs " WS-MR-UNIV-PAIRS(WS-MR-UIDX)
                "  sessions " WS-MR-UNIV-SESS(WS-MR-UIDX)
                "  evaluations " WS-MR-UNIV-EVALS(WS-MR-UIDX)
                "  avg rating " WS-MR-AVG-DISP
                "  rated " MENTOR-LOW-RATING " or lower "
                WS-MR-UNIV-LOW(WS-MR-UIDX)
                DELIMITED BY SIZE INTO MENTOR-REPORT-RECORD
            WRITE MENTOR-REPORT-RECORD
        END-PERFORM

        CLOSE MENTOR-REPORT-FILE
        IF CSV-EXPORTS = "Y"
            CLOSE MENTOR-CSV-FILE
        END-IF.

    7772-LOAD-MENTOR-PAIRS.
        MOVE "N" TO MSHP-EOF
        MOVE "00" TO MSHP-FS
        OPEN INPUT MENTORSHIP-FILE
        IF MSHP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL MSHP-EOF = "Y"
            READ MENTORSHIP-FILE
                AT END
                    MOVE "Y" TO MSHP-EOF
                NOT AT END
                    IF WS-MR-PAIR-COUNT < 500
                        ADD 1 TO WS-MR-PAIR-COUNT
                        MOVE MS-MENTOR TO WS-MR-MENTOR(WS-MR-PAIR-COUNT)
                        MOVE MS-STUDENT TO WS-MR-STUDENT(WS-MR-PAIR-COUNT)
                        MOVE 0 TO WS-MR-SESSIONS(WS-MR-PAIR-COUNT)
                        MOVE 0 TO WS-MR-MINUTES(WS-MR-PAIR-COUNT)
                        MOVE 0 TO WS-MR-LAST(WS-MR-PAIR-COUNT)
                        MOVE MS-STUDENT TO WS-MR-LOOKUP-USER
                        PERFORM 7780-FIND-MENTOR-UNIV
                        MOVE WS-MR-UNIV
                            TO WS-MR-PAIR-UNIV(WS-MR-PAIR-COUNT)
                        IF WS-MR-UIDX > 0
                            ADD 1 TO WS-MR-UNIV-PAIRS(WS-MR-UIDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTORSHIP-FILE.

    7774-TALLY-MENTOR-SESSIONS.
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
                    PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                        UNTIL WS-MR-IDX > WS-MR-PAIR-COUNT
                        IF MSN-MENTOR = WS-MR-MENTOR(WS-MR-IDX)
                            AND MSN-STUDENT = WS-MR-STUDENT(WS-MR-IDX)
                            ADD 1 TO WS-MR-SESSIONS(WS-MR-IDX)
                            ADD MSN-MINUTES TO WS-MR-MINUTES(WS-MR-IDX)
                            IF MSN-DATE > WS-MR-LAST(WS-MR-IDX)
                                MOVE MSN-DATE TO WS-MR-LAST(WS-MR-IDX)
                            END-IF
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE MENTOR-SESSION-FILE.

    7776-WRITE-MENTOR-PAIR.
        IF WS-MR-SESSIONS(WS-MR-IDX) = 0
            ADD 1 TO WS-MR-NO-SESSIONS
        END-IF
        MOVE WS-MR-PAIR-UNIV(WS-MR-IDX) TO WS-MR-UNIV
        MOVE "N" TO WS-MR-FOUND
        PERFORM VARYING WS-MR-UIDX FROM 1 BY 1
            UNTIL WS-MR-UIDX > WS-MR-UNIV-COUNT OR WS-MR-FOUND = "Y"
            IF WS-MR-UNIV-NAME(WS-MR-UIDX) = WS-MR-UNIV
                MOVE "Y" TO WS-MR-FOUND
                ADD WS-MR-SESSIONS(WS-MR-IDX)
                    TO WS-MR-UNIV-SESS(WS-MR-UIDX)
            END-IF
        END-PERFORM

        MOVE SPACES TO MENTOR-REPORT-RECORD
        STRING "  " WS-MR-MENTOR(WS-MR-IDX)
            " -> " WS-MR-STUDENT(WS-MR-IDX)
            " sessions " WS-MR-SESSIONS(WS-MR-IDX)
            "  minutes " WS-MR-MINUTES(WS-MR-IDX)
            "  last " WS-MR-LAST(WS-MR-IDX)
            "  " FUNCTION TRIM(WS-MR-PAIR-UNIV(WS-MR-IDX))
            DELIMITED BY SIZE INTO MENTOR-REPORT-RECORD
        WRITE MENTOR-REPORT-RECORD

        IF CSV-EXPORTS = "Y"
            MOVE SPACES TO MENTOR-CSV-RECORD
            STRING FUNCTION TRIM(WS-MR-MENTOR(WS-MR-IDX))
                "," FUNCTION TRIM(WS-MR-STUDENT(WS-MR-IDX))
                "," FUNCTION TRIM(WS-MR-PAIR-UNIV(WS-MR-IDX))
                "," WS-MR-SESSIONS(WS-MR-IDX)
                "," WS-MR-MINUTES(WS-MR-IDX)
                "," WS-MR-LAST(WS-MR-IDX)
                DELIMITED BY SIZE INTO MENTOR-CSV-RECORD
            WRITE MENTOR-CSV-RECORD
        END-IF.

    7778-TALLY-MENTOR-EVALS.
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
                    MOVE MEV-STUDENT TO WS-MR-LOOKUP-USER
                    PERFORM 7780-FIND-MENTOR-UNIV
                    IF WS-MR-UIDX > 0
                        ADD 1 TO WS-MR-UNIV-EVALS(WS-MR-UIDX)
                        ADD MEV-RATING TO WS-MR-UNIV-SUM(WS-MR-UIDX)
                        IF MEV-RATING <= MENTOR-LOW-RATING
                            ADD 1 TO WS-MR-UNIV-LOW(WS-MR-UIDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTOR-EVAL-FILE.

    7780-FIND-MENTOR-UNIV.
        MOVE "(no profile)" TO WS-MR-UNIV
        MOVE "00" TO PROF-FS
        OPEN INPUT PROFILE-FILE
        IF PROF-FS = "00"
            MOVE WS-MR-LOOKUP-USER TO PR-USERNAME
            START PROFILE-FILE KEY IS = PR-USERNAME
                INVALID KEY CONTINUE
            END-START
            IF PROF-FS = "00"
                READ PROFILE-FILE NEXT
                IF PROF-FS = "00" AND PR-UNIVERSITY NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY))
                        TO WS-MR-UNIV
                END-IF
            END-IF
            CLOSE PROFILE-FILE
        END-IF

        MOVE "N" TO WS-MR-FOUND
        PERFORM VARYING WS-MR-UIDX FROM 1 BY 1
            UNTIL WS-MR-UIDX > WS-MR-UNIV-COUNT OR WS-MR-FOUND = "Y"
            IF WS-MR-UNIV-NAME(WS-MR-UIDX) = WS-MR-UNIV
                MOVE "Y" TO WS-MR-FOUND
            END-IF
        END-PERFORM
        IF WS-MR-FOUND = "Y"
            SUBTRACT 1 FROM WS-MR-UIDX
            EXIT PARAGRAPH
        END-IF
        IF WS-MR-UNIV-COUNT < 50
            ADD 1 TO WS-MR-UNIV-COUNT
            MOVE WS-MR-UNIV-COUNT TO WS-MR-UIDX
            MOVE WS-MR-UNIV TO WS-MR-UNIV-NAME(WS-MR-UIDX)
            MOVE 0 TO WS-MR-UNIV-PAIRS(WS-MR-UIDX)
            MOVE 0 TO WS-MR-UNIV-SESS(WS-MR-UIDX)
            MOVE 0 TO WS-MR-UNIV-EVALS(WS-MR-UIDX)
            MOVE 0 TO WS-MR-UNIV-SUM(WS-MR-UIDX)
            MOVE 0 TO WS-MR-UNIV-LOW(WS-MR-UIDX)
        ELSE
            MOVE 0 TO WS-MR-UIDX
        END-IF.

    7800-EVENT-ATTENDANCE.
        OPEN OUTPUT ATTENDANCE-REPORT-FILE

            DELIMITED BY SIZE INTO ATTENDANCE-REPORT-RECORD
        WRITE ATTENDANCE-REPORT-RECORD
        MOVE SPACES TO ATTENDANCE-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO ATTENDANCE-REPORT-RECORD
        WRITE ATTENDANCE-REPORT-RECORD
        MOVE SPACES TO ATTENDANCE-REPORT-RECORD
        WRITE ATTENDANCE-REPORT-RECORD

        MOVE "N" TO EV-EOF
                TO WS-TURNOUT-ATTEND(WS-TURNOUT-COUNT)
        END-IF.

    7850-EVENT-QUALITY-REPORT.
        OPEN OUTPUT QUALITY-REPORT-FILE
        IF CSV-EXPORTS = "Y"
            OPEN OUTPUT QUALITY-CSV-FILE
            MOVE "event,host,university,date,attended,responses,response_pct,avg_rating,low_rating"
                TO QUALITY-CSV-RECORD
            WRITE QUALITY-CSV-RECORD
        END-IF

        MOVE SPACES TO QUALITY-REPORT-RECORD
        STRING "InCollege event quality report - run "
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        MOVE SPACES TO QUALITY-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        MOVE SPACES TO QUALITY-REPORT-RECORD
        STRING "Events averaging below " EVENT-LOW-RATING
            " of 5 are flagged LOW RATING."
            DELIMITED BY SIZE INTO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        MOVE SPACES TO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        MOVE "By event:" TO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD

        MOVE 0 TO WS-EQ-EVENT-COUNT
        MOVE 0 TO WS-EQ-FLAGGED-COUNT
        MOVE 0 TO WS-EQ-HOST-COUNT
        MOVE 0 TO WS-EQ-UNIV-COUNT
        MOVE "N" TO EV-EOF
        MOVE "00" TO EV-FS
        OPEN INPUT EVENTS-FILE
        IF EV-FS NOT = "00"
            MOVE "  Events.dat not found - skipped."
                TO QUALITY-REPORT-RECORD
            WRITE QUALITY-REPORT-RECORD
        ELSE
            PERFORM UNTIL EV-EOF = "Y"
                READ EVENTS-FILE
                    AT END
                        MOVE "Y" TO EV-EOF
                    NOT AT END
                        IF EV-DATE < WS-TODAY-DATE
                            PERFORM 7855-REPORT-EVENT-QUALITY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EVENTS-FILE
        END-IF
        IF WS-EQ-EVENT-COUNT = 0
            MOVE "  No past events on record." TO QUALITY-REPORT-RECORD
            WRITE QUALITY-REPORT-RECORD
        END-IF

        MOVE SPACES TO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        MOVE "By host:" TO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        PERFORM VARYING WS-EQ-IDX FROM 1 BY 1
            UNTIL WS-EQ-IDX > WS-EQ-HOST-COUNT
            MOVE WS-EQ-HOST-NAME(WS-EQ-IDX) TO WS-EQ-G-NAME
            MOVE WS-EQ-HOST-ATTEND(WS-EQ-IDX) TO WS-EQ-G-ATTEND
            MOVE WS-EQ-HOST-RESP(WS-EQ-IDX) TO WS-EQ-G-RESP
            MOVE WS-EQ-HOST-SUM(WS-EQ-IDX) TO WS-EQ-G-SUM
            PERFORM 7880-WRITE-QUALITY-GROUP
        END-PERFORM
        IF WS-EQ-HOST-COUNT = 0
            MOVE "  (none)" TO QUALITY-REPORT-RECORD
            WRITE QUALITY-REPORT-RECORD
        END-IF

        MOVE SPACES TO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        MOVE "By university:" TO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        PERFORM VARYING WS-EQ-IDX FROM 1 BY 1
            UNTIL WS-EQ-IDX > WS-EQ-UNIV-COUNT
            MOVE WS-EQ-UNIV-NAME(WS-EQ-IDX) TO WS-EQ-G-NAME
            MOVE WS-EQ-UNIV-ATTEND(WS-EQ-IDX) TO WS-EQ-G-ATTEND
            MOVE WS-EQ-UNIV-RESP(WS-EQ-IDX) TO WS-EQ-G-RESP
            MOVE WS-EQ-UNIV-SUM(WS-EQ-IDX) TO WS-EQ-G-SUM
            PERFORM 7880-WRITE-QUALITY-GROUP
        END-PERFORM
        IF WS-EQ-UNIV-COUNT = 0
            MOVE "  (none)" TO QUALITY-REPORT-RECORD
            WRITE QUALITY-REPORT-RECORD
        END-IF

        MOVE SPACES TO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        MOVE SPACES TO QUALITY-REPORT-RECORD
        STRING "Past events: " WS-EQ-EVENT-COUNT
            "   Flagged low rating: " WS-EQ-FLAGGED-COUNT
            DELIMITED BY SIZE INTO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD

        CLOSE QUALITY-REPORT-FILE
        IF CSV-EXPORTS = "Y"
            CLOSE QUALITY-CSV-FILE
        END-IF.

    7855-REPORT-EVENT-QUALITY.
        ADD 1 TO WS-EQ-EVENT-COUNT
        PERFORM 7820-COUNT-EVENT-RSVPS
        PERFORM 7860-TALLY-EVENT-FEEDBACK

        MOVE "N" TO WS-EQ-FLAG
        MOVE 0 TO WS-EQ-AVG
        MOVE 0 TO WS-EQ-RESP-PCT
        IF WS-EQ-RESPONSES > 0
            COMPUTE WS-EQ-AVG ROUNDED =
                WS-EQ-RATING-SUM / WS-EQ-RESPONSES
            IF WS-EQ-AVG < EVENT-LOW-RATING
                MOVE "Y" TO WS-EQ-FLAG
                ADD 1 TO WS-EQ-FLAGGED-COUNT
            END-IF
        END-IF
        IF WS-EV-ATTEND-COUNT > 0
            COMPUTE WS-EQ-RESP-PCT =
                (WS-EQ-RESPONSES * 100) / WS-EV-ATTEND-COUNT
            IF WS-EQ-RESP-PCT > 100
                MOVE 100 TO WS-EQ-RESP-PCT
            END-IF
        END-IF
        MOVE WS-EQ-AVG TO WS-EQ-AVG-DISP

        MOVE SPACES TO QUALITY-REPORT-RECORD
        STRING "  " FUNCTION TRIM(EV-NAME)
            " (" FUNCTION TRIM(EV-UNIVERSITY)
            ", " EV-DATE ") host " FUNCTION TRIM(EV-HOST)
            DELIMITED BY SIZE INTO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD
        MOVE SPACES TO WS-EQ-LINE
        IF WS-EQ-RESPONSES > 0
            STRING "    " WS-EV-ATTEND-COUNT " attended, "
                WS-EQ-RESPONSES " rated (" WS-EQ-RESP-PCT
                "% response), " WS-EQ-SKIPPED " skipped, average "
                WS-EQ-AVG-DISP
                DELIMITED BY SIZE INTO WS-EQ-LINE
        ELSE
            STRING "    " WS-EV-ATTEND-COUNT " attended, no ratings yet, "
                WS-EQ-SKIPPED " skipped"
                DELIMITED BY SIZE INTO WS-EQ-LINE
        END-IF
        MOVE SPACES TO QUALITY-REPORT-RECORD
        IF WS-EQ-FLAG = "Y"
            STRING FUNCTION TRIM(WS-EQ-LINE TRAILING)
                "  ** LOW RATING **"
                DELIMITED BY SIZE INTO QUALITY-REPORT-RECORD
        ELSE
            MOVE WS-EQ-LINE TO QUALITY-REPORT-RECORD
        END-IF
        WRITE QUALITY-REPORT-RECORD

        IF WS-EQ-RESPONSES > 0
            PERFORM 7865-WRITE-EVENT-COMMENTS
        END-IF

        IF CSV-EXPORTS = "Y"
            MOVE SPACES TO QUALITY-CSV-RECORD
            STRING FUNCTION TRIM(EV-NAME)
                "," FUNCTION TRIM(EV-HOST)
                "," FUNCTION TRIM(EV-UNIVERSITY)
                "," EV-DATE
                "," WS-EV-ATTEND-COUNT
                "," WS-EQ-RESPONSES
                "," WS-EQ-RESP-PCT
                "," WS-EQ-AVG-DISP
                "," WS-EQ-FLAG
                DELIMITED BY SIZE INTO QUALITY-CSV-RECORD
            WRITE QUALITY-CSV-RECORD
        END-IF

        PERFORM 7870-TALLY-QUALITY-GROUPS.

    7860-TALLY-EVENT-FEEDBACK.
        MOVE 0 TO WS-EQ-RESPONSES
        MOVE 0 TO WS-EQ-SKIPPED
        MOVE 0 TO WS-EQ-RATING-SUM
        MOVE "N" TO EF-EOF
        MOVE "00" TO EF-FS
        OPEN INPUT EVENT-FEEDBACK-FILE
        IF EF-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EF-EOF = "Y"
            READ EVENT-FEEDBACK-FILE
                AT END
                    MOVE "Y" TO EF-EOF
                NOT AT END
                    IF FUNCTION TRIM(EF-EVENT) = FUNCTION TRIM(EV-NAME)
                        AND EF-RATING IS NUMERIC
                        IF EF-RATING = 0
                            ADD 1 TO WS-EQ-SKIPPED
                        ELSE
                            ADD 1 TO WS-EQ-RESPONSES
                            ADD EF-RATING TO WS-EQ-RATING-SUM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENT-FEEDBACK-FILE.

    7865-WRITE-EVENT-COMMENTS.
        MOVE "N" TO EF-EOF
        MOVE "00" TO EF-FS
        OPEN INPUT EVENT-FEEDBACK-FILE
        IF EF-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EF-EOF = "Y"
            READ EVENT-FEEDBACK-FILE
                AT END
                    MOVE "Y" TO EF-EOF
                NOT AT END
                    IF FUNCTION TRIM(EF-EVENT) = FUNCTION TRIM(EV-NAME)
                        AND EF-RATING IS NUMERIC
                        AND EF-RATING > 0
                        AND EF-COMMENT NOT = SPACES
                        MOVE SPACES TO QUALITY-REPORT-RECORD
                        STRING "      [" EF-RATING "] "
                            FUNCTION TRIM(EF-COMMENT)
                            DELIMITED BY SIZE INTO QUALITY-REPORT-RECORD
                        WRITE QUALITY-REPORT-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENT-FEEDBACK-FILE.

    7870-TALLY-QUALITY-GROUPS.
        MOVE "N" TO WS-EQ-FOUND
        PERFORM VARYING WS-EQ-IDX FROM 1 BY 1
            UNTIL WS-EQ-IDX > WS-EQ-HOST-COUNT
            OR WS-EQ-FOUND = "Y"
            IF FUNCTION TRIM(WS-EQ-HOST-NAME(WS-EQ-IDX))
                = FUNCTION TRIM(EV-HOST)
                ADD WS-EV-ATTEND-COUNT TO WS-EQ-HOST-ATTEND(WS-EQ-IDX)
                ADD WS-EQ-RESPONSES TO WS-EQ-HOST-RESP(WS-EQ-IDX)
                ADD WS-EQ-RATING-SUM TO WS-EQ-HOST-SUM(WS-EQ-IDX)
                MOVE "Y" TO WS-EQ-FOUND
            END-IF
        END-PERFORM
        IF WS-EQ-FOUND = "N" AND WS-EQ-HOST-COUNT < 50
            ADD 1 TO WS-EQ-HOST-COUNT
            MOVE FUNCTION TRIM(EV-HOST) TO WS-EQ-HOST-NAME(WS-EQ-HOST-COUNT)
            MOVE WS-EV-ATTEND-COUNT TO WS-EQ-HOST-ATTEND(WS-EQ-HOST-COUNT)
            MOVE WS-EQ-RESPONSES TO WS-EQ-HOST-RESP(WS-EQ-HOST-COUNT)
            MOVE WS-EQ-RATING-SUM TO WS-EQ-HOST-SUM(WS-EQ-HOST-COUNT)
        END-IF

        MOVE "N" TO WS-EQ-FOUND
        PERFORM VARYING WS-EQ-IDX FROM 1 BY 1
            UNTIL WS-EQ-IDX > WS-EQ-UNIV-COUNT
            OR WS-EQ-FOUND = "Y"
            IF FUNCTION TRIM(WS-EQ-UNIV-NAME(WS-EQ-IDX))
                = FUNCTION TRIM(EV-UNIVERSITY)
                ADD WS-EV-ATTEND-COUNT TO WS-EQ-UNIV-ATTEND(WS-EQ-IDX)
                ADD WS-EQ-RESPONSES TO WS-EQ-UNIV-RESP(WS-EQ-IDX)
                ADD WS-EQ-RATING-SUM TO WS-EQ-UNIV-SUM(WS-EQ-IDX)
                MOVE "Y" TO WS-EQ-FOUND
            END-IF
        END-PERFORM
        IF WS-EQ-FOUND = "N" AND WS-EQ-UNIV-COUNT < 50
            ADD 1 TO WS-EQ-UNIV-COUNT
            MOVE FUNCTION TRIM(EV-UNIVERSITY)
                TO WS-EQ-UNIV-NAME(WS-EQ-UNIV-COUNT)
            MOVE WS-EV-ATTEND-COUNT TO WS-EQ-UNIV-ATTEND(WS-EQ-UNIV-COUNT)
            MOVE WS-EQ-RESPONSES TO WS-EQ-UNIV-RESP(WS-EQ-UNIV-COUNT)
            MOVE WS-EQ-RATING-SUM TO WS-EQ-UNIV-SUM(WS-EQ-UNIV-COUNT)
        END-IF.

    7880-WRITE-QUALITY-GROUP.
        MOVE 0 TO WS-EQ-AVG
        MOVE 0 TO WS-EQ-RESP-PCT
        IF WS-EQ-G-RESP > 0
            COMPUTE WS-EQ-AVG ROUNDED = WS-EQ-G-SUM / WS-EQ-G-RESP
        END-IF
        IF WS-EQ-G-ATTEND > 0
            COMPUTE WS-EQ-RESP-PCT =
                (WS-EQ-G-RESP * 100) / WS-EQ-G-ATTEND
            IF WS-EQ-RESP-PCT > 100
                MOVE 100 TO WS-EQ-RESP-PCT
            END-IF
        END-IF
        MOVE WS-EQ-AVG TO WS-EQ-AVG-DISP
        MOVE SPACES TO QUALITY-REPORT-RECORD
        STRING "  " FUNCTION TRIM(WS-EQ-G-NAME)
            ": " WS-EQ-G-ATTEND " attended, "
            WS-EQ-G-RESP " rated (" WS-EQ-RESP-PCT
            "% response), average " WS-EQ-AVG-DISP
            DELIMITED BY SIZE INTO QUALITY-REPORT-RECORD
        WRITE QUALITY-REPORT-RECORD.

    7900-PLACEMENTS-REPORT.
        OPEN OUTPUT PLACEMENT-REPORT-FILE

            DELIMITED BY SIZE INTO PLACEMENT-REPORT-RECORD
        WRITE PLACEMENT-REPORT-RECORD
        MOVE SPACES TO PLACEMENT-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO PLACEMENT-REPORT-RECORD
        WRITE PLACEMENT-REPORT-RECORD
        MOVE SPACES TO PLACEMENT-REPORT-RECORD
        WRITE PLACEMENT-REPORT-RECORD

        MOVE "N" TO PLAC-EOF
            WRITE PLACEMENT-REPORT-RECORD
        END-IF

        PERFORM 7930-COMPENSATION-BY-MAJOR

        CLOSE PLACEMENT-REPORT-FILE.

    7930-COMPENSATION-BY-MAJOR.
        MOVE SPACES TO PLACEMENT-REPORT-RECORD
        WRITE PLACEMENT-REPORT-RECORD
        MOVE "Compensation by major (accepted offers):"
            TO PLACEMENT-REPORT-RECORD
        WRITE PLACEMENT-REPORT-RECORD

        MOVE "N" TO OFR-EOF
        MOVE "00" TO OFR-FS
        OPEN INPUT OFFER-FILE
        IF OFR-FS NOT = "00"
            MOVE "  Offers.dat not found - no offers recorded yet."
                TO PLACEMENT-REPORT-RECORD
            WRITE PLACEMENT-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL OFR-EOF = "Y"
            READ OFFER-FILE
                AT END
                    MOVE "Y" TO OFR-EOF
                NOT AT END
                    IF OF-STATUS = "A"
                        ADD 1 TO WS-COMP-OFFER-COUNT
                        PERFORM 7940-TALLY-ONE-OFFER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OFFER-FILE

        IF WS-COMPMAJ-COUNT = 0
            MOVE "  No accepted offers." TO PLACEMENT-REPORT-RECORD
            WRITE PLACEMENT-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF

        PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
            UNTIL WS-TALLY-IDX > WS-COMPMAJ-COUNT
            MOVE 0 TO WS-COMP-AVG-SALARY
            MOVE 0 TO WS-COMP-AVG-HOURLY
            IF WS-COMPMAJ-SAL-CNT(WS-TALLY-IDX) > 0
                COMPUTE WS-COMP-AVG-SALARY ROUNDED =
                    WS-COMPMAJ-SAL-TOTAL(WS-TALLY-IDX)
                    / WS-COMPMAJ-SAL-CNT(WS-TALLY-IDX)
            END-IF
            IF WS-COMPMAJ-HR-CNT(WS-TALLY-IDX) > 0
                COMPUTE WS-COMP-AVG-HOURLY ROUNDED =
                    WS-COMPMAJ-HR-TOTAL(WS-TALLY-IDX)
                    / WS-COMPMAJ-HR-CNT(WS-TALLY-IDX)
            END-IF
            MOVE WS-COMP-AVG-SALARY TO WS-COMP-SALARY-DISP
            MOVE WS-COMP-AVG-HOURLY TO WS-COMP-HOURLY-DISP
            MOVE SPACES TO PLACEMENT-REPORT-RECORD
            STRING "  " FUNCTION TRIM(WS-COMPMAJ-NAME(WS-TALLY-IDX))
                ": salaried " WS-COMPMAJ-SAL-CNT(WS-TALLY-IDX)
                " avg " FUNCTION TRIM(WS-COMP-SALARY-DISP) "/yr"
                ", hourly " WS-COMPMAJ-HR-CNT(WS-TALLY-IDX)
                " avg " FUNCTION TRIM(WS-COMP-HOURLY-DISP) "/hr"
                DELIMITED BY SIZE INTO PLACEMENT-REPORT-RECORD
            WRITE PLACEMENT-REPORT-RECORD
        END-PERFORM

        MOVE SPACES TO PLACEMENT-REPORT-RECORD
        STRING "Accepted offers summarised: " WS-COMP-OFFER-COUNT
            DELIMITED BY SIZE INTO PLACEMENT-REPORT-RECORD
        WRITE PLACEMENT-REPORT-RECORD.

    7940-TALLY-ONE-OFFER.
        PERFORM 7945-LOOKUP-OFFER-PROFILE
        IF WS-PLACE-PROF-FOUND = "Y"
            MOVE FUNCTION TRIM(PR-MAJOR) TO WS-COMPMAJ-NAME-IN
        ELSE
            MOVE "(no profile)" TO WS-COMPMAJ-NAME-IN
        END-IF
        IF WS-COMPMAJ-NAME-IN = SPACES
            MOVE "(no major)" TO WS-COMPMAJ-NAME-IN
        END-IF

        MOVE "N" TO WS-TALLY-FOUND
        PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
            UNTIL WS-TALLY-IDX > WS-COMPMAJ-COUNT OR WS-TALLY-FOUND = "Y"
            IF WS-COMPMAJ-NAME(WS-TALLY-IDX) = WS-COMPMAJ-NAME-IN
                MOVE "Y" TO WS-TALLY-FOUND
            END-IF
        END-PERFORM
        IF WS-TALLY-FOUND = "Y"
            SUBTRACT 1 FROM WS-TALLY-IDX
        ELSE
            IF WS-COMPMAJ-COUNT >= 50
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-COMPMAJ-COUNT
            MOVE WS-COMPMAJ-COUNT TO WS-TALLY-IDX
            MOVE WS-COMPMAJ-NAME-IN TO WS-COMPMAJ-NAME(WS-TALLY-IDX)
            MOVE 0 TO WS-COMPMAJ-SAL-CNT(WS-TALLY-IDX)
            MOVE 0 TO WS-COMPMAJ-SAL-TOTAL(WS-TALLY-IDX)
            MOVE 0 TO WS-COMPMAJ-HR-CNT(WS-TALLY-IDX)
            MOVE 0 TO WS-COMPMAJ-HR-TOTAL(WS-TALLY-IDX)
        END-IF

        IF OF-PAY-TYPE = "H"
            ADD 1 TO WS-COMPMAJ-HR-CNT(WS-TALLY-IDX)
            ADD OF-PAY-AMOUNT TO WS-COMPMAJ-HR-TOTAL(WS-TALLY-IDX)
        ELSE
            ADD 1 TO WS-COMPMAJ-SAL-CNT(WS-TALLY-IDX)
            ADD OF-PAY-AMOUNT TO WS-COMPMAJ-SAL-TOTAL(WS-TALLY-IDX)
        END-IF.

    7945-LOOKUP-OFFER-PROFILE.
        MOVE "N" TO WS-PLACE-PROF-FOUND
        MOVE "00" TO PROF-FS
        OPEN INPUT PROFILE-FILE
        IF PROF-FS = "00"
            MOVE OF-STUDENT TO PR-USERNAME
            START PROFILE-FILE KEY IS = PR-USERNAME
                INVALID KEY CONTINUE
            END-START
            IF PROF-FS = "00"
                READ PROFILE-FILE NEXT
                IF PROF-FS = "00"
                    MOVE "Y" TO WS-PLACE-PROF-FOUND
                END-IF
            END-IF
            CLOSE PROFILE-FILE
        END-IF.

    7910-TALLY-ONE-PLACEMENT.
        MOVE "N" TO WS-TALLY-FOUND
        PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
            DELIMITED BY SIZE INTO SPAM-REPORT-RECORD
        WRITE SPAM-REPORT-RECORD
        MOVE SPACES TO SPAM-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO SPAM-REPORT-RECORD
        WRITE SPAM-REPORT-RECORD
        MOVE SPACES TO SPAM-REPORT-RECORD
        WRITE SPAM-REPORT-RECORD

        MOVE "N" TO CRL-EOF
            DELIMITED BY SIZE INTO AGREEMENT-REPORT-RECORD
        WRITE AGREEMENT-REPORT-RECORD
        MOVE SPACES TO AGREEMENT-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO AGREEMENT-REPORT-RECORD
        WRITE AGREEMENT-REPORT-RECORD
        MOVE SPACES TO AGREEMENT-REPORT-RECORD
        WRITE AGREEMENT-REPORT-RECORD

        MOVE "N" TO EA-EOF

        CLOSE AGREEMENT-REPORT-FILE.

    7975-CONSENT-REPORT.
        OPEN OUTPUT CONSENT-REPORT-FILE

        MOVE SPACES TO CONSENT-REPORT-RECORD
        STRING "InCollege policy consent report - run "
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            " (current version " FUNCTION TRIM(POLICY-VERSION) ")"
            DELIMITED BY SIZE INTO CONSENT-REPORT-RECORD
        WRITE CONSENT-REPORT-RECORD
        MOVE SPACES TO CONSENT-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO CONSENT-REPORT-RECORD
        WRITE CONSENT-REPORT-RECORD
        MOVE SPACES TO CONSENT-REPORT-RECORD
        WRITE CONSENT-REPORT-RECORD

        MOVE 0 TO WS-CONSENT-MISSING
        IF POLICY-VERSION = SPACES
            MOVE "  No POLICY-VERSION configured - skipped."
                TO CONSENT-REPORT-RECORD
            WRITE CONSENT-REPORT-RECORD
            CLOSE CONSENT-REPORT-FILE
            EXIT PARAGRAPH
        END-IF

        PERFORM 7976-LOAD-CONSENTS

        IF WS-ACCOUNT-FILE-OK = "Y"
            CLOSE ACCOUNT-FILE
            OPEN INPUT ACCOUNT-FILE
            MOVE "N" TO ACC-EOF-FLAG
            PERFORM UNTIL ACC-EOF-FLAG = "Y"
                READ ACCOUNT-FILE NEXT
                    AT END
                        MOVE "Y" TO ACC-EOF-FLAG
                    NOT AT END
                        IF ACC-DEACTIVATED NOT = "Y"
                            AND ACC-ACCOUNT-TYPE NOT = "A"
                            PERFORM 7977-CHECK-ONE-CONSENT
                        END-IF
                END-READ
            END-PERFORM
        ELSE
            MOVE "  Accounts.dat not available - skipped."
                TO CONSENT-REPORT-RECORD
            WRITE CONSENT-REPORT-RECORD
        END-IF

        MOVE SPACES TO CONSENT-REPORT-RECORD
        WRITE CONSENT-REPORT-RECORD
        MOVE SPACES TO CONSENT-REPORT-RECORD
        STRING "Accounts that have not accepted the current version: "
            WS-CONSENT-MISSING
            DELIMITED BY SIZE INTO CONSENT-REPORT-RECORD
        WRITE CONSENT-REPORT-RECORD
        IF WS-CNSTAB-OVERFLOW > 0
            MOVE SPACES TO CONSENT-REPORT-RECORD
            STRING "  NOTE: " WS-CNSTAB-OVERFLOW
                " member(s) beyond the first 500 in Consent.dat"
                " were not tallied."
                DELIMITED BY SIZE INTO CONSENT-REPORT-RECORD
            WRITE CONSENT-REPORT-RECORD
        END-IF

        CLOSE CONSENT-REPORT-FILE.

    7976-LOAD-CONSENTS.
        MOVE 0 TO WS-CNSTAB-COUNT
        MOVE 0 TO WS-CNSTAB-OVERFLOW
        MOVE "N" TO CNS-EOF
        OPEN INPUT CONSENT-FILE
        IF CNS-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL CNS-EOF = "Y"
            READ CONSENT-FILE
                AT END
                    MOVE "Y" TO CNS-EOF
                NOT AT END
                    MOVE "N" TO WS-CNSTAB-FOUND
                    PERFORM VARYING WS-CNSTAB-IDX FROM 1 BY 1
                        UNTIL WS-CNSTAB-IDX > WS-CNSTAB-COUNT
                        OR WS-CNSTAB-FOUND = "Y"
                        IF WS-CNSTAB-USER(WS-CNSTAB-IDX) = CNS-USERNAME
                            MOVE "Y" TO WS-CNSTAB-FOUND
                        END-IF
                    END-PERFORM
                    IF WS-CNSTAB-FOUND = "Y"
                        SUBTRACT 1 FROM WS-CNSTAB-IDX
                    ELSE
                        IF WS-CNSTAB-COUNT < 500
                            ADD 1 TO WS-CNSTAB-COUNT
                            MOVE WS-CNSTAB-COUNT TO WS-CNSTAB-IDX
                            MOVE CNS-USERNAME
                                TO WS-CNSTAB-USER(WS-CNSTAB-IDX)
                            MOVE SPACE TO WS-CNSTAB-DECISION(WS-CNSTAB-IDX)
                            MOVE 0 TO WS-CNSTAB-DATE(WS-CNSTAB-IDX)
                            MOVE SPACES TO WS-CNSTAB-LAST-VER(WS-CNSTAB-IDX)
                            MOVE "Y" TO WS-CNSTAB-FOUND
                        ELSE
                            ADD 1 TO WS-CNSTAB-OVERFLOW
                        END-IF
                    END-IF
                    IF WS-CNSTAB-FOUND = "Y"
                        IF CNS-VERSION = POLICY-VERSION
                            MOVE CNS-DECISION
                                TO WS-CNSTAB-DECISION(WS-CNSTAB-IDX)
                            MOVE CNS-DATE TO WS-CNSTAB-DATE(WS-CNSTAB-IDX)
                        END-IF
                        IF CNS-DECISION = "A"
                            MOVE CNS-VERSION
                                TO WS-CNSTAB-LAST-VER(WS-CNSTAB-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONSENT-FILE.

    7977-CHECK-ONE-CONSENT.
        MOVE "N" TO WS-CNSTAB-FOUND
        PERFORM VARYING WS-CNSTAB-IDX FROM 1 BY 1
            UNTIL WS-CNSTAB-IDX > WS-CNSTAB-COUNT
            OR WS-CNSTAB-FOUND = "Y"
            IF WS-CNSTAB-USER(WS-CNSTAB-IDX) = ACC-USERNAME
                MOVE "Y" TO WS-CNSTAB-FOUND
            END-IF
        END-PERFORM

        MOVE SPACES TO CONSENT-REPORT-RECORD
        IF WS-CNSTAB-FOUND = "Y"
            SUBTRACT 1 FROM WS-CNSTAB-IDX
            IF WS-CNSTAB-DECISION(WS-CNSTAB-IDX) = "A"
                EXIT PARAGRAPH
            END-IF
            IF WS-CNSTAB-LAST-VER(WS-CNSTAB-IDX) = SPACES
                MOVE "none" TO WS-CNSTAB-LAST-VER(WS-CNSTAB-IDX)
            END-IF
            IF WS-CNSTAB-DECISION(WS-CNSTAB-IDX) = "D"
                STRING "  " ACC-USERNAME " declined on "
                    WS-CNSTAB-DATE(WS-CNSTAB-IDX)
                    "  (last accepted: "
                    FUNCTION TRIM(WS-CNSTAB-LAST-VER(WS-CNSTAB-IDX)) ")"
                    DELIMITED BY SIZE INTO CONSENT-REPORT-RECORD
            ELSE
                STRING "  " ACC-USERNAME " not yet answered"
                    "  (last accepted: "
                    FUNCTION TRIM(WS-CNSTAB-LAST-VER(WS-CNSTAB-IDX)) ")"
                    DELIMITED BY SIZE INTO CONSENT-REPORT-RECORD
            END-IF
        ELSE
            STRING "  " ACC-USERNAME " not yet answered"
                "  (last accepted: none)"
                DELIMITED BY SIZE INTO CONSENT-REPORT-RECORD
        END-IF
        ADD 1 TO WS-CONSENT-MISSING
        WRITE CONSENT-REPORT-RECORD.

    7980-CHECK-ONE-AGREEMENT.
        IF EA-EXPIRY IS NUMERIC AND EA-EXPIRY NOT = 0
            COMPUTE WS-AGR-DAYS-LEFT =
            DELIMITED BY SIZE INTO JOB-MARKET-REPORT-RECORD
        WRITE JOB-MARKET-REPORT-RECORD
        MOVE SPACES TO JOB-MARKET-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO JOB-MARKET-REPORT-RECORD
        WRITE JOB-MARKET-REPORT-RECORD
        MOVE SPACES TO JOB-MARKET-REPORT-RECORD
        WRITE JOB-MARKET-REPORT-RECORD

        PERFORM 7991-LOAD-POSTINGS
                NOT AT END
                    IF WS-JM-POST-COUNT < 100
                        ADD 1 TO WS-JM-POST-COUNT
                        MOVE JOB-REQ-NUM
                            TO WS-JM-P-REQ(WS-JM-POST-COUNT)
                        MOVE JOB-TITLE
                            TO WS-JM-P-TITLE(WS-JM-POST-COUNT)
                        MOVE JOB-COMPANY

        PERFORM VARYING WS-JM-POST-IDX FROM 1 BY 1
            UNTIL WS-JM-POST-IDX > WS-JM-POST-COUNT
            IF WS-JM-P-REQ(WS-JM-POST-IDX) = APP-REQ-NUM
                AND FUNCTION TRIM(WS-JM-P-POSTER(WS-JM-POST-IDX))
                    = FUNCTION TRIM(APP-POSTED-BY)
                ADD 1 TO WS-JM-P-APPS(WS-JM-POST-IDX)
                AT END
                    MOVE "Y" TO APPL-EOF
                NOT AT END
                    IF APP-REQ-NUM = XJ-REQ-NUM
                        AND FUNCTION TRIM(APP-POSTED-BY) =
                            FUNCTION TRIM(XJ-POSTED-BY)
                        ADD 1 TO WS-JM-XJ-APPS
