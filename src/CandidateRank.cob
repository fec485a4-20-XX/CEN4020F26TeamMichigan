            SELECT ENDORSEMENTS-FILE ASSIGN TO 'Endorsements.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ENDO-FS.
            SELECT REFERRAL-FILE ASSIGN TO 'Referrals.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RF-FS.
            SELECT RANK-REPORT-FILE ASSIGN TO 'CandidateRankReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
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

        FD PROFILE-FILE.
        01 PROFILE-RECORD.
            05 END-TEXT          PIC X(160).
            05 END-DATE          PIC 9(8).

        FD REFERRAL-FILE.
        01 REFERRAL-RECORD.
            05 RF-STUDENT        PIC X(20).
            05 RF-REFERRER       PIC X(20).
            05 RF-REQ-NUM        PIC 9(8).
            05 RF-JOB-TITLE      PIC X(40).
            05 RF-COMPANY        PIC X(40).
            05 RF-STATUS         PIC X.
            05 RF-NOTE           PIC X(100).
            05 RF-REQ-DATE       PIC 9(8).
            05 RF-RESP-DATE      PIC 9(8).

        FD RANK-REPORT-FILE.
        01 RANK-REPORT-RECORD    PIC X(132).

        77 PROF-FS     PIC XX VALUE "00".
        77 LP-FS       PIC XX VALUE "00".
        77 ENDO-FS     PIC XX VALUE "00".
        77 RF-FS       PIC XX VALUE "00".
        77 CONFIG-FS   PIC XX VALUE "00".
        77 LOCK-FS     PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 JOB-EOF     PIC X VALUE "N".
        77 APPL-EOF    PIC X VALUE "N".
        77 LP-EOF      PIC X VALUE "N".
        77 ENDO-EOF    PIC X VALUE "N".
        77 RF-EOF      PIC X VALUE "N".
        77 WS-PROFILE-FOUND     PIC X VALUE "N".
        77 WS-POSTING-COUNT     PIC 9(5) VALUE 0.
        77 WS-APPLICANT-COUNT   PIC 9(5) VALUE 0.
        77 WS-SKILL-POINTS      PIC 9(3) VALUE 0.
        77 WS-ENDO-POINTS       PIC 9(3) VALUE 0.
        77 WS-MAJOR-POINTS      PIC 9(3) VALUE 0.
        77 WS-REFERRAL-POINTS   PIC 9(3) VALUE 0.
        77 REFERRAL-BOOST       PIC 9(3) VALUE 10.
        77 COMPLETE-WEIGHT-BASE  PIC 9(3) VALUE 40.
        77 COMPLETE-WEIGHT-ABOUT PIC 9(3) VALUE 20.
        77 COMPLETE-WEIGHT-EXP   PIC 9(3) VALUE 20.
        77 COMPLETE-WEIGHT-EDU   PIC 9(3) VALUE 20.
        77 WS-CONFIG-KEY        PIC X(24).
        77 WS-CONFIG-VALUE      PIC X(20).
        77 WS-CONFIG-EQ         PIC 9(2) VALUE 0.
        77 WS-RANK-COUNT        PIC 9(3) VALUE 0.
                10 WS-RANK-SKILLS   PIC 9(3).
                10 WS-RANK-ENDOS    PIC 9(3).
                10 WS-RANK-COMP     PIC 9(3).
                10 WS-RANK-SCREEN   PIC X(11).
                10 WS-RANK-REFERRAL PIC 9(3).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-RANK-ALL-POSTINGS
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
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO RANK-REPORT-RECORD
        WRITE RANK-REPORT-RECORD
        MOVE SPACES TO RANK-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO RANK-REPORT-RECORD
        WRITE RANK-REPORT-RECORD
        MOVE "Score = major match (30) + skills (5 each, max 25) + endorsements (2 each, max 20) + completeness/4 + referral boost"
            TO RANK-REPORT-RECORD
        WRITE RANK-REPORT-RECORD
        MOVE SPACES TO RANK-REPORT-RECORD
        STRING "Referral boost for candidates with an accepted referral: "
            REFERRAL-BOOST
            DELIMITED BY SIZE INTO RANK-REPORT-RECORD
        WRITE RANK-REPORT-RECORD
        MOVE SPACES TO RANK-REPORT-RECORD
        WRITE RANK-REPORT-RECORD.

    1100-LOAD-CONFIG.
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO COMPLETE-WEIGHT-EXP
            WHEN "COMPLETE-WEIGHT-EDU"
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO COMPLETE-WEIGHT-EDU
            WHEN "REFERRAL-BOOST"
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO REFERRAL-BOOST
        END-EVALUATE.

    2000-RANK-ALL-POSTINGS.
                    AT END
                        MOVE "Y" TO APPL-EOF
                    NOT AT END
                        IF APP-REQ-NUM = JOB-REQ-NUM
                            AND FUNCTION TRIM(APP-POSTED-BY) =
                                FUNCTION TRIM(JOB-POSTED-BY)
                            ADD 1 TO WS-APPLICANT-COUNT
        END-IF

        MOVE SPACES TO RANK-REPORT-RECORD
        STRING "Posting: Req #" JOB-REQ-NUM " "
            FUNCTION TRIM(JOB-TITLE)
            " at " FUNCTION TRIM(JOB-COMPANY)
            " (recruiter " FUNCTION TRIM(JOB-POSTED-BY) ")"
            DELIMITED BY SIZE INTO RANK-REPORT-RECORD
                    " (major " WS-RANK-MAJOR(WS-RANK-IDX)
                    ", skills " WS-RANK-SKILLS(WS-RANK-IDX)
                    ", endorsements " WS-RANK-ENDOS(WS-RANK-IDX)
                    ", profile " WS-RANK-COMP(WS-RANK-IDX)
                    ", referral " WS-RANK-REFERRAL(WS-RANK-IDX) ")"
                    " screening " FUNCTION TRIM(WS-RANK-SCREEN(WS-RANK-IDX))
                    DELIMITED BY SIZE INTO RANK-REPORT-RECORD
                WRITE RANK-REPORT-RECORD
            END-PERFORM
        MOVE 0 TO WS-SKILL-POINTS
        MOVE 0 TO WS-ENDO-POINTS
        MOVE 0 TO WS-COMP-POINTS
        MOVE 0 TO WS-REFERRAL-POINTS

        PERFORM 3100-LOOKUP-PROFILE
        IF WS-PROFILE-FOUND = "Y"
        END-IF
        PERFORM 3300-SCORE-SKILLS
        PERFORM 3400-SCORE-ENDORSEMENTS
        PERFORM 3600-SCORE-REFERRAL

        COMPUTE WS-CAND-SCORE = WS-MAJOR-POINTS + WS-SKILL-POINTS
            + WS-ENDO-POINTS + WS-COMP-POINTS + WS-REFERRAL-POINTS
            ON SIZE ERROR
                MOVE 999 TO WS-CAND-SCORE
        END-COMPUTE.

    3100-LOOKUP-PROFILE.
        MOVE "N" TO WS-PROFILE-FOUND
        END-IF
        COMPUTE WS-COMP-POINTS = WS-COMP-SCORE / 4.

    3600-SCORE-REFERRAL.
        MOVE "N" TO RF-EOF
        MOVE "00" TO RF-FS
        OPEN INPUT REFERRAL-FILE
        IF RF-FS = "00"
            PERFORM UNTIL RF-EOF = "Y"
                READ REFERRAL-FILE
                    AT END
                        MOVE "Y" TO RF-EOF
                    NOT AT END
                        IF RF-STATUS = "A"
                            AND RF-REQ-NUM = APP-REQ-NUM
                            AND FUNCTION TRIM(RF-STUDENT) =
                                FUNCTION TRIM(APP-USERNAME)
                            MOVE REFERRAL-BOOST TO WS-REFERRAL-POINTS
                            MOVE "Y" TO RF-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REFERRAL-FILE
        END-IF.

    3900-INSERT-RANKED.
        MOVE 0 TO WS-RANK-SLOT
        PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
        MOVE WS-MAJOR-POINTS TO WS-RANK-MAJOR(WS-RANK-SLOT)
        MOVE WS-SKILL-POINTS TO WS-RANK-SKILLS(WS-RANK-SLOT)
        MOVE WS-ENDO-POINTS TO WS-RANK-ENDOS(WS-RANK-SLOT)
        MOVE WS-COMP-POINTS TO WS-RANK-COMP(WS-RANK-SLOT)
        MOVE WS-REFERRAL-POINTS TO WS-RANK-REFERRAL(WS-RANK-SLOT)
        EVALUATE APP-SCREEN-RESULT
            WHEN "P"
                MOVE "passed" TO WS-RANK-SCREEN(WS-RANK-SLOT)
            WHEN "K"
                MOVE "knocked out" TO WS-RANK-SCREEN(WS-RANK-SLOT)
            WHEN OTHER
                MOVE "none" TO WS-RANK-SCREEN(WS-RANK-SLOT)
        END-EVALUATE.

    9000-FINISH.
        MOVE SPACES TO RANK-REPORT-RECORD
