            SELECT RECRUITER-EMP-FILE ASSIGN TO 'RecruiterEmployers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REAF-FS.
            SELECT SAVED-SEARCH-FILE ASSIGN TO 'SavedSearches.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SS-FS.
            SELECT JOB-DIGEST-FILE ASSIGN TO 'JobDigest.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DG-FS.
            SELECT REFERRAL-FILE ASSIGN TO 'Referrals.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RF-FS.
            SELECT OFFER-FILE ASSIGN TO 'Offers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OFR-FS.
            SELECT JOB-REVIEW-FILE ASSIGN TO 'JobReview.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JR-FS.
            SELECT MODERATION-FILE ASSIGN TO 'ModerationCases.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MOD-FS.
            SELECT NOTIFY-PREFS-FILE ASSIGN TO 'NotifyPrefs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NP-FS.
            SELECT CONSENT-FILE ASSIGN TO 'Consent.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CNS-FS.
            SELECT PWD-HISTORY-FILE ASSIGN TO 'PasswordHistory.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PH-FS.
            SELECT APP-MESSAGES-FILE ASSIGN TO 'AppMessages.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AM-FS.
            SELECT INTRO-FILE ASSIGN TO 'Introductions.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS IR-FS.
            SELECT PROFILE-VIEW-FILE ASSIGN TO 'ProfileViews.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PVW-FS.
            SELECT EVENT-FEEDBACK-FILE ASSIGN TO 'EventFeedback.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EF-FS.
            SELECT EVENTS-FILE ASSIGN TO 'Events.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EV-FS.
            SELECT CASELOAD-FILE ASSIGN TO 'AdvisorCaseloads.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CL-FS.
            SELECT ADVISING-NOTES-FILE ASSIGN TO 'AdvisingNotes.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AN-FS.
            SELECT MENTOR-SESSION-FILE ASSIGN TO 'MentorSessions.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MSN-FS.
            SELECT MENTOR-EVAL-FILE ASSIGN TO 'MentorEvaluations.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MEV-FS.
            SELECT REG-LEDGER-FILE ASSIGN TO 'RegistrarLedger.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RL-FS.
            SELECT PURGE-TEMP ASSIGN TO 'Purge.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
            SELECT EXPECTED-SHRINK-FILE ASSIGN TO 'ExpectedShrinks.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ES-FS.
            SELECT WAREHOUSE-ERASURE-FILE ASSIGN TO 'WarehouseErasures.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WE-FS.

DATA DIVISION.
    FILE SECTION.
            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD JOBS-FILE.
        01 JOBS-RECORD.
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

        FD MESSAGES-FILE.
        01 MESSAGES-RECORD.
            05 INT-LOCATION      PIC X(40).
            05 INT-STATUS        PIC X(12).
            05 INT-ALT-DATE      PIC 9(8).
            05 INT-REQ-NUM       PIC 9(8).

        FD GROUP-POSTS-FILE.
        01 GROUP-POSTS-RECORD.
            05 PL-APP-DATE       PIC 9(8).
            05 PL-OFFER-DATE     PIC 9(8).
            05 PL-START-DATE     PIC 9(8).
            05 PL-REQ-NUM        PIC 9(8).

        FD BLOCKS-FILE.
        01 BLOCKS-RECORD.
            05 RE-APPROVED     PIC X.
            05 RE-DATE         PIC 9(8).

        FD SAVED-SEARCH-FILE.
        01 SAVED-SEARCH-RECORD.
            05 SS-USERNAME     PIC X(20).
            05 SS-NAME         PIC X(20).
            05 SS-KEYWORD      PIC X(40).
            05 SS-LOCATION     PIC X(40).
            05 SS-COMPANY      PIC X(40).
            05 SS-CREATED      PIC 9(8).
            05 SS-LAST-RUN     PIC 9(8).

        FD JOB-DIGEST-FILE.
        01 JOB-DIGEST-RECORD.
            05 DG-USERNAME     PIC X(20).
            05 DG-DATE         PIC 9(8).
            05 DG-SEARCH-NAME  PIC X(20).
            05 DG-REQ-NUM      PIC 9(8).
            05 DG-TITLE        PIC X(40).
            05 DG-COMPANY      PIC X(40).
            05 DG-LOCATION     PIC X(40).

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

        FD JOB-REVIEW-FILE.
        01 JOB-REVIEW-RECORD.
            05 JR-REQ-NUM        PIC 9(8).
            05 JR-STATUS         PIC X.
            05 JR-POSTED-BY      PIC X(20).
            05 JR-REST           PIC X(234).

        FD MODERATION-FILE.
        01 MODERATION-RECORD.
            05 MC-CASE-NUM       PIC 9(8).
            05 MC-STATUS         PIC X.
            05 MC-ITEM-TYPE      PIC X.
            05 MC-REPORTER       PIC X(20).
            05 MC-AUTHOR         PIC X(20).
            05 MC-REST           PIC X(287).

        FD NOTIFY-PREFS-FILE.
        01 NOTIFY-PREFS-RECORD.
            05 NP-USERNAME       PIC X(20).
            05 NP-REST           PIC X(90).

        FD CONSENT-FILE.
        01 CONSENT-RECORD.
            05 CNS-USERNAME      PIC X(20).
            05 CNS-REST          PIC X(23).

        FD PWD-HISTORY-FILE.
        01 PWD-HISTORY-RECORD.
            05 PH-USERNAME       PIC X(20).
            05 PH-REST           PIC X(28).

        FD APP-MESSAGES-FILE.
        01 APP-MESSAGES-RECORD.
            05 AM-REQ-NUM        PIC 9(8).
            05 AM-STUDENT        PIC X(20).
            05 AM-RECRUITER      PIC X(20).
            05 AM-REST           PIC X(235).

        FD INTRO-FILE.
        01 INTRO-RECORD.
            05 IR-REQUESTER      PIC X(20).
            05 IR-INTERMEDIARY   PIC X(20).
            05 IR-TARGET         PIC X(20).
            05 IR-REST           PIC X(197).

        FD PROFILE-VIEW-FILE.
        01 PROFILE-VIEW-RECORD.
            05 PVW-VIEWER        PIC X(20).
            05 PVW-VIEWED        PIC X(20).
            05 PVW-REST          PIC X(24).

        FD EVENT-FEEDBACK-FILE.
        01 EVENT-FEEDBACK-RECORD.
            05 EF-EVENT          PIC X(40).
            05 EF-USER           PIC X(20).
            05 EF-REST           PIC X(109).

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

        FD CASELOAD-FILE.
        01 CASELOAD-RECORD.
            05 CL-ADVISOR        PIC X(20).
            05 CL-REST           PIC X(70).

        FD ADVISING-NOTES-FILE.
        01 ADVISING-NOTES-RECORD.
            05 AN-STUDENT        PIC X(20).
            05 AN-ADVISOR        PIC X(20).
            05 AN-REST           PIC X(108).

        FD MENTOR-SESSION-FILE.
        01 MENTOR-SESSION-RECORD.
            05 MSN-MENTOR        PIC X(20).
            05 MSN-STUDENT       PIC X(20).
            05 MSN-REST          PIC X(91).

        FD MENTOR-EVAL-FILE.
        01 MENTOR-EVAL-RECORD.
            05 MEV-MENTOR        PIC X(20).
            05 MEV-STUDENT       PIC X(20).
            05 MEV-REST          PIC X(138).

        FD REG-LEDGER-FILE.
        01 REG-LEDGER-RECORD.
            05 RL-PREFIX         PIC X(62).
            05 RL-USERNAME       PIC X(20).
            05 RL-REST           PIC X(83).

        FD PURGE-TEMP.
        01 PURGE-TEMP-RECORD    PIC X(500).

            05 ES-FILE-NAME    PIC X(24).
            05 ES-COUNT        PIC 9(8).

        FD WAREHOUSE-ERASURE-FILE.
        01 WAREHOUSE-ERASURE-RECORD.
            05 WE-USERNAME     PIC X(20).
            05 WE-DATE         PIC 9(8).
            05 WE-TIME         PIC 9(6).

    WORKING-STORAGE SECTION.
        77 CMD-FS    PIC XX VALUE "00".
        77 LOG-FS    PIC XX VALUE "00".
        77 GM-FS     PIC XX VALUE "00".
        77 GRP-FS    PIC XX VALUE "00".
        77 LOCK-FS   PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 ES-FS     PIC XX VALUE "00".
        77 INTV-FS   PIC XX VALUE "00".
        77 GP-FS     PIC XX VALUE "00".
        77 PV-FS     PIC XX VALUE "00".
        77 CRL-FS    PIC XX VALUE "00".
        77 REAF-FS   PIC XX VALUE "00".
        77 SS-FS     PIC XX VALUE "00".
        77 DG-FS     PIC XX VALUE "00".
        77 RF-FS     PIC XX VALUE "00".
        77 OFR-FS    PIC XX VALUE "00".
        77 JR-FS     PIC XX VALUE "00".
        77 MOD-FS    PIC XX VALUE "00".
        77 NP-FS     PIC XX VALUE "00".
        77 CNS-FS    PIC XX VALUE "00".
        77 PH-FS     PIC XX VALUE "00".
        77 AM-FS     PIC XX VALUE "00".
        77 IR-FS     PIC XX VALUE "00".
        77 PVW-FS    PIC XX VALUE "00".
        77 EF-FS     PIC XX VALUE "00".
        77 EV-FS     PIC XX VALUE "00".
        77 CL-FS     PIC XX VALUE "00".
        77 AN-FS     PIC XX VALUE "00".
        77 MSN-FS    PIC XX VALUE "00".
        77 MEV-FS    PIC XX VALUE "00".
        77 RL-FS     PIC XX VALUE "00".
        77 WE-FS     PIC XX VALUE "00".

        77 CMD-EOF             PIC X VALUE "N".
        77 WS-FILE-EOF         PIC X VALUE "N".
        77 WS-GRP-MEMBER-CNT   PIC 9(5) VALUE 0.
        77 WS-GM-CNT-EOF       PIC X VALUE "N".
        77 WS-GRP-SCAN-EOF     PIC X VALUE "N".
        77 WS-OPERATOR         PIC X(20) VALUE SPACES.
        77 WS-STAGED-COUNT     PIC 9(5) VALUE 0.

        01 WS-COMMAND-WORD     PIC X(12).
        01 WS-COMMAND-OPERAND  PIC X(20).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-APR-OPERATION    PIC X(2).
        01 WS-APR-PROGRAM      PIC X(10).
        01 WS-APR-ID           PIC 9(6).
        01 WS-APR-USER         PIC X(20).
        01 WS-APR-COMMAND      PIC X(100).
        01 WS-APR-REQUESTER    PIC X(20).
        01 WS-APR-RETURN-CODE  PIC X.
        01 WS-APR-RUN-STAMP    PIC X(14).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-APR-RUN-STAMP
        OPEN INPUT PURGE-COMMAND-FILE
        IF CMD-FS NOT = "00"
            DISPLAY "No AcctPurgeCommands.dat file found; nothing to purge."
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO PURGE-LOG-RECORD
        WRITE PURGE-LOG-RECORD
        MOVE SPACES TO PURGE-LOG-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO PURGE-LOG-RECORD
        WRITE PURGE-LOG-RECORD

        PERFORM UNTIL CMD-EOF = "Y"
            READ PURGE-COMMAND-FILE
        DISPLAY "Account purge complete."
        DISPLAY "Accounts purged: " WS-PURGED-COUNT
        DISPLAY "Accounts previewed: " WS-PREVIEW-COUNT
        DISPLAY "Purges staged for approval: " WS-STAGED-COUNT
        DISPLAY "Commands rejected: " WS-REJECTED-COUNT

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
                IF WS-PENDING-PURGE-USER NOT = SPACES
                    AND FUNCTION TRIM(WS-COMMAND-OPERAND) =
                        FUNCTION TRIM(WS-PENDING-PURGE-USER)
                    PERFORM 1500-STAGE-PURGE
                    MOVE SPACES TO WS-PENDING-PURGE-USER
                ELSE
                    PERFORM 1900-LOG-REJECTED
                    MOVE SPACES TO WS-PENDING-PURGE-USER
                END-IF
            WHEN "BY"
                MOVE WS-COMMAND-OPERAND TO WS-OPERATOR
            WHEN "APPROVE"
                PERFORM 1600-APPROVE-REQUEST
            WHEN "REJECT"
                PERFORM 1700-REJECT-REQUEST
            WHEN OTHER
                PERFORM 1900-LOG-REJECTED
        END-EVALUATE.

    1500-STAGE-PURGE.
        MOVE "ST" TO WS-APR-OPERATION
        MOVE 0 TO WS-APR-ID
        MOVE WS-OPERATOR TO WS-APR-USER
        MOVE SPACES TO WS-APR-COMMAND
        STRING "PURGE " FUNCTION TRIM(WS-PENDING-PURGE-USER)
            DELIMITED BY SIZE INTO WS-APR-COMMAND
        PERFORM 1800-CALL-APPRMGR
        MOVE SPACES TO PURGE-LOG-RECORD
        IF WS-APR-RETURN-CODE = "Y"
            ADD 1 TO WS-STAGED-COUNT
            STRING "STAGED: PURGE " FUNCTION TRIM(WS-PENDING-PURGE-USER)
                " as request " WS-APR-ID " by "
                FUNCTION TRIM(WS-OPERATOR)
                " - runs only after a second admin approves it"
                DELIMITED BY SIZE INTO PURGE-LOG-RECORD
            WRITE PURGE-LOG-RECORD
        ELSE
            ADD 1 TO WS-REJECTED-COUNT
            STRING "REJECTED: PURGE " FUNCTION TRIM(WS-PENDING-PURGE-USER)
                " - requester " FUNCTION TRIM(WS-OPERATOR)
                " is not an active admin (set with BY <admin>)"
                DELIMITED BY SIZE INTO PURGE-LOG-RECORD
            WRITE PURGE-LOG-RECORD
        END-IF.

    1600-APPROVE-REQUEST.
        IF FUNCTION TRIM(WS-COMMAND-OPERAND) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) > 6
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE "AP" TO WS-APR-OPERATION
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO WS-APR-ID
        MOVE WS-OPERATOR TO WS-APR-USER
        MOVE SPACES TO WS-APR-COMMAND
        PERFORM 1800-CALL-APPRMGR
        IF WS-APR-RETURN-CODE NOT = "Y"
            PERFORM 1850-LOG-APPROVAL-REFUSED
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO PURGE-LOG-RECORD
        STRING "APPROVED: request " WS-APR-ID " ("
            FUNCTION TRIM(WS-APR-COMMAND) ", requested by "
            FUNCTION TRIM(WS-APR-REQUESTER) ") by "
            FUNCTION TRIM(WS-OPERATOR)
            DELIMITED BY SIZE INTO PURGE-LOG-RECORD
        WRITE PURGE-LOG-RECORD

        IF WS-APR-COMMAND(1:6) = "PURGE "
            AND FUNCTION TRIM(WS-APR-COMMAND(7:)) NOT = SPACES
            MOVE FUNCTION TRIM(WS-APR-COMMAND(7:)) TO WS-PURGE-USER
            PERFORM 2000-PURGE-USER
            MOVE "DN" TO WS-APR-OPERATION
        ELSE
            MOVE "FL" TO WS-APR-OPERATION
        END-IF
        PERFORM 1800-CALL-APPRMGR.

    1700-REJECT-REQUEST.
        IF FUNCTION TRIM(WS-COMMAND-OPERAND) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) > 6
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE "RJ" TO WS-APR-OPERATION
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO WS-APR-ID
        MOVE WS-OPERATOR TO WS-APR-USER
        MOVE SPACES TO WS-APR-COMMAND
        PERFORM 1800-CALL-APPRMGR
        IF WS-APR-RETURN-CODE NOT = "Y"
            PERFORM 1850-LOG-APPROVAL-REFUSED
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO PURGE-LOG-RECORD
        STRING "WITHDRAWN: request " WS-APR-ID " ("
            FUNCTION TRIM(WS-APR-COMMAND) ") rejected by "
            FUNCTION TRIM(WS-OPERATOR) " - no action taken"
            DELIMITED BY SIZE INTO PURGE-LOG-RECORD
        WRITE PURGE-LOG-RECORD.

    1800-CALL-APPRMGR.
        MOVE "ACCTPURGE" TO WS-APR-PROGRAM
        MOVE SPACES TO WS-APR-REQUESTER
        MOVE "N" TO WS-APR-RETURN-CODE
        CALL 'APPRMGR' USING WS-APR-OPERATION, WS-APR-PROGRAM,
            WS-APR-ID, WS-APR-USER, WS-APR-COMMAND, WS-APR-REQUESTER,
            WS-APR-RETURN-CODE, WS-APR-RUN-STAMP.

    1850-LOG-APPROVAL-REFUSED.
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO PURGE-LOG-RECORD
        EVALUATE WS-APR-RETURN-CODE
            WHEN "S"
                STRING "REJECTED: " FUNCTION TRIM(PURGE-COMMAND-RECORD)
                    " - the requesting admin cannot approve it"
                    DELIMITED BY SIZE INTO PURGE-LOG-RECORD
            WHEN "X"
                STRING "REJECTED: " FUNCTION TRIM(PURGE-COMMAND-RECORD)
                    " - request has expired; stage it again"
                    DELIMITED BY SIZE INTO PURGE-LOG-RECORD
            WHEN "R"
                STRING "REJECTED: " FUNCTION TRIM(PURGE-COMMAND-RECORD)
                    " - request was staged in this run; approve it in a later run"
                    DELIMITED BY SIZE INTO PURGE-LOG-RECORD
            WHEN "A"
                STRING "REJECTED: " FUNCTION TRIM(PURGE-COMMAND-RECORD)
                    " - " FUNCTION TRIM(WS-OPERATOR)
                    " is not an active admin (set with BY <admin>)"
                    DELIMITED BY SIZE INTO PURGE-LOG-RECORD
            WHEN OTHER
                STRING "REJECTED: " FUNCTION TRIM(PURGE-COMMAND-RECORD)
                    " - no such pending request for ACCTPURGE"
                    DELIMITED BY SIZE INTO PURGE-LOG-RECORD
        END-EVALUATE
        WRITE PURGE-LOG-RECORD.

    1900-LOG-REJECTED.
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO PURGE-LOG-RECORD
        PERFORM 2774-PURGE-BLOCKS
        PERFORM 2776-PURGE-PRIVACY
        PERFORM 2778-PURGE-CONN-REQ-LOG
        PERFORM 2780-PURGE-AFFILIATION
        PERFORM 2782-PURGE-SAVED-SEARCHES
        PERFORM 2784-PURGE-JOB-DIGEST
        PERFORM 2786-PURGE-REFERRALS
        PERFORM 2788-PURGE-OFFERS
        PERFORM 2790-PURGE-JOB-REVIEWS
        PERFORM 2792-PURGE-MODERATION-CASES
        PERFORM 2794-PURGE-NOTIFY-PREFS
        PERFORM 2796-PURGE-CONSENT
        PERFORM 2798-PURGE-PWD-HISTORY
        PERFORM 2800-PURGE-APP-MESSAGES
        PERFORM 2802-PURGE-INTRODUCTIONS
        PERFORM 2804-PURGE-PROFILE-VIEWS
        PERFORM 2806-PURGE-EVENT-FEEDBACK
        PERFORM 2808-PURGE-GROUP-EVENTS
        PERFORM 2810-PURGE-ADVISING-NOTES
        PERFORM 2812-PURGE-CASELOADS
        PERFORM 2814-PURGE-MENTOR-SESSIONS
        PERFORM 2816-PURGE-MENTOR-EVALS
        PERFORM 2818-PURGE-REGISTRAR-LEDGER
        IF WS-PREVIEW-MODE = "N"
            PERFORM 2820-LOG-WAREHOUSE-ERASURE
        END-IF.

    2100-PURGE-ACCOUNT.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "RecruiterEmployers.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2782-PURGE-SAVED-SEARCHES.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO SS-FS
        OPEN INPUT SAVED-SEARCH-FILE
        IF SS-FS NOT = "00"
            MOVE "SavedSearches.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SAVED-SEARCH-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(SS-USERNAME) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE SAVED-SEARCH-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SAVED-SEARCH-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp SavedSearches.dat'
        END-IF
        MOVE "SavedSearches.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2784-PURGE-JOB-DIGEST.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO DG-FS
        OPEN INPUT JOB-DIGEST-FILE
        IF DG-FS NOT = "00"
            MOVE "JobDigest.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ JOB-DIGEST-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(DG-USERNAME) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE JOB-DIGEST-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-DIGEST-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp JobDigest.dat'
        END-IF
        MOVE "JobDigest.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2786-PURGE-REFERRALS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO RF-FS
        OPEN INPUT REFERRAL-FILE
        IF RF-FS NOT = "00"
            MOVE "Referrals.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ REFERRAL-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(RF-STUDENT) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(RF-REFERRER) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE REFERRAL-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFERRAL-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp Referrals.dat'
        END-IF
        MOVE "Referrals.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2788-PURGE-OFFERS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO OFR-FS
        OPEN INPUT OFFER-FILE
        IF OFR-FS NOT = "00"
            MOVE "Offers.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ OFFER-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(OF-STUDENT) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(OF-RECRUITER) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE OFFER-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OFFER-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp Offers.dat'
        END-IF
        MOVE "Offers.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2790-PURGE-JOB-REVIEWS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO JR-FS
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            MOVE "JobReview.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(JR-POSTED-BY) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE JOB-REVIEW-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-REVIEW-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp JobReview.dat'
        END-IF
        MOVE "JobReview.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2792-PURGE-MODERATION-CASES.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO MOD-FS
        OPEN INPUT MODERATION-FILE
        IF MOD-FS NOT = "00"
            MOVE "ModerationCases.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ MODERATION-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(MC-REPORTER) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(MC-AUTHOR) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE MODERATION-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MODERATION-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp ModerationCases.dat'
        END-IF
        MOVE "ModerationCases.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2794-PURGE-NOTIFY-PREFS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO NP-FS
        OPEN INPUT NOTIFY-PREFS-FILE
        IF NP-FS NOT = "00"
            MOVE "NotifyPrefs.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ NOTIFY-PREFS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(NP-USERNAME) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE NOTIFY-PREFS-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTIFY-PREFS-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp NotifyPrefs.dat'
        END-IF
        MOVE "NotifyPrefs.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2796-PURGE-CONSENT.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO CNS-FS
        OPEN INPUT CONSENT-FILE
        IF CNS-FS NOT = "00"
            MOVE "Consent.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ CONSENT-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(CNS-USERNAME) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE CONSENT-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONSENT-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp Consent.dat'
        END-IF
        MOVE "Consent.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2798-PURGE-PWD-HISTORY.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO PH-FS
        OPEN INPUT PWD-HISTORY-FILE
        IF PH-FS NOT = "00"
            MOVE "PasswordHistory.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PWD-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(PH-USERNAME) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE PWD-HISTORY-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PWD-HISTORY-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp PasswordHistory.dat'
        END-IF
        MOVE "PasswordHistory.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2800-PURGE-APP-MESSAGES.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO AM-FS
        OPEN INPUT APP-MESSAGES-FILE
        IF AM-FS NOT = "00"
            MOVE "AppMessages.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ APP-MESSAGES-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(AM-STUDENT) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(AM-RECRUITER) =
                            FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE APP-MESSAGES-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APP-MESSAGES-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp AppMessages.dat'
        END-IF
        MOVE "AppMessages.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2802-PURGE-INTRODUCTIONS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO IR-FS
        OPEN INPUT INTRO-FILE
        IF IR-FS NOT = "00"
            MOVE "Introductions.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ INTRO-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(IR-REQUESTER) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(IR-INTERMEDIARY) =
                            FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(IR-TARGET) =
                            FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE INTRO-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTRO-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp Introductions.dat'
        END-IF
        MOVE "Introductions.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2804-PURGE-PROFILE-VIEWS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO PVW-FS
        OPEN INPUT PROFILE-VIEW-FILE
        IF PVW-FS NOT = "00"
            MOVE "ProfileViews.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PROFILE-VIEW-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(PVW-VIEWER) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(PVW-VIEWED) =
                            FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE PROFILE-VIEW-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROFILE-VIEW-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp ProfileViews.dat'
        END-IF
        MOVE "ProfileViews.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2806-PURGE-EVENT-FEEDBACK.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO EF-FS
        OPEN INPUT EVENT-FEEDBACK-FILE
        IF EF-FS NOT = "00"
            MOVE "EventFeedback.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ EVENT-FEEDBACK-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(EF-USER) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE EVENT-FEEDBACK-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENT-FEEDBACK-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp EventFeedback.dat'
        END-IF
        MOVE "EventFeedback.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2808-PURGE-GROUP-EVENTS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO EV-FS
        OPEN INPUT EVENTS-FILE
        IF EV-FS NOT = "00"
            MOVE "Events.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ EVENTS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    MOVE "Y" TO WS-GM-GROUP-EXISTS
                    MOVE "N" TO WS-GM-GROUP-OWNED
                    IF EV-GROUP NOT = SPACES
                        AND EV-DATE >= WS-CURRENT-DATETIME(1:8)
                        MOVE EV-GROUP TO GM-GROUP
                        PERFORM 2755-CHECK-GROUP-EXISTS
                    END-IF
                    IF WS-GM-GROUP-EXISTS = "N"
                        OR (WS-PREVIEW-MODE = "Y"
                            AND WS-GM-GROUP-OWNED = "Y")
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE EVENTS-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENTS-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp Events.dat'
        END-IF
        MOVE "Events.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2810-PURGE-ADVISING-NOTES.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO AN-FS
        OPEN INPUT ADVISING-NOTES-FILE
        IF AN-FS NOT = "00"
            MOVE "AdvisingNotes.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ ADVISING-NOTES-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(AN-STUDENT) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(AN-ADVISOR) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE ADVISING-NOTES-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ADVISING-NOTES-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp AdvisingNotes.dat'
        END-IF
        MOVE "AdvisingNotes.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2812-PURGE-CASELOADS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO CL-FS
        OPEN INPUT CASELOAD-FILE
        IF CL-FS NOT = "00"
            MOVE "AdvisorCaseloads.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ CASELOAD-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(CL-ADVISOR) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE CASELOAD-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASELOAD-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp AdvisorCaseloads.dat'
        END-IF
        MOVE "AdvisorCaseloads.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2814-PURGE-MENTOR-SESSIONS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO MSN-FS
        OPEN INPUT MENTOR-SESSION-FILE
        IF MSN-FS NOT = "00"
            MOVE "MentorSessions.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ MENTOR-SESSION-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(MSN-MENTOR) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(MSN-STUDENT) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE MENTOR-SESSION-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTOR-SESSION-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp MentorSessions.dat'
        END-IF
        MOVE "MentorSessions.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2816-PURGE-MENTOR-EVALS.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO MEV-FS
        OPEN INPUT MENTOR-EVAL-FILE
        IF MEV-FS NOT = "00"
            MOVE "MentorEvaluations.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ MENTOR-EVAL-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(MEV-MENTOR) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        OR FUNCTION TRIM(MEV-STUDENT) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE MENTOR-EVAL-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTOR-EVAL-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp MentorEvaluations.dat'
        END-IF
        MOVE "MentorEvaluations.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2818-PURGE-REGISTRAR-LEDGER.
        MOVE 0 TO WS-REMOVED-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO RL-FS
        OPEN INPUT REG-LEDGER-FILE
        IF RL-FS NOT = "00"
            MOVE "RegistrarLedger.dat" TO WS-PURGE-FILE-NAME
            PERFORM 2900-LOG-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREVIEW-MODE = "N"
            OPEN OUTPUT PURGE-TEMP
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ REG-LEDGER-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(RL-USERNAME) =
                        FUNCTION TRIM(WS-PURGE-USER)
                        ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                        IF WS-PREVIEW-MODE = "N"
                            MOVE SPACES TO PURGE-TEMP-RECORD
                            MOVE REG-LEDGER-RECORD TO PURGE-TEMP-RECORD
                            WRITE PURGE-TEMP-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REG-LEDGER-FILE
        IF WS-PREVIEW-MODE = "N"
            CLOSE PURGE-TEMP
            CALL 'SYSTEM' USING 'mv Purge.tmp RegistrarLedger.dat'
        END-IF
        MOVE "RegistrarLedger.dat" TO WS-PURGE-FILE-NAME
        PERFORM 2900-LOG-FILE-COUNT.

    2820-LOG-WAREHOUSE-ERASURE.
        MOVE "00" TO WE-FS
        OPEN INPUT WAREHOUSE-ERASURE-FILE
        IF WE-FS NOT = "00"
            OPEN OUTPUT WAREHOUSE-ERASURE-FILE
        END-IF
        CLOSE WAREHOUSE-ERASURE-FILE
        OPEN EXTEND WAREHOUSE-ERASURE-FILE
        MOVE SPACES TO WAREHOUSE-ERASURE-RECORD
        MOVE WS-PURGE-USER TO WE-USERNAME
        MOVE FUNCTION CURRENT-DATE(1:8) TO WE-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO WE-TIME
        WRITE WAREHOUSE-ERASURE-RECORD
        CLOSE WAREHOUSE-ERASURE-FILE

        MOVE SPACES TO PURGE-LOG-RECORD
        STRING "  Queued for the warehouse extract as deletes"
            DELIMITED BY SIZE INTO PURGE-LOG-RECORD
        WRITE PURGE-LOG-RECORD.

    2900-LOG-FILE-COUNT.
        MOVE SPACES TO PURGE-LOG-RECORD
        IF WS-PREVIEW-MODE = "Y"
