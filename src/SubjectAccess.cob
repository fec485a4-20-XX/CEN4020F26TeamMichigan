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
            SELECT MODERATION-FILE ASSIGN TO 'ModerationCases.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MOD-FS.
            SELECT NOTIFY-PREFS-FILE ASSIGN TO 'NotifyPrefs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NP-FS.
            SELECT CONSENT-FILE ASSIGN TO 'Consent.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CNS-FS.
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
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.
            05 APP-DATE          PIC 9(8).
            05 APP-NOTE          PIC X(100).
            05 APP-STATUS        PIC X(12).
            05 APP-REQ-NUM       PIC 9(8).
            05 APP-SCREEN-ANSWERS PIC X(5).
            05 APP-SCREEN-RESULT PIC X.

        FD ENDORSEMENTS-FILE.
        01 ENDORSEMENTS-RECORD.
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

        FD MODERATION-FILE.
        01 MODERATION-RECORD.
            05 MC-CASE-NUM       PIC 9(8).
            05 MC-STATUS         PIC X.
            05 MC-ITEM-TYPE      PIC X.
            05 MC-REPORTER       PIC X(20).
            05 MC-AUTHOR         PIC X(20).
            05 MC-GROUP          PIC X(40).
            05 MC-ITEM-DATE      PIC 9(8).
            05 MC-ITEM-TEXT      PIC X(200).
            05 MC-REASON         PIC X(2).
            05 MC-REPORT-DATE    PIC 9(8).
            05 MC-ACTION         PIC X.
            05 MC-ACTION-BY      PIC X(20).
            05 MC-ACTION-DATE    PIC 9(8).

        FD NOTIFY-PREFS-FILE.
        01 NOTIFY-PREFS-RECORD.
            05 NP-USERNAME       PIC X(20).
            05 NP-EMAIL          PIC X(60).
            05 NP-EMAIL-STATUS   PIC X.
            05 NP-MOBILE         PIC X(15).
            05 NP-MOBILE-STATUS  PIC X.
            05 NP-MODES          PIC X(5).
            05 NP-UPDATED        PIC 9(8).

        FD CONSENT-FILE.
        01 CONSENT-RECORD.
            05 CNS-USERNAME      PIC X(20).
            05 CNS-VERSION       PIC X(8).
            05 CNS-DECISION      PIC X.
            05 CNS-DATE          PIC 9(8).
            05 CNS-TIME          PIC 9(6).

        FD APP-MESSAGES-FILE.
        01 APP-MESSAGES-RECORD.
            05 AM-REQ-NUM        PIC 9(8).
            05 AM-STUDENT        PIC X(20).
            05 AM-RECRUITER      PIC X(20).
            05 AM-FROM           PIC X(20).
            05 AM-DATE           PIC 9(8).
            05 AM-TIME           PIC 9(6).
            05 AM-READ           PIC X.
            05 AM-TEXT           PIC X(200).

        FD INTRO-FILE.
        01 INTRO-RECORD.
            05 IR-REQUESTER      PIC X(20).
            05 IR-INTERMEDIARY   PIC X(20).
            05 IR-TARGET         PIC X(20).
            05 IR-REQ-FIRST      PIC X(20).
            05 IR-REQ-LAST       PIC X(20).
            05 IR-TGT-FIRST      PIC X(20).
            05 IR-TGT-LAST       PIC X(20).
            05 IR-DATE           PIC 9(8).
            05 IR-STATUS         PIC X.
            05 IR-ACTION-DATE    PIC 9(8).
            05 IR-NOTE           PIC X(100).

        FD PROFILE-VIEW-FILE.
        01 PROFILE-VIEW-RECORD.
            05 PVW-VIEWER        PIC X(20).
            05 PVW-VIEWED        PIC X(20).
            05 PVW-DATE          PIC 9(8).
            05 PVW-TIME          PIC 9(6).
            05 PVW-SOURCE        PIC X(10).

        FD EVENT-FEEDBACK-FILE.
        01 EVENT-FEEDBACK-RECORD.
            05 EF-EVENT          PIC X(40).
            05 EF-USER           PIC X(20).
            05 EF-DATE           PIC 9(8).
            05 EF-RATING         PIC 9.
            05 EF-COMMENT        PIC X(100).

        FD CASELOAD-FILE.
        01 CASELOAD-RECORD.
            05 CL-ADVISOR        PIC X(20).
            05 CL-UNIVERSITY     PIC X(40).
            05 CL-MAJOR          PIC X(30).

        FD ADVISING-NOTES-FILE.
        01 ADVISING-NOTES-RECORD.
            05 AN-STUDENT        PIC X(20).
            05 AN-ADVISOR        PIC X(20).
            05 AN-DATE           PIC 9(8).
            05 AN-TEXT           PIC X(100).

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

        FD REG-LEDGER-FILE.
        01 REG-LEDGER-RECORD.
            05 RL-BATCH          PIC X(14).
            05 RL-SEQ            PIC 9(6).
            05 RL-UNIVERSITY     PIC X(40).
            05 RL-ITEM           PIC X(2).
            05 RL-USERNAME       PIC X(20).
            05 RL-DESC           PIC X(30).
            05 RL-DATE           PIC 9(8).
            05 RL-HOURS          PIC 9(4).
            05 RL-STATUS         PIC X.
            05 RL-REASON         PIC X(40).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
        77 GM-FS     PIC XX VALUE "00".
        77 AUDIT-FS  PIC XX VALUE "00".
        77 LOCK-FS   PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 INTV-FS   PIC XX VALUE "00".
        77 GP-FS     PIC XX VALUE "00".
        77 WL-FS     PIC XX VALUE "00".
        77 PV-FS     PIC XX VALUE "00".
        77 CRL-FS    PIC XX VALUE "00".
        77 REAF-FS   PIC XX VALUE "00".
        77 SS-FS     PIC XX VALUE "00".
        77 DG-FS     PIC XX VALUE "00".
        77 RF-FS     PIC XX VALUE "00".
        77 OFR-FS    PIC XX VALUE "00".
        77 MOD-FS    PIC XX VALUE "00".
        77 NP-FS     PIC XX VALUE "00".
        77 CNS-FS    PIC XX VALUE "00".
        77 AM-FS     PIC XX VALUE "00".
        77 IR-FS     PIC XX VALUE "00".
        77 PVW-FS    PIC XX VALUE "00".
        77 EF-FS     PIC XX VALUE "00".
        77 CL-FS     PIC XX VALUE "00".
        77 AN-FS     PIC XX VALUE "00".
        77 MSN-FS    PIC XX VALUE "00".
        77 MEV-FS    PIC XX VALUE "00".
        77 RL-FS     PIC XX VALUE "00".

        77 CMD-EOF             PIC X VALUE "N".
        77 WS-FILE-EOF         PIC X VALUE "N".

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        OPEN INPUT ACCESS-COMMAND-FILE
        IF CMD-FS NOT = "00"
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE SPACES TO ACCESS-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD

        PERFORM UNTIL CMD-EOF = "Y"
            READ ACCESS-COMMAND-FILE
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
        PERFORM 2765-REPORT-GROUP-POSTS
        PERFORM 2770-REPORT-WAITLIST
        PERFORM 2775-REPORT-MENTORSHIP
        PERFORM 2776-REPORT-MENTOR-SESSIONS
        PERFORM 2777-REPORT-MENTOR-EVALS
        PERFORM 2780-REPORT-INTERN-HOURS
        PERFORM 2785-REPORT-PLACEMENTS
        PERFORM 2790-REPORT-PRIVACY
        PERFORM 2795-REPORT-CONN-REQ-LOG
        PERFORM 2798-REPORT-AFFILIATION
        PERFORM 2800-REPORT-AUDIT
        PERFORM 2810-REPORT-SAVED-SEARCHES
        PERFORM 2820-REPORT-JOB-DIGEST
        PERFORM 2830-REPORT-REFERRALS
        PERFORM 2840-REPORT-OFFERS
        PERFORM 2850-REPORT-MODERATION-CASES
        PERFORM 2860-REPORT-NOTIFY-PREFS
        PERFORM 2870-REPORT-CONSENT
        PERFORM 2880-REPORT-APP-THREADS
        PERFORM 2890-REPORT-INTRODUCTIONS
        PERFORM 2895-REPORT-PROFILE-VIEWS
        PERFORM 2896-REPORT-EVENT-FEEDBACK
        PERFORM 2897-REPORT-ADVISING-NOTES
        PERFORM 2898-REPORT-CASELOADS
        PERFORM 2899-REPORT-REGISTRAR-FEED.

    2100-REPORT-ACCOUNT.
        MOVE "Account:" TO ACCESS-REPORT-RECORD
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " FUNCTION TRIM(APP-JOB-TITLE)
                                " (Req #" APP-REQ-NUM ")"
                                " at " FUNCTION TRIM(APP-COMPANY)
                                " on " APP-DATE
                                " [" FUNCTION TRIM(APP-STATUS) "]"
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                            IF APP-SCREEN-ANSWERS NOT = SPACES
                                MOVE SPACES TO ACCESS-REPORT-RECORD
                                STRING "    screening answers "
                                    FUNCTION TRIM(APP-SCREEN-ANSWERS)
                                    " result " APP-SCREEN-RESULT
                                    DELIMITED BY SIZE
                                    INTO ACCESS-REPORT-RECORD
                                WRITE ACCESS-REPORT-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2776-REPORT-MENTOR-SESSIONS.
        MOVE "Mentoring sessions:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO MSN-FS
        OPEN INPUT MENTOR-SESSION-FILE
        IF MSN-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ MENTOR-SESSION-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(MSN-MENTOR) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(MSN-STUDENT) =
                                FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " MSN-DATE " mentor "
                                FUNCTION TRIM(MSN-MENTOR)
                                " / student " FUNCTION TRIM(MSN-STUDENT)
                                " " MSN-MINUTES " min: "
                                FUNCTION TRIM(MSN-TOPIC)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENTOR-SESSION-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2777-REPORT-MENTOR-EVALS.
        MOVE "Mentorship evaluations:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO MEV-FS
        OPEN INPUT MENTOR-EVAL-FILE
        IF MEV-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ MENTOR-EVAL-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(MEV-MENTOR) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(MEV-STUDENT) =
                                FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  term ending " MEV-TERM-END
                                " mentor " FUNCTION TRIM(MEV-MENTOR)
                                " / student " FUNCTION TRIM(MEV-STUDENT)
                                " rated " MEV-RATING " by "
                                FUNCTION TRIM(MEV-RATER)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                            IF MEV-COMMENT NOT = SPACES
                                MOVE SPACES TO ACCESS-REPORT-RECORD
                                STRING "    " FUNCTION TRIM(MEV-COMMENT)
                                    DELIMITED BY SIZE
                                    INTO ACCESS-REPORT-RECORD
                                WRITE ACCESS-REPORT-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENTOR-EVAL-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2780-REPORT-INTERN-HOURS.
        MOVE "Internship hours:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " FUNCTION TRIM(PL-TITLE)
                                " (Req #" PL-REQ-NUM ")"
                                " at " FUNCTION TRIM(PL-EMPLOYER)
                                ", offer " PL-OFFER-DATE
                                ", starts " PL-START-DATE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2810-REPORT-SAVED-SEARCHES.
        MOVE "Saved job searches:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO SS-FS
        OPEN INPUT SAVED-SEARCH-FILE
        IF SS-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ SAVED-SEARCH-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(SS-USERNAME) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " FUNCTION TRIM(SS-NAME)
                                ": keyword=" FUNCTION TRIM(SS-KEYWORD)
                                " location=" FUNCTION TRIM(SS-LOCATION)
                                " company=" FUNCTION TRIM(SS-COMPANY)
                                " saved " SS-CREATED
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SAVED-SEARCH-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2820-REPORT-JOB-DIGEST.
        MOVE "Job digest entries:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO DG-FS
        OPEN INPUT JOB-DIGEST-FILE
        IF DG-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ JOB-DIGEST-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(DG-USERNAME) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " DG-DATE " Req #" DG-REQ-NUM " "
                                FUNCTION TRIM(DG-TITLE)
                                " (search " FUNCTION TRIM(DG-SEARCH-NAME)
                                ")"
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JOB-DIGEST-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2830-REPORT-REFERRALS.
        MOVE "Job referrals requested or given:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO RF-FS
        OPEN INPUT REFERRAL-FILE
        IF RF-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ REFERRAL-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(RF-STUDENT) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(RF-REFERRER) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " RF-REQ-DATE " Req #" RF-REQ-NUM " "
                                FUNCTION TRIM(RF-JOB-TITLE)
                                " at " FUNCTION TRIM(RF-COMPANY)
                                " student " FUNCTION TRIM(RF-STUDENT)
                                " referrer " FUNCTION TRIM(RF-REFERRER)
                                " status " RF-STATUS
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                            IF RF-NOTE NOT = SPACES
                                MOVE SPACES TO ACCESS-REPORT-RECORD
                                STRING "    note " FUNCTION TRIM(RF-NOTE)
                                    DELIMITED BY SIZE
                                    INTO ACCESS-REPORT-RECORD
                                WRITE ACCESS-REPORT-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REFERRAL-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2840-REPORT-OFFERS.
        MOVE "Job offers made or received:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO OFR-FS
        OPEN INPUT OFFER-FILE
        IF OFR-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ OFFER-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(OF-STUDENT) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(OF-RECRUITER) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " OF-ISSUE-DATE " Req #" OF-REQ-NUM " "
                                FUNCTION TRIM(OF-JOB-TITLE)
                                " at " FUNCTION TRIM(OF-COMPANY)
                                " student " FUNCTION TRIM(OF-STUDENT)
                                " recruiter " FUNCTION TRIM(OF-RECRUITER)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "    pay type " OF-PAY-TYPE
                                " amount " OF-PAY-AMOUNT
                                " start " OF-START-DATE
                                " respond by " OF-RESPOND-BY
                                " status " OF-STATUS
                                " answered " OF-RESP-DATE
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OFFER-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2850-REPORT-MODERATION-CASES.
        MOVE "Abuse reports filed by or about the subject:"
            TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO MOD-FS
        OPEN INPUT MODERATION-FILE
        IF MOD-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ MODERATION-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(MC-REPORTER) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " MC-REPORT-DATE " Case #" MC-CASE-NUM
                                " filed against " FUNCTION TRIM(MC-AUTHOR)
                                " reason " MC-REASON
                                " status " MC-STATUS
                                " action " MC-ACTION
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                        IF FUNCTION TRIM(MC-AUTHOR) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " MC-REPORT-DATE " Case #" MC-CASE-NUM
                                " about content of " MC-ITEM-DATE
                                " reason " MC-REASON
                                " status " MC-STATUS
                                " action " MC-ACTION
                                " on " MC-ACTION-DATE
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MODERATION-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2860-REPORT-NOTIFY-PREFS.
        MOVE "Contact details and notification delivery choices:"
            TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO NP-FS
        OPEN INPUT NOTIFY-PREFS-FILE
        IF NP-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ NOTIFY-PREFS-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(NP-USERNAME) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  email " FUNCTION TRIM(NP-EMAIL)
                                " status " NP-EMAIL-STATUS
                                " mobile " FUNCTION TRIM(NP-MOBILE)
                                " status " NP-MOBILE-STATUS
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "    delivery modes " NP-MODES
                                " (jobs, interviews, connections, events,"
                                " general; N in-app, I immediate, D digest)"
                                " updated " NP-UPDATED
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOTIFY-PREFS-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2870-REPORT-CONSENT.
        MOVE "Terms of use and data-sharing consent history:"
            TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO CNS-FS
        OPEN INPUT CONSENT-FILE
        IF CNS-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ CONSENT-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(CNS-USERNAME) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            IF CNS-DECISION = "A"
                                STRING "  version " CNS-VERSION
                                    " accepted " CNS-DATE " " CNS-TIME
                                    DELIMITED BY SIZE
                                    INTO ACCESS-REPORT-RECORD
                            ELSE
                                STRING "  version " CNS-VERSION
                                    " declined " CNS-DATE " " CNS-TIME
                                    DELIMITED BY SIZE
                                    INTO ACCESS-REPORT-RECORD
                            END-IF
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONSENT-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2880-REPORT-APP-THREADS.
        MOVE "Application conversations:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO AM-FS
        OPEN INPUT APP-MESSAGES-FILE
        IF AM-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ APP-MESSAGES-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(AM-STUDENT) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(AM-RECRUITER) =
                                FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(AM-FROM) =
                                FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  req " AM-REQ-NUM
                                " applicant " FUNCTION TRIM(AM-STUDENT)
                                " recruiter " FUNCTION TRIM(AM-RECRUITER)
                                " from " FUNCTION TRIM(AM-FROM)
                                " on " AM-DATE ": "
                                FUNCTION TRIM(AM-TEXT)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APP-MESSAGES-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2890-REPORT-INTRODUCTIONS.
        MOVE "Introduction requests:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO IR-FS
        OPEN INPUT INTRO-FILE
        IF IR-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ INTRO-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(IR-REQUESTER) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(IR-INTERMEDIARY) =
                                FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(IR-TARGET) =
                                FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " FUNCTION TRIM(IR-REQUESTER)
                                " via " FUNCTION TRIM(IR-INTERMEDIARY)
                                " to " FUNCTION TRIM(IR-TARGET)
                                " on " IR-DATE
                                " status " IR-STATUS
                                " " IR-ACTION-DATE ": "
                                FUNCTION TRIM(IR-NOTE)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INTRO-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2895-REPORT-PROFILE-VIEWS.
        MOVE "Profile views:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO PVW-FS
        OPEN INPUT PROFILE-VIEW-FILE
        IF PVW-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ PROFILE-VIEW-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(PVW-VIEWER) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(PVW-VIEWED) =
                                FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " FUNCTION TRIM(PVW-VIEWER)
                                " viewed " FUNCTION TRIM(PVW-VIEWED)
                                " on " PVW-DATE " " PVW-TIME
                                " via " FUNCTION TRIM(PVW-SOURCE)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFILE-VIEW-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2896-REPORT-EVENT-FEEDBACK.
        MOVE "Event feedback:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO EF-FS
        OPEN INPUT EVENT-FEEDBACK-FILE
        IF EF-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ EVENT-FEEDBACK-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(EF-USER) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " FUNCTION TRIM(EF-EVENT)
                                " on " EF-DATE
                                " rating " EF-RATING ": "
                                FUNCTION TRIM(EF-COMMENT)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EVENT-FEEDBACK-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2897-REPORT-ADVISING-NOTES.
        MOVE "Advising notes:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO AN-FS
        OPEN INPUT ADVISING-NOTES-FILE
        IF AN-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ ADVISING-NOTES-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(AN-STUDENT) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            OR FUNCTION TRIM(AN-ADVISOR) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " AN-DATE
                                " student " FUNCTION TRIM(AN-STUDENT)
                                " advisor " FUNCTION TRIM(AN-ADVISOR)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "    " FUNCTION TRIM(AN-TEXT)
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ADVISING-NOTES-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2898-REPORT-CASELOADS.
        MOVE "Advisor caseloads:" TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO CL-FS
        OPEN INPUT CASELOAD-FILE
        IF CL-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ CASELOAD-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(CL-ADVISOR) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            IF CL-MAJOR = SPACES
                                STRING "  " FUNCTION TRIM(CL-UNIVERSITY)
                                    " (all majors)"
                                    DELIMITED BY SIZE
                                    INTO ACCESS-REPORT-RECORD
                            ELSE
                                STRING "  " FUNCTION TRIM(CL-UNIVERSITY)
                                    " / " FUNCTION TRIM(CL-MAJOR)
                                    DELIMITED BY SIZE
                                    INTO ACCESS-REPORT-RECORD
                            END-IF
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CASELOAD-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    2899-REPORT-REGISTRAR-FEED.
        MOVE "Items sent to the university registrar:"
            TO ACCESS-REPORT-RECORD
        WRITE ACCESS-REPORT-RECORD
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO RL-FS
        OPEN INPUT REG-LEDGER-FILE
        IF RL-FS = "00"
            PERFORM UNTIL WS-FILE-EOF = "Y"
                READ REG-LEDGER-FILE
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                    NOT AT END
                        IF FUNCTION TRIM(RL-USERNAME) =
                            FUNCTION TRIM(WS-SUBJECT-USER)
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SPACES TO ACCESS-REPORT-RECORD
                            STRING "  " RL-BATCH(1:8) " "
                                FUNCTION TRIM(RL-UNIVERSITY) " / "
                                RL-ITEM " " FUNCTION TRIM(RL-DESC)
                                " status " RL-STATUS
                                DELIMITED BY SIZE
                                INTO ACCESS-REPORT-RECORD
                            WRITE ACCESS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REG-LEDGER-FILE
        END-IF
        PERFORM 8900-WRITE-SECTION-COUNT.

    8900-WRITE-SECTION-COUNT.
        IF WS-SECTION-COUNT = 0
            MOVE "  (none)" TO ACCESS-REPORT-RECORD
