           SELECT LEARNING-FILE ASSIGN TO "LearningProgress.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LP-FS.
           SELECT SKILL-CATALOG-FILE ASSIGN TO "SkillCatalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FS.
           SELECT UNIVERSITY-FILE ASSIGN TO "Universities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNIV-FS.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "Notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-FS.
           SELECT SAVED-SEARCH-FILE ASSIGN TO "SavedSearches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SS-FS.
           SELECT SAVED-SEARCH-TEMP ASSIGN TO "SavedSearches.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SST-FS.
           SELECT JOB-DIGEST-FILE ASSIGN TO "JobDigest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DG-FS.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FS.
           SELECT APPLICATIONS-FILE ASSIGN TO "Applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPL-FS.
           SELECT REFERRAL-FILE ASSIGN TO "Referrals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-FS.
           SELECT REFERRAL-TEMP ASSIGN TO "Referrals.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFT-FS.
           SELECT SCREENING-FILE ASSIGN TO "ScreeningQuestions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-FS.
           SELECT SCREENING-TEMP ASSIGN TO "ScreeningQuestions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQT-FS.
           SELECT APPLICATIONS-TEMP ASSIGN TO "Applications.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPT-FS.
           SELECT PLACEMENTS-FILE ASSIGN TO "Placements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAC-FS.
           SELECT OFFER-FILE ASSIGN TO "Offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFR-FS.
           SELECT OFFER-TEMP ASSIGN TO "Offers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFRT-FS.
           SELECT JOB-REVIEW-FILE ASSIGN TO "JobReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JR-FS.
           SELECT JOB-REVIEW-TEMP ASSIGN TO "JobReview.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRT-FS.
           SELECT WATCH-TERM-FILE ASSIGN TO "JobWatchTerms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-FS.
           SELECT WATCH-TERM-TEMP ASSIGN TO "JobWatchTerms.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WTT-FS.
           SELECT MODERATION-FILE ASSIGN TO "ModerationCases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOD-FS.
           SELECT MODERATION-TEMP ASSIGN TO "ModerationCases.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODT-FS.
           SELECT NOTIFY-PREFS-FILE ASSIGN TO "NotifyPrefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NP-FS.
           SELECT NOTIFY-PREFS-TEMP ASSIGN TO "NotifyPrefs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NPT-FS.
           SELECT NOTIFY-OUTBOX-FILE ASSIGN TO "NotifyOutbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOB-FS.
           SELECT SPOOL-CONTROL-FILE ASSIGN TO "NotifySpool.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPC-FS.
           SELECT CONSENT-FILE ASSIGN TO "Consent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNS-FS.
           SELECT PWD-HISTORY-FILE ASSIGN TO "PasswordHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FS.
           SELECT PWD-HISTORY-TEMP ASSIGN TO "PasswordHistory.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHT-FS.
           SELECT APP-MESSAGES-FILE ASSIGN TO "AppMessages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-FS.
           SELECT APP-MESSAGES-TEMP ASSIGN TO "AppMessages.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AMT-FS.
           SELECT INTRO-FILE ASSIGN TO "Introductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-FS.
           SELECT INTRO-TEMP ASSIGN TO "Introductions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IRT-FS.
           SELECT PROFILE-VIEW-FILE ASSIGN TO "ProfileViews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PVW-FS.
           SELECT EVENT-FEEDBACK-FILE ASSIGN TO "EventFeedback.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EF-FS.
           SELECT GROUP-CASCADE-TEMP ASSIGN TO "GroupCascade.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GCT-FS.
           SELECT CASELOAD-FILE ASSIGN TO "AdvisorCaseloads.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FS.
           SELECT ADVISING-NOTES-FILE ASSIGN TO "AdvisingNotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-FS.
           SELECT MENTORSHIP-FILE ASSIGN TO "Mentorships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSHP-FS.
           SELECT MENTOR-SESSION-FILE ASSIGN TO "MentorSessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSN-FS.
           SELECT MENTOR-EVAL-FILE ASSIGN TO "MentorEvaluations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEV-FS.
           SELECT USAGE-LOG-FILE ASSIGN TO "UsageLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USG-FS.
           SELECT EVENT-WAITLIST-FILE ASSIGN TO "EventWaitlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-FS.
           05 LP-SKILL-NAME  PIC X(20).
           05 LP-COMPLETED   PIC X.

       FD SKILL-CATALOG-FILE.
       01 SKILL-CATALOG-RECORD.
           05 SC-CODE           PIC X(8).
           05 SC-REC-TYPE       PIC X.
           05 SC-SEQ            PIC 9(3).
           05 SC-BODY           PIC X(100).
           05 SC-HEADER REDEFINES SC-BODY.
               10 SC-TITLE      PIC X(20).
               10 SC-STATUS     PIC X.
               10 SC-DESC       PIC X(79).
           05 SC-LESSON REDEFINES SC-BODY.
               10 SC-LESSON-TEXT PIC X(100).

       FD UNIVERSITY-FILE.
       01 UNIVERSITY-RECORD          PIC X(60).

           05 NOTIF-USERNAME    PIC X(20).
           05 NOTIF-TEXT        PIC X(80).
           05 NOTIF-DATE        PIC 9(8).
           05 NOTIF-CATEGORY    PIC X(2).
           05 NOTIF-SPOOLED     PIC X.

       FD SAVED-SEARCH-FILE.
       01 SAVED-SEARCH-RECORD.
           05 SS-USERNAME       PIC X(20).
           05 SS-NAME           PIC X(20).
           05 SS-KEYWORD        PIC X(40).
           05 SS-LOCATION       PIC X(40).
           05 SS-COMPANY        PIC X(40).
           05 SS-CREATED        PIC 9(8).
           05 SS-LAST-RUN       PIC 9(8).

       FD SAVED-SEARCH-TEMP.
       01 SAVED-SEARCH-TEMP-RECORD  PIC X(176).

       FD JOB-DIGEST-FILE.
       01 JOB-DIGEST-RECORD.
           05 DG-USERNAME       PIC X(20).
           05 DG-DATE           PIC 9(8).
           05 DG-SEARCH-NAME    PIC X(20).
           05 DG-REQ-NUM        PIC 9(8).
           05 DG-TITLE          PIC X(40).
           05 DG-COMPANY        PIC X(40).
           05 DG-LOCATION       PIC X(40).

       FD EXPORT-FILE.
       01 EXPORT-RECORD          PIC X(250).
           05 APP-DATE          PIC 9(8).
           05 APP-NOTE          PIC X(100).
           05 APP-STATUS        PIC X(12).
           05 APP-REQ-NUM       PIC 9(8).
           05 APP-SCREEN-ANSWERS PIC X(5).
           05 APP-SCREEN-RESULT PIC X.

       FD APPLICATIONS-TEMP.
       01 APPLICATIONS-TEMP-RECORD.
           05 AT-DATE           PIC 9(8).
           05 AT-NOTE           PIC X(100).
           05 AT-STATUS         PIC X(12).
           05 AT-REQ-NUM        PIC 9(8).
           05 AT-SCREEN-ANSWERS PIC X(5).
           05 AT-SCREEN-RESULT  PIC X.

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

       FD REFERRAL-TEMP.
       01 REFERRAL-TEMP-RECORD  PIC X(245).

       FD SCREENING-FILE.
       01 SCREENING-RECORD.
           05 SQ-REQ-NUM        PIC 9(8).
           05 SQ-SEQ            PIC 9.
           05 SQ-TEXT           PIC X(80).
           05 SQ-KNOCKOUT       PIC X.

       FD SCREENING-TEMP.
       01 SCREENING-TEMP-RECORD PIC X(90).

       FD INTERVIEWS-FILE.
       01 INTERVIEWS-RECORD.
           05 INT-LOCATION      PIC X(40).
           05 INT-STATUS        PIC X(12).
           05 INT-ALT-DATE      PIC 9(8).
           05 INT-REQ-NUM       PIC 9(8).

       FD INTERVIEWS-TEMP.
       01 INTERVIEWS-TEMP-RECORD.
           05 IT-LOCATION       PIC X(40).
           05 IT-STATUS         PIC X(12).
           05 IT-ALT-DATE       PIC 9(8).
           05 IT-REQ-NUM        PIC 9(8).

       FD EMPLOYER-FILE.
       01 EMPLOYER-RECORD.
           05 EM-NAME           PIC X(40).
           05 EM-INDUSTRY       PIC X(30).
           05 EM-HQ-CITY        PIC X(30).
           05 EM-WEBSITE        PIC X(60).
           05 EM-SIZE-BAND      PIC X(10).
           05 EM-DESCRIPTION    PIC X(100).
           05 EM-STATUS         PIC X.

       FD MESSAGES-FILE.
       01 MESSAGES-RECORD.
           05 EV-DESC           PIC X(100).
           05 EV-CREATED-BY     PIC X(20).
           05 EV-CAPACITY       PIC 9(5).
           05 EV-GROUP          PIC X(40).
           05 EV-MEMBERS-ONLY   PIC X.

       FD EVENT-RSVP-FILE.
       01 EVENT-RSVP-RECORD.
           05 EA-EMPLOYER       PIC X(40).
           05 EA-EFFECTIVE      PIC 9(8).
           05 EA-EXPIRY         PIC 9(8).
           05 EA-POSTING-FEE    PIC 9(5)V99.
           05 EA-EVENT-FEE      PIC 9(5)V99.

       FD GROUP-OFFICERS-FILE.
       01 GROUP-OFFICERS-RECORD.
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

       FD OFFER-TEMP.
       01 OFFER-TEMP-RECORD     PIC X(171).

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

       FD JOB-REVIEW-TEMP.
       01 JOB-REVIEW-TEMP-RECORD    PIC X(263).

       FD WATCH-TERM-FILE.
       01 WATCH-TERM-RECORD.
           05 WT-TERM           PIC X(30).

       FD WATCH-TERM-TEMP.
       01 WATCH-TERM-TEMP-RECORD    PIC X(30).


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

       FD MODERATION-TEMP.
       01 MODERATION-TEMP-RECORD    PIC X(337).

       FD NOTIFY-PREFS-FILE.
       01 NOTIFY-PREFS-RECORD.
           05 NP-USERNAME       PIC X(20).
           05 NP-EMAIL          PIC X(60).
           05 NP-EMAIL-STATUS   PIC X.
           05 NP-MOBILE         PIC X(15).
           05 NP-MOBILE-STATUS  PIC X.
           05 NP-MODES.
               10 NP-MODE       PIC X OCCURS 5 TIMES.
           05 NP-UPDATED        PIC 9(8).

       FD NOTIFY-PREFS-TEMP.
       01 NOTIFY-PREFS-TEMP-RECORD  PIC X(110).

       FD NOTIFY-OUTBOX-FILE.
       01 NOTIFY-OUTBOX-RECORD.
           05 OB-MSG-ID         PIC 9(8).
           05 OB-LINE-NUM       PIC 9(3).
           05 OB-LINE-COUNT     PIC 9(3).
           05 OB-CHANNEL        PIC X.
           05 OB-ADDRESS        PIC X(60).
           05 OB-USERNAME       PIC X(20).
           05 OB-KIND           PIC X.
           05 OB-CATEGORY       PIC X(2).
           05 OB-DATE           PIC 9(8).
           05 OB-TEXT           PIC X(80).

       FD SPOOL-CONTROL-FILE.
       01 SPOOL-CONTROL-RECORD.
           05 CTL-LAST-MSG-ID   PIC 9(8).
           05 CTL-LAST-DIGEST   PIC 9(8).

       FD CONSENT-FILE.
       01 CONSENT-RECORD.
           05 CNS-USERNAME      PIC X(20).
           05 CNS-VERSION       PIC X(8).
           05 CNS-DECISION      PIC X.
           05 CNS-DATE          PIC 9(8).
           05 CNS-TIME          PIC 9(6).

       FD PWD-HISTORY-FILE.
       01 PWD-HISTORY-RECORD.
           05 PH-USERNAME       PIC X(20).
           05 PH-SALT           PIC X(8).
           05 PH-HASH           PIC X(12).
           05 PH-DATE           PIC 9(8).

       FD PWD-HISTORY-TEMP.
       01 PWD-HISTORY-TEMP-RECORD   PIC X(48).

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

       FD APP-MESSAGES-TEMP.
       01 APP-MESSAGES-TEMP-RECORD  PIC X(283).

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

       FD INTRO-TEMP.
       01 INTRO-TEMP-RECORD         PIC X(257).

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

       FD GROUP-CASCADE-TEMP.
       01 GROUP-CASCADE-RECORD      PIC X(400).

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

       FD USAGE-LOG-FILE.
       01 USAGE-LOG-RECORD.
           05 USG-DATE          PIC 9(8).
           05 USG-ACCT-TYPE     PIC X.
           05 USG-MENU          PIC X(2).
           05 USG-OPTION        PIC X.
           05 USG-UNIVERSITY    PIC X(40).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
       77 IN-FS                   PIC XX VALUE "00".
       77 WS-RUN-MODE             PIC X VALUE "B".
       77 LOCK-FS                 PIC XX VALUE "00".
       77 WS-RUN-ENVIRONMENT      PIC X(10) VALUE SPACES.
       77 ES-FS                   PIC XX VALUE "00".
       77 WS-SHRINK-FILE          PIC X(24).
       77 WS-SHRINK-COUNT         PIC 9(8) VALUE 0.
       77 LP-FS              PIC XX VALUE "00".
       77 LP-EOF             PIC X VALUE "N".
       77 LP-FOUND           PIC X VALUE "N".
       77 WS-SKILL-NUM       PIC 9(2).
       77 WS-SKILL-NAME      PIC X(20).
       77 WS-SKILL-CHOICE    PIC X.
       77 WS-SKILL-COUNT     PIC 9(2) VALUE 0.
       77 WS-SKILL-NUM-DISP  PIC Z9.
       77 WS-SKILL-INPUT     PIC X(10).
       77 WS-SKILL-LESSONS   PIC 9(3) VALUE 0.
       77 WS-LESSON-DISP     PIC ZZ9.
       77 SC-FS              PIC XX VALUE "00".
       77 SC-EOF             PIC X VALUE "N".
       01 WS-SKILL-TABLE.
           05 WS-SKILL-ENTRY OCCURS 20 TIMES.
               10 WS-SKILL-TAB-CODE   PIC X(8).
               10 WS-SKILL-TAB-TITLE  PIC X(20).
               10 WS-SKILL-TAB-DESC   PIC X(79).

       77 UNIV-FS             PIC XX VALUE "00".
       77 UNIV-EOF            PIC X VALUE "N".
       77 NOTIF-EOF           PIC X VALUE "N".
       77 NOTIF-FOUND         PIC X VALUE "N".

       77 SS-FS               PIC XX VALUE "00".
       77 SST-FS              PIC XX VALUE "00".
       77 SS-EOF              PIC X VALUE "N".
       77 DG-FS               PIC XX VALUE "00".
       77 DG-EOF              PIC X VALUE "N".
       77 WS-SS-COUNT         PIC 9(2) VALUE 0.
       77 WS-SS-NUM-DISP      PIC Z9.
       77 WS-SS-INPUT         PIC X(10).
       77 WS-SS-CHOICE        PIC 9(2) VALUE 0.
       77 WS-SS-NAME          PIC X(20).
       77 WS-SS-NEW-NAME      PIC X(20).
       77 WS-SS-DUP           PIC X VALUE "N".
       77 WS-SS-DONE          PIC X VALUE "N".
       77 WS-SS-CHANGED       PIC X VALUE "N".
       77 WS-SS-ACTION        PIC X VALUE SPACE.
       77 WS-DG-LATEST        PIC 9(8) VALUE 0.
       77 WS-DG-COUNT         PIC 9(3) VALUE 0.
       77 WS-SS-DISP-KEYWORD  PIC X(40).
       77 WS-SS-DISP-LOCATION PIC X(40).
       77 WS-SS-DISP-COMPANY  PIC X(40).
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 20 TIMES.
               10 WS-SS-TAB-NAME      PIC X(20).
               10 WS-SS-TAB-KEYWORD   PIC X(40).
               10 WS-SS-TAB-LOCATION  PIC X(40).
               10 WS-SS-TAB-COMPANY   PIC X(40).
               10 WS-SS-TAB-LAST-RUN  PIC 9(8).

       77 EXPORT-FS           PIC XX VALUE "00".
       77 WS-EXPORT-FILENAME  PIC X(40) VALUE SPACES.
       77 BATCH-EXC-FS        PIC XX VALUE "00".
           05 JOB-LNK-DESCRIPTION  PIC X(200).
           05 JOB-LNK-POSTED-BY    PIC X(20).
           05 JOB-LNK-POSTED-DATE  PIC 9(8).
           05 JOB-LNK-REQ-NUM      PIC 9(8).
           05 JOB-LNK-REQ-SKILLS.
               10 JOB-LNK-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.
       01 JOB-LNK-MATCHES.
           05 JOB-LNK-MATCH OCCURS 20 TIMES.
               10 JOB-LNK-MATCH-TITLE        PIC X(40).
               10 JOB-LNK-MATCH-DESCRIPTION  PIC X(200).
               10 JOB-LNK-MATCH-POSTED-BY    PIC X(20).
               10 JOB-LNK-MATCH-POSTED-DATE  PIC 9(8).
               10 JOB-LNK-MATCH-REQ-NUM      PIC 9(8).
               10 JOB-LNK-MATCH-REQ-SKILLS.
                   15 JOB-LNK-MATCH-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.
       01 JOB-LNK-SEARCH-CONTROL.
           05 JOB-LNK-FILTER-LOCATION  PIC X(40).
           05 JOB-LNK-FILTER-COMPANY   PIC X(40).
       77 WS-APPL-ACT-USER    PIC X(20) VALUE SPACES.
       77 WS-APPL-ACT-TITLE   PIC X(40) VALUE SPACES.
       77 WS-APPL-ACT-COMPANY PIC X(40) VALUE SPACES.
       77 WS-APPL-ACT-REQ     PIC 9(8) VALUE 0.
       77 WS-APPL-NEW-STATUS  PIC X(12) VALUE SPACES.
       77 WS-APPL-UPDATED     PIC X VALUE "N".
       77 WS-APPL-DISP-STATUS PIC X(12) VALUE SPACES.
       77 WS-INTV-UPDATED     PIC X VALUE "N".
       77 WS-INTV-ACT-TITLE   PIC X(40) VALUE SPACES.
       77 WS-INTV-ACT-USER    PIC X(20) VALUE SPACES.
       77 WS-INTV-ACT-REQ     PIC 9(8) VALUE 0.
       77 WS-INTV-DATE-IN     PIC X(8) VALUE SPACES.
       77 WS-INTV-NEW-DATE    PIC 9(8) VALUE 0.
       77 WS-INTV-LOCATION    PIC X(40) VALUE SPACES.
       77 WS-INTV-NOTE        PIC X(80) VALUE SPACES.
       77 WS-APPLY-INPUT      PIC X(4).
       77 WS-APPLY-CHOICE     PIC 9(3) VALUE 0.
       77 WS-APPLY-DUP        PIC X VALUE "N".
       77 WS-APPLY-NOTE       PIC X(100).
       77 WS-APPLY-REFERRAL   PIC X VALUE "N".

       77 RF-FS               PIC XX VALUE "00".
       77 RFT-FS              PIC XX VALUE "00".
       77 RF-EOF              PIC X VALUE "N".
       77 WS-REF-INPUT        PIC X(4).
       77 WS-REF-COUNT        PIC 9(2) VALUE 0.
       77 WS-REF-KEPT         PIC 9(2) VALUE 0.
       77 WS-REF-IDX          PIC 9(2) VALUE 0.
       77 WS-REF-CHOICE       PIC 9(2) VALUE 0.
       77 WS-REF-NUM-DISP     PIC Z9.
       77 WS-REF-COMPANY      PIC X(40).
       77 WS-REF-TITLE        PIC X(40).
       77 WS-REF-REQ          PIC 9(8) VALUE 0.
       77 WS-REF-OTHER        PIC X(20).
       77 WS-REF-DUP          PIC X VALUE "N".
       77 WS-REF-DECISION     PIC X VALUE SPACE.
       77 WS-REF-NOTE         PIC X(100).
       77 WS-REF-UPDATED      PIC X VALUE "N".
       77 WS-REF-ANY          PIC X VALUE "N".
       77 WS-REF-STATUS-DISP  PIC X(8).
       77 WS-REF-EXP-IDX      PIC 9(2) VALUE 0.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 20 TIMES.
               10 WS-REF-TAB-USER     PIC X(20).
               10 WS-REF-TAB-NAME     PIC X(41).
               10 WS-REF-TAB-WHY      PIC X.
       01 WS-REF-PEND-TABLE.
           05 WS-REF-PEND-ENTRY OCCURS 20 TIMES.
               10 WS-REF-PEND-STUDENT PIC X(20).
               10 WS-REF-PEND-REQ     PIC 9(8).
               10 WS-REF-PEND-TITLE   PIC X(40).
               10 WS-REF-PEND-COMPANY PIC X(40).

       77 SQ-FS               PIC XX VALUE "00".
       77 SQT-FS              PIC XX VALUE "00".
       77 SQ-EOF              PIC X VALUE "N".
       77 WS-SQ-REQ           PIC 9(8) VALUE 0.
       77 WS-SQ-COUNT         PIC 9 VALUE 0.
       77 WS-SQ-IDX           PIC 9 VALUE 0.
       77 WS-SQ-DONE          PIC X VALUE "N".
       77 WS-SQ-REPLACE       PIC X VALUE "N".
       77 WS-SQ-VALID         PIC X VALUE "N".
       77 WS-SQ-ANSWER        PIC X VALUE SPACE.
       77 WS-SQ-ANSWERS       PIC X(5) VALUE SPACES.
       77 WS-SQ-RESULT        PIC X VALUE SPACE.
       01 WS-SQ-TABLE.
           05 WS-SQ-ENTRY OCCURS 5 TIMES.
               10 WS-SQ-TAB-TEXT      PIC X(80).
               10 WS-SQ-TAB-KNOCKOUT  PIC X.
       77 WS-POST-INPUT       PIC X(3).
       77 WS-POST-CHOICE      PIC 9(3) VALUE 0.
       77 WS-POST-OLD-TITLE   PIC X(40).
       77 WS-POST-DONE        PIC X VALUE "N".
       77 WS-GAP-IDX          PIC 9(3) VALUE 0.
       77 WS-GAP-SKILL-IDX    PIC 9 VALUE 0.
       77 WS-GAP-SKILL        PIC X(20) VALUE SPACES.
       77 WS-GAP-HELD         PIC X VALUE "N".
       77 WS-GAP-DONE         PIC X VALUE "N".
       77 WS-GAP-COURSE       PIC 9(2) VALUE 0.
       77 WS-JOB-AGE-DAYS     PIC S9(8) VALUE 0.
       77 WS-JOB-AGE-DISP     PIC 9(8) VALUE 0.
       77 WS-SEARCH-DONE      PIC X VALUE "N".
       77 WS-EMP-ENTERED      PIC X(40).
       77 WS-EMP-NAME         PIC X(40).
       77 WS-EMP-FOUND-ANY    PIC X VALUE "N".
       77 WS-CO-LOOKUP        PIC X(40) VALUE SPACES.
       77 WS-CO-FOUND         PIC X VALUE "N".
       77 WS-CO-EOF           PIC X VALUE "N".
       77 WS-CO-PLACED-COUNT  PIC 9(3) VALUE 0.
       77 WS-CO-ALUMNI-SHOWN  PIC 9(3) VALUE 0.
       77 WS-CO-MEMBERS-SHOWN PIC 9(3) VALUE 0.
       77 WS-CO-IDX           PIC 9(3) VALUE 0.
       77 WS-CO-HIT           PIC 9(3) VALUE 0.

       77 MSG-FS              PIC XX VALUE "00".
       77 MSG2-FS             PIC XX VALUE "00".
       77 WS-PLAC-APP-DATE    PIC 9(8) VALUE 0.
       77 WS-PLAC-START-IN    PIC X(8) VALUE SPACES.
       77 WS-PLAC-START-DATE  PIC 9(8) VALUE 0.
       77 WS-PLAC-OFFER-DATE  PIC 9(8) VALUE 0.

       77 OFR-FS              PIC XX VALUE "00".
       77 OFRT-FS             PIC XX VALUE "00".
       77 OFR-EOF             PIC X VALUE "N".
       77 WS-OFR-FOUND        PIC X VALUE "N".
       77 WS-OFR-LAPSED       PIC X VALUE "N".
       77 WS-OFR-LAPSED-DATE  PIC 9(8) VALUE 0.
       77 WS-OFR-UPDATED      PIC X VALUE "N".
       77 WS-OFR-DECISION     PIC X VALUE SPACE.
       77 WS-OFR-PAY-TYPE     PIC X VALUE SPACE.
       77 WS-OFR-AMOUNT       PIC 9(7)V99 VALUE 0.
       77 WS-OFR-WHOLE-IN     PIC X(10).
       77 WS-OFR-CENTS-IN     PIC X(10).
       77 WS-OFR-WHOLE        PIC 9(7) VALUE 0.
       77 WS-OFR-CENTS        PIC 99 VALUE 0.
       77 WS-OFR-START-DATE   PIC 9(8) VALUE 0.
       77 WS-OFR-RESPOND-BY   PIC 9(8) VALUE 0.
       77 WS-OFR-DATE-IN      PIC X(8) VALUE SPACES.
       77 WS-OFR-TODAY        PIC 9(8) VALUE 0.
       77 WS-OFR-RECRUITER    PIC X(20).
       77 WS-OFR-AMOUNT-DISP  PIC Z(6)9.99.
       77 WS-OFR-STATUS-DISP  PIC X(8).

       77 JR-FS               PIC XX VALUE "00".
       77 JRT-FS              PIC XX VALUE "00".
       77 JR-EOF              PIC X VALUE "N".
       77 WT-FS               PIC XX VALUE "00".
       77 WTT-FS              PIC XX VALUE "00".
       77 WT-EOF              PIC X VALUE "N".
       77 WS-JR-FOUND         PIC X VALUE "N".
       77 WS-JR-UPDATED       PIC X VALUE "N".
       77 WS-JR-FIRST-LIVE    PIC X VALUE "N".
       77 WS-JR-COUNT         PIC 9(3) VALUE 0.
       77 WS-JR-WAITING       PIC 9(5) VALUE 0.
       77 WS-JR-CHOICE        PIC 9(3) VALUE 0.
       77 WS-JR-INPUT         PIC X(10).
       77 WS-JR-FLAG-TERM     PIC X(30).
       77 WS-WT-TERM          PIC X(30).
       77 WS-WT-FOUND         PIC X VALUE "N".
       77 WS-WT-COUNT         PIC 9(4) VALUE 0.

       01 WS-JRV-RECORD.
           05 WS-JRV-REQ-NUM    PIC 9(8).
           05 WS-JRV-STATUS     PIC X.
           05 WS-JRV-POSTED-BY  PIC X(20).
           05 WS-JRV-TITLE      PIC X(40).
           05 WS-JRV-COMPANY    PIC X(40).
           05 WS-JRV-FLAG-TERM  PIC X(30).
           05 WS-JRV-SUBMITTED  PIC 9(8).
           05 WS-JRV-DECIDED-BY PIC X(20).
           05 WS-JRV-DECIDED    PIC 9(8).
           05 WS-JRV-APPROVED   PIC 9(8).
           05 WS-JRV-REASON     PIC X(80).

       01 WS-JR-QUEUE.
           05 WS-JR-Q-ENTRY OCCURS 20 TIMES.
               10 WS-JR-Q-REQ       PIC 9(8).
               10 WS-JR-Q-TITLE     PIC X(40).
               10 WS-JR-Q-COMPANY   PIC X(40).
               10 WS-JR-Q-POSTED-BY PIC X(20).
               10 WS-JR-Q-FLAG-TERM PIC X(30).
               10 WS-JR-Q-SUBMITTED PIC 9(8).


       77 MOD-FS              PIC XX VALUE "00".
       77 MODT-FS             PIC XX VALUE "00".
       77 MOD-EOF             PIC X VALUE "N".
       77 WS-MOD-NEXT-CASE    PIC 9(8) VALUE 0.
       77 WS-MOD-DUP          PIC X VALUE "N".
       77 WS-MOD-FOUND        PIC X VALUE "N".
       77 WS-MOD-UPDATED      PIC X VALUE "N".
       77 WS-MOD-REMOVED      PIC X VALUE "N".
       77 WS-MOD-COUNT        PIC 9(3) VALUE 0.
       77 WS-MOD-WAITING      PIC 9(5) VALUE 0.
       77 WS-MOD-PRIOR        PIC 9(5) VALUE 0.
       77 WS-MOD-CHOICE       PIC 9(3) VALUE 0.
       77 WS-MOD-INPUT        PIC X(10).
       77 WS-MOD-ACTION       PIC X VALUE SPACE.
       77 WS-MOD-REASON-DESC  PIC X(24).
       77 WS-MOD-ITEM-DESC    PIC X(8).
       77 WS-MOD-MSG-COUNT    PIC 9(3) VALUE 0.
       77 WS-MOD-MSG-OVERFLOW PIC 9(5) VALUE 0.

       01 WS-MODV-RECORD.
           05 WS-MODV-CASE-NUM    PIC 9(8).
           05 WS-MODV-STATUS      PIC X.
           05 WS-MODV-ITEM-TYPE   PIC X.
           05 WS-MODV-REPORTER    PIC X(20).
           05 WS-MODV-AUTHOR      PIC X(20).
           05 WS-MODV-GROUP       PIC X(40).
           05 WS-MODV-ITEM-DATE   PIC 9(8).
           05 WS-MODV-ITEM-TEXT   PIC X(200).
           05 WS-MODV-REASON      PIC X(2).
           05 WS-MODV-REPORT-DATE PIC 9(8).
           05 WS-MODV-ACTION      PIC X.
           05 WS-MODV-ACTION-BY   PIC X(20).
           05 WS-MODV-ACTION-DATE PIC 9(8).

       01 WS-MOD-QUEUE.
           05 WS-MOD-Q-CASE OCCURS 20 TIMES PIC 9(8).

       01 WS-MOD-MSG-TABLE.
           05 WS-MOD-MSG-ENTRY OCCURS 50 TIMES.
               10 WS-MOD-MSG-FROM   PIC X(20).
               10 WS-MOD-MSG-DATE   PIC 9(8).
               10 WS-MOD-MSG-TEXT   PIC X(200).

       77 NP-FS               PIC XX VALUE "00".
       77 NOB-FS              PIC XX VALUE "00".
       77 SPC-FS              PIC XX VALUE "00".
       77 NPT-FS              PIC XX VALUE "00".
       77 CNS-FS              PIC XX VALUE "00".
       77 CNS-EOF             PIC X VALUE "N".
       77 WS-POLICY-VERSION   PIC X(8) VALUE SPACES.
       77 WS-CONSENT-CHECKED  PIC X VALUE "N".
       77 WS-CONSENT-OK       PIC X VALUE "Y".
       77 WS-CONSENT-LAST     PIC X VALUE SPACE.
       77 PH-FS               PIC XX VALUE "00".
       77 PHT-FS              PIC XX VALUE "00".
       77 PH-EOF              PIC X VALUE "N".
       77 WS-PH-USER          PIC X(20) VALUE SPACES.
       77 AM-FS               PIC XX VALUE "00".
       77 AMT-FS              PIC XX VALUE "00".
       77 AM-EOF              PIC X VALUE "N".
       77 WS-AM-REQ           PIC 9(8) VALUE 0.
       77 WS-AM-STUDENT       PIC X(20) VALUE SPACES.
       77 WS-AM-RECRUITER     PIC X(20) VALUE SPACES.
       77 WS-AM-OTHER         PIC X(20) VALUE SPACES.
       77 WS-AM-TITLE         PIC X(40) VALUE SPACES.
       77 WS-AM-COUNT         PIC 9(3) VALUE 0.
       77 WS-AM-UNREAD        PIC 9(3) VALUE 0.
       77 IR-FS               PIC XX VALUE "00".
       77 IRT-FS              PIC XX VALUE "00".
       77 IR-EOF              PIC X VALUE "N".
       77 WS-IR-FOUND         PIC X VALUE "N".
       77 WS-IR-MATCHED       PIC X VALUE "N".
       77 WS-IR-INTERMEDIARY  PIC X(20) VALUE SPACES.
       77 WS-IR-INTER-NAME    PIC X(41) VALUE SPACES.
       77 WS-IR-TGT-FIRST     PIC X(20) VALUE SPACES.
       77 WS-IR-TGT-LAST      PIC X(20) VALUE SPACES.
       77 WS-IR-ACT-USER      PIC X(20) VALUE SPACES.
       77 WS-IR-ACT-CHOICE    PIC X VALUE SPACE.
       77 WS-IR-NEW-STATUS    PIC X VALUE SPACE.
       77 WS-IR-NOTE          PIC X(100) VALUE SPACES.
       77 WS-IR-STATUS-TEXT   PIC X(60) VALUE SPACES.
       77 PVW-FS              PIC XX VALUE "00".
       77 PVW-EOF             PIC X VALUE "N".
       77 WS-PVW-VIEWED       PIC X(20) VALUE SPACES.
       77 WS-PVW-SOURCE       PIC X(10) VALUE SPACES.
       77 WS-PVW-DUP          PIC X VALUE "N".
       77 WS-PVW-CUTOFF       PIC 9(8) VALUE 0.
       77 WS-PVW-COUNT        PIC 9(5) VALUE 0.
       77 WS-PVW-HIDDEN       PIC X VALUE "N".
       77 WS-PVW-TYPE         PIC X VALUE SPACE.
       77 WS-PVW-EMPLOYER     PIC X(40) VALUE SPACES.
       77 WS-PVW-WHO          PIC X(60) VALUE SPACES.
       77 WS-PVW-FROM         PIC X(20) VALUE SPACES.
       77 EF-FS               PIC XX VALUE "00".
       77 EF-EOF              PIC X VALUE "N".
       77 WS-EF-CHECKED       PIC X VALUE "N".
       77 WS-EF-DUE-COUNT     PIC 9(2) VALUE 0.
       77 WS-EF-IDX           PIC 9(2) VALUE 0.
       77 WS-EF-ANSWERED      PIC X VALUE "N".
       77 WS-EF-DONE          PIC X VALUE "N".
       77 WS-EF-RATING-IN     PIC X VALUE SPACE.
       77 WS-EF-EV-DATE       PIC 9(8) VALUE 0.
       01 WS-EF-DUE-TABLE.
           05 WS-EF-DUE-ENTRY OCCURS 10 TIMES.
               10 WS-EF-DUE-EVENT     PIC X(40).
               10 WS-EF-DUE-DATE      PIC 9(8).
       77 GCT-FS              PIC XX VALUE "00".
       77 CL-FS               PIC XX VALUE "00".
       77 CL-EOF              PIC X VALUE "N".
       77 AN-FS               PIC XX VALUE "00".
       77 AN-EOF              PIC X VALUE "N".
       77 MSHP-FS             PIC XX VALUE "00".
       77 MSHP-EOF            PIC X VALUE "N".
       77 MSN-FS              PIC XX VALUE "00".
       77 MSN-EOF             PIC X VALUE "N".
       77 MEV-FS              PIC XX VALUE "00".
       77 MEV-EOF             PIC X VALUE "N".
       77 USG-FS              PIC XX VALUE "00".
       77 WS-USAGE-MENU       PIC X(2) VALUE SPACES.
       77 WS-USAGE-CHOICES    PIC X(30) VALUE SPACES.
       77 WS-USAGE-HITS       PIC 9(2) VALUE 0.
       77 WS-USAGE-UNIV       PIC X(40) VALUE SPACES.
       77 WS-EV-FOR-GROUP     PIC X(40) VALUE SPACES.
       77 WS-EV-VISIBLE       PIC X VALUE "Y".
       77 WS-GRP-UNIV-SAVE    PIC X(40) VALUE SPACES.
       77 WS-GRP-OLD-NAME     PIC X(40) VALUE SPACES.
       77 WS-GRP-NEW-NAME     PIC X(40) VALUE SPACES.
       77 WS-GC-MODE          PIC X VALUE SPACE.
       77 WS-GC-COUNT         PIC 9(5) VALUE 0.
       77 WS-GC-EOF           PIC X VALUE "N".
       77 WS-GC-FOUND         PIC X VALUE "N".
       77 WS-GC-CANCEL-CNT    PIC 9(3) VALUE 0.
       77 WS-GC-IDX           PIC 9(3) VALUE 0.
       77 WS-GE-FOUND         PIC X VALUE "N".
       77 WS-GC-KEY           PIC X(40) VALUE SPACES.
       77 WS-SYS-COMMAND      PIC X(80) VALUE SPACES.
       77 WS-CAL-COUNT        PIC 9(3) VALUE 0.
       77 WS-CAL-IDX          PIC 9(3) VALUE 0.
       77 WS-CAL-IDX2         PIC 9(3) VALUE 0.
       77 WS-CAL-CHECK-DATE   PIC 9(8) VALUE 0.
       77 WS-CAL-SKIP-KIND    PIC X(10) VALUE SPACES.
       77 WS-CAL-SKIP-TITLE   PIC X(40) VALUE SPACES.
       77 WS-CAL-CONFLICT     PIC X VALUE "N".
       77 WS-CAL-PROCEED      PIC X VALUE "Y".
       77 WS-CAL-KEY          PIC X(40) VALUE SPACES.
       77 WS-CAL-EV-FOUND     PIC X VALUE "N".
       77 WS-CAL-EV-DATE      PIC 9(8) VALUE 0.
       77 WS-CAL-EV-LOC       PIC X(40) VALUE SPACES.
       77 WS-CAL-STAMP        PIC X(15) VALUE SPACES.
       77 WS-CAL-ESC-IN       PIC X(100) VALUE SPACES.
       77 WS-CAL-ESC-OUT      PIC X(200) VALUE SPACES.
       77 WS-CAL-ESC-POS      PIC 9(3) VALUE 0.
       77 WS-CAL-ESC-LEN      PIC 9(3) VALUE 0.
       77 WS-CAL-ESC-OUTPOS   PIC 9(3) VALUE 0.
       77 WS-CAL-ESC-CHAR     PIC X VALUE SPACE.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 100 TIMES.
               10 WS-CAL-DATE       PIC 9(8).
               10 WS-CAL-KIND       PIC X(10).
               10 WS-CAL-TITLE      PIC X(40).
               10 WS-CAL-LOCATION   PIC X(40).
               10 WS-CAL-STATUS     PIC X(12).
       77 WS-CL-COUNT         PIC 9(3) VALUE 0.
       77 WS-CL-IDX           PIC 9(3) VALUE 0.
       77 WS-CL-MATCH         PIC X VALUE "N".
       77 WS-CL-STUDENTS      PIC 9(5) VALUE 0.
       77 WS-CL-STUDENT       PIC X(20) VALUE SPACES.
       77 WS-CL-APP-TOTAL     PIC 9(5) VALUE 0.
       77 WS-CL-APP-OPEN      PIC 9(5) VALUE 0.
       77 WS-CL-PLACED        PIC 9(5) VALUE 0.
       77 WS-CL-LAST-LOGIN    PIC 9(8) VALUE 0.
       77 WS-AN-COUNT         PIC 9(5) VALUE 0.
       77 WS-MSP-COUNT        PIC 9(2) VALUE 0.
       77 WS-MSP-IDX          PIC 9(2) VALUE 0.
       77 WS-MSP-PICK         PIC 9(2) VALUE 0.
       77 WS-MSP-TODAY        PIC 9(8) VALUE 0.
       77 WS-MSN-DATE         PIC 9(8) VALUE 0.
       77 WS-MSN-DATE-IN      PIC X(8) VALUE SPACES.
       77 WS-MSN-MINUTES      PIC 9(3) VALUE 0.
       77 WS-MSN-MINUTES-IN   PIC X(20) VALUE SPACES.
       77 WS-MSN-COUNT        PIC 9(4) VALUE 0.
       77 WS-MSN-TOTAL-MIN    PIC 9(6) VALUE 0.
       77 WS-MEV-OPEN         PIC X VALUE "N".
       77 WS-MEV-DONE         PIC X VALUE "N".
       77 WS-MEV-RATING       PIC 9 VALUE 0.
       01 WS-MSP-TABLE.
           05 WS-MSP-ENTRY OCCURS 20 TIMES.
               10 WS-MSP-MENTOR     PIC X(20).
               10 WS-MSP-STUDENT    PIC X(20).
               10 WS-MSP-SINCE      PIC 9(8).
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 20 TIMES.
               10 WS-CL-UNIV        PIC X(40).
               10 WS-CL-MAJOR       PIC X(30).
       01 WS-CAL-HOLD.
           05 WS-CAL-HOLD-DATE      PIC 9(8).
           05 WS-CAL-HOLD-KIND      PIC X(10).
           05 WS-CAL-HOLD-TITLE     PIC X(40).
           05 WS-CAL-HOLD-LOCATION  PIC X(40).
           05 WS-CAL-HOLD-STATUS    PIC X(12).
       01 WS-GC-CANCEL-TABLE.
           05 WS-GC-CANCEL-ENTRY OCCURS 50 TIMES.
               10 WS-GC-CANCEL-EVENT  PIC X(40).
               10 WS-GC-CANCEL-DATE   PIC 9(8).
       01 WS-IR-SAVED.
           05 WS-IR-SV-REQUESTER   PIC X(20).
           05 WS-IR-SV-TARGET      PIC X(20).
           05 WS-IR-SV-REQ-FIRST   PIC X(20).
           05 WS-IR-SV-REQ-LAST    PIC X(20).
           05 WS-IR-SV-TGT-FIRST   PIC X(20).
           05 WS-IR-SV-TGT-LAST    PIC X(20).
       77 WS-PH-REUSED        PIC X VALUE "N".
       77 WS-PH-COUNT         PIC 9(5) VALUE 0.
       77 WS-PH-SEEN          PIC 9(5) VALUE 0.
       77 NP-EOF              PIC X VALUE "N".
       77 WS-NP-CAT-IDX       PIC 9 VALUE 0.
       77 WS-NP-INPUT         PIC X(60).
       77 WS-NP-LEN           PIC 9(3) VALUE 0.
       77 WS-NP-AT-COUNT      PIC 9(3) VALUE 0.
       77 WS-NP-AT-POS        PIC 9(3) VALUE 0.
       77 WS-NP-DOT-COUNT     PIC 9(3) VALUE 0.
       77 WS-NP-SPACE-COUNT   PIC 9(3) VALUE 0.
       77 WS-NP-MODE-DESC     PIC X(20).

       01 WS-NPV-RECORD.
           05 WS-NPV-USERNAME      PIC X(20).
           05 WS-NPV-EMAIL         PIC X(60).
           05 WS-NPV-EMAIL-STATUS  PIC X.
           05 WS-NPV-MOBILE        PIC X(15).
           05 WS-NPV-MOBILE-STATUS PIC X.
           05 WS-NPV-MODES.
               10 WS-NPV-MODE      PIC X OCCURS 5 TIMES.
           05 WS-NPV-UPDATED       PIC 9(8).

       01 WS-NP-CAT-NAMES.
           05 FILLER PIC X(36) VALUE "Jobs, applications and offers".
           05 FILLER PIC X(36) VALUE "Interview scheduling".
           05 FILLER PIC X(36) VALUE "Connections, groups and mentoring".
           05 FILLER PIC X(36) VALUE "Events and waitlists".
           05 FILLER PIC X(36) VALUE "Account and general notices".
       01 WS-NP-CAT-LIST REDEFINES WS-NP-CAT-NAMES.
           05 WS-NP-CAT-NAME PIC X(36) OCCURS 5 TIMES.

       77 MENT-FS             PIC XX VALUE "00".
       77 MENTT-FS            PIC XX VALUE "00".
       77 MAX-FAILED-ATTEMPTS PIC 9(2) VALUE 5.
       77 MAX-PASSWORD-AGE-DAYS PIC 9(5) VALUE 90.
       77 MAX-CONN-REQS-DAY   PIC 9(5) VALUE 10.
       77 MAX-SAVED-SEARCHES  PIC 9(2) VALUE 5.
       77 LOGIN-CODE-MINUTES  PIC 9(2) VALUE 5.
       77 MENTOR-TERM-END     PIC 9(8) VALUE 0.
       77 PASSWORD-HISTORY-DEPTH PIC 9(2) VALUE 5.
       77 WS-ACCOUNT-LOCKED   PIC X VALUE "N".
       77 WS-ACCOUNT-DEACTIVATED PIC X VALUE "N".
       77 WS-ACCOUNT-TYPE     PIC X VALUE "S".
       77 WS-SRCH-ACCT-DEACTIVATED PIC X VALUE "N".
       77 WS-PASSWORD-EXPIRED PIC X VALUE "N".
       77 WS-CONFIG-KEY   PIC X(24).
       77 WS-CONFIG-VALUE PIC X(20).
       77 WS-CONFIG-EQ    PIC 9(2) VALUE 0.

           05 WS-PEND-RECEIVER-LAST    PIC X(20).
           05 WS-PEND-DATE             PIC 9(8).

       01 WS-CO-RECORD.
           05 WS-CO-NAME              PIC X(40).
           05 WS-CO-INDUSTRY          PIC X(30).
           05 WS-CO-HQ-CITY           PIC X(30).
           05 WS-CO-WEBSITE           PIC X(60).
           05 WS-CO-SIZE-BAND         PIC X(10).
           05 WS-CO-DESCRIPTION       PIC X(100).
           05 WS-CO-STATUS            PIC X.

       01 WS-CO-PLACED-TABLE.
           05 WS-CO-PLACED OCCURS 50 TIMES.
               10 WS-CO-PL-USER       PIC X(20).
               10 WS-CO-PL-TITLE      PIC X(40).
               10 WS-CO-PL-START      PIC 9(8).

       01 I                       PIC 9(2).


       01 WS-CURRENT-DATETIME     PIC X(21).
       01 WS-RESET-CODE           PIC X(6).
       01 WS-ENTERED-CODE         PIC X(6).
       01 WS-LOGIN-CODE           PIC X(6).
       01 WS-LOGIN-CODE-NUM       PIC 9(6).
       01 WS-LOGIN-CODE-ISSUED    PIC 9(12) VALUE 0.
       01 WS-LOGIN-CODE-NOW       PIC 9(12) VALUE 0.
       01 WS-LOGIN-CODE-SEEDED    PIC X VALUE "N".
       01 WS-LOGIN-CODE-FAILED    PIC X VALUE "N".
       01 WS-LOGIN-NO-CONTACT     PIC X VALUE "N".
       01 WS-LOGIN-CODE-MSG-ID    PIC 9(8) VALUE 0.
       01 WS-LOGIN-CODE-DIGEST    PIC 9(8) VALUE 0.
       01 WS-LOGIN-CODE-TEXT      PIC X(80).
       01 WS-RESET-FOUND          PIC X VALUE "N".
       01 WS-MATCHED-USERNAME     PIC X(20) VALUE SPACES.
       01 ACC-MUTATE-OK           PIC X VALUE "N".
           STRING WS-CURRENT-DATETIME(1:8) "-" WS-CURRENT-DATETIME(9:6)
               DELIMITED BY SIZE INTO WS-RUN-START

           PERFORM SELECT-ENVIRONMENT
           PERFORM ACQUIRE-RUN-LOCK
           CALL 'JOURNALRECOVER'
           PERFORM LOAD-CONFIG

           IF WS-RUN-MODE = "C"
               OPEN OUTPUT OUTPUT-FILE
               PERFORM WRITE-ENVIRONMENT-BANNER
               MOVE "Interactive console mode. Type /EXIT to end the session."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
                   PERFORM SKIP-CHECKPOINT-LINES
               ELSE
                   OPEN OUTPUT OUTPUT-FILE
                   PERFORM WRITE-ENVIRONMENT-BANNER
               END-IF
           END-IF

           END-IF
           CLOSE NOTIFICATIONS-FILE

           OPEN INPUT SAVED-SEARCH-FILE
           IF SS-FS NOT = "00"
               OPEN OUTPUT SAVED-SEARCH-FILE
               CLOSE SAVED-SEARCH-FILE
               OPEN INPUT SAVED-SEARCH-FILE
           END-IF
           CLOSE SAVED-SEARCH-FILE

           OPEN INPUT APPLICATIONS-FILE
           IF APPL-FS NOT = "00"
               OPEN OUTPUT APPLICATIONS-FILE
           END-IF
           CLOSE APPLICATIONS-FILE

           OPEN INPUT SCREENING-FILE
           IF SQ-FS NOT = "00"
               OPEN OUTPUT SCREENING-FILE
               CLOSE SCREENING-FILE
               OPEN INPUT SCREENING-FILE
           END-IF
           CLOSE SCREENING-FILE

           OPEN INPUT REFERRAL-FILE
           IF RF-FS NOT = "00"
               OPEN OUTPUT REFERRAL-FILE
               CLOSE REFERRAL-FILE
               OPEN INPUT REFERRAL-FILE
           END-IF
           CLOSE REFERRAL-FILE

           OPEN INPUT OFFER-FILE
           IF OFR-FS NOT = "00"
               OPEN OUTPUT OFFER-FILE
               CLOSE OFFER-FILE
               OPEN INPUT OFFER-FILE
           END-IF
           CLOSE OFFER-FILE

           OPEN INPUT JOB-REVIEW-FILE
           IF JR-FS NOT = "00"
               OPEN OUTPUT JOB-REVIEW-FILE
               CLOSE JOB-REVIEW-FILE
               OPEN INPUT JOB-REVIEW-FILE
           END-IF
           CLOSE JOB-REVIEW-FILE

           OPEN INPUT WATCH-TERM-FILE
           IF WT-FS NOT = "00"
               OPEN OUTPUT WATCH-TERM-FILE
               CLOSE WATCH-TERM-FILE
               OPEN INPUT WATCH-TERM-FILE
           END-IF
           CLOSE WATCH-TERM-FILE

           OPEN INPUT MODERATION-FILE
           IF MOD-FS NOT = "00"
               OPEN OUTPUT MODERATION-FILE
               CLOSE MODERATION-FILE
               OPEN INPUT MODERATION-FILE
           END-IF
           CLOSE MODERATION-FILE

           OPEN INPUT NOTIFY-PREFS-FILE
           IF NP-FS NOT = "00"
               OPEN OUTPUT NOTIFY-PREFS-FILE
               CLOSE NOTIFY-PREFS-FILE
               OPEN INPUT NOTIFY-PREFS-FILE
           END-IF
           CLOSE NOTIFY-PREFS-FILE

           OPEN INPUT CONSENT-FILE
           IF CNS-FS NOT = "00"
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN INPUT CONSENT-FILE
           END-IF
           CLOSE CONSENT-FILE

           OPEN INPUT PWD-HISTORY-FILE
           IF PH-FS NOT = "00"
               OPEN OUTPUT PWD-HISTORY-FILE
               CLOSE PWD-HISTORY-FILE
               OPEN INPUT PWD-HISTORY-FILE
           END-IF
           CLOSE PWD-HISTORY-FILE

           OPEN INPUT APP-MESSAGES-FILE
           IF AM-FS NOT = "00"
               OPEN OUTPUT APP-MESSAGES-FILE
               CLOSE APP-MESSAGES-FILE
               OPEN INPUT APP-MESSAGES-FILE
           END-IF
           CLOSE APP-MESSAGES-FILE

           OPEN INPUT INTRO-FILE
           IF IR-FS NOT = "00"
               OPEN OUTPUT INTRO-FILE
               CLOSE INTRO-FILE
               OPEN INPUT INTRO-FILE
           END-IF
           CLOSE INTRO-FILE

           OPEN INPUT PROFILE-VIEW-FILE
           IF PVW-FS NOT = "00"
               OPEN OUTPUT PROFILE-VIEW-FILE
               CLOSE PROFILE-VIEW-FILE
               OPEN INPUT PROFILE-VIEW-FILE
           END-IF
           CLOSE PROFILE-VIEW-FILE

           OPEN INPUT EVENT-FEEDBACK-FILE
           IF EF-FS NOT = "00"
               OPEN OUTPUT EVENT-FEEDBACK-FILE
               CLOSE EVENT-FEEDBACK-FILE
               OPEN INPUT EVENT-FEEDBACK-FILE
           END-IF
           CLOSE EVENT-FEEDBACK-FILE

           OPEN INPUT CASELOAD-FILE
           IF CL-FS NOT = "00"
               OPEN OUTPUT CASELOAD-FILE
               CLOSE CASELOAD-FILE
               OPEN INPUT CASELOAD-FILE
           END-IF
           CLOSE CASELOAD-FILE

           OPEN INPUT ADVISING-NOTES-FILE
           IF AN-FS NOT = "00"
               OPEN OUTPUT ADVISING-NOTES-FILE
               CLOSE ADVISING-NOTES-FILE
               OPEN INPUT ADVISING-NOTES-FILE
           END-IF
           CLOSE ADVISING-NOTES-FILE

           OPEN INPUT MENTOR-SESSION-FILE
           IF MSN-FS NOT = "00"
               OPEN OUTPUT MENTOR-SESSION-FILE
               CLOSE MENTOR-SESSION-FILE
               OPEN INPUT MENTOR-SESSION-FILE
           END-IF
           CLOSE MENTOR-SESSION-FILE

           OPEN INPUT MENTOR-EVAL-FILE
           IF MEV-FS NOT = "00"
               OPEN OUTPUT MENTOR-EVAL-FILE
               CLOSE MENTOR-EVAL-FILE
               OPEN INPUT MENTOR-EVAL-FILE
           END-IF
           CLOSE MENTOR-EVAL-FILE

           OPEN INPUT USAGE-LOG-FILE
           IF USG-FS NOT = "00"
               OPEN OUTPUT USAGE-LOG-FILE
               CLOSE USAGE-LOG-FILE
               OPEN INPUT USAGE-LOG-FILE
           END-IF
           CLOSE USAGE-LOG-FILE

           OPEN INPUT INTERVIEWS-FILE
           IF INTV-FS NOT = "00"
               OPEN OUTPUT INTERVIEWS-FILE
               END-IF
           END-IF.

       SELECT-ENVIRONMENT.
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

       WRITE-ENVIRONMENT-BANNER.
           IF WS-RUN-ENVIRONMENT = "TRAINING"
               MOVE "Environment: TRAINING - training data set, not live member data."
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF.

       ACQUIRE-RUN-LOCK.
           MOVE "00" TO LOCK-FS
           OPEN INPUT RUN-LOCK-FILE
                                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                       TO MAX-CONN-REQS-DAY
                               END-IF
                               IF FUNCTION TRIM(WS-CONFIG-KEY) = "MAX-SAVED-SEARCHES"
                                   AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                       TO MAX-SAVED-SEARCHES
                               END-IF
                               IF FUNCTION TRIM(WS-CONFIG-KEY) = "INPUT-MODE"
                                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIG-VALUE))
                                       = "CONSOLE"
                                   MOVE "C" TO WS-RUN-MODE
                               END-IF
                               IF FUNCTION TRIM(WS-CONFIG-KEY) = "PASSWORD-HISTORY-DEPTH"
                                   AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                       TO PASSWORD-HISTORY-DEPTH
                               END-IF
                               IF FUNCTION TRIM(WS-CONFIG-KEY) = "LOGIN-CODE-MINUTES"
                                   AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                       TO LOGIN-CODE-MINUTES
                               END-IF
                               IF FUNCTION TRIM(WS-CONFIG-KEY) = "POLICY-VERSION"
                                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                       TO WS-POLICY-VERSION
                               END-IF
                               IF FUNCTION TRIM(WS-CONFIG-KEY) = "COMPLETE-WEIGHT-BASE"
                                   AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                       TO COMPLETE-WEIGHT-EDU
                               END-IF
                               IF FUNCTION TRIM(WS-CONFIG-KEY) = "MENTOR-TERM-END"
                                   AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                       TO MENTOR-TERM-END
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "ADD-ACCOUNT" TO WS-AUDIT-OP
               PERFORM WRITE-SECURITY-AUDIT
               PERFORM JOURNAL-COMMIT
               IF WS-AUDIT-OUTCOME = "OK"
                   MOVE WS-USERNAME TO WS-PH-USER
                   PERFORM RECORD-PASSWORD-HISTORY
               END-IF
               IF WS-AUDIT-OUTCOME = "OK" AND WS-ACCOUNT-TYPE = "R"
                   PERFORM CAPTURE-RECRUITER-EMPLOYER
               END-IF

       LOGIN.
           MOVE "N" TO LOGIN-SUCCESS
           MOVE "N" TO WS-LOGIN-CODE-FAILED

           MOVE "Please enter your username:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           IF LOGIN-SUCCESS = "Y"
               AND (WS-ACCOUNT-TYPE = "A" OR WS-ACCOUNT-TYPE = "R")
               PERFORM VERIFY-LOGIN-CODE
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF WS-LOGIN-NO-CONTACT = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF LOGIN-SUCCESS NOT = "Y"
                   MOVE "Y" TO WS-LOGIN-CODE-FAILED
               END-IF
           END-IF

           PERFORM RECORD-LOGIN-ATTEMPT

           IF LOGIN-SUCCESS = "Y"
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-CONSENT-CHECKED
               MOVE "N" TO WS-EF-CHECKED
               PERFORM POST-LOGIN
           ELSE
               IF WS-ACCOUNT-LOCKED = "Y"
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               ELSE
                   IF WS-LOGIN-CODE-FAILED = "N"
                       MOVE "Incorrect username/password" TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               END-IF
           END-IF

           EXIT PARAGRAPH.

       VERIFY-LOGIN-CODE.
           MOVE "N" TO WS-LOGIN-NO-CONTACT
           IF WS-RUN-ENVIRONMENT = "TRAINING"
               PERFORM GENERATE-LOGIN-CODE
               MOVE "LOGIN-CODE" TO WS-AUDIT-OP
               MOVE "ISSUED" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-SECURITY-AUDIT
               MOVE SPACES TO WS-OUT-LINE
               STRING "TRAINING - your one-time verification code is "
                   DELIMITED BY SIZE
                   WS-LOGIN-CODE DELIMITED BY SIZE
                   " (valid for " DELIMITED BY SIZE
                   LOGIN-CODE-MINUTES DELIMITED BY SIZE
                   " minutes)." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               PERFORM ACCEPT-LOGIN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-MY-NOTIFY-PREFS
           IF (WS-NPV-EMAIL = SPACES OR WS-NPV-EMAIL-STATUS = "B")
               AND (WS-NPV-MOBILE = SPACES OR WS-NPV-MOBILE-STATUS = "B")
               MOVE "N" TO LOGIN-SUCCESS
               MOVE "Y" TO WS-LOGIN-NO-CONTACT
               MOVE "LOGIN-CODE" TO WS-AUDIT-OP
               MOVE "NOCONTCT" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-SECURITY-AUDIT
               MOVE "No working email address or mobile number is on file to receive a verification code. Contact an administrator."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-LOGIN-CODE
           PERFORM SEND-LOGIN-CODE
           MOVE "LOGIN-CODE" TO WS-AUDIT-OP
           MOVE "ISSUED" TO WS-AUDIT-OUTCOME
           PERFORM WRITE-SECURITY-AUDIT

           MOVE SPACES TO WS-OUT-LINE
           STRING "A one-time verification code has been sent to your "
               DELIMITED BY SIZE
               "email or mobile number on file (valid for "
               DELIMITED BY SIZE
               LOGIN-CODE-MINUTES DELIMITED BY SIZE
               " minutes)." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           PERFORM ACCEPT-LOGIN-CODE.

       ACCEPT-LOGIN-CODE.
           MOVE "Enter the verification code:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               MOVE "N" TO LOGIN-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ENTERED-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           COMPUTE WS-LOGIN-CODE-NOW =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATETIME(1:8))) * 86400
               + FUNCTION NUMVAL(WS-CURRENT-DATETIME(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-DATETIME(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATETIME(13:2))

           MOVE "LOGIN-CODE" TO WS-AUDIT-OP
           IF WS-LOGIN-CODE-NOW - WS-LOGIN-CODE-ISSUED
               > LOGIN-CODE-MINUTES * 60
               MOVE "N" TO LOGIN-SUCCESS
               MOVE "EXPIRED" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-SECURITY-AUDIT
               MOVE "That verification code has expired." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-ENTERED-CODE NOT = WS-LOGIN-CODE
               MOVE "N" TO LOGIN-SUCCESS
               MOVE "FAIL" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-SECURITY-AUDIT
               MOVE "That verification code is not valid." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "USED" TO WS-AUDIT-OUTCOME
           PERFORM WRITE-SECURITY-AUDIT.

       SEND-LOGIN-CODE.
           MOVE 0 TO WS-LOGIN-CODE-MSG-ID
           MOVE 0 TO WS-LOGIN-CODE-DIGEST
           MOVE "00" TO SPC-FS
           OPEN INPUT SPOOL-CONTROL-FILE
           IF SPC-FS = "00"
               READ SPOOL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-LAST-MSG-ID IS NUMERIC
                           MOVE CTL-LAST-MSG-ID TO WS-LOGIN-CODE-MSG-ID
                       END-IF
                       IF CTL-LAST-DIGEST IS NUMERIC
                           MOVE CTL-LAST-DIGEST TO WS-LOGIN-CODE-DIGEST
                       END-IF
               END-READ
               CLOSE SPOOL-CONTROL-FILE
           END-IF
           ADD 1 TO WS-LOGIN-CODE-MSG-ID

           MOVE SPACES TO WS-LOGIN-CODE-TEXT
           STRING "Your InCollege verification code is " DELIMITED BY SIZE
               WS-LOGIN-CODE DELIMITED BY SIZE
               " (valid for " DELIMITED BY SIZE
               LOGIN-CODE-MINUTES DELIMITED BY SIZE
               " minutes)" DELIMITED BY SIZE
               INTO WS-LOGIN-CODE-TEXT
           END-STRING

           OPEN EXTEND NOTIFY-OUTBOX-FILE
           IF NOB-FS NOT = "00"
               OPEN OUTPUT NOTIFY-OUTBOX-FILE
           END-IF
           IF WS-NPV-EMAIL NOT = SPACES AND WS-NPV-EMAIL-STATUS NOT = "B"
               MOVE "E" TO OB-CHANNEL
               MOVE WS-NPV-EMAIL TO OB-ADDRESS
               PERFORM WRITE-LOGIN-CODE-OUTBOX
           END-IF
           IF WS-NPV-MOBILE NOT = SPACES AND WS-NPV-MOBILE-STATUS NOT = "B"
               MOVE "S" TO OB-CHANNEL
               MOVE WS-NPV-MOBILE TO OB-ADDRESS
               PERFORM WRITE-LOGIN-CODE-OUTBOX
           END-IF
           CLOSE NOTIFY-OUTBOX-FILE

           OPEN OUTPUT SPOOL-CONTROL-FILE
           MOVE WS-LOGIN-CODE-MSG-ID TO CTL-LAST-MSG-ID
           MOVE WS-LOGIN-CODE-DIGEST TO CTL-LAST-DIGEST
           WRITE SPOOL-CONTROL-RECORD
           CLOSE SPOOL-CONTROL-FILE.

       WRITE-LOGIN-CODE-OUTBOX.
           MOVE WS-LOGIN-CODE-MSG-ID TO OB-MSG-ID
           MOVE 1 TO OB-LINE-NUM
           MOVE 1 TO OB-LINE-COUNT
           MOVE WS-USERNAME TO OB-USERNAME
           MOVE "I" TO OB-KIND
           MOVE "LC" TO OB-CATEGORY
           MOVE FUNCTION CURRENT-DATE(1:8) TO OB-DATE
           MOVE WS-LOGIN-CODE-TEXT TO OB-TEXT
           WRITE NOTIFY-OUTBOX-RECORD.

       GENERATE-LOGIN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           IF WS-LOGIN-CODE-SEEDED = "N"
               MOVE "Y" TO WS-LOGIN-CODE-SEEDED
               COMPUTE WS-LOGIN-CODE-NUM =
                   FUNCTION RANDOM(
                       FUNCTION NUMVAL(WS-CURRENT-DATETIME(9:8)))
                   * 1000000
           ELSE
               COMPUTE WS-LOGIN-CODE-NUM = FUNCTION RANDOM * 1000000
           END-IF
           MOVE WS-LOGIN-CODE-NUM TO WS-LOGIN-CODE
           COMPUTE WS-LOGIN-CODE-ISSUED =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATETIME(1:8))) * 86400
               + FUNCTION NUMVAL(WS-CURRENT-DATETIME(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-DATETIME(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATETIME(13:2)).

       RECORD-LOGIN-ATTEMPT.
           MOVE "N" TO WS-ACCOUNT-LOCKED
           MOVE "N" TO WS-LOCKOUT-NOW
               IF PASSWORD-VALID NOT = "Y"
                   MOVE "Password does not meet requirements" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               ELSE
                   MOVE WS-USERNAME TO WS-PH-USER
                   PERFORM CHECK-PASSWORD-HISTORY
                   IF WS-PH-REUSED = "Y"
                       PERFORM REJECT-REUSED-PASSWORD
                       MOVE "N" TO PASSWORD-VALID
                   END-IF
               END-IF
           END-PERFORM


           MOVE "CHG-PASSWORD" TO WS-AUDIT-OP
           IF ACC-MUTATE-OK = "Y"
               PERFORM RECORD-PASSWORD-HISTORY
               MOVE "OK" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "FAIL" TO WS-AUDIT-OUTCOME
               IF PASSWORD-VALID NOT = "Y"
                   MOVE "Password does not meet requirements" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               ELSE
                   MOVE WS-USERNAME TO WS-PH-USER
                   PERFORM CHECK-PASSWORD-HISTORY
                   IF WS-PH-REUSED = "Y"
                       PERFORM REJECT-REUSED-PASSWORD
                       MOVE "N" TO PASSWORD-VALID
                   END-IF
               END-IF
           END-PERFORM


           MOVE "CHG-PASSWORD" TO WS-AUDIT-OP
           IF ACC-MUTATE-OK = "Y"
               PERFORM RECORD-PASSWORD-HISTORY
               MOVE "OK" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "FAIL" TO WS-AUDIT-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MATCHED-USERNAME TO WS-PH-USER
           PERFORM CHECK-PASSWORD-HISTORY
           IF WS-PH-REUSED = "Y"
               PERFORM REJECT-REUSED-PASSWORD
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-SALT
           PERFORM HASH-PASSWORD

               MOVE "N" TO ACC-LOCKED
               MOVE FUNCTION CURRENT-DATE(1:8) TO ACC-PWD-DATE
               REWRITE ACCOUNT-RECORD
               PERFORM RECORD-PASSWORD-HISTORY
           END-IF

           CLOSE ACCOUNT-FILE
           MOVE "Password reset successful." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       CHECK-PASSWORD-HISTORY.
           MOVE "N" TO WS-PH-REUSED

           CLOSE ACCOUNT-FILE
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-PH-USER TO ACC-USERNAME
           START ACCOUNT-FILE KEY IS = ACC-USERNAME
               INVALID KEY CONTINUE
           END-START
           IF ACC-FS = "00"
               READ ACCOUNT-FILE NEXT
               MOVE ACC-SALT TO WS-SALT
               PERFORM HASH-PASSWORD
               IF FUNCTION TRIM(ACC-PASSWORD) =
                   FUNCTION TRIM(WS-HASHED-PASSWORD)
                   MOVE "Y" TO WS-PH-REUSED
               END-IF
           END-IF

           IF WS-PH-REUSED = "Y" OR PASSWORD-HISTORY-DEPTH = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-PASSWORD-HISTORY
           MOVE 0 TO WS-PH-SEEN
           MOVE "N" TO PH-EOF
           OPEN INPUT PWD-HISTORY-FILE
           IF PH-FS = "00"
               PERFORM UNTIL PH-EOF = "Y" OR WS-PH-REUSED = "Y"
                   READ PWD-HISTORY-FILE
                       AT END
                           MOVE "Y" TO PH-EOF
                       NOT AT END
                           IF PH-USERNAME = WS-PH-USER
                               ADD 1 TO WS-PH-SEEN
                               IF WS-PH-SEEN > WS-PH-COUNT
                                   - PASSWORD-HISTORY-DEPTH
                                   MOVE PH-SALT TO WS-SALT
                                   PERFORM HASH-PASSWORD
                                   IF FUNCTION TRIM(PH-HASH) =
                                       FUNCTION TRIM(WS-HASHED-PASSWORD)
                                       MOVE "Y" TO WS-PH-REUSED
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PWD-HISTORY-FILE.

       COUNT-PASSWORD-HISTORY.
           MOVE 0 TO WS-PH-COUNT
           MOVE "N" TO PH-EOF
           OPEN INPUT PWD-HISTORY-FILE
           IF PH-FS = "00"
               PERFORM UNTIL PH-EOF = "Y"
                   READ PWD-HISTORY-FILE
                       AT END
                           MOVE "Y" TO PH-EOF
                       NOT AT END
                           IF PH-USERNAME = WS-PH-USER
                               ADD 1 TO WS-PH-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PWD-HISTORY-FILE.

       REJECT-REUSED-PASSWORD.
           MOVE "PWD-REUSE" TO WS-AUDIT-OP
           MOVE "REJECTED" TO WS-AUDIT-OUTCOME
           PERFORM WRITE-SECURITY-AUDIT
           IF PASSWORD-HISTORY-DEPTH = 0
               MOVE "Your new password must be different from your current one."
                   TO WS-OUT-LINE
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING "That password matches one of your last " DELIMITED BY SIZE
                   PASSWORD-HISTORY-DEPTH DELIMITED BY SIZE
                   " passwords. Please choose a different one."
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM DISPLAY-LINE.

       RECORD-PASSWORD-HISTORY.
           IF PASSWORD-HISTORY-DEPTH = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PWD-HISTORY-FILE
           IF PH-FS NOT = "00"
               OPEN OUTPUT PWD-HISTORY-FILE
           END-IF
           CLOSE PWD-HISTORY-FILE
           OPEN EXTEND PWD-HISTORY-FILE
           MOVE SPACES TO PWD-HISTORY-RECORD
           MOVE WS-PH-USER TO PH-USERNAME
           MOVE WS-SALT TO PH-SALT
           MOVE WS-HASHED-PASSWORD TO PH-HASH
           MOVE FUNCTION CURRENT-DATE(1:8) TO PH-DATE
           WRITE PWD-HISTORY-RECORD
           CLOSE PWD-HISTORY-FILE

           PERFORM COUNT-PASSWORD-HISTORY
           IF WS-PH-COUNT <= PASSWORD-HISTORY-DEPTH
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PH-SEEN
           MOVE "N" TO PH-EOF
           OPEN INPUT PWD-HISTORY-FILE
           OPEN OUTPUT PWD-HISTORY-TEMP
           PERFORM UNTIL PH-EOF = "Y"
               READ PWD-HISTORY-FILE
                   AT END
                       MOVE "Y" TO PH-EOF
                   NOT AT END
                       IF PH-USERNAME = WS-PH-USER
                           ADD 1 TO WS-PH-SEEN
                           IF WS-PH-SEEN > WS-PH-COUNT
                               - PASSWORD-HISTORY-DEPTH
                               MOVE PWD-HISTORY-RECORD
                                   TO PWD-HISTORY-TEMP-RECORD
                               WRITE PWD-HISTORY-TEMP-RECORD
                           END-IF
                       ELSE
                           MOVE PWD-HISTORY-RECORD
                               TO PWD-HISTORY-TEMP-RECORD
                           WRITE PWD-HISTORY-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PWD-HISTORY-FILE
           CLOSE PWD-HISTORY-TEMP
           CALL 'SYSTEM' USING "mv PasswordHistory.tmp PasswordHistory.dat".

       CHECK-POLICY-CONSENT.
           MOVE "Y" TO WS-CONSENT-OK
           IF WS-POLICY-VERSION = SPACES OR WS-ACCOUNT-TYPE = "A"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-CONSENT-LAST
           MOVE "N" TO CNS-EOF
           OPEN INPUT CONSENT-FILE
           IF CNS-FS = "00"
               PERFORM UNTIL CNS-EOF = "Y"
                   READ CONSENT-FILE
                       AT END
                           MOVE "Y" TO CNS-EOF
                       NOT AT END
                           IF CNS-USERNAME = WS-USERNAME
                               AND CNS-VERSION = WS-POLICY-VERSION
                               MOVE CNS-DECISION TO WS-CONSENT-LAST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF

           IF WS-CONSENT-LAST = "A"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CONSENT-OK
           MOVE SPACES TO WS-OUT-LINE
           STRING "Our Terms of Use and Data-Sharing Notice have been updated (version "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-POLICY-VERSION) DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           MOVE "Recruiters can view member profiles, and alumni data is used in placement reports."
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "You must accept the current version to continue using InCollege."
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM UNTIL WS-CONSENT-OK = "Y" OR EOF-FLAG = "Y"
               MOVE "1. I accept" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "2. I decline (log out)" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "Enter your choice:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF

               EVALUATE INPUT-RECORD(1:1)
                   WHEN "1"
                       MOVE "A" TO WS-CONSENT-LAST
                       PERFORM RECORD-POLICY-CONSENT
                       MOVE "CONSENT-ACC" TO WS-AUDIT-OP
                       MOVE WS-POLICY-VERSION TO WS-AUDIT-OUTCOME
                       PERFORM WRITE-SECURITY-AUDIT
                       MOVE "Thank you. Your acceptance has been recorded."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                       MOVE "Y" TO WS-CONSENT-OK
                   WHEN "2"
                       MOVE "D" TO WS-CONSENT-LAST
                       PERFORM RECORD-POLICY-CONSENT
                       MOVE "CONSENT-DEC" TO WS-AUDIT-OP
                       MOVE WS-POLICY-VERSION TO WS-AUDIT-OUTCOME
                       PERFORM WRITE-SECURITY-AUDIT
                       MOVE "You have declined the current terms and have been logged out."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                       EXIT PARAGRAPH
                   WHEN OTHER
                       MOVE "Consent prompt: choice not 1 or 2"
                           TO WS-BATCH-EXC-REASON
                       PERFORM LOG-BATCH-EXCEPTION
                       MOVE "Invalid choice." TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
               END-EVALUATE
           END-PERFORM.

       RECORD-POLICY-CONSENT.
           OPEN INPUT CONSENT-FILE
           IF CNS-FS NOT = "00"
               OPEN OUTPUT CONSENT-FILE
           END-IF
           CLOSE CONSENT-FILE
           OPEN EXTEND CONSENT-FILE
           MOVE SPACES TO CONSENT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-USERNAME TO CNS-USERNAME
           MOVE WS-POLICY-VERSION TO CNS-VERSION
           MOVE WS-CONSENT-LAST TO CNS-DECISION
           MOVE WS-CURRENT-DATETIME(1:8) TO CNS-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO CNS-TIME
           WRITE CONSENT-RECORD
           CLOSE CONSENT-FILE.

       POST-LOGIN.
           MOVE SPACES TO WS-OUT-LINE
           STRING "Welcome, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               "!" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           IF WS-PRIOR-LAST-LOGIN NOT = 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "Last login: " DELIMITED BY SIZE
                   WS-PRIOR-LAST-LOGIN DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           ELSE
               MOVE "This is your first login." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           IF WS-CONSENT-CHECKED = "N"
               MOVE "Y" TO WS-CONSENT-CHECKED
               PERFORM CHECK-POLICY-CONSENT
               IF WS-CONSENT-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-USAGE-UNIVERSITY

           IF WS-ACCOUNT-TYPE = "A"
               PERFORM ADMIN-CONSOLE
               EXIT PARAGRAPH
           END-IF

           IF WS-ACCOUNT-TYPE = "V"
               PERFORM ADVISOR-CONSOLE
               EXIT PARAGRAPH
           END-IF

           IF WS-EF-CHECKED = "N"
               MOVE "Y" TO WS-EF-CHECKED
               PERFORM PROMPT-EVENT-FEEDBACK
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "N" TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = "8" OR EOF-FLAG = "Y"
               IF WS-ACCOUNT-TYPE = "R"
                   MOVE "1. Post a job" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "2. View applicants for my postings" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "3. My postings" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "4. Create an event" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "5. Change my password" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "6. Event check-in" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "7. Approve internship hours" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "9. Recent sign-in activity" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "A. Referral requests" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "B. Issue a job offer" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "C. Notification delivery settings" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "8. Logout" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "M. Privacy Settings" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "O. Notification Delivery Settings" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "P. Who Viewed My Profile" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "Q. My Calendar" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
               MOVE "Enter your choice:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               END-IF
               MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO MENU-CHOICE

               IF WS-ACCOUNT-TYPE = "R"
                   MOVE "RM" TO WS-USAGE-MENU
                   MOVE "12345679ABC" TO WS-USAGE-CHOICES
               ELSE
                   MOVE "PL" TO WS-USAGE-MENU
                   MOVE "12345679ABCDEFGHIJKLMOPQ" TO WS-USAGE-CHOICES
               END-IF
               PERFORM LOG-MENU-USAGE

               IF WS-ACCOUNT-TYPE = "R"
                   EVALUATE MENU-CHOICE
                       WHEN "1"
                           PERFORM APPROVE-INTERN-HOURS
                       WHEN "9"
                           PERFORM RECENT-SIGNIN-ACTIVITY
                       WHEN "A"
                           PERFORM REFERRAL-REQUESTS
                       WHEN "B"
                           PERFORM ISSUE-JOB-OFFER
                       WHEN "C"
                           PERFORM NOTIFICATION-DELIVERY-SETTINGS
                       WHEN "8"
                           CONTINUE
                       WHEN OTHER
                       PERFORM RECENT-SIGNIN-ACTIVITY
                   WHEN "M"
                       PERFORM PRIVACY-SETTINGS
                   WHEN "O"
                       PERFORM NOTIFICATION-DELIVERY-SETTINGS
                   WHEN "P"
                       PERFORM WHO-VIEWED-MY-PROFILE
                   WHEN "Q"
                       PERFORM MY-CALENDAR
                   WHEN OTHER
                       MOVE "unrecognized post-login menu choice" TO WS-BATCH-EXC-REASON
                       PERFORM LOG-BATCH-EXCEPTION
               PERFORM DISPLAY-LINE
               MOVE "5. Force a password expiry" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "6. Review pending job postings" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "7. Moderation queue" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "8. Logout" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "Enter your choice:" TO WS-OUT-LINE
               END-IF
               MOVE INPUT-RECORD(1:1) TO MENU-CHOICE

               MOVE "AC" TO WS-USAGE-MENU
               MOVE "1234567" TO WS-USAGE-CHOICES
               PERFORM LOG-MENU-USAGE

               EVALUATE MENU-CHOICE
                   WHEN "1"
                       PERFORM ADMIN-LIST-LOCKED
                   WHEN "5"
                       MOVE "FE" TO ACCT-LNK-OPERATION
                       PERFORM ADMIN-ACCOUNT-ACTION
                   WHEN "6"
                       PERFORM ADMIN-POSTING-REVIEW
                   WHEN "7"
                       PERFORM ADMIN-MODERATION-QUEUE
                   WHEN "8"
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       ADVISOR-CONSOLE.
           PERFORM LOAD-ADVISOR-CASELOAD
           MOVE "N" TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = "8" OR EOF-FLAG = "Y"
               MOVE "----- Career Advisor Console -----" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "1. Caseload dashboard" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "2. View advising notes for a student" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "3. Add an advising note" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "4. Change my password" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "8. Logout" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "Enter your choice:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE

               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PERFORM
               END-IF
               MOVE INPUT-RECORD(1:1) TO MENU-CHOICE

               MOVE "VC" TO WS-USAGE-MENU
               MOVE "1234" TO WS-USAGE-CHOICES
               PERFORM LOG-MENU-USAGE

               EVALUATE MENU-CHOICE
                   WHEN "1"
                       PERFORM ADVISOR-CASELOAD-DASHBOARD
                   WHEN "2"
                       PERFORM ADVISOR-VIEW-NOTES
                   WHEN "3"
                       PERFORM ADVISOR-ADD-NOTE
                   WHEN "4"
                       PERFORM CHANGE-MY-PASSWORD
                   WHEN "8"
                       CONTINUE
                   WHEN OTHER
                       MOVE "unrecognized advisor console choice"
                           TO WS-BATCH-EXC-REASON
                       PERFORM LOG-BATCH-EXCEPTION
                       MOVE "Invalid choice." TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
               END-EVALUATE
           END-PERFORM.

       LOAD-USAGE-UNIVERSITY.
           MOVE SPACES TO WS-USAGE-UNIV
           MOVE WS-USERNAME TO WS-IDX-FETCH-USER
           PERFORM FETCH-PROFILE-KEYED
           IF PROFILE-FOUND = "Y"
               MOVE PR-UNIVERSITY TO WS-USAGE-UNIV
           END-IF.

       LOG-MENU-USAGE.
           MOVE 0 TO WS-USAGE-HITS
           IF MENU-CHOICE = SPACE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-USAGE-CHOICES TALLYING WS-USAGE-HITS
               FOR ALL MENU-CHOICE
           IF WS-USAGE-HITS = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND USAGE-LOG-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO USG-DATE
           MOVE WS-ACCOUNT-TYPE TO USG-ACCT-TYPE
           MOVE WS-USAGE-MENU TO USG-MENU
           MOVE MENU-CHOICE TO USG-OPTION
           MOVE WS-USAGE-UNIV TO USG-UNIVERSITY
           WRITE USAGE-LOG-RECORD
           CLOSE USAGE-LOG-FILE.

       LOAD-ADVISOR-CASELOAD.
           MOVE 0 TO WS-CL-COUNT
           MOVE "N" TO CL-EOF
           OPEN INPUT CASELOAD-FILE
           IF CL-FS NOT = "00"
               CLOSE CASELOAD-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CL-EOF = "Y"
               READ CASELOAD-FILE
                   AT END
                       MOVE "Y" TO CL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CL-ADVISOR) = FUNCTION TRIM(WS-USERNAME)
                           AND WS-CL-COUNT < 20
                           ADD 1 TO WS-CL-COUNT
                           MOVE CL-UNIVERSITY TO WS-CL-UNIV(WS-CL-COUNT)
                           MOVE CL-MAJOR TO WS-CL-MAJOR(WS-CL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASELOAD-FILE.

       CHECK-CASELOAD-MATCH.
           MOVE "N" TO WS-CL-MATCH
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT OR WS-CL-MATCH = "Y"
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CL-UNIV(WS-CL-IDX)))
                   AND (WS-CL-MAJOR(WS-CL-IDX) = SPACES
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(PR-MAJOR)) =
                          FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-CL-MAJOR(WS-CL-IDX))))
                   MOVE "Y" TO WS-CL-MATCH
               END-IF
           END-PERFORM.

       ADVISOR-CASELOAD-DASHBOARD.
           MOVE "----- Caseload Dashboard -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           IF WS-CL-COUNT = 0
               MOVE "No caseload has been assigned to you yet." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CL-STUDENTS
           MOVE "N" TO PROFILE-EOF
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE
           PERFORM UNTIL PROFILE-EOF = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       PERFORM CHECK-CASELOAD-MATCH
                       IF WS-CL-MATCH = "Y"
                           ADD 1 TO WS-CL-STUDENTS
                           PERFORM SHOW-CASELOAD-STUDENT
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-OUT-LINE
           STRING "Students on your caseload: " DELIMITED BY SIZE
               WS-CL-STUDENTS DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       SHOW-CASELOAD-STUDENT.
           MOVE PR-USERNAME TO WS-CL-STUDENT
           IF FUNCTION TRIM(PR-ABOUT) NOT = SPACES
               MOVE "Y" TO WS-COMP-HAS-ABOUT
           ELSE
               MOVE "N" TO WS-COMP-HAS-ABOUT
           END-IF
           MOVE PR-EXP-COUNT TO WS-COMP-EXP-CNT
           MOVE PR-EDU-COUNT TO WS-COMP-EDU-CNT
           PERFORM COMPUTE-PROFILE-COMPLETENESS

           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(PR-USERNAME) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(PR-UNIVERSITY) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(PR-MAJOR) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           MOVE 0 TO WS-CL-LAST-LOGIN
           CLOSE ACCOUNT-FILE
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-CL-STUDENT TO ACC-USERNAME
           START ACCOUNT-FILE KEY IS = ACC-USERNAME
               INVALID KEY CONTINUE
           END-START
           IF ACC-FS = "00"
               READ ACCOUNT-FILE NEXT
               IF ACC-FS = "00" AND ACC-LAST-LOGIN IS NUMERIC
                   MOVE ACC-LAST-LOGIN TO WS-CL-LAST-LOGIN
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           IF WS-CL-LAST-LOGIN = 0
               STRING "  Profile " DELIMITED BY SIZE
                   WS-COMP-SCORE DELIMITED BY SIZE
                   "% complete | Last login: never" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING "  Profile " DELIMITED BY SIZE
                   WS-COMP-SCORE DELIMITED BY SIZE
                   "% complete | Last login: " DELIMITED BY SIZE
                   WS-CL-LAST-LOGIN DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM DISPLAY-LINE

           MOVE 0 TO WS-CL-APP-TOTAL
           MOVE 0 TO WS-CL-APP-OPEN
           MOVE "N" TO APPL-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF APPL-FS = "00"
               PERFORM UNTIL APPL-EOF = "Y"
                   READ APPLICATIONS-FILE
                       AT END
                           MOVE "Y" TO APPL-EOF
                       NOT AT END
                           IF FUNCTION TRIM(APP-USERNAME) =
                               FUNCTION TRIM(WS-CL-STUDENT)
                               ADD 1 TO WS-CL-APP-TOTAL
                               PERFORM DERIVE-APPLICATION-STATUS
                               IF WS-APPL-DISP-STATUS NOT = "Rejected"
                                   AND WS-APPL-DISP-STATUS NOT = "Withdrawn"
                                   ADD 1 TO WS-CL-APP-OPEN
                                   MOVE SPACES TO WS-OUT-LINE
                                   STRING "    Open: " DELIMITED BY SIZE
                                       FUNCTION TRIM(APP-JOB-TITLE)
                                           DELIMITED BY SIZE
                                       " at " DELIMITED BY SIZE
                                       FUNCTION TRIM(APP-COMPANY)
                                           DELIMITED BY SIZE
                                       " - " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-APPL-DISP-STATUS)
                                           DELIMITED BY SIZE
                                       INTO WS-OUT-LINE
                                   END-STRING
                                   PERFORM DISPLAY-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPLICATIONS-FILE

           MOVE 0 TO WS-CL-PLACED
           MOVE "N" TO APPL-EOF
           OPEN INPUT PLACEMENTS-FILE
           IF PLAC-FS = "00"
               PERFORM UNTIL APPL-EOF = "Y"
                   READ PLACEMENTS-FILE
                       AT END
                           MOVE "Y" TO APPL-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PL-USERNAME) =
                               FUNCTION TRIM(WS-CL-STUDENT)
                               ADD 1 TO WS-CL-PLACED
                               MOVE SPACES TO WS-OUT-LINE
                               STRING "    Placed: " DELIMITED BY SIZE
                                   FUNCTION TRIM(PL-TITLE) DELIMITED BY SIZE
                                   " at " DELIMITED BY SIZE
                                   FUNCTION TRIM(PL-EMPLOYER) DELIMITED BY SIZE
                                   ", starting " DELIMITED BY SIZE
                                   PL-START-DATE DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                               PERFORM DISPLAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PLACEMENTS-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "  Applications: " DELIMITED BY SIZE
               WS-CL-APP-TOTAL DELIMITED BY SIZE
               " total, " DELIMITED BY SIZE
               WS-CL-APP-OPEN DELIMITED BY SIZE
               " open | Placements: " DELIMITED BY SIZE
               WS-CL-PLACED DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       PROMPT-CASELOAD-STUDENT.
           MOVE SPACES TO WS-CL-STUDENT
           MOVE "Enter the student's username:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CL-MATCH
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE
           MOVE FUNCTION TRIM(INPUT-RECORD) TO PR-USERNAME
           START PROFILE-FILE KEY IS = PR-USERNAME
               INVALID KEY CONTINUE
           END-START
           IF PROF-FS = "00"
               READ PROFILE-FILE NEXT
               IF PROF-FS = "00"
                   PERFORM CHECK-CASELOAD-MATCH
               END-IF
           END-IF

           IF WS-CL-MATCH = "Y"
               MOVE PR-USERNAME TO WS-CL-STUDENT
           ELSE
               MOVE "That student is not on your caseload." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       ADVISOR-VIEW-NOTES.
           PERFORM PROMPT-CASELOAD-STUDENT
           IF WS-CL-STUDENT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "----- Advising Notes: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CL-STUDENT) DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           MOVE 0 TO WS-AN-COUNT
           MOVE "N" TO AN-EOF
           OPEN INPUT ADVISING-NOTES-FILE
           IF AN-FS = "00"
               PERFORM UNTIL AN-EOF = "Y"
                   READ ADVISING-NOTES-FILE
                       AT END
                           MOVE "Y" TO AN-EOF
                       NOT AT END
                           IF FUNCTION TRIM(AN-STUDENT) =
                               FUNCTION TRIM(WS-CL-STUDENT)
                               ADD 1 TO WS-AN-COUNT
                               MOVE SPACES TO WS-OUT-LINE
                               STRING AN-DATE DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   FUNCTION TRIM(AN-ADVISOR) DELIMITED BY SIZE
                                   "): " DELIMITED BY SIZE
                                   FUNCTION TRIM(AN-TEXT) DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                               PERFORM DISPLAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADVISING-NOTES-FILE

           IF WS-AN-COUNT = 0
               MOVE "No advising notes have been recorded for this student."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       ADVISOR-ADD-NOTE.
           PERFORM PROMPT-CASELOAD-STUDENT
           IF WS-CL-STUDENT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the advising note (one line, up to 100 characters):"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "No note was entered." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ADVISING-NOTES-FILE
           MOVE WS-CL-STUDENT TO AN-STUDENT
           MOVE FUNCTION TRIM(WS-USERNAME) TO AN-ADVISOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AN-DATE
           MOVE FUNCTION TRIM(INPUT-RECORD) TO AN-TEXT
           WRITE ADVISING-NOTES-RECORD
           CLOSE ADVISING-NOTES-FILE

           MOVE "Advising note saved." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       ADMIN-LIST-LOCKED.
           MOVE "----- Locked Accounts -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO WS-ADMIN-ANY-LOCKED
           MOVE "N" TO ACC-EOF
           CLOSE ACCOUNT-FILE
           OPEN INPUT ACCOUNT-FILE

           PERFORM UNTIL ACC-EOF = "Y"
               READ ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO ACC-EOF
                   NOT AT END
                       IF ACC-LOCKED = "Y"
                           MOVE "Y" TO WS-ADMIN-ANY-LOCKED
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(ACC-USERNAME)
                                      DELIMITED BY SIZE
                                  " (" DELIMITED BY SIZE
                                  ACC-FAILED-ATTEMPTS DELIMITED BY SIZE
                                  " failed attempts)" DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ADMIN-ANY-LOCKED = "N"
               MOVE "No accounts are locked." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       ADMIN-ACCOUNT-ACTION.
           MOVE "Enter the username:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ADMIN-TARGET
           IF WS-ADMIN-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ADMIN-TARGET TO ACCT-LNK-USERNAME
           MOVE SPACES TO ACCT-LNK-PASSWORD
           MOVE SPACES TO ACCT-LNK-RESET-CODE
           MOVE "N" TO ACCT-LNK-RETURN-CODE

           CLOSE ACCOUNT-FILE
           CALL 'ACCTMGR' USING ACCT-LNK-OPERATION, ACCT-LNK-USERNAME,
               ACCT-LNK-PASSWORD, ACCT-LNK-RESET-CODE,
               ACCT-LNK-RETURN-CODE
           OPEN INPUT ACCOUNT-FILE

           MOVE SPACES TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE.

       ADMIN-MODERATION-QUEUE.
           MOVE "----- Moderation Queue -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE 0 TO WS-MOD-COUNT
           MOVE 0 TO WS-MOD-WAITING
           MOVE "N" TO MOD-EOF
           OPEN INPUT MODERATION-FILE
           PERFORM UNTIL MOD-EOF = "Y"
               READ MODERATION-FILE
                   AT END
                       MOVE "Y" TO MOD-EOF
                   NOT AT END
                       IF MC-STATUS = "O"
                           ADD 1 TO WS-MOD-WAITING
                           IF WS-MOD-COUNT < 20
                               ADD 1 TO WS-MOD-COUNT
                               MOVE MC-CASE-NUM
                                   TO WS-MOD-Q-CASE(WS-MOD-COUNT)
                               MOVE MODERATION-RECORD TO WS-MODV-RECORD
                               PERFORM DISPLAY-MODERATION-CASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MODERATION-FILE

           IF WS-MOD-COUNT = 0
               MOVE "No moderation cases are open." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-MOD-WAITING > WS-MOD-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "(" DELIMITED BY SIZE
                   WS-MOD-WAITING DELIMITED BY SIZE
                   " cases are open; resolve these to see the rest.)"
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "Enter the number of a case to review, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MOD-INPUT
           IF WS-MOD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MOD-INPUT) IS NOT NUMERIC
               MOVE "non-numeric moderation case choice"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-MOD-INPUT) TO WS-MOD-CHOICE
           IF WS-MOD-CHOICE < 1 OR WS-MOD-CHOICE > WS-MOD-COUNT
               MOVE "moderation case choice out of range"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM REVIEW-MODERATION-CASE.

       DISPLAY-MODERATION-CASE.
           PERFORM SET-MODERATION-DESCRIPTIONS
           MOVE SPACES TO WS-OUT-LINE
           IF WS-MODV-ITEM-TYPE = "M"
               STRING WS-MOD-COUNT DELIMITED BY SIZE
                   ". Case #" DELIMITED BY SIZE
                   WS-MODV-CASE-NUM DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOD-REASON-DESC) DELIMITED BY SIZE
                   ") message from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MODV-AUTHOR) DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MODV-REPORTER) DELIMITED BY SIZE
                   ", reported " DELIMITED BY SIZE
                   WS-MODV-REPORT-DATE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING WS-MOD-COUNT DELIMITED BY SIZE
                   ". Case #" DELIMITED BY SIZE
                   WS-MODV-CASE-NUM DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOD-REASON-DESC) DELIMITED BY SIZE
                   ") post by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MODV-AUTHOR) DELIMITED BY SIZE
                   " in " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MODV-GROUP) DELIMITED BY SIZE
                   ", reported by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MODV-REPORTER) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM DISPLAY-LINE.

       SET-MODERATION-DESCRIPTIONS.
           EVALUATE WS-MODV-REASON
               WHEN "HA"
                   MOVE "harassment" TO WS-MOD-REASON-DESC
               WHEN "SP"
                   MOVE "spam or scam" TO WS-MOD-REASON-DESC
               WHEN "OF"
                   MOVE "offensive content" TO WS-MOD-REASON-DESC
               WHEN "TH"
                   MOVE "threat of violence" TO WS-MOD-REASON-DESC
               WHEN OTHER
                   MOVE "other" TO WS-MOD-REASON-DESC
           END-EVALUATE
           IF WS-MODV-ITEM-TYPE = "M"
               MOVE "message" TO WS-MOD-ITEM-DESC
           ELSE
               MOVE "post" TO WS-MOD-ITEM-DESC
           END-IF.

       REVIEW-MODERATION-CASE.
           MOVE "N" TO WS-MOD-FOUND
           MOVE 0 TO WS-MOD-PRIOR
           MOVE "N" TO MOD-EOF
           OPEN INPUT MODERATION-FILE
           PERFORM UNTIL MOD-EOF = "Y"
               READ MODERATION-FILE
                   AT END
                       MOVE "Y" TO MOD-EOF
                   NOT AT END
                       IF MC-CASE-NUM = WS-MOD-Q-CASE(WS-MOD-CHOICE)
                           MOVE MODERATION-RECORD TO WS-MODV-RECORD
                           MOVE "Y" TO WS-MOD-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MODERATION-FILE

           IF WS-MOD-FOUND = "N" OR WS-MODV-STATUS NOT = "O"
               MOVE "That case is no longer open." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO MOD-EOF
           OPEN INPUT MODERATION-FILE
           PERFORM UNTIL MOD-EOF = "Y"
               READ MODERATION-FILE
                   AT END
                       MOVE "Y" TO MOD-EOF
                   NOT AT END
                       IF MC-AUTHOR = WS-MODV-AUTHOR
                           AND MC-STATUS = "C"
                           AND MC-ACTION NOT = "D"
                           ADD 1 TO WS-MOD-PRIOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MODERATION-FILE

           PERFORM SET-MODERATION-DESCRIPTIONS
           MOVE SPACES TO WS-OUT-LINE
           STRING "Case #" DELIMITED BY SIZE
               WS-MODV-CASE-NUM DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOD-ITEM-DESC) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MODV-AUTHOR) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-MODV-ITEM-DATE DELIMITED BY SIZE
               ", reported for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOD-REASON-DESC) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           MOVE WS-MODV-ITEM-TEXT(1:100) TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           IF WS-MODV-ITEM-TEXT(101:100) NOT = SPACES
               MOVE WS-MODV-ITEM-TEXT(101:100) TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "Cases previously upheld against this author: "
                   DELIMITED BY SIZE
               WS-MOD-PRIOR DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           MOVE "1. Dismiss the case" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Remove the content" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Warn the author" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "4. Deactivate the author's account" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "5. Go Back" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   MOVE "D" TO WS-MOD-ACTION
                   MOVE "MOD-DISMISS" TO WS-AUDIT-OP
                   PERFORM RESOLVE-MODERATION-CASES
                   MOVE "Case dismissed." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               WHEN "2"
                   PERFORM REMOVE-REPORTED-CONTENT
                   MOVE "R" TO WS-MOD-ACTION
                   MOVE "MOD-REMOVE" TO WS-AUDIT-OP
                   PERFORM RESOLVE-MODERATION-CASES
                   PERFORM NOTIFY-MODERATED-AUTHOR
                   IF WS-MOD-REMOVED = "Y"
                       MOVE "The content has been removed." TO WS-OUT-LINE
                   ELSE
                       MOVE "The content was already gone; the case is closed."
                           TO WS-OUT-LINE
                   END-IF
                   PERFORM DISPLAY-LINE
               WHEN "3"
                   MOVE "W" TO WS-MOD-ACTION
                   MOVE "MOD-WARN" TO WS-AUDIT-OP
                   PERFORM RESOLVE-MODERATION-CASES
                   PERFORM NOTIFY-MODERATED-AUTHOR
                   MOVE "The author has been warned." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               WHEN "4"
                   PERFORM DEACTIVATE-MODERATED-AUTHOR
               WHEN "5"
                   CONTINUE
               WHEN OTHER
                   MOVE "unrecognized moderation action" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       DEACTIVATE-MODERATED-AUTHOR.
           MOVE WS-MODV-AUTHOR TO ACCT-LNK-USERNAME
           MOVE SPACES TO ACCT-LNK-PASSWORD
           MOVE SPACES TO ACCT-LNK-RESET-CODE
           MOVE "N" TO ACCT-LNK-RETURN-CODE
           MOVE "DA" TO ACCT-LNK-OPERATION

           CLOSE ACCOUNT-FILE
           CALL 'ACCTMGR' USING ACCT-LNK-OPERATION, ACCT-LNK-USERNAME,
               ACCT-LNK-PASSWORD, ACCT-LNK-RESET-CODE,
               ACCT-LNK-RETURN-CODE
           OPEN INPUT ACCOUNT-FILE

           IF ACCT-LNK-RETURN-CODE NOT = "Y"
               MOVE "The author's account could not be deactivated." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "X" TO WS-MOD-ACTION
           MOVE "MOD-DEACT" TO WS-AUDIT-OP
           PERFORM RESOLVE-MODERATION-CASES
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-MODV-AUTHOR) DELIMITED BY SIZE
               " has been deactivated." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       RESOLVE-MODERATION-CASES.
           MOVE "N" TO WS-MOD-UPDATED
           MOVE "N" TO MOD-EOF
           OPEN INPUT MODERATION-FILE
           OPEN OUTPUT MODERATION-TEMP
           PERFORM UNTIL MOD-EOF = "Y"
               READ MODERATION-FILE
                   AT END
                       MOVE "Y" TO MOD-EOF
                   NOT AT END
                       IF MC-STATUS = "O"
                           AND MC-ITEM-TYPE = WS-MODV-ITEM-TYPE
                           AND MC-AUTHOR = WS-MODV-AUTHOR
                           AND MC-GROUP = WS-MODV-GROUP
                           AND MC-ITEM-DATE = WS-MODV-ITEM-DATE
                           AND MC-ITEM-TEXT = WS-MODV-ITEM-TEXT
                           AND (MC-ITEM-TYPE = "G"
                               OR MC-REPORTER = WS-MODV-REPORTER)
                           MOVE "C" TO MC-STATUS
                           MOVE WS-MOD-ACTION TO MC-ACTION
                           MOVE FUNCTION TRIM(WS-USERNAME) TO MC-ACTION-BY
                           MOVE FUNCTION CURRENT-DATE(1:8) TO MC-ACTION-DATE
                           MOVE "Y" TO WS-MOD-UPDATED
                           MOVE MC-CASE-NUM TO WS-AUDIT-OUTCOME
                           PERFORM WRITE-SECURITY-AUDIT
                           OPEN EXTEND NOTIFICATIONS-FILE
                           MOVE MC-REPORTER TO NOTIF-USERNAME
                           MOVE SPACES TO NOTIF-TEXT
                           STRING "Your report (case #" DELIMITED BY SIZE
                               MC-CASE-NUM DELIMITED BY SIZE
                               ") has been reviewed and closed."
                                   DELIMITED BY SIZE
                               INTO NOTIF-TEXT
                           END-STRING
                           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
                           MOVE "GN" TO NOTIF-CATEGORY
                           MOVE SPACE TO NOTIF-SPOOLED
                           WRITE NOTIFICATIONS-RECORD
                           CLOSE NOTIFICATIONS-FILE
                       END-IF
                       MOVE MODERATION-RECORD TO MODERATION-TEMP-RECORD
                       WRITE MODERATION-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE MODERATION-FILE
           CLOSE MODERATION-TEMP

           IF WS-MOD-UPDATED = "Y"
               CALL 'SYSTEM' USING "mv ModerationCases.tmp ModerationCases.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f ModerationCases.tmp"
           END-IF.

       REMOVE-REPORTED-CONTENT.
           MOVE "N" TO WS-MOD-REMOVED
           IF WS-MODV-ITEM-TYPE = "M"
               MOVE "N" TO MSG-EOF
               OPEN INPUT MESSAGES-FILE
               OPEN OUTPUT MESSAGES-TEMP
               PERFORM UNTIL MSG-EOF = "Y"
                   READ MESSAGES-FILE
                       AT END
                           MOVE "Y" TO MSG-EOF
                       NOT AT END
                           IF WS-MOD-REMOVED = "N"
                               AND MSG-TO = WS-MODV-REPORTER
                               AND MSG-FROM = WS-MODV-AUTHOR
                               AND MSG-DATE = WS-MODV-ITEM-DATE
                               AND MSG-TEXT = WS-MODV-ITEM-TEXT
                               MOVE "Y" TO WS-MOD-REMOVED
                           ELSE
                               MOVE MESSAGES-RECORD TO MESSAGES-TEMP-RECORD
                               WRITE MESSAGES-TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
               CLOSE MESSAGES-TEMP
               IF WS-MOD-REMOVED = "Y"
                   CALL 'SYSTEM' USING "mv Messages.tmp Messages.dat"
               ELSE
                   CALL 'SYSTEM' USING "rm -f Messages.tmp"
               END-IF
           ELSE
               MOVE "N" TO GP-EOF
               OPEN INPUT GROUP-POSTS-FILE
               OPEN OUTPUT GROUP-POSTS-TEMP
               PERFORM UNTIL GP-EOF = "Y"
                   READ GROUP-POSTS-FILE
                       AT END
                           MOVE "Y" TO GP-EOF
                       NOT AT END
                           IF WS-MOD-REMOVED = "N"
                               AND GP-GROUP = WS-MODV-GROUP
                               AND GP-AUTHOR = WS-MODV-AUTHOR
                               AND GP-DATE = WS-MODV-ITEM-DATE
                               AND GP-TEXT = WS-MODV-ITEM-TEXT
                               MOVE "Y" TO WS-MOD-REMOVED
                           ELSE
                               MOVE GROUP-POSTS-RECORD
                                   TO GROUP-POSTS-TEMP-RECORD
                               WRITE GROUP-POSTS-TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUP-POSTS-FILE
               CLOSE GROUP-POSTS-TEMP
               IF WS-MOD-REMOVED = "Y"
                   CALL 'SYSTEM' USING "mv GroupPosts.tmp GroupPosts.dat"
               ELSE
                   CALL 'SYSTEM' USING "rm -f GroupPosts.tmp"
               END-IF
           END-IF.

       NOTIFY-MODERATED-AUTHOR.
           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE WS-MODV-AUTHOR TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           IF WS-MOD-ACTION = "R"
               STRING "Your " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOD-ITEM-DESC) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   WS-MODV-ITEM-DATE DELIMITED BY SIZE
                   " was removed for breaking the community rules."
                       DELIMITED BY SIZE
                   INTO NOTIF-TEXT
               END-STRING
           ELSE
               STRING "WARNING: your " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOD-ITEM-DESC) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   WS-MODV-ITEM-DATE DELIMITED BY SIZE
                   " broke the community rules." DELIMITED BY SIZE
                   INTO NOTIF-TEXT
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "GN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE.

       ADMIN-POSTING-REVIEW.
           MOVE "----- Job Postings Awaiting Review -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE 0 TO WS-JR-COUNT
           MOVE 0 TO WS-JR-WAITING
           MOVE "N" TO JR-EOF
           OPEN INPUT JOB-REVIEW-FILE
           PERFORM UNTIL JR-EOF = "Y"
               READ JOB-REVIEW-FILE
                   AT END
                       MOVE "Y" TO JR-EOF
                   NOT AT END
                       IF JR-STATUS = "P"
                           ADD 1 TO WS-JR-WAITING
                           IF WS-JR-COUNT < 20
                               ADD 1 TO WS-JR-COUNT
                               MOVE JR-REQ-NUM TO WS-JR-Q-REQ(WS-JR-COUNT)
                               MOVE JR-TITLE TO WS-JR-Q-TITLE(WS-JR-COUNT)
                               MOVE JR-COMPANY
                                   TO WS-JR-Q-COMPANY(WS-JR-COUNT)
                               MOVE JR-POSTED-BY
                                   TO WS-JR-Q-POSTED-BY(WS-JR-COUNT)
                               MOVE JR-FLAG-TERM
                                   TO WS-JR-Q-FLAG-TERM(WS-JR-COUNT)
                               MOVE JR-SUBMITTED
                                   TO WS-JR-Q-SUBMITTED(WS-JR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-REVIEW-FILE

           IF WS-JR-COUNT = 0
               MOVE "No postings are awaiting review." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JR-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING I DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JR-Q-TITLE(I)) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JR-Q-COMPANY(I)) DELIMITED BY SIZE
                      " (Req #" DELIMITED BY SIZE
                      WS-JR-Q-REQ(I) DELIMITED BY SIZE
                      ") by " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JR-Q-POSTED-BY(I)) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-JR-Q-SUBMITTED(I) DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               IF WS-JR-Q-FLAG-TERM(I) NOT = SPACES
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "   FLAGGED: text contains watch-list term: "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JR-Q-FLAG-TERM(I))
                              DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           IF WS-JR-WAITING > WS-JR-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "(" DELIMITED BY SIZE
                   WS-JR-WAITING DELIMITED BY SIZE
                   " postings are waiting; decide these to see the rest.)"
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "Enter the number of a posting to review, W to maintain the watch list, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JR-INPUT
           IF WS-JR-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-JR-INPUT(1:1)) = "W"
               PERFORM MAINTAIN-WATCH-TERMS
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-JR-INPUT) IS NOT NUMERIC
               MOVE "non-numeric posting review choice"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-JR-INPUT) TO WS-JR-CHOICE
           IF WS-JR-CHOICE < 1 OR WS-JR-CHOICE > WS-JR-COUNT
               MOVE "posting review choice out of range"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM REVIEW-ONE-POSTING.

       REVIEW-ONE-POSTING.
           MOVE WS-JR-Q-REQ(WS-JR-CHOICE) TO JOB-LNK-REQ-NUM
           MOVE "GJ" TO JOB-LNK-OPERATION
           CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
               JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
               JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL

           IF JOB-LNK-RETURN-CODE NOT = "Y"
               MOVE "That posting has been taken down; nothing to review."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "Title: " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-TITLE) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Employer: " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-COMPANY) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Location: " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-LOCATION) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           MOVE "Description:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE JOB-LNK-DESCRIPTION(1:100) TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           IF JOB-LNK-DESCRIPTION(101:100) NOT = SPACES
               MOVE JOB-LNK-DESCRIPTION(101:100) TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "1. Approve" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Reject" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Go Back" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   PERFORM APPROVE-POSTING
               WHEN "2"
                   PERFORM REJECT-POSTING
               WHEN "3"
                   CONTINUE
               WHEN OTHER
                   MOVE "unrecognized posting review choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       APPROVE-POSTING.
           MOVE JOB-LNK-REQ-NUM TO WS-JRV-REQ-NUM
           PERFORM FIND-JOB-REVIEW
           IF WS-JR-FOUND = "N" OR WS-JRV-STATUS NOT = "P"
               MOVE "That posting is no longer awaiting review."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JRV-STATUS
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-JRV-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JRV-DECIDED
           MOVE SPACES TO WS-JRV-REASON
           MOVE "N" TO WS-JR-FIRST-LIVE
           IF WS-JRV-APPROVED = 0
               MOVE WS-JRV-DECIDED TO WS-JRV-APPROVED
               MOVE "Y" TO WS-JR-FIRST-LIVE
           END-IF
           PERFORM SAVE-JOB-REVIEW

           IF WS-JR-FIRST-LIVE = "Y"
               PERFORM NOTIFY-MATCHING-STUDENTS
           END-IF

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE WS-JRV-POSTED-BY TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING "Your posting " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-TITLE) DELIMITED BY SIZE
               " was approved and is now live." DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE "Posting approved; it is now visible to students." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       REJECT-POSTING.
           MOVE JOB-LNK-REQ-NUM TO WS-JRV-REQ-NUM
           PERFORM FIND-JOB-REVIEW
           IF WS-JR-FOUND = "N" OR WS-JRV-STATUS NOT = "P"
               MOVE "That posting is no longer awaiting review."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the reason for rejecting this posting:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "A reason is required to reject a posting." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO WS-JRV-STATUS
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-JRV-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JRV-DECIDED
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JRV-REASON
           PERFORM SAVE-JOB-REVIEW

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE WS-JRV-POSTED-BY TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING "Your posting " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-TITLE) DELIMITED BY SIZE
               " was rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JRV-REASON) DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE "Posting rejected; the recruiter has been notified." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       MAINTAIN-WATCH-TERMS.
           MOVE "----- Posting Watch List -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE 0 TO WS-WT-COUNT
           MOVE "N" TO WT-EOF
           OPEN INPUT WATCH-TERM-FILE
           PERFORM UNTIL WT-EOF = "Y"
               READ WATCH-TERM-FILE
                   AT END
                       MOVE "Y" TO WT-EOF
                   NOT AT END
                       IF WT-TERM NOT = SPACES
                           ADD 1 TO WS-WT-COUNT
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WT-TERM) DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-TERM-FILE

           IF WS-WT-COUNT = 0
               MOVE "The watch list is empty." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "Enter A to add a term, R to remove a term, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               WHEN "A"
                   PERFORM ADD-WATCH-TERM
               WHEN "R"
                   PERFORM REMOVE-WATCH-TERM
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "unrecognized watch list choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       READ-WATCH-TERM.
           MOVE "Enter the term:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE SPACES TO WS-WT-TERM
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-WT-TERM

           MOVE "N" TO WS-WT-FOUND
           MOVE "N" TO WT-EOF
           OPEN INPUT WATCH-TERM-FILE
           PERFORM UNTIL WT-EOF = "Y" OR WS-WT-FOUND = "Y"
               READ WATCH-TERM-FILE
                   AT END
                       MOVE "Y" TO WT-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WT-TERM)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WT-TERM))
                           MOVE "Y" TO WS-WT-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-TERM-FILE.

       ADD-WATCH-TERM.
           PERFORM READ-WATCH-TERM
           IF EOF-FLAG = "Y" OR WS-WT-TERM = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-WT-FOUND = "Y"
               MOVE "That term is already on the watch list." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND WATCH-TERM-FILE
           MOVE WS-WT-TERM TO WT-TERM
           WRITE WATCH-TERM-RECORD
           CLOSE WATCH-TERM-FILE

           MOVE "Term added to the watch list." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       REMOVE-WATCH-TERM.
           PERFORM READ-WATCH-TERM
           IF EOF-FLAG = "Y" OR WS-WT-TERM = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-WT-FOUND = "N"
               MOVE "That term is not on the watch list." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WT-EOF
           OPEN INPUT WATCH-TERM-FILE
           OPEN OUTPUT WATCH-TERM-TEMP
           PERFORM UNTIL WT-EOF = "Y"
               READ WATCH-TERM-FILE
                   AT END
                       MOVE "Y" TO WT-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WT-TERM)) NOT =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WT-TERM))
                           MOVE WATCH-TERM-RECORD TO WATCH-TERM-TEMP-RECORD
                           WRITE WATCH-TERM-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-TERM-FILE
           CLOSE WATCH-TERM-TEMP
           CALL 'SYSTEM' USING "mv JobWatchTerms.tmp JobWatchTerms.dat"

           MOVE "Term removed from the watch list." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       VIEW-MY-NETWORK.
           MOVE "----- My Network -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO CONN-FOUND
           MOVE "N" TO CONN-EOF

           OPEN INPUT CONNECTIONS-FILE

           PERFORM UNTIL CONN-EOF = "Y"
               READ CONNECTIONS-FILE
                   AT END
                       MOVE "Y" TO CONN-EOF
                   NOT AT END
                       MOVE SPACES TO WS-OUT-LINE
                       IF FUNCTION TRIM(CONN-USER-ONE) = FUNCTION TRIM(WS-USERNAME)
                           STRING FUNCTION TRIM(CONN-USER-TWO-FIRST) DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(CONN-USER-TWO-LAST) DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                           MOVE "Y" TO CONN-FOUND
                       ELSE
                           IF FUNCTION TRIM(CONN-USER-TWO) = FUNCTION TRIM(WS-USERNAME)
                               STRING FUNCTION TRIM(CONN-USER-ONE-FIRST) DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      FUNCTION TRIM(CONN-USER-ONE-LAST) DELIMITED BY SIZE
                                      INTO WS-OUT-LINE
                               END-STRING
                               PERFORM DISPLAY-LINE
                               MOVE "Y" TO CONN-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONNECTIONS-FILE

           IF CONN-FOUND = "N"
               MOVE "You have no connections yet." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           IF CONN-FOUND = "Y"
               PERFORM SEND-MESSAGE-PROMPT
               IF EOF-FLAG NOT = "Y"
                   PERFORM REMOVE-CONNECTION-PROMPT
               END-IF
           END-IF.

       REMOVE-CONNECTION-PROMPT.
           MOVE "Enter the username of a connection to remove, or press Enter to skip:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSG-TARGET

           IF WS-MSG-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-IS-CONNECTED

           IF WS-MSG-IS-CONN = "N"
               MOVE "That user is not in your network." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM REMOVE-CONNECTION

           IF WS-CONN-REMOVED = "Y"
               MOVE SPACES TO WS-OUT-LINE
               STRING FUNCTION TRIM(WS-MSG-TARGET) DELIMITED BY SIZE
                   " has been removed from your network." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF.

       REMOVE-CONNECTION.
           MOVE "N" TO WS-CONN-REMOVED
           MOVE 0 TO WS-CONN-REMOVED-CNT
           MOVE "N" TO CONN-EOF
           OPEN INPUT CONNECTIONS-FILE
           OPEN OUTPUT CONNECTIONS-TEMP

           PERFORM UNTIL CONN-EOF = "Y"
               READ CONNECTIONS-FILE
                   AT END
                       MOVE "Y" TO CONN-EOF
                   NOT AT END
                       IF (FUNCTION TRIM(CONN-USER-ONE) = FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(CONN-USER-TWO) =
                               FUNCTION TRIM(WS-MSG-TARGET))
                           OR (FUNCTION TRIM(CONN-USER-TWO) = FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(CONN-USER-ONE) =
                               FUNCTION TRIM(WS-MSG-TARGET))
                           MOVE "Y" TO WS-CONN-REMOVED
                           ADD 1 TO WS-CONN-REMOVED-CNT
                       ELSE
                           MOVE CONNECTIONS-RECORD TO CONNECTIONS-TEMP-RECORD
                           WRITE CONNECTIONS-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONNECTIONS-FILE
           CLOSE CONNECTIONS-TEMP

           IF WS-CONN-REMOVED = "Y"
               CALL 'SYSTEM' USING "mv Connections.tmp Connections.dat"
               MOVE "Connections.dat" TO WS-SHRINK-FILE
               MOVE WS-CONN-REMOVED-CNT TO WS-SHRINK-COUNT
               PERFORM RECORD-EXPECTED-SHRINK
           ELSE
               CALL 'SYSTEM' USING "rm -f Connections.tmp"
           END-IF.

       SEND-MESSAGE-PROMPT.
           MOVE "Enter the username of a connection to message, or press Enter to skip:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSG-TARGET

           IF WS-MSG-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-IS-CONNECTED

           IF WS-MSG-IS-CONN = "N"
               MOVE "You can only message members of your network."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-MSG-TARGET) TO WS-BLK-OWNER
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-BLK-OTHER
           PERFORM CHECK-IS-BLOCKED
           IF WS-BLK-FOUND = "Y"
               MOVE "This member is not accepting messages from you."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter your message:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "No message entered; nothing was sent." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND MESSAGES-FILE
           MOVE FUNCTION TRIM(WS-MSG-TARGET) TO MSG-TO
           MOVE FUNCTION TRIM(WS-USERNAME) TO MSG-FROM
           MOVE FUNCTION CURRENT-DATE(1:8) TO MSG-DATE
           MOVE "N" TO MSG-READ
           MOVE FUNCTION TRIM(INPUT-RECORD) TO MSG-TEXT
           WRITE MESSAGES-RECORD
           CLOSE MESSAGES-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Message sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSG-TARGET) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       CHECK-IS-CONNECTED.
           MOVE "N" TO WS-MSG-IS-CONN
           MOVE "N" TO CONN-EOF
           OPEN INPUT CONNECTIONS-FILE

           PERFORM UNTIL CONN-EOF = "Y" OR WS-MSG-IS-CONN = "Y"
               READ CONNECTIONS-FILE
                   AT END
                       MOVE "Y" TO CONN-EOF
                   NOT AT END
                       IF (FUNCTION TRIM(CONN-USER-ONE) = FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(CONN-USER-TWO) =
                               FUNCTION TRIM(WS-MSG-TARGET))
                           OR (FUNCTION TRIM(CONN-USER-TWO) = FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(CONN-USER-ONE) =
                               FUNCTION TRIM(WS-MSG-TARGET))
                           MOVE "Y" TO WS-MSG-IS-CONN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONNECTIONS-FILE.

       VIEW-MY-MESSAGES.
           MOVE "----- My Messages -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO MSG-FOUND
           MOVE "N" TO MSG-EOF
           MOVE 0 TO WS-MOD-MSG-COUNT
           MOVE 0 TO WS-MOD-MSG-OVERFLOW

           OPEN INPUT MESSAGES-FILE

           PERFORM UNTIL MSG-EOF = "Y"
               READ MESSAGES-FILE
                   AT END
                       MOVE "Y" TO MSG-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MSG-TO) = FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO MSG-FOUND
                           MOVE SPACES TO WS-OUT-LINE
                           IF WS-MOD-MSG-COUNT < 50
                               ADD 1 TO WS-MOD-MSG-COUNT
                               MOVE MSG-FROM
                                   TO WS-MOD-MSG-FROM(WS-MOD-MSG-COUNT)
                               MOVE MSG-DATE
                                   TO WS-MOD-MSG-DATE(WS-MOD-MSG-COUNT)
                               MOVE MSG-TEXT
                                   TO WS-MOD-MSG-TEXT(WS-MOD-MSG-COUNT)
                               MOVE WS-MOD-MSG-COUNT TO I
                               STRING I DELIMITED BY SIZE
                                   ". " DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                           ELSE
                               ADD 1 TO WS-MOD-MSG-OVERFLOW
                               MOVE "    " TO WS-OUT-LINE
                           END-IF
                           IF MSG-READ = "N"
                               STRING "[NEW] From " DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-FROM) DELIMITED BY SIZE
                                   " on " DELIMITED BY SIZE
                                   MSG-DATE DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-TEXT) DELIMITED BY SIZE
                                   INTO WS-OUT-LINE(5:)
                               END-STRING
                           ELSE
                               STRING "From " DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-FROM) DELIMITED BY SIZE
                                   " on " DELIMITED BY SIZE
                                   MSG-DATE DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-TEXT) DELIMITED BY SIZE
                                   INTO WS-OUT-LINE(5:)
                               END-STRING
                           END-IF
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MESSAGES-FILE

           IF MSG-FOUND = "N"
               MOVE "You have no messages." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           ELSE
               PERFORM MARK-MESSAGES-READ
           END-IF

           IF WS-MOD-MSG-OVERFLOW > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NOTE: " DELIMITED BY SIZE
                   WS-MOD-MSG-OVERFLOW DELIMITED BY SIZE
                   " newer message(s) are not numbered and cannot be reported here."
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           IF WS-MOD-MSG-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "R. Report a message" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice, or press Enter to go back:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "R"
               MOVE "PL" TO WS-USAGE-MENU
               MOVE "N" TO WS-USAGE-CHOICES
               MOVE "N" TO MENU-CHOICE
               PERFORM LOG-MENU-USAGE
               PERFORM REPORT-MESSAGE
           ELSE
               MOVE "unrecognized message list choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       MARK-MESSAGES-READ.
           MOVE "N" TO MSG-EOF
           OPEN INPUT MESSAGES-FILE
           OPEN OUTPUT MESSAGES-TEMP

           PERFORM UNTIL MSG-EOF = "Y"
               READ MESSAGES-FILE
                   AT END
                       MOVE "Y" TO MSG-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MSG-TO) = FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO MSG-READ
                       END-IF
                       MOVE MESSAGES-RECORD TO MESSAGES-TEMP-RECORD
                       WRITE MESSAGES-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE MESSAGES-FILE
           CLOSE MESSAGES-TEMP

           CALL 'SYSTEM' USING "mv Messages.tmp Messages.dat".

       SKILL-MENU.
           PERFORM LOAD-SKILL-CATALOG
           MOVE "Learn a New Skill:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           IF WS-SKILL-COUNT = 0
               MOVE "No courses are being offered right now." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           PERFORM VARYING WS-SKILL-NUM FROM 1 BY 1
               UNTIL WS-SKILL-NUM > WS-SKILL-COUNT
               PERFORM GET-SKILL-NAME
               PERFORM CHECK-SKILL-PROGRESS
               MOVE WS-SKILL-NUM TO WS-SKILL-NUM-DISP
               MOVE SPACES TO WS-OUT-LINE
               IF LP-FOUND = "Y"
                   STRING FUNCTION TRIM(WS-SKILL-NUM-DISP) DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SKILL-NAME) DELIMITED BY SIZE
                          " [Completed]" DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-SKILL-NUM-DISP) DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SKILL-NAME) DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               END-IF
               PERFORM DISPLAY-LINE
           END-PERFORM

           COMPUTE WS-SKILL-NUM-DISP = WS-SKILL-COUNT + 1
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-SKILL-NUM-DISP) DELIMITED BY SIZE
                  ". Go Back" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKILL-INPUT

           IF WS-SKILL-INPUT NOT = SPACES
               AND FUNCTION TRIM(WS-SKILL-INPUT) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-SKILL-INPUT)) <= 2
               MOVE FUNCTION TRIM(WS-SKILL-INPUT) TO WS-SKILL-NUM
           ELSE
               MOVE 0 TO WS-SKILL-NUM
           END-IF

           IF WS-SKILL-NUM = WS-SKILL-COUNT + 1
               PERFORM POST-LOGIN
           ELSE
               IF WS-SKILL-NUM >= 1 AND WS-SKILL-NUM <= WS-SKILL-COUNT
                   PERFORM SKILL-MODULE
               ELSE
                   MOVE "unrecognized skill menu choice" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
               PERFORM SKILL-MENU
           END-IF.

       LOAD-SKILL-CATALOG.
           MOVE 0 TO WS-SKILL-COUNT
           MOVE "N" TO SC-EOF
           MOVE "00" TO SC-FS
           OPEN INPUT SKILL-CATALOG-FILE
           IF SC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SC-EOF = "Y"
               READ SKILL-CATALOG-FILE
                   AT END
                       MOVE "Y" TO SC-EOF
                   NOT AT END
                       IF SC-REC-TYPE = "H" AND SC-STATUS = "A"
                           AND WS-SKILL-COUNT < 20
                           ADD 1 TO WS-SKILL-COUNT
                           MOVE SC-CODE TO WS-SKILL-TAB-CODE(WS-SKILL-COUNT)
                           MOVE SC-TITLE TO WS-SKILL-TAB-TITLE(WS-SKILL-COUNT)
                           MOVE SC-DESC TO WS-SKILL-TAB-DESC(WS-SKILL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SKILL-CATALOG-FILE.

       GET-SKILL-NAME.
           IF WS-SKILL-NUM >= 1 AND WS-SKILL-NUM <= WS-SKILL-COUNT
               MOVE WS-SKILL-TAB-TITLE(WS-SKILL-NUM) TO WS-SKILL-NAME
           ELSE
               MOVE SPACES TO WS-SKILL-NAME
           END-IF.

       CHECK-SKILL-PROGRESS.
           MOVE "N" TO LP-FOUND
           MOVE "N" TO LP-EOF
           CLOSE LEARNING-FILE
           OPEN INPUT LEARNING-FILE

           PERFORM UNTIL LP-EOF = "Y" OR LP-FOUND = "Y"
               READ LEARNING-FILE
                   AT END
                       MOVE "Y" TO LP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LP-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(LP-SKILL-NAME) = FUNCTION TRIM(WS-SKILL-NAME)
                           AND LP-COMPLETED = "Y"
                           MOVE "Y" TO LP-FOUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEARNING-FILE.

       DISPLAY-COMPLETED-SKILLS.
           MOVE "N" TO WS-SKILLS-FOUND-ANY
           MOVE "N" TO LP-EOF
           CLOSE LEARNING-FILE
           OPEN INPUT LEARNING-FILE

           PERFORM UNTIL LP-EOF = "Y"
               READ LEARNING-FILE
                   AT END
                       MOVE "Y" TO LP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LP-USERNAME) =
                           FUNCTION TRIM(WS-SKILLS-LOOKUP-USER)
                           AND LP-COMPLETED = "Y"
                           IF WS-SKILLS-FOUND-ANY = "N"
                               MOVE "Certifications:" TO WS-OUT-LINE
                               PERFORM DISPLAY-LINE
                               MOVE "Y" TO WS-SKILLS-FOUND-ANY
                           END-IF
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "- " DELIMITED BY SIZE
                               FUNCTION TRIM(LP-SKILL-NAME) DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEARNING-FILE.

       SKILL-MODULE.
           PERFORM GET-SKILL-NAME
           MOVE SPACES TO WS-OUT-LINE
           STRING "----- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SKILL-NAME) DELIMITED BY SIZE
                  " Module -----" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           IF WS-SKILL-TAB-DESC(WS-SKILL-NUM) NOT = SPACES
               MOVE WS-SKILL-TAB-DESC(WS-SKILL-NUM) TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           PERFORM DISPLAY-SKILL-LESSONS

           MOVE "Mark this skill as complete? (Y/N)" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-SKILL-CHOICE

           IF WS-SKILL-CHOICE = "Y"
               PERFORM SAVE-SKILL-PROGRESS
               MOVE "Progress saved." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       DISPLAY-SKILL-LESSONS.
           MOVE 0 TO WS-SKILL-LESSONS
           MOVE "N" TO SC-EOF
           MOVE "00" TO SC-FS
           OPEN INPUT SKILL-CATALOG-FILE
           IF SC-FS = "00"
               PERFORM UNTIL SC-EOF = "Y"
                   READ SKILL-CATALOG-FILE
                       AT END
                           MOVE "Y" TO SC-EOF
                       NOT AT END
                           IF SC-REC-TYPE = "L"
                               AND SC-CODE = WS-SKILL-TAB-CODE(WS-SKILL-NUM)
                               ADD 1 TO WS-SKILL-LESSONS
                               MOVE WS-SKILL-LESSONS TO WS-LESSON-DISP
                               MOVE SPACES TO WS-OUT-LINE
                               STRING "Lesson " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-LESSON-DISP) DELIMITED BY SIZE
                                      ":" DELIMITED BY SIZE
                                      INTO WS-OUT-LINE
                               END-STRING
                               PERFORM DISPLAY-LINE
                               MOVE SC-LESSON-TEXT TO WS-OUT-LINE
                               PERFORM DISPLAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKILL-CATALOG-FILE
           END-IF

           IF WS-SKILL-LESSONS = 0
               MOVE "Lesson content for this module is not yet available." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       SAVE-SKILL-PROGRESS.
           PERFORM CHECK-SKILL-PROGRESS
           IF LP-FOUND = "N"
               OPEN EXTEND LEARNING-FILE
               MOVE FUNCTION TRIM(WS-USERNAME) TO LP-USERNAME
               MOVE FUNCTION TRIM(WS-SKILL-NAME) TO LP-SKILL-NAME
               MOVE "Y" TO LP-COMPLETED
               WRITE LEARNING-RECORD
               CLOSE LEARNING-FILE
               MOVE SPACES TO WS-ACT-TEXT
               STRING "completed the " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SKILL-NAME) DELIMITED BY SIZE
                   " skill" DELIMITED BY SIZE
                   INTO WS-ACT-TEXT
               END-STRING
               PERFORM WRITE-ACTIVITY
           END-IF.

       VALIDATE-UNIVERSITY.
           MOVE "N" TO WS-UNIV-VALID
           MOVE "N" TO UNIV-EOF

           OPEN INPUT UNIVERSITY-FILE
           IF UNIV-FS NOT = "00"
               CLOSE UNIVERSITY-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL UNIV-EOF = "Y" OR WS-UNIV-VALID = "Y"
               READ UNIVERSITY-FILE
                   AT END
                       MOVE "Y" TO UNIV-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(UNIVERSITY-RECORD))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNIV-ENTERED))
                           MOVE "Y" TO WS-UNIV-VALID
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UNIVERSITY-FILE.

       CONNECTION-SUGGESTIONS.
           MOVE "----- People You May Know -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM LOAD-MY-PROFILE-SIGNALS
           PERFORM BUILD-SUGGESTION-TABLE

           IF WS-SUGG-COUNT = 0
               MOVE "No suggestions are available right now." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUGG-IDX FROM 1 BY 1
               UNTIL WS-SUGG-IDX > WS-SUGG-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING FUNCTION TRIM(WS-SUGG-FIRST(WS-SUGG-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUGG-LAST(WS-SUGG-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUGG-USER(WS-SUGG-IDX))
                          DELIMITED BY SIZE
                      ") - " DELIMITED BY SIZE
                      WS-SUGG-MUTUAL(WS-SUGG-IDX) DELIMITED BY SIZE
                      " mutual connection(s)" DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-PERFORM

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE "Enter a username to send a connection request, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSG-TARGET
           PERFORM LOAD-PROFILE-BY-USERNAME

           IF PROFILE-FOUND = "Y"
               PERFORM SEND-CONNECTION-REQUEST
           ELSE
               MOVE "No profile was found for that username." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       LOAD-MY-PROFILE-SIGNALS.
           MOVE SPACES TO WS-SUGG-MY-UNIV
           MOVE SPACES TO WS-SUGG-MY-MAJOR
           MOVE 0 TO WS-SUGG-MY-YEAR

           MOVE "N" TO PROFILE-FOUND PROFILE-EOF
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           PERFORM UNTIL PROFILE-EOF = "Y" OR PROFILE-FOUND = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                           MOVE PR-UNIVERSITY TO WS-SUGG-MY-UNIV
                           MOVE PR-MAJOR TO WS-SUGG-MY-MAJOR
                           MOVE PR-GRAD-YEAR TO WS-SUGG-MY-YEAR
                           MOVE "Y" TO PROFILE-FOUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE.

       BUILD-SUGGESTION-TABLE.
           MOVE 0 TO WS-SUGG-COUNT
           MOVE "N" TO PROFILE-EOF

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           PERFORM UNTIL PROFILE-EOF = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) NOT =
                           FUNCTION TRIM(WS-USERNAME)
                           PERFORM SCORE-SUGGESTION-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE.

       SCORE-SUGGESTION-CANDIDATE.
           MOVE FUNCTION TRIM(PR-USERNAME) TO WS-MSG-TARGET
           PERFORM CHECK-IS-CONNECTED
           IF WS-MSG-IS-CONN = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SEARCH-RESULT-DEACTIVATED
           IF WS-SRCH-ACCT-DEACTIVATED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SEARCH-PRIVACY
           IF WS-PRIV-VISIBLE = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SUGG-SCORE-W

           IF FUNCTION TRIM(WS-SUGG-MY-UNIV) NOT = SPACES
               AND FUNCTION TRIM(PR-UNIVERSITY) =
                   FUNCTION TRIM(WS-SUGG-MY-UNIV)
               ADD 3 TO WS-SUGG-SCORE-W
           END-IF

           IF FUNCTION TRIM(WS-SUGG-MY-MAJOR) NOT = SPACES
               AND FUNCTION TRIM(PR-MAJOR) = FUNCTION TRIM(WS-SUGG-MY-MAJOR)
               ADD 3 TO WS-SUGG-SCORE-W
           END-IF

           IF WS-SUGG-MY-YEAR > 0 AND PR-GRAD-YEAR > 0
               COMPUTE WS-SUGG-YEAR-DIFF = PR-GRAD-YEAR - WS-SUGG-MY-YEAR
               IF WS-SUGG-YEAR-DIFF >= -2 AND WS-SUGG-YEAR-DIFF <= 2
                   ADD 2 TO WS-SUGG-SCORE-W
               END-IF
           END-IF

           PERFORM COUNT-MUTUAL-CONNECTIONS
           ADD WS-MUTUAL-COUNT TO WS-SUGG-SCORE-W

           IF WS-SUGG-SCORE-W = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM INSERT-SUGGESTION.

       INSERT-SUGGESTION.
           MOVE 0 TO WS-SUGG-SLOT
           PERFORM VARYING WS-SUGG-IDX FROM 1 BY 1
               UNTIL WS-SUGG-IDX > WS-SUGG-COUNT OR WS-SUGG-SLOT > 0
               IF WS-SUGG-SCORE-W > WS-SUGG-SCORE(WS-SUGG-IDX)
                   MOVE WS-SUGG-IDX TO WS-SUGG-SLOT
               END-IF
           END-PERFORM

           IF WS-SUGG-SLOT = 0
               IF WS-SUGG-COUNT < 10
                   COMPUTE WS-SUGG-SLOT = WS-SUGG-COUNT + 1
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-SUGG-COUNT < 10
               ADD 1 TO WS-SUGG-COUNT
           END-IF

           PERFORM VARYING WS-SUGG-J FROM WS-SUGG-COUNT BY -1
               UNTIL WS-SUGG-J <= WS-SUGG-SLOT
               MOVE WS-SUGG-ENTRY(WS-SUGG-J - 1) TO WS-SUGG-ENTRY(WS-SUGG-J)
           END-PERFORM

           MOVE FUNCTION TRIM(PR-USERNAME) TO WS-SUGG-USER(WS-SUGG-SLOT)
           MOVE FUNCTION TRIM(PR-FIRST-NAME) TO WS-SUGG-FIRST(WS-SUGG-SLOT)
           MOVE FUNCTION TRIM(PR-LAST-NAME) TO WS-SUGG-LAST(WS-SUGG-SLOT)
           MOVE WS-SUGG-SCORE-W TO WS-SUGG-SCORE(WS-SUGG-SLOT)
           MOVE WS-MUTUAL-COUNT TO WS-SUGG-MUTUAL(WS-SUGG-SLOT).

       LOAD-PROFILE-BY-USERNAME.
           MOVE "N" TO PROFILE-FOUND PROFILE-EOF
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           PERFORM UNTIL PROFILE-EOF = "Y" OR PROFILE-FOUND = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) =
                           FUNCTION TRIM(WS-MSG-TARGET)
                           MOVE "Y" TO PROFILE-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       STUDENT-GROUPS.
           MOVE "----- Student Groups -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "1. Create a group" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Browse and join groups at your university" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. View a group's members and upcoming events" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "4. Go Back" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "5. Post to a group" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "6. Read a group's discussion feed" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "7. Manage a group (owner and officers)" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "8. Report a post" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE


           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   PERFORM CREATE-GROUP
               WHEN "2"
                   PERFORM BROWSE-JOIN-GROUPS
               WHEN "3"
                   PERFORM GROUP-MEMBER-LIST
               WHEN "4"
                   CONTINUE
               WHEN "5"
                   PERFORM POST-TO-GROUP
               WHEN "6"
                   PERFORM GROUP-FEED
               WHEN "7"
                   PERFORM MANAGE-GROUP
               WHEN "8"
                   PERFORM REPORT-GROUP-POST
               WHEN OTHER
                   MOVE "unrecognized group menu choice" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       CREATE-GROUP.
           MOVE "Enter the group name:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "A group name is required; nothing was created."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-EXISTS
           IF WS-GRP-EXISTS = "Y"
               MOVE "A group by that name already exists." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GRP-TARGET TO GRP-NAME

           MOVE "Enter a description:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO GRP-DESC

           MOVE "N" TO WS-UNIV-VALID
           PERFORM UNTIL WS-UNIV-VALID = "Y"
               MOVE "Enter the university this group belongs to:"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-UNIV-ENTERED
               IF WS-UNIV-ENTERED = SPACES
                   CONTINUE
               ELSE
                   PERFORM VALIDATE-UNIVERSITY
                   IF WS-UNIV-VALID = "Y"
                       MOVE WS-UNIV-ENTERED TO GRP-UNIVERSITY
                   ELSE
                       MOVE "That university is not on our list. Please try again."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE "Require owner/officer approval to join? (Y/N)"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               MOVE "Y" TO GRP-APPROVAL
           ELSE
               MOVE "N" TO GRP-APPROVAL
           END-IF

           MOVE FUNCTION TRIM(WS-USERNAME) TO GRP-OWNER

           OPEN EXTEND GROUPS-FILE
           WRITE GROUPS-RECORD
           CLOSE GROUPS-FILE

           PERFORM GET-MY-NAME
           OPEN EXTEND GROUP-MEMBERS-FILE
           MOVE WS-GRP-TARGET TO GM-GROUP
           MOVE FUNCTION TRIM(WS-USERNAME) TO GM-USER
           MOVE WS-MY-FIRST TO GM-FIRST
           MOVE WS-MY-LAST TO GM-LAST
           WRITE GROUP-MEMBERS-RECORD
           CLOSE GROUP-MEMBERS-FILE

           MOVE "Group created. You are its first member." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       CHECK-GROUP-EXISTS.
           MOVE "N" TO WS-GRP-EXISTS
           MOVE "N" TO GRP-EOF
           OPEN INPUT GROUPS-FILE

           PERFORM UNTIL GRP-EOF = "Y" OR WS-GRP-EXISTS = "Y"
               READ GROUPS-FILE
                   AT END
                       MOVE "Y" TO GRP-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-NAME)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-TARGET))
                           MOVE "Y" TO WS-GRP-EXISTS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GROUPS-FILE.

       BROWSE-JOIN-GROUPS.
           MOVE "----- Groups At Your University -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM LOAD-MY-PROFILE-SIGNALS

           IF FUNCTION TRIM(WS-SUGG-MY-UNIV) = SPACES
               MOVE "Create a profile with your university to browse groups."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO GRP-FOUND
           MOVE "N" TO GRP-EOF
           OPEN INPUT GROUPS-FILE

           PERFORM UNTIL GRP-EOF = "Y"
               READ GROUPS-FILE
                   AT END
                       MOVE "Y" TO GRP-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-UNIVERSITY)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUGG-MY-UNIV))
                           MOVE "Y" TO GRP-FOUND
                           PERFORM DISPLAY-GROUP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GROUPS-FILE

           IF GRP-FOUND = "N"
               MOVE "There are no groups at your university yet." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE "Enter the name of a group to join, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRP-TARGET
           PERFORM JOIN-GROUP.

       DISPLAY-GROUP.
           PERFORM COUNT-GROUP-MEMBERS
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(GRP-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-GRP-MEMBER-CNT DELIMITED BY SIZE
                  " member(s))" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           IF FUNCTION TRIM(GRP-DESC) NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(GRP-DESC) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF.

       COUNT-GROUP-MEMBERS.
           MOVE 0 TO WS-GRP-MEMBER-CNT
           MOVE "N" TO GM-EOF
           OPEN INPUT GROUP-MEMBERS-FILE

           PERFORM UNTIL GM-EOF = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO GM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-GROUP) = FUNCTION TRIM(GRP-NAME)
                           ADD 1 TO WS-GRP-MEMBER-CNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GROUP-MEMBERS-FILE.

       JOIN-GROUP.
           PERFORM CHECK-GROUP-EXISTS
           IF WS-GRP-EXISTS = "N"
               MOVE "No group by that name was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GRP-NAME TO WS-GRP-TARGET

           MOVE "N" TO WS-GRP-DUP
           MOVE "N" TO GM-EOF
           OPEN INPUT GROUP-MEMBERS-FILE
           PERFORM UNTIL GM-EOF = "Y" OR WS-GRP-DUP = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO GM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-GROUP) = FUNCTION TRIM(WS-GRP-TARGET)
                           AND FUNCTION TRIM(GM-USER) =
                               FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO WS-GRP-DUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBERS-FILE

           IF WS-GRP-DUP = "Y"
               MOVE "You are already a member of that group." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           IF GRP-APPROVAL = "Y"
               PERFORM REQUEST-GROUP-MEMBERSHIP
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-MY-NAME
           OPEN EXTEND GROUP-MEMBERS-FILE
           MOVE WS-GRP-TARGET TO GM-GROUP
           MOVE FUNCTION TRIM(WS-USERNAME) TO GM-USER
           MOVE WS-MY-FIRST TO GM-FIRST
           MOVE WS-MY-LAST TO GM-LAST
           WRITE GROUP-MEMBERS-RECORD
           CLOSE GROUP-MEMBERS-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "You have joined " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-TARGET) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       GROUP-MEMBER-LIST.
           MOVE "Enter the name of the group:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-EXISTS
           IF WS-GRP-EXISTS = "N"
               MOVE "No group by that name was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GRP-NAME TO WS-GRP-TARGET

           MOVE "----- Group Members -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE "N" TO WS-GM-FOUND
           MOVE "N" TO GM-EOF
           OPEN INPUT GROUP-MEMBERS-FILE

           PERFORM UNTIL GM-EOF = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO GM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-GROUP) = FUNCTION TRIM(WS-GRP-TARGET)
                           MOVE "Y" TO WS-GM-FOUND
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(GM-FIRST) DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(GM-LAST) DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GROUP-MEMBERS-FILE

           IF WS-GM-FOUND = "N"
               MOVE "This group has no members yet." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           PERFORM LIST-GROUP-EVENTS

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       CHECK-GROUP-MEMBERSHIP.
           MOVE "N" TO WS-GP-IS-MEMBER
           MOVE "N" TO GM-EOF
           OPEN INPUT GROUP-MEMBERS-FILE
           PERFORM UNTIL GM-EOF = "Y" OR WS-GP-IS-MEMBER = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO GM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-GROUP) = FUNCTION TRIM(WS-GRP-TARGET)
                           AND FUNCTION TRIM(GM-USER) =
                               FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO WS-GP-IS-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBERS-FILE.

       POST-TO-GROUP.
           MOVE "Enter the name of the group:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-EXISTS
           IF WS-GRP-EXISTS = "N"
               MOVE "No group by that name was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GRP-NAME TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-MEMBERSHIP
           IF WS-GP-IS-MEMBER = "N"
               MOVE "Only group members can post to the group." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter your post:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "No post entered; nothing was recorded." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GROUP-POSTS-FILE
           IF GP-FS NOT = "00"
               OPEN OUTPUT GROUP-POSTS-FILE
           END-IF
           CLOSE GROUP-POSTS-FILE
           OPEN EXTEND GROUP-POSTS-FILE
           MOVE WS-GRP-TARGET TO GP-GROUP
           MOVE FUNCTION TRIM(WS-USERNAME) TO GP-AUTHOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO GP-DATE
           MOVE FUNCTION TRIM(INPUT-RECORD) TO GP-TEXT
           WRITE GROUP-POSTS-RECORD
           CLOSE GROUP-POSTS-FILE

           MOVE "Your post has been added to the group's feed."
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       GROUP-FEED.
           MOVE "Enter the name of the group:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-EXISTS
           IF WS-GRP-EXISTS = "N"
               MOVE "No group by that name was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GRP-NAME TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-MEMBERSHIP
           IF WS-GP-IS-MEMBER = "N"
               MOVE "Only group members can read the group's feed."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-GROUP-FEED-POSTS
           IF WS-GP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-GROUP-AUTHORITY
           IF WS-GRP-IS-OWNER = "Y" OR WS-GRP-IS-OFFICER = "Y"
               PERFORM DELETE-GROUP-POST
           END-IF.

       SHOW-GROUP-FEED-POSTS.
           MOVE 0 TO WS-GP-COUNT
           MOVE 0 TO WS-GP-ORD
           MOVE 0 TO WS-GP-OVERFLOW
           MOVE "N" TO GP-EOF
           OPEN INPUT GROUP-POSTS-FILE
           IF GP-FS = "00"
               PERFORM UNTIL GP-EOF = "Y"
                   READ GROUP-POSTS-FILE
                       AT END
                           MOVE "Y" TO GP-EOF
                       NOT AT END
                           IF FUNCTION TRIM(GP-GROUP) =
                               FUNCTION TRIM(WS-GRP-TARGET)
                               ADD 1 TO WS-GP-ORD
                               IF WS-GP-COUNT < 50
                                   ADD 1 TO WS-GP-COUNT
                               ELSE
                                   ADD 1 TO WS-GP-OVERFLOW
                                   PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                                       UNTIL WS-GP-IDX >= 50
                                       MOVE WS-GP-ENTRY(WS-GP-IDX + 1)
                                           TO WS-GP-ENTRY(WS-GP-IDX)
                                   END-PERFORM
                               END-IF
                               MOVE GP-AUTHOR
                                   TO WS-GP-T-AUTHOR(WS-GP-COUNT)
                               MOVE GP-DATE TO WS-GP-T-DATE(WS-GP-COUNT)
                               MOVE GP-TEXT TO WS-GP-T-TEXT(WS-GP-COUNT)
                               MOVE WS-GP-ORD TO WS-GP-T-ORD(WS-GP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GROUP-POSTS-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "----- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-TARGET) DELIMITED BY SIZE
               " Discussion Feed -----" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           IF WS-GP-COUNT = 0
               MOVE "No posts yet. Be the first to post." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GP-IDX FROM WS-GP-COUNT BY -1
               UNTIL WS-GP-IDX < 1
               MOVE SPACES TO WS-OUT-LINE
               COMPUTE I = WS-GP-COUNT - WS-GP-IDX + 1
               STRING I DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GP-T-AUTHOR(WS-GP-IDX))
                          DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-GP-T-DATE(WS-GP-IDX) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GP-T-TEXT(WS-GP-IDX))
                          DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-PERFORM

           IF WS-GP-OVERFLOW > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NOTE: " DELIMITED BY SIZE
                   WS-GP-OVERFLOW DELIMITED BY SIZE
                   " older post(s) are not shown." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       DELETE-GROUP-POST.
           MOVE "Enter the number of a post to delete, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GP-DEL-IN
           IF WS-GP-DEL-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-GP-DEL-IN) IS NOT NUMERIC
               MOVE "non-numeric group post choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-GP-DEL-IN) TO WS-GP-DEL-CHOICE
           IF WS-GP-DEL-CHOICE < 1 OR WS-GP-DEL-CHOICE > WS-GP-COUNT
               MOVE "group post choice out of range" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GP-IDX = WS-GP-COUNT - WS-GP-DEL-CHOICE + 1
           MOVE WS-GP-T-ORD(WS-GP-IDX) TO WS-GP-DEL-ORD

           MOVE "N" TO WS-GP-DELETED
           MOVE "N" TO GP-EOF
           MOVE 0 TO WS-GP-ORD
           OPEN INPUT GROUP-POSTS-FILE
           OPEN OUTPUT GROUP-POSTS-TEMP

           PERFORM UNTIL GP-EOF = "Y"
               READ GROUP-POSTS-FILE
                   AT END
                       MOVE "Y" TO GP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GP-GROUP) =
                           FUNCTION TRIM(WS-GRP-TARGET)
                           ADD 1 TO WS-GP-ORD
                           IF WS-GP-ORD = WS-GP-DEL-ORD
                               MOVE "Y" TO WS-GP-DELETED
                           ELSE
                               MOVE GROUP-POSTS-RECORD
                                   TO GROUP-POSTS-TEMP-RECORD
                               WRITE GROUP-POSTS-TEMP-RECORD
                           END-IF
                       ELSE
                           MOVE GROUP-POSTS-RECORD TO GROUP-POSTS-TEMP-RECORD
                           WRITE GROUP-POSTS-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GROUP-POSTS-FILE
           CLOSE GROUP-POSTS-TEMP

           IF WS-GP-DELETED = "Y"
               CALL 'SYSTEM' USING "mv GroupPosts.tmp GroupPosts.dat"
               MOVE "The post has been deleted." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           ELSE
               CALL 'SYSTEM' USING "rm -f GroupPosts.tmp"
               MOVE "The post could not be found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       REPORT-MESSAGE.
           MOVE "Enter the number of the message to report, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MOD-INPUT
           IF WS-MOD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MOD-INPUT) IS NOT NUMERIC
               MOVE "non-numeric message report choice"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-MOD-INPUT) TO WS-MOD-CHOICE
           IF WS-MOD-CHOICE < 1 OR WS-MOD-CHOICE > WS-MOD-MSG-COUNT
               MOVE "message report choice out of range"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MOD-MSG-FROM(WS-MOD-CHOICE)) =
               FUNCTION TRIM(WS-USERNAME)
               MOVE "You cannot report a message you sent yourself."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MODV-RECORD
           MOVE "M" TO WS-MODV-ITEM-TYPE
           MOVE WS-MOD-MSG-FROM(WS-MOD-CHOICE) TO WS-MODV-AUTHOR
           MOVE WS-MOD-MSG-DATE(WS-MOD-CHOICE) TO WS-MODV-ITEM-DATE
           MOVE WS-MOD-MSG-TEXT(WS-MOD-CHOICE) TO WS-MODV-ITEM-TEXT
           PERFORM FILE-MODERATION-REPORT.

       REPORT-GROUP-POST.
           MOVE "Enter the name of the group:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-EXISTS
           IF WS-GRP-EXISTS = "N"
               MOVE "No group by that name was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GRP-NAME TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-MEMBERSHIP
           IF WS-GP-IS-MEMBER = "N"
               MOVE "Only group members can read the group's feed."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-GROUP-FEED-POSTS
           IF WS-GP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of the post to report, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MOD-INPUT
           IF WS-MOD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MOD-INPUT) IS NOT NUMERIC
               MOVE "non-numeric post report choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-MOD-INPUT) TO WS-MOD-CHOICE
           IF WS-MOD-CHOICE < 1 OR WS-MOD-CHOICE > WS-GP-COUNT
               MOVE "post report choice out of range" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GP-IDX = WS-GP-COUNT - WS-MOD-CHOICE + 1
           IF FUNCTION TRIM(WS-GP-T-AUTHOR(WS-GP-IDX)) =
               FUNCTION TRIM(WS-USERNAME)
               MOVE "You cannot report your own post." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MODV-RECORD
           MOVE "G" TO WS-MODV-ITEM-TYPE
           MOVE WS-GP-T-AUTHOR(WS-GP-IDX) TO WS-MODV-AUTHOR
           MOVE WS-GRP-TARGET TO WS-MODV-GROUP
           MOVE WS-GP-T-DATE(WS-GP-IDX) TO WS-MODV-ITEM-DATE
           MOVE WS-GP-T-TEXT(WS-GP-IDX) TO WS-MODV-ITEM-TEXT
           PERFORM FILE-MODERATION-REPORT.

       FILE-MODERATION-REPORT.
           MOVE "Why are you reporting this?" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "1. Harassment or bullying" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Spam or scam" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Hateful or offensive content" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "4. Threat of violence" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "5. Something else" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   MOVE "HA" TO WS-MODV-REASON
               WHEN "2"
                   MOVE "SP" TO WS-MODV-REASON
               WHEN "3"
                   MOVE "OF" TO WS-MODV-REASON
               WHEN "4"
                   MOVE "TH" TO WS-MODV-REASON
               WHEN "5"
                   MOVE "OT" TO WS-MODV-REASON
               WHEN OTHER
                   MOVE "unrecognized report reason" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-MODV-REPORTER
           MOVE 0 TO WS-MOD-NEXT-CASE
           MOVE "N" TO WS-MOD-DUP
           MOVE "N" TO MOD-EOF
           OPEN INPUT MODERATION-FILE
           PERFORM UNTIL MOD-EOF = "Y"
               READ MODERATION-FILE
                   AT END
                       MOVE "Y" TO MOD-EOF
                   NOT AT END
                       IF MC-CASE-NUM > WS-MOD-NEXT-CASE
                           MOVE MC-CASE-NUM TO WS-MOD-NEXT-CASE
                       END-IF
                       IF MC-STATUS = "O"
                           AND MC-REPORTER = WS-MODV-REPORTER
                           AND MC-ITEM-TYPE = WS-MODV-ITEM-TYPE
                           AND MC-AUTHOR = WS-MODV-AUTHOR
                           AND MC-GROUP = WS-MODV-GROUP
                           AND MC-ITEM-DATE = WS-MODV-ITEM-DATE
                           AND MC-ITEM-TEXT = WS-MODV-ITEM-TEXT
                           MOVE "Y" TO WS-MOD-DUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MODERATION-FILE

           IF WS-MOD-DUP = "Y"
               MOVE "You have already reported this; it is waiting for an administrator."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MOD-NEXT-CASE
           MOVE WS-MOD-NEXT-CASE TO WS-MODV-CASE-NUM
           MOVE "O" TO WS-MODV-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MODV-REPORT-DATE
           MOVE SPACE TO WS-MODV-ACTION
           MOVE SPACES TO WS-MODV-ACTION-BY
           MOVE 0 TO WS-MODV-ACTION-DATE

           OPEN EXTEND MODERATION-FILE
           MOVE WS-MODV-RECORD TO MODERATION-RECORD
           WRITE MODERATION-RECORD
           CLOSE MODERATION-FILE

           MOVE "MOD-REPORT" TO WS-AUDIT-OP
           MOVE WS-MODV-CASE-NUM TO WS-AUDIT-OUTCOME
           PERFORM WRITE-SECURITY-AUDIT

           MOVE SPACES TO WS-OUT-LINE
           STRING "Thank you. Your report was filed as case #" DELIMITED BY SIZE
               WS-MODV-CASE-NUM DELIMITED BY SIZE
               " and will be reviewed by an administrator." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       REQUEST-GROUP-MEMBERSHIP.
           MOVE "N" TO WS-PM-DUP
           MOVE "N" TO PM-EOF
           OPEN INPUT PENDING-MEMBERS-FILE
           IF PM-FS = "00"
               PERFORM UNTIL PM-EOF = "Y" OR WS-PM-DUP = "Y"
                   READ PENDING-MEMBERS-FILE
                       AT END
                           MOVE "Y" TO PM-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PM-GROUP) =
                               FUNCTION TRIM(WS-GRP-TARGET)
                               AND FUNCTION TRIM(PM-USER) =
                                   FUNCTION TRIM(WS-USERNAME)
                               MOVE "Y" TO WS-PM-DUP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDING-MEMBERS-FILE

           IF WS-PM-DUP = "Y"
               MOVE "Your request to join this group is already awaiting approval."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-MY-NAME
           OPEN INPUT PENDING-MEMBERS-FILE
           IF PM-FS NOT = "00"
               OPEN OUTPUT PENDING-MEMBERS-FILE
           END-IF
           CLOSE PENDING-MEMBERS-FILE
           OPEN EXTEND PENDING-MEMBERS-FILE
           MOVE WS-GRP-TARGET TO PM-GROUP
           MOVE FUNCTION TRIM(WS-USERNAME) TO PM-USER
           MOVE WS-MY-FIRST TO PM-FIRST
           MOVE WS-MY-LAST TO PM-LAST
           MOVE FUNCTION CURRENT-DATE(1:8) TO PM-DATE
           WRITE PENDING-MEMBERS-RECORD
           CLOSE PENDING-MEMBERS-FILE

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(GRP-OWNER) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               " asked to join " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-TARGET) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "CN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE "This group requires approval. Your request was sent to its owner and officers."
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       CHECK-GROUP-AUTHORITY.
           MOVE "N" TO WS-GRP-IS-OWNER
           MOVE "N" TO WS-GRP-IS-OFFICER
           IF FUNCTION TRIM(GRP-OWNER) = FUNCTION TRIM(WS-USERNAME)
               MOVE "Y" TO WS-GRP-IS-OWNER
           END-IF

           MOVE "N" TO GO-EOF
           OPEN INPUT GROUP-OFFICERS-FILE
           IF GO-FS = "00"
               PERFORM UNTIL GO-EOF = "Y" OR WS-GRP-IS-OFFICER = "Y"
                   READ GROUP-OFFICERS-FILE
                       AT END
                           MOVE "Y" TO GO-EOF
                       NOT AT END
                           IF FUNCTION TRIM(GO-GROUP) =
                               FUNCTION TRIM(WS-GRP-TARGET)
                               AND FUNCTION TRIM(GO-USER) =
                                   FUNCTION TRIM(WS-USERNAME)
                               MOVE "Y" TO WS-GRP-IS-OFFICER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GROUP-OFFICERS-FILE.

       MANAGE-GROUP.
           MOVE "Enter the name of the group:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRP-TARGET

           PERFORM CHECK-GROUP-EXISTS
           IF WS-GRP-EXISTS = "N"
               MOVE "No group by that name was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GRP-NAME TO WS-GRP-TARGET
           MOVE FUNCTION TRIM(GRP-OWNER) TO WS-GRP-OWNER-SAVE
           MOVE GRP-UNIVERSITY TO WS-GRP-UNIV-SAVE

           PERFORM CHECK-GROUP-AUTHORITY
           IF WS-GRP-IS-OWNER = "N" AND WS-GRP-IS-OFFICER = "N"
               MOVE "Only the group owner or an officer can manage the group."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "1. Review pending join requests" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Appoint an officer (owner only)" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Remove a member" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "4. Go Back" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "5. Create an event for this group" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "6. Rename the group (owner only)" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "7. Delete the group (owner only)" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   PERFORM REVIEW-PENDING-MEMBERS
               WHEN "2"
                   IF WS-GRP-IS-OWNER = "Y"
                       PERFORM APPOINT-OFFICER
                   ELSE
                       MOVE "Only the group owner can appoint officers."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               WHEN "3"
                   PERFORM REMOVE-GROUP-MEMBER
               WHEN "4"
                   CONTINUE
               WHEN "5"
                   PERFORM CREATE-GROUP-EVENT
               WHEN "6"
                   IF WS-GRP-IS-OWNER = "Y"
                       PERFORM RENAME-GROUP
                   ELSE
                       MOVE "Only the group owner can rename the group."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               WHEN "7"
                   IF WS-GRP-IS-OWNER = "Y"
                       PERFORM DELETE-GROUP
                   ELSE
                       MOVE "Only the group owner can delete the group."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               WHEN OTHER
                   MOVE "unrecognized manage-group choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       REVIEW-PENDING-MEMBERS.
           MOVE "N" TO WS-PM-ANY
           MOVE "N" TO WS-PM-UPDATED
           MOVE "N" TO PM-EOF
           OPEN INPUT PENDING-MEMBERS-FILE
           IF PM-FS NOT = "00"
               CLOSE PENDING-MEMBERS-FILE
               MOVE "There are no pending join requests." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-MEMBERS-TEMP

           PERFORM UNTIL PM-EOF = "Y"
               READ PENDING-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO PM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PM-GROUP) =
                           FUNCTION TRIM(WS-GRP-TARGET)
                           AND EOF-FLAG NOT = "Y"
                           MOVE "Y" TO WS-PM-ANY
                           PERFORM REVIEW-ONE-PENDING-MEMBER
                       ELSE
                           MOVE PENDING-MEMBERS-RECORD
                               TO PENDING-MEMBERS-TEMP-RECORD
                           WRITE PENDING-MEMBERS-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDING-MEMBERS-FILE
           CLOSE PENDING-MEMBERS-TEMP

           IF WS-PM-UPDATED = "Y"
               CALL 'SYSTEM' USING "mv PendingMembers.tmp PendingMembers.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f PendingMembers.tmp"
           END-IF

           IF WS-PM-ANY = "N"
               MOVE "There are no pending join requests." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       REVIEW-ONE-PENDING-MEMBER.
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(PM-FIRST) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PM-LAST) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(PM-USER) DELIMITED BY SIZE
               ") asked to join on " DELIMITED BY SIZE
               PM-DATE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           MOVE "Enter A to approve, D to decline, or press Enter to leave pending:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               MOVE PENDING-MEMBERS-RECORD TO PENDING-MEMBERS-TEMP-RECORD
               WRITE PENDING-MEMBERS-TEMP-RECORD
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               WHEN "A"
                   MOVE "Y" TO WS-PM-UPDATED
                   OPEN EXTEND GROUP-MEMBERS-FILE
                   MOVE PM-GROUP TO GM-GROUP
                   MOVE PM-USER TO GM-USER
                   MOVE PM-FIRST TO GM-FIRST
                   MOVE PM-LAST TO GM-LAST
                   WRITE GROUP-MEMBERS-RECORD
                   CLOSE GROUP-MEMBERS-FILE
                   OPEN EXTEND NOTIFICATIONS-FILE
                   MOVE FUNCTION TRIM(PM-USER) TO NOTIF-USERNAME
                   MOVE SPACES TO NOTIF-TEXT
                   STRING "Your request to join " DELIMITED BY SIZE
                       FUNCTION TRIM(PM-GROUP) DELIMITED BY SIZE
                       " was approved." DELIMITED BY SIZE
                       INTO NOTIF-TEXT
                   END-STRING
                   MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
                   MOVE "CN" TO NOTIF-CATEGORY
                   MOVE SPACE TO NOTIF-SPOOLED
                   WRITE NOTIFICATIONS-RECORD
                   CLOSE NOTIFICATIONS-FILE
               WHEN "D"
                   MOVE "Y" TO WS-PM-UPDATED
                   OPEN EXTEND NOTIFICATIONS-FILE
                   MOVE FUNCTION TRIM(PM-USER) TO NOTIF-USERNAME
                   MOVE SPACES TO NOTIF-TEXT
                   STRING "Your request to join " DELIMITED BY SIZE
                       FUNCTION TRIM(PM-GROUP) DELIMITED BY SIZE
                       " was declined." DELIMITED BY SIZE
                       INTO NOTIF-TEXT
                   END-STRING
                   MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
                   MOVE "CN" TO NOTIF-CATEGORY
                   MOVE SPACE TO NOTIF-SPOOLED
                   WRITE NOTIFICATIONS-RECORD
                   CLOSE NOTIFICATIONS-FILE
               WHEN OTHER
                   MOVE PENDING-MEMBERS-RECORD
                       TO PENDING-MEMBERS-TEMP-RECORD
                   WRITE PENDING-MEMBERS-TEMP-RECORD
           END-EVALUATE.

       APPOINT-OFFICER.
           MOVE "Enter the username of the member to appoint as an officer:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GO-TARGET
           IF WS-GO-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TARGET-MEMBERSHIP
           IF WS-TGT-IS-MEMBER = "N"
               MOVE "That user is not a member of this group." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-GO-DUP
           MOVE "N" TO GO-EOF
           OPEN INPUT GROUP-OFFICERS-FILE
           IF GO-FS = "00"
               PERFORM UNTIL GO-EOF = "Y" OR WS-GO-DUP = "Y"
                   READ GROUP-OFFICERS-FILE
                       AT END
                           MOVE "Y" TO GO-EOF
                       NOT AT END
                           IF FUNCTION TRIM(GO-GROUP) =
                               FUNCTION TRIM(WS-GRP-TARGET)
                               AND FUNCTION TRIM(GO-USER) =
                                   FUNCTION TRIM(WS-GO-TARGET)
                               MOVE "Y" TO WS-GO-DUP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GROUP-OFFICERS-FILE

           IF WS-GO-DUP = "Y"
               MOVE "That member is already an officer." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GROUP-OFFICERS-FILE
           IF GO-FS NOT = "00"
               OPEN OUTPUT GROUP-OFFICERS-FILE
           END-IF
           CLOSE GROUP-OFFICERS-FILE
           OPEN EXTEND GROUP-OFFICERS-FILE
           MOVE WS-GRP-TARGET TO GO-GROUP
           MOVE WS-GO-TARGET TO GO-USER
           WRITE GROUP-OFFICERS-RECORD
           CLOSE GROUP-OFFICERS-FILE

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-GO-TARGET) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING "You are now an officer of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-TARGET) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "CN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE "Officer appointed." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       CHECK-TARGET-MEMBERSHIP.
           MOVE "N" TO WS-TGT-IS-MEMBER
           MOVE "N" TO GM-EOF
           OPEN INPUT GROUP-MEMBERS-FILE
           PERFORM UNTIL GM-EOF = "Y" OR WS-TGT-IS-MEMBER = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO GM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-GROUP) =
                           FUNCTION TRIM(WS-GRP-TARGET)
                           AND FUNCTION TRIM(GM-USER) =
                               FUNCTION TRIM(WS-GO-TARGET)
                           MOVE "Y" TO WS-TGT-IS-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBERS-FILE.

       REMOVE-GROUP-MEMBER.
           MOVE "Enter the username of the member to remove:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GO-TARGET
           IF WS-GO-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-GO-TARGET) =
               FUNCTION TRIM(WS-GRP-OWNER-SAVE)
               MOVE "The group owner cannot be removed from the group."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-GM-REMOVED
           MOVE "N" TO GM-EOF
           OPEN INPUT GROUP-MEMBERS-FILE
           OPEN OUTPUT GROUP-MEMBERS-TEMP

           PERFORM UNTIL GM-EOF = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO GM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-GROUP) =
                           FUNCTION TRIM(WS-GRP-TARGET)
                           AND FUNCTION TRIM(GM-USER) =
                               FUNCTION TRIM(WS-GO-TARGET)
                           MOVE "Y" TO WS-GM-REMOVED
                       ELSE
                           MOVE GROUP-MEMBERS-RECORD
                               TO GROUP-MEMBERS-TEMP-RECORD
                           WRITE GROUP-MEMBERS-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GROUP-MEMBERS-FILE
           CLOSE GROUP-MEMBERS-TEMP

           IF WS-GM-REMOVED = "Y"
               CALL 'SYSTEM' USING "mv GroupMembers.tmp GroupMembers.dat"
               MOVE "GroupMembers.dat" TO WS-SHRINK-FILE
               MOVE 1 TO WS-SHRINK-COUNT
               PERFORM RECORD-EXPECTED-SHRINK
               MOVE "The member has been removed from the group."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           ELSE
               CALL 'SYSTEM' USING "rm -f GroupMembers.tmp"
               MOVE "That user is not a member of this group." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       CREATE-GROUP-EVENT.
           MOVE WS-GRP-TARGET TO WS-EV-FOR-GROUP
           PERFORM CREATE-EVENT
           MOVE SPACES TO WS-EV-FOR-GROUP.

       LIST-GROUP-EVENTS.
           PERFORM CHECK-GROUP-MEMBERSHIP
           MOVE "----- Upcoming Group Events -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO WS-GE-FOUND
           MOVE "N" TO EV-EOF
           OPEN INPUT EVENTS-FILE
           PERFORM UNTIL EV-EOF = "Y"
               READ EVENTS-FILE
                   AT END
                       MOVE "Y" TO EV-EOF
                   NOT AT END
                       IF FUNCTION TRIM(EV-GROUP) = FUNCTION TRIM(WS-GRP-TARGET)
                           AND EV-DATE >= WS-TODAY-DATE
                           AND (EV-MEMBERS-ONLY NOT = "Y"
                               OR WS-GP-IS-MEMBER = "Y")
                           MOVE "Y" TO WS-GE-FOUND
                           PERFORM DISPLAY-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE

           IF WS-GE-FOUND = "N"
               MOVE "This group has no upcoming events." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       RENAME-GROUP.
           MOVE "Enter the new name for the group:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "A group name is required; the group was not renamed."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GRP-TARGET TO WS-GRP-OLD-NAME
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRP-NEW-NAME

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NEW-NAME)) NOT =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-OLD-NAME))
               MOVE WS-GRP-NEW-NAME TO WS-GRP-TARGET
               PERFORM CHECK-GROUP-EXISTS
               MOVE WS-GRP-OLD-NAME TO WS-GRP-TARGET
               IF WS-GRP-EXISTS = "Y"
                   MOVE "A group by that name already exists." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "R" TO WS-GC-MODE
           PERFORM CASCADE-GROUPS-FILE
           PERFORM CASCADE-GROUP-MEMBERS
           PERFORM CASCADE-GROUP-OFFICERS
           PERFORM CASCADE-PENDING-MEMBERS
           PERFORM CASCADE-GROUP-POSTS
           PERFORM CASCADE-GROUP-EVENTS
           PERFORM CASCADE-MODERATION-CASES
           MOVE WS-GRP-NEW-NAME TO WS-GRP-TARGET

           MOVE SPACES TO WS-ACT-TEXT
           STRING "renamed the group " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-OLD-NAME) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-NEW-NAME) DELIMITED BY SIZE
               INTO WS-ACT-TEXT
           END-STRING
           PERFORM WRITE-ACTIVITY

           MOVE SPACES TO WS-OUT-LINE
           STRING "The group has been renamed to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-NEW-NAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       DELETE-GROUP.
           MOVE "Deleting the group removes its members, officers, posts and join requests"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "and cancels its upcoming events. Type DELETE to confirm:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) NOT = "DELETE"
               MOVE "The group was not deleted." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GRP-TARGET TO WS-GRP-OLD-NAME
           MOVE "D" TO WS-GC-MODE
           MOVE 0 TO WS-GC-CANCEL-CNT
           PERFORM CASCADE-GROUP-EVENTS
           PERFORM CANCEL-GROUP-EVENT-RSVPS
           PERFORM CANCEL-GROUP-EVENT-WAITLIST
           PERFORM CASCADE-GROUP-POSTS
           PERFORM CASCADE-PENDING-MEMBERS
           PERFORM CASCADE-GROUP-OFFICERS
           PERFORM CASCADE-GROUP-MEMBERS
           PERFORM CASCADE-GROUPS-FILE

           MOVE SPACES TO WS-ACT-TEXT
           STRING "deleted the group " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-OLD-NAME) DELIMITED BY SIZE
               INTO WS-ACT-TEXT
           END-STRING
           PERFORM WRITE-ACTIVITY

           MOVE SPACES TO WS-OUT-LINE
           STRING "The group has been deleted. Upcoming events cancelled: "
                   DELIMITED BY SIZE
               WS-GC-CANCEL-CNT DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       CASCADE-GROUPS-FILE.
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           OPEN INPUT GROUPS-FILE
           IF GRP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ GROUPS-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GRP-NAME) =
                           FUNCTION TRIM(WS-GRP-OLD-NAME)
                           ADD 1 TO WS-GC-COUNT
                           IF WS-GC-MODE = "R"
                               MOVE WS-GRP-NEW-NAME TO GRP-NAME
                               MOVE GROUPS-RECORD TO GROUP-CASCADE-RECORD
                               WRITE GROUP-CASCADE-RECORD
                           END-IF
                       ELSE
                           MOVE GROUPS-RECORD TO GROUP-CASCADE-RECORD
                           WRITE GROUP-CASCADE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "Groups.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       CASCADE-GROUP-MEMBERS.
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           OPEN INPUT GROUP-MEMBERS-FILE
           IF GM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-GROUP) =
                           FUNCTION TRIM(WS-GRP-OLD-NAME)
                           ADD 1 TO WS-GC-COUNT
                           IF WS-GC-MODE = "R"
                               MOVE WS-GRP-NEW-NAME TO GM-GROUP
                               MOVE GROUP-MEMBERS-RECORD TO GROUP-CASCADE-RECORD
                               WRITE GROUP-CASCADE-RECORD
                           END-IF
                       ELSE
                           MOVE GROUP-MEMBERS-RECORD TO GROUP-CASCADE-RECORD
                           WRITE GROUP-CASCADE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBERS-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "GroupMembers.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       CASCADE-GROUP-OFFICERS.
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           OPEN INPUT GROUP-OFFICERS-FILE
           IF GO-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ GROUP-OFFICERS-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GO-GROUP) =
                           FUNCTION TRIM(WS-GRP-OLD-NAME)
                           ADD 1 TO WS-GC-COUNT
                           IF WS-GC-MODE = "R"
                               MOVE WS-GRP-NEW-NAME TO GO-GROUP
                               MOVE GROUP-OFFICERS-RECORD TO GROUP-CASCADE-RECORD
                               WRITE GROUP-CASCADE-RECORD
                           END-IF
                       ELSE
                           MOVE GROUP-OFFICERS-RECORD TO GROUP-CASCADE-RECORD
                           WRITE GROUP-CASCADE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-OFFICERS-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "GroupOfficers.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       CASCADE-PENDING-MEMBERS.
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           OPEN INPUT PENDING-MEMBERS-FILE
           IF PM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ PENDING-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PM-GROUP) =
                           FUNCTION TRIM(WS-GRP-OLD-NAME)
                           ADD 1 TO WS-GC-COUNT
                           IF WS-GC-MODE = "R"
                               MOVE WS-GRP-NEW-NAME TO PM-GROUP
                               MOVE PENDING-MEMBERS-RECORD TO GROUP-CASCADE-RECORD
                               WRITE GROUP-CASCADE-RECORD
                           END-IF
                       ELSE
                           MOVE PENDING-MEMBERS-RECORD TO GROUP-CASCADE-RECORD
                           WRITE GROUP-CASCADE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-MEMBERS-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "PendingMembers.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       CASCADE-GROUP-POSTS.
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           OPEN INPUT GROUP-POSTS-FILE
           IF GP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ GROUP-POSTS-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GP-GROUP) =
                           FUNCTION TRIM(WS-GRP-OLD-NAME)
                           ADD 1 TO WS-GC-COUNT
                           IF WS-GC-MODE = "R"
                               MOVE WS-GRP-NEW-NAME TO GP-GROUP
                               MOVE GROUP-POSTS-RECORD TO GROUP-CASCADE-RECORD
                               WRITE GROUP-CASCADE-RECORD
                           END-IF
                       ELSE
                           MOVE GROUP-POSTS-RECORD TO GROUP-CASCADE-RECORD
                           WRITE GROUP-CASCADE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-POSTS-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "GroupPosts.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       CASCADE-GROUP-EVENTS.
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT EVENTS-FILE
           IF EV-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ EVENTS-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(EV-GROUP) =
                           FUNCTION TRIM(WS-GRP-OLD-NAME)
                           AND EV-GROUP NOT = SPACES
                           IF WS-GC-MODE = "R"
                               ADD 1 TO WS-GC-COUNT
                               IF FUNCTION TRIM(EV-HOST) =
                                   FUNCTION TRIM(WS-GRP-OLD-NAME)
                                   MOVE WS-GRP-NEW-NAME TO EV-HOST
                               END-IF
                               MOVE WS-GRP-NEW-NAME TO EV-GROUP
                               MOVE EVENTS-RECORD TO GROUP-CASCADE-RECORD
                               WRITE GROUP-CASCADE-RECORD
                           ELSE
                               IF EV-DATE >= WS-TODAY-DATE
                                   ADD 1 TO WS-GC-COUNT
                                   IF WS-GC-CANCEL-CNT < 50
                                       ADD 1 TO WS-GC-CANCEL-CNT
                                       MOVE EV-NAME TO
                                           WS-GC-CANCEL-EVENT(WS-GC-CANCEL-CNT)
                                       MOVE EV-DATE TO
                                           WS-GC-CANCEL-DATE(WS-GC-CANCEL-CNT)
                                   END-IF
                               ELSE
                                   MOVE EVENTS-RECORD TO GROUP-CASCADE-RECORD
                                   WRITE GROUP-CASCADE-RECORD
                               END-IF
                           END-IF
                       ELSE
                           MOVE EVENTS-RECORD TO GROUP-CASCADE-RECORD
                           WRITE GROUP-CASCADE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "Events.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       CASCADE-MODERATION-CASES.
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           OPEN INPUT MODERATION-FILE
           IF MOD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ MODERATION-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MC-GROUP) =
                           FUNCTION TRIM(WS-GRP-OLD-NAME)
                           AND MC-GROUP NOT = SPACES
                           ADD 1 TO WS-GC-COUNT
                           MOVE WS-GRP-NEW-NAME TO MC-GROUP
                       END-IF
                       MOVE MODERATION-RECORD TO GROUP-CASCADE-RECORD
                       WRITE GROUP-CASCADE-RECORD
               END-READ
           END-PERFORM
           CLOSE MODERATION-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "ModerationCases.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       FINISH-GROUP-CASCADE.
           IF WS-GC-COUNT = 0
               CALL 'SYSTEM' USING "rm -f GroupCascade.tmp"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SYS-COMMAND
           STRING "mv GroupCascade.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SHRINK-FILE) DELIMITED BY SIZE
               INTO WS-SYS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-SYS-COMMAND
           IF WS-GC-MODE = "D"
               MOVE WS-GC-COUNT TO WS-SHRINK-COUNT
               PERFORM RECORD-EXPECTED-SHRINK
           END-IF.

       CANCEL-GROUP-EVENT-RSVPS.
           IF WS-GC-CANCEL-CNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           OPEN INPUT EVENT-RSVP-FILE
           IF RSVP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ EVENT-RSVP-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       MOVE RSVP-EVENT TO WS-GC-KEY
                       PERFORM FIND-CANCELLED-EVENT
                       IF WS-GC-FOUND = "Y"
                           ADD 1 TO WS-GC-COUNT
                           MOVE RSVP-USER TO NOTIF-USERNAME
                           PERFORM SEND-EVENT-CANCEL-NOTICE
                       ELSE
                           MOVE EVENT-RSVP-RECORD TO GROUP-CASCADE-RECORD
                           WRITE GROUP-CASCADE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-RSVP-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "EventRsvps.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       CANCEL-GROUP-EVENT-WAITLIST.
           IF WS-GC-CANCEL-CNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GC-COUNT
           MOVE "N" TO WS-GC-EOF
           OPEN INPUT EVENT-WAITLIST-FILE
           IF WL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-CASCADE-TEMP
           PERFORM UNTIL WS-GC-EOF = "Y"
               READ EVENT-WAITLIST-FILE
                   AT END
                       MOVE "Y" TO WS-GC-EOF
                   NOT AT END
                       MOVE WL-EVENT TO WS-GC-KEY
                       PERFORM FIND-CANCELLED-EVENT
                       IF WS-GC-FOUND = "Y"
                           ADD 1 TO WS-GC-COUNT
                           MOVE WL-USER TO NOTIF-USERNAME
                           PERFORM SEND-EVENT-CANCEL-NOTICE
                       ELSE
                           MOVE EVENT-WAITLIST-RECORD TO GROUP-CASCADE-RECORD
                           WRITE GROUP-CASCADE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-WAITLIST-FILE
           CLOSE GROUP-CASCADE-TEMP
           MOVE "EventWaitlist.dat" TO WS-SHRINK-FILE
           PERFORM FINISH-GROUP-CASCADE.

       FIND-CANCELLED-EVENT.
           MOVE "N" TO WS-GC-FOUND
           PERFORM VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-GC-CANCEL-CNT OR WS-GC-FOUND = "Y"
               IF FUNCTION TRIM(WS-GC-CANCEL-EVENT(WS-GC-IDX)) =
                   FUNCTION TRIM(WS-GC-KEY)
                   MOVE "Y" TO WS-GC-FOUND
               END-IF
           END-PERFORM
           IF WS-GC-FOUND = "Y"
               SUBTRACT 1 FROM WS-GC-IDX
           END-IF.

       SEND-EVENT-CANCEL-NOTICE.
           IF FUNCTION TRIM(NOTIF-USERNAME) = FUNCTION TRIM(WS-USERNAME)
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE SPACES TO NOTIF-TEXT
           STRING "Event cancelled, group deleted: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GC-CANCEL-EVENT(WS-GC-IDX)) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-GC-CANCEL-DATE(WS-GC-IDX) DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "EV" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE.

       CREATE-EVENT.
           MOVE "Enter the event name:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "An event name is required; nothing was created."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO EV-NAME

           MOVE SPACES TO EV-GROUP
           MOVE "N" TO EV-MEMBERS-ONLY
           MOVE "N" TO WS-UNIV-VALID
           IF WS-EV-FOR-GROUP NOT = SPACES
               MOVE WS-EV-FOR-GROUP TO EV-HOST
               MOVE WS-EV-FOR-GROUP TO EV-GROUP
               MOVE WS-GRP-UNIV-SAVE TO EV-UNIVERSITY
               MOVE "Y" TO WS-UNIV-VALID
           ELSE
               MOVE "Enter the hosting organization:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO EV-HOST
           END-IF

           PERFORM UNTIL WS-UNIV-VALID = "Y"
               MOVE "Enter the university this event is for:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-UNIV-ENTERED
               IF WS-UNIV-ENTERED = SPACES
                   CONTINUE
               ELSE
                   PERFORM VALIDATE-UNIVERSITY
                   IF WS-UNIV-VALID = "Y"
                       MOVE WS-UNIV-ENTERED TO EV-UNIVERSITY
                   ELSE
                       MOVE "That university is not on our list. Please try again."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO EV-DATE
           PERFORM UNTIL EV-DATE > 0
               MOVE "Enter the event date (YYYYMMDD):" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD(1:8) TO WS-EV-DATE-INPUT
               IF WS-EV-DATE-INPUT IS NUMERIC
                   MOVE WS-EV-DATE-INPUT TO EV-DATE
               ELSE
                   MOVE "Invalid date. Please enter an 8 digit date (YYYYMMDD)."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE "Enter the event location:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO EV-LOCATION

           MOVE "Enter a description (optional):" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO EV-DESC

           MOVE "Enter a seating capacity, or press Enter for unlimited:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EV-CAP-INPUT
           IF WS-EV-CAP-INPUT NOT = SPACES
               AND FUNCTION TRIM(WS-EV-CAP-INPUT) IS NUMERIC
               MOVE FUNCTION TRIM(WS-EV-CAP-INPUT) TO EV-CAPACITY
           ELSE
               MOVE 0 TO EV-CAPACITY
           END-IF

           IF WS-EV-FOR-GROUP NOT = SPACES
               MOVE "Is this event open to everyone, or for group members only? (O/M)"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "M"
                   MOVE "Y" TO EV-MEMBERS-ONLY
               END-IF
           END-IF

           MOVE FUNCTION TRIM(WS-USERNAME) TO EV-CREATED-BY

           OPEN EXTEND EVENTS-FILE
           WRITE EVENTS-RECORD
           CLOSE EVENTS-FILE

           MOVE SPACES TO WS-ACT-TEXT
           STRING "created the event " DELIMITED BY SIZE
               FUNCTION TRIM(EV-NAME) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(EV-UNIVERSITY) DELIMITED BY SIZE
               INTO WS-ACT-TEXT
           END-STRING
           PERFORM WRITE-ACTIVITY

           MOVE "Event created." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM NOTIFY-EVENT-STUDENTS.

       NOTIFY-EVENT-STUDENTS.
           IF EV-GROUP NOT = SPACES
               PERFORM NOTIFY-GROUP-EVENT-MEMBERS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO PROFILE-EOF
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           PERFORM UNTIL PROFILE-EOF = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(EV-UNIVERSITY))
                           AND FUNCTION TRIM(PR-USERNAME) NOT =
                               FUNCTION TRIM(WS-USERNAME)
                           OPEN EXTEND NOTIFICATIONS-FILE
                           MOVE FUNCTION TRIM(PR-USERNAME) TO NOTIF-USERNAME
                           MOVE SPACES TO NOTIF-TEXT
                           STRING "New event at your university: " DELIMITED BY SIZE
                               FUNCTION TRIM(EV-NAME) DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               EV-DATE DELIMITED BY SIZE
                               INTO NOTIF-TEXT
                           END-STRING
                           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
                           MOVE "EV" TO NOTIF-CATEGORY
                           MOVE SPACE TO NOTIF-SPOOLED
                           WRITE NOTIFICATIONS-RECORD
                           CLOSE NOTIFICATIONS-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE.

       NOTIFY-GROUP-EVENT-MEMBERS.
           MOVE "N" TO GM-EOF
           OPEN INPUT GROUP-MEMBERS-FILE
           PERFORM UNTIL GM-EOF = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO GM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-GROUP) = FUNCTION TRIM(EV-GROUP)
                           AND FUNCTION TRIM(GM-USER) NOT =
                               FUNCTION TRIM(WS-USERNAME)
                           OPEN EXTEND NOTIFICATIONS-FILE
                           MOVE FUNCTION TRIM(GM-USER) TO NOTIF-USERNAME
                           MOVE SPACES TO NOTIF-TEXT
                           STRING "New event from your group: " DELIMITED BY SIZE
                               FUNCTION TRIM(EV-NAME) DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               EV-DATE DELIMITED BY SIZE
                               INTO NOTIF-TEXT
                           END-STRING
                           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
                           MOVE "EV" TO NOTIF-CATEGORY
                           MOVE SPACE TO NOTIF-SPOOLED
                           WRITE NOTIFICATIONS-RECORD
                           CLOSE NOTIFICATIONS-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBERS-FILE.

       CHECK-EVENT-VISIBLE.
           MOVE "Y" TO WS-EV-VISIBLE
           IF EV-MEMBERS-ONLY = "Y" AND EV-GROUP NOT = SPACES
               MOVE EV-GROUP TO WS-GRP-TARGET
               PERFORM CHECK-GROUP-MEMBERSHIP
               MOVE WS-GP-IS-MEMBER TO WS-EV-VISIBLE
           END-IF.

       BROWSE-EVENTS.
           MOVE "----- Upcoming Events -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM LOAD-MY-PROFILE-SIGNALS

           IF FUNCTION TRIM(WS-SUGG-MY-UNIV) = SPACES
               MOVE "Create a profile with your university to see campus events."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO EV-FOUND
           MOVE "N" TO EV-EOF

           OPEN INPUT EVENTS-FILE

           PERFORM UNTIL EV-EOF = "Y"
               READ EVENTS-FILE
                   AT END
                       MOVE "Y" TO EV-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EV-UNIVERSITY)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUGG-MY-UNIV))
                           AND EV-DATE >= WS-TODAY-DATE
                           PERFORM CHECK-EVENT-VISIBLE
                           IF WS-EV-VISIBLE = "Y"
                               MOVE "Y" TO EV-FOUND
                               PERFORM DISPLAY-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EVENTS-FILE

           IF EV-FOUND = "N"
               MOVE "There are no upcoming events for your university."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE "Enter the name of an event to RSVP, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EV-TARGET
           PERFORM RSVP-TO-EVENT.

       DISPLAY-EVENT.
           PERFORM COUNT-EVENT-RSVPS
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(EV-NAME) DELIMITED BY SIZE
                  " hosted by " DELIMITED BY SIZE
                  FUNCTION TRIM(EV-HOST) DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  EV-DATE DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(EV-LOCATION) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-EV-RSVP-COUNT DELIMITED BY SIZE
                  " attending)" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           IF EV-MEMBERS-ONLY = "Y"
               MOVE "  Group members only" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           IF EV-CAPACITY IS NUMERIC AND EV-CAPACITY > 0
               AND WS-EV-RSVP-COUNT >= EV-CAPACITY
               MOVE "  FULL - waitlist open" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           IF FUNCTION TRIM(EV-DESC) NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(EV-DESC) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF.

       COUNT-EVENT-RSVPS.
           MOVE 0 TO WS-EV-RSVP-COUNT
           MOVE "N" TO RSVP-EOF
           OPEN INPUT EVENT-RSVP-FILE

           PERFORM UNTIL RSVP-EOF = "Y"
               READ EVENT-RSVP-FILE
                   AT END
                       MOVE "Y" TO RSVP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RSVP-EVENT) = FUNCTION TRIM(EV-NAME)
                           ADD 1 TO WS-EV-RSVP-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EVENT-RSVP-FILE.

       RSVP-TO-EVENT.
           MOVE "N" TO WS-EV-EXISTS
           MOVE "N" TO EV-EOF
           MOVE 0 TO WS-EV-CAPACITY
           OPEN INPUT EVENTS-FILE
           PERFORM UNTIL EV-EOF = "Y" OR WS-EV-EXISTS = "Y"
               READ EVENTS-FILE
                   AT END
                       MOVE "Y" TO EV-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EV-NAME)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EV-TARGET))
                           MOVE "Y" TO WS-EV-EXISTS
                           MOVE EV-NAME TO WS-EV-TARGET
                           MOVE EV-DATE TO WS-CAL-CHECK-DATE
                           IF EV-CAPACITY IS NUMERIC
                               MOVE EV-CAPACITY TO WS-EV-CAPACITY
                           END-IF
                           PERFORM CHECK-EVENT-VISIBLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE

           IF WS-EV-EXISTS = "Y" AND WS-EV-VISIBLE = "N"
               MOVE "N" TO WS-EV-EXISTS
           END-IF

           IF WS-EV-EXISTS = "N"
               MOVE "No event by that name was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EV-DUP
           MOVE "N" TO RSVP-EOF
           OPEN INPUT EVENT-RSVP-FILE
           PERFORM UNTIL RSVP-EOF = "Y" OR WS-EV-DUP = "Y"
               READ EVENT-RSVP-FILE
                   AT END
                       MOVE "Y" TO RSVP-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(RSVP-EVENT)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EV-TARGET))
                           AND FUNCTION TRIM(RSVP-USER) =
                               FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO WS-EV-DUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-RSVP-FILE

           IF WS-EV-DUP = "Y"
               MOVE "You have already RSVP'd to that event." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "Enter C to cancel your RSVP, or press Enter to keep it:"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "C"
                   PERFORM CANCEL-EVENT-RSVP
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "Event" TO WS-CAL-SKIP-KIND
           MOVE WS-EV-TARGET TO WS-CAL-SKIP-TITLE
           PERFORM CHECK-CALENDAR-CONFLICT
           IF WS-CAL-PROCEED = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-EV-CAPACITY > 0
               PERFORM COUNT-EVENT-RSVPS
               IF WS-EV-RSVP-COUNT >= WS-EV-CAPACITY
                   PERFORM JOIN-EVENT-WAITLIST
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN EXTEND EVENT-RSVP-FILE
           MOVE WS-EV-TARGET TO RSVP-EVENT
           MOVE FUNCTION TRIM(WS-USERNAME) TO RSVP-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO RSVP-DATE
           MOVE "N" TO RSVP-ATTENDED
           WRITE EVENT-RSVP-RECORD
           CLOSE EVENT-RSVP-FILE

           MOVE "Your RSVP has been recorded." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       MY-CALENDAR.
           MOVE "----- My Calendar -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM COLLECT-CALENDAR

           IF WS-CAL-COUNT = 0
               MOVE "You have no upcoming events or interviews." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-CAL-DATE(WS-CAL-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CAL-KIND(WS-CAL-IDX) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAL-TITLE(WS-CAL-IDX)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAL-STATUS(WS-CAL-IDX)) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               IF WS-CAL-LOCATION(WS-CAL-IDX) NOT = SPACES
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "          Location: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAL-LOCATION(WS-CAL-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   PERFORM DISPLAY-LINE
               END-IF
               MOVE "N" TO WS-CAL-CONFLICT
               IF WS-CAL-IDX > 1
                   IF WS-CAL-DATE(WS-CAL-IDX - 1) = WS-CAL-DATE(WS-CAL-IDX)
                       MOVE "Y" TO WS-CAL-CONFLICT
                   END-IF
               END-IF
               IF WS-CAL-IDX < WS-CAL-COUNT
                   IF WS-CAL-DATE(WS-CAL-IDX + 1) = WS-CAL-DATE(WS-CAL-IDX)
                       MOVE "Y" TO WS-CAL-CONFLICT
                   END-IF
               END-IF
               IF WS-CAL-CONFLICT = "Y"
                   MOVE "          ** Another commitment falls on this date **"
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM
           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE "Export your calendar to an iCalendar (.ics) file? (Y/N):"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               PERFORM EXPORT-CALENDAR
           END-IF.

       COLLECT-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE "N" TO RSVP-EOF
           OPEN INPUT EVENT-RSVP-FILE
           IF RSVP-FS = "00"
               PERFORM UNTIL RSVP-EOF = "Y"
                   READ EVENT-RSVP-FILE
                       AT END
                           MOVE "Y" TO RSVP-EOF
                       NOT AT END
                           IF FUNCTION TRIM(RSVP-USER) =
                               FUNCTION TRIM(WS-USERNAME)
                               MOVE RSVP-EVENT TO WS-CAL-KEY
                               PERFORM LOOKUP-CALENDAR-EVENT
                               IF WS-CAL-EV-FOUND = "Y"
                                   MOVE "Going" TO WS-CAL-HOLD-STATUS
                                   PERFORM ADD-CALENDAR-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EVENT-RSVP-FILE

           MOVE "N" TO WL-EOF
           OPEN INPUT EVENT-WAITLIST-FILE
           IF WL-FS = "00"
               PERFORM UNTIL WL-EOF = "Y"
                   READ EVENT-WAITLIST-FILE
                       AT END
                           MOVE "Y" TO WL-EOF
                       NOT AT END
                           IF FUNCTION TRIM(WL-USER) =
                               FUNCTION TRIM(WS-USERNAME)
                               MOVE WL-EVENT TO WS-CAL-KEY
                               PERFORM LOOKUP-CALENDAR-EVENT
                               IF WS-CAL-EV-FOUND = "Y"
                                   MOVE "Waitlisted" TO WS-CAL-HOLD-STATUS
                                   PERFORM ADD-CALENDAR-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EVENT-WAITLIST-FILE

           MOVE "N" TO INTV-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF INTV-FS = "00"
               PERFORM UNTIL INTV-EOF = "Y"
                   READ INTERVIEWS-FILE
                       AT END
                           MOVE "Y" TO INTV-EOF
                       NOT AT END
                           IF FUNCTION TRIM(INT-STUDENT) =
                               FUNCTION TRIM(WS-USERNAME)
                               AND (INT-STATUS = "Proposed"
                                   OR INT-STATUS = "Accepted"
                                   OR INT-STATUS = "Alternate")
                               MOVE INT-DATE TO WS-CAL-HOLD-DATE
                               IF INT-STATUS = "Alternate"
                                   AND INT-ALT-DATE NOT = 0
                                   MOVE INT-ALT-DATE TO WS-CAL-HOLD-DATE
                               END-IF
                               IF WS-CAL-HOLD-DATE >= WS-TODAY-DATE
                                   AND WS-CAL-COUNT < 100
                                   MOVE "Interview" TO WS-CAL-HOLD-KIND
                                   MOVE INT-JOB-TITLE TO WS-CAL-HOLD-TITLE
                                   MOVE INT-LOCATION TO WS-CAL-HOLD-LOCATION
                                   MOVE INT-STATUS TO WS-CAL-HOLD-STATUS
                                   ADD 1 TO WS-CAL-COUNT
                                   MOVE WS-CAL-HOLD TO WS-CAL-ENTRY(WS-CAL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INTERVIEWS-FILE

           PERFORM SORT-CALENDAR.

       LOOKUP-CALENDAR-EVENT.
           MOVE "N" TO WS-CAL-EV-FOUND
           MOVE "N" TO EV-EOF
           OPEN INPUT EVENTS-FILE
           IF EV-FS NOT = "00"
               CLOSE EVENTS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EV-EOF = "Y" OR WS-CAL-EV-FOUND = "Y"
               READ EVENTS-FILE
                   AT END
                       MOVE "Y" TO EV-EOF
                   NOT AT END
                       IF FUNCTION TRIM(EV-NAME) = FUNCTION TRIM(WS-CAL-KEY)
                           MOVE "Y" TO WS-CAL-EV-FOUND
                           MOVE EV-DATE TO WS-CAL-EV-DATE
                           MOVE EV-LOCATION TO WS-CAL-EV-LOC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE.

       ADD-CALENDAR-EVENT.
           IF WS-CAL-EV-DATE < WS-TODAY-DATE OR WS-CAL-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAL-EV-DATE TO WS-CAL-HOLD-DATE
           MOVE "Event" TO WS-CAL-HOLD-KIND
           MOVE WS-CAL-KEY TO WS-CAL-HOLD-TITLE
           MOVE WS-CAL-EV-LOC TO WS-CAL-HOLD-LOCATION
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-CAL-HOLD TO WS-CAL-ENTRY(WS-CAL-COUNT).

       SORT-CALENDAR.
           PERFORM VARYING WS-CAL-IDX FROM 2 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               MOVE WS-CAL-ENTRY(WS-CAL-IDX) TO WS-CAL-HOLD
               MOVE WS-CAL-IDX TO WS-CAL-IDX2
               PERFORM UNTIL WS-CAL-IDX2 < 2
                   OR WS-CAL-DATE(WS-CAL-IDX2 - 1) <= WS-CAL-HOLD-DATE
                   MOVE WS-CAL-ENTRY(WS-CAL-IDX2 - 1)
                       TO WS-CAL-ENTRY(WS-CAL-IDX2)
                   SUBTRACT 1 FROM WS-CAL-IDX2
               END-PERFORM
               MOVE WS-CAL-HOLD TO WS-CAL-ENTRY(WS-CAL-IDX2)
           END-PERFORM.

       CHECK-CALENDAR-CONFLICT.
           MOVE "Y" TO WS-CAL-PROCEED
           MOVE "N" TO WS-CAL-CONFLICT
           PERFORM COLLECT-CALENDAR

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-DATE(WS-CAL-IDX) = WS-CAL-CHECK-DATE
                   AND NOT (WS-CAL-KIND(WS-CAL-IDX) = WS-CAL-SKIP-KIND
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CAL-TITLE(WS-CAL-IDX)))
                         = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CAL-SKIP-TITLE)))
                   IF WS-CAL-CONFLICT = "N"
                       MOVE "Y" TO WS-CAL-CONFLICT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "Warning: you already have a commitment on "
                               DELIMITED BY SIZE
                           WS-CAL-CHECK-DATE DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                       END-STRING
                       PERFORM DISPLAY-LINE
                   END-IF
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAL-KIND(WS-CAL-IDX)) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAL-TITLE(WS-CAL-IDX)) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAL-STATUS(WS-CAL-IDX)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           IF WS-CAL-CONFLICT = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "Do you still want to go ahead? (Y/N):" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               MOVE "N" TO WS-CAL-PROCEED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
               MOVE "N" TO WS-CAL-PROCEED
               MOVE "No changes were made." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       EXPORT-CALENDAR.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "Calendar-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               ".ics" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
           END-STRING

           MOVE SPACES TO WS-CAL-STAMP
           STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               INTO WS-CAL-STAMP
           END-STRING

           OPEN OUTPUT EXPORT-FILE

           MOVE "BEGIN:VCALENDAR" TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE "VERSION:2.0" TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE "PRODID:-//InCollege//My Calendar//EN" TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE "CALSCALE:GREGORIAN" TO EXPORT-RECORD
           WRITE EXPORT-RECORD

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               PERFORM WRITE-CALENDAR-VEVENT
           END-PERFORM

           MOVE "END:VCALENDAR" TO EXPORT-RECORD
           WRITE EXPORT-RECORD

           CLOSE EXPORT-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Calendar exported to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXPORT-FILENAME) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       WRITE-CALENDAR-VEVENT.
           MOVE "BEGIN:VEVENT" TO EXPORT-RECORD
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "UID:" DELIMITED BY SIZE
               WS-CAL-STAMP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CAL-IDX DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               "@incollege" DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "DTSTAMP:" DELIMITED BY SIZE
               WS-CAL-STAMP DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
               WS-CAL-DATE(WS-CAL-IDX) DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE WS-CAL-TITLE(WS-CAL-IDX) TO WS-CAL-ESC-IN
           PERFORM ESCAPE-CALENDAR-TEXT
           MOVE SPACES TO EXPORT-RECORD
           STRING "SUMMARY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-KIND(WS-CAL-IDX)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-CAL-ESC-OUT(1:WS-CAL-ESC-OUTPOS) DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           IF WS-CAL-LOCATION(WS-CAL-IDX) NOT = SPACES
               MOVE WS-CAL-LOCATION(WS-CAL-IDX) TO WS-CAL-ESC-IN
               PERFORM ESCAPE-CALENDAR-TEXT
               MOVE SPACES TO EXPORT-RECORD
               STRING "LOCATION:" DELIMITED BY SIZE
                   WS-CAL-ESC-OUT(1:WS-CAL-ESC-OUTPOS) DELIMITED BY SIZE
                   INTO EXPORT-RECORD
               END-STRING
               WRITE EXPORT-RECORD
           END-IF

           IF WS-CAL-STATUS(WS-CAL-IDX) = "Going"
               OR WS-CAL-STATUS(WS-CAL-IDX) = "Accepted"
               MOVE "STATUS:CONFIRMED" TO EXPORT-RECORD
           ELSE
               MOVE "STATUS:TENTATIVE" TO EXPORT-RECORD
           END-IF
           WRITE EXPORT-RECORD

           MOVE "END:VEVENT" TO EXPORT-RECORD
           WRITE EXPORT-RECORD.

       ESCAPE-CALENDAR-TEXT.
           MOVE SPACES TO WS-CAL-ESC-OUT
           MOVE 0 TO WS-CAL-ESC-OUTPOS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAL-ESC-IN TRAILING))
               TO WS-CAL-ESC-LEN
           IF WS-CAL-ESC-IN = SPACES
               MOVE 0 TO WS-CAL-ESC-LEN
           END-IF
           PERFORM VARYING WS-CAL-ESC-POS FROM 1 BY 1
               UNTIL WS-CAL-ESC-POS > WS-CAL-ESC-LEN
               MOVE WS-CAL-ESC-IN(WS-CAL-ESC-POS:1) TO WS-CAL-ESC-CHAR
               IF WS-CAL-ESC-CHAR = "," OR WS-CAL-ESC-CHAR = ";"
                   OR WS-CAL-ESC-CHAR = "\"
                   ADD 1 TO WS-CAL-ESC-OUTPOS
                   MOVE "\" TO WS-CAL-ESC-OUT(WS-CAL-ESC-OUTPOS:1)
               END-IF
               ADD 1 TO WS-CAL-ESC-OUTPOS
               MOVE WS-CAL-ESC-CHAR TO WS-CAL-ESC-OUT(WS-CAL-ESC-OUTPOS:1)
           END-PERFORM
           IF WS-CAL-ESC-OUTPOS = 0
               MOVE 1 TO WS-CAL-ESC-OUTPOS
           END-IF.

       JOIN-EVENT-WAITLIST.
           MOVE "N" TO WS-WL-DUP
           MOVE "N" TO WL-EOF
           OPEN INPUT EVENT-WAITLIST-FILE
           IF WL-FS = "00"
               PERFORM UNTIL WL-EOF = "Y" OR WS-WL-DUP = "Y"
                   READ EVENT-WAITLIST-FILE
                       AT END
                           MOVE "Y" TO WL-EOF
                       NOT AT END
                           IF FUNCTION TRIM(WL-EVENT) =
                               FUNCTION TRIM(WS-EV-TARGET)
                               AND FUNCTION TRIM(WL-USER) =
                                   FUNCTION TRIM(WS-USERNAME)
                               MOVE "Y" TO WS-WL-DUP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EVENT-WAITLIST-FILE

           IF WS-WL-DUP = "Y"
               MOVE "This event is FULL and you are already on its waitlist."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EVENT-WAITLIST-FILE
           IF WL-FS NOT = "00"
               OPEN OUTPUT EVENT-WAITLIST-FILE
           END-IF
           CLOSE EVENT-WAITLIST-FILE
           OPEN EXTEND EVENT-WAITLIST-FILE
           MOVE WS-EV-TARGET TO WL-EVENT
           MOVE FUNCTION TRIM(WS-USERNAME) TO WL-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WL-DATE
           WRITE EVENT-WAITLIST-RECORD
           CLOSE EVENT-WAITLIST-FILE

           MOVE "This event is FULL - you have been added to the waitlist."
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       CANCEL-EVENT-RSVP.
           MOVE "N" TO WS-RSVP-CANCELLED
           MOVE "N" TO RSVP-EOF
           OPEN INPUT EVENT-RSVP-FILE
           OPEN OUTPUT EVENT-RSVP-TEMP

           PERFORM UNTIL RSVP-EOF = "Y"
               READ EVENT-RSVP-FILE
                   AT END
                       MOVE "Y" TO RSVP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RSVP-EVENT) =
                           FUNCTION TRIM(WS-EV-TARGET)
                           AND FUNCTION TRIM(RSVP-USER) =
                               FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO WS-RSVP-CANCELLED
                       ELSE
                           MOVE EVENT-RSVP-RECORD TO EVENT-RSVP-TEMP-RECORD
                           WRITE EVENT-RSVP-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EVENT-RSVP-FILE
           CLOSE EVENT-RSVP-TEMP

           IF WS-RSVP-CANCELLED = "Y"
               CALL 'SYSTEM' USING "mv EventRsvps.tmp EventRsvps.dat"
               MOVE "Your RSVP has been cancelled." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM PROMOTE-FROM-WAITLIST
               IF WS-WL-PROMOTED = SPACES
                   MOVE "EventRsvps.dat" TO WS-SHRINK-FILE
                   MOVE 1 TO WS-SHRINK-COUNT
                   PERFORM RECORD-EXPECTED-SHRINK
               END-IF
           ELSE
               CALL 'SYSTEM' USING "rm -f EventRsvps.tmp"
               MOVE "No RSVP of yours was found for that event."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       PROMOTE-FROM-WAITLIST.
           MOVE SPACES TO WS-WL-PROMOTED
           MOVE "N" TO WS-WL-REMOVED
           MOVE "N" TO WL-EOF
           OPEN INPUT EVENT-WAITLIST-FILE
           IF WL-FS NOT = "00"
               CLOSE EVENT-WAITLIST-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EVENT-WAITLIST-TEMP

           PERFORM UNTIL WL-EOF = "Y"
               READ EVENT-WAITLIST-FILE
                   AT END
                       MOVE "Y" TO WL-EOF
                   NOT AT END
                       IF WS-WL-REMOVED = "N"
                           AND FUNCTION TRIM(WL-EVENT) =
                               FUNCTION TRIM(WS-EV-TARGET)
                           MOVE WL-USER TO WS-WL-PROMOTED
                           MOVE "Y" TO WS-WL-REMOVED
                       ELSE
                           MOVE EVENT-WAITLIST-RECORD
                               TO EVENT-WAITLIST-TEMP-RECORD
                           WRITE EVENT-WAITLIST-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EVENT-WAITLIST-FILE
           CLOSE EVENT-WAITLIST-TEMP

           IF WS-WL-REMOVED = "Y"
               CALL 'SYSTEM' USING "mv EventWaitlist.tmp EventWaitlist.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f EventWaitlist.tmp"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND EVENT-RSVP-FILE
           MOVE WS-EV-TARGET TO RSVP-EVENT
           MOVE FUNCTION TRIM(WS-WL-PROMOTED) TO RSVP-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO RSVP-DATE
           MOVE "N" TO RSVP-ATTENDED
           WRITE EVENT-RSVP-RECORD
           CLOSE EVENT-RSVP-FILE

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-WL-PROMOTED) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING "A spot opened up: your RSVP for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EV-TARGET) DELIMITED BY SIZE
               " is confirmed." DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "EV" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-WL-PROMOTED) DELIMITED BY SIZE
               " has been promoted from the waitlist." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       EVENT-CHECKIN.
           MOVE "----- Event Check-In -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter the name of the event:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EV-TARGET

           MOVE "N" TO WS-EV-EXISTS
           MOVE "N" TO EV-EOF
           MOVE SPACES TO WS-EV-CREATOR
           OPEN INPUT EVENTS-FILE
           PERFORM UNTIL EV-EOF = "Y" OR WS-EV-EXISTS = "Y"
               READ EVENTS-FILE
                   AT END
                       MOVE "Y" TO EV-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EV-NAME)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EV-TARGET))
                           MOVE "Y" TO WS-EV-EXISTS
                           MOVE EV-NAME TO WS-EV-TARGET
                           MOVE EV-CREATED-BY TO WS-EV-CREATOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE

           IF WS-EV-EXISTS = "N"
               MOVE "No event by that name was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-EV-CREATOR) NOT = SPACES
               AND FUNCTION TRIM(WS-EV-CREATOR) NOT =
                   FUNCTION TRIM(WS-USERNAME)
               MOVE "Only the event's creator can record check-ins."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHECKIN-RSVPS
           MOVE 0 TO WS-CHECKIN-ATTEND
           MOVE "N" TO RSVP-EOF
           OPEN INPUT EVENT-RSVP-FILE
           OPEN OUTPUT EVENT-RSVP-TEMP

           PERFORM UNTIL RSVP-EOF = "Y"
               READ EVENT-RSVP-FILE
                   AT END
                       MOVE "Y" TO RSVP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RSVP-EVENT) =
                           FUNCTION TRIM(WS-EV-TARGET)
                           AND EOF-FLAG NOT = "Y"
                           ADD 1 TO WS-CHECKIN-RSVPS
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "Did " DELIMITED BY SIZE
                               FUNCTION TRIM(RSVP-USER) DELIMITED BY SIZE
                               " attend? (Y/N)" DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                           PERFORM READ-INPUT
                           IF EOF-FLAG NOT = "Y"
                               IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
                                   MOVE "Y" TO RSVP-ATTENDED
                                   ADD 1 TO WS-CHECKIN-ATTEND
                               ELSE
                                   MOVE "N" TO RSVP-ATTENDED
                               END-IF
                           END-IF
                       END-IF
                       MOVE EVENT-RSVP-RECORD TO EVENT-RSVP-TEMP-RECORD
                       WRITE EVENT-RSVP-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE EVENT-RSVP-FILE
           CLOSE EVENT-RSVP-TEMP

           IF WS-CHECKIN-RSVPS > 0
               CALL 'SYSTEM' USING "mv EventRsvps.tmp EventRsvps.dat"
               MOVE SPACES TO WS-OUT-LINE
               STRING "Check-in recorded: " DELIMITED BY SIZE
                   WS-CHECKIN-ATTEND DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   WS-CHECKIN-RSVPS DELIMITED BY SIZE
                   " RSVP(s) attended." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           ELSE
               CALL 'SYSTEM' USING "rm -f EventRsvps.tmp"
               MOVE "No RSVPs are on file for that event." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       CLASSMATE-SEARCH.
           MOVE "----- Classmate Search -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM LOAD-MY-PROFILE-SIGNALS

           MOVE "Enter a university, or press Enter for your own:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE WS-SUGG-MY-UNIV TO WS-CLS-UNIV
           ELSE
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CLS-UNIV
           END-IF

           MOVE "Enter a major, or press Enter for any major:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CLS-MAJOR

           MOVE "Enter the earliest graduation year (YYYY), or press Enter for any:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:4) TO WS-YEAR-INPUT
           IF WS-YEAR-INPUT IS NUMERIC
               MOVE WS-YEAR-INPUT TO WS-CLS-YEAR-FROM
           ELSE
               MOVE 0 TO WS-CLS-YEAR-FROM
           END-IF

           MOVE "Enter the latest graduation year (YYYY), or press Enter for any:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:4) TO WS-YEAR-INPUT
           IF WS-YEAR-INPUT IS NUMERIC
               MOVE WS-YEAR-INPUT TO WS-CLS-YEAR-TO
           ELSE
               MOVE 0 TO WS-CLS-YEAR-TO
           END-IF

           MOVE "N" TO WS-CLS-FOUND
           MOVE "N" TO WS-CIDX-AVAILABLE
           IF FUNCTION TRIM(WS-CLS-UNIV) NOT = SPACES
               PERFORM CLASSMATE-SEARCH-VIA-INDEX
           END-IF

           IF WS-CIDX-AVAILABLE = "N"
               MOVE "N" TO PROFILE-EOF
               CLOSE PROFILE-FILE
               OPEN INPUT PROFILE-FILE

               PERFORM UNTIL PROFILE-EOF = "Y"
                   READ PROFILE-FILE
                       AT END
                           MOVE "Y" TO PROFILE-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PR-USERNAME) NOT =
                               FUNCTION TRIM(WS-USERNAME)
                               PERFORM CHECK-CLASSMATE-MATCH
                               IF WS-CLS-MATCHED = "Y"
                                   PERFORM DISPLAY-CLASSMATE-RESULT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PROFILE-FILE
               OPEN INPUT PROFILE-FILE
           END-IF

           IF WS-CLS-FOUND = "N"
               MOVE "No classmates matched your search." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE "Enter a username to send a connection request, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSG-TARGET
           PERFORM LOAD-PROFILE-BY-USERNAME

           IF PROFILE-FOUND = "Y"
               PERFORM SEND-CONNECTION-REQUEST
           ELSE
               MOVE "No profile was found for that username." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       CLASSMATE-SEARCH-VIA-INDEX.
           MOVE "N" TO WS-CIDX-AVAILABLE
           MOVE "00" TO CX-FS
           OPEN INPUT CLASSMATE-INDEX-FILE
           IF CX-FS NOT = "00"
               CLOSE CLASSMATE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CIDX-AVAILABLE

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLS-UNIV))
               TO WS-CIDX-UNIV-KEY
           MOVE WS-CIDX-UNIV-KEY TO CX-UNIV
           MOVE SPACES TO CX-MAJOR
           MOVE 0 TO CX-GRAD-YEAR
           MOVE SPACES TO CX-USERNAME
           START CLASSMATE-INDEX-FILE KEY IS >= CX-KEY
               INVALID KEY CONTINUE
           END-START

           MOVE "N" TO CX-EOF
           IF CX-FS NOT = "00"
               MOVE "Y" TO CX-EOF
           END-IF

           PERFORM UNTIL CX-EOF = "Y"
               READ CLASSMATE-INDEX-FILE NEXT
                   AT END
                       MOVE "Y" TO CX-EOF
                   NOT AT END
                       IF CX-UNIV NOT = WS-CIDX-UNIV-KEY
                           MOVE "Y" TO CX-EOF
                       ELSE
                           IF FUNCTION TRIM(CX-USERNAME) NOT =
                               FUNCTION TRIM(WS-USERNAME)
                               MOVE CX-USERNAME TO WS-IDX-FETCH-USER
                               PERFORM FETCH-PROFILE-KEYED
                               IF PROFILE-FOUND = "Y"
                                   PERFORM CHECK-CLASSMATE-MATCH
                                   IF WS-CLS-MATCHED = "Y"
                                       PERFORM DISPLAY-CLASSMATE-RESULT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASSMATE-INDEX-FILE.

       CHECK-CLASSMATE-MATCH.
           MOVE "N" TO WS-CLS-MATCHED

           IF FUNCTION TRIM(WS-CLS-UNIV) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY)) NOT =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLS-UNIV))
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-CLS-MAJOR) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(PR-MAJOR)) NOT =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLS-MAJOR))
               EXIT PARAGRAPH
           END-IF

           IF WS-CLS-YEAR-FROM > 0 AND PR-GRAD-YEAR < WS-CLS-YEAR-FROM
               EXIT PARAGRAPH
           END-IF

           IF WS-CLS-YEAR-TO > 0 AND PR-GRAD-YEAR > WS-CLS-YEAR-TO
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SEARCH-RESULT-DEACTIVATED
           IF WS-SRCH-ACCT-DEACTIVATED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SEARCH-PRIVACY
           IF WS-PRIV-VISIBLE = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CLS-MATCHED.

       DISPLAY-CLASSMATE-RESULT.
           MOVE "Y" TO WS-CLS-FOUND
           MOVE PR-USERNAME TO WS-PVW-VIEWED
           MOVE "CLASSMATE" TO WS-PVW-SOURCE
           PERFORM RECORD-PROFILE-VIEW
           PERFORM COUNT-MUTUAL-CONNECTIONS
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(PR-USERNAME) DELIMITED BY SIZE
                  ") - " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-MAJOR) DELIMITED BY SIZE
                  ", class of " DELIMITED BY SIZE
                  PR-GRAD-YEAR DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-MUTUAL-COUNT DELIMITED BY SIZE
                  " mutual connection(s)" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       CAPTURE-RECRUITER-EMPLOYER.
           MOVE "N" TO WS-EMP-VALID
           PERFORM UNTIL WS-EMP-VALID = "Y"
               MOVE "Enter the employer this recruiter account represents:"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EMP-ENTERED
               IF WS-EMP-ENTERED = SPACES
                   CONTINUE
               ELSE
                   PERFORM VALIDATE-EMPLOYER
                   IF WS-EMP-VALID = "N"
                       MOVE "That employer is not registered. Ask an administrator to add it."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT RECRUITER-EMP-FILE
           IF REAF-FS NOT = "00"
               OPEN OUTPUT RECRUITER-EMP-FILE
           END-IF
           CLOSE RECRUITER-EMP-FILE
           OPEN EXTEND RECRUITER-EMP-FILE
           MOVE FUNCTION TRIM(WS-USERNAME) TO RE-USERNAME
           MOVE WS-EMP-ENTERED TO RE-EMPLOYER
           MOVE "N" TO RE-APPROVED
           MOVE FUNCTION CURRENT-DATE(1:8) TO RE-DATE
           WRITE RECRUITER-EMP-RECORD
           CLOSE RECRUITER-EMP-FILE

           MOVE "Your employer affiliation is pending administrator approval."
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       LOOKUP-AFFILIATION.
           MOVE "N" TO WS-AFF-FOUND
           MOVE "N" TO WS-AFF-APPROVED
           MOVE SPACES TO WS-AFF-EMPLOYER
           MOVE "N" TO REAF-EOF

           OPEN INPUT RECRUITER-EMP-FILE
           IF REAF-FS NOT = "00"
               CLOSE RECRUITER-EMP-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REAF-EOF = "Y" OR WS-AFF-FOUND = "Y"
               READ RECRUITER-EMP-FILE
                   AT END
                       MOVE "Y" TO REAF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RE-USERNAME) =
                           FUNCTION TRIM(WS-AFF-LOOKUP-USER)
                           MOVE "Y" TO WS-AFF-FOUND
                           MOVE RE-APPROVED TO WS-AFF-APPROVED
                           MOVE RE-EMPLOYER TO WS-AFF-EMPLOYER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECRUITER-EMP-FILE.

       VALIDATE-EMPLOYER.
           MOVE "N" TO WS-EMP-VALID
           MOVE "N" TO EMP-EOF

           OPEN INPUT EMPLOYER-FILE
           IF EMP-FS NOT = "00"
               CLOSE EMPLOYER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EMP-EOF = "Y" OR WS-EMP-VALID = "Y"
               READ EMPLOYER-FILE
                   AT END
                       MOVE "Y" TO EMP-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-NAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMP-ENTERED))
                           AND EM-STATUS NOT = "I"
                           MOVE "Y" TO WS-EMP-VALID
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYER-FILE.

       EMPLOYER-DIRECTORY.
           MOVE "----- Employer Directory -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO EMP-EOF
           MOVE "N" TO WS-EMP-FOUND-ANY

           OPEN INPUT EMPLOYER-FILE
           IF EMP-FS NOT = "00"
               CLOSE EMPLOYER-FILE
               MOVE "No employer master file is available." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EMP-EOF = "Y"
               READ EMPLOYER-FILE
                   AT END
                       MOVE "Y" TO EMP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(EM-NAME) NOT = SPACES
                           AND EM-STATUS NOT = "I"
                           MOVE "Y" TO WS-EMP-FOUND-ANY
                           MOVE EM-NAME TO WS-EMP-NAME
                           PERFORM LIST-EMPLOYER-POSTINGS
                           PERFORM DISPLAY-AGREEMENT-STATUS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYER-FILE

           IF WS-EMP-FOUND-ANY = "N"
               MOVE "No employers are registered." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           IF WS-EMP-FOUND-ANY = "Y"
               PERFORM OPEN-COMPANY-PAGE
           END-IF.

       OPEN-COMPANY-PAGE.
           MOVE "Enter a company name to open its page (blank to return):"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CO-LOOKUP
           IF WS-CO-LOOKUP = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-COMPANY-MASTER
           IF WS-CO-FOUND = "N"
               MOVE "No active employer by that name is registered."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM DISPLAY-COMPANY-PAGE.

       FIND-COMPANY-MASTER.
           MOVE "N" TO WS-CO-FOUND
           MOVE "N" TO EMP-EOF
           OPEN INPUT EMPLOYER-FILE
           IF EMP-FS NOT = "00"
               CLOSE EMPLOYER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EMP-EOF = "Y" OR WS-CO-FOUND = "Y"
               READ EMPLOYER-FILE
                   AT END
                       MOVE "Y" TO EMP-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-NAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-LOOKUP))
                           AND EM-STATUS NOT = "I"
                           MOVE EMPLOYER-RECORD TO WS-CO-RECORD
                           MOVE "Y" TO WS-CO-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYER-FILE.

       DISPLAY-COMPANY-PAGE.
           MOVE SPACES TO WS-OUT-LINE
           STRING "===== " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CO-NAME) DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           IF WS-CO-INDUSTRY NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "Industry: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CO-INDUSTRY) DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF
           IF WS-CO-HQ-CITY NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "Headquarters: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CO-HQ-CITY) DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF
           IF WS-CO-WEBSITE NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "Website: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CO-WEBSITE) DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF
           IF WS-CO-SIZE-BAND NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "Company size: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CO-SIZE-BAND) DELIMITED BY SIZE
                      " employees" DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF
           IF WS-CO-DESCRIPTION NOT = SPACES
               MOVE "About:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE WS-CO-DESCRIPTION TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "--- Open Postings ---" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE WS-CO-NAME TO WS-EMP-NAME
           PERFORM LIST-EMPLOYER-POSTINGS

           PERFORM LOAD-COMPANY-PLACEMENTS
           PERFORM LIST-COMPANY-PEOPLE

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       LOAD-COMPANY-PLACEMENTS.
           MOVE 0 TO WS-CO-PLACED-COUNT
           MOVE "N" TO WS-CO-EOF
           MOVE "00" TO PLAC-FS
           OPEN INPUT PLACEMENTS-FILE
           IF PLAC-FS NOT = "00"
               CLOSE PLACEMENTS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CO-EOF = "Y"
               READ PLACEMENTS-FILE
                   AT END
                       MOVE "Y" TO WS-CO-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(PL-EMPLOYER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME))
                           AND WS-CO-PLACED-COUNT < 50
                           ADD 1 TO WS-CO-PLACED-COUNT
                           MOVE PL-USERNAME
                               TO WS-CO-PL-USER(WS-CO-PLACED-COUNT)
                           MOVE PL-TITLE
                               TO WS-CO-PL-TITLE(WS-CO-PLACED-COUNT)
                           MOVE PL-START-DATE
                               TO WS-CO-PL-START(WS-CO-PLACED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLACEMENTS-FILE.

       LIST-COMPANY-PEOPLE.
           PERFORM LOAD-MY-PROFILE-SIGNALS
           MOVE 0 TO WS-CO-ALUMNI-SHOWN
           MOVE 0 TO WS-CO-MEMBERS-SHOWN
           MOVE "N" TO PROFILE-EOF
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           MOVE "--- Alumni Placed Here ---" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           IF WS-CO-PLACED-COUNT > 0
               PERFORM UNTIL PROFILE-EOF = "Y"
                   READ PROFILE-FILE
                       AT END
                           MOVE "Y" TO PROFILE-EOF
                       NOT AT END
                           PERFORM SHOW-COMPANY-ALUMNUS
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CO-ALUMNI-SHOWN = 0
               MOVE "  (no placements on record)" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "N" TO PROFILE-EOF
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE
           MOVE "--- Members Who Have Worked Here ---" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM UNTIL PROFILE-EOF = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       PERFORM SHOW-COMPANY-MEMBER
               END-READ
           END-PERFORM
           IF WS-CO-MEMBERS-SHOWN = 0
               MOVE "  (no members list this company in their experience)"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE.

       SHOW-COMPANY-ALUMNUS.
           MOVE 0 TO WS-CO-HIT
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-PLACED-COUNT OR WS-CO-HIT > 0
               IF FUNCTION TRIM(WS-CO-PL-USER(WS-CO-IDX)) =
                   FUNCTION TRIM(PR-USERNAME)
                   MOVE WS-CO-IDX TO WS-CO-HIT
               END-IF
           END-PERFORM
           IF WS-CO-HIT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SEARCH-RESULT-DEACTIVATED
           IF WS-SRCH-ACCT-DEACTIVATED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SEARCH-PRIVACY
           IF WS-PRIV-VISIBLE = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CO-ALUMNI-SHOWN
           MOVE SPACES TO WS-OUT-LINE
           STRING "  - " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CO-PL-TITLE(WS-CO-HIT)) DELIMITED BY SIZE
                  " (started " DELIMITED BY SIZE
                  WS-CO-PL-START(WS-CO-HIT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       SHOW-COMPANY-MEMBER.
           MOVE 0 TO WS-CO-HIT
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > PR-EXP-COUNT OR WS-CO-HIT > 0
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(PR-EXP-COMPANY(WS-CO-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME))
                   MOVE WS-CO-IDX TO WS-CO-HIT
               END-IF
           END-PERFORM
           IF WS-CO-HIT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SEARCH-RESULT-DEACTIVATED
           IF WS-SRCH-ACCT-DEACTIVATED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SEARCH-PRIVACY
           IF WS-PRIV-VISIBLE = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CO-MEMBERS-SHOWN
           MOVE SPACES TO WS-OUT-LINE
           STRING "  - " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-EXP-TITLE(WS-CO-HIT)) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(PR-EXP-DATES(WS-CO-HIT)) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       LIST-EMPLOYER-POSTINGS.
           MOVE SPACES TO JOB-LNK-KEYWORD
           MOVE SPACES TO JOB-LNK-FILTER-LOCATION
           MOVE WS-EMP-NAME TO JOB-LNK-FILTER-COMPANY
           MOVE 0 TO JOB-LNK-START-POS
           MOVE "SJ" TO JOB-LNK-OPERATION

           CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
               JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
               JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL

           MOVE SPACES TO WS-OUT-LINE
           IF JOB-LNK-TOTAL-COUNT = 0
               STRING FUNCTION TRIM(WS-EMP-NAME) DELIMITED BY SIZE
                      " (no current openings)" DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           ELSE
               STRING FUNCTION TRIM(WS-EMP-NAME) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      JOB-LNK-TOTAL-COUNT DELIMITED BY SIZE
                      " opening(s))" DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-LNK-MATCH-COUNT
                   MOVE JOB-LNK-MATCH-POSTED-BY(I) TO WS-AFF-LOOKUP-USER
                   PERFORM LOOKUP-AFFILIATION
                   MOVE SPACES TO WS-OUT-LINE
                   IF WS-AFF-FOUND = "Y" AND WS-AFF-APPROVED = "Y"
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AFF-EMPLOYER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMP-NAME))
                       STRING "  - " DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-LNK-MATCH-TITLE(I))
                                  DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-LNK-MATCH-LOCATION(I))
                                  DELIMITED BY SIZE
                              ") [verified recruiter: " DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-LNK-MATCH-POSTED-BY(I))
                                  DELIMITED BY SIZE
                              "]" DELIMITED BY SIZE
                              INTO WS-OUT-LINE
                       END-STRING
                   ELSE
                       STRING "  - " DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-LNK-MATCH-TITLE(I))
                                  DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-LNK-MATCH-LOCATION(I))
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-OUT-LINE
                       END-STRING
                   END-IF
                   PERFORM DISPLAY-LINE
               END-PERFORM
           END-IF.

       CHECK-EDU-VERIFIED.
           MOVE "N" TO WS-VED-FOUND
           MOVE "N" TO VED-EOF
           OPEN INPUT EDU-VERIFIED-FILE
           IF VED-FS NOT = "00"
               CLOSE EDU-VERIFIED-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VED-EOF = "Y" OR WS-VED-FOUND = "Y"
               READ EDU-VERIFIED-FILE
                   AT END
                       MOVE "Y" TO VED-EOF
                   NOT AT END
                       IF FUNCTION TRIM(VED-USERNAME) =
                           FUNCTION TRIM(PR-USERNAME)
                           AND FUNCTION UPPER-CASE(
                               FUNCTION TRIM(VED-SCHOOL)) =
                               FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(PR-EDU-SCHOOL(I)))
                           AND FUNCTION UPPER-CASE(
                               FUNCTION TRIM(VED-DEGREE)) =
                               FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(PR-EDU-DEGREE(I)))
                           MOVE "Y" TO WS-VED-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EDU-VERIFIED-FILE.

       CHECK-EMPLOYER-AGREEMENT.
           MOVE "N" TO WS-AGR-FOUND
           MOVE "N" TO WS-AGR-CURRENT
           MOVE 0 TO WS-AGR-EXPIRY
           MOVE "N" TO EA-EOF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT EMPLOYER-AGR-FILE
           IF EA-FS NOT = "00"
               CLOSE EMPLOYER-AGR-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EA-EOF = "Y" OR WS-AGR-FOUND = "Y"
               READ EMPLOYER-AGR-FILE
                   AT END
                       MOVE "Y" TO EA-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EA-EMPLOYER))
                           = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-AGR-LOOKUP))
                           MOVE "Y" TO WS-AGR-FOUND
                           MOVE EA-EXPIRY TO WS-AGR-EXPIRY
                           IF EA-EXPIRY IS NUMERIC
                               AND EA-EXPIRY >= WS-TODAY-DATE
                               MOVE "Y" TO WS-AGR-CURRENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYER-AGR-FILE.

       DISPLAY-AGREEMENT-STATUS.
           MOVE WS-EMP-NAME TO WS-AGR-LOOKUP
           PERFORM CHECK-EMPLOYER-AGREEMENT
           MOVE SPACES TO WS-OUT-LINE
           IF WS-AGR-FOUND = "N"
               MOVE "  [no recruiting agreement on file]" TO WS-OUT-LINE
           ELSE
               IF WS-AGR-CURRENT = "Y"
                   STRING "  [agreement current through " DELIMITED BY SIZE
                       WS-AGR-EXPIRY DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               ELSE
                   STRING "  [agreement EXPIRED " DELIMITED BY SIZE
                       WS-AGR-EXPIRY DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM DISPLAY-LINE.

       PROFILE-MENU.
           MOVE "1. Create or Edit Profile" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Return to Menu" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Export My Profile" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:1) TO MENU-CHOICE

           IF MENU-CHOICE = "1"
               PERFORM CREATE-EDIT-PROFILE
           ELSE
               IF MENU-CHOICE = "2"
                   CONTINUE
               ELSE
                   IF MENU-CHOICE = "3"
                       PERFORM EXPORT-PROFILE
                   ELSE
                       MOVE "unrecognized profile menu choice" TO WS-BATCH-EXC-REASON
                       PERFORM LOG-BATCH-EXCEPTION
                       MOVE "Invalid choice." TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               END-IF
           END-IF.

       CREATE-EDIT-PROFILE.
           MOVE WS-USERNAME TO WS-PR-USERNAME
           PERFORM INITIALIZE-PROFILE-RECORD

           PERFORM PROMPT-REQUIRED-FIELDS
           PERFORM PROMPT-OPTIONAL-FIELDS

           PERFORM SAVE-PROFILE

           IF PROFILE-SAVE-OK = "Y"
               MOVE "Profile saved successfully." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               IF FUNCTION TRIM(WS-PR-ABOUT) NOT = SPACES
                   MOVE "Y" TO WS-COMP-HAS-ABOUT
               ELSE
                   MOVE "N" TO WS-COMP-HAS-ABOUT
               END-IF
               MOVE WS-PR-EXP-COUNT TO WS-COMP-EXP-CNT
               MOVE WS-PR-EDU-COUNT TO WS-COMP-EDU-CNT
               PERFORM COMPUTE-PROFILE-COMPLETENESS
               PERFORM DISPLAY-PROFILE-COMPLETENESS
           ELSE
               MOVE "Error saving profile." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           PERFORM PROFILE-MENU

           EXIT PARAGRAPH.
      INITIALIZE-PROFILE-RECORD.
          MOVE SPACES TO WS-PR-FIRST-NAME
          MOVE SPACES TO WS-PR-LAST-NAME
          MOVE SPACES TO WS-PR-UNIVERSITY
          MOVE SPACES TO WS-PR-MAJOR
          MOVE 0 TO WS-PR-GRAD-YEAR
          MOVE SPACES TO WS-PR-ABOUT
          MOVE 0 TO WS-PR-EXP-COUNT
          MOVE 0 TO WS-PR-EDU-COUNT

          PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE SPACES TO WS-PR-EXP-TITLE(I)
              MOVE SPACES TO WS-PR-EXP-COMPANY(I)
              MOVE SPACES TO WS-PR-EXP-DATES(I)
              MOVE SPACES TO WS-PR-EXP-DESC(I)
              MOVE SPACES TO WS-PR-EDU-DEGREE(I)
              MOVE SPACES TO WS-PR-EDU-SCHOOL(I)
              MOVE SPACES TO WS-PR-EDU-YEARS(I)
          END-PERFORM.
      SAVE-PROFILE.
           MOVE "N" TO PROFILE-FOUND

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-SAVE-RUN-ID

           CALL 'SYSTEM' USING "cp Profiles.dat Profiles.bak"

           OPEN EXTEND PROFILE-SAVE-LOG
           MOVE SPACES TO PROFILE-SAVE-LOG-RECORD
           STRING "START SAVE " WS-SAVE-RUN-ID " user=" WS-PR-USERNAME
               DELIMITED BY SIZE INTO PROFILE-SAVE-LOG-RECORD
           WRITE PROFILE-SAVE-LOG-RECORD
           CLOSE PROFILE-SAVE-LOG

           CLOSE PROFILE-FILE
           OPEN I-O PROFILE-FILE
           MOVE WS-USERNAME TO PR-USERNAME
           START PROFILE-FILE KEY IS = PR-USERNAME
               INVALID KEY CONTINUE
           END-START
           MOVE SPACES TO WS-OLD-FIRST
           MOVE SPACES TO WS-OLD-LAST
           IF PROF-FS = "00"
               READ PROFILE-FILE NEXT
               MOVE "Y" TO PROFILE-FOUND
               MOVE PR-FIRST-NAME TO WS-OLD-FIRST
               MOVE PR-LAST-NAME TO WS-OLD-LAST
           END-IF

           MOVE WS-PR-USERNAME   TO PR-USERNAME
           MOVE WS-PR-FIRST-NAME TO PR-FIRST-NAME
           MOVE WS-PR-LAST-NAME  TO PR-LAST-NAME
           MOVE WS-PR-UNIVERSITY TO PR-UNIVERSITY
           MOVE WS-PR-MAJOR      TO PR-MAJOR
           MOVE WS-PR-GRAD-YEAR  TO PR-GRAD-YEAR
           MOVE WS-PR-ABOUT      TO PR-ABOUT

           MOVE WS-PR-EXP-COUNT TO PR-EXP-COUNT
           IF PR-EXP-COUNT > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EXP-COUNT
                   MOVE WS-PR-EXP-TITLE(I)   TO PR-EXP-TITLE(I)
                   MOVE WS-PR-EXP-COMPANY(I) TO PR-EXP-COMPANY(I)
                   MOVE WS-PR-EXP-DATES(I)   TO PR-EXP-DATES(I)
                   MOVE WS-PR-EXP-DESC(I)    TO PR-EXP-DESC(I)
               END-PERFORM
           END-IF

           MOVE WS-PR-EDU-COUNT TO PR-EDU-COUNT
           IF PR-EDU-COUNT > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EDU-COUNT
                   MOVE WS-PR-EDU-DEGREE(I) TO PR-EDU-DEGREE(I)
                   MOVE WS-PR-EDU-SCHOOL(I) TO PR-EDU-SCHOOL(I)
                   MOVE WS-PR-EDU-YEARS(I)  TO PR-EDU-YEARS(I)
               END-PERFORM
           END-IF

           MOVE "N" TO PROFILE-SAVE-OK
           IF PROFILE-FOUND = "Y"
               REWRITE PROFILE-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PROFILE-SAVE-OK
               END-REWRITE
           ELSE
               WRITE PROFILE-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PROFILE-SAVE-OK
               END-WRITE
           END-IF

           CLOSE PROFILE-FILE

           MOVE SPACES TO PROFILE-SAVE-LOG-RECORD
           IF PROFILE-SAVE-OK = "Y"
               STRING "COMPLETE SAVE " WS-SAVE-RUN-ID " user=" WS-PR-USERNAME
                   DELIMITED BY SIZE INTO PROFILE-SAVE-LOG-RECORD
           ELSE
               STRING "FAILED SAVE " WS-SAVE-RUN-ID " user=" WS-PR-USERNAME
                   DELIMITED BY SIZE INTO PROFILE-SAVE-LOG-RECORD
           END-IF
           OPEN EXTEND PROFILE-SAVE-LOG
           WRITE PROFILE-SAVE-LOG-RECORD
           CLOSE PROFILE-SAVE-LOG

           IF PROFILE-SAVE-OK = "Y"
               MOVE "updated their profile" TO WS-ACT-TEXT
               PERFORM WRITE-ACTIVITY
           END-IF

           IF PROFILE-SAVE-OK = "Y" AND PROFILE-FOUND = "Y"
               AND (FUNCTION TRIM(WS-OLD-FIRST) NOT =
                       FUNCTION TRIM(WS-PR-FIRST-NAME)
                   OR FUNCTION TRIM(WS-OLD-LAST) NOT =
                       FUNCTION TRIM(WS-PR-LAST-NAME))
               PERFORM CASCADE-NAME-CHANGE
           END-IF

           OPEN INPUT PROFILE-FILE.

       CASCADE-NAME-CHANGE.
           MOVE 0 TO WS-CASCADE-CNT
           PERFORM CASCADE-NAME-CONNECTIONS
           PERFORM CASCADE-NAME-GROUP-MEMBERS
           PERFORM CASCADE-NAME-PENDING

           IF WS-CASCADE-CNT > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "Your new name was applied to " DELIMITED BY SIZE
                   WS-CASCADE-CNT DELIMITED BY SIZE
                   " network record(s)." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF.

       CASCADE-NAME-CONNECTIONS.
           MOVE "N" TO WS-CONN-REMOVED
           MOVE "N" TO CONN-EOF
           OPEN INPUT CONNECTIONS-FILE
           OPEN OUTPUT CONNECTIONS-TEMP

           PERFORM UNTIL CONN-EOF = "Y"
               READ CONNECTIONS-FILE
                   AT END
                       MOVE "Y" TO CONN-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CONN-USER-ONE) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE WS-PR-FIRST-NAME TO CONN-USER-ONE-FIRST
                           MOVE WS-PR-LAST-NAME TO CONN-USER-ONE-LAST
                           MOVE "Y" TO WS-CONN-REMOVED
                           ADD 1 TO WS-CASCADE-CNT
                       END-IF
                       IF FUNCTION TRIM(CONN-USER-TWO) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE WS-PR-FIRST-NAME TO CONN-USER-TWO-FIRST
                           MOVE WS-PR-LAST-NAME TO CONN-USER-TWO-LAST
                           MOVE "Y" TO WS-CONN-REMOVED
                           ADD 1 TO WS-CASCADE-CNT
                       END-IF
                       MOVE CONNECTIONS-RECORD TO CONNECTIONS-TEMP-RECORD
                       WRITE CONNECTIONS-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE CONNECTIONS-FILE
           CLOSE CONNECTIONS-TEMP

           IF WS-CONN-REMOVED = "Y"
               CALL 'SYSTEM' USING "mv Connections.tmp Connections.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f Connections.tmp"
           END-IF.

       CASCADE-NAME-GROUP-MEMBERS.
           MOVE "N" TO WS-GM-REMOVED
           MOVE "N" TO GM-EOF
           OPEN INPUT GROUP-MEMBERS-FILE
           OPEN OUTPUT GROUP-MEMBERS-TEMP

           PERFORM UNTIL GM-EOF = "Y"
               READ GROUP-MEMBERS-FILE
                   AT END
                       MOVE "Y" TO GM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(GM-USER) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE WS-PR-FIRST-NAME TO GM-FIRST
                           MOVE WS-PR-LAST-NAME TO GM-LAST
                           MOVE "Y" TO WS-GM-REMOVED
                           ADD 1 TO WS-CASCADE-CNT
                       END-IF
                       MOVE GROUP-MEMBERS-RECORD
                           TO GROUP-MEMBERS-TEMP-RECORD
                       WRITE GROUP-MEMBERS-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE GROUP-MEMBERS-FILE
           CLOSE GROUP-MEMBERS-TEMP

           IF WS-GM-REMOVED = "Y"
               CALL 'SYSTEM' USING "mv GroupMembers.tmp GroupMembers.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f GroupMembers.tmp"
           END-IF.

       CASCADE-NAME-PENDING.
           MOVE "N" TO PEND-EOF
           CLOSE PENDING-FILE
           OPEN I-O PENDING-FILE

           PERFORM UNTIL PEND-EOF = "Y"
               READ PENDING-FILE NEXT
                   AT END
                       MOVE "Y" TO PEND-EOF
                   NOT AT END
                       MOVE "N" TO WS-PEND-MATCHED
                       IF FUNCTION TRIM(PEND-SENDER-USER) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE WS-PR-FIRST-NAME TO PEND-SENDER-FIRST
                           MOVE WS-PR-LAST-NAME TO PEND-SENDER-LAST
                           MOVE "Y" TO WS-PEND-MATCHED
                           ADD 1 TO WS-CASCADE-CNT
                       END-IF
                       IF FUNCTION TRIM(PEND-RECEIVER-USER) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE WS-PR-FIRST-NAME TO PEND-RECEIVER-FIRST
                           MOVE WS-PR-LAST-NAME TO PEND-RECEIVER-LAST
                           MOVE "Y" TO WS-PEND-MATCHED
                           ADD 1 TO WS-CASCADE-CNT
                       END-IF
                       IF WS-PEND-MATCHED = "Y"
                           REWRITE PENDING-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE
           OPEN INPUT PENDING-FILE.


       PROMPT-REQUIRED-FIELDS.
           MOVE SPACES TO WS-PR-FIRST-NAME

           PERFORM UNTIL WS-PR-FIRST-NAME NOT = SPACES
               MOVE "Enter First Name:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PR-FIRST-NAME
           END-PERFORM

           MOVE SPACES TO WS-PR-LAST-NAME

           PERFORM UNTIL WS-PR-LAST-NAME NOT = SPACES
               MOVE "Enter Last Name:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PR-LAST-NAME
           END-PERFORM

           MOVE SPACES TO WS-PR-UNIVERSITY
           MOVE "N" TO WS-UNIV-VALID

           PERFORM UNTIL WS-UNIV-VALID = "Y"
                MOVE "Enter University/College Attended:" TO WS-OUT-LINE
                PERFORM DISPLAY-LINE
                PERFORM READ-INPUT
                MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-UNIV-ENTERED
                IF WS-UNIV-ENTERED = SPACES
                    CONTINUE
                ELSE
                    PERFORM VALIDATE-UNIVERSITY
                    IF WS-UNIV-VALID = "Y"
                        MOVE WS-UNIV-ENTERED TO WS-PR-UNIVERSITY
                    ELSE
                        MOVE "That university is not on our list. Please try again."
                            TO WS-OUT-LINE
                        PERFORM DISPLAY-LINE
                    END-IF
                END-IF
            END-PERFORM

            MOVE SPACES TO WS-PR-MAJOR

            PERFORM UNTIL WS-PR-MAJOR NOT = SPACES
                MOVE "Enter Major:" TO WS-OUT-LINE
                PERFORM DISPLAY-LINE
                PERFORM READ-INPUT
                MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PR-MAJOR
            END-PERFORM


           PERFORM UNTIL WS-PR-GRAD-YEAR >= 1900 AND WS-PR-GRAD-YEAR <= 2100
               MOVE "Enter Graduation Year (YYYY):" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE INPUT-RECORD(1:4) TO WS-YEAR-INPUT

               IF WS-YEAR-INPUT IS NUMERIC
                    MOVE WS-YEAR-INPUT TO WS-PR-GRAD-YEAR
                ELSE
                    MOVE 0 TO WS-PR-GRAD-YEAR
                    MOVE "Invalid Year. Please enter valid 4 digit year (YYYY)." TO WS-OUT-LINE
                    PERFORM DISPLAY-LINE
                END-IF
           END-PERFORM.

       PROMPT-OPTIONAL-FIELDS.
           MOVE "Enter About Me (optional):" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PR-ABOUT

           PERFORM ADD-EXPERIENCE
           PERFORM ADD-EDUCATION.

       ADD-EXPERIENCE.
           MOVE 0 TO WS-PR-EXP-COUNT

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE "Add experience entry? (Y/N)" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT

               IF INPUT-RECORD(1:1) NOT = "Y"
                   EXIT PERFORM
               END-IF

               ADD 1 TO WS-PR-EXP-COUNT

               MOVE "Title:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE INPUT-RECORD TO WS-PR-EXP-TITLE(I)

               MOVE "Company:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE INPUT-RECORD TO WS-PR-EXP-COMPANY(I)

               MOVE "Dates:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE INPUT-RECORD TO WS-PR-EXP-DATES(I)

               MOVE "Description (optional):" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE INPUT-RECORD TO WS-PR-EXP-DESC(I)
           END-PERFORM.

       ADD-EDUCATION.
           MOVE 0 TO WS-PR-EDU-COUNT

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE "Add education entry? (Y/N)" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT

               IF INPUT-RECORD(1:1) NOT = "Y"
                   EXIT PERFORM
               END-IF

               ADD 1 TO WS-PR-EDU-COUNT

               MOVE "Degree:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE INPUT-RECORD TO WS-PR-EDU-DEGREE(I)

               MOVE "University/College:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE INPUT-RECORD TO WS-PR-EDU-SCHOOL(I)

               MOVE "Years Attended (e.g., 2023-2025):" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               MOVE INPUT-RECORD TO WS-PR-EDU-YEARS(I)
           END-PERFORM.
       VIEW-PROFILE.
           MOVE "N" TO PROFILE-FOUND
           MOVE "N" TO PROFILE-EOF

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           PERFORM UNTIL PROFILE-EOF = "Y" OR PROFILE-FOUND = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO PROFILE-FOUND
                       END-IF
               END-READ
           END-PERFORM

           IF PROFILE-FOUND = "Y"
               MOVE "----- Your Profile -----" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE

               MOVE SPACES TO WS-OUT-LINE
               STRING "Name: " DELIMITED BY SIZE
                   FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE

               MOVE SPACES TO WS-OUT-LINE
               STRING "University: " DELIMITED BY SIZE
                   FUNCTION TRIM(PR-UNIVERSITY) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE

               MOVE SPACES TO WS-OUT-LINE
               STRING "Major: " DELIMITED BY SIZE
                   FUNCTION TRIM(PR-MAJOR) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE

               MOVE SPACES TO WS-OUT-LINE
               STRING "Graduation Year: " DELIMITED BY SIZE
                   PR-GRAD-YEAR DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE

               PERFORM CHECK-ALUMNI-STATUS
               IF WS-PR-IS-ALUMNI = "Y"
                   MOVE "Status: Alumni" TO WS-OUT-LINE
               ELSE
                   MOVE "Status: Current Student" TO WS-OUT-LINE
               END-IF
               PERFORM DISPLAY-LINE

               MOVE PR-USERNAME TO WS-SKILLS-LOOKUP-USER
               PERFORM DISPLAY-COMPLETED-SKILLS

               MOVE PR-USERNAME TO WS-ENDO-LOOKUP-USER
               PERFORM DISPLAY-ENDORSEMENTS

               IF FUNCTION TRIM(PR-ABOUT) NOT = SPACES
                   MOVE "About Me:" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE FUNCTION TRIM(PR-ABOUT) TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF

               IF PR-EXP-COUNT > 0
                   MOVE "Experience:" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EXP-COUNT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "Title: " DELIMITED BY SIZE
                              FUNCTION TRIM(PR-EXP-TITLE(I)) DELIMITED BY SIZE
                              " | Company: " DELIMITED BY SIZE
                              FUNCTION TRIM(PR-EXP-COMPANY(I)) DELIMITED BY SIZE
                              " | Dates: " DELIMITED BY SIZE
                              FUNCTION TRIM(PR-EXP-DATES(I)) DELIMITED BY SIZE
                              INTO WS-OUT-LINE
                       END-STRING
                       PERFORM DISPLAY-LINE
                       MOVE PR-USERNAME TO WS-IH-LOOKUP-USER
                       MOVE PR-EXP-TITLE(I) TO WS-IH-LOOKUP-TITLE
                       PERFORM SUM-APPROVED-HOURS
                       IF WS-IH-TOTAL > 0
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "Verified internship hours: "
                                      DELIMITED BY SIZE
                                  WS-IH-TOTAL DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
                       IF FUNCTION TRIM(PR-EXP-DESC(I)) NOT = SPACES
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "Description: " DELIMITED BY SIZE
                                  FUNCTION TRIM(PR-EXP-DESC(I)) DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
                   END-PERFORM
               END-IF

               IF PR-EDU-COUNT > 0
                   MOVE "Education:" TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EDU-COUNT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "Degree: " DELIMITED BY SIZE
                              FUNCTION TRIM(PR-EDU-DEGREE(I)) DELIMITED BY SIZE
                              " | School: " DELIMITED BY SIZE
                              FUNCTION TRIM(PR-EDU-SCHOOL(I)) DELIMITED BY SIZE
                              " | Years: " DELIMITED BY SIZE
                              FUNCTION TRIM(PR-EDU-YEARS(I)) DELIMITED BY SIZE
                              INTO WS-OUT-LINE
                       END-STRING
                       PERFORM CHECK-EDU-VERIFIED
                       IF WS-VED-FOUND = "Y"
                           MOVE WS-OUT-LINE TO WS-VED-SCRATCH
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(WS-VED-SCRATCH)
                                      DELIMITED BY SIZE
                                  " [verified]" DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                       END-IF
                       PERFORM DISPLAY-LINE
                   END-PERFORM
               END-IF

               IF FUNCTION TRIM(PR-ABOUT) NOT = SPACES
                   MOVE "Y" TO WS-COMP-HAS-ABOUT
               ELSE
                   MOVE "N" TO WS-COMP-HAS-ABOUT
               END-IF
               MOVE PR-EXP-COUNT TO WS-COMP-EXP-CNT
               MOVE PR-EDU-COUNT TO WS-COMP-EDU-CNT
               PERFORM COMPUTE-PROFILE-COMPLETENESS
               PERFORM DISPLAY-PROFILE-COMPLETENESS
           ELSE
               MOVE "No profile found. Please create one first." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           EXIT PARAGRAPH.

       COMPUTE-PROFILE-COMPLETENESS.
           MOVE COMPLETE-WEIGHT-BASE TO WS-COMP-SCORE
           MOVE SPACES TO WS-COMP-HINT

           IF WS-COMP-HAS-ABOUT = "Y"
               ADD COMPLETE-WEIGHT-ABOUT TO WS-COMP-SCORE
           ELSE
               MOVE "add an About Me paragraph" TO WS-COMP-HINT
           END-IF

           IF WS-COMP-EXP-CNT > 0
               ADD COMPLETE-WEIGHT-EXP TO WS-COMP-SCORE
           ELSE
               IF WS-COMP-HINT = SPACES
                   MOVE "add an experience entry" TO WS-COMP-HINT
               END-IF
           END-IF

           IF WS-COMP-EDU-CNT > 0
               ADD COMPLETE-WEIGHT-EDU TO WS-COMP-SCORE
           ELSE
               IF WS-COMP-HINT = SPACES
                   MOVE "add an education entry" TO WS-COMP-HINT
               END-IF
           END-IF

           IF WS-COMP-SCORE > 100
               MOVE 100 TO WS-COMP-SCORE
           END-IF.

       DISPLAY-PROFILE-COMPLETENESS.
           MOVE SPACES TO WS-OUT-LINE
           IF WS-COMP-HINT = SPACES
               STRING "Your profile is " DELIMITED BY SIZE
                   WS-COMP-SCORE DELIMITED BY SIZE
                   "% complete." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING "Your profile is " DELIMITED BY SIZE
                   WS-COMP-SCORE DELIMITED BY SIZE
                   "% complete - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COMP-HINT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM DISPLAY-LINE.

       EXPORT-PROFILE.
           MOVE "N" TO PROFILE-FOUND
           MOVE "N" TO PROFILE-EOF

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           PERFORM UNTIL PROFILE-EOF = "Y" OR PROFILE-FOUND = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO PROFILE-FOUND
                       END-IF
               END-READ
           END-PERFORM

           IF PROFILE-FOUND = "N"
               MOVE "No profile found. Please create one first." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "Profile-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
           END-STRING

           OPEN OUTPUT EXPORT-FILE

           MOVE "Field,Value" TO EXPORT-RECORD
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "Username," DELIMITED BY SIZE
               FUNCTION TRIM(PR-USERNAME) DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "First Name," DELIMITED BY SIZE
               FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "Last Name," DELIMITED BY SIZE
               FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "University," DELIMITED BY SIZE
               FUNCTION TRIM(PR-UNIVERSITY) DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "Major," DELIMITED BY SIZE
               FUNCTION TRIM(PR-MAJOR) DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "Graduation Year," DELIMITED BY SIZE
               PR-GRAD-YEAR DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE SPACES TO EXPORT-RECORD
           STRING "About Me," DELIMITED BY SIZE
               FUNCTION TRIM(PR-ABOUT) DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           IF PR-EXP-COUNT > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EXP-COUNT
                   MOVE SPACES TO EXPORT-RECORD
                   STRING "Experience," DELIMITED BY SIZE
                       FUNCTION TRIM(PR-EXP-TITLE(I)) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(PR-EXP-COMPANY(I)) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(PR-EXP-DATES(I)) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(PR-EXP-DESC(I)) DELIMITED BY SIZE
                       INTO EXPORT-RECORD
                   END-STRING
                   WRITE EXPORT-RECORD
               END-PERFORM
           END-IF

           IF PR-EDU-COUNT > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EDU-COUNT
                   MOVE SPACES TO EXPORT-RECORD
                   PERFORM CHECK-EDU-VERIFIED
                   IF WS-VED-FOUND = "Y"
                       STRING "Education," DELIMITED BY SIZE
                           FUNCTION TRIM(PR-EDU-DEGREE(I)) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(PR-EDU-SCHOOL(I)) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(PR-EDU-YEARS(I)) DELIMITED BY SIZE
                           ",verified" DELIMITED BY SIZE
                           INTO EXPORT-RECORD
                       END-STRING
                   ELSE
                       STRING "Education," DELIMITED BY SIZE
                           FUNCTION TRIM(PR-EDU-DEGREE(I)) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(PR-EDU-SCHOOL(I)) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(PR-EDU-YEARS(I)) DELIMITED BY SIZE
                           ",unverified" DELIMITED BY SIZE
                           INTO EXPORT-RECORD
                       END-STRING
                   END-IF
                   WRITE EXPORT-RECORD
               END-PERFORM
           END-IF

           CLOSE EXPORT-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Profile exported to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXPORT-FILENAME) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           EXIT PARAGRAPH.


       JOB-MENU.
           MOVE "1. Search for a job" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           IF WS-ACCOUNT-TYPE = "R"
               MOVE "2. Post a job" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           MOVE "3. Go Back" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "4. My Applications" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "5. My Interviews" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "6. Saved Searches" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "7. Referral Requests" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE INPUT-RECORD(1:1) TO MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM JOB-SEARCH
               WHEN "2"
                   IF WS-ACCOUNT-TYPE = "R"
                       PERFORM JOB-POST
                   ELSE
                       MOVE "student account attempted job posting"
                           TO WS-BATCH-EXC-REASON
                       PERFORM LOG-BATCH-EXCEPTION
                       MOVE "Only recruiter accounts may post jobs."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               WHEN "3"
                   CONTINUE
               WHEN "4"
                   PERFORM MY-APPLICATIONS
               WHEN "5"
                   PERFORM MY-INTERVIEWS
               WHEN "6"
                   PERFORM SAVED-SEARCHES-MENU
               WHEN "7"
                   PERFORM REFERRAL-REQUESTS
               WHEN OTHER
                   MOVE "unrecognized job menu choice" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
           END-EVALUATE.

       JOB-SEARCH.
           MOVE "Enter a keyword (title, company, or location), or press Enter for all jobs:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-KEYWORD

           MOVE "Enter a location filter, or press Enter for any location:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-FILTER-LOCATION

           MOVE "Enter a company filter, or press Enter for any company:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-FILTER-COMPANY

           MOVE 0 TO JOB-LNK-START-POS
           MOVE "N" TO WS-SEARCH-DONE

           PERFORM JOB-SEARCH-PAGE
               UNTIL WS-SEARCH-DONE = "Y" OR EOF-FLAG = "Y".

       OFFER-SAVE-SEARCH.
           PERFORM LOAD-SAVED-SEARCHES
           IF WS-SS-COUNT >= MAX-SAVED-SEARCHES OR WS-SS-COUNT >= 20
               MOVE "saved search limit reached" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "You already have the maximum number of saved searches."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a name to save this search, or press Enter to skip:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SS-NEW-NAME
           IF WS-SS-NEW-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SAVED-SEARCH-NAME
           IF WS-SS-DUP = "Y"
               MOVE "duplicate saved search name" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "You already have a saved search with that name."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SAVED-SEARCH-FILE
           MOVE FUNCTION TRIM(WS-USERNAME) TO SS-USERNAME
           MOVE WS-SS-NEW-NAME TO SS-NAME
           MOVE JOB-LNK-KEYWORD TO SS-KEYWORD
           MOVE JOB-LNK-FILTER-LOCATION TO SS-LOCATION
           MOVE JOB-LNK-FILTER-COMPANY TO SS-COMPANY
           MOVE FUNCTION CURRENT-DATE(1:8) TO SS-CREATED
           MOVE FUNCTION CURRENT-DATE(1:8) TO SS-LAST-RUN
           WRITE SAVED-SEARCH-RECORD
           CLOSE SAVED-SEARCH-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Search saved as " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SS-NEW-NAME) DELIMITED BY SIZE
                  ". New matches will appear in your nightly job digest."
                      DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       LOAD-SAVED-SEARCHES.
           MOVE 0 TO WS-SS-COUNT
           MOVE "N" TO SS-EOF
           OPEN INPUT SAVED-SEARCH-FILE
           IF SS-FS = "00"
               PERFORM UNTIL SS-EOF = "Y"
                   READ SAVED-SEARCH-FILE
                       AT END
                           MOVE "Y" TO SS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(SS-USERNAME) =
                               FUNCTION TRIM(WS-USERNAME)
                               AND WS-SS-COUNT < 20
                               ADD 1 TO WS-SS-COUNT
                               MOVE SS-NAME TO WS-SS-TAB-NAME(WS-SS-COUNT)
                               MOVE SS-KEYWORD
                                   TO WS-SS-TAB-KEYWORD(WS-SS-COUNT)
                               MOVE SS-LOCATION
                                   TO WS-SS-TAB-LOCATION(WS-SS-COUNT)
                               MOVE SS-COMPANY
                                   TO WS-SS-TAB-COMPANY(WS-SS-COUNT)
                               MOVE SS-LAST-RUN
                                   TO WS-SS-TAB-LAST-RUN(WS-SS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SAVED-SEARCH-FILE.

       CHECK-SAVED-SEARCH-NAME.
           MOVE "N" TO WS-SS-DUP
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SS-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SS-TAB-NAME(I))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SS-NEW-NAME))
                   MOVE "Y" TO WS-SS-DUP
               END-IF
           END-PERFORM.

       SAVED-SEARCHES-MENU.
           MOVE "N" TO WS-SS-DONE
           PERFORM SAVED-SEARCHES-PAGE
               UNTIL WS-SS-DONE = "Y" OR EOF-FLAG = "Y".

       SAVED-SEARCHES-PAGE.
           MOVE "----- Saved Searches -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM LOAD-SAVED-SEARCHES
           IF WS-SS-COUNT = 0
               MOVE "You have no saved searches." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SS-COUNT
               PERFORM DISPLAY-SAVED-SEARCH
           END-PERFORM

           MOVE "1. Run a saved search" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Rename a saved search" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Delete a saved search" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "4. View my latest job digest" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "5. Create a new saved search" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "6. Go Back" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE INPUT-RECORD(1:1) TO MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM SELECT-SAVED-SEARCH
                   IF WS-SS-CHOICE > 0
                       PERFORM RUN-SAVED-SEARCH
                   END-IF
               WHEN "2"
                   PERFORM SELECT-SAVED-SEARCH
                   IF WS-SS-CHOICE > 0
                       PERFORM RENAME-SAVED-SEARCH
                   END-IF
               WHEN "3"
                   PERFORM SELECT-SAVED-SEARCH
                   IF WS-SS-CHOICE > 0
                       MOVE "D" TO WS-SS-ACTION
                       PERFORM REWRITE-SAVED-SEARCHES
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "Saved search " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SS-NAME) DELIMITED BY SIZE
                              " deleted." DELIMITED BY SIZE
                              INTO WS-OUT-LINE
                       END-STRING
                       PERFORM DISPLAY-LINE
                   END-IF
               WHEN "4"
                   PERFORM VIEW-JOB-DIGEST
               WHEN "5"
                   PERFORM CREATE-SAVED-SEARCH
               WHEN "6"
                   MOVE "Y" TO WS-SS-DONE
               WHEN OTHER
                   MOVE "unrecognized saved search menu choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       DISPLAY-SAVED-SEARCH.
           MOVE I TO WS-SS-NUM-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-SS-NUM-DISP) DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SS-TAB-NAME(I)) DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           MOVE WS-SS-TAB-KEYWORD(I) TO WS-SS-DISP-KEYWORD
           IF WS-SS-DISP-KEYWORD = SPACES
               MOVE "(any)" TO WS-SS-DISP-KEYWORD
           END-IF
           MOVE WS-SS-TAB-LOCATION(I) TO WS-SS-DISP-LOCATION
           IF WS-SS-DISP-LOCATION = SPACES
               MOVE "(any)" TO WS-SS-DISP-LOCATION
           END-IF
           MOVE WS-SS-TAB-COMPANY(I) TO WS-SS-DISP-COMPANY
           IF WS-SS-DISP-COMPANY = SPACES
               MOVE "(any)" TO WS-SS-DISP-COMPANY
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "   Keyword: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SS-DISP-KEYWORD) DELIMITED BY SIZE
                  "  Location: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SS-DISP-LOCATION) DELIMITED BY SIZE
                  "  Company: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SS-DISP-COMPANY) DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       CREATE-SAVED-SEARCH.
           MOVE "Enter a keyword (title, company, or location), or press Enter for all jobs:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-KEYWORD

           MOVE "Enter a location filter, or press Enter for any location:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-FILTER-LOCATION

           MOVE "Enter a company filter, or press Enter for any company:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-FILTER-COMPANY

           PERFORM OFFER-SAVE-SEARCH.

       SELECT-SAVED-SEARCH.
           MOVE 0 TO WS-SS-CHOICE
           IF WS-SS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the number of the saved search:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SS-INPUT
           IF FUNCTION TRIM(WS-SS-INPUT) IS NOT NUMERIC
               MOVE "non-numeric saved search choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SS-INPUT) TO WS-SS-CHOICE
           IF WS-SS-CHOICE < 1 OR WS-SS-CHOICE > WS-SS-COUNT
               MOVE 0 TO WS-SS-CHOICE
               MOVE "saved search choice out of range" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SS-TAB-NAME(WS-SS-CHOICE) TO WS-SS-NAME.

       RUN-SAVED-SEARCH.
           MOVE WS-SS-TAB-KEYWORD(WS-SS-CHOICE) TO JOB-LNK-KEYWORD
           MOVE WS-SS-TAB-LOCATION(WS-SS-CHOICE) TO JOB-LNK-FILTER-LOCATION
           MOVE WS-SS-TAB-COMPANY(WS-SS-CHOICE) TO JOB-LNK-FILTER-COMPANY
           MOVE 0 TO JOB-LNK-START-POS
           MOVE "N" TO WS-SEARCH-DONE
           PERFORM JOB-SEARCH-PAGE
               UNTIL WS-SEARCH-DONE = "Y" OR EOF-FLAG = "Y".

       RENAME-SAVED-SEARCH.
           MOVE "Enter the new name for this saved search:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SS-NEW-NAME
           IF WS-SS-NEW-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SAVED-SEARCH-NAME
           IF WS-SS-DUP = "Y"
               MOVE "duplicate saved search name" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "You already have a saved search with that name."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-SS-ACTION
           PERFORM REWRITE-SAVED-SEARCHES
           MOVE SPACES TO WS-OUT-LINE
           STRING "Saved search renamed to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SS-NEW-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       REWRITE-SAVED-SEARCHES.
           MOVE "N" TO WS-SS-CHANGED
           MOVE "N" TO SS-EOF
           OPEN INPUT SAVED-SEARCH-FILE
           IF SS-FS NOT = "00"
               CLOSE SAVED-SEARCH-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAVED-SEARCH-TEMP

           PERFORM UNTIL SS-EOF = "Y"
               READ SAVED-SEARCH-FILE
                   AT END
                       MOVE "Y" TO SS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(SS-USERNAME) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND SS-NAME = WS-SS-NAME
                           MOVE "Y" TO WS-SS-CHANGED
                           IF WS-SS-ACTION = "R"
                               MOVE WS-SS-NEW-NAME TO SS-NAME
                               MOVE SAVED-SEARCH-RECORD
                                   TO SAVED-SEARCH-TEMP-RECORD
                               WRITE SAVED-SEARCH-TEMP-RECORD
                           END-IF
                       ELSE
                           MOVE SAVED-SEARCH-RECORD
                               TO SAVED-SEARCH-TEMP-RECORD
                           WRITE SAVED-SEARCH-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SAVED-SEARCH-FILE
           CLOSE SAVED-SEARCH-TEMP

           IF WS-SS-CHANGED = "Y"
               CALL 'SYSTEM' USING "mv SavedSearches.tmp SavedSearches.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f SavedSearches.tmp"
           END-IF.

       VIEW-JOB-DIGEST.
           MOVE 0 TO WS-DG-LATEST
           MOVE 0 TO WS-DG-COUNT
           MOVE "N" TO DG-EOF
           OPEN INPUT JOB-DIGEST-FILE
           IF DG-FS = "00"
               PERFORM UNTIL DG-EOF = "Y"
                   READ JOB-DIGEST-FILE
                       AT END
                           MOVE "Y" TO DG-EOF
                       NOT AT END
                           IF FUNCTION TRIM(DG-USERNAME) =
                               FUNCTION TRIM(WS-USERNAME)
                               AND DG-DATE IS NUMERIC
                               AND DG-DATE > WS-DG-LATEST
                               MOVE DG-DATE TO WS-DG-LATEST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOB-DIGEST-FILE

           IF WS-DG-LATEST = 0
               MOVE "You have no job digest yet." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "----- Job Digest for " DELIMITED BY SIZE
                  WS-DG-LATEST DELIMITED BY SIZE
                  " -----" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           MOVE "N" TO DG-EOF
           OPEN INPUT JOB-DIGEST-FILE
           PERFORM UNTIL DG-EOF = "Y"
               READ JOB-DIGEST-FILE
                   AT END
                       MOVE "Y" TO DG-EOF
                   NOT AT END
                       IF FUNCTION TRIM(DG-USERNAME) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND DG-DATE = WS-DG-LATEST
                           ADD 1 TO WS-DG-COUNT
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(DG-TITLE) DELIMITED BY SIZE
                                  " at " DELIMITED BY SIZE
                                  FUNCTION TRIM(DG-COMPANY) DELIMITED BY SIZE
                                  " (" DELIMITED BY SIZE
                                  FUNCTION TRIM(DG-LOCATION) DELIMITED BY SIZE
                                  ") Req #" DELIMITED BY SIZE
                                  DG-REQ-NUM DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "  Matched saved search: " DELIMITED BY SIZE
                                  FUNCTION TRIM(DG-SEARCH-NAME)
                                      DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-DIGEST-FILE.

       JOB-SEARCH-PAGE.
           MOVE "SJ" TO JOB-LNK-OPERATION

           CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
               JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
               JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL

           IF JOB-LNK-MATCH-COUNT = 0
               MOVE "No jobs matched your search." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "Y" TO WS-SEARCH-DONE
           ELSE
               COMPUTE WS-SHOW-FROM = JOB-LNK-START-POS + 1
               COMPUTE WS-SHOW-TO = JOB-LNK-START-POS + JOB-LNK-MATCH-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "Showing matches " DELIMITED BY SIZE
                      WS-SHOW-FROM DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      WS-SHOW-TO DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      JOB-LNK-TOTAL-COUNT DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-LNK-MATCH-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING I DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          FUNCTION TRIM(JOB-LNK-MATCH-TITLE(I)) DELIMITED BY SIZE
                          " at " DELIMITED BY SIZE
                          FUNCTION TRIM(JOB-LNK-MATCH-COMPANY(I)) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(JOB-LNK-MATCH-LOCATION(I)) DELIMITED BY SIZE
                          ") Req #" DELIMITED BY SIZE
                          JOB-LNK-MATCH-REQ-NUM(I) DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
                   PERFORM DISPLAY-LINE
                   IF JOB-LNK-MATCH-POSTED-DATE(I) IS NUMERIC
                       AND JOB-LNK-MATCH-POSTED-DATE(I) NOT = 0
                       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                       COMPUTE WS-JOB-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                           - FUNCTION INTEGER-OF-DATE(JOB-LNK-MATCH-POSTED-DATE(I))
                       MOVE WS-JOB-AGE-DAYS TO WS-JOB-AGE-DISP
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  Posted " DELIMITED BY SIZE
                              WS-JOB-AGE-DISP DELIMITED BY SIZE
                              " day(s) ago" DELIMITED BY SIZE
                              INTO WS-OUT-LINE
                       END-STRING
                       PERFORM DISPLAY-LINE
                   END-IF
                   IF FUNCTION TRIM(JOB-LNK-MATCH-DESCRIPTION(I)) NOT = SPACES
                       MOVE FUNCTION TRIM(JOB-LNK-MATCH-DESCRIPTION(I)) TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
                   MOVE I TO WS-GAP-IDX
                   PERFORM SHOW-SKILL-GAP
               END-PERFORM
               PERFORM APPLY-TO-JOB
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF WS-SHOW-TO < JOB-LNK-TOTAL-COUNT
                   MOVE "Enter N for the next page of matches, or press Enter to finish:"
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   PERFORM READ-INPUT
                   IF EOF-FLAG = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "N"
                       ADD JOB-LNK-MATCH-COUNT TO JOB-LNK-START-POS
                   ELSE
                       MOVE "Y" TO WS-SEARCH-DONE
                   END-IF
               ELSE
                   MOVE "Y" TO WS-SEARCH-DONE
               END-IF
           END-IF.

       APPLY-TO-JOB.
           MOVE "(Enter R and a job number to request a referral, or S to save this search.)"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter the number of a job to apply to, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPLY-INPUT

           IF WS-APPLY-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-APPLY-INPUT(1:1)) = "S"
               AND WS-APPLY-INPUT(2:3) = SPACES
               PERFORM OFFER-SAVE-SEARCH
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-APPLY-REFERRAL
           IF FUNCTION UPPER-CASE(WS-APPLY-INPUT(1:1)) = "R"
               MOVE "Y" TO WS-APPLY-REFERRAL
               MOVE FUNCTION TRIM(WS-APPLY-INPUT(2:3)) TO WS-REF-INPUT
               MOVE WS-REF-INPUT TO WS-APPLY-INPUT
           END-IF

           IF FUNCTION TRIM(WS-APPLY-INPUT) IS NOT NUMERIC
               MOVE "non-numeric job application choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-APPLY-INPUT) TO WS-APPLY-CHOICE

           IF WS-APPLY-CHOICE < 1 OR WS-APPLY-CHOICE > JOB-LNK-MATCH-COUNT
               MOVE "job application choice out of range" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-APPLY-REFERRAL = "Y"
               PERFORM REQUEST-REFERRAL
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-APPLIED

           IF WS-APPLY-DUP = "Y"
               MOVE "You have already applied to this job." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APPLY-CHOICE TO WS-GAP-IDX
           PERFORM SHOW-SKILL-GAP

           MOVE "Enter a short note for the recruiter (optional):" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPLY-NOTE

           MOVE JOB-LNK-MATCH-REQ-NUM(WS-APPLY-CHOICE) TO WS-SQ-REQ
           PERFORM LOAD-SCREENING-QUESTIONS
           PERFORM ASK-SCREENING-QUESTIONS
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND APPLICATIONS-FILE
           MOVE FUNCTION TRIM(WS-USERNAME) TO APP-USERNAME
           MOVE JOB-LNK-MATCH-TITLE(WS-APPLY-CHOICE) TO APP-JOB-TITLE
           MOVE JOB-LNK-MATCH-COMPANY(WS-APPLY-CHOICE) TO APP-COMPANY
           MOVE JOB-LNK-MATCH-POSTED-BY(WS-APPLY-CHOICE) TO APP-POSTED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO APP-DATE
           MOVE WS-APPLY-NOTE TO APP-NOTE
           IF WS-SQ-RESULT = "K"
               MOVE "Rejected" TO APP-STATUS
           ELSE
               MOVE "Applied" TO APP-STATUS
           END-IF
           MOVE JOB-LNK-MATCH-REQ-NUM(WS-APPLY-CHOICE) TO APP-REQ-NUM
           MOVE WS-SQ-ANSWERS TO APP-SCREEN-ANSWERS
           MOVE WS-SQ-RESULT TO APP-SCREEN-RESULT
           WRITE APPLICATIONS-RECORD
           CLOSE APPLICATIONS-FILE

           IF WS-SQ-RESULT = "K"
               MOVE FUNCTION TRIM(WS-USERNAME) TO WS-APPL-ACT-USER
               MOVE JOB-LNK-MATCH-TITLE(WS-APPLY-CHOICE) TO WS-APPL-ACT-TITLE
               MOVE JOB-LNK-MATCH-COMPANY(WS-APPLY-CHOICE)
                   TO WS-APPL-ACT-COMPANY
               MOVE "Rejected" TO WS-APPL-NEW-STATUS
               PERFORM SEND-STATUS-NOTIFICATION
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "Application submitted for " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-MATCH-TITLE(WS-APPLY-CHOICE))
                   DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-MATCH-COMPANY(WS-APPLY-CHOICE))
                   DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       REQUEST-REFERRAL.
           MOVE JOB-LNK-MATCH-COMPANY(WS-APPLY-CHOICE) TO WS-REF-COMPANY
           MOVE JOB-LNK-MATCH-TITLE(WS-APPLY-CHOICE) TO WS-REF-TITLE
           MOVE JOB-LNK-MATCH-REQ-NUM(WS-APPLY-CHOICE) TO WS-REF-REQ
           PERFORM FIND-REFERRAL-CONTACTS

           IF WS-REF-COUNT = 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "None of your connections work at " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REF-COMPANY) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "Connections at " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REF-COMPANY) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               MOVE WS-REF-IDX TO WS-REF-NUM-DISP
               MOVE SPACES TO WS-OUT-LINE
               IF WS-REF-TAB-WHY(WS-REF-IDX) = "R"
                   STRING FUNCTION TRIM(WS-REF-NUM-DISP) DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REF-TAB-NAME(WS-REF-IDX))
                              DELIMITED BY SIZE
                          " (recruiter)" DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-REF-NUM-DISP) DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REF-TAB-NAME(WS-REF-IDX))
                              DELIMITED BY SIZE
                          " (works there)" DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               END-IF
               PERFORM DISPLAY-LINE
           END-PERFORM

           MOVE "Enter the number of the connection to ask, or press Enter to cancel:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-INPUT
           IF WS-REF-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-REF-INPUT) IS NOT NUMERIC
               MOVE "non-numeric referral contact choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-REF-INPUT) TO WS-REF-CHOICE
           IF WS-REF-CHOICE < 1 OR WS-REF-CHOICE > WS-REF-COUNT
               MOVE "referral contact choice out of range" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-TAB-USER(WS-REF-CHOICE) TO WS-REF-OTHER

           MOVE "N" TO WS-REF-DUP
           MOVE "N" TO RF-EOF
           OPEN INPUT REFERRAL-FILE
           PERFORM UNTIL RF-EOF = "Y" OR WS-REF-DUP = "Y"
               READ REFERRAL-FILE
                   AT END
                       MOVE "Y" TO RF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RF-STUDENT) = FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(RF-REFERRER) =
                               FUNCTION TRIM(WS-REF-OTHER)
                           AND RF-REQ-NUM = WS-REF-REQ
                           AND RF-STATUS NOT = "D"
                           MOVE "Y" TO WS-REF-DUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRAL-FILE
           IF WS-REF-DUP = "Y"
               MOVE "You have already asked this connection about this job."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND REFERRAL-FILE
           MOVE SPACES TO REFERRAL-RECORD
           MOVE FUNCTION TRIM(WS-USERNAME) TO RF-STUDENT
           MOVE WS-REF-OTHER TO RF-REFERRER
           MOVE WS-REF-REQ TO RF-REQ-NUM
           MOVE WS-REF-TITLE TO RF-JOB-TITLE
           MOVE WS-REF-COMPANY TO RF-COMPANY
           MOVE "P" TO RF-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO RF-REQ-DATE
           MOVE 0 TO RF-RESP-DATE
           WRITE REFERRAL-RECORD
           CLOSE REFERRAL-FILE

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE WS-REF-OTHER TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               " asked you for a referral: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REF-TITLE) DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Referral request sent to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REF-TAB-NAME(WS-REF-CHOICE))
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       FIND-REFERRAL-CONTACTS.
           MOVE 0 TO WS-REF-COUNT
           MOVE SPACES TO WS-REF-TABLE
           MOVE "N" TO CONN-EOF
           OPEN INPUT CONNECTIONS-FILE
           PERFORM UNTIL CONN-EOF = "Y"
               READ CONNECTIONS-FILE
                   AT END
                       MOVE "Y" TO CONN-EOF
                   NOT AT END
                       IF WS-REF-COUNT < 20
                           IF FUNCTION TRIM(CONN-USER-ONE) =
                               FUNCTION TRIM(WS-USERNAME)
                               ADD 1 TO WS-REF-COUNT
                               MOVE CONN-USER-TWO
                                   TO WS-REF-TAB-USER(WS-REF-COUNT)
                               STRING FUNCTION TRIM(CONN-USER-TWO-FIRST)
                                          DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      FUNCTION TRIM(CONN-USER-TWO-LAST)
                                          DELIMITED BY SIZE
                                      INTO WS-REF-TAB-NAME(WS-REF-COUNT)
                               END-STRING
                           ELSE
                               IF FUNCTION TRIM(CONN-USER-TWO) =
                                   FUNCTION TRIM(WS-USERNAME)
                                   ADD 1 TO WS-REF-COUNT
                                   MOVE CONN-USER-ONE
                                       TO WS-REF-TAB-USER(WS-REF-COUNT)
                                   STRING FUNCTION TRIM(CONN-USER-ONE-FIRST)
                                              DELIMITED BY SIZE
                                          " " DELIMITED BY SIZE
                                          FUNCTION TRIM(CONN-USER-ONE-LAST)
                                              DELIMITED BY SIZE
                                          INTO WS-REF-TAB-NAME(WS-REF-COUNT)
                                   END-STRING
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE

           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               PERFORM CHECK-REFERRAL-CONTACT
           END-PERFORM

           MOVE 0 TO WS-REF-KEPT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-TAB-WHY(WS-REF-IDX) NOT = SPACE
                   ADD 1 TO WS-REF-KEPT
                   MOVE WS-REF-ENTRY(WS-REF-IDX) TO WS-REF-ENTRY(WS-REF-KEPT)
               END-IF
           END-PERFORM
           MOVE WS-REF-KEPT TO WS-REF-COUNT.

       CHECK-REFERRAL-CONTACT.
           MOVE SPACE TO WS-REF-TAB-WHY(WS-REF-IDX)
           MOVE WS-REF-TAB-USER(WS-REF-IDX) TO WS-IDX-FETCH-USER
           PERFORM FETCH-PROFILE-KEYED
           IF PROFILE-FOUND = "Y"
               PERFORM VARYING WS-REF-EXP-IDX FROM 1 BY 1
                   UNTIL WS-REF-EXP-IDX > PR-EXP-COUNT
                   OR WS-REF-TAB-WHY(WS-REF-IDX) NOT = SPACE
                   IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(PR-EXP-COMPANY(WS-REF-EXP-IDX)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-COMPANY))
                       MOVE "W" TO WS-REF-TAB-WHY(WS-REF-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REF-TAB-WHY(WS-REF-IDX) NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REF-TAB-USER(WS-REF-IDX) TO WS-AFF-LOOKUP-USER
           PERFORM LOOKUP-AFFILIATION
           IF WS-AFF-FOUND = "Y" AND WS-AFF-APPROVED = "Y"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AFF-EMPLOYER))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-COMPANY))
               MOVE "R" TO WS-REF-TAB-WHY(WS-REF-IDX)
           END-IF.

       REFERRAL-REQUESTS.
           MOVE "----- Referral Requests -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Requests awaiting your response:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE 0 TO WS-REF-COUNT
           MOVE "N" TO RF-EOF
           OPEN INPUT REFERRAL-FILE
           PERFORM UNTIL RF-EOF = "Y"
               READ REFERRAL-FILE
                   AT END
                       MOVE "Y" TO RF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RF-REFERRER) = FUNCTION TRIM(WS-USERNAME)
                           AND RF-STATUS = "P" AND WS-REF-COUNT < 20
                           ADD 1 TO WS-REF-COUNT
                           MOVE RF-STUDENT TO WS-REF-PEND-STUDENT(WS-REF-COUNT)
                           MOVE RF-REQ-NUM TO WS-REF-PEND-REQ(WS-REF-COUNT)
                           MOVE RF-JOB-TITLE TO WS-REF-PEND-TITLE(WS-REF-COUNT)
                           MOVE RF-COMPANY TO WS-REF-PEND-COMPANY(WS-REF-COUNT)
                           MOVE WS-REF-COUNT TO WS-REF-NUM-DISP
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(WS-REF-NUM-DISP) DELIMITED BY SIZE
                                  ". " DELIMITED BY SIZE
                                  FUNCTION TRIM(RF-STUDENT) DELIMITED BY SIZE
                                  " - " DELIMITED BY SIZE
                                  FUNCTION TRIM(RF-JOB-TITLE) DELIMITED BY SIZE
                                  " at " DELIMITED BY SIZE
                                  FUNCTION TRIM(RF-COMPANY) DELIMITED BY SIZE
                                  " (Req #" DELIMITED BY SIZE
                                  RF-REQ-NUM DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRAL-FILE
           IF WS-REF-COUNT = 0
               MOVE "  (none)" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "Your referral requests:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO WS-REF-ANY
           MOVE "N" TO RF-EOF
           OPEN INPUT REFERRAL-FILE
           PERFORM UNTIL RF-EOF = "Y"
               READ REFERRAL-FILE
                   AT END
                       MOVE "Y" TO RF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RF-STUDENT) = FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO WS-REF-ANY
                           EVALUATE RF-STATUS
                               WHEN "A"
                                   MOVE "Accepted" TO WS-REF-STATUS-DISP
                               WHEN "D"
                                   MOVE "Declined" TO WS-REF-STATUS-DISP
                               WHEN OTHER
                                   MOVE "Pending" TO WS-REF-STATUS-DISP
                           END-EVALUATE
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "  " DELIMITED BY SIZE
                                  FUNCTION TRIM(RF-JOB-TITLE) DELIMITED BY SIZE
                                  " at " DELIMITED BY SIZE
                                  FUNCTION TRIM(RF-COMPANY) DELIMITED BY SIZE
                                  " - asked " DELIMITED BY SIZE
                                  FUNCTION TRIM(RF-REFERRER) DELIMITED BY SIZE
                                  " [" DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-REF-STATUS-DISP)
                                      DELIMITED BY SIZE
                                  "]" DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRAL-FILE
           IF WS-REF-ANY = "N"
               MOVE "  (none)" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           IF WS-REF-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of a request to answer, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-INPUT
           IF WS-REF-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-REF-INPUT) IS NOT NUMERIC
               MOVE "non-numeric referral request choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-REF-INPUT) TO WS-REF-CHOICE
           IF WS-REF-CHOICE < 1 OR WS-REF-CHOICE > WS-REF-COUNT
               MOVE "referral request choice out of range" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "1. Accept with an endorsement note" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Decline" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REF-NOTE
           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   MOVE "A" TO WS-REF-DECISION
                   MOVE "Enter a short endorsement note for the recruiter:"
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   PERFORM READ-INPUT
                   IF EOF-FLAG = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-NOTE
               WHEN "2"
                   MOVE "D" TO WS-REF-DECISION
               WHEN OTHER
                   MOVE "unrecognized referral response choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM REWRITE-REFERRAL-RESPONSE
           IF WS-REF-UPDATED = "N"
               MOVE "That referral request is no longer pending." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE WS-REF-PEND-STUDENT(WS-REF-CHOICE) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           IF WS-REF-DECISION = "A"
               STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " referred you for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REF-PEND-TITLE(WS-REF-CHOICE))
                       DELIMITED BY SIZE
                   INTO NOTIF-TEXT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " declined your referral request for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REF-PEND-TITLE(WS-REF-CHOICE))
                       DELIMITED BY SIZE
                   INTO NOTIF-TEXT
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           IF WS-REF-DECISION = "A"
               MOVE "Referral accepted; the recruiter will see your note."
                   TO WS-OUT-LINE
           ELSE
               MOVE "Referral request declined." TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE.

       REWRITE-REFERRAL-RESPONSE.
           MOVE "N" TO WS-REF-UPDATED
           MOVE "N" TO RF-EOF
           OPEN INPUT REFERRAL-FILE
           OPEN OUTPUT REFERRAL-TEMP
           PERFORM UNTIL RF-EOF = "Y"
               READ REFERRAL-FILE
                   AT END
                       MOVE "Y" TO RF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RF-REFERRER) = FUNCTION TRIM(WS-USERNAME)
                           AND RF-STUDENT = WS-REF-PEND-STUDENT(WS-REF-CHOICE)
                           AND RF-REQ-NUM = WS-REF-PEND-REQ(WS-REF-CHOICE)
                           AND RF-STATUS = "P"
                           AND WS-REF-UPDATED = "N"
                           MOVE WS-REF-DECISION TO RF-STATUS
                           MOVE WS-REF-NOTE TO RF-NOTE
                           MOVE FUNCTION CURRENT-DATE(1:8) TO RF-RESP-DATE
                           MOVE "Y" TO WS-REF-UPDATED
                       END-IF
                       MOVE REFERRAL-RECORD TO REFERRAL-TEMP-RECORD
                       WRITE REFERRAL-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE REFERRAL-FILE
           CLOSE REFERRAL-TEMP

           IF WS-REF-UPDATED = "Y"
               CALL 'SYSTEM' USING "mv Referrals.tmp Referrals.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f Referrals.tmp"
           END-IF.

       DISPLAY-APPLICANT-REFERRAL.
           MOVE "N" TO RF-EOF
           OPEN INPUT REFERRAL-FILE
           IF RF-FS NOT = "00"
               CLOSE REFERRAL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RF-EOF = "Y"
               READ REFERRAL-FILE
                   AT END
                       MOVE "Y" TO RF-EOF
                   NOT AT END
                       IF RF-STUDENT = APP-USERNAME
                           AND RF-REQ-NUM = APP-REQ-NUM
                           AND RF-STATUS = "A"
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "  Referred by " DELIMITED BY SIZE
                                  FUNCTION TRIM(RF-REFERRER) DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  FUNCTION TRIM(RF-NOTE) DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRAL-FILE.

       LOAD-SCREENING-QUESTIONS.
           MOVE 0 TO WS-SQ-COUNT
           MOVE SPACES TO WS-SQ-TABLE
           MOVE "N" TO SQ-EOF
           OPEN INPUT SCREENING-FILE
           IF SQ-FS = "00"
               PERFORM UNTIL SQ-EOF = "Y"
                   READ SCREENING-FILE
                       AT END
                           MOVE "Y" TO SQ-EOF
                       NOT AT END
                           IF SQ-REQ-NUM = WS-SQ-REQ AND WS-SQ-COUNT < 5
                               ADD 1 TO WS-SQ-COUNT
                               MOVE SQ-TEXT TO WS-SQ-TAB-TEXT(WS-SQ-COUNT)
                               MOVE SQ-KNOCKOUT
                                   TO WS-SQ-TAB-KNOCKOUT(WS-SQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SCREENING-FILE.

       ASK-SCREENING-QUESTIONS.
           MOVE SPACES TO WS-SQ-ANSWERS
           MOVE SPACE TO WS-SQ-RESULT
           IF WS-SQ-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO WS-SQ-RESULT
           MOVE "The recruiter asks the following screening questions." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > WS-SQ-COUNT OR EOF-FLAG = "Y"
               MOVE SPACES TO WS-OUT-LINE
               STRING "Question " DELIMITED BY SIZE
                      WS-SQ-IDX DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SQ-TAB-TEXT(WS-SQ-IDX))
                          DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               MOVE "N" TO WS-SQ-VALID
               PERFORM READ-SCREENING-ANSWER
                   UNTIL WS-SQ-VALID = "Y" OR EOF-FLAG = "Y"
               IF WS-SQ-VALID = "Y"
                   MOVE WS-SQ-ANSWER TO WS-SQ-ANSWERS(WS-SQ-IDX:1)
                   IF WS-SQ-ANSWER = WS-SQ-TAB-KNOCKOUT(WS-SQ-IDX)
                       MOVE "K" TO WS-SQ-RESULT
                   END-IF
               END-IF
           END-PERFORM.

       READ-SCREENING-ANSWER.
           MOVE "Answer Y or N:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-SQ-ANSWER
           IF WS-SQ-ANSWER = "Y" OR WS-SQ-ANSWER = "N"
               MOVE "Y" TO WS-SQ-VALID
           ELSE
               MOVE "invalid screening question answer" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       READ-SCREENING-QUESTIONS.
           MOVE 0 TO WS-SQ-COUNT
           MOVE SPACES TO WS-SQ-TABLE
           MOVE "Enter up to 5 yes/no screening questions, one per line (blank line when done):"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE "N" TO WS-SQ-DONE
           PERFORM UNTIL WS-SQ-COUNT >= 5 OR WS-SQ-DONE = "Y"
               OR EOF-FLAG = "Y"
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y" OR FUNCTION TRIM(INPUT-RECORD) = SPACES
                   MOVE "Y" TO WS-SQ-DONE
               ELSE
                   ADD 1 TO WS-SQ-COUNT
                   MOVE FUNCTION TRIM(INPUT-RECORD)
                       TO WS-SQ-TAB-TEXT(WS-SQ-COUNT)
                   MOVE "Which answer disqualifies a candidate? (Y/N)"
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE "N" TO WS-SQ-VALID
                   PERFORM READ-SCREENING-ANSWER
                       UNTIL WS-SQ-VALID = "Y" OR EOF-FLAG = "Y"
                   MOVE WS-SQ-ANSWER TO WS-SQ-TAB-KNOCKOUT(WS-SQ-COUNT)
                   IF WS-SQ-COUNT < 5 AND EOF-FLAG NOT = "Y"
                       MOVE "Enter the next question, or press Enter to finish:"
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               END-IF
           END-PERFORM.

       SAVE-SCREENING-QUESTIONS.
           MOVE "N" TO SQ-EOF
           OPEN INPUT SCREENING-FILE
           OPEN OUTPUT SCREENING-TEMP
           IF SQ-FS = "00"
               PERFORM UNTIL SQ-EOF = "Y"
                   READ SCREENING-FILE
                       AT END
                           MOVE "Y" TO SQ-EOF
                       NOT AT END
                           IF SQ-REQ-NUM NOT = WS-SQ-REQ
                               MOVE SCREENING-RECORD TO SCREENING-TEMP-RECORD
                               WRITE SCREENING-TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SCREENING-FILE

           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > WS-SQ-COUNT
               MOVE WS-SQ-REQ TO SQ-REQ-NUM
               MOVE WS-SQ-IDX TO SQ-SEQ
               MOVE WS-SQ-TAB-TEXT(WS-SQ-IDX) TO SQ-TEXT
               MOVE WS-SQ-TAB-KNOCKOUT(WS-SQ-IDX) TO SQ-KNOCKOUT
               MOVE SCREENING-RECORD TO SCREENING-TEMP-RECORD
               WRITE SCREENING-TEMP-RECORD
           END-PERFORM
           CLOSE SCREENING-TEMP
           CALL 'SYSTEM' USING "mv ScreeningQuestions.tmp ScreeningQuestions.dat".

       SHOW-SKILL-GAP.
           IF JOB-LNK-MATCH-REQ-SKILLS(WS-GAP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-SKILL-CATALOG
           MOVE "  Required skills:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM VARYING WS-GAP-SKILL-IDX FROM 1 BY 1
               UNTIL WS-GAP-SKILL-IDX > 5
               IF JOB-LNK-MATCH-REQ-SKILL(WS-GAP-IDX, WS-GAP-SKILL-IDX)
                   NOT = SPACES
                   MOVE JOB-LNK-MATCH-REQ-SKILL(WS-GAP-IDX, WS-GAP-SKILL-IDX)
                       TO WS-GAP-SKILL
                   PERFORM CHECK-SKILL-HELD
                   PERFORM DISPLAY-SKILL-GAP-LINE
               END-IF
           END-PERFORM.

       CHECK-SKILL-HELD.
           MOVE "N" TO WS-GAP-HELD
           MOVE "N" TO LP-EOF
           CLOSE LEARNING-FILE
           OPEN INPUT LEARNING-FILE
           PERFORM UNTIL LP-EOF = "Y" OR WS-GAP-HELD = "Y"
               READ LEARNING-FILE
                   AT END
                       MOVE "Y" TO LP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LP-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                           AND LP-COMPLETED = "Y"
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(LP-SKILL-NAME)) =
                               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GAP-SKILL))
                           MOVE "Y" TO WS-GAP-HELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEARNING-FILE

           IF WS-GAP-HELD = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ENDO-EOF
           OPEN INPUT ENDORSEMENTS-FILE
           PERFORM UNTIL ENDO-EOF = "Y" OR WS-GAP-HELD = "Y"
               READ ENDORSEMENTS-FILE
                   AT END
                       MOVE "Y" TO ENDO-EOF
                   NOT AT END
                       IF FUNCTION TRIM(END-OWNER) = FUNCTION TRIM(WS-USERNAME)
                           AND END-TYPE = "S"
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(END-SKILL)) =
                               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GAP-SKILL))
                           MOVE "Y" TO WS-GAP-HELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE.

       DISPLAY-SKILL-GAP-LINE.
           MOVE SPACES TO WS-OUT-LINE
           IF WS-GAP-HELD = "Y"
               STRING "    [Have]    " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GAP-SKILL) DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GAP-COURSE
           PERFORM VARYING WS-SKILL-NUM FROM 1 BY 1
               UNTIL WS-SKILL-NUM > WS-SKILL-COUNT OR WS-GAP-COURSE > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-TAB-TITLE(WS-SKILL-NUM))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GAP-SKILL))
                   MOVE WS-SKILL-NUM TO WS-GAP-COURSE
               END-IF
           END-PERFORM

           IF WS-GAP-COURSE > 0
               MOVE WS-GAP-COURSE TO WS-SKILL-NUM-DISP
               STRING "    [Missing] " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GAP-SKILL) DELIMITED BY SIZE
                      " - see Learn a New Skill, option " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SKILL-NUM-DISP) DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING "    [Missing] " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GAP-SKILL) DELIMITED BY SIZE
                      " - no course offered yet" DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM DISPLAY-LINE.

       CHECK-ALREADY-APPLIED.
           MOVE "N" TO WS-APPLY-DUP
           MOVE "N" TO APPL-EOF
           OPEN INPUT APPLICATIONS-FILE

           PERFORM UNTIL APPL-EOF = "Y" OR WS-APPLY-DUP = "Y"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "Y" TO APPL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                           AND APP-REQ-NUM =
                               JOB-LNK-MATCH-REQ-NUM(WS-APPLY-CHOICE)
                           MOVE "Y" TO WS-APPLY-DUP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPLICATIONS-FILE.

       MY-POSTINGS.
           MOVE "----- My Postings -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE FUNCTION TRIM(WS-USERNAME) TO JOB-LNK-POSTED-BY
           MOVE 0 TO JOB-LNK-START-POS
           MOVE "N" TO WS-POST-DONE

           PERFORM MY-POSTINGS-PAGE
               UNTIL WS-POST-DONE = "Y" OR EOF-FLAG = "Y".

       MY-POSTINGS-PAGE.
           MOVE "MP" TO JOB-LNK-OPERATION

           CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
               JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
               JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL

           IF JOB-LNK-MATCH-COUNT = 0
               MOVE "You have no postings." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "Y" TO WS-POST-DONE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SHOW-FROM = JOB-LNK-START-POS + 1
           COMPUTE WS-SHOW-TO = JOB-LNK-START-POS + JOB-LNK-MATCH-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING "Showing postings " DELIMITED BY SIZE
                  WS-SHOW-FROM DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-SHOW-TO DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  JOB-LNK-TOTAL-COUNT DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-LNK-MATCH-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING I DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-LNK-MATCH-TITLE(I)) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-LNK-MATCH-COMPANY(I)) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-LNK-MATCH-LOCATION(I)) DELIMITED BY SIZE
                      ") Req #" DELIMITED BY SIZE
                      JOB-LNK-MATCH-REQ-NUM(I) DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               MOVE JOB-LNK-MATCH-REQ-NUM(I) TO WS-JRV-REQ-NUM
               PERFORM DISPLAY-POSTING-REVIEW-STATUS
           END-PERFORM

           IF WS-SHOW-TO < JOB-LNK-TOTAL-COUNT
               MOVE "Enter the number of a posting to manage, N for the next page, or press Enter to go back:"
                   TO WS-OUT-LINE
           ELSE
               MOVE "Enter the number of a posting to manage, or press Enter to go back:"
                   TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-POST-INPUT

           IF WS-POST-INPUT = SPACES
               MOVE "Y" TO WS-POST-DONE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-POST-INPUT(1:1)) = "N"
               IF WS-SHOW-TO < JOB-LNK-TOTAL-COUNT
                   ADD JOB-LNK-MATCH-COUNT TO JOB-LNK-START-POS
               ELSE
                   MOVE "You are on the last page of your postings."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-POST-INPUT) IS NOT NUMERIC
               MOVE "non-numeric posting choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-POST-INPUT) TO WS-POST-CHOICE

           IF WS-POST-CHOICE < 1 OR WS-POST-CHOICE > JOB-LNK-MATCH-COUNT
               MOVE "posting choice out of range" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "1. Edit this posting" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Take this posting down" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Go Back" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:1) TO MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM EDIT-MY-POSTING
                   MOVE "Y" TO WS-POST-DONE
               WHEN "2"
                   PERFORM REMOVE-MY-POSTING
                   MOVE "Y" TO WS-POST-DONE
               WHEN "3"
                   MOVE "Y" TO WS-POST-DONE
               WHEN OTHER
                   MOVE "unrecognized my-postings choice" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       DISPLAY-POSTING-REVIEW-STATUS.
           PERFORM FIND-JOB-REVIEW
           IF WS-JR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           EVALUATE WS-JRV-STATUS
               WHEN "P"
                   MOVE "   Awaiting administrator review - not visible to students"
                       TO WS-OUT-LINE
               WHEN "R"
                   STRING "   Rejected: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JRV-REASON) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
           END-EVALUATE
           IF WS-OUT-LINE NOT = SPACES
               PERFORM DISPLAY-LINE
           END-IF.

       EDIT-MY-POSTING.
           MOVE JOB-LNK-MATCH-TITLE(WS-POST-CHOICE) TO WS-POST-OLD-TITLE
           MOVE JOB-LNK-MATCH-TITLE(WS-POST-CHOICE) TO JOB-LNK-TITLE
           MOVE JOB-LNK-MATCH-COMPANY(WS-POST-CHOICE) TO JOB-LNK-COMPANY
           MOVE JOB-LNK-MATCH-LOCATION(WS-POST-CHOICE) TO JOB-LNK-LOCATION
           MOVE JOB-LNK-MATCH-DESCRIPTION(WS-POST-CHOICE)
               TO JOB-LNK-DESCRIPTION
           MOVE JOB-LNK-MATCH-POSTED-DATE(WS-POST-CHOICE)
               TO JOB-LNK-POSTED-DATE
           MOVE JOB-LNK-MATCH-REQ-NUM(WS-POST-CHOICE) TO JOB-LNK-REQ-NUM
           MOVE JOB-LNK-MATCH-REQ-SKILLS(WS-POST-CHOICE) TO JOB-LNK-REQ-SKILLS

           MOVE "Enter new title, or press Enter to keep the current one:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-TITLE
           END-IF

           MOVE "Enter new location, or press Enter to keep the current one:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-LOCATION
           END-IF

           MOVE "Enter new description, or press Enter to keep the current one:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-DESCRIPTION
           END-IF

           MOVE "Replace the required skills list? (Y/N)" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               PERFORM READ-REQUIRED-SKILLS
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "Replace the screening questions? (Y/N)" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SQ-REPLACE
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               PERFORM READ-SCREENING-QUESTIONS
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-SQ-REPLACE
           END-IF

           MOVE FUNCTION TRIM(WS-USERNAME) TO JOB-LNK-POSTED-BY
           MOVE WS-POST-OLD-TITLE TO JOB-LNK-KEYWORD
           MOVE "EJ" TO JOB-LNK-OPERATION

           CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
               JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
               JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL

           IF JOB-LNK-RETURN-CODE = "Y" AND WS-SQ-REPLACE = "Y"
               MOVE JOB-LNK-REQ-NUM TO WS-SQ-REQ
               PERFORM SAVE-SCREENING-QUESTIONS
           END-IF

           IF JOB-LNK-RETURN-CODE = "Y"
               MOVE "Posting updated." TO WS-OUT-LINE
           ELSE
               MOVE "Unable to update that posting." TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE

           IF JOB-LNK-RETURN-CODE = "Y"
               MOVE JOB-LNK-REQ-NUM TO WS-JRV-REQ-NUM
               PERFORM FIND-JOB-REVIEW
               IF WS-JR-FOUND = "N"
                   MOVE JOB-LNK-POSTED-DATE TO WS-JRV-APPROVED
               END-IF
               PERFORM SUBMIT-POSTING-REVIEW
               MOVE "The changes must be approved by an administrator; the posting is hidden from students until then."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       REMOVE-MY-POSTING.
           MOVE FUNCTION TRIM(WS-USERNAME) TO JOB-LNK-POSTED-BY
           MOVE JOB-LNK-MATCH-TITLE(WS-POST-CHOICE) TO JOB-LNK-KEYWORD
           MOVE JOB-LNK-MATCH-REQ-NUM(WS-POST-CHOICE) TO JOB-LNK-REQ-NUM
           MOVE "XJ" TO JOB-LNK-OPERATION

           CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
               JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
               JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL

           IF JOB-LNK-RETURN-CODE = "Y"
               MOVE "Jobs.dat" TO WS-SHRINK-FILE
               MOVE 1 TO WS-SHRINK-COUNT
               PERFORM RECORD-EXPECTED-SHRINK
               MOVE JOB-LNK-REQ-NUM TO WS-JRV-REQ-NUM
               PERFORM DROP-JOB-REVIEW
               MOVE "Posting taken down." TO WS-OUT-LINE
           ELSE
               MOVE "Unable to take down that posting." TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE.

       VIEW-MY-APPLICANTS.
           MOVE "----- Applicants For My Postings -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO APPL-FOUND
           MOVE "N" TO APPL-EOF

           OPEN INPUT APPLICATIONS-FILE

           PERFORM UNTIL APPL-EOF = "Y"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "Y" TO APPL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(APP-POSTED-BY) = FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO APPL-FOUND
                           MOVE APP-USERNAME TO WS-PVW-VIEWED
                           MOVE "APPLICANTS" TO WS-PVW-SOURCE
                           PERFORM RECORD-PROFILE-VIEW
                           PERFORM DERIVE-APPLICATION-STATUS
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(APP-USERNAME) DELIMITED BY SIZE
                                  " applied to " DELIMITED BY SIZE
                                  FUNCTION TRIM(APP-JOB-TITLE) DELIMITED BY SIZE
                                  " (Req #" DELIMITED BY SIZE
                                  APP-REQ-NUM DELIMITED BY SIZE
                                  ") at " DELIMITED BY SIZE
                                  FUNCTION TRIM(APP-COMPANY) DELIMITED BY SIZE
                                  " on " DELIMITED BY SIZE
                                  APP-DATE DELIMITED BY SIZE
                                  " [" DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-APPL-DISP-STATUS)
                                      DELIMITED BY SIZE
                                  "]" DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                           IF FUNCTION TRIM(APP-NOTE) NOT = SPACES
                               MOVE SPACES TO WS-OUT-LINE
                               STRING "  Note: " DELIMITED BY SIZE
                                   FUNCTION TRIM(APP-NOTE) DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                               PERFORM DISPLAY-LINE
                           END-IF
                           PERFORM DISPLAY-SCREENING-RESULT
                           PERFORM DISPLAY-APPLICANT-REFERRAL
                           PERFORM DISPLAY-THREAD-SUMMARY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPLICATIONS-FILE

           IF APPL-FOUND = "N"
               MOVE "No applications have been received for your postings."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           IF APPL-FOUND = "Y"
               PERFORM UPDATE-APPLICATION-STATUS
               IF EOF-FLAG NOT = "Y"
                   PERFORM PROPOSE-INTERVIEW
               END-IF
               IF EOF-FLAG NOT = "Y"
                   PERFORM OPEN-APPLICANT-THREAD
               END-IF
           END-IF.

       DISPLAY-SCREENING-RESULT.
           MOVE SPACES TO WS-OUT-LINE
           EVALUATE APP-SCREEN-RESULT
               WHEN "P"
                   STRING "  Screening: Passed (answers " DELIMITED BY SIZE
                          FUNCTION TRIM(APP-SCREEN-ANSWERS) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               WHEN "K"
                   STRING "  Screening: Knocked out (answers " DELIMITED BY SIZE
                          FUNCTION TRIM(APP-SCREEN-ANSWERS) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "  Screening: None" TO WS-OUT-LINE
           END-EVALUATE
           PERFORM DISPLAY-LINE.

       PROPOSE-INTERVIEW.
           MOVE "Enter the username of an applicant to invite to interview, or press Enter to skip:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTV-ACT-USER
           IF WS-INTV-ACT-USER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the requisition number or job title the interview is for:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTV-ACT-TITLE
           PERFORM FIND-APPLICANT-REQUISITION
           IF WS-INTV-ACT-REQ = 0
               AND FUNCTION TRIM(WS-INTV-ACT-TITLE) IS NUMERIC
               MOVE "No application from that user matches that requisition number."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-INTV-NEW-DATE
           PERFORM UNTIL WS-INTV-NEW-DATE > 0
               MOVE "Enter the interview date (YYYYMMDD):" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD(1:8) TO WS-INTV-DATE-IN
               IF WS-INTV-DATE-IN IS NUMERIC
                   MOVE WS-INTV-DATE-IN TO WS-INTV-NEW-DATE
               ELSE
                   MOVE "Invalid date. Please enter an 8 digit date (YYYYMMDD)."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE "Enter the interview location:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTV-LOCATION

           OPEN INPUT INTERVIEWS-FILE
           IF INTV-FS NOT = "00"
               OPEN OUTPUT INTERVIEWS-FILE
           END-IF
           CLOSE INTERVIEWS-FILE
           OPEN EXTEND INTERVIEWS-FILE
           MOVE WS-INTV-ACT-TITLE TO INT-JOB-TITLE
           MOVE FUNCTION TRIM(WS-USERNAME) TO INT-RECRUITER
           MOVE FUNCTION TRIM(WS-INTV-ACT-USER) TO INT-STUDENT
           MOVE WS-INTV-NEW-DATE TO INT-DATE
           MOVE WS-INTV-LOCATION TO INT-LOCATION
           MOVE "Proposed" TO INT-STATUS
           MOVE 0 TO INT-ALT-DATE
           MOVE WS-INTV-ACT-REQ TO INT-REQ-NUM
           WRITE INTERVIEWS-RECORD
           CLOSE INTERVIEWS-FILE

           MOVE SPACES TO WS-INTV-NOTE
           STRING "Interview offer for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INTV-ACT-TITLE) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-INTV-NEW-DATE DELIMITED BY SIZE
               " - see My Interviews." DELIMITED BY SIZE
               INTO WS-INTV-NOTE
           END-STRING
           PERFORM SEND-INTERVIEW-NOTIFICATION

           MOVE SPACES TO WS-OUT-LINE
           STRING "Interview proposed to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INTV-ACT-USER) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       FIND-APPLICANT-REQUISITION.
           MOVE 0 TO WS-INTV-ACT-REQ
           MOVE 0 TO WS-APPL-ACT-REQ
           IF FUNCTION TRIM(WS-INTV-ACT-TITLE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-INTV-ACT-TITLE) TO WS-APPL-ACT-REQ
           END-IF
           MOVE "N" TO APPL-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF APPL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL APPL-EOF = "Y" OR WS-INTV-ACT-REQ > 0
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "Y" TO APPL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(APP-POSTED-BY) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(APP-USERNAME) =
                               FUNCTION TRIM(WS-INTV-ACT-USER)
                           AND APP-REQ-NUM IS NUMERIC
                           AND APP-REQ-NUM > 0
                           AND ((WS-APPL-ACT-REQ > 0
                                 AND APP-REQ-NUM = WS-APPL-ACT-REQ)
                             OR (WS-APPL-ACT-REQ = 0
                                 AND FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(APP-JOB-TITLE))
                                 = FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(WS-INTV-ACT-TITLE))))
                           MOVE APP-REQ-NUM TO WS-INTV-ACT-REQ
                           MOVE APP-JOB-TITLE TO WS-INTV-ACT-TITLE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPLICATIONS-FILE.

       SEND-INTERVIEW-NOTIFICATION.
           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-INTV-ACT-USER) TO NOTIF-USERNAME
           MOVE WS-INTV-NOTE TO NOTIF-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "IV" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE.

       MY-INTERVIEWS.
           MOVE "----- My Interviews -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO WS-INTV-FOUND
           MOVE "N" TO INTV-EOF

           OPEN INPUT INTERVIEWS-FILE
           IF INTV-FS NOT = "00"
               CLOSE INTERVIEWS-FILE
               MOVE "You have no interviews scheduled." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL INTV-EOF = "Y"
               READ INTERVIEWS-FILE
                   AT END
                       MOVE "Y" TO INTV-EOF
                   NOT AT END
                       IF FUNCTION TRIM(INT-STUDENT) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO WS-INTV-FOUND
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(INT-JOB-TITLE)
                                      DELIMITED BY SIZE
                                  " (Req #" DELIMITED BY SIZE
                                  INT-REQ-NUM DELIMITED BY SIZE
                                  ") with " DELIMITED BY SIZE
                                  FUNCTION TRIM(INT-RECRUITER)
                                      DELIMITED BY SIZE
                                  " on " DELIMITED BY SIZE
                                  INT-DATE DELIMITED BY SIZE
                                  " at " DELIMITED BY SIZE
                                  FUNCTION TRIM(INT-LOCATION)
                                      DELIMITED BY SIZE
                                  " [" DELIMITED BY SIZE
                                  FUNCTION TRIM(INT-STATUS) DELIMITED BY SIZE
                                  "]" DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                           IF INT-ALT-DATE NOT = 0
                               MOVE SPACES TO WS-OUT-LINE
                               STRING "  Alternative date proposed: "
                                          DELIMITED BY SIZE
                                      INT-ALT-DATE DELIMITED BY SIZE
                                      INTO WS-OUT-LINE
                               END-STRING
                               PERFORM DISPLAY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INTERVIEWS-FILE

           IF WS-INTV-FOUND = "N"
               MOVE "You have no interviews scheduled." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM RESPOND-TO-INTERVIEW.

       RESPOND-TO-INTERVIEW.
           MOVE "Enter the requisition number or job title of an interview to respond to, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTV-ACT-TITLE
           IF WS-INTV-ACT-TITLE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INTV-ACT-REQ
           IF FUNCTION TRIM(WS-INTV-ACT-TITLE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-INTV-ACT-TITLE) TO WS-INTV-ACT-REQ
           END-IF

           MOVE "Enter A to accept, or an alternative date (YYYYMMDD):"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-INTV-NEW-DATE
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "A"
               CONTINUE
           ELSE
               MOVE INPUT-RECORD(1:8) TO WS-INTV-DATE-IN
               IF WS-INTV-DATE-IN IS NUMERIC
                   MOVE WS-INTV-DATE-IN TO WS-INTV-NEW-DATE
               ELSE
                   MOVE "unrecognized interview response" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid response; no action taken." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-RESPONSE-INTERVIEW
           IF WS-INTV-FOUND = "Y"
               MOVE "Interview" TO WS-CAL-SKIP-KIND
               PERFORM CHECK-CALENDAR-CONFLICT
               IF WS-CAL-PROCEED = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM REWRITE-INTERVIEW-RESPONSE

           IF WS-INTV-UPDATED = "Y"
               MOVE SPACES TO WS-INTV-NOTE
               IF WS-INTV-NEW-DATE = 0
                   STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                       " accepted the interview for " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INTV-ACT-TITLE) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-INTV-NOTE
                   END-STRING
                   MOVE "Interview accepted." TO WS-OUT-LINE
               ELSE
                   STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                       " proposed " DELIMITED BY SIZE
                       WS-INTV-NEW-DATE DELIMITED BY SIZE
                       " for the " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INTV-ACT-TITLE) DELIMITED BY SIZE
                       " interview." DELIMITED BY SIZE
                       INTO WS-INTV-NOTE
                   END-STRING
                   MOVE "Alternative date proposed." TO WS-OUT-LINE
               END-IF
               PERFORM DISPLAY-LINE
               PERFORM SEND-INTERVIEW-NOTIFICATION
           ELSE
               MOVE "No matching interview was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       FIND-RESPONSE-INTERVIEW.
           MOVE "N" TO WS-INTV-FOUND
           MOVE "N" TO INTV-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF INTV-FS NOT = "00"
               CLOSE INTERVIEWS-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL INTV-EOF = "Y" OR WS-INTV-FOUND = "Y"
               READ INTERVIEWS-FILE
                   AT END
                       MOVE "Y" TO INTV-EOF
                   NOT AT END
                       IF FUNCTION TRIM(INT-STUDENT) =
                               FUNCTION TRIM(WS-USERNAME)
                           AND ((WS-INTV-ACT-REQ > 0
                                 AND INT-REQ-NUM = WS-INTV-ACT-REQ)
                             OR (WS-INTV-ACT-REQ = 0
                                 AND FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(INT-JOB-TITLE))
                                 = FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(WS-INTV-ACT-TITLE))))
                           MOVE "Y" TO WS-INTV-FOUND
                           MOVE INT-JOB-TITLE TO WS-CAL-SKIP-TITLE
                           IF WS-INTV-NEW-DATE = 0
                               MOVE INT-DATE TO WS-CAL-CHECK-DATE
                           ELSE
                               MOVE WS-INTV-NEW-DATE TO WS-CAL-CHECK-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INTERVIEWS-FILE.

       REWRITE-INTERVIEW-RESPONSE.
           MOVE "N" TO WS-INTV-UPDATED
           MOVE "N" TO INTV-EOF
           MOVE SPACES TO WS-INTV-ACT-USER
           OPEN INPUT INTERVIEWS-FILE
           OPEN OUTPUT INTERVIEWS-TEMP

           PERFORM UNTIL INTV-EOF = "Y"
               READ INTERVIEWS-FILE
                   AT END
                       MOVE "Y" TO INTV-EOF
                   NOT AT END
                       IF WS-INTV-UPDATED = "N"
                           AND FUNCTION TRIM(INT-STUDENT) =
                               FUNCTION TRIM(WS-USERNAME)
                           AND ((WS-INTV-ACT-REQ > 0
                                 AND INT-REQ-NUM = WS-INTV-ACT-REQ)
                             OR (WS-INTV-ACT-REQ = 0
                                 AND FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(INT-JOB-TITLE))
                                 = FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(WS-INTV-ACT-TITLE))))
                           MOVE INT-JOB-TITLE TO WS-INTV-ACT-TITLE
                           IF WS-INTV-NEW-DATE = 0
                               MOVE "Accepted" TO INT-STATUS
                           ELSE
                               MOVE "Alternate" TO INT-STATUS
                               MOVE WS-INTV-NEW-DATE TO INT-ALT-DATE
                           END-IF
                           MOVE INT-RECRUITER TO WS-INTV-ACT-USER
                           MOVE "Y" TO WS-INTV-UPDATED
                       END-IF
                       MOVE INTERVIEWS-RECORD TO INTERVIEWS-TEMP-RECORD
                       WRITE INTERVIEWS-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE INTERVIEWS-FILE
           CLOSE INTERVIEWS-TEMP

           IF WS-INTV-UPDATED = "Y"
               CALL 'SYSTEM' USING "mv Interviews.tmp Interviews.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f Interviews.tmp"
           END-IF.

       DERIVE-APPLICATION-STATUS.
           IF FUNCTION TRIM(APP-STATUS) = SPACES
               MOVE "Applied" TO WS-APPL-DISP-STATUS
           ELSE
               MOVE APP-STATUS TO WS-APPL-DISP-STATUS
           END-IF.

       UPDATE-APPLICATION-STATUS.
           MOVE "Enter the username of an applicant to update, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPL-ACT-USER
           IF WS-APPL-ACT-USER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the requisition number or job title of that application:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPL-ACT-TITLE
           PERFORM SET-APPL-ACT-REQ

           MOVE "1. Reviewed" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Interviewing" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Offered" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "4. Rejected" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "5. Offer accepted" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter the new status:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   MOVE "Reviewed" TO WS-APPL-NEW-STATUS
               WHEN "2"
                   MOVE "Interviewing" TO WS-APPL-NEW-STATUS
               WHEN "3"
                   MOVE "Offered" TO WS-APPL-NEW-STATUS
               WHEN "4"
                   MOVE "Rejected" TO WS-APPL-NEW-STATUS
               WHEN "5"
                   MOVE "Accepted" TO WS-APPL-NEW-STATUS
               WHEN OTHER
                   MOVE "unrecognized application status choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice; no status was changed."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM REWRITE-APPLICATION-STATUS

           IF WS-APPL-UPDATED = "Y"
               PERFORM SEND-STATUS-NOTIFICATION
               IF FUNCTION TRIM(WS-APPL-NEW-STATUS) = "Accepted"
                   PERFORM PROMPT-PLACEMENT-START-DATE
                   IF EOF-FLAG = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM WRITE-PLACEMENT
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "Application from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPL-ACT-USER) DELIMITED BY SIZE
                   " marked " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPL-NEW-STATUS) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           ELSE
               MOVE "No matching application was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       REWRITE-APPLICATION-STATUS.
           MOVE "N" TO WS-APPL-UPDATED
           MOVE "N" TO APPL-EOF
           MOVE SPACES TO WS-APPL-ACT-COMPANY
           OPEN INPUT APPLICATIONS-FILE
           OPEN OUTPUT APPLICATIONS-TEMP

           PERFORM UNTIL APPL-EOF = "Y"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "Y" TO APPL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(APP-POSTED-BY) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(APP-USERNAME) =
                               FUNCTION TRIM(WS-APPL-ACT-USER)
                           AND ((WS-APPL-ACT-REQ > 0
                                 AND APP-REQ-NUM = WS-APPL-ACT-REQ)
                             OR (WS-APPL-ACT-REQ = 0
                                 AND FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(APP-JOB-TITLE))
                                 = FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(WS-APPL-ACT-TITLE))))
                           MOVE WS-APPL-NEW-STATUS TO APP-STATUS
                           MOVE APP-JOB-TITLE TO WS-APPL-ACT-TITLE
                           MOVE APP-REQ-NUM TO WS-APPL-ACT-REQ
                           MOVE APP-COMPANY TO WS-APPL-ACT-COMPANY
                           MOVE APP-DATE TO WS-PLAC-APP-DATE
                           MOVE "Y" TO WS-APPL-UPDATED
                       END-IF
                       MOVE APPLICATIONS-RECORD TO APPLICATIONS-TEMP-RECORD
                       WRITE APPLICATIONS-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE APPLICATIONS-FILE
           CLOSE APPLICATIONS-TEMP

           IF WS-APPL-UPDATED = "Y"
               CALL 'SYSTEM' USING "mv Applications.tmp Applications.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f Applications.tmp"
           END-IF.

       SEND-STATUS-NOTIFICATION.
           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-APPL-ACT-USER) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING "Your application for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APPL-ACT-TITLE) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APPL-ACT-COMPANY) DELIMITED BY SIZE
               " is now " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APPL-NEW-STATUS) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE.

       MY-APPLICATIONS.
           MOVE "----- My Applications -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO APPL-FOUND
           MOVE "N" TO APPL-EOF

           OPEN INPUT APPLICATIONS-FILE

           PERFORM UNTIL APPL-EOF = "Y"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "Y" TO APPL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(APP-USERNAME) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO APPL-FOUND
                           PERFORM DERIVE-APPLICATION-STATUS
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(APP-JOB-TITLE)
                                      DELIMITED BY SIZE
                                  " at " DELIMITED BY SIZE
                                  FUNCTION TRIM(APP-COMPANY) DELIMITED BY SIZE
                                  " (Req #" DELIMITED BY SIZE
                                  APP-REQ-NUM DELIMITED BY SIZE
                                  ", applied " DELIMITED BY SIZE
                                  APP-DATE DELIMITED BY SIZE
                                  ") - " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-APPL-DISP-STATUS)
                                      DELIMITED BY SIZE
                                  INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                           PERFORM DISPLAY-APPLICATION-OFFER
                           PERFORM DISPLAY-THREAD-SUMMARY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPLICATIONS-FILE

           IF APPL-FOUND = "N"
               MOVE "You have not applied to any jobs yet." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           IF APPL-FOUND = "Y"
               PERFORM RECORD-PLACEMENT-OUTCOME
               IF EOF-FLAG NOT = "Y"
                   PERFORM OPEN-MY-APPLICATION-THREAD
               END-IF
           END-IF.

       RECORD-PLACEMENT-OUTCOME.
           MOVE "Enter the requisition number or job title of an offer you accepted, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPL-ACT-TITLE
           IF WS-APPL-ACT-TITLE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-APPL-ACT-REQ

           PERFORM FIND-OPEN-OFFER
           IF WS-OFR-FOUND = "Y"
               PERFORM RESPOND-TO-OFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-OFR-LAPSED = "Y"
               MOVE SPACES TO WS-OUT-LINE
               STRING "The offer for this position lapsed on " DELIMITED BY SIZE
                   WS-OFR-LAPSED-DATE DELIMITED BY SIZE
                   " without a response." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               MOVE "Contact the recruiter if you are still interested."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM PROMPT-PLACEMENT-START-DATE
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Accepted" TO WS-APPL-NEW-STATUS
           PERFORM REWRITE-ACCEPTED-OUTCOME

           IF WS-APPL-UPDATED = "Y"
               PERFORM WRITE-PLACEMENT
               MOVE SPACES TO WS-OUT-LINE
               STRING "Congratulations! Your placement at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPL-ACT-COMPANY) DELIMITED BY SIZE
                   " has been recorded." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           ELSE
               MOVE "No matching application was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       DISPLAY-THREAD-SUMMARY.
           MOVE 0 TO WS-AM-COUNT
           MOVE 0 TO WS-AM-UNREAD
           MOVE "N" TO AM-EOF
           OPEN INPUT APP-MESSAGES-FILE
           IF AM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AM-EOF = "Y"
               READ APP-MESSAGES-FILE
                   AT END
                       MOVE "Y" TO AM-EOF
                   NOT AT END
                       IF AM-REQ-NUM = APP-REQ-NUM
                           AND FUNCTION TRIM(AM-STUDENT) =
                               FUNCTION TRIM(APP-USERNAME)
                           ADD 1 TO WS-AM-COUNT
                           IF AM-READ = "N"
                               AND FUNCTION TRIM(AM-FROM) NOT =
                                   FUNCTION TRIM(WS-USERNAME)
                               ADD 1 TO WS-AM-UNREAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APP-MESSAGES-FILE

           IF WS-AM-COUNT > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "  Conversation: " DELIMITED BY SIZE
                   WS-AM-COUNT DELIMITED BY SIZE
                   " message(s), " DELIMITED BY SIZE
                   WS-AM-UNREAD DELIMITED BY SIZE
                   " unread" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-IF.

       OPEN-APPLICANT-THREAD.
           MOVE "Enter the username of an applicant to message about their application, or press Enter to skip:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTV-ACT-USER
           IF WS-INTV-ACT-USER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the requisition number or job title of their application:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTV-ACT-TITLE
           PERFORM FIND-APPLICANT-REQUISITION
           IF WS-INTV-ACT-REQ = 0
               MOVE "No application from that user matches that requisition."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INTV-ACT-REQ TO WS-AM-REQ
           MOVE FUNCTION TRIM(WS-INTV-ACT-USER) TO WS-AM-STUDENT
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-AM-RECRUITER
           MOVE WS-AM-STUDENT TO WS-AM-OTHER
           MOVE WS-INTV-ACT-TITLE TO WS-AM-TITLE
           PERFORM APPLICATION-THREAD.

       OPEN-MY-APPLICATION-THREAD.
           MOVE "Enter the requisition number or job title of an application to open its conversation, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPL-ACT-TITLE
           IF WS-APPL-ACT-TITLE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-APPL-ACT-REQ

           MOVE 0 TO WS-AM-REQ
           MOVE "N" TO APPL-EOF
           OPEN INPUT APPLICATIONS-FILE
           PERFORM UNTIL APPL-EOF = "Y" OR WS-AM-REQ > 0
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "Y" TO APPL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(APP-USERNAME) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND APP-REQ-NUM IS NUMERIC
                           AND APP-REQ-NUM > 0
                           AND ((WS-APPL-ACT-REQ > 0
                                 AND APP-REQ-NUM = WS-APPL-ACT-REQ)
                             OR (WS-APPL-ACT-REQ = 0
                                 AND FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(APP-JOB-TITLE))
                                 = FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(WS-APPL-ACT-TITLE))))
                           MOVE APP-REQ-NUM TO WS-AM-REQ
                           MOVE APP-JOB-TITLE TO WS-AM-TITLE
                           MOVE APP-POSTED-BY TO WS-AM-RECRUITER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           IF WS-AM-REQ = 0
               MOVE "No matching application was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-AM-STUDENT
           MOVE WS-AM-RECRUITER TO WS-AM-OTHER
           PERFORM APPLICATION-THREAD.

       APPLICATION-THREAD.
           MOVE SPACES TO WS-OUT-LINE
           STRING "----- Conversation: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AM-TITLE) DELIMITED BY SIZE
               " (Req #" DELIMITED BY SIZE
               WS-AM-REQ DELIMITED BY SIZE
               ") with " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AM-OTHER) DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           MOVE 0 TO WS-AM-COUNT
           MOVE 0 TO WS-AM-UNREAD
           MOVE "N" TO AM-EOF
           OPEN INPUT APP-MESSAGES-FILE

           PERFORM UNTIL AM-EOF = "Y"
               READ APP-MESSAGES-FILE
                   AT END
                       MOVE "Y" TO AM-EOF
                   NOT AT END
                       IF AM-REQ-NUM = WS-AM-REQ
                           AND FUNCTION TRIM(AM-STUDENT) =
                               FUNCTION TRIM(WS-AM-STUDENT)
                           ADD 1 TO WS-AM-COUNT
                           MOVE SPACES TO WS-OUT-LINE
                           IF AM-READ = "N"
                               AND FUNCTION TRIM(AM-FROM) NOT =
                                   FUNCTION TRIM(WS-USERNAME)
                               ADD 1 TO WS-AM-UNREAD
                               STRING "[NEW] " DELIMITED BY SIZE
                                   FUNCTION TRIM(AM-FROM) DELIMITED BY SIZE
                                   " on " DELIMITED BY SIZE
                                   AM-DATE DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(AM-TEXT) DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                           ELSE
                               STRING FUNCTION TRIM(AM-FROM) DELIMITED BY SIZE
                                   " on " DELIMITED BY SIZE
                                   AM-DATE DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(AM-TEXT) DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                           END-IF
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APP-MESSAGES-FILE

           IF WS-AM-COUNT = 0
               MOVE "No messages in this conversation yet." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           IF WS-AM-UNREAD > 0
               PERFORM MARK-THREAD-READ
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE WS-AM-REQ TO JOB-LNK-REQ-NUM
           MOVE "GJ" TO JOB-LNK-OPERATION
           CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
               JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
               JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL
           IF JOB-LNK-RETURN-CODE NOT = "Y"
               MOVE "This posting is closed; the conversation is read-only."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-AM-OTHER) TO WS-BLK-OWNER
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-BLK-OTHER
           PERFORM CHECK-IS-BLOCKED
           IF WS-BLK-FOUND = "Y"
               MOVE "This member is not accepting messages from you."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter your message, or press Enter to leave the conversation:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND APP-MESSAGES-FILE
           MOVE WS-AM-REQ TO AM-REQ-NUM
           MOVE FUNCTION TRIM(WS-AM-STUDENT) TO AM-STUDENT
           MOVE FUNCTION TRIM(WS-AM-RECRUITER) TO AM-RECRUITER
           MOVE FUNCTION TRIM(WS-USERNAME) TO AM-FROM
           MOVE FUNCTION CURRENT-DATE(1:8) TO AM-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AM-TIME
           MOVE "N" TO AM-READ
           MOVE FUNCTION TRIM(INPUT-RECORD) TO AM-TEXT
           WRITE APP-MESSAGES-RECORD
           CLOSE APP-MESSAGES-FILE

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-AM-OTHER) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           IF FUNCTION TRIM(WS-AM-OTHER) = FUNCTION TRIM(WS-AM-STUDENT)
               STRING "New message from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " about " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AM-TITLE) DELIMITED BY SIZE
                   " - see My Applications." DELIMITED BY SIZE
                   INTO NOTIF-TEXT
               END-STRING
           ELSE
               STRING "New message from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " about " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AM-TITLE) DELIMITED BY SIZE
                   " - see your applicants." DELIMITED BY SIZE
                   INTO NOTIF-TEXT
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Message sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AM-OTHER) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       MARK-THREAD-READ.
           MOVE "N" TO AM-EOF
           OPEN INPUT APP-MESSAGES-FILE
           OPEN OUTPUT APP-MESSAGES-TEMP

           PERFORM UNTIL AM-EOF = "Y"
               READ APP-MESSAGES-FILE
                   AT END
                       MOVE "Y" TO AM-EOF
                   NOT AT END
                       IF AM-REQ-NUM = WS-AM-REQ
                           AND FUNCTION TRIM(AM-STUDENT) =
                               FUNCTION TRIM(WS-AM-STUDENT)
                           AND FUNCTION TRIM(AM-FROM) NOT =
                               FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO AM-READ
                       END-IF
                       MOVE APP-MESSAGES-RECORD TO APP-MESSAGES-TEMP-RECORD
                       WRITE APP-MESSAGES-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE APP-MESSAGES-FILE
           CLOSE APP-MESSAGES-TEMP

           CALL 'SYSTEM' USING "mv AppMessages.tmp AppMessages.dat".

       SET-APPL-ACT-REQ.
           MOVE 0 TO WS-APPL-ACT-REQ
           IF FUNCTION TRIM(WS-APPL-ACT-TITLE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-APPL-ACT-TITLE) TO WS-APPL-ACT-REQ
           END-IF.

       PROMPT-PLACEMENT-START-DATE.
           MOVE 0 TO WS-PLAC-START-DATE
           PERFORM UNTIL WS-PLAC-START-DATE > 0
               MOVE "Enter the start date (YYYYMMDD):" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD(1:8) TO WS-PLAC-START-IN
               IF WS-PLAC-START-IN IS NUMERIC
                   MOVE WS-PLAC-START-IN TO WS-PLAC-START-DATE
               ELSE
                   MOVE "Invalid date. Please enter an 8 digit date (YYYYMMDD)."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM.

       REWRITE-ACCEPTED-OUTCOME.
           MOVE "N" TO WS-APPL-UPDATED
           MOVE "N" TO APPL-EOF
           MOVE SPACES TO WS-APPL-ACT-COMPANY
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-APPL-ACT-USER
           OPEN INPUT APPLICATIONS-FILE
           OPEN OUTPUT APPLICATIONS-TEMP

           PERFORM UNTIL APPL-EOF = "Y"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "Y" TO APPL-EOF
                   NOT AT END
                       IF WS-APPL-UPDATED = "N"
                           AND FUNCTION TRIM(APP-USERNAME) =
                               FUNCTION TRIM(WS-USERNAME)
                           AND ((WS-APPL-ACT-REQ > 0
                                 AND APP-REQ-NUM = WS-APPL-ACT-REQ)
                             OR (WS-APPL-ACT-REQ = 0
                                 AND FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(APP-JOB-TITLE))
                                 = FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(WS-APPL-ACT-TITLE))))
                           MOVE WS-APPL-NEW-STATUS TO APP-STATUS
                           MOVE APP-JOB-TITLE TO WS-APPL-ACT-TITLE
                           MOVE APP-REQ-NUM TO WS-APPL-ACT-REQ
                           MOVE APP-COMPANY TO WS-APPL-ACT-COMPANY
                           MOVE APP-DATE TO WS-PLAC-APP-DATE
                           MOVE "Y" TO WS-APPL-UPDATED
                       END-IF
                       MOVE APPLICATIONS-RECORD TO APPLICATIONS-TEMP-RECORD
                       WRITE APPLICATIONS-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE APPLICATIONS-FILE
           CLOSE APPLICATIONS-TEMP

           IF WS-APPL-UPDATED = "Y"
               CALL 'SYSTEM' USING "mv Applications.tmp Applications.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f Applications.tmp"
           END-IF.

       WRITE-PLACEMENT.
           OPEN INPUT PLACEMENTS-FILE
           IF PLAC-FS NOT = "00"
               OPEN OUTPUT PLACEMENTS-FILE
           END-IF
           CLOSE PLACEMENTS-FILE
           OPEN EXTEND PLACEMENTS-FILE
           MOVE FUNCTION TRIM(WS-APPL-ACT-USER) TO PL-USERNAME
           MOVE WS-APPL-ACT-COMPANY TO PL-EMPLOYER
           MOVE WS-APPL-ACT-TITLE TO PL-TITLE
           MOVE WS-PLAC-APP-DATE TO PL-APP-DATE
           IF WS-PLAC-OFFER-DATE > 0
               MOVE WS-PLAC-OFFER-DATE TO PL-OFFER-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO PL-OFFER-DATE
           END-IF
           MOVE WS-PLAC-START-DATE TO PL-START-DATE
           MOVE WS-APPL-ACT-REQ TO PL-REQ-NUM
           WRITE PLACEMENTS-RECORD
           CLOSE PLACEMENTS-FILE
           MOVE 0 TO WS-PLAC-OFFER-DATE.

       ISSUE-JOB-OFFER.
           MOVE "----- Issue a Job Offer -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter the username of the applicant to make an offer to, or press Enter to go back:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the requisition number or job title the offer is for:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTV-ACT-TITLE
           PERFORM FIND-APPLICANT-REQUISITION
           IF WS-INTV-ACT-REQ = 0
               MOVE "offer for unknown application" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "No application from that user matches that posting."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OFR-FOUND
           MOVE "N" TO OFR-EOF
           OPEN INPUT OFFER-FILE
           PERFORM UNTIL OFR-EOF = "Y" OR WS-OFR-FOUND = "Y"
               READ OFFER-FILE
                   AT END
                       MOVE "Y" TO OFR-EOF
                   NOT AT END
                       IF FUNCTION TRIM(OF-STUDENT) =
                           FUNCTION TRIM(WS-INTV-ACT-USER)
                           AND OF-REQ-NUM = WS-INTV-ACT-REQ
                           AND (OF-STATUS = "O" OR OF-STATUS = "A")
                           MOVE "Y" TO WS-OFR-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFER-FILE
           IF WS-OFR-FOUND = "Y"
               MOVE "That applicant already holds an offer for this posting."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-OFR-PAY-TYPE
           PERFORM UNTIL WS-OFR-PAY-TYPE = "S" OR WS-OFR-PAY-TYPE = "H"
               MOVE "Enter S for an annual salary or H for an hourly rate:"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-OFR-PAY-TYPE
               IF WS-OFR-PAY-TYPE NOT = "S" AND WS-OFR-PAY-TYPE NOT = "H"
                   MOVE "Please enter S or H." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-OFR-AMOUNT
           PERFORM UNTIL WS-OFR-AMOUNT > 0
               IF WS-OFR-PAY-TYPE = "S"
                   MOVE "Enter the annual salary (for example 65000):"
                       TO WS-OUT-LINE
               ELSE
                   MOVE "Enter the hourly rate (for example 22.50):"
                       TO WS-OUT-LINE
               END-IF
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PARSE-OFFER-AMOUNT
               IF WS-OFR-AMOUNT = 0
                   MOVE "Please enter an amount greater than zero, with at most two decimals."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-OFR-START-DATE
           PERFORM UNTIL WS-OFR-START-DATE > 0
               MOVE "Enter the proposed start date (YYYYMMDD):" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD(1:8) TO WS-OFR-DATE-IN
               IF WS-OFR-DATE-IN IS NUMERIC
                   MOVE WS-OFR-DATE-IN TO WS-OFR-START-DATE
               ELSE
                   MOVE "Invalid date. Please enter an 8 digit date (YYYYMMDD)."
                       TO WS-OUT-LINE
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OFR-TODAY
           MOVE 0 TO WS-OFR-RESPOND-BY
           PERFORM UNTIL WS-OFR-RESPOND-BY > 0
               MOVE "Enter the date the student must respond by (YYYYMMDD):"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD(1:8) TO WS-OFR-DATE-IN
               IF WS-OFR-DATE-IN IS NUMERIC
                   AND WS-OFR-DATE-IN >= WS-OFR-TODAY
                   MOVE WS-OFR-DATE-IN TO WS-OFR-RESPOND-BY
               ELSE
                   MOVE "Please enter a date of today or later (YYYYMMDD)."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE WS-INTV-ACT-USER TO WS-APPL-ACT-USER
           MOVE WS-INTV-ACT-TITLE TO WS-APPL-ACT-TITLE
           MOVE WS-INTV-ACT-REQ TO WS-APPL-ACT-REQ
           MOVE "Offered" TO WS-APPL-NEW-STATUS
           PERFORM REWRITE-APPLICATION-STATUS
           IF WS-APPL-UPDATED = "N"
               MOVE "No matching application was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND OFFER-FILE
           MOVE SPACES TO OFFER-RECORD
           MOVE FUNCTION TRIM(WS-APPL-ACT-USER) TO OF-STUDENT
           MOVE FUNCTION TRIM(WS-USERNAME) TO OF-RECRUITER
           MOVE WS-APPL-ACT-REQ TO OF-REQ-NUM
           MOVE WS-APPL-ACT-TITLE TO OF-JOB-TITLE
           MOVE WS-APPL-ACT-COMPANY TO OF-COMPANY
           MOVE WS-OFR-PAY-TYPE TO OF-PAY-TYPE
           MOVE WS-OFR-AMOUNT TO OF-PAY-AMOUNT
           MOVE WS-OFR-START-DATE TO OF-START-DATE
           MOVE WS-OFR-RESPOND-BY TO OF-RESPOND-BY
           MOVE "O" TO OF-STATUS
           MOVE WS-OFR-TODAY TO OF-ISSUE-DATE
           MOVE 0 TO OF-RESP-DATE
           WRITE OFFER-RECORD
           CLOSE OFFER-FILE

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-APPL-ACT-USER) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING "Job offer for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APPL-ACT-TITLE) DELIMITED BY SIZE
               " - respond by " DELIMITED BY SIZE
               WS-OFR-RESPOND-BY DELIMITED BY SIZE
               " in My Applications." DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE WS-OFR-TODAY TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Offer sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APPL-ACT-USER) DELIMITED BY SIZE
               "; it lapses if not answered by " DELIMITED BY SIZE
               WS-OFR-RESPOND-BY DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       PARSE-OFFER-AMOUNT.
           MOVE 0 TO WS-OFR-AMOUNT
           MOVE SPACES TO WS-OFR-WHOLE-IN
           MOVE SPACES TO WS-OFR-CENTS-IN
           UNSTRING FUNCTION TRIM(INPUT-RECORD) DELIMITED BY "."
               INTO WS-OFR-WHOLE-IN WS-OFR-CENTS-IN
           END-UNSTRING
           IF WS-OFR-WHOLE-IN = SPACES
               OR FUNCTION TRIM(WS-OFR-WHOLE-IN) IS NOT NUMERIC
               OR WS-OFR-WHOLE-IN(8:3) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-OFR-CENTS-IN(3:8) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-OFR-CENTS-IN(2:1) = SPACE
               MOVE "0" TO WS-OFR-CENTS-IN(2:1)
               IF WS-OFR-CENTS-IN(1:1) = SPACE
                   MOVE "0" TO WS-OFR-CENTS-IN(1:1)
               END-IF
           END-IF
           IF WS-OFR-CENTS-IN(1:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-OFR-WHOLE-IN) TO WS-OFR-WHOLE
           MOVE WS-OFR-CENTS-IN(1:2) TO WS-OFR-CENTS
           COMPUTE WS-OFR-AMOUNT = WS-OFR-WHOLE + WS-OFR-CENTS / 100.

       DISPLAY-APPLICATION-OFFER.
           MOVE "N" TO OFR-EOF
           OPEN INPUT OFFER-FILE
           IF OFR-FS NOT = "00"
               CLOSE OFFER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OFR-EOF = "Y"
               READ OFFER-FILE
                   AT END
                       MOVE "Y" TO OFR-EOF
                   NOT AT END
                       IF OF-STUDENT = APP-USERNAME
                           AND OF-REQ-NUM = APP-REQ-NUM
                           PERFORM DISPLAY-OFFER-TERMS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFER-FILE.

       DISPLAY-OFFER-TERMS.
           MOVE OF-PAY-AMOUNT TO WS-OFR-AMOUNT-DISP
           EVALUATE OF-STATUS
               WHEN "A"
                   MOVE "Accepted" TO WS-OFR-STATUS-DISP
               WHEN "D"
                   MOVE "Declined" TO WS-OFR-STATUS-DISP
               WHEN "L"
                   MOVE "Lapsed" TO WS-OFR-STATUS-DISP
               WHEN OTHER
                   MOVE "Open" TO WS-OFR-STATUS-DISP
           END-EVALUATE
           MOVE SPACES TO WS-OUT-LINE
           IF OF-PAY-TYPE = "H"
               STRING "  Offer: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OFR-AMOUNT-DISP) DELIMITED BY SIZE
                   " per hour, start " DELIMITED BY SIZE
                   OF-START-DATE DELIMITED BY SIZE
                   ", respond by " DELIMITED BY SIZE
                   OF-RESPOND-BY DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OFR-STATUS-DISP) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING "  Offer: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OFR-AMOUNT-DISP) DELIMITED BY SIZE
                   " per year, start " DELIMITED BY SIZE
                   OF-START-DATE DELIMITED BY SIZE
                   ", respond by " DELIMITED BY SIZE
                   OF-RESPOND-BY DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OFR-STATUS-DISP) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM DISPLAY-LINE.

       FIND-OPEN-OFFER.
           MOVE "N" TO WS-OFR-FOUND
           MOVE "N" TO WS-OFR-LAPSED
           MOVE 0 TO WS-OFR-LAPSED-DATE
           MOVE "N" TO OFR-EOF
           OPEN INPUT OFFER-FILE
           IF OFR-FS NOT = "00"
               CLOSE OFFER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OFR-EOF = "Y" OR WS-OFR-FOUND = "Y"
               READ OFFER-FILE
                   AT END
                       MOVE "Y" TO OFR-EOF
                   NOT AT END
                       IF FUNCTION TRIM(OF-STUDENT) = FUNCTION TRIM(WS-USERNAME)
                           AND OF-STATUS = "O"
                           AND ((WS-APPL-ACT-REQ > 0
                                 AND OF-REQ-NUM = WS-APPL-ACT-REQ)
                             OR (WS-APPL-ACT-REQ = 0
                                 AND FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(OF-JOB-TITLE))
                                 = FUNCTION UPPER-CASE(
                                     FUNCTION TRIM(WS-APPL-ACT-TITLE))))
                           IF OF-RESPOND-BY = 0
                               OR OF-RESPOND-BY >= FUNCTION CURRENT-DATE(1:8)
                               MOVE "Y" TO WS-OFR-FOUND
                               MOVE OF-REQ-NUM TO WS-APPL-ACT-REQ
                               MOVE OF-RECRUITER TO WS-OFR-RECRUITER
                               MOVE OF-START-DATE TO WS-OFR-START-DATE
                               MOVE OF-ISSUE-DATE TO WS-PLAC-OFFER-DATE
                               PERFORM DISPLAY-OFFER-TERMS
                           ELSE
                               MOVE "Y" TO WS-OFR-LAPSED
                               MOVE OF-RESPOND-BY TO WS-OFR-LAPSED-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFER-FILE.

       RESPOND-TO-OFFER.
           MOVE "Enter A to accept this offer or D to decline it:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-OFR-DECISION
           EVALUATE WS-OFR-DECISION
               WHEN "A"
                   MOVE "Accepted" TO WS-APPL-NEW-STATUS
               WHEN "D"
                   MOVE "Declined" TO WS-APPL-NEW-STATUS
               WHEN OTHER
                   MOVE "unrecognized offer response" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid response; no action taken." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   MOVE 0 TO WS-PLAC-OFFER-DATE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM REWRITE-OFFER-RESPONSE
           PERFORM REWRITE-ACCEPTED-OUTCOME

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE WS-OFR-RECRUITER TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           IF WS-OFR-DECISION = "A"
               STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " accepted your offer for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPL-ACT-TITLE) DELIMITED BY SIZE
                   INTO NOTIF-TEXT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " declined your offer for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPL-ACT-TITLE) DELIMITED BY SIZE
                   INTO NOTIF-TEXT
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           IF WS-OFR-DECISION = "A"
               MOVE WS-OFR-START-DATE TO WS-PLAC-START-DATE
               PERFORM WRITE-PLACEMENT
               MOVE SPACES TO WS-OUT-LINE
               STRING "Congratulations! Your placement at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPL-ACT-COMPANY) DELIMITED BY SIZE
                   " has been recorded." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               MOVE 0 TO WS-PLAC-OFFER-DATE
               MOVE "Offer declined." TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE.

       REWRITE-OFFER-RESPONSE.
           MOVE "N" TO WS-OFR-UPDATED
           MOVE "N" TO OFR-EOF
           OPEN INPUT OFFER-FILE
           OPEN OUTPUT OFFER-TEMP
           PERFORM UNTIL OFR-EOF = "Y"
               READ OFFER-FILE
                   AT END
                       MOVE "Y" TO OFR-EOF
                   NOT AT END
                       IF WS-OFR-UPDATED = "N"
                           AND FUNCTION TRIM(OF-STUDENT) =
                               FUNCTION TRIM(WS-USERNAME)
                           AND OF-REQ-NUM = WS-APPL-ACT-REQ
                           AND OF-STATUS = "O"
                           MOVE WS-OFR-DECISION TO OF-STATUS
                           MOVE FUNCTION CURRENT-DATE(1:8) TO OF-RESP-DATE
                           MOVE "Y" TO WS-OFR-UPDATED
                       END-IF
                       MOVE OFFER-RECORD TO OFFER-TEMP-RECORD
                       WRITE OFFER-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE OFFER-FILE
           CLOSE OFFER-TEMP

           IF WS-OFR-UPDATED = "Y"
               CALL 'SYSTEM' USING "mv Offers.tmp Offers.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f Offers.tmp"
           END-IF.

       JOB-POST.
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-AFF-LOOKUP-USER
           PERFORM LOOKUP-AFFILIATION

           IF WS-AFF-FOUND = "N"
               MOVE "Your account has no employer affiliation; ask an administrator to set one."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-AFF-APPROVED NOT = "Y"
               MOVE "Your employer affiliation is awaiting administrator approval."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AFF-EMPLOYER TO WS-AGR-LOOKUP
           PERFORM CHECK-EMPLOYER-AGREEMENT
           IF WS-AGR-FOUND = "N"
               MOVE "Your employer has no recruiting agreement on file; posting is blocked."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-AGR-CURRENT = "N"
               MOVE "Your employer's recruiting agreement has expired; posting is blocked until it is renewed."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter job title:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-TITLE

           MOVE WS-AFF-EMPLOYER TO JOB-LNK-COMPANY
           MOVE SPACES TO WS-OUT-LINE
           STRING "Posting under your verified employer: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AFF-EMPLOYER) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           MOVE "Enter location:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-LOCATION

           MOVE "Enter description (optional):" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO JOB-LNK-DESCRIPTION

           PERFORM READ-REQUIRED-SKILLS
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-SCREENING-QUESTIONS
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-USERNAME) TO JOB-LNK-POSTED-BY
           MOVE "PJ" TO JOB-LNK-OPERATION

           MOVE "POST-JOB" TO WS-JRN-OP
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-JRN-USER-ONE
           MOVE SPACES TO WS-JRN-USER-TWO
           MOVE JOB-LNK-TITLE(1:20) TO WS-JRN-FIRST-ONE
           MOVE JOB-LNK-TITLE(21:20) TO WS-JRN-LAST-ONE
           MOVE JOB-LNK-COMPANY(1:20) TO WS-JRN-FIRST-TWO
           MOVE JOB-LNK-COMPANY(21:20) TO WS-JRN-LAST-TWO
           PERFORM JOURNAL-BEGIN

           CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
               JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
               JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL

           MOVE "Job posted successfully." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Requisition number: " DELIMITED BY SIZE
               JOB-LNK-REQ-NUM DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           IF WS-SQ-COUNT > 0
               MOVE JOB-LNK-REQ-NUM TO WS-SQ-REQ
               PERFORM SAVE-SCREENING-QUESTIONS
           END-IF

           MOVE 0 TO WS-JRV-APPROVED
           PERFORM SUBMIT-POSTING-REVIEW
           MOVE "Your posting is awaiting administrator review and will be visible to students once approved."
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM JOURNAL-COMMIT.

       SUBMIT-POSTING-REVIEW.
           PERFORM SCREEN-POSTING-TEXT
           MOVE JOB-LNK-REQ-NUM TO WS-JRV-REQ-NUM
           MOVE "P" TO WS-JRV-STATUS
           MOVE JOB-LNK-POSTED-BY TO WS-JRV-POSTED-BY
           MOVE JOB-LNK-TITLE TO WS-JRV-TITLE
           MOVE JOB-LNK-COMPANY TO WS-JRV-COMPANY
           MOVE WS-JR-FLAG-TERM TO WS-JRV-FLAG-TERM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JRV-SUBMITTED
           MOVE SPACES TO WS-JRV-DECIDED-BY
           MOVE 0 TO WS-JRV-DECIDED
           MOVE SPACES TO WS-JRV-REASON
           PERFORM SAVE-JOB-REVIEW.

       SCREEN-POSTING-TEXT.
           MOVE SPACES TO WS-JR-FLAG-TERM
           MOVE "N" TO WT-EOF
           OPEN INPUT WATCH-TERM-FILE
           IF WT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WT-EOF = "Y" OR WS-JR-FLAG-TERM NOT = SPACES
               READ WATCH-TERM-FILE
                   AT END
                       MOVE "Y" TO WT-EOF
                   NOT AT END
                       IF WT-TERM NOT = SPACES
                           PERFORM CHECK-POSTING-WATCH-TERM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE WATCH-TERM-FILE.

       CHECK-POSTING-WATCH-TERM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WT-TERM)) TO WS-NOTIF-TERM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOTIF-TERM))
               TO WS-NOTIF-TERM-LEN

           MOVE SPACES TO WS-NOTIF-FIELD
           MOVE FUNCTION UPPER-CASE(JOB-LNK-TITLE) TO WS-NOTIF-FIELD
           PERFORM TEST-NOTIFY-CONTAINS
           IF WS-NOTIF-MATCHED NOT = "Y"
               MOVE SPACES TO WS-NOTIF-FIELD
               MOVE FUNCTION UPPER-CASE(JOB-LNK-COMPANY) TO WS-NOTIF-FIELD
               PERFORM TEST-NOTIFY-CONTAINS
           END-IF
           IF WS-NOTIF-MATCHED NOT = "Y"
               MOVE SPACES TO WS-NOTIF-FIELD
               MOVE FUNCTION UPPER-CASE(JOB-LNK-DESCRIPTION)
                   TO WS-NOTIF-FIELD
               PERFORM TEST-NOTIFY-CONTAINS
           END-IF

           IF WS-NOTIF-MATCHED = "Y"
               MOVE FUNCTION TRIM(WT-TERM) TO WS-JR-FLAG-TERM
           END-IF.

       FIND-JOB-REVIEW.
           MOVE "N" TO WS-JR-FOUND
           MOVE "N" TO JR-EOF
           OPEN INPUT JOB-REVIEW-FILE
           IF JR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL JR-EOF = "Y" OR WS-JR-FOUND = "Y"
               READ JOB-REVIEW-FILE
                   AT END
                       MOVE "Y" TO JR-EOF
                   NOT AT END
                       IF JR-REQ-NUM = WS-JRV-REQ-NUM
                           MOVE JOB-REVIEW-RECORD TO WS-JRV-RECORD
                           MOVE "Y" TO WS-JR-FOUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOB-REVIEW-FILE.

       SAVE-JOB-REVIEW.
           MOVE "N" TO WS-JR-UPDATED
           MOVE "N" TO JR-EOF
           OPEN INPUT JOB-REVIEW-FILE
           OPEN OUTPUT JOB-REVIEW-TEMP
           PERFORM UNTIL JR-EOF = "Y"
               READ JOB-REVIEW-FILE
                   AT END
                       MOVE "Y" TO JR-EOF
                   NOT AT END
                       IF WS-JR-UPDATED = "N"
                           AND JR-REQ-NUM = WS-JRV-REQ-NUM
                           MOVE WS-JRV-RECORD TO JOB-REVIEW-RECORD
                           MOVE "Y" TO WS-JR-UPDATED
                       END-IF
                       MOVE JOB-REVIEW-RECORD TO JOB-REVIEW-TEMP-RECORD
                       WRITE JOB-REVIEW-TEMP-RECORD
               END-READ
           END-PERFORM
           IF WS-JR-UPDATED = "N"
               MOVE WS-JRV-RECORD TO JOB-REVIEW-TEMP-RECORD
               WRITE JOB-REVIEW-TEMP-RECORD
           END-IF
           CLOSE JOB-REVIEW-FILE
           CLOSE JOB-REVIEW-TEMP

           CALL 'SYSTEM' USING "mv JobReview.tmp JobReview.dat".

       DROP-JOB-REVIEW.
           MOVE "N" TO WS-JR-UPDATED
           MOVE "N" TO JR-EOF
           OPEN INPUT JOB-REVIEW-FILE
           OPEN OUTPUT JOB-REVIEW-TEMP
           PERFORM UNTIL JR-EOF = "Y"
               READ JOB-REVIEW-FILE
                   AT END
                       MOVE "Y" TO JR-EOF
                   NOT AT END
                       IF JR-REQ-NUM = WS-JRV-REQ-NUM
                           MOVE "Y" TO WS-JR-UPDATED
                       ELSE
                           MOVE JOB-REVIEW-RECORD TO JOB-REVIEW-TEMP-RECORD
                           WRITE JOB-REVIEW-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-REVIEW-FILE
           CLOSE JOB-REVIEW-TEMP

           IF WS-JR-UPDATED = "Y"
               CALL 'SYSTEM' USING "mv JobReview.tmp JobReview.dat"
           ELSE
               CALL 'SYSTEM' USING "rm -f JobReview.tmp"
           END-IF.

       READ-REQUIRED-SKILLS.
           MOVE SPACES TO JOB-LNK-REQ-SKILLS
           MOVE "Enter up to 5 required skills, one per line (press Enter on a blank line when done):"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           MOVE "N" TO WS-GAP-DONE
           PERFORM VARYING WS-GAP-SKILL-IDX FROM 1 BY 1
               UNTIL WS-GAP-SKILL-IDX > 5 OR WS-GAP-DONE = "Y"
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y" OR FUNCTION TRIM(INPUT-RECORD) = SPACES
                   MOVE "Y" TO WS-GAP-DONE
               ELSE
                   MOVE FUNCTION TRIM(INPUT-RECORD)
                       TO JOB-LNK-REQ-SKILL(WS-GAP-SKILL-IDX)
               END-IF
           END-PERFORM.

       NOTIFY-MATCHING-STUDENTS.
           MOVE "N" TO PROFILE-EOF
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           PERFORM UNTIL PROFILE-EOF = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PR-MAJOR) NOT = SPACES
                           AND FUNCTION TRIM(PR-USERNAME) NOT =
                               FUNCTION TRIM(JOB-LNK-POSTED-BY)
                           PERFORM CHECK-MAJOR-AGAINST-POSTING
                           IF WS-NOTIF-MATCHED = "Y"
                               PERFORM SEND-JOB-NOTIFICATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE.

       CHECK-MAJOR-AGAINST-POSTING.
           MOVE "N" TO WS-NOTIF-MATCHED
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PR-MAJOR)) TO WS-NOTIF-TERM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOTIF-TERM))
               TO WS-NOTIF-TERM-LEN

           MOVE SPACES TO WS-NOTIF-FIELD
           MOVE FUNCTION UPPER-CASE(JOB-LNK-TITLE) TO WS-NOTIF-FIELD
           PERFORM TEST-NOTIFY-CONTAINS
           IF WS-NOTIF-MATCHED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOTIF-FIELD
           MOVE FUNCTION UPPER-CASE(JOB-LNK-DESCRIPTION) TO WS-NOTIF-FIELD
           PERFORM TEST-NOTIFY-CONTAINS.

       TEST-NOTIFY-CONTAINS.
           MOVE "N" TO WS-NOTIF-MATCHED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOTIF-FIELD))
               TO WS-NOTIF-FIELD-LEN

           IF WS-NOTIF-TERM-LEN = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-NOTIF-FIELD-LEN >= WS-NOTIF-TERM-LEN
               PERFORM VARYING WS-NOTIF-IDX FROM 1 BY 1
                   UNTIL WS-NOTIF-IDX >
                       (WS-NOTIF-FIELD-LEN - WS-NOTIF-TERM-LEN + 1)
                   OR WS-NOTIF-MATCHED = "Y"
                   IF WS-NOTIF-FIELD(WS-NOTIF-IDX:WS-NOTIF-TERM-LEN) =
                       WS-NOTIF-TERM(1:WS-NOTIF-TERM-LEN)
                       MOVE "Y" TO WS-NOTIF-MATCHED
                   END-IF
               END-PERFORM
           END-IF.

       SEND-JOB-NOTIFICATION.
           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(PR-USERNAME) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING "New job matching your major: " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-TITLE) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-LNK-COMPANY) DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "JB" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE.

       USER-PROFILE-SEARCH.
           MOVE "N" TO WS-SEARCH-USER-FOUND
           MOVE "Enter the full name of the person you are looking for:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT

           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SEARCH-FULLNAME

           PERFORM PARSE-ENTERED-SEARCH
           PERFORM LOAD-MY-PROFILE-SIGNALS

           MOVE "N" TO WS-IDX-AVAILABLE
           IF WS-SEARCH-SPACE-LOC > 0
               PERFORM SEARCH-VIA-NAME-INDEX
           END-IF

           IF WS-IDX-AVAILABLE = "N"
               MOVE "N" TO PROFILE-EOF
               CLOSE PROFILE-FILE
               OPEN INPUT PROFILE-FILE

               PERFORM UNTIL PROFILE-EOF = "Y" OR WS-SEARCH-USER-FOUND = "Y"
                   READ PROFILE-FILE
                       AT END
                           MOVE "Y" TO PROFILE-EOF
                       NOT AT END
                           PERFORM CHECK-PROFILE-MATCH
                           IF WS-SRCH-MATCHED = "Y"
                               PERFORM CHECK-SEARCH-RESULT-DEACTIVATED
                               PERFORM CHECK-ALUMNI-STATUS
                               PERFORM CHECK-SEARCH-PRIVACY
                               IF WS-SRCH-ACCT-DEACTIVATED NOT = "Y"
                                   AND WS-PRIV-VISIBLE = "Y"
                                   IF WS-ALUMNI-SEARCH-MODE NOT = "Y"
                                       OR WS-PR-IS-ALUMNI = "Y"
                                       MOVE "Y" TO WS-SEARCH-USER-FOUND
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

                IF WS-SEARCH-USER-FOUND = "Y"
                    MOVE PR-USERNAME TO WS-PVW-VIEWED
                    IF WS-ALUMNI-SEARCH-MODE = "Y"
                        MOVE "ALUMNI" TO WS-PVW-SOURCE
                    ELSE
                        MOVE "SEARCH" TO WS-PVW-SOURCE
                    END-IF
                    PERFORM RECORD-PROFILE-VIEW

                    MOVE "----- Found User Profile -----" TO WS-OUT-LINE
                    PERFORM DISPLAY-LINE

                    MOVE SPACES TO WS-OUT-LINE
                    STRING "Name: " DELIMITED BY SIZE
                        FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                        INTO WS-OUT-LINE
                    END-STRING
                    PERFORM DISPLAY-LINE

                    MOVE SPACES TO WS-OUT-LINE
                    STRING "University: " DELIMITED BY SIZE
                        FUNCTION TRIM(PR-UNIVERSITY) DELIMITED BY SIZE
                        INTO WS-OUT-LINE
                    END-STRING
                    PERFORM DISPLAY-LINE

                    MOVE SPACES TO WS-OUT-LINE
                    STRING "Major: " DELIMITED BY SIZE
                        FUNCTION TRIM(PR-MAJOR) DELIMITED BY SIZE
                        INTO WS-OUT-LINE
                    END-STRING
                    PERFORM DISPLAY-LINE

                    MOVE SPACES TO WS-OUT-LINE
                    STRING "Graduation Year: " DELIMITED BY SIZE
                        PR-GRAD-YEAR DELIMITED BY SIZE
                        INTO WS-OUT-LINE
                    END-STRING
                    PERFORM DISPLAY-LINE

                    PERFORM CHECK-ALUMNI-STATUS
                    IF WS-PR-IS-ALUMNI = "Y"
                        MOVE "Status: Alumni" TO WS-OUT-LINE
                    ELSE
                        MOVE "Status: Current Student" TO WS-OUT-LINE
                    END-IF
                    PERFORM DISPLAY-LINE

                    MOVE PR-USERNAME TO WS-SKILLS-LOOKUP-USER
                    PERFORM DISPLAY-COMPLETED-SKILLS

                    PERFORM COUNT-MUTUAL-CONNECTIONS
                    MOVE SPACES TO WS-OUT-LINE
                    STRING "Mutual Connections: " DELIMITED BY SIZE
                        WS-MUTUAL-COUNT DELIMITED BY SIZE
                        INTO WS-OUT-LINE
                    END-STRING
                    PERFORM DISPLAY-LINE

                    MOVE PR-USERNAME TO WS-ENDO-LOOKUP-USER
                    PERFORM DISPLAY-ENDORSEMENTS

                     IF FUNCTION TRIM(PR-ABOUT) NOT = SPACES
                        MOVE "About Me:" TO WS-OUT-LINE
                        PERFORM DISPLAY-LINE
                        MOVE FUNCTION TRIM(PR-ABOUT) TO WS-OUT-LINE
                        PERFORM DISPLAY-LINE
                    END-IF

                    IF PR-EXP-COUNT > 0
                        MOVE "Experience:" TO WS-OUT-LINE
                        PERFORM DISPLAY-LINE
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EXP-COUNT
                            MOVE SPACES TO WS-OUT-LINE
                            STRING "Title: " DELIMITED BY SIZE
                                   FUNCTION TRIM(PR-EXP-TITLE(I)) DELIMITED BY SIZE
                                   " | Company: " DELIMITED BY SIZE
                                   FUNCTION TRIM(PR-EXP-COMPANY(I)) DELIMITED BY SIZE
                                   " | Dates: " DELIMITED BY SIZE
                                   FUNCTION TRIM(PR-EXP-DATES(I)) DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                            END-STRING
                            PERFORM DISPLAY-LINE
                            IF FUNCTION TRIM(PR-EXP-DESC(I)) NOT = SPACES
                                MOVE SPACES TO WS-OUT-LINE
                                STRING "Description: " DELIMITED BY SIZE
                                       FUNCTION TRIM(PR-EXP-DESC(I)) DELIMITED BY SIZE
                                       INTO WS-OUT-LINE
                                END-STRING
                                PERFORM DISPLAY-LINE
                            END-IF
                        END-PERFORM
                    END-IF

                    IF PR-EDU-COUNT > 0
                        MOVE "Education:" TO WS-OUT-LINE
                        PERFORM DISPLAY-LINE
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EDU-COUNT
                            MOVE SPACES TO WS-OUT-LINE
                            STRING "Degree: " DELIMITED BY SIZE
                                   FUNCTION TRIM(PR-EDU-DEGREE(I)) DELIMITED BY SIZE
                                   " | School: " DELIMITED BY SIZE
                                   FUNCTION TRIM(PR-EDU-SCHOOL(I)) DELIMITED BY SIZE
                                   " | Years: " DELIMITED BY SIZE
                                   FUNCTION TRIM(PR-EDU-YEARS(I)) DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                            END-STRING
                            PERFORM CHECK-EDU-VERIFIED
                            IF WS-VED-FOUND = "Y"
                                MOVE WS-OUT-LINE TO WS-VED-SCRATCH
                                MOVE SPACES TO WS-OUT-LINE
                                STRING FUNCTION TRIM(WS-VED-SCRATCH)
                                           DELIMITED BY SIZE
                                       " [verified]" DELIMITED BY SIZE
                                       INTO WS-OUT-LINE
                                END-STRING
                            END-IF
                            PERFORM DISPLAY-LINE
                        END-PERFORM
                    END-IF

                MOVE "1. Send Connection Request" TO WS-OUT-LINE
                PERFORM DISPLAY-LINE
                MOVE "2. Back to Main Menu" TO WS-OUT-LINE
                PERFORM DISPLAY-LINE
                MOVE "3. Endorse a Skill or Leave a Recommendation" TO WS-OUT-LINE
                PERFORM DISPLAY-LINE
                MOVE "4. How Am I Connected?" TO WS-OUT-LINE
                PERFORM DISPLAY-LINE
                MOVE "Enter your choice:" TO WS-OUT-LINE
                PERFORM DISPLAY-LINE


                MOVE SPACES TO MENU-CHOICE
                PERFORM UNTIL MENU-CHOICE = "1" OR MENU-CHOICE = "2"
                    OR MENU-CHOICE = "3" OR MENU-CHOICE = "4"
                    OR EOF-FLAG = "Y"
                   PERFORM READ-INPUT

                   IF EOF-FLAG = "Y"
                       EXIT PARAGRAPH
                   END-IF

                   MOVE INPUT-RECORD(1:1) TO MENU-CHOICE
                   IF MENU-CHOICE NOT = "1" AND MENU-CHOICE NOT = "2"
                       AND MENU-CHOICE NOT = "3" AND MENU-CHOICE NOT = "4"
                       MOVE "unrecognized profile-view choice" TO WS-BATCH-EXC-REASON
                       PERFORM LOG-BATCH-EXCEPTION
                       MOVE "Invalid choice." TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                       MOVE "Enter your choice:" TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF

                END-PERFORM

                IF MENU-CHOICE = "1"
                   PERFORM SEND-CONNECTION-REQUEST
                END-IF

                IF MENU-CHOICE = "3"
                   PERFORM ENDORSE-PROFILE
                END-IF

                IF MENU-CHOICE = "4"
                   PERFORM SHOW-CONNECTION-PATH
                END-IF

                ELSE
                    MOVE "No one by that name could be found." TO WS-OUT-LINE
                    PERFORM DISPLAY-LINE
                END-IF

           EXIT PARAGRAPH.

       SHOW-CONNECTION-PATH.
           MOVE FUNCTION TRIM(PR-USERNAME) TO WS-PATH-TARGET
           MOVE SPACES TO WS-PATH-TARGET-NAME
           STRING FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
               INTO WS-PATH-TARGET-NAME
           END-STRING

           IF FUNCTION TRIM(WS-PATH-TARGET) = FUNCTION TRIM(WS-USERNAME)
               MOVE "That is your own profile." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PATH-PAIRS

           MOVE 1 TO WS-PATH-NODE-CNT
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-PN-USER(1)
           MOVE "You" TO WS-PN-NAME(1)
           MOVE 0 TO WS-PN-PARENT(1)
           MOVE 0 TO WS-PN-DEPTH(1)
           MOVE 0 TO WS-PATH-FOUND-AT

           MOVE 1 TO WS-PATH-HEAD
           PERFORM UNTIL WS-PATH-HEAD > WS-PATH-NODE-CNT
               OR WS-PATH-FOUND-AT > 0
               IF WS-PN-DEPTH(WS-PATH-HEAD) < 3
                   PERFORM EXPAND-PATH-NODE
               END-IF
               ADD 1 TO WS-PATH-HEAD
           END-PERFORM

           IF WS-PATH-FOUND-AT = 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "No chain of introductions to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PATH-TARGET-NAME) DELIMITED BY SIZE
                   " was found within three hops." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PATH-TRAIL-CNT
           MOVE WS-PATH-FOUND-AT TO WS-PATH-IDX
           PERFORM UNTIL WS-PATH-IDX = 0
               ADD 1 TO WS-PATH-TRAIL-CNT
               MOVE WS-PATH-IDX TO WS-PATH-TRAIL-IDX(WS-PATH-TRAIL-CNT)
               MOVE WS-PN-PARENT(WS-PATH-IDX) TO WS-PATH-IDX
           END-PERFORM

           MOVE SPACES TO WS-OUT-LINE
           PERFORM VARYING WS-PATH-IDX FROM WS-PATH-TRAIL-CNT BY -1
               UNTIL WS-PATH-IDX < 1
               IF FUNCTION TRIM(WS-OUT-LINE) = SPACES
                   MOVE FUNCTION TRIM(WS-PN-NAME(
                       WS-PATH-TRAIL-IDX(WS-PATH-IDX))) TO WS-OUT-LINE
               ELSE
                   MOVE WS-OUT-LINE TO WS-PATH-CHAIN
                   MOVE SPACES TO WS-OUT-LINE
                   STRING FUNCTION TRIM(WS-PATH-CHAIN)
                              DELIMITED BY SIZE
                          " -> " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PN-NAME(
                              WS-PATH-TRAIL-IDX(WS-PATH-IDX)))
                              DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM DISPLAY-LINE

           IF WS-PATH-TRAIL-CNT > 2
               MOVE WS-PN-USER(WS-PATH-TRAIL-IDX(WS-PATH-TRAIL-CNT - 1))
                   TO WS-IR-INTERMEDIARY
               MOVE WS-PN-NAME(WS-PATH-TRAIL-IDX(WS-PATH-TRAIL-CNT - 1))
                   TO WS-IR-INTER-NAME
               PERFORM ASK-FOR-INTRODUCTION
           END-IF.

       LOAD-PATH-PAIRS.
           MOVE 0 TO WS-PATH-PAIR-CNT
           MOVE "N" TO CONN-EOF
           OPEN INPUT CONNECTIONS-FILE
           PERFORM UNTIL CONN-EOF = "Y"
               READ CONNECTIONS-FILE
                   AT END
                       MOVE "Y" TO CONN-EOF
                   NOT AT END
                       IF WS-PATH-PAIR-CNT < 500
                           ADD 1 TO WS-PATH-PAIR-CNT
                           MOVE CONN-USER-ONE
                               TO WS-PP-USER-A(WS-PATH-PAIR-CNT)
                           MOVE SPACES
                               TO WS-PP-NAME-A(WS-PATH-PAIR-CNT)
                           STRING FUNCTION TRIM(CONN-USER-ONE-FIRST)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(CONN-USER-ONE-LAST)
                                      DELIMITED BY SIZE
                                  INTO WS-PP-NAME-A(WS-PATH-PAIR-CNT)
                           END-STRING
                           MOVE CONN-USER-TWO
                               TO WS-PP-USER-B(WS-PATH-PAIR-CNT)
                           MOVE SPACES
                               TO WS-PP-NAME-B(WS-PATH-PAIR-CNT)
                           STRING FUNCTION TRIM(CONN-USER-TWO-FIRST)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(CONN-USER-TWO-LAST)
                                      DELIMITED BY SIZE
                                  INTO WS-PP-NAME-B(WS-PATH-PAIR-CNT)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE.

       EXPAND-PATH-NODE.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
               UNTIL WS-PATH-IDX > WS-PATH-PAIR-CNT
               OR WS-PATH-FOUND-AT > 0
               MOVE SPACES TO WS-PATH-NEIGHBOR
               IF FUNCTION TRIM(WS-PP-USER-A(WS-PATH-IDX)) =
                   FUNCTION TRIM(WS-PN-USER(WS-PATH-HEAD))
                   MOVE WS-PP-USER-B(WS-PATH-IDX) TO WS-PATH-NEIGHBOR
                   MOVE WS-PP-NAME-B(WS-PATH-IDX) TO WS-PATH-NEIGH-NAME
               ELSE
                   IF FUNCTION TRIM(WS-PP-USER-B(WS-PATH-IDX)) =
                       FUNCTION TRIM(WS-PN-USER(WS-PATH-HEAD))
                       MOVE WS-PP-USER-A(WS-PATH-IDX) TO WS-PATH-NEIGHBOR
                       MOVE WS-PP-NAME-A(WS-PATH-IDX)
                           TO WS-PATH-NEIGH-NAME
                   END-IF
               END-IF
               IF FUNCTION TRIM(WS-PATH-NEIGHBOR) NOT = SPACES
                   PERFORM CONSIDER-PATH-NEIGHBOR
               END-IF
           END-PERFORM.

       CONSIDER-PATH-NEIGHBOR.
           IF FUNCTION TRIM(WS-PATH-NEIGHBOR) =
               FUNCTION TRIM(WS-PATH-TARGET)
               IF WS-PATH-NODE-CNT < 200
                   ADD 1 TO WS-PATH-NODE-CNT
                   MOVE WS-PATH-NEIGHBOR TO WS-PN-USER(WS-PATH-NODE-CNT)
                   MOVE WS-PATH-TARGET-NAME
                       TO WS-PN-NAME(WS-PATH-NODE-CNT)
                   MOVE WS-PATH-HEAD TO WS-PN-PARENT(WS-PATH-NODE-CNT)
                   COMPUTE WS-PN-DEPTH(WS-PATH-NODE-CNT) =
                       WS-PN-DEPTH(WS-PATH-HEAD) + 1
                   MOVE WS-PATH-NODE-CNT TO WS-PATH-FOUND-AT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PATH-SEEN
           PERFORM VARYING WS-PATH-SCAN-IDX FROM 1 BY 1
               UNTIL WS-PATH-SCAN-IDX > WS-PATH-NODE-CNT
               OR WS-PATH-SEEN = "Y"
               IF FUNCTION TRIM(WS-PN-USER(WS-PATH-SCAN-IDX)) =
                   FUNCTION TRIM(WS-PATH-NEIGHBOR)
                   MOVE "Y" TO WS-PATH-SEEN
               END-IF
           END-PERFORM

           IF WS-PATH-SEEN = "N" AND WS-PATH-NODE-CNT < 200
               ADD 1 TO WS-PATH-NODE-CNT
               MOVE WS-PATH-NEIGHBOR TO WS-PN-USER(WS-PATH-NODE-CNT)
               MOVE WS-PATH-NEIGH-NAME TO WS-PN-NAME(WS-PATH-NODE-CNT)
               MOVE WS-PATH-HEAD TO WS-PN-PARENT(WS-PATH-NODE-CNT)
               COMPUTE WS-PN-DEPTH(WS-PATH-NODE-CNT) =
                   WS-PN-DEPTH(WS-PATH-HEAD) + 1
           END-IF.

       ASK-FOR-INTRODUCTION.
           MOVE SPACES TO WS-OUT-LINE
           STRING "To ask " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IR-INTER-NAME) DELIMITED BY SIZE
               " for an introduction, enter a short note; or press Enter to skip:"
                   DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-IR-NOTE
           MOVE FUNCTION TRIM(PR-FIRST-NAME) TO WS-IR-TGT-FIRST
           MOVE FUNCTION TRIM(PR-LAST-NAME) TO WS-IR-TGT-LAST

           MOVE FUNCTION TRIM(WS-PATH-TARGET) TO WS-BLK-OWNER
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-BLK-OTHER
           PERFORM CHECK-IS-BLOCKED
           IF WS-BLK-FOUND = "N"
               MOVE FUNCTION TRIM(WS-IR-INTERMEDIARY) TO WS-BLK-OWNER
               PERFORM CHECK-IS-BLOCKED
           END-IF
           IF WS-BLK-FOUND = "Y"
               MOVE "Unable to send introduction request - please try again."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-IR-FOUND
           MOVE "N" TO IR-EOF
           OPEN INPUT INTRO-FILE
           IF IR-FS = "00"
               PERFORM UNTIL IR-EOF = "Y"
                   READ INTRO-FILE
                       AT END
                           MOVE "Y" TO IR-EOF
                       NOT AT END
                           IF FUNCTION TRIM(IR-REQUESTER) =
                               FUNCTION TRIM(WS-USERNAME)
                               AND FUNCTION TRIM(IR-TARGET) =
                                   FUNCTION TRIM(WS-PATH-TARGET)
                               AND IR-STATUS = "P"
                               MOVE "Y" TO WS-IR-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INTRO-FILE
           IF WS-IR-FOUND = "Y"
               MOVE "You already have an introduction request to this member awaiting a reply."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-TODAY-CONN-REQUESTS
           IF WS-CRL-TODAY-CNT >= MAX-CONN-REQS-DAY
               MOVE "You have reached today's connection request limit. Try again tomorrow."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "CONN-LIMIT" TO WS-AUDIT-OP
               MOVE "BLOCKED" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-SECURITY-AUDIT
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-MY-NAME

           OPEN EXTEND INTRO-FILE
           MOVE FUNCTION TRIM(WS-USERNAME) TO IR-REQUESTER
           MOVE FUNCTION TRIM(WS-IR-INTERMEDIARY) TO IR-INTERMEDIARY
           MOVE FUNCTION TRIM(WS-PATH-TARGET) TO IR-TARGET
           MOVE WS-MY-FIRST TO IR-REQ-FIRST
           MOVE WS-MY-LAST TO IR-REQ-LAST
           MOVE WS-IR-TGT-FIRST TO IR-TGT-FIRST
           MOVE WS-IR-TGT-LAST TO IR-TGT-LAST
           MOVE FUNCTION CURRENT-DATE(1:8) TO IR-DATE
           MOVE "P" TO IR-STATUS
           MOVE 0 TO IR-ACTION-DATE
           MOVE WS-IR-NOTE TO IR-NOTE
           WRITE INTRO-RECORD
           CLOSE INTRO-FILE

           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-CRL-SENDER
           MOVE "SENT" TO WS-CRL-OUTCOME
           PERFORM LOG-CONN-REQUEST

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-IR-INTERMEDIARY) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               " asked you for an introduction to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PATH-TARGET) DELIMITED BY SIZE
               " - see your pending requests." DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "CN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Introduction request sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IR-INTER-NAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       FIND-PENDING-INTRODUCER.
           MOVE "N" TO WS-IR-FOUND
           MOVE SPACES TO WS-IR-INTERMEDIARY
           MOVE "N" TO IR-EOF
           OPEN INPUT INTRO-FILE
           IF IR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IR-EOF = "Y"
               READ INTRO-FILE
                   AT END
                       MOVE "Y" TO IR-EOF
                   NOT AT END
                       IF FUNCTION TRIM(IR-REQUESTER) =
                           FUNCTION TRIM(PEND-SENDER-USER)
                           AND FUNCTION TRIM(IR-TARGET) =
                               FUNCTION TRIM(WS-USERNAME)
                           AND IR-STATUS = "F"
                           MOVE "Y" TO WS-IR-FOUND
                           MOVE IR-INTERMEDIARY TO WS-IR-INTERMEDIARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTRO-FILE.

       REVIEW-INTRODUCTION-REQUESTS.
           MOVE "N" TO WS-IR-FOUND
           MOVE "N" TO IR-EOF
           OPEN INPUT INTRO-FILE
           IF IR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IR-EOF = "Y"
               READ INTRO-FILE
                   AT END
                       MOVE "Y" TO IR-EOF
                   NOT AT END
                       IF FUNCTION TRIM(IR-INTERMEDIARY) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND IR-STATUS = "P"
                           IF WS-IR-FOUND = "N"
                               MOVE "----- Introduction Requests -----"
                                   TO WS-OUT-LINE
                               PERFORM DISPLAY-LINE
                               MOVE "Y" TO WS-IR-FOUND
                           END-IF
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(IR-REQ-FIRST) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(IR-REQ-LAST) DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(IR-REQUESTER) DELIMITED BY SIZE
                               ") asks to be introduced to " DELIMITED BY SIZE
                               FUNCTION TRIM(IR-TGT-FIRST) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(IR-TGT-LAST) DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(IR-TARGET) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "  Note: " DELIMITED BY SIZE
                               FUNCTION TRIM(IR-NOTE) DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTRO-FILE

           IF WS-IR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter the username of a member asking for an introduction, or press Enter to skip:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-IR-ACT-USER
           IF WS-IR-ACT-USER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter F to forward the introduction or D to decline it:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-IR-ACT-CHOICE

           IF WS-IR-ACT-CHOICE NOT = "F" AND WS-IR-ACT-CHOICE NOT = "D"
               MOVE "unrecognized forward/decline choice" TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice; no action taken." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-INTRODUCTION-TO-ACT
           IF WS-IR-MATCHED = "N"
               MOVE "No matching introduction request was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-IR-ACT-CHOICE = "F"
               PERFORM FORWARD-INTRODUCTION
           ELSE
               MOVE "D" TO WS-IR-NEW-STATUS
               PERFORM REWRITE-INTRODUCTION-STATUS
               MOVE FUNCTION TRIM(WS-IR-SV-REQUESTER) TO WS-CRL-SENDER
               MOVE "DECLINED" TO WS-CRL-OUTCOME
               PERFORM LOG-CONN-REQUEST
               MOVE SPACES TO WS-IR-NOTE
               STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " declined your introduction request to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IR-SV-TARGET) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-IR-NOTE
               END-STRING
               PERFORM SEND-INTRODUCTION-NOTICE
               MOVE "Introduction request declined." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       FIND-INTRODUCTION-TO-ACT.
           MOVE "N" TO WS-IR-MATCHED
           MOVE SPACES TO WS-IR-SAVED
           MOVE "N" TO IR-EOF
           OPEN INPUT INTRO-FILE
           PERFORM UNTIL IR-EOF = "Y" OR WS-IR-MATCHED = "Y"
               READ INTRO-FILE
                   AT END
                       MOVE "Y" TO IR-EOF
                   NOT AT END
                       IF FUNCTION TRIM(IR-INTERMEDIARY) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(IR-REQUESTER) =
                               FUNCTION TRIM(WS-IR-ACT-USER)
                           AND IR-STATUS = "P"
                           MOVE "Y" TO WS-IR-MATCHED
                           MOVE IR-REQUESTER TO WS-IR-SV-REQUESTER
                           MOVE IR-TARGET TO WS-IR-SV-TARGET
                           MOVE IR-REQ-FIRST TO WS-IR-SV-REQ-FIRST
                           MOVE IR-REQ-LAST TO WS-IR-SV-REQ-LAST
                           MOVE IR-TGT-FIRST TO WS-IR-SV-TGT-FIRST
                           MOVE IR-TGT-LAST TO WS-IR-SV-TGT-LAST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTRO-FILE.

       FORWARD-INTRODUCTION.
           MOVE FUNCTION TRIM(WS-IR-SV-TARGET) TO WS-BLK-OWNER
           MOVE FUNCTION TRIM(WS-IR-SV-REQUESTER) TO WS-BLK-OTHER
           PERFORM CHECK-IS-BLOCKED
           IF WS-BLK-FOUND = "Y"
               MOVE "D" TO WS-IR-NEW-STATUS
               PERFORM REWRITE-INTRODUCTION-STATUS
               MOVE "This introduction can no longer be forwarded; it has been closed."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           CLOSE PENDING-FILE
           OPEN I-O PENDING-FILE
           MOVE FUNCTION TRIM(WS-IR-SV-REQUESTER) TO PEND-SENDER-USER
           MOVE FUNCTION TRIM(WS-IR-SV-REQ-FIRST) TO PEND-SENDER-FIRST
           MOVE FUNCTION TRIM(WS-IR-SV-REQ-LAST) TO PEND-SENDER-LAST
           MOVE FUNCTION TRIM(WS-IR-SV-TARGET) TO PEND-RECEIVER-USER
           MOVE FUNCTION TRIM(WS-IR-SV-TGT-FIRST) TO PEND-RECEIVER-FIRST
           MOVE FUNCTION TRIM(WS-IR-SV-TGT-LAST) TO PEND-RECEIVER-LAST
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-DATE
           WRITE PENDING-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE PENDING-FILE
           OPEN INPUT PENDING-FILE

           MOVE "F" TO WS-IR-NEW-STATUS
           PERFORM REWRITE-INTRODUCTION-STATUS

           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-IR-SV-TARGET) TO NOTIF-USERNAME
           MOVE SPACES TO NOTIF-TEXT
           STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               " introduced you to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IR-SV-REQUESTER) DELIMITED BY SIZE
               " - see your pending requests." DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "CN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

           MOVE SPACES TO WS-IR-NOTE
           STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
               " forwarded your introduction request to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IR-SV-TARGET) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-IR-NOTE
           END-STRING
           PERFORM SEND-INTRODUCTION-NOTICE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Introduction forwarded to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IR-SV-TGT-FIRST) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IR-SV-TGT-LAST) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       REWRITE-INTRODUCTION-STATUS.
           MOVE "N" TO IR-EOF
           OPEN INPUT INTRO-FILE
           OPEN OUTPUT INTRO-TEMP
           PERFORM UNTIL IR-EOF = "Y"
               READ INTRO-FILE
                   AT END
                       MOVE "Y" TO IR-EOF
                   NOT AT END
                       IF FUNCTION TRIM(IR-INTERMEDIARY) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND FUNCTION TRIM(IR-REQUESTER) =
                               FUNCTION TRIM(WS-IR-SV-REQUESTER)
                           AND FUNCTION TRIM(IR-TARGET) =
                               FUNCTION TRIM(WS-IR-SV-TARGET)
                           AND IR-STATUS = "P"
                           MOVE WS-IR-NEW-STATUS TO IR-STATUS
                           MOVE FUNCTION CURRENT-DATE(1:8) TO IR-ACTION-DATE
                       END-IF
                       MOVE INTRO-RECORD TO INTRO-TEMP-RECORD
                       WRITE INTRO-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE INTRO-FILE
           CLOSE INTRO-TEMP

           CALL 'SYSTEM' USING "mv Introductions.tmp Introductions.dat".

       SEND-INTRODUCTION-NOTICE.
           OPEN EXTEND NOTIFICATIONS-FILE
           MOVE FUNCTION TRIM(WS-IR-SV-REQUESTER) TO NOTIF-USERNAME
           MOVE WS-IR-NOTE TO NOTIF-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "CN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE.

       VIEW-MY-INTRODUCTIONS.
           MOVE "N" TO WS-IR-FOUND
           MOVE "N" TO IR-EOF
           OPEN INPUT INTRO-FILE
           IF IR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IR-EOF = "Y"
               READ INTRO-FILE
                   AT END
                       MOVE "Y" TO IR-EOF
                   NOT AT END
                       IF FUNCTION TRIM(IR-REQUESTER) =
                           FUNCTION TRIM(WS-USERNAME)
                           IF WS-IR-FOUND = "N"
                               MOVE "----- Introductions You've Requested -----"
                                   TO WS-OUT-LINE
                               PERFORM DISPLAY-LINE
                               MOVE "Y" TO WS-IR-FOUND
                           END-IF
                           MOVE SPACES TO WS-IR-STATUS-TEXT
                           EVALUATE IR-STATUS
                               WHEN "P"
                                   STRING "awaiting " DELIMITED BY SIZE
                                       FUNCTION TRIM(IR-INTERMEDIARY)
                                           DELIMITED BY SIZE
                                       INTO WS-IR-STATUS-TEXT
                                   END-STRING
                               WHEN "F"
                                   STRING "forwarded by " DELIMITED BY SIZE
                                       FUNCTION TRIM(IR-INTERMEDIARY)
                                           DELIMITED BY SIZE
                                       " on " DELIMITED BY SIZE
                                       IR-ACTION-DATE DELIMITED BY SIZE
                                       INTO WS-IR-STATUS-TEXT
                                   END-STRING
                               WHEN OTHER
                                   STRING "declined by " DELIMITED BY SIZE
                                       FUNCTION TRIM(IR-INTERMEDIARY)
                                           DELIMITED BY SIZE
                                       " on " DELIMITED BY SIZE
                                       IR-ACTION-DATE DELIMITED BY SIZE
                                       INTO WS-IR-STATUS-TEXT
                                   END-STRING
                           END-EVALUATE
                           MOVE SPACES TO WS-OUT-LINE
                           STRING FUNCTION TRIM(IR-TGT-FIRST) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(IR-TGT-LAST) DELIMITED BY SIZE
                               " (asked " DELIMITED BY SIZE
                               IR-DATE DELIMITED BY SIZE
                               ") - " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-IR-STATUS-TEXT)
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTRO-FILE

           IF WS-IR-FOUND = "Y"
               MOVE "-----------------------------------" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       RECORD-PROFILE-VIEW.
           IF FUNCTION TRIM(WS-PVW-VIEWED) = FUNCTION TRIM(WS-USERNAME)
               OR WS-PVW-VIEWED = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PVW-DUP
           MOVE "N" TO PVW-EOF
           OPEN INPUT PROFILE-VIEW-FILE
           IF PVW-FS = "00"
               PERFORM UNTIL PVW-EOF = "Y" OR WS-PVW-DUP = "Y"
                   READ PROFILE-VIEW-FILE
                       AT END
                           MOVE "Y" TO PVW-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PVW-VIEWER) =
                               FUNCTION TRIM(WS-USERNAME)
                               AND FUNCTION TRIM(PVW-VIEWED) =
                                   FUNCTION TRIM(WS-PVW-VIEWED)
                               AND PVW-SOURCE = WS-PVW-SOURCE
                               AND PVW-DATE = FUNCTION CURRENT-DATE(1:8)
                               MOVE "Y" TO WS-PVW-DUP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROFILE-VIEW-FILE
           IF WS-PVW-DUP = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND PROFILE-VIEW-FILE
           MOVE FUNCTION TRIM(WS-USERNAME) TO PVW-VIEWER
           MOVE FUNCTION TRIM(WS-PVW-VIEWED) TO PVW-VIEWED
           MOVE FUNCTION CURRENT-DATE(1:8) TO PVW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PVW-TIME
           MOVE WS-PVW-SOURCE TO PVW-SOURCE
           WRITE PROFILE-VIEW-RECORD
           CLOSE PROFILE-VIEW-FILE.

       WHO-VIEWED-MY-PROFILE.
           MOVE "----- Who Viewed My Profile (last 30 days) -----"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-PVW-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 30)
           MOVE 0 TO WS-PVW-COUNT
           MOVE "N" TO PVW-EOF
           OPEN INPUT PROFILE-VIEW-FILE
           IF PVW-FS = "00"
               PERFORM UNTIL PVW-EOF = "Y"
                   READ PROFILE-VIEW-FILE
                       AT END
                           MOVE "Y" TO PVW-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PVW-VIEWED) =
                               FUNCTION TRIM(WS-USERNAME)
                               AND PVW-DATE IS NUMERIC
                               AND PVW-DATE >= WS-PVW-CUTOFF
                               PERFORM SHOW-PROFILE-VIEWER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROFILE-VIEW-FILE

           IF WS-PVW-COUNT = 0
               MOVE "No one has viewed your profile in the last 30 days."
                   TO WS-OUT-LINE
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-PVW-COUNT DELIMITED BY SIZE
                   " view(s) in the last 30 days." DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM DISPLAY-LINE
           MOVE "-----------------------------------" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       SHOW-PROFILE-VIEWER.
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-BLK-OWNER
           MOVE FUNCTION TRIM(PVW-VIEWER) TO WS-BLK-OTHER
           PERFORM CHECK-IS-BLOCKED
           IF WS-BLK-FOUND = "N"
               MOVE FUNCTION TRIM(PVW-VIEWER) TO WS-BLK-OWNER
               MOVE FUNCTION TRIM(WS-USERNAME) TO WS-BLK-OTHER
               PERFORM CHECK-IS-BLOCKED
           END-IF
           IF WS-BLK-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PVW-COUNT
           MOVE SPACE TO WS-PVW-TYPE
           CLOSE ACCOUNT-FILE
           OPEN INPUT ACCOUNT-FILE
           MOVE PVW-VIEWER TO ACC-USERNAME
           START ACCOUNT-FILE KEY IS = ACC-USERNAME
               INVALID KEY CONTINUE
           END-START
           IF ACC-FS = "00"
               READ ACCOUNT-FILE NEXT
               MOVE ACC-ACCOUNT-TYPE TO WS-PVW-TYPE
           END-IF
           CLOSE ACCOUNT-FILE

           MOVE SPACES TO WS-PVW-WHO
           IF WS-PVW-TYPE = "R"
               MOVE SPACES TO WS-PVW-EMPLOYER
               MOVE "N" TO REAF-EOF
               OPEN INPUT RECRUITER-EMP-FILE
               IF REAF-FS = "00"
                   PERFORM UNTIL REAF-EOF = "Y"
                       READ RECRUITER-EMP-FILE
                           AT END
                               MOVE "Y" TO REAF-EOF
                           NOT AT END
                               IF FUNCTION TRIM(RE-USERNAME) =
                                   FUNCTION TRIM(PVW-VIEWER)
                                   MOVE RE-EMPLOYER TO WS-PVW-EMPLOYER
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RECRUITER-EMP-FILE
               IF WS-PVW-EMPLOYER = SPACES
                   MOVE "A recruiter" TO WS-PVW-WHO
               ELSE
                   STRING "A recruiter at " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PVW-EMPLOYER) DELIMITED BY SIZE
                       INTO WS-PVW-WHO
                   END-STRING
               END-IF
           ELSE
               MOVE FUNCTION TRIM(PVW-VIEWER) TO WS-PV-LOOKUP
               PERFORM LOOKUP-VISIBILITY
               IF WS-PV-SETTING NOT = "A"
                   MOVE "An anonymous member" TO WS-PVW-WHO
               ELSE
                   MOVE FUNCTION TRIM(PVW-VIEWER) TO WS-MSG-TARGET
                   PERFORM LOAD-PROFILE-BY-USERNAME
                   IF PROFILE-FOUND = "Y"
                       STRING FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(PVW-VIEWER) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-PVW-WHO
                       END-STRING
                   ELSE
                       MOVE FUNCTION TRIM(PVW-VIEWER) TO WS-PVW-WHO
                   END-IF
                   CLOSE PROFILE-FILE
                   OPEN INPUT PROFILE-FILE
               END-IF
           END-IF

           EVALUATE PVW-SOURCE
               WHEN "SEARCH"
                   MOVE "a search" TO WS-PVW-FROM
               WHEN "ALUMNI"
                   MOVE "the alumni directory" TO WS-PVW-FROM
               WHEN "CLASSMATE"
                   MOVE "classmate search" TO WS-PVW-FROM
               WHEN "APPLICANTS"
                   MOVE "an applicant list" TO WS-PVW-FROM
               WHEN OTHER
                   MOVE "elsewhere" TO WS-PVW-FROM
           END-EVALUATE

           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-PVW-WHO) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PVW-DATE DELIMITED BY SIZE
               " via " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PVW-FROM) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE.

       PROMPT-EVENT-FEEDBACK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE 0 TO WS-EF-DUE-COUNT
           MOVE "N" TO RSVP-EOF
           OPEN INPUT EVENT-RSVP-FILE
           IF RSVP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RSVP-EOF = "Y"
               READ EVENT-RSVP-FILE
                   AT END
                       MOVE "Y" TO RSVP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RSVP-USER) =
                           FUNCTION TRIM(WS-USERNAME)
                           AND RSVP-ATTENDED = "Y"
                           AND WS-EF-DUE-COUNT < 10
                           PERFORM CHECK-EVENT-FEEDBACK-DUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-RSVP-FILE

           IF WS-EF-DUE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "----- Event Feedback -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "You attended events we'd like your feedback on."
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM VARYING WS-EF-IDX FROM 1 BY 1
               UNTIL WS-EF-IDX > WS-EF-DUE-COUNT OR EOF-FLAG = "Y"
               PERFORM ASK-EVENT-FEEDBACK
           END-PERFORM.

       CHECK-EVENT-FEEDBACK-DUE.
           MOVE "N" TO WS-EV-EXISTS
           MOVE "N" TO EV-EOF
           MOVE 0 TO WS-EF-EV-DATE
           OPEN INPUT EVENTS-FILE
           PERFORM UNTIL EV-EOF = "Y" OR WS-EV-EXISTS = "Y"
               READ EVENTS-FILE
                   AT END
                       MOVE "Y" TO EV-EOF
                   NOT AT END
                       IF FUNCTION TRIM(EV-NAME) = FUNCTION TRIM(RSVP-EVENT)
                           AND EV-DATE < WS-TODAY-DATE
                           MOVE "Y" TO WS-EV-EXISTS
                           MOVE EV-DATE TO WS-EF-EV-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           IF WS-EV-EXISTS = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EF-ANSWERED
           MOVE "N" TO EF-EOF
           OPEN INPUT EVENT-FEEDBACK-FILE
           IF EF-FS = "00"
               PERFORM UNTIL EF-EOF = "Y" OR WS-EF-ANSWERED = "Y"
                   READ EVENT-FEEDBACK-FILE
                       AT END
                           MOVE "Y" TO EF-EOF
                       NOT AT END
                           IF FUNCTION TRIM(EF-EVENT) =
                               FUNCTION TRIM(RSVP-EVENT)
                               AND FUNCTION TRIM(EF-USER) =
                                   FUNCTION TRIM(WS-USERNAME)
                               MOVE "Y" TO WS-EF-ANSWERED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FEEDBACK-FILE
           END-IF

           IF WS-EF-ANSWERED = "N"
               ADD 1 TO WS-EF-DUE-COUNT
               MOVE RSVP-EVENT TO WS-EF-DUE-EVENT(WS-EF-DUE-COUNT)
               MOVE WS-EF-EV-DATE TO WS-EF-DUE-DATE(WS-EF-DUE-COUNT)
           END-IF.

       ASK-EVENT-FEEDBACK.
           MOVE SPACES TO WS-OUT-LINE
           STRING "How was " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EF-DUE-EVENT(WS-EF-IDX)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-EF-DUE-DATE(WS-EF-IDX) DELIMITED BY SIZE
               ")?" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM DISPLAY-LINE

           MOVE "N" TO WS-EF-DONE
           PERFORM UNTIL WS-EF-DONE = "Y" OR EOF-FLAG = "Y"
               MOVE "Rate it from 1 (poor) to 5 (excellent), 0 to skip this survey,"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               MOVE "or press Enter to be asked again next time:"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD(1:1) TO WS-EF-RATING-IN
               IF FUNCTION TRIM(INPUT-RECORD) = SPACES
                   MOVE "We'll ask about this event again at your next login."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
               END-IF
               IF WS-EF-RATING-IN >= "0" AND WS-EF-RATING-IN <= "5"
                   AND INPUT-RECORD(2:99) = SPACES
                   MOVE "Y" TO WS-EF-DONE
               ELSE
                   MOVE "Event feedback: rating not 0-5"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid rating." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO EVENT-FEEDBACK-RECORD
           IF WS-EF-RATING-IN NOT = "0"
               MOVE "Add a short comment (optional, press Enter to skip):"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO EF-COMMENT
           END-IF

           MOVE WS-EF-DUE-EVENT(WS-EF-IDX) TO EF-EVENT
           MOVE WS-USERNAME TO EF-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO EF-DATE
           MOVE WS-EF-RATING-IN TO EF-RATING
           OPEN EXTEND EVENT-FEEDBACK-FILE
           WRITE EVENT-FEEDBACK-RECORD
           CLOSE EVENT-FEEDBACK-FILE

           IF EF-RATING = 0
               MOVE "Survey skipped. You won't be asked about this event again."
                   TO WS-OUT-LINE
           ELSE
               MOVE "Thank you for your feedback." TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE.

       SEARCH-VIA-NAME-INDEX.
           MOVE "N" TO WS-IDX-AVAILABLE
                                      FUNCTION TRIM(PEND-SENDER-LAST) DELIMITED BY SIZE
                                      INTO WS-OUT-LINE
                               END-STRING
                               PERFORM FIND-PENDING-INTRODUCER
                               IF WS-IR-FOUND = "Y"
                                   MOVE WS-OUT-LINE TO WS-PATH-CHAIN
                                   MOVE SPACES TO WS-OUT-LINE
                                   STRING FUNCTION TRIM(WS-PATH-CHAIN)
                                              DELIMITED BY SIZE
                                          " (introduced by " DELIMITED BY SIZE
                                          FUNCTION TRIM(WS-IR-INTERMEDIARY)
                                              DELIMITED BY SIZE
                                          ")" DELIMITED BY SIZE
                                          INTO WS-OUT-LINE
                                   END-STRING
                               END-IF
                               PERFORM DISPLAY-LINE
                               MOVE "Y" TO PEND-FOUND
                           END-IF
                   PERFORM RESPOND-TO-PENDING-REQUEST
               END-IF

               IF EOF-FLAG NOT = "Y"
                   PERFORM REVIEW-INTRODUCTION-REQUESTS
               END-IF

               PERFORM VIEW-SENT-REQUESTS
               PERFORM VIEW-MY-INTRODUCTIONS

           EXIT PARAGRAPH.

               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "CN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE.

       VIEW-NOTIFICATIONS.
           MOVE "----- My Notifications -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "N" TO NOTIF-FOUND
           MOVE "N" TO NOTIF-EOF

           OPEN INPUT NOTIFICATIONS-FILE

           PERFORM UNTIL NOTIF-EOF = "Y"
               READ NOTIFICATIONS-FILE
                   AT END
                       MOVE "Y" TO NOTIF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(NOTIF-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                           MOVE "Y" TO NOTIF-FOUND
                           MOVE FUNCTION TRIM(NOTIF-TEXT) TO WS-OUT-LINE
                           PERFORM DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTIFICATIONS-FILE

           IF NOTIF-FOUND = "N"
               MOVE "You have no notifications." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       GET-MY-NAME.
           MOVE SPACES TO WS-MY-FIRST WS-MY-LAST
           MOVE "N" TO PROFILE-FOUND
           MOVE "N" TO PROFILE-EOF
           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE

           PERFORM UNTIL PROFILE-EOF = "Y" OR PROFILE-FOUND = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO PROFILE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                           MOVE FUNCTION TRIM(PR-FIRST-NAME) TO WS-MY-FIRST
                           MOVE FUNCTION TRIM(PR-LAST-NAME) TO WS-MY-LAST
                           MOVE "Y" TO PROFILE-FOUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE
           OPEN INPUT PROFILE-FILE.

       ADD-CONNECTION.
           OPEN EXTEND CONNECTIONS-FILE
           MOVE FUNCTION TRIM(WS-PEND-ACT-USER) TO CONN-USER-ONE
           MOVE WS-PEND-MATCH-FIRST TO CONN-USER-ONE-FIRST
           MOVE WS-PEND-MATCH-LAST TO CONN-USER-ONE-LAST
           MOVE FUNCTION TRIM(WS-USERNAME) TO CONN-USER-TWO
           MOVE WS-MY-FIRST TO CONN-USER-TWO-FIRST
           MOVE WS-MY-LAST TO CONN-USER-TWO-LAST
           WRITE CONNECTIONS-RECORD
           CLOSE CONNECTIONS-FILE.

       REMOVE-PENDING-REQUEST.
           MOVE "N" TO WS-PEND-MATCHED

           CLOSE PENDING-FILE
           OPEN I-O PENDING-FILE
           MOVE FUNCTION TRIM(WS-PEND-ACT-USER) TO PEND-SENDER-USER
           MOVE FUNCTION TRIM(WS-USERNAME) TO PEND-RECEIVER-USER
           START PENDING-FILE KEY IS = PEND-KEY
               INVALID KEY CONTINUE
           END-START
           IF PEND-FS = "00"
               READ PENDING-FILE NEXT
               MOVE "Y" TO WS-PEND-MATCHED
               MOVE FUNCTION TRIM(PEND-SENDER-FIRST) TO WS-PEND-MATCH-FIRST
               MOVE FUNCTION TRIM(PEND-SENDER-LAST) TO WS-PEND-MATCH-LAST
               DELETE PENDING-FILE
           END-IF

           CLOSE PENDING-FILE
           OPEN INPUT PENDING-FILE

           IF WS-PEND-MATCHED = "Y"
               MOVE "PendingRequests.dat" TO WS-SHRINK-FILE
               MOVE 1 TO WS-SHRINK-COUNT
               PERFORM RECORD-EXPECTED-SHRINK
           ELSE
               MOVE "No matching pending request was found." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.



       NOTIFICATION-DELIVERY-SETTINGS.
           MOVE "----- Notification Delivery Settings -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM LOAD-MY-NOTIFY-PREFS

           MOVE SPACES TO WS-OUT-LINE
           IF WS-NPV-EMAIL = SPACES
               MOVE "Email: (none on file)" TO WS-OUT-LINE
           ELSE
               IF WS-NPV-EMAIL-STATUS = "B"
                   STRING "Email: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NPV-EMAIL) DELIMITED BY SIZE
                       " (undeliverable - please update it)" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               ELSE
                   STRING "Email: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NPV-EMAIL) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM DISPLAY-LINE

           MOVE SPACES TO WS-OUT-LINE
           IF WS-NPV-MOBILE = SPACES
               MOVE "Mobile: (none on file)" TO WS-OUT-LINE
           ELSE
               IF WS-NPV-MOBILE-STATUS = "B"
                   STRING "Mobile: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NPV-MOBILE) DELIMITED BY SIZE
                       " (undeliverable - please update it)" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               ELSE
                   STRING "Mobile: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NPV-MOBILE) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM DISPLAY-LINE

           PERFORM VARYING WS-NP-CAT-IDX FROM 1 BY 1 UNTIL WS-NP-CAT-IDX > 5
               PERFORM SET-NOTIFY-MODE-DESC
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NP-CAT-NAME(WS-NP-CAT-IDX))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NP-MODE-DESC) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-PERFORM

           MOVE "1. Set my email address" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Set my mobile number" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. Choose how a kind of notification reaches me" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "4. Go Back" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   PERFORM SET-NOTIFY-EMAIL
               WHEN "2"
                   PERFORM SET-NOTIFY-MOBILE
               WHEN "3"
                   PERFORM SET-NOTIFY-CATEGORY
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   MOVE "unrecognized notification settings choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       SET-NOTIFY-MODE-DESC.
           EVALUATE WS-NPV-MODE(WS-NP-CAT-IDX)
               WHEN "I"
                   MOVE "immediately" TO WS-NP-MODE-DESC
               WHEN "D"
                   MOVE "daily digest" TO WS-NP-MODE-DESC
               WHEN OTHER
                   MOVE "in-app only" TO WS-NP-MODE-DESC
           END-EVALUATE.

       SET-NOTIFY-EMAIL.
           MOVE "Enter your email address, or press Enter to remove it:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NP-INPUT

           IF WS-NP-INPUT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NP-INPUT)) TO WS-NP-LEN
               MOVE 0 TO WS-NP-AT-COUNT
               MOVE 0 TO WS-NP-DOT-COUNT
               MOVE 0 TO WS-NP-SPACE-COUNT
               INSPECT WS-NP-INPUT(1:WS-NP-LEN)
                   TALLYING WS-NP-AT-COUNT FOR ALL "@"
                            WS-NP-SPACE-COUNT FOR ALL SPACE
               MOVE 0 TO WS-NP-AT-POS
               INSPECT WS-NP-INPUT TALLYING WS-NP-AT-POS
                   FOR CHARACTERS BEFORE INITIAL "@"
               IF WS-NP-AT-COUNT = 1 AND WS-NP-AT-POS > 0
                   AND WS-NP-AT-POS + 1 < WS-NP-LEN
                   INSPECT WS-NP-INPUT(WS-NP-AT-POS + 2:)
                       TALLYING WS-NP-DOT-COUNT FOR ALL "."
               END-IF
               IF WS-NP-AT-COUNT NOT = 1 OR WS-NP-AT-POS = 0
                   OR WS-NP-DOT-COUNT = 0 OR WS-NP-SPACE-COUNT > 0
                   OR WS-NP-INPUT(WS-NP-LEN:1) = "."
                   MOVE "invalid contact email address" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "That does not look like an email address; nothing was changed."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-NP-INPUT TO WS-NPV-EMAIL
           MOVE SPACE TO WS-NPV-EMAIL-STATUS
           PERFORM SAVE-MY-NOTIFY-PREFS

           MOVE "CONTACT-CHG" TO WS-AUDIT-OP
           MOVE "EMAIL" TO WS-AUDIT-OUTCOME
           PERFORM WRITE-SECURITY-AUDIT

           IF WS-NP-INPUT = SPACES
               MOVE "Your email address has been removed." TO WS-OUT-LINE
           ELSE
               MOVE "Your email address has been saved." TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE.

       SET-NOTIFY-MOBILE.
           MOVE "Enter your mobile number (digits only), or press Enter to remove it:"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NP-INPUT

           IF WS-NP-INPUT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NP-INPUT)) TO WS-NP-LEN
               IF WS-NP-LEN < 10 OR WS-NP-LEN > 15
                   OR WS-NP-INPUT(1:WS-NP-LEN) IS NOT NUMERIC
                   MOVE "invalid contact mobile number" TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "A mobile number is 10 to 15 digits; nothing was changed."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-NP-INPUT TO WS-NPV-MOBILE
           MOVE SPACE TO WS-NPV-MOBILE-STATUS
           PERFORM SAVE-MY-NOTIFY-PREFS

           MOVE "CONTACT-CHG" TO WS-AUDIT-OP
           MOVE "MOBILE" TO WS-AUDIT-OUTCOME
           PERFORM WRITE-SECURITY-AUDIT

           IF WS-NP-INPUT = SPACES
               MOVE "Your mobile number has been removed." TO WS-OUT-LINE
           ELSE
               MOVE "Your mobile number has been saved." TO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE.

       SET-NOTIFY-CATEGORY.
           PERFORM VARYING WS-NP-CAT-IDX FROM 1 BY 1 UNTIL WS-NP-CAT-IDX > 5
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-NP-CAT-IDX DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NP-CAT-NAME(WS-NP-CAT-IDX))
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM DISPLAY-LINE
           END-PERFORM
           MOVE "Enter the kind of notification:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF INPUT-RECORD(1:1) < "1" OR INPUT-RECORD(1:1) > "5"
               MOVE "notification category choice out of range"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:1) TO WS-NP-CAT-IDX

           MOVE "1. In-app only" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. Immediately, by email and/or text message" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "3. In a daily digest, by email and/or text message" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   MOVE "N" TO WS-NPV-MODE(WS-NP-CAT-IDX)
               WHEN "2"
                   MOVE "I" TO WS-NPV-MODE(WS-NP-CAT-IDX)
               WHEN "3"
                   MOVE "D" TO WS-NPV-MODE(WS-NP-CAT-IDX)
               WHEN OTHER
                   MOVE "unrecognized notification delivery choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice; nothing was changed." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM SAVE-MY-NOTIFY-PREFS
           MOVE "Your delivery choice has been saved." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           IF WS-NPV-MODE(WS-NP-CAT-IDX) NOT = "N"
               AND WS-NPV-EMAIL = SPACES AND WS-NPV-MOBILE = SPACES
               MOVE "Add an email address or mobile number for it to take effect."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       LOAD-MY-NOTIFY-PREFS.
           MOVE SPACES TO WS-NPV-RECORD
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-NPV-USERNAME
           MOVE "NNNNN" TO WS-NPV-MODES
           MOVE 0 TO WS-NPV-UPDATED
           MOVE "N" TO NP-EOF
           OPEN INPUT NOTIFY-PREFS-FILE
           IF NP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NP-EOF = "Y"
               READ NOTIFY-PREFS-FILE
                   AT END
                       MOVE "Y" TO NP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(NP-USERNAME) =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE NOTIFY-PREFS-RECORD TO WS-NPV-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-PREFS-FILE.

       SAVE-MY-NOTIFY-PREFS.
           MOVE "N" TO NP-EOF
           OPEN INPUT NOTIFY-PREFS-FILE
           IF NP-FS NOT = "00"
               CLOSE NOTIFY-PREFS-FILE
               OPEN OUTPUT NOTIFY-PREFS-FILE
               CLOSE NOTIFY-PREFS-FILE
               OPEN INPUT NOTIFY-PREFS-FILE
           END-IF
           OPEN OUTPUT NOTIFY-PREFS-TEMP

           PERFORM UNTIL NP-EOF = "Y"
               READ NOTIFY-PREFS-FILE
                   AT END
                       MOVE "Y" TO NP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(NP-USERNAME) NOT =
                           FUNCTION TRIM(WS-USERNAME)
                           MOVE NOTIFY-PREFS-RECORD TO NOTIFY-PREFS-TEMP-RECORD
                           WRITE NOTIFY-PREFS-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTIFY-PREFS-FILE
           CLOSE NOTIFY-PREFS-TEMP
           CALL 'SYSTEM' USING "mv NotifyPrefs.tmp NotifyPrefs.dat"

           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-NPV-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NPV-UPDATED
           OPEN EXTEND NOTIFY-PREFS-FILE
           MOVE WS-NPV-RECORD TO NOTIFY-PREFS-RECORD
           WRITE NOTIFY-PREFS-RECORD
           CLOSE NOTIFY-PREFS-FILE.

       PRIVACY-SETTINGS.
           MOVE "----- Privacy Settings -----" TO WS-OUT-LINE
           MOVE "----- Mentorship Program -----" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM LOAD-MENTOR-PAIRINGS
           IF WS-MSP-COUNT > 0
               PERFORM MENTORSHIP-PAIR-MENU
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-MENT-FOUND
           MOVE "N" TO MENT-EOF
           MOVE SPACES TO WS-MENT-ROLE
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       LOAD-MENTOR-PAIRINGS.
           MOVE 0 TO WS-MSP-COUNT
           MOVE "N" TO MSHP-EOF
           OPEN INPUT MENTORSHIP-FILE
           IF MSHP-FS = "00"
               PERFORM UNTIL MSHP-EOF = "Y"
                   READ MENTORSHIP-FILE
                       AT END
                           MOVE "Y" TO MSHP-EOF
                       NOT AT END
                           IF (FUNCTION TRIM(MS-MENTOR) =
                               FUNCTION TRIM(WS-USERNAME)
                               OR FUNCTION TRIM(MS-STUDENT) =
                               FUNCTION TRIM(WS-USERNAME))
                               AND WS-MSP-COUNT < 20
                               ADD 1 TO WS-MSP-COUNT
                               MOVE MS-MENTOR TO WS-MSP-MENTOR(WS-MSP-COUNT)
                               MOVE MS-STUDENT TO WS-MSP-STUDENT(WS-MSP-COUNT)
                               MOVE MS-DATE TO WS-MSP-SINCE(WS-MSP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENTORSHIP-FILE
           END-IF.

       MENTORSHIP-PAIR-MENU.
           MOVE "Your mentorship pairings:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM VARYING WS-MSP-IDX FROM 1 BY 1
               UNTIL WS-MSP-IDX > WS-MSP-COUNT
               MOVE SPACES TO WS-OUT-LINE
               IF FUNCTION TRIM(WS-MSP-MENTOR(WS-MSP-IDX)) =
                   FUNCTION TRIM(WS-USERNAME)
                   STRING "  " WS-MSP-IDX ". Mentoring "
                       FUNCTION TRIM(WS-MSP-STUDENT(WS-MSP-IDX))
                       " since " WS-MSP-SINCE(WS-MSP-IDX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               ELSE
                   STRING "  " WS-MSP-IDX ". Mentored by "
                       FUNCTION TRIM(WS-MSP-MENTOR(WS-MSP-IDX))
                       " since " WS-MSP-SINCE(WS-MSP-IDX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-IF
               PERFORM DISPLAY-LINE
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MSP-TODAY
           MOVE "N" TO WS-MEV-OPEN
           IF MENTOR-TERM-END > 0 AND WS-MSP-TODAY >= MENTOR-TERM-END
               MOVE "Y" TO WS-MEV-OPEN
           END-IF

           MOVE "1. Log a mentoring session" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "2. View session log" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           IF WS-MEV-OPEN = "Y"
               MOVE "3. Complete end-of-term evaluation" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF
           MOVE "W. Withdraw from the program" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           MOVE "Enter your choice, or press Enter to go back:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE

           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               WHEN "1"
                   PERFORM LOG-MENTOR-SESSION
               WHEN "2"
                   PERFORM VIEW-MENTOR-SESSIONS
               WHEN "3"
                   IF WS-MEV-OPEN = "Y"
                       PERFORM EVALUATE-MENTORSHIP
                   ELSE
                       MOVE "End-of-term evaluations are not open yet."
                           TO WS-OUT-LINE
                       PERFORM DISPLAY-LINE
                   END-IF
               WHEN "W"
                   PERFORM WITHDRAW-MENTOR-FLAG
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "unrecognized mentorship choice"
                       TO WS-BATCH-EXC-REASON
                   PERFORM LOG-BATCH-EXCEPTION
                   MOVE "Invalid choice." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
           END-EVALUATE.

       PICK-MENTOR-PAIRING.
           MOVE 0 TO WS-MSP-PICK
           IF WS-MSP-COUNT = 1
               MOVE 1 TO WS-MSP-PICK
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the number of the pairing:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) IS NOT NUMERIC
               MOVE "non-numeric mentorship pairing choice"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSP-PICK
           IF WS-MSP-PICK < 1 OR WS-MSP-PICK > WS-MSP-COUNT
               MOVE 0 TO WS-MSP-PICK
               MOVE "mentorship pairing choice out of range"
                   TO WS-BATCH-EXC-REASON
               PERFORM LOG-BATCH-EXCEPTION
               MOVE "Invalid choice." TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
           END-IF.

       LOG-MENTOR-SESSION.
           PERFORM PICK-MENTOR-PAIRING
           IF WS-MSP-PICK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MSP-TODAY
           MOVE 0 TO WS-MSN-DATE
           PERFORM UNTIL WS-MSN-DATE > 0
               MOVE "Enter the session date (YYYYMMDD):" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD(1:8) TO WS-MSN-DATE-IN
               IF WS-MSN-DATE-IN IS NUMERIC
                   AND WS-MSN-DATE-IN <= WS-MSP-TODAY
                   MOVE WS-MSN-DATE-IN TO WS-MSN-DATE
               ELSE
                   MOVE "Invalid date. Please enter an 8 digit date (YYYYMMDD), not in the future."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-MSN-MINUTES
           PERFORM UNTIL WS-MSN-MINUTES > 0
               MOVE "Enter the session length in minutes:" TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSN-MINUTES-IN
               IF WS-MSN-MINUTES-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-MSN-MINUTES-IN) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-MSN-MINUTES-IN) TO WS-MSN-MINUTES
               END-IF
               IF WS-MSN-MINUTES = 0
                   MOVE "Please enter a whole number of minutes (1-999)."
                       TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE "Enter the topic discussed:" TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "A topic is required. The session was not logged."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MENTOR-SESSION-FILE
           IF MSN-FS NOT = "00"
               OPEN OUTPUT MENTOR-SESSION-FILE
           END-IF
           CLOSE MENTOR-SESSION-FILE
           OPEN EXTEND MENTOR-SESSION-FILE
           MOVE WS-MSP-MENTOR(WS-MSP-PICK) TO MSN-MENTOR
           MOVE WS-MSP-STUDENT(WS-MSP-PICK) TO MSN-STUDENT
           MOVE WS-MSN-DATE TO MSN-DATE
           MOVE WS-MSN-MINUTES TO MSN-MINUTES
           MOVE FUNCTION TRIM(INPUT-RECORD) TO MSN-TOPIC
           MOVE FUNCTION TRIM(WS-USERNAME) TO MSN-LOGGED-BY
           WRITE MENTOR-SESSION-RECORD
           CLOSE MENTOR-SESSION-FILE

           MOVE "Session logged." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       VIEW-MENTOR-SESSIONS.
           PERFORM PICK-MENTOR-PAIRING
           IF WS-MSP-PICK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MSN-COUNT
           MOVE 0 TO WS-MSN-TOTAL-MIN
           MOVE "N" TO MSN-EOF
           OPEN INPUT MENTOR-SESSION-FILE
           IF MSN-FS = "00"
               PERFORM UNTIL MSN-EOF = "Y"
                   READ MENTOR-SESSION-FILE
                       AT END
                           MOVE "Y" TO MSN-EOF
                       NOT AT END
                           IF MSN-MENTOR = WS-MSP-MENTOR(WS-MSP-PICK)
                               AND MSN-STUDENT =
                                   WS-MSP-STUDENT(WS-MSP-PICK)
                               ADD 1 TO WS-MSN-COUNT
                               ADD MSN-MINUTES TO WS-MSN-TOTAL-MIN
                               MOVE SPACES TO WS-OUT-LINE
                               STRING "  " MSN-DATE " "
                                   MSN-MINUTES " min  "
                                   FUNCTION TRIM(MSN-TOPIC)
                                   " (logged by "
                                   FUNCTION TRIM(MSN-LOGGED-BY) ")"
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM DISPLAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENTOR-SESSION-FILE
           END-IF

           IF WS-MSN-COUNT = 0
               MOVE "No sessions have been logged for this pairing yet."
                   TO WS-OUT-LINE
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING "Sessions logged: " WS-MSN-COUNT
                   ", total minutes: " WS-MSN-TOTAL-MIN
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF
           PERFORM DISPLAY-LINE.

       EVALUATE-MENTORSHIP.
           PERFORM PICK-MENTOR-PAIRING
           IF WS-MSP-PICK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-MEV-DONE
           MOVE "N" TO MEV-EOF
           OPEN INPUT MENTOR-EVAL-FILE
           IF MEV-FS = "00"
               PERFORM UNTIL MEV-EOF = "Y" OR WS-MEV-DONE = "Y"
                   READ MENTOR-EVAL-FILE
                       AT END
                           MOVE "Y" TO MEV-EOF
                       NOT AT END
                           IF MEV-MENTOR = WS-MSP-MENTOR(WS-MSP-PICK)
                               AND MEV-STUDENT =
                                   WS-MSP-STUDENT(WS-MSP-PICK)
                               AND MEV-TERM-END = MENTOR-TERM-END
                               AND FUNCTION TRIM(MEV-RATER) =
                                   FUNCTION TRIM(WS-USERNAME)
                               MOVE "Y" TO WS-MEV-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENTOR-EVAL-FILE
           END-IF
           IF WS-MEV-DONE = "Y"
               MOVE "You have already evaluated this pairing for the current term."
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MEV-RATING
           PERFORM UNTIL WS-MEV-RATING > 0
               MOVE "Rate this mentorship from 1 (poor) to 5 (excellent):"
                   TO WS-OUT-LINE
               PERFORM DISPLAY-LINE
               PERFORM READ-INPUT
               IF EOF-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF INPUT-RECORD(1:1) >= "1" AND INPUT-RECORD(1:1) <= "5"
                   AND INPUT-RECORD(2:1) = SPACE
                   MOVE INPUT-RECORD(1:1) TO WS-MEV-RATING
               ELSE
                   MOVE "Please enter a rating from 1 to 5." TO WS-OUT-LINE
                   PERFORM DISPLAY-LINE
               END-IF
           END-PERFORM

           MOVE "Enter a short comment (optional, press Enter to skip):"
               TO WS-OUT-LINE
           PERFORM DISPLAY-LINE
           PERFORM READ-INPUT
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MENTOR-EVAL-FILE
           IF MEV-FS NOT = "00"
               OPEN OUTPUT MENTOR-EVAL-FILE
           END-IF
           CLOSE MENTOR-EVAL-FILE
           OPEN EXTEND MENTOR-EVAL-FILE
           MOVE WS-MSP-MENTOR(WS-MSP-PICK) TO MEV-MENTOR
           MOVE WS-MSP-STUDENT(WS-MSP-PICK) TO MEV-STUDENT
           MOVE MENTOR-TERM-END TO MEV-TERM-END
           MOVE FUNCTION TRIM(WS-USERNAME) TO MEV-RATER
           IF FUNCTION TRIM(WS-MSP-MENTOR(WS-MSP-PICK)) =
               FUNCTION TRIM(WS-USERNAME)
               MOVE "M" TO MEV-ROLE
           ELSE
               MOVE "S" TO MEV-ROLE
           END-IF
           MOVE WS-MEV-RATING TO MEV-RATING
           MOVE FUNCTION CURRENT-DATE(1:8) TO MEV-DATE
           MOVE FUNCTION TRIM(INPUT-RECORD) TO MEV-COMMENT
           WRITE MENTOR-EVAL-RECORD
           CLOSE MENTOR-EVAL-FILE

           MOVE "Thank you. Your evaluation has been recorded." TO WS-OUT-LINE
           PERFORM DISPLAY-LINE.

       WITHDRAW-MENTOR-FLAG.
           MOVE "N" TO WS-MENT-REMOVED
           MOVE "N" TO MENT-EOF
               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "GN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE

               INTO NOTIF-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
           MOVE "GN" TO NOTIF-CATEGORY
           MOVE SPACE TO NOTIF-SPOOLED
           WRITE NOTIFICATIONS-RECORD
           CLOSE NOTIFICATIONS-FILE.

