            SELECT MESSAGES-FILE ASSIGN TO 'Messages.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MSG-FS.
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
            SELECT CASELOAD-FILE ASSIGN TO 'AdvisorCaseloads.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CL-FS.
            SELECT ADVISING-NOTES-FILE ASSIGN TO 'AdvisingNotes.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AN-FS.
            SELECT MERGE-TEMP ASSIGN TO 'AcctMerge.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PROFILE-FILE ASSIGN TO 'Profiles.dat'
            SELECT SECURITY-AUDIT-FILE ASSIGN TO 'SecurityAudit.log'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FS.
            SELECT NOTIFY-PREFS-FILE ASSIGN TO 'NotifyPrefs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NP-FS.
            SELECT NOTIFY-PREFS-TEMP ASSIGN TO 'NotifyPrefs.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD ADMIN-COMMAND-FILE.
        01 ADMIN-COMMAND-RECORD    PIC X(132).

        FD ADMIN-LOG-FILE.
        01 ADMIN-LOG-RECORD    PIC X(132).

        FD EMPLOYER-FILE.
        01 EMPLOYER-RECORD.
            05 EM-NAME           PIC X(40).
            05 EM-INDUSTRY       PIC X(30).
            05 EM-HQ-CITY        PIC X(30).
            05 EM-WEBSITE        PIC X(60).
            05 EM-SIZE-BAND      PIC X(10).
            05 EM-DESCRIPTION    PIC X(100).
            05 EM-STATUS         PIC X.

        FD ACCOUNT-FILE.
        01 ACCOUNT-RECORD.
            05 APP-DATE          PIC 9(8).
            05 APP-NOTE          PIC X(100).
            05 APP-STATUS        PIC X(12).
            05 APP-REQ-NUM       PIC 9(8).
            05 APP-SCREEN-ANSWERS PIC X(5).
            05 APP-SCREEN-RESULT PIC X.

        FD LEARNING-FILE.
        01 LEARNING-RECORD.
            05 MSG-READ          PIC X.
            05 MSG-TEXT          PIC X(200).

        FD PWD-HISTORY-FILE.
        01 PWD-HISTORY-RECORD.
            05 PH-USERNAME       PIC X(20).
            05 PH-SALT           PIC X(8).
            05 PH-HASH           PIC X(12).
            05 PH-DATE           PIC 9(8).

        FD APP-MESSAGES-FILE.
        01 APP-MESSAGES-RECORD.
            05 AM-REQ-NUM        PIC 9(8).
            05 AM-STUDENT        PIC X(20).
            05 AM-RECRUITER      PIC X(20).
            05 AM-FROM           PIC X(20).
            05 AM-REST           PIC X(215).

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

        FD CASELOAD-FILE.
        01 CASELOAD-RECORD.
            05 CL-ADVISOR        PIC X(20).
            05 CL-UNIVERSITY     PIC X(40).
            05 CL-MAJOR          PIC X(30).

        FD ADVISING-NOTES-FILE.
        01 ADVISING-NOTES-RECORD.
            05 AN-STUDENT        PIC X(20).
            05 AN-ADVISOR        PIC X(20).
            05 AN-REST           PIC X(108).

        FD MERGE-TEMP.
        01 MERGE-TEMP-RECORD    PIC X(500).

            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD EMPLOYER-AGR-FILE.
        01 EMPLOYER-AGR-RECORD.
            05 EA-EMPLOYER       PIC X(40).
            05 EA-EFFECTIVE      PIC 9(8).
            05 EA-EXPIRY         PIC 9(8).
            05 EA-POSTING-FEE    PIC 9(5)V99.
            05 EA-EVENT-FEE      PIC 9(5)V99.

        FD SECURITY-AUDIT-FILE.
        01 SECURITY-AUDIT-RECORD.
            05 FILLER       PIC X.
            05 AUD-OUTCOME  PIC X(8).

        FD NOTIFY-PREFS-FILE.
        01 NOTIFY-PREFS-RECORD.
            05 NP-USERNAME       PIC X(20).
            05 NP-EMAIL          PIC X(60).
            05 NP-EMAIL-STATUS   PIC X.
            05 NP-MOBILE         PIC X(15).
            05 NP-MOBILE-STATUS  PIC X.
            05 NP-MODES          PIC X(5).
            05 NP-UPDATED        PIC 9(8).

        FD NOTIFY-PREFS-TEMP.
        01 NOTIFY-PREFS-TEMP-RECORD    PIC X(110).

    WORKING-STORAGE SECTION.
        77 CMD-FS    PIC XX VALUE "00".
        77 LOG-FS    PIC XX VALUE "00".
        77 ACC-EOF    PIC X VALUE "N".
        77 WS-LOCKED-COUNT    PIC 9(5) VALUE 0.
        77 LOCK-FS    PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 REAF-FS    PIC XX VALUE "00".
        77 REAF-EOF    PIC X VALUE "N".
        77 WS-AFF-UPDATED    PIC X VALUE "N".
        77 CONN-FS    PIC XX VALUE "00".
        77 APPL-FS    PIC XX VALUE "00".
        77 LP-FS    PIC XX VALUE "00".
        77 PH-FS    PIC XX VALUE "00".
        77 AM-FS    PIC XX VALUE "00".
        77 IR-FS    PIC XX VALUE "00".
        77 PVW-FS   PIC XX VALUE "00".
        77 EF-FS    PIC XX VALUE "00".
        77 CL-FS    PIC XX VALUE "00".
        77 AN-FS    PIC XX VALUE "00".
        77 ENDO-FS    PIC XX VALUE "00".
        77 MSG-FS    PIC XX VALUE "00".
        77 WS-FILE-EOF    PIC X VALUE "N".
        77 WS-AGR-REMAINDER    PIC X(80) VALUE SPACES.
        77 WS-AGR-BAR-LOC    PIC 9(3) VALUE 0.
        77 WS-AGR-REPLACED    PIC X VALUE "N".
        77 WS-AGR-RATES-GIVEN    PIC X VALUE "N".
        77 WS-AGR-POSTING-FEE    PIC 9(5)V99 VALUE 0.
        77 WS-AGR-EVENT-FEE    PIC 9(5)V99 VALUE 0.
        77 WS-AGR-FEE-TEXT    PIC X(12) VALUE SPACES.
        77 WS-AGR-FEE-AMOUNT    PIC 9(5)V99 VALUE 0.
        77 WS-AGR-FEE-OK    PIC X VALUE "N".
        77 WS-AGR-FEE-DOT    PIC 9(2) VALUE 0.
        77 WS-AGR-FEE-LEN    PIC 9(2) VALUE 0.
        77 WS-AGR-FEE-WHOLE    PIC X(5) VALUE SPACES.
        77 WS-AGR-FEE-CENTS    PIC X(2) VALUE SPACES.
        77 WS-AGR-FEE-DISP    PIC Z(4)9.99.
        77 WS-AGR-EVENT-DISP    PIC Z(4)9.99.
        77 WS-AFF-USERNAME    PIC X(20) VALUE SPACES.
        77 WS-AFF-EMPLOYER    PIC X(40) VALUE SPACES.
        77 WS-AFF-REMAINDER    PIC X(80) VALUE SPACES.
        77 WS-AFF-BAR-LOC    PIC 9(3) VALUE 0.
        77 WS-AFF-REPLACED    PIC X VALUE "N".
        77 NP-FS    PIC XX VALUE "00".
        77 NP-EOF    PIC X VALUE "N".
        77 WS-CT-USERNAME    PIC X(20) VALUE SPACES.
        77 WS-CT-EMAIL    PIC X(60) VALUE SPACES.
        77 WS-CT-MOBILE    PIC X(20) VALUE SPACES.
        77 WS-CT-REMAINDER    PIC X(120) VALUE SPACES.
        77 WS-CT-REST    PIC X(100) VALUE SPACES.
        77 WS-CT-BAR-LOC    PIC 9(3) VALUE 0.
        77 WS-CT-LEN    PIC 9(3) VALUE 0.
        77 WS-CT-AT-COUNT    PIC 9(3) VALUE 0.
        77 WS-CT-AT-POS    PIC 9(3) VALUE 0.
        77 WS-CT-DOT-COUNT    PIC 9(3) VALUE 0.
        77 WS-CT-SPACE-COUNT    PIC 9(3) VALUE 0.
        77 WS-CT-AUDIT-FIELD    PIC X(8) VALUE SPACES.
        77 AUDIT-FS    PIC XX VALUE "00".
        77 WS-MADMIN-OK    PIC X VALUE "N".
        77 WS-MADMIN-TYPE    PIC X VALUE "A".
        77 WS-CL-ADVISOR    PIC X(20) VALUE SPACES.
        77 WS-CL-UNIVERSITY    PIC X(40) VALUE SPACES.
        77 WS-CL-MAJOR    PIC X(30) VALUE SPACES.
        77 WS-CL-REMAINDER    PIC X(80) VALUE SPACES.
        77 WS-CL-REST    PIC X(80) VALUE SPACES.
        77 WS-CL-BAR-LOC    PIC 9(3) VALUE 0.
        77 WS-CL-FOUND    PIC X VALUE "N".
        77 WS-CL-CHANGED    PIC X VALUE "N".
        77 WS-OPERATOR    PIC X(20) VALUE SPACES.
        77 WS-STAGED-COUNT    PIC 9(5) VALUE 0.
        77 WS-PROCESSED-BEFORE    PIC 9(5) VALUE 0.
        01 WS-CURRENT-DATETIME    PIC X(21).
        01 WS-CT-PREFS.
            05 WS-CT-NP-USERNAME       PIC X(20).
            05 WS-CT-NP-EMAIL          PIC X(60).
            05 WS-CT-NP-EMAIL-STATUS   PIC X.
            05 WS-CT-NP-MOBILE         PIC X(15).
            05 WS-CT-NP-MOBILE-STATUS  PIC X.
            05 WS-CT-NP-MODES          PIC X(5).
            05 WS-CT-NP-UPDATED        PIC 9(8).

        01 ACCT-LINK-PARAMETERS.
            05 ACCT-LNK-OPERATION    PIC X(2).
            05 ACCT-LNK-RESET-CODE    PIC X(6).
            05 ACCT-LNK-RETURN-CODE    PIC X.

        01 APPR-LINK-PARAMETERS.
            05 APR-LNK-OPERATION    PIC X(2).
            05 APR-LNK-PROGRAM    PIC X(10).
            05 APR-LNK-ID    PIC 9(6).
            05 APR-LNK-USER    PIC X(20).
            05 APR-LNK-COMMAND    PIC X(100).
            05 APR-LNK-REQUESTER    PIC X(20).
            05 APR-LNK-RETURN-CODE    PIC X.
            05 APR-LNK-RUN-STAMP    PIC X(14).

        01 WS-COMMAND-WORD    PIC X(16).
        01 WS-COMMAND-USERNAME    PIC X(20).
        01 WS-COMMAND-OPERAND    PIC X(40).

PROCEDURE DIVISION.
    MAIN-ADMIN.
        PERFORM SELECT-ENVIRONMENT
        PERFORM ACQUIRE-RUN-LOCK
        MOVE FUNCTION CURRENT-DATE(1:14) TO APR-LNK-RUN-STAMP
        OPEN INPUT ADMIN-COMMAND-FILE
        IF CMD-FS NOT = "00"
            DISPLAY "No AcctAdminCommands.dat file found; nothing to process."
        OPEN OUTPUT ADMIN-LOG-FILE
        MOVE "Account administration run" TO ADMIN-LOG-RECORD
        WRITE ADMIN-LOG-RECORD
        MOVE SPACES TO ADMIN-LOG-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
        WRITE ADMIN-LOG-RECORD

        PERFORM UNTIL CMD-EOF = "Y"
            READ ADMIN-COMMAND-FILE
        DISPLAY "Account administration complete."
        DISPLAY "Commands processed: " WS-PROCESSED-COUNT
        DISPLAY "Commands rejected: " WS-REJECTED-COUNT
        DISPLAY "Merges staged for approval: " WS-STAGED-COUNT

        PERFORM RELEASE-RUN-LOCK
        STOP RUN.

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

    ACQUIRE-RUN-LOCK.
        MOVE "00" TO LOCK-FS
        OPEN INPUT RUN-LOCK-FILE
            EXIT PARAGRAPH
        END-IF

        IF FUNCTION TRIM(WS-COMMAND-UPPER) = "SET-CONTACT"
            PERFORM SET-CONTACT-CMD
            EXIT PARAGRAPH
        END-IF

        IF FUNCTION TRIM(WS-COMMAND-UPPER) = "SET-AFFILIATION"
            PERFORM SET-AFFILIATION-CMD
            EXIT PARAGRAPH
        END-IF

        IF FUNCTION TRIM(WS-COMMAND-UPPER) = "ASSIGN-CASELOAD"
            OR FUNCTION TRIM(WS-COMMAND-UPPER) = "REMOVE-CASELOAD"
            PERFORM CASELOAD-CMD
            EXIT PARAGRAPH
        END-IF

        MOVE FUNCTION TRIM(ADMIN-COMMAND-RECORD(WS-SPACE-LOC + 1:))
            TO WS-COMMAND-USERNAME
        MOVE FUNCTION TRIM(ADMIN-COMMAND-RECORD(WS-SPACE-LOC + 1:))
            WHEN "APPROVE-REC"
                PERFORM APPROVE-RECRUITER-CMD
            WHEN "MERGE"
                PERFORM STAGE-MERGE-CMD
            WHEN "BY"
                MOVE WS-COMMAND-USERNAME TO WS-OPERATOR
            WHEN "APPROVE"
                PERFORM APPROVE-REQUEST-CMD
            WHEN "REJECT"
                PERFORM REJECT-REQUEST-CMD
            WHEN "MAKE-ADMIN"
                MOVE "A" TO WS-MADMIN-TYPE
                PERFORM MAKE-ADMIN-CMD
            WHEN "MAKE-ADVISOR"
                MOVE "V" TO WS-MADMIN-TYPE
                PERFORM MAKE-ADMIN-CMD
            WHEN OTHER
                PERFORM LOG-REJECTED-COMMAND
                AT END
                    MOVE "Y" TO EMP-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-NAME)) =
                        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-OPERAND))
                        MOVE "Y" TO WS-EMP-DUP
                    END-IF
        END-IF

        OPEN EXTEND EMPLOYER-FILE
        MOVE SPACES TO EMPLOYER-RECORD
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO EM-NAME
        MOVE "A" TO EM-STATUS
        WRITE EMPLOYER-RECORD
        CLOSE EMPLOYER-FILE

            IF ACC-FS = "00"
                READ ACCOUNT-FILE NEXT
                IF ACC-FS = "00"
                    MOVE WS-MADMIN-TYPE TO ACC-ACCOUNT-TYPE
                    REWRITE ACCOUNT-RECORD
                    MOVE "Y" TO WS-MADMIN-OK
                END-IF
        IF WS-MADMIN-OK = "Y"
            ADD 1 TO WS-PROCESSED-COUNT
            MOVE SPACES TO ADMIN-LOG-RECORD
            STRING FUNCTION TRIM(WS-COMMAND-UPPER) " "
                FUNCTION TRIM(WS-COMMAND-USERNAME)
                " - OK"
                DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            WRITE ADMIN-LOG-RECORD
        MOVE WS-CURRENT-DATETIME(1:8) TO AUD-DATE
        MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME
        MOVE FUNCTION TRIM(WS-COMMAND-USERNAME) TO AUD-USER
        MOVE FUNCTION TRIM(WS-COMMAND-UPPER) TO AUD-OP
        IF WS-MADMIN-OK = "Y"
            MOVE "OK" TO AUD-OUTCOME
        ELSE
        PERFORM MERGE-LEARNING
        PERFORM MERGE-ENDORSEMENTS
        PERFORM MERGE-MESSAGES
        PERFORM MERGE-PWD-HISTORY
        PERFORM MERGE-APP-MESSAGES
        PERFORM MERGE-INTRODUCTIONS
        PERFORM MERGE-PROFILE-VIEWS
        PERFORM MERGE-EVENT-FEEDBACK
        PERFORM MERGE-ADVISING-NOTES
        PERFORM MERGE-CASELOADS

        MOVE "DA" TO ACCT-LNK-OPERATION
        MOVE WS-MERGE-LOSER TO ACCT-LNK-USERNAME
        MOVE "Messages.dat" TO WS-MERGE-FILE-NAME
        PERFORM LOG-MERGE-FILE-COUNT.

    MERGE-PWD-HISTORY.
        MOVE 0 TO WS-MERGE-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO PH-FS
        OPEN INPUT PWD-HISTORY-FILE
        IF PH-FS NOT = "00"
            MOVE "PasswordHistory.dat" TO WS-MERGE-FILE-NAME
            PERFORM LOG-MERGE-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT MERGE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PWD-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(PH-USERNAME) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO PH-USERNAME
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    MOVE SPACES TO MERGE-TEMP-RECORD
                    MOVE PWD-HISTORY-RECORD TO MERGE-TEMP-RECORD
                    WRITE MERGE-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE PWD-HISTORY-FILE
        CLOSE MERGE-TEMP
        IF WS-MERGE-COUNT > 0
            CALL 'SYSTEM' USING 'mv AcctMerge.tmp PasswordHistory.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f AcctMerge.tmp'
        END-IF
        MOVE "PasswordHistory.dat" TO WS-MERGE-FILE-NAME
        PERFORM LOG-MERGE-FILE-COUNT.

    MERGE-APP-MESSAGES.
        MOVE 0 TO WS-MERGE-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO AM-FS
        OPEN INPUT APP-MESSAGES-FILE
        IF AM-FS NOT = "00"
            MOVE "AppMessages.dat" TO WS-MERGE-FILE-NAME
            PERFORM LOG-MERGE-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT MERGE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ APP-MESSAGES-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(AM-STUDENT) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO AM-STUDENT
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    IF FUNCTION TRIM(AM-RECRUITER) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO AM-RECRUITER
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    IF FUNCTION TRIM(AM-FROM) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO AM-FROM
                    END-IF
                    MOVE SPACES TO MERGE-TEMP-RECORD
                    MOVE APP-MESSAGES-RECORD TO MERGE-TEMP-RECORD
                    WRITE MERGE-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE APP-MESSAGES-FILE
        CLOSE MERGE-TEMP
        IF WS-MERGE-COUNT > 0
            CALL 'SYSTEM' USING 'mv AcctMerge.tmp AppMessages.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f AcctMerge.tmp'
        END-IF
        MOVE "AppMessages.dat" TO WS-MERGE-FILE-NAME
        PERFORM LOG-MERGE-FILE-COUNT.

    MERGE-INTRODUCTIONS.
        MOVE 0 TO WS-MERGE-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO IR-FS
        OPEN INPUT INTRO-FILE
        IF IR-FS NOT = "00"
            MOVE "Introductions.dat" TO WS-MERGE-FILE-NAME
            PERFORM LOG-MERGE-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT MERGE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ INTRO-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(IR-REQUESTER) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO IR-REQUESTER
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    IF FUNCTION TRIM(IR-INTERMEDIARY) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR)
                            TO IR-INTERMEDIARY
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    IF FUNCTION TRIM(IR-TARGET) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO IR-TARGET
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    MOVE SPACES TO MERGE-TEMP-RECORD
                    MOVE INTRO-RECORD TO MERGE-TEMP-RECORD
                    WRITE MERGE-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE INTRO-FILE
        CLOSE MERGE-TEMP
        IF WS-MERGE-COUNT > 0
            CALL 'SYSTEM' USING 'mv AcctMerge.tmp Introductions.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f AcctMerge.tmp'
        END-IF
        MOVE "Introductions.dat" TO WS-MERGE-FILE-NAME
        PERFORM LOG-MERGE-FILE-COUNT.

    MERGE-PROFILE-VIEWS.
        MOVE 0 TO WS-MERGE-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO PVW-FS
        OPEN INPUT PROFILE-VIEW-FILE
        IF PVW-FS NOT = "00"
            MOVE "ProfileViews.dat" TO WS-MERGE-FILE-NAME
            PERFORM LOG-MERGE-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT MERGE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PROFILE-VIEW-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(PVW-VIEWER) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO PVW-VIEWER
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    IF FUNCTION TRIM(PVW-VIEWED) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO PVW-VIEWED
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    MOVE SPACES TO MERGE-TEMP-RECORD
                    MOVE PROFILE-VIEW-RECORD TO MERGE-TEMP-RECORD
                    WRITE MERGE-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE PROFILE-VIEW-FILE
        CLOSE MERGE-TEMP
        IF WS-MERGE-COUNT > 0
            CALL 'SYSTEM' USING 'mv AcctMerge.tmp ProfileViews.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f AcctMerge.tmp'
        END-IF
        MOVE "ProfileViews.dat" TO WS-MERGE-FILE-NAME
        PERFORM LOG-MERGE-FILE-COUNT.

    MERGE-EVENT-FEEDBACK.
        MOVE 0 TO WS-MERGE-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO EF-FS
        OPEN INPUT EVENT-FEEDBACK-FILE
        IF EF-FS NOT = "00"
            MOVE "EventFeedback.dat" TO WS-MERGE-FILE-NAME
            PERFORM LOG-MERGE-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT MERGE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ EVENT-FEEDBACK-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(EF-USER) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO EF-USER
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    MOVE SPACES TO MERGE-TEMP-RECORD
                    MOVE EVENT-FEEDBACK-RECORD TO MERGE-TEMP-RECORD
                    WRITE MERGE-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE EVENT-FEEDBACK-FILE
        CLOSE MERGE-TEMP
        IF WS-MERGE-COUNT > 0
            CALL 'SYSTEM' USING 'mv AcctMerge.tmp EventFeedback.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f AcctMerge.tmp'
        END-IF
        MOVE "EventFeedback.dat" TO WS-MERGE-FILE-NAME
        PERFORM LOG-MERGE-FILE-COUNT.

    MERGE-ADVISING-NOTES.
        MOVE 0 TO WS-MERGE-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO AN-FS
        OPEN INPUT ADVISING-NOTES-FILE
        IF AN-FS NOT = "00"
            MOVE "AdvisingNotes.dat" TO WS-MERGE-FILE-NAME
            PERFORM LOG-MERGE-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT MERGE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ ADVISING-NOTES-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(AN-STUDENT) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO AN-STUDENT
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    IF FUNCTION TRIM(AN-ADVISOR) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO AN-ADVISOR
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    MOVE SPACES TO MERGE-TEMP-RECORD
                    MOVE ADVISING-NOTES-RECORD TO MERGE-TEMP-RECORD
                    WRITE MERGE-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE ADVISING-NOTES-FILE
        CLOSE MERGE-TEMP
        IF WS-MERGE-COUNT > 0
            CALL 'SYSTEM' USING 'mv AcctMerge.tmp AdvisingNotes.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f AcctMerge.tmp'
        END-IF
        MOVE "AdvisingNotes.dat" TO WS-MERGE-FILE-NAME
        PERFORM LOG-MERGE-FILE-COUNT.

    MERGE-CASELOADS.
        MOVE 0 TO WS-MERGE-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO CL-FS
        OPEN INPUT CASELOAD-FILE
        IF CL-FS NOT = "00"
            MOVE "AdvisorCaseloads.dat" TO WS-MERGE-FILE-NAME
            PERFORM LOG-MERGE-FILE-COUNT
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT MERGE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ CASELOAD-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(CL-ADVISOR) =
                        FUNCTION TRIM(WS-MERGE-LOSER)
                        MOVE FUNCTION TRIM(WS-MERGE-SURVIVOR) TO CL-ADVISOR
                        ADD 1 TO WS-MERGE-COUNT
                    END-IF
                    MOVE SPACES TO MERGE-TEMP-RECORD
                    MOVE CASELOAD-RECORD TO MERGE-TEMP-RECORD
                    WRITE MERGE-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE CASELOAD-FILE
        CLOSE MERGE-TEMP
        IF WS-MERGE-COUNT > 0
            CALL 'SYSTEM' USING 'mv AcctMerge.tmp AdvisorCaseloads.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f AcctMerge.tmp'
        END-IF
        MOVE "AdvisorCaseloads.dat" TO WS-MERGE-FILE-NAME
        PERFORM LOG-MERGE-FILE-COUNT.

    LOG-MERGE-FILE-COUNT.
        ADD WS-MERGE-COUNT TO WS-MERGE-TOTAL
        MOVE SPACES TO ADMIN-LOG-RECORD
        END-STRING
        WRITE ADMIN-LOG-RECORD.

    CASELOAD-CMD.
        MOVE SPACES TO WS-CL-ADVISOR
        MOVE SPACES TO WS-CL-UNIVERSITY
        MOVE SPACES TO WS-CL-MAJOR
        MOVE SPACES TO WS-CL-REST
        MOVE FUNCTION TRIM(ADMIN-COMMAND-RECORD(WS-SPACE-LOC + 1:))
            TO WS-CL-REMAINDER

        MOVE 0 TO WS-CL-BAR-LOC
        INSPECT WS-CL-REMAINDER TALLYING WS-CL-BAR-LOC
            FOR CHARACTERS BEFORE INITIAL "|"
        IF WS-CL-BAR-LOC = 0 OR WS-CL-BAR-LOC > 20
            OR WS-CL-BAR-LOC >= FUNCTION LENGTH(WS-CL-REMAINDER)
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(WS-CL-REMAINDER(1:WS-CL-BAR-LOC))
            TO WS-CL-ADVISOR
        MOVE FUNCTION TRIM(WS-CL-REMAINDER(WS-CL-BAR-LOC + 2:))
            TO WS-CL-REST

        MOVE 0 TO WS-CL-BAR-LOC
        INSPECT WS-CL-REST TALLYING WS-CL-BAR-LOC
            FOR CHARACTERS BEFORE INITIAL "|"
        IF WS-CL-BAR-LOC >= FUNCTION LENGTH(WS-CL-REST)
            MOVE FUNCTION TRIM(WS-CL-REST) TO WS-CL-UNIVERSITY
        ELSE
            IF WS-CL-BAR-LOC > 0
                MOVE FUNCTION TRIM(WS-CL-REST(1:WS-CL-BAR-LOC))
                    TO WS-CL-UNIVERSITY
            END-IF
            MOVE FUNCTION TRIM(WS-CL-REST(WS-CL-BAR-LOC + 2:))
                TO WS-CL-MAJOR
        END-IF

        IF FUNCTION TRIM(WS-CL-ADVISOR) = SPACES
            OR FUNCTION TRIM(WS-CL-UNIVERSITY) = SPACES
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-CL-FOUND
        MOVE "00" TO ACC-FS
        OPEN INPUT ACCOUNT-FILE
        IF ACC-FS = "00"
            MOVE WS-CL-ADVISOR TO ACC-USERNAME
            START ACCOUNT-FILE KEY IS = ACC-USERNAME
                INVALID KEY CONTINUE
            END-START
            IF ACC-FS = "00"
                READ ACCOUNT-FILE NEXT
                IF ACC-FS = "00" AND ACC-ACCOUNT-TYPE = "V"
                    MOVE "Y" TO WS-CL-FOUND
                END-IF
            END-IF
            CLOSE ACCOUNT-FILE
        END-IF
        IF WS-CL-FOUND = "N"
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-CL-FOUND
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO CL-FS
        OPEN INPUT CASELOAD-FILE
        IF CL-FS NOT = "00"
            CLOSE CASELOAD-FILE
            OPEN OUTPUT CASELOAD-FILE
            CLOSE CASELOAD-FILE
            OPEN INPUT CASELOAD-FILE
        END-IF
        OPEN OUTPUT ADMIN-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ CASELOAD-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF FUNCTION TRIM(CL-ADVISOR) =
                        FUNCTION TRIM(WS-CL-ADVISOR)
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(CL-UNIVERSITY))
                          = FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-CL-UNIVERSITY))
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(CL-MAJOR))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CL-MAJOR))
                        MOVE "Y" TO WS-CL-FOUND
                        IF WS-COMMAND-UPPER(1:6) = "ASSIGN"
                            MOVE SPACES TO ADMIN-TEMP-RECORD
                            MOVE CASELOAD-RECORD TO ADMIN-TEMP-RECORD
                            WRITE ADMIN-TEMP-RECORD
                        END-IF
                    ELSE
                        MOVE SPACES TO ADMIN-TEMP-RECORD
                        MOVE CASELOAD-RECORD TO ADMIN-TEMP-RECORD
                        WRITE ADMIN-TEMP-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASELOAD-FILE

        MOVE "N" TO WS-CL-CHANGED
        IF WS-COMMAND-UPPER(1:6) = "ASSIGN"
            IF WS-CL-FOUND = "N"
                MOVE SPACES TO CASELOAD-RECORD
                MOVE WS-CL-ADVISOR TO CL-ADVISOR
                MOVE WS-CL-UNIVERSITY TO CL-UNIVERSITY
                MOVE WS-CL-MAJOR TO CL-MAJOR
                MOVE SPACES TO ADMIN-TEMP-RECORD
                MOVE CASELOAD-RECORD TO ADMIN-TEMP-RECORD
                WRITE ADMIN-TEMP-RECORD
                MOVE "Y" TO WS-CL-CHANGED
            END-IF
        ELSE
            MOVE WS-CL-FOUND TO WS-CL-CHANGED
        END-IF
        CLOSE ADMIN-TEMP

        IF WS-CL-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv AcctAdmin.tmp AdvisorCaseloads.dat'
            ADD 1 TO WS-PROCESSED-COUNT
            MOVE SPACES TO ADMIN-LOG-RECORD
            STRING FUNCTION TRIM(WS-COMMAND-UPPER) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-CL-REMAINDER) DELIMITED BY SIZE
                " - OK" DELIMITED BY SIZE
                INTO ADMIN-LOG-RECORD
            END-STRING
            WRITE ADMIN-LOG-RECORD
        ELSE
            CALL 'SYSTEM' USING 'rm -f AcctAdmin.tmp'
            PERFORM LOG-REJECTED-COMMAND
        END-IF.

    SET-AFFILIATION-CMD.
        MOVE SPACES TO WS-AFF-USERNAME
        MOVE SPACES TO WS-AFF-EMPLOYER
                        MOVE "Y" TO EMP-EOF
                    NOT AT END
                        IF FUNCTION UPPER-CASE(
                            FUNCTION TRIM(EM-NAME)) =
                            FUNCTION UPPER-CASE(
                                FUNCTION TRIM(WS-AFF-EMPLOYER))
                            MOVE "Y" TO WS-EMP-DUP
        END-IF
        WRITE ADMIN-LOG-RECORD.

    SET-CONTACT-CMD.
        MOVE SPACES TO WS-CT-USERNAME
        MOVE SPACES TO WS-CT-EMAIL
        MOVE SPACES TO WS-CT-MOBILE
        MOVE SPACES TO WS-CT-REST
        MOVE FUNCTION TRIM(ADMIN-COMMAND-RECORD(WS-SPACE-LOC + 1:))
            TO WS-CT-REMAINDER

        MOVE 0 TO WS-CT-BAR-LOC
        INSPECT WS-CT-REMAINDER TALLYING WS-CT-BAR-LOC
            FOR CHARACTERS BEFORE INITIAL "|"
        IF WS-CT-BAR-LOC = 0 OR WS-CT-BAR-LOC > 20
            OR WS-CT-BAR-LOC >= FUNCTION LENGTH(WS-CT-REMAINDER)
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(WS-CT-REMAINDER(1:WS-CT-BAR-LOC))
            TO WS-CT-USERNAME
        MOVE WS-CT-REMAINDER(WS-CT-BAR-LOC + 2:) TO WS-CT-REST

        MOVE 0 TO WS-CT-BAR-LOC
        INSPECT WS-CT-REST TALLYING WS-CT-BAR-LOC
            FOR CHARACTERS BEFORE INITIAL "|"
        IF WS-CT-BAR-LOC >= FUNCTION LENGTH(WS-CT-REST)
            MOVE FUNCTION TRIM(WS-CT-REST) TO WS-CT-EMAIL
        ELSE
            IF WS-CT-BAR-LOC > 0
                MOVE FUNCTION TRIM(WS-CT-REST(1:WS-CT-BAR-LOC))
                    TO WS-CT-EMAIL
            END-IF
            MOVE FUNCTION TRIM(WS-CT-REST(WS-CT-BAR-LOC + 2:))
                TO WS-CT-MOBILE
        END-IF

        IF FUNCTION TRIM(WS-CT-USERNAME) = SPACES
            OR (WS-CT-EMAIL = SPACES AND WS-CT-MOBILE = SPACES)
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF

        IF WS-CT-EMAIL NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CT-EMAIL)) TO WS-CT-LEN
            MOVE 0 TO WS-CT-AT-COUNT
            MOVE 0 TO WS-CT-DOT-COUNT
            MOVE 0 TO WS-CT-SPACE-COUNT
            INSPECT WS-CT-EMAIL(1:WS-CT-LEN)
                TALLYING WS-CT-AT-COUNT FOR ALL "@"
                         WS-CT-SPACE-COUNT FOR ALL SPACE
            MOVE 0 TO WS-CT-AT-POS
            INSPECT WS-CT-EMAIL TALLYING WS-CT-AT-POS
                FOR CHARACTERS BEFORE INITIAL "@"
            IF WS-CT-AT-COUNT = 1 AND WS-CT-AT-POS > 0
                AND WS-CT-AT-POS + 1 < WS-CT-LEN
                INSPECT WS-CT-EMAIL(WS-CT-AT-POS + 2:)
                    TALLYING WS-CT-DOT-COUNT FOR ALL "."
            END-IF
            IF WS-CT-AT-COUNT NOT = 1 OR WS-CT-AT-POS = 0
                OR WS-CT-DOT-COUNT = 0 OR WS-CT-SPACE-COUNT > 0
                OR WS-CT-EMAIL(WS-CT-LEN:1) = "."
                PERFORM LOG-REJECTED-COMMAND
                EXIT PARAGRAPH
            END-IF
        END-IF

        IF WS-CT-MOBILE NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CT-MOBILE)) TO WS-CT-LEN
            IF WS-CT-LEN < 10 OR WS-CT-LEN > 15
                OR WS-CT-MOBILE(1:WS-CT-LEN) IS NOT NUMERIC
                PERFORM LOG-REJECTED-COMMAND
                EXIT PARAGRAPH
            END-IF
        END-IF

        MOVE "CU" TO ACCT-LNK-OPERATION
        MOVE WS-CT-USERNAME TO ACCT-LNK-USERNAME
        MOVE SPACES TO ACCT-LNK-PASSWORD
        MOVE SPACES TO ACCT-LNK-RESET-CODE
        MOVE "N" TO ACCT-LNK-RETURN-CODE
        CALL 'ACCTMGR' USING ACCT-LNK-OPERATION, ACCT-LNK-USERNAME,
            ACCT-LNK-PASSWORD, ACCT-LNK-RESET-CODE, ACCT-LNK-RETURN-CODE
        IF ACCT-LNK-RETURN-CODE NOT = "Y"
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO WS-CT-PREFS
        MOVE WS-CT-USERNAME TO WS-CT-NP-USERNAME
        MOVE "NNNNN" TO WS-CT-NP-MODES
        MOVE 0 TO WS-CT-NP-UPDATED
        MOVE "N" TO NP-EOF
        MOVE "00" TO NP-FS
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
                    IF FUNCTION TRIM(NP-USERNAME) =
                        FUNCTION TRIM(WS-CT-USERNAME)
                        MOVE NOTIFY-PREFS-RECORD TO WS-CT-PREFS
                    ELSE
                        MOVE NOTIFY-PREFS-RECORD TO NOTIFY-PREFS-TEMP-RECORD
                        WRITE NOTIFY-PREFS-TEMP-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTIFY-PREFS-FILE
        CLOSE NOTIFY-PREFS-TEMP
        CALL 'SYSTEM' USING 'mv NotifyPrefs.tmp NotifyPrefs.dat'

        IF WS-CT-EMAIL NOT = SPACES
            MOVE WS-CT-EMAIL TO WS-CT-NP-EMAIL
            MOVE SPACE TO WS-CT-NP-EMAIL-STATUS
        END-IF
        IF WS-CT-MOBILE NOT = SPACES
            MOVE WS-CT-MOBILE TO WS-CT-NP-MOBILE
            MOVE SPACE TO WS-CT-NP-MOBILE-STATUS
        END-IF
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CT-NP-UPDATED
        OPEN EXTEND NOTIFY-PREFS-FILE
        MOVE WS-CT-PREFS TO NOTIFY-PREFS-RECORD
        WRITE NOTIFY-PREFS-RECORD
        CLOSE NOTIFY-PREFS-FILE

        IF WS-CT-EMAIL NOT = SPACES
            MOVE "EMAIL" TO WS-CT-AUDIT-FIELD
            PERFORM WRITE-CONTACT-AUDIT
        END-IF
        IF WS-CT-MOBILE NOT = SPACES
            MOVE "MOBILE" TO WS-CT-AUDIT-FIELD
            PERFORM WRITE-CONTACT-AUDIT
        END-IF

        ADD 1 TO WS-PROCESSED-COUNT
        MOVE SPACES TO ADMIN-LOG-RECORD
        IF WS-CT-EMAIL NOT = SPACES AND WS-CT-MOBILE NOT = SPACES
            STRING "SET-CONTACT " FUNCTION TRIM(WS-CT-USERNAME)
                " (email and mobile) - OK"
                DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
        ELSE
            IF WS-CT-EMAIL NOT = SPACES
                STRING "SET-CONTACT " FUNCTION TRIM(WS-CT-USERNAME)
                    " (email) - OK"
                    DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            ELSE
                STRING "SET-CONTACT " FUNCTION TRIM(WS-CT-USERNAME)
                    " (mobile) - OK"
                    DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            END-IF
        END-IF
        WRITE ADMIN-LOG-RECORD.

    WRITE-CONTACT-AUDIT.
        MOVE "00" TO AUDIT-FS
        OPEN INPUT SECURITY-AUDIT-FILE
        IF AUDIT-FS NOT = "00"
            OPEN OUTPUT SECURITY-AUDIT-FILE
        END-IF
        CLOSE SECURITY-AUDIT-FILE
        OPEN EXTEND SECURITY-AUDIT-FILE
        MOVE SPACES TO SECURITY-AUDIT-RECORD
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE WS-CURRENT-DATETIME(1:8) TO AUD-DATE
        MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME
        MOVE FUNCTION TRIM(WS-CT-USERNAME) TO AUD-USER
        MOVE "CONTACT-CHG" TO AUD-OP
        MOVE WS-CT-AUDIT-FIELD TO AUD-OUTCOME
        WRITE SECURITY-AUDIT-RECORD
        CLOSE SECURITY-AUDIT-FILE.

    SET-AGREEMENT-CMD.
        MOVE SPACES TO WS-AGR-EMPLOYER
        MOVE SPACES TO WS-AGR-EFFECTIVE
        MOVE FUNCTION TRIM(WS-AGR-REMAINDER(1:WS-AGR-BAR-LOC))
            TO WS-AGR-EFFECTIVE
        MOVE FUNCTION TRIM(WS-AGR-REMAINDER(WS-AGR-BAR-LOC + 2:))
            TO WS-AGR-REMAINDER

        MOVE "N" TO WS-AGR-RATES-GIVEN
        MOVE 0 TO WS-AGR-POSTING-FEE
        MOVE 0 TO WS-AGR-EVENT-FEE
        MOVE 0 TO WS-AGR-BAR-LOC
        INSPECT WS-AGR-REMAINDER TALLYING WS-AGR-BAR-LOC
            FOR CHARACTERS BEFORE INITIAL "|"
        IF WS-AGR-BAR-LOC >= FUNCTION LENGTH(WS-AGR-REMAINDER)
            MOVE FUNCTION TRIM(WS-AGR-REMAINDER) TO WS-AGR-EXPIRY
        ELSE
            IF WS-AGR-BAR-LOC = 0
                PERFORM LOG-REJECTED-COMMAND
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(WS-AGR-REMAINDER(1:WS-AGR-BAR-LOC))
                TO WS-AGR-EXPIRY
            MOVE FUNCTION TRIM(WS-AGR-REMAINDER(WS-AGR-BAR-LOC + 2:))
                TO WS-AGR-REMAINDER
            MOVE 0 TO WS-AGR-BAR-LOC
            INSPECT WS-AGR-REMAINDER TALLYING WS-AGR-BAR-LOC
                FOR CHARACTERS BEFORE INITIAL "|"
            IF WS-AGR-BAR-LOC = 0
                OR WS-AGR-BAR-LOC >= FUNCTION LENGTH(WS-AGR-REMAINDER)
                PERFORM LOG-REJECTED-COMMAND
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(WS-AGR-REMAINDER(1:WS-AGR-BAR-LOC))
                TO WS-AGR-FEE-TEXT
            PERFORM PARSE-AGREEMENT-FEE
            IF WS-AGR-FEE-OK = "N"
                PERFORM LOG-REJECTED-COMMAND
                EXIT PARAGRAPH
            END-IF
            MOVE WS-AGR-FEE-AMOUNT TO WS-AGR-POSTING-FEE
            MOVE FUNCTION TRIM(WS-AGR-REMAINDER(WS-AGR-BAR-LOC + 2:))
                TO WS-AGR-FEE-TEXT
            PERFORM PARSE-AGREEMENT-FEE
            IF WS-AGR-FEE-OK = "N"
                PERFORM LOG-REJECTED-COMMAND
                EXIT PARAGRAPH
            END-IF
            MOVE WS-AGR-FEE-AMOUNT TO WS-AGR-EVENT-FEE
            MOVE "Y" TO WS-AGR-RATES-GIVEN
        END-IF

        IF FUNCTION TRIM(WS-AGR-EMPLOYER) = SPACES
            OR WS-AGR-EFFECTIVE IS NOT NUMERIC
                        MOVE "Y" TO EMP-EOF
                    NOT AT END
                        IF FUNCTION UPPER-CASE(
                            FUNCTION TRIM(EM-NAME)) =
                            FUNCTION UPPER-CASE(
                                FUNCTION TRIM(WS-AGR-EMPLOYER))
                            MOVE "Y" TO WS-EMP-DUP
                        FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-AGR-EMPLOYER))
                        MOVE "Y" TO WS-AGR-REPLACED
                        IF WS-AGR-RATES-GIVEN = "N"
                            AND EA-POSTING-FEE IS NUMERIC
                            AND EA-EVENT-FEE IS NUMERIC
                            MOVE EA-POSTING-FEE TO WS-AGR-POSTING-FEE
                            MOVE EA-EVENT-FEE TO WS-AGR-EVENT-FEE
                        END-IF
                    ELSE
                        MOVE SPACES TO ADMIN-TEMP-RECORD
                        MOVE EMPLOYER-AGR-RECORD TO ADMIN-TEMP-RECORD
        MOVE WS-AGR-EMPLOYER TO EA-EMPLOYER
        MOVE WS-AGR-EFFECTIVE TO EA-EFFECTIVE
        MOVE WS-AGR-EXPIRY TO EA-EXPIRY
        MOVE WS-AGR-POSTING-FEE TO EA-POSTING-FEE
        MOVE WS-AGR-EVENT-FEE TO EA-EVENT-FEE
        WRITE EMPLOYER-AGR-RECORD
        CLOSE EMPLOYER-AGR-FILE

        ADD 1 TO WS-PROCESSED-COUNT
        MOVE WS-AGR-POSTING-FEE TO WS-AGR-FEE-DISP
        MOVE WS-AGR-EVENT-FEE TO WS-AGR-EVENT-DISP
        MOVE SPACES TO ADMIN-LOG-RECORD
        IF WS-AGR-REPLACED = "Y"
            STRING "SET-AGREEMENT " FUNCTION TRIM(WS-AGR-EMPLOYER)
                " " WS-AGR-EFFECTIVE "-" WS-AGR-EXPIRY
                " posting fee " FUNCTION TRIM(WS-AGR-FEE-DISP)
                " event fee " FUNCTION TRIM(WS-AGR-EVENT-DISP)
                " (renewal) - OK"
                DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
        ELSE
            STRING "SET-AGREEMENT " FUNCTION TRIM(WS-AGR-EMPLOYER)
                " " WS-AGR-EFFECTIVE "-" WS-AGR-EXPIRY
                " posting fee " FUNCTION TRIM(WS-AGR-FEE-DISP)
                " event fee " FUNCTION TRIM(WS-AGR-EVENT-DISP)
                " - OK"
                DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
        END-IF
        WRITE ADMIN-LOG-RECORD.

    PARSE-AGREEMENT-FEE.
        MOVE "N" TO WS-AGR-FEE-OK
        MOVE 0 TO WS-AGR-FEE-AMOUNT
        MOVE SPACES TO WS-AGR-FEE-WHOLE
        MOVE "00" TO WS-AGR-FEE-CENTS
        IF WS-AGR-FEE-TEXT = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AGR-FEE-TEXT))
            TO WS-AGR-FEE-LEN
        MOVE 0 TO WS-AGR-FEE-DOT
        INSPECT WS-AGR-FEE-TEXT TALLYING WS-AGR-FEE-DOT
            FOR CHARACTERS BEFORE INITIAL "."
        IF WS-AGR-FEE-DOT >= WS-AGR-FEE-LEN
            IF WS-AGR-FEE-LEN > 5
                EXIT PARAGRAPH
            END-IF
            MOVE WS-AGR-FEE-TEXT(1:WS-AGR-FEE-LEN) TO WS-AGR-FEE-WHOLE
        ELSE
            IF WS-AGR-FEE-DOT = 0 OR WS-AGR-FEE-DOT > 5
                OR WS-AGR-FEE-LEN - WS-AGR-FEE-DOT - 1 > 2
                EXIT PARAGRAPH
            END-IF
            MOVE WS-AGR-FEE-TEXT(1:WS-AGR-FEE-DOT) TO WS-AGR-FEE-WHOLE
            IF WS-AGR-FEE-LEN - WS-AGR-FEE-DOT - 1 > 0
                MOVE WS-AGR-FEE-TEXT(WS-AGR-FEE-DOT + 2:
                    WS-AGR-FEE-LEN - WS-AGR-FEE-DOT - 1)
                    TO WS-AGR-FEE-CENTS(1:WS-AGR-FEE-LEN - WS-AGR-FEE-DOT - 1)
            END-IF
        END-IF
        IF FUNCTION TRIM(WS-AGR-FEE-WHOLE) IS NOT NUMERIC
            OR WS-AGR-FEE-CENTS IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-AGR-FEE-AMOUNT =
            FUNCTION NUMVAL(WS-AGR-FEE-WHOLE)
            + FUNCTION NUMVAL(WS-AGR-FEE-CENTS) / 100
        MOVE "Y" TO WS-AGR-FEE-OK.

    BROADCAST-CMD.
        MOVE SPACES TO WS-BC-MODE
        EVALUATE FUNCTION TRIM(WS-COMMAND-UPPER)
        STRING "ANNOUNCEMENT: " FUNCTION TRIM(WS-BC-TEXT)
            DELIMITED BY SIZE INTO NOTIF-TEXT
        MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
        MOVE "GN" TO NOTIF-CATEGORY
        MOVE SPACE TO NOTIF-SPOOLED
        WRITE NOTIFICATIONS-RECORD
        CLOSE NOTIFICATIONS-FILE
        ADD 1 TO WS-BC-COUNT.

    STAGE-MERGE-CMD.
        MOVE 0 TO WS-SPACE-LOC
        INSPECT WS-COMMAND-OPERAND TALLYING WS-SPACE-LOC
            FOR CHARACTERS BEFORE INITIAL " "
        IF WS-SPACE-LOC = 0 OR WS-SPACE-LOC > 20
            OR FUNCTION TRIM(WS-COMMAND-OPERAND(WS-SPACE-LOC + 1:)) = SPACES
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF

        MOVE "ST" TO APR-LNK-OPERATION
        MOVE 0 TO APR-LNK-ID
        MOVE WS-OPERATOR TO APR-LNK-USER
        MOVE SPACES TO APR-LNK-COMMAND
        STRING "MERGE " FUNCTION TRIM(WS-COMMAND-OPERAND)
            DELIMITED BY SIZE INTO APR-LNK-COMMAND
        PERFORM CALL-APPRMGR
        MOVE SPACES TO ADMIN-LOG-RECORD
        IF APR-LNK-RETURN-CODE = "Y"
            ADD 1 TO WS-STAGED-COUNT
            STRING "STAGED: " FUNCTION TRIM(APR-LNK-COMMAND)
                " as request " APR-LNK-ID " by "
                FUNCTION TRIM(WS-OPERATOR)
                " - runs only after a second admin approves it"
                DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            WRITE ADMIN-LOG-RECORD
        ELSE
            ADD 1 TO WS-REJECTED-COUNT
            STRING "REJECTED: " FUNCTION TRIM(ADMIN-COMMAND-RECORD)
                " - requester " FUNCTION TRIM(WS-OPERATOR)
                " is not an active admin (set with BY <admin>)"
                DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            WRITE ADMIN-LOG-RECORD
        END-IF.

    APPROVE-REQUEST-CMD.
        IF FUNCTION TRIM(WS-COMMAND-OPERAND) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) > 6
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF
        MOVE "AP" TO APR-LNK-OPERATION
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO APR-LNK-ID
        MOVE WS-OPERATOR TO APR-LNK-USER
        MOVE SPACES TO APR-LNK-COMMAND
        PERFORM CALL-APPRMGR
        IF APR-LNK-RETURN-CODE NOT = "Y"
            PERFORM LOG-APPROVAL-REFUSED
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO ADMIN-LOG-RECORD
        STRING "APPROVED: request " APR-LNK-ID " ("
            FUNCTION TRIM(APR-LNK-COMMAND) ", requested by "
            FUNCTION TRIM(APR-LNK-REQUESTER) ") by "
            FUNCTION TRIM(WS-OPERATOR)
            DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
        WRITE ADMIN-LOG-RECORD

        MOVE "FL" TO APR-LNK-OPERATION
        IF APR-LNK-COMMAND(1:6) = "MERGE "
            MOVE APR-LNK-COMMAND TO ADMIN-COMMAND-RECORD
            MOVE FUNCTION TRIM(APR-LNK-COMMAND(7:)) TO WS-COMMAND-OPERAND
            MOVE WS-PROCESSED-COUNT TO WS-PROCESSED-BEFORE
            PERFORM MERGE-ACCOUNTS-CMD
            IF WS-PROCESSED-COUNT > WS-PROCESSED-BEFORE
                MOVE "DN" TO APR-LNK-OPERATION
            END-IF
        END-IF
        PERFORM CALL-APPRMGR.

    REJECT-REQUEST-CMD.
        IF FUNCTION TRIM(WS-COMMAND-OPERAND) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-OPERAND)) > 6
            PERFORM LOG-REJECTED-COMMAND
            EXIT PARAGRAPH
        END-IF
        MOVE "RJ" TO APR-LNK-OPERATION
        MOVE FUNCTION TRIM(WS-COMMAND-OPERAND) TO APR-LNK-ID
        MOVE WS-OPERATOR TO APR-LNK-USER
        MOVE SPACES TO APR-LNK-COMMAND
        PERFORM CALL-APPRMGR
        IF APR-LNK-RETURN-CODE NOT = "Y"
            PERFORM LOG-APPROVAL-REFUSED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PROCESSED-COUNT
        MOVE SPACES TO ADMIN-LOG-RECORD
        STRING "WITHDRAWN: request " APR-LNK-ID " ("
            FUNCTION TRIM(APR-LNK-COMMAND) ") rejected by "
            FUNCTION TRIM(WS-OPERATOR) " - no action taken"
            DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
        WRITE ADMIN-LOG-RECORD.

    CALL-APPRMGR.
        MOVE "ACCTADMIN" TO APR-LNK-PROGRAM
        MOVE SPACES TO APR-LNK-REQUESTER
        MOVE "N" TO APR-LNK-RETURN-CODE
        CALL 'APPRMGR' USING APR-LNK-OPERATION, APR-LNK-PROGRAM,
            APR-LNK-ID, APR-LNK-USER, APR-LNK-COMMAND, APR-LNK-REQUESTER,
            APR-LNK-RETURN-CODE, APR-LNK-RUN-STAMP.

    LOG-APPROVAL-REFUSED.
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO ADMIN-LOG-RECORD
        EVALUATE APR-LNK-RETURN-CODE
            WHEN "S"
                STRING "REJECTED: " FUNCTION TRIM(ADMIN-COMMAND-RECORD)
                    " - the requesting admin cannot approve it"
                    DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            WHEN "X"
                STRING "REJECTED: " FUNCTION TRIM(ADMIN-COMMAND-RECORD)
                    " - request has expired; stage it again"
                    DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            WHEN "R"
                STRING "REJECTED: " FUNCTION TRIM(ADMIN-COMMAND-RECORD)
                    " - request was staged in this run; approve it in a later run"
                    DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            WHEN "A"
                STRING "REJECTED: " FUNCTION TRIM(ADMIN-COMMAND-RECORD)
                    " - " FUNCTION TRIM(WS-OPERATOR)
                    " is not an active admin (set with BY <admin>)"
                    DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
            WHEN OTHER
                STRING "REJECTED: " FUNCTION TRIM(ADMIN-COMMAND-RECORD)
                    " - no such pending request for ACCTADMIN"
                    DELIMITED BY SIZE INTO ADMIN-LOG-RECORD
        END-EVALUATE
        WRITE ADMIN-LOG-RECORD.

    LOG-REJECTED-COMMAND.
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO ADMIN-LOG-RECORD
