IDENTIFICATION DIVISION.
    PROGRAM-ID. TRAINREFRESH.

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
            SELECT PENDING-FILE ASSIGN TO 'PendingRequests.dat'
                ORGANIZATION IS INDEXED
                RECORD KEY IS PEND-KEY
                FILE STATUS IS PEND-FS.
            SELECT PWD-HISTORY-FILE ASSIGN TO 'PasswordHistory.dat'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SCRAMBLE-FILE ASSIGN TO WS-SCRAMBLE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCR-FS.
            SELECT SCRAMBLE-TEMP ASSIGN TO 'TrainRefresh.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRAINING-FLAG-FILE ASSIGN TO 'InCollege-Training.flag'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REFRESH-REPORT-FILE ASSIGN TO 'TrainRefreshReport.txt'
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

        FD PENDING-FILE.
        01 PENDING-RECORD.
            05 PEND-KEY.
                10 PEND-SENDER-USER     PIC X(20).
                10 PEND-RECEIVER-USER   PIC X(20).
            05 PEND-SENDER-FIRST    PIC X(20).
            05 PEND-SENDER-LAST     PIC X(20).
            05 PEND-RECEIVER-FIRST  PIC X(20).
            05 PEND-RECEIVER-LAST   PIC X(20).
            05 PEND-DATE            PIC 9(8).

        FD PWD-HISTORY-FILE.
        01 PWD-HISTORY-RECORD      PIC X(48).

        FD SCRAMBLE-FILE.
        01 SCRAMBLE-RECORD         PIC X(400).

        FD SCRAMBLE-TEMP.
        01 SCRAMBLE-TEMP-RECORD    PIC X(400).

        FD TRAINING-FLAG-FILE.
        01 TRAINING-FLAG-RECORD    PIC X(80).

        FD REFRESH-REPORT-FILE.
        01 REFRESH-REPORT-RECORD   PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 ACC-FS                  PIC XX VALUE "00".
        77 PROF-FS                 PIC XX VALUE "00".
        77 PEND-FS                 PIC XX VALUE "00".
        77 SCR-FS                  PIC XX VALUE "00".
        77 LOCK-FS                 PIC XX VALUE "00".
        77 WS-FILE-EOF             PIC X VALUE "N".
        77 WS-SYS-COMMAND          PIC X(200).
        77 WS-SCRAMBLE-NAME        PIC X(24).
        77 WS-TRAINING-PASSWORD    PIC X(10) VALUE "Training#1".
        77 WS-TODAY-DATE           PIC 9(8).
        77 WS-RECORD-COUNT         PIC 9(7) VALUE 0.
        77 WS-FIELD-COUNT          PIC 9(7) VALUE 0.
        77 WS-COUNT-DISP           PIC Z(6)9.
        77 WS-FIELD-DISP           PIC Z(6)9.
        77 WS-DROP-IDX             PIC 9(2) VALUE 0.
        77 WS-DROP-COUNT           PIC 9(2) VALUE 0.
        77 WS-RULE-IDX             PIC 9(2) VALUE 0.
        77 WS-RULE-FIRST           PIC 9(2) VALUE 0.
        77 WS-RULE-LAST            PIC 9(2) VALUE 0.
        77 WS-RULE-OFF             PIC 9(3) VALUE 0.
        77 WS-RULE-LEN             PIC 9(3) VALUE 0.
        77 WS-RULE-USER-OFF        PIC 9(3) VALUE 0.
        77 WS-EXP-IDX              PIC 9(2) VALUE 0.
        77 WS-NAME-USER            PIC X(20).
        77 WS-NAME-SEED            PIC 9(9) VALUE 0.
        77 WS-NAME-QUOTIENT        PIC 9(9) VALUE 0.
        77 WS-FIRST-IDX            PIC 9(2) VALUE 0.
        77 WS-LAST-IDX             PIC 9(2) VALUE 0.
        77 WS-PSEUDO-FIRST         PIC X(20).
        77 WS-PSEUDO-LAST          PIC X(20).
        77 WS-WITHHELD-TEXT        PIC X(40)
            VALUE "Training copy - text withheld.".
        01 I                       PIC 9(4).
        01 WS-CURRENT-DATETIME     PIC X(21).

        01 WS-SALT                 PIC X(8).
        01 WS-PASSWORD             PIC X(50).
        01 HASH-VALUE              PIC 9(10) VALUE 0.
        01 HASH-CHAR               PIC 9(3).
        01 WS-HASHED-PASSWORD      PIC X(12).
        01 TEMP-HASH               PIC 9(10).

        01 WS-FIRST-NAME-TABLE.
            05 FILLER PIC X(10) VALUE "Alex".
            05 FILLER PIC X(10) VALUE "Jordan".
            05 FILLER PIC X(10) VALUE "Taylor".
            05 FILLER PIC X(10) VALUE "Morgan".
            05 FILLER PIC X(10) VALUE "Casey".
            05 FILLER PIC X(10) VALUE "Riley".
            05 FILLER PIC X(10) VALUE "Jamie".
            05 FILLER PIC X(10) VALUE "Avery".
            05 FILLER PIC X(10) VALUE "Quinn".
            05 FILLER PIC X(10) VALUE "Parker".
            05 FILLER PIC X(10) VALUE "Rowan".
            05 FILLER PIC X(10) VALUE "Skyler".
            05 FILLER PIC X(10) VALUE "Dakota".
            05 FILLER PIC X(10) VALUE "Reese".
            05 FILLER PIC X(10) VALUE "Emerson".
            05 FILLER PIC X(10) VALUE "Hayden".
            05 FILLER PIC X(10) VALUE "Logan".
            05 FILLER PIC X(10) VALUE "Kendall".
            05 FILLER PIC X(10) VALUE "Peyton".
            05 FILLER PIC X(10) VALUE "Sawyer".
        01 WS-FIRST-NAME-LIST REDEFINES WS-FIRST-NAME-TABLE.
            05 WS-FIRST-NAME OCCURS 20 TIMES PIC X(10).

        01 WS-LAST-NAME-TABLE.
            05 FILLER PIC X(10) VALUE "Abbott".
            05 FILLER PIC X(10) VALUE "Barlow".
            05 FILLER PIC X(10) VALUE "Carver".
            05 FILLER PIC X(10) VALUE "Dalton".
            05 FILLER PIC X(10) VALUE "Ellison".
            05 FILLER PIC X(10) VALUE "Fairchild".
            05 FILLER PIC X(10) VALUE "Garrison".
            05 FILLER PIC X(10) VALUE "Holloway".
            05 FILLER PIC X(10) VALUE "Ingram".
            05 FILLER PIC X(10) VALUE "Jennings".
            05 FILLER PIC X(10) VALUE "Kessler".
            05 FILLER PIC X(10) VALUE "Lindgren".
            05 FILLER PIC X(10) VALUE "Mercer".
            05 FILLER PIC X(10) VALUE "Norwood".
            05 FILLER PIC X(10) VALUE "Oakley".
            05 FILLER PIC X(10) VALUE "Prescott".
            05 FILLER PIC X(10) VALUE "Quimby".
            05 FILLER PIC X(10) VALUE "Rutledge".
            05 FILLER PIC X(10) VALUE "Sterling".
            05 FILLER PIC X(10) VALUE "Thornton".
        01 WS-LAST-NAME-LIST REDEFINES WS-LAST-NAME-TABLE.
            05 WS-LAST-NAME OCCURS 20 TIMES PIC X(10).

        01 WS-DROP-FILE-TABLE.
            05 FILLER PIC X(26) VALUE "NightStreamStatus.dat".
            05 FILLER PIC X(26) VALUE "InCollege-Checkpoint.dat".
            05 FILLER PIC X(26) VALUE "UpdateJournal.dat".
            05 FILLER PIC X(26) VALUE "BackupGenerations.dat".
            05 FILLER PIC X(26) VALUE "NameIndex.dat".
            05 FILLER PIC X(26) VALUE "ClassmateIndex.dat".
            05 FILLER PIC X(26) VALUE "ConfigAudit.dat".
            05 FILLER PIC X(26) VALUE "NotifyOutbox.dat".
            05 FILLER PIC X(26) VALUE "DeliveryStatus.dat".
            05 FILLER PIC X(26) VALUE "RosterFeed.dat".
            05 FILLER PIC X(26) VALUE "AcctAdminCommands.dat".
            05 FILLER PIC X(26) VALUE "AcctPurgeCommands.dat".
            05 FILLER PIC X(26) VALUE "AuditQueryCommands.dat".
            05 FILLER PIC X(26) VALUE "EmpMaintCommands.dat".
            05 FILLER PIC X(26) VALUE "SkillMaintCommands.dat".
            05 FILLER PIC X(26) VALUE "SubjectAccessCommands.dat".
            05 FILLER PIC X(26) VALUE "UnivMaintCommands.dat".
            05 FILLER PIC X(26) VALUE "RestoreCommand.dat".
            05 FILLER PIC X(26) VALUE "WarehouseSnapshot.dat".
            05 FILLER PIC X(26) VALUE "WarehouseErasures.dat".
        01 WS-DROP-FILE-LIST REDEFINES WS-DROP-FILE-TABLE.
            05 WS-DROP-FILE OCCURS 20 TIMES PIC X(26).

        01 WS-RULE-TABLE.
            05 FILLER PIC X(24) VALUE "Connections.dat".
            05 FILLER PIC X(10) VALUE "F021020001".
            05 FILLER PIC X(24) VALUE "Connections.dat".
            05 FILLER PIC X(10) VALUE "L041020001".
            05 FILLER PIC X(24) VALUE "Connections.dat".
            05 FILLER PIC X(10) VALUE "F081020061".
            05 FILLER PIC X(24) VALUE "Connections.dat".
            05 FILLER PIC X(10) VALUE "L101020061".
            05 FILLER PIC X(24) VALUE "GroupMembers.dat".
            05 FILLER PIC X(10) VALUE "F061020041".
            05 FILLER PIC X(24) VALUE "GroupMembers.dat".
            05 FILLER PIC X(10) VALUE "L081020041".
            05 FILLER PIC X(24) VALUE "PendingMembers.dat".
            05 FILLER PIC X(10) VALUE "F061020041".
            05 FILLER PIC X(24) VALUE "PendingMembers.dat".
            05 FILLER PIC X(10) VALUE "L081020041".
            05 FILLER PIC X(24) VALUE "Introductions.dat".
            05 FILLER PIC X(10) VALUE "F061020001".
            05 FILLER PIC X(24) VALUE "Introductions.dat".
            05 FILLER PIC X(10) VALUE "L081020001".
            05 FILLER PIC X(24) VALUE "Introductions.dat".
            05 FILLER PIC X(10) VALUE "F101020041".
            05 FILLER PIC X(24) VALUE "Introductions.dat".
            05 FILLER PIC X(10) VALUE "L121020041".
            05 FILLER PIC X(24) VALUE "Introductions.dat".
            05 FILLER PIC X(10) VALUE "T158100000".
            05 FILLER PIC X(24) VALUE "NotifyPrefs.dat".
            05 FILLER PIC X(10) VALUE "E021060001".
            05 FILLER PIC X(24) VALUE "NotifyPrefs.dat".
            05 FILLER PIC X(10) VALUE "P082015000".
            05 FILLER PIC X(24) VALUE "Messages.dat".
            05 FILLER PIC X(10) VALUE "T050200000".
            05 FILLER PIC X(24) VALUE "AppMessages.dat".
            05 FILLER PIC X(10) VALUE "T084200000".
            05 FILLER PIC X(24) VALUE "Notifications.dat".
            05 FILLER PIC X(10) VALUE "T021080000".
            05 FILLER PIC X(24) VALUE "ActivityFeed.dat".
            05 FILLER PIC X(10) VALUE "T035080000".
            05 FILLER PIC X(24) VALUE "GroupPosts.dat".
            05 FILLER PIC X(10) VALUE "T069200000".
            05 FILLER PIC X(24) VALUE "AdvisingNotes.dat".
            05 FILLER PIC X(10) VALUE "T049100000".
            05 FILLER PIC X(24) VALUE "Referrals.dat".
            05 FILLER PIC X(10) VALUE "T130100000".
            05 FILLER PIC X(24) VALUE "ModerationCases.dat".
            05 FILLER PIC X(10) VALUE "T099200000".
            05 FILLER PIC X(24) VALUE "Endorsements.dat".
            05 FILLER PIC X(10) VALUE "T062160000".
            05 FILLER PIC X(24) VALUE "EventFeedback.dat".
            05 FILLER PIC X(10) VALUE "T070100000".
            05 FILLER PIC X(24) VALUE "MentorEvaluations.dat".
            05 FILLER PIC X(10) VALUE "T079100000".
            05 FILLER PIC X(24) VALUE "Applications.dat".
            05 FILLER PIC X(10) VALUE "T129100000".
        01 WS-RULE-LIST REDEFINES WS-RULE-TABLE.
            05 WS-RULE OCCURS 27 TIMES.
                10 WS-RULE-FILE      PIC X(24).
                10 WS-RULE-TYPE      PIC X.
                10 WS-RULE-OFFSET    PIC 9(3).
                10 WS-RULE-LENGTH    PIC 9(3).
                10 WS-RULE-USER      PIC 9(3).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-CHECK-SOURCE
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-COPY-PRODUCTION
        PERFORM 9100-RELEASE-RUN-LOCK
        PERFORM 3000-ENTER-TRAINING
        PERFORM 4000-SCRAMBLE-ACCOUNTS
        PERFORM 4100-CLEAR-PASSWORD-HISTORY
        PERFORM 4200-SCRAMBLE-PROFILES
        PERFORM 4300-SCRAMBLE-PENDING
        PERFORM 5000-SCRAMBLE-FLAT-FILES
        PERFORM 6000-WRITE-TRAINING-FLAG
        PERFORM 9000-FINISH
        STOP RUN.

    0050-CHECK-SOURCE.
        CALL 'SYSTEM' USING 'test -f InCollege-Training.flag'
        IF RETURN-CODE = 0
            DISPLAY "TrainRefresh must be run from the production "
                "directory, not from inside a training data set."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CALL 'SYSTEM' USING 'test -f Training/InCollege-Run.lock'
        IF RETURN-CODE = 0
            DISPLAY "A training run holds Training/InCollege-Run.lock;"
                " refresh not started."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO RETURN-CODE.

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
        MOVE "TRAINREFRESH" TO LOCK-PROGRAM
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

        OPEN OUTPUT REFRESH-REPORT-FILE
        MOVE SPACES TO REFRESH-REPORT-RECORD
        STRING "Training data refresh " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD
        MOVE "Environment: PRODUCTION data copied to the TRAINING data set in Training/"
            TO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD
        MOVE SPACES TO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD.

    2000-COPY-PRODUCTION.
        CALL 'SYSTEM' USING 'rm -rf Training'
        CALL 'SYSTEM' USING 'mkdir -p Training'
        CALL 'SYSTEM'
            USING 'cp -p *.dat *.ctl Training/ 2>/dev/null'
        MOVE 0 TO RETURN-CODE

        MOVE 0 TO WS-DROP-COUNT
        PERFORM VARYING WS-DROP-IDX FROM 1 BY 1 UNTIL WS-DROP-IDX > 20
            MOVE SPACES TO WS-SYS-COMMAND
            STRING "test -f Training/" FUNCTION TRIM(WS-DROP-FILE(WS-DROP-IDX))
                DELIMITED BY SIZE INTO WS-SYS-COMMAND
            CALL 'SYSTEM' USING WS-SYS-COMMAND
            IF RETURN-CODE = 0
                ADD 1 TO WS-DROP-COUNT
                MOVE SPACES TO WS-SYS-COMMAND
                STRING "rm -f Training/"
                    FUNCTION TRIM(WS-DROP-FILE(WS-DROP-IDX))
                    DELIMITED BY SIZE INTO WS-SYS-COMMAND
                CALL 'SYSTEM' USING WS-SYS-COMMAND
                MOVE SPACES TO REFRESH-REPORT-RECORD
                STRING "  Not carried into training: "
                    FUNCTION TRIM(WS-DROP-FILE(WS-DROP-IDX))
                    DELIMITED BY SIZE INTO REFRESH-REPORT-RECORD
                WRITE REFRESH-REPORT-RECORD
            END-IF
        END-PERFORM
        CALL 'SYSTEM' USING 'rm -f Training/ARBilling-*.dat'
        CALL 'SYSTEM' USING 'rm -f Training/WarehouseExtract-*.dat'
        MOVE 0 TO RETURN-CODE.

    3000-ENTER-TRAINING.
        CALL 'CBL_CHANGE_DIR' USING 'Training'
        IF RETURN-CODE NOT = 0
            DISPLAY "Could not enter Training/; refresh abandoned."
            MOVE "Could not enter Training/ - refresh abandoned."
                TO REFRESH-REPORT-RECORD
            WRITE REFRESH-REPORT-RECORD
            CLOSE REFRESH-REPORT-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    4000-SCRAMBLE-ACCOUNTS.
        MOVE 0 TO WS-RECORD-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO ACC-FS
        OPEN I-O ACCOUNT-FILE
        IF ACC-FS NOT = "00"
            MOVE "  Accounts.dat: not present" TO REFRESH-REPORT-RECORD
            WRITE REFRESH-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ ACCOUNT-FILE NEXT
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE SPACES TO WS-SALT
                    MOVE ACC-USERNAME(1:4) TO WS-SALT(1:4)
                    MOVE "0000" TO WS-SALT(5:4)
                    MOVE WS-TRAINING-PASSWORD TO WS-PASSWORD
                    PERFORM 8500-HASH-PASSWORD
                    MOVE WS-SALT TO ACC-SALT
                    MOVE WS-HASHED-PASSWORD TO ACC-PASSWORD
                    MOVE SPACES TO ACC-RESET-CODE
                    MOVE 0 TO ACC-FAILED-ATTEMPTS
                    MOVE WS-TODAY-DATE TO ACC-PWD-DATE
                    REWRITE ACCOUNT-RECORD
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE

        MOVE WS-RECORD-COUNT TO WS-COUNT-DISP
        MOVE SPACES TO REFRESH-REPORT-RECORD
        STRING "  Accounts.dat: " FUNCTION TRIM(WS-COUNT-DISP)
            " account(s) set to the training password "
            FUNCTION TRIM(WS-TRAINING-PASSWORD)
            "; reset codes cleared"
            DELIMITED BY SIZE INTO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD.

    4100-CLEAR-PASSWORD-HISTORY.
        OPEN OUTPUT PWD-HISTORY-FILE
        CLOSE PWD-HISTORY-FILE
        MOVE "  PasswordHistory.dat: cleared" TO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD.

    4200-SCRAMBLE-PROFILES.
        MOVE 0 TO WS-RECORD-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO PROF-FS
        OPEN I-O PROFILE-FILE
        IF PROF-FS NOT = "00"
            MOVE "  Profiles.dat: not present" TO REFRESH-REPORT-RECORD
            WRITE REFRESH-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PROFILE-FILE NEXT
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE PR-USERNAME TO WS-NAME-USER
                    PERFORM 8000-BUILD-PSEUDONYM
                    MOVE WS-PSEUDO-FIRST TO PR-FIRST-NAME
                    MOVE WS-PSEUDO-LAST TO PR-LAST-NAME
                    MOVE SPACES TO PR-ABOUT
                    PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                        UNTIL WS-EXP-IDX > PR-EXP-COUNT OR WS-EXP-IDX > 10
                        MOVE SPACES TO PR-EXP-DESC(WS-EXP-IDX)
                    END-PERFORM
                    REWRITE PROFILE-RECORD
            END-READ
        END-PERFORM
        CLOSE PROFILE-FILE

        MOVE WS-RECORD-COUNT TO WS-COUNT-DISP
        MOVE SPACES TO REFRESH-REPORT-RECORD
        STRING "  Profiles.dat: " FUNCTION TRIM(WS-COUNT-DISP)
            " profile(s) renamed, about and experience text blanked"
            DELIMITED BY SIZE INTO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD.

    4300-SCRAMBLE-PENDING.
        MOVE 0 TO WS-RECORD-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO PEND-FS
        OPEN I-O PENDING-FILE
        IF PEND-FS NOT = "00"
            MOVE "  PendingRequests.dat: not present"
                TO REFRESH-REPORT-RECORD
            WRITE REFRESH-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PENDING-FILE NEXT
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE PEND-SENDER-USER TO WS-NAME-USER
                    PERFORM 8000-BUILD-PSEUDONYM
                    MOVE WS-PSEUDO-FIRST TO PEND-SENDER-FIRST
                    MOVE WS-PSEUDO-LAST TO PEND-SENDER-LAST
                    MOVE PEND-RECEIVER-USER TO WS-NAME-USER
                    PERFORM 8000-BUILD-PSEUDONYM
                    MOVE WS-PSEUDO-FIRST TO PEND-RECEIVER-FIRST
                    MOVE WS-PSEUDO-LAST TO PEND-RECEIVER-LAST
                    REWRITE PENDING-RECORD
            END-READ
        END-PERFORM
        CLOSE PENDING-FILE

        MOVE WS-RECORD-COUNT TO WS-COUNT-DISP
        MOVE SPACES TO REFRESH-REPORT-RECORD
        STRING "  PendingRequests.dat: " FUNCTION TRIM(WS-COUNT-DISP)
            " request(s) renamed"
            DELIMITED BY SIZE INTO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD.

    5000-SCRAMBLE-FLAT-FILES.
        MOVE 1 TO WS-RULE-FIRST
        PERFORM UNTIL WS-RULE-FIRST > 27
            MOVE WS-RULE-FIRST TO WS-RULE-LAST
            PERFORM UNTIL WS-RULE-LAST >= 27
                OR WS-RULE-FILE(WS-RULE-LAST + 1)
                    NOT = WS-RULE-FILE(WS-RULE-FIRST)
                ADD 1 TO WS-RULE-LAST
            END-PERFORM
            PERFORM 5100-SCRAMBLE-ONE-FILE
            COMPUTE WS-RULE-FIRST = WS-RULE-LAST + 1
        END-PERFORM.

    5100-SCRAMBLE-ONE-FILE.
        MOVE WS-RULE-FILE(WS-RULE-FIRST) TO WS-SCRAMBLE-NAME
        MOVE 0 TO WS-RECORD-COUNT
        MOVE 0 TO WS-FIELD-COUNT
        MOVE "N" TO WS-FILE-EOF
        MOVE "00" TO SCR-FS
        OPEN INPUT SCRAMBLE-FILE
        IF SCR-FS NOT = "00"
            MOVE SPACES TO REFRESH-REPORT-RECORD
            STRING "  " FUNCTION TRIM(WS-SCRAMBLE-NAME) ": not present"
                DELIMITED BY SIZE INTO REFRESH-REPORT-RECORD
            WRITE REFRESH-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF

        OPEN OUTPUT SCRAMBLE-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ SCRAMBLE-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE SCRAMBLE-RECORD TO SCRAMBLE-TEMP-RECORD
                    PERFORM VARYING WS-RULE-IDX FROM WS-RULE-FIRST BY 1
                        UNTIL WS-RULE-IDX > WS-RULE-LAST
                        PERFORM 5200-APPLY-RULE
                    END-PERFORM
                    WRITE SCRAMBLE-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE SCRAMBLE-FILE
        CLOSE SCRAMBLE-TEMP

        MOVE SPACES TO WS-SYS-COMMAND
        STRING "mv TrainRefresh.tmp " FUNCTION TRIM(WS-SCRAMBLE-NAME)
            DELIMITED BY SIZE INTO WS-SYS-COMMAND
        CALL 'SYSTEM' USING WS-SYS-COMMAND
        MOVE 0 TO RETURN-CODE

        MOVE WS-RECORD-COUNT TO WS-COUNT-DISP
        MOVE WS-FIELD-COUNT TO WS-FIELD-DISP
        MOVE SPACES TO REFRESH-REPORT-RECORD
        STRING "  " FUNCTION TRIM(WS-SCRAMBLE-NAME) ": "
            FUNCTION TRIM(WS-COUNT-DISP) " record(s), "
            FUNCTION TRIM(WS-FIELD-DISP) " field(s) scrambled"
            DELIMITED BY SIZE INTO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD.

    5200-APPLY-RULE.
        MOVE WS-RULE-OFFSET(WS-RULE-IDX) TO WS-RULE-OFF
        MOVE WS-RULE-LENGTH(WS-RULE-IDX) TO WS-RULE-LEN
        MOVE WS-RULE-USER(WS-RULE-IDX) TO WS-RULE-USER-OFF
        IF SCRAMBLE-TEMP-RECORD(WS-RULE-OFF:WS-RULE-LEN) = SPACES
            EXIT PARAGRAPH
        END-IF
        IF WS-RULE-USER-OFF > 0
            MOVE SCRAMBLE-TEMP-RECORD(WS-RULE-USER-OFF:20) TO WS-NAME-USER
            PERFORM 8000-BUILD-PSEUDONYM
        END-IF

        ADD 1 TO WS-FIELD-COUNT
        EVALUATE WS-RULE-TYPE(WS-RULE-IDX)
            WHEN "F"
                MOVE WS-PSEUDO-FIRST
                    TO SCRAMBLE-TEMP-RECORD(WS-RULE-OFF:WS-RULE-LEN)
            WHEN "L"
                MOVE WS-PSEUDO-LAST
                    TO SCRAMBLE-TEMP-RECORD(WS-RULE-OFF:WS-RULE-LEN)
            WHEN "E"
                MOVE SPACES TO SCRAMBLE-TEMP-RECORD(WS-RULE-OFF:WS-RULE-LEN)
                STRING FUNCTION TRIM(WS-NAME-USER) "@training.invalid"
                    DELIMITED BY SIZE
                    INTO SCRAMBLE-TEMP-RECORD(WS-RULE-OFF:WS-RULE-LEN)
            WHEN "P"
                MOVE "555-0100"
                    TO SCRAMBLE-TEMP-RECORD(WS-RULE-OFF:WS-RULE-LEN)
            WHEN OTHER
                MOVE WS-WITHHELD-TEXT
                    TO SCRAMBLE-TEMP-RECORD(WS-RULE-OFF:WS-RULE-LEN)
        END-EVALUATE.

    6000-WRITE-TRAINING-FLAG.
        OPEN OUTPUT TRAINING-FLAG-FILE
        MOVE SPACES TO TRAINING-FLAG-RECORD
        STRING "TRAINING data set refreshed from production "
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO TRAINING-FLAG-RECORD
        WRITE TRAINING-FLAG-RECORD
        CLOSE TRAINING-FLAG-FILE.

    8000-BUILD-PSEUDONYM.
        MOVE 0 TO WS-NAME-SEED
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
            IF WS-NAME-USER(I:1) NOT = SPACE
                COMPUTE WS-NAME-SEED = FUNCTION MOD(
                    WS-NAME-SEED * 31 + FUNCTION ORD(WS-NAME-USER(I:1)),
                    999999937)
            END-IF
        END-PERFORM
        COMPUTE WS-FIRST-IDX = FUNCTION MOD(WS-NAME-SEED, 20) + 1
        COMPUTE WS-NAME-QUOTIENT = WS-NAME-SEED / 20
        COMPUTE WS-LAST-IDX = FUNCTION MOD(WS-NAME-QUOTIENT, 20) + 1
        MOVE WS-FIRST-NAME(WS-FIRST-IDX) TO WS-PSEUDO-FIRST
        MOVE WS-LAST-NAME(WS-LAST-IDX) TO WS-PSEUDO-LAST.

    8500-HASH-PASSWORD.
        MOVE 0 TO HASH-VALUE

        PERFORM VARYING I FROM 1 BY 1
             UNTIL I > FUNCTION LENGTH(FUNCTION TRIM(WS-SALT))
             COMPUTE HASH-CHAR = FUNCTION ORD(WS-SALT(I:1))
             COMPUTE TEMP-HASH = HASH-VALUE * 31
             COMPUTE HASH-VALUE = FUNCTION MOD(TEMP-HASH + HASH-CHAR, 999999999)
        END-PERFORM

        MOVE SPACES TO WS-HASHED-PASSWORD

        PERFORM VARYING I FROM 1 BY 1
             UNTIL I > FUNCTION LENGTH(
                 FUNCTION TRIM(WS-PASSWORD))
             COMPUTE HASH-CHAR = FUNCTION ORD(WS-PASSWORD(I:1))
             COMPUTE TEMP-HASH = HASH-VALUE * 31
             COMPUTE HASH-VALUE = FUNCTION MOD(TEMP-HASH + HASH-CHAR, 999999999)
        END-PERFORM

        STRING HASH-VALUE DELIMITED BY SIZE
            INTO WS-HASHED-PASSWORD
        END-STRING.

    9000-FINISH.
        MOVE SPACES TO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD
        MOVE "Training set ready. Set INCOLLEGE_ENV=TRAINING to run InCollege, the nightly programs or NightStream against it."
            TO REFRESH-REPORT-RECORD
        WRITE REFRESH-REPORT-RECORD
        CLOSE REFRESH-REPORT-FILE

        DISPLAY "Training data set refreshed in Training/; "
            "see TrainRefreshReport.txt"
        MOVE 0 TO RETURN-CODE.
