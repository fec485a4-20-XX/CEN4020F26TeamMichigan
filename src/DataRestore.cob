    WORKING-STORAGE SECTION.
        77 CMD-FS              PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-GEN-NAME         PIC X(40) VALUE SPACES.
        77 WS-SYS-COMMAND      PIC X(200).
        77 WS-FILE-IDX         PIC 9(2) VALUE 0.
            05 FILLER PIC X(24) VALUE "GroupMembers.dat".
            05 FILLER PIC X(24) VALUE "Universities.dat".
            05 FILLER PIC X(24) VALUE "Employers.dat".
            05 FILLER PIC X(24) VALUE "JobReqControl.dat".
            05 FILLER PIC X(24) VALUE "SkillCatalog.dat".
            05 FILLER PIC X(24) VALUE "SavedSearches.dat".
            05 FILLER PIC X(24) VALUE "ScreeningQuestions.dat".
            05 FILLER PIC X(24) VALUE "Referrals.dat".
            05 FILLER PIC X(24) VALUE "Offers.dat".
            05 FILLER PIC X(24) VALUE "JobReview.dat".
            05 FILLER PIC X(24) VALUE "JobWatchTerms.dat".
            05 FILLER PIC X(24) VALUE "ModerationCases.dat".
            05 FILLER PIC X(24) VALUE "NotifyPrefs.dat".
            05 FILLER PIC X(24) VALUE "NotifySpool.ctl".
            05 FILLER PIC X(24) VALUE "Consent.dat".
            05 FILLER PIC X(24) VALUE "PasswordHistory.dat".
            05 FILLER PIC X(24) VALUE "ApprovalQueue.dat".
            05 FILLER PIC X(24) VALUE "AppMessages.dat".
            05 FILLER PIC X(24) VALUE "Introductions.dat".
            05 FILLER PIC X(24) VALUE "ProfileViews.dat".
            05 FILLER PIC X(24) VALUE "EventFeedback.dat".
            05 FILLER PIC X(24) VALUE "AdvisorCaseloads.dat".
            05 FILLER PIC X(24) VALUE "AdvisingNotes.dat".
            05 FILLER PIC X(24) VALUE "MentorSessions.dat".
            05 FILLER PIC X(24) VALUE "MentorEvaluations.dat".
            05 FILLER PIC X(24) VALUE "RegistrarLedger.dat".
            05 FILLER PIC X(24) VALUE "UsageLog.dat".
        01 WS-DATA-FILE-LIST REDEFINES WS-DATA-FILE-TABLE.
            05 WS-DATA-FILE OCCURS 40 TIMES PIC X(24).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        OPEN INPUT RESTORE-COMMAND-FILE
        IF CMD-FS NOT = "00"
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO RESTORE-LOG-RECORD
        WRITE RESTORE-LOG-RECORD
        MOVE SPACES TO RESTORE-LOG-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO RESTORE-LOG-RECORD
        WRITE RESTORE-LOG-RECORD

        PERFORM VARYING WS-FILE-IDX FROM 1 BY 1 UNTIL WS-FILE-IDX > 40
            PERFORM 2000-RESTORE-ONE-FILE
        END-PERFORM

        MOVE 0 TO RETURN-CODE
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
