IDENTIFICATION DIVISION.
    PROGRAM-ID. MODREPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT MODERATION-FILE ASSIGN TO 'ModerationCases.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MOD-FS.
            SELECT MOD-REPORT-FILE ASSIGN TO 'ModerationReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

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

        FD MOD-REPORT-FILE.
        01 MOD-REPORT-RECORD     PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 CONFIG-FS               PIC XX VALUE "00".
        77 MOD-FS                  PIC XX VALUE "00".
        77 LOCK-FS                 PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 MOD-EOF                 PIC X VALUE "N".
        77 MODERATION-OPEN-DAYS    PIC 9(5) VALUE 7.
        77 REPEAT-OFFENDER-MIN     PIC 9(5) VALUE 2.
        77 WS-CONFIG-KEY           PIC X(20).
        77 WS-CONFIG-VALUE         PIC X(20).
        77 WS-CONFIG-EQ            PIC 9(2) VALUE 0.
        77 WS-TODAY-DATE           PIC 9(8).
        77 WS-CASE-AGE             PIC S9(7) VALUE 0.
        77 WS-CASE-COUNT           PIC 9(7) VALUE 0.
        77 WS-OPEN-COUNT           PIC 9(7) VALUE 0.
        77 WS-STALE-COUNT          PIC 9(7) VALUE 0.
        77 WS-OFFENDER-COUNT       PIC 9(5) VALUE 0.
        77 WS-AUTHOR-COUNT         PIC 9(4) VALUE 0.
        77 WS-AUTHOR-OVERFLOW      PIC 9(5) VALUE 0.
        77 WS-AUTHOR-IDX           PIC 9(4) VALUE 0.
        77 WS-ITEM-DESC            PIC X(8).
        01 I                       PIC 9(4).
        01 WS-CURRENT-DATETIME     PIC X(21).

        01 WS-AUTHOR-TABLE.
            05 WS-AUTHOR-ENTRY OCCURS 1000 TIMES.
                10 WS-AT-AUTHOR      PIC X(20).
                10 WS-AT-UPHELD      PIC 9(5).
                10 WS-AT-REMOVED     PIC 9(5).
                10 WS-AT-WARNED      PIC 9(5).
                10 WS-AT-DEACT       PIC 9(5).
                10 WS-AT-LAST-DATE   PIC 9(8).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LIST-STALE-CASES
        PERFORM 3000-LIST-REPEAT-OFFENDERS
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
        MOVE "MODREPORT" TO LOCK-PROGRAM
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

        OPEN OUTPUT MOD-REPORT-FILE
        MOVE SPACES TO MOD-REPORT-RECORD
        STRING "Moderation report " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6) " (open threshold "
            MODERATION-OPEN-DAYS " days, repeat threshold "
            REPEAT-OFFENDER-MIN " upheld cases)"
            DELIMITED BY SIZE INTO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD
        MOVE SPACES TO MOD-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD.

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
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "MODERATION-OPEN-DAYS"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO MODERATION-OPEN-DAYS
                            END-IF
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "REPEAT-OFFENDER-MIN"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO REPEAT-OFFENDER-MIN
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF

        IF REPEAT-OFFENDER-MIN = 0
            MOVE 1 TO REPEAT-OFFENDER-MIN
        END-IF.

    2000-LIST-STALE-CASES.
        MOVE SPACES TO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD
        MOVE SPACES TO MOD-REPORT-RECORD
        STRING "Cases open longer than " MODERATION-OPEN-DAYS " days:"
            DELIMITED BY SIZE INTO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD

        MOVE "N" TO MOD-EOF
        OPEN INPUT MODERATION-FILE
        IF MOD-FS NOT = "00"
            MOVE "ModerationCases.dat not found - nothing to report."
                TO MOD-REPORT-RECORD
            WRITE MOD-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL MOD-EOF = "Y"
            READ MODERATION-FILE
                AT END
                    MOVE "Y" TO MOD-EOF
                NOT AT END
                    ADD 1 TO WS-CASE-COUNT
                    IF MC-STATUS = "O"
                        ADD 1 TO WS-OPEN-COUNT
                        PERFORM 2100-CHECK-CASE-AGE
                    ELSE
                        IF MC-ACTION NOT = "D"
                            PERFORM 2200-TALLY-UPHELD-CASE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MODERATION-FILE

        IF WS-STALE-COUNT = 0
            MOVE "  (none)" TO MOD-REPORT-RECORD
            WRITE MOD-REPORT-RECORD
        END-IF.

    2100-CHECK-CASE-AGE.
        IF MC-REPORT-DATE = 0
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-CASE-AGE =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            - FUNCTION INTEGER-OF-DATE(MC-REPORT-DATE)
        IF WS-CASE-AGE <= MODERATION-OPEN-DAYS
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-STALE-COUNT
        IF MC-ITEM-TYPE = "M"
            MOVE "message" TO WS-ITEM-DESC
        ELSE
            MOVE "post" TO WS-ITEM-DESC
        END-IF
        MOVE SPACES TO MOD-REPORT-RECORD
        STRING "  Case #" MC-CASE-NUM " reported " MC-REPORT-DATE
            " (" WS-CASE-AGE(4:4) " days) " FUNCTION TRIM(WS-ITEM-DESC)
            " by " FUNCTION TRIM(MC-AUTHOR)
            ", reporter " FUNCTION TRIM(MC-REPORTER)
            ", reason " MC-REASON
            DELIMITED BY SIZE INTO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD.

    2200-TALLY-UPHELD-CASE.
        MOVE 0 TO WS-AUTHOR-IDX
        PERFORM VARYING I FROM 1 BY 1
            UNTIL I > WS-AUTHOR-COUNT OR WS-AUTHOR-IDX > 0
            IF WS-AT-AUTHOR(I) = MC-AUTHOR
                MOVE I TO WS-AUTHOR-IDX
            END-IF
        END-PERFORM

        IF WS-AUTHOR-IDX = 0
            IF WS-AUTHOR-COUNT >= 1000
                ADD 1 TO WS-AUTHOR-OVERFLOW
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-AUTHOR-COUNT
            MOVE WS-AUTHOR-COUNT TO WS-AUTHOR-IDX
            MOVE MC-AUTHOR TO WS-AT-AUTHOR(WS-AUTHOR-IDX)
            MOVE 0 TO WS-AT-UPHELD(WS-AUTHOR-IDX)
            MOVE 0 TO WS-AT-REMOVED(WS-AUTHOR-IDX)
            MOVE 0 TO WS-AT-WARNED(WS-AUTHOR-IDX)
            MOVE 0 TO WS-AT-DEACT(WS-AUTHOR-IDX)
            MOVE 0 TO WS-AT-LAST-DATE(WS-AUTHOR-IDX)
        END-IF

        ADD 1 TO WS-AT-UPHELD(WS-AUTHOR-IDX)
        EVALUATE MC-ACTION
            WHEN "R"
                ADD 1 TO WS-AT-REMOVED(WS-AUTHOR-IDX)
            WHEN "W"
                ADD 1 TO WS-AT-WARNED(WS-AUTHOR-IDX)
            WHEN "X"
                ADD 1 TO WS-AT-DEACT(WS-AUTHOR-IDX)
        END-EVALUATE
        IF MC-ACTION-DATE > WS-AT-LAST-DATE(WS-AUTHOR-IDX)
            MOVE MC-ACTION-DATE TO WS-AT-LAST-DATE(WS-AUTHOR-IDX)
        END-IF.

    3000-LIST-REPEAT-OFFENDERS.
        MOVE SPACES TO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD
        MOVE SPACES TO MOD-REPORT-RECORD
        STRING "Authors with " REPEAT-OFFENDER-MIN
            " or more upheld cases:"
            DELIMITED BY SIZE INTO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD

        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AUTHOR-COUNT
            IF WS-AT-UPHELD(I) >= REPEAT-OFFENDER-MIN
                ADD 1 TO WS-OFFENDER-COUNT
                MOVE SPACES TO MOD-REPORT-RECORD
                STRING "  " WS-AT-AUTHOR(I)
                    " upheld " WS-AT-UPHELD(I)
                    " (removed " WS-AT-REMOVED(I)
                    ", warned " WS-AT-WARNED(I)
                    ", deactivated " WS-AT-DEACT(I)
                    "), last action " WS-AT-LAST-DATE(I)
                    DELIMITED BY SIZE INTO MOD-REPORT-RECORD
                WRITE MOD-REPORT-RECORD
            END-IF
        END-PERFORM

        IF WS-OFFENDER-COUNT = 0
            MOVE "  (none)" TO MOD-REPORT-RECORD
            WRITE MOD-REPORT-RECORD
        END-IF

        IF WS-AUTHOR-OVERFLOW > 0
            MOVE SPACES TO MOD-REPORT-RECORD
            STRING "NOTE: author table full; " WS-AUTHOR-OVERFLOW
                " upheld case(s) not tallied this run"
                DELIMITED BY SIZE INTO MOD-REPORT-RECORD
            WRITE MOD-REPORT-RECORD
        END-IF.

    9000-FINISH.
        MOVE SPACES TO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD
        MOVE SPACES TO MOD-REPORT-RECORD
        STRING "Cases read: " WS-CASE-COUNT
            ", open: " WS-OPEN-COUNT
            ", open past threshold: " WS-STALE-COUNT
            ", repeat offenders: " WS-OFFENDER-COUNT
            DELIMITED BY SIZE INTO MOD-REPORT-RECORD
        WRITE MOD-REPORT-RECORD
        CLOSE MOD-REPORT-FILE
        DISPLAY "Moderation report complete."
        DISPLAY "Cases open past threshold: " WS-STALE-COUNT
        DISPLAY "Repeat offenders:          " WS-OFFENDER-COUNT.
