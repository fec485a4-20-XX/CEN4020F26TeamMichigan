IDENTIFICATION DIVISION.
    PROGRAM-ID. SEARCHDIGEST.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JOBS-FILE ASSIGN TO 'Jobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JOB-FS.
            SELECT SAVED-SEARCH-FILE ASSIGN TO 'SavedSearches.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SS-FS.
            SELECT SAVED-SEARCH-TEMP ASSIGN TO 'SavedSearches.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT JOB-DIGEST-FILE ASSIGN TO 'JobDigest.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DG-FS.
            SELECT JOB-DIGEST-TEMP ASSIGN TO 'JobDigest.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NOTIFICATIONS-FILE ASSIGN TO 'Notifications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NOTIF-FS.
            SELECT DIGEST-REPORT-FILE ASSIGN TO 'SearchDigest.log'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT JOB-REVIEW-FILE ASSIGN TO 'JobReview.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JR-FS.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD JOBS-FILE.
        01 JOBS-RECORD.
            05 JOB-TITLE        PIC X(40).
            05 JOB-COMPANY      PIC X(40).
            05 JOB-LOCATION     PIC X(40).
            05 JOB-DESCRIPTION  PIC X(200).
            05 JOB-POSTED-BY    PIC X(20).
            05 JOB-POSTED-DATE  PIC 9(8).
            05 JOB-REQ-NUM      PIC 9(8).
            05 JOB-REQ-SKILLS.
                10 JOB-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.

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

        FD JOB-DIGEST-TEMP.
        01 JOB-DIGEST-TEMP-RECORD    PIC X(176).

        FD NOTIFICATIONS-FILE.
        01 NOTIFICATIONS-RECORD.
            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD DIGEST-REPORT-FILE.
        01 DIGEST-REPORT-RECORD    PIC X(132).

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

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 JOB-FS              PIC XX VALUE "00".
        77 SS-FS               PIC XX VALUE "00".
        77 DG-FS               PIC XX VALUE "00".
        77 NOTIF-FS            PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 JR-FS               PIC XX VALUE "00".
        77 WS-REVIEW-COUNT     PIC 9(4) VALUE 0.
        77 WS-REVIEW-IDX       PIC 9(4) VALUE 0.
        77 WS-HELD-COUNT       PIC 9(5) VALUE 0.
        77 WS-HELD             PIC X VALUE "N".
        77 WS-EOF              PIC X VALUE "N".
        77 WS-TODAY-DATE       PIC 9(8).
        77 WS-JOB-COUNT        PIC 9(4) VALUE 0.
        77 WS-JOB-OVERFLOW     PIC 9(5) VALUE 0.
        77 WS-JOB-IDX          PIC 9(4) VALUE 0.
        77 WS-SEARCH-COUNT     PIC 9(5) VALUE 0.
        77 WS-HIT-COUNT        PIC 9(5) VALUE 0.
        77 WS-HIT-OVERFLOW     PIC 9(5) VALUE 0.
        77 WS-HIT-IDX          PIC 9(5) VALUE 0.
        77 WS-USER-COUNT       PIC 9(4) VALUE 0.
        77 WS-USER-IDX         PIC 9(4) VALUE 0.
        77 WS-KEPT-COUNT       PIC 9(5) VALUE 0.
        77 WS-FOUND            PIC X VALUE "N".
        77 WS-MATCHED          PIC X VALUE "N".
        77 WS-SEARCH-SINCE     PIC 9(8) VALUE 0.
        77 WS-KEYWORD          PIC X(40).
        77 WS-KEYWORD-LEN      PIC 9(3) VALUE 0.
        77 WS-FILTER-LOC       PIC X(40).
        77 WS-FILTER-LOC-LEN   PIC 9(3) VALUE 0.
        77 WS-FILTER-COMP      PIC X(40).
        77 WS-FILTER-COMP-LEN  PIC 9(3) VALUE 0.
        77 WS-TERM             PIC X(40).
        77 WS-TERM-LEN         PIC 9(3) VALUE 0.
        77 WS-UPPER-FIELD      PIC X(40).
        77 WS-FIELD-LEN        PIC 9(3) VALUE 0.
        77 WS-COUNT-DISP       PIC ZZZ9.
        01 I                   PIC 9(3).
        01 WS-CURRENT-DATETIME PIC X(21).

        01 WS-JOB-TABLE.
            05 WS-JOB-ENTRY OCCURS 2000 TIMES.
                10 WS-JT-TITLE      PIC X(40).
                10 WS-JT-COMPANY    PIC X(40).
                10 WS-JT-LOCATION   PIC X(40).
                10 WS-JT-POSTED     PIC 9(8).
                10 WS-JT-REQ-NUM    PIC 9(8).

        01 WS-REVIEW-TABLE.
            05 WS-REVIEW-ENTRY OCCURS 2000 TIMES.
                10 WS-RV-REQ-NUM    PIC 9(8).
                10 WS-RV-STATUS     PIC X.
                10 WS-RV-APPROVED   PIC 9(8).

        01 WS-HIT-TABLE.
            05 WS-HIT-ENTRY OCCURS 5000 TIMES.
                10 WS-HT-USERNAME   PIC X(20).
                10 WS-HT-SEARCH     PIC X(20).
                10 WS-HT-JOB-IDX    PIC 9(4).

        01 WS-USER-TABLE.
            05 WS-USER-ENTRY OCCURS 2000 TIMES.
                10 WS-UT-USERNAME   PIC X(20).
                10 WS-UT-HITS       PIC 9(4).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 1500-LOAD-POSTING-REVIEWS
        PERFORM 2000-LOAD-JOBS
        PERFORM 3000-RUN-SAVED-SEARCHES
        IF WS-USER-COUNT > 0
            PERFORM 4000-WRITE-DIGESTS
            PERFORM 5000-SEND-NOTIFICATIONS
        END-IF
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
        MOVE "SEARCHDIGEST" TO LOCK-PROGRAM
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

        OPEN OUTPUT DIGEST-REPORT-FILE
        MOVE SPACES TO DIGEST-REPORT-RECORD
        STRING "Saved-search digest run " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
        WRITE DIGEST-REPORT-RECORD
        MOVE SPACES TO DIGEST-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
        WRITE DIGEST-REPORT-RECORD.

    1500-LOAD-POSTING-REVIEWS.
        MOVE "N" TO WS-EOF
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF WS-REVIEW-COUNT < 2000
                        ADD 1 TO WS-REVIEW-COUNT
                        MOVE JR-REQ-NUM TO WS-RV-REQ-NUM(WS-REVIEW-COUNT)
                        MOVE JR-STATUS TO WS-RV-STATUS(WS-REVIEW-COUNT)
                        MOVE 0 TO WS-RV-APPROVED(WS-REVIEW-COUNT)
                        IF JR-APPROVED IS NUMERIC
                            MOVE JR-APPROVED
                                TO WS-RV-APPROVED(WS-REVIEW-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-REVIEW-FILE.

    2000-LOAD-JOBS.
        MOVE "N" TO WS-EOF
        OPEN INPUT JOBS-FILE
        IF JOB-FS NOT = "00"
            MOVE "Jobs.dat not found - no postings to match."
                TO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EOF = "Y"
            READ JOBS-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE "N" TO WS-HELD
                    IF JOB-POSTED-DATE IS NUMERIC
                        AND JOB-POSTED-DATE NOT = 0
                        PERFORM 2100-APPLY-POSTING-REVIEW
                    END-IF
                    IF JOB-POSTED-DATE IS NUMERIC
                        AND JOB-POSTED-DATE NOT = 0
                        AND WS-HELD = "N"
                        IF WS-JOB-COUNT < 2000
                            ADD 1 TO WS-JOB-COUNT
                            MOVE JOB-TITLE TO WS-JT-TITLE(WS-JOB-COUNT)
                            MOVE JOB-COMPANY TO WS-JT-COMPANY(WS-JOB-COUNT)
                            MOVE JOB-LOCATION
                                TO WS-JT-LOCATION(WS-JOB-COUNT)
                            MOVE JOB-POSTED-DATE
                                TO WS-JT-POSTED(WS-JOB-COUNT)
                            MOVE JOB-REQ-NUM TO WS-JT-REQ-NUM(WS-JOB-COUNT)
                        ELSE
                            ADD 1 TO WS-JOB-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOBS-FILE

        IF WS-HELD-COUNT > 0
            MOVE SPACES TO DIGEST-REPORT-RECORD
            STRING "Postings awaiting review or rejected (not matched): "
                WS-HELD-COUNT
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
        END-IF

        IF WS-JOB-OVERFLOW > 0
            MOVE SPACES TO DIGEST-REPORT-RECORD
            STRING "NOTE: posting table full; " WS-JOB-OVERFLOW
                " posting(s) not matched this run"
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
        END-IF.

    2100-APPLY-POSTING-REVIEW.
        PERFORM VARYING WS-REVIEW-IDX FROM 1 BY 1
            UNTIL WS-REVIEW-IDX > WS-REVIEW-COUNT
            IF WS-RV-REQ-NUM(WS-REVIEW-IDX) = JOB-REQ-NUM
                IF WS-RV-STATUS(WS-REVIEW-IDX) = "A"
                    IF WS-RV-APPROVED(WS-REVIEW-IDX) > JOB-POSTED-DATE
                        MOVE WS-RV-APPROVED(WS-REVIEW-IDX)
                            TO JOB-POSTED-DATE
                    END-IF
                ELSE
                    MOVE "Y" TO WS-HELD
                END-IF
            END-IF
        END-PERFORM
        IF WS-HELD = "Y"
            ADD 1 TO WS-HELD-COUNT
        END-IF.

    3000-RUN-SAVED-SEARCHES.
        MOVE "N" TO WS-EOF
        OPEN INPUT SAVED-SEARCH-FILE
        IF SS-FS NOT = "00"
            MOVE "SavedSearches.dat not found - no searches to run."
                TO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT SAVED-SEARCH-TEMP
        PERFORM UNTIL WS-EOF = "Y"
            READ SAVED-SEARCH-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-SEARCH-COUNT
                    PERFORM 3100-RUN-ONE-SEARCH
                    MOVE WS-TODAY-DATE TO SS-LAST-RUN
                    MOVE SAVED-SEARCH-RECORD TO SAVED-SEARCH-TEMP-RECORD
                    WRITE SAVED-SEARCH-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE SAVED-SEARCH-FILE
        CLOSE SAVED-SEARCH-TEMP
        IF WS-SEARCH-COUNT > 0
            CALL 'SYSTEM' USING 'mv SavedSearches.tmp SavedSearches.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f SavedSearches.tmp'
        END-IF

        IF WS-HIT-OVERFLOW > 0
            MOVE SPACES TO DIGEST-REPORT-RECORD
            STRING "NOTE: digest table full; " WS-HIT-OVERFLOW
                " match(es) left out of this run's digests"
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
        END-IF.

    3100-RUN-ONE-SEARCH.
        IF SS-LAST-RUN IS NUMERIC
            MOVE SS-LAST-RUN TO WS-SEARCH-SINCE
        ELSE
            MOVE SS-CREATED TO WS-SEARCH-SINCE
        END-IF

        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SS-KEYWORD)) TO WS-KEYWORD
        MOVE 0 TO WS-KEYWORD-LEN
        IF WS-KEYWORD NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEYWORD))
                TO WS-KEYWORD-LEN
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SS-LOCATION))
            TO WS-FILTER-LOC
        MOVE 0 TO WS-FILTER-LOC-LEN
        IF WS-FILTER-LOC NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-LOC))
                TO WS-FILTER-LOC-LEN
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SS-COMPANY))
            TO WS-FILTER-COMP
        MOVE 0 TO WS-FILTER-COMP-LEN
        IF WS-FILTER-COMP NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-COMP))
                TO WS-FILTER-COMP-LEN
        END-IF

        PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > WS-JOB-COUNT
            IF WS-JT-POSTED(WS-JOB-IDX) > WS-SEARCH-SINCE
                PERFORM 3200-CHECK-JOB-MATCH
                IF WS-MATCHED = "Y"
                    PERFORM 3300-RECORD-HIT
                END-IF
            END-IF
        END-PERFORM.

    3200-CHECK-JOB-MATCH.
        MOVE "Y" TO WS-MATCHED
        IF WS-KEYWORD-LEN > 0
            MOVE WS-KEYWORD TO WS-TERM
            MOVE WS-KEYWORD-LEN TO WS-TERM-LEN
            MOVE FUNCTION UPPER-CASE(WS-JT-TITLE(WS-JOB-IDX))
                TO WS-UPPER-FIELD
            PERFORM 3250-TEST-SUBSTRING
            IF WS-MATCHED NOT = "Y"
                MOVE FUNCTION UPPER-CASE(WS-JT-COMPANY(WS-JOB-IDX))
                    TO WS-UPPER-FIELD
                PERFORM 3250-TEST-SUBSTRING
            END-IF
            IF WS-MATCHED NOT = "Y"
                MOVE FUNCTION UPPER-CASE(WS-JT-LOCATION(WS-JOB-IDX))
                    TO WS-UPPER-FIELD
                PERFORM 3250-TEST-SUBSTRING
            END-IF
            IF WS-MATCHED NOT = "Y"
                EXIT PARAGRAPH
            END-IF
        END-IF

        IF WS-FILTER-LOC-LEN > 0
            MOVE WS-FILTER-LOC TO WS-TERM
            MOVE WS-FILTER-LOC-LEN TO WS-TERM-LEN
            MOVE FUNCTION UPPER-CASE(WS-JT-LOCATION(WS-JOB-IDX))
                TO WS-UPPER-FIELD
            PERFORM 3250-TEST-SUBSTRING
            IF WS-MATCHED NOT = "Y"
                EXIT PARAGRAPH
            END-IF
        END-IF

        IF WS-FILTER-COMP-LEN > 0
            MOVE WS-FILTER-COMP TO WS-TERM
            MOVE WS-FILTER-COMP-LEN TO WS-TERM-LEN
            MOVE FUNCTION UPPER-CASE(WS-JT-COMPANY(WS-JOB-IDX))
                TO WS-UPPER-FIELD
            PERFORM 3250-TEST-SUBSTRING
        END-IF.

    3250-TEST-SUBSTRING.
        MOVE "N" TO WS-MATCHED
        MOVE 0 TO WS-FIELD-LEN
        IF WS-UPPER-FIELD NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-UPPER-FIELD, TRAILING))
                TO WS-FIELD-LEN
        END-IF

        IF WS-FIELD-LEN >= WS-TERM-LEN AND WS-TERM-LEN > 0
            PERFORM VARYING I FROM 1 BY 1
                UNTIL I > (WS-FIELD-LEN - WS-TERM-LEN + 1)
                OR WS-MATCHED = "Y"
                IF WS-UPPER-FIELD(I:WS-TERM-LEN) =
                    WS-TERM(1:WS-TERM-LEN)
                    MOVE "Y" TO WS-MATCHED
                END-IF
            END-PERFORM
        END-IF.

    3300-RECORD-HIT.
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
            UNTIL WS-HIT-IDX > WS-HIT-COUNT OR WS-FOUND = "Y"
            IF WS-HT-USERNAME(WS-HIT-IDX) = SS-USERNAME
                AND WS-HT-JOB-IDX(WS-HIT-IDX) = WS-JOB-IDX
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = "Y"
            EXIT PARAGRAPH
        END-IF

        IF WS-HIT-COUNT >= 5000
            ADD 1 TO WS-HIT-OVERFLOW
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-HIT-COUNT
        MOVE SS-USERNAME TO WS-HT-USERNAME(WS-HIT-COUNT)
        MOVE SS-NAME TO WS-HT-SEARCH(WS-HIT-COUNT)
        MOVE WS-JOB-IDX TO WS-HT-JOB-IDX(WS-HIT-COUNT)

        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-USER-IDX FROM 1 BY 1
            UNTIL WS-USER-IDX > WS-USER-COUNT OR WS-FOUND = "Y"
            IF WS-UT-USERNAME(WS-USER-IDX) = SS-USERNAME
                MOVE "Y" TO WS-FOUND
                ADD 1 TO WS-UT-HITS(WS-USER-IDX)
            END-IF
        END-PERFORM
        IF WS-FOUND = "N" AND WS-USER-COUNT < 2000
            ADD 1 TO WS-USER-COUNT
            MOVE SS-USERNAME TO WS-UT-USERNAME(WS-USER-COUNT)
            MOVE 1 TO WS-UT-HITS(WS-USER-COUNT)
        END-IF.

    4000-WRITE-DIGESTS.
        OPEN OUTPUT JOB-DIGEST-TEMP

        MOVE "N" TO WS-EOF
        OPEN INPUT JOB-DIGEST-FILE
        IF DG-FS = "00"
            PERFORM UNTIL WS-EOF = "Y"
                READ JOB-DIGEST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM 4100-KEEP-OLD-DIGEST
                END-READ
            END-PERFORM
        END-IF
        CLOSE JOB-DIGEST-FILE

        PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
            UNTIL WS-HIT-IDX > WS-HIT-COUNT
            MOVE WS-HT-JOB-IDX(WS-HIT-IDX) TO WS-JOB-IDX
            MOVE SPACES TO JOB-DIGEST-RECORD
            MOVE WS-HT-USERNAME(WS-HIT-IDX) TO DG-USERNAME
            MOVE WS-TODAY-DATE TO DG-DATE
            MOVE WS-HT-SEARCH(WS-HIT-IDX) TO DG-SEARCH-NAME
            MOVE WS-JT-REQ-NUM(WS-JOB-IDX) TO DG-REQ-NUM
            MOVE WS-JT-TITLE(WS-JOB-IDX) TO DG-TITLE
            MOVE WS-JT-COMPANY(WS-JOB-IDX) TO DG-COMPANY
            MOVE WS-JT-LOCATION(WS-JOB-IDX) TO DG-LOCATION
            MOVE JOB-DIGEST-RECORD TO JOB-DIGEST-TEMP-RECORD
            WRITE JOB-DIGEST-TEMP-RECORD

            MOVE SPACES TO DIGEST-REPORT-RECORD
            STRING "  " FUNCTION TRIM(DG-USERNAME)
                " [" FUNCTION TRIM(DG-SEARCH-NAME) "] Req #"
                DG-REQ-NUM " " FUNCTION TRIM(DG-TITLE)
                " at " FUNCTION TRIM(DG-COMPANY)
                DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
            WRITE DIGEST-REPORT-RECORD
        END-PERFORM

        CLOSE JOB-DIGEST-TEMP
        CALL 'SYSTEM' USING 'mv JobDigest.tmp JobDigest.dat'.

    4100-KEEP-OLD-DIGEST.
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-USER-IDX FROM 1 BY 1
            UNTIL WS-USER-IDX > WS-USER-COUNT OR WS-FOUND = "Y"
            IF WS-UT-USERNAME(WS-USER-IDX) = DG-USERNAME
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = "N"
            ADD 1 TO WS-KEPT-COUNT
            MOVE JOB-DIGEST-RECORD TO JOB-DIGEST-TEMP-RECORD
            WRITE JOB-DIGEST-TEMP-RECORD
        END-IF.

    5000-SEND-NOTIFICATIONS.
        OPEN INPUT NOTIFICATIONS-FILE
        IF NOTIF-FS NOT = "00"
            OPEN OUTPUT NOTIFICATIONS-FILE
        END-IF
        CLOSE NOTIFICATIONS-FILE
        OPEN EXTEND NOTIFICATIONS-FILE
        PERFORM VARYING WS-USER-IDX FROM 1 BY 1
            UNTIL WS-USER-IDX > WS-USER-COUNT
            MOVE WS-UT-HITS(WS-USER-IDX) TO WS-COUNT-DISP
            MOVE WS-UT-USERNAME(WS-USER-IDX) TO NOTIF-USERNAME
            MOVE SPACES TO NOTIF-TEXT
            STRING "Job digest: " FUNCTION TRIM(WS-COUNT-DISP)
                " new posting(s) match your saved searches."
                " See Saved Searches."
                DELIMITED BY SIZE INTO NOTIF-TEXT
            MOVE WS-TODAY-DATE TO NOTIF-DATE
            MOVE "JB" TO NOTIF-CATEGORY
            MOVE SPACE TO NOTIF-SPOOLED
            WRITE NOTIFICATIONS-RECORD
        END-PERFORM
        CLOSE NOTIFICATIONS-FILE.

    9000-FINISH.
        CLOSE DIGEST-REPORT-FILE
        DISPLAY "Saved-search digest complete."
        DISPLAY "Postings loaded:       " WS-JOB-COUNT
        DISPLAY "Saved searches run:    " WS-SEARCH-COUNT
        DISPLAY "New matches digested:  " WS-HIT-COUNT
        DISPLAY "Students notified:     " WS-USER-COUNT.
