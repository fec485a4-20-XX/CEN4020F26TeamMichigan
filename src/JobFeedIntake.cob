IDENTIFICATION DIVISION.
    PROGRAM-ID. JOBFEEDINTAKE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JOB-FEED-FILE ASSIGN TO 'JobFeed.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FEED-FS.
            SELECT INTAKE-REPORT-FILE ASSIGN TO 'JobFeedReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT EMPLOYER-FILE ASSIGN TO 'Employers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EMP-FS.
            SELECT EMPLOYER-AGR-FILE ASSIGN TO 'EmployerAgreements.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EA-FS.
            SELECT RECRUITER-EMP-FILE ASSIGN TO 'RecruiterEmployers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REAF-FS.
            SELECT JOBS-FILE ASSIGN TO 'Jobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JOBS-FS.
            SELECT JOB-REVIEW-FILE ASSIGN TO 'JobReview.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JR-FS.
            SELECT WATCH-TERM-FILE ASSIGN TO 'JobWatchTerms.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WT-FS.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD JOB-FEED-FILE.
        01 JOB-FEED-RECORD.
            05 JF-RECRUITER      PIC X(20).
            05 JF-EMPLOYER       PIC X(40).
            05 JF-TITLE          PIC X(40).
            05 JF-LOCATION       PIC X(40).
            05 JF-DESCRIPTION    PIC X(200).
            05 JF-REQ-SKILLS.
                10 JF-REQ-SKILL  PIC X(20) OCCURS 5 TIMES.

        FD INTAKE-REPORT-FILE.
        01 INTAKE-REPORT-RECORD    PIC X(160).

        FD EMPLOYER-FILE.
        01 EMPLOYER-RECORD.
            05 EM-NAME           PIC X(40).
            05 EM-INDUSTRY       PIC X(30).
            05 EM-HQ-CITY        PIC X(30).
            05 EM-WEBSITE        PIC X(60).
            05 EM-SIZE-BAND      PIC X(10).
            05 EM-DESCRIPTION    PIC X(100).
            05 EM-STATUS         PIC X.

        FD EMPLOYER-AGR-FILE.
        01 EMPLOYER-AGR-RECORD.
            05 EA-EMPLOYER       PIC X(40).
            05 EA-EFFECTIVE      PIC 9(8).
            05 EA-EXPIRY         PIC 9(8).
            05 EA-POSTING-FEE    PIC 9(5)V99.
            05 EA-EVENT-FEE      PIC 9(5)V99.

        FD RECRUITER-EMP-FILE.
        01 RECRUITER-EMP-RECORD.
            05 RE-USERNAME       PIC X(20).
            05 RE-EMPLOYER       PIC X(40).
            05 RE-APPROVED       PIC X.
            05 RE-DATE           PIC 9(8).

        FD JOBS-FILE.
        01 JOBS-RECORD.
            05 JOB-TITLE         PIC X(40).
            05 JOB-COMPANY       PIC X(40).
            05 JOB-LOCATION      PIC X(40).
            05 JOB-DESCRIPTION   PIC X(200).
            05 JOB-POSTED-BY     PIC X(20).
            05 JOB-POSTED-DATE   PIC 9(8).
            05 JOB-REQ-NUM       PIC 9(8).
            05 JOB-REQ-SKILLS.
                10 JOB-REQ-SKILL PIC X(20) OCCURS 5 TIMES.

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

        FD WATCH-TERM-FILE.
        01 WATCH-TERM-RECORD.
            05 WT-TERM           PIC X(30).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 FEED-FS             PIC XX VALUE "00".
        77 EMP-FS              PIC XX VALUE "00".
        77 EA-FS               PIC XX VALUE "00".
        77 REAF-FS             PIC XX VALUE "00".
        77 JOBS-FS             PIC XX VALUE "00".
        77 JR-FS               PIC XX VALUE "00".
        77 WT-FS               PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 FEED-EOF            PIC X VALUE "N".
        77 EMP-EOF             PIC X VALUE "N".
        77 EA-EOF              PIC X VALUE "N".
        77 REAF-EOF            PIC X VALUE "N".
        77 JOBS-EOF            PIC X VALUE "N".
        77 WT-EOF              PIC X VALUE "N".
        77 WS-EMP-FOUND        PIC X VALUE "N".
        77 WS-EMP-STATUS       PIC X VALUE SPACE.
        77 WS-AGR-FOUND        PIC X VALUE "N".
        77 WS-AGR-EXPIRY       PIC 9(8) VALUE 0.
        77 WS-AFF-FOUND        PIC X VALUE "N".
        77 WS-AFF-APPROVED     PIC X VALUE "N".
        77 WS-AFF-EMPLOYER     PIC X(40) VALUE SPACES.
        77 WS-DUP-FOUND        PIC X VALUE "N".
        77 WS-DUP-REQ          PIC 9(8) VALUE 0.
        77 WS-FLAG-TERM        PIC X(30) VALUE SPACES.
        77 WS-TERM-UPPER       PIC X(30) VALUE SPACES.
        77 WS-TERM-LEN         PIC 9(3) VALUE 0.
        77 WS-TERM-HITS        PIC 9(3) VALUE 0.
        77 WS-SCREEN-TEXT      PIC X(280) VALUE SPACES.
        77 WS-FEED-EMPLOYER    PIC X(40) VALUE SPACES.
        77 WS-FEED-TITLE       PIC X(40) VALUE SPACES.
        77 WS-FEED-LOCATION    PIC X(40) VALUE SPACES.
        77 WS-TODAY-DATE       PIC 9(8) VALUE 0.
        77 WS-ROW-COUNT        PIC 9(5) VALUE 0.
        77 WS-ACCEPTED-COUNT   PIC 9(5) VALUE 0.
        77 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
        77 WS-FLAGGED-COUNT    PIC 9(5) VALUE 0.
        77 WS-REJECT-REASON    PIC X(80) VALUE SPACES.
        01 WS-CURRENT-DATETIME PIC X(21).

        01 JOB-LNK-OPERATION    PIC X(2).
        01 JOB-LNK-RETURN-CODE  PIC X.
        01 JOB-LNK-KEYWORD      PIC X(40).
        01 JOB-LNK-MATCH-COUNT  PIC 9(3).
        01 JOB-LNK-JOB-RECORD.
            05 JOB-LNK-TITLE        PIC X(40).
            05 JOB-LNK-COMPANY      PIC X(40).
            05 JOB-LNK-LOCATION     PIC X(40).
            05 JOB-LNK-DESCRIPTION  PIC X(200).
            05 JOB-LNK-POSTED-BY    PIC X(20).
            05 JOB-LNK-POSTED-DATE  PIC 9(8).
            05 JOB-LNK-REQ-NUM      PIC 9(8).
            05 JOB-LNK-REQ-SKILLS.
                10 JOB-LNK-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.
        01 JOB-LNK-MATCHES.
            05 JOB-LNK-MATCH OCCURS 20 TIMES.
                10 JOB-LNK-MATCH-TITLE        PIC X(40).
                10 JOB-LNK-MATCH-COMPANY      PIC X(40).
                10 JOB-LNK-MATCH-LOCATION     PIC X(40).
                10 JOB-LNK-MATCH-DESCRIPTION  PIC X(200).
                10 JOB-LNK-MATCH-POSTED-BY    PIC X(20).
                10 JOB-LNK-MATCH-POSTED-DATE  PIC 9(8).
                10 JOB-LNK-MATCH-REQ-NUM      PIC 9(8).
                10 JOB-LNK-MATCH-REQ-SKILLS.
                    15 JOB-LNK-MATCH-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.
        01 JOB-LNK-SEARCH-CONTROL.
            05 JOB-LNK-FILTER-LOCATION  PIC X(40).
            05 JOB-LNK-FILTER-COMPANY   PIC X(40).
            05 JOB-LNK-START-POS        PIC 9(5).
            05 JOB-LNK-TOTAL-COUNT      PIC 9(5).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK

        OPEN INPUT JOB-FEED-FILE
        IF FEED-FS NOT = "00"
            DISPLAY "No JobFeed.dat file found; nothing to intake."
            PERFORM 9100-RELEASE-RUN-LOCK
            STOP RUN
        END-IF

        OPEN OUTPUT INTAKE-REPORT-FILE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
        MOVE SPACES TO INTAKE-REPORT-RECORD
        STRING "Employer job feed intake run " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
        WRITE INTAKE-REPORT-RECORD
        MOVE SPACES TO INTAKE-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
        WRITE INTAKE-REPORT-RECORD
        MOVE "Feed layout: recruiter(20) employer(40) title(40) location(40) description(200) skills(5 x 20)"
            TO INTAKE-REPORT-RECORD
        WRITE INTAKE-REPORT-RECORD
        MOVE SPACES TO INTAKE-REPORT-RECORD
        WRITE INTAKE-REPORT-RECORD

        PERFORM UNTIL FEED-EOF = "Y"
            READ JOB-FEED-FILE
                AT END
                    MOVE "Y" TO FEED-EOF
                NOT AT END
                    ADD 1 TO WS-ROW-COUNT
                    PERFORM 1000-PROCESS-ROW
            END-READ
        END-PERFORM

        CLOSE JOB-FEED-FILE

        MOVE SPACES TO INTAKE-REPORT-RECORD
        WRITE INTAKE-REPORT-RECORD
        MOVE SPACES TO INTAKE-REPORT-RECORD
        STRING "Rows read: " WS-ROW-COUNT
            ", accepted: " WS-ACCEPTED-COUNT
            ", rejected: " WS-REJECTED-COUNT
            DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
        WRITE INTAKE-REPORT-RECORD
        MOVE SPACES TO INTAKE-REPORT-RECORD
        STRING "Accepted postings wait in the posting review queue; "
            "students with a matching major are notified when an "
            "administrator approves them."
            DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
        WRITE INTAKE-REPORT-RECORD
        CLOSE INTAKE-REPORT-FILE

        DISPLAY "Job feed intake complete."
        DISPLAY "Rows read: " WS-ROW-COUNT
        DISPLAY "Postings accepted: " WS-ACCEPTED-COUNT
        DISPLAY "Rows rejected: " WS-REJECTED-COUNT
        DISPLAY "Accepted postings on the watch list: " WS-FLAGGED-COUNT

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
        MOVE "JOBFEEDINTAKE" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    9100-RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.

    1000-PROCESS-ROW.
        MOVE SPACES TO WS-REJECT-REASON

        IF FUNCTION TRIM(JOB-FEED-RECORD) = SPACES
            SUBTRACT 1 FROM WS-ROW-COUNT
            EXIT PARAGRAPH
        END-IF

        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JF-EMPLOYER))
            TO WS-FEED-EMPLOYER
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JF-TITLE))
            TO WS-FEED-TITLE
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JF-LOCATION))
            TO WS-FEED-LOCATION

        IF FUNCTION TRIM(JF-RECRUITER) = SPACES
            MOVE "recruiter is blank" TO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        IF WS-FEED-EMPLOYER = SPACES
            MOVE "employer is blank" TO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        IF WS-FEED-TITLE = SPACES OR WS-FEED-LOCATION = SPACES
            MOVE "title or location is blank" TO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 2000-VALIDATE-EMPLOYER
        IF WS-EMP-FOUND = "N"
            MOVE "employer is not on the employer master"
                TO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        IF WS-EMP-STATUS = "I"
            MOVE "employer is inactive on the employer master"
                TO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 2100-CHECK-AGREEMENT
        IF WS-AGR-FOUND = "N"
            MOVE "employer has no recruiting agreement on file"
                TO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        IF WS-AGR-EXPIRY < WS-TODAY-DATE
            MOVE SPACES TO WS-REJECT-REASON
            STRING "employer's recruiting agreement expired "
                WS-AGR-EXPIRY
                DELIMITED BY SIZE INTO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 2200-LOOKUP-AFFILIATION
        IF WS-AFF-FOUND = "N"
            MOVE "recruiter has no employer affiliation"
                TO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        IF WS-AFF-APPROVED NOT = "Y"
            MOVE "recruiter's employer affiliation is not approved"
                TO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AFF-EMPLOYER))
            NOT = WS-FEED-EMPLOYER
            MOVE SPACES TO WS-REJECT-REASON
            STRING "recruiter is affiliated with "
                FUNCTION TRIM(WS-AFF-EMPLOYER) ", not this employer"
                DELIMITED BY SIZE INTO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 2300-CHECK-DUPLICATE
        IF WS-DUP-FOUND = "Y"
            MOVE SPACES TO WS-REJECT-REASON
            STRING "duplicate of posting already in Jobs.dat (req# "
                WS-DUP-REQ ")"
                DELIMITED BY SIZE INTO WS-REJECT-REASON
            PERFORM 1900-LOG-REJECTED
            EXIT PARAGRAPH
        END-IF

        PERFORM 3000-POST-JOB.

    1900-LOG-REJECTED.
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO INTAKE-REPORT-RECORD
        STRING "REJECTED row " WS-ROW-COUNT
            " (" FUNCTION TRIM(JF-EMPLOYER) " / "
            FUNCTION TRIM(JF-TITLE) "): "
            FUNCTION TRIM(WS-REJECT-REASON)
            DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
        WRITE INTAKE-REPORT-RECORD.

    2000-VALIDATE-EMPLOYER.
        MOVE "N" TO WS-EMP-FOUND
        MOVE SPACE TO WS-EMP-STATUS
        MOVE "N" TO EMP-EOF
        MOVE "00" TO EMP-FS

        OPEN INPUT EMPLOYER-FILE
        IF EMP-FS NOT = "00"
            CLOSE EMPLOYER-FILE
            EXIT PARAGRAPH
        END-IF

        PERFORM UNTIL EMP-EOF = "Y" OR WS-EMP-FOUND = "Y"
            READ EMPLOYER-FILE
                AT END
                    MOVE "Y" TO EMP-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-NAME))
                        = WS-FEED-EMPLOYER
                        MOVE "Y" TO WS-EMP-FOUND
                        MOVE EM-STATUS TO WS-EMP-STATUS
                    END-IF
            END-READ
        END-PERFORM

        CLOSE EMPLOYER-FILE.

    2100-CHECK-AGREEMENT.
        MOVE "N" TO WS-AGR-FOUND
        MOVE 0 TO WS-AGR-EXPIRY
        MOVE "N" TO EA-EOF
        MOVE "00" TO EA-FS

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
                        = WS-FEED-EMPLOYER
                        MOVE "Y" TO WS-AGR-FOUND
                        IF EA-EXPIRY IS NUMERIC
                            MOVE EA-EXPIRY TO WS-AGR-EXPIRY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM

        CLOSE EMPLOYER-AGR-FILE.

    2200-LOOKUP-AFFILIATION.
        MOVE "N" TO WS-AFF-FOUND
        MOVE "N" TO WS-AFF-APPROVED
        MOVE SPACES TO WS-AFF-EMPLOYER
        MOVE "N" TO REAF-EOF
        MOVE "00" TO REAF-FS

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
                        FUNCTION TRIM(JF-RECRUITER)
                        MOVE "Y" TO WS-AFF-FOUND
                        MOVE RE-APPROVED TO WS-AFF-APPROVED
                        MOVE RE-EMPLOYER TO WS-AFF-EMPLOYER
                    END-IF
            END-READ
        END-PERFORM

        CLOSE RECRUITER-EMP-FILE.

    2300-CHECK-DUPLICATE.
        MOVE "N" TO WS-DUP-FOUND
        MOVE 0 TO WS-DUP-REQ
        MOVE "N" TO JOBS-EOF
        MOVE "00" TO JOBS-FS

        OPEN INPUT JOBS-FILE
        IF JOBS-FS NOT = "00"
            CLOSE JOBS-FILE
            EXIT PARAGRAPH
        END-IF

        PERFORM UNTIL JOBS-EOF = "Y" OR WS-DUP-FOUND = "Y"
            READ JOBS-FILE
                AT END
                    MOVE "Y" TO JOBS-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-COMPANY))
                        = WS-FEED-EMPLOYER
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-TITLE))
                        = WS-FEED-TITLE
                        AND FUNCTION UPPER-CASE(
                            FUNCTION TRIM(JOB-LOCATION))
                        = WS-FEED-LOCATION
                        MOVE "Y" TO WS-DUP-FOUND
                        IF JOB-REQ-NUM IS NUMERIC
                            MOVE JOB-REQ-NUM TO WS-DUP-REQ
                        END-IF
                    END-IF
            END-READ
        END-PERFORM

        CLOSE JOBS-FILE.

    3000-POST-JOB.
        OPEN INPUT JOBS-FILE
        IF JOBS-FS NOT = "00"
            OPEN OUTPUT JOBS-FILE
        END-IF
        CLOSE JOBS-FILE

        INITIALIZE JOB-LNK-JOB-RECORD
        MOVE FUNCTION TRIM(JF-TITLE) TO JOB-LNK-TITLE
        MOVE FUNCTION TRIM(JF-EMPLOYER) TO JOB-LNK-COMPANY
        MOVE FUNCTION TRIM(JF-LOCATION) TO JOB-LNK-LOCATION
        MOVE FUNCTION TRIM(JF-DESCRIPTION) TO JOB-LNK-DESCRIPTION
        MOVE FUNCTION TRIM(JF-RECRUITER) TO JOB-LNK-POSTED-BY
        MOVE JF-REQ-SKILLS TO JOB-LNK-REQ-SKILLS
        MOVE "PJ" TO JOB-LNK-OPERATION

        CALL 'JOBMGR' USING JOB-LNK-OPERATION, JOB-LNK-RETURN-CODE,
            JOB-LNK-KEYWORD, JOB-LNK-MATCH-COUNT, JOB-LNK-JOB-RECORD,
            JOB-LNK-MATCHES, JOB-LNK-SEARCH-CONTROL

        PERFORM 3100-SCREEN-POSTING-TEXT
        PERFORM 3200-SUBMIT-POSTING-REVIEW

        ADD 1 TO WS-ACCEPTED-COUNT
        MOVE SPACES TO INTAKE-REPORT-RECORD
        IF WS-FLAG-TERM = SPACES
            STRING "ACCEPTED row " WS-ROW-COUNT
                ": req# " JOB-LNK-REQ-NUM " "
                FUNCTION TRIM(JF-EMPLOYER) " / "
                FUNCTION TRIM(JF-TITLE) " / "
                FUNCTION TRIM(JF-LOCATION)
                DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
        ELSE
            ADD 1 TO WS-FLAGGED-COUNT
            STRING "ACCEPTED row " WS-ROW-COUNT
                ": req# " JOB-LNK-REQ-NUM " "
                FUNCTION TRIM(JF-EMPLOYER) " / "
                FUNCTION TRIM(JF-TITLE) " / "
                FUNCTION TRIM(JF-LOCATION)
                " - watch-list term: " FUNCTION TRIM(WS-FLAG-TERM)
                DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
        END-IF
        WRITE INTAKE-REPORT-RECORD.

    3100-SCREEN-POSTING-TEXT.
        MOVE SPACES TO WS-FLAG-TERM
        MOVE SPACES TO WS-SCREEN-TEXT
        STRING FUNCTION TRIM(JOB-LNK-TITLE) " | "
            FUNCTION TRIM(JOB-LNK-COMPANY) " | "
            FUNCTION TRIM(JOB-LNK-DESCRIPTION)
            DELIMITED BY SIZE INTO WS-SCREEN-TEXT
        MOVE FUNCTION UPPER-CASE(WS-SCREEN-TEXT) TO WS-SCREEN-TEXT

        MOVE "N" TO WT-EOF
        MOVE "00" TO WT-FS
        OPEN INPUT WATCH-TERM-FILE
        IF WT-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF

        PERFORM UNTIL WT-EOF = "Y" OR WS-FLAG-TERM NOT = SPACES
            READ WATCH-TERM-FILE
                AT END
                    MOVE "Y" TO WT-EOF
                NOT AT END
                    IF WT-TERM NOT = SPACES
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WT-TERM))
                            TO WS-TERM-UPPER
                        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TERM-UPPER))
                            TO WS-TERM-LEN
                        MOVE 0 TO WS-TERM-HITS
                        INSPECT WS-SCREEN-TEXT TALLYING WS-TERM-HITS
                            FOR ALL WS-TERM-UPPER(1:WS-TERM-LEN)
                        IF WS-TERM-HITS > 0
                            MOVE FUNCTION TRIM(WT-TERM) TO WS-FLAG-TERM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM

        CLOSE WATCH-TERM-FILE.

    3200-SUBMIT-POSTING-REVIEW.
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            OPEN OUTPUT JOB-REVIEW-FILE
        END-IF
        CLOSE JOB-REVIEW-FILE
        OPEN EXTEND JOB-REVIEW-FILE
        MOVE SPACES TO JOB-REVIEW-RECORD
        MOVE JOB-LNK-REQ-NUM TO JR-REQ-NUM
        MOVE "P" TO JR-STATUS
        MOVE JOB-LNK-POSTED-BY TO JR-POSTED-BY
        MOVE JOB-LNK-TITLE TO JR-TITLE
        MOVE JOB-LNK-COMPANY TO JR-COMPANY
        MOVE WS-FLAG-TERM TO JR-FLAG-TERM
        MOVE WS-TODAY-DATE TO JR-SUBMITTED
        MOVE 0 TO JR-DECIDED
        MOVE 0 TO JR-APPROVED
        WRITE JOB-REVIEW-RECORD
        CLOSE JOB-REVIEW-FILE.
