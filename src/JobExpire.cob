            SELECT EXPIRED-JOBS-FILE ASSIGN TO 'ExpiredJobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XJ-FS.
            SELECT JOB-REVIEW-FILE ASSIGN TO 'JobReview.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JR-FS.
            SELECT JOB-REVIEW-TEMP ASSIGN TO 'JobReview.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
            05 JOB-DESCRIPTION  PIC X(200).
            05 JOB-POSTED-BY    PIC X(20).
            05 JOB-POSTED-DATE  PIC 9(8).
            05 JOB-REQ-NUM      PIC 9(8).
            05 JOB-REQ-SKILLS.
                10 JOB-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.

        FD JOBS-TEMP.
        01 JOBS-TEMP-RECORD.
            05 JT-DESCRIPTION  PIC X(200).
            05 JT-POSTED-BY    PIC X(20).
            05 JT-POSTED-DATE  PIC 9(8).
            05 JT-REQ-NUM      PIC 9(8).
            05 JT-REQ-SKILLS.
                10 JT-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.

        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).
            05 XJ-POSTED-BY    PIC X(20).
            05 XJ-POSTED-DATE  PIC 9(8).
            05 XJ-EXPIRE-DATE  PIC 9(8).
            05 XJ-REQ-NUM      PIC 9(8).
            05 XJ-REVIEW-STATUS PIC X.
            05 XJ-APPROVED     PIC 9(8).

        FD JOB-REVIEW-FILE.
        01 JOB-REVIEW-RECORD.
            05 JR-REQ-NUM      PIC 9(8).
            05 JR-STATUS       PIC X.
            05 JR-MID          PIC X(166).
            05 JR-APPROVED     PIC 9(8).
            05 JR-REASON       PIC X(80).

        FD JOB-REVIEW-TEMP.
        01 JOB-REVIEW-TEMP-RECORD    PIC X(263).

    WORKING-STORAGE SECTION.
        77 JOB-FS                  PIC XX VALUE "00".
        77 LOCK-FS    PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 ES-FS      PIC XX VALUE "00".
        77 XJ-FS      PIC XX VALUE "00".
        77 JR-FS      PIC XX VALUE "00".
        77 JR-EOF                  PIC X VALUE "N".
        77 WS-REVIEW-DROPPED       PIC 9(5) VALUE 0.
        77 WS-EXPIRED-IDX          PIC 9(5) VALUE 0.
        77 WS-REVIEW-MATCH         PIC X VALUE "N".
        77 WS-SHRINK-FILE     PIC X(24).
        77 WS-SHRINK-COUNT    PIC 9(8) VALUE 0.
        77 JOB-EOF                 PIC X VALUE "N".
        77 WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
        01 I                       PIC 9(2).
        01 WS-CURRENT-DATETIME     PIC X(21).
        01 WS-EXPIRED-REQ-TABLE.
            05 WS-EXPIRED-REQ      PIC 9(8) OCCURS 2000 TIMES.

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-EXPIRE-STALE-POSTINGS
            MOVE "Jobs.dat" TO WS-SHRINK-FILE
            MOVE WS-EXPIRED-COUNT TO WS-SHRINK-COUNT
            PERFORM 8000-RECORD-EXPECTED-SHRINK
            PERFORM 3000-PRUNE-POSTING-REVIEWS
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
            " " WS-CURRENT-DATETIME(9:6) " (threshold "
            EXPIRE-JOBS-DAYS " days)"
            DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
        WRITE EXPIRE-REPORT-RECORD
        MOVE SPACES TO EXPIRE-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
        WRITE EXPIRE-REPORT-RECORD.

    1100-LOAD-CONFIG.
            MOVE SPACES TO EXPIRE-REPORT-RECORD
            STRING "  EXPIRED: "
                FUNCTION TRIM(JOB-TITLE)
                " (Req #" JOB-REQ-NUM ")"
                " at " FUNCTION TRIM(JOB-COMPANY)
                " by " FUNCTION TRIM(JOB-POSTED-BY)
                " (posted " JOB-POSTED-DATE ", "
                WS-DISPLAY-AGE-DAYS " days ago)"
                DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
            WRITE EXPIRE-REPORT-RECORD
            IF WS-EXPIRED-COUNT <= 2000
                MOVE JOB-REQ-NUM TO WS-EXPIRED-REQ(WS-EXPIRED-COUNT)
            END-IF
            PERFORM 2200-RECORD-EXPIRED-JOB
        ELSE
            MOVE JOBS-RECORD TO JOBS-TEMP-RECORD
        MOVE JOB-POSTED-BY TO XJ-POSTED-BY
        MOVE JOB-POSTED-DATE TO XJ-POSTED-DATE
        MOVE WS-TODAY-DATE TO XJ-EXPIRE-DATE
        MOVE JOB-REQ-NUM TO XJ-REQ-NUM
        PERFORM 2250-FIND-POSTING-REVIEW
        WRITE EXPIRED-JOBS-RECORD
        CLOSE EXPIRED-JOBS-FILE.

    2250-FIND-POSTING-REVIEW.
        MOVE "A" TO XJ-REVIEW-STATUS
        MOVE 0 TO XJ-APPROVED
        IF JOB-POSTED-DATE IS NUMERIC
            MOVE JOB-POSTED-DATE TO XJ-APPROVED
        END-IF
        MOVE "N" TO JR-EOF
        MOVE "00" TO JR-FS
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL JR-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO JR-EOF
                NOT AT END
                    IF JR-REQ-NUM = JOB-REQ-NUM
                        MOVE JR-STATUS TO XJ-REVIEW-STATUS
                        IF JR-APPROVED IS NUMERIC
                            MOVE JR-APPROVED TO XJ-APPROVED
                        ELSE
                            MOVE 0 TO XJ-APPROVED
                        END-IF
                        MOVE "Y" TO JR-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-REVIEW-FILE.

    3000-PRUNE-POSTING-REVIEWS.
        MOVE "N" TO JR-EOF
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT JOB-REVIEW-TEMP
        PERFORM UNTIL JR-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO JR-EOF
                NOT AT END
                    MOVE "N" TO WS-REVIEW-MATCH
                    PERFORM VARYING WS-EXPIRED-IDX FROM 1 BY 1
                        UNTIL WS-EXPIRED-IDX > WS-EXPIRED-COUNT
                        OR WS-EXPIRED-IDX > 2000
                        OR WS-REVIEW-MATCH = "Y"
                        IF WS-EXPIRED-REQ(WS-EXPIRED-IDX) = JR-REQ-NUM
                            MOVE "Y" TO WS-REVIEW-MATCH
                        END-IF
                    END-PERFORM
                    IF WS-REVIEW-MATCH = "Y"
                        ADD 1 TO WS-REVIEW-DROPPED
                    ELSE
                        MOVE JOB-REVIEW-RECORD TO JOB-REVIEW-TEMP-RECORD
                        WRITE JOB-REVIEW-TEMP-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-REVIEW-FILE
        CLOSE JOB-REVIEW-TEMP
        IF WS-REVIEW-DROPPED > 0
            CALL 'SYSTEM' USING 'mv JobReview.tmp JobReview.dat'
            MOVE SPACES TO EXPIRE-REPORT-RECORD
            STRING "  Review records removed with expired postings: "
                WS-REVIEW-DROPPED
                DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
            WRITE EXPIRE-REPORT-RECORD
        ELSE
            CALL 'SYSTEM' USING 'rm -f JobReview.tmp'
        END-IF.

    8000-RECORD-EXPECTED-SHRINK.
        OPEN INPUT EXPECTED-SHRINK-FILE
        IF ES-FS NOT = "00"
