IDENTIFICATION DIVISION.
    PROGRAM-ID. JOBREQCONVERT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JOBS-FILE ASSIGN TO 'Jobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JOB-FS.
            SELECT EXPIRED-JOBS-FILE ASSIGN TO 'ExpiredJobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XJ-FS.
            SELECT APPLICATIONS-FILE ASSIGN TO 'Applications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APPL-FS.
            SELECT INTERVIEWS-FILE ASSIGN TO 'Interviews.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INTV-FS.
            SELECT PLACEMENTS-FILE ASSIGN TO 'Placements.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PLAC-FS.
            SELECT JOB-REQ-CONTROL-FILE ASSIGN TO 'JobReqControl.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JRC-FS.
            SELECT CONVERT-TEMP ASSIGN TO 'JobReqConvert.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
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

        FD EXPIRED-JOBS-FILE.
        01 EXPIRED-JOBS-RECORD.
            05 XJ-TITLE        PIC X(40).
            05 XJ-COMPANY      PIC X(40).
            05 XJ-POSTED-BY    PIC X(20).
            05 XJ-POSTED-DATE  PIC 9(8).
            05 XJ-EXPIRE-DATE  PIC 9(8).
            05 XJ-REQ-NUM      PIC 9(8).
            05 XJ-REVIEW-STATUS PIC X.
            05 XJ-APPROVED     PIC 9(8).

        FD APPLICATIONS-FILE.
        01 APPLICATIONS-RECORD.
            05 APP-USERNAME      PIC X(20).
            05 APP-JOB-TITLE     PIC X(40).
            05 APP-COMPANY       PIC X(40).
            05 APP-POSTED-BY     PIC X(20).
            05 APP-DATE          PIC 9(8).
            05 APP-NOTE          PIC X(100).
            05 APP-STATUS        PIC X(12).
            05 APP-REQ-NUM       PIC 9(8).
            05 APP-SCREEN-ANSWERS PIC X(5).
            05 APP-SCREEN-RESULT PIC X.

        FD INTERVIEWS-FILE.
        01 INTERVIEWS-RECORD.
            05 INT-JOB-TITLE     PIC X(40).
            05 INT-RECRUITER     PIC X(20).
            05 INT-STUDENT       PIC X(20).
            05 INT-DATE          PIC 9(8).
            05 INT-LOCATION      PIC X(40).
            05 INT-STATUS        PIC X(12).
            05 INT-ALT-DATE      PIC 9(8).
            05 INT-REQ-NUM       PIC 9(8).

        FD PLACEMENTS-FILE.
        01 PLACEMENTS-RECORD.
            05 PL-USERNAME       PIC X(20).
            05 PL-EMPLOYER       PIC X(40).
            05 PL-TITLE          PIC X(40).
            05 PL-APP-DATE       PIC 9(8).
            05 PL-OFFER-DATE     PIC 9(8).
            05 PL-START-DATE     PIC 9(8).
            05 PL-REQ-NUM        PIC 9(8).

        FD JOB-REQ-CONTROL-FILE.
        01 JOB-REQ-CONTROL-RECORD.
            05 JRC-LAST-REQ    PIC 9(8).

        FD CONVERT-TEMP.
        01 CONVERT-TEMP-RECORD    PIC X(500).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 JOB-FS     PIC XX VALUE "00".
        77 XJ-FS      PIC XX VALUE "00".
        77 APPL-FS    PIC XX VALUE "00".
        77 INTV-FS    PIC XX VALUE "00".
        77 PLAC-FS    PIC XX VALUE "00".
        77 JRC-FS     PIC XX VALUE "00".
        77 LOCK-FS    PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-FILE-EOF           PIC X VALUE "N".
        77 WS-FILE-CHANGED       PIC X VALUE "N".
        77 WS-LAST-REQ           PIC 9(8) VALUE 0.
        77 WS-POSTINGS-STAMPED   PIC 9(5) VALUE 0.
        77 WS-EXPIRED-STAMPED    PIC 9(5) VALUE 0.
        77 WS-APPS-STAMPED       PIC 9(5) VALUE 0.
        77 WS-INTVS-STAMPED      PIC 9(5) VALUE 0.
        77 WS-PLACS-STAMPED      PIC 9(5) VALUE 0.
        77 WS-UNMATCHED-COUNT    PIC 9(5) VALUE 0.
        77 WS-AMBIGUOUS-COUNT    PIC 9(5) VALUE 0.
        77 WS-TABLE-OVERFLOW     PIC 9(5) VALUE 0.
        77 WS-FIND-TITLE         PIC X(40).
        77 WS-FIND-COMPANY       PIC X(40).
        77 WS-FIND-POSTER        PIC X(20).
        77 WS-FIND-USER          PIC X(20).
        77 WS-APP-EOF            PIC X VALUE "N".
        77 WS-FIND-REQ           PIC 9(8) VALUE 0.
        77 WS-FIND-HITS          PIC 9(3) VALUE 0.
        77 WS-REQ-COUNT          PIC 9(4) VALUE 0.
        77 WS-REQ-IDX            PIC 9(4) VALUE 0.

        01 WS-REQ-TABLE.
            05 WS-REQ-ENTRY OCCURS 2000 TIMES.
                10 WS-RQ-NUM      PIC 9(8).
                10 WS-RQ-TITLE    PIC X(40).
                10 WS-RQ-COMPANY  PIC X(40).
                10 WS-RQ-POSTER   PIC X(20).

PROCEDURE DIVISION.
    MAIN-CONVERT.
        PERFORM SELECT-ENVIRONMENT
        PERFORM ACQUIRE-RUN-LOCK
        PERFORM LOAD-LAST-REQ

        PERFORM STAMP-JOBS
        PERFORM STAMP-EXPIRED-JOBS
        PERFORM SAVE-LAST-REQ

        PERFORM STAMP-APPLICATIONS
        PERFORM STAMP-INTERVIEWS
        PERFORM STAMP-PLACEMENTS

        DISPLAY "Job requisition conversion complete."
        DISPLAY "Open postings numbered:       " WS-POSTINGS-STAMPED
        DISPLAY "Expired postings numbered:    " WS-EXPIRED-STAMPED
        DISPLAY "Applications stamped:         " WS-APPS-STAMPED
        DISPLAY "Interviews stamped:           " WS-INTVS-STAMPED
        DISPLAY "Placements stamped:           " WS-PLACS-STAMPED
        DISPLAY "Records with no matching posting:  " WS-UNMATCHED-COUNT
        DISPLAY "Records matching several postings: " WS-AMBIGUOUS-COUNT
        IF WS-TABLE-OVERFLOW > 0
            DISPLAY "Postings beyond the lookup table: " WS-TABLE-OVERFLOW
        END-IF
        DISPLAY "Last requisition number issued: " WS-LAST-REQ

        PERFORM RELEASE-RUN-LOCK
        STOP RUN.

    LOAD-LAST-REQ.
        MOVE 0 TO WS-LAST-REQ
        MOVE "00" TO JRC-FS
        OPEN INPUT JOB-REQ-CONTROL-FILE
        IF JRC-FS = "00"
            READ JOB-REQ-CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF JRC-LAST-REQ IS NUMERIC
                        MOVE JRC-LAST-REQ TO WS-LAST-REQ
                    END-IF
            END-READ
            CLOSE JOB-REQ-CONTROL-FILE
        END-IF.

    SAVE-LAST-REQ.
        OPEN OUTPUT JOB-REQ-CONTROL-FILE
        MOVE WS-LAST-REQ TO JRC-LAST-REQ
        WRITE JOB-REQ-CONTROL-RECORD
        CLOSE JOB-REQ-CONTROL-FILE.

    STAMP-JOBS.
        MOVE "N" TO WS-FILE-EOF
        MOVE "N" TO WS-FILE-CHANGED
        MOVE "00" TO JOB-FS
        OPEN INPUT JOBS-FILE
        IF JOB-FS NOT = "00"
            DISPLAY "No Jobs.dat file found; no open postings to number."
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CONVERT-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ JOBS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF JOB-REQ-NUM IS NOT NUMERIC OR JOB-REQ-NUM = 0
                        ADD 1 TO WS-LAST-REQ
                        MOVE WS-LAST-REQ TO JOB-REQ-NUM
                        ADD 1 TO WS-POSTINGS-STAMPED
                        MOVE "Y" TO WS-FILE-CHANGED
                    ELSE
                        IF JOB-REQ-NUM > WS-LAST-REQ
                            MOVE JOB-REQ-NUM TO WS-LAST-REQ
                        END-IF
                    END-IF
                    IF WS-REQ-COUNT < 2000
                        ADD 1 TO WS-REQ-COUNT
                        MOVE JOB-REQ-NUM TO WS-RQ-NUM(WS-REQ-COUNT)
                        MOVE JOB-TITLE TO WS-RQ-TITLE(WS-REQ-COUNT)
                        MOVE JOB-COMPANY TO WS-RQ-COMPANY(WS-REQ-COUNT)
                        MOVE JOB-POSTED-BY TO WS-RQ-POSTER(WS-REQ-COUNT)
                    ELSE
                        ADD 1 TO WS-TABLE-OVERFLOW
                        DISPLAY "Posting not loaded, lookup table full: "
                            JOB-REQ-NUM " " FUNCTION TRIM(JOB-TITLE) " / "
                            FUNCTION TRIM(JOB-COMPANY)
                    END-IF
                    MOVE SPACES TO CONVERT-TEMP-RECORD
                    MOVE JOBS-RECORD TO CONVERT-TEMP-RECORD
                    WRITE CONVERT-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE JOBS-FILE
        CLOSE CONVERT-TEMP
        IF WS-FILE-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv JobReqConvert.tmp Jobs.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f JobReqConvert.tmp'
        END-IF.

    STAMP-EXPIRED-JOBS.
        MOVE "N" TO WS-FILE-EOF
        MOVE "N" TO WS-FILE-CHANGED
        MOVE "00" TO XJ-FS
        OPEN INPUT EXPIRED-JOBS-FILE
        IF XJ-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CONVERT-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ EXPIRED-JOBS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF XJ-REQ-NUM IS NOT NUMERIC OR XJ-REQ-NUM = 0
                        ADD 1 TO WS-LAST-REQ
                        MOVE WS-LAST-REQ TO XJ-REQ-NUM
                        ADD 1 TO WS-EXPIRED-STAMPED
                        MOVE "Y" TO WS-FILE-CHANGED
                    ELSE
                        IF XJ-REQ-NUM > WS-LAST-REQ
                            MOVE XJ-REQ-NUM TO WS-LAST-REQ
                        END-IF
                    END-IF
                    IF WS-REQ-COUNT < 2000
                        ADD 1 TO WS-REQ-COUNT
                        MOVE XJ-REQ-NUM TO WS-RQ-NUM(WS-REQ-COUNT)
                        MOVE XJ-TITLE TO WS-RQ-TITLE(WS-REQ-COUNT)
                        MOVE XJ-COMPANY TO WS-RQ-COMPANY(WS-REQ-COUNT)
                        MOVE XJ-POSTED-BY TO WS-RQ-POSTER(WS-REQ-COUNT)
                    ELSE
                        ADD 1 TO WS-TABLE-OVERFLOW
                        DISPLAY "Posting not loaded, lookup table full: "
                            XJ-REQ-NUM " " FUNCTION TRIM(XJ-TITLE) " / "
                            FUNCTION TRIM(XJ-COMPANY)
                    END-IF
                    MOVE SPACES TO CONVERT-TEMP-RECORD
                    MOVE EXPIRED-JOBS-RECORD TO CONVERT-TEMP-RECORD
                    WRITE CONVERT-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE EXPIRED-JOBS-FILE
        CLOSE CONVERT-TEMP
        IF WS-FILE-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv JobReqConvert.tmp ExpiredJobs.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f JobReqConvert.tmp'
        END-IF.

    STAMP-APPLICATIONS.
        MOVE "N" TO WS-FILE-EOF
        MOVE "N" TO WS-FILE-CHANGED
        MOVE "00" TO APPL-FS
        OPEN INPUT APPLICATIONS-FILE
        IF APPL-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CONVERT-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ APPLICATIONS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF APP-REQ-NUM IS NOT NUMERIC OR APP-REQ-NUM = 0
                        MOVE APP-JOB-TITLE TO WS-FIND-TITLE
                        MOVE APP-COMPANY TO WS-FIND-COMPANY
                        MOVE APP-POSTED-BY TO WS-FIND-POSTER
                        PERFORM FIND-REQ
                        MOVE WS-FIND-REQ TO APP-REQ-NUM
                        IF WS-FIND-REQ > 0
                            ADD 1 TO WS-APPS-STAMPED
                        ELSE
                            IF WS-FIND-HITS > 1
                                DISPLAY "Several postings for application: "
                                    FUNCTION TRIM(APP-USERNAME) " / "
                                    FUNCTION TRIM(APP-JOB-TITLE)
                            ELSE
                                DISPLAY "No posting for application: "
                                    FUNCTION TRIM(APP-USERNAME) " / "
                                    FUNCTION TRIM(APP-JOB-TITLE)
                            END-IF
                        END-IF
                        MOVE "Y" TO WS-FILE-CHANGED
                    END-IF
                    MOVE SPACES TO CONVERT-TEMP-RECORD
                    MOVE APPLICATIONS-RECORD TO CONVERT-TEMP-RECORD
                    WRITE CONVERT-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE APPLICATIONS-FILE
        CLOSE CONVERT-TEMP
        IF WS-FILE-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv JobReqConvert.tmp Applications.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f JobReqConvert.tmp'
        END-IF.

    STAMP-INTERVIEWS.
        MOVE "N" TO WS-FILE-EOF
        MOVE "N" TO WS-FILE-CHANGED
        MOVE "00" TO INTV-FS
        OPEN INPUT INTERVIEWS-FILE
        IF INTV-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CONVERT-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ INTERVIEWS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF INT-REQ-NUM IS NOT NUMERIC OR INT-REQ-NUM = 0
                        MOVE INT-STUDENT TO WS-FIND-USER
                        MOVE INT-JOB-TITLE TO WS-FIND-TITLE
                        MOVE SPACES TO WS-FIND-COMPANY
                        MOVE INT-RECRUITER TO WS-FIND-POSTER
                        PERFORM FIND-APP-REQ
                        MOVE WS-FIND-REQ TO INT-REQ-NUM
                        IF WS-FIND-REQ > 0
                            ADD 1 TO WS-INTVS-STAMPED
                        ELSE
                            IF WS-FIND-HITS > 1
                                DISPLAY "Several postings for interview: "
                                    FUNCTION TRIM(INT-STUDENT) " / "
                                    FUNCTION TRIM(INT-JOB-TITLE)
                            ELSE
                                DISPLAY "No posting for interview: "
                                    FUNCTION TRIM(INT-STUDENT) " / "
                                    FUNCTION TRIM(INT-JOB-TITLE)
                            END-IF
                        END-IF
                        MOVE "Y" TO WS-FILE-CHANGED
                    END-IF
                    MOVE SPACES TO CONVERT-TEMP-RECORD
                    MOVE INTERVIEWS-RECORD TO CONVERT-TEMP-RECORD
                    WRITE CONVERT-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE INTERVIEWS-FILE
        CLOSE CONVERT-TEMP
        IF WS-FILE-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv JobReqConvert.tmp Interviews.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f JobReqConvert.tmp'
        END-IF.

    STAMP-PLACEMENTS.
        MOVE "N" TO WS-FILE-EOF
        MOVE "N" TO WS-FILE-CHANGED
        MOVE "00" TO PLAC-FS
        OPEN INPUT PLACEMENTS-FILE
        IF PLAC-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CONVERT-TEMP
        PERFORM UNTIL WS-FILE-EOF = "Y"
            READ PLACEMENTS-FILE
                AT END
                    MOVE "Y" TO WS-FILE-EOF
                NOT AT END
                    IF PL-REQ-NUM IS NOT NUMERIC OR PL-REQ-NUM = 0
                        MOVE PL-USERNAME TO WS-FIND-USER
                        MOVE PL-TITLE TO WS-FIND-TITLE
                        MOVE PL-EMPLOYER TO WS-FIND-COMPANY
                        MOVE SPACES TO WS-FIND-POSTER
                        PERFORM FIND-APP-REQ
                        MOVE WS-FIND-REQ TO PL-REQ-NUM
                        IF WS-FIND-REQ > 0
                            ADD 1 TO WS-PLACS-STAMPED
                        ELSE
                            IF WS-FIND-HITS > 1
                                DISPLAY "Several postings for placement: "
                                    FUNCTION TRIM(PL-USERNAME) " / "
                                    FUNCTION TRIM(PL-TITLE)
                            ELSE
                                DISPLAY "No posting for placement: "
                                    FUNCTION TRIM(PL-USERNAME) " / "
                                    FUNCTION TRIM(PL-TITLE)
                            END-IF
                        END-IF
                        MOVE "Y" TO WS-FILE-CHANGED
                    END-IF
                    MOVE SPACES TO CONVERT-TEMP-RECORD
                    MOVE PLACEMENTS-RECORD TO CONVERT-TEMP-RECORD
                    WRITE CONVERT-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE PLACEMENTS-FILE
        CLOSE CONVERT-TEMP
        IF WS-FILE-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv JobReqConvert.tmp Placements.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f JobReqConvert.tmp'
        END-IF.

    FIND-REQ.
        MOVE 0 TO WS-FIND-REQ
        MOVE 0 TO WS-FIND-HITS
        PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RQ-TITLE(WS-REQ-IDX)))
                = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIND-TITLE))
                AND (WS-FIND-COMPANY = SPACES
                    OR FUNCTION TRIM(WS-RQ-COMPANY(WS-REQ-IDX)) =
                        FUNCTION TRIM(WS-FIND-COMPANY))
                AND (WS-FIND-POSTER = SPACES
                    OR FUNCTION TRIM(WS-RQ-POSTER(WS-REQ-IDX)) =
                        FUNCTION TRIM(WS-FIND-POSTER))
                ADD 1 TO WS-FIND-HITS
                IF WS-FIND-HITS = 1
                    MOVE WS-RQ-NUM(WS-REQ-IDX) TO WS-FIND-REQ
                END-IF
            END-IF
        END-PERFORM
        IF WS-FIND-HITS = 0
            ADD 1 TO WS-UNMATCHED-COUNT
        END-IF
        IF WS-FIND-HITS > 1
            MOVE 0 TO WS-FIND-REQ
            ADD 1 TO WS-AMBIGUOUS-COUNT
        END-IF.

    FIND-APP-REQ.
        MOVE 0 TO WS-FIND-REQ
        MOVE 0 TO WS-FIND-HITS
        MOVE "N" TO WS-APP-EOF
        MOVE "00" TO APPL-FS
        OPEN INPUT APPLICATIONS-FILE
        IF APPL-FS NOT = "00"
            MOVE "Y" TO WS-APP-EOF
        END-IF
        PERFORM UNTIL WS-APP-EOF = "Y"
            READ APPLICATIONS-FILE
                AT END
                    MOVE "Y" TO WS-APP-EOF
                NOT AT END
                    IF FUNCTION TRIM(APP-USERNAME) =
                            FUNCTION TRIM(WS-FIND-USER)
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(APP-JOB-TITLE))
                            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIND-TITLE))
                        AND (WS-FIND-COMPANY = SPACES
                            OR FUNCTION TRIM(APP-COMPANY) =
                                FUNCTION TRIM(WS-FIND-COMPANY))
                        AND (WS-FIND-POSTER = SPACES
                            OR FUNCTION TRIM(APP-POSTED-BY) =
                                FUNCTION TRIM(WS-FIND-POSTER))
                        AND APP-REQ-NUM IS NUMERIC
                        AND APP-REQ-NUM > 0
                        IF WS-FIND-HITS = 0
                            MOVE APP-REQ-NUM TO WS-FIND-REQ
                            MOVE 1 TO WS-FIND-HITS
                        ELSE
                            IF APP-REQ-NUM NOT = WS-FIND-REQ
                                ADD 1 TO WS-FIND-HITS
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF APPL-FS NOT = "35"
            CLOSE APPLICATIONS-FILE
        END-IF
        IF WS-FIND-HITS = 0
            PERFORM FIND-REQ
        ELSE
            IF WS-FIND-HITS > 1
                MOVE 0 TO WS-FIND-REQ
                ADD 1 TO WS-AMBIGUOUS-COUNT
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

    ACQUIRE-RUN-LOCK.
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
        MOVE "JOBREQCONVERT" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.
