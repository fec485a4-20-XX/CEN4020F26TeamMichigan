IDENTIFICATION DIVISION.
    PROGRAM-ID. SKILLGAP.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCOUNT-FILE ASSIGN TO 'Accounts.dat'
                ORGANIZATION IS INDEXED
                RECORD KEY IS ACC-USERNAME
                FILE STATUS IS ACC-FS.
            SELECT JOBS-FILE ASSIGN TO 'Jobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JOB-FS.
            SELECT JOB-REVIEW-FILE ASSIGN TO 'JobReview.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JR-FS.
            SELECT LEARNING-FILE ASSIGN TO 'LearningProgress.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LP-FS.
            SELECT ENDORSEMENTS-FILE ASSIGN TO 'Endorsements.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ENDO-FS.
            SELECT SKILL-CATALOG-FILE ASSIGN TO 'SkillCatalog.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SC-FS.
            SELECT GAP-REPORT-FILE ASSIGN TO 'SkillGapReport.txt'
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

        FD JOB-REVIEW-FILE.
        01 JOB-REVIEW-RECORD.
            05 JR-REQ-NUM      PIC 9(8).
            05 JR-STATUS       PIC X.
            05 JR-REST         PIC X(254).

        FD LEARNING-FILE.
        01 LEARNING-RECORD.
            05 LP-USERNAME    PIC X(20).
            05 LP-SKILL-NAME  PIC X(20).
            05 LP-COMPLETED   PIC X.

        FD ENDORSEMENTS-FILE.
        01 ENDORSEMENTS-RECORD.
            05 END-OWNER         PIC X(20).
            05 END-BY            PIC X(20).
            05 END-TYPE          PIC X.
            05 END-SKILL         PIC X(20).
            05 END-TEXT          PIC X(160).
            05 END-DATE          PIC 9(8).

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

        FD GAP-REPORT-FILE.
        01 GAP-REPORT-RECORD    PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 ACC-FS              PIC XX VALUE "00".
        77 JOB-FS              PIC XX VALUE "00".
        77 JR-FS               PIC XX VALUE "00".
        77 LP-FS               PIC XX VALUE "00".
        77 ENDO-FS             PIC XX VALUE "00".
        77 SC-FS               PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 WS-EOF              PIC X VALUE "N".
        77 WS-STUDENT-COUNT    PIC 9(4) VALUE 0.
        77 WS-STUDENT-OVERFLOW PIC 9(5) VALUE 0.
        77 WS-HELD-COUNT       PIC 9(5) VALUE 0.
        77 WS-HELD-OVERFLOW    PIC 9(5) VALUE 0.
        77 WS-GAP-COUNT        PIC 9(3) VALUE 0.
        77 WS-GAP-OVERFLOW     PIC 9(5) VALUE 0.
        77 WS-POSTING-COUNT    PIC 9(5) VALUE 0.
        77 WS-SKILLED-POSTINGS PIC 9(5) VALUE 0.
        77 WS-REVIEW-HOLD-COUNT PIC 9(4) VALUE 0.
        77 WS-REVIEW-HOLD-IDX  PIC 9(4) VALUE 0.
        77 WS-REVIEW-HELD      PIC X VALUE "N".
        77 WS-REVIEW-SKIPPED   PIC 9(5) VALUE 0.
        77 WS-REVIEW-OVERFLOW  PIC 9(5) VALUE 0.
        77 JR-EOF              PIC X VALUE "N".
        77 WS-STU-IDX          PIC 9(4) VALUE 0.
        77 WS-HELD-IDX         PIC 9(5) VALUE 0.
        77 WS-GAP-IDX          PIC 9(3) VALUE 0.
        77 WS-SKILL-IDX        PIC 9 VALUE 0.
        77 WS-RANK-COUNT       PIC 9(3) VALUE 0.
        77 WS-RANK-IDX         PIC 9(3) VALUE 0.
        77 WS-RANK-J           PIC 9(3) VALUE 0.
        77 WS-RANK-SLOT        PIC 9(3) VALUE 0.
        77 WS-FOUND            PIC X VALUE "N".
        77 WS-HOLDER-COUNT     PIC 9(4) VALUE 0.
        77 WS-STUDENT-HOLDS    PIC X VALUE "N".
        77 WS-LOOKUP-USER      PIC X(20).
        77 WS-LOOKUP-SKILL     PIC X(20).
        77 WS-RANK-DISP        PIC ZZ9.
        77 WS-POSTINGS-DISP    PIC ZZZZ9.
        77 WS-LACKING-DISP     PIC ZZZZ9.
        77 WS-PAIRS-DISP       PIC ZZZZZZZZ9.
        77 WS-COURSE-TEXT      PIC X(30).
        01 WS-CURRENT-DATETIME PIC X(21).

        01 WS-STUDENT-TABLE.
            05 WS-STUDENT-USER OCCURS 2000 TIMES PIC X(20).

        01 WS-HELD-TABLE.
            05 WS-HELD-ENTRY OCCURS 10000 TIMES.
                10 WS-HELD-USER    PIC X(20).
                10 WS-HELD-SKILL   PIC X(20).

        01 WS-GAP-TABLE.
            05 WS-GAP-ENTRY OCCURS 200 TIMES.
                10 WS-GAP-KEY        PIC X(20).
                10 WS-GAP-NAME       PIC X(20).
                10 WS-GAP-POSTINGS   PIC 9(5).
                10 WS-GAP-LACKING    PIC 9(5).
                10 WS-GAP-PAIRS      PIC 9(9).
                10 WS-GAP-COURSE     PIC X(8).
                10 WS-GAP-COURSE-ST  PIC X.

        01 WS-REVIEW-HOLD-TABLE.
            05 WS-REVIEW-HOLD-REQ OCCURS 1000 TIMES PIC 9(8).

        01 WS-RANK-TABLE.
            05 WS-RANK-ENTRY OCCURS 200 TIMES PIC 9(3).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LOAD-STUDENTS
        PERFORM 2500-LOAD-HELD-SKILLS
        PERFORM 3000-TALLY-POSTING-SKILLS
        PERFORM 4000-COUNT-LACKING
        PERFORM 4500-MATCH-COURSES
        PERFORM 5000-RANK-SKILLS
        PERFORM 6000-WRITE-REPORT
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
        MOVE "SKILLGAP" TO LOCK-PROGRAM
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.

    9100-RELEASE-RUN-LOCK.
        CALL 'SYSTEM' USING 'rm -f InCollege-Run.lock'
        MOVE 0 TO RETURN-CODE.

    1000-INITIALIZE.
        OPEN OUTPUT GAP-REPORT-FILE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE SPACES TO GAP-REPORT-RECORD
        STRING "InCollege skill-gap tally - run "
            WS-CURRENT-DATETIME(1:8) " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        MOVE SPACES TO GAP-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        MOVE "Skills required by open postings, ranked by student/posting gaps."
            TO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        MOVE "A student has a skill when it is completed in LearningProgress or endorsed."
            TO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        MOVE SPACES TO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD.

    2000-LOAD-STUDENTS.
        MOVE "N" TO WS-EOF
        MOVE "00" TO ACC-FS
        OPEN INPUT ACCOUNT-FILE
        IF ACC-FS NOT = "00"
            MOVE "  Accounts.dat not available - no students to tally."
                TO GAP-REPORT-RECORD
            WRITE GAP-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EOF = "Y"
            READ ACCOUNT-FILE NEXT
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF ACC-ACCOUNT-TYPE NOT = "R"
                        AND ACC-ACCOUNT-TYPE NOT = "A"
                        AND ACC-ACCOUNT-TYPE NOT = "V"
                        AND ACC-DEACTIVATED NOT = "Y"
                        IF WS-STUDENT-COUNT < 2000
                            ADD 1 TO WS-STUDENT-COUNT
                            MOVE ACC-USERNAME
                                TO WS-STUDENT-USER(WS-STUDENT-COUNT)
                        ELSE
                            ADD 1 TO WS-STUDENT-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE.

    2500-LOAD-HELD-SKILLS.
        MOVE "N" TO WS-EOF
        MOVE "00" TO LP-FS
        OPEN INPUT LEARNING-FILE
        IF LP-FS = "00"
            PERFORM UNTIL WS-EOF = "Y"
                READ LEARNING-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF LP-COMPLETED = "Y"
                            MOVE LP-USERNAME TO WS-LOOKUP-USER
                            MOVE LP-SKILL-NAME TO WS-LOOKUP-SKILL
                            PERFORM 2600-ADD-HELD-SKILL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LEARNING-FILE
        END-IF

        MOVE "N" TO WS-EOF
        MOVE "00" TO ENDO-FS
        OPEN INPUT ENDORSEMENTS-FILE
        IF ENDO-FS = "00"
            PERFORM UNTIL WS-EOF = "Y"
                READ ENDORSEMENTS-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF END-TYPE = "S" AND END-SKILL NOT = SPACES
                            MOVE END-OWNER TO WS-LOOKUP-USER
                            MOVE END-SKILL TO WS-LOOKUP-SKILL
                            PERFORM 2600-ADD-HELD-SKILL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENDORSEMENTS-FILE
        END-IF.

    2600-ADD-HELD-SKILL.
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOKUP-SKILL))
            TO WS-LOOKUP-SKILL
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT OR WS-FOUND = "Y"
            IF WS-HELD-USER(WS-HELD-IDX) = WS-LOOKUP-USER
                AND WS-HELD-SKILL(WS-HELD-IDX) = WS-LOOKUP-SKILL
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = "Y"
            EXIT PARAGRAPH
        END-IF
        IF WS-HELD-COUNT < 10000
            ADD 1 TO WS-HELD-COUNT
            MOVE WS-LOOKUP-USER TO WS-HELD-USER(WS-HELD-COUNT)
            MOVE WS-LOOKUP-SKILL TO WS-HELD-SKILL(WS-HELD-COUNT)
        ELSE
            ADD 1 TO WS-HELD-OVERFLOW
        END-IF.

    3000-TALLY-POSTING-SKILLS.
        PERFORM 3050-LOAD-HELD-POSTINGS
        MOVE "N" TO WS-EOF
        MOVE "00" TO JOB-FS
        OPEN INPUT JOBS-FILE
        IF JOB-FS NOT = "00"
            MOVE "  Jobs.dat not found - no open postings to tally."
                TO GAP-REPORT-RECORD
            WRITE GAP-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EOF = "Y"
            READ JOBS-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    PERFORM 3060-CHECK-POSTING-HELD
                    IF WS-REVIEW-HELD = "Y"
                        ADD 1 TO WS-REVIEW-SKIPPED
                    ELSE
                        ADD 1 TO WS-POSTING-COUNT
                        IF JOB-REQ-SKILLS NOT = SPACES
                            ADD 1 TO WS-SKILLED-POSTINGS
                            PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
                                UNTIL WS-SKILL-IDX > 5
                                IF JOB-REQ-SKILL(WS-SKILL-IDX) NOT = SPACES
                                    PERFORM 3100-ADD-POSTING-SKILL
                                END-IF
                            END-PERFORM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOBS-FILE.

    3050-LOAD-HELD-POSTINGS.
        MOVE 0 TO WS-REVIEW-HOLD-COUNT
        MOVE "N" TO WS-EOF
        MOVE "00" TO JR-FS
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF JR-STATUS NOT = "A"
                        IF WS-REVIEW-HOLD-COUNT < 1000
                            ADD 1 TO WS-REVIEW-HOLD-COUNT
                            MOVE JR-REQ-NUM
                                TO WS-REVIEW-HOLD-REQ(WS-REVIEW-HOLD-COUNT)
                        ELSE
                            ADD 1 TO WS-REVIEW-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-REVIEW-FILE.

    3060-CHECK-POSTING-HELD.
        MOVE "N" TO WS-REVIEW-HELD
        PERFORM VARYING WS-REVIEW-HOLD-IDX FROM 1 BY 1
            UNTIL WS-REVIEW-HOLD-IDX > WS-REVIEW-HOLD-COUNT
            OR WS-REVIEW-HELD = "Y"
            IF WS-REVIEW-HOLD-REQ(WS-REVIEW-HOLD-IDX) = JOB-REQ-NUM
                MOVE "Y" TO WS-REVIEW-HELD
            END-IF
        END-PERFORM
        IF WS-REVIEW-HELD = "N" AND WS-REVIEW-OVERFLOW > 0
            PERFORM 3070-CHECK-HELD-ON-FILE
        END-IF.

    3070-CHECK-HELD-ON-FILE.
        MOVE "Y" TO WS-REVIEW-HELD
        MOVE "N" TO JR-EOF
        MOVE "00" TO JR-FS
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE "N" TO WS-REVIEW-HELD
        PERFORM UNTIL JR-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO JR-EOF
                NOT AT END
                    IF JR-REQ-NUM = JOB-REQ-NUM
                        IF JR-STATUS NOT = "A"
                            MOVE "Y" TO WS-REVIEW-HELD
                        END-IF
                        MOVE "Y" TO JR-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-REVIEW-FILE.

    3100-ADD-POSTING-SKILL.
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-REQ-SKILL(WS-SKILL-IDX)))
            TO WS-LOOKUP-SKILL
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
            UNTIL WS-GAP-IDX > WS-GAP-COUNT OR WS-FOUND = "Y"
            IF WS-GAP-KEY(WS-GAP-IDX) = WS-LOOKUP-SKILL
                ADD 1 TO WS-GAP-POSTINGS(WS-GAP-IDX)
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = "Y"
            EXIT PARAGRAPH
        END-IF
        IF WS-GAP-COUNT < 200
            ADD 1 TO WS-GAP-COUNT
            MOVE WS-LOOKUP-SKILL TO WS-GAP-KEY(WS-GAP-COUNT)
            MOVE FUNCTION TRIM(JOB-REQ-SKILL(WS-SKILL-IDX))
                TO WS-GAP-NAME(WS-GAP-COUNT)
            MOVE 1 TO WS-GAP-POSTINGS(WS-GAP-COUNT)
            MOVE 0 TO WS-GAP-LACKING(WS-GAP-COUNT)
            MOVE 0 TO WS-GAP-PAIRS(WS-GAP-COUNT)
            MOVE SPACES TO WS-GAP-COURSE(WS-GAP-COUNT)
            MOVE SPACE TO WS-GAP-COURSE-ST(WS-GAP-COUNT)
        ELSE
            ADD 1 TO WS-GAP-OVERFLOW
        END-IF.

    4000-COUNT-LACKING.
        PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
            UNTIL WS-GAP-IDX > WS-GAP-COUNT
            MOVE 0 TO WS-HOLDER-COUNT
            PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                UNTIL WS-STU-IDX > WS-STUDENT-COUNT
                PERFORM 4100-CHECK-STUDENT-HOLDS
                IF WS-STUDENT-HOLDS = "Y"
                    ADD 1 TO WS-HOLDER-COUNT
                END-IF
            END-PERFORM
            COMPUTE WS-GAP-LACKING(WS-GAP-IDX) =
                WS-STUDENT-COUNT - WS-HOLDER-COUNT
            COMPUTE WS-GAP-PAIRS(WS-GAP-IDX) =
                WS-GAP-LACKING(WS-GAP-IDX) * WS-GAP-POSTINGS(WS-GAP-IDX)
        END-PERFORM.

    4100-CHECK-STUDENT-HOLDS.
        MOVE "N" TO WS-STUDENT-HOLDS
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT OR WS-STUDENT-HOLDS = "Y"
            IF WS-HELD-USER(WS-HELD-IDX) = WS-STUDENT-USER(WS-STU-IDX)
                AND WS-HELD-SKILL(WS-HELD-IDX) = WS-GAP-KEY(WS-GAP-IDX)
                MOVE "Y" TO WS-STUDENT-HOLDS
            END-IF
        END-PERFORM.

    4500-MATCH-COURSES.
        MOVE "N" TO WS-EOF
        MOVE "00" TO SC-FS
        OPEN INPUT SKILL-CATALOG-FILE
        IF SC-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EOF = "Y"
            READ SKILL-CATALOG-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF SC-REC-TYPE = "H"
                        PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                            UNTIL WS-GAP-IDX > WS-GAP-COUNT
                            IF WS-GAP-KEY(WS-GAP-IDX) =
                                FUNCTION UPPER-CASE(FUNCTION TRIM(SC-TITLE))
                                MOVE SC-CODE TO WS-GAP-COURSE(WS-GAP-IDX)
                                MOVE SC-STATUS TO WS-GAP-COURSE-ST(WS-GAP-IDX)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SKILL-CATALOG-FILE.

    5000-RANK-SKILLS.
        MOVE 0 TO WS-RANK-COUNT
        PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
            UNTIL WS-GAP-IDX > WS-GAP-COUNT
            MOVE 0 TO WS-RANK-SLOT
            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-RANK-COUNT
                OR WS-RANK-SLOT > 0
                IF WS-GAP-PAIRS(WS-GAP-IDX) >
                    WS-GAP-PAIRS(WS-RANK-ENTRY(WS-RANK-IDX))
                    MOVE WS-RANK-IDX TO WS-RANK-SLOT
                END-IF
            END-PERFORM
            IF WS-RANK-SLOT = 0
                COMPUTE WS-RANK-SLOT = WS-RANK-COUNT + 1
            END-IF
            ADD 1 TO WS-RANK-COUNT
            PERFORM VARYING WS-RANK-J FROM WS-RANK-COUNT BY -1
                UNTIL WS-RANK-J <= WS-RANK-SLOT
                MOVE WS-RANK-ENTRY(WS-RANK-J - 1)
                    TO WS-RANK-ENTRY(WS-RANK-J)
            END-PERFORM
            MOVE WS-GAP-IDX TO WS-RANK-ENTRY(WS-RANK-SLOT)
        END-PERFORM.

    6000-WRITE-REPORT.
        IF WS-RANK-COUNT = 0
            MOVE "  No open posting lists any required skills."
                TO GAP-REPORT-RECORD
            WRITE GAP-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF

        MOVE "Rank Skill                Postings  Lacking   Gap pairs  Course"
            TO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        MOVE "---- -------------------- -------- -------- ----------  ------------------------------"
            TO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD

        PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
            UNTIL WS-RANK-IDX > WS-RANK-COUNT
            MOVE WS-RANK-ENTRY(WS-RANK-IDX) TO WS-GAP-IDX
            PERFORM 6100-WRITE-SKILL-LINE
        END-PERFORM.

    6100-WRITE-SKILL-LINE.
        MOVE WS-RANK-IDX TO WS-RANK-DISP
        MOVE WS-GAP-POSTINGS(WS-GAP-IDX) TO WS-POSTINGS-DISP
        MOVE WS-GAP-LACKING(WS-GAP-IDX) TO WS-LACKING-DISP
        MOVE WS-GAP-PAIRS(WS-GAP-IDX) TO WS-PAIRS-DISP
        MOVE SPACES TO WS-COURSE-TEXT
        EVALUATE TRUE
            WHEN WS-GAP-COURSE(WS-GAP-IDX) = SPACES
                MOVE "NONE - candidate to build" TO WS-COURSE-TEXT
            WHEN WS-GAP-COURSE-ST(WS-GAP-IDX) = "R"
                STRING FUNCTION TRIM(WS-GAP-COURSE(WS-GAP-IDX))
                    " (retired)" DELIMITED BY SIZE INTO WS-COURSE-TEXT
            WHEN OTHER
                MOVE WS-GAP-COURSE(WS-GAP-IDX) TO WS-COURSE-TEXT
        END-EVALUATE

        MOVE SPACES TO GAP-REPORT-RECORD
        STRING " " WS-RANK-DISP " " WS-GAP-NAME(WS-GAP-IDX)
            "    " WS-POSTINGS-DISP "    " WS-LACKING-DISP
            "  " WS-PAIRS-DISP "  " WS-COURSE-TEXT
            DELIMITED BY SIZE INTO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD.

    9000-FINISH.
        MOVE SPACES TO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        MOVE SPACES TO GAP-REPORT-RECORD
        STRING "Students: " WS-STUDENT-COUNT
            ", open postings: " WS-POSTING-COUNT
            ", postings listing skills: " WS-SKILLED-POSTINGS
            ", distinct skills: " WS-GAP-COUNT
            DELIMITED BY SIZE INTO GAP-REPORT-RECORD
        WRITE GAP-REPORT-RECORD
        IF WS-STUDENT-OVERFLOW > 0
            MOVE SPACES TO GAP-REPORT-RECORD
            STRING "  NOTE: " WS-STUDENT-OVERFLOW
                " student(s) beyond the first 2000 were not counted."
                DELIMITED BY SIZE INTO GAP-REPORT-RECORD
            WRITE GAP-REPORT-RECORD
        END-IF
        IF WS-HELD-OVERFLOW > 0
            MOVE SPACES TO GAP-REPORT-RECORD
            STRING "  NOTE: " WS-HELD-OVERFLOW
                " completion/endorsement(s) beyond the first 10000 were not counted."
                DELIMITED BY SIZE INTO GAP-REPORT-RECORD
            WRITE GAP-REPORT-RECORD
        END-IF
        IF WS-REVIEW-SKIPPED > 0
            MOVE SPACES TO GAP-REPORT-RECORD
            STRING "  NOTE: " WS-REVIEW-SKIPPED
                " posting(s) pending or rejected in job review were not counted."
                DELIMITED BY SIZE INTO GAP-REPORT-RECORD
            WRITE GAP-REPORT-RECORD
        END-IF
        IF WS-REVIEW-OVERFLOW > 0
            MOVE SPACES TO GAP-REPORT-RECORD
            STRING "  NOTE: " WS-REVIEW-OVERFLOW
                " held posting(s) beyond the first 1000 were checked in JobReview.dat one by one."
                DELIMITED BY SIZE INTO GAP-REPORT-RECORD
            WRITE GAP-REPORT-RECORD
        END-IF
        IF WS-GAP-OVERFLOW > 0
            MOVE SPACES TO GAP-REPORT-RECORD
            STRING "  NOTE: " WS-GAP-OVERFLOW
                " skill reference(s) beyond the first 200 skills were not tallied."
                DELIMITED BY SIZE INTO GAP-REPORT-RECORD
            WRITE GAP-REPORT-RECORD
        END-IF
        CLOSE GAP-REPORT-FILE

        DISPLAY "Skill-gap tally complete."
        DISPLAY "Students: " WS-STUDENT-COUNT
        DISPLAY "Open postings: " WS-POSTING-COUNT
        DISPLAY "Distinct required skills: " WS-GAP-COUNT.
