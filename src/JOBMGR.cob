                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT JOBS-TEMP ASSIGN TO 'Jobs.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT JOB-REQ-CONTROL-FILE ASSIGN TO 'JobReqControl.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JRC-FS.
            SELECT JOB-REVIEW-FILE ASSIGN TO 'JobReview.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JR-FS.
            SELECT JOB-SEED-FILE ASSIGN TO 'Jobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JS-FS.
            SELECT EXPIRED-JOBS-FILE ASSIGN TO 'ExpiredJobs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XJ-FS.

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
            05 JT-TITLE        PIC X(40).
            05 JT-DESCRIPTION  PIC X(200).
            05 JT-POSTED-BY    PIC X(20).
            05 JT-POSTED-DATE  PIC 9(8).
            05 JT-REQ-NUM      PIC 9(8).
            05 JT-REQ-SKILLS.
                10 JT-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.
        FD JOB-REQ-CONTROL-FILE.
        01 JOB-REQ-CONTROL-RECORD.
            05 JRC-LAST-REQ    PIC 9(8).
        FD JOB-REVIEW-FILE.
        01 JOB-REVIEW-RECORD.
            05 JR-REQ-NUM      PIC 9(8).
            05 JR-STATUS       PIC X.
            05 JR-POSTED-BY    PIC X(20).
            05 JR-TITLE        PIC X(40).
            05 JR-COMPANY      PIC X(40).
            05 JR-FLAG-TERM    PIC X(30).
            05 JR-SUBMITTED    PIC 9(8).
            05 JR-DECIDED-BY   PIC X(20).
            05 JR-DECIDED      PIC 9(8).
            05 JR-APPROVED     PIC 9(8).
            05 JR-REASON       PIC X(80).
        FD JOB-SEED-FILE.
        01 JOB-SEED-RECORD.
            05 JS-LEAD         PIC X(348).
            05 JS-REQ-NUM      PIC 9(8).
            05 JS-REQ-SKILLS   PIC X(100).
        FD EXPIRED-JOBS-FILE.
        01 EXPIRED-JOBS-RECORD.
            05 XJ-LEAD         PIC X(116).
            05 XJ-REQ-NUM      PIC 9(8).
            05 XJ-REVIEW-STATUS PIC X.
            05 XJ-APPROVED     PIC 9(8).

    WORKING-STORAGE SECTION.
        77 JOB-EOF         PIC X VALUE "N".
        77 WS-KEYWORD      PIC X(40).
        77 WS-FILTER-COMP-LEN  PIC 9(3).
        77 WS-FILTER-TERM      PIC X(40).
        77 WS-FILTER-TERM-LEN  PIC 9(3).
        77 JRC-FS              PIC XX VALUE "00".
        77 WS-NEXT-REQ         PIC 9(8) VALUE 0.
        77 WS-KEEP-REQ         PIC 9(8) VALUE 0.
        77 JR-FS               PIC XX VALUE "00".
        77 JR-EOF              PIC X VALUE "N".
        77 WS-HELD-COUNT       PIC 9(4) VALUE 0.
        77 WS-HELD-IDX         PIC 9(4) VALUE 0.
        77 WS-HELD             PIC X VALUE "N".
        77 WS-HELD-OVERFLOW    PIC X VALUE "N".
        77 JS-FS               PIC XX VALUE "00".
        77 XJ-FS               PIC XX VALUE "00".
        01 I                PIC 9(3).
        01 WS-UPPER-FIELD   PIC X(200).
        01 WS-HELD-TABLE.
            05 WS-HELD-REQ      PIC 9(8) OCCURS 1000 TIMES.
    LINKAGE SECTION.
        01 LNK-OPERATION    PIC X(2).
        01 LNK-RETURN-CODE  PIC X.
            05 LNK-JOB-DESCRIPTION  PIC X(200).
            05 LNK-JOB-POSTED-BY    PIC X(20).
            05 LNK-JOB-POSTED-DATE  PIC 9(8).
            05 LNK-JOB-REQ-NUM      PIC 9(8).
            05 LNK-JOB-REQ-SKILLS.
                10 LNK-JOB-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.
        01 LNK-MATCHES.
            05 LNK-MATCH OCCURS 20 TIMES.
                10 LNK-MATCH-TITLE        PIC X(40).
                10 LNK-MATCH-DESCRIPTION  PIC X(200).
                10 LNK-MATCH-POSTED-BY    PIC X(20).
                10 LNK-MATCH-POSTED-DATE  PIC 9(8).
                10 LNK-MATCH-REQ-NUM      PIC 9(8).
                10 LNK-MATCH-REQ-SKILLS.
                    15 LNK-MATCH-REQ-SKILL    PIC X(20) OCCURS 5 TIMES.
        01 LNK-SEARCH-CONTROL.
            05 LNK-FILTER-LOCATION  PIC X(40).
            05 LNK-FILTER-COMPANY   PIC X(40).
            IF WS-EDIT-DONE = "Y"
                MOVE "Y" TO LNK-RETURN-CODE
            END-IF
        WHEN "GJ"
            PERFORM GET-POSTING
            IF WS-EDIT-DONE = "Y"
                MOVE "Y" TO LNK-RETURN-CODE
            END-IF
        WHEN OTHER
            MOVE "E" TO LNK-RETURN-CODE
    END-EVALUATE
    GOBACK.

    POST-JOB.
        PERFORM ASSIGN-REQ-NUM
        OPEN EXTEND JOBS-FILE
            MOVE LNK-JOB-RECORD TO JOBS-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO JOB-POSTED-DATE
            MOVE WS-NEXT-REQ TO JOB-REQ-NUM
            WRITE JOBS-RECORD
        CLOSE JOBS-FILE
        MOVE WS-NEXT-REQ TO LNK-JOB-REQ-NUM.

    ASSIGN-REQ-NUM.
        MOVE 0 TO WS-NEXT-REQ
        MOVE "00" TO JRC-FS
        OPEN INPUT JOB-REQ-CONTROL-FILE
        IF JRC-FS = "00"
            READ JOB-REQ-CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF JRC-LAST-REQ IS NUMERIC
                        MOVE JRC-LAST-REQ TO WS-NEXT-REQ
                    END-IF
            END-READ
            CLOSE JOB-REQ-CONTROL-FILE
        END-IF
        IF WS-NEXT-REQ = 0
            PERFORM SEED-REQ-NUM
        END-IF
        ADD 1 TO WS-NEXT-REQ
        OPEN OUTPUT JOB-REQ-CONTROL-FILE
        MOVE WS-NEXT-REQ TO JRC-LAST-REQ
        WRITE JOB-REQ-CONTROL-RECORD
        CLOSE JOB-REQ-CONTROL-FILE.

    SEED-REQ-NUM.
        MOVE "00" TO JS-FS
        OPEN INPUT JOB-SEED-FILE
        IF JS-FS = "00"
            PERFORM UNTIL JS-FS NOT = "00"
                READ JOB-SEED-FILE
                    AT END
                        MOVE "10" TO JS-FS
                    NOT AT END
                        IF JS-REQ-NUM IS NUMERIC
                            AND JS-REQ-NUM > WS-NEXT-REQ
                            MOVE JS-REQ-NUM TO WS-NEXT-REQ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JOB-SEED-FILE
        END-IF

        MOVE "00" TO XJ-FS
        OPEN INPUT EXPIRED-JOBS-FILE
        IF XJ-FS = "00"
            PERFORM UNTIL XJ-FS NOT = "00"
                READ EXPIRED-JOBS-FILE
                    AT END
                        MOVE "10" TO XJ-FS
                    NOT AT END
                        IF XJ-REQ-NUM IS NUMERIC
                            AND XJ-REQ-NUM > WS-NEXT-REQ
                            MOVE XJ-REQ-NUM TO WS-NEXT-REQ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXPIRED-JOBS-FILE
        END-IF

        MOVE "N" TO JR-EOF
        MOVE "00" TO JR-FS
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS = "00"
            PERFORM UNTIL JR-EOF = "Y"
                READ JOB-REVIEW-FILE
                    AT END
                        MOVE "Y" TO JR-EOF
                    NOT AT END
                        IF JR-REQ-NUM IS NUMERIC
                            AND JR-REQ-NUM > WS-NEXT-REQ
                            MOVE JR-REQ-NUM TO WS-NEXT-REQ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JOB-REVIEW-FILE
        END-IF.

    SEARCH-JOBS.
        MOVE 0 TO LNK-MATCH-COUNT
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-COMP))
            TO WS-FILTER-COMP-LEN
        MOVE "N" TO JOB-EOF
        PERFORM LOAD-HELD-POSTINGS

        OPEN INPUT JOBS-FILE

                    IF WS-MATCHED = "Y"
                        PERFORM CHECK-JOB-FILTERS
                    END-IF
                    IF WS-MATCHED = "Y"
                        PERFORM CHECK-JOB-HELD
                    END-IF
                    IF WS-MATCHED = "Y"
                        ADD 1 TO LNK-TOTAL-COUNT
                        IF LNK-TOTAL-COUNT > LNK-START-POS
                                TO LNK-MATCH-POSTED-BY(LNK-MATCH-COUNT)
                            MOVE JOB-POSTED-DATE
                                TO LNK-MATCH-POSTED-DATE(LNK-MATCH-COUNT)
                            MOVE JOB-REQ-NUM
                                TO LNK-MATCH-REQ-NUM(LNK-MATCH-COUNT)
                            MOVE JOB-REQ-SKILLS
                                TO LNK-MATCH-REQ-SKILLS(LNK-MATCH-COUNT)
                        END-IF
                    END-IF
            END-READ

        CLOSE JOBS-FILE.

    LOAD-HELD-POSTINGS.
        MOVE 0 TO WS-HELD-COUNT
        MOVE "N" TO WS-HELD-OVERFLOW
        MOVE "N" TO JR-EOF
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF

        PERFORM UNTIL JR-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO JR-EOF
                NOT AT END
                    IF JR-STATUS NOT = "A"
                        IF WS-HELD-COUNT < 1000
                            ADD 1 TO WS-HELD-COUNT
                            MOVE JR-REQ-NUM TO WS-HELD-REQ(WS-HELD-COUNT)
                        ELSE
                            MOVE "Y" TO WS-HELD-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM

        CLOSE JOB-REVIEW-FILE.

    CHECK-JOB-HELD.
        MOVE "N" TO WS-HELD
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT OR WS-HELD = "Y"
            IF WS-HELD-REQ(WS-HELD-IDX) = JOB-REQ-NUM
                MOVE "Y" TO WS-HELD
            END-IF
        END-PERFORM
        IF WS-HELD = "N" AND WS-HELD-OVERFLOW = "Y"
            PERFORM CHECK-JOB-HELD-ON-FILE
        END-IF
        IF WS-HELD = "Y"
            MOVE "N" TO WS-MATCHED
        END-IF.

    CHECK-JOB-HELD-ON-FILE.
        MOVE "Y" TO WS-HELD
        MOVE "N" TO JR-EOF
        MOVE "00" TO JR-FS
        OPEN INPUT JOB-REVIEW-FILE
        IF JR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE "N" TO WS-HELD
        PERFORM UNTIL JR-EOF = "Y"
            READ JOB-REVIEW-FILE
                AT END
                    MOVE "Y" TO JR-EOF
                NOT AT END
                    IF JR-REQ-NUM = JOB-REQ-NUM
                        IF JR-STATUS NOT = "A"
                            MOVE "Y" TO WS-HELD
                        END-IF
                        MOVE "Y" TO JR-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-REVIEW-FILE.

    CHECK-JOB-FILTERS.
        IF WS-FILTER-LOC-LEN > 0
            MOVE WS-FILTER-LOC TO WS-FILTER-TERM
                                TO LNK-MATCH-POSTED-BY(LNK-MATCH-COUNT)
                            MOVE JOB-POSTED-DATE
                                TO LNK-MATCH-POSTED-DATE(LNK-MATCH-COUNT)
                            MOVE JOB-REQ-NUM
                                TO LNK-MATCH-REQ-NUM(LNK-MATCH-COUNT)
                            MOVE JOB-REQ-SKILLS
                                TO LNK-MATCH-REQ-SKILLS(LNK-MATCH-COUNT)
                        END-IF
                    END-IF
            END-READ
                    IF WS-EDIT-DONE = "N"
                        AND FUNCTION TRIM(JOB-POSTED-BY) =
                            FUNCTION TRIM(LNK-JOB-POSTED-BY)
                        AND JOB-REQ-NUM = LNK-JOB-REQ-NUM
                        MOVE JOB-REQ-NUM TO WS-KEEP-REQ
                        MOVE LNK-JOB-RECORD TO JOBS-RECORD
                        MOVE WS-KEEP-REQ TO JOB-REQ-NUM
                        MOVE "Y" TO WS-EDIT-DONE
                    END-IF
                    MOVE JOBS-RECORD TO JOBS-TEMP-RECORD
                    IF WS-EDIT-DONE = "N"
                        AND FUNCTION TRIM(JOB-POSTED-BY) =
                            FUNCTION TRIM(LNK-JOB-POSTED-BY)
                        AND JOB-REQ-NUM = LNK-JOB-REQ-NUM
                        MOVE "Y" TO WS-EDIT-DONE
                    ELSE
                        MOVE JOBS-RECORD TO JOBS-TEMP-RECORD
            CALL 'SYSTEM' USING 'rm -f Jobs.tmp'
        END-IF.

    GET-POSTING.
        MOVE "N" TO WS-EDIT-DONE
        MOVE "N" TO JOB-EOF

        OPEN INPUT JOBS-FILE

        PERFORM UNTIL JOB-EOF = "Y" OR WS-EDIT-DONE = "Y"
            READ JOBS-FILE
                AT END
                    MOVE "Y" TO JOB-EOF
                NOT AT END
                    IF JOB-REQ-NUM = LNK-JOB-REQ-NUM
                        MOVE JOBS-RECORD TO LNK-JOB-RECORD
                        MOVE "Y" TO WS-EDIT-DONE
                    END-IF
            END-READ
        END-PERFORM

        CLOSE JOBS-FILE.

    CHECK-JOB-MATCH.
        MOVE "N" TO WS-MATCHED

