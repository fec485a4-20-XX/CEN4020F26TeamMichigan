IDENTIFICATION DIVISION.
    PROGRAM-ID. REGISTRARFEED.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INTERN-HOURS-FILE ASSIGN TO 'InternHours.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS IH-FS.
            SELECT LEARNING-FILE ASSIGN TO 'LearningProgress.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LP-FS.
            SELECT PROFILE-FILE ASSIGN TO 'Profiles.dat'
                ORGANIZATION IS INDEXED
                RECORD KEY IS PR-USERNAME
                FILE STATUS IS PROF-FS.
            SELECT UNIVERSITY-FILE ASSIGN TO 'Universities.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS UNIV-FS.
            SELECT REG-LEDGER-FILE ASSIGN TO 'RegistrarLedger.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FS.
            SELECT REG-LEDGER-TEMP ASSIGN TO 'RegistrarLedger.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REG-ACK-FILE ASSIGN TO 'RegistrarAck.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ACK-FS.
            SELECT TRANSCRIPT-FEED-FILE ASSIGN TO WS-FEED-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FEED-FS.
            SELECT FEED-REPORT-FILE ASSIGN TO 'RegistrarFeedReport.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD INTERN-HOURS-FILE.
        01 INTERN-HOURS-RECORD.
            05 IH-USERNAME       PIC X(20).
            05 IH-EXP-TITLE      PIC X(30).
            05 IH-WEEK-DATE      PIC 9(8).
            05 IH-HOURS          PIC 9(3).
            05 IH-SUPERVISOR     PIC X(20).
            05 IH-STATUS         PIC X(8).

        FD LEARNING-FILE.
        01 LEARNING-RECORD.
            05 LP-USERNAME       PIC X(20).
            05 LP-SKILL-NAME     PIC X(20).
            05 LP-COMPLETED      PIC X.

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

        FD UNIVERSITY-FILE.
        01 UNIVERSITY-RECORD     PIC X(60).

        FD REG-LEDGER-FILE.
        01 REG-LEDGER-RECORD.
            05 RL-BATCH          PIC X(14).
            05 RL-SEQ            PIC 9(6).
            05 RL-UNIVERSITY     PIC X(40).
            05 RL-KEY.
                10 RL-ITEM       PIC X(2).
                10 RL-USERNAME   PIC X(20).
                10 RL-DESC       PIC X(30).
                10 RL-DATE       PIC 9(8).
            05 RL-HOURS          PIC 9(4).
            05 RL-STATUS         PIC X.
            05 RL-REASON         PIC X(40).

        FD REG-LEDGER-TEMP.
        01 REG-LEDGER-TEMP-RECORD    PIC X(165).

        FD REG-ACK-FILE.
        01 REG-ACK-RECORD.
            05 AK-BATCH          PIC X(14).
            05 AK-SEQ            PIC 9(6).
            05 AK-STATUS         PIC X.
            05 AK-REASON         PIC X(40).

        FD TRANSCRIPT-FEED-FILE.
        01 TRANSCRIPT-FEED-RECORD    PIC X(131).
        01 TF-HEADER-RECORD.
            05 TFH-TYPE          PIC X.
            05 TFH-UNIVERSITY    PIC X(40).
            05 TFH-BATCH         PIC X(14).
            05 TFH-CREATED       PIC 9(8).
            05 FILLER            PIC X(68).
        01 TF-DETAIL-RECORD.
            05 TFD-TYPE          PIC X.
            05 TFD-SEQ           PIC 9(6).
            05 TFD-ITEM          PIC X(2).
            05 TFD-USERNAME      PIC X(20).
            05 TFD-LAST-NAME     PIC X(20).
            05 TFD-FIRST-NAME    PIC X(20).
            05 TFD-DESC          PIC X(30).
            05 TFD-DATE          PIC 9(8).
            05 TFD-HOURS         PIC 9(4).
            05 TFD-SUPERVISOR    PIC X(20).
        01 TF-TRAILER-RECORD.
            05 TFT-TYPE          PIC X.
            05 TFT-RECORD-COUNT  PIC 9(6).
            05 TFT-HOURS-COUNT   PIC 9(6).
            05 TFT-CERT-COUNT    PIC 9(6).
            05 TFT-TOTAL-HOURS   PIC 9(7).
            05 FILLER            PIC X(105).

        FD FEED-REPORT-FILE.
        01 FEED-REPORT-RECORD    PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 IH-FS               PIC XX VALUE "00".
        77 LP-FS               PIC XX VALUE "00".
        77 PROF-FS             PIC XX VALUE "00".
        77 UNIV-FS             PIC XX VALUE "00".
        77 LEDGER-FS           PIC XX VALUE "00".
        77 ACK-FS              PIC XX VALUE "00".
        77 FEED-FS             PIC XX VALUE "00".
        77 LOCK-FS             PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 IH-EOF              PIC X VALUE "N".
        77 LP-EOF              PIC X VALUE "N".
        77 UNIV-EOF            PIC X VALUE "N".
        77 LEDGER-EOF          PIC X VALUE "N".
        77 ACK-EOF             PIC X VALUE "N".
        77 WS-PROFILE-OK       PIC X VALUE "N".
        77 WS-ALREADY-SENT     PIC X VALUE "N".
        77 WS-LOOKUP-USER      PIC X(20) VALUE SPACES.
        77 WS-LOOKUP-UNIV      PIC X(60) VALUE SPACES.
        77 WS-TODAY-DATE       PIC 9(8) VALUE 0.
        77 WS-BATCH-ID         PIC X(14) VALUE SPACES.
        77 WS-FEED-FILENAME    PIC X(100) VALUE SPACES.
        77 WS-FEED-UNIV-KEY    PIC X(60) VALUE SPACES.
        77 WS-FEED-KEY-LEN     PIC 9(3) VALUE 0.
        77 WS-SHELL-COMMAND    PIC X(120) VALUE SPACES.
        77 WS-UNIV-COUNT       PIC 9(3) VALUE 0.
        77 WS-UNIV-IDX         PIC 9(3) VALUE 0.
        77 WS-UNIV-FOUND       PIC 9(3) VALUE 0.
        77 WS-SENT-COUNT       PIC 9(5) VALUE 0.
        77 WS-SENT-IDX         PIC 9(5) VALUE 0.
        77 WS-ITEM-COUNT       PIC 9(4) VALUE 0.
        77 WS-ITEM-IDX         PIC 9(4) VALUE 0.
        77 WS-ACK-COUNT        PIC 9(4) VALUE 0.
        77 WS-ACK-IDX          PIC 9(4) VALUE 0.
        77 WS-FEED-SEQ         PIC 9(6) VALUE 0.
        77 WS-FEED-RECORDS     PIC 9(6) VALUE 0.
        77 WS-FEED-HOURS-RECS  PIC 9(6) VALUE 0.
        77 WS-FEED-CERT-RECS   PIC 9(6) VALUE 0.
        77 WS-FEED-TOTAL-HOURS PIC 9(7) VALUE 0.
        77 WS-FEED-FILE-COUNT  PIC 9(3) VALUE 0.
        77 WS-ITEMS-SENT       PIC 9(6) VALUE 0.
        77 WS-HELD-COUNT       PIC 9(5) VALUE 0.
        77 WS-ACCEPTED-COUNT   PIC 9(5) VALUE 0.
        77 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
        77 WS-UNMATCHED-COUNT  PIC 9(5) VALUE 0.
        77 WS-HELD-REASON      PIC X(40) VALUE SPACES.
        77 WS-FEED-FAILED      PIC X VALUE "N".
        77 WS-FAIL-REASON      PIC X(100) VALUE SPACES.
        01 WS-CURRENT-DATETIME PIC X(21).

        01 WS-CHECK-KEY.
            05 WS-CHECK-ITEM     PIC X(2).
            05 WS-CHECK-USER     PIC X(20).
            05 WS-CHECK-DESC     PIC X(30).
            05 WS-CHECK-DATE     PIC 9(8).

        01 WS-UNIV-TABLE.
            05 WS-UNIV-ENTRY OCCURS 100 TIMES.
                10 WS-UNIV-NAME      PIC X(60).
                10 WS-UNIV-UPPER     PIC X(60).
                10 WS-UNIV-ITEMS     PIC 9(4).

        01 WS-SENT-TABLE.
            05 WS-SENT-KEY OCCURS 20000 TIMES PIC X(60).

        01 WS-ITEM-TABLE.
            05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
                10 WS-ITEM-KEY.
                    15 WS-ITEM-TYPE     PIC X(2).
                    15 WS-ITEM-USER     PIC X(20).
                    15 WS-ITEM-DESC     PIC X(30).
                    15 WS-ITEM-DATE     PIC 9(8).
                10 WS-ITEM-LAST      PIC X(20).
                10 WS-ITEM-FIRST     PIC X(20).
                10 WS-ITEM-HOURS     PIC 9(4).
                10 WS-ITEM-SUPER     PIC X(20).
                10 WS-ITEM-UIDX      PIC 9(3).

        01 WS-ACK-TABLE.
            05 WS-ACK-ENTRY OCCURS 2000 TIMES.
                10 WS-ACK-BATCH      PIC X(14).
                10 WS-ACK-SEQ        PIC 9(6).
                10 WS-ACK-STATUS     PIC X.
                10 WS-ACK-REASON     PIC X(40).
                10 WS-ACK-MATCHED    PIC X.

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LOAD-UNIVERSITIES
        PERFORM 3000-PROCESS-ACKNOWLEDGEMENTS
        PERFORM 3500-LOAD-LEDGER
        IF WS-FEED-FAILED = "N"
            PERFORM 4000-COLLECT-HOURS
        END-IF
        IF WS-FEED-FAILED = "N"
            PERFORM 4500-COLLECT-CERTIFICATIONS
        END-IF
        IF WS-FEED-FAILED = "N"
            PERFORM 5000-WRITE-FEEDS
        END-IF
        PERFORM 9000-FINISH
        PERFORM 9100-RELEASE-RUN-LOCK
        IF WS-FEED-FAILED = "Y"
            MOVE 8 TO RETURN-CODE
        END-IF
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
        MOVE "REGISTRARFEED" TO LOCK-PROGRAM
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
        MOVE WS-CURRENT-DATETIME(1:14) TO WS-BATCH-ID

        OPEN OUTPUT FEED-REPORT-FILE
        MOVE SPACES TO FEED-REPORT-RECORD
        STRING "Registrar transcript feed " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6) " batch " WS-BATCH-ID
            DELIMITED BY SIZE INTO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD
        MOVE SPACES TO FEED-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD
        MOVE SPACES TO FEED-REPORT-RECORD
        STRING "Feed layout: H header, D detail (IH = approved "
            "internship hours, CM = completed certification), "
            "T trailer."
            DELIMITED BY SIZE INTO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD
        MOVE SPACES TO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD.

    2000-LOAD-UNIVERSITIES.
        MOVE "N" TO UNIV-EOF
        MOVE "00" TO UNIV-FS
        OPEN INPUT UNIVERSITY-FILE
        IF UNIV-FS NOT = "00"
            MOVE "Universities.dat not found; no feed can be routed."
                TO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL UNIV-EOF = "Y"
            READ UNIVERSITY-FILE
                AT END
                    MOVE "Y" TO UNIV-EOF
                NOT AT END
                    IF FUNCTION TRIM(UNIVERSITY-RECORD) NOT = SPACES
                        AND WS-UNIV-COUNT < 100
                        ADD 1 TO WS-UNIV-COUNT
                        MOVE FUNCTION TRIM(UNIVERSITY-RECORD)
                            TO WS-UNIV-NAME(WS-UNIV-COUNT)
                        MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(UNIVERSITY-RECORD))
                            TO WS-UNIV-UPPER(WS-UNIV-COUNT)
                        MOVE 0 TO WS-UNIV-ITEMS(WS-UNIV-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UNIVERSITY-FILE.

    3000-PROCESS-ACKNOWLEDGEMENTS.
        MOVE "N" TO ACK-EOF
        MOVE "00" TO ACK-FS
        OPEN INPUT REG-ACK-FILE
        IF ACK-FS NOT = "00"
            MOVE "No registrar acknowledgement file to process."
                TO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
            MOVE SPACES TO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL ACK-EOF = "Y"
            READ REG-ACK-FILE
                AT END
                    MOVE "Y" TO ACK-EOF
                NOT AT END
                    IF FUNCTION TRIM(REG-ACK-RECORD) NOT = SPACES
                        AND AK-SEQ IS NUMERIC
                        AND WS-ACK-COUNT < 2000
                        ADD 1 TO WS-ACK-COUNT
                        MOVE AK-BATCH TO WS-ACK-BATCH(WS-ACK-COUNT)
                        MOVE AK-SEQ TO WS-ACK-SEQ(WS-ACK-COUNT)
                        MOVE FUNCTION UPPER-CASE(AK-STATUS)
                            TO WS-ACK-STATUS(WS-ACK-COUNT)
                        MOVE AK-REASON TO WS-ACK-REASON(WS-ACK-COUNT)
                        MOVE "N" TO WS-ACK-MATCHED(WS-ACK-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REG-ACK-FILE

        MOVE "Rejected by the registrar:" TO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD

        MOVE "N" TO LEDGER-EOF
        MOVE "00" TO LEDGER-FS
        OPEN INPUT REG-LEDGER-FILE
        IF LEDGER-FS = "00"
            OPEN OUTPUT REG-LEDGER-TEMP
            PERFORM UNTIL LEDGER-EOF = "Y"
                READ REG-LEDGER-FILE
                    AT END
                        MOVE "Y" TO LEDGER-EOF
                    NOT AT END
                        PERFORM 3100-APPLY-ACKNOWLEDGEMENT
                        WRITE REG-LEDGER-TEMP-RECORD
                            FROM REG-LEDGER-RECORD
                END-READ
            END-PERFORM
            CLOSE REG-LEDGER-FILE
            CLOSE REG-LEDGER-TEMP
            CALL 'SYSTEM' USING
                'mv RegistrarLedger.tmp RegistrarLedger.dat'
        END-IF

        IF WS-REJECTED-COUNT = 0
            MOVE "  (none)" TO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
        END-IF

        PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
            UNTIL WS-ACK-IDX > WS-ACK-COUNT
            IF WS-ACK-MATCHED(WS-ACK-IDX) = "N"
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE SPACES TO FEED-REPORT-RECORD
                STRING "  Unmatched acknowledgement: batch "
                    WS-ACK-BATCH(WS-ACK-IDX)
                    " seq " WS-ACK-SEQ(WS-ACK-IDX)
                    " status " WS-ACK-STATUS(WS-ACK-IDX)
                    DELIMITED BY SIZE INTO FEED-REPORT-RECORD
                WRITE FEED-REPORT-RECORD
            END-IF
        END-PERFORM

        MOVE SPACES TO FEED-REPORT-RECORD
        STRING "Acknowledgements read: " WS-ACK-COUNT
            ", accepted: " WS-ACCEPTED-COUNT
            ", rejected: " WS-REJECTED-COUNT
            ", unmatched: " WS-UNMATCHED-COUNT
            DELIMITED BY SIZE INTO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD
        MOVE SPACES TO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD

        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "mv RegistrarAck.dat RegistrarAck-" WS-BATCH-ID ".done"
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        CALL 'SYSTEM' USING WS-SHELL-COMMAND.

    3100-APPLY-ACKNOWLEDGEMENT.
        PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
            UNTIL WS-ACK-IDX > WS-ACK-COUNT
            IF WS-ACK-BATCH(WS-ACK-IDX) = RL-BATCH
                AND WS-ACK-SEQ(WS-ACK-IDX) = RL-SEQ
                MOVE "Y" TO WS-ACK-MATCHED(WS-ACK-IDX)
                IF WS-ACK-STATUS(WS-ACK-IDX) = "R"
                    MOVE "R" TO RL-STATUS
                    MOVE WS-ACK-REASON(WS-ACK-IDX) TO RL-REASON
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE SPACES TO FEED-REPORT-RECORD
                    STRING "  " RL-BATCH " " RL-SEQ " "
                        RL-ITEM " " RL-USERNAME " " RL-DESC " "
                        RL-DATE " " RL-HOURS " - "
                        FUNCTION TRIM(RL-REASON)
                        DELIMITED BY SIZE INTO FEED-REPORT-RECORD
                    WRITE FEED-REPORT-RECORD
                ELSE
                    MOVE "A" TO RL-STATUS
                    MOVE SPACES TO RL-REASON
                    ADD 1 TO WS-ACCEPTED-COUNT
                END-IF
            END-IF
        END-PERFORM.

    3500-LOAD-LEDGER.
        MOVE "N" TO LEDGER-EOF
        MOVE "00" TO LEDGER-FS
        OPEN INPUT REG-LEDGER-FILE
        IF LEDGER-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL LEDGER-EOF = "Y"
            READ REG-LEDGER-FILE
                AT END
                    MOVE "Y" TO LEDGER-EOF
                NOT AT END
                    IF WS-SENT-COUNT < 20000
                        ADD 1 TO WS-SENT-COUNT
                        MOVE RL-KEY TO WS-SENT-KEY(WS-SENT-COUNT)
                    ELSE
                        MOVE "Y" TO WS-FEED-FAILED
                        MOVE "RegistrarLedger.dat holds more than 20000 keys"
                            TO WS-FAIL-REASON
                        MOVE "Y" TO LEDGER-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REG-LEDGER-FILE.

    4000-COLLECT-HOURS.
        MOVE "Held back (not transmitted):" TO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD

        MOVE "N" TO IH-EOF
        MOVE "00" TO IH-FS
        OPEN INPUT INTERN-HOURS-FILE
        IF IH-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL IH-EOF = "Y"
            READ INTERN-HOURS-FILE
                AT END
                    MOVE "Y" TO IH-EOF
                NOT AT END
                    IF FUNCTION TRIM(IH-STATUS) = "Approved"
                        MOVE "IH" TO WS-CHECK-ITEM
                        MOVE IH-USERNAME TO WS-CHECK-USER
                        MOVE IH-EXP-TITLE TO WS-CHECK-DESC
                        MOVE IH-WEEK-DATE TO WS-CHECK-DATE
                        PERFORM 4800-QUEUE-ITEM
                        IF WS-ITEM-IDX > 0
                            MOVE IH-HOURS TO WS-ITEM-HOURS(WS-ITEM-IDX)
                            MOVE IH-SUPERVISOR
                                TO WS-ITEM-SUPER(WS-ITEM-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERN-HOURS-FILE.

    4500-COLLECT-CERTIFICATIONS.
        MOVE "N" TO LP-EOF
        MOVE "00" TO LP-FS
        OPEN INPUT LEARNING-FILE
        IF LP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL LP-EOF = "Y"
            READ LEARNING-FILE
                AT END
                    MOVE "Y" TO LP-EOF
                NOT AT END
                    IF LP-COMPLETED = "Y"
                        MOVE "CM" TO WS-CHECK-ITEM
                        MOVE LP-USERNAME TO WS-CHECK-USER
                        MOVE LP-SKILL-NAME TO WS-CHECK-DESC
                        MOVE 0 TO WS-CHECK-DATE
                        PERFORM 4800-QUEUE-ITEM
                        IF WS-ITEM-IDX > 0
                            MOVE 0 TO WS-ITEM-HOURS(WS-ITEM-IDX)
                            MOVE SPACES TO WS-ITEM-SUPER(WS-ITEM-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEARNING-FILE

        IF WS-HELD-COUNT = 0
            MOVE "  (none)" TO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
        END-IF
        MOVE SPACES TO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD.

    4800-QUEUE-ITEM.
        MOVE 0 TO WS-ITEM-IDX
        IF WS-FEED-FAILED = "Y"
            EXIT PARAGRAPH
        END-IF
        PERFORM 8200-CHECK-SENT
        IF WS-ALREADY-SENT = "Y"
            EXIT PARAGRAPH
        END-IF

        MOVE WS-CHECK-USER TO WS-LOOKUP-USER
        PERFORM 8000-FETCH-PROFILE
        IF WS-PROFILE-OK = "N"
            MOVE "student has no profile" TO WS-HELD-REASON
            PERFORM 4900-REPORT-HELD
            EXIT PARAGRAPH
        END-IF

        PERFORM 8300-FIND-UNIVERSITY
        IF WS-UNIV-FOUND = 0
            MOVE "university is not on the master list"
                TO WS-HELD-REASON
            PERFORM 4900-REPORT-HELD
            EXIT PARAGRAPH
        END-IF

        IF WS-ITEM-COUNT >= 2000
            MOVE "batch is full; will go in the next run"
                TO WS-HELD-REASON
            PERFORM 4900-REPORT-HELD
            EXIT PARAGRAPH
        END-IF

        IF WS-SENT-COUNT >= 20000
            MOVE "Y" TO WS-FEED-FAILED
            MOVE "sent-item table is full (20000 keys)" TO WS-FAIL-REASON
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-ITEM-COUNT
        MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
        MOVE WS-CHECK-KEY TO WS-ITEM-KEY(WS-ITEM-IDX)
        MOVE PR-LAST-NAME TO WS-ITEM-LAST(WS-ITEM-IDX)
        MOVE PR-FIRST-NAME TO WS-ITEM-FIRST(WS-ITEM-IDX)
        MOVE WS-UNIV-FOUND TO WS-ITEM-UIDX(WS-ITEM-IDX)
        ADD 1 TO WS-UNIV-ITEMS(WS-UNIV-FOUND)
        ADD 1 TO WS-SENT-COUNT
        MOVE WS-CHECK-KEY TO WS-SENT-KEY(WS-SENT-COUNT).

    4900-REPORT-HELD.
        ADD 1 TO WS-HELD-COUNT
        MOVE SPACES TO FEED-REPORT-RECORD
        STRING "  " WS-CHECK-ITEM " " WS-CHECK-USER " " WS-CHECK-DESC
            " " WS-CHECK-DATE " - " FUNCTION TRIM(WS-HELD-REASON)
            DELIMITED BY SIZE INTO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD.

    5000-WRITE-FEEDS.
        MOVE "Feed files written:" TO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD

        IF WS-ITEM-COUNT = 0
            MOVE "  (none - nothing new to transmit)"
                TO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF

        OPEN INPUT REG-LEDGER-FILE
        IF LEDGER-FS NOT = "00"
            OPEN OUTPUT REG-LEDGER-FILE
        END-IF
        CLOSE REG-LEDGER-FILE
        OPEN EXTEND REG-LEDGER-FILE

        PERFORM VARYING WS-UNIV-IDX FROM 1 BY 1
            UNTIL WS-UNIV-IDX > WS-UNIV-COUNT
            IF WS-UNIV-ITEMS(WS-UNIV-IDX) > 0
                PERFORM 5100-WRITE-ONE-FEED
            END-IF
        END-PERFORM

        CLOSE REG-LEDGER-FILE.

    5100-WRITE-ONE-FEED.
        MOVE WS-UNIV-NAME(WS-UNIV-IDX) TO WS-FEED-UNIV-KEY
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-UNIV-KEY))
            TO WS-FEED-KEY-LEN
        INSPECT WS-FEED-UNIV-KEY(1:WS-FEED-KEY-LEN)
            REPLACING ALL " " BY "_"
        MOVE SPACES TO WS-FEED-FILENAME
        STRING "RegistrarFeed-" WS-FEED-UNIV-KEY(1:WS-FEED-KEY-LEN)
            "-" WS-BATCH-ID ".dat"
            DELIMITED BY SIZE INTO WS-FEED-FILENAME

        MOVE "00" TO FEED-FS
        OPEN OUTPUT TRANSCRIPT-FEED-FILE
        IF FEED-FS NOT = "00"
            MOVE SPACES TO FEED-REPORT-RECORD
            STRING "  " FUNCTION TRIM(WS-FEED-FILENAME)
                " could not be created (status " FEED-FS
                "); items will be retried next run"
                DELIMITED BY SIZE INTO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WS-FEED-RECORDS
        MOVE 0 TO WS-FEED-HOURS-RECS
        MOVE 0 TO WS-FEED-CERT-RECS
        MOVE 0 TO WS-FEED-TOTAL-HOURS

        MOVE SPACES TO TF-HEADER-RECORD
        MOVE "H" TO TFH-TYPE
        MOVE WS-UNIV-NAME(WS-UNIV-IDX) TO TFH-UNIVERSITY
        MOVE WS-BATCH-ID TO TFH-BATCH
        MOVE WS-TODAY-DATE TO TFH-CREATED
        WRITE TF-HEADER-RECORD

        PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
            IF WS-ITEM-UIDX(WS-ITEM-IDX) = WS-UNIV-IDX
                PERFORM 5200-WRITE-FEED-ITEM
            END-IF
        END-PERFORM

        MOVE SPACES TO TF-TRAILER-RECORD
        MOVE "T" TO TFT-TYPE
        MOVE WS-FEED-RECORDS TO TFT-RECORD-COUNT
        MOVE WS-FEED-HOURS-RECS TO TFT-HOURS-COUNT
        MOVE WS-FEED-CERT-RECS TO TFT-CERT-COUNT
        MOVE WS-FEED-TOTAL-HOURS TO TFT-TOTAL-HOURS
        WRITE TF-TRAILER-RECORD
        CLOSE TRANSCRIPT-FEED-FILE

        ADD 1 TO WS-FEED-FILE-COUNT
        MOVE SPACES TO FEED-REPORT-RECORD
        STRING "  " FUNCTION TRIM(WS-FEED-FILENAME)
            ": " WS-FEED-RECORDS " records (" WS-FEED-HOURS-RECS
            " hours, " WS-FEED-CERT-RECS " certifications), "
            WS-FEED-TOTAL-HOURS " total hours"
            DELIMITED BY SIZE INTO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD.

    5200-WRITE-FEED-ITEM.
        ADD 1 TO WS-FEED-SEQ
        ADD 1 TO WS-FEED-RECORDS
        ADD 1 TO WS-ITEMS-SENT

        MOVE SPACES TO TF-DETAIL-RECORD
        MOVE "D" TO TFD-TYPE
        MOVE WS-FEED-SEQ TO TFD-SEQ
        MOVE WS-ITEM-TYPE(WS-ITEM-IDX) TO TFD-ITEM
        MOVE WS-ITEM-USER(WS-ITEM-IDX) TO TFD-USERNAME
        MOVE WS-ITEM-LAST(WS-ITEM-IDX) TO TFD-LAST-NAME
        MOVE WS-ITEM-FIRST(WS-ITEM-IDX) TO TFD-FIRST-NAME
        MOVE WS-ITEM-DESC(WS-ITEM-IDX) TO TFD-DESC
        MOVE WS-ITEM-HOURS(WS-ITEM-IDX) TO TFD-HOURS
        MOVE WS-ITEM-SUPER(WS-ITEM-IDX) TO TFD-SUPERVISOR
        IF WS-ITEM-TYPE(WS-ITEM-IDX) = "IH"
            MOVE WS-ITEM-DATE(WS-ITEM-IDX) TO TFD-DATE
            ADD 1 TO WS-FEED-HOURS-RECS
            ADD WS-ITEM-HOURS(WS-ITEM-IDX) TO WS-FEED-TOTAL-HOURS
        ELSE
            MOVE WS-TODAY-DATE TO TFD-DATE
            ADD 1 TO WS-FEED-CERT-RECS
        END-IF
        WRITE TF-DETAIL-RECORD

        MOVE SPACES TO REG-LEDGER-RECORD
        MOVE WS-BATCH-ID TO RL-BATCH
        MOVE WS-FEED-SEQ TO RL-SEQ
        MOVE WS-UNIV-NAME(WS-UNIV-IDX) TO RL-UNIVERSITY
        MOVE WS-ITEM-KEY(WS-ITEM-IDX) TO RL-KEY
        MOVE WS-ITEM-HOURS(WS-ITEM-IDX) TO RL-HOURS
        MOVE "S" TO RL-STATUS
        WRITE REG-LEDGER-RECORD.

    8000-FETCH-PROFILE.
        MOVE "N" TO WS-PROFILE-OK
        MOVE "00" TO PROF-FS
        OPEN INPUT PROFILE-FILE
        IF PROF-FS = "00"
            MOVE WS-LOOKUP-USER TO PR-USERNAME
            START PROFILE-FILE KEY IS = PR-USERNAME
                INVALID KEY CONTINUE
            END-START
            IF PROF-FS = "00"
                READ PROFILE-FILE NEXT
                IF PROF-FS = "00"
                    MOVE "Y" TO WS-PROFILE-OK
                END-IF
            END-IF
            CLOSE PROFILE-FILE
        END-IF.

    8200-CHECK-SENT.
        MOVE "N" TO WS-ALREADY-SENT
        PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
            UNTIL WS-SENT-IDX > WS-SENT-COUNT
            OR WS-ALREADY-SENT = "Y"
            IF WS-SENT-KEY(WS-SENT-IDX) = WS-CHECK-KEY
                MOVE "Y" TO WS-ALREADY-SENT
            END-IF
        END-PERFORM.

    8300-FIND-UNIVERSITY.
        MOVE 0 TO WS-UNIV-FOUND
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY))
            TO WS-LOOKUP-UNIV
        PERFORM VARYING WS-UNIV-IDX FROM 1 BY 1
            UNTIL WS-UNIV-IDX > WS-UNIV-COUNT
            OR WS-UNIV-FOUND > 0
            IF WS-UNIV-UPPER(WS-UNIV-IDX) = WS-LOOKUP-UNIV
                MOVE WS-UNIV-IDX TO WS-UNIV-FOUND
            END-IF
        END-PERFORM.

    9000-FINISH.
        MOVE SPACES TO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD
        IF WS-FEED-FAILED = "Y"
            MOVE SPACES TO FEED-REPORT-RECORD
            STRING "FEED ABANDONED: " FUNCTION TRIM(WS-FAIL-REASON)
                DELIMITED BY SIZE INTO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
            MOVE "No feed files were written and no new items were logged."
                TO FEED-REPORT-RECORD
            WRITE FEED-REPORT-RECORD
            CLOSE FEED-REPORT-FILE
            DISPLAY "Registrar feed ABANDONED: "
                FUNCTION TRIM(WS-FAIL-REASON)
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO FEED-REPORT-RECORD
        STRING "Items transmitted: " WS-ITEMS-SENT
            ", feed files: " WS-FEED-FILE-COUNT
            ", held back: " WS-HELD-COUNT
            ", registrar rejections: " WS-REJECTED-COUNT
            DELIMITED BY SIZE INTO FEED-REPORT-RECORD
        WRITE FEED-REPORT-RECORD
        CLOSE FEED-REPORT-FILE

        DISPLAY "Registrar feed complete."
        DISPLAY "Items transmitted: " WS-ITEMS-SENT
        DISPLAY "Feed files written: " WS-FEED-FILE-COUNT
        DISPLAY "Items held back: " WS-HELD-COUNT
        DISPLAY "Registrar rejections: " WS-REJECTED-COUNT.
