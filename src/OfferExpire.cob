IDENTIFICATION DIVISION.
    PROGRAM-ID. OFFEREXPIRE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OFFER-FILE ASSIGN TO 'Offers.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OFR-FS.
            SELECT OFFER-TEMP ASSIGN TO 'Offers.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT APPLICATIONS-FILE ASSIGN TO 'Applications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APPL-FS.
            SELECT APPLICATIONS-TEMP ASSIGN TO 'Applications.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NOTIFICATIONS-FILE ASSIGN TO 'Notifications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NOTIF-FS.
            SELECT EXPIRE-REPORT-FILE ASSIGN TO 'OffersLapsed.log'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD OFFER-FILE.
        01 OFFER-RECORD.
            05 OF-STUDENT        PIC X(20).
            05 OF-RECRUITER      PIC X(20).
            05 OF-REQ-NUM        PIC 9(8).
            05 OF-JOB-TITLE      PIC X(40).
            05 OF-COMPANY        PIC X(40).
            05 OF-PAY-TYPE       PIC X.
            05 OF-PAY-AMOUNT     PIC 9(7)V99.
            05 OF-START-DATE     PIC 9(8).
            05 OF-RESPOND-BY     PIC 9(8).
            05 OF-STATUS         PIC X.
            05 OF-ISSUE-DATE     PIC 9(8).
            05 OF-RESP-DATE      PIC 9(8).

        FD OFFER-TEMP.
        01 OFFER-TEMP-RECORD     PIC X(171).

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

        FD APPLICATIONS-TEMP.
        01 APPLICATIONS-TEMP-RECORD PIC X(254).

        FD NOTIFICATIONS-FILE.
        01 NOTIFICATIONS-RECORD.
            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD EXPIRE-REPORT-FILE.
        01 EXPIRE-REPORT-RECORD    PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 OFR-FS                  PIC XX VALUE "00".
        77 APPL-FS                 PIC XX VALUE "00".
        77 NOTIF-FS                PIC XX VALUE "00".
        77 LOCK-FS                 PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 OFR-EOF                 PIC X VALUE "N".
        77 APPL-EOF                PIC X VALUE "N".
        77 WS-TODAY-DATE           PIC 9(8).
        77 WS-CHECKED-COUNT        PIC 9(5) VALUE 0.
        77 WS-LAPSED-COUNT         PIC 9(5) VALUE 0.
        77 WS-APPL-UPDATED         PIC 9(5) VALUE 0.
        77 WS-LAPSE-OVERFLOW       PIC 9(5) VALUE 0.
        77 WS-LAPSE-IDX            PIC 9(4) VALUE 0.
        77 WS-LAPSE-MATCH          PIC X VALUE "N".
        01 I                       PIC 9(4).
        01 WS-CURRENT-DATETIME     PIC X(21).

        01 WS-LAPSE-TABLE.
            05 WS-LAPSE-ENTRY OCCURS 500 TIMES.
                10 WS-LT-STUDENT     PIC X(20).
                10 WS-LT-RECRUITER   PIC X(20).
                10 WS-LT-REQ-NUM     PIC 9(8).
                10 WS-LT-TITLE       PIC X(40).

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 2000-LAPSE-STALE-OFFERS
        IF WS-LAPSED-COUNT > 0
            PERFORM 3000-MARK-APPLICATIONS
            PERFORM 4000-SEND-NOTIFICATIONS
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
        MOVE "OFFEREXPIRE" TO LOCK-PROGRAM
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

        OPEN OUTPUT EXPIRE-REPORT-FILE
        MOVE SPACES TO EXPIRE-REPORT-RECORD
        STRING "Job-offer lapse run " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6)
            DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
        WRITE EXPIRE-REPORT-RECORD
        MOVE SPACES TO EXPIRE-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
        WRITE EXPIRE-REPORT-RECORD.

    2000-LAPSE-STALE-OFFERS.
        MOVE "N" TO OFR-EOF
        OPEN INPUT OFFER-FILE
        IF OFR-FS NOT = "00"
            MOVE "Offers.dat not found - nothing to lapse."
                TO EXPIRE-REPORT-RECORD
            WRITE EXPIRE-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT OFFER-TEMP
        PERFORM UNTIL OFR-EOF = "Y"
            READ OFFER-FILE
                AT END
                    MOVE "Y" TO OFR-EOF
                NOT AT END
                    ADD 1 TO WS-CHECKED-COUNT
                    IF OF-STATUS = "O"
                        AND OF-RESPOND-BY NOT = 0
                        AND OF-RESPOND-BY < WS-TODAY-DATE
                        PERFORM 2100-LAPSE-ONE-OFFER
                    END-IF
                    MOVE OFFER-RECORD TO OFFER-TEMP-RECORD
                    WRITE OFFER-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE OFFER-FILE
        CLOSE OFFER-TEMP
        IF WS-LAPSED-COUNT > 0
            CALL 'SYSTEM' USING 'mv Offers.tmp Offers.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f Offers.tmp'
        END-IF

        IF WS-LAPSE-OVERFLOW > 0
            MOVE SPACES TO EXPIRE-REPORT-RECORD
            STRING "NOTE: lapse table full; " WS-LAPSE-OVERFLOW
                " lapsed offer(s) not notified this run"
                DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
            WRITE EXPIRE-REPORT-RECORD
        END-IF.

    2100-LAPSE-ONE-OFFER.
        MOVE "L" TO OF-STATUS
        MOVE WS-TODAY-DATE TO OF-RESP-DATE
        ADD 1 TO WS-LAPSED-COUNT
        MOVE SPACES TO EXPIRE-REPORT-RECORD
        STRING "  LAPSED: " FUNCTION TRIM(OF-STUDENT)
            " Req #" OF-REQ-NUM " " FUNCTION TRIM(OF-JOB-TITLE)
            " (recruiter " FUNCTION TRIM(OF-RECRUITER)
            ", respond by " OF-RESPOND-BY ")"
            DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
        WRITE EXPIRE-REPORT-RECORD
        IF WS-LAPSE-IDX < 500
            ADD 1 TO WS-LAPSE-IDX
            MOVE OF-STUDENT TO WS-LT-STUDENT(WS-LAPSE-IDX)
            MOVE OF-RECRUITER TO WS-LT-RECRUITER(WS-LAPSE-IDX)
            MOVE OF-REQ-NUM TO WS-LT-REQ-NUM(WS-LAPSE-IDX)
            MOVE OF-JOB-TITLE TO WS-LT-TITLE(WS-LAPSE-IDX)
        ELSE
            ADD 1 TO WS-LAPSE-OVERFLOW
        END-IF.

    3000-MARK-APPLICATIONS.
        MOVE "N" TO APPL-EOF
        OPEN INPUT APPLICATIONS-FILE
        IF APPL-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT APPLICATIONS-TEMP
        PERFORM UNTIL APPL-EOF = "Y"
            READ APPLICATIONS-FILE
                AT END
                    MOVE "Y" TO APPL-EOF
                NOT AT END
                    PERFORM 3100-CHECK-LAPSED-APPLICATION
                    MOVE APPLICATIONS-RECORD TO APPLICATIONS-TEMP-RECORD
                    WRITE APPLICATIONS-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE APPLICATIONS-FILE
        CLOSE APPLICATIONS-TEMP
        IF WS-APPL-UPDATED > 0
            CALL 'SYSTEM' USING 'mv Applications.tmp Applications.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f Applications.tmp'
        END-IF.

    3100-CHECK-LAPSED-APPLICATION.
        MOVE "N" TO WS-LAPSE-MATCH
        PERFORM VARYING I FROM 1 BY 1
            UNTIL I > WS-LAPSE-IDX OR WS-LAPSE-MATCH = "Y"
            IF APP-USERNAME = WS-LT-STUDENT(I)
                AND APP-REQ-NUM = WS-LT-REQ-NUM(I)
                AND FUNCTION TRIM(APP-STATUS) = "Offered"
                MOVE "Y" TO WS-LAPSE-MATCH
            END-IF
        END-PERFORM
        IF WS-LAPSE-MATCH = "Y"
            MOVE "Offer lapsed" TO APP-STATUS
            ADD 1 TO WS-APPL-UPDATED
        END-IF.

    4000-SEND-NOTIFICATIONS.
        OPEN INPUT NOTIFICATIONS-FILE
        IF NOTIF-FS NOT = "00"
            OPEN OUTPUT NOTIFICATIONS-FILE
        END-IF
        CLOSE NOTIFICATIONS-FILE
        OPEN EXTEND NOTIFICATIONS-FILE
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LAPSE-IDX
            MOVE WS-LT-STUDENT(I) TO NOTIF-USERNAME
            MOVE SPACES TO NOTIF-TEXT
            STRING "Your offer for " FUNCTION TRIM(WS-LT-TITLE(I))
                " lapsed unanswered past its deadline."
                DELIMITED BY SIZE INTO NOTIF-TEXT
            MOVE WS-TODAY-DATE TO NOTIF-DATE
            MOVE "JB" TO NOTIF-CATEGORY
            MOVE SPACE TO NOTIF-SPOOLED
            WRITE NOTIFICATIONS-RECORD

            MOVE WS-LT-RECRUITER(I) TO NOTIF-USERNAME
            MOVE SPACES TO NOTIF-TEXT
            STRING "Offer to " FUNCTION TRIM(WS-LT-STUDENT(I))
                " for " FUNCTION TRIM(WS-LT-TITLE(I))
                " lapsed unanswered."
                DELIMITED BY SIZE INTO NOTIF-TEXT
            MOVE WS-TODAY-DATE TO NOTIF-DATE
            MOVE "JB" TO NOTIF-CATEGORY
            MOVE SPACE TO NOTIF-SPOOLED
            WRITE NOTIFICATIONS-RECORD
        END-PERFORM
        CLOSE NOTIFICATIONS-FILE.

    9000-FINISH.
        MOVE SPACES TO EXPIRE-REPORT-RECORD
        STRING "Offers checked: " WS-CHECKED-COUNT
            ", lapsed: " WS-LAPSED-COUNT
            ", applications updated: " WS-APPL-UPDATED
            DELIMITED BY SIZE INTO EXPIRE-REPORT-RECORD
        WRITE EXPIRE-REPORT-RECORD
        CLOSE EXPIRE-REPORT-FILE
        DISPLAY "Job-offer lapse run complete."
        DISPLAY "Offers checked: " WS-CHECKED-COUNT
        DISPLAY "Offers lapsed:  " WS-LAPSED-COUNT.
