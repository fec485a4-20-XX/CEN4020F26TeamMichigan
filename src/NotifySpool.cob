IDENTIFICATION DIVISION.
    PROGRAM-ID. NOTIFYSPOOL.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT NOTIFICATIONS-FILE ASSIGN TO 'Notifications.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NOTIF-FS.
            SELECT NOTIFICATIONS-TEMP ASSIGN TO 'NotifySpool.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NOTIFY-PREFS-FILE ASSIGN TO 'NotifyPrefs.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS NP-FS.
            SELECT NOTIFY-PREFS-TEMP ASSIGN TO 'NotifyPrefs.tmp'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OUTBOX-FILE ASSIGN TO 'NotifyOutbox.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OB-FS.
            SELECT DELIVERY-STATUS-FILE ASSIGN TO 'DeliveryStatus.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DS-FS.
            SELECT SPOOL-CONTROL-FILE ASSIGN TO 'NotifySpool.ctl'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTL-FS.
            SELECT SPOOL-REPORT-FILE ASSIGN TO 'NotifySpool.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-LOCK-FILE ASSIGN TO 'InCollege-Run.lock'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FS.

DATA DIVISION.
    FILE SECTION.
        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD NOTIFICATIONS-FILE.
        01 NOTIFICATIONS-RECORD.
            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD NOTIFICATIONS-TEMP.
        01 NOTIFICATIONS-TEMP-RECORD PIC X(111).

        FD NOTIFY-PREFS-FILE.
        01 NOTIFY-PREFS-RECORD.
            05 NP-USERNAME       PIC X(20).
            05 NP-EMAIL          PIC X(60).
            05 NP-EMAIL-STATUS   PIC X.
            05 NP-MOBILE         PIC X(15).
            05 NP-MOBILE-STATUS  PIC X.
            05 NP-MODES.
                10 NP-MODE       PIC X OCCURS 5 TIMES.
            05 NP-UPDATED        PIC 9(8).

        FD NOTIFY-PREFS-TEMP.
        01 NOTIFY-PREFS-TEMP-RECORD  PIC X(110).

        FD OUTBOX-FILE.
        01 OUTBOX-RECORD.
            05 OB-MSG-ID         PIC 9(8).
            05 OB-LINE-NUM       PIC 9(3).
            05 OB-LINE-COUNT     PIC 9(3).
            05 OB-CHANNEL        PIC X.
            05 OB-ADDRESS        PIC X(60).
            05 OB-USERNAME       PIC X(20).
            05 OB-KIND           PIC X.
            05 OB-CATEGORY       PIC X(2).
            05 OB-DATE           PIC 9(8).
            05 OB-TEXT           PIC X(80).

        FD DELIVERY-STATUS-FILE.
        01 DELIVERY-STATUS-RECORD.
            05 DS-MSG-ID         PIC 9(8).
            05 DS-CHANNEL        PIC X.
            05 DS-ADDRESS        PIC X(60).
            05 DS-USERNAME       PIC X(20).
            05 DS-STATUS         PIC X.
            05 DS-DATE           PIC 9(8).
            05 DS-DETAIL         PIC X(60).

        FD SPOOL-CONTROL-FILE.
        01 SPOOL-CONTROL-RECORD.
            05 CTL-LAST-MSG-ID   PIC 9(8).
            05 CTL-LAST-DIGEST   PIC 9(8).

        FD SPOOL-REPORT-FILE.
        01 SPOOL-REPORT-RECORD   PIC X(132).

        FD RUN-LOCK-FILE.
        01 RUN-LOCK-RECORD.
            05 LOCK-PROGRAM    PIC X(16).
            05 FILLER          PIC X.
            05 LOCK-DATE       PIC 9(8).
            05 FILLER          PIC X.
            05 LOCK-TIME       PIC X(6).

    WORKING-STORAGE SECTION.
        77 CONFIG-FS               PIC XX VALUE "00".
        77 NOTIF-FS                PIC XX VALUE "00".
        77 NP-FS                   PIC XX VALUE "00".
        77 OB-FS                   PIC XX VALUE "00".
        77 DS-FS                   PIC XX VALUE "00".
        77 CTL-FS                  PIC XX VALUE "00".
        77 LOCK-FS                 PIC XX VALUE "00".
        77 WS-RUN-ENVIRONMENT  PIC X(10) VALUE SPACES.
        77 NOTIF-EOF               PIC X VALUE "N".
        77 NP-EOF                  PIC X VALUE "N".
        77 DS-EOF                  PIC X VALUE "N".
        77 NOTIFY-MAX-AGE-DAYS     PIC 9(5) VALUE 2.
        77 WS-CONFIG-KEY           PIC X(20).
        77 WS-CONFIG-VALUE         PIC X(20).
        77 WS-CONFIG-EQ            PIC 9(2) VALUE 0.
        77 WS-TODAY-DATE           PIC 9(8).
        77 WS-CUTOFF-DATE          PIC 9(8).
        77 WS-LAST-MSG-ID          PIC 9(8) VALUE 0.
        77 WS-LAST-DIGEST          PIC 9(8) VALUE 0.
        77 WS-DIGEST-DUE           PIC X VALUE "N".
        77 WS-PREF-COUNT           PIC 9(4) VALUE 0.
        77 WS-PREF-OVERFLOW        PIC 9(5) VALUE 0.
        77 WS-PREF-IDX             PIC 9(4) VALUE 0.
        77 WS-PREFS-CHANGED        PIC X VALUE "N".
        77 WS-CAT-IDX              PIC 9 VALUE 0.
        77 WS-MODE                 PIC X.
        77 WS-HAS-CHANNEL          PIC X VALUE "N".
        77 WS-SPOOL-CHANGED        PIC X VALUE "N".
        77 WS-DIGEST-COUNT         PIC 9(4) VALUE 0.
        77 WS-DIGEST-IDX           PIC 9(4) VALUE 0.
        77 WS-DIGEST-USER          PIC X(20).
        77 WS-DIGEST-LINES         PIC 9(3) VALUE 0.
        77 WS-DIGEST-ITEMS         PIC 9(3) VALUE 0.
        77 WS-LINE-NUM             PIC 9(3) VALUE 0.
        77 WS-CHANNEL              PIC X.
        77 WS-ADDRESS              PIC X(60).
        77 WS-READ-COUNT           PIC 9(7) VALUE 0.
        77 WS-INAPP-COUNT          PIC 9(7) VALUE 0.
        77 WS-IMMEDIATE-COUNT      PIC 9(7) VALUE 0.
        77 WS-DIGESTED-COUNT       PIC 9(7) VALUE 0.
        77 WS-HELD-COUNT           PIC 9(7) VALUE 0.
        77 WS-STALE-COUNT          PIC 9(7) VALUE 0.
        77 WS-MSG-COUNT            PIC 9(7) VALUE 0.
        77 WS-DS-READ              PIC 9(7) VALUE 0.
        77 WS-DS-DELIVERED         PIC 9(7) VALUE 0.
        77 WS-DS-BOUNCED           PIC 9(7) VALUE 0.
        77 WS-DS-INVALID           PIC 9(7) VALUE 0.
        77 WS-DS-DEFERRED          PIC 9(7) VALUE 0.
        77 WS-DS-UNKNOWN           PIC 9(7) VALUE 0.
        77 WS-BAD-MARKED           PIC 9(7) VALUE 0.
        77 WS-DS-DESC              PIC X(16).
        01 I                       PIC 9(4).
        01 J                       PIC 9(4).
        01 WS-CURRENT-DATETIME     PIC X(21).

        01 WS-PREF-TABLE.
            05 WS-PREF-ENTRY OCCURS 2000 TIMES.
                10 WS-PT-USERNAME      PIC X(20).
                10 WS-PT-EMAIL         PIC X(60).
                10 WS-PT-EMAIL-STATUS  PIC X.
                10 WS-PT-MOBILE        PIC X(15).
                10 WS-PT-MOBILE-STATUS PIC X.
                10 WS-PT-MODE          PIC X OCCURS 5 TIMES.
                10 WS-PT-CHANGED       PIC X.

        01 WS-DIGEST-TABLE.
            05 WS-DIGEST-ENTRY OCCURS 3000 TIMES.
                10 WS-DT-USERNAME      PIC X(20).
                10 WS-DT-PREF-IDX      PIC 9(4).
                10 WS-DT-TEXT          PIC X(80).
                10 WS-DT-DATE          PIC 9(8).
                10 WS-DT-CATEGORY      PIC X(2).
                10 WS-DT-SENT          PIC X.

PROCEDURE DIVISION.
    0000-MAINLINE.
        PERFORM 0050-SELECT-ENVIRONMENT
        PERFORM 0100-ACQUIRE-RUN-LOCK
        PERFORM 1000-INITIALIZE
        PERFORM 1500-LOAD-PREFERENCES
        PERFORM 2000-READ-DELIVERY-STATUS
        IF WS-PREFS-CHANGED = "Y"
            PERFORM 2500-REWRITE-PREFERENCES
        END-IF
        OPEN EXTEND OUTBOX-FILE
        IF OB-FS NOT = "00"
            OPEN OUTPUT OUTBOX-FILE
        END-IF
        PERFORM 3000-SPOOL-NOTIFICATIONS
        IF WS-DIGEST-COUNT > 0
            PERFORM 3500-WRITE-DIGESTS
        END-IF
        CLOSE OUTBOX-FILE
        PERFORM 4000-SAVE-CONTROL
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
        MOVE "NOTIFYSPOOL" TO LOCK-PROGRAM
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
        COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - NOTIFY-MAX-AGE-DAYS)

        MOVE "00" TO CTL-FS
        OPEN INPUT SPOOL-CONTROL-FILE
        IF CTL-FS = "00"
            READ SPOOL-CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CTL-LAST-MSG-ID IS NUMERIC
                        MOVE CTL-LAST-MSG-ID TO WS-LAST-MSG-ID
                    END-IF
                    IF CTL-LAST-DIGEST IS NUMERIC
                        MOVE CTL-LAST-DIGEST TO WS-LAST-DIGEST
                    END-IF
            END-READ
            CLOSE SPOOL-CONTROL-FILE
        END-IF
        IF WS-TODAY-DATE > WS-LAST-DIGEST
            MOVE "Y" TO WS-DIGEST-DUE
        END-IF

        OPEN OUTPUT SPOOL-REPORT-FILE
        MOVE SPACES TO SPOOL-REPORT-RECORD
        STRING "Notification spool run " WS-CURRENT-DATETIME(1:8)
            " " WS-CURRENT-DATETIME(9:6) " (digest due: " WS-DIGEST-DUE
            ", oldest notification sent " WS-CUTOFF-DATE ")"
            DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD
        MOVE SPACES TO SPOOL-REPORT-RECORD
        STRING "Environment: " WS-RUN-ENVIRONMENT
            DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD.

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
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "NOTIFY-MAX-AGE-DAYS"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO NOTIFY-MAX-AGE-DAYS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF.

    1500-LOAD-PREFERENCES.
        MOVE "N" TO NP-EOF
        MOVE "00" TO NP-FS
        OPEN INPUT NOTIFY-PREFS-FILE
        IF NP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL NP-EOF = "Y"
            READ NOTIFY-PREFS-FILE
                AT END
                    MOVE "Y" TO NP-EOF
                NOT AT END
                    IF WS-PREF-COUNT < 2000
                        ADD 1 TO WS-PREF-COUNT
                        MOVE NP-USERNAME TO WS-PT-USERNAME(WS-PREF-COUNT)
                        MOVE NP-EMAIL TO WS-PT-EMAIL(WS-PREF-COUNT)
                        MOVE NP-EMAIL-STATUS
                            TO WS-PT-EMAIL-STATUS(WS-PREF-COUNT)
                        MOVE NP-MOBILE TO WS-PT-MOBILE(WS-PREF-COUNT)
                        MOVE NP-MOBILE-STATUS
                            TO WS-PT-MOBILE-STATUS(WS-PREF-COUNT)
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                            MOVE NP-MODE(I) TO WS-PT-MODE(WS-PREF-COUNT, I)
                        END-PERFORM
                        MOVE "N" TO WS-PT-CHANGED(WS-PREF-COUNT)
                    ELSE
                        ADD 1 TO WS-PREF-OVERFLOW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTIFY-PREFS-FILE

        IF WS-PREF-OVERFLOW > 0
            MOVE SPACES TO SPOOL-REPORT-RECORD
            STRING "NOTE: preference table full; " WS-PREF-OVERFLOW
                " member(s) treated as in-app only this run"
                DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
            WRITE SPOOL-REPORT-RECORD
        END-IF.

    1600-FIND-PREFERENCE.
        MOVE 0 TO WS-PREF-IDX
        PERFORM VARYING I FROM 1 BY 1
            UNTIL I > WS-PREF-COUNT OR WS-PREF-IDX > 0
            IF FUNCTION TRIM(WS-PT-USERNAME(I)) =
                FUNCTION TRIM(WS-DIGEST-USER)
                MOVE I TO WS-PREF-IDX
            END-IF
        END-PERFORM.

    2000-READ-DELIVERY-STATUS.
        MOVE SPACES TO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD
        MOVE "Delivery failures returned by the gateway:"
            TO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD

        MOVE "N" TO DS-EOF
        MOVE "00" TO DS-FS
        OPEN INPUT DELIVERY-STATUS-FILE
        IF DS-FS NOT = "00"
            MOVE "  (no delivery-status file this run)"
                TO SPOOL-REPORT-RECORD
            WRITE SPOOL-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL DS-EOF = "Y"
            READ DELIVERY-STATUS-FILE
                AT END
                    MOVE "Y" TO DS-EOF
                NOT AT END
                    ADD 1 TO WS-DS-READ
                    EVALUATE DS-STATUS
                        WHEN "D"
                            ADD 1 TO WS-DS-DELIVERED
                        WHEN "T"
                            ADD 1 TO WS-DS-DEFERRED
                        WHEN "B"
                            ADD 1 TO WS-DS-BOUNCED
                            MOVE "BOUNCED" TO WS-DS-DESC
                            PERFORM 2100-RECORD-FAILURE
                        WHEN "I"
                            ADD 1 TO WS-DS-INVALID
                            MOVE "BAD ADDRESS" TO WS-DS-DESC
                            PERFORM 2100-RECORD-FAILURE
                        WHEN OTHER
                            ADD 1 TO WS-DS-UNKNOWN
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE DELIVERY-STATUS-FILE
        CALL 'SYSTEM' USING 'mv DeliveryStatus.dat DeliveryStatus.done'

        IF WS-DS-BOUNCED + WS-DS-INVALID = 0
            MOVE "  (none)" TO SPOOL-REPORT-RECORD
            WRITE SPOOL-REPORT-RECORD
        END-IF.

    2100-RECORD-FAILURE.
        MOVE SPACES TO SPOOL-REPORT-RECORD
        STRING "  " WS-DS-DESC " msg #" DS-MSG-ID " " DS-DATE
            " " FUNCTION TRIM(DS-USERNAME)
            " " DS-CHANNEL " " FUNCTION TRIM(DS-ADDRESS)
            " : " FUNCTION TRIM(DS-DETAIL)
            DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD

        MOVE DS-USERNAME TO WS-DIGEST-USER
        PERFORM 1600-FIND-PREFERENCE
        IF WS-PREF-IDX = 0
            EXIT PARAGRAPH
        END-IF

        IF DS-CHANNEL = "E"
            AND WS-PT-EMAIL(WS-PREF-IDX) = DS-ADDRESS
            AND WS-PT-EMAIL-STATUS(WS-PREF-IDX) NOT = "B"
            MOVE "B" TO WS-PT-EMAIL-STATUS(WS-PREF-IDX)
            MOVE "Y" TO WS-PT-CHANGED(WS-PREF-IDX)
            MOVE "Y" TO WS-PREFS-CHANGED
            ADD 1 TO WS-BAD-MARKED
            PERFORM 2200-NOTIFY-BAD-ADDRESS
        END-IF
        IF DS-CHANNEL = "S"
            AND WS-PT-MOBILE(WS-PREF-IDX) = DS-ADDRESS
            AND WS-PT-MOBILE-STATUS(WS-PREF-IDX) NOT = "B"
            MOVE "B" TO WS-PT-MOBILE-STATUS(WS-PREF-IDX)
            MOVE "Y" TO WS-PT-CHANGED(WS-PREF-IDX)
            MOVE "Y" TO WS-PREFS-CHANGED
            ADD 1 TO WS-BAD-MARKED
            PERFORM 2200-NOTIFY-BAD-ADDRESS
        END-IF.

    2200-NOTIFY-BAD-ADDRESS.
        OPEN INPUT NOTIFICATIONS-FILE
        IF NOTIF-FS NOT = "00"
            OPEN OUTPUT NOTIFICATIONS-FILE
        END-IF
        CLOSE NOTIFICATIONS-FILE
        OPEN EXTEND NOTIFICATIONS-FILE
        MOVE DS-USERNAME TO NOTIF-USERNAME
        MOVE SPACES TO NOTIF-TEXT
        IF DS-CHANNEL = "E"
            STRING "We could not reach your email address;"
                " please update it in your settings."
                DELIMITED BY SIZE INTO NOTIF-TEXT
        ELSE
            STRING "We could not reach your mobile number;"
                " please update it in your settings."
                DELIMITED BY SIZE INTO NOTIF-TEXT
        END-IF
        MOVE WS-TODAY-DATE TO NOTIF-DATE
        MOVE "GN" TO NOTIF-CATEGORY
        MOVE SPACE TO NOTIF-SPOOLED
        WRITE NOTIFICATIONS-RECORD
        CLOSE NOTIFICATIONS-FILE.

    2500-REWRITE-PREFERENCES.
        MOVE "N" TO NP-EOF
        OPEN INPUT NOTIFY-PREFS-FILE
        OPEN OUTPUT NOTIFY-PREFS-TEMP
        PERFORM UNTIL NP-EOF = "Y"
            READ NOTIFY-PREFS-FILE
                AT END
                    MOVE "Y" TO NP-EOF
                NOT AT END
                    MOVE NP-USERNAME TO WS-DIGEST-USER
                    PERFORM 1600-FIND-PREFERENCE
                    IF WS-PREF-IDX > 0
                        IF WS-PT-CHANGED(WS-PREF-IDX) = "Y"
                            MOVE WS-PT-EMAIL-STATUS(WS-PREF-IDX)
                                TO NP-EMAIL-STATUS
                            MOVE WS-PT-MOBILE-STATUS(WS-PREF-IDX)
                                TO NP-MOBILE-STATUS
                        END-IF
                    END-IF
                    MOVE NOTIFY-PREFS-RECORD TO NOTIFY-PREFS-TEMP-RECORD
                    WRITE NOTIFY-PREFS-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE NOTIFY-PREFS-FILE
        CLOSE NOTIFY-PREFS-TEMP
        CALL 'SYSTEM' USING 'mv NotifyPrefs.tmp NotifyPrefs.dat'.

    3000-SPOOL-NOTIFICATIONS.
        MOVE "N" TO NOTIF-EOF
        MOVE "00" TO NOTIF-FS
        OPEN INPUT NOTIFICATIONS-FILE
        IF NOTIF-FS NOT = "00"
            MOVE SPACES TO SPOOL-REPORT-RECORD
            WRITE SPOOL-REPORT-RECORD
            MOVE "Notifications.dat not found - nothing to spool."
                TO SPOOL-REPORT-RECORD
            WRITE SPOOL-REPORT-RECORD
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT NOTIFICATIONS-TEMP
        PERFORM UNTIL NOTIF-EOF = "Y"
            READ NOTIFICATIONS-FILE
                AT END
                    MOVE "Y" TO NOTIF-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF NOTIF-SPOOLED = SPACE
                        PERFORM 3100-SPOOL-ONE-NOTIFICATION
                    END-IF
                    MOVE NOTIFICATIONS-RECORD TO NOTIFICATIONS-TEMP-RECORD
                    WRITE NOTIFICATIONS-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE NOTIFICATIONS-FILE
        CLOSE NOTIFICATIONS-TEMP
        IF WS-SPOOL-CHANGED = "Y"
            CALL 'SYSTEM' USING 'mv NotifySpool.tmp Notifications.dat'
        ELSE
            CALL 'SYSTEM' USING 'rm -f NotifySpool.tmp'
        END-IF.

    3100-SPOOL-ONE-NOTIFICATION.
        MOVE "Y" TO WS-SPOOL-CHANGED
        IF NOTIF-DATE IS NOT NUMERIC
            OR NOTIF-DATE < WS-CUTOFF-DATE
            MOVE "Y" TO NOTIF-SPOOLED
            ADD 1 TO WS-STALE-COUNT
            EXIT PARAGRAPH
        END-IF

        EVALUATE NOTIF-CATEGORY
            WHEN "JB"
                MOVE 1 TO WS-CAT-IDX
            WHEN "IV"
                MOVE 2 TO WS-CAT-IDX
            WHEN "CN"
                MOVE 3 TO WS-CAT-IDX
            WHEN "EV"
                MOVE 4 TO WS-CAT-IDX
            WHEN OTHER
                MOVE 5 TO WS-CAT-IDX
        END-EVALUATE

        MOVE NOTIF-USERNAME TO WS-DIGEST-USER
        PERFORM 1600-FIND-PREFERENCE
        MOVE "N" TO WS-MODE
        MOVE "N" TO WS-HAS-CHANNEL
        IF WS-PREF-IDX > 0
            MOVE WS-PT-MODE(WS-PREF-IDX, WS-CAT-IDX) TO WS-MODE
            IF (WS-PT-EMAIL(WS-PREF-IDX) NOT = SPACES
                AND WS-PT-EMAIL-STATUS(WS-PREF-IDX) NOT = "B")
                OR (WS-PT-MOBILE(WS-PREF-IDX) NOT = SPACES
                AND WS-PT-MOBILE-STATUS(WS-PREF-IDX) NOT = "B")
                MOVE "Y" TO WS-HAS-CHANNEL
            END-IF
        END-IF

        IF WS-HAS-CHANNEL = "N"
            OR (WS-MODE NOT = "I" AND WS-MODE NOT = "D")
            MOVE "Y" TO NOTIF-SPOOLED
            ADD 1 TO WS-INAPP-COUNT
            EXIT PARAGRAPH
        END-IF

        IF WS-MODE = "I"
            MOVE 1 TO WS-DIGEST-LINES
            MOVE 1 TO WS-LINE-NUM
            IF WS-PT-EMAIL(WS-PREF-IDX) NOT = SPACES
                AND WS-PT-EMAIL-STATUS(WS-PREF-IDX) NOT = "B"
                MOVE "E" TO WS-CHANNEL
                MOVE WS-PT-EMAIL(WS-PREF-IDX) TO WS-ADDRESS
                PERFORM 3200-WRITE-IMMEDIATE
            END-IF
            IF WS-PT-MOBILE(WS-PREF-IDX) NOT = SPACES
                AND WS-PT-MOBILE-STATUS(WS-PREF-IDX) NOT = "B"
                MOVE "S" TO WS-CHANNEL
                MOVE WS-PT-MOBILE(WS-PREF-IDX) TO WS-ADDRESS
                PERFORM 3200-WRITE-IMMEDIATE
            END-IF
            MOVE "Y" TO NOTIF-SPOOLED
            ADD 1 TO WS-IMMEDIATE-COUNT
            EXIT PARAGRAPH
        END-IF

        IF WS-DIGEST-DUE = "N" OR WS-DIGEST-COUNT >= 3000
            ADD 1 TO WS-HELD-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-DIGEST-COUNT
        MOVE NOTIF-USERNAME TO WS-DT-USERNAME(WS-DIGEST-COUNT)
        MOVE WS-PREF-IDX TO WS-DT-PREF-IDX(WS-DIGEST-COUNT)
        MOVE NOTIF-TEXT TO WS-DT-TEXT(WS-DIGEST-COUNT)
        MOVE NOTIF-DATE TO WS-DT-DATE(WS-DIGEST-COUNT)
        MOVE NOTIF-CATEGORY TO WS-DT-CATEGORY(WS-DIGEST-COUNT)
        MOVE "N" TO WS-DT-SENT(WS-DIGEST-COUNT)
        MOVE "Y" TO NOTIF-SPOOLED
        ADD 1 TO WS-DIGESTED-COUNT.

    3200-WRITE-IMMEDIATE.
        ADD 1 TO WS-LAST-MSG-ID
        ADD 1 TO WS-MSG-COUNT
        MOVE SPACES TO OUTBOX-RECORD
        MOVE WS-LAST-MSG-ID TO OB-MSG-ID
        MOVE 1 TO OB-LINE-NUM
        MOVE 1 TO OB-LINE-COUNT
        MOVE WS-CHANNEL TO OB-CHANNEL
        MOVE WS-ADDRESS TO OB-ADDRESS
        MOVE NOTIF-USERNAME TO OB-USERNAME
        MOVE "I" TO OB-KIND
        MOVE NOTIF-CATEGORY TO OB-CATEGORY
        MOVE NOTIF-DATE TO OB-DATE
        MOVE NOTIF-TEXT TO OB-TEXT
        WRITE OUTBOX-RECORD.

    3500-WRITE-DIGESTS.
        PERFORM VARYING WS-DIGEST-IDX FROM 1 BY 1
            UNTIL WS-DIGEST-IDX > WS-DIGEST-COUNT
            IF WS-DT-SENT(WS-DIGEST-IDX) = "N"
                MOVE WS-DT-USERNAME(WS-DIGEST-IDX) TO WS-DIGEST-USER
                MOVE WS-DT-PREF-IDX(WS-DIGEST-IDX) TO WS-PREF-IDX
                MOVE 0 TO WS-DIGEST-LINES
                PERFORM VARYING J FROM WS-DIGEST-IDX BY 1
                    UNTIL J > WS-DIGEST-COUNT
                    IF WS-DT-USERNAME(J) = WS-DIGEST-USER
                        AND WS-DIGEST-LINES < 998
                        ADD 1 TO WS-DIGEST-LINES
                    END-IF
                END-PERFORM
                ADD 1 TO WS-DIGEST-LINES
                IF WS-PT-EMAIL(WS-PREF-IDX) NOT = SPACES
                    AND WS-PT-EMAIL-STATUS(WS-PREF-IDX) NOT = "B"
                    MOVE "E" TO WS-CHANNEL
                    MOVE WS-PT-EMAIL(WS-PREF-IDX) TO WS-ADDRESS
                    PERFORM 3600-WRITE-ONE-DIGEST
                END-IF
                IF WS-PT-MOBILE(WS-PREF-IDX) NOT = SPACES
                    AND WS-PT-MOBILE-STATUS(WS-PREF-IDX) NOT = "B"
                    MOVE "S" TO WS-CHANNEL
                    MOVE WS-PT-MOBILE(WS-PREF-IDX) TO WS-ADDRESS
                    PERFORM 3600-WRITE-ONE-DIGEST
                END-IF
                PERFORM VARYING J FROM WS-DIGEST-IDX BY 1
                    UNTIL J > WS-DIGEST-COUNT
                    IF WS-DT-USERNAME(J) = WS-DIGEST-USER
                        MOVE "Y" TO WS-DT-SENT(J)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM.

    3600-WRITE-ONE-DIGEST.
        ADD 1 TO WS-LAST-MSG-ID
        ADD 1 TO WS-MSG-COUNT
        MOVE SPACES TO OUTBOX-RECORD
        MOVE WS-LAST-MSG-ID TO OB-MSG-ID
        MOVE 1 TO OB-LINE-NUM
        MOVE WS-DIGEST-LINES TO OB-LINE-COUNT
        MOVE WS-CHANNEL TO OB-CHANNEL
        MOVE WS-ADDRESS TO OB-ADDRESS
        MOVE WS-DIGEST-USER TO OB-USERNAME
        MOVE "D" TO OB-KIND
        MOVE WS-TODAY-DATE TO OB-DATE
        COMPUTE WS-DIGEST-ITEMS = WS-DIGEST-LINES - 1
        STRING "Your InCollege daily digest: " WS-DIGEST-ITEMS
            " notification(s)"
            DELIMITED BY SIZE INTO OB-TEXT
        WRITE OUTBOX-RECORD

        MOVE 1 TO WS-LINE-NUM
        PERFORM VARYING J FROM WS-DIGEST-IDX BY 1
            UNTIL J > WS-DIGEST-COUNT OR WS-LINE-NUM >= WS-DIGEST-LINES
            IF WS-DT-USERNAME(J) = WS-DIGEST-USER
                ADD 1 TO WS-LINE-NUM
                MOVE SPACES TO OUTBOX-RECORD
                MOVE WS-LAST-MSG-ID TO OB-MSG-ID
                MOVE WS-LINE-NUM TO OB-LINE-NUM
                MOVE WS-DIGEST-LINES TO OB-LINE-COUNT
                MOVE WS-CHANNEL TO OB-CHANNEL
                MOVE WS-ADDRESS TO OB-ADDRESS
                MOVE WS-DIGEST-USER TO OB-USERNAME
                MOVE "D" TO OB-KIND
                MOVE WS-DT-CATEGORY(J) TO OB-CATEGORY
                MOVE WS-DT-DATE(J) TO OB-DATE
                MOVE WS-DT-TEXT(J) TO OB-TEXT
                WRITE OUTBOX-RECORD
            END-IF
        END-PERFORM.

    4000-SAVE-CONTROL.
        IF WS-DIGEST-DUE = "Y"
            MOVE WS-TODAY-DATE TO WS-LAST-DIGEST
        END-IF
        OPEN OUTPUT SPOOL-CONTROL-FILE
        MOVE WS-LAST-MSG-ID TO CTL-LAST-MSG-ID
        MOVE WS-LAST-DIGEST TO CTL-LAST-DIGEST
        WRITE SPOOL-CONTROL-RECORD
        CLOSE SPOOL-CONTROL-FILE.

    9000-FINISH.
        MOVE SPACES TO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD
        MOVE SPACES TO SPOOL-REPORT-RECORD
        STRING "Delivery status records: " WS-DS-READ
            ", delivered: " WS-DS-DELIVERED
            ", bounced: " WS-DS-BOUNCED
            ", bad address: " WS-DS-INVALID
            DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD
        MOVE SPACES TO SPOOL-REPORT-RECORD
        STRING "Deferred: " WS-DS-DEFERRED
            ", unrecognised: " WS-DS-UNKNOWN
            ", contact addresses marked undeliverable: " WS-BAD-MARKED
            DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD
        MOVE SPACES TO SPOOL-REPORT-RECORD
        STRING "Notifications read: " WS-READ-COUNT
            ", in-app only: " WS-INAPP-COUNT
            ", sent now: " WS-IMMEDIATE-COUNT
            ", digested: " WS-DIGESTED-COUNT
            DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD
        MOVE SPACES TO SPOOL-REPORT-RECORD
        STRING "Held for a later digest: " WS-HELD-COUNT
            ", too old to send: " WS-STALE-COUNT
            DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD
        MOVE SPACES TO SPOOL-REPORT-RECORD
        STRING "Outbox messages written: " WS-MSG-COUNT
            " (last message id " WS-LAST-MSG-ID ")"
            DELIMITED BY SIZE INTO SPOOL-REPORT-RECORD
        WRITE SPOOL-REPORT-RECORD
        CLOSE SPOOL-REPORT-FILE
        DISPLAY "Notification spool run complete."
        DISPLAY "Outbox messages written: " WS-MSG-COUNT
        DISPLAY "Delivery failures:       " WS-DS-BOUNCED " bounced, "
            WS-DS-INVALID " bad address".
