            05 NOTIF-USERNAME    PIC X(20).
            05 NOTIF-TEXT        PIC X(80).
            05 NOTIF-DATE        PIC 9(8).
            05 NOTIF-CATEGORY    PIC X(2).
            05 NOTIF-SPOOLED     PIC X.

        FD ACCOUNT-FILE.
        01 ACCOUNT-RECORD.
                " accepted your connection request."
                DELIMITED BY SIZE INTO NOTIF-TEXT
            MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATE
            MOVE "CN" TO NOTIF-CATEGORY
            MOVE SPACE TO NOTIF-SPOOLED
            WRITE NOTIFICATIONS-RECORD
            CLOSE NOTIFICATIONS-FILE
            ADD 1 TO WS-RECOVERED-COUNT
