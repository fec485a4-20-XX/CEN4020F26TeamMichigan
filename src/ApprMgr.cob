IDENTIFICATION DIVISION.
    PROGRAM-ID. APPRMGR.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT APPROVAL-FILE ASSIGN TO 'ApprovalQueue.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APR-FS.
            SELECT APPROVAL-TEMP ASSIGN TO 'ApprovalQueue.tmp'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APRT-FS.
            SELECT ACCOUNT-FILE ASSIGN TO 'Accounts.dat'
                ORGANIZATION IS INDEXED
                RECORD KEY IS ACC-USERNAME
                FILE STATUS IS ACC-FS.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT SECURITY-AUDIT-FILE ASSIGN TO 'SecurityAudit.log'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FS.

DATA DIVISION.
    FILE SECTION.
        FD  APPROVAL-FILE.
            01  APPROVAL-RECORD.
                05 APR-ID              PIC 9(6).
                05 APR-PROGRAM         PIC X(10).
                05 APR-COMMAND         PIC X(100).
                05 APR-REQUESTER       PIC X(20).
                05 APR-REQ-DATE        PIC 9(8).
                05 APR-REQ-TIME        PIC 9(6).
                05 APR-STATUS          PIC X.
                05 APR-APPROVER        PIC X(20).
                05 APR-ACT-DATE        PIC 9(8).
        FD  APPROVAL-TEMP.
            01  APPROVAL-TEMP-RECORD   PIC X(179).
        FD  ACCOUNT-FILE.
            01  ACCOUNT-RECORD.
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
        FD  CONFIG-FILE.
            01  CONFIG-RECORD          PIC X(80).
        FD  SECURITY-AUDIT-FILE.
            01  SECURITY-AUDIT-RECORD.
                05 AUD-DATE     PIC 9(8).
                05 FILLER       PIC X.
                05 AUD-TIME     PIC X(6).
                05 FILLER       PIC X.
                05 AUD-USER     PIC X(20).
                05 FILLER       PIC X.
                05 AUD-OP       PIC X(12).
                05 FILLER       PIC X.
                05 AUD-OUTCOME  PIC X(8).
    WORKING-STORAGE SECTION.
        77 APR-FS                     PIC XX VALUE "00".
        77 APRT-FS                    PIC XX VALUE "00".
        77 ACC-FS                     PIC XX VALUE "00".
        77 CONFIG-FS                  PIC XX VALUE "00".
        77 AUDIT-FS                   PIC XX VALUE "00".
        77 APR-EOF                    PIC X VALUE "N".
        77 WS-CONFIG-KEY              PIC X(20).
        77 WS-CONFIG-VALUE            PIC X(20).
        77 WS-CONFIG-EQ               PIC 9(2) VALUE 0.
        77 APPROVAL-EXPIRY-DAYS       PIC 9(3) VALUE 7.
        77 WS-AUDIT-USER              PIC X(20).
        77 WS-AUDIT-OP                PIC X(12).
        77 WS-AUDIT-OUTCOME           PIC X(8).
        77 WS-IS-ADMIN                PIC X VALUE "N".
        77 WS-CHECK-USER              PIC X(20).
        77 WS-NEXT-ID                 PIC 9(6) VALUE 0.
        77 WS-FOUND                   PIC X VALUE "N".
        77 WS-NEW-STATUS              PIC X VALUE SPACE.
        77 WS-TODAY-DATE              PIC 9(8).
        77 WS-AGE-DAYS                PIC S9(8) VALUE 0.
        01 I                          PIC 9(2).
        01 WS-CURRENT-DATETIME        PIC X(21).
        01 WS-FOUND-RECORD.
            05 WS-FND-ID              PIC 9(6).
            05 WS-FND-PROGRAM         PIC X(10).
            05 WS-FND-COMMAND         PIC X(100).
            05 WS-FND-REQUESTER       PIC X(20).
            05 WS-FND-REQ-DATE        PIC 9(8).
            05 WS-FND-REQ-TIME        PIC 9(6).
            05 WS-FND-STATUS          PIC X.
            05 WS-FND-APPROVER        PIC X(20).
            05 WS-FND-ACT-DATE        PIC 9(8).
        01 WS-REQ-STAMP.
            05 WS-REQ-STAMP-DATE      PIC 9(8).
            05 WS-REQ-STAMP-TIME      PIC 9(6).
    LINKAGE SECTION.
        01 LNK-APR-OPERATION          PIC X(2).
        01 LNK-APR-PROGRAM            PIC X(10).
        01 LNK-APR-ID                 PIC 9(6).
        01 LNK-APR-USER               PIC X(20).
        01 LNK-APR-COMMAND            PIC X(100).
        01 LNK-APR-REQUESTER          PIC X(20).
        01 LNK-APR-RETURN-CODE        PIC X.
        01 LNK-APR-RUN-STAMP          PIC X(14).

PROCEDURE DIVISION USING LNK-APR-OPERATION, LNK-APR-PROGRAM, LNK-APR-ID,
        LNK-APR-USER, LNK-APR-COMMAND, LNK-APR-REQUESTER,
        LNK-APR-RETURN-CODE, LNK-APR-RUN-STAMP.
    MOVE "N" TO LNK-APR-RETURN-CODE
    PERFORM LOAD-CONFIG
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
    MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE

    EVALUATE LNK-APR-OPERATION
        WHEN "ST"
            MOVE LNK-APR-USER TO WS-CHECK-USER
            PERFORM CHECK-ADMIN
            IF WS-IS-ADMIN = "N"
                MOVE LNK-APR-USER TO WS-AUDIT-USER
                MOVE "APPR-NOADMIN" TO WS-AUDIT-OP
                MOVE "REQUEST" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT
                MOVE "A" TO LNK-APR-RETURN-CODE
            ELSE
                PERFORM STAGE-REQUEST
                MOVE "Y" TO LNK-APR-RETURN-CODE
            END-IF
        WHEN "AP"
            PERFORM APPROVE-REQUEST
        WHEN "RJ"
            PERFORM REJECT-REQUEST
        WHEN "DN"
            MOVE LNK-APR-USER TO WS-AUDIT-USER
            MOVE "APPR-DONE" TO WS-AUDIT-OP
            MOVE LNK-APR-ID TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT
            MOVE "Y" TO LNK-APR-RETURN-CODE
        WHEN "FL"
            MOVE LNK-APR-USER TO WS-AUDIT-USER
            MOVE "APPR-FAILED" TO WS-AUDIT-OP
            MOVE LNK-APR-ID TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT
            MOVE "Y" TO LNK-APR-RETURN-CODE
        WHEN OTHER
            MOVE "E" TO LNK-APR-RETURN-CODE
    END-EVALUATE
    GOBACK.

    LOAD-CONFIG.
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
                            IF FUNCTION TRIM(WS-CONFIG-KEY) = "APPROVAL-EXPIRY-DAYS"
                                AND FUNCTION TRIM(WS-CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                    TO APPROVAL-EXPIRY-DAYS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG-FILE
        END-IF.

    CHECK-ADMIN.
        MOVE "N" TO WS-IS-ADMIN
        IF WS-CHECK-USER = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE "00" TO ACC-FS
        OPEN INPUT ACCOUNT-FILE
        IF ACC-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-CHECK-USER TO ACC-USERNAME
        START ACCOUNT-FILE KEY IS = ACC-USERNAME
            INVALID KEY CONTINUE
        END-START
        IF ACC-FS = "00"
            READ ACCOUNT-FILE NEXT
            IF ACC-FS = "00"
                AND ACC-ACCOUNT-TYPE = "A"
                AND ACC-DEACTIVATED NOT = "Y"
                MOVE "Y" TO WS-IS-ADMIN
            END-IF
        END-IF
        CLOSE ACCOUNT-FILE.

    STAGE-REQUEST.
        MOVE 0 TO WS-NEXT-ID
        MOVE "N" TO APR-EOF
        MOVE "00" TO APR-FS
        OPEN INPUT APPROVAL-FILE
        IF APR-FS = "00"
            PERFORM UNTIL APR-EOF = "Y"
                READ APPROVAL-FILE
                    AT END
                        MOVE "Y" TO APR-EOF
                    NOT AT END
                        IF APR-ID > WS-NEXT-ID
                            MOVE APR-ID TO WS-NEXT-ID
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APPROVAL-FILE
            OPEN EXTEND APPROVAL-FILE
        ELSE
            OPEN OUTPUT APPROVAL-FILE
        END-IF
        ADD 1 TO WS-NEXT-ID

        MOVE SPACES TO APPROVAL-RECORD
        MOVE WS-NEXT-ID TO APR-ID
        MOVE LNK-APR-PROGRAM TO APR-PROGRAM
        MOVE LNK-APR-COMMAND TO APR-COMMAND
        MOVE LNK-APR-USER TO APR-REQUESTER
        MOVE WS-CURRENT-DATETIME(1:8) TO APR-REQ-DATE
        MOVE WS-CURRENT-DATETIME(9:6) TO APR-REQ-TIME
        MOVE "P" TO APR-STATUS
        MOVE SPACES TO APR-APPROVER
        MOVE 0 TO APR-ACT-DATE
        WRITE APPROVAL-RECORD
        CLOSE APPROVAL-FILE

        MOVE WS-NEXT-ID TO LNK-APR-ID
        MOVE LNK-APR-USER TO WS-AUDIT-USER
        MOVE "APPR-REQUEST" TO WS-AUDIT-OP
        MOVE WS-NEXT-ID TO WS-AUDIT-OUTCOME
        PERFORM WRITE-AUDIT.

    FIND-REQUEST.
        MOVE "N" TO WS-FOUND
        MOVE "N" TO APR-EOF
        MOVE "00" TO APR-FS
        OPEN INPUT APPROVAL-FILE
        IF APR-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL APR-EOF = "Y" OR WS-FOUND = "Y"
            READ APPROVAL-FILE
                AT END
                    MOVE "Y" TO APR-EOF
                NOT AT END
                    IF APR-ID = LNK-APR-ID
                        AND APR-PROGRAM = LNK-APR-PROGRAM
                        MOVE APPROVAL-RECORD TO WS-FOUND-RECORD
                        MOVE "Y" TO WS-FOUND
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPROVAL-FILE.

    APPROVE-REQUEST.
        MOVE LNK-APR-USER TO WS-AUDIT-USER
        MOVE LNK-APR-ID TO WS-AUDIT-OUTCOME
        PERFORM FIND-REQUEST
        IF WS-FOUND = "N" OR WS-FND-STATUS NOT = "P"
            MOVE "APPR-NOTOPEN" TO WS-AUDIT-OP
            PERFORM WRITE-AUDIT
            MOVE "N" TO LNK-APR-RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-FND-COMMAND TO LNK-APR-COMMAND
        MOVE WS-FND-REQUESTER TO LNK-APR-REQUESTER

        MOVE LNK-APR-USER TO WS-CHECK-USER
        PERFORM CHECK-ADMIN
        IF WS-IS-ADMIN = "N"
            MOVE "APPR-NOADMIN" TO WS-AUDIT-OP
            PERFORM WRITE-AUDIT
            MOVE "A" TO LNK-APR-RETURN-CODE
            EXIT PARAGRAPH
        END-IF

        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FND-REQUESTER)) =
            FUNCTION UPPER-CASE(FUNCTION TRIM(LNK-APR-USER))
            MOVE "APPR-SELF" TO WS-AUDIT-OP
            PERFORM WRITE-AUDIT
            MOVE "S" TO LNK-APR-RETURN-CODE
            EXIT PARAGRAPH
        END-IF

        MOVE WS-FND-REQ-DATE TO WS-REQ-STAMP-DATE
        MOVE WS-FND-REQ-TIME TO WS-REQ-STAMP-TIME
        IF WS-REQ-STAMP >= LNK-APR-RUN-STAMP
            MOVE "APPR-SAMERUN" TO WS-AUDIT-OP
            PERFORM WRITE-AUDIT
            MOVE "R" TO LNK-APR-RETURN-CODE
            EXIT PARAGRAPH
        END-IF

        COMPUTE WS-AGE-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-FND-REQ-DATE)
        IF WS-AGE-DAYS > APPROVAL-EXPIRY-DAYS
            MOVE "X" TO WS-NEW-STATUS
            PERFORM UPDATE-REQUEST
            MOVE WS-FND-REQUESTER TO WS-AUDIT-USER
            MOVE "APPR-EXPIRED" TO WS-AUDIT-OP
            PERFORM WRITE-AUDIT
            MOVE "X" TO LNK-APR-RETURN-CODE
            EXIT PARAGRAPH
        END-IF

        MOVE "A" TO WS-NEW-STATUS
        PERFORM UPDATE-REQUEST
        MOVE "APPR-GRANT" TO WS-AUDIT-OP
        PERFORM WRITE-AUDIT
        MOVE "Y" TO LNK-APR-RETURN-CODE.

    REJECT-REQUEST.
        MOVE LNK-APR-USER TO WS-AUDIT-USER
        MOVE LNK-APR-ID TO WS-AUDIT-OUTCOME
        PERFORM FIND-REQUEST
        IF WS-FOUND = "N" OR WS-FND-STATUS NOT = "P"
            MOVE "APPR-NOTOPEN" TO WS-AUDIT-OP
            PERFORM WRITE-AUDIT
            MOVE "N" TO LNK-APR-RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-FND-COMMAND TO LNK-APR-COMMAND
        MOVE WS-FND-REQUESTER TO LNK-APR-REQUESTER

        MOVE LNK-APR-USER TO WS-CHECK-USER
        PERFORM CHECK-ADMIN
        IF WS-IS-ADMIN = "N"
            MOVE "APPR-NOADMIN" TO WS-AUDIT-OP
            PERFORM WRITE-AUDIT
            MOVE "A" TO LNK-APR-RETURN-CODE
            EXIT PARAGRAPH
        END-IF

        MOVE "R" TO WS-NEW-STATUS
        PERFORM UPDATE-REQUEST
        MOVE "APPR-REJECT" TO WS-AUDIT-OP
        PERFORM WRITE-AUDIT
        MOVE "Y" TO LNK-APR-RETURN-CODE.

    UPDATE-REQUEST.
        MOVE "N" TO APR-EOF
        OPEN INPUT APPROVAL-FILE
        OPEN OUTPUT APPROVAL-TEMP
        PERFORM UNTIL APR-EOF = "Y"
            READ APPROVAL-FILE
                AT END
                    MOVE "Y" TO APR-EOF
                NOT AT END
                    IF APR-ID = WS-FND-ID
                        MOVE WS-NEW-STATUS TO APR-STATUS
                        MOVE WS-TODAY-DATE TO APR-ACT-DATE
                        IF WS-NEW-STATUS NOT = "X"
                            MOVE LNK-APR-USER TO APR-APPROVER
                        END-IF
                    END-IF
                    MOVE APPROVAL-RECORD TO APPROVAL-TEMP-RECORD
                    WRITE APPROVAL-TEMP-RECORD
            END-READ
        END-PERFORM
        CLOSE APPROVAL-FILE
        CLOSE APPROVAL-TEMP
        CALL 'SYSTEM' USING 'mv ApprovalQueue.tmp ApprovalQueue.dat'.

    WRITE-AUDIT.
        MOVE "00" TO AUDIT-FS
        OPEN INPUT SECURITY-AUDIT-FILE
        IF AUDIT-FS NOT = "00"
            OPEN OUTPUT SECURITY-AUDIT-FILE
        END-IF
        CLOSE SECURITY-AUDIT-FILE
        OPEN EXTEND SECURITY-AUDIT-FILE
        MOVE SPACES TO SECURITY-AUDIT-RECORD
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
        MOVE WS-CURRENT-DATETIME(1:8) TO AUD-DATE
        MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME
        MOVE FUNCTION TRIM(WS-AUDIT-USER) TO AUD-USER
        MOVE WS-AUDIT-OP TO AUD-OP
        MOVE WS-AUDIT-OUTCOME TO AUD-OUTCOME
        WRITE SECURITY-AUDIT-RECORD
        CLOSE SECURITY-AUDIT-FILE.
