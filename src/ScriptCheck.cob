            SELECT EMPLOYER-AGR-FILE ASSIGN TO 'EmployerAgreements.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EA-FS.
            SELECT EVENTS-FILE ASSIGN TO 'Events.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EV-FS.
            SELECT EVENT-RSVP-FILE ASSIGN TO 'EventRsvps.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RSVP-FS.
            SELECT EVENT-FEEDBACK-FILE ASSIGN TO 'EventFeedback.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EF-FS.
            SELECT CONFIG-FILE ASSIGN TO 'InCollege-Config.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONFIG-FS.
            SELECT CONSENT-FILE ASSIGN TO 'Consent.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CNS-FS.
            SELECT SKILL-CATALOG-FILE ASSIGN TO 'SkillCatalog.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SKC-FS.

DATA DIVISION.
    FILE SECTION.
        01 UNIVERSITY-RECORD    PIC X(60).

        FD EMPLOYER-FILE.
        01 EMPLOYER-RECORD.
            05 EM-NAME           PIC X(40).
            05 EM-INDUSTRY       PIC X(30).
            05 EM-HQ-CITY        PIC X(30).
            05 EM-WEBSITE        PIC X(60).
            05 EM-SIZE-BAND      PIC X(10).
            05 EM-DESCRIPTION    PIC X(100).
            05 EM-STATUS         PIC X.

        FD RECRUITER-EMP-FILE.
        01 RECRUITER-EMP-RECORD.
            05 EA-EMPLOYER       PIC X(40).
            05 EA-EFFECTIVE      PIC 9(8).
            05 EA-EXPIRY         PIC 9(8).
            05 EA-POSTING-FEE    PIC 9(5)V99.
            05 EA-EVENT-FEE      PIC 9(5)V99.

        FD EVENTS-FILE.
        01 EVENTS-RECORD.
            05 EV-NAME           PIC X(40).
            05 EV-HOST           PIC X(40).
            05 EV-UNIVERSITY     PIC X(40).
            05 EV-DATE           PIC 9(8).
            05 EV-REST           PIC X(206).

        FD EVENT-RSVP-FILE.
        01 EVENT-RSVP-RECORD.
            05 RSVP-EVENT        PIC X(40).
            05 RSVP-USER         PIC X(20).
            05 RSVP-DATE         PIC 9(8).
            05 RSVP-ATTENDED     PIC X.

        FD EVENT-FEEDBACK-FILE.
        01 EVENT-FEEDBACK-RECORD.
            05 EF-EVENT          PIC X(40).
            05 EF-USER           PIC X(20).
            05 EF-REST           PIC X(109).

        FD CONFIG-FILE.
        01 CONFIG-RECORD    PIC X(80).

        FD CONSENT-FILE.
        01 CONSENT-RECORD.
            05 CNS-USERNAME      PIC X(20).
            05 CNS-VERSION       PIC X(8).
            05 CNS-DECISION      PIC X.
            05 CNS-DATE          PIC 9(8).
            05 CNS-TIME          PIC 9(6).

        FD SKILL-CATALOG-FILE.
        01 SKILL-CATALOG-RECORD.
            05 SKC-CODE          PIC X(8).
            05 SKC-REC-TYPE      PIC X.
            05 SKC-SEQ           PIC 9(3).
            05 SKC-TITLE         PIC X(20).
            05 SKC-STATUS        PIC X.
            05 SKC-DESC          PIC X(79).

    WORKING-STORAGE SECTION.
        77 IN-FS               PIC XX VALUE "00".
        77 WS-AGR-OK           PIC X VALUE "N".
        77 WS-AGR-ON-FILE      PIC X VALUE "N".
        77 WS-TODAY-DATE       PIC 9(8) VALUE 0.
        77 EV-FS               PIC XX VALUE "00".
        77 RSVP-FS             PIC XX VALUE "00".
        77 EF-FS               PIC XX VALUE "00".
        77 EV-EOF              PIC X VALUE "N".
        77 RSVP-EOF            PIC X VALUE "N".
        77 EF-EOF              PIC X VALUE "N".
        77 WS-SURVEY-DUE       PIC X VALUE "N".
        77 WS-EV-PAST          PIC X VALUE "N".
        77 WS-EF-ANSWERED      PIC X VALUE "N".
        77 CONFIG-FS           PIC XX VALUE "00".
        77 CNS-FS              PIC XX VALUE "00".
        77 CNS-EOF             PIC X VALUE "N".
        77 WS-CONFIG-KEY       PIC X(24).
        77 WS-CONFIG-VALUE     PIC X(40).
        77 WS-CONFIG-EQ        PIC 9(2) VALUE 0.
        77 WS-POLICY-LOADED    PIC X VALUE "N".
        77 WS-POLICY-VERSION   PIC X(8) VALUE SPACES.
        77 WS-CONSENT-LAST     PIC X VALUE SPACE.
        77 WS-CONSENT-DUE      PIC X VALUE "N".
        77 SKC-FS              PIC XX VALUE "00".
        77 WS-SKILL-LOADED     PIC X VALUE "N".
        77 WS-SKILL-COUNT      PIC 9(2) VALUE 0.
        77 WS-SKILL-INPUT      PIC X(10).
        77 WS-SKILL-NUM        PIC 9(2) VALUE 0.
        77 CNT-UPPER           PIC 9(3) VALUE 0.
        77 CNT-DIGIT           PIC 9(3) VALUE 0.
        77 CNT-SPECIAL         PIC 9(3) VALUE 0.
        MOVE "up to the next #USER: marker. No file is opened for update."
            TO CHECK-REPORT-RECORD
        WRITE CHECK-REPORT-RECORD
        MOVE "Recruiter and admin logins need a one-time code, so their"
            TO CHECK-REPORT-RECORD
        WRITE CHECK-REPORT-RECORD
        MOVE "sessions are skipped the same way."
            TO CHECK-REPORT-RECORD
        WRITE CHECK-REPORT-RECORD
        MOVE SPACES TO CHECK-REPORT-RECORD
        WRITE CHECK-REPORT-RECORD

                PERFORM 1000-GET-LINE
                IF IN-EOF NOT = "Y"
                    PERFORM 2500-RESOLVE-ACCOUNT-TYPE
                    IF WS-ACCT-TYPE = "R" OR WS-ACCT-TYPE = "A"
                        OR WS-ACCT-TYPE = "V"
                        MOVE "DATADEP" TO WS-STATE
                    ELSE
                        PERFORM 2700-CHECK-SURVEY-DUE
                        PERFORM 2800-CHECK-CONSENT-DUE
                        IF WS-SURVEY-DUE = "Y" OR WS-CONSENT-DUE = "Y"
                            MOVE "DATADEP" TO WS-STATE
                        ELSE
                            MOVE "POST" TO WS-STATE
                        END-IF
                    END-IF
                END-IF
            WHEN "2"
                PERFORM 1000-GET-LINE
            MOVE "S" TO WS-KNOWN-TYPE(WS-KNOWN-COUNT)
        END-IF.

    2700-CHECK-SURVEY-DUE.
        MOVE "N" TO WS-SURVEY-DUE
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
        MOVE "N" TO RSVP-EOF
        MOVE "00" TO RSVP-FS
        OPEN INPUT EVENT-RSVP-FILE
        IF RSVP-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL RSVP-EOF = "Y" OR WS-SURVEY-DUE = "Y"
            READ EVENT-RSVP-FILE
                AT END
                    MOVE "Y" TO RSVP-EOF
                NOT AT END
                    IF FUNCTION TRIM(RSVP-USER) =
                        FUNCTION TRIM(WS-LOGIN-USER)
                        AND RSVP-ATTENDED = "Y"
                        PERFORM 2710-CHECK-ONE-SURVEY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENT-RSVP-FILE.

    2710-CHECK-ONE-SURVEY.
        MOVE "N" TO WS-EV-PAST
        MOVE "N" TO EV-EOF
        MOVE "00" TO EV-FS
        OPEN INPUT EVENTS-FILE
        IF EV-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EV-EOF = "Y" OR WS-EV-PAST = "Y"
            READ EVENTS-FILE
                AT END
                    MOVE "Y" TO EV-EOF
                NOT AT END
                    IF FUNCTION TRIM(EV-NAME) = FUNCTION TRIM(RSVP-EVENT)
                        AND EV-DATE < WS-TODAY-DATE
                        MOVE "Y" TO WS-EV-PAST
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENTS-FILE
        IF WS-EV-PAST = "N"
            EXIT PARAGRAPH
        END-IF

        MOVE "N" TO WS-EF-ANSWERED
        MOVE "N" TO EF-EOF
        MOVE "00" TO EF-FS
        OPEN INPUT EVENT-FEEDBACK-FILE
        IF EF-FS = "00"
            PERFORM UNTIL EF-EOF = "Y" OR WS-EF-ANSWERED = "Y"
                READ EVENT-FEEDBACK-FILE
                    AT END
                        MOVE "Y" TO EF-EOF
                    NOT AT END
                        IF FUNCTION TRIM(EF-EVENT) =
                            FUNCTION TRIM(RSVP-EVENT)
                            AND FUNCTION TRIM(EF-USER) =
                                FUNCTION TRIM(WS-LOGIN-USER)
                            MOVE "Y" TO WS-EF-ANSWERED
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EVENT-FEEDBACK-FILE
        END-IF
        IF WS-EF-ANSWERED = "N"
            MOVE "Y" TO WS-SURVEY-DUE
        END-IF.

    2800-CHECK-CONSENT-DUE.
        MOVE "N" TO WS-CONSENT-DUE
        IF WS-POLICY-LOADED = "N"
            PERFORM 2810-LOAD-POLICY-VERSION
        END-IF
        IF WS-POLICY-VERSION = SPACES
            EXIT PARAGRAPH
        END-IF

        MOVE SPACE TO WS-CONSENT-LAST
        MOVE "N" TO CNS-EOF
        MOVE "00" TO CNS-FS
        OPEN INPUT CONSENT-FILE
        IF CNS-FS = "00"
            PERFORM UNTIL CNS-EOF = "Y"
                READ CONSENT-FILE
                    AT END
                        MOVE "Y" TO CNS-EOF
                    NOT AT END
                        IF FUNCTION TRIM(CNS-USERNAME) =
                            FUNCTION TRIM(WS-LOGIN-USER)
                            AND CNS-VERSION = WS-POLICY-VERSION
                            MOVE CNS-DECISION TO WS-CONSENT-LAST
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONSENT-FILE
        END-IF
        IF WS-CONSENT-LAST NOT = "A"
            MOVE "Y" TO WS-CONSENT-DUE
        END-IF.

    2810-LOAD-POLICY-VERSION.
        MOVE "Y" TO WS-POLICY-LOADED
        MOVE SPACES TO WS-POLICY-VERSION
        MOVE "00" TO CONFIG-FS
        OPEN INPUT CONFIG-FILE
        IF CONFIG-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
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
                    IF WS-CONFIG-EQ > 1
                        MOVE CONFIG-RECORD(1:WS-CONFIG-EQ - 1)
                            TO WS-CONFIG-KEY
                        MOVE CONFIG-RECORD(WS-CONFIG-EQ + 1:)
                            TO WS-CONFIG-VALUE
                        IF FUNCTION TRIM(WS-CONFIG-KEY) = "POLICY-VERSION"
                            MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                                TO WS-POLICY-VERSION
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONFIG-FILE.

    3000-CHECK-POST.
        MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-CHOICE
        EVALUATE WS-ACCT-TYPE
                MOVE "MAIN" TO WS-STATE
            WHEN "9"
                CONTINUE
            WHEN "A"
                MOVE "DATADEP" TO WS-STATE
            WHEN "B"
                MOVE "DATADEP" TO WS-STATE
            WHEN OTHER
                PERFORM 8100-LOG-ERROR-CHOICE
        END-EVALUATE.
                PERFORM 1000-GET-LINE
                MOVE "DATADEP" TO WS-STATE
            WHEN "B"
                PERFORM 1000-GET-LINE
                MOVE "DATADEP" TO WS-STATE
            WHEN "C"
                MOVE "DATADEP" TO WS-STATE
            WHEN "D"
                MOVE "DATADEP" TO WS-STATE
            WHEN "E"
                CONTINUE
            WHEN "M"
                MOVE "DATADEP" TO WS-STATE
            WHEN "O"
                MOVE "DATADEP" TO WS-STATE
            WHEN "P"
                CONTINUE
            WHEN "Q"
                MOVE "DATADEP" TO WS-STATE
            WHEN OTHER
                PERFORM 8100-LOG-ERROR-CHOICE
        END-EVALUATE.
                PERFORM 1000-GET-LINE
                MOVE "DATADEP" TO WS-STATE
            WHEN "B"
                PERFORM 1000-GET-LINE
                MOVE "DATADEP" TO WS-STATE
            WHEN "C"
                MOVE "DATADEP" TO WS-STATE
            WHEN "D"
                MOVE "DATADEP" TO WS-STATE
            WHEN "E"
                CONTINUE
            WHEN "M"
                MOVE "DATADEP" TO WS-STATE
            WHEN "O"
                MOVE "DATADEP" TO WS-STATE
            WHEN "P"
                CONTINUE
            WHEN "Q"
                MOVE "DATADEP" TO WS-STATE
            WHEN OTHER
                PERFORM 8100-LOG-ERROR-CHOICE
        END-EVALUATE.
                MOVE "DATADEP" TO WS-STATE
            WHEN "5"
                MOVE "DATADEP" TO WS-STATE
            WHEN "6"
                MOVE "DATADEP" TO WS-STATE
            WHEN "7"
                MOVE "DATADEP" TO WS-STATE
            WHEN OTHER
                PERFORM 8100-LOG-ERROR-CHOICE
        END-EVALUATE.

    5000-CHECK-SKILL.
        IF WS-SKILL-LOADED = "N"
            PERFORM 5010-LOAD-SKILL-COUNT
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKILL-INPUT
        IF WS-SKILL-INPUT NOT = SPACES
            AND FUNCTION TRIM(WS-SKILL-INPUT) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-SKILL-INPUT)) <= 2
            MOVE FUNCTION TRIM(WS-SKILL-INPUT) TO WS-SKILL-NUM
        ELSE
            MOVE 0 TO WS-SKILL-NUM
        END-IF

        IF WS-SKILL-NUM = WS-SKILL-COUNT + 1
            MOVE "POST" TO WS-STATE
        ELSE
            IF WS-SKILL-NUM >= 1 AND WS-SKILL-NUM <= WS-SKILL-COUNT
                PERFORM 1000-GET-LINE
            ELSE
                PERFORM 8100-LOG-ERROR-CHOICE
            END-IF
        END-IF.

    5010-LOAD-SKILL-COUNT.
        MOVE "Y" TO WS-SKILL-LOADED
        MOVE 0 TO WS-SKILL-COUNT
        MOVE "00" TO SKC-FS
        OPEN INPUT SKILL-CATALOG-FILE
        IF SKC-FS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL SKC-FS NOT = "00"
            READ SKILL-CATALOG-FILE
                AT END
                    MOVE "10" TO SKC-FS
                NOT AT END
                    IF SKC-REC-TYPE = "H" AND SKC-STATUS = "A"
                        AND WS-SKILL-COUNT < 20
                        ADD 1 TO WS-SKILL-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SKILL-CATALOG-FILE.

    6000-CHECK-PROFMENU.
        MOVE INPUT-RECORD(1:1) TO WS-CHOICE
                AT END
                    MOVE "Y" TO EMP-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-NAME))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                        AND EM-STATUS NOT = "I"
                        MOVE "Y" TO WS-MASTER-FOUND
                    END-IF
            END-READ
