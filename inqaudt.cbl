      >>SOURCE FORMAT FREE
      *> INQAUDT - online audit-trail view, CICS transaction ACIA, map
      *> INQAUDM in mapset INQAUDS. Lists the CONVERTFB audit records
      *> written for one account - each posting that was combined with
      *> an earlier one, showing the run that wrote it and the
      *> original, prior and combined amounts - from the keyed copy of
      *> the audit file that INQLOAD refreshes after each conversion
      *> (CICS file AUDTINQ), twelve a page in run order.
      *>
      *> The screen is as current as the last INQLOAD run. PF7/PF8
      *> page, PF4 returns to the summary, PF5 and PF6 go to the
      *> history and suspense screens, PF3 or CLEAR ends the inquiry.
      *> Read-only; see INQSUMM for the commarea.
IDENTIFICATION DIVISION.
PROGRAM-ID. INQAUDT.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-COMMAREA.
    05  INQ-ACCOUNT-NUMBER      PIC X(10).
    05  INQ-SCREEN              PIC X.
    05  INQ-FIRST-KEY           PIC X(40).
    05  INQ-LAST-KEY            PIC X(40).
    05  INQ-MORE                PIC X.

01  MASTER-REC.
    05  MAST-ACCOUNT-NUMBER     PIC X(10).
    05  MAST-NAME               PIC X(30).
    05  MAST-LAST-AMOUNT        PIC S9(9)V99.
    05  MAST-TIMESTAMP          PIC X(20).
    05  MAST-BALANCE            PIC S9(11)V99.
    05  MAST-STATUS             PIC X.
    05  MAST-ACCOUNT-CLASS      PIC X(2).
    05  MAST-CREDIT-LIMIT       PIC 9(9)V99.
    05  FILLER                  PIC X(2).

01  AUDTINQ-REC.
    05  AINQ-KEY.
        10  AINQ-ACCOUNT-NUMBER PIC X(10).
        10  AINQ-RUN-TIMESTAMP  PIC X(20).
        10  AINQ-SEQUENCE       PIC 9(8).
    05  AINQ-NAME               PIC X(30).
    05  AINQ-ORIGINAL-AMOUNT    PIC S9(9)V99.
    05  AINQ-PRIOR-AMOUNT       PIC S9(9)V99.
    05  AINQ-COMBINED-AMOUNT    PIC S9(9)V99.
    05  FILLER                  PIC X(3).

*> Symbolic map for INQAUDM, matching the field order of the
*> INQAUDS macro source.
01  INQAUDMI.
    05  FILLER                  PIC X(12).
    05  ACCTL                   PIC S9(4) COMP.
    05  ACCTF                   PIC X.
    05  FILLER REDEFINES ACCTF.
        10  ACCTA               PIC X.
    05  ACCTI                   PIC X(10).
    05  ANAMEL                  PIC S9(4) COMP.
    05  ANAMEF                  PIC X.
    05  FILLER REDEFINES ANAMEF.
        10  ANAMEA              PIC X.
    05  ANAMEI                  PIC X(30).
    05  ALINED OCCURS 12 TIMES.
        10  ALINEL              PIC S9(4) COMP.
        10  ALINEF              PIC X.
        10  ALINEI              PIC X(79).
    05  MSGL                    PIC S9(4) COMP.
    05  MSGF                    PIC X.
    05  FILLER REDEFINES MSGF.
        10  MSGA                PIC X.
    05  MSGI                    PIC X(78).

01  INQAUDMO REDEFINES INQAUDMI.
    05  FILLER                  PIC X(12).
    05  FILLER                  PIC X(3).
    05  ACCTO                   PIC X(10).
    05  FILLER                  PIC X(3).
    05  ANAMEO                  PIC X(30).
    05  ALINEDO OCCURS 12 TIMES.
        10  FILLER              PIC X(3).
        10  ALINEO              PIC X(79).
    05  FILLER                  PIC X(3).
    05  MSGO                    PIC X(78).

01  WS-RESP                     PIC S9(8) COMP.
01  WS-ERROR-RESP               PIC S9(8) COMP VALUE 0.
01  WS-ACCOUNT-OK               PIC X VALUE 'N'.
01  WS-NEXT-PROGRAM             PIC X(8).
01  WS-MESSAGE                  PIC X(78) VALUE SPACES.
01  WS-BROWSE-KEY               PIC X(38).
01  WS-SKIP-KEY                 PIC X(38).
01  WS-START-KEY                PIC X(38).
01  WS-BROWSE-END               PIC X VALUE 'N'.
01  WS-LINE-COUNT               PIC 9(4) COMP VALUE 0.
01  WS-PRIOR-COUNT              PIC 9(4) COMP VALUE 0.
01  WS-AUDIT-LINE                PIC X(79).
01  WS-EDIT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-EDIT-RESP                PIC ZZZ9.
01  WS-END-MESSAGE              PIC X(21) VALUE 'ACCOUNT INQUIRY ENDED'.

COPY DFHAID.

LINKAGE SECTION.
01  DFHCOMMAREA                 PIC X(92).

PROCEDURE DIVISION.
MAIN-PARA.
    IF EIBCALEN = 0
        MOVE SPACES TO WS-COMMAREA
        MOVE 'A' TO INQ-SCREEN
        MOVE LOW-VALUES TO INQAUDMO
        MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER' TO MSGO
        PERFORM SEND-MAP-ERASE
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        IF INQ-SCREEN NOT = 'A'
            MOVE 'A' TO INQ-SCREEN
            PERFORM SHOW-FIRST-PAGE
        ELSE
            PERFORM PROCESS-KEY
        END-IF
    END-IF
    EXEC CICS RETURN
        TRANSID('ACIA')
        COMMAREA(WS-COMMAREA)
        LENGTH(92)
    END-EXEC.

PROCESS-KEY.
    EVALUATE EIBAID
        WHEN DFHCLEAR
        WHEN DFHPF3
            PERFORM END-INQUIRY
        WHEN DFHENTER
            PERFORM RECEIVE-ACCOUNT
            IF WS-ACCOUNT-OK = 'Y'
                PERFORM SHOW-FIRST-PAGE
            END-IF
        WHEN DFHPF4
            MOVE 'INQSUMM' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN DFHPF5
            MOVE 'INQHIST' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN DFHPF6
            MOVE 'INQSUSP' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN DFHPF7
            PERFORM SHOW-PREVIOUS-PAGE
        WHEN DFHPF8
            PERFORM SHOW-NEXT-PAGE
        WHEN OTHER
            MOVE LOW-VALUES TO INQAUDMO
            MOVE 'INVALID KEY - SEE THE KEY LIST BELOW' TO MSGO
            PERFORM SEND-MAP-DATAONLY
    END-EVALUATE.

*> A MAPFAIL just means an empty screen; the account already held in
*> the commarea, if any, stands.
RECEIVE-ACCOUNT.
    MOVE 'Y' TO WS-ACCOUNT-OK
    MOVE LOW-VALUES TO INQAUDMI
    EXEC CICS RECEIVE
        MAP('INQAUDM')
        MAPSET('INQAUDS')
        INTO(INQAUDMI)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL) AND ACCTL > 0
        IF ACCTI NOT NUMERIC
            MOVE 'N' TO WS-ACCOUNT-OK
            MOVE 'ACCOUNT NUMBER MUST BE 10 DIGITS' TO WS-MESSAGE
        ELSE
            MOVE ACCTI TO INQ-ACCOUNT-NUMBER
        END-IF
    END-IF
    IF WS-ACCOUNT-OK = 'Y' AND INQ-ACCOUNT-NUMBER = SPACES
        MOVE 'N' TO WS-ACCOUNT-OK
        MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER' TO WS-MESSAGE
    END-IF
    IF WS-ACCOUNT-OK = 'N'
        MOVE LOW-VALUES TO INQAUDMO
        MOVE WS-MESSAGE TO MSGO
        PERFORM SEND-MAP-DATAONLY
    END-IF.

TRANSFER-SCREEN.
    PERFORM RECEIVE-ACCOUNT
    IF WS-ACCOUNT-OK = 'Y'
        EXEC CICS XCTL
            PROGRAM(WS-NEXT-PROGRAM)
            COMMAREA(WS-COMMAREA)
            LENGTH(92)
        END-EXEC
    END-IF.

SHOW-FIRST-PAGE.
    MOVE LOW-VALUES TO INQAUDMO
    MOVE SPACES TO INQ-FIRST-KEY
    MOVE SPACES TO INQ-LAST-KEY
    MOVE 'N' TO INQ-MORE
    IF INQ-ACCOUNT-NUMBER = SPACES
        MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER' TO MSGO
    ELSE
        PERFORM READ-ACCOUNT-NAME
        MOVE LOW-VALUES TO WS-BROWSE-KEY
        MOVE INQ-ACCOUNT-NUMBER TO WS-BROWSE-KEY(1:10)
        MOVE SPACES TO WS-SKIP-KEY
        PERFORM FILL-PAGE
    END-IF
    PERFORM SEND-MAP-ERASE.

*> Forward from the last record shown. The browse restarts at that
*> key and steps over it.
SHOW-NEXT-PAGE.
    MOVE LOW-VALUES TO INQAUDMO
    IF INQ-MORE NOT = 'Y'
        MOVE 'ALREADY AT THE LAST PAGE' TO MSGO
        PERFORM SEND-MAP-DATAONLY
    ELSE
        PERFORM READ-ACCOUNT-NAME
        MOVE INQ-LAST-KEY(1:38) TO WS-BROWSE-KEY
        MOVE INQ-LAST-KEY(1:38) TO WS-SKIP-KEY
        MOVE 'N' TO INQ-MORE
        PERFORM FILL-PAGE
        PERFORM SEND-MAP-ERASE
    END-IF.

*> Backward from the first record shown: READPREV from that key
*> finds up to twelve earlier records for the account, and the page
*> is then rebuilt forward from the earliest of them. If the file has
*> been refreshed by INQLOAD since the last screen and the first
*> record is no longer there, the browse restarts at the top of the
*> account.
SHOW-PREVIOUS-PAGE.
    MOVE LOW-VALUES TO INQAUDMO
    MOVE 0 TO WS-PRIOR-COUNT
    MOVE 'N' TO WS-BROWSE-END
    MOVE INQ-FIRST-KEY(1:38) TO WS-BROWSE-KEY
    MOVE WS-BROWSE-KEY TO WS-START-KEY
    IF INQ-FIRST-KEY = SPACES
        PERFORM SHOW-FIRST-PAGE
    ELSE
        EXEC CICS STARTBR
            FILE('AUDTINQ')
            RIDFLD(WS-BROWSE-KEY)
            KEYLENGTH(38)
            EQUAL
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            PERFORM SHOW-FIRST-PAGE
        ELSE
            PERFORM READ-PREV-AUDIT
            PERFORM UNTIL WS-BROWSE-END = 'Y' OR WS-PRIOR-COUNT = 12
                PERFORM READ-PREV-AUDIT
                IF WS-BROWSE-END = 'N'
                    ADD 1 TO WS-PRIOR-COUNT
                    MOVE AINQ-KEY TO WS-START-KEY
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE('AUDTINQ')
            END-EXEC
            IF WS-PRIOR-COUNT = 0
                MOVE 'ALREADY AT THE FIRST PAGE' TO MSGO
                PERFORM SEND-MAP-DATAONLY
            ELSE
                PERFORM READ-ACCOUNT-NAME
                MOVE WS-START-KEY TO WS-BROWSE-KEY
                MOVE SPACES TO WS-SKIP-KEY
                MOVE 'N' TO INQ-MORE
                PERFORM FILL-PAGE
                PERFORM SEND-MAP-ERASE
            END-IF
        END-IF
    END-IF.

*> Fills up to twelve lines from WS-BROWSE-KEY, then reads one record
*> further so INQ-MORE tells PF8 whether there is another page.
FILL-PAGE.
    MOVE 0 TO WS-LINE-COUNT
    MOVE 0 TO WS-ERROR-RESP
    MOVE 'N' TO WS-BROWSE-END
    EXEC CICS STARTBR
        FILE('AUDTINQ')
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(38)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM UNTIL WS-BROWSE-END = 'Y' OR WS-LINE-COUNT = 12
            PERFORM READ-NEXT-AUDIT
            IF WS-BROWSE-END = 'N' AND AINQ-KEY NOT = WS-SKIP-KEY
                ADD 1 TO WS-LINE-COUNT
                PERFORM FORMAT-AUDIT-LINE
                IF WS-LINE-COUNT = 1
                    MOVE AINQ-KEY TO INQ-FIRST-KEY
                END-IF
                MOVE AINQ-KEY TO INQ-LAST-KEY
            END-IF
        END-PERFORM
        IF WS-BROWSE-END = 'N'
            PERFORM READ-NEXT-AUDIT
            IF WS-BROWSE-END = 'N'
                MOVE 'Y' TO INQ-MORE
            END-IF
        END-IF
        EXEC CICS ENDBR
            FILE('AUDTINQ')
        END-EXEC
    ELSE
        IF WS-RESP NOT = DFHRESP(NOTFND)
            MOVE WS-RESP TO WS-ERROR-RESP
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN WS-ERROR-RESP NOT = 0
            MOVE WS-ERROR-RESP TO WS-EDIT-RESP
            MOVE SPACES TO WS-MESSAGE
            STRING 'AUDIT FILE NOT AVAILABLE - RESP '
                       DELIMITED BY SIZE
                   WS-EDIT-RESP DELIMITED BY SIZE
                   INTO WS-MESSAGE
            END-STRING
            MOVE WS-MESSAGE TO MSGO
        WHEN WS-LINE-COUNT = 0
            MOVE 'NO AUDIT RECORDS FOR THIS ACCOUNT' TO MSGO
        WHEN INQ-MORE = 'Y'
            MOVE 'PRESS PF8 FOR THE NEXT PAGE' TO MSGO
        WHEN OTHER
            MOVE 'END OF AUDIT TRAIL FOR THIS ACCOUNT' TO MSGO
    END-EVALUATE.

*> The browse ends at the end of the file or at the first record of
*> the next account.
READ-NEXT-AUDIT.
    EXEC CICS READNEXT
        FILE('AUDTINQ')
        INTO(AUDTINQ-REC)
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(38)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-END
        IF WS-RESP NOT = DFHRESP(ENDFILE)
            MOVE WS-RESP TO WS-ERROR-RESP
        END-IF
    ELSE
        IF AINQ-ACCOUNT-NUMBER NOT = INQ-ACCOUNT-NUMBER
            MOVE 'Y' TO WS-BROWSE-END
        END-IF
    END-IF.

READ-PREV-AUDIT.
    EXEC CICS READPREV
        FILE('AUDTINQ')
        INTO(AUDTINQ-REC)
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(38)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-END
    ELSE
        IF AINQ-ACCOUNT-NUMBER NOT = INQ-ACCOUNT-NUMBER
            MOVE 'Y' TO WS-BROWSE-END
        END-IF
    END-IF.

FORMAT-AUDIT-LINE.
    MOVE SPACES TO WS-AUDIT-LINE
    MOVE AINQ-RUN-TIMESTAMP TO WS-AUDIT-LINE(1:20)
    MOVE AINQ-ORIGINAL-AMOUNT TO WS-EDIT-AMOUNT
    MOVE WS-EDIT-AMOUNT TO WS-AUDIT-LINE(22:15)
    MOVE AINQ-PRIOR-AMOUNT TO WS-EDIT-AMOUNT
    MOVE WS-EDIT-AMOUNT TO WS-AUDIT-LINE(38:15)
    MOVE AINQ-COMBINED-AMOUNT TO WS-EDIT-AMOUNT
    MOVE WS-EDIT-AMOUNT TO WS-AUDIT-LINE(54:15)
    MOVE WS-AUDIT-LINE TO ALINEO(WS-LINE-COUNT).

*> The name is shown when the account is on the master; the audit
*> trail of an account since deleted by MSTMAINT still lists.
READ-ACCOUNT-NAME.
    MOVE INQ-ACCOUNT-NUMBER TO ACCTO
    EXEC CICS READ
        FILE('ACCTMST')
        INTO(MASTER-REC)
        RIDFLD(INQ-ACCOUNT-NUMBER)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE MAST-NAME TO ANAMEO
    ELSE
        MOVE '(NOT ON THE MASTER FILE)' TO ANAMEO
    END-IF.

SEND-MAP-ERASE.
    EXEC CICS SEND
        MAP('INQAUDM')
        MAPSET('INQAUDS')
        FROM(INQAUDMO)
        ERASE
    END-EXEC.

SEND-MAP-DATAONLY.
    EXEC CICS SEND
        MAP('INQAUDM')
        MAPSET('INQAUDS')
        FROM(INQAUDMO)
        DATAONLY
    END-EXEC.

END-INQUIRY.
    EXEC CICS SEND TEXT
        FROM(WS-END-MESSAGE)
        LENGTH(21)
        ERASE
        FREEKB
    END-EXEC
    EXEC CICS RETURN
    END-EXEC.
