      >>SOURCE FORMAT FREE
      *> INQSUSP - online suspense lookup, CICS transaction ACIS, map
      *> INQSSPM in mapset INQSSPS. Lists the open (status O) suspense
      *> items held for one account, from the keyed copy of the
      *> suspense file that INQLOAD refreshes after each conversion
      *> and each REPAIRFB cycle (CICS file SUSPINQ), twelve a page.
      *> The SEQNO column is the item's position among all the open
      *> items - the sequence number the clerks put on their REPAIRFB
      *> correction, write-off and approval cards. Each line shows the
      *> reason, the date of the run that held the item, and the
      *> timestamp, reference, type and amount of the held record; an
      *> amount that is not numeric (one of the reasons an item is
      *> held) is shown as it arrived.
      *>
      *> The screen is as current as the last INQLOAD run: an item
      *> repaired since then still lists until the next refresh.
      *> PF7/PF8 page, PF4 returns to the summary, PF5 and PF9 go to
      *> the history and audit screens, PF3 or CLEAR ends the inquiry.
      *> Read-only; see INQSUMM for the commarea.
IDENTIFICATION DIVISION.
PROGRAM-ID. INQSUSP.
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

01  SUSPINQ-REC.
    05  SINQ-KEY.
        10  SINQ-ACCOUNT-NUMBER PIC X(10).
        10  SINQ-SEQUENCE       PIC 9(6).
    05  SINQ-REASON             PIC X(20).
    05  SINQ-RUN-TIMESTAMP      PIC X(20).
    05  SINQ-DATA               PIC X(80).

*> Symbolic map for INQSSPM, matching the field order of the
*> INQSSPS macro source.
01  INQSSPMI.
    05  FILLER                  PIC X(12).
    05  ACCTL                   PIC S9(4) COMP.
    05  ACCTF                   PIC X.
    05  FILLER REDEFINES ACCTF.
        10  ACCTA               PIC X.
    05  ACCTI                   PIC X(10).
    05  SNAMEL                  PIC S9(4) COMP.
    05  SNAMEF                  PIC X.
    05  FILLER REDEFINES SNAMEF.
        10  SNAMEA              PIC X.
    05  SNAMEI                  PIC X(30).
    05  SLINED OCCURS 12 TIMES.
        10  SLINEL              PIC S9(4) COMP.
        10  SLINEF              PIC X.
        10  SLINEI              PIC X(79).
    05  MSGL                    PIC S9(4) COMP.
    05  MSGF                    PIC X.
    05  FILLER REDEFINES MSGF.
        10  MSGA                PIC X.
    05  MSGI                    PIC X(78).

01  INQSSPMO REDEFINES INQSSPMI.
    05  FILLER                  PIC X(12).
    05  FILLER                  PIC X(3).
    05  ACCTO                   PIC X(10).
    05  FILLER                  PIC X(3).
    05  SNAMEO                  PIC X(30).
    05  SLINEDO OCCURS 12 TIMES.
        10  FILLER              PIC X(3).
        10  SLINEO              PIC X(79).
    05  FILLER                  PIC X(3).
    05  MSGO                    PIC X(78).

01  WS-RESP                     PIC S9(8) COMP.
01  WS-ERROR-RESP               PIC S9(8) COMP VALUE 0.
01  WS-ACCOUNT-OK               PIC X VALUE 'N'.
01  WS-NEXT-PROGRAM             PIC X(8).
01  WS-MESSAGE                  PIC X(78) VALUE SPACES.
01  WS-BROWSE-KEY               PIC X(16).
01  WS-SKIP-KEY                 PIC X(16).
01  WS-START-KEY                PIC X(16).
01  WS-BROWSE-END               PIC X VALUE 'N'.
01  WS-LINE-COUNT               PIC 9(4) COMP VALUE 0.
01  WS-PRIOR-COUNT              PIC 9(4) COMP VALUE 0.
01  WS-SUSP-LINE                PIC X(79).
01  WS-RAW-AMOUNT               PIC X(10).
01  WS-RAW-AMOUNT-NUM REDEFINES WS-RAW-AMOUNT PIC S9(8)V99.
01  WS-EDIT-AMOUNT              PIC -ZZ,ZZZ,ZZ9.99.
01  WS-EDIT-RESP                PIC ZZZ9.
01  WS-END-MESSAGE              PIC X(21) VALUE 'ACCOUNT INQUIRY ENDED'.

COPY DFHAID.

LINKAGE SECTION.
01  DFHCOMMAREA                 PIC X(92).

PROCEDURE DIVISION.
MAIN-PARA.
    IF EIBCALEN = 0
        MOVE SPACES TO WS-COMMAREA
        MOVE 'S' TO INQ-SCREEN
        MOVE LOW-VALUES TO INQSSPMO
        MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER' TO MSGO
        PERFORM SEND-MAP-ERASE
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        IF INQ-SCREEN NOT = 'S'
            MOVE 'S' TO INQ-SCREEN
            PERFORM SHOW-FIRST-PAGE
        ELSE
            PERFORM PROCESS-KEY
        END-IF
    END-IF
    EXEC CICS RETURN
        TRANSID('ACIS')
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
        WHEN DFHPF9
            MOVE 'INQAUDT' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN DFHPF7
            PERFORM SHOW-PREVIOUS-PAGE
        WHEN DFHPF8
            PERFORM SHOW-NEXT-PAGE
        WHEN OTHER
            MOVE LOW-VALUES TO INQSSPMO
            MOVE 'INVALID KEY - SEE THE KEY LIST BELOW' TO MSGO
            PERFORM SEND-MAP-DATAONLY
    END-EVALUATE.

*> A MAPFAIL just means an empty screen; the account already held in
*> the commarea, if any, stands.
RECEIVE-ACCOUNT.
    MOVE 'Y' TO WS-ACCOUNT-OK
    MOVE LOW-VALUES TO INQSSPMI
    EXEC CICS RECEIVE
        MAP('INQSSPM')
        MAPSET('INQSSPS')
        INTO(INQSSPMI)
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
        MOVE LOW-VALUES TO INQSSPMO
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
    MOVE LOW-VALUES TO INQSSPMO
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

*> Forward from the last item shown. The browse restarts at that
*> key and steps over it.
SHOW-NEXT-PAGE.
    MOVE LOW-VALUES TO INQSSPMO
    IF INQ-MORE NOT = 'Y'
        MOVE 'ALREADY AT THE LAST PAGE' TO MSGO
        PERFORM SEND-MAP-DATAONLY
    ELSE
        PERFORM READ-ACCOUNT-NAME
        MOVE INQ-LAST-KEY(1:16) TO WS-BROWSE-KEY
        MOVE INQ-LAST-KEY(1:16) TO WS-SKIP-KEY
        MOVE 'N' TO INQ-MORE
        PERFORM FILL-PAGE
        PERFORM SEND-MAP-ERASE
    END-IF.

*> Backward from the first item shown: READPREV from that key finds
*> up to twelve earlier items for the account, and the page is then
*> rebuilt forward from the earliest of them. If the file has been
*> refreshed by INQLOAD since the last screen and the first item is
*> no longer there, the browse restarts at the top of the account.
SHOW-PREVIOUS-PAGE.
    MOVE LOW-VALUES TO INQSSPMO
    MOVE 0 TO WS-PRIOR-COUNT
    MOVE 'N' TO WS-BROWSE-END
    MOVE INQ-FIRST-KEY(1:16) TO WS-BROWSE-KEY
    MOVE WS-BROWSE-KEY TO WS-START-KEY
    IF INQ-FIRST-KEY = SPACES
        PERFORM SHOW-FIRST-PAGE
    ELSE
        EXEC CICS STARTBR
            FILE('SUSPINQ')
            RIDFLD(WS-BROWSE-KEY)
            KEYLENGTH(16)
            EQUAL
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            PERFORM SHOW-FIRST-PAGE
        ELSE
            PERFORM READ-PREV-SUSPENSE
            PERFORM UNTIL WS-BROWSE-END = 'Y' OR WS-PRIOR-COUNT = 12
                PERFORM READ-PREV-SUSPENSE
                IF WS-BROWSE-END = 'N'
                    ADD 1 TO WS-PRIOR-COUNT
                    MOVE SINQ-KEY TO WS-START-KEY
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE('SUSPINQ')
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

*> Fills up to twelve lines from WS-BROWSE-KEY, then reads one item
*> further so INQ-MORE tells PF8 whether there is another page.
FILL-PAGE.
    MOVE 0 TO WS-LINE-COUNT
    MOVE 0 TO WS-ERROR-RESP
    MOVE 'N' TO WS-BROWSE-END
    EXEC CICS STARTBR
        FILE('SUSPINQ')
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(16)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM UNTIL WS-BROWSE-END = 'Y' OR WS-LINE-COUNT = 12
            PERFORM READ-NEXT-SUSPENSE
            IF WS-BROWSE-END = 'N' AND SINQ-KEY NOT = WS-SKIP-KEY
                ADD 1 TO WS-LINE-COUNT
                PERFORM FORMAT-SUSPENSE-LINE
                IF WS-LINE-COUNT = 1
                    MOVE SINQ-KEY TO INQ-FIRST-KEY
                END-IF
                MOVE SINQ-KEY TO INQ-LAST-KEY
            END-IF
        END-PERFORM
        IF WS-BROWSE-END = 'N'
            PERFORM READ-NEXT-SUSPENSE
            IF WS-BROWSE-END = 'N'
                MOVE 'Y' TO INQ-MORE
            END-IF
        END-IF
        EXEC CICS ENDBR
            FILE('SUSPINQ')
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
            STRING 'SUSPENSE FILE NOT AVAILABLE - RESP '
                       DELIMITED BY SIZE
                   WS-EDIT-RESP DELIMITED BY SIZE
                   INTO WS-MESSAGE
            END-STRING
            MOVE WS-MESSAGE TO MSGO
        WHEN WS-LINE-COUNT = 0
            MOVE 'NO OPEN SUSPENSE ITEMS FOR THIS ACCOUNT' TO MSGO
        WHEN INQ-MORE = 'Y'
            MOVE 'PRESS PF8 FOR THE NEXT PAGE' TO MSGO
        WHEN OTHER
            MOVE 'END OF OPEN ITEMS FOR THIS ACCOUNT' TO MSGO
    END-EVALUATE.

*> The browse ends at the end of the file or at the first item of
*> the next account.
READ-NEXT-SUSPENSE.
    EXEC CICS READNEXT
        FILE('SUSPINQ')
        INTO(SUSPINQ-REC)
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(16)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-END
        IF WS-RESP NOT = DFHRESP(ENDFILE)
            MOVE WS-RESP TO WS-ERROR-RESP
        END-IF
    ELSE
        IF SINQ-ACCOUNT-NUMBER NOT = INQ-ACCOUNT-NUMBER
            MOVE 'Y' TO WS-BROWSE-END
        END-IF
    END-IF.

READ-PREV-SUSPENSE.
    EXEC CICS READPREV
        FILE('SUSPINQ')
        INTO(SUSPINQ-REC)
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(16)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-END
    ELSE
        IF SINQ-ACCOUNT-NUMBER NOT = INQ-ACCOUNT-NUMBER
            MOVE 'Y' TO WS-BROWSE-END
        END-IF
    END-IF.

*> The held record is in the 80-byte input layout: timestamp at 41,
*> amount at 61, type at 71, reference at 72. Only the date and time
*> of the timestamp fit the line.
FORMAT-SUSPENSE-LINE.
    MOVE SPACES TO WS-SUSP-LINE
    MOVE SINQ-SEQUENCE TO WS-SUSP-LINE(1:6)
    MOVE SINQ-REASON TO WS-SUSP-LINE(8:20)
    MOVE SINQ-RUN-TIMESTAMP(1:8) TO WS-SUSP-LINE(29:8)
    MOVE SINQ-DATA(41:14) TO WS-SUSP-LINE(38:14)
    MOVE SINQ-DATA(72:6) TO WS-SUSP-LINE(53:6)
    MOVE SINQ-DATA(71:1) TO WS-SUSP-LINE(60:1)
    MOVE SINQ-DATA(61:10) TO WS-RAW-AMOUNT
    IF WS-RAW-AMOUNT-NUM NUMERIC
        MOVE WS-RAW-AMOUNT-NUM TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-SUSP-LINE(62:14)
    ELSE
        MOVE WS-RAW-AMOUNT TO WS-SUSP-LINE(66:10)
    END-IF
    MOVE WS-SUSP-LINE TO SLINEO(WS-LINE-COUNT).

*> The name is shown when the account is on the master; items held
*> for an account that is not on it still list.
READ-ACCOUNT-NAME.
    MOVE INQ-ACCOUNT-NUMBER TO ACCTO
    EXEC CICS READ
        FILE('ACCTMST')
        INTO(MASTER-REC)
        RIDFLD(INQ-ACCOUNT-NUMBER)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE MAST-NAME TO SNAMEO
    ELSE
        MOVE '(NOT ON THE MASTER FILE)' TO SNAMEO
    END-IF.

SEND-MAP-ERASE.
    EXEC CICS SEND
        MAP('INQSSPM')
        MAPSET('INQSSPS')
        FROM(INQSSPMO)
        ERASE
    END-EXEC.

SEND-MAP-DATAONLY.
    EXEC CICS SEND
        MAP('INQSSPM')
        MAPSET('INQSSPS')
        FROM(INQSSPMO)
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
