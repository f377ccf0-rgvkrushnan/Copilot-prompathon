      >>SOURCE FORMAT FREE
      *> INQHIST - online transaction history, CICS transaction ACIH,
      *> map INQHSTM in mapset INQHSTS. Browses the CONVERTFB
      *> transaction history (CICS file TRANHST over
      *> TRANSACTION.HISTORY) for one account, twelve rows a page in
      *> key order - oldest posting first, including the 'S' opening
      *> rows HISTARCH leaves behind. Each row shows the posting
      *> timestamp, reference, type, amount, the adjusted amount, the
      *> reversed flag (V once a later reversal has matched the
      *> posting or an upheld dispute has refunded it, D while
      *> DSPMAINT holds a dispute case open on it) and the date of
      *> the run that posted it.
      *>
      *> PF8 pages forward from the last row shown, PF7 back from the
      *> first; the two keys are kept in the commarea between screens,
      *> with a look-ahead flag so PF8 on the last page says so rather
      *> than showing an empty screen. ENTER with a new account starts
      *> at that account's first row. PF4 returns to the summary, PF6
      *> and PF9 go to the suspense and audit screens, PF3 or CLEAR
      *> ends the inquiry. Read-only; see INQSUMM for the commarea.
IDENTIFICATION DIVISION.
PROGRAM-ID. INQHIST.
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

01  HISTORY-REC.
    05  HIST-KEY.
        10  HIST-ACCOUNT-NUMBER PIC X(10).
        10  HIST-TIMESTAMP      PIC X(20).
        10  HIST-TRANS-REF      PIC X(6).
    05  HIST-AMOUNT             PIC S9(9)V99.
    05  HIST-TRANS-TYPE         PIC X.
    05  HIST-ADJUSTED-AMOUNT    PIC S9(9)V99.
    05  HIST-RUN-TIMESTAMP      PIC X(20).
    05  HIST-REVERSED-FLAG      PIC X.

*> Symbolic map for INQHSTM, matching the field order of the
*> INQHSTS macro source.
01  INQHSTMI.
    05  FILLER                  PIC X(12).
    05  ACCTL                   PIC S9(4) COMP.
    05  ACCTF                   PIC X.
    05  FILLER REDEFINES ACCTF.
        10  ACCTA               PIC X.
    05  ACCTI                   PIC X(10).
    05  HNAMEL                  PIC S9(4) COMP.
    05  HNAMEF                  PIC X.
    05  FILLER REDEFINES HNAMEF.
        10  HNAMEA              PIC X.
    05  HNAMEI                  PIC X(30).
    05  HLINED OCCURS 12 TIMES.
        10  HLINEL              PIC S9(4) COMP.
        10  HLINEF              PIC X.
        10  HLINEI              PIC X(79).
    05  MSGL                    PIC S9(4) COMP.
    05  MSGF                    PIC X.
    05  FILLER REDEFINES MSGF.
        10  MSGA                PIC X.
    05  MSGI                    PIC X(78).

01  INQHSTMO REDEFINES INQHSTMI.
    05  FILLER                  PIC X(12).
    05  FILLER                  PIC X(3).
    05  ACCTO                   PIC X(10).
    05  FILLER                  PIC X(3).
    05  HNAMEO                  PIC X(30).
    05  HLINEDO OCCURS 12 TIMES.
        10  FILLER              PIC X(3).
        10  HLINEO              PIC X(79).
    05  FILLER                  PIC X(3).
    05  MSGO                    PIC X(78).

01  WS-RESP                     PIC S9(8) COMP.
01  WS-ERROR-RESP               PIC S9(8) COMP VALUE 0.
01  WS-ACCOUNT-OK               PIC X VALUE 'N'.
01  WS-NEXT-PROGRAM             PIC X(8).
01  WS-MESSAGE                  PIC X(78) VALUE SPACES.
01  WS-BROWSE-KEY               PIC X(36).
01  WS-SKIP-KEY                 PIC X(36).
01  WS-START-KEY                PIC X(36).
01  WS-BROWSE-END               PIC X VALUE 'N'.
01  WS-LINE-COUNT               PIC 9(4) COMP VALUE 0.
01  WS-PRIOR-COUNT              PIC 9(4) COMP VALUE 0.
01  WS-HIST-LINE                PIC X(79).
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
        MOVE 'H' TO INQ-SCREEN
        MOVE LOW-VALUES TO INQHSTMO
        MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER' TO MSGO
        PERFORM SEND-MAP-ERASE
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        IF INQ-SCREEN NOT = 'H'
            MOVE 'H' TO INQ-SCREEN
            PERFORM SHOW-FIRST-PAGE
        ELSE
            PERFORM PROCESS-KEY
        END-IF
    END-IF
    EXEC CICS RETURN
        TRANSID('ACIH')
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
        WHEN DFHPF6
            MOVE 'INQSUSP' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN DFHPF9
            MOVE 'INQAUDT' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN DFHPF7
            PERFORM SHOW-PREVIOUS-PAGE
        WHEN DFHPF8
            PERFORM SHOW-NEXT-PAGE
        WHEN OTHER
            MOVE LOW-VALUES TO INQHSTMO
            MOVE 'INVALID KEY - SEE THE KEY LIST BELOW' TO MSGO
            PERFORM SEND-MAP-DATAONLY
    END-EVALUATE.

*> A MAPFAIL just means an empty screen; the account already held in
*> the commarea, if any, stands.
RECEIVE-ACCOUNT.
    MOVE 'Y' TO WS-ACCOUNT-OK
    MOVE LOW-VALUES TO INQHSTMI
    EXEC CICS RECEIVE
        MAP('INQHSTM')
        MAPSET('INQHSTS')
        INTO(INQHSTMI)
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
        MOVE LOW-VALUES TO INQHSTMO
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
    MOVE LOW-VALUES TO INQHSTMO
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

*> Forward from the last row shown. The browse restarts at that key
*> and steps over it, so rows posted since the last screen still
*> appear in their place.
SHOW-NEXT-PAGE.
    MOVE LOW-VALUES TO INQHSTMO
    IF INQ-MORE NOT = 'Y'
        MOVE 'ALREADY AT THE LAST PAGE' TO MSGO
        PERFORM SEND-MAP-DATAONLY
    ELSE
        PERFORM READ-ACCOUNT-NAME
        MOVE INQ-LAST-KEY(1:36) TO WS-BROWSE-KEY
        MOVE INQ-LAST-KEY(1:36) TO WS-SKIP-KEY
        MOVE 'N' TO INQ-MORE
        PERFORM FILL-PAGE
        PERFORM SEND-MAP-ERASE
    END-IF.

*> Backward from the first row shown: READPREV from that key finds
*> up to twelve earlier rows for the account, and the page is then
*> rebuilt forward from the earliest of them. If the first row has
*> gone from the file since (HISTARCH), the browse restarts at the
*> top of the account.
SHOW-PREVIOUS-PAGE.
    MOVE LOW-VALUES TO INQHSTMO
    MOVE 0 TO WS-PRIOR-COUNT
    MOVE 'N' TO WS-BROWSE-END
    MOVE INQ-FIRST-KEY(1:36) TO WS-BROWSE-KEY
    MOVE WS-BROWSE-KEY TO WS-START-KEY
    IF INQ-FIRST-KEY = SPACES
        PERFORM SHOW-FIRST-PAGE
    ELSE
        EXEC CICS STARTBR
            FILE('TRANHST')
            RIDFLD(WS-BROWSE-KEY)
            KEYLENGTH(36)
            EQUAL
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            PERFORM SHOW-FIRST-PAGE
        ELSE
            PERFORM READ-PREV-HISTORY
            PERFORM UNTIL WS-BROWSE-END = 'Y' OR WS-PRIOR-COUNT = 12
                PERFORM READ-PREV-HISTORY
                IF WS-BROWSE-END = 'N'
                    ADD 1 TO WS-PRIOR-COUNT
                    MOVE HIST-KEY TO WS-START-KEY
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE('TRANHST')
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

*> Fills up to twelve lines from WS-BROWSE-KEY, then reads one row
*> further so INQ-MORE tells PF8 whether there is another page.
FILL-PAGE.
    MOVE 0 TO WS-LINE-COUNT
    MOVE 0 TO WS-ERROR-RESP
    MOVE 'N' TO WS-BROWSE-END
    EXEC CICS STARTBR
        FILE('TRANHST')
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(36)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM UNTIL WS-BROWSE-END = 'Y' OR WS-LINE-COUNT = 12
            PERFORM READ-NEXT-HISTORY
            IF WS-BROWSE-END = 'N' AND HIST-KEY NOT = WS-SKIP-KEY
                ADD 1 TO WS-LINE-COUNT
                PERFORM FORMAT-HISTORY-LINE
                IF WS-LINE-COUNT = 1
                    MOVE HIST-KEY TO INQ-FIRST-KEY
                END-IF
                MOVE HIST-KEY TO INQ-LAST-KEY
            END-IF
        END-PERFORM
        IF WS-BROWSE-END = 'N'
            PERFORM READ-NEXT-HISTORY
            IF WS-BROWSE-END = 'N'
                MOVE 'Y' TO INQ-MORE
            END-IF
        END-IF
        EXEC CICS ENDBR
            FILE('TRANHST')
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
            STRING 'HISTORY FILE NOT AVAILABLE - RESP '
                       DELIMITED BY SIZE
                   WS-EDIT-RESP DELIMITED BY SIZE
                   INTO WS-MESSAGE
            END-STRING
            MOVE WS-MESSAGE TO MSGO
        WHEN WS-LINE-COUNT = 0
            MOVE 'NO HISTORY ON FILE FOR THIS ACCOUNT' TO MSGO
        WHEN INQ-MORE = 'Y'
            MOVE 'PRESS PF8 FOR THE NEXT PAGE' TO MSGO
        WHEN OTHER
            MOVE 'END OF HISTORY FOR THIS ACCOUNT' TO MSGO
    END-EVALUATE.

*> The browse ends at the end of the file or at the first row of the
*> next account.
READ-NEXT-HISTORY.
    EXEC CICS READNEXT
        FILE('TRANHST')
        INTO(HISTORY-REC)
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(36)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-END
        IF WS-RESP NOT = DFHRESP(ENDFILE)
            MOVE WS-RESP TO WS-ERROR-RESP
        END-IF
    ELSE
        IF HIST-ACCOUNT-NUMBER NOT = INQ-ACCOUNT-NUMBER
            MOVE 'Y' TO WS-BROWSE-END
        END-IF
    END-IF.

READ-PREV-HISTORY.
    EXEC CICS READPREV
        FILE('TRANHST')
        INTO(HISTORY-REC)
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(36)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-END
    ELSE
        IF HIST-ACCOUNT-NUMBER NOT = INQ-ACCOUNT-NUMBER
            MOVE 'Y' TO WS-BROWSE-END
        END-IF
    END-IF.

FORMAT-HISTORY-LINE.
    MOVE SPACES TO WS-HIST-LINE
    MOVE HIST-TIMESTAMP TO WS-HIST-LINE(1:20)
    MOVE HIST-TRANS-REF TO WS-HIST-LINE(22:6)
    MOVE HIST-TRANS-TYPE TO WS-HIST-LINE(29:1)
    MOVE HIST-AMOUNT TO WS-EDIT-AMOUNT
    MOVE WS-EDIT-AMOUNT TO WS-HIST-LINE(31:15)
    MOVE HIST-ADJUSTED-AMOUNT TO WS-EDIT-AMOUNT
    MOVE WS-EDIT-AMOUNT TO WS-HIST-LINE(47:15)
    MOVE HIST-REVERSED-FLAG TO WS-HIST-LINE(63:1)
    MOVE HIST-RUN-TIMESTAMP(1:8) TO WS-HIST-LINE(65:8)
    MOVE WS-HIST-LINE TO HLINEO(WS-LINE-COUNT).

*> The name is shown when the account is on the master; history for
*> an account since deleted by MSTMAINT still lists.
READ-ACCOUNT-NAME.
    MOVE INQ-ACCOUNT-NUMBER TO ACCTO
    EXEC CICS READ
        FILE('ACCTMST')
        INTO(MASTER-REC)
        RIDFLD(INQ-ACCOUNT-NUMBER)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE MAST-NAME TO HNAMEO
    ELSE
        MOVE '(NOT ON THE MASTER FILE)' TO HNAMEO
    END-IF.

SEND-MAP-ERASE.
    EXEC CICS SEND
        MAP('INQHSTM')
        MAPSET('INQHSTS')
        FROM(INQHSTMO)
        ERASE
    END-EXEC.

SEND-MAP-DATAONLY.
    EXEC CICS SEND
        MAP('INQHSTM')
        MAPSET('INQHSTS')
        FROM(INQHSTMO)
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
