      >>SOURCE FORMAT FREE
      *> INQSUMM - online account summary, CICS transaction ACIQ, map
      *> INQSUMM in mapset INQSUMS. Customer service keys an account
      *> number and the screen shows the account's standing from the
      *> CONVERTFB account master (CICS file ACCTMST over
      *> ACCOUNT.MASTER.DATASET): name, status, class, balance, credit
      *> limit and available credit, and the last posting amount and
      *> timestamp.
      *>
      *> This is the entry screen of the four inquiry transactions:
      *>   ACIQ  INQSUMM  account summary
      *>   ACIH  INQHIST  transaction history, scrollable
      *>   ACIS  INQSUSP  open suspense items
      *>   ACIA  INQAUDT  audit trail
      *> PF5, PF6 and PF9 carry the account across to the other three
      *> by XCTL; each of them returns here on PF4. PF3 or CLEAR ends
      *> the inquiry. The screens are pseudo-conversational: the
      *> account and the browse position travel in a 92-byte commarea
      *> that is laid out the same in all four programs.
      *>
      *> Every inquiry program is read-only - the files are defined
      *> to CICS with READ and BROWSE only. Status, name and limit
      *> changes stay with the MSTMAINT batch cards.
IDENTIFICATION DIVISION.
PROGRAM-ID. INQSUMM.
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

*> Symbolic map for INQSUMM, matching the field order of the
*> INQSUMS macro source.
01  INQSUMMI.
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
    05  SSTATL                  PIC S9(4) COMP.
    05  SSTATF                  PIC X.
    05  FILLER REDEFINES SSTATF.
        10  SSTATA              PIC X.
    05  SSTATI                  PIC X.
    05  SSTATDL                 PIC S9(4) COMP.
    05  SSTATDF                 PIC X.
    05  FILLER REDEFINES SSTATDF.
        10  SSTATDA             PIC X.
    05  SSTATDI                 PIC X(12).
    05  SCLASSL                 PIC S9(4) COMP.
    05  SCLASSF                 PIC X.
    05  FILLER REDEFINES SCLASSF.
        10  SCLASSA             PIC X.
    05  SCLASSI                 PIC X(2).
    05  SBALL                   PIC S9(4) COMP.
    05  SBALF                   PIC X.
    05  FILLER REDEFINES SBALF.
        10  SBALA               PIC X.
    05  SBALI                   PIC X(18).
    05  SLIMITL                 PIC S9(4) COMP.
    05  SLIMITF                 PIC X.
    05  FILLER REDEFINES SLIMITF.
        10  SLIMITA             PIC X.
    05  SLIMITI                 PIC X(15).
    05  SAVAILL                 PIC S9(4) COMP.
    05  SAVAILF                 PIC X.
    05  FILLER REDEFINES SAVAILF.
        10  SAVAILA             PIC X.
    05  SAVAILI                 PIC X(18).
    05  SLAMTL                  PIC S9(4) COMP.
    05  SLAMTF                  PIC X.
    05  FILLER REDEFINES SLAMTF.
        10  SLAMTA              PIC X.
    05  SLAMTI                  PIC X(15).
    05  SLTSL                   PIC S9(4) COMP.
    05  SLTSF                   PIC X.
    05  FILLER REDEFINES SLTSF.
        10  SLTSA               PIC X.
    05  SLTSI                   PIC X(20).
    05  MSGL                    PIC S9(4) COMP.
    05  MSGF                    PIC X.
    05  FILLER REDEFINES MSGF.
        10  MSGA                PIC X.
    05  MSGI                    PIC X(78).

01  INQSUMMO REDEFINES INQSUMMI.
    05  FILLER                  PIC X(12).
    05  FILLER                  PIC X(3).
    05  ACCTO                   PIC X(10).
    05  FILLER                  PIC X(3).
    05  SNAMEO                  PIC X(30).
    05  FILLER                  PIC X(3).
    05  SSTATO                  PIC X.
    05  FILLER                  PIC X(3).
    05  SSTATDO                 PIC X(12).
    05  FILLER                  PIC X(3).
    05  SCLASSO                 PIC X(2).
    05  FILLER                  PIC X(3).
    05  SBALO                   PIC X(18).
    05  FILLER                  PIC X(3).
    05  SLIMITO                 PIC X(15).
    05  FILLER                  PIC X(3).
    05  SAVAILO                 PIC X(18).
    05  FILLER                  PIC X(3).
    05  SLAMTO                  PIC X(15).
    05  FILLER                  PIC X(3).
    05  SLTSO                   PIC X(20).
    05  FILLER                  PIC X(3).
    05  MSGO                    PIC X(78).

01  WS-RESP                     PIC S9(8) COMP.
01  WS-ACCOUNT-OK               PIC X VALUE 'N'.
01  WS-NEXT-PROGRAM             PIC X(8).
01  WS-MESSAGE                  PIC X(78) VALUE SPACES.
01  WS-AVAILABLE                PIC S9(12)V99 VALUE 0.
01  WS-EDIT-BALANCE             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
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
        MOVE 'M' TO INQ-SCREEN
        MOVE LOW-VALUES TO INQSUMMO
        MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER' TO MSGO
        PERFORM SEND-MAP-ERASE
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        IF INQ-SCREEN NOT = 'M'
            MOVE 'M' TO INQ-SCREEN
            PERFORM SHOW-SUMMARY
        ELSE
            PERFORM PROCESS-KEY
        END-IF
    END-IF
    EXEC CICS RETURN
        TRANSID('ACIQ')
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
                PERFORM SHOW-SUMMARY
            END-IF
        WHEN DFHPF5
            MOVE 'INQHIST' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN DFHPF6
            MOVE 'INQSUSP' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN DFHPF9
            MOVE 'INQAUDT' TO WS-NEXT-PROGRAM
            PERFORM TRANSFER-SCREEN
        WHEN OTHER
            MOVE LOW-VALUES TO INQSUMMO
            MOVE 'INVALID KEY - SEE THE KEY LIST BELOW' TO MSGO
            PERFORM SEND-MAP-DATAONLY
    END-EVALUATE.

*> The account field is returned whenever it holds data (FSET), so
*> a MAPFAIL just means an empty screen; the account already held in
*> the commarea, if any, stands.
RECEIVE-ACCOUNT.
    MOVE 'Y' TO WS-ACCOUNT-OK
    MOVE LOW-VALUES TO INQSUMMI
    EXEC CICS RECEIVE
        MAP('INQSUMM')
        MAPSET('INQSUMS')
        INTO(INQSUMMI)
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
        MOVE LOW-VALUES TO INQSUMMO
        MOVE WS-MESSAGE TO MSGO
        PERFORM SEND-MAP-DATAONLY
    END-IF.

*> The other screens are entered with the account from the commarea;
*> an account keyed over the current one goes with it.
TRANSFER-SCREEN.
    PERFORM RECEIVE-ACCOUNT
    IF WS-ACCOUNT-OK = 'Y'
        EXEC CICS XCTL
            PROGRAM(WS-NEXT-PROGRAM)
            COMMAREA(WS-COMMAREA)
            LENGTH(92)
        END-EXEC
    END-IF.

SHOW-SUMMARY.
    MOVE LOW-VALUES TO INQSUMMO
    IF INQ-ACCOUNT-NUMBER = SPACES
        MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER' TO MSGO
    ELSE
        MOVE INQ-ACCOUNT-NUMBER TO ACCTO
        EXEC CICS READ
            FILE('ACCTMST')
            INTO(MASTER-REC)
            RIDFLD(INQ-ACCOUNT-NUMBER)
            RESP(WS-RESP)
        END-EXEC
        EVALUATE WS-RESP
            WHEN DFHRESP(NORMAL)
                PERFORM FORMAT-SUMMARY
            WHEN DFHRESP(NOTFND)
                MOVE 'ACCOUNT NOT ON THE MASTER FILE' TO MSGO
            WHEN OTHER
                MOVE WS-RESP TO WS-EDIT-RESP
                MOVE SPACES TO WS-MESSAGE
                STRING 'MASTER FILE NOT AVAILABLE - RESP '
                           DELIMITED BY SIZE
                       WS-EDIT-RESP DELIMITED BY SIZE
                       INTO WS-MESSAGE
                END-STRING
                MOVE WS-MESSAGE TO MSGO
        END-EVALUATE
    END-IF
    PERFORM SEND-MAP-ERASE.

*> Available credit is the limit less what the account is drawn:
*> limit + balance, the same figure LIMITRPT prints. No limit shows
*> as NONE with no available figure.
FORMAT-SUMMARY.
    MOVE MAST-NAME TO SNAMEO
    MOVE MAST-STATUS TO SSTATO
    EVALUATE MAST-STATUS
        WHEN 'A'
        WHEN SPACE
            MOVE 'ACTIVE' TO SSTATDO
        WHEN 'F'
            MOVE 'FROZEN' TO SSTATDO
        WHEN 'C'
            MOVE 'CLOSED' TO SSTATDO
        WHEN 'D'
            MOVE 'DORMANT' TO SSTATDO
        WHEN OTHER
            MOVE 'UNKNOWN' TO SSTATDO
    END-EVALUATE
    MOVE MAST-ACCOUNT-CLASS TO SCLASSO
    MOVE MAST-BALANCE TO WS-EDIT-BALANCE
    MOVE WS-EDIT-BALANCE TO SBALO
    IF MAST-CREDIT-LIMIT NUMERIC AND MAST-CREDIT-LIMIT > 0
        MOVE MAST-CREDIT-LIMIT TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO SLIMITO
        COMPUTE WS-AVAILABLE = MAST-CREDIT-LIMIT + MAST-BALANCE
        MOVE WS-AVAILABLE TO WS-EDIT-BALANCE
        MOVE WS-EDIT-BALANCE TO SAVAILO
    ELSE
        MOVE 'NONE' TO SLIMITO
    END-IF
    MOVE MAST-LAST-AMOUNT TO WS-EDIT-AMOUNT
    MOVE WS-EDIT-AMOUNT TO SLAMTO
    MOVE MAST-TIMESTAMP TO SLTSO
    EVALUATE MAST-STATUS
        WHEN 'F'
        WHEN 'C'
            MOVE 'POSTINGS TO THIS ACCOUNT GO TO SUSPENSE' TO MSGO
        WHEN 'D'
            MOVE 'DORMANT - POSTINGS LIST FOR MSTMAINT REACTIVATION SIGN-OFF'
                TO MSGO
        WHEN OTHER
            IF MAST-CREDIT-LIMIT NUMERIC AND MAST-CREDIT-LIMIT > 0
               AND WS-AVAILABLE < 0
                MOVE 'ACCOUNT IS OVER ITS CREDIT LIMIT' TO MSGO
            END-IF
    END-EVALUATE.

SEND-MAP-ERASE.
    EXEC CICS SEND
        MAP('INQSUMM')
        MAPSET('INQSUMS')
        FROM(INQSUMMO)
        ERASE
    END-EXEC.

SEND-MAP-DATAONLY.
    EXEC CICS SEND
        MAP('INQSUMM')
        MAPSET('INQSUMS')
        FROM(INQSUMMO)
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
