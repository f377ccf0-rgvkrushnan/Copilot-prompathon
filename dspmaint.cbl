      >>SOURCE FORMAT FREE
      *> DSPMAINT - transaction dispute and chargeback case maintenance,
      *> run outside the nightly conversion window. One case per
      *> disputed posting, held on the dispute case KSDS (CASEFILE)
      *> under the disputed row's history key, with the open date,
      *> reason, disputed amount and a status:
      *>   O  open - the provisional credit is written but has not
      *>      yet posted
      *>   P  provisionally credited - CONVERTFB has posted it
      *>   U  upheld - closed in the customer's favour
      *>   D  declined - closed against the customer
      *>
      *> The money moves through the ordinary CONVERTFB input path:
      *> every case action writes 'A' adjustment transactions in the
      *> 80-byte input layout to the dispute posting dataset
      *> (PSTFILE), which the nightly CONVERT step reads under its
      *> ADJUSTF DD after the accrual charges, so they post, audit and
      *> reach history, the GL extract and statements like any other
      *> record. Opening a case credits the disputed amount
      *> provisionally (reference DSPPRV). Upholding it posts the
      *> final reversal of the disputed amount (DSPFNL) and withdraws
      *> the provisional credit it replaces (DSPWDR), so the customer
      *> keeps exactly one credit. Declining it re-debits the
      *> provisional credit (DSPRDB). The transactions are stamped
      *> with this run's date and time and a sequence number in cols
      *> 17-20 of the timestamp, so two cases on one account in one
      *> run cannot collide in the CONVERTFB duplicate test; the
      *> account name is taken off the master, which CONVERTFB
      *> rewrites from the input record. CONVERTFB will not combine a
      *> keyed 'R' reversal against a disputed posting - it suspends
      *> it as POSTING IN DISPUTE - so the case is the only route.
      *>
      *> The disputed history row is marked with a reversed-flag value
      *> of D while the case runs, which STMTPRT prints as *DISPUTED
      *> and the ACIH inquiry screen shows in its flag column. An
      *> upheld case sets the flag to V, as a matched reversal does,
      *> so the posting reads *REVERSED and no later reversal can
      *> combine against it. A declined case clears the flag back to
      *> blank - the posting stands and is an ordinary posting again,
      *> which a later keyed reversal can match.
      *>
      *> Every run first checks each open case for its provisional
      *> credit on the history file and moves the case to P once it
      *> has posted. A case still open a night after its credit was
      *> written is listed - the credit has gone to suspense (the
      *> account frozen or closed, say) and must be repaired before
      *> the case can go any further: a case can be upheld or
      *> declined only once it is provisionally credited, since both
      *> take the provisional credit back. A case whose disputed row
      *> has been reversed by some other route since it opened is
      *> listed so it can be declined - upholding it would refund the
      *> customer twice.
      *>
      *> Case card format (80 bytes):
      *>   col  1      action - O open, U uphold, D decline
      *>   cols 2-11   account number      ) history key of the
      *>   cols 12-31  transaction timestamp ) disputed posting
      *>   cols 32-37  transaction reference )
      *>   cols 38-41  reason code (O, required) - DSPAGING takes its
      *>               response deadlines by reason code
      *>   cols 42-52  disputed amount 9(9)V99 (O; blank or zero =
      *>               the whole posting). Only a customer debit - a
      *>               payment or fee, type P, F or blank, with a
      *>               negative amount - can be disputed, for no more
      *>               than its amount.
      *>   cols 53-60  operator id - required on every card
      *> Cards that fail the edits, name a posting that is not on the
      *> live history, open a case already on file or act on a case
      *> that is closed or not yet credited are rejected with a reason
      *> and RC=4; an uncredited or reversed case listed by the first
      *> pass also ends RC=4. A case, history or posting write failure
      *> ends RC=8.
IDENTIFICATION DIVISION.
PROGRAM-ID. DSPMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARDFILE ASSIGN TO 'DISPUTE.CARDS'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT CASEFILE ASSIGN TO 'DISPUTE.CASES'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DSP-KEY
        FILE STATUS IS WS-CASE-STATUS.
    SELECT HISTFILE ASSIGN TO 'TRANSACTION.HISTORY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    SELECT MSTRFILE ASSIGN TO 'ACCOUNT.MASTER.DATASET'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-ACCOUNT-NUMBER
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT PSTFILE ASSIGN TO 'DISPUTE.POSTINGS'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-POST-STATUS.
    SELECT RPTFILE ASSIGN TO 'DISPUTE.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CARDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS DISPUTE-CARD.

01  DISPUTE-CARD.
    05  DSC-ACTION          PIC X.
    05  DSC-KEY.
        10  DSC-ACCOUNT-NUMBER  PIC X(10).
        10  DSC-TIMESTAMP       PIC X(20).
        10  DSC-TRANS-REF       PIC X(6).
    05  DSC-REASON          PIC X(4).
    05  DSC-AMOUNT          PIC X(11).
    05  DSC-AMOUNT-NUM REDEFINES DSC-AMOUNT PIC 9(9)V99.
    05  DSC-OPERATOR        PIC X(8).
    05  FILLER              PIC X(20).

*> Dispute case - keyed by the disputed row's history key. The
*> provisional credit's timestamp is kept so the posting can be
*> found on history (reference DSPPRV); the closing timestamp is
*> the one the final reversal and withdrawal, or the re-debit,
*> carry.
FD  CASEFILE
    RECORD CONTAINS 140 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS DISPUTE-REC.

01  DISPUTE-REC.
    05  DSP-KEY.
        10  DSP-ACCOUNT-NUMBER  PIC X(10).
        10  DSP-TIMESTAMP       PIC X(20).
        10  DSP-TRANS-REF       PIC X(6).
    05  DSP-STATUS              PIC X.
    05  DSP-OPEN-DATE           PIC X(8).
    05  DSP-REASON              PIC X(4).
    05  DSP-AMOUNT              PIC 9(9)V99.
    05  DSP-OPENED-BY           PIC X(8).
    05  DSP-CREDIT-TIMESTAMP    PIC X(20).
    05  DSP-CREDIT-POSTED       PIC X(8).
    05  DSP-CLOSE-DATE          PIC X(8).
    05  DSP-CLOSED-BY           PIC X(8).
    05  DSP-CLOSE-TIMESTAMP     PIC X(20).
    05  FILLER                  PIC X(8).

FD  HISTFILE
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS HISTORY-REC.

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

FD  MSTRFILE
    RECORD CONTAINS 100 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS MASTER-REC.

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

FD  PSTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS POSTING-REC.

*> The CONVERTFB input layout - name, account, timestamp, signed
*> display amount, type, reference and currency (blank = base).
01  POSTING-REC.
    05  PST-NAME                PIC X(30).
    05  PST-ACCOUNT-NUMBER      PIC X(10).
    05  PST-TIMESTAMP           PIC X(20).
    05  PST-AMOUNT              PIC S9(8)V99.
    05  PST-TRANS-TYPE          PIC X.
    05  PST-TRANS-REF           PIC X(6).
    05  PST-CURRENCY-CODE       PIC X(3).

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REPORT-REC.

01  REPORT-REC            PIC X(133).

WORKING-STORAGE SECTION.
01  WS-CARD-STATUS        PIC XX.
01  WS-CASE-STATUS        PIC XX.
01  WS-HIST-STATUS        PIC XX.
01  WS-POST-STATUS        PIC XX.
01  WS-MASTER-STATUS      PIC XX.
01  WS-CARD-EOF           PIC X VALUE 'N'.
01  WS-CASE-EOF           PIC X VALUE 'N'.
01  WS-REJECT-REASON      PIC X(30) VALUE SPACES.
01  WS-HIST-FOUND         PIC X VALUE 'N'.
01  WS-CASE-FOUND         PIC X VALUE 'N'.
01  WS-ACCOUNT-NAME       PIC X(30) VALUE SPACES.
01  WS-DISPUTE-AMOUNT     PIC 9(9)V99 VALUE 0.
01  WS-POSTING-AMOUNT     PIC S9(8)V99 VALUE 0.
01  WS-POSTING-REF        PIC X(6) VALUE SPACES.
01  WS-POSTING-TIMESTAMP  PIC X(20) VALUE SPACES.
01  WS-POSTING-SEQUENCE   PIC 9(4) VALUE 0.
01  WS-MAX-POSTING        PIC 9(9)V99 VALUE 99999999.99.
01  WS-CARD-COUNT         PIC 9(8) VALUE 0.
01  WS-OPENED-COUNT       PIC 9(8) VALUE 0.
01  WS-UPHELD-COUNT       PIC 9(8) VALUE 0.
01  WS-DECLINED-COUNT     PIC 9(8) VALUE 0.
01  WS-REJECTED-COUNT     PIC 9(8) VALUE 0.
01  WS-CREDITED-COUNT     PIC 9(8) VALUE 0.
01  WS-REVERSED-COUNT     PIC 9(8) VALUE 0.
01  WS-UNCREDITED-COUNT   PIC 9(8) VALUE 0.
01  WS-POSTING-COUNT      PIC 9(8) VALUE 0.
01  WS-WRITE-FAILED       PIC 9(8) VALUE 0.
01  WS-TS-VALID           PIC X VALUE 'Y'.
01  WS-TS-YEAR            PIC 9(4).
01  WS-TS-MONTH           PIC 9(2).
01  WS-TS-DAY             PIC 9(2).
01  WS-MONTH-DAYS         PIC 9(2).
01  WS-TS-HH              PIC 9(2).
01  WS-TS-MM              PIC 9(2).
01  WS-TS-SS              PIC 9(2).
01  WS-RUN-DATE           PIC X(8).
01  WS-RUN-TIME           PIC X(8).
01  WS-RUN-TIMESTAMP      PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    OPEN I-O CASEFILE
    OPEN I-O HISTFILE
    OPEN INPUT MSTRFILE
    OPEN OUTPUT PSTFILE
    OPEN OUTPUT RPTFILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE DELIMITED BY SIZE
           WS-RUN-TIME DELIMITED BY SIZE
           INTO WS-RUN-TIMESTAMP
    END-STRING
    PERFORM WRITE-REPORT-HEADING
    PERFORM CONFIRM-OPEN-CASES
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        PERFORM UNTIL WS-CARD-EOF = 'Y'
            READ CARDFILE
                AT END
                    MOVE 'Y' TO WS-CARD-EOF
                NOT AT END
                    ADD 1 TO WS-CARD-COUNT
                    PERFORM PROCESS-CARD
            END-READ
        END-PERFORM
        CLOSE CARDFILE
    END-IF
    PERFORM WRITE-REPORT-TOTALS
    EVALUATE TRUE
        WHEN WS-WRITE-FAILED > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-REJECTED-COUNT > 0 OR WS-REVERSED-COUNT > 0
          OR WS-UNCREDITED-COUNT > 0
            MOVE 4 TO RETURN-CODE
    END-EVALUATE
    CLOSE CASEFILE
    CLOSE HISTFILE
    CLOSE MSTRFILE
    CLOSE PSTFILE
    CLOSE RPTFILE
    STOP RUN.

*> One pass over the case file ahead of the cards: an open case
*> whose provisional credit has reached history moves to P with
*> the date it posted; one opened before today whose credit has
*> still not posted is listed for the suspense to be worked. An
*> open or credited case whose disputed row now carries the
*> reversed flag is listed for a decision.
CONFIRM-OPEN-CASES.
    MOVE LOW-VALUES TO DSP-KEY
    START CASEFILE KEY NOT < DSP-KEY
        INVALID KEY
            MOVE 'Y' TO WS-CASE-EOF
    END-START
    PERFORM UNTIL WS-CASE-EOF = 'Y'
        READ CASEFILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CASE-EOF
            NOT AT END
                IF DSP-STATUS = 'O'
                    PERFORM CHECK-PROVISIONAL-CREDIT
                END-IF
                IF DSP-STATUS = 'O' AND DSP-OPEN-DATE < WS-RUN-DATE
                    PERFORM REPORT-UNCREDITED-CASE
                END-IF
                IF DSP-STATUS = 'O' OR DSP-STATUS = 'P'
                    PERFORM CHECK-DISPUTED-ROW
                END-IF
        END-READ
    END-PERFORM.

CHECK-PROVISIONAL-CREDIT.
    MOVE DSP-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER
    MOVE DSP-CREDIT-TIMESTAMP TO HIST-TIMESTAMP
    MOVE 'DSPPRV' TO HIST-TRANS-REF
    READ HISTFILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'P' TO DSP-STATUS
            MOVE HIST-RUN-TIMESTAMP(1:8) TO DSP-CREDIT-POSTED
            PERFORM REWRITE-CONFIRMED-CASE
    END-READ.

REWRITE-CONFIRMED-CASE.
    REWRITE DISPUTE-REC
        INVALID KEY
            PERFORM REPORT-CASE-FAILURE
        NOT INVALID KEY
            ADD 1 TO WS-CREDITED-COUNT
            MOVE SPACES TO REPORT-REC
            MOVE 'CREDITED: ' TO REPORT-REC(1:10)
            PERFORM FORMAT-CASE-LINE
            MOVE ' CREDIT POSTED ' TO REPORT-REC(88:15)
            MOVE DSP-CREDIT-POSTED TO REPORT-REC(103:8)
            WRITE REPORT-REC
    END-REWRITE.

REPORT-UNCREDITED-CASE.
    ADD 1 TO WS-UNCREDITED-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE 'NOT CRED: ' TO REPORT-REC(1:10)
    PERFORM FORMAT-CASE-LINE
    MOVE ' CREDIT NOT POSTED - CHECK SUSPENSE' TO REPORT-REC(88:35)
    WRITE REPORT-REC.

CHECK-DISPUTED-ROW.
    MOVE DSP-KEY TO HIST-KEY
    READ HISTFILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF HIST-REVERSED-FLAG = 'V'
                ADD 1 TO WS-REVERSED-COUNT
                MOVE SPACES TO REPORT-REC
                MOVE 'REVERSED: ' TO REPORT-REC(1:10)
                PERFORM FORMAT-CASE-LINE
                MOVE ' REVERSED OUTSIDE CASE - DECLINE IT'
                    TO REPORT-REC(88:35)
                WRITE REPORT-REC
            END-IF
    END-READ.

PROCESS-CARD.
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN DSC-ACTION NOT = 'O' AND DSC-ACTION NOT = 'U'
             AND DSC-ACTION NOT = 'D'
            MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
        WHEN DSC-ACCOUNT-NUMBER NOT NUMERIC
            MOVE 'INVALID ACCT NO' TO WS-REJECT-REASON
        WHEN DSC-OPERATOR = SPACES
            MOVE 'OPERATOR ID REQUIRED' TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM EDIT-CARD-TIMESTAMP
            IF WS-TS-VALID = 'N'
                MOVE 'INVALID TIMESTAMP' TO WS-REJECT-REASON
            END-IF
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
        PERFORM READ-CASE-AND-HISTORY
        EVALUATE DSC-ACTION
            WHEN 'O'
                PERFORM EDIT-OPEN
            WHEN OTHER
                PERFORM EDIT-CLOSE
        END-EVALUATE
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM READ-ACCOUNT-NAME
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WRITE-REJECT-LINE
    ELSE
        EVALUATE DSC-ACTION
            WHEN 'O'
                PERFORM APPLY-OPEN
            WHEN 'U'
                PERFORM APPLY-UPHOLD
            WHEN 'D'
                PERFORM APPLY-DECLINE
        END-EVALUATE
    END-IF.

*> Positions both files on the card's key; the case record and the
*> disputed row stay in their buffers for the edits and the apply.
READ-CASE-AND-HISTORY.
    MOVE DSC-KEY TO DSP-KEY
    MOVE 'Y' TO WS-CASE-FOUND
    READ CASEFILE
        INVALID KEY
            MOVE 'N' TO WS-CASE-FOUND
    END-READ
    MOVE DSC-KEY TO HIST-KEY
    MOVE 'Y' TO WS-HIST-FOUND
    READ HISTFILE
        INVALID KEY
            MOVE 'N' TO WS-HIST-FOUND
    END-READ.

*> Only a customer debit still on the live history can be disputed
*> - the same population CONVERTFB credit-limits and MONITOR
*> judges. A reversed posting has nothing left to dispute.
EDIT-OPEN.
    EVALUATE TRUE
        WHEN WS-CASE-FOUND = 'Y'
            MOVE 'CASE ALREADY ON FILE' TO WS-REJECT-REASON
        WHEN WS-HIST-FOUND = 'N'
            MOVE 'POSTING NOT ON HISTORY' TO WS-REJECT-REASON
        WHEN HIST-TRANS-TYPE NOT = 'P' AND HIST-TRANS-TYPE NOT = 'F'
             AND HIST-TRANS-TYPE NOT = SPACE
            MOVE 'NOT A CUSTOMER DEBIT' TO WS-REJECT-REASON
        WHEN HIST-AMOUNT NOT < 0
            MOVE 'NOT A CUSTOMER DEBIT' TO WS-REJECT-REASON
        WHEN HIST-REVERSED-FLAG = 'V'
            MOVE 'POSTING ALREADY REVERSED' TO WS-REJECT-REASON
        WHEN DSC-REASON = SPACES
            MOVE 'REASON CODE REQUIRED' TO WS-REJECT-REASON
        WHEN DSC-AMOUNT NOT = SPACES AND DSC-AMOUNT-NUM NOT NUMERIC
            MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
        WHEN OTHER
            IF DSC-AMOUNT = SPACES OR DSC-AMOUNT-NUM = 0
                COMPUTE WS-DISPUTE-AMOUNT = 0 - HIST-AMOUNT
            ELSE
                MOVE DSC-AMOUNT-NUM TO WS-DISPUTE-AMOUNT
            END-IF
            EVALUATE TRUE
                WHEN WS-DISPUTE-AMOUNT > 0 - HIST-AMOUNT
                    MOVE 'AMOUNT EXCEEDS POSTING' TO WS-REJECT-REASON
                WHEN WS-DISPUTE-AMOUNT > WS-MAX-POSTING
                    MOVE 'AMOUNT TOO LARGE TO POST' TO WS-REJECT-REASON
            END-EVALUATE
    END-EVALUATE.

*> Both closing actions take the provisional credit back, so the
*> credit must have posted first - a case still O has nothing on
*> the account to withdraw or re-debit. An upheld case must not
*> already have been refunded by a keyed reversal; a declined one
*> may - declining then only takes back the provisional credit.
EDIT-CLOSE.
    EVALUATE TRUE
        WHEN WS-CASE-FOUND = 'N'
            MOVE 'NO CASE ON FILE' TO WS-REJECT-REASON
        WHEN DSP-STATUS = 'O'
            MOVE 'PROVISIONAL CREDIT NOT POSTED' TO WS-REJECT-REASON
        WHEN DSP-STATUS NOT = 'P'
            MOVE 'CASE ALREADY CLOSED' TO WS-REJECT-REASON
        WHEN DSC-ACTION = 'U' AND WS-HIST-FOUND = 'Y'
             AND HIST-REVERSED-FLAG = 'V'
            MOVE 'REVERSED OUTSIDE CASE' TO WS-REJECT-REASON
        WHEN OTHER
            MOVE DSP-AMOUNT TO WS-DISPUTE-AMOUNT
    END-EVALUATE.

*> CONVERTFB rewrites the master name from every record it posts,
*> so the postings carry the name the master already holds.
READ-ACCOUNT-NAME.
    MOVE DSC-ACCOUNT-NUMBER TO MAST-ACCOUNT-NUMBER
    READ MSTRFILE
        INVALID KEY
            MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
        NOT INVALID KEY
            MOVE MAST-NAME TO WS-ACCOUNT-NAME
    END-READ.

APPLY-OPEN.
    PERFORM NEXT-POSTING-TIMESTAMP
    MOVE DSC-KEY TO DSP-KEY
    MOVE 'O' TO DSP-STATUS
    MOVE WS-RUN-DATE TO DSP-OPEN-DATE
    MOVE DSC-REASON TO DSP-REASON
    MOVE WS-DISPUTE-AMOUNT TO DSP-AMOUNT
    MOVE DSC-OPERATOR TO DSP-OPENED-BY
    MOVE WS-POSTING-TIMESTAMP TO DSP-CREDIT-TIMESTAMP
    MOVE SPACES TO DSP-CREDIT-POSTED
    MOVE SPACES TO DSP-CLOSE-DATE
    MOVE SPACES TO DSP-CLOSED-BY
    MOVE SPACES TO DSP-CLOSE-TIMESTAMP
    MOVE SPACES TO DISPUTE-REC(133:8)
    WRITE DISPUTE-REC
        INVALID KEY
            PERFORM REPORT-CASE-FAILURE
        NOT INVALID KEY
            ADD 1 TO WS-OPENED-COUNT
            MOVE SPACES TO REPORT-REC
            MOVE 'OPENED:   ' TO REPORT-REC(1:10)
            PERFORM FORMAT-CASE-LINE
            MOVE ' BY ' TO REPORT-REC(88:4)
            MOVE DSC-OPERATOR TO REPORT-REC(92:8)
            WRITE REPORT-REC
            MOVE WS-DISPUTE-AMOUNT TO WS-POSTING-AMOUNT
            MOVE 'DSPPRV' TO WS-POSTING-REF
            PERFORM WRITE-POSTING
            MOVE 'D' TO HIST-REVERSED-FLAG
            PERFORM REWRITE-DISPUTED-ROW
    END-WRITE.

APPLY-UPHOLD.
    PERFORM NEXT-POSTING-TIMESTAMP
    MOVE 'U' TO DSP-STATUS
    PERFORM CLOSE-CASE
    IF WS-CASE-STATUS = '00'
        ADD 1 TO WS-UPHELD-COUNT
        MOVE SPACES TO REPORT-REC
        MOVE 'UPHELD:   ' TO REPORT-REC(1:10)
        PERFORM FORMAT-CASE-LINE
        MOVE ' BY ' TO REPORT-REC(88:4)
        MOVE DSC-OPERATOR TO REPORT-REC(92:8)
        WRITE REPORT-REC
        MOVE WS-DISPUTE-AMOUNT TO WS-POSTING-AMOUNT
        MOVE 'DSPFNL' TO WS-POSTING-REF
        PERFORM WRITE-POSTING
        COMPUTE WS-POSTING-AMOUNT = 0 - WS-DISPUTE-AMOUNT
        MOVE 'DSPWDR' TO WS-POSTING-REF
        PERFORM WRITE-POSTING
        IF WS-HIST-FOUND = 'Y'
            MOVE 'V' TO HIST-REVERSED-FLAG
            PERFORM REWRITE-DISPUTED-ROW
        END-IF
    END-IF.

APPLY-DECLINE.
    PERFORM NEXT-POSTING-TIMESTAMP
    MOVE 'D' TO DSP-STATUS
    PERFORM CLOSE-CASE
    IF WS-CASE-STATUS = '00'
        ADD 1 TO WS-DECLINED-COUNT
        MOVE SPACES TO REPORT-REC
        MOVE 'DECLINED: ' TO REPORT-REC(1:10)
        PERFORM FORMAT-CASE-LINE
        MOVE ' BY ' TO REPORT-REC(88:4)
        MOVE DSC-OPERATOR TO REPORT-REC(92:8)
        WRITE REPORT-REC
        COMPUTE WS-POSTING-AMOUNT = 0 - WS-DISPUTE-AMOUNT
        MOVE 'DSPRDB' TO WS-POSTING-REF
        PERFORM WRITE-POSTING
        IF WS-HIST-FOUND = 'Y' AND HIST-REVERSED-FLAG = 'D'
            MOVE SPACE TO HIST-REVERSED-FLAG
            PERFORM REWRITE-DISPUTED-ROW
        END-IF
    END-IF.

CLOSE-CASE.
    MOVE WS-RUN-DATE TO DSP-CLOSE-DATE
    MOVE DSC-OPERATOR TO DSP-CLOSED-BY
    MOVE WS-POSTING-TIMESTAMP TO DSP-CLOSE-TIMESTAMP
    REWRITE DISPUTE-REC
        INVALID KEY
            PERFORM REPORT-CASE-FAILURE
    END-REWRITE.

*> Run date and time to the hundredth, then a sequence number in
*> cols 17-20 - CONVERTFB edits only the date and HHMMSS, and the
*> sequence keeps every posting this run writes on its own key.
NEXT-POSTING-TIMESTAMP.
    ADD 1 TO WS-POSTING-SEQUENCE
    MOVE WS-RUN-TIMESTAMP(1:16) TO WS-POSTING-TIMESTAMP(1:16)
    MOVE WS-POSTING-SEQUENCE TO WS-POSTING-TIMESTAMP(17:4).

WRITE-POSTING.
    MOVE WS-ACCOUNT-NAME TO PST-NAME
    MOVE DSC-ACCOUNT-NUMBER TO PST-ACCOUNT-NUMBER
    MOVE WS-POSTING-TIMESTAMP TO PST-TIMESTAMP
    MOVE WS-POSTING-AMOUNT TO PST-AMOUNT
    MOVE 'A' TO PST-TRANS-TYPE
    MOVE WS-POSTING-REF TO PST-TRANS-REF
    MOVE SPACES TO PST-CURRENCY-CODE
    WRITE POSTING-REC
    IF WS-POST-STATUS = '00'
        ADD 1 TO WS-POSTING-COUNT
        MOVE SPACES TO REPORT-REC
        MOVE '  POSTING ' TO REPORT-REC(1:10)
        MOVE PST-TRANS-REF TO REPORT-REC(11:6)
        MOVE ' ' TO REPORT-REC(17:1)
        MOVE PST-TIMESTAMP TO REPORT-REC(18:20)
        MOVE ' AMOUNT ' TO REPORT-REC(38:8)
        MOVE PST-AMOUNT TO REPORT-REC(46:10)
        WRITE REPORT-REC
    ELSE
        PERFORM REPORT-POSTING-FAILURE
    END-IF.

REPORT-POSTING-FAILURE.
    ADD 1 TO WS-WRITE-FAILED
    MOVE SPACES TO REPORT-REC
    MOVE '*** POSTING NOT WRITTEN, STATUS ' TO REPORT-REC(1:32)
    MOVE WS-POST-STATUS TO REPORT-REC(33:2)
    MOVE ': ' TO REPORT-REC(35:2)
    MOVE PST-ACCOUNT-NUMBER TO REPORT-REC(37:10)
    MOVE ' ' TO REPORT-REC(47:1)
    MOVE PST-TRANS-REF TO REPORT-REC(48:6)
    MOVE ' ' TO REPORT-REC(54:1)
    MOVE PST-TIMESTAMP TO REPORT-REC(55:20)
    WRITE REPORT-REC.

REWRITE-DISPUTED-ROW.
    REWRITE HISTORY-REC
        INVALID KEY
            ADD 1 TO WS-WRITE-FAILED
            MOVE SPACES TO REPORT-REC
            MOVE '*** HISTORY NOT FLAGGED, STATUS ' TO REPORT-REC(1:32)
            MOVE WS-HIST-STATUS TO REPORT-REC(33:2)
            MOVE ': ' TO REPORT-REC(35:2)
            MOVE HIST-KEY TO REPORT-REC(37:36)
            WRITE REPORT-REC
    END-REWRITE.

REPORT-CASE-FAILURE.
    ADD 1 TO WS-WRITE-FAILED
    MOVE SPACES TO REPORT-REC
    MOVE '*** CASE NOT WRITTEN, STATUS ' TO REPORT-REC(1:29)
    MOVE WS-CASE-STATUS TO REPORT-REC(30:2)
    MOVE ': ' TO REPORT-REC(32:2)
    MOVE DSP-KEY TO REPORT-REC(34:36)
    WRITE REPORT-REC.

FORMAT-CASE-LINE.
    MOVE DSP-ACCOUNT-NUMBER TO REPORT-REC(11:10)
    MOVE ' ' TO REPORT-REC(21:1)
    MOVE DSP-TIMESTAMP TO REPORT-REC(22:20)
    MOVE ' ' TO REPORT-REC(42:1)
    MOVE DSP-TRANS-REF TO REPORT-REC(43:6)
    MOVE ' REASON ' TO REPORT-REC(49:8)
    MOVE DSP-REASON TO REPORT-REC(57:4)
    MOVE ' AMOUNT ' TO REPORT-REC(61:8)
    MOVE DSP-AMOUNT TO REPORT-REC(69:11)
    MOVE ' OPENED ' TO REPORT-REC(80:8)
    MOVE DSP-OPEN-DATE TO REPORT-REC(88:8).

EDIT-CARD-TIMESTAMP.
    MOVE 'Y' TO WS-TS-VALID
    IF DSC-TIMESTAMP(1:8) NOT NUMERIC
        MOVE 'N' TO WS-TS-VALID
    ELSE
        MOVE DSC-TIMESTAMP(1:4) TO WS-TS-YEAR
        MOVE DSC-TIMESTAMP(5:2) TO WS-TS-MONTH
        MOVE DSC-TIMESTAMP(7:2) TO WS-TS-DAY
        EVALUATE WS-TS-MONTH
            WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                MOVE 31 TO WS-MONTH-DAYS
            WHEN 4 WHEN 6 WHEN 9 WHEN 11
                MOVE 30 TO WS-MONTH-DAYS
            WHEN 2
                IF FUNCTION MOD(WS-TS-YEAR, 4) = 0
                   AND (FUNCTION MOD(WS-TS-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-TS-YEAR, 400) = 0)
                    MOVE 29 TO WS-MONTH-DAYS
                ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                END-IF
            WHEN OTHER
                MOVE 0 TO WS-MONTH-DAYS
        END-EVALUATE
        IF WS-MONTH-DAYS = 0 OR WS-TS-DAY < 1
           OR WS-TS-DAY > WS-MONTH-DAYS
            MOVE 'N' TO WS-TS-VALID
        END-IF
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'DISPUTE CASE MAINTENANCE - RUN ' TO REPORT-REC(1:31)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(32:20)
    WRITE REPORT-REC.

WRITE-REJECT-LINE.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE '*** CARD REJECTED: ' TO REPORT-REC(1:19)
    MOVE WS-REJECT-REASON TO REPORT-REC(20:30)
    MOVE DISPUTE-CARD(1:60) TO REPORT-REC(52:60)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'PROVISIONAL CREDITS CONFIRMED: ' TO REPORT-REC(1:31)
    MOVE WS-CREDITED-COUNT TO REPORT-REC(32:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'CARDS READ: ' TO REPORT-REC(1:12)
    MOVE WS-CARD-COUNT TO REPORT-REC(13:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'CASES OPENED: ' TO REPORT-REC(1:14)
    MOVE WS-OPENED-COUNT TO REPORT-REC(15:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'CASES UPHELD: ' TO REPORT-REC(1:14)
    MOVE WS-UPHELD-COUNT TO REPORT-REC(15:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'CASES DECLINED: ' TO REPORT-REC(1:16)
    MOVE WS-DECLINED-COUNT TO REPORT-REC(17:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'CARDS REJECTED: ' TO REPORT-REC(1:16)
    MOVE WS-REJECTED-COUNT TO REPORT-REC(17:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ADJUSTMENT TRANSACTIONS WRITTEN: ' TO REPORT-REC(1:33)
    MOVE WS-POSTING-COUNT TO REPORT-REC(34:8)
    WRITE REPORT-REC
    IF WS-UNCREDITED-COUNT > 0
        MOVE SPACES TO REPORT-REC
        MOVE 'CASES WITH CREDIT NOT POSTED: ' TO REPORT-REC(1:30)
        MOVE WS-UNCREDITED-COUNT TO REPORT-REC(31:8)
        WRITE REPORT-REC
    END-IF
    IF WS-REVERSED-COUNT > 0
        MOVE SPACES TO REPORT-REC
        MOVE 'CASES REVERSED OUTSIDE THE CASE: ' TO REPORT-REC(1:33)
        MOVE WS-REVERSED-COUNT TO REPORT-REC(34:8)
        WRITE REPORT-REC
    END-IF
    IF WS-WRITE-FAILED > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** CASE OR HISTORY WRITES FAILED: ' TO REPORT-REC(1:35)
        MOVE WS-WRITE-FAILED TO REPORT-REC(36:8)
        WRITE REPORT-REC
    END-IF.
