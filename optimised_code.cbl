        RECORD KEY IS MAST-ACCOUNT-NUMBER.
    SELECT RESUBF ASSIGN TO 'RESUB.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT ADJUSTF ASSIGN TO 'ADJUST.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT OVRFILE ASSIGN TO 'OVERRIDE.DATASET'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OVR-STATUS.
    SELECT PRDFILE ASSIGN TO 'PERIOD.CLOSE'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRD-STATUS.
    SELECT STGOUT ASSIGN TO 'STGOUT.WORK'
        ORGANIZATION IS SEQUENTIAL.
    SELECT STGREJ ASSIGN TO 'STGREJ.WORK'
        ORGANIZATION IS SEQUENTIAL.
    SELECT AGEDRPT ASSIGN TO 'AGEDITEMS.REPORT'
        ORGANIZATION IS SEQUENTIAL.
    SELECT REACTRPT ASSIGN TO 'REACTIVATION.REPORT'
        ORGANIZATION IS SEQUENTIAL.
    SELECT STGDUP ASSIGN TO 'STGDUP.WORK'
        ORGANIZATION IS SEQUENTIAL.
    SELECT STGGL ASSIGN TO 'STGGL.WORK'
        ORGANIZATION IS SEQUENTIAL.
    SELECT STGRCT ASSIGN TO 'STGRCT.WORK'
        ORGANIZATION IS SEQUENTIAL.
    SELECT RCTWORK ASSIGN TO 'RCTWORK.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT GLFILE ASSIGN TO 'GLEXTRACT.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT GLWORK ASSIGN TO 'GLWORK.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT CHGFILE ASSIGN TO 'CHANGE.LOG'
        ORGANIZATION IS SEQUENTIAL.
    SELECT HISTFILE ASSIGN TO 'TRANSACTION.HISTORY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD  RESTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 202 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS RESTART-REC.

*> The chain timestamp is the night's logical identity: set by the
*> first attempt at an input file and carried unchanged across the
*> whole restart chain, while RESTART-RUN-TIMESTAMP is re-stamped
*> to each attempt. History rows, reject rows, the GL extract and
*> the run statistics all carry the night, so PROOFFB and MONITOR
*> can tie them together however many attempts the chain took; the
*> history replay test accepts the attempt stamps as well.
01  RESTART-REC.
    05  RESTART-COUNTER             PIC 9(8).
    05  RESTART-TOTAL-RECORDS       PIC 9(8).
    05  RESTART-RUN-TIMESTAMP       PIC X(20).
    05  RESTART-AGED-COUNT          PIC 9(8).
    05  RESTART-CHAIN-TIMESTAMP     PIC X(20).
    05  RESTART-DORMANT-COUNT       PIC 9(8).
    05  RESTART-ACCT-MASTER-MOVE    PIC S9(9)V99.

FD  RPTFILE
    RECORDING MODE IS F
    05  MAST-TIMESTAMP          PIC X(20).
    05  MAST-BALANCE            PIC S9(11)V99.
    05  MAST-STATUS             PIC X.
    05  MAST-ACCOUNT-CLASS      PIC X(2).
    05  MAST-CREDIT-LIMIT       PIC 9(9)V99.
    05  FILLER                  PIC X(2).

FD  RESUBF
    RECORDING MODE IS F

01  RESUB-REC         PIC X(80).

FD  ADJUSTF
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS ADJUST-REC.

01  ADJUST-REC        PIC X(80).

FD  OVRFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS OVERRIDE-REC.

*> One row per over-limit posting the back office has approved
*> through REPAIRFB (action A). The key is the posting's own
*> account, timestamp and reference - the same three fields that
*> make up HIST-KEY - so the approval covers that one resubmitted
*> record and nothing else on the account.
01  OVERRIDE-REC.
    05  OVR-ACCOUNT-NUMBER   PIC X(10).
    05  OVR-TIMESTAMP        PIC X(20).
    05  OVR-TRANS-REF        PIC X(6).
    05  OVR-RUN-TIMESTAMP    PIC X(20).
    05  FILLER               PIC X(24).

FD  PRDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS PERIOD-CLOSE-REC.

*> The period-close marker TRIALBAL writes when a month's trial
*> balance ties: the latest month signed off. Only the period is
*> needed here.
01  PERIOD-CLOSE-REC.
    05  PRD-CLOSED-PERIOD    PIC X(6).
    05  PRD-CLOSE-TIMESTAMP  PIC X(20).
    05  FILLER               PIC X(54).

FD  STGOUT
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS

01  AGED-REC          PIC X(133).

FD  REACTRPT
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REACT-REC.

01  REACT-REC         PIC X(133).

FD  STATFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS

01  STGGL-REC         PIC X(80).

FD  STGRCT
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS STGRCT-REC.

01  STGRCT-REC        PIC X(133).

*> Reactivation lines committed across a restart chain, kept the
*> way GLWORK keeps the GL detail: staged in STGRCT, copied here at
*> each checkpoint, EXTENDed on restart and reopened OUTPUT on a
*> fresh start. Every attempt prints the whole file to REACTRPT,
*> so the listing always matches the dormant count the checkpoint
*> carries.
FD  RCTWORK
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS RCTWORK-REC.

01  RCTWORK-REC       PIC X(133).

FD  HISTFILE
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
*> The reversed flag is set 'V' on an original whose reversal was
*> matched off this file on a later night - the statement annotates
*> it, and the cross-run match never combines against the same
*> original twice. DSPMAINT sets 'D' on a posting the customer has
*> disputed, and 'V' when the dispute is upheld.
01  HISTORY-REC.
    05  HIST-KEY.
        10  HIST-ACCOUNT-NUMBER PIC X(10).
*> totals tie back to the GRAND TOTAL line on the print report -
*> the GL interface balances the detail against the trailer before
*> posting.
*> The net amount is the face value of the account's postings, the
*> figure the trailer balances. The master movement is what those
*> postings actually did to MAST-BALANCE - a matched reversal moves
*> the balance by the combined adjusted amount, not its face - so
*> the month-end trial balance can tie opening + movement to the
*> master. The ledger interface reads neither it nor the filler.
01  GL-EXTRACT-REC.
    05  GLX-RECORD-TYPE     PIC X.
    05  GLX-ACCOUNT-NUMBER  PIC X(10).
    05  GLX-RECORD-COUNT    PIC 9(8).
    05  GLX-NET-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  GLX-RUN-TIMESTAMP   PIC X(20).
    05  GLX-MASTER-MOVEMENT PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  FILLER              PIC X(17).

01  GL-TRAILER-REC.
    05  GLT-RECORD-TYPE     PIC X.

01  GLWORK-REC        PIC X(80).

*> The master change log the CRM and warehouse feeds are cut from:
*> one before/after image pair per master write, shared with
*> MSTMAINT, DORMANT, RECONFB and REBUILD and collapsed nightly by
*> CHGEXTR. A before image of spaces is an add, an after image of
*> spaces a delete.
FD  CHGFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 240 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS CHANGE-REC.

01  CHANGE-REC.
    05  CHG-ACCOUNT-NUMBER  PIC X(10).
    05  CHG-SOURCE          PIC X(9).
    05  CHG-ACTION          PIC X.
    05  CHG-RUN-TIMESTAMP   PIC X(20).
    05  CHG-BEFORE-IMAGE    PIC X(100).
    05  CHG-AFTER-IMAGE     PIC X(100).

SD  SORTFILE
    DATA RECORD IS SORT-REC.

01  WS-FIRST-RECORD     PIC X VALUE 'Y'.
01  WS-ACCT-COUNT       PIC 9(8) VALUE 0.
01  WS-ACCT-NET-AMOUNT  PIC S9(9)V99 VALUE 0.
01  WS-ACCT-MASTER-MOVE PIC S9(9)V99 VALUE 0.
01  WS-MASTER-MOVE      PIC S9(9)V99 VALUE 0.
01  WS-GRAND-NET-AMOUNT PIC S9(11)V99 VALUE 0.
01  WS-CONTROL-STATUS   PIC XX.
01  WS-EXPECTED-COUNT   PIC 9(8) VALUE 0.
01  WS-HIT-LIMIT         PIC X VALUE 'N'.
01  WS-RESUB-PHASE       PIC X VALUE 'N'.
01  WS-RESUB-COUNT       PIC 9(8) VALUE 0.
01  WS-ADJUST-PHASE      PIC X VALUE 'N'.
01  WS-ADJUST-COUNT      PIC 9(8) VALUE 0.
01  WS-CHECKPOINT-COUNT  PIC 9(8) VALUE 0.
01  WS-END-TIME          PIC X(8).
01  WS-START-SECONDS     PIC 9(8) VALUE 0.
01  WS-HIST-ROW-FOUND    PIC X VALUE 'N'.
01  WS-HIST-MATCHED      PIC X VALUE 'N'.
01  WS-HIST-SCAN-EOF     PIC X VALUE 'N'.
01  WS-HIST-DISPUTED     PIC X VALUE 'N'.
01  WS-PRIOR-ADJUSTED-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-PRIOR-REVERSED-FLAG PIC X VALUE SPACE.
01  WS-DUP-COUNT         PIC 9(8) VALUE 0.
01  WS-PRIOR-RUN-TIMESTAMP PIC X(20) VALUE SPACES.
01  WS-REPLAY-REGION     PIC X VALUE 'N'.
01  WS-CHAIN-TIMESTAMP   PIC X(20) VALUE SPACES.
01  WS-MASTER-ON-FILE    PIC X VALUE 'N'.
01  WS-MASTER-BEFORE     PIC X(100) VALUE SPACES.
01  WS-RESTART-PRESENT   PIC X VALUE 'N'.
01  WS-FINAL-REPORT      PIC X VALUE 'N'.
01  WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
01  WS-AGED              PIC X VALUE 'N'.
01  WS-AGED-COUNT        PIC 9(8) VALUE 0.
01  WS-AGED-HEADING      PIC X VALUE 'N'.
01  WS-DORMANT-POSTING   PIC X VALUE 'N'.
01  WS-PRIOR-POSTING     PIC X(20) VALUE SPACES.
01  WS-DORMANT-COUNT     PIC 9(8) VALUE 0.
01  WS-REACT-HEADING     PIC X VALUE 'N'.
01  WS-OVR-STATUS        PIC XX.
01  WS-OVR-EOF           PIC X VALUE 'N'.
01  WS-OVR-COUNT         PIC 9(4) COMP VALUE 0.
01  WS-OVR-IX            PIC 9(4) COMP VALUE 0.
01  WS-OVR-FOUND         PIC X VALUE 'N'.
01  WS-OVR-FULL-WARNED   PIC X VALUE 'N'.
01  WS-PRD-STATUS        PIC XX.
01  WS-PERIOD-CLOSED     PIC X VALUE 'N'.
01  WS-CLOSED-PERIOD     PIC X(6) VALUE SPACES.
01  WS-CLOSED-AT         PIC X(20) VALUE SPACES.
01  WS-PROJECTED-BALANCE PIC S9(11)V99 VALUE 0.
01  WS-LIMIT-LINE-TAG    PIC X(21) VALUE SPACES.
01  WS-NEGATIVE-LIMIT    PIC S9(11)V99 VALUE 0.
01  WS-OVR-TABLE.
    05  WS-OVR-ENTRY OCCURS 500 TIMES.
        10  WS-OV-ACCOUNT    PIC X(10).
        10  WS-OV-TIMESTAMP  PIC X(20).
        10  WS-OV-REFERENCE  PIC X(6).
01  WS-TS-YEAR           PIC 9(4).
01  WS-TS-MONTH          PIC 9(2).
01  WS-TS-DAY            PIC 9(2).
MAIN-PARA.
    OPEN INPUT INFILE
    OPEN INPUT RESUBF
    OPEN INPUT ADJUSTF
    OPEN OUTPUT OUTFILE
    OPEN I-O RESTFILE
    OPEN OUTPUT RPTFILE
    OPEN OUTPUT DUPFILE
    OPEN OUTPUT STATFILE
    OPEN OUTPUT AGEDRPT
    OPEN OUTPUT REACTRPT
    OPEN OUTPUT STGOUT
    OPEN OUTPUT STGREJ
    OPEN OUTPUT STGAUD
    OPEN OUTPUT STGDUP
    OPEN OUTPUT STGGL
    OPEN OUTPUT STGRCT
    OPEN OUTPUT CHGFILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE DELIMITED BY SIZE
    END-STRING
    PERFORM INIT-CONTROL
    PERFORM INIT-RATES
    PERFORM INIT-OVERRIDES
    IF WS-SEQUENCE-OPTION = 'S'
        PERFORM SORT-INPUT-FILES
    END-IF
    PERFORM INIT-RESTART
    PERFORM CHECK-PERIOD-CLOSE
    IF WS-PERIOD-CLOSED = 'Y'
        PERFORM REPORT-PERIOD-CLOSED
    ELSE
        PERFORM STAMP-RESTART
        IF WS-RESTART > 0
            OPEN EXTEND GLWORK
            OPEN EXTEND RCTWORK
        ELSE
            OPEN OUTPUT GLWORK
            OPEN OUTPUT RCTWORK
        END-IF
        PERFORM CONVERT-FILE
        PERFORM PRINT-REACTIVATION-LIST
        CLOSE GLWORK
        CLOSE RCTWORK
    END-IF
    IF WS-SEQUENCE-OPTION = 'S'
        CLOSE SRTFILE
    END-IF
    CLOSE INFILE
    CLOSE RESUBF
    CLOSE ADJUSTF
    CLOSE OUTFILE
    CLOSE RESTFILE
    CLOSE RPTFILE
    CLOSE GLFILE
    CLOSE REJFILE
    CLOSE AUDFILE
    CLOSE MSTRFILE
    CLOSE HISTFILE
    CLOSE DUPFILE
    CLOSE STATFILE
    CLOSE AGEDRPT
    CLOSE REACTRPT
    CLOSE STGOUT
    CLOSE STGREJ
    CLOSE STGAUD
    CLOSE STGDUP
    CLOSE STGGL
    CLOSE STGRCT
    CLOSE CHGFILE
    STOP RUN.

CONVERT-FILE.
    IF WS-RESTART > 0 AND WS-RESTART >= WS-LIMIT
        MOVE 'Y' TO WS-NOOP-RESTART
        MOVE 'Y' TO WS-HIT-LIMIT
            AND WS-NOOP-RESTART = 'N' AND WS-BREAKER-TRIPPED = 'N'
        PERFORM COPY-GL-EXTRACT
    END-IF
    PERFORM WRITE-RUN-STATS.

*> A night belongs to the month of its chain timestamp - the stamp
*> its GL rows carry. Once TRIALBAL has signed that month off,
*> nothing more may post into it: a restart of a night left
*> unfinished at the close is refused whole, before any record is
*> read, and the restart table is left as it stands for operations
*> to resolve with finance. The marker file is optional; with none
*> present no month is closed.
CHECK-PERIOD-CLOSE.
    OPEN INPUT PRDFILE
    IF WS-PRD-STATUS = '00'
        READ PRDFILE
            AT END
                CONTINUE
            NOT AT END
                MOVE PRD-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                MOVE PRD-CLOSE-TIMESTAMP TO WS-CLOSED-AT
        END-READ
        CLOSE PRDFILE
    END-IF
    IF WS-CLOSED-PERIOD NOT = SPACES
       AND WS-CHAIN-TIMESTAMP(1:6) NOT > WS-CLOSED-PERIOD
        MOVE 'Y' TO WS-PERIOD-CLOSED
    END-IF.

REPORT-PERIOD-CLOSED.
    MOVE SPACES TO REPORT-REC
    MOVE '*** PERIOD ' TO REPORT-REC(1:11)
    MOVE WS-CLOSED-PERIOD TO REPORT-REC(12:6)
    MOVE ' CLOSED AT ' TO REPORT-REC(18:11)
    MOVE WS-CLOSED-AT TO REPORT-REC(29:20)
    MOVE ' - RUN STAMPED ' TO REPORT-REC(49:15)
    MOVE WS-CHAIN-TIMESTAMP TO REPORT-REC(64:20)
    MOVE ' NOT POSTED ***' TO REPORT-REC(84:15)
    WRITE REPORT-REC
    MOVE 16 TO RETURN-CODE.

INIT-CONTROL.
    OPEN INPUT CTLFILE
        MOVE RATE-VALUE-NUM TO WS-RT-RATE(WS-RATE-COUNT)
    END-IF.

*> Loads the over-limit approvals REPAIRFB has written since the
*> last reset. Like the rates deck the file is optional: with none
*> present every over-limit debit goes to suspense.
INIT-OVERRIDES.
    OPEN INPUT OVRFILE
    IF WS-OVR-STATUS = '00'
        PERFORM UNTIL WS-OVR-EOF = 'Y'
            READ OVRFILE
                AT END
                    MOVE 'Y' TO WS-OVR-EOF
                NOT AT END
                    PERFORM STORE-OVERRIDE
            END-READ
        END-PERFORM
        CLOSE OVRFILE
    END-IF.

STORE-OVERRIDE.
    IF OVR-ACCOUNT-NUMBER NOT = SPACES
        IF WS-OVR-COUNT < 500
            ADD 1 TO WS-OVR-COUNT
            MOVE OVR-ACCOUNT-NUMBER TO WS-OV-ACCOUNT(WS-OVR-COUNT)
            MOVE OVR-TIMESTAMP TO WS-OV-TIMESTAMP(WS-OVR-COUNT)
            MOVE OVR-TRANS-REF TO WS-OV-REFERENCE(WS-OVR-COUNT)
        ELSE
            IF WS-OVR-FULL-WARNED = 'N'
                MOVE 'Y' TO WS-OVR-FULL-WARNED
                MOVE SPACES TO REPORT-REC
                MOVE '*** OVER-LIMIT APPROVAL TABLE FULL (500) - '
                    TO REPORT-REC(1:43)
                MOVE 'LATER APPROVALS NOT LOADED ***'
                    TO REPORT-REC(44:30)
                WRITE REPORT-REC
            END-IF
        END-IF
    END-IF.

LOOKUP-RATE.
    MOVE 0 TO WS-RATE-FOUND
    PERFORM VARYING WS-RATE-IX FROM 1 BY 1
            MOVE RESTART-RUN-TIMESTAMP TO WS-PRIOR-RUN-TIMESTAMP
            MOVE RESTART-AGED-COUNT TO WS-AGED-COUNT
            MOVE RESTART-CHAIN-TIMESTAMP TO WS-CHAIN-TIMESTAMP
            MOVE RESTART-DORMANT-COUNT TO WS-DORMANT-COUNT
            MOVE RESTART-ACCT-MASTER-MOVE TO WS-ACCT-MASTER-MOVE
    END-READ
    MOVE WS-RESTART TO WS-COUNTER
    IF WS-RESTART > 0
    IF WS-RESTART = 0 OR WS-CHAIN-TIMESTAMP = SPACES
        MOVE WS-RUN-TIMESTAMP TO WS-CHAIN-TIMESTAMP
    END-IF
*> An earlier attempt's stamp on the checkpoint record means it
*> posted past the point this attempt resumes from - the records
*> ahead are a replay until the first posting with no history row.
    IF WS-PRIOR-RUN-TIMESTAMP NOT = SPACES
        MOVE 'Y' TO WS-REPLAY-REGION
    END-IF.

*> Stamp this run's timestamp into the checkpoint record straight
*> away - history rows are written as each record posts, so an
*> abend BEFORE the first checkpoint must still leave the rerun
*> able to recognize those rows as this run's own work rather
*> than cross-run duplicates. Performed only once the period check
*> has passed, so a night refused for a closed month leaves the
*> checkpoint record exactly as it found it.
STAMP-RESTART.
    IF WS-RESTART-PRESENT = 'Y'
        MOVE WS-RUN-TIMESTAMP TO RESTART-RUN-TIMESTAMP
        MOVE WS-CHAIN-TIMESTAMP TO RESTART-CHAIN-TIMESTAMP
        END-IF
    END-IF.

*> Control-card sequence option 'S': all three inputs are passed
*> through an internal sort on account number before conversion, so
*> the account control break is correct whatever order the front
*> end (or the resubmission or adjustment file) delivered. Ties
*> keep arrival order.
SORT-INPUT-FILES.
    SORT SORTFILE ON ASCENDING KEY SR-ACCOUNT
        WITH DUPLICATES IN ORDER
                ADD 1 TO WS-RESUB-COUNT
                PERFORM RELEASE-SORT-REC
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-SORT-EOF
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        READ ADJUSTF INTO ADJUST-REC
            AT END
                MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                MOVE 80 TO IN-LENGTH
                MOVE ADJUST-REC TO IN-DATA(1:80)
                ADD 1 TO WS-ADJUST-COUNT
                PERFORM RELEASE-SORT-REC
        END-READ
    END-PERFORM.

RELEASE-SORT-REC.

*> Reads the nightly VB input first, then falls through to the
*> resubmission file built by REPAIRFB from repaired suspense
*> records, then to the system adjustment file (the month-end
*> ACCRUAL charges). Resubmitted and adjustment records are fixed
*> 80-byte images, so they are presented to the conversion logic
*> as full-length records. Under sequence option 'S' all three
*> files were already consumed by the sort and the conversion
*> reads the sorted work file instead.
READ-NEXT-RECORD.
    IF WS-SEQUENCE-OPTION = 'S'
        READ SRTFILE
                MOVE 'Y' TO WS-RESUB-PHASE
        END-READ
    END-IF
    IF WS-RESUB-PHASE = 'Y' AND WS-ADJUST-PHASE = 'N'
        READ RESUBF INTO RESUB-REC
            AT END
                MOVE 'Y' TO WS-ADJUST-PHASE
            NOT AT END
                MOVE 80 TO IN-LENGTH
                MOVE RESUB-REC TO IN-DATA(1:80)
                ADD 1 TO WS-RESUB-COUNT
        END-READ
    END-IF
    IF WS-ADJUST-PHASE = 'Y'
        READ ADJUSTF INTO ADJUST-REC
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 80 TO IN-LENGTH
                MOVE ADJUST-REC TO IN-DATA(1:80)
                ADD 1 TO WS-ADJUST-COUNT
        END-READ
    END-IF.

READ-AND-CONVERT.
            AND WS-DUPLICATE = 'N' AND WS-AGED = 'N'
        PERFORM CHECK-ACCOUNT-STATUS
    END-IF
    IF WS-VALID-RECORD = 'Y' AND WS-SEQ-ERROR = 'N'
            AND WS-OUT-OF-RANGE = 'N'
            AND WS-DUPLICATE = 'N' AND WS-AGED = 'N'
            AND WS-TRANS-TYPE = 'R'
        PERFORM CHECK-DISPUTED-ORIGINAL
    END-IF
    IF WS-VALID-RECORD = 'Y' AND WS-SEQ-ERROR = 'N'
            AND WS-OUT-OF-RANGE = 'N'
            AND WS-DUPLICATE = 'N' AND WS-AGED = 'N'
        END-EVALUATE
        MOVE IN-DATA(1:80) TO STGOUT-REC
        WRITE STGOUT-REC
        PERFORM SET-MASTER-MOVE
        PERFORM CONTROL-BREAK-CHECK
        MOVE WS-NAME TO WS-LAST-NAME
        MOVE WS-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT-NUMBER
        MOVE WS-TIMESTAMP TO WS-LAST-TIMESTAMP
        PERFORM UPDATE-MASTER
        PERFORM WRITE-HISTORY-RECORD
        IF WS-DORMANT-POSTING = 'Y'
            PERFORM WRITE-REACTIVATION-ITEM
        END-IF
    END-IF.

*> Stream range filter: a record outside this stream's account
*> This READ is the posting's only keyed access to the master: the
*> result rides forward in WS-MASTER-ON-FILE and the record buffer,
*> and UPDATE-MASTER writes or rewrites off it without re-reading.
*> A dormant account (status D, set by the DORMANT job) is not
*> suspended - the customer's money still moves - but the posting
*> is remembered here, with the master's timestamp from before it,
*> and lands on the reactivation exception list once it has posted.
*> The status stays D until the back office signs the reactivation
*> off through MSTMAINT.
CHECK-ACCOUNT-STATUS.
    MOVE 'N' TO WS-MASTER-ON-FILE
    MOVE 'N' TO WS-DORMANT-POSTING
    MOVE WS-ACCOUNT-NUMBER TO MAST-ACCOUNT-NUMBER
    READ MSTRFILE
        INVALID KEY
                    MOVE 'N' TO WS-VALID-RECORD
                    MOVE 'ACCOUNT FROZEN' TO WS-REJECT-REASON
                    PERFORM WRITE-REJECT-RECORD
                WHEN 'D'
                    MOVE 'Y' TO WS-DORMANT-POSTING
                    MOVE MAST-TIMESTAMP TO WS-PRIOR-POSTING
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-VALID-RECORD = 'Y'
                PERFORM CHECK-CREDIT-LIMIT
            END-IF
    END-READ.

*> Credit limit enforcement. An account with a limit on the master
*> (set through MSTMAINT action L) may not be taken below minus
*> that limit by a customer debit - a payment or fee (type P, F or
*> blank) with a negative amount. Reversals and system adjustments
*> are exempt: a reversal only unwinds a posting already allowed,
*> and an adjustment is the bank's own entry. A row this run chain
*> has already posted (a restart replay) passed the test when it
*> first posted and is not re-tested - the master it would be
*> tested against already includes it. A breach goes to suspense
*> as OVER CREDIT LIMIT for the back office to approve (REPAIRFB
*> action A, which resubmits the item and records the approval on
*> OVRFILE) or write off. A limit field of spaces or zero is no
*> limit.
CHECK-CREDIT-LIMIT.
    IF MAST-CREDIT-LIMIT NUMERIC AND MAST-CREDIT-LIMIT > 0
       AND WS-HIST-ROW-FOUND = 'N'
       AND WS-TRANSACTION-AMOUNT < 0
       AND (WS-TRANS-TYPE = 'P' OR WS-TRANS-TYPE = 'F'
            OR WS-TRANS-TYPE = SPACE)
        COMPUTE WS-PROJECTED-BALANCE =
            MAST-BALANCE + WS-TRANSACTION-AMOUNT
        COMPUTE WS-NEGATIVE-LIMIT = 0 - MAST-CREDIT-LIMIT
        IF WS-PROJECTED-BALANCE < WS-NEGATIVE-LIMIT
            PERFORM LOOKUP-OVERRIDE
            IF WS-OVR-FOUND = 'Y'
                MOVE 'OVER LIMIT APPROVED: ' TO WS-LIMIT-LINE-TAG
                PERFORM REPORT-OVER-LIMIT
            ELSE
                MOVE 'N' TO WS-VALID-RECORD
                MOVE 'OVER CREDIT LIMIT' TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-RECORD
                MOVE 'OVER LIMIT HOLD:     ' TO WS-LIMIT-LINE-TAG
                PERFORM REPORT-OVER-LIMIT
            END-IF
        END-IF
    END-IF.

LOOKUP-OVERRIDE.
    MOVE 'N' TO WS-OVR-FOUND
    PERFORM VARYING WS-OVR-IX FROM 1 BY 1
            UNTIL WS-OVR-IX > WS-OVR-COUNT
        IF WS-OV-ACCOUNT(WS-OVR-IX) = WS-ACCOUNT-NUMBER
           AND WS-OV-TIMESTAMP(WS-OVR-IX) = WS-TIMESTAMP
           AND WS-OV-REFERENCE(WS-OVR-IX) = WS-TRANS-REF
            MOVE 'Y' TO WS-OVR-FOUND
            MOVE WS-OVR-COUNT TO WS-OVR-IX
        END-IF
    END-PERFORM.

REPORT-OVER-LIMIT.
    MOVE SPACES TO REPORT-REC
    MOVE WS-LIMIT-LINE-TAG TO REPORT-REC(1:21)
    MOVE WS-ACCOUNT-NUMBER TO REPORT-REC(22:10)
    MOVE WS-TRANS-REF TO REPORT-REC(33:6)
    MOVE ' AMOUNT ' TO REPORT-REC(39:8)
    MOVE WS-TRANSACTION-AMOUNT TO REPORT-REC(47:11)
    MOVE ' BALANCE ' TO REPORT-REC(58:9)
    MOVE MAST-BALANCE TO REPORT-REC(67:13)
    MOVE ' LIMIT ' TO REPORT-REC(80:7)
    MOVE MAST-CREDIT-LIMIT TO REPORT-REC(87:11)
    WRITE REPORT-REC.

REPORT-NEW-ACCOUNT.
    MOVE SPACES TO REPORT-REC
    MOVE 'NEW ACCOUNT: ' TO REPORT-REC(1:13)
    MOVE WS-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER
    MOVE WS-TIMESTAMP TO HIST-TIMESTAMP
    MOVE WS-TRANS-REF TO HIST-TRANS-REF
*> A history row stamped by this run chain - or by the attempt this
*> restart is resuming - is an abended attempt's own work being
*> replayed, not a retransmission - let it post again (master and
*> history writes are idempotent).
*> A row stamped by THIS run is this run's own work - the second
*> of two legitimate same-key records in one night's input (legacy
*> date-only timestamps with blank references collide) must post,
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF HIST-RUN-TIMESTAMP NOT = WS-CHAIN-TIMESTAMP
               AND HIST-RUN-TIMESTAMP NOT = WS-PRIOR-RUN-TIMESTAMP
               AND HIST-RUN-TIMESTAMP NOT = WS-RUN-TIMESTAMP
                MOVE 'Y' TO WS-DUPLICATE
                PERFORM WRITE-DUPLICATE-RECORD
    WRITE STGDUP-REC
    ADD 1 TO WS-DUP-COUNT.

*> History is written as each record posts, like the master, and is
*> stamped with the chain timestamp: every row the night posts
*> carries the one stamp however many attempts it took, which is
*> how MONITOR finds the night's postings. A duplicate key means
*> the row was written by an earlier attempt at this same work -
*> the REWRITE re-stamps it, so however many times a restart chain
*> fails and resumes, the next attempt still recognizes its own
*> work instead of misrouting it to the duplicates file.
WRITE-HISTORY-RECORD.
    MOVE WS-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER
    MOVE WS-TIMESTAMP TO HIST-TIMESTAMP
    MOVE WS-TRANSACTION-AMOUNT TO HIST-AMOUNT
    MOVE WS-TRANS-TYPE TO HIST-TRANS-TYPE
    MOVE WS-ADJUSTED-AMOUNT TO HIST-ADJUSTED-AMOUNT
    MOVE WS-CHAIN-TIMESTAMP TO HIST-RUN-TIMESTAMP
*> A replay must not wipe a reversed flag a reversal already set
*> on this row - carry the flag CHECK-DUPLICATE captured off the
*> existing row; only a genuinely new row starts unflagged.
    WRITE STGREJ-REC
    ADD 1 TO WS-AGED-COUNT.

*> The reactivation list is a review vehicle like the aged-items
*> listing; the posting itself is the data of record. Each line is
*> staged with the posting and committed at the checkpoint, like
*> the suspense rows, so a restarted night lists every dormant
*> posting of the chain exactly once. The balance shown is the
*> account's position after this posting, so the back office sees
*> what reactivating it will release. The prior posting is the
*> master's timestamp before this one posted - the last activity
*> before dormancy only for the first posting since DORMANT ran,
*> since every posting to a dormant account moves the timestamp on
*> while the status stays D. The true last activity is the one the
*> DORMANT report printed when it marked the account.
WRITE-REACTIVATION-ITEM.
    MOVE SPACES TO STGRCT-REC
    MOVE WS-ACCOUNT-NUMBER TO STGRCT-REC(1:10)
    MOVE WS-NAME TO STGRCT-REC(12:30)
    MOVE WS-TIMESTAMP TO STGRCT-REC(43:20)
    MOVE WS-TRANS-REF TO STGRCT-REC(64:6)
    MOVE WS-TRANSACTION-AMOUNT TO STGRCT-REC(71:12)
    MOVE ' BAL: ' TO STGRCT-REC(83:6)
    MOVE MAST-BALANCE TO STGRCT-REC(89:13)
    MOVE ' PRIOR POSTING: ' TO STGRCT-REC(102:16)
    MOVE WS-PRIOR-POSTING(1:14) TO STGRCT-REC(118:14)
    WRITE STGRCT-REC
    ADD 1 TO WS-DORMANT-COUNT.

*> Prints the chain's committed reactivation lines. Lines staged
*> since the last checkpoint of an abandoned attempt are not
*> committed and do not print; the rerun posts them again.
PRINT-REACTIVATION-LIST.
    CLOSE RCTWORK
    OPEN INPUT RCTWORK
    MOVE 'N' TO WS-STAGE-EOF
    PERFORM UNTIL WS-STAGE-EOF = 'Y'
        READ RCTWORK
            AT END
                MOVE 'Y' TO WS-STAGE-EOF
            NOT AT END
                IF WS-REACT-HEADING = 'N'
                    MOVE 'Y' TO WS-REACT-HEADING
                    PERFORM WRITE-REACTIVATION-HEADING
                END-IF
                MOVE RCTWORK-REC TO REACT-REC
                WRITE REACT-REC
        END-READ
    END-PERFORM.

WRITE-REACTIVATION-HEADING.
    MOVE SPACES TO REACT-REC
    MOVE 'POSTINGS TO DORMANT ACCOUNTS - REACTIVATION SIGN-OFF '
        TO REACT-REC(1:53)
    MOVE 'REQUIRED - BUSINESS DATE ' TO REACT-REC(54:25)
    MOVE WS-BUSINESS-DATE TO REACT-REC(79:8)
    WRITE REACT-REC.

*> Legacy records carry no type code - a blank type is a payment.
*> Non-reversal transactions are remembered for reversal matching;
*> records without a reference cannot be matched and are not stored.
        END-IF
    END-IF.

*> A posting under dispute is settled by DSPMAINT's adjustments -
*> the provisional credit is already on the account, so a keyed
*> reversal of the same posting would refund the customer twice.
*> A reversal whose only original on history is flagged D goes to
*> suspense instead of posting. Once the case closes it is written
*> off if the case was upheld (the refund has posted), or repaired
*> if it was declined - DSPMAINT clears the flag, so the repaired
*> reversal matches its original. A restart replay (the reversal's
*> own row is already on history) was judged by the earlier
*> attempt, and a reversal with an original in tonight's input is
*> matched there.
CHECK-DISPUTED-ORIGINAL.
    IF WS-HIST-ROW-FOUND = 'N' AND WS-TRANS-REF NOT = SPACES
        MOVE 0 TO WS-TRAN-FOUND
        PERFORM VARYING WS-TRAN-IX FROM 1 BY 1
                UNTIL WS-TRAN-IX > WS-TRAN-COUNT
            IF WS-TR-ACCOUNT(WS-TRAN-IX) = WS-ACCOUNT-NUMBER
               AND WS-TR-REFERENCE(WS-TRAN-IX) = WS-TRANS-REF
               AND WS-TR-MATCHED(WS-TRAN-IX) = 'N'
                MOVE WS-TRAN-IX TO WS-TRAN-FOUND
                MOVE WS-TRAN-COUNT TO WS-TRAN-IX
            END-IF
        END-PERFORM
        IF WS-TRAN-FOUND = 0
            PERFORM SCAN-HISTORY-ORIGINAL
            IF WS-HIST-MATCHED = 'N' AND WS-HIST-DISPUTED = 'Y'
                MOVE 'N' TO WS-VALID-RECORD
                MOVE 'POSTING IN DISPUTE' TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-RECORD
            END-IF
        END-IF
    END-IF.

MATCH-REVERSAL.
    MOVE 0 TO WS-TRAN-FOUND
    PERFORM VARYING WS-TRAN-IX FROM 1 BY 1
*> summary rows HISTARCH leaves behind, nor 'A' adjustments -
*> STORE-TRANSACTION never tables an adjustment, so the cross-
*> night fallback must not match a universe the same-night match
*> deliberately excludes. A row flagged D is under dispute and is
*> never combined against either; the scan notes that it passed
*> one so CHECK-DISPUTED-ORIGINAL can suspend the reversal.
SCAN-HISTORY-ORIGINAL.
    MOVE 'N' TO WS-HIST-MATCHED
    MOVE 'N' TO WS-HIST-DISPUTED
    MOVE 'N' TO WS-HIST-SCAN-EOF
    MOVE WS-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER
    MOVE LOW-VALUES TO HIST-TIMESTAMP
                IF HIST-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-HIST-SCAN-EOF
                ELSE
                    IF HIST-TRANS-REF = WS-TRANS-REF
                       AND HIST-TRANS-TYPE NOT = 'R'
                       AND HIST-TRANS-TYPE NOT = 'S'
                       AND HIST-TRANS-TYPE NOT = 'A'
                       AND HIST-REVERSED-FLAG = 'D'
                        MOVE 'Y' TO WS-HIST-DISPUTED
                    END-IF
                    IF HIST-TRANS-REF = WS-TRANS-REF
                       AND HIST-TRANS-TYPE NOT = 'R'
                       AND HIST-TRANS-TYPE NOT = 'S'
                       AND HIST-TRANS-TYPE NOT = 'A'
                       AND HIST-REVERSED-FLAG NOT = 'V'
                       AND HIST-REVERSED-FLAG NOT = 'D'
                        MOVE 'Y' TO WS-HIST-MATCHED
                        MOVE 'Y' TO WS-HIST-SCAN-EOF
                    END-IF
            PERFORM WRITE-ACCOUNT-SUBTOTAL
            MOVE 0 TO WS-ACCT-COUNT
            MOVE 0 TO WS-ACCT-NET-AMOUNT
            MOVE 0 TO WS-ACCT-MASTER-MOVE
        END-IF
    END-IF
    ADD 1 TO WS-ACCT-COUNT
    ADD WS-TRANSACTION-AMOUNT TO WS-ACCT-NET-AMOUNT
    ADD WS-MASTER-MOVE TO WS-ACCT-MASTER-MOVE
    ADD WS-TRANSACTION-AMOUNT TO WS-GRAND-NET-AMOUNT.

*> The movement this posting contributes to the GL 'D' record - what
*> it does to MAST-BALANCE over the night, which is not always what
*> UPDATE-MASTER adds this time. A second same-key record in one
*> attempt nets the first one's adjusted amount out of the balance,
*> and the first one's movement is already in this window's detail,
*> so only the difference moves. A replay of an abandoned attempt's
*> posting nets out what that attempt added, but its detail went
*> with the discarded staging - the posting's full adjusted amount
*> is still the night's movement, carried here once.
SET-MASTER-MOVE.
    MOVE WS-ADJUSTED-AMOUNT TO WS-MASTER-MOVE
    IF WS-HIST-ROW-FOUND = 'N'
        MOVE 'N' TO WS-REPLAY-REGION
    ELSE
        IF WS-REPLAY-REGION = 'N'
            SUBTRACT WS-PRIOR-ADJUSTED-AMOUNT FROM WS-MASTER-MOVE
        END-IF
    END-IF.

WRITE-ACCOUNT-SUBTOTAL.
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCT SUBTOTAL: ' TO REPORT-REC(1:15)
    MOVE WS-ACCT-COUNT TO GLX-RECORD-COUNT
    MOVE WS-ACCT-NET-AMOUNT TO GLX-NET-AMOUNT
    MOVE WS-CHAIN-TIMESTAMP TO GLX-RUN-TIMESTAMP
    MOVE WS-ACCT-MASTER-MOVE TO GLX-MASTER-MOVEMENT
    IF WS-FINAL-REPORT = 'Y'
        IF WS-HIT-LIMIT = 'N' AND WS-NOOP-RESTART = 'N'
            MOVE GL-EXTRACT-REC TO GLWORK-REC
    MOVE WS-RUN-TIMESTAMP TO RESTART-RUN-TIMESTAMP
    MOVE WS-AGED-COUNT TO RESTART-AGED-COUNT
    MOVE WS-CHAIN-TIMESTAMP TO RESTART-CHAIN-TIMESTAMP
    MOVE WS-DORMANT-COUNT TO RESTART-DORMANT-COUNT
    MOVE WS-ACCT-MASTER-MOVE TO RESTART-ACCT-MASTER-MOVE
    REWRITE RESTART-REC.

CLEAR-RESTART.
    PERFORM CLEAR-RESTART-COUNTERS.

*> Sequence abort: counters reset so the corrected rerun starts
*> from the top, but this run chain's timestamp stays in the
*> checkpoint record - the rerun must recognize the history rows
*> this abandoned chain already posted as replay, not duplicates,
*> and those rows carry the chain stamp, not the attempt's own.
CLEAR-RESTART-KEEP-RUN.
    MOVE WS-CHAIN-TIMESTAMP TO RESTART-RUN-TIMESTAMP
    PERFORM CLEAR-RESTART-COUNTERS.

CLEAR-RESTART-COUNTERS.
    MOVE 0 TO RESTART-DUP-COUNT
    MOVE 0 TO RESTART-AGED-COUNT
    MOVE SPACES TO RESTART-CHAIN-TIMESTAMP
    MOVE 0 TO RESTART-DORMANT-COUNT
    MOVE 0 TO RESTART-ACCT-MASTER-MOVE
    REWRITE RESTART-REC.

FLUSH-STAGING.
    CLOSE STGGL
    OPEN OUTPUT STGGL

    CLOSE STGRCT
    OPEN INPUT STGRCT
    MOVE 'N' TO WS-STAGE-EOF
    PERFORM UNTIL WS-STAGE-EOF = 'Y'
        READ STGRCT INTO RCTWORK-REC
            AT END
                MOVE 'Y' TO WS-STAGE-EOF
            NOT AT END
                WRITE RCTWORK-REC
        END-READ
    END-PERFORM
    CLOSE STGRCT
    OPEN OUTPUT STGRCT

    PERFORM UPDATE-RESTART.

*> The running balance adds each posting's adjusted amount as it
*> (every posted record passes through it first), and nothing
*> between there and here touches the master buffer - one keyed
*> access per posting, not two.
*> Each master write is logged as it happens, like the write itself
*> - not staged to the checkpoint - so the change log always holds
*> what the master went through; a restart replay logs its
*> rewrites again, which CHGEXTR nets away.
UPDATE-MASTER.
    IF WS-MASTER-ON-FILE = 'N'
        MOVE SPACES TO WS-MASTER-BEFORE
        MOVE WS-ACCOUNT-NUMBER TO MAST-ACCOUNT-NUMBER
        MOVE WS-NAME TO MAST-NAME
        MOVE WS-LAST-TRANSACTION-AMOUNT TO MAST-LAST-AMOUNT
        MOVE WS-ADJUSTED-AMOUNT TO MAST-BALANCE
        MOVE 'A' TO MAST-STATUS
        MOVE SPACES TO MASTER-REC(86:15)
        MOVE 0 TO MAST-CREDIT-LIMIT
        WRITE MASTER-REC
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'A' TO CHG-ACTION
                PERFORM WRITE-CHANGE-RECORD
        END-WRITE
    ELSE
        MOVE MASTER-REC TO WS-MASTER-BEFORE
        MOVE WS-NAME TO MAST-NAME
        MOVE WS-LAST-TRANSACTION-AMOUNT TO MAST-LAST-AMOUNT
        MOVE WS-TIMESTAMP TO MAST-TIMESTAMP
        REWRITE MASTER-REC
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'B' TO CHG-ACTION
                PERFORM WRITE-CHANGE-RECORD
        END-REWRITE
    END-IF.

*> Action A is the auto-created account, B the posting's balance
*> update; both carry the night's chain stamp.
WRITE-CHANGE-RECORD.
    MOVE MAST-ACCOUNT-NUMBER TO CHG-ACCOUNT-NUMBER
    MOVE 'CONVERTFB' TO CHG-SOURCE
    MOVE WS-CHAIN-TIMESTAMP TO CHG-RUN-TIMESTAMP
    MOVE WS-MASTER-BEFORE TO CHG-BEFORE-IMAGE
    MOVE MASTER-REC TO CHG-AFTER-IMAGE
    WRITE CHANGE-REC.

REPORT-REVERSAL.
    MOVE SPACES TO REPORT-REC
    MOVE 'REVERSAL: ' TO REPORT-REC(1:10)
    MOVE 'RESUBMITTED RECORDS: ' TO REPORT-REC(1:21)
    MOVE WS-RESUB-COUNT TO REPORT-REC(22:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'SYSTEM ADJUSTMENTS READ: ' TO REPORT-REC(1:25)
    MOVE WS-ADJUST-COUNT TO REPORT-REC(26:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'DORMANT ACCOUNT POSTINGS: ' TO REPORT-REC(1:26)
    MOVE WS-DORMANT-COUNT TO REPORT-REC(27:8)
    WRITE REPORT-REC
    IF WS-ACCT-FROM NOT = SPACES OR WS-ACCT-TO NOT = SPACES
        MOVE SPACES TO REPORT-REC
        MOVE 'STREAM RANGE: ' TO REPORT-REC(1:14)
    END-IF
    IF WS-AGED-COUNT > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-DORMANT-COUNT > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF.
