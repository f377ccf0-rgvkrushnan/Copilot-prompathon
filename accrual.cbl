      >>SOURCE FORMAT FREE
      *> ACCRUAL - month-end interest and service-fee accrual, run
      *> outside the nightly CONVERTFB window after the last business
      *> day of the month has posted. Reads every active account on
      *> the master (status A, or blank on an old record - frozen,
      *> closed and dormant accounts are not charged) and works out:
      *>   - credit interest on a positive MAST-BALANCE, or debit
      *>     interest on a negative one, from the rate-tier cards;
      *>   - the flat monthly service fee for the account's class
      *>     (MAST-ACCOUNT-CLASS, set by MSTMAINT) from the fee cards.
      *> Each charge becomes an 'A' adjustment transaction in the
      *> 80-byte CONVERTFB input layout on the adjustment dataset,
      *> which CONVERTFB reads after the resubmission file - the
      *> charges post, audit, reach history and the GL extract by the
      *> same path as every other transaction. The transactions carry
      *> the period-end date and a fixed reference per charge kind
      *> (INTCRD credit interest, INTDEB debit interest, SVCFEE
      *> service fee), so a period accrued twice is caught by the
      *> CONVERTFB duplicate test instead of charging twice.
      *> The calculation report shows, per account, the balance used,
      *> the tier and rate applied and the charges, for finance to
      *> check before the next conversion window posts them.
      *>
      *> Card deck (80 bytes, CARDFILE), col 1 is the card type:
      *>   P  cols 2-9    period-end date YYYYMMDD (blank = last day
      *>                  of the month before the run date)
      *>      cols 10-12  day basis for the annual rate (default 365)
      *>   C  credit-interest tier / D debit-interest tier:
      *>      cols 2-14   tier ceiling 9(11)V99 - the tier applies to
      *>                  balances up to and including the ceiling
      *>      cols 15-21  annual rate percent 9(3)V9(4)
      *>      Tiers are keyed in ascending ceiling order; a balance
      *>      above the last ceiling takes the last tier.
      *>   F  cols 2-3    account class (blank = accounts with no
      *>                  class)
      *>      cols 4-14   monthly fee 9(9)V99
      *> Interest for the period is balance * rate / 100 * days /
      *> basis, where days runs from the 1st of the period month to
      *> the period-end date. Any invalid card rejects the whole deck
      *> (RC=16) and no transactions are written; a charge too large
      *> for the input amount field prints and ends RC=8.
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCRUAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARDFILE ASSIGN TO 'ACCRUAL.CARDS'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT MSTRFILE ASSIGN TO 'ACCOUNT.MASTER.DATASET'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-ACCOUNT-NUMBER
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT ADJFILE ASSIGN TO 'ACCRUAL.ADJUSTMENTS'
        ORGANIZATION IS SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO 'ACCRUAL.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CARDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS ACCRUAL-CARD.

01  ACCRUAL-CARD.
    05  ACC-CARD-TYPE       PIC X.
    05  ACC-CARD-DATA       PIC X(79).

01  PERIOD-CARD.
    05  FILLER              PIC X.
    05  PDC-PERIOD-END      PIC X(8).
    05  PDC-DAY-BASIS       PIC X(3).
    05  PDC-DAY-BASIS-NUM REDEFINES PDC-DAY-BASIS PIC 9(3).
    05  FILLER              PIC X(68).

01  TIER-CARD.
    05  FILLER              PIC X.
    05  TRC-CEILING         PIC X(13).
    05  TRC-CEILING-NUM REDEFINES TRC-CEILING PIC 9(11)V99.
    05  TRC-RATE            PIC X(7).
    05  TRC-RATE-NUM REDEFINES TRC-RATE PIC 9(3)V9(4).
    05  FILLER              PIC X(59).

01  FEE-CARD.
    05  FILLER              PIC X.
    05  FEC-CLASS           PIC X(2).
    05  FEC-FEE             PIC X(11).
    05  FEC-FEE-NUM REDEFINES FEC-FEE PIC 9(9)V99.
    05  FILLER              PIC X(66).

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

FD  ADJFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS ADJUST-REC.

*> The CONVERTFB input layout - name, account, timestamp, signed
*> display amount, type, reference and currency (blank = base).
01  ADJUST-REC.
    05  ADJ-NAME                PIC X(30).
    05  ADJ-ACCOUNT-NUMBER      PIC X(10).
    05  ADJ-TIMESTAMP           PIC X(20).
    05  ADJ-AMOUNT              PIC S9(8)V99.
    05  ADJ-TRANS-TYPE          PIC X.
    05  ADJ-TRANS-REF           PIC X(6).
    05  ADJ-CURRENCY-CODE       PIC X(3).

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REPORT-REC.

01  REPORT-REC            PIC X(133).

WORKING-STORAGE SECTION.
01  WS-CARD-STATUS        PIC XX.
01  WS-MASTER-STATUS      PIC XX.
01  WS-CARD-EOF           PIC X VALUE 'N'.
01  WS-MAST-EOF           PIC X VALUE 'N'.
01  WS-CARD-NUMBER        PIC 9(4) VALUE 0.
01  WS-EXCEPTION-COUNT    PIC 9(8) VALUE 0.
01  WS-PERIOD-END         PIC X(8) VALUE SPACES.
01  WS-PERIOD-DAYS        PIC 9(2) VALUE 0.
01  WS-DAY-BASIS          PIC 9(3) VALUE 365.
01  WS-DATE-VALID         PIC X VALUE 'Y'.
01  WS-CREDIT-COUNT       PIC 9(4) COMP VALUE 0.
01  WS-CREDIT-TABLE.
    05  WS-CR-ENTRY OCCURS 20 TIMES.
        10  WS-CR-CEILING   PIC 9(11)V99.
        10  WS-CR-RATE      PIC 9(3)V9(4).
01  WS-DEBIT-COUNT        PIC 9(4) COMP VALUE 0.
01  WS-DEBIT-TABLE.
    05  WS-DR-ENTRY OCCURS 20 TIMES.
        10  WS-DR-CEILING   PIC 9(11)V99.
        10  WS-DR-RATE      PIC 9(3)V9(4).
01  WS-FEE-COUNT          PIC 9(4) COMP VALUE 0.
01  WS-FEE-IX             PIC 9(4) COMP VALUE 0.
01  WS-FEE-FOUND          PIC 9(4) COMP VALUE 0.
01  WS-LOOKUP-CLASS       PIC X(2) VALUE SPACES.
01  WS-FEE-TABLE.
    05  WS-FT-ENTRY OCCURS 50 TIMES.
        10  WS-FT-CLASS     PIC X(2).
        10  WS-FT-FEE       PIC 9(9)V99.
01  WS-TIER-IX            PIC 9(4) COMP VALUE 0.
01  WS-TIER-FOUND         PIC 9(4) COMP VALUE 0.
01  WS-TIER-KIND          PIC X VALUE SPACE.
01  WS-TIER-RATE          PIC 9(3)V9(4) VALUE 0.
01  WS-ABS-BALANCE        PIC 9(11)V99 VALUE 0.
01  WS-INTEREST           PIC S9(8)V99 VALUE 0.
01  WS-FEE-AMOUNT         PIC S9(8)V99 VALUE 0.
01  WS-SIZE-ERROR         PIC X VALUE 'N'.
01  WS-ACCOUNTS-READ      PIC 9(8) VALUE 0.
01  WS-ACCOUNTS-CHARGED   PIC 9(8) VALUE 0.
01  WS-ACCOUNTS-SKIPPED   PIC 9(8) VALUE 0.
01  WS-TRANS-WRITTEN      PIC 9(8) VALUE 0.
01  WS-SIZE-ERROR-COUNT   PIC 9(8) VALUE 0.
01  WS-TOTAL-CREDIT-INT   PIC S9(13)V99 VALUE 0.
01  WS-TOTAL-DEBIT-INT    PIC S9(13)V99 VALUE 0.
01  WS-TOTAL-FEES         PIC S9(13)V99 VALUE 0.
01  WS-MONTH-INDEX        PIC 9(6) VALUE 0.
01  WS-TS-YEAR            PIC 9(4).
01  WS-TS-MONTH           PIC 9(2).
01  WS-TS-DAY             PIC 9(2).
01  WS-MONTH-DAYS         PIC 9(2).
01  WS-RUN-DATE           PIC X(8).
01  WS-RUN-TIME           PIC X(8).
01  WS-RUN-TIMESTAMP      PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    OPEN OUTPUT RPTFILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE DELIMITED BY SIZE
           WS-RUN-TIME DELIMITED BY SIZE
           INTO WS-RUN-TIMESTAMP
    END-STRING
    PERFORM LOAD-CARD-DECK
    PERFORM SET-PERIOD
    PERFORM WRITE-REPORT-HEADING
    IF WS-EXCEPTION-COUNT > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** CARD DECK REJECTED - NO CHARGES WRITTEN ***'
            TO REPORT-REC(1:48)
        WRITE REPORT-REC
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT MSTRFILE
        OPEN OUTPUT ADJFILE
        PERFORM SCAN-MASTER
        PERFORM WRITE-REPORT-TOTALS
        CLOSE MSTRFILE
        CLOSE ADJFILE
    END-IF
    CLOSE RPTFILE
    STOP RUN.

*> The deck is read whole before any account is touched - an edit
*> failure anywhere in it means finance is looking at the wrong
*> rates, and a half-charged month is worse than none.
LOAD-CARD-DECK.
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        PERFORM UNTIL WS-CARD-EOF = 'Y'
            READ CARDFILE
                AT END
                    MOVE 'Y' TO WS-CARD-EOF
                NOT AT END
                    ADD 1 TO WS-CARD-NUMBER
                    PERFORM CHECK-ONE-CARD
            END-READ
        END-PERFORM
        CLOSE CARDFILE
    END-IF
    IF WS-CREDIT-COUNT = 0 AND WS-DEBIT-COUNT = 0
       AND WS-FEE-COUNT = 0
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO REPORT-REC
        MOVE '*** NO RATE OR FEE CARDS ON THE DECK ***'
            TO REPORT-REC(1:40)
        WRITE REPORT-REC
    END-IF.

CHECK-ONE-CARD.
    EVALUATE ACC-CARD-TYPE
        WHEN 'P'
            PERFORM CHECK-PERIOD-CARD
        WHEN 'C'
        WHEN 'D'
            PERFORM CHECK-TIER-CARD
        WHEN 'F'
            PERFORM CHECK-FEE-CARD
        WHEN OTHER
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'INVALID CARD TYPE' TO REPORT-REC(36:17)
            WRITE REPORT-REC
    END-EVALUATE.

CHECK-PERIOD-CARD.
    IF PDC-PERIOD-END NOT = SPACES
        MOVE PDC-PERIOD-END TO WS-PERIOD-END
        PERFORM EDIT-PERIOD-END
        IF WS-DATE-VALID = 'N'
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'INVALID PERIOD-END DATE' TO REPORT-REC(36:23)
            WRITE REPORT-REC
        END-IF
    END-IF
    IF PDC-DAY-BASIS NOT = SPACES
        IF PDC-DAY-BASIS-NUM NUMERIC AND PDC-DAY-BASIS-NUM > 0
            MOVE PDC-DAY-BASIS-NUM TO WS-DAY-BASIS
        ELSE
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'INVALID DAY BASIS' TO REPORT-REC(36:17)
            WRITE REPORT-REC
        END-IF
    END-IF.

*> Tiers must arrive in ascending ceiling order - the lookup takes
*> the first ceiling the balance fits under, so a card out of order
*> would silently shadow the tiers after it.
CHECK-TIER-CARD.
    IF TRC-CEILING-NUM NOT NUMERIC OR TRC-RATE-NUM NOT NUMERIC
        PERFORM BUILD-CARD-EXCEPTION
        MOVE 'CEILING OR RATE NOT NUMERIC' TO REPORT-REC(36:27)
        WRITE REPORT-REC
    ELSE
    IF ACC-CARD-TYPE = 'C'
        IF WS-CREDIT-COUNT >= 20
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'TOO MANY CREDIT TIERS' TO REPORT-REC(36:21)
            WRITE REPORT-REC
        ELSE
        IF WS-CREDIT-COUNT > 0
           AND TRC-CEILING-NUM NOT > WS-CR-CEILING(WS-CREDIT-COUNT)
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'TIER OUT OF CEILING ORDER' TO REPORT-REC(36:25)
            WRITE REPORT-REC
        ELSE
            ADD 1 TO WS-CREDIT-COUNT
            MOVE TRC-CEILING-NUM TO WS-CR-CEILING(WS-CREDIT-COUNT)
            MOVE TRC-RATE-NUM TO WS-CR-RATE(WS-CREDIT-COUNT)
        END-IF
        END-IF
    ELSE
        IF WS-DEBIT-COUNT >= 20
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'TOO MANY DEBIT TIERS' TO REPORT-REC(36:20)
            WRITE REPORT-REC
        ELSE
        IF WS-DEBIT-COUNT > 0
           AND TRC-CEILING-NUM NOT > WS-DR-CEILING(WS-DEBIT-COUNT)
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'TIER OUT OF CEILING ORDER' TO REPORT-REC(36:25)
            WRITE REPORT-REC
        ELSE
            ADD 1 TO WS-DEBIT-COUNT
            MOVE TRC-CEILING-NUM TO WS-DR-CEILING(WS-DEBIT-COUNT)
            MOVE TRC-RATE-NUM TO WS-DR-RATE(WS-DEBIT-COUNT)
        END-IF
        END-IF
    END-IF
    END-IF.

CHECK-FEE-CARD.
    IF FEC-FEE-NUM NOT NUMERIC
        PERFORM BUILD-CARD-EXCEPTION
        MOVE 'FEE NOT NUMERIC' TO REPORT-REC(36:15)
        WRITE REPORT-REC
    ELSE
        MOVE FEC-CLASS TO WS-LOOKUP-CLASS
        PERFORM LOOKUP-FEE-CLASS
        IF WS-FEE-FOUND > 0
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'DUPLICATE FEE CLASS' TO REPORT-REC(36:19)
            WRITE REPORT-REC
        ELSE
        IF WS-FEE-COUNT >= 50
            PERFORM BUILD-CARD-EXCEPTION
            MOVE 'TOO MANY FEE CLASSES' TO REPORT-REC(36:20)
            WRITE REPORT-REC
        ELSE
            ADD 1 TO WS-FEE-COUNT
            MOVE FEC-CLASS TO WS-FT-CLASS(WS-FEE-COUNT)
            MOVE FEC-FEE-NUM TO WS-FT-FEE(WS-FEE-COUNT)
        END-IF
        END-IF
    END-IF.

LOOKUP-FEE-CLASS.
    MOVE 0 TO WS-FEE-FOUND
    PERFORM VARYING WS-FEE-IX FROM 1 BY 1
            UNTIL WS-FEE-IX > WS-FEE-COUNT
        IF WS-FT-CLASS(WS-FEE-IX) = WS-LOOKUP-CLASS
            MOVE WS-FEE-IX TO WS-FEE-FOUND
            MOVE WS-FEE-COUNT TO WS-FEE-IX
        END-IF
    END-PERFORM.

EDIT-PERIOD-END.
    MOVE 'Y' TO WS-DATE-VALID
    IF WS-PERIOD-END NOT NUMERIC
        MOVE 'N' TO WS-DATE-VALID
    ELSE
        MOVE WS-PERIOD-END(1:4) TO WS-TS-YEAR
        MOVE WS-PERIOD-END(5:2) TO WS-TS-MONTH
        MOVE WS-PERIOD-END(7:2) TO WS-TS-DAY
        PERFORM SET-MONTH-DAYS
        IF WS-MONTH-DAYS = 0 OR WS-TS-DAY < 1
           OR WS-TS-DAY > WS-MONTH-DAYS
            MOVE 'N' TO WS-DATE-VALID
        END-IF
    END-IF.

SET-MONTH-DAYS.
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
    END-EVALUATE.

*> With no period-end card the run accrues the month just closed -
*> the last day of the month before the run date. That date can
*> never be ahead of the business date the charges convert under,
*> so they are never held back as future dated.
SET-PERIOD.
    IF WS-PERIOD-END = SPACES OR WS-DATE-VALID = 'N'
        MOVE WS-RUN-DATE(1:4) TO WS-TS-YEAR
        MOVE WS-RUN-DATE(5:2) TO WS-TS-MONTH
        COMPUTE WS-MONTH-INDEX = WS-TS-YEAR * 12 + WS-TS-MONTH - 2
        DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-TS-YEAR
            REMAINDER WS-TS-MONTH
        ADD 1 TO WS-TS-MONTH
        PERFORM SET-MONTH-DAYS
        MOVE WS-MONTH-DAYS TO WS-TS-DAY
        STRING WS-TS-YEAR DELIMITED BY SIZE
               WS-TS-MONTH DELIMITED BY SIZE
               WS-TS-DAY DELIMITED BY SIZE
               INTO WS-PERIOD-END
        END-STRING
    END-IF
    MOVE WS-PERIOD-END(7:2) TO WS-PERIOD-DAYS.

SCAN-MASTER.
    MOVE LOW-VALUES TO MAST-ACCOUNT-NUMBER
    START MSTRFILE KEY NOT < MAST-ACCOUNT-NUMBER
        INVALID KEY
            MOVE 'Y' TO WS-MAST-EOF
    END-START
    PERFORM UNTIL WS-MAST-EOF = 'Y'
        READ MSTRFILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-MAST-EOF
            NOT AT END
                ADD 1 TO WS-ACCOUNTS-READ
                IF MAST-STATUS = 'A' OR MAST-STATUS = SPACE
                    PERFORM ACCRUE-ACCOUNT
                ELSE
                    ADD 1 TO WS-ACCOUNTS-SKIPPED
                END-IF
        END-READ
    END-PERFORM.

ACCRUE-ACCOUNT.
    MOVE 0 TO WS-INTEREST
    MOVE 0 TO WS-FEE-AMOUNT
    MOVE 0 TO WS-TIER-FOUND
    MOVE 0 TO WS-TIER-RATE
    MOVE SPACE TO WS-TIER-KIND
    MOVE 'N' TO WS-SIZE-ERROR
    IF MAST-BALANCE < 0
        COMPUTE WS-ABS-BALANCE = 0 - MAST-BALANCE
        MOVE 'D' TO WS-TIER-KIND
        PERFORM FIND-DEBIT-TIER
    ELSE
        MOVE MAST-BALANCE TO WS-ABS-BALANCE
        IF MAST-BALANCE > 0
            MOVE 'C' TO WS-TIER-KIND
            PERFORM FIND-CREDIT-TIER
        END-IF
    END-IF
    IF WS-TIER-FOUND > 0 AND WS-TIER-RATE > 0
        COMPUTE WS-INTEREST ROUNDED =
            WS-ABS-BALANCE * WS-TIER-RATE * WS-PERIOD-DAYS
                / (100 * WS-DAY-BASIS)
            ON SIZE ERROR
                MOVE 'Y' TO WS-SIZE-ERROR
                MOVE 0 TO WS-INTEREST
        END-COMPUTE
        IF WS-TIER-KIND = 'D'
            COMPUTE WS-INTEREST = 0 - WS-INTEREST
        END-IF
    END-IF
    MOVE MAST-ACCOUNT-CLASS TO WS-LOOKUP-CLASS
    PERFORM LOOKUP-FEE-CLASS
    IF WS-FEE-FOUND > 0
        IF WS-FT-FEE(WS-FEE-FOUND) > 99999999.99
            MOVE 'Y' TO WS-SIZE-ERROR
        ELSE
            COMPUTE WS-FEE-AMOUNT = 0 - WS-FT-FEE(WS-FEE-FOUND)
        END-IF
    END-IF
    IF WS-SIZE-ERROR = 'Y'
        PERFORM WRITE-SIZE-ERROR-LINE
    ELSE
        IF WS-INTEREST NOT = 0 OR WS-FEE-AMOUNT NOT = 0
            ADD 1 TO WS-ACCOUNTS-CHARGED
            PERFORM WRITE-CHARGES
            PERFORM WRITE-DETAIL-LINE
        END-IF
    END-IF.

*> The first tier whose ceiling covers the balance; a balance above
*> every ceiling stays on the last (highest) tier.
FIND-CREDIT-TIER.
    PERFORM VARYING WS-TIER-IX FROM 1 BY 1
            UNTIL WS-TIER-IX > WS-CREDIT-COUNT
        IF WS-ABS-BALANCE NOT > WS-CR-CEILING(WS-TIER-IX)
            MOVE WS-TIER-IX TO WS-TIER-FOUND
            MOVE WS-CREDIT-COUNT TO WS-TIER-IX
        END-IF
    END-PERFORM
    IF WS-TIER-FOUND = 0
        MOVE WS-CREDIT-COUNT TO WS-TIER-FOUND
    END-IF
    IF WS-TIER-FOUND > 0
        MOVE WS-CR-RATE(WS-TIER-FOUND) TO WS-TIER-RATE
    END-IF.

FIND-DEBIT-TIER.
    PERFORM VARYING WS-TIER-IX FROM 1 BY 1
            UNTIL WS-TIER-IX > WS-DEBIT-COUNT
        IF WS-ABS-BALANCE NOT > WS-DR-CEILING(WS-TIER-IX)
            MOVE WS-TIER-IX TO WS-TIER-FOUND
            MOVE WS-DEBIT-COUNT TO WS-TIER-IX
        END-IF
    END-PERFORM
    IF WS-TIER-FOUND = 0
        MOVE WS-DEBIT-COUNT TO WS-TIER-FOUND
    END-IF
    IF WS-TIER-FOUND > 0
        MOVE WS-DR-RATE(WS-TIER-FOUND) TO WS-TIER-RATE
    END-IF.

*> One transaction per charge kind. The time part of the stamp is
*> the last second of the period-end day, so the charges sort after
*> every real posting of that day on history and statements.
WRITE-CHARGES.
    IF WS-INTEREST NOT = 0
        MOVE SPACES TO ADJUST-REC
        MOVE WS-INTEREST TO ADJ-AMOUNT
        IF WS-TIER-KIND = 'C'
            MOVE 'INTCRD' TO ADJ-TRANS-REF
            ADD WS-INTEREST TO WS-TOTAL-CREDIT-INT
        ELSE
            MOVE 'INTDEB' TO ADJ-TRANS-REF
            ADD WS-INTEREST TO WS-TOTAL-DEBIT-INT
        END-IF
        PERFORM WRITE-ADJUSTMENT
    END-IF
    IF WS-FEE-AMOUNT NOT = 0
        MOVE SPACES TO ADJUST-REC
        MOVE WS-FEE-AMOUNT TO ADJ-AMOUNT
        MOVE 'SVCFEE' TO ADJ-TRANS-REF
        ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
        PERFORM WRITE-ADJUSTMENT
    END-IF.

WRITE-ADJUSTMENT.
    MOVE MAST-NAME TO ADJ-NAME
    MOVE MAST-ACCOUNT-NUMBER TO ADJ-ACCOUNT-NUMBER
    MOVE WS-PERIOD-END TO ADJ-TIMESTAMP(1:8)
    MOVE '235959' TO ADJ-TIMESTAMP(9:6)
    MOVE 'A' TO ADJ-TRANS-TYPE
    WRITE ADJUST-REC
    ADD 1 TO WS-TRANS-WRITTEN.

*> Builds the common card-number prefix; the caller fills in the
*> reason from col 36 and writes the line.
BUILD-CARD-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE '*** CARD ' TO REPORT-REC(1:9)
    MOVE WS-CARD-NUMBER TO REPORT-REC(10:4)
    MOVE ' ' TO REPORT-REC(14:1)
    MOVE ACCRUAL-CARD(1:16) TO REPORT-REC(15:16)
    MOVE ' - ' TO REPORT-REC(31:3).

WRITE-SIZE-ERROR-LINE.
    ADD 1 TO WS-SIZE-ERROR-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE '*** CHARGE TOO LARGE - NOT WRITTEN: ' TO REPORT-REC(1:36)
    MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(37:10)
    MOVE ' BALANCE: ' TO REPORT-REC(47:10)
    MOVE MAST-BALANCE TO REPORT-REC(57:13)
    WRITE REPORT-REC
    MOVE 8 TO RETURN-CODE.

WRITE-DETAIL-LINE.
    MOVE SPACES TO REPORT-REC
    MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(1:10)
    MOVE MAST-ACCOUNT-CLASS TO REPORT-REC(12:2)
    MOVE MAST-BALANCE TO REPORT-REC(15:13)
    IF WS-TIER-FOUND > 0
        MOVE WS-TIER-KIND TO REPORT-REC(30:1)
        MOVE WS-TIER-FOUND TO REPORT-REC(31:2)
        MOVE WS-TIER-RATE TO REPORT-REC(34:7)
    ELSE
        MOVE 'NONE' TO REPORT-REC(30:4)
    END-IF
    MOVE WS-INTEREST TO REPORT-REC(43:10)
    MOVE WS-FEE-AMOUNT TO REPORT-REC(55:10)
    WRITE REPORT-REC.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'MONTH-END ACCRUAL - RUN ' TO REPORT-REC(1:24)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(25:20)
    MOVE ' PERIOD END ' TO REPORT-REC(45:12)
    MOVE WS-PERIOD-END TO REPORT-REC(57:8)
    MOVE ' DAYS ' TO REPORT-REC(65:6)
    MOVE WS-PERIOD-DAYS TO REPORT-REC(71:2)
    MOVE ' BASIS ' TO REPORT-REC(73:7)
    MOVE WS-DAY-BASIS TO REPORT-REC(80:3)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNT    CL BALANCE USED  TIER RATE      INTEREST    FEE'
        TO REPORT-REC(1:58)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS READ: ' TO REPORT-REC(1:15)
    MOVE WS-ACCOUNTS-READ TO REPORT-REC(16:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'NOT ACTIVE - NOT CHARGED: ' TO REPORT-REC(1:26)
    MOVE WS-ACCOUNTS-SKIPPED TO REPORT-REC(27:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS CHARGED: ' TO REPORT-REC(1:18)
    MOVE WS-ACCOUNTS-CHARGED TO REPORT-REC(19:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'CREDIT INTEREST: ' TO REPORT-REC(1:17)
    MOVE WS-TOTAL-CREDIT-INT TO REPORT-REC(18:15)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'DEBIT INTEREST: ' TO REPORT-REC(1:16)
    MOVE WS-TOTAL-DEBIT-INT TO REPORT-REC(17:15)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'SERVICE FEES: ' TO REPORT-REC(1:14)
    MOVE WS-TOTAL-FEES TO REPORT-REC(15:15)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ADJUSTMENT TRANSACTIONS WRITTEN: ' TO REPORT-REC(1:33)
    MOVE WS-TRANS-WRITTEN TO REPORT-REC(34:8)
    WRITE REPORT-REC
    IF WS-SIZE-ERROR-COUNT > 0
        MOVE SPACES TO REPORT-REC
        MOVE 'CHARGES TOO LARGE - NOT WRITTEN: ' TO REPORT-REC(1:33)
        MOVE WS-SIZE-ERROR-COUNT TO REPORT-REC(34:8)
        WRITE REPORT-REC
    END-IF.
