      >>SOURCE FORMAT FREE
      *> LIMITRPT - nightly credit-limit exception report, run after
      *> the CONVERTFB conversion step. Browses the account master and
      *> lists every account carrying a credit limit (MAST-CREDIT-LIMIT,
      *> set by MSTMAINT action L) whose balance has used all but the
      *> warning margin of that limit - by default any account within
      *> 10% of it - so the credit desk can contact the customer or
      *> review the limit before CONVERTFB starts holding the debits.
      *> An account already beyond its limit is flagged OVER LIMIT:
      *> reversals and system adjustments are not held by CONVERTFB,
      *> so they can take an account there, and those are the lines
      *> the desk works first.
      *>
      *> Parameter card (80 bytes, CARDFILE, optional):
      *>   cols 1-3    warning margin, percent of the limit 001-099
      *>               (blank = 10)
      *> An invalid card ends RC=16 with no listing; RC=4 when any
      *> account is over its limit. The master is only read.
IDENTIFICATION DIVISION.
PROGRAM-ID. LIMITRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARDFILE ASSIGN TO 'LIMIT.CARDS'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT MSTRFILE ASSIGN TO 'ACCOUNT.MASTER.DATASET'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-ACCOUNT-NUMBER
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT RPTFILE ASSIGN TO 'LIMIT.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CARDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS LIMIT-CARD.

01  LIMIT-CARD.
    05  LMC-WARN-PCT        PIC X(3).
    05  LMC-WARN-PCT-NUM REDEFINES LMC-WARN-PCT PIC 9(3).
    05  FILLER              PIC X(77).

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
01  WS-MAST-EOF           PIC X VALUE 'N'.
01  WS-CARD-VALID         PIC X VALUE 'Y'.
01  WS-WARN-PCT           PIC 9(3) VALUE 10.
01  WS-WARN-LEVEL         PIC S9(11)V99 VALUE 0.
01  WS-NEGATIVE-LIMIT     PIC S9(11)V99 VALUE 0.
01  WS-AVAILABLE          PIC S9(11)V99 VALUE 0.
01  WS-USED-PCT           PIC 9(5) VALUE 0.
01  WS-OVER-LIMIT         PIC X VALUE 'N'.
01  WS-ACCOUNTS-READ      PIC 9(8) VALUE 0.
01  WS-LIMIT-ACCOUNTS     PIC 9(8) VALUE 0.
01  WS-NEAR-COUNT         PIC 9(8) VALUE 0.
01  WS-OVER-COUNT         PIC 9(8) VALUE 0.
01  WS-TOTAL-LIMIT        PIC 9(13)V99 VALUE 0.
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
    PERFORM READ-PARAMETER-CARD
    PERFORM WRITE-REPORT-HEADING
    IF WS-CARD-VALID = 'N'
        MOVE SPACES TO REPORT-REC
        MOVE '*** INVALID WARNING MARGIN ON PARAMETER CARD: '
            TO REPORT-REC(1:46)
        MOVE LMC-WARN-PCT TO REPORT-REC(47:3)
        MOVE ' - NO LISTING PRODUCED ***' TO REPORT-REC(50:26)
        WRITE REPORT-REC
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT MSTRFILE
        PERFORM SCAN-MASTER
        CLOSE MSTRFILE
        PERFORM WRITE-REPORT-TOTALS
        IF WS-OVER-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    CLOSE RPTFILE
    STOP RUN.

*> No card, or a blank margin, runs with the default 10%.
READ-PARAMETER-CARD.
    MOVE SPACES TO LIMIT-CARD
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        READ CARDFILE
            AT END
                MOVE SPACES TO LIMIT-CARD
        END-READ
        CLOSE CARDFILE
    END-IF
    IF LMC-WARN-PCT NOT = SPACES
        IF LMC-WARN-PCT-NUM NOT NUMERIC
           OR LMC-WARN-PCT-NUM = 0
           OR LMC-WARN-PCT-NUM > 99
            MOVE 'N' TO WS-CARD-VALID
        ELSE
            MOVE LMC-WARN-PCT-NUM TO WS-WARN-PCT
        END-IF
    END-IF.

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
                IF MAST-CREDIT-LIMIT NUMERIC AND MAST-CREDIT-LIMIT > 0
                    PERFORM CHECK-ACCOUNT-LIMIT
                END-IF
        END-READ
    END-PERFORM.

*> The warning level is the balance at which only the margin of the
*> limit is left: with a 1,000.00 limit and the default 10% margin,
*> any balance of -900.00 or below lists. Beyond minus the limit
*> itself the account is over.
CHECK-ACCOUNT-LIMIT.
    ADD 1 TO WS-LIMIT-ACCOUNTS
    ADD MAST-CREDIT-LIMIT TO WS-TOTAL-LIMIT
    COMPUTE WS-NEGATIVE-LIMIT = 0 - MAST-CREDIT-LIMIT
    COMPUTE WS-WARN-LEVEL ROUNDED =
        0 - (MAST-CREDIT-LIMIT * (100 - WS-WARN-PCT) / 100)
    IF MAST-BALANCE <= WS-WARN-LEVEL
        MOVE 'N' TO WS-OVER-LIMIT
        IF MAST-BALANCE < WS-NEGATIVE-LIMIT
            MOVE 'Y' TO WS-OVER-LIMIT
            ADD 1 TO WS-OVER-COUNT
        ELSE
            ADD 1 TO WS-NEAR-COUNT
        END-IF
        COMPUTE WS-AVAILABLE = MAST-CREDIT-LIMIT + MAST-BALANCE
        COMPUTE WS-USED-PCT =
            (0 - MAST-BALANCE) * 100 / MAST-CREDIT-LIMIT
            ON SIZE ERROR
                MOVE 99999 TO WS-USED-PCT
        END-COMPUTE
        PERFORM WRITE-DETAIL-LINE
    END-IF.

WRITE-DETAIL-LINE.
    MOVE SPACES TO REPORT-REC
    MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(1:10)
    MOVE MAST-NAME TO REPORT-REC(12:30)
    MOVE MAST-STATUS TO REPORT-REC(43:1)
    MOVE MAST-BALANCE TO REPORT-REC(46:13)
    MOVE MAST-CREDIT-LIMIT TO REPORT-REC(61:11)
    MOVE WS-AVAILABLE TO REPORT-REC(74:13)
    MOVE WS-USED-PCT TO REPORT-REC(89:5)
    IF WS-OVER-LIMIT = 'Y'
        MOVE 'OVER LIMIT' TO REPORT-REC(96:10)
    END-IF
    WRITE REPORT-REC.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'CREDIT LIMIT EXCEPTIONS - RUN ' TO REPORT-REC(1:30)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(31:20)
    MOVE ' WARNING MARGIN PCT ' TO REPORT-REC(51:20)
    MOVE WS-WARN-PCT TO REPORT-REC(71:3)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNT    NAME                           ST BALANCE'
        TO REPORT-REC(1:52)
    MOVE 'LIMIT        AVAILABLE      USED%' TO REPORT-REC(61:33)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS READ: ' TO REPORT-REC(1:15)
    MOVE WS-ACCOUNTS-READ TO REPORT-REC(16:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS WITH A CREDIT LIMIT: ' TO REPORT-REC(1:30)
    MOVE WS-LIMIT-ACCOUNTS TO REPORT-REC(31:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'TOTAL LIMITS GRANTED: ' TO REPORT-REC(1:22)
    MOVE WS-TOTAL-LIMIT TO REPORT-REC(23:15)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'WITHIN WARNING MARGIN: ' TO REPORT-REC(1:23)
    MOVE WS-NEAR-COUNT TO REPORT-REC(24:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'OVER LIMIT: ' TO REPORT-REC(1:12)
    MOVE WS-OVER-COUNT TO REPORT-REC(13:8)
    WRITE REPORT-REC.
