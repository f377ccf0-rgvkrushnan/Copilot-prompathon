      >>SOURCE FORMAT FREE
      *> DORMANT - dormant account detection, run outside the nightly
      *> CONVERTFB window. Browses the account master and the
      *> transaction history together in key order and judges each
      *> active account's last activity as the later of MAST-TIMESTAMP
      *> and the newest history row it owns (the 'S' summary rows
      *> HISTARCH leaves behind carry no posting date and are skipped).
      *> An active account (status A, or blank on an old record) whose
      *> last activity falls before the inactivity cutoff is moved to
      *> status D - dormant - and:
      *>   - gets a notice row on the dormancy notice extract for the
      *>     print bureau ('N' rows plus one 'T' trailer carrying the
      *>     notice count and total balance);
      *>   - prints on the report of accounts that crossed the
      *>     threshold tonight, with its balance and last activity.
      *> The report closes with the dormant population on file (count
      *> and total balance), so compliance has the dormant balances
      *> to work from. Frozen and closed accounts are not judged -
      *> their status already says more than dormancy would - and an
      *> account already dormant stays dormant until the back office
      *> signs its reactivation off through MSTMAINT.
      *>
      *> CONVERTFB still posts to a dormant account, but every such
      *> posting lands on its reactivation exception list; the S card
      *> back to A (with the signing officer's id) is the sign-off.
      *>
      *> Parameter card (80 bytes, first record of CARDFILE):
      *>   cols 1-3   months of inactivity before an account goes
      *>              dormant (default 12)
      *>   cols 4-11  as-of date YYYYMMDD the months count back from
      *>              (blank = run date)
      *> The cutoff is the as-of date less the months, the day clamped
      *> to the end of a shorter month. An invalid card, or a master
      *> or history file that will not open, ends RC=16 with nothing
      *> marked; a master rewrite that fails is reported with its
      *> file status and ends RC=8.
IDENTIFICATION DIVISION.
PROGRAM-ID. DORMANT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARDFILE ASSIGN TO 'DORMANT.CARD'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT MSTRFILE ASSIGN TO 'ACCOUNT.MASTER.DATASET'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-ACCOUNT-NUMBER
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT HISTFILE ASSIGN TO 'TRANSACTION.HISTORY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    SELECT NTCFILE ASSIGN TO 'DORMANCY.NOTICES'
        ORGANIZATION IS SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO 'DORMANT.REPORT'
        ORGANIZATION IS SEQUENTIAL.
    SELECT CHGFILE ASSIGN TO 'CHANGE.LOG'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CARDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS DORM-CARD.

01  DORM-CARD.
    05  DRM-MONTHS          PIC X(3).
    05  DRM-MONTHS-NUM REDEFINES DRM-MONTHS PIC 9(3).
    05  DRM-AS-OF-DATE      PIC X(8).
    05  FILLER              PIC X(69).

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

FD  NTCFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS NOTICE-REC.

*> One 'N' row per account that went dormant this run, plus a 'T'
*> trailer the print bureau balances the batch against.
01  NOTICE-REC.
    05  NTC-RECORD-TYPE         PIC X.
    05  NTC-ACCOUNT-NUMBER      PIC X(10).
    05  NTC-NAME                PIC X(30).
    05  NTC-BALANCE             PIC S9(11)V99 SIGN LEADING SEPARATE.
    05  NTC-LAST-ACTIVITY       PIC X(8).
    05  NTC-NOTICE-DATE         PIC X(8).
    05  FILLER                  PIC X(9).

01  NOTICE-TRAILER-REC.
    05  NTT-RECORD-TYPE         PIC X.
    05  FILLER                  PIC X(10).
    05  NTT-NOTICE-COUNT        PIC 9(8).
    05  NTT-TOTAL-BALANCE       PIC S9(13)V99 SIGN LEADING SEPARATE.
    05  NTT-RUN-TIMESTAMP       PIC X(20).
    05  FILLER                  PIC X(25).

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REPORT-REC.

01  REPORT-REC            PIC X(133).

*> Master change log - same layout CONVERTFB writes.
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

WORKING-STORAGE SECTION.
01  WS-CARD-STATUS        PIC XX.
01  WS-MASTER-STATUS      PIC XX.
01  WS-HIST-STATUS        PIC XX.
01  WS-MAST-EOF           PIC X VALUE 'N'.
01  WS-HIST-EOF           PIC X VALUE 'N'.
01  WS-CARD-VALID         PIC X VALUE 'Y'.
01  WS-MONTHS             PIC 9(3) VALUE 12.
01  WS-AS-OF-DATE         PIC X(8) VALUE SPACES.
01  WS-CUTOFF-DATE        PIC X(8) VALUE SPACES.
01  WS-HIST-ACCOUNT       PIC X(10) VALUE SPACES.
01  WS-LAST-ACTIVITY      PIC X(20) VALUE SPACES.
01  WS-ACCOUNTS-READ      PIC 9(8) VALUE 0.
01  WS-NEW-DORMANT-COUNT  PIC 9(8) VALUE 0.
01  WS-NEW-DORMANT-BAL    PIC S9(13)V99 VALUE 0.
01  WS-DORMANT-COUNT      PIC 9(8) VALUE 0.
01  WS-DORMANT-BALANCE    PIC S9(13)V99 VALUE 0.
01  WS-REWRITE-FAILED     PIC 9(8) VALUE 0.
01  WS-BEFORE-REC         PIC X(100) VALUE SPACES.
01  WS-MONTH-INDEX        PIC 9(6) VALUE 0.
01  WS-CUT-YEAR           PIC 9(4).
01  WS-CUT-MONTH          PIC 9(2).
01  WS-CUT-DAY            PIC 9(2).
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
    PERFORM INIT-PARAMETERS
    IF WS-CARD-VALID = 'N'
        MOVE SPACES TO REPORT-REC
        MOVE '*** INVALID DORMANCY PARAMETER CARD - '
            TO REPORT-REC(1:38)
        MOVE 'NO ACCOUNTS MARKED ***' TO REPORT-REC(39:22)
        WRITE REPORT-REC
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM COMPUTE-CUTOFF-DATE
        OPEN I-O MSTRFILE
        OPEN INPUT HISTFILE
        IF WS-MASTER-STATUS(1:1) NOT = '0'
           OR WS-HIST-STATUS(1:1) NOT = '0'
            PERFORM REPORT-OPEN-FAILURE
        ELSE
            OPEN OUTPUT NTCFILE
            OPEN OUTPUT CHGFILE
            PERFORM WRITE-REPORT-HEADING
            PERFORM SCAN-MASTER
            PERFORM WRITE-NOTICE-TRAILER
            PERFORM WRITE-REPORT-TOTALS
            CLOSE MSTRFILE
            CLOSE HISTFILE
            CLOSE NTCFILE
            CLOSE CHGFILE
        END-IF
    END-IF
    CLOSE RPTFILE
    STOP RUN.

*> Nothing has been read or marked yet; whichever file did open is
*> closed again and the run ends with both statuses on the report.
REPORT-OPEN-FAILURE.
    MOVE SPACES TO REPORT-REC
    MOVE '*** OPEN FAILED - MASTER STATUS ' TO REPORT-REC(1:32)
    MOVE WS-MASTER-STATUS TO REPORT-REC(33:2)
    MOVE ' HISTORY STATUS ' TO REPORT-REC(35:16)
    MOVE WS-HIST-STATUS TO REPORT-REC(51:2)
    MOVE ' - NO ACCOUNTS MARKED ***' TO REPORT-REC(53:25)
    WRITE REPORT-REC
    IF WS-MASTER-STATUS(1:1) = '0'
        CLOSE MSTRFILE
    END-IF
    IF WS-HIST-STATUS(1:1) = '0'
        CLOSE HISTFILE
    END-IF
    MOVE 16 TO RETURN-CODE.

*> A missing card runs with the defaults - twelve months back from
*> the run date. A keyed as-of date gets the usual calendar edit:
*> a typo there would move the cutoff and mark live accounts.
INIT-PARAMETERS.
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        READ CARDFILE
            AT END
                CONTINUE
            NOT AT END
                IF DRM-MONTHS NOT = SPACES
                    IF DRM-MONTHS-NUM NUMERIC AND DRM-MONTHS-NUM > 0
                        MOVE DRM-MONTHS-NUM TO WS-MONTHS
                    ELSE
                        MOVE 'N' TO WS-CARD-VALID
                    END-IF
                END-IF
                IF DRM-AS-OF-DATE NOT = SPACES
                    MOVE DRM-AS-OF-DATE TO WS-AS-OF-DATE
                END-IF
        END-READ
        CLOSE CARDFILE
    END-IF
    IF WS-AS-OF-DATE = SPACES
        MOVE WS-RUN-DATE TO WS-AS-OF-DATE
    ELSE
        PERFORM EDIT-AS-OF-DATE
    END-IF.

EDIT-AS-OF-DATE.
    IF WS-AS-OF-DATE NOT NUMERIC
        MOVE 'N' TO WS-CARD-VALID
    ELSE
        MOVE WS-AS-OF-DATE(1:4) TO WS-TS-YEAR
        MOVE WS-AS-OF-DATE(5:2) TO WS-TS-MONTH
        MOVE WS-AS-OF-DATE(7:2) TO WS-TS-DAY
        PERFORM SET-MONTH-DAYS
        IF WS-MONTH-DAYS = 0 OR WS-TS-DAY < 1
           OR WS-TS-DAY > WS-MONTH-DAYS
            MOVE 'N' TO WS-CARD-VALID
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

*> Months are counted back on a running month index (year * 12 +
*> month - 1) so the year rolls correctly; the day is clamped so a
*> 31st as-of date lands on the last day of a 30-day month rather
*> than an invalid date.
COMPUTE-CUTOFF-DATE.
    MOVE WS-AS-OF-DATE(1:4) TO WS-TS-YEAR
    MOVE WS-AS-OF-DATE(5:2) TO WS-TS-MONTH
    MOVE WS-AS-OF-DATE(7:2) TO WS-CUT-DAY
    COMPUTE WS-MONTH-INDEX = WS-TS-YEAR * 12 + WS-TS-MONTH - 1
        - WS-MONTHS
    DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUT-YEAR
        REMAINDER WS-CUT-MONTH
    ADD 1 TO WS-CUT-MONTH
    MOVE WS-CUT-YEAR TO WS-TS-YEAR
    MOVE WS-CUT-MONTH TO WS-TS-MONTH
    PERFORM SET-MONTH-DAYS
    IF WS-CUT-DAY > WS-MONTH-DAYS
        MOVE WS-MONTH-DAYS TO WS-CUT-DAY
    END-IF
    STRING WS-CUT-YEAR DELIMITED BY SIZE
           WS-CUT-MONTH DELIMITED BY SIZE
           WS-CUT-DAY DELIMITED BY SIZE
           INTO WS-CUTOFF-DATE
    END-STRING.

*> Master and history are both keyed by account first, so one pass
*> over each in step is enough: for every master account the
*> history browse is advanced past any orphan rows ahead of it and
*> then across the account's own rows, keeping the newest
*> transaction timestamp.
SCAN-MASTER.
    MOVE LOW-VALUES TO MAST-ACCOUNT-NUMBER
    START MSTRFILE KEY NOT < MAST-ACCOUNT-NUMBER
        INVALID KEY
            MOVE 'Y' TO WS-MAST-EOF
    END-START
    MOVE LOW-VALUES TO HIST-KEY
    START HISTFILE KEY NOT < HIST-KEY
        INVALID KEY
            MOVE 'Y' TO WS-HIST-EOF
            MOVE HIGH-VALUES TO WS-HIST-ACCOUNT
    END-START
    IF WS-HIST-EOF = 'N'
        PERFORM READ-NEXT-HISTORY
    END-IF
    PERFORM UNTIL WS-MAST-EOF = 'Y'
        READ MSTRFILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-MAST-EOF
            NOT AT END
                ADD 1 TO WS-ACCOUNTS-READ
                PERFORM JUDGE-ACCOUNT
        END-READ
    END-PERFORM.

READ-NEXT-HISTORY.
    READ HISTFILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-HIST-EOF
            MOVE HIGH-VALUES TO WS-HIST-ACCOUNT
        NOT AT END
            MOVE HIST-ACCOUNT-NUMBER TO WS-HIST-ACCOUNT
    END-READ.

JUDGE-ACCOUNT.
    MOVE MAST-TIMESTAMP TO WS-LAST-ACTIVITY
    PERFORM UNTIL WS-HIST-ACCOUNT NOT < MAST-ACCOUNT-NUMBER
        PERFORM READ-NEXT-HISTORY
    END-PERFORM
    PERFORM UNTIL WS-HIST-ACCOUNT NOT = MAST-ACCOUNT-NUMBER
        IF HIST-TRANS-TYPE NOT = 'S'
           AND HIST-TIMESTAMP > WS-LAST-ACTIVITY
            MOVE HIST-TIMESTAMP TO WS-LAST-ACTIVITY
        END-IF
        PERFORM READ-NEXT-HISTORY
    END-PERFORM
    EVALUATE MAST-STATUS
        WHEN 'D'
            ADD 1 TO WS-DORMANT-COUNT
            ADD MAST-BALANCE TO WS-DORMANT-BALANCE
        WHEN 'A'
        WHEN SPACE
            IF WS-LAST-ACTIVITY(1:8) < WS-CUTOFF-DATE
                PERFORM MARK-DORMANT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The file status is tested rather than INVALID KEY alone, which
*> only sees key errors - any other failed rewrite would go
*> unnoticed and be logged and counted as marked.
MARK-DORMANT.
    MOVE MASTER-REC TO WS-BEFORE-REC
    MOVE 'D' TO MAST-STATUS
    REWRITE MASTER-REC
        INVALID KEY
            CONTINUE
    END-REWRITE
    IF WS-MASTER-STATUS(1:1) = '0'
        ADD 1 TO WS-NEW-DORMANT-COUNT
        ADD MAST-BALANCE TO WS-NEW-DORMANT-BAL
        ADD 1 TO WS-DORMANT-COUNT
        ADD MAST-BALANCE TO WS-DORMANT-BALANCE
        PERFORM WRITE-NOTICE
        PERFORM WRITE-DORMANT-LINE
        PERFORM WRITE-CHANGE-RECORD
    ELSE
        ADD 1 TO WS-REWRITE-FAILED
        MOVE SPACES TO REPORT-REC
        MOVE '*** MASTER REWRITE FAILED, STATUS ' TO REPORT-REC(1:34)
        MOVE WS-MASTER-STATUS TO REPORT-REC(35:2)
        MOVE ': ' TO REPORT-REC(37:2)
        MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(39:10)
        WRITE REPORT-REC
        MOVE 8 TO RETURN-CODE
    END-IF.

*> Logged as a status change, the same action an MSTMAINT S card
*> that marked the account dormant would carry.
WRITE-CHANGE-RECORD.
    MOVE MAST-ACCOUNT-NUMBER TO CHG-ACCOUNT-NUMBER
    MOVE 'DORMANT' TO CHG-SOURCE
    MOVE 'S' TO CHG-ACTION
    MOVE WS-RUN-TIMESTAMP TO CHG-RUN-TIMESTAMP
    MOVE WS-BEFORE-REC TO CHG-BEFORE-IMAGE
    MOVE MASTER-REC TO CHG-AFTER-IMAGE
    WRITE CHANGE-REC.

WRITE-NOTICE.
    MOVE SPACES TO NOTICE-REC
    MOVE 'N' TO NTC-RECORD-TYPE
    MOVE MAST-ACCOUNT-NUMBER TO NTC-ACCOUNT-NUMBER
    MOVE MAST-NAME TO NTC-NAME
    MOVE MAST-BALANCE TO NTC-BALANCE
    MOVE WS-LAST-ACTIVITY(1:8) TO NTC-LAST-ACTIVITY
    MOVE WS-AS-OF-DATE TO NTC-NOTICE-DATE
    WRITE NOTICE-REC.

WRITE-NOTICE-TRAILER.
    MOVE SPACES TO NOTICE-TRAILER-REC
    MOVE 'T' TO NTT-RECORD-TYPE
    MOVE WS-NEW-DORMANT-COUNT TO NTT-NOTICE-COUNT
    MOVE WS-NEW-DORMANT-BAL TO NTT-TOTAL-BALANCE
    MOVE WS-RUN-TIMESTAMP TO NTT-RUN-TIMESTAMP
    WRITE NOTICE-TRAILER-REC.

WRITE-DORMANT-LINE.
    MOVE SPACES TO REPORT-REC
    MOVE 'NOW DORMANT: ' TO REPORT-REC(1:13)
    MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(14:10)
    MOVE MAST-NAME TO REPORT-REC(25:30)
    MOVE ' BALANCE: ' TO REPORT-REC(55:10)
    MOVE MAST-BALANCE TO REPORT-REC(65:13)
    MOVE ' LAST ACTIVITY: ' TO REPORT-REC(78:16)
    MOVE WS-LAST-ACTIVITY TO REPORT-REC(94:20)
    WRITE REPORT-REC.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'DORMANT ACCOUNT REVIEW - RUN ' TO REPORT-REC(1:29)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(30:20)
    MOVE ' AS OF ' TO REPORT-REC(50:7)
    MOVE WS-AS-OF-DATE TO REPORT-REC(57:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'NO ACTIVITY SINCE BEFORE ' TO REPORT-REC(1:25)
    MOVE WS-CUTOFF-DATE TO REPORT-REC(26:8)
    MOVE ' (' TO REPORT-REC(34:2)
    MOVE WS-MONTHS TO REPORT-REC(36:3)
    MOVE ' MONTHS) - ACCOUNTS CROSSING THE THRESHOLD THIS RUN:'
        TO REPORT-REC(39:52)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS READ: ' TO REPORT-REC(1:15)
    MOVE WS-ACCOUNTS-READ TO REPORT-REC(16:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'NEWLY DORMANT: ' TO REPORT-REC(1:15)
    MOVE WS-NEW-DORMANT-COUNT TO REPORT-REC(16:8)
    MOVE ' BALANCE: ' TO REPORT-REC(24:10)
    MOVE WS-NEW-DORMANT-BAL TO REPORT-REC(34:15)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'DORMANT ACCOUNTS ON FILE: ' TO REPORT-REC(1:26)
    MOVE WS-DORMANT-COUNT TO REPORT-REC(27:8)
    MOVE ' BALANCE: ' TO REPORT-REC(35:10)
    MOVE WS-DORMANT-BALANCE TO REPORT-REC(45:15)
    WRITE REPORT-REC
    IF WS-REWRITE-FAILED > 0
        MOVE SPACES TO REPORT-REC
        MOVE 'MASTER REWRITES FAILED: ' TO REPORT-REC(1:24)
        MOVE WS-REWRITE-FAILED TO REPORT-REC(25:8)
        WRITE REPORT-REC
    END-IF.
