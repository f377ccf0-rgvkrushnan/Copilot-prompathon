      >>SOURCE FORMAT FREE
      *> MONITOR - large-value and velocity monitoring of the night's
      *> postings for the compliance team, run after the CONVERTFB
      *> conversion step. The night under review is the last RUNSTATS
      *> record, the PROOFFB convention: CONVERTFB stamps every history
      *> row it posts with that record's chain timestamp, so a
      *> restart-completed night is monitored exactly like a clean one.
      *> Only customer postings are judged - types P, F and blank;
      *> reversals, system adjustments and the 'S' opening rows are
      *> not.
      *>
      *> Rules come from the parameter deck (CARDFILE, 80-byte cards,
      *> one rule per card, blank cards ignored):
      *>   cols 1-4    rule code
      *>                 LVAL  single posting whose base value exceeds
      *>                       the value threshold
      *>                 VCNT  more postings to one account than the
      *>                       count threshold within the window
      *>                 DCUM  base value posted to one account (debits
      *>                       and credits alike) above the value
      *>                       threshold within the window
      *>                 FXAM  foreign-currency posting whose original
      *>                       amount exceeds the value threshold for
      *>                       its currency
      *>   cols 6-16   value threshold, 9(9)V99 (LVAL, DCUM, FXAM)
      *>   cols 18-22  count threshold, 9(5) (VCNT)
      *>   cols 24-26  window in days ending on the posting day, 9(3)
      *>               (VCNT, DCUM; blank = 1, the posting day alone)
      *>   cols 28-30  currency code (FXAM; blank = every foreign
      *>               currency without a card of its own)
      *> LVAL, VCNT, DCUM and the blank-currency FXAM card may each
      *> appear once; a rule with no card is not applied.
      *>
      *> The velocity rules (VCNT, DCUM) look back over prior days:
      *> for every account and posting day that has postings tonight,
      *> all of the account's postings in the window are counted - the
      *> rows earlier nights posted included - so a pattern built up
      *> over several feeds or several days is caught on the night it
      *> crosses the threshold. The alert is raised on the last of the
      *> night's postings for that day. FXAM needs the original
      *> currency and amount, which history does not keep; they are
      *> read from the night's converted output (OUTFILE), and each
      *> record is matched back to its history row.
      *>
      *> Every hit is written to the alert KSDS (ALRTFILE), keyed by
      *> the history key of the posting plus the rule code, and listed
      *> on the alert report. A hit already on the alert file (the
      *> step rerun for the same night) is counted, not written again.
      *> RC=4 when any alert is raised or a posted record is missing
      *> from the night's history, RC=8 when an alert cannot be
      *> written, RC=16 for an invalid or empty deck or no run
      *> statistics - nothing is monitored. History is only read.
IDENTIFICATION DIVISION.
PROGRAM-ID. MONITOR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARDFILE ASSIGN TO 'MONITOR.RULES'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT STATFILE ASSIGN TO 'RUNSTATS.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT HISTFILE ASSIGN TO 'TRANSACTION.HISTORY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    SELECT OUTFILE ASSIGN TO 'OUTPUT.FB.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT ALRTFILE ASSIGN TO 'ALERT.DATASET'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALRT-KEY
        FILE STATUS IS WS-ALRT-STATUS.
    SELECT RPTFILE ASSIGN TO 'MONITOR.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CARDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS RULE-CARD.

01  RULE-CARD.
    05  MRC-RULE            PIC X(4).
    05  FILLER              PIC X.
    05  MRC-VALUE           PIC X(11).
    05  MRC-VALUE-NUM REDEFINES MRC-VALUE PIC 9(9)V99.
    05  FILLER              PIC X.
    05  MRC-COUNT           PIC X(5).
    05  MRC-COUNT-NUM REDEFINES MRC-COUNT PIC 9(5).
    05  FILLER              PIC X.
    05  MRC-DAYS            PIC X(3).
    05  MRC-DAYS-NUM REDEFINES MRC-DAYS PIC 9(3).
    05  FILLER              PIC X.
    05  MRC-CURRENCY        PIC X(3).
    05  FILLER              PIC X(50).

FD  STATFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS RUNSTATS-REC.

01  RUNSTATS-REC.
    05  ST-RUN-TIMESTAMP    PIC X(20).
    05  FILLER              PIC X(60).

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

FD  OUTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS POSTED-REC.

01  POSTED-REC.
    05  PST-NAME            PIC X(30).
    05  PST-ACCOUNT-NUMBER  PIC X(10).
    05  PST-TIMESTAMP       PIC X(20).
    05  PST-AMOUNT          PIC X(10).
    05  PST-AMOUNT-NUM REDEFINES PST-AMOUNT PIC S9(8)V99.
    05  PST-TRANS-TYPE      PIC X.
    05  PST-TRANS-REF       PIC X(6).
    05  PST-CURRENCY        PIC X(3).

FD  ALRTFILE
    RECORD CONTAINS 120 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS ALERT-REC.

01  ALERT-REC.
    05  ALRT-KEY.
        10  ALRT-HIST-KEY.
            15  ALRT-ACCOUNT-NUMBER PIC X(10).
            15  ALRT-TIMESTAMP      PIC X(20).
            15  ALRT-TRANS-REF      PIC X(6).
        10  ALRT-RULE           PIC X(4).
    05  ALRT-CHAIN-TIMESTAMP    PIC X(20).
    05  ALRT-AMOUNT             PIC S9(9)V99.
    05  ALRT-OBSERVED           PIC S9(11)V99.
    05  ALRT-THRESHOLD          PIC S9(11)V99.
    05  ALRT-CURRENCY           PIC X(3).
    05  ALRT-WINDOW-DAYS        PIC 9(3).
    05  FILLER                  PIC X(17).

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REPORT-REC.

01  REPORT-REC            PIC X(133).

WORKING-STORAGE SECTION.
01  WS-CARD-STATUS        PIC XX.
01  WS-HIST-STATUS        PIC XX.
01  WS-ALRT-STATUS        PIC XX.
01  WS-CARD-EOF           PIC X VALUE 'N'.
01  WS-STAT-EOF           PIC X VALUE 'N'.
01  WS-HIST-EOF           PIC X VALUE 'N'.
01  WS-POST-EOF           PIC X VALUE 'N'.
01  WS-DECK-VALID         PIC X VALUE 'Y'.
01  WS-BAD-CARD           PIC X(80) VALUE SPACES.
01  WS-BAD-REASON         PIC X(30) VALUE SPACES.
01  WS-RULE-COUNT         PIC 9(4) VALUE 0.
01  WS-STATS-PRESENT      PIC X VALUE 'N'.
01  WS-CHAIN-TIMESTAMP    PIC X(20) VALUE SPACES.
01  WS-LVAL-ON            PIC X VALUE 'N'.
01  WS-LVAL-LIMIT         PIC 9(9)V99 VALUE 0.
01  WS-VCNT-ON            PIC X VALUE 'N'.
01  WS-VCNT-LIMIT         PIC 9(5) VALUE 0.
01  WS-VCNT-DAYS          PIC 9(3) VALUE 1.
01  WS-DCUM-ON            PIC X VALUE 'N'.
01  WS-DCUM-LIMIT         PIC 9(9)V99 VALUE 0.
01  WS-DCUM-DAYS          PIC 9(3) VALUE 1.
01  WS-FXAM-ON            PIC X VALUE 'N'.
01  WS-FX-DEFAULT-ON      PIC X VALUE 'N'.
01  WS-FX-DEFAULT-LIMIT   PIC 9(9)V99 VALUE 0.
01  WS-FX-COUNT           PIC 9(4) COMP VALUE 0.
01  WS-FX-IX              PIC 9(4) COMP VALUE 0.
01  WS-FX-FOUND           PIC 9(4) COMP VALUE 0.
01  WS-FX-TABLE.
    05  WS-FX-ENTRY OCCURS 50 TIMES.
        10  WS-FX-CURRENCY PIC X(3).
        10  WS-FX-LIMIT    PIC 9(9)V99.
01  WS-FX-LIMIT-USED      PIC 9(9)V99 VALUE 0.
01  WS-FX-APPLIES         PIC X VALUE 'N'.
01  WS-DAYS-WORK          PIC 9(3) VALUE 1.
01  WS-MAX-DAYS           PIC 9(3) VALUE 1.
*> Posting window for the velocity rules: the current account's
*> customer postings from the start of the widest window up to the
*> posting day being built, oldest first.
01  WS-WIN-FIRST          PIC 9(4) COMP VALUE 1.
01  WS-WIN-LAST           PIC 9(4) COMP VALUE 0.
01  WS-WIN-IX             PIC 9(4) COMP VALUE 0.
01  WS-WIN-TO             PIC 9(4) COMP VALUE 0.
01  WS-WIN-TABLE.
    05  WS-WIN-ENTRY OCCURS 2000 TIMES.
        10  WS-WIN-DAY     PIC 9(7).
        10  WS-WIN-VALUE   PIC 9(9)V99.
01  WS-WIN-FLOOR          PIC S9(7) VALUE 0.
01  WS-WIN-COUNT          PIC 9(5) VALUE 0.
01  WS-WIN-SUM            PIC 9(11)V99 VALUE 0.
01  WS-TRIM-DONE          PIC X VALUE 'N'.
01  WS-WINDOW-TRUNCATED   PIC 9(8) VALUE 0.
01  WS-CUR-ACCOUNT        PIC X(10) VALUE LOW-VALUES.
01  WS-CUR-DAY            PIC 9(7) VALUE 0.
01  WS-DAY-HAS-TONIGHT    PIC X VALUE 'N'.
01  WS-DAY-LAST-KEY       PIC X(36) VALUE SPACES.
01  WS-DAY-LAST-AMOUNT    PIC S9(9)V99 VALUE 0.
01  WS-ROW-DATE-NUM       PIC 9(8).
01  WS-ROW-DAY            PIC 9(7) VALUE 0.
01  WS-ROW-VALUE          PIC 9(9)V99 VALUE 0.
01  WS-ORIG-VALUE         PIC 9(8)V99 VALUE 0.
01  WS-ALERT-KEY          PIC X(36).
01  WS-ALERT-RULE         PIC X(4).
01  WS-ALERT-AMOUNT       PIC S9(9)V99 VALUE 0.
01  WS-ALERT-OBSERVED     PIC S9(11)V99 VALUE 0.
01  WS-ALERT-THRESHOLD    PIC S9(11)V99 VALUE 0.
01  WS-ALERT-CURRENCY     PIC X(3).
01  WS-ALERT-DAYS         PIC 9(3) VALUE 0.
01  WS-HIST-READ          PIC 9(8) VALUE 0.
01  WS-NIGHT-POSTINGS     PIC 9(8) VALUE 0.
01  WS-FX-POSTINGS        PIC 9(8) VALUE 0.
01  WS-FX-NOT-ON-HISTORY  PIC 9(8) VALUE 0.
01  WS-LVAL-ALERTS        PIC 9(8) VALUE 0.
01  WS-VCNT-ALERTS        PIC 9(8) VALUE 0.
01  WS-DCUM-ALERTS        PIC 9(8) VALUE 0.
01  WS-FXAM-ALERTS        PIC 9(8) VALUE 0.
01  WS-ALERTS-WRITTEN     PIC 9(8) VALUE 0.
01  WS-ALERTS-ON-FILE     PIC 9(8) VALUE 0.
01  WS-ALERT-FAILURES     PIC 9(8) VALUE 0.
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
    PERFORM READ-RULE-DECK
    PERFORM FIND-RUN-STATISTICS
    PERFORM WRITE-REPORT-HEADING
    EVALUATE TRUE
        WHEN WS-DECK-VALID = 'N'
            MOVE SPACES TO REPORT-REC
            MOVE '*** INVALID RULE CARD - ' TO REPORT-REC(1:24)
            MOVE WS-BAD-REASON TO REPORT-REC(25:30)
            MOVE ' - NOTHING MONITORED ***' TO REPORT-REC(55:24)
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            MOVE WS-BAD-CARD TO REPORT-REC(5:80)
            WRITE REPORT-REC
            MOVE 16 TO RETURN-CODE
        WHEN WS-RULE-COUNT = 0
            MOVE SPACES TO REPORT-REC
            MOVE '*** NO RULES ON THE PARAMETER DECK - NOTHING MONITORED ***'
                TO REPORT-REC(1:59)
            WRITE REPORT-REC
            MOVE 16 TO RETURN-CODE
        WHEN WS-STATS-PRESENT = 'N'
            MOVE SPACES TO REPORT-REC
            MOVE '*** NO RUN STATISTICS ON FILE - NOTHING MONITORED ***'
                TO REPORT-REC(1:54)
            WRITE REPORT-REC
            MOVE 16 TO RETURN-CODE
        WHEN OTHER
            PERFORM WRITE-RULE-LINES
            PERFORM WRITE-DETAIL-HEADING
            OPEN INPUT HISTFILE
            OPEN I-O ALRTFILE
            PERFORM SCAN-HISTORY
            IF WS-FXAM-ON = 'Y'
                PERFORM SCAN-POSTED-RECORDS
            END-IF
            CLOSE HISTFILE
            CLOSE ALRTFILE
            PERFORM WRITE-REPORT-TOTALS
            EVALUATE TRUE
                WHEN WS-ALERT-FAILURES > 0
                    MOVE 8 TO RETURN-CODE
                WHEN WS-ALERTS-WRITTEN > 0
                  OR WS-FX-NOT-ON-HISTORY > 0
                    MOVE 4 TO RETURN-CODE
            END-EVALUATE
    END-EVALUATE
    CLOSE RPTFILE
    STOP RUN.

READ-RULE-DECK.
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        PERFORM UNTIL WS-CARD-EOF = 'Y'
            READ CARDFILE
                AT END
                    MOVE 'Y' TO WS-CARD-EOF
                NOT AT END
                    IF RULE-CARD NOT = SPACES
                       AND WS-DECK-VALID = 'Y'
                        PERFORM LOAD-RULE-CARD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARDFILE
    END-IF
    IF WS-VCNT-DAYS > WS-MAX-DAYS
        MOVE WS-VCNT-DAYS TO WS-MAX-DAYS
    END-IF
    IF WS-DCUM-DAYS > WS-MAX-DAYS
        MOVE WS-DCUM-DAYS TO WS-MAX-DAYS
    END-IF.

LOAD-RULE-CARD.
    MOVE SPACES TO WS-BAD-REASON
    EVALUATE MRC-RULE
        WHEN 'LVAL'
            IF WS-LVAL-ON = 'Y'
                MOVE 'LVAL CARD REPEATED' TO WS-BAD-REASON
            ELSE
                PERFORM EDIT-CARD-VALUE
                MOVE 'Y' TO WS-LVAL-ON
                MOVE MRC-VALUE-NUM TO WS-LVAL-LIMIT
            END-IF
        WHEN 'VCNT'
            IF WS-VCNT-ON = 'Y'
                MOVE 'VCNT CARD REPEATED' TO WS-BAD-REASON
            ELSE
                IF MRC-COUNT-NUM NOT NUMERIC OR MRC-COUNT-NUM = 0
                    MOVE 'INVALID COUNT THRESHOLD' TO WS-BAD-REASON
                END-IF
                PERFORM EDIT-CARD-DAYS
                MOVE 'Y' TO WS-VCNT-ON
                MOVE WS-DAYS-WORK TO WS-VCNT-DAYS
                IF WS-BAD-REASON = SPACES
                    MOVE MRC-COUNT-NUM TO WS-VCNT-LIMIT
                END-IF
            END-IF
        WHEN 'DCUM'
            IF WS-DCUM-ON = 'Y'
                MOVE 'DCUM CARD REPEATED' TO WS-BAD-REASON
            ELSE
                PERFORM EDIT-CARD-VALUE
                PERFORM EDIT-CARD-DAYS
                MOVE 'Y' TO WS-DCUM-ON
                MOVE WS-DAYS-WORK TO WS-DCUM-DAYS
                IF WS-BAD-REASON = SPACES
                    MOVE MRC-VALUE-NUM TO WS-DCUM-LIMIT
                END-IF
            END-IF
        WHEN 'FXAM'
            PERFORM EDIT-CARD-VALUE
            IF WS-BAD-REASON = SPACES
                PERFORM LOAD-FX-RULE
            END-IF
        WHEN OTHER
            MOVE 'UNKNOWN RULE CODE' TO WS-BAD-REASON
    END-EVALUATE
    IF WS-BAD-REASON NOT = SPACES
        MOVE 'N' TO WS-DECK-VALID
        MOVE RULE-CARD TO WS-BAD-CARD
    ELSE
        ADD 1 TO WS-RULE-COUNT
    END-IF.

EDIT-CARD-VALUE.
    IF MRC-VALUE-NUM NOT NUMERIC OR MRC-VALUE-NUM = 0
        MOVE 'INVALID VALUE THRESHOLD' TO WS-BAD-REASON
    END-IF.

EDIT-CARD-DAYS.
    MOVE 1 TO WS-DAYS-WORK
    IF MRC-DAYS NOT = SPACES
        IF MRC-DAYS-NUM NOT NUMERIC OR MRC-DAYS-NUM = 0
            MOVE 'INVALID WINDOW DAYS' TO WS-BAD-REASON
        ELSE
            MOVE MRC-DAYS-NUM TO WS-DAYS-WORK
        END-IF
    END-IF.

*> A blank currency is the default threshold for every foreign
*> currency that has no card of its own.
LOAD-FX-RULE.
    IF MRC-CURRENCY = SPACES
        IF WS-FX-DEFAULT-ON = 'Y'
            MOVE 'FXAM DEFAULT CARD REPEATED' TO WS-BAD-REASON
        ELSE
            MOVE 'Y' TO WS-FX-DEFAULT-ON
            MOVE MRC-VALUE-NUM TO WS-FX-DEFAULT-LIMIT
            MOVE 'Y' TO WS-FXAM-ON
        END-IF
    ELSE
        MOVE MRC-CURRENCY TO WS-ALERT-CURRENCY
        PERFORM LOOKUP-FX-RULE
        EVALUATE TRUE
            WHEN WS-FX-FOUND > 0
                MOVE 'FXAM CURRENCY REPEATED' TO WS-BAD-REASON
            WHEN WS-FX-COUNT = 50
                MOVE 'TOO MANY FXAM CARDS' TO WS-BAD-REASON
            WHEN OTHER
                ADD 1 TO WS-FX-COUNT
                MOVE MRC-CURRENCY TO WS-FX-CURRENCY(WS-FX-COUNT)
                MOVE MRC-VALUE-NUM TO WS-FX-LIMIT(WS-FX-COUNT)
                MOVE 'Y' TO WS-FXAM-ON
        END-EVALUATE
    END-IF.

LOOKUP-FX-RULE.
    MOVE 0 TO WS-FX-FOUND
    PERFORM VARYING WS-FX-IX FROM 1 BY 1
            UNTIL WS-FX-IX > WS-FX-COUNT
        IF WS-FX-CURRENCY(WS-FX-IX) = WS-ALERT-CURRENCY
            MOVE WS-FX-IX TO WS-FX-FOUND
            MOVE WS-FX-COUNT TO WS-FX-IX
        END-IF
    END-PERFORM.

*> The statistics file is appended chronologically - the last
*> record is the night under review.
FIND-RUN-STATISTICS.
    OPEN INPUT STATFILE
    PERFORM UNTIL WS-STAT-EOF = 'Y'
        READ STATFILE
            AT END
                MOVE 'Y' TO WS-STAT-EOF
            NOT AT END
                MOVE 'Y' TO WS-STATS-PRESENT
                MOVE ST-RUN-TIMESTAMP TO WS-CHAIN-TIMESTAMP
        END-READ
    END-PERFORM
    CLOSE STATFILE.

*> History is in account and transaction-timestamp order, so each
*> account's postings arrive day by day. A posting day is judged by
*> the velocity rules when the next day or the next account starts.
SCAN-HISTORY.
    MOVE LOW-VALUES TO HIST-KEY
    START HISTFILE KEY NOT < HIST-KEY
        INVALID KEY
            MOVE 'Y' TO WS-HIST-EOF
    END-START
    PERFORM UNTIL WS-HIST-EOF = 'Y'
        READ HISTFILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-HIST-EOF
            NOT AT END
                ADD 1 TO WS-HIST-READ
                IF (HIST-TRANS-TYPE = 'P' OR HIST-TRANS-TYPE = 'F'
                    OR HIST-TRANS-TYPE = SPACE)
                   AND HIST-TIMESTAMP(1:8) NUMERIC
                    PERFORM EXAMINE-POSTING
                END-IF
        END-READ
    END-PERFORM
    PERFORM CLOSE-POSTING-DAY.

EXAMINE-POSTING.
    MOVE HIST-TIMESTAMP(1:8) TO WS-ROW-DATE-NUM
    COMPUTE WS-ROW-DAY = FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM)
    IF HIST-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
        PERFORM CLOSE-POSTING-DAY
        MOVE HIST-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
        MOVE WS-ROW-DAY TO WS-CUR-DAY
        MOVE 1 TO WS-WIN-FIRST
        MOVE 0 TO WS-WIN-LAST
    ELSE
        IF WS-ROW-DAY NOT = WS-CUR-DAY
            PERFORM CLOSE-POSTING-DAY
            MOVE WS-ROW-DAY TO WS-CUR-DAY
            PERFORM TRIM-WINDOW
        END-IF
    END-IF
    IF HIST-AMOUNT < 0
        COMPUTE WS-ROW-VALUE = 0 - HIST-AMOUNT
    ELSE
        MOVE HIST-AMOUNT TO WS-ROW-VALUE
    END-IF
    PERFORM ADD-TO-WINDOW
    IF HIST-RUN-TIMESTAMP = WS-CHAIN-TIMESTAMP
        ADD 1 TO WS-NIGHT-POSTINGS
        MOVE 'Y' TO WS-DAY-HAS-TONIGHT
        MOVE HIST-KEY TO WS-DAY-LAST-KEY
        MOVE HIST-AMOUNT TO WS-DAY-LAST-AMOUNT
        IF WS-LVAL-ON = 'Y' AND WS-ROW-VALUE > WS-LVAL-LIMIT
            MOVE HIST-KEY TO WS-ALERT-KEY
            MOVE 'LVAL' TO WS-ALERT-RULE
            MOVE HIST-AMOUNT TO WS-ALERT-AMOUNT
            MOVE WS-ROW-VALUE TO WS-ALERT-OBSERVED
            MOVE WS-LVAL-LIMIT TO WS-ALERT-THRESHOLD
            MOVE SPACES TO WS-ALERT-CURRENCY
            MOVE 0 TO WS-ALERT-DAYS
            PERFORM RAISE-ALERT
        END-IF
    END-IF.

*> Judges the posting day just completed, if the night posted to
*> it, against the window ending on that day.
CLOSE-POSTING-DAY.
    IF WS-DAY-HAS-TONIGHT = 'Y'
        IF WS-VCNT-ON = 'Y'
            MOVE WS-VCNT-DAYS TO WS-DAYS-WORK
            PERFORM MEASURE-WINDOW
            IF WS-WIN-COUNT > WS-VCNT-LIMIT
                MOVE WS-DAY-LAST-KEY TO WS-ALERT-KEY
                MOVE 'VCNT' TO WS-ALERT-RULE
                MOVE WS-DAY-LAST-AMOUNT TO WS-ALERT-AMOUNT
                MOVE WS-WIN-COUNT TO WS-ALERT-OBSERVED
                MOVE WS-VCNT-LIMIT TO WS-ALERT-THRESHOLD
                MOVE SPACES TO WS-ALERT-CURRENCY
                MOVE WS-VCNT-DAYS TO WS-ALERT-DAYS
                PERFORM RAISE-ALERT
            END-IF
        END-IF
        IF WS-DCUM-ON = 'Y'
            MOVE WS-DCUM-DAYS TO WS-DAYS-WORK
            PERFORM MEASURE-WINDOW
            IF WS-WIN-SUM > WS-DCUM-LIMIT
                MOVE WS-DAY-LAST-KEY TO WS-ALERT-KEY
                MOVE 'DCUM' TO WS-ALERT-RULE
                MOVE WS-DAY-LAST-AMOUNT TO WS-ALERT-AMOUNT
                MOVE WS-WIN-SUM TO WS-ALERT-OBSERVED
                MOVE WS-DCUM-LIMIT TO WS-ALERT-THRESHOLD
                MOVE SPACES TO WS-ALERT-CURRENCY
                MOVE WS-DCUM-DAYS TO WS-ALERT-DAYS
                PERFORM RAISE-ALERT
            END-IF
        END-IF
    END-IF
    MOVE 'N' TO WS-DAY-HAS-TONIGHT.

*> Count and base value of the postings in the WS-DAYS-WORK days
*> ending on the current posting day.
MEASURE-WINDOW.
    MOVE 0 TO WS-WIN-COUNT
    MOVE 0 TO WS-WIN-SUM
    COMPUTE WS-WIN-FLOOR = WS-CUR-DAY - WS-DAYS-WORK + 1
    PERFORM VARYING WS-WIN-IX FROM WS-WIN-FIRST BY 1
            UNTIL WS-WIN-IX > WS-WIN-LAST
        IF WS-WIN-DAY(WS-WIN-IX) >= WS-WIN-FLOOR
            ADD 1 TO WS-WIN-COUNT
            ADD WS-WIN-VALUE(WS-WIN-IX) TO WS-WIN-SUM
        END-IF
    END-PERFORM.

*> Drops postings older than the widest window from the front.
TRIM-WINDOW.
    COMPUTE WS-WIN-FLOOR = WS-CUR-DAY - WS-MAX-DAYS + 1
    MOVE 'N' TO WS-TRIM-DONE
    PERFORM UNTIL WS-TRIM-DONE = 'Y'
        IF WS-WIN-FIRST > WS-WIN-LAST
            MOVE 'Y' TO WS-TRIM-DONE
        ELSE
            IF WS-WIN-DAY(WS-WIN-FIRST) < WS-WIN-FLOOR
                ADD 1 TO WS-WIN-FIRST
            ELSE
                MOVE 'Y' TO WS-TRIM-DONE
            END-IF
        END-IF
    END-PERFORM.

*> When the table is full the live entries are moved down to the
*> front. A window holding more postings than the table is cut at
*> its oldest posting - the counts then understate, and the report
*> says how often that happened.
ADD-TO-WINDOW.
    IF WS-WIN-LAST = 2000
        IF WS-WIN-FIRST = 1
            ADD 1 TO WS-WIN-FIRST
            ADD 1 TO WS-WINDOW-TRUNCATED
        END-IF
        MOVE 0 TO WS-WIN-TO
        PERFORM VARYING WS-WIN-IX FROM WS-WIN-FIRST BY 1
                UNTIL WS-WIN-IX > WS-WIN-LAST
            ADD 1 TO WS-WIN-TO
            MOVE WS-WIN-ENTRY(WS-WIN-IX) TO WS-WIN-ENTRY(WS-WIN-TO)
        END-PERFORM
        MOVE 1 TO WS-WIN-FIRST
        MOVE WS-WIN-TO TO WS-WIN-LAST
    END-IF
    ADD 1 TO WS-WIN-LAST
    MOVE WS-ROW-DAY TO WS-WIN-DAY(WS-WIN-LAST)
    MOVE WS-ROW-VALUE TO WS-WIN-VALUE(WS-WIN-LAST).

*> The night's converted output still carries each posting's
*> currency and original amount. Every foreign customer posting is
*> matched back to its history row, which must carry the night's
*> stamp - a record that is not there means OUTFILE is not the
*> night's generation, or the posting did not reach history.
SCAN-POSTED-RECORDS.
    OPEN INPUT OUTFILE
    PERFORM UNTIL WS-POST-EOF = 'Y'
        READ OUTFILE
            AT END
                MOVE 'Y' TO WS-POST-EOF
            NOT AT END
                IF PST-CURRENCY NOT = SPACES
                   AND (PST-TRANS-TYPE = 'P' OR PST-TRANS-TYPE = 'F'
                        OR PST-TRANS-TYPE = SPACE)
                   AND PST-AMOUNT-NUM NUMERIC
                    PERFORM EXAMINE-FOREIGN-POSTING
                END-IF
        END-READ
    END-PERFORM
    CLOSE OUTFILE.

EXAMINE-FOREIGN-POSTING.
    ADD 1 TO WS-FX-POSTINGS
    MOVE PST-CURRENCY TO WS-ALERT-CURRENCY
    PERFORM LOOKUP-FX-RULE
    MOVE 'N' TO WS-FX-APPLIES
    IF WS-FX-FOUND > 0
        MOVE 'Y' TO WS-FX-APPLIES
        MOVE WS-FX-LIMIT(WS-FX-FOUND) TO WS-FX-LIMIT-USED
    ELSE
        IF WS-FX-DEFAULT-ON = 'Y'
            MOVE 'Y' TO WS-FX-APPLIES
            MOVE WS-FX-DEFAULT-LIMIT TO WS-FX-LIMIT-USED
        END-IF
    END-IF
    IF PST-AMOUNT-NUM < 0
        COMPUTE WS-ORIG-VALUE = 0 - PST-AMOUNT-NUM
    ELSE
        MOVE PST-AMOUNT-NUM TO WS-ORIG-VALUE
    END-IF
    IF WS-FX-APPLIES = 'Y' AND WS-ORIG-VALUE > WS-FX-LIMIT-USED
        MOVE PST-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER
        MOVE PST-TIMESTAMP TO HIST-TIMESTAMP
        MOVE PST-TRANS-REF TO HIST-TRANS-REF
        READ HISTFILE
            INVALID KEY
                ADD 1 TO WS-FX-NOT-ON-HISTORY
                PERFORM REPORT-MISSING-POSTING
            NOT INVALID KEY
                IF HIST-RUN-TIMESTAMP NOT = WS-CHAIN-TIMESTAMP
                    ADD 1 TO WS-FX-NOT-ON-HISTORY
                    PERFORM REPORT-MISSING-POSTING
                ELSE
                    MOVE HIST-KEY TO WS-ALERT-KEY
                    MOVE 'FXAM' TO WS-ALERT-RULE
                    MOVE HIST-AMOUNT TO WS-ALERT-AMOUNT
                    MOVE WS-ORIG-VALUE TO WS-ALERT-OBSERVED
                    MOVE WS-FX-LIMIT-USED TO WS-ALERT-THRESHOLD
                    MOVE PST-CURRENCY TO WS-ALERT-CURRENCY
                    MOVE 0 TO WS-ALERT-DAYS
                    PERFORM RAISE-ALERT
                END-IF
        END-READ
    END-IF.

REPORT-MISSING-POSTING.
    MOVE SPACES TO REPORT-REC
    MOVE '*** POSTED RECORD NOT ON THE NIGHT''S HISTORY: '
        TO REPORT-REC(1:47)
    MOVE PST-ACCOUNT-NUMBER TO REPORT-REC(48:10)
    MOVE PST-TIMESTAMP TO REPORT-REC(59:20)
    MOVE PST-TRANS-REF TO REPORT-REC(80:6)
    WRITE REPORT-REC.

RAISE-ALERT.
    MOVE SPACES TO ALERT-REC
    MOVE WS-ALERT-KEY TO ALRT-HIST-KEY
    MOVE WS-ALERT-RULE TO ALRT-RULE
    MOVE WS-CHAIN-TIMESTAMP TO ALRT-CHAIN-TIMESTAMP
    MOVE WS-ALERT-AMOUNT TO ALRT-AMOUNT
    MOVE WS-ALERT-OBSERVED TO ALRT-OBSERVED
    MOVE WS-ALERT-THRESHOLD TO ALRT-THRESHOLD
    MOVE WS-ALERT-CURRENCY TO ALRT-CURRENCY
    MOVE WS-ALERT-DAYS TO ALRT-WINDOW-DAYS
    WRITE ALERT-REC
        INVALID KEY
            PERFORM REPORT-ALERT-NOT-WRITTEN
        NOT INVALID KEY
            PERFORM REPORT-ALERT
    END-WRITE.

REPORT-ALERT.
    ADD 1 TO WS-ALERTS-WRITTEN
    EVALUATE ALRT-RULE
        WHEN 'LVAL'
            ADD 1 TO WS-LVAL-ALERTS
        WHEN 'VCNT'
            ADD 1 TO WS-VCNT-ALERTS
        WHEN 'DCUM'
            ADD 1 TO WS-DCUM-ALERTS
        WHEN 'FXAM'
            ADD 1 TO WS-FXAM-ALERTS
    END-EVALUATE
    MOVE SPACES TO REPORT-REC
    MOVE ALRT-RULE TO REPORT-REC(1:4)
    MOVE ALRT-ACCOUNT-NUMBER TO REPORT-REC(6:10)
    MOVE ALRT-TIMESTAMP TO REPORT-REC(17:20)
    MOVE ALRT-TRANS-REF TO REPORT-REC(38:6)
    MOVE ALRT-AMOUNT TO REPORT-REC(45:11)
    MOVE ALRT-OBSERVED TO REPORT-REC(58:13)
    MOVE ALRT-THRESHOLD TO REPORT-REC(73:13)
    IF ALRT-WINDOW-DAYS > 0
        MOVE ALRT-WINDOW-DAYS TO REPORT-REC(88:3)
    END-IF
    MOVE ALRT-CURRENCY TO REPORT-REC(93:3)
    WRITE REPORT-REC.

*> A duplicate key is the same hit from an earlier run of this step
*> for the same night - already with compliance, not an error.
REPORT-ALERT-NOT-WRITTEN.
    IF WS-ALRT-STATUS = '22'
        ADD 1 TO WS-ALERTS-ON-FILE
    ELSE
        ADD 1 TO WS-ALERT-FAILURES
        MOVE SPACES TO REPORT-REC
        MOVE '*** ALERT NOT WRITTEN, STATUS ' TO REPORT-REC(1:30)
        MOVE WS-ALRT-STATUS TO REPORT-REC(31:2)
        MOVE ': ' TO REPORT-REC(33:2)
        MOVE ALRT-KEY TO REPORT-REC(35:40)
        WRITE REPORT-REC
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'LARGE-VALUE AND VELOCITY MONITORING - RUN ' TO REPORT-REC(1:42)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(43:20)
    MOVE ' NIGHT ' TO REPORT-REC(63:7)
    MOVE WS-CHAIN-TIMESTAMP TO REPORT-REC(70:20)
    WRITE REPORT-REC.

WRITE-RULE-LINES.
    IF WS-LVAL-ON = 'Y'
        MOVE SPACES TO REPORT-REC
        MOVE 'RULE LVAL  SINGLE POSTING ABOVE ' TO REPORT-REC(1:32)
        MOVE WS-LVAL-LIMIT TO REPORT-REC(33:11)
        WRITE REPORT-REC
    END-IF
    IF WS-VCNT-ON = 'Y'
        MOVE SPACES TO REPORT-REC
        MOVE 'RULE VCNT  POSTINGS PER ACCOUNT ABOVE ' TO REPORT-REC(1:38)
        MOVE WS-VCNT-LIMIT TO REPORT-REC(39:5)
        MOVE ' IN DAYS ' TO REPORT-REC(44:9)
        MOVE WS-VCNT-DAYS TO REPORT-REC(53:3)
        WRITE REPORT-REC
    END-IF
    IF WS-DCUM-ON = 'Y'
        MOVE SPACES TO REPORT-REC
        MOVE 'RULE DCUM  VALUE PER ACCOUNT ABOVE ' TO REPORT-REC(1:35)
        MOVE WS-DCUM-LIMIT TO REPORT-REC(36:11)
        MOVE ' IN DAYS ' TO REPORT-REC(47:9)
        MOVE WS-DCUM-DAYS TO REPORT-REC(56:3)
        WRITE REPORT-REC
    END-IF
    PERFORM VARYING WS-FX-IX FROM 1 BY 1
            UNTIL WS-FX-IX > WS-FX-COUNT
        MOVE SPACES TO REPORT-REC
        MOVE 'RULE FXAM  ORIGINAL AMOUNT ABOVE ' TO REPORT-REC(1:33)
        MOVE WS-FX-LIMIT(WS-FX-IX) TO REPORT-REC(34:11)
        MOVE ' CURRENCY ' TO REPORT-REC(45:10)
        MOVE WS-FX-CURRENCY(WS-FX-IX) TO REPORT-REC(55:3)
        WRITE REPORT-REC
    END-PERFORM
    IF WS-FX-DEFAULT-ON = 'Y'
        MOVE SPACES TO REPORT-REC
        MOVE 'RULE FXAM  ORIGINAL AMOUNT ABOVE ' TO REPORT-REC(1:33)
        MOVE WS-FX-DEFAULT-LIMIT TO REPORT-REC(34:11)
        MOVE ' ANY OTHER FOREIGN CURRENCY' TO REPORT-REC(45:27)
        WRITE REPORT-REC
    END-IF.

WRITE-DETAIL-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'RULE ACCOUNT    TIMESTAMP            REF    AMOUNT'
        TO REPORT-REC(1:50)
    MOVE 'OBSERVED       THRESHOLD      DAY CUR' TO REPORT-REC(58:37)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'HISTORY ROWS READ: ' TO REPORT-REC(1:19)
    MOVE WS-HIST-READ TO REPORT-REC(20:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'NIGHT''S CUSTOMER POSTINGS: ' TO REPORT-REC(1:27)
    MOVE WS-NIGHT-POSTINGS TO REPORT-REC(28:8)
    WRITE REPORT-REC
    IF WS-FXAM-ON = 'Y'
        MOVE SPACES TO REPORT-REC
        MOVE 'FOREIGN-CURRENCY POSTINGS: ' TO REPORT-REC(1:27)
        MOVE WS-FX-POSTINGS TO REPORT-REC(28:8)
        WRITE REPORT-REC
    END-IF
    MOVE SPACES TO REPORT-REC
    MOVE 'ALERTS LVAL: ' TO REPORT-REC(1:13)
    MOVE WS-LVAL-ALERTS TO REPORT-REC(14:8)
    MOVE '  VCNT: ' TO REPORT-REC(22:8)
    MOVE WS-VCNT-ALERTS TO REPORT-REC(30:8)
    MOVE '  DCUM: ' TO REPORT-REC(38:8)
    MOVE WS-DCUM-ALERTS TO REPORT-REC(46:8)
    MOVE '  FXAM: ' TO REPORT-REC(54:8)
    MOVE WS-FXAM-ALERTS TO REPORT-REC(62:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ALERTS WRITTEN: ' TO REPORT-REC(1:16)
    MOVE WS-ALERTS-WRITTEN TO REPORT-REC(17:8)
    WRITE REPORT-REC
    IF WS-ALERTS-ON-FILE > 0
        MOVE SPACES TO REPORT-REC
        MOVE 'ALERTS ALREADY ON FILE: ' TO REPORT-REC(1:24)
        MOVE WS-ALERTS-ON-FILE TO REPORT-REC(25:8)
        WRITE REPORT-REC
    END-IF
    IF WS-FX-NOT-ON-HISTORY > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** POSTED RECORDS NOT ON THE NIGHT''S HISTORY: '
            TO REPORT-REC(1:48)
        MOVE WS-FX-NOT-ON-HISTORY TO REPORT-REC(49:8)
        WRITE REPORT-REC
    END-IF
    IF WS-WINDOW-TRUNCATED > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** VELOCITY WINDOWS CUT AT 2000 POSTINGS: '
            TO REPORT-REC(1:43)
        MOVE WS-WINDOW-TRUNCATED TO REPORT-REC(44:8)
        WRITE REPORT-REC
    END-IF
    IF WS-ALERT-FAILURES > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** ALERTS NOT WRITTEN: ' TO REPORT-REC(1:24)
        MOVE WS-ALERT-FAILURES TO REPORT-REC(25:8)
        WRITE REPORT-REC
    END-IF.
