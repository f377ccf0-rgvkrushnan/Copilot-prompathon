      >>SOURCE FORMAT FREE
      *> DSPAGING - aging of open dispute cases against the regulatory
      *> response deadlines. Every case on the dispute case file that
      *> is still open (O) or provisionally credited (P) is listed,
      *> oldest first, with its days outstanding - run date less the
      *> date the case was opened - and its position against two
      *> deadlines counted from the open date:
      *>   credit deadline      - days within which the provisional
      *>                          credit must have posted. A case
      *>                          still O past it is CREDIT OVERDUE.
      *>   resolution deadline  - days within which the case must be
      *>                          upheld or declined. The line shows
      *>                          the due date and the days left, or
      *>                          OVERDUE; within the warning days of
      *>                          it the case is DUE SOON.
      *> The deadlines are taken by reason code from the deadline deck
      *> (DEADLINE.CARDS), one card per reason code:
      *>   cols 1-4    reason code, blank = default for every reason
      *>               without a card of its own
      *>   cols 5-7    credit deadline days
      *>   cols 8-10   resolution deadline days
      *>   cols 11-13  warning days (blank = 5)
      *> With no default card the default is 10 days to credit and 45
      *> to resolve. A bad deck prints the card and ages nothing,
      *> RC=16.
      *>
      *> The report ends with the cases and amounts by days-outstanding
      *> band (0-10, 11-30, 31-45, 46-60, 61-90, over 90) and the
      *> overdue counts. RC=4 when any case is past either deadline.
IDENTIFICATION DIVISION.
PROGRAM-ID. DSPAGING.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARDFILE ASSIGN TO 'DEADLINE.CARDS'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT CASEFILE ASSIGN TO 'DISPUTE.CASES'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DSP-KEY
        FILE STATUS IS WS-CASE-STATUS.
    SELECT SORTFILE ASSIGN TO 'SORTWORK'.
    SELECT RPTFILE ASSIGN TO 'DSPAGING.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CARDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS DEADLINE-CARD.

01  DEADLINE-CARD.
    05  DLC-REASON          PIC X(4).
    05  DLC-CREDIT-DAYS     PIC X(3).
    05  DLC-CREDIT-DAYS-NUM REDEFINES DLC-CREDIT-DAYS PIC 9(3).
    05  DLC-RESOLVE-DAYS    PIC X(3).
    05  DLC-RESOLVE-DAYS-NUM REDEFINES DLC-RESOLVE-DAYS PIC 9(3).
    05  DLC-WARN-DAYS       PIC X(3).
    05  DLC-WARN-DAYS-NUM REDEFINES DLC-WARN-DAYS PIC 9(3).
    05  FILLER              PIC X(67).

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
    05  DSP-OPEN-DATE-NUM REDEFINES DSP-OPEN-DATE PIC 9(8).
    05  DSP-REASON              PIC X(4).
    05  DSP-AMOUNT              PIC 9(9)V99.
    05  DSP-OPENED-BY           PIC X(8).
    05  DSP-CREDIT-TIMESTAMP    PIC X(20).
    05  DSP-CREDIT-POSTED       PIC X(8).
    05  DSP-CLOSE-DATE          PIC X(8).
    05  DSP-CLOSED-BY           PIC X(8).
    05  DSP-CLOSE-TIMESTAMP     PIC X(20).
    05  FILLER                  PIC X(8).

*> One open case, ordered oldest first.
SD  SORTFILE
    DATA RECORD IS SORT-REC.

01  SORT-REC.
    05  SR-DAYS             PIC 9(5).
    05  SR-KEY              PIC X(36).
    05  SR-STATUS           PIC X.
    05  SR-OPEN-DATE        PIC X(8).
    05  SR-REASON           PIC X(4).
    05  SR-AMOUNT           PIC 9(9)V99.
    05  SR-CREDIT-POSTED    PIC X(8).

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
01  WS-CARD-EOF           PIC X VALUE 'N'.
01  WS-CASE-EOF           PIC X VALUE 'N'.
01  WS-SORT-EOF           PIC X VALUE 'N'.
01  WS-DECK-VALID         PIC X VALUE 'Y'.
01  WS-BAD-CARD           PIC X(80) VALUE SPACES.
01  WS-BAD-REASON         PIC X(30) VALUE SPACES.
01  WS-DEFAULT-ON         PIC X VALUE 'N'.
01  WS-DEFAULT-CREDIT     PIC 9(3) VALUE 10.
01  WS-DEFAULT-RESOLVE    PIC 9(3) VALUE 45.
01  WS-DEFAULT-WARN       PIC 9(3) VALUE 5.
01  WS-WARN-WORK          PIC 9(3) VALUE 5.
01  WS-DL-COUNT           PIC 9(4) COMP VALUE 0.
01  WS-DL-IX              PIC 9(4) COMP VALUE 0.
01  WS-DL-FOUND           PIC 9(4) COMP VALUE 0.
01  WS-DL-TABLE.
    05  WS-DL-ENTRY OCCURS 100 TIMES.
        10  WS-DL-REASON      PIC X(4).
        10  WS-DL-CREDIT      PIC 9(3).
        10  WS-DL-RESOLVE     PIC 9(3).
        10  WS-DL-WARN        PIC 9(3).
01  WS-LOOKUP-REASON      PIC X(4).
01  WS-CREDIT-DAYS        PIC 9(3) VALUE 0.
01  WS-RESOLVE-DAYS       PIC 9(3) VALUE 0.
01  WS-WARN-DAYS          PIC 9(3) VALUE 0.
*> Days-outstanding bands; the last band has no upper limit.
01  WS-BAND-IX            PIC 9(4) COMP VALUE 0.
01  WS-BAND-TABLE.
    05  WS-BAND-ENTRY OCCURS 6 TIMES.
        10  WS-BAND-HIGH      PIC 9(5).
        10  WS-BAND-LABEL     PIC X(10).
        10  WS-BAND-CASES     PIC 9(8).
        10  WS-BAND-AMOUNT    PIC 9(11)V99.
01  WS-RUN-DAY            PIC 9(7) VALUE 0.
01  WS-OPEN-DAY           PIC 9(7) VALUE 0.
01  WS-DUE-DAY            PIC 9(7) VALUE 0.
01  WS-DUE-DATE           PIC 9(8) VALUE 0.
01  WS-DAYS-LEFT          PIC S9(5) VALUE 0.
01  WS-DAYS-SHOWN         PIC 9(5) VALUE 0.
01  WS-CASES-READ         PIC 9(8) VALUE 0.
01  WS-OPEN-CASES         PIC 9(8) VALUE 0.
01  WS-OPEN-AMOUNT        PIC 9(11)V99 VALUE 0.
01  WS-CREDIT-OVERDUE     PIC 9(8) VALUE 0.
01  WS-RESOLVE-OVERDUE    PIC 9(8) VALUE 0.
01  WS-DUE-SOON           PIC 9(8) VALUE 0.
01  WS-BAD-OPEN-DATE      PIC 9(8) VALUE 0.
01  WS-RUN-DATE           PIC X(8).
01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
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
    COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
    PERFORM INIT-BANDS
    PERFORM READ-DEADLINE-DECK
    PERFORM WRITE-REPORT-HEADING
    IF WS-DECK-VALID = 'N'
        MOVE SPACES TO REPORT-REC
        MOVE '*** INVALID DEADLINE CARD - ' TO REPORT-REC(1:28)
        MOVE WS-BAD-REASON TO REPORT-REC(29:30)
        MOVE ' - NOTHING AGED ***' TO REPORT-REC(59:19)
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        MOVE WS-BAD-CARD TO REPORT-REC(5:80)
        WRITE REPORT-REC
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM WRITE-DEADLINE-LINES
        PERFORM WRITE-DETAIL-HEADING
        OPEN INPUT CASEFILE
        SORT SORTFILE
            ON DESCENDING KEY SR-DAYS
            ON ASCENDING KEY SR-KEY
            INPUT PROCEDURE IS RELEASE-OPEN-CASES
            OUTPUT PROCEDURE IS AGE-OPEN-CASES
        CLOSE CASEFILE
        PERFORM WRITE-REPORT-TOTALS
        IF WS-CREDIT-OVERDUE > 0 OR WS-RESOLVE-OVERDUE > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    CLOSE RPTFILE
    STOP RUN.

INIT-BANDS.
    MOVE 10 TO WS-BAND-HIGH(1)
    MOVE '0-10'       TO WS-BAND-LABEL(1)
    MOVE 30 TO WS-BAND-HIGH(2)
    MOVE '11-30'      TO WS-BAND-LABEL(2)
    MOVE 45 TO WS-BAND-HIGH(3)
    MOVE '31-45'      TO WS-BAND-LABEL(3)
    MOVE 60 TO WS-BAND-HIGH(4)
    MOVE '46-60'      TO WS-BAND-LABEL(4)
    MOVE 90 TO WS-BAND-HIGH(5)
    MOVE '61-90'      TO WS-BAND-LABEL(5)
    MOVE 99999 TO WS-BAND-HIGH(6)
    MOVE 'OVER 90'    TO WS-BAND-LABEL(6)
    PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 6
        MOVE 0 TO WS-BAND-CASES(WS-BAND-IX)
        MOVE 0 TO WS-BAND-AMOUNT(WS-BAND-IX)
    END-PERFORM.

READ-DEADLINE-DECK.
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        PERFORM UNTIL WS-CARD-EOF = 'Y'
            READ CARDFILE
                AT END
                    MOVE 'Y' TO WS-CARD-EOF
                NOT AT END
                    IF DEADLINE-CARD NOT = SPACES
                       AND WS-DECK-VALID = 'Y'
                        PERFORM LOAD-DEADLINE-CARD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARDFILE
    END-IF.

LOAD-DEADLINE-CARD.
    MOVE SPACES TO WS-BAD-REASON
    MOVE 5 TO WS-WARN-WORK
    EVALUATE TRUE
        WHEN DLC-CREDIT-DAYS-NUM NOT NUMERIC
          OR DLC-CREDIT-DAYS-NUM = 0
            MOVE 'INVALID CREDIT DEADLINE' TO WS-BAD-REASON
        WHEN DLC-RESOLVE-DAYS-NUM NOT NUMERIC
          OR DLC-RESOLVE-DAYS-NUM = 0
            MOVE 'INVALID RESOLUTION DEADLINE' TO WS-BAD-REASON
        WHEN DLC-RESOLVE-DAYS-NUM < DLC-CREDIT-DAYS-NUM
            MOVE 'RESOLUTION BEFORE CREDIT' TO WS-BAD-REASON
        WHEN DLC-WARN-DAYS NOT = SPACES
         AND DLC-WARN-DAYS-NUM NOT NUMERIC
            MOVE 'INVALID WARNING DAYS' TO WS-BAD-REASON
        WHEN OTHER
            IF DLC-WARN-DAYS NOT = SPACES
                MOVE DLC-WARN-DAYS-NUM TO WS-WARN-WORK
            END-IF
            PERFORM STORE-DEADLINE-CARD
    END-EVALUATE
    IF WS-BAD-REASON NOT = SPACES
        MOVE 'N' TO WS-DECK-VALID
        MOVE DEADLINE-CARD TO WS-BAD-CARD
    END-IF.

*> A blank reason code replaces the built-in default.
STORE-DEADLINE-CARD.
    IF DLC-REASON = SPACES
        IF WS-DEFAULT-ON = 'Y'
            MOVE 'DEFAULT CARD REPEATED' TO WS-BAD-REASON
        ELSE
            MOVE 'Y' TO WS-DEFAULT-ON
            MOVE DLC-CREDIT-DAYS-NUM TO WS-DEFAULT-CREDIT
            MOVE DLC-RESOLVE-DAYS-NUM TO WS-DEFAULT-RESOLVE
            MOVE WS-WARN-WORK TO WS-DEFAULT-WARN
        END-IF
    ELSE
        MOVE DLC-REASON TO WS-LOOKUP-REASON
        PERFORM LOOKUP-DEADLINE
        EVALUATE TRUE
            WHEN WS-DL-FOUND > 0
                MOVE 'REASON CODE REPEATED' TO WS-BAD-REASON
            WHEN WS-DL-COUNT = 100
                MOVE 'TOO MANY DEADLINE CARDS' TO WS-BAD-REASON
            WHEN OTHER
                ADD 1 TO WS-DL-COUNT
                MOVE DLC-REASON TO WS-DL-REASON(WS-DL-COUNT)
                MOVE DLC-CREDIT-DAYS-NUM TO WS-DL-CREDIT(WS-DL-COUNT)
                MOVE DLC-RESOLVE-DAYS-NUM TO WS-DL-RESOLVE(WS-DL-COUNT)
                MOVE WS-WARN-WORK TO WS-DL-WARN(WS-DL-COUNT)
        END-EVALUATE
    END-IF.

LOOKUP-DEADLINE.
    MOVE 0 TO WS-DL-FOUND
    PERFORM VARYING WS-DL-IX FROM 1 BY 1
            UNTIL WS-DL-IX > WS-DL-COUNT
        IF WS-DL-REASON(WS-DL-IX) = WS-LOOKUP-REASON
            MOVE WS-DL-IX TO WS-DL-FOUND
            MOVE WS-DL-COUNT TO WS-DL-IX
        END-IF
    END-PERFORM.

*> Upheld and declined cases are finished with and are not aged.
*> The open date is always written by DSPMAINT; a case without a
*> valid one is counted and aged as opened today.
RELEASE-OPEN-CASES.
    PERFORM UNTIL WS-CASE-EOF = 'Y'
        READ CASEFILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CASE-EOF
            NOT AT END
                ADD 1 TO WS-CASES-READ
                IF DSP-STATUS = 'O' OR DSP-STATUS = 'P'
                    PERFORM RELEASE-ONE-CASE
                END-IF
        END-READ
    END-PERFORM.

RELEASE-ONE-CASE.
    IF DSP-OPEN-DATE-NUM NUMERIC AND DSP-OPEN-DATE-NUM NOT < 16010101
        COMPUTE WS-OPEN-DAY =
            FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE-NUM)
    ELSE
        ADD 1 TO WS-BAD-OPEN-DATE
        MOVE WS-RUN-DAY TO WS-OPEN-DAY
    END-IF
    IF WS-OPEN-DAY > WS-RUN-DAY
        MOVE 0 TO SR-DAYS
    ELSE
        COMPUTE SR-DAYS = WS-RUN-DAY - WS-OPEN-DAY
    END-IF
    MOVE DSP-KEY TO SR-KEY
    MOVE DSP-STATUS TO SR-STATUS
    MOVE DSP-OPEN-DATE TO SR-OPEN-DATE
    MOVE DSP-REASON TO SR-REASON
    MOVE DSP-AMOUNT TO SR-AMOUNT
    MOVE DSP-CREDIT-POSTED TO SR-CREDIT-POSTED
    RELEASE SORT-REC.

AGE-OPEN-CASES.
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        RETURN SORTFILE
            AT END
                MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                PERFORM AGE-ONE-CASE
        END-RETURN
    END-PERFORM.

*> The due date is counted from the open date, so a case opened
*> without a valid date is due from today.
AGE-ONE-CASE.
    ADD 1 TO WS-OPEN-CASES
    ADD SR-AMOUNT TO WS-OPEN-AMOUNT
    MOVE SR-REASON TO WS-LOOKUP-REASON
    PERFORM LOOKUP-DEADLINE
    IF WS-DL-FOUND > 0
        MOVE WS-DL-CREDIT(WS-DL-FOUND) TO WS-CREDIT-DAYS
        MOVE WS-DL-RESOLVE(WS-DL-FOUND) TO WS-RESOLVE-DAYS
        MOVE WS-DL-WARN(WS-DL-FOUND) TO WS-WARN-DAYS
    ELSE
        MOVE WS-DEFAULT-CREDIT TO WS-CREDIT-DAYS
        MOVE WS-DEFAULT-RESOLVE TO WS-RESOLVE-DAYS
        MOVE WS-DEFAULT-WARN TO WS-WARN-DAYS
    END-IF
    COMPUTE WS-DUE-DAY = WS-RUN-DAY - SR-DAYS + WS-RESOLVE-DAYS
    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-DAY)
    COMPUTE WS-DAYS-LEFT = WS-RESOLVE-DAYS - SR-DAYS
    PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 6
        IF SR-DAYS NOT > WS-BAND-HIGH(WS-BAND-IX)
            ADD 1 TO WS-BAND-CASES(WS-BAND-IX)
            ADD SR-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-IX)
            MOVE 6 TO WS-BAND-IX
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-REC
    MOVE SR-DAYS TO REPORT-REC(1:5)
    MOVE SR-KEY(1:10) TO REPORT-REC(7:10)
    MOVE SR-KEY(11:20) TO REPORT-REC(18:20)
    MOVE SR-KEY(31:6) TO REPORT-REC(39:6)
    MOVE SR-STATUS TO REPORT-REC(46:1)
    MOVE SR-REASON TO REPORT-REC(48:4)
    MOVE SR-AMOUNT TO REPORT-REC(53:11)
    MOVE SR-OPEN-DATE TO REPORT-REC(65:8)
    MOVE WS-DUE-DATE TO REPORT-REC(74:8)
    IF WS-DAYS-LEFT < 0
        ADD 1 TO WS-RESOLVE-OVERDUE
        COMPUTE WS-DAYS-SHOWN = 0 - WS-DAYS-LEFT
        MOVE WS-DAYS-SHOWN TO REPORT-REC(83:5)
        MOVE 'OVERDUE' TO REPORT-REC(89:7)
    ELSE
        MOVE WS-DAYS-LEFT TO WS-DAYS-SHOWN
        MOVE WS-DAYS-SHOWN TO REPORT-REC(83:5)
        IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
            ADD 1 TO WS-DUE-SOON
            MOVE 'DUE SOON' TO REPORT-REC(89:8)
        END-IF
    END-IF
    IF SR-STATUS = 'O' AND SR-DAYS > WS-CREDIT-DAYS
        ADD 1 TO WS-CREDIT-OVERDUE
        MOVE 'CREDIT OVERDUE' TO REPORT-REC(98:14)
    END-IF
    IF SR-STATUS = 'P'
        MOVE 'CREDITED ' TO REPORT-REC(113:9)
        MOVE SR-CREDIT-POSTED TO REPORT-REC(122:8)
    END-IF
    WRITE REPORT-REC.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'OPEN DISPUTE CASE AGING - RUN ' TO REPORT-REC(1:30)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(31:20)
    WRITE REPORT-REC.

WRITE-DEADLINE-LINES.
    MOVE SPACES TO REPORT-REC
    MOVE 'DEFAULT DEADLINES - CREDIT ' TO REPORT-REC(1:27)
    MOVE WS-DEFAULT-CREDIT TO REPORT-REC(28:3)
    MOVE ' RESOLVE ' TO REPORT-REC(31:9)
    MOVE WS-DEFAULT-RESOLVE TO REPORT-REC(40:3)
    MOVE ' WARN ' TO REPORT-REC(43:6)
    MOVE WS-DEFAULT-WARN TO REPORT-REC(49:3)
    MOVE ' DAYS' TO REPORT-REC(52:5)
    WRITE REPORT-REC
    PERFORM VARYING WS-DL-IX FROM 1 BY 1
            UNTIL WS-DL-IX > WS-DL-COUNT
        MOVE SPACES TO REPORT-REC
        MOVE 'REASON ' TO REPORT-REC(1:7)
        MOVE WS-DL-REASON(WS-DL-IX) TO REPORT-REC(8:4)
        MOVE ' DEADLINES - CREDIT ' TO REPORT-REC(12:20)
        MOVE WS-DL-CREDIT(WS-DL-IX) TO REPORT-REC(32:3)
        MOVE ' RESOLVE ' TO REPORT-REC(35:9)
        MOVE WS-DL-RESOLVE(WS-DL-IX) TO REPORT-REC(44:3)
        MOVE ' WARN ' TO REPORT-REC(47:6)
        MOVE WS-DL-WARN(WS-DL-IX) TO REPORT-REC(53:3)
        MOVE ' DAYS' TO REPORT-REC(56:5)
        WRITE REPORT-REC
    END-PERFORM.

WRITE-DETAIL-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE ' DAYS ACCOUNT    TIMESTAMP            REF    S RSN  AMOUNT'
        TO REPORT-REC(1:59)
    MOVE 'OPENED   DUE      DAYS' TO REPORT-REC(65:22)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 6
        MOVE SPACES TO REPORT-REC
        MOVE 'DAYS OUTSTANDING ' TO REPORT-REC(1:17)
        MOVE WS-BAND-LABEL(WS-BAND-IX) TO REPORT-REC(18:10)
        MOVE ' CASES: ' TO REPORT-REC(28:8)
        MOVE WS-BAND-CASES(WS-BAND-IX) TO REPORT-REC(36:8)
        MOVE ' AMOUNT: ' TO REPORT-REC(44:9)
        MOVE WS-BAND-AMOUNT(WS-BAND-IX) TO REPORT-REC(53:13)
        WRITE REPORT-REC
    END-PERFORM
    MOVE SPACES TO REPORT-REC
    MOVE 'CASES ON FILE: ' TO REPORT-REC(1:15)
    MOVE WS-CASES-READ TO REPORT-REC(16:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'OPEN CASES: ' TO REPORT-REC(1:12)
    MOVE WS-OPEN-CASES TO REPORT-REC(13:8)
    MOVE ' AMOUNT: ' TO REPORT-REC(21:9)
    MOVE WS-OPEN-AMOUNT TO REPORT-REC(30:13)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'PAST RESOLUTION DEADLINE: ' TO REPORT-REC(1:26)
    MOVE WS-RESOLVE-OVERDUE TO REPORT-REC(27:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'PROVISIONAL CREDIT OVERDUE: ' TO REPORT-REC(1:28)
    MOVE WS-CREDIT-OVERDUE TO REPORT-REC(29:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'DUE WITHIN WARNING DAYS: ' TO REPORT-REC(1:25)
    MOVE WS-DUE-SOON TO REPORT-REC(26:8)
    WRITE REPORT-REC
    IF WS-BAD-OPEN-DATE > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** CASES WITH NO VALID OPEN DATE: ' TO REPORT-REC(1:35)
        MOVE WS-BAD-OPEN-DATE TO REPORT-REC(36:8)
        WRITE REPORT-REC
    END-IF.
