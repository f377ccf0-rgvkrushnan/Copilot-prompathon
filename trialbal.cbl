      >>SOURCE FORMAT FREE
      *> TRIALBAL - month-end trial balance and cumulative GL proof.
      *> GLRECON proves each night's acknowledgment; this proves the
      *> month. Three figures are brought together for every account:
      *>   opening  - the account's line on the prior month's closing
      *>              trial balance (OPENTB, the last TRIALBAL
      *>              generation);
      *>   movement - the master movement on every GL 'D' row
      *>              shipped to the ledger since that close - what
      *>              the night's postings did to MAST-BALANCE, which
      *>              for a matched reversal is the combined adjusted
      *>              amount rather than the face value the ledger
      *>              net carries. GLACCUM in the nightly stream
      *>              appends each transmitted extract, 'T' trailers
      *>              and all, to the month-to-date dataset (GLMTD),
      *>              which the close job empties once the month is
      *>              signed off. A row shipped before the extract
      *>              carried the movement is taken at its face net,
      *>              and the totals say how many there were;
      *>   closing  - MAST-BALANCE on the account master now.
      *> The closing figures are written out as this month's trial
      *> balance (CLOSETB, 'D' per master account plus a 'T' trailer)
      *> and every account where opening + movement does not equal
      *> closing prints with all three figures and the difference.
      *> The month-to-date rows' face nets are also proved against
      *> their own trailers, so a night appended twice or cut short
      *> shows up as a control break rather than as scattered account
      *> breaks.
      *>
      *> RECONFB in apply mode and REBUILD set balances outright, with
      *> no GL movement behind them. Their change log records - the
      *> month-to-date copy CHGACCUM keeps (CHGMTD) and, for a set
      *> made since the last nightly run, the live log - are read
      *> here, and the after-image balance less the before-image
      *> balance of every set stamped since the last close is
      *> expected movement: the account prints a BALANCE SET line
      *> naming the program and amount, and only what the set does
      *> not explain is a break. A log copy carried twice is counted
      *> once. A REBUILD whose master was never swapped in still
      *> logged its sets, so its accounts break by the set amount.
      *>
      *> A clean month - no breaks of either kind - is signed off by
      *> writing the new period-close marker image, with the period
      *> and the close timestamp, to NEWPRD. The job copies it over
      *> the marker (PRDFILE, read here only) as its last step, once
      *> the closing trial balance generation is catalogued, so a
      *> month never closes without its trial balance on file and a
      *> failure before then leaves the job free to be rerun.
      *> CONVERTFB reads the marker at startup and refuses to post a
      *> night whose chain timestamp falls in a closed month, so a
      *> late restart cannot disturb a trial balance finance has
      *> accepted. Any break ends RC=8 with the marker untouched: the
      *> month stays open until it ties. A month whose only
      *> differences are balance sets is signed off with RC=4 - prove
      *> the BALANCE SET lines against the RECONFB and REBUILD
      *> reports.
      *>
      *> Parameter card (80 bytes, first record of PARMCARD):
      *>   cols 1-6   period being closed, YYYYMM - must be later than
      *>              the period already on the marker
      *>   cols 8-14  INITIAL for the cutover month only: no prior
      *>              trial balance exists, so the closing trial
      *>              balance is written from the master and the
      *>              month closed without the tie-out (OPENTB is not
      *>              read and may be DUMMY)
      *> RC=4 balance sets only (month signed off), RC=8 on any
      *> break, RC=16 for a missing or invalid card or a period
      *> already closed - nothing is written.
IDENTIFICATION DIVISION.
PROGRAM-ID. TRIALBAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARMCARD ASSIGN TO 'TRIAL.CARD'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT PRDFILE ASSIGN TO 'PERIOD.CLOSE'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRD-STATUS.
    SELECT NEWPRD ASSIGN TO 'PERIOD.CLOSE.NEW'
        ORGANIZATION IS SEQUENTIAL.
    SELECT OPENTB ASSIGN TO 'OPENING.TB'
        ORGANIZATION IS SEQUENTIAL.
    SELECT MSTRFILE ASSIGN TO 'ACCOUNT.MASTER.DATASET'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-ACCOUNT-NUMBER
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT GLMTD ASSIGN TO 'GL.MONTH.TO.DATE'
        ORGANIZATION IS SEQUENTIAL.
    SELECT CHGMTD ASSIGN TO 'CHANGE.LOG.MONTH.TO.DATE'
        ORGANIZATION IS SEQUENTIAL.
    SELECT CLOSETB ASSIGN TO 'CLOSING.TB'
        ORGANIZATION IS SEQUENTIAL.
    SELECT SORTFILE ASSIGN TO 'SORTWORK'.
    SELECT RPTFILE ASSIGN TO 'TRIALBAL.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PARMCARD
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS PARM-REC.

01  PARM-REC.
    05  PRM-PERIOD          PIC X(6).
    05  FILLER              PIC X.
    05  PRM-MODE            PIC X(7).
    05  FILLER              PIC X(66).

FD  PRDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS PERIOD-CLOSE-REC.

*> One record: the latest month signed off. Every earlier month is
*> closed by implication.
01  PERIOD-CLOSE-REC.
    05  PRD-CLOSED-PERIOD   PIC X(6).
    05  PRD-CLOSE-TIMESTAMP PIC X(20).
    05  PRD-TB-ACCOUNTS     PIC 9(8).
    05  PRD-TB-TOTAL        PIC S9(13)V99 SIGN LEADING SEPARATE.
    05  FILLER              PIC X(30).

*> The marker image for this close, same layout as PRDFILE.
FD  NEWPRD
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS NEW-PERIOD-REC.

01  NEW-PERIOD-REC.
    05  NPR-CLOSED-PERIOD   PIC X(6).
    05  NPR-CLOSE-TIMESTAMP PIC X(20).
    05  NPR-TB-ACCOUNTS     PIC 9(8).
    05  NPR-TB-TOTAL        PIC S9(13)V99 SIGN LEADING SEPARATE.
    05  FILLER              PIC X(30).

FD  OPENTB
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS OPEN-TB-REC OPEN-TB-TRAILER.

01  OPEN-TB-REC.
    05  OTB-RECORD-TYPE     PIC X.
    05  OTB-ACCOUNT-NUMBER  PIC X(10).
    05  OTB-BALANCE         PIC S9(11)V99 SIGN LEADING SEPARATE.
    05  OTB-PERIOD          PIC X(6).
    05  OTB-RUN-TIMESTAMP   PIC X(20).
    05  FILLER              PIC X(29).

01  OPEN-TB-TRAILER.
    05  OTBT-RECORD-TYPE    PIC X.
    05  FILLER              PIC X(10).
    05  OTBT-ACCOUNT-COUNT  PIC 9(8).
    05  OTBT-TOTAL-BALANCE  PIC S9(13)V99 SIGN LEADING SEPARATE.
    05  OTBT-PERIOD         PIC X(6).
    05  OTBT-RUN-TIMESTAMP  PIC X(20).
    05  FILLER              PIC X(19).

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

*> The nightly GL extracts as shipped, one after another - the
*> CONVERTFB GLFILE layout. The master movement is blank on rows
*> shipped before the extract carried it.
FD  GLMTD
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS GL-MTD-REC GL-MTD-TRAILER.

01  GL-MTD-REC.
    05  GLM-RECORD-TYPE     PIC X.
    05  GLM-ACCOUNT-NUMBER  PIC X(10).
    05  GLM-RECORD-COUNT    PIC 9(8).
    05  GLM-NET-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  GLM-RUN-TIMESTAMP   PIC X(20).
    05  GLM-MASTER-MOVEMENT PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  FILLER              PIC X(17).

01  GL-MTD-TRAILER.
    05  GLMT-RECORD-TYPE    PIC X.
    05  FILLER              PIC X(10).
    05  GLMT-TOTAL-RECORDS  PIC 9(8).
    05  GLMT-GRAND-NET      PIC S9(11)V99 SIGN LEADING SEPARATE.
    05  GLMT-RUN-TIMESTAMP  PIC X(20).
    05  FILLER              PIC X(27).

*> The master change log as CONVERTFB and the maintenance programs
*> write it; only the balance in each image is read here.
FD  CHGMTD
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
    05  CHG-BEFORE-IMAGE.
        10  FILLER          PIC X(70).
        10  CHG-BEFORE-BALANCE PIC S9(11)V99.
        10  FILLER          PIC X(17).
    05  CHG-AFTER-IMAGE.
        10  FILLER          PIC X(70).
        10  CHG-AFTER-BALANCE PIC S9(11)V99.
        10  FILLER          PIC X(17).

FD  CLOSETB
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS CLOSE-TB-REC CLOSE-TB-TRAILER.

01  CLOSE-TB-REC.
    05  CTB-RECORD-TYPE     PIC X.
    05  CTB-ACCOUNT-NUMBER  PIC X(10).
    05  CTB-BALANCE         PIC S9(11)V99 SIGN LEADING SEPARATE.
    05  CTB-PERIOD          PIC X(6).
    05  CTB-RUN-TIMESTAMP   PIC X(20).
    05  FILLER              PIC X(29).

01  CLOSE-TB-TRAILER.
    05  CTBT-RECORD-TYPE    PIC X.
    05  FILLER              PIC X(10).
    05  CTBT-ACCOUNT-COUNT  PIC 9(8).
    05  CTBT-TOTAL-BALANCE  PIC S9(13)V99 SIGN LEADING SEPARATE.
    05  CTBT-PERIOD         PIC X(6).
    05  CTBT-RUN-TIMESTAMP  PIC X(20).
    05  FILLER              PIC X(19).

*> One shipped 'D' row (kind G) or one balance set (kind S) - the
*> extracts arrive night by night, so the month's rows for an
*> account are scattered until sorted. A set carries its program
*> and run stamp, which bring a twice-copied log record together.
SD  SORTFILE
    DATA RECORD IS SORT-REC.

01  SORT-REC.
    05  SR-ACCOUNT          PIC X(10).
    05  SR-KIND             PIC X.
    05  SR-SOURCE           PIC X(9).
    05  SR-RUN-TIMESTAMP    PIC X(20).
    05  SR-NET-AMOUNT       PIC S9(11)V99.

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REPORT-REC.

01  REPORT-REC            PIC X(133).

WORKING-STORAGE SECTION.
01  WS-PARM-STATUS        PIC XX.
01  WS-PRD-STATUS         PIC XX.
01  WS-MASTER-STATUS      PIC XX.
01  WS-PERIOD             PIC X(6) VALUE SPACES.
01  WS-PERIOD-MONTH       PIC 99.
01  WS-INITIAL            PIC X VALUE 'N'.
01  WS-CARD-VALID         PIC X VALUE 'N'.
01  WS-CARD-REASON        PIC X(30) VALUE SPACES.
01  WS-CLOSED-PERIOD      PIC X(6) VALUE SPACES.
01  WS-CLOSED-TIMESTAMP   PIC X(20) VALUE SPACES.
01  WS-MTD-EOF            PIC X VALUE 'N'.
01  WS-CHG-EOF            PIC X VALUE 'N'.
01  WS-SET-BEFORE         PIC S9(11)V99 VALUE 0.
01  WS-SET-AFTER          PIC S9(11)V99 VALUE 0.
01  WS-SET-VALID          PIC X VALUE 'Y'.
01  WS-SORT-EOF           PIC X VALUE 'N'.
01  WS-MASTER-EOF         PIC X VALUE 'N'.
01  WS-OPEN-EOF           PIC X VALUE 'N'.
01  WS-OPEN-KEY           PIC X(10) VALUE SPACES.
01  WS-OPEN-BALANCE       PIC S9(11)V99 VALUE 0.
01  WS-MAST-KEY           PIC X(10) VALUE SPACES.
01  WS-GROUP-KEY          PIC X(10) VALUE SPACES.
01  WS-GROUP-NET          PIC S9(11)V99 VALUE 0.
01  WS-GROUP-SET          PIC S9(11)V99 VALUE 0.
01  WS-GROUP-SETS         PIC 9(8) VALUE 0.
01  WS-GROUP-RECONFB      PIC X VALUE 'N'.
01  WS-GROUP-REBUILD      PIC X VALUE 'N'.
01  WS-LAST-SET-KEY       PIC X(29) VALUE SPACES.
01  WS-CURRENT-KEY        PIC X(10) VALUE SPACES.
01  WS-ACCT-OPENING       PIC S9(11)V99 VALUE 0.
01  WS-ACCT-MOVEMENT      PIC S9(11)V99 VALUE 0.
01  WS-ACCT-SET           PIC S9(11)V99 VALUE 0.
01  WS-ACCT-SETS          PIC 9(8) VALUE 0.
01  WS-ACCT-SET-BY        PIC X(15) VALUE SPACES.
01  WS-ACCT-CLOSING       PIC S9(11)V99 VALUE 0.
01  WS-ACCT-DIFFERENCE    PIC S9(11)V99 VALUE 0.
01  WS-ACCT-ON-MASTER     PIC X VALUE 'N'.
01  WS-ACCOUNTS-SEEN      PIC 9(8) VALUE 0.
01  WS-TB-ACCOUNTS        PIC 9(8) VALUE 0.
01  WS-TOTAL-OPENING      PIC S9(13)V99 VALUE 0.
01  WS-TOTAL-MOVEMENT     PIC S9(13)V99 VALUE 0.
01  WS-TOTAL-SET          PIC S9(13)V99 VALUE 0.
01  WS-SET-ACCOUNTS       PIC 9(8) VALUE 0.
01  WS-TOTAL-CLOSING      PIC S9(13)V99 VALUE 0.
01  WS-OPEN-DETAILS       PIC 9(8) VALUE 0.
01  WS-OPEN-TRL-PRESENT   PIC X VALUE 'N'.
01  WS-OPEN-TRL-COUNT     PIC 9(8) VALUE 0.
01  WS-OPEN-TRL-TOTAL     PIC S9(13)V99 VALUE 0.
01  WS-OPEN-TRL-PERIOD    PIC X(6) VALUE SPACES.
01  WS-MTD-DETAILS        PIC 9(8) VALUE 0.
01  WS-MTD-DETAIL-NET     PIC S9(13)V99 VALUE 0.
01  WS-MTD-NIGHTS         PIC 9(8) VALUE 0.
01  WS-MTD-TRAILER-NET    PIC S9(13)V99 VALUE 0.
01  WS-MTD-BAD-ROWS       PIC 9(8) VALUE 0.
01  WS-MTD-FACE-ROWS      PIC 9(8) VALUE 0.
01  WS-CHG-BAD-ROWS       PIC 9(8) VALUE 0.
01  WS-BREAK-COUNT        PIC 9(8) VALUE 0.
01  WS-CONTROL-BREAKS     PIC 9(8) VALUE 0.
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
        MOVE '*** ' TO REPORT-REC(1:4)
        MOVE WS-CARD-REASON TO REPORT-REC(5:30)
        MOVE ' - NO TRIAL BALANCE TAKEN ***' TO REPORT-REC(35:29)
        WRITE REPORT-REC
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM WRITE-REPORT-HEADING
        IF WS-INITIAL = 'N'
            OPEN INPUT OPENTB
        END-IF
        OPEN INPUT MSTRFILE
        OPEN INPUT GLMTD
        OPEN INPUT CHGMTD
        OPEN OUTPUT CLOSETB
        SORT SORTFILE
            ON ASCENDING KEY SR-ACCOUNT SR-KIND SR-SOURCE
                SR-RUN-TIMESTAMP
            INPUT PROCEDURE IS RELEASE-GL-ROWS
            OUTPUT PROCEDURE IS BALANCE-ACCOUNTS
        PERFORM WRITE-TB-TRAILER
        IF WS-INITIAL = 'N'
            CLOSE OPENTB
        END-IF
        CLOSE MSTRFILE
        CLOSE GLMTD
        CLOSE CHGMTD
        CLOSE CLOSETB
        PERFORM CHECK-CONTROL-TOTALS
        PERFORM WRITE-REPORT-TOTALS
        IF WS-BREAK-COUNT > 0 OR WS-CONTROL-BREAKS > 0
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM WRITE-PERIOD-CLOSE
            IF WS-SET-ACCOUNTS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    CLOSE RPTFILE
    STOP RUN.

*> The card names the month being closed; the marker says which
*> month was closed last. Closing the same month twice, or an
*> earlier one, would take the month-to-date rows twice.
INIT-PARAMETERS.
    MOVE 'MISSING PARAMETER CARD' TO WS-CARD-REASON
    OPEN INPUT PARMCARD
    IF WS-PARM-STATUS = '00'
        READ PARMCARD
            AT END
                CONTINUE
            NOT AT END
                MOVE PRM-PERIOD TO WS-PERIOD
                MOVE 'Y' TO WS-CARD-VALID
                IF PRM-MODE = 'INITIAL'
                    MOVE 'Y' TO WS-INITIAL
                END-IF
        END-READ
        CLOSE PARMCARD
    END-IF
    IF WS-CARD-VALID = 'Y'
        IF WS-PERIOD NOT NUMERIC
            MOVE 'N' TO WS-CARD-VALID
            MOVE 'INVALID PERIOD ON CARD' TO WS-CARD-REASON
        ELSE
            MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                MOVE 'N' TO WS-CARD-VALID
                MOVE 'INVALID PERIOD ON CARD' TO WS-CARD-REASON
            END-IF
        END-IF
    END-IF
    IF WS-CARD-VALID = 'Y'
        OPEN INPUT PRDFILE
        IF WS-PRD-STATUS = '00'
            READ PRDFILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PRD-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                    MOVE PRD-CLOSE-TIMESTAMP TO WS-CLOSED-TIMESTAMP
            END-READ
            CLOSE PRDFILE
        END-IF
        IF WS-CLOSED-PERIOD NOT = SPACES
           AND WS-PERIOD NOT > WS-CLOSED-PERIOD
            MOVE 'N' TO WS-CARD-VALID
            MOVE 'PERIOD ALREADY CLOSED' TO WS-CARD-REASON
        END-IF
    END-IF.

*> Details go to the sort; trailers are totalled here so the month
*> can be proved against them once every row has been read. The
*> balance sets follow the GL rows into the same sort.
RELEASE-GL-ROWS.
    PERFORM UNTIL WS-MTD-EOF = 'Y'
        READ GLMTD
            AT END
                MOVE 'Y' TO WS-MTD-EOF
            NOT AT END
                PERFORM RELEASE-ONE-GL-ROW
        END-READ
    END-PERFORM
    PERFORM UNTIL WS-CHG-EOF = 'Y'
        READ CHGMTD
            AT END
                MOVE 'Y' TO WS-CHG-EOF
            NOT AT END
                PERFORM RELEASE-ONE-SET
        END-READ
    END-PERFORM.

*> The face net is what the trailer balances; the master movement
*> is what the account line is tied with.
RELEASE-ONE-GL-ROW.
    EVALUATE GLM-RECORD-TYPE
        WHEN 'D'
            IF GLM-NET-AMOUNT NUMERIC
                ADD 1 TO WS-MTD-DETAILS
                ADD GLM-NET-AMOUNT TO WS-MTD-DETAIL-NET
                MOVE GLM-ACCOUNT-NUMBER TO SR-ACCOUNT
                MOVE 'G' TO SR-KIND
                MOVE SPACES TO SR-SOURCE
                MOVE SPACES TO SR-RUN-TIMESTAMP
                IF GLM-MASTER-MOVEMENT NUMERIC
                    MOVE GLM-MASTER-MOVEMENT TO SR-NET-AMOUNT
                ELSE
                    ADD 1 TO WS-MTD-FACE-ROWS
                    MOVE GLM-NET-AMOUNT TO SR-NET-AMOUNT
                END-IF
                RELEASE SORT-REC
            ELSE
                ADD 1 TO WS-MTD-BAD-ROWS
            END-IF
        WHEN 'T'
            IF GLMT-GRAND-NET NUMERIC
                ADD 1 TO WS-MTD-NIGHTS
                ADD GLMT-GRAND-NET TO WS-MTD-TRAILER-NET
            ELSE
                ADD 1 TO WS-MTD-BAD-ROWS
            END-IF
        WHEN OTHER
            ADD 1 TO WS-MTD-BAD-ROWS
    END-EVALUATE.

*> Postings, maintenance and dormancy changes are movement the GL
*> rows already carry or no movement at all; only a RECONFB or
*> REBUILD set made since the last close is taken. A blank image
*> is an account that did not exist on that side of the set.
RELEASE-ONE-SET.
    IF (CHG-SOURCE = 'RECONFB' OR CHG-SOURCE = 'REBUILD')
       AND CHG-RUN-TIMESTAMP > WS-CLOSED-TIMESTAMP
        MOVE 'Y' TO WS-SET-VALID
        MOVE 0 TO WS-SET-BEFORE
        MOVE 0 TO WS-SET-AFTER
        IF CHG-BEFORE-IMAGE NOT = SPACES
            IF CHG-BEFORE-BALANCE NUMERIC
                MOVE CHG-BEFORE-BALANCE TO WS-SET-BEFORE
            ELSE
                MOVE 'N' TO WS-SET-VALID
            END-IF
        END-IF
        IF CHG-AFTER-IMAGE NOT = SPACES
            IF CHG-AFTER-BALANCE NUMERIC
                MOVE CHG-AFTER-BALANCE TO WS-SET-AFTER
            ELSE
                MOVE 'N' TO WS-SET-VALID
            END-IF
        END-IF
        IF WS-SET-VALID = 'N'
            ADD 1 TO WS-CHG-BAD-ROWS
        ELSE
            IF WS-SET-AFTER NOT = WS-SET-BEFORE
                MOVE CHG-ACCOUNT-NUMBER TO SR-ACCOUNT
                MOVE 'S' TO SR-KIND
                MOVE CHG-SOURCE TO SR-SOURCE
                MOVE CHG-RUN-TIMESTAMP TO SR-RUN-TIMESTAMP
                COMPUTE SR-NET-AMOUNT = WS-SET-AFTER - WS-SET-BEFORE
                RELEASE SORT-REC
            END-IF
        END-IF
    END-IF.

*> Opening trial balance, master and the sorted GL rows all deliver
*> accounts ascending: a three-way balance line, the lowest key
*> of the three taking its figures from whichever sources hold it.
BALANCE-ACCOUNTS.
    PERFORM RETURN-NEXT-ROW
    PERFORM NEXT-GL-GROUP
    IF WS-INITIAL = 'Y'
        MOVE 'Y' TO WS-OPEN-EOF
        MOVE HIGH-VALUES TO WS-OPEN-KEY
    ELSE
        PERFORM READ-NEXT-OPENING
    END-IF
    PERFORM START-MASTER-BROWSE
    PERFORM READ-NEXT-MASTER
    PERFORM UNTIL WS-OPEN-KEY = HIGH-VALUES
            AND WS-MAST-KEY = HIGH-VALUES
            AND WS-GROUP-KEY = HIGH-VALUES
        PERFORM BALANCE-ONE-ACCOUNT
    END-PERFORM.

RETURN-NEXT-ROW.
    RETURN SORTFILE
        AT END
            MOVE 'Y' TO WS-SORT-EOF
    END-RETURN.

*> The sort stays one row ahead, so on entry the buffer holds the
*> next account's first row. Within the account the GL rows come
*> first, then the sets by program and run stamp - a set repeated
*> from a log copied twice lands next to its twin and is dropped.
NEXT-GL-GROUP.
    IF WS-SORT-EOF = 'Y'
        MOVE HIGH-VALUES TO WS-GROUP-KEY
    ELSE
        MOVE SR-ACCOUNT TO WS-GROUP-KEY
        MOVE 0 TO WS-GROUP-NET
        MOVE 0 TO WS-GROUP-SET
        MOVE 0 TO WS-GROUP-SETS
        MOVE 'N' TO WS-GROUP-RECONFB
        MOVE 'N' TO WS-GROUP-REBUILD
        MOVE SPACES TO WS-LAST-SET-KEY
        PERFORM UNTIL WS-SORT-EOF = 'Y'
                OR SR-ACCOUNT NOT = WS-GROUP-KEY
            IF SR-KIND = 'G'
                ADD SR-NET-AMOUNT TO WS-GROUP-NET
            ELSE
                IF SR-SOURCE NOT = WS-LAST-SET-KEY(1:9)
                   OR SR-RUN-TIMESTAMP NOT = WS-LAST-SET-KEY(10:20)
                    MOVE SR-SOURCE TO WS-LAST-SET-KEY(1:9)
                    MOVE SR-RUN-TIMESTAMP TO WS-LAST-SET-KEY(10:20)
                    ADD SR-NET-AMOUNT TO WS-GROUP-SET
                    ADD 1 TO WS-GROUP-SETS
                    IF SR-SOURCE = 'RECONFB'
                        MOVE 'Y' TO WS-GROUP-RECONFB
                    ELSE
                        MOVE 'Y' TO WS-GROUP-REBUILD
                    END-IF
                END-IF
            END-IF
            PERFORM RETURN-NEXT-ROW
        END-PERFORM
    END-IF.

*> The trailer is the last record of a trial balance generation;
*> reaching it ends the opening side.
READ-NEXT-OPENING.
    READ OPENTB
        AT END
            MOVE 'Y' TO WS-OPEN-EOF
    END-READ
    IF WS-OPEN-EOF = 'N' AND OTB-RECORD-TYPE = 'T'
        MOVE 'Y' TO WS-OPEN-TRL-PRESENT
        MOVE OTBT-ACCOUNT-COUNT TO WS-OPEN-TRL-COUNT
        MOVE OTBT-TOTAL-BALANCE TO WS-OPEN-TRL-TOTAL
        MOVE OTBT-PERIOD TO WS-OPEN-TRL-PERIOD
        MOVE 'Y' TO WS-OPEN-EOF
    END-IF
    IF WS-OPEN-EOF = 'Y'
        MOVE HIGH-VALUES TO WS-OPEN-KEY
    ELSE
        ADD 1 TO WS-OPEN-DETAILS
        MOVE OTB-ACCOUNT-NUMBER TO WS-OPEN-KEY
        MOVE OTB-BALANCE TO WS-OPEN-BALANCE
    END-IF.

START-MASTER-BROWSE.
    MOVE LOW-VALUES TO MAST-ACCOUNT-NUMBER
    START MSTRFILE KEY NOT < MAST-ACCOUNT-NUMBER
        INVALID KEY
            MOVE 'Y' TO WS-MASTER-EOF
    END-START.

READ-NEXT-MASTER.
    IF WS-MASTER-EOF = 'N'
        READ MSTRFILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-MASTER-EOF
        END-READ
    END-IF
    IF WS-MASTER-EOF = 'Y'
        MOVE HIGH-VALUES TO WS-MAST-KEY
    ELSE
        MOVE MAST-ACCOUNT-NUMBER TO WS-MAST-KEY
    END-IF.

BALANCE-ONE-ACCOUNT.
    MOVE WS-OPEN-KEY TO WS-CURRENT-KEY
    IF WS-MAST-KEY < WS-CURRENT-KEY
        MOVE WS-MAST-KEY TO WS-CURRENT-KEY
    END-IF
    IF WS-GROUP-KEY < WS-CURRENT-KEY
        MOVE WS-GROUP-KEY TO WS-CURRENT-KEY
    END-IF
    ADD 1 TO WS-ACCOUNTS-SEEN
    MOVE 0 TO WS-ACCT-OPENING
    MOVE 0 TO WS-ACCT-MOVEMENT
    MOVE 0 TO WS-ACCT-SET
    MOVE 0 TO WS-ACCT-SETS
    MOVE 0 TO WS-ACCT-CLOSING
    MOVE 'N' TO WS-ACCT-ON-MASTER
    IF WS-OPEN-KEY = WS-CURRENT-KEY
        MOVE WS-OPEN-BALANCE TO WS-ACCT-OPENING
        PERFORM READ-NEXT-OPENING
    END-IF
    IF WS-GROUP-KEY = WS-CURRENT-KEY
        MOVE WS-GROUP-NET TO WS-ACCT-MOVEMENT
        MOVE WS-GROUP-SET TO WS-ACCT-SET
        MOVE WS-GROUP-SETS TO WS-ACCT-SETS
        EVALUATE TRUE
            WHEN WS-GROUP-RECONFB = 'Y' AND WS-GROUP-REBUILD = 'Y'
                MOVE 'RECONFB/REBUILD' TO WS-ACCT-SET-BY
            WHEN WS-GROUP-RECONFB = 'Y'
                MOVE 'RECONFB' TO WS-ACCT-SET-BY
            WHEN OTHER
                MOVE 'REBUILD' TO WS-ACCT-SET-BY
        END-EVALUATE
        PERFORM NEXT-GL-GROUP
    END-IF
    IF WS-MAST-KEY = WS-CURRENT-KEY
        MOVE 'Y' TO WS-ACCT-ON-MASTER
        MOVE MAST-BALANCE TO WS-ACCT-CLOSING
        PERFORM WRITE-TB-DETAIL
        PERFORM READ-NEXT-MASTER
    END-IF
    ADD WS-ACCT-OPENING TO WS-TOTAL-OPENING
    ADD WS-ACCT-MOVEMENT TO WS-TOTAL-MOVEMENT
    ADD WS-ACCT-SET TO WS-TOTAL-SET
    ADD WS-ACCT-CLOSING TO WS-TOTAL-CLOSING
    COMPUTE WS-ACCT-DIFFERENCE =
        WS-ACCT-CLOSING - WS-ACCT-OPENING - WS-ACCT-MOVEMENT
        - WS-ACCT-SET
    IF WS-INITIAL = 'N' AND WS-ACCT-SETS > 0
        PERFORM WRITE-SET-LINE
    END-IF
    IF WS-INITIAL = 'N' AND WS-ACCT-DIFFERENCE NOT = 0
        PERFORM WRITE-BREAK-LINE
    END-IF.

*> Expected, not a break: the set is the difference between this
*> account's GL movement and its balance. Anything left over still
*> prints as OUT OF BALANCE on the line after.
WRITE-SET-LINE.
    ADD 1 TO WS-SET-ACCOUNTS
    MOVE SPACES TO REPORT-REC
    MOVE 'BALANCE SET:    ' TO REPORT-REC(1:16)
    MOVE WS-CURRENT-KEY TO REPORT-REC(17:10)
    MOVE ' BY ' TO REPORT-REC(27:4)
    MOVE WS-ACCT-SET-BY TO REPORT-REC(31:15)
    MOVE ' SETS ' TO REPORT-REC(46:6)
    MOVE WS-ACCT-SETS TO REPORT-REC(52:8)
    MOVE ' AMOUNT ' TO REPORT-REC(60:8)
    MOVE WS-ACCT-SET TO REPORT-REC(68:13)
    MOVE ' - EXPLAINED' TO REPORT-REC(81:12)
    WRITE REPORT-REC.

WRITE-TB-DETAIL.
    MOVE SPACES TO CLOSE-TB-REC
    MOVE 'D' TO CTB-RECORD-TYPE
    MOVE MAST-ACCOUNT-NUMBER TO CTB-ACCOUNT-NUMBER
    MOVE MAST-BALANCE TO CTB-BALANCE
    MOVE WS-PERIOD TO CTB-PERIOD
    MOVE WS-RUN-TIMESTAMP TO CTB-RUN-TIMESTAMP
    WRITE CLOSE-TB-REC
    ADD 1 TO WS-TB-ACCOUNTS.

WRITE-TB-TRAILER.
    MOVE SPACES TO CLOSE-TB-TRAILER
    MOVE 'T' TO CTBT-RECORD-TYPE
    MOVE WS-TB-ACCOUNTS TO CTBT-ACCOUNT-COUNT
    MOVE WS-TOTAL-CLOSING TO CTBT-TOTAL-BALANCE
    MOVE WS-PERIOD TO CTBT-PERIOD
    MOVE WS-RUN-TIMESTAMP TO CTBT-RUN-TIMESTAMP
    WRITE CLOSE-TB-TRAILER.

*> An account off the master since the last close (deleted or
*> purged) closes at zero; one the ledger moved but the master has
*> never held closes at zero too - either way the line shows it.
WRITE-BREAK-LINE.
    ADD 1 TO WS-BREAK-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE 'OUT OF BALANCE: ' TO REPORT-REC(1:16)
    MOVE WS-CURRENT-KEY TO REPORT-REC(17:10)
    MOVE ' OPENING ' TO REPORT-REC(27:9)
    MOVE WS-ACCT-OPENING TO REPORT-REC(36:13)
    MOVE ' MOVEMENT ' TO REPORT-REC(49:10)
    MOVE WS-ACCT-MOVEMENT TO REPORT-REC(59:13)
    MOVE ' CLOSING ' TO REPORT-REC(72:9)
    MOVE WS-ACCT-CLOSING TO REPORT-REC(81:13)
    MOVE ' DIFF ' TO REPORT-REC(94:6)
    MOVE WS-ACCT-DIFFERENCE TO REPORT-REC(100:13)
    IF WS-ACCT-ON-MASTER = 'N'
        MOVE ' NOT ON MASTER' TO REPORT-REC(113:14)
    END-IF
    WRITE REPORT-REC.

*> Month-level proofs, independent of the account lines: the
*> shipped details against their own trailers, and the opening
*> trial balance against the trailer it was written with.
CHECK-CONTROL-TOTALS.
    IF WS-MTD-DETAIL-NET NOT = WS-MTD-TRAILER-NET
        ADD 1 TO WS-CONTROL-BREAKS
        MOVE SPACES TO REPORT-REC
        MOVE '*** MONTH-TO-DATE GL DETAIL NET ' TO REPORT-REC(1:32)
        MOVE WS-MTD-DETAIL-NET TO REPORT-REC(33:15)
        MOVE ' TRAILER NET ' TO REPORT-REC(48:13)
        MOVE WS-MTD-TRAILER-NET TO REPORT-REC(61:15)
        MOVE ' DO NOT AGREE ***' TO REPORT-REC(76:17)
        WRITE REPORT-REC
    END-IF
    IF WS-CHG-BAD-ROWS > 0
        ADD 1 TO WS-CONTROL-BREAKS
        MOVE SPACES TO REPORT-REC
        MOVE '*** UNREADABLE BALANCE SET IMAGES: ' TO REPORT-REC(1:35)
        MOVE WS-CHG-BAD-ROWS TO REPORT-REC(36:8)
        MOVE ' ***' TO REPORT-REC(44:4)
        WRITE REPORT-REC
    END-IF
    IF WS-MTD-BAD-ROWS > 0
        ADD 1 TO WS-CONTROL-BREAKS
        MOVE SPACES TO REPORT-REC
        MOVE '*** UNREADABLE MONTH-TO-DATE GL ROWS: ' TO REPORT-REC(1:38)
        MOVE WS-MTD-BAD-ROWS TO REPORT-REC(39:8)
        MOVE ' ***' TO REPORT-REC(47:4)
        WRITE REPORT-REC
    END-IF
    IF WS-INITIAL = 'N'
        IF WS-OPEN-TRL-PRESENT = 'N'
            ADD 1 TO WS-CONTROL-BREAKS
            MOVE SPACES TO REPORT-REC
            MOVE '*** OPENING TRIAL BALANCE HAS NO TRAILER ***'
                TO REPORT-REC(1:44)
            WRITE REPORT-REC
        ELSE
            IF WS-OPEN-TRL-COUNT NOT = WS-OPEN-DETAILS
               OR WS-OPEN-TRL-TOTAL NOT = WS-TOTAL-OPENING
                ADD 1 TO WS-CONTROL-BREAKS
                MOVE SPACES TO REPORT-REC
                MOVE '*** OPENING TRIAL BALANCE ' TO REPORT-REC(1:26)
                MOVE WS-OPEN-TRL-PERIOD TO REPORT-REC(27:6)
                MOVE ' TRAILER ' TO REPORT-REC(33:9)
                MOVE WS-OPEN-TRL-COUNT TO REPORT-REC(42:8)
                MOVE WS-OPEN-TRL-TOTAL TO REPORT-REC(50:15)
                MOVE ' READ ' TO REPORT-REC(65:6)
                MOVE WS-OPEN-DETAILS TO REPORT-REC(71:8)
                MOVE WS-TOTAL-OPENING TO REPORT-REC(79:15)
                MOVE ' ***' TO REPORT-REC(94:4)
                WRITE REPORT-REC
            END-IF
        END-IF
    END-IF.

WRITE-PERIOD-CLOSE.
    OPEN OUTPUT NEWPRD
    MOVE SPACES TO NEW-PERIOD-REC
    MOVE WS-PERIOD TO NPR-CLOSED-PERIOD
    MOVE WS-RUN-TIMESTAMP TO NPR-CLOSE-TIMESTAMP
    MOVE WS-TB-ACCOUNTS TO NPR-TB-ACCOUNTS
    MOVE WS-TOTAL-CLOSING TO NPR-TB-TOTAL
    WRITE NEW-PERIOD-REC
    CLOSE NEWPRD
    MOVE SPACES TO REPORT-REC
    MOVE 'PERIOD ' TO REPORT-REC(1:7)
    MOVE WS-PERIOD TO REPORT-REC(8:6)
    MOVE ' SIGNED OFF AT ' TO REPORT-REC(14:15)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(29:20)
    MOVE ' - CLOSES WHEN THE TRIAL BALANCE IS SAVED'
        TO REPORT-REC(49:41)
    WRITE REPORT-REC.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'MONTH-END TRIAL BALANCE - PERIOD ' TO REPORT-REC(1:33)
    MOVE WS-PERIOD TO REPORT-REC(34:6)
    MOVE ' RUN ' TO REPORT-REC(40:5)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(45:20)
    IF WS-INITIAL = 'Y'
        MOVE ' - INITIAL, NO TIE-OUT' TO REPORT-REC(65:22)
    END-IF
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS BALANCED: ' TO REPORT-REC(1:19)
    MOVE WS-ACCOUNTS-SEEN TO REPORT-REC(20:8)
    MOVE ' ON TRIAL BALANCE: ' TO REPORT-REC(28:19)
    MOVE WS-TB-ACCOUNTS TO REPORT-REC(47:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'OPENING TOTAL:  ' TO REPORT-REC(1:16)
    MOVE WS-TOTAL-OPENING TO REPORT-REC(17:15)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'MOVEMENT TOTAL: ' TO REPORT-REC(1:16)
    MOVE WS-TOTAL-MOVEMENT TO REPORT-REC(17:15)
    MOVE ' FROM ' TO REPORT-REC(32:6)
    MOVE WS-MTD-DETAILS TO REPORT-REC(38:8)
    MOVE ' GL ROWS, ' TO REPORT-REC(46:10)
    MOVE WS-MTD-NIGHTS TO REPORT-REC(56:8)
    MOVE ' NIGHTS' TO REPORT-REC(64:7)
    WRITE REPORT-REC
    IF WS-MTD-FACE-ROWS > 0
        MOVE SPACES TO REPORT-REC
        MOVE '  GL ROWS TAKEN AT FACE NET: ' TO REPORT-REC(1:29)
        MOVE WS-MTD-FACE-ROWS TO REPORT-REC(30:8)
        WRITE REPORT-REC
    END-IF
    MOVE SPACES TO REPORT-REC
    MOVE 'GL FACE NET:    ' TO REPORT-REC(1:16)
    MOVE WS-MTD-DETAIL-NET TO REPORT-REC(17:15)
    MOVE ' TRAILERS ' TO REPORT-REC(32:10)
    MOVE WS-MTD-TRAILER-NET TO REPORT-REC(42:15)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'BALANCE SETS:   ' TO REPORT-REC(1:16)
    MOVE WS-TOTAL-SET TO REPORT-REC(17:15)
    MOVE ' ON ' TO REPORT-REC(32:4)
    MOVE WS-SET-ACCOUNTS TO REPORT-REC(36:8)
    MOVE ' ACCOUNTS' TO REPORT-REC(44:9)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'CLOSING TOTAL:  ' TO REPORT-REC(1:16)
    MOVE WS-TOTAL-CLOSING TO REPORT-REC(17:15)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS OUT OF BALANCE: ' TO REPORT-REC(1:25)
    MOVE WS-BREAK-COUNT TO REPORT-REC(26:8)
    MOVE ' CONTROL BREAKS: ' TO REPORT-REC(34:17)
    MOVE WS-CONTROL-BREAKS TO REPORT-REC(51:8)
    WRITE REPORT-REC.
