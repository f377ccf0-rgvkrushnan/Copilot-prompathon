      >>SOURCE FORMAT FREE
      *> ARCHRETR - archive retrieval for statements, audit requests and
      *> customer disputes that reach back past the HISTARCH retention
      *> cutoff. Once a row has moved to an archive generation the live
      *> history only carries it inside the account's netted 'S'
      *> summary row, so STMTPRT cannot show it in detail. This program
      *> takes one request card per account and period, pulls the
      *> matching rows out of every archive generation (and out of the
      *> live history, for any part of the period not yet archived)
      *> and loads them into RETRFILE, a work history KSDS in the
      *> HISTORY-REC layout. STMTPRT run with its HISTFILE pointed at
      *> that cluster then prints a full detail statement for the
      *> archived period.
      *>
      *> The opening position is rebuilt rather than copied: every
      *> archived or live detail row for the account dated before the
      *> from timestamp is netted into a single 'S' row, keyed the way
      *> HISTARCH keys its summary (00010101000000 / reference SUMRY),
      *> so STMTPRT's opening-position pass rolls it up exactly as it
      *> would the archived rows themselves. The summary rows already
      *> in the archive and the live summary row are not copied - their
      *> detail is what is being retrieved. The live summary row is the
      *> net of everything archived for the account, so it is proved
      *> against the archived detail found; an account where the two
      *> differ is retrieved from what there is and reported as
      *> ARCHIVE INCOMPLETE - an archive generation is missing and the
      *> statement would be wrong.
      *>
      *> RETRFILE is a REUSE cluster reset by the OUTPUT open, so each
      *> run replaces the previous retrieval. A deck holds one card per
      *> account - the opening row is keyed by account alone, so two
      *> periods for the same account are two runs.
      *>
      *> Every card, retrieved or rejected, is appended to the
      *> retrieval log (RLOGFILE) with the requester and reference off
      *> the card, for the records-retention policy.
      *>
      *> The cards that pass the edits are copied unchanged to ACCFILE,
      *> which the statement step reads in place of the request deck -
      *> a rejected card must not print a statement of an empty or
      *> partial period.
      *>
      *> Request card format (80 bytes, one request per card). Columns
      *> 1-50 are STMTPRT's statement card, so the same deck drives
      *> the statement step:
      *>   cols  1-10  account number
      *>   cols 11-30  from timestamp (blank = start of history)
      *>   cols 31-50  to timestamp   (blank = end of history)
      *>   cols 51-58  requester id - required
      *>   cols 59-78  request reference (audit or dispute number)
      *> RC=4 when a card is rejected, a request finds no rows or a row
      *> is held in two archive generations, RC=8 on an incomplete
      *> archive or a work file write failure, RC=16 when the deck has
      *> no valid request - nothing is loaded.
IDENTIFICATION DIVISION.
PROGRAM-ID. ARCHRETR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARDFILE ASSIGN TO 'RETRIEVAL.CARDS'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT ARCHFILE ASSIGN TO 'HISTORY.ARCHIVE'
        ORGANIZATION IS SEQUENTIAL.
    SELECT HISTFILE ASSIGN TO 'TRANSACTION.HISTORY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    SELECT RETRFILE ASSIGN TO 'RETRIEVED.HISTORY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RTH-KEY
        FILE STATUS IS WS-RETR-STATUS.
    SELECT RLOGFILE ASSIGN TO 'RETRIEVAL.LOG'
        ORGANIZATION IS SEQUENTIAL.
    SELECT ACCFILE ASSIGN TO 'ACCEPTED.CARDS'
        ORGANIZATION IS SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO 'RETRIEVAL.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CARDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS RETRIEVAL-CARD.

01  RETRIEVAL-CARD.
    05  RTC-ACCOUNT-NUMBER  PIC X(10).
    05  RTC-FROM-TIMESTAMP  PIC X(20).
    05  RTC-TO-TIMESTAMP    PIC X(20).
    05  RTC-REQUESTER       PIC X(8).
    05  RTC-REFERENCE       PIC X(20).
    05  FILLER              PIC X(2).

FD  ARCHFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS ARCHIVE-REC.

01  ARCHIVE-REC.
    05  ARC-KEY.
        10  ARC-ACCOUNT-NUMBER  PIC X(10).
        10  ARC-TIMESTAMP       PIC X(20).
        10  ARC-TRANS-REF       PIC X(6).
    05  ARC-AMOUNT              PIC S9(9)V99.
    05  ARC-TRANS-TYPE          PIC X.
    05  ARC-ADJUSTED-AMOUNT     PIC S9(9)V99.
    05  ARC-RUN-TIMESTAMP       PIC X(20).
    05  ARC-REVERSED-FLAG       PIC X.

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

*> Retrieved history - same layout as HISTORY-REC, so STMTPRT
*> reads it as its HISTFILE.
FD  RETRFILE
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS RETRIEVED-REC.

01  RETRIEVED-REC.
    05  RTH-KEY.
        10  RTH-ACCOUNT-NUMBER  PIC X(10).
        10  RTH-TIMESTAMP       PIC X(20).
        10  RTH-TRANS-REF       PIC X(6).
    05  RTH-AMOUNT              PIC S9(9)V99.
    05  RTH-TRANS-TYPE          PIC X.
    05  RTH-ADJUSTED-AMOUNT     PIC S9(9)V99.
    05  RTH-RUN-TIMESTAMP       PIC X(20).
    05  RTH-REVERSED-FLAG       PIC X.

*> Retrieval log - one record per request card, appended. Status
*> R retrieved, I retrieved but the archive is incomplete, X card
*> rejected (nothing retrieved).
FD  RLOGFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 120 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS RETRIEVAL-LOG-REC.

01  RETRIEVAL-LOG-REC.
    05  RLG-RUN-TIMESTAMP   PIC X(20).
    05  RLG-REQUESTER       PIC X(8).
    05  RLG-REFERENCE       PIC X(20).
    05  RLG-ACCOUNT-NUMBER  PIC X(10).
    05  RLG-FROM-TIMESTAMP  PIC X(20).
    05  RLG-TO-TIMESTAMP    PIC X(20).
    05  RLG-STATUS          PIC X.
    05  RLG-ROWS-RETRIEVED  PIC 9(8).
    05  FILLER              PIC X(13).

*> Accepted request cards - the statement step's card deck.
FD  ACCFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS ACCEPTED-CARD.

01  ACCEPTED-CARD         PIC X(80).

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
01  WS-RETR-STATUS        PIC XX.
01  WS-CARD-EOF           PIC X VALUE 'N'.
01  WS-ARCH-EOF           PIC X VALUE 'N'.
01  WS-HIST-EOF           PIC X VALUE 'N'.
01  WS-CARD-VALID         PIC X VALUE 'N'.
01  WS-REJECT-REASON      PIC X(24) VALUE SPACES.
01  WS-EDIT-TIMESTAMP     PIC X(20) VALUE SPACES.
01  WS-EDIT-VALID         PIC X VALUE 'N'.
01  WS-FROM-TIMESTAMP     PIC X(20) VALUE SPACES.
01  WS-TO-TIMESTAMP       PIC X(20) VALUE SPACES.
01  WS-ROW-SOURCE         PIC X VALUE SPACE.
01  WS-REQ-MAX            PIC 9(4) COMP VALUE 200.
01  WS-REQ-COUNT          PIC 9(4) COMP VALUE 0.
01  WS-REQ-IX             PIC 9(4) COMP VALUE 0.
01  WS-REQ-FOUND          PIC 9(4) COMP VALUE 0.
01  WS-LOOKUP-ACCOUNT     PIC X(10) VALUE SPACES.
01  WS-REQUEST-TABLE.
    05  WS-RQ-ENTRY OCCURS 200 TIMES.
        10  WS-RQ-ACCOUNT       PIC X(10).
        10  WS-RQ-FROM          PIC X(20).
        10  WS-RQ-TO            PIC X(20).
        10  WS-RQ-CARD-FROM     PIC X(20).
        10  WS-RQ-CARD-TO       PIC X(20).
        10  WS-RQ-REQUESTER     PIC X(8).
        10  WS-RQ-REFERENCE     PIC X(20).
        10  WS-RQ-ROWS          PIC 9(8).
        10  WS-RQ-OPEN-ROWS     PIC 9(8).
        10  WS-RQ-OPEN-AMOUNT   PIC S9(11)V99.
        10  WS-RQ-OPEN-ADJUSTED PIC S9(11)V99.
        10  WS-RQ-ARCH-ROWS     PIC 9(8).
        10  WS-RQ-ARCH-TOTAL    PIC S9(11)V99.
        10  WS-RQ-SUMMARY       PIC X.
        10  WS-RQ-SUMMARY-NET   PIC S9(11)V99.
01  WS-CARDS-READ         PIC 9(8) VALUE 0.
01  WS-CARDS-REJECTED     PIC 9(8) VALUE 0.
01  WS-ARCH-READ          PIC 9(8) VALUE 0.
01  WS-ARCH-SUMMARY       PIC 9(8) VALUE 0.
01  WS-HIST-READ          PIC 9(8) VALUE 0.
01  WS-ROWS-WRITTEN       PIC 9(8) VALUE 0.
01  WS-OPENING-ROWS       PIC 9(8) VALUE 0.
01  WS-EMPTY-REQUESTS     PIC 9(8) VALUE 0.
01  WS-DUPLICATE-ROWS     PIC 9(8) VALUE 0.
01  WS-INCOMPLETE-COUNT   PIC 9(8) VALUE 0.
01  WS-WRITE-FAILED       PIC 9(8) VALUE 0.
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
    OPEN OUTPUT RPTFILE
    OPEN OUTPUT RLOGFILE
    OPEN OUTPUT ACCFILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE DELIMITED BY SIZE
           WS-RUN-TIME DELIMITED BY SIZE
           INTO WS-RUN-TIMESTAMP
    END-STRING
    PERFORM WRITE-REPORT-HEADING
    PERFORM LOAD-REQUESTS
    IF WS-REQ-COUNT = 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** NO VALID RETRIEVAL REQUEST - ' TO REPORT-REC(1:33)
        MOVE 'NOTHING RETRIEVED ***' TO REPORT-REC(34:21)
        WRITE REPORT-REC
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN OUTPUT RETRFILE
        OPEN INPUT ARCHFILE
        PERFORM SCAN-ARCHIVE
        CLOSE ARCHFILE
        OPEN INPUT HISTFILE
        PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                UNTIL WS-REQ-IX > WS-REQ-COUNT
            PERFORM SCAN-LIVE-HISTORY
        END-PERFORM
        CLOSE HISTFILE
        PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                UNTIL WS-REQ-IX > WS-REQ-COUNT
            PERFORM COMPLETE-REQUEST
        END-PERFORM
        CLOSE RETRFILE
        PERFORM WRITE-REPORT-TOTALS
        EVALUATE TRUE
            WHEN WS-INCOMPLETE-COUNT > 0 OR WS-WRITE-FAILED > 0
                MOVE 8 TO RETURN-CODE
            WHEN WS-CARDS-REJECTED > 0 OR WS-EMPTY-REQUESTS > 0
                 OR WS-DUPLICATE-ROWS > 0
                MOVE 4 TO RETURN-CODE
        END-EVALUATE
    END-IF
    CLOSE RLOGFILE
    CLOSE ACCFILE
    CLOSE RPTFILE
    STOP RUN.

*> Every card is edited before any file is read; the valid ones go
*> into the request table the archive pass looks rows up in.
LOAD-REQUESTS.
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        PERFORM UNTIL WS-CARD-EOF = 'Y'
            READ CARDFILE
                AT END
                    MOVE 'Y' TO WS-CARD-EOF
                NOT AT END
                    ADD 1 TO WS-CARDS-READ
                    PERFORM EDIT-REQUEST-CARD
                    IF WS-CARD-VALID = 'Y'
                        PERFORM ADD-REQUEST
                    ELSE
                        PERFORM REJECT-REQUEST-CARD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARDFILE
    END-IF.

*> The bounds get STMTPRT's treatment - blank from is the start of
*> history, blank to the end, and a date-only to bound is padded
*> with HIGH-VALUES so the closing day is included - so the rows
*> loaded are exactly the rows the statement will print.
EDIT-REQUEST-CARD.
    MOVE 'Y' TO WS-CARD-VALID
    MOVE SPACES TO WS-REJECT-REASON
    IF RTC-FROM-TIMESTAMP = SPACES
        MOVE LOW-VALUES TO WS-FROM-TIMESTAMP
    ELSE
        MOVE RTC-FROM-TIMESTAMP TO WS-FROM-TIMESTAMP
    END-IF
    IF RTC-TO-TIMESTAMP = SPACES
        MOVE HIGH-VALUES TO WS-TO-TIMESTAMP
    ELSE
        MOVE RTC-TO-TIMESTAMP TO WS-TO-TIMESTAMP
        INSPECT WS-TO-TIMESTAMP REPLACING ALL SPACE BY HIGH-VALUE
    END-IF
    EVALUATE TRUE
        WHEN RTC-ACCOUNT-NUMBER = SPACES
            MOVE 'ACCOUNT MISSING' TO WS-REJECT-REASON
        WHEN RTC-ACCOUNT-NUMBER = 'CYCLE'
            MOVE 'CYCLE NOT RETRIEVABLE' TO WS-REJECT-REASON
        WHEN RTC-REQUESTER = SPACES
            MOVE 'REQUESTER MISSING' TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM EDIT-REQUEST-PERIOD
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
        MOVE RTC-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
        PERFORM LOOKUP-REQUEST
        EVALUATE TRUE
            WHEN WS-REQ-FOUND > 0
                MOVE 'ACCOUNT ALREADY IN DECK' TO WS-REJECT-REASON
            WHEN WS-REQ-COUNT NOT < WS-REQ-MAX
                MOVE 'REQUEST TABLE FULL' TO WS-REJECT-REASON
        END-EVALUATE
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        MOVE 'N' TO WS-CARD-VALID
    END-IF.

EDIT-REQUEST-PERIOD.
    IF RTC-FROM-TIMESTAMP NOT = SPACES
        MOVE RTC-FROM-TIMESTAMP TO WS-EDIT-TIMESTAMP
        PERFORM EDIT-TIMESTAMP
        IF WS-EDIT-VALID = 'N'
            MOVE 'INVALID FROM TIMESTAMP' TO WS-REJECT-REASON
        END-IF
    END-IF
    IF RTC-TO-TIMESTAMP NOT = SPACES AND WS-REJECT-REASON = SPACES
        MOVE RTC-TO-TIMESTAMP TO WS-EDIT-TIMESTAMP
        PERFORM EDIT-TIMESTAMP
        IF WS-EDIT-VALID = 'N'
            MOVE 'INVALID TO TIMESTAMP' TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
       AND WS-FROM-TIMESTAMP > WS-TO-TIMESTAMP
        MOVE 'FROM AFTER TO' TO WS-REJECT-REASON
    END-IF.

*> Same calendar/time edit HISTARCH and REBUILD give their cutoffs -
*> the bounds drive lexical key comparisons.
EDIT-TIMESTAMP.
    MOVE 'Y' TO WS-EDIT-VALID
    IF WS-EDIT-TIMESTAMP(1:8) NOT NUMERIC
        MOVE 'N' TO WS-EDIT-VALID
    ELSE
        MOVE WS-EDIT-TIMESTAMP(1:4) TO WS-TS-YEAR
        MOVE WS-EDIT-TIMESTAMP(5:2) TO WS-TS-MONTH
        MOVE WS-EDIT-TIMESTAMP(7:2) TO WS-TS-DAY
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
            MOVE 'N' TO WS-EDIT-VALID
        ELSE
            IF WS-EDIT-TIMESTAMP(9:6) NOT = SPACES
                IF WS-EDIT-TIMESTAMP(9:6) NOT NUMERIC
                    MOVE 'N' TO WS-EDIT-VALID
                ELSE
                    MOVE WS-EDIT-TIMESTAMP(9:2) TO WS-TS-HH
                    MOVE WS-EDIT-TIMESTAMP(11:2) TO WS-TS-MM
                    MOVE WS-EDIT-TIMESTAMP(13:2) TO WS-TS-SS
                    IF WS-TS-HH > 23 OR WS-TS-MM > 59
                       OR WS-TS-SS > 59
                        MOVE 'N' TO WS-EDIT-VALID
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

ADD-REQUEST.
    ADD 1 TO WS-REQ-COUNT
    MOVE RTC-ACCOUNT-NUMBER TO WS-RQ-ACCOUNT(WS-REQ-COUNT)
    MOVE WS-FROM-TIMESTAMP TO WS-RQ-FROM(WS-REQ-COUNT)
    MOVE WS-TO-TIMESTAMP TO WS-RQ-TO(WS-REQ-COUNT)
    MOVE RTC-FROM-TIMESTAMP TO WS-RQ-CARD-FROM(WS-REQ-COUNT)
    MOVE RTC-TO-TIMESTAMP TO WS-RQ-CARD-TO(WS-REQ-COUNT)
    MOVE RTC-REQUESTER TO WS-RQ-REQUESTER(WS-REQ-COUNT)
    MOVE RTC-REFERENCE TO WS-RQ-REFERENCE(WS-REQ-COUNT)
    MOVE 0 TO WS-RQ-ROWS(WS-REQ-COUNT)
    MOVE 0 TO WS-RQ-OPEN-ROWS(WS-REQ-COUNT)
    MOVE 0 TO WS-RQ-OPEN-AMOUNT(WS-REQ-COUNT)
    MOVE 0 TO WS-RQ-OPEN-ADJUSTED(WS-REQ-COUNT)
    MOVE 0 TO WS-RQ-ARCH-ROWS(WS-REQ-COUNT)
    MOVE 0 TO WS-RQ-ARCH-TOTAL(WS-REQ-COUNT)
    MOVE 'N' TO WS-RQ-SUMMARY(WS-REQ-COUNT)
    MOVE 0 TO WS-RQ-SUMMARY-NET(WS-REQ-COUNT)
    MOVE RETRIEVAL-CARD TO ACCEPTED-CARD
    WRITE ACCEPTED-CARD.

*> A rejected card is still a request someone made, so it is
*> logged as well as printed.
REJECT-REQUEST-CARD.
    ADD 1 TO WS-CARDS-REJECTED
    MOVE SPACES TO REPORT-REC
    MOVE 'REJECTED:  ' TO REPORT-REC(1:11)
    MOVE RTC-ACCOUNT-NUMBER TO REPORT-REC(12:10)
    MOVE ' - ' TO REPORT-REC(22:3)
    MOVE WS-REJECT-REASON TO REPORT-REC(25:24)
    MOVE ' FOR ' TO REPORT-REC(49:5)
    MOVE RTC-REQUESTER TO REPORT-REC(54:8)
    MOVE ' REF ' TO REPORT-REC(62:5)
    MOVE RTC-REFERENCE TO REPORT-REC(67:20)
    WRITE REPORT-REC
    MOVE SPACES TO RETRIEVAL-LOG-REC
    MOVE WS-RUN-TIMESTAMP TO RLG-RUN-TIMESTAMP
    MOVE RTC-REQUESTER TO RLG-REQUESTER
    MOVE RTC-REFERENCE TO RLG-REFERENCE
    MOVE RTC-ACCOUNT-NUMBER TO RLG-ACCOUNT-NUMBER
    MOVE RTC-FROM-TIMESTAMP TO RLG-FROM-TIMESTAMP
    MOVE RTC-TO-TIMESTAMP TO RLG-TO-TIMESTAMP
    MOVE 'X' TO RLG-STATUS
    MOVE 0 TO RLG-ROWS-RETRIEVED
    WRITE RETRIEVAL-LOG-REC.

LOOKUP-REQUEST.
    MOVE 0 TO WS-REQ-FOUND
    PERFORM VARYING WS-REQ-IX FROM 1 BY 1
            UNTIL WS-REQ-IX > WS-REQ-COUNT
        IF WS-RQ-ACCOUNT(WS-REQ-IX) = WS-LOOKUP-ACCOUNT
            MOVE WS-REQ-IX TO WS-REQ-FOUND
            MOVE WS-REQ-COUNT TO WS-REQ-IX
        END-IF
    END-PERFORM.

*> ARCHFILE is every archive generation concatenated, read once
*> for all requests. Archived summary rows are skipped - their
*> detail is in the older generations.
SCAN-ARCHIVE.
    MOVE 'A' TO WS-ROW-SOURCE
    PERFORM UNTIL WS-ARCH-EOF = 'Y'
        READ ARCHFILE
            AT END
                MOVE 'Y' TO WS-ARCH-EOF
            NOT AT END
                ADD 1 TO WS-ARCH-READ
                MOVE ARC-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                PERFORM LOOKUP-REQUEST
                IF WS-REQ-FOUND > 0
                    IF ARC-TRANS-TYPE = 'S'
                        ADD 1 TO WS-ARCH-SUMMARY
                    ELSE
                        ADD 1 TO WS-RQ-ARCH-ROWS(WS-REQ-FOUND)
                        ADD ARC-AMOUNT
                            TO WS-RQ-ARCH-TOTAL(WS-REQ-FOUND)
                        MOVE ARCHIVE-REC TO RETRIEVED-REC
                        PERFORM FILE-RETRIEVED-ROW
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> The live history is browsed one account at a time from the
*> account's first key. Its summary row is held for the archive
*> proof; detail rows are filed like archived ones, and the browse
*> ends past the to timestamp.
SCAN-LIVE-HISTORY.
    MOVE 'L' TO WS-ROW-SOURCE
    MOVE WS-REQ-IX TO WS-REQ-FOUND
    MOVE 'N' TO WS-HIST-EOF
    MOVE WS-RQ-ACCOUNT(WS-REQ-IX) TO HIST-ACCOUNT-NUMBER
    MOVE LOW-VALUES TO HIST-TIMESTAMP
    MOVE LOW-VALUES TO HIST-TRANS-REF
    START HISTFILE KEY NOT < HIST-KEY
        INVALID KEY
            MOVE 'Y' TO WS-HIST-EOF
    END-START
    PERFORM UNTIL WS-HIST-EOF = 'Y'
        READ HISTFILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-HIST-EOF
            NOT AT END
                IF HIST-ACCOUNT-NUMBER NOT = WS-RQ-ACCOUNT(WS-REQ-IX)
                   OR HIST-TIMESTAMP > WS-RQ-TO(WS-REQ-IX)
                    MOVE 'Y' TO WS-HIST-EOF
                ELSE
                    ADD 1 TO WS-HIST-READ
                    IF HIST-TRANS-TYPE = 'S'
                        MOVE 'Y' TO WS-RQ-SUMMARY(WS-REQ-IX)
                        MOVE HIST-AMOUNT
                            TO WS-RQ-SUMMARY-NET(WS-REQ-IX)
                    ELSE
                        MOVE HISTORY-REC TO RETRIEVED-REC
                        PERFORM FILE-RETRIEVED-ROW
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> A detail row for a requested account, archived or live, in
*> RETRIEVED-REC: before the period it rolls into the opening
*> position, inside it it is loaded, after it it is passed over.
FILE-RETRIEVED-ROW.
    EVALUATE TRUE
        WHEN RTH-TIMESTAMP < WS-RQ-FROM(WS-REQ-FOUND)
            ADD 1 TO WS-RQ-OPEN-ROWS(WS-REQ-FOUND)
            ADD RTH-AMOUNT TO WS-RQ-OPEN-AMOUNT(WS-REQ-FOUND)
            ADD RTH-ADJUSTED-AMOUNT
                TO WS-RQ-OPEN-ADJUSTED(WS-REQ-FOUND)
        WHEN RTH-TIMESTAMP > WS-RQ-TO(WS-REQ-FOUND)
            CONTINUE
        WHEN OTHER
            PERFORM WRITE-RETRIEVED-ROW
    END-EVALUATE.

WRITE-RETRIEVED-ROW.
    WRITE RETRIEVED-REC
        INVALID KEY
            PERFORM REPORT-WRITE-FAILURE
        NOT INVALID KEY
            ADD 1 TO WS-ROWS-WRITTEN
            ADD 1 TO WS-RQ-ROWS(WS-REQ-FOUND)
    END-WRITE.

*> A duplicate key means the same row is held twice - in two
*> archive generations, or archived and live after a rerun - and
*> the copy already loaded stands; anything else is a failure.
REPORT-WRITE-FAILURE.
    MOVE SPACES TO REPORT-REC
    IF WS-RETR-STATUS = '22'
        ADD 1 TO WS-DUPLICATE-ROWS
        MOVE 'DUPLICATE ROW SKIPPED: ' TO REPORT-REC(1:23)
    ELSE
        ADD 1 TO WS-WRITE-FAILED
        MOVE '*** ROW NOT WRITTEN, STATUS ' TO REPORT-REC(1:28)
        MOVE WS-RETR-STATUS TO REPORT-REC(29:2)
    END-IF
    MOVE RTH-ACCOUNT-NUMBER TO REPORT-REC(32:10)
    MOVE ' ' TO REPORT-REC(42:1)
    MOVE RTH-TIMESTAMP TO REPORT-REC(43:20)
    MOVE ' ' TO REPORT-REC(63:1)
    MOVE RTH-TRANS-REF TO REPORT-REC(64:6)
    MOVE ' SOURCE ' TO REPORT-REC(70:8)
    MOVE WS-ROW-SOURCE TO REPORT-REC(78:1)
    WRITE REPORT-REC.

*> Writes the rebuilt opening row, proves the archive and logs the
*> request.
COMPLETE-REQUEST.
    MOVE WS-REQ-IX TO WS-REQ-FOUND
    IF WS-RQ-OPEN-ROWS(WS-REQ-IX) > 0
        PERFORM WRITE-OPENING-ROW
    END-IF
    MOVE SPACES TO RETRIEVAL-LOG-REC
    MOVE 'R' TO RLG-STATUS
    IF WS-RQ-SUMMARY(WS-REQ-IX) = 'Y'
       AND WS-RQ-ARCH-TOTAL(WS-REQ-IX) NOT =
           WS-RQ-SUMMARY-NET(WS-REQ-IX)
        MOVE 'I' TO RLG-STATUS
        PERFORM REPORT-ARCHIVE-INCOMPLETE
    END-IF
    IF WS-RQ-ROWS(WS-REQ-IX) = 0
        ADD 1 TO WS-EMPTY-REQUESTS
    END-IF
    PERFORM REPORT-REQUEST
    MOVE WS-RUN-TIMESTAMP TO RLG-RUN-TIMESTAMP
    MOVE WS-RQ-REQUESTER(WS-REQ-IX) TO RLG-REQUESTER
    MOVE WS-RQ-REFERENCE(WS-REQ-IX) TO RLG-REFERENCE
    MOVE WS-RQ-ACCOUNT(WS-REQ-IX) TO RLG-ACCOUNT-NUMBER
    MOVE WS-RQ-CARD-FROM(WS-REQ-IX) TO RLG-FROM-TIMESTAMP
    MOVE WS-RQ-CARD-TO(WS-REQ-IX) TO RLG-TO-TIMESTAMP
    MOVE WS-RQ-ROWS(WS-REQ-IX) TO RLG-ROWS-RETRIEVED
    WRITE RETRIEVAL-LOG-REC.

*> Keyed as HISTARCH keys its summary, so it sorts ahead of every
*> detail row and below any from timestamp: STMTPRT takes it into
*> the opening position and never prints it.
WRITE-OPENING-ROW.
    MOVE 'R' TO WS-ROW-SOURCE
    MOVE WS-RQ-ACCOUNT(WS-REQ-IX) TO RTH-ACCOUNT-NUMBER
    MOVE '00010101000000' TO RTH-TIMESTAMP
    MOVE 'SUMRY' TO RTH-TRANS-REF
    MOVE WS-RQ-OPEN-AMOUNT(WS-REQ-IX) TO RTH-AMOUNT
    MOVE 'S' TO RTH-TRANS-TYPE
    MOVE WS-RQ-OPEN-ADJUSTED(WS-REQ-IX) TO RTH-ADJUSTED-AMOUNT
    MOVE WS-RUN-TIMESTAMP TO RTH-RUN-TIMESTAMP
    MOVE SPACE TO RTH-REVERSED-FLAG
    WRITE RETRIEVED-REC
        INVALID KEY
            PERFORM REPORT-WRITE-FAILURE
        NOT INVALID KEY
            ADD 1 TO WS-OPENING-ROWS
    END-WRITE.

REPORT-ARCHIVE-INCOMPLETE.
    ADD 1 TO WS-INCOMPLETE-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE 'ARCHIVE INCOMPLETE: ' TO REPORT-REC(1:20)
    MOVE WS-RQ-ACCOUNT(WS-REQ-IX) TO REPORT-REC(21:10)
    MOVE ' ARCHIVED DETAIL ' TO REPORT-REC(31:17)
    MOVE WS-RQ-ARCH-TOTAL(WS-REQ-IX) TO REPORT-REC(48:13)
    MOVE ' SUMMARY ' TO REPORT-REC(61:9)
    MOVE WS-RQ-SUMMARY-NET(WS-REQ-IX) TO REPORT-REC(70:13)
    WRITE REPORT-REC.

REPORT-REQUEST.
    MOVE SPACES TO REPORT-REC
    MOVE 'RETRIEVED: ' TO REPORT-REC(1:11)
    MOVE WS-RQ-ACCOUNT(WS-REQ-IX) TO REPORT-REC(12:10)
    MOVE ' ROWS ' TO REPORT-REC(22:6)
    MOVE WS-RQ-ROWS(WS-REQ-IX) TO REPORT-REC(28:8)
    MOVE ' OPENING ' TO REPORT-REC(36:9)
    MOVE WS-RQ-OPEN-AMOUNT(WS-REQ-IX) TO REPORT-REC(45:13)
    MOVE ' FOR ' TO REPORT-REC(58:5)
    MOVE WS-RQ-REQUESTER(WS-REQ-IX) TO REPORT-REC(63:8)
    MOVE ' REF ' TO REPORT-REC(71:5)
    MOVE WS-RQ-REFERENCE(WS-REQ-IX) TO REPORT-REC(76:20)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'PERIOD: ' TO REPORT-REC(12:8)
    IF WS-RQ-CARD-FROM(WS-REQ-IX) = SPACES
        MOVE 'START OF HISTORY' TO REPORT-REC(20:16)
    ELSE
        MOVE WS-RQ-CARD-FROM(WS-REQ-IX) TO REPORT-REC(20:20)
    END-IF
    MOVE ' TO ' TO REPORT-REC(41:4)
    IF WS-RQ-CARD-TO(WS-REQ-IX) = SPACES
        MOVE 'END OF HISTORY' TO REPORT-REC(45:14)
    ELSE
        MOVE WS-RQ-CARD-TO(WS-REQ-IX) TO REPORT-REC(45:20)
    END-IF
    IF WS-RQ-ROWS(WS-REQ-IX) = 0
        MOVE ' - NO ROWS IN PERIOD' TO REPORT-REC(66:20)
    END-IF
    WRITE REPORT-REC.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'ARCHIVE RETRIEVAL - RUN ' TO REPORT-REC(1:24)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(25:20)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'REQUEST CARDS READ: ' TO REPORT-REC(1:20)
    MOVE WS-CARDS-READ TO REPORT-REC(21:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'REQUEST CARDS REJECTED: ' TO REPORT-REC(1:24)
    MOVE WS-CARDS-REJECTED TO REPORT-REC(25:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ARCHIVE ROWS READ: ' TO REPORT-REC(1:19)
    MOVE WS-ARCH-READ TO REPORT-REC(20:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ARCHIVED SUMMARY ROWS SKIPPED: ' TO REPORT-REC(1:31)
    MOVE WS-ARCH-SUMMARY TO REPORT-REC(32:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'LIVE HISTORY ROWS READ: ' TO REPORT-REC(1:24)
    MOVE WS-HIST-READ TO REPORT-REC(25:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'DETAIL ROWS RETRIEVED: ' TO REPORT-REC(1:23)
    MOVE WS-ROWS-WRITTEN TO REPORT-REC(24:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'OPENING ROWS WRITTEN: ' TO REPORT-REC(1:22)
    MOVE WS-OPENING-ROWS TO REPORT-REC(23:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'REQUESTS WITH NO ROWS IN PERIOD: ' TO REPORT-REC(1:33)
    MOVE WS-EMPTY-REQUESTS TO REPORT-REC(34:8)
    WRITE REPORT-REC
    IF WS-DUPLICATE-ROWS > 0
        MOVE SPACES TO REPORT-REC
        MOVE 'DUPLICATE ROWS SKIPPED: ' TO REPORT-REC(1:24)
        MOVE WS-DUPLICATE-ROWS TO REPORT-REC(25:8)
        WRITE REPORT-REC
    END-IF
    IF WS-INCOMPLETE-COUNT > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** ACCOUNTS WITH ARCHIVE GENERATIONS MISSING: '
            TO REPORT-REC(1:47)
        MOVE WS-INCOMPLETE-COUNT TO REPORT-REC(48:8)
        WRITE REPORT-REC
    END-IF
    IF WS-WRITE-FAILED > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** ROWS NOT WRITTEN: ' TO REPORT-REC(1:22)
        MOVE WS-WRITE-FAILED TO REPORT-REC(23:8)
        WRITE REPORT-REC
    END-IF.
