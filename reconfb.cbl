        FILE STATUS IS WS-MASTER-STATUS.
    SELECT RPTFILE ASSIGN TO 'RECON.REPORT'
        ORGANIZATION IS SEQUENTIAL.
    SELECT CHGFILE ASSIGN TO 'CHANGE.LOG'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    05  MAST-TIMESTAMP          PIC X(20).
    05  MAST-BALANCE            PIC S9(11)V99.
    05  MAST-STATUS             PIC X.
    05  MAST-ACCOUNT-CLASS      PIC X(2).
    05  MAST-CREDIT-LIMIT       PIC 9(9)V99.
    05  FILLER                  PIC X(2).

FD  RPTFILE
    RECORDING MODE IS F

01  REPORT-REC            PIC X(133).

*> Master change log - same layout CONVERTFB writes. Opened only
*> in apply mode; a report-only run changes nothing.
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
01  WS-HIST-STATUS        PIC XX.
01  WS-MASTER-STATUS      PIC XX.
01  WS-PARM-STATUS        PIC XX.
01  WS-APPLY-MODE         PIC X VALUE 'N'.
01  WS-BEFORE-REC         PIC X(100) VALUE SPACES.
01  WS-APPLIED-COUNT      PIC 9(8) VALUE 0.
01  WS-HIST-EOF           PIC X VALUE 'N'.
01  WS-MASTER-EOF         PIC X VALUE 'N'.
    OPEN INPUT HISTFILE
    IF WS-APPLY-MODE = 'Y'
        OPEN I-O MSTRFILE
        OPEN OUTPUT CHGFILE
    ELSE
        OPEN INPUT MSTRFILE
    END-IF
    CLOSE HISTFILE
    CLOSE MSTRFILE
    CLOSE RPTFILE
    IF WS-APPLY-MODE = 'Y'
        CLOSE CHGFILE
    END-IF
    STOP RUN.

INIT-PARAMETERS.
*> just delivered, so the REWRITE lands on the account the break
*> line named.
APPLY-HISTORY-NET.
    MOVE MASTER-REC TO WS-BEFORE-REC
    MOVE WS-GROUP-NET TO MAST-BALANCE
    REWRITE MASTER-REC
        INVALID KEY
            PERFORM REPORT-REWRITE-FAILURE
        NOT INVALID KEY
            PERFORM WRITE-CHANGE-RECORD
    END-REWRITE.

REPORT-REWRITE-FAILURE.
    ADD 1 TO WS-BREAK-COUNT
    SUBTRACT 1 FROM WS-APPLIED-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE '*** REWRITE FAILED: ' TO REPORT-REC(1:20)
    MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(21:10)
    WRITE REPORT-REC.

*> Action R - balance corrected to the history net.
WRITE-CHANGE-RECORD.
    MOVE MAST-ACCOUNT-NUMBER TO CHG-ACCOUNT-NUMBER
    MOVE 'RECONFB' TO CHG-SOURCE
    MOVE 'R' TO CHG-ACTION
    MOVE WS-RUN-TIMESTAMP TO CHG-RUN-TIMESTAMP
    MOVE WS-BEFORE-REC TO CHG-BEFORE-IMAGE
    MOVE MASTER-REC TO CHG-AFTER-IMAGE
    WRITE CHANGE-REC.

WRITE-NO-HISTORY-BREAK.
    MOVE SPACES TO REPORT-REC
    IF WS-APPLY-MODE = 'Y'
