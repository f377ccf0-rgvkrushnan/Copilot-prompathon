      *> 80-byte maintenance cards:
      *>   col  1      action - A add, C change, D delete,
      *>                        P purge accounts older than cutoff,
      *>                        S set account status,
      *>                        L set credit limit
      *>   cols 2-11   account number (A/C/D/S/L)
      *>   cols 12-41  account name (A required; C replaces when
      *>               non-blank); for S, col 12 carries the new
      *>               status code - A active, F frozen, C closed,
      *>               D dormant; an S card taking a dormant account
      *>               back to A is the reactivation sign-off and
      *>               carries the signing officer's id in cols
      *>               13-20
      *>   cols 42-52  last amount, 9(9)V99 unsigned display
      *>               (A optional; C replaces when non-blank);
      *>               for L, the credit limit - blank or zero
      *>               removes the account's limit
      *>   cols 53-72  timestamp (A optional; P = purge cutoff -
      *>               accounts with MAST-TIMESTAMP below this are
      *>               deleted)
      *>   cols 73-74  account class (A optional; C replaces when
      *>               non-blank) - ACCRUAL charges the month-end
      *>               service fee by class
      *> Every applied change prints a before/after pair on the
      *> maintenance report; cards that reference a key that does not
      *> exist (C/D/S), add a key that already exists (A), or fail
      *>
      *> CONVERTFB enforces the status: postings to a frozen or
      *> closed account go to the suspense file, so status changes
      *> here take effect from the next conversion window. Postings
      *> to a dormant account (marked by the DORMANT job) still post
      *> but print on CONVERTFB's reactivation exception list until
      *> the account is signed back to active here. A debit that
      *> would take an account below minus its credit limit goes to
      *> suspense as OVER CREDIT LIMIT from the next window too.
IDENTIFICATION DIVISION.
PROGRAM-ID. MSTMAINT.
ENVIRONMENT DIVISION.
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT RPTFILE ASSIGN TO 'MAINT.REPORT'
        ORGANIZATION IS SEQUENTIAL.
    SELECT CHGFILE ASSIGN TO 'CHANGE.LOG'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    05  MNT-AMOUNT          PIC X(11).
    05  MNT-AMOUNT-NUM REDEFINES MNT-AMOUNT PIC 9(9)V99.
    05  MNT-TIMESTAMP       PIC X(20).
    05  MNT-ACCOUNT-CLASS   PIC X(2).
    05  FILLER              PIC X(6).

FD  MSTRFILE
    RECORD CONTAINS 100 CHARACTERS
    05  MAST-TIMESTAMP          PIC X(20).
    05  MAST-BALANCE            PIC S9(11)V99.
    05  MAST-STATUS             PIC X.
    05  MAST-ACCOUNT-CLASS      PIC X(2).
    05  MAST-CREDIT-LIMIT       PIC 9(9)V99.
    05  FILLER                  PIC X(2).

FD  RPTFILE
    RECORDING MODE IS F

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
01  WS-MASTER-STATUS      PIC XX.
01  WS-CARD-EOF           PIC X VALUE 'N'.
01  WS-PURGED-COUNT       PIC 9(8) VALUE 0.
01  WS-REJECT-REASON      PIC X(30) VALUE SPACES.
01  WS-BEFORE-REC         PIC X(100).
01  WS-REACTIVATION       PIC X VALUE 'N'.
01  WS-TS-VALID           PIC X VALUE 'Y'.
01  WS-TS-YEAR            PIC 9(4).
01  WS-TS-MONTH           PIC 9(2).
    OPEN INPUT CARDFILE
    OPEN I-O MSTRFILE
    OPEN OUTPUT RPTFILE
    OPEN OUTPUT CHGFILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE DELIMITED BY SIZE
    CLOSE CARDFILE
    CLOSE MSTRFILE
    CLOSE RPTFILE
    CLOSE CHGFILE
    STOP RUN.

PROCESS-CARD.
            PERFORM APPLY-PURGE
        WHEN 'S'
            PERFORM APPLY-STATUS
        WHEN 'L'
            PERFORM APPLY-LIMIT
        WHEN OTHER
            MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-LINE
*> RECONFB can always tie it back to the history file.
    MOVE 0 TO MAST-BALANCE
    MOVE 'A' TO MAST-STATUS
    MOVE SPACES TO MASTER-REC(86:15)
    MOVE MNT-ACCOUNT-CLASS TO MAST-ACCOUNT-CLASS
    MOVE 0 TO MAST-CREDIT-LIMIT.

APPLY-CHANGE.
    PERFORM EDIT-CARD-TIMESTAMP
                IF MNT-TIMESTAMP NOT = SPACES
                    MOVE MNT-TIMESTAMP TO MAST-TIMESTAMP
                END-IF
                IF MNT-ACCOUNT-CLASS NOT = SPACES
                    MOVE MNT-ACCOUNT-CLASS TO MAST-ACCOUNT-CLASS
                END-IF
                REWRITE MASTER-REC
                    INVALID KEY
                        MOVE 'MASTER REWRITE FAILED'
            END-DELETE
    END-READ.

*> Sets the account status byte - A active, F frozen, C closed,
*> D dormant. The code rides in col 12, the first byte of the name
*> field, which an S card never touches otherwise. A blank status
*> on an old record reads as active, so S cards are only ever
*> needed to move an account off active and back.
*> Taking a dormant account back to active is the reactivation
*> sign-off for the postings CONVERTFB listed against it, so the
*> card must name the officer signing it (cols 13-20) and the
*> report records who did.
APPLY-STATUS.
    IF MNT-NAME(1:1) NOT = 'A' AND MNT-NAME(1:1) NOT = 'F'
       AND MNT-NAME(1:1) NOT = 'C' AND MNT-NAME(1:1) NOT = 'D'
        MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
        PERFORM WRITE-REJECT-LINE
    ELSE
        MOVE MNT-ACCOUNT-NUMBER TO MAST-ACCOUNT-NUMBER
        READ MSTRFILE
            INVALID KEY
                MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
            NOT INVALID KEY
                MOVE 'N' TO WS-REACTIVATION
                IF MAST-STATUS = 'D' AND MNT-NAME(1:1) = 'A'
                    MOVE 'Y' TO WS-REACTIVATION
                END-IF
                IF WS-REACTIVATION = 'Y' AND MNT-NAME(2:8) = SPACES
                    MOVE 'SIGN-OFF ID REQUIRED' TO WS-REJECT-REASON
                    PERFORM WRITE-REJECT-LINE
                ELSE
                    MOVE MASTER-REC TO WS-BEFORE-REC
                    MOVE MNT-NAME(1:1) TO MAST-STATUS
                    REWRITE MASTER-REC
                        INVALID KEY
                            MOVE 'MASTER REWRITE FAILED'
                                TO WS-REJECT-REASON
                            PERFORM WRITE-REJECT-LINE
                        NOT INVALID KEY
                            ADD 1 TO WS-APPLIED-COUNT
                            PERFORM WRITE-CHANGE-LINES
                            IF WS-REACTIVATION = 'Y'
                                PERFORM WRITE-SIGN-OFF-LINE
                            END-IF
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

*> Sets the account's credit limit from the amount field. CONVERTFB
*> holds any debit that would take MAST-BALANCE below minus this
*> figure; a blank or zero amount takes the account back to no
*> limit at all.
APPLY-LIMIT.
    IF MNT-AMOUNT NOT = SPACES AND MNT-AMOUNT-NUM NOT NUMERIC
        MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
        PERFORM WRITE-REJECT-LINE
    ELSE
        MOVE MNT-ACCOUNT-NUMBER TO MAST-ACCOUNT-NUMBER
        READ MSTRFILE
                PERFORM WRITE-REJECT-LINE
            NOT INVALID KEY
                MOVE MASTER-REC TO WS-BEFORE-REC
                IF MNT-AMOUNT = SPACES
                    MOVE 0 TO MAST-CREDIT-LIMIT
                ELSE
                    MOVE MNT-AMOUNT-NUM TO MAST-CREDIT-LIMIT
                END-IF
                REWRITE MASTER-REC
                    INVALID KEY
                        MOVE 'MASTER REWRITE FAILED'
    MOVE MNT-ACTION TO REPORT-REC(1:1)
    MOVE ' AFTER:  ' TO REPORT-REC(3:9)
    MOVE MASTER-REC TO REPORT-REC(12:100)
    WRITE REPORT-REC
    PERFORM WRITE-CHANGE-RECORD.

*> Every applied card also goes to the change log, under the card's
*> action code, stamped with this run. The account comes from the
*> before image unless this was an add.
WRITE-CHANGE-RECORD.
    IF WS-BEFORE-REC = SPACES
        MOVE MASTER-REC(1:10) TO CHG-ACCOUNT-NUMBER
    ELSE
        MOVE WS-BEFORE-REC(1:10) TO CHG-ACCOUNT-NUMBER
    END-IF
    MOVE 'MSTMAINT' TO CHG-SOURCE
    MOVE MNT-ACTION TO CHG-ACTION
    MOVE WS-RUN-TIMESTAMP TO CHG-RUN-TIMESTAMP
    MOVE WS-BEFORE-REC TO CHG-BEFORE-IMAGE
    MOVE MASTER-REC TO CHG-AFTER-IMAGE
    WRITE CHANGE-REC.

WRITE-SIGN-OFF-LINE.
    MOVE SPACES TO REPORT-REC
    MOVE '  REACTIVATION SIGNED OFF: ' TO REPORT-REC(1:27)
    MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(28:10)
    MOVE ' BY ' TO REPORT-REC(38:4)
    MOVE MNT-NAME(2:8) TO REPORT-REC(42:8)
    WRITE REPORT-REC.

WRITE-REJECT-LINE.
    MOVE SPACES TO REPORT-REC
    MOVE '*** CARD REJECTED: ' TO REPORT-REC(1:19)
    MOVE WS-REJECT-REASON TO REPORT-REC(20:30)
    MOVE MAINT-CARD(1:74) TO REPORT-REC(52:74)
    WRITE REPORT-REC
    MOVE 4 TO RETURN-CODE.

