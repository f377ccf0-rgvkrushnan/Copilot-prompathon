      *> the account and period, an 'O' opening row, one 'D' row per
      *> detail line and a 'C' closing row with the period and
      *> closing nets.
      *>
      *> HISTFILE may also be the ARCHRETR work cluster - the rows of
      *> an archived period in the same layout, with the opening
      *> position rebuilt as one 'S' row ahead of the period - so a
      *> period HISTARCH has purged still prints in full detail.
      *>
      *> A posting under dispute (see DSPMAINT) is annotated *DISPUTED;
      *> one whose dispute was upheld reads *REVERSED.
IDENTIFICATION DIVISION.
PROGRAM-ID. STMTPRT.
ENVIRONMENT DIVISION.
    05  MAST-TIMESTAMP          PIC X(20).
    05  MAST-BALANCE            PIC S9(11)V99.
    05  MAST-STATUS             PIC X.
    05  MAST-ACCOUNT-CLASS      PIC X(2).
    05  MAST-CREDIT-LIMIT       PIC 9(9)V99.
    05  FILLER                  PIC X(2).

FD  RPTFILE
    RECORDING MODE IS F
    IF HIST-REVERSED-FLAG = 'V'
        MOVE '*REVERSED' TO REPORT-REC(80:9)
    END-IF
*> A posting the customer has disputed carries D in the same byte
*> while DSPMAINT holds the case open; closing the case replaces
*> it - V when upheld, blank again when declined.
    IF HIST-REVERSED-FLAG = 'D'
        MOVE '*DISPUTED' TO REPORT-REC(80:9)
    END-IF
    PERFORM WRITE-REPORT-LINE.

WRITE-STATEMENT-TOTALS.
