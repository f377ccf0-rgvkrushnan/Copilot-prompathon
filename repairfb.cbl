      *> Correction deck format (80-byte cards):
      *>   action card:  cols 1-6  suspense sequence number (from the
      *>                           repair report of the previous cycle)
      *>                 col  7    action - R repair, W write off,
      *>                           A approve an OVER CREDIT LIMIT
      *>                           hold
      *>   data card:    follows each R action card; the full corrected
      *>                 80-byte record image in the CONVERTFB input
      *>                 layout.
      *> An A card resubmits the held record unchanged and writes its
      *> key to the override file, so the next CONVERTFB run lets that
      *> one posting through the credit limit. It is only valid
      *> against an OVER CREDIT LIMIT item - against any other reason
      *> the item is carried forward and the card reported.
IDENTIFICATION DIVISION.
PROGRAM-ID. REPAIRFB.
ENVIRONMENT DIVISION.
        ORGANIZATION IS SEQUENTIAL.
    SELECT RESUBF ASSIGN TO 'RESUB.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT OVRFILE ASSIGN TO 'OVERRIDE.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO 'REPAIR.REPORT'
        ORGANIZATION IS SEQUENTIAL.


01  RESUB-REC             PIC X(80).

FD  OVRFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS OVERRIDE-REC.

01  OVERRIDE-REC.
    05  OVR-ACCOUNT-NUMBER   PIC X(10).
    05  OVR-TIMESTAMP        PIC X(20).
    05  OVR-TRANS-REF        PIC X(6).
    05  OVR-RUN-TIMESTAMP    PIC X(20).
    05  FILLER               PIC X(24).

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
01  WS-READ-COUNT         PIC 9(8) VALUE 0.
01  WS-REPAIRED-COUNT     PIC 9(8) VALUE 0.
01  WS-WRITEOFF-COUNT     PIC 9(8) VALUE 0.
01  WS-APPROVED-COUNT     PIC 9(8) VALUE 0.
01  WS-CARRIED-COUNT      PIC 9(8) VALUE 0.
01  WS-STILL-BAD-COUNT    PIC 9(8) VALUE 0.
01  WS-AGED-COUNT         PIC 9(8) VALUE 0.
    OPEN INPUT OLDREJ
    OPEN OUTPUT NEWREJ
    OPEN OUTPUT RESUBF
    OPEN OUTPUT OVRFILE
    OPEN OUTPUT RPTFILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    CLOSE OLDREJ
    CLOSE NEWREJ
    CLOSE RESUBF
    CLOSE OVRFILE
    CLOSE RPTFILE
    STOP RUN.


STORE-CORRECTION.
    IF CORR-SEQUENCE NOT NUMERIC
       OR (CORR-ACTION NOT = 'R' AND CORR-ACTION NOT = 'W'
           AND CORR-ACTION NOT = 'A')
        MOVE 'N' TO WS-CARD-STORED
        ADD 1 TO WS-BAD-CARD-COUNT
    ELSE
            PERFORM CARRY-FORWARD
        ELSE
            MOVE 'Y' TO WS-CT-APPLIED(WS-CORR-FOUND)
            EVALUATE WS-CT-ACTION(WS-CORR-FOUND)
                WHEN 'W'
                    PERFORM APPLY-WRITEOFF
                WHEN 'A'
                    PERFORM APPLY-APPROVAL
                WHEN OTHER
                    PERFORM APPLY-REPAIR
            END-EVALUATE
        END-IF
    END-IF
    END-IF.
    MOVE WS-REJ-SEQUENCE TO WS-PRINT-SEQUENCE
    PERFORM WRITE-DETAIL-LINE.

*> Approving an over-limit hold puts the original record back on
*> the resubmission file exactly as it was held - nothing about it
*> was wrong - and records its account, timestamp and reference on
*> the override file CONVERTFB loads at startup, so the limit test
*> passes that posting and only that posting.
APPLY-APPROVAL.
    IF OREJ-REASON NOT = 'OVER CREDIT LIMIT'
        MOVE SPACES TO REPORT-REC
        MOVE '*** APPROVAL IS ONLY VALID FOR OVER CREDIT LIMIT - '
            TO REPORT-REC(1:51)
        MOVE 'CARD SEQNO: ' TO REPORT-REC(52:12)
        MOVE WS-REJ-SEQUENCE TO REPORT-REC(64:6)
        WRITE REPORT-REC
        MOVE 4 TO RETURN-CODE
        PERFORM CARRY-FORWARD
    ELSE
        MOVE OREJ-DATA TO RESUB-REC
        WRITE RESUB-REC
        MOVE SPACES TO OVERRIDE-REC
        MOVE OREJ-DATA(31:10) TO OVR-ACCOUNT-NUMBER
        MOVE OREJ-DATA(41:20) TO OVR-TIMESTAMP
        MOVE OREJ-DATA(72:6) TO OVR-TRANS-REF
        MOVE WS-RUN-TIMESTAMP TO OVR-RUN-TIMESTAMP
        WRITE OVERRIDE-REC
        ADD 1 TO WS-APPROVED-COUNT
        MOVE 'R' TO OREJ-STATUS
        MOVE WS-REJ-SEQUENCE TO WS-PRINT-SEQUENCE
        PERFORM WRITE-DETAIL-LINE
    END-IF.

*> A repaired record must pass the same field edits CONVERTFB
*> applies in VALIDATE-FIELDS before it is allowed onto the
*> resubmission file; a repair that still fails stays in suspense
    MOVE WS-REPAIRED-COUNT TO REPORT-REC(27:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'OVER LIMIT APPROVED AND RESUBMITTED: ' TO REPORT-REC(1:37)
    MOVE WS-APPROVED-COUNT TO REPORT-REC(38:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'WRITTEN OFF: ' TO REPORT-REC(1:13)
    MOVE WS-WRITEOFF-COUNT TO REPORT-REC(14:8)
    WRITE REPORT-REC
