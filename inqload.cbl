      >>SOURCE FORMAT FREE
      *> INQLOAD - refreshes the two keyed files behind the online
      *> account inquiry screens. The suspense file and the audit file
      *> are plain sequential datasets appended in run order, which the
      *> CICS inquiry cannot browse by account; this step reloads them
      *> as KSDS images keyed by account number:
      *>   SUSPINQ  every open (status O) item on the suspense file,
      *>            keyed account + suspense sequence number - the
      *>            position among the open items, which is the number
      *>            the clerks put on their REPAIRFB correction cards.
      *>            A second open copy of the same reject - same
      *>            reason, same record image - is skipped and not
      *>            numbered, exactly as REPAIRFB ages it off and
      *>            leaves it out of its count, so the screen numbers
      *>            agree with the repair report;
      *>   AUDTINQ  every audit record, keyed account + run timestamp
      *>            + file position.
      *> Both clusters are defined REUSE and are reset by the OUTPUT
      *> open, so each run is a complete refresh. Run after the
      *> nightly conversion and after each REPAIRFB cycle, with the
      *> two CICS files closed. A record that cannot be written ends
      *> RC=8.
IDENTIFICATION DIVISION.
PROGRAM-ID. INQLOAD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REJFILE ASSIGN TO 'REJECT.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT AUDFILE ASSIGN TO 'AUDIT.DATASET'
        ORGANIZATION IS SEQUENTIAL.
    SELECT SUSPINQ ASSIGN TO 'SUSPENSE.INQUIRY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SINQ-KEY
        FILE STATUS IS WS-SUSPINQ-STATUS.
    SELECT AUDTINQ ASSIGN TO 'AUDIT.INQUIRY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AINQ-KEY
        FILE STATUS IS WS-AUDTINQ-STATUS.
    SELECT RPTFILE ASSIGN TO 'INQLOAD.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  REJFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 128 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REJECT-REC.

01  REJECT-REC.
    05  REJ-REASON      PIC X(20).
    05  REJ-STATUS      PIC X.
    05  REJ-RUN-TIMESTAMP PIC X(20).
    05  REJ-DATA        PIC X(80).
    05  FILLER          PIC X(7).

FD  AUDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 100 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS AUDIT-REC.

01  AUDIT-REC.
    05  AUD-ACCOUNT-NUMBER      PIC X(10).
    05  AUD-NAME                PIC X(30).
    05  AUD-ORIGINAL-AMOUNT     PIC S9(9)V99.
    05  AUD-PRIOR-AMOUNT        PIC S9(9)V99.
    05  AUD-COMBINED-AMOUNT     PIC S9(9)V99.
    05  AUD-RUN-TIMESTAMP       PIC X(20).
    05  FILLER                  PIC X(7).

FD  SUSPINQ
    RECORD CONTAINS 136 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS SUSPINQ-REC.

01  SUSPINQ-REC.
    05  SINQ-KEY.
        10  SINQ-ACCOUNT-NUMBER PIC X(10).
        10  SINQ-SEQUENCE       PIC 9(6).
    05  SINQ-REASON             PIC X(20).
    05  SINQ-RUN-TIMESTAMP      PIC X(20).
    05  SINQ-DATA               PIC X(80).

FD  AUDTINQ
    RECORD CONTAINS 104 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS AUDTINQ-REC.

01  AUDTINQ-REC.
    05  AINQ-KEY.
        10  AINQ-ACCOUNT-NUMBER PIC X(10).
        10  AINQ-RUN-TIMESTAMP  PIC X(20).
        10  AINQ-SEQUENCE       PIC 9(8).
    05  AINQ-NAME               PIC X(30).
    05  AINQ-ORIGINAL-AMOUNT    PIC S9(9)V99.
    05  AINQ-PRIOR-AMOUNT       PIC S9(9)V99.
    05  AINQ-COMBINED-AMOUNT    PIC S9(9)V99.
    05  FILLER                  PIC X(3).

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REPORT-REC.

01  REPORT-REC            PIC X(133).

WORKING-STORAGE SECTION.
01  WS-SUSPINQ-STATUS     PIC XX.
01  WS-AUDTINQ-STATUS     PIC XX.
01  WS-REJ-EOF            PIC X VALUE 'N'.
01  WS-AUD-EOF            PIC X VALUE 'N'.
01  WS-REJ-READ           PIC 9(8) VALUE 0.
01  WS-OPEN-SEQUENCE      PIC 9(6) VALUE 0.
01  WS-SUSP-LOADED        PIC 9(8) VALUE 0.
01  WS-SUSP-DUP           PIC X VALUE 'N'.
01  WS-DUP-SUSPENSE-COUNT PIC 9(8) VALUE 0.
01  WS-SEEN-COUNT         PIC 9(4) COMP VALUE 0.
01  WS-SEEN-IX            PIC 9(4) COMP VALUE 0.
01  WS-SEEN-TABLE.
    05  WS-SEEN-ENTRY OCCURS 2000 TIMES.
        10  WS-SN-REASON      PIC X(20).
        10  WS-SN-DATA        PIC X(80).
01  WS-AUD-READ           PIC 9(8) VALUE 0.
01  WS-AUD-LOADED         PIC 9(8) VALUE 0.
01  WS-WRITE-FAILED       PIC 9(8) VALUE 0.
01  WS-RUN-DATE           PIC X(8).
01  WS-RUN-TIME           PIC X(8).
01  WS-RUN-TIMESTAMP      PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    OPEN INPUT REJFILE
    OPEN INPUT AUDFILE
    OPEN OUTPUT SUSPINQ
    OPEN OUTPUT AUDTINQ
    OPEN OUTPUT RPTFILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE DELIMITED BY SIZE
           WS-RUN-TIME DELIMITED BY SIZE
           INTO WS-RUN-TIMESTAMP
    END-STRING
    PERFORM UNTIL WS-REJ-EOF = 'Y'
        READ REJFILE
            AT END
                MOVE 'Y' TO WS-REJ-EOF
            NOT AT END
                ADD 1 TO WS-REJ-READ
                IF REJ-STATUS = 'O'
                    PERFORM LOAD-SUSPENSE-ITEM
                END-IF
        END-READ
    END-PERFORM
    PERFORM UNTIL WS-AUD-EOF = 'Y'
        READ AUDFILE
            AT END
                MOVE 'Y' TO WS-AUD-EOF
            NOT AT END
                ADD 1 TO WS-AUD-READ
                PERFORM LOAD-AUDIT-ITEM
        END-READ
    END-PERFORM
    PERFORM WRITE-REPORT
    IF WS-WRITE-FAILED > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE REJFILE
    CLOSE AUDFILE
    CLOSE SUSPINQ
    CLOSE AUDTINQ
    CLOSE RPTFILE
    STOP RUN.

LOAD-SUSPENSE-ITEM.
    PERFORM CHECK-DUPLICATE-SUSPENSE
    IF WS-SUSP-DUP = 'Y'
        ADD 1 TO WS-DUP-SUSPENSE-COUNT
    ELSE
        ADD 1 TO WS-OPEN-SEQUENCE
        MOVE REJ-DATA(31:10) TO SINQ-ACCOUNT-NUMBER
        MOVE WS-OPEN-SEQUENCE TO SINQ-SEQUENCE
        MOVE REJ-REASON TO SINQ-REASON
        MOVE REJ-RUN-TIMESTAMP TO SINQ-RUN-TIMESTAMP
        MOVE REJ-DATA TO SINQ-DATA
        WRITE SUSPINQ-REC
            INVALID KEY
                PERFORM REPORT-SUSPENSE-FAILURE
            NOT INVALID KEY
                ADD 1 TO WS-SUSP-LOADED
        END-WRITE
    END-IF.

*> The same test REPAIRFB makes before it numbers an open item: a
*> second open copy of a reject (same reason, same record image)
*> re-committed by an abandoned conversion run is not a separate
*> item, and numbering it would put every later item on the
*> account one out from the repair report.
CHECK-DUPLICATE-SUSPENSE.
    MOVE 'N' TO WS-SUSP-DUP
    PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
            UNTIL WS-SEEN-IX > WS-SEEN-COUNT
        IF WS-SN-REASON(WS-SEEN-IX) = REJ-REASON
           AND WS-SN-DATA(WS-SEEN-IX) = REJ-DATA
            MOVE 'Y' TO WS-SUSP-DUP
            MOVE WS-SEEN-COUNT TO WS-SEEN-IX
        END-IF
    END-PERFORM
    IF WS-SUSP-DUP = 'N' AND WS-SEEN-COUNT < 2000
        ADD 1 TO WS-SEEN-COUNT
        MOVE REJ-REASON TO WS-SN-REASON(WS-SEEN-COUNT)
        MOVE REJ-DATA TO WS-SN-DATA(WS-SEEN-COUNT)
    END-IF.

REPORT-SUSPENSE-FAILURE.
    ADD 1 TO WS-WRITE-FAILED
    MOVE SPACES TO REPORT-REC
    MOVE '*** SUSPENSE ITEM NOT LOADED, STATUS ' TO REPORT-REC(1:37)
    MOVE WS-SUSPINQ-STATUS TO REPORT-REC(38:2)
    MOVE ': ' TO REPORT-REC(40:2)
    MOVE SINQ-KEY TO REPORT-REC(42:16)
    WRITE REPORT-REC.

LOAD-AUDIT-ITEM.
    MOVE AUD-ACCOUNT-NUMBER TO AINQ-ACCOUNT-NUMBER
    MOVE AUD-RUN-TIMESTAMP TO AINQ-RUN-TIMESTAMP
    MOVE WS-AUD-READ TO AINQ-SEQUENCE
    MOVE AUD-NAME TO AINQ-NAME
    MOVE AUD-ORIGINAL-AMOUNT TO AINQ-ORIGINAL-AMOUNT
    MOVE AUD-PRIOR-AMOUNT TO AINQ-PRIOR-AMOUNT
    MOVE AUD-COMBINED-AMOUNT TO AINQ-COMBINED-AMOUNT
    MOVE SPACES TO AUDTINQ-REC(102:3)
    WRITE AUDTINQ-REC
        INVALID KEY
            PERFORM REPORT-AUDIT-FAILURE
        NOT INVALID KEY
            ADD 1 TO WS-AUD-LOADED
    END-WRITE.

REPORT-AUDIT-FAILURE.
    ADD 1 TO WS-WRITE-FAILED
    MOVE SPACES TO REPORT-REC
    MOVE '*** AUDIT RECORD NOT LOADED, STATUS ' TO REPORT-REC(1:36)
    MOVE WS-AUDTINQ-STATUS TO REPORT-REC(37:2)
    MOVE ': ' TO REPORT-REC(39:2)
    MOVE AINQ-KEY TO REPORT-REC(41:38)
    WRITE REPORT-REC.

WRITE-REPORT.
    MOVE SPACES TO REPORT-REC
    MOVE 'ONLINE INQUIRY FILE REFRESH - RUN ' TO REPORT-REC(1:34)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(35:20)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'SUSPENSE RECORDS READ: ' TO REPORT-REC(1:23)
    MOVE WS-REJ-READ TO REPORT-REC(24:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'OPEN SUSPENSE ITEMS LOADED: ' TO REPORT-REC(1:28)
    MOVE WS-SUSP-LOADED TO REPORT-REC(29:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'DUPLICATE OPEN COPIES SKIPPED: ' TO REPORT-REC(1:31)
    MOVE WS-DUP-SUSPENSE-COUNT TO REPORT-REC(32:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'AUDIT RECORDS READ: ' TO REPORT-REC(1:20)
    MOVE WS-AUD-READ TO REPORT-REC(21:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'AUDIT RECORDS LOADED: ' TO REPORT-REC(1:22)
    MOVE WS-AUD-LOADED TO REPORT-REC(23:8)
    WRITE REPORT-REC
    IF WS-WRITE-FAILED > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** RECORDS NOT LOADED: ' TO REPORT-REC(1:24)
        MOVE WS-WRITE-FAILED TO REPORT-REC(25:8)
        WRITE REPORT-REC
    END-IF.
