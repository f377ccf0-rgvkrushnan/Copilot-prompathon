      >>SOURCE FORMAT FREE
      *> CHGEXTR - nightly net-change extract from the master change log.
      *> Every program that writes the account master - CONVERTFB,
      *> MSTMAINT, DORMANT, RECONFB in apply mode and REBUILD - appends
      *> a before/after image pair to CHANGE.LOG for each write. The
      *> CRM and warehouse loads want one record per account per night,
      *> not every posting, so the log is sorted by account (log order
      *> kept within an account by a sequence number) and each account
      *> collapses to its first before image and its last after image:
      *>   before spaces, after present  - net add (A)
      *>   before present, after spaces  - net delete (D)
      *>   both present and different    - net change (C)
      *>   both spaces (added and deleted in the same night) or both
      *>   the same (changed and changed back) - no net change, counted
      *>   on the report and not extracted.
      *> A delete followed by a re-add of the same account nets to a
      *> change from the old image to the new one.
      *>
      *> The extract ends with a 'T' trailer carrying the record count
      *> and the add/change/delete split, for the consumer to balance
      *> the load against. The log is emptied by the step after this
      *> one, so an extract that fails leaves it for the rerun.
IDENTIFICATION DIVISION.
PROGRAM-ID. CHGEXTR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHGFILE ASSIGN TO 'CHANGE.LOG'
        ORGANIZATION IS SEQUENTIAL.
    SELECT NETFILE ASSIGN TO 'NET.CHANGES'
        ORGANIZATION IS SEQUENTIAL.
    SELECT SORTFILE ASSIGN TO 'SORTWORK'.
    SELECT RPTFILE ASSIGN TO 'CHGEXTR.REPORT'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD  NETFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 280 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS NET-CHANGE-REC NET-TRAILER-REC.

01  NET-CHANGE-REC.
    05  NET-RECORD-TYPE     PIC X.
    05  NET-ACCOUNT-NUMBER  PIC X(10).
    05  NET-ACTION          PIC X.
    05  NET-CHANGE-COUNT    PIC 9(6).
    05  NET-FIRST-TIMESTAMP PIC X(20).
    05  NET-LAST-TIMESTAMP  PIC X(20).
    05  NET-LAST-SOURCE     PIC X(9).
    05  NET-BEFORE-IMAGE    PIC X(100).
    05  NET-AFTER-IMAGE     PIC X(100).
    05  FILLER              PIC X(13).

01  NET-TRAILER-REC.
    05  NTT-RECORD-TYPE     PIC X.
    05  FILLER              PIC X(10).
    05  NTT-RUN-TIMESTAMP   PIC X(20).
    05  NTT-TOTAL-RECORDS   PIC 9(8).
    05  NTT-LOG-RECORDS     PIC 9(8).
    05  NTT-ADD-COUNT       PIC 9(8).
    05  NTT-CHANGE-COUNT    PIC 9(8).
    05  NTT-DELETE-COUNT    PIC 9(8).
    05  FILLER              PIC X(209).

*> One log record with its position in the log.
SD  SORTFILE
    DATA RECORD IS SORT-REC.

01  SORT-REC.
    05  SR-ACCOUNT          PIC X(10).
    05  SR-SEQUENCE         PIC 9(8).
    05  SR-SOURCE           PIC X(9).
    05  SR-ACTION           PIC X.
    05  SR-RUN-TIMESTAMP    PIC X(20).
    05  SR-BEFORE-IMAGE     PIC X(100).
    05  SR-AFTER-IMAGE      PIC X(100).

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REPORT-REC.

01  REPORT-REC            PIC X(133).

WORKING-STORAGE SECTION.
01  WS-LOG-EOF            PIC X VALUE 'N'.
01  WS-SORT-EOF           PIC X VALUE 'N'.
01  WS-LOG-READ           PIC 9(8) VALUE 0.
01  WS-ACCOUNTS-SEEN      PIC 9(8) VALUE 0.
01  WS-NET-WRITTEN        PIC 9(8) VALUE 0.
01  WS-NET-ADDS           PIC 9(8) VALUE 0.
01  WS-NET-CHANGES        PIC 9(8) VALUE 0.
01  WS-NET-DELETES        PIC 9(8) VALUE 0.
01  WS-NO-NET-CHANGE      PIC 9(8) VALUE 0.
01  WS-GROUP-ACCOUNT      PIC X(10) VALUE SPACES.
01  WS-GROUP-COUNT        PIC 9(6) VALUE 0.
01  WS-GROUP-FIRST-TS     PIC X(20) VALUE SPACES.
01  WS-GROUP-LAST-TS      PIC X(20) VALUE SPACES.
01  WS-GROUP-LAST-SOURCE  PIC X(9) VALUE SPACES.
01  WS-GROUP-BEFORE       PIC X(100) VALUE SPACES.
01  WS-GROUP-AFTER        PIC X(100) VALUE SPACES.
01  WS-RUN-DATE           PIC X(8).
01  WS-RUN-TIME           PIC X(8).
01  WS-RUN-TIMESTAMP      PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    OPEN INPUT CHGFILE
    OPEN OUTPUT NETFILE
    OPEN OUTPUT RPTFILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE DELIMITED BY SIZE
           WS-RUN-TIME DELIMITED BY SIZE
           INTO WS-RUN-TIMESTAMP
    END-STRING
    PERFORM WRITE-REPORT-HEADING
    SORT SORTFILE
        ON ASCENDING KEY SR-ACCOUNT SR-SEQUENCE
        INPUT PROCEDURE IS RELEASE-LOG-RECORDS
        OUTPUT PROCEDURE IS COLLAPSE-ACCOUNTS
    PERFORM WRITE-NET-TRAILER
    PERFORM WRITE-REPORT-TOTALS
    CLOSE CHGFILE
    CLOSE NETFILE
    CLOSE RPTFILE
    STOP RUN.

RELEASE-LOG-RECORDS.
    PERFORM UNTIL WS-LOG-EOF = 'Y'
        READ CHGFILE
            AT END
                MOVE 'Y' TO WS-LOG-EOF
            NOT AT END
                ADD 1 TO WS-LOG-READ
                MOVE CHG-ACCOUNT-NUMBER TO SR-ACCOUNT
                MOVE WS-LOG-READ TO SR-SEQUENCE
                MOVE CHG-SOURCE TO SR-SOURCE
                MOVE CHG-ACTION TO SR-ACTION
                MOVE CHG-RUN-TIMESTAMP TO SR-RUN-TIMESTAMP
                MOVE CHG-BEFORE-IMAGE TO SR-BEFORE-IMAGE
                MOVE CHG-AFTER-IMAGE TO SR-AFTER-IMAGE
                RELEASE SORT-REC
        END-READ
    END-PERFORM.

COLLAPSE-ACCOUNTS.
    PERFORM RETURN-NEXT-RECORD
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        PERFORM COLLAPSE-ONE-ACCOUNT
    END-PERFORM.

RETURN-NEXT-RECORD.
    RETURN SORTFILE
        AT END
            MOVE 'Y' TO WS-SORT-EOF
    END-RETURN.

*> The sort stays one record ahead, so on entry the buffer holds
*> the account's first log record.
COLLAPSE-ONE-ACCOUNT.
    ADD 1 TO WS-ACCOUNTS-SEEN
    MOVE SR-ACCOUNT TO WS-GROUP-ACCOUNT
    MOVE SR-BEFORE-IMAGE TO WS-GROUP-BEFORE
    MOVE SR-RUN-TIMESTAMP TO WS-GROUP-FIRST-TS
    MOVE 0 TO WS-GROUP-COUNT
    PERFORM UNTIL WS-SORT-EOF = 'Y'
            OR SR-ACCOUNT NOT = WS-GROUP-ACCOUNT
        ADD 1 TO WS-GROUP-COUNT
        MOVE SR-AFTER-IMAGE TO WS-GROUP-AFTER
        MOVE SR-RUN-TIMESTAMP TO WS-GROUP-LAST-TS
        MOVE SR-SOURCE TO WS-GROUP-LAST-SOURCE
        PERFORM RETURN-NEXT-RECORD
    END-PERFORM
    IF WS-GROUP-BEFORE = WS-GROUP-AFTER
        ADD 1 TO WS-NO-NET-CHANGE
    ELSE
        PERFORM WRITE-NET-CHANGE
    END-IF.

WRITE-NET-CHANGE.
    MOVE SPACES TO NET-CHANGE-REC
    MOVE 'D' TO NET-RECORD-TYPE
    MOVE WS-GROUP-ACCOUNT TO NET-ACCOUNT-NUMBER
    EVALUATE TRUE
        WHEN WS-GROUP-BEFORE = SPACES
            MOVE 'A' TO NET-ACTION
            ADD 1 TO WS-NET-ADDS
        WHEN WS-GROUP-AFTER = SPACES
            MOVE 'D' TO NET-ACTION
            ADD 1 TO WS-NET-DELETES
        WHEN OTHER
            MOVE 'C' TO NET-ACTION
            ADD 1 TO WS-NET-CHANGES
    END-EVALUATE
    MOVE WS-GROUP-COUNT TO NET-CHANGE-COUNT
    MOVE WS-GROUP-FIRST-TS TO NET-FIRST-TIMESTAMP
    MOVE WS-GROUP-LAST-TS TO NET-LAST-TIMESTAMP
    MOVE WS-GROUP-LAST-SOURCE TO NET-LAST-SOURCE
    MOVE WS-GROUP-BEFORE TO NET-BEFORE-IMAGE
    MOVE WS-GROUP-AFTER TO NET-AFTER-IMAGE
    WRITE NET-CHANGE-REC
    ADD 1 TO WS-NET-WRITTEN.

WRITE-NET-TRAILER.
    MOVE SPACES TO NET-TRAILER-REC
    MOVE 'T' TO NTT-RECORD-TYPE
    MOVE WS-RUN-TIMESTAMP TO NTT-RUN-TIMESTAMP
    MOVE WS-NET-WRITTEN TO NTT-TOTAL-RECORDS
    MOVE WS-LOG-READ TO NTT-LOG-RECORDS
    MOVE WS-NET-ADDS TO NTT-ADD-COUNT
    MOVE WS-NET-CHANGES TO NTT-CHANGE-COUNT
    MOVE WS-NET-DELETES TO NTT-DELETE-COUNT
    WRITE NET-TRAILER-REC.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'MASTER NET-CHANGE EXTRACT - RUN ' TO REPORT-REC(1:32)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(33:20)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'CHANGE LOG RECORDS READ: ' TO REPORT-REC(1:25)
    MOVE WS-LOG-READ TO REPORT-REC(26:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS CHANGED: ' TO REPORT-REC(1:18)
    MOVE WS-ACCOUNTS-SEEN TO REPORT-REC(19:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'NO NET CHANGE: ' TO REPORT-REC(1:15)
    MOVE WS-NO-NET-CHANGE TO REPORT-REC(16:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'NET RECORDS WRITTEN: ' TO REPORT-REC(1:21)
    MOVE WS-NET-WRITTEN TO REPORT-REC(22:8)
    MOVE ' ADDS: ' TO REPORT-REC(30:7)
    MOVE WS-NET-ADDS TO REPORT-REC(37:8)
    MOVE ' CHANGES: ' TO REPORT-REC(45:10)
    MOVE WS-NET-CHANGES TO REPORT-REC(55:8)
    MOVE ' DELETES: ' TO REPORT-REC(63:10)
    MOVE WS-NET-DELETES TO REPORT-REC(73:8)
    WRITE REPORT-REC.
