      >>SOURCE FORMAT FREE
      *> REBUILD - point-in-time rebuild of the account master from the
      *> posting record, for when the master KSDS is lost or damaged.
      *> Every history row - the HISTARCH archive generations and the
      *> live history KSDS - goes through one internal sort by account
      *> and posting order, and each account's running balance, last
      *> amount and last timestamp are recomputed from the rows posted
      *> by runs stamped before the cutoff on the parameter card. The
      *> figures are the ones CONVERTFB's UPDATE-MASTER keeps: the
      *> balance is the net of the adjusted amounts (the RECONFB
      *> recomputation), the last amount and timestamp are those of
      *> the latest posting - the latest run's row with the highest
      *> transaction timestamp, history keeping no finer posting order
      *> within a run.
      *>
      *> The archived part of a balance is taken from whichever source
      *> is right for the cutoff. When HISTARCH ran before the cutoff,
      *> the live 'S' summary row is the net of everything archived,
      *> all of it posted before the cutoff, and is used as it stands.
      *> When the cutoff falls before the archive run, the summary
      *> includes postings after the cutoff, so the archived detail
      *> rows are used instead - filtered by the cutoff like the live
      *> rows - and must add up to the summary, proving every archive
      *> generation is present; an account where they do not is
      *> rebuilt from what there is and reported as ARCHIVE
      *> INCOMPLETE. Summary rows inside the archive are skipped:
      *> their detail is in the older generations.
      *>
      *> Names, status, account class and credit limit are not in the
      *> history; they are carried over from the master backup
      *> (BKUPFILE, the sequential unload of the master in account
      *> order the nightly deck takes after CONVERT). An account not
      *> on the backup is created the way CONVERTFB auto-creates one -
      *> status A, no name, class or limit - and listed so MSTMAINT
      *> can complete it, but only if it has a posting by a run
      *> stamped after the backup was taken and inside the cutoff: it
      *> was opened since the backup. One whose postings all come
      *> from runs before the backup was on the master then and is
      *> off the backup because MSTMAINT deleted it; it is listed as
      *> DELETED BEFORE BACKUP and not restored. A backup account with
      *> no postings keeps its last amount and timestamp and stands at
      *> a zero balance.
      *>
      *> The rebuilt master is loaded into an empty MSTRFILE cluster
      *> (OPEN OUTPUT, accounts ascending) defined beside the damaged
      *> one; the job renames it over the master only once the
      *> rebuild has ended RC=4 or better. Every account whose rebuilt
      *> balance, last amount or timestamp differs from the backup is
      *> printed with both sets of figures, so the rebuild can be
      *> proved before CONVERT runs against it. Each of those, and
      *> each account created from history alone, also goes to the
      *> master change log (action M) with the backup image as its
      *> before image - the damaged master itself is not readable.
      *>
      *> Parameter card (80 bytes, first record of CARDFILE):
      *>   cols 1-20  cutoff timestamp - rows posted by runs stamped
      *>              below this are included. Must be a well-formed
      *>              date-time (the comparison is lexical).
      *>   cols 21-40 date and time the backup on BKUPFILE was taken
      *>              (YYYYMMDDHHMMSS, the end of the nightly backup
      *>              step) - postings by runs stamped after it are
      *>              not in the backup. Required, same edit.
      *> RC=4 when any account differs from the backup or is not on
      *> it, RC=8 on an incomplete archive or a master write failure,
      *> RC=16 for a missing or invalid cutoff or backup time -
      *> nothing is written.
IDENTIFICATION DIVISION.
PROGRAM-ID. REBUILD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARDFILE ASSIGN TO 'REBUILD.CARD'
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT ARCHFILE ASSIGN TO 'HISTORY.ARCHIVE'
        ORGANIZATION IS SEQUENTIAL.
    SELECT HISTFILE ASSIGN TO 'TRANSACTION.HISTORY'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    SELECT BKUPFILE ASSIGN TO 'MASTER.BACKUP'
        ORGANIZATION IS SEQUENTIAL.
    SELECT MSTRFILE ASSIGN TO 'ACCOUNT.MASTER.DATASET'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-ACCOUNT-NUMBER
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT SORTFILE ASSIGN TO 'SORTWORK'.
    SELECT RPTFILE ASSIGN TO 'REBUILD.REPORT'
        ORGANIZATION IS SEQUENTIAL.
    SELECT CHGFILE ASSIGN TO 'CHANGE.LOG'
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CARDFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REBUILD-CARD.

01  REBUILD-CARD.
    05  RBC-CUTOFF-TIMESTAMP PIC X(20).
    05  RBC-BACKUP-TIMESTAMP PIC X(20).
    05  FILLER               PIC X(40).

FD  ARCHFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS ARCHIVE-REC.

01  ARCHIVE-REC           PIC X(80).

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

FD  BKUPFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 100 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS BACKUP-REC.

01  BACKUP-REC.
    05  BK-ACCOUNT-NUMBER       PIC X(10).
    05  BK-NAME                 PIC X(30).
    05  BK-LAST-AMOUNT          PIC S9(9)V99.
    05  BK-TIMESTAMP            PIC X(20).
    05  BK-BALANCE              PIC S9(11)V99.
    05  BK-STATUS               PIC X.
    05  BK-ACCOUNT-CLASS        PIC X(2).
    05  BK-CREDIT-LIMIT         PIC 9(9)V99.
    05  FILLER                  PIC X(2).

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

*> One history row with the source it came from - A archive
*> generation, L live history.
SD  SORTFILE
    DATA RECORD IS SORT-REC.

01  SORT-REC.
    05  SR-SOURCE             PIC X.
    05  SR-HISTORY-ROW.
        10  SR-ACCOUNT        PIC X(10).
        10  SR-TIMESTAMP      PIC X(20).
        10  SR-TRANS-REF      PIC X(6).
        10  SR-AMOUNT         PIC S9(9)V99.
        10  SR-TRANS-TYPE     PIC X.
        10  SR-ADJUSTED-AMOUNT PIC S9(9)V99.
        10  SR-RUN-TIMESTAMP  PIC X(20).
        10  SR-REVERSED-FLAG  PIC X.

FD  RPTFILE
    RECORDING MODE IS F
    BLOCK CONTAINS 0 RECORDS
    RECORD CONTAINS 133 CHARACTERS
    LABEL RECORDS ARE STANDARD
    DATA RECORD IS REPORT-REC.

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
01  WS-CARD-STATUS        PIC XX.
01  WS-HIST-STATUS        PIC XX.
01  WS-MASTER-STATUS      PIC XX.
01  WS-ARCH-EOF           PIC X VALUE 'N'.
01  WS-HIST-EOF           PIC X VALUE 'N'.
01  WS-SORT-EOF           PIC X VALUE 'N'.
01  WS-BKUP-EOF           PIC X VALUE 'N'.
01  WS-CUTOFF             PIC X(20) VALUE SPACES.
01  WS-CUTOFF-VALID       PIC X VALUE 'N'.
01  WS-BACKUP-TAKEN       PIC X(20) VALUE SPACES.
01  WS-EDIT-TIMESTAMP     PIC X(20) VALUE SPACES.
01  WS-EDIT-VALID         PIC X VALUE 'N'.
01  WS-GROUP-READY        PIC X VALUE 'N'.
01  WS-GROUP-ACCOUNT      PIC X(10) VALUE SPACES.
01  WS-GROUP-SUMMARY      PIC X VALUE 'N'.
01  WS-GROUP-SUMMARY-NET  PIC S9(11)V99 VALUE 0.
01  WS-GROUP-SUMMARY-RUN  PIC X(20) VALUE SPACES.
01  WS-GROUP-ARCH-ROWS    PIC 9(8) VALUE 0.
01  WS-GROUP-ARCH-TOTAL   PIC S9(11)V99 VALUE 0.
01  WS-GROUP-ARCH-NET     PIC S9(11)V99 VALUE 0.
01  WS-GROUP-LIVE-NET     PIC S9(11)V99 VALUE 0.
01  WS-GROUP-POSTED       PIC X VALUE 'N'.
01  WS-GROUP-SINCE-BACKUP PIC X VALUE 'N'.
01  WS-GROUP-LAST-AMOUNT  PIC S9(9)V99 VALUE 0.
01  WS-GROUP-LAST-TIMESTAMP PIC X(20) VALUE SPACES.
01  WS-GROUP-BALANCE      PIC S9(11)V99 VALUE 0.
01  WS-GROUP-EXISTS       PIC X VALUE 'N'.
01  WS-GROUP-INCOMPLETE   PIC X VALUE 'N'.
01  WS-ARCH-READ          PIC 9(8) VALUE 0.
01  WS-HIST-READ          PIC 9(8) VALUE 0.
01  WS-BKUP-READ          PIC 9(8) VALUE 0.
01  WS-FROM-SUMMARY       PIC 9(8) VALUE 0.
01  WS-FROM-ARCHIVE       PIC 9(8) VALUE 0.
01  WS-ACCOUNTS-WRITTEN   PIC 9(8) VALUE 0.
01  WS-NO-POSTINGS        PIC 9(8) VALUE 0.
01  WS-NOT-ON-BACKUP      PIC 9(8) VALUE 0.
01  WS-AFTER-CUTOFF       PIC 9(8) VALUE 0.
01  WS-DELETED-COUNT      PIC 9(8) VALUE 0.
01  WS-DIFFER-COUNT       PIC 9(8) VALUE 0.
01  WS-INCOMPLETE-COUNT   PIC 9(8) VALUE 0.
01  WS-WRITE-FAILED       PIC 9(8) VALUE 0.
01  WS-BEFORE-REC         PIC X(100) VALUE SPACES.
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
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE DELIMITED BY SIZE
           WS-RUN-TIME DELIMITED BY SIZE
           INTO WS-RUN-TIMESTAMP
    END-STRING
    PERFORM INIT-CUTOFF
    IF WS-CUTOFF-VALID = 'N'
        MOVE SPACES TO REPORT-REC
        MOVE '*** MISSING OR INVALID CUTOFF OR BACKUP TIME - '
            TO REPORT-REC(1:48)
        MOVE 'NOTHING REBUILT ***' TO REPORT-REC(49:19)
        WRITE REPORT-REC
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM WRITE-REPORT-HEADING
        OPEN INPUT ARCHFILE
        OPEN INPUT HISTFILE
        OPEN INPUT BKUPFILE
        OPEN OUTPUT MSTRFILE
        OPEN OUTPUT CHGFILE
        SORT SORTFILE
            ON ASCENDING KEY SR-ACCOUNT SR-RUN-TIMESTAMP
                             SR-TIMESTAMP SR-TRANS-REF
            INPUT PROCEDURE IS RELEASE-HISTORY-ROWS
            OUTPUT PROCEDURE IS REBUILD-MASTER
        CLOSE ARCHFILE
        CLOSE HISTFILE
        CLOSE BKUPFILE
        CLOSE MSTRFILE
        CLOSE CHGFILE
        PERFORM WRITE-REPORT-TOTALS
        EVALUATE TRUE
            WHEN WS-INCOMPLETE-COUNT > 0 OR WS-WRITE-FAILED > 0
                MOVE 8 TO RETURN-CODE
            WHEN WS-DIFFER-COUNT > 0 OR WS-NOT-ON-BACKUP > 0
                MOVE 4 TO RETURN-CODE
        END-EVALUATE
    END-IF
    CLOSE RPTFILE
    STOP RUN.

*> The cutoff and backup time drive lexical comparisons against run
*> stamps, so both get the same calendar/time edit HISTARCH gives
*> its cutoff.
INIT-CUTOFF.
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        READ CARDFILE
            AT END
                CONTINUE
            NOT AT END
                MOVE RBC-CUTOFF-TIMESTAMP TO WS-CUTOFF
                MOVE RBC-BACKUP-TIMESTAMP TO WS-BACKUP-TAKEN
        END-READ
        CLOSE CARDFILE
    END-IF
    IF WS-CUTOFF NOT = SPACES AND WS-BACKUP-TAKEN NOT = SPACES
        MOVE WS-CUTOFF TO WS-EDIT-TIMESTAMP
        PERFORM EDIT-CARD-TIMESTAMP
        MOVE WS-EDIT-VALID TO WS-CUTOFF-VALID
        IF WS-CUTOFF-VALID = 'Y'
            MOVE WS-BACKUP-TAKEN TO WS-EDIT-TIMESTAMP
            PERFORM EDIT-CARD-TIMESTAMP
            MOVE WS-EDIT-VALID TO WS-CUTOFF-VALID
        END-IF
    END-IF.

EDIT-CARD-TIMESTAMP.
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

*> ARCHFILE is every archive generation concatenated - each is in
*> key order but the concatenation is not, hence the sort.
RELEASE-HISTORY-ROWS.
    PERFORM UNTIL WS-ARCH-EOF = 'Y'
        READ ARCHFILE
            AT END
                MOVE 'Y' TO WS-ARCH-EOF
            NOT AT END
                ADD 1 TO WS-ARCH-READ
                MOVE 'A' TO SR-SOURCE
                MOVE ARCHIVE-REC TO SR-HISTORY-ROW
                RELEASE SORT-REC
        END-READ
    END-PERFORM
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
                MOVE 'L' TO SR-SOURCE
                MOVE HISTORY-REC TO SR-HISTORY-ROW
                RELEASE SORT-REC
        END-READ
    END-PERFORM.

*> Sorted rows and the backup both deliver accounts ascending, so
*> the rebuild is a balance line match of account groups against
*> backup records, the RECONFB pattern.
REBUILD-MASTER.
    PERFORM RETURN-NEXT-ROW
    PERFORM NEXT-ACCOUNT-GROUP
    PERFORM READ-NEXT-BACKUP
    PERFORM UNTIL WS-GROUP-READY = 'N' AND WS-BKUP-EOF = 'Y'
        PERFORM MATCH-ONE-ACCOUNT
    END-PERFORM.

RETURN-NEXT-ROW.
    RETURN SORTFILE
        AT END
            MOVE 'Y' TO WS-SORT-EOF
    END-RETURN.

READ-NEXT-BACKUP.
    READ BKUPFILE
        AT END
            MOVE 'Y' TO WS-BKUP-EOF
        NOT AT END
            ADD 1 TO WS-BKUP-READ
    END-READ.

*> Builds the next account's figures off the sorted rows; the sort
*> stays one row ahead, so on entry the buffer holds the group's
*> first row.
NEXT-ACCOUNT-GROUP.
    IF WS-SORT-EOF = 'Y'
        MOVE 'N' TO WS-GROUP-READY
    ELSE
        MOVE 'Y' TO WS-GROUP-READY
        MOVE SR-ACCOUNT TO WS-GROUP-ACCOUNT
        MOVE 'N' TO WS-GROUP-SUMMARY
        MOVE 0 TO WS-GROUP-SUMMARY-NET
        MOVE SPACES TO WS-GROUP-SUMMARY-RUN
        MOVE 0 TO WS-GROUP-ARCH-ROWS
        MOVE 0 TO WS-GROUP-ARCH-TOTAL
        MOVE 0 TO WS-GROUP-ARCH-NET
        MOVE 0 TO WS-GROUP-LIVE-NET
        MOVE 'N' TO WS-GROUP-POSTED
        MOVE 'N' TO WS-GROUP-SINCE-BACKUP
        PERFORM UNTIL WS-SORT-EOF = 'Y'
                OR SR-ACCOUNT NOT = WS-GROUP-ACCOUNT
            PERFORM ACCUMULATE-ROW
            PERFORM RETURN-NEXT-ROW
        END-PERFORM
        PERFORM RESOLVE-GROUP-FIGURES
    END-IF.

*> Rows arrive in posting order, so the last row inside the cutoff
*> is the account's latest posting at that point.
ACCUMULATE-ROW.
    IF SR-TRANS-TYPE = 'S'
        IF SR-SOURCE = 'L'
            MOVE 'Y' TO WS-GROUP-SUMMARY
            MOVE SR-ADJUSTED-AMOUNT TO WS-GROUP-SUMMARY-NET
            MOVE SR-RUN-TIMESTAMP TO WS-GROUP-SUMMARY-RUN
        END-IF
    ELSE
        IF SR-SOURCE = 'A'
            ADD 1 TO WS-GROUP-ARCH-ROWS
            ADD SR-ADJUSTED-AMOUNT TO WS-GROUP-ARCH-TOTAL
        END-IF
        IF SR-RUN-TIMESTAMP < WS-CUTOFF
            IF SR-SOURCE = 'A'
                ADD SR-ADJUSTED-AMOUNT TO WS-GROUP-ARCH-NET
            ELSE
                ADD SR-ADJUSTED-AMOUNT TO WS-GROUP-LIVE-NET
            END-IF
            MOVE 'Y' TO WS-GROUP-POSTED
            IF SR-RUN-TIMESTAMP > WS-BACKUP-TAKEN
                MOVE 'Y' TO WS-GROUP-SINCE-BACKUP
            END-IF
            MOVE SR-AMOUNT TO WS-GROUP-LAST-AMOUNT
            MOVE SR-TIMESTAMP TO WS-GROUP-LAST-TIMESTAMP
        END-IF
    END-IF.

*> An archive run stamped before the cutoff lets the summary stand
*> for everything it archived; otherwise the archived detail is
*> used and must tie to the summary. The account existed at the
*> cutoff if anything had posted to it by then.
RESOLVE-GROUP-FIGURES.
    MOVE 'N' TO WS-GROUP-INCOMPLETE
    IF WS-GROUP-SUMMARY = 'Y' AND WS-GROUP-SUMMARY-RUN < WS-CUTOFF
        COMPUTE WS-GROUP-BALANCE =
            WS-GROUP-SUMMARY-NET + WS-GROUP-LIVE-NET
        MOVE 'Y' TO WS-GROUP-EXISTS
        ADD 1 TO WS-FROM-SUMMARY
    ELSE
        COMPUTE WS-GROUP-BALANCE =
            WS-GROUP-ARCH-NET + WS-GROUP-LIVE-NET
        MOVE WS-GROUP-POSTED TO WS-GROUP-EXISTS
        IF WS-GROUP-SUMMARY = 'Y'
            ADD 1 TO WS-FROM-ARCHIVE
            IF WS-GROUP-ARCH-TOTAL NOT = WS-GROUP-SUMMARY-NET
                MOVE 'Y' TO WS-GROUP-INCOMPLETE
            END-IF
        END-IF
    END-IF.

MATCH-ONE-ACCOUNT.
    EVALUATE TRUE
        WHEN WS-GROUP-READY = 'N'
            PERFORM REBUILD-BACKUP-ONLY
            PERFORM READ-NEXT-BACKUP
        WHEN WS-BKUP-EOF = 'Y'
            PERFORM REBUILD-HISTORY-ONLY
            PERFORM NEXT-ACCOUNT-GROUP
        WHEN BK-ACCOUNT-NUMBER < WS-GROUP-ACCOUNT
            PERFORM REBUILD-BACKUP-ONLY
            PERFORM READ-NEXT-BACKUP
        WHEN BK-ACCOUNT-NUMBER > WS-GROUP-ACCOUNT
            PERFORM REBUILD-HISTORY-ONLY
            PERFORM NEXT-ACCOUNT-GROUP
        WHEN OTHER
            PERFORM REBUILD-MATCHED
            PERFORM READ-NEXT-BACKUP
            PERFORM NEXT-ACCOUNT-GROUP
    END-EVALUATE.

REBUILD-MATCHED.
    MOVE BACKUP-REC TO WS-BEFORE-REC
    MOVE BACKUP-REC TO MASTER-REC
    MOVE WS-GROUP-BALANCE TO MAST-BALANCE
    IF WS-GROUP-POSTED = 'Y'
        MOVE WS-GROUP-LAST-AMOUNT TO MAST-LAST-AMOUNT
        MOVE WS-GROUP-LAST-TIMESTAMP TO MAST-TIMESTAMP
    END-IF
    IF WS-GROUP-INCOMPLETE = 'Y'
        PERFORM REPORT-ARCHIVE-INCOMPLETE
    END-IF
    PERFORM COMPARE-WITH-BACKUP
    PERFORM WRITE-REBUILT-MASTER.

*> No postings at all: the account stands at zero, as MSTMAINT
*> opened it, and keeps the figures the backup has.
REBUILD-BACKUP-ONLY.
    ADD 1 TO WS-NO-POSTINGS
    MOVE BACKUP-REC TO WS-BEFORE-REC
    MOVE BACKUP-REC TO MASTER-REC
    MOVE 0 TO MAST-BALANCE
    PERFORM COMPARE-WITH-BACKUP
    PERFORM WRITE-REBUILT-MASTER.

*> History the backup does not know: an account first posted after
*> the backup was taken - created as CONVERTFB would have - one
*> whose postings all come after the cutoff, which is left out, or
*> one posted to only before the backup, which was deleted from
*> the master before the backup was taken and stays deleted.
REBUILD-HISTORY-ONLY.
    EVALUATE TRUE
        WHEN WS-GROUP-EXISTS = 'N'
            ADD 1 TO WS-AFTER-CUTOFF
        WHEN WS-GROUP-SINCE-BACKUP = 'N'
            PERFORM REPORT-DELETED-ACCOUNT
        WHEN OTHER
            ADD 1 TO WS-NOT-ON-BACKUP
            MOVE SPACES TO WS-BEFORE-REC
            MOVE WS-GROUP-ACCOUNT TO MAST-ACCOUNT-NUMBER
            MOVE SPACES TO MAST-NAME
            MOVE WS-GROUP-LAST-AMOUNT TO MAST-LAST-AMOUNT
            MOVE WS-GROUP-LAST-TIMESTAMP TO MAST-TIMESTAMP
            IF WS-GROUP-POSTED = 'N'
                MOVE 0 TO MAST-LAST-AMOUNT
                MOVE SPACES TO MAST-TIMESTAMP
            END-IF
            MOVE WS-GROUP-BALANCE TO MAST-BALANCE
            MOVE 'A' TO MAST-STATUS
            MOVE SPACES TO MASTER-REC(86:15)
            MOVE 0 TO MAST-CREDIT-LIMIT
            IF WS-GROUP-INCOMPLETE = 'Y'
                PERFORM REPORT-ARCHIVE-INCOMPLETE
            END-IF
            MOVE SPACES TO REPORT-REC
            MOVE 'NOT ON BACKUP:   ' TO REPORT-REC(1:17)
            MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(18:10)
            MOVE ' REBUILT  BALANCE ' TO REPORT-REC(28:18)
            MOVE MAST-BALANCE TO REPORT-REC(46:13)
            MOVE ' LAST ' TO REPORT-REC(59:6)
            MOVE MAST-LAST-AMOUNT TO REPORT-REC(65:11)
            MOVE ' AT ' TO REPORT-REC(76:4)
            MOVE MAST-TIMESTAMP TO REPORT-REC(80:20)
            MOVE ' - NAME REQUIRED' TO REPORT-REC(100:16)
            WRITE REPORT-REC
            PERFORM WRITE-REBUILT-MASTER
    END-EVALUATE.

REPORT-DELETED-ACCOUNT.
    ADD 1 TO WS-DELETED-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE 'DELETED BEFORE BACKUP - NOT RESTORED: ' TO REPORT-REC(1:38)
    MOVE WS-GROUP-ACCOUNT TO REPORT-REC(39:10)
    MOVE ' BALANCE ' TO REPORT-REC(49:9)
    MOVE WS-GROUP-BALANCE TO REPORT-REC(58:13)
    MOVE ' LAST ' TO REPORT-REC(71:6)
    MOVE WS-GROUP-LAST-TIMESTAMP TO REPORT-REC(77:20)
    WRITE REPORT-REC.

COMPARE-WITH-BACKUP.
    IF MAST-BALANCE NOT = BK-BALANCE
       OR MAST-LAST-AMOUNT NOT = BK-LAST-AMOUNT
       OR MAST-TIMESTAMP NOT = BK-TIMESTAMP
        ADD 1 TO WS-DIFFER-COUNT
        MOVE SPACES TO REPORT-REC
        MOVE 'DIFFERS:         ' TO REPORT-REC(1:17)
        MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(18:10)
        MOVE ' BACKUP   BALANCE ' TO REPORT-REC(28:18)
        MOVE BK-BALANCE TO REPORT-REC(46:13)
        MOVE ' LAST ' TO REPORT-REC(59:6)
        MOVE BK-LAST-AMOUNT TO REPORT-REC(65:11)
        MOVE ' AT ' TO REPORT-REC(76:4)
        MOVE BK-TIMESTAMP TO REPORT-REC(80:20)
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        MOVE ' REBUILT  BALANCE ' TO REPORT-REC(28:18)
        MOVE MAST-BALANCE TO REPORT-REC(46:13)
        MOVE ' LAST ' TO REPORT-REC(59:6)
        MOVE MAST-LAST-AMOUNT TO REPORT-REC(65:11)
        MOVE ' AT ' TO REPORT-REC(76:4)
        MOVE MAST-TIMESTAMP TO REPORT-REC(80:20)
        WRITE REPORT-REC
    END-IF.

REPORT-ARCHIVE-INCOMPLETE.
    ADD 1 TO WS-INCOMPLETE-COUNT
    MOVE SPACES TO REPORT-REC
    MOVE 'ARCHIVE INCOMPLETE: ' TO REPORT-REC(1:20)
    MOVE WS-GROUP-ACCOUNT TO REPORT-REC(21:10)
    MOVE ' ARCHIVED DETAIL ' TO REPORT-REC(31:17)
    MOVE WS-GROUP-ARCH-TOTAL TO REPORT-REC(48:13)
    MOVE ' SUMMARY ' TO REPORT-REC(61:9)
    MOVE WS-GROUP-SUMMARY-NET TO REPORT-REC(70:13)
    MOVE ' ARCHIVED ' TO REPORT-REC(83:10)
    MOVE WS-GROUP-SUMMARY-RUN TO REPORT-REC(93:20)
    WRITE REPORT-REC.

WRITE-REBUILT-MASTER.
    WRITE MASTER-REC
        INVALID KEY
            PERFORM REPORT-WRITE-FAILURE
        NOT INVALID KEY
            ADD 1 TO WS-ACCOUNTS-WRITTEN
            IF MASTER-REC NOT = WS-BEFORE-REC
                PERFORM WRITE-CHANGE-RECORD
            END-IF
    END-WRITE.

WRITE-CHANGE-RECORD.
    MOVE MAST-ACCOUNT-NUMBER TO CHG-ACCOUNT-NUMBER
    MOVE 'REBUILD' TO CHG-SOURCE
    MOVE 'M' TO CHG-ACTION
    MOVE WS-RUN-TIMESTAMP TO CHG-RUN-TIMESTAMP
    MOVE WS-BEFORE-REC TO CHG-BEFORE-IMAGE
    MOVE MASTER-REC TO CHG-AFTER-IMAGE
    WRITE CHANGE-REC.

REPORT-WRITE-FAILURE.
    ADD 1 TO WS-WRITE-FAILED
    MOVE SPACES TO REPORT-REC
    MOVE '*** MASTER NOT WRITTEN, STATUS ' TO REPORT-REC(1:31)
    MOVE WS-MASTER-STATUS TO REPORT-REC(32:2)
    MOVE ': ' TO REPORT-REC(34:2)
    MOVE MAST-ACCOUNT-NUMBER TO REPORT-REC(36:10)
    WRITE REPORT-REC.

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNT MASTER REBUILD - RUN ' TO REPORT-REC(1:29)
    MOVE WS-RUN-TIMESTAMP TO REPORT-REC(30:20)
    MOVE ' CUTOFF ' TO REPORT-REC(50:8)
    MOVE WS-CUTOFF TO REPORT-REC(58:20)
    MOVE ' BACKUP TAKEN ' TO REPORT-REC(78:14)
    MOVE WS-BACKUP-TAKEN TO REPORT-REC(92:20)
    WRITE REPORT-REC.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-REC
    MOVE 'ARCHIVE ROWS READ: ' TO REPORT-REC(1:19)
    MOVE WS-ARCH-READ TO REPORT-REC(20:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'HISTORY ROWS READ: ' TO REPORT-REC(1:19)
    MOVE WS-HIST-READ TO REPORT-REC(20:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'BACKUP ACCOUNTS READ: ' TO REPORT-REC(1:22)
    MOVE WS-BKUP-READ TO REPORT-REC(23:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ARCHIVED NET FROM SUMMARY ROW: ' TO REPORT-REC(1:31)
    MOVE WS-FROM-SUMMARY TO REPORT-REC(32:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ARCHIVED NET FROM ARCHIVE DETAIL: ' TO REPORT-REC(1:34)
    MOVE WS-FROM-ARCHIVE TO REPORT-REC(35:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS WITH NO POSTINGS: ' TO REPORT-REC(1:27)
    MOVE WS-NO-POSTINGS TO REPORT-REC(28:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS FIRST POSTED AFTER CUTOFF: ' TO REPORT-REC(1:36)
    MOVE WS-AFTER-CUTOFF TO REPORT-REC(37:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS DELETED BEFORE BACKUP: ' TO REPORT-REC(1:32)
    MOVE WS-DELETED-COUNT TO REPORT-REC(33:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS NOT ON BACKUP: ' TO REPORT-REC(1:24)
    MOVE WS-NOT-ON-BACKUP TO REPORT-REC(25:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'ACCOUNTS DIFFERING FROM BACKUP: ' TO REPORT-REC(1:32)
    MOVE WS-DIFFER-COUNT TO REPORT-REC(33:8)
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE 'MASTER RECORDS WRITTEN: ' TO REPORT-REC(1:24)
    MOVE WS-ACCOUNTS-WRITTEN TO REPORT-REC(25:8)
    WRITE REPORT-REC
    IF WS-INCOMPLETE-COUNT > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** ACCOUNTS WITH ARCHIVE GENERATIONS MISSING: '
            TO REPORT-REC(1:47)
        MOVE WS-INCOMPLETE-COUNT TO REPORT-REC(48:8)
        WRITE REPORT-REC
    END-IF
    IF WS-WRITE-FAILED > 0
        MOVE SPACES TO REPORT-REC
        MOVE '*** MASTER RECORDS NOT WRITTEN: ' TO REPORT-REC(1:32)
        MOVE WS-WRITE-FAILED TO REPORT-REC(33:8)
        WRITE REPORT-REC
    END-IF.
