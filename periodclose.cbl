        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SuspenseFileStatus.

*> Results held for supervisor approval are not in any balance. They
*> do not stop a close - each statement shows what its account had
*> held at period end on a line of its own.
    SELECT HoldFile ASSIGN TO "CALCHOLD"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HoldKey
        FILE STATUS IS HoldFileStatus.

*> The snapshot file name carries the period (PERDSNAP.YYYYMM), so
*> every close leaves a separately-dated snapshot, the same way each
*> purge leaves a dated CALCARCH.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

*> Shared control-totals ledger - what went through the step, for
*> the cross-step balancing certificate.
    SELECT ControlTotalFile ASSIGN TO "CTLTOTAL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
FD  ParameterFile.
                   ==RecordDate==        BY  ==AuRecordDate==
                   ==RecordTime==        BY  ==AuRecordTime==
                   ==RunId==             BY  ==AuRunId==
                   ==AccountId==         BY  ==AuAccountId==
                   ==EntryType==         BY  ==AuEntryType==
                   ==OrdinaryEntry==     BY  ==AuOrdinaryEntry==
                   ==ReversalEntry==     BY  ==AuReversalEntry==
                   ==RunPosition==       BY  ==AuRunPosition==
                   ==OrigRunId==         BY  ==AuOrigRunId==
                   ==OrigPosition==      BY  ==AuOrigPosition==
                   ==TransferFromLeg==   BY  ==AuTransferFromLeg==
                   ==TransferToLeg==     BY  ==AuTransferToLeg==
                   ==TransferLeg==       BY  ==AuTransferLeg==
                   ==TransferRef==       BY  ==AuTransferRef==
                   ==TransferPartner==   BY  ==AuTransferPartner==
                   ==HeldEntry==         BY  ==AuHeldEntry==
                   ==ApprovedRelease==   BY  ==AuApprovedRelease==
                   ==DeclinedRelease==   BY  ==AuDeclinedRelease==
                   ==SignedOnId==        BY  ==AuSignedOnId==
                   ==AuditSeq==          BY  ==AuAuditSeq==
                   ==ChainValue==        BY  ==AuChainValue==.

FD  SuspenseFile.
    COPY SUSPREC
                   ==SuspRunId==          BY  ==SpRunId==
                   ==SuspDate==           BY  ==SpDate==
                   ==SuspTime==           BY  ==SpTime==
                   ==SuspReason==         BY  ==SpReason==
                   ==SuspTransferRef==    BY  ==SpTransferRef==.

FD  SnapshotFile.
    COPY PERDREC
                   ==PerAccountId==       BY  ==OpAccountId==
                   ==PerBalance==         BY  ==OpBalance==.

FD  HoldFile.
    COPY HOLDREC.

FD  StatementFile.
01  StatementLine           PIC X(80).

FD  RunLogFile.
    COPY RUNHREC.

FD  ControlTotalFile.
    COPY CTLTREC.

WORKING-STORAGE SECTION.
*> Run-history state - when this run started, for the RUNHIST record
*> appended at end of run.
    05  RunStartDate        PIC 9(8) VALUE ZERO.
    05  RunStartTime        PIC 9(8) VALUE ZERO.

01  ControlTotalFileStatus  PIC X(2) VALUE SPACES.
    88  ControlTotalFileOk      VALUE '00'.
    88  ControlTotalFileNotFound VALUE '35'.

*> The close's own control totals, for CTLTOTAL - the openings as
*> read from PERDOPEN, the period activity as stated, and what went
*> out to the snapshot and the new PERDOPEN. Opening plus activity
*> has to be the snapshot, and the snapshot has to be what rolled.
01  CloseControl.
    05  OpeningsRead        PIC 9(5) VALUE ZERO.
    05  OpeningsAmount      PIC S9(13)V99 VALUE ZERO.
    05  ActivityCount       PIC 9(7) VALUE ZERO.
    05  ActivityAmount      PIC S9(13)V99 VALUE ZERO.
    05  SnapshotsWritten    PIC 9(5) VALUE ZERO.
    05  SnapshotsAmount     PIC S9(13)V99 VALUE ZERO.
    05  OpeningsRolled      PIC 9(5) VALUE ZERO.
    05  RolledAmount        PIC S9(13)V99 VALUE ZERO.

01  ClosePeriod             PIC 9(6) VALUE ZERO.
01  PeriodFromDate          PIC 9(8) VALUE ZERO.
01  PeriodToDate            PIC 9(8) VALUE ZERO.
        10  ClsActivity     PIC S9(12)V99.
        10  ClsLaterActivity PIC S9(12)V99.
        10  ClsTxnCount     PIC 9(5).
        10  ClsReversalCount PIC 9(5).
        10  ClsHeldCount    PIC 9(5).
        10  ClsHeldAmount   PIC S9(12)V99.
01  CloseLimit              PIC 9(3) VALUE 500.
01  CloseIndex              PIC 9(3) VALUE ZERO.
01  CloseSlot               PIC 9(3) VALUE ZERO.

01  SuspensePending         PIC 9(5) VALUE ZERO.

*> Every original the live trail shows a successful reversal of, so
*> each statement can mark a reversed posting where it is listed -
*> the reversal itself names its original on its own line. Originals
*> written before RunPosition existed are numbered by counting their
*> run's records, the way the calculator finds them; the counts are
*> restarted for every statement's pass over the trail.
01  ReversedTable.
    05  ReversedCount       PIC 9(3) VALUE ZERO.
    05  ReversedEntry OCCURS 500.
        10  RvdRunId        PIC X(8).
        10  RvdPosition     PIC 9(7).
        10  RvdRunCount     PIC 9(7).
01  ReversedLimit           PIC 9(3) VALUE 500.
01  ReversedIndex           PIC 9(3) VALUE ZERO.
01  ReversedOverflowed      PIC X VALUE 'N'.
    88  ReversedOverflow        VALUE 'Y'.
01  ReversedFlag            PIC X VALUE 'N'.
    88  OriginalReversed        VALUE 'Y'.
01  MatchPosition           PIC 9(7) VALUE ZERO.

01  DuplicateFlag           PIC X VALUE 'N'.
    88  PeriodAlreadyClosed     VALUE 'Y'.

    88  SuspenseFileOk          VALUE '00'.
    88  SuspenseFileNotFound    VALUE '35'.

01  HoldFileStatus          PIC X(2) VALUE SPACES.
    88  HoldFileOk              VALUE '00'.
    88  HoldFileNotFound        VALUE '35'.

01  SnapshotFileStatus      PIC X(2) VALUE SPACES.
    88  SnapshotFileOk          VALUE '00'.

    05  ActNum2             PIC -(5)9.99.
    05  FILLER              PIC X(2) VALUE ' ='.
    05  ActResult           PIC -(12)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ActTag              PIC X(25) VALUE SPACES.

01  CountLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    END-IF
    PERFORM LoadOpeningBalances
    PERFORM LoadBalanceMaster
    PERFORM LoadHeldItems
    PERFORM LoadReversedOriginals
    PERFORM PrintStatements
    PERFORM WriteSnapshot
    PERFORM RollForwardOpenings
            'see PERDSTMT and run Trial-Balance.'
    END-IF
    MOVE RcClean TO RETURN-CODE
    PERFORM WriteControlTotals
    PERFORM WriteRunHistory
    STOP RUN.

        CLOSE RunLogFile
    END-IF.

*> The close's control totals - opening, activity, snapshot and
*> rolled, so the certificate can prove the snapshot is the openings
*> plus the period's activity and that the new openings are the
*> snapshot. Written only for a close that finished; the close works
*> on whole files, so it is dated with the day it ran and the period
*> stands in for the run id.
WriteControlTotals.
    OPEN EXTEND ControlTotalFile
    IF ControlTotalFileNotFound
        OPEN OUTPUT ControlTotalFile
    END-IF
    IF NOT ControlTotalFileOk
        DISPLAY 'Unable to open control totals CTLTOTAL - status '
            ControlTotalFileStatus
    ELSE
        MOVE 'PERIODCLOSE' TO CtProgramName
        MOVE ParmPeriodX TO CtRunId
        MOVE RunDate TO CtBusinessDate
        MOVE RunStartDate TO CtRunDate
        MOVE RunStartTime TO CtRunTime
        MOVE 'OPENING' TO CtFigure
        MOVE OpeningsRead TO CtCount
        MOVE OpeningsAmount TO CtAmount
        WRITE ControlTotal
        MOVE 'ACTIVITY' TO CtFigure
        MOVE ActivityCount TO CtCount
        MOVE ActivityAmount TO CtAmount
        WRITE ControlTotal
        MOVE 'SNAPSHOT' TO CtFigure
        MOVE SnapshotsWritten TO CtCount
        MOVE SnapshotsAmount TO CtAmount
        WRITE ControlTotal
        MOVE 'ROLLED' TO CtFigure
        MOVE OpeningsRolled TO CtCount
        MOVE RolledAmount TO CtAmount
        WRITE ControlTotal
        CLOSE ControlTotalFile
    END-IF.

ReadCloseParameter.
    OPEN INPUT ParameterFile
    IF NOT ParameterFileOk
    END-READ.

LoadOneOpening.
    ADD 1 TO OpeningsRead
    ADD OpBalance TO OpeningsAmount
    MOVE OpAccountId TO LookupAccountId
    PERFORM FindCloseSlot
    IF CloseSlot > ZERO
            MOVE ZERO TO ClsActivity(CloseSlot)
            MOVE ZERO TO ClsLaterActivity(CloseSlot)
            MOVE ZERO TO ClsTxnCount(CloseSlot)
            MOVE ZERO TO ClsReversalCount(CloseSlot)
            MOVE ZERO TO ClsHeldCount(CloseSlot)
            MOVE ZERO TO ClsHeldAmount(CloseSlot)
        ELSE
            MOVE 'Y' TO TableOverflowed
        END-IF
        ADD 1 TO CloseIndex
    END-IF.

*> An item was held at period end if it was held on or before the
*> last day and had not been decided by then - whether it is still
*> pending now, or was approved or declined after the period ended.
*> A held transfer is held against both its accounts - out of the
*> from-account and into its partner, the way it would post.
LoadHeldItems.
    OPEN INPUT HoldFile
    EVALUATE TRUE
        WHEN HoldFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextHeld
            PERFORM LoadOneHeld UNTIL NoMoreRecords
            CLOSE HoldFile
        WHEN HoldFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to open hold file CALCHOLD - status '
                HoldFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF TableOverflow
        DISPLAY '*** More accounts than this close can carry - '
            'close refused.'
        MOVE RcCouldNotRun TO RETURN-CODE
        STOP RUN
    END-IF.

ReadNextHeld.
    READ HoldFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

LoadOneHeld.
    IF HoldDate <= PeriodToDate
        AND (HoldPending OR HoldDecidedDate > PeriodToDate)
        MOVE HoldAccountId TO LookupAccountId
        PERFORM FindCloseSlot
        IF CloseSlot > ZERO
            ADD 1 TO ClsHeldCount(CloseSlot)
            IF HoldPartnerId = SPACES
                ADD HoldResult TO ClsHeldAmount(CloseSlot)
            ELSE
                SUBTRACT HoldResult FROM ClsHeldAmount(CloseSlot)
            END-IF
        END-IF
        IF HoldPartnerId NOT = SPACES
            MOVE HoldPartnerId TO LookupAccountId
            PERFORM FindCloseSlot
            IF CloseSlot > ZERO
                ADD 1 TO ClsHeldCount(CloseSlot)
                ADD HoldResult TO ClsHeldAmount(CloseSlot)
            END-IF
        END-IF
    END-IF
    PERFORM ReadNextHeld.

LoadReversedOriginals.
    OPEN INPUT AuditFile
    IF AuditFileOk
        MOVE 'N' TO EndOfFile
        PERFORM ReadNextAudit
        PERFORM NoteOneReversal UNTIL NoMoreRecords
        CLOSE AuditFile
    END-IF
    IF ReversedOverflow
        DISPLAY '*** More reversals than the statements can mark - '
            'REVERSED marks may be incomplete.'
    END-IF.

NoteOneReversal.
    IF AuTransactionOk AND AuReversalEntry
        IF ReversedCount < ReversedLimit
            ADD 1 TO ReversedCount
            MOVE AuOrigRunId TO RvdRunId(ReversedCount)
            MOVE AuOrigPosition TO RvdPosition(ReversedCount)
        ELSE
            MOVE 'Y' TO ReversedOverflowed
        END-IF
    END-IF
    PERFORM ReadNextAudit.

*> The dated snapshot - every PERIOD closing balance (opening plus
*> period activity) frozen under the period's own name, so "what did
*> MARKETNG close August at" is a file read, not an excavation. The
    COMPUTE SnBalance = ClsOpening(CloseIndex)
        + ClsActivity(CloseIndex)
    WRITE SnPeriodBalance
    ADD 1 TO SnapshotsWritten
    ADD SnBalance TO SnapshotsAmount
    ADD 1 TO CloseIndex.

*> One statement per account: the opening carried in, every posted
    MOVE 'TRANSACTIONS POSTED:' TO CountLabel
    MOVE ClsTxnCount(StatementIndex) TO CountOut
    WRITE StatementLine FROM CountLine
    IF ClsReversalCount(StatementIndex) > ZERO
        MOVE 'OF WHICH REVERSALS:' TO CountLabel
        MOVE ClsReversalCount(StatementIndex) TO CountOut
        WRITE StatementLine FROM CountLine
    END-IF
    MOVE 'PERIOD ACTIVITY:' TO BalanceLabel
    MOVE ClsActivity(StatementIndex) TO BalanceOut
    WRITE StatementLine FROM BalanceLine
        MOVE ClsLaterActivity(StatementIndex) TO BalanceOut
        WRITE StatementLine FROM BalanceLine
    END-IF
    IF ClsHeldCount(StatementIndex) > ZERO
        MOVE 'ITEMS HELD AT END:' TO CountLabel
        MOVE ClsHeldCount(StatementIndex) TO CountOut
        WRITE StatementLine FROM CountLine
        MOVE 'HELD, NOT IN BALANCE:' TO BalanceLabel
        MOVE ClsHeldAmount(StatementIndex) TO BalanceOut
        WRITE StatementLine FROM BalanceLine
    END-IF
    COMPUTE DriftWork = ClsClosing(StatementIndex)
        - PeriodClosing - ClsLaterActivity(StatementIndex)
    IF DriftWork NOT = ZERO
    ADD 1 TO StatementIndex.

ListAccountActivity.
    MOVE 1 TO ReversedIndex
    PERFORM ResetOneReversedCount
        UNTIL ReversedIndex > ReversedCount
    OPEN INPUT AuditFile
    EVALUATE TRUE
        WHEN AuditFileOk
            MOVE 'Y' TO EndOfFile
    END-READ.

ResetOneReversedCount.
    MOVE ZERO TO RvdRunCount(ReversedIndex)
    ADD 1 TO ReversedIndex.

*> In-period postings are listed and totalled; postings already
*> dated after the period end go to the later bucket, so the proof
*> below can tell the normal boundary overlap from real drift. A
*> reversal is listed with the original it takes back, and an
*> original that has been reversed says so. A held result posted
*> nothing and is not listed; its approved release is, on the day
*> it was approved.
ListOneActivity.
    MOVE 'N' TO ReversedFlag
    IF ReversedCount > ZERO
        MOVE 1 TO ReversedIndex
        PERFORM CheckOneReversed
            UNTIL ReversedIndex > ReversedCount
    END-IF
    IF AuTransactionOk AND NOT AuHeldEntry
        AND AuAccountId = ClsAccountId(StatementIndex)
        EVALUATE TRUE
            WHEN AuRecordDate >= PeriodFromDate
                MOVE AuOperator TO ActOperator
                MOVE AuNum2 TO ActNum2
                MOVE AuResult TO ActResult
                MOVE SPACES TO ActTag
                IF AuReversalEntry
                    STRING 'REVERSES ' AuOrigRunId '/'
                        AuOrigPosition DELIMITED BY SIZE
                        INTO ActTag
                    ADD 1 TO ClsReversalCount(StatementIndex)
                ELSE
                    IF AuApprovedRelease
                        STRING 'RELEASES ' AuOrigRunId '/'
                            AuOrigPosition DELIMITED BY SIZE
                            INTO ActTag
                    END-IF
                    IF OriginalReversed
                        MOVE 'REVERSED' TO ActTag
                    END-IF
                END-IF
                WRITE StatementLine FROM ActivityLine
                ADD AuResult TO ClsActivity(StatementIndex)
                ADD 1 TO ClsTxnCount(StatementIndex)
                ADD 1 TO ActivityCount
                ADD AuResult TO ActivityAmount
            WHEN AuRecordDate > PeriodToDate
                ADD AuResult
                    TO ClsLaterActivity(StatementIndex)
    END-IF
    PERFORM ReadNextAudit.

CheckOneReversed.
    IF RvdRunId(ReversedIndex) = AuRunId
        ADD 1 TO RvdRunCount(ReversedIndex)
        IF AuRunPosition IS NUMERIC
            MOVE AuRunPosition TO MatchPosition
        ELSE
            MOVE RvdRunCount(ReversedIndex) TO MatchPosition
        END-IF
        IF MatchPosition = RvdPosition(ReversedIndex)
            MOVE 'Y' TO ReversedFlag
        END-IF
    END-IF
    ADD 1 TO ReversedIndex.

*> Roll forward - the PERIOD closings just snapshotted become the
*> openings the next close will state from. The live balance is not
*> rolled: its boundary postings are dated in the next period and
    COMPUTE OpBalance = ClsOpening(CloseIndex)
        + ClsActivity(CloseIndex)
    WRITE OpPeriodBalance
    ADD 1 TO OpeningsRolled
    ADD OpBalance TO RolledAmount
    ADD 1 TO CloseIndex.

*> The register entry is written last - a close that died partway
