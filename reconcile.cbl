        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

*> Shared control-totals ledger - what went through the step, for
*> the cross-step balancing certificate.
    SELECT ControlTotalFile ASSIGN TO "CTLTOTAL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
FD  TransactionFile.
*> The raw batch feed, read with the same record types the calculator
*> reads: an 'H' header naming the run, detail transaction lines, and
*> a 'T' trailer, with 'R' reversal lines among the details. The
*> trailer is deliberately ignored here - this job
*> reconciles what actually arrived against what was actually
*> audited, independently of what the sender promised.
01  TransactionLine         PIC X(80).
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

FD  ReportFile.
01  ReportLine              PIC X(80).
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

*> Character view of a TRANSIN detail line, checked the same way the
*> calculator's structural edit checks it - a line the calculator
*> would reject can never have produced an audit record, so it is
    05  EditNum2Digits      PIC X(7).
    05  FILLER              PIC X(63).

*> Character view of a reversal line - 'R', the run id and position
*> of the audit record it takes back.
01  ReversalEdit.
    05  ReversalTypeChar    PIC X.
    05  ReversalRunId       PIC X(8).
    05  ReversalPositionX   PIC X(7).
    05  ReversalPositionN REDEFINES ReversalPositionX
                            PIC 9(7).
    05  FILLER              PIC X(64).

*> Character view of a transfer line - 'X', the signed amount, the
*> from-account and the to-account.
01  TransferEdit.
    05  TransferTypeChar    PIC X.
    05  TransferAmountX.
        10  TransferAmountSign  PIC X.
        10  TransferAmountDigits PIC X(7).
    05  TransferAmountN REDEFINES TransferAmountX
                            PIC S9(5)V99
                            SIGN IS LEADING SEPARATE CHARACTER.
    05  TransferFrom        PIC X(8).
    05  TransferTo          PIC X(8).
    05  FILLER              PIC X(55).

01  HeaderEdit.
    05  HeaderTypeChar      PIC X.
    05  HeaderRunId         PIC X(8).
    05  FILLER              PIC X(63).

01  CurrentRunId            PIC X(8) VALUE SPACES.
01  BusinessDate            PIC 9(8) VALUE ZERO.

*> Every valid input transaction, held in arrival order so the audit
*> records for the run can be matched back one-for-one. Past the
*> table limit the job still balances counts and hash totals, but
*> record-level matching stops - the report says so. A reversal line
*> keeps its run id and position in the same columns, told apart by
*> the 'R' in its first; a transfer line keeps its amount and both
*> accounts, told apart by its 'X'.
01  TransactionTable.
    05  InputEntryCount     PIC 9(5) VALUE ZERO.
    05  InputEntry OCCURS 5000.
        10  TabTransaction.
            15  TabNum1         PIC X(8).
            15  TabOperator     PIC X.
            15  TabNum2         PIC X(8).
            15  FILLER          PIC X(8).
        10  TabReversal REDEFINES TabTransaction.
            15  TabRevTypeChar  PIC X.
            15  TabRevRunId     PIC X(8).
            15  TabRevPosition  PIC X(7).
            15  FILLER          PIC X(9).
        10  TabTransfer REDEFINES TabTransaction.
            15  TabXferTypeChar PIC X.
            15  TabXferAmount   PIC X(8).
            15  TabXferFrom     PIC X(8).
            15  TabXferTo       PIC X(8).
01  TableLimit              PIC 9(5) VALUE 5000.
01  TableOverflowed         PIC X VALUE 'N'.
    88  TableOverflow           VALUE 'Y'.
    05  InMulCount          PIC 9(7) VALUE ZERO.
    05  InDivCount          PIC 9(7) VALUE ZERO.
    05  InOtherCount        PIC 9(7) VALUE ZERO.
    05  InReversalCount     PIC 9(7) VALUE ZERO.
    05  InTransferCount     PIC 9(7) VALUE ZERO.
    05  InRejectCount       PIC 9(7) VALUE ZERO.
    05  InHashNum1          PIC S9(10)V99 VALUE ZERO.
    05  InHashNum2          PIC S9(10)V99 VALUE ZERO.
    05  AuMulCount          PIC 9(7) VALUE ZERO.
    05  AuDivCount          PIC 9(7) VALUE ZERO.
    05  AuOtherCount        PIC 9(7) VALUE ZERO.
    05  AuReversalCount     PIC 9(7) VALUE ZERO.
    05  AuTransferCount     PIC 9(7) VALUE ZERO.
    05  AuHashNum1          PIC S9(10)V99 VALUE ZERO.
    05  AuHashNum2          PIC S9(10)V99 VALUE ZERO.


01  CompareIndex            PIC 9(5) VALUE ZERO.

*> Which leg of a transfer the audit record in hand is. A transfer
*> held for approval is audited as two held entries still carrying
*> its reference - the from-leg as 0 - amount, the to-leg as
*> 0 + amount - and they answer the transfer line like F and T legs.
01  AuditLegFlag            PIC X VALUE SPACE.
    88  AuditFromLeg            VALUE 'F'.
    88  AuditToLeg              VALUE 'T'.

*> Typed views of one matching-table entry - the stored sign-and-
*> digits strings only compare against the audit's numeric fields
*> once they are read back through the same implied-decimal layout
        DISPLAY 'Reconciliation clean for run ' CurrentRunId '.'
        MOVE RcClean TO RETURN-CODE
    END-IF
    PERFORM WriteControlTotals
    PERFORM WriteRunHistory
    STOP RUN.

        WHEN 'H'
            MOVE TransactionLine TO HeaderEdit
            MOVE HeaderRunId TO CurrentRunId
            IF HeaderDateX IS NUMERIC
                MOVE HeaderDateX TO BusinessDate
            END-IF
            MOVE 'Y' TO HeaderFlag
        WHEN 'T'
            CONTINUE
        WHEN 'R'
            PERFORM LoadReversalLine
        WHEN 'X'
            PERFORM LoadTransferLine
        WHEN OTHER
            PERFORM LoadDetailLine
    END-EVALUATE
        END-IF
    END-IF.

*> A reversal line is a transaction in its own right - it counts, and
*> takes its place in the matching table - but its amounts come from
*> the original it names, so it stays out of the operator counts and
*> the hash totals on both sides.
LoadReversalLine.
    MOVE TransactionLine TO ReversalEdit
    IF ReversalRunId = SPACES
        OR ReversalPositionX IS NOT NUMERIC
        ADD 1 TO InRejectCount
    ELSE
        IF ReversalPositionN = ZERO
            ADD 1 TO InRejectCount
        ELSE
            ADD 1 TO InCount
            ADD 1 TO InReversalCount
            IF InputEntryCount < TableLimit
                ADD 1 TO InputEntryCount
                MOVE TransactionLine(1:17)
                    TO TabTransaction(InputEntryCount)
            ELSE
                MOVE 'Y' TO TableOverflowed
            END-IF
        END-IF
    END-IF.

*> A transfer line counts once and adds its amount to the Num1 hash,
*> as the calculator and Batch-Build count it; it stays out of the
*> operator counts on both sides.
LoadTransferLine.
    MOVE TransactionLine TO TransferEdit
    IF TransferAmountSign NOT = '+'
        OR TransferAmountDigits IS NOT NUMERIC
        OR TransferFrom = SPACES OR TransferTo = SPACES
        ADD 1 TO InRejectCount
    ELSE
        IF TransferAmountN = ZERO OR TransferFrom = TransferTo
            ADD 1 TO InRejectCount
        ELSE
            ADD 1 TO InCount
            ADD 1 TO InTransferCount
            ADD TransferAmountN TO InHashNum1
            IF InputEntryCount < TableLimit
                ADD 1 TO InputEntryCount
                MOVE TransactionLine(1:25)
                    TO TabTransaction(InputEntryCount)
            ELSE
                MOVE 'Y' TO TableOverflowed
            END-IF
        END-IF
    END-IF.

*> Pass two - walk CALCAUD pulling every record stamped with this
*> run id, matching each one back to the input transaction in the
*> same position. Anything in one stream without a partner in the
*> other becomes an exception. A transfer writes two audit records
*> for its one input line: the from-leg takes the line's place in
*> the matching, and the to-leg that follows it is checked against
*> the same line without counting again. A held transfer's two legs
*> are matched the same way.
ReconcileAuditFile.
    MOVE 'N' TO EndOfFile
    PERFORM ReadNextAudit

ReconcileOneAudit.
    IF AuRunId = CurrentRunId
        PERFORM NoteAuditLeg
        IF AuditToLeg
            PERFORM MatchToLegToInput
        ELSE
            PERFORM CountOneAudit
            PERFORM MatchAuditToInput
        END-IF
    END-IF
    PERFORM ReadNextAudit.

NoteAuditLeg.
    EVALUATE TRUE
        WHEN AuTransferFromLeg
            MOVE 'F' TO AuditLegFlag
        WHEN AuTransferToLeg
            MOVE 'T' TO AuditLegFlag
        WHEN AuHeldEntry AND AuTransferRef NOT = SPACES
            IF AuOperator = '-'
                MOVE 'F' TO AuditLegFlag
            ELSE
                MOVE 'T' TO AuditLegFlag
            END-IF
        WHEN OTHER
            MOVE SPACE TO AuditLegFlag
    END-EVALUATE.

CountOneAudit.
    ADD 1 TO AuCount
    EVALUATE TRUE
        WHEN AuReversalEntry
            ADD 1 TO AuReversalCount
        WHEN AuditFromLeg
            ADD 1 TO AuTransferCount
            ADD AuNum2 TO AuHashNum1
        WHEN OTHER
            ADD AuNum1 TO AuHashNum1
            ADD AuNum2 TO AuHashNum2
            EVALUATE AuOperator
                WHEN '+'
                    ADD 1 TO AuAddCount
                WHEN '-'
                    ADD 1 TO AuSubCount
                WHEN '*'
                    ADD 1 TO AuMulCount
                WHEN '/'
                    ADD 1 TO AuDivCount
                WHEN OTHER
                    ADD 1 TO AuOtherCount
            END-EVALUATE
    END-EVALUATE.

MatchAuditToInput.
    IF AuCount > InputEntryCount
        IF NOT TableOverflow
        END-IF
    ELSE
        MOVE AuCount TO CompareIndex
        EVALUATE TRUE
            WHEN AuReversalEntry
                OR TabRevTypeChar(CompareIndex) = 'R'
                PERFORM MatchReversalToInput
            WHEN AuditFromLeg
                OR TabXferTypeChar(CompareIndex) = 'X'
                PERFORM MatchTransferToInput
            WHEN OTHER
                PERFORM MatchAmountsToInput
        END-EVALUATE
    END-IF.

*> A reversal audit record must answer a reversal line naming the
*> same original; an ordinary record met where the input had a
*> reversal, or the other way round, is a sequence break.
MatchReversalToInput.
    IF NOT AuReversalEntry
        OR TabRevTypeChar(CompareIndex) NOT = 'R'
        OR AuOrigRunId NOT = TabRevRunId(CompareIndex)
        OR AuOrigPosition NOT = TabRevPosition(CompareIndex)
        ADD 1 TO ExceptionCount
        MOVE 'Y' TO MismatchFlag
        MOVE AuCount TO ExceptionSeq
        MOVE SPACES TO ExceptionText
        IF AuReversalEntry
            STRING 'AUDIT REVERSES ' AuOrigRunId '/'
                AuOrigPosition ' VS INPUT '
                TabTransaction(CompareIndex)
                DELIMITED BY SIZE INTO ExceptionText
        ELSE
            STRING 'AUDIT ' AuNum1 ' ' AuOperator ' ' AuNum2
                ' VS INPUT '
                TabTransaction(CompareIndex)
                DELIMITED BY SIZE INTO ExceptionText
        END-IF
        PERFORM NoteException
    END-IF.

*> The from-leg must answer a transfer line from the same account for
*> the same amount.
MatchTransferToInput.
    MOVE TabXferAmount(CompareIndex) TO CompareNum1X
    IF NOT AuditFromLeg
        OR TabXferTypeChar(CompareIndex) NOT = 'X'
        OR AuAccountId NOT = TabXferFrom(CompareIndex)
        OR AuNum2 NOT = CompareNum1
        ADD 1 TO ExceptionCount
        MOVE 'Y' TO MismatchFlag
        MOVE AuCount TO ExceptionSeq
        MOVE SPACES TO ExceptionText
        IF AuditFromLeg
            STRING 'AUDIT XFER ' AuNum2 ' ' AuAccountId
                ' VS INPUT '
                TabTransaction(CompareIndex)
                DELIMITED BY SIZE INTO ExceptionText
        ELSE
            STRING 'AUDIT ' AuNum1 ' ' AuOperator ' ' AuNum2
                ' VS INPUT '
                TabTransaction(CompareIndex)
                DELIMITED BY SIZE INTO ExceptionText
        END-IF
        PERFORM NoteException
    END-IF.

*> The to-leg answers the transfer line its from-leg just matched - it
*> must name that line's to-account for the same amount. A to-leg
*> with no transfer line before it is an exception of its own.
MatchToLegToInput.
    IF AuCount = ZERO OR AuCount > InputEntryCount
        IF NOT TableOverflow
            ADD 1 TO ExceptionCount
            MOVE 'Y' TO MismatchFlag
            MOVE AuCount TO ExceptionSeq
            MOVE 'AUDIT TRANSFER TO-LEG WITHOUT A MATCHING INPUT LINE'
                TO ExceptionText
            PERFORM NoteException
        END-IF
    ELSE
        MOVE AuCount TO CompareIndex
        MOVE TabXferAmount(CompareIndex) TO CompareNum1X
        IF TabXferTypeChar(CompareIndex) NOT = 'X'
            OR AuAccountId NOT = TabXferTo(CompareIndex)
            OR AuNum2 NOT = CompareNum1
            ADD 1 TO ExceptionCount
            MOVE 'Y' TO MismatchFlag
            MOVE AuCount TO ExceptionSeq
            MOVE SPACES TO ExceptionText
            STRING 'AUDIT TO-LEG ' AuNum2 ' ' AuAccountId
                ' VS INPUT '
                TabTransaction(CompareIndex)
                DELIMITED BY SIZE INTO ExceptionText
            PERFORM NoteException
        END-IF
    END-IF.

MatchAmountsToInput.
    MOVE TabNum1(CompareIndex) TO CompareNum1X
    MOVE TabNum2(CompareIndex) TO CompareNum2X
    IF AuNum1 NOT = CompareNum1
        OR AuOperator NOT = TabOperator(CompareIndex)
        OR AuNum2 NOT = CompareNum2
        ADD 1 TO ExceptionCount
        MOVE 'Y' TO MismatchFlag
        MOVE AuCount TO ExceptionSeq
        MOVE SPACES TO ExceptionText
        STRING 'AUDIT ' AuNum1 ' ' AuOperator ' ' AuNum2
            ' DIFFERS FROM INPUT ' TabNum1(CompareIndex)
            ' ' TabOperator(CompareIndex)
            ' ' TabNum2(CompareIndex)
            DELIMITED BY SIZE INTO ExceptionText
        PERFORM NoteException
    END-IF.

NoteMissingAudit.
    ADD 1 TO ExceptionCount
    MOVE CompareIndex TO ExceptionSeq
    MOVE InOtherCount TO PairInputOut
    MOVE AuOtherCount TO PairAuditOut
    PERFORM JudgeCountPair
    MOVE 'REVERSALS:' TO PairLabel
    MOVE InReversalCount TO PairInputOut
    MOVE AuReversalCount TO PairAuditOut
    PERFORM JudgeCountPair
    MOVE 'TRANSFERS:' TO PairLabel
    MOVE InTransferCount TO PairInputOut
    MOVE AuTransferCount TO PairAuditOut
    PERFORM JudgeCountPair
    MOVE 'NUM1 HASH TOTAL:' TO HashLabel
    MOVE InHashNum1 TO HashInputOut
    MOVE AuHashNum1 TO HashAuditOut
        MOVE 'Y' TO MismatchFlag
    END-IF
    WRITE ReportLine FROM CountPairLine.

*> The reconciliation's own control totals - the valid input lines
*> and their Num1 hash, the audit records found for the run (a
*> transfer counted once, on its from-leg) and their hash, and the
*> lines the calculator would have rejected. Written whether or not
*> the run reconciled, so the certificate sees the same figures this
*> report judged.
WriteControlTotals.
    OPEN EXTEND ControlTotalFile
    IF ControlTotalFileNotFound
        OPEN OUTPUT ControlTotalFile
    END-IF
    IF NOT ControlTotalFileOk
        DISPLAY 'Unable to open control totals CTLTOTAL - status '
            ControlTotalFileStatus
    ELSE
        MOVE 'RECONCILE' TO CtProgramName
        MOVE CurrentRunId TO CtRunId
        IF BusinessDate > ZERO
            MOVE BusinessDate TO CtBusinessDate
        ELSE
            MOVE RunStartDate TO CtBusinessDate
        END-IF
        MOVE RunStartDate TO CtRunDate
        MOVE RunStartTime TO CtRunTime
        MOVE 'INPUT' TO CtFigure
        MOVE InCount TO CtCount
        MOVE InHashNum1 TO CtAmount
        WRITE ControlTotal
        MOVE 'AUDITED' TO CtFigure
        MOVE AuCount TO CtCount
        MOVE AuHashNum1 TO CtAmount
        WRITE ControlTotal
        MOVE 'REJECTED' TO CtFigure
        MOVE InRejectCount TO CtCount
        MOVE ZERO TO CtAmount
        WRITE ControlTotal
        CLOSE ControlTotalFile
    END-IF.
