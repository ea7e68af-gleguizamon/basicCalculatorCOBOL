INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The raw feed a department actually ships: plain 17/25-column
*> detail lines, 'R' reversal lines and 'X' transfer lines, no
*> header, no trailer, no run id. This job edits
*> them, computes the controls itself and writes a ready-to-run
*> TRANSIN - so the 2am VerifyTrailer failure over a hand-typed
*> count never happens again. Order-Generate appends the night's
*> standing orders to the same file ahead of this job, as ordinary
*> detail lines.
    SELECT RawFile ASSIGN TO "RAWTRANS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RawFileStatus.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

*> Shared control-totals ledger - what went through the step, for
*> the cross-step balancing certificate.
    SELECT ControlTotalFile ASSIGN TO "CTLTOTAL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
FD  RawFile.
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

01  BusinessDate            PIC 9(8) VALUE ZERO.

*> Run-id assignment - the seed comes from the time of day, and the
    05  EditNum2Digits      PIC X(7).
    05  FILLER              PIC X(63).

*> Character view of a raw reversal line - 'R', the run id and the
*> 7-digit position of the audit record being taken back, the same
*> columns the calculator reads it by.
01  ReversalEdit.
    05  ReversalTypeChar    PIC X.
    05  ReversalRunId       PIC X(8).
    05  ReversalPositionX   PIC X(7).
    05  ReversalPositionN REDEFINES ReversalPositionX
                            PIC 9(7).
    05  FILLER              PIC X(64).

*> Character view of a raw transfer line - 'X', the signed amount,
*> then the from-account and to-account, the same columns the
*> calculator reads it by.
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

01  FormatFlag              PIC X VALUE 'N'.
    88  FormatOk                VALUE 'Y'.
01  FormatReason            PIC X(20) VALUE SPACES.
    ELSE
        MOVE RcClean TO RETURN-CODE
    END-IF
    PERFORM WriteControlTotals
    PERFORM WriteRunHistory
    STOP RUN.

            MOVE 'Y' TO EndOfFile
    END-READ.

*> A reversal line counts toward the trailer like any detail line
*> but carries no amounts, so it adds nothing to the hash totals; a
*> transfer line adds its amount to the Num1 hash only - the same
*> way the calculator counts them.
BuildOneLine.
    ADD 1 TO LinesRead
    EVALUATE RawLine(1:1)
        WHEN 'R'
            PERFORM EditReversalLine
        WHEN 'X'
            PERFORM EditTransferLine
        WHEN OTHER
            PERFORM EditRawLine
    END-EVALUATE
    IF FormatOk
        ADD 1 TO DetailCount
        EVALUATE RawLine(1:1)
            WHEN 'R'
                CONTINUE
            WHEN 'X'
                ADD TransferAmountN TO HashNum1Total
            WHEN OTHER
                ADD EditInNum1 TO HashNum1Total
                ADD EditInNum2 TO HashNum2Total
        END-EVALUATE
        MOVE RawLine TO OutputLine
        WRITE OutputLine
    ELSE
        MOVE 'N' TO FormatFlag
    END-IF.

EditReversalLine.
    MOVE 'Y' TO FormatFlag
    MOVE SPACES TO FormatReason
    MOVE RawLine TO ReversalEdit
    EVALUATE TRUE
        WHEN ReversalRunId = SPACES
            MOVE 'REVERSAL RUN MISSING' TO FormatReason
        WHEN ReversalPositionX IS NOT NUMERIC
            MOVE 'REVERSAL POS INVALID' TO FormatReason
        WHEN ReversalPositionN = ZERO
            MOVE 'REVERSAL POS INVALID' TO FormatReason
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF FormatReason NOT = SPACES
        MOVE 'N' TO FormatFlag
    END-IF.

EditTransferLine.
    MOVE 'Y' TO FormatFlag
    MOVE SPACES TO FormatReason
    MOVE RawLine TO TransferEdit
    EVALUATE TRUE
        WHEN TransferAmountSign NOT = '+'
            MOVE 'TRANSFER AMT INVALID' TO FormatReason
        WHEN TransferAmountDigits IS NOT NUMERIC
            MOVE 'TRANSFER AMT INVALID' TO FormatReason
        WHEN TransferAmountN = ZERO
            MOVE 'TRANSFER AMT INVALID' TO FormatReason
        WHEN TransferFrom = SPACES OR TransferTo = SPACES
            MOVE 'TRANSFER ACCT BLANK' TO FormatReason
        WHEN TransferFrom = TransferTo
            MOVE 'TRANSFER SAME ACCT' TO FormatReason
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF FormatReason NOT = SPACES
        MOVE 'N' TO FormatFlag
    END-IF.

WriteRejectRecord.
    MOVE SPACES TO RejectRecord
    MOVE RawLine TO RejectImage
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.

*> The build's control totals - every raw line read is either built
*> or rejected, and what was built is what the calculator must read
*> under the same run id. A rejected raw line cannot be trusted for
*> an amount, so only the built lines carry one: the Num1 hash the
*> trailer carries. Only a build that finished writes them.
WriteControlTotals.
    OPEN EXTEND ControlTotalFile
    IF ControlTotalFileNotFound
        OPEN OUTPUT ControlTotalFile
    END-IF
    IF NOT ControlTotalFileOk
        DISPLAY 'Unable to open control totals CTLTOTAL - status '
            ControlTotalFileStatus
    ELSE
        MOVE 'BATCHBUILD' TO CtProgramName
        MOVE AssignedRunId TO CtRunId
        MOVE BusinessDate TO CtBusinessDate
        MOVE RunStartDate TO CtRunDate
        MOVE RunStartTime TO CtRunTime
        MOVE 'RAW READ' TO CtFigure
        MOVE LinesRead TO CtCount
        MOVE ZERO TO CtAmount
        WRITE ControlTotal
        MOVE 'BUILT' TO CtFigure
        MOVE DetailCount TO CtCount
        MOVE HashNum1Total TO CtAmount
        WRITE ControlTotal
        MOVE 'REJECTED' TO CtFigure
        MOVE RejectCount TO CtCount
        MOVE ZERO TO CtAmount
        WRITE ControlTotal
        CLOSE ControlTotalFile
    END-IF.
