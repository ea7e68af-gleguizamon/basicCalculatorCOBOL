        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

*> Shared control-totals ledger - what went through each batch file,
*> for the cross-step balancing certificate.
    SELECT ControlTotalFile ASSIGN TO "CTLTOTAL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ControlTotalFileStatus.

*> Keyed run-id index - one record per run id ever audited, so the
*> duplicate-run check is a keyed read instead of a full scan of an
*> ever-growing CALCAUD. Rebuilt from CALCAUD by Index-Rebuild.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SuspenseFileStatus.

*> Large-value holds - a successful result over its account's
*> approval limit waits here for a supervisor instead of posting.
    SELECT HoldFile ASSIGN TO "CALCHOLD"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HoldKey
        FILE STATUS IS HoldFileStatus.

DATA DIVISION.
FILE SECTION.
FD  TransactionFile.
*> The hash totals carry the same two implied decimals the amounts
*> do: a signed 12-digit total is 13 columns with its sign.
*>
*> A posted transaction is taken back with a reversal line among the
*> details, naming the audit record it reverses:
*>
*>     R RUN-ID(8) POSITION(7)             columns 1 / 2-9 / 10-16
*>
*> The position is the original line's position within its run, as
*> CALCAUD records it. The reversal counts toward the trailer count
*> like any detail line, but carries no amounts of its own into the
*> hash totals - its amounts come from the original record.
*>
*> Money moves between two accounts with a transfer line:
*>
*>     X AMOUNT(8) FROM-ACCT(8) TO-ACCT(8) columns 1 / 2-9 / 10-17 / 18-25
*>
*> The amount is signed like a detail operand and must be positive.
*> A transfer counts once toward the trailer count and its amount
*> adds into the Num1 hash total; it writes two audit records, the
*> from-leg and the to-leg, which post together or suspend together.
*>
*> The header names the run; its run id must not already appear in
*> CALCAUD (the same file run twice doubles the audit trail). The
*> trailer carries the detail count and the signed hash totals of
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

FD  CheckpointFile.
*> Batch restart checkpoint - a single record holding how many TRANSIN
                   ==RecordDate==        BY  ==ScRecordDate==
                   ==RecordTime==        BY  ==ScRecordTime==
                   ==RunId==             BY  ==ScRunId==
                   ==AccountId==         BY  ==ScAccountId==
                   ==EntryType==         BY  ==ScEntryType==
                   ==OrdinaryEntry==     BY  ==ScOrdinaryEntry==
                   ==ReversalEntry==     BY  ==ScReversalEntry==
                   ==RunPosition==       BY  ==ScRunPosition==
                   ==OrigRunId==         BY  ==ScOrigRunId==
                   ==OrigPosition==      BY  ==ScOrigPosition==
                   ==TransferFromLeg==   BY  ==ScTransferFromLeg==
                   ==TransferToLeg==     BY  ==ScTransferToLeg==
                   ==TransferLeg==       BY  ==ScTransferLeg==
                   ==TransferRef==       BY  ==ScTransferRef==
                   ==TransferPartner==   BY  ==ScTransferPartner==
                   ==HeldEntry==         BY  ==ScHeldEntry==
                   ==ApprovedRelease==   BY  ==ScApprovedRelease==
                   ==DeclinedRelease==   BY  ==ScDeclinedRelease==
                   ==SignedOnId==        BY  ==ScSignedOnId==
                   ==AuditSeq==          BY  ==ScAuditSeq==
                   ==ChainValue==        BY  ==ScChainValue==.

FD  ParameterFile.
*> One run-control record, fixed columns, supplied by the scheduler
FD  RunLogFile.
    COPY RUNHREC.

FD  ControlTotalFile.
    COPY CTLTREC.

FD  RunIndexFile.
    COPY RIDXREC.

                   ==AccountOpen==        BY  ==AcctOpen==
                   ==AccountClosed==      BY  ==AcctClosed==
                   ==AccountFrozen==      BY  ==AcctFrozen==
                   ==AccountOpenDate==    BY  ==AcctOpenDate==
                   ==AccountHoldLimit==   BY  ==AcctHoldLimit==
                   ==AccountClass==       BY  ==AcctClass==
                   ==AccountParent==      BY  ==AcctParent==
                   ==AccountChildCount==  BY  ==AcctChildCount==
                   ==AccountNoChildren==  BY  ==AcctNoChildren==.

FD  SuspenseFile.
    COPY SUSPREC
                   ==SuspRunId==          BY  ==SpRunId==
                   ==SuspDate==           BY  ==SpDate==
                   ==SuspTime==           BY  ==SpTime==
                   ==SuspReason==         BY  ==SpReason==
                   ==SuspTransferRef==    BY  ==SpTransferRef==.

FD  HoldFile.
    COPY HOLDREC.

WORKING-STORAGE SECTION.
*> The working transaction that every paragraph computes against.
                   ==RecordDate==        BY  ==WkRecordDate==
                   ==RecordTime==        BY  ==WkRecordTime==
                   ==RunId==             BY  ==WkRunId==
                   ==AccountId==         BY  ==WkAccountId==
                   ==EntryType==         BY  ==WkEntryType==
                   ==OrdinaryEntry==     BY  ==WkOrdinaryEntry==
                   ==ReversalEntry==     BY  ==WkReversalEntry==
                   ==RunPosition==       BY  ==WkRunPosition==
                   ==OrigRunId==         BY  ==WkOrigRunId==
                   ==OrigPosition==      BY  ==WkOrigPosition==
                   ==TransferFromLeg==   BY  ==WkTransferFromLeg==
                   ==TransferToLeg==     BY  ==WkTransferToLeg==
                   ==TransferLeg==       BY  ==WkTransferLeg==
                   ==TransferRef==       BY  ==WkTransferRef==
                   ==TransferPartner==   BY  ==WkTransferPartner==
                   ==HeldEntry==         BY  ==WkHeldEntry==
                   ==ApprovedRelease==   BY  ==WkApprovedRelease==
                   ==DeclinedRelease==   BY  ==WkDeclinedRelease==
                   ==SignedOnId==        BY  ==WkSignedOnId==
                   ==AuditSeq==          BY  ==WkAuditSeq==
                   ==ChainValue==        BY  ==WkChainValue==.

01  Repeat              PIC 9(3) VALUE ZEROS.

    05  ErrorCount      PIC 9(5) VALUE ZERO.
    05  RejectCount     PIC 9(5) VALUE ZERO.
    05  SuspendCount    PIC 9(5) VALUE ZERO.
    05  ReversalCount   PIC 9(5) VALUE ZERO.
    05  TransferCount   PIC 9(5) VALUE ZERO.
    05  HeldCount       PIC 9(5) VALUE ZERO.
    05  LinesReadCount  PIC 9(7) VALUE ZERO.
    05  ResultSum       PIC S9(10)V99 VALUE ZERO
                        SIGN IS LEADING SEPARATE CHARACTER.

*> Interactive mode is signed on before the first prompt; the
*> operator signed on is stamped on every record keyed in.
    COPY SIGNREC.

01  RunMode             PIC X VALUE SPACE.
    88  InteractiveMode     VALUE 'I'.
    88  BatchMode           VALUE 'B'.

01  AuditWriteCount         PIC 9(7) VALUE ZERO.

01  ControlTotalFileStatus  PIC X(2) VALUE SPACES.
    88  ControlTotalFileOk      VALUE '00'.
    88  ControlTotalFileNotFound VALUE '35'.

*> One batch file's control totals, for CTLTOTAL - reset for every
*> file, where the summary counters run on across a manifest. Lines
*> are counted as read, and every line read must end up audited,
*> rejected or skipped by a restart; the line amounts are the Num1
*> hash's. Every successful result must end up posted, suspended or
*> held; those are counted per posting, so a transfer's two legs are
*> two results that net to nothing.
01  FileControlTotals.
    05  FileLinesRead       PIC 9(7) VALUE ZERO.
    05  FileAuditedLines    PIC 9(7) VALUE ZERO.
    05  FileAuditedAmount   PIC S9(10)V99 VALUE ZERO.
    05  FileRejectedLines   PIC 9(7) VALUE ZERO.
    05  FileSkippedLines    PIC 9(7) VALUE ZERO.
    05  FileSkippedAmount   PIC S9(10)V99 VALUE ZERO.
    05  FileSuccessCount    PIC 9(7) VALUE ZERO.
    05  FileSuccessAmount   PIC S9(12)V99 VALUE ZERO.
    05  FilePostedCount     PIC 9(7) VALUE ZERO.
    05  FilePostedAmount    PIC S9(12)V99 VALUE ZERO.
    05  FileSuspendedCount  PIC 9(7) VALUE ZERO.
    05  FileSuspendedAmount PIC S9(12)V99 VALUE ZERO.
    05  FileHeldCount       PIC 9(7) VALUE ZERO.
    05  FileHeldAmount      PIC S9(12)V99 VALUE ZERO.

*> The end of the CALCAUD chain - the last record's AuditSeq and
*> ChainValue, picked up by Audit-Tail when the file is opened and
*> carried forward by every record RecordTransaction writes.
01  AuditChainState.
    05  LastAuditSeq        PIC 9(9) VALUE ZERO.
    05  LastChainValue      PIC 9(10) VALUE ZERO.
    05  NewChainValue       PIC 9(10) VALUE ZERO.
01  ChainTailFlag           PIC X VALUE 'Y'.
    88  ChainTailFound          VALUE 'Y'.

*> Run-index state - what this file's run wrote to the audit trail,
*> for the CALCRIDX entry recorded when the file completes. The
*> stamps are the first and last audit timestamps of the run, reset

*> Graded return codes for the scheduler: clean, completed but some
*> transactions errored or rejected, the batch controls failed, or a
*> file could not be opened at all - or, interactively, nobody could
*> sign on, which stops the run just as hard.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcDataErrors        PIC 9(2) VALUE 4.
                            SIGN IS LEADING SEPARATE CHARACTER.
    05  FILLER              PIC X(46).

*> Character view of a reversal line, with the position redefined as
*> a number for use only after its columns have been inspected.
01  ReversalEdit.
    05  ReversalTypeChar    PIC X.
    05  ReversalRunId       PIC X(8).
    05  ReversalPositionX   PIC X(7).
    05  ReversalPositionN REDEFINES ReversalPositionX
                            PIC 9(7).
    05  FILLER              PIC X(64).

*> Character view of a transfer line, with the amount redefined as a
*> number for use only after its columns have been inspected.
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

*> The reference both legs of a transfer carry - the run id and the
*> transfer line's position in the run.
01  TransferRefWork.
    05  TransferRefRunId    PIC X(8).
    05  TransferRefPosition PIC 9(7).

*> Each leg's posting verdict, taken before either leg moves.
01  FromLegFlag             PIC X VALUE 'N'.
    88  FromLegUsable           VALUE 'Y'.
01  FromLegReason           PIC X(20) VALUE SPACES.
01  ToLegFlag               PIC X VALUE 'N'.
    88  ToLegUsable             VALUE 'Y'.
01  ToLegReason             PIC X(20) VALUE SPACES.

*> Each leg's account approval limit, taken with its verdict - a
*> transfer over either one is held whole, neither leg posted.
01  FromLegLimit            PIC 9(10)V99 VALUE ZERO.
01  ToLegLimit              PIC 9(10)V99 VALUE ZERO.
01  TransferHoldFlag        PIC X VALUE 'N'.
    88  TransferHeld            VALUE 'Y'.

*> Set by PostToAccount when the BALMAST update itself failed and the
*> posting went to suspense instead.
01  PostingFailedFlag       PIC X VALUE 'N'.
    88  PostingFailed           VALUE 'Y'.

*> Transfer legs actually posted this run, each side totalled on its
*> own, for the posting report - the two must cancel.
01  TransferTotals.
    05  TransfersPosted     PIC 9(5) VALUE ZERO.
    05  TransferOutTotal    PIC S9(12)V99 VALUE ZERO.
    05  TransferInTotal     PIC S9(12)V99 VALUE ZERO.

01  TransferReportLine.
    05  FILLER              PIC X(13) VALUE '  TRANSFERS: '.
    05  XferPrintCount      PIC Z(4)9.
    05  FILLER              PIC X(7) VALUE '  OUT: '.
    05  XferPrintOut        PIC -(9)9.99.
    05  FILLER              PIC X(6) VALUE '  IN: '.
    05  XferPrintIn         PIC -(9)9.99.
    05  FILLER              PIC X(7) VALUE '  NET: '.
    05  XferPrintNet        PIC -(9)9.99.

*> The audit record a reversal names, as found in CALCAUD - the
*> reversal takes its operands, result and account from here.
    COPY CALCREC
        REPLACING  ==Transaction==       BY  ==OgTransaction==
                   ==Num1==              BY  ==OgNum1==
                   ==Operator==          BY  ==OgOperator==
                   ==Num2==              BY  ==OgNum2==
                   ==Result==            BY  ==OgResult==
                   ==ErrorFlag==         BY  ==OgErrorFlag==
                   ==TransactionOk==     BY  ==OgTransactionOk==
                   ==TransactionError==  BY  ==OgTransactionError==
                   ==ErrorReason==       BY  ==OgErrorReason==
                   ==RecordTimestamp==   BY  ==OgRecordTimestamp==
                   ==RecordDate==        BY  ==OgRecordDate==
                   ==RecordTime==        BY  ==OgRecordTime==
                   ==RunId==             BY  ==OgRunId==
                   ==AccountId==         BY  ==OgAccountId==
                   ==EntryType==         BY  ==OgEntryType==
                   ==OrdinaryEntry==     BY  ==OgOrdinaryEntry==
                   ==ReversalEntry==     BY  ==OgReversalEntry==
                   ==RunPosition==       BY  ==OgRunPosition==
                   ==OrigRunId==         BY  ==OgOrigRunId==
                   ==OrigPosition==      BY  ==OgOrigPosition==
                   ==TransferFromLeg==   BY  ==OgTransferFromLeg==
                   ==TransferToLeg==     BY  ==OgTransferToLeg==
                   ==TransferLeg==       BY  ==OgTransferLeg==
                   ==TransferRef==       BY  ==OgTransferRef==
                   ==TransferPartner==   BY  ==OgTransferPartner==
                   ==HeldEntry==         BY  ==OgHeldEntry==
                   ==ApprovedRelease==   BY  ==OgApprovedRelease==
                   ==DeclinedRelease==   BY  ==OgDeclinedRelease==
                   ==SignedOnId==        BY  ==OgSignedOnId==
                   ==AuditSeq==          BY  ==OgAuditSeq==
                   ==ChainValue==        BY  ==OgChainValue==.

*> Reversal search state - whether the named original turned up, and
*> whether a successful reversal of it is already on file. Records
*> older than RunPosition are numbered by counting the run's records
*> in file order instead.
01  OriginalFoundFlag       PIC X VALUE 'N'.
    88  OriginalFound           VALUE 'Y'.
01  ReversedFlag            PIC X VALUE 'N'.
    88  AlreadyReversed         VALUE 'Y'.
01  ReleasedFlag            PIC X VALUE 'N'.
    88  OriginalReleased        VALUE 'Y'.
01  ScanRunCount            PIC 9(7) VALUE ZERO.
01  ScanPosition            PIC 9(7) VALUE ZERO.

01  ContinueChain       PIC X VALUE 'N'.
    88  KeepChaining        VALUE 'Y'.

    88  SuspenseFileOk          VALUE '00'.
    88  SuspenseFileNotFound    VALUE '35'.

01  HoldFileStatus          PIC X(2) VALUE SPACES.
    88  HoldFileOk              VALUE '00'.
    88  HoldFileNotFound        VALUE '35'.
    88  HoldAlreadyOnFile       VALUE '22'.

*> Posting validation verdict for the transaction in flight - set by
*> CheckAccountRegistered, and carried into the suspense record when
*> the posting is refused.
*> CALCAUD, falling back to OPEN OUTPUT only the first time, when
*> CALCAUD does not exist yet and EXTEND has nothing to extend.
OpenAuditFile.
    CALL 'Audit-Tail' USING AuditFileName, LastAuditSeq,
        LastChainValue, ChainTailFlag
    IF NOT ChainTailFound
        DISPLAY 'Unable to find the end of the audit chain on '
            AuditFileName
        MOVE RcFileFailure TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    OPEN EXTEND AuditFile
    IF AuditFileNotFound
        OPEN OUTPUT AuditFile
*> One run-history record per run, appended whether the run ended
*> clean or graded - a run that died before reaching here leaves no
*> record, and its absence on the morning report is the alarm.
*> Records read are the TRANSIN lines read across every batch file of
*> the run - the figures CTLTOTAL READ carries file by file - not the
*> audit records, since a transfer line audits as two legs. An
*> interactive run has no lines, so its entries are what it read.
WriteRunHistory.
    OPEN EXTEND RunLogFile
    IF RunLogFileNotFound
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        IF InteractiveMode
            MOVE AuditWriteCount TO RhRecordsRead
        ELSE
            MOVE LinesReadCount TO RhRecordsRead
        END-IF
        MOVE AuditWriteCount TO RhRecordsWritten
        MOVE RejectCount TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode

*> Interactive mode - the original Repeat/Num1/Operator/Num2 prompts.
RunInteractiveMode.
    MOVE 'CALCULATOR' TO SignOnProgram
    MOVE 'C' TO SignOnLevelNeeded
    CALL 'Sign-On' USING SignOnArea
    IF NOT SignOnAccepted
        DISPLAY 'Interactive mode refused - no operator signed on.'
        CLOSE AuditFile
        MOVE RcFileFailure TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE SignOnOperatorId TO WkSignedOnId
    PERFORM AcceptRepeat
    PERFORM RunInteractiveCycle Repeat TIMES.

*> interactive ACCEPTs.
RunBatchMode.
    MOVE ZERO TO FileAuditCount, FirstRunStamp, LastRunStamp
    INITIALIZE FileControlTotals
    OPEN INPUT TransactionFile
    IF TransactionFileNotFound
        DISPLAY 'Batch mode requires a ' TransactionFileName
                            CLOSE BalanceFile
                            CLOSE AccountFile
                        ELSE
                            PERFORM OpenHoldFile
                            IF NOT HoldFileOk
                                DISPLAY 'Unable to open hold file '
                                    'CALCHOLD - status '
                                    HoldFileStatus
                                MOVE 'Y' TO FileFailureFlag
                                CLOSE TransactionFile
                                CLOSE RejectFile
                                CLOSE BalanceFile
                                CLOSE AccountFile
                                CLOSE SuspenseFile
                            ELSE
                                PERFORM ReadCheckpoint
                                MOVE 'N' TO EndOfFile
                                PERFORM ReadNextTransaction
                                PERFORM ProcessHeaderRecord
                                IF BatchControlOk
                                    PERFORM ReadNextTransaction
                                    PERFORM RunBatchCycle
                                        UNTIL NoMoreRecords
                                    PERFORM VerifyTrailer
                                END-IF
                                CLOSE TransactionFile
                                CLOSE RejectFile
                                CLOSE BalanceFile
                                CLOSE AccountFile
                                CLOSE SuspenseFile
                                CLOSE HoldFile
                                PERFORM WriteControlTotals
                                IF FileAuditCount > ZERO
                                    PERFORM UpdateRunIndex
                                END-IF
                                IF NOT ManifestMode
                                    PERFORM PrintPostingReport
                                END-IF
                                IF BatchControlOk
                                    PERFORM ClearCheckpoint
                                ELSE
                                    DISPLAY '*** Batch run ' CurrentRunId
                                        ' did NOT finish clean - see '
                                        'messages above.'
                                END-IF
                            END-IF
                        END-IF
                    END-IF
        OPEN OUTPUT SuspenseFile
    END-IF.

*> The hold file accumulates across runs the same way BALMAST does -
*> OPEN I-O an existing CALCHOLD, creating it empty first the one
*> time it does not exist yet.
OpenHoldFile.
    OPEN I-O HoldFile
    IF HoldFileNotFound
        OPEN OUTPUT HoldFile
        CLOSE HoldFile
        OPEN I-O HoldFile
    END-IF.

*> The header must be TRANSIN's first record - it names the run and
*> carries the business date. Only once the run is named can the
*> checkpoint be interpreted: a matching run id resumes a dead run,
    MOVE ZERO TO TransactionsProcessed
    PERFORM WriteCheckpoint.

*> A successful result, counted when its audit record is written -
*> held, it is counted again as held; otherwise it was posted or
*> suspended on the way here.
CountSuccessfulResult.
    ADD 1 TO FileSuccessCount
    ADD WkResult TO FileSuccessAmount.

*> The file's control totals, appended to CTLTOTAL once the file is
*> closed, whether or not its controls balanced - a run that failed
*> is exactly the one the certificate has to see. A run without a
*> usable header has no business date of its own and is dated with
*> the day it ran.
WriteControlTotals.
    OPEN EXTEND ControlTotalFile
    IF ControlTotalFileNotFound
        OPEN OUTPUT ControlTotalFile
    END-IF
    IF NOT ControlTotalFileOk
        DISPLAY 'Unable to open control totals CTLTOTAL - status '
            ControlTotalFileStatus
    ELSE
        MOVE 'CALCULATOR' TO CtProgramName
        MOVE CurrentRunId TO CtRunId
        IF BusinessDate > ZERO
            MOVE BusinessDate TO CtBusinessDate
        ELSE
            MOVE RunStartDate TO CtBusinessDate
        END-IF
        MOVE RunStartDate TO CtRunDate
        MOVE RunStartTime TO CtRunTime
        MOVE 'READ' TO CtFigure
        MOVE FileLinesRead TO CtCount
        MOVE HashNum1Total TO CtAmount
        WRITE ControlTotal
        MOVE 'AUDITED' TO CtFigure
        MOVE FileAuditedLines TO CtCount
        MOVE FileAuditedAmount TO CtAmount
        WRITE ControlTotal
        MOVE 'REJECTED' TO CtFigure
        MOVE FileRejectedLines TO CtCount
        MOVE ZERO TO CtAmount
        WRITE ControlTotal
        MOVE 'SKIPPED' TO CtFigure
        MOVE FileSkippedLines TO CtCount
        MOVE FileSkippedAmount TO CtAmount
        WRITE ControlTotal
        MOVE 'SUCCESSFUL' TO CtFigure
        MOVE FileSuccessCount TO CtCount
        MOVE FileSuccessAmount TO CtAmount
        WRITE ControlTotal
        MOVE 'POSTED' TO CtFigure
        MOVE FilePostedCount TO CtCount
        MOVE FilePostedAmount TO CtAmount
        WRITE ControlTotal
        MOVE 'SUSPENDED' TO CtFigure
        MOVE FileSuspendedCount TO CtCount
        MOVE FileSuspendedAmount TO CtAmount
        WRITE ControlTotal
        MOVE 'HELD' TO CtFigure
        MOVE FileHeldCount TO CtCount
        MOVE FileHeldAmount TO CtAmount
        WRITE ControlTotal
        CLOSE ControlTotalFile
    END-IF.

ReadNextTransaction.
    READ TransactionFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

*> Column 1 tells the control records from the transactions - 'H',
*> 'T', 'R' and 'X' can never open a detail line, whose first column
*> is a sign character.
RunBatchCycle.
    ADD 1 TO TransactionLineNumber
    EVALUATE TransactionLine(1:1)
            MOVE 'Y' TO EndOfFile
        WHEN 'T'
            PERFORM ProcessTrailerRecord
        WHEN 'R'
            PERFORM ProcessReversalRecord
        WHEN 'X'
            PERFORM ProcessTransferRecord
        WHEN OTHER
            PERFORM ProcessDetailRecord
    END-EVALUATE
*> through restart-skipped transactions - the trailer describes the
*> whole file, not just the continuation.
ProcessDetailRecord.
    ADD 1 TO FileLinesRead
    ADD 1 TO LinesReadCount
    PERFORM EditTransactionLine
    IF NOT FormatOk
        PERFORM WriteRejectRecord
            ADD EditInNum2 TO HashNum2Total
            IF TransactionsToSkip > ZERO
                SUBTRACT 1 FROM TransactionsToSkip
                ADD 1 TO FileSkippedLines
                ADD EditInNum1 TO FileSkippedAmount
            ELSE
                MOVE SPACE TO WkEntryType
                MOVE SPACES TO WkOrigRunId
                MOVE ZERO TO WkOrigPosition
                MOVE SPACES TO WkTransferRef, WkTransferPartner
                COMPUTE WkRunPosition = TransactionsProcessed + 1
                MOVE EditInNum1 TO WkNum1
                MOVE EditInOperator TO WkOperator
                MOVE EditInNum2 TO WkNum2
                IF WkTransactionOk
                    PERFORM CheckAccountRegistered
                    IF AccountUsable
                        IF AcctHoldLimit > ZERO
                            AND (WkResult > AcctHoldLimit
                            OR WkResult < ZERO - AcctHoldLimit)
                            PERFORM HoldForApproval
                        ELSE
                            PERFORM PostToAccount
                        END-IF
                    ELSE
                        PERFORM WriteSuspenseRecord
                    END-IF
                END-IF
                PERFORM RecordTransaction
                ADD 1 TO FileAuditedLines
                ADD EditInNum1 TO FileAuditedAmount
                IF WkTransactionOk
                    PERFORM CountSuccessfulResult
                END-IF
                MOVE WkResult TO ResultDisplay
                DISPLAY 'Result is = ' ResultDisplay
                ADD 1 TO TransactionsProcessed
        END-IF
    END-IF.

*> A result over the account's approval limit, either way, is not
*> posted - it goes to CALCHOLD for a supervisor and is audited as
*> held. The hold key is the line's run id and position, so a
*> restarted run meeting a line it already held finds it on file
*> and leaves it be. If the hold cannot be written at all the line
*> is audited as an error rather than posted unapproved, and the run
*> does not finish clean.
HoldForApproval.
    MOVE CurrentRunId TO HoldRunId
    MOVE WkRunPosition TO HoldPosition
    MOVE WkAccountId TO HoldAccountId
    MOVE SPACES TO HoldPartnerId
    MOVE WkNum1 TO HoldNum1
    MOVE WkOperator TO HoldOperator
    MOVE WkNum2 TO HoldNum2
    MOVE WkResult TO HoldResult
    MOVE AcctHoldLimit TO HoldLimit
    MOVE 'OVER APPROVAL LIMIT' TO HoldReason
    ACCEPT HoldDate FROM DATE YYYYMMDD
    ACCEPT HoldTime FROM TIME
    MOVE 'P' TO HoldStatus
    MOVE ZERO TO HoldDecidedDate, HoldDecidedTime
    WRITE HeldItem
    IF HoldFileOk OR HoldAlreadyOnFile
        MOVE 'H' TO WkEntryType
        ADD 1 TO HeldCount
        ADD 1 TO FileHeldCount
        ADD WkResult TO FileHeldAmount
        DISPLAY 'Result for account ' WkAccountId
            ' held for approval - over limit.'
    ELSE
        MOVE 'N' TO ControlFlag
        MOVE 'Y' TO WkErrorFlag
        MOVE 'HOLD FAIL ST=  ' TO WkErrorReason
        MOVE HoldFileStatus TO WkErrorReason(14:2)
        SUBTRACT WkResult FROM ResultSum
        ADD 1 TO ErrorCount
        DISPLAY '*** Unable to hold result for account '
            WkAccountId ' - status ' HoldFileStatus
            ' - audited as an error, not posted.'
    END-IF.

*> A reversal line rides the same controls as a detail line - it
*> counts toward the trailer and the restart checkpoint, is skipped
*> on a restart like any line already processed, and goes to CALCREJ
*> when it is malformed. Once edited it always writes one audit
*> record: the reversal itself, or the refusal with its reason, so
*> the trail shows every attempt.
ProcessReversalRecord.
    ADD 1 TO FileLinesRead
    ADD 1 TO LinesReadCount
    PERFORM EditReversalLine
    IF NOT FormatOk
        PERFORM WriteRejectRecord
    ELSE
        IF TrailerSeen
            MOVE 'N' TO ControlFlag
            DISPLAY '*** Transaction after trailer at line '
                TransactionLineNumber '.'
        ELSE
            ADD 1 TO BatchDetailCount
            IF TransactionsToSkip > ZERO
                SUBTRACT 1 FROM TransactionsToSkip
                ADD 1 TO FileSkippedLines
            ELSE
                COMPUTE WkRunPosition = TransactionsProcessed + 1
                PERFORM FindOriginalAudit
                PERFORM ApplyReversal
                PERFORM RecordTransaction
                ADD 1 TO FileAuditedLines
                IF WkTransactionOk
                    PERFORM CountSuccessfulResult
                END-IF
                MOVE WkResult TO ResultDisplay
                DISPLAY 'Reversal of ' WkOrigRunId '/' WkOrigPosition
                    ' is = ' ResultDisplay
                ADD 1 TO TransactionsProcessed
                PERFORM WriteCheckpoint
            END-IF
        END-IF
    END-IF.

EditReversalLine.
    MOVE 'Y' TO FormatFlag
    MOVE SPACES TO FormatReason
    MOVE TransactionLine TO ReversalEdit
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

*> The original is looked for in the live CALCAUD only. An original
*> still in the live file has every reversal of it there too, since
*> a reversal is always written after what it reverses and the purge
*> takes the oldest records first - so one pass settles both whether
*> the original exists and whether it has already been reversed. An
*> original already purged to an archive is beyond reversal here.
*> The audit file is closed and reopened first so the scan sees
*> every record this run has written so far, including a reversal
*> earlier in the same file.
FindOriginalAudit.
    MOVE 'N' TO OriginalFoundFlag
    MOVE 'N' TO ReversedFlag
    MOVE 'N' TO ReleasedFlag
    MOVE ZERO TO ScanRunCount
    CLOSE AuditFile
    PERFORM OpenAuditFile
    OPEN INPUT AuditScanFile
    EVALUATE TRUE
        WHEN AuditScanFileOk
            MOVE 'N' TO ScanEndOfFile
            PERFORM ReadNextScanRecord
            PERFORM ScanForOriginal
                UNTIL NoMoreScanRecords
            CLOSE AuditScanFile
        WHEN AuditScanFileNotFound
            CONTINUE
        WHEN OTHER
            MOVE 'N' TO ControlFlag
            DISPLAY '*** Unable to scan CALCAUD for reversal '
                'original - status ' AuditScanFileStatus
    END-EVALUATE.

ScanForOriginal.
    IF ScRunId = ReversalRunId
        ADD 1 TO ScanRunCount
        IF ScRunPosition IS NUMERIC
            MOVE ScRunPosition TO ScanPosition
        ELSE
            MOVE ScanRunCount TO ScanPosition
        END-IF
        IF ScanPosition = ReversalPositionN AND NOT OriginalFound
            MOVE 'Y' TO OriginalFoundFlag
            MOVE ScTransaction TO OgTransaction
        END-IF
    END-IF
    IF ScReversalEntry AND ScTransactionOk
        AND ScOrigRunId = ReversalRunId
        AND ScOrigPosition = ReversalPositionN
        MOVE 'Y' TO ReversedFlag
    END-IF
    IF ScApprovedRelease AND ScTransactionOk
        AND ScOrigRunId = ReversalRunId
        AND ScOrigPosition = ReversalPositionN
        MOVE 'Y' TO ReleasedFlag
    END-IF
    PERFORM ReadNextScanRecord.

*> A reversal only takes back a successful ordinary entry that has
*> not been taken back already - a transfer is taken back with the
*> opposite transfer, never leg by leg, and a held result only once
*> a supervisor has released it into BALMAST. Anything else is
*> audited as a refused reversal, pointing at what it named, and
*> counts as an error. An accepted reversal posts the negated original result to
*> the original's account through the same checks any posting gets,
*> so a reversal against an account closed since still lands in
*> suspense rather than being lost.
ApplyReversal.
    MOVE 'R' TO WkEntryType
    MOVE ReversalRunId TO WkOrigRunId
    MOVE ReversalPositionN TO WkOrigPosition
    MOVE SPACES TO WkTransferRef, WkTransferPartner
    MOVE SPACES TO WkErrorReason
    EVALUATE TRUE
        WHEN NOT OriginalFound
            MOVE 'ORIGINAL NOT FOUND' TO WkErrorReason
        WHEN OgTransactionError
            MOVE 'ORIGINAL IN ERROR' TO WkErrorReason
        WHEN OgReversalEntry
            MOVE 'ORIGINAL IS REVERSAL' TO WkErrorReason
        WHEN OgTransferLeg
            MOVE 'ORIGINAL IS TRANSFER' TO WkErrorReason
        WHEN OgTransferRef NOT = SPACES
            MOVE 'ORIGINAL IS TRANSFER' TO WkErrorReason
        WHEN OgHeldEntry AND NOT OriginalReleased
            MOVE 'ORIGINAL NOT POSTED' TO WkErrorReason
        WHEN AlreadyReversed
            MOVE 'ALREADY REVERSED' TO WkErrorReason
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF OriginalFound
        MOVE OgNum1 TO WkNum1
        MOVE OgOperator TO WkOperator
        MOVE OgNum2 TO WkNum2
        MOVE OgAccountId TO WkAccountId
    ELSE
        MOVE ZERO TO WkNum1, WkNum2
        MOVE SPACE TO WkOperator
        MOVE SPACES TO WkAccountId
    END-IF
    IF WkErrorReason NOT = SPACES
        MOVE 'Y' TO WkErrorFlag
        MOVE ZERO TO WkResult
        ADD 1 TO ErrorCount
        DISPLAY 'Reversal at line ' TransactionLineNumber
            ' refused - ' WkErrorReason
    ELSE
        MOVE 'N' TO WkErrorFlag
        COMPUTE WkResult = ZERO - OgResult
        ADD WkResult TO ResultSum
        ADD 1 TO ReversalCount
        PERFORM CheckAccountRegistered
        IF AccountUsable
            PERFORM PostToAccount
        ELSE
            PERFORM WriteSuspenseRecord
        END-IF
    END-IF.

*> A transfer line rides the same controls as a detail line - one
*> count toward the trailer and the restart checkpoint, its amount
*> into the Num1 hash - and goes to CALCREJ when it is malformed.
ProcessTransferRecord.
    ADD 1 TO FileLinesRead
    ADD 1 TO LinesReadCount
    PERFORM EditTransferLine
    IF NOT FormatOk
        PERFORM WriteRejectRecord
    ELSE
        IF TrailerSeen
            MOVE 'N' TO ControlFlag
            DISPLAY '*** Transaction after trailer at line '
                TransactionLineNumber '.'
        ELSE
            ADD 1 TO BatchDetailCount
            ADD TransferAmountN TO HashNum1Total
            IF TransactionsToSkip > ZERO
                SUBTRACT 1 FROM TransactionsToSkip
                ADD 1 TO FileSkippedLines
                ADD TransferAmountN TO FileSkippedAmount
            ELSE
                COMPUTE WkRunPosition = TransactionsProcessed + 1
                PERFORM ApplyTransfer
                ADD 1 TO FileAuditedLines
                ADD TransferAmountN TO FileAuditedAmount
                ADD 1 TO TransferCount
                MOVE TransferAmountN TO ResultDisplay
                DISPLAY 'Transfer ' TransferFrom ' to ' TransferTo
                    ' is = ' ResultDisplay
                ADD 1 TO TransactionsProcessed
                PERFORM WriteCheckpoint
            END-IF
        END-IF
    END-IF.

EditTransferLine.
    MOVE 'Y' TO FormatFlag
    MOVE SPACES TO FormatReason
    MOVE TransactionLine TO TransferEdit
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

*> A transfer is one unit. Both accounts are checked before either
*> one moves; if either is refused, both legs go to CALCSUSP side by
*> side under the shared reference, the usable one marked as held
*> back for its partner. If both pass, the from-leg posts, then the
*> to-leg - and if the to-leg's balance update fails after the
*> from-leg went in, the from-leg is taken back out of BALMAST and
*> suspended beside it. A transfer larger than the approval limit of
*> either account is not posted at all: it goes to CALCHOLD whole,
*> as one item, and both legs are audited as held until Hold-Release
*> posts the pair. Either way both legs are audited, from-leg first,
*> and the run's result sum is untouched - the legs cancel.
ApplyTransfer.
    MOVE CurrentRunId TO TransferRefRunId
    MOVE WkRunPosition TO TransferRefPosition
    MOVE TransferRefWork TO WkTransferRef
    MOVE SPACES TO WkOrigRunId
    MOVE ZERO TO WkOrigPosition
    MOVE 'N' TO WkErrorFlag
    MOVE SPACES TO WkErrorReason
    MOVE 'N' TO TransferHoldFlag
    MOVE TransferFrom TO WkAccountId
    PERFORM CheckAccountRegistered
    MOVE AccountCheckFlag TO FromLegFlag
    MOVE AccountRefuseReason TO FromLegReason
    MOVE AcctHoldLimit TO FromLegLimit
    MOVE TransferTo TO WkAccountId
    PERFORM CheckAccountRegistered
    MOVE AccountCheckFlag TO ToLegFlag
    MOVE AccountRefuseReason TO ToLegReason
    MOVE AcctHoldLimit TO ToLegLimit
    IF FromLegUsable AND ToLegUsable
        IF (FromLegLimit > ZERO AND TransferAmountN > FromLegLimit)
            OR (ToLegLimit > ZERO AND TransferAmountN > ToLegLimit)
            PERFORM HoldTransferForApproval
        ELSE
            PERFORM PostTransferLegs
        END-IF
    ELSE
        PERFORM SetFromLeg
        IF FromLegUsable
            MOVE 'TRANSFER PARTNER' TO AccountRefuseReason
        ELSE
            MOVE FromLegReason TO AccountRefuseReason
        END-IF
        PERFORM WriteSuspenseRecord
        PERFORM SetToLeg
        IF ToLegUsable
            MOVE 'TRANSFER PARTNER' TO AccountRefuseReason
        ELSE
            MOVE ToLegReason TO AccountRefuseReason
        END-IF
        PERFORM WriteSuspenseRecord
    END-IF
    PERFORM SetFromLeg
    PERFORM MarkHeldLeg
    PERFORM RecordTransaction
    IF WkTransactionOk
        PERFORM CountSuccessfulResult
    END-IF
    PERFORM SetToLeg
    PERFORM MarkHeldLeg
    PERFORM RecordTransaction
    IF WkTransactionOk
        PERFORM CountSuccessfulResult
    END-IF.

*> The held transfer is one CALCHOLD item under the transfer's own
*> reference - the from-account, the to-account as its partner, and
*> the amount as 0 + amount - so a supervisor approves or declines
*> the pair, never one leg. The limit shown is whichever account's
*> limit the amount is over, the from-account's first. If the hold
*> cannot be written both legs are audited as errors rather than
*> posted unapproved, and the run does not finish clean.
HoldTransferForApproval.
    MOVE CurrentRunId TO HoldRunId
    MOVE WkRunPosition TO HoldPosition
    MOVE TransferFrom TO HoldAccountId
    MOVE TransferTo TO HoldPartnerId
    MOVE ZERO TO HoldNum1
    MOVE '+' TO HoldOperator
    MOVE TransferAmountN TO HoldNum2
    MOVE TransferAmountN TO HoldResult
    IF FromLegLimit > ZERO AND TransferAmountN > FromLegLimit
        MOVE FromLegLimit TO HoldLimit
    ELSE
        MOVE ToLegLimit TO HoldLimit
    END-IF
    MOVE 'OVER APPROVAL LIMIT' TO HoldReason
    ACCEPT HoldDate FROM DATE YYYYMMDD
    ACCEPT HoldTime FROM TIME
    MOVE 'P' TO HoldStatus
    MOVE ZERO TO HoldDecidedDate, HoldDecidedTime
    WRITE HeldItem
    IF HoldFileOk OR HoldAlreadyOnFile
        MOVE 'Y' TO TransferHoldFlag
        ADD 1 TO HeldCount
        DISPLAY 'Transfer ' TransferFrom ' to ' TransferTo
            ' held for approval - over limit.'
    ELSE
        MOVE 'N' TO ControlFlag
        MOVE 'Y' TO WkErrorFlag
        MOVE 'HOLD FAIL ST=  ' TO WkErrorReason
        MOVE HoldFileStatus TO WkErrorReason(14:2)
        ADD 1 TO ErrorCount
        DISPLAY '*** Unable to hold transfer ' TransferFrom ' to '
            TransferTo ' - status ' HoldFileStatus
            ' - audited as an error, not posted.'
    END-IF.

*> A leg of a held transfer is audited as held, not as a transfer
*> leg, so nothing that pairs or sums posted legs counts it until
*> Hold-Release posts it. The legs' held amounts cancel.
MarkHeldLeg.
    IF TransferHeld
        MOVE 'H' TO WkEntryType
        ADD 1 TO FileHeldCount
        ADD WkResult TO FileHeldAmount
    END-IF.

PostTransferLegs.
    PERFORM SetFromLeg
    PERFORM PostToAccount
    IF PostingFailed
        PERFORM SetToLeg
        MOVE 'TRANSFER PARTNER' TO AccountRefuseReason
        PERFORM WriteSuspenseRecord
    ELSE
        PERFORM SetToLeg
        PERFORM PostToAccount
        IF PostingFailed
            PERFORM SetFromLeg
            PERFORM BackOutPosting
        ELSE
            ADD 1 TO TransfersPosted
            COMPUTE TransferOutTotal =
                TransferOutTotal - TransferAmountN
            ADD TransferAmountN TO TransferInTotal
        END-IF
    END-IF.

*> Takes a posted from-leg back out of BALMAST when its to-leg could
*> not be applied, and suspends it beside the to-leg. If even that
*> update fails the two accounts no longer agree, and the run does
*> not finish clean - the from-leg stays posted and is NOT suspended,
*> so it cannot be applied twice.
BackOutPosting.
    MOVE WkAccountId TO BalAccountId
    READ BalanceFile
        INVALID KEY
            CONTINUE
    END-READ
    IF BalanceFileOk
        SUBTRACT WkResult FROM BalBalance
        REWRITE BalanceRecord
    END-IF
    IF BalanceFileOk
        PERFORM FindPostingSlot
        IF PostingSlot > ZERO
            SUBTRACT WkResult FROM PostActivity(PostingSlot)
            SUBTRACT 1 FROM PostTxnCount(PostingSlot)
        END-IF
        SUBTRACT 1 FROM FilePostedCount
        SUBTRACT WkResult FROM FilePostedAmount
        MOVE 'TRANSFER PARTNER' TO AccountRefuseReason
        PERFORM WriteSuspenseRecord
    ELSE
        MOVE 'N' TO ControlFlag
        DISPLAY '*** Transfer ' WkTransferRef ' could not be taken '
            'back out of account ' WkAccountId ' - status '
            BalanceFileStatus ' - accounts out of step.'
    END-IF.

*> The legs are carried in CALCREC's arithmetic fields as 0 - amount
*> and 0 + amount, so every reader that sums results sees them cancel.
SetFromLeg.
    MOVE 'F' TO WkEntryType
    MOVE ZERO TO WkNum1
    MOVE '-' TO WkOperator
    MOVE TransferAmountN TO WkNum2
    COMPUTE WkResult = ZERO - TransferAmountN
    MOVE TransferFrom TO WkAccountId
    MOVE TransferTo TO WkTransferPartner.

SetToLeg.
    MOVE 'T' TO WkEntryType
    MOVE ZERO TO WkNum1
    MOVE '+' TO WkOperator
    MOVE TransferAmountN TO WkNum2
    MOVE TransferAmountN TO WkResult
    MOVE TransferTo TO WkAccountId
    MOVE TransferFrom TO WkTransferPartner.

ProcessTrailerRecord.
    MOVE TransactionLine TO TrailerEdit
    EVALUATE TRUE
*> registered in ACCTMAST and open before its balance is touched.
*> The transaction itself still computes and audits either way; only
*> the posting is refused, into CALCSUSP, where it can be recovered
*> once the account is registered or reopened. An account other
*> accounts roll up into is a parent, not a department, and is never
*> posted to directly - its balance is the sum of the ones under it.
CheckAccountRegistered.
    MOVE 'N' TO AccountCheckFlag
    MOVE SPACES TO AccountRefuseReason
    END-READ
    IF AccountRefuseReason = SPACES
        EVALUATE TRUE
            WHEN NOT AcctNoChildren
                MOVE 'PARENT ACCOUNT' TO AccountRefuseReason
            WHEN AcctOpen
                MOVE 'Y' TO AccountCheckFlag
            WHEN AcctClosed
    ACCEPT SpDate FROM DATE YYYYMMDD
    ACCEPT SpTime FROM TIME
    MOVE AccountRefuseReason TO SpReason
    MOVE WkTransferRef TO SpTransferRef
    WRITE SpSuspense
    ADD 1 TO SuspendCount
    ADD 1 TO FileSuspendedCount
    ADD WkResult TO FileSuspendedAmount
    DISPLAY 'Posting for account ' WkAccountId ' suspended - '
        AccountRefuseReason.

*> read-before-add also captures the opening balance for the posting
*> report the first time each account is touched this run.
PostToAccount.
    MOVE 'N' TO PostingFailedFlag
    MOVE WkAccountId TO BalAccountId
    MOVE 'N' TO NewAccountFlag
    READ BalanceFile
        DISPLAY '*** Balance master update failed for account '
            WkAccountId ' - status ' BalanceFileStatus
            ' - posting suspended.'
        MOVE 'Y' TO PostingFailedFlag
        MOVE 'BALMAST FAIL ST=  ' TO AccountRefuseReason
        MOVE BalanceFileStatus TO AccountRefuseReason(17:2)
        PERFORM WriteSuspenseRecord
            ADD WkResult TO PostActivity(PostingSlot)
            ADD 1 TO PostTxnCount(PostingSlot)
        END-IF
        ADD 1 TO FilePostedCount
        ADD WkResult TO FilePostedAmount
    END-IF.

FindPostingSlot.
            MOVE '  MORE ACCOUNTS POSTED THAN THIS REPORT CAN LIST - BALANCES ARE COMPLETE.' TO PostingReportLine
            WRITE PostingReportLine
        END-IF
        IF TransferCount > ZERO
            MOVE SPACES TO PostingReportLine
            WRITE PostingReportLine
            MOVE TransfersPosted TO XferPrintCount
            MOVE TransferOutTotal TO XferPrintOut
            MOVE TransferInTotal TO XferPrintIn
            COMPUTE XferPrintNet = TransferOutTotal + TransferInTotal
            WRITE PostingReportLine FROM TransferReportLine
        END-IF
        CLOSE PostingReportFile
    END-IF.

    MOVE FormatReason TO RejectReason
    WRITE RejectRecord
    ADD 1 TO RejectCount
    ADD 1 TO FileRejectedLines
    DISPLAY 'Line ' TransactionLineNumber ' rejected - '
        FormatReason.

        ADD WkResult TO ResultSum
    END-IF.

*> Audit trail - one record per transaction, stamped with when it ran,
*> numbered one on from the last record and chained to it.
RecordTransaction.
    ACCEPT WkRecordDate FROM DATE YYYYMMDD
    ACCEPT WkRecordTime FROM TIME
    MOVE CurrentRunId TO WkRunId
    ADD 1 TO LastAuditSeq
    MOVE LastAuditSeq TO WkAuditSeq
    CALL 'Audit-Chain' USING LastChainValue, WkTransaction,
        NewChainValue
    MOVE NewChainValue TO WkChainValue, LastChainValue
    MOVE WkTransaction TO AuTransaction
    WRITE AuTransaction
    ADD 1 TO AuditWriteCount
    DISPLAY 'Subtractions:    ' SubCount
    DISPLAY 'Multiplications: ' MulCount
    DISPLAY 'Divisions:       ' DivCount
    DISPLAY 'Reversals:       ' ReversalCount
    DISPLAY 'Transfers:       ' TransferCount
    DISPLAY 'Held items:      ' HeldCount
    DISPLAY 'Errors:          ' ErrorCount
    DISPLAY 'Rejected lines:  ' RejectCount
    DISPLAY 'Suspended posts: ' SuspendCount
