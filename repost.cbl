        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

*> Shared control-totals ledger - what went through the step, for
*> the cross-step balancing certificate.
    SELECT ControlTotalFile ASSIGN TO "CTLTOTAL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
FD  SuspenseFile.
                   ==SuspRunId==          BY  ==SpRunId==
                   ==SuspDate==           BY  ==SpDate==
                   ==SuspTime==           BY  ==SpTime==
                   ==SuspReason==         BY  ==SpReason==
                   ==SuspTransferRef==    BY  ==SpTransferRef==.

FD  WorkFile.
    COPY SUSPREC
                   ==SuspRunId==          BY  ==WkRunId==
                   ==SuspDate==           BY  ==WkDate==
                   ==SuspTime==           BY  ==WkTime==
                   ==SuspReason==         BY  ==WkReason==
                   ==SuspTransferRef==    BY  ==WkTransferRef==.

FD  AccountFile.
    COPY ACCTREC
                   ==AccountOpen==        BY  ==AcctOpen==
                   ==AccountClosed==      BY  ==AcctClosed==
                   ==AccountFrozen==      BY  ==AcctFrozen==
                   ==AccountOpenDate==    BY  ==AcctOpenDate==
                   ==AccountHoldLimit==   BY  ==AcctHoldLimit==
                   ==AccountClass==       BY  ==AcctClass==
                   ==AccountParent==      BY  ==AcctParent==
                   ==AccountChildCount==  BY  ==AcctChildCount==
                   ==AccountNoChildren==  BY  ==AcctNoChildren==.

FD  BalanceFile.
01  BalanceRecord.
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

01  RepostSummary.
    05  EntriesRead         PIC 9(5) VALUE ZERO.
    05  EntriesReposted     PIC 9(5) VALUE ZERO.
    05  EntriesStuck        PIC 9(5) VALUE ZERO.
    05  TransfersReposted   PIC 9(5) VALUE ZERO.

*> The money on either side of the run, for CTLTOTAL - what was in
*> suspense, what drained out of it, and what the rewritten CALCSUSP
*> actually holds, counted as it is copied back.
01  RepostControl.
    05  AmountRead          PIC S9(12)V99 VALUE ZERO.
    05  AmountReposted      PIC S9(12)V99 VALUE ZERO.
    05  EntriesRewritten    PIC 9(5) VALUE ZERO.
    05  AmountRewritten     PIC S9(12)V99 VALUE ZERO.

*> Verdict for the entry in flight - why it could not be applied,
*> spaces when it went through.
01  StuckReason             PIC X(20) VALUE SPACES.

*> The entry in flight. A single entry is worked straight from the
*> suspense record; the legs of a transfer are worked one after the
*> other, each moved here in turn.
    COPY SUSPREC
        REPLACING  ==Suspense==           BY  ==LgSuspense==
                   ==SuspAccountId==      BY  ==LgAccountId==
                   ==SuspResult==         BY  ==LgResult==
                   ==SuspRunId==          BY  ==LgRunId==
                   ==SuspDate==           BY  ==LgDate==
                   ==SuspTime==           BY  ==LgTime==
                   ==SuspReason==         BY  ==LgReason==
                   ==SuspTransferRef==    BY  ==LgTransferRef==.

*> The first leg of a transfer, held while its partner is read.
    COPY SUSPREC
        REPLACING  ==Suspense==           BY  ==FlSuspense==
                   ==SuspAccountId==      BY  ==FlAccountId==
                   ==SuspResult==         BY  ==FlResult==
                   ==SuspRunId==          BY  ==FlRunId==
                   ==SuspDate==           BY  ==FlDate==
                   ==SuspTime==           BY  ==FlTime==
                   ==SuspReason==         BY  ==FlReason==
                   ==SuspTransferRef==    BY  ==FlTransferRef==.

*> Each leg's verdict, kept apart until both legs are settled.
01  FirstLegReason          PIC X(20) VALUE SPACES.
01  SecondLegReason         PIC X(20) VALUE SPACES.

01  NewAccountFlag          PIC X VALUE 'N'.
    88  NewAccount              VALUE 'Y'.

            ' reposted, suspense is empty.'
        MOVE RcClean TO RETURN-CODE
    END-IF
    PERFORM WriteControlTotals
    PERFORM WriteRunHistory
    STOP RUN.

*> carried to SUSPWORK with why it is still stuck. The same account
*> rules the calculator posts under apply here: a repost to an
*> account that is still unregistered or not open stays in suspense.
*> The two legs of a transfer sit side by side under one reference
*> and move as one unit - both apply, or both stay.
DrainSuspenseFile.
    MOVE 'N' TO EndOfFile
    PERFORM ReadNextSuspense
    END-READ.

RepostOneEntry.
    IF SpTransferRef NOT = SPACES
        PERFORM RepostTransferPair
    ELSE
        ADD 1 TO EntriesRead
        ADD SpResult TO AmountRead
        MOVE SpSuspense TO LgSuspense
        MOVE SPACES TO StuckReason
        PERFORM CheckAccountRegistered
        IF StuckReason = SPACES
            PERFORM ApplyOnePosting
        END-IF
        PERFORM FinishOneEntry
        PERFORM ReadNextSuspense
    END-IF.

*> Both accounts are checked before either leg moves. If the second
*> leg's balance update fails after the first went in, the first is
*> taken back out so the pair stays whole in suspense. A leg whose
*> partner is not beside it stays where it is - it can only move
*> with its partner, which has to be found first. When the partner
*> is missing the record just read is not part of this transfer, so
*> it is left to be worked as the next entry.
RepostTransferPair.
    ADD 1 TO EntriesRead
    ADD SpResult TO AmountRead
    MOVE SpSuspense TO FlSuspense
    PERFORM ReadNextSuspense
    IF NoMoreRecords OR SpTransferRef NOT = FlTransferRef
        MOVE FlSuspense TO LgSuspense
        MOVE 'TRANSFER LEG ALONE' TO StuckReason
        PERFORM FinishOneEntry
    ELSE
        ADD 1 TO EntriesRead
        ADD SpResult TO AmountRead
        MOVE FlSuspense TO LgSuspense
        MOVE SPACES TO StuckReason
        PERFORM CheckAccountRegistered
        MOVE StuckReason TO FirstLegReason
        MOVE SpSuspense TO LgSuspense
        MOVE SPACES TO StuckReason
        PERFORM CheckAccountRegistered
        MOVE StuckReason TO SecondLegReason
        IF FirstLegReason = SPACES AND SecondLegReason = SPACES
            PERFORM ApplyTransferPair
        ELSE
            IF FirstLegReason = SPACES
                MOVE 'TRANSFER PARTNER' TO FirstLegReason
            END-IF
            IF SecondLegReason = SPACES
                MOVE 'TRANSFER PARTNER' TO SecondLegReason
            END-IF
        END-IF
        MOVE FlSuspense TO LgSuspense
        MOVE FirstLegReason TO StuckReason
        PERFORM FinishOneEntry
        MOVE SpSuspense TO LgSuspense
        MOVE SecondLegReason TO StuckReason
        PERFORM FinishOneEntry
        IF FirstLegReason = SPACES AND SecondLegReason = SPACES
            ADD 1 TO TransfersReposted
        END-IF
        PERFORM ReadNextSuspense
    END-IF.

ApplyTransferPair.
    MOVE FlSuspense TO LgSuspense
    MOVE SPACES TO StuckReason
    PERFORM ApplyOnePosting
    MOVE StuckReason TO FirstLegReason
    IF FirstLegReason NOT = SPACES
        MOVE 'TRANSFER PARTNER' TO SecondLegReason
    ELSE
        MOVE SpSuspense TO LgSuspense
        MOVE SPACES TO StuckReason
        PERFORM ApplyOnePosting
        MOVE StuckReason TO SecondLegReason
        IF SecondLegReason NOT = SPACES
            MOVE FlSuspense TO LgSuspense
            COMPUTE LgResult = ZERO - FlResult
            MOVE SPACES TO StuckReason
            PERFORM ApplyOnePosting
            IF StuckReason = SPACES
                MOVE 'TRANSFER PARTNER' TO FirstLegReason
            ELSE
*> The first leg is in BALMAST and cannot be taken out again. It is
*> reported as reposted, not carried, so it is never applied twice;
*> its partner stays in suspense alone and the two accounts are out
*> of step until it is put right by hand.
                DISPLAY '*** Transfer ' FlTransferRef ' could not be '
                    'taken back out of account ' FlAccountId
                    ' - accounts out of step.'
            END-IF
        END-IF
    END-IF.

*> Counts and reports the entry in flight, and carries it to SUSPWORK
*> when it is still stuck.
FinishOneEntry.
    IF StuckReason = SPACES
        ADD 1 TO EntriesReposted
        ADD LgResult TO AmountReposted
        MOVE 'REPOSTED' TO RepostPrintVerdict
        MOVE SPACES TO RepostPrintReason
    ELSE
        MOVE StuckReason TO RepostPrintReason
        PERFORM WriteStuckEntry
    END-IF
    MOVE LgAccountId TO RepostPrintAccount
    MOVE LgResult TO RepostPrintResult
    MOVE LgRunId TO RepostPrintRunId
    WRITE ReportLine FROM RepostDetailLine.

*> The calculator's posting validation, applied again - registered,
*> open, and a department rather than a parent other accounts roll
*> up into. An entry over the account's approval limit, either way,
*> is not posted from here either: repost has no supervisor to hold
*> it for, so it stays in suspense until the limit is raised or the
*> entry is put through the calculator again, where it is held.
CheckAccountRegistered.
    MOVE LgAccountId TO AcctAccountId
    READ AccountFile
        INVALID KEY
            MOVE 'NOT REGISTERED' TO StuckReason
    END-READ
    IF StuckReason = SPACES
        EVALUATE TRUE
            WHEN NOT AcctNoChildren
                MOVE 'PARENT ACCOUNT' TO StuckReason
            WHEN AcctOpen
                CONTINUE
            WHEN AcctClosed
            WHEN OTHER
                MOVE 'STATUS NOT O/C/F' TO StuckReason
        END-EVALUATE
    END-IF
    IF StuckReason = SPACES
        IF AcctHoldLimit > ZERO
            AND (LgResult > AcctHoldLimit
                 OR LgResult < ZERO - AcctHoldLimit)
            MOVE 'OVER APPROVAL LIMIT' TO StuckReason
        END-IF
    END-IF.

*> The same read-add-rewrite the calculator's posting does, creating
*> the balance record the first time a registered account posts.
ApplyOnePosting.
    MOVE LgAccountId TO BalAccountId
    MOVE 'N' TO NewAccountFlag
    READ BalanceFile
        INVALID KEY
            MOVE 'Y' TO NewAccountFlag
            MOVE ZERO TO BalBalance
    END-READ
    ADD LgResult TO BalBalance
    MOVE LgAccountId TO BalAccountId
    IF NewAccount
        WRITE BalanceRecord
    ELSE
    END-IF.

WriteStuckEntry.
    MOVE LgSuspense TO WkSuspense
    MOVE StuckReason TO WkReason
    WRITE WkSuspense.

CopyOneStuck.
    MOVE WkSuspense TO SpSuspense
    WRITE SpSuspense
    ADD 1 TO EntriesRewritten
    ADD SpResult TO AmountRewritten
    PERFORM ReadNextStuck.

PrintRepostTotals.
    WRITE ReportLine FROM CountLine
    MOVE 'ENTRIES STILL STUCK:' TO CountLabel
    MOVE EntriesStuck TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'TRANSFERS REPOSTED:' TO CountLabel
    MOVE TransfersReposted TO CountOut
    WRITE ReportLine FROM CountLine.

*> One run-history record per run - a run that died before reaching
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.

*> The repost's control totals - suspense in, drained and suspense
*> out, so the certificate can prove that what drained is exactly
*> what suspense went down by. The repost works on whole files, so
*> it is dated with the day it ran.
WriteControlTotals.
    OPEN EXTEND ControlTotalFile
    IF ControlTotalFileNotFound
        OPEN OUTPUT ControlTotalFile
    END-IF
    IF NOT ControlTotalFileOk
        DISPLAY 'Unable to open control totals CTLTOTAL - status '
            ControlTotalFileStatus
    ELSE
        MOVE 'REPOST' TO CtProgramName
        MOVE SPACES TO CtRunId
        MOVE RunStartDate TO CtBusinessDate
        MOVE RunStartDate TO CtRunDate
        MOVE RunStartTime TO CtRunTime
        MOVE 'SUSPENSE IN' TO CtFigure
        MOVE EntriesRead TO CtCount
        MOVE AmountRead TO CtAmount
        WRITE ControlTotal
        MOVE 'DRAINED' TO CtFigure
        MOVE EntriesReposted TO CtCount
        MOVE AmountReposted TO CtAmount
        WRITE ControlTotal
        MOVE 'SUSPENSE OUT' TO CtFigure
        MOVE EntriesRewritten TO CtCount
        MOVE AmountRewritten TO CtAmount
        WRITE ControlTotal
        CLOSE ControlTotalFile
    END-IF.
