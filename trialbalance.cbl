        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SuspenseFileStatus.

*> Results held for supervisor approval are audited but posted
*> nowhere - they are kept out of the proof and shown on a line of
*> their own.
    SELECT HoldFile ASSIGN TO "CALCHOLD"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HoldKey
        FILE STATUS IS HoldFileStatus.

    SELECT ReportFile ASSIGN TO "TRIALRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.
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

FD  HoldFile.
    COPY HOLDREC.

FD  ReportFile.
01  ReportLine              PIC X(100).
    05  AuditRecordsRead    PIC 9(7) VALUE ZERO.
    05  PostedResults       PIC 9(7) VALUE ZERO.
    05  SuspenseEntries     PIC 9(5) VALUE ZERO.
    05  HeldItems           PIC 9(5) VALUE ZERO.
    05  HeldTotal           PIC S9(12)V99 VALUE ZERO.
    05  AccountsOutOfProof  PIC 9(5) VALUE ZERO.

01  DifferenceWork          PIC S9(13)V99 VALUE ZERO.

*> Every successful reversal in the live trail, for the pairing
*> proof - a reversal must name an original that carries the same
*> account and exactly the opposite result, and no original may be
*> reversed twice. RevStatus ends as P proven, D duplicate, M the
*> pair disagrees, or U the original is no longer in the live trail
*> (purged to an archive - reported, but not held against the
*> proof). Originals written before RunPosition existed are numbered
*> by counting their run's records, the way the calculator finds
*> them. Past the table limit the pairing cannot be proven, and the
*> job refuses to certify.
01  ReversalTable.
    05  ReversalEntryCount  PIC 9(3) VALUE ZERO.
    05  ReversalEntry OCCURS 500.
        10  RevRunId        PIC X(8).
        10  RevPosition     PIC X(7).
        10  RevOrigRunId    PIC X(8).
        10  RevOrigPosition PIC 9(7).
        10  RevAccountId    PIC X(8).
        10  RevResult       PIC S9(10)V99.
        10  RevRunCount     PIC 9(7).
        10  RevStatus       PIC X.
01  ReversalLimit           PIC 9(3) VALUE 500.
01  ReversalIndex           PIC 9(3) VALUE ZERO.
01  ReversalOverflowed      PIC X VALUE 'N'.
    88  ReversalOverflow        VALUE 'Y'.
01  PairPosition            PIC 9(7) VALUE ZERO.

01  PairingCounts.
    05  ReversalsProven     PIC 9(5) VALUE ZERO.
    05  ReversalsUnmatched  PIC 9(5) VALUE ZERO.
    05  PairingExceptions   PIC 9(5) VALUE ZERO.

*> Transfer legs in the live trail and in suspense. The two legs of
*> a transfer are written one after the other, from-leg first, so
*> each from-leg is held until the next record shows its to-leg:
*> same reference, opposite amount. Every leg out must be matched by
*> a leg in - across the trail, and across what is still suspended -
*> or the suite has created or lost money between accounts.
01  TransferCounts.
    05  TransferLegsOut     PIC 9(7) VALUE ZERO.
    05  TransferOutTotal    PIC S9(12)V99 VALUE ZERO.
    05  TransferLegsIn      PIC 9(7) VALUE ZERO.
    05  TransferInTotal     PIC S9(12)V99 VALUE ZERO.
    05  TransferLegsUnpaired PIC 9(5) VALUE ZERO.
    05  SuspendedLegs       PIC 9(5) VALUE ZERO.
    05  SuspendedLegTotal   PIC S9(12)V99 VALUE ZERO.
    05  TransferExceptions  PIC 9(5) VALUE ZERO.
01  HeldFromLegFlag         PIC X VALUE 'N'.
    88  FromLegHeld             VALUE 'Y'.
01  HeldTransferRef         PIC X(15) VALUE SPACES.
01  HeldFromResult          PIC S9(10)V99 VALUE ZERO.
01  TransferNet             PIC S9(12)V99 VALUE ZERO.

*> The proof base - zero until a period has ever closed, then the
*> last closed period and the last day an audit record can belong to
*> it. Audit records on or before the cutoff are already inside the
    88  SuspenseFileOk          VALUE '00'.
    88  SuspenseFileNotFound    VALUE '35'.

01  HoldFileStatus          PIC X(2) VALUE SPACES.
    88  HoldFileOk              VALUE '00'.
    88  HoldFileNotFound        VALUE '35'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

    05  CountLabel          PIC X(26).
    05  CountOut            PIC Z(6)9.

01  TransferLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  TransferLabel       PIC X(26).
    05  TransferCountOut    PIC Z(6)9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  TransferAmountOut   PIC -(12)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  TransferVerdict     PIC X(12).

01  PairingLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  PairPrintRunId      PIC X(8).
    05  FILLER              PIC X VALUE '/'.
    05  PairPrintPosition   PIC X(7).
    05  FILLER              PIC X(11) VALUE ' REVERSES  '.
    05  PairPrintOrigRunId  PIC X(8).
    05  FILLER              PIC X VALUE '/'.
    05  PairPrintOrigPos    PIC 9(7).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  PairPrintAccount    PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  PairPrintVerdict    PIC X(34).

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    PERFORM LoadBalanceMaster
    PERFORM LoadOpeningBalances
    PERFORM AddAuditResults
    IF ReversalEntryCount > ZERO
        PERFORM PairReversals
    END-IF
    PERFORM AddSuspenseEntries
    PERFORM CountHeldItems
    PERFORM PrintTrialReport
    IF AccountsOutOfProof > ZERO OR TableOverflow
        OR PairingExceptions > ZERO OR TransferExceptions > ZERO
        DISPLAY 'Trial balance OUT OF PROOF - '
            AccountsOutOfProof ' accounts, ' PairingExceptions
            ' reversal exceptions, ' TransferExceptions
            ' transfer exceptions - see TRIALRPT.'
        MOVE RcOutOfProof TO RETURN-CODE
    ELSE
        DISPLAY 'Trial balance in proof - ' TrialAccountCount

*> Pass two - independently re-add each account's successful results
*> from the audit trail. Error records posted nothing; interactive
*> records carry a space account and posted nothing; a held result
*> posted nothing until its approved release, which is re-added in
*> its place; everything else
*> should be in somebody's stored balance. A reversal is re-added
*> like any result - its negated amount is what it posted - and is
*> also noted for the pairing proof.
AddAuditResults.
    OPEN INPUT AuditFile
    EVALUATE TRUE
            PERFORM ReadNextAudit
            PERFORM AddOneAuditResult UNTIL NoMoreRecords
            CLOSE AuditFile
            IF FromLegHeld
                ADD 1 TO TransferLegsUnpaired
            END-IF
        WHEN AuditFileNotFound
            DISPLAY 'No CALCAUD audit file found - proving BALMAST '
                'against an empty audit trail.'
AddOneAuditResult.
    ADD 1 TO AuditRecordsRead
    IF AuTransactionOk AND AuAccountId NOT = SPACES
        AND AuRecordDate > ClosedCutoffDate AND NOT AuHeldEntry
        ADD 1 TO PostedResults
        MOVE AuAccountId TO LookupAccountId
        PERFORM FindTrialSlot
            ADD AuResult TO TrialRecomputed(TrialSlot)
        END-IF
    END-IF
    IF AuTransactionOk AND AuReversalEntry
        PERFORM NoteReversal
    END-IF
    PERFORM NoteTransferLeg
    PERFORM ReadNextAudit.

*> A held from-leg must be answered by the very next record.
NoteTransferLeg.
    IF FromLegHeld
        MOVE 'N' TO HeldFromLegFlag
        IF AuTransferToLeg AND AuTransferRef = HeldTransferRef
            AND AuResult + HeldFromResult = ZERO
            CONTINUE
        ELSE
            ADD 1 TO TransferLegsUnpaired
            IF AuTransferToLeg
                ADD 1 TO TransferLegsUnpaired
            END-IF
        END-IF
    ELSE
        IF AuTransferToLeg
            ADD 1 TO TransferLegsUnpaired
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN AuTransferFromLeg
            ADD 1 TO TransferLegsOut
            ADD AuResult TO TransferOutTotal
            MOVE 'Y' TO HeldFromLegFlag
            MOVE AuTransferRef TO HeldTransferRef
            MOVE AuResult TO HeldFromResult
        WHEN AuTransferToLeg
            ADD 1 TO TransferLegsIn
            ADD AuResult TO TransferInTotal
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A second successful reversal of an original already in the table
*> is a duplicate - the calculator refuses one, so its presence
*> means the trail was written some other way.
NoteReversal.
    IF ReversalEntryCount < ReversalLimit
        ADD 1 TO ReversalEntryCount
        MOVE AuRunId TO RevRunId(ReversalEntryCount)
        MOVE AuRunPosition TO RevPosition(ReversalEntryCount)
        MOVE AuOrigRunId TO RevOrigRunId(ReversalEntryCount)
        MOVE AuOrigPosition TO RevOrigPosition(ReversalEntryCount)
        MOVE AuAccountId TO RevAccountId(ReversalEntryCount)
        MOVE AuResult TO RevResult(ReversalEntryCount)
        MOVE ZERO TO RevRunCount(ReversalEntryCount)
        MOVE 'U' TO RevStatus(ReversalEntryCount)
        MOVE 1 TO ReversalIndex
        PERFORM CheckDuplicateReversal
            UNTIL ReversalIndex >= ReversalEntryCount
    ELSE
        MOVE 'Y' TO ReversalOverflowed
    END-IF.

CheckDuplicateReversal.
    IF RevOrigRunId(ReversalIndex) = AuOrigRunId
        AND RevOrigPosition(ReversalIndex) = AuOrigPosition
        MOVE 'D' TO RevStatus(ReversalEntryCount)
    END-IF
    ADD 1 TO ReversalIndex.

*> Pass two and a half - one more walk of CALCAUD, only when the
*> trail holds reversals, finding each reversal's original by run id
*> and position and proving the two cancel.
PairReversals.
    OPEN INPUT AuditFile
    IF AuditFileOk
        MOVE 'N' TO EndOfFile
        PERFORM ReadNextAudit
        PERFORM PairOneAuditRecord UNTIL NoMoreRecords
        CLOSE AuditFile
    END-IF
    MOVE 1 TO ReversalIndex
    PERFORM CountOnePairing
        UNTIL ReversalIndex > ReversalEntryCount
    IF ReversalOverflow
        ADD 1 TO PairingExceptions
    END-IF.

PairOneAuditRecord.
    MOVE 1 TO ReversalIndex
    PERFORM MatchOneReversal
        UNTIL ReversalIndex > ReversalEntryCount
    PERFORM ReadNextAudit.

MatchOneReversal.
    IF RevOrigRunId(ReversalIndex) = AuRunId
        ADD 1 TO RevRunCount(ReversalIndex)
        IF AuRunPosition IS NUMERIC
            MOVE AuRunPosition TO PairPosition
        ELSE
            MOVE RevRunCount(ReversalIndex) TO PairPosition
        END-IF
        IF PairPosition = RevOrigPosition(ReversalIndex)
            AND RevStatus(ReversalIndex) = 'U'
            IF AuTransactionOk
                AND AuAccountId = RevAccountId(ReversalIndex)
                AND AuResult + RevResult(ReversalIndex) = ZERO
                MOVE 'P' TO RevStatus(ReversalIndex)
            ELSE
                MOVE 'M' TO RevStatus(ReversalIndex)
            END-IF
        END-IF
    END-IF
    ADD 1 TO ReversalIndex.

CountOnePairing.
    EVALUATE RevStatus(ReversalIndex)
        WHEN 'P'
            ADD 1 TO ReversalsProven
        WHEN 'U'
            ADD 1 TO ReversalsUnmatched
        WHEN OTHER
            ADD 1 TO PairingExceptions
    END-EVALUATE
    ADD 1 TO ReversalIndex.

*> Pass three - pending suspense entries. Each one is an audited
*> result that was refused posting, so the stored balance is
*> expected to be short by exactly this much.

AddOneSuspense.
    ADD 1 TO SuspenseEntries
    IF SpTransferRef NOT = SPACES
        ADD 1 TO SuspendedLegs
        ADD SpResult TO SuspendedLegTotal
    END-IF
    MOVE SpAccountId TO LookupAccountId
    PERFORM FindTrialSlot
    IF TrialSlot > ZERO
    END-IF
    PERFORM ReadNextSuspense.

*> Items still waiting for a supervisor. Their held audit records
*> were never re-added above, and the money is in no stored balance,
*> so they sit outside the proof on a line of their own. A held
*> transfer counts as an item but adds nothing to the amount - its
*> two legs cancel, the same as when it posts.
CountHeldItems.
    OPEN INPUT HoldFile
    EVALUATE TRUE
        WHEN HoldFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextHeld
            PERFORM CountOneHeld UNTIL NoMoreRecords
            CLOSE HoldFile
        WHEN HoldFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to open hold file CALCHOLD - status '
                HoldFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ReadNextHeld.
    READ HoldFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

CountOneHeld.
    IF HoldPending
        ADD 1 TO HeldItems
        IF HoldPartnerId = SPACES
            ADD HoldResult TO HeldTotal
        END-IF
    END-IF
    PERFORM ReadNextHeld.

FindTrialSlot.
    MOVE ZERO TO TrialSlot
    MOVE 1 TO TrialIndex
    MOVE 'SUSPENSE ENTRIES PENDING:' TO CountLabel
    MOVE SuspenseEntries TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'HELD FOR APPROVAL:' TO TransferLabel
    MOVE HeldItems TO TransferCountOut
    MOVE HeldTotal TO TransferAmountOut
    MOVE 'NOT POSTED' TO TransferVerdict
    WRITE ReportLine FROM TransferLine
    IF LastClosedPeriod > ZERO
        MOVE 'LAST CLOSED PERIOD:' TO CountLabel
        MOVE LastClosedPeriod TO CountOut
    MOVE 'ACCOUNTS OUT OF PROOF:' TO CountLabel
    MOVE AccountsOutOfProof TO CountOut
    WRITE ReportLine FROM CountLine
    IF ReversalEntryCount > ZERO
        PERFORM PrintReversalPairing
    END-IF
    IF TransferLegsOut > ZERO OR TransferLegsIn > ZERO
        OR SuspendedLegs > ZERO
        PERFORM PrintTransferProof
    END-IF
    IF TableOverflow
        MOVE SPACES TO ReportLine
        WRITE ReportLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    IF AccountsOutOfProof > ZERO OR TableOverflow
        OR PairingExceptions > ZERO OR TransferExceptions > ZERO
        MOVE 'VERDICT: *** OUT OF PROOF ***' TO ReportLine
    ELSE
        MOVE 'VERDICT: EVERY ACCOUNT PROVES - IN BALANCE.'
    WRITE ReportLine
    CLOSE ReportFile.

*> The pairing section - the counts, then one line per reversal that
*> did not prove, so the exceptions can be chased run by run.
PrintReversalPairing.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'REVERSAL PAIRING' TO ReportLine
    WRITE ReportLine
    MOVE 'REVERSALS IN AUDIT TRAIL:' TO CountLabel
    MOVE ReversalEntryCount TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'PAIRS PROVEN:' TO CountLabel
    MOVE ReversalsProven TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'ORIGINALS PURGED:' TO CountLabel
    MOVE ReversalsUnmatched TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'PAIRING EXCEPTIONS:' TO CountLabel
    MOVE PairingExceptions TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 1 TO ReversalIndex
    PERFORM PrintOnePairing
        UNTIL ReversalIndex > ReversalEntryCount
    IF ReversalOverflow
        MOVE '  MORE REVERSALS THAN THIS JOB CAN PAIR - NOT CERTIFIED.'
            TO ReportLine
        WRITE ReportLine
    END-IF.

PrintOnePairing.
    IF RevStatus(ReversalIndex) NOT = 'P'
        MOVE RevRunId(ReversalIndex) TO PairPrintRunId
        MOVE RevPosition(ReversalIndex) TO PairPrintPosition
        MOVE RevOrigRunId(ReversalIndex) TO PairPrintOrigRunId
        MOVE RevOrigPosition(ReversalIndex) TO PairPrintOrigPos
        MOVE RevAccountId(ReversalIndex) TO PairPrintAccount
        EVALUATE RevStatus(ReversalIndex)
            WHEN 'D'
                MOVE '*** DUPLICATE REVERSAL' TO PairPrintVerdict
            WHEN 'M'
                MOVE '*** PAIR DOES NOT CANCEL'
                    TO PairPrintVerdict
            WHEN OTHER
                MOVE 'ORIGINAL NOT IN LIVE TRAIL'
                    TO PairPrintVerdict
        END-EVALUATE
        WRITE ReportLine FROM PairingLine
    END-IF
    ADD 1 TO ReversalIndex.

*> The transfer section - legs out against legs in across the whole
*> live trail, then the legs still in suspense, each of which must
*> net to zero. A leg without its partner beside it is an exception
*> in its own right, even when the amounts happen to cancel.
PrintTransferProof.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'TRANSFERS' TO ReportLine
    WRITE ReportLine
    MOVE SPACES TO TransferVerdict
    MOVE 'TRANSFER LEGS OUT:' TO TransferLabel
    MOVE TransferLegsOut TO TransferCountOut
    MOVE TransferOutTotal TO TransferAmountOut
    WRITE ReportLine FROM TransferLine
    MOVE 'TRANSFER LEGS IN:' TO TransferLabel
    MOVE TransferLegsIn TO TransferCountOut
    MOVE TransferInTotal TO TransferAmountOut
    WRITE ReportLine FROM TransferLine
    COMPUTE TransferNet = TransferOutTotal + TransferInTotal
    MOVE 'NET OF ALL TRANSFERS:' TO TransferLabel
    COMPUTE TransferCountOut = TransferLegsOut + TransferLegsIn
    MOVE TransferNet TO TransferAmountOut
    IF TransferNet = ZERO
        MOVE 'NETS TO ZERO' TO TransferVerdict
    ELSE
        MOVE '*** NOT ZERO' TO TransferVerdict
        ADD 1 TO TransferExceptions
    END-IF
    WRITE ReportLine FROM TransferLine
    MOVE 'LEGS IN SUSPENSE:' TO TransferLabel
    MOVE SuspendedLegs TO TransferCountOut
    MOVE SuspendedLegTotal TO TransferAmountOut
    IF SuspendedLegTotal = ZERO
        MOVE 'NETS TO ZERO' TO TransferVerdict
    ELSE
        MOVE '*** NOT ZERO' TO TransferVerdict
        ADD 1 TO TransferExceptions
    END-IF
    WRITE ReportLine FROM TransferLine
    MOVE 'LEGS WITHOUT A PARTNER:' TO CountLabel
    MOVE TransferLegsUnpaired TO CountOut
    WRITE ReportLine FROM CountLine
    IF TransferLegsUnpaired > ZERO
        ADD 1 TO TransferExceptions
    END-IF.

*> In proof means stored + pending suspense = recomputed - the
*> suspense is audited money that has deliberately not landed yet.
PrintOneTrialLine.
