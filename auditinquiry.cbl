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

FD  DirectoryFile.
    COPY ARCDREC.

WORKING-STORAGE SECTION.
    COPY SIGNREC.

01  AuditFileName           PIC X(17) VALUE 'CALCAUD'.

*> Every archive ARCHDIR knows about, held with its date range so a
01  DirEndFlag              PIC X VALUE 'N'.
    88  NoMoreDirRecords        VALUE 'Y'.

*> Every successful reversal on file, archives and live alike, loaded
*> once so a listed original can say what reversed it - a reversal
*> is always written after its original, often in a later file than
*> the one being listed. Records older than RunPosition carry no
*> position to be named by and are never marked.
01  PairTable.
    05  PairCount           PIC 9(3) VALUE ZERO.
    05  PairEntry OCCURS 500.
        10  PairRevRunId    PIC X(8).
        10  PairRevPosition PIC 9(7).
        10  PairOrigRunId   PIC X(8).
        10  PairOrigPosition PIC 9(7).
01  PairLimit               PIC 9(3) VALUE 500.
01  PairIndex               PIC 9(3) VALUE ZERO.
01  PairSlot                PIC 9(3) VALUE ZERO.
01  PairOverflowFlag        PIC X VALUE 'N'.
    88  PairOverflow            VALUE 'Y'.

*> Search criteria - every prompt treats a blank entry as "no
*> change", so a narrowed search starts from the criteria already in
*> force and a new search starts from the wide-open defaults below.
    05  CritValue           PIC S9(5)V99 VALUE ZERO.
    05  CritValueSet        PIC X VALUE 'N'.
        88  ValueFilterOn       VALUE 'Y'.
    05  CritPairsOnly       PIC X VALUE 'N'.
        88  PairsOnly           VALUE 'Y'.

01  DateEntry               PIC X(8) VALUE SPACES.
01  CharEntry               PIC X VALUE SPACE.
    05  FILLER              PIC X VALUE SPACE.
*> The full 20-character ErrorReason and the account ride at the end
*> of the line; the run id is left to the delimited extract, where a
*> wider row costs nothing. An interactive entry also shows the
*> operator who was signed on when it was made.
    05  MatchReason         PIC X(20).
    05  FILLER              PIC X VALUE SPACE.
    05  MatchAccount        PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  MatchSignedOn       PIC X(8).

*> Shown under a reversal, or an original that has been reversed -
*> the record's own run and position, and the other half's.
01  PairLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  FILLER              PIC X(4) VALUE 'RUN '.
    05  PairShowRunId       PIC X(8).
    05  FILLER              PIC X VALUE '/'.
    05  PairShowPosition    PIC X(7).
    05  FILLER              PIC X VALUE SPACE.
    05  PairShowVerb        PIC X(12).
    05  PairShowOtherRunId  PIC X(8).
    05  FILLER              PIC X VALUE '/'.
    05  PairShowOtherPos    PIC 9(7).

01  PrintDate.
    05  PrintYear           PIC 9(4).
PROCEDURE DIVISION.
Main.
    DISPLAY 'CALCAUD audit inquiry'
    MOVE 'AUDITINQ' TO SignOnProgram
    MOVE 'C' TO SignOnLevelNeeded
    CALL 'Sign-On' USING SignOnArea
    IF NOT SignOnAccepted
        DISPLAY 'Inquiry refused - no operator signed on.'
        STOP RUN
    END-IF
    PERFORM CheckAuditFile
    PERFORM LoadArchiveDirectory
    PERFORM LoadReversalPairs
    PERFORM RunOneInquiry UNTIL QuitInquiry
    DISPLAY 'Inquiry ended.'
    STOP RUN.
            MOVE 99999999 TO CritToDate
            MOVE 'N' TO CritErrorsOnly
            MOVE 'N' TO CritValueSet
            MOVE 'N' TO CritPairsOnly
        END-IF
    END-IF.

    PERFORM AcceptCritToDate
    PERFORM AcceptCritOperator
    PERFORM AcceptCritErrorsOnly
    PERFORM AcceptCritPairsOnly
    PERFORM AcceptCritValue.

AcceptCritFromDate.
            CONTINUE
    END-EVALUATE.

*> Reversal pairs only - the reversals, and the originals they took
*> back, within whatever other criteria are in force.
AcceptCritPairsOnly.
    DISPLAY 'Reversal pairs only? (Y/N), now ' CritPairsOnly ': '
        WITH NO ADVANCING
    ACCEPT CharEntry
    EVALUATE CharEntry
        WHEN 'Y'
        WHEN 'y'
            MOVE 'Y' TO CritPairsOnly
        WHEN 'N'
        WHEN 'n'
            MOVE 'N' TO CritPairsOnly
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The number filter matches a value appearing as EITHER Num1 or
*> Num2 - "show me everything that divided by 7" and "everything
*> that touched 12345" are the questions the desk actually gets.
    MOVE ArchiveEntry(ShiftIndex + 1) TO ArchiveEntry(ShiftIndex)
    ADD 1 TO ShiftIndex.

*> One pass over every archive on the directory and the live file,
*> whatever the criteria - a reversal can sit outside the date range
*> of the original it names.
LoadReversalPairs.
    MOVE 1 TO ArchiveIndex
    PERFORM PairOneArchive UNTIL ArchiveIndex > ArchiveCount
    MOVE 'CALCAUD' TO AuditFileName
    PERFORM PairCurrentFile
    IF PairOverflow
        DISPLAY 'More reversals than the inquiry can hold - only '
            'the first ' PairLimit ' are marked.'
    END-IF.

PairOneArchive.
    MOVE ArchName(ArchiveIndex) TO AuditFileName
    PERFORM PairCurrentFile
    ADD 1 TO ArchiveIndex.

PairCurrentFile.
    OPEN INPUT AuditFile
    IF AuditFileOk
        MOVE 'N' TO EndOfFile
        PERFORM ReadNextAudit
        PERFORM NoteOneReversal UNTIL NoMoreRecords
        CLOSE AuditFile
    END-IF.

NoteOneReversal.
    IF AuTransactionOk AND AuReversalEntry
        IF PairCount < PairLimit
            ADD 1 TO PairCount
            MOVE AuRunId TO PairRevRunId(PairCount)
            MOVE AuRunPosition TO PairRevPosition(PairCount)
            MOVE AuOrigRunId TO PairOrigRunId(PairCount)
            MOVE AuOrigPosition TO PairOrigPosition(PairCount)
        ELSE
            MOVE 'Y' TO PairOverflowFlag
        END-IF
    END-IF
    PERFORM ReadNextAudit.

*> One pass over every file that can hold a match - the archives
*> whose date range touches the criteria, in the order they were
*> archived, then the live CALCAUD - showing a screenful at a time.
    END-READ.

ExamineOneRecord.
    MOVE ZERO TO PairSlot
    IF PairCount > ZERO AND AuRunPosition IS NUMERIC
        AND AuRunId NOT = SPACES
        MOVE 1 TO PairIndex
        PERFORM FindReversalOf
            UNTIL PairSlot > ZERO OR PairIndex > PairCount
    END-IF
    IF AuRecordDate >= CritFromDate
        AND AuRecordDate <= CritToDate
        AND (CritOperator = SPACE OR AuOperator = CritOperator)
        AND (NOT ErrorsOnly OR AuTransactionError)
        AND (NOT ValueFilterOn
            OR AuNum1 = CritValue OR AuNum2 = CritValue)
        AND (NOT PairsOnly OR AuReversalEntry OR PairSlot > ZERO)
        ADD 1 TO MatchCount
        IF NOT ListingStopped
            PERFORM DisplayMatchLine
    END-IF
    PERFORM ReadNextAudit.

FindReversalOf.
    IF PairOrigRunId(PairIndex) = AuRunId
        AND PairOrigPosition(PairIndex) = AuRunPosition
        MOVE PairIndex TO PairSlot
    ELSE
        ADD 1 TO PairIndex
    END-IF.

DisplayMatchLine.
    MOVE AuRecordDate TO DateWorkNum
    MOVE DateYear TO PrintYear
    MOVE AuErrorFlag TO MatchFlag
    MOVE AuErrorReason TO MatchReason
    MOVE AuAccountId TO MatchAccount
    MOVE AuSignedOnId TO MatchSignedOn
    DISPLAY MatchLine
    ADD 1 TO ScreenLineCount
    IF AuReversalEntry OR PairSlot > ZERO
        PERFORM DisplayPairLine
    END-IF
    IF ScreenLineCount >= ScreenLineLimit
        DISPLAY 'Press Enter for more, Q to stop listing: '
            WITH NO ADVANCING
        MOVE ZERO TO ScreenLineCount
    END-IF.

DisplayPairLine.
    MOVE AuRunId TO PairShowRunId
    MOVE AuRunPosition TO PairShowPosition
    IF AuReversalEntry
        MOVE 'REVERSES' TO PairShowVerb
        MOVE AuOrigRunId TO PairShowOtherRunId
        MOVE AuOrigPosition TO PairShowOtherPos
    ELSE
        MOVE 'REVERSED BY' TO PairShowVerb
        MOVE PairRevRunId(PairSlot) TO PairShowOtherRunId
        MOVE PairRevPosition(PairSlot) TO PairShowOtherPos
    END-IF
    DISPLAY PairLine
    ADD 1 TO ScreenLineCount.

AcceptNextAction.
    MOVE SPACE TO NextAction
    PERFORM AcceptNextActionEntry
