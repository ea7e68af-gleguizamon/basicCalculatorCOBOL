IDENTIFICATION DIVISION.
PROGRAM-ID.  Audit-Tail.
AUTHOR.  gleguizamon.

*> Called before anything is appended to an audit file, to find the
*> end of its chain - the AuditSeq and ChainValue of the last chained
*> record on it - so the next record written carries on from there.
*> The audit file is read to the end for it rather than trusting a
*> separate counter, so nothing can fall out of step with the file
*> itself. When a purge has moved every chained record out of
*> CALCAUD, the chain is taken up from the newest ARCHDIR entry. A
*> file with no chain on it anywhere starts the chain at zero, and
*> its first record is sequence 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditFile ASSIGN USING TailAuditName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditFileStatus.

*> The archive directory Audit-Purge maintains - only consulted for
*> CALCAUD itself, whose archives it lists.
    SELECT DirectoryFile ASSIGN TO "ARCHDIR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DirectoryFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AuditFile.
    COPY CALCREC
        REPLACING  ==Transaction==       BY  ==AuTransaction==
                   ==Num1==              BY  ==AuNum1==
                   ==Operator==          BY  ==AuOperator==
                   ==Num2==              BY  ==AuNum2==
                   ==Result==            BY  ==AuResult==
                   ==ErrorFlag==         BY  ==AuErrorFlag==
                   ==TransactionOk==     BY  ==AuTransactionOk==
                   ==TransactionError==  BY  ==AuTransactionError==
                   ==ErrorReason==       BY  ==AuErrorReason==
                   ==RecordTimestamp==   BY  ==AuRecordTimestamp==
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
01  TailAuditName           PIC X(32) VALUE SPACES.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> FILE STATUS codes - '00' is success, '35' is "file not found".
01  AuditFileStatus         PIC X(2) VALUE SPACES.
    88  AuditFileOk             VALUE '00'.
    88  AuditFileNotFound       VALUE '35'.

01  DirectoryFileStatus     PIC X(2) VALUE SPACES.
    88  DirectoryFileOk         VALUE '00'.
    88  DirectoryFileNotFound   VALUE '35'.

LINKAGE SECTION.
01  TailFileName            PIC X(32).
01  TailSeq                 PIC 9(9).
01  TailChain               PIC 9(10).
01  TailAnswer              PIC X.
    88  TailFound               VALUE 'Y'.
    88  TailUnreadable          VALUE 'N'.

PROCEDURE DIVISION USING TailFileName, TailSeq, TailChain,
        TailAnswer.
Main.
    MOVE TailFileName TO TailAuditName
    MOVE ZERO TO TailSeq, TailChain
    MOVE 'Y' TO TailAnswer
    OPEN INPUT AuditFile
    EVALUATE TRUE
        WHEN AuditFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextAudit
            PERFORM NoteOneAudit UNTIL NoMoreRecords
            CLOSE AuditFile
        WHEN AuditFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to read audit file ' TailAuditName
                ' for its chain - status ' AuditFileStatus
            MOVE 'N' TO TailAnswer
    END-EVALUATE
    IF TailFound AND TailSeq = ZERO AND TailAuditName = 'CALCAUD'
        PERFORM TakeChainFromDirectory
    END-IF
    GOBACK.

ReadNextAudit.
    READ AuditFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

NoteOneAudit.
    IF AuAuditSeq IS NUMERIC AND AuAuditSeq > ZERO
        AND AuChainValue IS NUMERIC
        MOVE AuAuditSeq TO TailSeq
        MOVE AuChainValue TO TailChain
    END-IF
    PERFORM ReadNextAudit.

*> ARCHDIR appends in purge order, so the last entry carrying a chain
*> holds the newest purged record's number and value.
TakeChainFromDirectory.
    OPEN INPUT DirectoryFile
    EVALUATE TRUE
        WHEN DirectoryFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextDirRecord
            PERFORM NoteOneDirRecord UNTIL NoMoreRecords
            CLOSE DirectoryFile
        WHEN DirectoryFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to read archive directory ARCHDIR for '
                'the chain - status ' DirectoryFileStatus
            MOVE 'N' TO TailAnswer
    END-EVALUATE.

ReadNextDirRecord.
    READ DirectoryFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

NoteOneDirRecord.
    IF DirLastSeq IS NUMERIC AND DirLastSeq > ZERO
        AND DirLastChain IS NUMERIC
        MOVE DirLastSeq TO TailSeq
        MOVE DirLastChain TO TailChain
    END-IF
    PERFORM ReadNextDirRecord.
