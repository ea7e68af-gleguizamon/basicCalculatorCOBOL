        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

*> Shared control-totals ledger - what went through the step, for
*> the cross-step balancing certificate.
    SELECT ControlTotalFile ASSIGN TO "CTLTOTAL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AuditFile.
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

FD  ArchiveFile.
    COPY CALCREC
                   ==RecordDate==        BY  ==ArRecordDate==
                   ==RecordTime==        BY  ==ArRecordTime==
                   ==RunId==             BY  ==ArRunId==
                   ==AccountId==         BY  ==ArAccountId==
                   ==EntryType==         BY  ==ArEntryType==
                   ==OrdinaryEntry==     BY  ==ArOrdinaryEntry==
                   ==ReversalEntry==     BY  ==ArReversalEntry==
                   ==RunPosition==       BY  ==ArRunPosition==
                   ==OrigRunId==         BY  ==ArOrigRunId==
                   ==OrigPosition==      BY  ==ArOrigPosition==
                   ==TransferFromLeg==   BY  ==ArTransferFromLeg==
                   ==TransferToLeg==     BY  ==ArTransferToLeg==
                   ==TransferLeg==       BY  ==ArTransferLeg==
                   ==TransferRef==       BY  ==ArTransferRef==
                   ==TransferPartner==   BY  ==ArTransferPartner==
                   ==HeldEntry==         BY  ==ArHeldEntry==
                   ==ApprovedRelease==   BY  ==ArApprovedRelease==
                   ==DeclinedRelease==   BY  ==ArDeclinedRelease==
                   ==SignedOnId==        BY  ==ArSignedOnId==
                   ==AuditSeq==          BY  ==ArAuditSeq==
                   ==ChainValue==        BY  ==ArChainValue==.

FD  WorkFile.
    COPY CALCREC
                   ==RecordDate==        BY  ==RtRecordDate==
                   ==RecordTime==        BY  ==RtRecordTime==
                   ==RunId==             BY  ==RtRunId==
                   ==AccountId==         BY  ==RtAccountId==
                   ==EntryType==         BY  ==RtEntryType==
                   ==OrdinaryEntry==     BY  ==RtOrdinaryEntry==
                   ==ReversalEntry==     BY  ==RtReversalEntry==
                   ==RunPosition==       BY  ==RtRunPosition==
                   ==OrigRunId==         BY  ==RtOrigRunId==
                   ==OrigPosition==      BY  ==RtOrigPosition==
                   ==TransferFromLeg==   BY  ==RtTransferFromLeg==
                   ==TransferToLeg==     BY  ==RtTransferToLeg==
                   ==TransferLeg==       BY  ==RtTransferLeg==
                   ==TransferRef==       BY  ==RtTransferRef==
                   ==TransferPartner==   BY  ==RtTransferPartner==
                   ==HeldEntry==         BY  ==RtHeldEntry==
                   ==ApprovedRelease==   BY  ==RtApprovedRelease==
                   ==DeclinedRelease==   BY  ==RtDeclinedRelease==
                   ==SignedOnId==        BY  ==RtSignedOnId==
                   ==AuditSeq==          BY  ==RtAuditSeq==
                   ==ChainValue==        BY  ==RtChainValue==.

FD  ParameterFile.
01  ParameterRecord         PIC X(80).

FD  DirectoryFile.
    COPY ARCDREC.

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

*> Retention parameter - PURGPARM carries the retention period in
*> days in columns 1-3. When no PURGPARM exists the standard 90-day
*> retention applies, so an unparameterised run is still safe.
    05  RecordsRetained     PIC 9(7) VALUE ZERO.
    05  RecordsRewritten    PIC 9(7) VALUE ZERO.

*> The results on either side of the split, for CTLTOTAL - the money
*> in CALCAUD before the run has to equal what went to the archive
*> plus what stayed, and what stayed has to come back in the rewrite.
01  PurgeControl.
    05  ResultsRead         PIC S9(13)V99 VALUE ZERO.
    05  ResultsArchived     PIC S9(13)V99 VALUE ZERO.
    05  ResultsRetained     PIC S9(13)V99 VALUE ZERO.
    05  ResultsRewritten    PIC S9(13)V99 VALUE ZERO.

*> Date boundaries of what went where, for the control report - the
*> auditors can see exactly which day range left CALCAUD and which
*> day range is still in it.
    05  OldestRetained      PIC 9(8) VALUE 99999999.
    05  NewestRetained      PIC 9(8) VALUE ZERO.

*> Where this run's archive sits in the CALCAUD chain, for its
*> ARCHDIR entry. The chain value running into the first archived
*> record starts from the newest entry already on ARCHDIR - the
*> record before it went out in the previous purge.
01  ArchiveChain.
    05  RunningChain        PIC 9(10) VALUE ZERO.
    05  ArchFirstSeq        PIC 9(9) VALUE ZERO.
    05  ArchPriorChain      PIC 9(10) VALUE ZERO.
    05  ArchLastSeq         PIC 9(9) VALUE ZERO.
    05  ArchLastChain       PIC 9(10) VALUE ZERO.

*> The archive takes records from the front of CALCAUD only: once one
*> record has been kept, everything after it is kept too, even if
*> it is dated before the cutoff, so the chain is never split with
*> part of it in the archive and part left behind in the middle.
01  RetainFlag              PIC X VALUE 'N'.
    88  RetainingFromHere       VALUE 'Y'.
01  RecordsKeptForChain     PIC 9(7) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

    05  CountLabel          PIC X(22).
    05  CountOut            PIC Z(6)9.

01  SeqLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  SeqLabel            PIC X(20).
    05  SeqOut              PIC Z(8)9.

01  DateLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  DateLabel           PIC X(22).
    ACCEPT RunStartTime FROM TIME
    PERFORM ReadParameter
    PERFORM ComputeCutoff
    PERFORM LoadChainFromDirectory
    PERFORM SplitAuditFile
    PERFORM RewriteAuditFile
    IF RecordsArchived > ZERO
    DISPLAY 'Audit purge complete - ' RecordsArchived
        ' archived to ' ArchiveFileName
        ', ' RecordsRetained ' retained.'
    PERFORM WriteControlTotals
    PERFORM WriteRunHistory
    STOP RUN.

        CLOSE RunLogFile
    END-IF.

*> The purge's control totals - read, archived, retained and
*> rewritten, so the certificate can prove nothing left CALCAUD
*> without landing in the archive. The purge works on the whole
*> file, so it is dated with the day it ran.
WriteControlTotals.
    OPEN EXTEND ControlTotalFile
    IF ControlTotalFileNotFound
        OPEN OUTPUT ControlTotalFile
    END-IF
    IF NOT ControlTotalFileOk
        DISPLAY 'Unable to open control totals CTLTOTAL - status '
            ControlTotalFileStatus
    ELSE
        MOVE 'AUDITPURGE' TO CtProgramName
        MOVE SPACES TO CtRunId
        MOVE RunStartDate TO CtBusinessDate
        MOVE RunStartDate TO CtRunDate
        MOVE RunStartTime TO CtRunTime
        MOVE 'READ' TO CtFigure
        MOVE RecordsRead TO CtCount
        MOVE ResultsRead TO CtAmount
        WRITE ControlTotal
        MOVE 'ARCHIVED' TO CtFigure
        MOVE RecordsArchived TO CtCount
        MOVE ResultsArchived TO CtAmount
        WRITE ControlTotal
        MOVE 'RETAINED' TO CtFigure
        MOVE RecordsRetained TO CtCount
        MOVE ResultsRetained TO CtAmount
        WRITE ControlTotal
        MOVE 'REWRITTEN' TO CtFigure
        MOVE RecordsRewritten TO CtCount
        MOVE ResultsRewritten TO CtAmount
        WRITE ControlTotal
        CLOSE ControlTotalFile
    END-IF.

ReadParameter.
    OPEN INPUT ParameterFile
    IF ParameterFileNotFound
    STRING 'CALCARCH.' RunDate DELIMITED BY SIZE
        INTO ArchiveFileName.

*> ARCHDIR appends in purge order, so the last entry carrying a chain
*> holds the value the first record still in CALCAUD was chained to.
*> No ARCHDIR, or none with a chain on it, means the chain starts in
*> CALCAUD itself, from zero.
LoadChainFromDirectory.
    OPEN INPUT DirectoryFile
    EVALUATE TRUE
        WHEN DirectoryFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextDirRecord
            PERFORM NoteOneDirChain UNTIL NoMoreRecords
            CLOSE DirectoryFile
        WHEN DirectoryFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to open archive directory ARCHDIR - status '
                DirectoryFileStatus
            STOP RUN
    END-EVALUATE.

ReadNextDirRecord.
    READ DirectoryFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

NoteOneDirChain.
    IF DirLastSeq IS NUMERIC AND DirLastSeq > ZERO
        AND DirLastChain IS NUMERIC
        MOVE DirLastChain TO RunningChain
    END-IF
    PERFORM ReadNextDirRecord.

*> Pass one - read CALCAUD once, writing every record to either the
*> dated archive or the CALCWORK holding file. CALCAUD itself is not
*> touched until both output files are safely closed.

SplitOneRecord.
    ADD 1 TO RecordsRead
    ADD AuResult TO ResultsRead
    IF AuRecordDate < CutoffDate AND RetainingFromHere
        ADD 1 TO RecordsKeptForChain
    END-IF
    IF AuRecordDate < CutoffDate AND NOT RetainingFromHere
        PERFORM NoteArchivedChain
        MOVE AuTransaction TO ArTransaction
        WRITE ArTransaction
        ADD 1 TO RecordsArchived
        ADD AuResult TO ResultsArchived
        IF AuRecordDate < OldestArchived
            MOVE AuRecordDate TO OldestArchived
        END-IF
            MOVE AuRecordDate TO NewestArchived
        END-IF
    ELSE
        MOVE 'Y' TO RetainFlag
        MOVE AuTransaction TO RtTransaction
        WRITE RtTransaction
        ADD 1 TO RecordsRetained
        ADD AuResult TO ResultsRetained
        IF AuRecordDate < OldestRetained
            MOVE AuRecordDate TO OldestRetained
        END-IF
    END-IF
    PERFORM ReadNextAudit.

*> The archive's place in the chain - the first and last AuditSeq in
*> it and the values either side. Unchained records from before the
*> chain existed carry no number and are passed over here.
NoteArchivedChain.
    IF AuAuditSeq IS NUMERIC AND AuAuditSeq > ZERO
        AND AuChainValue IS NUMERIC
        IF ArchFirstSeq = ZERO
            MOVE AuAuditSeq TO ArchFirstSeq
            MOVE RunningChain TO ArchPriorChain
        END-IF
        MOVE AuAuditSeq TO ArchLastSeq
        MOVE AuChainValue TO ArchLastChain
        MOVE AuChainValue TO RunningChain
    END-IF.

*> Pass two - copy the retained records from CALCWORK back over
*> CALCAUD, counting them again so the control report can prove the
*> rewrite carried every retained record.
    MOVE RtTransaction TO AuTransaction
    WRITE AuTransaction
    ADD 1 TO RecordsRewritten
    ADD AuResult TO ResultsRewritten
    PERFORM ReadNextRetained.

*> Every archive written is registered in ARCHDIR with its date
    MOVE OldestArchived TO DirOldestDate
    MOVE NewestArchived TO DirNewestDate
    MOVE RecordsArchived TO DirRecordCount
    MOVE ArchFirstSeq TO DirFirstSeq
    MOVE ArchPriorChain TO DirPriorChain
    MOVE ArchLastSeq TO DirLastSeq
    MOVE ArchLastChain TO DirLastChain
    WRITE DirectoryRecord
    CLOSE DirectoryFile.

    MOVE 'RECORDS REWRITTEN:' TO CountLabel
    MOVE RecordsRewritten TO CountOut
    WRITE ReportLine FROM CountLine
    IF RecordsKeptForChain > ZERO
        MOVE 'KEPT BEHIND NEWER:' TO CountLabel
        MOVE RecordsKeptForChain TO CountOut
        WRITE ReportLine FROM CountLine
    END-IF
    IF ArchFirstSeq > ZERO
        MOVE 'FIRST SEQ ARCHIVED:' TO SeqLabel
        MOVE ArchFirstSeq TO SeqOut
        WRITE ReportLine FROM SeqLine
        MOVE 'LAST SEQ ARCHIVED:' TO SeqLabel
        MOVE ArchLastSeq TO SeqOut
        WRITE ReportLine FROM SeqLine
    END-IF
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    IF RecordsArchived > ZERO
