IDENTIFICATION DIVISION.
PROGRAM-ID.  Audit-Verify.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The audit trail is read by name - every archive on ARCHDIR in the
*> order it was purged, then the live CALCAUD - so the whole chain is
*> walked end to end in the order it was written.
    SELECT AuditFile ASSIGN USING AuditFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditFileStatus.

*> The archive directory Audit-Purge maintains - which archives exist,
*> how many records went into each, and where the chain stood when
*> the first of them was purged.
    SELECT DirectoryFile ASSIGN TO "ARCHDIR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DirectoryFileStatus.

    SELECT ReportFile ASSIGN TO "AUDVRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.

*> Shared run-history log - every batch program in the suite appends
*> one record at end of run, for the morning operations check.
    SELECT RunLogFile ASSIGN TO "RUNHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

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

FD  ReportFile.
01  ReportLine              PIC X(100).

FD  RunLogFile.
    COPY RUNHREC.

WORKING-STORAGE SECTION.
*> Run-history state - when this run started, for the RUNHIST record
*> appended at end of run.
01  RunLogFileStatus        PIC X(2) VALUE SPACES.
    88  RunLogFileOk            VALUE '00'.
    88  RunLogFileNotFound      VALUE '35'.

01  RunStartStamp.
    05  RunStartDate        PIC 9(8) VALUE ZERO.
    05  RunStartTime        PIC 9(8) VALUE ZERO.

01  AuditFileName           PIC X(17) VALUE SPACES.

*> Every archive on ARCHDIR, once each, in the order it was first
*> purged to, with the number of records the directory says went
*> into it. Unlike the inquiry, nothing is ever shifted out - an
*> archive the table cannot hold is itself an exception, because the
*> chain cannot be proven past it.
01  ArchiveTable.
    05  ArchiveCount        PIC 9(2) VALUE ZERO.
    05  ArchiveEntry OCCURS 99.
        10  ArchName        PIC X(17).
        10  ArchExpected    PIC 9(7).
01  ArchiveLimit            PIC 9(2) VALUE 99.
01  ArchiveIndex            PIC 9(2) VALUE ZERO.
01  DirSlot                 PIC 9(2) VALUE ZERO.
01  DirScanIndex            PIC 9(2) VALUE ZERO.
01  DirOverflowFlag         PIC X VALUE 'N'.
    88  DirectoryOverflow       VALUE 'Y'.

*> The chain state carried from record to record. The walk starts
*> where the oldest archive on the directory says the chain stood,
*> so archives purged and deleted long ago do not read as a gap; with
*> no chained archive at all the chain starts at zero, and the first
*> chained record must be sequence 1.
01  ChainState.
    05  PrevAuditSeq        PIC 9(9) VALUE ZERO.
    05  PrevChainValue      PIC 9(10) VALUE ZERO.
    05  ExpectedSeq         PIC 9(9) VALUE ZERO.
    05  CheckChainValue     PIC 9(10) VALUE ZERO.
    05  MissingFromSeq      PIC 9(9) VALUE ZERO.
    05  MissingToSeq        PIC 9(9) VALUE ZERO.
01  ChainStartFlag          PIC X VALUE 'N'.
    88  ChainStartFound         VALUE 'Y'.
01  ChainBegunFlag          PIC X VALUE 'N'.
    88  ChainBegun              VALUE 'Y'.

*> After a missing archive the next chained record cannot be linked
*> to anything - the gap is reported once, and the walk takes up the
*> chain again from that record.
01  ResyncFlag              PIC X VALUE 'N'.
    88  ResyncPending           VALUE 'Y'.

01  ExceptionType           PIC X(20) VALUE SPACES.
01  ExceptionDetail         PIC X(40) VALUE SPACES.
01  ExceptionSeq            PIC 9(9) VALUE ZERO.

01  FileSummary.
    05  FileRecords         PIC 9(7) VALUE ZERO.
    05  FileUnchained       PIC 9(7) VALUE ZERO.
    05  FileFirstSeq        PIC 9(9) VALUE ZERO.
    05  FileLastSeq         PIC 9(9) VALUE ZERO.
    05  FileExceptions      PIC 9(5) VALUE ZERO.

01  VerifySummary.
    05  FilesChecked        PIC 9(3) VALUE ZERO.
    05  TotalRecords        PIC 9(9) VALUE ZERO.
    05  TotalChained        PIC 9(9) VALUE ZERO.
    05  TotalUnchained      PIC 9(9) VALUE ZERO.
    05  TotalExceptions     PIC 9(7) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

01  DirEndFlag              PIC X VALUE 'N'.
    88  NoMoreDirRecords        VALUE 'Y'.

*> Return codes for the scheduler: 0 the chain is whole, 8 a gap, a
*> broken link or an altered record was found, 12 the trail could
*> not be read at all.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcChainBroken       PIC 9(2) VALUE 8.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found".
01  AuditFileStatus         PIC X(2) VALUE SPACES.
    88  AuditFileOk             VALUE '00'.
    88  AuditFileNotFound       VALUE '35'.

01  DirectoryFileStatus     PIC X(2) VALUE SPACES.
    88  DirectoryFileOk         VALUE '00'.
    88  DirectoryFileNotFound   VALUE '35'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

*> Print-line assembly fields.
01  PrintDate.
    05  PrintYear           PIC 9(4).
    05  FILLER              PIC X VALUE '-'.
    05  PrintMonth          PIC 9(2).
    05  FILLER              PIC X VALUE '-'.
    05  PrintDay            PIC 9(2).

01  DateWork.
    05  DateYear            PIC 9(4).
    05  DateMonth           PIC 9(2).
    05  DateDay             PIC 9(2).
01  DateWorkNum REDEFINES DateWork
                            PIC 9(8).

01  ReportHeading.
    05  FILLER              PIC X(38)
        VALUE 'CALCAUD CHAIN VERIFICATION - RUN DATE '.
    05  HeadingDate         PIC X(10).

01  FileLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FilePrintName       PIC X(17).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FilePrintRecords    PIC Z(6)9.
    05  FILLER              PIC X(4) VALUE SPACES.
    05  FilePrintUnchained  PIC Z(6)9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FilePrintFirstSeq   PIC Z(8)9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FilePrintLastSeq    PIC Z(8)9.
    05  FILLER              PIC X(7) VALUE SPACES.
    05  FilePrintExceptions PIC Z(4)9.

01  ExceptionLine.
    05  FILLER              PIC X(4) VALUE ' ***'.
    05  FILLER              PIC X VALUE SPACE.
    05  ExcPrintName        PIC X(17).
    05  FILLER              PIC X(5) VALUE ' SEQ '.
    05  ExcPrintSeq         PIC Z(8)9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ExcPrintType        PIC X(20).
    05  FILLER              PIC X VALUE SPACE.
    05  ExcPrintDetail      PIC X(40).

01  CountLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  CountLabel          PIC X(22).
    05  CountOut            PIC Z(8)9.

01  EditSeqFrom             PIC Z(8)9.
01  EditSeqTo               PIC Z(8)9.
01  EditCount               PIC Z(6)9.
01  EditExpected            PIC Z(6)9.

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    ACCEPT RunStartTime FROM TIME
    DISPLAY 'CALCAUD audit chain verification'
    PERFORM OpenReportFile
    PERFORM LoadArchiveDirectory
    PERFORM VerifyOneArchive
        VARYING ArchiveIndex FROM 1 BY 1
        UNTIL ArchiveIndex > ArchiveCount
    MOVE 'CALCAUD' TO AuditFileName
    MOVE ZERO TO ArchiveIndex
    PERFORM VerifyAuditFile
    PERFORM PrintVerifyTotals
    CLOSE ReportFile
    DISPLAY 'Verification finished - ' TotalRecords ' records, '
        TotalExceptions ' exceptions - see AUDVRPT.'
    IF TotalExceptions > ZERO
        MOVE RcChainBroken TO RETURN-CODE
    ELSE
        MOVE RcClean TO RETURN-CODE
    END-IF
    PERFORM WriteRunHistory
    STOP RUN.

OpenReportFile.
    OPEN OUTPUT ReportFile
    IF NOT ReportFileOk
        DISPLAY 'Unable to open report file AUDVRPT - status '
            ReportFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE RunStartDate TO DateWorkNum
    MOVE DateYear TO PrintYear
    MOVE DateMonth TO PrintMonth
    MOVE DateDay TO PrintDay
    MOVE PrintDate TO HeadingDate
    WRITE ReportLine FROM ReportHeading
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE '  FILE               RECORDS  UNCHAINED  FIRST SEQ   LAST SEQ  EXCEPTIONS'
        TO ReportLine
    WRITE ReportLine.

*> The directory, loaded once. No ARCHDIR means nothing has ever been
*> purged, and the chain is walked in CALCAUD alone. A directory that
*> exists but cannot be read stops the run - verifying CALCAUD on its
*> own would pass a trail whose front half was never looked at.
LoadArchiveDirectory.
    OPEN INPUT DirectoryFile
    EVALUATE TRUE
        WHEN DirectoryFileOk
            MOVE 'N' TO DirEndFlag
            PERFORM ReadNextDirRecord
            PERFORM LoadOneDirRecord UNTIL NoMoreDirRecords
            CLOSE DirectoryFile
        WHEN DirectoryFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to read archive directory ARCHDIR - status '
                DirectoryFileStatus
            CLOSE ReportFile
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    IF DirectoryOverflow
        MOVE SPACES TO AuditFileName
        MOVE ZERO TO ExceptionSeq
        MOVE 'DIRECTORY TOO LARGE' TO ExceptionType
        MOVE 'LATER ARCHIVES NOT CHECKED' TO ExceptionDetail
        PERFORM PrintException
    END-IF.

ReadNextDirRecord.
    READ DirectoryFile
        AT END
            MOVE 'Y' TO DirEndFlag
    END-READ.

*> A second purge on the same day adds a second entry for the same
*> archive - its records are counted into the one table entry, and
*> the file is walked once. The first entry carrying a chain says
*> where the walk starts.
LoadOneDirRecord.
    IF NOT ChainStartFound
        AND DirFirstSeq IS NUMERIC AND DirFirstSeq > ZERO
        AND DirPriorChain IS NUMERIC
        MOVE 'Y' TO ChainStartFlag
        COMPUTE PrevAuditSeq = DirFirstSeq - 1
        MOVE DirPriorChain TO PrevChainValue
    END-IF
    MOVE ZERO TO DirSlot
    MOVE 1 TO DirScanIndex
    PERFORM ScanDirSlot
        UNTIL DirSlot > ZERO OR DirScanIndex > ArchiveCount
    IF DirSlot > ZERO
        ADD DirRecordCount TO ArchExpected(DirSlot)
    ELSE
        IF ArchiveCount < ArchiveLimit
            ADD 1 TO ArchiveCount
            MOVE DirArchiveName TO ArchName(ArchiveCount)
            MOVE DirRecordCount TO ArchExpected(ArchiveCount)
        ELSE
            MOVE 'Y' TO DirOverflowFlag
        END-IF
    END-IF
    PERFORM ReadNextDirRecord.

ScanDirSlot.
    IF ArchName(DirScanIndex) = DirArchiveName
        MOVE DirScanIndex TO DirSlot
    ELSE
        ADD 1 TO DirScanIndex
    END-IF.

*> An archive the directory names but that is no longer on disk is
*> an exception in itself, and the chain cannot be linked across it.
VerifyOneArchive.
    MOVE ArchName(ArchiveIndex) TO AuditFileName
    PERFORM VerifyAuditFile
    IF FileRecords NOT = ArchExpected(ArchiveIndex)
        AND AuditFileOk
        MOVE ZERO TO ExceptionSeq
        MOVE 'ARCHIVE COUNT' TO ExceptionType
        MOVE FileRecords TO EditCount
        MOVE ArchExpected(ArchiveIndex) TO EditExpected
        MOVE SPACES TO ExceptionDetail
        STRING EditCount DELIMITED BY SIZE
            ' READ, DIRECTORY SAYS ' DELIMITED BY SIZE
            EditExpected DELIMITED BY SIZE
            INTO ExceptionDetail
        PERFORM PrintException
    END-IF.

VerifyAuditFile.
    INITIALIZE FileSummary
    OPEN INPUT AuditFile
    EVALUATE TRUE
        WHEN AuditFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextAudit
            PERFORM VerifyOneRecord UNTIL NoMoreRecords
            CLOSE AuditFile
        WHEN AuditFileNotFound AND ArchiveIndex > ZERO
            MOVE ZERO TO ExceptionSeq
            MOVE 'ARCHIVE MISSING' TO ExceptionType
            MOVE 'LISTED ON ARCHDIR BUT NOT ON DISK' TO ExceptionDetail
            PERFORM PrintException
            MOVE 'Y' TO ResyncFlag
        WHEN AuditFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to open audit file ' AuditFileName
                ' - status ' AuditFileStatus
            CLOSE ReportFile
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    ADD 1 TO FilesChecked
    MOVE AuditFileName TO FilePrintName
    MOVE FileRecords TO FilePrintRecords
    MOVE FileUnchained TO FilePrintUnchained
    MOVE FileFirstSeq TO FilePrintFirstSeq
    MOVE FileLastSeq TO FilePrintLastSeq
    MOVE FileExceptions TO FilePrintExceptions
    WRITE ReportLine FROM FileLine.

ReadNextAudit.
    READ AuditFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

*> Records from before the chain existed carry no number; they are
*> counted and passed over, but only ahead of the first chained
*> record - one without a number after the chain has begun was put
*> there by hand. Every chained record must carry the next number,
*> and its ChainValue must come out of Audit-Chain from the record
*> before it. The walk carries on from each record's own stored
*> value, so one altered record is reported once, not for every
*> record after it.
VerifyOneRecord.
    ADD 1 TO FileRecords
    ADD 1 TO TotalRecords
    MOVE AuAuditSeq TO ExceptionSeq
    IF AuAuditSeq IS NOT NUMERIC OR AuChainValue IS NOT NUMERIC
        OR AuAuditSeq = ZERO
        ADD 1 TO FileUnchained
        ADD 1 TO TotalUnchained
        IF ChainBegun
            MOVE ZERO TO ExceptionSeq
            MOVE PrevAuditSeq TO EditSeqFrom
            MOVE 'UNCHAINED RECORD' TO ExceptionType
            MOVE SPACES TO ExceptionDetail
            STRING 'NO SEQUENCE, FOLLOWS SEQ ' DELIMITED BY SIZE
                EditSeqFrom DELIMITED BY SIZE
                INTO ExceptionDetail
            PERFORM PrintException
        END-IF
    ELSE
        ADD 1 TO TotalChained
        IF FileFirstSeq = ZERO
            MOVE AuAuditSeq TO FileFirstSeq
        END-IF
        MOVE AuAuditSeq TO FileLastSeq
        IF ResyncPending
            MOVE 'N' TO ResyncFlag
        ELSE
            PERFORM CheckSequenceAndLink
        END-IF
        MOVE 'Y' TO ChainBegunFlag
        MOVE AuAuditSeq TO PrevAuditSeq
        MOVE AuChainValue TO PrevChainValue
    END-IF
    PERFORM ReadNextAudit.

CheckSequenceAndLink.
    COMPUTE ExpectedSeq = PrevAuditSeq + 1
    EVALUATE TRUE
        WHEN AuAuditSeq > ExpectedSeq
            MOVE ExpectedSeq TO MissingFromSeq
            COMPUTE MissingToSeq = AuAuditSeq - 1
            MOVE MissingFromSeq TO EditSeqFrom
            MOVE MissingToSeq TO EditSeqTo
            MOVE 'SEQUENCE GAP' TO ExceptionType
            MOVE SPACES TO ExceptionDetail
            STRING 'MISSING ' DELIMITED BY SIZE
                EditSeqFrom DELIMITED BY SIZE
                ' TO ' DELIMITED BY SIZE
                EditSeqTo DELIMITED BY SIZE
                INTO ExceptionDetail
            PERFORM PrintException
        WHEN AuAuditSeq < ExpectedSeq
            MOVE PrevAuditSeq TO EditSeqFrom
            MOVE 'SEQUENCE OUT OF ORDER' TO ExceptionType
            MOVE SPACES TO ExceptionDetail
            STRING 'FOLLOWS SEQ ' DELIMITED BY SIZE
                EditSeqFrom DELIMITED BY SIZE
                INTO ExceptionDetail
            PERFORM PrintException
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    CALL 'Audit-Chain' USING PrevChainValue, AuTransaction,
        CheckChainValue
    IF CheckChainValue NOT = AuChainValue
        MOVE SPACES TO ExceptionDetail
        IF AuAuditSeq = ExpectedSeq
            MOVE 'ALTERED RECORD' TO ExceptionType
            MOVE 'CONTENT DOES NOT MATCH ITS CHAIN VALUE'
                TO ExceptionDetail
        ELSE
            MOVE 'BROKEN CHAIN LINK' TO ExceptionType
            MOVE 'DOES NOT CHAIN FROM THE RECORD BEFORE'
                TO ExceptionDetail
        END-IF
        PERFORM PrintException
    END-IF.

PrintException.
    MOVE AuditFileName TO ExcPrintName
    MOVE ExceptionSeq TO ExcPrintSeq
    MOVE ExceptionType TO ExcPrintType
    MOVE ExceptionDetail TO ExcPrintDetail
    WRITE ReportLine FROM ExceptionLine
    ADD 1 TO FileExceptions
    ADD 1 TO TotalExceptions.

PrintVerifyTotals.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'FILES CHECKED:' TO CountLabel
    MOVE FilesChecked TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'RECORDS READ:' TO CountLabel
    MOVE TotalRecords TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'CHAINED RECORDS:' TO CountLabel
    MOVE TotalChained TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'UNCHAINED (OLDER):' TO CountLabel
    MOVE TotalUnchained TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'EXCEPTIONS:' TO CountLabel
    MOVE TotalExceptions TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    IF TotalExceptions = ZERO
        MOVE 'CHAIN CHECK: EVERY RECORD IN SEQUENCE AND UNALTERED - VERIFIED.'
            TO ReportLine
    ELSE
        MOVE 'CHAIN CHECK: *** CHAIN BROKEN - INVESTIGATE THE EXCEPTIONS ABOVE ***'
            TO ReportLine
    END-IF
    WRITE ReportLine.

*> One run-history record per run - a run that died before reaching
*> here leaves no record, and its absence on the morning report is
*> the alarm.
WriteRunHistory.
    OPEN EXTEND RunLogFile
    IF RunLogFileNotFound
        OPEN OUTPUT RunLogFile
    END-IF
    IF NOT RunLogFileOk
        DISPLAY 'Unable to open run history RUNHIST - status '
            RunLogFileStatus
    ELSE
        MOVE 'AUDITVERIFY' TO RhProgramName
        MOVE SPACES TO RhRunId
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE TotalRecords TO RhRecordsRead
        MOVE ZERO TO RhRecordsWritten
        MOVE TotalExceptions TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.
