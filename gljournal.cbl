IDENTIFICATION DIVISION.
PROGRAM-ID.  GL-Journal.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> One journal-control record per run: the business date YYYYMMDD in
*> columns 1-8, blank meaning today, and an R in column 9 to re-queue
*> a day that has already been sent. No GLPARM is the same as a blank
*> one - today's journal, sent for the first time.
    SELECT ParameterFile ASSIGN TO "GLPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ParameterFileStatus.

*> The journal register - one record per journal ever written, keyed
*> by journal sequence. Read end to end for the last sequence used
*> and for any journal already carrying the day.
    SELECT RegisterFile ASSIGN TO "GLREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JrnlSeq
        FILE STATUS IS RegisterFileStatus.

    SELECT AuditFile ASSIGN TO "CALCAUD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditFileStatus.

*> The journal file name carries the business date (GLJRNL.YYYYMMDD),
*> so each day's journal waits for the ledger's pickup under its own
*> name; a re-queued day is written again over the one it replaces.
    SELECT JournalFile ASSIGN USING JournalFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS JournalFileStatus.

    SELECT ReportFile ASSIGN TO "GLJRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.

*> Shared run-history log - every batch program in the suite appends
*> one record at end of run, for the morning operations check.
    SELECT RunLogFile ASSIGN TO "RUNHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD  ParameterFile.
01  ParameterRecord.
    05  ParmDateX           PIC X(8).
    05  ParmRequeue         PIC X.
        88  RequeueRequested    VALUE 'R'.
    05  FILLER              PIC X(71).

FD  RegisterFile.
    COPY JRNLREC.

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

*> The ledger's fixed-format journal: one header, one entry per
*> account with activity on the day, the balancing entry, and a
*> trailer carrying the entry count and the debit and credit totals.
*> Every record starts with its type and the journal sequence, and
*> amounts are unsigned with the side in a D/C column.
FD  JournalFile.
01  JournalHeader.
    05  JhRecordType        PIC X.
    05  JhJournalSeq        PIC 9(7).
    05  JhBusinessDate      PIC 9(8).
    05  JhCreatedDate       PIC 9(8).
    05  JhCreatedTime       PIC 9(8).
    05  JhSourceSystem      PIC X(8).
    05  JhReplacesSeq       PIC 9(7).
    05  FILLER              PIC X(33).
*> JhReplacesSeq names the journal a re-queued day supersedes, so the
*> ledger can back that one out; zero on a day's first journal.
01  JournalDetail.
    05  JdRecordType        PIC X.
    05  JdJournalSeq        PIC 9(7).
    05  JdLineNumber        PIC 9(5).
    05  JdAccountId         PIC X(8).
    05  JdDebitCredit       PIC X.
    05  JdAmount            PIC 9(12)V99.
    05  JdEntryCount        PIC 9(5).
    05  FILLER              PIC X(39).
01  JournalTrailer.
    05  JtRecordType        PIC X.
    05  JtJournalSeq        PIC 9(7).
    05  JtEntryCount        PIC 9(7).
    05  JtDebitTotal        PIC 9(13)V99.
    05  JtCreditTotal       PIC 9(13)V99.
    05  FILLER              PIC X(35).

FD  ReportFile.
01  ReportLine              PIC X(80).

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

01  BusinessDate            PIC 9(8) VALUE ZERO.
01  RequeueFlag             PIC X VALUE 'N'.
    88  RequeueThisDay          VALUE 'Y'.

01  JournalFileName         PIC X(15) VALUE SPACES.
01  NewJournalSeq           PIC 9(7) VALUE ZERO.
01  LastJournalSeq          PIC 9(7) VALUE ZERO.
01  JournalCreatedDate      PIC 9(8) VALUE ZERO.
01  JournalCreatedTime      PIC 9(8) VALUE ZERO.

*> The ledger books this suite's postings against one clearing
*> account of its own; the balancing entry is made to it.
01  BalancingAccount        PIC X(8) VALUE 'GLCLEAR'.
01  SourceSystem            PIC X(8) VALUE 'CALCSUIT'.

*> Journals already on the register for the business day and not yet
*> superseded. Normally none, and never more than one once a day has
*> been re-queued, but every one found is superseded together.
01  LiveTable.
    05  LiveCount           PIC 9(2) VALUE ZERO.
    05  LiveEntry OCCURS 20.
        10  LiveSeq         PIC 9(7).
        10  LiveStatus      PIC X.
01  LiveLimit               PIC 9(2) VALUE 20.
01  LiveIndex               PIC 9(2) VALUE ZERO.
01  LiveOverflowed          PIC X VALUE 'N'.
    88  LiveOverflow            VALUE 'Y'.

*> One entry per account with posted activity on the business day -
*> the net of its results and how many there were. A day with more
*> accounts than the table holds cannot be journalled in full, and
*> the job refuses to send part of one.
01  JournalTable.
    05  JournalAccountCount PIC 9(3) VALUE ZERO.
    05  JournalAccount OCCURS 500.
        10  GjAccountId     PIC X(8).
        10  GjNet           PIC S9(12)V99.
        10  GjEntries       PIC 9(5).
01  JournalLimit            PIC 9(3) VALUE 500.
01  JournalIndex            PIC 9(3) VALUE ZERO.
01  JournalSlot             PIC 9(3) VALUE ZERO.
01  LookupAccountId         PIC X(8) VALUE SPACES.
01  TableOverflowed         PIC X VALUE 'N'.
    88  TableOverflow           VALUE 'Y'.

01  JournalTotals.
    05  AuditRecordsRead    PIC 9(7) VALUE ZERO.
    05  PostedRecords       PIC 9(7) VALUE ZERO.
    05  EntriesWritten      PIC 9(7) VALUE ZERO.
    05  AccountsNetZero     PIC 9(5) VALUE ZERO.
    05  DebitTotal          PIC S9(13)V99 VALUE ZERO.
    05  CreditTotal         PIC S9(13)V99 VALUE ZERO.
    05  DayNet              PIC S9(13)V99 VALUE ZERO.
01  LineNumber              PIC 9(5) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> Return codes for the scheduler: 0 the journal was written and
*> registered, 8 the day was refused because it has already been sent,
*> 12 the job could not run or could not record what it wrote.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcRefused           PIC 9(2) VALUE 8.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> '10' is end of file on READ NEXT.
01  ParameterFileStatus     PIC X(2) VALUE SPACES.
    88  ParameterFileOk         VALUE '00'.
    88  ParameterFileNotFound   VALUE '35'.

01  RegisterFileStatus      PIC X(2) VALUE SPACES.
    88  RegisterFileOk          VALUE '00'.
    88  RegisterFileNotFound    VALUE '35'.
    88  RegisterFileAtEnd       VALUE '10'.

01  AuditFileStatus         PIC X(2) VALUE SPACES.
    88  AuditFileOk             VALUE '00'.
    88  AuditFileNotFound       VALUE '35'.

01  JournalFileStatus       PIC X(2) VALUE SPACES.
    88  JournalFileOk           VALUE '00'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

*> Print-line assembly fields.
01  ReportHeading.
    05  FILLER              PIC X(38)
        VALUE 'GENERAL LEDGER JOURNAL - BUSINESS DAY '.
    05  HeadingDate         PIC 9(8).
    05  FILLER              PIC X(10) VALUE '  JOURNAL '.
    05  HeadingSeq          PIC 9(7).

01  EntryLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  EntryPrintLine      PIC Z(5).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  EntryPrintAccount   PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  EntryPrintCount     PIC Z(6)9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  EntryPrintSide      PIC X.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  EntryPrintAmount    PIC Z(12)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  EntryPrintNote      PIC X(20) VALUE SPACES.

01  CountLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  CountLabel          PIC X(22).
    05  CountOut            PIC Z(6)9.

01  AmountLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  AmountLabel         PIC X(22).
    05  AmountOut           PIC -(13)9.99.

01  SupersedeLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  FILLER              PIC X(22) VALUE 'SUPERSEDES JOURNAL:'.
    05  SupersedePrintSeq   PIC 9(7).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  SupersedePrintState PIC X(20).

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    ACCEPT RunStartTime FROM TIME
    DISPLAY 'CALCAUD general-ledger journal'
    PERFORM ReadJournalParameter
    PERFORM OpenRegister
    PERFORM ScanRegister
    IF LiveOverflow
        DISPLAY '*** More journals on GLREG for ' BusinessDate
            ' than the job can supersede - journal refused.'
        CLOSE RegisterFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    IF LiveCount > ZERO AND NOT RequeueThisDay
        DISPLAY '*** Business day ' BusinessDate ' has already been '
            'sent as journal ' LiveSeq(1) ' - journal refused.'
        DISPLAY '*** Put R in column 9 of GLPARM to re-queue it.'
        CLOSE RegisterFile
        MOVE RcRefused TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    IF LiveCount = ZERO AND RequeueThisDay
        DISPLAY 'Business day ' BusinessDate ' has not been sent '
            'before - nothing to re-queue, sending it new.'
    END-IF
    COMPUTE NewJournalSeq = LastJournalSeq + 1
    PERFORM SummariseActivity
    IF TableOverflow
        DISPLAY '*** More accounts with activity than the journal '
            'can hold - journal refused.'
        CLOSE RegisterFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    PERFORM OpenOutputFiles
    PERFORM WriteJournal
    CLOSE JournalFile
    PERFORM RegisterJournal
    PERFORM PrintJournalTotals
    CLOSE RegisterFile
    CLOSE ReportFile
    DISPLAY 'Journal ' NewJournalSeq ' written to ' JournalFileName
        ' - ' EntriesWritten ' entries - see GLJRPT.'
    MOVE RcClean TO RETURN-CODE
    PERFORM WriteRunHistory
    STOP RUN.

*> One run-history record per run - a run that died before reaching
*> here leaves no record, and its absence on the morning report is
*> the alarm. The business date stands in for the run id.
WriteRunHistory.
    OPEN EXTEND RunLogFile
    IF RunLogFileNotFound
        OPEN OUTPUT RunLogFile
    END-IF
    IF NOT RunLogFileOk
        DISPLAY 'Unable to open run history RUNHIST - status '
            RunLogFileStatus
    ELSE
        MOVE 'GLJOURNAL' TO RhProgramName
        MOVE BusinessDate TO RhRunId
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE AuditRecordsRead TO RhRecordsRead
        MOVE EntriesWritten TO RhRecordsWritten
        MOVE ZERO TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.

*> The business date and the re-queue switch. A GLPARM that exists
*> but cannot be trusted refuses the run rather than guess which day
*> Finance is waiting for.
ReadJournalParameter.
    ACCEPT BusinessDate FROM DATE YYYYMMDD
    OPEN INPUT ParameterFile
    EVALUATE TRUE
        WHEN ParameterFileNotFound
            CONTINUE
        WHEN NOT ParameterFileOk
            DISPLAY 'Unable to open journal control GLPARM - status '
                ParameterFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        WHEN OTHER
            READ ParameterFile
                AT END
                    MOVE SPACES TO ParameterRecord
            END-READ
            CLOSE ParameterFile
            EVALUATE TRUE
                WHEN ParmDateX = SPACES
                    CONTINUE
                WHEN ParmDateX IS NUMERIC
                    MOVE ParmDateX TO BusinessDate
                WHEN OTHER
                    DISPLAY 'GLPARM business date "' ParmDateX
                        '" is not numeric.'
                    MOVE RcCouldNotRun TO RETURN-CODE
                    PERFORM WriteRunHistory
                    STOP RUN
            END-EVALUATE
            EVALUATE TRUE
                WHEN RequeueRequested
                    MOVE 'Y' TO RequeueFlag
                WHEN ParmRequeue = SPACE
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'GLPARM column 9 "' ParmRequeue
                        '" must be R (re-queue) or blank.'
                    MOVE RcCouldNotRun TO RETURN-CODE
                    PERFORM WriteRunHistory
                    STOP RUN
            END-EVALUATE
    END-EVALUATE
    IF FUNCTION TEST-DATE-YYYYMMDD(BusinessDate) NOT = ZERO
        DISPLAY 'Business date ' BusinessDate ' is not a calendar '
            'date.'
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    STRING 'GLJRNL.' BusinessDate DELIMITED BY SIZE
        INTO JournalFileName
    IF RequeueThisDay
        DISPLAY 'Journalling business date ' BusinessDate
            ' - re-queue requested.'
    ELSE
        DISPLAY 'Journalling business date ' BusinessDate '.'
    END-IF.

*> The register accumulates across runs the same way ORDMAST does -
*> OPEN I-O an existing GLREG, creating it empty first the one time
*> it does not exist yet.
OpenRegister.
    OPEN I-O RegisterFile
    IF RegisterFileNotFound
        OPEN OUTPUT RegisterFile
        CLOSE RegisterFile
        OPEN I-O RegisterFile
    END-IF
    IF NOT RegisterFileOk
        DISPLAY 'Unable to open journal register GLREG - status '
            RegisterFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF.

*> Key order is sequence order, so the last record read carries the
*> highest sequence ever issued - a new journal always takes the
*> next one, and no sequence is ever handed out twice.
ScanRegister.
    MOVE 'N' TO EndOfFile
    MOVE ZERO TO JrnlSeq
    START RegisterFile KEY NOT < JrnlSeq
    IF RegisterFileOk
        PERFORM ReadNextRegister
        PERFORM NoteOneJournal UNTIL NoMoreRecords
    END-IF.

ReadNextRegister.
    READ RegisterFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT RegisterFileOk AND NOT RegisterFileAtEnd
        DISPLAY 'Unable to read journal register GLREG - status '
            RegisterFileStatus
        CLOSE RegisterFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF.

NoteOneJournal.
    MOVE JrnlSeq TO LastJournalSeq
    IF JrnlBusinessDate = BusinessDate AND NOT JournalSuperseded
        IF LiveCount < LiveLimit
            ADD 1 TO LiveCount
            MOVE JrnlSeq TO LiveSeq(LiveCount)
            MOVE JrnlStatus TO LiveStatus(LiveCount)
        ELSE
            MOVE 'Y' TO LiveOverflowed
        END-IF
    END-IF
    PERFORM ReadNextRegister.

*> The day's posted activity, by the same rule Trial-Balance re-adds
*> it: successful, carrying an account, and not held. A reversal
*> nets against its account like any result, an approved release
*> counts on the day it was released, and a result still in CALCSUSP
*> is in because CALCAUD already owes it to its account.
SummariseActivity.
    OPEN INPUT AuditFile
    EVALUATE TRUE
        WHEN AuditFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextAudit
            PERFORM AddOneAuditRecord UNTIL NoMoreRecords
            CLOSE AuditFile
        WHEN AuditFileNotFound
            DISPLAY 'No CALCAUD audit file found - the journal '
                'carries no activity.'
        WHEN OTHER
            DISPLAY 'Unable to open audit file CALCAUD - status '
                AuditFileStatus
            CLOSE RegisterFile
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE.

ReadNextAudit.
    READ AuditFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

AddOneAuditRecord.
    ADD 1 TO AuditRecordsRead
    IF AuRecordDate = BusinessDate AND AuTransactionOk
        AND AuAccountId NOT = SPACES AND NOT AuHeldEntry
        ADD 1 TO PostedRecords
        MOVE AuAccountId TO LookupAccountId
        PERFORM FindJournalSlot
        IF JournalSlot > ZERO
            ADD AuResult TO GjNet(JournalSlot)
            ADD 1 TO GjEntries(JournalSlot)
        END-IF
    END-IF
    PERFORM ReadNextAudit.

FindJournalSlot.
    MOVE ZERO TO JournalSlot
    MOVE 1 TO JournalIndex
    PERFORM ScanJournalSlot
        UNTIL JournalSlot > ZERO OR JournalIndex > JournalAccountCount
    IF JournalSlot = ZERO
        IF JournalAccountCount < JournalLimit
            ADD 1 TO JournalAccountCount
            MOVE JournalAccountCount TO JournalSlot
            MOVE LookupAccountId TO GjAccountId(JournalSlot)
            MOVE ZERO TO GjNet(JournalSlot)
            MOVE ZERO TO GjEntries(JournalSlot)
        ELSE
            MOVE 'Y' TO TableOverflowed
        END-IF
    END-IF.

ScanJournalSlot.
    IF GjAccountId(JournalIndex) = LookupAccountId
        MOVE JournalIndex TO JournalSlot
    ELSE
        ADD 1 TO JournalIndex
    END-IF.

OpenOutputFiles.
    OPEN OUTPUT JournalFile
    IF NOT JournalFileOk
        DISPLAY 'Unable to open journal file ' JournalFileName
            ' - status ' JournalFileStatus
        CLOSE RegisterFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    IF NOT ReportFileOk
        DISPLAY 'Unable to open report file GLJRPT - status '
            ReportFileStatus
        CLOSE JournalFile
        CLOSE RegisterFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE BusinessDate TO HeadingDate
    MOVE NewJournalSeq TO HeadingSeq
    WRITE ReportLine FROM ReportHeading
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 1 TO LiveIndex
    PERFORM PrintOneSuperseded UNTIL LiveIndex > LiveCount
    IF LiveCount > ZERO
        MOVE SPACES TO ReportLine
        WRITE ReportLine
    END-IF
    MOVE '   LINE  ACCOUNT   ENTRIES  D/C            AMOUNT'
        TO ReportLine
    WRITE ReportLine.

PrintOneSuperseded.
    MOVE LiveSeq(LiveIndex) TO SupersedePrintSeq
    EVALUATE LiveStatus(LiveIndex)
        WHEN 'A'
            MOVE 'ACCEPTED BY LEDGER' TO SupersedePrintState
        WHEN 'R'
            MOVE 'REJECTED BY LEDGER' TO SupersedePrintState
        WHEN OTHER
            MOVE 'NOT ACKNOWLEDGED' TO SupersedePrintState
    END-EVALUATE
    WRITE ReportLine FROM SupersedeLine
    ADD 1 TO LiveIndex.

*> A department whose balance rose was credited, so a positive net is
*> a credit entry and a negative one a debit. The balancing entry
*> takes the other side of the day's net against the clearing
*> account, so every journal's debits equal its credits. An account
*> whose results cancel out has no entry to send and is only listed.
WriteJournal.
    MOVE SPACES TO JournalHeader
    MOVE 'H' TO JhRecordType
    MOVE NewJournalSeq TO JhJournalSeq
    MOVE BusinessDate TO JhBusinessDate
    ACCEPT JournalCreatedDate FROM DATE YYYYMMDD
    ACCEPT JournalCreatedTime FROM TIME
    MOVE JournalCreatedDate TO JhCreatedDate
    MOVE JournalCreatedTime TO JhCreatedTime
    MOVE SourceSystem TO JhSourceSystem
    IF LiveCount > ZERO
        MOVE LiveSeq(LiveCount) TO JhReplacesSeq
    ELSE
        MOVE ZERO TO JhReplacesSeq
    END-IF
    WRITE JournalHeader
    PERFORM CheckJournalWrite
    MOVE 1 TO JournalIndex
    PERFORM WriteOneEntry UNTIL JournalIndex > JournalAccountCount
    PERFORM WriteBalancingEntry
    MOVE SPACES TO JournalTrailer
    MOVE 'T' TO JtRecordType
    MOVE NewJournalSeq TO JtJournalSeq
    MOVE EntriesWritten TO JtEntryCount
    MOVE DebitTotal TO JtDebitTotal
    MOVE CreditTotal TO JtCreditTotal
    WRITE JournalTrailer
    PERFORM CheckJournalWrite.

WriteOneEntry.
    MOVE GjAccountId(JournalIndex) TO EntryPrintAccount
    MOVE GjEntries(JournalIndex) TO EntryPrintCount
    ADD GjNet(JournalIndex) TO DayNet
    IF GjNet(JournalIndex) = ZERO
        ADD 1 TO AccountsNetZero
        MOVE ZERO TO EntryPrintLine
        MOVE SPACE TO EntryPrintSide
        MOVE ZERO TO EntryPrintAmount
        MOVE 'NETS TO ZERO' TO EntryPrintNote
        WRITE ReportLine FROM EntryLine
    ELSE
        MOVE SPACES TO JournalDetail
        MOVE 'D' TO JdRecordType
        MOVE GjAccountId(JournalIndex) TO JdAccountId
        MOVE GjEntries(JournalIndex) TO JdEntryCount
        IF GjNet(JournalIndex) > ZERO
            MOVE 'C' TO JdDebitCredit
            MOVE GjNet(JournalIndex) TO JdAmount
            ADD GjNet(JournalIndex) TO CreditTotal
        ELSE
            MOVE 'D' TO JdDebitCredit
            COMPUTE JdAmount = ZERO - GjNet(JournalIndex)
            SUBTRACT GjNet(JournalIndex) FROM DebitTotal
        END-IF
        MOVE SPACES TO EntryPrintNote
        PERFORM PutJournalEntry
    END-IF
    ADD 1 TO JournalIndex.

*> Written even on a day that nets to nothing, so every journal has
*> the same shape and the ledger always finds its balancing line.
WriteBalancingEntry.
    MOVE SPACES TO JournalDetail
    MOVE 'B' TO JdRecordType
    MOVE BalancingAccount TO JdAccountId
    MOVE BalancingAccount TO EntryPrintAccount
    MOVE PostedRecords TO JdEntryCount
    MOVE PostedRecords TO EntryPrintCount
    IF DayNet < ZERO
        MOVE 'C' TO JdDebitCredit
        COMPUTE JdAmount = ZERO - DayNet
        SUBTRACT DayNet FROM CreditTotal
    ELSE
        MOVE 'D' TO JdDebitCredit
        MOVE DayNet TO JdAmount
        ADD DayNet TO DebitTotal
    END-IF
    MOVE 'BALANCING ENTRY' TO EntryPrintNote
    PERFORM PutJournalEntry.

PutJournalEntry.
    ADD 1 TO LineNumber
    ADD 1 TO EntriesWritten
    MOVE NewJournalSeq TO JdJournalSeq
    MOVE LineNumber TO JdLineNumber
    MOVE LineNumber TO EntryPrintLine
    MOVE JdDebitCredit TO EntryPrintSide
    MOVE JdAmount TO EntryPrintAmount
    WRITE JournalDetail
    PERFORM CheckJournalWrite
    WRITE ReportLine FROM EntryLine.

*> A journal that could not be written in full is not registered -
*> the day stays unsent, and the half-written file must not go out.
CheckJournalWrite.
    IF NOT JournalFileOk
        DISPLAY 'Unable to write journal file ' JournalFileName
            ' - status ' JournalFileStatus
        DISPLAY '*** Journal ' NewJournalSeq ' is incomplete and was '
            'not registered - do not send ' JournalFileName '.'
        CLOSE JournalFile
        CLOSE ReportFile
        CLOSE RegisterFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF.

*> The new journal goes on the register before the ones it replaces
*> are marked superseded: a failure between the two leaves the day
*> carried twice, which the next run reports, rather than not at all.
RegisterJournal.
    MOVE NewJournalSeq TO JrnlSeq
    MOVE BusinessDate TO JrnlBusinessDate
    MOVE 'S' TO JrnlStatus
    MOVE JournalFileName TO JrnlFileName
    MOVE JournalCreatedDate TO JrnlCreatedDate
    MOVE JournalCreatedTime TO JrnlCreatedTime
    MOVE EntriesWritten TO JrnlEntryCount
    MOVE DebitTotal TO JrnlDebitTotal
    MOVE CreditTotal TO JrnlCreditTotal
    MOVE ZERO TO JrnlAckDate
    MOVE ZERO TO JrnlAckTime
    MOVE SPACES TO JrnlAckReason
    MOVE ZERO TO JrnlSupersededBy
    WRITE JournalEntry
    IF NOT RegisterFileOk
        DISPLAY '*** Journal ' NewJournalSeq ' was written to '
            JournalFileName ' but could not be registered - status '
            RegisterFileStatus
        DISPLAY '*** Do not send ' JournalFileName
            ' - re-run the journal instead.'
        CLOSE ReportFile
        CLOSE RegisterFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE 1 TO LiveIndex
    PERFORM SupersedeOneJournal UNTIL LiveIndex > LiveCount.

SupersedeOneJournal.
    MOVE LiveSeq(LiveIndex) TO JrnlSeq
    READ RegisterFile
        INVALID KEY
            CONTINUE
    END-READ
    IF RegisterFileOk
        MOVE 'Q' TO JrnlStatus
        MOVE NewJournalSeq TO JrnlSupersededBy
        REWRITE JournalEntry
    END-IF
    IF NOT RegisterFileOk
        DISPLAY '*** Journal ' LiveSeq(LiveIndex) ' could not be '
            'marked superseded - status ' RegisterFileStatus
    END-IF
    ADD 1 TO LiveIndex.

PrintJournalTotals.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'AUDIT RECORDS READ:' TO CountLabel
    MOVE AuditRecordsRead TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'POSTED ON THE DAY:' TO CountLabel
    MOVE PostedRecords TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'ACCOUNTS WITH ACTIVITY:' TO CountLabel
    MOVE JournalAccountCount TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'ACCOUNTS NETTING ZERO:' TO CountLabel
    MOVE AccountsNetZero TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'JOURNAL ENTRIES:' TO CountLabel
    MOVE EntriesWritten TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'TOTAL DEBITS:' TO AmountLabel
    MOVE DebitTotal TO AmountOut
    WRITE ReportLine FROM AmountLine
    MOVE 'TOTAL CREDITS:' TO AmountLabel
    MOVE CreditTotal TO AmountOut
    WRITE ReportLine FROM AmountLine.
