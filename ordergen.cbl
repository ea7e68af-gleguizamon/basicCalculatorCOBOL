IDENTIFICATION DIVISION.
PROGRAM-ID.  Order-Generate.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The standing-order master maintained by Order-Maint - walked in
*> key order, each order falling due rewritten with the business
*> date it was generated for.
    SELECT OrderFile ASSIGN TO "ORDMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OrderId
        FILE STATUS IS OrderFileStatus.

*> An order only goes out to an account that is registered and open
*> today - one closed or frozen since the order was set up is
*> skipped and listed, not sent into suspense.
    SELECT AccountFile ASSIGN TO "ACCTMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AcctAccountId
        FILE STATUS IS AccountFileStatus.

*> The night's raw feed - generated lines are appended behind
*> whatever the departments have already sent, and Batch-Build
*> edits and controls them like any other line.
    SELECT RawFile ASSIGN TO "RAWTRANS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RawFileStatus.

*> The same build-control record Batch-Build reads - the business
*> date YYYYMMDD in columns 1-8. No BLDPARM, or a blank date, means
*> today, so the generator and the build always agree on the day.
    SELECT ParameterFile ASSIGN TO "BLDPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ParameterFileStatus.

    SELECT ReportFile ASSIGN TO "ORDGRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.

*> Shared run-history log - every batch program in the suite appends
*> one record at end of run, for the morning operations check.
    SELECT RunLogFile ASSIGN TO "RUNHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD  OrderFile.
    COPY ORDREC.

FD  AccountFile.
    COPY ACCTREC
        REPLACING  ==Account==            BY  ==AcctMaster==
                   ==AccountId==          BY  ==AcctAccountId==
                   ==AccountName==        BY  ==AcctName==
                   ==AccountStatus==      BY  ==AcctStatus==
                   ==AccountOpen==        BY  ==AcctOpen==
                   ==AccountClosed==      BY  ==AcctClosed==
                   ==AccountFrozen==      BY  ==AcctFrozen==
                   ==AccountOpenDate==    BY  ==AcctOpenDate==
                   ==AccountHoldLimit==   BY  ==AcctHoldLimit==
                   ==AccountClass==       BY  ==AcctClass==
                   ==AccountParent==      BY  ==AcctParent==
                   ==AccountChildCount==  BY  ==AcctChildCount==
                   ==AccountNoChildren==  BY  ==AcctNoChildren==.

FD  RawFile.
01  RawLine                 PIC X(80).

FD  ParameterFile.
01  ParameterRecord.
    05  ParmDateX           PIC X(8).
    05  FILLER              PIC X(72).

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
01  BusinessDateX REDEFINES BusinessDate.
    05  FILLER              PIC 9(6).
    05  BusinessDay         PIC 9(2).

*> Day arithmetic for the due test - a weekly order falls due when
*> the days since its start divide by seven; a monthly one on its
*> start day of the month, or on the last day of a month too short
*> to have it.
01  StartDateWork           PIC 9(8) VALUE ZERO.
01  StartDateX REDEFINES StartDateWork.
    05  FILLER              PIC 9(6).
    05  StartDay            PIC 9(2).
01  NextDateWork            PIC 9(8) VALUE ZERO.
01  NextDateX REDEFINES NextDateWork.
    05  FILLER              PIC 9(6).
    05  NextDay             PIC 9(2).
01  DaysSinceStart          PIC 9(7) VALUE ZERO.
01  WeeksSinceStart         PIC 9(7) VALUE ZERO.
01  DaysOverWeek            PIC 9 VALUE ZERO.

01  DueFlag                 PIC X VALUE 'N'.
    88  OrderIsDue              VALUE 'Y'.
01  SkipReason              PIC X(20) VALUE SPACES.

01  GenerateSummary.
    05  OrdersRead          PIC 9(5) VALUE ZERO.
    05  OrdersGenerated     PIC 9(5) VALUE ZERO.
    05  OrdersSkipped       PIC 9(5) VALUE ZERO.
    05  OrdersAlreadyDone   PIC 9(5) VALUE ZERO.
    05  OrdersNotDue        PIC 9(5) VALUE ZERO.

*> A generated line is an ordinary RAWTRANS detail line - Num1,
*> operator, Num2 in the signed TRANSIN columns, then the account.
01  GeneratedLine.
    05  GenNum1             PIC S9(5)V99
                            SIGN IS LEADING SEPARATE CHARACTER.
    05  GenOperator         PIC X.
    05  GenNum2             PIC S9(5)V99
                            SIGN IS LEADING SEPARATE CHARACTER.
    05  GenAccountId        PIC X(8).
    05  FILLER              PIC X(55) VALUE SPACES.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> Return codes for the scheduler: 0 every order due went out, 4 some
*> were skipped for their account, 12 the job could not run or could
*> not record what it generated.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcDataErrors        PIC 9(2) VALUE 4.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> '10' is end of file on READ NEXT.
01  OrderFileStatus         PIC X(2) VALUE SPACES.
    88  OrderFileOk             VALUE '00'.
    88  OrderFileNotFound       VALUE '35'.
    88  OrderFileAtEnd          VALUE '10'.

01  AccountFileStatus       PIC X(2) VALUE SPACES.
    88  AccountFileOk           VALUE '00'.
    88  AccountFileNotFound     VALUE '35'.

01  RawFileStatus           PIC X(2) VALUE SPACES.
    88  RawFileOk               VALUE '00'.
    88  RawFileNotFound         VALUE '35'.

01  ParameterFileStatus     PIC X(2) VALUE SPACES.
    88  ParameterFileOk         VALUE '00'.
    88  ParameterFileNotFound   VALUE '35'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

*> Print-line assembly fields.
01  ReportHeading.
    05  FILLER              PIC X(40)
        VALUE 'STANDING ORDER GENERATION - BUSINESS DAY'.
    05  FILLER              PIC X VALUE SPACE.
    05  HeadingDate         PIC 9(8).

01  OrderDetailLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  OrderPrintId        PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  OrderPrintAccount   PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  OrderPrintNum1      PIC -(5)9.99.
    05  FILLER              PIC X VALUE SPACE.
    05  OrderPrintOperator  PIC X.
    05  FILLER              PIC X VALUE SPACE.
    05  OrderPrintNum2      PIC -(5)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  OrderPrintVerdict   PIC X(9).
    05  FILLER              PIC X VALUE SPACE.
    05  OrderPrintReason    PIC X(20).

01  CountLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  CountLabel          PIC X(22).
    05  CountOut            PIC Z(4)9.

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    ACCEPT RunStartTime FROM TIME
    DISPLAY 'RAWTRANS standing-order generation'
    PERFORM ReadBuildParameter
    PERFORM OpenFiles
    MOVE 'N' TO EndOfFile
    MOVE LOW-VALUES TO OrderId
    START OrderFile KEY NOT < OrderId
    IF OrderFileOk
        PERFORM ReadNextOrder
        PERFORM GenerateOneOrder UNTIL NoMoreRecords
    END-IF
    PERFORM PrintGenerateTotals
    CLOSE OrderFile
    CLOSE AccountFile
    CLOSE RawFile
    CLOSE ReportFile
    DISPLAY 'Generation finished - ' OrdersGenerated ' generated, '
        OrdersSkipped ' skipped - see ORDGRPT.'
    IF OrdersSkipped > ZERO
        MOVE RcDataErrors TO RETURN-CODE
    ELSE
        MOVE RcClean TO RETURN-CODE
    END-IF
    PERFORM WriteRunHistory
    STOP RUN.

*> The business date - the scheduler's via BLDPARM, or today's. A
*> BLDPARM that exists but cannot be trusted refuses the run, the
*> same way Batch-Build refuses it.
ReadBuildParameter.
    ACCEPT BusinessDate FROM DATE YYYYMMDD
    OPEN INPUT ParameterFile
    EVALUATE TRUE
        WHEN ParameterFileNotFound
            CONTINUE
        WHEN NOT ParameterFileOk
            DISPLAY 'Unable to open build control BLDPARM - status '
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
                    DISPLAY 'BLDPARM business date "' ParmDateX
                        '" is not numeric.'
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
    DISPLAY 'Generating for business date ' BusinessDate '.'.

*> No ORDMAST means no order was ever set up - a clean run with
*> nothing to send. RAWTRANS accumulates the night's lines, so it is
*> extended, and created only the first time it is needed.
OpenFiles.
    OPEN I-O OrderFile
    EVALUATE TRUE
        WHEN OrderFileOk
            CONTINUE
        WHEN OrderFileNotFound
            DISPLAY 'No ORDMAST order master found - nothing to '
                'generate.'
            MOVE RcClean TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        WHEN OTHER
            DISPLAY 'Unable to open order master ORDMAST - status '
                OrderFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    OPEN INPUT AccountFile
    IF NOT AccountFileOk
        DISPLAY 'Unable to open account master ACCTMAST - status '
            AccountFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    OPEN EXTEND RawFile
    IF RawFileNotFound
        OPEN OUTPUT RawFile
    END-IF
    IF NOT RawFileOk
        DISPLAY 'Unable to open RAWTRANS - status ' RawFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    IF NOT ReportFileOk
        DISPLAY 'Unable to open report file ORDGRPT - status '
            ReportFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE BusinessDate TO HeadingDate
    WRITE ReportLine FROM ReportHeading
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE '  ORDER    ACCOUNT       NUM1 O      NUM2  VERDICT   REASON'
        TO ReportLine
    WRITE ReportLine.

ReadNextOrder.
    READ OrderFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT OrderFileOk AND NOT OrderFileAtEnd
        DISPLAY 'Unable to read order master ORDMAST - status '
            OrderFileStatus
        MOVE 'Y' TO EndOfFile
    END-IF.

*> Every order is tested against the business date only; one already
*> generated for this date is listed and left alone, which is what
*> makes a re-run safe. The line is written before the order is
*> marked, and an order that cannot be marked stops the run - left
*> unmarked, the next run would send it a second time.
GenerateOneOrder.
    ADD 1 TO OrdersRead
    PERFORM DecideOrderDue
    EVALUATE TRUE
        WHEN OrderIsDue
            PERFORM CheckOrderAccount
            IF SkipReason = SPACES
                PERFORM WriteGeneratedLine
            ELSE
                ADD 1 TO OrdersSkipped
                MOVE 'SKIPPED' TO OrderPrintVerdict
                PERFORM PrintOrderLine
            END-IF
        WHEN SkipReason NOT = SPACES
            ADD 1 TO OrdersAlreadyDone
            MOVE 'DONE' TO OrderPrintVerdict
            PERFORM PrintOrderLine
        WHEN OTHER
            ADD 1 TO OrdersNotDue
    END-EVALUATE
    PERFORM ReadNextOrder.

DecideOrderDue.
    MOVE 'N' TO DueFlag
    MOVE SPACES TO SkipReason
    EVALUATE TRUE
        WHEN BusinessDate < OrderStartDate
            CONTINUE
        WHEN OrderEndDate > ZERO AND BusinessDate > OrderEndDate
            CONTINUE
        WHEN OrderLastGenerated >= BusinessDate
            MOVE 'ALREADY GENERATED' TO SkipReason
        WHEN OrderDaily
            MOVE 'Y' TO DueFlag
        WHEN OrderWeekly
            COMPUTE DaysSinceStart =
                FUNCTION INTEGER-OF-DATE(BusinessDate)
                - FUNCTION INTEGER-OF-DATE(OrderStartDate)
            DIVIDE DaysSinceStart BY 7 GIVING WeeksSinceStart
                REMAINDER DaysOverWeek
            IF DaysOverWeek = ZERO
                MOVE 'Y' TO DueFlag
            END-IF
        WHEN OrderMonthly
            MOVE OrderStartDate TO StartDateWork
            COMPUTE NextDateWork = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(BusinessDate) + 1)
            EVALUATE TRUE
                WHEN BusinessDay = StartDay
                    MOVE 'Y' TO DueFlag
                WHEN NextDay = 1 AND StartDay > BusinessDay
                    MOVE 'Y' TO DueFlag
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CheckOrderAccount.
    MOVE OrderAccountId TO AcctAccountId
    READ AccountFile
        INVALID KEY
            MOVE 'NOT REGISTERED' TO SkipReason
    END-READ
    IF SkipReason = SPACES
        EVALUATE TRUE
            WHEN NOT AcctNoChildren
                MOVE 'PARENT ACCOUNT' TO SkipReason
            WHEN AcctOpen
                CONTINUE
            WHEN AcctClosed
                MOVE 'ACCOUNT CLOSED' TO SkipReason
            WHEN AcctFrozen
                MOVE 'ACCOUNT FROZEN' TO SkipReason
            WHEN OTHER
                MOVE 'STATUS NOT O/C/F' TO SkipReason
        END-EVALUATE
    END-IF.

WriteGeneratedLine.
    MOVE OrderNum1 TO GenNum1
    MOVE OrderOperator TO GenOperator
    MOVE OrderNum2 TO GenNum2
    MOVE OrderAccountId TO GenAccountId
    MOVE GeneratedLine TO RawLine
    WRITE RawLine
    IF NOT RawFileOk
        DISPLAY 'Unable to write RAWTRANS - status ' RawFileStatus
        PERFORM AbandonGeneration
    END-IF
    MOVE BusinessDate TO OrderLastGenerated
    REWRITE StandingOrder
    IF NOT OrderFileOk
        DISPLAY '*** Order ' OrderId ' was written to RAWTRANS but '
            'could not be marked - status ' OrderFileStatus
        DISPLAY '*** Do not re-run before removing it from RAWTRANS.'
        PERFORM AbandonGeneration
    END-IF
    ADD 1 TO OrdersGenerated
    MOVE 'GENERATED' TO OrderPrintVerdict
    PERFORM PrintOrderLine.

*> A failure part-way leaves the report saying how far the run got,
*> and the lines already written stay in RAWTRANS with their orders
*> marked, so the re-run picks up only what is still due.
AbandonGeneration.
    PERFORM PrintGenerateTotals
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE '  *** GENERATION STOPPED - ORDER MASTER OR RAWTRANS FAILED.'
        TO ReportLine
    WRITE ReportLine
    CLOSE OrderFile
    CLOSE AccountFile
    CLOSE RawFile
    CLOSE ReportFile
    MOVE RcCouldNotRun TO RETURN-CODE
    PERFORM WriteRunHistory
    STOP RUN.

PrintOrderLine.
    MOVE OrderId TO OrderPrintId
    MOVE OrderAccountId TO OrderPrintAccount
    MOVE OrderNum1 TO OrderPrintNum1
    MOVE OrderOperator TO OrderPrintOperator
    MOVE OrderNum2 TO OrderPrintNum2
    MOVE SkipReason TO OrderPrintReason
    WRITE ReportLine FROM OrderDetailLine.

PrintGenerateTotals.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'ORDERS READ:' TO CountLabel
    MOVE OrdersRead TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'GENERATED:' TO CountLabel
    MOVE OrdersGenerated TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'SKIPPED FOR ACCOUNT:' TO CountLabel
    MOVE OrdersSkipped TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'ALREADY GENERATED:' TO CountLabel
    MOVE OrdersAlreadyDone TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'NOT DUE TODAY:' TO CountLabel
    MOVE OrdersNotDue TO CountOut
    WRITE ReportLine FROM CountLine.

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
        MOVE 'ORDERGEN' TO RhProgramName
        MOVE BusinessDate TO RhRunId
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE OrdersRead TO RhRecordsRead
        MOVE OrdersGenerated TO RhRecordsWritten
        MOVE OrdersSkipped TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.
