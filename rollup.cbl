IDENTIFICATION DIVISION.
PROGRAM-ID.  Rollup-Report.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> One roll-up control record per run: the closed period YYYYMM in
*> columns 1-6 to report from that period's PERDSNAP snapshot, or
*> blank for the live balances on BALMAST. No ROLLPARM is the same
*> as a blank one - today's live roll-up.
    SELECT ParameterFile ASSIGN TO "ROLLPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ParameterFileStatus.

*> The hierarchy itself - every registered account and the parent it
*> rolls up into, walked in key order so each level prints in the
*> same order as the account listing.
    SELECT AccountFile ASSIGN TO "ACCTMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AcctAccountId
        FILE STATUS IS AccountFileStatus.

    SELECT BalanceFile ASSIGN TO "BALMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BalAccountId
        FILE STATUS IS BalanceFileStatus.

*> The closed-period register - the last close before the reported
*> balances is the one they are compared with.
    SELECT ControlFile ASSIGN TO "PERDCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ControlFileStatus.

*> The chosen period's snapshot, when the roll-up is of a close
*> rather than of the live master.
    SELECT CurrentSnapFile ASSIGN USING CurrentSnapName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CurrentSnapFileStatus.

*> The previous close's snapshot - the balances every node is
*> compared with.
    SELECT PriorSnapFile ASSIGN USING PriorSnapName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PriorSnapFileStatus.

    SELECT ReportFile ASSIGN TO "ROLLRPT"
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
    05  ParmPeriodX         PIC X(6).
    05  FILLER              PIC X(74).

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

FD  BalanceFile.
01  BalanceRecord.
    05  BalAccountId        PIC X(8).
    05  BalBalance          PIC S9(12)V99
                            SIGN IS LEADING SEPARATE CHARACTER.

FD  ControlFile.
01  ControlRecord.
    05  CtlPeriodId         PIC X(6).
    05  CtlCloseDate        PIC 9(8).
    05  CtlAccountCount     PIC 9(5).

FD  CurrentSnapFile.
    COPY PERDREC
        REPLACING  ==PeriodBalance==      BY  ==CsPeriodBalance==
                   ==PerAccountId==       BY  ==CsAccountId==
                   ==PerBalance==         BY  ==CsBalance==.

FD  PriorSnapFile.
    COPY PERDREC
        REPLACING  ==PeriodBalance==      BY  ==PsPeriodBalance==
                   ==PerAccountId==       BY  ==PsAccountId==
                   ==PerBalance==         BY  ==PsBalance==.

FD  ReportFile.
01  ReportLine              PIC X(120).

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

*> Where the balances come from - the live master, or the snapshot
*> of the period named on ROLLPARM.
01  SourceFlag              PIC X VALUE 'L'.
    88  LiveBalances            VALUE 'L'.
    88  SnapshotBalances        VALUE 'S'.
01  ReportPeriod            PIC 9(6) VALUE ZERO.
01  ReportPeriodParts REDEFINES ReportPeriod.
    05  ReportYear          PIC 9(4).
    05  ReportMonth         PIC 9(2).
01  CurrentSnapName         PIC X(15) VALUE SPACES.

*> The previous close - the highest period on PERDCTL below the
*> reported one (any period at all, for the live master). No close
*> yet means nothing to compare with; a close whose snapshot has gone
*> is reported as an exception, since the comparison was expected.
01  PriorPeriod             PIC 9(6) VALUE ZERO.
01  PriorPeriodX REDEFINES PriorPeriod
                            PIC X(6).
01  PriorSnapName           PIC X(15) VALUE SPACES.
01  PriorFlag               PIC X VALUE 'N'.
    88  NoPriorClose            VALUE 'N'.
    88  PriorAvailable          VALUE 'Y'.
    88  PriorSnapMissing        VALUE 'M'.

*> One entry per account met in ACCTMAST or in either set of
*> balances, in the order met - ACCTMAST key order first, so every
*> level prints in account order. NodeParentSlot is the parent's
*> entry, zero for a top-level account or a parent not on file;
*> NodeChildren is counted here from the parents rather than taken
*> from the master, so the report stands on what it actually read.
*> Past the table limit the job refuses to run - a roll-up that
*> cannot see every account would total short.
01  NodeTable.
    05  NodeCount           PIC 9(3) VALUE ZERO.
    05  NodeEntry OCCURS 500.
        10  NodeAccountId   PIC X(8).
        10  NodeName        PIC X(30).
        10  NodeParent      PIC X(8).
        10  NodeParentSlot  PIC 9(3).
        10  NodeChildren    PIC 9(5).
        10  NodeOwnCurrent  PIC S9(12)V99.
        10  NodeOwnPrior    PIC S9(12)V99.
        10  NodeTotalCurrent PIC S9(13)V99.
        10  NodeTotalPrior  PIC S9(13)V99.
        10  NodeRegistered  PIC X.
        10  NodePrinted     PIC X.
01  NodeLimit               PIC 9(3) VALUE 500.
01  NodeIndex               PIC 9(3) VALUE ZERO.
01  NodeSlot                PIC 9(3) VALUE ZERO.
01  LocateIndex             PIC 9(3) VALUE ZERO.
01  LookupAccountId         PIC X(8) VALUE SPACES.
01  TableOverflowed         PIC X VALUE 'N'.
    88  TableOverflow           VALUE 'Y'.

*> The hierarchy is printed depth first from an explicit stack: each
*> level holds the node being printed and where the scan for its
*> next child has reached. A node's subtotal is printed, and added
*> into its parent, when its last child is done. Account-Maint
*> refuses a parent change that would loop, so a node never reached
*> from the top can only come from a master changed some other way -
*> those, and anything nested past the stack limit, are listed after
*> the grand total rather than lost.
01  TreeStack.
    05  StackDepth          PIC 9(3) VALUE ZERO.
    05  StackEntry OCCURS 50.
        10  StackSlot       PIC 9(3).
        10  StackScan       PIC 9(3).
01  StackLimit              PIC 9(3) VALUE 50.
01  PushSlot                PIC 9(3) VALUE ZERO.
01  WalkSlot                PIC 9(3) VALUE ZERO.
01  ChildSlot               PIC 9(3) VALUE ZERO.
01  ChildScan               PIC 9(3) VALUE ZERO.
01  UpperSlot               PIC 9(3) VALUE ZERO.
01  LabelPointer            PIC 9(3) VALUE ZERO.

01  RollCounts.
    05  AccountsOnMaster    PIC 9(5) VALUE ZERO.
    05  BalancesRead        PIC 9(5) VALUE ZERO.
    05  PriorBalancesRead   PIC 9(5) VALUE ZERO.
    05  TopLevelAccounts    PIC 9(5) VALUE ZERO.
    05  NodesPrinted        PIC 9(5) VALUE ZERO.
    05  UnregisteredCount   PIC 9(5) VALUE ZERO.
    05  MissingParents      PIC 9(5) VALUE ZERO.
    05  NotRolledUp         PIC 9(5) VALUE ZERO.

01  RollTotals.
    05  GrandCurrent        PIC S9(13)V99 VALUE ZERO.
    05  GrandPrior          PIC S9(13)V99 VALUE ZERO.
    05  UnrolledCurrent     PIC S9(13)V99 VALUE ZERO.
    05  UnrolledPrior       PIC S9(13)V99 VALUE ZERO.

01  AmountCurrent           PIC S9(13)V99 VALUE ZERO.
01  AmountPrior             PIC S9(13)V99 VALUE ZERO.
01  ChangeWork              PIC S9(13)V99 VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> Return codes for the scheduler: 0 the whole ledger rolled up
*> cleanly, 4 printed but with exceptions listed on the report, 12
*> the job could not run at all.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcExceptions        PIC 9(2) VALUE 4.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> returned when OPEN INPUT names a file that does not exist.
01  ParameterFileStatus     PIC X(2) VALUE SPACES.
    88  ParameterFileOk         VALUE '00'.
    88  ParameterFileNotFound   VALUE '35'.

01  AccountFileStatus       PIC X(2) VALUE SPACES.
    88  AccountFileOk           VALUE '00'.
    88  AccountFileNotFound     VALUE '35'.
    88  AccountFileAtEnd        VALUE '10'.

01  BalanceFileStatus       PIC X(2) VALUE SPACES.
    88  BalanceFileOk           VALUE '00'.
    88  BalanceFileNotFound     VALUE '35'.

01  ControlFileStatus       PIC X(2) VALUE SPACES.
    88  ControlFileOk           VALUE '00'.
    88  ControlFileNotFound     VALUE '35'.

01  CurrentSnapFileStatus   PIC X(2) VALUE SPACES.
    88  CurrentSnapFileOk       VALUE '00'.
    88  CurrentSnapFileNotFound VALUE '35'.

01  PriorSnapFileStatus     PIC X(2) VALUE SPACES.
    88  PriorSnapFileOk         VALUE '00'.
    88  PriorSnapFileNotFound   VALUE '35'.

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

01  ColumnHeading.
    05  FILLER              PIC X(60) VALUE '  ACCOUNT   NAME'.
    05  FILLER              PIC X(7) VALUE 'CURRENT'.
    05  FILLER              PIC X(18) VALUE '    PREVIOUS CLOSE'.
    05  FILLER              PIC X(18) VALUE '            CHANGE'.
    05  FILLER              PIC X(17) VALUE '  NOTE'.

*> One line per node, indented two places a level (to a limit, so
*> the name always fits): a department's own balance, a parent's
*> heading - with its own balance only if it carries one from before
*> it became a parent - and, with TOTAL, each parent's subtotal.
01  NodeLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  NodeLabel           PIC X(48) VALUE SPACES.
    05  NodeAmounts.
        10  NodePrintCurrent PIC -(13)9.99.
        10  NodeComparison.
            15  FILLER      PIC X VALUE SPACE.
            15  NodePrintPrior PIC -(13)9.99.
            15  FILLER      PIC X VALUE SPACE.
            15  NodePrintChange PIC -(13)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  NodeNote            PIC X(15) VALUE SPACES.

01  CountLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  CountLabel          PIC X(30).
    05  CountOut            PIC Z(6)9.

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    ACCEPT RunStartTime FROM TIME
    PERFORM ReadRollParameter
    PERFORM LoadAccountMaster
    PERFORM LoadCurrentBalances
    PERFORM FindPreviousClose
    IF PriorAvailable
        PERFORM LoadPriorBalances
    END-IF
    IF TableOverflow
        DISPLAY '*** More accounts than the roll-up can hold - '
            'report refused.'
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE 1 TO NodeIndex
    PERFORM LinkOneParent UNTIL NodeIndex > NodeCount
    PERFORM PrintRollupReport
    IF NotRolledUp > ZERO OR UnregisteredCount > ZERO
        OR MissingParents > ZERO OR PriorSnapMissing
        DISPLAY 'Roll-up printed with exceptions - '
            UnregisteredCount ' unregistered, ' MissingParents
            ' missing parents, ' NotRolledUp
            ' not rolled up - see ROLLRPT.'
        MOVE RcExceptions TO RETURN-CODE
    ELSE
        DISPLAY 'Roll-up printed - ' NodeCount ' accounts under '
            TopLevelAccounts ' top-level accounts - see ROLLRPT.'
        MOVE RcClean TO RETURN-CODE
    END-IF
    PERFORM WriteRunHistory
    STOP RUN.

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
        MOVE 'ROLLUP' TO RhProgramName
        IF SnapshotBalances
            MOVE ParmPeriodX TO RhRunId
        ELSE
            MOVE SPACES TO RhRunId
        END-IF
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE AccountsOnMaster TO RhRecordsRead
        MOVE NodesPrinted TO RhRecordsWritten
        MOVE NotRolledUp TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.

*> A blank or absent ROLLPARM means the live master. A period must be
*> a real YYYYMM - it names the snapshot file to read.
ReadRollParameter.
    OPEN INPUT ParameterFile
    EVALUATE TRUE
        WHEN ParameterFileNotFound
            MOVE SPACES TO ParameterRecord
        WHEN NOT ParameterFileOk
            DISPLAY 'Unable to open roll-up control ROLLPARM - '
                'status ' ParameterFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        WHEN OTHER
            READ ParameterFile
                AT END
                    MOVE SPACES TO ParameterRecord
            END-READ
            CLOSE ParameterFile
    END-EVALUATE
    IF ParmPeriodX = SPACES
        DISPLAY 'Rolling up the live balances on BALMAST.'
    ELSE
        IF ParmPeriodX IS NOT NUMERIC
            DISPLAY 'ROLLPARM period "' ParmPeriodX
                '" is not a YYYYMM period.'
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        END-IF
        MOVE ParmPeriodX TO ReportPeriod
        IF ReportMonth < 1 OR ReportMonth > 12
            DISPLAY 'ROLLPARM period "' ParmPeriodX
                '" is not a YYYYMM period.'
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        END-IF
        MOVE 'S' TO SourceFlag
        STRING 'PERDSNAP.' ParmPeriodX DELIMITED BY SIZE
            INTO CurrentSnapName
        DISPLAY 'Rolling up the period ' ParmPeriodX
            ' close from ' CurrentSnapName '.'
    END-IF.

*> Every registered account, with its parent. No ACCTMAST means no
*> hierarchy - every balance then prints as an unregistered
*> top-level account, which is the finding.
LoadAccountMaster.
    OPEN INPUT AccountFile
    EVALUATE TRUE
        WHEN AccountFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextAccount
            PERFORM LoadOneAccount UNTIL NoMoreRecords
            CLOSE AccountFile
        WHEN AccountFileNotFound
            DISPLAY 'No ACCTMAST account master found - no '
                'hierarchy to roll up into.'
        WHEN OTHER
            DISPLAY 'Unable to open account master ACCTMAST - status '
                AccountFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE.

ReadNextAccount.
    READ AccountFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT AccountFileOk AND NOT AccountFileAtEnd
        DISPLAY 'Unable to read account master ACCTMAST - status '
            AccountFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF.

LoadOneAccount.
    ADD 1 TO AccountsOnMaster
    MOVE AcctAccountId TO LookupAccountId
    PERFORM FindNodeSlot
    IF NodeSlot > ZERO
        MOVE AcctName TO NodeName(NodeSlot)
        MOVE AcctParent TO NodeParent(NodeSlot)
        MOVE 'Y' TO NodeRegistered(NodeSlot)
    END-IF
    PERFORM ReadNextAccount.

*> The reported balances - the chosen period's snapshot, which must
*> exist, or the live master, where a missing BALMAST only means
*> nothing has posted yet.
LoadCurrentBalances.
    IF SnapshotBalances
        OPEN INPUT CurrentSnapFile
        IF NOT CurrentSnapFileOk
            DISPLAY 'Unable to open snapshot ' CurrentSnapName
                ' - status ' CurrentSnapFileStatus
                ' - has period ' ParmPeriodX ' been closed?'
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        END-IF
        MOVE 'N' TO EndOfFile
        PERFORM ReadNextCurrentSnap
        PERFORM LoadOneCurrentSnap UNTIL NoMoreRecords
        CLOSE CurrentSnapFile
    ELSE
        OPEN INPUT BalanceFile
        EVALUATE TRUE
            WHEN BalanceFileOk
                MOVE 'N' TO EndOfFile
                PERFORM ReadNextBalance
                PERFORM LoadOneBalance UNTIL NoMoreRecords
                CLOSE BalanceFile
            WHEN BalanceFileNotFound
                DISPLAY 'No BALMAST balance master found - every '
                    'account balance is zero.'
            WHEN OTHER
                DISPLAY 'Unable to open balance master BALMAST'
                    ' - status ' BalanceFileStatus
                MOVE RcCouldNotRun TO RETURN-CODE
                PERFORM WriteRunHistory
                STOP RUN
        END-EVALUATE
    END-IF.

ReadNextCurrentSnap.
    READ CurrentSnapFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

LoadOneCurrentSnap.
    ADD 1 TO BalancesRead
    MOVE CsAccountId TO LookupAccountId
    PERFORM FindNodeSlot
    IF NodeSlot > ZERO
        MOVE CsBalance TO NodeOwnCurrent(NodeSlot)
    END-IF
    PERFORM ReadNextCurrentSnap.

ReadNextBalance.
    READ BalanceFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

LoadOneBalance.
    ADD 1 TO BalancesRead
    MOVE BalAccountId TO LookupAccountId
    PERFORM FindNodeSlot
    IF NodeSlot > ZERO
        MOVE BalBalance TO NodeOwnCurrent(NodeSlot)
    END-IF
    PERFORM ReadNextBalance.

*> The last close before the reported balances. Closes are appended
*> to PERDCTL in order, but the highest qualifying period is taken
*> rather than the last record, so a snapshot roll-up of an older
*> period still compares with the close just before it.
FindPreviousClose.
    OPEN INPUT ControlFile
    EVALUATE TRUE
        WHEN ControlFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextControl
            PERFORM NoteOneClosedPeriod UNTIL NoMoreRecords
            CLOSE ControlFile
        WHEN ControlFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to read period register PERDCTL'
                ' - status ' ControlFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    IF PriorPeriod > ZERO
        MOVE 'Y' TO PriorFlag
        STRING 'PERDSNAP.' PriorPeriodX DELIMITED BY SIZE
            INTO PriorSnapName
    END-IF.

ReadNextControl.
    READ ControlFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

NoteOneClosedPeriod.
    IF CtlPeriodId IS NUMERIC
        IF (LiveBalances OR CtlPeriodId < ParmPeriodX)
            AND CtlPeriodId > PriorPeriodX
            MOVE CtlPeriodId TO PriorPeriodX
        END-IF
    END-IF
    PERFORM ReadNextControl.

*> The previous close's balances. A close on the register whose
*> snapshot cannot be found leaves the report without its comparison
*> and is flagged, not fatal - the current roll-up still stands.
LoadPriorBalances.
    OPEN INPUT PriorSnapFile
    EVALUATE TRUE
        WHEN PriorSnapFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextPriorSnap
            PERFORM LoadOnePriorSnap UNTIL NoMoreRecords
            CLOSE PriorSnapFile
        WHEN PriorSnapFileNotFound
            DISPLAY '*** Previous close snapshot ' PriorSnapName
                ' not found - no comparison printed.'
            MOVE 'M' TO PriorFlag
        WHEN OTHER
            DISPLAY 'Unable to open snapshot ' PriorSnapName
                ' - status ' PriorSnapFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE.

ReadNextPriorSnap.
    READ PriorSnapFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

LoadOnePriorSnap.
    ADD 1 TO PriorBalancesRead
    MOVE PsAccountId TO LookupAccountId
    PERFORM FindNodeSlot
    IF NodeSlot > ZERO
        MOVE PsBalance TO NodeOwnPrior(NodeSlot)
    END-IF
    PERFORM ReadNextPriorSnap.

FindNodeSlot.
    PERFORM LocateNode
    IF NodeSlot = ZERO
        IF NodeCount < NodeLimit
            ADD 1 TO NodeCount
            MOVE NodeCount TO NodeSlot
            MOVE LookupAccountId TO NodeAccountId(NodeSlot)
            MOVE SPACES TO NodeName(NodeSlot)
            MOVE SPACES TO NodeParent(NodeSlot)
            MOVE ZERO TO NodeParentSlot(NodeSlot)
            MOVE ZERO TO NodeChildren(NodeSlot)
            MOVE ZERO TO NodeOwnCurrent(NodeSlot)
            MOVE ZERO TO NodeOwnPrior(NodeSlot)
            MOVE ZERO TO NodeTotalCurrent(NodeSlot)
            MOVE ZERO TO NodeTotalPrior(NodeSlot)
            MOVE 'N' TO NodeRegistered(NodeSlot)
            MOVE 'N' TO NodePrinted(NodeSlot)
        ELSE
            MOVE 'Y' TO TableOverflowed
        END-IF
    END-IF.

LocateNode.
    MOVE ZERO TO NodeSlot
    MOVE 1 TO LocateIndex
    PERFORM ScanNodeSlot
        UNTIL NodeSlot > ZERO OR LocateIndex > NodeCount.

ScanNodeSlot.
    IF NodeAccountId(LocateIndex) = LookupAccountId
        MOVE LocateIndex TO NodeSlot
    ELSE
        ADD 1 TO LocateIndex
    END-IF.

*> Each node to its parent's entry, and each parent's children
*> counted. A parent named on the master but not on file leaves the
*> node at the top, flagged - Account-Maint refuses such a parent, so
*> it can only come from a master changed some other way.
LinkOneParent.
    IF NodeRegistered(NodeIndex) = 'N'
        ADD 1 TO UnregisteredCount
    END-IF
    IF NodeParent(NodeIndex) NOT = SPACES
        MOVE NodeParent(NodeIndex) TO LookupAccountId
        PERFORM LocateNode
        IF NodeSlot > ZERO
            MOVE NodeSlot TO NodeParentSlot(NodeIndex)
            ADD 1 TO NodeChildren(NodeSlot)
        ELSE
            ADD 1 TO MissingParents
        END-IF
    END-IF
    ADD 1 TO NodeIndex.

*> The report - the heading says where the balances came from and
*> which close they are compared with, then each top-level account's
*> tree, the grand total, anything that could not be rolled up, and
*> the counts.
PrintRollupReport.
    OPEN OUTPUT ReportFile
    IF NOT ReportFileOk
        DISPLAY 'Unable to open report file ROLLRPT - status '
            ReportFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE SPACES TO ReportLine
    IF SnapshotBalances
        STRING 'ACCOUNT HIERARCHY ROLL-UP - PERIOD ' ParmPeriodX
            ' CLOSE (' CurrentSnapName ')'
            DELIMITED BY SIZE INTO ReportLine
    ELSE
        MOVE RunStartDate TO DateWorkNum
        PERFORM FormatPrintDate
        STRING 'ACCOUNT HIERARCHY ROLL-UP - LIVE BALMAST BALANCES AT '
            PrintDate
            DELIMITED BY SIZE INTO ReportLine
    END-IF
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    EVALUATE TRUE
        WHEN PriorAvailable
            STRING 'COMPARED WITH THE PERIOD ' PriorPeriodX
                ' CLOSE (' PriorSnapName ')'
                DELIMITED BY SIZE INTO ReportLine
        WHEN PriorSnapMissing
            STRING '*** PREVIOUS CLOSE SNAPSHOT ' PriorSnapName
                ' NOT FOUND - NO COMPARISON'
                DELIMITED BY SIZE INTO ReportLine
        WHEN OTHER
            MOVE 'NO EARLIER PERIOD CLOSE ON PERDCTL - NO COMPARISON'
                TO ReportLine
    END-EVALUATE
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM ColumnHeading
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    IF NodeCount = ZERO
        MOVE '  NO ACCOUNTS ON ACCTMAST AND NO BALANCES TO ROLL UP.'
            TO ReportLine
        WRITE ReportLine
    ELSE
        MOVE 1 TO NodeIndex
        PERFORM PrintOneTopLevel UNTIL NodeIndex > NodeCount
    END-IF
    MOVE 'GRAND TOTAL' TO NodeLabel
    MOVE GrandCurrent TO AmountCurrent
    MOVE GrandPrior TO AmountPrior
    PERFORM FillNodeAmounts
    MOVE SPACES TO NodeNote
    WRITE ReportLine FROM NodeLine
    IF NodesPrinted < NodeCount
        PERFORM PrintNotRolledUp
    END-IF
    PERFORM PrintRollupCounts
    CLOSE ReportFile.

*> A node with no parent entry heads a tree of its own - walked to
*> the end before the next top-level account is looked at.
PrintOneTopLevel.
    IF NodeParentSlot(NodeIndex) = ZERO
        ADD 1 TO TopLevelAccounts
        MOVE NodeIndex TO PushSlot
        PERFORM PushNode
        PERFORM WalkTree UNTIL StackDepth = ZERO
        ADD NodeTotalCurrent(NodeIndex) TO GrandCurrent
        ADD NodeTotalPrior(NodeIndex) TO GrandPrior
        IF NodeChildren(NodeIndex) > ZERO
            MOVE SPACES TO ReportLine
            WRITE ReportLine
        END-IF
    END-IF
    ADD 1 TO NodeIndex.

PushNode.
    ADD 1 TO StackDepth
    MOVE PushSlot TO StackSlot(StackDepth)
    MOVE 1 TO StackScan(StackDepth)
    MOVE NodeOwnCurrent(PushSlot) TO NodeTotalCurrent(PushSlot)
    MOVE NodeOwnPrior(PushSlot) TO NodeTotalPrior(PushSlot)
    MOVE 'Y' TO NodePrinted(PushSlot)
    ADD 1 TO NodesPrinted
    PERFORM PrintNodeLine.

*> One step of the walk - down into the next child not yet printed,
*> or, when there is none left, up out of the node with its
*> subtotal.
WalkTree.
    MOVE StackSlot(StackDepth) TO WalkSlot
    MOVE StackScan(StackDepth) TO ChildScan
    MOVE ZERO TO ChildSlot
    IF NodeChildren(WalkSlot) > ZERO
        PERFORM ScanForChild
            UNTIL ChildSlot > ZERO OR ChildScan > NodeCount
    END-IF
    IF ChildSlot > ZERO
        COMPUTE StackScan(StackDepth) = ChildSlot + 1
        IF StackDepth < StackLimit
            MOVE ChildSlot TO PushSlot
            PERFORM PushNode
        END-IF
    ELSE
        PERFORM CloseNode
    END-IF.

ScanForChild.
    IF NodeParentSlot(ChildScan) = WalkSlot
        AND NodePrinted(ChildScan) = 'N'
        MOVE ChildScan TO ChildSlot
    ELSE
        ADD 1 TO ChildScan
    END-IF.

CloseNode.
    IF NodeChildren(WalkSlot) > ZERO
        PERFORM PrintTotalLine
    END-IF
    IF StackDepth > 1
        MOVE StackSlot(StackDepth - 1) TO UpperSlot
        ADD NodeTotalCurrent(WalkSlot) TO NodeTotalCurrent(UpperSlot)
        ADD NodeTotalPrior(WalkSlot) TO NodeTotalPrior(UpperSlot)
    END-IF
    SUBTRACT 1 FROM StackDepth.

*> The node's own line. A parent with no balance of its own is a
*> heading only - its money is in the subtotal under its children.
PrintNodeLine.
    PERFORM SetLabelIndent
    MOVE SPACES TO NodeLabel
    STRING NodeAccountId(PushSlot) '  ' NodeName(PushSlot)
        DELIMITED BY SIZE INTO NodeLabel
        WITH POINTER LabelPointer
    END-STRING
    MOVE NodeOwnCurrent(PushSlot) TO AmountCurrent
    MOVE NodeOwnPrior(PushSlot) TO AmountPrior
    PERFORM FillNodeAmounts
    MOVE SPACES TO NodeNote
    EVALUATE TRUE
        WHEN NodeRegistered(PushSlot) = 'N'
            MOVE 'UNREGISTERED' TO NodeNote
        WHEN NodeParent(PushSlot) NOT = SPACES
            AND NodeParentSlot(PushSlot) = ZERO
            MOVE 'PARENT MISSING' TO NodeNote
        WHEN NodeChildren(PushSlot) > ZERO
            IF AmountCurrent = ZERO AND AmountPrior = ZERO
                MOVE SPACES TO NodeAmounts
            ELSE
                MOVE 'OWN BALANCE' TO NodeNote
            END-IF
    END-EVALUATE
    WRITE ReportLine FROM NodeLine.

PrintTotalLine.
    PERFORM SetLabelIndent
    MOVE SPACES TO NodeLabel
    STRING 'TOTAL ' NodeAccountId(WalkSlot) '  ' NodeName(WalkSlot)
        DELIMITED BY SIZE INTO NodeLabel
        WITH POINTER LabelPointer
        ON OVERFLOW
            CONTINUE
    END-STRING
    MOVE NodeTotalCurrent(WalkSlot) TO AmountCurrent
    MOVE NodeTotalPrior(WalkSlot) TO AmountPrior
    PERFORM FillNodeAmounts
    MOVE SPACES TO NodeNote
    WRITE ReportLine FROM NodeLine.

SetLabelIndent.
    IF StackDepth > 5
        MOVE 9 TO LabelPointer
    ELSE
        COMPUTE LabelPointer = (StackDepth - 1) * 2 + 1
    END-IF.

*> The current amount always; the previous close and the change only
*> when there is a close to compare with.
FillNodeAmounts.
    MOVE AmountCurrent TO NodePrintCurrent
    IF PriorAvailable
        MOVE AmountPrior TO NodePrintPrior
        COMPUTE ChangeWork = AmountCurrent - AmountPrior
        MOVE ChangeWork TO NodePrintChange
    ELSE
        MOVE SPACES TO NodeComparison
    END-IF.

*> Nodes the walk never reached - their parent chain loops back on
*> itself, or nests deeper than the report can follow. Their money is
*> outside the grand total above, so it is listed and totalled here
*> and the whole ledger is shown beside it.
PrintNotRolledUp.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE '  *** ACCOUNTS NOT ROLLED UP - PARENT CHAIN LOOPS OR NESTS TOO DEEP'
        TO ReportLine
    WRITE ReportLine
    MOVE 1 TO NodeIndex
    PERFORM PrintOneNotRolledUp UNTIL NodeIndex > NodeCount
    MOVE 'TOTAL NOT ROLLED UP' TO NodeLabel
    MOVE UnrolledCurrent TO AmountCurrent
    MOVE UnrolledPrior TO AmountPrior
    PERFORM FillNodeAmounts
    MOVE SPACES TO NodeNote
    WRITE ReportLine FROM NodeLine
    MOVE 'ALL BALANCES' TO NodeLabel
    COMPUTE AmountCurrent = GrandCurrent + UnrolledCurrent
    COMPUTE AmountPrior = GrandPrior + UnrolledPrior
    PERFORM FillNodeAmounts
    WRITE ReportLine FROM NodeLine.

PrintOneNotRolledUp.
    IF NodePrinted(NodeIndex) = 'N'
        ADD 1 TO NotRolledUp
        MOVE SPACES TO NodeLabel
        STRING NodeAccountId(NodeIndex) '  ' NodeName(NodeIndex)
            DELIMITED BY SIZE INTO NodeLabel
        MOVE NodeOwnCurrent(NodeIndex) TO AmountCurrent
        MOVE NodeOwnPrior(NodeIndex) TO AmountPrior
        PERFORM FillNodeAmounts
        MOVE 'NOT ROLLED UP' TO NodeNote
        WRITE ReportLine FROM NodeLine
        ADD NodeOwnCurrent(NodeIndex) TO UnrolledCurrent
        ADD NodeOwnPrior(NodeIndex) TO UnrolledPrior
    END-IF
    ADD 1 TO NodeIndex.

PrintRollupCounts.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'ACCOUNTS ON ACCTMAST:' TO CountLabel
    MOVE AccountsOnMaster TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'BALANCES READ:' TO CountLabel
    MOVE BalancesRead TO CountOut
    WRITE ReportLine FROM CountLine
    IF PriorAvailable
        MOVE 'PREVIOUS CLOSE BALANCES READ:' TO CountLabel
        MOVE PriorBalancesRead TO CountOut
        WRITE ReportLine FROM CountLine
    END-IF
    MOVE 'TOP-LEVEL ACCOUNTS:' TO CountLabel
    MOVE TopLevelAccounts TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'UNREGISTERED ACCOUNTS:' TO CountLabel
    MOVE UnregisteredCount TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'PARENTS NOT ON FILE:' TO CountLabel
    MOVE MissingParents TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'ACCOUNTS NOT ROLLED UP:' TO CountLabel
    MOVE NotRolledUp TO CountOut
    WRITE ReportLine FROM CountLine.

FormatPrintDate.
    MOVE DateYear TO PrintYear
    MOVE DateMonth TO PrintMonth
    MOVE DateDay TO PrintDay.
