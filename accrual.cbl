IDENTIFICATION DIVISION.
PROGRAM-ID.  Accrual-Run.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> One accrual-control record per run, supplied by the scheduler: the
*> business period being accrued, YYYYMM in columns 1-6. Like the
*> close it runs ahead of, accrual is a deliberate month-end action,
*> so no ACCRPARM means no accrual.
    SELECT ParameterFile ASSIGN TO "ACCRPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ParameterFileStatus.

*> The accrued-period register - one record per period ever accrued.
*> A period already in here refuses to accrue again, the same way a
*> period already in PERDCTL refuses to close again.
    SELECT AccrualControlFile ASSIGN TO "ACCRCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AccrualControlFileStatus.

*> The closed-period register, read only - a period that has already
*> closed has had its balances frozen, so it cannot be accrued into.
    SELECT CloseControlFile ASSIGN TO "PERDCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CloseControlFileStatus.

*> Every registered account is walked in key order, so the register
*> shows each one - accrued, or the reason it was not.
    SELECT AccountFile ASSIGN TO "ACCTMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AcctAccountId
        FILE STATUS IS AccountFileStatus.

    SELECT BalanceFile ASSIGN TO "BALMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BalAccountId
        FILE STATUS IS BalanceFileStatus.

    SELECT RateFile ASSIGN TO "RATEMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RateClass
        FILE STATUS IS RateFileStatus.

*> The period's openings, as the last close rolled them forward.
    SELECT OpeningFile ASSIGN USING OpeningFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OpeningFileStatus.

*> The accruals themselves are not posted here. They are written as
*> an ordinary TRANSIN batch (ACCRTRAN.YYYYMM) under their own run
*> id, and the calculator posts them - so every accrual is audited in
*> CALCAUD, held or suspended exactly as any other posting would be,
*> and the calculator's own duplicate-run check stops the batch going
*> in twice.
    SELECT TransactionFile ASSIGN USING TransactionFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS TransactionFileStatus.

    SELECT ReportFile ASSIGN TO "ACCRRPT"
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
    05  ParmPeriodN REDEFINES ParmPeriodX.
        10  ParmYear        PIC 9(4).
        10  ParmMonth       PIC 9(2).
    05  FILLER              PIC X(74).

FD  AccrualControlFile.
01  AccrualControlRecord.
    05  AcrPeriodId         PIC X(6).
    05  AcrRunDate          PIC 9(8).
    05  AcrRunId            PIC X(8).
    05  AcrAccountCount     PIC 9(5).
    05  AcrLineCount        PIC 9(7).
    05  AcrTotal            PIC S9(12)V99
                            SIGN IS LEADING SEPARATE CHARACTER.

FD  CloseControlFile.
01  CloseControlRecord.
    05  CtlPeriodId         PIC X(6).
    05  CtlCloseDate        PIC 9(8).
    05  CtlAccountCount     PIC 9(5).

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

FD  RateFile.
    COPY RATEREC.

FD  OpeningFile.
    COPY PERDREC
        REPLACING  ==PeriodBalance==      BY  ==OpPeriodBalance==
                   ==PerAccountId==       BY  ==OpAccountId==
                   ==PerBalance==         BY  ==OpBalance==.

FD  TransactionFile.
01  TransactionLine         PIC X(80).

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

01  AccrualPeriod           PIC 9(6) VALUE ZERO.
01  RunDate                 PIC 9(8) VALUE ZERO.

*> The batch's run id is AC and the period, so a month's accruals
*> carry one recognisable run id in CALCAUD, and a second batch for
*> the same month is refused by the calculator as a repeated run
*> even if ACCRCTL were lost.
01  AccrualRunId.
    05  FILLER              PIC X(2) VALUE 'AC'.
    05  AccrualRunPeriod    PIC X(6) VALUE SPACES.

01  OpeningFileName         PIC X(15) VALUE 'PERDOPEN'.
01  TransactionFileName.
    05  FILLER              PIC X(9) VALUE 'ACCRTRAN.'.
    05  TransactionFilePeriod PIC X(6) VALUE SPACES.

*> The openings carried in by the last close, one entry per account.
*> The accrual base is the average of the opening and the balance
*> BALMAST holds now - a plain month-end balance would let a
*> department that ran overdrawn all month and paid in on the last
*> day escape its charge.
01  OpeningTable.
    05  OpeningCount        PIC 9(3) VALUE ZERO.
    05  OpeningEntry OCCURS 500.
        10  OpnAccountId    PIC X(8).
        10  OpnBalance      PIC S9(12)V99.
01  OpeningLimit            PIC 9(3) VALUE 500.
01  OpeningIndex            PIC 9(3) VALUE ZERO.
01  OpeningSlot             PIC 9(3) VALUE ZERO.
01  TableOverflowed         PIC X VALUE 'N'.
    88  TableOverflow           VALUE 'Y'.

*> One account's figures, worked out afresh for every account.
01  AccountOpening          PIC S9(12)V99 VALUE ZERO.
01  AccountCurrent          PIC S9(12)V99 VALUE ZERO.
01  AccrualBase             PIC S9(12)V99 VALUE ZERO.
01  AppliedRate             PIC 9(2)V9(4) VALUE ZERO.
01  AppliedFee              PIC 9(5)V99 VALUE ZERO.
01  AccrualAmount           PIC S9(12)V99 VALUE ZERO.
01  AccrualNote             PIC X(20) VALUE SPACES.

*> A TRANSIN amount is at most 99,999.99, so a larger accrual goes
*> out as several lines against the same account, each one posted
*> and audited in its own right.
01  AccrualRemaining        PIC S9(12)V99 VALUE ZERO.
01  LineAmount              PIC S9(5)V99 VALUE ZERO.
01  LineLimit               PIC 9(5)V99 VALUE 99999.99.

01  AccrualDetailOut.
    05  AdNum1              PIC S9(5)V99
                            SIGN IS LEADING SEPARATE CHARACTER.
    05  AdOperator          PIC X VALUE '+'.
    05  AdNum2              PIC S9(5)V99
                            SIGN IS LEADING SEPARATE CHARACTER
                            VALUE ZERO.
    05  AdAccount           PIC X(8).

01  HeaderOut.
    05  FILLER              PIC X VALUE 'H'.
    05  HeaderOutRunId      PIC X(8).
    05  HeaderOutDate       PIC 9(8).

01  TrailerOut.
    05  FILLER              PIC X VALUE 'T'.
    05  TrailerOutCount     PIC 9(7).
    05  TrailerOutHash1     PIC S9(10)V99
                            SIGN IS LEADING SEPARATE CHARACTER.
    05  TrailerOutHash2     PIC S9(10)V99
                            SIGN IS LEADING SEPARATE CHARACTER.

01  RunTotals.
    05  AccountsRead        PIC 9(5) VALUE ZERO.
    05  AccountsAccrued     PIC 9(5) VALUE ZERO.
    05  AccountsNil         PIC 9(5) VALUE ZERO.
    05  AccountsSkipped     PIC 9(5) VALUE ZERO.
    05  AccountsUnclassed   PIC 9(5) VALUE ZERO.
    05  ExceptionCount      PIC 9(5) VALUE ZERO.
    05  DetailCount         PIC 9(7) VALUE ZERO.
    05  HashNum1Total       PIC S9(10)V99 VALUE ZERO.
    05  CreditTotal         PIC S9(12)V99 VALUE ZERO.
    05  DebitTotal          PIC S9(12)V99 VALUE ZERO.
    05  AccrualTotal        PIC S9(12)V99 VALUE ZERO.

01  RatesAvailableFlag      PIC X VALUE 'N'.
    88  RatesAvailable          VALUE 'Y'.
01  BalancesAvailableFlag   PIC X VALUE 'N'.
    88  BalancesAvailable       VALUE 'Y'.
01  RateFoundFlag           PIC X VALUE 'N'.
    88  RateFound               VALUE 'Y'.

01  DuplicateFlag           PIC X VALUE 'N'.
    88  PeriodAlreadyAccrued    VALUE 'Y'.
01  ClosedFlag              PIC X VALUE 'N'.
    88  PeriodAlreadyClosed     VALUE 'Y'.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> Return codes for the scheduler: 0 every open account accrued, 4
*> the batch was written but some classes had no rates, 8 the run was
*> refused (period already accrued or closed), 12 the job could not
*> run at all.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcDataErrors        PIC 9(2) VALUE 4.
    05  RcRefused           PIC 9(2) VALUE 8.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> '10' is end of file on READ NEXT, '23' is "no such key" on a
*> random READ.
01  ParameterFileStatus     PIC X(2) VALUE SPACES.
    88  ParameterFileOk         VALUE '00'.

01  AccrualControlFileStatus PIC X(2) VALUE SPACES.
    88  AccrualControlFileOk    VALUE '00'.
    88  AccrualControlFileNotFound VALUE '35'.

01  CloseControlFileStatus  PIC X(2) VALUE SPACES.
    88  CloseControlFileOk      VALUE '00'.
    88  CloseControlFileNotFound VALUE '35'.

01  AccountFileStatus       PIC X(2) VALUE SPACES.
    88  AccountFileOk           VALUE '00'.
    88  AccountFileNotFound     VALUE '35'.
    88  AccountFileAtEnd        VALUE '10'.

01  BalanceFileStatus       PIC X(2) VALUE SPACES.
    88  BalanceFileOk           VALUE '00'.
    88  BalanceFileNotFound     VALUE '35'.

01  RateFileStatus          PIC X(2) VALUE SPACES.
    88  RateFileOk              VALUE '00'.
    88  RateFileNotFound        VALUE '35'.

01  OpeningFileStatus       PIC X(2) VALUE SPACES.
    88  OpeningFileOk           VALUE '00'.
    88  OpeningFileNotFound     VALUE '35'.

01  TransactionFileStatus   PIC X(2) VALUE SPACES.
    88  TransactionFileOk       VALUE '00'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

*> Print-line assembly fields.
01  RegisterHeading.
    05  FILLER              PIC X(29)
        VALUE 'ACCRUAL REGISTER FOR PERIOD  '.
    05  HeadPeriod          PIC 9(6).
    05  FILLER              PIC X(10) VALUE '   RUN ID '.
    05  HeadRunId           PIC X(8).
    05  FILLER              PIC X(10) VALUE '  BATCH   '.
    05  HeadFileName        PIC X(15).

01  ColumnHeading.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(8) VALUE 'ACCOUNT'.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(2) VALUE 'CL'.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(14) VALUE '       OPENING'.
    05  FILLER              PIC X VALUE SPACE.
    05  FILLER              PIC X(14) VALUE '       BALANCE'.
    05  FILLER              PIC X VALUE SPACE.
    05  FILLER              PIC X(14) VALUE '  AVERAGE BASE'.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(7) VALUE ' RATE %'.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(8) VALUE '     FEE'.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(14) VALUE '       ACCRUAL'.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(20) VALUE 'NOTE'.

01  RegisterDetailLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RegAccount          PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RegClass            PIC X(2).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RegOpening          PIC -(10)9.99.
    05  FILLER              PIC X VALUE SPACE.
    05  RegCurrent          PIC -(10)9.99.
    05  FILLER              PIC X VALUE SPACE.
    05  RegBase             PIC -(10)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RegRate             PIC Z9.9999.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RegFee              PIC Z(4)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RegAmount           PIC -(10)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RegNote             PIC X(20).

01  CountLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  CountLabel          PIC X(22).
    05  CountOut            PIC Z(6)9.

01  AmountLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AmountLabel         PIC X(22).
    05  AmountOut           PIC -(12)9.99.

PROCEDURE DIVISION.
Main.
    ACCEPT RunDate FROM DATE YYYYMMDD
    MOVE RunDate TO RunStartDate
    ACCEPT RunStartTime FROM TIME
    PERFORM ReadAccrualParameter
    PERFORM CheckPeriodNotClosed
    IF PeriodAlreadyClosed
        DISPLAY '*** Period ' AccrualPeriod ' or a later period has '
            'already been closed - accrual refused.'
        MOVE RcRefused TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    PERFORM CheckPeriodNotAccrued
    IF PeriodAlreadyAccrued
        DISPLAY '*** Period ' AccrualPeriod ' has already been '
            'accrued - accrual refused.'
        MOVE RcRefused TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    PERFORM LoadOpeningBalances
    PERFORM OpenAccrualFiles
    PERFORM WriteBatchHeader
    MOVE 'N' TO EndOfFile
    PERFORM ReadNextAccount
    PERFORM AccrueOneAccount UNTIL NoMoreRecords
    PERFORM WriteBatchTrailer
    PERFORM PrintRunTotals
    PERFORM CloseAccrualFiles
    PERFORM NotePeriodAccrued
    DISPLAY 'Period ' AccrualPeriod ' accrued - ' DetailCount
        ' lines written to ' TransactionFileName
        ' for the calculator to post.'
    IF ExceptionCount > ZERO
        DISPLAY '*** ' ExceptionCount ' accounts could not be '
            'accrued - see ACCRRPT.'
        MOVE RcDataErrors TO RETURN-CODE
    ELSE
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
        MOVE 'ACCRUAL' TO RhProgramName
        MOVE AccrualRunId TO RhRunId
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE AccountsRead TO RhRecordsRead
        MOVE DetailCount TO RhRecordsWritten
        MOVE ExceptionCount TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.

ReadAccrualParameter.
    OPEN INPUT ParameterFile
    IF NOT ParameterFileOk
        DISPLAY 'Accrual requires an ACCRPARM file naming the '
            'period - status ' ParameterFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    READ ParameterFile
        AT END
            MOVE SPACES TO ParameterRecord
    END-READ
    CLOSE ParameterFile
    IF ParmPeriodX IS NOT NUMERIC
        DISPLAY 'ACCRPARM period "' ParmPeriodX
            '" is not a YYYYMM period.'
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    IF ParmMonth < 1 OR ParmMonth > 12
        DISPLAY 'ACCRPARM period "' ParmPeriodX
            '" is not a YYYYMM period.'
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE ParmPeriodX TO AccrualPeriod
    MOVE ParmPeriodX TO AccrualRunPeriod
    MOVE ParmPeriodX TO TransactionFilePeriod
    DISPLAY 'Accruing period ' AccrualPeriod '.'.

*> Accrual runs ahead of the close. Once the period - or any period
*> after it - is in PERDCTL, its closings are already frozen in a
*> snapshot and PERDOPEN no longer holds its openings.
CheckPeriodNotClosed.
    MOVE 'N' TO ClosedFlag
    OPEN INPUT CloseControlFile
    EVALUATE TRUE
        WHEN CloseControlFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextCloseControl
            PERFORM ScanForClosedPeriod
                UNTIL NoMoreRecords OR PeriodAlreadyClosed
            CLOSE CloseControlFile
        WHEN CloseControlFileNotFound
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to read period register PERDCTL'
                ' - status ' CloseControlFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE.

ReadNextCloseControl.
    READ CloseControlFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

ScanForClosedPeriod.
    IF CtlPeriodId NOT < ParmPeriodX
        MOVE 'Y' TO ClosedFlag
    ELSE
        PERFORM ReadNextCloseControl
    END-IF.

*> Duplicate-accrual protection - a straight scan of the accrued-
*> period register, the same shape as the close's duplicate check.
CheckPeriodNotAccrued.
    MOVE 'N' TO DuplicateFlag
    OPEN INPUT AccrualControlFile
    EVALUATE TRUE
        WHEN AccrualControlFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextAccrualControl
            PERFORM ScanForAccruedPeriod
                UNTIL NoMoreRecords OR PeriodAlreadyAccrued
            CLOSE AccrualControlFile
        WHEN AccrualControlFileNotFound
*> No register yet means no period has ever been accrued.
            CONTINUE
        WHEN OTHER
            DISPLAY 'Unable to read accrual register ACCRCTL'
                ' - status ' AccrualControlFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE.

ReadNextAccrualControl.
    READ AccrualControlFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

ScanForAccruedPeriod.
    IF AcrPeriodId = ParmPeriodX
        MOVE 'Y' TO DuplicateFlag
    ELSE
        PERFORM ReadNextAccrualControl
    END-IF.

*> No PERDOPEN means no period has ever been closed - every account
*> opens from zero, which is where BALMAST itself started.
LoadOpeningBalances.
    OPEN INPUT OpeningFile
    EVALUATE TRUE
        WHEN OpeningFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextOpening
            PERFORM LoadOneOpening UNTIL NoMoreRecords
            CLOSE OpeningFile
        WHEN OpeningFileNotFound
            DISPLAY 'No PERDOPEN file - every account opens from '
                'zero.'
        WHEN OTHER
            DISPLAY 'Unable to open opening file PERDOPEN'
                ' - status ' OpeningFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    IF TableOverflow
        DISPLAY '*** More accounts than this accrual can carry - '
            'accrual refused.'
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF.

ReadNextOpening.
    READ OpeningFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

LoadOneOpening.
    IF OpeningCount < OpeningLimit
        ADD 1 TO OpeningCount
        MOVE OpAccountId TO OpnAccountId(OpeningCount)
        MOVE OpBalance TO OpnBalance(OpeningCount)
    ELSE
        MOVE 'Y' TO TableOverflowed
    END-IF
    PERFORM ReadNextOpening.

*> ACCTMAST and both output files must open or nothing is written.
*> A missing BALMAST only means nothing has posted yet; a missing
*> RATEMAST means no class has rates, so every classed account is
*> listed as an exception.
OpenAccrualFiles.
    OPEN INPUT AccountFile
    IF NOT AccountFileOk
        DISPLAY 'Unable to open account master ACCTMAST - status '
            AccountFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    OPEN INPUT BalanceFile
    EVALUATE TRUE
        WHEN BalanceFileOk
            MOVE 'Y' TO BalancesAvailableFlag
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
    OPEN INPUT RateFile
    EVALUATE TRUE
        WHEN RateFileOk
            MOVE 'Y' TO RatesAvailableFlag
        WHEN RateFileNotFound
            DISPLAY 'No RATEMAST rate table found - no class has '
                'rates.'
        WHEN OTHER
            DISPLAY 'Unable to open rate table RATEMAST - status '
                RateFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    OPEN OUTPUT TransactionFile
    IF NOT TransactionFileOk
        DISPLAY 'Unable to open accrual batch ' TransactionFileName
            ' - status ' TransactionFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    IF NOT ReportFileOk
        DISPLAY 'Unable to open accrual register ACCRRPT - status '
            ReportFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE AccrualPeriod TO HeadPeriod
    MOVE AccrualRunId TO HeadRunId
    MOVE TransactionFileName TO HeadFileName
    WRITE ReportLine FROM RegisterHeading
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM ColumnHeading.

*> The batch is dated the day it is built - the calculator stamps
*> each CALCAUD record with the day it posts, so the accrual must be
*> posted before the close for it to fall inside the period.
WriteBatchHeader.
    MOVE AccrualRunId TO HeaderOutRunId
    MOVE RunDate TO HeaderOutDate
    MOVE SPACES TO TransactionLine
    MOVE HeaderOut TO TransactionLine
    WRITE TransactionLine.

WriteBatchTrailer.
    MOVE DetailCount TO TrailerOutCount
    MOVE HashNum1Total TO TrailerOutHash1
    MOVE ZERO TO TrailerOutHash2
    MOVE SPACES TO TransactionLine
    MOVE TrailerOut TO TransactionLine
    WRITE TransactionLine.

ReadNextAccount.
    READ AccountFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT AccountFileOk AND NOT AccountFileAtEnd
        DISPLAY 'Unable to read account master ACCTMAST - status '
            AccountFileStatus
        MOVE 'Y' TO EndOfFile
    END-IF.

*> Every account is listed. Only an open account with a class is
*> charged; closed and frozen accounts would be refused by the
*> calculator anyway, so they are listed as skipped instead of being
*> sent to suspense. So are parent accounts, which take no postings
*> of their own - their departments are accrued one by one.
AccrueOneAccount.
    ADD 1 TO AccountsRead
    MOVE ZERO TO AccountOpening
    MOVE ZERO TO AccountCurrent
    MOVE ZERO TO AccrualBase
    MOVE ZERO TO AppliedRate
    MOVE ZERO TO AppliedFee
    MOVE ZERO TO AccrualAmount
    MOVE SPACES TO AccrualNote
    PERFORM FindAccountBalances
    EVALUATE TRUE
        WHEN NOT AcctOpen
            MOVE 'NOT OPEN - SKIPPED' TO AccrualNote
            ADD 1 TO AccountsSkipped
        WHEN NOT AcctNoChildren
            MOVE 'PARENT - SKIPPED' TO AccrualNote
            ADD 1 TO AccountsSkipped
        WHEN AcctClass = SPACES
            MOVE 'NO CLASS - NOT DUE' TO AccrualNote
            ADD 1 TO AccountsUnclassed
        WHEN OTHER
            PERFORM FindClassRates
            IF RateFound
                PERFORM ComputeAccrual
            ELSE
                MOVE '*** CLASS NOT ON FILE' TO AccrualNote
                ADD 1 TO ExceptionCount
            END-IF
    END-EVALUATE
    PERFORM PrintRegisterLine
    PERFORM ReadNextAccount.

FindAccountBalances.
    MOVE 1 TO OpeningIndex
    MOVE ZERO TO OpeningSlot
    PERFORM ScanOpeningSlot
        UNTIL OpeningSlot > ZERO OR OpeningIndex > OpeningCount
    IF OpeningSlot > ZERO
        MOVE OpnBalance(OpeningSlot) TO AccountOpening
    END-IF
    IF BalancesAvailable
        MOVE AcctAccountId TO BalAccountId
        READ BalanceFile
            INVALID KEY
                MOVE ZERO TO BalBalance
        END-READ
        MOVE BalBalance TO AccountCurrent
    END-IF
    COMPUTE AccrualBase ROUNDED = (AccountOpening + AccountCurrent) / 2.

ScanOpeningSlot.
    IF OpnAccountId(OpeningIndex) = AcctAccountId
        MOVE OpeningIndex TO OpeningSlot
    ELSE
        ADD 1 TO OpeningIndex
    END-IF.

FindClassRates.
    MOVE 'N' TO RateFoundFlag
    IF RatesAvailable
        MOVE AcctClass TO RateClass
        READ RateFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO RateFoundFlag
        END-READ
    END-IF.

*> Interest is worked from the unrounded average and rounded once,
*> to the cent, the way the calculator rounds its own results; the
*> flat fee is added to the debit interest of an overdrawn account.
ComputeAccrual.
    EVALUATE TRUE
        WHEN AccountOpening + AccountCurrent > ZERO
            MOVE RateCreditPct TO AppliedRate
            COMPUTE AccrualAmount ROUNDED =
                (AccountOpening + AccountCurrent) * AppliedRate / 2400
        WHEN AccountOpening + AccountCurrent < ZERO
            MOVE RateDebitPct TO AppliedRate
            MOVE RateFlatFee TO AppliedFee
            COMPUTE AccrualAmount ROUNDED =
                (AccountOpening + AccountCurrent) * AppliedRate / 2400
            SUBTRACT AppliedFee FROM AccrualAmount
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF AccrualAmount = ZERO
        MOVE 'NIL' TO AccrualNote
        ADD 1 TO AccountsNil
    ELSE
        ADD 1 TO AccountsAccrued
        ADD AccrualAmount TO AccrualTotal
        IF AccrualAmount > ZERO
            ADD AccrualAmount TO CreditTotal
        ELSE
            ADD AccrualAmount TO DebitTotal
        END-IF
        MOVE AccrualAmount TO AccrualRemaining
        PERFORM WriteAccrualLine UNTIL AccrualRemaining = ZERO
    END-IF.

WriteAccrualLine.
    EVALUATE TRUE
        WHEN AccrualRemaining > LineLimit
            MOVE LineLimit TO LineAmount
        WHEN AccrualRemaining < ZERO - LineLimit
            COMPUTE LineAmount = ZERO - LineLimit
        WHEN OTHER
            MOVE AccrualRemaining TO LineAmount
    END-EVALUATE
    SUBTRACT LineAmount FROM AccrualRemaining
    MOVE LineAmount TO AdNum1
    MOVE AcctAccountId TO AdAccount
    MOVE SPACES TO TransactionLine
    MOVE AccrualDetailOut TO TransactionLine
    WRITE TransactionLine
    ADD 1 TO DetailCount
    ADD LineAmount TO HashNum1Total.

PrintRegisterLine.
    MOVE AcctAccountId TO RegAccount
    MOVE AcctClass TO RegClass
    MOVE AccountOpening TO RegOpening
    MOVE AccountCurrent TO RegCurrent
    MOVE AccrualBase TO RegBase
    MOVE AppliedRate TO RegRate
    MOVE AppliedFee TO RegFee
    MOVE AccrualAmount TO RegAmount
    MOVE AccrualNote TO RegNote
    WRITE ReportLine FROM RegisterDetailLine.

PrintRunTotals.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'ACCOUNTS READ' TO CountLabel
    MOVE AccountsRead TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'ACCOUNTS ACCRUED' TO CountLabel
    MOVE AccountsAccrued TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'NIL ACCRUALS' TO CountLabel
    MOVE AccountsNil TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'NO CLASS' TO CountLabel
    MOVE AccountsUnclassed TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'NOT OPEN OR PARENT' TO CountLabel
    MOVE AccountsSkipped TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'CLASS NOT ON FILE' TO CountLabel
    MOVE ExceptionCount TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'BATCH LINES WRITTEN' TO CountLabel
    MOVE DetailCount TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'INTEREST PAID' TO AmountLabel
    MOVE CreditTotal TO AmountOut
    WRITE ReportLine FROM AmountLine
    MOVE 'INTEREST AND FEES' TO AmountLabel
    MOVE DebitTotal TO AmountOut
    WRITE ReportLine FROM AmountLine
    MOVE 'NET ACCRUAL' TO AmountLabel
    MOVE AccrualTotal TO AmountOut
    WRITE ReportLine FROM AmountLine.

CloseAccrualFiles.
    CLOSE AccountFile
    IF BalancesAvailable
        CLOSE BalanceFile
    END-IF
    IF RatesAvailable
        CLOSE RateFile
    END-IF
    CLOSE TransactionFile
    CLOSE ReportFile.

*> The period is noted as accrued only once its batch is complete, so
*> a run that dies part-way can simply be run again.
NotePeriodAccrued.
    OPEN EXTEND AccrualControlFile
    IF AccrualControlFileNotFound
        OPEN OUTPUT AccrualControlFile
    END-IF
    IF NOT AccrualControlFileOk
        DISPLAY 'Unable to note the accrual in ACCRCTL - status '
            AccrualControlFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE ParmPeriodX TO AcrPeriodId
    MOVE RunDate TO AcrRunDate
    MOVE AccrualRunId TO AcrRunId
    MOVE AccountsAccrued TO AcrAccountCount
    MOVE DetailCount TO AcrLineCount
    MOVE AccrualTotal TO AcrTotal
    WRITE AccrualControlRecord
    CLOSE AccrualControlFile.
