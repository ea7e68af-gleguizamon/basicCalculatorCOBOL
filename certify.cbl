IDENTIFICATION DIVISION.
PROGRAM-ID.  Control-Certificate.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> One certificate-control record per run: the business date
*> YYYYMMDD in columns 1-8, blank meaning today. No CERTPARM is the
*> same as a blank one - today's certificate.
    SELECT ParameterFile ASSIGN TO "CERTPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ParameterFileStatus.

*> Shared control-totals ledger - every batch step appends what went
*> through it; the certificate reads the whole ledger and keeps the
*> business date's records.
    SELECT ControlTotalFile ASSIGN TO "CTLTOTAL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ControlTotalFileStatus.

    SELECT ReportFile ASSIGN TO "CERTRPT"
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
    05  FILLER              PIC X(72).

FD  ControlTotalFile.
    COPY CTLTREC.

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

01  CertDate                PIC 9(8) VALUE ZERO.
01  CertDateX REDEFINES CertDate
                            PIC X(8).

*> One entry per step run on the business date - a run being one
*> program, run id and start stamp - holding the figures that run
*> appended. A later run of the same program and run id (a restart,
*> a re-run) supersedes an earlier one and only the latest is
*> checked; runs without a run id (the repost, the purge) are each
*> their own work and every one is checked.
01  RunTable.
    05  RunCount            PIC 9(3) VALUE ZERO.
    05  StepRun OCCURS 100.
        10  RnProgramName   PIC X(12).
        10  RnRunId         PIC X(8).
        10  RnRunStamp.
            15  RnRunDate   PIC 9(8).
            15  RnRunTime   PIC 9(8).
        10  RnSuperseded    PIC X.
            88  RunSuperseded   VALUE 'Y'.
        10  RnFigureCount   PIC 9(2).
        10  RnFigure OCCURS 10.
            15  RnFigureName PIC X(12).
            15  RnCount     PIC 9(9).
            15  RnAmount    PIC S9(13)V99.
01  RunLimit                PIC 9(3) VALUE 100.
01  FigureLimit             PIC 9(2) VALUE 10.
01  RunIndex                PIC 9(3) VALUE ZERO.
01  RunSlot                 PIC 9(3) VALUE ZERO.
01  OtherIndex              PIC 9(3) VALUE ZERO.
01  FigureIndex             PIC 9(2) VALUE ZERO.
01  FigureSlot              PIC 9(2) VALUE ZERO.
01  TableOverflowed         PIC X VALUE 'N'.
    88  TableOverflow           VALUE 'Y'.

01  LedgerRecordsRead       PIC 9(7) VALUE ZERO.
01  LedgerRecordsKept       PIC 9(7) VALUE ZERO.

*> Figure lookup - the run and figure wanted, and what it holds. A
*> figure the run did not append reads as zero.
01  LookupSlot              PIC 9(3) VALUE ZERO.
01  LookupFigure            PIC X(12) VALUE SPACES.
01  FigCount                PIC 9(9) VALUE ZERO.
01  FigAmount               PIC S9(13)V99 VALUE ZERO.

*> The run of another step that carries the same run id - the
*> calculator run a build fed, the build a calculator run read.
01  PartnerProgram          PIC X(12) VALUE SPACES.
01  PartnerSlot             PIC 9(3) VALUE ZERO.

*> The check in hand: which step, the two sides of its equation and
*> whether it compares counts, money or both.
01  CurrentStep             PIC 9 VALUE ZERO.
01  LastStep                PIC 9 VALUE 8.
01  StepChecks              PIC 9(3) VALUE ZERO.
01  CheckKind               PIC X VALUE 'B'.
    88  CheckCountsOnly         VALUE 'C'.
    88  CheckAmountsOnly        VALUE 'A'.
    88  CheckCountsAndAmounts   VALUE 'B'.
01  LeftCount               PIC S9(10) VALUE ZERO.
01  RightCount              PIC S9(10) VALUE ZERO.
01  LeftAmount              PIC S9(14)V99 VALUE ZERO.
01  RightAmount             PIC S9(14)V99 VALUE ZERO.
01  CheckAgreed             PIC X VALUE 'Y'.
    88  CheckAgrees             VALUE 'Y'.

01  CertificateTotals.
    05  ChecksMade          PIC 9(5) VALUE ZERO.
    05  BreaksFound         PIC 9(5) VALUE ZERO.
    05  RunsNotTied         PIC 9(5) VALUE ZERO.

*> The first check that failed, in step order - the exact point the
*> counts or the money stopped agreeing, which is what the page
*> reports when the day cannot be certified.
01  FirstBreakStep          PIC 9 VALUE ZERO.
01  FirstBreakLine          PIC X(120) VALUE SPACES.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> Return codes for the scheduler: 0 the day is certified, 8 it is
*> not - a step out of agreement, or nothing on the ledger for the
*> day - and 12 the job could not run.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcRefused           PIC 9(2) VALUE 8.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> returned when OPEN INPUT names a file that does not exist.
01  ParameterFileStatus     PIC X(2) VALUE SPACES.
    88  ParameterFileOk         VALUE '00'.
    88  ParameterFileNotFound   VALUE '35'.

01  ControlTotalFileStatus  PIC X(2) VALUE SPACES.
    88  ControlTotalFileOk      VALUE '00'.
    88  ControlTotalFileNotFound VALUE '35'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

*> Print-line assembly fields.
01  PrintDate.
    05  PrintYear           PIC 9(4).
    05  FILLER              PIC X VALUE '-'.
    05  PrintMonth          PIC 9(2).
    05  FILLER              PIC X VALUE '-'.
    05  PrintDay            PIC 9(2).

01  TimeWork.
    05  TimeHH              PIC 9(2).
    05  TimeMM              PIC 9(2).
    05  TimeSS              PIC 9(2).
    05  TimeHund            PIC 9(2).

01  PrintTime.
    05  PrintHH             PIC 9(2).
    05  FILLER              PIC X VALUE ':'.
    05  PrintMM             PIC 9(2).
    05  FILLER              PIC X VALUE ':'.
    05  PrintSS             PIC 9(2).

01  DateWork.
    05  DateYear            PIC 9(4).
    05  DateMonth           PIC 9(2).
    05  DateDay             PIC 9(2).
01  DateWorkNum REDEFINES DateWork
                            PIC 9(8).

01  CertHeading.
    05  FILLER              PIC X(43)
        VALUE 'CONTROL TOTALS CERTIFICATE - BUSINESS DATE '.
    05  HeadingDate         PIC X(10).

01  ColumnHeading.
    05  FILLER              PIC X(4) VALUE SPACES.
    05  FILLER              PIC X(10) VALUE 'RUN'.
    05  FILLER              PIC X(34) VALUE 'CHECK'.
    05  FILLER              PIC X(10) VALUE '     COUNT'.
    05  FILLER              PIC X VALUE SPACE.
    05  FILLER              PIC X(10) VALUE '   AGAINST'.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(16) VALUE '          AMOUNT'.
    05  FILLER              PIC X VALUE SPACE.
    05  FILLER              PIC X(16) VALUE '         AGAINST'.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(12) VALUE 'VERDICT'.

01  StepLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(5) VALUE 'STEP '.
    05  StepPrintNumber     PIC 9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  StepPrintTitle      PIC X(60).

*> One line per check: the left-hand figure of the equation against
*> the sum on its right. A check on counts alone leaves the money
*> columns empty, and one on money alone the counts.
01  CheckLine.
    05  FILLER              PIC X(4) VALUE SPACES.
    05  ChkRunId            PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ChkTest             PIC X(34).
    05  ChkCounts.
        10  ChkLeftCount    PIC -(9)9.
        10  FILLER          PIC X VALUE SPACE.
        10  ChkRightCount   PIC -(9)9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ChkAmounts.
        10  ChkLeftAmount   PIC -(12)9.99.
        10  FILLER          PIC X VALUE SPACE.
        10  ChkRightAmount  PIC -(12)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ChkVerdict          PIC X(12).

01  NoteLine.
    05  FILLER              PIC X(4) VALUE SPACES.
    05  NoteRunId           PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  NoteText            PIC X(80).

01  BreakLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(36)
        VALUE 'NOT CERTIFIED - FIRST BREAK AT STEP '.
    05  BreakPrintStep      PIC 9.
    05  FILLER              PIC X(3) VALUE ' - '.
    05  BreakPrintTitle     PIC X(60).

01  CountLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  CountLabel          PIC X(22).
    05  CountOut            PIC Z(4)9.

01  PreparedLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(35)
        VALUE 'PREPARED BY CONTROL-CERTIFICATE ON '.
    05  PreparedDate        PIC X(10).
    05  FILLER              PIC X(4) VALUE ' AT '.
    05  PreparedTime        PIC X(8).

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    ACCEPT RunStartTime FROM TIME
    PERFORM ReadCertParameter
    PERFORM LoadControlTotals
    PERFORM MarkSupersededRuns
    PERFORM PrintCertificate
    EVALUATE TRUE
        WHEN RunCount = ZERO
            DISPLAY '*** No control totals on CTLTOTAL for business '
                'date ' CertDate ' - not certified.'
            MOVE RcRefused TO RETURN-CODE
        WHEN TableOverflow
            DISPLAY '*** More runs on CTLTOTAL for ' CertDate
                ' than the certificate can hold - not certified.'
            MOVE RcRefused TO RETURN-CODE
        WHEN BreaksFound > ZERO
            DISPLAY '*** Business date ' CertDate ' NOT certified - '
                'first break at step ' FirstBreakStep
                ' - see CERTRPT.'
            MOVE RcRefused TO RETURN-CODE
        WHEN OTHER
            DISPLAY 'Business date ' CertDate ' certified - '
                ChecksMade ' checks agree - see CERTRPT.'
            MOVE RcClean TO RETURN-CODE
    END-EVALUATE
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
        MOVE 'CERTIFY' TO RhProgramName
        MOVE CertDateX TO RhRunId
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE LedgerRecordsKept TO RhRecordsRead
        MOVE ChecksMade TO RhRecordsWritten
        MOVE BreaksFound TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.

*> The business date to certify. A CERTPARM that exists but cannot be
*> trusted refuses the run rather than certify the wrong day.
ReadCertParameter.
    ACCEPT CertDate FROM DATE YYYYMMDD
    OPEN INPUT ParameterFile
    EVALUATE TRUE
        WHEN ParameterFileNotFound
            CONTINUE
        WHEN NOT ParameterFileOk
            DISPLAY 'Unable to open certificate control CERTPARM - '
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
            EVALUATE TRUE
                WHEN ParmDateX = SPACES
                    CONTINUE
                WHEN ParmDateX IS NUMERIC
                    MOVE ParmDateX TO CertDate
                WHEN OTHER
                    DISPLAY 'CERTPARM business date "' ParmDateX
                        '" is not numeric.'
                    MOVE RcCouldNotRun TO RETURN-CODE
                    PERFORM WriteRunHistory
                    STOP RUN
            END-EVALUATE
    END-EVALUATE
    IF FUNCTION TEST-DATE-YYYYMMDD(CertDate) NOT = ZERO
        DISPLAY 'Business date ' CertDate ' is not a calendar date.'
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    DISPLAY 'Certifying business date ' CertDate '.'.

*> The whole ledger is read and the business date's records kept,
*> run by run. The ledger is appended in run order, so a figure met
*> twice for the same run is the later write and replaces the first.
LoadControlTotals.
    OPEN INPUT ControlTotalFile
    IF ControlTotalFileNotFound
        DISPLAY 'No CTLTOTAL control totals found - nothing to '
            'certify.'
        MOVE RcRefused TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    IF NOT ControlTotalFileOk
        DISPLAY 'Unable to open control totals CTLTOTAL - status '
            ControlTotalFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE 'N' TO EndOfFile
    PERFORM ReadNextTotal
    PERFORM NoteOneTotal UNTIL NoMoreRecords
    CLOSE ControlTotalFile.

ReadNextTotal.
    READ ControlTotalFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

NoteOneTotal.
    ADD 1 TO LedgerRecordsRead
    IF CtBusinessDate IS NUMERIC AND CtBusinessDate = CertDate
        ADD 1 TO LedgerRecordsKept
        PERFORM FindRunSlot
        IF RunSlot > ZERO
            PERFORM FindFigureSlot
            IF FigureSlot > ZERO
                MOVE CtCount TO RnCount(RunSlot, FigureSlot)
                MOVE CtAmount TO RnAmount(RunSlot, FigureSlot)
            END-IF
        END-IF
    END-IF
    PERFORM ReadNextTotal.

FindRunSlot.
    MOVE ZERO TO RunSlot
    MOVE 1 TO RunIndex
    PERFORM ScanRunSlot
        UNTIL RunSlot > ZERO OR RunIndex > RunCount
    IF RunSlot = ZERO
        IF RunCount < RunLimit
            ADD 1 TO RunCount
            MOVE RunCount TO RunSlot
            MOVE CtProgramName TO RnProgramName(RunSlot)
            MOVE CtRunId TO RnRunId(RunSlot)
            MOVE CtRunDate TO RnRunDate(RunSlot)
            MOVE CtRunTime TO RnRunTime(RunSlot)
            MOVE 'N' TO RnSuperseded(RunSlot)
            MOVE ZERO TO RnFigureCount(RunSlot)
        ELSE
            MOVE 'Y' TO TableOverflowed
        END-IF
    END-IF.

ScanRunSlot.
    IF RnProgramName(RunIndex) = CtProgramName
        AND RnRunId(RunIndex) = CtRunId
        AND RnRunDate(RunIndex) = CtRunDate
        AND RnRunTime(RunIndex) = CtRunTime
        MOVE RunIndex TO RunSlot
    ELSE
        ADD 1 TO RunIndex
    END-IF.

FindFigureSlot.
    MOVE ZERO TO FigureSlot
    MOVE 1 TO FigureIndex
    PERFORM ScanFigureSlot
        UNTIL FigureSlot > ZERO
            OR FigureIndex > RnFigureCount(RunSlot)
    IF FigureSlot = ZERO
        IF RnFigureCount(RunSlot) < FigureLimit
            ADD 1 TO RnFigureCount(RunSlot)
            MOVE RnFigureCount(RunSlot) TO FigureSlot
            MOVE CtFigure TO RnFigureName(RunSlot, FigureSlot)
        ELSE
            MOVE 'Y' TO TableOverflowed
        END-IF
    END-IF.

ScanFigureSlot.
    IF RnFigureName(RunSlot, FigureIndex) = CtFigure
        MOVE FigureIndex TO FigureSlot
    ELSE
        ADD 1 TO FigureIndex
    END-IF.

*> A run is superseded by a later run of the same program under the
*> same run id - the restart of a calculator run that died, which
*> carries the lines it skipped. Runs with no run id are never
*> superseded.
MarkSupersededRuns.
    MOVE 1 TO RunIndex
    PERFORM MarkOneRun UNTIL RunIndex > RunCount.

MarkOneRun.
    IF RnRunId(RunIndex) NOT = SPACES
        MOVE 1 TO OtherIndex
        PERFORM CompareOneOther UNTIL OtherIndex > RunCount
    END-IF
    ADD 1 TO RunIndex.

CompareOneOther.
    IF OtherIndex NOT = RunIndex
        AND RnProgramName(OtherIndex) = RnProgramName(RunIndex)
        AND RnRunId(OtherIndex) = RnRunId(RunIndex)
        AND RnRunStamp(OtherIndex) > RnRunStamp(RunIndex)
        MOVE 'Y' TO RnSuperseded(RunIndex)
    END-IF
    ADD 1 TO OtherIndex.

*> The certificate page - every step in chain order with each run's
*> checks graded, then the verdict: signed off when everything
*> agrees, or the first step where it stopped agreeing.
PrintCertificate.
    OPEN OUTPUT ReportFile
    IF NOT ReportFileOk
        DISPLAY 'Unable to open report file CERTRPT - status '
            ReportFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE CertDate TO DateWorkNum
    PERFORM FormatPrintDate
    MOVE PrintDate TO HeadingDate
    WRITE ReportLine FROM CertHeading
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM ColumnHeading
    MOVE 1 TO CurrentStep
    PERFORM CheckOneStep UNTIL CurrentStep > LastStep
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'CONTROL TOTAL RUNS:' TO CountLabel
    MOVE RunCount TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'CHECKS MADE:' TO CountLabel
    MOVE ChecksMade TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'CHECKS BROKEN:' TO CountLabel
    MOVE BreaksFound TO CountOut
    WRITE ReportLine FROM CountLine
    IF RunsNotTied > ZERO
        MOVE 'RUNS NOT TIED:' TO CountLabel
        MOVE RunsNotTied TO CountOut
        WRITE ReportLine FROM CountLine
    END-IF
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    EVALUATE TRUE
        WHEN RunCount = ZERO
            MOVE '  NOT CERTIFIED - NO CONTROL TOTALS ON CTLTOTAL FOR THE BUSINESS DATE.'
                TO ReportLine
            WRITE ReportLine
        WHEN TableOverflow
            MOVE '  NOT CERTIFIED - MORE RUNS FOR THE BUSINESS DATE THAN THE CERTIFICATE CAN HOLD.'
                TO ReportLine
            WRITE ReportLine
        WHEN BreaksFound > ZERO
            MOVE FirstBreakStep TO BreakPrintStep
            MOVE FirstBreakStep TO CurrentStep
            PERFORM SetStepTitle
            MOVE StepPrintTitle TO BreakPrintTitle
            WRITE ReportLine FROM BreakLine
            WRITE ReportLine FROM ColumnHeading
            WRITE ReportLine FROM FirstBreakLine
        WHEN OTHER
            PERFORM PrintSignOff
    END-EVALUATE
    CLOSE ReportFile.

CheckOneStep.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE CurrentStep TO StepPrintNumber
    PERFORM SetStepTitle
    WRITE ReportLine FROM StepLine
    MOVE ZERO TO StepChecks
    MOVE 1 TO RunIndex
    PERFORM CheckOneRun UNTIL RunIndex > RunCount
    IF StepChecks = ZERO
        MOVE SPACES TO NoteRunId
        MOVE 'NO RUN OF THIS STEP FOR THE BUSINESS DATE - NOTHING TO PROVE.'
            TO NoteText
        WRITE ReportLine FROM NoteLine
    END-IF
    ADD 1 TO CurrentStep.

SetStepTitle.
    EVALUATE CurrentStep
        WHEN 1
            MOVE 'BATCH-BUILD - EVERY RAW LINE BUILT OR REJECTED'
                TO StepPrintTitle
        WHEN 2
            MOVE 'BUILT = READ - THE CALCULATOR READ WHAT WAS BUILT'
                TO StepPrintTitle
        WHEN 3
            MOVE 'READ = AUDITED+REJECTED+SKIPPED - EVERY LINE ACCOUNTED FOR'
                TO StepPrintTitle
        WHEN 4
            MOVE 'POSTED + SUSPENDED + HELD = SUCCESSFUL - EVERY RESULT LANDED'
                TO StepPrintTitle
        WHEN 5
            MOVE 'RECONCILE - THE AUDIT TRAIL AGAINST THE INPUT'
                TO StepPrintTitle
        WHEN 6
            MOVE 'REPOST - DRAINED = SUSPENSE REDUCTION'
                TO StepPrintTitle
        WHEN 7
            MOVE 'AUDIT-PURGE - NOTHING LOST FROM CALCAUD'
                TO StepPrintTitle
        WHEN 8
            MOVE 'PERIOD-CLOSE - OPENING + ACTIVITY = CLOSING'
                TO StepPrintTitle
    END-EVALUATE.

CheckOneRun.
    IF NOT RunSuperseded(RunIndex)
        MOVE RunIndex TO LookupSlot
        EVALUATE TRUE
            WHEN CurrentStep = 1
                AND RnProgramName(RunIndex) = 'BATCHBUILD'
                PERFORM CheckBuildRun
            WHEN CurrentStep = 2
                AND RnProgramName(RunIndex) = 'BATCHBUILD'
                PERFORM TieBuildToCalculator
            WHEN CurrentStep = 2
                AND RnProgramName(RunIndex) = 'CALCULATOR'
                PERFORM TieCalculatorToBuild
            WHEN CurrentStep = 3
                AND RnProgramName(RunIndex) = 'CALCULATOR'
                PERFORM CheckCalculatorLines
            WHEN CurrentStep = 4
                AND RnProgramName(RunIndex) = 'CALCULATOR'
                PERFORM CheckCalculatorResults
            WHEN CurrentStep = 5
                AND RnProgramName(RunIndex) = 'RECONCILE'
                PERFORM CheckReconcileRun
            WHEN CurrentStep = 6
                AND RnProgramName(RunIndex) = 'REPOST'
                PERFORM CheckRepostRun
            WHEN CurrentStep = 7
                AND RnProgramName(RunIndex) = 'AUDITPURGE'
                PERFORM CheckPurgeRun
            WHEN CurrentStep = 8
                AND RnProgramName(RunIndex) = 'PERIODCLOSE'
                PERFORM CheckCloseRun
        END-EVALUATE
    END-IF
    ADD 1 TO RunIndex.

*> Step 1 - the raw lines a build read are every one either built
*> into the batch or rejected. Rejected raw lines carry no amount,
*> so this is a count.
CheckBuildRun.
    MOVE 'RAW READ' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE 'BUILT' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO RightCount
    MOVE 'REJECTED' TO LookupFigure
    PERFORM GetFigure
    ADD FigCount TO RightCount
    MOVE 'RAW READ = BUILT + REJECTED' TO ChkTest
    MOVE 'C' TO CheckKind
    PERFORM JudgeCheck.

*> Step 2 - what a build wrote is what the calculator read under the
*> same run id, lines and Num1 hash. A build the calculator never
*> read is a break: the batch is sitting unposted.
TieBuildToCalculator.
    MOVE 'BUILT' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE FigAmount TO LeftAmount
    MOVE 'CALCULATOR' TO PartnerProgram
    PERFORM FindPartnerRun
    IF PartnerSlot > ZERO
        MOVE PartnerSlot TO LookupSlot
        MOVE 'READ' TO LookupFigure
        PERFORM GetFigure
        MOVE FigCount TO RightCount
        MOVE FigAmount TO RightAmount
        MOVE RunIndex TO LookupSlot
        MOVE 'BUILT = CALCULATOR READ' TO ChkTest
    ELSE
        MOVE ZERO TO RightCount
        MOVE ZERO TO RightAmount
        MOVE 'BUILT - NOT READ BY THE CALCULATOR' TO ChkTest
    END-IF
    MOVE 'B' TO CheckKind
    PERFORM JudgeCheck.

*> A calculator batch Batch-Build did not produce - the month-end
*> accrual, a file prepared by hand - has no build to tie to. It is
*> listed so nobody mistakes it for proved, but it is not a break;
*> its own lines are still proved from step 3 on.
TieCalculatorToBuild.
    MOVE 'BATCHBUILD' TO PartnerProgram
    PERFORM FindPartnerRun
    IF PartnerSlot = ZERO
        ADD 1 TO RunsNotTied
        ADD 1 TO StepChecks
        PERFORM FormatRunLabel
        MOVE ChkRunId TO NoteRunId
        MOVE 'CALCULATOR READ A BATCH NOT BUILT BY BATCH-BUILD - NOT TIED.'
            TO NoteText
        WRITE ReportLine FROM NoteLine
    END-IF.

*> Step 3 - every line the calculator read was audited, rejected,
*> or skipped by a restart because an earlier run had audited it.
*> The money is the Num1 hash, which rejected lines are never part
*> of.
CheckCalculatorLines.
    MOVE 'READ' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE FigAmount TO LeftAmount
    MOVE 'AUDITED' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO RightCount
    MOVE FigAmount TO RightAmount
    MOVE 'REJECTED' TO LookupFigure
    PERFORM GetFigure
    ADD FigCount TO RightCount
    MOVE 'SKIPPED' TO LookupFigure
    PERFORM GetFigure
    ADD FigCount TO RightCount
    ADD FigAmount TO RightAmount
    MOVE 'READ = AUDITED+REJECTED+SKIPPED' TO ChkTest
    MOVE 'B' TO CheckKind
    PERFORM JudgeCheck.

*> Step 4 - every successful result was posted, suspended for the
*> repost, or held for approval; nothing was audited as done and
*> then dropped.
CheckCalculatorResults.
    MOVE 'SUCCESSFUL' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE FigAmount TO LeftAmount
    MOVE 'POSTED' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO RightCount
    MOVE FigAmount TO RightAmount
    MOVE 'SUSPENDED' TO LookupFigure
    PERFORM GetFigure
    ADD FigCount TO RightCount
    ADD FigAmount TO RightAmount
    MOVE 'HELD' TO LookupFigure
    PERFORM GetFigure
    ADD FigCount TO RightCount
    ADD FigAmount TO RightAmount
    MOVE 'SUCCESSFUL = POSTED+SUSPENDED+HELD' TO ChkTest
    MOVE 'B' TO CheckKind
    PERFORM JudgeCheck.

*> Step 5 - the reconciliation's own balance, then its figures tied
*> to the calculator run it reconciled. The reconcile counts a
*> reversal line but hashes it differently from the calculator, so
*> the tie to the calculator is on counts.
CheckReconcileRun.
    MOVE 'INPUT' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE FigAmount TO LeftAmount
    MOVE 'AUDITED' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO RightCount
    MOVE FigAmount TO RightAmount
    MOVE 'INPUT = AUDITED' TO ChkTest
    MOVE 'B' TO CheckKind
    PERFORM JudgeCheck
    MOVE 'CALCULATOR' TO PartnerProgram
    PERFORM FindPartnerRun
    IF PartnerSlot = ZERO
        ADD 1 TO RunsNotTied
        PERFORM FormatRunLabel
        MOVE ChkRunId TO NoteRunId
        MOVE 'NO CALCULATOR TOTALS FOR THE RUN RECONCILED - NOT TIED.'
            TO NoteText
        WRITE ReportLine FROM NoteLine
    ELSE
        MOVE 'AUDITED' TO LookupFigure
        PERFORM GetFigure
        MOVE FigCount TO LeftCount
        MOVE PartnerSlot TO LookupSlot
        MOVE 'AUDITED' TO LookupFigure
        PERFORM GetFigure
        MOVE FigCount TO RightCount
        MOVE 'SKIPPED' TO LookupFigure
        PERFORM GetFigure
        ADD FigCount TO RightCount
        MOVE 'AUDITED = CALC AUDITED + SKIPPED' TO ChkTest
        MOVE 'C' TO CheckKind
        PERFORM JudgeCheck
        MOVE 'READ' TO LookupFigure
        PERFORM GetFigure
        MOVE FigCount TO LeftCount
        MOVE RunIndex TO LookupSlot
        MOVE 'INPUT' TO LookupFigure
        PERFORM GetFigure
        MOVE FigCount TO RightCount
        MOVE 'REJECTED' TO LookupFigure
        PERFORM GetFigure
        ADD FigCount TO RightCount
        MOVE 'CALC READ = INPUT + REJECTED' TO ChkTest
        MOVE 'C' TO CheckKind
        PERFORM JudgeCheck
    END-IF.

*> Step 6 - what the repost drained is exactly what suspense went
*> down by, in entries and in money.
CheckRepostRun.
    MOVE 'DRAINED' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE FigAmount TO LeftAmount
    MOVE 'SUSPENSE IN' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO RightCount
    MOVE FigAmount TO RightAmount
    MOVE 'SUSPENSE OUT' TO LookupFigure
    PERFORM GetFigure
    SUBTRACT FigCount FROM RightCount
    SUBTRACT FigAmount FROM RightAmount
    MOVE 'DRAINED = SUSPENSE IN - OUT' TO ChkTest
    MOVE 'B' TO CheckKind
    PERFORM JudgeCheck.

*> Step 7 - every audit record the purge read went to the archive
*> or stayed, and every one that stayed came back in the rewrite.
CheckPurgeRun.
    MOVE 'READ' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE FigAmount TO LeftAmount
    MOVE 'ARCHIVED' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO RightCount
    MOVE FigAmount TO RightAmount
    MOVE 'RETAINED' TO LookupFigure
    PERFORM GetFigure
    ADD FigCount TO RightCount
    ADD FigAmount TO RightAmount
    MOVE 'READ = ARCHIVED + RETAINED' TO ChkTest
    MOVE 'B' TO CheckKind
    PERFORM JudgeCheck
    MOVE 'RETAINED' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE FigAmount TO LeftAmount
    MOVE 'REWRITTEN' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO RightCount
    MOVE FigAmount TO RightAmount
    MOVE 'RETAINED = REWRITTEN' TO ChkTest
    MOVE 'B' TO CheckKind
    PERFORM JudgeCheck.

*> Step 8 - the snapshot is the openings plus the period's activity,
*> and the openings rolled forward are the snapshot. Accounts opened
*> in the period have no opening record, so the first check is on
*> the money.
CheckCloseRun.
    MOVE 'SNAPSHOT' TO LookupFigure
    PERFORM GetFigure
    MOVE FigAmount TO LeftAmount
    MOVE 'OPENING' TO LookupFigure
    PERFORM GetFigure
    MOVE FigAmount TO RightAmount
    MOVE 'ACTIVITY' TO LookupFigure
    PERFORM GetFigure
    ADD FigAmount TO RightAmount
    MOVE 'SNAPSHOT = OPENING + ACTIVITY' TO ChkTest
    MOVE 'A' TO CheckKind
    PERFORM JudgeCheck
    MOVE 'ROLLED' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO LeftCount
    MOVE FigAmount TO LeftAmount
    MOVE 'SNAPSHOT' TO LookupFigure
    PERFORM GetFigure
    MOVE FigCount TO RightCount
    MOVE FigAmount TO RightAmount
    MOVE 'ROLLED = SNAPSHOT' TO ChkTest
    MOVE 'B' TO CheckKind
    PERFORM JudgeCheck.

GetFigure.
    MOVE ZERO TO FigCount
    MOVE ZERO TO FigAmount
    MOVE 1 TO FigureIndex
    PERFORM ScanFigure
        UNTIL FigureIndex > RnFigureCount(LookupSlot).

ScanFigure.
    IF RnFigureName(LookupSlot, FigureIndex) = LookupFigure
        MOVE RnCount(LookupSlot, FigureIndex) TO FigCount
        MOVE RnAmount(LookupSlot, FigureIndex) TO FigAmount
    END-IF
    ADD 1 TO FigureIndex.

*> The latest run of the partner step under the run id in hand.
FindPartnerRun.
    MOVE ZERO TO PartnerSlot
    MOVE 1 TO OtherIndex
    PERFORM ScanPartnerRun UNTIL OtherIndex > RunCount.

ScanPartnerRun.
    IF RnProgramName(OtherIndex) = PartnerProgram
        AND RnRunId(OtherIndex) = RnRunId(RunIndex)
        AND NOT RunSuperseded(OtherIndex)
        MOVE OtherIndex TO PartnerSlot
    END-IF
    ADD 1 TO OtherIndex.

*> Grade the check in hand and print it. The first break in step
*> order is kept for the verdict.
JudgeCheck.
    MOVE 'Y' TO CheckAgreed
    IF NOT CheckAmountsOnly AND LeftCount NOT = RightCount
        MOVE 'N' TO CheckAgreed
    END-IF
    IF NOT CheckCountsOnly AND LeftAmount NOT = RightAmount
        MOVE 'N' TO CheckAgreed
    END-IF
    PERFORM FormatRunLabel
    MOVE LeftCount TO ChkLeftCount
    MOVE RightCount TO ChkRightCount
    MOVE LeftAmount TO ChkLeftAmount
    MOVE RightAmount TO ChkRightAmount
    IF CheckAmountsOnly
        MOVE SPACES TO ChkCounts
    END-IF
    IF CheckCountsOnly
        MOVE SPACES TO ChkAmounts
    END-IF
    ADD 1 TO ChecksMade
    ADD 1 TO StepChecks
    IF CheckAgrees
        MOVE 'AGREES' TO ChkVerdict
    ELSE
        MOVE '*** BREAK' TO ChkVerdict
        ADD 1 TO BreaksFound
        IF FirstBreakStep = ZERO
            MOVE CurrentStep TO FirstBreakStep
            MOVE CheckLine TO FirstBreakLine
        END-IF
    END-IF
    WRITE ReportLine FROM CheckLine
    MOVE ZERO TO LeftCount, RightCount, LeftAmount, RightAmount.

*> A run is shown by its run id, or by the time it started when it
*> has none.
FormatRunLabel.
    IF RnRunId(RunIndex) = SPACES
        MOVE RnRunTime(RunIndex) TO TimeWork
        MOVE TimeHH TO PrintHH
        MOVE TimeMM TO PrintMM
        MOVE TimeSS TO PrintSS
        MOVE PrintTime TO ChkRunId
    ELSE
        MOVE RnRunId(RunIndex) TO ChkRunId
    END-IF.

*> Every step agrees - the page is the certificate, with room for the
*> people who check and approve it to sign.
PrintSignOff.
    MOVE '  CERTIFIED - EVERY STEP''S OUTPUTS AGREE WITH THE NEXT STEP''S INPUTS FOR THE BUSINESS DATE.'
        TO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE RunStartDate TO DateWorkNum
    PERFORM FormatPrintDate
    MOVE PrintDate TO PreparedDate
    MOVE RunStartTime TO TimeWork
    MOVE TimeHH TO PrintHH
    MOVE TimeMM TO PrintMM
    MOVE TimeSS TO PrintSS
    MOVE PrintTime TO PreparedTime
    WRITE ReportLine FROM PreparedLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE '  CHECKED BY   ______________________________    DATE  ____________'
        TO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE '  APPROVED BY  ______________________________    DATE  ____________'
        TO ReportLine
    WRITE ReportLine.

FormatPrintDate.
    MOVE DateYear TO PrintYear
    MOVE DateMonth TO PrintMonth
    MOVE DateDay TO PrintDay.
