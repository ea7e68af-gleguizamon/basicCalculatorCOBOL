IDENTIFICATION DIVISION.
PROGRAM-ID.  Access-Report.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The access log the interactive programs append to - every sign-on,
*> refused sign-on and maintenance change, in the order it happened.
    SELECT AccessLogFile ASSIGN TO "ACCSLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AccessLogFileStatus.

*> Optional report control - the day to report, YYYYMMDD in columns
*> 1-8. No ACCSPARM, or a blank date, means today.
    SELECT ParameterFile ASSIGN TO "ACCSPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ParameterFileStatus.

    SELECT ReportFile ASSIGN TO "ACCSRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.

*> Shared run-history log - every batch program in the suite appends
*> one record at end of run, for the morning operations check.
    SELECT RunLogFile ASSIGN TO "RUNHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AccessLogFile.
    COPY ACCLREC.

FD  ParameterFile.
01  ParameterRecord.
    05  ParmDateX           PIC X(8).
    05  FILLER              PIC X(72).

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

01  ReportDate              PIC 9(8) VALUE ZERO.

*> The log is read once per section - sign-ons, then changes, then
*> refused attempts - so each section lists its events in the order
*> they happened without sorting the day's records.
01  SectionEvent            PIC X(8) VALUE SPACES.

01  AccessSummary.
    05  LogRecordsRead      PIC 9(7) VALUE ZERO.
    05  SectionCount        PIC 9(5) VALUE ZERO.
    05  SignOnCount         PIC 9(5) VALUE ZERO.
    05  ChangeCount         PIC 9(5) VALUE ZERO.
    05  RefusedCount        PIC 9(5) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

01  LogFlag                 PIC X VALUE 'N'.
    88  NoAccessLog             VALUE 'Y'.

*> Return codes for the scheduler: 0 a quiet day, 4 there were
*> refused attempts to look at, 12 the report could not be run.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcDataErrors        PIC 9(2) VALUE 4.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found".
01  AccessLogFileStatus     PIC X(2) VALUE SPACES.
    88  AccessLogFileOk         VALUE '00'.
    88  AccessLogFileNotFound   VALUE '35'.

01  ParameterFileStatus     PIC X(2) VALUE SPACES.
    88  ParameterFileOk         VALUE '00'.
    88  ParameterFileNotFound   VALUE '35'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

*> Print-line assembly fields.
01  ReportHeading.
    05  FILLER              PIC X(29)
        VALUE 'OPERATOR ACCESS REPORT - DAY '.
    05  HeadingDate         PIC 9(8).

01  SectionHeading.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  SectionTitle        PIC X(40).

01  AccessDetailLine.
    05  FILLER              PIC X(4) VALUE SPACES.
    05  AccessPrintTime     PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AccessPrintProgram  PIC X(12).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AccessPrintOperator PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AccessPrintObject   PIC X(15).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AccessPrintDetail   PIC X(40).

01  CountLine.
    05  FILLER              PIC X(4) VALUE SPACES.
    05  CountLabel          PIC X(22).
    05  CountOut            PIC Z(4)9.

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

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    ACCEPT RunStartTime FROM TIME
    DISPLAY 'ACCSLOG operator access report'
    PERFORM ReadReportParameter
    PERFORM OpenReportFile
    MOVE 'SIGNON' TO SectionEvent
    MOVE 'SIGN-ONS' TO SectionTitle
    PERFORM ListOneSection
    MOVE SectionCount TO SignOnCount
    MOVE 'CHANGE' TO SectionEvent
    MOVE 'CHANGES MADE' TO SectionTitle
    PERFORM ListOneSection
    MOVE SectionCount TO ChangeCount
    MOVE 'REFUSED' TO SectionEvent
    MOVE 'REFUSED ATTEMPTS' TO SectionTitle
    PERFORM ListOneSection
    MOVE SectionCount TO RefusedCount
    PERFORM PrintAccessTotals
    CLOSE ReportFile
    DISPLAY 'Access report for ' ReportDate ' - ' SignOnCount
        ' sign-ons, ' ChangeCount ' changes, ' RefusedCount
        ' refused - see ACCSRPT.'
    IF RefusedCount > ZERO
        MOVE RcDataErrors TO RETURN-CODE
    ELSE
        MOVE RcClean TO RETURN-CODE
    END-IF
    PERFORM WriteRunHistory
    STOP RUN.

*> The day to report - the scheduler's via ACCSPARM, or today's. An
*> ACCSPARM that exists but cannot be trusted refuses the run rather
*> than report the wrong day.
ReadReportParameter.
    ACCEPT ReportDate FROM DATE YYYYMMDD
    OPEN INPUT ParameterFile
    EVALUATE TRUE
        WHEN ParameterFileNotFound
            CONTINUE
        WHEN NOT ParameterFileOk
            DISPLAY 'Unable to open report control ACCSPARM - status '
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
                    MOVE ParmDateX TO ReportDate
                WHEN OTHER
                    DISPLAY 'ACCSPARM report date "' ParmDateX
                        '" is not numeric.'
                    MOVE RcCouldNotRun TO RETURN-CODE
                    PERFORM WriteRunHistory
                    STOP RUN
            END-EVALUATE
    END-EVALUATE
    IF FUNCTION TEST-DATE-YYYYMMDD(ReportDate) NOT = ZERO
        DISPLAY 'Report date ' ReportDate ' is not a calendar date.'
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    DISPLAY 'Reporting access for ' ReportDate '.'.

OpenReportFile.
    OPEN OUTPUT ReportFile
    IF NOT ReportFileOk
        DISPLAY 'Unable to open report file ACCSRPT - status '
            ReportFileStatus
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE ReportDate TO HeadingDate
    WRITE ReportLine FROM ReportHeading.

*> One section - every record of the section's event on the report
*> day. No ACCSLOG at all means nobody has signed on anywhere yet,
*> which is reported as an empty day, not a failure.
ListOneSection.
    MOVE ZERO TO SectionCount
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM SectionHeading
    MOVE '    TIME      PROGRAM       OPERATOR  OBJECT           DETAIL'
        TO ReportLine
    WRITE ReportLine
    OPEN INPUT AccessLogFile
    EVALUATE TRUE
        WHEN AccessLogFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextAccessEntry
            PERFORM ExamineOneEntry UNTIL NoMoreRecords
            CLOSE AccessLogFile
        WHEN AccessLogFileNotFound
            MOVE 'Y' TO LogFlag
        WHEN OTHER
            DISPLAY 'Unable to open access log ACCSLOG - status '
                AccessLogFileStatus
            CLOSE ReportFile
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    IF SectionCount = ZERO
        MOVE '    NONE.' TO ReportLine
        WRITE ReportLine
    END-IF
    MOVE 'LISTED:' TO CountLabel
    MOVE SectionCount TO CountOut
    WRITE ReportLine FROM CountLine.

ReadNextAccessEntry.
    READ AccessLogFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

ExamineOneEntry.
    IF SectionEvent = 'SIGNON'
        ADD 1 TO LogRecordsRead
    END-IF
    IF AlDate = ReportDate AND AlEvent = SectionEvent
        PERFORM PrintAccessLine
    END-IF
    PERFORM ReadNextAccessEntry.

PrintAccessLine.
    MOVE AlTime TO TimeWork
    MOVE TimeHH TO PrintHH
    MOVE TimeMM TO PrintMM
    MOVE TimeSS TO PrintSS
    MOVE PrintTime TO AccessPrintTime
    MOVE AlProgram TO AccessPrintProgram
    MOVE AlOperatorId TO AccessPrintOperator
    MOVE AlObject TO AccessPrintObject
    MOVE AlDetail TO AccessPrintDetail
    WRITE ReportLine FROM AccessDetailLine
    ADD 1 TO SectionCount.

PrintAccessTotals.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    IF NoAccessLog
        MOVE '  NO ACCSLOG ACCESS LOG FOUND - NO ACTIVITY RECORDED.'
            TO ReportLine
        WRITE ReportLine
    END-IF
    MOVE 'SIGN-ONS:' TO CountLabel
    MOVE SignOnCount TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'CHANGES MADE:' TO CountLabel
    MOVE ChangeCount TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'REFUSED ATTEMPTS:' TO CountLabel
    MOVE RefusedCount TO CountOut
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
        MOVE 'ACCESSRPT' TO RhProgramName
        MOVE ReportDate TO RhRunId
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE LogRecordsRead TO RhRecordsRead
        COMPUTE RhRecordsWritten = SignOnCount + ChangeCount
            + RefusedCount
        MOVE RefusedCount TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.
