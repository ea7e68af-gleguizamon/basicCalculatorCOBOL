IDENTIFICATION DIVISION.
PROGRAM-ID.  GL-Acknowledge.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The ledger's answer file - one line per journal it has loaded or
*> refused: journal sequence in columns 1-7, the business date it
*> carried in 8-15, A (accepted) or R (rejected) in 16, and the
*> ledger's reason in 17-56.
    SELECT AckFile ASSIGN TO "GLACK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AckFileStatus.

*> The journal register GL-Journal keeps - each answer is recorded
*> against the journal it names.
    SELECT RegisterFile ASSIGN TO "GLREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JrnlSeq
        FILE STATUS IS RegisterFileStatus.

    SELECT ReportFile ASSIGN TO "GLAKRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.

*> Shared run-history log - every batch program in the suite appends
*> one record at end of run, for the morning operations check.
    SELECT RunLogFile ASSIGN TO "RUNHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AckFile.
01  AckRecord.
    05  AckJournalSeqX      PIC X(7).
    05  AckJournalSeq REDEFINES AckJournalSeqX
                            PIC 9(7).
    05  AckBusinessDateX    PIC X(8).
    05  AckBusinessDate REDEFINES AckBusinessDateX
                            PIC 9(8).
    05  AckAnswer           PIC X.
        88  AckAccepted         VALUE 'A'.
        88  AckRejected         VALUE 'R'.
    05  AckReason           PIC X(40).
    05  FILLER              PIC X(24).

FD  RegisterFile.
    COPY JRNLREC.

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

01  AckVerdict              PIC X(12) VALUE SPACES.
01  AckProblem              PIC X(30) VALUE SPACES.

01  AckCounts.
    05  AcksRead            PIC 9(7) VALUE ZERO.
    05  JournalsAccepted    PIC 9(7) VALUE ZERO.
    05  JournalsRejected    PIC 9(7) VALUE ZERO.
    05  AcksRepeated        PIC 9(7) VALUE ZERO.
    05  AcksRefused         PIC 9(7) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> Return codes for the scheduler: 0 every answer was recorded and
*> every journal accepted, 4 the ledger rejected a journal or an
*> answer could not be matched to one, 12 the job could not run.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcDataErrors        PIC 9(2) VALUE 4.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> returned when OPEN INPUT names a file that does not exist.
01  AckFileStatus           PIC X(2) VALUE SPACES.
    88  AckFileOk               VALUE '00'.
    88  AckFileNotFound         VALUE '35'.

01  RegisterFileStatus      PIC X(2) VALUE SPACES.
    88  RegisterFileOk          VALUE '00'.
    88  RegisterFileNotFound    VALUE '35'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

*> Print-line assembly fields.
01  ReportHeading.
    05  FILLER              PIC X(37)
        VALUE 'GENERAL LEDGER ACKNOWLEDGEMENTS - RUN'.
    05  FILLER              PIC X VALUE SPACE.
    05  HeadingDate         PIC 9(8).

01  AckDetailLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AckPrintSeq         PIC X(7).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AckPrintDate        PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AckPrintAnswer      PIC X.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  AckPrintVerdict     PIC X(12).
    05  FILLER              PIC X VALUE SPACE.
    05  AckPrintDetail      PIC X(40).

01  CountLine.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  CountLabel          PIC X(22).
    05  CountOut            PIC Z(6)9.

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    ACCEPT RunStartTime FROM TIME
    DISPLAY 'GLREG journal acknowledgement processing'
    PERFORM OpenFiles
    MOVE 'N' TO EndOfFile
    PERFORM ReadNextAck
    PERFORM ProcessOneAck UNTIL NoMoreRecords
    PERFORM PrintAckTotals
    CLOSE AckFile
    CLOSE RegisterFile
    CLOSE ReportFile
    DISPLAY 'Acknowledgements processed - ' JournalsAccepted
        ' accepted, ' JournalsRejected ' rejected, ' AcksRefused
        ' not matched - see GLAKRPT.'
    IF JournalsRejected > ZERO OR AcksRefused > ZERO
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
        MOVE 'GLACK' TO RhProgramName
        MOVE SPACES TO RhRunId
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE AcksRead TO RhRecordsRead
        COMPUTE RhRecordsWritten = JournalsAccepted + JournalsRejected
        MOVE AcksRefused TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.

*> No GLACK means the ledger has sent nothing back yet - a clean run
*> with nothing to record, and the journals stay unacknowledged on
*> Ops-Report. No GLREG means no journal was ever sent, so there is
*> nothing an answer could be recorded against.
OpenFiles.
    OPEN INPUT AckFile
    EVALUATE TRUE
        WHEN AckFileOk
            CONTINUE
        WHEN AckFileNotFound
            DISPLAY 'No GLACK acknowledgement file found - nothing '
                'to record.'
            MOVE RcClean TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        WHEN OTHER
            DISPLAY 'Unable to open acknowledgement file GLACK - '
                'status ' AckFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    OPEN I-O RegisterFile
    IF NOT RegisterFileOk
        DISPLAY 'Unable to open journal register GLREG - status '
            RegisterFileStatus
        CLOSE AckFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    IF NOT ReportFileOk
        DISPLAY 'Unable to open report file GLAKRPT - status '
            ReportFileStatus
        CLOSE AckFile
        CLOSE RegisterFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    MOVE RunStartDate TO HeadingDate
    WRITE ReportLine FROM ReportHeading
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE '  JOURNAL  BUS DATE  A  VERDICT      DETAIL'
        TO ReportLine
    WRITE ReportLine.

ReadNextAck.
    READ AckFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

*> An answer is only recorded against the journal it names, for the
*> day that journal carried. The ledger resending an answer already
*> on file is harmless and only counted; an answer that contradicts
*> one already recorded, or arrives for a journal superseded by a
*> re-queue, is listed and left for someone to look at - the
*> register keeps the first answer it was given.
ProcessOneAck.
    ADD 1 TO AcksRead
    MOVE SPACES TO AckProblem
    MOVE SPACES TO AckVerdict
    EVALUATE TRUE
        WHEN AckJournalSeqX IS NOT NUMERIC
            MOVE 'JOURNAL NUMBER NOT NUMERIC' TO AckProblem
        WHEN NOT AckAccepted AND NOT AckRejected
            MOVE 'ANSWER NOT A OR R' TO AckProblem
        WHEN OTHER
            MOVE AckJournalSeq TO JrnlSeq
            READ RegisterFile
                INVALID KEY
                    MOVE 'JOURNAL NOT ON REGISTER' TO AckProblem
            END-READ
    END-EVALUATE
    IF AckProblem = SPACES
        EVALUATE TRUE
            WHEN AckBusinessDateX IS NOT NUMERIC
                MOVE 'BUSINESS DATE NOT NUMERIC' TO AckProblem
            WHEN AckBusinessDate NOT = JrnlBusinessDate
                MOVE 'BUSINESS DATE DOES NOT MATCH' TO AckProblem
            WHEN JournalSuperseded
                MOVE 'JOURNAL WAS SUPERSEDED' TO AckProblem
            WHEN JrnlStatus = AckAnswer
                MOVE 'REPEATED' TO AckVerdict
            WHEN JournalAccepted OR JournalRejected
                MOVE 'ALREADY ANSWERED OTHERWISE' TO AckProblem
            WHEN OTHER
                PERFORM RecordAnswer
        END-EVALUATE
    END-IF
    IF AckProblem NOT = SPACES
        ADD 1 TO AcksRefused
        MOVE 'NOT MATCHED' TO AckVerdict
        MOVE AckProblem TO AckPrintDetail
    ELSE
        IF AckVerdict = 'REPEATED'
            ADD 1 TO AcksRepeated
        END-IF
        MOVE AckReason TO AckPrintDetail
    END-IF
    MOVE AckJournalSeqX TO AckPrintSeq
    MOVE AckBusinessDateX TO AckPrintDate
    MOVE AckAnswer TO AckPrintAnswer
    MOVE AckVerdict TO AckPrintVerdict
    WRITE ReportLine FROM AckDetailLine
    PERFORM ReadNextAck.

RecordAnswer.
    MOVE AckAnswer TO JrnlStatus
    ACCEPT JrnlAckDate FROM DATE YYYYMMDD
    ACCEPT JrnlAckTime FROM TIME
    MOVE AckReason TO JrnlAckReason
    REWRITE JournalEntry
    IF NOT RegisterFileOk
        DISPLAY 'Unable to update journal register GLREG - status '
            RegisterFileStatus
        PERFORM PrintAckTotals
        MOVE SPACES TO ReportLine
        WRITE ReportLine
        MOVE '  *** STOPPED - JOURNAL REGISTER COULD NOT BE UPDATED.'
            TO ReportLine
        WRITE ReportLine
        CLOSE AckFile
        CLOSE RegisterFile
        CLOSE ReportFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF
    IF AckAccepted
        ADD 1 TO JournalsAccepted
        MOVE 'ACCEPTED' TO AckVerdict
    ELSE
        ADD 1 TO JournalsRejected
        MOVE 'REJECTED' TO AckVerdict
    END-IF.

PrintAckTotals.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE 'ANSWERS READ:' TO CountLabel
    MOVE AcksRead TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'JOURNALS ACCEPTED:' TO CountLabel
    MOVE JournalsAccepted TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'JOURNALS REJECTED:' TO CountLabel
    MOVE JournalsRejected TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'REPEATED ANSWERS:' TO CountLabel
    MOVE AcksRepeated TO CountOut
    WRITE ReportLine FROM CountLine
    MOVE 'NOT MATCHED:' TO CountLabel
    MOVE AcksRefused TO CountOut
    WRITE ReportLine FROM CountLine.
