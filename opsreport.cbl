        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

*> The general-ledger journal register - every journal the ledger
*> has rejected, or not yet answered, is listed under the programs.
    SELECT RegisterFile ASSIGN TO "GLREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS JrnlSeq
        FILE STATUS IS RegisterFileStatus.

    SELECT ReportFile ASSIGN TO "OPSRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.
FD  RunLogFile.
    COPY RUNHREC.

FD  RegisterFile.
    COPY JRNLREC.

FD  ReportFile.
01  ReportLine              PIC X(100).

    88  RunLogFileOk            VALUE '00'.
    88  RunLogFileNotFound      VALUE '35'.

01  RegisterFileStatus      PIC X(2) VALUE SPACES.
    88  RegisterFileOk          VALUE '00'.
    88  RegisterFileNotFound    VALUE '35'.
    88  RegisterFileAtEnd       VALUE '10'.

01  ReportFileStatus        PIC X(2) VALUE SPACES.
    88  ReportFileOk            VALUE '00'.

01  JournalsListed          PIC 9(5) VALUE ZERO.
01  JournalReadFlag         PIC X VALUE 'N'.
    88  JournalReadFailed       VALUE 'Y'.

*> Return codes for the scheduler: 0 the report is complete, 8 GLREG
*> could not be read to the end, so the journal list is short.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcIncomplete        PIC 9(2) VALUE 8.

*> Print-line assembly fields.
01  PrintDate.
    05  PrintYear           PIC 9(4).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  OpsPrintVerdict     PIC X(12).

01  JournalDetailLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  JrnlPrintSeq        PIC 9(7).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  JrnlPrintBusDate    PIC X(10).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  JrnlPrintSent       PIC X(10).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  JrnlPrintState      PIC X(14).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  JrnlPrintReason     PIC X(40).

PROCEDURE DIVISION.
Main.
    PERFORM LoadRunHistory
            TO ReportLine
        WRITE ReportLine
    END-IF
    PERFORM PrintJournalExceptions
    CLOSE ReportFile.

PrintOneProgram.
    MOVE DateYear TO PrintYear
    MOVE DateMonth TO PrintMonth
    MOVE DateDay TO PrintDay.

*> Journals the ledger has rejected or has still to answer. No GLREG
*> means no journal has ever been sent, and the section is left off.
PrintJournalExceptions.
    OPEN INPUT RegisterFile
    EVALUATE TRUE
        WHEN RegisterFileOk
            MOVE SPACES TO ReportLine
            WRITE ReportLine
            MOVE '  GL JOURNALS REJECTED OR NOT ACKNOWLEDGED'
                TO ReportLine
            WRITE ReportLine
            MOVE '  JOURNAL  BUS DAY     SENT        STATE           LEDGER REASON'
                TO ReportLine
            WRITE ReportLine
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextJournal
            PERFORM PrintOneJournal UNTIL NoMoreRecords
            CLOSE RegisterFile
            EVALUATE TRUE
                WHEN JournalReadFailed
                    MOVE '  GLREG COULD NOT BE READ TO THE END - LIST INCOMPLETE.'
                        TO ReportLine
                    WRITE ReportLine
                WHEN JournalsListed = ZERO
                    MOVE '  NONE - EVERY JOURNAL SENT HAS BEEN ACCEPTED.'
                        TO ReportLine
                    WRITE ReportLine
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        WHEN RegisterFileNotFound
            CONTINUE
        WHEN OTHER
            MOVE SPACES TO ReportLine
            WRITE ReportLine
            MOVE '  GL JOURNAL REGISTER GLREG COULD NOT BE READ.'
                TO ReportLine
            WRITE ReportLine
            MOVE RcIncomplete TO RETURN-CODE
    END-EVALUATE.

*> A read that fails part-way ends the list where it is; the report
*> says so and the step does not finish clean.
ReadNextJournal.
    READ RegisterFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT RegisterFileOk AND NOT RegisterFileAtEnd
        DISPLAY 'Unable to read GL journal register GLREG - status '
            RegisterFileStatus
        MOVE 'Y' TO EndOfFile
        MOVE 'Y' TO JournalReadFlag
        MOVE RcIncomplete TO RETURN-CODE
    END-IF.

PrintOneJournal.
    IF JournalRejected OR JournalSent
        ADD 1 TO JournalsListed
        MOVE JrnlSeq TO JrnlPrintSeq
        MOVE JrnlBusinessDate TO DateWorkNum
        PERFORM FormatPrintDate
        MOVE PrintDate TO JrnlPrintBusDate
        MOVE JrnlCreatedDate TO DateWorkNum
        PERFORM FormatPrintDate
        MOVE PrintDate TO JrnlPrintSent
        IF JournalRejected
            MOVE 'REJECTED' TO JrnlPrintState
            MOVE JrnlAckReason TO JrnlPrintReason
        ELSE
            MOVE 'NOT ANSWERED' TO JrnlPrintState
            MOVE SPACES TO JrnlPrintReason
        END-IF
        WRITE ReportLine FROM JournalDetailLine
    END-IF
    PERFORM ReadNextJournal.
