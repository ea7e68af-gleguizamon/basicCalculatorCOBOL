IDENTIFICATION DIVISION.
PROGRAM-ID.  Account-Convert.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The account master as it stood before the hold limit, rate class
*> and hierarchy fields were added - the old ACCTMAST, renamed to
*> ACCTOLD before this job runs. Read in key order.
    SELECT OldAccountFile ASSIGN TO "ACCTOLD"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OldAccountId
        FILE STATUS IS OldAccountFileStatus.

*> The master in today's ACCTREC layout, written fresh in the same
*> key order the old one is read in.
    SELECT AccountFile ASSIGN TO "ACCTMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AcctAccountId
        FILE STATUS IS AccountFileStatus.

*> Shared run-history log - every batch program in the suite appends
*> one record at end of run, for the morning operations check.
    SELECT RunLogFile ASSIGN TO "RUNHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD  OldAccountFile.
01  OldAccount.
    05  OldAccountId        PIC X(8).
    05  OldAccountName      PIC X(30).
    05  OldAccountStatus    PIC X.
    05  OldAccountOpenDate  PIC 9(8).

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

01  ConvertCounts.
    05  RecordsRead         PIC 9(5) VALUE ZERO.
    05  RecordsWritten      PIC 9(5) VALUE ZERO.
    05  RecordsRejected     PIC 9(5) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> Return codes for the scheduler: 0 every account converted, 8 the
*> conversion was refused - ACCTMAST is already there, or a record
*> would not write - 12 the job could not run at all.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcRefused           PIC 9(2) VALUE 8.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> returned when OPEN INPUT names a file that does not exist.
01  OldAccountFileStatus    PIC X(2) VALUE SPACES.
    88  OldAccountFileOk        VALUE '00'.
    88  OldAccountFileNotFound  VALUE '35'.
    88  OldAccountFileAtEnd     VALUE '10'.

01  AccountFileStatus       PIC X(2) VALUE SPACES.
    88  AccountFileOk           VALUE '00'.
    88  AccountFileNotFound     VALUE '35'.

PROCEDURE DIVISION.
Main.
    ACCEPT RunStartDate FROM DATE YYYYMMDD
    ACCEPT RunStartTime FROM TIME
    DISPLAY 'ACCTMAST conversion to the current account layout'
    PERFORM OpenConvertFiles
    MOVE 'N' TO EndOfFile
    PERFORM ReadNextOldAccount
    PERFORM ConvertOneAccount UNTIL NoMoreRecords
    CLOSE OldAccountFile
    CLOSE AccountFile
    IF RecordsRejected > ZERO
        DISPLAY '*** ' RecordsRejected ' accounts did not convert - '
            'keep ACCTOLD and rerun after removing ACCTMAST.'
        MOVE RcRefused TO RETURN-CODE
    ELSE
        DISPLAY 'Account master converted - ' RecordsWritten
            ' accounts.'
        MOVE RcClean TO RETURN-CODE
    END-IF
    PERFORM WriteRunHistory
    STOP RUN.

*> The old master must be there under its new name, and no ACCTMAST
*> may be - the job only ever builds a master, never overwrites one,
*> so running it twice, or before the rename, loses nothing.
OpenConvertFiles.
    OPEN INPUT OldAccountFile
    EVALUATE TRUE
        WHEN OldAccountFileOk
            CONTINUE
        WHEN OldAccountFileNotFound
            DISPLAY 'No ACCTOLD found - rename the old ACCTMAST to '
                'ACCTOLD before converting.'
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        WHEN OTHER
            DISPLAY 'Unable to open old account master ACCTOLD - '
                'status ' OldAccountFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    OPEN INPUT AccountFile
    EVALUATE TRUE
        WHEN AccountFileNotFound
            CONTINUE
        WHEN AccountFileOk
            CLOSE AccountFile
            DISPLAY '*** ACCTMAST already exists - conversion refused, '
                'nothing written.'
            CLOSE OldAccountFile
            MOVE RcRefused TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
        WHEN OTHER
            DISPLAY 'Unable to check for an existing ACCTMAST - status '
                AccountFileStatus
            CLOSE OldAccountFile
            MOVE RcCouldNotRun TO RETURN-CODE
            PERFORM WriteRunHistory
            STOP RUN
    END-EVALUATE
    OPEN OUTPUT AccountFile
    IF NOT AccountFileOk
        DISPLAY 'Unable to create account master ACCTMAST - status '
            AccountFileStatus
        CLOSE OldAccountFile
        MOVE RcCouldNotRun TO RETURN-CODE
        PERFORM WriteRunHistory
        STOP RUN
    END-IF.

ReadNextOldAccount.
    READ OldAccountFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT OldAccountFileOk AND NOT OldAccountFileAtEnd
        DISPLAY 'Unable to read old account master ACCTOLD - status '
            OldAccountFileStatus
        ADD 1 TO RecordsRejected
        MOVE 'Y' TO EndOfFile
    END-IF.

*> The fields the old master carried come across as they are. The
*> new ones take the values that change nothing: no hold limit, no
*> rate class, no parent and no children - every account stays a
*> department at the top of its own hierarchy until Account-Maint
*> says otherwise.
ConvertOneAccount.
    ADD 1 TO RecordsRead
    MOVE OldAccountId TO AcctAccountId
    MOVE OldAccountName TO AcctName
    MOVE OldAccountStatus TO AcctStatus
    MOVE OldAccountOpenDate TO AcctOpenDate
    MOVE ZERO TO AcctHoldLimit
    MOVE SPACES TO AcctClass
    MOVE SPACES TO AcctParent
    MOVE ZERO TO AcctChildCount
    WRITE AcctMaster
    IF AccountFileOk
        ADD 1 TO RecordsWritten
    ELSE
        DISPLAY '*** Account ' OldAccountId ' not written - status '
            AccountFileStatus
        ADD 1 TO RecordsRejected
    END-IF
    PERFORM ReadNextOldAccount.

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
        MOVE 'ACCTCONV' TO RhProgramName
        MOVE SPACES TO RhRunId
        MOVE RunStartDate TO RhStartDate
        MOVE RunStartTime TO RhStartTime
        ACCEPT RhEndDate FROM DATE YYYYMMDD
        ACCEPT RhEndTime FROM TIME
        MOVE RecordsRead TO RhRecordsRead
        MOVE RecordsWritten TO RhRecordsWritten
        MOVE RecordsRejected TO RhRecordsRejected
        MOVE RETURN-CODE TO RhReturnCode
        WRITE RunHistory
        CLOSE RunLogFile
    END-IF.
