IDENTIFICATION DIVISION.
PROGRAM-ID.  Rate-Maint.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The rate table - one record per account class, with the interest
*> and fee the month-end accrual charges every account in the class.
    SELECT RateFile ASSIGN TO "RATEMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RateClass
        FILE STATUS IS RateFileStatus.

*> Every rate set here is logged under the supervisor signed on, for
*> the daily access report.
    SELECT AccessLogFile ASSIGN TO "ACCSLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AccessLogFileStatus.

    SELECT ListingFile ASSIGN TO "RATELIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ListingFileStatus.

DATA DIVISION.
FILE SECTION.
FD  RateFile.
    COPY RATEREC.

FD  AccessLogFile.
01  AccessLogLine           PIC X(99).

FD  ListingFile.
01  ListingLine             PIC X(80).

WORKING-STORAGE SECTION.
*> The access-log entry is built here, where the callers can fill it
*> before the log is open, and written to ACCSLOG from here.
    COPY ACCLREC.

    COPY SIGNREC.

01  MaintAction             PIC X VALUE SPACE.
    88  SetAction               VALUE 'S'.
    88  ListAction              VALUE 'L'.
    88  QuitMaint               VALUE 'Q'.

*> Entry fields - each keyed value is inspected here before it is
*> trusted into the rate record. One refused entry refuses the whole
*> change, the way Order-Maint refuses a bad order.
01  ClassEntry              PIC X(2) VALUE SPACES.
01  NameEntry               PIC X(30) VALUE SPACES.

*> Rates are keyed as plain annual percentages - up to two whole
*> digits and four decimals, e.g. 4.25 or 0.3750 - right-justified
*> and edited the way Account-Maint edits its approval limit.
01  RateKeyed               PIC X(7) JUSTIFIED RIGHT VALUE SPACES.
01  RateCheck               PIC X(7) VALUE SPACES.
01  RateLead                PIC 9(2) VALUE ZERO.
01  EnteredRate             PIC 9(2)V9(4) VALUE ZERO.

*> The flat fee is keyed as a plain amount, at most two decimals.
01  FeeKeyed                PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
01  FeeCheck                PIC X(8) VALUE SPACES.
01  EnteredFee              PIC 9(5)V99 VALUE ZERO.

01  DotCount                PIC 9(2) VALUE ZERO.
01  NumericWork             PIC 9(7)V9(4) VALUE ZERO.

01  EntryFlag               PIC X VALUE 'N'.
    88  EntryOk                 VALUE 'Y'.
01  NewClassFlag            PIC X VALUE 'N'.
    88  NewClass                VALUE 'Y'.

01  TodayDate               PIC 9(8) VALUE ZERO.

01  ListedCount             PIC 9(5) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> '10' is end of file on READ NEXT.
01  RateFileStatus          PIC X(2) VALUE SPACES.
    88  RateFileOk              VALUE '00'.
    88  RateFileNotFound        VALUE '35'.
    88  RateFileAtEnd           VALUE '10'.

01  AccessLogFileStatus     PIC X(2) VALUE SPACES.
    88  AccessLogFileOk         VALUE '00'.
    88  AccessLogFileNotFound   VALUE '35'.

01  ListingFileStatus       PIC X(2) VALUE SPACES.
    88  ListingFileOk           VALUE '00'.

*> Print-line assembly fields.
01  ListingDetailLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListClass           PIC X(2).
    05  FILLER              PIC X(3) VALUE SPACES.
    05  ListName            PIC X(30).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListCredit          PIC Z9.9999.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  ListDebit           PIC Z9.9999.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListFee             PIC Z(4)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListChanged         PIC 9(8).

01  ListingCountLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(20) VALUE 'CLASSES ON FILE:    '.
    05  ListCountOut        PIC Z(4)9.

PROCEDURE DIVISION.
Main.
    DISPLAY 'RATEMAST account-class rate maintenance'
    MOVE 'RATEMAINT' TO SignOnProgram
    MOVE 'S' TO SignOnLevelNeeded
    CALL 'Sign-On' USING SignOnArea
    IF NOT SignOnAccepted
        DISPLAY 'Maintenance refused - no supervisor signed on.'
        STOP RUN
    END-IF
    PERFORM OpenRateFile
    PERFORM RunOneAction UNTIL QuitMaint
    CLOSE RateFile
    DISPLAY 'Maintenance ended.'
    STOP RUN.

*> The rate table accumulates across runs the same way ACCTMAST
*> does - OPEN I-O an existing RATEMAST, creating it empty first the
*> one time it does not exist yet.
OpenRateFile.
    OPEN I-O RateFile
    IF RateFileNotFound
        OPEN OUTPUT RateFile
        CLOSE RateFile
        OPEN I-O RateFile
    END-IF
    IF NOT RateFileOk
        DISPLAY 'Unable to open rate table RATEMAST - status '
            RateFileStatus
        STOP RUN
    END-IF.

RunOneAction.
    DISPLAY ' '
    DISPLAY 'Set class rates (S), list (L), quit (Q): '
        WITH NO ADVANCING
    ACCEPT MaintAction
    EVALUATE MaintAction
        WHEN 's'
            MOVE 'S' TO MaintAction
        WHEN 'l'
            MOVE 'L' TO MaintAction
        WHEN 'q'
            MOVE 'Q' TO MaintAction
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN SetAction
            PERFORM SetClassRates
        WHEN ListAction
            PERFORM ListRates
        WHEN QuitMaint
            CONTINUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A class is set up the first time its rates are keyed and changed
*> every time after; either way all three figures are keyed afresh,
*> so nobody changes one rate without seeing the others. A class
*> stays on file once set - zero rates stop it charging anything.
SetClassRates.
    DISPLAY 'Account class (blank to cancel): ' WITH NO ADVANCING
    ACCEPT ClassEntry
    IF ClassEntry NOT = SPACES
        MOVE ClassEntry TO RateClass
        MOVE 'N' TO NewClassFlag
        READ RateFile
            INVALID KEY
                MOVE 'Y' TO NewClassFlag
        END-READ
        IF NewClass
            INITIALIZE RateEntry
            MOVE ClassEntry TO RateClass
            DISPLAY 'Class ' ClassEntry ' is new.'
            DISPLAY 'Class description: ' WITH NO ADVANCING
            ACCEPT NameEntry
            MOVE NameEntry TO RateName
        ELSE
            MOVE RateCreditPct TO ListCredit
            MOVE RateDebitPct TO ListDebit
            MOVE RateFlatFee TO ListFee
            DISPLAY 'Class ' RateClass ' - ' RateName
            DISPLAY 'Current credit rate ' ListCredit '%, debit rate '
                ListDebit '%, flat fee ' ListFee
        END-IF
        MOVE 'Y' TO EntryFlag
        DISPLAY 'Credit interest, annual % on a positive balance: '
            WITH NO ADVANCING
        PERFORM AcceptRateEntry
        IF EntryOk
            MOVE EnteredRate TO RateCreditPct
            DISPLAY 'Debit interest, annual % on a negative balance: '
                WITH NO ADVANCING
            PERFORM AcceptRateEntry
        END-IF
        IF EntryOk
            MOVE EnteredRate TO RateDebitPct
            PERFORM AcceptFeeEntry
        END-IF
        IF EntryOk
            MOVE EnteredFee TO RateFlatFee
            ACCEPT TodayDate FROM DATE YYYYMMDD
            MOVE TodayDate TO RateChangedDate
            IF NewClass
                WRITE RateEntry
            ELSE
                REWRITE RateEntry
            END-IF
            IF RateFileOk
                DISPLAY 'Class ' ClassEntry ' rates set.'
                PERFORM LogRateAction
            ELSE
                DISPLAY 'Unable to set class rates - status '
                    RateFileStatus
            END-IF
        ELSE
            DISPLAY 'No change made.'
        END-IF
    END-IF.

*> The class changed is the object; the new figures are the detail,
*> so the access report shows exactly what was set.
LogRateAction.
    MOVE RateCreditPct TO ListCredit
    MOVE RateDebitPct TO ListDebit
    MOVE RateFlatFee TO ListFee
    MOVE 'RATEMAINT' TO AlProgram
    MOVE SignOnOperatorId TO AlOperatorId
    MOVE 'CHANGE' TO AlEvent
    MOVE ClassEntry TO AlObject
    MOVE SPACES TO AlDetail
    STRING 'RATES SET CR' DELIMITED BY SIZE
        ListCredit DELIMITED BY SIZE
        ' DR' DELIMITED BY SIZE
        ListDebit DELIMITED BY SIZE
        ' FEE' DELIMITED BY SIZE
        ListFee DELIMITED BY SIZE
        INTO AlDetail
    ACCEPT AlDate FROM DATE YYYYMMDD
    ACCEPT AlTime FROM TIME
    OPEN EXTEND AccessLogFile
    IF AccessLogFileNotFound
        OPEN OUTPUT AccessLogFile
    END-IF
    IF NOT AccessLogFileOk
        DISPLAY 'Unable to open access log ACCSLOG - status '
            AccessLogFileStatus
    ELSE
        WRITE AccessLogLine FROM AccessEntry
        CLOSE AccessLogFile
    END-IF.

*> A rate needs at most one point with no more than four decimals
*> behind it, digits everywhere else, and must be under 100 percent.
*> A blank entry is a rate of zero.
AcceptRateEntry.
    ACCEPT RateKeyed
    MOVE ZERO TO EnteredRate
    IF RateKeyed NOT = SPACES
        MOVE RateKeyed TO RateCheck
        MOVE ZERO TO DotCount
        MOVE ZERO TO RateLead
        INSPECT RateCheck TALLYING DotCount FOR ALL '.'
        INSPECT RateCheck TALLYING RateLead
            FOR CHARACTERS BEFORE INITIAL '.'
        INSPECT RateCheck REPLACING ALL '.' BY '0'
        INSPECT RateCheck REPLACING LEADING SPACE BY '0'
        EVALUATE TRUE
            WHEN DotCount > 1
                MOVE 'N' TO EntryFlag
            WHEN DotCount = 1 AND RateLead < 2
                MOVE 'N' TO EntryFlag
            WHEN RateCheck IS NOT NUMERIC
                MOVE 'N' TO EntryFlag
            WHEN OTHER
                MOVE FUNCTION NUMVAL(RateKeyed) TO NumericWork
                IF NumericWork < 100
                    MOVE NumericWork TO EnteredRate
                ELSE
                    MOVE 'N' TO EntryFlag
                END-IF
        END-EVALUATE
        IF NOT EntryOk
            DISPLAY 'Rate "' RateKeyed '" is not a percentage under '
                '100 with at most four decimals.'
        END-IF
    END-IF.

*> The fee is edited the same way, with two decimals at most.
AcceptFeeEntry.
    DISPLAY 'Flat monthly fee on a negative balance: '
        WITH NO ADVANCING
    ACCEPT FeeKeyed
    MOVE ZERO TO EnteredFee
    IF FeeKeyed NOT = SPACES
        MOVE FeeKeyed TO FeeCheck
        MOVE ZERO TO DotCount
        INSPECT FeeCheck TALLYING DotCount FOR ALL '.'
        EVALUATE TRUE
            WHEN DotCount > 1
                MOVE 'N' TO EntryFlag
            WHEN DotCount = 1
                AND FeeCheck(6:1) NOT = '.'
                AND FeeCheck(7:1) NOT = '.'
                AND FeeCheck(8:1) NOT = '.'
                MOVE 'N' TO EntryFlag
            WHEN OTHER
                INSPECT FeeCheck REPLACING ALL '.' BY '0'
                INSPECT FeeCheck REPLACING LEADING SPACE BY '0'
                IF FeeCheck IS NUMERIC
                    MOVE FUNCTION NUMVAL(FeeKeyed) TO NumericWork
                    IF NumericWork < 100000
                        MOVE NumericWork TO EnteredFee
                    ELSE
                        MOVE 'N' TO EntryFlag
                    END-IF
                ELSE
                    MOVE 'N' TO EntryFlag
                END-IF
        END-EVALUATE
        IF NOT EntryOk
            DISPLAY 'Fee "' FeeKeyed '" is not an amount.'
        END-IF
    END-IF.

*> The rate listing - every class in key order, written to RATELIST
*> so Finance can check the table against what they agreed.
ListRates.
    OPEN OUTPUT ListingFile
    IF NOT ListingFileOk
        DISPLAY 'Unable to open listing file RATELIST - status '
            ListingFileStatus
    ELSE
        MOVE 'ACCOUNT CLASS RATE LISTING' TO ListingLine
        WRITE ListingLine
        MOVE SPACES TO ListingLine
        WRITE ListingLine
        MOVE '  CL   DESCRIPTION                     CREDIT %   DEBIT %   FLAT FEE  CHANGED'
            TO ListingLine
        WRITE ListingLine
        MOVE ZERO TO ListedCount
        MOVE LOW-VALUES TO RateClass
        START RateFile KEY NOT < RateClass
        IF RateFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextRate
            PERFORM ListOneRate UNTIL NoMoreRecords
        END-IF
        IF ListedCount = ZERO
            MOVE '  NO CLASSES ON FILE.' TO ListingLine
            WRITE ListingLine
        END-IF
        MOVE SPACES TO ListingLine
        WRITE ListingLine
        MOVE ListedCount TO ListCountOut
        WRITE ListingLine FROM ListingCountLine
        CLOSE ListingFile
        DISPLAY 'Rate listing written to RATELIST - '
            ListedCount ' classes.'
    END-IF.

ReadNextRate.
    READ RateFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT RateFileOk AND NOT RateFileAtEnd
        MOVE 'Y' TO EndOfFile
    END-IF.

ListOneRate.
    MOVE RateClass TO ListClass
    MOVE RateName TO ListName
    MOVE RateCreditPct TO ListCredit
    MOVE RateDebitPct TO ListDebit
    MOVE RateFlatFee TO ListFee
    MOVE RateChangedDate TO ListChanged
    WRITE ListingLine FROM ListingDetailLine
    ADD 1 TO ListedCount
    PERFORM ReadNextRate.
