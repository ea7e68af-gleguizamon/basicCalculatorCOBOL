IDENTIFICATION DIVISION.
PROGRAM-ID.  Order-Maint.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The standing-order master - every recurring charge Order-Generate
*> sends into RAWTRANS is set up here first, keyed by an order id the
*> department chooses.
    SELECT OrderFile ASSIGN TO "ORDMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OrderId
        FILE STATUS IS OrderFileStatus.

*> An order may only name an account registered through Account-Maint,
*> so a typo is caught when the order is set up instead of being sent
*> into suspense every night.
    SELECT AccountFile ASSIGN TO "ACCTMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AcctAccountId
        FILE STATUS IS AccountFileStatus.

*> Orders added and ended are logged under the operator signed on,
*> for the daily access report.
    SELECT AccessLogFile ASSIGN TO "ACCSLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AccessLogFileStatus.

    SELECT ListingFile ASSIGN TO "ORDLIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ListingFileStatus.

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
    88  AddAction               VALUE 'A'.
    88  EndAction               VALUE 'E'.
    88  ListAction              VALUE 'L'.
    88  QuitMaint               VALUE 'Q'.

*> Entry fields - each keyed value is inspected here before it is
*> trusted into the master record. One refused entry refuses the whole
*> order, the way Account-Maint refuses a bad status.
01  OrderEntry              PIC X(8) VALUE SPACES.
01  AccountEntry            PIC X(8) VALUE SPACES.
01  NameEntry               PIC X(30) VALUE SPACES.
01  CharEntry               PIC X VALUE SPACE.
01  DateEntry               PIC X(8) VALUE SPACES.
01  DateEntryNum REDEFINES DateEntry
                            PIC 9(8).
01  EnteredDate             PIC 9(8) VALUE ZERO.

*> Amounts are keyed as plain signed numbers, right-justified and
*> checked the way Audit-Inquiry checks its number filter.
01  AmountEntry             PIC X(9) JUSTIFIED RIGHT VALUE SPACES.
01  AmountCheck             PIC X(9) VALUE SPACES.
01  EnteredAmount           PIC S9(5)V99 VALUE ZERO.
01  LeadCount               PIC 9(2) VALUE ZERO.
01  DotCount                PIC 9(2) VALUE ZERO.

01  EntryFlag               PIC X VALUE 'N'.
    88  EntryOk                 VALUE 'Y'.

01  TodayDate               PIC 9(8) VALUE ZERO.

01  ListedCount             PIC 9(5) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> '10' is end of file on READ NEXT, '22' is a duplicate key.
01  OrderFileStatus         PIC X(2) VALUE SPACES.
    88  OrderFileOk             VALUE '00'.
    88  OrderFileNotFound       VALUE '35'.
    88  OrderFileAtEnd          VALUE '10'.

01  AccountFileStatus       PIC X(2) VALUE SPACES.
    88  AccountFileOk           VALUE '00'.
    88  AccountFileNotFound     VALUE '35'.

01  AccessLogFileStatus     PIC X(2) VALUE SPACES.
    88  AccessLogFileOk         VALUE '00'.
    88  AccessLogFileNotFound   VALUE '35'.

01  ListingFileStatus       PIC X(2) VALUE SPACES.
    88  ListingFileOk           VALUE '00'.

*> Print-line assembly fields.
01  ListingDetailLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListOrderId         PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  ListAccountId       PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  ListNum1            PIC -(5)9.99.
    05  FILLER              PIC X VALUE SPACE.
    05  ListOperator        PIC X.
    05  FILLER              PIC X VALUE SPACE.
    05  ListNum2            PIC -(5)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListFrequency       PIC X(7).
    05  FILLER              PIC X VALUE SPACE.
    05  ListStart           PIC 9(8).
    05  FILLER              PIC X VALUE SPACE.
    05  ListEnd             PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  ListLast            PIC X(8).

01  ListingCountLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(20) VALUE 'ORDERS ON FILE:     '.
    05  ListCountOut        PIC Z(4)9.

01  ShowAmount              PIC -(5)9.99.

PROCEDURE DIVISION.
Main.
    DISPLAY 'ORDMAST standing-order maintenance'
    MOVE 'ORDERMAINT' TO SignOnProgram
    MOVE 'C' TO SignOnLevelNeeded
    CALL 'Sign-On' USING SignOnArea
    IF NOT SignOnAccepted
        DISPLAY 'Maintenance refused - no operator signed on.'
        STOP RUN
    END-IF
    PERFORM OpenFiles
    PERFORM RunOneAction UNTIL QuitMaint
    CLOSE OrderFile
    CLOSE AccountFile
    DISPLAY 'Maintenance ended.'
    STOP RUN.

*> The order master accumulates across runs the same way ACCTMAST
*> does - OPEN I-O an existing ORDMAST, creating it empty first the
*> one time it does not exist yet. No ACCTMAST means no account has
*> been registered, so there is nothing an order could name.
OpenFiles.
    OPEN INPUT AccountFile
    EVALUATE TRUE
        WHEN AccountFileOk
            CONTINUE
        WHEN AccountFileNotFound
            DISPLAY 'No ACCTMAST account master found - register '
                'accounts with Account-Maint first.'
            STOP RUN
        WHEN OTHER
            DISPLAY 'Unable to open account master ACCTMAST - status '
                AccountFileStatus
            STOP RUN
    END-EVALUATE
    OPEN I-O OrderFile
    IF OrderFileNotFound
        OPEN OUTPUT OrderFile
        CLOSE OrderFile
        OPEN I-O OrderFile
    END-IF
    IF NOT OrderFileOk
        DISPLAY 'Unable to open order master ORDMAST - status '
            OrderFileStatus
        CLOSE AccountFile
        STOP RUN
    END-IF.

RunOneAction.
    DISPLAY ' '
    DISPLAY 'Add order (A), end order (E), list (L), quit (Q): '
        WITH NO ADVANCING
    ACCEPT MaintAction
    EVALUATE MaintAction
        WHEN 'a'
            MOVE 'A' TO MaintAction
        WHEN 'e'
            MOVE 'E' TO MaintAction
        WHEN 'l'
            MOVE 'L' TO MaintAction
        WHEN 'q'
            MOVE 'Q' TO MaintAction
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN AddAction
            PERFORM AddOrder
        WHEN EndAction
            PERFORM EndOrder
        WHEN ListAction
            PERFORM ListOrders
        WHEN QuitMaint
            CONTINUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A new order - the account, the detail line, the frequency and the
*> dates, each checked as it is keyed. The order has never been
*> generated, so its last-generated date starts at zero.
AddOrder.
    PERFORM AcceptOrderEntry
    IF OrderEntry NOT = SPACES
        MOVE OrderEntry TO OrderId
        READ OrderFile
        IF OrderFileOk
            DISPLAY 'Order ' OrderEntry ' is already on file.'
        ELSE
            INITIALIZE StandingOrder
            MOVE OrderEntry TO OrderId
            MOVE 'Y' TO EntryFlag
            PERFORM AcceptOrderAccount
            IF EntryOk
                DISPLAY 'Description: ' WITH NO ADVANCING
                ACCEPT NameEntry
                MOVE NameEntry TO OrderName
                PERFORM AcceptOrderLine
            END-IF
            IF EntryOk
                PERFORM AcceptOrderFrequency
            END-IF
            IF EntryOk
                PERFORM AcceptOrderDates
            END-IF
            IF EntryOk
                ACCEPT TodayDate FROM DATE YYYYMMDD
                MOVE ZERO TO OrderLastGenerated
                MOVE TodayDate TO OrderCreatedDate
                WRITE StandingOrder
                IF OrderFileOk
                    DISPLAY 'Order ' OrderEntry ' added.'
                    MOVE SPACES TO AlDetail
                    STRING 'ORDER ADDED FOR ACCOUNT ' DELIMITED BY SIZE
                        OrderAccountId DELIMITED BY SPACE
                        INTO AlDetail
                    PERFORM LogOrderAction
                ELSE
                    DISPLAY 'Unable to add order - status '
                        OrderFileStatus
                END-IF
            ELSE
                DISPLAY 'No order added.'
            END-IF
        END-IF
    END-IF.

*> Ending an order stops it from the day after its end date; the
*> record itself stays, so the listing always shows what ran and
*> when it stopped.
EndOrder.
    PERFORM AcceptOrderEntry
    IF OrderEntry NOT = SPACES
        MOVE OrderEntry TO OrderId
        READ OrderFile
        IF NOT OrderFileOk
            DISPLAY 'Order ' OrderEntry ' is not on file.'
        ELSE
            DISPLAY 'Order ' OrderId ' - ' OrderName
            DISPLAY 'Account ' OrderAccountId ', started '
                OrderStartDate ', last generated ' OrderLastGenerated
            DISPLAY 'Last date to generate (YYYYMMDD, blank = today): '
                WITH NO ADVANCING
            ACCEPT DateEntry
            MOVE 'Y' TO EntryFlag
            IF DateEntry = SPACES
                ACCEPT EnteredDate FROM DATE YYYYMMDD
            ELSE
                PERFORM EditDateEntry
            END-IF
            IF EntryOk AND EnteredDate < OrderStartDate
                DISPLAY 'End date is before the start date '
                    OrderStartDate '.'
                MOVE 'N' TO EntryFlag
            END-IF
            IF EntryOk
                MOVE EnteredDate TO OrderEndDate
                REWRITE StandingOrder
                IF OrderFileOk
                    DISPLAY 'Order ' OrderEntry ' ends '
                        OrderEndDate '.'
                    MOVE SPACES TO AlDetail
                    STRING 'ORDER ENDED ON ' DELIMITED BY SIZE
                        OrderEndDate DELIMITED BY SIZE
                        INTO AlDetail
                    PERFORM LogOrderAction
                ELSE
                    DISPLAY 'Unable to update order - status '
                        OrderFileStatus
                END-IF
            ELSE
                DISPLAY 'No change made.'
            END-IF
        END-IF
    END-IF.

*> The order changed is the object; the detail is set by the caller.
LogOrderAction.
    MOVE 'ORDERMAINT' TO AlProgram
    MOVE SignOnOperatorId TO AlOperatorId
    MOVE 'CHANGE' TO AlEvent
    MOVE OrderEntry TO AlObject
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

AcceptOrderEntry.
    DISPLAY 'Order id (blank to cancel): ' WITH NO ADVANCING
    ACCEPT OrderEntry.

*> A closed account takes no new orders; a frozen one may, since the
*> generator skips it, with a listing line, until it is reopened. A
*> parent account takes none either - its balance is the sum of the
*> accounts under it, and the batch would only suspend its postings.
AcceptOrderAccount.
    DISPLAY 'Account id: ' WITH NO ADVANCING
    ACCEPT AccountEntry
    MOVE AccountEntry TO AcctAccountId
    READ AccountFile
        INVALID KEY
            DISPLAY 'Account ' AccountEntry ' is not registered.'
            MOVE 'N' TO EntryFlag
    END-READ
    IF EntryOk
        EVALUATE TRUE
            WHEN NOT AcctNoChildren
                DISPLAY 'Account ' AccountEntry ' cannot take orders - '
                    'PARENT ACCOUNT'
                MOVE 'N' TO EntryFlag
            WHEN AcctClosed
                DISPLAY 'Account ' AccountEntry ' is closed.'
                MOVE 'N' TO EntryFlag
            WHEN OTHER
                MOVE AccountEntry TO OrderAccountId
                DISPLAY 'Account ' AcctAccountId ' - ' AcctName
        END-EVALUATE
    END-IF.

*> The detail line itself - first number, operator, second number -
*> exactly what a department would key into RAWTRANS.
AcceptOrderLine.
    DISPLAY 'First number: ' WITH NO ADVANCING
    ACCEPT AmountEntry
    PERFORM EditAmountEntry
    IF EntryOk
        MOVE EnteredAmount TO OrderNum1
        DISPLAY 'Operator ( + | - | * | / ): ' WITH NO ADVANCING
        ACCEPT CharEntry
        IF CharEntry = '+' OR CharEntry = '-'
            OR CharEntry = '*' OR CharEntry = '/'
            MOVE CharEntry TO OrderOperator
        ELSE
            DISPLAY 'Operator "' CharEntry '" is not + - * or /.'
            MOVE 'N' TO EntryFlag
        END-IF
    END-IF
    IF EntryOk
        DISPLAY 'Second number: ' WITH NO ADVANCING
        ACCEPT AmountEntry
        PERFORM EditAmountEntry
        IF EntryOk
            MOVE EnteredAmount TO OrderNum2
        END-IF
    END-IF.

AcceptOrderFrequency.
    DISPLAY 'Frequency (D = daily, W = weekly, M = monthly): '
        WITH NO ADVANCING
    ACCEPT CharEntry
    EVALUATE CharEntry
        WHEN 'd'
            MOVE 'D' TO CharEntry
        WHEN 'w'
            MOVE 'W' TO CharEntry
        WHEN 'm'
            MOVE 'M' TO CharEntry
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    MOVE CharEntry TO OrderFrequency
    IF NOT OrderFrequencyOk
        DISPLAY 'Frequency "' CharEntry '" is not D, W or M.'
        MOVE 'N' TO EntryFlag
    END-IF.

*> The start date sets the weekday or day of month the order falls
*> due on. Blank starts today; a blank end date runs until ended.
AcceptOrderDates.
    DISPLAY 'Start date (YYYYMMDD, blank = today): '
        WITH NO ADVANCING
    ACCEPT DateEntry
    IF DateEntry = SPACES
        ACCEPT EnteredDate FROM DATE YYYYMMDD
    ELSE
        PERFORM EditDateEntry
    END-IF
    IF EntryOk
        MOVE EnteredDate TO OrderStartDate
        DISPLAY 'End date (YYYYMMDD, blank = none): '
            WITH NO ADVANCING
        ACCEPT DateEntry
        IF DateEntry = SPACES
            MOVE ZERO TO OrderEndDate
        ELSE
            PERFORM EditDateEntry
            IF EntryOk AND EnteredDate < OrderStartDate
                DISPLAY 'End date is before the start date.'
                MOVE 'N' TO EntryFlag
            END-IF
            IF EntryOk
                MOVE EnteredDate TO OrderEndDate
            END-IF
        END-IF
    END-IF.

*> A date must be eight digits naming a real calendar day - the
*> generator does day arithmetic on it.
EditDateEntry.
    IF DateEntry IS NUMERIC
        AND FUNCTION TEST-DATE-YYYYMMDD(DateEntryNum) = ZERO
        MOVE DateEntryNum TO EnteredDate
    ELSE
        DISPLAY 'Date "' DateEntry '" is not a valid YYYYMMDD.'
        MOVE 'N' TO EntryFlag
    END-IF.

*> An optional leading minus, digits, and at most one point with at
*> most two decimals - right-justified, a legal point sits in one of
*> the last three columns.
EditAmountEntry.
    MOVE AmountEntry TO AmountCheck
    MOVE ZERO TO LeadCount
    INSPECT AmountCheck TALLYING LeadCount FOR LEADING SPACE
    IF LeadCount < 9
        AND AmountCheck(LeadCount + 1:1) = '-'
        MOVE SPACE TO AmountCheck(LeadCount + 1:1)
    END-IF
    MOVE ZERO TO DotCount
    INSPECT AmountCheck TALLYING DotCount FOR ALL '.'
    IF DotCount = 1
        AND (AmountCheck(7:1) = '.'
            OR AmountCheck(8:1) = '.'
            OR AmountCheck(9:1) = '.')
        INSPECT AmountCheck REPLACING ALL '.' BY '0'
    END-IF
    INSPECT AmountCheck REPLACING LEADING SPACE BY '0'
    IF AmountEntry NOT = SPACES
        AND AmountCheck IS NUMERIC
        AND FUNCTION NUMVAL(AmountEntry) <= 99999.99
        AND FUNCTION NUMVAL(AmountEntry) >= -99999.99
        MOVE FUNCTION NUMVAL(AmountEntry) TO EnteredAmount
    ELSE
        DISPLAY 'Number "' AmountEntry '" is not a number of up '
            'to two decimals.'
        MOVE 'N' TO EntryFlag
    END-IF.

*> The order listing - every order in key order, live and ended, to
*> ORDLIST, so the departments can check what is being sent for them.
ListOrders.
    OPEN OUTPUT ListingFile
    IF NOT ListingFileOk
        DISPLAY 'Unable to open listing file ORDLIST - status '
            ListingFileStatus
    ELSE
        MOVE 'STANDING ORDER LISTING' TO ListingLine
        WRITE ListingLine
        MOVE SPACES TO ListingLine
        WRITE ListingLine
        MOVE '  ORDER    ACCOUNT       NUM1 O      NUM2  FREQ    START    END      LAST'
            TO ListingLine
        WRITE ListingLine
        MOVE ZERO TO ListedCount
        MOVE LOW-VALUES TO OrderId
        START OrderFile KEY NOT < OrderId
        IF OrderFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextOrder
            PERFORM ListOneOrder UNTIL NoMoreRecords
        END-IF
        IF ListedCount = ZERO
            MOVE '  NO STANDING ORDERS ON FILE.' TO ListingLine
            WRITE ListingLine
        END-IF
        MOVE SPACES TO ListingLine
        WRITE ListingLine
        MOVE ListedCount TO ListCountOut
        WRITE ListingLine FROM ListingCountLine
        CLOSE ListingFile
        DISPLAY 'Order listing written to ORDLIST - '
            ListedCount ' orders.'
    END-IF.

ReadNextOrder.
    READ OrderFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT OrderFileOk AND NOT OrderFileAtEnd
        MOVE 'Y' TO EndOfFile
    END-IF.

ListOneOrder.
    MOVE OrderId TO ListOrderId
    MOVE OrderAccountId TO ListAccountId
    MOVE OrderNum1 TO ListNum1
    MOVE OrderOperator TO ListOperator
    MOVE OrderNum2 TO ListNum2
    EVALUATE TRUE
        WHEN OrderDaily
            MOVE 'DAILY' TO ListFrequency
        WHEN OrderWeekly
            MOVE 'WEEKLY' TO ListFrequency
        WHEN OrderMonthly
            MOVE 'MONTHLY' TO ListFrequency
        WHEN OTHER
            MOVE '?' TO ListFrequency
    END-EVALUATE
    MOVE OrderStartDate TO ListStart
    IF OrderEndDate = ZERO
        MOVE 'NONE' TO ListEnd
    ELSE
        MOVE OrderEndDate TO ListEnd
    END-IF
    IF OrderLastGenerated = ZERO
        MOVE 'NEVER' TO ListLast
    ELSE
        MOVE OrderLastGenerated TO ListLast
    END-IF
    WRITE ListingLine FROM ListingDetailLine
    ADD 1 TO ListedCount
    PERFORM ReadNextOrder.
