        RECORD KEY IS AcctAccountId
        FILE STATUS IS AccountFileStatus.

*> The rate table - an account may only be given a class that has
*> rates set up for it, or the accrual would have nothing to charge.
    SELECT RateFile ASSIGN TO "RATEMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RateClass
        FILE STATUS IS RateFileStatus.

*> Every change made here is logged under the operator signed on,
*> beside the sign-ons themselves, for the daily access report.
    SELECT AccessLogFile ASSIGN TO "ACCSLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AccessLogFileStatus.

    SELECT ListingFile ASSIGN TO "ACCTLIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ListingFileStatus.
                   ==AccountOpen==        BY  ==AcctOpen==
                   ==AccountClosed==      BY  ==AcctClosed==
                   ==AccountFrozen==      BY  ==AcctFrozen==
                   ==AccountOpenDate==    BY  ==AcctOpenDate==
                   ==AccountHoldLimit==   BY  ==AcctHoldLimit==
                   ==AccountClass==       BY  ==AcctClass==
                   ==AccountParent==      BY  ==AcctParent==
                   ==AccountChildCount==  BY  ==AcctChildCount==
                   ==AccountNoChildren==  BY  ==AcctNoChildren==.

FD  RateFile.
    COPY RATEREC.

FD  AccessLogFile.
01  AccessLogLine           PIC X(99).

FD  ListingFile.
01  ListingLine             PIC X(100).

WORKING-STORAGE SECTION.
*> The access-log entry is built here, where the callers can fill it
*> before the log is open, and written to ACCSLOG from here.
    COPY ACCLREC.

    COPY SIGNREC.

01  MaintAction             PIC X VALUE SPACE.
    88  RegisterAction          VALUE 'A'.
    88  StatusAction            VALUE 'S'.
    88  LimitAction             VALUE 'T'.
    88  ClassAction             VALUE 'K'.
    88  ParentAction            VALUE 'P'.
    88  ListAction              VALUE 'L'.
    88  QuitMaint               VALUE 'Q'.

01  NameEntry               PIC X(30) VALUE SPACES.
01  StatusEntry             PIC X VALUE SPACE.

*> The approval limit is keyed as a plain amount and edited the way
*> the calculator edits its keyed numbers - right-justified, digits
*> with at most one point and two decimals, before it is trusted.
01  LimitEntry              PIC X(13) JUSTIFIED RIGHT VALUE SPACES.
01  LimitCheck              PIC X(13) VALUE SPACES.
01  LimitDotCount           PIC 9(2) VALUE ZERO.
01  LimitGivenFlag          PIC X VALUE 'N'.
    88  LimitGiven              VALUE 'Y'.
01  NewHoldLimit            PIC 9(10)V99 VALUE ZERO.

*> The account class is keyed as two characters and only taken once
*> RATEMAST shows rates for it; an asterisk takes the class away.
01  ClassEntry              PIC X(2) VALUE SPACES.
01  ClassGivenFlag          PIC X VALUE 'N'.
    88  ClassGiven              VALUE 'Y'.
01  NewAccountClass         PIC X(2) VALUE SPACES.

*> The parent is keyed as an account id and only taken once it is on
*> ACCTMAST and would not make the hierarchy come back round on
*> itself; an asterisk makes the account top-level again.
01  ParentEntry             PIC X(8) VALUE SPACES.
01  ParentGivenFlag         PIC X VALUE 'N'.
    88  ParentGiven             VALUE 'Y'.
01  NewParent               PIC X(8) VALUE SPACES.
01  OldParent               PIC X(8) VALUE SPACES.

*> The loop check walks up the chain from the proposed parent. Meeting
*> the account being changed on the way means the change would make a
*> loop. The walk is bounded, so a chain damaged outside this program
*> still comes to an end - and is refused as if it looped.
01  ChainSteps              PIC 9(3) VALUE ZERO.
01  ChainLimit              PIC 9(3) VALUE 100.
01  ChainFlag               PIC X VALUE SPACE.
    88  ChainWalking            VALUE 'W'.
    88  ChainEnds               VALUE 'E'.
    88  ChainLoops              VALUE 'L'.
    88  ChainParentMissing      VALUE 'M'.

*> Each parent carries a count of the accounts under it; setting or
*> changing a parent moves one off the old parent's count and onto
*> the new one's.
01  CountAccount            PIC X(8) VALUE SPACES.
01  ChildAdjust             PIC X VALUE SPACE.
    88  AddChild                VALUE 'A'.
    88  RemoveChild             VALUE 'R'.
01  ChildCountFlag          PIC X VALUE 'N'.
    88  ChildCountAdjusted      VALUE 'Y'.

*> A parent change moves the counts before the account itself, and
*> remembers which have moved so a failure further on can put them
*> back - the change is made whole or not at all.
01  NewParentCountedFlag    PIC X VALUE 'N'.
    88  NewParentCounted        VALUE 'Y'.
01  OldParentUncountedFlag  PIC X VALUE 'N'.
    88  OldParentUncounted      VALUE 'Y'.
01  CountsOutOfStepFlag     PIC X VALUE 'N'.
    88  CountsOutOfStep         VALUE 'Y'.
01  ParentChangeFailure     PIC X(40) VALUE SPACES.

01  TodayDate               PIC 9(8) VALUE ZERO.

01  ListedCount             PIC 9(5) VALUE ZERO.
    88  AccountFileNotFound     VALUE '35'.
    88  AccountFileAtEnd        VALUE '10'.

01  RateFileStatus          PIC X(2) VALUE SPACES.
    88  RateFileOk              VALUE '00'.
    88  RateFileNotFound        VALUE '35'.

01  RatesAvailableFlag      PIC X VALUE 'N'.
    88  RatesAvailable          VALUE 'Y'.

01  AccessLogFileStatus     PIC X(2) VALUE SPACES.
    88  AccessLogFileOk         VALUE '00'.
    88  AccessLogFileNotFound   VALUE '35'.

01  ListingFileStatus       PIC X(2) VALUE SPACES.
    88  ListingFileOk           VALUE '00'.

    05  ListStatus          PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListOpened          PIC X(10).
    05  FILLER              PIC X VALUE SPACE.
    05  ListLimit           PIC Z(9)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListClass           PIC X(2).
    05  FILLER              PIC X(5) VALUE SPACES.
    05  ListParent          PIC X(8).

01  ListingCountLine.
    05  FILLER              PIC X(2) VALUE SPACES.
PROCEDURE DIVISION.
Main.
    DISPLAY 'ACCTMAST account master maintenance'
    MOVE 'ACCTMAINT' TO SignOnProgram
    MOVE 'C' TO SignOnLevelNeeded
    CALL 'Sign-On' USING SignOnArea
    IF NOT SignOnAccepted
        DISPLAY 'Maintenance refused - no operator signed on.'
        STOP RUN
    END-IF
    PERFORM OpenAccountFile
    PERFORM RunOneAction UNTIL QuitMaint
    CLOSE AccountFile
    IF RatesAvailable
        CLOSE RateFile
    END-IF
    DISPLAY 'Maintenance ended.'
    STOP RUN.

        DISPLAY 'Unable to open account master ACCTMAST - status '
            AccountFileStatus
        STOP RUN
    END-IF
    OPEN INPUT RateFile
    IF RateFileOk
        MOVE 'Y' TO RatesAvailableFlag
    END-IF.

RunOneAction.
    DISPLAY ' '
    DISPLAY 'Register (A), change status (S), approval limit (T), '
        'class (K), parent (P), list (L), quit (Q): '
        WITH NO ADVANCING
    ACCEPT MaintAction
    EVALUATE MaintAction
            MOVE 'A' TO MaintAction
        WHEN 's'
            MOVE 'S' TO MaintAction
        WHEN 't'
            MOVE 'T' TO MaintAction
        WHEN 'k'
            MOVE 'K' TO MaintAction
        WHEN 'p'
            MOVE 'P' TO MaintAction
        WHEN 'l'
            MOVE 'L' TO MaintAction
        WHEN 'q'
        WHEN RegisterAction
            PERFORM RegisterAccount
        WHEN StatusAction
            IF SignedOnSupervisor
                PERFORM ChangeAccountStatus
            ELSE
                MOVE 'STATUS CHANGE' TO AlDetail
                PERFORM RefuseClerkAction
            END-IF
        WHEN LimitAction
            IF SignedOnSupervisor
                PERFORM ChangeApprovalLimit
            ELSE
                MOVE 'APPROVAL LIMIT CHANGE' TO AlDetail
                PERFORM RefuseClerkAction
            END-IF
        WHEN ClassAction
            IF SignedOnSupervisor
                PERFORM ChangeAccountClass
            ELSE
                MOVE 'ACCOUNT CLASS CHANGE' TO AlDetail
                PERFORM RefuseClerkAction
            END-IF
        WHEN ParentAction
            IF SignedOnSupervisor
                PERFORM ChangeAccountParent
            ELSE
                MOVE 'PARENT ACCOUNT CHANGE' TO AlDetail
                PERFORM RefuseClerkAction
            END-IF
        WHEN ListAction
            PERFORM ListAccounts
        WHEN QuitMaint

*> Registration - one new master record, opened today and open for
*> posting. The batch default account GENERAL must be registered
*> here like any other before the first batch run posts to it. A
*> new account has nothing under it yet; naming its parent adds it
*> to that parent's count first, and a parent whose count will not
*> update is not named - the account is registered top-level. The
*> approval limit, class and parent are supervisor fields, the same
*> as when they are changed: a clerk registers the account with no
*> limit, no class and no parent, and the log says they were skipped.
RegisterAccount.
    PERFORM AcceptAccountEntry
    IF AccountEntry NOT = SPACES
        ELSE
            DISPLAY 'Department name: ' WITH NO ADVANCING
            ACCEPT NameEntry
            IF SignedOnSupervisor
                PERFORM AcceptLimitEntry
                IF NOT LimitGiven
                    MOVE ZERO TO NewHoldLimit
                END-IF
                PERFORM AcceptClassEntry
                IF NOT ClassGiven
                    MOVE SPACES TO NewAccountClass
                END-IF
                PERFORM AcceptParentEntry
                IF NOT ParentGiven
                    MOVE SPACES TO NewParent
                END-IF
            ELSE
                DISPLAY 'Approval limit, class and parent are set by a '
                    'supervisor - registering with none.'
                MOVE ZERO TO NewHoldLimit
                MOVE SPACES TO NewAccountClass
                MOVE SPACES TO NewParent
            END-IF
            IF NewParent NOT = SPACES
                MOVE NewParent TO CountAccount
                MOVE 'A' TO ChildAdjust
                PERFORM AdjustChildCount
                IF NOT ChildCountAdjusted
                    DISPLAY 'Registering with no parent - set it once '
                        'parent ' NewParent ' can be updated.'
                    MOVE 'REFUSED' TO AlEvent
                    MOVE 'PARENT NOT SET - PARENT COUNT FAILED'
                        TO AlDetail
                    PERFORM LogAccountAction
                    MOVE SPACES TO NewParent
                END-IF
            END-IF
            ACCEPT TodayDate FROM DATE YYYYMMDD
            MOVE AccountEntry TO AcctAccountId
            MOVE NameEntry TO AcctName
            MOVE 'O' TO AcctStatus
            MOVE TodayDate TO AcctOpenDate
            MOVE NewHoldLimit TO AcctHoldLimit
            MOVE NewAccountClass TO AcctClass
            MOVE NewParent TO AcctParent
            MOVE ZERO TO AcctChildCount
            WRITE AcctMaster
            IF AccountFileOk
                DISPLAY 'Account ' AccountEntry ' registered open.'
                MOVE 'CHANGE' TO AlEvent
                IF SignedOnSupervisor
                    MOVE 'ACCOUNT REGISTERED OPEN' TO AlDetail
                ELSE
                    MOVE 'REGISTERED - SUPERVISOR FIELDS SKIPPED'
                        TO AlDetail
                END-IF
                PERFORM LogAccountAction
            ELSE
                DISPLAY 'Unable to register account - status '
                    AccountFileStatus
                IF NewParent NOT = SPACES
                    MOVE NewParent TO CountAccount
                    MOVE 'R' TO ChildAdjust
                    PERFORM AdjustChildCount
                    IF NOT ChildCountAdjusted
                        MOVE 'CHANGE' TO AlEvent
                        MOVE 'PARENT COUNT LEFT ONE TOO HIGH'
                            TO AlDetail
                        PERFORM LogAccountAction
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
                    PERFORM DescribeAccountStatus
                    DISPLAY 'Account ' AccountEntry ' is now '
                        ListStatus
                    MOVE 'CHANGE' TO AlEvent
                    MOVE SPACES TO AlDetail
                    STRING 'STATUS CHANGED TO ' DELIMITED BY SIZE
                        ListStatus DELIMITED BY SPACE
                        INTO AlDetail
                    PERFORM LogAccountAction
                ELSE
                    DISPLAY 'Unable to update account - status '
                        AccountFileStatus
                END-IF
            END-IF
        END-IF
    END-IF.

*> Approval limit - a batch result larger than this, either way, is
*> held for a supervisor instead of posting. Zero lifts the limit.
ChangeApprovalLimit.
    PERFORM AcceptAccountEntry
    IF AccountEntry NOT = SPACES
        MOVE AccountEntry TO AcctAccountId
        READ AccountFile
        IF NOT AccountFileOk
            DISPLAY 'Account ' AccountEntry ' is not registered.'
        ELSE
            MOVE AcctHoldLimit TO ListLimit
            DISPLAY 'Account ' AcctAccountId ' - ' AcctName
            DISPLAY 'Current approval limit: ' ListLimit
            PERFORM AcceptLimitEntry
            IF LimitGiven
                MOVE NewHoldLimit TO AcctHoldLimit
                REWRITE AcctMaster
                IF AccountFileOk
                    MOVE AcctHoldLimit TO ListLimit
                    DISPLAY 'Account ' AccountEntry
                        ' approval limit is now ' ListLimit
                    MOVE 'CHANGE' TO AlEvent
                    MOVE SPACES TO AlDetail
                    STRING 'APPROVAL LIMIT CHANGED TO ' DELIMITED BY SIZE
                        ListLimit DELIMITED BY SIZE
                        INTO AlDetail
                    PERFORM LogAccountAction
                ELSE
                    DISPLAY 'Unable to update account - status '
                        AccountFileStatus
        END-IF
    END-IF.

*> Account class - which rates the month-end accrual charges. Like
*> the approval limit, it is kept to supervisors.
ChangeAccountClass.
    PERFORM AcceptAccountEntry
    IF AccountEntry NOT = SPACES
        MOVE AccountEntry TO AcctAccountId
        READ AccountFile
        IF NOT AccountFileOk
            DISPLAY 'Account ' AccountEntry ' is not registered.'
        ELSE
            DISPLAY 'Account ' AcctAccountId ' - ' AcctName
            DISPLAY 'Current class: ' AcctClass
            PERFORM AcceptClassEntry
            IF ClassGiven
                MOVE NewAccountClass TO AcctClass
                REWRITE AcctMaster
                IF AccountFileOk
                    DISPLAY 'Account ' AccountEntry
                        ' class is now "' AcctClass '".'
                    MOVE 'CHANGE' TO AlEvent
                    MOVE SPACES TO AlDetail
                    IF AcctClass = SPACES
                        MOVE 'ACCOUNT CLASS REMOVED' TO AlDetail
                    ELSE
                        STRING 'ACCOUNT CLASS CHANGED TO '
                            DELIMITED BY SIZE
                            AcctClass DELIMITED BY SIZE
                            INTO AlDetail
                    END-IF
                    PERFORM LogAccountAction
                ELSE
                    DISPLAY 'Unable to update account - status '
                        AccountFileStatus
                END-IF
            END-IF
        END-IF
    END-IF.

*> Parent account - where the account rolls up to. It is kept to
*> supervisors like the status: making an account a parent stops it
*> taking postings. The parent is checked (it reads other accounts),
*> then the account is read again before it is rewritten.
ChangeAccountParent.
    PERFORM AcceptAccountEntry
    IF AccountEntry NOT = SPACES
        MOVE AccountEntry TO AcctAccountId
        READ AccountFile
        IF NOT AccountFileOk
            DISPLAY 'Account ' AccountEntry ' is not registered.'
        ELSE
            DISPLAY 'Account ' AcctAccountId ' - ' AcctName
            IF AcctParent = SPACES
                DISPLAY 'Current parent: none'
            ELSE
                DISPLAY 'Current parent: ' AcctParent
            END-IF
            MOVE AcctParent TO OldParent
            PERFORM AcceptParentEntry
            IF ParentGiven
                IF NewParent = OldParent
                    DISPLAY 'That is the parent already - no change '
                        'made.'
                ELSE
                    PERFORM ApplyParentChange
                END-IF
            END-IF
        END-IF
    END-IF.

*> The new parent's count goes up first, then the old parent's comes
*> down, then the account is rewritten. If any step fails the counts
*> already moved are put back and the change is refused and logged;
*> a count that will not go back either is logged as out of step.
ApplyParentChange.
    MOVE SPACES TO ParentChangeFailure
    MOVE 'N' TO NewParentCountedFlag
    MOVE 'N' TO OldParentUncountedFlag
    IF NewParent NOT = SPACES
        MOVE NewParent TO CountAccount
        MOVE 'A' TO ChildAdjust
        PERFORM AdjustChildCount
        IF ChildCountAdjusted
            MOVE 'Y' TO NewParentCountedFlag
        ELSE
            MOVE 'PARENT CHANGE - NEW PARENT COUNT FAILED'
                TO ParentChangeFailure
        END-IF
    END-IF
    IF ParentChangeFailure = SPACES AND OldParent NOT = SPACES
        MOVE OldParent TO CountAccount
        MOVE 'R' TO ChildAdjust
        PERFORM AdjustChildCount
        IF ChildCountAdjusted
            MOVE 'Y' TO OldParentUncountedFlag
        ELSE
            MOVE 'PARENT CHANGE - OLD PARENT COUNT FAILED'
                TO ParentChangeFailure
        END-IF
    END-IF
    IF ParentChangeFailure = SPACES
        MOVE AccountEntry TO AcctAccountId
        READ AccountFile
        IF AccountFileOk
            MOVE NewParent TO AcctParent
            REWRITE AcctMaster
        END-IF
        IF NOT AccountFileOk
            DISPLAY 'Unable to update account - status '
                AccountFileStatus
            MOVE 'PARENT CHANGE - ACCOUNT NOT UPDATED'
                TO ParentChangeFailure
        END-IF
    END-IF
    IF ParentChangeFailure NOT = SPACES
        PERFORM BackOutParentCounts
        DISPLAY 'Parent change refused - no change made.'
        MOVE 'REFUSED' TO AlEvent
        MOVE ParentChangeFailure TO AlDetail
        PERFORM LogAccountAction
    ELSE
        MOVE 'CHANGE' TO AlEvent
        MOVE SPACES TO AlDetail
        IF NewParent = SPACES
            DISPLAY 'Account ' AccountEntry ' is now top-level.'
            MOVE 'PARENT ACCOUNT REMOVED' TO AlDetail
        ELSE
            DISPLAY 'Account ' AccountEntry ' now rolls up into '
                NewParent '.'
            STRING 'PARENT ACCOUNT CHANGED TO ' DELIMITED BY SIZE
                NewParent DELIMITED BY SIZE
                INTO AlDetail
        END-IF
        PERFORM LogAccountAction
    END-IF.

BackOutParentCounts.
    MOVE 'N' TO CountsOutOfStepFlag
    IF OldParentUncounted
        MOVE OldParent TO CountAccount
        MOVE 'A' TO ChildAdjust
        PERFORM AdjustChildCount
        IF NOT ChildCountAdjusted
            MOVE 'Y' TO CountsOutOfStepFlag
        END-IF
    END-IF
    IF NewParentCounted
        MOVE NewParent TO CountAccount
        MOVE 'R' TO ChildAdjust
        PERFORM AdjustChildCount
        IF NOT ChildCountAdjusted
            MOVE 'Y' TO CountsOutOfStepFlag
        END-IF
    END-IF
    IF CountsOutOfStep
        DISPLAY '*** Parent counts could not be put back - they no '
            'longer match the accounts under them.'
        MOVE 'CHANGE' TO AlEvent
        MOVE 'PARENT COUNTS LEFT OUT OF STEP' TO AlDetail
        PERFORM LogAccountAction
    END-IF.

*> One account on or off a parent's count. The first account under a
*> parent stops its postings, and the last one leaving lets them
*> start again - both are said on the screen so nobody is surprised
*> by the suspense the next morning.
AdjustChildCount.
    MOVE 'N' TO ChildCountFlag
    MOVE CountAccount TO AcctAccountId
    READ AccountFile
    IF AccountFileOk
        IF AddChild
            ADD 1 TO AcctChildCount
        ELSE
            IF AcctChildCount > ZERO
                SUBTRACT 1 FROM AcctChildCount
            END-IF
        END-IF
        REWRITE AcctMaster
    END-IF
    IF NOT AccountFileOk
        DISPLAY 'Unable to update the count under parent '
            CountAccount ' - status ' AccountFileStatus
    ELSE
        MOVE 'Y' TO ChildCountFlag
        IF AddChild AND AcctChildCount = 1
            DISPLAY 'Account ' CountAccount ' is now a parent and '
                'takes no postings of its own.'
        END-IF
        IF RemoveChild AND AcctNoChildren
            DISPLAY 'Account ' CountAccount ' has no accounts under '
                'it now and can take postings again.'
        END-IF
    END-IF.

*> Status, approval-limit, class and parent changes decide what may
*> post, what is held and what is charged, so they are kept to
*> supervisors. A clerk who tries one is turned away and the attempt
*> is logged as refused, naming what was tried; the detail is set by
*> the caller.
RefuseClerkAction.
    DISPLAY 'This change needs a supervisor sign-on - no change made.'
    MOVE 'REFUSED' TO AlEvent
    MOVE SPACES TO AlObject
    PERFORM WriteAccessLog.

*> A change that went through - the event and detail are set by the
*> caller; the account changed is the object.
LogAccountAction.
    MOVE AccountEntry TO AlObject
    PERFORM WriteAccessLog.

WriteAccessLog.
    MOVE 'ACCTMAINT' TO AlProgram
    MOVE SignOnOperatorId TO AlOperatorId
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

AcceptAccountEntry.
    DISPLAY 'Account id (blank to cancel): ' WITH NO ADVANCING
    ACCEPT AccountEntry.
        MOVE SPACE TO StatusEntry
    END-IF.

*> Blank leaves the limit as it is (none, on a new account); an
*> entry that fails the edit is refused the same way, with no change.
AcceptLimitEntry.
    MOVE 'N' TO LimitGivenFlag
    DISPLAY 'Approval limit (0 = none, blank = no change): '
        WITH NO ADVANCING
    ACCEPT LimitEntry
    IF LimitEntry NOT = SPACES
        MOVE LimitEntry TO LimitCheck
        MOVE ZERO TO LimitDotCount
        INSPECT LimitCheck TALLYING LimitDotCount FOR ALL '.'
        EVALUATE TRUE
            WHEN LimitDotCount > 1
                CONTINUE
            WHEN LimitDotCount = 1
                AND LimitCheck(11:1) NOT = '.'
                AND LimitCheck(12:1) NOT = '.'
                AND LimitCheck(13:1) NOT = '.'
                CONTINUE
            WHEN OTHER
                INSPECT LimitCheck REPLACING ALL '.' BY '0'
                INSPECT LimitCheck REPLACING LEADING SPACE BY '0'
                IF LimitCheck IS NUMERIC
                    MOVE FUNCTION NUMVAL(LimitEntry) TO NewHoldLimit
                    MOVE 'Y' TO LimitGivenFlag
                END-IF
        END-EVALUATE
        IF NOT LimitGiven
            DISPLAY 'Limit "' LimitEntry '" is not an amount - '
                'no change made.'
        END-IF
    END-IF.

*> Blank leaves the class as it is (none, on a new account) and an
*> asterisk removes it. Any other entry must be a class RATEMAST has
*> rates for, or it is refused with no change.
AcceptClassEntry.
    MOVE 'N' TO ClassGivenFlag
    DISPLAY 'Account class (* = none, blank = no change): '
        WITH NO ADVANCING
    ACCEPT ClassEntry
    EVALUATE TRUE
        WHEN ClassEntry = SPACES
            CONTINUE
        WHEN ClassEntry = '*'
            MOVE SPACES TO NewAccountClass
            MOVE 'Y' TO ClassGivenFlag
        WHEN NOT RatesAvailable
            DISPLAY 'No RATEMAST rate table - set the class up with '
                'Rate-Maint first; no change made.'
        WHEN OTHER
            MOVE ClassEntry TO RateClass
            READ RateFile
                INVALID KEY
                    DISPLAY 'Class "' ClassEntry '" has no rates on '
                        'RATEMAST - no change made.'
                NOT INVALID KEY
                    MOVE ClassEntry TO NewAccountClass
                    MOVE 'Y' TO ClassGivenFlag
            END-READ
    END-EVALUATE.

*> Blank leaves the parent as it is (none, on a new account) and an
*> asterisk removes it. Any other entry must be an account already on
*> ACCTMAST whose own chain of parents does not lead back to the
*> account being keyed, or it is refused with no change.
AcceptParentEntry.
    MOVE 'N' TO ParentGivenFlag
    DISPLAY 'Parent account (* = none, blank = no change): '
        WITH NO ADVANCING
    ACCEPT ParentEntry
    EVALUATE TRUE
        WHEN ParentEntry = SPACES
            CONTINUE
        WHEN ParentEntry = '*'
            MOVE SPACES TO NewParent
            MOVE 'Y' TO ParentGivenFlag
        WHEN ParentEntry = AccountEntry
            DISPLAY 'An account cannot be its own parent - no change '
                'made.'
        WHEN OTHER
            PERFORM CheckParentChain
            EVALUATE TRUE
                WHEN ChainParentMissing
                    DISPLAY 'Parent ' ParentEntry ' is not registered '
                        '- no change made.'
                WHEN ChainLoops
                    DISPLAY 'Parent ' ParentEntry ' already rolls up '
                        'into ' AccountEntry ' - that would make a '
                        'loop; no change made.'
                WHEN OTHER
                    MOVE ParentEntry TO NewParent
                    MOVE 'Y' TO ParentGivenFlag
            END-EVALUATE
    END-EVALUATE.

CheckParentChain.
    MOVE ParentEntry TO AcctAccountId
    MOVE 'W' TO ChainFlag
    MOVE ZERO TO ChainSteps
    READ AccountFile
        INVALID KEY
            MOVE 'M' TO ChainFlag
    END-READ
    PERFORM WalkOneParent UNTIL NOT ChainWalking.

*> One step up the chain from the record in hand. A parent named but
*> not on file ends the chain there - nothing above it can loop.
WalkOneParent.
    EVALUATE TRUE
        WHEN AcctParent = SPACES
            MOVE 'E' TO ChainFlag
        WHEN AcctParent = AccountEntry
            MOVE 'L' TO ChainFlag
        WHEN ChainSteps NOT < ChainLimit
            MOVE 'L' TO ChainFlag
        WHEN OTHER
            ADD 1 TO ChainSteps
            MOVE AcctParent TO AcctAccountId
            READ AccountFile
                INVALID KEY
                    MOVE 'E' TO ChainFlag
            END-READ
    END-EVALUATE.

*> The audit listing - every registered account in key order, with
*> its status spelled out, written to ACCTLIST so the auditors get a
*> document instead of a screen scrape.
        WRITE ListingLine
        MOVE SPACES TO ListingLine
        WRITE ListingLine
        MOVE '  ACCOUNT   DEPARTMENT NAME                 STATUS    OPENED    APPROVAL LIMIT  CLASS  PARENT'
            TO ListingLine
        WRITE ListingLine
        MOVE ZERO TO ListedCount
    MOVE DateMonth TO PrintMonth
    MOVE DateDay TO PrintDay
    MOVE PrintDate TO ListOpened
    MOVE AcctHoldLimit TO ListLimit
    MOVE AcctClass TO ListClass
    MOVE AcctParent TO ListParent
    WRITE ListingLine FROM ListingDetailLine
    ADD 1 TO ListedCount
    PERFORM ReadNextAccount.
