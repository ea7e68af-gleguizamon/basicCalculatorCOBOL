IDENTIFICATION DIVISION.
PROGRAM-ID.  Hold-Release.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Large-value holds written by the calculator's batch posting - a
*> result or transfer over its account's approval limit waits here,
*> audited but not posted, until a supervisor approves or declines it.
    SELECT HoldFile ASSIGN TO "CALCHOLD"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldKey
        FILE STATUS IS HoldFileStatus.

*> Department running balances - an approved hold posts here exactly
*> the way the calculator would have posted it.
    SELECT BalanceFile ASSIGN TO "BALMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BalAccountId
        FILE STATUS IS BalanceFileStatus.

*> The account must still be registered and open when the hold is
*> approved - an account closed or frozen since the batch ran takes
*> no posting, approved or not.
    SELECT AccountFile ASSIGN TO "ACCTMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AcctAccountId
        FILE STATUS IS AccountFileStatus.

*> Every decision is audited in CALCAUD beside the held record it
*> decides, so the trail shows what was posted and who let it through.
    SELECT AuditFile ASSIGN TO "CALCAUD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditFileStatus.

*> Each decision is also logged under the supervisor signed on, for
*> the daily access report.
    SELECT AccessLogFile ASSIGN TO "ACCSLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AccessLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD  HoldFile.
    COPY HOLDREC.

FD  BalanceFile.
01  BalanceRecord.
    05  BalAccountId        PIC X(8).
    05  BalBalance          PIC S9(12)V99
                            SIGN IS LEADING SEPARATE CHARACTER.

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

FD  AuditFile.
    COPY CALCREC
        REPLACING  ==Transaction==       BY  ==AuTransaction==
                   ==Num1==              BY  ==AuNum1==
                   ==Operator==          BY  ==AuOperator==
                   ==Num2==              BY  ==AuNum2==
                   ==Result==            BY  ==AuResult==
                   ==ErrorFlag==         BY  ==AuErrorFlag==
                   ==TransactionOk==     BY  ==AuTransactionOk==
                   ==TransactionError==  BY  ==AuTransactionError==
                   ==ErrorReason==       BY  ==AuErrorReason==
                   ==RecordTimestamp==   BY  ==AuRecordTimestamp==
                   ==RecordDate==        BY  ==AuRecordDate==
                   ==RecordTime==        BY  ==AuRecordTime==
                   ==RunId==             BY  ==AuRunId==
                   ==AccountId==         BY  ==AuAccountId==
                   ==EntryType==         BY  ==AuEntryType==
                   ==OrdinaryEntry==     BY  ==AuOrdinaryEntry==
                   ==ReversalEntry==     BY  ==AuReversalEntry==
                   ==RunPosition==       BY  ==AuRunPosition==
                   ==OrigRunId==         BY  ==AuOrigRunId==
                   ==OrigPosition==      BY  ==AuOrigPosition==
                   ==TransferFromLeg==   BY  ==AuTransferFromLeg==
                   ==TransferToLeg==     BY  ==AuTransferToLeg==
                   ==TransferLeg==       BY  ==AuTransferLeg==
                   ==TransferRef==       BY  ==AuTransferRef==
                   ==TransferPartner==   BY  ==AuTransferPartner==
                   ==HeldEntry==         BY  ==AuHeldEntry==
                   ==ApprovedRelease==   BY  ==AuApprovedRelease==
                   ==DeclinedRelease==   BY  ==AuDeclinedRelease==
                   ==SignedOnId==        BY  ==AuSignedOnId==
                   ==AuditSeq==          BY  ==AuAuditSeq==
                   ==ChainValue==        BY  ==AuChainValue==.

FD  AccessLogFile.
01  AccessLogLine           PIC X(99).

WORKING-STORAGE SECTION.
*> The access-log entry is built here, where the callers can fill it
*> before the log is open, and written to ACCSLOG from here.
    COPY ACCLREC.

    COPY SIGNREC.

01  ReleaseAction           PIC X VALUE SPACE.
    88  ListAction              VALUE 'L'.
    88  ApproveAction           VALUE 'A'.
    88  DeclineAction           VALUE 'D'.
    88  QuitRelease             VALUE 'Q'.

*> Entry fields - the hold is named by the run id and position its
*> audit record carries, and the position is inspected as characters
*> before it is trusted as a number.
01  RunIdEntry              PIC X(8) VALUE SPACES.
01  PositionEntry           PIC X(7) JUSTIFIED RIGHT VALUE SPACES.
01  PositionCheck           PIC X(7) VALUE SPACES.
01  PositionNum REDEFINES PositionCheck
                            PIC 9(7).
01  ConfirmEntry            PIC X VALUE SPACE.

01  KeyFlag                 PIC X VALUE 'N'.
    88  HoldKeyFound            VALUE 'Y'.

01  PendingCount            PIC 9(5) VALUE ZERO.
01  ScreenLineCount         PIC 9(2) VALUE ZERO.
01  ScreenLineLimit         PIC 9(2) VALUE 15.
01  PagerEntry              PIC X VALUE SPACE.

01  ListingFlag             PIC X VALUE 'N'.
    88  ListingStopped          VALUE 'Y'.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

01  NewAccountFlag          PIC X VALUE 'N'.
    88  NewAccount              VALUE 'Y'.

01  RefuseReason            PIC X(20) VALUE SPACES.

*> The leg being posted or backed out - the held result itself, or
*> one side of a held transfer.
01  LegAccountId            PIC X(8) VALUE SPACES.
01  LegAmount               PIC S9(10)V99 VALUE ZERO.

*> The decision being audited, set by the approve or decline path and
*> only moved into the release record once CALCAUD is open.
01  ReleaseEntryType        PIC X VALUE SPACE.
01  ReleaseErrorFlag        PIC X VALUE 'N'.
01  ReleaseErrorReason      PIC X(20) VALUE SPACES.
01  ReleaseRecordsWritten   PIC 9 VALUE ZERO.

*> Each step of a decision reports whether it landed, so nothing is
*> marked or logged as decided unless the posting and its audit
*> record are both in place.
01  HeldPostedFlag          PIC X VALUE 'N'.
    88  HeldItemPosted          VALUE 'Y'.
01  AuditWrittenFlag        PIC X VALUE 'N'.
    88  DecisionAudited         VALUE 'Y'.
01  HoldMarkedFlag          PIC X VALUE 'N'.
    88  HoldMarked              VALUE 'Y'.
01  TrailDecisionFlag       PIC X VALUE 'N'.
    88  DecisionOnTrail         VALUE 'Y'.

*> Return codes for the scheduler or the calling procedure: 0 every
*> decision was recorded whole, 8 a control break - money or an
*> audit record on one side with the hold still pending on the
*> other, which needs putting right before the hold is touched again
*> - 12 the session could not run at all: no supervisor signed on,
*> or a file would not open.
01  ReturnCodes.
    05  RcClean             PIC 9(2) VALUE 0.
    05  RcControlBreak      PIC 9(2) VALUE 8.
    05  RcCouldNotRun       PIC 9(2) VALUE 12.

*> The end of the CALCAUD chain, found afresh for every decision -
*> a batch run may have appended to CALCAUD since the last one.
01  AuditChainName          PIC X(32) VALUE 'CALCAUD'.
01  AuditChainState.
    05  LastAuditSeq        PIC 9(9) VALUE ZERO.
    05  LastChainValue      PIC 9(10) VALUE ZERO.
    05  NewChainValue       PIC 9(10) VALUE ZERO.
01  ChainTailFlag           PIC X VALUE 'Y'.
    88  ChainTailFound          VALUE 'Y'.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> '10' is end of file on READ NEXT, '23' is a key not on file.
01  HoldFileStatus          PIC X(2) VALUE SPACES.
    88  HoldFileOk              VALUE '00'.
    88  HoldFileNotFound        VALUE '35'.
    88  HoldFileAtEnd           VALUE '10'.

01  BalanceFileStatus       PIC X(2) VALUE SPACES.
    88  BalanceFileOk           VALUE '00'.
    88  BalanceFileNotFound     VALUE '35'.

01  AccountFileStatus       PIC X(2) VALUE SPACES.
    88  AccountFileOk           VALUE '00'.
    88  AccountFileNotFound     VALUE '35'.

01  AuditFileStatus         PIC X(2) VALUE SPACES.
    88  AuditFileOk             VALUE '00'.
    88  AuditFileNotFound       VALUE '35'.

01  AccessLogFileStatus     PIC X(2) VALUE SPACES.
    88  AccessLogFileOk         VALUE '00'.
    88  AccessLogFileNotFound   VALUE '35'.

*> Display-line assembly fields.
01  HeldLine.
    05  HeldShowRunId       PIC X(8).
    05  FILLER              PIC X VALUE '/'.
    05  HeldShowPosition    PIC 9(7).
    05  FILLER              PIC X VALUE SPACE.
    05  HeldShowAccount     PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  HeldShowNum1        PIC -(5)9.99.
    05  FILLER              PIC X VALUE SPACE.
    05  HeldShowOperator    PIC X.
    05  FILLER              PIC X VALUE SPACE.
    05  HeldShowNum2        PIC -(5)9.99.
    05  FILLER              PIC X(2) VALUE ' ='.
    05  HeldShowResult      PIC -(10)9.99.
    05  FILLER              PIC X VALUE SPACE.
    05  HeldShowDate        PIC X(10).

01  LimitDisplay            PIC Z(9)9.99.

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

PROCEDURE DIVISION.
Main.
    DISPLAY 'CALCHOLD large-value hold release'
    MOVE 'HOLDRELEASE' TO SignOnProgram
    MOVE 'S' TO SignOnLevelNeeded
    CALL 'Sign-On' USING SignOnArea
    IF NOT SignOnAccepted
        DISPLAY 'Release refused - holds are decided by a supervisor.'
        MOVE RcCouldNotRun TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OpenFiles
    PERFORM RunOneAction UNTIL QuitRelease
    CLOSE HoldFile
    CLOSE BalanceFile
    CLOSE AccountFile
    DISPLAY 'Release ended.'
    STOP RUN.

*> No CALCHOLD means no batch run has ever held a result - there is
*> nothing to release. BALMAST is created the one time it does not
*> exist yet, the same way the calculator creates it.
OpenFiles.
    OPEN I-O HoldFile
    EVALUATE TRUE
        WHEN HoldFileOk
            CONTINUE
        WHEN HoldFileNotFound
            DISPLAY 'No CALCHOLD hold file found - nothing to release.'
            MOVE RcCouldNotRun TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            DISPLAY 'Unable to open hold file CALCHOLD - status '
                HoldFileStatus
            MOVE RcCouldNotRun TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    OPEN INPUT AccountFile
    IF NOT AccountFileOk
        DISPLAY 'Unable to open account master ACCTMAST - status '
            AccountFileStatus
        CLOSE HoldFile
        MOVE RcCouldNotRun TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O BalanceFile
    IF BalanceFileNotFound
        OPEN OUTPUT BalanceFile
        CLOSE BalanceFile
        OPEN I-O BalanceFile
    END-IF
    IF NOT BalanceFileOk
        DISPLAY 'Unable to open balance master BALMAST - status '
            BalanceFileStatus
        CLOSE HoldFile
        CLOSE AccountFile
        MOVE RcCouldNotRun TO RETURN-CODE
        STOP RUN
    END-IF.

RunOneAction.
    DISPLAY ' '
    DISPLAY 'List pending (L), approve (A), decline (D), quit (Q): '
        WITH NO ADVANCING
    ACCEPT ReleaseAction
    EVALUATE ReleaseAction
        WHEN 'l'
            MOVE 'L' TO ReleaseAction
        WHEN 'a'
            MOVE 'A' TO ReleaseAction
        WHEN 'd'
            MOVE 'D' TO ReleaseAction
        WHEN 'q'
            MOVE 'Q' TO ReleaseAction
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN ListAction
            PERFORM ListPendingHolds
        WHEN ApproveAction
            PERFORM ApproveHold
        WHEN DeclineAction
            PERFORM DeclineHold
        WHEN QuitRelease
            CONTINUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Every item still waiting, in key order - run id, then position -
*> a screenful at a time. Decided items stay on file for the history
*> but are not shown here.
ListPendingHolds.
    MOVE ZERO TO PendingCount, ScreenLineCount
    MOVE 'N' TO ListingFlag
    DISPLAY ' '
    DISPLAY 'RUN ID/POSITION  ACCOUNT       NUM1 O      NUM2 =        RESULT HELD ON'
    MOVE LOW-VALUES TO HoldKey
    START HoldFile KEY NOT < HoldKey
    IF HoldFileOk
        MOVE 'N' TO EndOfFile
        PERFORM ReadNextHold
        PERFORM ListOneHold UNTIL NoMoreRecords
    END-IF
    DISPLAY 'Items pending approval: ' PendingCount.

ReadNextHold.
    READ HoldFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT HoldFileOk AND NOT HoldFileAtEnd
        MOVE 'Y' TO EndOfFile
    END-IF.

ListOneHold.
    IF HoldPending
        ADD 1 TO PendingCount
        IF NOT ListingStopped
            PERFORM DisplayHeldLine
        END-IF
    END-IF
    PERFORM ReadNextHold.

DisplayHeldLine.
    MOVE HoldRunId TO HeldShowRunId
    MOVE HoldPosition TO HeldShowPosition
    MOVE HoldAccountId TO HeldShowAccount
    MOVE HoldNum1 TO HeldShowNum1
    MOVE HoldOperator TO HeldShowOperator
    MOVE HoldNum2 TO HeldShowNum2
    MOVE HoldResult TO HeldShowResult
    MOVE HoldDate TO DateWorkNum
    MOVE DateYear TO PrintYear
    MOVE DateMonth TO PrintMonth
    MOVE DateDay TO PrintDay
    MOVE PrintDate TO HeldShowDate
    DISPLAY HeldLine
    ADD 1 TO ScreenLineCount
    IF HoldPartnerId NOT = SPACES
        DISPLAY '                 transfer to ' HoldPartnerId
        ADD 1 TO ScreenLineCount
    END-IF
    IF ScreenLineCount >= ScreenLineLimit
        DISPLAY 'Press Enter for more, Q to stop listing: '
            WITH NO ADVANCING
        ACCEPT PagerEntry
        IF PagerEntry = 'Q' OR PagerEntry = 'q'
            MOVE 'Y' TO ListingFlag
            DISPLAY 'Listing stopped - still counting items...'
        END-IF
        MOVE ZERO TO ScreenLineCount
    END-IF.

*> Approval posts the held result to BALMAST as the batch would have,
*> then writes the release audit record pointing back at the held
*> one, then marks the hold approved. Nothing moves unless the item
*> is still pending and its account is still registered and open -
*> and still a department, not since made a parent other accounts
*> roll up into. A held transfer needs both its accounts to pass, and
*> posts as the two legs the batch would have posted, each audited.
*> A posting whose audit record cannot be written is backed out, so
*> BALMAST never holds money CALCAUD does not show; a hold that
*> cannot be marked once both are in is a control break.
ApproveHold.
    PERFORM AcceptHoldKey
    IF HoldKeyFound
        PERFORM ShowHeldItem
        MOVE SPACES TO RefuseReason
        MOVE HoldAccountId TO AcctAccountId
        PERFORM CheckReleaseAccount
        IF RefuseReason = SPACES AND HoldPartnerId NOT = SPACES
            MOVE HoldPartnerId TO AcctAccountId
            PERFORM CheckReleaseAccount
        END-IF
        IF RefuseReason NOT = SPACES
            DISPLAY 'Account ' AcctAccountId ' cannot take the '
                'posting - ' RefuseReason
            DISPLAY 'Hold left pending; decline it or fix the account.'
        ELSE
            PERFORM AcceptConfirmEntry
            IF ConfirmEntry = 'Y'
                PERFORM PostHeldItem
                IF HeldItemPosted
                    MOVE 'A' TO ReleaseEntryType
                    MOVE 'N' TO ReleaseErrorFlag
                    MOVE SPACES TO ReleaseErrorReason
                    PERFORM WriteReleaseAudit
                    EVALUATE TRUE
                        WHEN DecisionAudited
                            PERFORM MarkHoldApproved
                        WHEN ReleaseRecordsWritten > ZERO
                            DISPLAY '*** Hold ' HoldRunId '/'
                                HoldPosition ' is posted but only '
                                'one leg is audited.'
                            MOVE 'CONTROL BREAK - PART AUDITED'
                                TO AlDetail
                            PERFORM StopOnControlBreak
                        WHEN OTHER
                            PERFORM BackOutHeldItem
                            DISPLAY 'Posting backed out - hold left '
                                'pending.'
                    END-EVALUATE
                END-IF
            END-IF
        END-IF
    END-IF.

*> The release verdict for one account - registered, open, and a
*> department rather than a parent. RefuseReason is left as it was
*> when the account passes, so a transfer's second account only
*> adds to what the first one found.
CheckReleaseAccount.
    READ AccountFile
        INVALID KEY
            MOVE 'NOT REGISTERED' TO RefuseReason
    END-READ
    IF RefuseReason = SPACES
        EVALUATE TRUE
            WHEN NOT AcctNoChildren
                MOVE 'PARENT ACCOUNT' TO RefuseReason
            WHEN AcctOpen
                CONTINUE
            WHEN AcctClosed
                MOVE 'ACCOUNT CLOSED' TO RefuseReason
            WHEN AcctFrozen
                MOVE 'ACCOUNT FROZEN' TO RefuseReason
            WHEN OTHER
                MOVE 'STATUS NOT O/C/F' TO RefuseReason
        END-EVALUATE
    END-IF.

MarkHoldApproved.
    MOVE 'A' TO HoldStatus
    PERFORM MarkHoldDecided
    IF HoldMarked
        IF HoldPartnerId = SPACES
            DISPLAY 'Hold ' HoldRunId '/' HoldPosition
                ' approved and posted to ' HoldAccountId '.'
        ELSE
            DISPLAY 'Hold ' HoldRunId '/' HoldPosition
                ' approved - transfer posted from ' HoldAccountId
                ' to ' HoldPartnerId '.'
        END-IF
        MOVE 'HOLD APPROVED AND POSTED' TO AlDetail
        PERFORM LogHoldDecision
    ELSE
        DISPLAY '*** Hold ' HoldRunId '/' HoldPosition
            ' is posted and audited but still pending on CALCHOLD.'
        MOVE 'CONTROL BREAK - HOLD NOT MARKED' TO AlDetail
        PERFORM StopOnControlBreak
    END-IF.

*> Declining posts nothing; the decline is audited as an error entry
*> carrying the held figures, so the trail closes the item off - a
*> held transfer with one record, naming both accounts. An unaudited
*> decline is no decline - the hold stays pending - and a decline
*> audited but not marked is a control break, since the hold could
*> otherwise still be approved.
DeclineHold.
    PERFORM AcceptHoldKey
    IF HoldKeyFound
        PERFORM ShowHeldItem
        PERFORM AcceptConfirmEntry
        IF ConfirmEntry = 'Y'
            MOVE 'D' TO ReleaseEntryType
            MOVE 'Y' TO ReleaseErrorFlag
            MOVE 'HOLD DECLINED' TO ReleaseErrorReason
            PERFORM WriteReleaseAudit
            IF DecisionAudited
                MOVE 'D' TO HoldStatus
                PERFORM MarkHoldDecided
                IF HoldMarked
                    DISPLAY 'Hold ' HoldRunId '/' HoldPosition
                        ' declined.'
                    MOVE 'HOLD DECLINED' TO AlDetail
                    PERFORM LogHoldDecision
                ELSE
                    DISPLAY '*** Hold ' HoldRunId '/' HoldPosition
                        ' is audited as declined but still pending '
                        'on CALCHOLD.'
                    MOVE 'CONTROL BREAK - HOLD NOT MARKED' TO AlDetail
                    PERFORM StopOnControlBreak
                END-IF
            ELSE
                DISPLAY 'Hold left pending - nothing was declined.'
            END-IF
        END-IF
    END-IF.

*> The hold is named by its run id and position; only a pending item
*> can be decided, so an item already approved or declined is shown
*> as such and left alone. A pending item whose decision is already
*> on CALCAUD is the residue of a control break and is refused too -
*> deciding it again would post or audit it twice.
AcceptHoldKey.
    MOVE 'N' TO KeyFlag
    DISPLAY 'Run id (blank to cancel): ' WITH NO ADVANCING
    ACCEPT RunIdEntry
    IF RunIdEntry NOT = SPACES
        DISPLAY 'Position in run: ' WITH NO ADVANCING
        ACCEPT PositionEntry
        MOVE PositionEntry TO PositionCheck
        INSPECT PositionCheck REPLACING LEADING SPACE BY '0'
        IF PositionCheck IS NOT NUMERIC
            DISPLAY 'Position "' PositionEntry '" is not a number.'
        ELSE
            MOVE RunIdEntry TO HoldRunId
            MOVE PositionNum TO HoldPosition
            READ HoldFile
                INVALID KEY
                    DISPLAY 'No hold ' RunIdEntry '/' PositionNum
                        ' on file.'
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN HoldPending
                            PERFORM CheckHoldNotOnTrail
                            IF DecisionOnTrail
                                DISPLAY '*** Hold ' HoldRunId '/'
                                    HoldPosition ' is already decided'
                                    ' on CALCAUD - control break, '
                                    'hold not touched.'
                                MOVE RcControlBreak TO RETURN-CODE
                            ELSE
                                MOVE 'Y' TO KeyFlag
                            END-IF
                        WHEN HoldApproved
                            DISPLAY 'Hold ' HoldRunId '/' HoldPosition
                                ' was already approved.'
                        WHEN OTHER
                            DISPLAY 'Hold ' HoldRunId '/' HoldPosition
                                ' was already declined.'
                    END-EVALUATE
            END-READ
        END-IF
    END-IF.

ShowHeldItem.
    DISPLAY 'RUN ID/POSITION  ACCOUNT       NUM1 O      NUM2 =        RESULT HELD ON'
    PERFORM DisplayHeldLine
    MOVE HoldLimit TO LimitDisplay
    DISPLAY 'Reason: ' HoldReason '  limit when held: ' LimitDisplay.

AcceptConfirmEntry.
    DISPLAY 'Confirm (Y/N): ' WITH NO ADVANCING
    ACCEPT ConfirmEntry
    IF ConfirmEntry = 'y'
        MOVE 'Y' TO ConfirmEntry
    END-IF
    IF ConfirmEntry NOT = 'Y'
        DISPLAY 'No change made.'
    END-IF.

*> A held result posts to its account in one step. A held transfer
*> posts its from-leg, then its to-leg; if the to-leg's update fails
*> the from-leg is taken back out, and the hold stays pending. A
*> from-leg that cannot be taken back out leaves the two accounts out
*> of step, which is a control break.
PostHeldItem.
    MOVE 'N' TO HeldPostedFlag
    MOVE HoldAccountId TO LegAccountId
    IF HoldPartnerId = SPACES
        MOVE HoldResult TO LegAmount
    ELSE
        COMPUTE LegAmount = ZERO - HoldResult
    END-IF
    PERFORM PostHeldLeg
    IF NOT BalanceFileOk
        DISPLAY '*** Balance master update failed for account '
            LegAccountId ' - status ' BalanceFileStatus
            ' - hold left pending.'
    ELSE
        IF HoldPartnerId = SPACES
            MOVE 'Y' TO HeldPostedFlag
        ELSE
            MOVE HoldPartnerId TO LegAccountId
            MOVE HoldResult TO LegAmount
            PERFORM PostHeldLeg
            IF BalanceFileOk
                MOVE 'Y' TO HeldPostedFlag
            ELSE
                DISPLAY '*** Balance master update failed for account '
                    LegAccountId ' - status ' BalanceFileStatus
                    ' - hold left pending.'
                MOVE HoldAccountId TO LegAccountId
                COMPUTE LegAmount = ZERO - HoldResult
                PERFORM BackOutHeldLeg
                IF NOT BalanceFileOk
                    DISPLAY '*** Unable to back out the from-leg '
                        'posted to ' HoldAccountId ' - status '
                        BalanceFileStatus ' - accounts out of step.'
                    MOVE 'CONTROL BREAK - HALF POSTED' TO AlDetail
                    PERFORM StopOnControlBreak
                END-IF
            END-IF
        END-IF
    END-IF.

*> The same read-add-rewrite the calculator's posting does; the first
*> posting for a registered account creates its balance record.
PostHeldLeg.
    MOVE LegAccountId TO BalAccountId
    MOVE 'N' TO NewAccountFlag
    READ BalanceFile
        INVALID KEY
            MOVE 'Y' TO NewAccountFlag
            MOVE ZERO TO BalBalance
    END-READ
    ADD LegAmount TO BalBalance
    MOVE LegAccountId TO BalAccountId
    IF NewAccount
        WRITE BalanceRecord
    ELSE
        REWRITE BalanceRecord
    END-IF.

*> A posting whose audit record could not be written is taken back
*> out of the balance - both legs of a transfer, to-leg first. If
*> any of it will not come back out, BALMAST holds an unaudited
*> posting and the session stops on a control break.
BackOutHeldItem.
    IF HoldPartnerId = SPACES
        MOVE HoldAccountId TO LegAccountId
        MOVE HoldResult TO LegAmount
        PERFORM BackOutHeldLeg
    ELSE
        MOVE HoldPartnerId TO LegAccountId
        MOVE HoldResult TO LegAmount
        PERFORM BackOutHeldLeg
        IF BalanceFileOk
            MOVE HoldAccountId TO LegAccountId
            COMPUTE LegAmount = ZERO - HoldResult
            PERFORM BackOutHeldLeg
        END-IF
    END-IF
    IF NOT BalanceFileOk
        DISPLAY '*** Unable to back out the posting to ' LegAccountId
            ' - status ' BalanceFileStatus ' - BALMAST holds an '
            'unaudited posting.'
        MOVE 'CONTROL BREAK - POSTED NOT AUDITED' TO AlDetail
        PERFORM StopOnControlBreak
    END-IF.

*> A balance record the posting itself created is left at zero rather
*> than removed.
BackOutHeldLeg.
    MOVE LegAccountId TO BalAccountId
    READ BalanceFile
        INVALID KEY
            CONTINUE
    END-READ
    IF BalanceFileOk
        SUBTRACT LegAmount FROM BalBalance
        REWRITE BalanceRecord
    END-IF.

*> The release record carries the held operands and account, and
*> names the held record through OrigRunId and OrigPosition the way a
*> reversal names its original. It belongs to no batch run, so its
*> own run id is blank, like an interactive entry's. An approved
*> transfer is audited as the two legs it posted, from-leg first,
*> both carrying the transfer's reference; anything else is one
*> record. The record is only built once CALCAUD is open, so the
*> chain is always computed over exactly what is written.
WriteReleaseAudit.
    MOVE 'N' TO AuditWrittenFlag
    MOVE ZERO TO ReleaseRecordsWritten
    CALL 'Audit-Tail' USING AuditChainName, LastAuditSeq,
        LastChainValue, ChainTailFlag
    IF NOT ChainTailFound
        DISPLAY '*** Unable to find the end of the CALCAUD chain - '
            'decision not audited.'
    ELSE
        OPEN EXTEND AuditFile
        IF AuditFileNotFound
            OPEN OUTPUT AuditFile
        END-IF
        IF NOT AuditFileOk
            DISPLAY '*** Unable to open audit file CALCAUD - status '
                AuditFileStatus ' - decision not audited.'
        ELSE
            PERFORM BuildReleaseRecord
            IF HoldPartnerId NOT = SPACES AND ReleaseEntryType = 'A'
                PERFORM SetReleaseFromLeg
                PERFORM WriteOneReleaseRecord
                IF AuditFileOk
                    PERFORM BuildReleaseRecord
                    PERFORM SetReleaseToLeg
                    PERFORM WriteOneReleaseRecord
                END-IF
            ELSE
                PERFORM WriteOneReleaseRecord
            END-IF
            IF AuditFileOk
                MOVE 'Y' TO AuditWrittenFlag
            ELSE
                DISPLAY '*** Unable to write audit file CALCAUD - '
                    'status ' AuditFileStatus ' - decision not '
                    'audited.'
            END-IF
            CLOSE AuditFile
        END-IF
    END-IF.

BuildReleaseRecord.
    MOVE HoldNum1 TO AuNum1
    MOVE HoldOperator TO AuOperator
    MOVE HoldNum2 TO AuNum2
    MOVE HoldResult TO AuResult
    MOVE ReleaseErrorFlag TO AuErrorFlag
    MOVE ReleaseErrorReason TO AuErrorReason
    ACCEPT AuRecordDate FROM DATE YYYYMMDD
    ACCEPT AuRecordTime FROM TIME
    MOVE SPACES TO AuRunId
    MOVE HoldAccountId TO AuAccountId
    MOVE ReleaseEntryType TO AuEntryType
    MOVE ZERO TO AuRunPosition
    MOVE HoldRunId TO AuOrigRunId
    MOVE HoldPosition TO AuOrigPosition
    IF HoldPartnerId = SPACES
        MOVE SPACES TO AuTransferRef
    ELSE
        MOVE HoldKey TO AuTransferRef
    END-IF
    MOVE HoldPartnerId TO AuTransferPartner
    MOVE SignOnOperatorId TO AuSignedOnId.

*> The legs ride as 0 - amount out of the from-account and 0 + amount
*> into its partner, the way the calculator audits a posted transfer.
SetReleaseFromLeg.
    MOVE ZERO TO AuNum1
    MOVE '-' TO AuOperator
    COMPUTE AuResult = ZERO - HoldResult.

SetReleaseToLeg.
    MOVE ZERO TO AuNum1
    MOVE '+' TO AuOperator
    MOVE HoldResult TO AuResult
    MOVE HoldPartnerId TO AuAccountId
    MOVE HoldAccountId TO AuTransferPartner.

WriteOneReleaseRecord.
    ADD 1 TO LastAuditSeq
    MOVE LastAuditSeq TO AuAuditSeq
    CALL 'Audit-Chain' USING LastChainValue, AuTransaction,
        NewChainValue
    MOVE NewChainValue TO AuChainValue
    WRITE AuTransaction
    IF AuditFileOk
        ADD 1 TO ReleaseRecordsWritten
        MOVE NewChainValue TO LastChainValue
    END-IF.

MarkHoldDecided.
    MOVE 'N' TO HoldMarkedFlag
    ACCEPT HoldDecidedDate FROM DATE YYYYMMDD
    ACCEPT HoldDecidedTime FROM TIME
    REWRITE HeldItem
    IF HoldFileOk
        MOVE 'Y' TO HoldMarkedFlag
    ELSE
        DISPLAY '*** Unable to update hold ' HoldRunId '/'
            HoldPosition ' - status ' HoldFileStatus
    END-IF.

*> A decision half recorded is not carried past - the break is logged
*> under the supervisor with the detail set by the caller, and the
*> session ends with a control-break return code before anything
*> else is decided.
StopOnControlBreak.
    DISPLAY '*** CONTROL BREAK - release stopped; put hold '
        HoldRunId '/' HoldPosition ' right before deciding it.'
    PERFORM LogHoldDecision
    MOVE RcControlBreak TO RETURN-CODE
    CLOSE HoldFile
    CLOSE BalanceFile
    CLOSE AccountFile
    STOP RUN.

*> A release or decline record on CALCAUD naming this hold means it
*> was decided before, whatever CALCHOLD still says. No CALCAUD means
*> nothing has been decided.
CheckHoldNotOnTrail.
    MOVE 'N' TO TrailDecisionFlag
    OPEN INPUT AuditFile
    IF AuditFileOk
        MOVE 'N' TO EndOfFile
        PERFORM ReadNextAudit
        PERFORM CheckOneAuditRecord
            UNTIL NoMoreRecords OR DecisionOnTrail
        CLOSE AuditFile
    END-IF.

ReadNextAudit.
    READ AuditFile
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ.

CheckOneAuditRecord.
    IF (AuApprovedRelease OR AuDeclinedRelease)
        AND AuOrigRunId = HoldRunId
        AND AuOrigPosition = HoldPosition
        MOVE 'Y' TO TrailDecisionFlag
    ELSE
        PERFORM ReadNextAudit
    END-IF.

*> The held item is named by its run id and position, the same way
*> the release audit record names it; the detail is set by the caller.
LogHoldDecision.
    MOVE 'HOLDRELEASE' TO AlProgram
    MOVE SignOnOperatorId TO AlOperatorId
    MOVE 'CHANGE' TO AlEvent
    MOVE SPACES TO AlObject
    STRING HoldRunId DELIMITED BY SPACE
        '/' DELIMITED BY SIZE
        HoldPosition DELIMITED BY SIZE
        INTO AlObject
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
