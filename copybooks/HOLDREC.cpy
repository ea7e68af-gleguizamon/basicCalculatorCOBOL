*> HOLDREC - pending-approval (large-value hold) record.
*>
*> One CALCHOLD record per successful batch result that came out
*> larger, either way, than its account's approval limit on ACCTMAST.
*> The result is audited when it is computed but NOT posted; it waits
*> here until a supervisor approves it through Hold-Release, which
*> posts it to BALMAST, or declines it. Keyed by the run id and the
*> line's position in the run - the same pair that names its audit
*> record - so a restarted run cannot hold the same line twice. The
*> field names are already unique, so callers COPY this as-is.
 01  HeldItem.
     05  HoldKey.
         10  HoldRunId       PIC X(8).
         10  HoldPosition    PIC 9(7).
     05  HoldAccountId       PIC X(8).
     05  HoldNum1            PIC S9(5)V99
                             SIGN IS LEADING SEPARATE CHARACTER.
     05  HoldOperator        PIC X.
     05  HoldNum2            PIC S9(5)V99
                             SIGN IS LEADING SEPARATE CHARACTER.
     05  HoldResult          PIC S9(10)V99
                             SIGN IS LEADING SEPARATE CHARACTER.
     05  HoldLimit           PIC 9(10)V99.
     05  HoldReason          PIC X(20).
     05  HoldDate            PIC 9(8).
     05  HoldTime            PIC 9(8).
     05  HoldStatus          PIC X.
         88  HoldPending         VALUE 'P'.
         88  HoldApproved        VALUE 'A'.
         88  HoldDeclined        VALUE 'D'.
     05  HoldDecidedDate     PIC 9(8).
     05  HoldDecidedTime     PIC 9(8).
*> The decided stamp is when Hold-Release approved or declined the
*> item; zero while it is still pending. Decided items stay on file
*> so the hold history can always be listed.
     05  HoldPartnerId       PIC X(8).
*> HoldPartnerId is spaces for a held result. For a held transfer it
*> names the to-account: HoldAccountId is the from-account, and the
*> amount rides as HoldNum1 0, HoldOperator '+', HoldNum2 and
*> HoldResult the amount. Released, the amount comes out of the
*> from-account and into the partner, as the two legs of the transfer.
