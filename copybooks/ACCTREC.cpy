*> not here and open, instead of inventing a BALMAST record for a
*> typo. Callers COPY this REPLACING every name below with one of
*> their own (e.g. AccountId BY AcctAccountId), the same way CALCREC
*> is copied. The hold limit, rate class and hierarchy fields grew
*> the record by 27 bytes; a master written before them does NOT
*> read back correctly - its numeric fields come back as garbage and
*> every account would look like a parent. Rename the old ACCTMAST
*> to ACCTOLD and run Account-Convert, which copies each record into
*> this layout with no hold limit, no class, no parent and no
*> children.
 01  Account.
     05  AccountId           PIC X(8).
*> AccountId matches the account columns of the TRANSIN detail line
         88  AccountClosed       VALUE 'C'.
         88  AccountFrozen       VALUE 'F'.
     05  AccountOpenDate     PIC 9(8).
     05  AccountHoldLimit    PIC 9(10)V99.
*> AccountHoldLimit is the approval threshold: a batch result larger
*> than this, either way, is held in CALCHOLD for a supervisor
*> instead of posting. Zero means the account has no limit.
     05  AccountClass        PIC X(2).
*> AccountClass names the RATEMAST entry that sets the account's
*> month-end interest and service fee. Spaces mean the account is
*> not accrued on - the accrual register still lists it, so nobody
*> is left out without it showing.
     05  AccountParent       PIC X(8).
*> AccountParent names the account this one rolls up into -
*> departments into cost centres, cost centres into divisions.
*> Spaces mean the account is the top of its own hierarchy.
*> Account-Maint only accepts a parent already on ACCTMAST, and never
*> one that would make the chain come back round to the account.
     05  AccountChildCount   PIC 9(5).
         88  AccountNoChildren   VALUE ZERO.
*> AccountChildCount is how many accounts name this one as their
*> parent, kept by Account-Maint as parents are set and changed. An
*> account with children is a roll-up node: its balance is the sum of
*> the departments under it, so it never takes a posting itself.
