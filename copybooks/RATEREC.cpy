*> RATEREC - account-class rate record.
*>
*> One RATEMAST record per account class: what the month-end accrual
*> pays on a positive balance and charges on a negative one. Rates
*> are maintained through Rate-Maint; each account names its class
*> on ACCTMAST, and Accrual-Run reads the class's rates for every
*> open account. The field names are already unique, so callers COPY
*> this as-is.
 01  RateEntry.
     05  RateClass           PIC X(2).
     05  RateName            PIC X(30).
     05  RateCreditPct       PIC 9(2)V9(4).
     05  RateDebitPct        PIC 9(2)V9(4).
*> Both rates are annual percentages: a month's accrual is the
*> balance times the rate, divided by 1200, rounded to the cent the
*> way the calculator rounds. The credit rate is interest paid on an
*> account in credit; the debit rate is interest charged on one
*> overdrawn.
     05  RateFlatFee         PIC 9(5)V99.
*> The flat service fee charged for the month to an account whose
*> balance is negative, on top of its debit interest.
     05  RateChangedDate     PIC 9(8).
