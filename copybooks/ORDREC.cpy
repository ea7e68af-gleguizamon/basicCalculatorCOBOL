*> ORDREC - standing-order master record.
*>
*> One ORDMAST record per recurring charge a department wants sent
*> every night without keying it: the detail line to send, the
*> account it posts to, and how often. Orders are set up through
*> Order-Maint; Order-Generate runs ahead of Batch-Build and writes
*> each order falling due on the business date into RAWTRANS as an
*> ordinary detail line. The field names are already unique, so
*> callers COPY this as-is.
 01  StandingOrder.
     05  OrderId             PIC X(8).
     05  OrderAccountId      PIC X(8).
     05  OrderName           PIC X(30).
     05  OrderNum1           PIC S9(5)V99
                             SIGN IS LEADING SEPARATE CHARACTER.
     05  OrderOperator       PIC X.
     05  OrderNum2           PIC S9(5)V99
                             SIGN IS LEADING SEPARATE CHARACTER.
*> Num1, Operator and Num2 are the detail line itself, in the same
*> signed layout TRANSIN carries, so the generated line is a straight
*> copy of these columns followed by the account.
     05  OrderFrequency      PIC X.
         88  OrderDaily          VALUE 'D'.
         88  OrderWeekly         VALUE 'W'.
         88  OrderMonthly        VALUE 'M'.
         88  OrderFrequencyOk    VALUE 'D' 'W' 'M'.
     05  OrderStartDate      PIC 9(8).
     05  OrderEndDate        PIC 9(8).
*> A weekly order falls due on the weekday of its start date; a
*> monthly order on the day of the month of its start date, or the
*> last day of a shorter month. An end date of zero runs the order
*> until it is ended through Order-Maint.
     05  OrderLastGenerated  PIC 9(8).
*> The business date the order was last written into RAWTRANS, zero
*> until the first time. The generator never writes an order twice
*> for the same business date, so a re-run cannot double a charge.
     05  OrderCreatedDate    PIC 9(8).
