*> CTLTREC - control-totals record.
*>
*> The CTLTOTAL ledger: each batch step appends one record per figure
*> it controls at end of run - what it read, what it wrote and where
*> the rest went, as a count and a money total - so one step's
*> outputs can be tied to the next step's inputs. RUNHIST says a step
*> ran; CTLTOTAL says what went through it. Control-Certificate reads
*> the ledger for a business date and proves the chain. The field
*> names are already unique, so callers COPY this as-is.
 01  ControlTotal.
     05  CtProgramName       PIC X(12).
     05  CtRunId             PIC X(8).
*> The same program name and run id the step writes to RUNHIST.
     05  CtBusinessDate      PIC 9(8).
*> The batch's own business date where the step has one (the TRANSIN
*> header); the run date for the steps that work on whole files.
     05  CtRunDate           PIC 9(8).
     05  CtRunTime           PIC 9(8).
*> When the step started - a later run of the same step and run id
*> supersedes an earlier one.
     05  CtFigure            PIC X(12).
*> Which figure the record carries:
*>   BATCHBUILD   RAW READ, BUILT, REJECTED
*>   CALCULATOR   READ, AUDITED, REJECTED, SKIPPED, SUCCESSFUL,
*>                POSTED, SUSPENDED, HELD
*>   RECONCILE    INPUT, AUDITED, REJECTED
*>   REPOST       SUSPENSE IN, DRAINED, SUSPENSE OUT
*>   AUDITPURGE   READ, ARCHIVED, RETAINED, REWRITTEN
*>   PERIODCLOSE  OPENING, ACTIVITY, SNAPSHOT, ROLLED
     05  CtCount             PIC 9(9).
     05  CtAmount            PIC S9(13)V99
                             SIGN IS LEADING SEPARATE CHARACTER.
*> Lines and Num1 totals for the steps that handle TRANSIN lines;
*> records and results (or balances) for the steps that handle
*> CALCAUD, CALCSUSP and the period files.
