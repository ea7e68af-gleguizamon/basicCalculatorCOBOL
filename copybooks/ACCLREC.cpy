*> ACCLREC - access-log record.
*>
*> One ACCSLOG record per sign-on, refused sign-on and maintenance
*> action taken at a terminal, appended by the program it happened
*> in and listed each morning by Access-Report. The field names are
*> already unique, so callers COPY this as-is. Programs that append
*> to the log COPY it into WORKING-STORAGE and WRITE the file's own
*> 99-byte line FROM it, so an entry can be built before the log is
*> opened; Access-Report reads it straight into the FD.
 01  AccessEntry.
     05  AlDate              PIC 9(8).
     05  AlTime              PIC 9(8).
     05  AlProgram           PIC X(12).
     05  AlOperatorId        PIC X(8).
     05  AlEvent             PIC X(8).
         88  AlSignOn            VALUE 'SIGNON'.
         88  AlRefused           VALUE 'REFUSED'.
         88  AlChange            VALUE 'CHANGE'.
*> AlOperatorId is the id keyed at a refused sign-on, whether or not
*> it names a real operator; on a change it is the operator signed
*> on. A change refused for the operator's access level is logged as
*> REFUSED too, with the action that was attempted.
     05  AlObject            PIC X(15).
     05  AlDetail            PIC X(40).
*> AlObject names what was acted on - an account, an order, a held
*> item's run id and position, an operator - and AlDetail says what
*> was done to it, or why the attempt was refused.
