*> OPERREC - operator security record.
*>
*> One OPERSEC record per person allowed to sign on to the
*> interactive programs, maintained through Oper-Maint. The password
*> itself is never held - only the hash Sign-On computes from the
*> operator id and the password keyed, so the file can be read
*> without giving anyone's password away. The field names are
*> already unique, so callers COPY this as-is.
 01  OperatorSecurity.
     05  SecOperatorId       PIC X(8).
     05  SecOperatorName     PIC X(30).
     05  SecAccessLevel      PIC X.
         88  SecClerkLevel       VALUE 'C'.
         88  SecSupervisorLevel  VALUE 'S'.
         88  SecAccessLevelOk    VALUE 'C' 'S'.
*> A clerk may sign on and use the screens; only a supervisor may
*> change an account's status or approval limit, release a held
*> item, or maintain the operators themselves.
     05  SecPasswordHash     PIC 9(10).
     05  SecStatus           PIC X.
         88  SecActive           VALUE 'A'.
         88  SecRevoked          VALUE 'R'.
*> A revoked operator stays on file, so the access log can always
*> name who an old entry belonged to, but can no longer sign on.
     05  SecLastChanged      PIC 9(8).
     05  SecLastSignOn       PIC 9(8).
