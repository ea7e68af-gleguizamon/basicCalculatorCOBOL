*> SIGNREC - sign-on request and answer.
*>
*> Passed to Sign-On by each interactive program before it lets
*> anyone at the terminal do anything. The caller fills in its own
*> name and the access level it needs; Sign-On prompts, checks the
*> operator against OPERSEC, logs the attempt in ACCSLOG and answers
*> with who signed on. The field names are already unique, so
*> callers COPY this as-is.
 01  SignOnArea.
     05  SignOnProgram       PIC X(12).
     05  SignOnLevelNeeded   PIC X.
*> C admits any active operator; S admits supervisors only.
     05  SignOnOperatorId    PIC X(8).
     05  SignOnOperatorName  PIC X(30).
     05  SignOnAccessLevel   PIC X.
         88  SignedOnSupervisor  VALUE 'S'.
     05  SignOnAnswer        PIC X.
         88  SignOnAccepted      VALUE 'Y'.
         88  SignOnRefused       VALUE 'N'.
