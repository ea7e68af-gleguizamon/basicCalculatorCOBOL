IDENTIFICATION DIVISION.
PROGRAM-ID.  Sign-On.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The operator security file maintained by Oper-Maint - read to
*> check the operator keyed, and rewritten with the date of each
*> successful sign-on.
    SELECT OperatorFile ASSIGN TO "OPERSEC"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SecOperatorId
        FILE STATUS IS OperatorFileStatus.

*> Every sign-on and every refused attempt is appended here, opened
*> and closed around each record the way RUNHIST is, so nothing is
*> lost if the calling program is abandoned at the terminal.
    SELECT AccessLogFile ASSIGN TO "ACCSLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AccessLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD  OperatorFile.
    COPY OPERREC.

FD  AccessLogFile.
01  AccessLogLine           PIC X(99).

WORKING-STORAGE SECTION.
*> The access-log entry is built here, where the callers can fill it
*> before the log is open, and written to ACCSLOG from here.
    COPY ACCLREC.

01  OperatorEntry           PIC X(8) VALUE SPACES.
01  PasswordEntry           PIC X(16) VALUE SPACES.
01  KeyedHash               PIC 9(10) VALUE ZERO.

*> Three tries, then the calling program is refused outright - each
*> try is logged, so a guessing run shows up on the access report.
01  SignOnAttempts          PIC 9 VALUE ZERO.
01  SignOnAttemptLimit      PIC 9 VALUE 3.

01  RefuseReason            PIC X(40) VALUE SPACES.
01  TodayDate               PIC 9(8) VALUE ZERO.

*> FILE STATUS codes - '00' is success, '35' is "file not found".
01  OperatorFileStatus      PIC X(2) VALUE SPACES.
    88  OperatorFileOk          VALUE '00'.
    88  OperatorFileNotFound    VALUE '35'.

01  AccessLogFileStatus     PIC X(2) VALUE SPACES.
    88  AccessLogFileOk         VALUE '00'.
    88  AccessLogFileNotFound   VALUE '35'.

LINKAGE SECTION.
    COPY SIGNREC.

PROCEDURE DIVISION USING SignOnArea.
Main.
    MOVE 'N' TO SignOnAnswer
    MOVE SPACES TO SignOnOperatorId, SignOnOperatorName
    MOVE SPACE TO SignOnAccessLevel
    OPEN I-O OperatorFile
    EVALUATE TRUE
        WHEN OperatorFileOk
            MOVE ZERO TO SignOnAttempts
            PERFORM TryOneSignOn
                UNTIL SignOnAccepted
                OR SignOnAttempts >= SignOnAttemptLimit
            CLOSE OperatorFile
        WHEN OperatorFileNotFound
            DISPLAY 'No OPERSEC operator file found - set up '
                'operators with Oper-Maint first.'
        WHEN OTHER
            DISPLAY 'Unable to open operator file OPERSEC - status '
                OperatorFileStatus
    END-EVALUATE
    IF NOT SignOnAccepted
        DISPLAY 'Sign-on refused.'
    END-IF
    GOBACK.

*> The terminal is only told that the id or password was not
*> accepted - which of the two was wrong goes to the log, not to
*> whoever is guessing. A sign-on whose date cannot be recorded on
*> OPERSEC is refused too, so the last-sign-on date never misses one.
TryOneSignOn.
    ADD 1 TO SignOnAttempts
    DISPLAY 'Operator id: ' WITH NO ADVANCING
    ACCEPT OperatorEntry
    DISPLAY 'Password: ' WITH NO ADVANCING
    ACCEPT PasswordEntry WITH NO-ECHO
    MOVE SPACES TO RefuseReason
    MOVE OperatorEntry TO SecOperatorId
    READ OperatorFile
        INVALID KEY
            MOVE 'UNKNOWN OPERATOR' TO RefuseReason
    END-READ
    IF RefuseReason = SPACES
        CALL 'Password-Hash' USING OperatorEntry, PasswordEntry,
            KeyedHash
        EVALUATE TRUE
            WHEN KeyedHash NOT = SecPasswordHash
                MOVE 'WRONG PASSWORD' TO RefuseReason
            WHEN NOT SecActive
                MOVE 'OPERATOR REVOKED' TO RefuseReason
            WHEN SignOnLevelNeeded = 'S' AND NOT SecSupervisorLevel
                MOVE 'SUPERVISOR SIGN-ON NEEDED' TO RefuseReason
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    MOVE SPACES TO PasswordEntry
    IF RefuseReason = SPACES
        ACCEPT TodayDate FROM DATE YYYYMMDD
        MOVE TodayDate TO SecLastSignOn
        REWRITE OperatorSecurity
        IF NOT OperatorFileOk
            MOVE 'OPERSEC UPDATE FAILED ST=  ' TO RefuseReason
            MOVE OperatorFileStatus TO RefuseReason(26:2)
        END-IF
    END-IF
    MOVE SPACES TO AccessEntry
    MOVE OperatorEntry TO AlOperatorId
    MOVE OperatorEntry TO AlObject
    IF RefuseReason = SPACES
        MOVE 'Y' TO SignOnAnswer
        MOVE SecOperatorId TO SignOnOperatorId
        MOVE SecOperatorName TO SignOnOperatorName
        MOVE SecAccessLevel TO SignOnAccessLevel
        MOVE 'SIGNON' TO AlEvent
        IF SecSupervisorLevel
            MOVE 'SIGNED ON AS SUPERVISOR' TO AlDetail
        ELSE
            MOVE 'SIGNED ON AS CLERK' TO AlDetail
        END-IF
        DISPLAY 'Signed on as ' SecOperatorId ' - ' SecOperatorName
    ELSE
        MOVE 'REFUSED' TO AlEvent
        MOVE RefuseReason TO AlDetail
        EVALUATE TRUE
            WHEN RefuseReason = 'SUPERVISOR SIGN-ON NEEDED'
                DISPLAY 'This program needs a supervisor sign-on.'
            WHEN RefuseReason(1:21) = 'OPERSEC UPDATE FAILED'
                DISPLAY 'Unable to record the sign-on on OPERSEC - '
                    'status ' OperatorFileStatus
            WHEN OTHER
                DISPLAY 'Operator id or password not accepted.'
        END-EVALUATE
    END-IF
    PERFORM WriteAccessLog.

WriteAccessLog.
    MOVE SignOnProgram TO AlProgram
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
