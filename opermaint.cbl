IDENTIFICATION DIVISION.
PROGRAM-ID.  Oper-Maint.
AUTHOR.  gleguizamon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The operator security file - everyone who may sign on to the
*> interactive programs, with their access level and password hash.
    SELECT OperatorFile ASSIGN TO "OPERSEC"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SecOperatorId
        FILE STATUS IS OperatorFileStatus.

*> Every change made here is logged beside the sign-ons it follows.
    SELECT AccessLogFile ASSIGN TO "ACCSLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AccessLogFileStatus.

    SELECT ListingFile ASSIGN TO "OPERLIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ListingFileStatus.

DATA DIVISION.
FILE SECTION.
FD  OperatorFile.
    COPY OPERREC.

FD  AccessLogFile.
01  AccessLogLine           PIC X(99).

FD  ListingFile.
01  ListingLine             PIC X(80).

WORKING-STORAGE SECTION.
*> The access-log entry is built here, where the callers can fill it
*> before the log is open, and written to ACCSLOG from here.
    COPY ACCLREC.

    COPY SIGNREC.

01  MaintAction             PIC X VALUE SPACE.
    88  AddAction               VALUE 'A'.
    88  LevelAction             VALUE 'C'.
    88  PasswordAction          VALUE 'P'.
    88  RevokeAction            VALUE 'R'.
    88  ListAction              VALUE 'L'.
    88  QuitMaint               VALUE 'Q'.

*> Entry fields - each keyed value is inspected here before it is
*> trusted into the security record.
01  OperatorEntry           PIC X(8) VALUE SPACES.
01  NameEntry               PIC X(30) VALUE SPACES.
01  LevelEntry              PIC X VALUE SPACE.
01  StatusEntry             PIC X VALUE SPACE.

*> A password is keyed twice, unseen, and must be at least six
*> characters with no embedded spaces before its hash is stored.
01  PasswordEntry           PIC X(16) VALUE SPACES.
01  PasswordRepeat          PIC X(16) VALUE SPACES.
01  PasswordLength          PIC 9(2) VALUE ZERO.
01  PasswordMinimum         PIC 9(2) VALUE 6.
01  NewHash                 PIC 9(10) VALUE ZERO.
01  PasswordFlag            PIC X VALUE 'N'.
    88  PasswordAccepted        VALUE 'Y'.

*> The very first run, with no operators on file, has nobody to sign
*> on as - it sets up the first supervisor instead, who is then the
*> operator signed on for the rest of the run.
01  FirstOperatorFlag       PIC X VALUE 'N'.
    88  FirstOperatorSetup      VALUE 'Y'.

01  TodayDate               PIC 9(8) VALUE ZERO.
01  ListedCount             PIC 9(5) VALUE ZERO.

01  EndOfFile               PIC X VALUE 'N'.
    88  NoMoreRecords           VALUE 'Y'.

*> FILE STATUS codes - '00' is success, '35' is "file not found",
*> '10' is end of file on READ NEXT.
01  OperatorFileStatus      PIC X(2) VALUE SPACES.
    88  OperatorFileOk          VALUE '00'.
    88  OperatorFileNotFound    VALUE '35'.
    88  OperatorFileAtEnd       VALUE '10'.

01  AccessLogFileStatus     PIC X(2) VALUE SPACES.
    88  AccessLogFileOk         VALUE '00'.
    88  AccessLogFileNotFound   VALUE '35'.

01  ListingFileStatus       PIC X(2) VALUE SPACES.
    88  ListingFileOk           VALUE '00'.

*> Print-line assembly fields.
01  ListingDetailLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListOperatorId      PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListName            PIC X(30).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListLevel           PIC X(10).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListStatus          PIC X(7).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  ListLastSignOn      PIC X(8).

01  ListingCountLine.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(20) VALUE 'OPERATORS ON FILE:  '.
    05  ListCountOut        PIC Z(4)9.

PROCEDURE DIVISION.
Main.
    DISPLAY 'OPERSEC operator security maintenance'
    MOVE 'OPERMAINT' TO SignOnProgram
    PERFORM CheckFirstOperator
    IF FirstOperatorSetup
        PERFORM SetUpFirstOperator
    ELSE
        MOVE 'S' TO SignOnLevelNeeded
        CALL 'Sign-On' USING SignOnArea
        IF NOT SignOnAccepted
            DISPLAY 'Maintenance refused - operators are maintained '
                'by a supervisor.'
            STOP RUN
        END-IF
        PERFORM OpenOperatorFile
    END-IF
    PERFORM RunOneAction UNTIL QuitMaint
    CLOSE OperatorFile
    DISPLAY 'Maintenance ended.'
    STOP RUN.

*> An OPERSEC with no records in it - or none at all - is the one
*> case where nobody can be asked to sign on.
CheckFirstOperator.
    OPEN I-O OperatorFile
    IF OperatorFileNotFound
        OPEN OUTPUT OperatorFile
        CLOSE OperatorFile
        OPEN I-O OperatorFile
    END-IF
    IF NOT OperatorFileOk
        DISPLAY 'Unable to open operator file OPERSEC - status '
            OperatorFileStatus
        STOP RUN
    END-IF
    MOVE LOW-VALUES TO SecOperatorId
    START OperatorFile KEY NOT < SecOperatorId
    IF OperatorFileOk
        READ OperatorFile NEXT RECORD
    END-IF
    IF OperatorFileOk
        MOVE 'N' TO FirstOperatorFlag
        CLOSE OperatorFile
    ELSE
        MOVE 'Y' TO FirstOperatorFlag
    END-IF.

OpenOperatorFile.
    OPEN I-O OperatorFile
    IF NOT OperatorFileOk
        DISPLAY 'Unable to open operator file OPERSEC - status '
            OperatorFileStatus
        STOP RUN
    END-IF.

SetUpFirstOperator.
    DISPLAY 'No operators on file - set up the first supervisor.'
    MOVE SPACES TO SignOnOperatorId
    MOVE 'S' TO LevelEntry
    PERFORM AddOperator
    IF SignOnOperatorId = SPACES
        DISPLAY 'No supervisor set up - maintenance ended.'
        CLOSE OperatorFile
        STOP RUN
    END-IF
    MOVE 'S' TO SignOnAccessLevel
    MOVE 'Y' TO SignOnAnswer.

RunOneAction.
    DISPLAY ' '
    DISPLAY 'Add (A), change level (C), reset password (P), '
        'revoke/reinstate (R), list (L), quit (Q): '
        WITH NO ADVANCING
    ACCEPT MaintAction
    EVALUATE MaintAction
        WHEN 'a'
            MOVE 'A' TO MaintAction
        WHEN 'c'
            MOVE 'C' TO MaintAction
        WHEN 'p'
            MOVE 'P' TO MaintAction
        WHEN 'r'
            MOVE 'R' TO MaintAction
        WHEN 'l'
            MOVE 'L' TO MaintAction
        WHEN 'q'
            MOVE 'Q' TO MaintAction
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN AddAction
            MOVE SPACE TO LevelEntry
            PERFORM AddOperator
        WHEN LevelAction
            PERFORM ChangeOperatorLevel
        WHEN PasswordAction
            PERFORM ResetOperatorPassword
        WHEN RevokeAction
            PERFORM ChangeOperatorStatus
        WHEN ListAction
            PERFORM ListOperators
        WHEN QuitMaint
            CONTINUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A new operator - name, level and first password. The first
*> supervisor comes in with the level already set and becomes the
*> operator signed on.
AddOperator.
    PERFORM AcceptOperatorEntry
    IF OperatorEntry NOT = SPACES
        MOVE OperatorEntry TO SecOperatorId
        READ OperatorFile
        IF OperatorFileOk
            DISPLAY 'Operator ' OperatorEntry ' is already on file.'
        ELSE
            DISPLAY 'Operator name: ' WITH NO ADVANCING
            ACCEPT NameEntry
            IF LevelEntry = SPACE
                PERFORM AcceptLevelEntry
            END-IF
            IF LevelEntry NOT = SPACE
                PERFORM AcceptNewPassword
            END-IF
            IF LevelEntry NOT = SPACE AND PasswordAccepted
                ACCEPT TodayDate FROM DATE YYYYMMDD
                MOVE OperatorEntry TO SecOperatorId
                MOVE NameEntry TO SecOperatorName
                MOVE LevelEntry TO SecAccessLevel
                MOVE NewHash TO SecPasswordHash
                MOVE 'A' TO SecStatus
                MOVE TodayDate TO SecLastChanged
                MOVE ZERO TO SecLastSignOn
                WRITE OperatorSecurity
                IF OperatorFileOk
                    IF SignOnOperatorId = SPACES
                        MOVE OperatorEntry TO SignOnOperatorId
                        MOVE NameEntry TO SignOnOperatorName
                    END-IF
                    DISPLAY 'Operator ' OperatorEntry ' added.'
                    MOVE SPACES TO AccessEntry
                    IF SecSupervisorLevel
                        MOVE 'OPERATOR ADDED AS SUPERVISOR' TO AlDetail
                    ELSE
                        MOVE 'OPERATOR ADDED AS CLERK' TO AlDetail
                    END-IF
                    PERFORM LogOperatorChange
                ELSE
                    DISPLAY 'Unable to add operator - status '
                        OperatorFileStatus
                END-IF
            ELSE
                DISPLAY 'No operator added.'
            END-IF
        END-IF
    END-IF.

*> Nobody changes their own level or status - a supervisor cannot
*> lock the last supervisor out by accident, or promote themselves.
ChangeOperatorLevel.
    PERFORM AcceptOperatorEntry
    IF OperatorEntry NOT = SPACES
        PERFORM ReadOtherOperator
        IF OperatorFileOk AND OperatorEntry NOT = SignOnOperatorId
            PERFORM AcceptLevelEntry
            IF LevelEntry NOT = SPACE
                MOVE LevelEntry TO SecAccessLevel
                ACCEPT SecLastChanged FROM DATE YYYYMMDD
                REWRITE OperatorSecurity
                IF OperatorFileOk
                    DISPLAY 'Operator ' OperatorEntry ' level changed.'
                    MOVE SPACES TO AccessEntry
                    IF SecSupervisorLevel
                        MOVE 'LEVEL CHANGED TO SUPERVISOR' TO AlDetail
                    ELSE
                        MOVE 'LEVEL CHANGED TO CLERK' TO AlDetail
                    END-IF
                    PERFORM LogOperatorChange
                ELSE
                    DISPLAY 'Unable to update operator - status '
                        OperatorFileStatus
                END-IF
            END-IF
        END-IF
    END-IF.

*> A forgotten password is reset by a supervisor, never read back -
*> the old one cannot be recovered from its hash.
ResetOperatorPassword.
    PERFORM AcceptOperatorEntry
    IF OperatorEntry NOT = SPACES
        MOVE OperatorEntry TO SecOperatorId
        READ OperatorFile
        IF NOT OperatorFileOk
            DISPLAY 'Operator ' OperatorEntry ' is not on file.'
        ELSE
            PERFORM AcceptNewPassword
            IF PasswordAccepted
                MOVE NewHash TO SecPasswordHash
                ACCEPT SecLastChanged FROM DATE YYYYMMDD
                REWRITE OperatorSecurity
                IF OperatorFileOk
                    DISPLAY 'Operator ' OperatorEntry
                        ' password reset.'
                    MOVE SPACES TO AccessEntry
                    MOVE 'PASSWORD RESET' TO AlDetail
                    PERFORM LogOperatorChange
                ELSE
                    DISPLAY 'Unable to update operator - status '
                        OperatorFileStatus
                END-IF
            ELSE
                DISPLAY 'No change made.'
            END-IF
        END-IF
    END-IF.

ChangeOperatorStatus.
    PERFORM AcceptOperatorEntry
    IF OperatorEntry NOT = SPACES
        PERFORM ReadOtherOperator
        IF OperatorFileOk AND OperatorEntry NOT = SignOnOperatorId
            DISPLAY 'New status (A = active, R = revoked): '
                WITH NO ADVANCING
            ACCEPT StatusEntry
            EVALUATE StatusEntry
                WHEN 'a'
                    MOVE 'A' TO StatusEntry
                WHEN 'r'
                    MOVE 'R' TO StatusEntry
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF StatusEntry = 'A' OR StatusEntry = 'R'
                MOVE StatusEntry TO SecStatus
                ACCEPT SecLastChanged FROM DATE YYYYMMDD
                REWRITE OperatorSecurity
                IF OperatorFileOk
                    MOVE SPACES TO AccessEntry
                    IF SecRevoked
                        DISPLAY 'Operator ' OperatorEntry ' revoked.'
                        MOVE 'OPERATOR REVOKED' TO AlDetail
                    ELSE
                        DISPLAY 'Operator ' OperatorEntry
                            ' reinstated.'
                        MOVE 'OPERATOR REINSTATED' TO AlDetail
                    END-IF
                    PERFORM LogOperatorChange
                ELSE
                    DISPLAY 'Unable to update operator - status '
                        OperatorFileStatus
                END-IF
            ELSE
                DISPLAY 'Status "' StatusEntry '" is not A or R - '
                    'no change made.'
            END-IF
        END-IF
    END-IF.

ReadOtherOperator.
    MOVE OperatorEntry TO SecOperatorId
    READ OperatorFile
    EVALUATE TRUE
        WHEN NOT OperatorFileOk
            DISPLAY 'Operator ' OperatorEntry ' is not on file.'
        WHEN OperatorEntry = SignOnOperatorId
            DISPLAY 'An operator cannot change their own level or '
                'status.'
        WHEN OTHER
            DISPLAY 'Operator ' SecOperatorId ' - ' SecOperatorName
    END-EVALUATE.

AcceptOperatorEntry.
    DISPLAY 'Operator id (blank to cancel): ' WITH NO ADVANCING
    ACCEPT OperatorEntry.

AcceptLevelEntry.
    DISPLAY 'Access level (C = clerk, S = supervisor): '
        WITH NO ADVANCING
    ACCEPT LevelEntry
    EVALUATE LevelEntry
        WHEN 'c'
            MOVE 'C' TO LevelEntry
        WHEN 's'
            MOVE 'S' TO LevelEntry
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF LevelEntry NOT = 'C' AND LevelEntry NOT = 'S'
        DISPLAY 'Level "' LevelEntry '" is not C or S.'
        MOVE SPACE TO LevelEntry
    END-IF.

*> The hash is worked out from the operator id being maintained, the
*> same way Sign-On works it out from the id keyed at sign-on.
AcceptNewPassword.
    MOVE 'N' TO PasswordFlag
    DISPLAY 'New password: ' WITH NO ADVANCING
    ACCEPT PasswordEntry WITH NO-ECHO
    DISPLAY 'Repeat password: ' WITH NO ADVANCING
    ACCEPT PasswordRepeat WITH NO-ECHO
    MOVE ZERO TO PasswordLength
    INSPECT PasswordEntry TALLYING PasswordLength
        FOR CHARACTERS BEFORE INITIAL SPACE
    EVALUATE TRUE
        WHEN PasswordEntry NOT = PasswordRepeat
            DISPLAY 'The two passwords do not match.'
        WHEN PasswordLength < PasswordMinimum
            DISPLAY 'A password needs at least ' PasswordMinimum
                ' characters and no spaces.'
        WHEN PasswordLength < 16
            AND PasswordEntry(PasswordLength + 1:) NOT = SPACES
            DISPLAY 'A password needs at least ' PasswordMinimum
                ' characters and no spaces.'
        WHEN OTHER
            CALL 'Password-Hash' USING OperatorEntry, PasswordEntry,
                NewHash
            MOVE 'Y' TO PasswordFlag
    END-EVALUATE
    MOVE SPACES TO PasswordEntry, PasswordRepeat.

*> Changes here are logged under the supervisor signed on, naming the
*> operator changed; the detail is set by the caller.
LogOperatorChange.
    MOVE 'CHANGE' TO AlEvent
    MOVE OperatorEntry TO AlObject
    PERFORM WriteAccessLog.

WriteAccessLog.
    MOVE 'OPERMAINT' TO AlProgram
    MOVE SignOnOperatorId TO AlOperatorId
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

*> The operator listing - never the hashes, only who holds which
*> level, whether they are active and when they last signed on.
ListOperators.
    OPEN OUTPUT ListingFile
    IF NOT ListingFileOk
        DISPLAY 'Unable to open listing file OPERLIST - status '
            ListingFileStatus
    ELSE
        MOVE 'OPERATOR LISTING' TO ListingLine
        WRITE ListingLine
        MOVE SPACES TO ListingLine
        WRITE ListingLine
        MOVE '  OPERATOR  NAME                            LEVEL       STATUS   LAST ON'
            TO ListingLine
        WRITE ListingLine
        MOVE ZERO TO ListedCount
        MOVE LOW-VALUES TO SecOperatorId
        START OperatorFile KEY NOT < SecOperatorId
        IF OperatorFileOk
            MOVE 'N' TO EndOfFile
            PERFORM ReadNextOperator
            PERFORM ListOneOperator UNTIL NoMoreRecords
        END-IF
        MOVE SPACES TO ListingLine
        WRITE ListingLine
        MOVE ListedCount TO ListCountOut
        WRITE ListingLine FROM ListingCountLine
        CLOSE ListingFile
        DISPLAY 'Operator listing written to OPERLIST - '
            ListedCount ' operators.'
    END-IF.

ReadNextOperator.
    READ OperatorFile NEXT RECORD
        AT END
            MOVE 'Y' TO EndOfFile
    END-READ
    IF NOT OperatorFileOk AND NOT OperatorFileAtEnd
        MOVE 'Y' TO EndOfFile
    END-IF.

ListOneOperator.
    MOVE SecOperatorId TO ListOperatorId
    MOVE SecOperatorName TO ListName
    IF SecSupervisorLevel
        MOVE 'SUPERVISOR' TO ListLevel
    ELSE
        MOVE 'CLERK' TO ListLevel
    END-IF
    IF SecRevoked
        MOVE 'REVOKED' TO ListStatus
    ELSE
        MOVE 'ACTIVE' TO ListStatus
    END-IF
    IF SecLastSignOn = ZERO
        MOVE 'NEVER' TO ListLastSignOn
    ELSE
        MOVE SecLastSignOn TO ListLastSignOn
    END-IF
    WRITE ListingLine FROM ListingDetailLine
    ADD 1 TO ListedCount
    PERFORM ReadNextOperator.
