IDENTIFICATION DIVISION.
PROGRAM-ID.  Password-Hash.
AUTHOR.  gleguizamon.

*> Called by Sign-On to check a password and by Oper-Maint to set
*> one - the one place the hash is worked out, so the two can never
*> disagree. The operator id is folded in ahead of the password, so
*> two operators with the same password still hold different hashes.
*> This keeps passwords out of OPERSEC in readable form; it is a
*> scrambling, not a cipher, and OPERSEC stays a protected file.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  HashInput.
    05  HashInputId         PIC X(8).
    05  HashInputPassword   PIC X(16).
01  HashInputLength         PIC 9(2) VALUE 24.
01  HashIndex               PIC 9(2) VALUE ZERO.

*> The running value stays below the modulus between characters, so
*> one step's product and addition always fit twelve digits.
01  HashWork                PIC 9(12) VALUE ZERO.
01  HashQuotient            PIC 9(12) VALUE ZERO.
01  HashModulus             PIC 9(10) VALUE 9999999967.
01  HashMultiplier          PIC 9(2) VALUE 31.

LINKAGE SECTION.
01  HashOperatorId          PIC X(8).
01  HashPassword            PIC X(16).
01  HashResult              PIC 9(10).

PROCEDURE DIVISION USING HashOperatorId, HashPassword, HashResult.
Main.
    MOVE HashOperatorId TO HashInputId
    MOVE HashPassword TO HashInputPassword
    MOVE 7 TO HashWork
    PERFORM HashOneCharacter
        VARYING HashIndex FROM 1 BY 1
        UNTIL HashIndex > HashInputLength
    MOVE HashWork TO HashResult
    MOVE SPACES TO HashInput
    GOBACK.

HashOneCharacter.
    COMPUTE HashWork = HashWork * HashMultiplier
        + FUNCTION ORD(HashInput(HashIndex:1)) + HashIndex
    DIVIDE HashWork BY HashModulus GIVING HashQuotient
        REMAINDER HashWork.
