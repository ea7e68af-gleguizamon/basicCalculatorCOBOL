IDENTIFICATION DIVISION.
PROGRAM-ID.  Audit-Chain.
AUTHOR.  gleguizamon.

*> Called for every record written to CALCAUD, and by Audit-Verify to
*> check each record read back - the one place the chain value is
*> worked out, so writer and verifier can never disagree. The value
*> starts from the previous record's ChainValue and folds in every
*> byte of the CALCREC record ahead of its own ChainValue, AuditSeq
*> included, so a changed amount, a renumbered record or a record
*> taken out from between two others all fail the check. Like the
*> password hash, this is a scrambling, not a cipher: it shows a
*> record was changed by hand, and CALCAUD stays a protected file.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> Everything in CALCREC up to and including AuditSeq - ChainValue
*> is the last field, so it is never part of its own value.
01  ChainTextLength         PIC 9(3) VALUE 146.
01  ChainIndex              PIC 9(3) VALUE ZERO.

*> The running value stays below the modulus between characters, so
*> one step's product and addition always fit thirteen digits.
01  ChainWork               PIC 9(13) VALUE ZERO.
01  ChainQuotient           PIC 9(13) VALUE ZERO.
01  ChainModulus            PIC 9(10) VALUE 9999999967.
01  ChainMultiplier         PIC 9(3) VALUE 257.

LINKAGE SECTION.
01  ChainPrevious           PIC 9(10).
01  ChainText               PIC X(146).
01  ChainResult             PIC 9(10).

PROCEDURE DIVISION USING ChainPrevious, ChainText, ChainResult.
Main.
    MOVE ChainPrevious TO ChainWork
    PERFORM ChainOneCharacter
        VARYING ChainIndex FROM 1 BY 1
        UNTIL ChainIndex > ChainTextLength
    MOVE ChainWork TO ChainResult
    GOBACK.

ChainOneCharacter.
    COMPUTE ChainWork = ChainWork * ChainMultiplier
        + FUNCTION ORD(ChainText(ChainIndex:1)) + ChainIndex
    DIVIDE ChainWork BY ChainModulus GIVING ChainQuotient
        REMAINDER ChainWork.
