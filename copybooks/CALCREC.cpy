*> posts to - taken from columns 18-25 of the batch detail line,
*> defaulting to GENERAL when those columns are blank. Interactive
*> transactions carry spaces and are not posted.
     05  EntryType           PIC X     VALUE SPACE.
         88  OrdinaryEntry       VALUE SPACE.
         88  ReversalEntry       VALUE 'R'.
         88  TransferFromLeg     VALUE 'F'.
         88  TransferToLeg       VALUE 'T'.
         88  TransferLeg         VALUE 'F' 'T'.
         88  HeldEntry           VALUE 'H'.
         88  ApprovedRelease     VALUE 'A'.
         88  DeclinedRelease     VALUE 'D'.
*> EntryType tells an ordinary transaction from one that answers an
*> earlier audit record. A reversal carries the original's operands,
*> the negated result and the original's account, and names the
*> original through OrigRunId and OrigPosition below. A transfer
*> line writes two records, its from-leg and its to-leg, both under
*> the line's own position. A result over its account's approval
*> limit is audited as held - computed, but posted nowhere - and the
*> supervisor's later decision is audited by Hold-Release as an
*> approved release (which posts) or a declined one (an error
*> record), each pointing back at the held record through OrigRunId
*> and OrigPosition. Records written before this field existed read
*> back as ordinary entries.
     05  RunPosition         PIC 9(7)  VALUE ZEROS.
*> RunPosition is the detail line's position within its batch run -
*> the count the restart checkpoint keeps, so a resumed run carries
*> on numbering where the dead attempt stopped. RunId plus
*> RunPosition names one line of one run for good. Interactive
*> records carry zero; older records carry spaces, and readers that
*> need a position for them count the run's records instead.
     05  OrigRunId           PIC X(8)  VALUE SPACES.
     05  OrigPosition        PIC 9(7)  VALUE ZEROS.
*> OrigRunId and OrigPosition point a reversal back at the audit
*> record it reverses, and a release back at the held record it
*> decides; spaces and zero on an ordinary entry.
     05  TransferRef         PIC X(15) VALUE SPACES.
     05  TransferPartner     PIC X(8)  VALUE SPACES.
*> TransferRef is the run id and position of the transfer line, the
*> same on both legs, so the pair can be found together in CALCAUD
*> and CALCSUSP; TransferPartner is the account on the other leg.
*> Both are spaces on anything but a transfer leg.
     05  SignedOnId          PIC X(8)  VALUE SPACES.
*> SignedOnId is the operator signed on when the record was written -
*> the person behind an interactive calculation or a hold release,
*> who would otherwise be untraceable behind a blank RunId. Batch
*> records carry spaces; the run id names their source instead.
     05  AuditSeq            PIC 9(9)  VALUE ZEROS.
     05  ChainValue          PIC 9(10) VALUE ZEROS.
*> AuditSeq numbers every record ever written to CALCAUD, one up
*> from the record before it, and is never reused - a record purged
*> to a CALCARCH archive keeps its number there. ChainValue is worked
*> out by Audit-Chain from the previous record's ChainValue and every
*> byte of this record ahead of it, so an edited field, a deleted
*> record or one slipped in between breaks the chain where it
*> happened and Audit-Verify reports it. ChainValue must stay the
*> last field. Records written before these fields existed read back
*> with spaces here and are reported as unchained, not as breaks.
