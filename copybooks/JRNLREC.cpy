*> JRNLREC - general-ledger journal register record.
*>
*> One GLREG record per journal GL-Journal ever writes, keyed by the
*> journal sequence number. The register is what stops a business
*> day going to the ledger twice: a day with a live entry here is
*> refused unless the run is told to re-queue it, and a re-queued
*> entry stays on file marked as superseded by the journal that
*> replaced it. GL-Acknowledge records the ledger's answer against
*> each journal, and Ops-Report lists every journal the ledger has
*> rejected or not yet answered. Entries are never deleted, so the
*> highest sequence on file is the last one ever used. The field
*> names are already unique, so callers COPY this as-is.
 01  JournalEntry.
     05  JrnlSeq             PIC 9(7).
     05  JrnlBusinessDate    PIC 9(8).
     05  JrnlStatus          PIC X.
         88  JournalSent         VALUE 'S'.
         88  JournalAccepted     VALUE 'A'.
         88  JournalRejected     VALUE 'R'.
         88  JournalSuperseded   VALUE 'Q'.
*> Sent means written and waiting for the ledger's acknowledgement;
*> superseded means the day was re-queued and a later journal
*> carries it instead, so no answer is expected for this one.
     05  JrnlFileName        PIC X(15).
     05  JrnlCreatedDate     PIC 9(8).
     05  JrnlCreatedTime     PIC 9(8).
     05  JrnlEntryCount      PIC 9(7).
     05  JrnlDebitTotal      PIC 9(13)V99.
     05  JrnlCreditTotal     PIC 9(13)V99.
*> The entry count and totals are the journal trailer's own, balancing
*> entry included, so a query from the ledger can be answered from
*> the register without the journal file.
     05  JrnlAckDate         PIC 9(8).
     05  JrnlAckTime         PIC 9(8).
     05  JrnlAckReason       PIC X(40).
*> When the acknowledgement was processed and, for a rejection, the
*> ledger's reason; zero and spaces until an answer arrives.
     05  JrnlSupersededBy    PIC 9(7).
*> The journal that replaced a superseded one; zero otherwise.
