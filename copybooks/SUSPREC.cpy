*> in CALCAUD, so once the cause is fixed the suspense entry can be
*> drained into BALMAST without touching the audit trail. Callers
*> COPY this REPLACING every name below with one of their own, the
*> same way CALCREC is copied. The two legs of a transfer suspend
*> together, side by side, under the transfer's shared reference -
*> they are reposted together or not at all. Records written before
*> the reference existed read back with spaces there, as single
*> postings.
 01  Suspense.
     05  SuspAccountId       PIC X(8).
     05  SuspResult          PIC S9(10)V99
     05  SuspDate            PIC 9(8).
     05  SuspTime            PIC 9(8).
     05  SuspReason          PIC X(20).
     05  SuspTransferRef     PIC X(15).
