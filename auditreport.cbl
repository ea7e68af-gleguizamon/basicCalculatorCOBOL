                   ==RecordDate==        BY  ==AuRecordDate==
                   ==RecordTime==        BY  ==AuRecordTime==
                   ==RunId==             BY  ==AuRunId==
                   ==AccountId==         BY  ==AuAccountId==
                   ==EntryType==         BY  ==AuEntryType==
                   ==OrdinaryEntry==     BY  ==AuOrdinaryEntry==
                   ==ReversalEntry==     BY  ==AuReversalEntry==
                   ==RunPosition==       BY  ==AuRunPosition==
                   ==OrigRunId==         BY  ==AuOrigRunId==
                   ==OrigPosition==      BY  ==AuOrigPosition==
                   ==TransferFromLeg==   BY  ==AuTransferFromLeg==
                   ==TransferToLeg==     BY  ==AuTransferToLeg==
                   ==TransferLeg==       BY  ==AuTransferLeg==
                   ==TransferRef==       BY  ==AuTransferRef==
                   ==TransferPartner==   BY  ==AuTransferPartner==
                   ==HeldEntry==         BY  ==AuHeldEntry==
                   ==ApprovedRelease==   BY  ==AuApprovedRelease==
                   ==DeclinedRelease==   BY  ==AuDeclinedRelease==
                   ==SignedOnId==        BY  ==AuSignedOnId==
                   ==AuditSeq==          BY  ==AuAuditSeq==
                   ==ChainValue==        BY  ==AuChainValue==.

FD  ReportFile.
01  ReportLine              PIC X(80).
