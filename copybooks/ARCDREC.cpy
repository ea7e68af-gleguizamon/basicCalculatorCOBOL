*> ARCDREC - archive-directory record.
*>
*> One ARCHDIR record per archive Audit-Purge writes: the dated
*> CALCARCH file name, the date range and count of the records moved
*> into it, and where those records sit in the CALCAUD chain - the
*> first and last AuditSeq, the ChainValue of the record just before
*> the first one and of the last one. Audit-Verify checks each
*> archive from its own entry, and the programs that write CALCAUD
*> pick the chain up from the newest entry when every chained record
*> has been purged. A second purge on the same day appends a second
*> entry for the same file. The field names are already unique, so
*> callers COPY this as-is.
 01  DirectoryRecord.
     05  DirArchiveName      PIC X(17).
     05  DirOldestDate       PIC 9(8).
     05  DirNewestDate       PIC 9(8).
     05  DirRecordCount      PIC 9(7).
     05  DirFirstSeq         PIC 9(9).
     05  DirPriorChain       PIC 9(10).
     05  DirLastSeq          PIC 9(9).
     05  DirLastChain        PIC 9(10).
*> Entries written before the chain fields existed read back with
*> spaces in them; an archive that held only unchained records
*> carries zeros.
