      *> BKCATALOG.CPY - backup catalog, one row per file per backup
      *> generation. BK-GENERATION is the slot the copy was written
      *> to - the slots are reused oldest first, so the catalog only
      *> ever describes the generations still on disk - and
      *> BK-GEN-FILE-NAME is the copy itself. BK-RECORD-COUNT is the
      *> number of records copied, read back and confirmed; on the
      *> transaction-log row it is also the backup point the
      *> roll-forward replays from. BK-FILE-STATUS is "C" copied,
      *> "N" the file was not on disk when the backup ran (nothing
      *> to restore), or "F" the copy failed and must not be
      *> restored.
       01 Backup-Catalog-Record.
           05 BK-BACKUP-DATE    PIC X(08).
           05 BK-BACKUP-TIME    PIC X(06).
           05 BK-GENERATION     PIC 9(02).
           05 BK-FILE-NAME      PIC X(20).
           05 BK-GEN-FILE-NAME  PIC X(30).
           05 BK-RECORD-COUNT   PIC 9(07).
           05 BK-FILE-STATUS    PIC X(01).
              88 BK-COPIED          VALUE "C".
              88 BK-NOT-ON-FILE     VALUE "N".
              88 BK-COPY-FAILED     VALUE "F".
