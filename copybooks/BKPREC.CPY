      ******************************************************************
      * Shared backup generation control record (CAR-BACKUP-CONTROL,
      * one line per generation slot).  Written by CAR-MASTER-BACKUP
      * each night and read by CAR-MASTER-RECOVER.  BK-GENERATION
      * numbers generations in the order taken; the generation lives
      * in slot BK-SLOT, whose backup files are
      * CAR-BACKUP-MASTER-nn.txt and CAR-BACKUP-OWNERS-nn.txt (nn =
      * slot), so the oldest generation is overwritten once every
      * slot is in use.  The record counts and hash totals were taken
      * while the masters were read and confirmed by re-reading the
      * backup files; a generation that did not confirm is marked
      * failed and is never offered for restore.
      ******************************************************************
       01   BACKUP-CONTROL-RECORD.
            05   BK-SLOT             PIC 9(2).
            05   BK-GENERATION       PIC 9(6).
            05   BK-BACKUP-DATE      PIC 9(8).
            05   BK-BACKUP-TIME      PIC 9(8).
            05   BK-STATUS           PIC X(1).
                 88  BK-COMPLETE         VALUE 'C'.
                 88  BK-FAILED           VALUE 'F'.
            05   BK-MASTER-COUNT     PIC 9(8).
            05   BK-MASTER-HASH      PIC 9(15).
            05   BK-OWNER-COUNT      PIC 9(8).
            05   BK-OWNER-HASH       PIC 9(15).
