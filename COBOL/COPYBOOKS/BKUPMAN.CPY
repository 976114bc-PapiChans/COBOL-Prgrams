      ******************************************************************
      * Backup manifest record - one line per file in a DATABKUP
      * generation, written to that generation's manifest
      * (BKnnnnMF.DAT) as the file is copied. BKM-MEMBER is the copy
      * (BKnnnnFss.DAT, one line per record of the live file) and
      * BKM-COUNT / BKM-HASH are the record count and hash total
      * taken while copying, which the verify and restore modes
      * re-take from the member and must match. BKM-KIND is "I" for
      * an indexed file (BKM-SLOT says which one, so a restore
      * reloads it through the right key) and "L" for a line
      * sequential one. A file in the set that was not on disk is
      * listed MISSING with no member. Manifests written before the
      * slot took two digits are 92 bytes, with a one-digit slot;
      * DATABKUP lines them up on this layout as it reads them.
      ******************************************************************
       01  BACKUP-MANIFEST-REC.
           02 BKM-GEN    PIC 9(4).
           02 BKM-FILE   PIC X(30).
           02 BKM-KIND   PIC X.
           02 BKM-SLOT   PIC 99.
           02 BKM-MEMBER PIC X(13).
           02 BKM-STATUS PIC X(8).
           02 BKM-COUNT  PIC 9(7).
           02 BKM-HASH   PIC 9(9).
           02 BKM-STAMP  PIC X(19).
