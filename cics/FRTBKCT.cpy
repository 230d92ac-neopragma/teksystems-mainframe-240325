      *****************************************************************
      * FRTBKCT - Backup catalog record.  Sequential, appended by the
      * FRTBKVF backup verification after the nightly backups, one
      * record per KSDS per cycle: the record count, the low and
      * high keys, and the hash total of the file's numeric fields,
      * taken from the live file and from its fresh backup copy.
      * Status G means the two agreed, so that backup is the file as
      * it stood at the verified date and time; status B means they
      * did not (the reason says how) and the backup must not be
      * restored.  FRTRFWD starts its roll-forward from the newest
      * good FRTHROW backup, and FRTRCVR names the newest good one
      * taken at or before its cutoff as the fallback.  The file is
      * appended in time order, so the last qualifying record is the
      * newest.
      *****************************************************************
           05  BKC-Cycle-Date             pic 9(8).
           05  BKC-File-Name              pic x(8).
           05  BKC-Verified-Date          pic 9(8).
           05  BKC-Verified-Time          pic 9(6).
           05  BKC-Status                 pic x(01).
               88  BKC-Good               value "G".
               88  BKC-Bad                value "B".
           05  BKC-Record-Count           pic 9(9).
           05  BKC-Backup-Count           pic 9(9).
           05  BKC-Hash-Total             pic 9(15).
           05  BKC-Backup-Hash-Total      pic 9(15).
           05  BKC-Low-Key                pic x(53).
           05  BKC-High-Key               pic x(53).
           05  BKC-Reason                 pic x(12).
           05  filler                     pic x(03).
