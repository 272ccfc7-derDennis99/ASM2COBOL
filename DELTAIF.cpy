      *>-----------------------------------------------------------------
      *>    DELTAIF - DAY-OVER-DAY CHANGED-ACCOUNTS INTERFACE RECORD
      *>    (FILE DLTOUT). Written by FLGDELTA for the downstream loads
      *>    (CRM, collections) that only want what changed since the
      *>    previous day's status file, not the whole population.
      *>
      *>    One header ('H'), then one detail ('D') per account added,
      *>    changed or deleted, in account order, then one trailer
      *>    ('T'). Header and trailer both carry the business date; the
      *>    trailer carries the number of detail records and their
      *>    add/change/delete split, so the receiving side can prove it
      *>    loaded the whole file. A file without its trailer was cut
      *>    short and must not be loaded.
      *>
      *>    On a detail the flag fields are 4 hex chars - the old one
      *>    blank on an add, the new one blank on a delete - and the
      *>    bits turned on and turned off are given by their BITDICT
      *>    names joined with '+' (an unnamed position reads "BIT nn").
      *>    Each list is wide enough for all 16 names at their full 12
      *>    characters (16 x 12 + 15 joiners = 207), so an add or delete
      *>    carrying every bit is never cut short. Every record is 450
      *>    bytes.
      *>-----------------------------------------------------------------
       01  DELTA-REC.
           05 DL-REC-TYPE                PIC X.
           88 DL-REC-IS-HEADER                       VALUE 'H'.
           88 DL-REC-IS-DETAIL                       VALUE 'D'.
           88 DL-REC-IS-TRAILER                      VALUE 'T'.
           05 FILLER                     PIC X.
           05 DL-ACCOUNT-ID              PIC X(10).
           05 FILLER                     PIC X.
           05 DL-ACTION                  PIC X.
           88 DL-ACTION-ADD                          VALUE 'A'.
           88 DL-ACTION-CHANGE                       VALUE 'C'.
           88 DL-ACTION-DELETE                       VALUE 'D'.
           05 FILLER                     PIC X.
           05 DL-OLD-FLAG                PIC X(4).
           05 FILLER                     PIC X.
           05 DL-NEW-FLAG                PIC X(4).
           05 FILLER                     PIC X.
           05 DL-BITS-ON                 PIC X(207).
           05 FILLER                     PIC X.
           05 DL-BITS-OFF                PIC X(207).
           05 FILLER                     PIC X(10).
      *>
       01  DELTA-HEADER-REC.
           05 DH-REC-TYPE                PIC X.
           05 FILLER                     PIC X.
           05 DH-FILE-ID                 PIC X(8).
           05 FILLER                     PIC X.
           05 DH-BUS-DATE                PIC X(8).
           05 FILLER                     PIC X.
           05 DH-CREATED-TS              PIC X(16).
           05 FILLER                     PIC X(414).
      *>
       01  DELTA-TRAILER-REC.
           05 DT-REC-TYPE                PIC X.
           05 FILLER                     PIC X.
           05 DT-FILE-ID                 PIC X(8).
           05 FILLER                     PIC X.
           05 DT-BUS-DATE                PIC X(8).
           05 FILLER                     PIC X.
           05 DT-RECORD-COUNT            PIC 9(9).
           05 FILLER                     PIC X.
           05 DT-COUNT-ADDS              PIC 9(9).
           05 FILLER                     PIC X.
           05 DT-COUNT-CHANGES           PIC 9(9).
           05 FILLER                     PIC X.
           05 DT-COUNT-DELETES           PIC 9(9).
           05 FILLER                     PIC X(391).
