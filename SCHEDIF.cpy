      *>-----------------------------------------------------------------
      *>    SCHEDIF - FUTURE-DATED FLAG ACTION (SCHEDULE FILE SCHED)
      *>    Read by the nightly release (FLGSCHD), which writes the file
      *>    back as SCHDNEW with tonight's outcome stamped on each entry.
      *>
      *>    One entry per action known ahead of time: the account, the
      *>    operation (an OPCAT event name, resolved on the night it is
      *>    released, or a raw instruction/mask), the business date it
      *>    takes effect, an optional last date it may still be applied,
      *>    and who scheduled it. A new entry is keyed with SC-STATUS
      *>    blank (scheduled). Once released it carries 'L' and the
      *>    release time and is never released again; an entry that
      *>    cannot be applied carries 'X' and the reason, and stays on
      *>    the file as a record of what was not done.
      *>
      *>    An '*' in column 1 marks a comment; comments and blank
      *>    records are carried across unchanged. Dates are YYYYMMDD.
      *>-----------------------------------------------------------------
       01  SCHED-REC.
           05 SC-ACCOUNT-ID              PIC X(10).
           05 FILLER                     PIC X.
           05 SC-EVENT-NAME              PIC X(16).
           05 FILLER                     PIC X.
           05 SC-INSTRUCT                PIC X(2).
           05 FILLER                     PIC X.
           05 SC-MASK                    PIC X(4).
           05 FILLER                     PIC X.
           05 SC-EFFECTIVE-DATE          PIC X(8).
           05 FILLER                     PIC X.
           05 SC-EXPIRY-DATE             PIC X(8).
           05 FILLER                     PIC X.
           05 SC-SCHEDULED-BY            PIC X(8).
           05 FILLER                     PIC X.
           05 SC-STATUS                  PIC X.
           88 SC-STATUS-SCHEDULED                    VALUE SPACE.
           88 SC-STATUS-RELEASED                     VALUE 'L'.
           88 SC-STATUS-EXCEPTION                    VALUE 'X'.
           05 FILLER                     PIC X.
           05 SC-RELEASE-TS              PIC X(16).
           05 FILLER                     PIC X.
           05 SC-CLOSE-NOTE              PIC X(30).
           05 FILLER                     PIC X(8).
