      *>    that abended - written by operator-invoked recovery, never
      *>    by a run itself. It clears the in-flight state exactly as
      *>    an END does, but the history keeps saying the run died.
      *>
      *>    The END record also carries how many FLGLOG records the run
      *>    appended and how many BITOPS calls it made, so FLGBAL can
      *>    balance the run against both files. They sit in what was
      *>    the record's trailing filler: a record written before they
      *>    were added - and every START or abend marker - carries
      *>    spaces there.
      *>-----------------------------------------------------------------
       01  RUNLOG-REC.
           05 RL-PROGRAM                 PIC X(8).
           05 RL-COUNT-FAILED            PIC 9(6).
           05 FILLER                     PIC X.
           05 RL-RETURNCODE              PIC 99.
           05 RL-COUNT-JOURNALED         PIC 9(6).
           05 RL-COUNT-CALLS             PIC 9(6).
