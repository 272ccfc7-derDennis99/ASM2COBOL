      *>-----------------------------------------------------------------
      *>    PENDCHIF - PENDING-CHANGE RECORD FOR THE MAKER-CHECKER QUEUE
      *>    (PENDCHG) AND ITS HISTORY (PENDHIST)
      *>    Shared by the request intake (FLGQREQ), the approval step
      *>    (FLGQAPR) and the nightly release (FLGQREL), so the record
      *>    only needs to change in one place when it grows.
      *>
      *>    One record per requested flag change: the account, the
      *>    operation (a catalog event name resolved to its
      *>    instruction/mask when the request is taken, or a raw
      *>    instruction/mask), who asked and why, when the request
      *>    lapses, and - once somebody else has looked at it - who
      *>    decided and when. The queue carries a request until it is
      *>    released, rejected or expired; the nightly release then
      *>    moves it to the append-only history with its final status.
      *>    A change made without a checker - an emergency FLGMNT run
      *>    under its override, or a desk correction confirmed on
      *>    FLGSCRN - is logged here too, already applied, so the
      *>    nightly release lists it for the control group and moves
      *>    it to history. PC-REASON names the program that made it.
      *>
      *>    The mask is the full 4-hex-char (16-bit) flag-field mask.
      *>    All timestamps are the 16-char CURRENT-DATE prefix; the
      *>    expiry is a plain YYYYMMDD business date.
      *>-----------------------------------------------------------------
       01  PENDCHG-REC.
           05 PC-REQ-ID                  PIC 9(8).
           05 FILLER                     PIC X.
           05 PC-STATUS                  PIC X.
           88 PC-STATUS-PENDING                      VALUE 'P'.
           88 PC-STATUS-APPROVED                     VALUE 'A'.
           88 PC-STATUS-REJECTED                     VALUE 'R'.
           88 PC-STATUS-EXPIRED                      VALUE 'E'.
           88 PC-STATUS-RELEASED                     VALUE 'L'.
           88 PC-STATUS-OVERRIDE                     VALUE 'O'.
           05 FILLER                     PIC X.
           05 PC-ACCOUNT-ID              PIC X(10).
           05 FILLER                     PIC X.
           05 PC-EVENT-NAME              PIC X(16).
           05 FILLER                     PIC X.
           05 PC-INSTRUCT                PIC X(2).
           05 FILLER                     PIC X.
           05 PC-MASK                    PIC X(4).
           05 FILLER                     PIC X.
           05 PC-REQUESTER               PIC X(8).
           05 FILLER                     PIC X.
           05 PC-REQUEST-TS              PIC X(16).
           05 FILLER                     PIC X.
           05 PC-EXPIRY-DATE             PIC X(8).
           05 FILLER                     PIC X.
           05 PC-CHECKER                 PIC X(8).
           05 FILLER                     PIC X.
           05 PC-CHECK-TS                PIC X(16).
           05 FILLER                     PIC X.
           05 PC-CLOSE-TS                PIC X(16).
           05 FILLER                     PIC X.
           05 PC-REASON                  PIC X(44).
           05 FILLER                     PIC X(11).
