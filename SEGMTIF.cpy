      *>-----------------------------------------------------------------
      *>    SEGMTIF - ACCOUNT SEGMENT REFERENCE RECORD (KEYED FILE
      *>    SEGMST, LOADED FROM THE SEQUENTIAL DELIVERY SEGIN)
      *>    Loaded by SEGLOAD, read by key by the segment-level reports
      *>    (FLGSEG). The status record carries only the account and its
      *>    flag field; this file says which part of the business the
      *>    account belongs to.
      *>
      *>    One record per account, keyed on the account ID: the product
      *>    code, the owning branch and the branch's region. All three
      *>    are codes as the business keys them - nothing here is
      *>    validated against another table. An account with no record
      *>    here reports as unsegmented.
      *>-----------------------------------------------------------------
       01  SEGMENT-REC.
           05 SG-ACCOUNT-ID              PIC X(10).
           05 FILLER                     PIC X.
           05 SG-PRODUCT                 PIC X(6).
           05 FILLER                     PIC X.
           05 SG-BRANCH                  PIC X(6).
           05 FILLER                     PIC X.
           05 SG-REGION                  PIC X(4).
           05 FILLER                     PIC X(51).
