      *  before the second region stood up.                           *
      *---------------------------------------------------------------*
           05  SECA-REGION            PIC X(4).
      *---------------------------------------------------------------*
      *  Tamper evidence (see the AUDHASH copybook): this record's    *
      *  place in the region's unbroken trail sequence, and the       *
      *  SHA-256 chain value over the previous record's chain value   *
      *  and this record up to here. Zeros and LOW-VALUES on a record *
      *  written while the chain was unavailable, and on records      *
      *  written before the trail was chained.                        *
      *---------------------------------------------------------------*
           05  SECA-SEQUENCE-NUMBER   PIC 9(12).
           05  SECA-CHAIN-VALUE       PIC X(32).

      *---------------------------------------------------------------*
      *  Layout matches the session audit record written by T1CONTXT. *
