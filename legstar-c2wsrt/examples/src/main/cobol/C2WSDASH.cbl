      *  before the second region stood up.                           *
      *---------------------------------------------------------------*
           05  AUD-REGION                 PIC X(4).
      *---------------------------------------------------------------*
      *  'Y' on a synthetic search the MSNPROBE health probe ran, so  *
      *  billing, chargeback and the daily reports can leave it out;  *
      *  'N' (spaces on records written before the probe) otherwise.  *
      *---------------------------------------------------------------*
           05  AUD-PROBE-SEARCH           PIC X(1).
               88  PROBE-SEARCH               VALUE 'Y'.
      *---------------------------------------------------------------*
      *  Tamper evidence (see the AUDHASH copybook): this record's    *
      *  place in the region's unbroken trail sequence, and the       *
      *  SHA-256 chain value over the previous record's chain value   *
      *  and this record up to here. Zeros and LOW-VALUES on a record *
      *  written while the chain was unavailable, and on records      *
      *  written before the trail was chained.                        *
      *---------------------------------------------------------------*
           05  AUD-SEQUENCE-NUMBER        PIC 9(12).
           05  AUD-CHAIN-VALUE            PIC X(32).

       FD  RECON-LOG-FILE
           RECORDING MODE IS F.
