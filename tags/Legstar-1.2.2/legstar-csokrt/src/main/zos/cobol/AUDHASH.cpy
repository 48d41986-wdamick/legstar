      *****************************************************************
      * AUDHASH                                                       *
      * -------                                                       *
      * ICSF parameter block for the tamper-evident chain on the two  *
      * audit trails, AUDTMSN (search) and SECAUDT (socket security). *
      * Every record written to either trail carries a sequence       *
      * number one higher than the record before it in the same       *
      * region's trail, and a chain value: the SHA-256 one-way hash   *
      * (CSNBOWH) of the previous record's chain value followed by    *
      * this record up to, but not including, its own chain value.    *
      * Removing, inserting or editing any record therefore breaks    *
      * the sequence or the chain from that point on, and C2WSTVFY    *
      * says where.                                                   *
      *                                                               *
      * The last sequence number and chain value written to each      *
      * trail are kept in that region's AUDCHST file (see the AUDCHST *
      * copybook); the first record of a trail chains from            *
      * LOW-VALUES. A record written while AUDCHST or ICSF is         *
      * unavailable is still written, never lost, with sequence zero  *
      * and a LOW-VALUES chain value, and the verifier lists it as    *
      * unsequenced.                                                  *
      *                                                               *
      * Callers move the previous chain value to HSH-PREVIOUS-CHAIN,  *
      * the record up to its chain value to HSH-RECORD-IMAGE, and the *
      * combined length to HSH-TEXT-LENGTH before calling CSNBOWH.    *
      *****************************************************************
           05  HSH-RETURN-CODE            PIC S9(8) BINARY VALUE 0.
               88  HSH-HASH-OK                VALUE 0.
           05  HSH-REASON-CODE            PIC S9(8) BINARY VALUE 0.
           05  HSH-EXIT-DATA-LENGTH       PIC S9(8) BINARY VALUE 0.
           05  HSH-EXIT-DATA              PIC X(4) VALUE SPACES.
           05  HSH-RULE-ARRAY-COUNT       PIC S9(8) BINARY VALUE 2.
           05  HSH-RULE-ARRAY             PIC X(16) VALUE
               'SHA-256 ONLY    '.
           05  HSH-TEXT-LENGTH            PIC S9(8) BINARY VALUE 0.
           05  HSH-TEXT.
               10  HSH-PREVIOUS-CHAIN     PIC X(32) VALUE LOW-VALUES.
               10  HSH-RECORD-IMAGE       PIC X(782) VALUE SPACES.
           05  HSH-CHAIN-VECTOR-LENGTH    PIC S9(8) BINARY VALUE 128.
           05  HSH-CHAIN-VECTOR           PIC X(128) VALUE LOW-VALUES.
           05  HSH-HASH-LENGTH            PIC S9(8) BINARY VALUE 32.
           05  HSH-HASH                   PIC X(32) VALUE LOW-VALUES.
