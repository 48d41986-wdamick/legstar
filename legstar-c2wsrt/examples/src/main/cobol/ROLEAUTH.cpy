      *****************************************************************
      * ROLEAUTH                                                      *
      * --------                                                      *
      * Maintenance role file, keyed. Two kinds of record:            *
      *   'U' + userid  -- the roles a userid holds, up to five, each *
      *                    with the date it was granted and by whom.  *
      *   'G' + role + program + action                               *
      *                 -- one grant: holders of the role may perform *
      *                    that action of that maintenance program.   *
      *                    Action '*' grants every action of it.      *
      * The roles are LEGAL, MERCH (merchandising), SECURITY, CREDIT, *
      * OPS (operations), HELPDESK and TREASURY. C2WSAUTH reads the   *
      * file on every maintenance action, C2WSROLM maintains it       *
      * online, C2WSROLD loads it from cards and C2WSROLR lists it    *
      * each quarter.                                                 *
      *****************************************************************
           05  ROLE-KEY.
               10  ROLE-RECORD-TYPE       PIC X(1).
                   88  ROLE-USER-RECORD       VALUE 'U'.
                   88  ROLE-GRANT-RECORD      VALUE 'G'.
               10  ROLE-KEY-DATA          PIC X(24).
               10  ROLE-USER-KEY REDEFINES ROLE-KEY-DATA.
                   15  ROLE-USERID        PIC X(8).
                   15  FILLER             PIC X(16).
               10  ROLE-GRANT-KEY REDEFINES ROLE-KEY-DATA.
                   15  ROLE-GRANT-ROLE    PIC X(8).
                   15  ROLE-GRANT-PROGRAM PIC X(8).
                   15  ROLE-GRANT-ACTION  PIC X(1).
                       88  ROLE-GRANT-ALL-ACTIONS VALUE '*'.
                   15  FILLER             PIC X(7).
           05  ROLE-DATA                  PIC X(150).
           05  ROLE-USER-DATA REDEFINES ROLE-DATA.
               10  ROLE-USER-NAME         PIC X(30).
               10  ROLE-HELD-ENTRY OCCURS 5 TIMES.
                   15  ROLE-HELD          PIC X(8).
                   15  ROLE-HELD-SINCE    PIC X(8).
                   15  ROLE-HELD-GRANTED-BY
                                          PIC X(8).
           05  ROLE-GRANT-DATA REDEFINES ROLE-DATA.
               10  ROLE-GRANT-DESCRIPTION PIC X(40).
               10  FILLER                 PIC X(110).
           05  ROLE-UPDATED-BY            PIC X(8).
           05  ROLE-UPDATED-DATE          PIC X(8).
