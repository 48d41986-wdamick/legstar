      *****************************************************************
      * ADMCHG                                                        *
      * ------                                                        *
      * Administrative change log record: one record for every add,   *
      * change and delete made through a maintenance transaction --   *
      * catalog, blocked terms, entitlements, code pages, branches,   *
      * trainees, catalog images, the outage switch, the config and   *
      * credential calendar, the planned maintenance calendar, the    *
      * problem tickets, the maintenance roles, treasury's manual     *
      * exchange rates, legal's media image usage-rights reviews, and *
      * the EZA access windows, session maximums, overrides, trusted  *
      * addresses, dormant-userid decisions and help-desk lockout     *
      * resets. The same layout is the commarea each maintenance      *
      * program LINKs to C2WSADMW with, and the record C2WSADMR reads *
      * for the weekly security review.                               *
      *                                                               *
      * The caller fills ACHG-FILE, ACHG-KEY, ACHG-ACTION and the     *
      * before and after values; C2WSADMW stamps the date, time,      *
      * userid, terminal, transaction and program itself, so no       *
      * caller can log a change under someone else's name. The values *
      * are the record as displayable text -- binary fields edited,   *
      * passwords never carried -- so the report prints them as is.   *
      * An add has no before value, a delete no after value. Actions  *
      * refused by the role check are logged here too.                *
      *****************************************************************
           05  ACHG-STAMP.
               10  ACHG-DATE              PIC X(8).
               10  ACHG-TIME              PIC X(6).
               10  ACHG-USERID            PIC X(8).
               10  ACHG-TERMID            PIC X(4).
               10  ACHG-TRANSID           PIC X(4).
               10  ACHG-PROGRAM           PIC X(8).
           05  ACHG-FILE                  PIC X(8).
           05  ACHG-KEY                   PIC X(48).
           05  ACHG-ACTION                PIC X(1).
               88  ACHG-ADDED                 VALUE 'A'.
               88  ACHG-CHANGED               VALUE 'C'.
               88  ACHG-DELETED               VALUE 'D'.
      *---------------------------------------------------------------*
      *  Config changes go through two-person approval: the proposal  *
      *  and a rejection are logged as well as the approved change.   *
      *---------------------------------------------------------------*
               88  ACHG-PROPOSED              VALUE 'P'.
               88  ACHG-REJECTED              VALUE 'R'.
      *---------------------------------------------------------------*
      *  An action C2WSAUTH refused because the userid's role does    *
      *  not allow it: nothing changed, the values say what was       *
      *  asked and which roles were held.                             *
      *---------------------------------------------------------------*
               88  ACHG-REFUSED               VALUE 'X'.
           05  ACHG-BEFORE-VALUE          PIC X(400).
           05  ACHG-AFTER-VALUE           PIC X(400).
