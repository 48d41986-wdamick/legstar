      *****************************************************************
      * BRMAST                                                        *
      * ------                                                        *
      * Branch master record layout: the one place the facts about a  *
      * branch are kept -- its name, the cost center MSNCHGBK bills   *
      * its calls to, its region, the cultureCode LSC2WSSB refreshes  *
      * into CULTCACH, the printer its hardcopy is routed to, and the *
      * terminals that belong to it. Shared between MSNBRMM (the      *
      * maintenance transaction), MSNBRCK (the nightly consistency    *
      * report) and every program that resolves a terminal to its    *
      * branch, so they always agree on the record shape. Terminals   *
      * are found by termid through the BRTERM index, which only      *
      * MSNBRMM writes, in step with this record's terminal list.     *
      * A blank print destination routes to the datacenter printer.   *
      *****************************************************************
           05  BRM-BRANCH-ID          PIC X(8).
           05  BRM-BRANCH-NAME        PIC X(32).
           05  BRM-COST-CENTER        PIC X(8).
           05  BRM-REGION             PIC X(8).
           05  BRM-CULTURE-CODE       PIC X(32).
           05  BRM-PRINT-DESTINATION  PIC X(8).
           05  BRM-TERMINAL-COUNT     PIC 9(4) COMP-5.
           05  BRM-TERMID             OCCURS 50 TIMES PIC X(4).
