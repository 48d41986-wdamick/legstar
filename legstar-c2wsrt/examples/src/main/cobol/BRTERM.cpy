      *****************************************************************
      * BRTERM                                                        *
      * ------                                                        *
      * Terminal-to-branch index over the branch master (BRMAST):     *
      * one record per terminal, naming the branch whose terminal     *
      * list carries it. Written only by MSNBRMM, in step with the    *
      * branch record, and checked back against it nightly by         *
      * MSNBRCK. A terminal with no record here belongs to no branch. *
      *****************************************************************
           05  BRT-TERMID             PIC X(4).
           05  BRT-BRANCH-ID          PIC X(8).
