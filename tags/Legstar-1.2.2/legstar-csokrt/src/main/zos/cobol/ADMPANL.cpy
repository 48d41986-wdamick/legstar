      *****************************************************************
      * ADMPANL                                                       *
      * -------                                                       *
      * Commarea of C2WSPANL, the 3270 panel driver behind the        *
      * administration screens (C2WSADMN and the screens it offers).  *
      * A screen describes its panel here -- title, fields, message   *
      * and PF-key line -- and LINKs to C2WSPANL, which paints it,    *
      * waits for the operator and hands back the AID and what was    *
      * keyed into each input field. The screens never build a 3270   *
      * data stream themselves, so every panel looks and behaves the  *
      * same way.                                                     *
      *                                                               *
      * Rows run 1-24 and columns 2-80 on the 24 x 80 screen. The     *
      * title is painted on row 1, the message on row 23 and the      *
      * keys on row 24, so fields normally use rows 2-22. A field's   *
      * column is where its data starts; its attribute byte sits in   *
      * the column before. Input fields are followed by an autoskip   *
      * stopper, so leave one column free after each.                 *
      *                                                               *
      * PANL-FLD-ERROR 'Y' paints a field bright and puts the cursor  *
      * on the first such field: that is how a screen points the      *
      * operator at a field a maintenance transaction refused.        *
      * PANL-CURSOR-FIELD names a field to put the cursor on instead; *
      * zero takes the first field in error, else the first input.    *
      *                                                               *
      * The copybook is duplicated byte for byte into each source     *
      * directory that holds an administration screen.                *
      *****************************************************************
           05  PANL-TITLE             PIC X(60).
           05  PANL-MESSAGE           PIC X(79).
           05  PANL-KEYS              PIC X(79).
           05  PANL-CURSOR-FIELD      PIC 9(4) COMP-5.
      *---------------------------------------------------------------*
      *  Returned: the AID as EIBAID gives it (DFHAID values).        *
      *---------------------------------------------------------------*
           05  PANL-AID               PIC X(1).
           05  PANL-RETURN-CODE       PIC X(1).
               88  PANL-OK                VALUE '0'.
               88  PANL-TERMINAL-ERROR    VALUE '1'.
               88  PANL-INVALID-FIELD     VALUE '2'.
           05  PANL-FIELD-COUNT       PIC 9(4) COMP-5.
           05  PANL-FIELD             OCCURS 64 TIMES.
               10  PANL-FLD-ROW       PIC 9(2).
               10  PANL-FLD-COL       PIC 9(2).
               10  PANL-FLD-LENGTH    PIC 9(2).
               10  PANL-FLD-KIND      PIC X(1).
      *            'L' label, 'D' data shown bright, 'I' input.
                   88  PANL-FLD-LABEL     VALUE 'L'.
                   88  PANL-FLD-DATA      VALUE 'D'.
                   88  PANL-FLD-INPUT     VALUE 'I'.
               10  PANL-FLD-ERROR     PIC X(1).
                   88  PANL-FLD-IN-ERROR  VALUE 'Y'.
               10  PANL-FLD-VALUE     PIC X(79).
