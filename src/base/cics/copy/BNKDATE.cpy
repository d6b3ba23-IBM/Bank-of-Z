      *  how a standing order due on a Sunday executes on Monday     *
      *  instead of not at all.                                       *
      *                                                                *
      *  Function 'V' checks a value date keyed against a posting.     *
      *  BNKD-DATE-IN is the ISO date; it may not be after the online  *
      *  posting date nor more than the back-valuation window before   *
      *  it. The online dates are returned as for 'G', and the value   *
      *  date comes back in BNKD-DATE-OUT and BNKD-DATE-OUT-DOT. A     *
      *  date outside the window fails with BNKD-OUTSIDE-WINDOW.       *
      *                                                                *
      ******************************************************************
          03 BNKD-FUNCTION                   PIC X.
             88 BNKD-GET-DATES               VALUE 'G'.
             88 BNKD-ROLL-FORWARD            VALUE 'R'.
             88 BNKD-VALUE-DATE              VALUE 'V'.
          03 BNKD-DATE-IN                    PIC X(10).
          03 BNKD-ONLINE-ISO                 PIC X(10).
          03 BNKD-ONLINE-SLASH               PIC X(10).
          03 BNKD-FAIL-CD                    PIC X.
             88 BNKD-BAD-FUNCTION            VALUE '1'.
             88 BNKD-BAD-DATE                VALUE '2'.
             88 BNKD-OUTSIDE-WINDOW          VALUE '3'.
             88 BNKD-DB2-ERROR               VALUE '8'.
          03 BNKD-DATE-OUT-DOT               PIC X(10).
