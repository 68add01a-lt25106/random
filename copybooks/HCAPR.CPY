000010*****************************************************
000020*  HCAPR.CPY                                        *
000030*  RECORD LAYOUT FOR THE HANDCAP OPERATOR HANDICAP  *
000040*  FILE.  ONE RECORD PER OPERATOR, KEYED ON THE     *
000050*  OPERATOR ID.  GUESSHCP REBUILDS IT NIGHTLY FROM  *
000060*  THE DAYSUM HISTORY INSIDE A ROLLING WINDOW OF    *
000070*  DAYS: THE HANDICAP IS HOW FAR THE OPERATOR'S     *
000080*  AVERAGE EFFICIENCY SCORE RUNS ABOVE PAR (100 -   *
000090*  THE IDEAL HALVING STRATEGY), NEVER BELOW ZERO.   *
000100*  THE BOARDS SUBTRACT IT FROM THE EFFICIENCY SCORE *
000110*  TO PRINT A NET SCORE.  THE PRIOR HANDICAP IS     *
000120*  KEPT SO THE NIGHTLY REPORT CAN SHOW THE MOVE.    *
000130*****************************************************
000140   01  HC-HANDCAP-RECORD.
000150       05  HC-OPERATOR-ID              PIC X(08).
000160       05  HC-HANDICAP                 PIC 9(03)V99.
000170       05  HC-PRIOR-HANDICAP           PIC 9(03)V99.
000180       05  HC-AVG-EFF                  PIC 9(03)V99.
000190       05  HC-WINDOW-DAYS              PIC 9(03).
000200       05  HC-WINDOW-ROUNDS            PIC 9(05).
000210       05  HC-COMPUTED-DATE            PIC 9(08).
000220       05  FILLER                      PIC X(10).
