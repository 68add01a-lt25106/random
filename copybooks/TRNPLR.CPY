000010*****************************************************
000020*  TRNPLR.CPY                                       *
000030*  RECORD LAYOUT FOR THE TRNPLC TOURNAMENT          *
000040*  PLACINGS FILE.  ONE RECORD PER PLACE, KEYED ON   *
000050*  THE TOURNAMENT ID AND THE PLACE, WRITTEN BY      *
000060*  GUESSTST ONCE THE WINDOW HAS CLOSED.  EACH       *
000070*  OPERATOR HOLDS ONE PLACE ONLY - THE ONE EARNED   *
000080*  BY THE BEST ROUND - AND ONLY THE TOP TEN         *
000090*  OPERATORS ARE PLACED.  THE PLACED DATE IS THE    *
000100*  LAST DAY OF THE WINDOW, THE DAY THE PLACE WAS    *
000110*  EARNED.  GUESSPAY PAYS THE PLACE AND STAMPS THE  *
000120*  PAID DATE; ONCE ANY PLACE IN A TOURNAMENT IS     *
000130*  PAID GUESSTST LEAVES THAT TOURNAMENT'S PLACINGS  *
000140*  ALONE ON A RERUN.                                *
000150*****************************************************
000160   01  TP-PLACING-RECORD.
000170       05  TP-PLACING-KEY.
000180           10  TP-TOURN-ID             PIC X(05).
000190           10  TP-PLACE                PIC 9(03).
000200       05  TP-OPERATOR-ID              PIC X(08).
000210       05  TP-SESSION-DATE             PIC X(08).
000220       05  TP-RANK-SCORE               PIC 9(03)V99.
000230       05  TP-RANK-BASIS               PIC X(05).
000240       05  TP-PLACED-DATE              PIC 9(08).
000250       05  TP-PAID-DATE                PIC X(08).
000260       05  FILLER                      PIC X(10).
