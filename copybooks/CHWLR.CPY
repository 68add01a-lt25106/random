000010*****************************************************
000020*  CHWLR.CPY                                        *
000030*  RECORD LAYOUT FOR THE CHALWL CHALLENGE RECORD    *
000040*  FILE.  ONE RECORD PER OPERATOR, KEYED ON THE     *
000050*  OPERATOR ID: HEAD-TO-HEAD WINS, LOSSES AND DRAWS *
000060*  TO DATE.  POSTED BY GUESSCHR AS EACH CHALLENGE   *
000070*  SETTLES - A SETTLED CHALLENGE IS NEVER POSTED    *
000080*  TWICE, SO THE NIGHTLY RUN IS SAFE TO RERUN.      *
000090*****************************************************
000100   01  CW-WL-RECORD.
000110       05  CW-OPERATOR-ID              PIC X(08).
000120       05  CW-WINS                     PIC 9(05).
000130       05  CW-LOSSES                   PIC 9(05).
000140       05  CW-DRAWS                    PIC 9(05).
000150       05  CW-LAST-SETTLED             PIC 9(08).
000160       05  FILLER                      PIC X(10).
