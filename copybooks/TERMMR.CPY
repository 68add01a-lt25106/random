000010*****************************************************
000020*  TERMMR.CPY                                       *
000030*  RECORD LAYOUT FOR THE TERMMST TERMINAL MASTER    *
000040*  FILE.  ONE RECORD PER FLOOR TERMINAL, KEYED ON   *
000050*  THE TERMINAL ID THE GUESS PARM CARRIES (TERM=).  *
000060*  GUESS REFUSES TO START ON A TERMINAL THAT IS NOT *
000070*  ON FILE OR IS FLAGGED OUT OF SERVICE.  GUESSTRM  *
000080*  MAINTAINS THE RECORDS; GUESSTUR REPORTS USE BY   *
000090*  TERMINAL AND HOUR OF DAY AND LISTS IDLE ONES.    *
000100*****************************************************
000110   01  TR-TERM-RECORD.
000120       05  TR-TERMINAL-ID              PIC X(08).
000130       05  TR-FLOOR-LOCATION           PIC X(20).
000140       05  TR-AREA                     PIC X(08).
000150       05  TR-SERVICE-FLAG             PIC X(01).
000160           88  TR-IN-SERVICE               VALUE "I".
000170           88  TR-OUT-OF-SERVICE           VALUE "O".
000180*      DATE THE SERVICE FLAG LAST CHANGED.
000190       05  TR-SERVICE-DATE             PIC 9(08).
000200       05  FILLER                      PIC X(10).
