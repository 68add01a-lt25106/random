000010*****************************************************
000020*  FLRLGR.CPY                                       *
000030*  RECORD LAYOUT FOR THE FLRLOG FLOOR CLOSE-OUT     *
000040*  LOG.  ONE RECORD PER ROUND A SHIFT LEAD CLOSED   *
000050*  OUT AS ABANDONED FROM THE GUESSFLM FLOOR MONITOR *
000060*  INSTEAD OF WAITING FOR THE GUESSSWP SWEEP.       *
000070*  KEYED ON THE ROUND'S SCOREHST HISTORY KEY, SO    *
000080*  THE ABANDONED ROUND AND THE REASON IT WAS        *
000090*  CLOSED LINE UP ONE FOR ONE.                      *
000100*****************************************************
000110   01  FL-CLOSE-RECORD.
000120       05  FL-ROUND-KEY.
000130           10  FL-OPERATOR-ID          PIC X(08).
000140           10  FL-SESSION-DATE         PIC X(08).
000150           10  FL-SESSION-TIME         PIC X(08).
000160           10  FL-TERMINAL-ID          PIC X(08).
000170       05  FL-CLOSED-DATE              PIC 9(08).
000180       05  FL-CLOSED-TIME              PIC 9(08).
000190       05  FL-CLOSED-BY                PIC X(08).
000200       05  FL-REASON                   PIC X(40).
000210*      THE ROUND AS IT STOOD WHEN IT WAS CLOSED: TRIES
000220*      USED, THE TRIES LIMIT, AND MINUTES SINCE THE
000230*      LAST GUESS (99999 = AT LEAST THAT LONG).
000240       05  FL-TRIES                    PIC 9(05).
000250       05  FL-MAX-TRIES                PIC 9(05).
000260       05  FL-IDLE-MINUTES             PIC 9(05).
000270       05  FILLER                      PIC X(10).
