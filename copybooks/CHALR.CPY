000010*****************************************************
000020*  CHALR.CPY                                        *
000030*  RECORD LAYOUT FOR THE CHALLNG HEAD-TO-HEAD       *
000040*  CHALLENGE FILE.  ONE RECORD PER CHALLENGE, KEYED *
000050*  ON THE CHALLENGE ID.  THE RANGE, TRIES LIMIT AND *
000060*  ANSWER ARE LOCKED WHEN GUESSCHL ISSUES IT, SO    *
000070*  BOTH SIDES PLAY THE SAME HIDDEN NUMBER FROM ANY  *
000080*  TERMINAL AT ANY TIME.  SIDE 1 IS THE CHALLENGER, *
000090*  SIDE 2 THE OPPONENT.  GUESS MARKS A SIDE PLAYED  *
000100*  AND KEEPS ITS SCOREHST ROUND KEY WHEN THE ROUND  *
000110*  STARTS; GUESSCHR SETTLES THE CHALLENGE ONCE BOTH *
000120*  ROUNDS ARE ON FILE, OR EXPIRES IT.               *
000130*  THE RECORD KEYED 000000 IS THE CONTROL RECORD -  *
000140*  IT CARRIES THE LAST CHALLENGE ID HANDED OUT AND  *
000150*  IS SKIPPED BY EVERY READER.                      *
000160*****************************************************
000170   01  CL-CHAL-RECORD.
000180       05  CL-CHAL-ID                  PIC X(06).
000190           88  CL-CONTROL-RECORD           VALUE "000000".
000200       05  CL-CHAL-BODY.
000210           10  CL-ISSUED-DATE          PIC 9(08).
000220           10  CL-EXPIRY-DATE          PIC 9(08).
000230           10  CL-LOW-BOUND            PIC 9(05).
000240           10  CL-HIGH-BOUND           PIC 9(05).
000250           10  CL-MAX-TRIES            PIC 9(05).
000260           10  CL-ANS                  PIC 9(05).
000270           10  CL-STATUS               PIC X(01).
000280               88  CL-STATUS-OPEN          VALUE "O".
000290               88  CL-STATUS-SETTLED       VALUE "S".
000300               88  CL-STATUS-EXPIRED       VALUE "X".
000310               88  CL-STATUS-WITHDRAWN     VALUE "W".
000320           10  CL-SIDE                 OCCURS 2 TIMES.
000330               15  CL-SIDE-OPERATOR-ID PIC X(08).
000340               15  CL-SIDE-PLAYED-SW   PIC X(01).
000350                   88  CL-SIDE-PLAYED      VALUE "Y".
000360               15  CL-SIDE-SESSION-DATE
000370                                       PIC X(08).
000380               15  CL-SIDE-SESSION-TIME
000390                                       PIC X(08).
000400               15  CL-SIDE-TERMINAL-ID PIC X(08).
000410           10  CL-RESULT               PIC X(01).
000420               88  CL-RESULT-WIN           VALUE "W".
000430               88  CL-RESULT-DRAW          VALUE "D".
000440           10  CL-WINNER-ID            PIC X(08).
000450           10  CL-SETTLED-DATE         PIC 9(08).
000460           10  FILLER                  PIC X(10).
000470       05  CL-CONTROL-BODY REDEFINES CL-CHAL-BODY.
000480           10  CL-LAST-ID              PIC 9(06).
000490           10  FILLER                  PIC X(124).
