000010*****************************************************
000020*  RKYCKPR.CPY                                      *
000030*  RECORD LAYOUT FOR THE RKYCKPT OPERATOR RE-KEY    *
000040*  CHECKPOINT FILE.  ONE RECORD, KEYED GUESSRKY,    *
000050*  KEPT CURRENT BY GUESSRKY AS IT MOVES EACH        *
000060*  RECORD: THE TRANSACTION IN PROGRESS, THE FILE    *
000070*  PHASE IT HAD REACHED AND THE LAST OLD-ID KEY     *
000080*  MOVED.  A RESTART=Y RERUN PICKS UP JUST PAST     *
000090*  THAT KEY.  A DAYSUM OR CHALWL MERGE ADDS ONE     *
000100*  RECORD INTO ANOTHER, SO BEFORE IT IS APPLIED     *
000110*  BOTH ARE SAVED HERE (PENDING = Y); A RESTART     *
000120*  PUTS THEM BACK AND DOES THE MERGE AGAIN, SO      *
000130*  NOTHING IS EVER ADDED TWICE.                     *
000140*  PHASES:                                          *
000150*    1 SCOREHST  2 ADJUD    3 AUDIT    4 CKPT       *
000160*    5 DAYSUM    6 AWARDS   7 OPERPRF  8 TEAMMST    *
000170*    9 CHALLNG  10 CHALWL   11 TRNPLC  12 OPERMST    *
000180*   13 TRANSACTION COMPLETE                         *
000190*****************************************************
000200   01  RK-CKPT-RECORD.
000210       05  RK-CKPT-ID                  PIC X(08).
000220       05  RK-RUN-DATE                 PIC 9(08).
000230       05  RK-RUN-DONE-SW              PIC X(01).
000240           88  RK-RUN-DONE                 VALUE "Y".
000250       05  RK-TRAN-NUM                 PIC 9(05).
000260       05  RK-PHASE                    PIC 9(02).
000270       05  RK-LAST-KEY                 PIC X(37).
000280       05  RK-PENDING-SW               PIC X(01).
000290           88  RK-PENDING                  VALUE "Y".
000300       05  RK-TARGET-FOUND-SW          PIC X(01).
000310           88  RK-TARGET-FOUND             VALUE "Y".
000320       05  RK-OLD-IMAGE                PIC X(57).
000330       05  RK-TARGET-IMAGE             PIC X(57).
000340       05  FILLER                      PIC X(10).
