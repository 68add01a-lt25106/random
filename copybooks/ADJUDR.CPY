000010*****************************************************
000020*  ADJUDR.CPY                                       *
000030*  RECORD LAYOUT FOR THE ADJUD ROUND ADJUDICATION   *
000040*  FILE.  ONE RECORD PER DISPUTED ROUND, KEYED ON   *
000050*  THE SCOREHST HISTORY KEY SO A CASE LINES UP WITH *
000060*  EXACTLY ONE ROUND.  A SHIFT LEAD OPENS THE CASE  *
000070*  WITH A REASON, RULES IT, AND SIGNS IT OFF IN     *
000080*  GUESSADJ.  A SIGNED-OFF CASE IS CLOSED AND CAN   *
000090*  NO LONGER BE RULED.  A ROUND RULED VOID DROPS    *
000100*  OUT OF THE DAYSUM ROLL-UP, THE BOARDS, THE       *
000110*  TOURNAMENT STANDINGS AND THE AWARD SCAN.         *
000120*  GUESSRUL LISTS EVERY CASE FOR THE HR AUDIT.      *
000130*  RULINGS:                                         *
000140*    P  PENDING - CASE OPEN, ROUND STILL COUNTS     *
000150*    U  UPHELD  - ROUND STANDS AS PLAYED            *
000160*    V  VOID    - ROUND IS STRUCK FROM THE RESULTS  *
000170*****************************************************
000180   01  AJ-ADJUD-RECORD.
000190       05  AJ-ROUND-KEY.
000200           10  AJ-OPERATOR-ID          PIC X(08).
000210           10  AJ-SESSION-DATE         PIC X(08).
000220           10  AJ-SESSION-TIME         PIC X(08).
000230           10  AJ-TERMINAL-ID          PIC X(08).
000240       05  AJ-OPENED-DATE              PIC 9(08).
000250       05  AJ-OPENED-BY                PIC X(08).
000260       05  AJ-REASON                   PIC X(40).
000270       05  AJ-RULING                   PIC X(01).
000280           88  AJ-RULING-PENDING           VALUE "P".
000290           88  AJ-RULING-UPHOLD            VALUE "U".
000300           88  AJ-RULING-VOID              VALUE "V".
000310       05  AJ-RULED-DATE               PIC 9(08).
000320       05  AJ-RULED-BY                 PIC X(08).
000330       05  AJ-SIGNOFF-SW               PIC X(01).
000340           88  AJ-SIGNED-OFF               VALUE "Y".
000350       05  AJ-SIGNOFF-DATE             PIC 9(08).
000360       05  AJ-SIGNOFF-BY               PIC X(08).
000370       05  FILLER                      PIC X(10).
