000010*****************************************************
000020*  PAYRTR.CPY                                       *
000030*  RECORD LAYOUT FOR THE PAYRATE RECOGNITION PAYOUT *
000040*  RATE TABLE.  ONE RECORD PER PAYABLE ITEM, KEYED  *
000050*  ON THE RATE TYPE AND CODE, MAINTAINED WITH       *
000060*  GUESSRTM AND READ BY THE GUESSPAY MONTH-END RUN: *
000070*    TYPE A - MILESTONE AWARD, CODE IS THE AWARDS   *
000080*             FILE AWARD CODE (FWIN, R100, ...)     *
000090*    TYPE P - TOURNAMENT PLACING, CODE IS THE PLACE *
000100*             ZERO-FILLED (0001 = FIRST PLACE)      *
000110*  THE EARNING CODE IS THE PAYROLL SYSTEM'S CODE    *
000120*  THE AMOUNT IS PAID UNDER.  AN ITEM WITH NO RATE  *
000130*  ON FILE IS NOT PAID.                             *
000140*****************************************************
000150   01  PY-RATE-RECORD.
000160       05  PY-RATE-KEY.
000170           10  PY-RATE-TYPE            PIC X(01).
000180               88  PY-TYPE-AWARD           VALUE "A".
000190               88  PY-TYPE-PLACING         VALUE "P".
000200           10  PY-RATE-CODE            PIC X(04).
000210       05  PY-EARN-CODE                PIC X(04).
000220       05  PY-AMOUNT                   PIC 9(05)V99.
000230       05  PY-RATE-DESC                PIC X(30).
000240       05  PY-LAST-CHANGED             PIC 9(08).
000250       05  FILLER                      PIC X(10).
