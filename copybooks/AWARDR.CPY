000190           10  AW-AWARD-CODE           PIC X(04).
000200       05  AW-DATE-EARNED              PIC 9(08).
000210       05  AW-AWARD-DESC               PIC X(30).
000220*      DATE GUESSPAY SENT THE AWARD'S BONUS TO
000230*      PAYROLL.  SPACES UNTIL IT IS PAID; ANYTHING
000240*      BUT A NUMERIC DATE (RECORDS WRITTEN BEFORE THE
000250*      FIELD EXISTED) COUNTS AS UNPAID.  ONCE SET THE
000260*      AWARD CAN NEVER BE PAID AGAIN.
000270       05  AW-PAID-DATE                PIC X(08).
000280       05  FILLER                      PIC X(02).
