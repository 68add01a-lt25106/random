000480*  09/02/2026  DL    SCORARCH RECORD WIDENED TO 71 TO
000490*                    CARRY THE NEW SHIFT-DATE FIELD ON
000500*                    THE HISTORY RECORD.
000501*  10/15/2026  DL    SCORARCH RECORD WIDENED TO 77 TO
000502*                    CARRY THE NEW CHALLENGE-ID FIELD
000503*                    ON THE HISTORY RECORD.
000504*  10/15/2026  DL    SCORARCH RECORD WIDENED TO 78 TO
000505*                    CARRY THE ANSWER-UNKNOWN FLAG.
000510*****************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
001030
001040 FD  SCORARCH-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  SA-ARCHIVE-RECORD                PIC X(78).
001070
001080 FD  AUDTARCH-FILE
001090     LABEL RECORDS ARE STANDARD.
