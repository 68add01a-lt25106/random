000430*                    OUT) ON ITS OWN LABEL, WITH THE
000440*                    SAME GUESS-BY-GUESS BREAKDOWN A
000450*                    LOST ROUND GETS.
000451*  10/15/2026  DL    SCORARCH RECORD WIDENED TO 77 TO
000452*                    MATCH GUESSARC - THE HISTORY
000453*                    RECORD NOW CARRIES A CHALLENGE ID.
000454*  10/15/2026  DL    SCORARCH RECORD WIDENED TO 78 TO
000455*                    MATCH GUESSARC (ANSWER-UNKNOWN FLAG).
000460*****************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000980
000990 FD  SCORARCH-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  SA-ARCHIVE-RECORD                PIC X(78).
001020
001030 FD  STM-FILE
001040     LABEL RECORDS ARE STANDARD.
