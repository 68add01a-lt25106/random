000270*                    STOPS FLAGGING THE ROUND'S AUDIT
000280*                    GUESSES AS A SESSION WITH NO
000290*                    HISTORY.
000292*  10/15/2026  DL    CARRY THE CHECKPOINT'S CHALLENGE
000294*                    ID ONTO THE ABANDONED ROUND SO A
000296*                    WALKED-AWAY CHALLENGE SIDE STILL
000298*                    SETTLES (AS A LOSS) IN GUESSCHR.
000300*****************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
002920     MOVE CK-LOW-BOUND TO SH-LOW-BOUND
002930     MOVE CK-HIGH-BOUND TO SH-HIGH-BOUND
002940     SET SH-OUTCOME-ABANDONED TO TRUE
002942     MOVE CK-CHAL-ID TO SH-CHAL-ID
002950     PERFORM 2250-COMPUTE-EFFICIENCY THRU 2250-EXIT
002960     WRITE SH-SCORE-RECORD
002970         INVALID KEY
